002750**                   passed over - ADT035 owns merge            **
002760**                   processing and downstream ADT consumers    **
002770**                   only know A/D/T.                           **
002771**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
002772**                   control ledger through RUN080; the run is  **
002773**                   refused when a predecessor has not         **
002774**                   completed for the business date.           **
002775**  2026-10-15  JMH  An AUD040 audit-trail open failure (no     **
002776**                   AUDCTLF control record, or AUDCTLF         **
002777**                   unavailable) ends the step RC 12 before    **
002778**                   any message is processed, instead of       **
002779**                   running on unaudited.                      **
002800******************************************************************
002900*
003000 ENVIRONMENT DIVISION.
008600 01  AD1-QMGR-NAME               PIC X(48) VALUE SPACES.
008700 01  AD1-AUD-FUNCTION-CODE       PIC X(01) VALUE SPACES.
008800 01  AD1-AUD-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
008810 01  AD1-ABORT-RETURN-CODE       PIC 9(04) VALUE 16.
008900 01  AD1-CKP-FUNCTION-CODE       PIC X(01) VALUE SPACES.
009000 01  AD1-CKP-PROGRAM-ID          PIC X(08) VALUE 'ADT010'.
009100 01  AD1-CKP-RECORD-COUNT        PIC 9(07) VALUE 0.
012400*
012500 01  AD1-MSG-BUFFER               PIC X(132).
012600*
012610 01  AD1-RUNCTL-FUNCTION-CODE     PIC X(01) VALUE SPACES.
012620 01  AD1-RUNCTL-PROGRAM-ID        PIC X(08) VALUE 'ADT010'.
012630 01  AD1-RUNCTL-COUNT-IN          PIC 9(09) VALUE 0.
012640 01  AD1-RUNCTL-COUNT-OUT         PIC 9(09) VALUE 0.
012650 01  AD1-RUNCTL-STEP-RC           PIC 9(04) VALUE 0.
012660 01  AD1-RUNCTL-BUSINESS-DATE     PIC X(08) VALUE SPACES.
012670 01  AD1-RUNCTL-RETURN-CODE       PIC S9(9) BINARY VALUE 0.
012680*
012700 PROCEDURE DIVISION.
012800*
012900******************************************************************
013000**  0000-MAINLINE                                                **
013100******************************************************************
013200 0000-MAINLINE.
013210     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
013220     IF AD1-RUNCTL-RETURN-CODE NOT = 0
013230         MOVE AD1-RUNCTL-RETURN-CODE TO RETURN-CODE
013240         GOBACK
013250     END-IF
013300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
013400     IF NOT AD1-ABORT-RUN
013500         PERFORM 2000-PROCESS-FILE    THRU 2000-EXIT
013700     END-IF
013800     PERFORM 8000-TERMINATE       THRU 8000-EXIT
013900     IF AD1-ABORT-RUN
014000         MOVE AD1-ABORT-RETURN-CODE TO RETURN-CODE
014100     END-IF
014110     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
014200     GOBACK.
014300*
014301******************************************************************
014302**  0100-BEGIN-RUN-CONTROL                                       **
014303**  Records the start on the RUNCTLF run-control ledger          **
014304**  through RUN080.  A refused start - a predecessor not         **
014305**  completed cleanly for the business date, or this program     **
014306**  already completed for it - ends the step before any file     **
014307**  is opened.                                                   **
014308******************************************************************
014309 0100-BEGIN-RUN-CONTROL.
014310     MOVE 'B'                       TO AD1-RUNCTL-FUNCTION-CODE
014311     CALL 'RUN080' USING AD1-RUNCTL-FUNCTION-CODE
014312                         AD1-RUNCTL-PROGRAM-ID
014313                         AD1-RUNCTL-COUNT-IN
014314                         AD1-RUNCTL-COUNT-OUT
014315                         AD1-RUNCTL-STEP-RC
014316                         AD1-RUNCTL-BUSINESS-DATE
014317                         AD1-RUNCTL-RETURN-CODE
014318     IF AD1-RUNCTL-RETURN-CODE NOT = 0
014319         DISPLAY 'ADT010 - RUN REFUSED BY RUN CONTROL FOR '
014320                 'BUSINESS DATE ' AD1-RUNCTL-BUSINESS-DATE
014321         DISPLAY 'ADT010 - RUN080 BEGIN RETURNED '
014322                 AD1-RUNCTL-RETURN-CODE
014323     END-IF.
014324 0100-EXIT.
014325     EXIT.
014326*
014327******************************************************************
014328**  0200-END-RUN-CONTROL                                         **
014329**  Records the end, the step return code and the record         **
014330**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
014331**  the step return code is put back afterwards.                 **
014332******************************************************************
014333 0200-END-RUN-CONTROL.
014334     MOVE RETURN-CODE               TO AD1-RUNCTL-STEP-RC
014335     MOVE AD1-RECORDS-READ          TO AD1-RUNCTL-COUNT-IN
014336     MOVE AD1-RECORDS-PUT           TO AD1-RUNCTL-COUNT-OUT
014337     MOVE 'E'                       TO AD1-RUNCTL-FUNCTION-CODE
014338     CALL 'RUN080' USING AD1-RUNCTL-FUNCTION-CODE
014339                         AD1-RUNCTL-PROGRAM-ID
014340                         AD1-RUNCTL-COUNT-IN
014341                         AD1-RUNCTL-COUNT-OUT
014342                         AD1-RUNCTL-STEP-RC
014343                         AD1-RUNCTL-BUSINESS-DATE
014344                         AD1-RUNCTL-RETURN-CODE
014345     IF AD1-RUNCTL-RETURN-CODE NOT = 0
014346         DISPLAY 'ADT010 - RUN080 END RETURNED '
014347                 AD1-RUNCTL-RETURN-CODE
014348     END-IF
014349     MOVE AD1-RUNCTL-STEP-RC        TO RETURN-CODE.
014350 0200-EXIT.
014351     EXIT.
014352*
014400******************************************************************
014500**  1000-INITIALIZE                                              **
014600******************************************************************
018300     IF AD1-AUD-RETURN-CODE NOT = 0
018400         DISPLAY 'ADT010 - AUD040 OPEN RETURNED '
018500                 AD1-AUD-RETURN-CODE
018510         MOVE 12                   TO AD1-ABORT-RETURN-CODE
018520         SET AD1-ABORT-RUN         TO TRUE
018530         GO TO 1000-EXIT
018600     END-IF
018700     MOVE 'O'                    TO AD1-CKP-FUNCTION-CODE
018800     CALL 'CKP070' USING AD1-CKP-FUNCTION-CODE
