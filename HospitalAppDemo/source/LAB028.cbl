000400**                                                              **
000500**  DESCRIPTION:    Order-tracking retention job.  Browses      **
000600**                  ORDTRKF and moves every closed order        **
000700**                  (CANCELLED, or MATCHED or TIMED-OUT; for    **
000710**                  the latter, where the order                 **
000800**                  requested a COA report, only once the       **
000900**                  confirmation is no longer pending) older    **
001000**                  than the parameter-driven retention window  **
003430**                   points at the archived CORRELID), so the   **
003440**                   cross-reference does not grow without      **
003450**                   bound the way the tracking file once did.  **
003460**  2026-10-14  JMH  CANCELLED orders are closed as well and    **
003470**                   are archived past the cutoff whatever      **
003480**                   their COA status; counted on their own     **
003490**                   status line.                               **
003491**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003492**                   control ledger through RUN080; the run is  **
003493**                   refused when a predecessor has not         **
003494**                   completed for the business date.           **
003500******************************************************************
003600*
003700 ENVIRONMENT DIVISION.
009800 77  LB8-RETAINED-PENDING           PIC 9(07) COMP VALUE 0.
009900 77  LB8-RETAINED-MATCHED           PIC 9(07) COMP VALUE 0.
010000 77  LB8-RETAINED-TIMED-OUT         PIC 9(07) COMP VALUE 0.
010010 77  LB8-MOVED-CANCELLED            PIC 9(07) COMP VALUE 0.
010020 77  LB8-RETAINED-CANCELLED         PIC 9(07) COMP VALUE 0.
010100 77  LB8-HIST-WRITE-ERRORS          PIC 9(07) COMP VALUE 0.
010200 77  LB8-DELETE-ERRORS              PIC 9(07) COMP VALUE 0.
010210 77  LB8-XREF-DELETED               PIC 9(07) COMP VALUE 0.
014300 01  LB8-COUNT-DISPLAY              PIC ZZZZZZ9.
014400 01  LB8-COUNT-DISPLAY-2            PIC ZZZZZZ9.
014500*
014510 01  LB8-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
014520 01  LB8-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'LAB028'.
014530 01  LB8-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
014540 01  LB8-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
014550 01  LB8-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
014560 01  LB8-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
014570 01  LB8-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
014580*
014600 PROCEDURE DIVISION.
014700*
014800******************************************************************
014900**  0000-MAINLINE                                                **
015000******************************************************************
015100 0000-MAINLINE.
015110     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
015120     IF LB8-RUNCTL-RETURN-CODE NOT = 0
015130         MOVE LB8-RUNCTL-RETURN-CODE TO RETURN-CODE
015140         GOBACK
015150     END-IF
015200     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
015300     IF NOT LB8-ABORT-RUN
015400         PERFORM 2000-PROCESS-TRACK   THRU 2000-EXIT
015900     IF LB8-ABORT-RUN
016000         MOVE 16                       TO RETURN-CODE
016100     END-IF
016110     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
016200     GOBACK.
016300*
016301******************************************************************
016302**  0100-BEGIN-RUN-CONTROL                                       **
016303**  Records the start on the RUNCTLF run-control ledger          **
016304**  through RUN080.  A refused start - a predecessor not         **
016305**  completed cleanly for the business date, or this program     **
016306**  already completed for it - ends the step before any file     **
016307**  is opened.                                                   **
016308******************************************************************
016309 0100-BEGIN-RUN-CONTROL.
016310     MOVE 'B'                       TO LB8-RUNCTL-FUNCTION-CODE
016311     CALL 'RUN080' USING LB8-RUNCTL-FUNCTION-CODE
016312                         LB8-RUNCTL-PROGRAM-ID
016313                         LB8-RUNCTL-COUNT-IN
016314                         LB8-RUNCTL-COUNT-OUT
016315                         LB8-RUNCTL-STEP-RC
016316                         LB8-RUNCTL-BUSINESS-DATE
016317                         LB8-RUNCTL-RETURN-CODE
016318     IF LB8-RUNCTL-RETURN-CODE NOT = 0
016319         DISPLAY 'LAB028 - RUN REFUSED BY RUN CONTROL FOR '
016320                 'BUSINESS DATE ' LB8-RUNCTL-BUSINESS-DATE
016321         DISPLAY 'LAB028 - RUN080 BEGIN RETURNED '
016322                 LB8-RUNCTL-RETURN-CODE
016323     END-IF.
016324 0100-EXIT.
016325     EXIT.
016326*
016327******************************************************************
016328**  0200-END-RUN-CONTROL                                         **
016329**  Records the end, the step return code and the record         **
016330**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
016331**  the step return code is put back afterwards.                 **
016332******************************************************************
016333 0200-END-RUN-CONTROL.
016334     MOVE RETURN-CODE               TO LB8-RUNCTL-STEP-RC
016335     MOVE LB8-ORDERS-READ           TO LB8-RUNCTL-COUNT-IN
016336     MOVE LB8-ORDERS-MOVED          TO LB8-RUNCTL-COUNT-OUT
016337     MOVE 'E'                       TO LB8-RUNCTL-FUNCTION-CODE
016338     CALL 'RUN080' USING LB8-RUNCTL-FUNCTION-CODE
016339                         LB8-RUNCTL-PROGRAM-ID
016340                         LB8-RUNCTL-COUNT-IN
016341                         LB8-RUNCTL-COUNT-OUT
016342                         LB8-RUNCTL-STEP-RC
016343                         LB8-RUNCTL-BUSINESS-DATE
016344                         LB8-RUNCTL-RETURN-CODE
016345     IF LB8-RUNCTL-RETURN-CODE NOT = 0
016346         DISPLAY 'LAB028 - RUN080 END RETURNED '
016347                 LB8-RUNCTL-RETURN-CODE
016348     END-IF
016349     MOVE LB8-RUNCTL-STEP-RC        TO RETURN-CODE.
016350 0200-EXIT.
016351     EXIT.
016352*
016400******************************************************************
016500**  1000-INITIALIZE                                              **
016600******************************************************************
024900******************************************************************
025000**  2000-PROCESS-TRACK                                           **
025100**  Decide each order's fate: a closed order (MATCHED or         **
025200**  TIMED-OUT whose COA confirmation is no longer pending, or    **
025210**  CANCELLED, since a cancelled COA will never arrive) PUT      **
025300**  before the cutoff date is archived and deleted; everything   **
025400**  else is retained.                                            **
025500******************************************************************
025600 2000-PROCESS-TRACK.
025700     ADD 1                              TO LB8-ORDERS-READ
025800     MOVE LB2-TRK-PUT-DATE(1:8)          TO LB8-PUT-YYYYMMDD
025900     IF ((LB2-TRK-MATCHED OR LB2-TRK-TIMED-OUT)
026000             AND (NOT LB2-TRK-REPORT-REQUESTED
026100                  OR NOT LB2-TRK-COA-PENDING)
026110             OR LB2-TRK-CANCELLED)
026200            AND LB8-PUT-YYYYMMDD < LB8-CUTOFF-YYYYMMDD
026300         PERFORM 2200-ARCHIVE-ORDER     THRU 2200-EXIT
026400     ELSE
029100     END-DELETE
029200     ADD 1                              TO LB8-ORDERS-MOVED
029210     PERFORM 2250-DELETE-XREF           THRU 2250-EXIT
029300     EVALUATE TRUE
029310         WHEN LB2-TRK-MATCHED
029400             ADD 1                      TO LB8-MOVED-MATCHED
029410         WHEN LB2-TRK-CANCELLED
029420             ADD 1                      TO LB8-MOVED-CANCELLED
029500         WHEN OTHER
029600             ADD 1                      TO LB8-MOVED-TIMED-OUT
029700     END-EVALUATE
029800     PERFORM 2400-COUNT-TEST-CODE       THRU 2400-EXIT
029900     ADD 1 TO LB8-TC-MOVED(LB8-TC-FOUND-SUB).
030000 2200-EXIT.
031000             ADD 1                      TO LB8-RETAINED-MATCHED
031100         WHEN LB2-TRK-TIMED-OUT
031200             ADD 1                      TO LB8-RETAINED-TIMED-OUT
031210         WHEN LB2-TRK-CANCELLED
031220             ADD 1                      TO LB8-RETAINED-CANCELLED
031300         WHEN OTHER
031400             ADD 1                      TO LB8-RETAINED-PENDING
031500     END-EVALUATE
044200     STRING 'TIMED-OUT ' LB8-COUNT-DISPLAY
044300            '  ' LB8-COUNT-DISPLAY-2
044400         DELIMITED BY SIZE INTO LB8-REPORT-LINE
044500     WRITE LB8-REPORT-LINE
044510     MOVE SPACES                         TO LB8-REPORT-LINE
044520     MOVE LB8-MOVED-CANCELLED             TO LB8-COUNT-DISPLAY
044530     MOVE LB8-RETAINED-CANCELLED          TO LB8-COUNT-DISPLAY-2
044540     STRING 'CANCELLED ' LB8-COUNT-DISPLAY
044550            '  ' LB8-COUNT-DISPLAY-2
044560         DELIMITED BY SIZE INTO LB8-REPORT-LINE
044570     WRITE LB8-REPORT-LINE.
044600 3100-EXIT.
044700     EXIT.
044800*
