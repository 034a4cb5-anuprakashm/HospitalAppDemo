003000**  DATE       INIT  DESCRIPTION                                **
003100**  ---------- ----  ------------------------------------------ **
003200**  2026-08-22  JMH  Initial version - TAT statistics report.   **
003210**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003220**                   control ledger through RUN080; the run is  **
003230**                   refused when a predecessor has not         **
003240**                   completed for the business date.           **
003300******************************************************************
003400*
003500 ENVIRONMENT DIVISION.
014200 01  LB9-MET-DISPLAY                PIC ZZZZZZ9.
014300 01  LB9-PCT-DISPLAY                PIC ZZ9.
014400*
014410 01  LB9-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
014420 01  LB9-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'LAB029'.
014430 01  LB9-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
014440 01  LB9-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
014450 01  LB9-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
014460 01  LB9-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
014470 01  LB9-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
014480*
014500 PROCEDURE DIVISION.
014600*
014700******************************************************************
014800**  0000-MAINLINE                                                **
014900******************************************************************
015000 0000-MAINLINE.
015010     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
015020     IF LB9-RUNCTL-RETURN-CODE NOT = 0
015030         MOVE LB9-RUNCTL-RETURN-CODE TO RETURN-CODE
015040         GOBACK
015050     END-IF
015100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
015200     IF NOT LB9-ABORT-RUN
015300         PERFORM 2000-MEASURE-ORDER   THRU 2000-EXIT
015900     IF LB9-ABORT-RUN
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
016310     MOVE 'B'                       TO LB9-RUNCTL-FUNCTION-CODE
016311     CALL 'RUN080' USING LB9-RUNCTL-FUNCTION-CODE
016312                         LB9-RUNCTL-PROGRAM-ID
016313                         LB9-RUNCTL-COUNT-IN
016314                         LB9-RUNCTL-COUNT-OUT
016315                         LB9-RUNCTL-STEP-RC
016316                         LB9-RUNCTL-BUSINESS-DATE
016317                         LB9-RUNCTL-RETURN-CODE
016318     IF LB9-RUNCTL-RETURN-CODE NOT = 0
016319         DISPLAY 'LAB029 - RUN REFUSED BY RUN CONTROL FOR '
016320                 'BUSINESS DATE ' LB9-RUNCTL-BUSINESS-DATE
016321         DISPLAY 'LAB029 - RUN080 BEGIN RETURNED '
016322                 LB9-RUNCTL-RETURN-CODE
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
016334     MOVE RETURN-CODE               TO LB9-RUNCTL-STEP-RC
016335     MOVE LB9-ORDERS-READ           TO LB9-RUNCTL-COUNT-IN
016336     MOVE LB9-ORDERS-MEASURED       TO LB9-RUNCTL-COUNT-OUT
016337     MOVE 'E'                       TO LB9-RUNCTL-FUNCTION-CODE
016338     CALL 'RUN080' USING LB9-RUNCTL-FUNCTION-CODE
016339                         LB9-RUNCTL-PROGRAM-ID
016340                         LB9-RUNCTL-COUNT-IN
016341                         LB9-RUNCTL-COUNT-OUT
016342                         LB9-RUNCTL-STEP-RC
016343                         LB9-RUNCTL-BUSINESS-DATE
016344                         LB9-RUNCTL-RETURN-CODE
016345     IF LB9-RUNCTL-RETURN-CODE NOT = 0
016346         DISPLAY 'LAB029 - RUN080 END RETURNED '
016347                 LB9-RUNCTL-RETURN-CODE
016348     END-IF
016349     MOVE LB9-RUNCTL-STEP-RC        TO RETURN-CODE.
016350 0200-EXIT.
016351     EXIT.
016352*
016400******************************************************************
016500**  1000-INITIALIZE                                              **
016600******************************************************************
