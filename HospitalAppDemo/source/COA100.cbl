002600**  ---------- ----  ------------------------------------------ **
002700**  2026-08-09  JMH  Initial version - COA/COD reconciliation   **
002800**                   and SLA alert report.                      **
002810**  2026-10-14  JMH  A CANCELLED order raises no SLA alert.     **
002820**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
002830**                   control ledger through RUN080; the run is  **
002840**                   refused when a predecessor has not         **
002850**                   completed for the business date.           **
002900******************************************************************
003000*
003100 ENVIRONMENT DIVISION.
010600 01  CO9-ELAPSED-DAYS              PIC S9(07).
010700 01  CO9-ELAPSED-SECONDS           PIC S9(09).
010800*
010810 01  CO9-RUNCTL-FUNCTION-CODE      PIC X(01) VALUE SPACES.
010820 01  CO9-RUNCTL-PROGRAM-ID         PIC X(08) VALUE 'COA100'.
010830 01  CO9-RUNCTL-COUNT-IN           PIC 9(09) VALUE 0.
010840 01  CO9-RUNCTL-COUNT-OUT          PIC 9(09) VALUE 0.
010850 01  CO9-RUNCTL-STEP-RC            PIC 9(04) VALUE 0.
010860 01  CO9-RUNCTL-BUSINESS-DATE      PIC X(08) VALUE SPACES.
010870 01  CO9-RUNCTL-RETURN-CODE        PIC S9(9) BINARY VALUE 0.
010880*
010900 PROCEDURE DIVISION.
011000*
011100 0000-MAINLINE.
011110     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
011120     IF CO9-RUNCTL-RETURN-CODE NOT = 0
011130         MOVE CO9-RUNCTL-RETURN-CODE TO RETURN-CODE
011140         GOBACK
011150     END-IF
011200     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
011300     IF NOT CO9-ABORT-RUN
011400         PERFORM 2000-MATCH-REPORTS   THRU 2000-EXIT
012900     IF CO9-ABORT-RUN
013000         MOVE 16                       TO RETURN-CODE
013100     END-IF
013110     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
013200     GOBACK.
013300*
013301 0100-BEGIN-RUN-CONTROL.
013302     MOVE 'B'                       TO CO9-RUNCTL-FUNCTION-CODE
013303     CALL 'RUN080' USING CO9-RUNCTL-FUNCTION-CODE
013304                         CO9-RUNCTL-PROGRAM-ID
013305                         CO9-RUNCTL-COUNT-IN
013306                         CO9-RUNCTL-COUNT-OUT
013307                         CO9-RUNCTL-STEP-RC
013308                         CO9-RUNCTL-BUSINESS-DATE
013309                         CO9-RUNCTL-RETURN-CODE
013310     IF CO9-RUNCTL-RETURN-CODE NOT = 0
013311         DISPLAY 'COA100 - RUN REFUSED BY RUN CONTROL FOR '
013312                 'BUSINESS DATE ' CO9-RUNCTL-BUSINESS-DATE
013313         DISPLAY 'COA100 - RUN080 BEGIN RETURNED '
013314                 CO9-RUNCTL-RETURN-CODE
013315     END-IF.
013316 0100-EXIT.
013317     EXIT.
013318*
013319 0200-END-RUN-CONTROL.
013320     MOVE RETURN-CODE               TO CO9-RUNCTL-STEP-RC
013321     MOVE CO9-REPORTS-READ          TO CO9-RUNCTL-COUNT-IN
013322     MOVE CO9-REPORTS-MATCHED       TO CO9-RUNCTL-COUNT-OUT
013323     MOVE 'E'                       TO CO9-RUNCTL-FUNCTION-CODE
013324     CALL 'RUN080' USING CO9-RUNCTL-FUNCTION-CODE
013325                         CO9-RUNCTL-PROGRAM-ID
013326                         CO9-RUNCTL-COUNT-IN
013327                         CO9-RUNCTL-COUNT-OUT
013328                         CO9-RUNCTL-STEP-RC
013329                         CO9-RUNCTL-BUSINESS-DATE
013330                         CO9-RUNCTL-RETURN-CODE
013331     IF CO9-RUNCTL-RETURN-CODE NOT = 0
013332         DISPLAY 'COA100 - RUN080 END RETURNED '
013333                 CO9-RUNCTL-RETURN-CODE
013334     END-IF
013335     MOVE CO9-RUNCTL-STEP-RC        TO RETURN-CODE.
013336 0200-EXIT.
013337     EXIT.
013338*
013400 1000-INITIALIZE.
013500     ACCEPT CO9-RUN-DATE FROM DATE YYYYMMDD
013600     ACCEPT CO9-RUN-TIME FROM TIME
019700**  3000-CHECK-SLA                                              **
019800**  Sequential browse of the tracking file; any order that      **
019900**  requested a report and is still awaiting confirmation past  **
020000**  the SLA window is listed and marked ALERTED.  A cancelled    **
020010**  order is not chased.                                        **
020100******************************************************************
020200 3000-CHECK-SLA.
020300     IF LB2-TRK-REPORT-REQUESTED AND LB2-TRK-COA-PENDING
020310            AND NOT LB2-TRK-CANCELLED
020400         PERFORM 3100-CHECK-SLA-WINDOW THRU 3100-EXIT
020500     END-IF
020600     PERFORM 3900-READ-TRACK           THRU 3900-EXIT.
