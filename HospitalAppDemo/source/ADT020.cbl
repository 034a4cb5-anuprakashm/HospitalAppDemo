003220**                   rolling extra units into the last slot -   **
003230**                   a mislabeled census is worse than no       **
003240**                   census report.                             **
003250**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003260**                   control ledger through RUN080; the run is  **
003270**                   refused when a predecessor has not         **
003280**                   completed for the business date.           **
003300******************************************************************
003400*
003500 ENVIRONMENT DIVISION.
012100*
012200 COPY ADTREC.
012300*
012310 01  AD7-RUNCTL-FUNCTION-CODE   PIC X(01) VALUE SPACES.
012320 01  AD7-RUNCTL-PROGRAM-ID      PIC X(08) VALUE 'ADT020'.
012330 01  AD7-RUNCTL-COUNT-IN        PIC 9(09) VALUE 0.
012340 01  AD7-RUNCTL-COUNT-OUT       PIC 9(09) VALUE 0.
012350 01  AD7-RUNCTL-STEP-RC         PIC 9(04) VALUE 0.
012360 01  AD7-RUNCTL-BUSINESS-DATE   PIC X(08) VALUE SPACES.
012370 01  AD7-RUNCTL-RETURN-CODE     PIC S9(9) BINARY VALUE 0.
012380*
012400 PROCEDURE DIVISION.
012500*
012600******************************************************************
012700**  0000-MAINLINE                                                **
012800******************************************************************
012900 0000-MAINLINE.
012910     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
012920     IF AD7-RUNCTL-RETURN-CODE NOT = 0
012930         MOVE AD7-RUNCTL-RETURN-CODE TO RETURN-CODE
012940         GOBACK
012950     END-IF
013000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
013100     IF NOT AD7-ABORT-RUN
013200         PERFORM 2000-COUNT-EVENT  THRU 2000-EXIT
014000     IF AD7-ABORT-RUN
014100         MOVE 16                    TO RETURN-CODE
014200     END-IF
014210     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
014300     GOBACK.
014400*
014401******************************************************************
014402**  0100-BEGIN-RUN-CONTROL                                       **
014403**  Records the start on the RUNCTLF run-control ledger          **
014404**  through RUN080.  A refused start - a predecessor not         **
014405**  completed cleanly for the business date, or this program     **
014406**  already completed for it - ends the step before any file     **
014407**  is opened.                                                   **
014408******************************************************************
014409 0100-BEGIN-RUN-CONTROL.
014410     MOVE 'B'                       TO AD7-RUNCTL-FUNCTION-CODE
014411     CALL 'RUN080' USING AD7-RUNCTL-FUNCTION-CODE
014412                         AD7-RUNCTL-PROGRAM-ID
014413                         AD7-RUNCTL-COUNT-IN
014414                         AD7-RUNCTL-COUNT-OUT
014415                         AD7-RUNCTL-STEP-RC
014416                         AD7-RUNCTL-BUSINESS-DATE
014417                         AD7-RUNCTL-RETURN-CODE
014418     IF AD7-RUNCTL-RETURN-CODE NOT = 0
014419         DISPLAY 'ADT020 - RUN REFUSED BY RUN CONTROL FOR '
014420                 'BUSINESS DATE ' AD7-RUNCTL-BUSINESS-DATE
014421         DISPLAY 'ADT020 - RUN080 BEGIN RETURNED '
014422                 AD7-RUNCTL-RETURN-CODE
014423     END-IF.
014424 0100-EXIT.
014425     EXIT.
014426*
014427******************************************************************
014428**  0200-END-RUN-CONTROL                                         **
014429**  Records the end, the step return code and the record         **
014430**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
014431**  the step return code is put back afterwards.                 **
014432******************************************************************
014433 0200-END-RUN-CONTROL.
014434     MOVE RETURN-CODE               TO AD7-RUNCTL-STEP-RC
014435     MOVE AD7-EVENTS-READ           TO AD7-RUNCTL-COUNT-IN
014436     MOVE AD7-CENSUS-ROWS-READ      TO AD7-RUNCTL-COUNT-OUT
014437     MOVE 'E'                       TO AD7-RUNCTL-FUNCTION-CODE
014438     CALL 'RUN080' USING AD7-RUNCTL-FUNCTION-CODE
014439                         AD7-RUNCTL-PROGRAM-ID
014440                         AD7-RUNCTL-COUNT-IN
014441                         AD7-RUNCTL-COUNT-OUT
014442                         AD7-RUNCTL-STEP-RC
014443                         AD7-RUNCTL-BUSINESS-DATE
014444                         AD7-RUNCTL-RETURN-CODE
014445     IF AD7-RUNCTL-RETURN-CODE NOT = 0
014446         DISPLAY 'ADT020 - RUN080 END RETURNED '
014447                 AD7-RUNCTL-RETURN-CODE
014448     END-IF
014449     MOVE AD7-RUNCTL-STEP-RC        TO RETURN-CODE.
014450 0200-EXIT.
014451     EXIT.
014452*
014500******************************************************************
014600**  1000-INITIALIZE                                              **
014700******************************************************************
