003620**                   needs no unit/bed/dept/msg type but must   **
003630**                   carry the surviving patient ID in the      **
003640**                   message text (new reason code 09).         **
003650**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003660**                   control ledger through RUN080; the run is  **
003670**                   refused when a predecessor has not         **
003680**                   completed for the business date.           **
003700******************************************************************
003800*
003900 ENVIRONMENT DIVISION.
014200*
014300 COPY ADTREC.
014400*
014410 01  AD3-RUNCTL-FUNCTION-CODE   PIC X(01) VALUE SPACES.
014420 01  AD3-RUNCTL-PROGRAM-ID      PIC X(08) VALUE 'ADT005'.
014430 01  AD3-RUNCTL-COUNT-IN        PIC 9(09) VALUE 0.
014440 01  AD3-RUNCTL-COUNT-OUT       PIC 9(09) VALUE 0.
014450 01  AD3-RUNCTL-STEP-RC         PIC 9(04) VALUE 0.
014460 01  AD3-RUNCTL-BUSINESS-DATE   PIC X(08) VALUE SPACES.
014470 01  AD3-RUNCTL-RETURN-CODE     PIC S9(9) BINARY VALUE 0.
014480*
014500 PROCEDURE DIVISION.
014600*
014700******************************************************************
014800**  0000-MAINLINE                                                **
014900******************************************************************
015000 0000-MAINLINE.
015010     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
015020     IF AD3-RUNCTL-RETURN-CODE NOT = 0
015030         MOVE AD3-RUNCTL-RETURN-CODE TO RETURN-CODE
015040         GOBACK
015050     END-IF
015100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
015200     PERFORM 2000-EDIT-RECORD     THRU 2000-EXIT
015300         UNTIL AD3-EOF
015400     PERFORM 3000-PRINT-TOTALS    THRU 3000-EXIT
015500     PERFORM 8000-TERMINATE       THRU 8000-EXIT
015510     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
015600     GOBACK.
015700*
015701******************************************************************
015702**  0100-BEGIN-RUN-CONTROL                                       **
015703**  Records the start on the RUNCTLF run-control ledger          **
015704**  through RUN080.  A refused start - a predecessor not         **
015705**  completed cleanly for the business date, or this program     **
015706**  already completed for it - ends the step before any file     **
015707**  is opened.                                                   **
015708******************************************************************
015709 0100-BEGIN-RUN-CONTROL.
015710     MOVE 'B'                       TO AD3-RUNCTL-FUNCTION-CODE
015711     CALL 'RUN080' USING AD3-RUNCTL-FUNCTION-CODE
015712                         AD3-RUNCTL-PROGRAM-ID
015713                         AD3-RUNCTL-COUNT-IN
015714                         AD3-RUNCTL-COUNT-OUT
015715                         AD3-RUNCTL-STEP-RC
015716                         AD3-RUNCTL-BUSINESS-DATE
015717                         AD3-RUNCTL-RETURN-CODE
015718     IF AD3-RUNCTL-RETURN-CODE NOT = 0
015719         DISPLAY 'ADT005 - RUN REFUSED BY RUN CONTROL FOR '
015720                 'BUSINESS DATE ' AD3-RUNCTL-BUSINESS-DATE
015721         DISPLAY 'ADT005 - RUN080 BEGIN RETURNED '
015722                 AD3-RUNCTL-RETURN-CODE
015723     END-IF.
015724 0100-EXIT.
015725     EXIT.
015726*
015727******************************************************************
015728**  0200-END-RUN-CONTROL                                         **
015729**  Records the end, the step return code and the record         **
015730**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
015731**  the step return code is put back afterwards.                 **
015732******************************************************************
015733 0200-END-RUN-CONTROL.
015734     MOVE RETURN-CODE               TO AD3-RUNCTL-STEP-RC
015735     MOVE AD3-RECORDS-READ          TO AD3-RUNCTL-COUNT-IN
015736     MOVE AD3-RECORDS-PASSED        TO AD3-RUNCTL-COUNT-OUT
015737     MOVE 'E'                       TO AD3-RUNCTL-FUNCTION-CODE
015738     CALL 'RUN080' USING AD3-RUNCTL-FUNCTION-CODE
015739                         AD3-RUNCTL-PROGRAM-ID
015740                         AD3-RUNCTL-COUNT-IN
015741                         AD3-RUNCTL-COUNT-OUT
015742                         AD3-RUNCTL-STEP-RC
015743                         AD3-RUNCTL-BUSINESS-DATE
015744                         AD3-RUNCTL-RETURN-CODE
015745     IF AD3-RUNCTL-RETURN-CODE NOT = 0
015746         DISPLAY 'ADT005 - RUN080 END RETURNED '
015747                 AD3-RUNCTL-RETURN-CODE
015748     END-IF
015749     MOVE AD3-RUNCTL-STEP-RC        TO RETURN-CODE.
015750 0200-EXIT.
015751     EXIT.
015752*
015800******************************************************************
015900**  1000-INITIALIZE                                              **
016000******************************************************************
