000600**                  the billing interface feed.  Matches the    **
000700**                  daily acknowledgment file from patient      **
000800**                  accounting against the open-item file of    **
000900**                  charges (and credits) BIL110 generated: a   **
001000**                  posted acknowledgment closes the open item  **
001010**                  as posted, a rejected one closes it as      **
001100**                  rejected and is listed for the billing      **
001200**                  office to work, and anything still open     **
001300**                  past the parameter-driven aging window is   **
001400**                  printed on the aging report.  A dropped     **
003000**  DATE       INIT  DESCRIPTION                                **
003100**  ---------- ----  ------------------------------------------ **
003200**  2026-09-03  JMH  Initial version - posting ack reconcile.   **
003210**  2026-10-14  JMH  An acknowledged item is kept on BILOPNF,   **
003220**                   marked posted or rejected with its ack     **
003230**                   date, instead of being deleted, so BIL110  **
003240**                   can still credit a cancelled order's       **
003250**                   posted charge.  A second ack for a closed  **
003260**                   item is an exception; credit items are     **
003270**                   labelled on both reports.                  **
003271**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003272**                   control ledger through RUN080; the run is  **
003273**                   refused when a predecessor has not         **
003274**                   completed for the business date.           **
003300******************************************************************
003400*
003500 ENVIRONMENT DIVISION.
009700 77  BL4-ACKS-UNMATCHED             PIC 9(07) COMP VALUE 0.
009800 77  BL4-ITEMS-REMAINING            PIC 9(07) COMP VALUE 0.
009900 77  BL4-ITEMS-AGED                 PIC 9(07) COMP VALUE 0.
009910 77  BL4-ITEMS-CLOSED               PIC 9(07) COMP VALUE 0.
010000*
010100******************************************************************
010200**  AGING PARAMETER - DAYS A SENT CHARGE MAY WAIT FOR ITS       **
012300 01  BL4-COUNT-DISPLAY              PIC ZZZZZZ9.
012400 01  BL4-AGED-TOTAL-AMOUNT          PIC 9(11)V99 VALUE 0.
012500 01  BL4-TOTAL-DISPLAY              PIC Z(10)9.99.
012510 01  BL4-LINE-LABEL                 PIC X(22) VALUE SPACES.
012600*
012610 01  BL4-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
012620 01  BL4-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'BIL115'.
012630 01  BL4-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
012640 01  BL4-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
012650 01  BL4-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
012660 01  BL4-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
012670 01  BL4-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
012680*
012700 PROCEDURE DIVISION.
012800*
012900******************************************************************
013000**  0000-MAINLINE                                                **
013100******************************************************************
013200 0000-MAINLINE.
013210     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
013220     IF BL4-RUNCTL-RETURN-CODE NOT = 0
013230         MOVE BL4-RUNCTL-RETURN-CODE TO RETURN-CODE
013240         GOBACK
013250     END-IF
013300     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
013400     IF NOT BL4-ABORT-RUN
013500         PERFORM 2000-APPLY-ACK       THRU 2000-EXIT
014000     IF BL4-ABORT-RUN
014100         MOVE 16                       TO RETURN-CODE
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
014410     MOVE 'B'                       TO BL4-RUNCTL-FUNCTION-CODE
014411     CALL 'RUN080' USING BL4-RUNCTL-FUNCTION-CODE
014412                         BL4-RUNCTL-PROGRAM-ID
014413                         BL4-RUNCTL-COUNT-IN
014414                         BL4-RUNCTL-COUNT-OUT
014415                         BL4-RUNCTL-STEP-RC
014416                         BL4-RUNCTL-BUSINESS-DATE
014417                         BL4-RUNCTL-RETURN-CODE
014418     IF BL4-RUNCTL-RETURN-CODE NOT = 0
014419         DISPLAY 'BIL115 - RUN REFUSED BY RUN CONTROL FOR '
014420                 'BUSINESS DATE ' BL4-RUNCTL-BUSINESS-DATE
014421         DISPLAY 'BIL115 - RUN080 BEGIN RETURNED '
014422                 BL4-RUNCTL-RETURN-CODE
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
014434     MOVE RETURN-CODE               TO BL4-RUNCTL-STEP-RC
014435     MOVE BL4-ACKS-READ             TO BL4-RUNCTL-COUNT-IN
014436     MOVE BL4-ACKS-POSTED           TO BL4-RUNCTL-COUNT-OUT
014437     MOVE 'E'                       TO BL4-RUNCTL-FUNCTION-CODE
014438     CALL 'RUN080' USING BL4-RUNCTL-FUNCTION-CODE
014439                         BL4-RUNCTL-PROGRAM-ID
014440                         BL4-RUNCTL-COUNT-IN
014441                         BL4-RUNCTL-COUNT-OUT
014442                         BL4-RUNCTL-STEP-RC
014443                         BL4-RUNCTL-BUSINESS-DATE
014444                         BL4-RUNCTL-RETURN-CODE
014445     IF BL4-RUNCTL-RETURN-CODE NOT = 0
014446         DISPLAY 'BIL115 - RUN080 END RETURNED '
014447                 BL4-RUNCTL-RETURN-CODE
014448     END-IF
014449     MOVE BL4-RUNCTL-STEP-RC        TO RETURN-CODE.
014450 0200-EXIT.
014451     EXIT.
014452*
014500******************************************************************
014600**  1000-INITIALIZE                                              **
014700******************************************************************
020400******************************************************************
020500**  2000-APPLY-ACK                                               **
020600**  Match one acknowledgment to its open item.  A posted ack     **
020700**  closes the item as posted; a rejected ack lists it for the   **
020800**  billing office and closes it as rejected (the reject report  **
020900**  is the work queue from that point).  An ack with no open     **
021000**  item, or for an item already closed, is itself an exception  **
021010**  worth a line.  Closed items stay on the file, with the ack   **
021020**  date, for BIL110's reversal of a cancelled order's charge.   **
021100******************************************************************
021200 2000-APPLY-ACK.
021300     ADD 1                              TO BL4-ACKS-READ
023300     EXIT.
023400*
023500 2200-CLEAR-ITEM.
023510     IF NOT BL3-OPN-ITEM-OPEN
023520         PERFORM 2300-ACK-UNMATCHED      THRU 2300-EXIT
023530         GO TO 2200-EXIT
023540     END-IF
023600     IF BL2-ACK-REJECTED
023700         ADD 1                          TO BL4-ACKS-REJECTED
023800         PERFORM 2250-WRITE-REJECT       THRU 2250-EXIT
023810         SET BL3-OPN-ITEM-REJECTED      TO TRUE
023900     ELSE
024000         ADD 1                          TO BL4-ACKS-POSTED
024010         SET BL3-OPN-ITEM-POSTED        TO TRUE
024100     END-IF
024110     IF BL2-ACK-POSTING-DATE = SPACES
024120         MOVE BL4-RUN-DATE              TO BL3-OPN-ACK-DATE
024130     ELSE
024140         MOVE BL2-ACK-POSTING-DATE      TO BL3-OPN-ACK-DATE
024150     END-IF
024200     REWRITE BL3-OPEN-ITEM-RECORD
024300         INVALID KEY
024400             DISPLAY 'BIL115 - REWRITE FAILED FOR ORDER '
024500                     BL3-OPN-ORDER-NUMBER
024600     END-REWRITE.
024700 2200-EXIT.
024800     EXIT.
024900*
025000 2250-WRITE-REJECT.
025010     IF BL3-OPN-CREDIT-ITEM
025020         MOVE 'REJECTED CREDIT ORDER' TO BL4-LINE-LABEL
025030     ELSE
025040         MOVE 'REJECTED ORDER'       TO BL4-LINE-LABEL
025050     END-IF
025100     MOVE SPACES                        TO BL4-REJECT-LINE
025200     MOVE BL3-OPN-AMOUNT                 TO BL4-AMOUNT-DISPLAY
025300     STRING BL4-LINE-LABEL ' ' BL2-ACK-ORDER-NUMBER
025400            ' TEST '    BL2-ACK-TEST-CODE
025500            ' SERVICE ' BL2-ACK-SERVICE-DATE
025600            ' PATIENT ' BL3-OPN-PATIENT-ID
027700**  3000-AGE-OPEN-ITEMS                                          **
027800**  Browse what is still open after the acknowledgments are      **
027900**  applied and list anything older than the aging window.       **
027910**  Items already closed as posted or rejected are passed over.  **
028000******************************************************************
028100 3000-AGE-OPEN-ITEMS.
028200     MOVE LOW-VALUES                    TO BL3-OPN-KEY
030200     EXIT.
030300*
030400 3100-AGE-ONE-ITEM.
030410     IF NOT BL3-OPN-ITEM-OPEN
030420         ADD 1                          TO BL4-ITEMS-CLOSED
030430         GO TO 3100-NEXT
030440     END-IF
030500     ADD 1                              TO BL4-ITEMS-REMAINING
030600     MOVE BL3-OPN-SENT-DATE              TO BL4-SENT-YYYYMMDD
030700     COMPUTE BL4-SENT-JULIAN =
031300         ADD BL3-OPN-AMOUNT              TO
031400             BL4-AGED-TOTAL-AMOUNT
031500         PERFORM 3200-WRITE-AGED-LINE    THRU 3200-EXIT
031600     END-IF.
031610 3100-NEXT.
031700     PERFORM 3900-READ-OPEN-ITEM        THRU 3900-EXIT.
031800 3100-EXIT.
031900     EXIT.
032000*
032100 3200-WRITE-AGED-LINE.
032110     IF BL3-OPN-CREDIT-ITEM
032120         MOVE 'UNACKED CREDIT ORDER' TO BL4-LINE-LABEL
032130     ELSE
032140         MOVE 'UNACKED ORDER'        TO BL4-LINE-LABEL
032150     END-IF
032200     MOVE SPACES                        TO BL4-REPORT-LINE
032300     MOVE BL3-OPN-AMOUNT                 TO BL4-AMOUNT-DISPLAY
032400     MOVE BL4-ITEM-AGE-DAYS              TO BL4-AGE-DISPLAY
032500     STRING BL4-LINE-LABEL ' ' BL3-OPN-ORDER-NUMBER
032600            ' TEST '    BL3-OPN-TEST-CODE
032700            ' SERVICE ' BL3-OPN-SERVICE-DATE
032800            ' PATIENT ' BL3-OPN-PATIENT-ID
036000     DISPLAY 'BIL115 - ACKS UNMATCHED:     ' BL4-ACKS-UNMATCHED
036100     DISPLAY 'BIL115 - ITEMS STILL OPEN:   '
036200             BL4-ITEMS-REMAINING
036300     DISPLAY 'BIL115 - ITEMS PAST WINDOW:  ' BL4-ITEMS-AGED
036310     DISPLAY 'BIL115 - ITEMS CLOSED:       ' BL4-ITEMS-CLOSED.
036400 8000-EXIT.
036500     EXIT.
036600*
