001400**                  effective on the service date) land on the  **
001500**                  suspense report rather than vanish.  The    **
001600**                  balancing report ties charges generated to  **
001700**                  results matched.  An order LAB020 has       **
001710**                  cancelled after its charge went out is      **
001720**                  credited back, once, against its open item. **
001730**                  A corrected result for an order already     **
001740**                  charged is counted, not charged again.      **
001750**                  A result matched late - after its own day   **
001760**                  was billed - is charged on a later run,     **
001770**                  within the BILPARM look-back window, when   **
001780**                  the order/test has no open item yet.        **
001781**                  A suspended result is kept on BILOPNF as a  **
001782**                  suspended item, so no later run charges it. **
001800**                                                              **
001900******************************************************************
002000*
003260**                   the BILOPNF open-item file for BIL115 to   **
003270**                   reconcile against patient accounting's     **
003280**                   posting acknowledgments.                   **
003281**  2026-10-14  JMH  A CANCELLED order whose charge is on       **
003282**                   BILOPNF gets a credit: a credit open item  **
003283**                   keyed by the billing date, a type C charge **
003284**                   record on BILINTF, and the original item   **
003285**                   flagged reversed so it is credited only    **
003290**                   once.                                      **
003291**  2026-10-14  JMH  A corrected result - a new result date on  **
003292**                   an order/test already charged, or a rerun  **
003293**                   after the charge was posted or rejected -  **
003294**                   is counted as already charged and not      **
003295**                   charged again.  The cancel credit now      **
003296**                   finds the charge by order and test, since  **
003297**                   a correction moves the result date.        **
003300**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003310**                   control ledger through RUN080; the run is  **
003320**                   refused when a predecessor has not         **
003330**                   completed for the business date.           **
003331**  2026-10-14  JMH  Charge and credit open items carry the     **
003332**                   ordering department code for the month-end **
003333**                   revenue journal.                           **
003334**  2026-10-15  JMH  A result matched after its own day was     **
003335**                   billed (a LAB032 orphan recovery) is       **
003336**                   charged on a later run: matched orders     **
003337**                   dated within the BILPARM cols 10-12 look-  **
003338**                   back window (default 14 days, at most 28)  **
003339**                   with no open item for the order/test are   **
003340**                   priced and counted as matched late.        **
003341**  2026-10-15  JMH  An unpriced result is recorded on BILOPNF  **
003342**                   as a suspended item with no amount. The    **
003343**                   late-result pass passes it over, so it is  **
003344**                   not suspended again on every run nor       **
003345**                   charged once a rate is loaded; the cancel  **
003346**                   credit skips it. A rerun of its own day    **
003347**                   prices it again.                           **
003348******************************************************************
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005810*
005820     SELECT BL1-OPEN-ITEM-FILE    ASSIGN TO BILOPNF
005830            ORGANIZATION IS INDEXED
005840            ACCESS MODE IS DYNAMIC
005850            RECORD KEY IS BL3-OPN-KEY
005860            FILE STATUS IS BL1-OPN-FILE-STATUS.
005900*
010400 77  BL1-RESULTS-SELECTED           PIC 9(07) COMP VALUE 0.
010500 77  BL1-CHARGES-WRITTEN            PIC 9(07) COMP VALUE 0.
010600 77  BL1-CHARGES-SUSPENDED          PIC 9(07) COMP VALUE 0.
010610 77  BL1-CREDITS-WRITTEN            PIC 9(07) COMP VALUE 0.
010620 77  BL1-CREDITS-SUSPENDED          PIC 9(07) COMP VALUE 0.
010630 77  BL1-ALREADY-CHARGED            PIC 9(07) COMP VALUE 0.
010640 77  BL1-LATE-RESULTS               PIC 9(07) COMP VALUE 0.
010700*
010800******************************************************************
010900**  BILLING DATE FROM BILPARM COLS 1-8 - THE SERVICE DAY BEING  **
011600*
011700 01  BL1-RUN-DATE                   PIC 9(08) VALUE 0.
011800 01  BL1-RUN-DATE-X                 PIC X(08) VALUE SPACES.
011801*
011802******************************************************************
011803**  LOOK-BACK FROM BILPARM COLS 10-12 - DAYS BEFORE THE BILLING **
011804**  DATE SEARCHED FOR RESULTS MATCHED LATE AND NOT YET CHARGED. **
011805**  BLANK TAKES 14.  AT MOST 28, SO THE WINDOW NEVER REACHES AN **
011806**  ITEM BIL125 HAS ALREADY ARCHIVED (ONE MONTH MINIMUM).       **
011807******************************************************************
011808 01  BL1-LOOKBACK-DAYS              PIC 9(03) VALUE 14.
011809 01  BL1-PARM-DAYS-X                PIC X(03) VALUE SPACES.
011810 01  BL1-PARM-DAYS-9 REDEFINES BL1-PARM-DAYS-X
011811                                    PIC 9(03).
011812 01  BL1-BILLING-JULIAN             PIC 9(07).
011813 01  BL1-EARLIEST-JULIAN            PIC 9(07).
011814 01  BL1-EARLIEST-YYYYMMDD          PIC 9(08).
011815 01  BL1-EARLIEST-DATE              PIC X(08) VALUE SPACES.
011816*
011820******************************************************************
011830**  EFFECTIVE-DATED RATE SCAN - THE CHARGE MASTER IS READ       **
011840**  FORWARD FROM THE TEST CODE'S FIRST RATE ROW, KEEPING THE    **
011893 01  BL1-RATE-AMOUNT                PIC 9(07)V99 VALUE 0.
011900*
012000 01  BL1-TOTAL-AMOUNT               PIC 9(11)V99 VALUE 0.
012100 01  BL1-CREDIT-TOTAL-AMOUNT        PIC 9(11)V99 VALUE 0.
012200 01  BL1-TOTAL-DISPLAY              PIC Z(10)9.99.
012300 01  BL1-COUNT-DISPLAY              PIC ZZZZZZ9.
012310*
012320******************************************************************
012330**  CHARGE BEING REVERSED FOR A CANCELLED ORDER - KEY, CPT AND   **
012340**  AMOUNT OF THE ORIGINAL OPEN ITEM.                            **
012350******************************************************************
012360 01  BL1-REV-ORIG-KEY               PIC X(28) VALUE SPACES.
012370 01  BL1-REV-CPT-CODE               PIC X(08) VALUE SPACES.
012380 01  BL1-REV-AMOUNT                 PIC 9(07)V99 VALUE 0.
012381*
012382******************************************************************
012383**  CHARGE ITEM ALREADY ON THE OPEN-ITEM FILE FOR THE ORDER AND  **
012384**  TEST - ITS KEY, SERVICE DATE AND ACK STATUS.                 **
012385******************************************************************
012386 77  BL1-OPN-FOUND-SWITCH           PIC X(01) VALUE 'N'.
012387     88  BL1-OPN-FOUND                     VALUE 'Y'.
012388 77  BL1-OPN-SCAN-DONE-SWITCH       PIC X(01) VALUE 'N'.
012389     88  BL1-OPN-SCAN-DONE                 VALUE 'Y'.
012390 01  BL1-OPN-FOUND-KEY              PIC X(28) VALUE SPACES.
012391 01  BL1-OPN-FOUND-SVC-DATE         PIC X(08) VALUE SPACES.
012392 01  BL1-OPN-FOUND-STATUS           PIC X(01) VALUE SPACES.
012393     88  BL1-OPN-FOUND-OPEN                VALUES 'O' ' '.
012394     88  BL1-OPN-FOUND-SUSPENDED           VALUE 'S'.
012400*
012410 01  BL1-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
012420 01  BL1-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'BIL110'.
012430 01  BL1-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
012440 01  BL1-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
012450 01  BL1-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
012460 01  BL1-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
012470 01  BL1-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
012480*
012500 PROCEDURE DIVISION.
012600*
012700******************************************************************
012800**  0000-MAINLINE                                                **
012900******************************************************************
013000 0000-MAINLINE.
013010     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
013020     IF BL1-RUNCTL-RETURN-CODE NOT = 0
013030         MOVE BL1-RUNCTL-RETURN-CODE TO RETURN-CODE
013040         GOBACK
013050     END-IF
013100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
013200     IF NOT BL1-ABORT-RUN
013300         PERFORM 2000-CAPTURE-CHARGE  THRU 2000-EXIT
013800     IF BL1-ABORT-RUN
013900         MOVE 16                       TO RETURN-CODE
014000     END-IF
014010     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
014100     GOBACK.
014200*
014201******************************************************************
014202**  0100-BEGIN-RUN-CONTROL                                       **
014203**  Records the start on the RUNCTLF run-control ledger          **
014204**  through RUN080.  A refused start - a predecessor not         **
014205**  completed cleanly for the business date, or this program     **
014206**  already completed for it - ends the step before any file     **
014207**  is opened.                                                   **
014208******************************************************************
014209 0100-BEGIN-RUN-CONTROL.
014210     MOVE 'B'                       TO BL1-RUNCTL-FUNCTION-CODE
014211     CALL 'RUN080' USING BL1-RUNCTL-FUNCTION-CODE
014212                         BL1-RUNCTL-PROGRAM-ID
014213                         BL1-RUNCTL-COUNT-IN
014214                         BL1-RUNCTL-COUNT-OUT
014215                         BL1-RUNCTL-STEP-RC
014216                         BL1-RUNCTL-BUSINESS-DATE
014217                         BL1-RUNCTL-RETURN-CODE
014218     IF BL1-RUNCTL-RETURN-CODE NOT = 0
014219         DISPLAY 'BIL110 - RUN REFUSED BY RUN CONTROL FOR '
014220                 'BUSINESS DATE ' BL1-RUNCTL-BUSINESS-DATE
014221         DISPLAY 'BIL110 - RUN080 BEGIN RETURNED '
014222                 BL1-RUNCTL-RETURN-CODE
014223     END-IF.
014224 0100-EXIT.
014225     EXIT.
014226*
014227******************************************************************
014228**  0200-END-RUN-CONTROL                                         **
014229**  Records the end, the step return code and the record         **
014230**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
014231**  the step return code is put back afterwards.                 **
014232******************************************************************
014233 0200-END-RUN-CONTROL.
014234     MOVE RETURN-CODE               TO BL1-RUNCTL-STEP-RC
014235     MOVE BL1-ORDERS-READ           TO BL1-RUNCTL-COUNT-IN
014236     COMPUTE BL1-RUNCTL-COUNT-OUT =
014237         BL1-CHARGES-WRITTEN
014238         + BL1-CREDITS-WRITTEN
014239     MOVE 'E'                       TO BL1-RUNCTL-FUNCTION-CODE
014240     CALL 'RUN080' USING BL1-RUNCTL-FUNCTION-CODE
014241                         BL1-RUNCTL-PROGRAM-ID
014242                         BL1-RUNCTL-COUNT-IN
014243                         BL1-RUNCTL-COUNT-OUT
014244                         BL1-RUNCTL-STEP-RC
014245                         BL1-RUNCTL-BUSINESS-DATE
014246                         BL1-RUNCTL-RETURN-CODE
014247     IF BL1-RUNCTL-RETURN-CODE NOT = 0
014248         DISPLAY 'BIL110 - RUN080 END RETURNED '
014249                 BL1-RUNCTL-RETURN-CODE
014250     END-IF
014251     MOVE BL1-RUNCTL-STEP-RC        TO RETURN-CODE.
014252 0200-EXIT.
014253     EXIT.
014254*
014300******************************************************************
014400**  1000-INITIALIZE                                              **
014500******************************************************************
020500         SET BL1-ABORT-RUN             TO TRUE
020600         GO TO 1100-EXIT
020700     END-IF
020800     MOVE BL1-PARM-DATE-X               TO BL1-BILLING-DATE
020801     MOVE BL1-PARM-RECORD(10:3)         TO BL1-PARM-DAYS-X
020802     IF BL1-PARM-DAYS-X NOT = SPACES
020803         IF BL1-PARM-DAYS-9 NOT NUMERIC
020804                OR BL1-PARM-DAYS-9 > 28
020805             DISPLAY 'BIL110 - BILPARM COLS 10-12 LOOK-BACK DAYS '
020806                     'NOT 000-028: ' BL1-PARM-DAYS-X
020807             SET BL1-ABORT-RUN         TO TRUE
020808             GO TO 1100-EXIT
020809         END-IF
020810         MOVE BL1-PARM-DAYS-9           TO BL1-LOOKBACK-DAYS
020811     END-IF
020812     COMPUTE BL1-BILLING-JULIAN =
020813         FUNCTION INTEGER-OF-DATE(BL1-PARM-DATE-9)
020814     COMPUTE BL1-EARLIEST-JULIAN =
020815         BL1-BILLING-JULIAN - BL1-LOOKBACK-DAYS
020816     COMPUTE BL1-EARLIEST-YYYYMMDD =
020817         FUNCTION DATE-OF-INTEGER(BL1-EARLIEST-JULIAN)
020818     MOVE BL1-EARLIEST-YYYYMMDD         TO BL1-EARLIEST-DATE.
020900 1100-EXIT.
021000     EXIT.
021100*
021300**  2000-CAPTURE-CHARGE                                          **
021400**  Select matched orders whose result date is the billing       **
021500**  date, price each against the charge master, and write the    **
021600**  charge or suspend the order.  A cancelled order that has a   **
021610**  result may already have been charged; it goes to the         **
021620**  reversal instead.  A result for an order/test already        **
021630**  charged under another service date is a corrected result     **
021640**  and is not charged twice; neither is one already posted or   **
021650**  rejected by patient accounting.                              **
021660**  A result dated inside the look-back window before the        **
021670**  billing date was matched after its own day was billed (an    **
021680**  orphan recovered by LAB032); it is charged now if the        **
021690**  order/test has no open item, and passed over if it has.      **
021691**  A result suspended on its own day is priced again only on    **
021692**  a rerun of that day.                                         **
021700******************************************************************
021800 2000-CAPTURE-CHARGE.
021900     ADD 1                              TO BL1-ORDERS-READ
021910     IF LB2-TRK-CANCELLED
021920            AND LB2-TRK-RESULT-DATE NOT = SPACES
021930         PERFORM 2500-REVERSE-CHARGE    THRU 2500-EXIT
021940         GO TO 2000-NEXT
021950     END-IF
022000     IF NOT LB2-TRK-MATCHED
022100            OR LB2-TRK-RESULT-DATE(1:8) > BL1-BILLING-DATE
022200            OR LB2-TRK-RESULT-DATE(1:8) < BL1-EARLIEST-DATE
022210         GO TO 2000-NEXT
022220     END-IF
022230     IF LB2-TRK-RESULT-DATE(1:8) < BL1-BILLING-DATE
022240         PERFORM 2050-CHECK-LATE-RESULT THRU 2050-EXIT
022250         GO TO 2000-NEXT
022260     END-IF
022400     ADD 1                              TO BL1-RESULTS-SELECTED
022410     PERFORM 2600-FIND-CHARGE-ITEM      THRU 2600-EXIT
022420     IF BL1-OPN-FOUND
022430            AND (BL1-OPN-FOUND-SVC-DATE
022440                     NOT = LB2-TRK-RESULT-DATE(1:8)
022450             OR (NOT BL1-OPN-FOUND-OPEN
022451                 AND NOT BL1-OPN-FOUND-SUSPENDED))
022460         ADD 1                          TO BL1-ALREADY-CHARGED
022470         GO TO 2000-NEXT
022480     END-IF
022500     PERFORM 2100-PRICE-TEST            THRU 2100-EXIT.
022600 2000-NEXT.
022700     PERFORM 2900-READ-TRACK            THRU 2900-EXIT.
022800 2000-EXIT.
022900     EXIT.
023000*
023001******************************************************************
023002**  2050-CHECK-LATE-RESULT                                       **
023003**  A result from an earlier day in the look-back window. Any    **
023004**  charge item for the order/test means it was billed on its    **
023005**  own day (or corrected since), and a suspended item means it  **
023006**  could not be priced on an earlier run and is billing's to    **
023007**  handle; either way it is passed over uncounted.  With none   **
023008**  it was matched late and is selected and priced like a        **
023009**  result of the billing date.                                  **
023010******************************************************************
023011 2050-CHECK-LATE-RESULT.
023012     PERFORM 2600-FIND-CHARGE-ITEM      THRU 2600-EXIT
023013     IF BL1-OPN-FOUND
023014         GO TO 2050-EXIT
023015     END-IF
023016     ADD 1                              TO BL1-RESULTS-SELECTED
023017     ADD 1                              TO BL1-LATE-RESULTS
023018     PERFORM 2100-PRICE-TEST            THRU 2100-EXIT.
023019 2050-EXIT.
023020     EXIT.
023021*
023100******************************************************************
023200**  2100-PRICE-TEST                                              **
023300**  Walk the test code's effective-dated rate rows in ascending  **
025280 2150-EXIT.
025290     EXIT.
025300*
025310******************************************************************
025320**  2200-WRITE-CHARGE                                            **
025330******************************************************************
025500 2200-WRITE-CHARGE.
025510     MOVE SPACES                        TO
025520          BL1-BILLING-CHARGE-RECORD
025600     MOVE LB2-TRK-PATIENT-ID            TO BL1-CHG-PATIENT-ID
025700     MOVE LB2-TRK-ORDER-NUMBER          TO BL1-CHG-ORDER-NUMBER
025800     MOVE LB2-TRK-TEST-CODE             TO BL1-CHG-TEST-CODE
026000     MOVE LB2-TRK-RESULT-DATE(1:8)      TO BL1-CHG-SERVICE-DATE
026100     MOVE BL1-RATE-AMOUNT               TO BL1-CHG-AMOUNT
026200     MOVE BL1-RUN-DATE-X                TO BL1-CHG-FEED-DATE
026210     SET BL1-CHG-DEBIT                  TO TRUE
026300     WRITE BL1-BILLING-CHARGE-RECORD
026400     ADD 1                              TO BL1-CHARGES-WRITTEN
026500     ADD BL1-RATE-AMOUNT                TO BL1-TOTAL-AMOUNT
026760**  date finds the item already open and refreshes it in place.  **
026770******************************************************************
026780 2250-WRITE-OPEN-ITEM.
026782     MOVE SPACES                        TO BL3-OPEN-ITEM-RECORD
026783     MOVE LB2-TRK-ORDER-NUMBER          TO BL3-OPN-ORDER-NUMBER
026784     MOVE LB2-TRK-TEST-CODE             TO BL3-OPN-TEST-CODE
026785     MOVE LB2-TRK-RESULT-DATE(1:8)      TO BL3-OPN-SERVICE-DATE
026786     MOVE LB2-TRK-PATIENT-ID            TO BL3-OPN-PATIENT-ID
026787     MOVE BL1-RATE-CPT-CODE             TO BL3-OPN-CPT-CODE
026788     MOVE BL1-RATE-AMOUNT               TO BL3-OPN-AMOUNT
026789     MOVE BL1-RUN-DATE-X                TO BL3-OPN-SENT-DATE
026790     MOVE LB2-TRK-DEPT-CODE             TO BL3-OPN-DEPT-CODE
026798     WRITE BL3-OPEN-ITEM-RECORD
026799         INVALID KEY
026800             REWRITE BL3-OPEN-ITEM-RECORD
026802 2250-EXIT.
026803     EXIT.
026810*
026811******************************************************************
026812**  2500-REVERSE-CHARGE                                          **
026813**  The cancelled order's charge is found on the open-item file  **
026814**  by order and test.  No item (never charged, or cleared by an **
026815**  earlier BIL115), a credit, a rejected charge, one already    **
026816**  reversed or a suspended item that was never charged needs    **
026817**  nothing.  Otherwise a credit item keyed by the billing date  **
026818**  is opened for BIL115, the original is flagged reversed, and  **
026819**  the credit goes out on BILINTF.                              **
026820******************************************************************
026821 2500-REVERSE-CHARGE.
026822     PERFORM 2600-FIND-CHARGE-ITEM      THRU 2600-EXIT
026823     IF NOT BL1-OPN-FOUND
026824         GO TO 2500-EXIT
026825     END-IF
026827     IF BL3-OPN-CREDIT-ITEM
026828            OR BL3-OPN-REVERSED
026829            OR BL3-OPN-ITEM-REJECTED
026830            OR BL3-OPN-ITEM-SUSPENDED
026831         GO TO 2500-EXIT
026832     END-IF
026833     MOVE BL3-OPN-KEY                   TO BL1-REV-ORIG-KEY
026834     MOVE BL3-OPN-CPT-CODE              TO BL1-REV-CPT-CODE
026835     MOVE BL3-OPN-AMOUNT                TO BL1-REV-AMOUNT
026836     MOVE SPACES                        TO BL3-OPEN-ITEM-RECORD
026837     MOVE LB2-TRK-ORDER-NUMBER          TO BL3-OPN-ORDER-NUMBER
026838     MOVE LB2-TRK-TEST-CODE             TO BL3-OPN-TEST-CODE
026839     MOVE BL1-BILLING-DATE              TO BL3-OPN-SERVICE-DATE
026840     MOVE LB2-TRK-PATIENT-ID            TO BL3-OPN-PATIENT-ID
026841     MOVE BL1-REV-CPT-CODE              TO BL3-OPN-CPT-CODE
026842     MOVE BL1-REV-AMOUNT                TO BL3-OPN-AMOUNT
026843     MOVE BL1-RUN-DATE-X                TO BL3-OPN-SENT-DATE
026844     MOVE LB2-TRK-DEPT-CODE             TO BL3-OPN-DEPT-CODE
026845     SET BL3-OPN-CREDIT-ITEM            TO TRUE
026846     SET BL3-OPN-ITEM-OPEN              TO TRUE
026847     WRITE BL3-OPEN-ITEM-RECORD
026848         INVALID KEY
026849             PERFORM 2550-SUSPEND-CREDIT THRU 2550-EXIT
026850             GO TO 2500-EXIT
026851     END-WRITE
026852     MOVE BL1-REV-ORIG-KEY              TO BL3-OPN-KEY
026853     READ BL1-OPEN-ITEM-FILE
026854         INVALID KEY
026855             GO TO 2500-EXIT
026856     END-READ
026857     SET BL3-OPN-REVERSED               TO TRUE
026858     REWRITE BL3-OPEN-ITEM-RECORD
026859     MOVE SPACES                        TO
026860          BL1-BILLING-CHARGE-RECORD
026861     MOVE LB2-TRK-PATIENT-ID            TO BL1-CHG-PATIENT-ID
026862     MOVE LB2-TRK-ORDER-NUMBER          TO BL1-CHG-ORDER-NUMBER
026863     MOVE LB2-TRK-TEST-CODE             TO BL1-CHG-TEST-CODE
026864     MOVE BL1-REV-CPT-CODE              TO BL1-CHG-CPT-CODE
026865     MOVE BL1-BILLING-DATE              TO BL1-CHG-SERVICE-DATE
026866     MOVE BL1-REV-AMOUNT                TO BL1-CHG-AMOUNT
026867     MOVE BL1-RUN-DATE-X                TO BL1-CHG-FEED-DATE
026868     SET BL1-CHG-CREDIT                 TO TRUE
026869     MOVE BL1-OPN-FOUND-SVC-DATE        TO
026870          BL1-CHG-ORIG-SERVICE-DATE
026871     WRITE BL1-BILLING-CHARGE-RECORD
026872     ADD 1                              TO BL1-CREDITS-WRITTEN
026873     ADD BL1-REV-AMOUNT             TO BL1-CREDIT-TOTAL-AMOUNT.
026874 2500-EXIT.
026875     EXIT.
026876*
026877******************************************************************
026878**  2550-SUSPEND-CREDIT                                          **
026879**  The credit's key is already taken (the order was charged and **
026880**  cancelled on this same billing date and BIL110 is being      **
026881**  rerun) - list it for billing to credit by hand.              **
026882******************************************************************
026883 2550-SUSPEND-CREDIT.
026884     ADD 1                              TO BL1-CREDITS-SUSPENDED
026885     MOVE SPACES                        TO BL1-SUSPENSE-LINE
026886     STRING 'CREDIT KEY IN USE, TEST ' LB2-TRK-TEST-CODE
026887            ' ORDER '   LB2-TRK-ORDER-NUMBER
026888            ' PATIENT ' LB2-TRK-PATIENT-ID
026889            ' SERVICE ' LB2-TRK-RESULT-DATE(1:8)
026890         DELIMITED BY SIZE INTO BL1-SUSPENSE-LINE
026891     WRITE BL1-SUSPENSE-LINE.
026892 2550-EXIT.
026893     EXIT.
026894*
026900******************************************************************
027000**  2300-WRITE-SUSPENSE                                          **
027010**  List the unpriced result for billing and record it on the    **
027020**  open-item file as a suspended item (2350).                   **
027100******************************************************************
027200 2300-WRITE-SUSPENSE.
027300     ADD 1                              TO BL1-CHARGES-SUSPENDED
027700            ' PATIENT ' LB2-TRK-PATIENT-ID
027800            ' SERVICE ' LB2-TRK-RESULT-DATE(1:8)
027900         DELIMITED BY SIZE INTO BL1-SUSPENSE-LINE
028000     WRITE BL1-SUSPENSE-LINE
028010     PERFORM 2350-WRITE-SUSPENDED-ITEM  THRU 2350-EXIT.
028100 2300-EXIT.
028200     EXIT.
028300*
028301******************************************************************
028302**  2350-WRITE-SUSPENDED-ITEM                                    **
028303**  A suspended item carries no amount and is never sent,        **
028304**  posted or journalled. It stops the late-result pass          **
028305**  selecting the result again on every later run, and stops a   **
028306**  rate loaded afterwards charging a result billing has         **
028307**  handled by hand. A key already on file - a rerun of the      **
028308**  day, or a charge already sent - is left as it is.            **
028309******************************************************************
028310 2350-WRITE-SUSPENDED-ITEM.
028311     MOVE SPACES                        TO BL3-OPEN-ITEM-RECORD
028312     MOVE LB2-TRK-ORDER-NUMBER          TO BL3-OPN-ORDER-NUMBER
028313     MOVE LB2-TRK-TEST-CODE             TO BL3-OPN-TEST-CODE
028314     MOVE LB2-TRK-RESULT-DATE(1:8)      TO BL3-OPN-SERVICE-DATE
028315     MOVE LB2-TRK-PATIENT-ID            TO BL3-OPN-PATIENT-ID
028316     MOVE 0                             TO BL3-OPN-AMOUNT
028317     MOVE BL1-RUN-DATE-X                TO BL3-OPN-SENT-DATE
028318     MOVE LB2-TRK-DEPT-CODE             TO BL3-OPN-DEPT-CODE
028319     SET BL3-OPN-CHARGE-ITEM            TO TRUE
028320     SET BL3-OPN-ITEM-SUSPENDED         TO TRUE
028321     WRITE BL3-OPEN-ITEM-RECORD
028322         INVALID KEY
028323             CONTINUE
028324     END-WRITE.
028325 2350-EXIT.
028326     EXIT.
028327*
028328******************************************************************
028329**  2600-FIND-CHARGE-ITEM                                        **
028330**  Read the order/test's open items in service-date order and   **
028331**  keep the first charge not yet reversed - posted, rejected or **
028332**  still open.  Credits and reversed charges are passed over.   **
028333******************************************************************
028334 2600-FIND-CHARGE-ITEM.
028335     MOVE 'N'                           TO BL1-OPN-FOUND-SWITCH
028336     MOVE 'N'                           TO
028337          BL1-OPN-SCAN-DONE-SWITCH
028338     MOVE LB2-TRK-ORDER-NUMBER          TO BL3-OPN-ORDER-NUMBER
028339     MOVE LB2-TRK-TEST-CODE             TO BL3-OPN-TEST-CODE
028340     MOVE LOW-VALUES                    TO BL3-OPN-SERVICE-DATE
028341     START BL1-OPEN-ITEM-FILE KEY IS NOT LESS THAN
028342         BL3-OPN-KEY
028343         INVALID KEY
028344             MOVE 'Y'                   TO
028345                  BL1-OPN-SCAN-DONE-SWITCH
028346     END-START
028347     PERFORM 2610-SCAN-OPEN-ITEM        THRU 2610-EXIT
028348         UNTIL BL1-OPN-SCAN-DONE.
028349 2600-EXIT.
028350     EXIT.
028351*
028352******************************************************************
028353**  2610-SCAN-OPEN-ITEM                                          **
028354**  One open item: stop at end of file, another order or test,   **
028355**  or the first unreversed charge, which is kept.               **
028356******************************************************************
028357 2610-SCAN-OPEN-ITEM.
028358     READ BL1-OPEN-ITEM-FILE NEXT RECORD
028359         AT END
028360             MOVE 'Y' TO BL1-OPN-SCAN-DONE-SWITCH
028361             GO TO 2610-EXIT
028362     END-READ
028363     IF BL3-OPN-ORDER-NUMBER NOT = LB2-TRK-ORDER-NUMBER
028364            OR BL3-OPN-TEST-CODE NOT = LB2-TRK-TEST-CODE
028365         MOVE 'Y'                       TO
028366              BL1-OPN-SCAN-DONE-SWITCH
028367         GO TO 2610-EXIT
028368     END-IF
028369     IF BL3-OPN-CREDIT-ITEM
028370            OR BL3-OPN-REVERSED
028371         GO TO 2610-EXIT
028372     END-IF
028373     MOVE BL3-OPN-KEY                   TO BL1-OPN-FOUND-KEY
028374     MOVE BL3-OPN-SERVICE-DATE          TO BL1-OPN-FOUND-SVC-DATE
028375     MOVE BL3-OPN-ITEM-STATUS           TO BL1-OPN-FOUND-STATUS
028376     SET BL1-OPN-FOUND                  TO TRUE
028377     MOVE 'Y'                           TO
028378          BL1-OPN-SCAN-DONE-SWITCH.
028379 2610-EXIT.
028380     EXIT.
028381*
028400 2900-READ-TRACK.
028500     READ BL1-ORDER-TRACK-FILE NEXT RECORD
028600         AT END
029100*
029200******************************************************************
029300**  3000-PRINT-BALANCE                                           **
029400**  Charges written plus suspended plus corrected results       **
029410**  already charged must equal results selected, late results   **
029420**  charged on this run included                                 **
029500**  - the proof that nothing vanished between the lab and        **
029600**  patient accounting.                                          **
029700******************************************************************
030700     STRING 'RESULTS MATCHED FOR DAY  ' BL1-COUNT-DISPLAY
030800         DELIMITED BY SIZE INTO BL1-REPORT-LINE
030900     WRITE BL1-REPORT-LINE
030910     MOVE SPACES                        TO BL1-REPORT-LINE
030920     MOVE BL1-LATE-RESULTS               TO BL1-COUNT-DISPLAY
030930     STRING '  OF WHICH MATCHED LATE  ' BL1-COUNT-DISPLAY
030940            ' (RESULTS FROM ' BL1-EARLIEST-DATE ')'
030950         DELIMITED BY SIZE INTO BL1-REPORT-LINE
030960     WRITE BL1-REPORT-LINE
031000     MOVE SPACES                        TO BL1-REPORT-LINE
031100     MOVE BL1-CHARGES-WRITTEN            TO BL1-COUNT-DISPLAY
031200     STRING 'CHARGES GENERATED        ' BL1-COUNT-DISPLAY
031700     STRING 'CHARGES SUSPENDED        ' BL1-COUNT-DISPLAY
031800         DELIMITED BY SIZE INTO BL1-REPORT-LINE
031900     WRITE BL1-REPORT-LINE
031910     MOVE SPACES                        TO BL1-REPORT-LINE
031920     MOVE BL1-ALREADY-CHARGED            TO BL1-COUNT-DISPLAY
031930     STRING 'RESULTS ALREADY CHARGED  ' BL1-COUNT-DISPLAY
031940         DELIMITED BY SIZE INTO BL1-REPORT-LINE
031950     WRITE BL1-REPORT-LINE
032000     MOVE SPACES                        TO BL1-REPORT-LINE
032100     MOVE BL1-TOTAL-AMOUNT               TO BL1-TOTAL-DISPLAY
032200     STRING 'TOTAL CHARGE AMOUNT      ' BL1-TOTAL-DISPLAY
032300         DELIMITED BY SIZE INTO BL1-REPORT-LINE
032400     WRITE BL1-REPORT-LINE
032401     MOVE SPACES                        TO BL1-REPORT-LINE
032402     MOVE BL1-CREDITS-WRITTEN            TO BL1-COUNT-DISPLAY
032403     STRING 'CANCEL CREDITS GENERATED ' BL1-COUNT-DISPLAY
032404         DELIMITED BY SIZE INTO BL1-REPORT-LINE
032405     WRITE BL1-REPORT-LINE
032406     MOVE SPACES                        TO BL1-REPORT-LINE
032407     MOVE BL1-CREDITS-SUSPENDED          TO BL1-COUNT-DISPLAY
032408     STRING 'CANCEL CREDITS SUSPENDED ' BL1-COUNT-DISPLAY
032409         DELIMITED BY SIZE INTO BL1-REPORT-LINE
032410     WRITE BL1-REPORT-LINE
032411     MOVE SPACES                        TO BL1-REPORT-LINE
032412     MOVE BL1-CREDIT-TOTAL-AMOUNT        TO BL1-TOTAL-DISPLAY
032413     STRING 'TOTAL CREDIT AMOUNT      ' BL1-TOTAL-DISPLAY
032414         DELIMITED BY SIZE INTO BL1-REPORT-LINE
032415     WRITE BL1-REPORT-LINE
032500     MOVE SPACES                        TO BL1-REPORT-LINE
032600     IF BL1-CHARGES-WRITTEN + BL1-CHARGES-SUSPENDED
032610            + BL1-ALREADY-CHARGED
032700            = BL1-RESULTS-SELECTED
032800         STRING 'BALANCE: IN BALANCE'
032900             DELIMITED BY SIZE INTO BL1-REPORT-LINE
035900     DISPLAY 'BIL110 - CHARGES WRITTEN:    '
036000             BL1-CHARGES-WRITTEN
036100     DISPLAY 'BIL110 - CHARGES SUSPENDED:  '
036200             BL1-CHARGES-SUSPENDED
036201     DISPLAY 'BIL110 - ALREADY CHARGED:    '
036202             BL1-ALREADY-CHARGED
036203     DISPLAY 'BIL110 - LATE RESULTS:       '
036204             BL1-LATE-RESULTS
036210     DISPLAY 'BIL110 - CREDITS WRITTEN:    '
036220             BL1-CREDITS-WRITTEN
036230     DISPLAY 'BIL110 - CREDITS SUSPENDED:  '
036240             BL1-CREDITS-SUSPENDED.
036300 8000-EXIT.
036400     EXIT.
036500*
