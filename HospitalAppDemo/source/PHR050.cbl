000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     PHR050                                      **
000400**                                                              **
000500**  DESCRIPTION:    Maintenance run for the reportable-test     **
000600**                  master.  Applies add, change and delete     **
000700**                  transactions against RPTTSTF, keyed by lab  **
000800**                  test code, so making a test reportable,     **
000900**                  changing its agency or reporting deadline,  **
001000**                  or dropping it is a reviewed transaction    **
001100**                  run with an audit report showing the agency **
001200**                  and deadline before and after, instead of   **
001300**                  an edit nobody can trace.                   **
001400**                                                              **
001500******************************************************************
001600*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.    PHR050.
001900 AUTHOR.        J HARTWELL.
002000 INSTALLATION.  INTERFACE ENGINEERING.
002100 DATE-WRITTEN.  2026-10-14.
002200 DATE-COMPILED.
002300*
002400******************************************************************
002500**  MODIFICATION HISTORY                                        **
002600**  DATE       INIT  DESCRIPTION                                **
002700**  ---------- ----  ------------------------------------------ **
002800**  2026-10-14  JMH  Initial version - reportable-test master   **
002900**                   maintenance.                               **
002910**  2026-10-15  JMH  Reject a change or delete whose REWRITE or **
002920**                   DELETE fails instead of reporting it       **
002930**                   applied.                                   **
003000******************************************************************
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600*
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PH5-MAINT-TXN-FILE    ASSIGN TO PHRMTXN
004000            ORGANIZATION IS SEQUENTIAL.
004100*
004200     SELECT PH5-REPORTABLE-FILE   ASSIGN TO RPTTSTF
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE IS RANDOM
004500            RECORD KEY IS PH5-RPT-TEST-CODE
004600            FILE STATUS IS PH5-RPT-FILE-STATUS.
004700*
004800     SELECT PH5-MAINT-REPORT      ASSIGN TO PHR050R
004900            ORGANIZATION IS SEQUENTIAL.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PH5-MAINT-TXN-FILE
005400     RECORDING MODE IS F.
005500     COPY RPTTXN.
005600*
005700 FD  PH5-REPORTABLE-FILE
005800     RECORDING MODE IS F.
005900     COPY RPTTST.
006000*
006100 FD  PH5-MAINT-REPORT
006200     RECORDING MODE IS F.
006300 01  PH5-REPORT-LINE                PIC X(132).
006400*
006500 WORKING-STORAGE SECTION.
006600*
006700 01  PH5-RPT-FILE-STATUS            PIC X(02) VALUE '00'.
006800*
006900 77  PH5-EOF-SWITCH                 PIC X(01) VALUE 'N'.
007000     88  PH5-EOF                            VALUE 'Y'.
007100 77  PH5-ABORT-SWITCH               PIC X(01) VALUE 'N'.
007200     88  PH5-ABORT-RUN                      VALUE 'Y'.
007300 77  PH5-TXN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
007400     88  PH5-TXN-VALID                      VALUE 'Y'.
007500 77  PH5-RUN-DATE                   PIC 9(08) VALUE 0.
007600 77  PH5-TXN-READ                   PIC 9(07) COMP VALUE 0.
007700 77  PH5-TXN-APPLIED                PIC 9(07) COMP VALUE 0.
007800 77  PH5-TXN-REJECTED               PIC 9(07) COMP VALUE 0.
007900*
008000******************************************************************
008100**  AUDIT WORK AREAS - THE TEST'S AGENCY AND DEADLINE BEFORE    **
008200**  THE TRANSACTION (BLANK FOR AN ADD) AND AFTER IT, AND THE    **
008300**  REASON A TRANSACTION WAS REFUSED.                           **
008400******************************************************************
008500 01  PH5-RUN-DATE-X                 PIC X(08) VALUE SPACES.
008600 01  PH5-OLD-AGENCY                 PIC X(10) VALUE SPACES.
008700 01  PH5-OLD-DEADLINE               PIC X(04) VALUE SPACES.
008800 01  PH5-NEW-AGENCY                 PIC X(10) VALUE SPACES.
008900 01  PH5-NEW-DEADLINE               PIC X(04) VALUE SPACES.
009000 01  PH5-REJECT-REASON              PIC X(30) VALUE SPACES.
009100*
009200 PROCEDURE DIVISION.
009300*
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
009600     IF NOT PH5-ABORT-RUN
009700         PERFORM 2000-APPLY-TXN     THRU 2000-EXIT
009800             UNTIL PH5-EOF
009900     END-IF
010000     PERFORM 8000-TERMINATE         THRU 8000-EXIT
010100     IF PH5-ABORT-RUN
010200         MOVE 16                    TO RETURN-CODE
010300     END-IF
010400     GOBACK.
010500*
010600 1000-INITIALIZE.
010700     ACCEPT PH5-RUN-DATE FROM DATE YYYYMMDD
010800     MOVE PH5-RUN-DATE                TO PH5-RUN-DATE-X
010900     OPEN INPUT  PH5-MAINT-TXN-FILE
011000     OPEN I-O    PH5-REPORTABLE-FILE
011100     IF PH5-RPT-FILE-STATUS NOT = '00'
011200         DISPLAY 'PHR050 - OPEN FAILED FOR RPTTSTF, STATUS='
011300                 PH5-RPT-FILE-STATUS
011400         SET PH5-ABORT-RUN        TO TRUE
011500         GO TO 1000-EXIT
011600     END-IF
011700     OPEN OUTPUT PH5-MAINT-REPORT
011800     MOVE SPACES                      TO PH5-REPORT-LINE
011900     STRING 'REPORTABLE-TEST MASTER MAINTENANCE AUDIT - RUN DATE '
012000            PH5-RUN-DATE
012100         DELIMITED BY SIZE INTO PH5-REPORT-LINE
012200     WRITE PH5-REPORT-LINE
012300     MOVE SPACES                      TO PH5-REPORT-LINE
012400     STRING 'DEADLINE IS HOURS FROM THE RESULT TO THE AGENCY '
012500            'SUBMISSION'
012600         DELIMITED BY SIZE INTO PH5-REPORT-LINE
012700     WRITE PH5-REPORT-LINE
012800     PERFORM 2100-READ-TXN           THRU 2100-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100*
013200 2000-APPLY-TXN.
013300     ADD 1                             TO PH5-TXN-READ
013400     MOVE SPACES                       TO PH5-OLD-AGENCY
013500     MOVE SPACES                       TO PH5-OLD-DEADLINE
013600     MOVE SPACES                       TO PH5-NEW-AGENCY
013700     MOVE SPACES                       TO PH5-NEW-DEADLINE
013800     PERFORM 2150-EDIT-TXN             THRU 2150-EXIT
013900     IF NOT PH5-TXN-VALID
014000         PERFORM 2510-WRITE-REJECT      THRU 2510-EXIT
014100         GO TO 2000-NEXT
014200     END-IF
014300     EVALUATE TRUE
014400         WHEN PH5-TXN-ADD
014500             PERFORM 2200-ADD-TEST      THRU 2200-EXIT
014600         WHEN PH5-TXN-CHANGE
014700             PERFORM 2300-CHANGE-TEST   THRU 2300-EXIT
014800         WHEN PH5-TXN-DELETE
014900             PERFORM 2400-DELETE-TEST   THRU 2400-EXIT
015000     END-EVALUATE.
015100 2000-NEXT.
015200     PERFORM 2100-READ-TXN            THRU 2100-EXIT.
015300 2000-EXIT.
015400     EXIT.
015500*
015600 2100-READ-TXN.
015700     READ PH5-MAINT-TXN-FILE INTO PH5-MAINT-TXN-RECORD
015800         AT END
015900             MOVE 'Y'                   TO PH5-EOF-SWITCH
016000     END-READ.
016100 2100-EXIT.
016200     EXIT.
016300*
016400******************************************************************
016500**  2150-EDIT-TXN                                                **
016600**  A transaction must carry a known action code and a non-blank **
016700**  test code; adds and changes must also carry an agency code   **
016800**  and a deadline of at least one hour.  A missing deadline     **
016900**  would let a result wait forever without being flagged late.  **
017000******************************************************************
017100 2150-EDIT-TXN.
017200     MOVE 'Y'                          TO PH5-TXN-VALID-SWITCH
017300     IF NOT PH5-TXN-ADD
017400            AND NOT PH5-TXN-CHANGE
017500            AND NOT PH5-TXN-DELETE
017600         MOVE 'N'                      TO PH5-TXN-VALID-SWITCH
017700         MOVE 'ACTION CODE NOT A/C/D'  TO PH5-REJECT-REASON
017800         GO TO 2150-EXIT
017900     END-IF
018000     IF PH5-TXN-TEST-CODE = SPACES
018100         MOVE 'N'                      TO PH5-TXN-VALID-SWITCH
018200         MOVE 'TEST CODE BLANK'        TO PH5-REJECT-REASON
018300         GO TO 2150-EXIT
018400     END-IF
018500     IF PH5-TXN-DELETE
018600         GO TO 2150-EXIT
018700     END-IF
018800     IF PH5-TXN-AGENCY-CODE = SPACES
018900         MOVE 'N'                      TO PH5-TXN-VALID-SWITCH
019000         MOVE 'AGENCY CODE BLANK'      TO PH5-REJECT-REASON
019100         GO TO 2150-EXIT
019200     END-IF
019300     IF PH5-TXN-DEADLINE-HOURS NOT NUMERIC
019400         MOVE 'N'                      TO PH5-TXN-VALID-SWITCH
019500         MOVE 'DEADLINE HOURS NOT NUMERIC' TO PH5-REJECT-REASON
019600         GO TO 2150-EXIT
019700     END-IF
019800     IF PH5-TXN-DEADLINE-9 = 0
019900         MOVE 'N'                      TO PH5-TXN-VALID-SWITCH
020000         MOVE 'DEADLINE HOURS ZERO'    TO PH5-REJECT-REASON
020100     END-IF.
020200 2150-EXIT.
020300     EXIT.
020400*
020500 2200-ADD-TEST.
020600     MOVE SPACES                   TO PH5-REPORTABLE-TEST-RECORD
020700     MOVE PH5-TXN-TEST-CODE            TO PH5-RPT-TEST-CODE
020800     MOVE PH5-TXN-AGENCY-CODE          TO PH5-RPT-AGENCY-CODE
020900     MOVE PH5-TXN-DEADLINE-9           TO PH5-RPT-DEADLINE-HOURS
021000     MOVE PH5-TXN-CONDITION            TO PH5-RPT-CONDITION
021100     MOVE PH5-RUN-DATE-X               TO
021200          PH5-RPT-LAST-UPDATE-DATE
021300     MOVE PH5-TXN-AGENCY-CODE          TO PH5-NEW-AGENCY
021400     MOVE PH5-TXN-DEADLINE-HOURS       TO PH5-NEW-DEADLINE
021500     WRITE PH5-REPORTABLE-TEST-RECORD
021600         INVALID KEY
021700             MOVE 'TEST ALREADY ON MASTER' TO PH5-REJECT-REASON
021800             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
021900         NOT INVALID KEY
022000             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
022100     END-WRITE.
022200 2200-EXIT.
022300     EXIT.
022400*
022500******************************************************************
022600**  2300-CHANGE-TEST                                             **
022700**  Replaces the agency and the deadline.  A blank condition     **
022800**  description leaves the existing one in place.                **
022900******************************************************************
023000 2300-CHANGE-TEST.
023100     MOVE PH5-TXN-TEST-CODE            TO PH5-RPT-TEST-CODE
023200     READ PH5-REPORTABLE-FILE
023300         INVALID KEY
023400             MOVE 'TEST NOT ON MASTER'     TO PH5-REJECT-REASON
023500             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
023600             GO TO 2300-EXIT
023700     END-READ
023800     MOVE PH5-RPT-AGENCY-CODE          TO PH5-OLD-AGENCY
023900     MOVE PH5-RPT-DEADLINE-HOURS       TO PH5-OLD-DEADLINE
024000     MOVE PH5-TXN-AGENCY-CODE          TO PH5-RPT-AGENCY-CODE
024100     MOVE PH5-TXN-DEADLINE-9           TO PH5-RPT-DEADLINE-HOURS
024200     IF PH5-TXN-CONDITION NOT = SPACES
024300         MOVE PH5-TXN-CONDITION        TO PH5-RPT-CONDITION
024400     END-IF
024500     MOVE PH5-RUN-DATE-X               TO
024600          PH5-RPT-LAST-UPDATE-DATE
024700     MOVE PH5-TXN-AGENCY-CODE          TO PH5-NEW-AGENCY
024800     MOVE PH5-TXN-DEADLINE-HOURS       TO PH5-NEW-DEADLINE
024810     REWRITE PH5-REPORTABLE-TEST-RECORD
024820         INVALID KEY
024830             MOVE 'TEST NOT REWRITTEN'     TO PH5-REJECT-REASON
024840             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
024850         NOT INVALID KEY
024860             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
024870     END-REWRITE.
025100 2300-EXIT.
025200     EXIT.
025300*
025400 2400-DELETE-TEST.
025500     MOVE PH5-TXN-TEST-CODE            TO PH5-RPT-TEST-CODE
025600     READ PH5-REPORTABLE-FILE
025700         INVALID KEY
025800             MOVE 'TEST NOT ON MASTER'     TO PH5-REJECT-REASON
025810             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
025820             GO TO 2400-EXIT
025830     END-READ
025840     MOVE PH5-RPT-AGENCY-CODE          TO PH5-OLD-AGENCY
025850     MOVE PH5-RPT-DEADLINE-HOURS       TO PH5-OLD-DEADLINE
025860     DELETE PH5-REPORTABLE-FILE
025870         INVALID KEY
025880             MOVE 'TEST NOT DELETED'       TO PH5-REJECT-REASON
025890             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
025900         NOT INVALID KEY
025910             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
025920     END-DELETE.
026600 2400-EXIT.
026700     EXIT.
026800*
026900 2510-WRITE-REJECT.
027000     ADD 1                                 TO PH5-TXN-REJECTED
027100     MOVE SPACES                           TO PH5-REPORT-LINE
027200     STRING 'REJECTED TXN ' PH5-TXN-CODE
027300            ' TEST ' PH5-TXN-TEST-CODE
027400            ' AGENCY ' PH5-TXN-AGENCY-CODE
027500            ' HOURS ' PH5-TXN-DEADLINE-HOURS
027600            ' - NOT APPLIED: ' PH5-REJECT-REASON
027700         DELIMITED BY SIZE INTO PH5-REPORT-LINE
027800     WRITE PH5-REPORT-LINE.
027900 2510-EXIT.
028000     EXIT.
028100*
028200 2520-WRITE-APPLIED.
028300     ADD 1                                 TO PH5-TXN-APPLIED
028400     MOVE SPACES                           TO PH5-REPORT-LINE
028500     STRING 'APPLIED  TXN ' PH5-TXN-CODE
028600            ' TEST ' PH5-TXN-TEST-CODE
028700            ' AGENCY WAS ' PH5-OLD-AGENCY
028800            ' NOW ' PH5-NEW-AGENCY
028900            ' HOURS WAS ' PH5-OLD-DEADLINE
029000            ' NOW ' PH5-NEW-DEADLINE
029100            ' ' PH5-TXN-CONDITION
029200         DELIMITED BY SIZE INTO PH5-REPORT-LINE
029300     WRITE PH5-REPORT-LINE.
029400 2520-EXIT.
029500     EXIT.
029600*
029700 8000-TERMINATE.
029800     CLOSE PH5-MAINT-TXN-FILE
029900     CLOSE PH5-REPORTABLE-FILE
030000     IF PH5-RPT-FILE-STATUS NOT = '00'
030100         DISPLAY 'PHR050 - CLOSE FAILED FOR RPTTSTF, STATUS='
030200                 PH5-RPT-FILE-STATUS
030300     END-IF
030400     CLOSE PH5-MAINT-REPORT
030500     DISPLAY 'PHR050 - TRANSACTIONS READ:     ' PH5-TXN-READ
030600     DISPLAY 'PHR050 - TRANSACTIONS APPLIED:  ' PH5-TXN-APPLIED
030700     DISPLAY 'PHR050 - TRANSACTIONS REJECTED: ' PH5-TXN-REJECTED.
030800 8000-EXIT.
030900     EXIT.
031000*
031100 9999-EXIT.
031200     EXIT.
