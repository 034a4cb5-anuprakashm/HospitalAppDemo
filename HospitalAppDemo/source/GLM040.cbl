000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     GLM040                                      **
000400**                                                              **
000500**  DESCRIPTION:    Maintenance run for the department-to-GL    **
000600**                  mapping file.  Applies add, change and      **
000700**                  delete transactions against GLMAPF, keyed   **
000800**                  by ordering department code, so a           **
000900**                  department's cost center, revenue account   **
001000**                  and rejected-charge adjustment account are  **
001100**                  changed by a reviewed transaction run with  **
001200**                  an audit report showing the cost center and **
001300**                  revenue account before and after.  BIL120   **
001400**                  posts the month's lab revenue through this  **
001500**                  mapping.                                    **
001600**                                                              **
001700******************************************************************
001800*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    GLM040.
002100 AUTHOR.        J HARTWELL.
002200 INSTALLATION.  INTERFACE ENGINEERING.
002300 DATE-WRITTEN.  2026-10-14.
002400 DATE-COMPILED.
002500*
002600******************************************************************
002700**  MODIFICATION HISTORY                                        **
002800**  DATE       INIT  DESCRIPTION                                **
002900**  ---------- ----  ------------------------------------------ **
003000**  2026-10-14  JMH  Initial version - department-to-GL mapping **
003100**                   maintenance.                               **
003110**  2026-10-15  JMH  Reject a change or delete whose REWRITE or **
003120**                   DELETE fails instead of reporting it       **
003130**                   applied.                                   **
003200******************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800*
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT GL4-MAINT-TXN-FILE    ASSIGN TO GLMTXN
004200            ORGANIZATION IS SEQUENTIAL.
004300*
004400     SELECT GL4-GL-MAP-FILE       ASSIGN TO GLMAPF
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS RANDOM
004700            RECORD KEY IS GL4-MAP-DEPT-CODE
004800            FILE STATUS IS GL4-MAP-FILE-STATUS.
004900*
005000     SELECT GL4-MAINT-REPORT      ASSIGN TO GLM040R
005100            ORGANIZATION IS SEQUENTIAL.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  GL4-MAINT-TXN-FILE
005600     RECORDING MODE IS F.
005700     COPY GLMTXN.
005800*
005900 FD  GL4-GL-MAP-FILE
006000     RECORDING MODE IS F.
006100     COPY GLMAP.
006200*
006300 FD  GL4-MAINT-REPORT
006400     RECORDING MODE IS F.
006500 01  GL4-REPORT-LINE                PIC X(132).
006600*
006700 WORKING-STORAGE SECTION.
006800*
006900 01  GL4-MAP-FILE-STATUS            PIC X(02) VALUE '00'.
007000*
007100 77  GL4-EOF-SWITCH                 PIC X(01) VALUE 'N'.
007200     88  GL4-EOF                            VALUE 'Y'.
007300 77  GL4-ABORT-SWITCH               PIC X(01) VALUE 'N'.
007400     88  GL4-ABORT-RUN                      VALUE 'Y'.
007500 77  GL4-TXN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
007600     88  GL4-TXN-VALID                      VALUE 'Y'.
007700 77  GL4-RUN-DATE                   PIC 9(08) VALUE 0.
007800 77  GL4-TXN-READ                   PIC 9(07) COMP VALUE 0.
007900 77  GL4-TXN-APPLIED                PIC 9(07) COMP VALUE 0.
008000 77  GL4-TXN-REJECTED               PIC 9(07) COMP VALUE 0.
008100*
008200******************************************************************
008300**  AUDIT WORK AREAS - THE DEPARTMENT'S COST CENTER AND         **
008400**  REVENUE ACCOUNT BEFORE THE TRANSACTION (BLANK FOR AN ADD)   **
008500**  AND AFTER IT, AND THE REASON A TRANSACTION WAS REFUSED.     **
008600******************************************************************
008700 01  GL4-RUN-DATE-X                 PIC X(08) VALUE SPACES.
008800 01  GL4-OLD-COST-CENTER            PIC X(06) VALUE SPACES.
008900 01  GL4-OLD-REVENUE-ACCOUNT        PIC X(08) VALUE SPACES.
009000 01  GL4-NEW-COST-CENTER            PIC X(06) VALUE SPACES.
009100 01  GL4-NEW-REVENUE-ACCOUNT        PIC X(08) VALUE SPACES.
009200 01  GL4-REJECT-REASON              PIC X(30) VALUE SPACES.
009300*
009400 PROCEDURE DIVISION.
009500*
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
009800     IF NOT GL4-ABORT-RUN
009900         PERFORM 2000-APPLY-TXN     THRU 2000-EXIT
010000             UNTIL GL4-EOF
010100     END-IF
010200     PERFORM 8000-TERMINATE         THRU 8000-EXIT
010300     IF GL4-ABORT-RUN
010400         MOVE 16                    TO RETURN-CODE
010500     END-IF
010600     GOBACK.
010700*
010800 1000-INITIALIZE.
010900     ACCEPT GL4-RUN-DATE FROM DATE YYYYMMDD
011000     MOVE GL4-RUN-DATE                TO GL4-RUN-DATE-X
011100     OPEN INPUT  GL4-MAINT-TXN-FILE
011200     OPEN I-O    GL4-GL-MAP-FILE
011300     IF GL4-MAP-FILE-STATUS NOT = '00'
011400         DISPLAY 'GLM040 - OPEN FAILED FOR GLMAPF, STATUS='
011500                 GL4-MAP-FILE-STATUS
011600         SET GL4-ABORT-RUN        TO TRUE
011700         GO TO 1000-EXIT
011800     END-IF
011900     OPEN OUTPUT GL4-MAINT-REPORT
012000     MOVE SPACES                      TO GL4-REPORT-LINE
012100     STRING 'DEPARTMENT-TO-GL MAPPING MAINTENANCE AUDIT - '
012200            'RUN DATE ' GL4-RUN-DATE
012300         DELIMITED BY SIZE INTO GL4-REPORT-LINE
012400     WRITE GL4-REPORT-LINE
012500     PERFORM 2100-READ-TXN           THRU 2100-EXIT.
012600 1000-EXIT.
012700     EXIT.
012800*
012900 2000-APPLY-TXN.
013000     ADD 1                             TO GL4-TXN-READ
013100     MOVE SPACES                       TO GL4-OLD-COST-CENTER
013200     MOVE SPACES                       TO GL4-OLD-REVENUE-ACCOUNT
013300     MOVE SPACES                       TO GL4-NEW-COST-CENTER
013400     MOVE SPACES                       TO GL4-NEW-REVENUE-ACCOUNT
013500     PERFORM 2150-EDIT-TXN             THRU 2150-EXIT
013600     IF NOT GL4-TXN-VALID
013700         PERFORM 2510-WRITE-REJECT      THRU 2510-EXIT
013800         GO TO 2000-NEXT
013900     END-IF
014000     EVALUATE TRUE
014100         WHEN GL4-TXN-ADD
014200             PERFORM 2200-ADD-MAPPING   THRU 2200-EXIT
014300         WHEN GL4-TXN-CHANGE
014400             PERFORM 2300-CHANGE-MAPPING THRU 2300-EXIT
014500         WHEN GL4-TXN-DELETE
014600             PERFORM 2400-DELETE-MAPPING THRU 2400-EXIT
014700     END-EVALUATE.
014800 2000-NEXT.
014900     PERFORM 2100-READ-TXN            THRU 2100-EXIT.
015000 2000-EXIT.
015100     EXIT.
015200*
015300 2100-READ-TXN.
015400     READ GL4-MAINT-TXN-FILE INTO GL4-MAINT-TXN-RECORD
015500         AT END
015600             MOVE 'Y'                   TO GL4-EOF-SWITCH
015700     END-READ.
015800 2100-EXIT.
015900     EXIT.
016000*
016100******************************************************************
016200**  2150-EDIT-TXN                                                **
016300**  A transaction must carry a known action code and a non-blank **
016400**  department code; adds and changes must also carry a cost     **
016500**  center and a revenue account, since a half-mapped department **
016600**  would post revenue nowhere.                                  **
016700******************************************************************
016800 2150-EDIT-TXN.
016900     MOVE 'Y'                          TO GL4-TXN-VALID-SWITCH
017000     IF NOT GL4-TXN-ADD
017100            AND NOT GL4-TXN-CHANGE
017200            AND NOT GL4-TXN-DELETE
017300         MOVE 'N'                      TO GL4-TXN-VALID-SWITCH
017400         MOVE 'ACTION CODE NOT A/C/D'  TO GL4-REJECT-REASON
017500         GO TO 2150-EXIT
017600     END-IF
017700     IF GL4-TXN-DEPT-CODE = SPACES
017800         MOVE 'N'                      TO GL4-TXN-VALID-SWITCH
017900         MOVE 'DEPARTMENT CODE BLANK'  TO GL4-REJECT-REASON
018000         GO TO 2150-EXIT
018100     END-IF
018200     IF GL4-TXN-DELETE
018300         GO TO 2150-EXIT
018400     END-IF
018500     IF GL4-TXN-COST-CENTER = SPACES
018600         MOVE 'N'                      TO GL4-TXN-VALID-SWITCH
018700         MOVE 'COST CENTER BLANK'      TO GL4-REJECT-REASON
018800         GO TO 2150-EXIT
018900     END-IF
019000     IF GL4-TXN-REVENUE-ACCOUNT = SPACES
019100         MOVE 'N'                      TO GL4-TXN-VALID-SWITCH
019200         MOVE 'REVENUE ACCOUNT BLANK'  TO GL4-REJECT-REASON
019300     END-IF.
019400 2150-EXIT.
019500     EXIT.
019600*
019700 2200-ADD-MAPPING.
019800     MOVE SPACES                   TO GL4-GL-MAP-RECORD
019900     MOVE GL4-TXN-DEPT-CODE            TO GL4-MAP-DEPT-CODE
020000     MOVE GL4-TXN-DEPT-NAME            TO GL4-MAP-DEPT-NAME
020100     MOVE GL4-TXN-COST-CENTER          TO GL4-MAP-COST-CENTER
020200     MOVE GL4-TXN-REVENUE-ACCOUNT      TO GL4-MAP-REVENUE-ACCOUNT
020300     MOVE GL4-TXN-ADJUST-ACCOUNT       TO GL4-MAP-ADJUST-ACCOUNT
020400     MOVE GL4-RUN-DATE-X               TO
020500          GL4-MAP-LAST-UPDATE-DATE
020600     MOVE GL4-TXN-COST-CENTER          TO GL4-NEW-COST-CENTER
020700     MOVE GL4-TXN-REVENUE-ACCOUNT      TO GL4-NEW-REVENUE-ACCOUNT
020800     WRITE GL4-GL-MAP-RECORD
020900         INVALID KEY
021000             MOVE 'DEPARTMENT ALREADY MAPPED' TO GL4-REJECT-REASON
021100             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
021200         NOT INVALID KEY
021300             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
021400     END-WRITE.
021500 2200-EXIT.
021600     EXIT.
021700*
021800******************************************************************
021900**  2300-CHANGE-MAPPING                                          **
022000**  Replaces the cost center, the revenue account and the        **
022100**  adjustment account (blank = post adjustments to the revenue  **
022200**  account).  A blank department name leaves the existing one   **
022300**  in place.                                                    **
022400******************************************************************
022500 2300-CHANGE-MAPPING.
022600     MOVE GL4-TXN-DEPT-CODE            TO GL4-MAP-DEPT-CODE
022700     READ GL4-GL-MAP-FILE
022800         INVALID KEY
022900             MOVE 'DEPARTMENT NOT MAPPED'  TO GL4-REJECT-REASON
023000             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
023100             GO TO 2300-EXIT
023200     END-READ
023300     MOVE GL4-MAP-COST-CENTER          TO GL4-OLD-COST-CENTER
023400     MOVE GL4-MAP-REVENUE-ACCOUNT      TO GL4-OLD-REVENUE-ACCOUNT
023500     MOVE GL4-TXN-COST-CENTER          TO GL4-MAP-COST-CENTER
023600     MOVE GL4-TXN-REVENUE-ACCOUNT      TO GL4-MAP-REVENUE-ACCOUNT
023700     MOVE GL4-TXN-ADJUST-ACCOUNT       TO GL4-MAP-ADJUST-ACCOUNT
023800     IF GL4-TXN-DEPT-NAME NOT = SPACES
023900         MOVE GL4-TXN-DEPT-NAME        TO GL4-MAP-DEPT-NAME
024000     END-IF
024100     MOVE GL4-RUN-DATE-X               TO
024200          GL4-MAP-LAST-UPDATE-DATE
024300     MOVE GL4-TXN-COST-CENTER          TO GL4-NEW-COST-CENTER
024400     MOVE GL4-TXN-REVENUE-ACCOUNT      TO GL4-NEW-REVENUE-ACCOUNT
024410     REWRITE GL4-GL-MAP-RECORD
024420         INVALID KEY
024430             MOVE 'MAPPING NOT REWRITTEN'  TO GL4-REJECT-REASON
024440             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
024450         NOT INVALID KEY
024460             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
024470     END-REWRITE.
024700 2300-EXIT.
024800     EXIT.
024900*
025000 2400-DELETE-MAPPING.
025100     MOVE GL4-TXN-DEPT-CODE            TO GL4-MAP-DEPT-CODE
025200     READ GL4-GL-MAP-FILE
025300         INVALID KEY
025400             MOVE 'DEPARTMENT NOT MAPPED'  TO GL4-REJECT-REASON
025410             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
025420             GO TO 2400-EXIT
025430     END-READ
025440     MOVE GL4-MAP-COST-CENTER          TO GL4-OLD-COST-CENTER
025450     MOVE GL4-MAP-REVENUE-ACCOUNT      TO GL4-OLD-REVENUE-ACCOUNT
025460     DELETE GL4-GL-MAP-FILE
025470         INVALID KEY
025480             MOVE 'MAPPING NOT DELETED'    TO GL4-REJECT-REASON
025490             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
025500         NOT INVALID KEY
025510             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
025520     END-DELETE.
026300 2400-EXIT.
026400     EXIT.
026500*
026600 2510-WRITE-REJECT.
026700     ADD 1                                 TO GL4-TXN-REJECTED
026800     MOVE SPACES                           TO GL4-REPORT-LINE
026900     STRING 'REJECTED TXN ' GL4-TXN-CODE
027000            ' DEPT ' GL4-TXN-DEPT-CODE
027100            ' COST CENTER ' GL4-TXN-COST-CENTER
027200            ' REVENUE ' GL4-TXN-REVENUE-ACCOUNT
027300            ' - NOT APPLIED: ' GL4-REJECT-REASON
027400         DELIMITED BY SIZE INTO GL4-REPORT-LINE
027500     WRITE GL4-REPORT-LINE.
027600 2510-EXIT.
027700     EXIT.
027800*
027900 2520-WRITE-APPLIED.
028000     ADD 1                                 TO GL4-TXN-APPLIED
028100     MOVE SPACES                           TO GL4-REPORT-LINE
028200     STRING 'APPLIED  TXN ' GL4-TXN-CODE
028300            ' DEPT ' GL4-TXN-DEPT-CODE
028400            ' COST CENTER WAS ' GL4-OLD-COST-CENTER
028500            ' NOW ' GL4-NEW-COST-CENTER
028600            ' REVENUE WAS ' GL4-OLD-REVENUE-ACCOUNT
028700            ' NOW ' GL4-NEW-REVENUE-ACCOUNT
028800            ' ADJUST ' GL4-TXN-ADJUST-ACCOUNT
028900            ' ' GL4-TXN-DEPT-NAME
029000         DELIMITED BY SIZE INTO GL4-REPORT-LINE
029100     WRITE GL4-REPORT-LINE.
029200 2520-EXIT.
029300     EXIT.
029400*
029500 8000-TERMINATE.
029600     CLOSE GL4-MAINT-TXN-FILE
029700     CLOSE GL4-GL-MAP-FILE
029800     IF GL4-MAP-FILE-STATUS NOT = '00'
029900         DISPLAY 'GLM040 - CLOSE FAILED FOR GLMAPF, STATUS='
030000                 GL4-MAP-FILE-STATUS
030100     END-IF
030200     CLOSE GL4-MAINT-REPORT
030300     DISPLAY 'GLM040 - TRANSACTIONS READ:     ' GL4-TXN-READ
030400     DISPLAY 'GLM040 - TRANSACTIONS APPLIED:  ' GL4-TXN-APPLIED
030500     DISPLAY 'GLM040 - TRANSACTIONS REJECTED: ' GL4-TXN-REJECTED.
030600 8000-EXIT.
030700     EXIT.
030800*
030900 9999-EXIT.
031000     EXIT.
