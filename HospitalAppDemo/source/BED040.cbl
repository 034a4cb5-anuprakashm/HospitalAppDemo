000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     BED040                                      **
000400**                                                              **
000500**  DESCRIPTION:    Maintenance run for the bed master.         **
000600**                  Applies add, change and delete bed          **
000700**                  transactions against BEDMSTF, keyed by      **
000800**                  nursing unit plus room/bed, so opening a    **
000900**                  bed, blocking one, or taking one out of     **
001000**                  service for cleaning or repair is a         **
001100**                  reviewed transaction run with an audit      **
001200**                  report showing each bed's status before     **
001300**                  and after, instead of a whiteboard update.  **
001400**                                                              **
001500******************************************************************
001600*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.    BED040.
001900 AUTHOR.        J HARTWELL.
002000 INSTALLATION.  INTERFACE ENGINEERING.
002100 DATE-WRITTEN.  2026-10-14.
002200 DATE-COMPILED.
002300*
002400******************************************************************
002500**  MODIFICATION HISTORY                                        **
002600**  DATE       INIT  DESCRIPTION                                **
002700**  ---------- ----  ------------------------------------------ **
002800**  2026-10-14  JMH  Initial version - bed master maintenance.  **
002810**  2026-10-15  JMH  Reject a change or delete whose REWRITE or **
002820**                   DELETE fails instead of reporting it       **
002830**                   applied.                                   **
002900******************************************************************
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500*
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BD4-MAINT-TXN-FILE    ASSIGN TO BEDMTXN
003900            ORGANIZATION IS SEQUENTIAL.
004000*
004100     SELECT BD4-BED-MASTER-FILE   ASSIGN TO BEDMSTF
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS RANDOM
004400            RECORD KEY IS BD4-BED-KEY
004500            FILE STATUS IS BD4-BED-FILE-STATUS.
004600*
004700     SELECT BD4-MAINT-REPORT      ASSIGN TO BED040R
004800            ORGANIZATION IS SEQUENTIAL.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BD4-MAINT-TXN-FILE
005300     RECORDING MODE IS F.
005400     COPY BEDTXN.
005500*
005600 FD  BD4-BED-MASTER-FILE
005700     RECORDING MODE IS F.
005800     COPY BEDMST.
005900*
006000 FD  BD4-MAINT-REPORT
006100     RECORDING MODE IS F.
006200 01  BD4-REPORT-LINE                PIC X(132).
006300*
006400 WORKING-STORAGE SECTION.
006500*
006600 01  BD4-BED-FILE-STATUS            PIC X(02) VALUE '00'.
006700*
006800 77  BD4-EOF-SWITCH                 PIC X(01) VALUE 'N'.
006900     88  BD4-EOF                            VALUE 'Y'.
007000 77  BD4-ABORT-SWITCH               PIC X(01) VALUE 'N'.
007100     88  BD4-ABORT-RUN                      VALUE 'Y'.
007200 77  BD4-TXN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
007300     88  BD4-TXN-VALID                      VALUE 'Y'.
007400 77  BD4-RUN-DATE                   PIC 9(08) VALUE 0.
007500 77  BD4-TXN-READ                   PIC 9(07) COMP VALUE 0.
007600 77  BD4-TXN-APPLIED                PIC 9(07) COMP VALUE 0.
007700 77  BD4-TXN-REJECTED               PIC 9(07) COMP VALUE 0.
007800*
007900******************************************************************
008000**  AUDIT WORK AREAS - THE BED'S STATUS BEFORE THE TRANSACTION  **
008100**  (BLANK FOR AN ADD) AND THE REASON A TRANSACTION WAS REFUSED. **
008200******************************************************************
008300 01  BD4-RUN-DATE-X                 PIC X(08) VALUE SPACES.
008400 01  BD4-OLD-STATUS                 PIC X(01) VALUE SPACES.
008500 01  BD4-NEW-STATUS                 PIC X(01) VALUE SPACES.
008600 01  BD4-REJECT-REASON              PIC X(30) VALUE SPACES.
008700*
008800 PROCEDURE DIVISION.
008900*
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
009200     IF NOT BD4-ABORT-RUN
009300         PERFORM 2000-APPLY-TXN     THRU 2000-EXIT
009400             UNTIL BD4-EOF
009500     END-IF
009600     PERFORM 8000-TERMINATE         THRU 8000-EXIT
009700     IF BD4-ABORT-RUN
009800         MOVE 16                    TO RETURN-CODE
009900     END-IF
010000     GOBACK.
010100*
010200 1000-INITIALIZE.
010300     ACCEPT BD4-RUN-DATE FROM DATE YYYYMMDD
010400     MOVE BD4-RUN-DATE                TO BD4-RUN-DATE-X
010500     OPEN INPUT  BD4-MAINT-TXN-FILE
010600     OPEN I-O    BD4-BED-MASTER-FILE
010700     IF BD4-BED-FILE-STATUS NOT = '00'
010800         DISPLAY 'BED040 - OPEN FAILED FOR BEDMSTF, STATUS='
010900                 BD4-BED-FILE-STATUS
011000         SET BD4-ABORT-RUN        TO TRUE
011100         GO TO 1000-EXIT
011200     END-IF
011300     OPEN OUTPUT BD4-MAINT-REPORT
011400     MOVE SPACES                      TO BD4-REPORT-LINE
011500     STRING 'BED MASTER MAINTENANCE AUDIT - RUN DATE '
011600            BD4-RUN-DATE
011700         DELIMITED BY SIZE INTO BD4-REPORT-LINE
011800     WRITE BD4-REPORT-LINE
011900     MOVE SPACES                      TO BD4-REPORT-LINE
012000     STRING 'STATUS: I IN SERVICE  B BLOCKED  '
012100            'C OUT OF SERVICE (CLEANING)  '
012200            'R OUT OF SERVICE (REPAIR)'
012300         DELIMITED BY SIZE INTO BD4-REPORT-LINE
012400     WRITE BD4-REPORT-LINE
012500     PERFORM 2100-READ-TXN           THRU 2100-EXIT.
012600 1000-EXIT.
012700     EXIT.
012800*
012900 2000-APPLY-TXN.
013000     ADD 1                             TO BD4-TXN-READ
013100     MOVE SPACES                       TO BD4-OLD-STATUS
013200     MOVE SPACES                       TO BD4-NEW-STATUS
013300     PERFORM 2150-EDIT-TXN             THRU 2150-EXIT
013400     IF NOT BD4-TXN-VALID
013500         PERFORM 2510-WRITE-REJECT      THRU 2510-EXIT
013600         GO TO 2000-NEXT
013700     END-IF
013800     EVALUATE TRUE
013900         WHEN BD4-TXN-ADD
014000             PERFORM 2200-ADD-BED       THRU 2200-EXIT
014100         WHEN BD4-TXN-CHANGE
014200             PERFORM 2300-CHANGE-BED    THRU 2300-EXIT
014300         WHEN BD4-TXN-DELETE
014400             PERFORM 2400-DELETE-BED    THRU 2400-EXIT
014500     END-EVALUATE.
014600 2000-NEXT.
014700     PERFORM 2100-READ-TXN            THRU 2100-EXIT.
014800 2000-EXIT.
014900     EXIT.
015000*
015100 2100-READ-TXN.
015200     READ BD4-MAINT-TXN-FILE INTO BD4-MAINT-TXN-RECORD
015300         AT END
015400             MOVE 'Y'                   TO BD4-EOF-SWITCH
015500     END-READ.
015600 2100-EXIT.
015700     EXIT.
015800*
015900******************************************************************
016000**  2150-EDIT-TXN                                                **
016100**  A transaction must carry a known action code and a non-      **
016200**  blank nursing unit and room/bed; adds and changes must also  **
016300**  carry one of the four bed statuses.                          **
016400******************************************************************
016500 2150-EDIT-TXN.
016600     MOVE 'Y'                          TO BD4-TXN-VALID-SWITCH
016700     IF NOT BD4-TXN-ADD
016800            AND NOT BD4-TXN-CHANGE
016900            AND NOT BD4-TXN-DELETE
017000         MOVE 'N'                      TO BD4-TXN-VALID-SWITCH
017100         MOVE 'ACTION CODE NOT A/C/D'  TO BD4-REJECT-REASON
017200         GO TO 2150-EXIT
017300     END-IF
017400     IF BD4-TXN-NURSING-UNIT = SPACES
017500            OR BD4-TXN-ROOM-BED = SPACES
017600         MOVE 'N'                      TO BD4-TXN-VALID-SWITCH
017700         MOVE 'UNIT OR ROOM/BED BLANK' TO BD4-REJECT-REASON
017800         GO TO 2150-EXIT
017900     END-IF
018000     IF NOT BD4-TXN-DELETE
018100            AND NOT BD4-TXN-VALID-STATUS
018200         MOVE 'N'                      TO BD4-TXN-VALID-SWITCH
018300         MOVE 'STATUS NOT I/B/C/R'     TO BD4-REJECT-REASON
018400     END-IF.
018500 2150-EXIT.
018600     EXIT.
018700*
018800 2200-ADD-BED.
018900     MOVE SPACES                         TO BD4-BED-MASTER-RECORD
019000     MOVE BD4-TXN-NURSING-UNIT           TO BD4-BED-NURSING-UNIT
019100     MOVE BD4-TXN-ROOM-BED               TO BD4-BED-ROOM-BED
019200     MOVE BD4-TXN-STATUS                 TO BD4-BED-STATUS
019300     MOVE BD4-RUN-DATE-X                 TO BD4-BED-STATUS-DATE
019400     MOVE BD4-TXN-COMMENT                TO BD4-BED-COMMENT
019500     MOVE BD4-RUN-DATE-X                 TO
019600          BD4-BED-LAST-UPDATE-DATE
019700     MOVE BD4-TXN-STATUS                 TO BD4-NEW-STATUS
019800     WRITE BD4-BED-MASTER-RECORD
019900         INVALID KEY
020000             MOVE 'BED ALREADY ON MASTER'  TO BD4-REJECT-REASON
020100             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
020200         NOT INVALID KEY
020300             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
020400     END-WRITE.
020500 2200-EXIT.
020600     EXIT.
020700*
020800******************************************************************
020900**  2300-CHANGE-BED                                              **
021000**  The status date moves only when the status itself changes,  **
021100**  so the bed board can show how long a bed has been down.  A   **
021200**  blank comment leaves the existing comment in place.          **
021300******************************************************************
021400 2300-CHANGE-BED.
021500     MOVE BD4-TXN-NURSING-UNIT           TO BD4-BED-NURSING-UNIT
021600     MOVE BD4-TXN-ROOM-BED               TO BD4-BED-ROOM-BED
021700     READ BD4-BED-MASTER-FILE
021800         INVALID KEY
021900             MOVE 'BED NOT ON MASTER'      TO BD4-REJECT-REASON
022000             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
022100             GO TO 2300-EXIT
022200     END-READ
022300     MOVE BD4-BED-STATUS                 TO BD4-OLD-STATUS
022400     MOVE BD4-TXN-STATUS                 TO BD4-NEW-STATUS
022500     IF BD4-TXN-STATUS NOT = BD4-BED-STATUS
022600         MOVE BD4-TXN-STATUS             TO BD4-BED-STATUS
022700         MOVE BD4-RUN-DATE-X             TO BD4-BED-STATUS-DATE
022800     END-IF
022900     IF BD4-TXN-COMMENT NOT = SPACES
023000         MOVE BD4-TXN-COMMENT            TO BD4-BED-COMMENT
023100     END-IF
023200     MOVE BD4-RUN-DATE-X                 TO
023300          BD4-BED-LAST-UPDATE-DATE
023310     REWRITE BD4-BED-MASTER-RECORD
023320         INVALID KEY
023330             MOVE 'BED NOT REWRITTEN'      TO BD4-REJECT-REASON
023340             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
023350         NOT INVALID KEY
023360             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
023370     END-REWRITE.
023600 2300-EXIT.
023700     EXIT.
023800*
023900 2400-DELETE-BED.
024000     MOVE BD4-TXN-NURSING-UNIT           TO BD4-BED-NURSING-UNIT
024100     MOVE BD4-TXN-ROOM-BED               TO BD4-BED-ROOM-BED
024200     READ BD4-BED-MASTER-FILE
024300         INVALID KEY
024400             MOVE 'BED NOT ON MASTER'      TO BD4-REJECT-REASON
024410             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
024420             GO TO 2400-EXIT
024430     END-READ
024440     MOVE BD4-BED-STATUS                 TO BD4-OLD-STATUS
024450     DELETE BD4-BED-MASTER-FILE
024460         INVALID KEY
024470             MOVE 'BED NOT DELETED'        TO BD4-REJECT-REASON
024480             PERFORM 2510-WRITE-REJECT     THRU 2510-EXIT
024490         NOT INVALID KEY
024500             PERFORM 2520-WRITE-APPLIED    THRU 2520-EXIT
024510     END-DELETE.
025100 2400-EXIT.
025200     EXIT.
025300*
025400 2510-WRITE-REJECT.
025500     ADD 1                                 TO BD4-TXN-REJECTED
025600     MOVE SPACES                           TO BD4-REPORT-LINE
025700     STRING 'REJECTED TXN ' BD4-TXN-CODE
025800            ' UNIT ' BD4-TXN-NURSING-UNIT
025900            ' BED ' BD4-TXN-ROOM-BED
026000            ' STATUS ' BD4-TXN-STATUS
026100            ' - NOT APPLIED: ' BD4-REJECT-REASON
026200         DELIMITED BY SIZE INTO BD4-REPORT-LINE
026300     WRITE BD4-REPORT-LINE.
026400 2510-EXIT.
026500     EXIT.
026600*
026700 2520-WRITE-APPLIED.
026800     ADD 1                                 TO BD4-TXN-APPLIED
026900     MOVE SPACES                           TO BD4-REPORT-LINE
027000     STRING 'APPLIED  TXN ' BD4-TXN-CODE
027100            ' UNIT ' BD4-TXN-NURSING-UNIT
027200            ' BED ' BD4-TXN-ROOM-BED
027300            ' STATUS WAS ' BD4-OLD-STATUS
027400            ' NOW ' BD4-NEW-STATUS
027500            ' ' BD4-TXN-COMMENT
027600         DELIMITED BY SIZE INTO BD4-REPORT-LINE
027700     WRITE BD4-REPORT-LINE.
027800 2520-EXIT.
027900     EXIT.
028000*
028100 8000-TERMINATE.
028200     CLOSE BD4-MAINT-TXN-FILE
028300     CLOSE BD4-BED-MASTER-FILE
028400     IF BD4-BED-FILE-STATUS NOT = '00'
028500         DISPLAY 'BED040 - CLOSE FAILED FOR BEDMSTF, STATUS='
028600                 BD4-BED-FILE-STATUS
028700     END-IF
028800     CLOSE BD4-MAINT-REPORT
028900     DISPLAY 'BED040 - TRANSACTIONS READ:     ' BD4-TXN-READ
029000     DISPLAY 'BED040 - TRANSACTIONS APPLIED:  ' BD4-TXN-APPLIED
029100     DISPLAY 'BED040 - TRANSACTIONS REJECTED: ' BD4-TXN-REJECTED.
029200 8000-EXIT.
029300     EXIT.
029400*
029500 9999-EXIT.
029600     EXIT.
