000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     BIL120                                      **
000400**                                                              **
000500**  DESCRIPTION:    Month-end lab revenue journal to the        **
000600**                  general ledger.  Reads the BILOPNF open-    **
000700**                  item file for every charge and credit       **
000800**                  patient accounting acknowledged (BIL115) in **
000900**                  the GLJPARM period, summarises them by      **
001000**                  ordering department and CPT code, and maps  **
001100**                  each department to its GL cost center and   **
001200**                  revenue account through GLMAPF.  Writes a   **
001300**                  balanced journal-entry file in the GL load  **
001400**                  format - revenue, rejected-charge           **
001500**                  adjustments, cancelled-order credits and    **
001600**                  the receivable clearing offset - with a     **
001700**                  tie-out report proving the journal equals   **
001800**                  the month's charges less rejects and        **
001900**                  credits.  A department with no mapping is   **
002000**                  posted to the GLJPARM suspense account and  **
002100**                  listed on the unmapped-department report,   **
002200**                  never dropped.                              **
002210**                  Once the journal ties, every item closed in **
002220**                  the period is flagged journalled on BILOPNF **
002230**                  so the BIL125 retention job may archive it. **
002300**                                                              **
002400******************************************************************
002500*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    BIL120.
002800 AUTHOR.        J HARTWELL.
002900 INSTALLATION.  INTERFACE ENGINEERING.
003000 DATE-WRITTEN.  2026-10-14.
003100 DATE-COMPILED.
003200*
003300******************************************************************
003400**  MODIFICATION HISTORY                                        **
003500**  DATE       INIT  DESCRIPTION                                **
003600**  ---------- ----  ------------------------------------------ **
003700**  2026-10-14  JMH  Initial version - month-end lab revenue GL **
003800**                   journal.                                   **
003810**  2026-10-15  JMH  BILOPNF opened I-O: once the journal ties, **
003820**                   every item closed in the period is flagged **
003830**                   journalled for the BIL125 retention job,   **
003840**                   with the count on the tie-out.             **
003850**  2026-10-15  JMH  The step ends RC 8 when any closed item    **
003860**                   could not be flagged journalled.           **
003900******************************************************************
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.  IBM-370.
004400 OBJECT-COMPUTER.  IBM-370.
004500*
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT BL5-JOURNAL-PARM-FILE ASSIGN TO GLJPARM
004900            ORGANIZATION IS SEQUENTIAL.
005000*
005100     SELECT BL5-OPEN-ITEM-FILE    ASSIGN TO BILOPNF
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS DYNAMIC
005400            RECORD KEY IS BL3-OPN-KEY
005500            FILE STATUS IS BL5-OPN-FILE-STATUS.
005600*
005700     SELECT BL5-ORDER-XREF-FILE   ASSIGN TO ORDXRFF
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE IS RANDOM
006000            RECORD KEY IS LB3-XRF-KEY
006100            FILE STATUS IS BL5-XRF-FILE-STATUS.
006200*
006300     SELECT BL5-ORDER-TRACK-FILE  ASSIGN TO ORDTRKF
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE IS RANDOM
006600            RECORD KEY IS LB2-TRK-CORRELID
006700            FILE STATUS IS BL5-TRK-FILE-STATUS.
006800*
006900     SELECT BL5-GL-MAP-FILE       ASSIGN TO GLMAPF
007000            ORGANIZATION IS INDEXED
007100            ACCESS MODE IS RANDOM
007200            RECORD KEY IS GL4-MAP-DEPT-CODE
007300            FILE STATUS IS BL5-MAP-FILE-STATUS.
007400*
007500     SELECT BL5-JOURNAL-FILE      ASSIGN TO GLJRNLX
007600            ORGANIZATION IS SEQUENTIAL.
007700*
007800     SELECT BL5-TIE-OUT-REPORT    ASSIGN TO BIL120R
007900            ORGANIZATION IS SEQUENTIAL.
008000*
008100     SELECT BL5-UNMAPPED-REPORT   ASSIGN TO BIL120U
008200            ORGANIZATION IS SEQUENTIAL.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  BL5-JOURNAL-PARM-FILE
008700     RECORDING MODE IS F.
008800 01  BL5-PARM-RECORD                PIC X(80).
008900*
009000 FD  BL5-OPEN-ITEM-FILE
009100     RECORDING MODE IS F.
009200     COPY BILOPN.
009300*
009400 FD  BL5-ORDER-XREF-FILE
009500     RECORDING MODE IS F.
009600     COPY ORDXRF.
009700*
009800 FD  BL5-ORDER-TRACK-FILE
009900     RECORDING MODE IS F.
010000     COPY ORDTRK.
010100*
010200 FD  BL5-GL-MAP-FILE
010300     RECORDING MODE IS F.
010400     COPY GLMAP.
010500*
010600 FD  BL5-JOURNAL-FILE
010700     RECORDING MODE IS F.
010800     COPY GLJRNL.
010900*
011000 FD  BL5-TIE-OUT-REPORT
011100     RECORDING MODE IS F.
011200 01  BL5-REPORT-LINE                PIC X(132).
011300*
011400 FD  BL5-UNMAPPED-REPORT
011500     RECORDING MODE IS F.
011600 01  BL5-UNMAPPED-LINE              PIC X(132).
011700*
011800 WORKING-STORAGE SECTION.
011900*
012000 01  BL5-OPN-FILE-STATUS            PIC X(02) VALUE '00'.
012100 01  BL5-XRF-FILE-STATUS            PIC X(02) VALUE '00'.
012200 01  BL5-TRK-FILE-STATUS            PIC X(02) VALUE '00'.
012300 01  BL5-MAP-FILE-STATUS            PIC X(02) VALUE '00'.
012400*
012500 77  BL5-PARM-EOF-SWITCH            PIC X(01) VALUE 'N'.
012600     88  BL5-PARM-EOF                      VALUE 'Y'.
012700 77  BL5-OPN-EOF-SWITCH             PIC X(01) VALUE 'N'.
012800     88  BL5-OPN-EOF                       VALUE 'Y'.
012900 77  BL5-ABORT-SWITCH               PIC X(01) VALUE 'N'.
013000     88  BL5-ABORT-RUN                     VALUE 'Y'.
013100 77  BL5-MAPPED-SWITCH              PIC X(01) VALUE 'N'.
013200     88  BL5-DEPT-MAPPED                   VALUE 'Y'.
013300 77  BL5-TIE-SWITCH                 PIC X(01) VALUE 'Y'.
013400     88  BL5-JOURNAL-TIES                  VALUE 'Y'.
013500 77  BL5-OUTPUT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
013600     88  BL5-JOURNAL-FILE-OPEN             VALUE 'Y'.
013700 77  BL5-ITEMS-READ                 PIC 9(07) COMP VALUE 0.
013800 77  BL5-CHARGES-COUNT              PIC 9(07) COMP VALUE 0.
013900 77  BL5-REJECTS-COUNT              PIC 9(07) COMP VALUE 0.
014000 77  BL5-CREDITS-COUNT              PIC 9(07) COMP VALUE 0.
014100 77  BL5-CREDITS-REJECTED-COUNT     PIC 9(07) COMP VALUE 0.
014200 77  BL5-AWAITING-COUNT             PIC 9(07) COMP VALUE 0.
014300 77  BL5-DEPT-FROM-ORDER            PIC 9(07) COMP VALUE 0.
014400 77  BL5-UNMAPPED-DEPTS             PIC 9(07) COMP VALUE 0.
014500 77  BL5-LINES-WRITTEN              PIC 9(07) COMP VALUE 0.
014510 77  BL5-ITEMS-FLAGGED              PIC 9(07) COMP VALUE 0.
014520 77  BL5-FLAG-ERRORS                PIC 9(07) COMP VALUE 0.
014600*
014700******************************************************************
014800**  GLJPARM COLS 1-6 - JOURNAL PERIOD YYYYMM (ITEMS WHOSE       **
014900**  ACKNOWLEDGMENT DATE FALLS IN IT).  COLS 8-13 AND 15-22 -    **
015000**  COST CENTER AND ACCOUNT OF THE PATIENT RECEIVABLE CLEARING  **
015100**  OFFSET.  COLS 24-29 AND 31-38 - COST CENTER AND ACCOUNT     **
015200**  UNMAPPED DEPARTMENTS POST TO.  ALL REQUIRED.                **
015300******************************************************************
015400 01  BL5-PERIOD                     PIC X(06) VALUE SPACES.
015500 01  BL5-PERIOD-R REDEFINES BL5-PERIOD.
015600     05  BL5-PERIOD-YYYY            PIC 9(04).
015700     05  BL5-PERIOD-MM              PIC 9(02).
015800 01  BL5-CLEARING-COST-CENTER       PIC X(06) VALUE SPACES.
015900 01  BL5-CLEARING-ACCOUNT           PIC X(08) VALUE SPACES.
016000 01  BL5-SUSPENSE-COST-CENTER       PIC X(06) VALUE SPACES.
016100 01  BL5-SUSPENSE-ACCOUNT           PIC X(08) VALUE SPACES.
016200*
016300 01  BL5-RUN-DATE                   PIC 9(08) VALUE 0.
016400 01  BL5-RUN-DATE-X                 PIC X(08) VALUE SPACES.
016500 01  BL5-RUN-TIME                   PIC 9(08) VALUE 0.
016600 01  BL5-RUN-TIME-X                 PIC X(08) VALUE SPACES.
016700*
016800******************************************************************
016900**  DEPARTMENT/CPT SUMMARY - ONE ENTRY PER ORDERING DEPARTMENT  **
017000**  AND CPT CODE, KEPT IN DEPARTMENT/CPT ORDER AS ENTRIES ARE   **
017100**  ADDED SO THE JOURNAL COMES OUT GROUPED BY DEPARTMENT.  A    **
017200**  FULL TABLE ENDS THE RUN; NOTHING IS LUMPED OR DROPPED.      **
017300******************************************************************
017400 77  BL5-TB-MAX-ENTRIES             PIC S9(04) COMP VALUE 2000.
017500 77  BL5-TB-USED                    PIC S9(04) COMP VALUE 0.
017600 77  BL5-TB-SUB                     PIC S9(04) COMP VALUE 0.
017700 77  BL5-TB-FOUND-SUB               PIC S9(04) COMP VALUE 0.
017800 77  BL5-TB-INSERT-SUB              PIC S9(04) COMP VALUE 0.
017900 77  BL5-TB-MOVE-SUB                PIC S9(04) COMP VALUE 0.
018000 01  BL5-SUMMARY-TABLE.
018100     05  BL5-TB-ENTRY OCCURS 2000 TIMES.
018200         10  BL5-TB-KEY.
018300             15  BL5-TB-DEPT-CODE   PIC X(04).
018400             15  BL5-TB-CPT-CODE    PIC X(08).
018500         10  BL5-TB-GROSS           PIC 9(11)V99.
018600         10  BL5-TB-REJECTS         PIC 9(11)V99.
018700         10  BL5-TB-CREDITS         PIC 9(11)V99.
018800 01  BL5-ITEM-KEY.
018900     05  BL5-ITEM-DEPT-CODE         PIC X(04) VALUE SPACES.
019000     05  BL5-ITEM-CPT-CODE          PIC X(08) VALUE SPACES.
019100*
019200******************************************************************
019300**  JOURNAL LINE BEING WRITTEN, THE CURRENT DEPARTMENT'S        **
019400**  MAPPING AND TOTALS, AND THE RUN TOTALS - FROM THE OPEN      **
019500**  ITEMS (ITEM-) AND FROM THE JOURNAL LINES WRITTEN (JOURNAL-) **
019600**  - THAT THE TIE-OUT COMPARES.                                **
019700******************************************************************
019800 01  BL5-CUR-DEPT-CODE              PIC X(04) VALUE SPACES.
019900 01  BL5-CUR-COST-CENTER            PIC X(06) VALUE SPACES.
020000 01  BL5-CUR-REVENUE-ACCOUNT        PIC X(08) VALUE SPACES.
020100 01  BL5-CUR-ADJUST-ACCOUNT         PIC X(08) VALUE SPACES.
020200 01  BL5-DEPT-GROSS                 PIC 9(13)V99 VALUE 0.
020300 01  BL5-DEPT-REJECTS               PIC 9(13)V99 VALUE 0.
020400 01  BL5-DEPT-CREDITS               PIC 9(13)V99 VALUE 0.
020500*
020600 01  BL5-LINE-COST-CENTER           PIC X(06) VALUE SPACES.
020700 01  BL5-LINE-ACCOUNT               PIC X(08) VALUE SPACES.
020800 01  BL5-LINE-DR-CR                 PIC X(01) VALUE SPACES.
020900 01  BL5-LINE-AMOUNT                PIC 9(11)V99 VALUE 0.
021000 01  BL5-LINE-TYPE                  PIC X(03) VALUE SPACES.
021100 01  BL5-LINE-DEPT-CODE             PIC X(04) VALUE SPACES.
021200 01  BL5-LINE-CPT-CODE              PIC X(08) VALUE SPACES.
021300 01  BL5-LINE-DESCRIPTION           PIC X(30) VALUE SPACES.
021400*
021500 01  BL5-ITEM-GROSS                 PIC 9(13)V99 VALUE 0.
021600 01  BL5-ITEM-REJECTS               PIC 9(13)V99 VALUE 0.
021700 01  BL5-ITEM-CREDITS               PIC 9(13)V99 VALUE 0.
021800 01  BL5-CREDITS-REJECTED-AMOUNT    PIC 9(13)V99 VALUE 0.
021900 01  BL5-AWAITING-AMOUNT            PIC 9(13)V99 VALUE 0.
022000 01  BL5-SUSPENSE-AMOUNT            PIC S9(13)V99 VALUE 0.
022100 01  BL5-NET-REVENUE                PIC S9(13)V99 VALUE 0.
022200 01  BL5-JOURNAL-REVENUE            PIC 9(13)V99 VALUE 0.
022300 01  BL5-JOURNAL-ADJUSTMENTS        PIC 9(13)V99 VALUE 0.
022400 01  BL5-JOURNAL-CREDITS            PIC 9(13)V99 VALUE 0.
022500 01  BL5-JOURNAL-CLEARING           PIC S9(13)V99 VALUE 0.
022600 01  BL5-DEBIT-TOTAL                PIC 9(13)V99 VALUE 0.
022700 01  BL5-CREDIT-TOTAL               PIC 9(13)V99 VALUE 0.
022800 01  BL5-ENTRY-NET                  PIC S9(13)V99 VALUE 0.
022900*
023000 01  BL5-AMOUNT-DISPLAY             PIC Z(12)9.99.
023100 01  BL5-AMOUNT-DISPLAY-2           PIC Z(12)9.99.
023200 01  BL5-AMOUNT-DISPLAY-3           PIC Z(12)9.99.
023300 01  BL5-NET-DISPLAY                PIC -(12)9.99.
023400 01  BL5-COUNT-DISPLAY              PIC ZZZZZZ9.
023500 01  BL5-MAPPING-TEXT               PIC X(20) VALUE SPACES.
023600*
023700 PROCEDURE DIVISION.
023800*
023900******************************************************************
024000**  0000-MAINLINE                                                **
024100******************************************************************
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
024400     IF NOT BL5-ABORT-RUN
024500         PERFORM 2000-SUMMARISE-ITEM  THRU 2000-EXIT
024600             UNTIL BL5-OPN-EOF
024700                OR BL5-ABORT-RUN
024800     END-IF
024900     IF NOT BL5-ABORT-RUN
025000         PERFORM 3000-BUILD-JOURNAL   THRU 3000-EXIT
025100         PERFORM 4000-PRINT-TIE-OUT   THRU 4000-EXIT
025110         IF BL5-JOURNAL-TIES
025120             PERFORM 5000-FLAG-JOURNALLED THRU 5000-EXIT
025130         END-IF
025200     END-IF
025300     PERFORM 8000-TERMINATE           THRU 8000-EXIT
025400     EVALUATE TRUE
025500         WHEN BL5-ABORT-RUN
025600             MOVE 16                   TO RETURN-CODE
025700         WHEN NOT BL5-JOURNAL-TIES
025800             MOVE 8                    TO RETURN-CODE
025810         WHEN BL5-FLAG-ERRORS > 0
025820             MOVE 8                    TO RETURN-CODE
025900         WHEN BL5-UNMAPPED-DEPTS > 0
026000             MOVE 4                    TO RETURN-CODE
026100     END-EVALUATE
026200     GOBACK.
026300*
026400******************************************************************
026500**  1000-INITIALIZE                                              **
026600******************************************************************
026700 1000-INITIALIZE.
026800     ACCEPT BL5-RUN-DATE FROM DATE YYYYMMDD
026900     MOVE BL5-RUN-DATE                 TO BL5-RUN-DATE-X
027000     ACCEPT BL5-RUN-TIME FROM TIME
027100     MOVE BL5-RUN-TIME                 TO BL5-RUN-TIME-X
027200     OPEN INPUT BL5-JOURNAL-PARM-FILE
027300     PERFORM 1100-READ-PARM            THRU 1100-EXIT
027400     CLOSE BL5-JOURNAL-PARM-FILE
027500     IF BL5-ABORT-RUN
027600         GO TO 1000-EXIT
027700     END-IF
027800     OPEN I-O BL5-OPEN-ITEM-FILE
027900     IF BL5-OPN-FILE-STATUS NOT = '00'
028000         DISPLAY 'BIL120 - OPEN FAILED FOR BILOPNF, STATUS='
028100                 BL5-OPN-FILE-STATUS
028200         SET BL5-ABORT-RUN             TO TRUE
028300         GO TO 1000-EXIT
028400     END-IF
028500     OPEN INPUT BL5-ORDER-XREF-FILE
028600     IF BL5-XRF-FILE-STATUS NOT = '00'
028700         DISPLAY 'BIL120 - OPEN FAILED FOR ORDXRFF, STATUS='
028800                 BL5-XRF-FILE-STATUS
028900         SET BL5-ABORT-RUN             TO TRUE
029000         GO TO 1000-EXIT
029100     END-IF
029200     OPEN INPUT BL5-ORDER-TRACK-FILE
029300     IF BL5-TRK-FILE-STATUS NOT = '00'
029400         DISPLAY 'BIL120 - OPEN FAILED FOR ORDTRKF, STATUS='
029500                 BL5-TRK-FILE-STATUS
029600         SET BL5-ABORT-RUN             TO TRUE
029700         GO TO 1000-EXIT
029800     END-IF
029900     OPEN INPUT BL5-GL-MAP-FILE
030000     IF BL5-MAP-FILE-STATUS NOT = '00'
030100         DISPLAY 'BIL120 - OPEN FAILED FOR GLMAPF, STATUS='
030200                 BL5-MAP-FILE-STATUS
030300         SET BL5-ABORT-RUN             TO TRUE
030400         GO TO 1000-EXIT
030500     END-IF
030600     OPEN OUTPUT BL5-JOURNAL-FILE
030700     OPEN OUTPUT BL5-TIE-OUT-REPORT
030800     OPEN OUTPUT BL5-UNMAPPED-REPORT
030900     SET BL5-JOURNAL-FILE-OPEN         TO TRUE
031000     MOVE SPACES                       TO BL5-UNMAPPED-LINE
031100     STRING 'LAB REVENUE JOURNAL - DEPARTMENTS WITH NO GL '
031200            'MAPPING - PERIOD ' BL5-PERIOD
031300            ', POSTED TO ' BL5-SUSPENSE-COST-CENTER
031400            ' ' BL5-SUSPENSE-ACCOUNT
031500         DELIMITED BY SIZE INTO BL5-UNMAPPED-LINE
031600     WRITE BL5-UNMAPPED-LINE
031700     MOVE SPACES                       TO BL5-UNMAPPED-LINE
031800     STRING 'DEPT    GROSS CHARGES         REJECTED'
031900            '          CREDITS      NET REVENUE'
032000         DELIMITED BY SIZE INTO BL5-UNMAPPED-LINE
032100     WRITE BL5-UNMAPPED-LINE
032200     MOVE LOW-VALUES                   TO BL3-OPN-KEY
032300     START BL5-OPEN-ITEM-FILE KEY IS NOT LESS THAN BL3-OPN-KEY
032400         INVALID KEY
032500             MOVE 'Y'                  TO BL5-OPN-EOF-SWITCH
032600     END-START
032700     IF NOT BL5-OPN-EOF
032800         PERFORM 2900-READ-OPEN-ITEM   THRU 2900-EXIT
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200*
033300******************************************************************
033400**  1100-READ-PARM                                               **
033500******************************************************************
033600 1100-READ-PARM.
033700     READ BL5-JOURNAL-PARM-FILE
033800         AT END
033900             MOVE 'Y'                  TO BL5-PARM-EOF-SWITCH
034000     END-READ
034100     IF BL5-PARM-EOF
034200         DISPLAY 'BIL120 - GLJPARM IS EMPTY, NO JOURNAL PERIOD'
034300         SET BL5-ABORT-RUN             TO TRUE
034400         GO TO 1100-EXIT
034500     END-IF
034600     MOVE BL5-PARM-RECORD(1:6)         TO BL5-PERIOD
034700     MOVE BL5-PARM-RECORD(8:6)         TO BL5-CLEARING-COST-CENTER
034800     MOVE BL5-PARM-RECORD(15:8)        TO BL5-CLEARING-ACCOUNT
034900     MOVE BL5-PARM-RECORD(24:6)        TO BL5-SUSPENSE-COST-CENTER
035000     MOVE BL5-PARM-RECORD(31:8)        TO BL5-SUSPENSE-ACCOUNT
035100     IF BL5-PERIOD NOT NUMERIC
035200            OR BL5-PERIOD-MM < 1
035300            OR BL5-PERIOD-MM > 12
035400         DISPLAY 'BIL120 - GLJPARM COLS 1-6 PERIOD NOT YYYYMM: '
035500                 BL5-PERIOD
035600         SET BL5-ABORT-RUN             TO TRUE
035700         GO TO 1100-EXIT
035800     END-IF
035900     IF BL5-CLEARING-COST-CENTER = SPACES
036000            OR BL5-CLEARING-ACCOUNT = SPACES
036100         DISPLAY 'BIL120 - GLJPARM COLS 8-22 CLEARING COST '
036200                 'CENTER/ACCOUNT MISSING'
036300         SET BL5-ABORT-RUN             TO TRUE
036400         GO TO 1100-EXIT
036500     END-IF
036600     IF BL5-SUSPENSE-COST-CENTER = SPACES
036700            OR BL5-SUSPENSE-ACCOUNT = SPACES
036800         DISPLAY 'BIL120 - GLJPARM COLS 24-38 SUSPENSE COST '
036900                 'CENTER/ACCOUNT MISSING'
037000         SET BL5-ABORT-RUN             TO TRUE
037100     END-IF.
037200 1100-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600**  2000-SUMMARISE-ITEM                                          **
037700**  Only items patient accounting acknowledged in the period are **
037800**  journaled.  A posted or rejected charge is part of the       **
037900**  month's gross charges and a rejected one is also an          **
038000**  adjustment; a posted credit reduces revenue.  A rejected     **
038100**  credit never reached the ledger and is only counted, as is a **
038200**  charge still awaiting its acknowledgment - it is journaled   **
038300**  in the month it is acknowledged.                             **
038400******************************************************************
038500 2000-SUMMARISE-ITEM.
038600     ADD 1                              TO BL5-ITEMS-READ
038700     IF BL3-OPN-ITEM-OPEN
038800         IF BL3-OPN-CHARGE-ITEM
038900             ADD 1                      TO BL5-AWAITING-COUNT
039000             ADD BL3-OPN-AMOUNT         TO BL5-AWAITING-AMOUNT
039100         END-IF
039200         GO TO 2000-NEXT
039300     END-IF
039400     IF BL3-OPN-ACK-DATE(1:6) NOT = BL5-PERIOD
039500         GO TO 2000-NEXT
039600     END-IF
039700     IF BL3-OPN-CREDIT-ITEM
039800            AND BL3-OPN-ITEM-REJECTED
039900         ADD 1                      TO BL5-CREDITS-REJECTED-COUNT
040000         ADD BL3-OPN-AMOUNT             TO
040100             BL5-CREDITS-REJECTED-AMOUNT
040200         GO TO 2000-NEXT
040300     END-IF
040400     PERFORM 2100-RESOLVE-DEPT          THRU 2100-EXIT
040500     MOVE BL3-OPN-CPT-CODE              TO BL5-ITEM-CPT-CODE
040600     PERFORM 2200-FIND-SLOT             THRU 2200-EXIT
040700     IF BL5-ABORT-RUN
040800         GO TO 2000-EXIT
040900     END-IF
041000     IF BL3-OPN-CREDIT-ITEM
041100         ADD 1                          TO BL5-CREDITS-COUNT
041200         ADD BL3-OPN-AMOUNT             TO BL5-ITEM-CREDITS
041300         ADD BL3-OPN-AMOUNT             TO
041400             BL5-TB-CREDITS(BL5-TB-FOUND-SUB)
041500         GO TO 2000-NEXT
041600     END-IF
041700     ADD 1                              TO BL5-CHARGES-COUNT
041800     ADD BL3-OPN-AMOUNT                 TO BL5-ITEM-GROSS
041900     ADD BL3-OPN-AMOUNT                 TO
042000         BL5-TB-GROSS(BL5-TB-FOUND-SUB)
042100     IF BL3-OPN-ITEM-REJECTED
042200         ADD 1                          TO BL5-REJECTS-COUNT
042300         ADD BL3-OPN-AMOUNT             TO BL5-ITEM-REJECTS
042400         ADD BL3-OPN-AMOUNT             TO
042500             BL5-TB-REJECTS(BL5-TB-FOUND-SUB)
042600     END-IF.
042700 2000-NEXT.
042800     PERFORM 2900-READ-OPEN-ITEM        THRU 2900-EXIT.
042900 2000-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300**  2100-RESOLVE-DEPT                                            **
043400**  The ordering department is carried on the open item.  An     **
043500**  item written before it was, has it blank - the order is then **
043600**  followed through ORDXRFF to its ORDTRKF row.  Not found      **
043700**  there either, the department stays blank and is listed as    **
043800**  unmapped.                                                    **
043900******************************************************************
044000 2100-RESOLVE-DEPT.
044100     MOVE BL3-OPN-DEPT-CODE             TO BL5-ITEM-DEPT-CODE
044200     IF BL5-ITEM-DEPT-CODE NOT = SPACES
044300         GO TO 2100-EXIT
044400     END-IF
044500     MOVE BL3-OPN-ORDER-NUMBER          TO LB3-XRF-ORDER-NUMBER
044600     MOVE BL3-OPN-TEST-CODE             TO LB3-XRF-TEST-CODE
044700     READ BL5-ORDER-XREF-FILE
044800         INVALID KEY
044900             GO TO 2100-EXIT
045000     END-READ
045100     MOVE LB3-XRF-CORRELID              TO LB2-TRK-CORRELID
045200     READ BL5-ORDER-TRACK-FILE
045300         INVALID KEY
045400             GO TO 2100-EXIT
045500     END-READ
045600     MOVE LB2-TRK-DEPT-CODE             TO BL5-ITEM-DEPT-CODE
045700     ADD 1                              TO BL5-DEPT-FROM-ORDER.
045800 2100-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200**  2200-FIND-SLOT                                               **
046300**  Finds the department/CPT entry, or the first entry that      **
046400**  sorts after it.  A new entry is opened there, the entries    **
046500**  after it moving down one.                                    **
046600******************************************************************
046700 2200-FIND-SLOT.
046800     MOVE 0                             TO BL5-TB-FOUND-SUB
046900     MOVE 0                             TO BL5-TB-INSERT-SUB
047000     PERFORM 2210-SCAN-SLOT             THRU 2210-EXIT
047100         VARYING BL5-TB-SUB FROM 1 BY 1
047200         UNTIL BL5-TB-SUB > BL5-TB-USED
047300            OR BL5-TB-FOUND-SUB > 0
047400            OR BL5-TB-INSERT-SUB > 0
047500     IF BL5-TB-FOUND-SUB > 0
047600         GO TO 2200-EXIT
047700     END-IF
047800     IF BL5-TB-USED NOT < BL5-TB-MAX-ENTRIES
047900         DISPLAY 'BIL120 - DEPARTMENT/CPT TABLE FULL AT '
048000                 BL5-TB-MAX-ENTRIES ' ENTRIES'
048100         DISPLAY 'BIL120 - NO JOURNAL WRITTEN'
048200         SET BL5-ABORT-RUN              TO TRUE
048300         GO TO 2200-EXIT
048400     END-IF
048500     IF BL5-TB-INSERT-SUB = 0
048600         COMPUTE BL5-TB-INSERT-SUB = BL5-TB-USED + 1
048700     END-IF
048800     PERFORM 2220-MOVE-ENTRY-DOWN       THRU 2220-EXIT
048900         VARYING BL5-TB-MOVE-SUB FROM BL5-TB-USED BY -1
049000         UNTIL BL5-TB-MOVE-SUB < BL5-TB-INSERT-SUB
049100     ADD 1                              TO BL5-TB-USED
049200     MOVE BL5-ITEM-KEY                  TO
049300         BL5-TB-KEY(BL5-TB-INSERT-SUB)
049400     MOVE 0                             TO
049500         BL5-TB-GROSS(BL5-TB-INSERT-SUB)
049600     MOVE 0                             TO
049700         BL5-TB-REJECTS(BL5-TB-INSERT-SUB)
049800     MOVE 0                             TO
049900         BL5-TB-CREDITS(BL5-TB-INSERT-SUB)
050000     MOVE BL5-TB-INSERT-SUB             TO BL5-TB-FOUND-SUB.
050100 2200-EXIT.
050200     EXIT.
050300*
050400 2210-SCAN-SLOT.
050500     IF BL5-TB-KEY(BL5-TB-SUB) = BL5-ITEM-KEY
050600         MOVE BL5-TB-SUB                TO BL5-TB-FOUND-SUB
050700     ELSE
050800         IF BL5-TB-KEY(BL5-TB-SUB) > BL5-ITEM-KEY
050900             MOVE BL5-TB-SUB            TO BL5-TB-INSERT-SUB
051000         END-IF
051100     END-IF.
051200 2210-EXIT.
051300     EXIT.
051400*
051500 2220-MOVE-ENTRY-DOWN.
051600     MOVE BL5-TB-ENTRY(BL5-TB-MOVE-SUB) TO
051700         BL5-TB-ENTRY(BL5-TB-MOVE-SUB + 1).
051800 2220-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200**  2900-READ-OPEN-ITEM                                          **
052300******************************************************************
052400 2900-READ-OPEN-ITEM.
052500     READ BL5-OPEN-ITEM-FILE NEXT RECORD
052600         AT END
052700             MOVE 'Y'                   TO BL5-OPN-EOF-SWITCH
052800     END-READ.
052900 2900-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300**  3000-BUILD-JOURNAL                                           **
053400**  Header, one revenue, adjustment and credit line per          **
053500**  department/CPT entry (zero amounts are not written), the     **
053600**  clearing offset for the net, and the trailer.                **
053700******************************************************************
053800 3000-BUILD-JOURNAL.
053900     MOVE SPACES                        TO BL5-JOURNAL-RECORD
054000     SET BL5-JRN-HEADER-RECORD          TO TRUE
054100     MOVE 'LABR'                        TO BL5-JRN-SOURCE
054200     MOVE BL5-PERIOD                    TO BL5-JRN-PERIOD
054300     MOVE BL5-RUN-DATE-X                TO BL5-JRN-HDR-CREATE-DATE
054400     MOVE BL5-RUN-TIME-X(1:6)           TO BL5-JRN-HDR-CREATE-TIME
054500     WRITE BL5-JOURNAL-RECORD
054600     MOVE SPACES                        TO BL5-REPORT-LINE
054700     STRING 'LAB REVENUE GL JOURNAL TIE-OUT - PERIOD ' BL5-PERIOD
054800            ' (RUN ' BL5-RUN-DATE-X ')'
054900         DELIMITED BY SIZE INTO BL5-REPORT-LINE
055000     WRITE BL5-REPORT-LINE
055100     MOVE SPACES                        TO BL5-REPORT-LINE
055200     STRING 'DEPT CPT      COST   REVENUE     GROSS CHARGES'
055300            '         REJECTED          CREDITS      NET REVENUE'
055400         DELIMITED BY SIZE INTO BL5-REPORT-LINE
055500     WRITE BL5-REPORT-LINE
055600     MOVE HIGH-VALUES                   TO BL5-CUR-DEPT-CODE
055700     PERFORM 3100-JOURNAL-ENTRY         THRU 3100-EXIT
055800         VARYING BL5-TB-SUB FROM 1 BY 1
055900         UNTIL BL5-TB-SUB > BL5-TB-USED
056000     IF BL5-TB-USED > 0
056100         PERFORM 3300-END-DEPT          THRU 3300-EXIT
056200     END-IF
056300     PERFORM 3400-WRITE-CLEARING        THRU 3400-EXIT
056400     MOVE SPACES                        TO BL5-JOURNAL-RECORD
056500     SET BL5-JRN-TRAILER-RECORD         TO TRUE
056600     MOVE 'LABR'                        TO BL5-JRN-SOURCE
056700     MOVE BL5-PERIOD                    TO BL5-JRN-PERIOD
056800     MOVE BL5-LINES-WRITTEN             TO BL5-JRN-TRL-LINE-COUNT
056900     MOVE BL5-DEBIT-TOTAL               TO BL5-JRN-TRL-DEBIT-TOTAL
057000     MOVE BL5-CREDIT-TOTAL          TO BL5-JRN-TRL-CREDIT-TOTAL
057100     WRITE BL5-JOURNAL-RECORD.
057200 3000-EXIT.
057300     EXIT.
057400*
057500******************************************************************
057600**  3100-JOURNAL-ENTRY                                           **
057700******************************************************************
057800 3100-JOURNAL-ENTRY.
057900     IF BL5-TB-DEPT-CODE(BL5-TB-SUB) NOT = BL5-CUR-DEPT-CODE
058000         IF BL5-TB-SUB > 1
058100             PERFORM 3300-END-DEPT      THRU 3300-EXIT
058200         END-IF
058300         PERFORM 3200-START-DEPT        THRU 3200-EXIT
058400     END-IF
058500     MOVE BL5-TB-DEPT-CODE(BL5-TB-SUB)  TO BL5-LINE-DEPT-CODE
058600     MOVE BL5-TB-CPT-CODE(BL5-TB-SUB)   TO BL5-LINE-CPT-CODE
058700     MOVE BL5-CUR-COST-CENTER           TO BL5-LINE-COST-CENTER
058800     IF BL5-TB-GROSS(BL5-TB-SUB) > 0
058900         MOVE BL5-CUR-REVENUE-ACCOUNT   TO BL5-LINE-ACCOUNT
059000         MOVE 'C'                       TO BL5-LINE-DR-CR
059100         MOVE BL5-TB-GROSS(BL5-TB-SUB)  TO BL5-LINE-AMOUNT
059200         MOVE 'REV'                     TO BL5-LINE-TYPE
059300         MOVE 'LAB REVENUE'             TO BL5-LINE-DESCRIPTION
059400         PERFORM 3600-WRITE-JOURNAL-LINE THRU 3600-EXIT
059500         ADD BL5-LINE-AMOUNT            TO BL5-JOURNAL-REVENUE
059600     END-IF
059700     IF BL5-TB-REJECTS(BL5-TB-SUB) > 0
059800         MOVE BL5-CUR-ADJUST-ACCOUNT    TO BL5-LINE-ACCOUNT
059900         MOVE 'D'                       TO BL5-LINE-DR-CR
060000         MOVE BL5-TB-REJECTS(BL5-TB-SUB) TO BL5-LINE-AMOUNT
060100         MOVE 'ADJ'                     TO BL5-LINE-TYPE
060200         MOVE 'REJECTED CHARGE ADJUSTMENT'
060300                                        TO BL5-LINE-DESCRIPTION
060400         PERFORM 3600-WRITE-JOURNAL-LINE THRU 3600-EXIT
060500         ADD BL5-LINE-AMOUNT            TO BL5-JOURNAL-ADJUSTMENTS
060600     END-IF
060700     IF BL5-TB-CREDITS(BL5-TB-SUB) > 0
060800         MOVE BL5-CUR-REVENUE-ACCOUNT   TO BL5-LINE-ACCOUNT
060900         MOVE 'D'                       TO BL5-LINE-DR-CR
061000         MOVE BL5-TB-CREDITS(BL5-TB-SUB) TO BL5-LINE-AMOUNT
061100         MOVE 'CRD'                     TO BL5-LINE-TYPE
061200         MOVE 'CANCELLED ORDER CREDIT'  TO BL5-LINE-DESCRIPTION
061300         PERFORM 3600-WRITE-JOURNAL-LINE THRU 3600-EXIT
061400         ADD BL5-LINE-AMOUNT            TO BL5-JOURNAL-CREDITS
061500     END-IF
061600     ADD BL5-TB-GROSS(BL5-TB-SUB)       TO BL5-DEPT-GROSS
061700     ADD BL5-TB-REJECTS(BL5-TB-SUB)     TO BL5-DEPT-REJECTS
061800     ADD BL5-TB-CREDITS(BL5-TB-SUB)     TO BL5-DEPT-CREDITS
061900     COMPUTE BL5-ENTRY-NET =
062000         BL5-TB-GROSS(BL5-TB-SUB)
062100         - BL5-TB-REJECTS(BL5-TB-SUB)
062200         - BL5-TB-CREDITS(BL5-TB-SUB)
062300     MOVE BL5-TB-GROSS(BL5-TB-SUB)      TO BL5-AMOUNT-DISPLAY
062400     MOVE BL5-TB-REJECTS(BL5-TB-SUB)    TO BL5-AMOUNT-DISPLAY-2
062500     MOVE BL5-TB-CREDITS(BL5-TB-SUB)    TO BL5-AMOUNT-DISPLAY-3
062600     MOVE BL5-ENTRY-NET                 TO BL5-NET-DISPLAY
062700     MOVE SPACES                        TO BL5-REPORT-LINE
062800     STRING BL5-LINE-DEPT-CODE ' '
062900            BL5-LINE-CPT-CODE ' '
063000            BL5-CUR-COST-CENTER ' '
063100            BL5-CUR-REVENUE-ACCOUNT ' '
063200            BL5-AMOUNT-DISPLAY ' '
063300            BL5-AMOUNT-DISPLAY-2 ' '
063400            BL5-AMOUNT-DISPLAY-3 ' '
063500            BL5-NET-DISPLAY ' '
063600            BL5-MAPPING-TEXT
063700         DELIMITED BY SIZE INTO BL5-REPORT-LINE
063800     WRITE BL5-REPORT-LINE.
063900 3100-EXIT.
064000     EXIT.
064100*
064200******************************************************************
064300**  3200-START-DEPT                                              **
064400**  Looks up the department's mapping.  No mapping (or a blank   **
064500**  department) posts to the GLJPARM suspense cost center and    **
064600**  account.  A blank adjustment account posts adjustments to    **
064700**  the revenue account.                                         **
064800******************************************************************
064900 3200-START-DEPT.
065000     MOVE BL5-TB-DEPT-CODE(BL5-TB-SUB)  TO BL5-CUR-DEPT-CODE
065100     MOVE 0                             TO BL5-DEPT-GROSS
065200     MOVE 0                             TO BL5-DEPT-REJECTS
065300     MOVE 0                             TO BL5-DEPT-CREDITS
065400     MOVE 'N'                           TO BL5-MAPPED-SWITCH
065500     MOVE BL5-SUSPENSE-COST-CENTER      TO BL5-CUR-COST-CENTER
065600     MOVE BL5-SUSPENSE-ACCOUNT          TO BL5-CUR-REVENUE-ACCOUNT
065700     MOVE BL5-SUSPENSE-ACCOUNT          TO BL5-CUR-ADJUST-ACCOUNT
065800     MOVE 'UNMAPPED - SUSPENSE'         TO BL5-MAPPING-TEXT
065900     IF BL5-CUR-DEPT-CODE = SPACES
066000         GO TO 3200-EXIT
066100     END-IF
066200     MOVE BL5-CUR-DEPT-CODE             TO GL4-MAP-DEPT-CODE
066300     READ BL5-GL-MAP-FILE
066400         INVALID KEY
066500             GO TO 3200-EXIT
066600     END-READ
066700     SET BL5-DEPT-MAPPED                TO TRUE
066800     MOVE SPACES                        TO BL5-MAPPING-TEXT
066900     MOVE GL4-MAP-COST-CENTER           TO BL5-CUR-COST-CENTER
067000     MOVE GL4-MAP-REVENUE-ACCOUNT       TO BL5-CUR-REVENUE-ACCOUNT
067100     MOVE GL4-MAP-REVENUE-ACCOUNT       TO BL5-CUR-ADJUST-ACCOUNT
067200     IF GL4-MAP-ADJUST-ACCOUNT NOT = SPACES
067300         MOVE GL4-MAP-ADJUST-ACCOUNT    TO BL5-CUR-ADJUST-ACCOUNT
067400     END-IF.
067500 3200-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900**  3300-END-DEPT                                                **
068000**  An unmapped department is listed once, with its totals, on   **
068100**  the unmapped-department report.                              **
068200******************************************************************
068300 3300-END-DEPT.
068400     IF BL5-DEPT-MAPPED
068500         GO TO 3300-EXIT
068600     END-IF
068700     ADD 1                              TO BL5-UNMAPPED-DEPTS
068800     COMPUTE BL5-ENTRY-NET =
068900         BL5-DEPT-GROSS - BL5-DEPT-REJECTS - BL5-DEPT-CREDITS
069000     ADD BL5-ENTRY-NET                  TO BL5-SUSPENSE-AMOUNT
069100     MOVE BL5-DEPT-GROSS                TO BL5-AMOUNT-DISPLAY
069200     MOVE BL5-DEPT-REJECTS              TO BL5-AMOUNT-DISPLAY-2
069300     MOVE BL5-DEPT-CREDITS              TO BL5-AMOUNT-DISPLAY-3
069400     MOVE BL5-ENTRY-NET                 TO BL5-NET-DISPLAY
069500     MOVE SPACES                        TO BL5-UNMAPPED-LINE
069600     IF BL5-CUR-DEPT-CODE = SPACES
069700         STRING '(DEPARTMENT NOT KNOWN)'
069800             DELIMITED BY SIZE INTO BL5-UNMAPPED-LINE
069900         WRITE BL5-UNMAPPED-LINE
070000         MOVE SPACES                    TO BL5-UNMAPPED-LINE
070100     END-IF
070200     STRING BL5-CUR-DEPT-CODE ' '
070300            BL5-AMOUNT-DISPLAY ' '
070400            BL5-AMOUNT-DISPLAY-2 ' '
070500            BL5-AMOUNT-DISPLAY-3 ' '
070600            BL5-NET-DISPLAY
070700         DELIMITED BY SIZE INTO BL5-UNMAPPED-LINE
070800     WRITE BL5-UNMAPPED-LINE.
070900 3300-EXIT.
071000     EXIT.
071100*
071200******************************************************************
071300**  3400-WRITE-CLEARING                                          **
071400**  The receivable clearing offset balances the journal: a debit **
071500**  for net revenue, a credit when the month's credits exceed    **
071600**  its net charges.                                             **
071700******************************************************************
071800 3400-WRITE-CLEARING.
071900     COMPUTE BL5-NET-REVENUE =
072000         BL5-ITEM-GROSS - BL5-ITEM-REJECTS - BL5-ITEM-CREDITS
072100     IF BL5-NET-REVENUE = 0
072200         GO TO 3400-EXIT
072300     END-IF
072400     MOVE BL5-CLEARING-COST-CENTER      TO BL5-LINE-COST-CENTER
072500     MOVE BL5-CLEARING-ACCOUNT          TO BL5-LINE-ACCOUNT
072600     MOVE 'CLR'                         TO BL5-LINE-TYPE
072700     MOVE SPACES                        TO BL5-LINE-DEPT-CODE
072800     MOVE SPACES                        TO BL5-LINE-CPT-CODE
072900     MOVE 'LAB REVENUE CLEARING'        TO BL5-LINE-DESCRIPTION
073000     IF BL5-NET-REVENUE > 0
073100         MOVE 'D'                       TO BL5-LINE-DR-CR
073200         MOVE BL5-NET-REVENUE           TO BL5-LINE-AMOUNT
073300         ADD BL5-LINE-AMOUNT            TO BL5-JOURNAL-CLEARING
073400     ELSE
073500         MOVE 'C'                       TO BL5-LINE-DR-CR
073600         COMPUTE BL5-LINE-AMOUNT = 0 - BL5-NET-REVENUE
073700         SUBTRACT BL5-LINE-AMOUNT       FROM BL5-JOURNAL-CLEARING
073800     END-IF
073900     PERFORM 3600-WRITE-JOURNAL-LINE    THRU 3600-EXIT.
074000 3400-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400**  3600-WRITE-JOURNAL-LINE                                      **
074500******************************************************************
074600 3600-WRITE-JOURNAL-LINE.
074700     ADD 1                              TO BL5-LINES-WRITTEN
074800     MOVE SPACES                        TO BL5-JOURNAL-RECORD
074900     SET BL5-JRN-DETAIL-RECORD          TO TRUE
075000     MOVE 'LABR'                        TO BL5-JRN-SOURCE
075100     MOVE BL5-PERIOD                    TO BL5-JRN-PERIOD
075200     MOVE BL5-LINES-WRITTEN             TO BL5-JRN-LINE-NUMBER
075300     MOVE BL5-LINE-COST-CENTER          TO BL5-JRN-COST-CENTER
075400     MOVE BL5-LINE-ACCOUNT              TO BL5-JRN-ACCOUNT
075500     MOVE BL5-LINE-DR-CR                TO BL5-JRN-DR-CR
075600     MOVE BL5-LINE-AMOUNT               TO BL5-JRN-AMOUNT
075700     MOVE BL5-LINE-TYPE                 TO BL5-JRN-LINE-TYPE
075800     MOVE BL5-LINE-DEPT-CODE            TO BL5-JRN-DEPT-CODE
075900     MOVE BL5-LINE-CPT-CODE             TO BL5-JRN-CPT-CODE
076000     MOVE BL5-LINE-DESCRIPTION          TO BL5-JRN-DESCRIPTION
076100     WRITE BL5-JOURNAL-RECORD
076200     IF BL5-JRN-DEBIT
076300         ADD BL5-LINE-AMOUNT            TO BL5-DEBIT-TOTAL
076400     ELSE
076500         ADD BL5-LINE-AMOUNT            TO BL5-CREDIT-TOTAL
076600     END-IF.
076700 3600-EXIT.
076800     EXIT.
076900*
077000******************************************************************
077100**  4000-PRINT-TIE-OUT                                           **
077200**  The proof: the month's acknowledged charges less rejects and **
077300**  credits, from the open items, must equal the revenue less    **
077400**  adjustment and credit lines actually written to the journal, **
077500**  each line type must equal its item total, the clearing       **
077600**  offset must equal the net, and debits must equal credits.    **
077700******************************************************************
077800 4000-PRINT-TIE-OUT.
077900     MOVE SPACES                        TO BL5-REPORT-LINE
078000     WRITE BL5-REPORT-LINE
078100     MOVE BL5-CHARGES-COUNT             TO BL5-COUNT-DISPLAY
078200     MOVE BL5-ITEM-GROSS                TO BL5-AMOUNT-DISPLAY
078300     MOVE SPACES                        TO BL5-REPORT-LINE
078400     STRING 'CHARGES ACKNOWLEDGED IN PERIOD      '
078500            BL5-COUNT-DISPLAY ' ' BL5-AMOUNT-DISPLAY
078600         DELIMITED BY SIZE INTO BL5-REPORT-LINE
078700     WRITE BL5-REPORT-LINE
078800     MOVE BL5-REJECTS-COUNT             TO BL5-COUNT-DISPLAY
078900     MOVE BL5-ITEM-REJECTS              TO BL5-AMOUNT-DISPLAY
079000     MOVE SPACES                        TO BL5-REPORT-LINE
079100     STRING 'LESS REJECTED CHARGES               '
079200            BL5-COUNT-DISPLAY ' ' BL5-AMOUNT-DISPLAY
079300         DELIMITED BY SIZE INTO BL5-REPORT-LINE
079400     WRITE BL5-REPORT-LINE
079500     MOVE BL5-CREDITS-COUNT             TO BL5-COUNT-DISPLAY
079600     MOVE BL5-ITEM-CREDITS              TO BL5-AMOUNT-DISPLAY
079700     MOVE SPACES                        TO BL5-REPORT-LINE
079800     STRING 'LESS CANCELLED-ORDER CREDITS POSTED '
079900            BL5-COUNT-DISPLAY ' ' BL5-AMOUNT-DISPLAY
080000         DELIMITED BY SIZE INTO BL5-REPORT-LINE
080100     WRITE BL5-REPORT-LINE
080200     MOVE BL5-NET-REVENUE               TO BL5-NET-DISPLAY
080300     MOVE SPACES                        TO BL5-REPORT-LINE
080400     STRING 'NET LAB REVENUE                             '
080500            BL5-NET-DISPLAY
080600         DELIMITED BY SIZE INTO BL5-REPORT-LINE
080700     WRITE BL5-REPORT-LINE
080800     MOVE SPACES                        TO BL5-REPORT-LINE
080900     WRITE BL5-REPORT-LINE
081000     MOVE BL5-JOURNAL-REVENUE           TO BL5-AMOUNT-DISPLAY
081100     MOVE SPACES                        TO BL5-REPORT-LINE
081200     STRING 'JOURNAL REV LINES (CREDIT)                  '
081300            BL5-AMOUNT-DISPLAY
081400         DELIMITED BY SIZE INTO BL5-REPORT-LINE
081500     WRITE BL5-REPORT-LINE
081600     MOVE BL5-JOURNAL-ADJUSTMENTS       TO BL5-AMOUNT-DISPLAY
081700     MOVE SPACES                        TO BL5-REPORT-LINE
081800     STRING 'JOURNAL ADJ LINES (DEBIT)                   '
081900            BL5-AMOUNT-DISPLAY
082000         DELIMITED BY SIZE INTO BL5-REPORT-LINE
082100     WRITE BL5-REPORT-LINE
082200     MOVE BL5-JOURNAL-CREDITS           TO BL5-AMOUNT-DISPLAY
082300     MOVE SPACES                        TO BL5-REPORT-LINE
082400     STRING 'JOURNAL CRD LINES (DEBIT)                   '
082500            BL5-AMOUNT-DISPLAY
082600         DELIMITED BY SIZE INTO BL5-REPORT-LINE
082700     WRITE BL5-REPORT-LINE
082800     MOVE BL5-JOURNAL-CLEARING          TO BL5-NET-DISPLAY
082900     MOVE SPACES                        TO BL5-REPORT-LINE
083000     STRING 'JOURNAL CLR OFFSET (DEBIT)                  '
083100            BL5-NET-DISPLAY
083200         DELIMITED BY SIZE INTO BL5-REPORT-LINE
083300     WRITE BL5-REPORT-LINE
083400     MOVE BL5-LINES-WRITTEN             TO BL5-COUNT-DISPLAY
083500     MOVE BL5-DEBIT-TOTAL               TO BL5-AMOUNT-DISPLAY
083600     MOVE BL5-CREDIT-TOTAL              TO BL5-AMOUNT-DISPLAY-2
083700     MOVE SPACES                        TO BL5-REPORT-LINE
083800     STRING 'JOURNAL LINES ' BL5-COUNT-DISPLAY
083900            '  DEBITS ' BL5-AMOUNT-DISPLAY
084000            '  CREDITS ' BL5-AMOUNT-DISPLAY-2
084100         DELIMITED BY SIZE INTO BL5-REPORT-LINE
084200     WRITE BL5-REPORT-LINE
084300     MOVE SPACES                        TO BL5-REPORT-LINE
084400     WRITE BL5-REPORT-LINE
084500     MOVE BL5-UNMAPPED-DEPTS            TO BL5-COUNT-DISPLAY
084600     MOVE BL5-SUSPENSE-AMOUNT           TO BL5-NET-DISPLAY
084700     MOVE SPACES                        TO BL5-REPORT-LINE
084800     STRING 'UNMAPPED DEPTS POSTED TO SUSPENSE   '
084900            BL5-COUNT-DISPLAY ' ' BL5-NET-DISPLAY
085000         DELIMITED BY SIZE INTO BL5-REPORT-LINE
085100     WRITE BL5-REPORT-LINE
085200     MOVE BL5-DEPT-FROM-ORDER           TO BL5-COUNT-DISPLAY
085300     MOVE SPACES                        TO BL5-REPORT-LINE
085400     STRING 'DEPT TAKEN FROM ORDER TRACKING      '
085500            BL5-COUNT-DISPLAY
085600         DELIMITED BY SIZE INTO BL5-REPORT-LINE
085700     WRITE BL5-REPORT-LINE
085800     MOVE BL5-CREDITS-REJECTED-COUNT    TO BL5-COUNT-DISPLAY
085900     MOVE BL5-CREDITS-REJECTED-AMOUNT   TO BL5-AMOUNT-DISPLAY
086000     MOVE SPACES                        TO BL5-REPORT-LINE
086100     STRING 'REJECTED CREDITS - NOT JOURNALED    '
086200            BL5-COUNT-DISPLAY ' ' BL5-AMOUNT-DISPLAY
086300         DELIMITED BY SIZE INTO BL5-REPORT-LINE
086400     WRITE BL5-REPORT-LINE
086500     MOVE BL5-AWAITING-COUNT            TO BL5-COUNT-DISPLAY
086600     MOVE BL5-AWAITING-AMOUNT           TO BL5-AMOUNT-DISPLAY
086700     MOVE SPACES                        TO BL5-REPORT-LINE
086800     STRING 'CHARGES AWAITING ACKNOWLEDGMENT     '
086900            BL5-COUNT-DISPLAY ' ' BL5-AMOUNT-DISPLAY
087000         DELIMITED BY SIZE INTO BL5-REPORT-LINE
087100     WRITE BL5-REPORT-LINE
087200     IF BL5-JOURNAL-REVENUE NOT = BL5-ITEM-GROSS
087300            OR BL5-JOURNAL-ADJUSTMENTS NOT = BL5-ITEM-REJECTS
087400            OR BL5-JOURNAL-CREDITS NOT = BL5-ITEM-CREDITS
087500            OR BL5-JOURNAL-CLEARING NOT = BL5-NET-REVENUE
087600            OR BL5-DEBIT-TOTAL NOT = BL5-CREDIT-TOTAL
087700         MOVE 'N'                       TO BL5-TIE-SWITCH
087800     END-IF
087900     MOVE SPACES                        TO BL5-REPORT-LINE
088000     WRITE BL5-REPORT-LINE
088100     MOVE SPACES                        TO BL5-REPORT-LINE
088200     IF BL5-JOURNAL-TIES
088300         STRING 'JOURNAL TIES TO THE MONTH''S CHARGES LESS '
088400                'REJECTS AND CREDITS, AND IS IN BALANCE'
088500             DELIMITED BY SIZE INTO BL5-REPORT-LINE
088600     ELSE
088700         STRING '*** JOURNAL DOES NOT TIE OR IS OUT OF '
088800                'BALANCE - DO NOT LOAD ***'
088900             DELIMITED BY SIZE INTO BL5-REPORT-LINE
089000     END-IF
089100     WRITE BL5-REPORT-LINE.
089200 4000-EXIT.
089300     EXIT.
089400*
089401******************************************************************
089402**  5000-FLAG-JOURNALLED                                         **
089403**  A journal that ties is final for the period, so every item   **
089404**  closed in it - the rejected credits counted on the tie-out   **
089405**  included - is flagged journalled for the BIL125 retention    **
089406**  job.  A second pass over BILOPNF, so nothing is flagged      **
089407**  when the journal does not tie.  A rerun for the period       **
089408**  finds the items already flagged and leaves them.             **
089409******************************************************************
089410 5000-FLAG-JOURNALLED.
089411     MOVE 'N'                           TO BL5-OPN-EOF-SWITCH
089412     MOVE LOW-VALUES                    TO BL3-OPN-KEY
089413     START BL5-OPEN-ITEM-FILE KEY IS NOT LESS THAN BL3-OPN-KEY
089414         INVALID KEY
089415             MOVE 'Y'                   TO BL5-OPN-EOF-SWITCH
089416     END-START
089417     IF NOT BL5-OPN-EOF
089418         PERFORM 2900-READ-OPEN-ITEM    THRU 2900-EXIT
089419     END-IF
089420     PERFORM 5100-FLAG-ONE-ITEM         THRU 5100-EXIT
089421         UNTIL BL5-OPN-EOF
089422     MOVE BL5-ITEMS-FLAGGED             TO BL5-COUNT-DISPLAY
089423     MOVE SPACES                        TO BL5-REPORT-LINE
089424     STRING 'ITEMS FLAGGED JOURNALLED FOR BIL125 '
089425            BL5-COUNT-DISPLAY
089426         DELIMITED BY SIZE INTO BL5-REPORT-LINE
089427     WRITE BL5-REPORT-LINE
089428     IF BL5-FLAG-ERRORS > 0
089429         MOVE BL5-FLAG-ERRORS           TO BL5-COUNT-DISPLAY
089430         MOVE SPACES                    TO BL5-REPORT-LINE
089431         STRING 'ITEMS NOT FLAGGED - REWRITE FAILED  '
089432                BL5-COUNT-DISPLAY
089433             DELIMITED BY SIZE INTO BL5-REPORT-LINE
089434         WRITE BL5-REPORT-LINE
089435     END-IF.
089436 5000-EXIT.
089437     EXIT.
089438*
089439 5100-FLAG-ONE-ITEM.
089440     IF BL3-OPN-ITEM-OPEN
089441            OR BL3-OPN-JOURNALLED
089442            OR BL3-OPN-ACK-DATE(1:6) NOT = BL5-PERIOD
089443         GO TO 5100-NEXT
089444     END-IF
089445     SET BL3-OPN-JOURNALLED             TO TRUE
089446     REWRITE BL3-OPEN-ITEM-RECORD
089447         INVALID KEY
089448             ADD 1                      TO BL5-FLAG-ERRORS
089449             DISPLAY 'BIL120 - FLAG REWRITE FAILED FOR ORDER '
089450                     BL3-OPN-ORDER-NUMBER
089451             GO TO 5100-NEXT
089452     END-REWRITE
089453     ADD 1                              TO BL5-ITEMS-FLAGGED.
089454 5100-NEXT.
089455     PERFORM 2900-READ-OPEN-ITEM        THRU 2900-EXIT.
089456 5100-EXIT.
089457     EXIT.
089458*
089500******************************************************************
089600**  8000-TERMINATE                                               **
089700******************************************************************
089800 8000-TERMINATE.
089900     CLOSE BL5-OPEN-ITEM-FILE
090000     CLOSE BL5-ORDER-XREF-FILE
090100     CLOSE BL5-ORDER-TRACK-FILE
090200     CLOSE BL5-GL-MAP-FILE
090300     IF BL5-JOURNAL-FILE-OPEN
090400         CLOSE BL5-JOURNAL-FILE
090500         CLOSE BL5-TIE-OUT-REPORT
090600         CLOSE BL5-UNMAPPED-REPORT
090700     END-IF
090800     DISPLAY 'BIL120 - OPEN ITEMS READ:       ' BL5-ITEMS-READ
090900     DISPLAY 'BIL120 - JOURNAL LINES WRITTEN: ' BL5-LINES-WRITTEN
091000     DISPLAY 'BIL120 - UNMAPPED DEPARTMENTS:  '
091100             BL5-UNMAPPED-DEPTS
091110     DISPLAY 'BIL120 - ITEMS FLAGGED:         ' BL5-ITEMS-FLAGGED
091120     DISPLAY 'BIL120 - FLAG REWRITE ERRORS:   ' BL5-FLAG-ERRORS.
091200 8000-EXIT.
091300     EXIT.
091400*
091500 9999-EXIT.
091600     EXIT.
