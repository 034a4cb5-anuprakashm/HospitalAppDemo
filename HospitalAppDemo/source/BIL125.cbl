000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     BIL125                                      **
000400**                                                              **
000500**  DESCRIPTION:    Billing open-item retention job.  Browses   **
000600**                  BILOPNF and moves every item BIL120 has     **
000700**                  flagged journalled whose acknowledgment     **
000800**                  date falls before the first of the month    **
000900**                  the BILRPARM retention window reaches back  **
001000**                  to off to a new generation of the open-item **
001100**                  archive, deletes it from BILOPNF, and       **
001200**                  prints a retention report of counts         **
001300**                  archived by item type and retained by       **
001400**                  reason for compliance.  An item still open, **
001500**                  or closed but not yet in a journal that     **
001600**                  tied, is never archived however old.        **
001610**                  A suspended item (a result BIL110 could     **
001620**                  not price, never charged) is archived if    **
001630**                  it was recorded before the cutoff date.     **
001700**                                                              **
001800******************************************************************
001900*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    BIL125.
002200 AUTHOR.        J HARTWELL.
002300 INSTALLATION.  INTERFACE ENGINEERING.
002400 DATE-WRITTEN.  2026-10-15.
002500 DATE-COMPILED.
002600*
002700******************************************************************
002800**  MODIFICATION HISTORY                                        **
002900**  DATE       INIT  DESCRIPTION                                **
003000**  ---------- ----  ------------------------------------------ **
003100**  2026-10-15  JMH  Initial version - BILOPNF archive/purge.   **
003110**  2026-10-15  JMH  A suspended item recorded before the       **
003120**                   cutoff date is archived and counted by     **
003130**                   itself. BILOPNF is closed only when it was **
003140**                   opened.                                    **
003200******************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800*
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BL6-RETENTION-PARM-FILE ASSIGN TO BILRPARM
004200            ORGANIZATION IS SEQUENTIAL.
004300*
004400     SELECT BL6-OPEN-ITEM-FILE    ASSIGN TO BILOPNF
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE IS DYNAMIC
004700            RECORD KEY IS BL3-OPN-KEY
004800            FILE STATUS IS BL6-OPN-FILE-STATUS.
004900*
005000     SELECT BL6-ARCHIVE-FILE      ASSIGN TO BILOARC
005100            ORGANIZATION IS SEQUENTIAL.
005200*
005300     SELECT BL6-RETENTION-REPORT  ASSIGN TO BIL125R
005400            ORGANIZATION IS SEQUENTIAL.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  BL6-RETENTION-PARM-FILE
005900     RECORDING MODE IS F.
006000 01  BL6-PARM-RECORD                PIC X(80).
006100*
006200 FD  BL6-OPEN-ITEM-FILE
006300     RECORDING MODE IS F.
006400     COPY BILOPN.
006500*
006600 FD  BL6-ARCHIVE-FILE
006700     RECORDING MODE IS F.
006800 01  BL6-ARCHIVE-RECORD             PIC X(80).
006900*
007000 FD  BL6-RETENTION-REPORT
007100     RECORDING MODE IS F.
007200 01  BL6-REPORT-LINE                PIC X(132).
007300*
007400 WORKING-STORAGE SECTION.
007500*
007600 01  BL6-OPN-FILE-STATUS            PIC X(02) VALUE '00'.
007700*
007800 77  BL6-PARM-EOF-SWITCH            PIC X(01) VALUE 'N'.
007900     88  BL6-PARM-EOF                      VALUE 'Y'.
008000 77  BL6-OPN-EOF-SWITCH             PIC X(01) VALUE 'N'.
008100     88  BL6-OPN-EOF                       VALUE 'Y'.
008200 77  BL6-ABORT-SWITCH               PIC X(01) VALUE 'N'.
008300     88  BL6-ABORT-RUN                     VALUE 'Y'.
008400 77  BL6-OUTPUT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
008500     88  BL6-OUTPUT-FILES-OPEN             VALUE 'Y'.
008510 77  BL6-OPN-OPEN-SWITCH            PIC X(01) VALUE 'N'.
008520     88  BL6-OPEN-ITEM-FILE-OPEN           VALUE 'Y'.
008600 77  BL6-ITEMS-READ                 PIC 9(07) COMP VALUE 0.
008700 77  BL6-ITEMS-ARCHIVED             PIC 9(07) COMP VALUE 0.
008800 77  BL6-ITEMS-RETAINED             PIC 9(07) COMP VALUE 0.
008900 77  BL6-ARCH-POSTED-CHARGES        PIC 9(07) COMP VALUE 0.
009000 77  BL6-ARCH-REJECTED-CHARGES      PIC 9(07) COMP VALUE 0.
009100 77  BL6-ARCH-POSTED-CREDITS        PIC 9(07) COMP VALUE 0.
009200 77  BL6-ARCH-REJECTED-CREDITS      PIC 9(07) COMP VALUE 0.
009210 77  BL6-ARCH-SUSPENDED             PIC 9(07) COMP VALUE 0.
009300 77  BL6-KEPT-OPEN                  PIC 9(07) COMP VALUE 0.
009400 77  BL6-KEPT-NOT-JOURNALLED        PIC 9(07) COMP VALUE 0.
009500 77  BL6-KEPT-IN-WINDOW             PIC 9(07) COMP VALUE 0.
009510 77  BL6-KEPT-SUSPENDED             PIC 9(07) COMP VALUE 0.
009600 77  BL6-DELETE-ERRORS              PIC 9(07) COMP VALUE 0.
009700*
009800******************************************************************
009900**  RETENTION PARAMETER - WHOLE MONTHS A JOURNALLED ITEM STAYS  **
010000**  ON BILOPNF AFTER THE MONTH IT WAS ACKNOWLEDGED IN.  READ    **
010100**  FROM THE FIRST BILRPARM RECORD, COLUMNS 1-3.  AT LEAST ONE, **
010200**  SO THE WINDOW ALWAYS COVERS BIL110'S LATE-RESULT LOOK-BACK. **
010300******************************************************************
010400 01  BL6-RETENTION-MONTHS           PIC 9(03) VALUE 0.
010500 01  BL6-PARM-MONTHS-X              PIC X(03) VALUE SPACES.
010600 01  BL6-PARM-MONTHS-9 REDEFINES BL6-PARM-MONTHS-X
010700                                    PIC 9(03).
010800*
010900 01  BL6-RUN-DATE.
011000     05  BL6-RUN-YYYY               PIC 9(04).
011100     05  BL6-RUN-MM                 PIC 9(02).
011200     05  BL6-RUN-DD                 PIC 9(02).
011300*
011400******************************************************************
011500**  CUTOFF DATE WORK AREA - ITEMS ACKNOWLEDGED BEFORE THE FIRST **
011600**  OF THE CUTOFF MONTH ARE ELIGIBLE TO ARCHIVE.                **
011700******************************************************************
011800 01  BL6-MONTH-NUMBER               PIC 9(07) VALUE 0.
011900 01  BL6-CUTOFF-MONTH-0             PIC 9(02) VALUE 0.
012000 01  BL6-CUTOFF-DATE.
012100     05  BL6-CUTOFF-YYYY            PIC 9(04) VALUE 0.
012200     05  BL6-CUTOFF-MM              PIC 9(02) VALUE 0.
012300     05  BL6-CUTOFF-DD              PIC 9(02) VALUE 1.
012400 01  BL6-CUTOFF-DATE-X REDEFINES BL6-CUTOFF-DATE
012500                                    PIC X(08).
012600*
012700 01  BL6-COUNT-DISPLAY              PIC ZZZZZZ9.
012800 01  BL6-COUNT-DISPLAY-2            PIC ZZZZZZ9.
012900*
013000 PROCEDURE DIVISION.
013100*
013200******************************************************************
013300**  0000-MAINLINE                                                **
013400******************************************************************
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
013700     IF NOT BL6-ABORT-RUN
013800         PERFORM 2000-PROCESS-ITEM    THRU 2000-EXIT
013900             UNTIL BL6-OPN-EOF
014000         PERFORM 3000-PRINT-REPORT    THRU 3000-EXIT
014100     END-IF
014200     PERFORM 8000-TERMINATE           THRU 8000-EXIT
014300     IF BL6-ABORT-RUN
014400         MOVE 16                       TO RETURN-CODE
014500     END-IF
014600     GOBACK.
014700*
014800******************************************************************
014900**  1000-INITIALIZE                                              **
015000******************************************************************
015100 1000-INITIALIZE.
015200     ACCEPT BL6-RUN-DATE FROM DATE YYYYMMDD
015300     OPEN INPUT BL6-RETENTION-PARM-FILE
015400     PERFORM 1100-READ-PARM           THRU 1100-EXIT
015500     CLOSE BL6-RETENTION-PARM-FILE
015600     IF BL6-ABORT-RUN
015700         GO TO 1000-EXIT
015800     END-IF
015900     OPEN I-O BL6-OPEN-ITEM-FILE
016000     IF BL6-OPN-FILE-STATUS NOT = '00'
016100         DISPLAY 'BIL125 - OPEN FAILED FOR BILOPNF, STATUS='
016200                 BL6-OPN-FILE-STATUS
016300         SET BL6-ABORT-RUN             TO TRUE
016400         GO TO 1000-EXIT
016500     END-IF
016510     SET BL6-OPEN-ITEM-FILE-OPEN       TO TRUE
016600     OPEN OUTPUT BL6-ARCHIVE-FILE
016700     OPEN OUTPUT BL6-RETENTION-REPORT
016800     SET BL6-OUTPUT-FILES-OPEN         TO TRUE
016900     PERFORM 1200-COMPUTE-CUTOFF      THRU 1200-EXIT
017000     MOVE LOW-VALUES                   TO BL3-OPN-KEY
017100     START BL6-OPEN-ITEM-FILE KEY IS NOT LESS THAN BL3-OPN-KEY
017200         INVALID KEY
017300             MOVE 'Y'                  TO BL6-OPN-EOF-SWITCH
017400     END-START
017500     IF NOT BL6-OPN-EOF
017600         PERFORM 2900-READ-OPEN-ITEM   THRU 2900-EXIT
017700     END-IF.
017800 1000-EXIT.
017900     EXIT.
018000*
018100******************************************************************
018200**  1100-READ-PARM                                               **
018300**  The first BILRPARM record carries the retention window in    **
018400**  months, columns 1-3.  A missing, non-numeric or zero         **
018500**  parameter aborts the run rather than purging against a       **
018600**  wrong window.                                                **
018700******************************************************************
018800 1100-READ-PARM.
018900     READ BL6-RETENTION-PARM-FILE
019000         AT END
019100             MOVE 'Y'                  TO BL6-PARM-EOF-SWITCH
019200     END-READ
019300     IF BL6-PARM-EOF
019400         DISPLAY 'BIL125 - BILRPARM IS EMPTY, NO RETENTION MONTHS'
019500         SET BL6-ABORT-RUN             TO TRUE
019600         GO TO 1100-EXIT
019700     END-IF
019800     MOVE BL6-PARM-RECORD(1:3)          TO BL6-PARM-MONTHS-X
019900     IF BL6-PARM-MONTHS-9 NOT NUMERIC
020000         DISPLAY 'BIL125 - BILRPARM MONTHS NOT NUMERIC: '
020100                 BL6-PARM-MONTHS-X
020200         SET BL6-ABORT-RUN             TO TRUE
020300         GO TO 1100-EXIT
020400     END-IF
020500     MOVE BL6-PARM-MONTHS-9             TO BL6-RETENTION-MONTHS
020600     IF BL6-RETENTION-MONTHS = 0
020700         DISPLAY 'BIL125 - BILRPARM MONTHS OF ZERO NOT ALLOWED'
020800         SET BL6-ABORT-RUN             TO TRUE
020900     END-IF.
021000 1100-EXIT.
021100     EXIT.
021200*
021300******************************************************************
021400**  1200-COMPUTE-CUTOFF                                          **
021500**  The cutoff is the first of the month the window reaches      **
021600**  back to, counted in whole months from the run month, so an   **
021700**  item is archived only once its whole journal period is older **
021800**  than the window.  Items acknowledged strictly before the     **
021900**  cutoff date are old enough to archive.                       **
022000******************************************************************
022100 1200-COMPUTE-CUTOFF.
022200     COMPUTE BL6-MONTH-NUMBER =
022300         BL6-RUN-YYYY * 12 + BL6-RUN-MM - 1 - BL6-RETENTION-MONTHS
022400     DIVIDE BL6-MONTH-NUMBER BY 12
022500         GIVING BL6-CUTOFF-YYYY
022600         REMAINDER BL6-CUTOFF-MONTH-0
022700     COMPUTE BL6-CUTOFF-MM = BL6-CUTOFF-MONTH-0 + 1
022800     MOVE 1                             TO BL6-CUTOFF-DD.
022900 1200-EXIT.
023000     EXIT.
023100*
023200******************************************************************
023300**  2000-PROCESS-ITEM                                            **
023400**  Decide each item's fate: one BIL120 has flagged journalled,  **
023500**  posted or rejected, and acknowledged before the cutoff date  **
023600**  is archived and deleted, as is a suspended item recorded     **
023610**  before the cutoff date; everything else is retained and      **
023700**  counted by the reason it stays.                              **
023800******************************************************************
023900 2000-PROCESS-ITEM.
024000     ADD 1                              TO BL6-ITEMS-READ
024100     IF BL3-OPN-ITEM-OPEN
024200         ADD 1                          TO BL6-KEPT-OPEN
024300         ADD 1                          TO BL6-ITEMS-RETAINED
024400         GO TO 2000-NEXT
024500     END-IF
024501     IF BL3-OPN-ITEM-SUSPENDED
024502         IF BL3-OPN-SENT-DATE NOT NUMERIC
024503                OR BL3-OPN-SENT-DATE NOT < BL6-CUTOFF-DATE-X
024504             ADD 1                      TO BL6-KEPT-SUSPENDED
024505             ADD 1                      TO BL6-ITEMS-RETAINED
024506             GO TO 2000-NEXT
024507         END-IF
024508         PERFORM 2200-ARCHIVE-ITEM      THRU 2200-EXIT
024509         GO TO 2000-NEXT
024510     END-IF
024600     IF NOT BL3-OPN-JOURNALLED
024700         ADD 1                          TO BL6-KEPT-NOT-JOURNALLED
024800         ADD 1                          TO BL6-ITEMS-RETAINED
024900         GO TO 2000-NEXT
025000     END-IF
025100     IF BL3-OPN-ACK-DATE NOT NUMERIC
025200            OR BL3-OPN-ACK-DATE NOT < BL6-CUTOFF-DATE-X
025300         ADD 1                          TO BL6-KEPT-IN-WINDOW
025400         ADD 1                          TO BL6-ITEMS-RETAINED
025500         GO TO 2000-NEXT
025600     END-IF
025700     PERFORM 2200-ARCHIVE-ITEM          THRU 2200-EXIT.
025800 2000-NEXT.
025900     PERFORM 2900-READ-OPEN-ITEM        THRU 2900-EXIT.
026000 2000-EXIT.
026100     EXIT.
026200*
026300******************************************************************
026400**  2200-ARCHIVE-ITEM                                            **
026500**  Write the item to the archive generation, then delete it     **
026600**  from BILOPNF.  An item that will not delete stays on the     **
026700**  file and is logged; the next run archives it again, in that  **
026800**  run's generation.                                            **
026900******************************************************************
027000 2200-ARCHIVE-ITEM.
027100     WRITE BL6-ARCHIVE-RECORD FROM BL3-OPEN-ITEM-RECORD
027200     DELETE BL6-OPEN-ITEM-FILE
027300         INVALID KEY
027400             ADD 1                      TO BL6-DELETE-ERRORS
027500             DISPLAY 'BIL125 - DELETE FAILED FOR ORDER '
027600                     BL3-OPN-ORDER-NUMBER ' TEST '
027700                     BL3-OPN-TEST-CODE
027800             GO TO 2200-EXIT
027900     END-DELETE
028000     ADD 1                              TO BL6-ITEMS-ARCHIVED
028100     EVALUATE TRUE
028110         WHEN BL3-OPN-ITEM-SUSPENDED
028120             ADD 1                  TO BL6-ARCH-SUSPENDED
028200         WHEN BL3-OPN-CREDIT-ITEM AND BL3-OPN-ITEM-REJECTED
028300             ADD 1                  TO BL6-ARCH-REJECTED-CREDITS
028400         WHEN BL3-OPN-CREDIT-ITEM
028500             ADD 1                  TO BL6-ARCH-POSTED-CREDITS
028600         WHEN BL3-OPN-ITEM-REJECTED
028700             ADD 1                  TO BL6-ARCH-REJECTED-CHARGES
028800         WHEN OTHER
028900             ADD 1                  TO BL6-ARCH-POSTED-CHARGES
029000     END-EVALUATE.
029100 2200-EXIT.
029200     EXIT.
029300*
029400 2900-READ-OPEN-ITEM.
029500     READ BL6-OPEN-ITEM-FILE NEXT RECORD
029600         AT END
029700             MOVE 'Y'                   TO BL6-OPN-EOF-SWITCH
029800     END-READ.
029900 2900-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300**  3000-PRINT-REPORT                                            **
030400**  Retention report for compliance: what was archived by item   **
030500**  type, what was retained and why, and the window the run      **
030600**  enforced.                                                    **
030700******************************************************************
030800 3000-PRINT-REPORT.
030900     MOVE SPACES                         TO BL6-REPORT-LINE
031000     STRING 'BILLING OPEN-ITEM RETENTION REPORT - RUN DATE '
031100            BL6-RUN-DATE
031200         DELIMITED BY SIZE INTO BL6-REPORT-LINE
031300     WRITE BL6-REPORT-LINE
031400     MOVE SPACES                         TO BL6-REPORT-LINE
031500     MOVE BL6-RETENTION-MONTHS            TO BL6-COUNT-DISPLAY
031600     STRING 'RETENTION MONTHS ' BL6-COUNT-DISPLAY
031700            '  CUTOFF DATE ' BL6-CUTOFF-DATE-X
031800         DELIMITED BY SIZE INTO BL6-REPORT-LINE
031900     WRITE BL6-REPORT-LINE
032000     MOVE SPACES                         TO BL6-REPORT-LINE
032100     WRITE BL6-REPORT-LINE
032200     MOVE SPACES                         TO BL6-REPORT-LINE
032300     STRING 'ARCHIVED BY ITEM TYPE'
032400         DELIMITED BY SIZE INTO BL6-REPORT-LINE
032500     WRITE BL6-REPORT-LINE
032600     MOVE SPACES                         TO BL6-REPORT-LINE
032700     MOVE BL6-ARCH-POSTED-CHARGES         TO BL6-COUNT-DISPLAY
032800     STRING 'POSTED CHARGES             ' BL6-COUNT-DISPLAY
032900         DELIMITED BY SIZE INTO BL6-REPORT-LINE
033000     WRITE BL6-REPORT-LINE
033100     MOVE SPACES                         TO BL6-REPORT-LINE
033200     MOVE BL6-ARCH-REJECTED-CHARGES       TO BL6-COUNT-DISPLAY
033300     STRING 'REJECTED CHARGES           ' BL6-COUNT-DISPLAY
033400         DELIMITED BY SIZE INTO BL6-REPORT-LINE
033500     WRITE BL6-REPORT-LINE
033600     MOVE SPACES                         TO BL6-REPORT-LINE
033700     MOVE BL6-ARCH-POSTED-CREDITS         TO BL6-COUNT-DISPLAY
033800     STRING 'POSTED CREDITS             ' BL6-COUNT-DISPLAY
033900         DELIMITED BY SIZE INTO BL6-REPORT-LINE
034000     WRITE BL6-REPORT-LINE
034100     MOVE SPACES                         TO BL6-REPORT-LINE
034200     MOVE BL6-ARCH-REJECTED-CREDITS       TO BL6-COUNT-DISPLAY
034300     STRING 'REJECTED CREDITS           ' BL6-COUNT-DISPLAY
034400         DELIMITED BY SIZE INTO BL6-REPORT-LINE
034500     WRITE BL6-REPORT-LINE
034510     MOVE SPACES                         TO BL6-REPORT-LINE
034520     MOVE BL6-ARCH-SUSPENDED              TO BL6-COUNT-DISPLAY
034530     STRING 'SUSPENDED, NEVER CHARGED   ' BL6-COUNT-DISPLAY
034540         DELIMITED BY SIZE INTO BL6-REPORT-LINE
034550     WRITE BL6-REPORT-LINE
034600     MOVE SPACES                         TO BL6-REPORT-LINE
034700     WRITE BL6-REPORT-LINE
034800     MOVE SPACES                         TO BL6-REPORT-LINE
034900     STRING 'RETAINED BY REASON'
035000         DELIMITED BY SIZE INTO BL6-REPORT-LINE
035100     WRITE BL6-REPORT-LINE
035200     MOVE SPACES                         TO BL6-REPORT-LINE
035300     MOVE BL6-KEPT-OPEN                   TO BL6-COUNT-DISPLAY
035400     STRING 'STILL OPEN                 ' BL6-COUNT-DISPLAY
035500         DELIMITED BY SIZE INTO BL6-REPORT-LINE
035600     WRITE BL6-REPORT-LINE
035700     MOVE SPACES                         TO BL6-REPORT-LINE
035800     MOVE BL6-KEPT-NOT-JOURNALLED         TO BL6-COUNT-DISPLAY
035900     STRING 'CLOSED, NOT JOURNALLED     ' BL6-COUNT-DISPLAY
036000         DELIMITED BY SIZE INTO BL6-REPORT-LINE
036100     WRITE BL6-REPORT-LINE
036200     MOVE SPACES                         TO BL6-REPORT-LINE
036300     MOVE BL6-KEPT-IN-WINDOW              TO BL6-COUNT-DISPLAY
036400     STRING 'JOURNALLED, INSIDE WINDOW  ' BL6-COUNT-DISPLAY
036500         DELIMITED BY SIZE INTO BL6-REPORT-LINE
036600     WRITE BL6-REPORT-LINE
036610     MOVE SPACES                         TO BL6-REPORT-LINE
036620     MOVE BL6-KEPT-SUSPENDED              TO BL6-COUNT-DISPLAY
036630     STRING 'SUSPENDED, INSIDE WINDOW   ' BL6-COUNT-DISPLAY
036640         DELIMITED BY SIZE INTO BL6-REPORT-LINE
036650     WRITE BL6-REPORT-LINE
036700     MOVE SPACES                         TO BL6-REPORT-LINE
036800     WRITE BL6-REPORT-LINE
036900     MOVE SPACES                         TO BL6-REPORT-LINE
037000     MOVE BL6-ITEMS-ARCHIVED              TO BL6-COUNT-DISPLAY
037100     MOVE BL6-ITEMS-RETAINED              TO BL6-COUNT-DISPLAY-2
037200     STRING 'TOTAL ARCHIVED ' BL6-COUNT-DISPLAY
037300            '  TOTAL RETAINED ' BL6-COUNT-DISPLAY-2
037400         DELIMITED BY SIZE INTO BL6-REPORT-LINE
037500     WRITE BL6-REPORT-LINE
037600     MOVE SPACES                         TO BL6-REPORT-LINE
037700     MOVE BL6-DELETE-ERRORS               TO BL6-COUNT-DISPLAY
037800     STRING 'DELETE ERRORS ' BL6-COUNT-DISPLAY
037900            '  (ARCHIVED, STILL ON BILOPNF)'
038000         DELIMITED BY SIZE INTO BL6-REPORT-LINE
038100     WRITE BL6-REPORT-LINE.
038200 3000-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600**  8000-TERMINATE                                               **
038700******************************************************************
038800 8000-TERMINATE.
038810     IF BL6-OPEN-ITEM-FILE-OPEN
038900         CLOSE BL6-OPEN-ITEM-FILE
039000         IF BL6-OPN-FILE-STATUS NOT = '00'
039100             DISPLAY 'BIL125 - CLOSE FAILED FOR BILOPNF, STATUS='
039200                     BL6-OPN-FILE-STATUS
039300         END-IF
039310     END-IF
039400     IF BL6-OUTPUT-FILES-OPEN
039500         CLOSE BL6-ARCHIVE-FILE
039600         CLOSE BL6-RETENTION-REPORT
039700     END-IF
039800     DISPLAY 'BIL125 - ITEMS READ:      ' BL6-ITEMS-READ
039900     DISPLAY 'BIL125 - ITEMS ARCHIVED:  ' BL6-ITEMS-ARCHIVED
040000     DISPLAY 'BIL125 - ITEMS RETAINED:  ' BL6-ITEMS-RETAINED
040100     DISPLAY 'BIL125 - DELETE ERRORS:   ' BL6-DELETE-ERRORS.
040200 8000-EXIT.
040300     EXIT.
040400*
040500 9999-EXIT.
040600     EXIT.
