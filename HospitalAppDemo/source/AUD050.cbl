000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     AUD050                                      **
000400**                                                              **
000500**  DESCRIPTION:    Audit trail retention job.  Copies the      **
000510**                  AUDTRL rows put before the AUDRPARM         **
000520**                  retention window to a new dated archive     **
000530**                  generation and the rows that are left to    **
000540**                  the AUDKEEP work file, and records the      **
000550**                  archive on the AUDMANF manifest - row       **
000560**                  count, sequence range, opening and closing  **
000570**                  control totals and put-date range - so      **
000580**                  AUDTRL stays a workable size for OPS060     **
000590**                  without losing the proof that the trail is  **
000600**                  complete.  The whole trail is proved first, **
000610**                  exactly as AUD045 proves it; any gap,       **
000620**                  sequence or control total break, or a trail **
000630**                  that does not end at the AUDCTLF last row,  **
000640**                  stops the run before the archive is opened. **
000650**                  Rows are archived from the front of the     **
000660**                  trail up to the first row inside the        **
000670**                  window, so the archive and what is left     **
000680**                  each stay one unbroken run of sequence      **
000690**                  numbers.  The last archived row becomes the **
000700**                  AUDCTLF base AUD045 starts from, and the    **
000710**                  report lists every archive on the manifest  **
000720**                  with its chain back to row 1 checked.       **
000730**                  AUDTRL itself is not written here: the next **
000740**                  job step reloads it from AUDKEEP once the   **
000750**                  manifest and AUDCTLF are updated, so an     **
000760**                  aborted run leaves the trail, AUDCTLF and   **
000770**                  the manifest as they were.                  **
002800**                                                              **
002900******************************************************************
003000*
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    AUD050.
003300 AUTHOR.        J HARTWELL.
003400 INSTALLATION.  INTERFACE ENGINEERING.
003500 DATE-WRITTEN.  2026-10-14.
003600 DATE-COMPILED.
003700*
003800******************************************************************
003900**  MODIFICATION HISTORY                                        **
004000**  DATE       INIT  DESCRIPTION                                **
004100**  ---------- ----  ------------------------------------------ **
004200**  2026-10-14  JMH  Initial version - audit trail retention    **
004300**                   archive and manifest.                      **
004310**  2026-10-15  JMH  The archive and work file are opened only  **
004320**                   after the trail is proved; the manifest    **
004330**                   row is written before AUDCTLF (and taken   **
004340**                   off again if AUDCTLF fails), and AUDTRL is **
004350**                   no longer rewritten here but reloaded from **
004360**                   AUDKEEP by the next job step, so an        **
004370**                   aborted run changes nothing. Every open    **
004380**                   file is closed on the abort path too.      **
004400******************************************************************
004500*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000*
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT AU6-RETENTION-PARM-FILE ASSIGN TO AUDRPARM
005400            ORGANIZATION IS SEQUENTIAL.
005500*
005600     SELECT AU6-AUDIT-FILE        ASSIGN TO AUDTRL
005700            ORGANIZATION IS SEQUENTIAL.
005800*
005900     SELECT AU6-CONTROL-FILE      ASSIGN TO AUDCTLF
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS RANDOM
006200            RECORD KEY IS AU4-CTL-TRAIL-ID
006300            FILE STATUS IS AU6-CTL-FILE-STATUS.
006400*
006500     SELECT AU6-ARCHIVE-FILE      ASSIGN TO AUDARCH
006600            ORGANIZATION IS SEQUENTIAL.
006700*
006800     SELECT AU6-KEEP-FILE         ASSIGN TO AUDKEEP
006900            ORGANIZATION IS SEQUENTIAL.
007000*
007100     SELECT AU6-MANIFEST-FILE     ASSIGN TO AUDMANF
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE IS DYNAMIC
007400            RECORD KEY IS AU6-MAN-ARCHIVE-ID
007500            FILE STATUS IS AU6-MAN-FILE-STATUS.
007600*
007700     SELECT AU6-RETENTION-REPORT  ASSIGN TO AUD050R
007800            ORGANIZATION IS SEQUENTIAL.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  AU6-RETENTION-PARM-FILE
008300     RECORDING MODE IS F.
008400 01  AU6-PARM-RECORD                PIC X(80).
008500*
008600 FD  AU6-AUDIT-FILE
008700     RECORDING MODE IS F.
008800     COPY AUDREC.
008900*
009000 FD  AU6-CONTROL-FILE
009100     RECORDING MODE IS F.
009200     COPY AUDCTL.
009300*
009400 FD  AU6-ARCHIVE-FILE
009500     RECORDING MODE IS F.
009600 01  AU6-ARCHIVE-RECORD             PIC X(200).
009700*
009800 FD  AU6-KEEP-FILE
009900     RECORDING MODE IS F.
010000 01  AU6-KEEP-RECORD                PIC X(200).
010100*
010200 FD  AU6-MANIFEST-FILE
010300     RECORDING MODE IS F.
010400     COPY AUDMAN.
010500*
010600 FD  AU6-RETENTION-REPORT
010700     RECORDING MODE IS F.
010800 01  AU6-REPORT-LINE                PIC X(132).
010900*
011000 WORKING-STORAGE SECTION.
011100*
011200 01  AU6-CTL-FILE-STATUS            PIC X(02) VALUE '00'.
011300 01  AU6-MAN-FILE-STATUS            PIC X(02) VALUE '00'.
011400*
011500 77  AU6-PARM-EOF-SWITCH            PIC X(01) VALUE 'N'.
011600     88  AU6-PARM-EOF                      VALUE 'Y'.
011700 77  AU6-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
011800     88  AU6-AUDIT-EOF                     VALUE 'Y'.
012100 77  AU6-MANIFEST-EOF-SWITCH        PIC X(01) VALUE 'N'.
012200     88  AU6-MANIFEST-EOF                  VALUE 'Y'.
012300 77  AU6-ABORT-SWITCH               PIC X(01) VALUE 'N'.
012400     88  AU6-ABORT-RUN                     VALUE 'Y'.
012500 77  AU6-ARCHIVING-SWITCH           PIC X(01) VALUE 'Y'.
012600     88  AU6-ARCHIVING                     VALUE 'Y'.
012610 77  AU6-PARM-OPEN-SWITCH           PIC X(01) VALUE 'N'.
012620     88  AU6-PARM-FILE-OPEN                VALUE 'Y'.
012630 77  AU6-CTL-OPEN-SWITCH            PIC X(01) VALUE 'N'.
012640     88  AU6-CONTROL-FILE-OPEN             VALUE 'Y'.
012650 77  AU6-MAN-OPEN-SWITCH            PIC X(01) VALUE 'N'.
012660     88  AU6-MANIFEST-FILE-OPEN            VALUE 'Y'.
012670 77  AU6-AUDIT-OPEN-SWITCH          PIC X(01) VALUE 'N'.
012680     88  AU6-AUDIT-FILE-OPEN               VALUE 'Y'.
012690 77  AU6-OUTPUT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
012700     88  AU6-OUTPUT-FILES-OPEN             VALUE 'Y'.
012710 77  AU6-REPORT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
012720     88  AU6-REPORT-FILE-OPEN              VALUE 'Y'.
012900 77  AU6-ROWS-READ                  PIC 9(09) COMP VALUE 0.
013000 77  AU6-ARCHIVE-ELIGIBLE           PIC 9(09) COMP VALUE 0.
013100 77  AU6-ROWS-SPLIT                 PIC 9(09) COMP VALUE 0.
013200 77  AU6-ROWS-ARCHIVED              PIC 9(09) COMP VALUE 0.
013300 77  AU6-ROWS-KEPT                  PIC 9(09) COMP VALUE 0.
013500 77  AU6-MANIFEST-ROWS              PIC 9(07) COMP VALUE 0.
013600 77  AU6-CHAIN-BREAKS               PIC 9(07) COMP VALUE 0.
013700*
013800******************************************************************
013900**  RETENTION PARAMETER - DAYS AN AUDIT ROW STAYS ON AUDTRL     **
014000**  BEFORE IT IS ARCHIVED.  READ FROM THE FIRST AUDRPARM        **
014100**  RECORD, COLUMNS 1-4.                                        **
014200******************************************************************
014300 01  AU6-RETENTION-DAYS             PIC 9(04) VALUE 0.
014400 01  AU6-PARM-DAYS-X                PIC X(04) VALUE SPACES.
014500 01  AU6-PARM-DAYS-9 REDEFINES AU6-PARM-DAYS-X
014600                                    PIC 9(04).
014700*
014800******************************************************************
014900**  CUTOFF DATE WORK AREA - ROWS PUT BEFORE THE CUTOFF ARE      **
015000**  ELIGIBLE TO ARCHIVE.                                        **
015100******************************************************************
015200 01  AU6-RUN-DATE                   PIC 9(08) VALUE 0.
015300 01  AU6-RUN-TIME                   PIC 9(08) VALUE 0.
015400 01  AU6-RUN-JULIAN                 PIC 9(07) VALUE 0.
015500 01  AU6-CUTOFF-JULIAN              PIC 9(07) VALUE 0.
015600 01  AU6-CUTOFF-YYYYMMDD            PIC 9(08) VALUE 0.
015700 01  AU6-CUTOFF-DATE                PIC X(08) VALUE SPACES.
015800*
015900******************************************************************
016000**  THE CHAIN AS PROVED SO FAR, AND THE CONTROL RECORD AS READ  **
016100******************************************************************
016200 01  AU6-CONTROL-SAVE               PIC X(100) VALUE SPACES.
016300 01  AU6-PRIOR-SEQUENCE-NO          PIC 9(09) VALUE 0.
016400 01  AU6-PRIOR-CONTROL-TOTAL        PIC 9(15) VALUE 0.
016500 01  AU6-NEXT-SEQUENCE-NO           PIC 9(09) VALUE 0.
016600 01  AU6-EXPECTED-TOTAL             PIC 9(15) VALUE 0.
016700 01  AU6-ROW-VALUE                  PIC 9(09) VALUE 0.
016800*
016900******************************************************************
017000**  THIS RUN'S ARCHIVE - BECOMES ITS AUDMANF MANIFEST ROW       **
017100******************************************************************
017200 01  AU6-OPENING-TOTAL              PIC 9(15) VALUE 0.
017300 01  AU6-CLOSING-TOTAL              PIC 9(15) VALUE 0.
017400 01  AU6-FIRST-ARCHIVE-SEQ          PIC 9(09) VALUE 0.
017500 01  AU6-LAST-ARCHIVE-SEQ           PIC 9(09) VALUE 0.
017600 01  AU6-OLDEST-PUT-DATE            PIC X(08) VALUE SPACES.
017700 01  AU6-NEWEST-PUT-DATE            PIC X(08) VALUE SPACES.
017800*
017900******************************************************************
018000**  MANIFEST CHAIN CHECK - EACH ARCHIVE MUST START WHERE THE    **
018100**  ONE BEFORE IT ENDED, FROM ROW 1 TO THE AUDCTLF BASE.        **
018200******************************************************************
018300 01  AU6-CHAIN-LAST-SEQ             PIC 9(09) VALUE 0.
018400 01  AU6-CHAIN-CLOSING-TOTAL        PIC 9(15) VALUE 0.
018500 01  AU6-CHAIN-FLAG                 PIC X(06) VALUE SPACES.
018600*
018700 01  AU6-DAYS-DISPLAY               PIC ZZZ9.
018800 01  AU6-COUNT-DISPLAY              PIC ZZZZZZZZ9.
018900 01  AU6-SEQ-DISPLAY                PIC ZZZZZZZZ9.
019000 01  AU6-SEQ-DISPLAY-2              PIC ZZZZZZZZ9.
019100 01  AU6-TOTAL-DISPLAY              PIC Z(14)9.
019200 01  AU6-TOTAL-DISPLAY-2            PIC Z(14)9.
019300*
019400 PROCEDURE DIVISION.
019500*
019600******************************************************************
019700**  0000-MAINLINE                                                **
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
020100     IF NOT AU6-ABORT-RUN
020200         PERFORM 2000-VERIFY-ROW      THRU 2000-EXIT
020300             UNTIL AU6-AUDIT-EOF OR AU6-ABORT-RUN
020400     END-IF
020500     IF NOT AU6-ABORT-RUN
020600         PERFORM 3000-CHECK-TRAIL-END THRU 3000-EXIT
020700     END-IF
020800     IF NOT AU6-ABORT-RUN
020900         PERFORM 4000-SPLIT-TRAIL     THRU 4000-EXIT
021000     END-IF
021100     IF NOT AU6-ABORT-RUN
021200         PERFORM 6500-WRITE-MANIFEST  THRU 6500-EXIT
021300     END-IF
021400     IF NOT AU6-ABORT-RUN
021500         PERFORM 6000-UPDATE-CONTROL  THRU 6000-EXIT
021600     END-IF
022000     IF NOT AU6-ABORT-RUN
022100         PERFORM 7000-PRINT-REPORT    THRU 7000-EXIT
022200     END-IF
022300     PERFORM 8000-TERMINATE           THRU 8000-EXIT
022400     IF AU6-ABORT-RUN
022500         MOVE 16                       TO RETURN-CODE
022600     ELSE
022700         IF AU6-CHAIN-BREAKS > 0
022800             MOVE 8                    TO RETURN-CODE
022900         END-IF
023000     END-IF
023100     GOBACK.
023200*
023300******************************************************************
023400**  1000-INITIALIZE                                              **
023500******************************************************************
023600 1000-INITIALIZE.
023700     ACCEPT AU6-RUN-DATE              FROM DATE YYYYMMDD
023800     ACCEPT AU6-RUN-TIME              FROM TIME
023900     OPEN INPUT AU6-RETENTION-PARM-FILE
023910     SET AU6-PARM-FILE-OPEN            TO TRUE
024000     PERFORM 1100-READ-PARM           THRU 1100-EXIT
024100     IF AU6-ABORT-RUN
024200         GO TO 1000-EXIT
024300     END-IF
024400     PERFORM 1200-COMPUTE-CUTOFF      THRU 1200-EXIT
024500     OPEN I-O AU6-CONTROL-FILE
024600     IF AU6-CTL-FILE-STATUS NOT = '00'
024700         DISPLAY 'AUD050 - OPEN FAILED FOR AUDCTLF, STATUS='
024800                 AU6-CTL-FILE-STATUS
024900         SET AU6-ABORT-RUN             TO TRUE
025000         GO TO 1000-EXIT
025100     END-IF
025110     SET AU6-CONTROL-FILE-OPEN         TO TRUE
025200     MOVE 'AUDTRL'                     TO AU4-CTL-TRAIL-ID
025300     READ AU6-CONTROL-FILE
025400         INVALID KEY
025500             DISPLAY 'AUD050 - NO AUDTRL CONTROL RECORD ON '
025600                     'AUDCTLF'
025700             SET AU6-ABORT-RUN         TO TRUE
025800             GO TO 1000-EXIT
025900     END-READ
026000     MOVE AU4-AUDIT-CONTROL-RECORD     TO AU6-CONTROL-SAVE
026100     MOVE AU4-CTL-BASE-SEQUENCE-NO     TO AU6-PRIOR-SEQUENCE-NO
026200     MOVE AU4-CTL-BASE-CONTROL-TOTAL   TO AU6-PRIOR-CONTROL-TOTAL
026300     MOVE AU4-CTL-BASE-CONTROL-TOTAL   TO AU6-OPENING-TOTAL
026400     MOVE AU4-CTL-BASE-CONTROL-TOTAL   TO AU6-CLOSING-TOTAL
026500     MOVE AU4-CTL-BASE-SEQUENCE-NO     TO AU6-LAST-ARCHIVE-SEQ
026600     OPEN I-O AU6-MANIFEST-FILE
026700     IF AU6-MAN-FILE-STATUS NOT = '00'
026800         DISPLAY 'AUD050 - OPEN FAILED FOR AUDMANF, STATUS='
026900                 AU6-MAN-FILE-STATUS
027000         SET AU6-ABORT-RUN             TO TRUE
027100         GO TO 1000-EXIT
027200     END-IF
027210     SET AU6-MANIFEST-FILE-OPEN        TO TRUE
027300     OPEN INPUT  AU6-AUDIT-FILE
027400     SET AU6-AUDIT-FILE-OPEN           TO TRUE
027600     OPEN OUTPUT AU6-RETENTION-REPORT
027610     SET AU6-REPORT-FILE-OPEN          TO TRUE
027700     PERFORM 2900-READ-TRAIL          THRU 2900-EXIT.
027800 1000-EXIT.
027900     EXIT.
028000*
028100******************************************************************
028200**  1100-READ-PARM                                               **
028300**  The first AUDRPARM record carries the retention window in    **
028400**  days, columns 1-4.  A missing, non-numeric or zero window    **
028500**  aborts the run rather than archiving against a wrong one.    **
028600******************************************************************
028700 1100-READ-PARM.
028800     READ AU6-RETENTION-PARM-FILE
028900         AT END
029000             MOVE 'Y'                  TO AU6-PARM-EOF-SWITCH
029100     END-READ
029200     IF AU6-PARM-EOF
029300         DISPLAY 'AUD050 - AUDRPARM IS EMPTY, NO RETENTION DAYS'
029400         SET AU6-ABORT-RUN             TO TRUE
029500         GO TO 1100-EXIT
029600     END-IF
029700     MOVE AU6-PARM-RECORD(1:4)          TO AU6-PARM-DAYS-X
029800     IF AU6-PARM-DAYS-9 NOT NUMERIC
029900         DISPLAY 'AUD050 - AUDRPARM DAYS NOT NUMERIC: '
030000                 AU6-PARM-DAYS-X
030100         SET AU6-ABORT-RUN             TO TRUE
030200         GO TO 1100-EXIT
030300     END-IF
030400     MOVE AU6-PARM-DAYS-9               TO AU6-RETENTION-DAYS
030500     IF AU6-RETENTION-DAYS = 0
030600         DISPLAY 'AUD050 - AUDRPARM DAYS OF ZERO NOT ALLOWED'
030700         SET AU6-ABORT-RUN             TO TRUE
030800     END-IF.
030900 1100-EXIT.
031000     EXIT.
031100*
031200******************************************************************
031300**  1200-COMPUTE-CUTOFF                                          **
031400**  Rows put strictly before the cutoff date are old enough to   **
031500**  archive.                                                     **
031600******************************************************************
031700 1200-COMPUTE-CUTOFF.
031800     COMPUTE AU6-RUN-JULIAN =
031900         FUNCTION INTEGER-OF-DATE(AU6-RUN-DATE)
032000     COMPUTE AU6-CUTOFF-JULIAN =
032100         AU6-RUN-JULIAN - AU6-RETENTION-DAYS
032200     COMPUTE AU6-CUTOFF-YYYYMMDD =
032300         FUNCTION DATE-OF-INTEGER(AU6-CUTOFF-JULIAN)
032400     MOVE AU6-CUTOFF-YYYYMMDD           TO AU6-CUTOFF-DATE.
032500 1200-EXIT.
032600     EXIT.
032700*
032800******************************************************************
032900**  2000-VERIFY-ROW                                              **
033000**  First pass.  Every row must carry the next sequence number   **
033100**  and the prior control total plus its own AUD042 value; the   **
033200**  first break stops the run before anything is written.  Rows  **
033300**  are counted for the archive from the front of the trail      **
033400**  until the first row put on or after the cutoff (or with no   **
033500**  usable put date) - everything from there on stays.           **
033600******************************************************************
033700 2000-VERIFY-ROW.
033800     ADD 1                             TO AU6-ROWS-READ
033900     IF AU4-AUD-SEQUENCE-NO NOT NUMERIC
034000        OR AU4-AUD-CONTROL-TOTAL NOT NUMERIC
034100         MOVE AU6-ROWS-READ            TO AU6-COUNT-DISPLAY
034200         DISPLAY 'AUD050 - UNSTAMPED ROW ON AUDTRL AT ROW '
034300                 AU6-COUNT-DISPLAY
034400         SET AU6-ABORT-RUN             TO TRUE
034500         GO TO 2000-EXIT
034600     END-IF
034700     COMPUTE AU6-NEXT-SEQUENCE-NO = AU6-PRIOR-SEQUENCE-NO + 1
034800     IF AU4-AUD-SEQUENCE-NO NOT = AU6-NEXT-SEQUENCE-NO
034900         DISPLAY 'AUD050 - SEQUENCE BREAK ON AUDTRL, EXPECTED '
035000                 AU6-NEXT-SEQUENCE-NO ' FOUND '
035100                 AU4-AUD-SEQUENCE-NO
035200         SET AU6-ABORT-RUN             TO TRUE
035300         GO TO 2000-EXIT
035400     END-IF
035500     CALL 'AUD042' USING AU4-AUDIT-RECORD
035600                         AU6-ROW-VALUE
035700     COMPUTE AU6-EXPECTED-TOTAL = AU6-PRIOR-CONTROL-TOTAL
035800                                + AU6-ROW-VALUE
035900     IF AU4-AUD-CONTROL-TOTAL NOT = AU6-EXPECTED-TOTAL
036000         DISPLAY 'AUD050 - CONTROL TOTAL BREAK ON AUDTRL AT '
036100                 'SEQUENCE ' AU4-AUD-SEQUENCE-NO
036200         SET AU6-ABORT-RUN             TO TRUE
036300         GO TO 2000-EXIT
036400     END-IF
036500     MOVE AU4-AUD-SEQUENCE-NO          TO AU6-PRIOR-SEQUENCE-NO
036600     MOVE AU4-AUD-CONTROL-TOTAL        TO AU6-PRIOR-CONTROL-TOTAL
036700     IF AU6-ARCHIVING
036800         IF AU4-AUD-PUTDATE IS NUMERIC
036900            AND AU4-AUD-PUTDATE < AU6-CUTOFF-DATE
037000             PERFORM 2100-COUNT-ARCHIVE-ROW THRU 2100-EXIT
037100         ELSE
037200             MOVE 'N'                  TO AU6-ARCHIVING-SWITCH
037300         END-IF
037400     END-IF
037500     PERFORM 2900-READ-TRAIL           THRU 2900-EXIT.
037600 2000-EXIT.
037700     EXIT.
037800*
037900 2100-COUNT-ARCHIVE-ROW.
038000     ADD 1                             TO AU6-ARCHIVE-ELIGIBLE
038100     IF AU6-ARCHIVE-ELIGIBLE = 1
038200         MOVE AU4-AUD-SEQUENCE-NO      TO AU6-FIRST-ARCHIVE-SEQ
038300         MOVE AU4-AUD-PUTDATE          TO AU6-OLDEST-PUT-DATE
038400         MOVE AU4-AUD-PUTDATE          TO AU6-NEWEST-PUT-DATE
038500     END-IF
038600     IF AU4-AUD-PUTDATE < AU6-OLDEST-PUT-DATE
038700         MOVE AU4-AUD-PUTDATE          TO AU6-OLDEST-PUT-DATE
038800     END-IF
038900     IF AU4-AUD-PUTDATE > AU6-NEWEST-PUT-DATE
039000         MOVE AU4-AUD-PUTDATE          TO AU6-NEWEST-PUT-DATE
039100     END-IF
039200     MOVE AU4-AUD-SEQUENCE-NO          TO AU6-LAST-ARCHIVE-SEQ
039300     MOVE AU4-AUD-CONTROL-TOTAL        TO AU6-CLOSING-TOTAL.
039400 2100-EXIT.
039500     EXIT.
039600*
039700 2900-READ-TRAIL.
039800     READ AU6-AUDIT-FILE
039900         AT END
040000             MOVE 'Y'                  TO AU6-AUDIT-EOF-SWITCH
040100     END-READ.
040200 2900-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600**  3000-CHECK-TRAIL-END                                         **
040700**  The trail must end at the row AUDCTLF names, with its        **
040800**  control total - rows cut from the end would otherwise never  **
040900**  be missed once the rest was archived.                        **
041000******************************************************************
041100 3000-CHECK-TRAIL-END.
041200     IF AU6-PRIOR-SEQUENCE-NO NOT = AU4-CTL-LAST-SEQUENCE-NO
041300        OR AU6-PRIOR-CONTROL-TOTAL NOT =
041400           AU4-CTL-LAST-CONTROL-TOTAL
041500         DISPLAY 'AUD050 - AUDTRL ENDS AT SEQUENCE '
041600                 AU6-PRIOR-SEQUENCE-NO ' TOTAL '
041700                 AU6-PRIOR-CONTROL-TOTAL
041800         DISPLAY 'AUD050 - AUDCTLF LAST ROW IS SEQUENCE '
041900                 AU4-CTL-LAST-SEQUENCE-NO ' TOTAL '
042000                 AU4-CTL-LAST-CONTROL-TOTAL
042100         SET AU6-ABORT-RUN             TO TRUE
042200     END-IF.
042300 3000-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700**  4000-SPLIT-TRAIL                                             **
042800**  Second pass, only once the whole trail is proved.  The rows  **
042900**  counted for the archive go to the new generation, the rest   **
043000**  to the AUDKEEP work file, both byte for byte with their      **
043010**  stamps.                                                      **
043100******************************************************************
043200 4000-SPLIT-TRAIL.
043210     OPEN OUTPUT AU6-ARCHIVE-FILE
043220     OPEN OUTPUT AU6-KEEP-FILE
043230     SET AU6-OUTPUT-FILES-OPEN         TO TRUE
043300     CLOSE AU6-AUDIT-FILE
043400     OPEN INPUT AU6-AUDIT-FILE
043500     MOVE 'N'                          TO AU6-AUDIT-EOF-SWITCH
043600     PERFORM 2900-READ-TRAIL           THRU 2900-EXIT
043700     PERFORM 4100-SPLIT-ROW            THRU 4100-EXIT
043800         UNTIL AU6-AUDIT-EOF
043900     CLOSE AU6-AUDIT-FILE
043910     MOVE 'N'                          TO AU6-AUDIT-OPEN-SWITCH
044000     CLOSE AU6-ARCHIVE-FILE
044100     CLOSE AU6-KEEP-FILE
044110     MOVE 'N'                          TO AU6-OUTPUT-OPEN-SWITCH
044200     IF AU6-ROWS-SPLIT NOT = AU6-ROWS-READ
044300         DISPLAY 'AUD050 - AUDTRL CHANGED DURING THE RUN, READ '
044400                 AU6-ROWS-READ ' THEN ' AU6-ROWS-SPLIT
044500         SET AU6-ABORT-RUN             TO TRUE
044600     END-IF.
044700 4000-EXIT.
044800     EXIT.
044900*
045000 4100-SPLIT-ROW.
045100     ADD 1                             TO AU6-ROWS-SPLIT
045200     IF AU6-ROWS-SPLIT NOT > AU6-ARCHIVE-ELIGIBLE
045300         WRITE AU6-ARCHIVE-RECORD      FROM AU4-AUDIT-RECORD
045400         ADD 1                         TO AU6-ROWS-ARCHIVED
045500     ELSE
045600         WRITE AU6-KEEP-RECORD         FROM AU4-AUDIT-RECORD
045700         ADD 1                         TO AU6-ROWS-KEPT
045800     END-IF
045900     PERFORM 2900-READ-TRAIL           THRU 2900-EXIT.
046000 4100-EXIT.
046100     EXIT.
046200*
050400******************************************************************
050500**  6000-UPDATE-CONTROL                                          **
050600**  The last archived row becomes the base the first row left on **
050700**  AUDTRL follows.  The last-row fields AUD040 keeps are not    **
050800**  changed - no AUD040 run can be writing while AUDTRL is held  **
050900**  here.  Done after the manifest row is written; if it fails,  **
050910**  that row is taken off again so the run changes nothing.      **
051000******************************************************************
051100 6000-UPDATE-CONTROL.
051200     MOVE AU6-CONTROL-SAVE             TO AU4-AUDIT-CONTROL-RECORD
051300     IF AU6-ROWS-ARCHIVED > 0
051400         MOVE AU6-LAST-ARCHIVE-SEQ     TO AU4-CTL-BASE-SEQUENCE-NO
051500         MOVE AU6-CLOSING-TOTAL        TO
051600             AU4-CTL-BASE-CONTROL-TOTAL
051700     END-IF
051800     MOVE AU6-RUN-DATE                 TO
051900         AU4-CTL-LAST-ARCHIVE-DATE
052000     REWRITE AU4-AUDIT-CONTROL-RECORD
052100     IF AU6-CTL-FILE-STATUS NOT = '00'
052200         DISPLAY 'AUD050 - REWRITE FAILED FOR AUDCTLF, STATUS='
052300                 AU6-CTL-FILE-STATUS
052600         SET AU6-ABORT-RUN             TO TRUE
052610         DELETE AU6-MANIFEST-FILE
052620             INVALID KEY
052630                 DISPLAY 'AUD050 - MANIFEST ROW '
052640                         AU6-MAN-ARCHIVE-ID
052650                         ' COULD NOT BE REMOVED - DELETE IT'
052660         END-DELETE
052700     END-IF.
052800 6000-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200**  6500-WRITE-MANIFEST                                          **
053300**  One manifest row per run, keyed by the run date and time,    **
053400**  even when nothing was old enough to move, so every archive   **
053500**  generation has its row.  An empty archive carries the base   **
053600**  it left unchanged.                                           **
053700******************************************************************
053800 6500-WRITE-MANIFEST.
053900     MOVE SPACES                       TO
054000         AU6-ARCHIVE-MANIFEST-RECORD
054100     MOVE AU6-RUN-DATE                 TO AU6-MAN-ARCHIVE-DATE
054200     MOVE AU6-RUN-TIME                 TO AU6-MAN-ARCHIVE-TIME
054300     MOVE AU6-CUTOFF-DATE              TO AU6-MAN-CUTOFF-DATE
054400     MOVE AU6-RETENTION-DAYS           TO AU6-MAN-RETENTION-DAYS
054500     MOVE AU6-ROWS-ARCHIVED            TO AU6-MAN-ARCHIVED-COUNT
054600     MOVE AU6-FIRST-ARCHIVE-SEQ        TO
054700         AU6-MAN-FIRST-SEQUENCE-NO
054800     MOVE AU6-LAST-ARCHIVE-SEQ         TO
054900         AU6-MAN-LAST-SEQUENCE-NO
055000     MOVE AU6-OPENING-TOTAL            TO AU6-MAN-OPENING-TOTAL
055100     MOVE AU6-CLOSING-TOTAL            TO AU6-MAN-CLOSING-TOTAL
055200     MOVE AU6-OLDEST-PUT-DATE          TO AU6-MAN-OLDEST-PUT-DATE
055300     MOVE AU6-NEWEST-PUT-DATE          TO AU6-MAN-NEWEST-PUT-DATE
055400     MOVE AU6-ROWS-KEPT                TO AU6-MAN-KEPT-COUNT
055500     WRITE AU6-ARCHIVE-MANIFEST-RECORD
055600         INVALID KEY
055700             DISPLAY 'AUD050 - WRITE FAILED FOR AUDMANF, STATUS='
055800                     AU6-MAN-FILE-STATUS
055900             SET AU6-ABORT-RUN         TO TRUE
056000     END-WRITE.
056100 6500-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500**  7000-PRINT-REPORT                                            **
056600**  This run's archive, then every archive on the manifest in    **
056700**  date order with its place in the chain checked.              **
056800******************************************************************
056900 7000-PRINT-REPORT.
057000     MOVE AU6-RETENTION-DAYS           TO AU6-DAYS-DISPLAY
057100     MOVE SPACES                       TO AU6-REPORT-LINE
057200     STRING 'AUDIT TRAIL RETENTION ARCHIVE - RUN '
057300            AU6-RUN-DATE ' ' AU6-RUN-TIME(1:6)
057400            '  RETENTION ' AU6-DAYS-DISPLAY ' DAYS'
057500            '  CUTOFF DATE ' AU6-CUTOFF-DATE
057600         DELIMITED BY SIZE INTO AU6-REPORT-LINE
057700     WRITE AU6-REPORT-LINE
057800     MOVE SPACES                       TO AU6-REPORT-LINE
057900     WRITE AU6-REPORT-LINE
058000     MOVE AU6-ROWS-READ                TO AU6-COUNT-DISPLAY
058100     MOVE SPACES                       TO AU6-REPORT-LINE
058200     STRING 'ROWS ON AUDTRL, ALL PROVED:   ' AU6-COUNT-DISPLAY
058300         DELIMITED BY SIZE INTO AU6-REPORT-LINE
058400     WRITE AU6-REPORT-LINE
058500     MOVE AU6-ROWS-ARCHIVED            TO AU6-COUNT-DISPLAY
058600     MOVE SPACES                       TO AU6-REPORT-LINE
058700     STRING 'ROWS MOVED TO THE ARCHIVE:    ' AU6-COUNT-DISPLAY
058800         DELIMITED BY SIZE INTO AU6-REPORT-LINE
058900     WRITE AU6-REPORT-LINE
059000     MOVE AU6-ROWS-KEPT                TO AU6-COUNT-DISPLAY
059100     MOVE SPACES                       TO AU6-REPORT-LINE
059200     STRING 'ROWS LEFT ON AUDTRL:          ' AU6-COUNT-DISPLAY
059300         DELIMITED BY SIZE INTO AU6-REPORT-LINE
059400     WRITE AU6-REPORT-LINE
059500     MOVE AU6-FIRST-ARCHIVE-SEQ        TO AU6-SEQ-DISPLAY
059600     MOVE AU6-LAST-ARCHIVE-SEQ         TO AU6-SEQ-DISPLAY-2
059700     MOVE SPACES                       TO AU6-REPORT-LINE
059800     STRING 'ARCHIVED SEQUENCE RANGE:      ' AU6-SEQ-DISPLAY
059900            ' TO ' AU6-SEQ-DISPLAY-2
060000         DELIMITED BY SIZE INTO AU6-REPORT-LINE
060100     WRITE AU6-REPORT-LINE
060200     MOVE AU6-OPENING-TOTAL            TO AU6-TOTAL-DISPLAY
060300     MOVE AU6-CLOSING-TOTAL            TO AU6-TOTAL-DISPLAY-2
060400     MOVE SPACES                       TO AU6-REPORT-LINE
060500     STRING 'CONTROL TOTAL OPENING/CLOSING:' AU6-TOTAL-DISPLAY
060600            ' / ' AU6-TOTAL-DISPLAY-2
060700         DELIMITED BY SIZE INTO AU6-REPORT-LINE
060800     WRITE AU6-REPORT-LINE
060900     MOVE SPACES                       TO AU6-REPORT-LINE
061000     STRING 'ARCHIVED PUT DATES:           ' AU6-OLDEST-PUT-DATE
061100            ' TO ' AU6-NEWEST-PUT-DATE
061200         DELIMITED BY SIZE INTO AU6-REPORT-LINE
061300     WRITE AU6-REPORT-LINE
061400     MOVE SPACES                       TO AU6-REPORT-LINE
061500     WRITE AU6-REPORT-LINE
061600     MOVE SPACES                       TO AU6-REPORT-LINE
061700     STRING 'ARCHIVE MANIFEST - EVERY ARCHIVE TO DATE'
061800         DELIMITED BY SIZE INTO AU6-REPORT-LINE
061900     WRITE AU6-REPORT-LINE
062000     MOVE SPACES                       TO AU6-REPORT-LINE
062100     STRING 'ARCHIVED ON       CUTOFF   DAYS      ROWS '
062200            'FIRST SEQ  LAST SEQ   OPENING TOTAL   CLOSING '
062300            'TOTAL OLDEST   NEWEST   CHAIN'
062400         DELIMITED BY SIZE INTO AU6-REPORT-LINE
062500     WRITE AU6-REPORT-LINE
062600     MOVE LOW-VALUES                   TO AU6-MAN-ARCHIVE-ID
062700     START AU6-MANIFEST-FILE KEY IS NOT LESS THAN
062800         AU6-MAN-ARCHIVE-ID
062900         INVALID KEY
063000             MOVE 'Y'                  TO AU6-MANIFEST-EOF-SWITCH
063100     END-START
063200     IF NOT AU6-MANIFEST-EOF
063300         PERFORM 7900-READ-MANIFEST    THRU 7900-EXIT
063400     END-IF
063500     PERFORM 7100-PRINT-MANIFEST-ROW   THRU 7100-EXIT
063600         UNTIL AU6-MANIFEST-EOF
063700     PERFORM 7200-CHECK-CHAIN-END      THRU 7200-EXIT.
063800 7000-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200**  7100-PRINT-MANIFEST-ROW                                      **
064300**  A non-empty archive must start at the sequence after the     **
064400**  last one archived before it, with that archive's closing     **
064500**  control total as its opening total; the first must start at  **
064600**  1 from zero.                                                 **
064700******************************************************************
064800 7100-PRINT-MANIFEST-ROW.
064900     ADD 1                             TO AU6-MANIFEST-ROWS
065000     IF AU6-MAN-ARCHIVED-COUNT = 0
065100         MOVE 'EMPTY'                  TO AU6-CHAIN-FLAG
065200     ELSE
065300         COMPUTE AU6-NEXT-SEQUENCE-NO = AU6-CHAIN-LAST-SEQ + 1
065400         IF AU6-MAN-FIRST-SEQUENCE-NO = AU6-NEXT-SEQUENCE-NO
065500            AND AU6-MAN-OPENING-TOTAL = AU6-CHAIN-CLOSING-TOTAL
065600             MOVE 'OK'                 TO AU6-CHAIN-FLAG
065700         ELSE
065800             MOVE 'BREAK'              TO AU6-CHAIN-FLAG
065900             ADD 1                     TO AU6-CHAIN-BREAKS
066000         END-IF
066100         MOVE AU6-MAN-LAST-SEQUENCE-NO TO AU6-CHAIN-LAST-SEQ
066200         MOVE AU6-MAN-CLOSING-TOTAL    TO AU6-CHAIN-CLOSING-TOTAL
066300     END-IF
066400     MOVE AU6-MAN-RETENTION-DAYS       TO AU6-DAYS-DISPLAY
066500     MOVE AU6-MAN-ARCHIVED-COUNT       TO AU6-COUNT-DISPLAY
066600     MOVE AU6-MAN-FIRST-SEQUENCE-NO    TO AU6-SEQ-DISPLAY
066700     MOVE AU6-MAN-LAST-SEQUENCE-NO     TO AU6-SEQ-DISPLAY-2
066800     MOVE AU6-MAN-OPENING-TOTAL        TO AU6-TOTAL-DISPLAY
066900     MOVE AU6-MAN-CLOSING-TOTAL        TO AU6-TOTAL-DISPLAY-2
067000     MOVE SPACES                       TO AU6-REPORT-LINE
067100     STRING AU6-MAN-ARCHIVE-DATE ' '
067200            AU6-MAN-ARCHIVE-TIME ' '
067300            AU6-MAN-CUTOFF-DATE ' '
067400            AU6-DAYS-DISPLAY ' '
067500            AU6-COUNT-DISPLAY ' '
067600            AU6-SEQ-DISPLAY ' '
067700            AU6-SEQ-DISPLAY-2 ' '
067800            AU6-TOTAL-DISPLAY ' '
067900            AU6-TOTAL-DISPLAY-2 ' '
068000            AU6-MAN-OLDEST-PUT-DATE ' '
068100            AU6-MAN-NEWEST-PUT-DATE ' '
068200            AU6-CHAIN-FLAG
068300         DELIMITED BY SIZE INTO AU6-REPORT-LINE
068400     WRITE AU6-REPORT-LINE
068500     PERFORM 7900-READ-MANIFEST        THRU 7900-EXIT.
068600 7100-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000**  7200-CHECK-CHAIN-END                                         **
069100**  The last archive on the manifest must end at the AUDCTLF     **
069200**  base AUD045 now starts from, so the archives and AUDTRL      **
069300**  together run unbroken from row 1.                            **
069400******************************************************************
069500 7200-CHECK-CHAIN-END.
069600     MOVE SPACES                       TO AU6-REPORT-LINE
069700     WRITE AU6-REPORT-LINE
069800     MOVE AU4-CTL-BASE-SEQUENCE-NO     TO AU6-SEQ-DISPLAY
069900     MOVE SPACES                       TO AU6-REPORT-LINE
070000     IF AU6-CHAIN-LAST-SEQ NOT = AU4-CTL-BASE-SEQUENCE-NO
070100        OR AU6-CHAIN-CLOSING-TOTAL NOT =
070200           AU4-CTL-BASE-CONTROL-TOTAL
070300         ADD 1                         TO AU6-CHAIN-BREAKS
070400         STRING '*** MANIFEST DOES NOT END AT THE AUDCTLF BASE, '
070500                'SEQUENCE ' AU6-SEQ-DISPLAY ' ***'
070600             DELIMITED BY SIZE INTO AU6-REPORT-LINE
070700         WRITE AU6-REPORT-LINE
070800         MOVE SPACES                   TO AU6-REPORT-LINE
070900     END-IF
071000     IF AU6-CHAIN-BREAKS = 0
071100         STRING 'MANIFEST CHAIN UNBROKEN FROM SEQUENCE 1 TO THE '
071200                'AUDCTLF BASE, SEQUENCE ' AU6-SEQ-DISPLAY
071300             DELIMITED BY SIZE INTO AU6-REPORT-LINE
071400     ELSE
071500         MOVE AU6-CHAIN-BREAKS         TO AU6-COUNT-DISPLAY
071600         STRING '*** MANIFEST CHAIN BROKEN - BREAKS: '
071700                AU6-COUNT-DISPLAY ' - REFER TO COMPLIANCE ***'
071800             DELIMITED BY SIZE INTO AU6-REPORT-LINE
071900     END-IF
072000     WRITE AU6-REPORT-LINE.
072100 7200-EXIT.
072200     EXIT.
072300*
072400 7900-READ-MANIFEST.
072500     READ AU6-MANIFEST-FILE NEXT RECORD
072600         AT END
072700             MOVE 'Y'                  TO AU6-MANIFEST-EOF-SWITCH
072800     END-READ.
072900 7900-EXIT.
073000     EXIT.
073100*
073200******************************************************************
073300**  8000-TERMINATE                                               **
073400******************************************************************
073500 8000-TERMINATE.
073600     IF AU6-PARM-FILE-OPEN
074700         CLOSE AU6-RETENTION-PARM-FILE
074710     END-IF
074720     IF AU6-CONTROL-FILE-OPEN
074800         CLOSE AU6-CONTROL-FILE
074810     END-IF
074820     IF AU6-MANIFEST-FILE-OPEN
074900         CLOSE AU6-MANIFEST-FILE
074910     END-IF
074920     IF AU6-AUDIT-FILE-OPEN
074930         CLOSE AU6-AUDIT-FILE
074940     END-IF
074950     IF AU6-OUTPUT-FILES-OPEN
074960         CLOSE AU6-ARCHIVE-FILE
074970         CLOSE AU6-KEEP-FILE
074980     END-IF
074990     IF AU6-REPORT-FILE-OPEN
075000         CLOSE AU6-RETENTION-REPORT
075010     END-IF
075020     IF AU6-ABORT-RUN
075030         DISPLAY 'AUD050 - RUN ABORTED'
075040         DISPLAY 'AUD050 - AUDTRL, AUDCTLF AND AUDMANF NOT '
075050                 'CHANGED - RUN AUD045 AND REFER TO COMPLIANCE'
075060         GO TO 8000-EXIT
075070     END-IF
075100     DISPLAY 'AUD050 - CUTOFF DATE:          ' AU6-CUTOFF-DATE
075200     DISPLAY 'AUD050 - ROWS READ AND PROVED: ' AU6-ROWS-READ
075300     DISPLAY 'AUD050 - ROWS ARCHIVED:        ' AU6-ROWS-ARCHIVED
075400     DISPLAY 'AUD050 - ROWS LEFT ON AUDTRL:  ' AU6-ROWS-KEPT
075500     DISPLAY 'AUD050 - LAST ARCHIVED SEQ:    '
075600             AU6-LAST-ARCHIVE-SEQ
075700     DISPLAY 'AUD050 - CLOSING CONTROL TOTAL:'
075800             AU6-CLOSING-TOTAL
075900     IF AU6-CHAIN-BREAKS > 0
076000         DISPLAY 'AUD050 - MANIFEST CHAIN BREAKS: '
076100                 AU6-CHAIN-BREAKS
076200     END-IF.
076300 8000-EXIT.
076400     EXIT.
076500*
076600 9999-EXIT.
076700     EXIT.
