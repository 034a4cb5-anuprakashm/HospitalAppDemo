000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     PHR055                                      **
000400**                                                              **
000500**  DESCRIPTION:    Daily reportable-condition extract.  Scans  **
000600**                  ORDTRKF for matched results whose test code **
000700**                  is on the reportable-test master (RPTTSTF), **
000800**                  joins the patient's nursing unit and admit  **
000900**                  date from CENSUSF (or, for a result dated   **
000910**                  before the current admission, from the      **
000920**                  ENCHSTF stay it fell in) and the text from  **
001000**                  the result history, and writes the fixed-   **
001100**                  format state agency submission file with a  **
001200**                  header and a count trailer.  Every result   **
001300**                  sent is written to the submitted log        **
001400**                  (PHRLOGF) keyed by CORRELID and result      **
001500**                  date/time, so a result is never sent twice; **
001600**                  a later corrected result for the same order **
001700**                  goes again as a correction.  The due time   **
001800**                  is the result time plus the test's deadline **
001900**                  hours, and anything sent after its due time **
002000**                  is flagged late on the file, the log and    **
002100**                  the control report.                         **
002200**                                                              **
002300******************************************************************
002400*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    PHR055.
002700 AUTHOR.        J HARTWELL.
002800 INSTALLATION.  INTERFACE ENGINEERING.
002900 DATE-WRITTEN.  2026-10-14.
003000 DATE-COMPILED.
003100*
003200******************************************************************
003300**  MODIFICATION HISTORY                                        **
003400**  DATE       INIT  DESCRIPTION                                **
003500**  ---------- ----  ------------------------------------------ **
003600**  2026-10-14  JMH  Initial version - reportable-condition     **
003700**                   extract with submitted log.                **
003710**  2026-10-15  JMH  The census row's nursing unit and admit    **
003720**                   date are sent only when that admission     **
003730**                   began on or before the result date; an     **
003740**                   earlier result takes its stay from the     **
003750**                   ENCHSTF encounter history, or is sent      **
003760**                   blank and counted as no stay for the       **
003770**                   result date.                               **
003771**  2026-10-15  JMH  A result whose PHRLOGF log write fails is  **
003772**                   counted and shown as SENT - NOT LOGGED on  **
003773**                   the control report, and ends the step RC   **
003774**                   8.                                         **
003800******************************************************************
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  IBM-370.
004300 OBJECT-COMPUTER.  IBM-370.
004400*
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PH6-PARM-FILE          ASSIGN TO PHRPARM
004800            ORGANIZATION IS SEQUENTIAL.
004900*
005000     SELECT PH6-ORDER-TRACK-FILE   ASSIGN TO ORDTRKF
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS DYNAMIC
005300            RECORD KEY IS LB2-TRK-CORRELID
005400            FILE STATUS IS PH6-TRK-FILE-STATUS.
005500*
005600     SELECT PH6-REPORTABLE-FILE    ASSIGN TO RPTTSTF
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE IS RANDOM
005900            RECORD KEY IS PH5-RPT-TEST-CODE
006000            FILE STATUS IS PH6-RPT-FILE-STATUS.
006100*
006200     SELECT PH6-CENSUS-FILE        ASSIGN TO CENSUSF
006300            ORGANIZATION IS INDEXED
006400            ACCESS MODE IS RANDOM
006500            RECORD KEY IS AD5-CEN-PATIENT-ID
006600            FILE STATUS IS PH6-CEN-FILE-STATUS.
006700*
006710     SELECT PH6-ENCOUNTER-FILE     ASSIGN TO ENCHSTF
006720            ORGANIZATION IS INDEXED
006730            ACCESS MODE IS DYNAMIC
006740            RECORD KEY IS EN5-ENC-KEY
006750            FILE STATUS IS PH6-ENC-FILE-STATUS.
006760*
006800     SELECT PH6-HISTORY-FILE       ASSIGN TO RESHSTF
006900            ORGANIZATION IS INDEXED
007000            ACCESS MODE IS DYNAMIC
007100            RECORD KEY IS LH5-HST-KEY
007200            FILE STATUS IS PH6-HST-FILE-STATUS.
007300*
007400     SELECT PH6-SUBMITTED-LOG-FILE ASSIGN TO PHRLOGF
007500            ORGANIZATION IS INDEXED
007600            ACCESS MODE IS DYNAMIC
007700            RECORD KEY IS PH6-LOG-KEY
007800            FILE STATUS IS PH6-LOG-FILE-STATUS.
007900*
008000     SELECT PH6-SUBMISSION-FILE    ASSIGN TO PHRSUBX
008100            ORGANIZATION IS SEQUENTIAL.
008200*
008300     SELECT PH6-CONTROL-REPORT     ASSIGN TO PHR055R
008400            ORGANIZATION IS SEQUENTIAL.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  PH6-PARM-FILE
008900     RECORDING MODE IS F.
009000 01  PH6-PARM-RECORD                PIC X(80).
009100*
009200 FD  PH6-ORDER-TRACK-FILE
009300     RECORDING MODE IS F.
009400     COPY ORDTRK.
009500*
009600 FD  PH6-REPORTABLE-FILE
009700     RECORDING MODE IS F.
009800     COPY RPTTST.
009900*
010000 FD  PH6-CENSUS-FILE
010100     RECORDING MODE IS F.
010200     COPY CENREC.
010300*
010310 FD  PH6-ENCOUNTER-FILE
010320     RECORDING MODE IS F.
010330     COPY ENCHST.
010340*
010400 FD  PH6-HISTORY-FILE
010500     RECORDING MODE IS F.
010600     COPY RESHST.
010700*
010800 FD  PH6-SUBMITTED-LOG-FILE
010900     RECORDING MODE IS F.
011000     COPY PHRLOG.
011100*
011200 FD  PH6-SUBMISSION-FILE
011300     RECORDING MODE IS F.
011400     COPY PHRSUB.
011500*
011600 FD  PH6-CONTROL-REPORT
011700     RECORDING MODE IS F.
011800 01  PH6-REPORT-LINE                PIC X(132).
011900*
012000 WORKING-STORAGE SECTION.
012100*
012200 01  PH6-TRK-FILE-STATUS            PIC X(02) VALUE '00'.
012300 01  PH6-RPT-FILE-STATUS            PIC X(02) VALUE '00'.
012400 01  PH6-CEN-FILE-STATUS            PIC X(02) VALUE '00'.
012410 01  PH6-ENC-FILE-STATUS            PIC X(02) VALUE '00'.
012500 01  PH6-HST-FILE-STATUS            PIC X(02) VALUE '00'.
012600 01  PH6-LOG-FILE-STATUS            PIC X(02) VALUE '00'.
012700*
012800 77  PH6-PARM-EOF-SWITCH            PIC X(01) VALUE 'N'.
012900     88  PH6-PARM-EOF                      VALUE 'Y'.
013000 77  PH6-TRACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
013100     88  PH6-TRACK-EOF                     VALUE 'Y'.
013200 77  PH6-ABORT-SWITCH               PIC X(01) VALUE 'N'.
013300     88  PH6-ABORT-RUN                     VALUE 'Y'.
013400 77  PH6-ORDERS-READ                PIC 9(07) COMP VALUE 0.
013500 77  PH6-REPORTABLE-SELECTED        PIC 9(07) COMP VALUE 0.
013600 77  PH6-ALREADY-SUBMITTED          PIC 9(07) COMP VALUE 0.
013700 77  PH6-ORIGINALS-SUBMITTED        PIC 9(07) COMP VALUE 0.
013800 77  PH6-CORRECTIONS-SUBMITTED      PIC 9(07) COMP VALUE 0.
013900 77  PH6-SUBMITTED-LATE             PIC 9(07) COMP VALUE 0.
014000 77  PH6-DEADLINE-NOT-CHECKED       PIC 9(07) COMP VALUE 0.
014100 77  PH6-NOT-ON-CENSUS              PIC 9(07) COMP VALUE 0.
014110 77  PH6-NO-STAY-FOR-RESULT         PIC 9(07) COMP VALUE 0.
014200 77  PH6-TEXT-NOT-FOUND             PIC 9(07) COMP VALUE 0.
014300 77  PH6-DETAILS-WRITTEN            PIC 9(07) COMP VALUE 0.
014310 77  PH6-LOG-WRITE-ERRORS           PIC 9(07) COMP VALUE 0.
014400*
014500******************************************************************
014600**  PHRPARM COLS 1-10 - FACILITY ID ASSIGNED BY THE STATE       **
014700**  AGENCY, REQUIRED.  COLS 12-19 - OPTIONAL EARLIEST RESULT    **
014800**  DATE YYYYMMDD; RESULTS DATED BEFORE IT ARE NOT SELECTED, SO **
014900**  THE FIRST RUN DOES NOT SEND THE WHOLE OF ORDTRKF AS LATE.   **
015000******************************************************************
015100 01  PH6-FACILITY-ID                PIC X(10) VALUE SPACES.
015200 01  PH6-EARLIEST-DATE              PIC X(08) VALUE SPACES.
015300*
015400 01  PH6-RUN-DATE                   PIC 9(08) VALUE 0.
015500 01  PH6-RUN-DATE-X                 PIC X(08) VALUE SPACES.
015600 01  PH6-RUN-TIME                   PIC 9(08) VALUE 0.
015700 01  PH6-RUN-TIME-X                 PIC X(08) VALUE SPACES.
015800*
015900******************************************************************
016000**  DEADLINE CHECK - THE RESULT DATE/TIME AND THE RUN DATE/TIME **
016100**  AS MINUTES SINCE THE START OF THE INTEGER-OF-DATE CALENDAR; **
016200**  THE DUE MINUTE IS THE RESULT MINUTE PLUS THE TEST'S         **
016300**  DEADLINE HOURS.                                             **
016400******************************************************************
016500 01  PH6-STAMP-DATE-X               PIC X(08) VALUE SPACES.
016600 01  PH6-STAMP-DATE-9 REDEFINES PH6-STAMP-DATE-X
016700                                    PIC 9(08).
016800 01  PH6-STAMP-TIME-X               PIC X(04) VALUE SPACES.
016900 01  PH6-STAMP-TIME-R REDEFINES PH6-STAMP-TIME-X.
017000     05  PH6-STAMP-HH               PIC 9(02).
017100     05  PH6-STAMP-MM               PIC 9(02).
017200 01  PH6-STAMP-JULIAN               PIC 9(07) VALUE 0.
017300 01  PH6-RESULT-MINUTE              PIC 9(11) VALUE 0.
017400 01  PH6-DUE-MINUTE                 PIC 9(11) VALUE 0.
017500 01  PH6-NOW-MINUTE                 PIC 9(11) VALUE 0.
017600 01  PH6-DUE-JULIAN                 PIC 9(07) VALUE 0.
017700 01  PH6-DUE-MINUTE-OF-DAY          PIC 9(04) VALUE 0.
017800 01  PH6-DUE-YYYYMMDD               PIC 9(08) VALUE 0.
017900 01  PH6-DUE-HHMM.
018000     05  PH6-DUE-HH                 PIC 9(02) VALUE 0.
018100     05  PH6-DUE-MM                 PIC 9(02) VALUE 0.
018200 77  PH6-STAMP-VALID-SWITCH         PIC X(01) VALUE 'N'.
018300     88  PH6-STAMP-VALID                   VALUE 'Y'.
018400 77  PH6-LATE-SWITCH                PIC X(01) VALUE 'N'.
018500     88  PH6-RESULT-LATE                   VALUE 'Y'.
018600*
018700******************************************************************
018800**  RESULT BEING SUBMITTED - REPORT TYPE (ORIGINAL OR           **
018900**  CORRECTION), THE CENSUS JOIN AND THE RESULT TEXT FOUND ON   **
019000**  THE RESULT HISTORY.                                         **
019100******************************************************************
019200 01  PH6-REPORT-TYPE                PIC X(01) VALUE SPACES.
019300     88  PH6-REPORT-ORIGINAL               VALUE 'O'.
019400     88  PH6-REPORT-CORRECTION             VALUE 'C'.
019500 01  PH6-NURSING-UNIT               PIC X(04) VALUE SPACES.
019600 01  PH6-ADMIT-DATE                 PIC X(08) VALUE SPACES.
019700 01  PH6-RESULT-TEXT                PIC X(60) VALUE SPACES.
019800 01  PH6-DUE-DATE-X                 PIC X(08) VALUE SPACES.
019900 01  PH6-DUE-TIME-X                 PIC X(04) VALUE SPACES.
020000 01  PH6-EXCEPTION-TEXT             PIC X(24) VALUE SPACES.
020100 77  PH6-HST-SCAN-DONE-SWITCH       PIC X(01) VALUE 'N'.
020200     88  PH6-HST-SCAN-DONE                 VALUE 'Y'.
020210 77  PH6-ENC-SCAN-DONE-SWITCH       PIC X(01) VALUE 'N'.
020220     88  PH6-ENC-SCAN-DONE                 VALUE 'Y'.
020300*
020400 01  PH6-COUNT-DISPLAY              PIC ZZZZZZ9.
020500*
020600 01  PH6-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
020700 01  PH6-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'PHR055'.
020800 01  PH6-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
020900 01  PH6-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
021000 01  PH6-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
021100 01  PH6-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
021200 01  PH6-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
021300*
021400 PROCEDURE DIVISION.
021500*
021600******************************************************************
021700**  0000-MAINLINE                                                **
021800******************************************************************
021900 0000-MAINLINE.
022000     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
022100     IF PH6-RUNCTL-RETURN-CODE NOT = 0
022200         MOVE PH6-RUNCTL-RETURN-CODE TO RETURN-CODE
022300         GOBACK
022400     END-IF
022500     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
022600     IF NOT PH6-ABORT-RUN
022700         PERFORM 2000-SELECT-RESULT   THRU 2000-EXIT
022800             UNTIL PH6-TRACK-EOF
022900         PERFORM 3000-PRINT-TOTALS    THRU 3000-EXIT
023000     END-IF
023100     PERFORM 8000-TERMINATE           THRU 8000-EXIT
023110     EVALUATE TRUE
023120         WHEN PH6-ABORT-RUN
023130             MOVE 16                   TO RETURN-CODE
023140         WHEN PH6-LOG-WRITE-ERRORS > 0
023150             MOVE 8                    TO RETURN-CODE
023160         WHEN PH6-SUBMITTED-LATE > 0
023170             MOVE 4                    TO RETURN-CODE
023180     END-EVALUATE
023900     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
024000     GOBACK.
024100*
024200******************************************************************
024300**  0100-BEGIN-RUN-CONTROL                                       **
024400**  Records the start on the RUNCTLF run-control ledger through  **
024500**  RUN080.  A refused start - a predecessor not completed       **
024600**  cleanly for the business date, or this program already       **
024700**  completed for it - ends the step before any file is opened.  **
024800******************************************************************
024900 0100-BEGIN-RUN-CONTROL.
025000     MOVE 'B'                       TO PH6-RUNCTL-FUNCTION-CODE
025100     CALL 'RUN080' USING PH6-RUNCTL-FUNCTION-CODE
025200                         PH6-RUNCTL-PROGRAM-ID
025300                         PH6-RUNCTL-COUNT-IN
025400                         PH6-RUNCTL-COUNT-OUT
025500                         PH6-RUNCTL-STEP-RC
025600                         PH6-RUNCTL-BUSINESS-DATE
025700                         PH6-RUNCTL-RETURN-CODE
025800     IF PH6-RUNCTL-RETURN-CODE NOT = 0
025900         DISPLAY 'PHR055 - RUN REFUSED BY RUN CONTROL FOR '
026000                 'BUSINESS DATE ' PH6-RUNCTL-BUSINESS-DATE
026100         DISPLAY 'PHR055 - RUN080 BEGIN RETURNED '
026200                 PH6-RUNCTL-RETURN-CODE
026300     END-IF.
026400 0100-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800**  0200-END-RUN-CONTROL                                         **
026900**  Records the end, the step return code and the record counts  **
027000**  on the ledger.  The CALL resets RETURN-CODE, so the step     **
027100**  return code is put back afterwards.                          **
027200******************************************************************
027300 0200-END-RUN-CONTROL.
027400     MOVE RETURN-CODE               TO PH6-RUNCTL-STEP-RC
027500     MOVE PH6-ORDERS-READ           TO PH6-RUNCTL-COUNT-IN
027600     MOVE PH6-DETAILS-WRITTEN       TO PH6-RUNCTL-COUNT-OUT
027700     MOVE 'E'                       TO PH6-RUNCTL-FUNCTION-CODE
027800     CALL 'RUN080' USING PH6-RUNCTL-FUNCTION-CODE
027900                         PH6-RUNCTL-PROGRAM-ID
028000                         PH6-RUNCTL-COUNT-IN
028100                         PH6-RUNCTL-COUNT-OUT
028200                         PH6-RUNCTL-STEP-RC
028300                         PH6-RUNCTL-BUSINESS-DATE
028400                         PH6-RUNCTL-RETURN-CODE
028500     IF PH6-RUNCTL-RETURN-CODE NOT = 0
028600         DISPLAY 'PHR055 - RUN080 END RETURNED '
028700                 PH6-RUNCTL-RETURN-CODE
028800     END-IF
028900     MOVE PH6-RUNCTL-STEP-RC        TO RETURN-CODE.
029000 0200-EXIT.
029100     EXIT.
029200*
029300******************************************************************
029400**  1000-INITIALIZE                                              **
029500******************************************************************
029600 1000-INITIALIZE.
029700     ACCEPT PH6-RUN-DATE FROM DATE YYYYMMDD
029800     MOVE PH6-RUN-DATE                 TO PH6-RUN-DATE-X
029900     ACCEPT PH6-RUN-TIME FROM TIME
030000     MOVE PH6-RUN-TIME                 TO PH6-RUN-TIME-X
030100     OPEN INPUT PH6-PARM-FILE
030200     PERFORM 1100-READ-PARM            THRU 1100-EXIT
030300     CLOSE PH6-PARM-FILE
030400     IF PH6-ABORT-RUN
030500         GO TO 1000-EXIT
030600     END-IF
030700     OPEN INPUT PH6-ORDER-TRACK-FILE
030800     IF PH6-TRK-FILE-STATUS NOT = '00'
030900         DISPLAY 'PHR055 - OPEN FAILED FOR ORDTRKF, STATUS='
031000                 PH6-TRK-FILE-STATUS
031100         SET PH6-ABORT-RUN             TO TRUE
031200         GO TO 1000-EXIT
031300     END-IF
031400     OPEN INPUT PH6-REPORTABLE-FILE
031500     IF PH6-RPT-FILE-STATUS NOT = '00'
031600         DISPLAY 'PHR055 - OPEN FAILED FOR RPTTSTF, STATUS='
031700                 PH6-RPT-FILE-STATUS
031800         SET PH6-ABORT-RUN             TO TRUE
031900         GO TO 1000-EXIT
032000     END-IF
032100     OPEN INPUT PH6-CENSUS-FILE
032200     IF PH6-CEN-FILE-STATUS NOT = '00'
032300         DISPLAY 'PHR055 - OPEN FAILED FOR CENSUSF, STATUS='
032400                 PH6-CEN-FILE-STATUS
032500         SET PH6-ABORT-RUN             TO TRUE
032600         GO TO 1000-EXIT
032700     END-IF
032710     OPEN INPUT PH6-ENCOUNTER-FILE
032720     IF PH6-ENC-FILE-STATUS NOT = '00'
032730         DISPLAY 'PHR055 - OPEN FAILED FOR ENCHSTF, STATUS='
032740                 PH6-ENC-FILE-STATUS
032750         SET PH6-ABORT-RUN             TO TRUE
032760         GO TO 1000-EXIT
032770     END-IF
032800     OPEN INPUT PH6-HISTORY-FILE
032900     IF PH6-HST-FILE-STATUS NOT = '00'
033000         DISPLAY 'PHR055 - OPEN FAILED FOR RESHSTF, STATUS='
033100                 PH6-HST-FILE-STATUS
033200         SET PH6-ABORT-RUN             TO TRUE
033300         GO TO 1000-EXIT
033400     END-IF
033500     OPEN I-O PH6-SUBMITTED-LOG-FILE
033600     IF PH6-LOG-FILE-STATUS NOT = '00'
033700         DISPLAY 'PHR055 - OPEN FAILED FOR PHRLOGF, STATUS='
033800                 PH6-LOG-FILE-STATUS
033900         SET PH6-ABORT-RUN             TO TRUE
034000         GO TO 1000-EXIT
034100     END-IF
034200     OPEN OUTPUT PH6-SUBMISSION-FILE
034300     OPEN OUTPUT PH6-CONTROL-REPORT
034400     MOVE SPACES                       TO PH6-SUBMISSION-RECORD
034500     SET PH6-SUB-HEADER-RECORD         TO TRUE
034600     MOVE PH6-FACILITY-ID              TO PH6-SUB-HDR-FACILITY-ID
034700     MOVE PH6-RUN-DATE-X               TO PH6-SUB-HDR-CREATE-DATE
034800     MOVE PH6-RUN-TIME-X(1:6)          TO PH6-SUB-HDR-CREATE-TIME
034900     WRITE PH6-SUBMISSION-RECORD
035000     MOVE SPACES                       TO PH6-REPORT-LINE
035100     STRING 'REPORTABLE-CONDITION SUBMISSION CONTROL REPORT - '
035200            'FACILITY ' PH6-FACILITY-ID
035300            ' RUN ' PH6-RUN-DATE-X ' ' PH6-RUN-TIME-X(1:4)
035400         DELIMITED BY SIZE INTO PH6-REPORT-LINE
035500     WRITE PH6-REPORT-LINE
035600     MOVE SPACES                       TO PH6-REPORT-LINE
035700     STRING 'T PATIENT    ORDER        TEST     AGENCY     '
035800            'RESULT        DUE           UNIT ADMITTED'
035900         DELIMITED BY SIZE INTO PH6-REPORT-LINE
036000     MOVE 'LATE'                       TO PH6-REPORT-LINE(95:4)
036100     MOVE 'EXCEPTION'                  TO PH6-REPORT-LINE(100:9)
036200     WRITE PH6-REPORT-LINE
036300     MOVE LOW-VALUES                   TO LB2-TRK-CORRELID
036400     START PH6-ORDER-TRACK-FILE KEY IS NOT LESS THAN
036500         LB2-TRK-CORRELID
036600         INVALID KEY
036700             MOVE 'Y'                  TO PH6-TRACK-EOF-SWITCH
036800     END-START
036900     IF NOT PH6-TRACK-EOF
037000         PERFORM 2900-READ-TRACK       THRU 2900-EXIT
037100     END-IF.
037200 1000-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600**  1100-READ-PARM                                               **
037700******************************************************************
037800 1100-READ-PARM.
037900     READ PH6-PARM-FILE
038000         AT END
038100             MOVE 'Y'                  TO PH6-PARM-EOF-SWITCH
038200     END-READ
038300     IF PH6-PARM-EOF
038400         DISPLAY 'PHR055 - PHRPARM IS EMPTY, NO FACILITY ID'
038500         SET PH6-ABORT-RUN             TO TRUE
038600         GO TO 1100-EXIT
038700     END-IF
038800     MOVE PH6-PARM-RECORD(1:10)        TO PH6-FACILITY-ID
038900     IF PH6-FACILITY-ID = SPACES
039000         DISPLAY 'PHR055 - PHRPARM COLS 1-10 FACILITY ID IS BLANK'
039100         SET PH6-ABORT-RUN             TO TRUE
039200         GO TO 1100-EXIT
039300     END-IF
039400     MOVE PH6-PARM-RECORD(12:8)        TO PH6-EARLIEST-DATE
039500     IF PH6-EARLIEST-DATE NOT = SPACES
039600            AND PH6-EARLIEST-DATE NOT NUMERIC
039700         DISPLAY 'PHR055 - PHRPARM COLS 12-19 EARLIEST DATE '
039800                 'NOT NUMERIC: ' PH6-EARLIEST-DATE
039900         SET PH6-ABORT-RUN             TO TRUE
040000     END-IF.
040100 1100-EXIT.
040200     EXIT.
040300*
040400******************************************************************
040500**  2000-SELECT-RESULT                                           **
040600**  A matched result for a reportable test is sent once per      **
040700**  result date/time.  An order already on the submitted log     **
040800**  under a different result date/time is being sent a corrected **
040900**  result.                                                      **
041000******************************************************************
041100 2000-SELECT-RESULT.
041200     ADD 1                              TO PH6-ORDERS-READ
041300     IF NOT LB2-TRK-MATCHED
041400         GO TO 2000-NEXT
041500     END-IF
041600     IF PH6-EARLIEST-DATE NOT = SPACES
041700            AND LB2-TRK-RESULT-DATE < PH6-EARLIEST-DATE
041800         GO TO 2000-NEXT
041900     END-IF
042000     MOVE LB2-TRK-TEST-CODE             TO PH5-RPT-TEST-CODE
042100     READ PH6-REPORTABLE-FILE
042200         INVALID KEY
042300             GO TO 2000-NEXT
042400     END-READ
042500     ADD 1                              TO PH6-REPORTABLE-SELECTED
042600     MOVE LB2-TRK-CORRELID              TO PH6-LOG-CORRELID
042700     MOVE LB2-TRK-RESULT-DATE           TO PH6-LOG-RESULT-DATE
042800     MOVE LB2-TRK-RESULT-TIME           TO PH6-LOG-RESULT-TIME
042900     READ PH6-SUBMITTED-LOG-FILE
043000         INVALID KEY
043100             CONTINUE
043200         NOT INVALID KEY
043300             ADD 1                      TO PH6-ALREADY-SUBMITTED
043400             GO TO 2000-NEXT
043500     END-READ
043600     MOVE SPACES                        TO PH6-EXCEPTION-TEXT
043700     PERFORM 2100-SET-REPORT-TYPE       THRU 2100-EXIT
043800     PERFORM 2200-COMPUTE-DUE           THRU 2200-EXIT
043900     PERFORM 2300-JOIN-CENSUS           THRU 2300-EXIT
044000     PERFORM 2400-FIND-RESULT-TEXT      THRU 2400-EXIT
044100     PERFORM 2500-WRITE-SUBMISSION      THRU 2500-EXIT
044200     PERFORM 2600-WRITE-LOG             THRU 2600-EXIT
044300     PERFORM 2700-WRITE-DETAIL-LINE     THRU 2700-EXIT.
044400 2000-NEXT.
044500     PERFORM 2900-READ-TRACK            THRU 2900-EXIT.
044600 2000-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000**  2100-SET-REPORT-TYPE                                         **
045100**  Positions the submitted log at the first row for the order's **
045200**  CORRELID.  Any row found there was an earlier result         **
045300**  date/time for the same order, so this one goes as a          **
045400**  correction.                                                  **
045500******************************************************************
045600 2100-SET-REPORT-TYPE.
045700     SET PH6-REPORT-ORIGINAL            TO TRUE
045800     MOVE LB2-TRK-CORRELID              TO PH6-LOG-CORRELID
045900     MOVE LOW-VALUES                    TO PH6-LOG-RESULT-DATE
046000     MOVE LOW-VALUES                    TO PH6-LOG-RESULT-TIME
046100     START PH6-SUBMITTED-LOG-FILE KEY IS NOT LESS THAN
046200         PH6-LOG-KEY
046300         INVALID KEY
046400             GO TO 2100-EXIT
046500     END-START
046600     READ PH6-SUBMITTED-LOG-FILE NEXT RECORD
046700         AT END
046800             GO TO 2100-EXIT
046900     END-READ
047000     IF PH6-LOG-CORRELID = LB2-TRK-CORRELID
047100         SET PH6-REPORT-CORRECTION      TO TRUE
047200     END-IF.
047300 2100-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700**  2200-COMPUTE-DUE                                             **
047800**  Due = result date/time plus the test's deadline hours; the   **
047900**  result is late when the run time is past the due time.  A    **
048000**  result date/time that is not a usable stamp cannot be        **
048100**  checked - the result is still sent, with no due time, and    **
048200**  counted.                                                     **
048300******************************************************************
048400 2200-COMPUTE-DUE.
048500     MOVE 'N'                           TO PH6-LATE-SWITCH
048600     MOVE 'N'                           TO PH6-STAMP-VALID-SWITCH
048700     MOVE SPACES                        TO PH6-DUE-DATE-X
048800     MOVE SPACES                        TO PH6-DUE-TIME-X
048900     MOVE LB2-TRK-RESULT-DATE           TO PH6-STAMP-DATE-X
049000     MOVE LB2-TRK-RESULT-TIME(1:4)      TO PH6-STAMP-TIME-X
049100     IF PH6-STAMP-DATE-X NOT NUMERIC
049200            OR PH6-STAMP-TIME-X NOT NUMERIC
049300            OR PH6-STAMP-HH > 23
049400            OR PH6-STAMP-MM > 59
049500         GO TO 2200-NOT-CHECKED
049600     END-IF
049700     COMPUTE PH6-STAMP-JULIAN =
049800         FUNCTION INTEGER-OF-DATE(PH6-STAMP-DATE-9)
049900     IF PH6-STAMP-JULIAN = 0
050000         GO TO 2200-NOT-CHECKED
050100     END-IF
050200     COMPUTE PH6-RESULT-MINUTE =
050300         (PH6-STAMP-JULIAN * 1440)
050400         + (PH6-STAMP-HH * 60) + PH6-STAMP-MM
050500     COMPUTE PH6-DUE-MINUTE =
050600         PH6-RESULT-MINUTE + (PH5-RPT-DEADLINE-HOURS * 60)
050700     DIVIDE PH6-DUE-MINUTE BY 1440
050800         GIVING PH6-DUE-JULIAN
050900         REMAINDER PH6-DUE-MINUTE-OF-DAY
051000     COMPUTE PH6-DUE-YYYYMMDD =
051100         FUNCTION DATE-OF-INTEGER(PH6-DUE-JULIAN)
051200     DIVIDE PH6-DUE-MINUTE-OF-DAY BY 60
051300         GIVING PH6-DUE-HH
051400         REMAINDER PH6-DUE-MM
051500     MOVE PH6-DUE-YYYYMMDD              TO PH6-DUE-DATE-X
051600     MOVE PH6-DUE-HHMM                  TO PH6-DUE-TIME-X
051700     MOVE PH6-RUN-DATE                  TO PH6-STAMP-DATE-9
051800     MOVE PH6-RUN-TIME-X(1:4)           TO PH6-STAMP-TIME-X
051900     COMPUTE PH6-STAMP-JULIAN =
052000         FUNCTION INTEGER-OF-DATE(PH6-STAMP-DATE-9)
052100     COMPUTE PH6-NOW-MINUTE =
052200         (PH6-STAMP-JULIAN * 1440)
052300         + (PH6-STAMP-HH * 60) + PH6-STAMP-MM
052400     SET PH6-STAMP-VALID                TO TRUE
052500     IF PH6-NOW-MINUTE > PH6-DUE-MINUTE
052600         SET PH6-RESULT-LATE            TO TRUE
052700         ADD 1                          TO PH6-SUBMITTED-LATE
052800     END-IF
052900     GO TO 2200-EXIT.
053000 2200-NOT-CHECKED.
053100     ADD 1                          TO PH6-DEADLINE-NOT-CHECKED
053200     MOVE 'DEADLINE NOT CHECKED'        TO PH6-EXCEPTION-TEXT.
053300 2200-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700**  2300-JOIN-CENSUS                                             **
053800**  The nursing unit and admit date come from the patient's      **
053900**  census row.  A patient not on CENSUSF (an outpatient or      **
054000**  reference specimen) is still sent, with both left blank.     **
054010**  The census row is used only when its admission began on or   **
054020**  before the result date; an earlier result takes the admit    **
054030**  date and discharge unit of the ENCHSTF stay it fell in, and  **
054040**  one in no stay is sent with both blank and counted.          **
054100******************************************************************
054200 2300-JOIN-CENSUS.
054300     MOVE SPACES                        TO PH6-NURSING-UNIT
054400     MOVE SPACES                        TO PH6-ADMIT-DATE
054500     MOVE LB2-TRK-PATIENT-ID            TO AD5-CEN-PATIENT-ID
054600     READ PH6-CENSUS-FILE
054700         INVALID KEY
054800             ADD 1                      TO PH6-NOT-ON-CENSUS
054900             IF PH6-EXCEPTION-TEXT = SPACES
055000                 MOVE 'NOT ON CENSUS'   TO PH6-EXCEPTION-TEXT
055100             END-IF
055200             GO TO 2300-EXIT
055300     END-READ
055400     IF AD5-CEN-ADMIT-DATE NOT = SPACES
055500            AND AD5-CEN-ADMIT-DATE NOT > LB2-TRK-RESULT-DATE
055501         MOVE AD5-CEN-NURSING-UNIT      TO PH6-NURSING-UNIT
055502         MOVE AD5-CEN-ADMIT-DATE        TO PH6-ADMIT-DATE
055503         GO TO 2300-EXIT
055504     END-IF
055505     PERFORM 2310-FIND-STAY             THRU 2310-EXIT
055506     IF PH6-ADMIT-DATE = SPACES
055507         ADD 1                          TO PH6-NO-STAY-FOR-RESULT
055508         IF PH6-EXCEPTION-TEXT = SPACES
055509             MOVE 'NO STAY FOR RESULT DATE' TO PH6-EXCEPTION-TEXT
055510         END-IF
055511     END-IF.
055600 2300-EXIT.
055700     EXIT.
055800*
055801******************************************************************
055802**  2310-FIND-STAY                                               **
055803**  Reads the patient's completed stays on ENCHSTF, oldest       **
055804**  first, and keeps the one admitted on or before the result    **
055805**  date and not discharged before it.                           **
055806******************************************************************
055807 2310-FIND-STAY.
055808     MOVE 'N'                          TO PH6-ENC-SCAN-DONE-SWITCH
055809     MOVE LB2-TRK-PATIENT-ID            TO EN5-ENC-PATIENT-ID
055810     MOVE LOW-VALUES                    TO EN5-ENC-ADMIT-DATE
055811                                           EN5-ENC-ADMIT-TIME
055812     START PH6-ENCOUNTER-FILE KEY IS NOT LESS THAN
055813         EN5-ENC-KEY
055814         INVALID KEY
055815             SET PH6-ENC-SCAN-DONE      TO TRUE
055816     END-START
055817     PERFORM 2320-SCAN-STAY             THRU 2320-EXIT
055818         UNTIL PH6-ENC-SCAN-DONE.
055819 2310-EXIT.
055820     EXIT.
055821*
055822******************************************************************
055823**  2320-SCAN-STAY                                               **
055824**  One stay: stop at end of file, another patient, or a stay    **
055825**  admitted after the result date.                              **
055826******************************************************************
055827 2320-SCAN-STAY.
055828     READ PH6-ENCOUNTER-FILE NEXT RECORD
055829         AT END
055830             SET PH6-ENC-SCAN-DONE      TO TRUE
055831             GO TO 2320-EXIT
055832     END-READ
055833     IF EN5-ENC-PATIENT-ID NOT = LB2-TRK-PATIENT-ID
055834            OR EN5-ENC-ADMIT-DATE > LB2-TRK-RESULT-DATE
055835         SET PH6-ENC-SCAN-DONE          TO TRUE
055836         GO TO 2320-EXIT
055837     END-IF
055838     IF EN5-ENC-DISCHARGE-DATE NOT < LB2-TRK-RESULT-DATE
055839         MOVE EN5-ENC-DISCH-UNIT        TO PH6-NURSING-UNIT
055840         MOVE EN5-ENC-ADMIT-DATE        TO PH6-ADMIT-DATE
055841     END-IF.
055842 2320-EXIT.
055843     EXIT.
055844*
055900******************************************************************
056000**  2400-FIND-RESULT-TEXT                                        **
056100**  Reads the order's result history versions and keeps the text **
056200**  of the version carrying the result date/time being sent.     **
056300******************************************************************
056400 2400-FIND-RESULT-TEXT.
056500     MOVE SPACES                        TO PH6-RESULT-TEXT
056600     MOVE 'N'                          TO PH6-HST-SCAN-DONE-SWITCH
056700     MOVE LB2-TRK-CORRELID              TO LH5-HST-CORRELID
056800     MOVE 0                             TO LH5-HST-VERSION-SEQ
056900     START PH6-HISTORY-FILE KEY IS NOT LESS THAN
057000         LH5-HST-KEY
057100         INVALID KEY
057200             SET PH6-HST-SCAN-DONE      TO TRUE
057300     END-START
057400     PERFORM 2410-SCAN-HISTORY          THRU 2410-EXIT
057500         UNTIL PH6-HST-SCAN-DONE
057600     IF PH6-RESULT-TEXT = SPACES
057700         ADD 1                          TO PH6-TEXT-NOT-FOUND
057800         IF PH6-EXCEPTION-TEXT = SPACES
057900             MOVE 'RESULT TEXT NOT FOUND' TO PH6-EXCEPTION-TEXT
058000         END-IF
058100     END-IF.
058200 2400-EXIT.
058300     EXIT.
058400*
058500******************************************************************
058600**  2410-SCAN-HISTORY                                            **
058700******************************************************************
058800 2410-SCAN-HISTORY.
058900     READ PH6-HISTORY-FILE NEXT RECORD
059000         AT END
059100             SET PH6-HST-SCAN-DONE      TO TRUE
059200             GO TO 2410-EXIT
059300     END-READ
059400     IF LH5-HST-CORRELID NOT = LB2-TRK-CORRELID
059500         SET PH6-HST-SCAN-DONE          TO TRUE
059600         GO TO 2410-EXIT
059700     END-IF
059800     IF LH5-HST-RESULT-DATE = LB2-TRK-RESULT-DATE
059900            AND LH5-HST-RESULT-TIME = LB2-TRK-RESULT-TIME
060000         MOVE LH5-HST-MSG-TEXT          TO PH6-RESULT-TEXT
060100     END-IF.
060200 2410-EXIT.
060300     EXIT.
060400*
060500******************************************************************
060600**  2500-WRITE-SUBMISSION                                        **
060700******************************************************************
060800 2500-WRITE-SUBMISSION.
060900     MOVE SPACES                        TO PH6-SUBMISSION-RECORD
061000     SET PH6-SUB-DETAIL-RECORD          TO TRUE
061100     MOVE PH6-FACILITY-ID               TO PH6-SUB-FACILITY-ID
061200     MOVE PH5-RPT-AGENCY-CODE           TO PH6-SUB-AGENCY-CODE
061300     MOVE PH6-REPORT-TYPE               TO PH6-SUB-REPORT-TYPE
061400     MOVE LB2-TRK-PATIENT-ID            TO PH6-SUB-PATIENT-ID
061500     MOVE LB2-TRK-ORDER-NUMBER          TO PH6-SUB-ORDER-NUMBER
061600     MOVE LB2-TRK-TEST-CODE             TO PH6-SUB-TEST-CODE
061700     MOVE PH5-RPT-CONDITION             TO PH6-SUB-CONDITION
061800     MOVE LB2-TRK-RESULT-DATE           TO PH6-SUB-RESULT-DATE
061900     MOVE LB2-TRK-RESULT-TIME(1:6)      TO PH6-SUB-RESULT-TIME
062000     MOVE PH6-RESULT-TEXT               TO PH6-SUB-RESULT-TEXT
062100     MOVE PH6-NURSING-UNIT              TO PH6-SUB-NURSING-UNIT
062200     MOVE PH6-ADMIT-DATE                TO PH6-SUB-ADMIT-DATE
062300     MOVE PH6-RUN-DATE-X                TO PH6-SUB-SUBMIT-DATE
062400     MOVE PH6-RUN-TIME-X(1:6)           TO PH6-SUB-SUBMIT-TIME
062500     MOVE PH6-LATE-SWITCH               TO PH6-SUB-LATE-FLAG
062600     WRITE PH6-SUBMISSION-RECORD
062700     ADD 1                              TO PH6-DETAILS-WRITTEN
062800     IF PH6-REPORT-CORRECTION
062900         ADD 1                      TO PH6-CORRECTIONS-SUBMITTED
063000     ELSE
063100         ADD 1                          TO PH6-ORIGINALS-SUBMITTED
063200     END-IF.
063300 2500-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700**  2600-WRITE-LOG                                               **
063710**  A result already in the submission file but not logged       **
063720**  would go to the agency again on the next run, so a failed    **
063730**  log write is counted, shown as SENT - NOT LOGGED on the      **
063740**  control report in place of any other exception, and ends     **
063750**  the step RC 8.                                               **
063800******************************************************************
063900 2600-WRITE-LOG.
064000     MOVE SPACES                       TO PH6-SUBMITTED-LOG-RECORD
064100     MOVE LB2-TRK-CORRELID              TO PH6-LOG-CORRELID
064200     MOVE LB2-TRK-RESULT-DATE           TO PH6-LOG-RESULT-DATE
064300     MOVE LB2-TRK-RESULT-TIME           TO PH6-LOG-RESULT-TIME
064400     MOVE LB2-TRK-ORDER-NUMBER          TO PH6-LOG-ORDER-NUMBER
064500     MOVE LB2-TRK-PATIENT-ID            TO PH6-LOG-PATIENT-ID
064600     MOVE LB2-TRK-TEST-CODE             TO PH6-LOG-TEST-CODE
064700     MOVE PH5-RPT-AGENCY-CODE           TO PH6-LOG-AGENCY-CODE
064800     MOVE PH6-RUN-DATE-X                TO PH6-LOG-SUBMIT-DATE
064900     MOVE PH6-RUN-TIME-X(1:6)           TO PH6-LOG-SUBMIT-TIME
065000     MOVE PH6-DUE-DATE-X                TO PH6-LOG-DUE-DATE
065100     MOVE PH6-DUE-TIME-X                TO PH6-LOG-DUE-TIME
065200     MOVE PH6-REPORT-TYPE               TO PH6-LOG-REPORT-TYPE
065300     MOVE PH6-LATE-SWITCH               TO PH6-LOG-LATE-FLAG
065400     WRITE PH6-SUBMITTED-LOG-RECORD
065500         INVALID KEY
065510             ADD 1                      TO PH6-LOG-WRITE-ERRORS
065520             MOVE 'SENT - NOT LOGGED'   TO PH6-EXCEPTION-TEXT
065600             DISPLAY 'PHR055 - PHRLOGF WRITE FAILED FOR '
065700                     PH6-LOG-CORRELID ' STATUS='
065800                     PH6-LOG-FILE-STATUS
065900     END-WRITE.
066000 2600-EXIT.
066100     EXIT.
066200*
066300******************************************************************
066400**  2700-WRITE-DETAIL-LINE                                       **
066500******************************************************************
066600 2700-WRITE-DETAIL-LINE.
066700     MOVE SPACES                        TO PH6-REPORT-LINE
066800     STRING PH6-REPORT-TYPE ' '
066900            LB2-TRK-PATIENT-ID ' '
067000            LB2-TRK-ORDER-NUMBER ' '
067100            LB2-TRK-TEST-CODE ' '
067200            PH5-RPT-AGENCY-CODE ' '
067300            LB2-TRK-RESULT-DATE ' '
067400            LB2-TRK-RESULT-TIME(1:4) ' '
067500            PH6-DUE-DATE-X ' '
067600            PH6-DUE-TIME-X ' '
067700            PH6-NURSING-UNIT ' '
067800            PH6-ADMIT-DATE ' '
067900         DELIMITED BY SIZE INTO PH6-REPORT-LINE
068000     IF PH6-RESULT-LATE
068100         MOVE 'LATE'                    TO PH6-REPORT-LINE(95:4)
068200     END-IF
068300     MOVE PH6-EXCEPTION-TEXT            TO PH6-REPORT-LINE(100:24)
068400     WRITE PH6-REPORT-LINE.
068500 2700-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900**  2900-READ-TRACK                                              **
069000******************************************************************
069100 2900-READ-TRACK.
069200     READ PH6-ORDER-TRACK-FILE NEXT RECORD
069300         AT END
069400             MOVE 'Y'                   TO PH6-TRACK-EOF-SWITCH
069500     END-READ.
069600 2900-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000**  3000-PRINT-TOTALS                                            **
070100**  Reportable results selected must equal those already         **
070200**  submitted plus the originals and corrections sent this run,  **
070300**  and the trailer detail count must equal the details written. **
070400******************************************************************
070500 3000-PRINT-TOTALS.
070600     MOVE SPACES                        TO PH6-SUBMISSION-RECORD
070700     SET PH6-SUB-TRAILER-RECORD         TO TRUE
070800     MOVE PH6-FACILITY-ID               TO PH6-SUB-TRL-FACILITY-ID
070900     MOVE PH6-DETAILS-WRITTEN          TO PH6-SUB-TRL-DETAIL-COUNT
071000     MOVE PH6-SUBMITTED-LATE            TO PH6-SUB-TRL-LATE-COUNT
071100     WRITE PH6-SUBMISSION-RECORD
071200     MOVE SPACES                        TO PH6-REPORT-LINE
071300     WRITE PH6-REPORT-LINE
071400     MOVE PH6-ORDERS-READ               TO PH6-COUNT-DISPLAY
071500     MOVE SPACES                        TO PH6-REPORT-LINE
071600     STRING 'ORDERS READ                  ' PH6-COUNT-DISPLAY
071700         DELIMITED BY SIZE INTO PH6-REPORT-LINE
071800     WRITE PH6-REPORT-LINE
071900     MOVE PH6-REPORTABLE-SELECTED       TO PH6-COUNT-DISPLAY
072000     MOVE SPACES                        TO PH6-REPORT-LINE
072100     STRING 'REPORTABLE RESULTS SELECTED  ' PH6-COUNT-DISPLAY
072200         DELIMITED BY SIZE INTO PH6-REPORT-LINE
072300     WRITE PH6-REPORT-LINE
072400     MOVE PH6-ALREADY-SUBMITTED         TO PH6-COUNT-DISPLAY
072500     MOVE SPACES                        TO PH6-REPORT-LINE
072600     STRING 'ALREADY SUBMITTED - SKIPPED  ' PH6-COUNT-DISPLAY
072700         DELIMITED BY SIZE INTO PH6-REPORT-LINE
072800     WRITE PH6-REPORT-LINE
072900     MOVE PH6-ORIGINALS-SUBMITTED       TO PH6-COUNT-DISPLAY
073000     MOVE SPACES                        TO PH6-REPORT-LINE
073100     STRING 'ORIGINALS SUBMITTED          ' PH6-COUNT-DISPLAY
073200         DELIMITED BY SIZE INTO PH6-REPORT-LINE
073300     WRITE PH6-REPORT-LINE
073400     MOVE PH6-CORRECTIONS-SUBMITTED     TO PH6-COUNT-DISPLAY
073500     MOVE SPACES                        TO PH6-REPORT-LINE
073600     STRING 'CORRECTIONS SUBMITTED        ' PH6-COUNT-DISPLAY
073700         DELIMITED BY SIZE INTO PH6-REPORT-LINE
073800     WRITE PH6-REPORT-LINE
073900     MOVE PH6-SUBMITTED-LATE            TO PH6-COUNT-DISPLAY
074000     MOVE SPACES                        TO PH6-REPORT-LINE
074100     STRING 'SUBMITTED PAST DEADLINE      ' PH6-COUNT-DISPLAY
074200         DELIMITED BY SIZE INTO PH6-REPORT-LINE
074300     WRITE PH6-REPORT-LINE
074400     MOVE PH6-DEADLINE-NOT-CHECKED      TO PH6-COUNT-DISPLAY
074500     MOVE SPACES                        TO PH6-REPORT-LINE
074600     STRING 'DEADLINE NOT CHECKED         ' PH6-COUNT-DISPLAY
074700         DELIMITED BY SIZE INTO PH6-REPORT-LINE
074800     WRITE PH6-REPORT-LINE
074900     MOVE PH6-NOT-ON-CENSUS             TO PH6-COUNT-DISPLAY
075000     MOVE SPACES                        TO PH6-REPORT-LINE
075100     STRING 'PATIENT NOT ON CENSUS        ' PH6-COUNT-DISPLAY
075200         DELIMITED BY SIZE INTO PH6-REPORT-LINE
075300     WRITE PH6-REPORT-LINE
075310     MOVE PH6-NO-STAY-FOR-RESULT        TO PH6-COUNT-DISPLAY
075320     MOVE SPACES                        TO PH6-REPORT-LINE
075330     STRING 'NO STAY FOR RESULT DATE      ' PH6-COUNT-DISPLAY
075340         DELIMITED BY SIZE INTO PH6-REPORT-LINE
075350     WRITE PH6-REPORT-LINE
075400     MOVE PH6-TEXT-NOT-FOUND            TO PH6-COUNT-DISPLAY
075500     MOVE SPACES                        TO PH6-REPORT-LINE
075600     STRING 'RESULT TEXT NOT FOUND        ' PH6-COUNT-DISPLAY
075700         DELIMITED BY SIZE INTO PH6-REPORT-LINE
075800     WRITE PH6-REPORT-LINE
075810     MOVE PH6-LOG-WRITE-ERRORS          TO PH6-COUNT-DISPLAY
075820     MOVE SPACES                        TO PH6-REPORT-LINE
075830     STRING 'SENT - NOT LOGGED            ' PH6-COUNT-DISPLAY
075840         DELIMITED BY SIZE INTO PH6-REPORT-LINE
075850     WRITE PH6-REPORT-LINE
075900     MOVE SPACES                        TO PH6-REPORT-LINE
076000     IF PH6-REPORTABLE-SELECTED =
076100            PH6-ALREADY-SUBMITTED + PH6-ORIGINALS-SUBMITTED
076200            + PH6-CORRECTIONS-SUBMITTED
076300         MOVE 'CONTROL TOTALS IN BALANCE' TO PH6-REPORT-LINE
076400     ELSE
076500         MOVE '*** CONTROL TOTALS OUT OF BALANCE ***'
076600                                        TO PH6-REPORT-LINE
076700     END-IF
076800     WRITE PH6-REPORT-LINE.
076900 3000-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300**  8000-TERMINATE                                               **
077400******************************************************************
077500 8000-TERMINATE.
077600     CLOSE PH6-ORDER-TRACK-FILE
077700     CLOSE PH6-REPORTABLE-FILE
077800     CLOSE PH6-CENSUS-FILE
077810     CLOSE PH6-ENCOUNTER-FILE
077900     CLOSE PH6-HISTORY-FILE
078000     CLOSE PH6-SUBMITTED-LOG-FILE
078100     IF NOT PH6-ABORT-RUN
078200         CLOSE PH6-SUBMISSION-FILE
078300         CLOSE PH6-CONTROL-REPORT
078400     END-IF
078500     DISPLAY 'PHR055 - ORDERS READ:          ' PH6-ORDERS-READ
078600     DISPLAY 'PHR055 - RESULTS SUBMITTED:    ' PH6-DETAILS-WRITTEN
078700     DISPLAY 'PHR055 - SUBMITTED LATE:       ' PH6-SUBMITTED-LATE
078710     DISPLAY 'PHR055 - SENT, NOT LOGGED:     '
078720             PH6-LOG-WRITE-ERRORS.
078800 8000-EXIT.
078900     EXIT.
079000*
079100 9999-EXIT.
079200     EXIT.
