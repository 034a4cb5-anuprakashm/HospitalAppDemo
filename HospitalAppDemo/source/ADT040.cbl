000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     ADT040                                      **
000400**                                                              **
000500**  DESCRIPTION:    Monthly encounter report.  Passes the       **
000600**                  ENCHSTF encounter history ADT015 writes at  **
000700**                  discharge, in patient and admit order, for  **
000800**                  the month named on ENCPARM and prints two   **
000900**                  sections: every 30-day readmission (a stay  **
001000**                  admitted in the month within 30 days of the **
001100**                  same patient's previous discharge), with    **
001200**                  the index stay and the readmission side by  **
001300**                  side; and the average length of stay of the **
001400**                  month's discharges by discharging nursing   **
001500**                  unit.  A readmitted patient still in house  **
001600**                  has no completed stay yet, so each          **
001700**                  patient's last stay is also checked against **
001800**                  the CENSUSF row.  Replaces the readmission  **
001900**                  counts quality and case management rebuilt  **
002000**                  by hand from registration printouts.        **
002100**                                                              **
002200******************************************************************
002300*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    ADT040.
002600 AUTHOR.        J HARTWELL.
002700 INSTALLATION.  INTERFACE ENGINEERING.
002800 DATE-WRITTEN.  2026-10-14.
002900 DATE-COMPILED.
003000*
003100******************************************************************
003200**  MODIFICATION HISTORY                                        **
003300**  DATE       INIT  DESCRIPTION                                **
003400**  ---------- ----  ------------------------------------------ **
003500**  2026-10-14  JMH  Initial version - length of stay and       **
003600**                   30-day readmission report.                 **
003700******************************************************************
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-370.
004200 OBJECT-COMPUTER.  IBM-370.
004300*
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT AD4-MONTH-PARM-FILE   ASSIGN TO ENCPARM
004700            ORGANIZATION IS SEQUENTIAL.
004800*
004900     SELECT AD4-ENCOUNTER-FILE    ASSIGN TO ENCHSTF
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS SEQUENTIAL
005200            RECORD KEY IS EN5-ENC-KEY
005300            FILE STATUS IS AD4-ENC-FILE-STATUS.
005400*
005500     SELECT AD4-CENSUS-FILE       ASSIGN TO CENSUSF
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS RANDOM
005800            RECORD KEY IS AD5-CEN-PATIENT-ID
005900            FILE STATUS IS AD4-CEN-FILE-STATUS.
006000*
006100     SELECT AD4-ENCOUNTER-REPORT  ASSIGN TO ADT040R
006200            ORGANIZATION IS SEQUENTIAL.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  AD4-MONTH-PARM-FILE
006700     RECORDING MODE IS F.
006800 01  AD4-PARM-RECORD            PIC X(80).
006900*
007000 FD  AD4-ENCOUNTER-FILE
007100     RECORDING MODE IS F.
007200     COPY ENCHST.
007300*
007400 FD  AD4-CENSUS-FILE
007500     RECORDING MODE IS F.
007600     COPY CENREC.
007700*
007800 FD  AD4-ENCOUNTER-REPORT
007900     RECORDING MODE IS F.
008000 01  AD4-REPORT-LINE            PIC X(132).
008100*
008200 WORKING-STORAGE SECTION.
008300*
008400 01  AD4-ENC-FILE-STATUS        PIC X(02) VALUE '00'.
008500 01  AD4-CEN-FILE-STATUS        PIC X(02) VALUE '00'.
008600*
008700 77  AD4-PARM-EOF-SWITCH        PIC X(01) VALUE 'N'.
008800     88  AD4-PARM-EOF                  VALUE 'Y'.
008900 77  AD4-ENC-EOF-SWITCH         PIC X(01) VALUE 'N'.
009000     88  AD4-ENC-EOF                   VALUE 'Y'.
009100 77  AD4-ABORT-SWITCH           PIC X(01) VALUE 'N'.
009200     88  AD4-ABORT-RUN                 VALUE 'Y'.
009300 77  AD4-INDEX-SAVED-SWITCH     PIC X(01) VALUE 'N'.
009400     88  AD4-INDEX-SAVED               VALUE 'Y'.
009500 77  AD4-RA-IN-HOUSE-SWITCH     PIC X(01) VALUE 'N'.
009600     88  AD4-RA-IN-HOUSE               VALUE 'Y'.
009700 77  AD4-GAP-VALID-SWITCH       PIC X(01) VALUE 'N'.
009800     88  AD4-GAP-VALID                 VALUE 'Y'.
009900 77  AD4-ENCOUNTERS-READ        PIC 9(07) COMP VALUE 0.
010000 77  AD4-TOTAL-STAYS            PIC 9(07) COMP VALUE 0.
010100 77  AD4-TOTAL-LOS-DAYS         PIC 9(07) COMP VALUE 0.
010200 77  AD4-READMISSIONS           PIC 9(07) COMP VALUE 0.
010300 77  AD4-READMIT-IN-HOUSE       PIC 9(07) COMP VALUE 0.
010400 77  AD4-BAD-DATES              PIC 9(07) COMP VALUE 0.
010500*
010600 01  AD4-RUN-DATE               PIC 9(08) VALUE 0.
010700*
010800******************************************************************
010900**  REPORT MONTH - DISCHARGES IN THE MONTH FEED THE LENGTH OF   **
011000**  STAY SECTION, READMISSIONS ADMITTED IN THE MONTH FEED THE   **
011100**  READMISSION SECTION.  READ FROM THE FIRST ENCPARM RECORD,   **
011200**  COLUMNS 1-6 (YYYYMM).                                       **
011300******************************************************************
011400 01  AD4-REPORT-MONTH           PIC X(06) VALUE SPACES.
011500 01  AD4-PARM-MONTH-X           PIC X(06) VALUE SPACES.
011600 01  AD4-PARM-MONTH-9 REDEFINES AD4-PARM-MONTH-X.
011700     05  AD4-PARM-YYYY          PIC 9(04).
011800     05  AD4-PARM-MM            PIC 9(02).
011900*
012000******************************************************************
012100**  READMISSION WINDOW - DAYS FROM THE INDEX DISCHARGE DATE TO  **
012200**  THE READMISSION ADMIT DATE, INCLUSIVE.                      **
012300******************************************************************
012400 77  AD4-READMIT-WINDOW-DAYS    PIC S9(04) COMP VALUE 30.
012500*
012600******************************************************************
012700**  THE INDEX STAY IS THE PATIENT'S PREVIOUS COMPLETED STAY;    **
012800**  THE READMISSION STAY IS THE ONE JUST READ, OR THE CENSUS    **
012900**  ROW OF A PATIENT STILL IN HOUSE.  DATE AND TIME ARE KEPT    **
013000**  ADJACENT SO THE STAMPS COMPARE AS ONE FIELD.                **
013100******************************************************************
013200 01  AD4-INDEX-STAY.
013300     05  AD4-IX-PATIENT-ID      PIC X(10).
013400     05  AD4-IX-ADMIT-DATE      PIC X(08).
013500     05  AD4-IX-ADMIT-UNIT      PIC X(04).
013600     05  AD4-IX-DISCH-UNIT      PIC X(04).
013700     05  AD4-IX-DISCH-STAMP.
013800         10  AD4-IX-DISCH-DATE  PIC X(08).
013900         10  AD4-IX-DISCH-TIME  PIC X(06).
014000 01  AD4-READMIT-STAY.
014100     05  AD4-RA-ADMIT-STAMP.
014200         10  AD4-RA-ADMIT-DATE  PIC X(08).
014300         10  AD4-RA-ADMIT-TIME  PIC X(06).
014400     05  AD4-RA-ADMIT-UNIT      PIC X(04).
014500     05  AD4-RA-DISCH-UNIT      PIC X(04).
014600     05  AD4-RA-DISCH-DATE      PIC X(08).
014700*
014800******************************************************************
014900**  DAY-GAP WORK AREA - WHOLE DAYS FROM ONE YYYYMMDD DATE TO    **
015000**  ANOTHER.  A DATE THAT IS NOT NUMERIC LEAVES THE GAP         **
015100**  INVALID.                                                    **
015200******************************************************************
015300 01  AD4-GAP-FROM-DATE          PIC X(08) VALUE SPACES.
015400 01  AD4-GAP-TO-DATE            PIC X(08) VALUE SPACES.
015500 01  AD4-GAP-FROM-YYYYMMDD      PIC 9(08) VALUE 0.
015600 01  AD4-GAP-TO-YYYYMMDD        PIC 9(08) VALUE 0.
015700 01  AD4-GAP-FROM-JULIAN        PIC 9(07) VALUE 0.
015800 01  AD4-GAP-TO-JULIAN          PIC 9(07) VALUE 0.
015900 01  AD4-GAP-DAYS               PIC S9(07) COMP VALUE 0.
016000 01  AD4-LOS-DAYS               PIC S9(07) COMP VALUE 0.
016100*
016200******************************************************************
016300**  PER-DISCHARGING-UNIT LENGTH OF STAY ACCUMULATORS.  MORE     **
016400**  UNITS THAN THE TABLE HOLDS ABORTS THE RUN, AS IN ADT020 -   **
016500**  RAISE THE LIMIT AND RERUN.                                  **
016600******************************************************************
016700 77  AD4-UN-MAX-ENTRIES         PIC S9(04) COMP VALUE 50.
016800 77  AD4-UN-USED                PIC S9(04) COMP VALUE 0.
016900 77  AD4-UN-SUB                 PIC S9(04) COMP VALUE 0.
017000 77  AD4-UN-FOUND-SUB           PIC S9(04) COMP VALUE 0.
017100 01  AD4-WORK-UNIT              PIC X(04) VALUE SPACES.
017200 01  AD4-UNIT-TABLE.
017300     05  AD4-UN-ENTRY OCCURS 50 TIMES.
017400         10  AD4-UN-UNIT        PIC X(04).
017500         10  AD4-UN-STAYS       PIC 9(07) COMP.
017600         10  AD4-UN-LOS-DAYS    PIC 9(07) COMP.
017700*
017800 01  AD4-AVG-LOS                PIC 9(04)V9 VALUE 0.
017900 01  AD4-AVG-DISPLAY            PIC ZZZ9.9.
018000 01  AD4-COUNT-DISPLAY          PIC ZZZZZZ9.
018100 01  AD4-COUNT-DISPLAY-2        PIC ZZZZZZ9.
018200 01  AD4-IX-LOS-DISPLAY         PIC ZZZ9.
018300 01  AD4-RA-LOS-DISPLAY         PIC ZZZ9.
018400 01  AD4-RA-LOS-SHOW            PIC X(04) VALUE SPACES.
018500 01  AD4-RA-DISCH-SHOW          PIC X(08) VALUE SPACES.
018600 01  AD4-GAP-DISPLAY            PIC ZZ9.
018700*
018800 PROCEDURE DIVISION.
018900*
019000******************************************************************
019100**  0000-MAINLINE                                                **
019200******************************************************************
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
019500     IF NOT AD4-ABORT-RUN
019600         PERFORM 2000-PROCESS-ENCOUNTER THRU 2000-EXIT
019700             UNTIL AD4-ENC-EOF OR AD4-ABORT-RUN
019800     END-IF
019900     IF NOT AD4-ABORT-RUN
020000         IF AD4-INDEX-SAVED
020100             PERFORM 3500-CHECK-IN-HOUSE THRU 3500-EXIT
020200         END-IF
020300         PERFORM 4000-PRINT-LOS    THRU 4000-EXIT
020400     END-IF
020500     PERFORM 8000-TERMINATE        THRU 8000-EXIT
020600     IF AD4-ABORT-RUN
020700         MOVE 16                    TO RETURN-CODE
020800     END-IF
020900     GOBACK.
021000*
021100******************************************************************
021200**  1000-INITIALIZE                                              **
021300******************************************************************
021400 1000-INITIALIZE.
021500     ACCEPT AD4-RUN-DATE FROM DATE YYYYMMDD
021600     OPEN INPUT AD4-MONTH-PARM-FILE
021700     PERFORM 1100-READ-PARM        THRU 1100-EXIT
021800     IF AD4-ABORT-RUN
021900         GO TO 1000-EXIT
022000     END-IF
022100     OPEN INPUT AD4-ENCOUNTER-FILE
022200     IF AD4-ENC-FILE-STATUS NOT = '00'
022300         DISPLAY 'ADT040 - OPEN FAILED FOR ENCHSTF, STATUS='
022400                 AD4-ENC-FILE-STATUS
022500         SET AD4-ABORT-RUN         TO TRUE
022600         GO TO 1000-EXIT
022700     END-IF
022800     OPEN INPUT AD4-CENSUS-FILE
022900     IF AD4-CEN-FILE-STATUS NOT = '00'
023000         DISPLAY 'ADT040 - OPEN FAILED FOR CENSUSF, STATUS='
023100                 AD4-CEN-FILE-STATUS
023200         SET AD4-ABORT-RUN         TO TRUE
023300         GO TO 1000-EXIT
023400     END-IF
023500     OPEN OUTPUT AD4-ENCOUNTER-REPORT
023600     MOVE SPACES                   TO AD4-REPORT-LINE
023700     STRING 'ENCOUNTER LENGTH OF STAY AND READMISSION REPORT'
023800            ' - MONTH ' AD4-REPORT-MONTH
023900            ' - RUN DATE ' AD4-RUN-DATE
024000         DELIMITED BY SIZE INTO AD4-REPORT-LINE
024100     WRITE AD4-REPORT-LINE
024200     MOVE SPACES                   TO AD4-REPORT-LINE
024300     WRITE AD4-REPORT-LINE
024400     MOVE SPACES                   TO AD4-REPORT-LINE
024500     STRING '30-DAY READMISSIONS - READMITTED IN '
024600            AD4-REPORT-MONTH
024700         DELIMITED BY SIZE INTO AD4-REPORT-LINE
024800     WRITE AD4-REPORT-LINE
024900     MOVE SPACES                   TO AD4-REPORT-LINE
025000     STRING '            ---------- INDEX STAY ----------'
025100            '   ------- READMISSION STAY -------'
025200         DELIMITED BY SIZE INTO AD4-REPORT-LINE
025300     WRITE AD4-REPORT-LINE
025400     MOVE SPACES                   TO AD4-REPORT-LINE
025500     STRING 'PATIENT ID  ADMIT    UNIT DISCH    UNIT  LOS'
025600            '   ADMIT    UNIT DISCH    UNIT  LOS  GAP'
025700         DELIMITED BY SIZE INTO AD4-REPORT-LINE
025800     WRITE AD4-REPORT-LINE
025900     PERFORM 2900-READ-ENCOUNTER   THRU 2900-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200*
026300******************************************************************
026400**  1100-READ-PARM                                               **
026500**  The first ENCPARM record carries the report month, YYYYMM    **
026600**  in columns 1-6.  A missing or invalid month aborts the run   **
026700**  rather than reporting on the wrong month.                    **
026800******************************************************************
026900 1100-READ-PARM.
027000     READ AD4-MONTH-PARM-FILE
027100         AT END
027200             MOVE 'Y'              TO AD4-PARM-EOF-SWITCH
027300     END-READ
027400     IF AD4-PARM-EOF
027500         DISPLAY 'ADT040 - ENCPARM IS EMPTY, NO REPORT MONTH'
027600         SET AD4-ABORT-RUN         TO TRUE
027700         GO TO 1100-EXIT
027800     END-IF
027900     MOVE AD4-PARM-RECORD(1:6)     TO AD4-PARM-MONTH-X
028000     IF AD4-PARM-MONTH-X NOT NUMERIC
028100         DISPLAY 'ADT040 - ENCPARM MONTH NOT NUMERIC: '
028200                 AD4-PARM-MONTH-X
028300         SET AD4-ABORT-RUN         TO TRUE
028400         GO TO 1100-EXIT
028500     END-IF
028600     IF AD4-PARM-MM < 1 OR AD4-PARM-MM > 12
028700         DISPLAY 'ADT040 - ENCPARM MONTH OUT OF RANGE: '
028800                 AD4-PARM-MONTH-X
028900         SET AD4-ABORT-RUN         TO TRUE
029000         GO TO 1100-EXIT
029100     END-IF
029200     MOVE AD4-PARM-MONTH-X         TO AD4-REPORT-MONTH.
029300 1100-EXIT.
029400     EXIT.
029500*
029600******************************************************************
029700**  2000-PROCESS-ENCOUNTER                                       **
029800**  One completed stay.  When the patient changes, the previous  **
029900**  patient's last stay is checked against the census for a      **
030000**  readmission still in house.  The stay is tallied for length  **
030100**  of stay, paired with the same patient's previous stay for a  **
030200**  readmission, then kept as the next index stay.               **
030300******************************************************************
030400 2000-PROCESS-ENCOUNTER.
030500     ADD 1                         TO AD4-ENCOUNTERS-READ
030600     IF AD4-INDEX-SAVED
030700            AND EN5-ENC-PATIENT-ID NOT = AD4-IX-PATIENT-ID
030800         PERFORM 3500-CHECK-IN-HOUSE THRU 3500-EXIT
030900         MOVE 'N'                  TO AD4-INDEX-SAVED-SWITCH
031000     END-IF
031100     PERFORM 2200-TALLY-LOS        THRU 2200-EXIT
031200     IF AD4-ABORT-RUN
031300         GO TO 2000-EXIT
031400     END-IF
031500     IF AD4-INDEX-SAVED
031600         MOVE 'N'                  TO AD4-RA-IN-HOUSE-SWITCH
031700         MOVE EN5-ENC-ADMIT-DATE   TO AD4-RA-ADMIT-DATE
031800         MOVE EN5-ENC-ADMIT-TIME   TO AD4-RA-ADMIT-TIME
031900         MOVE EN5-ENC-ADMIT-UNIT   TO AD4-RA-ADMIT-UNIT
032000         MOVE EN5-ENC-DISCH-UNIT   TO AD4-RA-DISCH-UNIT
032100         MOVE EN5-ENC-DISCHARGE-DATE TO AD4-RA-DISCH-DATE
032200         PERFORM 3000-CHECK-READMIT THRU 3000-EXIT
032300     END-IF
032400     MOVE EN5-ENC-PATIENT-ID       TO AD4-IX-PATIENT-ID
032500     MOVE EN5-ENC-ADMIT-DATE       TO AD4-IX-ADMIT-DATE
032600     MOVE EN5-ENC-ADMIT-UNIT       TO AD4-IX-ADMIT-UNIT
032700     MOVE EN5-ENC-DISCH-UNIT       TO AD4-IX-DISCH-UNIT
032800     MOVE EN5-ENC-DISCHARGE-DATE   TO AD4-IX-DISCH-DATE
032900     MOVE EN5-ENC-DISCHARGE-TIME   TO AD4-IX-DISCH-TIME
033000     SET AD4-INDEX-SAVED           TO TRUE
033100     PERFORM 2900-READ-ENCOUNTER   THRU 2900-EXIT.
033200 2000-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600**  2200-TALLY-LOS                                               **
033700**  A stay discharged in the report month counts toward its      **
033800**  discharging unit's average.  Length of stay is whole days    **
033900**  from admit date to discharge date, a same-day stay counting  **
034000**  as one day.                                                  **
034100******************************************************************
034200 2200-TALLY-LOS.
034300     IF EN5-ENC-DISCHARGE-DATE(1:6) NOT = AD4-REPORT-MONTH
034400         GO TO 2200-EXIT
034500     END-IF
034600     MOVE EN5-ENC-ADMIT-DATE       TO AD4-GAP-FROM-DATE
034700     MOVE EN5-ENC-DISCHARGE-DATE   TO AD4-GAP-TO-DATE
034800     PERFORM 6000-COMPUTE-DAY-GAP  THRU 6000-EXIT
034900     IF NOT AD4-GAP-VALID OR AD4-GAP-DAYS < 0
035000         ADD 1                     TO AD4-BAD-DATES
035100         DISPLAY 'ADT040 - STAY DATES UNUSABLE FOR '
035200                 EN5-ENC-PATIENT-ID ' ADMITTED '
035300                 EN5-ENC-ADMIT-DATE ' DISCHARGED '
035400                 EN5-ENC-DISCHARGE-DATE
035500         GO TO 2200-EXIT
035600     END-IF
035700     MOVE AD4-GAP-DAYS             TO AD4-LOS-DAYS
035800     IF AD4-LOS-DAYS < 1
035900         MOVE 1                    TO AD4-LOS-DAYS
036000     END-IF
036100     MOVE EN5-ENC-DISCH-UNIT       TO AD4-WORK-UNIT
036200     PERFORM 2300-FIND-UNIT-SLOT   THRU 2300-EXIT
036300     IF AD4-ABORT-RUN
036400         GO TO 2200-EXIT
036500     END-IF
036600     ADD 1              TO AD4-UN-STAYS(AD4-UN-FOUND-SUB)
036700     ADD AD4-LOS-DAYS   TO AD4-UN-LOS-DAYS(AD4-UN-FOUND-SUB)
036800     ADD 1              TO AD4-TOTAL-STAYS
036900     ADD AD4-LOS-DAYS   TO AD4-TOTAL-LOS-DAYS.
037000 2200-EXIT.
037100     EXIT.
037200*
037300******************************************************************
037400**  2300-FIND-UNIT-SLOT                                          **
037500**  Locate (or add) AD4-WORK-UNIT in the unit table, leaving     **
037600**  the slot in AD4-UN-FOUND-SUB.  A full table aborts the run.  **
037700******************************************************************
037800 2300-FIND-UNIT-SLOT.
037900     MOVE 0                        TO AD4-UN-FOUND-SUB
038000     PERFORM 2310-SCAN-UNIT-SLOT   THRU 2310-EXIT
038100         VARYING AD4-UN-SUB FROM 1 BY 1
038200         UNTIL AD4-UN-SUB > AD4-UN-USED
038300            OR AD4-UN-FOUND-SUB > 0
038400     IF AD4-UN-FOUND-SUB > 0
038500         GO TO 2300-EXIT
038600     END-IF
038700     IF AD4-UN-USED < AD4-UN-MAX-ENTRIES
038800         ADD 1                     TO AD4-UN-USED
038900         MOVE AD4-WORK-UNIT         TO AD4-UN-UNIT(AD4-UN-USED)
039000         MOVE 0                     TO AD4-UN-STAYS(AD4-UN-USED)
039100         MOVE 0                     TO
039200             AD4-UN-LOS-DAYS(AD4-UN-USED)
039300         MOVE AD4-UN-USED           TO AD4-UN-FOUND-SUB
039400     ELSE
039500         DISPLAY 'ADT040 - UNITS EXCEED TABLE LIMIT '
039600                 AD4-UN-MAX-ENTRIES ', RUN ABORTED'
039700         SET AD4-ABORT-RUN          TO TRUE
039800     END-IF.
039900 2300-EXIT.
040000     EXIT.
040100*
040200 2310-SCAN-UNIT-SLOT.
040300     IF AD4-UN-UNIT(AD4-UN-SUB) = AD4-WORK-UNIT
040400         MOVE AD4-UN-SUB            TO AD4-UN-FOUND-SUB
040500     END-IF.
040600 2310-EXIT.
040700     EXIT.
040800*
040900 2900-READ-ENCOUNTER.
041000     READ AD4-ENCOUNTER-FILE NEXT RECORD
041100         AT END
041200             MOVE 'Y'              TO AD4-ENC-EOF-SWITCH
041300     END-READ.
041400 2900-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800**  3000-CHECK-READMIT                                           **
041900**  The readmission stay counts when it was admitted in the      **
042000**  report month, after the index discharge, and no more than    **
042100**  the window's days after the index discharge date.            **
042200******************************************************************
042300 3000-CHECK-READMIT.
042400     IF AD4-RA-ADMIT-DATE(1:6) NOT = AD4-REPORT-MONTH
042500         GO TO 3000-EXIT
042600     END-IF
042700     IF AD4-RA-ADMIT-STAMP < AD4-IX-DISCH-STAMP
042800         GO TO 3000-EXIT
042900     END-IF
043000     MOVE AD4-IX-DISCH-DATE        TO AD4-GAP-FROM-DATE
043100     MOVE AD4-RA-ADMIT-DATE        TO AD4-GAP-TO-DATE
043200     PERFORM 6000-COMPUTE-DAY-GAP  THRU 6000-EXIT
043300     IF NOT AD4-GAP-VALID
043400         GO TO 3000-EXIT
043500     END-IF
043600     IF AD4-GAP-DAYS > AD4-READMIT-WINDOW-DAYS
043700         GO TO 3000-EXIT
043800     END-IF
043900     ADD 1                         TO AD4-READMISSIONS
044000     IF AD4-RA-IN-HOUSE
044100         ADD 1                     TO AD4-READMIT-IN-HOUSE
044200     END-IF
044300     PERFORM 3100-WRITE-READMIT    THRU 3100-EXIT.
044400 3000-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800**  3100-WRITE-READMIT                                           **
044900**  Index stay and readmission stay on one line, each with its   **
045000**  admitting unit, discharging unit and length of stay; a       **
045100**  readmission still in house shows its current unit and no     **
045200**  length of stay.                                              **
045300******************************************************************
045400 3100-WRITE-READMIT.
045500     MOVE AD4-GAP-DAYS             TO AD4-GAP-DISPLAY
045600     MOVE AD4-IX-ADMIT-DATE        TO AD4-GAP-FROM-DATE
045700     MOVE AD4-IX-DISCH-DATE        TO AD4-GAP-TO-DATE
045800     PERFORM 6100-COMPUTE-LOS      THRU 6100-EXIT
045900     MOVE AD4-LOS-DAYS             TO AD4-IX-LOS-DISPLAY
046000     IF AD4-RA-IN-HOUSE
046100         MOVE 'IN HOUSE'           TO AD4-RA-DISCH-SHOW
046200         MOVE SPACES               TO AD4-RA-LOS-SHOW
046300     ELSE
046400         MOVE AD4-RA-DISCH-DATE    TO AD4-RA-DISCH-SHOW
046500         MOVE AD4-RA-ADMIT-DATE    TO AD4-GAP-FROM-DATE
046600         MOVE AD4-RA-DISCH-DATE    TO AD4-GAP-TO-DATE
046700         PERFORM 6100-COMPUTE-LOS  THRU 6100-EXIT
046800         MOVE AD4-LOS-DAYS         TO AD4-RA-LOS-DISPLAY
046900         MOVE AD4-RA-LOS-DISPLAY   TO AD4-RA-LOS-SHOW
047000     END-IF
047100     MOVE SPACES                   TO AD4-REPORT-LINE
047200     STRING AD4-IX-PATIENT-ID
047300            '  ' AD4-IX-ADMIT-DATE
047400            ' '  AD4-IX-ADMIT-UNIT
047500            ' '  AD4-IX-DISCH-DATE
047600            ' '  AD4-IX-DISCH-UNIT
047700            ' '  AD4-IX-LOS-DISPLAY
047800            '   ' AD4-RA-ADMIT-DATE
047900            ' '  AD4-RA-ADMIT-UNIT
048000            ' '  AD4-RA-DISCH-SHOW
048100            ' '  AD4-RA-DISCH-UNIT
048200            ' '  AD4-RA-LOS-SHOW
048300            '  ' AD4-GAP-DISPLAY
048400         DELIMITED BY SIZE INTO AD4-REPORT-LINE
048500     WRITE AD4-REPORT-LINE.
048600 3100-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000**  3500-CHECK-IN-HOUSE                                          **
049100**  The index stay is the patient's last completed stay.  If the **
049200**  census shows the patient back in house since, the current    **
049300**  admission is the readmission stay.  A census row admitted    **
049400**  before the admitting unit was carried shows its current      **
049500**  unit as the admitting unit.                                  **
049600******************************************************************
049700 3500-CHECK-IN-HOUSE.
049800     MOVE AD4-IX-PATIENT-ID        TO AD5-CEN-PATIENT-ID
049900     READ AD4-CENSUS-FILE
050000         INVALID KEY
050100             GO TO 3500-EXIT
050200     END-READ
050300     IF NOT AD5-CEN-IN-HOUSE
050400         GO TO 3500-EXIT
050500     END-IF
050600     SET AD4-RA-IN-HOUSE           TO TRUE
050700     MOVE AD5-CEN-ADMIT-DATE       TO AD4-RA-ADMIT-DATE
050800     MOVE AD5-CEN-ADMIT-TIME       TO AD4-RA-ADMIT-TIME
050900     MOVE AD5-CEN-ADMIT-UNIT       TO AD4-RA-ADMIT-UNIT
051000     IF AD4-RA-ADMIT-UNIT = SPACES
051100         MOVE AD5-CEN-NURSING-UNIT TO AD4-RA-ADMIT-UNIT
051200     END-IF
051300     MOVE AD5-CEN-NURSING-UNIT     TO AD4-RA-DISCH-UNIT
051400     MOVE SPACES                   TO AD4-RA-DISCH-DATE
051500     PERFORM 3000-CHECK-READMIT    THRU 3000-EXIT.
051600 3500-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000**  4000-PRINT-LOS                                               **
052100**  Readmission totals, then the average length of stay of the   **
052200**  month's discharges by discharging unit and for the house.    **
052300******************************************************************
052400 4000-PRINT-LOS.
052500     MOVE SPACES                   TO AD4-REPORT-LINE
052600     WRITE AD4-REPORT-LINE
052700     MOVE SPACES                   TO AD4-REPORT-LINE
052800     MOVE AD4-READMISSIONS          TO AD4-COUNT-DISPLAY
052900     MOVE AD4-READMIT-IN-HOUSE      TO AD4-COUNT-DISPLAY-2
053000     STRING 'READMISSIONS         ' AD4-COUNT-DISPLAY
053100            '   STILL IN HOUSE ' AD4-COUNT-DISPLAY-2
053200         DELIMITED BY SIZE INTO AD4-REPORT-LINE
053300     WRITE AD4-REPORT-LINE
053400     MOVE SPACES                   TO AD4-REPORT-LINE
053500     WRITE AD4-REPORT-LINE
053600     MOVE SPACES                   TO AD4-REPORT-LINE
053700     STRING 'AVERAGE LENGTH OF STAY BY DISCHARGING UNIT'
053800            ' - DISCHARGED IN ' AD4-REPORT-MONTH
053900         DELIMITED BY SIZE INTO AD4-REPORT-LINE
054000     WRITE AD4-REPORT-LINE
054100     MOVE SPACES                   TO AD4-REPORT-LINE
054200     STRING 'UNIT   STAYS  PAT-DAYS  AVG-LOS'
054300         DELIMITED BY SIZE INTO AD4-REPORT-LINE
054400     WRITE AD4-REPORT-LINE
054500     PERFORM 4100-PRINT-UNIT-LINE  THRU 4100-EXIT
054600         VARYING AD4-UN-SUB FROM 1 BY 1
054700         UNTIL AD4-UN-SUB > AD4-UN-USED
054800     MOVE SPACES                   TO AD4-REPORT-LINE
054900     WRITE AD4-REPORT-LINE
055000     MOVE 0                        TO AD4-AVG-LOS
055100     IF AD4-TOTAL-STAYS > 0
055200         COMPUTE AD4-AVG-LOS ROUNDED =
055300             AD4-TOTAL-LOS-DAYS / AD4-TOTAL-STAYS
055400     END-IF
055500     MOVE AD4-TOTAL-STAYS           TO AD4-COUNT-DISPLAY
055600     MOVE AD4-TOTAL-LOS-DAYS        TO AD4-COUNT-DISPLAY-2
055700     MOVE AD4-AVG-LOS               TO AD4-AVG-DISPLAY
055800     MOVE SPACES                   TO AD4-REPORT-LINE
055900     STRING 'TOTAL' AD4-COUNT-DISPLAY
056000            '   ' AD4-COUNT-DISPLAY-2
056100            '   ' AD4-AVG-DISPLAY
056200         DELIMITED BY SIZE INTO AD4-REPORT-LINE
056300     WRITE AD4-REPORT-LINE
056400     MOVE SPACES                   TO AD4-REPORT-LINE
056500     MOVE AD4-BAD-DATES             TO AD4-COUNT-DISPLAY
056600     STRING 'STAYS WITH UNUSABLE DATES ' AD4-COUNT-DISPLAY
056700         DELIMITED BY SIZE INTO AD4-REPORT-LINE
056800     WRITE AD4-REPORT-LINE.
056900 4000-EXIT.
057000     EXIT.
057100*
057200 4100-PRINT-UNIT-LINE.
057300     COMPUTE AD4-AVG-LOS ROUNDED =
057400         AD4-UN-LOS-DAYS(AD4-UN-SUB) / AD4-UN-STAYS(AD4-UN-SUB)
057500     MOVE AD4-UN-STAYS(AD4-UN-SUB)    TO AD4-COUNT-DISPLAY
057600     MOVE AD4-UN-LOS-DAYS(AD4-UN-SUB) TO AD4-COUNT-DISPLAY-2
057700     MOVE AD4-AVG-LOS                 TO AD4-AVG-DISPLAY
057800     MOVE SPACES                   TO AD4-REPORT-LINE
057900     STRING AD4-UN-UNIT(AD4-UN-SUB)
058000            ' ' AD4-COUNT-DISPLAY
058100            '   ' AD4-COUNT-DISPLAY-2
058200            '   ' AD4-AVG-DISPLAY
058300         DELIMITED BY SIZE INTO AD4-REPORT-LINE
058400     WRITE AD4-REPORT-LINE.
058500 4100-EXIT.
058600     EXIT.
058700*
058800******************************************************************
058900**  6000-COMPUTE-DAY-GAP                                         **
059000**  Whole days from AD4-GAP-FROM-DATE to AD4-GAP-TO-DATE into    **
059100**  AD4-GAP-DAYS; a date that is not numeric leaves the gap      **
059200**  invalid.                                                     **
059300******************************************************************
059400 6000-COMPUTE-DAY-GAP.
059500     MOVE 'N'                      TO AD4-GAP-VALID-SWITCH
059600     MOVE 0                        TO AD4-GAP-DAYS
059700     IF AD4-GAP-FROM-DATE NOT NUMERIC
059800            OR AD4-GAP-TO-DATE NOT NUMERIC
059900         GO TO 6000-EXIT
060000     END-IF
060100     MOVE AD4-GAP-FROM-DATE        TO AD4-GAP-FROM-YYYYMMDD
060200     MOVE AD4-GAP-TO-DATE          TO AD4-GAP-TO-YYYYMMDD
060300     COMPUTE AD4-GAP-FROM-JULIAN =
060400         FUNCTION INTEGER-OF-DATE(AD4-GAP-FROM-YYYYMMDD)
060500     COMPUTE AD4-GAP-TO-JULIAN =
060600         FUNCTION INTEGER-OF-DATE(AD4-GAP-TO-YYYYMMDD)
060700     COMPUTE AD4-GAP-DAYS =
060800         AD4-GAP-TO-JULIAN - AD4-GAP-FROM-JULIAN
060900     SET AD4-GAP-VALID             TO TRUE.
061000 6000-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400**  6100-COMPUTE-LOS                                             **
061500**  Length of stay for the report line, same rule as the unit    **
061600**  averages: whole days, a same-day stay counting as one.       **
061700******************************************************************
061800 6100-COMPUTE-LOS.
061900     PERFORM 6000-COMPUTE-DAY-GAP  THRU 6000-EXIT
062000     MOVE AD4-GAP-DAYS             TO AD4-LOS-DAYS
062100     IF AD4-LOS-DAYS < 1
062200         MOVE 1                    TO AD4-LOS-DAYS
062300     END-IF.
062400 6100-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800**  8000-TERMINATE                                               **
062900******************************************************************
063000 8000-TERMINATE.
063100     CLOSE AD4-MONTH-PARM-FILE
063200     CLOSE AD4-ENCOUNTER-FILE
063300     IF AD4-ENC-FILE-STATUS NOT = '00'
063400         DISPLAY 'ADT040 - CLOSE FAILED FOR ENCHSTF, STATUS='
063500                 AD4-ENC-FILE-STATUS
063600     END-IF
063700     CLOSE AD4-CENSUS-FILE
063800     IF AD4-CEN-FILE-STATUS NOT = '00'
063900         DISPLAY 'ADT040 - CLOSE FAILED FOR CENSUSF, STATUS='
064000                 AD4-CEN-FILE-STATUS
064100     END-IF
064200     CLOSE AD4-ENCOUNTER-REPORT
064300     DISPLAY 'ADT040 - REPORT MONTH:      ' AD4-REPORT-MONTH
064400     DISPLAY 'ADT040 - ENCOUNTERS READ:   ' AD4-ENCOUNTERS-READ
064500     DISPLAY 'ADT040 - STAYS DISCHARGED:  ' AD4-TOTAL-STAYS
064600     DISPLAY 'ADT040 - READMISSIONS:      ' AD4-READMISSIONS
064700     DISPLAY 'ADT040 -   STILL IN HOUSE:  ' AD4-READMIT-IN-HOUSE
064800     DISPLAY 'ADT040 - UNUSABLE DATES:    ' AD4-BAD-DATES.
064900 8000-EXIT.
065000     EXIT.
065100*
065200 9999-EXIT.
065300     EXIT.
