000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     RUN085                                      **
000400**                                                              **
000500**  DESCRIPTION:    Batch run-status report for one business    **
000600**                  date.  Lists every program RUNPARM names in **
000700**                  the nightly stream with its RUNCTLF ledger  **
000800**                  row - status, start and end stamps, step    **
000900**                  return code, record counts, attempts and    **
001000**                  refused starts - then any other ledger row  **
001100**                  for the date.  The business date comes from **
001200**                  RUN080, so the report covers the same batch **
001300**                  window the programs ran under.  Ends with   **
001400**                  return code 8 when any program in the       **
001500**                  stream has not completed cleanly.           **
001600**                                                              **
001700******************************************************************
001800*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    RUN085.
002100 AUTHOR.        J HARTWELL.
002200 INSTALLATION.  INTERFACE ENGINEERING.
002300 DATE-WRITTEN.  2026-10-14.
002400 DATE-COMPILED.
002500*
002600******************************************************************
002700**  MODIFICATION HISTORY                                        **
002800**  DATE       INIT  DESCRIPTION                                **
002900**  ---------- ----  ------------------------------------------ **
003000**  2026-10-14  JMH  Initial version - batch run-status report. **
003100******************************************************************
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RN5-PARM-FILE         ASSIGN TO RUNPARM
004100            ORGANIZATION IS SEQUENTIAL.
004200*
004300     SELECT RN5-RUN-CONTROL-FILE  ASSIGN TO RUNCTLF
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS DYNAMIC
004600            RECORD KEY IS RN8-RUN-KEY
004700            FILE STATUS IS RN5-CTL-FILE-STATUS.
004800*
004900     SELECT RN5-STATUS-REPORT     ASSIGN TO RUN085R
005000            ORGANIZATION IS SEQUENTIAL.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RN5-PARM-FILE
005500     RECORDING MODE IS F.
005600     COPY RUNPRM.
005700*
005800 FD  RN5-RUN-CONTROL-FILE
005900     RECORDING MODE IS F.
006000     COPY RUNCTL.
006100*
006200 FD  RN5-STATUS-REPORT
006300     RECORDING MODE IS F.
006400 01  RN5-REPORT-LINE            PIC X(132).
006500*
006600 WORKING-STORAGE SECTION.
006700*
006800 01  RN5-CTL-FILE-STATUS        PIC X(02) VALUE '00'.
006900*
007000 77  RN5-PARM-EOF-SWITCH        PIC X(01) VALUE 'N'.
007100     88  RN5-PARM-EOF                  VALUE 'Y'.
007200 77  RN5-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
007300     88  RN5-CTL-EOF                   VALUE 'Y'.
007400 77  RN5-ABORT-SWITCH           PIC X(01) VALUE 'N'.
007500     88  RN5-ABORT-RUN                 VALUE 'Y'.
007600 77  RN5-EXPECTED               PIC 9(07) COMP VALUE 0.
007700 77  RN5-COMPLETED              PIC 9(07) COMP VALUE 0.
007800 77  RN5-FAILED                 PIC 9(07) COMP VALUE 0.
007900 77  RN5-NOT-ENDED              PIC 9(07) COMP VALUE 0.
008000 77  RN5-REFUSED                PIC 9(07) COMP VALUE 0.
008100 77  RN5-NOT-RUN                PIC 9(07) COMP VALUE 0.
008200 77  RN5-UNLISTED               PIC 9(07) COMP VALUE 0.
008300 77  RN5-REFUSED-STARTS         PIC 9(07) COMP VALUE 0.
008400*
008500 01  RN5-RUN-DATE               PIC 9(08) VALUE 0.
008600 01  RN5-RUN-TIME               PIC 9(08) VALUE 0.
008700*
008800******************************************************************
008900**  RUN080 CALL FIELDS - FUNCTION 'D' RETURNS THE BUSINESS      **
009000**  DATE FROM THE RUNPARM OVERRIDE OR THE CUTOFF HOUR.          **
009100******************************************************************
009200 01  RN5-RUN-FUNCTION-CODE      PIC X(01) VALUE 'D'.
009300 01  RN5-RUN-PROGRAM-ID         PIC X(08) VALUE 'RUN085'.
009400 01  RN5-RUN-COUNT-IN           PIC 9(09) VALUE 0.
009500 01  RN5-RUN-COUNT-OUT          PIC 9(09) VALUE 0.
009600 01  RN5-RUN-STEP-RC            PIC 9(04) VALUE 0.
009700 01  RN5-RUN-BUSINESS-DATE      PIC X(08) VALUE SPACES.
009800 01  RN5-RUN-RETURN-CODE        PIC S9(9) BINARY VALUE 0.
009900*
010000******************************************************************
010100**  PROGRAMS IN THE NIGHTLY STREAM, IN RUNPARM ORDER - EVERY    **
010200**  'P' RECORD'S PROGRAM AND PREDECESSOR.  MORE THAN THE TABLE  **
010300**  HOLDS ABORTS THE RUN.                                       **
010400******************************************************************
010500 77  RN5-ST-MAX-ENTRIES         PIC S9(04) COMP VALUE 100.
010600 77  RN5-ST-USED                PIC S9(04) COMP VALUE 0.
010700 77  RN5-ST-SUB                 PIC S9(04) COMP VALUE 0.
010800 77  RN5-ST-FOUND-SUB           PIC S9(04) COMP VALUE 0.
010900 01  RN5-WORK-PROGRAM-ID        PIC X(08) VALUE SPACES.
011000 01  RN5-STREAM-TABLE.
011100     05  RN5-ST-PROGRAM-ID      PIC X(08) OCCURS 100 TIMES.
011200*
011300 01  RN5-STATUS-TEXT            PIC X(14) VALUE SPACES.
011400 01  RN5-NOTE-TEXT              PIC X(30) VALUE SPACES.
011500 01  RN5-START-TIME-SHOW        PIC X(06) VALUE SPACES.
011600 01  RN5-END-TIME-SHOW          PIC X(06) VALUE SPACES.
011700 01  RN5-RC-DISPLAY             PIC ZZZ9.
011800 01  RN5-IN-DISPLAY             PIC ZZZZZZZZ9.
011900 01  RN5-OUT-DISPLAY            PIC ZZZZZZZZ9.
012000 01  RN5-ATTEMPTS-DISPLAY       PIC ZZ9.
012100 01  RN5-REFUSALS-DISPLAY       PIC ZZ9.
012200 01  RN5-COUNT-DISPLAY          PIC ZZZZZZ9.
012300*
012400 PROCEDURE DIVISION.
012500*
012600******************************************************************
012700**  0000-MAINLINE                                                **
012800******************************************************************
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
013100     IF NOT RN5-ABORT-RUN
013200         PERFORM 2000-REPORT-PROGRAM THRU 2000-EXIT
013300             VARYING RN5-ST-SUB FROM 1 BY 1
013400             UNTIL RN5-ST-SUB > RN5-ST-USED
013500         PERFORM 3000-REPORT-UNLISTED THRU 3000-EXIT
013600         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
013700     END-IF
013800     PERFORM 8000-TERMINATE        THRU 8000-EXIT
013900     IF RN5-ABORT-RUN
014000         MOVE 16                    TO RETURN-CODE
014100     ELSE
014200         IF RN5-COMPLETED < RN5-EXPECTED
014300             MOVE 8                 TO RETURN-CODE
014400         END-IF
014500     END-IF
014600     GOBACK.
014700*
014800******************************************************************
014900**  1000-INITIALIZE                                              **
015000******************************************************************
015100 1000-INITIALIZE.
015200     ACCEPT RN5-RUN-DATE           FROM DATE YYYYMMDD
015300     ACCEPT RN5-RUN-TIME           FROM TIME
015400     CALL 'RUN080' USING RN5-RUN-FUNCTION-CODE
015500                         RN5-RUN-PROGRAM-ID
015600                         RN5-RUN-COUNT-IN
015700                         RN5-RUN-COUNT-OUT
015800                         RN5-RUN-STEP-RC
015900                         RN5-RUN-BUSINESS-DATE
016000                         RN5-RUN-RETURN-CODE
016100     IF RN5-RUN-RETURN-CODE NOT = 0
016200         DISPLAY 'RUN085 - RUN080 DATE CALL RETURNED '
016300                 RN5-RUN-RETURN-CODE
016400         SET RN5-ABORT-RUN         TO TRUE
016500         GO TO 1000-EXIT
016600     END-IF
016700     OPEN INPUT RN5-PARM-FILE
016800     PERFORM 1190-READ-PARM        THRU 1190-EXIT
016900     PERFORM 1100-LOAD-STREAM      THRU 1100-EXIT
017000         UNTIL RN5-PARM-EOF OR RN5-ABORT-RUN
017100     IF RN5-ABORT-RUN
017200         GO TO 1000-EXIT
017300     END-IF
017400     OPEN INPUT RN5-RUN-CONTROL-FILE
017500     IF RN5-CTL-FILE-STATUS NOT = '00'
017600         DISPLAY 'RUN085 - OPEN FAILED FOR RUNCTLF, STATUS='
017700                 RN5-CTL-FILE-STATUS
017800         SET RN5-ABORT-RUN         TO TRUE
017900         GO TO 1000-EXIT
018000     END-IF
018100     OPEN OUTPUT RN5-STATUS-REPORT
018200     MOVE SPACES                   TO RN5-REPORT-LINE
018300     STRING 'BATCH RUN-STATUS REPORT - BUSINESS DATE '
018400            RN5-RUN-BUSINESS-DATE
018500            ' - RUN ' RN5-RUN-DATE ' ' RN5-RUN-TIME(1:6)
018600         DELIMITED BY SIZE INTO RN5-REPORT-LINE
018700     WRITE RN5-REPORT-LINE
018800     MOVE SPACES                   TO RN5-REPORT-LINE
018900     WRITE RN5-REPORT-LINE
019000     MOVE SPACES                   TO RN5-REPORT-LINE
019100     STRING 'PROGRAM  STATUS         START           '
019200            'END               RC  COUNT IN COUNT OUT'
019300            ' ATT REF  NOTE'
019400         DELIMITED BY SIZE INTO RN5-REPORT-LINE
019500     WRITE RN5-REPORT-LINE.
019600 1000-EXIT.
019700     EXIT.
019800*
019900******************************************************************
020000**  1100-LOAD-STREAM                                             **
020100**  Each 'P' record adds its program and its predecessor to      **
020200**  the stream table, once each, in the order RUNPARM lists      **
020300**  them.                                                        **
020400******************************************************************
020500 1100-LOAD-STREAM.
020600     IF RN8-PRM-PREDECESSOR
020700         MOVE RN8-PRM-PROGRAM-ID   TO RN5-WORK-PROGRAM-ID
020800         PERFORM 1200-ADD-TO-STREAM THRU 1200-EXIT
020900         IF RN8-PRM-OPERAND NOT = SPACES
021000             MOVE RN8-PRM-OPERAND  TO RN5-WORK-PROGRAM-ID
021100             PERFORM 1200-ADD-TO-STREAM THRU 1200-EXIT
021200         END-IF
021300     END-IF
021400     PERFORM 1190-READ-PARM        THRU 1190-EXIT.
021500 1100-EXIT.
021600     EXIT.
021700*
021800 1190-READ-PARM.
021900     READ RN5-PARM-FILE
022000         AT END
022100             MOVE 'Y'              TO RN5-PARM-EOF-SWITCH
022200     END-READ.
022300 1190-EXIT.
022400     EXIT.
022500*
022600 1200-ADD-TO-STREAM.
022700     PERFORM 1210-FIND-PROGRAM     THRU 1210-EXIT
022800     IF RN5-ST-FOUND-SUB > 0
022900         GO TO 1200-EXIT
023000     END-IF
023100     IF RN5-ST-USED < RN5-ST-MAX-ENTRIES
023200         ADD 1                     TO RN5-ST-USED
023300         MOVE RN5-WORK-PROGRAM-ID  TO
023400             RN5-ST-PROGRAM-ID(RN5-ST-USED)
023500     ELSE
023600         DISPLAY 'RUN085 - PROGRAMS EXCEED TABLE LIMIT '
023700                 RN5-ST-MAX-ENTRIES ', RUN ABORTED'
023800         SET RN5-ABORT-RUN         TO TRUE
023900     END-IF.
024000 1200-EXIT.
024100     EXIT.
024200*
024300 1210-FIND-PROGRAM.
024400     MOVE 0                        TO RN5-ST-FOUND-SUB
024500     PERFORM 1220-SCAN-PROGRAM     THRU 1220-EXIT
024600         VARYING RN5-ST-SUB FROM 1 BY 1
024700         UNTIL RN5-ST-SUB > RN5-ST-USED
024800            OR RN5-ST-FOUND-SUB > 0.
024900 1210-EXIT.
025000     EXIT.
025100*
025200 1220-SCAN-PROGRAM.
025300     IF RN5-ST-PROGRAM-ID(RN5-ST-SUB) = RN5-WORK-PROGRAM-ID
025400         MOVE RN5-ST-SUB           TO RN5-ST-FOUND-SUB
025500     END-IF.
025600 1220-EXIT.
025700     EXIT.
025800*
025900******************************************************************
026000**  2000-REPORT-PROGRAM                                          **
026100**  One line per program in the stream.  Anything but a          **
026200**  completed row counts against the window.                     **
026300******************************************************************
026400 2000-REPORT-PROGRAM.
026500     ADD 1                         TO RN5-EXPECTED
026600     MOVE RN5-ST-SUB               TO RN5-ST-FOUND-SUB
026700     MOVE RN5-RUN-BUSINESS-DATE    TO RN8-RUN-BUSINESS-DATE
026800     MOVE RN5-ST-PROGRAM-ID(RN5-ST-SUB) TO RN8-RUN-PROGRAM-ID
026900     READ RN5-RUN-CONTROL-FILE
027000         INVALID KEY
027100             ADD 1                 TO RN5-NOT-RUN
027200             PERFORM 2200-PRINT-NOT-RUN THRU 2200-EXIT
027300             GO TO 2000-EXIT
027400     END-READ
027500     EVALUATE TRUE
027600         WHEN RN8-RUN-COMPLETED
027700             ADD 1                 TO RN5-COMPLETED
027800         WHEN RN8-RUN-FAILED
027900             ADD 1                 TO RN5-FAILED
028000         WHEN RN8-RUN-REFUSED
028100             ADD 1                 TO RN5-REFUSED
028200         WHEN OTHER
028300             ADD 1                 TO RN5-NOT-ENDED
028400     END-EVALUATE
028500     PERFORM 2100-PRINT-ROW        THRU 2100-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000**  2100-PRINT-ROW                                               **
029100**  Prints the ledger row in RN8-RUN-CONTROL-RECORD.  A          **
029200**  started row with no end is either still running or           **
029300**  abended; a refused start shows its reason.                   **
029400******************************************************************
029500 2100-PRINT-ROW.
029600     MOVE SPACES                   TO RN5-NOTE-TEXT
029700     EVALUATE TRUE
029800         WHEN RN8-RUN-COMPLETED
029900             MOVE 'COMPLETED'      TO RN5-STATUS-TEXT
030000         WHEN RN8-RUN-FAILED
030100             MOVE 'FAILED'         TO RN5-STATUS-TEXT
030200         WHEN RN8-RUN-REFUSED
030300             MOVE 'REFUSED'        TO RN5-STATUS-TEXT
030400         WHEN RN8-RUN-STARTED
030500             MOVE 'STARTED-NO END' TO RN5-STATUS-TEXT
030600             MOVE 'RUNNING OR ABENDED' TO RN5-NOTE-TEXT
030700         WHEN OTHER
030800             MOVE RN8-RUN-STATUS   TO RN5-STATUS-TEXT
030900     END-EVALUATE
031000     IF RN8-RUN-REFUSE-REASON NOT = SPACES
031100         MOVE RN8-RUN-REFUSE-REASON TO RN5-NOTE-TEXT
031200     END-IF
031300     IF RN5-ST-FOUND-SUB = 0
031400         MOVE 'NOT IN THE RUNPARM STREAM' TO RN5-NOTE-TEXT
031500     END-IF
031600     ADD RN8-RUN-REFUSALS          TO RN5-REFUSED-STARTS
031700     MOVE RN8-RUN-START-TIME(1:6)  TO RN5-START-TIME-SHOW
031800     MOVE RN8-RUN-END-TIME(1:6)    TO RN5-END-TIME-SHOW
031900     MOVE RN8-RUN-STEP-RC          TO RN5-RC-DISPLAY
032000     MOVE RN8-RUN-COUNT-IN         TO RN5-IN-DISPLAY
032100     MOVE RN8-RUN-COUNT-OUT        TO RN5-OUT-DISPLAY
032200     MOVE RN8-RUN-ATTEMPTS         TO RN5-ATTEMPTS-DISPLAY
032300     MOVE RN8-RUN-REFUSALS         TO RN5-REFUSALS-DISPLAY
032400     MOVE SPACES                   TO RN5-REPORT-LINE
032500     STRING RN8-RUN-PROGRAM-ID ' '
032600            RN5-STATUS-TEXT ' '
032700            RN8-RUN-START-DATE ' ' RN5-START-TIME-SHOW ' '
032800            RN8-RUN-END-DATE ' ' RN5-END-TIME-SHOW ' '
032900            RN5-RC-DISPLAY ' '
033000            RN5-IN-DISPLAY ' '
033100            RN5-OUT-DISPLAY ' '
033200            RN5-ATTEMPTS-DISPLAY ' '
033300            RN5-REFUSALS-DISPLAY '  '
033400            RN5-NOTE-TEXT
033500         DELIMITED BY SIZE INTO RN5-REPORT-LINE
033600     WRITE RN5-REPORT-LINE.
033700 2100-EXIT.
033800     EXIT.
033900*
034000 2200-PRINT-NOT-RUN.
034100     MOVE SPACES                   TO RN5-REPORT-LINE
034200     STRING RN5-ST-PROGRAM-ID(RN5-ST-SUB) ' '
034300            'NOT RUN'
034400         DELIMITED BY SIZE INTO RN5-REPORT-LINE
034500     WRITE RN5-REPORT-LINE.
034600 2200-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000**  3000-REPORT-UNLISTED                                         **
035100**  Any other ledger row for the business date - a program       **
035200**  that calls RUN080 but is not yet on RUNPARM - so nothing     **
035300**  that ran in the window is left off the report.               **
035400******************************************************************
035500 3000-REPORT-UNLISTED.
035600     MOVE RN5-RUN-BUSINESS-DATE    TO RN8-RUN-BUSINESS-DATE
035700     MOVE LOW-VALUES               TO RN8-RUN-PROGRAM-ID
035800     START RN5-RUN-CONTROL-FILE
035900         KEY IS NOT LESS THAN RN8-RUN-KEY
036000         INVALID KEY
036100             GO TO 3000-EXIT
036200     END-START
036300     PERFORM 3900-READ-NEXT-ROW    THRU 3900-EXIT
036400     PERFORM 3100-CHECK-UNLISTED   THRU 3100-EXIT
036500         UNTIL RN5-CTL-EOF.
036600 3000-EXIT.
036700     EXIT.
036800*
036900 3100-CHECK-UNLISTED.
037000     MOVE RN8-RUN-PROGRAM-ID       TO RN5-WORK-PROGRAM-ID
037100     PERFORM 1210-FIND-PROGRAM     THRU 1210-EXIT
037200     IF RN5-ST-FOUND-SUB = 0
037300         ADD 1                     TO RN5-UNLISTED
037400         PERFORM 2100-PRINT-ROW    THRU 2100-EXIT
037500     END-IF
037600     PERFORM 3900-READ-NEXT-ROW    THRU 3900-EXIT.
037700 3100-EXIT.
037800     EXIT.
037900*
038000 3900-READ-NEXT-ROW.
038100     READ RN5-RUN-CONTROL-FILE NEXT RECORD
038200         AT END
038300             MOVE 'Y'              TO RN5-CTL-EOF-SWITCH
038400     END-READ
038500     IF NOT RN5-CTL-EOF
038600            AND RN8-RUN-BUSINESS-DATE NOT = RN5-RUN-BUSINESS-DATE
038700         MOVE 'Y'                  TO RN5-CTL-EOF-SWITCH
038800     END-IF.
038900 3900-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300**  4000-PRINT-TOTALS                                            **
039400******************************************************************
039500 4000-PRINT-TOTALS.
039600     MOVE SPACES                   TO RN5-REPORT-LINE
039700     WRITE RN5-REPORT-LINE
039800     MOVE RN5-EXPECTED             TO RN5-COUNT-DISPLAY
039900     MOVE SPACES                   TO RN5-REPORT-LINE
040000     STRING 'PROGRAMS IN STREAM:       ' RN5-COUNT-DISPLAY
040100         DELIMITED BY SIZE INTO RN5-REPORT-LINE
040200     WRITE RN5-REPORT-LINE
040300     MOVE RN5-COMPLETED            TO RN5-COUNT-DISPLAY
040400     MOVE SPACES                   TO RN5-REPORT-LINE
040500     STRING '  COMPLETED:              ' RN5-COUNT-DISPLAY
040600         DELIMITED BY SIZE INTO RN5-REPORT-LINE
040700     WRITE RN5-REPORT-LINE
040800     MOVE RN5-FAILED               TO RN5-COUNT-DISPLAY
040900     MOVE SPACES                   TO RN5-REPORT-LINE
041000     STRING '  FAILED:                 ' RN5-COUNT-DISPLAY
041100         DELIMITED BY SIZE INTO RN5-REPORT-LINE
041200     WRITE RN5-REPORT-LINE
041300     MOVE RN5-NOT-ENDED            TO RN5-COUNT-DISPLAY
041400     MOVE SPACES                   TO RN5-REPORT-LINE
041500     STRING '  STARTED, NO END:        ' RN5-COUNT-DISPLAY
041600         DELIMITED BY SIZE INTO RN5-REPORT-LINE
041700     WRITE RN5-REPORT-LINE
041800     MOVE RN5-REFUSED              TO RN5-COUNT-DISPLAY
041900     MOVE SPACES                   TO RN5-REPORT-LINE
042000     STRING '  REFUSED:                ' RN5-COUNT-DISPLAY
042100         DELIMITED BY SIZE INTO RN5-REPORT-LINE
042200     WRITE RN5-REPORT-LINE
042300     MOVE RN5-NOT-RUN              TO RN5-COUNT-DISPLAY
042400     MOVE SPACES                   TO RN5-REPORT-LINE
042500     STRING '  NOT RUN:                ' RN5-COUNT-DISPLAY
042600         DELIMITED BY SIZE INTO RN5-REPORT-LINE
042700     WRITE RN5-REPORT-LINE
042800     MOVE RN5-UNLISTED             TO RN5-COUNT-DISPLAY
042900     MOVE SPACES                   TO RN5-REPORT-LINE
043000     STRING 'OTHER PROGRAMS RUN:       ' RN5-COUNT-DISPLAY
043100         DELIMITED BY SIZE INTO RN5-REPORT-LINE
043200     WRITE RN5-REPORT-LINE
043300     MOVE RN5-REFUSED-STARTS       TO RN5-COUNT-DISPLAY
043400     MOVE SPACES                   TO RN5-REPORT-LINE
043500     STRING 'REFUSED STARTS:           ' RN5-COUNT-DISPLAY
043600         DELIMITED BY SIZE INTO RN5-REPORT-LINE
043700     WRITE RN5-REPORT-LINE.
043800 4000-EXIT.
043900     EXIT.
044000*
044100******************************************************************
044200**  8000-TERMINATE                                               **
044300******************************************************************
044400 8000-TERMINATE.
044500     IF RN5-ABORT-RUN
044600         DISPLAY 'RUN085 - RUN ABORTED'
044700     ELSE
044800         CLOSE RN5-PARM-FILE
044900         CLOSE RN5-RUN-CONTROL-FILE
045000         CLOSE RN5-STATUS-REPORT
045100         DISPLAY 'RUN085 - BUSINESS DATE:      '
045200                 RN5-RUN-BUSINESS-DATE
045300         DISPLAY 'RUN085 - PROGRAMS IN STREAM: ' RN5-EXPECTED
045400         DISPLAY 'RUN085 - COMPLETED:          ' RN5-COMPLETED
045500     END-IF.
045600 8000-EXIT.
045700     EXIT.
045800*
045900 9999-EXIT.
046000     EXIT.
