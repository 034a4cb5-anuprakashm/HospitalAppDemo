000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     RUN080                                      **
000400**                                                              **
000500**  DESCRIPTION:    Batch run-control service, CALLed by every  **
000600**                  program in the nightly stream at start and  **
000700**                  at end.  Keeps one RUNCTLF ledger row per   **
000800**                  program per business date with the start    **
000900**                  and end stamps, the step return code and    **
001000**                  the program's record counts, and refuses a  **
001100**                  start when a predecessor named on RUNPARM   **
001200**                  has not completed cleanly for the same      **
001300**                  business date, or when the program itself   **
001400**                  already completed for the date and no       **
001500**                  RUNPARM 'A' record allows the rerun.  A     **
001600**                  program whose own row is still started      **
001700**                  (an abend) or refused may start again.      **
001800**                                                              **
001900**                  RN8-FUNCTION-CODE drives the call:          **
002000**                    'B' - begin: work out the business date,  **
002100**                          check the predecessors and record   **
002200**                          the start; RN8-LK-RETURN-CODE 12    **
002300**                          means the start was refused and     **
002400**                          the caller must not run             **
002500**                    'E' - end: record the end stamp, the      **
002600**                          step return code and the counts     **
002700**                          under the business date set at 'B'  **
002800**                    'D' - return the business date only       **
002900**                                                              **
003000**                  The business date is the RUNPARM 'D'        **
003100**                  override when present; otherwise today, or  **
003200**                  yesterday for a program starting before     **
003300**                  the cutoff hour (default 12), so a stream   **
003400**                  that runs past midnight stays on one date.  **
003500**                  RN8-LK-RETURN-CODE 16 means RUNPARM or      **
003600**                  RUNCTLF could not be used; the caller       **
003700**                  treats it as a refusal.                     **
003800**                                                              **
003900******************************************************************
004000*
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.    RUN080.
004300 AUTHOR.        J HARTWELL.
004400 INSTALLATION.  INTERFACE ENGINEERING.
004500 DATE-WRITTEN.  2026-10-14.
004600 DATE-COMPILED.
004700*
004800******************************************************************
004900**  MODIFICATION HISTORY                                        **
005000**  DATE       INIT  DESCRIPTION                                **
005100**  ---------- ----  ------------------------------------------ **
005200**  2026-10-14  JMH  Initial version - batch run-control ledger **
005300**                   and predecessor checks.                    **
005400******************************************************************
005500*
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.  IBM-370.
005900 OBJECT-COMPUTER.  IBM-370.
006000*
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT RN8-PARM-FILE         ASSIGN TO RUNPARM
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS IS RN8-PRM-FILE-STATUS.
006600*
006700     SELECT RN8-RUN-CONTROL-FILE  ASSIGN TO RUNCTLF
006800            ORGANIZATION IS INDEXED
006900            ACCESS MODE IS RANDOM
007000            RECORD KEY IS RN8-RUN-KEY
007100            FILE STATUS IS RN8-CTL-FILE-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  RN8-PARM-FILE
007600     RECORDING MODE IS F.
007700     COPY RUNPRM.
007800*
007900 FD  RN8-RUN-CONTROL-FILE
008000     RECORDING MODE IS F.
008100     COPY RUNCTL.
008200*
008300 WORKING-STORAGE SECTION.
008400 01  RN8-PRM-FILE-STATUS            PIC X(02) VALUE '00'.
008500 01  RN8-CTL-FILE-STATUS            PIC X(02) VALUE '00'.
008600*
008700 77  RN8-PARM-EOF-SWITCH            PIC X(01) VALUE 'N'.
008800     88  RN8-PARM-EOF                      VALUE 'Y'.
008900 77  RN8-PARM-ERROR-SWITCH          PIC X(01) VALUE 'N'.
009000     88  RN8-PARM-IN-ERROR                 VALUE 'Y'.
009100 77  RN8-DATE-SET-SWITCH            PIC X(01) VALUE 'N'.
009200     88  RN8-DATE-IS-SET                   VALUE 'Y'.
009300 77  RN8-ROW-FOUND-SWITCH           PIC X(01) VALUE 'N'.
009400     88  RN8-OWN-ROW-FOUND                 VALUE 'Y'.
009500 77  RN8-REFUSED-SWITCH             PIC X(01) VALUE 'N'.
009600     88  RN8-START-REFUSED                 VALUE 'Y'.
009700 77  RN8-RERUN-SWITCH               PIC X(01) VALUE 'N'.
009800     88  RN8-RERUN-ALLOWED                 VALUE 'Y'.
009900*
010000******************************************************************
010100**  BUSINESS DATE - SET AT 'B' AND KEPT FOR THE 'E' CALL, SO A  **
010200**  PROGRAM RUNNING ACROSS THE CUTOFF HOUR CLOSES THE ROW IT    **
010300**  OPENED.                                                     **
010400******************************************************************
010500 01  RN8-BUSINESS-DATE              PIC X(08) VALUE SPACES.
010600 01  RN8-OVERRIDE-DATE              PIC X(08) VALUE SPACES.
010700 01  RN8-CUTOFF-HOUR                PIC 9(02) VALUE 12.
010800 01  RN8-TODAY                      PIC 9(08) VALUE 0.
010900 01  RN8-NOW                        PIC 9(08) VALUE 0.
011000 01  RN8-NOW-PARTS REDEFINES RN8-NOW.
011100     05  RN8-NOW-HH                 PIC 9(02).
011200     05  FILLER                     PIC 9(06).
011300 01  RN8-TODAY-JULIAN               PIC 9(07) VALUE 0.
011400 01  RN8-YESTERDAY-JULIAN           PIC 9(07) VALUE 0.
011500 01  RN8-YESTERDAY                  PIC 9(08) VALUE 0.
011600*
011700******************************************************************
011800**  PREDECESSORS OF THE CALLING PROGRAM ('P' RECORDS) AND THE   **
011900**  BUSINESS DATES IT MAY BE RERUN FOR ('A' RECORDS).  MORE     **
012000**  THAN THE TABLES HOLD IS A RUNPARM ERROR.                    **
012100******************************************************************
012200 77  RN8-PT-MAX-ENTRIES             PIC S9(04) COMP VALUE 20.
012300 77  RN8-PT-USED                    PIC S9(04) COMP VALUE 0.
012400 77  RN8-PT-SUB                     PIC S9(04) COMP VALUE 0.
012500 01  RN8-PREDECESSOR-TABLE.
012600     05  RN8-PT-PROGRAM-ID          PIC X(08) OCCURS 20 TIMES.
012700 77  RN8-AT-MAX-ENTRIES             PIC S9(04) COMP VALUE 20.
012800 77  RN8-AT-USED                    PIC S9(04) COMP VALUE 0.
012900 77  RN8-AT-SUB                     PIC S9(04) COMP VALUE 0.
013000 01  RN8-RERUN-TABLE.
013100     05  RN8-AT-BUSINESS-DATE       PIC X(08) OCCURS 20 TIMES.
013200*
013300 01  RN8-SAVED-CONTROL-RECORD       PIC X(120) VALUE SPACES.
013400 01  RN8-REFUSE-REASON              PIC X(30) VALUE SPACES.
013500 01  RN8-PRED-STATE                 PIC X(09) VALUE SPACES.
013600*
013700 LINKAGE SECTION.
013800 01  RN8-FUNCTION-CODE              PIC X(01).
013900     88  RN8-BEGIN-FUNCTION                VALUE 'B'.
014000     88  RN8-END-FUNCTION                  VALUE 'E'.
014100     88  RN8-DATE-FUNCTION                 VALUE 'D'.
014200 01  RN8-LK-PROGRAM-ID              PIC X(08).
014300 01  RN8-LK-COUNT-IN                PIC 9(09).
014400 01  RN8-LK-COUNT-OUT               PIC 9(09).
014500 01  RN8-LK-STEP-RC                 PIC 9(04).
014600 01  RN8-LK-BUSINESS-DATE           PIC X(08).
014700 01  RN8-LK-RETURN-CODE             PIC S9(09) BINARY.
014800*
014900 PROCEDURE DIVISION USING RN8-FUNCTION-CODE
015000                          RN8-LK-PROGRAM-ID
015100                          RN8-LK-COUNT-IN
015200                          RN8-LK-COUNT-OUT
015300                          RN8-LK-STEP-RC
015400                          RN8-LK-BUSINESS-DATE
015500                          RN8-LK-RETURN-CODE.
015600*
015700 0000-MAINLINE.
015800     MOVE 0                         TO RN8-LK-RETURN-CODE
015900     EVALUATE TRUE
016000         WHEN RN8-BEGIN-FUNCTION
016100             PERFORM 1000-BEGIN-RUN     THRU 1000-EXIT
016200         WHEN RN8-END-FUNCTION
016300             PERFORM 2000-END-RUN       THRU 2000-EXIT
016400         WHEN RN8-DATE-FUNCTION
016500             PERFORM 3000-RETURN-DATE   THRU 3000-EXIT
016600         WHEN OTHER
016700             MOVE 8                     TO RN8-LK-RETURN-CODE
016800     END-EVALUATE
016900     GOBACK.
017000*
017100******************************************************************
017200**  1000-BEGIN-RUN                                               **
017300**  Every predecessor is checked, so the console shows all of    **
017400**  them at once; the first reason found goes on the ledger.     **
017500******************************************************************
017600 1000-BEGIN-RUN.
017700     PERFORM 1100-LOAD-PARM         THRU 1100-EXIT
017800     IF RN8-PARM-IN-ERROR
017900         MOVE 16                    TO RN8-LK-RETURN-CODE
018000         GO TO 1000-EXIT
018100     END-IF
018200     PERFORM 1200-SET-BUSINESS-DATE THRU 1200-EXIT
018300     MOVE RN8-BUSINESS-DATE         TO RN8-LK-BUSINESS-DATE
018400     OPEN I-O RN8-RUN-CONTROL-FILE
018500     IF RN8-CTL-FILE-STATUS NOT = '00'
018600         DISPLAY 'RUN080 - OPEN FAILED FOR RUNCTLF, STATUS='
018700                 RN8-CTL-FILE-STATUS
018800         MOVE 16                    TO RN8-LK-RETURN-CODE
018900         GO TO 1000-EXIT
019000     END-IF
019100     MOVE 'N'                       TO RN8-REFUSED-SWITCH
019200     MOVE SPACES                    TO RN8-REFUSE-REASON
019300     PERFORM 1300-CHECK-OWN-ROW     THRU 1300-EXIT
019400     PERFORM 1400-CHECK-PREDECESSOR THRU 1400-EXIT
019500         VARYING RN8-PT-SUB FROM 1 BY 1
019600         UNTIL RN8-PT-SUB > RN8-PT-USED
019700     IF RN8-START-REFUSED
019800         MOVE 12                    TO RN8-LK-RETURN-CODE
019900         PERFORM 1600-RECORD-REFUSAL THRU 1600-EXIT
020000     ELSE
020100         PERFORM 1500-RECORD-START  THRU 1500-EXIT
020200     END-IF
020300     CLOSE RN8-RUN-CONTROL-FILE.
020400 1000-EXIT.
020500     EXIT.
020600*
020700******************************************************************
020800**  1100-LOAD-PARM                                               **
020900**  Reads RUNPARM for the calling program's predecessors and     **
021000**  rerun dates, the business date override and the cutoff       **
021100**  hour.  Records for other programs, comments ('*') and        **
021200**  blank lines are skipped.                                     **
021300******************************************************************
021400 1100-LOAD-PARM.
021500     MOVE 'N'                       TO RN8-PARM-EOF-SWITCH
021600     MOVE 'N'                       TO RN8-PARM-ERROR-SWITCH
021700     MOVE 0                         TO RN8-PT-USED
021800     MOVE 0                         TO RN8-AT-USED
021900     MOVE SPACES                    TO RN8-OVERRIDE-DATE
022000     MOVE 12                        TO RN8-CUTOFF-HOUR
022100     OPEN INPUT RN8-PARM-FILE
022200     IF RN8-PRM-FILE-STATUS NOT = '00'
022300         DISPLAY 'RUN080 - OPEN FAILED FOR RUNPARM, STATUS='
022400                 RN8-PRM-FILE-STATUS
022500         SET RN8-PARM-IN-ERROR      TO TRUE
022600         GO TO 1100-EXIT
022700     END-IF
022800     PERFORM 1190-READ-PARM         THRU 1190-EXIT
022900     PERFORM 1110-APPLY-PARM        THRU 1110-EXIT
023000         UNTIL RN8-PARM-EOF OR RN8-PARM-IN-ERROR
023100     CLOSE RN8-PARM-FILE.
023200 1100-EXIT.
023300     EXIT.
023400*
023500 1110-APPLY-PARM.
023600     EVALUATE TRUE
023700         WHEN RN8-PRM-PREDECESSOR
023800             IF RN8-PRM-PROGRAM-ID = RN8-LK-PROGRAM-ID
023900                    AND RN8-PRM-OPERAND NOT = SPACES
024000                 PERFORM 1120-ADD-PREDECESSOR THRU 1120-EXIT
024100             END-IF
024200         WHEN RN8-PRM-RERUN
024300             IF RN8-PRM-PROGRAM-ID = RN8-LK-PROGRAM-ID
024400                 PERFORM 1130-ADD-RERUN THRU 1130-EXIT
024500             END-IF
024600         WHEN RN8-PRM-BUSINESS-DATE
024700             IF RN8-PRM-OPERAND NOT NUMERIC
024800                 DISPLAY 'RUN080 - RUNPARM BUSINESS DATE NOT '
024900                         'NUMERIC: ' RN8-PRM-OPERAND
025000                 SET RN8-PARM-IN-ERROR TO TRUE
025100             ELSE
025200                 MOVE RN8-PRM-OPERAND TO RN8-OVERRIDE-DATE
025300             END-IF
025400         WHEN RN8-PRM-CUTOFF-HOUR
025500             IF RN8-PRM-HOUR NOT NUMERIC
025600                    OR RN8-PRM-HOUR > '23'
025700                 DISPLAY 'RUN080 - RUNPARM CUTOFF HOUR INVALID: '
025800                         RN8-PRM-HOUR
025900                 SET RN8-PARM-IN-ERROR TO TRUE
026000             ELSE
026100                 MOVE RN8-PRM-HOUR  TO RN8-CUTOFF-HOUR
026200             END-IF
026300         WHEN OTHER
026400             CONTINUE
026500     END-EVALUATE
026600     PERFORM 1190-READ-PARM         THRU 1190-EXIT.
026700 1110-EXIT.
026800     EXIT.
026900*
027000 1120-ADD-PREDECESSOR.
027100     IF RN8-PT-USED NOT < RN8-PT-MAX-ENTRIES
027200         DISPLAY 'RUN080 - PREDECESSORS OF ' RN8-LK-PROGRAM-ID
027300                 ' EXCEED TABLE LIMIT ' RN8-PT-MAX-ENTRIES
027400         SET RN8-PARM-IN-ERROR      TO TRUE
027500         GO TO 1120-EXIT
027600     END-IF
027700     ADD 1                          TO RN8-PT-USED
027800     MOVE RN8-PRM-OPERAND           TO
027900         RN8-PT-PROGRAM-ID(RN8-PT-USED).
028000 1120-EXIT.
028100     EXIT.
028200*
028300 1130-ADD-RERUN.
028400     IF RN8-AT-USED NOT < RN8-AT-MAX-ENTRIES
028500         DISPLAY 'RUN080 - RERUN DATES FOR ' RN8-LK-PROGRAM-ID
028600                 ' EXCEED TABLE LIMIT ' RN8-AT-MAX-ENTRIES
028700         SET RN8-PARM-IN-ERROR      TO TRUE
028800         GO TO 1130-EXIT
028900     END-IF
029000     ADD 1                          TO RN8-AT-USED
029100     MOVE RN8-PRM-OPERAND           TO
029200         RN8-AT-BUSINESS-DATE(RN8-AT-USED).
029300 1130-EXIT.
029400     EXIT.
029500*
029600 1190-READ-PARM.
029700     READ RN8-PARM-FILE
029800         AT END
029900             MOVE 'Y'               TO RN8-PARM-EOF-SWITCH
030000     END-READ.
030100 1190-EXIT.
030200     EXIT.
030300*
030400******************************************************************
030500**  1200-SET-BUSINESS-DATE                                       **
030600**  The RUNPARM override wins.  Otherwise a start before the     **
030700**  cutoff hour belongs to the previous day's business date.     **
030800******************************************************************
030900 1200-SET-BUSINESS-DATE.
031000     IF RN8-OVERRIDE-DATE NOT = SPACES
031100         MOVE RN8-OVERRIDE-DATE     TO RN8-BUSINESS-DATE
031200         SET RN8-DATE-IS-SET        TO TRUE
031300         GO TO 1200-EXIT
031400     END-IF
031500     ACCEPT RN8-TODAY               FROM DATE YYYYMMDD
031600     ACCEPT RN8-NOW                 FROM TIME
031700     IF RN8-NOW-HH < RN8-CUTOFF-HOUR
031800         COMPUTE RN8-TODAY-JULIAN =
031900             FUNCTION INTEGER-OF-DATE(RN8-TODAY)
032000         COMPUTE RN8-YESTERDAY-JULIAN = RN8-TODAY-JULIAN - 1
032100         COMPUTE RN8-YESTERDAY =
032200             FUNCTION DATE-OF-INTEGER(RN8-YESTERDAY-JULIAN)
032300         MOVE RN8-YESTERDAY         TO RN8-BUSINESS-DATE
032400     ELSE
032500         MOVE RN8-TODAY             TO RN8-BUSINESS-DATE
032600     END-IF
032700     SET RN8-DATE-IS-SET            TO TRUE.
032800 1200-EXIT.
032900     EXIT.
033000*
033100******************************************************************
033200**  1300-CHECK-OWN-ROW                                           **
033300**  A program that already completed for the business date is    **
033400**  refused unless a RUNPARM 'A' record names the date - this    **
033500**  is what stops an out-of-order rerun from billing a day       **
033600**  twice.  The row is saved for the update that follows the     **
033700**  predecessor reads.                                           **
033800******************************************************************
033900 1300-CHECK-OWN-ROW.
034000     MOVE 'N'                       TO RN8-ROW-FOUND-SWITCH
034100     MOVE RN8-BUSINESS-DATE         TO RN8-RUN-BUSINESS-DATE
034200     MOVE RN8-LK-PROGRAM-ID         TO RN8-RUN-PROGRAM-ID
034300     READ RN8-RUN-CONTROL-FILE
034400         INVALID KEY
034500             CONTINUE
034600         NOT INVALID KEY
034700             SET RN8-OWN-ROW-FOUND  TO TRUE
034800             MOVE RN8-RUN-CONTROL-RECORD TO
034900                 RN8-SAVED-CONTROL-RECORD
035000     END-READ
035100     IF NOT RN8-OWN-ROW-FOUND
035200         GO TO 1300-EXIT
035300     END-IF
035400     IF NOT RN8-RUN-COMPLETED
035500         GO TO 1300-EXIT
035600     END-IF
035700     MOVE 'N'                       TO RN8-RERUN-SWITCH
035800     PERFORM 1310-SCAN-RERUN        THRU 1310-EXIT
035900         VARYING RN8-AT-SUB FROM 1 BY 1
036000         UNTIL RN8-AT-SUB > RN8-AT-USED
036100            OR RN8-RERUN-ALLOWED
036200     IF RN8-RERUN-ALLOWED
036300         DISPLAY 'RUN080 - ' RN8-LK-PROGRAM-ID
036400                 ' RERUN ALLOWED BY RUNPARM FOR BUSINESS DATE '
036500                 RN8-BUSINESS-DATE
036600         GO TO 1300-EXIT
036700     END-IF
036800     SET RN8-START-REFUSED          TO TRUE
036900     MOVE 'ALREADY COMPLETED FOR THE DATE' TO RN8-REFUSE-REASON
037000     DISPLAY 'RUN080 - ' RN8-LK-PROGRAM-ID
037100             ' REFUSED: ALREADY COMPLETED FOR BUSINESS DATE '
037200             RN8-BUSINESS-DATE
037300     DISPLAY 'RUN080 - A RERUN NEEDS A RUNPARM A RECORD FOR '
037400             'THE DATE'.
037500 1300-EXIT.
037600     EXIT.
037700*
037800 1310-SCAN-RERUN.
037900     IF RN8-AT-BUSINESS-DATE(RN8-AT-SUB) = RN8-BUSINESS-DATE
038000         SET RN8-RERUN-ALLOWED      TO TRUE
038100     END-IF.
038200 1310-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600**  1400-CHECK-PREDECESSOR                                       **
038700**  A predecessor must have a completed row for the same         **
038800**  business date.  Not run, still started (running or           **
038900**  abended), failed or refused all refuse the start.            **
039000******************************************************************
039100 1400-CHECK-PREDECESSOR.
039200     MOVE RN8-BUSINESS-DATE         TO RN8-RUN-BUSINESS-DATE
039300     MOVE RN8-PT-PROGRAM-ID(RN8-PT-SUB) TO RN8-RUN-PROGRAM-ID
039400     READ RN8-RUN-CONTROL-FILE
039500         INVALID KEY
039600             MOVE 'NOT RUN'         TO RN8-PRED-STATE
039700         NOT INVALID KEY
039800             EVALUATE TRUE
039900                 WHEN RN8-RUN-COMPLETED
040000                     MOVE SPACES    TO RN8-PRED-STATE
040100                 WHEN RN8-RUN-STARTED
040200                     MOVE 'NOT ENDED' TO RN8-PRED-STATE
040300                 WHEN RN8-RUN-FAILED
040400                     MOVE 'FAILED'  TO RN8-PRED-STATE
040500                 WHEN RN8-RUN-REFUSED
040600                     MOVE 'REFUSED' TO RN8-PRED-STATE
040700                 WHEN OTHER
040800                     MOVE 'UNKNOWN' TO RN8-PRED-STATE
040900             END-EVALUATE
041000     END-READ
041100     IF RN8-PRED-STATE = SPACES
041200         GO TO 1400-EXIT
041300     END-IF
041400     SET RN8-START-REFUSED          TO TRUE
041500     IF RN8-REFUSE-REASON = SPACES
041600         STRING 'PREDECESSOR '
041700                RN8-PT-PROGRAM-ID(RN8-PT-SUB)
041800                ' ' RN8-PRED-STATE
041900             DELIMITED BY SIZE INTO RN8-REFUSE-REASON
042000     END-IF
042100     DISPLAY 'RUN080 - ' RN8-LK-PROGRAM-ID
042200             ' REFUSED: PREDECESSOR '
042300             RN8-PT-PROGRAM-ID(RN8-PT-SUB) ' '
042400             RN8-PRED-STATE ' FOR BUSINESS DATE '
042500             RN8-BUSINESS-DATE.
042600 1400-EXIT.
042700     EXIT.
042800*
042900******************************************************************
043000**  1500-RECORD-START                                            **
043100**  Opens (or reopens, on a restart or an allowed rerun) the     **
043200**  program's row for the business date as started.              **
043300******************************************************************
043400 1500-RECORD-START.
043500     IF RN8-OWN-ROW-FOUND
043600         MOVE RN8-SAVED-CONTROL-RECORD TO RN8-RUN-CONTROL-RECORD
043700     ELSE
043800         PERFORM 1700-NEW-ROW       THRU 1700-EXIT
043900     END-IF
044000     ACCEPT RN8-TODAY               FROM DATE YYYYMMDD
044100     ACCEPT RN8-NOW                 FROM TIME
044200     SET RN8-RUN-STARTED            TO TRUE
044300     MOVE RN8-TODAY                 TO RN8-RUN-START-DATE
044400     MOVE RN8-NOW                   TO RN8-RUN-START-TIME
044500     MOVE SPACES                    TO RN8-RUN-END-DATE
044600     MOVE SPACES                    TO RN8-RUN-END-TIME
044700     MOVE SPACES                    TO RN8-RUN-REFUSE-REASON
044800     MOVE 0                         TO RN8-RUN-STEP-RC
044900     MOVE 0                         TO RN8-RUN-COUNT-IN
045000     MOVE 0                         TO RN8-RUN-COUNT-OUT
045100     ADD 1                          TO RN8-RUN-ATTEMPTS
045200     PERFORM 1800-PUT-ROW           THRU 1800-EXIT.
045300 1500-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700**  1600-RECORD-REFUSAL                                          **
045800**  A refused start is counted on the program's row.  A row      **
045900**  that already completed keeps its status, so the refused      **
046000**  rerun does not undo the good run.                            **
046100******************************************************************
046200 1600-RECORD-REFUSAL.
046300     IF RN8-OWN-ROW-FOUND
046400         MOVE RN8-SAVED-CONTROL-RECORD TO RN8-RUN-CONTROL-RECORD
046500         IF NOT RN8-RUN-COMPLETED
046600             SET RN8-RUN-REFUSED    TO TRUE
046700         END-IF
046800     ELSE
046900         PERFORM 1700-NEW-ROW       THRU 1700-EXIT
047000         SET RN8-RUN-REFUSED        TO TRUE
047100     END-IF
047200     ADD 1                          TO RN8-RUN-REFUSALS
047300     MOVE RN8-REFUSE-REASON         TO RN8-RUN-REFUSE-REASON
047400     PERFORM 1800-PUT-ROW           THRU 1800-EXIT.
047500 1600-EXIT.
047600     EXIT.
047700*
047800 1700-NEW-ROW.
047900     MOVE SPACES                    TO RN8-RUN-CONTROL-RECORD
048000     MOVE RN8-BUSINESS-DATE         TO RN8-RUN-BUSINESS-DATE
048100     MOVE RN8-LK-PROGRAM-ID         TO RN8-RUN-PROGRAM-ID
048200     MOVE 0                         TO RN8-RUN-STEP-RC
048300     MOVE 0                         TO RN8-RUN-COUNT-IN
048400     MOVE 0                         TO RN8-RUN-COUNT-OUT
048500     MOVE 0                         TO RN8-RUN-ATTEMPTS
048600     MOVE 0                         TO RN8-RUN-REFUSALS.
048700 1700-EXIT.
048800     EXIT.
048900*
049000 1800-PUT-ROW.
049100     IF RN8-OWN-ROW-FOUND
049200         REWRITE RN8-RUN-CONTROL-RECORD
049300     ELSE
049400         WRITE RN8-RUN-CONTROL-RECORD
049500     END-IF
049600     IF RN8-CTL-FILE-STATUS NOT = '00'
049700         DISPLAY 'RUN080 - LEDGER UPDATE FAILED FOR '
049800                 RN8-LK-PROGRAM-ID ', STATUS='
049900                 RN8-CTL-FILE-STATUS
050000         MOVE 16                    TO RN8-LK-RETURN-CODE
050100     END-IF.
050200 1800-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600**  2000-END-RUN                                                 **
050700**  Completes the row opened at 'B': status C for a step         **
050800**  return code under 8, F otherwise.                            **
050900******************************************************************
051000 2000-END-RUN.
051100     IF NOT RN8-DATE-IS-SET
051200         DISPLAY 'RUN080 - END CALL FOR ' RN8-LK-PROGRAM-ID
051300                 ' WITHOUT A BEGIN CALL'
051400         MOVE 8                     TO RN8-LK-RETURN-CODE
051500         GO TO 2000-EXIT
051600     END-IF
051700     MOVE RN8-BUSINESS-DATE         TO RN8-LK-BUSINESS-DATE
051800     OPEN I-O RN8-RUN-CONTROL-FILE
051900     IF RN8-CTL-FILE-STATUS NOT = '00'
052000         DISPLAY 'RUN080 - OPEN FAILED FOR RUNCTLF, STATUS='
052100                 RN8-CTL-FILE-STATUS
052200         MOVE 16                    TO RN8-LK-RETURN-CODE
052300         GO TO 2000-EXIT
052400     END-IF
052500     MOVE 'N'                       TO RN8-ROW-FOUND-SWITCH
052600     MOVE RN8-BUSINESS-DATE         TO RN8-RUN-BUSINESS-DATE
052700     MOVE RN8-LK-PROGRAM-ID         TO RN8-RUN-PROGRAM-ID
052800     READ RN8-RUN-CONTROL-FILE
052900         INVALID KEY
053000             PERFORM 1700-NEW-ROW   THRU 1700-EXIT
053100             MOVE 1                 TO RN8-RUN-ATTEMPTS
053200         NOT INVALID KEY
053300             SET RN8-OWN-ROW-FOUND  TO TRUE
053400     END-READ
053500     ACCEPT RN8-TODAY               FROM DATE YYYYMMDD
053600     ACCEPT RN8-NOW                 FROM TIME
053700     MOVE RN8-TODAY                 TO RN8-RUN-END-DATE
053800     MOVE RN8-NOW                   TO RN8-RUN-END-TIME
053900     MOVE RN8-LK-STEP-RC            TO RN8-RUN-STEP-RC
054000     MOVE RN8-LK-COUNT-IN           TO RN8-RUN-COUNT-IN
054100     MOVE RN8-LK-COUNT-OUT          TO RN8-RUN-COUNT-OUT
054200     IF RN8-LK-STEP-RC < 8
054300         SET RN8-RUN-COMPLETED      TO TRUE
054400     ELSE
054500         SET RN8-RUN-FAILED         TO TRUE
054600     END-IF
054700     PERFORM 1800-PUT-ROW           THRU 1800-EXIT
054800     CLOSE RN8-RUN-CONTROL-FILE
054900     MOVE 'N'                       TO RN8-DATE-SET-SWITCH.
055000 2000-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400**  3000-RETURN-DATE                                             **
055500**  Business date only, for the run-status report.               **
055600******************************************************************
055700 3000-RETURN-DATE.
055800     PERFORM 1100-LOAD-PARM         THRU 1100-EXIT
055900     IF RN8-PARM-IN-ERROR
056000         MOVE 16                    TO RN8-LK-RETURN-CODE
056100         GO TO 3000-EXIT
056200     END-IF
056300     PERFORM 1200-SET-BUSINESS-DATE THRU 1200-EXIT
056400     MOVE RN8-BUSINESS-DATE         TO RN8-LK-BUSINESS-DATE
056500     MOVE 'N'                       TO RN8-DATE-SET-SWITCH.
056600 3000-EXIT.
056700     EXIT.
056800*
056900 9999-EXIT.
057000     EXIT.
