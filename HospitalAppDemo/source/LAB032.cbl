000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     LAB032                                      **
000400**                                                              **
000500**  DESCRIPTION:    Nightly orphan-result re-match cycle.       **
000600**                  Retries every result held on the LABSUSF    **
000700**                  suspense file (written by LAB025/LAB026     **
000800**                  when a result's CORRELID found no order)    **
000900**                  against ORDTRKF - first by CORRELID, in     **
001000**                  case the order has since been tracked,      **
001100**                  then, for a garbled CORRELID, by patient    **
001200**                  ID plus test code against orders still      **
001300**                  open (pending or timed out), oldest order   **
001400**                  first.  A recovered result marks its order  **
001500**                  matched exactly as LAB025 does, is written  **
001600**                  under the order's own CORRELID to the       **
001700**                  recovered-result extract that LAB027 reads  **
001800**                  behind the day's extract, and leaves the    **
001900**                  suspense file.  Results still unmatched     **
002000**                  SUSPARM days after they were first seen     **
002100**                  are listed on the aging report for the      **
002200**                  lab liaison.                                **
002210**                  Every recovered result, and every later     **
002220**                  result for an order already matched, is     **
002230**                  kept on the RESHSTF result history with     **
002240**                  its text, as LAB025 keeps the day's.        **
002250**                  A result still unmatched after the night's  **
002260**                  retries and the SUSPARM close-out days is   **
002270**                  purged from the suspense file onto the      **
002271**                  report and counted.  A correction recovered **
002272**                  from suspense is listed on LAB032C for the  **
002273**                  lab medical director, as LAB025 lists its   **
002274**                  own on LAB025C.                             **
002300**                                                              **
002400******************************************************************
002500*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    LAB032.
002800 AUTHOR.        J HARTWELL.
002900 INSTALLATION.  INTERFACE ENGINEERING.
003000 DATE-WRITTEN.  2026-10-14.
003100 DATE-COMPILED.
003200*
003300******************************************************************
003400**  MODIFICATION HISTORY                                        **
003500**  DATE       INIT  DESCRIPTION                                **
003600**  ---------- ----  ------------------------------------------ **
003700**  2026-10-14  JMH  Initial version - orphan result re-match.  **
003710**  2026-10-14  JMH  An orphan whose order LAB020 has since     **
003720**                   cancelled is cleared without a recovered   **
003730**                   result and counted separately.             **
003740**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003750**                   control ledger through RUN080; the run is  **
003760**                   refused when a predecessor has not         **
003770**                   completed for the business date.           **
003771**  2026-10-15  JMH  A recovered result is written to the       **
003772**                   RESHSTF result history with its text.  An  **
003773**                   orphan for an order already matched is     **
003774**                   cleared only when it duplicates a version  **
003775**                   on file; a new result date/time is         **
003776**                   recorded as the next version and sent to   **
003777**                   the recovered extract, the same date/time  **
003778**                   with different text is left in suspense.   **
003779**  2026-10-15  JMH  An orphan whose result cannot be recorded  **
003780**                   on RESHSTF, or whose order cannot be       **
003781**                   rewritten, is left in suspense rather than **
003782**                   cleared. A row unmatched for the SUSPARM   **
003783**                   cols 4-6 close-out days (default 90) is    **
003784**                   purged onto the report. The step ends RC 8 **
003785**                   on any history or suspense error.          **
003786**  2026-10-15  JMH  Corrections recovered from suspense are    **
003787**                   listed on LAB032C. The close-out purge     **
003788**                   runs after the night's retries, on rows    **
003789**                   still unmatched. A failed ORDTRKF rewrite  **
003790**                   leaves the orphan in suspense and ends the **
003791**                   step RC 8.                                 **
003800******************************************************************
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  IBM-370.
004300 OBJECT-COMPUTER.  IBM-370.
004400*
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT LS2-SUSPENSE-PARM-FILE ASSIGN TO SUSPARM
004800            ORGANIZATION IS SEQUENTIAL.
004900*
005000     SELECT LS2-SUSPENSE-FILE     ASSIGN TO LABSUSF
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS DYNAMIC
005300            RECORD KEY IS LS2-SUS-KEY
005400            FILE STATUS IS LS2-SUS-FILE-STATUS.
005500*
005600     SELECT LS2-ORDER-TRACK-FILE  ASSIGN TO ORDTRKF
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE IS DYNAMIC
005900            RECORD KEY IS LB2-TRK-CORRELID
006000            FILE STATUS IS LS2-TRK-FILE-STATUS.
006100*
006200     SELECT LS2-RECOVERED-RESULT-FILE ASSIGN TO LABRESM
006300            ORGANIZATION IS SEQUENTIAL.
006400*
006410     SELECT LS2-RESULT-HISTORY-FILE ASSIGN TO RESHSTF
006420            ORGANIZATION IS INDEXED
006430            ACCESS MODE IS DYNAMIC
006440            RECORD KEY IS LH5-HST-KEY
006450            FILE STATUS IS LS2-HST-FILE-STATUS.
006460*
006500     SELECT LS2-AGING-REPORT      ASSIGN TO LAB032R
006600            ORGANIZATION IS SEQUENTIAL.
006610*
006620     SELECT LS2-CORRECTION-REPORT ASSIGN TO LAB032C
006630            ORGANIZATION IS SEQUENTIAL.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  LS2-SUSPENSE-PARM-FILE
007100     RECORDING MODE IS F.
007200 01  LS2-PARM-RECORD                PIC X(80).
007300*
007400 FD  LS2-SUSPENSE-FILE
007500     RECORDING MODE IS F.
007600     COPY LABSUS.
007700*
007800 FD  LS2-ORDER-TRACK-FILE
007900     RECORDING MODE IS F.
008000     COPY ORDTRK.
008100*
008200 FD  LS2-RECOVERED-RESULT-FILE
008300     RECORDING MODE IS F.
008400     COPY LABRES.
008500*
008510 FD  LS2-RESULT-HISTORY-FILE
008520     RECORDING MODE IS F.
008530     COPY RESHST.
008540*
008600 FD  LS2-AGING-REPORT
008700     RECORDING MODE IS F.
008800 01  LS2-REPORT-LINE                PIC X(132).
008810*
008820 FD  LS2-CORRECTION-REPORT
008830     RECORDING MODE IS F.
008840 01  LS2-CORRECTION-LINE            PIC X(132).
008900*
009000 WORKING-STORAGE SECTION.
009100*
009200 01  LS2-SUS-FILE-STATUS            PIC X(02) VALUE '00'.
009300 01  LS2-TRK-FILE-STATUS            PIC X(02) VALUE '00'.
009310 01  LS2-HST-FILE-STATUS            PIC X(02) VALUE '00'.
009400*
009500 77  LS2-PARM-EOF-SWITCH            PIC X(01) VALUE 'N'.
009600     88  LS2-PARM-EOF                      VALUE 'Y'.
009700 77  LS2-SUSPENSE-EOF-SWITCH        PIC X(01) VALUE 'N'.
009800     88  LS2-SUSPENSE-EOF                  VALUE 'Y'.
009900 77  LS2-TRACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
010000     88  LS2-TRACK-EOF                     VALUE 'Y'.
010100 77  LS2-ABORT-SWITCH               PIC X(01) VALUE 'N'.
010200     88  LS2-ABORT-RUN                     VALUE 'Y'.
010300 77  LS2-SUSPENSE-READ              PIC 9(07) COMP VALUE 0.
010400 77  LS2-MATCHED-BY-CORRELID        PIC 9(07) COMP VALUE 0.
010500 77  LS2-MATCHED-BY-PATIENT-TEST    PIC 9(07) COMP VALUE 0.
010600 77  LS2-ALREADY-MATCHED            PIC 9(07) COMP VALUE 0.
010610 77  LS2-ORDER-CANCELLED            PIC 9(07) COMP VALUE 0.
010700 77  LS2-STILL-SUSPENDED            PIC 9(07) COMP VALUE 0.
010800 77  LS2-AGED-RESULTS               PIC 9(07) COMP VALUE 0.
010900 77  LS2-SUSPENSE-ERRORS            PIC 9(07) COMP VALUE 0.
010910 77  LS2-LATER-VERSIONS             PIC 9(07) COMP VALUE 0.
010920 77  LS2-TEXT-DIFFERS               PIC 9(07) COMP VALUE 0.
010930 77  LS2-HISTORY-ERRORS             PIC 9(07) COMP VALUE 0.
010940 77  LS2-RESULTS-PURGED             PIC 9(07) COMP VALUE 0.
010950 77  LS2-RESULTS-CORRECTED          PIC 9(07) COMP VALUE 0.
011000*
011100******************************************************************
011200**  AGING PARAMETER - DAYS AN UNMATCHED RESULT MAY SIT ON THE    **
011300**  SUSPENSE FILE BEFORE IT IS LISTED FOR THE LAB LIAISON.       **
011400**  READ FROM THE FIRST SUSPARM RECORD, COLUMNS 1-3.             **
011410**  CLOSE-OUT FROM COLUMNS 4-6 - DAYS AFTER WHICH A RESULT STILL **
011420**  UNMATCHED IS PURGED FROM THE SUSPENSE FILE ONTO THE REPORT.  **
011430**  BLANK TAKES 90.  IT MUST EXCEED THE AGING DAYS, SO EVERY     **
011440**  RESULT IS LISTED FOR THE LAB LIAISON BEFORE IT IS CLOSED.    **
011500******************************************************************
011600 01  LS2-AGING-DAYS                 PIC 9(03) VALUE 0.
011610 01  LS2-PURGE-DAYS                 PIC 9(03) VALUE 90.
011700 01  LS2-PARM-DAYS-X                PIC X(03) VALUE SPACES.
011800 01  LS2-PARM-DAYS-9 REDEFINES LS2-PARM-DAYS-X
011900                                    PIC 9(03).
012000*
012100 01  LS2-RUN-DATE                   PIC 9(08) VALUE 0.
012200 01  LS2-RUN-JULIAN                 PIC 9(07) VALUE 0.
012300 01  LS2-SEEN-YYYYMMDD              PIC 9(08) VALUE 0.
012400 01  LS2-SEEN-JULIAN                PIC 9(07) VALUE 0.
012500 01  LS2-AGE-DAYS                   PIC S9(05) VALUE 0.
012510 01  LS2-RUN-TIME                   PIC 9(08) VALUE 0.
012600*
012700******************************************************************
012800**  SUSPENSE TABLE - THE WHOLE SUSPENSE FILE IS LOADED SO THE    **
012900**  PATIENT/TEST FALLBACK NEEDS ONE PASS OF ORDTRKF, NOT ONE     **
013000**  PASS PER ORPHAN.  EACH ENTRY CARRIES HOW (IF AT ALL) IT WAS  **
013100**  RESOLVED THIS RUN AND THE ORDER IT RESOLVED TO.  A ROW PAST  **
013110**  THE CLOSE-OUT AGE IS LOADED AND RETRIED LIKE ANY OTHER, AND  **
013120**  PURGED ONLY IF STILL UNMATCHED AFTER THE RETRY.  MORE ROWS   **
013200**  THAN THE TABLE HOLDS ABORTS THE RUN BEFORE ANY MATCH IS      **
013300**  APPLIED - A SUSPENSE FILE THAT SIZE NEEDS A PERSON, NOT A    **
013400**  PARTIAL RETRY.                                               **
013500******************************************************************
013600 77  LS2-ST-MAX-ENTRIES             PIC S9(04) COMP VALUE 2000.
013700 77  LS2-ST-USED                    PIC S9(04) COMP VALUE 0.
013800 77  LS2-ST-SUB                     PIC S9(04) COMP VALUE 0.
013900 77  LS2-ST-FOUND-SUB               PIC S9(04) COMP VALUE 0.
014000 77  LS2-ST-OPEN-COUNT              PIC S9(04) COMP VALUE 0.
014100 01  LS2-SUSPENSE-TABLE.
014200     05  LS2-ST-ENTRY OCCURS 2000 TIMES.
014300         10  LS2-ST-KEY             PIC X(40).
014400         10  LS2-ST-PATIENT-ID      PIC X(10).
014500         10  LS2-ST-TEST-CODE       PIC X(08).
014600         10  LS2-ST-RESOLUTION      PIC X(01).
014700             88  LS2-ST-UNRESOLVED          VALUE ' '.
014800             88  LS2-ST-BY-CORRELID         VALUE 'C'.
014900             88  LS2-ST-BY-PATIENT-TEST     VALUE 'F'.
015000             88  LS2-ST-ORDER-WAS-MATCHED   VALUE 'A'.
015010             88  LS2-ST-ORDER-WAS-CANCELLED VALUE 'X'.
015020             88  LS2-ST-CORRECTION-ADDED    VALUE 'V'.
015030             88  LS2-ST-LEFT-IN-SUSPENSE    VALUE 'H'.
015040             88  LS2-ST-NEW-TEXT-HELD       VALUE 'T'.
015050             88  LS2-ST-STAYS-IN-SUSPENSE   VALUE 'H' 'T'.
015060             88  LS2-ST-CLOSED-OUT          VALUE 'P'.
015100         10  LS2-ST-ORDER-CORRELID  PIC X(24).
015200         10  LS2-ST-ORDER-NUMBER    PIC X(12).
015300*
015400 01  LS2-COUNT-DISPLAY              PIC ZZZZZZ9.
015500 01  LS2-AGE-DISPLAY                PIC ZZZZ9.
015600 01  LS2-MATCH-METHOD               PIC X(23) VALUE SPACES.
015601*
015602******************************************************************
015603**  RESULT HISTORY SCAN - THE ORDER'S VERSIONS ARE READ IN       **
015604**  SEQUENCE ORDER TO FIND THE LAST ONE - THE PRIOR RESULT A     **
015605**  CORRECTION REPLACES - AND WHETHER THE ORPHAN'S RESULT        **
015606**  DATE/TIME IS ALREADY AMONG THEM.                             **
015607******************************************************************
015608 77  LS2-HST-SCAN-DONE-SWITCH       PIC X(01) VALUE 'N'.
015609     88  LS2-HST-SCAN-DONE                 VALUE 'Y'.
015610 77  LS2-HST-STAMP-SWITCH           PIC X(01) VALUE 'N'.
015611     88  LS2-HST-STAMP-NEW                 VALUE 'N'.
015612     88  LS2-HST-STAMP-SAME                VALUE 'E' 'T'.
015613     88  LS2-HST-EXACT-DUPLICATE           VALUE 'E'.
015614     88  LS2-HST-TEXT-DIFFERS              VALUE 'T'.
015615 77  LS2-HST-WRITTEN-SWITCH         PIC X(01) VALUE 'N'.
015616     88  LS2-HST-WRITTEN                   VALUE 'Y'.
015620 77  LS2-ORDER-MARKED-SWITCH        PIC X(01) VALUE 'N'.
015630     88  LS2-ORDER-MARKED                  VALUE 'Y'.
015640 01  LS2-LAST-SEQ                   PIC 9(03) VALUE 0.
015641 01  LS2-PRIOR-RESULT-DATE          PIC X(08) VALUE SPACES.
015642 01  LS2-PRIOR-RESULT-TIME          PIC X(08) VALUE SPACES.
015643 01  LS2-PRIOR-MSG-TEXT             PIC X(60) VALUE SPACES.
015650*
015651 01  LS2-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
015652 01  LS2-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'LAB032'.
015653 01  LS2-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
015654 01  LS2-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
015655 01  LS2-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
015656 01  LS2-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
015657 01  LS2-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
015658*
015700 PROCEDURE DIVISION.
015800*
015900******************************************************************
016000**  0000-MAINLINE                                                **
016100******************************************************************
016200 0000-MAINLINE.
016210     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
016220     IF LS2-RUNCTL-RETURN-CODE NOT = 0
016230         MOVE LS2-RUNCTL-RETURN-CODE TO RETURN-CODE
016240         GOBACK
016250     END-IF
016300     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
016400     IF NOT LS2-ABORT-RUN
016500         PERFORM 2000-LOAD-SUSPENSE   THRU 2000-EXIT
016600             UNTIL LS2-SUSPENSE-EOF
016700                OR LS2-ABORT-RUN
016800     END-IF
016900     IF NOT LS2-ABORT-RUN
017000         PERFORM 3000-MATCH-BY-CORRELID THRU 3000-EXIT
017100             VARYING LS2-ST-SUB FROM 1 BY 1
017200             UNTIL LS2-ST-SUB > LS2-ST-USED
017300         IF LS2-ST-OPEN-COUNT > 0
017400             PERFORM 4000-MATCH-BY-PATIENT-TEST THRU 4000-EXIT
017500         END-IF
017600         PERFORM 5000-PRINT-RECOVERED THRU 5000-EXIT
017700         PERFORM 6000-PRINT-AGING     THRU 6000-EXIT
017710         PERFORM 7000-PRINT-CORRECTION-TOTAL THRU 7000-EXIT
017800     END-IF
017900     PERFORM 8000-TERMINATE           THRU 8000-EXIT
018000     EVALUATE TRUE
018010         WHEN LS2-ABORT-RUN
018100             MOVE 16                   TO RETURN-CODE
018110         WHEN LS2-HISTORY-ERRORS > 0
018120           OR LS2-SUSPENSE-ERRORS > 0
018130             MOVE 8                    TO RETURN-CODE
018200     END-EVALUATE
018210     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
018300     GOBACK.
018400*
018401******************************************************************
018402**  0100-BEGIN-RUN-CONTROL                                       **
018403**  Records the start on the RUNCTLF run-control ledger          **
018404**  through RUN080.  A refused start - a predecessor not         **
018405**  completed cleanly for the business date, or this program     **
018406**  already completed for it - ends the step before any file     **
018407**  is opened.                                                   **
018408******************************************************************
018409 0100-BEGIN-RUN-CONTROL.
018410     MOVE 'B'                       TO LS2-RUNCTL-FUNCTION-CODE
018411     CALL 'RUN080' USING LS2-RUNCTL-FUNCTION-CODE
018412                         LS2-RUNCTL-PROGRAM-ID
018413                         LS2-RUNCTL-COUNT-IN
018414                         LS2-RUNCTL-COUNT-OUT
018415                         LS2-RUNCTL-STEP-RC
018416                         LS2-RUNCTL-BUSINESS-DATE
018417                         LS2-RUNCTL-RETURN-CODE
018418     IF LS2-RUNCTL-RETURN-CODE NOT = 0
018419         DISPLAY 'LAB032 - RUN REFUSED BY RUN CONTROL FOR '
018420                 'BUSINESS DATE ' LS2-RUNCTL-BUSINESS-DATE
018421         DISPLAY 'LAB032 - RUN080 BEGIN RETURNED '
018422                 LS2-RUNCTL-RETURN-CODE
018423     END-IF.
018424 0100-EXIT.
018425     EXIT.
018426*
018427******************************************************************
018428**  0200-END-RUN-CONTROL                                         **
018429**  Records the end, the step return code and the record         **
018430**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
018431**  the step return code is put back afterwards.                 **
018432******************************************************************
018433 0200-END-RUN-CONTROL.
018434     MOVE RETURN-CODE               TO LS2-RUNCTL-STEP-RC
018435     MOVE LS2-SUSPENSE-READ         TO LS2-RUNCTL-COUNT-IN
018436     COMPUTE LS2-RUNCTL-COUNT-OUT =
018437         LS2-MATCHED-BY-CORRELID
018438         + LS2-MATCHED-BY-PATIENT-TEST
018439     MOVE 'E'                       TO LS2-RUNCTL-FUNCTION-CODE
018440     CALL 'RUN080' USING LS2-RUNCTL-FUNCTION-CODE
018441                         LS2-RUNCTL-PROGRAM-ID
018442                         LS2-RUNCTL-COUNT-IN
018443                         LS2-RUNCTL-COUNT-OUT
018444                         LS2-RUNCTL-STEP-RC
018445                         LS2-RUNCTL-BUSINESS-DATE
018446                         LS2-RUNCTL-RETURN-CODE
018447     IF LS2-RUNCTL-RETURN-CODE NOT = 0
018448         DISPLAY 'LAB032 - RUN080 END RETURNED '
018449                 LS2-RUNCTL-RETURN-CODE
018450     END-IF
018451     MOVE LS2-RUNCTL-STEP-RC        TO RETURN-CODE.
018452 0200-EXIT.
018453     EXIT.
018454*
018500******************************************************************
018600**  1000-INITIALIZE                                              **
018700******************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT LS2-RUN-DATE FROM DATE YYYYMMDD
018910     ACCEPT LS2-RUN-TIME FROM TIME
019000     COMPUTE LS2-RUN-JULIAN =
019100         FUNCTION INTEGER-OF-DATE(LS2-RUN-DATE)
019200     OPEN INPUT LS2-SUSPENSE-PARM-FILE
019300     PERFORM 1100-READ-PARM           THRU 1100-EXIT
019400     IF LS2-ABORT-RUN
019500         GO TO 1000-EXIT
019600     END-IF
019700     OPEN I-O LS2-SUSPENSE-FILE
019800     IF LS2-SUS-FILE-STATUS NOT = '00'
019900         DISPLAY 'LAB032 - OPEN FAILED FOR LABSUSF, STATUS='
020000                 LS2-SUS-FILE-STATUS
020100         SET LS2-ABORT-RUN             TO TRUE
020200         GO TO 1000-EXIT
020300     END-IF
020400     OPEN I-O LS2-ORDER-TRACK-FILE
020500     IF LS2-TRK-FILE-STATUS NOT = '00'
020600         DISPLAY 'LAB032 - OPEN FAILED FOR ORDTRKF, STATUS='
020700                 LS2-TRK-FILE-STATUS
020800         SET LS2-ABORT-RUN             TO TRUE
020900         GO TO 1000-EXIT
021000     END-IF
021010     OPEN I-O LS2-RESULT-HISTORY-FILE
021020     IF LS2-HST-FILE-STATUS NOT = '00'
021030         DISPLAY 'LAB032 - OPEN FAILED FOR RESHSTF, STATUS='
021040                 LS2-HST-FILE-STATUS
021050         SET LS2-ABORT-RUN             TO TRUE
021060         GO TO 1000-EXIT
021070     END-IF
021100     OPEN OUTPUT LS2-RECOVERED-RESULT-FILE
021200     OPEN OUTPUT LS2-AGING-REPORT
021300     MOVE SPACES                       TO LS2-REPORT-LINE
021400     STRING 'ORPHAN LAB RESULT RE-MATCH AND AGING REPORT - '
021500            'RUN DATE ' LS2-RUN-DATE
021600         DELIMITED BY SIZE INTO LS2-REPORT-LINE
021700     WRITE LS2-REPORT-LINE
021710     OPEN OUTPUT LS2-CORRECTION-REPORT
021720     MOVE SPACES                       TO LS2-CORRECTION-LINE
021730     STRING 'CORRECTED LAB RESULTS RECOVERED FROM SUSPENSE - '
021740            'RUN DATE ' LS2-RUN-DATE
021750         DELIMITED BY SIZE INTO LS2-CORRECTION-LINE
021760     WRITE LS2-CORRECTION-LINE
021800     MOVE LOW-VALUES                   TO LS2-SUS-KEY
021900     START LS2-SUSPENSE-FILE KEY IS NOT LESS THAN LS2-SUS-KEY
022000         INVALID KEY
022100             MOVE 'Y'                  TO LS2-SUSPENSE-EOF-SWITCH
022200     END-START
022300     IF NOT LS2-SUSPENSE-EOF
022400         PERFORM 2900-READ-SUSPENSE    THRU 2900-EXIT
022500     END-IF.
022600 1000-EXIT.
022700     EXIT.
022800*
022900******************************************************************
023000**  1100-READ-PARM                                               **
023100**  The first SUSPARM record carries the aging threshold in      **
023200**  days, columns 1-3, and the close-out age, columns 4-6.  A    **
023300**  missing or non-numeric parameter aborts the run rather than  **
023310**  aging or purging against a wrong threshold.                  **
023400******************************************************************
023500 1100-READ-PARM.
023600     READ LS2-SUSPENSE-PARM-FILE
023700         AT END
023800             MOVE 'Y'                  TO LS2-PARM-EOF-SWITCH
023900     END-READ
024000     IF LS2-PARM-EOF
024100         DISPLAY 'LAB032 - SUSPARM IS EMPTY, NO AGING DAYS'
024200         SET LS2-ABORT-RUN             TO TRUE
024300         GO TO 1100-EXIT
024400     END-IF
024500     MOVE LS2-PARM-RECORD(1:3)          TO LS2-PARM-DAYS-X
024600     IF LS2-PARM-DAYS-9 NOT NUMERIC
024700         DISPLAY 'LAB032 - SUSPARM DAYS NOT NUMERIC: '
024800                 LS2-PARM-DAYS-X
024900         SET LS2-ABORT-RUN             TO TRUE
025000         GO TO 1100-EXIT
025100     END-IF
025200     MOVE LS2-PARM-DAYS-9               TO LS2-AGING-DAYS
025201     MOVE LS2-PARM-RECORD(4:3)          TO LS2-PARM-DAYS-X
025202     IF LS2-PARM-DAYS-X NOT = SPACES
025203         IF LS2-PARM-DAYS-9 NOT NUMERIC
025204             DISPLAY 'LAB032 - SUSPARM CLOSE-OUT DAYS NOT '
025205                     'NUMERIC: ' LS2-PARM-DAYS-X
025206             SET LS2-ABORT-RUN         TO TRUE
025207             GO TO 1100-EXIT
025208         END-IF
025209         MOVE LS2-PARM-DAYS-9           TO LS2-PURGE-DAYS
025210     END-IF
025211     IF LS2-PURGE-DAYS NOT > LS2-AGING-DAYS
025212         DISPLAY 'LAB032 - SUSPARM CLOSE-OUT DAYS ' LS2-PURGE-DAYS
025213                 ' NOT GREATER THAN AGING DAYS ' LS2-AGING-DAYS
025214         SET LS2-ABORT-RUN             TO TRUE
025215     END-IF.
025300 1100-EXIT.
025400     EXIT.
025500*
025600******************************************************************
025700**  2000-LOAD-SUSPENSE                                           **
025800**  Load one suspense row into the table.                        **
025900******************************************************************
026000 2000-LOAD-SUSPENSE.
026100     ADD 1                              TO LS2-SUSPENSE-READ
026200     IF LS2-ST-USED NOT < LS2-ST-MAX-ENTRIES
026300         DISPLAY 'LAB032 - SUSPENSE TABLE FULL AT '
026400                 LS2-ST-MAX-ENTRIES
026500                 ' ENTRIES - CLEAR THE BACKLOG AND RERUN'
026600         SET LS2-ABORT-RUN              TO TRUE
026700         GO TO 2000-EXIT
026800     END-IF
026900     ADD 1                              TO LS2-ST-USED
027000     MOVE LS2-SUS-KEY                   TO LS2-ST-KEY(LS2-ST-USED)
027100     MOVE LS2-SUS-PATIENT-ID            TO
027200          LS2-ST-PATIENT-ID(LS2-ST-USED)
027300     MOVE LS2-SUS-TEST-CODE             TO
027400          LS2-ST-TEST-CODE(LS2-ST-USED)
027500     MOVE SPACES                        TO
027600          LS2-ST-RESOLUTION(LS2-ST-USED)
027700          LS2-ST-ORDER-CORRELID(LS2-ST-USED)
027800          LS2-ST-ORDER-NUMBER(LS2-ST-USED).
027900     PERFORM 2900-READ-SUSPENSE         THRU 2900-EXIT.
028000 2000-EXIT.
028100     EXIT.
028200*
028227******************************************************************
028228**  2800-COMPUTE-AGE                                             **
028229**  Days since the suspense row was first seen; zero when the    **
028230**  first-seen date is missing.                                  **
028231******************************************************************
028232 2800-COMPUTE-AGE.
028233     MOVE 0                              TO LS2-AGE-DAYS
028234     IF LS2-SUS-FIRST-SEEN-DATE IS NUMERIC
028235         MOVE LS2-SUS-FIRST-SEEN-DATE    TO LS2-SEEN-YYYYMMDD
028236         COMPUTE LS2-SEEN-JULIAN =
028237             FUNCTION INTEGER-OF-DATE(LS2-SEEN-YYYYMMDD)
028238         COMPUTE LS2-AGE-DAYS = LS2-RUN-JULIAN - LS2-SEEN-JULIAN
028239     END-IF.
028240 2800-EXIT.
028241     EXIT.
028242*
028243 2850-WRITE-AGE-LINE.
028244     MOVE LS2-AGE-DAYS                   TO LS2-AGE-DISPLAY
028245     MOVE SPACES                         TO LS2-REPORT-LINE
028246     STRING 'AGE ' LS2-AGE-DISPLAY
028247            ' PATIENT '  LS2-SUS-PATIENT-ID
028248            ' TEST '     LS2-SUS-TEST-CODE
028249            ' RESULT '   LS2-SUS-RESULT-DATE
028250            ' '          LS2-SUS-RESULT-TIME
028251            ' SEEN '     LS2-SUS-FIRST-SEEN-DATE
028252            ' BY '       LS2-SUS-FIRST-SEEN-PGM
028253            ' CORRELID ' LS2-SUS-CORRELID
028254         DELIMITED BY SIZE INTO LS2-REPORT-LINE
028255     WRITE LS2-REPORT-LINE.
028256 2850-EXIT.
028257     EXIT.
028258*
028300 2900-READ-SUSPENSE.
028400     READ LS2-SUSPENSE-FILE NEXT RECORD
028500         AT END
028600             MOVE 'Y'                   TO LS2-SUSPENSE-EOF-SWITCH
028700     END-READ.
028800 2900-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200**  3000-MATCH-BY-CORRELID                                       **
029300**  Retry the orphan's own CORRELID - the order may have been    **
029400**  tracked since the result arrived.  An open order (pending    **
029500**  or timed out) is matched; an order already matched is       **
029600**  checked against its result history (3700).  Orphans still    **
029700**  without an order are counted for the patient/test            **
029800**  fallback.  An order since cancelled takes no result; that    **
029810**  orphan is cleared as well.                                   **
029900******************************************************************
030000 3000-MATCH-BY-CORRELID.
030100     MOVE LS2-ST-KEY(LS2-ST-SUB)         TO LS2-SUS-KEY
030200     MOVE LS2-SUS-CORRELID               TO LB2-TRK-CORRELID
030300     READ LS2-ORDER-TRACK-FILE
030400         INVALID KEY
030500             ADD 1                       TO LS2-ST-OPEN-COUNT
030600             GO TO 3000-EXIT
030700     END-READ
030800     EVALUATE TRUE
030810         WHEN LB2-TRK-PENDING OR LB2-TRK-TIMED-OUT
030900             PERFORM 3500-MARK-ORDER-MATCHED THRU 3500-EXIT
030910             IF LS2-ORDER-MARKED
031000                 SET LS2-ST-BY-CORRELID(LS2-ST-SUB) TO TRUE
031100                 ADD 1               TO LS2-MATCHED-BY-CORRELID
031110             ELSE
031120                 SET LS2-ST-LEFT-IN-SUSPENSE(LS2-ST-SUB) TO TRUE
031130             END-IF
031200         WHEN LB2-TRK-CANCELLED
031220             SET LS2-ST-ORDER-WAS-CANCELLED(LS2-ST-SUB) TO TRUE
031230             ADD 1                       TO LS2-ORDER-CANCELLED
031240         WHEN OTHER
031300             PERFORM 3700-CHECK-MATCHED-ORDER THRU 3700-EXIT
031500     END-EVALUATE
031600     MOVE LB2-TRK-CORRELID               TO
031700          LS2-ST-ORDER-CORRELID(LS2-ST-SUB)
031800     MOVE LB2-TRK-ORDER-NUMBER           TO
031900          LS2-ST-ORDER-NUMBER(LS2-ST-SUB).
032000 3000-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400**  3500-MARK-ORDER-MATCHED                                      **
032500**  Mark the tracking row matched with the orphan's result date  **
032600**  and time, exactly as LAB025's match does.  The result date   **
032700**  and time come from the suspense key in the table entry.     **
032710**  The result is recorded on the order's history first, with    **
032720**  its text, so LAB025 has nothing to back-fill.  When it can   **
032730**  be neither written nor found there, or the tracking row      **
032740**  cannot be rewritten, the order is not marked and the caller  **
032750**  leaves the orphan in suspense for the next run.              **
032800******************************************************************
032900 3500-MARK-ORDER-MATCHED.
032910     MOVE 'N'                           TO LS2-ORDER-MARKED-SWITCH
033000     MOVE LS2-ST-KEY(LS2-ST-SUB)         TO LS2-SUS-KEY
033010     PERFORM 3600-RECORD-VERSION         THRU 3600-EXIT
033020     IF NOT LS2-HST-STAMP-SAME
033030            AND NOT LS2-HST-WRITTEN
033040         GO TO 3500-EXIT
033050     END-IF
033100     SET LB2-TRK-MATCHED                 TO TRUE
033200     MOVE LS2-SUS-RESULT-DATE            TO LB2-TRK-RESULT-DATE
033300     MOVE LS2-SUS-RESULT-TIME            TO LB2-TRK-RESULT-TIME
033400     REWRITE LB2-ORDER-TRACK-RECORD
033500         INVALID KEY
033510             ADD 1                       TO LS2-SUSPENSE-ERRORS
033600             DISPLAY 'LAB032 - REWRITE FAILED FOR CORRELID '
033700                     LB2-TRK-CORRELID
033701                     ' STATUS=' LS2-TRK-FILE-STATUS
033710             GO TO 3500-EXIT
033800     END-REWRITE
033810     SET LS2-ORDER-MARKED                TO TRUE.
033900 3500-EXIT.
034000     EXIT.
034100*
034101******************************************************************
034102**  3600-RECORD-VERSION                                          **
034103**  Record the orphan as the order's next result version - the   **
034104**  original when the order has none - unless its result         **
034105**  date/time is already on the history.  The text comes from    **
034106**  the suspense row.                                            **
034107******************************************************************
034108 3600-RECORD-VERSION.
034109     MOVE 'N'                            TO LS2-HST-STAMP-SWITCH
034110     MOVE 'N'                            TO LS2-HST-WRITTEN-SWITCH
034111     READ LS2-SUSPENSE-FILE
034112         INVALID KEY
034113             ADD 1                       TO LS2-SUSPENSE-ERRORS
034114             DISPLAY 'LAB032 - SUSPENSE ROW VANISHED, CORRELID '
034115                     LS2-SUS-CORRELID
034116             GO TO 3600-EXIT
034117     END-READ
034118     PERFORM 3650-SCAN-HISTORY           THRU 3650-EXIT
034119     IF LS2-HST-STAMP-NEW
034120         PERFORM 3680-WRITE-VERSION      THRU 3680-EXIT
034121     END-IF.
034122 3600-EXIT.
034123     EXIT.
034124*
034125******************************************************************
034126**  3650-SCAN-HISTORY                                            **
034127**  Read the order's versions; note the last sequence number,    **
034128**  the last version's result (the prior result a correction     **
034129**  replaces), and whether the orphan's result date/time is      **
034130**  already one of them - with the same text (an exact           **
034131**  duplicate) or not.  A version back-filled from the tracking  **
034132**  file has no text and counts as the same result.              **
034133******************************************************************
034134 3650-SCAN-HISTORY.
034135     MOVE 0                              TO LS2-LAST-SEQ
034136     MOVE SPACES                         TO LS2-PRIOR-RESULT-DATE
034137                                            LS2-PRIOR-RESULT-TIME
034138                                            LS2-PRIOR-MSG-TEXT
034139     MOVE 'N'                            TO LS2-HST-STAMP-SWITCH
034140     MOVE 'N'                            TO
034141         LS2-HST-SCAN-DONE-SWITCH
034142     MOVE LB2-TRK-CORRELID               TO LH5-HST-CORRELID
034143     MOVE 0                              TO LH5-HST-VERSION-SEQ
034144     START LS2-RESULT-HISTORY-FILE KEY IS NOT LESS THAN
034145         LH5-HST-KEY
034146         INVALID KEY
034147             GO TO 3650-EXIT
034148     END-START
034149     PERFORM 3660-SCAN-ONE-VERSION       THRU 3660-EXIT
034150         UNTIL LS2-HST-SCAN-DONE.
034151 3650-EXIT.
034152     EXIT.
034153*
034154 3660-SCAN-ONE-VERSION.
034155     READ LS2-RESULT-HISTORY-FILE NEXT RECORD
034156         AT END
034157             SET LS2-HST-SCAN-DONE       TO TRUE
034158             GO TO 3660-EXIT
034159     END-READ
034160     IF LH5-HST-CORRELID NOT = LB2-TRK-CORRELID
034161         SET LS2-HST-SCAN-DONE           TO TRUE
034162         GO TO 3660-EXIT
034163     END-IF
034164     MOVE LH5-HST-VERSION-SEQ            TO LS2-LAST-SEQ
034165     MOVE LH5-HST-RESULT-DATE            TO LS2-PRIOR-RESULT-DATE
034166     MOVE LH5-HST-RESULT-TIME            TO LS2-PRIOR-RESULT-TIME
034167     MOVE LH5-HST-MSG-TEXT               TO LS2-PRIOR-MSG-TEXT
034168     IF LH5-HST-RESULT-DATE NOT = LS2-SUS-RESULT-DATE
034169            OR LH5-HST-RESULT-TIME NOT = LS2-SUS-RESULT-TIME
034170         GO TO 3660-EXIT
034171     END-IF
034172     IF LH5-HST-MSG-TEXT = LS2-SUS-MSG-TEXT
034173            OR LH5-HST-FROM-TRACKING
034174         MOVE 'E'                        TO LS2-HST-STAMP-SWITCH
034175     ELSE
034176         IF NOT LS2-HST-EXACT-DUPLICATE
034177             MOVE 'T'                    TO LS2-HST-STAMP-SWITCH
034178         END-IF
034179     END-IF.
034180 3660-EXIT.
034181     EXIT.
034182*
034183******************************************************************
034184**  3680-WRITE-VERSION                                           **
034185**  Write the orphan as the order's next version.  A corrected   **
034186**  version is listed on LAB032C with the result it replaces,    **
034187**  as LAB025 lists the day's corrections on LAB025C.            **
034188******************************************************************
034189 3680-WRITE-VERSION.
034190     MOVE 'N'                            TO LS2-HST-WRITTEN-SWITCH
034191     MOVE SPACES                      TO LH5-RESULT-HISTORY-RECORD
034192     MOVE LB2-TRK-CORRELID               TO LH5-HST-CORRELID
034193     COMPUTE LH5-HST-VERSION-SEQ = LS2-LAST-SEQ + 1
034194     MOVE LB2-TRK-ORDER-NUMBER           TO LH5-HST-ORDER-NUMBER
034195     MOVE LB2-TRK-PATIENT-ID             TO LH5-HST-PATIENT-ID
034196     MOVE LB2-TRK-TEST-CODE              TO LH5-HST-TEST-CODE
034197     MOVE LB2-TRK-DEPT-CODE              TO LH5-HST-DEPT-CODE
034198     MOVE LS2-SUS-RESULT-DATE            TO LH5-HST-RESULT-DATE
034199     MOVE LS2-SUS-RESULT-TIME            TO LH5-HST-RESULT-TIME
034200     IF LS2-LAST-SEQ = 0
034201         SET LH5-HST-ORIGINAL            TO TRUE
034202     ELSE
034203         SET LH5-HST-CORRECTED           TO TRUE
034204     END-IF
034205     SET LH5-HST-FROM-RESULT             TO TRUE
034206     MOVE LS2-RUN-DATE                   TO LH5-HST-RECORDED-DATE
034207     MOVE LS2-RUN-TIME                   TO LH5-HST-RECORDED-TIME
034208     MOVE LS2-SUS-MSG-TEXT               TO LH5-HST-MSG-TEXT
034209     WRITE LH5-RESULT-HISTORY-RECORD
034210         INVALID KEY
034211             ADD 1                       TO LS2-HISTORY-ERRORS
034212             DISPLAY 'LAB032 - RESHSTF WRITE FAILED, CORRELID '
034213                     LB2-TRK-CORRELID
034214             GO TO 3680-EXIT
034215     END-WRITE
034216     MOVE LH5-HST-VERSION-SEQ            TO LS2-LAST-SEQ
034217     SET LS2-HST-WRITTEN                 TO TRUE
034218     IF LH5-HST-CORRECTED
034219         ADD 1                           TO LS2-RESULTS-CORRECTED
034220         PERFORM 3685-WRITE-CORRECTION   THRU 3685-EXIT
034221     END-IF.
034222 3680-EXIT.
034223     EXIT.
034224*
034225******************************************************************
034226**  3685-WRITE-CORRECTION                                        **
034227**  One LAB032C entry: the order and version, then the prior     **
034228**  result and the corrected one.                                **
034229******************************************************************
034230 3685-WRITE-CORRECTION.
034231     MOVE SPACES                         TO LS2-CORRECTION-LINE
034232     WRITE LS2-CORRECTION-LINE
034233     MOVE SPACES                         TO LS2-CORRECTION-LINE
034234     STRING 'CORRECTED ORDER ' LH5-HST-ORDER-NUMBER
034235            ' PATIENT '  LH5-HST-PATIENT-ID
034236            ' TEST '     LH5-HST-TEST-CODE
034237            ' DEPT '     LH5-HST-DEPT-CODE
034238            ' VERSION '  LH5-HST-VERSION-SEQ
034239            ' CORRELID ' LH5-HST-CORRELID
034240         DELIMITED BY SIZE INTO LS2-CORRECTION-LINE
034241     WRITE LS2-CORRECTION-LINE
034242     MOVE SPACES                         TO LS2-CORRECTION-LINE
034243     STRING '    PRIOR ' LS2-PRIOR-RESULT-DATE
034244            ' '          LS2-PRIOR-RESULT-TIME
034245            ' '          LS2-PRIOR-MSG-TEXT
034246         DELIMITED BY SIZE INTO LS2-CORRECTION-LINE
034247     WRITE LS2-CORRECTION-LINE
034248     MOVE SPACES                         TO LS2-CORRECTION-LINE
034249     STRING '    NEW   ' LH5-HST-RESULT-DATE
034250            ' '          LH5-HST-RESULT-TIME
034251            ' '          LH5-HST-MSG-TEXT
034252         DELIMITED BY SIZE INTO LS2-CORRECTION-LINE
034253     WRITE LS2-CORRECTION-LINE.
034254 3685-EXIT.
034255     EXIT.
034256*
034257******************************************************************
034258**  3690-BACKFILL-VERSION                                        **
034259**  Record the result the order was already matched with as its  **
034260**  original version, as LAB025 does; its text is no longer      **
034261**  available.                                                   **
034262******************************************************************
034263 3690-BACKFILL-VERSION.
034264     MOVE SPACES                      TO LH5-RESULT-HISTORY-RECORD
034265     MOVE LB2-TRK-CORRELID               TO LH5-HST-CORRELID
034266     MOVE 1                              TO LH5-HST-VERSION-SEQ
034267     MOVE LB2-TRK-ORDER-NUMBER           TO LH5-HST-ORDER-NUMBER
034268     MOVE LB2-TRK-PATIENT-ID             TO LH5-HST-PATIENT-ID
034269     MOVE LB2-TRK-TEST-CODE              TO LH5-HST-TEST-CODE
034270     MOVE LB2-TRK-DEPT-CODE              TO LH5-HST-DEPT-CODE
034271     MOVE LB2-TRK-RESULT-DATE            TO LH5-HST-RESULT-DATE
034272     MOVE LB2-TRK-RESULT-TIME            TO LH5-HST-RESULT-TIME
034273     SET LH5-HST-ORIGINAL                TO TRUE
034274     SET LH5-HST-FROM-TRACKING           TO TRUE
034275     MOVE LS2-RUN-DATE                   TO LH5-HST-RECORDED-DATE
034276     MOVE LS2-RUN-TIME                   TO LH5-HST-RECORDED-TIME
034277     WRITE LH5-RESULT-HISTORY-RECORD
034278         INVALID KEY
034279             ADD 1                       TO LS2-HISTORY-ERRORS
034280             DISPLAY 'LAB032 - RESHSTF WRITE FAILED, CORRELID '
034281                     LB2-TRK-CORRELID
034282             GO TO 3690-EXIT
034283     END-WRITE
034284     MOVE 1                              TO LS2-LAST-SEQ
034285     MOVE LB2-TRK-RESULT-DATE            TO LS2-PRIOR-RESULT-DATE
034286     MOVE LB2-TRK-RESULT-TIME            TO LS2-PRIOR-RESULT-TIME
034287     MOVE SPACES                         TO LS2-PRIOR-MSG-TEXT.
034288 3690-EXIT.
034289     EXIT.
034290*
034291******************************************************************
034292**  3700-CHECK-MATCHED-ORDER                                     **
034293**  The orphan's order was already matched by another delivery.  **
034294**  An exact duplicate of a version on the history is cleared.   **
034295**  The same result date/time with different text is left in     **
034296**  suspense for the lab liaison.  A result date/time not yet    **
034297**  on the history is a result that arrived out of order: it is  **
034298**  recorded as the next version, the way LAB025 records a       **
034299**  correction (the order's own tracked result back-filled       **
034300**  first when it has no history), and goes to the recovered     **
034301**  extract so the floor is told.  The tracked result date/time  **
034302**  only moves forward - an older result does not replace a      **
034303**  newer one.  When that tracking update fails the orphan       **
034304**  stays in suspense; the next run finds the version already    **
034305**  recorded but later than the tracked result and completes the **
034306**  update.  An order whose tracked result is this very result,  **
034307**  with no history yet, has it recorded as the original.        **
034308******************************************************************
034309 3700-CHECK-MATCHED-ORDER.
034310     MOVE LS2-ST-KEY(LS2-ST-SUB)         TO LS2-SUS-KEY
034311     READ LS2-SUSPENSE-FILE
034312         INVALID KEY
034313             SET LS2-ST-LEFT-IN-SUSPENSE(LS2-ST-SUB) TO TRUE
034314             GO TO 3700-EXIT
034315     END-READ
034316     PERFORM 3650-SCAN-HISTORY           THRU 3650-EXIT
034317     IF LS2-HST-EXACT-DUPLICATE
034318         IF LS2-SUS-RESULT-DATE > LB2-TRK-RESULT-DATE
034319                OR (LS2-SUS-RESULT-DATE = LB2-TRK-RESULT-DATE
034320                    AND LS2-SUS-RESULT-TIME > LB2-TRK-RESULT-TIME)
034321             GO TO 3700-UPDATE-TRACK
034322         END-IF
034323         SET LS2-ST-ORDER-WAS-MATCHED(LS2-ST-SUB) TO TRUE
034324         ADD 1                           TO LS2-ALREADY-MATCHED
034325         GO TO 3700-EXIT
034326     END-IF
034327     IF LS2-HST-TEXT-DIFFERS
034328         SET LS2-ST-NEW-TEXT-HELD(LS2-ST-SUB) TO TRUE
034329         ADD 1                           TO LS2-TEXT-DIFFERS
034330         GO TO 3700-EXIT
034331     END-IF
034332     IF LS2-LAST-SEQ = 0
034333            AND LB2-TRK-RESULT-DATE = LS2-SUS-RESULT-DATE
034334            AND LB2-TRK-RESULT-TIME = LS2-SUS-RESULT-TIME
034335         PERFORM 3680-WRITE-VERSION      THRU 3680-EXIT
034336         IF LS2-HST-WRITTEN
034337             SET LS2-ST-ORDER-WAS-MATCHED(LS2-ST-SUB) TO TRUE
034338             ADD 1                       TO LS2-ALREADY-MATCHED
034339         ELSE
034340             SET LS2-ST-LEFT-IN-SUSPENSE(LS2-ST-SUB) TO TRUE
034341         END-IF
034342         GO TO 3700-EXIT
034343     END-IF
034344     IF LS2-LAST-SEQ = 0
034345         PERFORM 3690-BACKFILL-VERSION   THRU 3690-EXIT
034346         IF LS2-LAST-SEQ = 0
034347             SET LS2-ST-LEFT-IN-SUSPENSE(LS2-ST-SUB) TO TRUE
034348             GO TO 3700-EXIT
034349         END-IF
034350     END-IF
034351     PERFORM 3680-WRITE-VERSION          THRU 3680-EXIT
034352     IF NOT LS2-HST-WRITTEN
034353         SET LS2-ST-LEFT-IN-SUSPENSE(LS2-ST-SUB) TO TRUE
034354         GO TO 3700-EXIT
034355     END-IF.
034356 3700-UPDATE-TRACK.
034357     IF LS2-SUS-RESULT-DATE > LB2-TRK-RESULT-DATE
034358            OR (LS2-SUS-RESULT-DATE = LB2-TRK-RESULT-DATE
034359                AND LS2-SUS-RESULT-TIME > LB2-TRK-RESULT-TIME)
034360         MOVE LS2-SUS-RESULT-DATE        TO LB2-TRK-RESULT-DATE
034361         MOVE LS2-SUS-RESULT-TIME        TO LB2-TRK-RESULT-TIME
034362         REWRITE LB2-ORDER-TRACK-RECORD
034363             INVALID KEY
034364                 ADD 1                   TO LS2-SUSPENSE-ERRORS
034365                 DISPLAY 'LAB032 - REWRITE FAILED FOR CORRELID '
034366                         LB2-TRK-CORRELID
034367                         ' STATUS=' LS2-TRK-FILE-STATUS
034368                 SET LS2-ST-LEFT-IN-SUSPENSE(LS2-ST-SUB) TO TRUE
034369                 GO TO 3700-EXIT
034370         END-REWRITE
034371     END-IF
034372     SET LS2-ST-CORRECTION-ADDED(LS2-ST-SUB) TO TRUE
034373     ADD 1                               TO LS2-LATER-VERSIONS.
034374 3700-EXIT.
034375     EXIT.
034376*
034377******************************************************************
034378**  4000-MATCH-BY-PATIENT-TEST                                   **
034400**  Fallback for garbled CORRELIDs: one pass of ORDTRKF in key   **
034500**  order - the CORRELID leads with the put date and time, so    **
034600**  this is oldest order first - giving each open order to the   **
034700**  first unresolved orphan with the same patient ID and test    **
034800**  code.                                                        **
034900******************************************************************
035000 4000-MATCH-BY-PATIENT-TEST.
035100     MOVE LOW-VALUES                     TO LB2-TRK-CORRELID
035200     START LS2-ORDER-TRACK-FILE KEY IS NOT LESS THAN
035300         LB2-TRK-CORRELID
035400         INVALID KEY
035500             MOVE 'Y'                    TO LS2-TRACK-EOF-SWITCH
035600     END-START
035700     IF NOT LS2-TRACK-EOF
035800         PERFORM 4900-READ-TRACK         THRU 4900-EXIT
035900     END-IF
036000     PERFORM 4100-CHECK-OPEN-ORDER       THRU 4100-EXIT
036100         UNTIL LS2-TRACK-EOF
036200            OR LS2-ST-OPEN-COUNT = 0.
036300 4000-EXIT.
036400     EXIT.
036500*
036600 4100-CHECK-OPEN-ORDER.
036700     IF NOT LB2-TRK-PENDING AND NOT LB2-TRK-TIMED-OUT
036800         GO TO 4100-NEXT
036900     END-IF
037000     MOVE 0                              TO LS2-ST-FOUND-SUB
037100     PERFORM 4200-SCAN-ORPHAN            THRU 4200-EXIT
037200         VARYING LS2-ST-SUB FROM 1 BY 1
037300         UNTIL LS2-ST-SUB > LS2-ST-USED
037400            OR LS2-ST-FOUND-SUB > 0
037500     IF LS2-ST-FOUND-SUB = 0
037600         GO TO 4100-NEXT
037700     END-IF
037800     MOVE LS2-ST-FOUND-SUB               TO LS2-ST-SUB
037900     PERFORM 3500-MARK-ORDER-MATCHED     THRU 3500-EXIT
037910     SUBTRACT 1                          FROM LS2-ST-OPEN-COUNT
037920     IF NOT LS2-ORDER-MARKED
037930         SET LS2-ST-LEFT-IN-SUSPENSE(LS2-ST-SUB) TO TRUE
037940         GO TO 4100-NEXT
037950     END-IF
038000     SET LS2-ST-BY-PATIENT-TEST(LS2-ST-SUB) TO TRUE
038100     MOVE LB2-TRK-CORRELID               TO
038200          LS2-ST-ORDER-CORRELID(LS2-ST-SUB)
038300     MOVE LB2-TRK-ORDER-NUMBER           TO
038400          LS2-ST-ORDER-NUMBER(LS2-ST-SUB)
038500     ADD 1                               TO
038600         LS2-MATCHED-BY-PATIENT-TEST.
038800 4100-NEXT.
038900     PERFORM 4900-READ-TRACK             THRU 4900-EXIT.
039000 4100-EXIT.
039100     EXIT.
039200*
039300 4200-SCAN-ORPHAN.
039400     IF LS2-ST-UNRESOLVED(LS2-ST-SUB)
039500            AND LS2-ST-PATIENT-ID(LS2-ST-SUB) = LB2-TRK-PATIENT-ID
039600            AND LS2-ST-TEST-CODE(LS2-ST-SUB) = LB2-TRK-TEST-CODE
039700         MOVE LS2-ST-SUB                 TO LS2-ST-FOUND-SUB
039800     END-IF.
039900 4200-EXIT.
040000     EXIT.
040100*
040200 4900-READ-TRACK.
040300     READ LS2-ORDER-TRACK-FILE NEXT RECORD
040400         AT END
040500             MOVE 'Y'                    TO LS2-TRACK-EOF-SWITCH
040600     END-READ.
040700 4900-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100**  5000-PRINT-RECOVERED                                         **
041200**  Every resolved orphan leaves the suspense file.  A result    **
041300**  that matched its order this run, or was recorded as a later  **
041310**  version of an order already matched, is also written, under  **
041320**  the order's own CORRELID, to the recovered-result extract    **
041400**  for LAB027 to distribute.                                    **
041600******************************************************************
041700 5000-PRINT-RECOVERED.
041800     MOVE SPACES                         TO LS2-REPORT-LINE
041900     WRITE LS2-REPORT-LINE
042000     MOVE SPACES                         TO LS2-REPORT-LINE
042100     STRING 'RESULTS CLEARED FROM SUSPENSE'
042200         DELIMITED BY SIZE INTO LS2-REPORT-LINE
042300     WRITE LS2-REPORT-LINE
042400     PERFORM 5100-CLEAR-ENTRY            THRU 5100-EXIT
042500         VARYING LS2-ST-SUB FROM 1 BY 1
042600         UNTIL LS2-ST-SUB > LS2-ST-USED.
042700 5000-EXIT.
042800     EXIT.
042900*
043000 5100-CLEAR-ENTRY.
043100     IF LS2-ST-UNRESOLVED(LS2-ST-SUB)
043110            OR LS2-ST-STAYS-IN-SUSPENSE(LS2-ST-SUB)
043200         GO TO 5100-EXIT
043300     END-IF
043400     MOVE LS2-ST-KEY(LS2-ST-SUB)         TO LS2-SUS-KEY
043500     READ LS2-SUSPENSE-FILE
043600         INVALID KEY
043700             ADD 1                       TO LS2-SUSPENSE-ERRORS
043800             DISPLAY 'LAB032 - SUSPENSE ROW VANISHED, CORRELID '
043900                     LS2-SUS-CORRELID
044000             GO TO 5100-EXIT
044100     END-READ
044200     IF LS2-ST-BY-CORRELID(LS2-ST-SUB)
044210            OR LS2-ST-BY-PATIENT-TEST(LS2-ST-SUB)
044220            OR LS2-ST-CORRECTION-ADDED(LS2-ST-SUB)
044300         PERFORM 5200-WRITE-RECOVERED    THRU 5200-EXIT
044400     END-IF
044500     EVALUATE TRUE
044600         WHEN LS2-ST-BY-CORRELID(LS2-ST-SUB)
044700             MOVE 'MATCHED BY CORRELID'  TO LS2-MATCH-METHOD
044800         WHEN LS2-ST-BY-PATIENT-TEST(LS2-ST-SUB)
044900             MOVE 'MATCHED BY PATIENT/TEST' TO LS2-MATCH-METHOD
044910         WHEN LS2-ST-ORDER-WAS-CANCELLED(LS2-ST-SUB)
044920             MOVE 'ORDER WAS CANCELLED'  TO LS2-MATCH-METHOD
044930         WHEN LS2-ST-CORRECTION-ADDED(LS2-ST-SUB)
044940             MOVE 'LATER VERSION RECORDED' TO LS2-MATCH-METHOD
045000         WHEN OTHER
045100             MOVE 'ORDER ALREADY MATCHED' TO LS2-MATCH-METHOD
045200     END-EVALUATE
045300     MOVE SPACES                         TO LS2-REPORT-LINE
045400     STRING LS2-MATCH-METHOD
045500            ' ORDER '    LS2-ST-ORDER-NUMBER(LS2-ST-SUB)
045600            ' PATIENT '  LS2-SUS-PATIENT-ID
045700            ' TEST '     LS2-SUS-TEST-CODE
045800            ' RESULT '   LS2-SUS-RESULT-DATE
045900            ' '          LS2-SUS-RESULT-TIME
045910            ' CORRELID ' LS2-SUS-CORRELID
046000         DELIMITED BY SIZE INTO LS2-REPORT-LINE
046100     WRITE LS2-REPORT-LINE
046200     DELETE LS2-SUSPENSE-FILE
046300         INVALID KEY
046400             ADD 1                       TO LS2-SUSPENSE-ERRORS
046500             DISPLAY 'LAB032 - SUSPENSE DELETE FAILED, CORRELID '
046600                     LS2-SUS-CORRELID
046700     END-DELETE.
046800 5100-EXIT.
046900     EXIT.
047000*
047100 5200-WRITE-RECOVERED.
047200     MOVE SPACES                         TO LB5-LAB-RESULT-RECORD
047300     MOVE LS2-ST-ORDER-CORRELID(LS2-ST-SUB) TO LB5-CORRELID
047400     MOVE LS2-SUS-PATIENT-ID             TO LB5-PATIENT-ID
047500     MOVE LS2-SUS-TEST-CODE              TO LB5-TEST-CODE
047600     MOVE LS2-SUS-RESULT-DATE            TO LB5-RESULT-DATE
047700     MOVE LS2-SUS-RESULT-TIME            TO LB5-RESULT-TIME
047800     MOVE LS2-SUS-CODEDCHARSETID         TO LB5-CODEDCHARSETID
047900     MOVE LS2-SUS-ENCODING               TO LB5-ENCODING
048000     MOVE LS2-SUS-MSG-TEXT               TO LB5-MSG-TEXT
048100     WRITE LB5-LAB-RESULT-RECORD.
048200 5200-EXIT.
048300     EXIT.
048400*
048500******************************************************************
048600**  6000-PRINT-AGING                                             **
048700**  An orphan still unmatched after tonight's retry and first    **
048800**  seen the close-out days ago or more is closed: listed under  **
048900**  the purge heading and deleted from the suspense file.        **
049000**  Every other orphan still unresolved stays on the suspense    **
049010**  file with its retry count and last retry date updated; any   **
049020**  first seen SUSPARM days ago or more is listed for the lab    **
049030**  liaison to chase with the reference lab.                     **
049100******************************************************************
049200 6000-PRINT-AGING.
049300     MOVE SPACES                         TO LS2-REPORT-LINE
049400     WRITE LS2-REPORT-LINE
049401     MOVE SPACES                         TO LS2-REPORT-LINE
049402     MOVE LS2-PURGE-DAYS                 TO LS2-AGE-DISPLAY
049403     STRING 'RESULTS UNMATCHED ' LS2-AGE-DISPLAY
049404            ' DAYS OR MORE - CLOSED AND PURGED FROM SUSPENSE'
049405         DELIMITED BY SIZE INTO LS2-REPORT-LINE
049406     WRITE LS2-REPORT-LINE
049407     PERFORM 6200-CLOSE-OUT-ENTRY        THRU 6200-EXIT
049408         VARYING LS2-ST-SUB FROM 1 BY 1
049409         UNTIL LS2-ST-SUB > LS2-ST-USED
049410     MOVE SPACES                         TO LS2-REPORT-LINE
049411     WRITE LS2-REPORT-LINE
049500     MOVE SPACES                         TO LS2-REPORT-LINE
049600     MOVE LS2-AGING-DAYS                 TO LS2-AGE-DISPLAY
049700     STRING 'RESULTS UNMATCHED ' LS2-AGE-DISPLAY
049800            ' DAYS OR MORE - REFER TO LAB LIAISON'
049900         DELIMITED BY SIZE INTO LS2-REPORT-LINE
050000     WRITE LS2-REPORT-LINE
050100     PERFORM 6100-AGE-ENTRY              THRU 6100-EXIT
050200         VARYING LS2-ST-SUB FROM 1 BY 1
050300         UNTIL LS2-ST-SUB > LS2-ST-USED
050400     MOVE SPACES                         TO LS2-REPORT-LINE
050500     WRITE LS2-REPORT-LINE
050600     MOVE SPACES                         TO LS2-REPORT-LINE
050700     MOVE LS2-SUSPENSE-READ              TO LS2-COUNT-DISPLAY
050800     STRING 'SUSPENSE ROWS READ          ' LS2-COUNT-DISPLAY
050900         DELIMITED BY SIZE INTO LS2-REPORT-LINE
051000     WRITE LS2-REPORT-LINE
051100     MOVE SPACES                         TO LS2-REPORT-LINE
051200     MOVE LS2-MATCHED-BY-CORRELID        TO LS2-COUNT-DISPLAY
051300     STRING 'MATCHED BY CORRELID         ' LS2-COUNT-DISPLAY
051400         DELIMITED BY SIZE INTO LS2-REPORT-LINE
051500     WRITE LS2-REPORT-LINE
051600     MOVE SPACES                         TO LS2-REPORT-LINE
051700     MOVE LS2-MATCHED-BY-PATIENT-TEST    TO LS2-COUNT-DISPLAY
051800     STRING 'MATCHED BY PATIENT/TEST     ' LS2-COUNT-DISPLAY
051900         DELIMITED BY SIZE INTO LS2-REPORT-LINE
052000     WRITE LS2-REPORT-LINE
052100     MOVE SPACES                         TO LS2-REPORT-LINE
052200     MOVE LS2-ALREADY-MATCHED            TO LS2-COUNT-DISPLAY
052300     STRING 'ORDER ALREADY MATCHED       ' LS2-COUNT-DISPLAY
052400         DELIMITED BY SIZE INTO LS2-REPORT-LINE
052500     WRITE LS2-REPORT-LINE
052510     MOVE SPACES                         TO LS2-REPORT-LINE
052520     MOVE LS2-ORDER-CANCELLED            TO LS2-COUNT-DISPLAY
052530     STRING 'ORDER WAS CANCELLED         ' LS2-COUNT-DISPLAY
052540         DELIMITED BY SIZE INTO LS2-REPORT-LINE
052550     WRITE LS2-REPORT-LINE
052551     MOVE SPACES                         TO LS2-REPORT-LINE
052552     MOVE LS2-LATER-VERSIONS             TO LS2-COUNT-DISPLAY
052553     STRING 'LATER VERSION RECORDED      ' LS2-COUNT-DISPLAY
052554         DELIMITED BY SIZE INTO LS2-REPORT-LINE
052555     WRITE LS2-REPORT-LINE
052556     MOVE SPACES                         TO LS2-REPORT-LINE
052557     MOVE LS2-TEXT-DIFFERS               TO LS2-COUNT-DISPLAY
052558     STRING 'SAME RESULT TIME, NEW TEXT  ' LS2-COUNT-DISPLAY
052559         DELIMITED BY SIZE INTO LS2-REPORT-LINE
052560     WRITE LS2-REPORT-LINE
052600     MOVE SPACES                         TO LS2-REPORT-LINE
052700     MOVE LS2-STILL-SUSPENDED            TO LS2-COUNT-DISPLAY
052800     STRING 'STILL IN SUSPENSE           ' LS2-COUNT-DISPLAY
052900         DELIMITED BY SIZE INTO LS2-REPORT-LINE
053000     WRITE LS2-REPORT-LINE
053100     MOVE SPACES                         TO LS2-REPORT-LINE
053200     MOVE LS2-AGED-RESULTS               TO LS2-COUNT-DISPLAY
053300     STRING 'AGED PAST THRESHOLD         ' LS2-COUNT-DISPLAY
053400         DELIMITED BY SIZE INTO LS2-REPORT-LINE
053500     WRITE LS2-REPORT-LINE
053501     MOVE SPACES                         TO LS2-REPORT-LINE
053502     MOVE LS2-RESULTS-PURGED             TO LS2-COUNT-DISPLAY
053503     STRING 'CLOSED AND PURGED           ' LS2-COUNT-DISPLAY
053504         DELIMITED BY SIZE INTO LS2-REPORT-LINE
053505     WRITE LS2-REPORT-LINE
053510     MOVE SPACES                         TO LS2-REPORT-LINE
053520     MOVE LS2-HISTORY-ERRORS             TO LS2-COUNT-DISPLAY
053530     STRING 'RESULT HISTORY ERRORS       ' LS2-COUNT-DISPLAY
053540         DELIMITED BY SIZE INTO LS2-REPORT-LINE
053550     WRITE LS2-REPORT-LINE.
053600 6000-EXIT.
053700     EXIT.
053800*
053900 6100-AGE-ENTRY.
054000     IF NOT LS2-ST-UNRESOLVED(LS2-ST-SUB)
054010            AND NOT LS2-ST-STAYS-IN-SUSPENSE(LS2-ST-SUB)
054100         GO TO 6100-EXIT
054200     END-IF
054300     ADD 1                               TO LS2-STILL-SUSPENDED
054400     MOVE LS2-ST-KEY(LS2-ST-SUB)         TO LS2-SUS-KEY
054500     READ LS2-SUSPENSE-FILE
054600         INVALID KEY
054700             ADD 1                       TO LS2-SUSPENSE-ERRORS
054800             DISPLAY 'LAB032 - SUSPENSE ROW VANISHED, CORRELID '
054900                     LS2-SUS-CORRELID
055000             GO TO 6100-EXIT
055100     END-READ
055200     IF LS2-SUS-RETRY-COUNT < 999
055300         ADD 1                           TO LS2-SUS-RETRY-COUNT
055400     END-IF
055500     MOVE LS2-RUN-DATE                   TO
055550          LS2-SUS-LAST-RETRY-DATE
055600     REWRITE LS2-SUSPENSE-RECORD
055700         INVALID KEY
055800             ADD 1                       TO LS2-SUSPENSE-ERRORS
055900     END-REWRITE
056000     PERFORM 2800-COMPUTE-AGE            THRU 2800-EXIT
056700     IF LS2-AGE-DAYS < LS2-AGING-DAYS
056800         GO TO 6100-EXIT
056900     END-IF
057000     ADD 1                               TO LS2-AGED-RESULTS
057100     PERFORM 2850-WRITE-AGE-LINE         THRU 2850-EXIT.
058300 6100-EXIT.
058400     EXIT.
058500*
058501******************************************************************
058502**  6200-CLOSE-OUT-ENTRY                                         **
058503**  Only an orphan nothing matched, or one held for new text on  **
058504**  a result date/time already recorded, is closed out; one left **
058505**  in suspense by a failed update is kept for the next run.  A  **
058506**  row whose delete fails is kept and aged as usual.  A row     **
058507**  that cannot be read is counted by 6100.                      **
058508******************************************************************
058509 6200-CLOSE-OUT-ENTRY.
058510     IF NOT LS2-ST-UNRESOLVED(LS2-ST-SUB)
058511            AND NOT LS2-ST-NEW-TEXT-HELD(LS2-ST-SUB)
058512         GO TO 6200-EXIT
058513     END-IF
058514     MOVE LS2-ST-KEY(LS2-ST-SUB)         TO LS2-SUS-KEY
058515     READ LS2-SUSPENSE-FILE
058516         INVALID KEY
058517             GO TO 6200-EXIT
058518     END-READ
058519     PERFORM 2800-COMPUTE-AGE            THRU 2800-EXIT
058520     IF LS2-AGE-DAYS < LS2-PURGE-DAYS
058521         GO TO 6200-EXIT
058522     END-IF
058523     DELETE LS2-SUSPENSE-FILE
058524         INVALID KEY
058525             ADD 1                       TO LS2-SUSPENSE-ERRORS
058526             DISPLAY 'LAB032 - SUSPENSE DELETE FAILED, CORRELID '
058527                     LS2-SUS-CORRELID
058528             GO TO 6200-EXIT
058529     END-DELETE
058530     SET LS2-ST-CLOSED-OUT(LS2-ST-SUB)   TO TRUE
058531     ADD 1                               TO LS2-RESULTS-PURGED
058532     PERFORM 2850-WRITE-AGE-LINE         THRU 2850-EXIT.
058533 6200-EXIT.
058534     EXIT.
058535*
058536******************************************************************
058537**  7000-PRINT-CORRECTION-TOTAL                                  **
058538******************************************************************
058539 7000-PRINT-CORRECTION-TOTAL.
058540     MOVE SPACES                         TO LS2-CORRECTION-LINE
058541     WRITE LS2-CORRECTION-LINE
058542     MOVE SPACES                         TO LS2-CORRECTION-LINE
058543     MOVE LS2-RESULTS-CORRECTED          TO LS2-COUNT-DISPLAY
058544     STRING 'CORRECTED RESULTS     ' LS2-COUNT-DISPLAY
058545         DELIMITED BY SIZE INTO LS2-CORRECTION-LINE
058546     WRITE LS2-CORRECTION-LINE.
058547 7000-EXIT.
058548     EXIT.
058549*
058600******************************************************************
058700**  8000-TERMINATE                                               **
058800******************************************************************
058900 8000-TERMINATE.
059000     CLOSE LS2-SUSPENSE-PARM-FILE
059100     CLOSE LS2-SUSPENSE-FILE
059200     IF LS2-SUS-FILE-STATUS NOT = '00'
059300         DISPLAY 'LAB032 - CLOSE FAILED FOR LABSUSF, STATUS='
059400                 LS2-SUS-FILE-STATUS
059500     END-IF
059600     CLOSE LS2-ORDER-TRACK-FILE
059700     IF LS2-TRK-FILE-STATUS NOT = '00'
059800         DISPLAY 'LAB032 - CLOSE FAILED FOR ORDTRKF, STATUS='
059900                 LS2-TRK-FILE-STATUS
060000     END-IF
060010     CLOSE LS2-RESULT-HISTORY-FILE
060020     IF LS2-HST-FILE-STATUS NOT = '00'
060030         DISPLAY 'LAB032 - CLOSE FAILED FOR RESHSTF, STATUS='
060040                 LS2-HST-FILE-STATUS
060050     END-IF
060100     CLOSE LS2-RECOVERED-RESULT-FILE
060200     CLOSE LS2-AGING-REPORT
060210     CLOSE LS2-CORRECTION-REPORT
060300     DISPLAY 'LAB032 - SUSPENSE ROWS READ:    ' LS2-SUSPENSE-READ
060400     DISPLAY 'LAB032 - MATCHED BY CORRELID:   '
060500             LS2-MATCHED-BY-CORRELID
060600     DISPLAY 'LAB032 - MATCHED BY PAT/TEST:   '
060700             LS2-MATCHED-BY-PATIENT-TEST
060800     DISPLAY 'LAB032 - ORDER ALREADY MATCHED: '
060850             LS2-ALREADY-MATCHED
060860     DISPLAY 'LAB032 - ORDER WAS CANCELLED:   '
060870             LS2-ORDER-CANCELLED
060871     DISPLAY 'LAB032 - LATER VERSION RECORDED:'
060872             LS2-LATER-VERSIONS
060873     DISPLAY 'LAB032 - SAME TIME, NEW TEXT:   '
060874             LS2-TEXT-DIFFERS
060900     DISPLAY 'LAB032 - STILL IN SUSPENSE:     '
060950             LS2-STILL-SUSPENDED
061000     DISPLAY 'LAB032 - AGED PAST THRESHOLD:   ' LS2-AGED-RESULTS
061010     DISPLAY 'LAB032 - CLOSED AND PURGED:     ' LS2-RESULTS-PURGED
061100     DISPLAY 'LAB032 - SUSPENSE ERRORS:       '
061150             LS2-SUSPENSE-ERRORS
061160     DISPLAY 'LAB032 - RESULT HISTORY ERRORS: '
061170             LS2-HISTORY-ERRORS
061180     DISPLAY 'LAB032 - RESULTS CORRECTED:     '
061190             LS2-RESULTS-CORRECTED.
061200 8000-EXIT.
061300     EXIT.
061400*
061500 9999-EXIT.
061600     EXIT.
