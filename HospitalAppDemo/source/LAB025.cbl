001000**                  the captured CODEDCHARSETID/ENCODING on     **
001100**                  each result against the hospital standard   **
001200**                  before allowing it into the match.          **
001210**                  Each result version is kept on the result   **
001220**                  history; corrections are reported daily.   **
001300**                                                              **
001400******************************************************************
001500*
002600**  ---------- ----  ------------------------------------------ **
002700**  2026-08-09  JMH  Initial version - CORRELID match + report. **
002800**  2026-08-09  JMH  Added charset/encoding validation step.    **
002810**  2026-10-14  JMH  A result whose CORRELID finds no order is   **
002820**                   now written to the LABSUSF suspense file   **
002830**                   for the LAB032 nightly re-match instead of **
002840**                   only being DISPLAYed in the job log.       **
002850**  2026-10-14  JMH  A result for a CANCELLED order is counted  **
002860**                   and left alone - the order stays cancelled **
002870**                   and is neither matched nor billed.         **
002871**  2026-10-14  JMH  Every distinct result applied to an order  **
002872**                   is kept on the RESHSTF result history by   **
002873**                   version sequence; a later result with a    **
002874**                   different date/time is a correction and is **
002875**                   listed on the LAB025C corrected-results    **
002876**                   report for the lab medical director.  A    **
002877**                   repeated delivery of a version already on  **
002880**                   file is counted only.                      **
002881**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
002882**                   control ledger through RUN080; the run is  **
002883**                   refused when a predecessor has not         **
002884**                   completed for the business date.           **
002885**  2026-10-15  JMH  A result whose version cannot be written   **
002886**                   to RESHSTF no longer updates the order or  **
002887**                   the LAB025C report; the step ends RC 8     **
002888**                   when any history write failed.             **
002889**  2026-10-15  JMH  A tracking row that cannot be rewritten is **
002890**                   counted, not reported matched or           **
002891**                   corrected, and ends the step RC 8.         **
002900******************************************************************
003000*
003100 ENVIRONMENT DIVISION.
005000     SELECT LB5-CHARSET-EXCEPTION-FILE ASSIGN TO LAB025X
005100            ORGANIZATION IS SEQUENTIAL.
005200*
005210     SELECT LB5-SUSPENSE-FILE     ASSIGN TO LABSUSF
005220            ORGANIZATION IS INDEXED
005230            ACCESS MODE IS RANDOM
005240            RECORD KEY IS LS2-SUS-KEY
005250            FILE STATUS IS LB5-SUS-FILE-STATUS.
005260*
005261     SELECT LB5-RESULT-HISTORY-FILE ASSIGN TO RESHSTF
005262            ORGANIZATION IS INDEXED
005263            ACCESS MODE IS DYNAMIC
005264            RECORD KEY IS LH5-HST-KEY
005265            FILE STATUS IS LB5-HST-FILE-STATUS.
005266*
005267     SELECT LB5-CORRECTION-REPORT ASSIGN TO LAB025C
005268            ORGANIZATION IS SEQUENTIAL.
005269*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  LB5-LAB-RESULT-FILE
006800     RECORDING MODE IS F.
006900 01  LB5-EXCEPTION-LINE             PIC X(132).
007000*
007010 FD  LB5-SUSPENSE-FILE
007020     RECORDING MODE IS F.
007030     COPY LABSUS.
007040*
007041 FD  LB5-RESULT-HISTORY-FILE
007042     RECORDING MODE IS F.
007043     COPY RESHST.
007044*
007045 FD  LB5-CORRECTION-REPORT
007046     RECORDING MODE IS F.
007047 01  LB5-CORRECTION-LINE            PIC X(132).
007048*
007100 WORKING-STORAGE SECTION.
007200*
007300 01  LB5-TRK-FILE-STATUS            PIC X(02) VALUE '00'.
007310 01  LB5-SUS-FILE-STATUS            PIC X(02) VALUE '00'.
007320 01  LB5-HST-FILE-STATUS            PIC X(02) VALUE '00'.
007400*
007500 77  LB5-RESULT-EOF-SWITCH          PIC X(01) VALUE 'N'.
007600     88  LB5-RESULT-EOF                    VALUE 'Y'.
008300 77  LB5-RESULTS-UNMATCHED          PIC 9(07) COMP VALUE 0.
008400 77  LB5-ORDERS-TIMED-OUT           PIC 9(07) COMP VALUE 0.
008500 77  LB5-RESULTS-REJECTED           PIC 9(07) COMP VALUE 0.
008510 77  LB5-RESULTS-SUSPENDED          PIC 9(07) COMP VALUE 0.
008520 77  LB5-SUSPENSE-ALREADY-HELD      PIC 9(07) COMP VALUE 0.
008530 77  LB5-RESULTS-FOR-CANCELLED      PIC 9(07) COMP VALUE 0.
008540 77  LB5-RESULTS-CORRECTED          PIC 9(07) COMP VALUE 0.
008550 77  LB5-RESULTS-DUPLICATE          PIC 9(07) COMP VALUE 0.
008560 77  LB5-VERSIONS-BACKFILLED        PIC 9(07) COMP VALUE 0.
008570 77  LB5-HISTORY-ERRORS             PIC 9(07) COMP VALUE 0.
008580 77  LB5-TRACK-ERRORS               PIC 9(07) COMP VALUE 0.
008600*
008700******************************************************************
008800**  HOSPITAL STANDARD CHARACTER SET/ENCODING - INBOUND RESULTS   **
012400 01  LB5-ELAPSED-SECONDS             PIC S9(09).
012500 01  LB5-EXPIRY-SECONDS              PIC S9(09).
012600*
012601******************************************************************
012602**  RESULT HISTORY SCAN - THE ORDER'S VERSIONS ARE READ IN       **
012603**  SEQUENCE ORDER; THE LAST ONE IS THE PRIOR RESULT A           **
012604**  CORRECTION REPLACES.                                         **
012605******************************************************************
012606 77  LB5-HST-SCAN-DONE-SWITCH       PIC X(01) VALUE 'N'.
012607     88  LB5-HST-SCAN-DONE                  VALUE 'Y'.
012608 77  LB5-HST-DUP-SWITCH             PIC X(01) VALUE 'N'.
012609     88  LB5-HST-DUPLICATE                  VALUE 'Y'.
012610 77  LB5-HST-FAILED-SWITCH          PIC X(01) VALUE 'N'.
012611     88  LB5-HST-WRITE-FAILED               VALUE 'Y'.
012612 01  LB5-LAST-SEQ                   PIC 9(03) VALUE 0.
012613 01  LB5-PRIOR-RESULT-DATE          PIC X(08) VALUE SPACES.
012614 01  LB5-PRIOR-RESULT-TIME          PIC X(08) VALUE SPACES.
012615 01  LB5-PRIOR-MSG-TEXT             PIC X(60) VALUE SPACES.
012616 01  LB5-COUNT-DISPLAY              PIC ZZZZZZ9.
012617*
012620 01  LB5-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
012630 01  LB5-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'LAB025'.
012640 01  LB5-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
012650 01  LB5-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
012660 01  LB5-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
012670 01  LB5-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
012680 01  LB5-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
012690*
012700 PROCEDURE DIVISION.
012800*
012900 0000-MAINLINE.
012910     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
012920     IF LB5-RUNCTL-RETURN-CODE NOT = 0
012930         MOVE LB5-RUNCTL-RETURN-CODE TO RETURN-CODE
012940         GOBACK
012950     END-IF
013000     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
013100     IF NOT LB5-ABORT-RUN
013200         PERFORM 2000-MATCH-RESULTS   THRU 2000-EXIT
014200         END-IF
014300         PERFORM 3000-REPORT-OVERDUE  THRU 3000-EXIT
014400             UNTIL LB5-TRACK-EOF
014410         PERFORM 3500-PRINT-CORRECTION-TOTAL THRU 3500-EXIT
014500     END-IF
014600     PERFORM 8000-TERMINATE           THRU 8000-EXIT
014700     EVALUATE TRUE
014710         WHEN LB5-ABORT-RUN
014800             MOVE 16                   TO RETURN-CODE
014810         WHEN LB5-HISTORY-ERRORS > 0
014811           OR LB5-TRACK-ERRORS > 0
014820             MOVE 8                    TO RETURN-CODE
014900     END-EVALUATE
014910     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
015000     GOBACK.
015100*
015101 0100-BEGIN-RUN-CONTROL.
015102     MOVE 'B'                       TO LB5-RUNCTL-FUNCTION-CODE
015103     CALL 'RUN080' USING LB5-RUNCTL-FUNCTION-CODE
015104                         LB5-RUNCTL-PROGRAM-ID
015105                         LB5-RUNCTL-COUNT-IN
015106                         LB5-RUNCTL-COUNT-OUT
015107                         LB5-RUNCTL-STEP-RC
015108                         LB5-RUNCTL-BUSINESS-DATE
015109                         LB5-RUNCTL-RETURN-CODE
015110     IF LB5-RUNCTL-RETURN-CODE NOT = 0
015111         DISPLAY 'LAB025 - RUN REFUSED BY RUN CONTROL FOR '
015112                 'BUSINESS DATE ' LB5-RUNCTL-BUSINESS-DATE
015113         DISPLAY 'LAB025 - RUN080 BEGIN RETURNED '
015114                 LB5-RUNCTL-RETURN-CODE
015115     END-IF.
015116 0100-EXIT.
015117     EXIT.
015118*
015119 0200-END-RUN-CONTROL.
015120     MOVE RETURN-CODE               TO LB5-RUNCTL-STEP-RC
015121     MOVE LB5-RESULTS-READ          TO LB5-RUNCTL-COUNT-IN
015122     MOVE LB5-RESULTS-MATCHED       TO LB5-RUNCTL-COUNT-OUT
015123     MOVE 'E'                       TO LB5-RUNCTL-FUNCTION-CODE
015124     CALL 'RUN080' USING LB5-RUNCTL-FUNCTION-CODE
015125                         LB5-RUNCTL-PROGRAM-ID
015126                         LB5-RUNCTL-COUNT-IN
015127                         LB5-RUNCTL-COUNT-OUT
015128                         LB5-RUNCTL-STEP-RC
015129                         LB5-RUNCTL-BUSINESS-DATE
015130                         LB5-RUNCTL-RETURN-CODE
015131     IF LB5-RUNCTL-RETURN-CODE NOT = 0
015132         DISPLAY 'LAB025 - RUN080 END RETURNED '
015133                 LB5-RUNCTL-RETURN-CODE
015134     END-IF
015135     MOVE LB5-RUNCTL-STEP-RC        TO RETURN-CODE.
015136 0200-EXIT.
015137     EXIT.
015138*
015200 1000-INITIALIZE.
015300     ACCEPT LB5-RUN-DATE FROM DATE YYYYMMDD
015400     ACCEPT LB5-RUN-TIME FROM TIME
016000         SET LB5-ABORT-RUN               TO TRUE
016100         GO TO 1000-EXIT
016200     END-IF
016210     OPEN I-O    LB5-SUSPENSE-FILE
016220     IF LB5-SUS-FILE-STATUS NOT = '00'
016230         DISPLAY 'LAB025 - OPEN FAILED FOR LABSUSF, STATUS='
016240                 LB5-SUS-FILE-STATUS
016250         SET LB5-ABORT-RUN               TO TRUE
016260         GO TO 1000-EXIT
016270     END-IF
016271     OPEN I-O    LB5-RESULT-HISTORY-FILE
016272     IF LB5-HST-FILE-STATUS NOT = '00'
016273         DISPLAY 'LAB025 - OPEN FAILED FOR RESHSTF, STATUS='
016274                 LB5-HST-FILE-STATUS
016275         SET LB5-ABORT-RUN               TO TRUE
016276         GO TO 1000-EXIT
016277     END-IF
016300     OPEN OUTPUT LB5-TIMEOUT-REPORT
016400     OPEN OUTPUT LB5-CHARSET-EXCEPTION-FILE
016500     MOVE SPACES TO LB5-REPORT-LINE
016700            LB5-RUN-DATE
016800         DELIMITED BY SIZE INTO LB5-REPORT-LINE
016900     WRITE LB5-REPORT-LINE
016910     OPEN OUTPUT LB5-CORRECTION-REPORT
016920     MOVE SPACES TO LB5-CORRECTION-LINE
016930     STRING 'CORRECTED LAB RESULTS - RUN DATE '
016940            LB5-RUN-DATE
016950            ' - FOR THE LAB MEDICAL DIRECTOR'
016960         DELIMITED BY SIZE INTO LB5-CORRECTION-LINE
016970     WRITE LB5-CORRECTION-LINE
017000     PERFORM 2100-READ-RESULT         THRU 2100-EXIT.
017100 1000-EXIT.
017200     EXIT.
017900        READ LB5-ORDER-TRACK-FILE
018000            INVALID KEY
018100                ADD 1                    TO LB5-RESULTS-UNMATCHED
018200                PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
018400        NOT INVALID KEY
018500                PERFORM 2300-APPLY-RESULT THRU 2300-EXIT
019000        END-READ
019100     END-IF
019200     PERFORM 2100-READ-RESULT          THRU 2100-EXIT.
022900     END-READ.
023000 2100-EXIT.
023100     EXIT.
023101*
023102******************************************************************
023103**  2200-WRITE-SUSPENSE                                          **
023104**  A result whose CORRELID finds no order is held on the        **
023105**  suspense file with its full image for LAB032 to retry each   **
023106**  night.  A duplicate key means the same result is already     **
023107**  held - LAB026 suspended it intraday, or this is a rerun -    **
023108**  and the existing row (with its first-seen date) is kept.     **
023109******************************************************************
023110 2200-WRITE-SUSPENSE.
023111     MOVE SPACES                         TO LS2-SUSPENSE-RECORD
023112     MOVE LB5-CORRELID                   TO LS2-SUS-CORRELID
023113     MOVE LB5-RESULT-DATE                TO LS2-SUS-RESULT-DATE
023114     MOVE LB5-RESULT-TIME                TO LS2-SUS-RESULT-TIME
023115     MOVE LB5-PATIENT-ID                 TO LS2-SUS-PATIENT-ID
023116     MOVE LB5-TEST-CODE                  TO LS2-SUS-TEST-CODE
023117     MOVE LB5-CODEDCHARSETID             TO LS2-SUS-CODEDCHARSETID
023118     MOVE LB5-ENCODING                   TO LS2-SUS-ENCODING
023119     MOVE LB5-MSG-TEXT                   TO LS2-SUS-MSG-TEXT
023120     MOVE LB5-RUN-DATE                   TO
023121          LS2-SUS-FIRST-SEEN-DATE
023122     MOVE 'LAB025'                       TO LS2-SUS-FIRST-SEEN-PGM
023123     MOVE 0                              TO LS2-SUS-RETRY-COUNT
023124     WRITE LS2-SUSPENSE-RECORD
023125         INVALID KEY
023126             ADD 1                       TO
023127                 LB5-SUSPENSE-ALREADY-HELD
023128         NOT INVALID KEY
023129             ADD 1                       TO LB5-RESULTS-SUSPENDED
023130     END-WRITE.
023131 2200-EXIT.
023132     EXIT.
023200*
023201******************************************************************
023202**  2300-APPLY-RESULT                                            **
023203**  Mark the order matched with the result's date and time.  A   **
023204**  result for an order LAB020 has since cancelled is counted    **
023205**  and left alone, so the order is neither re-opened as         **
023206**  matched nor picked up by BIL110 for billing.                 **
023207******************************************************************
023208 2300-APPLY-RESULT.
023209     IF LB2-TRK-CANCELLED
023210         ADD 1                     TO LB5-RESULTS-FOR-CANCELLED
023211         GO TO 2300-EXIT
023212     END-IF
023213     PERFORM 2350-APPLY-VERSION        THRU 2350-EXIT.
023218 2300-EXIT.
023219     EXIT.
023220*
023221******************************************************************
023222**  2350-APPLY-VERSION                                           **
023223**  A result already on the order's history (same date/time) is  **
023224**  a repeated delivery and changes nothing.  Otherwise it is    **
023225**  recorded as the next version - the original when the order  **
023226**  has none, a correction when it has - and the order is       **
023227**  marked matched with this result's date and time.  An order  **
023228**  matched before it had any history (LAB032 re-match, or      **
023229**  before the history file existed) has its tracked result     **
023230**  recorded first as the original.  When a version cannot be    **
023231**  written the order is left exactly as it was.  When the       **
023232**  order cannot be rewritten the result is not counted as       **
023233**  matched and a correction is not listed on LAB025C.           **
023234******************************************************************
023235 2350-APPLY-VERSION.
023236     MOVE 'N'                          TO LB5-HST-FAILED-SWITCH
023237     PERFORM 2400-SCAN-HISTORY         THRU 2400-EXIT
023238     IF LB5-HST-DUPLICATE
023239         ADD 1                         TO LB5-RESULTS-DUPLICATE
023240         GO TO 2350-EXIT
023241     END-IF
023242     IF LB5-LAST-SEQ = 0
023243            AND LB2-TRK-MATCHED
023244            AND (LB2-TRK-RESULT-DATE NOT = LB5-RESULT-DATE
023245                 OR LB2-TRK-RESULT-TIME NOT = LB5-RESULT-TIME)
023246         PERFORM 2420-BACKFILL-VERSION THRU 2420-EXIT
023247         IF LB5-HST-WRITE-FAILED
023248             GO TO 2350-EXIT
023249         END-IF
023250     END-IF
023251     PERFORM 2450-WRITE-VERSION        THRU 2450-EXIT
023252     IF LB5-HST-WRITE-FAILED
023253         GO TO 2350-EXIT
023254     END-IF
023255     SET LB2-TRK-MATCHED               TO TRUE
023256     MOVE LB5-RESULT-DATE              TO LB2-TRK-RESULT-DATE
023257     MOVE LB5-RESULT-TIME              TO LB2-TRK-RESULT-TIME
023258     REWRITE LB2-ORDER-TRACK-RECORD
023259         INVALID KEY
023260             ADD 1                     TO LB5-TRACK-ERRORS
023261             DISPLAY 'LAB025 - ORDTRKF REWRITE FAILED, CORRELID '
023262                     LB2-TRK-CORRELID
023263                     ' STATUS=' LB5-TRK-FILE-STATUS
023264             GO TO 2350-EXIT
023265     END-REWRITE
023266     ADD 1                             TO LB5-RESULTS-MATCHED
023267     IF LH5-HST-CORRECTED
023268         ADD 1                         TO LB5-RESULTS-CORRECTED
023269         PERFORM 2480-WRITE-CORRECTION THRU 2480-EXIT
023270     END-IF.
023271 2350-EXIT.
023272     EXIT.
023273*
023274******************************************************************
023275**  2400-SCAN-HISTORY                                            **
023276**  Read the order's versions; note the last sequence number and **
023277**  result, and whether this result is already one of them.     **
023278******************************************************************
023279 2400-SCAN-HISTORY.
023280     MOVE 0                            TO LB5-LAST-SEQ
023281     MOVE 'N'                          TO LB5-HST-DUP-SWITCH
023282     MOVE 'N'                          TO LB5-HST-SCAN-DONE-SWITCH
023283     MOVE SPACES                       TO LB5-PRIOR-RESULT-DATE
023284     MOVE SPACES                       TO LB5-PRIOR-RESULT-TIME
023285     MOVE SPACES                       TO LB5-PRIOR-MSG-TEXT
023286     MOVE LB5-CORRELID                 TO LH5-HST-CORRELID
023287     MOVE 0                            TO LH5-HST-VERSION-SEQ
023288     START LB5-RESULT-HISTORY-FILE KEY IS NOT LESS THAN
023289         LH5-HST-KEY
023290         INVALID KEY
023291             GO TO 2400-EXIT
023292     END-START
023293     PERFORM 2410-SCAN-ONE-VERSION     THRU 2410-EXIT
023294         UNTIL LB5-HST-SCAN-DONE.
023295 2400-EXIT.
023296     EXIT.
023297*
023298 2410-SCAN-ONE-VERSION.
023299     READ LB5-RESULT-HISTORY-FILE NEXT RECORD
023300         AT END
023301             MOVE 'Y'                  TO LB5-HST-SCAN-DONE-SWITCH
023302             GO TO 2410-EXIT
023303     END-READ
023304     IF LH5-HST-CORRELID NOT = LB5-CORRELID
023305         MOVE 'Y'                      TO LB5-HST-SCAN-DONE-SWITCH
023306         GO TO 2410-EXIT
023307     END-IF
023308     IF LH5-HST-RESULT-DATE = LB5-RESULT-DATE
023309            AND LH5-HST-RESULT-TIME = LB5-RESULT-TIME
023310         MOVE 'Y'                      TO LB5-HST-DUP-SWITCH
023311     END-IF
023312     MOVE LH5-HST-VERSION-SEQ          TO LB5-LAST-SEQ
023313     MOVE LH5-HST-RESULT-DATE          TO LB5-PRIOR-RESULT-DATE
023314     MOVE LH5-HST-RESULT-TIME          TO LB5-PRIOR-RESULT-TIME
023315     MOVE LH5-HST-MSG-TEXT             TO LB5-PRIOR-MSG-TEXT.
023316 2410-EXIT.
023317     EXIT.
023318*
023319******************************************************************
023320**  2420-BACKFILL-VERSION                                        **
023321**  Record the result the order was already matched with as its  **
023322**  original version; its text is no longer available.          **
023323******************************************************************
023324 2420-BACKFILL-VERSION.
023325     MOVE SPACES                    TO LH5-RESULT-HISTORY-RECORD
023326     MOVE LB2-TRK-CORRELID             TO LH5-HST-CORRELID
023327     MOVE 1                            TO LH5-HST-VERSION-SEQ
023328     MOVE LB2-TRK-ORDER-NUMBER         TO LH5-HST-ORDER-NUMBER
023329     MOVE LB2-TRK-PATIENT-ID           TO LH5-HST-PATIENT-ID
023330     MOVE LB2-TRK-TEST-CODE            TO LH5-HST-TEST-CODE
023331     MOVE LB2-TRK-DEPT-CODE            TO LH5-HST-DEPT-CODE
023332     MOVE LB2-TRK-RESULT-DATE          TO LH5-HST-RESULT-DATE
023333     MOVE LB2-TRK-RESULT-TIME          TO LH5-HST-RESULT-TIME
023334     SET LH5-HST-ORIGINAL              TO TRUE
023335     SET LH5-HST-FROM-TRACKING         TO TRUE
023336     MOVE LB5-RUN-DATE                 TO LH5-HST-RECORDED-DATE
023337     MOVE LB5-RUN-TIME                 TO LH5-HST-RECORDED-TIME
023338     WRITE LH5-RESULT-HISTORY-RECORD
023339         INVALID KEY
023340             ADD 1                     TO LB5-HISTORY-ERRORS
023341             MOVE 'Y'                  TO LB5-HST-FAILED-SWITCH
023342             DISPLAY 'LAB025 - RESHSTF WRITE FAILED, CORRELID '
023343                     LB2-TRK-CORRELID
023344             GO TO 2420-EXIT
023345     END-WRITE
023346     MOVE 1                            TO LB5-LAST-SEQ
023347     MOVE LB2-TRK-RESULT-DATE          TO LB5-PRIOR-RESULT-DATE
023348     MOVE LB2-TRK-RESULT-TIME          TO LB5-PRIOR-RESULT-TIME
023349     MOVE SPACES                       TO LB5-PRIOR-MSG-TEXT
023350     ADD 1                             TO LB5-VERSIONS-BACKFILLED.
023351 2420-EXIT.
023352     EXIT.
023353*
023354******************************************************************
023355**  2450-WRITE-VERSION                                           **
023356**  Record this result as the order's next version.              **
023357******************************************************************
023358 2450-WRITE-VERSION.
023359     MOVE SPACES                    TO LH5-RESULT-HISTORY-RECORD
023360     MOVE LB2-TRK-CORRELID             TO LH5-HST-CORRELID
023361     COMPUTE LH5-HST-VERSION-SEQ = LB5-LAST-SEQ + 1
023362     MOVE LB2-TRK-ORDER-NUMBER         TO LH5-HST-ORDER-NUMBER
023363     MOVE LB2-TRK-PATIENT-ID           TO LH5-HST-PATIENT-ID
023364     MOVE LB2-TRK-TEST-CODE            TO LH5-HST-TEST-CODE
023365     MOVE LB2-TRK-DEPT-CODE            TO LH5-HST-DEPT-CODE
023366     MOVE LB5-RESULT-DATE              TO LH5-HST-RESULT-DATE
023367     MOVE LB5-RESULT-TIME              TO LH5-HST-RESULT-TIME
023368     IF LB5-LAST-SEQ = 0
023369         SET LH5-HST-ORIGINAL          TO TRUE
023370     ELSE
023371         SET LH5-HST-CORRECTED         TO TRUE
023372     END-IF
023373     SET LH5-HST-FROM-RESULT           TO TRUE
023374     MOVE LB5-RUN-DATE                 TO LH5-HST-RECORDED-DATE
023375     MOVE LB5-RUN-TIME                 TO LH5-HST-RECORDED-TIME
023376     MOVE LB5-MSG-TEXT                 TO LH5-HST-MSG-TEXT
023377     WRITE LH5-RESULT-HISTORY-RECORD
023378         INVALID KEY
023379             ADD 1                     TO LB5-HISTORY-ERRORS
023380             MOVE 'Y'                  TO LB5-HST-FAILED-SWITCH
023381             DISPLAY 'LAB025 - RESHSTF WRITE FAILED, CORRELID '
023382                     LB2-TRK-CORRELID
023383             GO TO 2450-EXIT
023384     END-WRITE.
023385 2450-EXIT.
023386     EXIT.
023387*
023388******************************************************************
023389**  2480-WRITE-CORRECTION                                        **
023390**  One entry per corrected result on the medical director's     **
023391**  report: the order, then the prior and the new result.        **
023392******************************************************************
023393 2480-WRITE-CORRECTION.
023394     MOVE SPACES                       TO LB5-CORRECTION-LINE
023395     WRITE LB5-CORRECTION-LINE
023396     MOVE SPACES                       TO LB5-CORRECTION-LINE
023397     STRING 'CORRECTED ORDER ' LH5-HST-ORDER-NUMBER
023398            ' PATIENT '  LH5-HST-PATIENT-ID
023399            ' TEST '     LH5-HST-TEST-CODE
023400            ' DEPT '     LH5-HST-DEPT-CODE
023401            ' VERSION '  LH5-HST-VERSION-SEQ
023402            ' CORRELID ' LH5-HST-CORRELID
023403         DELIMITED BY SIZE INTO LB5-CORRECTION-LINE
023404     WRITE LB5-CORRECTION-LINE
023405     MOVE SPACES                       TO LB5-CORRECTION-LINE
023406     STRING '    PRIOR ' LB5-PRIOR-RESULT-DATE
023407            ' '          LB5-PRIOR-RESULT-TIME
023408            ' '          LB5-PRIOR-MSG-TEXT
023409         DELIMITED BY SIZE INTO LB5-CORRECTION-LINE
023410     WRITE LB5-CORRECTION-LINE
023411     MOVE SPACES                       TO LB5-CORRECTION-LINE
023412     STRING '    NEW   ' LH5-HST-RESULT-DATE
023413            ' '          LH5-HST-RESULT-TIME
023414            ' '          LH5-HST-MSG-TEXT
023415         DELIMITED BY SIZE INTO LB5-CORRECTION-LINE
023416     WRITE LB5-CORRECTION-LINE.
023417 2480-EXIT.
023418     EXIT.
023419*
023420******************************************************************
023421**  3000-REPORT-OVERDUE                                          **
023500**  Sequential browse of the tracking file; any order still     **
023600**  PENDING whose age exceeds its MQMD-EXPIRY window is listed   **
023700**  on the timeout report and marked TIMED-OUT.                 **
023710**  Matched and cancelled orders are never pending, so a         **
023720**  cancelled order is not reported overdue.                     **
023800******************************************************************
023900 3000-REPORT-OVERDUE.
024000     IF LB2-TRK-PENDING
028500 3100-EXIT.
028600     EXIT.
028700*
028701 3500-PRINT-CORRECTION-TOTAL.
028702     MOVE SPACES                       TO LB5-CORRECTION-LINE
028703     WRITE LB5-CORRECTION-LINE
028704     MOVE SPACES                       TO LB5-CORRECTION-LINE
028705     MOVE LB5-RESULTS-CORRECTED        TO LB5-COUNT-DISPLAY
028706     STRING 'CORRECTED RESULTS     ' LB5-COUNT-DISPLAY
028707         DELIMITED BY SIZE INTO LB5-CORRECTION-LINE
028708     WRITE LB5-CORRECTION-LINE.
028709 3500-EXIT.
028710     EXIT.
028711*
028800 3900-READ-TRACK.
028900     READ LB5-ORDER-TRACK-FILE NEXT RECORD
029000         AT END
030200     END-IF
030300     CLOSE LB5-TIMEOUT-REPORT
030400     CLOSE LB5-CHARSET-EXCEPTION-FILE
030410     CLOSE LB5-SUSPENSE-FILE
030420     IF LB5-SUS-FILE-STATUS NOT = '00'
030430         DISPLAY 'LAB025 - CLOSE FAILED FOR LABSUSF, STATUS='
030440                 LB5-SUS-FILE-STATUS
030450     END-IF
030451     CLOSE LB5-RESULT-HISTORY-FILE
030452     IF LB5-HST-FILE-STATUS NOT = '00'
030453         DISPLAY 'LAB025 - CLOSE FAILED FOR RESHSTF, STATUS='
030454                 LB5-HST-FILE-STATUS
030455     END-IF
030456     CLOSE LB5-CORRECTION-REPORT
030500     DISPLAY 'LAB025 - RESULTS READ:      ' LB5-RESULTS-READ
030600     DISPLAY 'LAB025 - RESULTS MATCHED:    ' LB5-RESULTS-MATCHED
030700     DISPLAY 'LAB025 - RESULTS UNMATCHED:  '
030800             LB5-RESULTS-UNMATCHED
030810     DISPLAY 'LAB025 - RESULTS SUSPENDED:  '
030820             LB5-RESULTS-SUSPENDED
030830     DISPLAY 'LAB025 - ALREADY SUSPENDED:  '
030840             LB5-SUSPENSE-ALREADY-HELD
030850     DISPLAY 'LAB025 - FOR CANCELLED ORDERS:'
030860             LB5-RESULTS-FOR-CANCELLED
030861     DISPLAY 'LAB025 - RESULTS CORRECTED:  '
030862             LB5-RESULTS-CORRECTED
030863     DISPLAY 'LAB025 - DUPLICATE RESULTS:  '
030864             LB5-RESULTS-DUPLICATE
030865     DISPLAY 'LAB025 - VERSIONS BACKFILLED:'
030866             LB5-VERSIONS-BACKFILLED
030867     DISPLAY 'LAB025 - HISTORY ERRORS:     '
030868             LB5-HISTORY-ERRORS
030870     DISPLAY 'LAB025 - ORDTRKF ERRORS:     '
030880             LB5-TRACK-ERRORS
030900     DISPLAY 'LAB025 - CHARSET REJECTED:   '
031000             LB5-RESULTS-REJECTED
031100     DISPLAY 'LAB025 - ORDERS TIMED OUT:   '
