004100**  DATE       INIT  DESCRIPTION                                **
004200**  ---------- ----  ------------------------------------------ **
004300**  2026-08-22  JMH  Initial version - intraday STAT cycle.     **
004310**  2026-10-14  JMH  A result whose CORRELID finds no order is   **
004320**                   written to the LABSUSF suspense file, as   **
004330**                   LAB025 does, for the LAB032 re-match.      **
004340**  2026-10-14  JMH  A result for a CANCELLED order is counted  **
004350**                   and left alone, as in LAB025, and a        **
004360**                   cancelled order raises no intraday alert.  **
004370**  2026-10-14  JMH  A further result for an order already      **
004380**                   MATCHED is left for LAB025, which records  **
004390**                   it on the result history as a correction.  **
004391**  2026-10-15  JMH  An orphan result already held on LABSUSF   **
004392**                   is counted and shown as ALREADY SUSPENDED  **
004393**                   in the run totals, as in LAB025.           **
004394**  2026-10-15  JMH  A tracking row that cannot be rewritten is **
004395**                   counted, not reported matched, and ends    **
004396**                   the step RC 8.                             **
004400******************************************************************
004500*
004600 ENVIRONMENT DIVISION.
006200     SELECT LB6-INTRADAY-ALERT-FILE ASSIGN TO LAB026A
006300            ORGANIZATION IS SEQUENTIAL.
006400*
006410     SELECT LB6-SUSPENSE-FILE     ASSIGN TO LABSUSF
006420            ORGANIZATION IS INDEXED
006430            ACCESS MODE IS RANDOM
006440            RECORD KEY IS LS2-SUS-KEY
006450            FILE STATUS IS LB6-SUS-FILE-STATUS.
006460*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  LB6-LAB-RESULT-FILE
007600     RECORDING MODE IS F.
007700 01  LB6-ALERT-LINE                 PIC X(132).
007800*
007810 FD  LB6-SUSPENSE-FILE
007820     RECORDING MODE IS F.
007830     COPY LABSUS.
007840*
007900 WORKING-STORAGE SECTION.
008000*
008100 01  LB6-TRK-FILE-STATUS            PIC X(02) VALUE '00'.
008110 01  LB6-SUS-FILE-STATUS            PIC X(02) VALUE '00'.
008200*
008300 77  LB6-RESULT-EOF-SWITCH          PIC X(01) VALUE 'N'.
008400     88  LB6-RESULT-EOF                    VALUE 'Y'.
009100 77  LB6-RESULTS-UNMATCHED          PIC 9(07) COMP VALUE 0.
009200 77  LB6-ALERTS-WRITTEN             PIC 9(07) COMP VALUE 0.
009300 77  LB6-RESULTS-REJECTED           PIC 9(07) COMP VALUE 0.
009310 77  LB6-RESULTS-SUSPENDED          PIC 9(07) COMP VALUE 0.
009311 77  LB6-SUSPENSE-ALREADY-HELD      PIC 9(07) COMP VALUE 0.
009320 77  LB6-RESULTS-FOR-CANCELLED      PIC 9(07) COMP VALUE 0.
009330 77  LB6-LEFT-FOR-END-OF-DAY        PIC 9(07) COMP VALUE 0.
009340 77  LB6-TRACK-ERRORS               PIC 9(07) COMP VALUE 0.
009400*
009500******************************************************************
009600**  HOSPITAL STANDARD CHARACTER SET/ENCODING, AS LAB025         **
016000             UNTIL LB6-TRACK-EOF
016100     END-IF
016200     PERFORM 8000-TERMINATE           THRU 8000-EXIT
016210     EVALUATE TRUE
016220         WHEN LB6-ABORT-RUN
016230             MOVE 16                   TO RETURN-CODE
016240         WHEN LB6-TRACK-ERRORS > 0
016250             MOVE 8                    TO RETURN-CODE
016260     END-EVALUATE
016600     GOBACK.
016700*
016800******************************************************************
017900         SET LB6-ABORT-RUN             TO TRUE
018000         GO TO 1000-EXIT
018100     END-IF
018110     OPEN I-O    LB6-SUSPENSE-FILE
018120     IF LB6-SUS-FILE-STATUS NOT = '00'
018130         DISPLAY 'LAB026 - OPEN FAILED FOR LABSUSF, STATUS='
018140                 LB6-SUS-FILE-STATUS
018150         SET LB6-ABORT-RUN             TO TRUE
018160         GO TO 1000-EXIT
018170     END-IF
018200     OPEN EXTEND LB6-INTRADAY-ALERT-FILE
018300     MOVE 'O'                          TO LB6-CKP-FUNCTION-CODE
018400     CALL 'CKP070' USING LB6-CKP-FUNCTION-CODE
024900     READ LB6-ORDER-TRACK-FILE
025000         INVALID KEY
025100             ADD 1                      TO LB6-RESULTS-UNMATCHED
025110             PERFORM 2200-WRITE-SUSPENSE THRU 2200-EXIT
025200         NOT INVALID KEY
025300             PERFORM 2300-APPLY-RESULT  THRU 2300-EXIT
025800     END-READ.
025900 2000-CHECKPOINT.
026000     MOVE 'W'                          TO LB6-CKP-FUNCTION-CODE
027800     END-READ.
027900 2100-EXIT.
028000     EXIT.
028001*
028002******************************************************************
028003**  2200-WRITE-SUSPENSE                                          **
028004**  Hold the orphan result on the suspense file for LAB032, as   **
028005**  LAB025 does.  A later cycle or the end-of-day run meeting    **
028006**  the same result again finds it already held (duplicate key) **
028007**  and the original row is kept; it is counted as already       **
028008**  suspended.                                                   **
028009******************************************************************
028010 2200-WRITE-SUSPENSE.
028011     MOVE SPACES                         TO LS2-SUSPENSE-RECORD
028012     MOVE LB5-CORRELID                   TO LS2-SUS-CORRELID
028013     MOVE LB5-RESULT-DATE                TO LS2-SUS-RESULT-DATE
028014     MOVE LB5-RESULT-TIME                TO LS2-SUS-RESULT-TIME
028015     MOVE LB5-PATIENT-ID                 TO LS2-SUS-PATIENT-ID
028016     MOVE LB5-TEST-CODE                  TO LS2-SUS-TEST-CODE
028017     MOVE LB5-CODEDCHARSETID             TO LS2-SUS-CODEDCHARSETID
028018     MOVE LB5-ENCODING                   TO LS2-SUS-ENCODING
028019     MOVE LB5-MSG-TEXT                   TO LS2-SUS-MSG-TEXT
028020     MOVE LB6-RUN-DATE                   TO
028021          LS2-SUS-FIRST-SEEN-DATE
028022     MOVE 'LAB026'                       TO LS2-SUS-FIRST-SEEN-PGM
028023     MOVE 0                              TO LS2-SUS-RETRY-COUNT
028024     WRITE LS2-SUSPENSE-RECORD
028025         INVALID KEY
028026             ADD 1                       TO
028027                 LB6-SUSPENSE-ALREADY-HELD
028028         NOT INVALID KEY
028029             ADD 1                       TO LB6-RESULTS-SUSPENDED
028030     END-WRITE.
028031 2200-EXIT.
028032     EXIT.
028100*
028101******************************************************************
028102**  2300-APPLY-RESULT                                            **
028103**  As LAB025: mark the order matched, unless LAB020 has since   **
028104**  cancelled it, in which case the result is only counted.      **
028105**  An order already matched keeps its first result here; the    **
028106**  end-of-day LAB025 run decides whether the new one is a       **
028107**  correction and records it on the result history.  A          **
028108**  tracking row that cannot be rewritten is counted and the     **
028109**  result is not counted as matched.                            **
028110******************************************************************
028111 2300-APPLY-RESULT.
028112     IF LB2-TRK-CANCELLED
028113         ADD 1                      TO LB6-RESULTS-FOR-CANCELLED
028114         GO TO 2300-EXIT
028115     END-IF
028116     IF LB2-TRK-MATCHED
028117         ADD 1                      TO LB6-LEFT-FOR-END-OF-DAY
028118         GO TO 2300-EXIT
028119     END-IF
028120     SET LB2-TRK-MATCHED            TO TRUE
028121     MOVE LB5-RESULT-DATE           TO LB2-TRK-RESULT-DATE
028122     MOVE LB5-RESULT-TIME           TO LB2-TRK-RESULT-TIME
028123     REWRITE LB2-ORDER-TRACK-RECORD
028124         INVALID KEY
028125             ADD 1                  TO LB6-TRACK-ERRORS
028126             DISPLAY 'LAB026 - ORDTRKF REWRITE FAILED, CORRELID '
028127                     LB2-TRK-CORRELID
028128                     ' STATUS=' LB6-TRK-FILE-STATUS
028129             GO TO 2300-EXIT
028130     END-REWRITE
028131     ADD 1                          TO LB6-RESULTS-MATCHED.
028132 2300-EXIT.
028133     EXIT.
028134*
028200******************************************************************
028300**  3000-CHECK-STAT-ALERTS                                       **
028400**  Expiry and COA SLA checks for the report-requested           **
028600**  alerted by an earlier cycle.  The tracking status is left    **
028700**  for the end-of-day run; only the intraday-alert flag is      **
028800**  set here.                                                    **
028810**  A cancelled order raises no alert.                           **
028900******************************************************************
029000 3000-CHECK-STAT-ALERTS.
029100     IF LB2-TRK-REPORT-REQUESTED
029200            AND NOT LB2-TRK-INTRADAY-ALERTED
029210            AND NOT LB2-TRK-CANCELLED
029300         MOVE SPACES                    TO LB6-ALERT-REASON
029400         IF LB2-TRK-PENDING
029500             PERFORM 3100-CHECK-EXPIRY  THRU 3100-EXIT
040000                 LB6-TRK-FILE-STATUS
040100     END-IF
040200     CLOSE LB6-INTRADAY-ALERT-FILE
040210     CLOSE LB6-SUSPENSE-FILE
040220     IF LB6-SUS-FILE-STATUS NOT = '00'
040230         DISPLAY 'LAB026 - CLOSE FAILED FOR LABSUSF, STATUS='
040240                 LB6-SUS-FILE-STATUS
040250     END-IF
040300     MOVE 'C'                           TO LB6-CKP-FUNCTION-CODE
040400     CALL 'CKP070' USING LB6-CKP-FUNCTION-CODE
040500                         LB6-CKP-PROGRAM-ID
041300     DISPLAY 'LAB026 - RESULTS MATCHED:   ' LB6-RESULTS-MATCHED
041400     DISPLAY 'LAB026 - RESULTS UNMATCHED: '
041500             LB6-RESULTS-UNMATCHED
041510     DISPLAY 'LAB026 - RESULTS SUSPENDED: '
041520             LB6-RESULTS-SUSPENDED
041521     DISPLAY 'LAB026 - ALREADY SUSPENDED: '
041522             LB6-SUSPENSE-ALREADY-HELD
041530     DISPLAY 'LAB026 - FOR CANCELLED:     '
041540             LB6-RESULTS-FOR-CANCELLED
041550     DISPLAY 'LAB026 - ALREADY MATCHED:   '
041560             LB6-LEFT-FOR-END-OF-DAY
041600     DISPLAY 'LAB026 - CHARSET REJECTED:  '
041700             LB6-RESULTS-REJECTED
041800     DISPLAY 'LAB026 - ALERTS WRITTEN:    ' LB6-ALERTS-WRITTEN
041810     DISPLAY 'LAB026 - ORDTRKF ERRORS:    ' LB6-TRACK-ERRORS.
041900 8000-EXIT.
042000     EXIT.
042100*
