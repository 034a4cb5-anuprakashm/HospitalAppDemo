001400**                  results queue.  The distribution report     **
001500**                  counts notifications by department so each  **
001600**                  unit can confirm it received everything     **
001700**                  that matched that day.  A result LAB025     **
001710**                  recorded as a correction is notified as     **
001720**                  CORRECTED so the floor knows it replaces an **
001730**                  earlier result.                             **
001800**                                                              **
001900******************************************************************
002000*
003000**  DATE       INIT  DESCRIPTION                                **
003100**  ---------- ----  ------------------------------------------ **
003200**  2026-08-22  JMH  Initial version - result distribution.     **
003210**  2026-10-14  JMH  A result recorded on RESHSTF as a          **
003220**                   correction is notified with status         **
003230**                   CORRECTED and its version number; others   **
003240**                   go out as FINAL.                           **
003250**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003260**                   control ledger through RUN080; the run is  **
003270**                   refused when a predecessor has not         **
003280**                   completed for the business date.           **
003300******************************************************************
003400*
003500 ENVIRONMENT DIVISION.
005400            RECORD KEY IS DP5-DEPT-CODE
005500            FILE STATUS IS LB7-DEP-FILE-STATUS.
005600*
005610     SELECT LB7-RESULT-HISTORY-FILE ASSIGN TO RESHSTF
005620            ORGANIZATION IS INDEXED
005630            ACCESS MODE IS DYNAMIC
005640            RECORD KEY IS LH5-HST-KEY
005650            FILE STATUS IS LB7-HST-FILE-STATUS.
005660*
005700     SELECT LB7-DISTRIBUTION-REPORT ASSIGN TO LAB027R
005800            ORGANIZATION IS SEQUENTIAL.
005900*
007100     RECORDING MODE IS F.
007200     COPY DEPCTL.
007300*
007310 FD  LB7-RESULT-HISTORY-FILE
007320     RECORDING MODE IS F.
007330     COPY RESHST.
007340*
007400 FD  LB7-DISTRIBUTION-REPORT
007500     RECORDING MODE IS F.
007600 01  LB7-REPORT-LINE               PIC X(132).
010100*
010200 01  LB7-TRK-FILE-STATUS         PIC X(02) VALUE '00'.
010300 01  LB7-DEP-FILE-STATUS         PIC X(02) VALUE '00'.
010310 01  LB7-HST-FILE-STATUS         PIC X(02) VALUE '00'.
010400*
010500 77  LB7-EOF-SWITCH              PIC X(01) VALUE 'N'.
010600     88  LB7-EOF                        VALUE 'Y'.
011100 77  LB7-RESULTS-READ            PIC 9(07) COMP VALUE 0.
011200 77  LB7-NOTIFIES-PUT            PIC 9(07) COMP VALUE 0.
011300 77  LB7-RESULTS-SKIPPED         PIC 9(07) COMP VALUE 0.
011310 77  LB7-CORRECTED-PUT           PIC 9(07) COMP VALUE 0.
011320 77  LB7-HST-SCAN-DONE-SWITCH    PIC X(01) VALUE 'N'.
011330     88  LB7-HST-SCAN-DONE              VALUE 'Y'.
011400*
011500 01  LB7-CKP-FUNCTION-CODE       PIC X(01) VALUE SPACES.
011600 01  LB7-CKP-PROGRAM-ID          PIC X(08) VALUE 'LAB027'.
015100 01  LB7-MSG-BUFFER              PIC X(132).
015200 01  LB7-COUNT-DISPLAY           PIC ZZZZZZ9.
015300*
015310 01  LB7-RUNCTL-FUNCTION-CODE    PIC X(01) VALUE SPACES.
015320 01  LB7-RUNCTL-PROGRAM-ID       PIC X(08) VALUE 'LAB027'.
015330 01  LB7-RUNCTL-COUNT-IN         PIC 9(09) VALUE 0.
015340 01  LB7-RUNCTL-COUNT-OUT        PIC 9(09) VALUE 0.
015350 01  LB7-RUNCTL-STEP-RC          PIC 9(04) VALUE 0.
015360 01  LB7-RUNCTL-BUSINESS-DATE    PIC X(08) VALUE SPACES.
015370 01  LB7-RUNCTL-RETURN-CODE      PIC S9(9) BINARY VALUE 0.
015380*
015400 PROCEDURE DIVISION.
015500*
015600******************************************************************
015700**  0000-MAINLINE                                                **
015800******************************************************************
015900 0000-MAINLINE.
015910     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
015920     IF LB7-RUNCTL-RETURN-CODE NOT = 0
015930         MOVE LB7-RUNCTL-RETURN-CODE TO RETURN-CODE
015940         GOBACK
015950     END-IF
016000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
016100     IF NOT LB7-ABORT-RUN
016200         PERFORM 2000-DISTRIBUTE-RESULT THRU 2000-EXIT
016700     IF LB7-ABORT-RUN
016800         MOVE 16                   TO RETURN-CODE
016900     END-IF
016910     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
017000     GOBACK.
017100*
017101******************************************************************
017102**  0100-BEGIN-RUN-CONTROL                                       **
017103**  Records the start on the RUNCTLF run-control ledger          **
017104**  through RUN080.  A refused start - a predecessor not         **
017105**  completed cleanly for the business date, or this program     **
017106**  already completed for it - ends the step before any file     **
017107**  is opened.                                                   **
017108******************************************************************
017109 0100-BEGIN-RUN-CONTROL.
017110     MOVE 'B'                       TO LB7-RUNCTL-FUNCTION-CODE
017111     CALL 'RUN080' USING LB7-RUNCTL-FUNCTION-CODE
017112                         LB7-RUNCTL-PROGRAM-ID
017113                         LB7-RUNCTL-COUNT-IN
017114                         LB7-RUNCTL-COUNT-OUT
017115                         LB7-RUNCTL-STEP-RC
017116                         LB7-RUNCTL-BUSINESS-DATE
017117                         LB7-RUNCTL-RETURN-CODE
017118     IF LB7-RUNCTL-RETURN-CODE NOT = 0
017119         DISPLAY 'LAB027 - RUN REFUSED BY RUN CONTROL FOR '
017120                 'BUSINESS DATE ' LB7-RUNCTL-BUSINESS-DATE
017121         DISPLAY 'LAB027 - RUN080 BEGIN RETURNED '
017122                 LB7-RUNCTL-RETURN-CODE
017123     END-IF.
017124 0100-EXIT.
017125     EXIT.
017126*
017127******************************************************************
017128**  0200-END-RUN-CONTROL                                         **
017129**  Records the end, the step return code and the record         **
017130**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
017131**  the step return code is put back afterwards.                 **
017132******************************************************************
017133 0200-END-RUN-CONTROL.
017134     MOVE RETURN-CODE               TO LB7-RUNCTL-STEP-RC
017135     MOVE LB7-RESULTS-READ          TO LB7-RUNCTL-COUNT-IN
017136     MOVE LB7-NOTIFIES-PUT          TO LB7-RUNCTL-COUNT-OUT
017137     MOVE 'E'                       TO LB7-RUNCTL-FUNCTION-CODE
017138     CALL 'RUN080' USING LB7-RUNCTL-FUNCTION-CODE
017139                         LB7-RUNCTL-PROGRAM-ID
017140                         LB7-RUNCTL-COUNT-IN
017141                         LB7-RUNCTL-COUNT-OUT
017142                         LB7-RUNCTL-STEP-RC
017143                         LB7-RUNCTL-BUSINESS-DATE
017144                         LB7-RUNCTL-RETURN-CODE
017145     IF LB7-RUNCTL-RETURN-CODE NOT = 0
017146         DISPLAY 'LAB027 - RUN080 END RETURNED '
017147                 LB7-RUNCTL-RETURN-CODE
017148     END-IF
017149     MOVE LB7-RUNCTL-STEP-RC        TO RETURN-CODE.
017150 0200-EXIT.
017151     EXIT.
017152*
017200******************************************************************
017300**  1000-INITIALIZE                                              **
017400******************************************************************
019200         SET LB7-ABORT-RUN         TO TRUE
019300         GO TO 1000-EXIT
019400     END-IF
019410     OPEN INPUT LB7-RESULT-HISTORY-FILE
019420     IF LB7-HST-FILE-STATUS NOT = '00'
019430         DISPLAY 'LAB027 - OPEN FAILED FOR RESHSTF, STATUS='
019440                 LB7-HST-FILE-STATUS
019450         SET LB7-ABORT-RUN         TO TRUE
019460         GO TO 1000-EXIT
019470     END-IF
019500     OPEN OUTPUT LB7-DISTRIBUTION-REPORT
019600     CALL 'MQCONN' USING LB7-QMGR-NAME
019700                         LB7-HCONN
032300     MOVE LB5-RESULT-DATE          TO LB7-NTF-RESULT-DATE
032400     MOVE LB5-RESULT-TIME          TO LB7-NTF-RESULT-TIME
032500     MOVE LB2-TRK-DEPT-CODE        TO LB7-NTF-DEPT-CODE
032510     PERFORM 2250-FIND-VERSION     THRU 2250-EXIT
032600     MOVE 'MQRSNTF '               TO MQMD-FORMAT
032700     MOVE LOW-VALUES               TO MQMD-MSGID
032800     MOVE LB2-TRK-CORRELID         TO MQMD-CORRELID
034300                         LB7-REASON
034400     IF LB7-COMPCODE = 0
034500         ADD 1                     TO LB7-NOTIFIES-PUT
034510         IF LB7-NTF-CORRECTED
034520             ADD 1                 TO LB7-CORRECTED-PUT
034530         END-IF
034600         MOVE 'W'                  TO LB7-CKP-FUNCTION-CODE
034700         MOVE LB7-RESULTS-READ     TO LB7-CKP-RECORD-COUNT
034800         CALL 'CKP070' USING LB7-CKP-FUNCTION-CODE
036100 2200-EXIT.
036200     EXIT.
036300*
036301******************************************************************
036302**  2250-FIND-VERSION                                            **
036303**  Find this result (by date and time) among the order's        **
036304**  versions on the result history.  A correction is notified    **
036305**  as CORRECTED with its version number; an original, or a      **
036306**  result with no history row, goes out as FINAL.               **
036307******************************************************************
036308 2250-FIND-VERSION.
036309     SET LB7-NTF-FINAL             TO TRUE
036310     MOVE 0                        TO LB7-NTF-VERSION-SEQ
036311     MOVE 'N'                      TO LB7-HST-SCAN-DONE-SWITCH
036312     MOVE LB2-TRK-CORRELID         TO LH5-HST-CORRELID
036313     MOVE 0                        TO LH5-HST-VERSION-SEQ
036314     START LB7-RESULT-HISTORY-FILE KEY IS NOT LESS THAN
036315         LH5-HST-KEY
036316         INVALID KEY
036317             GO TO 2250-EXIT
036318     END-START
036319     PERFORM 2260-SCAN-ONE-VERSION THRU 2260-EXIT
036320         UNTIL LB7-HST-SCAN-DONE.
036321 2250-EXIT.
036322     EXIT.
036323*
036324 2260-SCAN-ONE-VERSION.
036325     READ LB7-RESULT-HISTORY-FILE NEXT RECORD
036326         AT END
036327             MOVE 'Y'              TO LB7-HST-SCAN-DONE-SWITCH
036328             GO TO 2260-EXIT
036329     END-READ
036330     IF LH5-HST-CORRELID NOT = LB2-TRK-CORRELID
036331         MOVE 'Y'                  TO LB7-HST-SCAN-DONE-SWITCH
036332         GO TO 2260-EXIT
036333     END-IF
036334     IF LH5-HST-RESULT-DATE = LB5-RESULT-DATE
036335            AND LH5-HST-RESULT-TIME = LB5-RESULT-TIME
036336         MOVE LH5-HST-VERSION-SEQ  TO LB7-NTF-VERSION-SEQ
036337         IF LH5-HST-CORRECTED
036338             SET LB7-NTF-CORRECTED TO TRUE
036339         END-IF
036340         MOVE 'Y'                  TO LB7-HST-SCAN-DONE-SWITCH
036341     END-IF.
036342 2260-EXIT.
036343     EXIT.
036344*
036400******************************************************************
036500**  2300-COUNT-DEPT                                              **
036600******************************************************************
042300     STRING 'TOTAL NOTIFICATIONS ' LB7-COUNT-DISPLAY
042400         DELIMITED BY SIZE INTO LB7-REPORT-LINE
042500     WRITE LB7-REPORT-LINE
042510     MOVE SPACES                   TO LB7-REPORT-LINE
042520     MOVE LB7-CORRECTED-PUT         TO LB7-COUNT-DISPLAY
042530     STRING '  OF WHICH CORRECTED ' LB7-COUNT-DISPLAY
042540         DELIMITED BY SIZE INTO LB7-REPORT-LINE
042550     WRITE LB7-REPORT-LINE
042600     MOVE SPACES                   TO LB7-REPORT-LINE
042700     MOVE LB7-RESULTS-SKIPPED       TO LB7-COUNT-DISPLAY
042800     STRING 'RESULTS SKIPPED     ' LB7-COUNT-DISPLAY
044800     CLOSE LB7-LAB-RESULT-FILE
044900     CLOSE LB7-ORDER-TRACK-FILE
045000     CLOSE LB7-DEPT-CONTROL-FILE
045010     CLOSE LB7-RESULT-HISTORY-FILE
045100     CLOSE LB7-DISTRIBUTION-REPORT
045200     MOVE 0                        TO LB7-CLOSE-OPTIONS
045300     IF LB7-HOBJ-IS-OPEN
047800     END-IF
047900     DISPLAY 'LAB027 - RESULTS READ:       ' LB7-RESULTS-READ
048000     DISPLAY 'LAB027 - NOTIFICATIONS PUT:  ' LB7-NOTIFIES-PUT
048010     DISPLAY 'LAB027 - CORRECTED PUT:      ' LB7-CORRECTED-PUT
048100     DISPLAY 'LAB027 - RESULTS SKIPPED:    ' LB7-RESULTS-SKIPPED.
048200 8000-EXIT.
048300     EXIT.
