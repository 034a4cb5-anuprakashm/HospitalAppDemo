000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     AUD045                                      **
000400**                                                              **
000500**  DESCRIPTION:    Daily audit trail integrity verification.   **
000600**                  Reads AUDTRL from the first row to the last **
000700**                  and proves the stamp AUD040 put on each     **
000800**                  row: every sequence number must be the one  **
000900**                  after the row before (the first the one     **
001000**                  after the AUDCTLF base AUD050 left), and    **
001100**                  every control total must be the prior row's **
001200**                  total plus that row's AUD042 value.  The    **
001300**                  last row must be the one AUDCTLF names,     **
001400**                  with the same control total.  A gap (rows   **
001500**                  removed), a sequence out of order (rows     **
001600**                  moved or repeated), a control total break   **
001700**                  (a row altered), an unstamped row or a      **
001800**                  trail that ends short of or beyond the      **
001900**                  control record is listed on AUD045R, and    **
002000**                  the step fails loudly - RC 16 with the      **
002100**                  failure on the job log - so the stream      **
002200**                  stops and the trail is looked at before     **
002300**                  anything else touches it.  A clean run      **
002400**                  prints the rows, sequence range and control **
002500**                  totals proved, which is what compliance     **
002600**                  shows the auditors.                         **
002700**                                                              **
002800******************************************************************
002900*
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    AUD045.
003200 AUTHOR.        J HARTWELL.
003300 INSTALLATION.  INTERFACE ENGINEERING.
003400 DATE-WRITTEN.  2026-10-14.
003500 DATE-COMPILED.
003600*
003700******************************************************************
003800**  MODIFICATION HISTORY                                        **
003900**  DATE       INIT  DESCRIPTION                                **
004000**  ---------- ----  ------------------------------------------ **
004100**  2026-10-14  JMH  Initial version - audit trail integrity    **
004200**                   verification.                              **
004210**  2026-10-15  JMH  Close AUDCTLF on an aborted run when it    **
004220**                   was opened.                                **
004300******************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.  IBM-370.
004800 OBJECT-COMPUTER.  IBM-370.
004900*
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT AU5-AUDIT-FILE        ASSIGN TO AUDTRL
005300            ORGANIZATION IS SEQUENTIAL.
005400*
005500     SELECT AU5-CONTROL-FILE      ASSIGN TO AUDCTLF
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS RANDOM
005800            RECORD KEY IS AU4-CTL-TRAIL-ID
005900            FILE STATUS IS AU5-CTL-FILE-STATUS.
006000*
006100     SELECT AU5-VERIFY-REPORT     ASSIGN TO AUD045R
006200            ORGANIZATION IS SEQUENTIAL.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  AU5-AUDIT-FILE
006700     RECORDING MODE IS F.
006800     COPY AUDREC.
006900*
007000 FD  AU5-CONTROL-FILE
007100     RECORDING MODE IS F.
007200     COPY AUDCTL.
007300*
007400 FD  AU5-VERIFY-REPORT
007500     RECORDING MODE IS F.
007600 01  AU5-REPORT-LINE                PIC X(132).
007700*
007800 WORKING-STORAGE SECTION.
007900*
008000 01  AU5-CTL-FILE-STATUS            PIC X(02) VALUE '00'.
008100*
008200 77  AU5-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
008300     88  AU5-AUDIT-EOF                     VALUE 'Y'.
008400 77  AU5-ABORT-SWITCH               PIC X(01) VALUE 'N'.
008500     88  AU5-ABORT-RUN                     VALUE 'Y'.
008600 77  AU5-FIRST-ROW-SWITCH           PIC X(01) VALUE 'Y'.
008610 77  AU5-CTL-OPEN-SWITCH            PIC X(01) VALUE 'N'.
008620     88  AU5-CONTROL-FILE-OPEN             VALUE 'Y'.
008700     88  AU5-FIRST-ROW                     VALUE 'Y'.
008800 77  AU5-ROWS-READ                  PIC 9(09) COMP VALUE 0.
008900 77  AU5-GAPS                       PIC 9(07) COMP VALUE 0.
009000 77  AU5-ROWS-MISSING               PIC 9(09) COMP VALUE 0.
009100 77  AU5-OUT-OF-SEQUENCE            PIC 9(07) COMP VALUE 0.
009200 77  AU5-TOTAL-BREAKS               PIC 9(07) COMP VALUE 0.
009300 77  AU5-UNSTAMPED-ROWS             PIC 9(07) COMP VALUE 0.
009400 77  AU5-END-BREAKS                 PIC 9(07) COMP VALUE 0.
009500 77  AU5-EXCEPTIONS                 PIC 9(07) COMP VALUE 0.
009600*
009700 01  AU5-RUN-DATE                   PIC 9(08) VALUE 0.
009800 01  AU5-RUN-TIME                   PIC 9(08) VALUE 0.
009900*
010000******************************************************************
010100**  THE CHAIN AS PROVED SO FAR - THE HIGHEST SEQUENCE NUMBER    **
010200**  ACCEPTED AND ITS CONTROL TOTAL.  A ROW OUT OF SEQUENCE DOES **
010300**  NOT MOVE IT, SO ONE MISPLACED ROW IS ONE EXCEPTION.         **
010400******************************************************************
010500 01  AU5-PRIOR-SEQUENCE-NO          PIC 9(09) VALUE 0.
010600 01  AU5-PRIOR-CONTROL-TOTAL        PIC 9(15) VALUE 0.
010700 01  AU5-NEXT-SEQUENCE-NO           PIC 9(09) VALUE 0.
010800 01  AU5-EXPECTED-TOTAL             PIC 9(15) VALUE 0.
010900 01  AU5-ROW-VALUE                  PIC 9(09) VALUE 0.
011000 01  AU5-MISSING-COUNT              PIC 9(09) VALUE 0.
011100 01  AU5-FIRST-SEQUENCE-NO          PIC 9(09) VALUE 0.
011200*
011300******************************************************************
011400**  EXCEPTION LINE FIELDS                                       **
011500******************************************************************
011600 01  AU5-EXCEPTION-TEXT             PIC X(30) VALUE SPACES.
011700 01  AU5-DETAIL-TEXT                PIC X(50) VALUE SPACES.
011800 01  AU5-EXC-SEQUENCE               PIC X(09) VALUE SPACES.
011900 01  AU5-EXC-RUN-ID                 PIC X(16) VALUE SPACES.
012000 01  AU5-EXC-PUT-DATE               PIC X(08) VALUE SPACES.
012100 01  AU5-EXC-PUT-TIME               PIC X(08) VALUE SPACES.
012200*
012300 01  AU5-SEQ-DISPLAY                PIC ZZZZZZZZ9.
012400 01  AU5-SEQ-DISPLAY-2              PIC ZZZZZZZZ9.
012500 01  AU5-TOTAL-DISPLAY              PIC Z(14)9.
012600 01  AU5-TOTAL-DISPLAY-2            PIC Z(14)9.
012700 01  AU5-COUNT-DISPLAY              PIC ZZZZZZZZ9.
012800*
012900******************************************************************
013000**  RUN080 CALL FIELDS                                          **
013100******************************************************************
013200 01  AU5-RUNCTL-FUNCTION-CODE       PIC X(01) VALUE SPACES.
013300 01  AU5-RUNCTL-PROGRAM-ID          PIC X(08) VALUE 'AUD045'.
013400 01  AU5-RUNCTL-COUNT-IN            PIC 9(09) VALUE 0.
013500 01  AU5-RUNCTL-COUNT-OUT           PIC 9(09) VALUE 0.
013600 01  AU5-RUNCTL-STEP-RC             PIC 9(04) VALUE 0.
013700 01  AU5-RUNCTL-BUSINESS-DATE       PIC X(08) VALUE SPACES.
013800 01  AU5-RUNCTL-RETURN-CODE         PIC S9(9) BINARY VALUE 0.
013900*
014000 PROCEDURE DIVISION.
014100*
014200******************************************************************
014300**  0000-MAINLINE                                                **
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
014700     IF AU5-RUNCTL-RETURN-CODE NOT = 0
014800         MOVE AU5-RUNCTL-RETURN-CODE TO RETURN-CODE
014900         GOBACK
015000     END-IF
015100     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
015200     IF NOT AU5-ABORT-RUN
015300         PERFORM 2000-CHECK-ROW       THRU 2000-EXIT
015400             UNTIL AU5-AUDIT-EOF
015500         PERFORM 3000-CHECK-TRAIL-END THRU 3000-EXIT
015600         PERFORM 4000-PRINT-TOTALS    THRU 4000-EXIT
015700     END-IF
015800     PERFORM 8000-TERMINATE           THRU 8000-EXIT
015900     IF AU5-ABORT-RUN OR AU5-EXCEPTIONS > 0
016000         MOVE 16                       TO RETURN-CODE
016100     END-IF
016200     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
016300     GOBACK.
016400*
016500******************************************************************
016600**  0100-BEGIN-RUN-CONTROL                                       **
016700**  Records the start on the RUNCTLF run-control ledger through  **
016800**  RUN080.  A refused start - a predecessor not completed       **
016900**  cleanly for the business date, or this program already       **
017000**  completed for it - ends the step before any file is opened.  **
017100******************************************************************
017200 0100-BEGIN-RUN-CONTROL.
017300     MOVE 'B'                       TO AU5-RUNCTL-FUNCTION-CODE
017400     CALL 'RUN080' USING AU5-RUNCTL-FUNCTION-CODE
017500                         AU5-RUNCTL-PROGRAM-ID
017600                         AU5-RUNCTL-COUNT-IN
017700                         AU5-RUNCTL-COUNT-OUT
017800                         AU5-RUNCTL-STEP-RC
017900                         AU5-RUNCTL-BUSINESS-DATE
018000                         AU5-RUNCTL-RETURN-CODE
018100     IF AU5-RUNCTL-RETURN-CODE NOT = 0
018200         DISPLAY 'AUD045 - RUN REFUSED BY RUN CONTROL FOR '
018300                 'BUSINESS DATE ' AU5-RUNCTL-BUSINESS-DATE
018400         DISPLAY 'AUD045 - RUN080 BEGIN RETURNED '
018500                 AU5-RUNCTL-RETURN-CODE
018600     END-IF.
018700 0100-EXIT.
018800     EXIT.
018900*
019000******************************************************************
019100**  0200-END-RUN-CONTROL                                         **
019200**  Records the end, the step return code and the record counts  **
019300**  on the ledger.  The CALL resets RETURN-CODE, so the step     **
019400**  return code is put back afterwards.                          **
019500******************************************************************
019600 0200-END-RUN-CONTROL.
019700     MOVE RETURN-CODE               TO AU5-RUNCTL-STEP-RC
019800     MOVE AU5-ROWS-READ             TO AU5-RUNCTL-COUNT-IN
019900     MOVE AU5-EXCEPTIONS            TO AU5-RUNCTL-COUNT-OUT
020000     MOVE 'E'                       TO AU5-RUNCTL-FUNCTION-CODE
020100     CALL 'RUN080' USING AU5-RUNCTL-FUNCTION-CODE
020200                         AU5-RUNCTL-PROGRAM-ID
020300                         AU5-RUNCTL-COUNT-IN
020400                         AU5-RUNCTL-COUNT-OUT
020500                         AU5-RUNCTL-STEP-RC
020600                         AU5-RUNCTL-BUSINESS-DATE
020700                         AU5-RUNCTL-RETURN-CODE
020800     IF AU5-RUNCTL-RETURN-CODE NOT = 0
020900         DISPLAY 'AUD045 - RUN080 END RETURNED '
021000                 AU5-RUNCTL-RETURN-CODE
021100     END-IF
021200     MOVE AU5-RUNCTL-STEP-RC        TO RETURN-CODE.
021300 0200-EXIT.
021400     EXIT.
021500*
021600******************************************************************
021700**  1000-INITIALIZE                                              **
021800**  The control record is read first; the chain starts from its  **
021900**  base - the last row AUD050 moved to the archive, or zero     **
022000**  before the first archive.                                    **
022100******************************************************************
022200 1000-INITIALIZE.
022300     ACCEPT AU5-RUN-DATE              FROM DATE YYYYMMDD
022400     ACCEPT AU5-RUN-TIME              FROM TIME
022500     OPEN INPUT AU5-CONTROL-FILE
022600     IF AU5-CTL-FILE-STATUS NOT = '00'
022700         DISPLAY 'AUD045 - OPEN FAILED FOR AUDCTLF, STATUS='
022800                 AU5-CTL-FILE-STATUS
022900         SET AU5-ABORT-RUN             TO TRUE
023000         GO TO 1000-EXIT
023100     END-IF
023110     SET AU5-CONTROL-FILE-OPEN         TO TRUE
023200     MOVE 'AUDTRL'                     TO AU4-CTL-TRAIL-ID
023300     READ AU5-CONTROL-FILE
023400         INVALID KEY
023500             DISPLAY 'AUD045 - NO AUDTRL CONTROL RECORD ON '
023600                     'AUDCTLF'
023700             SET AU5-ABORT-RUN         TO TRUE
023800             GO TO 1000-EXIT
023900     END-READ
024000     MOVE AU4-CTL-BASE-SEQUENCE-NO     TO AU5-PRIOR-SEQUENCE-NO
024100     MOVE AU4-CTL-BASE-CONTROL-TOTAL   TO AU5-PRIOR-CONTROL-TOTAL
024200     OPEN INPUT AU5-AUDIT-FILE
024300     OPEN OUTPUT AU5-VERIFY-REPORT
024400     MOVE SPACES                       TO AU5-REPORT-LINE
024500     STRING 'AUDIT TRAIL INTEGRITY VERIFICATION - RUN '
024600            AU5-RUN-DATE ' ' AU5-RUN-TIME(1:6)
024700         DELIMITED BY SIZE INTO AU5-REPORT-LINE
024800     WRITE AU5-REPORT-LINE
024900     MOVE AU4-CTL-BASE-SEQUENCE-NO     TO AU5-SEQ-DISPLAY
025000     MOVE AU4-CTL-BASE-CONTROL-TOTAL   TO AU5-TOTAL-DISPLAY
025100     MOVE SPACES                       TO AU5-REPORT-LINE
025200     STRING 'AUDCTLF BASE (LAST ARCHIVED) SEQUENCE '
025300            AU5-SEQ-DISPLAY '  CONTROL TOTAL ' AU5-TOTAL-DISPLAY
025400            '  ARCHIVED ' AU4-CTL-LAST-ARCHIVE-DATE
025500         DELIMITED BY SIZE INTO AU5-REPORT-LINE
025600     WRITE AU5-REPORT-LINE
025700     MOVE AU4-CTL-LAST-SEQUENCE-NO     TO AU5-SEQ-DISPLAY
025800     MOVE AU4-CTL-LAST-CONTROL-TOTAL   TO AU5-TOTAL-DISPLAY
025900     MOVE SPACES                       TO AU5-REPORT-LINE
026000     STRING 'AUDCTLF LAST ROW WRITTEN     SEQUENCE '
026100            AU5-SEQ-DISPLAY '  CONTROL TOTAL ' AU5-TOTAL-DISPLAY
026200            '  RUN ' AU4-CTL-LAST-RUN-ID
026300         DELIMITED BY SIZE INTO AU5-REPORT-LINE
026400     WRITE AU5-REPORT-LINE
026500     MOVE SPACES                       TO AU5-REPORT-LINE
026600     WRITE AU5-REPORT-LINE
026700     MOVE SPACES                       TO AU5-REPORT-LINE
026800     STRING 'EXCEPTION                       SEQUENCE '
026900            'RUN ID           PUT DATE PUT TIME DETAIL'
027000         DELIMITED BY SIZE INTO AU5-REPORT-LINE
027100     WRITE AU5-REPORT-LINE
027200     PERFORM 2900-READ-AUDIT           THRU 2900-EXIT.
027300 1000-EXIT.
027400     EXIT.
027500*
027600******************************************************************
027700**  2000-CHECK-ROW                                               **
027800**  One trail row.  The row after the highest sequence accepted  **
027900**  so far has its control total proved; a higher sequence is a  **
028000**  gap, a lower or repeated one is out of sequence.             **
028100******************************************************************
028200 2000-CHECK-ROW.
028300     ADD 1                             TO AU5-ROWS-READ
028400     MOVE AU4-AUD-SEQUENCE-NO          TO AU5-EXC-SEQUENCE
028500     MOVE AU4-AUD-RUN-ID               TO AU5-EXC-RUN-ID
028600     MOVE AU4-AUD-PUTDATE              TO AU5-EXC-PUT-DATE
028700     MOVE AU4-AUD-PUTTIME              TO AU5-EXC-PUT-TIME
028800     IF AU4-AUD-SEQUENCE-NO NOT NUMERIC
028900        OR AU4-AUD-CONTROL-TOTAL NOT NUMERIC
029000         ADD 1                         TO AU5-UNSTAMPED-ROWS
029100         MOVE 'UNSTAMPED OR DAMAGED ROW'
029200                                       TO AU5-EXCEPTION-TEXT
029300         MOVE AU5-ROWS-READ            TO AU5-COUNT-DISPLAY
029400         MOVE SPACES                   TO AU5-DETAIL-TEXT
029500         STRING 'NO NUMERIC STAMP ON TRAIL ROW ' AU5-COUNT-DISPLAY
029600             DELIMITED BY SIZE INTO AU5-DETAIL-TEXT
029700         PERFORM 2800-PRINT-EXCEPTION  THRU 2800-EXIT
029800         GO TO 2000-NEXT
029900     END-IF
030000     IF AU5-FIRST-ROW
030100         MOVE AU4-AUD-SEQUENCE-NO      TO AU5-FIRST-SEQUENCE-NO
030200         MOVE 'N'                      TO AU5-FIRST-ROW-SWITCH
030300     END-IF
030400     CALL 'AUD042' USING AU4-AUDIT-RECORD
030500                         AU5-ROW-VALUE
030600     COMPUTE AU5-NEXT-SEQUENCE-NO = AU5-PRIOR-SEQUENCE-NO + 1
030700     EVALUATE TRUE
030800         WHEN AU4-AUD-SEQUENCE-NO = AU5-NEXT-SEQUENCE-NO
030900             PERFORM 2100-CHECK-TOTAL  THRU 2100-EXIT
031000         WHEN AU4-AUD-SEQUENCE-NO > AU5-NEXT-SEQUENCE-NO
031100             PERFORM 2200-REPORT-GAP   THRU 2200-EXIT
031200         WHEN OTHER
031300             PERFORM 2300-REPORT-OUT-OF-SEQUENCE
031400                                       THRU 2300-EXIT
031500     END-EVALUATE.
031600 2000-NEXT.
031700     PERFORM 2900-READ-AUDIT           THRU 2900-EXIT.
031800 2000-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200**  2100-CHECK-TOTAL                                             **
032300**  In sequence: the stamped total must be the prior total plus  **
032400**  this row's value.  After a break the chain carries on from   **
032500**  the stamped total, so each altered row is reported once.     **
032600******************************************************************
032700 2100-CHECK-TOTAL.
032800     COMPUTE AU5-EXPECTED-TOTAL = AU5-PRIOR-CONTROL-TOTAL
032900                                + AU5-ROW-VALUE
033000     IF AU4-AUD-CONTROL-TOTAL NOT = AU5-EXPECTED-TOTAL
033100         ADD 1                         TO AU5-TOTAL-BREAKS
033200         MOVE 'CONTROL TOTAL BREAK'    TO AU5-EXCEPTION-TEXT
033300         MOVE AU5-EXPECTED-TOTAL       TO AU5-TOTAL-DISPLAY
033400         MOVE AU4-AUD-CONTROL-TOTAL    TO AU5-TOTAL-DISPLAY-2
033500         MOVE SPACES                   TO AU5-DETAIL-TEXT
033600         STRING 'EXPECTED ' AU5-TOTAL-DISPLAY
033700                ' FOUND ' AU5-TOTAL-DISPLAY-2
033800             DELIMITED BY SIZE INTO AU5-DETAIL-TEXT
033900         PERFORM 2800-PRINT-EXCEPTION  THRU 2800-EXIT
034000     END-IF
034100     MOVE AU4-AUD-SEQUENCE-NO          TO AU5-PRIOR-SEQUENCE-NO
034200     MOVE AU4-AUD-CONTROL-TOTAL        TO AU5-PRIOR-CONTROL-TOTAL.
034300 2100-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700**  2200-REPORT-GAP                                              **
034800**  Rows are missing between the last row accepted and this one. **
034900**  Their control total cannot be proved; the chain carries on   **
035000**  from this row.                                               **
035100******************************************************************
035200 2200-REPORT-GAP.
035300     COMPUTE AU5-MISSING-COUNT = AU4-AUD-SEQUENCE-NO
035400                               - AU5-NEXT-SEQUENCE-NO
035500     ADD 1                             TO AU5-GAPS
035600     ADD AU5-MISSING-COUNT             TO AU5-ROWS-MISSING
035700     MOVE 'SEQUENCE GAP - ROWS MISSING' TO AU5-EXCEPTION-TEXT
035800     MOVE AU5-MISSING-COUNT            TO AU5-COUNT-DISPLAY
035900     MOVE AU5-PRIOR-SEQUENCE-NO        TO AU5-SEQ-DISPLAY
036000     MOVE SPACES                       TO AU5-DETAIL-TEXT
036100     STRING AU5-COUNT-DISPLAY ' ROW(S) MISSING AFTER SEQUENCE '
036200            AU5-SEQ-DISPLAY
036300         DELIMITED BY SIZE INTO AU5-DETAIL-TEXT
036400     PERFORM 2800-PRINT-EXCEPTION      THRU 2800-EXIT
036500     MOVE AU4-AUD-SEQUENCE-NO          TO AU5-PRIOR-SEQUENCE-NO
036600     MOVE AU4-AUD-CONTROL-TOTAL        TO AU5-PRIOR-CONTROL-TOTAL.
036700 2200-EXIT.
036800     EXIT.
036900*
037000 2300-REPORT-OUT-OF-SEQUENCE.
037100     ADD 1                             TO AU5-OUT-OF-SEQUENCE
037200     MOVE 'OUT OF SEQUENCE OR REPEATED' TO AU5-EXCEPTION-TEXT
037300     MOVE AU5-PRIOR-SEQUENCE-NO        TO AU5-SEQ-DISPLAY
037400     MOVE SPACES                       TO AU5-DETAIL-TEXT
037500     STRING 'FOLLOWS SEQUENCE ' AU5-SEQ-DISPLAY
037600         DELIMITED BY SIZE INTO AU5-DETAIL-TEXT
037700     PERFORM 2800-PRINT-EXCEPTION      THRU 2800-EXIT.
037800 2300-EXIT.
037900     EXIT.
038000*
038100 2800-PRINT-EXCEPTION.
038200     ADD 1                             TO AU5-EXCEPTIONS
038300     MOVE SPACES                       TO AU5-REPORT-LINE
038400     STRING AU5-EXCEPTION-TEXT ' '
038500            AU5-EXC-SEQUENCE ' '
038600            AU5-EXC-RUN-ID ' '
038700            AU5-EXC-PUT-DATE ' '
038800            AU5-EXC-PUT-TIME ' '
038900            AU5-DETAIL-TEXT
039000         DELIMITED BY SIZE INTO AU5-REPORT-LINE
039100     WRITE AU5-REPORT-LINE.
039200 2800-EXIT.
039300     EXIT.
039400*
039500 2900-READ-AUDIT.
039600     READ AU5-AUDIT-FILE
039700         AT END
039800             MOVE 'Y'                  TO AU5-AUDIT-EOF-SWITCH
039900     END-READ.
040000 2900-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400**  3000-CHECK-TRAIL-END                                         **
040500**  The last row accepted must be the row AUDCTLF names, with    **
040600**  the same control total.  Short of it, rows were cut from the **
040700**  end of the trail; beyond it, rows were added that AUD040 did **
040800**  not write.                                                   **
040900******************************************************************
041000 3000-CHECK-TRAIL-END.
041100     MOVE SPACES                       TO AU5-EXC-RUN-ID
041200     MOVE SPACES                       TO AU5-EXC-PUT-DATE
041300     MOVE SPACES                       TO AU5-EXC-PUT-TIME
041400     MOVE AU5-PRIOR-SEQUENCE-NO        TO AU5-EXC-SEQUENCE
041500     MOVE AU4-CTL-LAST-SEQUENCE-NO     TO AU5-SEQ-DISPLAY
041600     MOVE SPACES                       TO AU5-DETAIL-TEXT
041700     EVALUATE TRUE
041800         WHEN AU5-PRIOR-SEQUENCE-NO < AU4-CTL-LAST-SEQUENCE-NO
041900             COMPUTE AU5-MISSING-COUNT = AU4-CTL-LAST-SEQUENCE-NO
042000                                       - AU5-PRIOR-SEQUENCE-NO
042100             ADD AU5-MISSING-COUNT     TO AU5-ROWS-MISSING
042200             MOVE 'TRAIL ENDS SHORT - ROWS CUT' TO
042300                 AU5-EXCEPTION-TEXT
042400             STRING 'AUDCTLF LAST SEQUENCE IS ' AU5-SEQ-DISPLAY
042500                 DELIMITED BY SIZE INTO AU5-DETAIL-TEXT
042600         WHEN AU5-PRIOR-SEQUENCE-NO > AU4-CTL-LAST-SEQUENCE-NO
042700             MOVE 'ROWS BEYOND AUDCTLF LAST ROW' TO
042800                 AU5-EXCEPTION-TEXT
042900             STRING 'AUDCTLF LAST SEQUENCE IS ' AU5-SEQ-DISPLAY
043000                 DELIMITED BY SIZE INTO AU5-DETAIL-TEXT
043100         WHEN AU5-PRIOR-CONTROL-TOTAL NOT =
043200              AU4-CTL-LAST-CONTROL-TOTAL
043300             MOVE AU4-CTL-LAST-CONTROL-TOTAL TO AU5-TOTAL-DISPLAY
043400             MOVE 'LAST ROW TOTAL NOT AUDCTLF' TO
043500                 AU5-EXCEPTION-TEXT
043600             STRING 'AUDCTLF LAST CONTROL TOTAL IS '
043700                    AU5-TOTAL-DISPLAY
043800                 DELIMITED BY SIZE INTO AU5-DETAIL-TEXT
043900         WHEN OTHER
044000             GO TO 3000-EXIT
044100     END-EVALUATE
044200     ADD 1                             TO AU5-END-BREAKS
044300     PERFORM 2800-PRINT-EXCEPTION      THRU 2800-EXIT.
044400 3000-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800**  4000-PRINT-TOTALS                                            **
044900******************************************************************
045000 4000-PRINT-TOTALS.
045100     MOVE SPACES                       TO AU5-REPORT-LINE
045200     WRITE AU5-REPORT-LINE
045300     MOVE AU5-ROWS-READ                TO AU5-COUNT-DISPLAY
045400     MOVE SPACES                       TO AU5-REPORT-LINE
045500     STRING 'TRAIL ROWS READ:              ' AU5-COUNT-DISPLAY
045600         DELIMITED BY SIZE INTO AU5-REPORT-LINE
045700     WRITE AU5-REPORT-LINE
045800     MOVE AU5-FIRST-SEQUENCE-NO        TO AU5-SEQ-DISPLAY
045900     MOVE AU5-PRIOR-SEQUENCE-NO        TO AU5-SEQ-DISPLAY-2
046000     MOVE SPACES                       TO AU5-REPORT-LINE
046100     STRING 'SEQUENCE RANGE:               ' AU5-SEQ-DISPLAY
046200            ' TO ' AU5-SEQ-DISPLAY-2
046300         DELIMITED BY SIZE INTO AU5-REPORT-LINE
046400     WRITE AU5-REPORT-LINE
046500     MOVE AU4-CTL-BASE-CONTROL-TOTAL   TO AU5-TOTAL-DISPLAY
046600     MOVE AU5-PRIOR-CONTROL-TOTAL      TO AU5-TOTAL-DISPLAY-2
046700     MOVE SPACES                       TO AU5-REPORT-LINE
046800     STRING 'CONTROL TOTAL OPENING/CLOSING:' AU5-TOTAL-DISPLAY
046900            ' / ' AU5-TOTAL-DISPLAY-2
047000         DELIMITED BY SIZE INTO AU5-REPORT-LINE
047100     WRITE AU5-REPORT-LINE
047200     MOVE AU5-GAPS                     TO AU5-COUNT-DISPLAY
047300     MOVE SPACES                       TO AU5-REPORT-LINE
047400     STRING 'SEQUENCE GAPS:                ' AU5-COUNT-DISPLAY
047500         DELIMITED BY SIZE INTO AU5-REPORT-LINE
047600     WRITE AU5-REPORT-LINE
047700     MOVE AU5-ROWS-MISSING             TO AU5-COUNT-DISPLAY
047800     MOVE SPACES                       TO AU5-REPORT-LINE
047900     STRING '  ROWS MISSING:               ' AU5-COUNT-DISPLAY
048000         DELIMITED BY SIZE INTO AU5-REPORT-LINE
048100     WRITE AU5-REPORT-LINE
048200     MOVE AU5-OUT-OF-SEQUENCE          TO AU5-COUNT-DISPLAY
048300     MOVE SPACES                       TO AU5-REPORT-LINE
048400     STRING 'OUT OF SEQUENCE OR REPEATED:  ' AU5-COUNT-DISPLAY
048500         DELIMITED BY SIZE INTO AU5-REPORT-LINE
048600     WRITE AU5-REPORT-LINE
048700     MOVE AU5-TOTAL-BREAKS             TO AU5-COUNT-DISPLAY
048800     MOVE SPACES                       TO AU5-REPORT-LINE
048900     STRING 'CONTROL TOTAL BREAKS:         ' AU5-COUNT-DISPLAY
049000         DELIMITED BY SIZE INTO AU5-REPORT-LINE
049100     WRITE AU5-REPORT-LINE
049200     MOVE AU5-UNSTAMPED-ROWS           TO AU5-COUNT-DISPLAY
049300     MOVE SPACES                       TO AU5-REPORT-LINE
049400     STRING 'UNSTAMPED OR DAMAGED ROWS:    ' AU5-COUNT-DISPLAY
049500         DELIMITED BY SIZE INTO AU5-REPORT-LINE
049600     WRITE AU5-REPORT-LINE
049700     MOVE AU5-END-BREAKS               TO AU5-COUNT-DISPLAY
049800     MOVE SPACES                       TO AU5-REPORT-LINE
049900     STRING 'TRAIL END DISAGREES AUDCTLF:  ' AU5-COUNT-DISPLAY
050000         DELIMITED BY SIZE INTO AU5-REPORT-LINE
050100     WRITE AU5-REPORT-LINE
050200     MOVE SPACES                       TO AU5-REPORT-LINE
050300     WRITE AU5-REPORT-LINE
050400     MOVE SPACES                       TO AU5-REPORT-LINE
050500     IF AU5-EXCEPTIONS = 0
050600         STRING 'RESULT: AUDIT TRAIL VERIFIED - COMPLETE AND '
050700                'UNALTERED FROM BASE TO LAST ROW'
050800             DELIMITED BY SIZE INTO AU5-REPORT-LINE
050900     ELSE
051000         STRING '*** RESULT: AUDIT TRAIL INTEGRITY FAILURE - '
051100                'SEE EXCEPTIONS ABOVE ***'
051200             DELIMITED BY SIZE INTO AU5-REPORT-LINE
051300     END-IF
051400     WRITE AU5-REPORT-LINE.
051500 4000-EXIT.
051600     EXIT.
051700*
051800******************************************************************
051900**  8000-TERMINATE                                               **
052000**  A failure goes to the job log as well as the report, so it   **
052100**  is seen even when AUD045R is not.                            **
052200******************************************************************
052300 8000-TERMINATE.
052310     IF AU5-CONTROL-FILE-OPEN
052320         CLOSE AU5-CONTROL-FILE
052330     END-IF
052400     IF AU5-ABORT-RUN
052500         DISPLAY 'AUD045 - RUN ABORTED, AUDIT TRAIL NOT VERIFIED'
052600         GO TO 8000-EXIT
052700     END-IF
052800     CLOSE AU5-AUDIT-FILE
053000     CLOSE AU5-VERIFY-REPORT
053100     DISPLAY 'AUD045 - TRAIL ROWS READ:       ' AU5-ROWS-READ
053200     DISPLAY 'AUD045 - LAST SEQUENCE PROVED:  '
053300             AU5-PRIOR-SEQUENCE-NO
053400     DISPLAY 'AUD045 - CLOSING CONTROL TOTAL: '
053500             AU5-PRIOR-CONTROL-TOTAL
053600     IF AU5-EXCEPTIONS > 0
053700         DISPLAY 'AUD045 - **************************************'
053800         DISPLAY 'AUD045 - *** AUDIT TRAIL INTEGRITY FAILURE  ***'
053900         DISPLAY 'AUD045 - **************************************'
054000         DISPLAY 'AUD045 - EXCEPTIONS:                '
054100                 AU5-EXCEPTIONS
054200         DISPLAY 'AUD045 - SEQUENCE GAPS:             ' AU5-GAPS
054300         DISPLAY 'AUD045 - ROWS MISSING:              '
054400                 AU5-ROWS-MISSING
054500         DISPLAY 'AUD045 - OUT OF SEQUENCE/REPEATED:  '
054600                 AU5-OUT-OF-SEQUENCE
054700         DISPLAY 'AUD045 - CONTROL TOTAL BREAKS:      '
054800                 AU5-TOTAL-BREAKS
054900         DISPLAY 'AUD045 - UNSTAMPED OR DAMAGED ROWS: '
055000                 AU5-UNSTAMPED-ROWS
055100         DISPLAY 'AUD045 - TRAIL END VS AUDCTLF:      '
055200                 AU5-END-BREAKS
055300         DISPLAY 'AUD045 - PRESERVE AUDTRL AS IS AND REFER TO '
055400                 'COMPLIANCE BEFORE ANY RERUN OR ARCHIVE'
055500     ELSE
055600         DISPLAY 'AUD045 - AUDIT TRAIL VERIFIED COMPLETE AND '
055700                 'UNALTERED'
055800     END-IF.
055900 8000-EXIT.
056000     EXIT.
056100*
056200 9999-EXIT.
056300     EXIT.
