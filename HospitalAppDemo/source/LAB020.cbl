002795**                   write time - the duplicate check can read  **
002796**                   an old row into the record area and its    **
002797**                   flag must not leak onto the new row.       **
002798**  2026-10-14  JMH  Orders are checked against the CENSUSF     **
002799**                   census before PUT.  Unknown patients, and  **
002800**                   patients discharged longer ago than the    **
002801**                   HLDPARM grace days, go to the ORDHLDF hold **
002802**                   file and LAB020H hold report instead.  An  **
002803**                   ordering department that is not the        **
002804**                   patient's current nursing unit is warned   **
002805**                   on LAB020H and the order still PUT.        **
002810**  2026-10-14  JMH  Cancel transactions (action C) are sent    **
002820**                   on the original order's CORRELID from      **
002830**                   ORDXRFF and mark the tracking row          **
002840**                   CANCELLED; a cancel for an order still on  **
002850**                   hold just removes the hold.  Outcomes are  **
002860**                   listed on the LAB020C cancellation report. **
002870**                   The duplicate check now treats only        **
002880**                   PENDING orders as open.                    **
002881**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
002882**                   control ledger through RUN080; the run is  **
002883**                   refused when a predecessor has not         **
002884**                   completed for the business date.           **
002885**  2026-10-15  JMH  Held orders are released at the start of   **
002886**                   each run: every ORDHLDF row is checked     **
002887**                   against the census again, and one whose    **
002888**                   patient now passes the census check is PUT **
002889**                   as received and its hold row deleted.      **
002890**                   Releases and orders still held are         **
002891**                   totalled on LAB020H.                       **
002892**  2026-10-15  JMH  A hold row that cannot be deleted on       **
002893**                   release or cancel, or a tracking row that  **
002894**                   cannot be marked cancelled, is counted,    **
002895**                   shown as such on LAB020H or LAB020C, and   **
002896**                   ends the step RC 8.                        **
002897******************************************************************
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004440            ACCESS MODE IS RANDOM
004450            RECORD KEY IS RP8-CTL-KEY
004460            FILE STATUS IS LB2-RTP-FILE-STATUS.
004461*
004462     SELECT LB2-CENSUS-FILE       ASSIGN TO CENSUSF
004463            ORGANIZATION IS INDEXED
004464            ACCESS MODE IS RANDOM
004465            RECORD KEY IS AD5-CEN-PATIENT-ID
004466            FILE STATUS IS LB2-CEN-FILE-STATUS.
004467*
004468     SELECT LB2-ORDER-HOLD-FILE   ASSIGN TO ORDHLDF
004469            ORGANIZATION IS INDEXED
004470            ACCESS MODE IS DYNAMIC
004471            RECORD KEY IS LB2-HLD-KEY
004472            FILE STATUS IS LB2-HLD-FILE-STATUS.
004473*
004474     SELECT LB2-HOLD-PARM-FILE    ASSIGN TO HLDPARM
004475            ORGANIZATION IS SEQUENTIAL.
004476*
004477     SELECT LB2-HOLD-REPORT       ASSIGN TO LAB020H
004478            ORGANIZATION IS SEQUENTIAL.
004479*
004480     SELECT LB2-CANCEL-REPORT     ASSIGN TO LAB020C
004481            ORGANIZATION IS SEQUENTIAL.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
005492     RECORDING MODE IS F.
005493 01  LB2-DUPLICATE-LINE           PIC X(132).
005500*
005501 FD  LB2-CENSUS-FILE
005502     RECORDING MODE IS F.
005503     COPY CENREC.
005504*
005505 FD  LB2-ORDER-HOLD-FILE
005506     RECORDING MODE IS F.
005507     COPY ORDHLD.
005508*
005509 FD  LB2-HOLD-PARM-FILE
005510     RECORDING MODE IS F.
005511 01  LB2-PARM-RECORD              PIC X(80).
005512*
005513 FD  LB2-HOLD-REPORT
005514     RECORDING MODE IS F.
005515 01  LB2-HOLD-LINE                PIC X(132).
005516*
005520 FD  LB2-CANCEL-REPORT
005530     RECORDING MODE IS F.
005540 01  LB2-CANCEL-LINE              PIC X(132).
005550*
005600 WORKING-STORAGE SECTION.
005700*
005800 01  LB2-MQ-AREA.
009000 01  LB2-TRK-FILE-STATUS          PIC X(02) VALUE '00'.
009010 01  LB2-RTP-FILE-STATUS          PIC X(02) VALUE '00'.
009020 01  LB2-XRF-FILE-STATUS          PIC X(02) VALUE '00'.
009030 01  LB2-CEN-FILE-STATUS          PIC X(02) VALUE '00'.
009040 01  LB2-HLD-FILE-STATUS          PIC X(02) VALUE '00'.
009100*
009200 77  LB2-EOF-SWITCH               PIC X(01) VALUE 'N'.
009300     88  LB2-EOF                         VALUE 'Y'.
009500     88  LB2-ABORT-RUN                   VALUE 'Y'.
009510 77  LB2-DUPLICATE-SWITCH         PIC X(01) VALUE 'N'.
009520     88  LB2-DUPLICATE-ORDER             VALUE 'Y'.
009530 77  LB2-HOLD-SWITCH              PIC X(01) VALUE 'N'.
009540     88  LB2-HOLD-ORDER                  VALUE 'Y'.
009541 77  LB2-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
009542     88  LB2-HOLD-EOF                    VALUE 'Y'.
009550 77  LB2-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
009560     88  LB2-PARM-EOF                    VALUE 'Y'.
009600 77  LB2-RECORDS-READ              PIC 9(07) COMP VALUE 0.
009700 77  LB2-RECORDS-PUT                PIC 9(07) COMP VALUE 0.
009710 77  LB2-DUPLICATES-SUPPRESSED     PIC 9(07) COMP VALUE 0.
009720 77  LB2-ORDERS-HELD               PIC 9(07) COMP VALUE 0.
009730 77  LB2-ORDERS-ALREADY-HELD       PIC 9(07) COMP VALUE 0.
009740 77  LB2-UNIT-WARNINGS             PIC 9(07) COMP VALUE 0.
009750 77  LB2-CANCELS-SENT              PIC 9(07) COMP VALUE 0.
009760 77  LB2-CANCELS-OF-HELD           PIC 9(07) COMP VALUE 0.
009770 77  LB2-CANCELS-REJECTED          PIC 9(07) COMP VALUE 0.
009780 77  LB2-HOLDS-RELEASED           PIC 9(07) COMP VALUE 0.
009790 77  LB2-HOLDS-KEPT               PIC 9(07) COMP VALUE 0.
009791 77  LB2-HOLD-DELETE-ERRORS       PIC 9(07) COMP VALUE 0.
009792 77  LB2-TRACK-UPDATE-ERRORS      PIC 9(07) COMP VALUE 0.
009800 77  LB2-SKIP-COUNT               PIC 9(07) COMP VALUE 0.
009900 77  LB2-SEQUENCE-NUMBER            PIC 9(06) COMP VALUE 0.
010000*
010900     05  LB2-RUN-SS                PIC 9(02).
011000     05  LB2-RUN-HS                PIC 9(02).
011010 01  LB2-TODAY-X                  PIC X(08) VALUE SPACES.
011011*
011012******************************************************************
011013**  CENSUS GRACE PERIOD - DAYS AFTER DISCHARGE THAT AN ORDER FOR **
011014**  THE PATIENT IS STILL SENT (LATE ORDERS, FINAL ENCOUNTER).    **
011015**  READ FROM THE FIRST HLDPARM RECORD, COLUMNS 1-3.  ZERO HOLDS **
011016**  EVERY ORDER FOR A PATIENT DISCHARGED BEFORE THE RUN DATE.    **
011017******************************************************************
011018 01  LB2-GRACE-DAYS               PIC 9(03) VALUE 0.
011019 01  LB2-PARM-DAYS-X              PIC X(03) VALUE SPACES.
011020 01  LB2-PARM-DAYS-9 REDEFINES LB2-PARM-DAYS-X
011021                                  PIC 9(03).
011022 01  LB2-RUN-YYYYMMDD             PIC 9(08).
011023 01  LB2-RUN-JULIAN               PIC 9(07).
011024 01  LB2-DISCH-YYYYMMDD-X         PIC X(08).
011025 01  LB2-DISCH-YYYYMMDD REDEFINES LB2-DISCH-YYYYMMDD-X
011026                                  PIC 9(08).
011027 01  LB2-DISCH-JULIAN             PIC 9(07).
011028 01  LB2-DAYS-SINCE-DISCH         PIC S9(05).
011029 01  LB2-HOLD-REASON-TEXT         PIC X(22) VALUE SPACES.
011030 01  LB2-CANCEL-CORRELID          PIC X(24) VALUE SPACES.
011040 01  LB2-CANCEL-OUTCOME           PIC X(28) VALUE SPACES.
011041*
011042******************************************************************
011043**  HOLD RELEASE - THE HELD ORDER'S KEY AND HOLD DATE, AND THE  **
011044**  EXTRACT ORDER ALREADY READ AHEAD, KEPT ACROSS THE RELEASE.  **
011045******************************************************************
011046 01  LB2-RELEASE-KEY              PIC X(20) VALUE SPACES.
011047 01  LB2-RELEASE-HOLD-DATE        PIC X(08) VALUE SPACES.
011048 01  LB2-SAVED-ORDER-RECORD       PIC X(132) VALUE SPACES.
011049 01  LB2-HOLD-COUNT-DISPLAY       PIC ZZZZZZ9.
011100*
011200******************************************************************
011300**  CORRELID BUILT AS RUN-DATE/TIME + A PER-RUN SEQUENCE NUMBER **
012200*
012300 01  LB2-MSG-BUFFER                PIC X(132).
012400*
012410 01  LB2-RUNCTL-FUNCTION-CODE      PIC X(01) VALUE SPACES.
012420 01  LB2-RUNCTL-PROGRAM-ID         PIC X(08) VALUE 'LAB020'.
012430 01  LB2-RUNCTL-COUNT-IN           PIC 9(09) VALUE 0.
012440 01  LB2-RUNCTL-COUNT-OUT          PIC 9(09) VALUE 0.
012450 01  LB2-RUNCTL-STEP-RC            PIC 9(04) VALUE 0.
012460 01  LB2-RUNCTL-BUSINESS-DATE      PIC X(08) VALUE SPACES.
012470 01  LB2-RUNCTL-RETURN-CODE        PIC S9(9) BINARY VALUE 0.
012480*
012500 PROCEDURE DIVISION.
012600*
012700 0000-MAINLINE.
012710     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
012720     IF LB2-RUNCTL-RETURN-CODE NOT = 0
012730         MOVE LB2-RUNCTL-RETURN-CODE TO RETURN-CODE
012740         GOBACK
012750     END-IF
012800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
012810     IF NOT LB2-ABORT-RUN
012820         PERFORM 1700-RELEASE-HOLDS    THRU 1700-EXIT
012830     END-IF
012900     IF NOT LB2-ABORT-RUN
013000         PERFORM 2000-PROCESS-FILE     THRU 2000-EXIT
013100             UNTIL LB2-EOF OR LB2-ABORT-RUN
013200     END-IF
013300     PERFORM 8000-TERMINATE        THRU 8000-EXIT
013310     EVALUATE TRUE
013320         WHEN LB2-ABORT-RUN
013330             MOVE 16                    TO RETURN-CODE
013340         WHEN LB2-HOLD-DELETE-ERRORS > 0
013350           OR LB2-TRACK-UPDATE-ERRORS > 0
013360             MOVE 8                     TO RETURN-CODE
013370     END-EVALUATE
013610     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
013700     GOBACK.
013800*
013801 0100-BEGIN-RUN-CONTROL.
013802     MOVE 'B'                       TO LB2-RUNCTL-FUNCTION-CODE
013803     CALL 'RUN080' USING LB2-RUNCTL-FUNCTION-CODE
013804                         LB2-RUNCTL-PROGRAM-ID
013805                         LB2-RUNCTL-COUNT-IN
013806                         LB2-RUNCTL-COUNT-OUT
013807                         LB2-RUNCTL-STEP-RC
013808                         LB2-RUNCTL-BUSINESS-DATE
013809                         LB2-RUNCTL-RETURN-CODE
013810     IF LB2-RUNCTL-RETURN-CODE NOT = 0
013811         DISPLAY 'LAB020 - RUN REFUSED BY RUN CONTROL FOR '
013812                 'BUSINESS DATE ' LB2-RUNCTL-BUSINESS-DATE
013813         DISPLAY 'LAB020 - RUN080 BEGIN RETURNED '
013814                 LB2-RUNCTL-RETURN-CODE
013815     END-IF.
013816 0100-EXIT.
013817     EXIT.
013818*
013819 0200-END-RUN-CONTROL.
013820     MOVE RETURN-CODE               TO LB2-RUNCTL-STEP-RC
013821     MOVE LB2-RECORDS-READ          TO LB2-RUNCTL-COUNT-IN
013822     MOVE LB2-RECORDS-PUT           TO LB2-RUNCTL-COUNT-OUT
013823     MOVE 'E'                       TO LB2-RUNCTL-FUNCTION-CODE
013824     CALL 'RUN080' USING LB2-RUNCTL-FUNCTION-CODE
013825                         LB2-RUNCTL-PROGRAM-ID
013826                         LB2-RUNCTL-COUNT-IN
013827                         LB2-RUNCTL-COUNT-OUT
013828                         LB2-RUNCTL-STEP-RC
013829                         LB2-RUNCTL-BUSINESS-DATE
013830                         LB2-RUNCTL-RETURN-CODE
013831     IF LB2-RUNCTL-RETURN-CODE NOT = 0
013832         DISPLAY 'LAB020 - RUN080 END RETURNED '
013833                 LB2-RUNCTL-RETURN-CODE
013834     END-IF
013835     MOVE LB2-RUNCTL-STEP-RC        TO RETURN-CODE.
013836 0200-EXIT.
013837     EXIT.
013838*
013900 1000-INITIALIZE.
014000     ACCEPT LB2-RUN-DATE FROM DATE YYYYMMDD
014100     ACCEPT LB2-RUN-TIME FROM TIME
015182     STRING 'DUPLICATE ORDER REPORT - RUN DATE ' LB2-TODAY-X
015183         DELIMITED BY SIZE INTO LB2-DUPLICATE-LINE
015184     WRITE LB2-DUPLICATE-LINE
015185     PERFORM 1050-OPEN-CENSUS-FILES THRU 1050-EXIT
015186     IF LB2-ABORT-RUN
015187         GO TO 1000-EXIT
015188     END-IF
015189     MOVE LB2-RUN-DATE             TO LB2-RUN-YYYYMMDD
015190     COMPUTE LB2-RUN-JULIAN =
015191         FUNCTION INTEGER-OF-DATE(LB2-RUN-YYYYMMDD)
015192     OPEN OUTPUT LB2-HOLD-REPORT
015193     MOVE SPACES                   TO LB2-HOLD-LINE
015194     STRING 'ORDER HOLD REPORT - RUN DATE ' LB2-TODAY-X
015195            '  DISCHARGE GRACE DAYS ' LB2-GRACE-DAYS
015196         DELIMITED BY SIZE INTO LB2-HOLD-LINE
015197     WRITE LB2-HOLD-LINE
015198     PERFORM 1060-OPEN-CANCEL-REPORT THRU 1060-EXIT
015200     PERFORM 2100-READ-ORDER       THRU 2100-EXIT
015300     PERFORM 1550-RESOLVE-ROUTE    THRU 1550-EXIT
015400     CALL 'MQCONN' USING LB2-QMGR-NAME
018700 1000-EXIT.
018800     EXIT.
018900*
018901******************************************************************
018902**  1050-OPEN-CENSUS-FILES                                       **
018903**  Open the CENSUSF census and the ORDHLDF order hold file and  **
018904**  read the HLDPARM discharge grace period.                     **
018905******************************************************************
018906 1050-OPEN-CENSUS-FILES.
018907     OPEN INPUT LB2-CENSUS-FILE
018908     IF LB2-CEN-FILE-STATUS NOT = '00'
018909         DISPLAY 'LAB020 - OPEN FAILED FOR CENSUSF, STATUS='
018910                 LB2-CEN-FILE-STATUS
018911         SET LB2-ABORT-RUN         TO TRUE
018912         GO TO 1050-EXIT
018913     END-IF
018914     OPEN I-O LB2-ORDER-HOLD-FILE
018915     IF LB2-HLD-FILE-STATUS NOT = '00'
018916         DISPLAY 'LAB020 - OPEN FAILED FOR ORDHLDF, STATUS='
018917                 LB2-HLD-FILE-STATUS
018918         SET LB2-ABORT-RUN         TO TRUE
018919         GO TO 1050-EXIT
018920     END-IF
018921     OPEN INPUT LB2-HOLD-PARM-FILE
018922     PERFORM 1100-READ-PARM        THRU 1100-EXIT.
018923 1050-EXIT.
018924     EXIT.
018925*
018926******************************************************************
018927**  1100-READ-PARM                                               **
018928**  The first HLDPARM record carries the discharge grace period  **
018929**  in days, columns 1-3.  A missing or non-numeric value aborts **
018930**  the run rather than hold or release orders on a guess.       **
018931******************************************************************
018932 1100-READ-PARM.
018933     READ LB2-HOLD-PARM-FILE
018934         AT END
018935             MOVE 'Y'                  TO LB2-PARM-EOF-SWITCH
018936     END-READ
018937     IF LB2-PARM-EOF
018938         DISPLAY 'LAB020 - HLDPARM IS EMPTY, NO GRACE DAYS'
018939         SET LB2-ABORT-RUN             TO TRUE
018940         GO TO 1100-EXIT
018941     END-IF
018942     MOVE LB2-PARM-RECORD(1:3)          TO LB2-PARM-DAYS-X
018943     IF LB2-PARM-DAYS-9 NOT NUMERIC
018944         DISPLAY 'LAB020 - HLDPARM DAYS NOT NUMERIC: '
018945                 LB2-PARM-DAYS-X
018946         SET LB2-ABORT-RUN             TO TRUE
018947         GO TO 1100-EXIT
018948     END-IF
018949     MOVE LB2-PARM-DAYS-9               TO LB2-GRACE-DAYS.
018950 1100-EXIT.
018951     EXIT.
018952*
018953 1060-OPEN-CANCEL-REPORT.
018954     OPEN OUTPUT LB2-CANCEL-REPORT
018955     MOVE SPACES                   TO LB2-CANCEL-LINE
018956     STRING 'ORDER CANCELLATION REPORT - RUN DATE ' LB2-TODAY-X
018957         DELIMITED BY SIZE INTO LB2-CANCEL-LINE
018958     WRITE LB2-CANCEL-LINE.
018959 1060-EXIT.
018960     EXIT.
018961*
019000******************************************************************
019100**  1550-RESOLVE-ROUTE                                           **
019200**  Resolve MQOD-OBJECTQMGRNAME for this feed's destination queue **
022500 1610-EXIT.
022600     EXIT.
022700*
022701******************************************************************
022702**  1700-RELEASE-HOLDS                                           **
022703**  Before the extract is processed, every order on ORDHLDF is   **
022704**  checked against the census again.  One whose patient now     **
022705**  passes 2150 (in house, or discharged within the grace days)  **
022706**  is PUT as it was received and its hold row deleted; the      **
022707**  rest stay held.  The extract order already read ahead is     **
022708**  put back afterwards.  Releases and orders still held are     **
022709**  totalled on LAB020H.                                         **
022710******************************************************************
022711 1700-RELEASE-HOLDS.
022712     MOVE LB2-LAB-ORDER-RECORD      TO LB2-SAVED-ORDER-RECORD
022713     MOVE LOW-VALUES                TO LB2-HLD-KEY
022714     START LB2-ORDER-HOLD-FILE KEY IS NOT LESS THAN
022715         LB2-HLD-KEY
022716         INVALID KEY
022717             MOVE 'Y'               TO LB2-HOLD-EOF-SWITCH
022718     END-START
022719     PERFORM 1710-RELEASE-ONE-HOLD  THRU 1710-EXIT
022720         UNTIL LB2-HOLD-EOF
022721     MOVE LB2-SAVED-ORDER-RECORD    TO LB2-LAB-ORDER-RECORD
022722     MOVE SPACES                    TO LB2-HOLD-LINE
022723     MOVE LB2-HOLDS-RELEASED        TO LB2-HOLD-COUNT-DISPLAY
022724     STRING 'HELD ORDERS RELEASED     ' LB2-HOLD-COUNT-DISPLAY
022725         DELIMITED BY SIZE INTO LB2-HOLD-LINE
022726     WRITE LB2-HOLD-LINE
022727     MOVE SPACES                    TO LB2-HOLD-LINE
022728     MOVE LB2-HOLDS-KEPT            TO LB2-HOLD-COUNT-DISPLAY
022729     STRING 'HELD ORDERS STILL HELD   ' LB2-HOLD-COUNT-DISPLAY
022730         DELIMITED BY SIZE INTO LB2-HOLD-LINE
022731     WRITE LB2-HOLD-LINE
022732     MOVE SPACES                    TO LB2-HOLD-LINE
022733     MOVE LB2-HOLD-DELETE-ERRORS    TO LB2-HOLD-COUNT-DISPLAY
022734     STRING 'RELEASED-HOLD NOT REMOVED' LB2-HOLD-COUNT-DISPLAY
022735         DELIMITED BY SIZE INTO LB2-HOLD-LINE
022736     WRITE LB2-HOLD-LINE.
022737 1700-EXIT.
022738     EXIT.
022739*
022740******************************************************************
022741**  1710-RELEASE-ONE-HOLD                                        **
022742**  One held order.  A failed PUT leaves the hold in place for   **
022743**  the next run; a same-day duplicate has already gone out and  **
022744**  its hold is simply removed.  A hold row that cannot be       **
022745**  deleted after the PUT is listed as RELEASED - HOLD NOT       **
022746**  REMOVED and counted apart from the releases.                 **
022747******************************************************************
022748 1710-RELEASE-ONE-HOLD.
022749     READ LB2-ORDER-HOLD-FILE NEXT RECORD
022750         AT END
022751             MOVE 'Y'               TO LB2-HOLD-EOF-SWITCH
022752             GO TO 1710-EXIT
022753     END-READ
022754     MOVE LB2-HLD-KEY               TO LB2-RELEASE-KEY
022755     MOVE LB2-HLD-HOLD-DATE         TO LB2-RELEASE-HOLD-DATE
022756     MOVE LB2-HLD-ORDER-IMAGE       TO LB2-LAB-ORDER-RECORD
022757     PERFORM 2150-CHECK-CENSUS      THRU 2150-EXIT
022758     IF LB2-HOLD-ORDER
022759         ADD 1                      TO LB2-HOLDS-KEPT
022760         GO TO 1710-EXIT
022761     END-IF
022762     PERFORM 2200-BUILD-CORRELID    THRU 2200-EXIT
022763     PERFORM 2300-PUT-ORDER         THRU 2300-EXIT
022764     IF NOT LB2-DUPLICATE-ORDER
022765            AND LB2-COMPCODE NOT = 0
022766         ADD 1                      TO LB2-HOLDS-KEPT
022767         GO TO 1710-EXIT
022768     END-IF
022769     MOVE LB2-RELEASE-KEY           TO LB2-HLD-KEY
022770     DELETE LB2-ORDER-HOLD-FILE
022771         INVALID KEY
022772             ADD 1                  TO LB2-HOLD-DELETE-ERRORS
022773             DISPLAY 'LAB020 - DELETE FAILED FOR ORDHLDF, ORDER '
022774                     LB2-ORDER-NUMBER
022775                     ' STATUS=' LB2-HLD-FILE-STATUS
022776             MOVE SPACES            TO LB2-HOLD-LINE
022777             STRING 'RELEASED - HOLD NOT REMOVED ORDER '
022778                    LB2-ORDER-NUMBER
022779                    ' TEST '    LB2-TEST-CODE
022780                    ' PATIENT ' LB2-PATIENT-ID
022781                    ' DEPT '    LB2-DEPT-CODE
022782                    ' HELD SINCE ' LB2-RELEASE-HOLD-DATE
022783                 DELIMITED BY SIZE INTO LB2-HOLD-LINE
022784             WRITE LB2-HOLD-LINE
022785             GO TO 1710-EXIT
022786     END-DELETE
022787     ADD 1                          TO LB2-HOLDS-RELEASED
022788     MOVE SPACES                    TO LB2-HOLD-LINE
022789     STRING 'RELEASED ORDER ' LB2-ORDER-NUMBER
022790            ' TEST '    LB2-TEST-CODE
022791            ' PATIENT ' LB2-PATIENT-ID
022792            ' DEPT '    LB2-DEPT-CODE
022793            ' HELD SINCE ' LB2-RELEASE-HOLD-DATE
022794         DELIMITED BY SIZE INTO LB2-HOLD-LINE
022795     WRITE LB2-HOLD-LINE.
022796 1710-EXIT.
022797     EXIT.
022798*
022800 2000-PROCESS-FILE.
022900     ADD 1                          TO LB2-RECORDS-READ
022901     IF LB2-CANCEL-ORDER
022902         PERFORM 2500-CANCEL-ORDER  THRU 2500-EXIT
022903         GO TO 2000-NEXT
022904     END-IF
022910     PERFORM 2150-CHECK-CENSUS      THRU 2150-EXIT
022920     IF LB2-HOLD-ORDER
022930         PERFORM 2160-WRITE-HOLD    THRU 2160-EXIT
022940         GO TO 2000-NEXT
022950     END-IF
023000     PERFORM 2200-BUILD-CORRELID    THRU 2200-EXIT
023100     PERFORM 2300-PUT-ORDER         THRU 2300-EXIT.
023110 2000-NEXT.
023200     PERFORM 2100-READ-ORDER        THRU 2100-EXIT.
023300 2000-EXIT.
023400     EXIT.
024100 2100-EXIT.
024200     EXIT.
024300*
024301******************************************************************
024302**  2150-CHECK-CENSUS                                            **
024303**  Look the order's patient up on the CENSUSF census before it  **
024304**  is sent.  An in-house patient passes; if the ordering       **
024305**  department is not the patient's current nursing unit the   **
024306**  order is still sent but warned on LAB020H.  A patient not   **
024307**  on the census, not admitted, or discharged more than the    **
024308**  HLDPARM grace days ago is held.                             **
024309******************************************************************
024310 2150-CHECK-CENSUS.
024311     MOVE 'N'                         TO LB2-HOLD-SWITCH
024312     MOVE SPACES                      TO LB2-ORDER-HOLD-RECORD
024313     MOVE LB2-PATIENT-ID              TO AD5-CEN-PATIENT-ID
024314     READ LB2-CENSUS-FILE
024315         INVALID KEY
024316             SET LB2-HLD-UNKNOWN-PATIENT TO TRUE
024317             MOVE 'PATIENT NOT ON CENSUS' TO LB2-HOLD-REASON-TEXT
024318             SET LB2-HOLD-ORDER       TO TRUE
024319             GO TO 2150-EXIT
024320     END-READ
024321     IF AD5-CEN-IN-HOUSE
024322         IF LB2-DEPT-CODE NOT = SPACES
024323            AND LB2-DEPT-CODE NOT = AD5-CEN-NURSING-UNIT
024324             PERFORM 2170-WRITE-UNIT-WARNING THRU 2170-EXIT
024325         END-IF
024326         GO TO 2150-EXIT
024327     END-IF
024328     MOVE AD5-CEN-ADMIT-STATUS        TO LB2-HLD-ADMIT-STATUS
024329     IF NOT AD5-CEN-DISCHARGED
024330         SET LB2-HLD-NOT-ADMITTED     TO TRUE
024331         MOVE 'PATIENT NOT ADMITTED'  TO LB2-HOLD-REASON-TEXT
024332         SET LB2-HOLD-ORDER           TO TRUE
024333         GO TO 2150-EXIT
024334     END-IF
024335     MOVE AD5-CEN-DISCHARGE-DATE      TO LB2-HLD-DISCHARGE-DATE
024336                                         LB2-DISCH-YYYYMMDD-X
024337     MOVE 'DISCHARGED PAST GRACE'     TO LB2-HOLD-REASON-TEXT
024338     IF LB2-DISCH-YYYYMMDD NOT NUMERIC
024339         SET LB2-HLD-PAST-DISCHARGE   TO TRUE
024340         SET LB2-HOLD-ORDER           TO TRUE
024341         GO TO 2150-EXIT
024342     END-IF
024343     COMPUTE LB2-DISCH-JULIAN =
024344         FUNCTION INTEGER-OF-DATE(LB2-DISCH-YYYYMMDD)
024345     COMPUTE LB2-DAYS-SINCE-DISCH =
024346         LB2-RUN-JULIAN - LB2-DISCH-JULIAN
024347     IF LB2-DAYS-SINCE-DISCH > LB2-GRACE-DAYS
024348         SET LB2-HLD-PAST-DISCHARGE   TO TRUE
024349         SET LB2-HOLD-ORDER           TO TRUE
024350     END-IF.
024351 2150-EXIT.
024352     EXIT.
024353*
024400******************************************************************
024500**  2200-BUILD-CORRELID                                          **
024600**  Build a unique CORRELID for this order and stamp the MQMD.   **
027000 2200-EXIT.
027100     EXIT.
027200*
027201******************************************************************
027202**  2510-BUILD-CANCEL-MSG                                        **
027203**  Stamp the MQMD as 2200 does, but with the original order's   **
027204**  CORRELID.  Priority follows the message type as for any      **
027205**  order; no COA/COD report is requested - the tracking row's   **
027206**  COA state belongs to the original order message.            **
027207******************************************************************
027208 2510-BUILD-CANCEL-MSG.
027209     MOVE LOW-VALUES                 TO MQMD-CORRELID
027210     MOVE LB2-CANCEL-CORRELID        TO MQMD-CORRELID
027211     MOVE 1                          TO MQOD-OBJECTTYPE
027212     MOVE 'LAB.ORDER.QUEUE'          TO MQOD-OBJECTNAME
027213     MOVE 'MQLABORD'                 TO MQMD-FORMAT
027214     MOVE LOW-VALUES                 TO MQMD-MSGID
027215     MOVE 'LAB020'                   TO MQMD-PUTAPPLNAME
027216     MOVE 14400                      TO MQMD-EXPIRY
027217     STRING LB2-RUN-CENTURY LB2-RUN-YY LB2-RUN-MM LB2-RUN-DD
027218         DELIMITED BY SIZE INTO MQMD-PUTDATE
027219     STRING LB2-RUN-HH LB2-RUN-MIN LB2-RUN-SS LB2-RUN-HS
027220         DELIMITED BY SIZE INTO MQMD-PUTTIME
027221     MOVE LB2-LAB-ORDER-RECORD       TO LB2-MSG-BUFFER
027222     MOVE 132                        TO LB2-BUFFLEN
027223     PERFORM 2250-ASSIGN-PRIORITY    THRU 2250-EXIT
027224     MOVE 0                          TO MQMD-REPORT.
027225 2510-EXIT.
027226     EXIT.
027227*
027228******************************************************************
027229**  2520-MARK-CANCELLED                                          **
027230**  Checkpoint the cancel as 2300 does for an order, then mark   **
027231**  the tracking row.  The row is read again first: 2260 sets    **
027232**  the report flag in the record area while building the MQMD.  **
027233**  A row that cannot be read or rewritten is counted and the    **
027234**  cancel listed as SENT - TRACKING NOT UPDATED.                **
027235******************************************************************
027236 2520-MARK-CANCELLED.
027237     ADD 1                            TO LB2-CANCELS-SENT
027238     MOVE 'W'                         TO LB2-CKP-FUNCTION-CODE
027239     MOVE LB2-RECORDS-READ            TO LB2-CKP-RECORD-COUNT
027240     CALL 'CKP070' USING LB2-CKP-FUNCTION-CODE
027241                         LB2-CKP-PROGRAM-ID
027242                         LB2-CKP-RECORD-COUNT
027243                         LB2-CKP-RETURN-CODE
027244     IF LB2-CKP-RETURN-CODE NOT = 0
027245         DISPLAY 'LAB020 - CKP070 WRITE RETURNED '
027246                 LB2-CKP-RETURN-CODE
027247     END-IF
027248     MOVE 'CANCEL SENT'               TO LB2-CANCEL-OUTCOME
027249     READ LB2-ORDER-TRACK-FILE
027250         INVALID KEY
027251             ADD 1                    TO LB2-TRACK-UPDATE-ERRORS
027252             DISPLAY 'LAB020 - TRACKING ROW VANISHED, CORRELID '
027253                     LB2-TRK-CORRELID
027254             MOVE 'SENT - TRACKING NOT UPDATED' TO
027255                  LB2-CANCEL-OUTCOME
027256             PERFORM 2590-WRITE-CANCEL-LINE THRU 2590-EXIT
027257             GO TO 2520-EXIT
027258     END-READ
027259     IF LB2-TRK-RESULT-DATE NOT = SPACES
027260         MOVE 'CANCEL SENT - RESULT ON FILE' TO LB2-CANCEL-OUTCOME
027261     END-IF
027262     SET LB2-TRK-CANCELLED            TO TRUE
027263     REWRITE LB2-ORDER-TRACK-RECORD
027264         INVALID KEY
027265             ADD 1                    TO LB2-TRACK-UPDATE-ERRORS
027266             MOVE 'SENT - TRACKING NOT UPDATED' TO
027267                  LB2-CANCEL-OUTCOME
027268             DISPLAY 'LAB020 - REWRITE FAILED FOR CORRELID '
027269                     LB2-TRK-CORRELID
027270                     ' STATUS=' LB2-TRK-FILE-STATUS
027271     END-REWRITE
027272     PERFORM 2590-WRITE-CANCEL-LINE   THRU 2590-EXIT.
027273 2520-EXIT.
027274     EXIT.
027275*
027300******************************************************************
027400**  2250-ASSIGN-PRIORITY                                         **
027500**  Look up MQMD-PRIORITY for this order's message type on the   **
030700 2260-EXIT.
030800     EXIT.
030900*
030901******************************************************************
030902**  2500-CANCEL-ORDER                                            **
030903**  A cancel transaction names the order number and test code   **
030904**  of an order already sent.  The cancel message goes out on    **
030905**  the original order's CORRELID (from ORDXRFF) so the lab      **
030906**  system can tie it to the order, and the tracking row is      **
030907**  marked CANCELLED so it is no longer reported overdue and     **
030908**  BIL110 reverses any charge already sent.  An order never     **
030909**  sent because it is on hold simply leaves ORDHLDF.            **
030910******************************************************************
030911 2500-CANCEL-ORDER.
030912     MOVE SPACES                      TO LB2-CANCEL-CORRELID
030913     MOVE LB2-ORDER-NUMBER            TO LB3-XRF-ORDER-NUMBER
030914     MOVE LB2-TEST-CODE               TO LB3-XRF-TEST-CODE
030915     READ LB2-ORDER-XREF-FILE
030916         INVALID KEY
030917             PERFORM 2550-CANCEL-HELD-ORDER THRU 2550-EXIT
030918             GO TO 2500-EXIT
030919     END-READ
030920     MOVE LB3-XRF-CORRELID            TO LB2-CANCEL-CORRELID
030921                                         LB2-TRK-CORRELID
030922     READ LB2-ORDER-TRACK-FILE
030923         INVALID KEY
030924             ADD 1                    TO LB2-CANCELS-REJECTED
030925             MOVE 'NOT SENT - NO TRACKING ROW' TO
030926                  LB2-CANCEL-OUTCOME
030927             PERFORM 2590-WRITE-CANCEL-LINE THRU 2590-EXIT
030928             GO TO 2500-EXIT
030929     END-READ
030930     IF LB2-TRK-CANCELLED
030931         ADD 1                        TO LB2-CANCELS-REJECTED
030932         MOVE 'NOT SENT - ALREADY CANCELLED' TO LB2-CANCEL-OUTCOME
030933         PERFORM 2590-WRITE-CANCEL-LINE THRU 2590-EXIT
030934         GO TO 2500-EXIT
030935     END-IF
030936     PERFORM 2510-BUILD-CANCEL-MSG   THRU 2510-EXIT
030937     CALL 'MQPUT' USING LB2-HCONN
030938                         LB2-HOBJ
030939                         MQMD
030940                         LB2-MQPMO
030941                         LB2-BUFFLEN
030942                         LB2-MSG-BUFFER
030943                         LB2-COMPCODE
030944                         LB2-REASON
030945     IF LB2-COMPCODE NOT = 0
030946         DISPLAY 'LAB020 - MQPUT FAILED FOR CANCEL '
030947                 LB2-ORDER-NUMBER ' REASON=' LB2-REASON
030948         ADD 1                        TO LB2-CANCELS-REJECTED
030949         MOVE 'NOT SENT - MQPUT FAILED'  TO LB2-CANCEL-OUTCOME
030950         PERFORM 2590-WRITE-CANCEL-LINE THRU 2590-EXIT
030951         GO TO 2500-EXIT
030952     END-IF
030953     PERFORM 2520-MARK-CANCELLED     THRU 2520-EXIT.
030954 2500-EXIT.
030955     EXIT.
030956*
031000 2300-PUT-ORDER.
031010     PERFORM 2280-CHECK-DUPLICATE    THRU 2280-EXIT
031020     IF LB2-DUPLICATE-ORDER
033720******************************************************************
033730**  2280-CHECK-DUPLICATE                                         **
033740**  A same-day re-extract of an order/test already PUT and      **
033750**  still open (PENDING status) on the tracking                  **
033760**  file is a duplicate - suppress it rather than track and      **
033770**  charge it twice.  Prior-day re-extracts and re-extracts of   **
033780**  closed orders pass through; the lab legitimately reorders.   **
033804         INVALID KEY
033805             GO TO 2280-EXIT
033806     END-READ
033807     IF LB2-TRK-PENDING
033808         SET LB2-DUPLICATE-ORDER      TO TRUE
033809     END-IF.
033810 2280-EXIT.
036300 2400-EXIT.
036400     EXIT.
036500*
036501******************************************************************
036502**  2160-WRITE-HOLD                                              **
036503**  Park the held order on ORDHLDF with its full extract image   **
036504**  and list it on LAB020H.  An order/test already on hold from  **
036505**  an earlier run keeps its original hold date.                **
036506******************************************************************
036507 2160-WRITE-HOLD.
036508     MOVE LB2-ORDER-NUMBER            TO LB2-HLD-ORDER-NUMBER
036509     MOVE LB2-TEST-CODE               TO LB2-HLD-TEST-CODE
036510     MOVE LB2-PATIENT-ID              TO LB2-HLD-PATIENT-ID
036511     MOVE LB2-DEPT-CODE               TO LB2-HLD-DEPT-CODE
036512     MOVE LB2-TODAY-X                 TO LB2-HLD-HOLD-DATE
036513     MOVE LB2-RUN-TIME                TO LB2-HLD-HOLD-TIME
036514     MOVE LB2-LAB-ORDER-RECORD        TO LB2-HLD-ORDER-IMAGE
036515     WRITE LB2-ORDER-HOLD-RECORD
036516         INVALID KEY
036517             ADD 1                    TO LB2-ORDERS-ALREADY-HELD
036518         NOT INVALID KEY
036519             ADD 1                    TO LB2-ORDERS-HELD
036520     END-WRITE
036521     MOVE SPACES                      TO LB2-HOLD-LINE
036522     STRING 'HELD ORDER ' LB2-ORDER-NUMBER
036523            ' TEST '    LB2-TEST-CODE
036524            ' PATIENT ' LB2-PATIENT-ID
036525            ' DEPT '    LB2-DEPT-CODE
036526            ' '         LB2-HOLD-REASON-TEXT
036527            ' DISCHARGED ' LB2-HLD-DISCHARGE-DATE
036528         DELIMITED BY SIZE INTO LB2-HOLD-LINE
036529     WRITE LB2-HOLD-LINE.
036530 2160-EXIT.
036531     EXIT.
036532*
036533******************************************************************
036534**  2170-WRITE-UNIT-WARNING                                      **
036535******************************************************************
036536 2170-WRITE-UNIT-WARNING.
036537     ADD 1                            TO LB2-UNIT-WARNINGS
036538     MOVE SPACES                      TO LB2-HOLD-LINE
036539     STRING 'WARNING ORDER ' LB2-ORDER-NUMBER
036540            ' TEST '    LB2-TEST-CODE
036541            ' PATIENT ' LB2-PATIENT-ID
036542            ' ORDERED FROM ' LB2-DEPT-CODE
036543            ' CENSUS UNIT '  AD5-CEN-NURSING-UNIT
036544            ' BED '          AD5-CEN-ROOM-BED
036545         DELIMITED BY SIZE INTO LB2-HOLD-LINE
036546     WRITE LB2-HOLD-LINE.
036547 2170-EXIT.
036548     EXIT.
036549*
036550******************************************************************
036551**  2550-CANCEL-HELD-ORDER                                       **
036552**  A cancel for a held order removes its hold row.  A row that  **
036553**  cannot be deleted is counted and the cancel listed as        **
036554**  FAILED - HOLD NOT REMOVED.                                   **
036555******************************************************************
036556 2550-CANCEL-HELD-ORDER.
036557     MOVE LB2-ORDER-NUMBER            TO LB2-HLD-ORDER-NUMBER
036558     MOVE LB2-TEST-CODE               TO LB2-HLD-TEST-CODE
036559     READ LB2-ORDER-HOLD-FILE
036560         INVALID KEY
036561             ADD 1                    TO LB2-CANCELS-REJECTED
036562             MOVE 'NOT SENT - ORDER NOT FOUND' TO
036563                  LB2-CANCEL-OUTCOME
036564             PERFORM 2590-WRITE-CANCEL-LINE THRU 2590-EXIT
036565             GO TO 2550-EXIT
036566     END-READ
036567     DELETE LB2-ORDER-HOLD-FILE
036568         INVALID KEY
036569             ADD 1                    TO LB2-HOLD-DELETE-ERRORS
036570             DISPLAY 'LAB020 - DELETE FAILED FOR ORDHLDF, ORDER '
036571                     LB2-ORDER-NUMBER
036572                     ' STATUS=' LB2-HLD-FILE-STATUS
036573             MOVE 'FAILED - HOLD NOT REMOVED' TO
036574                  LB2-CANCEL-OUTCOME
036575             PERFORM 2590-WRITE-CANCEL-LINE THRU 2590-EXIT
036576             GO TO 2550-EXIT
036577     END-DELETE
036578     ADD 1                            TO LB2-CANCELS-OF-HELD
036579     MOVE 'HOLD REMOVED - NEVER SENT' TO LB2-CANCEL-OUTCOME
036580     PERFORM 2590-WRITE-CANCEL-LINE   THRU 2590-EXIT.
036581 2550-EXIT.
036582     EXIT.
036583*
036584 2590-WRITE-CANCEL-LINE.
036585     MOVE SPACES                      TO LB2-CANCEL-LINE
036586     STRING 'CANCEL ORDER ' LB2-ORDER-NUMBER
036587            ' TEST '     LB2-TEST-CODE
036588            ' PATIENT '  LB2-PATIENT-ID
036589            ' CORRELID ' LB2-CANCEL-CORRELID
036590            ' '          LB2-CANCEL-OUTCOME
036591         DELIMITED BY SIZE INTO LB2-CANCEL-LINE
036592     WRITE LB2-CANCEL-LINE.
036593 2590-EXIT.
036594     EXIT.
036595*
036600 8000-TERMINATE.
036700     CLOSE LB2-LAB-ORDER-FILE
036710     CLOSE LB2-ROUTE-PRI-FILE
036750                 LB2-XRF-FILE-STATUS
036760     END-IF
036770     CLOSE LB2-DUPLICATE-REPORT
036771     CLOSE LB2-HOLD-REPORT
036772     CLOSE LB2-HOLD-PARM-FILE
036773     CLOSE LB2-CENSUS-FILE
036774     CLOSE LB2-ORDER-HOLD-FILE
036775     IF LB2-HLD-FILE-STATUS NOT = '00'
036776         DISPLAY 'LAB020 - CLOSE FAILED FOR ORDHLDF, STATUS='
036777                 LB2-HLD-FILE-STATUS
036778     END-IF
036780     CLOSE LB2-CANCEL-REPORT
036800     CLOSE LB2-ORDER-TRACK-FILE
036900     IF LB2-TRK-FILE-STATUS NOT = '00'
037000         DISPLAY 'LAB020 - CLOSE FAILED FOR ORDTRKF, STATUS='
039700     DISPLAY 'LAB020 - ORDERS READ: ' LB2-RECORDS-READ
039800     DISPLAY 'LAB020 - ORDERS PUT:  ' LB2-RECORDS-PUT
039810     DISPLAY 'LAB020 - DUPLICATES SUPPRESSED: '
039820             LB2-DUPLICATES-SUPPRESSED
039830     DISPLAY 'LAB020 - ORDERS HELD (NEW): ' LB2-ORDERS-HELD
039840     DISPLAY 'LAB020 - ORDERS ALREADY ON HOLD: '
039850             LB2-ORDERS-ALREADY-HELD
039860     DISPLAY 'LAB020 - NURSING UNIT WARNINGS: ' LB2-UNIT-WARNINGS
039861     DISPLAY 'LAB020 - CANCELS SENT: ' LB2-CANCELS-SENT
039862     DISPLAY 'LAB020 - CANCELS OF HELD ORDERS: '
039863             LB2-CANCELS-OF-HELD
039864     DISPLAY 'LAB020 - CANCELS NOT SENT: ' LB2-CANCELS-REJECTED
039870     DISPLAY 'LAB020 - HELD ORDERS RELEASED: ' LB2-HOLDS-RELEASED
039880     DISPLAY 'LAB020 - HELD ORDERS STILL HELD: ' LB2-HOLDS-KEPT
039881     DISPLAY 'LAB020 - ORDHLDF DELETE FAILURES: '
039882             LB2-HOLD-DELETE-ERRORS
039883     DISPLAY 'LAB020 - TRACKING NOT UPDATED: '
039884             LB2-TRACK-UPDATE-ERRORS.
039900 8000-EXIT.
040000     EXIT.
040100*
