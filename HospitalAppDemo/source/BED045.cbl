000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     BED045                                      **
000400**                                                              **
000500**  DESCRIPTION:    Bed board.  Passes the census file ADT015   **
000600**                  maintains and the bed master BED040         **
000700**                  maintains and prints, per nursing unit, the **
000800**                  beds on the master by status (in service,   **
000900**                  blocked, out of service), the in-service    **
001000**                  beds occupied and the unit's occupancy      **
001100**                  percentage, with a hospital total.  Every   **
001200**                  bed with more than one in-house patient is  **
001300**                  listed with its occupants, as is every      **
001400**                  occupied bed that is not on the master or   **
001500**                  not in service, so bed management sees the  **
001600**                  conflicts before the patient reaches the    **
001700**                  room.                                       **
001800**                                                              **
001900******************************************************************
002000*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    BED045.
002300 AUTHOR.        J HARTWELL.
002400 INSTALLATION.  INTERFACE ENGINEERING.
002500 DATE-WRITTEN.  2026-10-14.
002600 DATE-COMPILED.
002700*
002800******************************************************************
002900**  MODIFICATION HISTORY                                        **
003000**  DATE       INIT  DESCRIPTION                                **
003100**  ---------- ----  ------------------------------------------ **
003200**  2026-10-14  JMH  Initial version - bed board occupancy and  **
003300**                   double-occupied beds.                      **
003400******************************************************************
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000*
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BD5-CENSUS-FILE       ASSIGN TO CENSUSF
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS SEQUENTIAL
004600            RECORD KEY IS AD5-CEN-PATIENT-ID
004700            FILE STATUS IS BD5-CEN-FILE-STATUS.
004800*
004900     SELECT BD5-BED-MASTER-FILE   ASSIGN TO BEDMSTF
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS SEQUENTIAL
005200            RECORD KEY IS BD4-BED-KEY
005300            FILE STATUS IS BD5-BED-FILE-STATUS.
005400*
005500     SELECT BD5-BED-BOARD-REPORT  ASSIGN TO BED045R
005600            ORGANIZATION IS SEQUENTIAL.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BD5-CENSUS-FILE
006100     RECORDING MODE IS F.
006200     COPY CENREC.
006300*
006400 FD  BD5-BED-MASTER-FILE
006500     RECORDING MODE IS F.
006600     COPY BEDMST.
006700*
006800 FD  BD5-BED-BOARD-REPORT
006900     RECORDING MODE IS F.
007000 01  BD5-REPORT-LINE            PIC X(132).
007100*
007200 WORKING-STORAGE SECTION.
007300*
007400 01  BD5-CEN-FILE-STATUS        PIC X(02) VALUE '00'.
007500 01  BD5-BED-FILE-STATUS        PIC X(02) VALUE '00'.
007600*
007700 77  BD5-CENSUS-EOF-SWITCH      PIC X(01) VALUE 'N'.
007800     88  BD5-CENSUS-EOF                VALUE 'Y'.
007900 77  BD5-BED-EOF-SWITCH         PIC X(01) VALUE 'N'.
008000     88  BD5-BED-EOF                   VALUE 'Y'.
008100 77  BD5-ABORT-SWITCH           PIC X(01) VALUE 'N'.
008200     88  BD5-ABORT-RUN                 VALUE 'Y'.
008300 77  BD5-CENSUS-ROWS-READ       PIC 9(07) COMP VALUE 0.
008400 77  BD5-PATIENTS-IN-BEDS       PIC 9(07) COMP VALUE 0.
008500 77  BD5-BEDS-READ              PIC 9(07) COMP VALUE 0.
008600 77  BD5-DOUBLE-BEDS            PIC 9(07) COMP VALUE 0.
008700 77  BD5-UNAVAILABLE-BEDS       PIC 9(07) COMP VALUE 0.
008800*
008900 01  BD5-RUN-DATE               PIC 9(08) VALUE 0.
009000*
009100******************************************************************
009200**  PER-NURSING-UNIT ACCUMULATORS.  UNITS ON THE BED MASTER     **
009300**  ARE ADDED IN KEY ORDER; A UNIT SEEN ONLY ON THE CENSUS IS   **
009400**  ADDED AFTER THEM.  MORE UNITS THAN THE TABLE HOLDS ABORTS   **
009500**  THE RUN - RAISE THE LIMIT AND RERUN.                        **
009600******************************************************************
009700 77  BD5-UN-MAX-ENTRIES         PIC S9(04) COMP VALUE 50.
009800 77  BD5-UN-USED                PIC S9(04) COMP VALUE 0.
009900 77  BD5-UN-SUB                 PIC S9(04) COMP VALUE 0.
010000 77  BD5-UN-FOUND-SUB           PIC S9(04) COMP VALUE 0.
010100 01  BD5-WORK-UNIT              PIC X(04) VALUE SPACES.
010200 01  BD5-UNIT-TABLE.
010300     05  BD5-UN-ENTRY OCCURS 50 TIMES.
010400         10  BD5-UN-UNIT        PIC X(04).
010500         10  BD5-UN-BEDS        PIC 9(07) COMP.
010600         10  BD5-UN-IN-SERVICE  PIC 9(07) COMP.
010700         10  BD5-UN-BLOCKED     PIC 9(07) COMP.
010800         10  BD5-UN-OUT-OF-SVC  PIC 9(07) COMP.
010900         10  BD5-UN-OCCUPIED    PIC 9(07) COMP.
011000         10  BD5-UN-OCC-NIS     PIC 9(07) COMP.
011100         10  BD5-UN-OCC-UNK     PIC 9(07) COMP.
011200*
011300******************************************************************
011400**  OCCUPIED-BED TABLE - ONE ENTRY PER UNIT/ROOM/BED HOLDING AN **
011500**  IN-HOUSE PATIENT ON THE CENSUS, WITH THE OCCUPANT COUNT AND **
011600**  THE FIRST FOUR PATIENT IDS.  THE BED'S MASTER STATUS IS     **
011700**  FILLED IN BY THE BED MASTER PASS (BLANK = NOT ON MASTER).   **
011800**  MORE OCCUPIED BEDS THAN THE TABLE HOLDS ABORTS THE RUN.     **
011900******************************************************************
012000 77  BD5-OB-MAX-ENTRIES         PIC S9(04) COMP VALUE 2000.
012100 77  BD5-OB-USED                PIC S9(04) COMP VALUE 0.
012200 77  BD5-OB-SUB                 PIC S9(04) COMP VALUE 0.
012300 77  BD5-OB-FOUND-SUB           PIC S9(04) COMP VALUE 0.
012400 77  BD5-OB-PT-SUB              PIC S9(04) COMP VALUE 0.
012500 01  BD5-WORK-BED-KEY.
012600     05  BD5-WORK-BED-UNIT      PIC X(04).
012700     05  BD5-WORK-ROOM-BED      PIC X(06).
012800 01  BD5-OCCUPIED-BED-TABLE.
012900     05  BD5-OB-ENTRY OCCURS 2000 TIMES.
013000         10  BD5-OB-BED-KEY     PIC X(10).
013100         10  BD5-OB-KEY-PARTS REDEFINES BD5-OB-BED-KEY.
013200             15  BD5-OB-UNIT    PIC X(04).
013300             15  BD5-OB-ROOM-BED
013400                                PIC X(06).
013500         10  BD5-OB-BED-STATUS  PIC X(01).
013600         10  BD5-OB-COUNT       PIC 9(04) COMP.
013700         10  BD5-OB-PATIENT-ID  PIC X(10) OCCURS 4 TIMES.
013800*
013900 01  BD5-OCC-TOTALS.
014000     05  BD5-TOT-BEDS           PIC 9(07) COMP VALUE 0.
014100     05  BD5-TOT-IN-SERVICE     PIC 9(07) COMP VALUE 0.
014200     05  BD5-TOT-BLOCKED        PIC 9(07) COMP VALUE 0.
014300     05  BD5-TOT-OUT-OF-SVC     PIC 9(07) COMP VALUE 0.
014400     05  BD5-TOT-OCCUPIED       PIC 9(07) COMP VALUE 0.
014500     05  BD5-TOT-OCC-NIS        PIC 9(07) COMP VALUE 0.
014600     05  BD5-TOT-OCC-UNK        PIC 9(07) COMP VALUE 0.
014700*
014800******************************************************************
014900**  OCCUPANCY PERCENTAGE - IN-SERVICE BEDS OCCUPIED OVER BEDS   **
015000**  IN SERVICE.  A UNIT WITH NO BEDS IN SERVICE SHOWS ZERO.     **
015100******************************************************************
015200 01  BD5-OCC-PCT                PIC 9(03)V9 VALUE 0.
015300 01  BD5-PCT-DISPLAY            PIC ZZ9.9.
015400*
015500 01  BD5-COUNT-DISPLAY          PIC ZZZZZZ9.
015600 01  BD5-COUNT-DISPLAY-2        PIC ZZZZZZ9.
015700 01  BD5-COUNT-DISPLAY-3        PIC ZZZZZZ9.
015800 01  BD5-COUNT-DISPLAY-4        PIC ZZZZZZ9.
015900 01  BD5-COUNT-DISPLAY-5        PIC ZZZZZZ9.
016000 01  BD5-COUNT-DISPLAY-6        PIC ZZZZZZ9.
016100 01  BD5-COUNT-DISPLAY-7        PIC ZZZZZZ9.
016200 01  BD5-MORE-TEXT              PIC X(09) VALUE SPACES.
016300 01  BD5-STATUS-TEXT            PIC X(26) VALUE SPACES.
016400*
016500 PROCEDURE DIVISION.
016600*
016700******************************************************************
016800**  0000-MAINLINE                                                **
016900******************************************************************
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
017200     IF NOT BD5-ABORT-RUN
017300         PERFORM 2000-LOAD-OCCUPANT THRU 2000-EXIT
017400             UNTIL BD5-CENSUS-EOF OR BD5-ABORT-RUN
017500     END-IF
017600     IF NOT BD5-ABORT-RUN
017700         PERFORM 3000-COUNT-BED     THRU 3000-EXIT
017800             UNTIL BD5-BED-EOF OR BD5-ABORT-RUN
017900     END-IF
018000     IF NOT BD5-ABORT-RUN
018100         PERFORM 4000-COUNT-UNKNOWN THRU 4000-EXIT
018200             VARYING BD5-OB-SUB FROM 1 BY 1
018300             UNTIL BD5-OB-SUB > BD5-OB-USED OR BD5-ABORT-RUN
018400     END-IF
018500     IF NOT BD5-ABORT-RUN
018600         PERFORM 5000-PRINT-REPORT  THRU 5000-EXIT
018700     END-IF
018800     PERFORM 8000-TERMINATE        THRU 8000-EXIT
018900     IF BD5-ABORT-RUN
019000         MOVE 16                    TO RETURN-CODE
019100     END-IF
019200     GOBACK.
019300*
019400******************************************************************
019500**  1000-INITIALIZE                                              **
019600******************************************************************
019700 1000-INITIALIZE.
019800     ACCEPT BD5-RUN-DATE FROM DATE YYYYMMDD
019900     OPEN INPUT BD5-CENSUS-FILE
020000     IF BD5-CEN-FILE-STATUS NOT = '00'
020100         DISPLAY 'BED045 - OPEN FAILED FOR CENSUSF, STATUS='
020200                 BD5-CEN-FILE-STATUS
020300         SET BD5-ABORT-RUN         TO TRUE
020400         GO TO 1000-EXIT
020500     END-IF
020600     OPEN INPUT BD5-BED-MASTER-FILE
020700     IF BD5-BED-FILE-STATUS NOT = '00'
020800         DISPLAY 'BED045 - OPEN FAILED FOR BEDMSTF, STATUS='
020900                 BD5-BED-FILE-STATUS
021000         SET BD5-ABORT-RUN         TO TRUE
021100         GO TO 1000-EXIT
021200     END-IF
021300     OPEN OUTPUT BD5-BED-BOARD-REPORT
021400     PERFORM 2900-READ-CENSUS      THRU 2900-EXIT
021500     PERFORM 3900-READ-BED         THRU 3900-EXIT.
021600 1000-EXIT.
021700     EXIT.
021800*
021900******************************************************************
022000**  2000-LOAD-OCCUPANT                                           **
022100**  One census row: an in-house patient with a room/bed is an    **
022200**  occupant of that bed.  Patients not in house, or in house    **
022300**  with no bed assigned, occupy nothing.                        **
022400******************************************************************
022500 2000-LOAD-OCCUPANT.
022600     ADD 1                         TO BD5-CENSUS-ROWS-READ
022700     IF NOT AD5-CEN-IN-HOUSE
022800            OR AD5-CEN-ROOM-BED = SPACES
022900         GO TO 2000-NEXT
023000     END-IF
023100     ADD 1                         TO BD5-PATIENTS-IN-BEDS
023200     MOVE AD5-CEN-NURSING-UNIT     TO BD5-WORK-BED-UNIT
023300     MOVE AD5-CEN-ROOM-BED         TO BD5-WORK-ROOM-BED
023400     PERFORM 2200-FIND-BED-SLOT    THRU 2200-EXIT
023500     IF BD5-OB-FOUND-SUB = 0
023600         PERFORM 2300-ADD-BED-SLOT THRU 2300-EXIT
023700         IF BD5-ABORT-RUN
023800             GO TO 2000-EXIT
023900         END-IF
024000     END-IF
024100     ADD 1 TO BD5-OB-COUNT(BD5-OB-FOUND-SUB)
024200     IF BD5-OB-COUNT(BD5-OB-FOUND-SUB) NOT > 4
024300         MOVE BD5-OB-COUNT(BD5-OB-FOUND-SUB) TO BD5-OB-PT-SUB
024400         MOVE AD5-CEN-PATIENT-ID    TO
024500             BD5-OB-PATIENT-ID(BD5-OB-FOUND-SUB, BD5-OB-PT-SUB)
024600     END-IF.
024700 2000-NEXT.
024800     PERFORM 2900-READ-CENSUS      THRU 2900-EXIT.
024900 2000-EXIT.
025000     EXIT.
025100*
025200******************************************************************
025300**  2200-FIND-BED-SLOT                                           **
025400**  Locate BD5-WORK-BED-KEY in the occupied-bed table, leaving   **
025500**  the slot in BD5-OB-FOUND-SUB (zero when not there).          **
025600******************************************************************
025700 2200-FIND-BED-SLOT.
025800     MOVE 0                        TO BD5-OB-FOUND-SUB
025900     PERFORM 2210-SCAN-BED-SLOT    THRU 2210-EXIT
026000         VARYING BD5-OB-SUB FROM 1 BY 1
026100         UNTIL BD5-OB-SUB > BD5-OB-USED
026200            OR BD5-OB-FOUND-SUB > 0.
026300 2200-EXIT.
026400     EXIT.
026500*
026600 2210-SCAN-BED-SLOT.
026700     IF BD5-OB-BED-KEY(BD5-OB-SUB) = BD5-WORK-BED-KEY
026800         MOVE BD5-OB-SUB            TO BD5-OB-FOUND-SUB
026900     END-IF.
027000 2210-EXIT.
027100     EXIT.
027200*
027300******************************************************************
027400**  2300-ADD-BED-SLOT                                            **
027500**  A full table aborts the run - a bed board missing beds would **
027600**  understate both occupancy and the conflicts.                 **
027700******************************************************************
027800 2300-ADD-BED-SLOT.
027900     IF BD5-OB-USED NOT < BD5-OB-MAX-ENTRIES
028000         DISPLAY 'BED045 - OCCUPIED BEDS EXCEED TABLE LIMIT '
028100                 BD5-OB-MAX-ENTRIES ', RUN ABORTED'
028200         SET BD5-ABORT-RUN          TO TRUE
028300         GO TO 2300-EXIT
028400     END-IF
028500     ADD 1                          TO BD5-OB-USED
028600     MOVE BD5-WORK-BED-KEY          TO BD5-OB-BED-KEY(BD5-OB-USED)
028700     MOVE SPACES                    TO
028800         BD5-OB-BED-STATUS(BD5-OB-USED)
028900     MOVE 0                         TO BD5-OB-COUNT(BD5-OB-USED)
029000     MOVE SPACES                    TO
029100         BD5-OB-PATIENT-ID(BD5-OB-USED, 1)
029200         BD5-OB-PATIENT-ID(BD5-OB-USED, 2)
029300         BD5-OB-PATIENT-ID(BD5-OB-USED, 3)
029400         BD5-OB-PATIENT-ID(BD5-OB-USED, 4)
029500     MOVE BD5-OB-USED               TO BD5-OB-FOUND-SUB.
029600 2300-EXIT.
029700     EXIT.
029800*
029900 2900-READ-CENSUS.
030000     READ BD5-CENSUS-FILE NEXT RECORD
030100         AT END
030200             MOVE 'Y'              TO BD5-CENSUS-EOF-SWITCH
030300     END-READ.
030400 2900-EXIT.
030500     EXIT.
030600*
030700******************************************************************
030800**  3000-COUNT-BED                                               **
030900**  One bed master row: counted under its unit by status, and    **
031000**  as occupied when the census has a patient in it - toward     **
031100**  occupancy when the bed is in service, as an occupied bed     **
031200**  not in service otherwise.                                    **
031300******************************************************************
031400 3000-COUNT-BED.
031500     ADD 1                         TO BD5-BEDS-READ
031600     MOVE BD4-BED-NURSING-UNIT     TO BD5-WORK-UNIT
031700     PERFORM 3200-FIND-UNIT-SLOT   THRU 3200-EXIT
031800     IF BD5-ABORT-RUN
031900         GO TO 3000-EXIT
032000     END-IF
032100     ADD 1 TO BD5-UN-BEDS(BD5-UN-FOUND-SUB)
032200     EVALUATE TRUE
032300         WHEN BD4-BED-IN-SERVICE
032400             ADD 1 TO BD5-UN-IN-SERVICE(BD5-UN-FOUND-SUB)
032500         WHEN BD4-BED-BLOCKED
032600             ADD 1 TO BD5-UN-BLOCKED(BD5-UN-FOUND-SUB)
032700         WHEN OTHER
032800             ADD 1 TO BD5-UN-OUT-OF-SVC(BD5-UN-FOUND-SUB)
032900     END-EVALUATE
033000     MOVE BD4-BED-KEY              TO BD5-WORK-BED-KEY
033100     PERFORM 2200-FIND-BED-SLOT    THRU 2200-EXIT
033200     IF BD5-OB-FOUND-SUB = 0
033300         GO TO 3000-NEXT
033400     END-IF
033500     MOVE BD4-BED-STATUS           TO
033600         BD5-OB-BED-STATUS(BD5-OB-FOUND-SUB)
033700     IF BD4-BED-IN-SERVICE
033800         ADD 1 TO BD5-UN-OCCUPIED(BD5-UN-FOUND-SUB)
033900     ELSE
034000         ADD 1 TO BD5-UN-OCC-NIS(BD5-UN-FOUND-SUB)
034100     END-IF.
034200 3000-NEXT.
034300     PERFORM 3900-READ-BED         THRU 3900-EXIT.
034400 3000-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800**  3200-FIND-UNIT-SLOT                                          **
034900**  Locate (or add) BD5-WORK-UNIT in the per-unit table, leaving **
035000**  the slot in BD5-UN-FOUND-SUB.  A full table aborts the run.  **
035100******************************************************************
035200 3200-FIND-UNIT-SLOT.
035300     MOVE 0                        TO BD5-UN-FOUND-SUB
035400     PERFORM 3210-SCAN-UNIT-SLOT   THRU 3210-EXIT
035500         VARYING BD5-UN-SUB FROM 1 BY 1
035600         UNTIL BD5-UN-SUB > BD5-UN-USED
035700            OR BD5-UN-FOUND-SUB > 0
035800     IF BD5-UN-FOUND-SUB > 0
035900         GO TO 3200-EXIT
036000     END-IF
036100     IF BD5-UN-USED < BD5-UN-MAX-ENTRIES
036200         ADD 1                     TO BD5-UN-USED
036300         MOVE BD5-WORK-UNIT         TO BD5-UN-UNIT(BD5-UN-USED)
036400         MOVE 0                     TO BD5-UN-BEDS(BD5-UN-USED)
036500         MOVE 0                     TO
036600             BD5-UN-IN-SERVICE(BD5-UN-USED)
036700         MOVE 0                     TO BD5-UN-BLOCKED(BD5-UN-USED)
036800         MOVE 0                     TO
036900             BD5-UN-OUT-OF-SVC(BD5-UN-USED)
037000         MOVE 0                     TO
037100             BD5-UN-OCCUPIED(BD5-UN-USED)
037200         MOVE 0                     TO BD5-UN-OCC-NIS(BD5-UN-USED)
037300         MOVE 0                     TO BD5-UN-OCC-UNK(BD5-UN-USED)
037400         MOVE BD5-UN-USED           TO BD5-UN-FOUND-SUB
037500     ELSE
037600         DISPLAY 'BED045 - UNITS EXCEED TABLE LIMIT '
037700                 BD5-UN-MAX-ENTRIES ', RUN ABORTED'
037800         SET BD5-ABORT-RUN          TO TRUE
037900         MOVE 0                     TO BD5-UN-FOUND-SUB
038000     END-IF.
038100 3200-EXIT.
038200     EXIT.
038300*
038400 3210-SCAN-UNIT-SLOT.
038500     IF BD5-UN-UNIT(BD5-UN-SUB) = BD5-WORK-UNIT
038600         MOVE BD5-UN-SUB            TO BD5-UN-FOUND-SUB
038700     END-IF.
038800 3210-EXIT.
038900     EXIT.
039000*
039100 3900-READ-BED.
039200     READ BD5-BED-MASTER-FILE NEXT RECORD
039300         AT END
039400             MOVE 'Y'              TO BD5-BED-EOF-SWITCH
039500     END-READ.
039600 3900-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000**  4000-COUNT-UNKNOWN                                           **
040100**  An occupied bed the master pass never reached is not on the  **
040200**  bed master - counted under its unit, which is added to the   **
040300**  table if the master has no beds for it at all.               **
040400******************************************************************
040500 4000-COUNT-UNKNOWN.
040600     IF BD5-OB-BED-STATUS(BD5-OB-SUB) NOT = SPACES
040700         GO TO 4000-EXIT
040800     END-IF
040900     MOVE BD5-OB-UNIT(BD5-OB-SUB)  TO BD5-WORK-UNIT
041000     PERFORM 3200-FIND-UNIT-SLOT   THRU 3200-EXIT
041100     IF BD5-ABORT-RUN
041200         GO TO 4000-EXIT
041300     END-IF
041400     ADD 1 TO BD5-UN-OCC-UNK(BD5-UN-FOUND-SUB).
041500 4000-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900**  5000-PRINT-REPORT                                            **
042000**  Unit lines and the hospital total, then the double-occupied  **
042100**  beds, then the occupied beds not on the master or not in     **
042200**  service.                                                     **
042300******************************************************************
042400 5000-PRINT-REPORT.
042500     MOVE SPACES                   TO BD5-REPORT-LINE
042600     STRING 'BED BOARD - RUN DATE ' BD5-RUN-DATE
042700         DELIMITED BY SIZE INTO BD5-REPORT-LINE
042800     WRITE BD5-REPORT-LINE
042900     MOVE SPACES                   TO BD5-REPORT-LINE
043000     STRING 'UNIT     BEDS   IN-SVC  BLOCKED  OUT-SVC'
043100            ' OCCUPIED  OCC-PCT  OCC-NIS  OCC-UNK'
043200         DELIMITED BY SIZE INTO BD5-REPORT-LINE
043300     WRITE BD5-REPORT-LINE
043400     PERFORM 5100-PRINT-UNIT-LINE  THRU 5100-EXIT
043500         VARYING BD5-UN-SUB FROM 1 BY 1
043600         UNTIL BD5-UN-SUB > BD5-UN-USED
043700     MOVE SPACES                   TO BD5-REPORT-LINE
043800     WRITE BD5-REPORT-LINE
043900     MOVE 0                        TO BD5-OCC-PCT
044000     IF BD5-TOT-IN-SERVICE > 0
044100         COMPUTE BD5-OCC-PCT ROUNDED =
044200             BD5-TOT-OCCUPIED * 100 / BD5-TOT-IN-SERVICE
044300     END-IF
044400     MOVE BD5-OCC-PCT               TO BD5-PCT-DISPLAY
044500     MOVE BD5-TOT-BEDS              TO BD5-COUNT-DISPLAY
044600     MOVE BD5-TOT-IN-SERVICE        TO BD5-COUNT-DISPLAY-2
044700     MOVE BD5-TOT-BLOCKED           TO BD5-COUNT-DISPLAY-3
044800     MOVE BD5-TOT-OUT-OF-SVC        TO BD5-COUNT-DISPLAY-4
044900     MOVE BD5-TOT-OCCUPIED          TO BD5-COUNT-DISPLAY-5
045000     MOVE BD5-TOT-OCC-NIS           TO BD5-COUNT-DISPLAY-6
045100     MOVE BD5-TOT-OCC-UNK           TO BD5-COUNT-DISPLAY-7
045200     MOVE SPACES                   TO BD5-REPORT-LINE
045300     STRING 'TOTL'
045400            '  ' BD5-COUNT-DISPLAY
045500            '  ' BD5-COUNT-DISPLAY-2
045600            '  ' BD5-COUNT-DISPLAY-3
045700            '  ' BD5-COUNT-DISPLAY-4
045800            '  ' BD5-COUNT-DISPLAY-5
045900            '    ' BD5-PCT-DISPLAY
046000            '  ' BD5-COUNT-DISPLAY-6
046100            '  ' BD5-COUNT-DISPLAY-7
046200         DELIMITED BY SIZE INTO BD5-REPORT-LINE
046300     WRITE BD5-REPORT-LINE
046400     MOVE SPACES                   TO BD5-REPORT-LINE
046500     WRITE BD5-REPORT-LINE
046600     MOVE SPACES                   TO BD5-REPORT-LINE
046700     STRING 'DOUBLE-OCCUPIED BEDS'
046800         DELIMITED BY SIZE INTO BD5-REPORT-LINE
046900     WRITE BD5-REPORT-LINE
047000     PERFORM 5200-PRINT-DOUBLE-BED THRU 5200-EXIT
047100         VARYING BD5-OB-SUB FROM 1 BY 1
047200         UNTIL BD5-OB-SUB > BD5-OB-USED
047300     IF BD5-DOUBLE-BEDS = 0
047400         MOVE SPACES               TO BD5-REPORT-LINE
047500         STRING '  NONE'
047600             DELIMITED BY SIZE INTO BD5-REPORT-LINE
047700         WRITE BD5-REPORT-LINE
047800     END-IF
047900     MOVE SPACES                   TO BD5-REPORT-LINE
048000     WRITE BD5-REPORT-LINE
048100     MOVE SPACES                   TO BD5-REPORT-LINE
048200     STRING 'OCCUPIED BEDS NOT ON THE BED MASTER'
048210            ' OR NOT IN SERVICE'
048300         DELIMITED BY SIZE INTO BD5-REPORT-LINE
048400     WRITE BD5-REPORT-LINE
048500     PERFORM 5300-PRINT-UNAVAILABLE THRU 5300-EXIT
048600         VARYING BD5-OB-SUB FROM 1 BY 1
048700         UNTIL BD5-OB-SUB > BD5-OB-USED
048800     IF BD5-UNAVAILABLE-BEDS = 0
048900         MOVE SPACES               TO BD5-REPORT-LINE
049000         STRING '  NONE'
049100             DELIMITED BY SIZE INTO BD5-REPORT-LINE
049200         WRITE BD5-REPORT-LINE
049300     END-IF.
049400 5000-EXIT.
049500     EXIT.
049600*
049700******************************************************************
049800**  5100-PRINT-UNIT-LINE                                         **
049900**  One unit's counts and occupancy percentage, rolled into the  **
050000**  hospital totals.                                             **
050100******************************************************************
050200 5100-PRINT-UNIT-LINE.
050300     ADD BD5-UN-BEDS(BD5-UN-SUB)       TO BD5-TOT-BEDS
050400     ADD BD5-UN-IN-SERVICE(BD5-UN-SUB) TO BD5-TOT-IN-SERVICE
050500     ADD BD5-UN-BLOCKED(BD5-UN-SUB)    TO BD5-TOT-BLOCKED
050600     ADD BD5-UN-OUT-OF-SVC(BD5-UN-SUB) TO BD5-TOT-OUT-OF-SVC
050700     ADD BD5-UN-OCCUPIED(BD5-UN-SUB)   TO BD5-TOT-OCCUPIED
050800     ADD BD5-UN-OCC-NIS(BD5-UN-SUB)    TO BD5-TOT-OCC-NIS
050900     ADD BD5-UN-OCC-UNK(BD5-UN-SUB)    TO BD5-TOT-OCC-UNK
051000     MOVE 0                        TO BD5-OCC-PCT
051100     IF BD5-UN-IN-SERVICE(BD5-UN-SUB) > 0
051200         COMPUTE BD5-OCC-PCT ROUNDED =
051300             BD5-UN-OCCUPIED(BD5-UN-SUB) * 100
051400                 / BD5-UN-IN-SERVICE(BD5-UN-SUB)
051500     END-IF
051600     MOVE BD5-OCC-PCT                   TO BD5-PCT-DISPLAY
051700     MOVE BD5-UN-BEDS(BD5-UN-SUB)       TO BD5-COUNT-DISPLAY
051800     MOVE BD5-UN-IN-SERVICE(BD5-UN-SUB) TO BD5-COUNT-DISPLAY-2
051900     MOVE BD5-UN-BLOCKED(BD5-UN-SUB)    TO BD5-COUNT-DISPLAY-3
052000     MOVE BD5-UN-OUT-OF-SVC(BD5-UN-SUB) TO BD5-COUNT-DISPLAY-4
052100     MOVE BD5-UN-OCCUPIED(BD5-UN-SUB)   TO BD5-COUNT-DISPLAY-5
052200     MOVE BD5-UN-OCC-NIS(BD5-UN-SUB)    TO BD5-COUNT-DISPLAY-6
052300     MOVE BD5-UN-OCC-UNK(BD5-UN-SUB)    TO BD5-COUNT-DISPLAY-7
052400     MOVE SPACES                   TO BD5-REPORT-LINE
052500     STRING BD5-UN-UNIT(BD5-UN-SUB)
052600            '  ' BD5-COUNT-DISPLAY
052700            '  ' BD5-COUNT-DISPLAY-2
052800            '  ' BD5-COUNT-DISPLAY-3
052900            '  ' BD5-COUNT-DISPLAY-4
053000            '  ' BD5-COUNT-DISPLAY-5
053100            '    ' BD5-PCT-DISPLAY
053200            '  ' BD5-COUNT-DISPLAY-6
053300            '  ' BD5-COUNT-DISPLAY-7
053400         DELIMITED BY SIZE INTO BD5-REPORT-LINE
053500     WRITE BD5-REPORT-LINE.
053600 5100-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000**  5200-PRINT-DOUBLE-BED                                        **
054100**  A bed with more than one in-house patient, with up to four   **
054200**  of its occupants.                                            **
054300******************************************************************
054400 5200-PRINT-DOUBLE-BED.
054500     IF BD5-OB-COUNT(BD5-OB-SUB) NOT > 1
054600         GO TO 5200-EXIT
054700     END-IF
054800     ADD 1                         TO BD5-DOUBLE-BEDS
054900     MOVE SPACES                   TO BD5-MORE-TEXT
055000     IF BD5-OB-COUNT(BD5-OB-SUB) > 4
055100         MOVE ' AND MORE'          TO BD5-MORE-TEXT
055200     END-IF
055300     MOVE BD5-OB-COUNT(BD5-OB-SUB)  TO BD5-COUNT-DISPLAY
055400     MOVE SPACES                   TO BD5-REPORT-LINE
055500     STRING '  UNIT ' BD5-OB-UNIT(BD5-OB-SUB)
055600            ' BED ' BD5-OB-ROOM-BED(BD5-OB-SUB)
055700            ' PATIENTS ' BD5-COUNT-DISPLAY ': '
055800            BD5-OB-PATIENT-ID(BD5-OB-SUB, 1) ' '
055900            BD5-OB-PATIENT-ID(BD5-OB-SUB, 2) ' '
056000            BD5-OB-PATIENT-ID(BD5-OB-SUB, 3) ' '
056100            BD5-OB-PATIENT-ID(BD5-OB-SUB, 4)
056200            BD5-MORE-TEXT
056300         DELIMITED BY SIZE INTO BD5-REPORT-LINE
056400     WRITE BD5-REPORT-LINE.
056500 5200-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900**  5300-PRINT-UNAVAILABLE                                       **
057000**  An occupied bed that is not on the bed master, or is on it   **
057100**  but blocked or out of service.                               **
057200******************************************************************
057300 5300-PRINT-UNAVAILABLE.
057400     EVALUATE BD5-OB-BED-STATUS(BD5-OB-SUB)
057500         WHEN 'I'
057600             GO TO 5300-EXIT
057700         WHEN SPACES
057800             MOVE 'NOT ON BED MASTER'  TO BD5-STATUS-TEXT
057900         WHEN 'B'
058000             MOVE 'BLOCKED'            TO BD5-STATUS-TEXT
058100         WHEN 'C'
058200             MOVE 'OUT OF SERVICE - CLEANING' TO BD5-STATUS-TEXT
058300         WHEN OTHER
058400             MOVE 'OUT OF SERVICE - REPAIR'   TO BD5-STATUS-TEXT
058500     END-EVALUATE
058600     ADD 1                         TO BD5-UNAVAILABLE-BEDS
058700     MOVE BD5-OB-COUNT(BD5-OB-SUB)  TO BD5-COUNT-DISPLAY
058800     MOVE SPACES                   TO BD5-REPORT-LINE
058900     STRING '  UNIT ' BD5-OB-UNIT(BD5-OB-SUB)
059000            ' BED ' BD5-OB-ROOM-BED(BD5-OB-SUB)
059100            ' ' BD5-STATUS-TEXT
059200            ' PATIENTS ' BD5-COUNT-DISPLAY ': '
059300            BD5-OB-PATIENT-ID(BD5-OB-SUB, 1)
059400         DELIMITED BY SIZE INTO BD5-REPORT-LINE
059500     WRITE BD5-REPORT-LINE.
059600 5300-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000**  8000-TERMINATE                                               **
060100******************************************************************
060200 8000-TERMINATE.
060300     CLOSE BD5-CENSUS-FILE
060400     IF BD5-CEN-FILE-STATUS NOT = '00'
060500         DISPLAY 'BED045 - CLOSE FAILED FOR CENSUSF, STATUS='
060600                 BD5-CEN-FILE-STATUS
060700     END-IF
060800     CLOSE BD5-BED-MASTER-FILE
060900     IF BD5-BED-FILE-STATUS NOT = '00'
061000         DISPLAY 'BED045 - CLOSE FAILED FOR BEDMSTF, STATUS='
061100                 BD5-BED-FILE-STATUS
061200     END-IF
061300     CLOSE BD5-BED-BOARD-REPORT
061400     DISPLAY 'BED045 - CENSUS ROWS READ:  ' BD5-CENSUS-ROWS-READ
061500     DISPLAY 'BED045 - PATIENTS IN BEDS:  ' BD5-PATIENTS-IN-BEDS
061600     DISPLAY 'BED045 - BED MASTER ROWS:   ' BD5-BEDS-READ
061700     DISPLAY 'BED045 - DOUBLE-OCC BEDS:   ' BD5-DOUBLE-BEDS
061800     DISPLAY 'BED045 - UNAVAILABLE BEDS:  ' BD5-UNAVAILABLE-BEDS.
061900 8000-EXIT.
062000     EXIT.
062100*
062200 9999-EXIT.
062300     EXIT.
