001500**                  intervening discharge, or an event older    **
001600**                  than the last one applied) are written to   **
001700**                  the exception report instead of being       **
001800**                  applied to the census.  Admits and          **
001810**                  transfers into a bed that is not on the     **
001820**                  bed master, or is blocked or out of         **
001830**                  service, are applied but flagged on the     **
001840**                  report for bed management.  Each discharge  **
001850**                  also writes the completed stay to the       **
001860**                  ENCHSTF encounter history.                  **
001900**                                                              **
002000******************************************************************
002100*
003420**                   passed over - ADT035 owns merge            **
003430**                   processing - instead of landing on the     **
003440**                   exception report as bad event types.       **
003450**  2026-10-14  JMH  Admits and transfers are checked against   **
003460**                   the BEDMSTF bed master; a bed not on the   **
003470**                   master, blocked or out of service is       **
003480**                   flagged as a warning on the report.  The   **
003490**                   event is still applied.                    **
003491**  2026-10-14  JMH  Each discharge applied writes the          **
003492**                   completed stay (patient, admit and         **
003493**                   discharge stamps, admitting and            **
003494**                   discharging units) to the ENCHSTF          **
003495**                   encounter history.                         **
003496**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003497**                   control ledger through RUN080; the run is  **
003498**                   refused when a predecessor has not         **
003499**                   completed for the business date.           **
003500******************************************************************
003600*
003700 ENVIRONMENT DIVISION.
005000            RECORD KEY IS AD5-CEN-PATIENT-ID
005100            FILE STATUS IS AD5-CEN-FILE-STATUS.
005200*
005210     SELECT AD5-BED-MASTER-FILE   ASSIGN TO BEDMSTF
005220            ORGANIZATION IS INDEXED
005230            ACCESS MODE IS RANDOM
005240            RECORD KEY IS BD4-BED-KEY
005250            FILE STATUS IS AD5-BED-FILE-STATUS.
005260*
005270     SELECT AD5-ENCOUNTER-FILE    ASSIGN TO ENCHSTF
005280            ORGANIZATION IS INDEXED
005290            ACCESS MODE IS RANDOM
005291            RECORD KEY IS EN5-ENC-KEY
005292            FILE STATUS IS AD5-ENC-FILE-STATUS.
005293*
005300     SELECT AD5-EXCEPTION-REPORT  ASSIGN TO ADT015R
005400            ORGANIZATION IS SEQUENTIAL.
005500*
006300     RECORDING MODE IS F.
006400     COPY CENREC.
006500*
006510 FD  AD5-BED-MASTER-FILE
006520     RECORDING MODE IS F.
006530     COPY BEDMST.
006540*
006550 FD  AD5-ENCOUNTER-FILE
006560     RECORDING MODE IS F.
006570     COPY ENCHST.
006580*
006600 FD  AD5-EXCEPTION-REPORT
006700     RECORDING MODE IS F.
006800 01  AD5-REPORT-LINE            PIC X(132).
007000 WORKING-STORAGE SECTION.
007100*
007200 01  AD5-CEN-FILE-STATUS        PIC X(02) VALUE '00'.
007210 01  AD5-BED-FILE-STATUS        PIC X(02) VALUE '00'.
007220 01  AD5-ENC-FILE-STATUS        PIC X(02) VALUE '00'.
007300*
007400 77  AD5-EOF-SWITCH             PIC X(01) VALUE 'N'.
007500     88  AD5-EOF                       VALUE 'Y'.
008800 77  AD5-EXC-STALE-EVENT        PIC 9(07) COMP VALUE 0.
008900 77  AD5-EXC-BAD-EVENT-TYPE     PIC 9(07) COMP VALUE 0.
008910 77  AD5-MERGES-SKIPPED         PIC 9(07) COMP VALUE 0.
008920 77  AD5-BED-WARNINGS           PIC 9(07) COMP VALUE 0.
008930 77  AD5-BED-NOT-ON-MASTER      PIC 9(07) COMP VALUE 0.
008940 77  AD5-BED-NOT-IN-SERVICE     PIC 9(07) COMP VALUE 0.
008950 77  AD5-ENCOUNTERS-WRITTEN     PIC 9(07) COMP VALUE 0.
008960 77  AD5-ENC-WRITE-ERRORS       PIC 9(07) COMP VALUE 0.
009000*
009100 01  AD5-RUN-DATE               PIC 9(08) VALUE 0.
009200*
010600*
010700 COPY ADTREC.
010800*
010810 01  AD5-RUNCTL-FUNCTION-CODE   PIC X(01) VALUE SPACES.
010820 01  AD5-RUNCTL-PROGRAM-ID      PIC X(08) VALUE 'ADT015'.
010830 01  AD5-RUNCTL-COUNT-IN        PIC 9(09) VALUE 0.
010840 01  AD5-RUNCTL-COUNT-OUT       PIC 9(09) VALUE 0.
010850 01  AD5-RUNCTL-STEP-RC         PIC 9(04) VALUE 0.
010860 01  AD5-RUNCTL-BUSINESS-DATE   PIC X(08) VALUE SPACES.
010870 01  AD5-RUNCTL-RETURN-CODE     PIC S9(9) BINARY VALUE 0.
010880*
010900 PROCEDURE DIVISION.
011000*
011100******************************************************************
011200**  0000-MAINLINE                                                **
011300******************************************************************
011400 0000-MAINLINE.
011410     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
011420     IF AD5-RUNCTL-RETURN-CODE NOT = 0
011430         MOVE AD5-RUNCTL-RETURN-CODE TO RETURN-CODE
011440         GOBACK
011450     END-IF
011500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
011600     IF NOT AD5-ABORT-RUN
011700         PERFORM 2000-PROCESS-EVENT   THRU 2000-EXIT
012100     IF AD5-ABORT-RUN
012200         MOVE 16                   TO RETURN-CODE
012300     END-IF
012310     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
012400     GOBACK.
012500*
012501******************************************************************
012502**  0100-BEGIN-RUN-CONTROL                                       **
012503**  Records the start on the RUNCTLF run-control ledger          **
012504**  through RUN080.  A refused start - a predecessor not         **
012505**  completed cleanly for the business date, or this program     **
012506**  already completed for it - ends the step before any file     **
012507**  is opened.                                                   **
012508******************************************************************
012509 0100-BEGIN-RUN-CONTROL.
012510     MOVE 'B'                       TO AD5-RUNCTL-FUNCTION-CODE
012511     CALL 'RUN080' USING AD5-RUNCTL-FUNCTION-CODE
012512                         AD5-RUNCTL-PROGRAM-ID
012513                         AD5-RUNCTL-COUNT-IN
012514                         AD5-RUNCTL-COUNT-OUT
012515                         AD5-RUNCTL-STEP-RC
012516                         AD5-RUNCTL-BUSINESS-DATE
012517                         AD5-RUNCTL-RETURN-CODE
012518     IF AD5-RUNCTL-RETURN-CODE NOT = 0
012519         DISPLAY 'ADT015 - RUN REFUSED BY RUN CONTROL FOR '
012520                 'BUSINESS DATE ' AD5-RUNCTL-BUSINESS-DATE
012521         DISPLAY 'ADT015 - RUN080 BEGIN RETURNED '
012522                 AD5-RUNCTL-RETURN-CODE
012523     END-IF.
012524 0100-EXIT.
012525     EXIT.
012526*
012527******************************************************************
012528**  0200-END-RUN-CONTROL                                         **
012529**  Records the end, the step return code and the record         **
012530**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
012531**  the step return code is put back afterwards.                 **
012532******************************************************************
012533 0200-END-RUN-CONTROL.
012534     MOVE RETURN-CODE               TO AD5-RUNCTL-STEP-RC
012535     MOVE AD5-RECORDS-READ          TO AD5-RUNCTL-COUNT-IN
012536     COMPUTE AD5-RUNCTL-COUNT-OUT =
012537         AD5-ADMITS-APPLIED
012538         + AD5-DISCHARGES-APPLIED
012539         + AD5-TRANSFERS-APPLIED
012540     MOVE 'E'                       TO AD5-RUNCTL-FUNCTION-CODE
012541     CALL 'RUN080' USING AD5-RUNCTL-FUNCTION-CODE
012542                         AD5-RUNCTL-PROGRAM-ID
012543                         AD5-RUNCTL-COUNT-IN
012544                         AD5-RUNCTL-COUNT-OUT
012545                         AD5-RUNCTL-STEP-RC
012546                         AD5-RUNCTL-BUSINESS-DATE
012547                         AD5-RUNCTL-RETURN-CODE
012548     IF AD5-RUNCTL-RETURN-CODE NOT = 0
012549         DISPLAY 'ADT015 - RUN080 END RETURNED '
012550                 AD5-RUNCTL-RETURN-CODE
012551     END-IF
012552     MOVE AD5-RUNCTL-STEP-RC        TO RETURN-CODE.
012553 0200-EXIT.
012554     EXIT.
012555*
012600******************************************************************
012700**  1000-INITIALIZE                                              **
012800******************************************************************
013600         SET AD5-ABORT-RUN         TO TRUE
013700         GO TO 1000-EXIT
013800     END-IF
013810     OPEN INPUT AD5-BED-MASTER-FILE
013820     IF AD5-BED-FILE-STATUS NOT = '00'
013830         DISPLAY 'ADT015 - OPEN FAILED FOR BEDMSTF, STATUS='
013840                 AD5-BED-FILE-STATUS
013850         SET AD5-ABORT-RUN         TO TRUE
013860         GO TO 1000-EXIT
013870     END-IF
013880     OPEN I-O AD5-ENCOUNTER-FILE
013881     IF AD5-ENC-FILE-STATUS NOT = '00'
013882         DISPLAY 'ADT015 - OPEN FAILED FOR ENCHSTF, STATUS='
013883                 AD5-ENC-FILE-STATUS
013884         SET AD5-ABORT-RUN         TO TRUE
013885         GO TO 1000-EXIT
013886     END-IF
013900     OPEN OUTPUT AD5-EXCEPTION-REPORT
014000     MOVE SPACES                   TO AD5-REPORT-LINE
014100     STRING 'ADT CENSUS EXCEPTION REPORT - RUN DATE '
024800     SET AD5-CEN-IN-HOUSE          TO TRUE
024900     MOVE AD1-NURSING-UNIT         TO AD5-CEN-NURSING-UNIT
025000     MOVE AD1-ROOM-BED             TO AD5-CEN-ROOM-BED
025010     MOVE AD1-NURSING-UNIT         TO AD5-CEN-ADMIT-UNIT
025100     MOVE AD1-EVENT-DATE           TO AD5-CEN-ADMIT-DATE
025200     MOVE AD1-EVENT-TIME           TO AD5-CEN-ADMIT-TIME
025300     MOVE SPACES                   TO AD5-CEN-DISCHARGE-DATE
025400     MOVE SPACES                   TO AD5-CEN-DISCHARGE-TIME
025500     PERFORM 2700-STAMP-LAST-EVENT THRU 2700-EXIT
025600     PERFORM 2750-PUT-CENSUS       THRU 2750-EXIT
025700     ADD 1                         TO AD5-ADMITS-APPLIED
025710     PERFORM 2650-CHECK-BED        THRU 2650-EXIT.
025800 2400-EXIT.
025900     EXIT.
026000*
028100     MOVE AD1-EVENT-TIME           TO AD5-CEN-DISCHARGE-TIME
028200     PERFORM 2700-STAMP-LAST-EVENT THRU 2700-EXIT
028300     PERFORM 2750-PUT-CENSUS       THRU 2750-EXIT
028400     ADD 1                         TO AD5-DISCHARGES-APPLIED
028410     PERFORM 2550-WRITE-ENCOUNTER  THRU 2550-EXIT.
028500 2500-EXIT.
028600     EXIT.
028700*
028701******************************************************************
028702**  2550-WRITE-ENCOUNTER                                         **
028703**  The stay just closed goes to the encounter history before a  **
028704**  later re-admission reuses the census row.  A row admitted    **
028705**  before the admitting unit was carried on the census has no   **
028706**  admitting unit - the discharging unit stands in for it.  A   **
028707**  stay already on the history (the same admit stamp) is left   **
028708**  as it is and counted.                                        **
028709******************************************************************
028710 2550-WRITE-ENCOUNTER.
028711     MOVE SPACES                   TO EN5-ENCOUNTER-RECORD
028712     MOVE AD5-CEN-PATIENT-ID       TO EN5-ENC-PATIENT-ID
028713     MOVE AD5-CEN-ADMIT-DATE       TO EN5-ENC-ADMIT-DATE
028714     MOVE AD5-CEN-ADMIT-TIME       TO EN5-ENC-ADMIT-TIME
028715     MOVE AD5-CEN-ADMIT-UNIT       TO EN5-ENC-ADMIT-UNIT
028716     IF EN5-ENC-ADMIT-UNIT = SPACES
028717         MOVE AD5-CEN-NURSING-UNIT TO EN5-ENC-ADMIT-UNIT
028718     END-IF
028719     MOVE AD5-CEN-NURSING-UNIT     TO EN5-ENC-DISCH-UNIT
028720     MOVE AD5-CEN-ROOM-BED         TO EN5-ENC-DISCH-ROOM-BED
028721     MOVE AD5-CEN-DISCHARGE-DATE   TO EN5-ENC-DISCHARGE-DATE
028722     MOVE AD5-CEN-DISCHARGE-TIME   TO EN5-ENC-DISCHARGE-TIME
028723     MOVE AD5-RUN-DATE             TO EN5-ENC-WRITTEN-DATE
028724     WRITE EN5-ENCOUNTER-RECORD
028725         INVALID KEY
028726             ADD 1                 TO AD5-ENC-WRITE-ERRORS
028727             DISPLAY 'ADT015 - ENCOUNTER WRITE FAILED FOR '
028728                     EN5-ENC-PATIENT-ID ' ADMITTED '
028729                     EN5-ENC-ADMIT-DATE ' STATUS='
028730                     AD5-ENC-FILE-STATUS
028731             GO TO 2550-EXIT
028732     END-WRITE
028733     ADD 1                         TO AD5-ENCOUNTERS-WRITTEN.
028734 2550-EXIT.
028735     EXIT.
028736*
028800******************************************************************
028900**  2600-APPLY-TRANSFER                                          **
029000******************************************************************
030700     MOVE AD1-ROOM-BED             TO AD5-CEN-ROOM-BED
030800     PERFORM 2700-STAMP-LAST-EVENT THRU 2700-EXIT
030900     PERFORM 2750-PUT-CENSUS       THRU 2750-EXIT
031000     ADD 1                         TO AD5-TRANSFERS-APPLIED
031010     PERFORM 2650-CHECK-BED        THRU 2650-EXIT.
031100 2600-EXIT.
031200     EXIT.
031300*
031301******************************************************************
031302**  2650-CHECK-BED                                               **
031303**  The patient is where the feed says - the event stands - but  **
031304**  a bed that is not on the bed master, or is blocked or out    **
031305**  of service, is flagged for bed management.  An event with    **
031306**  no room/bed assigned has nothing to check.                   **
031307******************************************************************
031308 2650-CHECK-BED.
031309     IF AD1-ROOM-BED = SPACES
031310         GO TO 2650-EXIT
031311     END-IF
031312     MOVE AD1-NURSING-UNIT         TO BD4-BED-NURSING-UNIT
031313     MOVE AD1-ROOM-BED             TO BD4-BED-ROOM-BED
031314     READ AD5-BED-MASTER-FILE
031315         INVALID KEY
031316             ADD 1                 TO AD5-BED-NOT-ON-MASTER
031317             MOVE 'BED NOT ON BED MASTER'
031318                                   TO AD5-EXCEPTION-REASON
031319             PERFORM 2850-WRITE-BED-WARNING THRU 2850-EXIT
031320             GO TO 2650-EXIT
031321     END-READ
031322     IF BD4-BED-IN-SERVICE
031323         GO TO 2650-EXIT
031324     END-IF
031325     ADD 1                         TO AD5-BED-NOT-IN-SERVICE
031326     EVALUATE TRUE
031327         WHEN BD4-BED-BLOCKED
031328             MOVE 'BED BLOCKED ON BED MASTER'
031329                                   TO AD5-EXCEPTION-REASON
031330         WHEN BD4-BED-OOS-CLEANING
031331             MOVE 'BED OUT OF SERVICE - CLEANING'
031332                                   TO AD5-EXCEPTION-REASON
031333         WHEN OTHER
031334             MOVE 'BED OUT OF SERVICE - REPAIR'
031335                                   TO AD5-EXCEPTION-REASON
031336     END-EVALUATE
031337     PERFORM 2850-WRITE-BED-WARNING THRU 2850-EXIT.
031338 2650-EXIT.
031339     EXIT.
031340*
031400 2700-STAMP-LAST-EVENT.
031500     MOVE AD1-EVENT-TYPE           TO AD5-CEN-LAST-EVENT-TYPE
031600     MOVE AD1-EVENT-DATE           TO AD5-CEN-LAST-EVENT-DATE
035400 2800-EXIT.
035500     EXIT.
035600*
035601******************************************************************
035602**  2850-WRITE-BED-WARNING                                       **
035603**  Same line as an exception, marked as a warning - the event   **
035604**  was applied to the census.                                   **
035605******************************************************************
035606 2850-WRITE-BED-WARNING.
035607     ADD 1                         TO AD5-BED-WARNINGS
035608     MOVE SPACES                   TO AD5-REPORT-LINE
035609     STRING 'PATIENT '    AD1-PATIENT-ID
035610            ' EVENT '     AD1-EVENT-TYPE
035611            ' STAMP '     AD1-EVENT-DATE ' ' AD1-EVENT-TIME
035612            ' UNIT '      AD1-NURSING-UNIT
035613            ' BED '       AD1-ROOM-BED
035614            ' - WARNING, APPLIED: ' AD5-EXCEPTION-REASON
035615         DELIMITED BY SIZE INTO AD5-REPORT-LINE
035616     WRITE AD5-REPORT-LINE.
035617 2850-EXIT.
035618     EXIT.
035619*
035700******************************************************************
035800**  8000-TERMINATE                                               **
035900******************************************************************
036400         DISPLAY 'ADT015 - CLOSE FAILED FOR CENSUSF, STATUS='
036500                 AD5-CEN-FILE-STATUS
036600     END-IF
036610     CLOSE AD5-BED-MASTER-FILE
036620     IF AD5-BED-FILE-STATUS NOT = '00'
036630         DISPLAY 'ADT015 - CLOSE FAILED FOR BEDMSTF, STATUS='
036640                 AD5-BED-FILE-STATUS
036650     END-IF
036660     CLOSE AD5-ENCOUNTER-FILE
036670     IF AD5-ENC-FILE-STATUS NOT = '00'
036680         DISPLAY 'ADT015 - CLOSE FAILED FOR ENCHSTF, STATUS='
036690                 AD5-ENC-FILE-STATUS
036695     END-IF
036700     CLOSE AD5-EXCEPTION-REPORT
036800     DISPLAY 'ADT015 - EVENTS READ:         ' AD5-RECORDS-READ
036900     DISPLAY 'ADT015 - ADMITS APPLIED:      ' AD5-ADMITS-APPLIED
038400     DISPLAY 'ADT015 -   BAD EVENT TYPE:    '
038500             AD5-EXC-BAD-EVENT-TYPE
038510     DISPLAY 'ADT015 - MERGES SKIPPED:      '
038520             AD5-MERGES-SKIPPED
038530     DISPLAY 'ADT015 - BED WARNINGS:        '
038540             AD5-BED-WARNINGS
038550     DISPLAY 'ADT015 -   NOT ON BED MASTER: '
038560             AD5-BED-NOT-ON-MASTER
038570     DISPLAY 'ADT015 -   NOT IN SERVICE:    '
038580             AD5-BED-NOT-IN-SERVICE
038581     DISPLAY 'ADT015 - ENCOUNTERS WRITTEN:  '
038582             AD5-ENCOUNTERS-WRITTEN
038583     DISPLAY 'ADT015 - ENCOUNTER ERRORS:    '
038584             AD5-ENC-WRITE-ERRORS.
038600 8000-EXIT.
038700     EXIT.
038800*
