001200**                  ID, with a merge audit report of every      **
001300**                  action taken.  Until this runs, a result    **
001400**                  for a merged patient distributes under an   **
001500**                  ID the floor no longer uses.  The retired   **
001510**                  ID's completed stays on the ENCHSTF         **
001520**                  encounter history are moved to the          **
001530**                  surviving ID as well.                       **
001600**                                                              **
001700******************************************************************
001800*
002800**  DATE       INIT  DESCRIPTION                                **
002900**  ---------- ----  ------------------------------------------ **
003000**  2026-09-03  JMH  Initial version - patient-ID merge.        **
003010**  2026-10-14  JMH  Merges also move the retired ID's          **
003020**                   completed stays on the ENCHSTF encounter   **
003030**                   history to the surviving ID.               **
003040**  2026-10-14  JMH  Start and end recorded on the RUNCTLF run- **
003050**                   control ledger through RUN080; the run is  **
003060**                   refused when a predecessor has not         **
003070**                   completed for the business date.           **
003100******************************************************************
003200*
003300 ENVIRONMENT DIVISION.
005800            RECORD KEY IS AD6-HIST-CORRELID
005900            FILE STATUS IS AD6-HST-FILE-STATUS.
006000*
006010     SELECT AD6-ENCOUNTER-FILE    ASSIGN TO ENCHSTF
006020            ORGANIZATION IS INDEXED
006030            ACCESS MODE IS DYNAMIC
006040            RECORD KEY IS EN5-ENC-KEY
006050            FILE STATUS IS AD6-ENC-FILE-STATUS.
006060*
006100     SELECT AD6-MERGE-REPORT      ASSIGN TO ADT035R
006200            ORGANIZATION IS SEQUENTIAL.
006300*
008800     05  AD6-HIST-PATIENT-ID    PIC X(10).
008900     05  FILLER                 PIC X(68).
009000*
009010 FD  AD6-ENCOUNTER-FILE
009020     RECORDING MODE IS F.
009030     COPY ENCHST.
009040*
009100 FD  AD6-MERGE-REPORT
009200     RECORDING MODE IS F.
009300 01  AD6-REPORT-LINE            PIC X(132).
009700 01  AD6-CEN-FILE-STATUS        PIC X(02) VALUE '00'.
009800 01  AD6-TRK-FILE-STATUS        PIC X(02) VALUE '00'.
009900 01  AD6-HST-FILE-STATUS        PIC X(02) VALUE '00'.
009910 01  AD6-ENC-FILE-STATUS        PIC X(02) VALUE '00'.
010000*
010100 77  AD6-EXTRACT-EOF-SWITCH     PIC X(01) VALUE 'N'.
010200     88  AD6-EXTRACT-EOF               VALUE 'Y'.
010400     88  AD6-TRACK-EOF                 VALUE 'Y'.
010500 77  AD6-HIST-EOF-SWITCH        PIC X(01) VALUE 'N'.
010600     88  AD6-HIST-EOF                  VALUE 'Y'.
010610 77  AD6-ENC-EOF-SWITCH         PIC X(01) VALUE 'N'.
010620     88  AD6-ENC-EOF                   VALUE 'Y'.
010700 77  AD6-ABORT-SWITCH           PIC X(01) VALUE 'N'.
010800     88  AD6-ABORT-RUN                 VALUE 'Y'.
010900 77  AD6-RETIRED-FOUND-SWITCH   PIC X(01) VALUE 'N'.
011500 77  AD6-CENSUS-FOLDED          PIC 9(07) COMP VALUE 0.
011600 77  AD6-TRACK-REKEYED          PIC 9(07) COMP VALUE 0.
011700 77  AD6-HIST-REKEYED           PIC 9(07) COMP VALUE 0.
011710 77  AD6-ENC-CARRIED            PIC 9(07) COMP VALUE 0.
011720 77  AD6-ENC-LEFT               PIC 9(07) COMP VALUE 0.
011800*
011900 01  AD6-RUN-DATE               PIC 9(08) VALUE 0.
012000*
013600*
013700 01  AD6-WORK-PATIENT-ID        PIC X(10) VALUE SPACES.
013800 01  AD6-SAVED-CENSUS-RECORD    PIC X(76) VALUE SPACES.
013810 01  AD6-SAVED-ENCOUNTER-RECORD PIC X(100) VALUE SPACES.
013900 01  AD6-COUNT-DISPLAY          PIC ZZZZZZ9.
014000*
014100 COPY ADTREC.
014200*
014210 01  AD6-RUNCTL-FUNCTION-CODE   PIC X(01) VALUE SPACES.
014220 01  AD6-RUNCTL-PROGRAM-ID      PIC X(08) VALUE 'ADT035'.
014230 01  AD6-RUNCTL-COUNT-IN        PIC 9(09) VALUE 0.
014240 01  AD6-RUNCTL-COUNT-OUT       PIC 9(09) VALUE 0.
014250 01  AD6-RUNCTL-STEP-RC         PIC 9(04) VALUE 0.
014260 01  AD6-RUNCTL-BUSINESS-DATE   PIC X(08) VALUE SPACES.
014270 01  AD6-RUNCTL-RETURN-CODE     PIC S9(9) BINARY VALUE 0.
014280*
014300 PROCEDURE DIVISION.
014400*
014500******************************************************************
014600**  0000-MAINLINE                                                **
014700******************************************************************
014800 0000-MAINLINE.
014810     PERFORM 0100-BEGIN-RUN-CONTROL THRU 0100-EXIT
014820     IF AD6-RUNCTL-RETURN-CODE NOT = 0
014830         MOVE AD6-RUNCTL-RETURN-CODE TO RETURN-CODE
014840         GOBACK
014850     END-IF
014900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
015000     IF NOT AD6-ABORT-RUN
015100         PERFORM 2000-COLLECT-MERGE THRU 2000-EXIT
016000     IF AD6-ABORT-RUN
016100         MOVE 16                    TO RETURN-CODE
016200     END-IF
016210     PERFORM 0200-END-RUN-CONTROL  THRU 0200-EXIT
016300     GOBACK.
016400*
016401******************************************************************
016402**  0100-BEGIN-RUN-CONTROL                                       **
016403**  Records the start on the RUNCTLF run-control ledger          **
016404**  through RUN080.  A refused start - a predecessor not         **
016405**  completed cleanly for the business date, or this program     **
016406**  already completed for it - ends the step before any file     **
016407**  is opened.                                                   **
016408******************************************************************
016409 0100-BEGIN-RUN-CONTROL.
016410     MOVE 'B'                       TO AD6-RUNCTL-FUNCTION-CODE
016411     CALL 'RUN080' USING AD6-RUNCTL-FUNCTION-CODE
016412                         AD6-RUNCTL-PROGRAM-ID
016413                         AD6-RUNCTL-COUNT-IN
016414                         AD6-RUNCTL-COUNT-OUT
016415                         AD6-RUNCTL-STEP-RC
016416                         AD6-RUNCTL-BUSINESS-DATE
016417                         AD6-RUNCTL-RETURN-CODE
016418     IF AD6-RUNCTL-RETURN-CODE NOT = 0
016419         DISPLAY 'ADT035 - RUN REFUSED BY RUN CONTROL FOR '
016420                 'BUSINESS DATE ' AD6-RUNCTL-BUSINESS-DATE
016421         DISPLAY 'ADT035 - RUN080 BEGIN RETURNED '
016422                 AD6-RUNCTL-RETURN-CODE
016423     END-IF.
016424 0100-EXIT.
016425     EXIT.
016426*
016427******************************************************************
016428**  0200-END-RUN-CONTROL                                         **
016429**  Records the end, the step return code and the record         **
016430**  counts on the ledger.  The CALL resets RETURN-CODE, so       **
016431**  the step return code is put back afterwards.                 **
016432******************************************************************
016433 0200-END-RUN-CONTROL.
016434     MOVE RETURN-CODE               TO AD6-RUNCTL-STEP-RC
016435     MOVE AD6-EVENTS-READ           TO AD6-RUNCTL-COUNT-IN
016436     MOVE AD6-MERGES-COLLECTED      TO AD6-RUNCTL-COUNT-OUT
016437     MOVE 'E'                       TO AD6-RUNCTL-FUNCTION-CODE
016438     CALL 'RUN080' USING AD6-RUNCTL-FUNCTION-CODE
016439                         AD6-RUNCTL-PROGRAM-ID
016440                         AD6-RUNCTL-COUNT-IN
016441                         AD6-RUNCTL-COUNT-OUT
016442                         AD6-RUNCTL-STEP-RC
016443                         AD6-RUNCTL-BUSINESS-DATE
016444                         AD6-RUNCTL-RETURN-CODE
016445     IF AD6-RUNCTL-RETURN-CODE NOT = 0
016446         DISPLAY 'ADT035 - RUN080 END RETURNED '
016447                 AD6-RUNCTL-RETURN-CODE
016448     END-IF
016449     MOVE AD6-RUNCTL-STEP-RC        TO RETURN-CODE.
016450 0200-EXIT.
016451     EXIT.
016452*
016500******************************************************************
016600**  1000-INITIALIZE                                              **
016700******************************************************************
018900         SET AD6-ABORT-RUN         TO TRUE
019000         GO TO 1000-EXIT
019100     END-IF
019110     OPEN I-O AD6-ENCOUNTER-FILE
019120     IF AD6-ENC-FILE-STATUS NOT = '00'
019130         DISPLAY 'ADT035 - OPEN FAILED FOR ENCHSTF, STATUS='
019140                 AD6-ENC-FILE-STATUS
019150         SET AD6-ABORT-RUN         TO TRUE
019160         GO TO 1000-EXIT
019170     END-IF
019200     OPEN OUTPUT AD6-MERGE-REPORT
019300     MOVE SPACES                   TO AD6-REPORT-LINE
019400     STRING 'PATIENT-ID MERGE AUDIT REPORT - RUN DATE '
022100          AD6-MT-RETIRED-ID(AD6-MT-USED)
022200     MOVE AD1-MERGE-SURVIVING-ID   TO
022300          AD6-MT-SURVIVOR-ID(AD6-MT-USED)
022400     PERFORM 2200-FOLD-CENSUS      THRU 2200-EXIT
022410     PERFORM 2300-CARRY-ENCOUNTERS THRU 2300-EXIT.
022500 2000-NEXT.
022600     PERFORM 2900-READ-EVENT       THRU 2900-EXIT.
022700 2000-EXIT.
028100 2200-EXIT.
028200     EXIT.
028300*
028301******************************************************************
028302**  2300-CARRY-ENCOUNTERS                                        **
028303**  Every completed stay held under the retired ID is written    **
028304**  again under the surviving ID, marked with the ID it came     **
028305**  from, and the retired copy deleted.  A stay the survivor     **
028306**  already holds (same admit stamp) is left under the retired   **
028307**  ID and reported, rather than overwriting the survivor's.     **
028308******************************************************************
028309 2300-CARRY-ENCOUNTERS.
028310     MOVE 'N'                      TO AD6-ENC-EOF-SWITCH
028311     MOVE AD1-PATIENT-ID           TO EN5-ENC-PATIENT-ID
028312     MOVE LOW-VALUES               TO EN5-ENC-ADMIT-DATE
028313     MOVE LOW-VALUES               TO EN5-ENC-ADMIT-TIME
028314     START AD6-ENCOUNTER-FILE KEY IS NOT LESS THAN
028315         EN5-ENC-KEY
028316         INVALID KEY
028317             GO TO 2300-EXIT
028318     END-START
028319     PERFORM 2390-READ-ENCOUNTER   THRU 2390-EXIT
028320     PERFORM 2310-CARRY-ONE-ENCOUNTER THRU 2310-EXIT
028321         UNTIL AD6-ENC-EOF.
028322 2300-EXIT.
028323     EXIT.
028324*
028325 2310-CARRY-ONE-ENCOUNTER.
028326     MOVE EN5-ENCOUNTER-RECORD     TO AD6-SAVED-ENCOUNTER-RECORD
028327     MOVE AD1-MERGE-SURVIVING-ID   TO EN5-ENC-PATIENT-ID
028328     MOVE AD1-PATIENT-ID           TO EN5-ENC-MERGED-FROM-ID
028329     MOVE SPACES                   TO AD6-REPORT-LINE
028330     WRITE EN5-ENCOUNTER-RECORD
028331         INVALID KEY
028332             ADD 1                 TO AD6-ENC-LEFT
028333             STRING 'ENCOUNTER ADMITTED ' EN5-ENC-ADMIT-DATE
028334                    ' ' EN5-ENC-ADMIT-TIME
028335                    ' ALREADY ON SURVIVOR '
028336                    AD1-MERGE-SURVIVING-ID
028337                    ' - LEFT UNDER ' AD1-PATIENT-ID
028338                 DELIMITED BY SIZE INTO AD6-REPORT-LINE
028339             WRITE AD6-REPORT-LINE
028340             GO TO 2310-NEXT
028341     END-WRITE
028342     MOVE AD6-SAVED-ENCOUNTER-RECORD TO EN5-ENCOUNTER-RECORD
028343     DELETE AD6-ENCOUNTER-FILE
028344         INVALID KEY
028345             DISPLAY 'ADT035 - ENCOUNTER DELETE FAILED FOR '
028346                     AD1-PATIENT-ID ' ' EN5-ENC-ADMIT-DATE
028347     END-DELETE
028348     ADD 1                         TO AD6-ENC-CARRIED
028349     STRING 'ENCOUNTER ADMITTED ' EN5-ENC-ADMIT-DATE
028350            ' ' EN5-ENC-ADMIT-TIME
028351            ' RE-KEYED ' AD1-PATIENT-ID
028352            ' TO ' AD1-MERGE-SURVIVING-ID
028353         DELIMITED BY SIZE INTO AD6-REPORT-LINE
028354     WRITE AD6-REPORT-LINE.
028355 2310-NEXT.
028356     PERFORM 2390-READ-ENCOUNTER   THRU 2390-EXIT.
028357 2310-EXIT.
028358     EXIT.
028359*
028360******************************************************************
028361**  2390-READ-ENCOUNTER                                          **
028362**  Next stay in key order; the browse ends at the first stay    **
028363**  that no longer belongs to the retired ID.                    **
028364******************************************************************
028365 2390-READ-ENCOUNTER.
028366     READ AD6-ENCOUNTER-FILE NEXT RECORD
028367         AT END
028368             MOVE 'Y'              TO AD6-ENC-EOF-SWITCH
028369             GO TO 2390-EXIT
028370     END-READ
028371     IF EN5-ENC-PATIENT-ID NOT = AD1-PATIENT-ID
028372         MOVE 'Y'                  TO AD6-ENC-EOF-SWITCH
028373     END-IF.
028374 2390-EXIT.
028375     EXIT.
028376*
028400******************************************************************
028500**  2400-REPORT-ACTION                                           **
028600******************************************************************
044100     MOVE AD6-HIST-REKEYED          TO AD6-COUNT-DISPLAY
044200     STRING 'HISTORY RE-KEYED     ' AD6-COUNT-DISPLAY
044300         DELIMITED BY SIZE INTO AD6-REPORT-LINE
044400     WRITE AD6-REPORT-LINE
044410     MOVE SPACES                   TO AD6-REPORT-LINE
044420     MOVE AD6-ENC-CARRIED           TO AD6-COUNT-DISPLAY
044430     STRING 'ENCOUNTERS CARRIED   ' AD6-COUNT-DISPLAY
044440         DELIMITED BY SIZE INTO AD6-REPORT-LINE
044450     WRITE AD6-REPORT-LINE
044460     MOVE SPACES                   TO AD6-REPORT-LINE
044470     MOVE AD6-ENC-LEFT              TO AD6-COUNT-DISPLAY
044480     STRING 'ENCOUNTERS LEFT      ' AD6-COUNT-DISPLAY
044490         DELIMITED BY SIZE INTO AD6-REPORT-LINE
044495     WRITE AD6-REPORT-LINE.
044500 5000-EXIT.
044600     EXIT.
044700*
048600         DISPLAY 'ADT035 - CLOSE FAILED FOR ORDHSTF, STATUS='
048700                 AD6-HST-FILE-STATUS
048800     END-IF
048810     CLOSE AD6-ENCOUNTER-FILE
048820     IF AD6-ENC-FILE-STATUS NOT = '00'
048830         DISPLAY 'ADT035 - CLOSE FAILED FOR ENCHSTF, STATUS='
048840                 AD6-ENC-FILE-STATUS
048850     END-IF
048900     CLOSE AD6-MERGE-REPORT
049000     DISPLAY 'ADT035 - EVENTS READ:       ' AD6-EVENTS-READ
049100     DISPLAY 'ADT035 - MERGE EVENTS:      '
049200             AD6-MERGES-COLLECTED
049300     DISPLAY 'ADT035 - CENSUS FOLDED:     ' AD6-CENSUS-FOLDED
049400     DISPLAY 'ADT035 - TRACKING RE-KEYED: ' AD6-TRACK-REKEYED
049500     DISPLAY 'ADT035 - HISTORY RE-KEYED:  ' AD6-HIST-REKEYED
049510     DISPLAY 'ADT035 - ENCOUNTERS MOVED:  ' AD6-ENC-CARRIED
049520     DISPLAY 'ADT035 - ENCOUNTERS LEFT:   ' AD6-ENC-LEFT.
049600 8000-EXIT.
049700     EXIT.
049800*
