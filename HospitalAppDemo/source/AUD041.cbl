000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     AUD041                                      **
000400**                                                              **
000500**  DESCRIPTION:    One-time audit trail conversion.  Reads the **
000600**                  136-byte audit rows unloaded from the old   **
000700**                  AUDTRL and writes them, in their original   **
000800**                  order, to the new 200-byte AUDTRL with the  **
000900**                  integrity stamp AUD040 now puts on every    **
001000**                  row: this conversion run's ID, a trail      **
001100**                  sequence number from 1 and the running      **
001200**                  control total (AUD042 row value added to    **
001300**                  the prior row's total).  Then loads the     **
001400**                  AUDCTLF control record with the last        **
001500**                  sequence number and control total so the    **
001600**                  next AUD040 run carries on from them, and a **
001700**                  base of zero so AUD045 checks the whole     **
001800**                  trail from row 1.  Run once at install,     **
001900**                  between the unload and reload steps of      **
002000**                  AUDTRLCV.                                   **
002100**                                                              **
002200******************************************************************
002300*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    AUD041.
002600 AUTHOR.        J HARTWELL.
002700 INSTALLATION.  INTERFACE ENGINEERING.
002800 DATE-WRITTEN.  2026-10-14.
002900 DATE-COMPILED.
003000*
003100******************************************************************
003200**  MODIFICATION HISTORY                                        **
003300**  DATE       INIT  DESCRIPTION                                **
003400**  ---------- ----  ------------------------------------------ **
003500**  2026-10-14  JMH  Initial version - 136-to-200 byte convert. **
003600******************************************************************
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200*
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AU1-OLD-AUDIT-FILE    ASSIGN TO AUDTRLO
004600            ORGANIZATION IS SEQUENTIAL.
004700*
004800     SELECT AU1-NEW-AUDIT-FILE    ASSIGN TO AUDTRL
004900            ORGANIZATION IS SEQUENTIAL.
005000*
005100     SELECT AU1-CONTROL-FILE      ASSIGN TO AUDCTLF
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS RANDOM
005400            RECORD KEY IS AU4-CTL-TRAIL-ID
005500            FILE STATUS IS AU1-CTL-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AU1-OLD-AUDIT-FILE
006000     RECORDING MODE IS F.
006100 01  AU1-OLD-AUDIT-RECORD       PIC X(136).
006200*
006300 FD  AU1-NEW-AUDIT-FILE
006400     RECORDING MODE IS F.
006500     COPY AUDREC.
006600*
006700 FD  AU1-CONTROL-FILE
006800     RECORDING MODE IS F.
006900     COPY AUDCTL.
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300 01  AU1-CTL-FILE-STATUS        PIC X(02) VALUE '00'.
007400*
007500 77  AU1-EOF-SWITCH             PIC X(01) VALUE 'N'.
007600     88  AU1-EOF                       VALUE 'Y'.
007700 77  AU1-ABORT-SWITCH           PIC X(01) VALUE 'N'.
007800     88  AU1-ABORT-RUN                 VALUE 'Y'.
007900 77  AU1-RECORDS-READ           PIC 9(07) COMP VALUE 0.
008000 77  AU1-RECORDS-LOADED         PIC 9(07) COMP VALUE 0.
008100*
008200 01  AU1-RUN-ID.
008300     05  AU1-RUN-ID-DATE        PIC 9(08) VALUE 0.
008400     05  AU1-RUN-ID-TIME        PIC 9(08) VALUE 0.
008500 01  AU1-LAST-SEQUENCE-NO       PIC 9(09) VALUE 0.
008600 01  AU1-LAST-CONTROL-TOTAL     PIC 9(15) VALUE 0.
008700 01  AU1-ROW-VALUE              PIC 9(09) VALUE 0.
008800*
008900 PROCEDURE DIVISION.
009000*
009100******************************************************************
009200**  0000-MAINLINE                                                **
009300******************************************************************
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
009600     IF NOT AU1-ABORT-RUN
009700         PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
009800             UNTIL AU1-EOF
009900         PERFORM 3000-LOAD-CONTROL THRU 3000-EXIT
010000     END-IF
010100     PERFORM 8000-TERMINATE       THRU 8000-EXIT
010200     IF AU1-ABORT-RUN
010300         MOVE 16                   TO RETURN-CODE
010400     END-IF
010500     GOBACK.
010600*
010700******************************************************************
010800**  1000-INITIALIZE                                              **
010900******************************************************************
011000 1000-INITIALIZE.
011100     ACCEPT AU1-RUN-ID-DATE        FROM DATE YYYYMMDD
011200     ACCEPT AU1-RUN-ID-TIME        FROM TIME
011300     OPEN INPUT  AU1-OLD-AUDIT-FILE
011400     OPEN OUTPUT AU1-NEW-AUDIT-FILE
011500     OPEN OUTPUT AU1-CONTROL-FILE
011600     IF AU1-CTL-FILE-STATUS NOT = '00'
011700         DISPLAY 'AUD041 - OPEN FAILED FOR AUDCTLF, STATUS='
011800                 AU1-CTL-FILE-STATUS
011900         SET AU1-ABORT-RUN         TO TRUE
012000         GO TO 1000-EXIT
012100     END-IF
012200     PERFORM 2900-READ-OLD         THRU 2900-EXIT.
012300 1000-EXIT.
012400     EXIT.
012500*
012600******************************************************************
012700**  2000-CONVERT-RECORD                                          **
012800**  The old record is byte-for-byte the first 136 bytes of the   **
012900**  new layout; the stamp is added here exactly as AUD040 adds   **
013000**  it.                                                          **
013100******************************************************************
013200 2000-CONVERT-RECORD.
013300     ADD 1                         TO AU1-RECORDS-READ
013400     MOVE SPACES                   TO AU4-AUDIT-RECORD
013500     MOVE AU1-OLD-AUDIT-RECORD     TO AU4-AUDIT-RECORD(1:136)
013600     MOVE AU1-RUN-ID               TO AU4-AUD-RUN-ID
013700     ADD 1 AU1-LAST-SEQUENCE-NO GIVING AU4-AUD-SEQUENCE-NO
013800     CALL 'AUD042' USING AU4-AUDIT-RECORD
013900                         AU1-ROW-VALUE
014000     ADD AU1-ROW-VALUE AU1-LAST-CONTROL-TOTAL
014100                               GIVING AU4-AUD-CONTROL-TOTAL
014200     WRITE AU4-AUDIT-RECORD
014300     ADD 1                         TO AU1-RECORDS-LOADED
014400     MOVE AU4-AUD-SEQUENCE-NO      TO AU1-LAST-SEQUENCE-NO
014500     MOVE AU4-AUD-CONTROL-TOTAL    TO AU1-LAST-CONTROL-TOTAL
014600     PERFORM 2900-READ-OLD         THRU 2900-EXIT.
014700 2000-EXIT.
014800     EXIT.
014900*
015000 2900-READ-OLD.
015100     READ AU1-OLD-AUDIT-FILE
015200         AT END
015300             MOVE 'Y'              TO AU1-EOF-SWITCH
015400     END-READ.
015500 2900-EXIT.
015600     EXIT.
015700*
015800******************************************************************
015900**  3000-LOAD-CONTROL                                            **
016000**  The one AUDCTLF row.  Nothing has been archived yet, so the  **
016100**  base is zero and AUD045 expects the trail to start at        **
016200**  sequence 1.                                                  **
016300******************************************************************
016400 3000-LOAD-CONTROL.
016500     MOVE SPACES                   TO AU4-AUDIT-CONTROL-RECORD
016600     MOVE 'AUDTRL'                 TO AU4-CTL-TRAIL-ID
016700     MOVE AU1-LAST-SEQUENCE-NO     TO AU4-CTL-LAST-SEQUENCE-NO
016800     MOVE AU1-LAST-CONTROL-TOTAL   TO AU4-CTL-LAST-CONTROL-TOTAL
016900     MOVE AU1-RUN-ID               TO AU4-CTL-LAST-RUN-ID
017000     MOVE AU1-RUN-ID-DATE          TO AU4-CTL-LAST-WRITE-DATE
017100     MOVE AU1-RUN-ID-TIME          TO AU4-CTL-LAST-WRITE-TIME
017200     MOVE 0                        TO AU4-CTL-BASE-SEQUENCE-NO
017300     MOVE 0                        TO AU4-CTL-BASE-CONTROL-TOTAL
017400     MOVE SPACES                   TO AU4-CTL-LAST-ARCHIVE-DATE
017500     WRITE AU4-AUDIT-CONTROL-RECORD
017600         INVALID KEY
017700             DISPLAY 'AUD041 - WRITE FAILED FOR AUDCTLF, STATUS='
017800                     AU1-CTL-FILE-STATUS
017900             SET AU1-ABORT-RUN     TO TRUE
018000     END-WRITE.
018100 3000-EXIT.
018200     EXIT.
018300*
018400******************************************************************
018500**  8000-TERMINATE                                               **
018600******************************************************************
018700 8000-TERMINATE.
018800     CLOSE AU1-OLD-AUDIT-FILE
018900     CLOSE AU1-NEW-AUDIT-FILE
019000     CLOSE AU1-CONTROL-FILE
019100     DISPLAY 'AUD041 - RECORDS READ:     ' AU1-RECORDS-READ
019200     DISPLAY 'AUD041 - RECORDS LOADED:   ' AU1-RECORDS-LOADED
019300     DISPLAY 'AUD041 - LAST SEQUENCE:    ' AU1-LAST-SEQUENCE-NO
019400     DISPLAY 'AUD041 - CONTROL TOTAL:    ' AU1-LAST-CONTROL-TOTAL
019500     DISPLAY 'AUD041 - CONVERSION RUN ID: ' AU1-RUN-ID
019600     IF AU1-RECORDS-READ NOT = AU1-RECORDS-LOADED
019700         DISPLAY 'AUD041 - READ/LOADED MISMATCH - INVESTIGATE'
019800         MOVE 8                     TO RETURN-CODE
019900     END-IF.
020000 8000-EXIT.
020100     EXIT.
020200*
020300 9999-EXIT.
020400     EXIT.
