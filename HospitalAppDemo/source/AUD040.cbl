001600**                    'O' - open the audit file (once per run)  **
001700**                    'W' - write one audit record               **
001800**                    'C' - close the audit file (once per run)  **
001801**                                                              **
001802**                  Every row is stamped with this run's ID     **
001803**                  (the open date and time), the next trail    **
001804**                  sequence number and the running control     **
001805**                  total (the AUD042 row value added to the    **
001806**                  prior row's total), carried from the        **
001807**                  AUDCTLF control record.  The control        **
001808**                  record is rewritten after every row, so it  **
001809**                  always names the last row on the trail.     **
001810**                  With no usable control record the open      **
001811**                  returns 12 and nothing is written - an      **
001812**                  unsequenced row would never verify.         **
001900**                                                              **
002000******************************************************************
002100*
003100**  DATE       INIT  DESCRIPTION                                **
003200**  ---------- ----  ------------------------------------------ **
003300**  2026-08-09  JMH  Initial version - compliance audit trail.  **
003310**  2026-10-14  JMH  Stamp run ID, sequence number and control  **
003320**                   total on each row from AUDCTLF.            **
003400******************************************************************
003500*
003600 ENVIRONMENT DIVISION.
004200 FILE-CONTROL.
004300     SELECT AU4-AUDIT-FILE        ASSIGN TO AUDTRL
004400            ORGANIZATION IS SEQUENTIAL.
004410*
004420     SELECT AU4-CONTROL-FILE      ASSIGN TO AUDCTLF
004430            ORGANIZATION IS INDEXED
004440            ACCESS MODE IS RANDOM
004450            RECORD KEY IS AU4-CTL-TRAIL-ID
004460            FILE STATUS IS AU4-CTL-FILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AU4-AUDIT-FILE
004900     RECORDING MODE IS F.
005000     COPY AUDREC.
005010*
005020 FD  AU4-CONTROL-FILE
005030     RECORDING MODE IS F.
005040     COPY AUDCTL.
005100*
005200 WORKING-STORAGE SECTION.
005300 77  AU4-FILE-OPEN-SWITCH          PIC X(01) VALUE 'N'.
005400     88  AU4-FILE-IS-OPEN                  VALUE 'Y'.
005500 77  AU4-RECORDS-WRITTEN           PIC 9(07) COMP VALUE 0.
005501 01  AU4-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
005502*
005503******************************************************************
005504**  RUN ID STAMPED ON EVERY ROW THIS RUN WRITES, AND THE        **
005505**  CONTROL RECORD AS READ AT OPEN, CARRIED FORWARD ROW BY ROW. **
005506******************************************************************
005507 01  AU4-RUN-ID.
005508     05  AU4-RUN-ID-DATE           PIC 9(08) VALUE 0.
005509     05  AU4-RUN-ID-TIME           PIC 9(08) VALUE 0.
005510 01  AU4-CONTROL-SAVE              PIC X(100) VALUE SPACES.
005511 01  AU4-LAST-SEQUENCE-NO          PIC 9(09) VALUE 0.
005512 01  AU4-LAST-CONTROL-TOTAL        PIC 9(15) VALUE 0.
005513 01  AU4-ROW-VALUE                 PIC 9(09) VALUE 0.
005514 01  AU4-TODAY                     PIC 9(08) VALUE 0.
005515 01  AU4-NOW                       PIC 9(08) VALUE 0.
005600*
005700 LINKAGE SECTION.
005800 01  AU4-FUNCTION-CODE             PIC X(01).
009200*
009300 1000-OPEN-AUDIT.
009400     IF NOT AU4-FILE-IS-OPEN
009401         OPEN I-O AU4-CONTROL-FILE
009402         IF AU4-CTL-FILE-STATUS NOT = '00'
009403             DISPLAY 'AUD040 - OPEN FAILED FOR AUDCTLF, STATUS='
009404                     AU4-CTL-FILE-STATUS
009405             MOVE 12                    TO AU4-RETURN-CODE
009406             GO TO 1000-EXIT
009407         END-IF
009408         MOVE 'AUDTRL'                  TO AU4-CTL-TRAIL-ID
009409         READ AU4-CONTROL-FILE
009410             INVALID KEY
009411                 DISPLAY 'AUD040 - NO AUDTRL CONTROL RECORD ON '
009412                         'AUDCTLF, STATUS=' AU4-CTL-FILE-STATUS
009413                 CLOSE AU4-CONTROL-FILE
009414                 MOVE 12                TO AU4-RETURN-CODE
009415                 GO TO 1000-EXIT
009416         END-READ
009417         MOVE AU4-AUDIT-CONTROL-RECORD  TO AU4-CONTROL-SAVE
009418         MOVE AU4-CTL-LAST-SEQUENCE-NO  TO AU4-LAST-SEQUENCE-NO
009419         MOVE AU4-CTL-LAST-CONTROL-TOTAL
009420                                        TO AU4-LAST-CONTROL-TOTAL
009421         ACCEPT AU4-RUN-ID-DATE         FROM DATE YYYYMMDD
009422         ACCEPT AU4-RUN-ID-TIME         FROM TIME
009500         OPEN EXTEND AU4-AUDIT-FILE
009600         MOVE 'Y'                       TO AU4-FILE-OPEN-SWITCH
009700     END-IF.
010300         MOVE 8                          TO AU4-RETURN-CODE
010400         GO TO 2000-EXIT
010500     END-IF
010510     MOVE SPACES                         TO AU4-AUDIT-RECORD
010600     MOVE AU4-QUEUE-NAME                 TO AU4-AUD-QUEUE-NAME
010700     MOVE AU4-USERIDENTIFIER             TO
010800          AU4-AUD-USERIDENTIFIER
011100     MOVE AU4-PUTTIME                    TO AU4-AUD-PUTTIME
011200     MOVE AU4-ACCOUNTINGTOKEN            TO
011300          AU4-AUD-ACCOUNTINGTOKEN
011310     MOVE AU4-RUN-ID                     TO AU4-AUD-RUN-ID
011320     ADD 1 AU4-LAST-SEQUENCE-NO      GIVING AU4-AUD-SEQUENCE-NO
011330     CALL 'AUD042' USING AU4-AUDIT-RECORD
011340                         AU4-ROW-VALUE
011350     ADD AU4-ROW-VALUE AU4-LAST-CONTROL-TOTAL
011360                                     GIVING AU4-AUD-CONTROL-TOTAL
011400     WRITE AU4-AUDIT-RECORD
011500     ADD 1                                TO AU4-RECORDS-WRITTEN
011510     MOVE AU4-AUD-SEQUENCE-NO            TO AU4-LAST-SEQUENCE-NO
011520     MOVE AU4-AUD-CONTROL-TOTAL          TO AU4-LAST-CONTROL-TOTAL
011530     PERFORM 2100-REWRITE-CONTROL        THRU 2100-EXIT.
011600 2000-EXIT.
011700     EXIT.
011701*
011702 2100-REWRITE-CONTROL.
011703     ACCEPT AU4-TODAY                    FROM DATE YYYYMMDD
011704     ACCEPT AU4-NOW                      FROM TIME
011705     MOVE AU4-CONTROL-SAVE               TO
011706          AU4-AUDIT-CONTROL-RECORD
011707     MOVE AU4-LAST-SEQUENCE-NO           TO
011708          AU4-CTL-LAST-SEQUENCE-NO
011709     MOVE AU4-LAST-CONTROL-TOTAL         TO
011710          AU4-CTL-LAST-CONTROL-TOTAL
011711     MOVE AU4-RUN-ID                     TO AU4-CTL-LAST-RUN-ID
011712     MOVE AU4-TODAY                      TO
011713          AU4-CTL-LAST-WRITE-DATE
011714     MOVE AU4-NOW                        TO
011715          AU4-CTL-LAST-WRITE-TIME
011716     MOVE AU4-AUDIT-CONTROL-RECORD       TO AU4-CONTROL-SAVE
011717     REWRITE AU4-AUDIT-CONTROL-RECORD
011718     IF AU4-CTL-FILE-STATUS NOT = '00'
011719         DISPLAY 'AUD040 - REWRITE FAILED FOR AUDCTLF, STATUS='
011720                 AU4-CTL-FILE-STATUS ' AT SEQUENCE '
011721                 AU4-LAST-SEQUENCE-NO
011722         MOVE 12                          TO AU4-RETURN-CODE
011723     END-IF.
011724 2100-EXIT.
011725     EXIT.
011800*
011900 3000-CLOSE-AUDIT.
012000     IF AU4-FILE-IS-OPEN
012100         CLOSE AU4-AUDIT-FILE
012110         CLOSE AU4-CONTROL-FILE
012200         MOVE 'N'                          TO AU4-FILE-OPEN-SWITCH
012300         DISPLAY 'AUD040 - AUDIT RECORDS WRITTEN: '
012400                 AU4-RECORDS-WRITTEN
012410         DISPLAY 'AUD040 - LAST TRAIL SEQUENCE:   '
012420                 AU4-LAST-SEQUENCE-NO
012500     END-IF.
012600 3000-EXIT.
012700     EXIT.
