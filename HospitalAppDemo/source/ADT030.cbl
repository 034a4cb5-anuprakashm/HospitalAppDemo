002900**  DATE       INIT  DESCRIPTION                                **
003000**  ---------- ----  ------------------------------------------ **
003100**  2026-09-03  JMH  Initial version - inbound clinic ADT.      **
003110**  2026-10-15  JMH  An AUD040 audit-trail open failure (no     **
003120**                   AUDCTLF control record, or AUDCTLF         **
003130**                   unavailable) ends the step RC 12 before    **
003140**                   any message is processed, instead of       **
003150**                   running on unaudited.                      **
003200******************************************************************
003300*
003400 ENVIRONMENT DIVISION.
009500 01  AD9-QMGR-NAME              PIC X(48) VALUE SPACES.
009600 01  AD9-AUD-FUNCTION-CODE      PIC X(01) VALUE SPACES.
009700 01  AD9-AUD-RETURN-CODE        PIC S9(9) BINARY VALUE 0.
009710 01  AD9-ABORT-RETURN-CODE      PIC 9(04) VALUE 16.
009800 01  AD9-CKP-FUNCTION-CODE      PIC X(01) VALUE SPACES.
009900 01  AD9-CKP-PROGRAM-ID         PIC X(08) VALUE 'ADT030'.
010000 01  AD9-CKP-RECORD-COUNT       PIC 9(07) VALUE 0.
019500     PERFORM 3000-PRINT-TOTALS    THRU 3000-EXIT
019600     PERFORM 8000-TERMINATE       THRU 8000-EXIT
019700     IF AD9-ABORT-RUN
019800         MOVE AD9-ABORT-RETURN-CODE TO RETURN-CODE
019900     END-IF
020000     GOBACK.
020100*
025200     IF AD9-AUD-RETURN-CODE NOT = 0
025300         DISPLAY 'ADT030 - AUD040 OPEN RETURNED '
025400                 AD9-AUD-RETURN-CODE
025410         MOVE 12                   TO AD9-ABORT-RETURN-CODE
025420         SET AD9-ABORT-RUN         TO TRUE
025430         GO TO 1000-EXIT
025500     END-IF
025600*    THE QUEUE ITSELF IS THE RESTART POSITION FOR A GET BRIDGE -
025700*    A DESTRUCTIVE GET LEAVES NOTHING TO SKIP ON A RERUN.  THE
