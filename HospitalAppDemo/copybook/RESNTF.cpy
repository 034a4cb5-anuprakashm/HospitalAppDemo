001600**  DATE       INIT  DESCRIPTION                                **
001700**  ---------- ----  ------------------------------------------ **
001800**  2026-08-22  JMH  Initial version for LAB027 distribution.   **
001810**  2026-10-14  JMH  Added result status (FINAL or CORRECTED)   **
001820**                   and the result-history version sequence.   **
001900******************************************************************
002000*
002100 01  LB7-RESULT-NOTIFY-RECORD.
002500     05  LB7-NTF-RESULT-DATE     PIC X(08).
002600     05  LB7-NTF-RESULT-TIME     PIC X(08).
002700     05  LB7-NTF-DEPT-CODE       PIC X(04).
002710     05  LB7-NTF-RESULT-STATUS   PIC X(09).
002720         88  LB7-NTF-FINAL               VALUE 'FINAL'.
002730         88  LB7-NTF-CORRECTED           VALUE 'CORRECTED'.
002740     05  LB7-NTF-VERSION-SEQ     PIC 9(03).
002800     05  FILLER                  PIC X(70).
002900*
