000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      GLMAP                                       **
000400**                                                              **
000500**  DESCRIPTION:    Department-to-general-ledger mapping        **
000600**                  record, keyed by the ordering department    **
000700**                  code carried on ORDTRKF.  Gives the cost    **
000800**                  center and the lab revenue account the      **
000900**                  department's charges post to, and the       **
001000**                  contra-revenue account its rejected-charge  **
001100**                  adjustments post to (blank = the revenue    **
001200**                  account).  Maintained by GLM040; read by    **
001300**                  BIL120 at month end.                        **
001400**                                                              **
001500******************************************************************
001600**  MODIFICATION HISTORY                                        **
001700**  DATE       INIT  DESCRIPTION                                **
001800**  ---------- ----  ------------------------------------------ **
001900**  2026-10-14  JMH  Initial version for month-end lab revenue  **
002000**                   journal.                                   **
002100******************************************************************
002200*
002300 01  GL4-GL-MAP-RECORD.
002400     05  GL4-MAP-DEPT-CODE       PIC X(04).
002500     05  GL4-MAP-DEPT-NAME       PIC X(30).
002600     05  GL4-MAP-COST-CENTER     PIC X(06).
002700     05  GL4-MAP-REVENUE-ACCOUNT PIC X(08).
002800     05  GL4-MAP-ADJUST-ACCOUNT  PIC X(08).
002900     05  GL4-MAP-LAST-UPDATE-DATE
003000                                 PIC X(08).
003100     05  FILLER                  PIC X(16).
003200*
