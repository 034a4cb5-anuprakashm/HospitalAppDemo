000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      GLMTXN                                      **
000400**                                                              **
000500**  DESCRIPTION:    Maintenance transaction record for the      **
000600**                  department-to-GL mapping file.  Adds and    **
000700**                  changes carry the cost center and revenue   **
000800**                  account, and optionally the department name **
000900**                  and the rejected-charge adjustment account; **
001000**                  a delete needs only the department code.    **
001100**                                                              **
001200******************************************************************
001300**  MODIFICATION HISTORY                                        **
001400**  DATE       INIT  DESCRIPTION                                **
001500**  ---------- ----  ------------------------------------------ **
001600**  2026-10-14  JMH  Initial version for GLM040 maintenance.    **
001700******************************************************************
001800*
001900 01  GL4-MAINT-TXN-RECORD.
002000     05  GL4-TXN-CODE            PIC X(01).
002100         88  GL4-TXN-ADD                 VALUE 'A'.
002200         88  GL4-TXN-CHANGE              VALUE 'C'.
002300         88  GL4-TXN-DELETE              VALUE 'D'.
002400     05  GL4-TXN-DEPT-CODE       PIC X(04).
002500     05  GL4-TXN-DEPT-NAME       PIC X(30).
002600     05  GL4-TXN-COST-CENTER     PIC X(06).
002700     05  GL4-TXN-REVENUE-ACCOUNT PIC X(08).
002800     05  GL4-TXN-ADJUST-ACCOUNT  PIC X(08).
002900     05  FILLER                  PIC X(23).
003000*
