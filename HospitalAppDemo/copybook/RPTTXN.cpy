000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      RPTTXN                                      **
000400**                                                              **
000500**  DESCRIPTION:    Maintenance transaction record for the      **
000600**                  reportable-test master.  Adds and changes   **
000700**                  carry the agency code and the deadline in   **
000800**                  hours (four digits, zero-filled, 0024 = one **
000900**                  day) and an optional condition description; **
001000**                  a delete needs only the test code.          **
001100**                                                              **
001200******************************************************************
001300**  MODIFICATION HISTORY                                        **
001400**  DATE       INIT  DESCRIPTION                                **
001500**  ---------- ----  ------------------------------------------ **
001600**  2026-10-14  JMH  Initial version for PHR050 maintenance.    **
001700******************************************************************
001800*
001900 01  PH5-MAINT-TXN-RECORD.
002000     05  PH5-TXN-CODE            PIC X(01).
002100         88  PH5-TXN-ADD                 VALUE 'A'.
002200         88  PH5-TXN-CHANGE              VALUE 'C'.
002300         88  PH5-TXN-DELETE              VALUE 'D'.
002400     05  PH5-TXN-TEST-CODE       PIC X(08).
002500     05  PH5-TXN-AGENCY-CODE     PIC X(10).
002600     05  PH5-TXN-DEADLINE-HOURS  PIC X(04).
002700     05  PH5-TXN-DEADLINE-9 REDEFINES PH5-TXN-DEADLINE-HOURS
002800                                 PIC 9(04).
002900     05  PH5-TXN-CONDITION       PIC X(30).
003000     05  FILLER                  PIC X(27).
003100*
