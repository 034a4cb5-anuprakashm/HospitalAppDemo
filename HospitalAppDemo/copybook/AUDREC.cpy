000500**  DESCRIPTION:    Compliance audit trail record - one row     **
000600**                  per message crossing an audited queue,      **
000700**                  capturing who sent what, when.              **
000710**                  Each row carries the AUD040 run that wrote  **
000720**                  it, its trail sequence number and the       **
000730**                  running control total through it (AUD042    **
000740**                  row value added to the prior row's total),  **
000750**                  so AUD045 can prove no row was removed,     **
000760**                  reordered or altered.  AUD050 moves aged    **
000770**                  rows to the archive with the stamps intact. **
000800**                                                              **
000900******************************************************************
001000**  MODIFICATION HISTORY                                        **
001100**  DATE       INIT  DESCRIPTION                                **
001200**  ---------- ----  ------------------------------------------ **
001300**  2026-08-09  JMH  Initial version for AUD040 audit trail.    **
001310**  2026-10-14  JMH  Run ID, sequence number and running        **
001320**                   control total stamp; record grows to 200.  **
001400******************************************************************
001500*
001600 01  AU4-AUDIT-RECORD.
002000     05  AU4-AUD-PUTDATE          PIC X(08).
002100     05  AU4-AUD-PUTTIME          PIC X(08).
002200     05  AU4-AUD-ACCOUNTINGTOKEN  PIC X(32).
002210     05  AU4-AUD-INTEGRITY-STAMP.
002220         10  AU4-AUD-RUN-ID       PIC X(16).
002230         10  AU4-AUD-SEQUENCE-NO  PIC 9(09).
002240         10  AU4-AUD-CONTROL-TOTAL
002250                                  PIC 9(15).
002260     05  FILLER                   PIC X(24).
002300*
