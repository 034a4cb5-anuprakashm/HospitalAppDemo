000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      RPTTST                                      **
000400**                                                              **
000500**  DESCRIPTION:    Reportable-test master, keyed by lab test   **
000600**                  code.  One row per legally reportable test, **
000700**                  naming the public-health agency the result  **
000800**                  is reported to and the reporting deadline   **
000900**                  in hours from the result.  Maintained by    **
001000**                  PHR050; PHR055 reads it to select the day's **
001100**                  reportable results.                         **
001200**                                                              **
001300******************************************************************
001400**  MODIFICATION HISTORY                                        **
001500**  DATE       INIT  DESCRIPTION                                **
001600**  ---------- ----  ------------------------------------------ **
001700**  2026-10-14  JMH  Initial version for reportable-condition   **
001800**                   extract.                                   **
001900******************************************************************
002000*
002100 01  PH5-REPORTABLE-TEST-RECORD.
002200     05  PH5-RPT-TEST-CODE       PIC X(08).
002300     05  PH5-RPT-AGENCY-CODE     PIC X(10).
002400     05  PH5-RPT-DEADLINE-HOURS  PIC 9(04).
002500     05  PH5-RPT-CONDITION       PIC X(30).
002600     05  PH5-RPT-LAST-UPDATE-DATE
002700                                 PIC X(08).
002800     05  FILLER                  PIC X(20).
002900*
