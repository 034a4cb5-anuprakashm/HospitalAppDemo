000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      RUNPRM                                      **
000400**                                                              **
000500**  DESCRIPTION:    Batch run-control parameter record, read    **
000600**                  from RUNPARM by RUN080 and RUN085.  Record  **
000700**                  types:                                      **
000800**                    'P' - program RN8-PRM-PROGRAM-ID runs in  **
000900**                          the nightly stream and may not      **
001000**                          start until RN8-PRM-OPERAND has     **
001100**                          completed for the same business     **
001200**                          date; a blank operand lists a       **
001300**                          program with no predecessor         **
001400**                    'A' - allow RN8-PRM-PROGRAM-ID to run     **
001500**                          again for business date             **
001600**                          RN8-PRM-OPERAND although it has     **
001700**                          already completed                   **
001800**                    'D' - business date override (YYYYMMDD)   **
001900**                    'H' - cutoff hour (HH, columns 12-13): a  **
002000**                          program starting before it runs for **
002100**                          the previous day's business date    **
002200**                    '*' - comment                             **
002300**                                                              **
002400******************************************************************
002500**  MODIFICATION HISTORY                                        **
002600**  DATE       INIT  DESCRIPTION                                **
002700**  ---------- ----  ------------------------------------------ **
002800**  2026-10-14  JMH  Initial version for batch run control.     **
002900******************************************************************
003000*
003100 01  RN8-PARM-RECORD.
003200     05  RN8-PRM-TYPE                PIC X(01).
003300         88  RN8-PRM-PREDECESSOR             VALUE 'P'.
003400         88  RN8-PRM-RERUN                   VALUE 'A'.
003500         88  RN8-PRM-BUSINESS-DATE           VALUE 'D'.
003600         88  RN8-PRM-CUTOFF-HOUR             VALUE 'H'.
003700     05  FILLER                      PIC X(01).
003800     05  RN8-PRM-PROGRAM-ID          PIC X(08).
003900     05  FILLER                      PIC X(01).
004000     05  RN8-PRM-OPERAND             PIC X(08).
004100     05  RN8-PRM-OPERAND-HOUR REDEFINES RN8-PRM-OPERAND.
004200         10  RN8-PRM-HOUR            PIC X(02).
004300         10  FILLER                  PIC X(06).
004400     05  FILLER                      PIC X(61).
004500*
