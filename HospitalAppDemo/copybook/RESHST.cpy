000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      RESHST                                      **
000400**                                                              **
000500**  DESCRIPTION:    Lab result version history, keyed by the    **
000600**                  order's CORRELID plus a version sequence    **
000700**                  number.  LAB025 writes one row for every    **
000800**                  distinct result applied to an order - the   **
000900**                  first as the original, every later one      **
001000**                  with a different result date/time as a      **
001100**                  correction - so the orders whose result     **
001200**                  changed after first release can be shown,   **
001300**                  version by version, with the result text.   **
001400**                  LAB027 reads it to mark the notification    **
001500**                  of a corrected result.                      **
001600**                                                              **
001700******************************************************************
001800**  MODIFICATION HISTORY                                        **
001900**  DATE       INIT  DESCRIPTION                                **
002000**  ---------- ----  ------------------------------------------ **
002100**  2026-10-14  JMH  Initial version for corrected results.     **
002200******************************************************************
002300*
002400 01  LH5-RESULT-HISTORY-RECORD.
002500     05  LH5-HST-KEY.
002600         10  LH5-HST-CORRELID    PIC X(24).
002700         10  LH5-HST-VERSION-SEQ PIC 9(03).
002800     05  LH5-HST-ORDER-NUMBER    PIC X(12).
002900     05  LH5-HST-PATIENT-ID      PIC X(10).
003000     05  LH5-HST-TEST-CODE       PIC X(08).
003100     05  LH5-HST-DEPT-CODE       PIC X(04).
003200     05  LH5-HST-RESULT-DATE     PIC X(08).
003300     05  LH5-HST-RESULT-TIME     PIC X(08).
003400     05  LH5-HST-VERSION-TYPE    PIC X(01).
003500         88  LH5-HST-ORIGINAL            VALUE 'O'.
003600         88  LH5-HST-CORRECTED           VALUE 'C'.
003700     05  LH5-HST-SOURCE          PIC X(01).
003800         88  LH5-HST-FROM-RESULT         VALUE 'R'.
003900         88  LH5-HST-FROM-TRACKING       VALUE 'T'.
004000     05  LH5-HST-RECORDED-DATE   PIC X(08).
004100     05  LH5-HST-RECORDED-TIME   PIC X(08).
004200     05  LH5-HST-MSG-TEXT        PIC X(60).
004300     05  FILLER                  PIC X(45).
004400*
