000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      LABSUS                                      **
000400**                                                              **
000500**  DESCRIPTION:    Orphan lab result suspense record, keyed    **
000600**                  by the result's CORRELID plus its result    **
000700**                  date and time.  LAB025 and LAB026 write a   **
000800**                  row here for every result whose CORRELID    **
000900**                  finds no order on ORDTRKF, carrying the     **
001000**                  full result image, so LAB032 can retry it   **
001100**                  each night (by CORRELID, then by patient    **
001200**                  plus test code against open orders) and     **
001300**                  age it for the lab liaison instead of the   **
001400**                  result being lost.                          **
001500**                                                              **
001600******************************************************************
001700**  MODIFICATION HISTORY                                        **
001800**  DATE       INIT  DESCRIPTION                                **
001900**  ---------- ----  ------------------------------------------ **
002000**  2026-10-14  JMH  Initial version for LAB032 re-match cycle. **
002100******************************************************************
002200*
002300 01  LS2-SUSPENSE-RECORD.
002400     05  LS2-SUS-KEY.
002500         10  LS2-SUS-CORRELID    PIC X(24).
002600         10  LS2-SUS-RESULT-DATE PIC X(08).
002700         10  LS2-SUS-RESULT-TIME PIC X(08).
002800     05  LS2-SUS-PATIENT-ID      PIC X(10).
002900     05  LS2-SUS-TEST-CODE       PIC X(08).
003000     05  LS2-SUS-CODEDCHARSETID  PIC S9(09) BINARY.
003100     05  LS2-SUS-ENCODING        PIC S9(09) BINARY.
003200     05  LS2-SUS-MSG-TEXT        PIC X(60).
003300     05  LS2-SUS-FIRST-SEEN-DATE PIC X(08).
003400     05  LS2-SUS-FIRST-SEEN-PGM  PIC X(08).
003500     05  LS2-SUS-LAST-RETRY-DATE PIC X(08).
003600     05  LS2-SUS-RETRY-COUNT     PIC 9(03).
003700     05  FILLER                  PIC X(07).
003800*
