000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      ORDHLD                                      **
000400**                                                              **
000500**  DESCRIPTION:    Lab order hold record, keyed by order       **
000600**                  number plus test code.  LAB020 writes one   **
000700**                  row, instead of PUTting the order, when     **
000800**                  the patient is not on the CENSUSF census    **
000900**                  or was discharged longer ago than the       **
001000**                  HLDPARM grace period.  The full extract     **
001100**                  image is kept so a released order can be    **
001200**                  resubmitted exactly as it was received.     **
001300**                                                              **
001400******************************************************************
001500**  MODIFICATION HISTORY                                        **
001600**  DATE       INIT  DESCRIPTION                                **
001700**  ---------- ----  ------------------------------------------ **
001800**  2026-10-14  JMH  Initial version for LAB020 census check.   **
001900******************************************************************
002000*
002100 01  LB2-ORDER-HOLD-RECORD.
002200     05  LB2-HLD-KEY.
002300         10  LB2-HLD-ORDER-NUMBER PIC X(12).
002400         10  LB2-HLD-TEST-CODE   PIC X(08).
002500     05  LB2-HLD-PATIENT-ID      PIC X(10).
002600     05  LB2-HLD-DEPT-CODE       PIC X(04).
002700     05  LB2-HLD-HOLD-DATE       PIC X(08).
002800     05  LB2-HLD-HOLD-TIME       PIC X(08).
002900     05  LB2-HLD-REASON-CODE     PIC X(02).
003000         88  LB2-HLD-UNKNOWN-PATIENT     VALUE 'UP'.
003100         88  LB2-HLD-NOT-ADMITTED        VALUE 'NA'.
003200         88  LB2-HLD-PAST-DISCHARGE      VALUE 'PD'.
003300     05  LB2-HLD-ADMIT-STATUS    PIC X(01).
003400     05  LB2-HLD-DISCHARGE-DATE  PIC X(08).
003500     05  LB2-HLD-ORDER-IMAGE     PIC X(132).
003600     05  FILLER                  PIC X(07).
003700*
