000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      PHRLOG                                      **
000400**                                                              **
000500**  DESCRIPTION:    Reportable-result submitted log, keyed by   **
000600**                  the order's CORRELID plus the result date   **
000700**                  and time.  PHR055 writes one row for every  **
000800**                  result it sends to the public-health agency **
000900**                  and skips any result already on the log, so **
001000**                  a rerun never reports a result twice.  A    **
001100**                  corrected result carries a new result date  **
001200**                  and time and is sent again as a correction. **
001300**                                                              **
001400******************************************************************
001500**  MODIFICATION HISTORY                                        **
001600**  DATE       INIT  DESCRIPTION                                **
001700**  ---------- ----  ------------------------------------------ **
001800**  2026-10-14  JMH  Initial version for reportable-condition   **
001900**                   extract.                                   **
002000******************************************************************
002100*
002200 01  PH6-SUBMITTED-LOG-RECORD.
002300     05  PH6-LOG-KEY.
002400         10  PH6-LOG-CORRELID    PIC X(24).
002500         10  PH6-LOG-RESULT-DATE PIC X(08).
002600         10  PH6-LOG-RESULT-TIME PIC X(08).
002700     05  PH6-LOG-ORDER-NUMBER    PIC X(12).
002800     05  PH6-LOG-PATIENT-ID      PIC X(10).
002900     05  PH6-LOG-TEST-CODE       PIC X(08).
003000     05  PH6-LOG-AGENCY-CODE     PIC X(10).
003100     05  PH6-LOG-SUBMIT-DATE     PIC X(08).
003200     05  PH6-LOG-SUBMIT-TIME     PIC X(06).
003300     05  PH6-LOG-DUE-DATE        PIC X(08).
003400     05  PH6-LOG-DUE-TIME        PIC X(04).
003500     05  PH6-LOG-REPORT-TYPE     PIC X(01).
003600         88  PH6-LOG-ORIGINAL            VALUE 'O'.
003700         88  PH6-LOG-CORRECTION          VALUE 'C'.
003800     05  PH6-LOG-LATE-FLAG       PIC X(01).
003900         88  PH6-LOG-LATE                VALUE 'Y'.
004000     05  FILLER                  PIC X(12).
004100*
