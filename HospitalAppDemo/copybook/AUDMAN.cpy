000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      AUDMAN                                      **
000400**                                                              **
000500**  DESCRIPTION:    Audit archive manifest - one row per AUD050 **
000600**                  retention run, keyed by the run date and    **
000700**                  time, describing the archive generation     **
000800**                  that run wrote: the cutoff and retention    **
000900**                  days used, the row count, the first and     **
001000**                  last sequence numbers, the opening and      **
001100**                  closing control totals, the oldest and      **
001200**                  newest put dates, and the rows left on      **
001300**                  AUDTRL.  Each archive's opening total is    **
001400**                  the prior archive's closing total, so the   **
001500**                  manifest chains every archive back to the   **
001600**                  first row the trail ever held.              **
001700**                                                              **
001800******************************************************************
001900**  MODIFICATION HISTORY                                        **
002000**  DATE       INIT  DESCRIPTION                                **
002100**  ---------- ----  ------------------------------------------ **
002200**  2026-10-14  JMH  Initial version for audit trail retention. **
002300******************************************************************
002400*
002500 01  AU6-ARCHIVE-MANIFEST-RECORD.
002600     05  AU6-MAN-ARCHIVE-ID.
002700         10  AU6-MAN-ARCHIVE-DATE    PIC X(08).
002800         10  AU6-MAN-ARCHIVE-TIME    PIC X(08).
002900     05  AU6-MAN-CUTOFF-DATE         PIC X(08).
003000     05  AU6-MAN-RETENTION-DAYS      PIC 9(04).
003100     05  AU6-MAN-ARCHIVED-COUNT      PIC 9(09).
003200     05  AU6-MAN-FIRST-SEQUENCE-NO   PIC 9(09).
003300     05  AU6-MAN-LAST-SEQUENCE-NO    PIC 9(09).
003400     05  AU6-MAN-OPENING-TOTAL       PIC 9(15).
003500     05  AU6-MAN-CLOSING-TOTAL       PIC 9(15).
003600     05  AU6-MAN-OLDEST-PUT-DATE     PIC X(08).
003700     05  AU6-MAN-NEWEST-PUT-DATE     PIC X(08).
003800     05  AU6-MAN-KEPT-COUNT          PIC 9(09).
003900     05  FILLER                      PIC X(10).
004000*
