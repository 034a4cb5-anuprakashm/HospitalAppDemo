000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      ENCHST                                      **
000400**                                                              **
000500**  DESCRIPTION:    Encounter history - one row per completed   **
000600**                  inpatient stay, keyed by patient ID plus    **
000700**                  the admit date/time.  ADT015 writes the     **
000800**                  stay from the census row when it applies    **
000900**                  the discharge, before a later re-admission  **
001000**                  overwrites the row; ADT035 moves a retired  **
001100**                  ID's stays to the surviving ID; ADT040      **
001200**                  reads it for the monthly length-of-stay     **
001300**                  and 30-day readmission report.  Key order   **
001400**                  keeps each patient's stays together,        **
001500**                  oldest first.                               **
001600**                                                              **
001700******************************************************************
001800**  MODIFICATION HISTORY                                        **
001900**  DATE       INIT  DESCRIPTION                                **
002000**  ---------- ----  ------------------------------------------ **
002100**  2026-10-14  JMH  Initial version for encounter history.     **
002200******************************************************************
002300*
002400 01  EN5-ENCOUNTER-RECORD.
002500     05  EN5-ENC-KEY.
002600         10  EN5-ENC-PATIENT-ID  PIC X(10).
002700         10  EN5-ENC-ADMIT-DATE  PIC X(08).
002800         10  EN5-ENC-ADMIT-TIME  PIC X(06).
002900     05  EN5-ENC-ADMIT-UNIT      PIC X(04).
003000     05  EN5-ENC-DISCH-UNIT      PIC X(04).
003100     05  EN5-ENC-DISCH-ROOM-BED  PIC X(06).
003200     05  EN5-ENC-DISCHARGE-DATE  PIC X(08).
003300     05  EN5-ENC-DISCHARGE-TIME  PIC X(06).
003400     05  EN5-ENC-WRITTEN-DATE    PIC X(08).
003500     05  EN5-ENC-MERGED-FROM-ID  PIC X(10).
003600     05  FILLER                  PIC X(30).
003700*
