001500**  DATE       INIT  DESCRIPTION                                **
001600**  ---------- ----  ------------------------------------------ **
001700**  2026-08-22  JMH  Initial version for ADT015 census builder. **
001710**  2026-10-14  JMH  Admitting nursing unit carried on the row  **
001720**                   (from the filler) so the stay written to   **
001730**                   the encounter history at discharge keeps   **
001740**                   it after a transfer.                       **
001800******************************************************************
001900*
002000 01  AD5-CENSUS-RECORD.
003100     05  AD5-CEN-LAST-EVENT-TIME PIC X(06).
003200     05  AD5-CEN-DISCHARGE-DATE  PIC X(08).
003300     05  AD5-CEN-DISCHARGE-TIME  PIC X(06).
003310     05  AD5-CEN-ADMIT-UNIT      PIC X(04).
003400     05  FILLER                  PIC X(08).
003500*
