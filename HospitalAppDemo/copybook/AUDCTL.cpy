000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      AUDCTL                                      **
000400**                                                              **
000500**  DESCRIPTION:    Audit trail control record - one row, keyed **
000600**                  'AUDTRL', holding the last sequence number  **
000700**                  and running control total AUD040 stamped on **
000800**                  the trail, rewritten after every row it     **
000900**                  writes, and the sequence number and control **
001000**                  total of the last row AUD050 moved to the   **
001100**                  archive (the base the first row left on     **
001200**                  AUDTRL follows).  AUD045 checks the trail   **
001300**                  against it end to end, so rows cut from     **
001400**                  either end of AUDTRL show as well as rows   **
001500**                  cut from the middle.                        **
001600**                                                              **
001700******************************************************************
001800**  MODIFICATION HISTORY                                        **
001900**  DATE       INIT  DESCRIPTION                                **
002000**  ---------- ----  ------------------------------------------ **
002100**  2026-10-14  JMH  Initial version for audit trail integrity. **
002200******************************************************************
002300*
002400 01  AU4-AUDIT-CONTROL-RECORD.
002500     05  AU4-CTL-TRAIL-ID            PIC X(08).
002600     05  AU4-CTL-LAST-SEQUENCE-NO    PIC 9(09).
002700     05  AU4-CTL-LAST-CONTROL-TOTAL  PIC 9(15).
002800     05  AU4-CTL-LAST-RUN-ID         PIC X(16).
002900     05  AU4-CTL-LAST-WRITE-DATE     PIC X(08).
003000     05  AU4-CTL-LAST-WRITE-TIME     PIC X(08).
003100     05  AU4-CTL-BASE-SEQUENCE-NO    PIC 9(09).
003200     05  AU4-CTL-BASE-CONTROL-TOTAL  PIC 9(15).
003300     05  AU4-CTL-LAST-ARCHIVE-DATE   PIC X(08).
003400     05  FILLER                      PIC X(04).
003500*
