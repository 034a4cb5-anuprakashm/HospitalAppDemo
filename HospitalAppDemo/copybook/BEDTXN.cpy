000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      BEDTXN                                      **
000400**                                                              **
000500**  DESCRIPTION:    Maintenance transaction record for the bed  **
000600**                  master.  Adds and changes carry the bed     **
000700**                  status (I in service, B blocked, C out of   **
000800**                  service for cleaning, R out of service for  **
000900**                  repair) and an optional comment; a delete   **
001000**                  needs only the unit and room/bed.           **
001100**                                                              **
001200******************************************************************
001300**  MODIFICATION HISTORY                                        **
001400**  DATE       INIT  DESCRIPTION                                **
001500**  ---------- ----  ------------------------------------------ **
001600**  2026-10-14  JMH  Initial version for BED040 maintenance.    **
001700******************************************************************
001800*
001900 01  BD4-MAINT-TXN-RECORD.
002000     05  BD4-TXN-CODE            PIC X(01).
002100         88  BD4-TXN-ADD                 VALUE 'A'.
002200         88  BD4-TXN-CHANGE              VALUE 'C'.
002300         88  BD4-TXN-DELETE              VALUE 'D'.
002400     05  BD4-TXN-NURSING-UNIT    PIC X(04).
002500     05  BD4-TXN-ROOM-BED        PIC X(06).
002600     05  BD4-TXN-STATUS          PIC X(01).
002700         88  BD4-TXN-VALID-STATUS        VALUES 'I' 'B' 'C' 'R'.
002800     05  BD4-TXN-COMMENT         PIC X(30).
002900     05  FILLER                  PIC X(38).
003000*
