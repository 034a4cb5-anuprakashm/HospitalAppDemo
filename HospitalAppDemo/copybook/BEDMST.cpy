000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      BEDMST                                      **
000400**                                                              **
000500**  DESCRIPTION:    Bed master record, keyed by nursing unit    **
000600**                  plus room/bed.  One row per licensed bed,   **
000700**                  carrying the bed's status - in service,     **
000800**                  blocked, or out of service for cleaning or  **
000900**                  repair.  Maintained by BED040; read by      **
001000**                  ADT015 to flag admits and transfers into    **
001100**                  unknown or unavailable beds, and by BED045  **
001200**                  for the bed board.                          **
001300**                                                              **
001400******************************************************************
001500**  MODIFICATION HISTORY                                        **
001600**  DATE       INIT  DESCRIPTION                                **
001700**  ---------- ----  ------------------------------------------ **
001800**  2026-10-14  JMH  Initial version for BED040 maintenance.    **
001900******************************************************************
002000*
002100 01  BD4-BED-MASTER-RECORD.
002200     05  BD4-BED-KEY.
002300         10  BD4-BED-NURSING-UNIT PIC X(04).
002400         10  BD4-BED-ROOM-BED    PIC X(06).
002500     05  BD4-BED-STATUS          PIC X(01).
002600         88  BD4-BED-IN-SERVICE          VALUE 'I'.
002700         88  BD4-BED-BLOCKED             VALUE 'B'.
002800         88  BD4-BED-OOS-CLEANING        VALUE 'C'.
002900         88  BD4-BED-OOS-REPAIR          VALUE 'R'.
003000         88  BD4-BED-OUT-OF-SERVICE      VALUES 'C' 'R'.
003100         88  BD4-BED-VALID-STATUS        VALUES 'I' 'B' 'C' 'R'.
003200     05  BD4-BED-STATUS-DATE     PIC X(08).
003300     05  BD4-BED-COMMENT         PIC X(30).
003400     05  BD4-BED-LAST-UPDATE-DATE PIC X(08).
003500     05  FILLER                  PIC X(23).
003600*
