001000**                  the posting.  BIL110 writes it; BIL115      **
001100**                  clears it on a posted acknowledgment or     **
001200**                  lists it on the reject/aging reports.       **
001210**                  BIL120 flags it once journalled; BIL125     **
001220**                  archives and deletes it past the retention  **
001230**                  window.                                     **
001240**                  A result BIL110 could not price is held as  **
001250**                  a suspended item with no amount; it is      **
001260**                  never sent, posted or journalled.           **
001300**                                                              **
001400******************************************************************
001500**  MODIFICATION HISTORY                                        **
001600**  DATE       INIT  DESCRIPTION                                **
001700**  ---------- ----  ------------------------------------------ **
001800**  2026-09-03  JMH  Initial version for BIL115 reconciliation. **
001810**  2026-10-14  JMH  Added item type (charge or credit), the    **
001820**                   reversed flag BIL110 sets when it credits  **
001830**                   a cancelled order's charge, and the item   **
001840**                   status and acknowledgment date BIL115 now  **
001850**                   records instead of deleting the item.      **
001860**  2026-10-14  JMH  Added the ordering department from         **
001870**                   ORDTRKF, for the month-end revenue         **
001880**                   journal.                                   **
001881**  2026-10-15  JMH  Added the journal flag BIL120 sets once a  **
001882**                   closed item is in a journal that ties, for **
001883**                   the BIL125 retention job.                  **
001884**  2026-10-15  JMH  Added the suspended item status BIL110     **
001885**                   sets on a result it could not price.       **
001900******************************************************************
002000*
002100 01  BL3-OPEN-ITEM-RECORD.
002700     05  BL3-OPN-CPT-CODE        PIC X(08).
002800     05  BL3-OPN-AMOUNT          PIC 9(07)V99.
002900     05  BL3-OPN-SENT-DATE       PIC X(08).
002901     05  BL3-OPN-ITEM-TYPE       PIC X(01).
002902         88  BL3-OPN-CHARGE-ITEM         VALUES 'D' ' '.
002903         88  BL3-OPN-CREDIT-ITEM         VALUE 'C'.
002904     05  BL3-OPN-REVERSED-FLAG   PIC X(01).
002905         88  BL3-OPN-REVERSED            VALUE 'Y'.
002906     05  BL3-OPN-ITEM-STATUS     PIC X(01).
002907         88  BL3-OPN-ITEM-OPEN           VALUES 'O' ' '.
002908         88  BL3-OPN-ITEM-POSTED         VALUE 'P'.
002909         88  BL3-OPN-ITEM-REJECTED       VALUE 'R'.
002910         88  BL3-OPN-ITEM-SUSPENDED      VALUE 'S'.
002911     05  BL3-OPN-ACK-DATE        PIC X(08).
002920     05  BL3-OPN-DEPT-CODE       PIC X(04).
002930     05  BL3-OPN-JOURNAL-FLAG    PIC X(01).
002940         88  BL3-OPN-JOURNALLED          VALUE 'J'.
003000     05  FILLER                  PIC X(01).
003100*
