001300**  DATE       INIT  DESCRIPTION                                **
001400**  ---------- ----  ------------------------------------------ **
001500**  2026-08-22  JMH  Initial version for BIL110 billing feed.   **
001510**  2026-10-14  JMH  Added transaction type (D charge, C        **
001520**                   credit) and, on a credit, the service      **
001530**                   date of the charge being reversed.         **
001600******************************************************************
001700*
001800 01  BL1-BILLING-CHARGE-RECORD.
002300     05  BL1-CHG-SERVICE-DATE    PIC X(08).
002400     05  BL1-CHG-AMOUNT          PIC 9(07)V99.
002500     05  BL1-CHG-FEED-DATE       PIC X(08).
002510     05  BL1-CHG-TRANS-TYPE      PIC X(01).
002520         88  BL1-CHG-DEBIT               VALUE 'D'.
002530         88  BL1-CHG-CREDIT              VALUE 'C'.
002540     05  BL1-CHG-ORIG-SERVICE-DATE PIC X(08).
002600     05  FILLER                  PIC X(08).
002700*
