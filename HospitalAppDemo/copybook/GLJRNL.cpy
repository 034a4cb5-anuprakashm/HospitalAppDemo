000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      GLJRNL                                      **
000400**                                                              **
000500**  DESCRIPTION:    General ledger journal-entry load record,   **
000600**                  fixed format, 120 bytes, as the GL batch    **
000700**                  load expects it.  Each file is one header   **
000800**                  record (H), one detail record (D) per       **
000900**                  journal line, and one trailer record (T)    **
001000**                  carrying the line count and the debit and   **
001100**                  credit totals, which the GL load rejects    **
001200**                  the file on unless they agree.  Line types: **
001300**                  REV lab revenue, ADJ rejected-charge        **
001400**                  adjustment, CRD credit for a cancelled      **
001500**                  order, CLR the receivable clearing offset.  **
001600**                  Written by BIL120.                          **
001700**                                                              **
001800******************************************************************
001900**  MODIFICATION HISTORY                                        **
002000**  DATE       INIT  DESCRIPTION                                **
002100**  ---------- ----  ------------------------------------------ **
002200**  2026-10-14  JMH  Initial version for month-end lab revenue  **
002300**                   journal.                                   **
002400******************************************************************
002500*
002600 01  BL5-JOURNAL-RECORD.
002700     05  BL5-JRN-RECORD-TYPE     PIC X(01).
002800         88  BL5-JRN-HEADER-RECORD       VALUE 'H'.
002900         88  BL5-JRN-DETAIL-RECORD       VALUE 'D'.
003000         88  BL5-JRN-TRAILER-RECORD      VALUE 'T'.
003100     05  BL5-JRN-SOURCE          PIC X(04).
003200     05  BL5-JRN-PERIOD          PIC X(06).
003300     05  BL5-JRN-DETAIL.
003400         10  BL5-JRN-LINE-NUMBER PIC 9(06).
003500         10  BL5-JRN-COST-CENTER PIC X(06).
003600         10  BL5-JRN-ACCOUNT     PIC X(08).
003700         10  BL5-JRN-DR-CR       PIC X(01).
003800             88  BL5-JRN-DEBIT           VALUE 'D'.
003900             88  BL5-JRN-CREDIT          VALUE 'C'.
004000         10  BL5-JRN-AMOUNT      PIC 9(11)V99.
004100         10  BL5-JRN-LINE-TYPE   PIC X(03).
004200         10  BL5-JRN-DEPT-CODE   PIC X(04).
004300         10  BL5-JRN-CPT-CODE    PIC X(08).
004400         10  BL5-JRN-DESCRIPTION PIC X(30).
004500         10  FILLER              PIC X(30).
004600     05  BL5-JRN-HEADER REDEFINES BL5-JRN-DETAIL.
004700         10  BL5-JRN-HDR-CREATE-DATE
004800                                 PIC X(08).
004900         10  BL5-JRN-HDR-CREATE-TIME
005000                                 PIC X(06).
005100         10  FILLER              PIC X(95).
005200     05  BL5-JRN-TRAILER REDEFINES BL5-JRN-DETAIL.
005300         10  BL5-JRN-TRL-LINE-COUNT
005400                                 PIC 9(06).
005500         10  BL5-JRN-TRL-DEBIT-TOTAL
005600                                 PIC 9(13)V99.
005700         10  BL5-JRN-TRL-CREDIT-TOTAL
005800                                 PIC 9(13)V99.
005900         10  FILLER              PIC X(73).
006000*
