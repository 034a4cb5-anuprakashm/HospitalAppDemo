002300**                   STAT cycle never raises the same alert     **
002400**                   twice; the end-of-day run remains the      **
002500**                   reconciliation of record.                  **
002510**  2026-10-14  JMH  Added CANCELLED match status, set by       **
002520**                   LAB020 when a cancel transaction is sent   **
002530**                   for the order.                             **
002600******************************************************************
002700*
002800 01  LB2-ORDER-TRACK-RECORD.
003700         88  LB2-TRK-PENDING             VALUE 'P'.
003800         88  LB2-TRK-MATCHED             VALUE 'M'.
003900         88  LB2-TRK-TIMED-OUT           VALUE 'T'.
003910         88  LB2-TRK-CANCELLED           VALUE 'X'.
004000     05  LB2-TRK-RESULT-DATE     PIC X(08).
004100     05  LB2-TRK-RESULT-TIME     PIC X(08).
004200     05  LB2-TRK-REPORT-FLAG     PIC X(01).
