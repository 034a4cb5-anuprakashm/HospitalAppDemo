003100**  DATE       INIT  DESCRIPTION                                **
003200**  ---------- ----  ------------------------------------------ **
003300**  2026-09-03  JMH  Initial version - history inquiry.         **
003310**  2026-10-14  JMH  CANCELLED orders shown with their own      **
003320**                   match status.                              **
003400******************************************************************
003500*
003600 ENVIRONMENT DIVISION.
028200             MOVE 'TIMED-OUT'          TO LB4-MATCH-STATUS-TEXT
028300         WHEN LB2-TRK-PENDING
028400             MOVE 'PENDING  '          TO LB4-MATCH-STATUS-TEXT
028410         WHEN LB2-TRK-CANCELLED
028420             MOVE 'CANCELLED'          TO LB4-MATCH-STATUS-TEXT
028500         WHEN OTHER
028600             MOVE 'UNKNOWN  '          TO LB4-MATCH-STATUS-TEXT
028700     END-EVALUATE
