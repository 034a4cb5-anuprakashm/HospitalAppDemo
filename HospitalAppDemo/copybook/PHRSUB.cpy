000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      PHRSUB                                      **
000400**                                                              **
000500**  DESCRIPTION:    Reportable-condition submission record for  **
000600**                  the state public-health agency, fixed       **
000700**                  format, 200 bytes.  Each file is one header **
000800**                  record (H), one detail record (D) per       **
000900**                  reported result, and one trailer record (T) **
001000**                  with the detail count.  Report type O is an **
001100**                  original report, C a corrected result; late **
001200**                  flag Y marks a result sent after its        **
001300**                  deadline.                                   **
001400**                                                              **
001500******************************************************************
001600**  MODIFICATION HISTORY                                        **
001700**  DATE       INIT  DESCRIPTION                                **
001800**  ---------- ----  ------------------------------------------ **
001900**  2026-10-14  JMH  Initial version for reportable-condition   **
002000**                   extract.                                   **
002010**  2026-10-15  JMH  Detail filler cut to 17 bytes so the       **
002020**                   detail view is 200 bytes like the header   **
002030**                   and trailer.                               **
002100******************************************************************
002200*
002300 01  PH6-SUBMISSION-RECORD.
002400     05  PH6-SUB-RECORD-TYPE     PIC X(01).
002500         88  PH6-SUB-HEADER-RECORD       VALUE 'H'.
002600         88  PH6-SUB-DETAIL-RECORD       VALUE 'D'.
002700         88  PH6-SUB-TRAILER-RECORD      VALUE 'T'.
002800     05  PH6-SUB-DETAIL.
002900         10  PH6-SUB-FACILITY-ID PIC X(10).
003000         10  PH6-SUB-AGENCY-CODE PIC X(10).
003100         10  PH6-SUB-REPORT-TYPE PIC X(01).
003200         10  PH6-SUB-PATIENT-ID  PIC X(10).
003300         10  PH6-SUB-ORDER-NUMBER
003400                                 PIC X(12).
003500         10  PH6-SUB-TEST-CODE   PIC X(08).
003600         10  PH6-SUB-CONDITION   PIC X(30).
003700         10  PH6-SUB-RESULT-DATE PIC X(08).
003800         10  PH6-SUB-RESULT-TIME PIC X(06).
003900         10  PH6-SUB-RESULT-TEXT PIC X(60).
004000         10  PH6-SUB-NURSING-UNIT
004100                                 PIC X(04).
004200         10  PH6-SUB-ADMIT-DATE  PIC X(08).
004300         10  PH6-SUB-SUBMIT-DATE PIC X(08).
004400         10  PH6-SUB-SUBMIT-TIME PIC X(06).
004500         10  PH6-SUB-LATE-FLAG   PIC X(01).
004600         10  FILLER              PIC X(17).
004700     05  PH6-SUB-HEADER REDEFINES PH6-SUB-DETAIL.
004800         10  PH6-SUB-HDR-FACILITY-ID
004900                                 PIC X(10).
005000         10  PH6-SUB-HDR-CREATE-DATE
005100                                 PIC X(08).
005200         10  PH6-SUB-HDR-CREATE-TIME
005300                                 PIC X(06).
005400         10  FILLER              PIC X(175).
005500     05  PH6-SUB-TRAILER REDEFINES PH6-SUB-DETAIL.
005600         10  PH6-SUB-TRL-FACILITY-ID
005700                                 PIC X(10).
005800         10  PH6-SUB-TRL-DETAIL-COUNT
005900                                 PIC 9(07).
006000         10  PH6-SUB-TRL-LATE-COUNT
006100                                 PIC 9(07).
006200         10  FILLER              PIC X(175).
006300*
