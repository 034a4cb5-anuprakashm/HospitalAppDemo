000100******************************************************************
000200**                                                              **
000300**  FILE NAME:      RUNCTL                                      **
000400**                                                              **
000500**  DESCRIPTION:    Batch run-control ledger, one row per       **
000600**                  program per business date.  RUN080 writes   **
000700**                  the row when a nightly program starts       **
000800**                  (status S) and completes it when the        **
000900**                  program ends (C for a return code under 8,  **
001000**                  F otherwise), with the start and end        **
001100**                  stamps, the step return code and the        **
001200**                  program's input and output counts.  A start **
001300**                  refused because a predecessor has not       **
001400**                  completed cleanly, or because the program   **
001500**                  already completed for the date, is recorded **
001600**                  as status R with the reason.  RUN085 prints **
001700**                  the ledger for the batch window.            **
001800**                                                              **
001900******************************************************************
002000**  MODIFICATION HISTORY                                        **
002100**  DATE       INIT  DESCRIPTION                                **
002200**  ---------- ----  ------------------------------------------ **
002300**  2026-10-14  JMH  Initial version for batch run control.     **
002400******************************************************************
002500*
002600 01  RN8-RUN-CONTROL-RECORD.
002700     05  RN8-RUN-KEY.
002800         10  RN8-RUN-BUSINESS-DATE   PIC X(08).
002900         10  RN8-RUN-PROGRAM-ID      PIC X(08).
003000     05  RN8-RUN-STATUS              PIC X(01).
003100         88  RN8-RUN-STARTED                 VALUE 'S'.
003200         88  RN8-RUN-COMPLETED               VALUE 'C'.
003300         88  RN8-RUN-FAILED                  VALUE 'F'.
003400         88  RN8-RUN-REFUSED                 VALUE 'R'.
003500     05  RN8-RUN-START-DATE          PIC X(08).
003600     05  RN8-RUN-START-TIME          PIC X(08).
003700     05  RN8-RUN-END-DATE            PIC X(08).
003800     05  RN8-RUN-END-TIME            PIC X(08).
003900     05  RN8-RUN-STEP-RC             PIC 9(04).
004000     05  RN8-RUN-COUNT-IN            PIC 9(09).
004100     05  RN8-RUN-COUNT-OUT           PIC 9(09).
004200     05  RN8-RUN-ATTEMPTS            PIC 9(03).
004300     05  RN8-RUN-REFUSALS            PIC 9(03).
004400     05  RN8-RUN-REFUSE-REASON       PIC X(30).
004500     05  FILLER                      PIC X(13).
004600*
