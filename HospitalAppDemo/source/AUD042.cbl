000100******************************************************************
000200**                                                              **
000300**  PROGRAM-ID:     AUD042                                      **
000400**                                                              **
000500**  DESCRIPTION:    Audit trail row value, CALLed by AUD040 as  **
000600**                  it stamps each row and by AUD041, AUD045    **
000700**                  and AUD050 as they check the stamps.        **
000800**                  Returns a positional check value over the   **
000900**                  first 161 bytes of an AU4-AUDIT-RECORD -    **
001000**                  the audited MQMD fields, the run ID and the **
001100**                  sequence number - each byte's code value    **
001200**                  times its position, summed.  The row's      **
001300**                  control total is the prior row's total plus **
001400**                  this value, so changing, adding or dropping **
001500**                  any byte of any row breaks every total from **
001600**                  that row on.  Every program that stamps or  **
001700**                  checks the trail must use this one routine. **
001800**                                                              **
001900******************************************************************
002000*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    AUD042.
002300 AUTHOR.        J HARTWELL.
002400 INSTALLATION.  INTERFACE ENGINEERING.
002500 DATE-WRITTEN.  2026-10-14.
002600 DATE-COMPILED.
002700*
002800******************************************************************
002900**  MODIFICATION HISTORY                                        **
003000**  DATE       INIT  DESCRIPTION                                **
003100**  ---------- ----  ------------------------------------------ **
003200**  2026-10-14  JMH  Initial version - audit trail row value.   **
003300******************************************************************
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.  IBM-370.
003800 OBJECT-COMPUTER.  IBM-370.
003900*
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200 77  AU2-SUB                       PIC S9(04) COMP VALUE 0.
004300 77  AU2-STAMPED-LENGTH            PIC S9(04) COMP VALUE 161.
004400 77  AU2-WORK-VALUE                PIC 9(09) COMP VALUE 0.
004500*
004600******************************************************************
004700**  ONE BYTE OF THE ROW, RIGHT-JUSTIFIED IN A HALFWORD SO ITS   **
004800**  CODE VALUE (0-255) CAN BE READ AS A BINARY NUMBER.          **
004900******************************************************************
005000 01  AU2-BYTE-WORK.
005100     05  FILLER                    PIC X(01) VALUE LOW-VALUE.
005200     05  AU2-BYTE-CHAR             PIC X(01) VALUE LOW-VALUE.
005300 01  AU2-BYTE-VALUE REDEFINES AU2-BYTE-WORK
005400                                   PIC 9(04) COMP.
005500*
005600 LINKAGE SECTION.
005700 01  AU2-AUDIT-ROW.
005800     05  AU2-ROW-BYTE              PIC X(01) OCCURS 200 TIMES.
005900 01  AU2-ROW-VALUE                 PIC 9(09).
006000*
006100 PROCEDURE DIVISION USING AU2-AUDIT-ROW
006200                          AU2-ROW-VALUE.
006300*
006400 0000-MAINLINE.
006500     MOVE 0                          TO AU2-WORK-VALUE
006600     PERFORM 1000-ADD-BYTE           THRU 1000-EXIT
006700         VARYING AU2-SUB FROM 1 BY 1
006800         UNTIL AU2-SUB > AU2-STAMPED-LENGTH
006900     MOVE AU2-WORK-VALUE             TO AU2-ROW-VALUE
007000     GOBACK.
007100*
007200 1000-ADD-BYTE.
007300     MOVE AU2-ROW-BYTE(AU2-SUB)      TO AU2-BYTE-CHAR
007400     COMPUTE AU2-WORK-VALUE = AU2-WORK-VALUE
007500                            + AU2-BYTE-VALUE * AU2-SUB.
007600 1000-EXIT.
007700     EXIT.
007800*
007900 9999-EXIT.
008000     EXIT.
