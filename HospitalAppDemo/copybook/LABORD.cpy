001100**  2026-08-09  JMH  Initial version for LAB020 order bridge.   **
001150**  2026-08-22  JMH  Added ordering department code for result  **
001160**                   distribution.                              **
001170**  2026-10-14  JMH  Added order action code; a cancel          **
001180**                   transaction carries the original order     **
001190**                   number and test code with action C.        **
001200******************************************************************
001300*
001400 01  LB2-LAB-ORDER-RECORD.
002200     05  LB2-FEED-TYPE           PIC X(08).
002300     05  LB2-MSG-TEXT            PIC X(70).
002350     05  LB2-DEPT-CODE           PIC X(04).
002360     05  LB2-ORDER-ACTION        PIC X(01).
002370         88  LB2-NEW-ORDER               VALUES ' ' 'N'.
002380         88  LB2-CANCEL-ORDER            VALUE 'C'.
002400     05  FILLER                  PIC X(10).
002500*
