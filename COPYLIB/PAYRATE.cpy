000100*****************************************************************
000200*    COPYBOOK.....: PAYRATE
000300*    DESCRIPTION..: EFFECTIVE-DATED PAY-RATE HISTORY, KEYED
000400*                   EMP-ID + EFFECTIVE DATE.  ONE ENTRY PER
000500*                   STANDING-SALARY CHANGE ON THE EMPLOYEE
000600*                   MASTER, WRITTEN BY PAYMAINT AS THE CHANGE IS
000700*                   APPLIED.  THE SALARY IN FORCE ON A DATE IS THE
000800*                   ONE ON THE LATEST ENTRY EFFECTIVE ON OR BEFORE
000900*                   IT; BEFORE THE FIRST ENTRY IT IS THAT
001000*                   ENTRY'S PRIOR SALARY.  A CHANGE BACK-DATED
001100*                   INTO PERIODS ALREADY PAID STAYS PENDING UNTIL
001200*                   RETROPAY HAS RE-PRICED THOSE PERIODS.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    ---------- ---- ------------------------------------------
001600*    2026-10-15 RTM  ORIGINAL LAYOUT.
001700*****************************************************************
001800 01  PAY-RATE-HIST-RECORD.
001900     05  RH-KEY.
002000         10  RH-EMP-ID             PIC X(10).
002100         10  RH-EFFECTIVE-DATE     PIC 9(08).
002200     05  RH-GROSS-SALARY           PIC 9(8)V99.
002300     05  RH-PRIOR-SALARY           PIC 9(8)V99.
002400     05  RH-CHANGE-DATE            PIC 9(08).
002500     05  RH-CHANGED-BY             PIC X(10).
002600     05  RH-RETRO-STATUS           PIC X(01).
002700         88  RH-RETRO-PENDING          VALUE 'P'.
002800         88  RH-RETRO-DONE             VALUE 'D'.
002900         88  RH-RETRO-NOT-APPLICABLE   VALUE 'N'.
003000     05  RH-RETRO-RUN-DATE         PIC 9(08).
