000100*****************************************************************
000200*    COPYBOOK.....: RETROPND
000300*    DESCRIPTION..: RETRO PAY DUE, KEYED EMP-ID + THE PERIOD
000400*                   BEING CORRECTED + SEQUENCE.  WRITTEN BY
000500*                   RETROPAY, ONE ENTRY PER PERIOD RE-PRICED AT
000600*                   A BACK-DATED PAY RATE; A LATER CHANGE TO THE
000700*                   SAME PERIOD TAKES THE NEXT SEQUENCE AND IS
000800*                   PRICED FROM THE PRIOR ENTRY'S NEW SALARY.
000900*                   PAYROLL PAYS EVERY PENDING ENTRY AS A RETRO
001000*                   EARNINGS LINE ON THE NEXT FINAL RUN AND MARKS
001100*                   IT PAID WITH THE PERIOD AND CHECK DATE.
001200*    MODIFICATION HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- ------------------------------------------
001500*    2026-10-15 RTM  ORIGINAL LAYOUT.
001600*****************************************************************
001700 01  RETRO-PENDING-RECORD.
001800     05  RP-KEY.
001900         10  RP-EMP-ID             PIC X(10).
002000         10  RP-PERIOD-NUMBER      PIC 9(06).
002100         10  RP-SEQ                PIC 9(02).
002200     05  RP-PERIOD-END-DATE        PIC 9(08).
002300     05  RP-REG-HOURS              PIC 9(3)V99.
002400     05  RP-OT-HOURS               PIC 9(3)V99.
002500     05  RP-OLD-SALARY             PIC 9(8)V99.
002600     05  RP-NEW-SALARY             PIC 9(8)V99.
002700     05  RP-OLD-AMOUNT             PIC 9(8)V99.
002800     05  RP-NEW-AMOUNT             PIC 9(8)V99.
002900     05  RP-RETRO-AMOUNT           PIC 9(8)V99.
003000     05  RP-STATUS                 PIC X(01).
003100         88  RP-PENDING                VALUE 'P'.
003200         88  RP-PAID                   VALUE 'D'.
003300     05  RP-CREATED-DATE           PIC 9(08).
003400     05  RP-PAID-PERIOD            PIC 9(06).
003500     05  RP-PAID-DATE              PIC 9(08).
