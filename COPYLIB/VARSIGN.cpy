000100*****************************************************************
000200*    COPYBOOK.....: VARSIGN
000300*    DESCRIPTION..: VARIANCE REVIEW SIGN-OFF RECORD, ONE PER PAY
000400*                   PERIOD, KEYED BY PERIOD NUMBER.  VARREVW
000500*                   WRITES IT PENDING WITH THE CONTROL TOTALS OF
000600*                   THE TRIAL RUN IT REVIEWED, AND MARKS IT SIGNED
000700*                   OFF WHEN AN APPROVER OTHER THAN THE
000800*                   PREPARER CONFIRMS THOSE TOTALS.  A REGULAR
000900*                   FINAL PAYROLL RUN IS HELD UNTIL ITS PERIOD
000950*                   IS SIGNED OFF.
001000*    MODIFICATION HISTORY
001100*    DATE       INIT DESCRIPTION
001200*    ---------- ---- ------------------------------------------
001300*    2026-10-15 RTM  ORIGINAL LAYOUT.
001400*****************************************************************
001500 01  VARIANCE-SIGNOFF-RECORD.
001600     05  VS-PERIOD-NUMBER          PIC 9(06).
001700     05  VS-STATUS                 PIC X(01).
001800         88  VS-PENDING                VALUE 'P'.
001900         88  VS-SIGNED-OFF             VALUE 'S'.
002000     05  VS-PERIOD-END-DATE        PIC 9(08).
002100     05  VS-REVIEW-DATE            PIC 9(08).
002200     05  VS-PREPARED-BY            PIC X(10).
002300     05  VS-EMPLOYEE-COUNT         PIC 9(07).
002400     05  VS-TRIAL-GROSS            PIC 9(11)V99.
002500     05  VS-TRIAL-NET              PIC 9(11)V99.
002600     05  VS-EXCEPTION-COUNT        PIC 9(05).
002700     05  VS-SIGNED-BY              PIC X(10).
002800     05  VS-SIGNED-DATE            PIC 9(08).
