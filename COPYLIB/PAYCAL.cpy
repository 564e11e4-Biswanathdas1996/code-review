000100*****************************************************************
000200*    COPYBOOK.....: PAYCAL
000300*    DESCRIPTION..: PAY CALENDAR RECORD, ONE PER PAY PERIOD,
000400*                   KEYED BY PERIOD NUMBER YYYYNN - THE YEAR OF
000500*                   THE PERIOD-END DATE (THE YEAR TAXQTR AND
000600*                   YEAREND REPORT IT IN) AND THE PERIOD'S
000700*                   SEQUENCE WITHIN THAT YEAR.  CALMAINT BUILDS A
000800*                   WHOLE YEAR FROM THE PAY FREQUENCY, MOVES THE
000900*                   CHECK AND ACH EFFECTIVE DATES OFF WEEKENDS AND
001000*                   BANK HOLIDAYS (HOLIDAY.DAT), AND WRITES EACH
001100*                   BATCH WINDOW'S PAYPARM.DAT FROM IT.
001200*                   THE SCHEDULED CHECK DATE IS THE PERIOD END
001300*                   PLUS THE CHECK LAG BEFORE ANY MOVE; THE
001400*                   QUARTER IS THAT OF THE PERIOD-END DATE, AND
001500*                   THE LAST PERIOD ENDING IN EACH QUARTER CARRIES
001600*                   THE QUARTER-END FLAG.  A PERIOD BEYOND THE
001700*                   FREQUENCY'S STANDARD COUNT (53RD WEEKLY, 27TH
001800*                   BIWEEKLY) CARRIES THE EXTRA-PERIOD FLAG.
001900*    MODIFICATION HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    ---------- ---- ------------------------------------------
002200*    2026-10-15 RTM  ORIGINAL LAYOUT.
002300*****************************************************************
002400 01  PAY-CALENDAR-RECORD.
002500     05  PCL-PERIOD-NUMBER         PIC 9(06).
002600     05  PCL-PERIOD-NUMBER-PARTS REDEFINES PCL-PERIOD-NUMBER.
002700         10  PCL-PERIOD-YEAR       PIC 9(04).
002800         10  PCL-PERIOD-SEQ        PIC 9(02).
002900     05  PCL-FREQUENCY             PIC X(01).
003000         88  PCL-WEEKLY                VALUE 'W'.
003100         88  PCL-BIWEEKLY              VALUE 'B'.
003200         88  PCL-SEMI-MONTHLY          VALUE 'S'.
003300         88  PCL-MONTHLY               VALUE 'M'.
003400     05  PCL-PERIOD-START-DATE     PIC 9(08).
003500     05  PCL-PERIOD-END-DATE       PIC 9(08).
003600     05  PCL-SCHEDULED-CHECK-DATE  PIC 9(08).
003700     05  PCL-CHECK-DATE            PIC 9(08).
003800     05  PCL-ACH-EFFECTIVE-DATE    PIC 9(08).
003900     05  PCL-ACH-LEAD-DAYS         PIC 9(01).
004000     05  PCL-QUARTER               PIC 9(01).
004100     05  PCL-QUARTER-END-FLAG      PIC X(01).
004200         88  PCL-QUARTER-END           VALUE 'Y'.
004300     05  PCL-YEAR-END-FLAG         PIC X(01).
004400         88  PCL-YEAR-END              VALUE 'Y'.
004500     05  PCL-EXTRA-PERIOD-FLAG     PIC X(01).
004600         88  PCL-EXTRA-PERIOD          VALUE 'Y'.
004700     05  PCL-DATE-MOVED-FLAG       PIC X(01).
004800         88  PCL-DATE-MOVED            VALUE 'Y'.
004900     05  PCL-PARM-WRITTEN-DATE     PIC 9(08).
005000     05  PCL-BUILD-DATE            PIC 9(08).
005100     05  PCL-BUILT-BY              PIC X(10).
