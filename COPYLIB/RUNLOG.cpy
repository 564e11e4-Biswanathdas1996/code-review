000100*****************************************************************
000200*    COPYBOOK.....: RUNLOG
000300*    DESCRIPTION..: JOB-STREAM STEP LOG ENTRY.  RUNLOG.DAT IS A
000400*                   SHARED SEQUENTIAL FILE APPENDED BY EVERY
000500*                   STEP OF THE PAYROLL JOB STREAM - ONE START
000600*                   ENTRY WHEN THE STEP HAS ITS PARAMETERS AND
000700*                   ONE END ENTRY WHEN IT FINISHES OR IS
000800*                   REFUSED - SO THE FILE READS IN THE ORDER
000900*                   THE STEPS RAN.  A START WITH NO END BEHIND
001000*                   IT IS A STEP THAT ABENDED OR STOPPED.  THE
001100*                   STEPS THAT MOVE MONEY OR CLOSE THE YEAR
001200*                   READ IT BACK TO PROVE THEIR PREREQUISITES,
001300*                   AND OPSRPT PRINTS IT AS THE DAILY
001400*                   OPERATIONS REPORT.  HELD IN WORKING STORAGE
001500*                   AND WRITTEN FROM/READ INTO A 180-BYTE FD
001600*                   RECORD, THE SAME WAY PAYPARM IS HANDLED.
001700*
001800*                   CONTROL TOTALS BY STEP:
001900*                   STEP      COUNT-1       COUNT-2     AMOUNT-1
002000*                   --------  ------------  ----------  --------
002100*                   TIMEEDIT  CARDS READ    EXCEPTIONS  REG HRS
002200*                   PAYROLL   PAID          REJECTED    GROSS
002300*                   PAYRECON  IN BALANCE    OUT/MISSING
002400*                   PAYADJ    VOIDS         REISSUES    VOIDED
002500*                   ACHRETRN  ENTRIES READ  REJECTED
002600*                   CHKRECON  MARKED PAID   OUTSTANDING OUTSTND
002700*                   PAYMAINT  APPLIED       REJECTED    PAYOUTS
002800*                   TAXQTR    QTR ROWS      UNKNOWN     QTR LIAB
002900*                   YEAREND   STATEMENTS    ARCHIVED    GROSS
003000*                   AMOUNT-2 IS TIMEEDIT OVERTIME HOURS, PAYROLL
003100*                   NET, PAYADJ REISSUED, CHKRECON STALE TOTAL,
003200*                   TAXQTR YTD LIABILITY AND YEAREND TAX.
003300*    MODIFICATION HISTORY
003400*    DATE       INIT DESCRIPTION
003500*    ---------- ---- ------------------------------------------
003600*    2026-10-15 RTM  ORIGINAL LAYOUT.
003700*****************************************************************
003800 01  RUN-LOG-RECORD.
003900     05  RL-RUN-DATE               PIC 9(08).
004000     05  RL-RUN-TIME               PIC 9(08).
004100     05  RL-PROGRAM                PIC X(08).
004200     05  RL-ENTRY-TYPE             PIC X(01).
004300         88  RL-START-ENTRY            VALUE 'S'.
004400         88  RL-END-ENTRY              VALUE 'E'.
004500     05  RL-RUN-MODE               PIC X(05).
004600     05  RL-RUN-TYPE               PIC X(01).
004700     05  RL-PERIOD-NUMBER          PIC 9(06).
004800     05  RL-PERIOD-END-DATE        PIC 9(08).
004900     05  RL-PERIOD-END-PARTS REDEFINES RL-PERIOD-END-DATE.
005000         10  RL-PERIOD-END-YEAR    PIC 9(04).
005100         10  FILLER                PIC 9(04).
005200*    FEED DATE FROM THE TIMECARD.DAT HEADER - TIMEEDIT AND
005300*    PAYROLL ONLY, ZERO ELSEWHERE.
005400     05  RL-FEED-DATE              PIC 9(08).
005500     05  RL-OPERATOR-ID            PIC X(10).
005600     05  RL-STEP-STATUS            PIC X(01).
005700         88  RL-STEP-STARTED           VALUE 'S'.
005800         88  RL-STEP-CLEAN             VALUE 'C'.
005900         88  RL-STEP-EXCEPTIONS        VALUE 'X'.
006000         88  RL-STEP-REFUSED           VALUE 'R'.
006100         88  RL-STEP-FAILED            VALUE 'F'.
006200     05  RL-RETURN-CODE            PIC 9(04).
006300     05  RL-COUNT-1                PIC 9(09).
006400     05  RL-COUNT-2                PIC 9(09).
006500     05  RL-AMOUNT-1               PIC 9(11)V99.
006600     05  RL-AMOUNT-2               PIC 9(11)V99.
006700     05  RL-MESSAGE                PIC X(50).
006800     05  FILLER                    PIC X(18).
