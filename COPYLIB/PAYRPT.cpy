000100*****************************************************************
000200*    COPYBOOK.....: PAYRPT
000300*    DESCRIPTION..: PAYROLL RESULTS RECORD, ONE PER EMPLOYEE PAID,
000400*                   WRITTEN BY PAYROLL TO PAYROLL-REPORT.TXT ON
000500*                   TRIAL AND FINAL RUNS ALIKE.  THE PERIOD, RUN
000600*                   MODE AND RUN TYPE ARE CARRIED ON EVERY ROW SO
000700*                   VARREVW CAN PROVE IT IS REVIEWING THE TRIAL
000800*                   RUN OF THE PERIOD IT WAS ASKED FOR; HOURS AND
000900*                   BANK DETAILS ARE AS PAYROLL SAW THEM.  HOURS
001000*                   ARE ZERO ON AN OFF-CYCLE SUPPLEMENTAL RUN.
001100*    MODIFICATION HISTORY
001200*    DATE       INIT DESCRIPTION
001300*    ---------- ---- ------------------------------------------
001400*    2026-10-15 RTM  ORIGINAL LAYOUT, MOVED OUT OF PAYROLL AND
001500*                    EXTENDED WITH HOURS, BANK AND RUN FIELDS.
001600*****************************************************************
001700 01  REPORT-RECORD.
001800     05  R-EMP-ID                  PIC X(10).
001900     05  R-EMP-NAME                PIC X(30).
002000     05  R-DEPT-CODE               PIC X(05).
002100     05  R-GROSS-SALARY            PIC 9(8)V99.
002200     05  R-TAX-DEDUCTION           PIC 9(7)V99.
002300     05  R-BENEFITS                PIC 9(7)V99.
002400     05  R-NET-SALARY              PIC 9(8)V99.
002500     05  R-REG-HOURS               PIC 9(3)V99.
002600     05  R-OT-HOURS                PIC 9(3)V99.
002700     05  R-BANK-ROUTING            PIC 9(09).
002800     05  R-BANK-ACCOUNT            PIC X(17).
002900     05  R-ACCT-TYPE               PIC X(01).
003000     05  R-BANK-STATUS             PIC X(01).
003100     05  R-PERIOD-NUMBER           PIC 9(06).
003200     05  R-RUN-MODE                PIC X(05).
003300     05  R-RUN-TYPE                PIC X(01).
