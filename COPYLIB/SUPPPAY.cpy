000100*****************************************************************
000200*    COPYBOOK.....: SUPPPAY
000300*    DESCRIPTION..: OFF-CYCLE SUPPLEMENTAL PAY INPUT RECORD.  ONE
000400*                   RECORD PER EMPLOYEE TO BE PAID, IN ASCENDING
000500*                   EMP-ID ORDER, PREPARED BY THE PAYROLL DESK
000600*                   FOR A SUPPLEMENTAL RUN OF PAYROLL (RUN TYPE S
000700*                   IN PAYPARM.DAT).  THE THREE AMOUNTS ARE PAID
000800*                   TOGETHER AS ONE SUPPLEMENTAL GROSS, WITHHELD
000900*                   AT THE FLAT SUPPLEMENTAL RATE (SUPPRATE ON THE
001000*                   RATE TABLE).  A CORRECTION IS AN UNDERPAYMENT
001100*                   MADE GOOD - OVERPAYMENTS GO THROUGH PAYADJ.
001200*                   ONLY EMPLOYEES LISTED HERE ARE PAID.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    ---------- ---- ------------------------------------------
001600*    2026-10-15 RTM  ORIGINAL LAYOUT.
001700*****************************************************************
001800 01  SUPP-PAY-RECORD.
001900     05  SP-EMP-ID                 PIC X(10).
002000     05  SP-BONUS-AMOUNT           PIC 9(7)V99.
002100     05  SP-COMMISSION-AMOUNT      PIC 9(7)V99.
002200     05  SP-CORRECTION-AMOUNT      PIC 9(7)V99.
002300     05  SP-REASON                 PIC X(20).
