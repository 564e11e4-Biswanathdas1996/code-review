001100*    DATE       INIT DESCRIPTION
001200*    ---------- ---- ------------------------------------------
001300*    2026-09-02 RTM  ORIGINAL LAYOUT.
001310*    2026-10-15 RTM  ADDED THE EMPLOYEE OASDI AND MEDICARE
001320*                    WITHHOLDING ROWS ('OASD', 'MEDI') SO THE
001330*                    DEPOSIT FIGURES CARRY BOTH SHARES.
001400*****************************************************************
001500 01  TAX-ACCRUAL-RECORD.
001600     05  TA-PERIOD-NUMBER          PIC 9(06).
001900         88  TA-FICA-MATCH             VALUE 'FICA'.
002000         88  TA-FED-UNEMPLOYMENT       VALUE 'FUTA'.
002100         88  TA-STATE-UNEMPLOYMENT     VALUE 'SUTA'.
002110         88  TA-EE-OASDI               VALUE 'OASD'.
002120         88  TA-EE-MEDICARE            VALUE 'MEDI'.
002200     05  TA-TAXABLE-WAGES          PIC 9(11)V99.
002300     05  TA-ACCRUAL-AMOUNT         PIC 9(9)V99.
