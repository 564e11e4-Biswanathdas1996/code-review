001201*                    PAYADJ MUST NEVER ORIGINATE A REVERSAL
001202*                    DEBIT FROM THE TRACE ALONE.  PHCONV SETS
001203*                    THE BYTE FROM THE TRACE AT CONVERSION.
001204*    2026-10-15 RTM  ADDED THE EMPLOYEE OASDI AND MEDICARE
001205*                    SHARES WITHHELD.  NET IS NOW GROSS LESS TAX,
001206*                    OASDI, MEDICARE, BENEFITS AND OTHER
001207*                    DEDUCTIONS.  ROWS WRITTEN BEFORE THE CHANGE
001208*                    CARRY ZERO IN BOTH.
001209*    2026-10-15 RTM  ADDED THE REGULAR AND OVERTIME HOURS PAID,
001210*                    THE STANDING PER-PERIOD SALARY THEY WERE
001211*                    PRICED FROM, AND A ROW-TYPE BYTE, SO
001212*                    RETROPAY CAN RE-PRICE A PERIOD AFTER A
001213*                    BACK-DATED PAY CHANGE.  A RETRO EARNINGS
001214*                    ROW (TYPE R) CARRIES ONLY THE RETRO GROSS
001215*                    PAID IN ITS PERIOD; THE WITHHOLDING AND NET
001216*                    FOR THE WHOLE PAYMENT STAY ON THE PAY RUN'S
001217*                    OWN ROW, SO THE PERIOD FOOTS ACROSS THE TWO
001218*                    ROWS TOGETHER.  REVERSALS, REISSUES AND
001219*                    PAYOUTS CARRY ZERO HOURS AND SALARY.
001220*    2026-10-15 RTM  ADDED ROW TYPE S FOR AN OFF-CYCLE
001221*                    SUPPLEMENTAL PAYMENT - A PAYMENT OF ITS OWN,
001222*                    FILED UNDER THE PERIOD IT FELL IN AT THE
001223*                    FIRST FREE SEQUENCE FROM 01 (00 STAYS THE
001224*                    PAY RUN'S), WITH ZERO HOURS AND SALARY.
001225*****************************************************************
001300 01  PAY-HISTORY-RECORD.
001310     05  PH-KEY.
001400         10  PH-EMP-ID             PIC X(10).
002300         88  PH-PAID-BY-ACH            VALUE 'A'.
002400         88  PH-PAID-BY-CHECK          VALUE 'C'.
002500         88  PH-PAID-PRENOTE-CHECK     VALUE 'P'.
002600     05  PH-OASDI                  PIC S9(7)V99.
002700     05  PH-MEDICARE               PIC S9(7)V99.
002710     05  PH-REG-HOURS              PIC S9(3)V99.
002720     05  PH-OT-HOURS               PIC S9(3)V99.
002730     05  PH-BASE-SALARY            PIC 9(8)V99.
002740     05  PH-ROW-TYPE               PIC X(01).
002750         88  PH-PAY-ROW                VALUE SPACE.
002760         88  PH-RETRO-ROW              VALUE 'R'.
002770         88  PH-SUPP-ROW               VALUE 'S'.
