001040*                    PERIOD'S GROSS IS STILL TAXABLE, SO THE
001050*                    ACCRUAL STOPS BY ITSELF WHEN AN EMPLOYEE
001060*                    CROSSES A BASE.
001070*    2026-10-15 RTM  ADDED EMPLOYEE-SIDE OASDI AND MEDICARE
001080*                    WITHHELD AND THE OASDI WAGES TAXED SO FAR
001090*                    THIS YEAR, WHICH STOP GROWING AT THE ANNUAL
001092*                    WAGE BASE.  THE BASE ITSELF IS JUDGED FROM
001094*                    YTD-GROSS, THE SAME AS THE EMPLOYER MATCH.
001100*****************************************************************
001200 01  YTD-MASTER-RECORD.
001300     05  YTD-EMP-ID                PIC X(10).
002000     05  YTD-ER-FICA               PIC 9(9)V99.
002100     05  YTD-ER-FUTA               PIC 9(9)V99.
002200     05  YTD-ER-SUTA               PIC 9(9)V99.
002300     05  YTD-EE-OASDI              PIC 9(9)V99.
002400     05  YTD-EE-MEDICARE           PIC 9(9)V99.
002500     05  YTD-OASDI-WAGES           PIC 9(9)V99.
