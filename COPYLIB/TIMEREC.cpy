000100*****************************************************************
000200*    COPYBOOK.....: TIMEREC
000300*    DESCRIPTION..: PER-PAY-PERIOD TIMECARD RECORD.  ONE RECORD
000400*                   PER EMP-ID PER CHARGE LINE PER PERIOD, BY THE
000500*                   PLANT TIMEKEEPING FEED.  REGULAR AND OVERTIME
000600*                   HOURS ARE PRICED AGAINST THE EMPLOYEE'S
000700*                   STANDING PER-PERIOD SALARY; BONUS IS A
000800*                   FLAT ONE-OFF AMOUNT ADDED TO THE PERIOD GROSS.
000810*                   THE FEED ALSO CARRIES TWO CONTROL RECORDS IN
000820*                   THE SAME 29-BYTE SHAPE, FLAGGED BY THE FIRST
001270*                    DRAW DOWN.  THE HDR/TRL CONTROL RECORDS
001280*                    KEEP THEIR ORIGINAL 29-BYTE CONTENT, SPACE
001290*                    PADDED TO THE NEW LENGTH.
001291*    2026-10-15 RTM  LABOR DISTRIBUTION - A CARD IS NOW ONE
001292*                    CHARGE LINE: THE DEPARTMENT (AND OPTIONAL
001293*                    PROJECT) ITS HOURS ARE WORKED FOR.  AN
001294*                    EMPLOYEE MAY SEND SEVERAL LINES, UP TO
001295*                    EIGHT, ONE PER DEPARTMENT/PROJECT; THE
001296*                    BONUS AND PTO FIGURES ARE SUMMED ACROSS
001297*                    THEM.  A BLANK CHARGE DEPARTMENT MEANS THE
001298*                    EMPLOYEE'S HOME DEPT-CODE, SO A ONE-LINE
001299*                    CARD READS AS IT ALWAYS DID.
001300*****************************************************************
001400 01  TIMECARD-RECORD.
001500     05  TC-EMP-ID                 PIC X(10).
001800     05  TC-BONUS-AMOUNT           PIC 9(7)V99.
001900     05  TC-VAC-TAKEN              PIC 9(3)V99.
002000     05  TC-SICK-TAKEN             PIC 9(3)V99.
002100     05  TC-CHARGE-DEPT            PIC X(05).
002200     05  TC-PROJECT-CODE           PIC X(08).
