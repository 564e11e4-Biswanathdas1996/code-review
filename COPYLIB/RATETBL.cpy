000100*****************************************************************
000200*    COPYBOOK.....: RATETBL
000300*    DESCRIPTION..: EFFECTIVE-DATED TAX AND RATE TABLE RECORD,
000400*                   KEYED RATE CODE + EFFECTIVE DATE.  EACH
000500*                   CODE MAY CARRY ANY NUMBER OF DATED ENTRIES;
000600*                   THE ENTRY IN FORCE ON A GIVEN DATE IS THE
000700*                   ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER
000800*                   IT, PROVIDED ITS EXPIRY DATE (LAST DAY IN
000900*                   FORCE, ZERO = OPEN-ENDED) IS NOT BEFORE IT.
001000*                   PAYROLL AND PAYMAINT JUDGE THIS AGAINST THE
001100*                   PERIOD-END DATE IN PAYPARM.DAT; RATEMAINT
001200*                   IS THE ONLY PROGRAM THAT WRITES THE FILE.
001300*                   SCALAR CODES CARRY A RATE AND/OR AN AMOUNT
001400*                   (WAGE BASE, THRESHOLD, HOURS, PREMIUM); THE
001500*                   THREE WITHHOLDING CODES CARRY A FULL BRACKET
001600*                   SET IN THE REDEFINED VALUE AREA, LAID OUT AS
001700*                   TAXTABL LOADS IT.
001800*    MODIFICATION HISTORY
001900*    DATE       INIT DESCRIPTION
002000*    ---------- ---- ------------------------------------------
002100*    2026-10-15 RTM  ORIGINAL LAYOUT.
002110*    2026-10-15 RTM  VARIANCE REVIEW THRESHOLD CODES VARSWING,
002120*                    VAROTAVG AND VAR1STCK.
002130*    2026-10-15 RTM  AUDIT THRESHOLD CODE AUDNOPAY.
002200*****************************************************************
002300 01  RATE-TABLE-RECORD.
002400     05  RT-KEY.
002500         10  RT-RATE-CODE          PIC X(08).
002600             88  RT-WH-SINGLE          VALUE 'WHSINGLE'.
002700             88  RT-WH-MARRIED         VALUE 'WHMARRID'.
002800             88  RT-WH-HEAD            VALUE 'WHHEADHH'.
002900             88  RT-BRACKET-CODE       VALUE 'WHSINGLE'
003000                                             'WHMARRID'
003100                                             'WHHEADHH'.
003200             88  RT-ALLOWANCE          VALUE 'ALLOWNCE'.
003300             88  RT-STD-HOURS          VALUE 'STDHOURS'.
003400             88  RT-OT-PREMIUM         VALUE 'OTPREMUM'.
003500             88  RT-SUPP-RATE          VALUE 'SUPPRATE'.
003600             88  RT-ER-FICA            VALUE 'ERFICA'.
003700             88  RT-ER-FUTA            VALUE 'ERFUTA'.
003800             88  RT-ER-SUTA            VALUE 'ERSUTA'.
003900             88  RT-EE-OASDI           VALUE 'EEOASDI'.
004000             88  RT-EE-MEDICARE        VALUE 'EEMEDICR'.
004100             88  RT-EE-ADDL-MEDICARE   VALUE 'EEADDMED'.
004101*            VARREVW THRESHOLDS - VARSWING RATE IS THE GROSS/NET
004102*            SWING FRACTION; VAROTAVG RATE IS THE FRACTION ABOVE
004103*            AVERAGE OVERTIME AND ITS AMOUNT THE MINIMUM EXCESS
004104*            HOURS; VAR1STCK AMOUNT IS THE FIRST-PAYCHECK LIMIT.
004105             88  RT-VAR-SWING          VALUE 'VARSWING'.
004106             88  RT-VAR-OT-AVERAGE     VALUE 'VAROTAVG'.
004107             88  RT-VAR-FIRST-CHECK    VALUE 'VAR1STCK'.
004108*            PAYAUDIT - AUDNOPAY AMOUNT IS THE UNPAID LIMIT.
004109             88  RT-AUD-NO-PAY         VALUE 'AUDNOPAY'.
004110             88  RT-VALID-CODE         VALUE 'WHSINGLE'
004120                                             'WHMARRID'
004130                                             'WHHEADHH'
004140                                             'ALLOWNCE'
004150                                             'STDHOURS'
004160                                             'OTPREMUM'
004170                                             'SUPPRATE'
004180                                             'ERFICA'
004190                                             'ERFUTA'
004191                                             'ERSUTA'
004192                                             'EEOASDI'
004193                                             'EEMEDICR'
004194                                             'EEADDMED'
004195                                             'VARSWING'
004196                                             'VAROTAVG'
004197                                             'VAR1STCK'
004198                                             'AUDNOPAY'.
004200         10  RT-EFFECTIVE-DATE     PIC 9(08).
004300     05  RT-EXPIRE-DATE            PIC 9(08).
004400     05  RT-DESCRIPTION            PIC X(30).
004500     05  RT-LAST-CHANGE-DATE       PIC 9(08).
004600     05  RT-LAST-CHANGE-BY         PIC X(10).
004700     05  RT-VALUES.
004800         10  RT-RATE               PIC V9999.
004900         10  RT-AMOUNT             PIC 9(8)V99.
005000         10  FILLER                PIC X(148).
005100     05  RT-BRACKET-VALUES REDEFINES RT-VALUES.
005200         10  RT-BRACKET-COUNT      PIC 9(02).
005300         10  RT-BRACKET            OCCURS 5 TIMES
005400                                   INDEXED BY RT-BKT-IDX.
005500             15  RT-LOW-LIMIT      PIC 9(8)V99.
005600             15  RT-HIGH-LIMIT     PIC 9(8)V99.
005700             15  RT-BASE-TAX       PIC 9(7)V99.
005800             15  RT-BRACKET-RATE   PIC V999.
