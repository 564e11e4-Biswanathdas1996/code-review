000100*****************************************************************
000200*    PROGRAM-ID..: VARREVW
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: PRE-RELEASE VARIANCE REVIEW.  READS THE TRIAL
000900*                  PAY RUN'S RESULTS (PAYROLL-REPORT.TXT) FOR THE
001000*                  PERIOD IN PAYPARM.DAT AND EACH EMPLOYEE'S PAY
001100*                  HISTORY, AND LISTS ON VARREVW.TXT EVERY
001200*                  EXCEPTION A PAYROLL SUPERVISOR SHOULD LOOK AT
001300*                  BEFORE THE FINAL RUN IS RELEASED:
001400*                    V01  GROSS PAY SWING FROM LAST PERIOD
001500*                    V02  NET PAY SWING FROM LAST PERIOD
001600*                    V03  PAID THIS PERIOD, NOT LAST PERIOD
001700*                    V04  PAID LAST PERIOD, NOT THIS PERIOD
001800*                    V05  OVERTIME WELL ABOVE THE EMPLOYEE'S
001900*                         AVERAGE OVER RECENT PERIODS
002000*                    V06  BANK ROUTING/ACCOUNT CHANGED SINCE THE
002100*                         LAST SIGNED-OFF RUN
002200*                    V07  NET PAY DIVERTED TO A DIFFERENT ACCOUNT
002300*                         TYPE SINCE THE LAST SIGNED-OFF RUN
002400*                    V08  FIRST PAYCHECK OVER THE DOLLAR LIMIT
002500*                  THE LIMITS ARE RATE-TABLE CODES (VARSWING,
002600*                  VAROTAVG, VAR1STCK) IN FORCE AT THE PERIOD END.
002700*                  "LAST PERIOD" IS THE LATEST PERIOD MARKED PAID
002800*                  ON PERIODCT.DAT BEFORE THIS ONE.  THE REPORT
002900*                  ENDS WITH A SIGN-OFF PAGE, AND THE REVIEW IS
003000*                  RECORDED PENDING ON VARSIGN.DAT WITH THE TRIAL
003100*                  RUN'S CONTROL TOTALS.
003200*
003300*                  SIGN-OFF IS A SECOND RUN WITH AN APPROVAL
003400*                  RECORD ON VARAPPR.DAT FOR THE PERIOD.  THE
003500*                  APPROVER MUST NOT BE THE PREPARER, AND THE
003600*                  EMPLOYEE COUNT AND NET KEYED ON THE APPROVAL
003700*                  MUST MATCH BOTH THE REVIEW AND A RECOUNT OF
003800*                  THE TRIAL RESULTS - A TRIAL RERUN SINCE THE
003900*                  REVIEW MEANS REVIEWING AGAIN.  SIGN-OFF MARKS
004000*                  VARSIGN.DAT, APPENDS A CONFIRMATION TO THE
004100*                  REPORT AND SAVES THE BANK DETAILS REVIEWED AS
004200*                  THE BASELINE (VARBANK.DAT) FOR THE NEXT REVIEW.
004300*                  PAYROLL HOLDS A REGULAR FINAL RUN UNTIL ITS
004400*                  PERIOD IS SIGNED OFF.
004500*
004600*    MODIFICATION HISTORY
004700*    DATE       INIT DESCRIPTION
004800*    ---------- ---- ------------------------------------------
004900*    2026-10-15 RTM  ORIGINAL VERSION.
005000*****************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. VARREVW.
005300 AUTHOR. R-T-MORALES.
005400 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
005500 DATE-WRITTEN. 2026-10-15.
005600 DATE-COMPILED.
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT RUN-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-PARM-FILE-STATUS.
006400
006500     SELECT TRIAL-RESULTS-FILE ASSIGN TO 'PAYROLL-REPORT.TXT'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-TRIAL-FILE-STATUS.
006800
006900     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS PH-KEY
007300         FILE STATUS IS WS-HIST-FILE-STATUS.
007400
007500     SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODCT.DAT'
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS PC-PERIOD-NUMBER
007900         FILE STATUS IS WS-PDCT-FILE-STATUS.
008000
008100     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS EMP-ID
008500         FILE STATUS IS WS-EMP-FILE-STATUS.
008600
008700     SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS RT-KEY
009100         FILE STATUS IS WS-RATE-FILE-STATUS.
009200
009300     SELECT VARIANCE-SIGNOFF-FILE ASSIGN TO 'VARSIGN.DAT'
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS RANDOM
009600         RECORD KEY IS VS-PERIOD-NUMBER
009700         FILE STATUS IS WS-VS-FILE-STATUS.
009800
009900     SELECT BANK-BASELINE-FILE ASSIGN TO 'VARBANK.DAT'
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-VB-FILE-STATUS.
010200
010300     SELECT APPROVAL-FILE ASSIGN TO 'VARAPPR.DAT'
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-VA-FILE-STATUS.
010600
010700     SELECT REVIEW-REPORT-FILE ASSIGN TO 'VARREVW.TXT'
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-RPT-FILE-STATUS.
011000
011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  RUN-PARM-FILE.
011400 01  RUN-PARM-INPUT-RECORD         PIC X(49).
011500
011600 FD  TRIAL-RESULTS-FILE.
011700 COPY PAYRPT.
011800
011900 FD  PAY-HISTORY-FILE.
012000 COPY PAYHIST.
012100
012200 FD  PERIOD-CONTROL-FILE.
012300 COPY PERIODCT.
012400
012500 FD  EMPLOYEE-FILE.
012600 COPY EMPREC.
012700
012800 FD  RATE-TABLE-FILE.
012900 COPY RATETBL.
013000
013100 FD  VARIANCE-SIGNOFF-FILE.
013200 COPY VARSIGN.
013300
013400*    BANK DETAILS AS LAST SIGNED OFF, ONE ROW PER EMPLOYEE IN THE
013500*    TRIAL RUN, REWRITTEN WHOLE AT EACH SIGN-OFF.
013600 FD  BANK-BASELINE-FILE.
013700 01  BANK-BASELINE-RECORD.
013800     05  VB-EMP-ID                 PIC X(10).
013900     05  VB-BANK-ROUTING           PIC 9(09).
014000     05  VB-BANK-ACCOUNT           PIC X(17).
014100     05  VB-ACCT-TYPE              PIC X(01).
014200     05  VB-PERIOD-NUMBER          PIC 9(06).
014300
014400*    APPROVAL TRANSACTION - THE APPROVER KEYS THE EMPLOYEE COUNT
014500*    AND TRIAL NET FROM THE SIGN-OFF PAGE THEY REVIEWED.
014600 FD  APPROVAL-FILE.
014700 01  APPROVAL-RECORD.
014800     05  VA-PERIOD-NUMBER          PIC 9(06).
014900     05  VA-APPROVER-ID            PIC X(10).
015000     05  VA-EMPLOYEE-COUNT         PIC 9(07).
015100     05  VA-TRIAL-NET              PIC 9(11)V99.
015200
015300 FD  REVIEW-REPORT-FILE.
015400 01  REVIEW-REPORT-LINE            PIC X(132).
015500
015600 WORKING-STORAGE SECTION.
015700*****************************************************************
015800*    FILE STATUS FIELDS
015900*****************************************************************
016000 01  WS-PARM-FILE-STATUS           PIC X(02).
016100 01  WS-TRIAL-FILE-STATUS          PIC X(02).
016200 01  WS-HIST-FILE-STATUS           PIC X(02).
016300 01  WS-PDCT-FILE-STATUS           PIC X(02).
016400 01  WS-EMP-FILE-STATUS            PIC X(02).
016500 01  WS-RATE-FILE-STATUS           PIC X(02).
016600 01  WS-VS-FILE-STATUS             PIC X(02).
016700 01  WS-VB-FILE-STATUS             PIC X(02).
016800 01  WS-VA-FILE-STATUS             PIC X(02).
016900 01  WS-RPT-FILE-STATUS            PIC X(02).
017000
017100*****************************************************************
017200*    SWITCHES
017300*****************************************************************
017400 01  WS-TRIAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
017500     88  WS-TRIAL-EOF                 VALUE 'Y'.
017600
017700 01  WS-HIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
017800     88  WS-HIST-EOF                  VALUE 'Y'.
017900
018000 01  WS-PDCT-EOF-SWITCH            PIC X(01) VALUE 'N'.
018100     88  WS-PDCT-EOF                  VALUE 'Y'.
018200
018300 01  WS-RATE-EOF-SWITCH            PIC X(01) VALUE 'N'.
018400     88  WS-RATE-EOF                  VALUE 'Y'.
018500
018600 01  WS-VB-EOF-SWITCH              PIC X(01) VALUE 'N'.
018700     88  WS-VB-EOF                    VALUE 'Y'.
018800
018900 01  WS-RUN-MODE-SWITCH            PIC X(01) VALUE 'R'.
019000     88  WS-REVIEW-MODE               VALUE 'R'.
019100     88  WS-SIGNOFF-MODE              VALUE 'S'.
019200
019300 01  WS-PERIOD-PAID-SWITCH         PIC X(01) VALUE 'N'.
019400     88  WS-PERIOD-ALREADY-PAID       VALUE 'Y'.
019500
019600 01  WS-BASELINE-SWITCH            PIC X(01) VALUE 'N'.
019700     88  WS-BASELINE-LOADED           VALUE 'Y'.
019800
019900 01  WS-SWING-FOUND-SWITCH         PIC X(01) VALUE 'N'.
020000     88  WS-SWING-FOUND               VALUE 'Y'.
020100
020200 01  WS-OTAVG-FOUND-SWITCH         PIC X(01) VALUE 'N'.
020300     88  WS-OTAVG-FOUND               VALUE 'Y'.
020400
020500 01  WS-FIRSTCK-FOUND-SWITCH       PIC X(01) VALUE 'N'.
020600     88  WS-FIRSTCK-FOUND             VALUE 'Y'.
020700
020800 01  WS-EMP-FLAGGED-SWITCH         PIC X(01) VALUE 'N'.
020900     88  WS-EMP-FLAGGED               VALUE 'Y'.
021000
021100 01  WS-SIGNOFF-ERROR-SWITCH       PIC X(01) VALUE 'N'.
021200     88  WS-SIGNOFF-REFUSED           VALUE 'Y'.
021300
021400 01  WS-VS-NEW-SWITCH              PIC X(01) VALUE 'N'.
021500     88  WS-VS-NEW-RECORD             VALUE 'Y'.
021600
021700 01  WS-WITHDRAWN-SWITCH           PIC X(01) VALUE 'N'.
021800     88  WS-SIGNOFF-WITHDRAWN         VALUE 'Y'.
021900
022000*****************************************************************
022100*    RUN DATE / PARAMETERS
022200*****************************************************************
022300 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
022400 COPY PAYPARM.
022500
022600*****************************************************************
022700*    REVIEW LIMITS - FROM THE RATE TABLE AS OF THE PERIOD END
022800*****************************************************************
022900 01  WS-SWING-RATE                 PIC V9999 VALUE ZERO.
023000 01  WS-OT-ABOVE-RATE              PIC V9999 VALUE ZERO.
023100 01  WS-OT-MIN-EXCESS              PIC 9(3)V99 VALUE ZERO.
023200 01  WS-FIRST-CHECK-LIMIT          PIC 9(8)V99 VALUE ZERO.
023300
023400*****************************************************************
023500*    LAST PERIOD - THE LATEST PERIOD MARKED PAID BEFORE THIS ONE.
023600*    ZERO WHEN NONE IS ON FILE, WHICH SKIPS THE PERIOD-TO-PERIOD
023700*    CHECKS (V01 TO V04).
023800*****************************************************************
023900 01  WS-LAST-PERIOD                PIC 9(06) VALUE ZERO.
024000 01  WS-LAST-PERIOD-END-DATE       PIC 9(08) VALUE ZERO.
024100 01  WS-LAST-EMP-COUNT             PIC 9(07) VALUE ZERO.
024200 01  WS-LAST-TOTAL-GROSS           PIC S9(11)V99 VALUE ZERO.
024300 01  WS-LAST-TOTAL-NET             PIC S9(11)V99 VALUE ZERO.
024400
024500*****************************************************************
024600*    TRIAL RUN RESULTS, ONE ENTRY PER EMPLOYEE PAID, IN THE
024700*    EMP-ID ORDER PAYROLL WROTE THEM.  THE HISTORY FIGURES ARE
024800*    FILLED IN BY THE PAY-HISTORY PASS.  THE REVIEW MUST COVER
024900*    THE WHOLE RUN, SO OVERFLOWING THE TABLE STOPS THE PROGRAM.
025000*****************************************************************
025100 01  WS-TRIAL-MAX                  PIC 9(04) VALUE 2000.
025200 01  WS-TRIAL-COUNT                PIC 9(07) VALUE ZERO.
025300 01  WS-TRIAL-GROSS                PIC 9(11)V99 VALUE ZERO.
025400 01  WS-TRIAL-NET                  PIC 9(11)V99 VALUE ZERO.
025500 01  WS-TRIAL-TABLE.
025600     05  TT-ENTRY                  OCCURS 2000 TIMES
025700                                   INDEXED BY TT-IDX.
025800         10  TT-EMP-ID             PIC X(10).
025900         10  TT-EMP-NAME           PIC X(30).
026000         10  TT-DEPT-CODE          PIC X(05).
026100         10  TT-GROSS              PIC 9(8)V99.
026200         10  TT-NET                PIC 9(8)V99.
026300         10  TT-OT-HOURS           PIC 9(3)V99.
026400         10  TT-BANK-ROUTING       PIC 9(09).
026500         10  TT-BANK-ACCOUNT       PIC X(17).
026600         10  TT-ACCT-TYPE          PIC X(01).
026700         10  TT-HIST-SWITCH        PIC X(01).
026800             88  TT-HAS-HISTORY        VALUE 'Y'.
026900         10  TT-PAID-LAST-SWITCH   PIC X(01).
027000             88  TT-PAID-LAST          VALUE 'Y'.
027100         10  TT-PAID-BEFORE-SWITCH PIC X(01).
027200             88  TT-PAID-BEFORE        VALUE 'Y'.
027300         10  TT-LAST-PAID-PERIOD   PIC 9(06).
027400         10  TT-LAST-GROSS         PIC S9(9)V99.
027500         10  TT-LAST-NET           PIC S9(9)V99.
027600         10  TT-OT-SUM             PIC 9(5)V99.
027700         10  TT-OT-COUNT           PIC 9(01).
027800
027900*****************************************************************
028000*    BANK BASELINE FROM THE LAST SIGNED-OFF REVIEW
028100*****************************************************************
028200 01  WS-BANK-MAX                   PIC 9(04) VALUE 2000.
028300 01  WS-BANK-COUNT                 PIC 9(04) VALUE ZERO.
028400 01  WS-BANK-PERIOD                PIC 9(06) VALUE ZERO.
028500 01  WS-BANK-TABLE.
028600     05  BK-ENTRY                  OCCURS 2000 TIMES
028700                                   INDEXED BY BK-IDX.
028800         10  BK-EMP-ID             PIC X(10).
028900         10  BK-BANK-ROUTING       PIC 9(09).
029000         10  BK-BANK-ACCOUNT       PIC X(17).
029100         10  BK-ACCT-TYPE          PIC X(01).
029200
029300*****************************************************************
029400*    EMPLOYEES PAID LAST PERIOD BUT NOT IN THIS TRIAL RUN (V04),
029500*    LISTED IN THEIR OWN SECTION AFTER THE HISTORY PASS.
029600*****************************************************************
029700 01  WS-NOT-PAID-MAX               PIC 9(03) VALUE 500.
029800 01  WS-NOT-PAID-COUNT             PIC 9(03) VALUE ZERO.
029900 01  WS-NOT-PAID-OVERFLOW          PIC 9(05) VALUE ZERO.
030000 01  WS-NOT-PAID-TABLE.
030100     05  NP-ENTRY                  OCCURS 500 TIMES
030200                                   INDEXED BY NP-IDX.
030300         10  NP-EMP-ID             PIC X(10).
030400         10  NP-LAST-NET           PIC S9(9)V99.
030500
030600*****************************************************************
030700*    ONE EMPLOYEE'S PAY HISTORY, GATHERED AS THE FILE IS READ IN
030800*    KEY ORDER.  OVERTIME FROM THE PAY RUN'S OWN ROW (SEQUENCE
030900*    00) OF THE LAST SIX PERIODS IS KEPT IN A ROLLING WINDOW FOR
031000*    THE AVERAGE; REVERSALS, RETRO AND OFF-CYCLE ROWS CARRY NO
031100*    HOURS.  LAST PERIOD'S PAY FOOTS EVERY ROW BUT OFF-CYCLE, SO
031200*    A VOID AND REISSUE NET OUT AND RETRO PAID IS INCLUDED, AS
031300*    IT IS IN THE TRIAL RUN'S GROSS.
031400*****************************************************************
031500 01  WS-GRP-EMP-ID                 PIC X(10) VALUE SPACES.
031600 01  WS-GRP-PAID-BEFORE-SWITCH     PIC X(01) VALUE 'N'.
031700     88  WS-GRP-PAID-BEFORE           VALUE 'Y'.
031800 01  WS-GRP-LAST-ROWS-SWITCH       PIC X(01) VALUE 'N'.
031900     88  WS-GRP-HAS-LAST-ROWS         VALUE 'Y'.
032000 01  WS-GRP-PAID-LAST-SWITCH       PIC X(01) VALUE 'N'.
032100     88  WS-GRP-PAID-LAST             VALUE 'Y'.
032200 01  WS-GRP-LAST-PAID-PERIOD       PIC 9(06) VALUE ZERO.
032300 01  WS-GRP-LAST-GROSS             PIC S9(9)V99 VALUE ZERO.
032400 01  WS-GRP-LAST-NET               PIC S9(9)V99 VALUE ZERO.
032500 01  WS-OT-WINDOW-MAX              PIC 9(01) VALUE 6.
032600 01  WS-GRP-OT-COUNT               PIC 9(01) VALUE ZERO.
032700 01  WS-GRP-OT-NEXT                PIC 9(01) VALUE ZERO.
032800 01  WS-GRP-OT-SUM                 PIC 9(5)V99 VALUE ZERO.
032900 01  WS-OT-WINDOW.
033000     05  OTW-HOURS                 PIC S9(3)V99 OCCURS 6 TIMES
033100                                   INDEXED BY OTW-IDX.
033200
033300*****************************************************************
033400*    EXCEPTION LINE WORK FIELDS AND DESCRIPTIONS BY CODE
033500*****************************************************************
033600 01  WS-EXC-NUMBER                 PIC 9(01) VALUE ZERO.
033700 01  WS-EXC-EMP-ID                 PIC X(10) VALUE SPACES.
033800 01  WS-EXC-EMP-NAME               PIC X(30) VALUE SPACES.
033900 01  WS-EXC-DEPT-CODE              PIC X(05) VALUE SPACES.
034000 01  WS-EXC-CURRENT                PIC S9(9)V99 VALUE ZERO.
034100 01  WS-EXC-PRIOR                  PIC S9(9)V99 VALUE ZERO.
034200 01  WS-EXC-DETAIL                 PIC X(26) VALUE SPACES.
034300 01  WS-EXC-DESCRIPTIONS.
034400     05  FILLER                    PIC X(32)
034500             VALUE 'GROSS PAY SWING FROM LAST PERIOD'.
034600     05  FILLER                    PIC X(32)
034700             VALUE 'NET PAY SWING FROM LAST PERIOD'.
034800     05  FILLER                    PIC X(32)
034900             VALUE 'PAID THIS PERIOD, NOT LAST'.
035000     05  FILLER                    PIC X(32)
035100             VALUE 'PAID LAST PERIOD, NOT THIS'.
035200     05  FILLER                    PIC X(32)
035300             VALUE 'OVERTIME WELL ABOVE AVERAGE'.
035400     05  FILLER                    PIC X(32)
035500             VALUE 'BANK DETAILS CHANGED'.
035600     05  FILLER                    PIC X(32)
035700             VALUE 'NET DIVERTED TO OTHER ACCT TYPE'.
035800     05  FILLER                    PIC X(32)
035900             VALUE 'FIRST PAYCHECK OVER LIMIT'.
036000 01  WS-EXC-DESC-TABLE REDEFINES WS-EXC-DESCRIPTIONS.
036100     05  EXC-DESC                  PIC X(32) OCCURS 8 TIMES.
036200 01  WS-EXC-CODE-MAX               PIC 9(01) VALUE 8.
036300 01  WS-EXC-COUNTS.
036400     05  EXC-COUNT                 PIC 9(05) OCCURS 8 TIMES
036500                                   INDEXED BY EXC-IDX.
036600
036700*****************************************************************
036800*    CHECK WORK FIELDS
036900*****************************************************************
037000 01  WS-SWING-DIFF                 PIC S9(9)V99 VALUE ZERO.
037100 01  WS-SWING-ABS                  PIC 9(9)V99 VALUE ZERO.
037200 01  WS-SWING-LIMIT                PIC 9(9)V99 VALUE ZERO.
037300 01  WS-SWING-PCT                  PIC S9(5)V9 VALUE ZERO.
037400 01  WS-OT-AVERAGE                 PIC 9(3)V99 VALUE ZERO.
037500 01  WS-OT-LIMIT                   PIC 9(5)V99 VALUE ZERO.
037600 01  WS-OT-EXCESS                  PIC S9(5)V99 VALUE ZERO.
037700 01  WS-ACCT-TYPE-FROM             PIC X(08) VALUE SPACES.
037800 01  WS-ACCT-TYPE-TO               PIC X(08) VALUE SPACES.
037900 01  WS-ACCT-TYPE-WORK             PIC X(01) VALUE SPACE.
038000 01  WS-ACCT-TYPE-NAME             PIC X(08) VALUE SPACES.
038100
038200*****************************************************************
038300*    RUN COUNTERS AND TOTALS
038400*****************************************************************
038500 01  WS-HIST-READ                  PIC 9(09) VALUE ZERO.
038600 01  WS-EMP-FLAGGED-COUNT          PIC 9(07) VALUE ZERO.
038700 01  WS-EXC-TOTAL                  PIC 9(05) VALUE ZERO.
038800
038900*****************************************************************
039000*    REPORT EDIT FIELDS
039100*****************************************************************
039200 01  WS-EDIT-CURRENT               PIC -ZZ,ZZZ,ZZ9.99.
039300 01  WS-EDIT-PRIOR                 PIC -ZZ,ZZZ,ZZ9.99.
039400 01  WS-EDIT-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
039500 01  WS-EDIT-COUNT                 PIC ZZZ,ZZ9.
039600 01  WS-EDIT-PCT                   PIC -ZZZZ9.9.
039700 01  WS-EDIT-RATE-PCT              PIC ZZ9.99.
039800 01  WS-EDIT-HOURS                 PIC ZZ9.99.
039900 01  WS-RATE-PCT                   PIC 9(3)V99 VALUE ZERO.
040000
040100 PROCEDURE DIVISION.
040200*****************************************************************
040300*    0000-MAINLINE
040400*****************************************************************
040500 0000-MAINLINE.
040600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040700     IF WS-SIGNOFF-MODE
040800         PERFORM 6000-RECORD-SIGNOFF THRU 6000-EXIT
040900     ELSE
041000         PERFORM 2000-SCAN-PAY-HISTORY THRU 2000-EXIT
041100         SET TT-IDX TO 1
041200         PERFORM 3000-REVIEW-EMPLOYEE THRU 3000-EXIT
041300             UNTIL TT-IDX > WS-TRIAL-COUNT
041400         PERFORM 4000-WRITE-NOT-PAID THRU 4000-EXIT
041500         PERFORM 5000-RECORD-REVIEW THRU 5000-EXIT
041600         PERFORM 8000-FINALIZE THRU 8000-EXIT
041700     END-IF.
041800     STOP RUN.
041900 0000-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*    1000-INITIALIZE
042400*    AN APPROVAL RECORD FOR THIS PERIOD ON VARAPPR.DAT MAKES THIS
042500*    A SIGN-OFF RUN; OTHERWISE THE TRIAL RUN IS REVIEWED.  EITHER
042600*    WAY THE TRIAL RESULTS ARE LOADED AND PROVED TO BE THIS
042700*    PERIOD'S REGULAR TRIAL RUN FIRST.
042800*****************************************************************
042900 1000-INITIALIZE.
043000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043100     DISPLAY 'VARREVW - PRE-RELEASE VARIANCE REVIEW'.
043200     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
043300     PERFORM 1150-READ-APPROVAL THRU 1150-EXIT.
043400     PERFORM 1200-CHECK-PERIOD-CONTROL THRU 1200-EXIT.
043500     PERFORM 1300-LOAD-TRIAL-RESULTS THRU 1300-EXIT.
043600     IF WS-SIGNOFF-MODE
043700         GO TO 1000-EXIT
043800     END-IF.
043900     PERFORM 1400-LOAD-REVIEW-LIMITS THRU 1400-EXIT.
044000     PERFORM 1500-LOAD-BANK-BASELINE THRU 1500-EXIT.
044100     OPEN INPUT PAY-HISTORY-FILE.
044200     IF WS-HIST-FILE-STATUS NOT = '00'
044300         DISPLAY 'VARREVW: UNABLE TO OPEN PAYHIST.DAT - STATUS '
044400             WS-HIST-FILE-STATUS
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF.
044800     OPEN INPUT EMPLOYEE-FILE.
044900     IF WS-EMP-FILE-STATUS NOT = '00'
045000         DISPLAY 'VARREVW: UNABLE TO OPEN EMPLOYEE.DAT - STATUS '
045100             WS-EMP-FILE-STATUS
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500     OPEN OUTPUT REVIEW-REPORT-FILE.
045600     IF WS-RPT-FILE-STATUS NOT = '00'
045700         DISPLAY 'VARREVW: UNABLE TO OPEN VARREVW.TXT - STATUS '
045800             WS-RPT-FILE-STATUS
045900         MOVE 16 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200     INITIALIZE WS-EXC-COUNTS.
046300     PERFORM 1700-WRITE-HEADINGS THRU 1700-EXIT.
046400 1000-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800*    1100-READ-RUN-PARMS - LOAD PAYPARM.DAT
046900*    THE PERIOD, PERIOD-END DATE AND OPERATOR ARE USED.  ONLY
047000*    THE REGULAR PERIOD RUN IS REVIEWED - AN OFF-CYCLE
047100*    SUPPLEMENTAL RUN IS NOT HELD FOR SIGN-OFF.
047200*****************************************************************
047300 1100-READ-RUN-PARMS.
047400     OPEN INPUT RUN-PARM-FILE.
047500     IF WS-PARM-FILE-STATUS NOT = '00'
047600         DISPLAY 'VARREVW: UNABLE TO OPEN PAYPARM.DAT - STATUS '
047700             WS-PARM-FILE-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF.
048100     READ RUN-PARM-FILE
048200         AT END
048300             DISPLAY 'VARREVW: PAYPARM.DAT IS EMPTY'
048400             MOVE 16 TO RETURN-CODE
048500             STOP RUN
048600     END-READ.
048700     MOVE RUN-PARM-INPUT-RECORD TO RUN-PARM-RECORD.
048800     CLOSE RUN-PARM-FILE.
048900     IF PRM-SUPPLEMENTAL-RUN
049000         DISPLAY 'VARREVW: PAYPARM.DAT IS SET FOR AN OFF-CYCLE '
049100             'SUPPLEMENTAL RUN - ONLY THE REGULAR RUN IS REVIEWED'
049200         MOVE 16 TO RETURN-CODE
049300         STOP RUN
049400     END-IF.
049500     IF PRM-OPERATOR-ID = SPACES
049600         DISPLAY 'VARREVW: PAYPARM.DAT OPERATOR ID IS BLANK'
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000 1100-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400*    1150-READ-APPROVAL - VARAPPR.DAT IS OPTIONAL.  A RECORD FOR
050500*    ANOTHER PERIOD IS LEFT ALONE (IT IS NOT THIS PERIOD'S
050600*    SIGN-OFF) AND THE TRIAL RUN IS REVIEWED AS USUAL.
050700*****************************************************************
050800 1150-READ-APPROVAL.
050900     OPEN INPUT APPROVAL-FILE.
051000     IF WS-VA-FILE-STATUS = '35'
051100         GO TO 1150-EXIT
051200     END-IF.
051300     IF WS-VA-FILE-STATUS NOT = '00'
051400         DISPLAY 'VARREVW: UNABLE TO OPEN VARAPPR.DAT - STATUS '
051500             WS-VA-FILE-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     READ APPROVAL-FILE
052000         AT END
052100             CLOSE APPROVAL-FILE
052200             GO TO 1150-EXIT
052300     END-READ.
052400     CLOSE APPROVAL-FILE.
052500     IF VA-PERIOD-NUMBER = PRM-PERIOD-NUMBER
052600         SET WS-SIGNOFF-MODE TO TRUE
052700         DISPLAY 'VARREVW: SIGN-OFF OF PERIOD ' PRM-PERIOD-NUMBER
052800             ' BY ' VA-APPROVER-ID
052900     ELSE
053000         DISPLAY 'VARREVW: WARNING - VARAPPR.DAT IS FOR PERIOD '
053100             VA-PERIOD-NUMBER ' - IGNORED'
053200     END-IF.
053300 1150-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*    1200-CHECK-PERIOD-CONTROL - ONE PASS OF PERIODCT.DAT IN
053800*    PERIOD ORDER.  FINDS THE LATEST PERIOD MARKED PAID BEFORE
053900*    THIS ONE, AND REFUSES A PERIOD WHOSE FINAL RUN IS ALREADY
054000*    DONE UNLESS THE RERUN OVERRIDE IS SET.  NO FILE MEANS NO
054100*    PERIOD HAS BEEN PAID YET.
054200*****************************************************************
054300 1200-CHECK-PERIOD-CONTROL.
054400     OPEN INPUT PERIOD-CONTROL-FILE.
054500     IF WS-PDCT-FILE-STATUS = '35'
054600         GO TO 1200-EXIT
054700     END-IF.
054800     IF WS-PDCT-FILE-STATUS NOT = '00'
054900         DISPLAY 'VARREVW: UNABLE TO OPEN PERIODCT.DAT - STATUS '
055000             WS-PDCT-FILE-STATUS
055100         MOVE 16 TO RETURN-CODE
055200         STOP RUN
055300     END-IF.
055400     PERFORM 1210-READ-ONE-PERIOD THRU 1210-EXIT
055500         UNTIL WS-PDCT-EOF.
055600     CLOSE PERIOD-CONTROL-FILE.
055700     IF WS-PERIOD-ALREADY-PAID
055800         IF PRM-RERUN-AUTHORIZED
055900             DISPLAY 'VARREVW: PERIOD ' PRM-PERIOD-NUMBER
056000                 ' ALREADY PAID - RERUN OVERRIDE ACCEPTED'
056100         ELSE
056200             DISPLAY 'VARREVW: PERIOD ' PRM-PERIOD-NUMBER
056300                 ' IS ALREADY MARKED PAID - NOTHING TO REVIEW.'
056400             MOVE 16 TO RETURN-CODE
056500             STOP RUN
056600         END-IF
056700     END-IF.
056800 1200-EXIT.
056900     EXIT.
057000
057100 1210-READ-ONE-PERIOD.
057200     READ PERIOD-CONTROL-FILE
057300         AT END
057400             SET WS-PDCT-EOF TO TRUE
057500             GO TO 1210-EXIT
057600     END-READ.
057700     IF PC-PERIOD-NUMBER = PRM-PERIOD-NUMBER AND PC-PERIOD-PAID
057800         SET WS-PERIOD-ALREADY-PAID TO TRUE
057900     END-IF.
058000     IF PC-PERIOD-NUMBER < PRM-PERIOD-NUMBER AND PC-PERIOD-PAID
058100         MOVE PC-PERIOD-NUMBER   TO WS-LAST-PERIOD
058200         MOVE PC-PERIOD-END-DATE TO WS-LAST-PERIOD-END-DATE
058300     END-IF.
058400 1210-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800*    1300-LOAD-TRIAL-RESULTS - EVERY ROW OF PAYROLL-REPORT.TXT
058900*    MUST COME FROM A REGULAR TRIAL RUN OF THIS PERIOD.  ANYTHING
059000*    ELSE (A FINAL RUN'S OUTPUT, ANOTHER PERIOD, AN OFF-CYCLE
059100*    RUN) MEANS THE FILE IS NOT WHAT IS TO BE RELEASED.
059200*****************************************************************
059300 1300-LOAD-TRIAL-RESULTS.
059400     OPEN INPUT TRIAL-RESULTS-FILE.
059500     IF WS-TRIAL-FILE-STATUS NOT = '00'
059600         DISPLAY 'VARREVW: UNABLE TO OPEN PAYROLL-REPORT.TXT - '
059700             'STATUS ' WS-TRIAL-FILE-STATUS
059800         MOVE 16 TO RETURN-CODE
059900         STOP RUN
060000     END-IF.
060100     PERFORM 1310-READ-ONE-RESULT THRU 1310-EXIT
060200         UNTIL WS-TRIAL-EOF.
060300     CLOSE TRIAL-RESULTS-FILE.
060400     IF WS-TRIAL-COUNT = ZERO
060500         DISPLAY 'VARREVW: PAYROLL-REPORT.TXT IS EMPTY - RUN THE '
060600             'TRIAL PAYROLL FIRST'
060700         MOVE 16 TO RETURN-CODE
060800         STOP RUN
060900     END-IF.
061000 1300-EXIT.
061100     EXIT.
061200
061300 1310-READ-ONE-RESULT.
061400     READ TRIAL-RESULTS-FILE
061500         AT END
061600             SET WS-TRIAL-EOF TO TRUE
061700             GO TO 1310-EXIT
061800     END-READ.
061900     IF R-PERIOD-NUMBER NOT = PRM-PERIOD-NUMBER
062000             OR R-RUN-MODE NOT = 'TRIAL'
062100             OR R-RUN-TYPE = 'S'
062200         DISPLAY 'VARREVW: PAYROLL-REPORT.TXT IS NOT THE REGULAR '
062300             'TRIAL RUN FOR PERIOD ' PRM-PERIOD-NUMBER
062400         DISPLAY 'VARREVW: ROW FOR ' R-EMP-ID ' IS PERIOD '
062500             R-PERIOD-NUMBER ' ' R-RUN-MODE ' TYPE ' R-RUN-TYPE
062600         CLOSE TRIAL-RESULTS-FILE
062700         MOVE 16 TO RETURN-CODE
062800         STOP RUN
062900     END-IF.
063000     IF WS-TRIAL-COUNT NOT < WS-TRIAL-MAX
063100         DISPLAY 'VARREVW: MORE THAN ' WS-TRIAL-MAX
063200             ' EMPLOYEES IN THE TRIAL RUN - RUN STOPPED'
063300         CLOSE TRIAL-RESULTS-FILE
063400         MOVE 16 TO RETURN-CODE
063500         STOP RUN
063600     END-IF.
063700     ADD 1 TO WS-TRIAL-COUNT.
063800     SET TT-IDX TO WS-TRIAL-COUNT.
063900     MOVE R-EMP-ID         TO TT-EMP-ID(TT-IDX).
064000     MOVE R-EMP-NAME       TO TT-EMP-NAME(TT-IDX).
064100     MOVE R-DEPT-CODE      TO TT-DEPT-CODE(TT-IDX).
064200     MOVE R-GROSS-SALARY   TO TT-GROSS(TT-IDX).
064300     MOVE R-NET-SALARY     TO TT-NET(TT-IDX).
064400     MOVE R-OT-HOURS       TO TT-OT-HOURS(TT-IDX).
064500     MOVE R-BANK-ROUTING   TO TT-BANK-ROUTING(TT-IDX).
064600     MOVE R-BANK-ACCOUNT   TO TT-BANK-ACCOUNT(TT-IDX).
064700     MOVE R-ACCT-TYPE      TO TT-ACCT-TYPE(TT-IDX).
064800     MOVE 'N'              TO TT-HIST-SWITCH(TT-IDX).
064900     MOVE 'N'              TO TT-PAID-LAST-SWITCH(TT-IDX).
065000     MOVE 'N'              TO TT-PAID-BEFORE-SWITCH(TT-IDX).
065100     MOVE ZERO             TO TT-LAST-PAID-PERIOD(TT-IDX).
065200     MOVE ZERO             TO TT-LAST-GROSS(TT-IDX).
065300     MOVE ZERO             TO TT-LAST-NET(TT-IDX).
065400     MOVE ZERO             TO TT-OT-SUM(TT-IDX).
065500     MOVE ZERO             TO TT-OT-COUNT(TT-IDX).
065600     ADD R-GROSS-SALARY    TO WS-TRIAL-GROSS.
065700     ADD R-NET-SALARY      TO WS-TRIAL-NET.
065800 1310-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200*    1400-LOAD-REVIEW-LIMITS - VARSWING, VAROTAVG AND VAR1STCK AS
066300*    OF THE PERIOD-END DATE.  ALL THREE ARE REQUIRED.
066400*****************************************************************
066500 1400-LOAD-REVIEW-LIMITS.
066600     OPEN INPUT RATE-TABLE-FILE.
066700     IF WS-RATE-FILE-STATUS NOT = '00'
066800         DISPLAY 'VARREVW: UNABLE TO OPEN RATETBL.DAT - STATUS '
066900             WS-RATE-FILE-STATUS
067000         MOVE 16 TO RETURN-CODE
067100         STOP RUN
067200     END-IF.
067300     PERFORM 1410-READ-ONE-RATE THRU 1410-EXIT
067400         UNTIL WS-RATE-EOF.
067500     CLOSE RATE-TABLE-FILE.
067600     IF NOT WS-SWING-FOUND OR NOT WS-OTAVG-FOUND
067700             OR NOT WS-FIRSTCK-FOUND
067800         DISPLAY 'VARREVW: RATETBL.DAT HAS NO VARSWING, VAROTAVG '
067900             'OR VAR1STCK ENTRY IN FORCE ON ' PRM-PERIOD-END-DATE
068000         DISPLAY 'VARREVW: RUN STOPPED'
068100         MOVE 16 TO RETURN-CODE
068200         STOP RUN
068300     END-IF.
068400 1400-EXIT.
068500     EXIT.
068600
068700 1410-READ-ONE-RATE.
068800     READ RATE-TABLE-FILE
068900         AT END
069000             SET WS-RATE-EOF TO TRUE
069100             GO TO 1410-EXIT
069200     END-READ.
069300     IF RT-EFFECTIVE-DATE > PRM-PERIOD-END-DATE
069400         GO TO 1410-EXIT
069500     END-IF.
069600     IF RT-VAR-SWING
069700         IF RT-EXPIRE-DATE NOT = ZERO
069800                 AND RT-EXPIRE-DATE < PRM-PERIOD-END-DATE
069900             MOVE 'N' TO WS-SWING-FOUND-SWITCH
070000         ELSE
070100             SET WS-SWING-FOUND TO TRUE
070200             MOVE RT-RATE TO WS-SWING-RATE
070300         END-IF
070400     END-IF.
070500     IF RT-VAR-OT-AVERAGE
070600         IF RT-EXPIRE-DATE NOT = ZERO
070700                 AND RT-EXPIRE-DATE < PRM-PERIOD-END-DATE
070800             MOVE 'N' TO WS-OTAVG-FOUND-SWITCH
070900         ELSE
071000             SET WS-OTAVG-FOUND TO TRUE
071100             MOVE RT-RATE   TO WS-OT-ABOVE-RATE
071200             MOVE RT-AMOUNT TO WS-OT-MIN-EXCESS
071300         END-IF
071400     END-IF.
071500     IF RT-VAR-FIRST-CHECK
071600         IF RT-EXPIRE-DATE NOT = ZERO
071700                 AND RT-EXPIRE-DATE < PRM-PERIOD-END-DATE
071800             MOVE 'N' TO WS-FIRSTCK-FOUND-SWITCH
071900         ELSE
072000             SET WS-FIRSTCK-FOUND TO TRUE
072100             MOVE RT-AMOUNT TO WS-FIRST-CHECK-LIMIT
072200         END-IF
072300     END-IF.
072400 1410-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800*    1500-LOAD-BANK-BASELINE - VARBANK.DAT AS SAVED BY THE LAST
072900*    SIGN-OFF.  BEFORE THE FIRST SIGN-OFF THERE IS NONE, AND THE
073000*    BANK CHECKS (V06, V07) ARE SKIPPED WITH A NOTE ON THE
073100*    REPORT.
073200*****************************************************************
073300 1500-LOAD-BANK-BASELINE.
073400     OPEN INPUT BANK-BASELINE-FILE.
073500     IF WS-VB-FILE-STATUS = '35'
073600         GO TO 1500-EXIT
073700     END-IF.
073800     IF WS-VB-FILE-STATUS NOT = '00'
073900         DISPLAY 'VARREVW: UNABLE TO OPEN VARBANK.DAT - STATUS '
074000             WS-VB-FILE-STATUS
074100         MOVE 16 TO RETURN-CODE
074200         STOP RUN
074300     END-IF.
074400     PERFORM 1510-READ-ONE-BASELINE THRU 1510-EXIT
074500         UNTIL WS-VB-EOF.
074600     CLOSE BANK-BASELINE-FILE.
074700     SET WS-BASELINE-LOADED TO TRUE.
074800 1500-EXIT.
074900     EXIT.
075000
075100 1510-READ-ONE-BASELINE.
075200     READ BANK-BASELINE-FILE
075300         AT END
075400             SET WS-VB-EOF TO TRUE
075500             GO TO 1510-EXIT
075600     END-READ.
075700     IF WS-BANK-COUNT NOT < WS-BANK-MAX
075800         DISPLAY 'VARREVW: MORE THAN ' WS-BANK-MAX
075900             ' ROWS ON VARBANK.DAT - RUN STOPPED'
076000         CLOSE BANK-BASELINE-FILE
076100         MOVE 16 TO RETURN-CODE
076200         STOP RUN
076300     END-IF.
076400     ADD 1 TO WS-BANK-COUNT.
076500     SET BK-IDX TO WS-BANK-COUNT.
076600     MOVE VB-EMP-ID        TO BK-EMP-ID(BK-IDX).
076700     MOVE VB-BANK-ROUTING  TO BK-BANK-ROUTING(BK-IDX).
076800     MOVE VB-BANK-ACCOUNT  TO BK-BANK-ACCOUNT(BK-IDX).
076900     MOVE VB-ACCT-TYPE     TO BK-ACCT-TYPE(BK-IDX).
077000     MOVE VB-PERIOD-NUMBER TO WS-BANK-PERIOD.
077100 1510-EXIT.
077200     EXIT.
077300
077400*****************************************************************
077500*    1700-WRITE-HEADINGS
077600*****************************************************************
077700 1700-WRITE-HEADINGS.
077800     MOVE SPACES TO REVIEW-REPORT-LINE.
077900     STRING 'PRE-RELEASE VARIANCE REVIEW - PERIOD '
078000         PRM-PERIOD-NUMBER '  ENDING ' PRM-PERIOD-END-DATE
078100         '  RUN DATE ' WS-RUN-DATE '  OPERATOR ' PRM-OPERATOR-ID
078200         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
078300     WRITE REVIEW-REPORT-LINE.
078400     MOVE SPACES TO REVIEW-REPORT-LINE.
078500     IF WS-LAST-PERIOD = ZERO
078600         STRING 'NO EARLIER PERIOD IS MARKED PAID ON PERIODCT.DAT'
078700             ' - PERIOD-TO-PERIOD CHECKS (V01-V04) SKIPPED'
078800             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
078900     ELSE
079000         STRING 'COMPARED WITH LAST PAID PERIOD ' WS-LAST-PERIOD
079100             '  ENDING ' WS-LAST-PERIOD-END-DATE
079200             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
079300     END-IF.
079400     WRITE REVIEW-REPORT-LINE.
079500     MOVE SPACES TO REVIEW-REPORT-LINE.
079600     IF WS-BASELINE-LOADED
079700         STRING 'BANK DETAILS COMPARED WITH THE RUN SIGNED OFF '
079800             'FOR PERIOD ' WS-BANK-PERIOD
079900             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
080000     ELSE
080100         STRING 'NO BANK BASELINE ON FILE (VARBANK.DAT) - BANK '
080200             'CHECKS (V06-V07) SKIPPED UNTIL THE FIRST SIGN-OFF'
080300             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
080400     END-IF.
080500     WRITE REVIEW-REPORT-LINE.
080600     MOVE ALL '-' TO REVIEW-REPORT-LINE.
080700     WRITE REVIEW-REPORT-LINE.
080800     MOVE SPACES TO REVIEW-REPORT-LINE.
080900     STRING 'EMP-ID     NAME                 DEPT  CODE '
081000         'EXCEPTION                               CURRENT'
081100         '    PRIOR/LIMIT DETAIL'
081200         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
081300     WRITE REVIEW-REPORT-LINE.
081400     MOVE ALL '-' TO REVIEW-REPORT-LINE.
081500     WRITE REVIEW-REPORT-LINE.
081600 1700-EXIT.
081700     EXIT.
081800
081900*****************************************************************
082000*    2000-SCAN-PAY-HISTORY - ONE PASS OF PAYHIST.DAT IN KEY
082100*    ORDER, ONE EMPLOYEE AT A TIME.  ONLY PERIODS BEFORE THIS
082200*    ONE ARE LOOKED AT.
082300*****************************************************************
082400 2000-SCAN-PAY-HISTORY.
082500     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
082600         UNTIL WS-HIST-EOF.
082700     IF WS-GRP-EMP-ID NOT = SPACES
082800         PERFORM 2200-END-GROUP THRU 2200-EXIT
082900     END-IF.
083000     CLOSE PAY-HISTORY-FILE.
083100 2000-EXIT.
083200     EXIT.
083300
083400 2100-READ-HISTORY.
083500     READ PAY-HISTORY-FILE NEXT RECORD
083600         AT END
083700             SET WS-HIST-EOF TO TRUE
083800             GO TO 2100-EXIT
083900     END-READ.
084000     ADD 1 TO WS-HIST-READ.
084100     IF PH-EMP-ID NOT = WS-GRP-EMP-ID
084200         IF WS-GRP-EMP-ID NOT = SPACES
084300             PERFORM 2200-END-GROUP THRU 2200-EXIT
084400         END-IF
084500         PERFORM 2150-START-GROUP THRU 2150-EXIT
084600     END-IF.
084700     IF PH-PERIOD-NUMBER NOT < PRM-PERIOD-NUMBER
084800         GO TO 2100-EXIT
084900     END-IF.
085000     SET WS-GRP-PAID-BEFORE TO TRUE.
085100     IF PH-SUPP-ROW
085200         GO TO 2100-EXIT
085300     END-IF.
085400     IF PH-PERIOD-NUMBER > WS-GRP-LAST-PAID-PERIOD
085500         MOVE PH-PERIOD-NUMBER TO WS-GRP-LAST-PAID-PERIOD
085600     END-IF.
085700     IF PH-PERIOD-NUMBER = WS-LAST-PERIOD
085800         SET WS-GRP-HAS-LAST-ROWS TO TRUE
085900         ADD PH-GROSS TO WS-GRP-LAST-GROSS
086000         ADD PH-NET   TO WS-GRP-LAST-NET
086100     END-IF.
086200     IF PH-PAY-ROW AND PH-REC-SEQ = ZERO
086300         PERFORM 2160-ADD-OT-TO-WINDOW THRU 2160-EXIT
086400     END-IF.
086500 2100-EXIT.
086600     EXIT.
086700
086800 2150-START-GROUP.
086900     MOVE PH-EMP-ID TO WS-GRP-EMP-ID.
087000     MOVE 'N'       TO WS-GRP-PAID-BEFORE-SWITCH.
087100     MOVE 'N'       TO WS-GRP-LAST-ROWS-SWITCH.
087200     MOVE 'N'       TO WS-GRP-PAID-LAST-SWITCH.
087300     MOVE ZERO      TO WS-GRP-LAST-PAID-PERIOD.
087400     MOVE ZERO      TO WS-GRP-LAST-GROSS.
087500     MOVE ZERO      TO WS-GRP-LAST-NET.
087600     MOVE ZERO      TO WS-GRP-OT-COUNT.
087700     MOVE ZERO      TO WS-GRP-OT-NEXT.
087800     MOVE ZERO      TO WS-GRP-OT-SUM.
087900     INITIALIZE WS-OT-WINDOW.
088000 2150-EXIT.
088100     EXIT.
088200
088300*    THE WINDOW WRAPS, SO ONCE IT IS FULL EACH NEW PERIOD
088400*    REPLACES THE OLDEST ONE HELD.
088500 2160-ADD-OT-TO-WINDOW.
088600     ADD 1 TO WS-GRP-OT-NEXT.
088700     IF WS-GRP-OT-NEXT > WS-OT-WINDOW-MAX
088800         MOVE 1 TO WS-GRP-OT-NEXT
088900     END-IF.
089000     SET OTW-IDX TO WS-GRP-OT-NEXT.
089100     MOVE PH-OT-HOURS TO OTW-HOURS(OTW-IDX).
089200     IF WS-GRP-OT-COUNT < WS-OT-WINDOW-MAX
089300         ADD 1 TO WS-GRP-OT-COUNT
089400     END-IF.
089500 2160-EXIT.
089600     EXIT.
089700
089800*****************************************************************
089900*    2200-END-GROUP - FILE THE EMPLOYEE'S HISTORY AGAINST THEIR
090000*    TRIAL RESULT.  AN EMPLOYEE PAID LAST PERIOD (NET ABOVE ZERO
090100*    AFTER ANY VOID) WHO IS NOT IN THE TRIAL RUN IS NOTED FOR
090200*    THE V04 SECTION.
090300*****************************************************************
090400 2200-END-GROUP.
090500     SET OTW-IDX TO 1.
090600     PERFORM 2210-SUM-OT-WINDOW THRU 2210-EXIT
090700         UNTIL OTW-IDX > WS-GRP-OT-COUNT.
090800     IF WS-GRP-HAS-LAST-ROWS
090900         ADD WS-GRP-LAST-GROSS TO WS-LAST-TOTAL-GROSS
091000         ADD WS-GRP-LAST-NET   TO WS-LAST-TOTAL-NET
091100         IF WS-GRP-LAST-NET > ZERO
091200             SET WS-GRP-PAID-LAST TO TRUE
091300             ADD 1 TO WS-LAST-EMP-COUNT
091400         END-IF
091500     END-IF.
091600     SET TT-IDX TO 1.
091700     SEARCH TT-ENTRY
091800         AT END
091900             IF WS-GRP-PAID-LAST
092000                 PERFORM 2250-NOTE-NOT-PAID THRU 2250-EXIT
092100             END-IF
092200             GO TO 2200-EXIT
092300         WHEN TT-IDX <= WS-TRIAL-COUNT
092400                 AND TT-EMP-ID(TT-IDX) = WS-GRP-EMP-ID
092500             CONTINUE
092600     END-SEARCH.
092700     MOVE 'Y'                      TO TT-HIST-SWITCH(TT-IDX).
092800     MOVE WS-GRP-PAID-LAST-SWITCH  TO TT-PAID-LAST-SWITCH(TT-IDX).
092900     MOVE WS-GRP-PAID-BEFORE-SWITCH
093000                               TO TT-PAID-BEFORE-SWITCH(TT-IDX).
093100     MOVE WS-GRP-LAST-PAID-PERIOD  TO TT-LAST-PAID-PERIOD(TT-IDX).
093200     MOVE WS-GRP-LAST-GROSS        TO TT-LAST-GROSS(TT-IDX).
093300     MOVE WS-GRP-LAST-NET          TO TT-LAST-NET(TT-IDX).
093400     MOVE WS-GRP-OT-SUM            TO TT-OT-SUM(TT-IDX).
093500     MOVE WS-GRP-OT-COUNT          TO TT-OT-COUNT(TT-IDX).
093600 2200-EXIT.
093700     EXIT.
093800
093900 2210-SUM-OT-WINDOW.
094000     ADD OTW-HOURS(OTW-IDX) TO WS-GRP-OT-SUM.
094100     SET OTW-IDX UP BY 1.
094200 2210-EXIT.
094300     EXIT.
094400
094500 2250-NOTE-NOT-PAID.
094600     IF WS-NOT-PAID-COUNT NOT < WS-NOT-PAID-MAX
094700         ADD 1 TO WS-NOT-PAID-OVERFLOW
094800         GO TO 2250-EXIT
094900     END-IF.
095000     ADD 1 TO WS-NOT-PAID-COUNT.
095100     SET NP-IDX TO WS-NOT-PAID-COUNT.
095200     MOVE WS-GRP-EMP-ID   TO NP-EMP-ID(NP-IDX).
095300     MOVE WS-GRP-LAST-NET TO NP-LAST-NET(NP-IDX).
095400 2250-EXIT.
095500     EXIT.
095600
095700*****************************************************************
095800*    3000-REVIEW-EMPLOYEE - EVERY CHECK FOR ONE TRIAL RESULT
095900*****************************************************************
096000 3000-REVIEW-EMPLOYEE.
096100     MOVE 'N' TO WS-EMP-FLAGGED-SWITCH.
096200     MOVE TT-EMP-ID(TT-IDX)    TO WS-EXC-EMP-ID.
096300     MOVE TT-EMP-NAME(TT-IDX)  TO WS-EXC-EMP-NAME.
096400     MOVE TT-DEPT-CODE(TT-IDX) TO WS-EXC-DEPT-CODE.
096500     IF WS-LAST-PERIOD NOT = ZERO
096600         IF TT-PAID-LAST(TT-IDX)
096700             PERFORM 3100-CHECK-SWINGS THRU 3100-EXIT
096800         ELSE
096900             PERFORM 3200-CHECK-NOT-PAID-LAST THRU 3200-EXIT
097000         END-IF
097100     END-IF.
097200     IF TT-OT-COUNT(TT-IDX) > ZERO
097300         PERFORM 3300-CHECK-OVERTIME THRU 3300-EXIT
097400     END-IF.
097500     IF WS-BASELINE-LOADED
097600         PERFORM 3400-CHECK-BANK THRU 3400-EXIT
097700     END-IF.
097800     IF NOT TT-PAID-BEFORE(TT-IDX)
097900         PERFORM 3500-CHECK-FIRST-CHECK THRU 3500-EXIT
098000     END-IF.
098100     IF WS-EMP-FLAGGED
098200         ADD 1 TO WS-EMP-FLAGGED-COUNT
098300     END-IF.
098400     SET TT-IDX UP BY 1.
098500 3000-EXIT.
098600     EXIT.
098700
098800*****************************************************************
098900*    3100-CHECK-SWINGS - GROSS (V01) AND NET (V02) AGAINST LAST
099000*    PERIOD, EITHER DIRECTION, BEYOND THE VARSWING FRACTION.
099100*****************************************************************
099200 3100-CHECK-SWINGS.
099300     IF TT-LAST-GROSS(TT-IDX) > ZERO
099400         MOVE 1                     TO WS-EXC-NUMBER
099500         MOVE TT-GROSS(TT-IDX)      TO WS-EXC-CURRENT
099600         MOVE TT-LAST-GROSS(TT-IDX) TO WS-EXC-PRIOR
099700         PERFORM 3150-TEST-SWING THRU 3150-EXIT
099800     END-IF.
099900     MOVE 2                     TO WS-EXC-NUMBER.
100000     MOVE TT-NET(TT-IDX)        TO WS-EXC-CURRENT.
100100     MOVE TT-LAST-NET(TT-IDX)   TO WS-EXC-PRIOR.
100200     PERFORM 3150-TEST-SWING THRU 3150-EXIT.
100300 3100-EXIT.
100400     EXIT.
100500
100600 3150-TEST-SWING.
100700     COMPUTE WS-SWING-DIFF = WS-EXC-CURRENT - WS-EXC-PRIOR.
100800     IF WS-SWING-DIFF < ZERO
100900         COMPUTE WS-SWING-ABS = ZERO - WS-SWING-DIFF
101000     ELSE
101100         MOVE WS-SWING-DIFF TO WS-SWING-ABS
101200     END-IF.
101300     COMPUTE WS-SWING-LIMIT ROUNDED =
101400         WS-EXC-PRIOR * WS-SWING-RATE.
101500     IF WS-SWING-ABS NOT > WS-SWING-LIMIT
101600         GO TO 3150-EXIT
101700     END-IF.
101800     COMPUTE WS-SWING-PCT ROUNDED =
101900         WS-SWING-DIFF * 100 / WS-EXC-PRIOR
102000         ON SIZE ERROR
102100             MOVE 99999.9 TO WS-SWING-PCT
102200     END-COMPUTE.
102300     MOVE WS-SWING-PCT TO WS-EDIT-PCT.
102400     MOVE SPACES TO WS-EXC-DETAIL.
102500     STRING 'SWING ' WS-EDIT-PCT '%'
102600         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
102700     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
102800 3150-EXIT.
102900     EXIT.
103000
103100*****************************************************************
103200*    3200-CHECK-NOT-PAID-LAST - IN THIS RUN BUT NOT PAID LAST
103300*    PERIOD (V03): A NEW HIRE, A RETURN FROM LEAVE, OR A PERIOD
103400*    WHOSE PAY WAS VOIDED.
103500*****************************************************************
103600 3200-CHECK-NOT-PAID-LAST.
103700     MOVE 3              TO WS-EXC-NUMBER.
103800     MOVE TT-NET(TT-IDX) TO WS-EXC-CURRENT.
103900     MOVE ZERO           TO WS-EXC-PRIOR.
104000     MOVE SPACES         TO WS-EXC-DETAIL.
104100     IF NOT TT-PAID-BEFORE(TT-IDX)
104200         MOVE 'NO EARLIER PAY ON FILE' TO WS-EXC-DETAIL
104300     ELSE
104400         IF TT-LAST-PAID-PERIOD(TT-IDX) = WS-LAST-PERIOD
104500             MOVE 'LAST PERIOD PAY VOIDED' TO WS-EXC-DETAIL
104600         ELSE
104700             STRING 'LAST PAID PERIOD '
104800                 TT-LAST-PAID-PERIOD(TT-IDX)
104900                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
105000         END-IF
105100     END-IF.
105200     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
105300 3200-EXIT.
105400     EXIT.
105500
105600*****************************************************************
105700*    3300-CHECK-OVERTIME - OVERTIME HOURS ABOVE THE AVERAGE OF
105800*    UP TO SIX EARLIER PERIODS BY MORE THAN THE VAROTAVG
105900*    FRACTION AND BY AT LEAST ITS MINIMUM HOURS (V05).
106000*****************************************************************
106100 3300-CHECK-OVERTIME.
106200     COMPUTE WS-OT-AVERAGE ROUNDED =
106300         TT-OT-SUM(TT-IDX) / TT-OT-COUNT(TT-IDX).
106400     COMPUTE WS-OT-LIMIT ROUNDED =
106500         WS-OT-AVERAGE * (1 + WS-OT-ABOVE-RATE).
106600     COMPUTE WS-OT-EXCESS = TT-OT-HOURS(TT-IDX) - WS-OT-AVERAGE.
106700     IF TT-OT-HOURS(TT-IDX) NOT > WS-OT-LIMIT
106800             OR WS-OT-EXCESS < WS-OT-MIN-EXCESS
106900         GO TO 3300-EXIT
107000     END-IF.
107100     MOVE 5                   TO WS-EXC-NUMBER.
107200     MOVE TT-OT-HOURS(TT-IDX) TO WS-EXC-CURRENT.
107300     MOVE WS-OT-AVERAGE       TO WS-EXC-PRIOR.
107400     MOVE SPACES              TO WS-EXC-DETAIL.
107500     STRING 'HOURS VS AVG OF ' TT-OT-COUNT(TT-IDX) ' PERIODS'
107600         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
107700     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
107800 3300-EXIT.
107900     EXIT.
108000
108100*****************************************************************
108200*    3400-CHECK-BANK - BANK DETAILS AGAINST THE LAST SIGNED-OFF
108300*    RUN.  A CHANGED, ADDED OR REMOVED DEPOSIT ACCOUNT IS V06;
108400*    A DEPOSIT NOW GOING TO THE OTHER ACCOUNT TYPE IS V07.  AN
108500*    EMPLOYEE NOT IN THAT RUN HAS NO BASELINE (V03 COVERS THEM).
108600*    ACCOUNT NUMBERS ARE NOT PRINTED.
108700*****************************************************************
108800 3400-CHECK-BANK.
108900     SET BK-IDX TO 1.
109000     SEARCH BK-ENTRY
109100         AT END
109200             GO TO 3400-EXIT
109300         WHEN BK-IDX <= WS-BANK-COUNT
109400                 AND BK-EMP-ID(BK-IDX) = TT-EMP-ID(TT-IDX)
109500             CONTINUE
109600     END-SEARCH.
109700     IF BK-BANK-ACCOUNT(BK-IDX) = SPACES
109800             AND TT-BANK-ACCOUNT(TT-IDX) = SPACES
109900         GO TO 3400-EXIT
110000     END-IF.
110100     MOVE 6              TO WS-EXC-NUMBER.
110200     MOVE TT-NET(TT-IDX) TO WS-EXC-CURRENT.
110300     MOVE ZERO           TO WS-EXC-PRIOR.
110400     MOVE SPACES         TO WS-EXC-DETAIL.
110500     IF BK-BANK-ACCOUNT(BK-IDX) = SPACES
110600         MOVE 'DEPOSIT ACCOUNT ADDED' TO WS-EXC-DETAIL
110700         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
110800         GO TO 3400-EXIT
110900     END-IF.
111000     IF TT-BANK-ACCOUNT(TT-IDX) = SPACES
111100         MOVE 'DEPOSIT ACCOUNT REMOVED' TO WS-EXC-DETAIL
111200         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
111300         GO TO 3400-EXIT
111400     END-IF.
111500     IF BK-BANK-ROUTING(BK-IDX) NOT = TT-BANK-ROUTING(TT-IDX)
111600         IF BK-BANK-ACCOUNT(BK-IDX) NOT = TT-BANK-ACCOUNT(TT-IDX)
111700             MOVE 'ROUTING AND ACCOUNT CHANGED' TO WS-EXC-DETAIL
111800         ELSE
111900             MOVE 'ROUTING NUMBER CHANGED' TO WS-EXC-DETAIL
112000         END-IF
112100     ELSE
112200         IF BK-BANK-ACCOUNT(BK-IDX) NOT = TT-BANK-ACCOUNT(TT-IDX)
112300             MOVE 'ACCOUNT NUMBER CHANGED' TO WS-EXC-DETAIL
112400         END-IF
112500     END-IF.
112600     IF WS-EXC-DETAIL NOT = SPACES
112700         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
112800     END-IF.
112900     IF BK-ACCT-TYPE(BK-IDX) = TT-ACCT-TYPE(TT-IDX)
113000         GO TO 3400-EXIT
113100     END-IF.
113200     MOVE BK-ACCT-TYPE(BK-IDX) TO WS-ACCT-TYPE-WORK.
113300     PERFORM 3450-NAME-ACCT-TYPE THRU 3450-EXIT.
113400     MOVE WS-ACCT-TYPE-NAME TO WS-ACCT-TYPE-FROM.
113500     MOVE TT-ACCT-TYPE(TT-IDX) TO WS-ACCT-TYPE-WORK.
113600     PERFORM 3450-NAME-ACCT-TYPE THRU 3450-EXIT.
113700     MOVE WS-ACCT-TYPE-NAME TO WS-ACCT-TYPE-TO.
113800     MOVE 7      TO WS-EXC-NUMBER.
113900     MOVE SPACES TO WS-EXC-DETAIL.
114000     STRING WS-ACCT-TYPE-FROM DELIMITED BY SPACE
114100         ' TO ' DELIMITED BY SIZE
114200         WS-ACCT-TYPE-TO DELIMITED BY SPACE
114300         INTO WS-EXC-DETAIL.
114400     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
114500 3400-EXIT.
114600     EXIT.
114700
114800 3450-NAME-ACCT-TYPE.
114900     EVALUATE WS-ACCT-TYPE-WORK
115000         WHEN 'C'
115100             MOVE 'CHECKING' TO WS-ACCT-TYPE-NAME
115200         WHEN 'S'
115300             MOVE 'SAVINGS'  TO WS-ACCT-TYPE-NAME
115400         WHEN OTHER
115500             MOVE 'UNKNOWN'  TO WS-ACCT-TYPE-NAME
115600     END-EVALUATE.
115700 3450-EXIT.
115800     EXIT.
115900
116000*****************************************************************
116100*    3500-CHECK-FIRST-CHECK - NO PAY OF ANY KIND ON FILE BEFORE
116200*    THIS PERIOD AND A NET PAYCHECK OVER VAR1STCK (V08).
116300*****************************************************************
116400 3500-CHECK-FIRST-CHECK.
116500     IF TT-NET(TT-IDX) NOT > WS-FIRST-CHECK-LIMIT
116600         GO TO 3500-EXIT
116700     END-IF.
116800     MOVE 8                    TO WS-EXC-NUMBER.
116900     MOVE TT-NET(TT-IDX)       TO WS-EXC-CURRENT.
117000     MOVE WS-FIRST-CHECK-LIMIT TO WS-EXC-PRIOR.
117100     MOVE 'FIRST PAYCHECK ON FILE' TO WS-EXC-DETAIL.
117200     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
117300 3500-EXIT.
117400     EXIT.
117500
117600*****************************************************************
117700*    3900-WRITE-EXCEPTION - ONE REPORT LINE, COUNTED BY CODE
117800*****************************************************************
117900 3900-WRITE-EXCEPTION.
118000     SET EXC-IDX TO WS-EXC-NUMBER.
118100     ADD 1 TO EXC-COUNT(EXC-IDX).
118200     ADD 1 TO WS-EXC-TOTAL.
118300     SET WS-EMP-FLAGGED TO TRUE.
118400     MOVE WS-EXC-CURRENT TO WS-EDIT-CURRENT.
118500     MOVE WS-EXC-PRIOR   TO WS-EDIT-PRIOR.
118600     MOVE SPACES TO REVIEW-REPORT-LINE.
118700     STRING WS-EXC-EMP-ID ' ' WS-EXC-EMP-NAME(1:20) ' '
118800         WS-EXC-DEPT-CODE ' V0' WS-EXC-NUMBER '  '
118900         EXC-DESC(EXC-IDX) ' ' WS-EDIT-CURRENT ' '
119000         WS-EDIT-PRIOR ' ' WS-EXC-DETAIL
119100         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
119200     WRITE REVIEW-REPORT-LINE.
119300 3900-EXIT.
119400     EXIT.
119500
119600*****************************************************************
119700*    4000-WRITE-NOT-PAID - EMPLOYEES PAID LAST PERIOD WHO ARE NOT
119800*    IN THIS TRIAL RUN (V04), WITH THEIR STATUS ON THE MASTER.
119900*****************************************************************
120000 4000-WRITE-NOT-PAID.
120100     IF WS-LAST-PERIOD = ZERO
120200         GO TO 4000-EXIT
120300     END-IF.
120400     MOVE SPACES TO REVIEW-REPORT-LINE.
120500     WRITE REVIEW-REPORT-LINE.
120600     MOVE SPACES TO REVIEW-REPORT-LINE.
120700     STRING 'EMPLOYEES PAID IN PERIOD ' WS-LAST-PERIOD
120800         ' WHO ARE NOT IN THIS TRIAL RUN'
120900         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
121000     WRITE REVIEW-REPORT-LINE.
121100     MOVE ALL '-' TO REVIEW-REPORT-LINE.
121200     WRITE REVIEW-REPORT-LINE.
121300     IF WS-NOT-PAID-COUNT = ZERO
121500         MOVE 'NONE' TO REVIEW-REPORT-LINE
121600         WRITE REVIEW-REPORT-LINE
121700         GO TO 4000-EXIT
121800     END-IF.
121900     SET NP-IDX TO 1.
122000     PERFORM 4100-WRITE-ONE-NOT-PAID THRU 4100-EXIT
122100         UNTIL NP-IDX > WS-NOT-PAID-COUNT.
122200     IF WS-NOT-PAID-OVERFLOW > ZERO
122300         SET EXC-IDX TO 4
122400         ADD WS-NOT-PAID-OVERFLOW TO EXC-COUNT(EXC-IDX)
122500         ADD WS-NOT-PAID-OVERFLOW TO WS-EXC-TOTAL
122600         ADD WS-NOT-PAID-OVERFLOW TO WS-EMP-FLAGGED-COUNT
122700         MOVE WS-NOT-PAID-OVERFLOW TO WS-EDIT-COUNT
122800         MOVE SPACES TO REVIEW-REPORT-LINE
122900         STRING '*** ' WS-EDIT-COUNT ' MORE NOT LISTED - TABLE '
123000             'FULL ***'
123100             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
123200         WRITE REVIEW-REPORT-LINE
123300     END-IF.
123400 4000-EXIT.
123500     EXIT.
123600
123700 4100-WRITE-ONE-NOT-PAID.
123800     MOVE 4                   TO WS-EXC-NUMBER.
123900     MOVE NP-EMP-ID(NP-IDX)   TO WS-EXC-EMP-ID.
124000     MOVE ZERO                TO WS-EXC-CURRENT.
124100     MOVE NP-LAST-NET(NP-IDX) TO WS-EXC-PRIOR.
124200     MOVE NP-EMP-ID(NP-IDX)   TO EMP-ID.
124300     READ EMPLOYEE-FILE
124400         INVALID KEY
124500             MOVE SPACES TO WS-EXC-EMP-NAME
124600             MOVE SPACES TO WS-EXC-DEPT-CODE
124700             MOVE 'NOT ON EMPLOYEE MASTER' TO WS-EXC-DETAIL
124800         NOT INVALID KEY
124900             MOVE EMP-NAME  TO WS-EXC-EMP-NAME
125000             MOVE DEPT-CODE TO WS-EXC-DEPT-CODE
125100             IF EMP-IS-INACTIVE
125200                 MOVE 'INACTIVE ON MASTER' TO WS-EXC-DETAIL
125300             ELSE
125400                 MOVE 'ACTIVE ON MASTER - NO PAY'
125500                     TO WS-EXC-DETAIL
125600             END-IF
125700     END-READ.
125800     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
125900     ADD 1 TO WS-EMP-FLAGGED-COUNT.
126000     SET NP-IDX UP BY 1.
126100 4100-EXIT.
126200     EXIT.
126300
126400*****************************************************************
126500*    5000-RECORD-REVIEW - FILE THE REVIEW PENDING ON VARSIGN.DAT
126600*    WITH THE TRIAL RUN'S CONTROL TOTALS.  A NEW REVIEW OF A
126700*    PERIOD ALREADY SIGNED OFF (THE TRIAL WAS RUN AGAIN)
126800*    WITHDRAWS THAT SIGN-OFF - THE NEW RESULTS NEED THEIR OWN.
126900*****************************************************************
127000 5000-RECORD-REVIEW.
127100     OPEN I-O VARIANCE-SIGNOFF-FILE.
127200     IF WS-VS-FILE-STATUS = '35'
127300         OPEN OUTPUT VARIANCE-SIGNOFF-FILE
127400         CLOSE VARIANCE-SIGNOFF-FILE
127500         OPEN I-O VARIANCE-SIGNOFF-FILE
127600     END-IF.
127700     IF WS-VS-FILE-STATUS NOT = '00'
127800         DISPLAY 'VARREVW: UNABLE TO OPEN VARSIGN.DAT - STATUS '
127900             WS-VS-FILE-STATUS
128000         MOVE 16 TO RETURN-CODE
128100         STOP RUN
128200     END-IF.
128300     MOVE PRM-PERIOD-NUMBER TO VS-PERIOD-NUMBER.
128400     READ VARIANCE-SIGNOFF-FILE
128500         INVALID KEY
128600             SET WS-VS-NEW-RECORD TO TRUE
128700     END-READ.
128800     IF NOT WS-VS-NEW-RECORD AND VS-SIGNED-OFF
128900         SET WS-SIGNOFF-WITHDRAWN TO TRUE
129000         DISPLAY 'VARREVW: SIGN-OFF BY ' VS-SIGNED-BY ' ON '
129100             VS-SIGNED-DATE ' WITHDRAWN BY THIS REVIEW'
129200     END-IF.
129300     INITIALIZE VARIANCE-SIGNOFF-RECORD.
129400     MOVE PRM-PERIOD-NUMBER   TO VS-PERIOD-NUMBER.
129500     MOVE 'P'                 TO VS-STATUS.
129600     MOVE PRM-PERIOD-END-DATE TO VS-PERIOD-END-DATE.
129700     MOVE WS-RUN-DATE         TO VS-REVIEW-DATE.
129800     MOVE PRM-OPERATOR-ID     TO VS-PREPARED-BY.
129900     MOVE WS-TRIAL-COUNT      TO VS-EMPLOYEE-COUNT.
130000     MOVE WS-TRIAL-GROSS      TO VS-TRIAL-GROSS.
130100     MOVE WS-TRIAL-NET        TO VS-TRIAL-NET.
130200     MOVE WS-EXC-TOTAL        TO VS-EXCEPTION-COUNT.
130300     MOVE SPACES              TO VS-SIGNED-BY.
130400     MOVE ZERO                TO VS-SIGNED-DATE.
130500     IF WS-VS-NEW-RECORD
130600         WRITE VARIANCE-SIGNOFF-RECORD
130700     ELSE
130800         REWRITE VARIANCE-SIGNOFF-RECORD
130900     END-IF.
131000     IF WS-VS-FILE-STATUS NOT = '00'
131100         DISPLAY 'VARREVW: UNABLE TO RECORD THE REVIEW ON '
131200             'VARSIGN.DAT - STATUS ' WS-VS-FILE-STATUS
131300         MOVE 16 TO RETURN-CODE
131400         STOP RUN
131500     END-IF.
131600     CLOSE VARIANCE-SIGNOFF-FILE.
131700 5000-EXIT.
131800     EXIT.
131900
132000*****************************************************************
132100*    6000-RECORD-SIGNOFF - APPROVAL RUN.  THE APPROVER MUST NOT
132200*    BE THE PREPARER, AND WHAT THEY KEYED MUST AGREE WITH THE
132300*    REVIEW, WHICH MUST STILL AGREE WITH THE TRIAL RESULTS ON
132400*    FILE.  ANY DISAGREEMENT LEAVES THE REVIEW PENDING.
132500*****************************************************************
132600 6000-RECORD-SIGNOFF.
132700     OPEN I-O VARIANCE-SIGNOFF-FILE.
132800     IF WS-VS-FILE-STATUS = '35'
132900         DISPLAY 'VARREVW: NO REVIEW ON FILE (VARSIGN.DAT) - RUN '
133000             'THE REVIEW BEFORE SIGNING IT OFF'
133100         MOVE 16 TO RETURN-CODE
133200         STOP RUN
133300     END-IF.
133400     IF WS-VS-FILE-STATUS NOT = '00'
133500         DISPLAY 'VARREVW: UNABLE TO OPEN VARSIGN.DAT - STATUS '
133600             WS-VS-FILE-STATUS
133700         MOVE 16 TO RETURN-CODE
133800         STOP RUN
133900     END-IF.
134000     MOVE PRM-PERIOD-NUMBER TO VS-PERIOD-NUMBER.
134100     READ VARIANCE-SIGNOFF-FILE
134200         INVALID KEY
134300             DISPLAY 'VARREVW: PERIOD ' PRM-PERIOD-NUMBER
134400                 ' HAS NO REVIEW TO SIGN OFF'
134500             CLOSE VARIANCE-SIGNOFF-FILE
134600             MOVE 16 TO RETURN-CODE
134700             STOP RUN
134800     END-READ.
134900     IF VS-SIGNED-OFF
135000         DISPLAY 'VARREVW: PERIOD ' PRM-PERIOD-NUMBER
135100             ' WAS ALREADY SIGNED OFF BY ' VS-SIGNED-BY ' ON '
135200             VS-SIGNED-DATE
135300         CLOSE VARIANCE-SIGNOFF-FILE
135400         MOVE 4 TO RETURN-CODE
135500         GO TO 6000-EXIT
135600     END-IF.
135700     IF VA-APPROVER-ID = SPACES
135800         DISPLAY 'VARREVW: APPROVER ID ON VARAPPR.DAT IS BLANK'
135900         SET WS-SIGNOFF-REFUSED TO TRUE
136000     END-IF.
136100     IF VA-APPROVER-ID = VS-PREPARED-BY
136200         DISPLAY 'VARREVW: ' VA-APPROVER-ID ' PREPARED THIS '
136300             'REVIEW AND MAY NOT SIGN IT OFF'
136400         SET WS-SIGNOFF-REFUSED TO TRUE
136500     END-IF.
136600     IF VA-EMPLOYEE-COUNT NOT = VS-EMPLOYEE-COUNT
136700             OR VA-TRIAL-NET NOT = VS-TRIAL-NET
136800         DISPLAY 'VARREVW: APPROVAL TOTALS ' VA-EMPLOYEE-COUNT
136900             ' / ' VA-TRIAL-NET ' DO NOT MATCH THE REVIEW '
137000             VS-EMPLOYEE-COUNT ' / ' VS-TRIAL-NET
137100         SET WS-SIGNOFF-REFUSED TO TRUE
137200     END-IF.
137300     IF WS-TRIAL-COUNT NOT = VS-EMPLOYEE-COUNT
137400             OR WS-TRIAL-GROSS NOT = VS-TRIAL-GROSS
137500             OR WS-TRIAL-NET NOT = VS-TRIAL-NET
137600         DISPLAY 'VARREVW: TRIAL RESULTS ON FILE HAVE CHANGED '
137700             'SINCE THE REVIEW - RUN THE REVIEW AGAIN'
137800         SET WS-SIGNOFF-REFUSED TO TRUE
137900     END-IF.
138000     IF WS-SIGNOFF-REFUSED
138100         DISPLAY 'VARREVW: SIGN-OFF REFUSED - PERIOD '
138200             PRM-PERIOD-NUMBER ' REMAINS HELD'
138300         CLOSE VARIANCE-SIGNOFF-FILE
138400         MOVE 16 TO RETURN-CODE
138500         STOP RUN
138600     END-IF.
138700     MOVE 'S'            TO VS-STATUS.
138800     MOVE VA-APPROVER-ID TO VS-SIGNED-BY.
138900     MOVE WS-RUN-DATE    TO VS-SIGNED-DATE.
139000     REWRITE VARIANCE-SIGNOFF-RECORD.
139100     IF WS-VS-FILE-STATUS NOT = '00'
139200         DISPLAY 'VARREVW: UNABLE TO RECORD THE SIGN-OFF ON '
139300             'VARSIGN.DAT - STATUS ' WS-VS-FILE-STATUS
139400         MOVE 16 TO RETURN-CODE
139500         STOP RUN
139600     END-IF.
139700     CLOSE VARIANCE-SIGNOFF-FILE.
139800     PERFORM 6100-SAVE-BANK-BASELINE THRU 6100-EXIT.
139900     PERFORM 6200-WRITE-SIGNOFF-NOTICE THRU 6200-EXIT.
140000     DISPLAY 'VARREVW: PERIOD ' PRM-PERIOD-NUMBER
140100         ' SIGNED OFF BY ' VS-SIGNED-BY ' - FINAL RUN RELEASED'.
140200 6000-EXIT.
140300     EXIT.
140400
140500*****************************************************************
140600*    6100-SAVE-BANK-BASELINE - THE BANK DETAILS JUST SIGNED OFF
140700*    BECOME THE BASELINE THE NEXT REVIEW IS CHECKED AGAINST.
140800*****************************************************************
140900 6100-SAVE-BANK-BASELINE.
141000     OPEN OUTPUT BANK-BASELINE-FILE.
141100     IF WS-VB-FILE-STATUS NOT = '00'
141200         DISPLAY 'VARREVW: UNABLE TO OPEN VARBANK.DAT - STATUS '
141300             WS-VB-FILE-STATUS
141400         MOVE 16 TO RETURN-CODE
141500         STOP RUN
141600     END-IF.
141700     SET TT-IDX TO 1.
141800     PERFORM 6110-WRITE-ONE-BASELINE THRU 6110-EXIT
141900         UNTIL TT-IDX > WS-TRIAL-COUNT.
142000     CLOSE BANK-BASELINE-FILE.
142100 6100-EXIT.
142200     EXIT.
142300
142400 6110-WRITE-ONE-BASELINE.
142500     MOVE TT-EMP-ID(TT-IDX)       TO VB-EMP-ID.
142600     MOVE TT-BANK-ROUTING(TT-IDX) TO VB-BANK-ROUTING.
142700     MOVE TT-BANK-ACCOUNT(TT-IDX) TO VB-BANK-ACCOUNT.
142800     MOVE TT-ACCT-TYPE(TT-IDX)    TO VB-ACCT-TYPE.
142900     MOVE PRM-PERIOD-NUMBER       TO VB-PERIOD-NUMBER.
143000     WRITE BANK-BASELINE-RECORD.
143100     SET TT-IDX UP BY 1.
143200 6110-EXIT.
143300     EXIT.
143400
143500*****************************************************************
143600*    6200-WRITE-SIGNOFF-NOTICE - THE SIGN-OFF IS APPENDED TO THE
143700*    REVIEW REPORT IT APPROVES.
143800*****************************************************************
143900 6200-WRITE-SIGNOFF-NOTICE.
144000     OPEN EXTEND REVIEW-REPORT-FILE.
144100     IF WS-RPT-FILE-STATUS = '35'
144200         OPEN OUTPUT REVIEW-REPORT-FILE
144300     END-IF.
144400     IF WS-RPT-FILE-STATUS NOT = '00'
144500         DISPLAY 'VARREVW: UNABLE TO OPEN VARREVW.TXT - STATUS '
144600             WS-RPT-FILE-STATUS
144700         MOVE 16 TO RETURN-CODE
144800         STOP RUN
144900     END-IF.
145000     MOVE SPACES TO REVIEW-REPORT-LINE.
145100     WRITE REVIEW-REPORT-LINE.
145200     MOVE ALL '-' TO REVIEW-REPORT-LINE.
145300     WRITE REVIEW-REPORT-LINE.
145400     MOVE SPACES TO REVIEW-REPORT-LINE.
145500     STRING 'SIGNED OFF - PERIOD ' PRM-PERIOD-NUMBER '  BY '
145600         VS-SIGNED-BY '  ON ' VS-SIGNED-DATE
145700         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
145800     WRITE REVIEW-REPORT-LINE.
145900     MOVE VS-EMPLOYEE-COUNT TO WS-EDIT-COUNT.
146000     MOVE VS-TRIAL-NET      TO WS-EDIT-AMOUNT.
146100     MOVE SPACES TO REVIEW-REPORT-LINE.
146200     STRING 'EMPLOYEES ' WS-EDIT-COUNT '  TRIAL NET '
146300         WS-EDIT-AMOUNT '  AGREED TO THE REVIEW PREPARED BY '
146400         VS-PREPARED-BY ' ON ' VS-REVIEW-DATE
146500         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
146600     WRITE REVIEW-REPORT-LINE.
146700     MOVE SPACES TO REVIEW-REPORT-LINE.
146800     STRING 'THE FINAL PAY RUN FOR THIS PERIOD IS RELEASED.'
146900         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
147000     WRITE REVIEW-REPORT-LINE.
147100     CLOSE REVIEW-REPORT-FILE.
147200 6200-EXIT.
147300     EXIT.
147400
147500*****************************************************************
147600*    8000-FINALIZE - CONTROL TOTALS AND THE SIGN-OFF PAGE.  THE
147700*    FINAL RUN FOR THE PERIOD IS HELD UNTIL THE REVIEW IS
147800*    SIGNED OFF THROUGH VARAPPR.DAT.
147900*****************************************************************
148000 8000-FINALIZE.
148100     CLOSE EMPLOYEE-FILE.
148200     MOVE SPACES TO REVIEW-REPORT-LINE.
148300     WRITE REVIEW-REPORT-LINE.
148400     MOVE ALL '-' TO REVIEW-REPORT-LINE.
148500     WRITE REVIEW-REPORT-LINE.
148600     MOVE SPACES TO REVIEW-REPORT-LINE.
148700     STRING 'VARIANCE REVIEW SIGN-OFF - PERIOD ' PRM-PERIOD-NUMBER
148800         '  ENDING ' PRM-PERIOD-END-DATE
148900         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
149000     WRITE REVIEW-REPORT-LINE.
149100     MOVE SPACES TO REVIEW-REPORT-LINE.
149200     WRITE REVIEW-REPORT-LINE.
149300     MOVE WS-TRIAL-COUNT TO WS-EDIT-COUNT.
149400     MOVE SPACES TO REVIEW-REPORT-LINE.
149500     STRING 'EMPLOYEES IN TRIAL RUN         : ' WS-EDIT-COUNT
149600         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
149700     WRITE REVIEW-REPORT-LINE.
149800     MOVE WS-TRIAL-GROSS TO WS-EDIT-AMOUNT.
149900     MOVE SPACES TO REVIEW-REPORT-LINE.
150000     STRING 'TRIAL GROSS PAY                : ' WS-EDIT-AMOUNT
150100         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
150200     WRITE REVIEW-REPORT-LINE.
150300     MOVE WS-TRIAL-NET TO WS-EDIT-AMOUNT.
150400     MOVE SPACES TO REVIEW-REPORT-LINE.
150500     STRING 'TRIAL NET PAY                  : ' WS-EDIT-AMOUNT
150600         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
150700     WRITE REVIEW-REPORT-LINE.
150800     IF WS-LAST-PERIOD NOT = ZERO
150900         MOVE WS-LAST-EMP-COUNT TO WS-EDIT-COUNT
151000         MOVE SPACES TO REVIEW-REPORT-LINE
151100         STRING 'EMPLOYEES PAID LAST PERIOD     : ' WS-EDIT-COUNT
151200             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
151300         WRITE REVIEW-REPORT-LINE
151400         MOVE WS-LAST-TOTAL-GROSS TO WS-EDIT-AMOUNT
151500         MOVE SPACES TO REVIEW-REPORT-LINE
151600         STRING 'LAST PERIOD GROSS PAY          : ' WS-EDIT-AMOUNT
151700             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
151800         WRITE REVIEW-REPORT-LINE
151900         MOVE WS-LAST-TOTAL-NET TO WS-EDIT-AMOUNT
152000         MOVE SPACES TO REVIEW-REPORT-LINE
152100         STRING 'LAST PERIOD NET PAY            : ' WS-EDIT-AMOUNT
152200             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
152300         WRITE REVIEW-REPORT-LINE
152400     END-IF.
152500     MOVE SPACES TO REVIEW-REPORT-LINE.
152600     WRITE REVIEW-REPORT-LINE.
152700     COMPUTE WS-RATE-PCT = WS-SWING-RATE * 100.
152800     MOVE WS-RATE-PCT TO WS-EDIT-RATE-PCT.
152900     MOVE SPACES TO REVIEW-REPORT-LINE.
153000     STRING 'LIMITS - PAY SWING OVER ' WS-EDIT-RATE-PCT '%'
153100         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
153200     WRITE REVIEW-REPORT-LINE.
153300     COMPUTE WS-RATE-PCT = WS-OT-ABOVE-RATE * 100.
153400     MOVE WS-RATE-PCT TO WS-EDIT-RATE-PCT.
153500     MOVE WS-OT-MIN-EXCESS TO WS-EDIT-HOURS.
153600     MOVE SPACES TO REVIEW-REPORT-LINE.
153700     STRING '         OVERTIME OVER ' WS-EDIT-RATE-PCT
153800         '% AND AT LEAST ' WS-EDIT-HOURS
153900         ' HOURS ABOVE THE EMPLOYEE AVERAGE'
154000         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
154100     WRITE REVIEW-REPORT-LINE.
154200     MOVE WS-FIRST-CHECK-LIMIT TO WS-EDIT-AMOUNT.
154300     MOVE SPACES TO REVIEW-REPORT-LINE.
154400     STRING '         FIRST PAYCHECK OVER ' WS-EDIT-AMOUNT
154500         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
154600     WRITE REVIEW-REPORT-LINE.
154700     MOVE SPACES TO REVIEW-REPORT-LINE.
154800     WRITE REVIEW-REPORT-LINE.
154900     SET EXC-IDX TO 1.
155000     PERFORM 8100-WRITE-CODE-COUNT THRU 8100-EXIT
155100         UNTIL EXC-IDX > WS-EXC-CODE-MAX.
155200     MOVE WS-EXC-TOTAL TO WS-EDIT-COUNT.
155300     MOVE SPACES TO REVIEW-REPORT-LINE.
155400     STRING 'TOTAL EXCEPTIONS                     : '
155450         WS-EDIT-COUNT
155500         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
155600     WRITE REVIEW-REPORT-LINE.
155700     MOVE WS-EMP-FLAGGED-COUNT TO WS-EDIT-COUNT.
155800     MOVE SPACES TO REVIEW-REPORT-LINE.
155900     STRING 'EMPLOYEES FLAGGED                    : '
155950         WS-EDIT-COUNT
156000         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
156100     WRITE REVIEW-REPORT-LINE.
156200     IF WS-SIGNOFF-WITHDRAWN
156300         MOVE SPACES TO REVIEW-REPORT-LINE
156400         STRING '*** AN EARLIER SIGN-OFF OF THIS PERIOD WAS '
156500             'WITHDRAWN BY THIS REVIEW ***'
156600             DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
156700         WRITE REVIEW-REPORT-LINE
156800     END-IF.
156900     MOVE SPACES TO REVIEW-REPORT-LINE.
157000     WRITE REVIEW-REPORT-LINE.
157100     MOVE SPACES TO REVIEW-REPORT-LINE.
157200     STRING 'PREPARED BY  ' PRM-OPERATOR-ID '  ON ' WS-RUN-DATE
157300         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
157400     WRITE REVIEW-REPORT-LINE.
157500     MOVE SPACES TO REVIEW-REPORT-LINE.
157600     WRITE REVIEW-REPORT-LINE.
157700     MOVE SPACES TO REVIEW-REPORT-LINE.
157800     STRING 'REVIEWED BY (PAYROLL)  ______________________  '
157900         'DATE __________'
158000         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
158100     WRITE REVIEW-REPORT-LINE.
158200     MOVE SPACES TO REVIEW-REPORT-LINE.
158300     WRITE REVIEW-REPORT-LINE.
158400     MOVE SPACES TO REVIEW-REPORT-LINE.
158500     STRING 'APPROVED BY (FINANCE)  ______________________  '
158600         'DATE __________'
158700         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
158800     WRITE REVIEW-REPORT-LINE.
158900     MOVE SPACES TO REVIEW-REPORT-LINE.
159000     WRITE REVIEW-REPORT-LINE.
159100     MOVE SPACES TO REVIEW-REPORT-LINE.
159200     STRING 'THE FINAL PAY RUN FOR THIS PERIOD IS HELD UNTIL '
159300         'THIS REVIEW IS SIGNED OFF.  THE APPROVER - NOT THE '
159400         'PREPARER - KEYS'
159500         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
159600     WRITE REVIEW-REPORT-LINE.
159700     MOVE SPACES TO REVIEW-REPORT-LINE.
159800     STRING 'THE PERIOD, THEIR ID, THE EMPLOYEE COUNT AND THE '
159900         'TRIAL NET PAY SHOWN ABOVE ON VARAPPR.DAT AND RUNS '
160000         'VARREVW AGAIN.'
160100         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
160200     WRITE REVIEW-REPORT-LINE.
160300     CLOSE REVIEW-REPORT-FILE.
160400     DISPLAY 'VARREVW: EMPLOYEES REVIEWED  ' WS-TRIAL-COUNT.
160500     DISPLAY 'VARREVW: HISTORY ROWS READ   ' WS-HIST-READ.
160600     DISPLAY 'VARREVW: EXCEPTIONS          ' WS-EXC-TOTAL.
160700     DISPLAY 'VARREVW: PERIOD ' PRM-PERIOD-NUMBER
160800         ' REVIEW RECORDED - AWAITING SIGN-OFF'.
160900     IF WS-EXC-TOTAL > ZERO
161000         MOVE 4 TO RETURN-CODE
161100     END-IF.
161200 8000-EXIT.
161300     EXIT.
161400
161500 8100-WRITE-CODE-COUNT.
161600     SET WS-EXC-NUMBER TO EXC-IDX.
161700     MOVE EXC-COUNT(EXC-IDX) TO WS-EDIT-COUNT.
161800     MOVE SPACES TO REVIEW-REPORT-LINE.
161900     STRING 'V0' WS-EXC-NUMBER ' ' EXC-DESC(EXC-IDX) ' : '
162000         WS-EDIT-COUNT
162100         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
162200     WRITE REVIEW-REPORT-LINE.
162300     SET EXC-IDX UP BY 1.
162400 8100-EXIT.
162500     EXIT.
