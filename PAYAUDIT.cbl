000100*****************************************************************
000200*    PROGRAM-ID..: PAYAUDIT
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: CROSS-FILE INTEGRITY AUDIT OF THE PAYROLL
000900*                  MASTERS, FOR THE WEEKEND WINDOW.  READ-ONLY -
001000*                  EVERY FILE IS OPENED INPUT AND NOTHING IS
001100*                  CORRECTED; THE FINDINGS GO ON AUDITRPT.TXT.
001200*                    A01-A06  YTDMAST, PTOMAST, BENENRL, DEDMAST,
001300*                             PAYHIST OR CHKOUT ROW FOR AN EMP-ID
001400*                             NOT ON EMPLOYEE.DAT
001500*                    A07      PAID IN THE CURRENT YTD YEAR BUT NO
001600*                             YTDMAST ROW (YEAREND EMPTIES THE
001700*                             MASTER, SO EARLIER PAY IS NOT HELD
001800*                             AGAINST IT)
001900*                    A08      PAID BY A PAY RUN BUT NO PTOMAST ROW
002000*                    A09      DEDUCTION ORDER STILL OPEN (NO
002100*                             LIMIT, OR BALANCE LEFT) FOR AN
002200*                             INACTIVE EMPLOYEE
002300*                    A10      ENROLLMENT IN A PLAN NOT ON BENPLAN
002400*                    A11      ENROLLMENT STILL ELECTED FOR AN
002500*                             INACTIVE EMPLOYEE
002600*                    A12      DEPT-CODE NOT ON DEPTMAST.DAT
002700*                    A13      CHECK AMOUNT DISAGREES WITH PAYHIST
002800*                    A14      CHECK WITH NO CHECK-PAID PAYHIST ROW
002900*                    A15      BANK ROUTING AND ACCOUNT SHARED WITH
003000*                             ANOTHER EMPLOYEE
003100*                    A16      ACTIVE EMPLOYEE NOT PAID IN THE LAST
003200*                             N PAID PERIODS ON PERIODCT.DAT, N
003300*                             BEING RATE-TABLE CODE AUDNOPAY
003400*                  CHKOUT CARRIES NO PAYHIST KEY, SO A CHECK IS
003500*                  MATCHED TO THE EMPLOYEE'S CHECK-PAID ROWS OF
003600*                  PERIODS ENDED BY ITS ISSUE DATE: ANY ROW OF THE
003700*                  SAME NET AGREES; OTHERWISE THE LATEST SUCH ROW
003800*                  IS THE ONE IT PAID AND THE AMOUNTS DISAGREE.
003900*                  A COMPANION FILE NOT ON THE SYSTEM IS NOTED AND
004000*                  ITS CHECKS SKIPPED.
004100*
004200*    MODIFICATION HISTORY
004300*    DATE       INIT DESCRIPTION
004400*    ---------- ---- ------------------------------------------
004500*    2026-10-15 RTM  ORIGINAL VERSION.
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. PAYAUDIT.
004900 AUTHOR. R-T-MORALES.
005000 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
005100 DATE-WRITTEN. 2026-10-15.
005200 DATE-COMPILED.
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS EMP-ID
006100         FILE STATUS IS WS-EMP-FILE-STATUS.
006200
006300     SELECT YTD-MASTER-FILE ASSIGN TO 'YTDMAST.DAT'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS YTD-EMP-ID
006700         FILE STATUS IS WS-YTD-FILE-STATUS.
006800
006900     SELECT PTO-MASTER-FILE ASSIGN TO 'PTOMAST.DAT'
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PTO-EMP-ID
007300         FILE STATUS IS WS-PTO-FILE-STATUS.
007400
007500     SELECT BENEFIT-ENROLL-FILE ASSIGN TO 'BENENRL.DAT'
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS BE-KEY
007900         FILE STATUS IS WS-BE-FILE-STATUS.
008000
008100     SELECT DEDUCTION-FILE ASSIGN TO 'DEDMAST.DAT'
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS DD-KEY
008500         FILE STATUS IS WS-DED-FILE-STATUS.
008600
008700     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS PH-KEY
009100         FILE STATUS IS WS-HIST-FILE-STATUS.
009200
009300     SELECT CHECK-OUTSTAND-FILE ASSIGN TO 'CHKOUT.DAT'
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS SEQUENTIAL
009600         RECORD KEY IS CK-CHECK-NUMBER
009700         FILE STATUS IS WS-CKO-FILE-STATUS.
009800
009900     SELECT BENEFIT-PLAN-FILE ASSIGN TO 'BENPLAN.DAT'
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-BP-FILE-STATUS.
010200
010300     SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMAST.DAT'
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-DM-FILE-STATUS.
010600
010700     SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODCT.DAT'
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS SEQUENTIAL
011000         RECORD KEY IS PC-PERIOD-NUMBER
011100         FILE STATUS IS WS-PDCT-FILE-STATUS.
011200
011300     SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS SEQUENTIAL
011600         RECORD KEY IS RT-KEY
011700         FILE STATUS IS WS-RATE-FILE-STATUS.
011800
011900     SELECT AUDIT-REPORT-FILE ASSIGN TO 'AUDITRPT.TXT'
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS WS-RPT-FILE-STATUS.
012200
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  EMPLOYEE-FILE.
012600 COPY EMPREC.
012700
012800 FD  YTD-MASTER-FILE.
012900 COPY YTDREC.
013000
013100 FD  PTO-MASTER-FILE.
013200 COPY PTOREC.
013300
013400 FD  BENEFIT-ENROLL-FILE.
013500 COPY BENENRL.
013600
013700 FD  DEDUCTION-FILE.
013800 COPY DEDREC.
013900
014000 FD  PAY-HISTORY-FILE.
014100 COPY PAYHIST.
014200
014300 FD  CHECK-OUTSTAND-FILE.
014400 COPY CHKOUT.
014500
014600 FD  BENEFIT-PLAN-FILE.
014700 COPY BENPLAN.
014800
014900 FD  DEPT-MASTER-FILE.
015000 COPY DEPTREC.
015100
015200 FD  PERIOD-CONTROL-FILE.
015300 COPY PERIODCT.
015400
015500 FD  RATE-TABLE-FILE.
015600 COPY RATETBL.
015700
015800 FD  AUDIT-REPORT-FILE.
015900 01  AUDIT-REPORT-LINE             PIC X(132).
016000
016100 WORKING-STORAGE SECTION.
016200*****************************************************************
016300*    FILE STATUS FIELDS
016400*****************************************************************
016500 01  WS-EMP-FILE-STATUS            PIC X(02).
016600 01  WS-YTD-FILE-STATUS            PIC X(02).
016700 01  WS-PTO-FILE-STATUS            PIC X(02).
016800 01  WS-BE-FILE-STATUS             PIC X(02).
016900 01  WS-DED-FILE-STATUS            PIC X(02).
017000 01  WS-HIST-FILE-STATUS           PIC X(02).
017100 01  WS-CKO-FILE-STATUS            PIC X(02).
017200 01  WS-BP-FILE-STATUS             PIC X(02).
017300 01  WS-DM-FILE-STATUS             PIC X(02).
017400 01  WS-PDCT-FILE-STATUS           PIC X(02).
017500 01  WS-RATE-FILE-STATUS           PIC X(02).
017600 01  WS-RPT-FILE-STATUS            PIC X(02).
017700
017800*****************************************************************
017900*    SWITCHES - END OF FILE, AND WHICH FILES ARE ON THE SYSTEM
018000*****************************************************************
018100 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
018200     88  WS-EOF                       VALUE 'Y'.
018300
018400 01  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE 'N'.
018500     88  WS-SCAN-EOF                  VALUE 'Y'.
018600
018700 01  WS-YTD-SWITCH                 PIC X(01) VALUE 'N'.
018800     88  WS-YTD-AVAILABLE             VALUE 'Y'.
018900
019000 01  WS-PTO-SWITCH                 PIC X(01) VALUE 'N'.
019100     88  WS-PTO-AVAILABLE             VALUE 'Y'.
019200
019300 01  WS-BE-SWITCH                  PIC X(01) VALUE 'N'.
019400     88  WS-BE-AVAILABLE              VALUE 'Y'.
019500
019600 01  WS-DED-SWITCH                 PIC X(01) VALUE 'N'.
019700     88  WS-DED-AVAILABLE             VALUE 'Y'.
019800
019900 01  WS-CKO-SWITCH                 PIC X(01) VALUE 'N'.
020000     88  WS-CKO-AVAILABLE             VALUE 'Y'.
020100
020200 01  WS-BP-SWITCH                  PIC X(01) VALUE 'N'.
020300     88  WS-BP-AVAILABLE              VALUE 'Y'.
020400
020500 01  WS-DM-SWITCH                  PIC X(01) VALUE 'N'.
020600     88  WS-DM-AVAILABLE              VALUE 'Y'.
020700
020800 01  WS-NOPAY-SWITCH               PIC X(01) VALUE 'N'.
020900     88  WS-NOPAY-LIMIT-FOUND         VALUE 'Y'.
021000
021100 01  WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
021200     88  WS-FOUND                     VALUE 'Y'.
021300
021400 01  WS-STEP-SWITCH                PIC X(01) VALUE 'N'.
021500     88  WS-STEP-DONE                 VALUE 'Y'.
021600
021700 01  WS-HIST-ORPHAN-SWITCH         PIC X(01) VALUE 'N'.
021800     88  WS-HIST-ORPHAN               VALUE 'Y'.
021900
022000 01  WS-MATCH-SWITCH               PIC X(01) VALUE 'N'.
022100     88  WS-CHECK-MATCHED             VALUE 'Y'.
022200
022300*****************************************************************
022400*    EMPLOYEE LOOKUP - THE LAST EMP-ID LOOKED UP IS REMEMBERED SO
022500*    A RUN OF COMPANION ROWS FOR ONE EMPLOYEE READS THE MASTER
022600*    ONCE
022700*****************************************************************
022800 01  WS-LOOKUP-EMP-ID              PIC X(10) VALUE SPACES.
022900 01  WS-CACHE-EMP-ID               PIC X(10) VALUE LOW-VALUES.
023000 01  WS-CACHE-NAME                 PIC X(30) VALUE SPACES.
023100 01  WS-CACHE-FOUND-SWITCH         PIC X(01) VALUE 'N'.
023200     88  WS-EMP-ON-FILE               VALUE 'Y'.
023300 01  WS-CACHE-ACTIVE-SWITCH        PIC X(01) VALUE 'N'.
023400     88  WS-EMP-ACTIVE                VALUE 'Y'.
023500
023600*****************************************************************
023700*    RUN DATE AND THE GHOST-EMPLOYEE LIMIT
023800*****************************************************************
023900 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
024000 01  WS-NOPAY-PERIODS              PIC 9(03) VALUE ZERO.
024100 01  WS-YTD-YEAR                   PIC 9(04) VALUE ZERO.
024200 01  WS-WORK-YEAR                  PIC 9(04) VALUE ZERO.
024300
024400*****************************************************************
024500*    PLAN CODES ON BENPLAN.DAT AND DEPARTMENTS ON DEPTMAST.DAT
024600*****************************************************************
024700 01  WS-PLAN-MAX                   PIC 9(03) VALUE 50.
024800 01  WS-PLAN-COUNT                 PIC 9(03) VALUE ZERO.
024900 01  WS-PLAN-TABLE.
025000     05  PL-PLAN-CODE              PIC X(04) OCCURS 50 TIMES
025100                                   INDEXED BY PL-IDX.
025200
025300 01  WS-DEPT-MAX                   PIC 9(03) VALUE 50.
025400 01  WS-DEPT-COUNT                 PIC 9(03) VALUE ZERO.
025500 01  WS-DEPT-TABLE.
025600     05  DP-DEPT-CODE              PIC X(05) OCCURS 50 TIMES
025700                                   INDEXED BY DP-IDX.
025800
025900*****************************************************************
026000*    REGULAR PERIODS PAID, FROM PERIODCT.DAT IN PERIOD ORDER
026100*****************************************************************
026200 01  WS-PAID-MAX                   PIC 9(04) VALUE 1000.
026300 01  WS-PAID-COUNT                 PIC 9(04) VALUE ZERO.
026400 01  WS-PAID-TABLE.
026500     05  PP-ENTRY                  OCCURS 1000 TIMES
026600                                   INDEXED BY PP-IDX.
026700         10  PP-PERIOD-NUMBER      PIC 9(06).
026800         10  PP-PERIOD-END-DATE    PIC 9(08).
026900
027000*****************************************************************
027100*    PAY HISTORY SUMMARY - ONE ENTRY PER EMPLOYEE ON FILE WITH
027200*    PAYHIST ROWS, IN EMP-ID ORDER: THE LATEST PERIOD IN WHICH A
027300*    PAYMENT WAS MADE AND WHETHER A PAY RUN EVER PAID THEM
027400*****************************************************************
027500 01  WS-HSUM-MAX                   PIC 9(05) VALUE 10000.
027600 01  WS-HSUM-COUNT                 PIC 9(05) VALUE ZERO.
027700 01  WS-HSUM-TABLE.
027800     05  HS-ENTRY                  OCCURS 10000 TIMES
027900                                   INDEXED BY HS-IDX.
028000         10  HS-EMP-ID             PIC X(10).
028100         10  HS-LAST-PERIOD        PIC 9(06).
028200         10  HS-LAST-END-DATE      PIC 9(08).
028300         10  HS-PAY-RUN-SWITCH     PIC X(01).
028400             88  HS-PAID-BY-PAY-RUN    VALUE 'Y'.
028500 01  WS-HIST-PREV-EMP-ID           PIC X(10) VALUE LOW-VALUES.
028600
028700*****************************************************************
028800*    BANK ACCOUNTS SEEN SO FAR ON THE EMPLOYEE PASS
028900*****************************************************************
029000 01  WS-BANK-MAX                   PIC 9(05) VALUE 10000.
029100 01  WS-BANK-COUNT                 PIC 9(05) VALUE ZERO.
029200 01  WS-BANK-TABLE.
029300     05  BK-ENTRY                  OCCURS 10000 TIMES
029400                                   INDEXED BY BK-IDX.
029500         10  BK-ROUTING            PIC 9(09).
029600         10  BK-ACCOUNT            PIC X(17).
029700         10  BK-EMP-ID             PIC X(10).
029800
029900*****************************************************************
030000*    CHECK-TO-HISTORY MATCH WORK FIELDS
030100*****************************************************************
030200 01  WS-CAND-FOUND-SWITCH          PIC X(01) VALUE 'N'.
030300     88  WS-CAND-FOUND                VALUE 'Y'.
030400 01  WS-CAND-PERIOD                PIC 9(06) VALUE ZERO.
030500 01  WS-CAND-END-DATE              PIC 9(08) VALUE ZERO.
030600 01  WS-CAND-NET                   PIC S9(8)V99 VALUE ZERO.
030700
030800*****************************************************************
030900*    FINDING LINE WORK FIELDS AND DESCRIPTIONS BY CODE
031000*****************************************************************
031100 01  WS-AUD-NUMBER                 PIC 9(02) VALUE ZERO.
031200 01  WS-AUD-EMP-ID                 PIC X(10) VALUE SPACES.
031300 01  WS-AUD-NAME                   PIC X(30) VALUE SPACES.
031400 01  WS-AUD-DETAIL                 PIC X(48) VALUE SPACES.
031500 01  WS-AUD-DESCRIPTIONS.
031600     05  FILLER                    PIC X(32)
031700             VALUE 'YTD ROW, NO EMPLOYEE'.
031800     05  FILLER                    PIC X(32)
031900             VALUE 'PTO ROW, NO EMPLOYEE'.
032000     05  FILLER                    PIC X(32)
032100             VALUE 'ENROLLMENT, NO EMPLOYEE'.
032200     05  FILLER                    PIC X(32)
032300             VALUE 'DEDUCTION ORDER, NO EMPLOYEE'.
032400     05  FILLER                    PIC X(32)
032500             VALUE 'PAY HISTORY, NO EMPLOYEE'.
032600     05  FILLER                    PIC X(32)
032700             VALUE 'CHECK, NO EMPLOYEE'.
032800     05  FILLER                    PIC X(32)
032900             VALUE 'PAID THIS YEAR, NO YTD ROW'.
033000     05  FILLER                    PIC X(32)
033100             VALUE 'PAID BY PAY RUN, NO PTO ROW'.
033200     05  FILLER                    PIC X(32)
033300             VALUE 'OPEN DEDUCTION, INACTIVE EMP'.
033400     05  FILLER                    PIC X(32)
033500             VALUE 'PLAN NOT ON BENPLAN'.
033600     05  FILLER                    PIC X(32)
033700             VALUE 'ENROLLED, INACTIVE EMPLOYEE'.
033800     05  FILLER                    PIC X(32)
033900             VALUE 'DEPT NOT ON DEPTMAST'.
034000     05  FILLER                    PIC X(32)
034100             VALUE 'CHECK AMOUNT NOT AS PAYHIST'.
034200     05  FILLER                    PIC X(32)
034300             VALUE 'CHECK, NO PAY HISTORY ROW'.
034400     05  FILLER                    PIC X(32)
034500             VALUE 'BANK ACCOUNT SHARED'.
034600     05  FILLER                    PIC X(32)
034700             VALUE 'ACTIVE, NOT PAID RECENTLY'.
034800 01  WS-AUD-DESC-TABLE REDEFINES WS-AUD-DESCRIPTIONS.
034900     05  AUD-DESC                  PIC X(32) OCCURS 16 TIMES.
035000 01  WS-AUD-CODE-MAX               PIC 9(02) VALUE 16.
035100 01  WS-AUD-COUNTS.
035200     05  AUD-COUNT                 PIC 9(05) OCCURS 16 TIMES
035300                                   INDEXED BY AUD-IDX.
035400
035500*****************************************************************
035600*    RUN COUNTERS AND EDIT FIELDS
035700*****************************************************************
035800 01  WS-EMP-READ                   PIC 9(07) VALUE ZERO.
035900 01  WS-YTD-READ                   PIC 9(07) VALUE ZERO.
036000 01  WS-PTO-READ                   PIC 9(07) VALUE ZERO.
036100 01  WS-BE-READ                    PIC 9(07) VALUE ZERO.
036200 01  WS-DED-READ                   PIC 9(07) VALUE ZERO.
036300 01  WS-HIST-READ                  PIC 9(09) VALUE ZERO.
036400 01  WS-CKO-READ                   PIC 9(07) VALUE ZERO.
036500 01  WS-AUD-TOTAL                  PIC 9(07) VALUE ZERO.
036600 01  WS-NOTE-COUNT                 PIC 9(03) VALUE ZERO.
036700 01  WS-SECTION-NAME               PIC X(40) VALUE SPACES.
036800 01  WS-FILE-NAME                  PIC X(12) VALUE SPACES.
036900 01  WS-EDIT-AMOUNT                PIC -ZZ,ZZZ,ZZ9.99.
037000 01  WS-EDIT-AMOUNT-2              PIC -ZZ,ZZZ,ZZ9.99.
037100 01  WS-EDIT-COUNT                 PIC Z,ZZZ,ZZ9.
037200 01  WS-EDIT-PERIODS               PIC ZZ9.
037300 01  WS-EDIT-SHORT                 PIC -ZZZZZZ9.99.
037400 01  WS-EDIT-SHORT-2               PIC -ZZZZZZ9.99.
037500 01  WS-PAID-SUB                   PIC 9(04) VALUE ZERO.
037600
037700 PROCEDURE DIVISION.
037800*****************************************************************
037900*    0000-MAINLINE
038000*****************************************************************
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038300     PERFORM 2000-AUDIT-PAY-HISTORY THRU 2000-EXIT.
038400     PERFORM 3000-AUDIT-EMPLOYEES THRU 3000-EXIT.
038500     PERFORM 4000-AUDIT-YTD THRU 4000-EXIT.
038600     PERFORM 4200-AUDIT-PTO THRU 4200-EXIT.
038700     PERFORM 5000-AUDIT-ENROLLMENTS THRU 5000-EXIT.
038800     PERFORM 6000-AUDIT-DEDUCTIONS THRU 6000-EXIT.
038900     PERFORM 7000-AUDIT-CHECKS THRU 7000-EXIT.
039000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
039100     STOP RUN.
039200 0000-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600*    1000-INITIALIZE
039700*    EMPLOYEE.DAT AND PAYHIST.DAT MUST BE THERE.  ANY OTHER FILE
039800*    NOT YET CREATED ON THIS SYSTEM IS NOTED AND ITS CHECKS
039900*    SKIPPED.
040000*****************************************************************
040100 1000-INITIALIZE.
040200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040300     DISPLAY 'PAYAUDIT - CROSS-FILE INTEGRITY AUDIT'.
040400     OPEN OUTPUT AUDIT-REPORT-FILE.
040500     IF WS-RPT-FILE-STATUS NOT = '00'
040600         DISPLAY 'PAYAUDIT: UNABLE TO OPEN AUDITRPT.TXT - STATUS '
040700             WS-RPT-FILE-STATUS
040800         MOVE 16 TO RETURN-CODE
040900         STOP RUN
041000     END-IF.
041100     MOVE SPACES TO AUDIT-REPORT-LINE.
041200     STRING 'PAYROLL MASTER FILE INTEGRITY AUDIT - RUN DATE '
041300         WS-RUN-DATE
041400         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
041500     WRITE AUDIT-REPORT-LINE.
041600     MOVE ALL '-' TO AUDIT-REPORT-LINE.
041700     WRITE AUDIT-REPORT-LINE.
041800     OPEN INPUT EMPLOYEE-FILE.
041900     IF WS-EMP-FILE-STATUS NOT = '00'
042000         DISPLAY 'PAYAUDIT: UNABLE TO OPEN EMPLOYEE.DAT - STATUS '
042100             WS-EMP-FILE-STATUS
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     OPEN INPUT PAY-HISTORY-FILE.
042600     IF WS-HIST-FILE-STATUS NOT = '00'
042700         DISPLAY 'PAYAUDIT: UNABLE TO OPEN PAYHIST.DAT - STATUS '
042800             WS-HIST-FILE-STATUS
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF.
043200     OPEN INPUT YTD-MASTER-FILE.
043300     EVALUATE WS-YTD-FILE-STATUS
043400         WHEN '00'
043500             SET WS-YTD-AVAILABLE TO TRUE
043600         WHEN '35'
043700             MOVE 'YTDMAST.DAT' TO WS-FILE-NAME
043800             PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
043900         WHEN OTHER
044000             DISPLAY 'PAYAUDIT: UNABLE TO OPEN YTDMAST.DAT - '
044100                 'STATUS ' WS-YTD-FILE-STATUS
044200             MOVE 16 TO RETURN-CODE
044300             STOP RUN
044400     END-EVALUATE.
044500     OPEN INPUT PTO-MASTER-FILE.
044600     EVALUATE WS-PTO-FILE-STATUS
044700         WHEN '00'
044800             SET WS-PTO-AVAILABLE TO TRUE
044900         WHEN '35'
045000             MOVE 'PTOMAST.DAT' TO WS-FILE-NAME
045100             PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
045200         WHEN OTHER
045300             DISPLAY 'PAYAUDIT: UNABLE TO OPEN PTOMAST.DAT - '
045400                 'STATUS ' WS-PTO-FILE-STATUS
045500             MOVE 16 TO RETURN-CODE
045600             STOP RUN
045700     END-EVALUATE.
045800     OPEN INPUT BENEFIT-ENROLL-FILE.
045900     EVALUATE WS-BE-FILE-STATUS
046000         WHEN '00'
046100             SET WS-BE-AVAILABLE TO TRUE
046200         WHEN '35'
046300             MOVE 'BENENRL.DAT' TO WS-FILE-NAME
046400             PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
046500         WHEN OTHER
046600             DISPLAY 'PAYAUDIT: UNABLE TO OPEN BENENRL.DAT - '
046700                 'STATUS ' WS-BE-FILE-STATUS
046800             MOVE 16 TO RETURN-CODE
046900             STOP RUN
047000     END-EVALUATE.
047100     OPEN INPUT DEDUCTION-FILE.
047200     EVALUATE WS-DED-FILE-STATUS
047300         WHEN '00'
047400             SET WS-DED-AVAILABLE TO TRUE
047500         WHEN '35'
047600             MOVE 'DEDMAST.DAT' TO WS-FILE-NAME
047700             PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
047800         WHEN OTHER
047900             DISPLAY 'PAYAUDIT: UNABLE TO OPEN DEDMAST.DAT - '
048000                 'STATUS ' WS-DED-FILE-STATUS
048100             MOVE 16 TO RETURN-CODE
048200             STOP RUN
048300     END-EVALUATE.
048400     OPEN INPUT CHECK-OUTSTAND-FILE.
048500     EVALUATE WS-CKO-FILE-STATUS
048600         WHEN '00'
048700             SET WS-CKO-AVAILABLE TO TRUE
048800         WHEN '35'
048900             MOVE 'CHKOUT.DAT' TO WS-FILE-NAME
049000             PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
049100         WHEN OTHER
049200             DISPLAY 'PAYAUDIT: UNABLE TO OPEN CHKOUT.DAT - '
049300                 'STATUS ' WS-CKO-FILE-STATUS
049400             MOVE 16 TO RETURN-CODE
049500             STOP RUN
049600     END-EVALUATE.
049700     PERFORM 1100-LOAD-PLANS THRU 1100-EXIT.
049800     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
049900     PERFORM 1300-LOAD-PAID-PERIODS THRU 1300-EXIT.
050000     PERFORM 1400-LOAD-NOPAY-LIMIT THRU 1400-EXIT.
050100 1000-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*    1100-LOAD-PLANS - PLAN CODES ON BENPLAN.DAT
050600*****************************************************************
050700 1100-LOAD-PLANS.
050800     OPEN INPUT BENEFIT-PLAN-FILE.
050900     IF WS-BP-FILE-STATUS = '35'
051000         MOVE 'BENPLAN.DAT' TO WS-FILE-NAME
051100         PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
051200         GO TO 1100-EXIT
051300     END-IF.
051400     IF WS-BP-FILE-STATUS NOT = '00'
051500         DISPLAY 'PAYAUDIT: UNABLE TO OPEN BENPLAN.DAT - STATUS '
051600             WS-BP-FILE-STATUS
051700         MOVE 16 TO RETURN-CODE
051800         STOP RUN
051900     END-IF.
052000     SET WS-BP-AVAILABLE TO TRUE.
052100     MOVE 'N' TO WS-EOF-SWITCH.
052200     PERFORM 1110-LOAD-ONE-PLAN THRU 1110-EXIT
052300         UNTIL WS-EOF.
052400     CLOSE BENEFIT-PLAN-FILE.
052500 1100-EXIT.
052600     EXIT.
052700
052800 1110-LOAD-ONE-PLAN.
052900     READ BENEFIT-PLAN-FILE
053000         AT END
053100             SET WS-EOF TO TRUE
053200             GO TO 1110-EXIT
053300     END-READ.
053400     IF WS-PLAN-COUNT >= WS-PLAN-MAX
053500         DISPLAY 'PAYAUDIT: PLAN TABLE FULL AT ' WS-PLAN-MAX
053600             ' PLANS'
053700         MOVE 16 TO RETURN-CODE
053800         STOP RUN
053900     END-IF.
054000     ADD 1 TO WS-PLAN-COUNT.
054100     MOVE BP-PLAN-CODE TO PL-PLAN-CODE(WS-PLAN-COUNT).
054200 1110-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*    1200-LOAD-DEPARTMENTS - DEPARTMENT CODES ON DEPTMAST.DAT
054700*****************************************************************
054800 1200-LOAD-DEPARTMENTS.
054900     OPEN INPUT DEPT-MASTER-FILE.
055000     IF WS-DM-FILE-STATUS = '35'
055100         MOVE 'DEPTMAST.DAT' TO WS-FILE-NAME
055200         PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
055300         GO TO 1200-EXIT
055400     END-IF.
055500     IF WS-DM-FILE-STATUS NOT = '00'
055600         DISPLAY 'PAYAUDIT: UNABLE TO OPEN DEPTMAST.DAT - STATUS '
055700             WS-DM-FILE-STATUS
055800         MOVE 16 TO RETURN-CODE
055900         STOP RUN
056000     END-IF.
056100     SET WS-DM-AVAILABLE TO TRUE.
056200     MOVE 'N' TO WS-EOF-SWITCH.
056300     PERFORM 1210-LOAD-ONE-DEPARTMENT THRU 1210-EXIT
056400         UNTIL WS-EOF.
056500     CLOSE DEPT-MASTER-FILE.
056600 1200-EXIT.
056700     EXIT.
056800
056900 1210-LOAD-ONE-DEPARTMENT.
057000     READ DEPT-MASTER-FILE
057100         AT END
057200             SET WS-EOF TO TRUE
057300             GO TO 1210-EXIT
057400     END-READ.
057500     IF WS-DEPT-COUNT >= WS-DEPT-MAX
057600         DISPLAY 'PAYAUDIT: DEPARTMENT TABLE FULL AT ' WS-DEPT-MAX
057700             ' DEPARTMENTS'
057800         MOVE 16 TO RETURN-CODE
057900         STOP RUN
058000     END-IF.
058100     ADD 1 TO WS-DEPT-COUNT.
058200     MOVE DM-DEPT-CODE TO DP-DEPT-CODE(WS-DEPT-COUNT).
058300 1210-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*    1300-LOAD-PAID-PERIODS - REGULAR PERIODS MARKED PAID ON
058800*    PERIODCT.DAT.  THE LATEST ONE'S YEAR IS THE YEAR YTDMAST
058900*    IS ACCUMULATING.
059000*****************************************************************
059100 1300-LOAD-PAID-PERIODS.
059200     OPEN INPUT PERIOD-CONTROL-FILE.
059300     IF WS-PDCT-FILE-STATUS = '35'
059400         MOVE 'PERIODCT.DAT' TO WS-FILE-NAME
059500         PERFORM 9050-WRITE-NOT-ON-SYSTEM THRU 9050-EXIT
059600         GO TO 1300-EXIT
059700     END-IF.
059800     IF WS-PDCT-FILE-STATUS NOT = '00'
059900         DISPLAY 'PAYAUDIT: UNABLE TO OPEN PERIODCT.DAT - STATUS '
060000             WS-PDCT-FILE-STATUS
060100         MOVE 16 TO RETURN-CODE
060200         STOP RUN
060300     END-IF.
060400     MOVE 'N' TO WS-EOF-SWITCH.
060500     PERFORM 1310-LOAD-ONE-PERIOD THRU 1310-EXIT
060600         UNTIL WS-EOF.
060700     CLOSE PERIOD-CONTROL-FILE.
060800     IF WS-PAID-COUNT > ZERO
060900         SET PP-IDX TO WS-PAID-COUNT
061000         DIVIDE PP-PERIOD-END-DATE(PP-IDX) BY 10000
061100             GIVING WS-YTD-YEAR
061200     END-IF.
061300 1300-EXIT.
061400     EXIT.
061500
061600 1310-LOAD-ONE-PERIOD.
061700     READ PERIOD-CONTROL-FILE NEXT RECORD
061800         AT END
061900             SET WS-EOF TO TRUE
062000             GO TO 1310-EXIT
062100     END-READ.
062200     IF NOT PC-PERIOD-PAID
062300         GO TO 1310-EXIT
062400     END-IF.
062500     IF WS-PAID-COUNT >= WS-PAID-MAX
062600         DISPLAY 'PAYAUDIT: PAID PERIOD TABLE FULL AT '
062700             WS-PAID-MAX ' PERIODS'
062800         MOVE 16 TO RETURN-CODE
062900         STOP RUN
063000     END-IF.
063100     ADD 1 TO WS-PAID-COUNT.
063200     SET PP-IDX TO WS-PAID-COUNT.
063300     MOVE PC-PERIOD-NUMBER   TO PP-PERIOD-NUMBER(PP-IDX).
063400     MOVE PC-PERIOD-END-DATE TO PP-PERIOD-END-DATE(PP-IDX).
063500 1310-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900*    1400-LOAD-NOPAY-LIMIT - RATE-TABLE CODE AUDNOPAY IN FORCE ON
064000*    THE RUN DATE; ITS AMOUNT IS THE NUMBER OF PAID PERIODS AN
064100*    ACTIVE EMPLOYEE MAY GO UNPAID.  WITHOUT IT THE CHECK (A16)
064200*    IS SKIPPED WITH A NOTE.
064300*****************************************************************
064400 1400-LOAD-NOPAY-LIMIT.
064500     OPEN INPUT RATE-TABLE-FILE.
064600     IF WS-RATE-FILE-STATUS = '00'
064700         MOVE 'N' TO WS-EOF-SWITCH
064800         PERFORM 1410-READ-ONE-RATE THRU 1410-EXIT
064900             UNTIL WS-EOF
065000         CLOSE RATE-TABLE-FILE
065100     ELSE
065200         IF WS-RATE-FILE-STATUS NOT = '35'
065300             DISPLAY 'PAYAUDIT: UNABLE TO OPEN RATETBL.DAT - '
065400                 'STATUS ' WS-RATE-FILE-STATUS
065500             MOVE 16 TO RETURN-CODE
065600             STOP RUN
065700         END-IF
065800     END-IF.
065900     IF WS-NOPAY-PERIODS = ZERO
066000         MOVE 'N' TO WS-NOPAY-SWITCH
066100     END-IF.
066200     MOVE SPACES TO AUDIT-REPORT-LINE.
066300     IF WS-NOPAY-LIMIT-FOUND
066400         MOVE WS-NOPAY-PERIODS TO WS-EDIT-PERIODS
066500         STRING 'ACTIVE EMPLOYEES ARE REPORTED WHEN NOT PAID IN '
066600             'THE LAST ' WS-EDIT-PERIODS ' PAID PERIODS'
066700             DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
066800     ELSE
066900         STRING 'NOTE - NO AUDNOPAY RATE-TABLE ENTRY IN FORCE ON '
067000             WS-RUN-DATE ' - UNPAID ACTIVE EMPLOYEE CHECK SKIPPED'
067100             DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
067200         ADD 1 TO WS-NOTE-COUNT
067300     END-IF.
067400     WRITE AUDIT-REPORT-LINE.
067500 1400-EXIT.
067600     EXIT.
067700
067800 1410-READ-ONE-RATE.
067900     READ RATE-TABLE-FILE
068000         AT END
068100             SET WS-EOF TO TRUE
068200             GO TO 1410-EXIT
068300     END-READ.
068400     IF RT-EFFECTIVE-DATE > WS-RUN-DATE
068500         GO TO 1410-EXIT
068600     END-IF.
068700     IF RT-AUD-NO-PAY
068800         IF RT-EXPIRE-DATE NOT = ZERO
068900                 AND RT-EXPIRE-DATE < WS-RUN-DATE
069000             MOVE 'N' TO WS-NOPAY-SWITCH
069100         ELSE
069200             SET WS-NOPAY-LIMIT-FOUND TO TRUE
069300             MOVE RT-AMOUNT TO WS-NOPAY-PERIODS
069400         END-IF
069500     END-IF.
069600 1410-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000*    2000-AUDIT-PAY-HISTORY - ORPHAN HISTORY (A05), AND THE
070100*    SUMMARY OF WHEN EACH EMPLOYEE WAS LAST PAID FOR THE
070200*    EMPLOYEE PASS.  A ROW WITH A POSITIVE NET IS A PAYMENT;
070300*    REVERSALS AND RETRO EARNINGS ROWS ARE NOT.
070400*****************************************************************
070500 2000-AUDIT-PAY-HISTORY.
070600     MOVE 'PAY HISTORY (PAYHIST.DAT)' TO WS-SECTION-NAME.
070700     PERFORM 9000-WRITE-SECTION-HEADING THRU 9000-EXIT.
070800     MOVE 'N' TO WS-EOF-SWITCH.
070900     PERFORM 2100-AUDIT-ONE-HISTORY-ROW THRU 2100-EXIT
071000         UNTIL WS-EOF.
071100 2000-EXIT.
071200     EXIT.
071300
071400 2100-AUDIT-ONE-HISTORY-ROW.
071500     READ PAY-HISTORY-FILE NEXT RECORD
071600         AT END
071700             SET WS-EOF TO TRUE
071800             GO TO 2100-EXIT
071900     END-READ.
072000     ADD 1 TO WS-HIST-READ.
072100     IF PH-EMP-ID NOT = WS-HIST-PREV-EMP-ID
072200         MOVE PH-EMP-ID TO WS-HIST-PREV-EMP-ID
072300         MOVE 'N' TO WS-HIST-ORPHAN-SWITCH
072400         MOVE PH-EMP-ID TO WS-LOOKUP-EMP-ID
072500         PERFORM 9200-LOOKUP-EMPLOYEE THRU 9200-EXIT
072600         IF WS-EMP-ON-FILE
072700             PERFORM 2110-ADD-HISTORY-SUMMARY THRU 2110-EXIT
072800         ELSE
072900             SET WS-HIST-ORPHAN TO TRUE
073000             MOVE PH-EMP-ID TO WS-AUD-EMP-ID
073100             MOVE SPACES TO WS-AUD-NAME
073200             STRING 'FIRST ROW PERIOD ' PH-PERIOD-NUMBER
073300                 DELIMITED BY SIZE INTO WS-AUD-DETAIL
073400             MOVE 5 TO WS-AUD-NUMBER
073500             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
073600         END-IF
073700     END-IF.
073800     IF WS-HIST-ORPHAN OR PH-NET NOT > ZERO
073900         GO TO 2100-EXIT
074000     END-IF.
074100     MOVE PH-PERIOD-NUMBER   TO HS-LAST-PERIOD(HS-IDX).
074200     MOVE PH-PERIOD-END-DATE TO HS-LAST-END-DATE(HS-IDX).
074300     IF PH-PAY-ROW
074400         MOVE 'Y' TO HS-PAY-RUN-SWITCH(HS-IDX)
074500     END-IF.
074600 2100-EXIT.
074700     EXIT.
074800
074900 2110-ADD-HISTORY-SUMMARY.
075000     IF WS-HSUM-COUNT >= WS-HSUM-MAX
075100         DISPLAY 'PAYAUDIT: HISTORY SUMMARY TABLE FULL AT '
075200             WS-HSUM-MAX ' EMPLOYEES'
075300         MOVE 16 TO RETURN-CODE
075400         STOP RUN
075500     END-IF.
075600     ADD 1 TO WS-HSUM-COUNT.
075700     SET HS-IDX TO WS-HSUM-COUNT.
075800     MOVE PH-EMP-ID TO HS-EMP-ID(HS-IDX).
075900     MOVE ZERO      TO HS-LAST-PERIOD(HS-IDX).
076000     MOVE ZERO      TO HS-LAST-END-DATE(HS-IDX).
076100     MOVE 'N'       TO HS-PAY-RUN-SWITCH(HS-IDX).
076200 2110-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*    3000-AUDIT-EMPLOYEES - DEPARTMENT (A12), MISSING YTD AND
076700*    PTO COMPANIONS (A07, A08), SHARED BANK ACCOUNTS (A15) AND
076800*    ACTIVE EMPLOYEES GONE UNPAID (A16).  THE HISTORY SUMMARY IS
076900*    IN EMP-ID ORDER AND IS WALKED IN STEP WITH THE MASTER.
077000*****************************************************************
077100 3000-AUDIT-EMPLOYEES.
077200     MOVE 'EMPLOYEE MASTER (EMPLOYEE.DAT)' TO WS-SECTION-NAME.
077300     PERFORM 9000-WRITE-SECTION-HEADING THRU 9000-EXIT.
077400     MOVE 'N' TO WS-EOF-SWITCH.
077500     MOVE LOW-VALUES TO EMP-ID.
077600     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
077700         INVALID KEY
077800             SET WS-EOF TO TRUE
077900     END-START.
078000     SET HS-IDX TO 1.
078100     PERFORM 3100-AUDIT-ONE-EMPLOYEE THRU 3100-EXIT
078200         UNTIL WS-EOF.
078300 3000-EXIT.
078400     EXIT.
078500
078600 3100-AUDIT-ONE-EMPLOYEE.
078700     READ EMPLOYEE-FILE NEXT RECORD
078800         AT END
078900             SET WS-EOF TO TRUE
079000             GO TO 3100-EXIT
079100     END-READ.
079200     ADD 1 TO WS-EMP-READ.
079300     MOVE EMP-ID   TO WS-AUD-EMP-ID.
079400     MOVE EMP-NAME TO WS-AUD-NAME.
079500     MOVE 'N' TO WS-STEP-SWITCH.
079600     PERFORM 3110-STEP-HISTORY-SUMMARY THRU 3110-EXIT
079700         UNTIL WS-STEP-DONE.
079800     MOVE 'N' TO WS-FOUND-SWITCH.
079900     IF HS-IDX NOT > WS-HSUM-COUNT
080000         IF HS-EMP-ID(HS-IDX) = EMP-ID
080100             SET WS-FOUND TO TRUE
080200         END-IF
080300     END-IF.
080400     IF WS-DM-AVAILABLE
080500         PERFORM 9400-FIND-DEPARTMENT THRU 9400-EXIT
080600     END-IF.
080700     IF WS-FOUND
080800         PERFORM 3150-CHECK-COMPANIONS THRU 3150-EXIT
080900     END-IF.
081000     IF EMP-BANK-ACCOUNT NOT = SPACES
081100         PERFORM 3200-CHECK-SHARED-BANK THRU 3200-EXIT
081200     END-IF.
081300     IF EMP-IS-ACTIVE AND WS-NOPAY-LIMIT-FOUND
081400         PERFORM 3300-CHECK-NOT-PAID THRU 3300-EXIT
081500     END-IF.
081600 3100-EXIT.
081700     EXIT.
081800
081900 3110-STEP-HISTORY-SUMMARY.
082000     IF HS-IDX > WS-HSUM-COUNT
082100         SET WS-STEP-DONE TO TRUE
082200         GO TO 3110-EXIT
082300     END-IF.
082400     IF HS-EMP-ID(HS-IDX) < EMP-ID
082500         SET HS-IDX UP BY 1
082600     ELSE
082700         SET WS-STEP-DONE TO TRUE
082800     END-IF.
082900 3110-EXIT.
083000     EXIT.
083100
083200*****************************************************************
083300*    3150-CHECK-COMPANIONS - A PAY RUN WRITES THE YTD AND PTO ROWS
083400*    THE FIRST TIME IT PAYS SOMEONE, SO ANYONE PAID THIS YTD YEAR
083500*    NEEDS A YTD ROW AND ANYONE A PAY RUN HAS PAID NEEDS A PTO
083600*    ROW.  AN OFF-CYCLE PAYMENT ALONE ACCRUES NO PTO.
083700*****************************************************************
083800 3150-CHECK-COMPANIONS.
083900     IF HS-LAST-PERIOD(HS-IDX) = ZERO
084000         GO TO 3150-EXIT
084100     END-IF.
084200     IF WS-YTD-AVAILABLE AND WS-YTD-YEAR NOT = ZERO
084300         DIVIDE HS-LAST-END-DATE(HS-IDX) BY 10000
084400             GIVING WS-WORK-YEAR
084500         IF WS-WORK-YEAR = WS-YTD-YEAR
084600             MOVE EMP-ID TO YTD-EMP-ID
084700             READ YTD-MASTER-FILE
084800                 INVALID KEY
084900                     STRING 'LAST PAID PERIOD '
085000                         HS-LAST-PERIOD(HS-IDX)
085100                         DELIMITED BY SIZE INTO WS-AUD-DETAIL
085200                     MOVE 7 TO WS-AUD-NUMBER
085300                     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
085400             END-READ
085500         END-IF
085600     END-IF.
085700     IF WS-PTO-AVAILABLE AND HS-PAID-BY-PAY-RUN(HS-IDX)
085800         MOVE EMP-ID TO PTO-EMP-ID
085900         READ PTO-MASTER-FILE
086000             INVALID KEY
086100                 STRING 'LAST PAID PERIOD ' HS-LAST-PERIOD(HS-IDX)
086200                     DELIMITED BY SIZE INTO WS-AUD-DETAIL
086300                 MOVE 8 TO WS-AUD-NUMBER
086400                 PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
086500         END-READ
086600     END-IF.
086700 3150-EXIT.
086800     EXIT.
086900
087000*****************************************************************
087100*    3200-CHECK-SHARED-BANK - EVERY EMPLOYEE AFTER THE FIRST ON
087200*    A ROUTING AND ACCOUNT IS REPORTED AGAINST THE FIRST
087300*****************************************************************
087400 3200-CHECK-SHARED-BANK.
087500     SET BK-IDX TO 1.
087600     SEARCH BK-ENTRY
087700         AT END
087800             CONTINUE
087900         WHEN BK-IDX > WS-BANK-COUNT
088000             CONTINUE
088100         WHEN BK-ROUTING(BK-IDX) = EMP-BANK-ROUTING
088200              AND BK-ACCOUNT(BK-IDX) = EMP-BANK-ACCOUNT
088300             STRING 'SAME ACCOUNT AS ' BK-EMP-ID(BK-IDX)
088400                 ' ROUTING ' EMP-BANK-ROUTING
088500                 DELIMITED BY SIZE INTO WS-AUD-DETAIL
088600             MOVE 15 TO WS-AUD-NUMBER
088700             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
088800             GO TO 3200-EXIT
088900     END-SEARCH.
089000     IF WS-BANK-COUNT >= WS-BANK-MAX
089100         DISPLAY 'PAYAUDIT: BANK ACCOUNT TABLE FULL AT '
089200             WS-BANK-MAX ' ACCOUNTS'
089300         MOVE 16 TO RETURN-CODE
089400         STOP RUN
089500     END-IF.
089600     ADD 1 TO WS-BANK-COUNT.
089700     SET BK-IDX TO WS-BANK-COUNT.
089800     MOVE EMP-BANK-ROUTING TO BK-ROUTING(BK-IDX).
089900     MOVE EMP-BANK-ACCOUNT TO BK-ACCOUNT(BK-IDX).
090000     MOVE EMP-ID           TO BK-EMP-ID(BK-IDX).
090100 3200-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500*    3300-CHECK-NOT-PAID - NOT PAID SINCE BEFORE THE N-TH MOST
090600*    RECENT PAID PERIOD.  WITH FEWER THAN N PERIODS PAID THERE IS
090700*    NOTHING TO JUDGE.
090800*****************************************************************
090900 3300-CHECK-NOT-PAID.
091000     IF WS-PAID-COUNT < WS-NOPAY-PERIODS
091100         GO TO 3300-EXIT
091200     END-IF.
091300     COMPUTE WS-PAID-SUB = WS-PAID-COUNT - WS-NOPAY-PERIODS + 1.
091400     SET PP-IDX TO WS-PAID-SUB.
091500     IF WS-FOUND
091600         IF HS-LAST-PERIOD(HS-IDX) NOT < PP-PERIOD-NUMBER(PP-IDX)
091700             GO TO 3300-EXIT
091800         END-IF
091900     END-IF.
092000     IF WS-FOUND AND HS-LAST-PERIOD(HS-IDX) NOT = ZERO
092100         STRING 'LAST PAID PERIOD ' HS-LAST-PERIOD(HS-IDX)
092200             DELIMITED BY SIZE INTO WS-AUD-DETAIL
092300     ELSE
092400         MOVE 'NO PAYMENT ON PAY HISTORY' TO WS-AUD-DETAIL
092500     END-IF.
092600     MOVE 16 TO WS-AUD-NUMBER.
092700     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT.
092800 3300-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200*    4000-AUDIT-YTD - ORPHAN YTD ROWS (A01)
093300*****************************************************************
093400 4000-AUDIT-YTD.
093500     IF NOT WS-YTD-AVAILABLE
093600         GO TO 4000-EXIT
093700     END-IF.
093800     MOVE 'YTD MASTER (YTDMAST.DAT)' TO WS-SECTION-NAME.
093900     PERFORM 9000-WRITE-SECTION-HEADING THRU 9000-EXIT.
094000     MOVE 'N' TO WS-EOF-SWITCH.
094100     MOVE LOW-VALUES TO YTD-EMP-ID.
094200     START YTD-MASTER-FILE KEY IS NOT LESS THAN YTD-EMP-ID
094300         INVALID KEY
094400             SET WS-EOF TO TRUE
094500     END-START.
094600     PERFORM 4100-AUDIT-ONE-YTD THRU 4100-EXIT
094700         UNTIL WS-EOF.
094800 4000-EXIT.
094900     EXIT.
095000
095100 4100-AUDIT-ONE-YTD.
095200     READ YTD-MASTER-FILE NEXT RECORD
095300         AT END
095400             SET WS-EOF TO TRUE
095500             GO TO 4100-EXIT
095600     END-READ.
095700     ADD 1 TO WS-YTD-READ.
095800     MOVE YTD-EMP-ID TO WS-LOOKUP-EMP-ID.
095900     PERFORM 9200-LOOKUP-EMPLOYEE THRU 9200-EXIT.
096000     IF WS-EMP-ON-FILE
096100         GO TO 4100-EXIT
096200     END-IF.
096300     MOVE YTD-EMP-ID TO WS-AUD-EMP-ID.
096400     MOVE SPACES TO WS-AUD-NAME.
096500     MOVE YTD-GROSS TO WS-EDIT-AMOUNT.
096600     STRING 'YTD GROSS ' WS-EDIT-AMOUNT
096700         DELIMITED BY SIZE INTO WS-AUD-DETAIL.
096800     MOVE 1 TO WS-AUD-NUMBER.
096900     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT.
097000 4100-EXIT.
097100     EXIT.
097200
097300*****************************************************************
097400*    4200-AUDIT-PTO - ORPHAN PTO ROWS (A02)
097500*****************************************************************
097600 4200-AUDIT-PTO.
097700     IF NOT WS-PTO-AVAILABLE
097800         GO TO 4200-EXIT
097900     END-IF.
098000     MOVE 'PTO MASTER (PTOMAST.DAT)' TO WS-SECTION-NAME.
098100     PERFORM 9000-WRITE-SECTION-HEADING THRU 9000-EXIT.
098200     MOVE 'N' TO WS-EOF-SWITCH.
098300     MOVE LOW-VALUES TO PTO-EMP-ID.
098400     START PTO-MASTER-FILE KEY IS NOT LESS THAN PTO-EMP-ID
098500         INVALID KEY
098600             SET WS-EOF TO TRUE
098700     END-START.
098800     PERFORM 4300-AUDIT-ONE-PTO THRU 4300-EXIT
098900         UNTIL WS-EOF.
099000 4200-EXIT.
099100     EXIT.
099200
099300 4300-AUDIT-ONE-PTO.
099400     READ PTO-MASTER-FILE NEXT RECORD
099500         AT END
099600             SET WS-EOF TO TRUE
099700             GO TO 4300-EXIT
099800     END-READ.
099900     ADD 1 TO WS-PTO-READ.
100000     MOVE PTO-EMP-ID TO WS-LOOKUP-EMP-ID.
100100     PERFORM 9200-LOOKUP-EMPLOYEE THRU 9200-EXIT.
100200     IF WS-EMP-ON-FILE
100300         GO TO 4300-EXIT
100400     END-IF.
100500     MOVE PTO-EMP-ID TO WS-AUD-EMP-ID.
100600     MOVE SPACES TO WS-AUD-NAME.
100700     STRING 'LAST ACTIVITY ' PTO-LAST-ACTIVITY-DATE
100800         DELIMITED BY SIZE INTO WS-AUD-DETAIL.
100900     MOVE 2 TO WS-AUD-NUMBER.
101000     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT.
101100 4300-EXIT.
101200     EXIT.
101300
101400*****************************************************************
101500*    5000-AUDIT-ENROLLMENTS - ORPHANS (A03), PLANS NOT ON BENPLAN
101600*    (A10) AND ELECTIONS LEFT ON FOR INACTIVE EMPLOYEES (A11)
101700*****************************************************************
101800 5000-AUDIT-ENROLLMENTS.
101900     IF NOT WS-BE-AVAILABLE
102000         GO TO 5000-EXIT
102100     END-IF.
102200     MOVE 'BENEFIT ENROLLMENTS (BENENRL.DAT)' TO WS-SECTION-NAME.
102300     PERFORM 9000-WRITE-SECTION-HEADING THRU 9000-EXIT.
102400     MOVE 'N' TO WS-EOF-SWITCH.
102500     PERFORM 5100-AUDIT-ONE-ENROLLMENT THRU 5100-EXIT
102600         UNTIL WS-EOF.
102700 5000-EXIT.
102800     EXIT.
102900
103000 5100-AUDIT-ONE-ENROLLMENT.
103100     READ BENEFIT-ENROLL-FILE NEXT RECORD
103200         AT END
103300             SET WS-EOF TO TRUE
103400             GO TO 5100-EXIT
103500     END-READ.
103600     ADD 1 TO WS-BE-READ.
103700     MOVE BE-EMP-ID TO WS-LOOKUP-EMP-ID WS-AUD-EMP-ID.
103800     PERFORM 9200-LOOKUP-EMPLOYEE THRU 9200-EXIT.
103900     MOVE WS-CACHE-NAME TO WS-AUD-NAME.
104000     IF WS-BP-AVAILABLE
104100         PERFORM 9300-FIND-PLAN THRU 9300-EXIT
104200     END-IF.
104300     IF NOT WS-EMP-ON-FILE
104400         STRING 'PLAN ' BE-PLAN-CODE ' STATUS ' BE-STATUS
104500             DELIMITED BY SIZE INTO WS-AUD-DETAIL
104600         MOVE 3 TO WS-AUD-NUMBER
104700         PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
104800         GO TO 5100-EXIT
104900     END-IF.
105000     IF BE-ENROLLED AND NOT WS-EMP-ACTIVE
105100         STRING 'PLAN ' BE-PLAN-CODE ' SINCE ' BE-START-DATE
105200             DELIMITED BY SIZE INTO WS-AUD-DETAIL
105300         MOVE 11 TO WS-AUD-NUMBER
105400         PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
105500     END-IF.
105600 5100-EXIT.
105700     EXIT.
105800
105900*****************************************************************
106000*    6000-AUDIT-DEDUCTIONS - ORPHANS (A04) AND ORDERS STILL OPEN
106100*    FOR INACTIVE EMPLOYEES (A09).  AN ORDER IS OPEN UNLESS IT
106200*    HAS A LIMIT AND THE LIMIT IS USED UP.
106300*****************************************************************
106400 6000-AUDIT-DEDUCTIONS.
106500     IF NOT WS-DED-AVAILABLE
106600         GO TO 6000-EXIT
106700     END-IF.
106800     MOVE 'DEDUCTION ORDERS (DEDMAST.DAT)' TO WS-SECTION-NAME.
106900     PERFORM 9000-WRITE-SECTION-HEADING THRU 9000-EXIT.
107000     MOVE 'N' TO WS-EOF-SWITCH.
107100     PERFORM 6100-AUDIT-ONE-DEDUCTION THRU 6100-EXIT
107200         UNTIL WS-EOF.
107300 6000-EXIT.
107400     EXIT.
107500
107600 6100-AUDIT-ONE-DEDUCTION.
107700     READ DEDUCTION-FILE NEXT RECORD
107800         AT END
107900             SET WS-EOF TO TRUE
108000             GO TO 6100-EXIT
108100     END-READ.
108200     ADD 1 TO WS-DED-READ.
108300     MOVE DD-EMP-ID TO WS-LOOKUP-EMP-ID WS-AUD-EMP-ID.
108400     PERFORM 9200-LOOKUP-EMPLOYEE THRU 9200-EXIT.
108500     MOVE WS-CACHE-NAME TO WS-AUD-NAME.
108600     IF NOT WS-EMP-ON-FILE
108700         STRING 'ORDER ' DD-SEQ ' TYPE ' DD-TYPE
108800             DELIMITED BY SIZE INTO WS-AUD-DETAIL
108900         MOVE 4 TO WS-AUD-NUMBER
109000         PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
109100         GO TO 6100-EXIT
109200     END-IF.
109300     IF WS-EMP-ACTIVE
109400         GO TO 6100-EXIT
109500     END-IF.
109600     IF DD-HAS-LIMIT AND DD-NTE-BALANCE = ZERO
109700         GO TO 6100-EXIT
109800     END-IF.
109900     IF DD-HAS-LIMIT
110000         MOVE DD-NTE-BALANCE TO WS-EDIT-AMOUNT
110100         STRING 'ORDER ' DD-SEQ ' TYPE ' DD-TYPE ' BALANCE '
110200             WS-EDIT-AMOUNT
110300             DELIMITED BY SIZE INTO WS-AUD-DETAIL
110400     ELSE
110500         STRING 'ORDER ' DD-SEQ ' TYPE ' DD-TYPE ' NO LIMIT'
110600             DELIMITED BY SIZE INTO WS-AUD-DETAIL
110700     END-IF.
110800     MOVE 9 TO WS-AUD-NUMBER.
110900     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT.
111000 6100-EXIT.
111100     EXIT.
111200
111300*****************************************************************
111400*    7000-AUDIT-CHECKS - ORPHAN CHECKS (A06) AND CHECKS THAT DO
111500*    NOT AGREE WITH THE HISTORY ROW THEY PAID (A13, A14)
111600*****************************************************************
111700 7000-AUDIT-CHECKS.
111800     IF NOT WS-CKO-AVAILABLE
111900         GO TO 7000-EXIT
112000     END-IF.
112100     MOVE 'OUTSTANDING-CHECK REGISTER (CHKOUT.DAT)'
112200         TO WS-SECTION-NAME.
112300     PERFORM 9000-WRITE-SECTION-HEADING THRU 9000-EXIT.
112400     MOVE 'N' TO WS-EOF-SWITCH.
112500     PERFORM 7100-AUDIT-ONE-CHECK THRU 7100-EXIT
112600         UNTIL WS-EOF.
112700 7000-EXIT.
112800     EXIT.
112900
113000 7100-AUDIT-ONE-CHECK.
113100     READ CHECK-OUTSTAND-FILE NEXT RECORD
113200         AT END
113300             SET WS-EOF TO TRUE
113400             GO TO 7100-EXIT
113500     END-READ.
113600     ADD 1 TO WS-CKO-READ.
113700     MOVE CK-EMP-ID TO WS-LOOKUP-EMP-ID WS-AUD-EMP-ID.
113800     MOVE CK-PAYEE-NAME TO WS-AUD-NAME.
113900     PERFORM 9200-LOOKUP-EMPLOYEE THRU 9200-EXIT.
114000     IF NOT WS-EMP-ON-FILE
114100         STRING 'CHECK ' CK-CHECK-NUMBER ' ISSUED ' CK-ISSUE-DATE
114200             DELIMITED BY SIZE INTO WS-AUD-DETAIL
114300         MOVE 6 TO WS-AUD-NUMBER
114400         PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
114500         GO TO 7100-EXIT
114600     END-IF.
114700     PERFORM 7200-MATCH-CHECK-TO-HISTORY THRU 7200-EXIT.
114800 7100-EXIT.
114900     EXIT.
115000
115100*****************************************************************
115200*    7200-MATCH-CHECK-TO-HISTORY - THE EMPLOYEE'S CHECK-PAID ROWS
115300*    (PAY METHOD C OR P, POSITIVE NET) OF PERIODS ENDED BY THE
115400*    ISSUE DATE.  ONE OF THE SAME NET IS A MATCH; OTHERWISE THE
115500*    LATEST IS TAKEN AS THE ROW THE CHECK PAID.
115600*****************************************************************
115700 7200-MATCH-CHECK-TO-HISTORY.
115800     MOVE 'N' TO WS-MATCH-SWITCH.
115900     MOVE 'N' TO WS-CAND-FOUND-SWITCH.
116000     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
116100     MOVE CK-EMP-ID TO PH-EMP-ID.
116200     MOVE ZERO TO PH-PERIOD-NUMBER.
116300     MOVE ZERO TO PH-REC-SEQ.
116400     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
116500         INVALID KEY
116600             SET WS-SCAN-EOF TO TRUE
116700     END-START.
116800     PERFORM 7210-SCAN-ONE-HISTORY-ROW THRU 7210-EXIT
116900         UNTIL WS-SCAN-EOF OR WS-CHECK-MATCHED.
117000     IF WS-CHECK-MATCHED
117100         GO TO 7200-EXIT
117200     END-IF.
117300     MOVE CK-AMOUNT TO WS-EDIT-SHORT.
117400     IF WS-CAND-FOUND
117500         MOVE WS-CAND-NET TO WS-EDIT-SHORT-2
117600         STRING 'CHK ' CK-CHECK-NUMBER ' ' WS-EDIT-SHORT ' PH '
117700             WS-CAND-PERIOD ' ' WS-EDIT-SHORT-2
117800             DELIMITED BY SIZE INTO WS-AUD-DETAIL
117900         MOVE 13 TO WS-AUD-NUMBER
118000     ELSE
118100         STRING 'CHK ' CK-CHECK-NUMBER ' ' WS-EDIT-SHORT
118200             ' ISSUED ' CK-ISSUE-DATE
118300             DELIMITED BY SIZE INTO WS-AUD-DETAIL
118400         MOVE 14 TO WS-AUD-NUMBER
118500     END-IF.
118600     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT.
118700 7200-EXIT.
118800     EXIT.
118900
119000 7210-SCAN-ONE-HISTORY-ROW.
119100     READ PAY-HISTORY-FILE NEXT RECORD
119200         AT END
119300             SET WS-SCAN-EOF TO TRUE
119400             GO TO 7210-EXIT
119500     END-READ.
119600     IF PH-EMP-ID NOT = CK-EMP-ID
119700         SET WS-SCAN-EOF TO TRUE
119800         GO TO 7210-EXIT
119900     END-IF.
120000     IF NOT PH-PAID-BY-CHECK AND NOT PH-PAID-PRENOTE-CHECK
120100         GO TO 7210-EXIT
120200     END-IF.
120300     IF PH-NET NOT > ZERO
120400             OR PH-PERIOD-END-DATE > CK-ISSUE-DATE
120500         GO TO 7210-EXIT
120600     END-IF.
120700     IF PH-NET = CK-AMOUNT
120800         SET WS-CHECK-MATCHED TO TRUE
120900         GO TO 7210-EXIT
121000     END-IF.
121100     IF WS-CAND-FOUND
121200         IF PH-PERIOD-END-DATE < WS-CAND-END-DATE
121300             GO TO 7210-EXIT
121400         END-IF
121500     END-IF.
121600     SET WS-CAND-FOUND TO TRUE.
121700     MOVE PH-PERIOD-NUMBER   TO WS-CAND-PERIOD.
121800     MOVE PH-PERIOD-END-DATE TO WS-CAND-END-DATE.
121900     MOVE PH-NET             TO WS-CAND-NET.
122000 7210-EXIT.
122100     EXIT.
122200
122300*****************************************************************
122400*    8000-FINALIZE
122500*****************************************************************
122600 8000-FINALIZE.
122700     CLOSE EMPLOYEE-FILE.
122800     CLOSE PAY-HISTORY-FILE.
122900     IF WS-YTD-AVAILABLE
123000         CLOSE YTD-MASTER-FILE
123100     END-IF.
123200     IF WS-PTO-AVAILABLE
123300         CLOSE PTO-MASTER-FILE
123400     END-IF.
123500     IF WS-BE-AVAILABLE
123600         CLOSE BENEFIT-ENROLL-FILE
123700     END-IF.
123800     IF WS-DED-AVAILABLE
123900         CLOSE DEDUCTION-FILE
124000     END-IF.
124100     IF WS-CKO-AVAILABLE
124200         CLOSE CHECK-OUTSTAND-FILE
124300     END-IF.
124400     MOVE SPACES TO AUDIT-REPORT-LINE.
124500     WRITE AUDIT-REPORT-LINE.
124600     MOVE ALL '-' TO AUDIT-REPORT-LINE.
124700     WRITE AUDIT-REPORT-LINE.
124800     MOVE WS-EMP-READ TO WS-EDIT-COUNT.
124900     MOVE SPACES TO AUDIT-REPORT-LINE.
125000     STRING 'EMPLOYEE ROWS READ             : ' WS-EDIT-COUNT
125100         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
125200     WRITE AUDIT-REPORT-LINE.
125300     MOVE WS-HIST-READ TO WS-EDIT-COUNT.
125400     MOVE SPACES TO AUDIT-REPORT-LINE.
125500     STRING 'PAY HISTORY ROWS READ          : ' WS-EDIT-COUNT
125600         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
125700     WRITE AUDIT-REPORT-LINE.
125800     MOVE WS-YTD-READ TO WS-EDIT-COUNT.
125900     MOVE SPACES TO AUDIT-REPORT-LINE.
126000     STRING 'YTD ROWS READ                  : ' WS-EDIT-COUNT
126100         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
126200     WRITE AUDIT-REPORT-LINE.
126300     MOVE WS-PTO-READ TO WS-EDIT-COUNT.
126400     MOVE SPACES TO AUDIT-REPORT-LINE.
126500     STRING 'PTO ROWS READ                  : ' WS-EDIT-COUNT
126600         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
126700     WRITE AUDIT-REPORT-LINE.
126800     MOVE WS-BE-READ TO WS-EDIT-COUNT.
126900     MOVE SPACES TO AUDIT-REPORT-LINE.
127000     STRING 'ENROLLMENT ROWS READ           : ' WS-EDIT-COUNT
127100         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
127200     WRITE AUDIT-REPORT-LINE.
127300     MOVE WS-DED-READ TO WS-EDIT-COUNT.
127400     MOVE SPACES TO AUDIT-REPORT-LINE.
127500     STRING 'DEDUCTION ORDERS READ          : ' WS-EDIT-COUNT
127600         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
127700     WRITE AUDIT-REPORT-LINE.
127800     MOVE WS-CKO-READ TO WS-EDIT-COUNT.
127900     MOVE SPACES TO AUDIT-REPORT-LINE.
128000     STRING 'CHECKS READ                    : ' WS-EDIT-COUNT
128100         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
128200     WRITE AUDIT-REPORT-LINE.
128300     MOVE SPACES TO AUDIT-REPORT-LINE.
128400     WRITE AUDIT-REPORT-LINE.
128500     PERFORM 8100-WRITE-FINDING-COUNT THRU 8100-EXIT
128600         VARYING AUD-IDX FROM 1 BY 1
128700         UNTIL AUD-IDX > WS-AUD-CODE-MAX.
128800     MOVE WS-AUD-TOTAL TO WS-EDIT-COUNT.
128900     MOVE SPACES TO AUDIT-REPORT-LINE.
129000     STRING 'FINDINGS                       : ' WS-EDIT-COUNT
129100         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
129200     WRITE AUDIT-REPORT-LINE.
129300     MOVE WS-NOTE-COUNT TO WS-EDIT-COUNT.
129400     MOVE SPACES TO AUDIT-REPORT-LINE.
129500     STRING 'CHECKS NOT RUN (SEE NOTES)     : ' WS-EDIT-COUNT
129600         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
129700     WRITE AUDIT-REPORT-LINE.
129800     MOVE SPACES TO AUDIT-REPORT-LINE.
129900     WRITE AUDIT-REPORT-LINE.
130000     MOVE SPACES TO AUDIT-REPORT-LINE.
130100     STRING 'REVIEWED BY (PAYROLL)  ______________________  '
130200         'DATE __________'
130300         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
130400     WRITE AUDIT-REPORT-LINE.
130500     MOVE SPACES TO AUDIT-REPORT-LINE.
130600     WRITE AUDIT-REPORT-LINE.
130700     MOVE SPACES TO AUDIT-REPORT-LINE.
130800     STRING 'REVIEWED BY (AUDIT)    ______________________  '
130900         'DATE __________'
131000         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
131100     WRITE AUDIT-REPORT-LINE.
131200     CLOSE AUDIT-REPORT-FILE.
131300     DISPLAY 'PAYAUDIT SUMMARY FOR ' WS-RUN-DATE.
131400     DISPLAY '  EMPLOYEES READ        : ' WS-EMP-READ.
131500     DISPLAY '  FINDINGS              : ' WS-AUD-TOTAL.
131600     DISPLAY '  CHECKS NOT RUN        : ' WS-NOTE-COUNT.
131700     IF WS-AUD-TOTAL > ZERO OR WS-NOTE-COUNT > ZERO
131800         MOVE 4 TO RETURN-CODE
131900     END-IF.
132000 8000-EXIT.
132100     EXIT.
132200
132300 8100-WRITE-FINDING-COUNT.
132400     IF AUD-COUNT(AUD-IDX) = ZERO
132500         GO TO 8100-EXIT
132600     END-IF.
132700     SET WS-AUD-NUMBER TO AUD-IDX.
132800     MOVE AUD-COUNT(AUD-IDX) TO WS-EDIT-COUNT.
132900     MOVE SPACES TO AUDIT-REPORT-LINE.
133000     STRING '  A' WS-AUD-NUMBER ' ' AUD-DESC(AUD-IDX) ' : '
133100         WS-EDIT-COUNT
133200         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
133300     WRITE AUDIT-REPORT-LINE.
133400 8100-EXIT.
133500     EXIT.
133600
133700*****************************************************************
133800*    9000-WRITE-SECTION-HEADING / 9050-WRITE-NOT-ON-SYSTEM
133900*****************************************************************
134000 9000-WRITE-SECTION-HEADING.
134100     MOVE SPACES TO AUDIT-REPORT-LINE.
134200     WRITE AUDIT-REPORT-LINE.
134300     MOVE WS-SECTION-NAME TO AUDIT-REPORT-LINE.
134400     WRITE AUDIT-REPORT-LINE.
134500     MOVE SPACES TO AUDIT-REPORT-LINE.
134600     WRITE AUDIT-REPORT-LINE.
134700     MOVE 'CODE EMP-ID     NAME                           FINDING'
134800         TO AUDIT-REPORT-LINE.
134900     MOVE 'DETAIL' TO AUDIT-REPORT-LINE(81:6).
135000     WRITE AUDIT-REPORT-LINE.
135100 9000-EXIT.
135200     EXIT.
135300
135400 9050-WRITE-NOT-ON-SYSTEM.
135500     MOVE SPACES TO AUDIT-REPORT-LINE.
135600     STRING 'NOTE - ' WS-FILE-NAME ' IS NOT ON THE SYSTEM - '
135700         'ITS CHECKS ARE SKIPPED'
135800         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
135900     WRITE AUDIT-REPORT-LINE.
136000     ADD 1 TO WS-NOTE-COUNT.
136100 9050-EXIT.
136200     EXIT.
136300
136400*****************************************************************
136500*    9100-WRITE-FINDING - WS-AUD-NUMBER AND THE WS-AUD- FIELDS
136600*    ARE SET BY THE CALLER; THE DETAIL IS CLEARED FOR THE NEXT.
136700*****************************************************************
136800 9100-WRITE-FINDING.
136900     ADD 1 TO AUD-COUNT(WS-AUD-NUMBER).
137000     ADD 1 TO WS-AUD-TOTAL.
137100     MOVE SPACES TO AUDIT-REPORT-LINE.
137200     STRING 'A' WS-AUD-NUMBER '  ' WS-AUD-EMP-ID ' ' WS-AUD-NAME
137300         ' ' AUD-DESC(WS-AUD-NUMBER) ' ' WS-AUD-DETAIL
137400         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
137500     WRITE AUDIT-REPORT-LINE.
137600     MOVE SPACES TO WS-AUD-DETAIL.
137700 9100-EXIT.
137800     EXIT.
137900
138000*****************************************************************
138100*    9200-LOOKUP-EMPLOYEE - KEYED READ OF WS-LOOKUP-EMP-ID UNLESS
138200*    IT IS THE EMPLOYEE LAST LOOKED UP
138300*****************************************************************
138400 9200-LOOKUP-EMPLOYEE.
138500     IF WS-LOOKUP-EMP-ID = WS-CACHE-EMP-ID
138600         GO TO 9200-EXIT
138700     END-IF.
138800     MOVE WS-LOOKUP-EMP-ID TO WS-CACHE-EMP-ID.
138900     MOVE WS-LOOKUP-EMP-ID TO EMP-ID.
139000     MOVE 'Y' TO WS-CACHE-FOUND-SWITCH.
139100     MOVE 'N' TO WS-CACHE-ACTIVE-SWITCH.
139200     MOVE SPACES TO WS-CACHE-NAME.
139300     READ EMPLOYEE-FILE
139400         INVALID KEY
139500             MOVE 'N' TO WS-CACHE-FOUND-SWITCH
139600             GO TO 9200-EXIT
139700     END-READ.
139800     MOVE EMP-NAME TO WS-CACHE-NAME.
139900     IF EMP-IS-ACTIVE
140000         MOVE 'Y' TO WS-CACHE-ACTIVE-SWITCH
140100     END-IF.
140200 9200-EXIT.
140300     EXIT.
140400
140500*****************************************************************
140600*    9300-FIND-PLAN - BE-PLAN-CODE ON BENPLAN.DAT (A10)
140700*****************************************************************
140800 9300-FIND-PLAN.
140900     SET PL-IDX TO 1.
141000     SEARCH PL-PLAN-CODE
141100         AT END
141200             CONTINUE
141300         WHEN PL-IDX > WS-PLAN-COUNT
141400             CONTINUE
141500         WHEN PL-PLAN-CODE(PL-IDX) = BE-PLAN-CODE
141600             GO TO 9300-EXIT
141700     END-SEARCH.
141800     STRING 'PLAN ' BE-PLAN-CODE ' STATUS ' BE-STATUS
141900         DELIMITED BY SIZE INTO WS-AUD-DETAIL.
142000     MOVE 10 TO WS-AUD-NUMBER.
142100     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT.
142200 9300-EXIT.
142300     EXIT.
142400
142500*****************************************************************
142600*    9400-FIND-DEPARTMENT - DEPT-CODE ON DEPTMAST.DAT (A12)
142700*****************************************************************
142800 9400-FIND-DEPARTMENT.
142900     SET DP-IDX TO 1.
143000     SEARCH DP-DEPT-CODE
143100         AT END
143200             CONTINUE
143300         WHEN DP-IDX > WS-DEPT-COUNT
143400             CONTINUE
143500         WHEN DP-DEPT-CODE(DP-IDX) = DEPT-CODE
143600             GO TO 9400-EXIT
143700     END-SEARCH.
143800     STRING 'DEPT-CODE ' DEPT-CODE
143900         DELIMITED BY SIZE INTO WS-AUD-DETAIL.
144000     MOVE 12 TO WS-AUD-NUMBER.
144100     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT.
144200 9400-EXIT.
144300     EXIT.
