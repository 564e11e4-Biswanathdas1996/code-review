000100*****************************************************************
000200*    PROGRAM-ID..: BENCARR
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: BENEFIT CARRIER INTERFACE, ONE CARRIER PER RUN
000900*                  AS NAMED ON THE CONTROL RECORD (CARRCTL.DAT).
001000*                  THE CARRIER'S PLANS ARE THOSE ON BENPLAN.DAT
001100*                  CARRYING ITS CARRIER NUMBER.
001200*
001300*                  ENROLLMENT FEED (CARRENRL.TXT) - EITHER THE
001400*                  CHANGES IN A DATE WINDOW (ADDS BY COVERAGE
001500*                  START DATE, DROPS BY DROP DATE) OR, ON REQUEST,
001600*                  A FULL CENSUS OF EVERYONE COVERED ON THE WINDOW
001700*                  END DATE.  EACH MEMBER IS SENT UNDER THE GROUP
001800*                  NUMBER OF THE PLAN, WITH HEADER AND TRAILER
001900*                  COUNTS.
002000*
002100*                  INVOICE RECONCILIATION - THE CARRIER'S BILL
002200*                  FOR A COVERAGE MONTH (CARRINV.DAT, ONE LINE
002300*                  PER MEMBER PER GROUP) IS MATCHED MEMBER BY
002400*                  MEMBER TO THE ENROLLMENTS AND TO THE PAY RUNS
002500*                  WHOSE PERIOD ENDED IN THE MONTH (PAYHIST.DAT).
002600*                  PAYHIST CARRIES ONE BENEFITS TOTAL PER PAYMENT,
002700*                  SO A PLAN'S SHARES COUNT AS DEDUCTED ONCE FOR
002800*                  EACH PAYMENT IN THE MONTH THAT TOOK BENEFITS,
002900*                  NET OF VOIDS.  THE EMPLOYER SHARES SO DERIVED
003000*                  ARE TIED, PLAN BY PLAN, TO THE "BENEFITS ER
003100*                  SHARE" LINES OF THE MONTH'S GL EXTRACTS
003200*                  (GLMONTH.DAT - THE GLJRNL.DAT FILES OF THE
003300*                  MONTH'S FINAL RUNS, IN RUN ORDER).
003400*                  EXCEPTIONS GO ON BENCARR.TXT:
003500*                    C01  BILLED, NOT ENROLLED
003600*                    C02  ENROLLED, NOT BILLED
003700*                    C03  PREMIUM DIFFERS FROM THE PLAN RATE
003800*                    C04  BILLED AFTER THE DROP DATE
003900*                    C05  BILLED, NO DEDUCTION TAKEN IN THE MONTH
004000*                    C06  GROUP NUMBER NOT ON THE PLAN MASTER
004100*                    C07  MEMBER BILLED MORE THAN ONCE
004200*                    C08  BILLED BEFORE COVERAGE STARTED
004300*                    C09  INVOICE LINE NOT USABLE
004400*                  FOLLOWED BY A PLAN SUMMARY OF PREMIUM BILLED
004500*                  AGAINST SHARES DEDUCTED AND THE GL.
004600*
004700*    MODIFICATION HISTORY
004800*    DATE       INIT DESCRIPTION
004900*    ---------- ---- ------------------------------------------
005000*    2026-10-15 RTM  ORIGINAL VERSION.
005010*    2026-10-15 RTM  A DROPPED ENROLLMENT NO LONGER COUNTS
005020*                    PAYMENTS FOR PERIODS ENDING AFTER ITS DROP
005030*                    DATE.
005100*****************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. BENCARR.
005400 AUTHOR. R-T-MORALES.
005500 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
005600 DATE-WRITTEN. 2026-10-15.
005700 DATE-COMPILED.
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CARRIER-CONTROL-FILE ASSIGN TO 'CARRCTL.DAT'
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CTL-FILE-STATUS.
006500
006600     SELECT BENEFIT-PLAN-FILE ASSIGN TO 'BENPLAN.DAT'
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-BP-FILE-STATUS.
006900
007000     SELECT BENEFIT-ENROLL-FILE ASSIGN TO 'BENENRL.DAT'
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS BE-KEY
007400         FILE STATUS IS WS-BE-FILE-STATUS.
007500
007600     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS EMP-ID
008000         FILE STATUS IS WS-EMP-FILE-STATUS.
008100
008200     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS PH-KEY
008600         FILE STATUS IS WS-HIST-FILE-STATUS.
008700
008800     SELECT CARRIER-INVOICE-FILE ASSIGN TO 'CARRINV.DAT'
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-INV-FILE-STATUS.
009100
009200     SELECT GL-MONTH-FILE ASSIGN TO 'GLMONTH.DAT'
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-GL-FILE-STATUS.
009500
009600     SELECT CARRIER-FEED-FILE ASSIGN TO 'CARRENRL.TXT'
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-FEED-FILE-STATUS.
009900
010000     SELECT CARRIER-REPORT-FILE ASSIGN TO 'BENCARR.TXT'
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-RPT-FILE-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600*****************************************************************
010700*    CONTROL RECORD - FEED TYPE C (CHANGES FROM/THRU), F (FULL
010800*    CENSUS AS OF THRU) OR BLANK (NO FEED); BILL MONTH YYYYMM
010900*    FOR AN INVOICE RECONCILIATION, BLANK FOR NONE.  A BLANK
011000*    THRU DATE IS THE RUN DATE.
011100*****************************************************************
011200 FD  CARRIER-CONTROL-FILE.
011300 01  CARRIER-CONTROL-RECORD.
011400     05  CC-CARRIER-NUMBER         PIC X(10).
011500     05  CC-FEED-TYPE              PIC X(01).
011600         88  CC-CHANGES-FEED           VALUE 'C'.
011700         88  CC-CENSUS-FEED            VALUE 'F'.
011800         88  CC-NO-FEED                VALUE SPACE.
011900     05  CC-FEED-FROM-DATE         PIC X(08).
012000     05  CC-FEED-FROM-DATE-N REDEFINES CC-FEED-FROM-DATE
012100                                   PIC 9(08).
012200     05  CC-FEED-THRU-DATE         PIC X(08).
012300     05  CC-FEED-THRU-DATE-N REDEFINES CC-FEED-THRU-DATE
012400                                   PIC 9(08).
012500     05  CC-BILL-MONTH             PIC X(06).
012600     05  CC-BILL-MONTH-N REDEFINES CC-BILL-MONTH
012700                                   PIC 9(06).
012800     05  CC-OPERATOR-ID            PIC X(10).
012900
013000 FD  BENEFIT-PLAN-FILE.
013100 COPY BENPLAN.
013200
013300 FD  BENEFIT-ENROLL-FILE.
013400 COPY BENENRL.
013500
013600 FD  EMPLOYEE-FILE.
013700 COPY EMPREC.
013800
013900 FD  PAY-HISTORY-FILE.
014000 COPY PAYHIST.
014100
014200*****************************************************************
014300*    CARRIER INVOICE - ONE LINE PER MEMBER PER GROUP BILLED
014400*****************************************************************
014500 FD  CARRIER-INVOICE-FILE.
014600 01  CARRIER-INVOICE-RECORD.
014700     05  CI-CARRIER-NUMBER         PIC X(10).
014800     05  CI-GROUP-NUMBER           PIC X(15).
014900     05  CI-BILL-MONTH             PIC X(06).
015000     05  CI-MEMBER-ID              PIC X(10).
015100     05  CI-MEMBER-NAME            PIC X(30).
015200     05  CI-PREMIUM                PIC X(09).
015300     05  CI-PREMIUM-N REDEFINES CI-PREMIUM
015400                                   PIC 9(7)V99.
015500
015600*****************************************************************
015700*    GL EXTRACT LINE - THE PAY RUN'S GLJRNL.DAT LAYOUT.  THE
015800*    EMPLOYER SHARE LINES ARE DESCRIBED "BENEFITS ER SHARE - "
015900*    FOLLOWED BY THE PLAN CODE.
016000*****************************************************************
016100 FD  GL-MONTH-FILE.
016200 01  GL-MONTH-RECORD.
016300     05  GM-ACCOUNT-CODE           PIC X(10).
016400     05  FILLER                    PIC X(01).
016500     05  GM-DESCRIPTION.
016600         10  GM-DESC-PREFIX        PIC X(20).
016700         10  GM-DESC-PLAN-CODE     PIC X(04).
016800         10  FILLER                PIC X(06).
016900     05  FILLER                    PIC X(01).
017000     05  GM-DEBIT-AMOUNT           PIC 9(09)V99.
017100     05  FILLER                    PIC X(01).
017200     05  GM-CREDIT-AMOUNT          PIC 9(09)V99.
017300     05  FILLER                    PIC X(01).
017400     05  GM-REFERENCE              PIC X(10).
017500
017600*****************************************************************
017700*    OUTBOUND ENROLLMENT FILE - HEADER, ONE DETAIL PER MEMBER PER
017800*    PLAN (A ADD, T TERMINATION, C CENSUS), TRAILER
017900*****************************************************************
018000 FD  CARRIER-FEED-FILE.
018100 01  CARRIER-FEED-RECORD.
018200     05  CF-RECORD-TYPE            PIC X(01).
018300     05  CF-DATA                   PIC X(99).
018400     05  CF-HEADER-DATA REDEFINES CF-DATA.
018500         10  CF-H-CARRIER-NUMBER   PIC X(10).
018600         10  CF-H-FEED-TYPE        PIC X(01).
018700         10  CF-H-FROM-DATE        PIC 9(08).
018800         10  CF-H-THRU-DATE        PIC 9(08).
018900         10  CF-H-CREATED-DATE     PIC 9(08).
019000         10  FILLER                PIC X(64).
019100     05  CF-DETAIL-DATA REDEFINES CF-DATA.
019200         10  CF-D-ACTION           PIC X(01).
019300         10  CF-D-GROUP-NUMBER     PIC X(15).
019400         10  CF-D-PLAN-CODE        PIC X(04).
019500         10  CF-D-MEMBER-ID        PIC X(10).
019600         10  CF-D-MEMBER-NAME      PIC X(30).
019700         10  CF-D-COVERAGE-START   PIC 9(08).
019800         10  CF-D-COVERAGE-END     PIC 9(08).
019900         10  CF-D-EMP-SHARE        PIC 9(5)V99.
020000         10  CF-D-ER-SHARE         PIC 9(5)V99.
020100         10  FILLER                PIC X(09).
020200     05  CF-TRAILER-DATA REDEFINES CF-DATA.
020300         10  CF-T-DETAIL-COUNT     PIC 9(07).
020400         10  CF-T-ADD-COUNT        PIC 9(07).
020500         10  CF-T-DROP-COUNT       PIC 9(07).
020600         10  CF-T-CENSUS-COUNT     PIC 9(07).
020700         10  FILLER                PIC X(71).
020800
020900 FD  CARRIER-REPORT-FILE.
021000 01  CARRIER-REPORT-LINE           PIC X(132).
021100
021200 WORKING-STORAGE SECTION.
021300*****************************************************************
021400*    FILE STATUS FIELDS
021500*****************************************************************
021600 01  WS-CTL-FILE-STATUS            PIC X(02).
021700 01  WS-BP-FILE-STATUS             PIC X(02).
021800 01  WS-BE-FILE-STATUS             PIC X(02).
021900 01  WS-EMP-FILE-STATUS            PIC X(02).
022000 01  WS-HIST-FILE-STATUS           PIC X(02).
022100 01  WS-INV-FILE-STATUS            PIC X(02).
022200 01  WS-GL-FILE-STATUS             PIC X(02).
022300 01  WS-FEED-FILE-STATUS           PIC X(02).
022400 01  WS-RPT-FILE-STATUS            PIC X(02).
022500
022600*****************************************************************
022700*    SWITCHES
022800*****************************************************************
022900 01  WS-BP-EOF-SWITCH              PIC X(01) VALUE 'N'.
023000     88  WS-BP-EOF                    VALUE 'Y'.
023100
023200 01  WS-BE-EOF-SWITCH              PIC X(01) VALUE 'N'.
023300     88  WS-BE-EOF                    VALUE 'Y'.
023400
023500 01  WS-HIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
023600     88  WS-HIST-EOF                  VALUE 'Y'.
023700
023800 01  WS-INV-EOF-SWITCH             PIC X(01) VALUE 'N'.
023900     88  WS-INV-EOF                   VALUE 'Y'.
024000
024100 01  WS-GL-EOF-SWITCH              PIC X(01) VALUE 'N'.
024200     88  WS-GL-EOF                    VALUE 'Y'.
024300
024400 01  WS-GL-SWITCH                  PIC X(01) VALUE 'N'.
024500     88  WS-GL-AVAILABLE              VALUE 'Y'.
024600
024700 01  WS-PLAN-FOUND-SWITCH          PIC X(01) VALUE 'N'.
024800     88  WS-PLAN-FOUND                VALUE 'Y'.
024900
025000 01  WS-ENRL-FOUND-SWITCH          PIC X(01) VALUE 'N'.
025100     88  WS-ENRL-FOUND                VALUE 'Y'.
025200
025300 01  WS-EMP-FOUND-SWITCH           PIC X(01) VALUE 'N'.
025400     88  WS-EMP-FOUND                 VALUE 'Y'.
025500
025600 01  WS-STEP-SWITCH                PIC X(01) VALUE 'N'.
025700     88  WS-STEP-DONE                 VALUE 'Y'.
025800
025900 01  WS-DATE-STATUS                PIC X(01) VALUE 'V'.
026000     88  WS-DATE-VALID                VALUE 'V'.
026100     88  WS-DATE-INVALID              VALUE 'I'.
026200
026300*****************************************************************
026400*    RUN DATE / CONTROL VALUES
026500*****************************************************************
026600 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
026700 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
026800 01  WS-THRU-DATE                  PIC 9(08) VALUE ZERO.
026900 01  WS-MONTH-START                PIC 9(08) VALUE ZERO.
027000 01  WS-MONTH-END                  PIC 9(08) VALUE ZERO.
027100 01  WS-FEED-NAME                  PIC X(16) VALUE SPACES.
027200 01  WS-FEED-ACTION                PIC X(01) VALUE SPACE.
027300 01  WS-FIND-PLAN-CODE             PIC X(04) VALUE SPACES.
027400
027500*****************************************************************
027600*    THE CARRIER'S PLANS, WITH THE RECONCILIATION TOTALS FOR EACH
027700*****************************************************************
027800 01  WS-PLAN-MAX                   PIC 9(03) VALUE 50.
027900 01  WS-PLAN-COUNT                 PIC 9(03) VALUE ZERO.
028000 01  WS-PLAN-TABLE.
028100     05  PT-ENTRY                  OCCURS 50 TIMES
028200                                   INDEXED BY PT-IDX.
028300         10  PT-PLAN-CODE          PIC X(04).
028400         10  PT-PLAN-DESC          PIC X(30).
028500         10  PT-GROUP-NUMBER       PIC X(15).
028600         10  PT-EMP-SHARE          PIC 9(5)V99.
028700         10  PT-ER-SHARE           PIC 9(5)V99.
028800         10  PT-MONTHLY-PREMIUM    PIC 9(5)V99.
028900         10  PT-COVERED-COUNT      PIC 9(05).
029000         10  PT-BILLED-COUNT       PIC 9(05).
029100         10  PT-BILLED-AMOUNT      PIC 9(9)V99.
029200         10  PT-RATE-AMOUNT        PIC 9(9)V99.
029300         10  PT-EE-DEDUCTED        PIC S9(9)V99.
029400         10  PT-ER-DEDUCTED        PIC S9(9)V99.
029500         10  PT-GL-ER-AMOUNT       PIC S9(9)V99.
029600
029700*****************************************************************
029800*    THE CARRIER'S ENROLLMENTS, IN BENENRL KEY ORDER (EMPLOYEE,
029900*    THEN PLAN) SO THE PAY-HISTORY PASS CAN WALK THEM IN STEP.
030000*    THE PAYMENT COUNT IS THE NUMBER OF PAYMENTS IN THE MONTH
030100*    THAT TOOK BENEFITS, LESS THOSE VOIDED.
030200*****************************************************************
030300 01  WS-ENRL-MAX                   PIC 9(05) VALUE 5000.
030400 01  WS-ENRL-COUNT                 PIC 9(05) VALUE ZERO.
030500 01  WS-ENRL-TABLE.
030600     05  EN-ENTRY                  OCCURS 5000 TIMES
030700                                   INDEXED BY EN-IDX EN-SCAN-IDX.
030800         10  EN-EMP-ID             PIC X(10).
030900         10  EN-PLAN-CODE          PIC X(04).
031000         10  EN-PLAN-SUB           PIC 9(03).
031100         10  EN-STATUS             PIC X(01).
031200             88  EN-DROPPED            VALUE 'D'.
031300         10  EN-START-DATE         PIC 9(08).
031400         10  EN-DROP-DATE          PIC 9(08).
031500         10  EN-PAY-COUNT          PIC S9(03).
031600         10  EN-BILLED-SWITCH      PIC X(01).
031700             88  EN-BILLED             VALUE 'Y'.
031800         10  EN-COVERED-SWITCH     PIC X(01).
031900             88  EN-COVERED            VALUE 'Y'.
032000
032100*****************************************************************
032200*    EXCEPTION LINE WORK FIELDS AND DESCRIPTIONS BY CODE
032300*****************************************************************
032400 01  WS-EXC-NUMBER                 PIC 9(01) VALUE ZERO.
032500 01  WS-EXC-EMP-ID                 PIC X(10) VALUE SPACES.
032600 01  WS-EXC-NAME                   PIC X(30) VALUE SPACES.
032700 01  WS-EXC-PLAN-CODE              PIC X(04) VALUE SPACES.
032800 01  WS-EXC-BILLED                 PIC S9(7)V99 VALUE ZERO.
032900 01  WS-EXC-RATE                   PIC S9(7)V99 VALUE ZERO.
033000 01  WS-EXC-DETAIL                 PIC X(16) VALUE SPACES.
033100 01  WS-EXC-DESCRIPTIONS.
033200     05  FILLER                    PIC X(30)
033300             VALUE 'BILLED, NOT ENROLLED'.
033400     05  FILLER                    PIC X(30)
033500             VALUE 'ENROLLED, NOT BILLED'.
033600     05  FILLER                    PIC X(30)
033700             VALUE 'PREMIUM DIFFERS FROM PLAN RATE'.
033800     05  FILLER                    PIC X(30)
033900             VALUE 'BILLED AFTER DROP DATE'.
034000     05  FILLER                    PIC X(30)
034100             VALUE 'BILLED, NO DEDUCTION IN MONTH'.
034200     05  FILLER                    PIC X(30)
034300             VALUE 'GROUP NOT ON PLAN MASTER'.
034400     05  FILLER                    PIC X(30)
034500             VALUE 'MEMBER BILLED MORE THAN ONCE'.
034600     05  FILLER                    PIC X(30)
034700             VALUE 'BILLED BEFORE COVERAGE START'.
034800     05  FILLER                    PIC X(30)
034900             VALUE 'INVOICE LINE NOT USABLE'.
035000 01  WS-EXC-DESC-TABLE REDEFINES WS-EXC-DESCRIPTIONS.
035100     05  EXC-DESC                  PIC X(30) OCCURS 9 TIMES.
035200 01  WS-EXC-CODE-MAX               PIC 9(01) VALUE 9.
035300 01  WS-EXC-COUNTS.
035400     05  EXC-COUNT                 PIC 9(05) OCCURS 9 TIMES
035500                                   INDEXED BY EXC-IDX.
035600
035700*****************************************************************
035800*    DATE WORK FIELDS
035900*****************************************************************
036000 01  WS-CHECK-DATE                 PIC 9(08) VALUE ZERO.
036100 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
036200     05  WS-CHECK-YYYY             PIC 9(04).
036300     05  WS-CHECK-MM               PIC 9(02).
036400     05  WS-CHECK-DD               PIC 9(02).
036500 01  WS-MONTH-DAYS-VALUES.
036600     05  FILLER                    PIC X(12) VALUE '312831303130'.
036700     05  FILLER                    PIC X(12) VALUE '313130313031'.
036800 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
036900     05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
037000 01  WS-MAX-DAY                    PIC 9(02) VALUE ZERO.
037100 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
037200 01  WS-LEAP-REM-4                 PIC 9(04) VALUE ZERO.
037300 01  WS-LEAP-REM-100               PIC 9(04) VALUE ZERO.
037400 01  WS-LEAP-REM-400               PIC 9(04) VALUE ZERO.
037500 01  WS-HIST-END-DATE              PIC 9(08) VALUE ZERO.
037600
037700*****************************************************************
037800*    RUN COUNTERS AND TOTALS
037900*****************************************************************
038000 01  WS-FEED-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
038100 01  WS-FEED-ADD-COUNT             PIC 9(07) VALUE ZERO.
038200 01  WS-FEED-DROP-COUNT            PIC 9(07) VALUE ZERO.
038300 01  WS-FEED-CENSUS-COUNT          PIC 9(07) VALUE ZERO.
038400 01  WS-FEED-SKIP-COUNT            PIC 9(07) VALUE ZERO.
038500 01  WS-INV-READ                   PIC 9(07) VALUE ZERO.
038600 01  WS-INV-BILLED-TOTAL           PIC 9(11)V99 VALUE ZERO.
038700 01  WS-HIST-READ                  PIC 9(09) VALUE ZERO.
038800 01  WS-GL-LINES-USED              PIC 9(05) VALUE ZERO.
038900 01  WS-EXC-TOTAL                  PIC 9(05) VALUE ZERO.
039000 01  WS-GL-DIFF-COUNT              PIC 9(03) VALUE ZERO.
039100 01  WS-PAY-DELTA                  PIC S9(01) VALUE ZERO.
039200 01  WS-WORK-AMOUNT                PIC S9(9)V99 VALUE ZERO.
039300 01  WS-GL-DIFF                    PIC S9(9)V99 VALUE ZERO.
039400 01  WS-FUND-DIFF                  PIC S9(9)V99 VALUE ZERO.
039500
039600*****************************************************************
039700*    REPORT EDIT FIELDS
039800*****************************************************************
039900 01  WS-EDIT-AMOUNT                PIC -Z,ZZZ,ZZ9.99.
040000 01  WS-EDIT-AMOUNT-2              PIC -Z,ZZZ,ZZ9.99.
040100 01  WS-EDIT-AMOUNT-3              PIC -ZZZ,ZZZ,ZZ9.99.
040200 01  WS-EDIT-AMOUNT-4              PIC -ZZZ,ZZZ,ZZ9.99.
040300 01  WS-EDIT-AMOUNT-5              PIC -ZZZ,ZZZ,ZZ9.99.
040400 01  WS-EDIT-AMOUNT-6              PIC -ZZZ,ZZZ,ZZ9.99.
040500 01  WS-EDIT-AMOUNT-7              PIC -ZZZ,ZZZ,ZZ9.99.
040600 01  WS-EDIT-COUNT                 PIC ZZZ,ZZ9.
040700 01  WS-EDIT-COUNT-2               PIC ZZZ,ZZ9.
040800
040900 PROCEDURE DIVISION.
041000*****************************************************************
041100*    0000-MAINLINE
041200*****************************************************************
041300 0000-MAINLINE.
041400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041500     IF NOT CC-NO-FEED
041600         PERFORM 2000-WRITE-ENROLLMENT-FEED THRU 2000-EXIT
041700     END-IF.
041800     IF CC-BILL-MONTH NOT = SPACES
041900         PERFORM 3000-RECONCILE-INVOICE THRU 3000-EXIT
042000     END-IF.
042100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
042200     STOP RUN.
042300 0000-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*    1000-INITIALIZE
042800*    A CONTROL RECORD THAT CANNOT BE RUN STOPS THE JOB BEFORE ANY
042900*    FILE IS WRITTEN - A PARTIAL FEED MUST NEVER REACH A CARRIER.
043000*****************************************************************
043100 1000-INITIALIZE.
043200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043300     DISPLAY 'BENCARR - BENEFIT CARRIER INTERFACE'.
043400     OPEN INPUT CARRIER-CONTROL-FILE.
043500     IF WS-CTL-FILE-STATUS NOT = '00'
043600         DISPLAY 'BENCARR: UNABLE TO OPEN CARRCTL.DAT - STATUS '
043700             WS-CTL-FILE-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF.
044100     READ CARRIER-CONTROL-FILE
044200         AT END
044300             DISPLAY 'BENCARR: CARRCTL.DAT IS EMPTY'
044400             MOVE 16 TO RETURN-CODE
044500             STOP RUN
044600     END-READ.
044700     CLOSE CARRIER-CONTROL-FILE.
044800     PERFORM 1100-EDIT-CONTROL THRU 1100-EXIT.
044900     PERFORM 1200-LOAD-CARRIER-PLANS THRU 1200-EXIT.
045000     OPEN INPUT BENEFIT-ENROLL-FILE.
045100     IF WS-BE-FILE-STATUS NOT = '00'
045200         DISPLAY 'BENCARR: UNABLE TO OPEN BENENRL.DAT - STATUS '
045300             WS-BE-FILE-STATUS
045400         MOVE 16 TO RETURN-CODE
045500         STOP RUN
045600     END-IF.
045700     OPEN INPUT EMPLOYEE-FILE.
045800     IF WS-EMP-FILE-STATUS NOT = '00'
045900         DISPLAY 'BENCARR: UNABLE TO OPEN EMPLOYEE.DAT - STATUS '
046000             WS-EMP-FILE-STATUS
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN
046300     END-IF.
046400     OPEN OUTPUT CARRIER-REPORT-FILE.
046500     IF WS-RPT-FILE-STATUS NOT = '00'
046600         DISPLAY 'BENCARR: UNABLE TO OPEN BENCARR.TXT - STATUS '
046700             WS-RPT-FILE-STATUS
046800         MOVE 16 TO RETURN-CODE
046900         STOP RUN
047000     END-IF.
047100     MOVE SPACES TO CARRIER-REPORT-LINE.
047200     STRING 'BENEFIT CARRIER INTERFACE - CARRIER '
047300         CC-CARRIER-NUMBER '  RUN DATE ' WS-RUN-DATE
047400         '  OPERATOR ' CC-OPERATOR-ID
047500         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
047600     WRITE CARRIER-REPORT-LINE.
047700     MOVE ALL '-' TO CARRIER-REPORT-LINE.
047800     WRITE CARRIER-REPORT-LINE.
047900     MOVE SPACES TO CARRIER-REPORT-LINE.
048000     WRITE CARRIER-REPORT-LINE.
048100     MOVE 'PLAN DESCRIPTION                    GROUP NUMBER   '
048200         TO CARRIER-REPORT-LINE.
048300     MOVE '     EE SHARE     ER SHARE   MONTHLY PREM'
048400         TO CARRIER-REPORT-LINE(53:41).
048500     WRITE CARRIER-REPORT-LINE.
048600     PERFORM 1300-LIST-PLAN THRU 1300-EXIT
048700         VARYING PT-IDX FROM 1 BY 1
048800         UNTIL PT-IDX > WS-PLAN-COUNT.
048900 1000-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*    1100-EDIT-CONTROL
049400*****************************************************************
049500 1100-EDIT-CONTROL.
049600     IF CC-CARRIER-NUMBER = SPACES
049700         DISPLAY 'BENCARR: CARRIER NUMBER IS REQUIRED'
049800         MOVE 16 TO RETURN-CODE
049900         STOP RUN
050000     END-IF.
050100     IF CC-OPERATOR-ID = SPACES
050200         DISPLAY 'BENCARR: OPERATOR ID IS REQUIRED'
050300         MOVE 16 TO RETURN-CODE
050400         STOP RUN
050500     END-IF.
050600     IF NOT CC-CHANGES-FEED AND NOT CC-CENSUS-FEED
050700                            AND NOT CC-NO-FEED
050800         DISPLAY 'BENCARR: FEED TYPE MUST BE C, F OR BLANK'
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200     IF CC-NO-FEED AND CC-BILL-MONTH = SPACES
051300         DISPLAY 'BENCARR: NO FEED AND NO BILL MONTH REQUESTED'
051400         MOVE 16 TO RETURN-CODE
051500         STOP RUN
051600     END-IF.
051700     IF CC-FEED-THRU-DATE = SPACES
051800         MOVE WS-RUN-DATE TO WS-THRU-DATE
051900     ELSE
052000         IF CC-FEED-THRU-DATE NOT NUMERIC
052100             DISPLAY 'BENCARR: FEED THRU DATE IS NOT NUMERIC'
052200             MOVE 16 TO RETURN-CODE
052300             STOP RUN
052400         END-IF
052500         MOVE CC-FEED-THRU-DATE-N TO WS-THRU-DATE
052600     END-IF.
052700     MOVE WS-THRU-DATE TO WS-CHECK-DATE.
052800     PERFORM 9400-CHECK-DATE THRU 9400-EXIT.
052900     IF WS-DATE-INVALID
053000         DISPLAY 'BENCARR: FEED THRU DATE IS NOT A CALENDAR DATE'
053100         MOVE 16 TO RETURN-CODE
053200         STOP RUN
053300     END-IF.
053400     IF CC-CHANGES-FEED
053500         IF CC-FEED-FROM-DATE NOT NUMERIC
053600             DISPLAY 'BENCARR: CHANGES FEED NEEDS A FROM DATE'
053700             MOVE 16 TO RETURN-CODE
053800             STOP RUN
053900         END-IF
054000         MOVE CC-FEED-FROM-DATE-N TO WS-FROM-DATE
054100         MOVE WS-FROM-DATE TO WS-CHECK-DATE
054200         PERFORM 9400-CHECK-DATE THRU 9400-EXIT
054300         IF WS-DATE-INVALID
054400             DISPLAY 'BENCARR: FEED FROM DATE IS NOT A CALENDAR '
054500                 'DATE'
054600             MOVE 16 TO RETURN-CODE
054700             STOP RUN
054800         END-IF
054900         IF WS-FROM-DATE > WS-THRU-DATE
055000             DISPLAY 'BENCARR: FEED FROM DATE IS AFTER THRU DATE'
055100             MOVE 16 TO RETURN-CODE
055200             STOP RUN
055300         END-IF
055400     END-IF.
055500     IF CC-BILL-MONTH NOT = SPACES
055600         IF CC-BILL-MONTH NOT NUMERIC
055700             DISPLAY 'BENCARR: BILL MONTH IS NOT NUMERIC'
055800             MOVE 16 TO RETURN-CODE
055900             STOP RUN
056000         END-IF
056100         COMPUTE WS-CHECK-DATE = CC-BILL-MONTH-N * 100 + 1
056200         PERFORM 9400-CHECK-DATE THRU 9400-EXIT
056300         IF WS-DATE-INVALID
056400             DISPLAY 'BENCARR: BILL MONTH MUST BE YYYYMM'
056500             MOVE 16 TO RETURN-CODE
056600             STOP RUN
056700         END-IF
056800         MOVE WS-CHECK-DATE TO WS-MONTH-START
056900         MOVE WS-MAX-DAY TO WS-CHECK-DD
057000         MOVE WS-CHECK-DATE TO WS-MONTH-END
057100     END-IF.
057200 1100-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*    1200-LOAD-CARRIER-PLANS - THE PLANS ON BENPLAN.DAT WRITTEN
057700*    BY THIS CARRIER.  A CARRIER WITH NO PLANS IS A CONTROL ERROR.
057800*****************************************************************
057900 1200-LOAD-CARRIER-PLANS.
058000     OPEN INPUT BENEFIT-PLAN-FILE.
058100     IF WS-BP-FILE-STATUS NOT = '00'
058200         DISPLAY 'BENCARR: UNABLE TO OPEN BENPLAN.DAT - STATUS '
058300             WS-BP-FILE-STATUS
058400         MOVE 16 TO RETURN-CODE
058500         STOP RUN
058600     END-IF.
058700     PERFORM 1210-LOAD-ONE-PLAN THRU 1210-EXIT
058800         UNTIL WS-BP-EOF.
058900     CLOSE BENEFIT-PLAN-FILE.
059000     IF WS-PLAN-COUNT = ZERO
059100         DISPLAY 'BENCARR: NO PLANS ON BENPLAN.DAT FOR CARRIER '
059200             CC-CARRIER-NUMBER
059300         MOVE 16 TO RETURN-CODE
059400         STOP RUN
059500     END-IF.
059600 1200-EXIT.
059700     EXIT.
059800
059900 1210-LOAD-ONE-PLAN.
060000     READ BENEFIT-PLAN-FILE
060100         AT END
060200             SET WS-BP-EOF TO TRUE
060300             GO TO 1210-EXIT
060400     END-READ.
060500     IF BP-CARRIER-NUMBER NOT = CC-CARRIER-NUMBER
060600         GO TO 1210-EXIT
060700     END-IF.
060800     IF WS-PLAN-COUNT >= WS-PLAN-MAX
060900         DISPLAY 'BENCARR: PLAN TABLE FULL AT ' WS-PLAN-MAX
061000             ' PLANS'
061100         MOVE 16 TO RETURN-CODE
061200         STOP RUN
061300     END-IF.
061400     ADD 1 TO WS-PLAN-COUNT.
061500     SET PT-IDX TO WS-PLAN-COUNT.
061600     MOVE BP-PLAN-CODE       TO PT-PLAN-CODE(PT-IDX).
061700     MOVE BP-PLAN-DESC       TO PT-PLAN-DESC(PT-IDX).
061800     MOVE BP-GROUP-NUMBER    TO PT-GROUP-NUMBER(PT-IDX).
061900     MOVE BP-EMP-SHARE       TO PT-EMP-SHARE(PT-IDX).
062000     MOVE BP-ER-SHARE        TO PT-ER-SHARE(PT-IDX).
062100     MOVE BP-MONTHLY-PREMIUM TO PT-MONTHLY-PREMIUM(PT-IDX).
062200     MOVE ZERO TO PT-COVERED-COUNT(PT-IDX)
062300                  PT-BILLED-COUNT(PT-IDX)
062400                  PT-BILLED-AMOUNT(PT-IDX)
062500                  PT-RATE-AMOUNT(PT-IDX)
062600                  PT-EE-DEDUCTED(PT-IDX)
062700                  PT-ER-DEDUCTED(PT-IDX)
062800                  PT-GL-ER-AMOUNT(PT-IDX).
062900 1210-EXIT.
063000     EXIT.
063100
063200 1300-LIST-PLAN.
063300     MOVE PT-EMP-SHARE(PT-IDX) TO WS-EDIT-AMOUNT.
063400     MOVE PT-ER-SHARE(PT-IDX) TO WS-EDIT-AMOUNT-2.
063500     MOVE PT-MONTHLY-PREMIUM(PT-IDX) TO WS-EDIT-AMOUNT-3.
063600     MOVE SPACES TO CARRIER-REPORT-LINE.
063700     STRING PT-PLAN-CODE(PT-IDX) ' ' PT-PLAN-DESC(PT-IDX) ' '
063800         PT-GROUP-NUMBER(PT-IDX) ' ' WS-EDIT-AMOUNT
063900         WS-EDIT-AMOUNT-2 WS-EDIT-AMOUNT-3
064000         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
064100     WRITE CARRIER-REPORT-LINE.
064200     IF PT-GROUP-NUMBER(PT-IDX) = SPACES
064300         MOVE SPACES TO CARRIER-REPORT-LINE
064400         STRING '     *** PLAN ' PT-PLAN-CODE(PT-IDX)
064500             ' HAS NO GROUP NUMBER ON BENPLAN.DAT'
064600             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
064700         WRITE CARRIER-REPORT-LINE
064800         MOVE 4 TO RETURN-CODE
064900     END-IF.
065000 1300-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400*    2000-WRITE-ENROLLMENT-FEED
065500*    CHANGES FEED - AN ADD FOR EVERY ENROLLMENT OF THE CARRIER'S
065600*    PLANS WHOSE COVERAGE STARTS IN THE WINDOW, A TERMINATION FOR
065700*    EVERY ONE DROPPED WITH A DROP DATE IN THE WINDOW.  AN
065800*    ENROLLMENT THAT STARTED AND ENDED IN THE SAME WINDOW GOES AS
065900*    BOTH, ADD FIRST.
066000*    CENSUS - EVERY ENROLLMENT COVERED ON THE THRU DATE: STARTED
066100*    BY THEN AND STILL ENROLLED, OR DROPPED WITH COVERAGE RUNNING
066200*    PAST IT.
066300*****************************************************************
066400 2000-WRITE-ENROLLMENT-FEED.
066500     OPEN OUTPUT CARRIER-FEED-FILE.
066600     IF WS-FEED-FILE-STATUS NOT = '00'
066700         DISPLAY 'BENCARR: UNABLE TO OPEN CARRENRL.TXT - STATUS '
066800             WS-FEED-FILE-STATUS
066900         MOVE 16 TO RETURN-CODE
067000         STOP RUN
067100     END-IF.
067200     MOVE SPACES TO CARRIER-FEED-RECORD.
067300     MOVE 'H' TO CF-RECORD-TYPE.
067400     MOVE CC-CARRIER-NUMBER TO CF-H-CARRIER-NUMBER.
067500     MOVE CC-FEED-TYPE      TO CF-H-FEED-TYPE.
067600     MOVE WS-FROM-DATE      TO CF-H-FROM-DATE.
067700     MOVE WS-THRU-DATE      TO CF-H-THRU-DATE.
067800     MOVE WS-RUN-DATE       TO CF-H-CREATED-DATE.
067900     WRITE CARRIER-FEED-RECORD.
068000     IF CC-CENSUS-FEED
068100         MOVE 'FULL CENSUS' TO WS-FEED-NAME
068200     ELSE
068300         MOVE 'CHANGES' TO WS-FEED-NAME
068400     END-IF.
068500     MOVE SPACES TO CARRIER-REPORT-LINE.
068600     WRITE CARRIER-REPORT-LINE.
068700     MOVE SPACES TO CARRIER-REPORT-LINE.
068800     STRING 'ENROLLMENT FEED CARRENRL.TXT - ' WS-FEED-NAME
068900         '  FROM ' WS-FROM-DATE '  THRU ' WS-THRU-DATE
069000         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
069100     WRITE CARRIER-REPORT-LINE.
069200     MOVE SPACES TO CARRIER-REPORT-LINE.
069300     WRITE CARRIER-REPORT-LINE.
069400     MOVE 'ACT EMP-ID     NAME                           PLAN '
069500         TO CARRIER-REPORT-LINE.
069600     MOVE 'GROUP NUMBER    COVER FROM  COVER THRU'
069700         TO CARRIER-REPORT-LINE(52:38).
069800     WRITE CARRIER-REPORT-LINE.
069900     MOVE LOW-VALUES TO BE-KEY.
070000     START BENEFIT-ENROLL-FILE KEY IS NOT LESS THAN BE-KEY
070100         INVALID KEY
070200             SET WS-BE-EOF TO TRUE
070300     END-START.
070400     PERFORM 2100-FEED-ONE-ENROLLMENT THRU 2100-EXIT
070500         UNTIL WS-BE-EOF.
070600     MOVE SPACES TO CARRIER-FEED-RECORD.
070700     MOVE 'T' TO CF-RECORD-TYPE.
070800     MOVE WS-FEED-DETAIL-COUNT TO CF-T-DETAIL-COUNT.
070900     MOVE WS-FEED-ADD-COUNT    TO CF-T-ADD-COUNT.
071000     MOVE WS-FEED-DROP-COUNT   TO CF-T-DROP-COUNT.
071100     MOVE WS-FEED-CENSUS-COUNT TO CF-T-CENSUS-COUNT.
071200     WRITE CARRIER-FEED-RECORD.
071300     CLOSE CARRIER-FEED-FILE.
071400     MOVE SPACES TO CARRIER-REPORT-LINE.
071500     WRITE CARRIER-REPORT-LINE.
071600     MOVE WS-FEED-DETAIL-COUNT TO WS-EDIT-COUNT.
071700     MOVE SPACES TO CARRIER-REPORT-LINE.
071800     STRING 'FEED DETAIL RECORDS WRITTEN    : ' WS-EDIT-COUNT
071900         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
072000     WRITE CARRIER-REPORT-LINE.
072100     MOVE WS-FEED-ADD-COUNT TO WS-EDIT-COUNT.
072200     MOVE SPACES TO CARRIER-REPORT-LINE.
072300     STRING '  ADDS                         : ' WS-EDIT-COUNT
072400         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
072500     WRITE CARRIER-REPORT-LINE.
072600     MOVE WS-FEED-DROP-COUNT TO WS-EDIT-COUNT.
072700     MOVE SPACES TO CARRIER-REPORT-LINE.
072800     STRING '  TERMINATIONS                 : ' WS-EDIT-COUNT
072900         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
073000     WRITE CARRIER-REPORT-LINE.
073100     MOVE WS-FEED-CENSUS-COUNT TO WS-EDIT-COUNT.
073200     MOVE SPACES TO CARRIER-REPORT-LINE.
073300     STRING '  CENSUS MEMBERS               : ' WS-EDIT-COUNT
073400         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
073500     WRITE CARRIER-REPORT-LINE.
073600     MOVE WS-FEED-SKIP-COUNT TO WS-EDIT-COUNT.
073700     MOVE SPACES TO CARRIER-REPORT-LINE.
073800     STRING 'ENROLLMENTS HELD BACK          : ' WS-EDIT-COUNT
073900         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
074000     WRITE CARRIER-REPORT-LINE.
074100 2000-EXIT.
074200     EXIT.
074300
074400*****************************************************************
074500*    2100-FEED-ONE-ENROLLMENT - A DROPPED ENROLLMENT WITHOUT A
074600*    DROP DATE, OR ONE FOR AN EMPLOYEE NOT ON THE MASTER, IS HELD
074700*    BACK AND LISTED FOR BENEFITS ADMINISTRATION TO CORRECT.
074800*****************************************************************
074900 2100-FEED-ONE-ENROLLMENT.
075000     READ BENEFIT-ENROLL-FILE NEXT RECORD
075100         AT END
075200             SET WS-BE-EOF TO TRUE
075300             GO TO 2100-EXIT
075400     END-READ.
075500     MOVE BE-PLAN-CODE TO WS-FIND-PLAN-CODE.
075600     PERFORM 9100-FIND-PLAN-BY-CODE THRU 9100-EXIT.
075700     IF NOT WS-PLAN-FOUND
075800         GO TO 2100-EXIT
075900     END-IF.
076000     IF BE-DROPPED AND BE-DROP-DATE = ZERO
076100         MOVE SPACES TO CARRIER-REPORT-LINE
076200         STRING '*** ' BE-EMP-ID ' PLAN ' BE-PLAN-CODE
076300             ' DROPPED WITH NO DROP DATE - HELD BACK'
076400             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
076500         WRITE CARRIER-REPORT-LINE
076600         ADD 1 TO WS-FEED-SKIP-COUNT
076700         MOVE 4 TO RETURN-CODE
076800         GO TO 2100-EXIT
076900     END-IF.
077000     IF CC-CENSUS-FEED
077100         IF BE-START-DATE > WS-THRU-DATE
077200             GO TO 2100-EXIT
077300         END-IF
077400         IF BE-DROPPED AND BE-DROP-DATE < WS-THRU-DATE
077500             GO TO 2100-EXIT
077600         END-IF
077700         MOVE 'C' TO WS-FEED-ACTION
077800         PERFORM 2200-WRITE-FEED-DETAIL THRU 2200-EXIT
077900         GO TO 2100-EXIT
078000     END-IF.
078100     IF BE-START-DATE NOT < WS-FROM-DATE
078200        AND BE-START-DATE NOT > WS-THRU-DATE
078300         MOVE 'A' TO WS-FEED-ACTION
078400         PERFORM 2200-WRITE-FEED-DETAIL THRU 2200-EXIT
078500     END-IF.
078600     IF BE-DROPPED
078700        AND BE-DROP-DATE NOT < WS-FROM-DATE
078800        AND BE-DROP-DATE NOT > WS-THRU-DATE
078900         MOVE 'T' TO WS-FEED-ACTION
079000         PERFORM 2200-WRITE-FEED-DETAIL THRU 2200-EXIT
079100     END-IF.
079200 2100-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600*    2200-WRITE-FEED-DETAIL - THE CALLER SETS WS-FEED-ACTION.
079700*    THE COVERAGE END DATE IS SENT ONLY ON A DROPPED ENROLLMENT.
079800*****************************************************************
079900 2200-WRITE-FEED-DETAIL.
080000     MOVE BE-EMP-ID TO EMP-ID.
080100     PERFORM 9300-READ-EMPLOYEE THRU 9300-EXIT.
080200     IF NOT WS-EMP-FOUND
080300         MOVE SPACES TO CARRIER-REPORT-LINE
080400         STRING '*** ' BE-EMP-ID ' PLAN ' BE-PLAN-CODE
080500             ' NOT ON THE EMPLOYEE MASTER - HELD BACK'
080600             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
080700         WRITE CARRIER-REPORT-LINE
080800         ADD 1 TO WS-FEED-SKIP-COUNT
080900         MOVE 4 TO RETURN-CODE
081000         GO TO 2200-EXIT
081100     END-IF.
081200     MOVE SPACES TO CARRIER-FEED-RECORD.
081300     MOVE 'D' TO CF-RECORD-TYPE.
081400     MOVE WS-FEED-ACTION TO CF-D-ACTION.
081500     MOVE PT-GROUP-NUMBER(PT-IDX) TO CF-D-GROUP-NUMBER.
081600     MOVE BE-PLAN-CODE  TO CF-D-PLAN-CODE.
081700     MOVE BE-EMP-ID     TO CF-D-MEMBER-ID.
081800     MOVE EMP-NAME      TO CF-D-MEMBER-NAME.
081900     MOVE BE-START-DATE TO CF-D-COVERAGE-START.
082000     IF BE-DROPPED
082100         MOVE BE-DROP-DATE TO CF-D-COVERAGE-END
082200     ELSE
082300         MOVE ZERO TO CF-D-COVERAGE-END
082400     END-IF.
082500     MOVE PT-EMP-SHARE(PT-IDX) TO CF-D-EMP-SHARE.
082600     MOVE PT-ER-SHARE(PT-IDX)  TO CF-D-ER-SHARE.
082700     WRITE CARRIER-FEED-RECORD.
082800     ADD 1 TO WS-FEED-DETAIL-COUNT.
082900     EVALUATE CF-D-ACTION
083000         WHEN 'A'
083100             ADD 1 TO WS-FEED-ADD-COUNT
083200         WHEN 'T'
083300             ADD 1 TO WS-FEED-DROP-COUNT
083400         WHEN OTHER
083500             ADD 1 TO WS-FEED-CENSUS-COUNT
083600     END-EVALUATE.
083700     MOVE SPACES TO CARRIER-REPORT-LINE.
083800     STRING ' ' CF-D-ACTION '  ' BE-EMP-ID ' ' EMP-NAME ' '
083900         BE-PLAN-CODE ' ' CF-D-GROUP-NUMBER ' '
084000         CF-D-COVERAGE-START '    ' CF-D-COVERAGE-END
084100         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
084200     WRITE CARRIER-REPORT-LINE.
084300 2200-EXIT.
084400     EXIT.
084500
084600*****************************************************************
084700*    3000-RECONCILE-INVOICE
084800*****************************************************************
084900 3000-RECONCILE-INVOICE.
085000     PERFORM 3100-LOAD-ENROLLMENTS THRU 3100-EXIT.
085100     PERFORM 3200-SCAN-PAY-HISTORY THRU 3200-EXIT.
085200     OPEN INPUT CARRIER-INVOICE-FILE.
085300     IF WS-INV-FILE-STATUS NOT = '00'
085400         DISPLAY 'BENCARR: UNABLE TO OPEN CARRINV.DAT - STATUS '
085500             WS-INV-FILE-STATUS
085600         MOVE 16 TO RETURN-CODE
085700         STOP RUN
085800     END-IF.
085900     MOVE SPACES TO CARRIER-REPORT-LINE.
086000     WRITE CARRIER-REPORT-LINE.
086100     MOVE SPACES TO CARRIER-REPORT-LINE.
086200     STRING 'INVOICE RECONCILIATION CARRINV.DAT - COVERAGE MONTH '
086300         CC-BILL-MONTH '  (' WS-MONTH-START ' - ' WS-MONTH-END ')'
086400         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
086500     WRITE CARRIER-REPORT-LINE.
086600     MOVE SPACES TO CARRIER-REPORT-LINE.
086700     WRITE CARRIER-REPORT-LINE.
086800     MOVE 'CODE EMP-ID     NAME                           PLAN '
086900         TO CARRIER-REPORT-LINE.
087000     MOVE '       BILLED     PLAN RATE  EXCEPTION'
087100         TO CARRIER-REPORT-LINE(53:38).
087200     WRITE CARRIER-REPORT-LINE.
087300     PERFORM 3300-MATCH-ONE-INVOICE-LINE THRU 3300-EXIT
087400         UNTIL WS-INV-EOF.
087500     CLOSE CARRIER-INVOICE-FILE.
087600     PERFORM 3400-CHECK-ONE-ENROLLMENT THRU 3400-EXIT
087700         VARYING EN-IDX FROM 1 BY 1
087800         UNTIL EN-IDX > WS-ENRL-COUNT.
087900     PERFORM 3500-READ-GL-BENEFITS THRU 3500-EXIT.
088000     PERFORM 3600-WRITE-PLAN-SUMMARY THRU 3600-EXIT.
088100 3000-EXIT.
088200     EXIT.
088300
088400*****************************************************************
088500*    3100-LOAD-ENROLLMENTS - THE CARRIER'S ENROLLMENTS, MARKED
088600*    COVERED WHEN COVERAGE OVERLAPS THE BILL MONTH
088700*****************************************************************
088800 3100-LOAD-ENROLLMENTS.
088900     MOVE 'N' TO WS-BE-EOF-SWITCH.
089000     MOVE LOW-VALUES TO BE-KEY.
089100     START BENEFIT-ENROLL-FILE KEY IS NOT LESS THAN BE-KEY
089200         INVALID KEY
089300             SET WS-BE-EOF TO TRUE
089400     END-START.
089500     PERFORM 3110-LOAD-ONE-ENROLLMENT THRU 3110-EXIT
089600         UNTIL WS-BE-EOF.
089700 3100-EXIT.
089800     EXIT.
089900
090000 3110-LOAD-ONE-ENROLLMENT.
090100     READ BENEFIT-ENROLL-FILE NEXT RECORD
090200         AT END
090300             SET WS-BE-EOF TO TRUE
090400             GO TO 3110-EXIT
090500     END-READ.
090600     MOVE BE-PLAN-CODE TO WS-FIND-PLAN-CODE.
090700     PERFORM 9100-FIND-PLAN-BY-CODE THRU 9100-EXIT.
090800     IF NOT WS-PLAN-FOUND
090900         GO TO 3110-EXIT
091000     END-IF.
091100     IF WS-ENRL-COUNT >= WS-ENRL-MAX
091200         DISPLAY 'BENCARR: ENROLLMENT TABLE FULL AT ' WS-ENRL-MAX
091300             ' ENTRIES'
091400         MOVE 16 TO RETURN-CODE
091500         STOP RUN
091600     END-IF.
091700     ADD 1 TO WS-ENRL-COUNT.
091800     SET EN-IDX TO WS-ENRL-COUNT.
091900     MOVE BE-EMP-ID     TO EN-EMP-ID(EN-IDX).
092000     MOVE BE-PLAN-CODE  TO EN-PLAN-CODE(EN-IDX).
092100     SET EN-PLAN-SUB(EN-IDX) TO PT-IDX.
092200     MOVE BE-STATUS     TO EN-STATUS(EN-IDX).
092300     MOVE BE-START-DATE TO EN-START-DATE(EN-IDX).
092400     MOVE BE-DROP-DATE  TO EN-DROP-DATE(EN-IDX).
092500     MOVE ZERO          TO EN-PAY-COUNT(EN-IDX).
092600     MOVE 'N'           TO EN-BILLED-SWITCH(EN-IDX).
092700     MOVE 'N'           TO EN-COVERED-SWITCH(EN-IDX).
092800     IF BE-START-DATE > WS-MONTH-END
092900         GO TO 3110-EXIT
093000     END-IF.
093100     IF BE-DROPPED AND BE-DROP-DATE < WS-MONTH-START
093200         GO TO 3110-EXIT
093300     END-IF.
093400     MOVE 'Y' TO EN-COVERED-SWITCH(EN-IDX).
093500 3110-EXIT.
093600     EXIT.
093700
093800*****************************************************************
093900*    3200-SCAN-PAY-HISTORY - EVERY PAYHIST ROW OF A PERIOD ENDING
094000*    IN THE BILL MONTH THAT TOOK BENEFITS COUNTS ONE PAYMENT FOR
094100*    EACH OF THE EMPLOYEE'S ENROLLMENTS WITH THIS CARRIER,
094150*    EXCEPT ONE DROPPED BEFORE THAT PERIOD END; A REVERSAL ROW
094170*    (NEGATIVE BENEFITS) TAKES ONE BACK.  THE START DATE IS NOT
094180*    TESTED - PAYROLL DEDUCTS FOR EVERY ENROLLED PLAN WHATEVER
094190*    ITS START DATE, AND THE COUNT MUST MATCH WHAT IT TOOK.
094200*    BOTH FILES ARE IN EMPLOYEE ORDER, SO THE TABLE IS WALKED
094300*    IN STEP.
094400*****************************************************************
094500 3200-SCAN-PAY-HISTORY.
094600     OPEN INPUT PAY-HISTORY-FILE.
094700     IF WS-HIST-FILE-STATUS NOT = '00'
094800         DISPLAY 'BENCARR: UNABLE TO OPEN PAYHIST.DAT - STATUS '
094900             WS-HIST-FILE-STATUS
095000         MOVE 16 TO RETURN-CODE
095100         STOP RUN
095200     END-IF.
095300     SET EN-IDX TO 1.
095400     PERFORM 3210-SCAN-ONE-HISTORY THRU 3210-EXIT
095500         UNTIL WS-HIST-EOF.
095600     CLOSE PAY-HISTORY-FILE.
095700 3200-EXIT.
095800     EXIT.
095900
096000 3210-SCAN-ONE-HISTORY.
096100     READ PAY-HISTORY-FILE NEXT RECORD
096200         AT END
096300             SET WS-HIST-EOF TO TRUE
096400             GO TO 3210-EXIT
096500     END-READ.
096600     ADD 1 TO WS-HIST-READ.
096700     MOVE PH-PERIOD-END-DATE TO WS-HIST-END-DATE.
096800     IF WS-HIST-END-DATE < WS-MONTH-START
096900        OR WS-HIST-END-DATE > WS-MONTH-END
097000         GO TO 3210-EXIT
097100     END-IF.
097200     EVALUATE TRUE
097300         WHEN PH-BENEFITS > ZERO
097400             MOVE 1 TO WS-PAY-DELTA
097500         WHEN PH-BENEFITS < ZERO
097600             MOVE -1 TO WS-PAY-DELTA
097700         WHEN OTHER
097800             GO TO 3210-EXIT
097900     END-EVALUATE.
098000     MOVE 'N' TO WS-STEP-SWITCH.
098100     PERFORM 3220-STEP-TO-EMPLOYEE THRU 3220-EXIT
098200         UNTIL WS-STEP-DONE.
098300     SET EN-SCAN-IDX TO EN-IDX.
098400     MOVE 'N' TO WS-STEP-SWITCH.
098500     PERFORM 3230-COUNT-PAYMENT THRU 3230-EXIT
098600         UNTIL WS-STEP-DONE.
098700 3210-EXIT.
098800     EXIT.
098900
099000 3220-STEP-TO-EMPLOYEE.
099100     IF EN-IDX > WS-ENRL-COUNT
099200         SET WS-STEP-DONE TO TRUE
099300         GO TO 3220-EXIT
099400     END-IF.
099500     IF EN-EMP-ID(EN-IDX) < PH-EMP-ID
099600         SET EN-IDX UP BY 1
099700     ELSE
099800         SET WS-STEP-DONE TO TRUE
099900     END-IF.
100000 3220-EXIT.
100100     EXIT.
100200
100300 3230-COUNT-PAYMENT.
100400     IF EN-SCAN-IDX > WS-ENRL-COUNT
100500         SET WS-STEP-DONE TO TRUE
100600         GO TO 3230-EXIT
100700     END-IF.
100800     IF EN-EMP-ID(EN-SCAN-IDX) NOT = PH-EMP-ID
100900         SET WS-STEP-DONE TO TRUE
101000         GO TO 3230-EXIT
101100     END-IF.
101110     IF EN-DROPPED(EN-SCAN-IDX)
101120        AND EN-DROP-DATE(EN-SCAN-IDX) < WS-HIST-END-DATE
101140         SET EN-SCAN-IDX UP BY 1
101150         GO TO 3230-EXIT
101160     END-IF.
101200     ADD WS-PAY-DELTA TO EN-PAY-COUNT(EN-SCAN-IDX).
101300     SET EN-SCAN-IDX UP BY 1.
101400 3230-EXIT.
101500     EXIT.
101600
101700*****************************************************************
101800*    3300-MATCH-ONE-INVOICE-LINE - THE GROUP NUMBER NAMES THE
101900*    PLAN; THE MEMBER ID IS OUR EMPLOYEE ID.  A LINE BILLED AFTER
102000*    THE DROP OR BEFORE THE START GOES NO FURTHER; OTHERWISE THE
102100*    PREMIUM AND THE MONTH'S DEDUCTIONS ARE BOTH CHECKED.
102200*****************************************************************
102300 3300-MATCH-ONE-INVOICE-LINE.
102400     READ CARRIER-INVOICE-FILE
102500         AT END
102600             SET WS-INV-EOF TO TRUE
102700             GO TO 3300-EXIT
102800     END-READ.
102900     ADD 1 TO WS-INV-READ.
103000     MOVE CI-MEMBER-ID   TO WS-EXC-EMP-ID.
103100     MOVE CI-MEMBER-NAME TO WS-EXC-NAME.
103200     MOVE SPACES         TO WS-EXC-PLAN-CODE.
103300     MOVE ZERO           TO WS-EXC-BILLED WS-EXC-RATE.
103400     IF CI-PREMIUM NOT NUMERIC
103500         MOVE 'PREMIUM INVALID' TO WS-EXC-DETAIL
103600         MOVE 9 TO WS-EXC-NUMBER
103700         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
103800         GO TO 3300-EXIT
103900     END-IF.
104000     MOVE CI-PREMIUM-N TO WS-EXC-BILLED.
104100     ADD CI-PREMIUM-N TO WS-INV-BILLED-TOTAL.
104200     IF CI-CARRIER-NUMBER NOT = CC-CARRIER-NUMBER
104300         MOVE CI-CARRIER-NUMBER TO WS-EXC-DETAIL
104400         MOVE 9 TO WS-EXC-NUMBER
104500         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
104600         GO TO 3300-EXIT
104700     END-IF.
104800     IF CI-BILL-MONTH NOT = CC-BILL-MONTH
104900         STRING 'MONTH ' CI-BILL-MONTH
105000             DELIMITED BY SIZE INTO WS-EXC-DETAIL
105100         MOVE 9 TO WS-EXC-NUMBER
105200         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
105300         GO TO 3300-EXIT
105400     END-IF.
105500     PERFORM 9200-FIND-PLAN-BY-GROUP THRU 9200-EXIT.
105600     IF NOT WS-PLAN-FOUND
105700         MOVE CI-GROUP-NUMBER TO WS-EXC-DETAIL
105800         MOVE 6 TO WS-EXC-NUMBER
105900         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
106000         GO TO 3300-EXIT
106100     END-IF.
106200     MOVE PT-PLAN-CODE(PT-IDX) TO WS-EXC-PLAN-CODE.
106300     MOVE PT-MONTHLY-PREMIUM(PT-IDX) TO WS-EXC-RATE.
106400     ADD 1 TO PT-BILLED-COUNT(PT-IDX).
106500     ADD CI-PREMIUM-N TO PT-BILLED-AMOUNT(PT-IDX).
106600     PERFORM 9500-FIND-ENROLLMENT THRU 9500-EXIT.
106700     IF NOT WS-ENRL-FOUND
106800         MOVE 1 TO WS-EXC-NUMBER
106900         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
107000         GO TO 3300-EXIT
107100     END-IF.
107200     IF EN-BILLED(EN-IDX)
107300         MOVE 7 TO WS-EXC-NUMBER
107400         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
107500         GO TO 3300-EXIT
107600     END-IF.
107700     MOVE 'Y' TO EN-BILLED-SWITCH(EN-IDX).
107800     IF EN-DROPPED(EN-IDX)
107900        AND EN-DROP-DATE(EN-IDX) < WS-MONTH-START
108000         STRING 'DROPPED ' EN-DROP-DATE(EN-IDX)
108100             DELIMITED BY SIZE INTO WS-EXC-DETAIL
108200         MOVE 4 TO WS-EXC-NUMBER
108300         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
108400         GO TO 3300-EXIT
108500     END-IF.
108600     IF EN-START-DATE(EN-IDX) > WS-MONTH-END
108700         STRING 'STARTS ' EN-START-DATE(EN-IDX)
108800             DELIMITED BY SIZE INTO WS-EXC-DETAIL
108900         MOVE 8 TO WS-EXC-NUMBER
109000         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
109100         GO TO 3300-EXIT
109200     END-IF.
109300     IF CI-PREMIUM-N NOT = PT-MONTHLY-PREMIUM(PT-IDX)
109400         MOVE 3 TO WS-EXC-NUMBER
109500         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
109600     END-IF.
109700     IF EN-PAY-COUNT(EN-IDX) NOT > ZERO
109800         MOVE 5 TO WS-EXC-NUMBER
109900         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
110000     END-IF.
110100 3300-EXIT.
110200     EXIT.
110300
110400*****************************************************************
110500*    3400-CHECK-ONE-ENROLLMENT - AFTER THE INVOICE: ANYONE
110600*    COVERED IN THE MONTH BUT NOT BILLED, AND THE PLAN TOTALS OF
110700*    PREMIUM AT PLAN RATE AND SHARES DEDUCTED
110800*****************************************************************
110900 3400-CHECK-ONE-ENROLLMENT.
111000     SET PT-IDX TO EN-PLAN-SUB(EN-IDX).
111100     IF EN-PAY-COUNT(EN-IDX) NOT = ZERO
111200         COMPUTE PT-EE-DEDUCTED(PT-IDX) = PT-EE-DEDUCTED(PT-IDX)
111300             + EN-PAY-COUNT(EN-IDX) * PT-EMP-SHARE(PT-IDX)
111400         COMPUTE PT-ER-DEDUCTED(PT-IDX) = PT-ER-DEDUCTED(PT-IDX)
111500             + EN-PAY-COUNT(EN-IDX) * PT-ER-SHARE(PT-IDX)
111600     END-IF.
111700     IF NOT EN-COVERED(EN-IDX)
111800         GO TO 3400-EXIT
111900     END-IF.
112000     ADD 1 TO PT-COVERED-COUNT(PT-IDX).
112100     ADD PT-MONTHLY-PREMIUM(PT-IDX) TO PT-RATE-AMOUNT(PT-IDX).
112200     IF EN-BILLED(EN-IDX)
112300         GO TO 3400-EXIT
112400     END-IF.
112500     MOVE EN-EMP-ID(EN-IDX) TO WS-EXC-EMP-ID EMP-ID.
112600     PERFORM 9300-READ-EMPLOYEE THRU 9300-EXIT.
112700     IF WS-EMP-FOUND
112800         MOVE EMP-NAME TO WS-EXC-NAME
112900     ELSE
113000         MOVE '*** NOT ON EMPLOYEE MASTER' TO WS-EXC-NAME
113100     END-IF.
113200     MOVE EN-PLAN-CODE(EN-IDX) TO WS-EXC-PLAN-CODE.
113300     MOVE ZERO TO WS-EXC-BILLED.
113400     MOVE PT-MONTHLY-PREMIUM(PT-IDX) TO WS-EXC-RATE.
113500     MOVE 2 TO WS-EXC-NUMBER.
113600     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
113700 3400-EXIT.
113800     EXIT.
113900
114000*****************************************************************
114100*    3500-READ-GL-BENEFITS - THE EMPLOYER SHARE LINES OF THE
114200*    MONTH'S GL EXTRACTS, NET OF ANY CREDITS, BY PLAN.  WITHOUT
114300*    GLMONTH.DAT THE SHARES ARE NOT TIED TO THE LEDGER.
114400*****************************************************************
114500 3500-READ-GL-BENEFITS.
114600     OPEN INPUT GL-MONTH-FILE.
114700     IF WS-GL-FILE-STATUS = '35'
114800         MOVE SPACES TO CARRIER-REPORT-LINE
114900         WRITE CARRIER-REPORT-LINE
115000         MOVE SPACES TO CARRIER-REPORT-LINE
115100         STRING 'NO GLMONTH.DAT SUPPLIED - EMPLOYER SHARES NOT '
115200             'TIED TO THE GL'
115300             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
115400         WRITE CARRIER-REPORT-LINE
115500         GO TO 3500-EXIT
115600     END-IF.
115700     IF WS-GL-FILE-STATUS NOT = '00'
115800         DISPLAY 'BENCARR: UNABLE TO OPEN GLMONTH.DAT - STATUS '
115900             WS-GL-FILE-STATUS
116000         MOVE 16 TO RETURN-CODE
116100         STOP RUN
116200     END-IF.
116300     SET WS-GL-AVAILABLE TO TRUE.
116400     PERFORM 3510-READ-ONE-GL-LINE THRU 3510-EXIT
116500         UNTIL WS-GL-EOF.
116600     CLOSE GL-MONTH-FILE.
116700 3500-EXIT.
116800     EXIT.
116900
117000 3510-READ-ONE-GL-LINE.
117100     READ GL-MONTH-FILE
117200         AT END
117300             SET WS-GL-EOF TO TRUE
117400             GO TO 3510-EXIT
117500     END-READ.
117600     IF GM-DESC-PREFIX NOT = 'BENEFITS ER SHARE - '
117700         GO TO 3510-EXIT
117800     END-IF.
117900     MOVE GM-DESC-PLAN-CODE TO WS-FIND-PLAN-CODE.
118000     PERFORM 9100-FIND-PLAN-BY-CODE THRU 9100-EXIT.
118100     IF NOT WS-PLAN-FOUND
118200         GO TO 3510-EXIT
118300     END-IF.
118400     ADD 1 TO WS-GL-LINES-USED.
118500     COMPUTE PT-GL-ER-AMOUNT(PT-IDX) = PT-GL-ER-AMOUNT(PT-IDX)
118600         + GM-DEBIT-AMOUNT - GM-CREDIT-AMOUNT.
118700 3510-EXIT.
118800     EXIT.
118900
119000*****************************************************************
119100*    3600-WRITE-PLAN-SUMMARY - BY PLAN: MEMBERS COVERED AND
119200*    BILLED, PREMIUM BILLED AND AT PLAN RATE, SHARES DEDUCTED AND
119300*    THE EMPLOYER SHARE PER THE GL.  THE PREMIUM IS NOT EXPECTED
119400*    TO EQUAL THE SHARES IN A MONTH OF MORE OR FEWER PAYMENTS;
119500*    THE GL IS EXPECTED TO EQUAL THE EMPLOYER SHARES.
119600*****************************************************************
119700 3600-WRITE-PLAN-SUMMARY.
119800     MOVE SPACES TO CARRIER-REPORT-LINE.
119900     WRITE CARRIER-REPORT-LINE.
120000     MOVE 'PLAN SUMMARY FOR THE MONTH' TO CARRIER-REPORT-LINE.
120100     WRITE CARRIER-REPORT-LINE.
120200     MOVE SPACES TO CARRIER-REPORT-LINE.
120300     WRITE CARRIER-REPORT-LINE.
120400     MOVE 'PLAN COVERED  BILLED  PREMIUM BILLED    AT PLAN RATE'
120500         TO CARRIER-REPORT-LINE.
120600     MOVE '     EE DEDUCTED     ER DEDUCTED       ER PER GL'
120700         TO CARRIER-REPORT-LINE(53:48).
120800     WRITE CARRIER-REPORT-LINE.
120900     PERFORM 3610-WRITE-ONE-PLAN THRU 3610-EXIT
121000         VARYING PT-IDX FROM 1 BY 1
121100         UNTIL PT-IDX > WS-PLAN-COUNT.
121200 3600-EXIT.
121300     EXIT.
121400
121500 3610-WRITE-ONE-PLAN.
121600     MOVE PT-COVERED-COUNT(PT-IDX) TO WS-EDIT-COUNT.
121700     MOVE PT-BILLED-COUNT(PT-IDX)  TO WS-EDIT-COUNT-2.
121800     MOVE PT-BILLED-AMOUNT(PT-IDX) TO WS-EDIT-AMOUNT-3.
121900     MOVE PT-RATE-AMOUNT(PT-IDX)   TO WS-EDIT-AMOUNT-4.
122000     MOVE PT-EE-DEDUCTED(PT-IDX)   TO WS-EDIT-AMOUNT-5.
122100     MOVE PT-ER-DEDUCTED(PT-IDX)   TO WS-EDIT-AMOUNT-6.
122200     MOVE SPACES TO CARRIER-REPORT-LINE.
122300     IF WS-GL-AVAILABLE
122400         MOVE PT-GL-ER-AMOUNT(PT-IDX) TO WS-EDIT-AMOUNT-7
122500         STRING PT-PLAN-CODE(PT-IDX) ' ' WS-EDIT-COUNT ' '
122600             WS-EDIT-COUNT-2 ' ' WS-EDIT-AMOUNT-3 ' '
122700             WS-EDIT-AMOUNT-4 ' ' WS-EDIT-AMOUNT-5 ' '
122800             WS-EDIT-AMOUNT-6 ' ' WS-EDIT-AMOUNT-7
122900             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
123000     ELSE
123100         STRING PT-PLAN-CODE(PT-IDX) ' ' WS-EDIT-COUNT ' '
123200             WS-EDIT-COUNT-2 ' ' WS-EDIT-AMOUNT-3 ' '
123300             WS-EDIT-AMOUNT-4 ' ' WS-EDIT-AMOUNT-5 ' '
123400             WS-EDIT-AMOUNT-6
123500             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
123600     END-IF.
123700     WRITE CARRIER-REPORT-LINE.
123800     COMPUTE WS-FUND-DIFF = PT-BILLED-AMOUNT(PT-IDX)
123900         - PT-EE-DEDUCTED(PT-IDX) - PT-ER-DEDUCTED(PT-IDX).
124000     IF WS-FUND-DIFF NOT = ZERO
124100         MOVE WS-FUND-DIFF TO WS-EDIT-AMOUNT-3
124200         MOVE SPACES TO CARRIER-REPORT-LINE
124300         STRING '     PREMIUM BILLED LESS SHARES DEDUCTED '
124400             WS-EDIT-AMOUNT-3
124500             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
124600         WRITE CARRIER-REPORT-LINE
124700     END-IF.
124800     IF NOT WS-GL-AVAILABLE
124900         GO TO 3610-EXIT
125000     END-IF.
125100     COMPUTE WS-GL-DIFF = PT-GL-ER-AMOUNT(PT-IDX)
125200         - PT-ER-DEDUCTED(PT-IDX).
125300     IF WS-GL-DIFF NOT = ZERO
125400         MOVE WS-GL-DIFF TO WS-EDIT-AMOUNT-3
125500         MOVE SPACES TO CARRIER-REPORT-LINE
125600         STRING '     *** ER SHARE PER GL DIFFERS FROM SHARES '
125700             'DEDUCTED BY ' WS-EDIT-AMOUNT-3
125800             DELIMITED BY SIZE INTO CARRIER-REPORT-LINE
125900         WRITE CARRIER-REPORT-LINE
126000         ADD 1 TO WS-GL-DIFF-COUNT
126100     END-IF.
126200 3610-EXIT.
126300     EXIT.
126400
126500*****************************************************************
126600*    3900-WRITE-EXCEPTION - WS-EXC-NUMBER AND THE WS-EXC- FIELDS
126700*    ARE SET BY THE CALLER; THE DETAIL IS CLEARED FOR THE NEXT.
126800*****************************************************************
126900 3900-WRITE-EXCEPTION.
127000     ADD 1 TO EXC-COUNT(WS-EXC-NUMBER).
127100     ADD 1 TO WS-EXC-TOTAL.
127200     MOVE WS-EXC-BILLED TO WS-EDIT-AMOUNT.
127300     MOVE WS-EXC-RATE TO WS-EDIT-AMOUNT-2.
127400     MOVE SPACES TO CARRIER-REPORT-LINE.
127500     STRING 'C0' WS-EXC-NUMBER '  ' WS-EXC-EMP-ID ' ' WS-EXC-NAME
127600         ' ' WS-EXC-PLAN-CODE ' ' WS-EDIT-AMOUNT ' '
127700         WS-EDIT-AMOUNT-2 '  ' EXC-DESC(WS-EXC-NUMBER) ' '
127800         WS-EXC-DETAIL
127900         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
128000     WRITE CARRIER-REPORT-LINE.
128100     MOVE SPACES TO WS-EXC-DETAIL.
128200 3900-EXIT.
128300     EXIT.
128400
128500*****************************************************************
128600*    8000-FINALIZE
128700*****************************************************************
128800 8000-FINALIZE.
128900     CLOSE BENEFIT-ENROLL-FILE.
129000     CLOSE EMPLOYEE-FILE.
129100     MOVE SPACES TO CARRIER-REPORT-LINE.
129200     WRITE CARRIER-REPORT-LINE.
129300     MOVE ALL '-' TO CARRIER-REPORT-LINE.
129400     WRITE CARRIER-REPORT-LINE.
129500     IF CC-BILL-MONTH NOT = SPACES
129600         PERFORM 8100-WRITE-RECON-TOTALS THRU 8100-EXIT
129700     END-IF.
129800     CLOSE CARRIER-REPORT-FILE.
129900     DISPLAY 'BENCARR SUMMARY FOR CARRIER ' CC-CARRIER-NUMBER
130000         ' - ' WS-RUN-DATE.
130100     IF NOT CC-NO-FEED
130200         DISPLAY '  FEED DETAIL RECORDS   : ' WS-FEED-DETAIL-COUNT
130300         DISPLAY '  ENROLLMENTS HELD BACK : ' WS-FEED-SKIP-COUNT
130400     END-IF.
130500     IF CC-BILL-MONTH NOT = SPACES
130600         DISPLAY '  INVOICE LINES READ    : ' WS-INV-READ
130700         DISPLAY '  EXCEPTIONS            : ' WS-EXC-TOTAL
130800         DISPLAY '  PLANS OUT WITH THE GL : ' WS-GL-DIFF-COUNT
130900     END-IF.
131000     IF WS-EXC-TOTAL > ZERO
131100             OR WS-GL-DIFF-COUNT > ZERO
131200             OR WS-FEED-SKIP-COUNT > ZERO
131300         MOVE 4 TO RETURN-CODE
131400     END-IF.
131500 8000-EXIT.
131600     EXIT.
131700
131800 8100-WRITE-RECON-TOTALS.
131900     MOVE WS-INV-READ TO WS-EDIT-COUNT.
132000     MOVE SPACES TO CARRIER-REPORT-LINE.
132100     STRING 'INVOICE LINES READ             : ' WS-EDIT-COUNT
132200         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
132300     WRITE CARRIER-REPORT-LINE.
132400     MOVE WS-INV-BILLED-TOTAL TO WS-EDIT-AMOUNT-3.
132500     MOVE SPACES TO CARRIER-REPORT-LINE.
132600     STRING 'PREMIUM BILLED                 : ' WS-EDIT-AMOUNT-3
132700         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
132800     WRITE CARRIER-REPORT-LINE.
132900     MOVE WS-ENRL-COUNT TO WS-EDIT-COUNT.
133000     MOVE SPACES TO CARRIER-REPORT-LINE.
133100     STRING 'CARRIER ENROLLMENTS ON FILE    : ' WS-EDIT-COUNT
133200         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
133300     WRITE CARRIER-REPORT-LINE.
133400     MOVE WS-GL-LINES-USED TO WS-EDIT-COUNT.
133500     MOVE SPACES TO CARRIER-REPORT-LINE.
133600     STRING 'GL EMPLOYER SHARE LINES USED   : ' WS-EDIT-COUNT
133700         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
133800     WRITE CARRIER-REPORT-LINE.
133900     PERFORM 8110-WRITE-EXCEPTION-COUNT THRU 8110-EXIT
134000         VARYING EXC-IDX FROM 1 BY 1
134100         UNTIL EXC-IDX > WS-EXC-CODE-MAX.
134200     MOVE WS-EXC-TOTAL TO WS-EDIT-COUNT.
134300     MOVE SPACES TO CARRIER-REPORT-LINE.
134400     STRING 'EXCEPTIONS                     : ' WS-EDIT-COUNT
134500         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
134600     WRITE CARRIER-REPORT-LINE.
134700     MOVE WS-GL-DIFF-COUNT TO WS-EDIT-COUNT.
134800     MOVE SPACES TO CARRIER-REPORT-LINE.
134900     STRING 'PLANS NOT TIED TO THE GL       : ' WS-EDIT-COUNT
135000         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
135100     WRITE CARRIER-REPORT-LINE.
135200     MOVE SPACES TO CARRIER-REPORT-LINE.
135300     WRITE CARRIER-REPORT-LINE.
135400     MOVE SPACES TO CARRIER-REPORT-LINE.
135500     STRING 'REVIEWED BY (BENEFITS) ______________________  '
135600         'DATE __________'
135700         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
135800     WRITE CARRIER-REPORT-LINE.
135900     MOVE SPACES TO CARRIER-REPORT-LINE.
136000     WRITE CARRIER-REPORT-LINE.
136100     MOVE SPACES TO CARRIER-REPORT-LINE.
136200     STRING 'INVOICE APPROVED FOR PAYMENT   '
136300         '______________________  DATE __________'
136400         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
136500     WRITE CARRIER-REPORT-LINE.
136600 8100-EXIT.
136700     EXIT.
136800
136900 8110-WRITE-EXCEPTION-COUNT.
137000     IF EXC-COUNT(EXC-IDX) = ZERO
137100         GO TO 8110-EXIT
137200     END-IF.
137300     SET WS-EXC-NUMBER TO EXC-IDX.
137400     MOVE EXC-COUNT(EXC-IDX) TO WS-EDIT-COUNT.
137500     MOVE SPACES TO CARRIER-REPORT-LINE.
137600     STRING '  C0' WS-EXC-NUMBER ' ' EXC-DESC(EXC-IDX) ' : '
137700         WS-EDIT-COUNT
137800         DELIMITED BY SIZE INTO CARRIER-REPORT-LINE.
137900     WRITE CARRIER-REPORT-LINE.
138000 8110-EXIT.
138100     EXIT.
138200
138300*****************************************************************
138400*    9100-FIND-PLAN-BY-CODE - WS-FIND-PLAN-CODE AMONG THE
138500*    CARRIER'S PLANS; PT-IDX IS LEFT ON IT WHEN FOUND.
138600*****************************************************************
138700 9100-FIND-PLAN-BY-CODE.
138800     MOVE 'N' TO WS-PLAN-FOUND-SWITCH.
138900     SET PT-IDX TO 1.
139000     SEARCH PT-ENTRY
139100         AT END
139200             CONTINUE
139300         WHEN PT-IDX <= WS-PLAN-COUNT
139400              AND PT-PLAN-CODE(PT-IDX) = WS-FIND-PLAN-CODE
139500             SET WS-PLAN-FOUND TO TRUE
139600     END-SEARCH.
139700 9100-EXIT.
139800     EXIT.
139900
140000*****************************************************************
140100*    9200-FIND-PLAN-BY-GROUP - THE INVOICE LINE'S GROUP NUMBER
140200*****************************************************************
140300 9200-FIND-PLAN-BY-GROUP.
140400     MOVE 'N' TO WS-PLAN-FOUND-SWITCH.
140500     IF CI-GROUP-NUMBER = SPACES
140600         GO TO 9200-EXIT
140700     END-IF.
140800     SET PT-IDX TO 1.
140900     SEARCH PT-ENTRY
141000         AT END
141100             CONTINUE
141200         WHEN PT-IDX <= WS-PLAN-COUNT
141300              AND PT-GROUP-NUMBER(PT-IDX) = CI-GROUP-NUMBER
141400             SET WS-PLAN-FOUND TO TRUE
141500     END-SEARCH.
141600 9200-EXIT.
141700     EXIT.
141800
141900*****************************************************************
142000*    9300-READ-EMPLOYEE - EMP-ID IS SET BY THE CALLER
142100*****************************************************************
142200 9300-READ-EMPLOYEE.
142300     MOVE 'Y' TO WS-EMP-FOUND-SWITCH.
142400     READ EMPLOYEE-FILE
142500         INVALID KEY
142600             MOVE 'N' TO WS-EMP-FOUND-SWITCH
142700     END-READ.
142800 9300-EXIT.
142900     EXIT.
143000
143100*****************************************************************
143200*    9400-CHECK-DATE - WS-CHECK-DATE MUST BE A CALENDAR DATE;
143300*    WS-MAX-DAY IS LEFT AT THE LAST DAY OF ITS MONTH.
143400*****************************************************************
143500 9400-CHECK-DATE.
143600     SET WS-DATE-VALID TO TRUE.
143700     MOVE ZERO TO WS-MAX-DAY.
143800     IF WS-CHECK-YYYY < 1900
143900        OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
144000         SET WS-DATE-INVALID TO TRUE
144100         GO TO 9400-EXIT
144200     END-IF.
144300     MOVE WS-MONTH-DAYS(WS-CHECK-MM) TO WS-MAX-DAY.
144400     IF WS-CHECK-MM = 2
144500         DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
144600             REMAINDER WS-LEAP-REM-4
144700         DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
144800             REMAINDER WS-LEAP-REM-100
144900         DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
145000             REMAINDER WS-LEAP-REM-400
145100         IF WS-LEAP-REM-400 = ZERO
145200            OR (WS-LEAP-REM-4 = ZERO
145300                AND WS-LEAP-REM-100 NOT = ZERO)
145400             MOVE 29 TO WS-MAX-DAY
145500         END-IF
145600     END-IF.
145700     IF WS-CHECK-DD < 1 OR WS-CHECK-DD > WS-MAX-DAY
145800         SET WS-DATE-INVALID TO TRUE
145900     END-IF.
146000 9400-EXIT.
146100     EXIT.
146200
146300*****************************************************************
146400*    9500-FIND-ENROLLMENT - THE INVOICE MEMBER IN THE PLAN AT
146500*    PT-IDX; EN-IDX IS LEFT ON IT WHEN FOUND.
146600*****************************************************************
146700 9500-FIND-ENROLLMENT.
146800     MOVE 'N' TO WS-ENRL-FOUND-SWITCH.
146900     SET EN-IDX TO 1.
147000     SEARCH EN-ENTRY
147100         AT END
147200             CONTINUE
147300         WHEN EN-IDX <= WS-ENRL-COUNT
147400              AND EN-EMP-ID(EN-IDX) = CI-MEMBER-ID
147500              AND EN-PLAN-CODE(EN-IDX) = PT-PLAN-CODE(PT-IDX)
147600             SET WS-ENRL-FOUND TO TRUE
147700     END-SEARCH.
147800 9500-EXIT.
147900     EXIT.
