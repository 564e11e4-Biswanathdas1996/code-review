000100*****************************************************************
000200*    PROGRAM-ID..: CALMAINT
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: PAY CALENDAR MAINTENANCE.  APPLIES THE
000900*                  TRANSACTIONS ON CALTRAN.DAT AGAINST THE PAY
001000*                  CALENDAR (PAYCAL.DAT) AND THE BANK-HOLIDAY
001100*                  TABLE (HOLIDAY.DAT):
001200*                    H  ADD A BANK HOLIDAY
001300*                    D  DELETE A BANK HOLIDAY
001400*                    B  BUILD A YEAR'S PAY PERIODS FROM THE PAY
001500*                       FREQUENCY (W WEEKLY, B BIWEEKLY, S SEMI-
001600*                       MONTHLY ON THE 15TH AND MONTH END, M
001700*                       MONTHLY), THE FIRST PERIOD END (WEEKLY AND
001800*                       BIWEEKLY - BLANK CONTINUES LAST YEAR'S
001900*                       CALENDAR), THE CHECK LAG IN DAYS AFTER THE
002000*                       PERIOD END AND THE ACH LEAD IN BANK DAYS
002100*                       BEFORE THE CHECK DATE
002200*                    L  LIST A YEAR'S CALENDAR
002300*                    P  WRITE PAYPARM.DAT FOR THE NEXT BATCH
002400*                       WINDOW FROM THE CALENDAR - THE LOWEST
002500*                       PERIOD NOT YET PAID, OR THE PERIOD NAMED
002600*                  A CHECK OR ACH EFFECTIVE DATE THAT FALLS ON A
002700*                  WEEKEND OR BANK HOLIDAY IS MOVED BACK TO THE
002800*                  BANK DAY BEFORE, SO HOLIDAYS FOR THE FOLLOWING
002900*                  JANUARY SHOULD BE ON FILE BEFORE A YEAR IS
003000*                  BUILT.  ADDING A HOLIDAY RE-DATES ANY PERIOD
003100*                  NOT YET RUN WHOSE DATES IT DISTURBS.
003200*                  A YEAR WITH ANY PERIOD OPEN OR PAID ON
003300*                  PERIODCT.DAT CANNOT BE REBUILT, AND PAYPARM.DAT
003400*                  IS NEVER WRITTEN FOR A PERIOD ALREADY PAID.
003500*                  OFF-CYCLE AND RERUN PARAMETERS ARE STILL
003600*                  PREPARED BY HAND.
003700*                  EVERY TRANSACTION AND ITS RESULT IS LISTED ON
003800*                  CALRPT.TXT, FOLLOWED BY THE ANNUAL CALENDAR FOR
003900*                  HR FOR EACH YEAR BUILT OR LISTED, FLAGGING AN
004000*                  EXTRA PAY PERIOD AND THE QUARTER-END AND
004100*                  YEAR-END PERIODS THAT TAXQTR AND YEAREND REPORT
004200*                  BY.
004300*
004400*    MODIFICATION HISTORY
004500*    DATE       INIT DESCRIPTION
004600*    ---------- ---- ------------------------------------------
004700*    2026-10-15 RTM  ORIGINAL VERSION.
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. CALMAINT.
005100 AUTHOR. R-T-MORALES.
005200 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
005300 DATE-WRITTEN. 2026-10-15.
005400 DATE-COMPILED.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PCL-PERIOD-NUMBER
006300         FILE STATUS IS WS-CAL-FILE-STATUS.
006400
006500     SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY.DAT'
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS HOL-DATE
006900         FILE STATUS IS WS-HOL-FILE-STATUS.
007000
007100     SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODCT.DAT'
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS PC-PERIOD-NUMBER
007500         FILE STATUS IS WS-PDCT-FILE-STATUS.
007600
007700     SELECT CAL-TRANS-FILE ASSIGN TO 'CALTRAN.DAT'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-TRANS-FILE-STATUS.
008000
008100     SELECT RUN-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-PARM-FILE-STATUS.
008400
008500     SELECT CALENDAR-REPORT-FILE ASSIGN TO 'CALRPT.TXT'
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RPT-FILE-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  PAY-CALENDAR-FILE.
009200 COPY PAYCAL.
009300
009400 FD  HOLIDAY-FILE.
009500 COPY HOLIDAY.
009600
009700 FD  PERIOD-CONTROL-FILE.
009800 COPY PERIODCT.
009900
010000*****************************************************************
010100*    CALENDAR TRANSACTION - THE ACTION CODE PICKS THE VIEW OF
010200*    THE DATA AREA.  NUMERIC FIELDS ARE KEYED AS TEXT AND
010300*    EDITED THROUGH THEIR NUMERIC REDEFINITIONS; A BLANK CHECK
010400*    LAG OR ACH LEAD IS ZERO, A BLANK PERIOD ON A P IS THE NEXT
010500*    PERIOD NOT YET PAID.
010600*****************************************************************
010700 FD  CAL-TRANS-FILE.
010800 01  CAL-TRANS-RECORD.
010900     05  CX-ACTION-CODE            PIC X(01).
011000     05  CX-OPERATOR-ID            PIC X(10).
011100     05  CX-TRANS-DATA             PIC X(69).
011200     05  CX-BUILD-DATA REDEFINES CX-TRANS-DATA.
011300         10  CX-BUILD-YEAR         PIC X(04).
011400         10  CX-BUILD-YEAR-N REDEFINES CX-BUILD-YEAR
011500                                   PIC 9(04).
011600         10  CX-FREQUENCY          PIC X(01).
011700         10  CX-FIRST-END-DATE     PIC X(08).
011800         10  CX-FIRST-END-DATE-N REDEFINES CX-FIRST-END-DATE
011900                                   PIC 9(08).
012000         10  CX-CHECK-LAG-DAYS     PIC X(02).
012100         10  CX-CHECK-LAG-DAYS-N REDEFINES CX-CHECK-LAG-DAYS
012200                                   PIC 9(02).
012300         10  CX-ACH-LEAD-DAYS      PIC X(01).
012400         10  CX-ACH-LEAD-DAYS-N REDEFINES CX-ACH-LEAD-DAYS
012500                                   PIC 9(01).
012600         10  FILLER                PIC X(53).
012700     05  CX-HOLIDAY-DATA REDEFINES CX-TRANS-DATA.
012800         10  CX-HOLIDAY-DATE       PIC X(08).
012900         10  CX-HOLIDAY-DATE-N REDEFINES CX-HOLIDAY-DATE
013000                                   PIC 9(08).
013100         10  CX-HOLIDAY-DESC       PIC X(30).
013200         10  FILLER                PIC X(31).
013300     05  CX-PARM-DATA REDEFINES CX-TRANS-DATA.
013400         10  CX-PARM-PERIOD        PIC X(06).
013500         10  CX-PARM-PERIOD-N REDEFINES CX-PARM-PERIOD
013600                                   PIC 9(06).
013700         10  CX-PARM-RUN-MODE      PIC X(05).
013800         10  FILLER                PIC X(58).
013900     05  CX-LIST-DATA REDEFINES CX-TRANS-DATA.
014000         10  CX-LIST-YEAR          PIC X(04).
014100         10  CX-LIST-YEAR-N REDEFINES CX-LIST-YEAR
014200                                   PIC 9(04).
014300         10  FILLER                PIC X(65).
014400
014500 FD  RUN-PARM-FILE.
014600 01  RUN-PARM-OUTPUT-RECORD        PIC X(49).
014700
014800 FD  CALENDAR-REPORT-FILE.
014900 01  CALENDAR-REPORT-LINE          PIC X(132).
015000
015100 WORKING-STORAGE SECTION.
015200*****************************************************************
015300*    FILE STATUS FIELDS
015400*****************************************************************
015500 01  WS-CAL-FILE-STATUS            PIC X(02).
015600 01  WS-HOL-FILE-STATUS            PIC X(02).
015700 01  WS-PDCT-FILE-STATUS           PIC X(02).
015800 01  WS-TRANS-FILE-STATUS          PIC X(02).
015900 01  WS-PARM-FILE-STATUS           PIC X(02).
016000 01  WS-RPT-FILE-STATUS            PIC X(02).
016100
016200*****************************************************************
016300*    SWITCHES
016400*****************************************************************
016500 01  WS-TRANS-EOF-SWITCH           PIC X(01) VALUE 'N'.
016600     88  WS-TRANS-EOF                 VALUE 'Y'.
016700
016800 01  WS-TRANS-STATUS               PIC X(01) VALUE 'V'.
016900     88  WS-TRANS-VALID               VALUE 'V'.
017000     88  WS-TRANS-INVALID             VALUE 'I'.
017100
017200 01  WS-PDCT-SWITCH                PIC X(01) VALUE 'Y'.
017300     88  WS-PDCT-ON-FILE              VALUE 'Y'.
017400     88  WS-PDCT-MISSING              VALUE 'N'.
017500
017600 01  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE 'N'.
017700     88  WS-SCAN-EOF                  VALUE 'Y'.
017800
017900 01  WS-NEXT-FOUND-SWITCH          PIC X(01) VALUE 'N'.
018000     88  WS-NEXT-FOUND                VALUE 'Y'.
018100
018200 01  WS-PRIOR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
018300     88  WS-PRIOR-FOUND               VALUE 'Y'.
018400
018500 01  WS-BUSINESS-DAY-SWITCH        PIC X(01) VALUE 'Y'.
018600     88  WS-BUSINESS-DAY              VALUE 'Y'.
018700
018800 01  WS-DATE-STATUS                PIC X(01) VALUE 'V'.
018900     88  WS-DATE-VALID                VALUE 'V'.
019000     88  WS-DATE-INVALID              VALUE 'I'.
019100
019200 01  WS-PARM-WRITTEN-SWITCH        PIC X(01) VALUE 'N'.
019300     88  WS-PARM-WRITTEN              VALUE 'Y'.
019400
019500 01  WS-YEAR-RUN-SWITCH            PIC X(01) VALUE 'N'.
019600     88  WS-YEAR-ALREADY-RUN          VALUE 'Y'.
019700
019800 01  WS-TRANS-REASON               PIC X(60) VALUE SPACES.
019900 01  WS-NOTE-TEXT                  PIC X(110) VALUE SPACES.
020000
020100*****************************************************************
020200*    RUN DATE / PARAMETERS - THE PARAMETER RECORD IS BUILT HERE
020300*    AND WRITTEN WHOLE TO PAYPARM.DAT BY THE P TRANSACTION.
020400*****************************************************************
020500 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
020600 COPY PAYPARM.
020700
020800*****************************************************************
020900*    YEAR BUILD WORK FIELDS.  THE PERIODS ARE GENERATED INTO THE
021000*    TABLE FIRST SO THE QUARTER-END, YEAR-END AND EXTRA-PERIOD
021100*    FLAGS CAN BE SET BEFORE ANYTHING IS WRITTEN.
021200*****************************************************************
021300 01  WS-BUILD-YEAR                 PIC 9(04) VALUE ZERO.
021400 01  WS-BUILD-FREQUENCY            PIC X(01) VALUE SPACE.
021500 01  WS-CHECK-LAG                  PIC 9(02) VALUE ZERO.
021600 01  WS-ACH-LEAD                   PIC 9(01) VALUE ZERO.
021700 01  WS-ACH-LEAD-MAX               PIC 9(01) VALUE 5.
021800 01  WS-STEP-DAYS                  PIC 9(02) VALUE ZERO.
021900 01  WS-STANDARD-PERIODS           PIC 9(02) VALUE ZERO.
022000 01  WS-FIRST-END-DATE             PIC 9(08) VALUE ZERO.
022100 01  WS-PRIOR-END-DATE             PIC 9(08) VALUE ZERO.
022200 01  WS-PRIOR-FREQUENCY            PIC X(01) VALUE SPACE.
022300 01  WS-NEXT-END-DATE              PIC 9(08) VALUE ZERO.
022400 01  WS-NEXT-END-PARTS REDEFINES WS-NEXT-END-DATE.
022500     05  WS-NEXT-END-YYYY          PIC 9(04).
022600     05  FILLER                    PIC 9(04).
022700 01  WS-GEN-MONTH                  PIC 9(02) VALUE ZERO.
022800 01  WS-GEN-DATE                   PIC 9(08) VALUE ZERO.
022900 01  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
023000     05  WS-GEN-YYYY               PIC 9(04).
023100     05  WS-GEN-MM                 PIC 9(02).
023200     05  WS-GEN-DD                 PIC 9(02).
023300 01  WS-GEN-SEQ                    PIC 9(02) VALUE ZERO.
023400 01  WS-REPLACED-COUNT             PIC 9(02) VALUE ZERO.
023500 01  WS-RUN-PERIOD                 PIC 9(06) VALUE ZERO.
023600 01  WS-RUN-PERIOD-STATUS          PIC X(04) VALUE SPACES.
023700     88  WS-RUN-PERIOD-PAID           VALUE 'PAID'.
023800
023900 01  WS-CAL-MAX                    PIC 9(02) VALUE 60.
024000 01  WS-CAL-COUNT                  PIC 9(02) VALUE ZERO.
024100 01  WS-CAL-TABLE.
024200     05  CT-ENTRY                  OCCURS 60 TIMES
024300                                   INDEXED BY CT-IDX.
024400         10  CT-START-DATE         PIC 9(08).
024500         10  CT-END-DATE           PIC 9(08).
024600         10  CT-QUARTER            PIC 9(01).
024700
024800 01  WS-FREQUENCY-NAME             PIC X(12) VALUE SPACES.
024900
025000*****************************************************************
025100*    DATE WORK FIELDS - CALENDAR EDIT, DAY ARITHMETIC AND THE
025200*    BANK-DAY TEST.  INTEGER DAY 1 (1601-01-01) WAS A MONDAY, SO
025300*    THE REMAINDER BY 7 IS 0 ON A SUNDAY AND 6 ON A SATURDAY.
025400*****************************************************************
025500 01  WS-CHECK-DATE                 PIC 9(08) VALUE ZERO.
025600 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
025700     05  WS-CHECK-YYYY             PIC 9(04).
025800     05  WS-CHECK-MM               PIC 9(02).
025900     05  WS-CHECK-DD               PIC 9(02).
026000 01  WS-MONTH-DAYS-VALUES.
026100     05  FILLER                    PIC X(12) VALUE '312831303130'.
026200     05  FILLER                    PIC X(12) VALUE '313130313031'.
026300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
026400     05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
026500 01  WS-MAX-DAY                    PIC 9(02) VALUE ZERO.
026600 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
026700 01  WS-LEAP-REM-4                 PIC 9(04) VALUE ZERO.
026800 01  WS-LEAP-REM-100               PIC 9(04) VALUE ZERO.
026900 01  WS-LEAP-REM-400               PIC 9(04) VALUE ZERO.
027000 01  WS-DATE-INT                   PIC 9(07) VALUE ZERO.
027100 01  WS-WEEK-QUOTIENT              PIC 9(07) VALUE ZERO.
027200 01  WS-WEEKDAY                    PIC 9(01) VALUE ZERO.
027300 01  WS-TEST-DATE                  PIC 9(08) VALUE ZERO.
027400 01  WS-LEAD-LEFT                  PIC 9(01) VALUE ZERO.
027500 01  WS-HOLIDAY-DATE               PIC 9(08) VALUE ZERO.
027600 01  WS-OLD-CHECK-DATE             PIC 9(08) VALUE ZERO.
027700 01  WS-OLD-ACH-DATE               PIC 9(08) VALUE ZERO.
027800 01  WS-CHECK-QUARTER              PIC 9(01) VALUE ZERO.
027900 01  WS-END-DATE-WORK              PIC 9(08) VALUE ZERO.
028000 01  WS-END-DATE-PARTS REDEFINES WS-END-DATE-WORK.
028100     05  WS-END-YYYY               PIC 9(04).
028200     05  WS-END-MM                 PIC 9(02).
028300     05  WS-END-DD                 PIC 9(02).
028400 01  WS-PAY-DATE-WORK              PIC 9(08) VALUE ZERO.
028500 01  WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE-WORK.
028600     05  WS-PAY-YYYY               PIC 9(04).
028700     05  WS-PAY-MM                 PIC 9(02).
028800     05  WS-PAY-DD                 PIC 9(02).
028900
029000*****************************************************************
029100*    CALENDAR LISTING WORK FIELDS
029200*****************************************************************
029300 01  WS-LIST-YEAR                  PIC 9(04) VALUE ZERO.
029400 01  WS-LIST-COUNT                 PIC 9(02) VALUE ZERO.
029500 01  WS-LIST-MOVED                 PIC 9(02) VALUE ZERO.
029600 01  WS-LIST-EXTRA                 PIC 9(02) VALUE ZERO.
029700 01  WS-LIST-FREQUENCY             PIC X(01) VALUE SPACE.
029800 01  WS-QTR-FIRST-PERIOD           PIC 9(06) VALUE ZERO.
029900 01  WS-QTR-FIRST-END              PIC 9(08) VALUE ZERO.
030000 01  WS-YEAR-FIRST-PERIOD          PIC 9(06) VALUE ZERO.
030100 01  WS-FLAG-AREA.
030200     05  WS-FLAG-MOVED             PIC X(06).
030300     05  WS-FLAG-QUARTER-END       PIC X(08).
030400     05  WS-FLAG-YEAR-END          PIC X(09).
030500     05  WS-FLAG-EXTRA             PIC X(06).
030600     05  WS-FLAG-CHECK-PAID        PIC X(13).
030700
030800*****************************************************************
030900*    RUN COUNTERS
031000*****************************************************************
031100 01  WS-TRANS-READ                 PIC 9(05) VALUE ZERO.
031200 01  WS-HOLIDAY-ADD-COUNT          PIC 9(05) VALUE ZERO.
031300 01  WS-HOLIDAY-DEL-COUNT          PIC 9(05) VALUE ZERO.
031400 01  WS-YEAR-BUILD-COUNT           PIC 9(05) VALUE ZERO.
031500 01  WS-YEAR-LIST-COUNT            PIC 9(05) VALUE ZERO.
031600 01  WS-REDATE-COUNT               PIC 9(05) VALUE ZERO.
031700 01  WS-WARNING-COUNT              PIC 9(05) VALUE ZERO.
031800 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
031900
032000*****************************************************************
032100*    REPORT EDIT FIELDS
032200*****************************************************************
032300 01  WS-EDIT-COUNT                 PIC ZZ,ZZ9.
032400 01  WS-EDIT-SEQ                   PIC Z9.
032500 01  WS-EDIT-TRANS                 PIC 9(05).
032600
032700 PROCEDURE DIVISION.
032800*****************************************************************
032900*    0000-MAINLINE
033000*****************************************************************
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
033400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
033500     STOP RUN.
033600 0000-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000*    1000-INITIALIZE
034100*    THE FIRST RUN FINDS NO CALENDAR OR HOLIDAY FILE - BOTH ARE
034200*    CREATED EMPTY.  A SHOP WITH NO PERIODCT.DAT HAS PAID NO
034300*    PERIOD YET.
034400*****************************************************************
034500 1000-INITIALIZE.
034600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034700     DISPLAY 'CALMAINT - PAY CALENDAR MAINTENANCE'.
034800     OPEN I-O PAY-CALENDAR-FILE.
034900     IF WS-CAL-FILE-STATUS = '35'
035000         OPEN OUTPUT PAY-CALENDAR-FILE
035100         CLOSE PAY-CALENDAR-FILE
035200         OPEN I-O PAY-CALENDAR-FILE
035300     END-IF.
035400     IF WS-CAL-FILE-STATUS NOT = '00'
035500         DISPLAY 'CALMAINT: UNABLE TO OPEN PAYCAL.DAT - STATUS '
035600             WS-CAL-FILE-STATUS
035700         MOVE 16 TO RETURN-CODE
035800         STOP RUN
035900     END-IF.
036000     OPEN I-O HOLIDAY-FILE.
036100     IF WS-HOL-FILE-STATUS = '35'
036200         OPEN OUTPUT HOLIDAY-FILE
036300         CLOSE HOLIDAY-FILE
036400         OPEN I-O HOLIDAY-FILE
036500     END-IF.
036600     IF WS-HOL-FILE-STATUS NOT = '00'
036700         DISPLAY 'CALMAINT: UNABLE TO OPEN HOLIDAY.DAT - STATUS '
036800             WS-HOL-FILE-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200     OPEN INPUT PERIOD-CONTROL-FILE.
037300     IF WS-PDCT-FILE-STATUS = '35'
037400         SET WS-PDCT-MISSING TO TRUE
037500     ELSE
037600         IF WS-PDCT-FILE-STATUS NOT = '00'
037700             DISPLAY 'CALMAINT: UNABLE TO OPEN PERIODCT.DAT - '
037800                 'STATUS ' WS-PDCT-FILE-STATUS
037900             MOVE 16 TO RETURN-CODE
038000             STOP RUN
038100         END-IF
038200     END-IF.
038300     OPEN INPUT CAL-TRANS-FILE.
038400     IF WS-TRANS-FILE-STATUS NOT = '00'
038500         DISPLAY 'CALMAINT: UNABLE TO OPEN CALTRAN.DAT - STATUS '
038600             WS-TRANS-FILE-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000     OPEN OUTPUT CALENDAR-REPORT-FILE.
039100     IF WS-RPT-FILE-STATUS NOT = '00'
039200         DISPLAY 'CALMAINT: UNABLE TO OPEN CALRPT.TXT - STATUS '
039300             WS-RPT-FILE-STATUS
039400         MOVE 16 TO RETURN-CODE
039500         STOP RUN
039600     END-IF.
039700     MOVE SPACES TO CALENDAR-REPORT-LINE.
039800     STRING 'PAY CALENDAR MAINTENANCE - RUN DATE ' WS-RUN-DATE
039900         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
040000     WRITE CALENDAR-REPORT-LINE.
040100     MOVE ALL '-' TO CALENDAR-REPORT-LINE.
040200     WRITE CALENDAR-REPORT-LINE.
040300 1000-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*    3000-APPLY-TRANSACTIONS
040800*****************************************************************
040900 3000-APPLY-TRANSACTIONS.
041000     PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
041100         UNTIL WS-TRANS-EOF.
041200 3000-EXIT.
041300     EXIT.
041400
041500*****************************************************************
041600*    3100-APPLY-ONE-TRANSACTION - ECHO THE TRANSACTION, APPLY IT,
041700*    THEN LIST THE RESULT.  EACH ACTION EDITS ITS OWN FIELDS AND
041800*    LEAVES THE FILES UNTOUCHED WHEN IT REJECTS.
041900*****************************************************************
042000 3100-APPLY-ONE-TRANSACTION.
042100     READ CAL-TRANS-FILE
042200         AT END
042300             SET WS-TRANS-EOF TO TRUE
042400             GO TO 3100-EXIT
042500     END-READ.
042600     ADD 1 TO WS-TRANS-READ.
042700     SET WS-TRANS-VALID TO TRUE.
042800     MOVE SPACES TO WS-TRANS-REASON.
042900     MOVE WS-TRANS-READ TO WS-EDIT-TRANS.
043000     MOVE SPACES TO CALENDAR-REPORT-LINE.
043100     WRITE CALENDAR-REPORT-LINE.
043200     MOVE SPACES TO CALENDAR-REPORT-LINE.
043300     STRING 'TRANS ' WS-EDIT-TRANS '  ACTION ' CX-ACTION-CODE
043400         '  OPERATOR ' CX-OPERATOR-ID '  DATA ' CX-TRANS-DATA
043500         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
043600     WRITE CALENDAR-REPORT-LINE.
043700     IF CX-OPERATOR-ID = SPACES
043800         SET WS-TRANS-INVALID TO TRUE
043900         MOVE 'OPERATOR ID IS REQUIRED' TO WS-TRANS-REASON
044000     ELSE
044100         EVALUATE CX-ACTION-CODE
044200             WHEN 'H'
044300                 PERFORM 4000-ADD-HOLIDAY THRU 4000-EXIT
044400             WHEN 'D'
044500                 PERFORM 4100-DELETE-HOLIDAY THRU 4100-EXIT
044600             WHEN 'B'
044700                 PERFORM 5000-BUILD-YEAR THRU 5000-EXIT
044800             WHEN 'L'
044900                 PERFORM 6000-LIST-YEAR THRU 6000-EXIT
045000             WHEN 'P'
045100                 PERFORM 7000-WRITE-RUN-PARMS THRU 7000-EXIT
045200             WHEN OTHER
045300                 SET WS-TRANS-INVALID TO TRUE
045400                 MOVE 'INVALID ACTION CODE - MUST BE H/D/B/L/P'
045500                     TO WS-TRANS-REASON
045600         END-EVALUATE
045700     END-IF.
045800     PERFORM 3900-WRITE-RESULT THRU 3900-EXIT.
045900 3100-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*    3900-WRITE-RESULT / 3950-WRITE-NOTE - TRANSACTION RESULT AND
046400*    INDENTED DETAIL LINES ON THE REPORT
046500*****************************************************************
046600 3900-WRITE-RESULT.
046700     MOVE SPACES TO CALENDAR-REPORT-LINE.
046800     IF WS-TRANS-VALID
046900         STRING '      ACCEPTED  ' WS-TRANS-REASON
047000             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
047100     ELSE
047200         ADD 1 TO WS-REJECT-COUNT
047300         STRING '      REJECTED  ' WS-TRANS-REASON
047400             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
047500     END-IF.
047600     WRITE CALENDAR-REPORT-LINE.
047700 3900-EXIT.
047800     EXIT.
047900
048000 3950-WRITE-NOTE.
048100     MOVE SPACES TO CALENDAR-REPORT-LINE.
048200     STRING '      ' WS-NOTE-TEXT
048300         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
048400     WRITE CALENDAR-REPORT-LINE.
048500     MOVE SPACES TO WS-NOTE-TEXT.
048600 3950-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000*    4000-ADD-HOLIDAY - ONE DATE, ONCE.  A WEEKEND DATE IS TAKEN
049100*    AS KEYED (IT CHANGES NOTHING); THE OBSERVED WEEKDAY IS ITS
049200*    OWN ENTRY.  A NEW HOLIDAY RE-DATES THE PERIODS IT DISTURBS.
049300*****************************************************************
049400 4000-ADD-HOLIDAY.
049500     IF CX-HOLIDAY-DATE NOT NUMERIC
049600         SET WS-TRANS-INVALID TO TRUE
049700         MOVE 'HOLIDAY DATE IS NOT NUMERIC' TO WS-TRANS-REASON
049800         GO TO 4000-EXIT
049900     END-IF.
050000     MOVE CX-HOLIDAY-DATE-N TO WS-CHECK-DATE.
050100     PERFORM 9400-CHECK-DATE THRU 9400-EXIT.
050200     IF WS-DATE-INVALID
050300         SET WS-TRANS-INVALID TO TRUE
050400         MOVE 'HOLIDAY DATE IS NOT A CALENDAR DATE'
050500             TO WS-TRANS-REASON
050600         GO TO 4000-EXIT
050700     END-IF.
050800     IF CX-HOLIDAY-DESC = SPACES
050900         SET WS-TRANS-INVALID TO TRUE
051000         MOVE 'HOLIDAY DESCRIPTION IS REQUIRED' TO WS-TRANS-REASON
051100         GO TO 4000-EXIT
051200     END-IF.
051300     MOVE CX-HOLIDAY-DATE-N TO HOL-DATE.
051400     MOVE CX-HOLIDAY-DESC   TO HOL-DESCRIPTION.
051500     MOVE WS-RUN-DATE       TO HOL-ADDED-DATE.
051600     MOVE CX-OPERATOR-ID    TO HOL-ADDED-BY.
051700     WRITE BANK-HOLIDAY-RECORD
051800         INVALID KEY
051900             SET WS-TRANS-INVALID TO TRUE
052000             MOVE 'A HOLIDAY IS ALREADY ON FILE FOR THIS DATE'
052100                 TO WS-TRANS-REASON
052200             GO TO 4000-EXIT
052300     END-WRITE.
052400     ADD 1 TO WS-HOLIDAY-ADD-COUNT.
052500     MOVE CX-HOLIDAY-DATE-N TO WS-HOLIDAY-DATE.
052600     STRING 'HOLIDAY ' WS-HOLIDAY-DATE ' ADDED - ' CX-HOLIDAY-DESC
052700         DELIMITED BY SIZE INTO WS-TRANS-REASON.
052800     PERFORM 4200-REDATE-FOR-HOLIDAY THRU 4200-EXIT.
052900 4000-EXIT.
053000     EXIT.
053100
053200*****************************************************************
053300*    4100-DELETE-HOLIDAY - DATES ALREADY MOVED FOR THE HOLIDAY
053400*    STAY WHERE THEY ARE; PAYING EARLY IS STILL PAYING ON TIME.
053500*****************************************************************
053600 4100-DELETE-HOLIDAY.
053700     IF CX-HOLIDAY-DATE NOT NUMERIC
053800         SET WS-TRANS-INVALID TO TRUE
053900         MOVE 'HOLIDAY DATE IS NOT NUMERIC' TO WS-TRANS-REASON
054000         GO TO 4100-EXIT
054100     END-IF.
054200     MOVE CX-HOLIDAY-DATE-N TO HOL-DATE.
054300     DELETE HOLIDAY-FILE
054400         INVALID KEY
054500             SET WS-TRANS-INVALID TO TRUE
054600             MOVE 'NO HOLIDAY ON FILE FOR THIS DATE'
054700                 TO WS-TRANS-REASON
054800             GO TO 4100-EXIT
054900     END-DELETE.
055000     ADD 1 TO WS-HOLIDAY-DEL-COUNT.
055100     MOVE CX-HOLIDAY-DATE-N TO WS-HOLIDAY-DATE.
055200     STRING 'HOLIDAY ' WS-HOLIDAY-DATE ' DELETED'
055300         DELIMITED BY SIZE INTO WS-TRANS-REASON.
055400 4100-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*    4200-REDATE-FOR-HOLIDAY - EVERY CALENDAR PERIOD WHOSE ACH
055900*    EFFECTIVE DATE TO CHECK DATE SPAN TAKES IN THE NEW HOLIDAY
056000*    IS RE-DATED FROM ITS SCHEDULED CHECK DATE.  A PERIOD ALREADY
056100*    OPEN OR PAID IS LEFT ALONE AND REPORTED - ITS ACH FILE AND
056200*    CHECKS ALREADY CARRY THE OLD DATES.
056300*****************************************************************
056400 4200-REDATE-FOR-HOLIDAY.
056500     MOVE ZERO TO PCL-PERIOD-NUMBER.
056600     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
056700     START PAY-CALENDAR-FILE
056800         KEY IS NOT LESS THAN PCL-PERIOD-NUMBER
056900         INVALID KEY
057000             SET WS-SCAN-EOF TO TRUE
057100     END-START.
057200     PERFORM 4210-REDATE-ONE-PERIOD THRU 4210-EXIT
057300         UNTIL WS-SCAN-EOF.
057400 4200-EXIT.
057500     EXIT.
057600
057700 4210-REDATE-ONE-PERIOD.
057800     READ PAY-CALENDAR-FILE NEXT RECORD
057900         AT END
058000             SET WS-SCAN-EOF TO TRUE
058100             GO TO 4210-EXIT
058200     END-READ.
058300     IF WS-HOLIDAY-DATE < PCL-ACH-EFFECTIVE-DATE
058400             OR WS-HOLIDAY-DATE > PCL-CHECK-DATE
058500         GO TO 4210-EXIT
058600     END-IF.
058700     MOVE PCL-PERIOD-NUMBER TO WS-RUN-PERIOD.
058800     PERFORM 9700-READ-PERIOD-STATUS THRU 9700-EXIT.
058900     IF WS-RUN-PERIOD-STATUS NOT = SPACES
059000         ADD 1 TO WS-WARNING-COUNT
059100         STRING '** WARNING - PERIOD ' PCL-PERIOD-NUMBER ' IS '
059200             WS-RUN-PERIOD-STATUS ' ON PERIODCT.DAT - CHECK DATE '
059300             PCL-CHECK-DATE ' ACH EFFECTIVE '
059400             PCL-ACH-EFFECTIVE-DATE
059500             ' NOT CHANGED'
059600             DELIMITED BY SIZE INTO WS-NOTE-TEXT
059700         PERFORM 3950-WRITE-NOTE THRU 3950-EXIT
059800         GO TO 4210-EXIT
059900     END-IF.
060000     MOVE PCL-CHECK-DATE         TO WS-OLD-CHECK-DATE.
060100     MOVE PCL-ACH-EFFECTIVE-DATE TO WS-OLD-ACH-DATE.
060200     PERFORM 9300-SET-PAY-DATES THRU 9300-EXIT.
060300     REWRITE PAY-CALENDAR-RECORD
060400         INVALID KEY
060500             DISPLAY 'CALMAINT: REWRITE FAILED ON PAYCAL.DAT - '
060600                 'STATUS ' WS-CAL-FILE-STATUS
060700             MOVE 16 TO RETURN-CODE
060800             STOP RUN
060900     END-REWRITE.
061000     ADD 1 TO WS-REDATE-COUNT.
061100     STRING 'PERIOD ' PCL-PERIOD-NUMBER ' RE-DATED - CHECK '
061200         WS-OLD-CHECK-DATE ' TO ' PCL-CHECK-DATE
061300         '  ACH EFFECTIVE ' WS-OLD-ACH-DATE ' TO '
061400         PCL-ACH-EFFECTIVE-DATE
061500         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
061600     PERFORM 3950-WRITE-NOTE THRU 3950-EXIT.
061700 4210-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*    5000-BUILD-YEAR - EDIT THE BUILD, CONFIRM NO PERIOD OF THE
062200*    YEAR HAS BEEN RUN, GENERATE THE PERIODS, REPLACE THE YEAR ON
062300*    THE CALENDAR AND LIST IT.
062400*****************************************************************
062500 5000-BUILD-YEAR.
062600     PERFORM 5100-EDIT-BUILD THRU 5100-EXIT.
062700     IF WS-TRANS-INVALID
062800         GO TO 5000-EXIT
062900     END-IF.
063000     PERFORM 5200-CHECK-YEAR-NOT-RUN THRU 5200-EXIT.
063100     IF WS-TRANS-INVALID
063200         GO TO 5000-EXIT
063300     END-IF.
063400     MOVE ZERO TO WS-CAL-COUNT.
063500     IF WS-BUILD-FREQUENCY = 'W' OR 'B'
063600         PERFORM 5300-GENERATE-WEEKLY THRU 5300-EXIT
063700     ELSE
063800         PERFORM 5400-GENERATE-MONTHLY THRU 5400-EXIT
063900     END-IF.
064000     PERFORM 5500-REMOVE-OLD-YEAR THRU 5500-EXIT.
064100     SET CT-IDX TO 1.
064200     PERFORM 5600-WRITE-ONE-PERIOD THRU 5600-EXIT
064300         UNTIL CT-IDX > WS-CAL-COUNT.
064400     ADD 1 TO WS-YEAR-BUILD-COUNT.
064500     MOVE WS-CAL-COUNT TO WS-EDIT-SEQ.
064600     STRING 'YEAR ' WS-BUILD-YEAR ' BUILT - ' WS-EDIT-SEQ ' '
064700         DELIMITED BY SIZE
064710         WS-FREQUENCY-NAME DELIMITED BY SPACE
064720         ' PERIODS' DELIMITED BY SIZE
064800         INTO WS-TRANS-REASON.
064900     IF WS-REPLACED-COUNT > ZERO
065000         MOVE WS-REPLACED-COUNT TO WS-EDIT-SEQ
065100         STRING 'REPLACED ' WS-EDIT-SEQ
065200             ' PERIODS PREVIOUSLY BUILT FOR ' WS-BUILD-YEAR
065300             DELIMITED BY SIZE INTO WS-NOTE-TEXT
065400         PERFORM 3950-WRITE-NOTE THRU 3950-EXIT
065500     END-IF.
065600     MOVE WS-BUILD-YEAR TO WS-LIST-YEAR.
065700     PERFORM 6100-PRINT-CALENDAR THRU 6100-EXIT.
065800 5000-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200*    5100-EDIT-BUILD - YEAR, FREQUENCY, LAG AND LEAD.  A WEEKLY
066300*    OR BIWEEKLY YEAR NEEDS ITS FIRST PERIOD END: KEYED, IT MUST
066400*    BE THE FIRST ONE IN THE YEAR AND, WHEN LAST YEAR IS ON THE
066500*    CALENDAR AT THE SAME FREQUENCY, FOLLOW ON FROM IT; LEFT
066600*    BLANK, IT IS TAKEN FROM LAST YEAR'S FINAL PERIOD.
066700*****************************************************************
066800 5100-EDIT-BUILD.
066900     IF CX-BUILD-YEAR NOT NUMERIC
067000         SET WS-TRANS-INVALID TO TRUE
067100         MOVE 'BUILD YEAR IS NOT NUMERIC' TO WS-TRANS-REASON
067200         GO TO 5100-EXIT
067300     END-IF.
067400     IF CX-BUILD-YEAR-N < 1900
067500         SET WS-TRANS-INVALID TO TRUE
067600         MOVE 'BUILD YEAR IS OUT OF RANGE' TO WS-TRANS-REASON
067700         GO TO 5100-EXIT
067800     END-IF.
067900     MOVE CX-BUILD-YEAR-N TO WS-BUILD-YEAR.
068000     MOVE CX-FREQUENCY TO WS-BUILD-FREQUENCY.
068100     EVALUATE WS-BUILD-FREQUENCY
068200         WHEN 'W'
068300             MOVE 7  TO WS-STEP-DAYS
068400             MOVE 52 TO WS-STANDARD-PERIODS
068500             MOVE 'WEEKLY' TO WS-FREQUENCY-NAME
068600         WHEN 'B'
068700             MOVE 14 TO WS-STEP-DAYS
068800             MOVE 26 TO WS-STANDARD-PERIODS
068900             MOVE 'BIWEEKLY' TO WS-FREQUENCY-NAME
069000         WHEN 'S'
069100             MOVE ZERO TO WS-STEP-DAYS
069200             MOVE 24 TO WS-STANDARD-PERIODS
069300             MOVE 'SEMI-MONTHLY' TO WS-FREQUENCY-NAME
069400         WHEN 'M'
069500             MOVE ZERO TO WS-STEP-DAYS
069600             MOVE 12 TO WS-STANDARD-PERIODS
069700             MOVE 'MONTHLY' TO WS-FREQUENCY-NAME
069800         WHEN OTHER
069900             SET WS-TRANS-INVALID TO TRUE
070000             MOVE 'PAY FREQUENCY MUST BE W/B/S/M'
070100                 TO WS-TRANS-REASON
070200             GO TO 5100-EXIT
070300     END-EVALUATE.
070400     MOVE ZERO TO WS-CHECK-LAG.
070500     IF CX-CHECK-LAG-DAYS NOT = SPACES
070600         IF CX-CHECK-LAG-DAYS NOT NUMERIC
070700             SET WS-TRANS-INVALID TO TRUE
070800             MOVE 'CHECK LAG DAYS IS NOT NUMERIC'
070900                 TO WS-TRANS-REASON
071000             GO TO 5100-EXIT
071100         END-IF
071200         MOVE CX-CHECK-LAG-DAYS-N TO WS-CHECK-LAG
071300     END-IF.
071400     MOVE ZERO TO WS-ACH-LEAD.
071500     IF CX-ACH-LEAD-DAYS NOT = SPACE
071600         IF CX-ACH-LEAD-DAYS NOT NUMERIC
071700                 OR CX-ACH-LEAD-DAYS-N > WS-ACH-LEAD-MAX
071800             SET WS-TRANS-INVALID TO TRUE
071900             MOVE 'ACH LEAD DAYS MUST BE 0 TO 5'
072000                 TO WS-TRANS-REASON
072100             GO TO 5100-EXIT
072200         END-IF
072300         MOVE CX-ACH-LEAD-DAYS-N TO WS-ACH-LEAD
072400     END-IF.
072500     IF WS-BUILD-FREQUENCY = 'S' OR 'M'
072600         GO TO 5100-EXIT
072700     END-IF.
072800     PERFORM 5110-FIND-PRIOR-YEAR-END THRU 5110-EXIT.
072900     IF CX-FIRST-END-DATE = SPACES
073000         IF NOT WS-PRIOR-FOUND
073100                 OR WS-PRIOR-FREQUENCY NOT = WS-BUILD-FREQUENCY
073200             SET WS-TRANS-INVALID TO TRUE
073300             MOVE 'FIRST PERIOD END REQUIRED - NO PRIOR YEAR'
073400                 TO WS-TRANS-REASON
073500             GO TO 5100-EXIT
073600         END-IF
073700         COMPUTE WS-DATE-INT =
073800             FUNCTION INTEGER-OF-DATE(WS-PRIOR-END-DATE)
073900             + WS-STEP-DAYS
074000         COMPUTE WS-FIRST-END-DATE =
074100             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
074200     ELSE
074300         IF CX-FIRST-END-DATE NOT NUMERIC
074400             SET WS-TRANS-INVALID TO TRUE
074500             MOVE 'FIRST PERIOD END IS NOT NUMERIC'
074600                 TO WS-TRANS-REASON
074700             GO TO 5100-EXIT
074800         END-IF
074900         MOVE CX-FIRST-END-DATE-N TO WS-CHECK-DATE
075000         PERFORM 9400-CHECK-DATE THRU 9400-EXIT
075100         IF WS-DATE-INVALID
075200             SET WS-TRANS-INVALID TO TRUE
075300             MOVE 'FIRST PERIOD END IS NOT A CALENDAR DATE'
075400                 TO WS-TRANS-REASON
075500             GO TO 5100-EXIT
075600         END-IF
075700         MOVE CX-FIRST-END-DATE-N TO WS-FIRST-END-DATE
075800         IF WS-PRIOR-FOUND
075900                 AND WS-PRIOR-FREQUENCY = WS-BUILD-FREQUENCY
076000             COMPUTE WS-DATE-INT =
076100                 FUNCTION INTEGER-OF-DATE(WS-PRIOR-END-DATE)
076200                 + WS-STEP-DAYS
076300             COMPUTE WS-CHECK-DATE =
076400                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
076500             IF WS-CHECK-DATE NOT = WS-FIRST-END-DATE
076600                 SET WS-TRANS-INVALID TO TRUE
076700                 MOVE 'FIRST PERIOD END DOES NOT FOLLOW LAST YEAR'
076800                     TO WS-TRANS-REASON
076900                 GO TO 5100-EXIT
077000             END-IF
077100         END-IF
077200     END-IF.
077300*    THE FIRST PERIOD MUST END IN THE YEAR, AND THE ONE BEFORE IT
077400*    MUST NOT.
077500     MOVE WS-FIRST-END-DATE TO WS-NEXT-END-DATE.
077600     COMPUTE WS-DATE-INT =
077700         FUNCTION INTEGER-OF-DATE(WS-FIRST-END-DATE)
077800         - WS-STEP-DAYS.
077900     COMPUTE WS-CHECK-DATE =
078000         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
078100     IF WS-NEXT-END-YYYY NOT = WS-BUILD-YEAR
078200             OR WS-CHECK-YYYY = WS-BUILD-YEAR
078300         SET WS-TRANS-INVALID TO TRUE
078400         MOVE 'FIRST PERIOD END IS NOT THE FIRST ONE IN THE YEAR'
078500             TO WS-TRANS-REASON
078600     END-IF.
078700 5100-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*    5110-FIND-PRIOR-YEAR-END - LAST YEAR'S FINAL CALENDAR PERIOD
079200*****************************************************************
079300 5110-FIND-PRIOR-YEAR-END.
079400     MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
079500     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
079600     COMPUTE PCL-PERIOD-NUMBER = (WS-BUILD-YEAR - 1) * 100.
079700     START PAY-CALENDAR-FILE
079800         KEY IS NOT LESS THAN PCL-PERIOD-NUMBER
079900         INVALID KEY
080000             SET WS-SCAN-EOF TO TRUE
080100     END-START.
080200     PERFORM 5120-READ-PRIOR-PERIOD THRU 5120-EXIT
080300         UNTIL WS-SCAN-EOF.
080400 5110-EXIT.
080500     EXIT.
080600
080700 5120-READ-PRIOR-PERIOD.
080800     READ PAY-CALENDAR-FILE NEXT RECORD
080900         AT END
081000             SET WS-SCAN-EOF TO TRUE
081100             GO TO 5120-EXIT
081200     END-READ.
081300     IF PCL-PERIOD-YEAR NOT < WS-BUILD-YEAR
081400         SET WS-SCAN-EOF TO TRUE
081500         GO TO 5120-EXIT
081600     END-IF.
081700     SET WS-PRIOR-FOUND TO TRUE.
081800     MOVE PCL-PERIOD-END-DATE TO WS-PRIOR-END-DATE.
081900     MOVE PCL-FREQUENCY       TO WS-PRIOR-FREQUENCY.
082000 5120-EXIT.
082100     EXIT.
082200
082300*****************************************************************
082400*    5200-CHECK-YEAR-NOT-RUN - NO PERIOD NUMBER THE YEAR COULD
082500*    USE MAY BE OPEN OR PAID ON PERIODCT.DAT.  ONCE A PERIOD HAS
082600*    RUN, ITS DATES ARE ON CHECKS, THE ACH FILE AND PAYHIST.
082700*****************************************************************
082800 5200-CHECK-YEAR-NOT-RUN.
082900     MOVE 'N' TO WS-YEAR-RUN-SWITCH.
083000     MOVE 1 TO WS-GEN-SEQ.
083100     PERFORM 5210-CHECK-ONE-PERIOD THRU 5210-EXIT
083200         UNTIL WS-GEN-SEQ > WS-CAL-MAX
083300             OR WS-YEAR-ALREADY-RUN.
083400     IF WS-YEAR-ALREADY-RUN
083500         SET WS-TRANS-INVALID TO TRUE
083600         STRING 'PERIOD ' WS-RUN-PERIOD ' IS '
083700             WS-RUN-PERIOD-STATUS
083800             ' ON PERIODCT.DAT - YEAR CANNOT BE REBUILT'
083900             DELIMITED BY SIZE INTO WS-TRANS-REASON
084000     END-IF.
084100 5200-EXIT.
084200     EXIT.
084300
084400 5210-CHECK-ONE-PERIOD.
084500     COMPUTE WS-RUN-PERIOD = WS-BUILD-YEAR * 100 + WS-GEN-SEQ.
084600     PERFORM 9700-READ-PERIOD-STATUS THRU 9700-EXIT.
084700     IF WS-RUN-PERIOD-STATUS NOT = SPACES
084800         SET WS-YEAR-ALREADY-RUN TO TRUE
084900     ELSE
085000         ADD 1 TO WS-GEN-SEQ
085100     END-IF.
085200 5210-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600*    5300-GENERATE-WEEKLY - FIXED STEPS FROM THE FIRST PERIOD END
085700*    FOR AS LONG AS THE PERIOD ENDS IN THE YEAR.  EACH PERIOD
085800*    STARTS THE DAY AFTER THE ONE BEFORE IT ENDS.
085900*****************************************************************
086000 5300-GENERATE-WEEKLY.
086100     MOVE WS-FIRST-END-DATE TO WS-NEXT-END-DATE.
086200     PERFORM 5310-ADD-WEEKLY-PERIOD THRU 5310-EXIT
086300         UNTIL WS-NEXT-END-YYYY NOT = WS-BUILD-YEAR.
086400 5300-EXIT.
086500     EXIT.
086600
086700 5310-ADD-WEEKLY-PERIOD.
086800     ADD 1 TO WS-CAL-COUNT.
086900     SET CT-IDX TO WS-CAL-COUNT.
087000     MOVE WS-NEXT-END-DATE TO CT-END-DATE(CT-IDX).
087100     COMPUTE WS-DATE-INT =
087200         FUNCTION INTEGER-OF-DATE(WS-NEXT-END-DATE)
087300         - WS-STEP-DAYS + 1.
087400     COMPUTE CT-START-DATE(CT-IDX) =
087500         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
087600     PERFORM 5320-SET-QUARTER THRU 5320-EXIT.
087700     COMPUTE WS-DATE-INT =
087800         FUNCTION INTEGER-OF-DATE(WS-NEXT-END-DATE)
087900         + WS-STEP-DAYS.
088000     COMPUTE WS-NEXT-END-DATE =
088100         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
088200 5310-EXIT.
088300     EXIT.
088400
088500 5320-SET-QUARTER.
088600     MOVE CT-END-DATE(CT-IDX) TO WS-END-DATE-WORK.
088700     COMPUTE CT-QUARTER(CT-IDX) = (WS-END-MM + 2) / 3.
088800 5320-EXIT.
088900     EXIT.
089000
089100*****************************************************************
089200*    5400-GENERATE-MONTHLY - SEMI-MONTHLY PERIODS RUN 1ST-15TH
089300*    AND 16TH-MONTH END; MONTHLY PERIODS ARE THE CALENDAR MONTH.
089400*****************************************************************
089500 5400-GENERATE-MONTHLY.
089600     MOVE 1 TO WS-GEN-MONTH.
089700     PERFORM 5410-ADD-MONTH-PERIODS THRU 5410-EXIT
089800         UNTIL WS-GEN-MONTH > 12.
089900 5400-EXIT.
090000     EXIT.
090100
090200 5410-ADD-MONTH-PERIODS.
090300     MOVE WS-BUILD-YEAR TO WS-CHECK-YYYY.
090400     MOVE WS-GEN-MONTH  TO WS-CHECK-MM.
090500     PERFORM 9500-LAST-DAY-OF-MONTH THRU 9500-EXIT.
090600     MOVE WS-BUILD-YEAR TO WS-GEN-YYYY.
090700     MOVE WS-GEN-MONTH  TO WS-GEN-MM.
090800     ADD 1 TO WS-CAL-COUNT.
090900     SET CT-IDX TO WS-CAL-COUNT.
091000     MOVE 1 TO WS-GEN-DD.
091100     MOVE WS-GEN-DATE TO CT-START-DATE(CT-IDX).
091200     IF WS-BUILD-FREQUENCY = 'S'
091300         MOVE 15 TO WS-GEN-DD
091400         MOVE WS-GEN-DATE TO CT-END-DATE(CT-IDX)
091500         PERFORM 5320-SET-QUARTER THRU 5320-EXIT
091600         ADD 1 TO WS-CAL-COUNT
091700         SET CT-IDX TO WS-CAL-COUNT
091800         MOVE 16 TO WS-GEN-DD
091900         MOVE WS-GEN-DATE TO CT-START-DATE(CT-IDX)
092000     END-IF.
092100     MOVE WS-MAX-DAY TO WS-GEN-DD.
092200     MOVE WS-GEN-DATE TO CT-END-DATE(CT-IDX).
092300     PERFORM 5320-SET-QUARTER THRU 5320-EXIT.
092400     ADD 1 TO WS-GEN-MONTH.
092500 5410-EXIT.
092600     EXIT.
092700
092800*****************************************************************
092900*    5500-REMOVE-OLD-YEAR - DELETE WHATEVER WAS BUILT FOR THE
093000*    YEAR BEFORE, SO A REBUILD WITH FEWER PERIODS LEAVES NONE
093100*    BEHIND.
093200*****************************************************************
093300 5500-REMOVE-OLD-YEAR.
093400     MOVE ZERO TO WS-REPLACED-COUNT.
093500     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
093600     COMPUTE PCL-PERIOD-NUMBER = WS-BUILD-YEAR * 100.
093700     START PAY-CALENDAR-FILE
093800         KEY IS NOT LESS THAN PCL-PERIOD-NUMBER
093900         INVALID KEY
094000             SET WS-SCAN-EOF TO TRUE
094100     END-START.
094200     PERFORM 5510-REMOVE-ONE-PERIOD THRU 5510-EXIT
094300         UNTIL WS-SCAN-EOF.
094400 5500-EXIT.
094500     EXIT.
094600
094700 5510-REMOVE-ONE-PERIOD.
094800     READ PAY-CALENDAR-FILE NEXT RECORD
094900         AT END
095000             SET WS-SCAN-EOF TO TRUE
095100             GO TO 5510-EXIT
095200     END-READ.
095300     IF PCL-PERIOD-YEAR NOT = WS-BUILD-YEAR
095400         SET WS-SCAN-EOF TO TRUE
095500         GO TO 5510-EXIT
095600     END-IF.
095700     DELETE PAY-CALENDAR-FILE
095800         INVALID KEY
095900             DISPLAY 'CALMAINT: DELETE FAILED ON PAYCAL.DAT - '
096000                 'STATUS ' WS-CAL-FILE-STATUS
096100             MOVE 16 TO RETURN-CODE
096200             STOP RUN
096300     END-DELETE.
096400     ADD 1 TO WS-REPLACED-COUNT.
096500 5510-EXIT.
096600     EXIT.
096700
096800*****************************************************************
096900*    5600-WRITE-ONE-PERIOD - THE LAST PERIOD ENDING IN A QUARTER
097000*    IS ITS QUARTER END AND THE LAST OF THE YEAR THE YEAR END.
097100*****************************************************************
097200 5600-WRITE-ONE-PERIOD.
097300     MOVE SPACES TO PAY-CALENDAR-RECORD.
097400     SET WS-GEN-SEQ TO CT-IDX.
097500     COMPUTE PCL-PERIOD-NUMBER = WS-BUILD-YEAR * 100 + WS-GEN-SEQ.
097600     MOVE WS-BUILD-FREQUENCY   TO PCL-FREQUENCY.
097700     MOVE CT-START-DATE(CT-IDX) TO PCL-PERIOD-START-DATE.
097800     MOVE CT-END-DATE(CT-IDX)  TO PCL-PERIOD-END-DATE.
097900     MOVE CT-QUARTER(CT-IDX)   TO PCL-QUARTER.
098000     COMPUTE WS-DATE-INT =
098100         FUNCTION INTEGER-OF-DATE(PCL-PERIOD-END-DATE)
098200         + WS-CHECK-LAG.
098300     COMPUTE PCL-SCHEDULED-CHECK-DATE =
098400         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
098500     MOVE WS-ACH-LEAD          TO PCL-ACH-LEAD-DAYS.
098600     PERFORM 9300-SET-PAY-DATES THRU 9300-EXIT.
098700     MOVE 'N' TO PCL-QUARTER-END-FLAG.
098800     MOVE 'N' TO PCL-YEAR-END-FLAG.
098900     MOVE 'N' TO PCL-EXTRA-PERIOD-FLAG.
099000     IF WS-GEN-SEQ = WS-CAL-COUNT
099100         MOVE 'Y' TO PCL-QUARTER-END-FLAG
099200         MOVE 'Y' TO PCL-YEAR-END-FLAG
099300     ELSE
099400         IF CT-QUARTER(CT-IDX + 1) NOT = CT-QUARTER(CT-IDX)
099500             MOVE 'Y' TO PCL-QUARTER-END-FLAG
099600         END-IF
099700     END-IF.
099800     IF WS-GEN-SEQ > WS-STANDARD-PERIODS
099900         MOVE 'Y' TO PCL-EXTRA-PERIOD-FLAG
100000     END-IF.
100100     MOVE ZERO                 TO PCL-PARM-WRITTEN-DATE.
100200     MOVE WS-RUN-DATE          TO PCL-BUILD-DATE.
100300     MOVE CX-OPERATOR-ID       TO PCL-BUILT-BY.
100400     WRITE PAY-CALENDAR-RECORD
100500         INVALID KEY
100600             DISPLAY 'CALMAINT: WRITE FAILED ON PAYCAL.DAT - '
100700                 'STATUS ' WS-CAL-FILE-STATUS
100800             MOVE 16 TO RETURN-CODE
100900             STOP RUN
101000     END-WRITE.
101100     SET CT-IDX UP BY 1.
101200 5600-EXIT.
101300     EXIT.
101400
101500*****************************************************************
101600*    6000-LIST-YEAR
101700*****************************************************************
101800 6000-LIST-YEAR.
101900     IF CX-LIST-YEAR NOT NUMERIC
102000         SET WS-TRANS-INVALID TO TRUE
102100         MOVE 'LIST YEAR IS NOT NUMERIC' TO WS-TRANS-REASON
102200         GO TO 6000-EXIT
102300     END-IF.
102400     MOVE CX-LIST-YEAR-N TO WS-LIST-YEAR.
102500     PERFORM 6100-PRINT-CALENDAR THRU 6100-EXIT.
102600     IF WS-LIST-COUNT = ZERO
102700         SET WS-TRANS-INVALID TO TRUE
102800         MOVE 'NO CALENDAR ON FILE FOR THIS YEAR'
102900             TO WS-TRANS-REASON
103000         GO TO 6000-EXIT
103100     END-IF.
103200     ADD 1 TO WS-YEAR-LIST-COUNT.
103300     STRING 'CALENDAR FOR ' WS-LIST-YEAR ' LISTED'
103400         DELIMITED BY SIZE INTO WS-TRANS-REASON.
103500 6000-EXIT.
103600     EXIT.
103700
103800*****************************************************************
103900*    6100-PRINT-CALENDAR - THE ANNUAL CALENDAR FOR HR.  A FIRST
104000*    PASS COUNTS THE YEAR SO THE HEADING CAN FLAG AN EXTRA PAY
104100*    PERIOD; THE SECOND LISTS EACH PERIOD WITH ITS PERIODCT
104200*    STATUS AND MARKS WHERE EACH QUARTER AND THE YEAR CLOSE, AS
104300*    TAXQTR AND YEAREND COUNT THEM (BY PERIOD-END DATE).  A
104400*    CHECK DATE FALLING IN A LATER QUARTER OR YEAR THAN ITS
104500*    PERIOD END IS FLAGGED.
104600*****************************************************************
104700 6100-PRINT-CALENDAR.
104800     MOVE ZERO TO WS-LIST-COUNT.
104900     MOVE ZERO TO WS-LIST-MOVED.
105000     MOVE ZERO TO WS-LIST-EXTRA.
105100     MOVE SPACE TO WS-LIST-FREQUENCY.
105200     PERFORM 6110-START-YEAR THRU 6110-EXIT.
105300     PERFORM 6120-COUNT-ONE-PERIOD THRU 6120-EXIT
105400         UNTIL WS-SCAN-EOF.
105500     IF WS-LIST-COUNT = ZERO
105600         GO TO 6100-EXIT
105700     END-IF.
105800     EVALUATE WS-LIST-FREQUENCY
105900         WHEN 'W'
106000             MOVE 'WEEKLY' TO WS-FREQUENCY-NAME
106100             MOVE 52 TO WS-STANDARD-PERIODS
106200         WHEN 'B'
106300             MOVE 'BIWEEKLY' TO WS-FREQUENCY-NAME
106400             MOVE 26 TO WS-STANDARD-PERIODS
106500         WHEN 'S'
106600             MOVE 'SEMI-MONTHLY' TO WS-FREQUENCY-NAME
106700             MOVE 24 TO WS-STANDARD-PERIODS
106800         WHEN OTHER
106900             MOVE 'MONTHLY' TO WS-FREQUENCY-NAME
107000             MOVE 12 TO WS-STANDARD-PERIODS
107100     END-EVALUATE.
107200     MOVE SPACES TO CALENDAR-REPORT-LINE.
107300     WRITE CALENDAR-REPORT-LINE.
107400     MOVE ALL '=' TO CALENDAR-REPORT-LINE.
107500     WRITE CALENDAR-REPORT-LINE.
107600     MOVE WS-LIST-COUNT TO WS-EDIT-SEQ.
107700     MOVE SPACES TO CALENDAR-REPORT-LINE.
107800     STRING 'ANNUAL PAY CALENDAR - YEAR ' WS-LIST-YEAR '    '
107900         DELIMITED BY SIZE
107910         WS-FREQUENCY-NAME DELIMITED BY SPACE
107920         ' PAY    ' WS-EDIT-SEQ ' PAY PERIODS' DELIMITED BY SIZE
108000         INTO CALENDAR-REPORT-LINE.
108100     WRITE CALENDAR-REPORT-LINE.
108200     IF WS-LIST-EXTRA > ZERO
108300         MOVE WS-STANDARD-PERIODS TO WS-EDIT-SEQ
108400         MOVE SPACES TO CALENDAR-REPORT-LINE
108500         STRING '*** EXTRA PAY PERIOD YEAR - ' WS-LIST-YEAR
108600             ' HAS MORE THAN THE STANDARD ' WS-EDIT-SEQ ' '
108700             DELIMITED BY SIZE
108710             WS-FREQUENCY-NAME DELIMITED BY SPACE
108720             ' PERIODS ***' DELIMITED BY SIZE
108800             INTO CALENDAR-REPORT-LINE
108900         WRITE CALENDAR-REPORT-LINE
109000         MOVE SPACES TO CALENDAR-REPORT-LINE
109100         STRING '*** REVIEW PER-PERIOD SALARY, DEDUCTION AND '
109200             'BENEFIT AMOUNTS BEFORE THE EXTRA PERIOD IS PAID ***'
109300             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
109400         WRITE CALENDAR-REPORT-LINE
109500     END-IF.
109600     MOVE ALL '=' TO CALENDAR-REPORT-LINE.
109700     WRITE CALENDAR-REPORT-LINE.
109800     MOVE SPACES TO CALENDAR-REPORT-LINE.
109900     STRING 'PERIOD  START     END       SCHEDULED CHECK     '
110000         'ACH EFF   QTR STAT  FLAGS'
110100         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
110200     WRITE CALENDAR-REPORT-LINE.
110300     MOVE ALL '-' TO CALENDAR-REPORT-LINE.
110400     WRITE CALENDAR-REPORT-LINE.
110500     MOVE ZERO TO WS-QTR-FIRST-PERIOD.
110600     MOVE ZERO TO WS-YEAR-FIRST-PERIOD.
110700     PERFORM 6110-START-YEAR THRU 6110-EXIT.
110800     PERFORM 6130-PRINT-ONE-PERIOD THRU 6130-EXIT
110900         UNTIL WS-SCAN-EOF.
111000     MOVE ALL '-' TO CALENDAR-REPORT-LINE.
111100     WRITE CALENDAR-REPORT-LINE.
111200     MOVE WS-LIST-MOVED TO WS-EDIT-SEQ.
111300     MOVE SPACES TO CALENDAR-REPORT-LINE.
111400     STRING 'CHECK DATES MOVED OFF A WEEKEND OR BANK HOLIDAY: '
111500         WS-EDIT-SEQ
111600         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
111700     WRITE CALENDAR-REPORT-LINE.
111800     MOVE SPACES TO CALENDAR-REPORT-LINE.
111900     STRING 'FLAGS: MOVED = CHECK DATE MOVED  QTR-END/YEAR-END = '
112000         'LAST PERIOD TAXQTR/YEAREND COUNT IN THE QUARTER/YEAR  '
112100         'EXTRA = EXTRA PAY PERIOD'
112200         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
112300     WRITE CALENDAR-REPORT-LINE.
112400     MOVE SPACES TO CALENDAR-REPORT-LINE.
112500     STRING '       CHK-NEXT-QTR/CHK-NEXT-YR = PAID IN A LATER '
112600         'QUARTER/YEAR THAN THE PERIOD ENDS IN'
112700         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
112800     WRITE CALENDAR-REPORT-LINE.
112900 6100-EXIT.
113000     EXIT.
113100
113200 6110-START-YEAR.
113300     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
113400     COMPUTE PCL-PERIOD-NUMBER = WS-LIST-YEAR * 100.
113500     START PAY-CALENDAR-FILE
113600         KEY IS NOT LESS THAN PCL-PERIOD-NUMBER
113700         INVALID KEY
113800             SET WS-SCAN-EOF TO TRUE
113900     END-START.
114000 6110-EXIT.
114100     EXIT.
114200
114300 6120-COUNT-ONE-PERIOD.
114400     READ PAY-CALENDAR-FILE NEXT RECORD
114500         AT END
114600             SET WS-SCAN-EOF TO TRUE
114700             GO TO 6120-EXIT
114800     END-READ.
114900     IF PCL-PERIOD-YEAR NOT = WS-LIST-YEAR
115000         SET WS-SCAN-EOF TO TRUE
115100         GO TO 6120-EXIT
115200     END-IF.
115300     ADD 1 TO WS-LIST-COUNT.
115400     MOVE PCL-FREQUENCY TO WS-LIST-FREQUENCY.
115500     IF PCL-DATE-MOVED
115600         ADD 1 TO WS-LIST-MOVED
115700     END-IF.
115800     IF PCL-EXTRA-PERIOD
115900         ADD 1 TO WS-LIST-EXTRA
116000     END-IF.
116100 6120-EXIT.
116200     EXIT.
116300
116400 6130-PRINT-ONE-PERIOD.
116500     READ PAY-CALENDAR-FILE NEXT RECORD
116600         AT END
116700             SET WS-SCAN-EOF TO TRUE
116800             GO TO 6130-EXIT
116900     END-READ.
117000     IF PCL-PERIOD-YEAR NOT = WS-LIST-YEAR
117100         SET WS-SCAN-EOF TO TRUE
117200         GO TO 6130-EXIT
117300     END-IF.
117400     IF WS-YEAR-FIRST-PERIOD = ZERO
117500         MOVE PCL-PERIOD-NUMBER TO WS-YEAR-FIRST-PERIOD
117600     END-IF.
117700     IF WS-QTR-FIRST-PERIOD = ZERO
117800         MOVE PCL-PERIOD-NUMBER   TO WS-QTR-FIRST-PERIOD
117900         MOVE PCL-PERIOD-END-DATE TO WS-QTR-FIRST-END
118000     END-IF.
118100     MOVE PCL-PERIOD-NUMBER TO WS-RUN-PERIOD.
118200     PERFORM 9700-READ-PERIOD-STATUS THRU 9700-EXIT.
118300     MOVE SPACES TO WS-FLAG-AREA.
118400     IF PCL-DATE-MOVED
118500         MOVE 'MOVED' TO WS-FLAG-MOVED
118600     END-IF.
118700     IF PCL-QUARTER-END
118800         MOVE 'QTR-END' TO WS-FLAG-QUARTER-END
118900     END-IF.
119000     IF PCL-YEAR-END
119100         MOVE 'YEAR-END' TO WS-FLAG-YEAR-END
119200     END-IF.
119300     IF PCL-EXTRA-PERIOD
119400         MOVE 'EXTRA' TO WS-FLAG-EXTRA
119500     END-IF.
119600     MOVE PCL-CHECK-DATE TO WS-PAY-DATE-WORK.
119700     COMPUTE WS-CHECK-QUARTER = (WS-PAY-MM + 2) / 3.
119800     IF WS-PAY-YYYY > PCL-PERIOD-YEAR
119900         MOVE 'CHK-NEXT-YR' TO WS-FLAG-CHECK-PAID
120000     ELSE
120100         IF WS-CHECK-QUARTER > PCL-QUARTER
120200             MOVE 'CHK-NEXT-QTR' TO WS-FLAG-CHECK-PAID
120300         END-IF
120400     END-IF.
120500     MOVE SPACES TO CALENDAR-REPORT-LINE.
120600     STRING PCL-PERIOD-NUMBER '  ' PCL-PERIOD-START-DATE '  '
120700         PCL-PERIOD-END-DATE '  ' PCL-SCHEDULED-CHECK-DATE '  '
120800         PCL-CHECK-DATE '  ' PCL-ACH-EFFECTIVE-DATE '  Q'
120900         PCL-QUARTER '  ' WS-RUN-PERIOD-STATUS '  ' WS-FLAG-AREA
121000         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
121100     WRITE CALENDAR-REPORT-LINE.
121200     IF PCL-QUARTER-END
121300         MOVE SPACES TO CALENDAR-REPORT-LINE
121400         STRING '        ---- END OF QUARTER ' PCL-QUARTER ' '
121500             PCL-PERIOD-YEAR ' - TAXQTR COUNTS PERIODS '
121600             WS-QTR-FIRST-PERIOD ' TO ' PCL-PERIOD-NUMBER
121700             ' (PERIOD ENDS ' WS-QTR-FIRST-END ' TO '
121800             PCL-PERIOD-END-DATE ') ----'
121900             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
122000         WRITE CALENDAR-REPORT-LINE
122100         MOVE ZERO TO WS-QTR-FIRST-PERIOD
122200     END-IF.
122300     IF PCL-YEAR-END
122400         MOVE SPACES TO CALENDAR-REPORT-LINE
122500         STRING '        ==== END OF YEAR ' PCL-PERIOD-YEAR
122600             ' - YEAREND CLOSES PERIODS ' WS-YEAR-FIRST-PERIOD
122700             ' TO ' PCL-PERIOD-NUMBER ' ===='
122800             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
122900         WRITE CALENDAR-REPORT-LINE
123000     END-IF.
123100 6130-EXIT.
123200     EXIT.
123300
123400*****************************************************************
123500*    7000-WRITE-RUN-PARMS - PAYPARM.DAT FOR A REGULAR BATCH
123600*    WINDOW, FROM THE CALENDAR.  THE PERIOD IS THE LOWEST ONE NOT
123700*    YET PAID ON PERIODCT.DAT UNLESS ONE IS NAMED, AND A PERIOD
123800*    ALREADY PAID IS REFUSED OUTRIGHT - A RERUN IS AUTHORIZED BY
123900*    HAND, NOT FROM THE CALENDAR.  ONE PARAMETER FILE PER RUN.
124000*****************************************************************
124100 7000-WRITE-RUN-PARMS.
124200     IF WS-PARM-WRITTEN
124300         SET WS-TRANS-INVALID TO TRUE
124400         MOVE 'PAYPARM.DAT WAS ALREADY WRITTEN IN THIS RUN'
124500             TO WS-TRANS-REASON
124600         GO TO 7000-EXIT
124700     END-IF.
124800     IF CX-PARM-RUN-MODE NOT = 'TRIAL'
124900             AND CX-PARM-RUN-MODE NOT = 'FINAL'
125000         SET WS-TRANS-INVALID TO TRUE
125100         MOVE 'RUN MODE MUST BE TRIAL OR FINAL' TO WS-TRANS-REASON
125200         GO TO 7000-EXIT
125300     END-IF.
125400     IF CX-PARM-PERIOD = SPACES
125500         PERFORM 7100-FIND-NEXT-PERIOD THRU 7100-EXIT
125600         IF NOT WS-NEXT-FOUND
125700             SET WS-TRANS-INVALID TO TRUE
125800             MOVE 'NO UNPAID PERIOD ON THE CALENDAR'
125900                 TO WS-TRANS-REASON
126000             GO TO 7000-EXIT
126100         END-IF
126200     ELSE
126300         IF CX-PARM-PERIOD NOT NUMERIC
126400             SET WS-TRANS-INVALID TO TRUE
126500             MOVE 'PERIOD NUMBER IS NOT NUMERIC'
126600                 TO WS-TRANS-REASON
126700             GO TO 7000-EXIT
126800         END-IF
126900         MOVE CX-PARM-PERIOD-N TO PCL-PERIOD-NUMBER
127000         READ PAY-CALENDAR-FILE
127100             INVALID KEY
127200                 SET WS-TRANS-INVALID TO TRUE
127300                 MOVE 'PERIOD IS NOT ON THE CALENDAR'
127400                     TO WS-TRANS-REASON
127500                 GO TO 7000-EXIT
127600         END-READ
127700         MOVE PCL-PERIOD-NUMBER TO WS-RUN-PERIOD
127800         PERFORM 9700-READ-PERIOD-STATUS THRU 9700-EXIT
127900         IF WS-RUN-PERIOD-PAID
128000             SET WS-TRANS-INVALID TO TRUE
128100             MOVE 'PERIOD IS ALREADY PAID ON PERIODCT.DAT'
128200                 TO WS-TRANS-REASON
128300             GO TO 7000-EXIT
128400         END-IF
128500     END-IF.
128600     PERFORM 7200-RECHECK-PAY-DATES THRU 7200-EXIT.
128700     IF PCL-CHECK-DATE < WS-RUN-DATE
128800         ADD 1 TO WS-WARNING-COUNT
128900         STRING '** WARNING - CHECK DATE ' PCL-CHECK-DATE
129000             ' IS ALREADY PAST'
129100             DELIMITED BY SIZE INTO WS-NOTE-TEXT
129200         PERFORM 3950-WRITE-NOTE THRU 3950-EXIT
129300     END-IF.
129400     MOVE PCL-PERIOD-NUMBER      TO PRM-PERIOD-NUMBER.
129500     MOVE PCL-PERIOD-END-DATE    TO PRM-PERIOD-END-DATE.
129600     MOVE PCL-CHECK-DATE         TO PRM-CHECK-DATE.
129700     MOVE PCL-ACH-EFFECTIVE-DATE TO PRM-ACH-EFFECTIVE-DATE.
129800     MOVE CX-PARM-RUN-MODE       TO PRM-RUN-MODE.
129900     MOVE CX-OPERATOR-ID         TO PRM-OPERATOR-ID.
130000     MOVE SPACE                  TO PRM-RERUN-OVERRIDE.
130100     MOVE 'R'                    TO PRM-RUN-TYPE.
130200     MOVE ZERO                   TO PRM-OFFCYCLE-SEQ.
130300     OPEN OUTPUT RUN-PARM-FILE.
130400     IF WS-PARM-FILE-STATUS NOT = '00'
130500         DISPLAY 'CALMAINT: UNABLE TO OPEN PAYPARM.DAT - STATUS '
130600             WS-PARM-FILE-STATUS
130700         MOVE 16 TO RETURN-CODE
130800         STOP RUN
130900     END-IF.
131000     WRITE RUN-PARM-OUTPUT-RECORD FROM RUN-PARM-RECORD.
131100     CLOSE RUN-PARM-FILE.
131200     SET WS-PARM-WRITTEN TO TRUE.
131300     MOVE WS-RUN-DATE TO PCL-PARM-WRITTEN-DATE.
131400     REWRITE PAY-CALENDAR-RECORD
131500         INVALID KEY
131600             DISPLAY 'CALMAINT: REWRITE FAILED ON PAYCAL.DAT - '
131700                 'STATUS ' WS-CAL-FILE-STATUS
131800             MOVE 16 TO RETURN-CODE
131900             STOP RUN
132000     END-REWRITE.
132100     STRING 'PAYPARM.DAT WRITTEN - PERIOD ' PRM-PERIOD-NUMBER
132200         ' ' PRM-RUN-MODE ' RUN'
132300         DELIMITED BY SIZE INTO WS-TRANS-REASON.
132400     STRING 'PERIOD END ' PRM-PERIOD-END-DATE '  CHECK DATE '
132500         PRM-CHECK-DATE '  ACH EFFECTIVE ' PRM-ACH-EFFECTIVE-DATE
132600         '  QUARTER ' PCL-QUARTER
132700         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
132800     PERFORM 3950-WRITE-NOTE THRU 3950-EXIT.
132900     IF PCL-QUARTER-END
133000         STRING 'LAST PERIOD OF QUARTER ' PCL-QUARTER
133100             ' - TAXQTR FOR THE QUARTER FOLLOWS ONCE IT IS PAID'
133200             DELIMITED BY SIZE INTO WS-NOTE-TEXT
133300         PERFORM 3950-WRITE-NOTE THRU 3950-EXIT
133400     END-IF.
133500     IF PCL-YEAR-END
133600         STRING 'LAST PERIOD OF ' PCL-PERIOD-YEAR
133700             ' - YEAREND FOLLOWS ONCE IT IS PAID'
133800             DELIMITED BY SIZE INTO WS-NOTE-TEXT
133900         PERFORM 3950-WRITE-NOTE THRU 3950-EXIT
134000     END-IF.
134100 7000-EXIT.
134200     EXIT.
134300
134400*****************************************************************
134500*    7100-FIND-NEXT-PERIOD - THE CALENDAR IS KEYED YEAR THEN
134600*    SEQUENCE, SO THE FIRST PERIOD NOT PAID IN KEY ORDER IS THE
134700*    NEXT ONE DUE.  AN OPEN PERIOD (A FINAL RUN NOT YET BALANCED)
134800*    IS STILL DUE.  THE RECORD AREA IS LEFT HOLDING IT.
134900*****************************************************************
135000 7100-FIND-NEXT-PERIOD.
135100     MOVE 'N' TO WS-NEXT-FOUND-SWITCH.
135200     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
135300     MOVE ZERO TO PCL-PERIOD-NUMBER.
135400     START PAY-CALENDAR-FILE
135500         KEY IS NOT LESS THAN PCL-PERIOD-NUMBER
135600         INVALID KEY
135700             SET WS-SCAN-EOF TO TRUE
135800     END-START.
135900     PERFORM 7110-TEST-NEXT-PERIOD THRU 7110-EXIT
136000         UNTIL WS-SCAN-EOF
136100             OR WS-NEXT-FOUND.
136200 7100-EXIT.
136300     EXIT.
136400
136500 7110-TEST-NEXT-PERIOD.
136600     READ PAY-CALENDAR-FILE NEXT RECORD
136700         AT END
136800             SET WS-SCAN-EOF TO TRUE
136900             GO TO 7110-EXIT
137000     END-READ.
137100     MOVE PCL-PERIOD-NUMBER TO WS-RUN-PERIOD.
137200     PERFORM 9700-READ-PERIOD-STATUS THRU 9700-EXIT.
137300     IF NOT WS-RUN-PERIOD-PAID
137400         SET WS-NEXT-FOUND TO TRUE
137500     END-IF.
137600 7110-EXIT.
137700     EXIT.
137800
137900*****************************************************************
138000*    7200-RECHECK-PAY-DATES - A HOLIDAY ADDED SINCE THE YEAR WAS
138100*    BUILT IS NORMALLY CAUGHT WHEN IT IS ADDED; THIS CATCHES ONE
138200*    LOADED ANY OTHER WAY BEFORE THE DATES GO TO THE BANK.
138300*****************************************************************
138400 7200-RECHECK-PAY-DATES.
138500     MOVE PCL-CHECK-DATE TO WS-TEST-DATE.
138600     PERFORM 9100-TEST-BUSINESS-DAY THRU 9100-EXIT.
138700     IF WS-BUSINESS-DAY
138800         MOVE PCL-ACH-EFFECTIVE-DATE TO WS-TEST-DATE
138900         PERFORM 9100-TEST-BUSINESS-DAY THRU 9100-EXIT
139000     END-IF.
139100     IF WS-BUSINESS-DAY
139200         GO TO 7200-EXIT
139300     END-IF.
139400     MOVE PCL-CHECK-DATE         TO WS-OLD-CHECK-DATE.
139500     MOVE PCL-ACH-EFFECTIVE-DATE TO WS-OLD-ACH-DATE.
139600     PERFORM 9300-SET-PAY-DATES THRU 9300-EXIT.
139700     ADD 1 TO WS-REDATE-COUNT.
139800     ADD 1 TO WS-WARNING-COUNT.
139900     STRING '** WARNING - PERIOD ' PCL-PERIOD-NUMBER
140000         ' RE-DATED - CHECK ' WS-OLD-CHECK-DATE ' TO '
140100         PCL-CHECK-DATE '  ACH EFFECTIVE ' WS-OLD-ACH-DATE ' TO '
140200         PCL-ACH-EFFECTIVE-DATE
140300         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
140400     PERFORM 3950-WRITE-NOTE THRU 3950-EXIT.
140500 7200-EXIT.
140600     EXIT.
140700
140800*****************************************************************
140900*    8000-FINALIZE
141000*****************************************************************
141100 8000-FINALIZE.
141200     CLOSE PAY-CALENDAR-FILE.
141300     CLOSE HOLIDAY-FILE.
141400     IF WS-PDCT-ON-FILE
141500         CLOSE PERIOD-CONTROL-FILE
141600     END-IF.
141700     CLOSE CAL-TRANS-FILE.
141800     MOVE SPACES TO CALENDAR-REPORT-LINE.
141900     WRITE CALENDAR-REPORT-LINE.
142000     MOVE ALL '-' TO CALENDAR-REPORT-LINE.
142100     WRITE CALENDAR-REPORT-LINE.
142200     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
142300     MOVE SPACES TO CALENDAR-REPORT-LINE.
142400     STRING 'TRANSACTIONS READ              : ' WS-EDIT-COUNT
142500         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
142600     WRITE CALENDAR-REPORT-LINE.
142700     MOVE WS-HOLIDAY-ADD-COUNT TO WS-EDIT-COUNT.
142800     MOVE SPACES TO CALENDAR-REPORT-LINE.
142900     STRING 'HOLIDAYS ADDED                 : ' WS-EDIT-COUNT
143000         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
143100     WRITE CALENDAR-REPORT-LINE.
143200     MOVE WS-HOLIDAY-DEL-COUNT TO WS-EDIT-COUNT.
143300     MOVE SPACES TO CALENDAR-REPORT-LINE.
143400     STRING 'HOLIDAYS DELETED               : ' WS-EDIT-COUNT
143500         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
143600     WRITE CALENDAR-REPORT-LINE.
143700     MOVE WS-YEAR-BUILD-COUNT TO WS-EDIT-COUNT.
143800     MOVE SPACES TO CALENDAR-REPORT-LINE.
143900     STRING 'YEARS BUILT                    : ' WS-EDIT-COUNT
144000         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
144100     WRITE CALENDAR-REPORT-LINE.
144200     MOVE WS-YEAR-LIST-COUNT TO WS-EDIT-COUNT.
144300     MOVE SPACES TO CALENDAR-REPORT-LINE.
144400     STRING 'YEARS LISTED                   : ' WS-EDIT-COUNT
144500         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
144600     WRITE CALENDAR-REPORT-LINE.
144700     MOVE WS-REDATE-COUNT TO WS-EDIT-COUNT.
144800     MOVE SPACES TO CALENDAR-REPORT-LINE.
144900     STRING 'PERIODS RE-DATED               : ' WS-EDIT-COUNT
145000         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
145100     WRITE CALENDAR-REPORT-LINE.
145200     MOVE SPACES TO CALENDAR-REPORT-LINE.
145300     IF WS-PARM-WRITTEN
145400         STRING 'PAYPARM.DAT WRITTEN            : PERIOD '
145500             PRM-PERIOD-NUMBER ' ' PRM-RUN-MODE
145600             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
145700     ELSE
145800         STRING 'PAYPARM.DAT WRITTEN            : NO'
145900             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
146000     END-IF.
146100     WRITE CALENDAR-REPORT-LINE.
146200     MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT.
146300     MOVE SPACES TO CALENDAR-REPORT-LINE.
146400     STRING 'WARNINGS                       : ' WS-EDIT-COUNT
146500         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
146600     WRITE CALENDAR-REPORT-LINE.
146700     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
146800     MOVE SPACES TO CALENDAR-REPORT-LINE.
146900     STRING 'TRANSACTIONS REJECTED          : ' WS-EDIT-COUNT
147000         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
147100     WRITE CALENDAR-REPORT-LINE.
147200     IF WS-YEAR-BUILD-COUNT > ZERO
147300         MOVE SPACES TO CALENDAR-REPORT-LINE
147400         WRITE CALENDAR-REPORT-LINE
147500         MOVE SPACES TO CALENDAR-REPORT-LINE
147600         STRING 'REVIEWED BY (PAYROLL)  ______________________  '
147700             'DATE __________'
147800             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
147900         WRITE CALENDAR-REPORT-LINE
148000         MOVE SPACES TO CALENDAR-REPORT-LINE
148100         WRITE CALENDAR-REPORT-LINE
148200         MOVE SPACES TO CALENDAR-REPORT-LINE
148300         STRING 'APPROVED BY (HR)       ______________________  '
148400             'DATE __________'
148500             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
148600         WRITE CALENDAR-REPORT-LINE
148700     END-IF.
148800     CLOSE CALENDAR-REPORT-FILE.
148900     DISPLAY 'CALMAINT SUMMARY FOR ' WS-RUN-DATE.
149000     DISPLAY '  HOLIDAYS ADDED        : ' WS-HOLIDAY-ADD-COUNT.
149100     DISPLAY '  HOLIDAYS DELETED      : ' WS-HOLIDAY-DEL-COUNT.
149200     DISPLAY '  YEARS BUILT           : ' WS-YEAR-BUILD-COUNT.
149300     DISPLAY '  PERIODS RE-DATED      : ' WS-REDATE-COUNT.
149400     IF WS-PARM-WRITTEN
149500         DISPLAY '  PAYPARM.DAT WRITTEN FOR PERIOD '
149600             PRM-PERIOD-NUMBER ' ' PRM-RUN-MODE
149700     END-IF.
149800     DISPLAY '  WARNINGS              : ' WS-WARNING-COUNT.
149900     DISPLAY '  TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.
150000     IF WS-REJECT-COUNT > ZERO
150100             OR WS-WARNING-COUNT > ZERO
150200         MOVE 4 TO RETURN-CODE
150300     END-IF.
150400 8000-EXIT.
150500     EXIT.
150600
150700*****************************************************************
150800*    9100-TEST-BUSINESS-DAY - WS-TEST-DATE IS A BANK DAY UNLESS
150900*    IT IS A SATURDAY, A SUNDAY OR ON HOLIDAY.DAT.
151000*****************************************************************
151100 9100-TEST-BUSINESS-DAY.
151200     SET WS-BUSINESS-DAY TO TRUE.
151300     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
151400     DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEK-QUOTIENT
151500         REMAINDER WS-WEEKDAY.
151600     IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
151700         MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
151800         GO TO 9100-EXIT
151900     END-IF.
152000     MOVE WS-TEST-DATE TO HOL-DATE.
152100     READ HOLIDAY-FILE
152200         INVALID KEY
152300             CONTINUE
152400         NOT INVALID KEY
152500             MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
152600     END-READ.
152700 9100-EXIT.
152800     EXIT.
152900
153000*****************************************************************
153100*    9200-PREVIOUS-BUSINESS-DAY - WS-TEST-DATE, MOVED BACK TO THE
153200*    NEAREST BANK DAY ON OR BEFORE IT
153300*****************************************************************
153400 9200-PREVIOUS-BUSINESS-DAY.
153500     PERFORM 9100-TEST-BUSINESS-DAY THRU 9100-EXIT.
153600     PERFORM 9210-STEP-BACK-ONE-DAY THRU 9210-EXIT
153700         UNTIL WS-BUSINESS-DAY.
153800 9200-EXIT.
153900     EXIT.
154000
154100 9210-STEP-BACK-ONE-DAY.
154200     COMPUTE WS-DATE-INT =
154300         FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) - 1.
154400     COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
154500     PERFORM 9100-TEST-BUSINESS-DAY THRU 9100-EXIT.
154600 9210-EXIT.
154700     EXIT.
154800
154900*****************************************************************
155000*    9300-SET-PAY-DATES - FROM THE CALENDAR RECORD'S SCHEDULED
155100*    CHECK DATE AND ACH LEAD: THE CHECK DATE IS THE LAST BANK DAY
155200*    ON OR BEFORE THE SCHEDULED DATE, AND THE ACH EFFECTIVE DATE
155300*    THE LEAD NUMBER OF BANK DAYS BEFORE THAT.
155400*****************************************************************
155500 9300-SET-PAY-DATES.
155600     MOVE 'N' TO PCL-DATE-MOVED-FLAG.
155700     MOVE PCL-SCHEDULED-CHECK-DATE TO WS-TEST-DATE.
155800     PERFORM 9200-PREVIOUS-BUSINESS-DAY THRU 9200-EXIT.
155900     IF WS-TEST-DATE NOT = PCL-SCHEDULED-CHECK-DATE
156000         MOVE 'Y' TO PCL-DATE-MOVED-FLAG
156100     END-IF.
156200     MOVE WS-TEST-DATE TO PCL-CHECK-DATE.
156300     MOVE PCL-ACH-LEAD-DAYS TO WS-LEAD-LEFT.
156400     PERFORM 9310-BACK-ONE-BUSINESS-DAY THRU 9310-EXIT
156500         UNTIL WS-LEAD-LEFT = ZERO.
156600     MOVE WS-TEST-DATE TO PCL-ACH-EFFECTIVE-DATE.
156700 9300-EXIT.
156800     EXIT.
156900
157000 9310-BACK-ONE-BUSINESS-DAY.
157100     PERFORM 9210-STEP-BACK-ONE-DAY THRU 9210-EXIT.
157200     PERFORM 9200-PREVIOUS-BUSINESS-DAY THRU 9200-EXIT.
157300     SUBTRACT 1 FROM WS-LEAD-LEFT.
157400 9310-EXIT.
157500     EXIT.
157600
157700*****************************************************************
157800*    9400-CHECK-DATE - WS-CHECK-DATE MUST BE A REAL CALENDAR
157900*    DATE (LEAP YEARS BY THE FULL GREGORIAN RULE).
158000*****************************************************************
158100 9400-CHECK-DATE.
158200     SET WS-DATE-VALID TO TRUE.
158300     IF WS-CHECK-YYYY < 1900
158400             OR WS-CHECK-MM < 1
158500             OR WS-CHECK-MM > 12
158600             OR WS-CHECK-DD < 1
158700         SET WS-DATE-INVALID TO TRUE
158800         GO TO 9400-EXIT
158900     END-IF.
159000     PERFORM 9500-LAST-DAY-OF-MONTH THRU 9500-EXIT.
159100     IF WS-CHECK-DD > WS-MAX-DAY
159200         SET WS-DATE-INVALID TO TRUE
159300     END-IF.
159400 9400-EXIT.
159500     EXIT.
159600
159700*****************************************************************
159800*    9500-LAST-DAY-OF-MONTH - WS-MAX-DAY FOR WS-CHECK-YYYY AND
159900*    WS-CHECK-MM
160000*****************************************************************
160100 9500-LAST-DAY-OF-MONTH.
160200     MOVE WS-MONTH-DAYS(WS-CHECK-MM) TO WS-MAX-DAY.
160300     IF WS-CHECK-MM = 2
160400         DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
160500             REMAINDER WS-LEAP-REM-4
160600         DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
160700             REMAINDER WS-LEAP-REM-100
160800         DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
160900             REMAINDER WS-LEAP-REM-400
161000         IF WS-LEAP-REM-400 = ZERO
161100                 OR (WS-LEAP-REM-4 = ZERO
161200                     AND WS-LEAP-REM-100 NOT = ZERO)
161300             MOVE 29 TO WS-MAX-DAY
161400         END-IF
161500     END-IF.
161600 9500-EXIT.
161700     EXIT.
161800
161900*****************************************************************
162000*    9700-READ-PERIOD-STATUS - PERIODCT.DAT STATUS OF
162100*    WS-RUN-PERIOD: OPEN, PAID, OR SPACES WHEN THE REGULAR RUN
162200*    HAS NOT STARTED (NO RECORD, OR ONLY AN OFF-CYCLE RUN).
162300*****************************************************************
162400 9700-READ-PERIOD-STATUS.
162500     MOVE SPACES TO WS-RUN-PERIOD-STATUS.
162600     IF WS-PDCT-MISSING
162700         GO TO 9700-EXIT
162800     END-IF.
162900     MOVE WS-RUN-PERIOD TO PC-PERIOD-NUMBER.
163000     READ PERIOD-CONTROL-FILE
163100         INVALID KEY
163200             CONTINUE
163300         NOT INVALID KEY
163400             MOVE PC-STATUS TO WS-RUN-PERIOD-STATUS
163500     END-READ.
163600 9700-EXIT.
163700     EXIT.
