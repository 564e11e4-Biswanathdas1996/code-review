000100*****************************************************************
000200*    PROGRAM-ID..: RETROPAY
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: RETROACTIVE PAY CALCULATION.  A STANDING-SALARY
000900*                  CHANGE APPLIED BY PAYMAINT IS RECORDED ON THE
001000*                  PAY-RATE HISTORY (PAYRATE.DAT) WITH ITS
001100*                  EFFECTIVE DATE; ONE BACK-DATED INTO PERIODS
001200*                  ALREADY PAID IS LEFT PENDING FOR THIS PROGRAM.
001300*                  FOR EACH EMPLOYEE WITH A PENDING CHANGE, EVERY
001400*                  PAY-HISTORY PERIOD ENDING ON OR AFTER THE
001500*                  EARLIEST PENDING EFFECTIVE DATE IS RE-PRICED
001600*                  FROM ITS OWN REGULAR AND OVERTIME HOURS AT THE
001700*                  SALARY THAT SHOULD HAVE BEEN IN FORCE, USING
001800*                  THE STANDARD HOURS AND OVERTIME PREMIUM IN
001900*                  FORCE AT THAT PERIOD'S END - THE SAME PRICING
002000*                  PAYROLL USES.  AN INCREASE IS QUEUED ON
002100*                  RETROPND.DAT FOR THE NEXT FINAL PAY RUN, WHICH
002200*                  PAYS IT AS A SEPARATE RETRO EARNINGS LINE.  A
002300*                  DECREASE IS NOT QUEUED - AN OVERPAYMENT IS
002400*                  RECOVERED THROUGH PAYADJ - AND A VOIDED PERIOD
002500*                  IS REFERRED RATHER THAN RE-PRICED.  THE RETRO
002600*                  REGISTER (RETRORPT.TXT) SHOWS THE OLD AMOUNT,
002700*                  NEW AMOUNT AND DIFFERENCE FOR EVERY PERIOD
002800*                  LOOKED AT.  A TRIAL RUN (PAYPARM.DAT) PRINTS
002900*                  THE REGISTER ONLY; A FINAL RUN QUEUES THE
003000*                  RETRO PAY AND MARKS THE CHANGES DONE.
003100*
003200*    MODIFICATION HISTORY
003300*    DATE       INIT DESCRIPTION
003400*    ---------- ---- ------------------------------------------
003500*    2026-10-15 RTM  ORIGINAL VERSION.
003510*    2026-10-15 RTM  RUN PARAMETER RECORD NOW 49 BYTES (RUN TYPE
003520*                    AND OFF-CYCLE SEQUENCE).
003530*    2026-10-15 RTM  AN EMPLOYEE WITH A PERIOD SKIPPED FOR NO
003540*                    RATE IN FORCE IS LEFT PENDING ON A FINAL RUN.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. RETROPAY.
003900 AUTHOR. R-T-MORALES.
004000 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RUN-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-PARM-FILE-STATUS.
005000
005100     SELECT PAY-RATE-HIST-FILE ASSIGN TO 'PAYRATE.DAT'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RH-KEY
005500         FILE STATUS IS WS-RH-FILE-STATUS.
005600
005700     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS EMP-ID
006100         FILE STATUS IS WS-EMP-FILE-STATUS.
006200
006300     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PH-KEY
006700         FILE STATUS IS WS-HIST-FILE-STATUS.
006800
006900     SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS RT-KEY
007300         FILE STATUS IS WS-RATE-FILE-STATUS.
007400
007500     SELECT RETRO-PENDING-FILE ASSIGN TO 'RETROPND.DAT'
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS RP-KEY
007900         FILE STATUS IS WS-RETRO-FILE-STATUS.
008000
008100     SELECT RETRO-REPORT-FILE ASSIGN TO 'RETRORPT.TXT'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RPT-FILE-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  RUN-PARM-FILE.
008800 01  RUN-PARM-INPUT-RECORD         PIC X(49).
008900
009000 FD  PAY-RATE-HIST-FILE.
009100 COPY PAYRATE.
009200
009300 FD  EMPLOYEE-FILE.
009400 COPY EMPREC.
009500
009600 FD  PAY-HISTORY-FILE.
009700 COPY PAYHIST.
009800
009900 FD  RATE-TABLE-FILE.
010000 COPY RATETBL.
010100
010200 FD  RETRO-PENDING-FILE.
010300 COPY RETROPND.
010400
010500 FD  RETRO-REPORT-FILE.
010600 01  RETRO-REPORT-LINE             PIC X(132).
010700
010800 WORKING-STORAGE SECTION.
010900*****************************************************************
011000*    FILE STATUS FIELDS
011100*****************************************************************
011200 01  WS-PARM-FILE-STATUS           PIC X(02).
011300 01  WS-RH-FILE-STATUS             PIC X(02).
011400 01  WS-EMP-FILE-STATUS            PIC X(02).
011500 01  WS-HIST-FILE-STATUS           PIC X(02).
011600 01  WS-RATE-FILE-STATUS           PIC X(02).
011700 01  WS-RETRO-FILE-STATUS          PIC X(02).
011800 01  WS-RPT-FILE-STATUS            PIC X(02).
011900
012000*****************************************************************
012100*    SWITCHES
012200*****************************************************************
012300 01  WS-RH-EOF-SWITCH              PIC X(01) VALUE 'N'.
012400     88  WS-RH-EOF                    VALUE 'Y'.
012500
012600 01  WS-HIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
012700     88  WS-HIST-EOF                  VALUE 'Y'.
012800
012900 01  WS-RATE-EOF-SWITCH            PIC X(01) VALUE 'N'.
013000     88  WS-RATE-EOF                  VALUE 'Y'.
013100
013200 01  WS-RETRO-EOF-SWITCH           PIC X(01) VALUE 'N'.
013300     88  WS-RETRO-EOF                 VALUE 'Y'.
013400
013500 01  WS-RETRO-FILE-SWITCH          PIC X(01) VALUE 'N'.
013600     88  WS-RETRO-AVAILABLE           VALUE 'Y'.
013700
013800 01  WS-RH-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
013900     88  WS-RH-OVERFLOW               VALUE 'Y'.
014000
014100 01  WS-PERIOD-HELD-SWITCH         PIC X(01) VALUE 'N'.
014200     88  WS-PERIOD-HELD               VALUE 'Y'.
014300
014400 01  WS-PERIOD-PAID-SWITCH         PIC X(01) VALUE 'N'.
014500     88  WS-PERIOD-PAID               VALUE 'Y'.
014600
014700 01  WS-PERIOD-VOID-SWITCH         PIC X(01) VALUE 'N'.
014800     88  WS-PERIOD-VOIDED             VALUE 'Y'.
014900
015000 01  WS-RATES-SWITCH               PIC X(01) VALUE 'N'.
015100     88  WS-RATES-IN-FORCE            VALUE 'Y'.
015110
015120 01  WS-EMP-NO-RATE-SWITCH         PIC X(01) VALUE 'N'.
015130     88  WS-EMP-NO-RATE               VALUE 'Y'.
015200
015300*****************************************************************
015400*    RUN DATE / PARAMETERS
015500*****************************************************************
015600 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
015700 COPY PAYPARM.
015800
015900*****************************************************************
016000*    EMPLOYEES WITH A PENDING RATE CHANGE - COLLECTED BY ONE
016100*    PASS OF PAYRATE.DAT IN KEY ORDER.  ANY BEYOND THE TABLE
016200*    STAY PENDING AND ARE PICKED UP BY THE NEXT RUN.
016300*****************************************************************
016400 01  WS-PEND-EMP-MAX               PIC 9(04) VALUE 500.
016500 01  WS-PEND-EMP-COUNT             PIC 9(04) VALUE ZERO.
016600 01  WS-PEND-EMP-OVERFLOW          PIC 9(05) VALUE ZERO.
016700 01  WS-LAST-PEND-EMP-ID           PIC X(10) VALUE SPACES.
016800 01  WS-PEND-EMP-TABLE.
016900     05  PE-ENTRY                  OCCURS 500 TIMES
017000                                   INDEXED BY PE-IDX.
017100         10  PE-EMP-ID             PIC X(10).
017200
017300*****************************************************************
017400*    ONE EMPLOYEE'S RATE HISTORY, OLDEST FIRST.  THE SALARY IN
017500*    FORCE ON A DATE IS THE LATEST ENTRY EFFECTIVE ON OR BEFORE
017600*    IT; BEFORE THE FIRST ENTRY IT IS THAT ENTRY'S PRIOR SALARY.
017700*****************************************************************
017800 01  WS-RHT-MAX                    PIC 9(03) VALUE 99.
017900 01  WS-RHT-COUNT                  PIC 9(03) VALUE ZERO.
018000 01  WS-FIRST-PRIOR-SALARY         PIC 9(8)V99 VALUE ZERO.
018100 01  WS-EARLIEST-PEND-DATE         PIC 9(08) VALUE ZERO.
018200 01  WS-RATE-HIST-TABLE.
018300     05  RHT-ENTRY                 OCCURS 99 TIMES
018400                                   INDEXED BY RHT-IDX.
018500         10  RHT-EFFECTIVE-DATE    PIC 9(08).
018600         10  RHT-SALARY            PIC 9(8)V99.
018700
018800*****************************************************************
018900*    STANDARD HOURS AND OVERTIME PREMIUM ENTRIES FROM RATETBL.DAT
019000*    IN KEY (EFFECTIVE DATE) ORDER, SO A PERIOD FROM ANY EARLIER
019100*    YEAR IS PRICED WITH THE VALUES IN FORCE AT ITS OWN END.
019200*    THE VALUE PICTURES MATCH PAYROLL'S WORK FIELDS.
019300*****************************************************************
019400 01  WS-RATE-ENTRY-MAX             PIC 9(03) VALUE 50.
019500 01  WS-SH-COUNT                   PIC 9(03) VALUE ZERO.
019600 01  WS-STD-HOURS-TABLE.
019700     05  SH-ENTRY                  OCCURS 50 TIMES
019800                                   INDEXED BY SH-IDX.
019900         10  SH-EFFECTIVE-DATE     PIC 9(08).
020000         10  SH-EXPIRE-DATE        PIC 9(08).
020100         10  SH-HOURS              PIC 9(03).
020200 01  WS-OP-COUNT                   PIC 9(03) VALUE ZERO.
020300 01  WS-OT-PREMIUM-TABLE.
020400     05  OP-ENTRY                  OCCURS 50 TIMES
020500                                   INDEXED BY OP-IDX.
020600         10  OP-EFFECTIVE-DATE     PIC 9(08).
020700         10  OP-EXPIRE-DATE        PIC 9(08).
020800         10  OP-PREMIUM            PIC 9V99.
020900
021000*****************************************************************
021100*    THE PERIOD BEING LOOKED AT - THE PAY RUN'S OWN ROW (HOURS
021200*    AND STANDING SALARY) IS HELD UNTIL THE PERIOD'S LAST ROW
021300*    HAS BEEN READ, SO A REVERSAL ANYWHERE IN THE PERIOD IS SEEN.
021400*****************************************************************
021500 01  WS-CUR-PERIOD-NUMBER          PIC 9(06) VALUE ZERO.
021600 01  WS-CUR-PERIOD-END-DATE        PIC 9(08) VALUE ZERO.
021700 01  WS-CUR-REG-HOURS              PIC 9(3)V99 VALUE ZERO.
021800 01  WS-CUR-OT-HOURS               PIC 9(3)V99 VALUE ZERO.
021900 01  WS-CUR-BASE-SALARY            PIC 9(8)V99 VALUE ZERO.
022000
022100*****************************************************************
022200*    RE-PRICING WORK FIELDS
022300*****************************************************************
022400 01  WS-AS-OF-DATE                 PIC 9(08) VALUE ZERO.
022500 01  WS-CORRECT-SALARY             PIC 9(8)V99 VALUE ZERO.
022600 01  WS-BASIS-SALARY               PIC 9(8)V99 VALUE ZERO.
022700 01  WS-NEXT-RETRO-SEQ             PIC 9(02) VALUE ZERO.
022800 01  WS-STD-PERIOD-HOURS           PIC 9(03) VALUE ZERO.
022900 01  WS-OT-PREMIUM                 PIC 9V99  VALUE ZERO.
023000 01  WS-HOURLY-RATE                PIC 9(6)V9999 VALUE ZERO.
023100 01  WS-PRICE-SALARY               PIC 9(8)V99 VALUE ZERO.
023200 01  WS-PRICED-AMOUNT              PIC 9(8)V99 VALUE ZERO.
023300 01  WS-OLD-AMOUNT                 PIC 9(8)V99 VALUE ZERO.
023400 01  WS-NEW-AMOUNT                 PIC 9(8)V99 VALUE ZERO.
023500 01  WS-RETRO-DIFF                 PIC S9(8)V99 VALUE ZERO.
023600 01  WS-LINE-STATUS                PIC X(08) VALUE SPACES.
023700 01  WS-EMP-NAME                   PIC X(30) VALUE SPACES.
023800 01  WS-EMP-LINES                  PIC 9(05) VALUE ZERO.
023900 01  WS-EMP-RETRO-TOTAL            PIC S9(9)V99 VALUE ZERO.
024000
024100*****************************************************************
024200*    RUN COUNTERS AND TOTALS
024300*****************************************************************
024400 01  WS-EMP-PROCESSED              PIC 9(05) VALUE ZERO.
024500 01  WS-EMP-SKIPPED                PIC 9(05) VALUE ZERO.
024600 01  WS-CHANGES-DONE               PIC 9(05) VALUE ZERO.
024700 01  WS-PERIODS-EXAMINED           PIC 9(05) VALUE ZERO.
024800 01  WS-PERIODS-QUEUED             PIC 9(05) VALUE ZERO.
024900 01  WS-PERIODS-DECREASE           PIC 9(05) VALUE ZERO.
025000 01  WS-PERIODS-VOIDED             PIC 9(05) VALUE ZERO.
025100 01  WS-PERIODS-NO-RATE            PIC 9(05) VALUE ZERO.
025200 01  WS-TOTAL-OLD-AMOUNT           PIC 9(11)V99 VALUE ZERO.
025300 01  WS-TOTAL-NEW-AMOUNT           PIC 9(11)V99 VALUE ZERO.
025400 01  WS-TOTAL-RETRO-QUEUED         PIC 9(11)V99 VALUE ZERO.
025500 01  WS-TOTAL-DECREASE             PIC 9(11)V99 VALUE ZERO.
025600
025700*****************************************************************
025800*    REGISTER EDIT FIELDS
025900*****************************************************************
026000 01  WS-EDIT-HOURS                 PIC ZZ9.99.
026100 01  WS-EDIT-OT-HOURS              PIC ZZ9.99.
026200 01  WS-EDIT-OLD-SALARY            PIC Z,ZZZ,ZZ9.99.
026300 01  WS-EDIT-NEW-SALARY            PIC Z,ZZZ,ZZ9.99.
026400 01  WS-EDIT-OLD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
026500 01  WS-EDIT-NEW-AMOUNT            PIC Z,ZZZ,ZZ9.99.
026600 01  WS-EDIT-DIFF                  PIC -Z,ZZZ,ZZ9.99.
026700 01  WS-EDIT-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026800 01  WS-EDIT-COUNT                 PIC ZZ,ZZ9.
026900
027000 PROCEDURE DIVISION.
027100*****************************************************************
027200*    0000-MAINLINE
027300*****************************************************************
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     PERFORM 2000-COLLECT-PENDING THRU 2000-EXIT.
027700     SET PE-IDX TO 1.
027800     PERFORM 3000-PROCESS-EMPLOYEE THRU 3000-EXIT
027900         UNTIL PE-IDX > WS-PEND-EMP-COUNT.
028000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
028100     STOP RUN.
028200 0000-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*    1000-INITIALIZE
028700*    A FINAL RUN CREATES RETROPND.DAT THE FIRST TIME THERE IS
028800*    SOMETHING TO QUEUE; A TRIAL ONLY READS IT, AND NO FILE MEANS
028900*    NOTHING HAS BEEN QUEUED BEFORE.
029000*****************************************************************
029100 1000-INITIALIZE.
029200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029300     DISPLAY 'RETROPAY - RETROACTIVE PAY CALCULATION'.
029400     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
029500     IF PRM-FINAL-RUN
029600         OPEN I-O PAY-RATE-HIST-FILE
029700     ELSE
029800         OPEN INPUT PAY-RATE-HIST-FILE
029900     END-IF.
030000     IF WS-RH-FILE-STATUS NOT = '00'
030100         DISPLAY 'RETROPAY: UNABLE TO OPEN PAYRATE.DAT - STATUS '
030200             WS-RH-FILE-STATUS
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     OPEN INPUT EMPLOYEE-FILE.
030700     IF WS-EMP-FILE-STATUS NOT = '00'
030800         DISPLAY 'RETROPAY: UNABLE TO OPEN EMPLOYEE.DAT - STATUS '
030900             WS-EMP-FILE-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300     OPEN INPUT PAY-HISTORY-FILE.
031400     IF WS-HIST-FILE-STATUS NOT = '00'
031500         DISPLAY 'RETROPAY: UNABLE TO OPEN PAYHIST.DAT - STATUS '
031600             WS-HIST-FILE-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000     IF PRM-FINAL-RUN
032100         OPEN I-O RETRO-PENDING-FILE
032200         IF WS-RETRO-FILE-STATUS = '35'
032300             OPEN OUTPUT RETRO-PENDING-FILE
032400             CLOSE RETRO-PENDING-FILE
032500             OPEN I-O RETRO-PENDING-FILE
032600         END-IF
032700     ELSE
032800         OPEN INPUT RETRO-PENDING-FILE
032900     END-IF.
033000     IF WS-RETRO-FILE-STATUS = '00'
033100         MOVE 'Y' TO WS-RETRO-FILE-SWITCH
033200     ELSE
033300         IF PRM-FINAL-RUN OR WS-RETRO-FILE-STATUS NOT = '35'
033400             DISPLAY 'RETROPAY: UNABLE TO OPEN RETROPND.DAT - '
033500                 'STATUS ' WS-RETRO-FILE-STATUS
033600             MOVE 16 TO RETURN-CODE
033700             STOP RUN
033800         END-IF
033900     END-IF.
034000     OPEN OUTPUT RETRO-REPORT-FILE.
034100     IF WS-RPT-FILE-STATUS NOT = '00'
034200         DISPLAY 'RETROPAY: UNABLE TO OPEN RETRORPT.TXT - STATUS '
034300             WS-RPT-FILE-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
034800     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
034900 1000-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300*    1100-READ-RUN-PARMS - LOAD PAYPARM.DAT
035400*    ONLY THE RUN MODE AND OPERATOR ID ARE USED.  ANYTHING BUT
035500*    FINAL IS TREATED AS A TRIAL, SO NOTHING IS QUEUED IN ERROR.
035600*****************************************************************
035700 1100-READ-RUN-PARMS.
035800     OPEN INPUT RUN-PARM-FILE.
035900     IF WS-PARM-FILE-STATUS NOT = '00'
036000         DISPLAY 'RETROPAY: UNABLE TO OPEN PAYPARM.DAT - STATUS '
036100             WS-PARM-FILE-STATUS
036200         MOVE 16 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500     READ RUN-PARM-FILE
036600         AT END
036700             DISPLAY 'RETROPAY: PAYPARM.DAT IS EMPTY'
036800             MOVE 16 TO RETURN-CODE
036900             STOP RUN
037000     END-READ.
037100     MOVE RUN-PARM-INPUT-RECORD TO RUN-PARM-RECORD.
037200     CLOSE RUN-PARM-FILE.
037300     IF NOT PRM-FINAL-RUN
037400         MOVE 'TRIAL' TO PRM-RUN-MODE
037500     END-IF.
037600 1100-EXIT.
037700     EXIT.
037800
037900*****************************************************************
038000*    1200-LOAD-RATE-TABLE - EVERY STDHOURS AND OTPREMUM ENTRY
038100*****************************************************************
038200 1200-LOAD-RATE-TABLE.
038300     OPEN INPUT RATE-TABLE-FILE.
038400     IF WS-RATE-FILE-STATUS NOT = '00'
038500         DISPLAY 'RETROPAY: UNABLE TO OPEN RATETBL.DAT - STATUS '
038600             WS-RATE-FILE-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000     PERFORM 1210-READ-ONE-RATE THRU 1210-EXIT
039100         UNTIL WS-RATE-EOF.
039200     CLOSE RATE-TABLE-FILE.
039300 1200-EXIT.
039400     EXIT.
039500
039600 1210-READ-ONE-RATE.
039700     READ RATE-TABLE-FILE
039800         AT END
039900             SET WS-RATE-EOF TO TRUE
040000             GO TO 1210-EXIT
040100     END-READ.
040200     IF RT-STD-HOURS AND WS-SH-COUNT < WS-RATE-ENTRY-MAX
040300         ADD 1 TO WS-SH-COUNT
040400         SET SH-IDX TO WS-SH-COUNT
040500         MOVE RT-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE(SH-IDX)
040600         MOVE RT-EXPIRE-DATE    TO SH-EXPIRE-DATE(SH-IDX)
040700         MOVE RT-AMOUNT         TO SH-HOURS(SH-IDX)
040800     END-IF.
040900     IF RT-OT-PREMIUM AND WS-OP-COUNT < WS-RATE-ENTRY-MAX
041000         ADD 1 TO WS-OP-COUNT
041100         SET OP-IDX TO WS-OP-COUNT
041200         MOVE RT-EFFECTIVE-DATE TO OP-EFFECTIVE-DATE(OP-IDX)
041300         MOVE RT-EXPIRE-DATE    TO OP-EXPIRE-DATE(OP-IDX)
041400         MOVE RT-AMOUNT         TO OP-PREMIUM(OP-IDX)
041500     END-IF.
041600 1210-EXIT.
041700     EXIT.
041800
041900 1300-WRITE-HEADINGS.
042000     MOVE SPACES TO RETRO-REPORT-LINE.
042100     STRING 'RETROACTIVE PAY REGISTER - RUN DATE ' WS-RUN-DATE
042200         '  MODE ' PRM-RUN-MODE '  OPERATOR ' PRM-OPERATOR-ID
042300         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
042400     WRITE RETRO-REPORT-LINE.
042500     MOVE ALL '-' TO RETRO-REPORT-LINE.
042600     WRITE RETRO-REPORT-LINE.
042700     MOVE SPACES TO RETRO-REPORT-LINE.
042800     STRING 'EMP-ID     NAME             PERIOD END-DATE REG-HR'
042900         '  OT-HR   OLD SALARY   NEW SALARY   OLD AMOUNT'
043000         '   NEW AMOUNT    DIFFERENCE STATUS'
043100         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
043200     WRITE RETRO-REPORT-LINE.
043300     MOVE ALL '-' TO RETRO-REPORT-LINE.
043400     WRITE RETRO-REPORT-LINE.
043500 1300-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*    2000-COLLECT-PENDING - EMPLOYEES WITH A PENDING CHANGE
044000*****************************************************************
044100 2000-COLLECT-PENDING.
044200     PERFORM 2100-READ-ONE-RATE-HIST THRU 2100-EXIT
044300         UNTIL WS-RH-EOF.
044400     IF WS-PEND-EMP-OVERFLOW > ZERO
044500         DISPLAY 'RETROPAY: ' WS-PEND-EMP-OVERFLOW
044600             ' EMPLOYEE(S) LEFT PENDING FOR THE NEXT RUN'
044700     END-IF.
044800 2000-EXIT.
044900     EXIT.
045000
045100 2100-READ-ONE-RATE-HIST.
045200     READ PAY-RATE-HIST-FILE NEXT RECORD
045300         AT END
045400             SET WS-RH-EOF TO TRUE
045500             GO TO 2100-EXIT
045600     END-READ.
045700     IF NOT RH-RETRO-PENDING
045800             OR RH-EMP-ID = WS-LAST-PEND-EMP-ID
045900         GO TO 2100-EXIT
046000     END-IF.
046100     MOVE RH-EMP-ID TO WS-LAST-PEND-EMP-ID.
046200     IF WS-PEND-EMP-COUNT NOT < WS-PEND-EMP-MAX
046300         ADD 1 TO WS-PEND-EMP-OVERFLOW
046400         GO TO 2100-EXIT
046500     END-IF.
046600     ADD 1 TO WS-PEND-EMP-COUNT.
046700     SET PE-IDX TO WS-PEND-EMP-COUNT.
046800     MOVE RH-EMP-ID TO PE-EMP-ID(PE-IDX).
046900 2100-EXIT.
047000     EXIT.
047100
047200*****************************************************************
047300*    3000-PROCESS-EMPLOYEE - RE-PRICE ONE EMPLOYEE'S PERIODS
047400*    AN EMPLOYEE WHOSE HISTORY WILL NOT FIT THE TABLE IS LEFT
047500*    PENDING AND REPORTED - PRICING FROM PART OF IT IS WRONG.
047510*    SO IS ONE WITH A PERIOD SKIPPED FOR NO RATE IN FORCE, TO BE
047520*    PRICED ONCE THE RATE IS SEEDED.
047600*****************************************************************
047700 3000-PROCESS-EMPLOYEE.
047800     MOVE ZERO TO WS-EMP-LINES.
047900     MOVE ZERO TO WS-EMP-RETRO-TOTAL.
047950     MOVE 'N' TO WS-EMP-NO-RATE-SWITCH.
048000     PERFORM 3100-LOAD-RATE-HISTORY THRU 3100-EXIT.
048100     PERFORM 3200-READ-EMPLOYEE THRU 3200-EXIT.
048200     IF WS-RH-OVERFLOW
048300         ADD 1 TO WS-EMP-SKIPPED
048400         MOVE SPACES TO RETRO-REPORT-LINE
048500         STRING PE-EMP-ID(PE-IDX) ' ' WS-EMP-NAME(1:16)
048600             ' MORE THAN 99 RATE CHANGES - NOT REPRICED, LEFT'
048700             ' PENDING'
048800             DELIMITED BY SIZE INTO RETRO-REPORT-LINE
048900         WRITE RETRO-REPORT-LINE
049000         GO TO 3000-NEXT
049100     END-IF.
049200     ADD 1 TO WS-EMP-PROCESSED.
049300     PERFORM 3300-SCAN-PAY-HISTORY THRU 3300-EXIT.
049400     IF WS-EMP-LINES > ZERO
049500         PERFORM 3900-WRITE-EMPLOYEE-TOTAL THRU 3900-EXIT
049600     END-IF.
049700     IF NOT PRM-FINAL-RUN
049710         GO TO 3000-NEXT
049720     END-IF.
049730     IF WS-EMP-NO-RATE
049740         MOVE SPACES TO RETRO-REPORT-LINE
049750         STRING PE-EMP-ID(PE-IDX) ' ' WS-EMP-NAME(1:16)
049760             ' PERIOD WITH NO RATE IN FORCE - CHANGES LEFT'
049770             ' PENDING'
049780             DELIMITED BY SIZE INTO RETRO-REPORT-LINE
049790         WRITE RETRO-REPORT-LINE
049800         GO TO 3000-NEXT
049810     END-IF.
049900     PERFORM 3800-MARK-CHANGES-DONE THRU 3800-EXIT.
050000 3000-NEXT.
050100     SET PE-IDX UP BY 1.
050200 3000-EXIT.
050300     EXIT.
050400
050500*****************************************************************
050600*    3100-LOAD-RATE-HISTORY - ALL OF THE EMPLOYEE'S ENTRIES
050700*****************************************************************
050800 3100-LOAD-RATE-HISTORY.
050900     MOVE ZERO TO WS-RHT-COUNT.
051000     MOVE ZERO TO WS-FIRST-PRIOR-SALARY.
051100     MOVE 99999999 TO WS-EARLIEST-PEND-DATE.
051200     MOVE 'N' TO WS-RH-OVERFLOW-SWITCH.
051300     PERFORM 3110-START-RATE-HISTORY THRU 3110-EXIT.
051400     PERFORM 3120-LOAD-ONE-ENTRY THRU 3120-EXIT
051500         UNTIL WS-RH-EOF.
051600 3100-EXIT.
051700     EXIT.
051800
051900 3110-START-RATE-HISTORY.
052000     MOVE 'N' TO WS-RH-EOF-SWITCH.
052100     MOVE PE-EMP-ID(PE-IDX) TO RH-EMP-ID.
052200     MOVE ZERO TO RH-EFFECTIVE-DATE.
052300     START PAY-RATE-HIST-FILE KEY NOT < RH-KEY
052400         INVALID KEY
052500             SET WS-RH-EOF TO TRUE
052600     END-START.
052700 3110-EXIT.
052800     EXIT.
052900
053000 3120-LOAD-ONE-ENTRY.
053100     READ PAY-RATE-HIST-FILE NEXT RECORD
053200         AT END
053300             SET WS-RH-EOF TO TRUE
053400             GO TO 3120-EXIT
053500     END-READ.
053600     IF RH-EMP-ID NOT = PE-EMP-ID(PE-IDX)
053700         SET WS-RH-EOF TO TRUE
053800         GO TO 3120-EXIT
053900     END-IF.
054000     IF WS-RHT-COUNT NOT < WS-RHT-MAX
054100         SET WS-RH-OVERFLOW TO TRUE
054200         SET WS-RH-EOF TO TRUE
054300         GO TO 3120-EXIT
054400     END-IF.
054500     IF WS-RHT-COUNT = ZERO
054600         MOVE RH-PRIOR-SALARY TO WS-FIRST-PRIOR-SALARY
054700     END-IF.
054800     ADD 1 TO WS-RHT-COUNT.
054900     SET RHT-IDX TO WS-RHT-COUNT.
055000     MOVE RH-EFFECTIVE-DATE TO RHT-EFFECTIVE-DATE(RHT-IDX).
055100     MOVE RH-GROSS-SALARY   TO RHT-SALARY(RHT-IDX).
055200     IF RH-RETRO-PENDING
055300             AND RH-EFFECTIVE-DATE < WS-EARLIEST-PEND-DATE
055400         MOVE RH-EFFECTIVE-DATE TO WS-EARLIEST-PEND-DATE
055500     END-IF.
055600 3120-EXIT.
055700     EXIT.
055800
055900 3200-READ-EMPLOYEE.
056000     MOVE PE-EMP-ID(PE-IDX) TO EMP-ID.
056100     READ EMPLOYEE-FILE
056200         INVALID KEY
056300             MOVE '*** NOT ON EMPLOYEE MASTER ***' TO WS-EMP-NAME
056400             GO TO 3200-EXIT
056500     END-READ.
056600     MOVE EMP-NAME TO WS-EMP-NAME.
056700 3200-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100*    3300-SCAN-PAY-HISTORY - THE EMPLOYEE'S ROWS, PERIOD BY PERIOD
057200*    THE PRICED ROW IS THE PAY RUN'S OWN: POSITIVE, NOT A RETRO
057300*    ROW, WITH HOURS AND A STANDING SALARY (REISSUES AND PAYOUTS
057400*    CARRY NEITHER).  A NEGATIVE ROW MEANS THE PERIOD WAS VOIDED.
057500*****************************************************************
057600 3300-SCAN-PAY-HISTORY.
057700     MOVE 'N' TO WS-HIST-EOF-SWITCH.
057800     MOVE 'N' TO WS-PERIOD-HELD-SWITCH.
057900     MOVE PE-EMP-ID(PE-IDX) TO PH-EMP-ID.
058000     MOVE ZERO TO PH-PERIOD-NUMBER.
058100     MOVE ZERO TO PH-REC-SEQ.
058200     START PAY-HISTORY-FILE KEY NOT < PH-KEY
058300         INVALID KEY
058400             SET WS-HIST-EOF TO TRUE
058500     END-START.
058600     PERFORM 3310-READ-ONE-HISTORY-ROW THRU 3310-EXIT
058700         UNTIL WS-HIST-EOF.
058800     IF WS-PERIOD-HELD
058900         PERFORM 3400-REPRICE-PERIOD THRU 3400-EXIT
059000     END-IF.
059100 3300-EXIT.
059200     EXIT.
059300
059400 3310-READ-ONE-HISTORY-ROW.
059500     READ PAY-HISTORY-FILE NEXT RECORD
059600         AT END
059700             SET WS-HIST-EOF TO TRUE
059800             GO TO 3310-EXIT
059900     END-READ.
060000     IF PH-EMP-ID NOT = PE-EMP-ID(PE-IDX)
060100         SET WS-HIST-EOF TO TRUE
060200         GO TO 3310-EXIT
060300     END-IF.
060400     IF WS-PERIOD-HELD
060500             AND PH-PERIOD-NUMBER NOT = WS-CUR-PERIOD-NUMBER
060600         PERFORM 3400-REPRICE-PERIOD THRU 3400-EXIT
060700         MOVE 'N' TO WS-PERIOD-HELD-SWITCH
060800     END-IF.
060900     IF NOT WS-PERIOD-HELD
061000         SET WS-PERIOD-HELD TO TRUE
061100         MOVE 'N' TO WS-PERIOD-PAID-SWITCH
061200         MOVE 'N' TO WS-PERIOD-VOID-SWITCH
061300         MOVE PH-PERIOD-NUMBER   TO WS-CUR-PERIOD-NUMBER
061400         MOVE PH-PERIOD-END-DATE TO WS-CUR-PERIOD-END-DATE
061500     END-IF.
061600     IF PH-GROSS < ZERO
061700         SET WS-PERIOD-VOIDED TO TRUE
061800         GO TO 3310-EXIT
061900     END-IF.
062000     IF WS-PERIOD-PAID OR PH-RETRO-ROW
062100             OR PH-GROSS = ZERO OR PH-BASE-SALARY = ZERO
062200             OR (PH-REG-HOURS NOT > ZERO
062300                 AND PH-OT-HOURS NOT > ZERO)
062400         GO TO 3310-EXIT
062500     END-IF.
062600     SET WS-PERIOD-PAID TO TRUE.
062700     MOVE PH-REG-HOURS   TO WS-CUR-REG-HOURS.
062800     MOVE PH-OT-HOURS    TO WS-CUR-OT-HOURS.
062900     MOVE PH-BASE-SALARY TO WS-CUR-BASE-SALARY.
063000 3310-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400*    3400-REPRICE-PERIOD - ONE PAID PERIOD ON OR AFTER THE
063500*    EARLIEST PENDING CHANGE.  THE BASIS IS THE SALARY THE PERIOD
063600*    WAS LAST PAID AT - ITS OWN STANDING SALARY, OR THE NEW SALARY
063700*    ON ITS LATEST RETRO ENTRY IF IT HAS BEEN CORRECTED BEFORE.
063800*****************************************************************
063900 3400-REPRICE-PERIOD.
064000     IF NOT WS-PERIOD-PAID
064100             OR WS-CUR-PERIOD-END-DATE < WS-EARLIEST-PEND-DATE
064200         GO TO 3400-EXIT
064300     END-IF.
064400     ADD 1 TO WS-PERIODS-EXAMINED.
064500     MOVE WS-CUR-PERIOD-END-DATE TO WS-AS-OF-DATE.
064600     PERFORM 3410-FIND-CORRECT-SALARY THRU 3410-EXIT.
064700     PERFORM 3420-FIND-BASIS-SALARY THRU 3420-EXIT.
064800     IF WS-BASIS-SALARY = WS-CORRECT-SALARY
064900         GO TO 3400-EXIT
065000     END-IF.
065100     MOVE ZERO TO WS-OLD-AMOUNT.
065200     MOVE ZERO TO WS-NEW-AMOUNT.
065300     MOVE ZERO TO WS-RETRO-DIFF.
065400     IF WS-PERIOD-VOIDED
065500         ADD 1 TO WS-PERIODS-VOIDED
065600         MOVE 'VOIDED'  TO WS-LINE-STATUS
065700         PERFORM 3700-WRITE-REGISTER-LINE THRU 3700-EXIT
065800         GO TO 3400-EXIT
065900     END-IF.
066000     PERFORM 3430-FIND-RATES-IN-FORCE THRU 3430-EXIT.
066100     IF NOT WS-RATES-IN-FORCE
066200         ADD 1 TO WS-PERIODS-NO-RATE
066250         SET WS-EMP-NO-RATE TO TRUE
066300         MOVE 'NO RATE' TO WS-LINE-STATUS
066400         PERFORM 3700-WRITE-REGISTER-LINE THRU 3700-EXIT
066500         GO TO 3400-EXIT
066600     END-IF.
066700     MOVE WS-BASIS-SALARY TO WS-PRICE-SALARY.
066800     PERFORM 3500-PRICE-HOURS THRU 3500-EXIT.
066900     MOVE WS-PRICED-AMOUNT TO WS-OLD-AMOUNT.
067000     MOVE WS-CORRECT-SALARY TO WS-PRICE-SALARY.
067100     PERFORM 3500-PRICE-HOURS THRU 3500-EXIT.
067200     MOVE WS-PRICED-AMOUNT TO WS-NEW-AMOUNT.
067300     COMPUTE WS-RETRO-DIFF = WS-NEW-AMOUNT - WS-OLD-AMOUNT.
067400     ADD WS-OLD-AMOUNT TO WS-TOTAL-OLD-AMOUNT.
067500     ADD WS-NEW-AMOUNT TO WS-TOTAL-NEW-AMOUNT.
067600     IF WS-RETRO-DIFF > ZERO
067700         ADD 1 TO WS-PERIODS-QUEUED
067800         ADD WS-RETRO-DIFF TO WS-TOTAL-RETRO-QUEUED
067900         ADD WS-RETRO-DIFF TO WS-EMP-RETRO-TOTAL
068000         IF PRM-FINAL-RUN
068100             PERFORM 3600-QUEUE-RETRO-PAY THRU 3600-EXIT
068200             MOVE 'QUEUED' TO WS-LINE-STATUS
068300         ELSE
068400             MOVE 'TRIAL'  TO WS-LINE-STATUS
068500         END-IF
068600     ELSE
068700         ADD 1 TO WS-PERIODS-DECREASE
068800         SUBTRACT WS-RETRO-DIFF FROM WS-TOTAL-DECREASE
068900         MOVE 'DECREASE' TO WS-LINE-STATUS
069000     END-IF.
069100     PERFORM 3700-WRITE-REGISTER-LINE THRU 3700-EXIT.
069200 3400-EXIT.
069300     EXIT.
069400
069500 3410-FIND-CORRECT-SALARY.
069600     MOVE WS-FIRST-PRIOR-SALARY TO WS-CORRECT-SALARY.
069700     SET RHT-IDX TO 1.
069800     PERFORM 3411-CHECK-ONE-RATE THRU 3411-EXIT
069900         UNTIL RHT-IDX > WS-RHT-COUNT.
070000 3410-EXIT.
070100     EXIT.
070200
070300 3411-CHECK-ONE-RATE.
070400     IF RHT-EFFECTIVE-DATE(RHT-IDX) NOT > WS-AS-OF-DATE
070500         MOVE RHT-SALARY(RHT-IDX) TO WS-CORRECT-SALARY
070600     END-IF.
070700     SET RHT-IDX UP BY 1.
070800 3411-EXIT.
070900     EXIT.
071000
071100 3420-FIND-BASIS-SALARY.
071200     MOVE WS-CUR-BASE-SALARY TO WS-BASIS-SALARY.
071300     MOVE 1 TO WS-NEXT-RETRO-SEQ.
071400     IF NOT WS-RETRO-AVAILABLE
071500         GO TO 3420-EXIT
071600     END-IF.
071700     MOVE 'N' TO WS-RETRO-EOF-SWITCH.
071800     MOVE PE-EMP-ID(PE-IDX)    TO RP-EMP-ID.
071900     MOVE WS-CUR-PERIOD-NUMBER TO RP-PERIOD-NUMBER.
072000     MOVE ZERO                 TO RP-SEQ.
072100     START RETRO-PENDING-FILE KEY NOT < RP-KEY
072200         INVALID KEY
072300             SET WS-RETRO-EOF TO TRUE
072400     END-START.
072500     PERFORM 3421-READ-ONE-RETRO-ENTRY THRU 3421-EXIT
072600         UNTIL WS-RETRO-EOF.
072700 3420-EXIT.
072800     EXIT.
072900
073000 3421-READ-ONE-RETRO-ENTRY.
073100     READ RETRO-PENDING-FILE NEXT RECORD
073200         AT END
073300             SET WS-RETRO-EOF TO TRUE
073400             GO TO 3421-EXIT
073500     END-READ.
073600     IF RP-EMP-ID NOT = PE-EMP-ID(PE-IDX)
073700             OR RP-PERIOD-NUMBER NOT = WS-CUR-PERIOD-NUMBER
073800         SET WS-RETRO-EOF TO TRUE
073900         GO TO 3421-EXIT
074000     END-IF.
074100     MOVE RP-NEW-SALARY TO WS-BASIS-SALARY.
074200     COMPUTE WS-NEXT-RETRO-SEQ = RP-SEQ + 1.
074300 3421-EXIT.
074400     EXIT.
074500
074600*****************************************************************
074700*    3430-FIND-RATES-IN-FORCE - AS PAYROLL LOADS THEM: THE LAST
074800*    ENTRY EFFECTIVE ON OR BEFORE THE PERIOD END, UNLESS IT WAS
074900*    EXPIRED BEFORE IT.
075000*****************************************************************
075100 3430-FIND-RATES-IN-FORCE.
075200     MOVE 'N'  TO WS-RATES-SWITCH.
075300     MOVE ZERO TO WS-STD-PERIOD-HOURS.
075400     MOVE ZERO TO WS-OT-PREMIUM.
075500     SET SH-IDX TO 1.
075600     PERFORM 3431-CHECK-ONE-STD-HOURS THRU 3431-EXIT
075700         UNTIL SH-IDX > WS-SH-COUNT.
075800     SET OP-IDX TO 1.
075900     PERFORM 3432-CHECK-ONE-OT-PREMIUM THRU 3432-EXIT
076000         UNTIL OP-IDX > WS-OP-COUNT.
076100     IF WS-STD-PERIOD-HOURS > ZERO AND WS-OT-PREMIUM > ZERO
076200         SET WS-RATES-IN-FORCE TO TRUE
076300     END-IF.
076400 3430-EXIT.
076500     EXIT.
076600
076700 3431-CHECK-ONE-STD-HOURS.
076800     IF SH-EFFECTIVE-DATE(SH-IDX) NOT > WS-AS-OF-DATE
076900         IF SH-EXPIRE-DATE(SH-IDX) NOT = ZERO
077000                 AND SH-EXPIRE-DATE(SH-IDX) < WS-AS-OF-DATE
077100             MOVE ZERO TO WS-STD-PERIOD-HOURS
077200         ELSE
077300             MOVE SH-HOURS(SH-IDX) TO WS-STD-PERIOD-HOURS
077400         END-IF
077500     END-IF.
077600     SET SH-IDX UP BY 1.
077700 3431-EXIT.
077800     EXIT.
077900
078000 3432-CHECK-ONE-OT-PREMIUM.
078100     IF OP-EFFECTIVE-DATE(OP-IDX) NOT > WS-AS-OF-DATE
078200         IF OP-EXPIRE-DATE(OP-IDX) NOT = ZERO
078300                 AND OP-EXPIRE-DATE(OP-IDX) < WS-AS-OF-DATE
078400             MOVE ZERO TO WS-OT-PREMIUM
078500         ELSE
078600             MOVE OP-PREMIUM(OP-IDX) TO WS-OT-PREMIUM
078700         END-IF
078800     END-IF.
078900     SET OP-IDX UP BY 1.
079000 3432-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400*    3500-PRICE-HOURS - THE PERIOD'S HOURS AT WS-PRICE-SALARY,
079500*    ROUNDED STEP FOR STEP AS PAYROLL'S 2160-APPLY-TIMECARD.  A
079600*    BONUS PAID IN THE PERIOD IS NOT RATE-BASED AND IS LEFT OUT.
079700*****************************************************************
079800 3500-PRICE-HOURS.
079900     COMPUTE WS-HOURLY-RATE ROUNDED =
080000         WS-PRICE-SALARY / WS-STD-PERIOD-HOURS.
080100     COMPUTE WS-PRICED-AMOUNT ROUNDED =
080200         (WS-HOURLY-RATE * WS-CUR-REG-HOURS)
080300         + (WS-HOURLY-RATE * WS-OT-PREMIUM * WS-CUR-OT-HOURS).
080400 3500-EXIT.
080500     EXIT.
080600
080700 3600-QUEUE-RETRO-PAY.
080800     MOVE PE-EMP-ID(PE-IDX)      TO RP-EMP-ID.
080900     MOVE WS-CUR-PERIOD-NUMBER   TO RP-PERIOD-NUMBER.
081000     MOVE WS-NEXT-RETRO-SEQ      TO RP-SEQ.
081100     MOVE WS-CUR-PERIOD-END-DATE TO RP-PERIOD-END-DATE.
081200     MOVE WS-CUR-REG-HOURS       TO RP-REG-HOURS.
081300     MOVE WS-CUR-OT-HOURS        TO RP-OT-HOURS.
081400     MOVE WS-BASIS-SALARY        TO RP-OLD-SALARY.
081500     MOVE WS-CORRECT-SALARY      TO RP-NEW-SALARY.
081600     MOVE WS-OLD-AMOUNT          TO RP-OLD-AMOUNT.
081700     MOVE WS-NEW-AMOUNT          TO RP-NEW-AMOUNT.
081800     MOVE WS-RETRO-DIFF          TO RP-RETRO-AMOUNT.
081900     MOVE 'P'                    TO RP-STATUS.
082000     MOVE WS-RUN-DATE            TO RP-CREATED-DATE.
082100     MOVE ZERO                   TO RP-PAID-PERIOD.
082200     MOVE ZERO                   TO RP-PAID-DATE.
082300     WRITE RETRO-PENDING-RECORD.
082400     IF WS-RETRO-FILE-STATUS NOT = '00'
082500         DISPLAY 'RETROPAY: WRITE FAILED ON RETROPND.DAT FOR '
082600             RP-EMP-ID ' PERIOD ' RP-PERIOD-NUMBER ' - STATUS '
082700             WS-RETRO-FILE-STATUS
082800         MOVE 16 TO RETURN-CODE
082900         STOP RUN
083000     END-IF.
083100 3600-EXIT.
083200     EXIT.
083300
083400 3700-WRITE-REGISTER-LINE.
083500     MOVE WS-CUR-REG-HOURS  TO WS-EDIT-HOURS.
083600     MOVE WS-CUR-OT-HOURS   TO WS-EDIT-OT-HOURS.
083700     MOVE WS-BASIS-SALARY   TO WS-EDIT-OLD-SALARY.
083800     MOVE WS-CORRECT-SALARY TO WS-EDIT-NEW-SALARY.
083900     MOVE WS-OLD-AMOUNT     TO WS-EDIT-OLD-AMOUNT.
084000     MOVE WS-NEW-AMOUNT     TO WS-EDIT-NEW-AMOUNT.
084100     MOVE WS-RETRO-DIFF     TO WS-EDIT-DIFF.
084200     MOVE SPACES TO RETRO-REPORT-LINE.
084300     STRING PE-EMP-ID(PE-IDX) ' ' WS-EMP-NAME(1:16) ' '
084400         WS-CUR-PERIOD-NUMBER ' ' WS-CUR-PERIOD-END-DATE ' '
084500         WS-EDIT-HOURS ' ' WS-EDIT-OT-HOURS ' '
084600         WS-EDIT-OLD-SALARY ' ' WS-EDIT-NEW-SALARY ' '
084700         WS-EDIT-OLD-AMOUNT ' ' WS-EDIT-NEW-AMOUNT ' '
084800         WS-EDIT-DIFF ' ' WS-LINE-STATUS
084900         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
085000     WRITE RETRO-REPORT-LINE.
085100     ADD 1 TO WS-EMP-LINES.
085200 3700-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600*    3800-MARK-CHANGES-DONE - FINAL RUNS ONLY.  EVERY PENDING
085700*    ENTRY FOR THE EMPLOYEE HAS NOW BEEN PRICED INTO RETROPND.DAT.
085800*****************************************************************
085900 3800-MARK-CHANGES-DONE.
086000     PERFORM 3110-START-RATE-HISTORY THRU 3110-EXIT.
086100     PERFORM 3810-MARK-ONE-ENTRY THRU 3810-EXIT
086200         UNTIL WS-RH-EOF.
086300 3800-EXIT.
086400     EXIT.
086500
086600 3810-MARK-ONE-ENTRY.
086700     READ PAY-RATE-HIST-FILE NEXT RECORD
086800         AT END
086900             SET WS-RH-EOF TO TRUE
087000             GO TO 3810-EXIT
087100     END-READ.
087200     IF RH-EMP-ID NOT = PE-EMP-ID(PE-IDX)
087300         SET WS-RH-EOF TO TRUE
087400         GO TO 3810-EXIT
087500     END-IF.
087600     IF RH-RETRO-PENDING
087700         MOVE 'D'         TO RH-RETRO-STATUS
087800         MOVE WS-RUN-DATE TO RH-RETRO-RUN-DATE
087900         REWRITE PAY-RATE-HIST-RECORD
088000         ADD 1 TO WS-CHANGES-DONE
088100     END-IF.
088200 3810-EXIT.
088300     EXIT.
088400
088500 3900-WRITE-EMPLOYEE-TOTAL.
088600     MOVE WS-EMP-RETRO-TOTAL TO WS-EDIT-AMOUNT.
088700     MOVE SPACES TO RETRO-REPORT-LINE.
088800     STRING '           RETRO PAY DUE TO ' PE-EMP-ID(PE-IDX)
088900         '          : ' WS-EDIT-AMOUNT
089000         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
089100     WRITE RETRO-REPORT-LINE.
089200     MOVE SPACES TO RETRO-REPORT-LINE.
089300     WRITE RETRO-REPORT-LINE.
089400 3900-EXIT.
089500     EXIT.
089600
089700*****************************************************************
089800*    8000-FINALIZE - REGISTER TOTALS AND STATUS LEGEND
089900*****************************************************************
090000 8000-FINALIZE.
090100     MOVE ALL '-' TO RETRO-REPORT-LINE.
090200     WRITE RETRO-REPORT-LINE.
090300     MOVE WS-PEND-EMP-COUNT TO WS-EDIT-COUNT.
090400     MOVE SPACES TO RETRO-REPORT-LINE.
090500     STRING 'EMPLOYEES WITH PENDING CHANGES   : ' WS-EDIT-COUNT
090600         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
090700     WRITE RETRO-REPORT-LINE.
090800     MOVE WS-EMP-SKIPPED TO WS-EDIT-COUNT.
090900     MOVE SPACES TO RETRO-REPORT-LINE.
091000     STRING 'EMPLOYEES LEFT PENDING           : ' WS-EDIT-COUNT
091100         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
091200     WRITE RETRO-REPORT-LINE.
091300     MOVE WS-PEND-EMP-OVERFLOW TO WS-EDIT-COUNT.
091400     MOVE SPACES TO RETRO-REPORT-LINE.
091500     STRING 'EMPLOYEES HELD FOR NEXT RUN      : ' WS-EDIT-COUNT
091600         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
091700     WRITE RETRO-REPORT-LINE.
091800     MOVE WS-PERIODS-EXAMINED TO WS-EDIT-COUNT.
091900     MOVE SPACES TO RETRO-REPORT-LINE.
092000     STRING 'PERIODS EXAMINED                 : ' WS-EDIT-COUNT
092100         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
092200     WRITE RETRO-REPORT-LINE.
092300     MOVE WS-PERIODS-QUEUED TO WS-EDIT-COUNT.
092400     MOVE SPACES TO RETRO-REPORT-LINE.
092500     STRING 'PERIODS WITH RETRO PAY DUE       : ' WS-EDIT-COUNT
092600         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
092700     WRITE RETRO-REPORT-LINE.
092800     MOVE WS-PERIODS-DECREASE TO WS-EDIT-COUNT.
092900     MOVE SPACES TO RETRO-REPORT-LINE.
093000     STRING 'PERIODS OVERPAID (NOT QUEUED)    : ' WS-EDIT-COUNT
093100         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
093200     WRITE RETRO-REPORT-LINE.
093300     MOVE WS-PERIODS-VOIDED TO WS-EDIT-COUNT.
093400     MOVE SPACES TO RETRO-REPORT-LINE.
093500     STRING 'VOIDED PERIODS REFERRED          : ' WS-EDIT-COUNT
093600         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
093700     WRITE RETRO-REPORT-LINE.
093800     MOVE WS-PERIODS-NO-RATE TO WS-EDIT-COUNT.
093900     MOVE SPACES TO RETRO-REPORT-LINE.
094000     STRING 'PERIODS WITH NO RATE IN FORCE    : ' WS-EDIT-COUNT
094100         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
094200     WRITE RETRO-REPORT-LINE.
094300     MOVE WS-CHANGES-DONE TO WS-EDIT-COUNT.
094400     MOVE SPACES TO RETRO-REPORT-LINE.
094500     STRING 'RATE CHANGES MARKED DONE         : ' WS-EDIT-COUNT
094600         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
094700     WRITE RETRO-REPORT-LINE.
094800     MOVE WS-TOTAL-OLD-AMOUNT TO WS-EDIT-AMOUNT.
094900     MOVE SPACES TO RETRO-REPORT-LINE.
095000     STRING 'TOTAL OLD AMOUNT                 : ' WS-EDIT-AMOUNT
095100         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
095200     WRITE RETRO-REPORT-LINE.
095300     MOVE WS-TOTAL-NEW-AMOUNT TO WS-EDIT-AMOUNT.
095400     MOVE SPACES TO RETRO-REPORT-LINE.
095500     STRING 'TOTAL NEW AMOUNT                 : ' WS-EDIT-AMOUNT
095600         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
095700     WRITE RETRO-REPORT-LINE.
095800     MOVE WS-TOTAL-RETRO-QUEUED TO WS-EDIT-AMOUNT.
095900     MOVE SPACES TO RETRO-REPORT-LINE.
096000     STRING 'TOTAL RETRO PAY DUE              : ' WS-EDIT-AMOUNT
096100         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
096200     WRITE RETRO-REPORT-LINE.
096300     MOVE WS-TOTAL-DECREASE TO WS-EDIT-AMOUNT.
096400     MOVE SPACES TO RETRO-REPORT-LINE.
096500     STRING 'TOTAL OVERPAID (NOT QUEUED)      : ' WS-EDIT-AMOUNT
096600         DELIMITED BY SIZE INTO RETRO-REPORT-LINE.
096700     WRITE RETRO-REPORT-LINE.
096800     MOVE SPACES TO RETRO-REPORT-LINE.
096900     WRITE RETRO-REPORT-LINE.
097000     MOVE 'STATUS: QUEUED   - ON RETROPND.DAT FOR NEXT FINAL PAY'
097100         TO RETRO-REPORT-LINE.
097200     WRITE RETRO-REPORT-LINE.
097300     MOVE '        TRIAL    - WOULD BE QUEUED BY A FINAL RUN'
097400         TO RETRO-REPORT-LINE.
097500     WRITE RETRO-REPORT-LINE.
097600     MOVE '        DECREASE - OVERPAID; RECOVER THROUGH PAYADJ'
097700         TO RETRO-REPORT-LINE.
097800     WRITE RETRO-REPORT-LINE.
097900     MOVE '        VOIDED   - PERIOD REVERSED; REVIEW BY HAND'
098000         TO RETRO-REPORT-LINE.
098100     WRITE RETRO-REPORT-LINE.
098200     MOVE '        NO RATE  - STDHOURS/OTPREMUM NOT IN FORCE'
098300         TO RETRO-REPORT-LINE.
098400     WRITE RETRO-REPORT-LINE.
098500     CLOSE PAY-RATE-HIST-FILE.
098600     CLOSE EMPLOYEE-FILE.
098700     CLOSE PAY-HISTORY-FILE.
098800     IF WS-RETRO-AVAILABLE
098900         CLOSE RETRO-PENDING-FILE
099000     END-IF.
099100     CLOSE RETRO-REPORT-FILE.
099200     DISPLAY 'RETROPAY: PERIODS EXAMINED  ' WS-PERIODS-EXAMINED.
099300     DISPLAY 'RETROPAY: PERIODS QUEUED    ' WS-PERIODS-QUEUED.
099400     DISPLAY 'RETROPAY: RETRO PAY DUE     ' WS-TOTAL-RETRO-QUEUED.
099500     IF WS-PERIODS-VOIDED > ZERO OR WS-PERIODS-NO-RATE > ZERO
099600             OR WS-EMP-SKIPPED > ZERO
099700         MOVE 4 TO RETURN-CODE
099800     END-IF.
099900 8000-EXIT.
100000     EXIT.
