002000*                  SPRAY HALF THE PLANT INTO EXCEPTION.TXT WHILE
002100*                  NOBODY IS AROUND TO FIX IT.  READ-ONLY - NO
002200*                  INPUT FILE IS EVER WRITTEN.
002210*                  A CARD IS ONE CHARGE LINE; EACH LINE'S
002220*                  DEPARTMENT IS VERIFIED AGAINST DEPTMAST.DAT
002230*                  AND THE HOURS LIMITS APPLY TO THE EMPLOYEE'S
002240*                  LINES TOGETHER.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT DESCRIPTION
002760*                    REFILLED BY EVERY LATER RECORD, SO A
002770*                    TRAILER AHEAD OF STRAGGLING CARDS WAS
002780*                    BALANCED AGAINST GARBAGE AT FINALIZE.
002781*    2026-10-15 RTM  LABOR DISTRIBUTION - AN EMPLOYEE MAY SEND
002782*                    SEVERAL CHARGE LINES.  EACH LINE'S CHARGE
002783*                    DEPARTMENT (OR THE HOME DEPT-CODE WHEN
002784*                    BLANK) MUST BE ON DEPTMAST.DAT; A REPEATED
002785*                    DEPARTMENT/PROJECT FOR ONE EMPLOYEE IS THE
002786*                    DUPLICATE NOW, AND THE HOURS LIMITS JUDGE
002787*                    THE EMPLOYEE'S LINES TOGETHER.  THE TRAILER
002788*                    STILL COUNTS AND TOTALS EVERY LINE.
002790*    2026-10-15 RTM  RECORDS START AND END ENTRIES ON THE SHARED
002792*                    JOB-STREAM LOG RUNLOG.DAT WITH THE FEED DATE
002794*                    AND CARD/EXCEPTION/HOURS TOTALS.  PAYROLL
002796*                    FINAL WILL NOT PAY A FEED WITHOUT A CLEAN END
002798*                    ENTRY HERE FOR THE SAME FEED DATE.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. TIMEEDIT.
004900     SELECT GATE-REPORT-FILE ASSIGN TO 'TIMEGATE.TXT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RPT-FILE-STATUS.
005110
005120     SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMAST.DAT'
005130         ORGANIZATION IS SEQUENTIAL
005140         FILE STATUS IS WS-DM-FILE-STATUS.
005150     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
005160         ORGANIZATION IS SEQUENTIAL
005170         FILE STATUS IS WS-LOG-FILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006000
006100 FD  GATE-REPORT-FILE.
006200 01  GATE-REPORT-LINE              PIC X(90).
006210
006220 FD  DEPT-MASTER-FILE.
006230 COPY DEPTREC.
006240
006260 FD  RUN-LOG-FILE.
006280 01  RUN-LOG-FILE-RECORD           PIC X(180).
006300
006400 WORKING-STORAGE SECTION.
006500*****************************************************************
006800 01  WS-TIME-FILE-STATUS           PIC X(02).
006900 01  WS-EMP-FILE-STATUS            PIC X(02).
007000 01  WS-RPT-FILE-STATUS            PIC X(02).
007010 01  WS-DM-FILE-STATUS             PIC X(02).
007050 01  WS-LOG-FILE-STATUS            PIC X(02).
007100
007200*****************************************************************
007300*    SWITCHES
008000
008100 01  WS-DUP-FOUND-SWITCH           PIC X(01).
008200     88  WS-DUP-FOUND                 VALUE 'Y'.
008210
008220 01  WS-SEEN-FOUND-SWITCH          PIC X(01).
008230     88  WS-SEEN-FOUND                VALUE 'Y'.
008240
008250 01  WS-DM-EOF-SWITCH              PIC X(01) VALUE 'N'.
008260     88  WS-DM-EOF                    VALUE 'Y'.
008270
008280 01  WS-DM-FOUND-SWITCH            PIC X(01).
008290     88  WS-DM-FOUND                  VALUE 'Y'.
008300
008400 01  WS-HEADER-SEEN-SWITCH         PIC X(01) VALUE 'N'.
008500     88  WS-HEADER-SEEN               VALUE 'Y'.
012400 01  WS-MAX-OT-HOURS               PIC 9(3)V99 VALUE 60.00.
012500 01  WS-MAX-BONUS-AMOUNT           PIC 9(7)V99 VALUE 10000.00.
012510 01  WS-MAX-PTO-HOURS              PIC 9(3)V99 VALUE 80.00.
012520*    PAYROLL HOLDS EIGHT CHARGE LINES PER EMPLOYEE.
012530 01  WS-MAX-CHARGE-LINES           PIC 9(02) VALUE 8.
012600
012700*****************************************************************
012800*    EDIT / REJECT WORK FIELDS
012900*****************************************************************
013000 01  WS-REJECT-CODE                PIC X(04).
013100 01  WS-REJECT-REASON              PIC X(40).
013110*    THE DEPARTMENT A CARD CHARGES - ITS OWN, OR THE HOME
013120*    DEPT-CODE WHEN THE CARD LEAVES IT BLANK.
013130 01  WS-CHARGE-DEPT                PIC X(05).
013200
013300*****************************************************************
013400*    RUN COUNTERS AND BALANCING TOTALS
013550 01  WS-SAVED-TRL-CARD-COUNT       PIC 9(07) VALUE ZERO.
013560 01  WS-SAVED-TRL-REG-HOURS        PIC 9(7)V99 VALUE ZERO.
013570 01  WS-SAVED-TRL-OT-HOURS         PIC 9(7)V99 VALUE ZERO.
013575 01  WS-SAVED-FEED-DATE            PIC 9(08) VALUE ZERO.
013580
013600 01  WS-RECORDS-READ               PIC 9(07) VALUE ZERO.
013700 01  WS-CARDS-READ                 PIC 9(07) VALUE ZERO.
014500*    RUN DATE
014600*****************************************************************
014700 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
014710
014720*****************************************************************
014730*    JOB-STREAM RUN LOG
014740*****************************************************************
014750 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
014760 COPY RUNLOG.
014800
014900*****************************************************************
015000*    GENERAL EDIT WORK FIELDS
015500
015600*****************************************************************
015700*    SEEN-EMPLOYEE TABLE - ONE ENTRY PER DISTINCT EMP-ID ON THE
015800*    FEED, WITH THE CHARGE LINES IT HAS SENT SO FAR, SO A SECOND
015900*    CARD FOR THE SAME DEPARTMENT/PROJECT IS CAUGHT HERE INSTEAD
016000*    OF DOUBLE-PAYING IN THE NIGHT WINDOW.  THE HOURS ARE RUN
016010*    UP ACROSS THE LINES FOR THE PERIOD LIMITS.  2000 ENTRIES
016020*    MATCHES THE SHOP'S HEADCOUNT CEILING.
016100*****************************************************************
016200 01  SEEN-TABLE-MAX                PIC 9(05) VALUE 2000.
016300 01  SEEN-TABLE.
016500     05  SEEN-ENTRY OCCURS 2000 TIMES
016600                     INDEXED BY SEEN-IDX.
016700         10  SEEN-EMP-ID           PIC X(10).
016710         10  SEEN-REG-HOURS        PIC 9(4)V99.
016720         10  SEEN-OT-HOURS         PIC 9(4)V99.
016730         10  SEEN-LINE-COUNT       PIC 9(02).
016740         10  SEEN-LINE OCCURS 8 TIMES
016750                         INDEXED BY SL-IDX.
016760             15  SEEN-LINE-DEPT        PIC X(05).
016770             15  SEEN-LINE-PROJECT     PIC X(08).
016780
016790*****************************************************************
016791*    DEPARTMENT MASTER TABLE - LOADED FROM DEPTMAST.DAT AT RUN
016792*    START FOR THE CHARGE-DEPARTMENT EDIT.
016793*****************************************************************
016794 01  DEPT-MASTER-MAX               PIC 9(03) VALUE 50.
016795 01  DEPT-MASTER-TABLE.
016796     05  DM-ENTRY-COUNT            PIC 9(03) VALUE ZERO.
016797     05  DM-ENTRY OCCURS 50 TIMES
016798                     INDEXED BY DM-IDX.
016799         10  DMT-DEPT-CODE         PIC X(05).
016800
016900 PROCEDURE DIVISION.
017000*****************************************************************
018400*****************************************************************
018500 1000-INITIALIZE.
018600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018650     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
018700     DISPLAY 'TIMEEDIT - TIMECARD FEED PRE-EDIT GATE'.
018800     OPEN INPUT TIMECARD-FILE.
018900     IF WS-TIME-FILE-STATUS NOT = '00'
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020110     PERFORM 1100-LOAD-DEPT-MASTER THRU 1100-EXIT.
020200     OPEN OUTPUT GATE-REPORT-FILE.
020300     IF WS-RPT-FILE-STATUS NOT = '00'
020400         DISPLAY 'TIMEEDIT: UNABLE TO OPEN TIMEGATE.TXT - STATUS '
021400     WRITE GATE-REPORT-LINE.
021500 1000-EXIT.
021600     EXIT.
021601
021602*****************************************************************
021603*    1100-LOAD-DEPT-MASTER - CHARGE-DEPARTMENT REFERENCE
021604*    WITHOUT IT NO CHARGE LINE CAN BE PROVEN, SO THE GATE STOPS.
021605*****************************************************************
021606 1100-LOAD-DEPT-MASTER.
021607     OPEN INPUT DEPT-MASTER-FILE.
021608     IF WS-DM-FILE-STATUS NOT = '00'
021609         DISPLAY 'TIMEEDIT: UNABLE TO OPEN DEPTMAST.DAT - STATUS '
021610             WS-DM-FILE-STATUS
021611         MOVE 16 TO RETURN-CODE
021612         STOP RUN
021613     END-IF.
021614     PERFORM 1110-LOAD-ONE-DEPT THRU 1110-EXIT
021615         UNTIL WS-DM-EOF.
021616     CLOSE DEPT-MASTER-FILE.
021617 1100-EXIT.
021618     EXIT.
021619
021620 1110-LOAD-ONE-DEPT.
021621     READ DEPT-MASTER-FILE
021622         AT END
021623             SET WS-DM-EOF TO TRUE
021624             GO TO 1110-EXIT
021625     END-READ.
021626     IF DM-ENTRY-COUNT >= DEPT-MASTER-MAX
021627         DISPLAY 'TIMEEDIT: DEPTMAST.DAT EXCEEDS TABLE CAPACITY -'
021628             ' RUN ABORTED'
021629         MOVE 16 TO RETURN-CODE
021630         STOP RUN
021631     END-IF.
021632     ADD 1 TO DM-ENTRY-COUNT.
021633     SET DM-IDX TO DM-ENTRY-COUNT.
021634     MOVE DM-DEPT-CODE TO DMT-DEPT-CODE(DM-IDX).
021635 1110-EXIT.
021636     EXIT.
021700
021800*****************************************************************
021900*    2000-EDIT-ONE-RECORD - DISPATCH CONTROL RECORDS, EDIT CARDS
026300             TO WS-REJECT-REASON
026400         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
026500     END-IF.
026520     IF WS-CTL-FEED-DATE NUMERIC
026540         MOVE WS-CTL-FEED-DATE TO WS-SAVED-FEED-DATE
026560     END-IF.
026600 2100-EXIT.
026700     EXIT.
026800
031800             TO WS-REJECT-REASON
031900         PERFORM 2910-FLAG-CARD THRU 2910-EXIT
032000     END-IF.
032010     PERFORM 2450-CHECK-CHARGE-DEPT THRU 2450-EXIT.
032020     IF NOT WS-DM-FOUND
032030         MOVE 'T025' TO WS-REJECT-CODE
032040         MOVE 'CHARGE DEPARTMENT NOT ON DEPT MASTER'
032050             TO WS-REJECT-REASON
032060         PERFORM 2910-FLAG-CARD THRU 2910-EXIT
032070     END-IF.
032100     PERFORM 2500-FIND-SEEN-EMPLOYEE THRU 2500-EXIT.
032110     IF NOT WS-SEEN-FOUND
032120         PERFORM 2600-REMEMBER-EMPLOYEE THRU 2600-EXIT
032130     END-IF.
032140     PERFORM 2510-FIND-DUPLICATE-LINE THRU 2510-EXIT.
032200     IF WS-DUP-FOUND
032300         MOVE 'T004' TO WS-REJECT-CODE
032400         MOVE 'DUPLICATE CHARGE LINE FOR DEPT/PROJECT'
032500             TO WS-REJECT-REASON
032600         PERFORM 2910-FLAG-CARD THRU 2910-EXIT
032700     ELSE
032710         IF SEEN-LINE-COUNT(SEEN-IDX) >= WS-MAX-CHARGE-LINES
032720             MOVE 'T026' TO WS-REJECT-CODE
032730             MOVE 'MORE THAN 8 CHARGE LINES FOR EMPLOYEE'
032740                 TO WS-REJECT-REASON
032750             PERFORM 2910-FLAG-CARD THRU 2910-EXIT
032760         ELSE
032800             PERFORM 2610-REMEMBER-CHARGE-LINE THRU 2610-EXIT
032810         END-IF
032900     END-IF.
032910*    THE PERIOD LIMITS JUDGE THE EMPLOYEE'S LINES TOGETHER -
032920*    TWO 50-HOUR LINES ARE A 100-HOUR PERIOD.
033000     IF TC-REG-HOURS NOT NUMERIC
033100         MOVE 'T005' TO WS-REJECT-CODE
033200         MOVE 'REGULAR HOURS NOT NUMERIC' TO WS-REJECT-REASON
033300         PERFORM 2910-FLAG-CARD THRU 2910-EXIT
033400     ELSE
033410         ADD TC-REG-HOURS TO SEEN-REG-HOURS(SEEN-IDX)
033500         IF SEEN-REG-HOURS(SEEN-IDX) > WS-MAX-REG-HOURS
033600             MOVE 'T006' TO WS-REJECT-CODE
033700             MOVE 'REGULAR HOURS EXCEED PERIOD LIMIT'
033800                 TO WS-REJECT-REASON
034400         MOVE 'OVERTIME HOURS NOT NUMERIC' TO WS-REJECT-REASON
034500         PERFORM 2910-FLAG-CARD THRU 2910-EXIT
034600     ELSE
034610         ADD TC-OT-HOURS TO SEEN-OT-HOURS(SEEN-IDX)
034700         IF SEEN-OT-HOURS(SEEN-IDX) > WS-MAX-OT-HOURS
034800             MOVE 'T008' TO WS-REJECT-CODE
034900             MOVE 'OVERTIME HOURS EXCEED PERIOD LIMIT'
035000                 TO WS-REJECT-REASON
039400 2400-EXIT.
039500     EXIT.
039600
039601
039602*****************************************************************
039603*    2450-CHECK-CHARGE-DEPT - THE CARD'S CHARGE DEPARTMENT, OR
039604*    THE HOME DEPT-CODE WHEN BLANK, MUST BE ON DEPTMAST.DAT.  A
039605*    BLANK LINE FOR AN EMPLOYEE NOT ON THE MASTER HAS NO HOME
039606*    DEPARTMENT TO PROVE AND IS LEFT TO THE T002 FLAG.
039607*****************************************************************
039608 2450-CHECK-CHARGE-DEPT.
039609     SET WS-DM-FOUND TO TRUE.
039610     IF TC-CHARGE-DEPT NOT = SPACES
039611         MOVE TC-CHARGE-DEPT TO WS-CHARGE-DEPT
039612     ELSE
039613         IF WS-EMP-FOUND
039614             MOVE DEPT-CODE TO WS-CHARGE-DEPT
039615         ELSE
039616             MOVE SPACES TO WS-CHARGE-DEPT
039617             GO TO 2450-EXIT
039618         END-IF
039619     END-IF.
039620     MOVE 'N' TO WS-DM-FOUND-SWITCH.
039621     SET DM-IDX TO 1.
039622     SEARCH DM-ENTRY
039623         AT END
039624             CONTINUE
039625         WHEN DM-IDX <= DM-ENTRY-COUNT
039626                 AND DMT-DEPT-CODE(DM-IDX) = WS-CHARGE-DEPT
039627             SET WS-DM-FOUND TO TRUE
039628     END-SEARCH.
039629 2450-EXIT.
039630     EXIT.
039631
039632*****************************************************************
039633*    2500-FIND-SEEN-EMPLOYEE - HAS THIS EMP-ID ALREADY SENT A
039634*    CARD.  LEAVES SEEN-IDX ON THE MATCH, IF ANY.
039900*****************************************************************
040000 2500-FIND-SEEN-EMPLOYEE.
040100     MOVE 'N' TO WS-SEEN-FOUND-SWITCH.
040200     SET SEEN-IDX TO 1.
040300     SEARCH SEEN-ENTRY
040400         AT END
040500             CONTINUE
040600         WHEN SEEN-IDX <= SEEN-ENTRY-COUNT
040700                 AND SEEN-EMP-ID(SEEN-IDX) = TC-EMP-ID
040800             SET WS-SEEN-FOUND TO TRUE
040900     END-SEARCH.
041000 2500-EXIT.
041100     EXIT.
041101
041102*****************************************************************
041103*    2510-FIND-DUPLICATE-LINE - HAS THE EMPLOYEE ALREADY
041104*    CHARGED THIS DEPARTMENT AND PROJECT
041105*****************************************************************
041106 2510-FIND-DUPLICATE-LINE.
041107     MOVE 'N' TO WS-DUP-FOUND-SWITCH.
041108     SET SL-IDX TO 1.
041109     SEARCH SEEN-LINE
041110         AT END
041111             CONTINUE
041112         WHEN SL-IDX <= SEEN-LINE-COUNT(SEEN-IDX)
041113                 AND SEEN-LINE-DEPT(SEEN-IDX SL-IDX)
041114                     = WS-CHARGE-DEPT
041115                 AND SEEN-LINE-PROJECT(SEEN-IDX SL-IDX)
041116                     = TC-PROJECT-CODE
041117             SET WS-DUP-FOUND TO TRUE
041118     END-SEARCH.
041119 2510-EXIT.
041120     EXIT.
041200
041300 2600-REMEMBER-EMPLOYEE.
041400     IF SEEN-ENTRY-COUNT >= SEEN-TABLE-MAX
042000     ADD 1 TO SEEN-ENTRY-COUNT.
042100     SET SEEN-IDX TO SEEN-ENTRY-COUNT.
042200     MOVE TC-EMP-ID TO SEEN-EMP-ID(SEEN-IDX).
042210     MOVE ZERO      TO SEEN-REG-HOURS(SEEN-IDX).
042220     MOVE ZERO      TO SEEN-OT-HOURS(SEEN-IDX).
042230     MOVE ZERO      TO SEEN-LINE-COUNT(SEEN-IDX).
042300 2600-EXIT.
042400     EXIT.
042410
042420 2610-REMEMBER-CHARGE-LINE.
042430     ADD 1 TO SEEN-LINE-COUNT(SEEN-IDX).
042440     SET SL-IDX TO SEEN-LINE-COUNT(SEEN-IDX).
042450     MOVE WS-CHARGE-DEPT  TO SEEN-LINE-DEPT(SEEN-IDX SL-IDX).
042460     MOVE TC-PROJECT-CODE TO SEEN-LINE-PROJECT(SEEN-IDX SL-IDX).
042470 2610-EXIT.
042480     EXIT.
042500
042600*****************************************************************
042700*    2900-WRITE-EXCEPTION - FEED-LEVEL FAULT (NO CARD ATTACHED)
049000     STRING 'TIMECARDS READ                 : ' WS-EDIT-COUNT
049100         DELIMITED BY SIZE INTO GATE-REPORT-LINE.
049200     WRITE GATE-REPORT-LINE.
049210     MOVE SEEN-ENTRY-COUNT TO WS-EDIT-COUNT.
049220     MOVE SPACES TO GATE-REPORT-LINE.
049230     STRING 'EMPLOYEES ON FEED              : ' WS-EDIT-COUNT
049240         DELIMITED BY SIZE INTO GATE-REPORT-LINE.
049250     WRITE GATE-REPORT-LINE.
049300     MOVE WS-CARDS-CLEAN TO WS-EDIT-COUNT.
049400     MOVE SPACES TO GATE-REPORT-LINE.
049500     STRING 'TIMECARDS CLEAN                : ' WS-EDIT-COUNT
052900     IF WS-EXCEPTION-COUNT > ZERO
053000         MOVE 8 TO RETURN-CODE
053100     END-IF.
053110     MOVE WS-CARDS-READ TO RL-COUNT-1.
053120     MOVE WS-EXCEPTION-COUNT TO RL-COUNT-2.
053130     MOVE WS-TOTAL-REG-HOURS TO RL-AMOUNT-1.
053140     MOVE WS-TOTAL-OT-HOURS TO RL-AMOUNT-2.
053150     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
053200 8000-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
053700*****************************************************************
053800 9700-LOG-STEP-START.
053900     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
054000     SET RL-START-ENTRY TO TRUE.
054100     SET RL-STEP-STARTED TO TRUE.
054200     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
054300         RL-AMOUNT-1 RL-AMOUNT-2.
054400     MOVE SPACES TO RL-MESSAGE.
054500     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
054600 9700-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
055100*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
055200*    RL-AMOUNT-1/2.
055300*****************************************************************
055400 9710-LOG-STEP-END.
055500     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
055600     SET RL-END-ENTRY TO TRUE.
055700     MOVE RETURN-CODE TO RL-RETURN-CODE.
055800     EVALUATE TRUE
055900         WHEN RETURN-CODE = ZERO
056000             SET RL-STEP-CLEAN TO TRUE
056100         WHEN RETURN-CODE < 16
056200             SET RL-STEP-EXCEPTIONS TO TRUE
056300         WHEN OTHER
056400             SET RL-STEP-FAILED TO TRUE
056500     END-EVALUATE.
056600     MOVE SPACES TO RL-MESSAGE.
056700     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
056800 9710-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
057300*****************************************************************
057400 9780-FILL-LOG-COMMON.
057500     MOVE 'TIMEEDIT' TO RL-PROGRAM.
057600     MOVE WS-RUN-DATE TO RL-RUN-DATE.
057700     ACCEPT WS-LOG-TIME FROM TIME.
057800     MOVE WS-LOG-TIME TO RL-RUN-TIME.
057900     MOVE SPACES TO RL-RUN-MODE RL-RUN-TYPE RL-OPERATOR-ID.
058000     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE.
058200     MOVE WS-SAVED-FEED-DATE TO RL-FEED-DATE.
058300 9780-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
058800*****************************************************************
058900 9790-WRITE-RUN-LOG.
059000     OPEN EXTEND RUN-LOG-FILE.
059100     IF WS-LOG-FILE-STATUS = '35'
059200         OPEN OUTPUT RUN-LOG-FILE
059300     END-IF.
059400     IF WS-LOG-FILE-STATUS NOT = '00'
059500         DISPLAY 'TIMEEDIT: UNABLE TO OPEN RUNLOG.DAT - STATUS '
059600             WS-LOG-FILE-STATUS
059700         MOVE 16 TO RETURN-CODE
059800         STOP RUN
059900     END-IF.
060000     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
060100     CLOSE RUN-LOG-FILE.
060200 9790-EXIT.
060300     EXIT.
