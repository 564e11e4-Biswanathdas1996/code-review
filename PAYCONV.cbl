000100*****************************************************************
000200*    PROGRAM-ID..: PAYCONV
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: ONE-TIME CONVERSION OF THE PAYROLL FILES WHOSE
000900*                  STORED LAYOUTS GREW AT THE END FOR EMPLOYEE
001000*                  FICA WITHHOLDING, RETRO PAY, THE OFF-CYCLE
001100*                  SUPPLEMENTAL RUN AND THE CARRIER INTERFACE:
001200*                    PAYHIST.DAT   EE OASDI/MEDICARE, HOURS, BASE
001300*                                  SALARY AND ROW TYPE
001400*                    YTDMAST.DAT   EE OASDI/MEDICARE AND OASDI
001500*                                  WAGES
001600*                    PERIODCT.DAT  OFF-CYCLE SEQUENCE, STATUS,
001700*                                  RUN DATE AND TOTALS
001800*                    BENPLAN.DAT   CARRIER, GROUP NUMBER, PREMIUM
001900*                    BENENRL.DAT   DROP DATE
002000*                  THE CUTOVER JOB, RUN AFTER A COMPLETED PAY RUN,
002100*                  RENAMES EACH FILE TO .OLD (PAYHIST.OLD AND SO
002200*                  ON), RUNS THIS PROGRAM TO BUILD THE NEW .DAT
002300*                  FILES, AND KEEPS THE .OLD FILES AS FALLBACK
002400*                  UNTIL THE FIRST PAYRECON ON THE NEW FILES HAS
002500*                  BALANCED.  EVERY FIELD ALREADY HELD IS CARRIED
002600*                  AS IT STANDS - PAYHIST KEEPS ITS PAY METHOD, SO
002700*                  PRENOTE-PERIOD CHECK ROWS STAY 'P' - AND THE
002800*                  NEW FIELDS START AT ZERO OR SPACES: EVERY OLD
002900*                  PAYHIST ROW IS A PAY ROW (TYPE SPACE), NO
003000*                  PERIOD HAS AN OFF-CYCLE RUN, AND NO PLAN HAS A
003100*                  CARRIER UNTIL ONE IS KEYED.  A DROPPED
003200*                  ENROLLMENT CONVERTS WITH A ZERO DROP DATE AND
003300*                  IS COUNTED SO THE DATES CAN BE KEYED BEFORE THE
003400*                  FIRST CARRIER FEED.  A FILE NOT ON THE SYSTEM
003500*                  IS NOTED AND SKIPPED.
003600*                  TAXACCR.DAT IS NOT CONVERTED - ONLY ITS TAX
003700*                  TYPE CODES WERE ADDED, NOT ITS LAYOUT.
003800*
003900*    MODIFICATION HISTORY
004000*    DATE       INIT DESCRIPTION
004100*    ---------- ---- ------------------------------------------
004200*    2026-10-15 RTM  ORIGINAL VERSION.
004300*****************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. PAYCONV.
004600 AUTHOR. R-T-MORALES.
004700 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
004800 DATE-WRITTEN. 2026-10-15.
004900 DATE-COMPILED.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT OLD-HISTORY-FILE ASSIGN TO 'PAYHIST.OLD'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS OH-KEY
005800         FILE STATUS IS WS-OLD-FILE-STATUS.
005900
006000     SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS PH-KEY
006400         FILE STATUS IS WS-NEW-FILE-STATUS.
006500
006600     SELECT OLD-YTD-FILE ASSIGN TO 'YTDMAST.OLD'
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS OY-EMP-ID
007000         FILE STATUS IS WS-OLD-FILE-STATUS.
007100
007200     SELECT YTD-MASTER-FILE ASSIGN TO 'YTDMAST.DAT'
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS YTD-EMP-ID
007600         FILE STATUS IS WS-NEW-FILE-STATUS.
007700
007800     SELECT OLD-PERIOD-FILE ASSIGN TO 'PERIODCT.OLD'
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS OC-PERIOD-NUMBER
008200         FILE STATUS IS WS-OLD-FILE-STATUS.
008300
008400     SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODCT.DAT'
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS PC-PERIOD-NUMBER
008800         FILE STATUS IS WS-NEW-FILE-STATUS.
008900
009000     SELECT OLD-PLAN-FILE ASSIGN TO 'BENPLAN.OLD'
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-OLD-FILE-STATUS.
009300
009400     SELECT BENEFIT-PLAN-FILE ASSIGN TO 'BENPLAN.DAT'
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-NEW-FILE-STATUS.
009700
009800     SELECT OLD-ENROLL-FILE ASSIGN TO 'BENENRL.OLD'
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS OE-KEY
010200         FILE STATUS IS WS-OLD-FILE-STATUS.
010300
010400     SELECT BENEFIT-ENROLL-FILE ASSIGN TO 'BENENRL.DAT'
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS SEQUENTIAL
010700         RECORD KEY IS BE-KEY
010800         FILE STATUS IS WS-NEW-FILE-STATUS.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011200*****************************************************************
011300*    THE PRE-CONVERSION LAYOUTS, FIELD FOR FIELD THE LEADING PART
011400*    OF THE CURRENT RECORDS
011500*****************************************************************
011600 FD  OLD-HISTORY-FILE.
011700 01  OLD-HISTORY-RECORD.
011800     05  OH-KEY.
011900         10  OH-EMP-ID             PIC X(10).
012000         10  OH-PERIOD-NUMBER      PIC 9(06).
012100         10  OH-REC-SEQ            PIC 9(02).
012200     05  OH-PERIOD-END-DATE        PIC 9(08).
012300     05  OH-GROSS                  PIC S9(8)V99.
012400     05  OH-TAX                    PIC S9(7)V99.
012500     05  OH-BENEFITS               PIC S9(7)V99.
012600     05  OH-OTHER-DEDUCTIONS       PIC S9(7)V99.
012700     05  OH-NET                    PIC S9(8)V99.
012800     05  OH-ACH-TRACE              PIC 9(07).
012900     05  OH-PAY-METHOD             PIC X(01).
013000
013100 FD  PAY-HISTORY-FILE.
013200 COPY PAYHIST.
013300
013400 FD  OLD-YTD-FILE.
013500 01  OLD-YTD-RECORD.
013600     05  OY-EMP-ID                 PIC X(10).
013700     05  OY-GROSS                  PIC 9(9)V99.
013800     05  OY-TAX                    PIC 9(9)V99.
013900     05  OY-BENEFITS               PIC 9(9)V99.
014000     05  OY-NET                    PIC 9(9)V99.
014100     05  OY-PERIODS-PAID           PIC 9(03).
014200     05  OY-LAST-PAY-DATE          PIC 9(08).
014300     05  OY-ER-FICA                PIC 9(9)V99.
014400     05  OY-ER-FUTA                PIC 9(9)V99.
014500     05  OY-ER-SUTA                PIC 9(9)V99.
014600
014700 FD  YTD-MASTER-FILE.
014800 COPY YTDREC.
014900
015000 FD  OLD-PERIOD-FILE.
015100 01  OLD-PERIOD-RECORD.
015200     05  OC-PERIOD-NUMBER          PIC 9(06).
015300     05  OC-STATUS                 PIC X(04).
015400     05  OC-RUN-DATE               PIC 9(08).
015500     05  OC-PERIOD-END-DATE        PIC 9(08).
015600     05  OC-RECORDS-PAID           PIC 9(07).
015700     05  OC-TOTAL-GROSS            PIC 9(11)V99.
015800     05  OC-TOTAL-TAX              PIC 9(11)V99.
015900     05  OC-TOTAL-BENEFITS         PIC 9(11)V99.
016000     05  OC-TOTAL-NET              PIC 9(11)V99.
016100
016200 FD  PERIOD-CONTROL-FILE.
016300 COPY PERIODCT.
016400
016500 FD  OLD-PLAN-FILE.
016600 01  OLD-PLAN-RECORD.
016700     05  OP-PLAN-CODE              PIC X(04).
016800     05  OP-PLAN-DESC              PIC X(30).
016900     05  OP-EMP-SHARE              PIC 9(5)V99.
017000     05  OP-ER-SHARE               PIC 9(5)V99.
017100     05  OP-TAX-FLAG               PIC X(01).
017200
017300 FD  BENEFIT-PLAN-FILE.
017400 COPY BENPLAN.
017500
017600 FD  OLD-ENROLL-FILE.
017700 01  OLD-ENROLL-RECORD.
017800     05  OE-KEY.
017900         10  OE-EMP-ID             PIC X(10).
018000         10  OE-PLAN-CODE          PIC X(04).
018100     05  OE-STATUS                 PIC X(01).
018200         88  OE-DROPPED                VALUE 'D'.
018300     05  OE-START-DATE             PIC 9(08).
018400
018500 FD  BENEFIT-ENROLL-FILE.
018600 COPY BENENRL.
018700
018800 WORKING-STORAGE SECTION.
018900*****************************************************************
019000*    FILE STATUS FIELDS - ONE FILE PAIR IS OPEN AT A TIME
019100*****************************************************************
019200 01  WS-OLD-FILE-STATUS            PIC X(02).
019300 01  WS-NEW-FILE-STATUS            PIC X(02).
019400
019500*****************************************************************
019600*    SWITCHES
019700*****************************************************************
019800 01  WS-OLD-EOF-SWITCH             PIC X(01) VALUE 'N'.
019900     88  WS-OLD-EOF                   VALUE 'Y'.
020000
020100 01  WS-OLD-FOUND-SWITCH           PIC X(01) VALUE 'N'.
020200     88  WS-OLD-FOUND                 VALUE 'Y'.
020300
020400*****************************************************************
020500*    RUN COUNTERS - READ/LOADED/SKIPPED ARE FOR THE FILE IN HAND
020600*****************************************************************
020700 01  WS-FILE-NAME                  PIC X(12) VALUE SPACES.
020800 01  WS-OLD-NAME                   PIC X(12) VALUE SPACES.
020900 01  WS-RECORDS-READ               PIC 9(07) VALUE ZERO.
021000 01  WS-RECORDS-LOADED             PIC 9(07) VALUE ZERO.
021100 01  WS-RECORDS-SKIPPED            PIC 9(07) VALUE ZERO.
021200 01  WS-TOTAL-SKIPPED              PIC 9(07) VALUE ZERO.
021300 01  WS-FILES-CONVERTED            PIC 9(02) VALUE ZERO.
021400 01  WS-FILES-NOT-FOUND            PIC 9(02) VALUE ZERO.
021500 01  WS-DROPS-UNDATED              PIC 9(07) VALUE ZERO.
021600
021700 PROCEDURE DIVISION.
021800*****************************************************************
021900*    0000-MAINLINE
022000*****************************************************************
022100 0000-MAINLINE.
022200     DISPLAY 'PAYCONV - PAYROLL FILE LAYOUT CONVERSION'.
022300     PERFORM 2000-CONVERT-HISTORY THRU 2000-EXIT.
022400     PERFORM 3000-CONVERT-YTD THRU 3000-EXIT.
022500     PERFORM 4000-CONVERT-PERIODS THRU 4000-EXIT.
022600     PERFORM 5000-CONVERT-PLANS THRU 5000-EXIT.
022700     PERFORM 6000-CONVERT-ENROLLMENTS THRU 6000-EXIT.
022800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
022900     STOP RUN.
023000 0000-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400*    2000-CONVERT-HISTORY - PAYHIST.OLD TO PAYHIST.DAT, IN KEY
023500*    ORDER, SO THE KEYS AND SEQUENCES ARE KEPT AS THEY ARE
023600*****************************************************************
023700 2000-CONVERT-HISTORY.
023800     MOVE 'PAYHIST.OLD' TO WS-OLD-NAME.
023900     MOVE 'PAYHIST.DAT' TO WS-FILE-NAME.
024000     OPEN INPUT OLD-HISTORY-FILE.
024100     PERFORM 9000-CHECK-OLD-OPEN THRU 9000-EXIT.
024200     IF NOT WS-OLD-FOUND
024300         GO TO 2000-EXIT
024400     END-IF.
024500     OPEN OUTPUT PAY-HISTORY-FILE.
024600     PERFORM 9100-CHECK-NEW-OPEN THRU 9100-EXIT.
024700     PERFORM 2100-CONVERT-ONE-HISTORY THRU 2100-EXIT
024800         UNTIL WS-OLD-EOF.
024900     CLOSE OLD-HISTORY-FILE.
025000     CLOSE PAY-HISTORY-FILE.
025100     PERFORM 9200-SHOW-FILE-COUNTS THRU 9200-EXIT.
025200 2000-EXIT.
025300     EXIT.
025400
025500 2100-CONVERT-ONE-HISTORY.
025600     READ OLD-HISTORY-FILE NEXT RECORD
025700         AT END
025800             SET WS-OLD-EOF TO TRUE
025900             GO TO 2100-EXIT
026000     END-READ.
026100     ADD 1 TO WS-RECORDS-READ.
026200     MOVE OH-EMP-ID           TO PH-EMP-ID.
026300     MOVE OH-PERIOD-NUMBER    TO PH-PERIOD-NUMBER.
026400     MOVE OH-REC-SEQ          TO PH-REC-SEQ.
026500     MOVE OH-PERIOD-END-DATE  TO PH-PERIOD-END-DATE.
026600     MOVE OH-GROSS            TO PH-GROSS.
026700     MOVE OH-TAX              TO PH-TAX.
026800     MOVE OH-BENEFITS         TO PH-BENEFITS.
026900     MOVE OH-OTHER-DEDUCTIONS TO PH-OTHER-DEDUCTIONS.
027000     MOVE OH-NET              TO PH-NET.
027100     MOVE OH-ACH-TRACE        TO PH-ACH-TRACE.
027200     MOVE OH-PAY-METHOD       TO PH-PAY-METHOD.
027300     MOVE ZERO                TO PH-OASDI.
027400     MOVE ZERO                TO PH-MEDICARE.
027500     MOVE ZERO                TO PH-REG-HOURS.
027600     MOVE ZERO                TO PH-OT-HOURS.
027700     MOVE ZERO                TO PH-BASE-SALARY.
027800     MOVE SPACE               TO PH-ROW-TYPE.
027900     WRITE PAY-HISTORY-RECORD
028000         INVALID KEY
028100             ADD 1 TO WS-RECORDS-SKIPPED
028200             DISPLAY 'PAYCONV: PAYHIST KEY ' PH-KEY
028300                 ' NOT WRITTEN - STATUS ' WS-NEW-FILE-STATUS
028400         NOT INVALID KEY
028500             ADD 1 TO WS-RECORDS-LOADED
028600     END-WRITE.
028700 2100-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100*    3000-CONVERT-YTD - YTDMAST.OLD TO YTDMAST.DAT.  THE EMPLOYEE
029200*    SHARES START AT ZERO FOR THE YEAR IN PROGRESS; THE WAGE BASE
029300*    IS JUDGED FROM YTD-GROSS, SO THE ACCRUAL STILL STOPS THERE.
029400*****************************************************************
029500 3000-CONVERT-YTD.
029600     MOVE 'YTDMAST.OLD' TO WS-OLD-NAME.
029700     MOVE 'YTDMAST.DAT' TO WS-FILE-NAME.
029800     OPEN INPUT OLD-YTD-FILE.
029900     PERFORM 9000-CHECK-OLD-OPEN THRU 9000-EXIT.
030000     IF NOT WS-OLD-FOUND
030100         GO TO 3000-EXIT
030200     END-IF.
030300     OPEN OUTPUT YTD-MASTER-FILE.
030400     PERFORM 9100-CHECK-NEW-OPEN THRU 9100-EXIT.
030500     PERFORM 3100-CONVERT-ONE-YTD THRU 3100-EXIT
030600         UNTIL WS-OLD-EOF.
030700     CLOSE OLD-YTD-FILE.
030800     CLOSE YTD-MASTER-FILE.
030900     PERFORM 9200-SHOW-FILE-COUNTS THRU 9200-EXIT.
031000 3000-EXIT.
031100     EXIT.
031200
031300 3100-CONVERT-ONE-YTD.
031400     READ OLD-YTD-FILE NEXT RECORD
031500         AT END
031600             SET WS-OLD-EOF TO TRUE
031700             GO TO 3100-EXIT
031800     END-READ.
031900     ADD 1 TO WS-RECORDS-READ.
032000     MOVE OY-EMP-ID        TO YTD-EMP-ID.
032100     MOVE OY-GROSS         TO YTD-GROSS.
032200     MOVE OY-TAX           TO YTD-TAX.
032300     MOVE OY-BENEFITS      TO YTD-BENEFITS.
032400     MOVE OY-NET           TO YTD-NET.
032500     MOVE OY-PERIODS-PAID  TO YTD-PERIODS-PAID.
032600     MOVE OY-LAST-PAY-DATE TO YTD-LAST-PAY-DATE.
032700     MOVE OY-ER-FICA       TO YTD-ER-FICA.
032800     MOVE OY-ER-FUTA       TO YTD-ER-FUTA.
032900     MOVE OY-ER-SUTA       TO YTD-ER-SUTA.
033000     MOVE ZERO             TO YTD-EE-OASDI.
033100     MOVE ZERO             TO YTD-EE-MEDICARE.
033200     MOVE ZERO             TO YTD-OASDI-WAGES.
033300     WRITE YTD-MASTER-RECORD
033400         INVALID KEY
033500             ADD 1 TO WS-RECORDS-SKIPPED
033600             DISPLAY 'PAYCONV: YTDMAST KEY ' YTD-EMP-ID
033700                 ' NOT WRITTEN - STATUS ' WS-NEW-FILE-STATUS
033800         NOT INVALID KEY
033900             ADD 1 TO WS-RECORDS-LOADED
034000     END-WRITE.
034100 3100-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*    4000-CONVERT-PERIODS - PERIODCT.OLD TO PERIODCT.DAT WITH NO
034600*    OFF-CYCLE RUN ON ANY PERIOD
034700*****************************************************************
034800 4000-CONVERT-PERIODS.
034900     MOVE 'PERIODCT.OLD' TO WS-OLD-NAME.
035000     MOVE 'PERIODCT.DAT' TO WS-FILE-NAME.
035100     OPEN INPUT OLD-PERIOD-FILE.
035200     PERFORM 9000-CHECK-OLD-OPEN THRU 9000-EXIT.
035300     IF NOT WS-OLD-FOUND
035400         GO TO 4000-EXIT
035500     END-IF.
035600     OPEN OUTPUT PERIOD-CONTROL-FILE.
035700     PERFORM 9100-CHECK-NEW-OPEN THRU 9100-EXIT.
035800     PERFORM 4100-CONVERT-ONE-PERIOD THRU 4100-EXIT
035900         UNTIL WS-OLD-EOF.
036000     CLOSE OLD-PERIOD-FILE.
036100     CLOSE PERIOD-CONTROL-FILE.
036200     PERFORM 9200-SHOW-FILE-COUNTS THRU 9200-EXIT.
036300 4000-EXIT.
036400     EXIT.
036500
036600 4100-CONVERT-ONE-PERIOD.
036700     READ OLD-PERIOD-FILE NEXT RECORD
036800         AT END
036900             SET WS-OLD-EOF TO TRUE
037000             GO TO 4100-EXIT
037100     END-READ.
037200     ADD 1 TO WS-RECORDS-READ.
037300     MOVE OC-PERIOD-NUMBER   TO PC-PERIOD-NUMBER.
037400     MOVE OC-STATUS          TO PC-STATUS.
037500     MOVE OC-RUN-DATE        TO PC-RUN-DATE.
037600     MOVE OC-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
037700     MOVE OC-RECORDS-PAID    TO PC-RECORDS-PAID.
037800     MOVE OC-TOTAL-GROSS     TO PC-TOTAL-GROSS.
037900     MOVE OC-TOTAL-TAX       TO PC-TOTAL-TAX.
038000     MOVE OC-TOTAL-BENEFITS  TO PC-TOTAL-BENEFITS.
038100     MOVE OC-TOTAL-NET       TO PC-TOTAL-NET.
038200     MOVE ZERO               TO PC-OFFCYCLE-SEQ.
038300     MOVE SPACES             TO PC-OFFCYCLE-STATUS.
038400     MOVE ZERO               TO PC-OFFCYCLE-RUN-DATE.
038500     MOVE ZERO               TO PC-OFFCYCLE-RECORDS-PAID.
038600     MOVE ZERO               TO PC-OFFCYCLE-TOTAL-GROSS.
038700     MOVE ZERO               TO PC-OFFCYCLE-TOTAL-NET.
038800     WRITE PERIOD-CONTROL-RECORD
038900         INVALID KEY
039000             ADD 1 TO WS-RECORDS-SKIPPED
039100             DISPLAY 'PAYCONV: PERIODCT KEY ' PC-PERIOD-NUMBER
039200                 ' NOT WRITTEN - STATUS ' WS-NEW-FILE-STATUS
039300         NOT INVALID KEY
039400             ADD 1 TO WS-RECORDS-LOADED
039500     END-WRITE.
039600 4100-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*    5000-CONVERT-PLANS - BENPLAN.OLD TO BENPLAN.DAT IN FILE
040100*    ORDER, WITH NO CARRIER UNTIL ONE IS KEYED
040200*****************************************************************
040300 5000-CONVERT-PLANS.
040400     MOVE 'BENPLAN.OLD' TO WS-OLD-NAME.
040500     MOVE 'BENPLAN.DAT' TO WS-FILE-NAME.
040600     OPEN INPUT OLD-PLAN-FILE.
040700     PERFORM 9000-CHECK-OLD-OPEN THRU 9000-EXIT.
040800     IF NOT WS-OLD-FOUND
040900         GO TO 5000-EXIT
041000     END-IF.
041100     OPEN OUTPUT BENEFIT-PLAN-FILE.
041200     PERFORM 9100-CHECK-NEW-OPEN THRU 9100-EXIT.
041300     PERFORM 5100-CONVERT-ONE-PLAN THRU 5100-EXIT
041400         UNTIL WS-OLD-EOF.
041500     CLOSE OLD-PLAN-FILE.
041600     CLOSE BENEFIT-PLAN-FILE.
041700     PERFORM 9200-SHOW-FILE-COUNTS THRU 9200-EXIT.
041800 5000-EXIT.
041900     EXIT.
042000
042100 5100-CONVERT-ONE-PLAN.
042200     READ OLD-PLAN-FILE
042300         AT END
042400             SET WS-OLD-EOF TO TRUE
042500             GO TO 5100-EXIT
042600     END-READ.
042700     ADD 1 TO WS-RECORDS-READ.
042800     MOVE OP-PLAN-CODE  TO BP-PLAN-CODE.
042900     MOVE OP-PLAN-DESC  TO BP-PLAN-DESC.
043000     MOVE OP-EMP-SHARE  TO BP-EMP-SHARE.
043100     MOVE OP-ER-SHARE   TO BP-ER-SHARE.
043200     MOVE OP-TAX-FLAG   TO BP-TAX-FLAG.
043300     MOVE SPACES        TO BP-CARRIER-NUMBER.
043400     MOVE SPACES        TO BP-GROUP-NUMBER.
043500     MOVE ZERO          TO BP-MONTHLY-PREMIUM.
043600     WRITE BENEFIT-PLAN-RECORD.
043700     IF WS-NEW-FILE-STATUS NOT = '00'
043800         DISPLAY 'PAYCONV: UNABLE TO WRITE BENPLAN.DAT - STATUS '
043900             WS-NEW-FILE-STATUS
044000         MOVE 16 TO RETURN-CODE
044100         STOP RUN
044200     END-IF.
044300     ADD 1 TO WS-RECORDS-LOADED.
044400 5100-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*    6000-CONVERT-ENROLLMENTS - BENENRL.OLD TO BENENRL.DAT.  THE
044900*    OLD FILE HELD NO DROP DATE, SO A DROPPED ENROLLMENT IS
045000*    COUNTED FOR ITS DATE TO BE KEYED.
045100*****************************************************************
045200 6000-CONVERT-ENROLLMENTS.
045300     MOVE 'BENENRL.OLD' TO WS-OLD-NAME.
045400     MOVE 'BENENRL.DAT' TO WS-FILE-NAME.
045500     OPEN INPUT OLD-ENROLL-FILE.
045600     PERFORM 9000-CHECK-OLD-OPEN THRU 9000-EXIT.
045700     IF NOT WS-OLD-FOUND
045800         GO TO 6000-EXIT
045900     END-IF.
046000     OPEN OUTPUT BENEFIT-ENROLL-FILE.
046100     PERFORM 9100-CHECK-NEW-OPEN THRU 9100-EXIT.
046200     PERFORM 6100-CONVERT-ONE-ENROLLMENT THRU 6100-EXIT
046300         UNTIL WS-OLD-EOF.
046400     CLOSE OLD-ENROLL-FILE.
046500     CLOSE BENEFIT-ENROLL-FILE.
046600     PERFORM 9200-SHOW-FILE-COUNTS THRU 9200-EXIT.
046700     IF WS-DROPS-UNDATED > ZERO
046800         DISPLAY 'PAYCONV: ' WS-DROPS-UNDATED
046900             ' DROPPED ENROLLMENTS NEED A DROP DATE KEYED'
047000     END-IF.
047100 6000-EXIT.
047200     EXIT.
047300
047400 6100-CONVERT-ONE-ENROLLMENT.
047500     READ OLD-ENROLL-FILE NEXT RECORD
047600         AT END
047700             SET WS-OLD-EOF TO TRUE
047800             GO TO 6100-EXIT
047900     END-READ.
048000     ADD 1 TO WS-RECORDS-READ.
048100     MOVE OE-EMP-ID     TO BE-EMP-ID.
048200     MOVE OE-PLAN-CODE  TO BE-PLAN-CODE.
048300     MOVE OE-STATUS     TO BE-STATUS.
048400     MOVE OE-START-DATE TO BE-START-DATE.
048500     MOVE ZERO          TO BE-DROP-DATE.
048600     IF OE-DROPPED
048700         ADD 1 TO WS-DROPS-UNDATED
048800     END-IF.
048900     WRITE BENEFIT-ENROLL-RECORD
049000         INVALID KEY
049100             ADD 1 TO WS-RECORDS-SKIPPED
049200             DISPLAY 'PAYCONV: BENENRL KEY ' BE-KEY
049300                 ' NOT WRITTEN - STATUS ' WS-NEW-FILE-STATUS
049400         NOT INVALID KEY
049500             ADD 1 TO WS-RECORDS-LOADED
049600     END-WRITE.
049700 6100-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100*    8000-FINALIZE
050200*****************************************************************
050300 8000-FINALIZE.
050400     DISPLAY 'PAYCONV SUMMARY:'.
050500     DISPLAY '  FILES CONVERTED       : ' WS-FILES-CONVERTED.
050600     DISPLAY '  FILES NOT ON SYSTEM   : ' WS-FILES-NOT-FOUND.
050700     DISPLAY '  RECORDS SKIPPED       : ' WS-TOTAL-SKIPPED.
050800     DISPLAY '  DROPS WITH NO DATE    : ' WS-DROPS-UNDATED.
050900     IF WS-FILES-NOT-FOUND > ZERO OR WS-DROPS-UNDATED > ZERO
051000         MOVE 4 TO RETURN-CODE
051100     END-IF.
051200     IF WS-TOTAL-SKIPPED > ZERO
051300         MOVE 8 TO RETURN-CODE
051400     END-IF.
051500 8000-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*    9000-CHECK-OLD-OPEN - '35' IS A FILE NOT ON THIS SYSTEM,
052000*    NOTED AND SKIPPED; THE COUNTS ARE RESET FOR THE FILE IN HAND
052100*****************************************************************
052200 9000-CHECK-OLD-OPEN.
052300     MOVE 'N' TO WS-OLD-FOUND-SWITCH.
052400     MOVE 'N' TO WS-OLD-EOF-SWITCH.
052500     MOVE ZERO TO WS-RECORDS-READ.
052600     MOVE ZERO TO WS-RECORDS-LOADED.
052700     MOVE ZERO TO WS-RECORDS-SKIPPED.
052800     IF WS-OLD-FILE-STATUS = '35'
052900         DISPLAY 'PAYCONV: ' WS-OLD-NAME ' NOT ON THE SYSTEM - '
053000             WS-FILE-NAME ' NOT CONVERTED'
053100         ADD 1 TO WS-FILES-NOT-FOUND
053200         GO TO 9000-EXIT
053300     END-IF.
053400     IF WS-OLD-FILE-STATUS NOT = '00'
053500         DISPLAY 'PAYCONV: UNABLE TO OPEN ' WS-OLD-NAME
053600             ' - STATUS ' WS-OLD-FILE-STATUS
053700         MOVE 16 TO RETURN-CODE
053800         STOP RUN
053900     END-IF.
054000     SET WS-OLD-FOUND TO TRUE.
054100 9000-EXIT.
054200     EXIT.
054300
054400 9100-CHECK-NEW-OPEN.
054500     IF WS-NEW-FILE-STATUS NOT = '00'
054600         DISPLAY 'PAYCONV: UNABLE TO CREATE ' WS-FILE-NAME
054700             ' - STATUS ' WS-NEW-FILE-STATUS
054800         MOVE 16 TO RETURN-CODE
054900         STOP RUN
055000     END-IF.
055100 9100-EXIT.
055200     EXIT.
055300
055400 9200-SHOW-FILE-COUNTS.
055500     ADD 1 TO WS-FILES-CONVERTED.
055600     ADD WS-RECORDS-SKIPPED TO WS-TOTAL-SKIPPED.
055700     DISPLAY 'PAYCONV: ' WS-OLD-NAME ' TO ' WS-FILE-NAME.
055800     DISPLAY '  RECORDS READ    : ' WS-RECORDS-READ.
055900     DISPLAY '  RECORDS LOADED  : ' WS-RECORDS-LOADED.
056000     DISPLAY '  RECORDS SKIPPED : ' WS-RECORDS-SKIPPED.
056100 9200-EXIT.
056200     EXIT.
