000100*****************************************************************
000200*    PROGRAM-ID..: OPSRPT
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: DAILY JOB-STREAM OPERATIONS REPORT.  READS THE
000900*                  SHARED STEP LOG RUNLOG.DAT FROM THE TOP AND
001000*                  LISTS EVERY PAYROLL STEP LOGGED ON THE REPORT
001100*                  DATE, IN THE ORDER IT STARTED, WITH ITS PERIOD,
001200*                  OPERATOR, OUTCOME, RETURN CODE AND CONTROL
001300*                  TOTALS, ON OPSRPT.TXT.  FLAGGED UNDER THE STEP:
001400*                    - A START WITH NO END ENTRY (THE STEP ABENDED
001500*                      OR WAS STOPPED BY A HOLD)
001600*                    - AN END WITH NO START ENTRY
001700*                    - A STEP REFUSED FOR A MISSING PREREQUISITE,
001800*                      WITH THE REASON IT LOGGED
001900*                    - A STEP THAT FAILED OR ENDED WITH EXCEPTIONS
002000*                    - A PREREQUISITE SKIPPED: A REGULAR PAYROLL
002100*                      FINAL WITH NO CLEAN TIMEEDIT GATE FOR ITS
002200*                      FEED DATE, OR A YEAREND WITH NO IN-BALANCE
002300*                      PAYRECON FOR THE YEAR SINCE THE YTD MASTER
002400*                      LAST MOVED - THE SAME RULES PAYROLL AND
002500*                      YEAREND APPLY BEFORE THEY RUN.
002600*                  ENTRIES OF EARLIER DAYS ARE READ ONLY TO KNOW
002700*                  WHAT HAD RUN BEFORE EACH STEP.  THE REPORT DATE
002800*                  IS THE RUN DATE UNLESS THE OPTIONAL OPSCTL.DAT
002900*                  NAMES ANOTHER (YYYYMMDD IN COLUMNS 1-8).
003000*                  READ-ONLY; RC 4 WHEN ANYTHING IS FLAGGED.
003100*
003200*    MODIFICATION HISTORY
003300*    DATE       INIT DESCRIPTION
003400*    ---------- ---- ------------------------------------------
003500*    2026-10-15 RTM  ORIGINAL VERSION.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. OPSRPT.
003900 AUTHOR. R-T-MORALES.
004000 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPS-CONTROL-FILE ASSIGN TO 'OPSCTL.DAT'
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CTL-FILE-STATUS.
005000
005100     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-LOG-FILE-STATUS.
005400
005500     SELECT OPS-REPORT-FILE ASSIGN TO 'OPSRPT.TXT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*****************************************************************
006200*    CONTROL RECORD - REPORT DATE YYYYMMDD.  NO FILE, NO RECORD
006300*    OR A BLANK DATE REPORTS THE RUN DATE.
006400*****************************************************************
006500 FD  OPS-CONTROL-FILE.
006600 01  OPS-CONTROL-RECORD.
006700     05  OC-REPORT-DATE            PIC X(08).
006800     05  OC-REPORT-DATE-N REDEFINES OC-REPORT-DATE
006900                                   PIC 9(08).
007000
007100 FD  RUN-LOG-FILE.
007200 01  RUN-LOG-FILE-RECORD           PIC X(180).
007300
007400 FD  OPS-REPORT-FILE.
007500 01  OPS-REPORT-LINE               PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900*    FILE STATUS FIELDS
008000*****************************************************************
008100 01  WS-CTL-FILE-STATUS            PIC X(02).
008200 01  WS-LOG-FILE-STATUS            PIC X(02).
008300 01  WS-RPT-FILE-STATUS            PIC X(02).
008400
008500*****************************************************************
008600*    SWITCHES
008700*****************************************************************
008800 01  WS-LOG-EOF-SWITCH             PIC X(01) VALUE 'N'.
008900     88  WS-LOG-EOF                   VALUE 'Y'.
009000
009100 01  WS-LOG-SWITCH                 PIC X(01) VALUE 'N'.
009200     88  WS-LOG-AVAILABLE             VALUE 'Y'.
009300
009400 01  WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
009500     88  WS-FOUND                     VALUE 'Y'.
009600
009700*****************************************************************
009800*    RUN DATE AND REPORT DATE
009900*****************************************************************
010000 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
010100 01  WS-REPORT-DATE                PIC 9(08) VALUE ZERO.
010200
010300*****************************************************************
010400*    JOB-STREAM RUN LOG ENTRY
010500*****************************************************************
010600 COPY RUNLOG.
010700
010800*****************************************************************
010900*    STEPS OF THE REPORT DATE, IN THE ORDER THEY STARTED.  AN END
011000*    ENTRY IS PAIRED WITH THE LATEST OPEN START OF THE SAME
011100*    PROGRAM; ONE WITH NO OPEN START IS LISTED AS A STEP OF ITS
011200*    OWN AT THE POINT IT ENDED.
011300*****************************************************************
011400 01  WS-STEP-MAX                   PIC 9(04) VALUE 500.
011500 01  WS-STEP-COUNT                 PIC 9(04) VALUE ZERO.
011600 01  WS-STEP-TABLE.
011700     05  ST-ENTRY                  OCCURS 500 TIMES.
011800         10  ST-PROGRAM            PIC X(08).
011900         10  ST-START-SWITCH       PIC X(01).
012000             88  ST-HAS-START          VALUE 'Y'.
012100         10  ST-START-TIME         PIC 9(08).
012200         10  ST-END-SWITCH         PIC X(01).
012300             88  ST-HAS-END            VALUE 'Y'.
012400         10  ST-END-TIME           PIC 9(08).
012500         10  ST-RUN-MODE           PIC X(05).
012600         10  ST-RUN-TYPE           PIC X(01).
012700         10  ST-PERIOD-NUMBER      PIC 9(06).
012800         10  ST-FEED-DATE          PIC 9(08).
012900         10  ST-OPERATOR-ID        PIC X(10).
013000         10  ST-STEP-STATUS        PIC X(01).
013100             88  ST-NO-END             VALUE 'S'.
013200             88  ST-CLEAN              VALUE 'C'.
013300             88  ST-EXCEPTIONS         VALUE 'X'.
013400             88  ST-REFUSED            VALUE 'R'.
013500             88  ST-FAILED             VALUE 'F'.
013600         10  ST-RETURN-CODE        PIC 9(04).
013700         10  ST-COUNT-1            PIC 9(09).
013800         10  ST-COUNT-2            PIC 9(09).
013900         10  ST-AMOUNT-1           PIC 9(11)V99.
014000         10  ST-AMOUNT-2           PIC 9(11)V99.
014100         10  ST-MESSAGE            PIC X(50).
014200         10  ST-PREREQ-MESSAGE     PIC X(72).
014300 01  WS-STEP-SUB                   PIC 9(04) VALUE ZERO.
014400 01  WS-MATCH-SUB                  PIC 9(04) VALUE ZERO.
014500
014600*****************************************************************
014700*    TIMEEDIT GATES BY FEED DATE - THE LATEST END ENTRY FOR A
014800*    FEED DATE WINS, AS IN PAYROLL
014900*****************************************************************
015000 01  WS-GATE-MAX                   PIC 9(04) VALUE 1000.
015100 01  WS-GATE-COUNT                 PIC 9(04) VALUE ZERO.
015200 01  WS-GATE-TABLE.
015300     05  GT-ENTRY                  OCCURS 1000 TIMES
015400                                   INDEXED BY GT-IDX.
015500         10  GT-FEED-DATE          PIC 9(08).
015600         10  GT-STEP-STATUS        PIC X(01).
015700             88  GT-CLEAN              VALUE 'C'.
015800
015900*****************************************************************
016000*    PAYRECON BY TAX YEAR - THE LATEST END ENTRY FOR A YEAR WINS
016100*    AND IS STALE ONCE A FINAL PAY RUN, A VOID OR REISSUE, OR A
016200*    PAYMAINT PAYOUT HAS MOVED THE YTD MASTER, AS IN YEAREND
016300*****************************************************************
016400 01  WS-RECON-MAX                  PIC 9(03) VALUE 100.
016500 01  WS-RECON-COUNT                PIC 9(03) VALUE ZERO.
016600 01  WS-RECON-TABLE.
016700     05  RN-ENTRY                  OCCURS 100 TIMES
016800                                   INDEXED BY RN-IDX.
016900         10  RN-TAX-YEAR           PIC 9(04).
017000         10  RN-STEP-STATUS        PIC X(01).
017100             88  RN-BALANCED           VALUE 'C'.
017200         10  RN-STALE-SWITCH       PIC X(01).
017300             88  RN-STALE              VALUE 'Y'.
017400
017500*****************************************************************
017600*    CONTROL TOTALS CARRIED BY EACH STEP, FOR THE LEGEND
017700*****************************************************************
017800 01  WS-LEGEND-LINES.
017900     05  FILLER                    PIC X(36)
018000             VALUE 'TIMEEDIT  CARDS READ    EXCEPTIONS'.
018100     05  FILLER                    PIC X(32)
018200             VALUE 'REGULAR HOURS    OVERTIME HOURS'.
018300     05  FILLER                    PIC X(36)
018400             VALUE 'PAYROLL   PAID          REJECTED'.
018500     05  FILLER                    PIC X(32)
018600             VALUE 'GROSS PAY        NET PAY'.
018700     05  FILLER                    PIC X(36)
018800             VALUE 'PAYRECON  IN BALANCE    OUT/MISSING'.
018900     05  FILLER                    PIC X(32)
019000             VALUE SPACES.
019100     05  FILLER                    PIC X(36)
019200             VALUE 'PAYADJ    VOIDS         REISSUES'.
019300     05  FILLER                    PIC X(32)
019400             VALUE 'TOTAL VOIDED     TOTAL REISSUED'.
019500     05  FILLER                    PIC X(36)
019600             VALUE 'ACHRETRN  ENTRIES READ  REJECTED'.
019700     05  FILLER                    PIC X(32)
019800             VALUE SPACES.
019900     05  FILLER                    PIC X(36)
020000             VALUE 'CHKRECON  MARKED PAID   OUTSTANDING'.
020100     05  FILLER                    PIC X(32)
020200             VALUE 'OUTSTANDING AMT  STALE AMOUNT'.
020300     05  FILLER                    PIC X(36)
020400             VALUE 'PAYMAINT  APPLIED       REJECTED'.
020500     05  FILLER                    PIC X(32)
020600             VALUE 'PAYOUT GROSS'.
020700     05  FILLER                    PIC X(36)
020800             VALUE 'TAXQTR    QUARTER ROWS  UNKNOWN'.
020900     05  FILLER                    PIC X(32)
021000             VALUE 'QTR LIABILITY    YTD LIABILITY'.
021100     05  FILLER                    PIC X(36)
021200             VALUE 'YEAREND   STATEMENTS    ARCHIVED'.
021300     05  FILLER                    PIC X(32)
021400             VALUE 'TOTAL GROSS      TOTAL TAX'.
021500 01  WS-LEGEND-TABLE REDEFINES WS-LEGEND-LINES.
021600     05  LG-LINE                   PIC X(68) OCCURS 9 TIMES
021700                                   INDEXED BY LG-IDX.
021800
021900*****************************************************************
022000*    TIME OF DAY, HHMMSSHH AS LOGGED, EDITED HH:MM:SS
022100*****************************************************************
022200 01  WS-TIME-WORK                  PIC 9(08) VALUE ZERO.
022300 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
022400     05  WS-TIME-HH                PIC 9(02).
022500     05  WS-TIME-MM                PIC 9(02).
022600     05  WS-TIME-SS                PIC 9(02).
022700     05  FILLER                    PIC 9(02).
022800 01  WS-EDIT-TIME.
022900     05  WS-EDIT-HH                PIC 9(02).
023000     05  FILLER                    PIC X(01) VALUE ':'.
023100     05  WS-EDIT-MM                PIC 9(02).
023200     05  FILLER                    PIC X(01) VALUE ':'.
023300     05  WS-EDIT-SS                PIC 9(02).
023400
023500*****************************************************************
023600*    RUN COUNTERS AND EDIT FIELDS
023700*****************************************************************
023800 01  WS-LOG-READ                   PIC 9(07) VALUE ZERO.
023900 01  WS-CLEAN-COUNT                PIC 9(04) VALUE ZERO.
024000 01  WS-EXCEPTION-COUNT            PIC 9(04) VALUE ZERO.
024100 01  WS-REFUSED-COUNT              PIC 9(04) VALUE ZERO.
024200 01  WS-FAILED-COUNT               PIC 9(04) VALUE ZERO.
024300 01  WS-NO-END-COUNT               PIC 9(04) VALUE ZERO.
024400 01  WS-NO-START-COUNT             PIC 9(04) VALUE ZERO.
024500 01  WS-PREREQ-COUNT               PIC 9(04) VALUE ZERO.
024600 01  WS-FLAG-TOTAL                 PIC 9(04) VALUE ZERO.
024700 01  WS-NOTE-COUNT                 PIC 9(03) VALUE ZERO.
024800 01  WS-FLAG-TEXT                  PIC X(80) VALUE SPACES.
024900 01  WS-STATUS-TEXT                PIC X(10) VALUE SPACES.
025000 01  WS-SUMMARY-LABEL              PIC X(31) VALUE SPACES.
025100 01  WS-SUMMARY-COUNT              PIC 9(07) VALUE ZERO.
025200 01  WS-EDIT-SEQ                   PIC ZZ9.
025300 01  WS-EDIT-START                 PIC X(08) VALUE SPACES.
025400 01  WS-EDIT-END                   PIC X(08) VALUE SPACES.
025500 01  WS-EDIT-PERIOD                PIC X(06) VALUE SPACES.
025600 01  WS-EDIT-FEED                  PIC X(08) VALUE SPACES.
025700 01  WS-EDIT-RC                    PIC ZZZ9.
025800 01  WS-EDIT-COUNT-1               PIC ZZZZZZZZ9.
025900 01  WS-EDIT-COUNT-2               PIC ZZZZZZZZ9.
026000 01  WS-EDIT-AMOUNT-1              PIC ZZZZZZZZZZ9.99.
026100 01  WS-EDIT-AMOUNT-2              PIC ZZZZZZZZZZ9.99.
026200 01  WS-EDIT-COUNT                 PIC Z,ZZZ,ZZ9.
026300
026400 PROCEDURE DIVISION.
026500*****************************************************************
026600*    0000-MAINLINE
026700*****************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027000     PERFORM 2000-SCAN-RUN-LOG THRU 2000-EXIT.
027100     PERFORM 3000-WRITE-STEPS THRU 3000-EXIT.
027200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
027300     STOP RUN.
027400 0000-EXIT.
027500     EXIT.
027600
027700*****************************************************************
027800*    1000-INITIALIZE
027900*    A MISSING RUNLOG.DAT IS NOTED - NO STEP HAS LOGGED A RUN ON
028000*    THIS SYSTEM YET.
028100*****************************************************************
028200 1000-INITIALIZE.
028300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028400     DISPLAY 'OPSRPT - JOB-STREAM OPERATIONS REPORT'.
028500     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
028600     OPEN INPUT OPS-CONTROL-FILE.
028700     EVALUATE WS-CTL-FILE-STATUS
028800         WHEN '00'
028900             PERFORM 1100-READ-CONTROL THRU 1100-EXIT
029000         WHEN '35'
029100             CONTINUE
029200         WHEN OTHER
029300             DISPLAY 'OPSRPT: UNABLE TO OPEN OPSCTL.DAT - STATUS '
029400                 WS-CTL-FILE-STATUS
029500             MOVE 16 TO RETURN-CODE
029600             STOP RUN
029700     END-EVALUATE.
029800     OPEN OUTPUT OPS-REPORT-FILE.
029900     IF WS-RPT-FILE-STATUS NOT = '00'
030000         DISPLAY 'OPSRPT: UNABLE TO OPEN OPSRPT.TXT - STATUS '
030100             WS-RPT-FILE-STATUS
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     MOVE SPACES TO OPS-REPORT-LINE.
030600     STRING 'PAYROLL JOB-STREAM OPERATIONS REPORT - REPORT DATE '
030700         WS-REPORT-DATE '  RUN DATE ' WS-RUN-DATE
030800         DELIMITED BY SIZE INTO OPS-REPORT-LINE.
030900     WRITE OPS-REPORT-LINE.
031000     MOVE ALL '-' TO OPS-REPORT-LINE.
031100     WRITE OPS-REPORT-LINE.
031200     OPEN INPUT RUN-LOG-FILE.
031300     EVALUATE WS-LOG-FILE-STATUS
031400         WHEN '00'
031500             SET WS-LOG-AVAILABLE TO TRUE
031600         WHEN '35'
031700             MOVE SPACES TO OPS-REPORT-LINE
031800             STRING 'NOTE - RUNLOG.DAT IS NOT ON THE SYSTEM - NO '
031900                 'STEP HAS LOGGED A RUN'
032000                 DELIMITED BY SIZE INTO OPS-REPORT-LINE
032100             WRITE OPS-REPORT-LINE
032200             ADD 1 TO WS-NOTE-COUNT
032300         WHEN OTHER
032400             DISPLAY 'OPSRPT: UNABLE TO OPEN RUNLOG.DAT - STATUS '
032500                 WS-LOG-FILE-STATUS
032600             MOVE 16 TO RETURN-CODE
032700             STOP RUN
032800     END-EVALUATE.
032900 1000-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300*    1100-READ-CONTROL - REPORT DATE FROM OPSCTL.DAT
033400*****************************************************************
033500 1100-READ-CONTROL.
033600     READ OPS-CONTROL-FILE
033700         AT END
033800             CLOSE OPS-CONTROL-FILE
033900             GO TO 1100-EXIT
034000     END-READ.
034100     CLOSE OPS-CONTROL-FILE.
034200     IF OC-REPORT-DATE = SPACES
034300         GO TO 1100-EXIT
034400     END-IF.
034500     IF OC-REPORT-DATE NOT NUMERIC OR OC-REPORT-DATE-N = ZERO
034600         DISPLAY 'OPSRPT: OPSCTL.DAT REPORT DATE ' OC-REPORT-DATE
034700             ' IS NOT A DATE'
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     MOVE OC-REPORT-DATE-N TO WS-REPORT-DATE.
035200 1100-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600*    2000-SCAN-RUN-LOG - ONE PASS OVER THE WHOLE LOG
035700*****************************************************************
035800 2000-SCAN-RUN-LOG.
035900     IF NOT WS-LOG-AVAILABLE
036000         GO TO 2000-EXIT
036100     END-IF.
036200     PERFORM 2100-READ-ONE-LOG-ENTRY THRU 2100-EXIT
036300         UNTIL WS-LOG-EOF.
036400     CLOSE RUN-LOG-FILE.
036500 2000-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*    2100-READ-ONE-LOG-ENTRY - ENTRIES OF THE REPORT DATE GO ON
037000*    THE STEP TABLE.  END ENTRIES OF EVERY DATE KEEP THE GATE AND
037100*    RECON STATE; A STEP IS JUDGED AGAINST THAT STATE BEFORE ITS
037200*    OWN END ENTRY IS APPLIED TO IT.
037300*****************************************************************
037400 2100-READ-ONE-LOG-ENTRY.
037500     READ RUN-LOG-FILE INTO RUN-LOG-RECORD
037600         AT END
037700             SET WS-LOG-EOF TO TRUE
037800             GO TO 2100-EXIT
037900     END-READ.
038000     ADD 1 TO WS-LOG-READ.
038100     IF RL-RUN-DATE = WS-REPORT-DATE
038200         IF RL-START-ENTRY
038300             PERFORM 2200-START-STEP THRU 2200-EXIT
038400         END-IF
038500         IF RL-END-ENTRY
038600             PERFORM 2300-END-STEP THRU 2300-EXIT
038700         END-IF
038800     END-IF.
038900     IF RL-END-ENTRY
039000         PERFORM 2500-APPLY-STATE THRU 2500-EXIT
039100     END-IF.
039200 2100-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600*    2200-START-STEP / 2210-NEW-STEP-ROW
039700*****************************************************************
039800 2200-START-STEP.
039900     PERFORM 2210-NEW-STEP-ROW THRU 2210-EXIT.
040000     MOVE 'Y' TO ST-START-SWITCH(WS-STEP-SUB).
040100     MOVE RL-RUN-TIME TO ST-START-TIME(WS-STEP-SUB).
040200 2200-EXIT.
040300     EXIT.
040400
040500 2210-NEW-STEP-ROW.
040600     IF WS-STEP-COUNT >= WS-STEP-MAX
040700         DISPLAY 'OPSRPT: STEP TABLE FULL AT ' WS-STEP-MAX
040800             ' STEPS FOR ' WS-REPORT-DATE
040900         MOVE 16 TO RETURN-CODE
041000         STOP RUN
041100     END-IF.
041200     ADD 1 TO WS-STEP-COUNT.
041300     MOVE WS-STEP-COUNT TO WS-STEP-SUB.
041400     MOVE RL-PROGRAM       TO ST-PROGRAM(WS-STEP-SUB).
041500     MOVE 'N'              TO ST-START-SWITCH(WS-STEP-SUB).
041600     MOVE ZERO             TO ST-START-TIME(WS-STEP-SUB).
041700     MOVE 'N'              TO ST-END-SWITCH(WS-STEP-SUB).
041800     MOVE ZERO             TO ST-END-TIME(WS-STEP-SUB).
041900     MOVE RL-RUN-MODE      TO ST-RUN-MODE(WS-STEP-SUB).
042000     MOVE RL-RUN-TYPE      TO ST-RUN-TYPE(WS-STEP-SUB).
042100     MOVE RL-PERIOD-NUMBER TO ST-PERIOD-NUMBER(WS-STEP-SUB).
042200     MOVE RL-FEED-DATE     TO ST-FEED-DATE(WS-STEP-SUB).
042300     MOVE RL-OPERATOR-ID   TO ST-OPERATOR-ID(WS-STEP-SUB).
042400     MOVE 'S'              TO ST-STEP-STATUS(WS-STEP-SUB).
042500     MOVE ZERO             TO ST-RETURN-CODE(WS-STEP-SUB).
042600     MOVE ZERO             TO ST-COUNT-1(WS-STEP-SUB).
042700     MOVE ZERO             TO ST-COUNT-2(WS-STEP-SUB).
042800     MOVE ZERO             TO ST-AMOUNT-1(WS-STEP-SUB).
042900     MOVE ZERO             TO ST-AMOUNT-2(WS-STEP-SUB).
043000     MOVE SPACES           TO ST-MESSAGE(WS-STEP-SUB).
043100     MOVE SPACES           TO ST-PREREQ-MESSAGE(WS-STEP-SUB).
043200 2210-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600*    2300-END-STEP - THE END ENTRY CARRIES THE OUTCOME AND THE
043700*    CONTROL TOTALS, AND PAYROLL'S FEED DATE, WHICH IS NOT KNOWN
043800*    WHEN IT STARTS.
043900*****************************************************************
044000 2300-END-STEP.
044100     MOVE 'N' TO WS-FOUND-SWITCH.
044200     MOVE ZERO TO WS-MATCH-SUB.
044300     PERFORM 2310-FIND-OPEN-START THRU 2310-EXIT
044400         VARYING WS-STEP-SUB FROM WS-STEP-COUNT BY -1
044500         UNTIL WS-STEP-SUB = ZERO OR WS-FOUND.
044600     IF WS-FOUND
044700         MOVE WS-MATCH-SUB TO WS-STEP-SUB
044800     ELSE
044900         PERFORM 2210-NEW-STEP-ROW THRU 2210-EXIT
045000     END-IF.
045100     MOVE 'Y'              TO ST-END-SWITCH(WS-STEP-SUB).
045200     MOVE RL-RUN-TIME      TO ST-END-TIME(WS-STEP-SUB).
045300     MOVE RL-PERIOD-NUMBER TO ST-PERIOD-NUMBER(WS-STEP-SUB).
045400     MOVE RL-FEED-DATE     TO ST-FEED-DATE(WS-STEP-SUB).
045500     MOVE RL-STEP-STATUS   TO ST-STEP-STATUS(WS-STEP-SUB).
045600     MOVE RL-RETURN-CODE   TO ST-RETURN-CODE(WS-STEP-SUB).
045700     MOVE RL-COUNT-1       TO ST-COUNT-1(WS-STEP-SUB).
045800     MOVE RL-COUNT-2       TO ST-COUNT-2(WS-STEP-SUB).
045900     MOVE RL-AMOUNT-1      TO ST-AMOUNT-1(WS-STEP-SUB).
046000     MOVE RL-AMOUNT-2      TO ST-AMOUNT-2(WS-STEP-SUB).
046100     MOVE RL-MESSAGE       TO ST-MESSAGE(WS-STEP-SUB).
046200     PERFORM 2400-CHECK-PREREQUISITES THRU 2400-EXIT.
046300 2300-EXIT.
046400     EXIT.
046500
046600 2310-FIND-OPEN-START.
046700     IF ST-PROGRAM(WS-STEP-SUB) = RL-PROGRAM
046800             AND ST-HAS-START(WS-STEP-SUB)
046900             AND NOT ST-HAS-END(WS-STEP-SUB)
047000         SET WS-FOUND TO TRUE
047100         MOVE WS-STEP-SUB TO WS-MATCH-SUB
047200     END-IF.
047300 2310-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700*    2400-CHECK-PREREQUISITES - A STEP THAT RAN (WAS NOT REFUSED)
047800*    WITHOUT WHAT IT NEEDED.  A REFUSED STEP IS FLAGGED WITH ITS
047900*    OWN REASON INSTEAD.
048000*****************************************************************
048100 2400-CHECK-PREREQUISITES.
048200     IF RL-STEP-REFUSED
048300         GO TO 2400-EXIT
048400     END-IF.
048500     IF RL-PROGRAM = 'PAYROLL' AND RL-RUN-MODE = 'FINAL'
048600             AND RL-RUN-TYPE NOT = 'S'
048700         PERFORM 2410-CHECK-TIMEEDIT-GATE THRU 2410-EXIT
048800     END-IF.
048900     IF RL-PROGRAM = 'YEAREND'
049000         PERFORM 2420-CHECK-RECON THRU 2420-EXIT
049100     END-IF.
049200 2400-EXIT.
049300     EXIT.
049400
049500 2410-CHECK-TIMEEDIT-GATE.
049600     IF RL-FEED-DATE = ZERO
049700         STRING 'PREREQUISITE SKIPPED - NO FEED DATE TO MATCH A '
049800             'TIMEEDIT GATE'
049900             DELIMITED BY SIZE INTO ST-PREREQ-MESSAGE(WS-STEP-SUB)
050000         GO TO 2410-EXIT
050100     END-IF.
050200     PERFORM 9200-FIND-GATE THRU 9200-EXIT.
050300     IF NOT WS-FOUND
050400         STRING 'PREREQUISITE SKIPPED - NO TIMEEDIT GATE FOR '
050500             'FEED DATE ' RL-FEED-DATE
050600             DELIMITED BY SIZE INTO ST-PREREQ-MESSAGE(WS-STEP-SUB)
050700         GO TO 2410-EXIT
050800     END-IF.
050900     IF NOT GT-CLEAN(GT-IDX)
051000         STRING 'PREREQUISITE NOT MET - TIMEEDIT GATE FOR FEED '
051100             'DATE ' RL-FEED-DATE ' NOT CLEAN'
051200             DELIMITED BY SIZE INTO ST-PREREQ-MESSAGE(WS-STEP-SUB)
051300     END-IF.
051400 2410-EXIT.
051500     EXIT.
051600
051700 2420-CHECK-RECON.
051800     PERFORM 9300-FIND-RECON THRU 9300-EXIT.
051900     IF NOT WS-FOUND
052000         STRING 'PREREQUISITE SKIPPED - NO PAYRECON RUN FOR TAX '
052100             'YEAR ' RL-PERIOD-END-YEAR
052200             DELIMITED BY SIZE INTO ST-PREREQ-MESSAGE(WS-STEP-SUB)
052300         GO TO 2420-EXIT
052400     END-IF.
052500     IF RN-STALE(RN-IDX)
052600         STRING 'PREREQUISITE NOT MET - YTD MASTER MOVED SINCE '
052700             'THE LAST PAYRECON'
052800             DELIMITED BY SIZE INTO ST-PREREQ-MESSAGE(WS-STEP-SUB)
052900         GO TO 2420-EXIT
053000     END-IF.
053100     IF NOT RN-BALANCED(RN-IDX)
053200         STRING 'PREREQUISITE NOT MET - LAST PAYRECON FOR TAX '
053300             'YEAR ' RL-PERIOD-END-YEAR ' NOT IN BALANCE'
053400             DELIMITED BY SIZE INTO ST-PREREQ-MESSAGE(WS-STEP-SUB)
053500     END-IF.
053600 2420-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000*    2500-APPLY-STATE - WHAT AN END ENTRY OF ANY DATE MEANS FOR
054100*    THE STEPS BEHIND IT
054200*****************************************************************
054300 2500-APPLY-STATE.
054400     IF RL-PROGRAM = 'TIMEEDIT'
054500         PERFORM 2510-SET-GATE THRU 2510-EXIT
054600         GO TO 2500-EXIT
054700     END-IF.
054800     IF RL-PROGRAM = 'PAYRECON'
054900         PERFORM 2520-SET-RECON THRU 2520-EXIT
055000         GO TO 2500-EXIT
055100     END-IF.
055200     IF RL-STEP-REFUSED
055300         GO TO 2500-EXIT
055400     END-IF.
055500     IF RL-PROGRAM = 'PAYROLL' AND RL-RUN-MODE = 'FINAL'
055600         PERFORM 2530-MARK-RECON-STALE THRU 2530-EXIT
055700     END-IF.
055800     IF RL-PROGRAM = 'PAYADJ'
055900             AND (RL-COUNT-1 > ZERO OR RL-COUNT-2 > ZERO
056000                  OR RL-STEP-FAILED)
056100         PERFORM 2530-MARK-RECON-STALE THRU 2530-EXIT
056200     END-IF.
056300     IF RL-PROGRAM = 'PAYMAINT'
056400             AND (RL-AMOUNT-1 > ZERO OR RL-STEP-FAILED)
056500         PERFORM 2530-MARK-RECON-STALE THRU 2530-EXIT
056600     END-IF.
056700 2500-EXIT.
056800     EXIT.
056900
057000 2510-SET-GATE.
057100     IF RL-FEED-DATE = ZERO
057200         GO TO 2510-EXIT
057300     END-IF.
057400     PERFORM 9200-FIND-GATE THRU 9200-EXIT.
057500     IF NOT WS-FOUND
057600         IF WS-GATE-COUNT >= WS-GATE-MAX
057700             DISPLAY 'OPSRPT: GATE TABLE FULL AT ' WS-GATE-MAX
057800                 ' FEED DATES'
057900             MOVE 16 TO RETURN-CODE
058000             STOP RUN
058100         END-IF
058200         ADD 1 TO WS-GATE-COUNT
058300         SET GT-IDX TO WS-GATE-COUNT
058400         MOVE RL-FEED-DATE TO GT-FEED-DATE(GT-IDX)
058500     END-IF.
058600     MOVE RL-STEP-STATUS TO GT-STEP-STATUS(GT-IDX).
058700 2510-EXIT.
058800     EXIT.
058900
059000 2520-SET-RECON.
059100     PERFORM 9300-FIND-RECON THRU 9300-EXIT.
059200     IF NOT WS-FOUND
059300         IF WS-RECON-COUNT >= WS-RECON-MAX
059400             DISPLAY 'OPSRPT: RECON TABLE FULL AT ' WS-RECON-MAX
059500                 ' TAX YEARS'
059600             MOVE 16 TO RETURN-CODE
059700             STOP RUN
059800         END-IF
059900         ADD 1 TO WS-RECON-COUNT
060000         SET RN-IDX TO WS-RECON-COUNT
060100         MOVE RL-PERIOD-END-YEAR TO RN-TAX-YEAR(RN-IDX)
060200     END-IF.
060300     MOVE RL-STEP-STATUS TO RN-STEP-STATUS(RN-IDX).
060400     MOVE 'N' TO RN-STALE-SWITCH(RN-IDX).
060500 2520-EXIT.
060600     EXIT.
060700
060800 2530-MARK-RECON-STALE.
060900     PERFORM 9300-FIND-RECON THRU 9300-EXIT.
061000     IF WS-FOUND
061100         MOVE 'Y' TO RN-STALE-SWITCH(RN-IDX)
061200     END-IF.
061300 2530-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*    3000-WRITE-STEPS - ONE LINE PER STEP, FLAGS BENEATH IT
061800*****************************************************************
061900 3000-WRITE-STEPS.
062000     MOVE SPACES TO OPS-REPORT-LINE.
062100     WRITE OPS-REPORT-LINE.
062200     MOVE SPACES TO OPS-REPORT-LINE.
062300     MOVE 'SEQ'            TO OPS-REPORT-LINE(1:3).
062400     MOVE 'START'          TO OPS-REPORT-LINE(6:5).
062500     MOVE 'END'            TO OPS-REPORT-LINE(15:3).
062600     MOVE 'STEP'           TO OPS-REPORT-LINE(24:4).
062700     MOVE 'MODE'           TO OPS-REPORT-LINE(33:4).
062800     MOVE 'T'              TO OPS-REPORT-LINE(39:1).
062900     MOVE 'PERIOD'         TO OPS-REPORT-LINE(41:6).
063000     MOVE 'FEED'           TO OPS-REPORT-LINE(48:4).
063100     MOVE 'OPERATOR'       TO OPS-REPORT-LINE(57:8).
063200     MOVE 'STATUS'         TO OPS-REPORT-LINE(68:6).
063300     MOVE '  RC'           TO OPS-REPORT-LINE(79:4).
063400     MOVE '  COUNT-1'      TO OPS-REPORT-LINE(84:9).
063500     MOVE '  COUNT-2'      TO OPS-REPORT-LINE(94:9).
063600     MOVE '      AMOUNT-1' TO OPS-REPORT-LINE(104:14).
063700     MOVE '      AMOUNT-2' TO OPS-REPORT-LINE(119:14).
063800     WRITE OPS-REPORT-LINE.
063900     MOVE ALL '-' TO OPS-REPORT-LINE.
064000     WRITE OPS-REPORT-LINE.
064100     IF WS-STEP-COUNT = ZERO
064200         MOVE SPACES TO OPS-REPORT-LINE
064300         STRING 'NO PAYROLL STEP LOGGED FOR ' WS-REPORT-DATE
064400             DELIMITED BY SIZE INTO OPS-REPORT-LINE
064500         WRITE OPS-REPORT-LINE
064600         GO TO 3000-EXIT
064700     END-IF.
064800     PERFORM 3100-WRITE-ONE-STEP THRU 3100-EXIT
064900         VARYING WS-STEP-SUB FROM 1 BY 1
065000         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
065100 3000-EXIT.
065200     EXIT.
065300
065400 3100-WRITE-ONE-STEP.
065500     MOVE WS-STEP-SUB TO WS-EDIT-SEQ.
065600     MOVE SPACES TO WS-EDIT-START WS-EDIT-END.
065700     IF ST-HAS-START(WS-STEP-SUB)
065800         MOVE ST-START-TIME(WS-STEP-SUB) TO WS-TIME-WORK
065900         PERFORM 9100-EDIT-TIME THRU 9100-EXIT
066000         MOVE WS-EDIT-TIME TO WS-EDIT-START
066100     END-IF.
066200     IF ST-HAS-END(WS-STEP-SUB)
066300         MOVE ST-END-TIME(WS-STEP-SUB) TO WS-TIME-WORK
066400         PERFORM 9100-EDIT-TIME THRU 9100-EXIT
066500         MOVE WS-EDIT-TIME TO WS-EDIT-END
066600     END-IF.
066700     MOVE SPACES TO WS-EDIT-PERIOD WS-EDIT-FEED.
066800     IF ST-PERIOD-NUMBER(WS-STEP-SUB) > ZERO
066900         MOVE ST-PERIOD-NUMBER(WS-STEP-SUB) TO WS-EDIT-PERIOD
067000     END-IF.
067100     IF ST-FEED-DATE(WS-STEP-SUB) > ZERO
067200         MOVE ST-FEED-DATE(WS-STEP-SUB) TO WS-EDIT-FEED
067300     END-IF.
067400     EVALUATE TRUE
067500         WHEN ST-CLEAN(WS-STEP-SUB)
067600             MOVE 'CLEAN' TO WS-STATUS-TEXT
067700             ADD 1 TO WS-CLEAN-COUNT
067800         WHEN ST-EXCEPTIONS(WS-STEP-SUB)
067900             MOVE 'EXCEPTIONS' TO WS-STATUS-TEXT
068000             ADD 1 TO WS-EXCEPTION-COUNT
068100         WHEN ST-REFUSED(WS-STEP-SUB)
068200             MOVE 'REFUSED' TO WS-STATUS-TEXT
068300             ADD 1 TO WS-REFUSED-COUNT
068400         WHEN ST-FAILED(WS-STEP-SUB)
068500             MOVE 'FAILED' TO WS-STATUS-TEXT
068600             ADD 1 TO WS-FAILED-COUNT
068700         WHEN ST-NO-END(WS-STEP-SUB)
068800             MOVE 'NO END' TO WS-STATUS-TEXT
068900             ADD 1 TO WS-NO-END-COUNT
069000         WHEN OTHER
069100             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
069200     END-EVALUATE.
069300     MOVE ST-RETURN-CODE(WS-STEP-SUB) TO WS-EDIT-RC.
069400     MOVE ST-COUNT-1(WS-STEP-SUB)     TO WS-EDIT-COUNT-1.
069500     MOVE ST-COUNT-2(WS-STEP-SUB)     TO WS-EDIT-COUNT-2.
069600     MOVE ST-AMOUNT-1(WS-STEP-SUB)    TO WS-EDIT-AMOUNT-1.
069700     MOVE ST-AMOUNT-2(WS-STEP-SUB)    TO WS-EDIT-AMOUNT-2.
069800     MOVE SPACES TO OPS-REPORT-LINE.
069900     STRING WS-EDIT-SEQ '  ' WS-EDIT-START ' ' WS-EDIT-END ' '
070000         ST-PROGRAM(WS-STEP-SUB) ' ' ST-RUN-MODE(WS-STEP-SUB) ' '
070100         ST-RUN-TYPE(WS-STEP-SUB) ' ' WS-EDIT-PERIOD ' '
070200         WS-EDIT-FEED ' ' ST-OPERATOR-ID(WS-STEP-SUB) ' '
070300         WS-STATUS-TEXT ' ' WS-EDIT-RC ' ' WS-EDIT-COUNT-1 ' '
070400         WS-EDIT-COUNT-2 ' ' WS-EDIT-AMOUNT-1 ' ' WS-EDIT-AMOUNT-2
070500         DELIMITED BY SIZE INTO OPS-REPORT-LINE.
070600     WRITE OPS-REPORT-LINE.
070700     IF NOT ST-HAS-START(WS-STEP-SUB)
070800         MOVE 'END ENTRY WITH NO START ENTRY ON THE LOG'
070900             TO WS-FLAG-TEXT
071000         PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
071100         ADD 1 TO WS-NO-START-COUNT
071200     END-IF.
071300     EVALUATE TRUE
071400         WHEN ST-NO-END(WS-STEP-SUB)
071500             STRING 'NO END ENTRY - THE STEP ABENDED OR WAS '
071600                 'STOPPED BEFORE IT FINISHED'
071700                 DELIMITED BY SIZE INTO WS-FLAG-TEXT
071800             PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
071900         WHEN ST-REFUSED(WS-STEP-SUB)
072000             STRING 'REFUSED - ' ST-MESSAGE(WS-STEP-SUB)
072100                 DELIMITED BY SIZE INTO WS-FLAG-TEXT
072200             PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
072300         WHEN ST-FAILED(WS-STEP-SUB)
072400             STRING 'FAILED - RETURN CODE ' WS-EDIT-RC
072500                 DELIMITED BY SIZE INTO WS-FLAG-TEXT
072600             PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
072700         WHEN ST-EXCEPTIONS(WS-STEP-SUB)
072800             MOVE 'ENDED WITH EXCEPTIONS - SEE THE STEP REPORT'
072900                 TO WS-FLAG-TEXT
073000             PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
073100     END-EVALUATE.
073200     IF ST-PREREQ-MESSAGE(WS-STEP-SUB) NOT = SPACES
073300         MOVE ST-PREREQ-MESSAGE(WS-STEP-SUB) TO WS-FLAG-TEXT
073400         PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
073500         ADD 1 TO WS-PREREQ-COUNT
073600     END-IF.
073700 3100-EXIT.
073800     EXIT.
073900
074000 3200-WRITE-FLAG.
074100     MOVE SPACES TO OPS-REPORT-LINE.
074200     STRING '          *** ' WS-FLAG-TEXT
074300         DELIMITED BY SIZE INTO OPS-REPORT-LINE.
074400     WRITE OPS-REPORT-LINE.
074500     MOVE SPACES TO WS-FLAG-TEXT.
074600     ADD 1 TO WS-FLAG-TOTAL.
074700 3200-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100*    8000-FINALIZE - LEGEND, SUMMARY AND SIGN-OFF
075200*****************************************************************
075300 8000-FINALIZE.
075400     MOVE SPACES TO OPS-REPORT-LINE.
075500     WRITE OPS-REPORT-LINE.
075600     MOVE 'CONTROL TOTALS BY STEP' TO OPS-REPORT-LINE.
075700     WRITE OPS-REPORT-LINE.
075800     MOVE SPACES TO OPS-REPORT-LINE.
075900     STRING '  STEP      COUNT-1       COUNT-2     '
076000         'AMOUNT-1         AMOUNT-2'
076100         DELIMITED BY SIZE INTO OPS-REPORT-LINE.
076200     WRITE OPS-REPORT-LINE.
076300     PERFORM 8100-WRITE-LEGEND-LINE THRU 8100-EXIT
076400         VARYING LG-IDX FROM 1 BY 1
076500         UNTIL LG-IDX > 9.
076600     MOVE SPACES TO OPS-REPORT-LINE.
076700     WRITE OPS-REPORT-LINE.
076800     MOVE ALL '-' TO OPS-REPORT-LINE.
076900     WRITE OPS-REPORT-LINE.
077000     MOVE 'STEPS LISTED' TO WS-SUMMARY-LABEL.
077100     MOVE WS-STEP-COUNT TO WS-SUMMARY-COUNT.
077200     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
077300     MOVE '  CLEAN' TO WS-SUMMARY-LABEL.
077400     MOVE WS-CLEAN-COUNT TO WS-SUMMARY-COUNT.
077500     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
077600     MOVE '  ENDED WITH EXCEPTIONS' TO WS-SUMMARY-LABEL.
077700     MOVE WS-EXCEPTION-COUNT TO WS-SUMMARY-COUNT.
077800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
077900     MOVE '  REFUSED' TO WS-SUMMARY-LABEL.
078000     MOVE WS-REFUSED-COUNT TO WS-SUMMARY-COUNT.
078100     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
078200     MOVE '  FAILED' TO WS-SUMMARY-LABEL.
078300     MOVE WS-FAILED-COUNT TO WS-SUMMARY-COUNT.
078400     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
078500     MOVE '  NO END ENTRY' TO WS-SUMMARY-LABEL.
078600     MOVE WS-NO-END-COUNT TO WS-SUMMARY-COUNT.
078700     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
078800     MOVE 'END ENTRIES WITH NO START' TO WS-SUMMARY-LABEL.
078900     MOVE WS-NO-START-COUNT TO WS-SUMMARY-COUNT.
079000     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
079100     MOVE 'PREREQUISITES SKIPPED/NOT MET' TO WS-SUMMARY-LABEL.
079200     MOVE WS-PREREQ-COUNT TO WS-SUMMARY-COUNT.
079300     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
079400     MOVE 'FLAGS' TO WS-SUMMARY-LABEL.
079500     MOVE WS-FLAG-TOTAL TO WS-SUMMARY-COUNT.
079600     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
079700     MOVE 'LOG ENTRIES READ, ALL DATES' TO WS-SUMMARY-LABEL.
079800     MOVE WS-LOG-READ TO WS-SUMMARY-COUNT.
079900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
080000     MOVE SPACES TO OPS-REPORT-LINE.
080100     WRITE OPS-REPORT-LINE.
080200     MOVE SPACES TO OPS-REPORT-LINE.
080300     STRING 'REVIEWED BY (OPERATIONS) ______________________  '
080400         'DATE __________'
080500         DELIMITED BY SIZE INTO OPS-REPORT-LINE.
080600     WRITE OPS-REPORT-LINE.
080700     CLOSE OPS-REPORT-FILE.
080800     DISPLAY 'OPSRPT SUMMARY FOR ' WS-REPORT-DATE.
080900     DISPLAY '  STEPS LISTED          : ' WS-STEP-COUNT.
081000     DISPLAY '  FLAGS                 : ' WS-FLAG-TOTAL.
081100     IF WS-FLAG-TOTAL > ZERO OR WS-NOTE-COUNT > ZERO
081200         MOVE 4 TO RETURN-CODE
081300     END-IF.
081400 8000-EXIT.
081500     EXIT.
081600
081700 8100-WRITE-LEGEND-LINE.
081800     MOVE SPACES TO OPS-REPORT-LINE.
081900     STRING '  ' LG-LINE(LG-IDX)
082000         DELIMITED BY SIZE INTO OPS-REPORT-LINE.
082100     WRITE OPS-REPORT-LINE.
082200 8100-EXIT.
082300     EXIT.
082400
082500 8200-WRITE-SUMMARY-LINE.
082600     MOVE WS-SUMMARY-COUNT TO WS-EDIT-COUNT.
082700     MOVE SPACES TO OPS-REPORT-LINE.
082800     STRING WS-SUMMARY-LABEL ': ' WS-EDIT-COUNT
082900         DELIMITED BY SIZE INTO OPS-REPORT-LINE.
083000     WRITE OPS-REPORT-LINE.
083100 8200-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500*    9100-EDIT-TIME - WS-TIME-WORK TO WS-EDIT-TIME
083600*****************************************************************
083700 9100-EDIT-TIME.
083800     MOVE WS-TIME-HH TO WS-EDIT-HH.
083900     MOVE WS-TIME-MM TO WS-EDIT-MM.
084000     MOVE WS-TIME-SS TO WS-EDIT-SS.
084100 9100-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500*    9200-FIND-GATE / 9300-FIND-RECON - WS-FOUND, AND THE INDEX
084600*    LEFT ON THE ENTRY, FOR RL-FEED-DATE / RL-PERIOD-END-YEAR
084700*****************************************************************
084800 9200-FIND-GATE.
084900     MOVE 'N' TO WS-FOUND-SWITCH.
085000     SET GT-IDX TO 1.
085100     SEARCH GT-ENTRY
085200         AT END
085300             CONTINUE
085400         WHEN GT-IDX > WS-GATE-COUNT
085500             CONTINUE
085600         WHEN GT-FEED-DATE(GT-IDX) = RL-FEED-DATE
085700             SET WS-FOUND TO TRUE
085800     END-SEARCH.
085900 9200-EXIT.
086000     EXIT.
086100
086200 9300-FIND-RECON.
086300     MOVE 'N' TO WS-FOUND-SWITCH.
086400     SET RN-IDX TO 1.
086500     SEARCH RN-ENTRY
086600         AT END
086700             CONTINUE
086800         WHEN RN-IDX > WS-RECON-COUNT
086900             CONTINUE
087000         WHEN RN-TAX-YEAR(RN-IDX) = RL-PERIOD-END-YEAR
087100             SET WS-FOUND TO TRUE
087200     END-SEARCH.
087300 9300-EXIT.
087400     EXIT.
