000100*****************************************************************
000200*    PROGRAM-ID..: RATEMAINT
000300*    AUTHOR......: R. T. MORALES
000400*    INSTALLATION: CORPORATE PAYROLL SYSTEMS
000500*    DATE-WRITTEN: 2026-10-15
000600*    DATE-COMPILED:
000700*
000800*    REMARKS.....: BATCH MAINTENANCE PROGRAM FOR THE EFFECTIVE-
000900*                  DATED RATE TABLE (RATETBL.DAT) THAT PAYROLL,
001000*                  PAYMAINT AND PAYADJ PRICE AND TAX FROM.
001100*                  APPLIES ADD/CHANGE/EXPIRE TRANSACTIONS FROM
001200*                  RATETRAN.DAT BY KEYED READ/WRITE/REWRITE.
001300*                  AN ADD CLOSES THE PRIOR OPEN ENTRY FOR THE
001400*                  SAME CODE THE DAY BEFORE THE NEW ONE TAKES
001500*                  EFFECT, SO A CODE NEVER HAS TWO ENTRIES IN
001600*                  FORCE ON THE SAME DAY.  EVERY TRANSACTION,
001700*                  APPLIED OR REJECTED, GOES TO THE AUDIT
001800*                  LISTING (RATEAUD.TXT); EVERY ENTRY WRITTEN OR
001900*                  REWRITTEN IS SHOWN BEFORE AND AFTER ON THE
002000*                  COMPARISON REPORT (RATECMP.TXT), WHICH ENDS
002100*                  IN A SIGN-OFF BLOCK FOR PAYROLL AND FINANCE
002200*                  REVIEW BEFORE THE NEXT PAY RUN.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    ---------- ---- ------------------------------------------
002700*    2026-10-15 RTM  ORIGINAL VERSION.
002710*    2026-10-15 RTM  RUN PARAMETER RECORD NOW 49 BYTES (RUN TYPE
002720*                    AND OFF-CYCLE SEQUENCE).
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. RATEMAINT.
003100 AUTHOR. R-T-MORALES.
003200 INSTALLATION. CORPORATE-PAYROLL-SYSTEMS.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RT-KEY
004300         FILE STATUS IS WS-RATE-FILE-STATUS.
004400
004500     SELECT RUN-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PARM-FILE-STATUS.
004800
004900     SELECT RATE-TRANS-FILE ASSIGN TO 'RATETRAN.DAT'
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-TRANS-FILE-STATUS.
005200
005300     SELECT RATE-AUDIT-FILE ASSIGN TO 'RATEAUD.TXT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUD-FILE-STATUS.
005600
005700     SELECT RATE-COMPARE-FILE ASSIGN TO 'RATECMP.TXT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CMP-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  RATE-TABLE-FILE.
006400 COPY RATETBL.
006500
006600 FD  RUN-PARM-FILE.
006700 01  RUN-PARM-INPUT-RECORD         PIC X(49).
006800
006900*****************************************************************
007000*    RATE TRANSACTION - ACTION A (ADD), C (CHANGE), E (EXPIRE)
007100*    AGAINST RATE CODE + EFFECTIVE DATE.  A BLANK FIELD ON A
007200*    CHANGE KEEPS THE CURRENT VALUE; ON AN ADD A BLANK EXPIRY
007300*    IS OPEN-ENDED.  THE VALUE AREA IS LAID OUT LIKE THE
007400*    MASTER'S - RATE/AMOUNT FOR A SCALAR CODE, A FULL BRACKET
007500*    SET FOR A WITHHOLDING CODE (A CHANGE REPLACES THE SET
007600*    WHOLE WHEN THE BRACKET COUNT IS GIVEN).
007700*****************************************************************
007800 FD  RATE-TRANS-FILE.
007900 01  RATE-TRANS-RECORD.
008000     05  RX-ACTION-CODE            PIC X(01).
008100     05  RX-RATE-CODE              PIC X(08).
008200     05  RX-EFFECTIVE-DATE         PIC X(08).
008300     05  RX-EFFECTIVE-DATE-N REDEFINES RX-EFFECTIVE-DATE
008400                                   PIC 9(08).
008500     05  RX-EXPIRE-DATE            PIC X(08).
008600     05  RX-EXPIRE-DATE-N REDEFINES RX-EXPIRE-DATE
008700                                   PIC 9(08).
008800     05  RX-DESCRIPTION            PIC X(30).
008900     05  RX-VALUES.
009000         10  RX-RATE               PIC X(04).
009100         10  RX-RATE-N REDEFINES RX-RATE
009200                                   PIC V9999.
009300         10  RX-AMOUNT             PIC X(10).
009400         10  RX-AMOUNT-N REDEFINES RX-AMOUNT
009500                                   PIC 9(8)V99.
009600         10  FILLER                PIC X(148).
009700     05  RX-BRACKET-VALUES REDEFINES RX-VALUES.
009800         10  RX-BRACKET-COUNT      PIC X(02).
009900         10  RX-BRACKET-COUNT-N REDEFINES RX-BRACKET-COUNT
010000                                   PIC 9(02).
010100         10  RX-BRACKET            OCCURS 5 TIMES
010200                                   INDEXED BY RX-BKT-IDX.
010300             15  RX-LOW-LIMIT      PIC X(10).
010400             15  RX-LOW-LIMIT-N REDEFINES RX-LOW-LIMIT
010500                                   PIC 9(8)V99.
010600             15  RX-HIGH-LIMIT     PIC X(10).
010700             15  RX-HIGH-LIMIT-N REDEFINES RX-HIGH-LIMIT
010800                                   PIC 9(8)V99.
010900             15  RX-BASE-TAX       PIC X(09).
011000             15  RX-BASE-TAX-N REDEFINES RX-BASE-TAX
011100                                   PIC 9(7)V99.
011200             15  RX-BRACKET-RATE   PIC X(03).
011300             15  RX-BRACKET-RATE-N REDEFINES RX-BRACKET-RATE
011400                                   PIC V999.
011500
011600 FD  RATE-AUDIT-FILE.
011700 01  AUDIT-RECORD                  PIC X(100).
011800
011900 FD  RATE-COMPARE-FILE.
012000 01  COMPARE-LINE                  PIC X(100).
012100
012200 WORKING-STORAGE SECTION.
012300*****************************************************************
012400*    FILE STATUS FIELDS
012500*****************************************************************
012600 01  WS-RATE-FILE-STATUS           PIC X(02).
012700 01  WS-PARM-FILE-STATUS           PIC X(02).
012800 01  WS-TRANS-FILE-STATUS          PIC X(02).
012900 01  WS-AUD-FILE-STATUS            PIC X(02).
013000 01  WS-CMP-FILE-STATUS            PIC X(02).
013100
013200*****************************************************************
013300*    SWITCHES
013400*****************************************************************
013500 01  WS-TRANS-EOF-SWITCH           PIC X(01) VALUE 'N'.
013600     88  WS-TRANS-EOF                 VALUE 'Y'.
013700
013800 01  WS-TRANS-STATUS               PIC X(01) VALUE 'V'.
013900     88  WS-TRANS-VALID               VALUE 'V'.
014000     88  WS-TRANS-INVALID             VALUE 'I'.
014100
014200 01  WS-ENTRY-FOUND-SWITCH         PIC X(01).
014300     88  WS-ENTRY-FOUND               VALUE 'Y'.
014400
014500 01  WS-BRACKET-CODE-SWITCH        PIC X(01).
014600     88  WS-IS-BRACKET-CODE           VALUE 'Y'.
014700
014800 01  WS-SCAN-EOF-SWITCH            PIC X(01).
014900     88  WS-SCAN-EOF                  VALUE 'Y'.
015000
015100 01  WS-PRIOR-FOUND-SWITCH         PIC X(01).
015200     88  WS-PRIOR-FOUND               VALUE 'Y'.
015300
015400 01  WS-PRIOR-CLOSE-SWITCH         PIC X(01).
015500     88  WS-PRIOR-NEEDS-CLOSE         VALUE 'Y'.
015600
015700 01  WS-NEXT-FOUND-SWITCH          PIC X(01).
015800     88  WS-NEXT-FOUND                VALUE 'Y'.
015900
016000 01  WS-DATE-STATUS                PIC X(01).
016100     88  WS-DATE-VALID                VALUE 'V'.
016200     88  WS-DATE-INVALID              VALUE 'I'.
016300
016400 01  WS-TRANS-REASON               PIC X(40).
016500
016600*****************************************************************
016700*    RUN COUNTERS
016800*****************************************************************
016900 01  WS-TRANS-READ                 PIC 9(05) VALUE ZERO.
017000 01  WS-ADD-COUNT                  PIC 9(05) VALUE ZERO.
017100 01  WS-CHANGE-COUNT               PIC 9(05) VALUE ZERO.
017200 01  WS-EXPIRE-COUNT               PIC 9(05) VALUE ZERO.
017300 01  WS-CLOSE-COUNT                PIC 9(05) VALUE ZERO.
017400 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
017500
017600*****************************************************************
017700*    RUN DATE / OPERATOR ID
017800*****************************************************************
017900 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
018000 01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
018100
018200*****************************************************************
018300*    RUN PARAMETERS - MOVED HERE FROM THE PAYPARM INPUT RECORD
018400*    AT INITIALIZATION SO THE FIELDS STAY ADDRESSABLE AFTER THE
018500*    PARAMETER FILE IS CLOSED.  ONLY THE OPERATOR ID IS USED.
018600*****************************************************************
018700 COPY PAYPARM.
018800
018900*****************************************************************
019000*    NEIGHBOUR-ENTRY WORK FIELDS - THE ENTRIES FOR THE SAME CODE
019100*    IMMEDIATELY BEFORE AND AFTER THE TRANSACTION'S EFFECTIVE
019200*    DATE, FOUND BY A START AND READ FORWARD ON THE CODE.
019300*****************************************************************
019400 01  WS-PRIOR-EFF-DATE             PIC 9(08) VALUE ZERO.
019500 01  WS-PRIOR-EXPIRE-DATE          PIC 9(08) VALUE ZERO.
019600 01  WS-NEXT-EFF-DATE              PIC 9(08) VALUE ZERO.
019700 01  WS-NEW-EXPIRE-DATE            PIC 9(08) VALUE ZERO.
019800
019900*****************************************************************
020000*    DATE WORK FIELDS - CALENDAR EDIT AND DAY-BEFORE ARITHMETIC
020100*****************************************************************
020200 01  WS-CHECK-DATE                 PIC 9(08) VALUE ZERO.
020300 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
020400     05  WS-CHECK-YYYY             PIC 9(04).
020500     05  WS-CHECK-MM               PIC 9(02).
020600     05  WS-CHECK-DD               PIC 9(02).
020700 01  WS-MONTH-DAYS-VALUES.
020800     05  FILLER                    PIC X(12) VALUE '312831303130'.
020900     05  FILLER                    PIC X(12) VALUE '313130313031'.
021000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
021100     05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
021200 01  WS-MAX-DAY                    PIC 9(02) VALUE ZERO.
021300 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
021400 01  WS-LEAP-REM-4                 PIC 9(04) VALUE ZERO.
021500 01  WS-LEAP-REM-100               PIC 9(04) VALUE ZERO.
021600 01  WS-LEAP-REM-400               PIC 9(04) VALUE ZERO.
021700 01  WS-DATE-INT                   PIC 9(07) VALUE ZERO.
021800 01  WS-DAY-BEFORE                 PIC 9(08) VALUE ZERO.
021900
022000*****************************************************************
022100*    BRACKET EDIT WORK FIELDS - A SET MUST START AT ZERO, RUN
022200*    CONTIGUOUSLY (EACH LOW ONE CENT ABOVE THE PRIOR HIGH) AND
022300*    END OPEN-ENDED, THE SAME SHAPE THE PAY RUN'S BRACKET WALK
022400*    EXPECTS.
022500*****************************************************************
022600 01  WS-BKT-EXPECTED-LOW           PIC 9(8)V99 VALUE ZERO.
022700 01  WS-BKT-PREV-HIGH              PIC 9(8)V99 VALUE ZERO.
022800 01  WS-BKT-TOP-LIMIT              PIC 9(8)V99 VALUE 99999999.99.
022900 01  WS-BKT-NUMBER                 PIC 9(01) VALUE ZERO.
023000
023100*****************************************************************
023200*    AUDIT LINE WORK FIELDS - AUDIT-RECORD IS A SINGLE PIC X
023300*    LINE BUILT BY STRING, THE SAME WAY PAYMAINT BUILDS ITS OWN.
023400*****************************************************************
023500 01  AUD-RUN-DATE-TEXT             PIC X(08).
023600 01  AUD-RATE-CODE                 PIC X(08).
023700 01  AUD-EFF-DATE-TEXT             PIC X(08).
023800 01  AUD-ACTION-TEXT               PIC X(06).
023900 01  AUD-RESULT-TEXT               PIC X(08).
024000 01  AUD-REASON-TEXT               PIC X(40).
024100
024200*****************************************************************
024300*    COMPARISON REPORT WORK FIELDS
024400*****************************************************************
024500 01  CMP-LABEL                     PIC X(06).
024600 01  WS-EDIT-RATE                  PIC .9999.
024700 01  WS-EDIT-BKT-RATE              PIC .999.
024800 01  WS-EDIT-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
024900 01  WS-EDIT-LOW                   PIC ZZ,ZZZ,ZZ9.99.
025000 01  WS-EDIT-HIGH                  PIC ZZ,ZZZ,ZZ9.99.
025100 01  WS-EDIT-BASE                  PIC Z,ZZZ,ZZ9.99.
025200 01  WS-EDIT-COUNT                 PIC ZZ,ZZ9.
025300
025400 PROCEDURE DIVISION.
025500*****************************************************************
025600*    0000-MAINLINE
025700*****************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
026100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
026200     STOP RUN.
026300 0000-EXIT.
026400     EXIT.
026500
026600*****************************************************************
026700*    1000-INITIALIZE
026800*    A SHOP LOADING ITS FIRST RATES HAS NO RATETBL.DAT YET - IT
026900*    IS CREATED EMPTY AND THE ADDS BUILD IT.
027000*****************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027300     DISPLAY 'RATEMAINT - RATE TABLE MAINTENANCE'.
027400     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
027500     OPEN I-O RATE-TABLE-FILE.
027600     IF WS-RATE-FILE-STATUS = '35'
027700         OPEN OUTPUT RATE-TABLE-FILE
027800         CLOSE RATE-TABLE-FILE
027900         OPEN I-O RATE-TABLE-FILE
028000     END-IF.
028100     IF WS-RATE-FILE-STATUS NOT = '00'
028200         DISPLAY 'RATEMAINT: UNABLE TO OPEN RATETBL.DAT - STATUS '
028300             WS-RATE-FILE-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     OPEN INPUT RATE-TRANS-FILE.
028800     IF WS-TRANS-FILE-STATUS NOT = '00'
028900         DISPLAY 'RATEMAINT: UNABLE TO OPEN RATETRAN.DAT - '
029000             'STATUS ' WS-TRANS-FILE-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400     OPEN OUTPUT RATE-AUDIT-FILE.
029500     IF WS-AUD-FILE-STATUS NOT = '00'
029600         DISPLAY 'RATEMAINT: UNABLE TO OPEN RATEAUD.TXT - STATUS '
029700             WS-AUD-FILE-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     OPEN OUTPUT RATE-COMPARE-FILE.
030200     IF WS-CMP-FILE-STATUS NOT = '00'
030300         DISPLAY 'RATEMAINT: UNABLE TO OPEN RATECMP.TXT - STATUS '
030400             WS-CMP-FILE-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800     MOVE SPACES TO COMPARE-LINE.
030900     STRING 'RATE TABLE CHANGE COMPARISON - RUN DATE ' WS-RUN-DATE
031000         '  OPERATOR ' WS-OPERATOR-ID
031100         DELIMITED BY SIZE INTO COMPARE-LINE.
031200     WRITE COMPARE-LINE.
031300     MOVE ALL '-' TO COMPARE-LINE.
031400     WRITE COMPARE-LINE.
031500 1000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*    1100-READ-RUN-PARMS - LOAD PAYPARM.DAT
032000*    A MISSING FILE OR A BLANK OPERATOR ID STOPS THE RUN - THE
032100*    AUDIT TRAIL MUST ALWAYS NAME WHO CHANGED THE RATES.
032200*****************************************************************
032300 1100-READ-RUN-PARMS.
032400     OPEN INPUT RUN-PARM-FILE.
032500     IF WS-PARM-FILE-STATUS NOT = '00'
032600         DISPLAY 'RATEMAINT: UNABLE TO OPEN PAYPARM.DAT - STATUS '
032700             WS-PARM-FILE-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     READ RUN-PARM-FILE
033200         AT END
033300             DISPLAY 'RATEMAINT: PAYPARM.DAT IS EMPTY'
033400             MOVE 16 TO RETURN-CODE
033500             STOP RUN
033600     END-READ.
033700     MOVE RUN-PARM-INPUT-RECORD TO RUN-PARM-RECORD.
033800     CLOSE RUN-PARM-FILE.
033900     IF PRM-OPERATOR-ID = SPACES
034000         DISPLAY 'RATEMAINT: PAYPARM.DAT OPERATOR ID IS BLANK'
034100         MOVE 16 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     MOVE PRM-OPERATOR-ID TO WS-OPERATOR-ID.
034500 1100-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*    3000-APPLY-TRANSACTIONS
035000*****************************************************************
035100 3000-APPLY-TRANSACTIONS.
035200     PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
035300         UNTIL WS-TRANS-EOF.
035400 3000-EXIT.
035500     EXIT.
035600
035700 3100-APPLY-ONE-TRANSACTION.
035800     READ RATE-TRANS-FILE
035900         AT END
036000             SET WS-TRANS-EOF TO TRUE
036100             GO TO 3100-EXIT
036200     END-READ.
036300     ADD 1 TO WS-TRANS-READ.
036400     PERFORM 3200-EDIT-TRANSACTION THRU 3200-EXIT.
036500     IF WS-TRANS-VALID
036600         EVALUATE RX-ACTION-CODE
036700             WHEN 'A'
036800                 PERFORM 3300-APPLY-ADD THRU 3300-EXIT
036900             WHEN 'C'
037000                 PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
037100             WHEN 'E'
037200                 PERFORM 3500-APPLY-EXPIRE THRU 3500-EXIT
037300         END-EVALUATE
037400     ELSE
037500         PERFORM 3900-WRITE-AUDIT-REJECT THRU 3900-EXIT
037600     END-IF.
037700 3100-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100*    3200-EDIT-TRANSACTION - FIELD EDITS, THEN THE NEIGHBOUR
038200*    SCAN, THEN THE KEYED READ.  THE READ COMES LAST SO THE
038300*    RECORD AREA HOLDS THE ENTRY ITSELF (THE BEFORE IMAGE) WHEN
038400*    A CHANGE OR EXPIRY IS APPLIED.
038500*****************************************************************
038600 3200-EDIT-TRANSACTION.
038700     SET WS-TRANS-VALID TO TRUE.
038800     MOVE SPACES TO WS-TRANS-REASON.
038900     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH.
039000     MOVE 'N' TO WS-BRACKET-CODE-SWITCH.
039100     IF RX-ACTION-CODE NOT = 'A'
039200             AND RX-ACTION-CODE NOT = 'C'
039300             AND RX-ACTION-CODE NOT = 'E'
039400         SET WS-TRANS-INVALID TO TRUE
039500         MOVE 'INVALID ACTION CODE - MUST BE A/C/E'
039600             TO WS-TRANS-REASON
039700         GO TO 3200-EXIT
039800     END-IF.
039900     MOVE RX-RATE-CODE TO RT-RATE-CODE.
040000     IF NOT RT-VALID-CODE
040100         SET WS-TRANS-INVALID TO TRUE
040200         MOVE 'UNKNOWN RATE CODE' TO WS-TRANS-REASON
040300         GO TO 3200-EXIT
040400     END-IF.
040500     IF RT-BRACKET-CODE
040600         SET WS-IS-BRACKET-CODE TO TRUE
040700     END-IF.
040800     IF RX-EFFECTIVE-DATE NOT NUMERIC
040900         SET WS-TRANS-INVALID TO TRUE
041000         MOVE 'EFFECTIVE DATE IS NOT NUMERIC' TO WS-TRANS-REASON
041100         GO TO 3200-EXIT
041200     END-IF.
041300     MOVE RX-EFFECTIVE-DATE-N TO WS-CHECK-DATE.
041400     PERFORM 3210-CHECK-DATE THRU 3210-EXIT.
041500     IF WS-DATE-INVALID
041600         SET WS-TRANS-INVALID TO TRUE
041700         MOVE 'EFFECTIVE DATE IS NOT A CALENDAR DATE'
041800             TO WS-TRANS-REASON
041900         GO TO 3200-EXIT
042000     END-IF.
042100     IF RX-ACTION-CODE = 'E'
042200             AND RX-EXPIRE-DATE = SPACES
042300         SET WS-TRANS-INVALID TO TRUE
042400         MOVE 'EXPIRY DATE IS REQUIRED TO EXPIRE'
042500             TO WS-TRANS-REASON
042600         GO TO 3200-EXIT
042700     END-IF.
042800     IF RX-EXPIRE-DATE NOT = SPACES
042900         IF RX-EXPIRE-DATE NOT NUMERIC
043000             SET WS-TRANS-INVALID TO TRUE
043100             MOVE 'EXPIRY DATE IS NOT NUMERIC' TO WS-TRANS-REASON
043200             GO TO 3200-EXIT
043300         END-IF
043400         MOVE RX-EXPIRE-DATE-N TO WS-CHECK-DATE
043500         PERFORM 3210-CHECK-DATE THRU 3210-EXIT
043600         IF WS-DATE-INVALID
043700             SET WS-TRANS-INVALID TO TRUE
043800             MOVE 'EXPIRY DATE IS NOT A CALENDAR DATE'
043900                 TO WS-TRANS-REASON
044000             GO TO 3200-EXIT
044100         END-IF
044200         IF RX-EXPIRE-DATE-N < RX-EFFECTIVE-DATE-N
044300             SET WS-TRANS-INVALID TO TRUE
044400             MOVE 'EXPIRY DATE IS BEFORE THE EFFECTIVE DATE'
044500                 TO WS-TRANS-REASON
044600             GO TO 3200-EXIT
044700         END-IF
044800     END-IF.
044900     IF RX-ACTION-CODE = 'A'
045000             OR (RX-ACTION-CODE = 'C' AND RX-VALUES NOT = SPACES)
045100         PERFORM 3220-EDIT-VALUES THRU 3220-EXIT
045200         IF WS-TRANS-INVALID
045300             GO TO 3200-EXIT
045400         END-IF
045500     END-IF.
045600     PERFORM 3230-FIND-NEIGHBOURS THRU 3230-EXIT.
045700*    AN EXPIRY (GIVEN ON ANY ACTION) MAY NOT RUN INTO THE NEXT
045800*    ENTRY FOR THE CODE, OR TWO ENTRIES WOULD BE IN FORCE AT
045900*    ONCE.
046000     IF RX-EXPIRE-DATE NOT = SPACES
046100             AND WS-NEXT-FOUND
046200             AND RX-EXPIRE-DATE-N NOT < WS-NEXT-EFF-DATE
046300         SET WS-TRANS-INVALID TO TRUE
046400         MOVE 'EXPIRY RUNS INTO THE NEXT DATED ENTRY'
046500             TO WS-TRANS-REASON
046600         GO TO 3200-EXIT
046700     END-IF.
046800     MOVE RX-RATE-CODE        TO RT-RATE-CODE.
046900     MOVE RX-EFFECTIVE-DATE-N TO RT-EFFECTIVE-DATE.
047000     READ RATE-TABLE-FILE
047100         INVALID KEY
047200             MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
047300         NOT INVALID KEY
047400             SET WS-ENTRY-FOUND TO TRUE
047500     END-READ.
047600     IF RX-ACTION-CODE = 'A'
047700             AND WS-ENTRY-FOUND
047800         SET WS-TRANS-INVALID TO TRUE
047900         MOVE 'AN ENTRY ALREADY EXISTS FOR THIS DATE'
048000             TO WS-TRANS-REASON
048100         GO TO 3200-EXIT
048200     END-IF.
048300     IF RX-ACTION-CODE NOT = 'A'
048400             AND NOT WS-ENTRY-FOUND
048500         SET WS-TRANS-INVALID TO TRUE
048600         MOVE 'NO ENTRY ON FILE FOR THIS CODE AND DATE'
048700             TO WS-TRANS-REASON
048800         GO TO 3200-EXIT
048900     END-IF.
049000     IF RX-ACTION-CODE = 'C'
049100             AND RX-DESCRIPTION = SPACES
049200             AND RX-EXPIRE-DATE = SPACES
049300             AND RX-VALUES = SPACES
049400         SET WS-TRANS-INVALID TO TRUE
049500         MOVE 'CHANGE CARRIES NO NEW VALUES' TO WS-TRANS-REASON
049600     END-IF.
049700 3200-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100*    3210-CHECK-DATE - WS-CHECK-DATE MUST BE A REAL CALENDAR
050200*    DATE (LEAP YEARS BY THE FULL GREGORIAN RULE).
050300*****************************************************************
050400 3210-CHECK-DATE.
050500     SET WS-DATE-VALID TO TRUE.
050600     IF WS-CHECK-YYYY < 1900
050700             OR WS-CHECK-MM < 1
050800             OR WS-CHECK-MM > 12
050900             OR WS-CHECK-DD < 1
051000         SET WS-DATE-INVALID TO TRUE
051100         GO TO 3210-EXIT
051200     END-IF.
051300     MOVE WS-MONTH-DAYS(WS-CHECK-MM) TO WS-MAX-DAY.
051400     IF WS-CHECK-MM = 2
051500         DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
051600             REMAINDER WS-LEAP-REM-4
051700         DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
051800             REMAINDER WS-LEAP-REM-100
051900         DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
052000             REMAINDER WS-LEAP-REM-400
052100         IF WS-LEAP-REM-400 = ZERO
052200                 OR (WS-LEAP-REM-4 = ZERO
052300                     AND WS-LEAP-REM-100 NOT = ZERO)
052400             MOVE 29 TO WS-MAX-DAY
052500         END-IF
052600     END-IF.
052700     IF WS-CHECK-DD > WS-MAX-DAY
052800         SET WS-DATE-INVALID TO TRUE
052900     END-IF.
053000 3210-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400*    3220-EDIT-VALUES - SCALAR CODES NEED A NUMERIC RATE AND/OR
053500*    AMOUNT (AN ADD NEEDS AT LEAST ONE); WITHHOLDING CODES NEED
053600*    A COMPLETE BRACKET SET WHENEVER THE COUNT IS GIVEN.
053700*****************************************************************
053800 3220-EDIT-VALUES.
053900     IF NOT WS-IS-BRACKET-CODE
054000         IF (RX-RATE NOT = SPACES AND RX-RATE NOT NUMERIC)
054100                 OR (RX-AMOUNT NOT = SPACES
054200                     AND RX-AMOUNT NOT NUMERIC)
054300             SET WS-TRANS-INVALID TO TRUE
054400             MOVE 'RATE OR AMOUNT IS NOT NUMERIC'
054500                 TO WS-TRANS-REASON
054600             GO TO 3220-EXIT
054700         END-IF
054800         IF RX-ACTION-CODE = 'A'
054900                 AND RX-RATE = SPACES
055000                 AND RX-AMOUNT = SPACES
055100             SET WS-TRANS-INVALID TO TRUE
055200             MOVE 'A RATE OR AN AMOUNT IS REQUIRED'
055300                 TO WS-TRANS-REASON
055400         END-IF
055500         GO TO 3220-EXIT
055600     END-IF.
055700     IF RX-BRACKET-COUNT NOT NUMERIC
055800             OR RX-BRACKET-COUNT-N < 1
055900             OR RX-BRACKET-COUNT-N > 5
056000         SET WS-TRANS-INVALID TO TRUE
056100         MOVE 'BRACKET COUNT MUST BE 01 THROUGH 05'
056200             TO WS-TRANS-REASON
056300         GO TO 3220-EXIT
056400     END-IF.
056500     MOVE ZERO TO WS-BKT-EXPECTED-LOW.
056600     MOVE ZERO TO WS-BKT-PREV-HIGH.
056700     SET RX-BKT-IDX TO 1.
056800     PERFORM 3225-EDIT-ONE-BRACKET THRU 3225-EXIT
056900         UNTIL RX-BKT-IDX > RX-BRACKET-COUNT-N
057000            OR WS-TRANS-INVALID.
057100     IF WS-TRANS-VALID
057200             AND WS-BKT-PREV-HIGH NOT = WS-BKT-TOP-LIMIT
057300         SET WS-TRANS-INVALID TO TRUE
057400         MOVE 'TOP BRACKET MUST END AT 99999999.99'
057500             TO WS-TRANS-REASON
057600     END-IF.
057700 3220-EXIT.
057800     EXIT.
057900
058000 3225-EDIT-ONE-BRACKET.
058100     IF RX-LOW-LIMIT(RX-BKT-IDX) NOT NUMERIC
058200             OR RX-HIGH-LIMIT(RX-BKT-IDX) NOT NUMERIC
058300             OR RX-BASE-TAX(RX-BKT-IDX) NOT NUMERIC
058400             OR RX-BRACKET-RATE(RX-BKT-IDX) NOT NUMERIC
058500         SET WS-TRANS-INVALID TO TRUE
058600         MOVE 'BRACKET FIELD IS NOT NUMERIC' TO WS-TRANS-REASON
058700         GO TO 3225-EXIT
058800     END-IF.
058900     IF RX-LOW-LIMIT-N(RX-BKT-IDX) NOT = WS-BKT-EXPECTED-LOW
059000         SET WS-TRANS-INVALID TO TRUE
059100         MOVE 'BRACKETS ARE NOT CONTIGUOUS FROM ZERO'
059200             TO WS-TRANS-REASON
059300         GO TO 3225-EXIT
059400     END-IF.
059500     IF RX-HIGH-LIMIT-N(RX-BKT-IDX) < RX-LOW-LIMIT-N(RX-BKT-IDX)
059600         SET WS-TRANS-INVALID TO TRUE
059700         MOVE 'BRACKET HIGH LIMIT IS BELOW ITS LOW LIMIT'
059800             TO WS-TRANS-REASON
059900         GO TO 3225-EXIT
060000     END-IF.
060100     MOVE RX-HIGH-LIMIT-N(RX-BKT-IDX) TO WS-BKT-PREV-HIGH.
060200     COMPUTE WS-BKT-EXPECTED-LOW = WS-BKT-PREV-HIGH + .01.
060300     SET RX-BKT-IDX UP BY 1.
060400 3225-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800*    3230-FIND-NEIGHBOURS - START AT THE CODE'S FIRST ENTRY AND
060900*    READ FORWARD: THE LAST ENTRY DATED BEFORE THE TRANSACTION
061000*    IS THE PRIOR, THE FIRST DATED AFTER IT IS THE NEXT.  A
061100*    PRIOR STILL OPEN ON THE NEW EFFECTIVE DATE MUST BE CLOSED
061200*    WHEN AN ADD IS APPLIED.
061300*****************************************************************
061400 3230-FIND-NEIGHBOURS.
061500     MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
061600     MOVE 'N' TO WS-PRIOR-CLOSE-SWITCH.
061700     MOVE 'N' TO WS-NEXT-FOUND-SWITCH.
061800     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
061900     MOVE ZERO TO WS-PRIOR-EFF-DATE.
062000     MOVE ZERO TO WS-PRIOR-EXPIRE-DATE.
062100     MOVE ZERO TO WS-NEXT-EFF-DATE.
062200     MOVE RX-RATE-CODE TO RT-RATE-CODE.
062300     MOVE ZERO         TO RT-EFFECTIVE-DATE.
062400     START RATE-TABLE-FILE KEY NOT < RT-KEY
062500         INVALID KEY
062600             SET WS-SCAN-EOF TO TRUE
062700     END-START.
062800     PERFORM 3235-SCAN-ONE-ENTRY THRU 3235-EXIT
062900         UNTIL WS-SCAN-EOF.
063000     IF WS-PRIOR-FOUND
063100             AND (WS-PRIOR-EXPIRE-DATE = ZERO
063200                  OR WS-PRIOR-EXPIRE-DATE
063300                         NOT < RX-EFFECTIVE-DATE-N)
063400         SET WS-PRIOR-NEEDS-CLOSE TO TRUE
063500     END-IF.
063600 3230-EXIT.
063700     EXIT.
063800
063900 3235-SCAN-ONE-ENTRY.
064000     READ RATE-TABLE-FILE NEXT RECORD
064100         AT END
064200             SET WS-SCAN-EOF TO TRUE
064300             GO TO 3235-EXIT
064400     END-READ.
064500     IF RT-RATE-CODE NOT = RX-RATE-CODE
064600         SET WS-SCAN-EOF TO TRUE
064700         GO TO 3235-EXIT
064800     END-IF.
064900     IF RT-EFFECTIVE-DATE < RX-EFFECTIVE-DATE-N
065000         SET WS-PRIOR-FOUND TO TRUE
065100         MOVE RT-EFFECTIVE-DATE TO WS-PRIOR-EFF-DATE
065200         MOVE RT-EXPIRE-DATE    TO WS-PRIOR-EXPIRE-DATE
065300     END-IF.
065400     IF RT-EFFECTIVE-DATE > RX-EFFECTIVE-DATE-N
065500         SET WS-NEXT-FOUND TO TRUE
065600         MOVE RT-EFFECTIVE-DATE TO WS-NEXT-EFF-DATE
065700         SET WS-SCAN-EOF TO TRUE
065800     END-IF.
065900 3235-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300*    3300-APPLY-ADD - CLOSE THE PRIOR OPEN ENTRY, THEN WRITE THE
066400*    NEW ONE.  A BLANK EXPIRY ON AN ADD DATED BEFORE A LATER
066500*    ENTRY RUNS UP TO THE DAY BEFORE THAT ENTRY.
066600*****************************************************************
066700 3300-APPLY-ADD.
066800     IF WS-PRIOR-NEEDS-CLOSE
066900         PERFORM 3600-CLOSE-PRIOR-ENTRY THRU 3600-EXIT
067000     END-IF.
067100     IF RX-EXPIRE-DATE NOT = SPACES
067200         MOVE RX-EXPIRE-DATE-N TO WS-NEW-EXPIRE-DATE
067300     ELSE
067400         IF WS-NEXT-FOUND
067500             MOVE WS-NEXT-EFF-DATE TO WS-CHECK-DATE
067600             PERFORM 3710-DAY-BEFORE THRU 3710-EXIT
067700             MOVE WS-DAY-BEFORE TO WS-NEW-EXPIRE-DATE
067800         ELSE
067900             MOVE ZERO TO WS-NEW-EXPIRE-DATE
068000         END-IF
068100     END-IF.
068200     MOVE 'ADD   ' TO AUD-ACTION-TEXT.
068300     MOVE RX-RATE-CODE      TO AUD-RATE-CODE.
068400     MOVE RX-EFFECTIVE-DATE TO AUD-EFF-DATE-TEXT.
068500     PERFORM 5000-PRINT-CHANGE-HEADING THRU 5000-EXIT.
068600     MOVE SPACES TO COMPARE-LINE.
068700     STRING '  BEFORE  (NO ENTRY ON FILE)'
068800         DELIMITED BY SIZE INTO COMPARE-LINE.
068900     WRITE COMPARE-LINE.
069000     MOVE SPACES TO RATE-TABLE-RECORD.
069100     MOVE RX-RATE-CODE        TO RT-RATE-CODE.
069200     MOVE RX-EFFECTIVE-DATE-N TO RT-EFFECTIVE-DATE.
069300     MOVE WS-NEW-EXPIRE-DATE  TO RT-EXPIRE-DATE.
069400     MOVE RX-DESCRIPTION      TO RT-DESCRIPTION.
069500     MOVE WS-RUN-DATE         TO RT-LAST-CHANGE-DATE.
069600     MOVE WS-OPERATOR-ID      TO RT-LAST-CHANGE-BY.
069700     IF WS-IS-BRACKET-CODE
069800         MOVE ZERO TO RT-BRACKET-COUNT
069900         SET RT-BKT-IDX TO 1
070000         PERFORM 3730-CLEAR-ONE-BRACKET THRU 3730-EXIT
070100             UNTIL RT-BKT-IDX > 5
070200     ELSE
070300         MOVE ZERO TO RT-RATE
070400         MOVE ZERO TO RT-AMOUNT
070500     END-IF.
070600     PERFORM 3700-MOVE-VALUES THRU 3700-EXIT.
070700     MOVE 'AFTER ' TO CMP-LABEL.
070800     PERFORM 5100-PRINT-ENTRY-IMAGE THRU 5100-EXIT.
070900     WRITE RATE-TABLE-RECORD
071000         INVALID KEY
071100             DISPLAY 'RATEMAINT: WRITE FAILED FOR ' RX-RATE-CODE
071200                 ' ' RX-EFFECTIVE-DATE ' - STATUS '
071300                 WS-RATE-FILE-STATUS
071400             MOVE 16 TO RETURN-CODE
071500             STOP RUN
071600     END-WRITE.
071700     ADD 1 TO WS-ADD-COUNT.
071800     MOVE 'APPLIED' TO AUD-RESULT-TEXT.
071900     IF WS-PRIOR-NEEDS-CLOSE
072000         MOVE 'NEW ENTRY ADDED - PRIOR ENTRY CLOSED'
072100             TO AUD-REASON-TEXT
072200     ELSE
072300         MOVE 'NEW ENTRY ADDED' TO AUD-REASON-TEXT
072400     END-IF.
072500     PERFORM 3920-WRITE-AUDIT-LINE THRU 3920-EXIT.
072600 3300-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000*    3400-APPLY-CHANGE - THE RECORD AREA HOLDS THE ENTRY FROM
073100*    THE EDIT'S KEYED READ.  A CHANGE TO AN ENTRY ALREADY IN
073200*    FORCE ALTERS FIGURES A PAY RUN MAY HAVE USED, AND THE
073300*    AUDIT LINE SAYS SO.
073400*****************************************************************
073500 3400-APPLY-CHANGE.
073600     MOVE 'CHANGE' TO AUD-ACTION-TEXT.
073700     MOVE RX-RATE-CODE      TO AUD-RATE-CODE.
073800     MOVE RX-EFFECTIVE-DATE TO AUD-EFF-DATE-TEXT.
073900     PERFORM 5000-PRINT-CHANGE-HEADING THRU 5000-EXIT.
074000     MOVE 'BEFORE' TO CMP-LABEL.
074100     PERFORM 5100-PRINT-ENTRY-IMAGE THRU 5100-EXIT.
074200     IF RX-DESCRIPTION NOT = SPACES
074300         MOVE RX-DESCRIPTION TO RT-DESCRIPTION
074400     END-IF.
074500     IF RX-EXPIRE-DATE NOT = SPACES
074600         MOVE RX-EXPIRE-DATE-N TO RT-EXPIRE-DATE
074700     END-IF.
074800     PERFORM 3700-MOVE-VALUES THRU 3700-EXIT.
074900     MOVE WS-RUN-DATE    TO RT-LAST-CHANGE-DATE.
075000     MOVE WS-OPERATOR-ID TO RT-LAST-CHANGE-BY.
075100     MOVE 'AFTER ' TO CMP-LABEL.
075200     PERFORM 5100-PRINT-ENTRY-IMAGE THRU 5100-EXIT.
075300     IF RT-EFFECTIVE-DATE NOT > WS-RUN-DATE
075400         MOVE 'CHANGED - ENTRY ALREADY IN FORCE'
075500             TO AUD-REASON-TEXT
075600     ELSE
075700         MOVE 'CHANGED' TO AUD-REASON-TEXT
075800     END-IF.
075900     PERFORM 3800-REWRITE-ENTRY THRU 3800-EXIT.
076000     ADD 1 TO WS-CHANGE-COUNT.
076100     MOVE 'APPLIED' TO AUD-RESULT-TEXT.
076200     PERFORM 3920-WRITE-AUDIT-LINE THRU 3920-EXIT.
076300 3400-EXIT.
076400     EXIT.
076500
076600*****************************************************************
076700*    3500-APPLY-EXPIRE - SET THE LAST DAY IN FORCE
076800*****************************************************************
076900 3500-APPLY-EXPIRE.
077000     MOVE 'EXPIRE' TO AUD-ACTION-TEXT.
077100     MOVE RX-RATE-CODE      TO AUD-RATE-CODE.
077200     MOVE RX-EFFECTIVE-DATE TO AUD-EFF-DATE-TEXT.
077300     PERFORM 5000-PRINT-CHANGE-HEADING THRU 5000-EXIT.
077400     MOVE 'BEFORE' TO CMP-LABEL.
077500     PERFORM 5100-PRINT-ENTRY-IMAGE THRU 5100-EXIT.
077600     MOVE RX-EXPIRE-DATE-N TO RT-EXPIRE-DATE.
077700     MOVE WS-RUN-DATE      TO RT-LAST-CHANGE-DATE.
077800     MOVE WS-OPERATOR-ID   TO RT-LAST-CHANGE-BY.
077900     MOVE 'AFTER ' TO CMP-LABEL.
078000     PERFORM 5100-PRINT-ENTRY-IMAGE THRU 5100-EXIT.
078100     PERFORM 3800-REWRITE-ENTRY THRU 3800-EXIT.
078200     ADD 1 TO WS-EXPIRE-COUNT.
078300     MOVE 'APPLIED' TO AUD-RESULT-TEXT.
078400     MOVE 'EXPIRY DATE SET' TO AUD-REASON-TEXT.
078500     PERFORM 3920-WRITE-AUDIT-LINE THRU 3920-EXIT.
078600 3500-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000*    3600-CLOSE-PRIOR-ENTRY - THE PRIOR ENTRY'S LAST DAY IN
079100*    FORCE BECOMES THE DAY BEFORE THE NEW ENTRY TAKES EFFECT.
079200*****************************************************************
079300 3600-CLOSE-PRIOR-ENTRY.
079400     MOVE RX-RATE-CODE      TO RT-RATE-CODE.
079500     MOVE WS-PRIOR-EFF-DATE TO RT-EFFECTIVE-DATE.
079600     READ RATE-TABLE-FILE
079700         INVALID KEY
079800             DISPLAY 'RATEMAINT: PRIOR ENTRY VANISHED FOR '
079900                 RX-RATE-CODE ' ' WS-PRIOR-EFF-DATE
080000             MOVE 16 TO RETURN-CODE
080100             STOP RUN
080200     END-READ.
080300     MOVE 'CLOSE ' TO AUD-ACTION-TEXT.
080400     MOVE RX-RATE-CODE      TO AUD-RATE-CODE.
080500     MOVE WS-PRIOR-EFF-DATE TO AUD-EFF-DATE-TEXT.
080600     PERFORM 5000-PRINT-CHANGE-HEADING THRU 5000-EXIT.
080700     MOVE 'BEFORE' TO CMP-LABEL.
080800     PERFORM 5100-PRINT-ENTRY-IMAGE THRU 5100-EXIT.
080900     MOVE RX-EFFECTIVE-DATE-N TO WS-CHECK-DATE.
081000     PERFORM 3710-DAY-BEFORE THRU 3710-EXIT.
081100     MOVE WS-DAY-BEFORE  TO RT-EXPIRE-DATE.
081200     MOVE WS-RUN-DATE    TO RT-LAST-CHANGE-DATE.
081300     MOVE WS-OPERATOR-ID TO RT-LAST-CHANGE-BY.
081400     MOVE 'AFTER ' TO CMP-LABEL.
081500     PERFORM 5100-PRINT-ENTRY-IMAGE THRU 5100-EXIT.
081600     PERFORM 3800-REWRITE-ENTRY THRU 3800-EXIT.
081700     ADD 1 TO WS-CLOSE-COUNT.
081800     MOVE 'APPLIED' TO AUD-RESULT-TEXT.
081900     MOVE SPACES TO AUD-REASON-TEXT.
082000     STRING 'CLOSED BY ENTRY EFFECTIVE ' RX-EFFECTIVE-DATE
082100         DELIMITED BY SIZE INTO AUD-REASON-TEXT.
082200     PERFORM 3920-WRITE-AUDIT-LINE THRU 3920-EXIT.
082300 3600-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*    3700-MOVE-VALUES - ONLY THE FIELDS THE TRANSACTION CARRIES
082800*    ARE MOVED, SO A CHANGE KEEPS WHATEVER IT LEAVES BLANK.  A
082900*    BRACKET SET IS ALWAYS REPLACED WHOLE.
083000*****************************************************************
083100 3700-MOVE-VALUES.
083200     IF WS-IS-BRACKET-CODE
083300         IF RX-BRACKET-COUNT NOT = SPACES
083400             MOVE RX-BRACKET-COUNT-N TO RT-BRACKET-COUNT
083500             SET RT-BKT-IDX TO 1
083600             SET RX-BKT-IDX TO 1
083700             PERFORM 3720-MOVE-ONE-BRACKET THRU 3720-EXIT
083800                 UNTIL RT-BKT-IDX > 5
083900         END-IF
084000         GO TO 3700-EXIT
084100     END-IF.
084200     IF RX-RATE NOT = SPACES
084300         MOVE RX-RATE-N TO RT-RATE
084400     END-IF.
084500     IF RX-AMOUNT NOT = SPACES
084600         MOVE RX-AMOUNT-N TO RT-AMOUNT
084700     END-IF.
084800 3700-EXIT.
084900     EXIT.
085000
085100*****************************************************************
085200*    3710-DAY-BEFORE - WS-DAY-BEFORE = WS-CHECK-DATE LESS ONE
085300*****************************************************************
085400 3710-DAY-BEFORE.
085500     COMPUTE WS-DATE-INT =
085600         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1.
085700     COMPUTE WS-DAY-BEFORE =
085800         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
085900 3710-EXIT.
086000     EXIT.
086100
086200 3720-MOVE-ONE-BRACKET.
086300     IF RT-BKT-IDX > RX-BRACKET-COUNT-N
086400         PERFORM 3730-CLEAR-ONE-BRACKET THRU 3730-EXIT
086500         GO TO 3720-EXIT
086600     END-IF.
086700     MOVE RX-LOW-LIMIT-N(RX-BKT-IDX)
086800         TO RT-LOW-LIMIT(RT-BKT-IDX).
086900     MOVE RX-HIGH-LIMIT-N(RX-BKT-IDX)
087000         TO RT-HIGH-LIMIT(RT-BKT-IDX).
087100     MOVE RX-BASE-TAX-N(RX-BKT-IDX)
087200         TO RT-BASE-TAX(RT-BKT-IDX).
087300     MOVE RX-BRACKET-RATE-N(RX-BKT-IDX)
087400         TO RT-BRACKET-RATE(RT-BKT-IDX).
087500     SET RT-BKT-IDX UP BY 1.
087600     SET RX-BKT-IDX UP BY 1.
087700 3720-EXIT.
087800     EXIT.
087900
088000 3730-CLEAR-ONE-BRACKET.
088100     MOVE ZERO TO RT-LOW-LIMIT(RT-BKT-IDX).
088200     MOVE ZERO TO RT-HIGH-LIMIT(RT-BKT-IDX).
088300     MOVE ZERO TO RT-BASE-TAX(RT-BKT-IDX).
088400     MOVE ZERO TO RT-BRACKET-RATE(RT-BKT-IDX).
088500     SET RT-BKT-IDX UP BY 1.
088600 3730-EXIT.
088700     EXIT.
088800
088900*****************************************************************
089000*    3800-REWRITE-ENTRY
089100*****************************************************************
089200 3800-REWRITE-ENTRY.
089300     REWRITE RATE-TABLE-RECORD
089400         INVALID KEY
089500             DISPLAY 'RATEMAINT: REWRITE FAILED FOR ' RT-RATE-CODE
089600                 ' ' RT-EFFECTIVE-DATE ' - STATUS '
089700                 WS-RATE-FILE-STATUS
089800             MOVE 16 TO RETURN-CODE
089900             STOP RUN
090000     END-REWRITE.
090100 3800-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500*    3900-WRITE-AUDIT-REJECT
090600*****************************************************************
090700 3900-WRITE-AUDIT-REJECT.
090800     ADD 1 TO WS-REJECT-COUNT.
090900     MOVE RX-ACTION-CODE    TO AUD-ACTION-TEXT.
091000     MOVE RX-RATE-CODE      TO AUD-RATE-CODE.
091100     MOVE RX-EFFECTIVE-DATE TO AUD-EFF-DATE-TEXT.
091200     MOVE 'REJECTED' TO AUD-RESULT-TEXT.
091300     MOVE WS-TRANS-REASON TO AUD-REASON-TEXT.
091400     PERFORM 3920-WRITE-AUDIT-LINE THRU 3920-EXIT.
091500 3900-EXIT.
091600     EXIT.
091700
091800*****************************************************************
091900*    3920-WRITE-AUDIT-LINE - COMMON TRAILER FOR EVERY OUTCOME
092000*****************************************************************
092100 3920-WRITE-AUDIT-LINE.
092200     MOVE WS-RUN-DATE TO AUD-RUN-DATE-TEXT.
092300     MOVE SPACES TO AUDIT-RECORD.
092400     STRING AUD-RUN-DATE-TEXT   DELIMITED BY SIZE
092500            '  '                DELIMITED BY SIZE
092600            WS-OPERATOR-ID      DELIMITED BY SIZE
092700            '  '                DELIMITED BY SIZE
092800            AUD-RATE-CODE       DELIMITED BY SIZE
092900            '  '                DELIMITED BY SIZE
093000            AUD-EFF-DATE-TEXT   DELIMITED BY SIZE
093100            '  '                DELIMITED BY SIZE
093200            AUD-ACTION-TEXT     DELIMITED BY SIZE
093300            '  '                DELIMITED BY SIZE
093400            AUD-RESULT-TEXT     DELIMITED BY SIZE
093500            '  '                DELIMITED BY SIZE
093600            AUD-REASON-TEXT     DELIMITED BY SIZE
093700         INTO AUDIT-RECORD
093800     END-STRING.
093900     WRITE AUDIT-RECORD.
094000 3920-EXIT.
094100     EXIT.
094200
094300*****************************************************************
094400*    5000-PRINT-CHANGE-HEADING - ONE BLOCK PER ENTRY TOUCHED
094500*****************************************************************
094600 5000-PRINT-CHANGE-HEADING.
094700     MOVE SPACES TO COMPARE-LINE.
094800     WRITE COMPARE-LINE.
094900     MOVE SPACES TO COMPARE-LINE.
095000     STRING AUD-ACTION-TEXT '  ' AUD-RATE-CODE
095100         '  EFFECTIVE ' AUD-EFF-DATE-TEXT
095200         DELIMITED BY SIZE INTO COMPARE-LINE.
095300     WRITE COMPARE-LINE.
095400 5000-EXIT.
095500     EXIT.
095600
095700*****************************************************************
095800*    5100-PRINT-ENTRY-IMAGE - THE ENTRY IN THE RECORD AREA,
095900*    LABELLED BEFORE OR AFTER FROM CMP-LABEL
096000*****************************************************************
096100 5100-PRINT-ENTRY-IMAGE.
096200     MOVE SPACES TO COMPARE-LINE.
096300     STRING '  ' CMP-LABEL '  EXPIRES ' RT-EXPIRE-DATE
096400         '  CHANGED ' RT-LAST-CHANGE-DATE ' BY ' RT-LAST-CHANGE-BY
096500         '  ' RT-DESCRIPTION
096600         DELIMITED BY SIZE INTO COMPARE-LINE.
096700     WRITE COMPARE-LINE.
096800     IF RT-BRACKET-CODE
096900         SET RT-BKT-IDX TO 1
097000         PERFORM 5110-PRINT-ONE-BRACKET THRU 5110-EXIT
097100             UNTIL RT-BKT-IDX > RT-BRACKET-COUNT
097200     ELSE
097300         MOVE RT-RATE   TO WS-EDIT-RATE
097400         MOVE RT-AMOUNT TO WS-EDIT-AMOUNT
097500         MOVE SPACES TO COMPARE-LINE
097600         STRING '          RATE ' WS-EDIT-RATE
097700             '  AMOUNT ' WS-EDIT-AMOUNT
097800             DELIMITED BY SIZE INTO COMPARE-LINE
097900         WRITE COMPARE-LINE
098000     END-IF.
098100 5100-EXIT.
098200     EXIT.
098300
098400 5110-PRINT-ONE-BRACKET.
098500     SET WS-BKT-NUMBER TO RT-BKT-IDX.
098600     MOVE RT-LOW-LIMIT(RT-BKT-IDX)    TO WS-EDIT-LOW.
098700     MOVE RT-HIGH-LIMIT(RT-BKT-IDX)   TO WS-EDIT-HIGH.
098800     MOVE RT-BASE-TAX(RT-BKT-IDX)     TO WS-EDIT-BASE.
098900     MOVE RT-BRACKET-RATE(RT-BKT-IDX) TO WS-EDIT-BKT-RATE.
099000     MOVE SPACES TO COMPARE-LINE.
099100     STRING '          BRACKET ' WS-BKT-NUMBER
099200         '  LOW ' WS-EDIT-LOW '  HIGH ' WS-EDIT-HIGH
099300         '  BASE TAX ' WS-EDIT-BASE '  RATE ' WS-EDIT-BKT-RATE
099400         DELIMITED BY SIZE INTO COMPARE-LINE.
099500     WRITE COMPARE-LINE.
099600     SET RT-BKT-IDX UP BY 1.
099700 5110-EXIT.
099800     EXIT.
099900
100000*****************************************************************
100100*    8000-FINALIZE - RUN TOTALS AND THE SIGN-OFF BLOCK.  THE
100200*    COMPARISON REPORT IS NOT COMPLETE UNTIL BOTH SIGNATURES
100300*    ARE ON IT; THE PAY RUN THAT FIRST USES THE NEW FIGURES
100400*    SHOULD NOT BE RELEASED BEFORE THEN.
100500*****************************************************************
100600 8000-FINALIZE.
100700     CLOSE RATE-TABLE-FILE.
100800     CLOSE RATE-TRANS-FILE.
100900     CLOSE RATE-AUDIT-FILE.
101000     MOVE SPACES TO COMPARE-LINE.
101100     WRITE COMPARE-LINE.
101200     MOVE ALL '-' TO COMPARE-LINE.
101300     WRITE COMPARE-LINE.
101400     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
101500     MOVE SPACES TO COMPARE-LINE.
101600     STRING 'TRANSACTIONS READ              : ' WS-EDIT-COUNT
101700         DELIMITED BY SIZE INTO COMPARE-LINE.
101800     WRITE COMPARE-LINE.
101900     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT.
102000     MOVE SPACES TO COMPARE-LINE.
102100     STRING 'ENTRIES ADDED                  : ' WS-EDIT-COUNT
102200         DELIMITED BY SIZE INTO COMPARE-LINE.
102300     WRITE COMPARE-LINE.
102400     MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT.
102500     MOVE SPACES TO COMPARE-LINE.
102600     STRING 'ENTRIES CHANGED                : ' WS-EDIT-COUNT
102700         DELIMITED BY SIZE INTO COMPARE-LINE.
102800     WRITE COMPARE-LINE.
102900     MOVE WS-EXPIRE-COUNT TO WS-EDIT-COUNT.
103000     MOVE SPACES TO COMPARE-LINE.
103100     STRING 'ENTRIES EXPIRED                : ' WS-EDIT-COUNT
103200         DELIMITED BY SIZE INTO COMPARE-LINE.
103300     WRITE COMPARE-LINE.
103400     MOVE WS-CLOSE-COUNT TO WS-EDIT-COUNT.
103500     MOVE SPACES TO COMPARE-LINE.
103600     STRING 'PRIOR ENTRIES CLOSED BY ADDS   : ' WS-EDIT-COUNT
103700         DELIMITED BY SIZE INTO COMPARE-LINE.
103800     WRITE COMPARE-LINE.
103900     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
104000     MOVE SPACES TO COMPARE-LINE.
104100     STRING 'TRANSACTIONS REJECTED          : ' WS-EDIT-COUNT
104200         '  (SEE RATEAUD.TXT)'
104300         DELIMITED BY SIZE INTO COMPARE-LINE.
104400     WRITE COMPARE-LINE.
104500     MOVE SPACES TO COMPARE-LINE.
104600     WRITE COMPARE-LINE.
104700     MOVE SPACES TO COMPARE-LINE.
104800     STRING 'PREPARED BY  ' WS-OPERATOR-ID '  ON ' WS-RUN-DATE
104900         DELIMITED BY SIZE INTO COMPARE-LINE.
105000     WRITE COMPARE-LINE.
105100     MOVE SPACES TO COMPARE-LINE.
105200     WRITE COMPARE-LINE.
105300     MOVE SPACES TO COMPARE-LINE.
105400     STRING 'REVIEWED BY (PAYROLL)  ______________________  '
105500         'DATE __________'
105600         DELIMITED BY SIZE INTO COMPARE-LINE.
105700     WRITE COMPARE-LINE.
105800     MOVE SPACES TO COMPARE-LINE.
105900     WRITE COMPARE-LINE.
106000     MOVE SPACES TO COMPARE-LINE.
106100     STRING 'APPROVED BY (FINANCE)  ______________________  '
106200         'DATE __________'
106300         DELIMITED BY SIZE INTO COMPARE-LINE.
106400     WRITE COMPARE-LINE.
106500     CLOSE RATE-COMPARE-FILE.
106600     DISPLAY 'RATEMAINT SUMMARY FOR ' WS-RUN-DATE.
106700     DISPLAY '  ENTRIES ADDED     : ' WS-ADD-COUNT.
106800     DISPLAY '  ENTRIES CHANGED   : ' WS-CHANGE-COUNT.
106900     DISPLAY '  ENTRIES EXPIRED   : ' WS-EXPIRE-COUNT.
107000     DISPLAY '  PRIOR ENTRIES CLOSED  : ' WS-CLOSE-COUNT.
107100     DISPLAY '  TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.
107200 8000-EXIT.
107300     EXIT.
