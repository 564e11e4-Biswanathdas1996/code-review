002300*    DATE       INIT DESCRIPTION
002400*    ---------- ---- ------------------------------------------
002500*    2026-09-02 RTM  ORIGINAL VERSION.
002520*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
002540*                    STREAM LOG RUNLOG.DAT WITH THE PAID/
002560*                    OUTSTANDING COUNTS AND OUTSTANDING/STALE
002580*                    TOTALS.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CHKRECON.
005100     SELECT OUTSTAND-REPORT-FILE ASSIGN TO 'OUTSTAND.TXT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ORPT-FILE-STATUS.
005320
005340     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
005360         ORGANIZATION IS SEQUENTIAL
005380         FILE STATUS IS WS-LOG-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
007700
007800 FD  OUTSTAND-REPORT-FILE.
007900 01  OUTSTAND-REPORT-LINE          PIC X(90).
007920
007940 FD  RUN-LOG-FILE.
007960 01  RUN-LOG-FILE-RECORD           PIC X(180).
008000
008100 WORKING-STORAGE SECTION.
008200*****************************************************************
008600 01  WS-CKO-FILE-STATUS            PIC X(02).
008700 01  WS-MRPT-FILE-STATUS           PIC X(02).
008800 01  WS-ORPT-FILE-STATUS           PIC X(02).
008850 01  WS-LOG-FILE-STATUS            PIC X(02).
008900
009000*****************************************************************
009100*    SWITCHES
012900 01  WS-RUN-DATE-INT               PIC 9(07) VALUE ZERO.
013000 01  WS-ISSUE-DATE-INT             PIC 9(07) VALUE ZERO.
013100 01  WS-CHECK-AGE-DAYS             PIC S9(05) VALUE ZERO.
013110
013120*****************************************************************
013130*    JOB-STREAM RUN LOG
013140*****************************************************************
013150 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
013160 COPY RUNLOG.
013200
013300*****************************************************************
013400*    GENERAL EDIT WORK FIELDS
015700*****************************************************************
015800 1000-INITIALIZE.
015900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015950     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
016000     COMPUTE WS-RUN-DATE-INT =
016100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
016200     DISPLAY 'CHKRECON - CHECK RECONCILIATION AND AGING'.
044700             OR WS-BAD-BANK-ROWS > ZERO
044800         MOVE 8 TO RETURN-CODE
044900     END-IF.
044910     MOVE WS-PAID-MATCHED TO RL-COUNT-1.
044920     MOVE WS-OUTSTANDING-COUNT TO RL-COUNT-2.
044930     MOVE WS-OUTSTANDING-TOTAL TO RL-AMOUNT-1.
044940     MOVE WS-STALE-TOTAL TO RL-AMOUNT-2.
044950     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
045000 8000-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
045500*****************************************************************
045600 9700-LOG-STEP-START.
045700     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
045800     SET RL-START-ENTRY TO TRUE.
045900     SET RL-STEP-STARTED TO TRUE.
046000     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
046100         RL-AMOUNT-1 RL-AMOUNT-2.
046200     MOVE SPACES TO RL-MESSAGE.
046300     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
046400 9700-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
046900*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
047000*    RL-AMOUNT-1/2.
047100*****************************************************************
047200 9710-LOG-STEP-END.
047300     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
047400     SET RL-END-ENTRY TO TRUE.
047500     MOVE RETURN-CODE TO RL-RETURN-CODE.
047600     EVALUATE TRUE
047700         WHEN RETURN-CODE = ZERO
047800             SET RL-STEP-CLEAN TO TRUE
047900         WHEN RETURN-CODE < 16
048000             SET RL-STEP-EXCEPTIONS TO TRUE
048100         WHEN OTHER
048200             SET RL-STEP-FAILED TO TRUE
048300     END-EVALUATE.
048400     MOVE SPACES TO RL-MESSAGE.
048500     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
048600 9710-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
049100*****************************************************************
049200 9780-FILL-LOG-COMMON.
049300     MOVE 'CHKRECON' TO RL-PROGRAM.
049400     MOVE WS-RUN-DATE TO RL-RUN-DATE.
049500     ACCEPT WS-LOG-TIME FROM TIME.
049600     MOVE WS-LOG-TIME TO RL-RUN-TIME.
049700     MOVE SPACES TO RL-RUN-MODE RL-RUN-TYPE RL-OPERATOR-ID.
049800     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE
049900         RL-FEED-DATE.
050000 9780-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
050500*****************************************************************
050600 9790-WRITE-RUN-LOG.
050700     OPEN EXTEND RUN-LOG-FILE.
050800     IF WS-LOG-FILE-STATUS = '35'
050900         OPEN OUTPUT RUN-LOG-FILE
051000     END-IF.
051100     IF WS-LOG-FILE-STATUS NOT = '00'
051200         DISPLAY 'CHKRECON: UNABLE TO OPEN RUNLOG.DAT - STATUS '
051300             WS-LOG-FILE-STATUS
051400         MOVE 16 TO RETURN-CODE
051500         STOP RUN
051600     END-IF.
051700     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
051800     CLOSE RUN-LOG-FILE.
051900 9790-EXIT.
052000     EXIT.
