002792*                    INDEXED PAY HISTORY PER RETURN ENTRY - THE
002793*                    FRONT-TO-BACK PASS OF THE WHOLE DETAIL
002794*                    FILE IS RETIRED.
002795*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
002796*                    STREAM LOG RUNLOG.DAT.  REFUSED, AND THE
002797*                    REFUSAL LOGGED, WHILE A PAYROLL RESTART IS
002798*                    PENDING ON CHECKPOINT.DAT OR SUPPCKPT.DAT.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. ACHRETRN.
005500     SELECT RETURN-REPORT-FILE ASSIGN TO 'ACHRTRPT.TXT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-FILE-STATUS.
005705
005710     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
005715         ORGANIZATION IS SEQUENTIAL
005720         FILE STATUS IS WS-LOG-FILE-STATUS.
005725     SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPOINT.DAT'
005730         ORGANIZATION IS SEQUENTIAL
005735         FILE STATUS IS WS-CKPT-FILE-STATUS.
005740     SELECT SUPP-CHECKPOINT-FILE ASSIGN TO 'SUPPCKPT.DAT'
005745         ORGANIZATION IS SEQUENTIAL
005750         FILE STATUS IS WS-CKPT-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
008600
011300 FD  RETURN-REPORT-FILE.
011400 01  RETURN-REPORT-LINE            PIC X(90).
011410
011420 FD  RUN-LOG-FILE.
011430 01  RUN-LOG-FILE-RECORD           PIC X(180).
011440
011450 FD  CHECKPOINT-FILE.
011460 01  CHECKPOINT-RECORD             PIC X(17058).
011470
011480 FD  SUPP-CHECKPOINT-FILE.
011490 01  SUPP-CHECKPOINT-RECORD        PIC X(17058).
011500
011600 WORKING-STORAGE SECTION.
011700*****************************************************************
012100 01  WS-EMP-FILE-STATUS            PIC X(02).
012200 01  WS-HIST-FILE-STATUS           PIC X(02).
012400 01  WS-RPT-FILE-STATUS            PIC X(02).
012420 01  WS-LOG-FILE-STATUS            PIC X(02).
012440 01  WS-CKPT-FILE-STATUS           PIC X(02).
012500
012600*****************************************************************
012700*    SWITCHES
015200 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
015300 01  WS-REJECT-REASON              PIC X(40).
015400 01  WS-RESULT-TEXT                PIC X(08).
015405
015410*****************************************************************
015415*    JOB-STREAM RUN LOG
015420*****************************************************************
015425 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
015430 01  WS-LOG-MESSAGE                PIC X(50) VALUE SPACES.
015435 COPY RUNLOG.
015440*    PAYROLL CHECKPOINT PREFIX - A NONZERO RECORD COUNT MEANS A
015445*    FINAL PAY RUN STOPPED PART WAY AND IS WAITING FOR A RESTART.
015450 01  WS-CKPT-PREFIX.
015455     05  WS-CKPT-LAST-EMP-ID       PIC X(10).
015460     05  WS-CKPT-RECORDS-READ      PIC 9(07).
015465 01  WS-CKPT-DSNAME                PIC X(14) VALUE SPACES.
015500
017900*****************************************************************
018000*    RETURN-ENTRY TABLE - THE BANK FILE IS SMALL (A HANDFUL OF
021500*****************************************************************
021600 1000-INITIALIZE.
021700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021720     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
021740     PERFORM 1100-CHECK-PENDING-RESTART THRU 1100-EXIT.
021800     DISPLAY 'ACHRETRN - ACH RETURN/NOC PROCESSING'.
021900     OPEN INPUT ACH-RETURN-FILE.
022000     IF WS-RTN-FILE-STATUS NOT = '00'
026000 1000-EXIT.
026100     EXIT.
026200
026250*****************************************************************
026300*    1100-CHECK-PENDING-RESTART - JOB-STREAM ORDER
026350*    A PAYROLL FINAL RUN THAT STOPPED PART WAY LEAVES A NONZERO
026400*    RECORD COUNT ON ITS CHECKPOINT (CHECKPOINT.DAT, OR
026450*    SUPPCKPT.DAT FOR AN OFF-CYCLE RUN) UNTIL IT IS RESTARTED TO
026500*    COMPLETION.  RETURNS AND NOTIFICATIONS OF CHANGE REWRITE
026550*    THE EMPLOYEE MASTER'S BANK DATA, WHICH A PENDING RESTART IS
026600*    STILL PAYING FROM, SO THE STEP IS REFUSED AND THE REFUSAL
026650*    LOGGED.
026700*****************************************************************
026750 1100-CHECK-PENDING-RESTART.
026800     MOVE 'CHECKPOINT.DAT' TO WS-CKPT-DSNAME.
026850     MOVE ZERO TO WS-CKPT-RECORDS-READ.
026900     OPEN INPUT CHECKPOINT-FILE.
026950     IF WS-CKPT-FILE-STATUS = '00'
027000         READ CHECKPOINT-FILE INTO WS-CKPT-PREFIX
027050             AT END
027100                 MOVE ZERO TO WS-CKPT-RECORDS-READ
027150         END-READ
027200         CLOSE CHECKPOINT-FILE
027250     END-IF.
027300     PERFORM 1110-TEST-CHECKPOINT THRU 1110-EXIT.
027350     MOVE 'SUPPCKPT.DAT' TO WS-CKPT-DSNAME.
027400     MOVE ZERO TO WS-CKPT-RECORDS-READ.
027450     OPEN INPUT SUPP-CHECKPOINT-FILE.
027500     IF WS-CKPT-FILE-STATUS = '00'
027550         READ SUPP-CHECKPOINT-FILE INTO WS-CKPT-PREFIX
027600             AT END
027650                 MOVE ZERO TO WS-CKPT-RECORDS-READ
027700         END-READ
027750         CLOSE SUPP-CHECKPOINT-FILE
027800     END-IF.
027850     PERFORM 1110-TEST-CHECKPOINT THRU 1110-EXIT.
027900 1100-EXIT.
027950     EXIT.
028000
028050*****************************************************************
028100*    1110-TEST-CHECKPOINT - NO FILE MEANS NO RUN HAS CHECKPOINTED
028150*****************************************************************
028200 1110-TEST-CHECKPOINT.
028250     IF WS-CKPT-FILE-STATUS = '35'
028300         GO TO 1110-EXIT
028350     END-IF.
028400     IF WS-CKPT-FILE-STATUS NOT = '00'
028450         DISPLAY 'ACHRETRN: UNABLE TO OPEN ' WS-CKPT-DSNAME
028500             ' - STATUS ' WS-CKPT-FILE-STATUS
028550         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028650     END-IF.
028700     IF WS-CKPT-RECORDS-READ NOT NUMERIC
028750             OR WS-CKPT-RECORDS-READ = ZERO
028800         GO TO 1110-EXIT
028850     END-IF.
028900     MOVE SPACES TO WS-LOG-MESSAGE.
028950     STRING 'PAYROLL RESTART PENDING ON ' DELIMITED BY SIZE
029000         WS-CKPT-DSNAME DELIMITED BY SPACE
029050         INTO WS-LOG-MESSAGE.
029100     DISPLAY 'ACHRETRN: ' WS-LOG-MESSAGE.
029150     DISPLAY 'ACHRETRN: STEP REFUSED - COMPLETE THE '
029200         'PAYROLL RESTART FIRST.'.
029250     PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT.
029300     STOP RUN.
029350 1110-EXIT.
029400     EXIT.
029450
030200*****************************************************************
030300*    3000-LOAD-RETURNS - BRING THE BANK FILE INTO MEMORY
030400*****************************************************************
054300     DISPLAY '  NOC APPLIED      : ' WS-NOC-APPLIED.
054400     DISPLAY '  RETURNS FLAGGED  : ' WS-RETURNS-APPLIED.
054500     DISPLAY '  ENTRIES REJECTED : ' WS-ENTRIES-REJECTED.
054550     MOVE WS-ENTRIES-READ TO RL-COUNT-1.
054600     MOVE WS-ENTRIES-REJECTED TO RL-COUNT-2.
054650     MOVE ZERO TO RL-AMOUNT-1 RL-AMOUNT-2.
054700     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
054800 8000-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
055300*****************************************************************
055400 9700-LOG-STEP-START.
055500     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
055600     SET RL-START-ENTRY TO TRUE.
055700     SET RL-STEP-STARTED TO TRUE.
055800     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
055900         RL-AMOUNT-1 RL-AMOUNT-2.
056000     MOVE SPACES TO RL-MESSAGE.
056100     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
056200 9700-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
056700*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
056800*    RL-AMOUNT-1/2.
056900*****************************************************************
057000 9710-LOG-STEP-END.
057100     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
057200     SET RL-END-ENTRY TO TRUE.
057300     MOVE RETURN-CODE TO RL-RETURN-CODE.
057400     EVALUATE TRUE
057500         WHEN RETURN-CODE = ZERO
057600             SET RL-STEP-CLEAN TO TRUE
057700         WHEN RETURN-CODE < 16
057800             SET RL-STEP-EXCEPTIONS TO TRUE
057900         WHEN OTHER
058000             SET RL-STEP-FAILED TO TRUE
058100     END-EVALUATE.
058200     MOVE SPACES TO RL-MESSAGE.
058300     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
058400 9710-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800*    9720-LOG-STEP-REFUSED - END ENTRY FOR A STEP THAT WILL NOT
058900*    RUN; THE REASON IS IN WS-LOG-MESSAGE.  THE CALLER STOPS.
059000*****************************************************************
059100 9720-LOG-STEP-REFUSED.
059200     MOVE 16 TO RETURN-CODE.
059300     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
059400     SET RL-END-ENTRY TO TRUE.
059500     SET RL-STEP-REFUSED TO TRUE.
059600     MOVE 16 TO RL-RETURN-CODE.
059700     MOVE ZERO TO RL-COUNT-1 RL-COUNT-2 RL-AMOUNT-1 RL-AMOUNT-2.
059800     MOVE WS-LOG-MESSAGE TO RL-MESSAGE.
059900     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
060000 9720-EXIT.
060100     EXIT.
060200
060300*****************************************************************
060400*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
060500*****************************************************************
060600 9780-FILL-LOG-COMMON.
060700     MOVE 'ACHRETRN' TO RL-PROGRAM.
060800     MOVE WS-RUN-DATE TO RL-RUN-DATE.
060900     ACCEPT WS-LOG-TIME FROM TIME.
061000     MOVE WS-LOG-TIME TO RL-RUN-TIME.
061100     MOVE SPACES TO RL-RUN-MODE RL-RUN-TYPE RL-OPERATOR-ID.
061200     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE
061300         RL-FEED-DATE.
061400 9780-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
061900*****************************************************************
062000 9790-WRITE-RUN-LOG.
062100     OPEN EXTEND RUN-LOG-FILE.
062200     IF WS-LOG-FILE-STATUS = '35'
062300         OPEN OUTPUT RUN-LOG-FILE
062400     END-IF.
062500     IF WS-LOG-FILE-STATUS NOT = '00'
062600         DISPLAY 'ACHRETRN: UNABLE TO OPEN RUNLOG.DAT - STATUS '
062700             WS-LOG-FILE-STATUS
062800         MOVE 16 TO RETURN-CODE
062900         STOP RUN
063000     END-IF.
063100     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
063200     CLOSE RUN-LOG-FILE.
063300 9790-EXIT.
063400     EXIT.
