002491*                    THE INDEXED PAY HISTORY INTO THE STAMPED
002492*                    PAYHARCH.DAT ARCHIVE, THE SAME WAY THE YTD
002493*                    MASTER ARCHIVES INTO YTDHIST.DAT.
002494*    2026-10-15 RTM  EMPLOYEE OASDI AND MEDICARE WITHHELD, AND
002495*                    THE OASDI AND MEDICARE WAGES, NOW PRINT ON
002496*                    THE ANNUAL STATEMENT AND CARRY INTO THE
002497*                    YTDHIST ARCHIVE.  THE PAY-HISTORY ARCHIVE
002498*                    DETAIL GROWS WITH THE PAYHIST ROW.
002499*    2026-10-15 RTM  THE PAY-HISTORY ARCHIVE DETAIL GROWS AGAIN
002500*                    WITH THE HOURS, BASE SALARY AND ROW TYPE.
002501*    2026-10-15 RTM  RUN PARAMETER RECORD NOW 49 BYTES (RUN TYPE
002502*                    AND OFF-CYCLE SEQUENCE).
002510*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
002520*                    STREAM LOG RUNLOG.DAT.  THE YEAR IS NOT
002530*                    CLOSED, AND THE REFUSAL IS LOGGED, UNLESS
002540*                    PAYRECON'S LATEST RUN FOR THE YEAR WAS IN
002550*                    BALANCE WITH NO PAY, ADJUSTMENT OR PAYOUT RUN
002560*                    SINCE, OR WHILE A PAYROLL RESTART IS PENDING.
002599*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. YEAREND.
002800 AUTHOR. R-T-MORALES.
005640         ACCESS MODE IS SEQUENTIAL
005650         RECORD KEY IS PTO-EMP-ID
005660         FILE STATUS IS WS-PTO-FILE-STATUS.
005662     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
005664         ORGANIZATION IS SEQUENTIAL
005666         FILE STATUS IS WS-LOG-FILE-STATUS.
005668     SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPOINT.DAT'
005670         ORGANIZATION IS SEQUENTIAL
005672         FILE STATUS IS WS-CKPT-FILE-STATUS.
005674     SELECT SUPP-CHECKPOINT-FILE ASSIGN TO 'SUPPCKPT.DAT'
005676         ORGANIZATION IS SEQUENTIAL
005678         FILE STATUS IS WS-CKPT-FILE-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUN-PARM-FILE.
006100 01  RUN-PARM-INPUT-RECORD         PIC X(49).
006200
006300 FD  EMPLOYEE-FILE.
006400 COPY EMPREC.
008110     05  HIST-ER-FICA              PIC 9(9)V99.
008120     05  HIST-ER-FUTA              PIC 9(9)V99.
008130     05  HIST-ER-SUTA              PIC 9(9)V99.
008140     05  HIST-EE-OASDI             PIC 9(9)V99.
008150     05  HIST-EE-MEDICARE          PIC 9(9)V99.
008160     05  HIST-OASDI-WAGES          PIC 9(9)V99.
008200
008300 FD  ANNUAL-STMT-FILE.
008400 01  ANNUAL-STMT-LINE              PIC X(70).
008492*    USES, SO SWEPT YEARS REMAIN QUERYABLE BY YEAR AND EMP-ID.
008493 01  PAY-ARCH-RECORD.
008494     05  PA-YEAR                   PIC 9(04).
008495     05  PA-DETAIL                 PIC X(120).
008500
008510 FD  RUN-LOG-FILE.
008520 01  RUN-LOG-FILE-RECORD           PIC X(180).
008530
008540 FD  CHECKPOINT-FILE.
008550 01  CHECKPOINT-RECORD             PIC X(17058).
008560
008570 FD  SUPP-CHECKPOINT-FILE.
008580 01  SUPP-CHECKPOINT-RECORD        PIC X(17058).
008590
008600 WORKING-STORAGE SECTION.
008700*****************************************************************
008800*    FILE STATUS FIELDS
009410 01  WS-PTO-FILE-STATUS            PIC X(02).
009420 01  WS-PH-FILE-STATUS             PIC X(02).
009430 01  WS-PHA-FILE-STATUS            PIC X(02).
009440 01  WS-LOG-FILE-STATUS            PIC X(02).
009460 01  WS-CKPT-FILE-STATUS           PIC X(02).
009500
009600*****************************************************************
009700*    SWITCHES
012900*    PARAMETER FILE IS CLOSED.
013000*****************************************************************
013100 COPY PAYPARM.
013102
013104*****************************************************************
013106*    JOB-STREAM RUN LOG
013108*****************************************************************
013110 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
013112 01  WS-LOG-MESSAGE                PIC X(50) VALUE SPACES.
013114 COPY RUNLOG.
013116 01  WS-LOG-EOF-SWITCH             PIC X(01) VALUE 'N'.
013118     88  WS-LOG-EOF                   VALUE 'Y'.
013120 01  WS-RECON-FOUND-SWITCH         PIC X(01) VALUE 'N'.
013122     88  WS-RECON-FOUND               VALUE 'Y'.
013124 01  WS-RECON-STALE-SWITCH         PIC X(01) VALUE 'N'.
013126     88  WS-RECON-STALE               VALUE 'Y'.
013128 01  WS-RECON-STATUS               PIC X(01) VALUE SPACE.
013130     88  WS-RECON-BALANCED            VALUE 'C'.
013132*    PAYROLL CHECKPOINT PREFIX - A NONZERO RECORD COUNT MEANS A
013134*    FINAL PAY RUN STOPPED PART WAY AND IS WAITING FOR A RESTART.
013136 01  WS-CKPT-PREFIX.
013138     05  WS-CKPT-LAST-EMP-ID       PIC X(10).
013140     05  WS-CKPT-RECORDS-READ      PIC 9(07).
013142 01  WS-CKPT-DSNAME                PIC X(14) VALUE SPACES.
013200
013300*****************************************************************
013400*    GENERAL EDIT WORK FIELDS
017300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017400     DISPLAY 'YEAREND - PAYROLL YEAR-END CLOSE'.
017500     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
017520     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
017540     PERFORM 1200-CHECK-PENDING-RESTART THRU 1200-EXIT.
017560     PERFORM 1300-CHECK-RECON-BALANCED THRU 1300-EXIT.
017600     OPEN INPUT EMPLOYEE-FILE.
017700     IF WS-EMP-FILE-STATUS NOT = '00'
017800         DISPLAY 'YEAREND: UNABLE TO OPEN EMPLOYEE.DAT - STATUS '
024200 1100-EXIT.
024300     EXIT.
024400
024410*****************************************************************
024420*    1200-CHECK-PENDING-RESTART - JOB-STREAM ORDER
024430*    A PAYROLL FINAL RUN THAT STOPPED PART WAY LEAVES A NONZERO
024440*    RECORD COUNT ON ITS CHECKPOINT (CHECKPOINT.DAT, OR
024450*    SUPPCKPT.DAT FOR AN OFF-CYCLE RUN) UNTIL IT IS RESTARTED TO
024460*    COMPLETION.  CLOSING THE YEAR UNDER A HALF-POSTED RUN
024470*    WOULD ARCHIVE AND EMPTY A YTD MASTER THE RESTART STILL HAS
024480*    TO POST TO, SO THE STEP IS REFUSED AND THE REFUSAL LOGGED.
024490*****************************************************************
024500 1200-CHECK-PENDING-RESTART.
024510     MOVE 'CHECKPOINT.DAT' TO WS-CKPT-DSNAME.
024520     MOVE ZERO TO WS-CKPT-RECORDS-READ.
024530     OPEN INPUT CHECKPOINT-FILE.
024540     IF WS-CKPT-FILE-STATUS = '00'
024550         READ CHECKPOINT-FILE INTO WS-CKPT-PREFIX
024560             AT END
024570                 MOVE ZERO TO WS-CKPT-RECORDS-READ
024580         END-READ
024590         CLOSE CHECKPOINT-FILE
024600     END-IF.
024610     PERFORM 1210-TEST-CHECKPOINT THRU 1210-EXIT.
024620     MOVE 'SUPPCKPT.DAT' TO WS-CKPT-DSNAME.
024630     MOVE ZERO TO WS-CKPT-RECORDS-READ.
024640     OPEN INPUT SUPP-CHECKPOINT-FILE.
024650     IF WS-CKPT-FILE-STATUS = '00'
024660         READ SUPP-CHECKPOINT-FILE INTO WS-CKPT-PREFIX
024670             AT END
024680                 MOVE ZERO TO WS-CKPT-RECORDS-READ
024690         END-READ
024700         CLOSE SUPP-CHECKPOINT-FILE
024710     END-IF.
024720     PERFORM 1210-TEST-CHECKPOINT THRU 1210-EXIT.
024730 1200-EXIT.
024740     EXIT.
024750
024760*****************************************************************
024770*    1210-TEST-CHECKPOINT - NO FILE MEANS NO RUN HAS CHECKPOINTED
024780*****************************************************************
024790 1210-TEST-CHECKPOINT.
024800     IF WS-CKPT-FILE-STATUS = '35'
024810         GO TO 1210-EXIT
024820     END-IF.
024830     IF WS-CKPT-FILE-STATUS NOT = '00'
024840         DISPLAY 'YEAREND: UNABLE TO OPEN ' WS-CKPT-DSNAME
024850             ' - STATUS ' WS-CKPT-FILE-STATUS
024860         MOVE 16 TO RETURN-CODE
024870         STOP RUN
024880     END-IF.
024890     IF WS-CKPT-RECORDS-READ NOT NUMERIC
024900             OR WS-CKPT-RECORDS-READ = ZERO
024910         GO TO 1210-EXIT
024920     END-IF.
024930     MOVE SPACES TO WS-LOG-MESSAGE.
024940     STRING 'PAYROLL RESTART PENDING ON ' DELIMITED BY SIZE
024950         WS-CKPT-DSNAME DELIMITED BY SPACE
024960         INTO WS-LOG-MESSAGE.
024970     DISPLAY 'YEAREND: ' WS-LOG-MESSAGE.
024980     DISPLAY 'YEAREND: STEP REFUSED - COMPLETE THE '
024990         'PAYROLL RESTART FIRST.'.
025000     PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT.
025010     STOP RUN.
025020 1210-EXIT.
025030     EXIT.
025040
025050*****************************************************************
025060*    1300-CHECK-RECON-BALANCED - JOB-STREAM ORDER
025070*    THE YEAR IS CLOSED ONLY ONCE PAYRECON HAS PROVED THE YTD
025080*    MASTER AGAINST PAY HISTORY AND FOUND IT IN BALANCE.  THE
025090*    LATEST PAYRECON END ENTRY ON RUNLOG.DAT WITH A PERIOD-END
025100*    DATE IN THE CLOSING YEAR MUST BE CLEAN, AND NOTHING THAT
025110*    MOVES THE YEAR'S YTD FIGURES MAY HAVE RUN AFTER IT - A
025120*    PAYROLL FINAL RUN, A PAYADJ RUN THAT APPLIED ANYTHING, OR A
025130*    PAYMAINT RUN THAT PAID A TERMINATION PAYOUT.  A REFUSED
025140*    STEP CHANGED NOTHING AND IS PASSED OVER.
025150*****************************************************************
025160 1300-CHECK-RECON-BALANCED.
025170     MOVE 'N' TO WS-RECON-FOUND-SWITCH.
025180     MOVE 'N' TO WS-RECON-STALE-SWITCH.
025190     MOVE SPACE TO WS-RECON-STATUS.
025200     MOVE 'N' TO WS-LOG-EOF-SWITCH.
025210     OPEN INPUT RUN-LOG-FILE.
025220     IF WS-LOG-FILE-STATUS = '00'
025230         PERFORM 1310-SCAN-ONE-LOG-ENTRY THRU 1310-EXIT
025240             UNTIL WS-LOG-EOF
025250         CLOSE RUN-LOG-FILE
025260     ELSE
025270         IF WS-LOG-FILE-STATUS NOT = '35'
025280             DISPLAY 'YEAREND: UNABLE TO OPEN RUNLOG.DAT - '
025290                 'STATUS ' WS-LOG-FILE-STATUS
025300             MOVE 16 TO RETURN-CODE
025310             STOP RUN
025320         END-IF
025330     END-IF.
025340     IF NOT WS-RECON-FOUND
025350         MOVE 'NO PAYRECON RUN ON RUNLOG.DAT FOR THE CLOSING YEAR'
025360             TO WS-LOG-MESSAGE
025370         GO TO 1300-REFUSE
025380     END-IF.
025390     IF WS-RECON-STALE
025400         MOVE 'YTD MASTER HAS MOVED SINCE THE LAST PAYRECON RUN'
025410             TO WS-LOG-MESSAGE
025420         GO TO 1300-REFUSE
025430     END-IF.
025440     IF NOT WS-RECON-BALANCED
025450         MOVE 'LAST PAYRECON RUN FOR THE YEAR WAS NOT IN BALANCE'
025460             TO WS-LOG-MESSAGE
025470         GO TO 1300-REFUSE
025480     END-IF.
025490     DISPLAY 'YEAREND: PAYRECON IN BALANCE FOR TAX YEAR '
025500         WS-CLOSE-YEAR.
025510     GO TO 1300-EXIT.
025520 1300-REFUSE.
025530     DISPLAY 'YEAREND: ' WS-LOG-MESSAGE.
025540     DISPLAY 'YEAREND: TAX YEAR ' WS-CLOSE-YEAR
025550         ' NOT CLOSED - RUN PAYRECON AND CLEAR IT FIRST.'.
025560     PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT.
025570     STOP RUN.
025580 1300-EXIT.
025590     EXIT.
025600
025610*****************************************************************
025620*    1310-SCAN-ONE-LOG-ENTRY - THE LOG IS IN THE ORDER THE STEPS
025630*    RAN, SO EACH PAYRECON END ENTRY FOR THE YEAR SUPERSEDES THE
025640*    LAST AND CLEARS ANY EARLIER YTD MOVEMENT.
025650*****************************************************************
025660 1310-SCAN-ONE-LOG-ENTRY.
025670     READ RUN-LOG-FILE INTO RUN-LOG-RECORD
025680         AT END
025690             SET WS-LOG-EOF TO TRUE
025700             GO TO 1310-EXIT
025710     END-READ.
025720     IF NOT RL-END-ENTRY
025730             OR RL-PERIOD-END-YEAR NOT = WS-CLOSE-YEAR
025740         GO TO 1310-EXIT
025750     END-IF.
025760     IF RL-PROGRAM = 'PAYRECON'
025770         SET WS-RECON-FOUND TO TRUE
025780         MOVE 'N' TO WS-RECON-STALE-SWITCH
025790         MOVE RL-STEP-STATUS TO WS-RECON-STATUS
025800         GO TO 1310-EXIT
025810     END-IF.
025820     IF RL-STEP-REFUSED
025830         GO TO 1310-EXIT
025840     END-IF.
025850     IF RL-PROGRAM = 'PAYROLL' AND RL-RUN-MODE = 'FINAL'
025860         SET WS-RECON-STALE TO TRUE
025870     END-IF.
025880     IF RL-PROGRAM = 'PAYADJ'
025890             AND (RL-COUNT-1 > ZERO OR RL-COUNT-2 > ZERO
025900                  OR RL-STEP-FAILED)
025910         SET WS-RECON-STALE TO TRUE
025920     END-IF.
025930     IF RL-PROGRAM = 'PAYMAINT'
025940             AND (RL-AMOUNT-1 > ZERO OR RL-STEP-FAILED)
025950         SET WS-RECON-STALE TO TRUE
025960     END-IF.
025970 1310-EXIT.
025980     EXIT.
025990
026500*****************************************************************
026600*    2000-PROCESS-YTD - ONE STATEMENT AND ONE ARCHIVE RECORD
026700*    PER YTD MASTER ROW
034100     STRING 'ANNUAL TAX WITHHELD    : ' WS-EDIT-AMOUNT
034200         DELIMITED BY SIZE INTO ANNUAL-STMT-LINE.
034300     WRITE ANNUAL-STMT-LINE.
034301     MOVE YTD-OASDI-WAGES TO WS-EDIT-AMOUNT.
034302     MOVE SPACES TO ANNUAL-STMT-LINE.
034303     STRING 'SOCIAL SECURITY WAGES  : ' WS-EDIT-AMOUNT
034304         DELIMITED BY SIZE INTO ANNUAL-STMT-LINE.
034305     WRITE ANNUAL-STMT-LINE.
034306     MOVE YTD-EE-OASDI TO WS-EDIT-AMOUNT.
034307     MOVE SPACES TO ANNUAL-STMT-LINE.
034308     STRING 'SOCIAL SECURITY TAX    : ' WS-EDIT-AMOUNT
034309         DELIMITED BY SIZE INTO ANNUAL-STMT-LINE.
034310     WRITE ANNUAL-STMT-LINE.
034311*    MEDICARE HAS NO WAGE BASE - ITS WAGES ARE THE FULL GROSS.
034312     MOVE YTD-GROSS TO WS-EDIT-AMOUNT.
034313     MOVE SPACES TO ANNUAL-STMT-LINE.
034314     STRING 'MEDICARE WAGES         : ' WS-EDIT-AMOUNT
034315         DELIMITED BY SIZE INTO ANNUAL-STMT-LINE.
034316     WRITE ANNUAL-STMT-LINE.
034317     MOVE YTD-EE-MEDICARE TO WS-EDIT-AMOUNT.
034318     MOVE SPACES TO ANNUAL-STMT-LINE.
034319     STRING 'MEDICARE TAX           : ' WS-EDIT-AMOUNT
034320         DELIMITED BY SIZE INTO ANNUAL-STMT-LINE.
034321     WRITE ANNUAL-STMT-LINE.
034400     MOVE YTD-BENEFITS TO WS-EDIT-AMOUNT.
034500     MOVE SPACES TO ANNUAL-STMT-LINE.
034600     STRING 'ANNUAL BENEFITS        : ' WS-EDIT-AMOUNT
038210     MOVE YTD-ER-FICA        TO HIST-ER-FICA.
038220     MOVE YTD-ER-FUTA        TO HIST-ER-FUTA.
038230     MOVE YTD-ER-SUTA        TO HIST-ER-SUTA.
038240     MOVE YTD-EE-OASDI       TO HIST-EE-OASDI.
038250     MOVE YTD-EE-MEDICARE    TO HIST-EE-MEDICARE.
038260     MOVE YTD-OASDI-WAGES    TO HIST-OASDI-WAGES.
038300     WRITE YTD-HISTORY-RECORD.
038310*    THE ARCHIVE COUNT ADVANCES ONLY ON A CLEAN WRITE - IT IS
038320*    COMPARED TO THE STATEMENT COUNT AT FINALIZE AND A SHORT
041300     DISPLAY '  TOTAL GROSS CLOSED    : ' WS-EDIT-AMOUNT.
041400     MOVE WS-TOTAL-TAX TO WS-EDIT-AMOUNT.
041500     DISPLAY '  TOTAL TAX CLOSED      : ' WS-EDIT-AMOUNT.
041510     MOVE WS-STMT-COUNT TO RL-COUNT-1.
041520     MOVE WS-ARCHIVE-COUNT TO RL-COUNT-2.
041530     MOVE WS-TOTAL-GROSS TO RL-AMOUNT-1.
041540     MOVE WS-TOTAL-TAX TO RL-AMOUNT-2.
041550     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
041600 8000-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
042100*****************************************************************
042200 9700-LOG-STEP-START.
042300     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
042400     SET RL-START-ENTRY TO TRUE.
042500     SET RL-STEP-STARTED TO TRUE.
042600     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
042700         RL-AMOUNT-1 RL-AMOUNT-2.
042800     MOVE SPACES TO RL-MESSAGE.
042900     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
043000 9700-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
043500*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
043600*    RL-AMOUNT-1/2.
043700*****************************************************************
043800 9710-LOG-STEP-END.
043900     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
044000     SET RL-END-ENTRY TO TRUE.
044100     MOVE RETURN-CODE TO RL-RETURN-CODE.
044200     EVALUATE TRUE
044300         WHEN RETURN-CODE = ZERO
044400             SET RL-STEP-CLEAN TO TRUE
044500         WHEN RETURN-CODE < 16
044600             SET RL-STEP-EXCEPTIONS TO TRUE
044700         WHEN OTHER
044800             SET RL-STEP-FAILED TO TRUE
044900     END-EVALUATE.
045000     MOVE SPACES TO RL-MESSAGE.
045100     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
045200 9710-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*    9720-LOG-STEP-REFUSED - END ENTRY FOR A STEP THAT WILL NOT
045700*    RUN; THE REASON IS IN WS-LOG-MESSAGE.  THE CALLER STOPS.
045800*****************************************************************
045900 9720-LOG-STEP-REFUSED.
046000     MOVE 16 TO RETURN-CODE.
046100     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
046200     SET RL-END-ENTRY TO TRUE.
046300     SET RL-STEP-REFUSED TO TRUE.
046400     MOVE 16 TO RL-RETURN-CODE.
046500     MOVE ZERO TO RL-COUNT-1 RL-COUNT-2 RL-AMOUNT-1 RL-AMOUNT-2.
046600     MOVE WS-LOG-MESSAGE TO RL-MESSAGE.
046700     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
046800 9720-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
047300*****************************************************************
047400 9780-FILL-LOG-COMMON.
047500     MOVE 'YEAREND' TO RL-PROGRAM.
047600     MOVE WS-RUN-DATE TO RL-RUN-DATE.
047700     ACCEPT WS-LOG-TIME FROM TIME.
047800     MOVE WS-LOG-TIME TO RL-RUN-TIME.
047900     MOVE PRM-RUN-MODE TO RL-RUN-MODE.
048000     MOVE PRM-RUN-TYPE TO RL-RUN-TYPE.
048100     MOVE PRM-OPERATOR-ID TO RL-OPERATOR-ID.
048200     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE
048300         RL-FEED-DATE.
048400     IF PRM-PERIOD-NUMBER NUMERIC
048500         MOVE PRM-PERIOD-NUMBER TO RL-PERIOD-NUMBER
048600     END-IF.
048700     IF PRM-PERIOD-END-DATE NUMERIC
048800         MOVE PRM-PERIOD-END-DATE TO RL-PERIOD-END-DATE
048900     END-IF.
049000 9780-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
049500*****************************************************************
049600 9790-WRITE-RUN-LOG.
049700     OPEN EXTEND RUN-LOG-FILE.
049800     IF WS-LOG-FILE-STATUS = '35'
049900         OPEN OUTPUT RUN-LOG-FILE
050000     END-IF.
050100     IF WS-LOG-FILE-STATUS NOT = '00'
050200         DISPLAY 'YEAREND: UNABLE TO OPEN RUNLOG.DAT - STATUS '
050300             WS-LOG-FILE-STATUS
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
050800     CLOSE RUN-LOG-FILE.
050900 9790-EXIT.
051000     EXIT.
