003211*                    NUMBER NOW REPORTS THAT THE REGISTER WAS
003212*                    NOT FLAGGED INSTEAD OF ASKING FOR A
003213*                    STOP-PAY ON CHECK ZERO.
003214*    2026-10-15 RTM  EMPLOYEE OASDI AND MEDICARE WITHHELD NOW
003215*                    CARRIED THROUGH VOID AND REISSUE - THE
003216*                    FOOT CHECK, YTD BACK-OUT, REVERSAL ROW AND
003217*                    GL TAX LIABILITY LINES ALL INCLUDE THEM.
003218*                    THE TRANSACTION RECORD GAINS THE TWO
003219*                    REISSUE AMOUNTS AT THE END (18 BYTES).
003220*    2026-10-15 RTM  THE OASDI WAGE BASE THAT CAPS A REISSUE'S
003221*                    TAXED WAGES NOW COMES FROM THE EFFECTIVE-
003222*                    DATED RATE TABLE (RATETBL.DAT) AS OF THE
003223*                    CHECK DATE.
003224*    2026-10-15 RTM  A RETRO EARNINGS ROW IN THE PERIOD IS FOLDED
003225*                    INTO THE ORIGINAL GROSS INSTEAD OF BEING
003226*                    TAKEN AS A PAYMENT OF ITS OWN - THE PAY
003227*                    RUN'S ROW CARRIES THE WITHHOLDING AND NET
003228*                    FOR BOTH.  REVERSAL AND REISSUE ROWS CARRY
003229*                    ZERO HOURS AND SALARY.
003230*    2026-10-15 RTM  RUN PARAMETER RECORD NOW 49 BYTES (RUN TYPE
003231*                    AND OFF-CYCLE SEQUENCE).  OFF-CYCLE
003232*                    SUPPLEMENTAL ROWS (TYPE S) ARE PASSED OVER
003233*                    WHEN A PERIOD'S PAYMENT IS VOIDED - THE
003234*                    VOID STILL TARGETS THE REGULAR PAYMENT.
003240*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
003250*                    STREAM LOG RUNLOG.DAT WITH VOID/REISSUE
003260*                    COUNTS AND AMOUNTS.  REFUSED, AND THE REFUSAL
003270*                    LOGGED, WHILE A PAYROLL RESTART IS PENDING ON
003280*                    CHECKPOINT.DAT OR SUPPCKPT.DAT.
003299*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. PAYADJ.
003500 AUTHOR. R-T-MORALES.
008700     SELECT ADJ-REPORT-FILE ASSIGN TO 'ADJRPT.TXT'
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RPT-FILE-STATUS.
008910
008920     SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
008930         ORGANIZATION IS INDEXED
008940         ACCESS MODE IS SEQUENTIAL
008950         RECORD KEY IS RT-KEY
008960         FILE STATUS IS WS-RATE-FILE-STATUS.
008962
008964     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
008966         ORGANIZATION IS SEQUENTIAL
008968         FILE STATUS IS WS-LOG-FILE-STATUS.
008970     SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPOINT.DAT'
008972         ORGANIZATION IS SEQUENTIAL
008974         FILE STATUS IS WS-CKPT-FILE-STATUS.
008976     SELECT SUPP-CHECKPOINT-FILE ASSIGN TO 'SUPPCKPT.DAT'
008978         ORGANIZATION IS SEQUENTIAL
008980         FILE STATUS IS WS-CKPT-FILE-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  RUN-PARM-FILE.
009400 01  RUN-PARM-INPUT-RECORD         PIC X(49).
009500
009600 FD  ADJ-TRANS-FILE.
009700 01  ADJ-TRANS-RECORD.
012000     05  AJ-NEW-NET                PIC X(10).
012100     05  AJ-NEW-NET-N REDEFINES AJ-NEW-NET
012200                                   PIC 9(8)V99.
012210     05  AJ-NEW-OASDI              PIC X(09).
012220     05  AJ-NEW-OASDI-N REDEFINES AJ-NEW-OASDI
012230                                   PIC 9(7)V99.
012240     05  AJ-NEW-MEDICARE           PIC X(09).
012250     05  AJ-NEW-MEDICARE-N REDEFINES AJ-NEW-MEDICARE
012260                                   PIC 9(7)V99.
012300
012400 FD  PAY-HISTORY-FILE.
012500 COPY PAYHIST.
015700
015800 FD  ADJ-REPORT-FILE.
015900 01  ADJ-REPORT-LINE               PIC X(100).
015910
015920 FD  RATE-TABLE-FILE.
015930 COPY RATETBL.
015935
015940 FD  RUN-LOG-FILE.
015945 01  RUN-LOG-FILE-RECORD           PIC X(180).
015950
015955 FD  CHECKPOINT-FILE.
015960 01  CHECKPOINT-RECORD             PIC X(17058).
015965
015970 FD  SUPP-CHECKPOINT-FILE.
015975 01  SUPP-CHECKPOINT-RECORD        PIC X(17058).
016000
016100 WORKING-STORAGE SECTION.
016200*****************************************************************
017500 01  WS-RPT-FILE-STATUS            PIC X(02).
017510 01  WS-CKO-FILE-STATUS            PIC X(02).
017520 01  WS-PP-FILE-STATUS             PIC X(02).
017530 01  WS-RATE-FILE-STATUS           PIC X(02).
017540 01  WS-LOG-FILE-STATUS            PIC X(02).
017560 01  WS-CKPT-FILE-STATUS           PIC X(02).
017600
017700*****************************************************************
017800*    SWITCHES
022000*****************************************************************
022100 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
022200 01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
022205
022210*****************************************************************
022215*    JOB-STREAM RUN LOG
022220*****************************************************************
022225 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
022230 01  WS-LOG-MESSAGE                PIC X(50) VALUE SPACES.
022235 COPY RUNLOG.
022240*    PAYROLL CHECKPOINT PREFIX - A NONZERO RECORD COUNT MEANS A
022245*    FINAL PAY RUN STOPPED PART WAY AND IS WAITING FOR A RESTART.
022250 01  WS-CKPT-PREFIX.
022255     05  WS-CKPT-LAST-EMP-ID       PIC X(10).
022260     05  WS-CKPT-RECORDS-READ      PIC 9(07).
022265 01  WS-CKPT-DSNAME                PIC X(14) VALUE SPACES.
022300
022400*****************************************************************
022500*    RUN PARAMETERS - MOVED HERE FROM THE PAYPARM INPUT RECORD
024100*****************************************************************
024200 01  WS-CHECK-NUMBER-BASE          PIC 9(08) VALUE 10000000.
024300 01  WS-CHECK-NUMBER               PIC 9(08) VALUE ZERO.
024310
024320*****************************************************************
024330*    EMPLOYEE OASDI WAGE BASE - SAME RATE-TABLE ENTRY AS
024340*    PAYROLL, IN FORCE ON THE CHECK DATE; USED ONLY TO CAP THE
024341*    TAXED WAGES A REISSUE BOOKS TO YTD.
024350*****************************************************************
024360 01  WS-EE-OASDI-WAGE-BASE         PIC 9(8)V99 VALUE ZERO.
024361 01  WS-RATE-EOF-SWITCH            PIC X(01) VALUE 'N'.
024362     88  WS-RATE-EOF                  VALUE 'Y'.
024363 01  WS-RATE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
024364     88  WS-RATE-FOUND                VALUE 'Y'.
024400
024500*****************************************************************
024600*    GL ACCOUNT CODES - MUST STAY IN STEP WITH THE PAYROLL
032400         10  AT-NEW-BENEFITS       PIC 9(7)V99.
032500         10  AT-NEW-OTHER          PIC 9(7)V99.
032600         10  AT-NEW-NET            PIC 9(8)V99.
032610         10  AT-NEW-OASDI          PIC 9(7)V99.
032620         10  AT-NEW-MEDICARE       PIC 9(7)V99.
032700         10  AT-POS-COUNT          PIC 9(02).
032800         10  AT-NEG-COUNT          PIC 9(02).
032900         10  AT-ORIG-GROSS         PIC 9(8)V99.
033100         10  AT-ORIG-BENEFITS      PIC 9(7)V99.
033200         10  AT-ORIG-OTHER         PIC 9(7)V99.
033300         10  AT-ORIG-NET           PIC 9(8)V99.
033310         10  AT-ORIG-OASDI         PIC 9(7)V99.
033320         10  AT-ORIG-MEDICARE      PIC 9(7)V99.
033400         10  AT-ORIG-TRACE         PIC 9(07).
033500         10  AT-ORIG-END-DATE      PIC 9(08).
033510         10  AT-MAX-SEQ            PIC 9(02).
035600     MOVE WS-RUN-DATE TO WS-RUN-DATE-YYMMDD.
035700     DISPLAY 'PAYADJ - PAYMENT VOID/REISSUE ADJUSTMENTS'.
035800     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
035820     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
035840     PERFORM 1150-CHECK-PENDING-RESTART THRU 1150-EXIT.
035900     PERFORM 1200-LOAD-DEPT-MASTER THRU 1200-EXIT.
036000     PERFORM 1300-READ-CHECK-CONTROL THRU 1300-EXIT.
036010     PERFORM 1400-LOAD-OASDI-BASE THRU 1400-EXIT.
036100     OPEN INPUT ADJ-TRANS-FILE.
036200     IF WS-TRANS-FILE-STATUS NOT = '00'
036300         DISPLAY 'PAYADJ: UNABLE TO OPEN PAYADJTR.DAT - STATUS '
045500 1100-EXIT.
045600     EXIT.
045700
045701*****************************************************************
045702*    1150-CHECK-PENDING-RESTART - JOB-STREAM ORDER
045703*    A PAYROLL FINAL RUN THAT STOPPED PART WAY LEAVES A NONZERO
045704*    RECORD COUNT ON ITS CHECKPOINT (CHECKPOINT.DAT, OR
045705*    SUPPCKPT.DAT FOR AN OFF-CYCLE RUN) UNTIL IT IS RESTARTED TO
045706*    COMPLETION.  VOIDING OR REISSUING A PAYMENT WHILE EITHER IS
045707*    PENDING WOULD ADJUST A HALF-POSTED RUN, SO THE STEP IS
045708*    REFUSED AND THE REFUSAL LOGGED.
045709*****************************************************************
045710 1150-CHECK-PENDING-RESTART.
045711     MOVE 'CHECKPOINT.DAT' TO WS-CKPT-DSNAME.
045712     MOVE ZERO TO WS-CKPT-RECORDS-READ.
045713     OPEN INPUT CHECKPOINT-FILE.
045714     IF WS-CKPT-FILE-STATUS = '00'
045715         READ CHECKPOINT-FILE INTO WS-CKPT-PREFIX
045716             AT END
045717                 MOVE ZERO TO WS-CKPT-RECORDS-READ
045718         END-READ
045719         CLOSE CHECKPOINT-FILE
045720     END-IF.
045721     PERFORM 1160-TEST-CHECKPOINT THRU 1160-EXIT.
045722     MOVE 'SUPPCKPT.DAT' TO WS-CKPT-DSNAME.
045723     MOVE ZERO TO WS-CKPT-RECORDS-READ.
045724     OPEN INPUT SUPP-CHECKPOINT-FILE.
045725     IF WS-CKPT-FILE-STATUS = '00'
045726         READ SUPP-CHECKPOINT-FILE INTO WS-CKPT-PREFIX
045727             AT END
045728                 MOVE ZERO TO WS-CKPT-RECORDS-READ
045729         END-READ
045730         CLOSE SUPP-CHECKPOINT-FILE
045731     END-IF.
045732     PERFORM 1160-TEST-CHECKPOINT THRU 1160-EXIT.
045733 1150-EXIT.
045734     EXIT.
045735
045736*****************************************************************
045737*    1160-TEST-CHECKPOINT - NO FILE MEANS NO RUN HAS CHECKPOINTED
045738*****************************************************************
045739 1160-TEST-CHECKPOINT.
045740     IF WS-CKPT-FILE-STATUS = '35'
045741         GO TO 1160-EXIT
045742     END-IF.
045743     IF WS-CKPT-FILE-STATUS NOT = '00'
045744         DISPLAY 'PAYADJ: UNABLE TO OPEN ' WS-CKPT-DSNAME
045745             ' - STATUS ' WS-CKPT-FILE-STATUS
045746         MOVE 16 TO RETURN-CODE
045747         STOP RUN
045748     END-IF.
045749     IF WS-CKPT-RECORDS-READ NOT NUMERIC
045750             OR WS-CKPT-RECORDS-READ = ZERO
045751         GO TO 1160-EXIT
045752     END-IF.
045753     MOVE SPACES TO WS-LOG-MESSAGE.
045754     STRING 'PAYROLL RESTART PENDING ON ' DELIMITED BY SIZE
045755         WS-CKPT-DSNAME DELIMITED BY SPACE
045756         INTO WS-LOG-MESSAGE.
045757     DISPLAY 'PAYADJ: ' WS-LOG-MESSAGE.
045758     DISPLAY 'PAYADJ: STEP REFUSED - COMPLETE THE '
045759         'PAYROLL RESTART FIRST.'.
045760     PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT.
045761     STOP RUN.
045762 1160-EXIT.
045763     EXIT.
045764
045800*****************************************************************
045900*    1200-LOAD-DEPT-MASTER - DEPARTMENT/COST-CENTER REFERENCE
046000*****************************************************************
051700 1300-EXIT.
051800     EXIT.
051900
051901*****************************************************************
051902*    1400-LOAD-OASDI-BASE - EMPLOYEE OASDI WAGE BASE IN FORCE
051903*    ON THE CHECK DATE.  RATETBL.DAT IS READ IN KEY ORDER, SO
051904*    THE LAST EEOASDI ENTRY EFFECTIVE ON OR BEFORE THE DATE
051905*    WINS; IF IT WAS EXPIRED BY THEN NOTHING IS IN FORCE AND
051906*    THE RUN STOPS.
051907*****************************************************************
051908 1400-LOAD-OASDI-BASE.
051909     OPEN INPUT RATE-TABLE-FILE.
051910     IF WS-RATE-FILE-STATUS NOT = '00'
051911         DISPLAY 'PAYADJ: UNABLE TO OPEN RATETBL.DAT - STATUS '
051912             WS-RATE-FILE-STATUS
051913         MOVE 16 TO RETURN-CODE
051914         STOP RUN
051915     END-IF.
051916     PERFORM 1410-READ-ONE-RATE THRU 1410-EXIT
051917         UNTIL WS-RATE-EOF.
051918     CLOSE RATE-TABLE-FILE.
051919     IF NOT WS-RATE-FOUND
051920         DISPLAY 'PAYADJ: RATETBL.DAT HAS NO EEOASDI ENTRY IN '
051921             'FORCE ON ' PRM-CHECK-DATE ' - RUN STOPPED'
051922         MOVE 16 TO RETURN-CODE
051923         STOP RUN
051924     END-IF.
051925 1400-EXIT.
051926     EXIT.
051927
051928 1410-READ-ONE-RATE.
051929     READ RATE-TABLE-FILE
051930         AT END
051931             SET WS-RATE-EOF TO TRUE
051932             GO TO 1410-EXIT
051933     END-READ.
051934     IF NOT RT-EE-OASDI
051935             OR RT-EFFECTIVE-DATE > PRM-CHECK-DATE
051936         GO TO 1410-EXIT
051937     END-IF.
051938     IF RT-EXPIRE-DATE NOT = ZERO
051939             AND RT-EXPIRE-DATE < PRM-CHECK-DATE
051940         MOVE 'N' TO WS-RATE-FOUND-SWITCH
051941         GO TO 1410-EXIT
051942     END-IF.
051943     SET WS-RATE-FOUND TO TRUE.
051944     MOVE RT-AMOUNT TO WS-EE-OASDI-WAGE-BASE.
051945 1410-EXIT.
051946     EXIT.
051947
052000*****************************************************************
052100*    2000-LOAD-TRANSACTIONS - EDIT AND TABLE THE ADJUSTMENTS
052200*****************************************************************
055300                  OR AJ-NEW-TAX NOT NUMERIC
055400                  OR AJ-NEW-BENEFITS NOT NUMERIC
055500                  OR AJ-NEW-OTHER NOT NUMERIC
055600                  OR AJ-NEW-NET NOT NUMERIC
055610                  OR AJ-NEW-OASDI NOT NUMERIC
055620                  OR AJ-NEW-MEDICARE NOT NUMERIC)
055700         MOVE 'NON-NUMERIC REISSUE AMOUNT FIELD'
055800             TO WS-REJECT-REASON
055900     END-IF.
056300     IF WS-REJECT-REASON = SPACES AND AJ-VOID-REISSUE
056400             AND AJ-NEW-NET-N NOT = (AJ-NEW-GROSS-N
056500                 - AJ-NEW-TAX-N - AJ-NEW-BENEFITS-N
056600                 - AJ-NEW-OTHER-N - AJ-NEW-OASDI-N
056610                 - AJ-NEW-MEDICARE-N)
056700         MOVE 'REISSUE AMOUNTS DO NOT FOOT TO NET'
056800             TO WS-REJECT-REASON
056900     END-IF.
059800         MOVE AJ-NEW-BENEFITS-N TO AT-NEW-BENEFITS(ADJ-IDX)
059900         MOVE AJ-NEW-OTHER-N    TO AT-NEW-OTHER(ADJ-IDX)
060000         MOVE AJ-NEW-NET-N      TO AT-NEW-NET(ADJ-IDX)
060010         MOVE AJ-NEW-OASDI-N    TO AT-NEW-OASDI(ADJ-IDX)
060020         MOVE AJ-NEW-MEDICARE-N TO AT-NEW-MEDICARE(ADJ-IDX)
060100     ELSE
060200         MOVE ZERO TO AT-NEW-GROSS(ADJ-IDX)
060300         MOVE ZERO TO AT-NEW-TAX(ADJ-IDX)
060400         MOVE ZERO TO AT-NEW-BENEFITS(ADJ-IDX)
060500         MOVE ZERO TO AT-NEW-OTHER(ADJ-IDX)
060600         MOVE ZERO TO AT-NEW-NET(ADJ-IDX)
060610         MOVE ZERO TO AT-NEW-OASDI(ADJ-IDX)
060620         MOVE ZERO TO AT-NEW-MEDICARE(ADJ-IDX)
060700     END-IF.
060800     MOVE ZERO TO AT-POS-COUNT(ADJ-IDX).
060900     MOVE ZERO TO AT-NEG-COUNT(ADJ-IDX).
061200     MOVE ZERO TO AT-ORIG-BENEFITS(ADJ-IDX).
061300     MOVE ZERO TO AT-ORIG-OTHER(ADJ-IDX).
061400     MOVE ZERO TO AT-ORIG-NET(ADJ-IDX).
061410     MOVE ZERO TO AT-ORIG-OASDI(ADJ-IDX).
061420     MOVE ZERO TO AT-ORIG-MEDICARE(ADJ-IDX).
061500     MOVE ZERO TO AT-ORIG-TRACE(ADJ-IDX).
061600     MOVE ZERO TO AT-ORIG-END-DATE(ADJ-IDX).
061610     MOVE ZERO TO AT-MAX-SEQ(ADJ-IDX).
065520         GO TO 3200-EXIT
065530     END-IF.
065540     MOVE PH-REC-SEQ TO AT-MAX-SEQ(ADJ-IDX).
065541*    AN OFF-CYCLE SUPPLEMENTAL ROW IS A SEPARATE PAYMENT - IT
065542*    TAKES NO PART IN VOIDING THE PERIOD'S REGULAR PAYMENT.
065543     IF PH-SUPP-ROW
065544         GO TO 3200-EXIT
065545     END-IF.
065546*    A RETRO EARNINGS ROW IS PART OF THE PAYMENT ON THE ROW
065547*    AHEAD OF IT - ITS GROSS JOINS THAT ROW'S SO THE FOOT
065548*    CHECK, YTD BACK-OUT AND REVERSAL COVER THE WHOLE PAYMENT.
065549     IF PH-RETRO-ROW
065550         ADD PH-GROSS TO AT-ORIG-GROSS(ADJ-IDX)
065551         GO TO 3200-EXIT
065552     END-IF.
065600     IF PH-GROSS < ZERO
065700         ADD 1 TO AT-NEG-COUNT(ADJ-IDX)
065800     ELSE
066200         MOVE PH-BENEFITS         TO AT-ORIG-BENEFITS(ADJ-IDX)
066300         MOVE PH-OTHER-DEDUCTIONS TO AT-ORIG-OTHER(ADJ-IDX)
066400         MOVE PH-NET              TO AT-ORIG-NET(ADJ-IDX)
066410         MOVE PH-OASDI            TO AT-ORIG-OASDI(ADJ-IDX)
066420         MOVE PH-MEDICARE         TO AT-ORIG-MEDICARE(ADJ-IDX)
066500         MOVE PH-ACH-TRACE        TO AT-ORIG-TRACE(ADJ-IDX)
066600         MOVE PH-PERIOD-END-DATE  TO AT-ORIG-END-DATE(ADJ-IDX)
066610         MOVE PH-PAY-METHOD       TO AT-ORIG-METHOD(ADJ-IDX)
073510*****************************************************************
073520*    4150-JUDGE-FOOTING - WHICH ARITHMETIC BUILT THIS ROW
073530*    NEW FOOTING IS NET = GROSS - TAX - BENEFITS - OTHER; THE
073540*    PRE-RECLASSIFICATION FOOTING ADDED BENEFITS INSTEAD.  THE
073541*    EMPLOYEE OASDI AND MEDICARE COME OFF IN BOTH (ZERO ON ANY
073542*    ROW WRITTEN BEFORE THEY WERE WITHHELD).  A
073550*    ROW WITH ZERO BENEFITS FOOTS BOTH WAYS AND TAKES THE NEW
073560*    TREATMENT, WHERE THE TWO POSTINGS ARE IDENTICAL ANYWAY.
073570*****************************************************************
073581     MOVE 'N' TO WS-FOOTING-SWITCH.
073582     COMPUTE WS-FOOT-NEW = AT-ORIG-GROSS(ADJ-IDX)
073583         - AT-ORIG-TAX(ADJ-IDX) - AT-ORIG-BENEFITS(ADJ-IDX)
073584         - AT-ORIG-OTHER(ADJ-IDX) - AT-ORIG-OASDI(ADJ-IDX)
073585         - AT-ORIG-MEDICARE(ADJ-IDX).
073586     COMPUTE WS-FOOT-OLD = AT-ORIG-GROSS(ADJ-IDX)
073587         - AT-ORIG-TAX(ADJ-IDX) + AT-ORIG-BENEFITS(ADJ-IDX)
073588         - AT-ORIG-OTHER(ADJ-IDX) - AT-ORIG-OASDI(ADJ-IDX)
073589         - AT-ORIG-MEDICARE(ADJ-IDX).
073590     IF AT-ORIG-NET(ADJ-IDX) = WS-FOOT-NEW
073591         GO TO 4150-EXIT
073592     END-IF.
073593     IF AT-ORIG-NET(ADJ-IDX) = WS-FOOT-OLD
073594         SET WS-OLD-FOOTING TO TRUE
073595         GO TO 4150-EXIT
073596     END-IF.
073597     SET WS-FOOTING-DAMAGED TO TRUE.
073598     ADD 1 TO WS-ENTRIES-SKIPPED.
073599     MOVE SPACES TO ADJ-REPORT-LINE.
073600     STRING 'SKIPPED   ' AT-ACTION-CODE(ADJ-IDX) '  '
073601         AT-EMP-ID(ADJ-IDX) '  PERIOD '
073602         AT-PERIOD-NUMBER(ADJ-IDX)
073603         '  AMOUNTS DO NOT FOOT - INVESTIGATE'
073604         DELIMITED BY SIZE INTO ADJ-REPORT-LINE.
073605     WRITE ADJ-REPORT-LINE.
073606 4150-EXIT.
073607     EXIT.
073608
073610*****************************************************************
073700*    4200-BACK-OUT-YTD - GUARD THE BACK-OUT, NOTHING WRITTEN
073800*    THE MASTER FIELDS ARE UNSIGNED - A BACK-OUT THAT WOULD
076400             OR AT-ORIG-TAX(ADJ-IDX) > YTD-TAX
076500             OR AT-ORIG-BENEFITS(ADJ-IDX) > YTD-BENEFITS
076600             OR AT-ORIG-NET(ADJ-IDX) > YTD-NET
076610             OR AT-ORIG-OASDI(ADJ-IDX) > YTD-EE-OASDI
076620             OR AT-ORIG-MEDICARE(ADJ-IDX) > YTD-EE-MEDICARE
076700             OR YTD-PERIODS-PAID = ZERO
076800         MOVE 'N' TO WS-YTD-FOUND-SWITCH
076900         ADD 1 TO WS-ENTRIES-SKIPPED
078540*    4250-APPLY-YTD-BACKOUT - THE GUARDED REWRITE
078550*    4200 HAS ALREADY READ AND CLEARED THIS EMPLOYEE'S ROW AND
078560*    THE HISTORY REVERSAL IS ON FILE - THE MASTER MAY NOW MOVE.
078561*    OASDI WAGES ALWAYS STAND AT THE LESSER OF YTD GROSS AND
078562*    THE WAGE BASE, SO ONCE GROSS DROPS THEY NEED ONLY BE
078563*    PULLED DOWN TO IT.
078570*****************************************************************
078580 4250-APPLY-YTD-BACKOUT.
078590     SUBTRACT AT-ORIG-GROSS(ADJ-IDX)    FROM YTD-GROSS.
078591     SUBTRACT AT-ORIG-TAX(ADJ-IDX)      FROM YTD-TAX.
078592     SUBTRACT AT-ORIG-BENEFITS(ADJ-IDX) FROM YTD-BENEFITS.
078593     SUBTRACT AT-ORIG-NET(ADJ-IDX)      FROM YTD-NET.
078594     SUBTRACT AT-ORIG-OASDI(ADJ-IDX)    FROM YTD-EE-OASDI.
078595     SUBTRACT AT-ORIG-MEDICARE(ADJ-IDX) FROM YTD-EE-MEDICARE.
078596     IF YTD-OASDI-WAGES > YTD-GROSS
078597         MOVE YTD-GROSS TO YTD-OASDI-WAGES
078598     END-IF.
078599     SUBTRACT 1 FROM YTD-PERIODS-PAID.
078600     REWRITE YTD-MASTER-RECORD.
078601 4250-EXIT.
078602     EXIT.
078700
078800*****************************************************************
078900*    4300-WRITE-REVERSAL-ROW - NEGATIVE OFFSET TO PAY HISTORY
079900     COMPUTE PH-BENEFITS = ZERO - AT-ORIG-BENEFITS(ADJ-IDX).
080000     COMPUTE PH-OTHER-DEDUCTIONS = ZERO - AT-ORIG-OTHER(ADJ-IDX).
080100     COMPUTE PH-NET = ZERO - AT-ORIG-NET(ADJ-IDX).
080110     COMPUTE PH-OASDI = ZERO - AT-ORIG-OASDI(ADJ-IDX).
080120     COMPUTE PH-MEDICARE = ZERO - AT-ORIG-MEDICARE(ADJ-IDX).
080200     MOVE ZERO TO PH-ACH-TRACE.
080210     MOVE AT-ORIG-METHOD(ADJ-IDX) TO PH-PAY-METHOD.
080220     MOVE ZERO  TO PH-REG-HOURS.
080230     MOVE ZERO  TO PH-OT-HOURS.
080240     MOVE ZERO  TO PH-BASE-SALARY.
080250     MOVE SPACE TO PH-ROW-TYPE.
080300     MOVE 'N' TO WS-REV-WRITTEN-SWITCH.
080310     WRITE PAY-HISTORY-RECORD
080320         INVALID KEY
083900     MOVE ZERO                       TO AGL-CREDIT-AMOUNT.
084000     MOVE WS-RUN-DATE                TO AGL-REFERENCE.
084100     WRITE ADJ-GL-RECORD.
084101     MOVE SPACES TO ADJ-GL-RECORD.
084102     MOVE WS-ACCT-TAX-LIABILITY      TO AGL-ACCOUNT-CODE.
084103     MOVE 'VOID - EE OASDI REVERSAL' TO AGL-DESCRIPTION.
084104     MOVE AT-ORIG-OASDI(ADJ-IDX)     TO AGL-DEBIT-AMOUNT.
084105     MOVE ZERO                       TO AGL-CREDIT-AMOUNT.
084106     MOVE WS-RUN-DATE                TO AGL-REFERENCE.
084107     WRITE ADJ-GL-RECORD.
084108     MOVE SPACES TO ADJ-GL-RECORD.
084109     MOVE WS-ACCT-TAX-LIABILITY      TO AGL-ACCOUNT-CODE.
084110     MOVE 'VOID - EE MEDICARE REVERSAL' TO AGL-DESCRIPTION.
084111     MOVE AT-ORIG-MEDICARE(ADJ-IDX)  TO AGL-DEBIT-AMOUNT.
084112     MOVE ZERO                       TO AGL-CREDIT-AMOUNT.
084113     MOVE WS-RUN-DATE                TO AGL-REFERENCE.
084114     WRITE ADJ-GL-RECORD.
084200     MOVE SPACES TO ADJ-GL-RECORD.
084300     MOVE WS-ACCT-DEDUCTIONS-PAYABLE TO AGL-ACCOUNT-CODE.
084400     MOVE 'VOID - DEDUCTIONS REVERSAL' TO AGL-DESCRIPTION.
104400     MOVE AT-NEW-BENEFITS(ADJ-IDX)  TO PH-BENEFITS.
104500     MOVE AT-NEW-OTHER(ADJ-IDX)     TO PH-OTHER-DEDUCTIONS.
104600     MOVE AT-NEW-NET(ADJ-IDX)       TO PH-NET.
104610     MOVE AT-NEW-OASDI(ADJ-IDX)     TO PH-OASDI.
104620     MOVE AT-NEW-MEDICARE(ADJ-IDX)  TO PH-MEDICARE.
104700     MOVE ZERO                      TO PH-ACH-TRACE.
104710     MOVE 'C'                       TO PH-PAY-METHOD.
104720     MOVE ZERO                      TO PH-REG-HOURS.
104730     MOVE ZERO                      TO PH-OT-HOURS.
104740     MOVE ZERO                      TO PH-BASE-SALARY.
104750     MOVE SPACE                     TO PH-ROW-TYPE.
104800     WRITE PAY-HISTORY-RECORD
104810         INVALID KEY
104820             DISPLAY 'PAYADJ: DUPLICATE HISTORY KEY ' PH-KEY
107700     ADD AT-NEW-TAX(ADJ-IDX)      TO YTD-TAX.
107800     ADD AT-NEW-BENEFITS(ADJ-IDX) TO YTD-BENEFITS.
107900     ADD AT-NEW-NET(ADJ-IDX)      TO YTD-NET.
107910     ADD AT-NEW-OASDI(ADJ-IDX)    TO YTD-EE-OASDI.
107920     ADD AT-NEW-MEDICARE(ADJ-IDX) TO YTD-EE-MEDICARE.
107930     IF AT-NEW-OASDI(ADJ-IDX) > ZERO
107940         ADD AT-NEW-GROSS(ADJ-IDX) TO YTD-OASDI-WAGES
107950     END-IF.
107960     IF YTD-OASDI-WAGES > WS-EE-OASDI-WAGE-BASE
107970         MOVE WS-EE-OASDI-WAGE-BASE TO YTD-OASDI-WAGES
107980     END-IF.
108000     ADD 1 TO YTD-PERIODS-PAID.
108100     MOVE WS-RUN-DATE TO YTD-LAST-PAY-DATE.
108200     REWRITE YTD-MASTER-RECORD.
111300     MOVE AT-NEW-TAX(ADJ-IDX)        TO AGL-CREDIT-AMOUNT.
111400     MOVE WS-RUN-DATE                TO AGL-REFERENCE.
111500     WRITE ADJ-GL-RECORD.
111501     MOVE SPACES TO ADJ-GL-RECORD.
111502     MOVE WS-ACCT-TAX-LIABILITY      TO AGL-ACCOUNT-CODE.
111503     MOVE 'REISSUE - EE OASDI'       TO AGL-DESCRIPTION.
111504     MOVE ZERO                       TO AGL-DEBIT-AMOUNT.
111505     MOVE AT-NEW-OASDI(ADJ-IDX)      TO AGL-CREDIT-AMOUNT.
111506     MOVE WS-RUN-DATE                TO AGL-REFERENCE.
111507     WRITE ADJ-GL-RECORD.
111508     MOVE SPACES TO ADJ-GL-RECORD.
111509     MOVE WS-ACCT-TAX-LIABILITY      TO AGL-ACCOUNT-CODE.
111510     MOVE 'REISSUE - EE MEDICARE'    TO AGL-DESCRIPTION.
111511     MOVE ZERO                       TO AGL-DEBIT-AMOUNT.
111512     MOVE AT-NEW-MEDICARE(ADJ-IDX)   TO AGL-CREDIT-AMOUNT.
111513     MOVE WS-RUN-DATE                TO AGL-REFERENCE.
111514     WRITE ADJ-GL-RECORD.
111600     MOVE SPACES TO ADJ-GL-RECORD.
111700     MOVE WS-ACCT-DEDUCTIONS-PAYABLE TO AGL-ACCOUNT-CODE.
111800     MOVE 'REISSUE - DEDUCTIONS'     TO AGL-DESCRIPTION.
119200     IF WS-TRANS-REJECTED > ZERO OR WS-ENTRIES-SKIPPED > ZERO
119300         MOVE 8 TO RETURN-CODE
119400     END-IF.
119410     MOVE WS-VOIDS-APPLIED TO RL-COUNT-1.
119420     MOVE WS-REISSUES-APPLIED TO RL-COUNT-2.
119430     MOVE WS-TOTAL-VOIDED TO RL-AMOUNT-1.
119440     MOVE WS-TOTAL-REISSUED TO RL-AMOUNT-2.
119450     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
119500 8000-EXIT.
119600     EXIT.
119700
125400     CLOSE CHECK-CONTROL-FILE.
125500 8200-EXIT.
125600     EXIT.
125700
125800*****************************************************************
125900*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
126000*****************************************************************
126100 9700-LOG-STEP-START.
126200     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
126300     SET RL-START-ENTRY TO TRUE.
126400     SET RL-STEP-STARTED TO TRUE.
126500     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
126600         RL-AMOUNT-1 RL-AMOUNT-2.
126700     MOVE SPACES TO RL-MESSAGE.
126800     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
126900 9700-EXIT.
127000     EXIT.
127100
127200*****************************************************************
127300*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
127400*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
127500*    RL-AMOUNT-1/2.
127600*****************************************************************
127700 9710-LOG-STEP-END.
127800     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
127900     SET RL-END-ENTRY TO TRUE.
128000     MOVE RETURN-CODE TO RL-RETURN-CODE.
128100     EVALUATE TRUE
128200         WHEN RETURN-CODE = ZERO
128300             SET RL-STEP-CLEAN TO TRUE
128400         WHEN RETURN-CODE < 16
128500             SET RL-STEP-EXCEPTIONS TO TRUE
128600         WHEN OTHER
128700             SET RL-STEP-FAILED TO TRUE
128800     END-EVALUATE.
128900     MOVE SPACES TO RL-MESSAGE.
129000     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
129100 9710-EXIT.
129200     EXIT.
129300
129400*****************************************************************
129500*    9720-LOG-STEP-REFUSED - END ENTRY FOR A STEP THAT WILL NOT
129600*    RUN; THE REASON IS IN WS-LOG-MESSAGE.  THE CALLER STOPS.
129700*****************************************************************
129800 9720-LOG-STEP-REFUSED.
129900     MOVE 16 TO RETURN-CODE.
130000     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
130100     SET RL-END-ENTRY TO TRUE.
130200     SET RL-STEP-REFUSED TO TRUE.
130300     MOVE 16 TO RL-RETURN-CODE.
130400     MOVE ZERO TO RL-COUNT-1 RL-COUNT-2 RL-AMOUNT-1 RL-AMOUNT-2.
130500     MOVE WS-LOG-MESSAGE TO RL-MESSAGE.
130600     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
130700 9720-EXIT.
130800     EXIT.
130900
131000*****************************************************************
131100*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
131200*****************************************************************
131300 9780-FILL-LOG-COMMON.
131400     MOVE 'PAYADJ' TO RL-PROGRAM.
131500     MOVE WS-RUN-DATE TO RL-RUN-DATE.
131600     ACCEPT WS-LOG-TIME FROM TIME.
131700     MOVE WS-LOG-TIME TO RL-RUN-TIME.
131800     MOVE PRM-RUN-MODE TO RL-RUN-MODE.
131900     MOVE PRM-RUN-TYPE TO RL-RUN-TYPE.
132000     MOVE PRM-OPERATOR-ID TO RL-OPERATOR-ID.
132100     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE
132200         RL-FEED-DATE.
132300     IF PRM-PERIOD-NUMBER NUMERIC
132400         MOVE PRM-PERIOD-NUMBER TO RL-PERIOD-NUMBER
132500     END-IF.
132600     IF PRM-PERIOD-END-DATE NUMERIC
132700         MOVE PRM-PERIOD-END-DATE TO RL-PERIOD-END-DATE
132800     END-IF.
132900 9780-EXIT.
133000     EXIT.
133100
133200*****************************************************************
133300*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
133400*****************************************************************
133500 9790-WRITE-RUN-LOG.
133600     OPEN EXTEND RUN-LOG-FILE.
133700     IF WS-LOG-FILE-STATUS = '35'
133800         OPEN OUTPUT RUN-LOG-FILE
133900     END-IF.
134000     IF WS-LOG-FILE-STATUS NOT = '00'
134100         DISPLAY 'PAYADJ: UNABLE TO OPEN RUNLOG.DAT - STATUS '
134200             WS-LOG-FILE-STATUS
134300         MOVE 16 TO RETURN-CODE
134400         STOP RUN
134500     END-IF.
134600     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
134700     CLOSE RUN-LOG-FILE.
134800 9790-EXIT.
134900     EXIT.
