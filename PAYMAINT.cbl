003105*                    TRMJRNL.DAT EXTRACT, AND EMPLOYER
003106*                    FICA/FUTA/SUTA ACCRUE ON THE PAYOUT GROSS
003107*                    WITH TAXACCR ROWS FOR TAXQTR.
003108*    2026-10-15 RTM  THE VACATION PAYOUT NOW WITHHOLDS THE
003109*                    EMPLOYEE OASDI AND MEDICARE SHARES LIKE
003110*                    THE PAY RUN - NET, YTD, HISTORY, GL AND
003111*                    THE TAXACCR ROWS ALL CARRY THEM.
003112*    2026-10-15 RTM  STANDARD HOURS, THE SUPPLEMENTAL RATE AND
003113*                    THE EMPLOYER AND EMPLOYEE TAX RATES AND
003114*                    BASES FOR THE PAYOUT NOW COME FROM THE
003115*                    EFFECTIVE-DATED RATE TABLE (RATETBL.DAT)
003116*                    - THE SAME ENTRIES THE PAY RUN USES.
003117*    2026-10-15 RTM  EVERY STANDING-SALARY CHANGE (AND A NEW
003118*                    HIRE'S STARTING SALARY) IS NOW RECORDED ON
003119*                    THE EFFECTIVE-DATED PAY-RATE HISTORY
003120*                    (PAYRATE.DAT).  ADD/CHANGE TRANSACTIONS
003121*                    CARRY AN OPTIONAL SALARY EFFECTIVE DATE -
003122*                    BLANK MEANS THE PERIOD-END DATE; AN EARLIER
003123*                    DATE IS A BACK-DATED CHANGE LEFT PENDING
003124*                    FOR RETROPAY.
003125*    2026-10-15 RTM  RUN PARAMETER RECORD NOW 49 BYTES (RUN TYPE
003126*                    AND OFF-CYCLE SEQUENCE).
003130*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
003140*                    STREAM LOG RUNLOG.DAT WITH APPLIED/REJECTED
003150*                    COUNTS AND PAYOUT GROSS.  REFUSED, AND THE
003160*                    REFUSAL LOGGED, WHILE A PAYROLL RESTART IS
003170*                    PENDING ON CHECKPOINT.DAT OR SUPPCKPT.DAT.
003180*                    ENTRIES CARRY THE PERIOD-END DATE THE
003185*                    PAYOUTS ARE POSTED UNDER.
003199*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PAYMAINT.
003400 AUTHOR. R-T-MORALES.
005891     SELECT TAX-ACCRUAL-FILE ASSIGN TO 'TAXACCR.DAT'
005892         ORGANIZATION IS SEQUENTIAL
005893         FILE STATUS IS WS-TAXA-FILE-STATUS.
005894
005895     SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
005896         ORGANIZATION IS INDEXED
005897         ACCESS MODE IS SEQUENTIAL
005898         RECORD KEY IS RT-KEY
005899         FILE STATUS IS WS-RATE-FILE-STATUS.
005900
005901     SELECT PAY-RATE-HIST-FILE ASSIGN TO 'PAYRATE.DAT'
005902         ORGANIZATION IS INDEXED
005903         ACCESS MODE IS DYNAMIC
005904         RECORD KEY IS RH-KEY
005905         FILE STATUS IS WS-RH-FILE-STATUS.
005906
005910     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
005915         ORGANIZATION IS SEQUENTIAL
005920         FILE STATUS IS WS-LOG-FILE-STATUS.
005925     SELECT CHECKPOINT-FILE ASSIGN TO 'CHECKPOINT.DAT'
005930         ORGANIZATION IS SEQUENTIAL
005935         FILE STATUS IS WS-CKPT-FILE-STATUS.
005940     SELECT SUPP-CHECKPOINT-FILE ASSIGN TO 'SUPPCKPT.DAT'
005945         ORGANIZATION IS SEQUENTIAL
005950         FILE STATUS IS WS-CKPT-FILE-STATUS.
005955
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  EMPLOYEE-FILE.
006300 COPY EMPREC.
006400
006500 FD  RUN-PARM-FILE.
006600 01  RUN-PARM-INPUT-RECORD         PIC X(49).
006700
006800 FD  TRANS-FILE.
006900 01  TRANS-RECORD.
008750     05  TR-EXTRA-WH               PIC X(07).
008760     05  TR-EXTRA-WH-N REDEFINES TR-EXTRA-WH
008770                                   PIC 9(5)V99.
008771     05  TR-SALARY-EFF-DATE        PIC X(08).
008772     05  TR-SALARY-EFF-DATE-N REDEFINES TR-SALARY-EFF-DATE
008773                                   PIC 9(08).
008800
008900 FD  MAINT-AUDIT-FILE.
009000 01  AUDIT-RECORD                  PIC X(92).
009074
009075 FD  TAX-ACCRUAL-FILE.
009076 COPY TAXACCR.
009077
009078 FD  RATE-TABLE-FILE.
009079 COPY RATETBL.
009080
009081 FD  PAY-RATE-HIST-FILE.
009082 COPY PAYRATE.
009083
009084 FD  RUN-LOG-FILE.
009085 01  RUN-LOG-FILE-RECORD           PIC X(180).
009086
009087 FD  CHECKPOINT-FILE.
009088 01  CHECKPOINT-RECORD             PIC X(17058).
009089
009090 FD  SUPP-CHECKPOINT-FILE.
009091 01  SUPP-CHECKPOINT-RECORD        PIC X(17058).
009100
009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009980 01  WS-PP-FILE-STATUS             PIC X(02).
009990 01  WS-TGL-FILE-STATUS            PIC X(02).
009991 01  WS-TAXA-FILE-STATUS           PIC X(02).
009992 01  WS-RATE-FILE-STATUS           PIC X(02).
009993 01  WS-RH-FILE-STATUS             PIC X(02).
009994 01  WS-LOG-FILE-STATUS            PIC X(02).
009996 01  WS-CKPT-FILE-STATUS           PIC X(02).
010000
010100*****************************************************************
010200*    SWITCHES
011499 01  WS-HIST-WRITTEN-SWITCH        PIC X(01).
011500     88  WS-HIST-WRITTEN              VALUE 'Y'.
011501
011502 01  WS-RH-FOUND-SWITCH            PIC X(01).
011503     88  WS-RH-FOUND                  VALUE 'Y'.
011504
011505 01  WS-RH-EOF-SWITCH              PIC X(01).
011506     88  WS-RH-EOF                    VALUE 'Y'.
011507
011600*****************************************************************
011700*    RUN COUNTERS
011800*****************************************************************
012000 01  WS-CHANGE-COUNT               PIC 9(05) VALUE ZERO.
012100 01  WS-DEACT-COUNT                PIC 9(05) VALUE ZERO.
012200 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
012210 01  WS-RATE-CHANGE-COUNT          PIC 9(05) VALUE ZERO.
012220 01  WS-RETRO-PENDING-COUNT        PIC 9(05) VALUE ZERO.
012300
012400*****************************************************************
012500*    RUN DATE / OPERATOR ID
012840*    THE HOURLY RATE DERIVES FROM THE STANDING PER-PERIOD
012850*    SALARY OVER THE STANDARD PERIOD HOURS, THE SAME PRICING
012860*    THE PAY RUN USES; THE PAYOUT WITHHOLDS AT THE FLAT
012870*    SUPPLEMENTAL RATE.  BOTH FIGURES COME FROM THE RATE TABLE.
012880*    THE CHECK SERIES IS THE SAME CHECKCTL.DAT SERIES THE PAY
012881*    RUN DRAWS FROM.
012890*****************************************************************
012891 01  WS-STD-PERIOD-HOURS           PIC 9(03) VALUE ZERO.
012892 01  WS-PAYOUT-TAX-RATE            PIC V9999 VALUE ZERO.
012893 01  WS-HOURLY-RATE                PIC 9(6)V9999 VALUE ZERO.
012894 01  WS-PAYOUT-GROSS               PIC 9(8)V99 VALUE ZERO.
012895 01  WS-PAYOUT-TAX                 PIC 9(7)V99 VALUE ZERO.
012901*****************************************************************
012902*    GL ACCOUNT CODES AND EMPLOYER-TAX FIGURES - MUST STAY IN
012903*    STEP WITH THE PAY RUN SO THE PAYOUT'S JOURNAL LINES AND
012904*    ACCRUALS LAND ON THE SAME ACCOUNTS AND TIE TO TAXQTR.  THE
012905*    RATES AND WAGE BASES ARE LOADED FROM THE RATE TABLE.
012906*****************************************************************
012907 01  WS-ACCT-WAGE-EXPENSE          PIC X(10) VALUE '5001000000'.
012908 01  WS-ACCT-TAX-LIABILITY         PIC X(10) VALUE '2101000000'.
012909 01  WS-ACCT-CASH-CLEARING         PIC X(10) VALUE '1010000000'.
012910 01  WS-ACCT-ER-TAX-EXPENSE        PIC X(10) VALUE '5003000000'.
012911 01  WS-ACCT-ER-TAX-LIABILITY      PIC X(10) VALUE '2103000000'.
012912
012913 01  WS-ER-FICA-RATE               PIC V9999 VALUE ZERO.
012914 01  WS-ER-FICA-WAGE-BASE          PIC 9(8)V99 VALUE ZERO.
012915 01  WS-ER-FUTA-RATE               PIC V9999 VALUE ZERO.
012916 01  WS-ER-FUTA-WAGE-BASE          PIC 9(8)V99 VALUE ZERO.
012917 01  WS-ER-SUTA-RATE               PIC V9999 VALUE ZERO.
012918 01  WS-ER-SUTA-WAGE-BASE          PIC 9(8)V99 VALUE ZERO.
012919 01  WS-YTD-PRIOR-GROSS            PIC 9(9)V99 VALUE ZERO.
012920 01  WS-ER-WORK-BASE               PIC 9(8)V99 VALUE ZERO.
012921 01  WS-ER-WORK-RATE               PIC V9999 VALUE ZERO.
012922 01  WS-ER-WORK-TAXABLE            PIC 9(8)V99 VALUE ZERO.
012923 01  WS-ER-WORK-AMOUNT             PIC 9(7)V99 VALUE ZERO.
012924 01  WS-ER-FICA-AMOUNT             PIC 9(7)V99 VALUE ZERO.
012925 01  WS-ER-FUTA-AMOUNT             PIC 9(7)V99 VALUE ZERO.
012926 01  WS-ER-SUTA-AMOUNT             PIC 9(7)V99 VALUE ZERO.
012927 01  WS-TOTAL-ER-FICA              PIC 9(11)V99 VALUE ZERO.
012928 01  WS-TOTAL-ER-FUTA              PIC 9(11)V99 VALUE ZERO.
012929 01  WS-TOTAL-ER-SUTA              PIC 9(11)V99 VALUE ZERO.
012930 01  WS-TOTAL-FICA-WAGES           PIC 9(11)V99 VALUE ZERO.
012931 01  WS-TOTAL-FUTA-WAGES           PIC 9(11)V99 VALUE ZERO.
012932 01  WS-TOTAL-SUTA-WAGES           PIC 9(11)V99 VALUE ZERO.
012933
012934*****************************************************************
012935*    EMPLOYEE-SIDE OASDI / MEDICARE FIGURES - SAME RATES, BASE
012936*    AND THRESHOLD AS THE PAY RUN (FROM THE RATE TABLE), JUDGED
012937*    THE SAME WAY FROM THE YTD GROSS BEFORE THE PAYOUT.
012938*****************************************************************
012939 01  WS-EE-OASDI-RATE              PIC V9999 VALUE ZERO.
012940 01  WS-EE-OASDI-WAGE-BASE         PIC 9(8)V99 VALUE ZERO.
012941 01  WS-EE-MEDICARE-RATE           PIC V9999 VALUE ZERO.
012942 01  WS-EE-ADDL-MEDICARE-RATE      PIC V9999 VALUE ZERO.
012943 01  WS-EE-ADDL-MEDICARE-THRESH    PIC 9(8)V99 VALUE ZERO.
012944 01  WS-EE-OASDI-WAGES             PIC 9(8)V99 VALUE ZERO.
012945 01  WS-EE-ADDL-MEDICARE-WAGES     PIC 9(8)V99 VALUE ZERO.
012946 01  WS-EE-ADDL-MEDICARE-AMOUNT    PIC 9(7)V99 VALUE ZERO.
012947 01  WS-PAYOUT-OASDI               PIC 9(7)V99 VALUE ZERO.
012948 01  WS-PAYOUT-MEDICARE            PIC 9(7)V99 VALUE ZERO.
012949 01  WS-TOTAL-EE-OASDI             PIC 9(11)V99 VALUE ZERO.
012950 01  WS-TOTAL-EE-MEDICARE          PIC 9(11)V99 VALUE ZERO.
012951 01  WS-TOTAL-OASDI-WAGES          PIC 9(11)V99 VALUE ZERO.
012952 01  WS-TOTAL-MEDICARE-WAGES       PIC 9(11)V99 VALUE ZERO.
012953
012954*****************************************************************
012955*    EFFECTIVE-DATED RATE TABLE WORK FIELDS - THE PAYOUT IS
012956*    PRICED WITH THE ENTRIES IN FORCE ON THE PERIOD-END DATE
012957*    IN PAYPARM.DAT (THE RUN DATE WHEN NONE IS GIVEN).  A CODE
012958*    BELOW WITH NO ENTRY IN FORCE STOPS THE RUN.
012959*****************************************************************
012960 01  WS-RATE-EOF-SWITCH            PIC X(01) VALUE 'N'.
012961     88  WS-RATE-EOF                  VALUE 'Y'.
012962 01  WS-RATE-AS-OF-DATE            PIC 9(08) VALUE ZERO.
012963 01  WS-RATE-MISSING-COUNT         PIC 9(02) VALUE ZERO.
012964
012965 01  RATE-CODE-MAX                 PIC 9(02) VALUE 8.
012966 01  RATE-CODE-TABLE.
012967     05  RC-ENTRY OCCURS 8 TIMES
012968                                   INDEXED BY RC-IDX.
012969         10  RC-RATE-CODE          PIC X(08).
012970         10  RC-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
012971             88  RC-FOUND              VALUE 'Y'.
012972         10  RC-EFFECTIVE-DATE     PIC 9(08)      VALUE ZERO.
012973
012974*****************************************************************
012975*    PAY-RATE HISTORY WORK FIELDS - A SALARY CHANGE TAKES
012976*    EFFECT ON THE DATE GIVEN ON THE TRANSACTION, OR ON THE
012977*    PERIOD-END DATE IN PAYPARM.DAT (THE RUN DATE WHEN NONE IS
012978*    GIVEN).  A CHANGE MAY NOT BE DATED AFTER THAT DATE, NOR
012979*    AHEAD OF THE EMPLOYEE'S LATEST RECORDED CHANGE.
012980*****************************************************************
012981 01  WS-SALARY-AS-OF-DATE          PIC 9(08) VALUE ZERO.
012982 01  WS-SALARY-EFF-DATE            PIC 9(08) VALUE ZERO.
012983 01  WS-SALARY-EFF-PARTS.
012984     05  WS-SALARY-EFF-YEAR        PIC 9(04).
012985     05  WS-SALARY-EFF-MONTH       PIC 9(02).
012986     05  WS-SALARY-EFF-DAY         PIC 9(02).
012987 01  WS-LAST-RATE-EFF-DATE         PIC 9(08) VALUE ZERO.
012988 01  WS-PRIOR-SALARY               PIC 9(8)V99 VALUE ZERO.
012989 01  WS-RH-NEW-STATUS              PIC X(01) VALUE SPACE.
012990
013000*****************************************************************
013100*    RUN PARAMETERS - MOVED HERE FROM THE PAYPARM INPUT RECORD
013200*    AT INITIALIZATION SO THE FIELDS STAY ADDRESSABLE AFTER THE
013300*    PARAMETER FILE IS CLOSED.
013400*****************************************************************
013500 COPY PAYPARM.
013505
013510*****************************************************************
013515*    JOB-STREAM RUN LOG
013520*****************************************************************
013525 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
013530 01  WS-LOG-MESSAGE                PIC X(50) VALUE SPACES.
013535 COPY RUNLOG.
013540*    PAYROLL CHECKPOINT PREFIX - A NONZERO RECORD COUNT MEANS A
013545*    FINAL PAY RUN STOPPED PART WAY AND IS WAITING FOR A RESTART.
013550 01  WS-CKPT-PREFIX.
013555     05  WS-CKPT-LAST-EMP-ID       PIC X(10).
013560     05  WS-CKPT-RECORDS-READ      PIC 9(07).
013565 01  WS-CKPT-DSNAME                PIC X(14) VALUE SPACES.
013600
013700*****************************************************************
013800*    AUDIT LINE WORK FIELDS - AUDIT-RECORD IS A SINGLE PIC X
016400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016500     DISPLAY 'PAYMAINT - EMPLOYEE MASTER MAINTENANCE'.
016600     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
016602     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
016604     PERFORM 1600-CHECK-PENDING-RESTART THRU 1600-EXIT.
016610     PERFORM 1200-LOAD-DEPT-MASTER THRU 1200-EXIT.
016620     IF PRM-PERIOD-END-DATE NUMERIC
016630             AND PRM-PERIOD-END-DATE NOT = ZERO
016640         MOVE PRM-PERIOD-END-DATE TO WS-SALARY-AS-OF-DATE
016650     ELSE
016660         MOVE WS-RUN-DATE TO WS-SALARY-AS-OF-DATE
016670     END-IF.
016700     OPEN I-O EMPLOYEE-FILE.
016800*    A MISSING MASTER IS CREATED EMPTY, THE SAME FIRST-RUN
016900*    FALLBACK THE YTD MASTER GETS IN PAYROLL - A FILE OF ADD
017900         MOVE 16 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018101     OPEN I-O PAY-RATE-HIST-FILE.
018102     IF WS-RH-FILE-STATUS = '35'
018103         OPEN OUTPUT PAY-RATE-HIST-FILE
018104         CLOSE PAY-RATE-HIST-FILE
018105         OPEN I-O PAY-RATE-HIST-FILE
018106     END-IF.
018107     IF WS-RH-FILE-STATUS NOT = '00'
018108         DISPLAY 'PAYMAINT: UNABLE TO OPEN PAYRATE.DAT - STATUS '
018109             WS-RH-FILE-STATUS
018110         MOVE 16 TO RETURN-CODE
018111         STOP RUN
018112     END-IF.
018200     OPEN INPUT TRANS-FILE.
018300     IF WS-TRANS-FILE-STATUS NOT = '00'
018400         DISPLAY 'PAYMAINT: UNABLE TO OPEN EMPMTRANS.DAT - '
019868         STOP RUN
019869     END-IF.
019870     PERFORM 1400-READ-CHECK-CONTROL THRU 1400-EXIT.
019871     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
019872 1300-EXIT.
019873     EXIT.
019874
019875*****************************************************************
019876*    1400-READ-CHECK-CONTROL - LAST CHECK NUMBER USED
019877*****************************************************************
019878 1400-READ-CHECK-CONTROL.
019879     OPEN INPUT CHECK-CONTROL-FILE.
019880     IF WS-CHKCTL-FILE-STATUS = '35'
019881         MOVE WS-CHECK-NUMBER-BASE TO WS-CHECK-NUMBER
019882         GO TO 1400-EXIT
019883     END-IF.
019884     IF WS-CHKCTL-FILE-STATUS NOT = '00'
019885         DISPLAY 'PAYMAINT: UNABLE TO OPEN CHECKCTL.DAT - '
019886             'STATUS ' WS-CHKCTL-FILE-STATUS
019887         MOVE 16 TO RETURN-CODE
019888         STOP RUN
019889     END-IF.
019890     READ CHECK-CONTROL-FILE
019891         AT END
019892             MOVE WS-CHECK-NUMBER-BASE TO WS-CHECK-NUMBER
019893             CLOSE CHECK-CONTROL-FILE
019894             GO TO 1400-EXIT
019895     END-READ.
019896     MOVE CC-LAST-CHECK-NUMBER TO WS-CHECK-NUMBER.
019897     CLOSE CHECK-CONTROL-FILE.
019898 1400-EXIT.
019899     EXIT.
019900
019901*****************************************************************
019902*    1500-LOAD-RATE-TABLE - PAYOUT PRICING AND TAX FIGURES
019903*    RATETBL.DAT IS READ IN KEY ORDER (CODE, THEN EFFECTIVE
019904*    DATE), SO FOR EACH CODE THE LAST ENTRY EFFECTIVE ON OR
019905*    BEFORE THE AS-OF DATE WINS; IF THAT ENTRY WAS EXPIRED
019906*    BEFORE THE AS-OF DATE THE CODE HAS NOTHING IN FORCE.
019907*****************************************************************
019908 1500-LOAD-RATE-TABLE.
019909     IF PRM-PERIOD-END-DATE NUMERIC
019910             AND PRM-PERIOD-END-DATE NOT = ZERO
019911         MOVE PRM-PERIOD-END-DATE TO WS-RATE-AS-OF-DATE
019912     ELSE
019913         MOVE WS-RUN-DATE TO WS-RATE-AS-OF-DATE
019914     END-IF.
019915     MOVE 'STDHOURS' TO RC-RATE-CODE(1).
019916     MOVE 'SUPPRATE' TO RC-RATE-CODE(2).
019917     MOVE 'ERFICA'   TO RC-RATE-CODE(3).
019918     MOVE 'ERFUTA'   TO RC-RATE-CODE(4).
019919     MOVE 'ERSUTA'   TO RC-RATE-CODE(5).
019920     MOVE 'EEOASDI'  TO RC-RATE-CODE(6).
019921     MOVE 'EEMEDICR' TO RC-RATE-CODE(7).
019922     MOVE 'EEADDMED' TO RC-RATE-CODE(8).
019923     OPEN INPUT RATE-TABLE-FILE.
019924     IF WS-RATE-FILE-STATUS NOT = '00'
019925         DISPLAY 'PAYMAINT: UNABLE TO OPEN RATETBL.DAT - '
019926             'STATUS ' WS-RATE-FILE-STATUS
019927         MOVE 16 TO RETURN-CODE
019928         STOP RUN
019929     END-IF.
019930     PERFORM 1510-READ-ONE-RATE THRU 1510-EXIT
019931         UNTIL WS-RATE-EOF.
019932     CLOSE RATE-TABLE-FILE.
019933     SET RC-IDX TO 1.
019934     PERFORM 1540-CHECK-ONE-CODE THRU 1540-EXIT
019935         UNTIL RC-IDX > RATE-CODE-MAX.
019936     IF WS-RATE-MISSING-COUNT > ZERO
019937         DISPLAY 'PAYMAINT: RATETBL.DAT IS MISSING '
019938             WS-RATE-MISSING-COUNT ' REQUIRED CODE(S) AS OF '
019939             WS-RATE-AS-OF-DATE ' - RUN STOPPED'
019940         MOVE 16 TO RETURN-CODE
019941         STOP RUN
019942     END-IF.
019943 1500-EXIT.
019944     EXIT.
019945
019946 1510-READ-ONE-RATE.
019947     READ RATE-TABLE-FILE
019948         AT END
019949             SET WS-RATE-EOF TO TRUE
019950             GO TO 1510-EXIT
019951     END-READ.
019952     IF RT-EFFECTIVE-DATE > WS-RATE-AS-OF-DATE
019953         GO TO 1510-EXIT
019954     END-IF.
019955     SET RC-IDX TO 1.
019956     SEARCH RC-ENTRY
019957         AT END
019958             GO TO 1510-EXIT
019959         WHEN RC-RATE-CODE(RC-IDX) = RT-RATE-CODE
019960             CONTINUE
019961     END-SEARCH.
019962     MOVE RT-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE(RC-IDX).
019963     IF RT-EXPIRE-DATE NOT = ZERO
019964             AND RT-EXPIRE-DATE < WS-RATE-AS-OF-DATE
019965         MOVE 'N' TO RC-FOUND-SWITCH(RC-IDX)
019966         GO TO 1510-EXIT
019967     END-IF.
019968     SET RC-FOUND(RC-IDX) TO TRUE.
019969     EVALUATE TRUE
019970         WHEN RT-STD-HOURS
019971             MOVE RT-AMOUNT TO WS-STD-PERIOD-HOURS
019972         WHEN RT-SUPP-RATE
019973             MOVE RT-RATE   TO WS-PAYOUT-TAX-RATE
019974         WHEN RT-ER-FICA
019975             MOVE RT-RATE   TO WS-ER-FICA-RATE
019976             MOVE RT-AMOUNT TO WS-ER-FICA-WAGE-BASE
019977         WHEN RT-ER-FUTA
019978             MOVE RT-RATE   TO WS-ER-FUTA-RATE
019979             MOVE RT-AMOUNT TO WS-ER-FUTA-WAGE-BASE
019980         WHEN RT-ER-SUTA
019981             MOVE RT-RATE   TO WS-ER-SUTA-RATE
019982             MOVE RT-AMOUNT TO WS-ER-SUTA-WAGE-BASE
019983         WHEN RT-EE-OASDI
019984             MOVE RT-RATE   TO WS-EE-OASDI-RATE
019985             MOVE RT-AMOUNT TO WS-EE-OASDI-WAGE-BASE
019986         WHEN RT-EE-MEDICARE
019987             MOVE RT-RATE   TO WS-EE-MEDICARE-RATE
019988         WHEN RT-EE-ADDL-MEDICARE
019989             MOVE RT-RATE   TO WS-EE-ADDL-MEDICARE-RATE
019990             MOVE RT-AMOUNT TO WS-EE-ADDL-MEDICARE-THRESH
019991     END-EVALUATE.
019992 1510-EXIT.
019993     EXIT.
019994
019995 1540-CHECK-ONE-CODE.
019996     IF NOT RC-FOUND(RC-IDX)
019997         DISPLAY 'PAYMAINT: RATE ' RC-RATE-CODE(RC-IDX)
019998             ' HAS NO ENTRY IN FORCE ON ' WS-RATE-AS-OF-DATE
019999         ADD 1 TO WS-RATE-MISSING-COUNT
020000     END-IF.
020001     SET RC-IDX UP BY 1.
020002 1540-EXIT.
020003     EXIT.
020004
020005*****************************************************************
020006*    1100-READ-RUN-PARMS - LOAD PAYPARM.DAT
020100*    THE PARAMETER FILE IS PREPARED BY THE SCHEDULER AHEAD OF
020200*    THE BATCH WINDOW AND CARRIES THE OPERATOR ID THAT USED TO
020300*    BE PROMPTED FOR ON THE CONSOLE.  A MISSING FILE OR A BLANK
023106 1210-EXIT.
023107     EXIT.
023108
023109*****************************************************************
023110*    1600-CHECK-PENDING-RESTART - JOB-STREAM ORDER
023111*    A PAYROLL FINAL RUN THAT STOPPED PART WAY LEAVES A NONZERO
023112*    RECORD COUNT ON ITS CHECKPOINT (CHECKPOINT.DAT, OR
023113*    SUPPCKPT.DAT FOR AN OFF-CYCLE RUN) UNTIL IT IS RESTARTED TO
023114*    COMPLETION.  MASTER CHANGES, TERMINATION PAYOUTS AND
023115*    RATE CHANGES WOULD LAND UNDER A RUN STILL PAYING FROM THE
023116*    OLD MASTER, SO THE STEP IS REFUSED AND THE REFUSAL LOGGED.
023117*****************************************************************
023118 1600-CHECK-PENDING-RESTART.
023119     MOVE 'CHECKPOINT.DAT' TO WS-CKPT-DSNAME.
023120     MOVE ZERO TO WS-CKPT-RECORDS-READ.
023121     OPEN INPUT CHECKPOINT-FILE.
023122     IF WS-CKPT-FILE-STATUS = '00'
023123         READ CHECKPOINT-FILE INTO WS-CKPT-PREFIX
023124             AT END
023125                 MOVE ZERO TO WS-CKPT-RECORDS-READ
023126         END-READ
023127         CLOSE CHECKPOINT-FILE
023128     END-IF.
023129     PERFORM 1610-TEST-CHECKPOINT THRU 1610-EXIT.
023130     MOVE 'SUPPCKPT.DAT' TO WS-CKPT-DSNAME.
023131     MOVE ZERO TO WS-CKPT-RECORDS-READ.
023132     OPEN INPUT SUPP-CHECKPOINT-FILE.
023133     IF WS-CKPT-FILE-STATUS = '00'
023134         READ SUPP-CHECKPOINT-FILE INTO WS-CKPT-PREFIX
023135             AT END
023136                 MOVE ZERO TO WS-CKPT-RECORDS-READ
023137         END-READ
023138         CLOSE SUPP-CHECKPOINT-FILE
023139     END-IF.
023140     PERFORM 1610-TEST-CHECKPOINT THRU 1610-EXIT.
023141 1600-EXIT.
023142     EXIT.
023143
023144*****************************************************************
023145*    1610-TEST-CHECKPOINT - NO FILE MEANS NO RUN HAS CHECKPOINTED
023146*****************************************************************
023147 1610-TEST-CHECKPOINT.
023148     IF WS-CKPT-FILE-STATUS = '35'
023149         GO TO 1610-EXIT
023150     END-IF.
023151     IF WS-CKPT-FILE-STATUS NOT = '00'
023152         DISPLAY 'PAYMAINT: UNABLE TO OPEN ' WS-CKPT-DSNAME
023153             ' - STATUS ' WS-CKPT-FILE-STATUS
023154         MOVE 16 TO RETURN-CODE
023155         STOP RUN
023156     END-IF.
023157     IF WS-CKPT-RECORDS-READ NOT NUMERIC
023158             OR WS-CKPT-RECORDS-READ = ZERO
023159         GO TO 1610-EXIT
023160     END-IF.
023161     MOVE SPACES TO WS-LOG-MESSAGE.
023162     STRING 'PAYROLL RESTART PENDING ON ' DELIMITED BY SIZE
023163         WS-CKPT-DSNAME DELIMITED BY SPACE
023164         INTO WS-LOG-MESSAGE.
023165     DISPLAY 'PAYMAINT: ' WS-LOG-MESSAGE.
023166     DISPLAY 'PAYMAINT: STEP REFUSED - COMPLETE THE '
023167         'PAYROLL RESTART FIRST.'.
023168     PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT.
023169     STOP RUN.
023170 1610-EXIT.
023171     EXIT.
023172
023200*****************************************************************
023300*    3000-APPLY-TRANSACTIONS
023400*****************************************************************
029828         MOVE 'NON-NUMERIC EXTRA WITHHOLDING AMOUNT'
029829             TO WS-TRANS-REASON
029830     END-IF.
029831     IF WS-TRANS-VALID
029832             AND (TR-ACTION-CODE = 'A' OR TR-ACTION-CODE = 'C')
029833             AND TR-SALARY-EFF-DATE NOT = SPACES
029834         PERFORM 3230-EDIT-SALARY-EFF-DATE THRU 3230-EXIT
029835     END-IF.
029836*    AN ADD MUST NAME A REAL COST CENTER; A CHANGE MAY LEAVE
029837*    THE DEPT BLANK (KEEP CURRENT) BUT A NON-BLANK DEPT MUST
029838*    ALSO BE ON THE DEPARTMENT MASTER.
029840     IF WS-TRANS-VALID
029850             AND ((TR-ACTION-CODE = 'A')
029860                  OR (TR-ACTION-CODE = 'C'
033195     END-SEARCH.
033196 3220-EXIT.
033197     EXIT.
033198
033199*****************************************************************
033200*    3230-EDIT-SALARY-EFF-DATE - A REAL DATE, NOT AFTER THE
033201*    PERIOD BEING PREPARED.  THE MASTER HOLDS ONE STANDING
033202*    SALARY, SO A FUTURE-DATED CHANGE HAS NOWHERE TO WAIT.
033203*****************************************************************
033204 3230-EDIT-SALARY-EFF-DATE.
033205     IF TR-SALARY-EFF-DATE NOT NUMERIC
033206         SET WS-TRANS-INVALID TO TRUE
033207         MOVE 'NON-NUMERIC SALARY EFFECTIVE DATE'
033208             TO WS-TRANS-REASON
033209         GO TO 3230-EXIT
033210     END-IF.
033211     MOVE TR-SALARY-EFF-DATE-N TO WS-SALARY-EFF-PARTS.
033212     IF WS-SALARY-EFF-YEAR < 1900
033213             OR WS-SALARY-EFF-MONTH < 1
033214             OR WS-SALARY-EFF-MONTH > 12
033215             OR WS-SALARY-EFF-DAY < 1 OR WS-SALARY-EFF-DAY > 31
033216         SET WS-TRANS-INVALID TO TRUE
033217         MOVE 'SALARY EFFECTIVE DATE IS NOT A DATE'
033218             TO WS-TRANS-REASON
033219         GO TO 3230-EXIT
033220     END-IF.
033221     IF TR-SALARY-EFF-DATE-N > WS-SALARY-AS-OF-DATE
033222         SET WS-TRANS-INVALID TO TRUE
033223         MOVE 'SALARY EFFECTIVE DATE AFTER PERIOD END'
033224             TO WS-TRANS-REASON
033225     END-IF.
033226 3230-EXIT.
033227     EXIT.
033228
033300*****************************************************************
033400*    3300-APPLY-ADD - NEW HIRE, WRITTEN STRAIGHT TO THE MASTER
033500*****************************************************************
036100             GO TO 3300-EXIT
036200     END-WRITE.
036300     ADD 1 TO WS-ADD-COUNT.
036310*    THE STARTING SALARY OPENS THE PAY-RATE HISTORY.  THERE IS
036320*    NO EARLIER PAY TO RE-PRICE, SO IT IS NEVER RETRO-PENDING.
036330     MOVE ZERO TO WS-PRIOR-SALARY.
036340     PERFORM 3710-SET-SALARY-EFF-DATE THRU 3710-EXIT.
036350     MOVE 'N' TO WS-RH-NEW-STATUS.
036360     PERFORM 3700-WRITE-RATE-HISTORY THRU 3700-EXIT.
036400     MOVE 'ADD'    TO AUD-ACTION-TEXT.
036500     MOVE 'APPLIED' TO AUD-RESULT-TEXT.
036600     MOVE 'NEW HIRE ADDED' TO AUD-REASON-TEXT.
037300*    3210-READ-MASTER HAS ALREADY LOADED THE RECORD AREA.
037400*****************************************************************
037500 3400-APPLY-CHANGE.
037501*    A SALARY CHANGE MAY NOT BE DATED AHEAD OF THE LATEST ONE
037502*    ALREADY RECORDED - THE HISTORY WOULD THEN DISAGREE WITH
037503*    THE STANDING SALARY LEFT ON THE MASTER.
037504     MOVE GROSS-SALARY TO WS-PRIOR-SALARY.
037505     PERFORM 3710-SET-SALARY-EFF-DATE THRU 3710-EXIT.
037506     IF TR-GROSS-SALARY-N NOT = WS-PRIOR-SALARY
037507         PERFORM 3720-FIND-LAST-RATE-CHANGE THRU 3720-EXIT
037508         IF WS-SALARY-EFF-DATE < WS-LAST-RATE-EFF-DATE
037509             MOVE 'SALARY EFF DATE BEFORE LAST RATE CHANGE'
037510                 TO WS-TRANS-REASON
037511             PERFORM 3900-WRITE-AUDIT-REJECT THRU 3900-EXIT
037512             GO TO 3400-EXIT
037513         END-IF
037514     END-IF.
037600     MOVE TR-GROSS-SALARY-N   TO GROSS-SALARY.
037700     MOVE TR-TAX-DEDUCTION-N  TO TAX-DEDUCTION.
037800     MOVE TR-BENEFITS-N       TO BENEFITS.
039400     MOVE 'CHANGE' TO AUD-ACTION-TEXT.
039500     MOVE 'APPLIED' TO AUD-RESULT-TEXT.
039600     MOVE 'PAY/DEPT/BANK FIELDS UPDATED' TO AUD-REASON-TEXT.
039610     IF GROSS-SALARY NOT = WS-PRIOR-SALARY
039620         MOVE 'P' TO WS-RH-NEW-STATUS
039630         PERFORM 3700-WRITE-RATE-HISTORY THRU 3700-EXIT
039640         MOVE SPACES TO AUD-REASON-TEXT
039650         STRING 'PAY RATE CHANGED - EFFECTIVE '
039660             WS-SALARY-EFF-DATE
039670             DELIMITED BY SIZE INTO AUD-REASON-TEXT
039680     END-IF.
039700     PERFORM 3920-WRITE-AUDIT-LINE THRU 3920-EXIT.
039800 3400-EXIT.
039900     EXIT.
041412         PTO-VAC-BALANCE * WS-HOURLY-RATE.
041413     COMPUTE WS-PAYOUT-TAX ROUNDED =
041414         WS-PAYOUT-GROSS * WS-PAYOUT-TAX-RATE.
041415     PERFORM 3605-COMPUTE-PAYOUT-FICA THRU 3605-EXIT.
041416     COMPUTE WS-PAYOUT-NET =
041417         WS-PAYOUT-GROSS - WS-PAYOUT-TAX
041418         - WS-PAYOUT-OASDI - WS-PAYOUT-MEDICARE.
041419     ADD 1 TO WS-CHECK-NUMBER.
041420     SET WS-CHECKS-USED TO TRUE.
041421     MOVE WS-PAYOUT-NET TO WS-EDIT-AMOUNT.
041422     MOVE SPACES TO TERM-CHECK-LINE.
041423     STRING 'CHECK ' WS-CHECK-NUMBER
041424         ' DATE ' WS-RUN-DATE
041425         ' PAY TO ' EMP-NAME
041426         ' AMOUNT ' WS-EDIT-AMOUNT
041427         ' VACATION PAYOUT'
041428         DELIMITED BY SIZE INTO TERM-CHECK-LINE.
041429     WRITE TERM-CHECK-LINE.
041430     PERFORM 3650-REGISTER-PAYOUT-CHECK THRU 3650-EXIT.
041431     MOVE ZERO TO PTO-VAC-BALANCE.
041432     MOVE WS-RUN-DATE TO PTO-LAST-ACTIVITY-DATE.
041433     REWRITE PTO-MASTER-RECORD.
041434     PERFORM 3610-BOOK-PAYOUT-TO-YTD THRU 3610-EXIT.
041435     PERFORM 3620-WRITE-PAYOUT-HISTORY THRU 3620-EXIT.
041436     PERFORM 3660-WRITE-PAYOUT-GL THRU 3660-EXIT.
041437     MOVE 'DEACT' TO AUD-ACTION-TEXT.
041438     MOVE 'APPLIED' TO AUD-RESULT-TEXT.
041439     MOVE SPACES TO AUD-REASON-TEXT.
041440     STRING 'VACATION PAID OUT - CHECK ' WS-CHECK-NUMBER
041441         DELIMITED BY SIZE INTO AUD-REASON-TEXT.
041442     PERFORM 3920-WRITE-AUDIT-LINE THRU 3920-EXIT.
041443 3600-EXIT.
041444     EXIT.
041445
041446*****************************************************************
041447*    3605-COMPUTE-PAYOUT-FICA - EMPLOYEE OASDI / MEDICARE
041448*    THE YTD GROSS BEFORE THE PAYOUT IS FETCHED BY KEY - 3610
041449*    HAS NOT RUN YET AND THE CHECK AMOUNT MUST BE FINAL FIRST.
041450*    THE ARITHMETIC IS THE PAY RUN'S 2210 WITH THE PAYOUT
041451*    GROSS IN PLACE OF THE PERIOD GROSS.
041452*****************************************************************
041453 3605-COMPUTE-PAYOUT-FICA.
041454     MOVE TR-EMP-ID TO YTD-EMP-ID.
041455     READ YTD-MASTER-FILE
041456         INVALID KEY
041457             MOVE ZERO TO WS-YTD-PRIOR-GROSS
041458         NOT INVALID KEY
041459             MOVE YTD-GROSS TO WS-YTD-PRIOR-GROSS
041460     END-READ.
041461     IF WS-YTD-PRIOR-GROSS >= WS-EE-OASDI-WAGE-BASE
041462         MOVE ZERO TO WS-EE-OASDI-WAGES
041463     ELSE
041464         COMPUTE WS-EE-OASDI-WAGES =
041465             WS-EE-OASDI-WAGE-BASE - WS-YTD-PRIOR-GROSS
041466         IF WS-PAYOUT-GROSS < WS-EE-OASDI-WAGES
041467             MOVE WS-PAYOUT-GROSS TO WS-EE-OASDI-WAGES
041468         END-IF
041469     END-IF.
041470     COMPUTE WS-PAYOUT-OASDI ROUNDED =
041471         WS-EE-OASDI-WAGES * WS-EE-OASDI-RATE.
041472     COMPUTE WS-PAYOUT-MEDICARE ROUNDED =
041473         WS-PAYOUT-GROSS * WS-EE-MEDICARE-RATE.
041474     MOVE ZERO TO WS-EE-ADDL-MEDICARE-WAGES.
041475     MOVE ZERO TO WS-EE-ADDL-MEDICARE-AMOUNT.
041476     IF WS-YTD-PRIOR-GROSS >= WS-EE-ADDL-MEDICARE-THRESH
041477         MOVE WS-PAYOUT-GROSS TO WS-EE-ADDL-MEDICARE-WAGES
041478     ELSE
041479         IF WS-YTD-PRIOR-GROSS + WS-PAYOUT-GROSS
041480                 > WS-EE-ADDL-MEDICARE-THRESH
041481             COMPUTE WS-EE-ADDL-MEDICARE-WAGES =
041482                 WS-YTD-PRIOR-GROSS + WS-PAYOUT-GROSS
041483                 - WS-EE-ADDL-MEDICARE-THRESH
041484         END-IF
041485     END-IF.
041486     IF WS-EE-ADDL-MEDICARE-WAGES > ZERO
041487         COMPUTE WS-EE-ADDL-MEDICARE-AMOUNT ROUNDED =
041488             WS-EE-ADDL-MEDICARE-WAGES * WS-EE-ADDL-MEDICARE-RATE
041489         ADD WS-EE-ADDL-MEDICARE-AMOUNT TO WS-PAYOUT-MEDICARE
041490     END-IF.
041491 3605-EXIT.
041492     EXIT.
041493
041494*****************************************************************
041495*    3610-BOOK-PAYOUT-TO-YTD - THE PAYOUT IS TAXABLE WAGES
041496*****************************************************************
041497 3610-BOOK-PAYOUT-TO-YTD.
041498     MOVE TR-EMP-ID TO YTD-EMP-ID.
041499     READ YTD-MASTER-FILE
041500         INVALID KEY
041501             INITIALIZE YTD-MASTER-RECORD
041502             MOVE TR-EMP-ID TO YTD-EMP-ID
041503             SET WS-YTD-NEW-RECORD TO TRUE
041504         NOT INVALID KEY
041505             SET WS-YTD-EXISTING-RECORD TO TRUE
041506     END-READ.
041507*    THE PAYOUT IS TAXABLE WAGES - THE EMPLOYER ACCRUALS JUDGE
041508*    IT AGAINST THE WAGE BASES USING THE YTD GROSS BEFORE THE
041509*    PAYOUT, THE SAME ARITHMETIC THE PAY RUN USES.
041510     MOVE YTD-GROSS TO WS-YTD-PRIOR-GROSS.
041511     PERFORM 3615-ACCRUE-PAYOUT-TAXES THRU 3615-EXIT.
041512     ADD WS-PAYOUT-GROSS TO YTD-GROSS.
041513     ADD WS-PAYOUT-TAX   TO YTD-TAX.
041514     ADD WS-PAYOUT-NET   TO YTD-NET.
041515     ADD WS-PAYOUT-OASDI    TO YTD-EE-OASDI.
041516     ADD WS-PAYOUT-MEDICARE TO YTD-EE-MEDICARE.
041517     ADD WS-EE-OASDI-WAGES  TO YTD-OASDI-WAGES.
041518     ADD WS-PAYOUT-OASDI    TO WS-TOTAL-EE-OASDI.
041519     ADD WS-PAYOUT-MEDICARE TO WS-TOTAL-EE-MEDICARE.
041520     ADD WS-EE-OASDI-WAGES  TO WS-TOTAL-OASDI-WAGES.
041521     ADD WS-PAYOUT-GROSS    TO WS-TOTAL-MEDICARE-WAGES.
041522     ADD 1               TO YTD-PERIODS-PAID.
041523     MOVE WS-RUN-DATE    TO YTD-LAST-PAY-DATE.
041524     IF WS-YTD-NEW-RECORD
041525         WRITE YTD-MASTER-RECORD
041526     ELSE
041527         REWRITE YTD-MASTER-RECORD
041528     END-IF.
041529 3610-EXIT.
041530     EXIT.
041531
041532*****************************************************************
041533*    3620-WRITE-PAYOUT-HISTORY - DETAIL ROW FOR THE RECON
041534*****************************************************************
041535 3620-WRITE-PAYOUT-HISTORY.
041536     MOVE TR-EMP-ID TO PH-EMP-ID.
041537     IF PRM-PERIOD-NUMBER NUMERIC
041538         MOVE PRM-PERIOD-NUMBER TO PH-PERIOD-NUMBER
041539     ELSE
041540         MOVE ZERO TO PH-PERIOD-NUMBER
041541     END-IF.
041542     IF PRM-PERIOD-END-DATE NUMERIC
041543             AND PRM-PERIOD-END-DATE NOT = ZERO
041544         MOVE PRM-PERIOD-END-DATE TO PH-PERIOD-END-DATE
041545     ELSE
041546         MOVE WS-RUN-DATE TO PH-PERIOD-END-DATE
041547     END-IF.
041548     MOVE WS-PAYOUT-GROSS TO PH-GROSS.
041549     MOVE WS-PAYOUT-TAX   TO PH-TAX.
041550     MOVE ZERO            TO PH-BENEFITS.
041551     MOVE ZERO            TO PH-OTHER-DEDUCTIONS.
041552     MOVE WS-PAYOUT-NET   TO PH-NET.
041553     PERFORM 3670-SET-PAYOUT-HISTORY-DETAIL THRU 3670-EXIT.
041555     MOVE ZERO            TO PH-ACH-TRACE.
041556     MOVE 'C'             TO PH-PAY-METHOD.
041557*    THE PAYOUT TAKES THE NEXT FREE SEQUENCE IN ITS PERIOD -
041558*    THE PAY RUN'S OWN ROW HOLDS SEQUENCE 00.
041559     MOVE ZERO TO PH-REC-SEQ.
041560     MOVE 'N'  TO WS-HIST-WRITTEN-SWITCH.
041561     PERFORM 3630-WRITE-HISTORY-ROW THRU 3630-EXIT
041562         UNTIL WS-HIST-WRITTEN.
041563 3620-EXIT.
041564     EXIT.
041565
041566 3630-WRITE-HISTORY-ROW.
041567     WRITE PAY-HISTORY-RECORD
041568         INVALID KEY
041569             IF PH-REC-SEQ >= 99
041570                 DISPLAY 'PAYMAINT: PAY-HISTORY SEQUENCES '
041571                     'EXHAUSTED FOR ' PH-EMP-ID ' PERIOD '
041572                     PH-PERIOD-NUMBER ' - PAYOUT ROW NOT WRITTEN'
041573                 SET WS-HIST-WRITTEN TO TRUE
041574             ELSE
041575                 ADD 1 TO PH-REC-SEQ
041576             END-IF
041577         NOT INVALID KEY
041578             SET WS-HIST-WRITTEN TO TRUE
041579     END-WRITE.
041580 3630-EXIT.
041581     EXIT.
041582
041583*****************************************************************
041584*    3615-ACCRUE-PAYOUT-TAXES - EMPLOYER FICA/FUTA/SUTA ON THE
041585*    PAYOUT GROSS, EACH CAPPED AT ITS ANNUAL WAGE BASE.  THE
041586*    PER-EMPLOYEE ACCRUALS RIDE THE YTD MASTER AND THE RUN
041587*    TOTALS FEED THE PAYOUT GL LINES AND THE TAXACCR ROWS SO
041588*    TAXQTR SEES THE PAYOUT LIKE ANY OTHER WAGES.
041589*****************************************************************
041590 3615-ACCRUE-PAYOUT-TAXES.
041591     MOVE WS-ER-FICA-WAGE-BASE TO WS-ER-WORK-BASE.
041592     MOVE WS-ER-FICA-RATE      TO WS-ER-WORK-RATE.
041593     PERFORM 3617-ACCRUE-ONE-TAX THRU 3617-EXIT.
041594     MOVE WS-ER-WORK-AMOUNT TO WS-ER-FICA-AMOUNT.
041595     ADD WS-ER-WORK-AMOUNT  TO YTD-ER-FICA.
041596     ADD WS-ER-WORK-AMOUNT  TO WS-TOTAL-ER-FICA.
041597     ADD WS-ER-WORK-TAXABLE TO WS-TOTAL-FICA-WAGES.
041598     MOVE WS-ER-FUTA-WAGE-BASE TO WS-ER-WORK-BASE.
041599     MOVE WS-ER-FUTA-RATE      TO WS-ER-WORK-RATE.
041600     PERFORM 3617-ACCRUE-ONE-TAX THRU 3617-EXIT.
041601     MOVE WS-ER-WORK-AMOUNT TO WS-ER-FUTA-AMOUNT.
041602     ADD WS-ER-WORK-AMOUNT  TO YTD-ER-FUTA.
041603     ADD WS-ER-WORK-AMOUNT  TO WS-TOTAL-ER-FUTA.
041604     ADD WS-ER-WORK-TAXABLE TO WS-TOTAL-FUTA-WAGES.
041605     MOVE WS-ER-SUTA-WAGE-BASE TO WS-ER-WORK-BASE.
041606     MOVE WS-ER-SUTA-RATE      TO WS-ER-WORK-RATE.
041607     PERFORM 3617-ACCRUE-ONE-TAX THRU 3617-EXIT.
041608     MOVE WS-ER-WORK-AMOUNT TO WS-ER-SUTA-AMOUNT.
041609     ADD WS-ER-WORK-AMOUNT  TO YTD-ER-SUTA.
041610     ADD WS-ER-WORK-AMOUNT  TO WS-TOTAL-ER-SUTA.
041611     ADD WS-ER-WORK-TAXABLE TO WS-TOTAL-SUTA-WAGES.
041612 3615-EXIT.
041613     EXIT.
041614
041615 3617-ACCRUE-ONE-TAX.
041616     IF WS-YTD-PRIOR-GROSS >= WS-ER-WORK-BASE
041617         MOVE ZERO TO WS-ER-WORK-TAXABLE
041618         MOVE ZERO TO WS-ER-WORK-AMOUNT
041619         GO TO 3617-EXIT
041620     END-IF.
041621     COMPUTE WS-ER-WORK-TAXABLE =
041622         WS-ER-WORK-BASE - WS-YTD-PRIOR-GROSS.
041623     IF WS-PAYOUT-GROSS < WS-ER-WORK-TAXABLE
041624         MOVE WS-PAYOUT-GROSS TO WS-ER-WORK-TAXABLE
041625     END-IF.
041626     COMPUTE WS-ER-WORK-AMOUNT ROUNDED =
041627         WS-ER-WORK-TAXABLE * WS-ER-WORK-RATE.
041628 3617-EXIT.
041629     EXIT.
041630
041631*****************************************************************
041632*    3640-FIND-DEPT-ACCOUNT - THE LEAVER'S WAGE EXPENSE ACCOUNT
041633*    3210-READ-MASTER LOADED THE EMPLOYEE RECORD, SO DEPT-CODE
041634*    IS THE LEAVER'S COST CENTER.  AN UNRESOLVED DEPARTMENT
041635*    FALLS BACK TO THE COMPANY-WIDE WAGE ACCOUNT, THE SAME AS
041636*    THE GL EXTRACT IN THE PAY RUN.
041637*****************************************************************
041638 3640-FIND-DEPT-ACCOUNT.
041639     MOVE 'N' TO WS-DM-FOUND-SWITCH.
041640     SET DM-IDX TO 1.
041641     SEARCH DM-ENTRY
041642         AT END
041643             CONTINUE
041644         WHEN DM-IDX <= DM-ENTRY-COUNT
041645                 AND DMT-DEPT-CODE(DM-IDX) = DEPT-CODE
041646             SET WS-DM-FOUND TO TRUE
041647     END-SEARCH.
041648 3640-EXIT.
041649     EXIT.
041650
041651*****************************************************************
041652*    3650-REGISTER-PAYOUT-CHECK - POSITIVE PAY AND CHKOUT ROW
041653*    WITHOUT THESE THE BANK'S PRESENTMENT OF THE PAYOUT CHECK
041654*    COMES BACK FROM CHKRECON AS A FRAUD ALERT.
041655*****************************************************************
041656 3650-REGISTER-PAYOUT-CHECK.
041657     MOVE SPACES TO POSITIVE-PAY-LINE.
041658     STRING WS-CHECK-NUMBER '  ' WS-RUN-DATE '  '
041659         EMP-NAME(1:30) '  ' WS-EDIT-AMOUNT
041660         DELIMITED BY SIZE INTO POSITIVE-PAY-LINE.
041661     WRITE POSITIVE-PAY-LINE.
041662     MOVE WS-CHECK-NUMBER TO CK-CHECK-NUMBER.
041663     MOVE WS-RUN-DATE     TO CK-ISSUE-DATE.
041664     MOVE TR-EMP-ID       TO CK-EMP-ID.
041665     MOVE EMP-NAME        TO CK-PAYEE-NAME.
041666     MOVE WS-PAYOUT-NET   TO CK-AMOUNT.
041667     MOVE 'O'             TO CK-STATUS.
041668     MOVE ZERO            TO CK-PAID-DATE.
041669     WRITE CHECK-OUTSTANDING-RECORD
041670         INVALID KEY
041671             REWRITE CHECK-OUTSTANDING-RECORD
041672     END-WRITE.
041673 3650-EXIT.
041674     EXIT.
041675
041676*****************************************************************
041677*    3660-WRITE-PAYOUT-GL - JOURNAL LINES FOR THE PAYOUT
041678*    WAGE DEBIT TO THE LEAVER'S DEPARTMENT ACCOUNT, CREDITS TO
041679*    THE TAX LIABILITY AND CASH CLEARING, AND THE EMPLOYER
041680*    ACCRUALS PER TYPE - THE SAME POSTING SHAPE AS THE PAY RUN,
041681*    ON THE PAYOUT'S OWN EXTRACT.
041682*****************************************************************
041683 3660-WRITE-PAYOUT-GL.
041684     PERFORM 3640-FIND-DEPT-ACCOUNT THRU 3640-EXIT.
041685     MOVE SPACES TO TERM-GL-RECORD.
041686     IF WS-DM-FOUND
041687         MOVE DMT-GL-ACCT(DM-IDX) TO TGL-ACCOUNT-CODE
041688     ELSE
041689         MOVE WS-ACCT-WAGE-EXPENSE TO TGL-ACCOUNT-CODE
041690     END-IF.
041691     MOVE 'VACATION PAYOUT - WAGES'   TO TGL-DESCRIPTION.
041692     MOVE WS-PAYOUT-GROSS             TO TGL-DEBIT-AMOUNT.
041693     MOVE ZERO                        TO TGL-CREDIT-AMOUNT.
041694     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041695     WRITE TERM-GL-RECORD.
041696     MOVE SPACES TO TERM-GL-RECORD.
041697     MOVE WS-ACCT-TAX-LIABILITY       TO TGL-ACCOUNT-CODE.
041698     MOVE 'VACATION PAYOUT - TAX'     TO TGL-DESCRIPTION.
041699     MOVE ZERO                        TO TGL-DEBIT-AMOUNT.
041700     MOVE WS-PAYOUT-TAX               TO TGL-CREDIT-AMOUNT.
041701     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041702     WRITE TERM-GL-RECORD.
041703     MOVE SPACES TO TERM-GL-RECORD.
041704     MOVE WS-ACCT-TAX-LIABILITY       TO TGL-ACCOUNT-CODE.
041705     MOVE 'VACATION PAYOUT - EE OASDI' TO TGL-DESCRIPTION.
041706     MOVE ZERO                        TO TGL-DEBIT-AMOUNT.
041707     MOVE WS-PAYOUT-OASDI             TO TGL-CREDIT-AMOUNT.
041708     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041709     WRITE TERM-GL-RECORD.
041710     MOVE SPACES TO TERM-GL-RECORD.
041711     MOVE WS-ACCT-TAX-LIABILITY       TO TGL-ACCOUNT-CODE.
041712     MOVE 'VACATION PAYOUT - EE MEDICARE' TO TGL-DESCRIPTION.
041713     MOVE ZERO                        TO TGL-DEBIT-AMOUNT.
041714     MOVE WS-PAYOUT-MEDICARE          TO TGL-CREDIT-AMOUNT.
041715     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041716     WRITE TERM-GL-RECORD.
041717     MOVE SPACES TO TERM-GL-RECORD.
041718     MOVE WS-ACCT-CASH-CLEARING       TO TGL-ACCOUNT-CODE.
041719     MOVE 'VACATION PAYOUT - CASH'    TO TGL-DESCRIPTION.
041720     MOVE ZERO                        TO TGL-DEBIT-AMOUNT.
041721     MOVE WS-PAYOUT-NET               TO TGL-CREDIT-AMOUNT.
041722     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041723     WRITE TERM-GL-RECORD.
041724     MOVE SPACES TO TERM-GL-RECORD.
041725     MOVE WS-ACCT-ER-TAX-EXPENSE      TO TGL-ACCOUNT-CODE.
041726     MOVE 'PAYOUT EMPLOYER FICA'      TO TGL-DESCRIPTION.
041727     MOVE WS-ER-FICA-AMOUNT           TO TGL-DEBIT-AMOUNT.
041728     MOVE ZERO                        TO TGL-CREDIT-AMOUNT.
041729     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041730     WRITE TERM-GL-RECORD.
041731     MOVE SPACES TO TERM-GL-RECORD.
041732     MOVE WS-ACCT-ER-TAX-EXPENSE      TO TGL-ACCOUNT-CODE.
041733     MOVE 'PAYOUT EMPLOYER FUTA'      TO TGL-DESCRIPTION.
041734     MOVE WS-ER-FUTA-AMOUNT           TO TGL-DEBIT-AMOUNT.
041735     MOVE ZERO                        TO TGL-CREDIT-AMOUNT.
041736     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041737     WRITE TERM-GL-RECORD.
041738     MOVE SPACES TO TERM-GL-RECORD.
041739     MOVE WS-ACCT-ER-TAX-EXPENSE      TO TGL-ACCOUNT-CODE.
041740     MOVE 'PAYOUT EMPLOYER SUTA'      TO TGL-DESCRIPTION.
041741     MOVE WS-ER-SUTA-AMOUNT           TO TGL-DEBIT-AMOUNT.
041742     MOVE ZERO                        TO TGL-CREDIT-AMOUNT.
041743     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041744     WRITE TERM-GL-RECORD.
041745     MOVE SPACES TO TERM-GL-RECORD.
041746     MOVE WS-ACCT-ER-TAX-LIABILITY    TO TGL-ACCOUNT-CODE.
041747     MOVE 'PAYOUT EMPLOYER FICA LIAB' TO TGL-DESCRIPTION.
041748     MOVE ZERO                        TO TGL-DEBIT-AMOUNT.
041749     MOVE WS-ER-FICA-AMOUNT           TO TGL-CREDIT-AMOUNT.
041750     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041751     WRITE TERM-GL-RECORD.
041752     MOVE SPACES TO TERM-GL-RECORD.
041753     MOVE WS-ACCT-ER-TAX-LIABILITY    TO TGL-ACCOUNT-CODE.
041754     MOVE 'PAYOUT EMPLOYER FUTA LIAB' TO TGL-DESCRIPTION.
041755     MOVE ZERO                        TO TGL-DEBIT-AMOUNT.
041756     MOVE WS-ER-FUTA-AMOUNT           TO TGL-CREDIT-AMOUNT.
041757     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041758     WRITE TERM-GL-RECORD.
041759     MOVE SPACES TO TERM-GL-RECORD.
041760     MOVE WS-ACCT-ER-TAX-LIABILITY    TO TGL-ACCOUNT-CODE.
041761     MOVE 'PAYOUT EMPLOYER SUTA LIAB' TO TGL-DESCRIPTION.
041762     MOVE ZERO                        TO TGL-DEBIT-AMOUNT.
041763     MOVE WS-ER-SUTA-AMOUNT           TO TGL-CREDIT-AMOUNT.
041764     MOVE WS-RUN-DATE                 TO TGL-REFERENCE.
041765     WRITE TERM-GL-RECORD.
041766 3660-EXIT.
041767     EXIT.
041768
041769*****************************************************************
041770*    3670-SET-PAYOUT-HISTORY-DETAIL - THE EMPLOYEE FICA SPLIT AND
041771*    THE RETRO PRICING FIELDS ON THE PAYOUT ROW.  IT IS A PAY ROW
041772*    WITH NO HOURS AND NO BASE SALARY, SO RETROPAY PASSES IT BY.
041773*****************************************************************
041774 3670-SET-PAYOUT-HISTORY-DETAIL.
041775     MOVE WS-PAYOUT-OASDI    TO PH-OASDI.
041776     MOVE WS-PAYOUT-MEDICARE TO PH-MEDICARE.
041777     MOVE ZERO               TO PH-REG-HOURS.
041778     MOVE ZERO               TO PH-OT-HOURS.
041779     MOVE ZERO               TO PH-BASE-SALARY.
041780     MOVE SPACE              TO PH-ROW-TYPE.
041781 3670-EXIT.
041782     EXIT.
041783
041784*****************************************************************
041785*    3700-WRITE-RATE-HISTORY - RECORD THE NEW STANDING SALARY
041786*    A SECOND CHANGE ON THE SAME EFFECTIVE DATE CORRECTS THE
041787*    ENTRY IN PLACE AND KEEPS ITS ORIGINAL PRIOR SALARY, SO
041788*    RETROPAY STILL PRICES FROM WHAT WAS ACTUALLY IN FORCE.
041789*****************************************************************
041790 3700-WRITE-RATE-HISTORY.
041791     MOVE TR-EMP-ID          TO RH-EMP-ID.
041792     MOVE WS-SALARY-EFF-DATE TO RH-EFFECTIVE-DATE.
041793     MOVE 'N' TO WS-RH-FOUND-SWITCH.
041794     READ PAY-RATE-HIST-FILE
041795         INVALID KEY
041796             MOVE WS-PRIOR-SALARY TO RH-PRIOR-SALARY
041797         NOT INVALID KEY
041798             SET WS-RH-FOUND TO TRUE
041799     END-READ.
041800     MOVE GROSS-SALARY     TO RH-GROSS-SALARY.
041801     MOVE WS-RUN-DATE      TO RH-CHANGE-DATE.
041802     MOVE WS-OPERATOR-ID   TO RH-CHANGED-BY.
041803     MOVE WS-RH-NEW-STATUS TO RH-RETRO-STATUS.
041804     MOVE ZERO             TO RH-RETRO-RUN-DATE.
041805     IF WS-RH-FOUND
041806         REWRITE PAY-RATE-HIST-RECORD
041807     ELSE
041808         WRITE PAY-RATE-HIST-RECORD
041809     END-IF.
041810     IF WS-RH-FILE-STATUS NOT = '00'
041811         DISPLAY 'PAYMAINT: PAYRATE.DAT UPDATE FAILED FOR '
041812             TR-EMP-ID ' - STATUS ' WS-RH-FILE-STATUS
041813         MOVE 16 TO RETURN-CODE
041814         STOP RUN
041815     END-IF.
041816     ADD 1 TO WS-RATE-CHANGE-COUNT.
041817     IF RH-RETRO-PENDING
041818         ADD 1 TO WS-RETRO-PENDING-COUNT
041819     END-IF.
041820 3700-EXIT.
041821     EXIT.
041822
041823*****************************************************************
041824*    3710-SET-SALARY-EFF-DATE - TRANSACTION DATE OR DEFAULT
041825*****************************************************************
041826 3710-SET-SALARY-EFF-DATE.
041827     IF TR-SALARY-EFF-DATE = SPACES
041828         MOVE WS-SALARY-AS-OF-DATE TO WS-SALARY-EFF-DATE
041829     ELSE
041830         MOVE TR-SALARY-EFF-DATE-N TO WS-SALARY-EFF-DATE
041831     END-IF.
041832 3710-EXIT.
041833     EXIT.
041834
041835*****************************************************************
041836*    3720-FIND-LAST-RATE-CHANGE - LATEST EFFECTIVE DATE ON FILE
041837*    THE EMPLOYEE'S ENTRIES ARE CONTIGUOUS IN KEY ORDER, SO THE
041838*    LAST ONE READ BEFORE THE EMP-ID CHANGES IS THE LATEST.
041839*****************************************************************
041840 3720-FIND-LAST-RATE-CHANGE.
041841     MOVE ZERO TO WS-LAST-RATE-EFF-DATE.
041842     MOVE 'N'  TO WS-RH-EOF-SWITCH.
041843     MOVE TR-EMP-ID TO RH-EMP-ID.
041844     MOVE ZERO      TO RH-EFFECTIVE-DATE.
041845     START PAY-RATE-HIST-FILE KEY NOT < RH-KEY
041846         INVALID KEY
041847             SET WS-RH-EOF TO TRUE
041848     END-START.
041849     PERFORM 3725-READ-ONE-RATE-CHANGE THRU 3725-EXIT
041850         UNTIL WS-RH-EOF.
041851 3720-EXIT.
041852     EXIT.
041853
041854 3725-READ-ONE-RATE-CHANGE.
041855     READ PAY-RATE-HIST-FILE NEXT RECORD
041856         AT END
041857             SET WS-RH-EOF TO TRUE
041858             GO TO 3725-EXIT
041859     END-READ.
041860     IF RH-EMP-ID NOT = TR-EMP-ID
041861         SET WS-RH-EOF TO TRUE
041862         GO TO 3725-EXIT
041863     END-IF.
041864     MOVE RH-EFFECTIVE-DATE TO WS-LAST-RATE-EFF-DATE.
041865 3725-EXIT.
041866     EXIT.
041867
041868*****************************************************************
041869*    3900-WRITE-AUDIT-REJECT
041870*****************************************************************
041871 3900-WRITE-AUDIT-REJECT.
041900     ADD 1 TO WS-REJECT-COUNT.
042000     MOVE TR-ACTION-CODE TO AUD-ACTION-TEXT.
042100     MOVE 'REJECTED' TO AUD-RESULT-TEXT.
045381         PERFORM 8200-WRITE-TAX-ACCRUALS THRU 8200-EXIT
045390     END-IF.
045400     CLOSE EMPLOYEE-FILE.
045410     CLOSE PAY-RATE-HIST-FILE.
045500     CLOSE TRANS-FILE.
045600     CLOSE MAINT-AUDIT-FILE.
045700     DISPLAY 'PAYMAINT SUMMARY FOR ' WS-RUN-DATE.
045900     DISPLAY '  CHANGES APPLIED   : ' WS-CHANGE-COUNT.
046000     DISPLAY '  DEACTIVATIONS     : ' WS-DEACT-COUNT.
046100     DISPLAY '  TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.
046110     DISPLAY '  PAY RATES RECORDED: ' WS-RATE-CHANGE-COUNT.
046120     DISPLAY '  LEFT FOR RETROPAY : ' WS-RETRO-PENDING-COUNT.
046130     COMPUTE RL-COUNT-1 = WS-ADD-COUNT + WS-CHANGE-COUNT
046140         + WS-DEACT-COUNT.
046150     MOVE WS-REJECT-COUNT TO RL-COUNT-2.
046160*    TERMINATION PAYOUT GROSS - ALL OF IT IS MEDICARE WAGES.
046170     MOVE WS-TOTAL-MEDICARE-WAGES TO RL-AMOUNT-1.
046180     MOVE ZERO TO RL-AMOUNT-2.
046190     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
046200 8000-EXIT.
046300     EXIT.
046310
046399
046400*****************************************************************
046401*    8200-WRITE-TAX-ACCRUALS - EMPLOYER ACCRUALS ON PAYOUTS
046402*    FIVE ROWS APPENDED WHEN THE RUN CUT PAYOUT CHECKS, SO
046403*    TAXQTR SUMS THE PAYOUT WAGES WITH THE PAY RUN'S OWN
046404*    ACCRUAL ROWS FOR THE DEPOSIT FILINGS - THE EMPLOYER
046405*    TYPES, THEN THE EMPLOYEE OASDI AND MEDICARE WITHHELD.
046406*****************************************************************
046407 8200-WRITE-TAX-ACCRUALS.
046408     OPEN EXTEND TAX-ACCRUAL-FILE.
046409     IF WS-TAXA-FILE-STATUS = '35'
046410         OPEN OUTPUT TAX-ACCRUAL-FILE
046411     END-IF.
046412     IF WS-TAXA-FILE-STATUS NOT = '00'
046413         DISPLAY 'PAYMAINT: UNABLE TO OPEN TAXACCR.DAT - '
046414             'STATUS ' WS-TAXA-FILE-STATUS
046415         MOVE 16 TO RETURN-CODE
046416         STOP RUN
046417     END-IF.
046418     IF PRM-PERIOD-NUMBER NUMERIC
046419         MOVE PRM-PERIOD-NUMBER TO TA-PERIOD-NUMBER
046420     ELSE
046421         MOVE ZERO TO TA-PERIOD-NUMBER
046422     END-IF.
046423     IF PRM-PERIOD-END-DATE NUMERIC
046424             AND PRM-PERIOD-END-DATE NOT = ZERO
046425         MOVE PRM-PERIOD-END-DATE TO TA-PERIOD-END-DATE
046426     ELSE
046427         MOVE WS-RUN-DATE TO TA-PERIOD-END-DATE
046428     END-IF.
046429     MOVE 'FICA'              TO TA-TAX-TYPE.
046430     MOVE WS-TOTAL-FICA-WAGES TO TA-TAXABLE-WAGES.
046431     MOVE WS-TOTAL-ER-FICA    TO TA-ACCRUAL-AMOUNT.
046432     WRITE TAX-ACCRUAL-RECORD.
046433     MOVE 'FUTA'              TO TA-TAX-TYPE.
046434     MOVE WS-TOTAL-FUTA-WAGES TO TA-TAXABLE-WAGES.
046435     MOVE WS-TOTAL-ER-FUTA    TO TA-ACCRUAL-AMOUNT.
046436     WRITE TAX-ACCRUAL-RECORD.
046437     MOVE 'SUTA'              TO TA-TAX-TYPE.
046438     MOVE WS-TOTAL-SUTA-WAGES TO TA-TAXABLE-WAGES.
046439     MOVE WS-TOTAL-ER-SUTA    TO TA-ACCRUAL-AMOUNT.
046440     WRITE TAX-ACCRUAL-RECORD.
046441     MOVE 'OASD'                  TO TA-TAX-TYPE.
046442     MOVE WS-TOTAL-OASDI-WAGES    TO TA-TAXABLE-WAGES.
046443     MOVE WS-TOTAL-EE-OASDI       TO TA-ACCRUAL-AMOUNT.
046444     WRITE TAX-ACCRUAL-RECORD.
046445     MOVE 'MEDI'                  TO TA-TAX-TYPE.
046446     MOVE WS-TOTAL-MEDICARE-WAGES TO TA-TAXABLE-WAGES.
046447     MOVE WS-TOTAL-EE-MEDICARE    TO TA-ACCRUAL-AMOUNT.
046448     WRITE TAX-ACCRUAL-RECORD.
046449     CLOSE TAX-ACCRUAL-FILE.
046450 8200-EXIT.
046451     EXIT.
046500
046600*****************************************************************
046700*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
046800*****************************************************************
046900 9700-LOG-STEP-START.
047000     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
047100     SET RL-START-ENTRY TO TRUE.
047200     SET RL-STEP-STARTED TO TRUE.
047300     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
047400         RL-AMOUNT-1 RL-AMOUNT-2.
047500     MOVE SPACES TO RL-MESSAGE.
047600     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
047700 9700-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
048200*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
048300*    RL-AMOUNT-1/2.
048400*****************************************************************
048500 9710-LOG-STEP-END.
048600     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
048700     SET RL-END-ENTRY TO TRUE.
048800     MOVE RETURN-CODE TO RL-RETURN-CODE.
048900     EVALUATE TRUE
049000         WHEN RETURN-CODE = ZERO
049100             SET RL-STEP-CLEAN TO TRUE
049200         WHEN RETURN-CODE < 16
049300             SET RL-STEP-EXCEPTIONS TO TRUE
049400         WHEN OTHER
049500             SET RL-STEP-FAILED TO TRUE
049600     END-EVALUATE.
049700     MOVE SPACES TO RL-MESSAGE.
049800     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
049900 9710-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300*    9720-LOG-STEP-REFUSED - END ENTRY FOR A STEP THAT WILL NOT
050400*    RUN; THE REASON IS IN WS-LOG-MESSAGE.  THE CALLER STOPS.
050500*****************************************************************
050600 9720-LOG-STEP-REFUSED.
050700     MOVE 16 TO RETURN-CODE.
050800     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
050900     SET RL-END-ENTRY TO TRUE.
051000     SET RL-STEP-REFUSED TO TRUE.
051100     MOVE 16 TO RL-RETURN-CODE.
051200     MOVE ZERO TO RL-COUNT-1 RL-COUNT-2 RL-AMOUNT-1 RL-AMOUNT-2.
051300     MOVE WS-LOG-MESSAGE TO RL-MESSAGE.
051400     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
051500 9720-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
052000*****************************************************************
052100 9780-FILL-LOG-COMMON.
052200     MOVE 'PAYMAINT' TO RL-PROGRAM.
052300     MOVE WS-RUN-DATE TO RL-RUN-DATE.
052400     ACCEPT WS-LOG-TIME FROM TIME.
052500     MOVE WS-LOG-TIME TO RL-RUN-TIME.
052600     MOVE PRM-RUN-MODE TO RL-RUN-MODE.
052700     MOVE PRM-RUN-TYPE TO RL-RUN-TYPE.
052800     MOVE PRM-OPERATOR-ID TO RL-OPERATOR-ID.
052900     MOVE ZERO TO RL-PERIOD-NUMBER RL-FEED-DATE.
053100     IF PRM-PERIOD-NUMBER NUMERIC
053200         MOVE PRM-PERIOD-NUMBER TO RL-PERIOD-NUMBER
053300     END-IF.
053400     IF PRM-PERIOD-END-DATE NUMERIC
053450             AND PRM-PERIOD-END-DATE NOT = ZERO
053500         MOVE PRM-PERIOD-END-DATE TO RL-PERIOD-END-DATE
053550     ELSE
053560         MOVE WS-RUN-DATE TO RL-PERIOD-END-DATE
053600     END-IF.
053700 9780-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
054200*****************************************************************
054300 9790-WRITE-RUN-LOG.
054400     OPEN EXTEND RUN-LOG-FILE.
054500     IF WS-LOG-FILE-STATUS = '35'
054600         OPEN OUTPUT RUN-LOG-FILE
054700     END-IF.
054800     IF WS-LOG-FILE-STATUS NOT = '00'
054900         DISPLAY 'PAYMAINT: UNABLE TO OPEN RUNLOG.DAT - STATUS '
055000             WS-LOG-FILE-STATUS
055100         MOVE 16 TO RETURN-CODE
055200         STOP RUN
055300     END-IF.
055400     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
055500     CLOSE RUN-LOG-FILE.
055600 9790-EXIT.
055700     EXIT.
