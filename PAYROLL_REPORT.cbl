001100*                  REPORT TOGETHER WITH ITS DOWNSTREAM OUTPUTS
001200*                  (EXCEPTIONS, PAY STUBS, ACH BATCH, DEPARTMENT
001300*                  ROLLUP, GL JOURNAL AND THE RUN CONTROL-TOTAL
001400*                  REPORT), PLUS THE LABOR-DISTRIBUTION
001410*                  REPORT BY DEPARTMENT AND PROJECT.
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT DESCRIPTION
006124*                    FOR PAID EMPLOYEES - AN EMPLOYEE REJECTED
006125*                    BY THE EDIT NO LONGER LEAVES EXPENSE IN
006126*                    THE GL, CONTROL REPORT OR CHECKPOINT.
006127*    2026-10-15 RTM  EMPLOYEE OASDI AND MEDICARE NOW WITHHELD
006128*                    EVERY PERIOD - OASDI UP TO THE ANNUAL WAGE
006129*                    BASE, MEDICARE PLUS THE ADDITIONAL RATE
006130*                    ABOVE THE YTD THRESHOLD.  EACH SHARE HAS
006131*                    ITS OWN STUB LINE, HISTORY FIELD, CONTROL
006132*                    TOTAL, GL LIABILITY LINE AND ACCRUAL ROW,
006133*                    AND BOTH REDUCE NET PAY.
006134*    2026-10-15 RTM  WITHHOLDING BRACKETS, ALLOWANCE VALUE,
006135*                    EMPLOYER AND EMPLOYEE TAX RATES AND BASES,
006136*                    STANDARD HOURS AND OVERTIME PREMIUM NOW
006137*                    COME FROM THE EFFECTIVE-DATED RATE TABLE
006138*                    (RATETBL.DAT) AS OF THE PERIOD-END DATE
006139*                    INSTEAD OF BEING SET IN THE PROGRAM.
006140*    2026-10-15 RTM  RETRO PAY QUEUED BY RETROPAY (RETROPND.DAT)
006141*                    IS PAID AS A SEPARATE RETRO EARNINGS LINE -
006142*                    ITS OWN STUB LINE, ITS OWN PAY-HISTORY ROW
006143*                    (TYPE R, NEXT SEQUENCE AFTER THE PAY RUN'S
006144*                    ROW), ITS OWN GL WAGE LINE PER DEPARTMENT
006145*                    AND A CONTROL TOTAL.  IT IS TAXED WITH THE
006146*                    PERIOD'S GROSS.  THE PAY-HISTORY ROW NOW
006147*                    ALSO CARRIES THE HOURS PAID AND THE
006148*                    STANDING SALARY THEY WERE PRICED FROM.
006149*                    THE PRENOTE REWRITES OF THE EMPLOYEE MASTER
006150*                    NOW PUT BACK THE STANDING SALARY RATHER
006151*                    THAN THE PERIOD'S PRICED GROSS.
006152*    2026-10-15 RTM  ADDED THE OFF-CYCLE SUPPLEMENTAL RUN (RUN
006153*                    TYPE S IN PAYPARM.DAT) - PAYS ONLY THE
006154*                    EMPLOYEES ON SUPPPAY.DAT, READING THE
006155*                    MASTER BY KEY, WITHHOLDS AT THE FLAT
006156*                    SUPPLEMENTAL RATE, SKIPS BENEFITS, PTO AND
006157*                    ALL DEDUCTION ORDERS BUT GARNISHMENTS AND
006158*                    SUPPORT.  GUARDED BY ITS OWN OFF-CYCLE
006159*                    SEQUENCE ON PERIODCT.DAT AND CHECKPOINTED
006160*                    TO SUPPCKPT.DAT, SO IT NEITHER BLOCKS NOR
006161*                    IS BLOCKED BY THE REGULAR PERIOD RUN.
006162*                    HISTORY ROWS ARE TYPE S.
006163*    2026-10-15 RTM  LABOR DISTRIBUTION - TIMECARD.DAT NOW CARRIES
006164*                    CHARGE LINES (DEPARTMENT, PROJECT, HOURS).
006165*                    GROSS, RETRO AND EMPLOYER TAX AND BENEFIT
006166*                    COST ARE SPLIT ACROSS THE CHARGED
006167*                    DEPARTMENTS IN DEPTRPT.TXT AND THE GL
006168*                    EXTRACT; NEW LABDIST.TXT REPORTS HOURS AND
006169*                    DOLLARS BY DEPARTMENT AND PROJECT.  A
006170*                    CHARGE TO A DEPARTMENT NOT ON DEPTMAST.DAT
006171*                    REJECTS THE EMPLOYEE (E010).
006172*    2026-10-15 RTM  PAYROLL-REPORT.TXT LAYOUT MOVED TO COPYBOOK
006173*                    PAYRPT AND EXTENDED WITH HOURS, BANK
006174*                    DETAILS, PERIOD AND RUN MODE/TYPE FOR THE
006175*                    VARREVW VARIANCE REVIEW.  A REGULAR FINAL
006176*                    RUN IS NOW HELD UNTIL THE PERIOD'S REVIEW IS
006177*                    SIGNED OFF ON VARSIGN.DAT, AND RUNCTL.TXT
006178*                    COMPARES THE RUN TO THE REVIEWED TRIAL.
006180*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
006182*                    STREAM LOG RUNLOG.DAT WITH THE FEED DATE AND
006184*                    RUN TOTALS.  A REGULAR FINAL RUN (A RESTART
006186*                    INCLUDED) IS REFUSED UNLESS TIMEEDIT GATED
006188*                    THE SAME FEED DATE CLEAN WITH THE SAME CARD
006190*                    COUNT; THE REFUSAL IS LOGGED, AS ARE THE
006192*                    VARIANCE SIGN-OFF HOLDS.
006199*****************************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID. PAYROLL.
006400 AUTHOR. R-T-MORALES.
007400 FILE-CONTROL.
007500     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.DAT'
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS EMP-ID
007900         FILE STATUS IS WS-EMP-FILE-STATUS.
008000
011500     SELECT DEPT-REPORT-FILE ASSIGN TO 'DEPTRPT.TXT'
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-DEPT-FILE-STATUS.
011710
011720     SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST.TXT'
011730         ORGANIZATION IS LINE SEQUENTIAL
011740         FILE STATUS IS WS-LD-FILE-STATUS.
011800
011900     SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
012000         ORGANIZATION IS LINE SEQUENTIAL
015500         ACCESS MODE IS RANDOM
015600         RECORD KEY IS PC-PERIOD-NUMBER
015700         FILE STATUS IS WS-PDCT-FILE-STATUS.
015710
015720     SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
015730         ORGANIZATION IS INDEXED
015740         ACCESS MODE IS SEQUENTIAL
015750         RECORD KEY IS RT-KEY
015760         FILE STATUS IS WS-RATE-FILE-STATUS.
015761
015762     SELECT RETRO-PENDING-FILE ASSIGN TO 'RETROPND.DAT'
015763         ORGANIZATION IS INDEXED
015764         ACCESS MODE IS DYNAMIC
015765         RECORD KEY IS RP-KEY
015766         FILE STATUS IS WS-RETRO-FILE-STATUS.
015767
015768     SELECT SUPP-PAY-FILE ASSIGN TO 'SUPPPAY.DAT'
015769         ORGANIZATION IS SEQUENTIAL
015770         FILE STATUS IS WS-SUPP-FILE-STATUS.
015771
015772*    A SUPPLEMENTAL RUN CHECKPOINTS HERE INSTEAD OF CHECKPOINT.DAT
015773*    SO A STRANDED RUN OF EITHER TYPE NEVER HOLDS UP THE OTHER.
015774*    ONLY ONE OF THE TWO IS EVER OPEN, SO THEY SHARE A STATUS.
015775     SELECT SUPP-CHECKPOINT-FILE ASSIGN TO 'SUPPCKPT.DAT'
015776         ORGANIZATION IS SEQUENTIAL
015777         FILE STATUS IS WS-CKPT-FILE-STATUS.
015778     SELECT VARIANCE-SIGNOFF-FILE ASSIGN TO 'VARSIGN.DAT'
015779         ORGANIZATION IS INDEXED
015780         ACCESS MODE IS RANDOM
015781         RECORD KEY IS VS-PERIOD-NUMBER
015782         FILE STATUS IS WS-VS-FILE-STATUS.
015785     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
015790         ORGANIZATION IS SEQUENTIAL
015795         FILE STATUS IS WS-LOG-FILE-STATUS.
015800
015900 DATA DIVISION.
016000 FILE SECTION.
016200 COPY EMPREC.
016300
016400 FD  RUN-PARM-FILE.
016500 01  RUN-PARM-INPUT-RECORD         PIC X(49).
016600
016700 FD  PERIOD-CONTROL-FILE.
016800 COPY PERIODCT.
016810
016820 FD  RATE-TABLE-FILE.
016830 COPY RATETBL.
016840
016850 FD  RETRO-PENDING-FILE.
016860 COPY RETROPND.
016861
016862 FD  SUPP-PAY-FILE.
016863 COPY SUPPPAY.
016873 FD  VARIANCE-SIGNOFF-FILE.
016883 COPY VARSIGN.
016900
017000 FD  PAY-HISTORY-FILE.
017100 COPY PAYHIST.
019000 COPY TIMEREC.
019100
019200 FD  PAYROLL-REPORT.
019300 COPY PAYRPT.
020100
020200 FD  YTD-MASTER-FILE.
020300 COPY YTDREC.
024400             15  CKPT-DEPT-TOT-TAX         PIC 9(10)V99.
024500             15  CKPT-DEPT-TOT-BENEFITS    PIC 9(10)V99.
024600             15  CKPT-DEPT-TOT-NET         PIC 9(10)V99.
024610             15  CKPT-DEPT-TOT-RETRO       PIC 9(10)V99.
024620             15  CKPT-DEPT-TOT-ER-TAX      PIC 9(10)V99.
024630             15  CKPT-DEPT-TOT-ER-BEN      PIC 9(10)V99.
024700*    THE CHECK-NUMBER SERIES IS CARRIED HERE SO A RESTARTED RUN
024800*    CONTINUES NUMBERING WHERE THE FAILED ATTEMPT STOPPED AND
024900*    CAN NEVER REISSUE A NUMBER ALREADY PRINTED.
026707             15  CKPT-BP-TAX-FLAG          PIC X(01).
026708             15  CKPT-BP-ER-TOTAL          PIC 9(9)V99.
026709             15  CKPT-BP-ENROLL-COUNT      PIC 9(05).
026710*    EMPLOYEE OASDI / MEDICARE WITHHOLDING TOTALS - CARRIED FOR
026711*    THE SAME REASON AS THE EMPLOYER ACCRUAL TOTALS ABOVE.
026712     05  CKPT-EE-OASDI             PIC 9(11)V99.
026713     05  CKPT-EE-MEDICARE          PIC 9(11)V99.
026714     05  CKPT-OASDI-WAGES          PIC 9(11)V99.
026715     05  CKPT-MEDICARE-WAGES       PIC 9(11)V99.
026716*    RETRO PAY INCLUDED IN THE GROSS TOTALS ABOVE.
026717     05  CKPT-TOTAL-RETRO          PIC 9(11)V99.
026718*    RUN TYPE AND OFF-CYCLE SEQUENCE - A SUPPLEMENTAL RESTART
026719*    MUST NAME THE SAME OFF-CYCLE RUN AS WELL AS THE SAME PERIOD.
026720     05  CKPT-RUN-TYPE             PIC X(01).
026721     05  CKPT-OFFCYCLE-SEQ         PIC 9(02).
026722*    LABOR-DISTRIBUTION ROLLUP - CARRIED WHOLE LIKE THE
026723*    DEPARTMENT TABLE SO LABDIST.TXT COVERS THE WHOLE JOB.
026724     05  CKPT-LABOR-TABLE.
026725         10  CKPT-LD-ENTRY-COUNT       PIC 9(03).
026726         10  CKPT-LD-ENTRY OCCURS 100 TIMES.
026727             15  CKPT-LD-DEPT              PIC X(05).
026728             15  CKPT-LD-PROJECT           PIC X(08).
026729             15  CKPT-LD-EMP-COUNT         PIC 9(05).
026730             15  CKPT-LD-REG-HOURS         PIC 9(7)V99.
026731             15  CKPT-LD-OT-HOURS          PIC 9(7)V99.
026732             15  CKPT-LD-WAGES             PIC 9(10)V99.
026733             15  CKPT-LD-ER-TAX            PIC 9(10)V99.
026734             15  CKPT-LD-ER-BEN            PIC 9(10)V99.
026735
026736*    SAME LAYOUT AS CHECKPOINT-RECORD - THE LENGTHS MUST AGREE.
026742 FD  SUPP-CHECKPOINT-FILE.
026752 01  SUPP-CHECKPOINT-RECORD        PIC X(17058).
026754
026756 FD  RUN-LOG-FILE.
026758 01  RUN-LOG-FILE-RECORD           PIC X(180).
026762
026800 FD  PAYSTUB-FILE.
026900 01  PAYSTUB-LINE                  PIC X(60).
027000
027300
027400 FD  DEPT-REPORT-FILE.
027500 01  DEPT-REPORT-LINE              PIC X(70).
027510
027520 FD  LABOR-DIST-FILE.
027530 01  LABOR-DIST-LINE               PIC X(132).
027600
027700 FD  GL-JOURNAL-FILE.
027800 01  GL-JOURNAL-RECORD.
031440 01  WS-BP-FILE-STATUS             PIC X(02).
031450 01  WS-BE-FILE-STATUS             PIC X(02).
031460 01  WS-PTO-FILE-STATUS            PIC X(02).
031470 01  WS-RATE-FILE-STATUS           PIC X(02).
031480 01  WS-RETRO-FILE-STATUS          PIC X(02).
031481 01  WS-SUPP-FILE-STATUS           PIC X(02).
031482 01  WS-LD-FILE-STATUS             PIC X(02).
031483 01  WS-VS-FILE-STATUS             PIC X(02).
031490 01  WS-LOG-FILE-STATUS            PIC X(02).
031500
031600*****************************************************************
031700*    SWITCHES
038600 01  WS-RUN-TOTAL-NET              PIC 9(11)V99 VALUE ZERO.
038700 01  WS-TOTAL-DEDUCTIONS           PIC 9(11)V99 VALUE ZERO.
038800 01  WS-RUN-TOTAL-DEDUCTIONS      PIC 9(11)V99 VALUE ZERO.
038810*    THE TRIAL RUN'S COUNT AND NET AS SIGNED OFF IN THE VARIANCE
038820*    REVIEW - A REGULAR FINAL RUN IS COMPARED TO THEM AT CLOSE.
038830 01  WS-REVIEWED-COUNT             PIC 9(07) VALUE ZERO.
038840 01  WS-REVIEWED-NET               PIC 9(11)V99 VALUE ZERO.
038900
039000*****************************************************************
039100*    CHECKPOINT/RESTART WORK FIELDS
040200 01  WS-INPUT-TAX                  PIC 9(7)V99 VALUE ZERO.
040300 01  WS-TAX-VARIANCE               PIC S9(7)V99 VALUE ZERO.
040301*    THE PER-PERIOD ALLOWANCE VALUE REDUCES THE TAXABLE BASE
040302*    BEFORE THE BRACKET WALK - LOADED FROM THE RATE TABLE WITH
040303*    THE BRACKETS.  PRE-EXISTING MASTER ROWS CARRY SPACES IN THE
040304*    PROFILE FIELDS, SO NON-NUMERIC READS AS ZERO.
040305 01  WS-ALLOWANCE-AMOUNT           PIC 9(4)V99 VALUE ZERO.
040306 01  WS-ALLOWANCE-COUNT            PIC 9(02) VALUE ZERO.
040307 01  WS-ALLOWANCE-VALUE            PIC 9(6)V99 VALUE ZERO.
040308 01  WS-BASE-REDUCTION             PIC 9(7)V99 VALUE ZERO.
040310
040320*****************************************************************
040330*    EMPLOYER-SIDE TAX ACCRUAL WORK FIELDS
040340*    RATES AND ANNUAL WAGE BASES ARE LOADED FROM THE RATE
040350*    TABLE AS OF THE PERIOD-END DATE, THE SAME WAY THE
040360*    BRACKETS ARE.  THE TAXABLE PORTION OF A PERIOD'S GROSS IS
040370*    JUDGED AGAINST THE EMPLOYEE'S YTD GROSS BEFORE THIS
040380*    PERIOD, SO THE ACCRUAL STOPS BY ITSELF AT EACH WAGE BASE.
040390*****************************************************************
040391 01  WS-ER-FICA-RATE               PIC V9999 VALUE ZERO.
040392 01  WS-ER-FICA-WAGE-BASE          PIC 9(8)V99 VALUE ZERO.
040393 01  WS-ER-FUTA-RATE               PIC V9999 VALUE ZERO.
040394 01  WS-ER-FUTA-WAGE-BASE          PIC 9(8)V99 VALUE ZERO.
040395 01  WS-ER-SUTA-RATE               PIC V9999 VALUE ZERO.
040396 01  WS-ER-SUTA-WAGE-BASE          PIC 9(8)V99 VALUE ZERO.
040397 01  WS-YTD-PRIOR-GROSS            PIC 9(9)V99 VALUE ZERO.
040398 01  WS-ER-WORK-BASE               PIC 9(8)V99 VALUE ZERO.
040399 01  WS-ER-WORK-RATE               PIC V9999 VALUE ZERO.
040409 01  WS-TOTAL-FUTA-WAGES           PIC 9(11)V99 VALUE ZERO.
040410 01  WS-TOTAL-SUTA-WAGES           PIC 9(11)V99 VALUE ZERO.
040411
040412*****************************************************************
040413*    EMPLOYEE-SIDE OASDI / MEDICARE WITHHOLDING WORK FIELDS
040414*    LOADED WITH THE EMPLOYER FIGURES ABOVE.  OASDI
040415*    STOPS AT THE ANNUAL WAGE BASE; MEDICARE HAS NO BASE, BUT
040416*    WAGES PAST THE YTD THRESHOLD ALSO CARRY THE ADDITIONAL
040417*    RATE (EMPLOYEE SHARE ONLY - THERE IS NO EMPLOYER MATCH ON
040418*    IT).  BOTH ARE JUDGED FROM THE YTD GROSS BEFORE THIS
040419*    PERIOD, THE SAME AS THE EMPLOYER ACCRUALS.
040420*****************************************************************
040421 01  WS-EE-OASDI-RATE              PIC V9999 VALUE ZERO.
040422 01  WS-EE-OASDI-WAGE-BASE         PIC 9(8)V99 VALUE ZERO.
040423 01  WS-EE-MEDICARE-RATE           PIC V9999 VALUE ZERO.
040424 01  WS-EE-ADDL-MEDICARE-RATE      PIC V9999 VALUE ZERO.
040425 01  WS-EE-ADDL-MEDICARE-THRESH    PIC 9(8)V99 VALUE ZERO.
040426 01  WS-EE-OASDI-WAGES             PIC 9(8)V99 VALUE ZERO.
040427 01  WS-EE-ADDL-MEDICARE-WAGES     PIC 9(8)V99 VALUE ZERO.
040428 01  WS-EE-ADDL-MEDICARE-AMOUNT    PIC 9(7)V99 VALUE ZERO.
040429 01  WS-EE-OASDI-AMOUNT            PIC 9(7)V99 VALUE ZERO.
040430 01  WS-EE-MEDICARE-AMOUNT         PIC 9(7)V99 VALUE ZERO.
040431 01  WS-TOTAL-EE-OASDI             PIC 9(11)V99 VALUE ZERO.
040432 01  WS-TOTAL-EE-MEDICARE          PIC 9(11)V99 VALUE ZERO.
040433 01  WS-TOTAL-OASDI-WAGES          PIC 9(11)V99 VALUE ZERO.
040434 01  WS-TOTAL-MEDICARE-WAGES       PIC 9(11)V99 VALUE ZERO.
040435
040436*****************************************************************
040437*    RETRO PAY WORK FIELDS
040438*    RETROPND.DAT IS WRITTEN BY RETROPAY; NO FILE MEANS NOTHING
040439*    HAS EVER BEEN QUEUED.  THE EMPLOYEE'S PENDING ENTRIES ARE
040440*    SUMMED INTO GROSS AT THE EDIT AND MARKED PAID WHEN THE
040441*    HISTORY IS WRITTEN, SO AN EMPLOYEE REJECTED THIS RUN
040442*    KEEPS THE RETRO FOR THE NEXT ONE.  WS-BASE-SALARY HOLDS
040443*    THE STANDING SALARY BEFORE THE TIMECARD REPLACES IT.
040444*****************************************************************
040445 01  WS-RETRO-FILE-SWITCH          PIC X(01) VALUE 'N'.
040446     88  WS-RETRO-AVAILABLE           VALUE 'Y'.
040447 01  WS-RETRO-EOF-SWITCH           PIC X(01) VALUE 'N'.
040448     88  WS-RETRO-EOF                 VALUE 'Y'.
040449 01  WS-BASE-SALARY                PIC 9(8)V99 VALUE ZERO.
040450 01  WS-RETRO-AMOUNT               PIC 9(8)V99 VALUE ZERO.
040451 01  WS-TOTAL-RETRO                PIC 9(11)V99 VALUE ZERO.
040452 01  WS-PAID-GROSS                 PIC 9(8)V99 VALUE ZERO.
040453
040454*****************************************************************
040455*    SUPPLEMENTAL (OFF-CYCLE) RUN WORK FIELDS
040456*    SUPPPAY.DAT DRIVES THE PASS IN EMP-ID ORDER AND EACH ENTRY
040457*    FETCHES ITS MASTER ROW BY KEY.  AN ENTRY OUT OF ORDER (OR
040458*    REPEATED) OR NOT ON THE MASTER IS REJECTED, NOT PAID.  THE
040459*    FLAT SUPPLEMENTAL RATE COMES FROM THE RATE TABLE AND IS A
040460*    REQUIRED CODE ON A SUPPLEMENTAL RUN ONLY.
040461*****************************************************************
040462 01  WS-SUPP-RATE                  PIC V9999 VALUE ZERO.
040463 01  WS-SUPP-LAST-EMP-ID           PIC X(10) VALUE LOW-VALUES.
040464 01  WS-SUPP-EDIT-SWITCH           PIC X(01) VALUE 'V'.
040465     88  WS-SUPP-ENTRY-OK             VALUE 'V'.
040466     88  WS-SUPP-NOT-ON-MASTER        VALUE 'M'.
040467     88  WS-SUPP-OUT-OF-SEQUENCE      VALUE 'S'.
040468 01  WS-NEXT-OFFCYCLE-SEQ          PIC 9(02) VALUE ZERO.
040469 01  WS-CKPT-DSNAME                PIC X(14) VALUE
040470     'CHECKPOINT.DAT'.
040471
040472*****************************************************************
040473*    EFFECTIVE-DATED RATE TABLE WORK FIELDS
040474*    EVERY RATE, BASE, BRACKET SET AND PRICING FIGURE ABOVE IS
040475*    LOADED FROM RATETBL.DAT AS OF THE PERIOD-END DATE.  THE
040476*    CODES THIS PROGRAM NEEDS ARE LISTED IN THE TABLE BELOW;
040477*    ONE WITH NO ENTRY IN FORCE STOPS THE RUN BEFORE ANY
040478*    OUTPUT IS TOUCHED.
040479*****************************************************************
040480 01  WS-RATE-EOF-SWITCH            PIC X(01) VALUE 'N'.
040481     88  WS-RATE-EOF                  VALUE 'Y'.
040482 01  WS-RATE-AS-OF-DATE            PIC 9(08) VALUE ZERO.
040483 01  WS-RATE-MISSING-COUNT         PIC 9(02) VALUE ZERO.
040484
040485 01  RATE-CODE-MAX                 PIC 9(02) VALUE 12.
040486 01  RATE-CODE-TABLE.
040487     05  RC-ENTRY OCCURS 13 TIMES
040488                                   INDEXED BY RC-IDX.
040489         10  RC-RATE-CODE          PIC X(08).
040490         10  RC-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
040491             88  RC-FOUND              VALUE 'Y'.
040492         10  RC-EFFECTIVE-DATE     PIC 9(08)      VALUE ZERO.
040493
040500*****************************************************************
040600*    DATE/TIME WORK FIELDS
040700*****************************************************************
041200     05  WS-RUN-MM                 PIC 9(02).
041300     05  WS-RUN-DD                 PIC 9(02).
041400 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
041405
041410*****************************************************************
041415*    JOB-STREAM RUN LOG.  THE FEED DATE (TIMECARD.DAT HEADER) AND
041420*    DETAIL-CARD COUNT ARE TAKEN AT TIMECARD LOAD AND PROVED
041425*    AGAINST THE TIMEEDIT GATE'S END ENTRY BEFORE A FINAL RUN.
041430*****************************************************************
041435 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
041440 01  WS-LOG-MESSAGE                PIC X(50) VALUE SPACES.
041445 01  WS-LOG-EOF-SWITCH             PIC X(01) VALUE 'N'.
041450     88  WS-LOG-EOF                   VALUE 'Y'.
041455 01  WS-GATE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
041460     88  WS-GATE-FOUND                VALUE 'Y'.
041465 01  WS-GATE-STATUS                PIC X(01) VALUE SPACE.
041470     88  WS-GATE-CLEAN                VALUE 'C'.
041475 01  WS-GATE-CARD-COUNT            PIC 9(09) VALUE ZERO.
041480 01  WS-FEED-DATE                  PIC 9(08) VALUE ZERO.
041485 01  WS-FEED-CARD-COUNT            PIC 9(09) VALUE ZERO.
041490 COPY RUNLOG.
041500
041600*****************************************************************
041700*    RUN PARAMETERS - MOVED HERE FROM THE PAYPARM INPUT RECORD
043100 01  WS-EDIT-AMOUNT                PIC Z,ZZZ,ZZ9.99.
043200 01  WS-EDIT-AMOUNT2               PIC Z,ZZZ,ZZ9.99.
043300 01  WS-EDIT-COUNT                 PIC ZZZ,ZZ9.
043310 01  WS-EDIT-RATE                  PIC .9999.
043400
043500*****************************************************************
043600*    TIMECARD PRICING WORK FIELDS
043700*    GROSS-SALARY ON THE MASTER IS THE STANDING PER-PERIOD
043800*    SALARY FOR A STANDARD PERIOD; THE HOURLY RATE IS DERIVED
043900*    FROM IT AND THE STANDARD PERIOD HOURS, AND OVERTIME IS
044000*    PAID AT THE PREMIUM IN FORCE ON THE RATE TABLE.
044100*****************************************************************
044200 01  WS-STD-PERIOD-HOURS           PIC 9(03) VALUE ZERO.
044300 01  WS-OT-PREMIUM                 PIC 9V99  VALUE ZERO.
044400 01  WS-HOURLY-RATE                PIC 9(6)V9999 VALUE ZERO.
044500 01  WS-PERIOD-GROSS               PIC 9(8)V99 VALUE ZERO.
044510
046300         10  DEPT-TOT-TAX          PIC 9(10)V99   VALUE ZERO.
046400         10  DEPT-TOT-BENEFITS     PIC 9(10)V99   VALUE ZERO.
046500         10  DEPT-TOT-NET          PIC 9(10)V99   VALUE ZERO.
046510         10  DEPT-TOT-RETRO        PIC 9(10)V99   VALUE ZERO.
046511         10  DEPT-TOT-ER-TAX       PIC 9(10)V99   VALUE ZERO.
046512         10  DEPT-TOT-ER-BEN       PIC 9(10)V99   VALUE ZERO.
046513*    GROSS, RETRO AND EMPLOYER COST ARE POSTED TO THE DEPARTMENT
046514*    EACH CHARGE LINE NAMES; HEADCOUNT, WITHHOLDING, BENEFITS
046515*    AND NET STAY WITH THE EMPLOYEE'S HOME DEPARTMENT.
046516 01  WS-DEPT-ROLLUP-CODE           PIC X(05) VALUE SPACES.
046517
046518*****************************************************************
046519*    EMPLOYEE COST DISTRIBUTION WORK TABLE - ONE EMPLOYEE'S PAY
046520*    SPREAD OVER THE DEPARTMENT/PROJECT LINES IT IS CHARGED TO.
046521*    HOURS ARE PRICED LINE BY LINE AT THE EMPLOYEE'S RATE; ANY
046522*    ROUNDING CENT GOES TO THE LAST HOURS LINE, AND PAY NOT
046523*    PRICED FROM HOURS (BONUS, RETRO, SUPPLEMENTAL PAY) TO THE
046524*    HOME DEPARTMENT.  EMPLOYER TAX AND BENEFIT COST FOLLOW
046525*    EACH LINE'S SHARE OF GROSS, THE REMAINDER ON THE LARGEST.
046526*    EIGHT CHARGE LINES PLUS THE HOME LINE.
046527*****************************************************************
046528 01  DIST-TABLE.
046529     05  DS-COUNT                  PIC 9(02) VALUE ZERO.
046530     05  DS-ENTRY OCCURS 9 TIMES
046531                     INDEXED BY DS-IDX.
046532         10  DS-DEPT               PIC X(05).
046533         10  DS-PROJECT            PIC X(08).
046534         10  DS-REG-HOURS          PIC 9(3)V99.
046535         10  DS-OT-HOURS           PIC 9(3)V99.
046536         10  DS-WAGES              PIC 9(8)V99.
046537         10  DS-RETRO              PIC 9(8)V99.
046538         10  DS-ER-TAX             PIC 9(7)V99.
046539         10  DS-ER-BEN             PIC 9(7)V99.
046540 01  WS-DIST-DEPT                  PIC X(05) VALUE SPACES.
046541 01  WS-DIST-PROJECT               PIC X(08) VALUE SPACES.
046542 01  WS-DIST-LINE-WAGES            PIC 9(8)V99 VALUE ZERO.
046543 01  WS-DIST-ASSIGNED              PIC 9(8)V99 VALUE ZERO.
046544 01  WS-DIST-REMAINDER             PIC S9(8)V99 VALUE ZERO.
046545 01  WS-DIST-TAX-ASSIGNED          PIC 9(7)V99 VALUE ZERO.
046546 01  WS-DIST-BEN-ASSIGNED          PIC 9(7)V99 VALUE ZERO.
046547 01  WS-DIST-LARGEST-SUB           PIC 9(02) VALUE ZERO.
046548 01  WS-DIST-LARGEST-WAGES         PIC 9(8)V99 VALUE ZERO.
046549 01  WS-EMP-ER-TAX                 PIC 9(7)V99 VALUE ZERO.
046550 01  WS-EMP-ER-BEN                 PIC 9(7)V99 VALUE ZERO.
046551 01  WS-DIST-FOUND-SWITCH          PIC X(01).
046552     88  WS-DIST-FOUND                VALUE 'Y'.
046553
046554*****************************************************************
046555*    LABOR-DISTRIBUTION ROLLUP - ONE ENTRY PER DEPARTMENT AND
046556*    PROJECT CHARGED THIS RUN, KEPT IN KEY ORDER AS ENTRIES ARE
046557*    ADDED SO LABDIST.TXT PRINTS WITHOUT A SORT.
046558*****************************************************************
046559 01  LABOR-TABLE-MAX               PIC 9(03) VALUE 100.
046560 01  LABOR-DIST-TABLE.
046561     05  LD-ENTRY-COUNT            PIC 9(03) VALUE ZERO.
046562     05  LD-ENTRY OCCURS 100 TIMES
046563                     INDEXED BY LD-IDX.
046564         10  LD-KEY.
046565             15  LD-DEPT           PIC X(05).
046566             15  LD-PROJECT        PIC X(08).
046567         10  LD-EMP-COUNT          PIC 9(05)      VALUE ZERO.
046568         10  LD-REG-HOURS          PIC 9(7)V99    VALUE ZERO.
046569         10  LD-OT-HOURS           PIC 9(7)V99    VALUE ZERO.
046570         10  LD-WAGES              PIC 9(10)V99   VALUE ZERO.
046571         10  LD-ER-TAX             PIC 9(10)V99   VALUE ZERO.
046572         10  LD-ER-BEN             PIC 9(10)V99   VALUE ZERO.
046573 01  WS-LD-SEARCH-KEY.
046574     05  WS-LD-SEARCH-DEPT         PIC X(05).
046575     05  WS-LD-SEARCH-PROJECT      PIC X(08).
046576 01  WS-LD-FOUND-SWITCH            PIC X(01).
046577     88  WS-LD-FOUND                  VALUE 'Y'.
046578 01  WS-LD-INSERT-SUB              PIC 9(03) VALUE ZERO.
046579 01  WS-LD-MOVE-SUB                PIC 9(03) VALUE ZERO.
046580 01  WS-LD-PRIOR-DEPT              PIC X(05) VALUE SPACES.
046581 01  WS-LD-SUB-REG-HOURS           PIC 9(7)V99 VALUE ZERO.
046582 01  WS-LD-SUB-OT-HOURS            PIC 9(7)V99 VALUE ZERO.
046583 01  WS-LD-SUB-WAGES               PIC 9(11)V99 VALUE ZERO.
046584 01  WS-LD-SUB-ER-TAX              PIC 9(11)V99 VALUE ZERO.
046585 01  WS-LD-SUB-ER-BEN              PIC 9(11)V99 VALUE ZERO.
046586 01  WS-LD-GRD-REG-HOURS           PIC 9(7)V99 VALUE ZERO.
046587 01  WS-LD-GRD-OT-HOURS            PIC 9(7)V99 VALUE ZERO.
046588 01  WS-LD-GRD-WAGES               PIC 9(11)V99 VALUE ZERO.
046589 01  WS-LD-GRD-ER-TAX              PIC 9(11)V99 VALUE ZERO.
046590 01  WS-LD-GRD-ER-BEN              PIC 9(11)V99 VALUE ZERO.
046591 01  WS-LD-LINE-COST               PIC 9(11)V99 VALUE ZERO.
046592 01  WS-LD-PRINT-DEPT              PIC X(05) VALUE SPACES.
046593 01  WS-LD-PRINT-PROJECT           PIC X(08) VALUE SPACES.
046594 01  WS-LD-PRINT-COUNT             PIC X(06) VALUE SPACES.
046595 01  WS-LD-PRINT-REG-HOURS         PIC 9(7)V99 VALUE ZERO.
046596 01  WS-LD-PRINT-OT-HOURS          PIC 9(7)V99 VALUE ZERO.
046597 01  WS-LD-PRINT-WAGES             PIC 9(11)V99 VALUE ZERO.
046598 01  WS-LD-PRINT-ER-TAX            PIC 9(11)V99 VALUE ZERO.
046599 01  WS-LD-PRINT-ER-BEN            PIC 9(11)V99 VALUE ZERO.
046600 01  WS-LD-EDIT-COUNT              PIC ZZ,ZZ9.
046601 01  WS-LD-EDIT-REG                PIC Z,ZZZ,ZZ9.99.
046602 01  WS-LD-EDIT-OT                 PIC Z,ZZZ,ZZ9.99.
046603 01  WS-LD-EDIT-WAGES              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046604 01  WS-LD-EDIT-ER-TAX             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046605 01  WS-LD-EDIT-ER-BEN             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046606 01  WS-LD-EDIT-COST               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
046607
046608*    GL COST-ALLOCATION TOTALS - THE EMPLOYER COST MOVED OFF THE
046609*    POOLED EXPENSE ACCOUNTS ONTO THE DEPARTMENT ACCOUNTS.
046610 01  WS-ALLOC-ER-TAX               PIC 9(11)V99 VALUE ZERO.
046611 01  WS-ALLOC-ER-BEN               PIC 9(11)V99 VALUE ZERO.
046612
046700*****************************************************************
046800*    CHECK-PAYMENT WORK FIELDS
046900*    THE NUMBER SERIES STARTS FROM CHECKCTL.DAT (OR THE BASE
052700*****************************************************************
052800*    TIMECARD TABLE - LOADED FROM TIMECARD.DAT AT RUN START,
052900*    SEARCHED BY EMP-ID AS EACH MASTER ROW IS EDITED.  2000
053000*    ENTRIES MATCHES THE SHOP'S HEADCOUNT CEILING.  ONE ENTRY
053010*    PER EMPLOYEE HOLDS THE SUMMED HOURS AND AMOUNTS OF ALL ITS
053020*    CHARGE LINES, WITH THE LINES THEMSELVES BELOW IT (SAME
053030*    DEPARTMENT AND PROJECT MERGED; BLANK DEPARTMENT = HOME).
053100*****************************************************************
053200 01  TIMECARD-TABLE-MAX            PIC 9(05) VALUE 2000.
053300 01  TIMECARD-TABLE.
054000         10  TCT-BONUS-AMOUNT      PIC 9(7)V99.
054010         10  TCT-VAC-TAKEN         PIC 9(3)V99.
054020         10  TCT-SICK-TAKEN        PIC 9(3)V99.
054021         10  TCT-CHARGE-COUNT      PIC 9(02).
054022         10  TCT-CHARGE OCCURS 8 TIMES
054023                         INDEXED BY TCL-IDX.
054024             15  TCT-CHG-DEPT      PIC X(05).
054025             15  TCT-CHG-PROJECT   PIC X(08).
054026             15  TCT-CHG-REG-HOURS PIC 9(3)V99.
054027             15  TCT-CHG-OT-HOURS  PIC 9(3)V99.
054028 01  TC-CHARGE-MAX                 PIC 9(02) VALUE 8.
054100
054200*****************************************************************
054300*    DEPARTMENT MASTER TABLE - LOADED FROM DEPTMAST.DAT AT RUN
062020         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
062100     ACCEPT WS-RUN-TIME FROM TIME.
062200     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
062250     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
062300     PERFORM 1600-LOAD-TAX-TABLE THRU 1600-EXIT.
062310*    A SUPPLEMENTAL RUN PAYS FROM SUPPPAY.DAT, NOT HOURS.
062320     IF NOT PRM-SUPPLEMENTAL-RUN
062400         PERFORM 1700-LOAD-TIMECARDS THRU 1700-EXIT
062410     END-IF.
062500     PERFORM 1800-LOAD-DEPT-MASTER THRU 1800-EXIT.
062510     PERFORM 1850-LOAD-BENEFIT-PLANS THRU 1850-EXIT.
062600*    A TRIAL RUN NEVER CHECKPOINTS, SO IT NEVER RESUMES FROM A
062900*    THE PERIOD-CONTROL CHECK RUNS BEFORE ANYTHING ELSE IS
063000*    TOUCHED SO A REFUSED RERUN LEAVES EVERY FILE AS IT WAS.
063100     IF PRM-FINAL-RUN
063110         IF PRM-SUPPLEMENTAL-RUN
063120             PERFORM 1155-CHECK-OFFCYCLE-CONTROL THRU 1155-EXIT
063130         ELSE
063135             PERFORM 1130-CHECK-TIMEEDIT-GATE THRU 1130-EXIT
063140             PERFORM 1140-CHECK-REVIEW-SIGNOFF THRU 1140-EXIT
063200             PERFORM 1150-CHECK-PERIOD-CONTROL THRU 1150-EXIT
063210         END-IF
063300     END-IF.
063400*    THE CHECK-NUMBER SERIES LOADS BEFORE THE RESTART CHECK SO A
063500*    CHECKPOINTED NUMBER (FURTHER ALONG THAN CHECKCTL.DAT, WHICH
064600     PERFORM 1450-OPEN-DEDUCTION-MASTER THRU 1450-EXIT.
064610     PERFORM 1460-OPEN-BENEFIT-ENROLLMENT THRU 1460-EXIT.
064620     PERFORM 1470-OPEN-PTO-MASTER THRU 1470-EXIT.
064630     PERFORM 1480-OPEN-RETRO-PENDING THRU 1480-EXIT.
064700     IF PRM-FINAL-RUN AND NOT WS-IS-RESTART
064800         PERFORM 1350-WRITE-ACH-HEADERS THRU 1350-EXIT
064900     END-IF.
069900         MOVE 16 TO RETURN-CODE
070000         STOP RUN
070100     END-IF.
070101     IF NOT PRM-REGULAR-RUN AND NOT PRM-SUPPLEMENTAL-RUN
070102         DISPLAY 'PAYROLL: RUN TYPE MUST BE R (REGULAR) OR S '
070103             '(SUPPLEMENTAL) - FOUND ' PRM-RUN-TYPE
070104         MOVE 16 TO RETURN-CODE
070105         STOP RUN
070106     END-IF.
070107*    A REGULAR RUN CARRIES OFF-CYCLE ZERO, SO ITS CHECKPOINT
070108*    COMPARES CLEANLY WHATEVER THE SCHEDULER LEFT IN THE FIELD.
070109     IF PRM-SUPPLEMENTAL-RUN
070110         IF PRM-OFFCYCLE-SEQ NOT NUMERIC
070111                 OR PRM-OFFCYCLE-SEQ = ZERO
070112             DISPLAY 'PAYROLL: PAYPARM.DAT OFF-CYCLE SEQUENCE '
070113                 'MUST BE NUMERIC AND NONZERO ON A SUPPLEMENTAL '
070114                 'RUN'
070115             MOVE 16 TO RETURN-CODE
070116             STOP RUN
070117         END-IF
070118         MOVE 'SUPPCKPT.DAT' TO WS-CKPT-DSNAME
070119     ELSE
070120         MOVE ZERO TO PRM-OFFCYCLE-SEQ
070121     END-IF.
070200     MOVE PRM-ACH-EFFECTIVE-DATE TO WS-ACH-EFF-DATE-PARTS.
070300     DISPLAY 'PAYROLL: ' PRM-RUN-MODE ' RUN FOR PERIOD ENDING '
070400         PRM-PERIOD-END-DATE.
070410     IF PRM-SUPPLEMENTAL-RUN
070420         DISPLAY 'PAYROLL: SUPPLEMENTAL OFF-CYCLE RUN '
070430             PRM-OFFCYCLE-SEQ ' OF PERIOD ' PRM-PERIOD-NUMBER
070440             ' - PAYS SUPPPAY.DAT ONLY'
070450     END-IF.
070500 1050-EXIT.
070600     EXIT.
070700
070900*    1100-CHECK-RESTART - READ PRIOR CHECKPOINT, IF ANY
071000*****************************************************************
071100 1100-CHECK-RESTART.
071110     IF PRM-SUPPLEMENTAL-RUN
071120         OPEN INPUT SUPP-CHECKPOINT-FILE
071130     ELSE
071200         OPEN INPUT CHECKPOINT-FILE
071210     END-IF.
071300     IF WS-CKPT-FILE-STATUS = '00'
071310         IF PRM-SUPPLEMENTAL-RUN
071320             READ SUPP-CHECKPOINT-FILE INTO CHECKPOINT-RECORD
071330                 AT END
071340                     CONTINUE
071350             END-READ
071360         ELSE
071400             READ CHECKPOINT-FILE
071500                 AT END
071600                     CONTINUE
071700             END-READ
071701         END-IF
071710*        A CHECKPOINT FROM A DIFFERENT PERIOD MEANS AN EARLIER
071720*        FINAL RUN WAS ABANDONED MID-PASS - RESUMING IT INTO
071730*        THIS PERIOD WOULD SKIP EMPLOYEES, APPEND THIS PERIOD'S
071740*        ACH ENTRIES INTO THE STRANDED BATCH AND MERGE THE TWO
071750*        PERIODS' CONTROL TOTALS.  HARD STOP FOR THE OPERATOR.
071760         IF CKPT-RECORDS-READ > ZERO
071770                 AND (CKPT-PERIOD-NUMBER NOT = PRM-PERIOD-NUMBER
071771                  OR CKPT-OFFCYCLE-SEQ NOT = PRM-OFFCYCLE-SEQ)
071772             IF PRM-SUPPLEMENTAL-RUN
071773                 DISPLAY 'PAYROLL: SUPPCKPT.DAT BELONGS TO '
071774                     'OFF-CYCLE RUN ' CKPT-OFFCYCLE-SEQ
071775                     ' OF PERIOD ' CKPT-PERIOD-NUMBER
071776             END-IF
071780             DISPLAY 'PAYROLL: ' WS-CKPT-DSNAME
071781                 ' BELONGS TO PERIOD '
071790                 CKPT-PERIOD-NUMBER ' - RESOLVE THAT STRANDED '
071791                 'RUN (RERUN IT OR CLEAR THE CHECKPOINT) BEFORE '
071792                 'RUNNING PERIOD ' PRM-PERIOD-NUMBER
074360             MOVE CKPT-SUTA-WAGES         TO WS-TOTAL-SUTA-WAGES
074370             MOVE CKPT-ER-BENEFITS        TO WS-TOTAL-ER-BENEFITS
074380             MOVE CKPT-BEN-TABLE          TO BEN-PLAN-TABLE
074381             MOVE CKPT-EE-OASDI           TO WS-TOTAL-EE-OASDI
074382             MOVE CKPT-EE-MEDICARE        TO WS-TOTAL-EE-MEDICARE
074383             MOVE CKPT-OASDI-WAGES        TO WS-TOTAL-OASDI-WAGES
074384             MOVE CKPT-MEDICARE-WAGES
074385                 TO WS-TOTAL-MEDICARE-WAGES
074386             MOVE CKPT-TOTAL-RETRO        TO WS-TOTAL-RETRO
074387             MOVE CKPT-LABOR-TABLE        TO LABOR-DIST-TABLE
074400             DISPLAY 'PAYROLL RESTART DETECTED - RESUMING AFTER '
074500                 WS-SKIP-COUNT ' RECORDS'
074600         END-IF
074610         IF PRM-SUPPLEMENTAL-RUN
074620             CLOSE SUPP-CHECKPOINT-FILE
074630         ELSE
074700             CLOSE CHECKPOINT-FILE
074710         END-IF
074800     END-IF.
074900 1100-EXIT.
075000     EXIT.
075001
075002*****************************************************************
075003*    1130-CHECK-TIMEEDIT-GATE - JOB-STREAM ORDER
075004*    A REGULAR FINAL RUN (A RESTART INCLUDED) PAYS THE FEED ONLY
075005*    WHEN TIMEEDIT HAS GATED THAT SAME FEED CLEAN.  THE LATEST
075006*    TIMEEDIT END ENTRY ON RUNLOG.DAT FOR THE FEED DATE ON THE
075007*    TIMECARD.DAT HEADER MUST BE CLEAN AND MUST HAVE COUNTED AS
075008*    MANY DETAIL CARDS AS WERE LOADED HERE - A FEED RESENT AFTER
075009*    THE GATE RAN HAS TO BE GATED AGAIN.  A REFUSAL IS LOGGED.
075010*****************************************************************
075011 1130-CHECK-TIMEEDIT-GATE.
075012     IF WS-FEED-DATE = ZERO
075013         MOVE 'TIMECARD.DAT HAS NO FEED HEADER DATE'
075014             TO WS-LOG-MESSAGE
075015         GO TO 1130-REFUSE
075016     END-IF.
075017     MOVE 'N' TO WS-GATE-FOUND-SWITCH.
075018     MOVE 'N' TO WS-LOG-EOF-SWITCH.
075019     OPEN INPUT RUN-LOG-FILE.
075020     IF WS-LOG-FILE-STATUS = '00'
075021         PERFORM 1135-SCAN-ONE-LOG-ENTRY THRU 1135-EXIT
075022             UNTIL WS-LOG-EOF
075023         CLOSE RUN-LOG-FILE
075024     ELSE
075025         IF WS-LOG-FILE-STATUS NOT = '35'
075026             DISPLAY 'PAYROLL: UNABLE TO OPEN RUNLOG.DAT - '
075027                 'STATUS ' WS-LOG-FILE-STATUS
075028             MOVE 16 TO RETURN-CODE
075029             STOP RUN
075030         END-IF
075031     END-IF.
075032     IF NOT WS-GATE-FOUND
075033         MOVE 'NO TIMEEDIT GATE ON RUNLOG.DAT FOR THIS FEED DATE'
075034             TO WS-LOG-MESSAGE
075035         GO TO 1130-REFUSE
075036     END-IF.
075037     IF NOT WS-GATE-CLEAN
075038         MOVE 'TIMEEDIT GATE FOR THIS FEED DATE IS NOT CLEAN'
075039             TO WS-LOG-MESSAGE
075040         GO TO 1130-REFUSE
075041     END-IF.
075042     IF WS-GATE-CARD-COUNT NOT = WS-FEED-CARD-COUNT
075043         MOVE 'FEED CARD COUNT DIFFERS FROM THE TIMEEDIT GATE'
075044             TO WS-LOG-MESSAGE
075045         GO TO 1130-REFUSE
075046     END-IF.
075047     DISPLAY 'PAYROLL: TIMEEDIT GATE CLEAN FOR FEED DATE '
075048         WS-FEED-DATE.
075049     GO TO 1130-EXIT.
075050 1130-REFUSE.
075051     DISPLAY 'PAYROLL: ' WS-LOG-MESSAGE.
075052     DISPLAY 'PAYROLL: FINAL RUN FOR PERIOD ' PRM-PERIOD-NUMBER
075053         ' HELD - RUN TIMEEDIT AGAINST THE FEED FIRST.'.
075054     PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT.
075055     STOP RUN.
075056 1130-EXIT.
075057     EXIT.
075058
075059*****************************************************************
075060*    1135-SCAN-ONE-LOG-ENTRY - THE LAST TIMEEDIT END ENTRY FOR
075061*    THE FEED DATE WINS; THE LOG IS IN THE ORDER THE STEPS RAN.
075062*****************************************************************
075063 1135-SCAN-ONE-LOG-ENTRY.
075064     READ RUN-LOG-FILE INTO RUN-LOG-RECORD
075065         AT END
075066             SET WS-LOG-EOF TO TRUE
075067             GO TO 1135-EXIT
075068     END-READ.
075069     IF RL-PROGRAM = 'TIMEEDIT' AND RL-END-ENTRY
075070             AND RL-FEED-DATE = WS-FEED-DATE
075071         SET WS-GATE-FOUND TO TRUE
075072         MOVE RL-STEP-STATUS TO WS-GATE-STATUS
075073         MOVE RL-COUNT-1 TO WS-GATE-CARD-COUNT
075074     END-IF.
075075 1135-EXIT.
075076     EXIT.
075100
075101*****************************************************************
075102*    1140-CHECK-REVIEW-SIGNOFF - RELEASE HOLD
075103*    A REGULAR FINAL RUN (A RESTART INCLUDED) GOES AHEAD ONLY
075104*    ONCE VARREVW HAS REVIEWED THE PERIOD'S TRIAL RUN AND THE
075105*    REVIEW HAS BEEN SIGNED OFF.  IT RUNS BEFORE THE PERIOD-
075106*    CONTROL CHECK, SO A HELD RUN LEAVES EVERY FILE AS IT WAS.
075107*    OFF-CYCLE SUPPLEMENTAL RUNS ARE NOT REVIEWED AND NOT HELD.
075108*****************************************************************
075109 1140-CHECK-REVIEW-SIGNOFF.
075110     OPEN INPUT VARIANCE-SIGNOFF-FILE.
075111     IF WS-VS-FILE-STATUS = '35'
075112         DISPLAY 'PAYROLL: NO VARIANCE REVIEW ON FILE - '
075113             'VARSIGN.DAT NOT FOUND'
075114         DISPLAY 'PAYROLL: FINAL RUN FOR PERIOD '
075115             PRM-PERIOD-NUMBER
075116             ' HELD - RUN VARREVW AGAINST THE TRIAL RUN FIRST.'
075117         MOVE 'NO VARIANCE REVIEW ON FILE - VARSIGN.DAT NOT FOUND'
075118             TO WS-LOG-MESSAGE
075119         PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT
075120         STOP RUN
075121     END-IF.
075122     IF WS-VS-FILE-STATUS NOT = '00'
075123         DISPLAY 'PAYROLL: UNABLE TO OPEN VARSIGN.DAT - STATUS '
075124             WS-VS-FILE-STATUS
075125         MOVE 16 TO RETURN-CODE
075126         STOP RUN
075127     END-IF.
075128     MOVE PRM-PERIOD-NUMBER TO VS-PERIOD-NUMBER.
075129     READ VARIANCE-SIGNOFF-FILE
075130         INVALID KEY
075131             DISPLAY 'PAYROLL: PERIOD ' PRM-PERIOD-NUMBER
075132                 ' HAS NO VARIANCE REVIEW - FINAL RUN HELD.'
075133             DISPLAY 'PAYROLL: RUN VARREVW AGAINST THE TRIAL RUN '
075134                 'AND HAVE IT SIGNED OFF.'
075135             CLOSE VARIANCE-SIGNOFF-FILE
075136             MOVE 'NO VARIANCE REVIEW FOR THE PERIOD'
075137                 TO WS-LOG-MESSAGE
075138             PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT
075139             STOP RUN
075140     END-READ.
075141     CLOSE VARIANCE-SIGNOFF-FILE.
075142     IF NOT VS-SIGNED-OFF
075143         DISPLAY 'PAYROLL: VARIANCE REVIEW FOR PERIOD '
075144             PRM-PERIOD-NUMBER ' PREPARED BY ' VS-PREPARED-BY
075145             ' IS NOT SIGNED OFF'
075146         DISPLAY 'PAYROLL: FINAL RUN HELD UNTIL THE REVIEW IS '
075147             'SIGNED OFF.'
075148         MOVE 'VARIANCE REVIEW NOT SIGNED OFF' TO WS-LOG-MESSAGE
075149         PERFORM 9720-LOG-STEP-REFUSED THRU 9720-EXIT
075150         STOP RUN
075151     END-IF.
075152     MOVE VS-EMPLOYEE-COUNT TO WS-REVIEWED-COUNT.
075153     MOVE VS-TRIAL-NET      TO WS-REVIEWED-NET.
075154     DISPLAY 'PAYROLL: VARIANCE REVIEW SIGNED OFF BY '
075155         VS-SIGNED-BY ' ON ' VS-SIGNED-DATE.
075156 1140-EXIT.
075157     EXIT.
075200*****************************************************************
075300*    1150-CHECK-PERIOD-CONTROL - DOUBLE-RUN GUARD
075400*    A FINAL RUN REGISTERS ITS PERIOD AS OPEN HERE AND IS
077900             MOVE PRM-PERIOD-END-DATE   TO PC-PERIOD-END-DATE
078000             WRITE PERIOD-CONTROL-RECORD
078100     END-READ.
078110*    A RECORD FIRST WRITTEN BY AN OFF-CYCLE RUN HAS NO REGULAR
078120*    STATUS YET - THE PERIOD OPENS NOW, THE SAME AS A NEW ONE.
078130     IF PC-PERIOD-NOT-RUN
078140         MOVE 'OPEN'                TO PC-STATUS
078150         MOVE WS-RUN-DATE           TO PC-RUN-DATE
078160         MOVE PRM-PERIOD-END-DATE   TO PC-PERIOD-END-DATE
078170         REWRITE PERIOD-CONTROL-RECORD
078180     END-IF.
078200     IF PC-PERIOD-PAID
078300         IF PRM-RERUN-AUTHORIZED
078400             DISPLAY 'PAYROLL: PERIOD ' PRM-PERIOD-NUMBER
079800     END-IF.
079900 1150-EXIT.
080000     EXIT.
080001
080002*****************************************************************
080003*    1155-CHECK-OFFCYCLE-CONTROL - SUPPLEMENTAL RUN GUARD
080004*    OFF-CYCLE RUNS WITHIN A PERIOD ARE NUMBERED 01, 02, ... ON
080005*    THE PERIOD'S CONTROL RECORD, AND THE REGULAR STATUS IS
080006*    NEVER CONSULTED OR CHANGED HERE.  THE NEXT NUMBER STARTS
080007*    ONLY WHEN THE LAST ONE IS PAID; THE CURRENT NUMBER MAY RUN
080008*    AGAIN WHILE OPEN (A RESTART OR A FAILED ATTEMPT), OR WHEN
080009*    PAID ONLY WITH THE RERUN OVERRIDE.  THE FILE STAYS OPEN
080010*    FOR 8610-MARK-OFFCYCLE-PAID AT CLOSE.
080011*****************************************************************
080012 1155-CHECK-OFFCYCLE-CONTROL.
080013     OPEN I-O PERIOD-CONTROL-FILE.
080014     IF WS-PDCT-FILE-STATUS = '35'
080015         OPEN OUTPUT PERIOD-CONTROL-FILE
080016         CLOSE PERIOD-CONTROL-FILE
080017         OPEN I-O PERIOD-CONTROL-FILE
080018     END-IF.
080019     IF WS-PDCT-FILE-STATUS NOT = '00'
080020         DISPLAY 'PAYROLL: UNABLE TO OPEN PERIODCT.DAT - STATUS '
080021             WS-PDCT-FILE-STATUS
080022         MOVE 16 TO RETURN-CODE
080023         STOP RUN
080024     END-IF.
080025     MOVE PRM-PERIOD-NUMBER TO PC-PERIOD-NUMBER.
080026     READ PERIOD-CONTROL-FILE
080027         INVALID KEY
080028             INITIALIZE PERIOD-CONTROL-RECORD
080029             MOVE PRM-PERIOD-NUMBER     TO PC-PERIOD-NUMBER
080030             MOVE PRM-PERIOD-END-DATE   TO PC-PERIOD-END-DATE
080031             WRITE PERIOD-CONTROL-RECORD
080032     END-READ.
080033     COMPUTE WS-NEXT-OFFCYCLE-SEQ = PC-OFFCYCLE-SEQ + 1.
080034     EVALUATE TRUE
080035         WHEN PRM-OFFCYCLE-SEQ = WS-NEXT-OFFCYCLE-SEQ
080036             IF PC-OFFCYCLE-OPEN
080037                 DISPLAY 'PAYROLL: OFF-CYCLE RUN '
080038                     PC-OFFCYCLE-SEQ ' OF PERIOD '
080039                     PRM-PERIOD-NUMBER ' IS STILL OPEN - RUN '
080040                     'REFUSED.'
080041                 DISPLAY 'PAYROLL: COMPLETE OR RERUN THAT '
080042                     'OFF-CYCLE RUN BEFORE STARTING THE NEXT.'
080043                 CLOSE PERIOD-CONTROL-FILE
080044                 MOVE 16 TO RETURN-CODE
080045                 STOP RUN
080046             END-IF
080047             MOVE PRM-OFFCYCLE-SEQ  TO PC-OFFCYCLE-SEQ
080048             MOVE 'OPEN'            TO PC-OFFCYCLE-STATUS
080049             MOVE WS-RUN-DATE       TO PC-OFFCYCLE-RUN-DATE
080050             MOVE ZERO              TO PC-OFFCYCLE-RECORDS-PAID
080051             MOVE ZERO              TO PC-OFFCYCLE-TOTAL-GROSS
080052             MOVE ZERO              TO PC-OFFCYCLE-TOTAL-NET
080053             REWRITE PERIOD-CONTROL-RECORD
080054         WHEN PRM-OFFCYCLE-SEQ = PC-OFFCYCLE-SEQ
080055                 AND PC-OFFCYCLE-PAID
080056             IF PRM-RERUN-AUTHORIZED
080057                 DISPLAY 'PAYROLL: OFF-CYCLE RUN '
080058                     PRM-OFFCYCLE-SEQ ' OF PERIOD '
080059                     PRM-PERIOD-NUMBER ' ALREADY PAID - RERUN '
080060                     'OVERRIDE ACCEPTED'
080061                 MOVE 'OPEN'        TO PC-OFFCYCLE-STATUS
080062                 MOVE WS-RUN-DATE   TO PC-OFFCYCLE-RUN-DATE
080063                 REWRITE PERIOD-CONTROL-RECORD
080064             ELSE
080065                 DISPLAY 'PAYROLL: OFF-CYCLE RUN '
080066                     PRM-OFFCYCLE-SEQ ' OF PERIOD '
080067                     PRM-PERIOD-NUMBER ' IS ALREADY MARKED PAID '
080068                     '- RUN REFUSED.'
080069                 DISPLAY 'PAYROLL: SET THE RERUN OVERRIDE IN THE '
080070                     'RUN PARAMETERS TO RUN IT AGAIN.'
080071                 CLOSE PERIOD-CONTROL-FILE
080072                 MOVE 16 TO RETURN-CODE
080073                 STOP RUN
080074             END-IF
080075         WHEN PRM-OFFCYCLE-SEQ = PC-OFFCYCLE-SEQ
080076             DISPLAY 'PAYROLL: OFF-CYCLE RUN ' PRM-OFFCYCLE-SEQ
080077                 ' OF PERIOD ' PRM-PERIOD-NUMBER
080078                 ' IS OPEN - RUNNING IT AGAIN'
080079         WHEN OTHER
080080             DISPLAY 'PAYROLL: OFF-CYCLE SEQUENCE '
080081                 PRM-OFFCYCLE-SEQ ' IS OUT OF ORDER FOR PERIOD '
080082                 PRM-PERIOD-NUMBER ' - LAST RUN WAS '
080083                 PC-OFFCYCLE-SEQ ' - RUN REFUSED.'
080084             CLOSE PERIOD-CONTROL-FILE
080085             MOVE 16 TO RETURN-CODE
080086             STOP RUN
080087     END-EVALUATE.
080088 1155-EXIT.
080089     EXIT.
080100
080200*****************************************************************
080300*    1160-READ-CHECK-CONTROL - LAST CHECK NUMBER USED
083320*    STILL SEQUENTIAL, BUT THE PRENOTE CYCLE REWRITES THE ROW
083330*    JUST READ TO STAMP THE PRENOTE DATE OR FLIP A MATURED
083340*    PENDING ACCOUNT TO GOOD.  A TRIAL TOUCHES NOTHING.
083350*    A SUPPLEMENTAL RUN ALSO OPENS SUPPPAY.DAT, WHICH DRIVES
083360*    THE PASS - ITS MASTER ROWS ARE THEN READ BY KEY.
083400*****************************************************************
083500 1200-OPEN-INPUT-FILES.
083510     IF PRM-FINAL-RUN
084000         MOVE 16 TO RETURN-CODE
084100         STOP RUN
084200     END-IF.
084201     IF PRM-SUPPLEMENTAL-RUN
084202         OPEN INPUT SUPP-PAY-FILE
084203         IF WS-SUPP-FILE-STATUS NOT = '00'
084204             DISPLAY 'PAYROLL: UNABLE TO OPEN SUPPPAY.DAT - '
084205                 'STATUS ' WS-SUPP-FILE-STATUS
084206             MOVE 16 TO RETURN-CODE
084207             STOP RUN
084208         END-IF
084209     END-IF.
084300 1200-EXIT.
084400     EXIT.
084500
090700         MOVE 16 TO RETURN-CODE
090800         STOP RUN
090900     END-IF.
090910     OPEN OUTPUT LABOR-DIST-FILE.
090920     IF WS-LD-FILE-STATUS NOT = '00'
090930         DISPLAY 'PAYROLL: UNABLE TO OPEN LABDIST.TXT - STATUS '
090940             WS-LD-FILE-STATUS
090950         MOVE 16 TO RETURN-CODE
090960         STOP RUN
090970     END-IF.
091000*    PAY HISTORY IS THE KEYED DETAIL FILE - OPENED I-O SO NEW
091100*    ROWS LAND BY KEY, WITH THE USUAL FIRST-RUN FALLBACK WHEN
091200*    THE FILE DOES NOT EXIST YET.  A TRIAL WRITES NO HISTORY,
104700     MOVE SPACES                    TO ACH-RECORD(21:20).
104800     MOVE WS-ACH-COMPANY-ID         TO ACH-RECORD(41:10).
104900     MOVE 'PPD'                     TO ACH-RECORD(51:3).
104910     IF PRM-SUPPLEMENTAL-RUN
104920         MOVE 'SUPP PAY  '           TO ACH-RECORD(54:10)
104930     ELSE
105000         MOVE 'PAYROLL   '           TO ACH-RECORD(54:10)
105010     END-IF.
105100     MOVE SPACES                    TO ACH-RECORD(64:6).
105200     MOVE WS-EFF-YY                 TO ACH-RECORD(70:2).
105300     MOVE WS-EFF-MM                 TO ACH-RECORD(72:2).
107200     EXIT.
107300
107400 1510-SKIP-ONE-RECORD.
107401*    ON A SUPPLEMENTAL RESTART THE ENTRIES ALREADY HANDLED ARE
107402*    SKIPPED ON SUPPPAY.DAT, CARRYING THE ORDER CHECK FORWARD.
107403     IF PRM-SUPPLEMENTAL-RUN
107404         READ SUPP-PAY-FILE
107405             AT END
107406                 SET WS-AT-END-OF-FILE TO TRUE
107407             NOT AT END
107408                 IF SP-EMP-ID > WS-SUPP-LAST-EMP-ID
107409                     MOVE SP-EMP-ID TO WS-SUPP-LAST-EMP-ID
107410                 END-IF
107411         END-READ
107412     ELSE
107500         READ EMPLOYEE-FILE NEXT RECORD
107600             AT END
107700                 SET WS-AT-END-OF-FILE TO TRUE
107800         END-READ
107810     END-IF.
107900     ADD 1 TO WS-SKIP-CTR.
108000 1510-EXIT.
108100     EXIT.
108200
108210*****************************************************************
108220*    1600-LOAD-TAX-TABLE - RATES, BASES AND WITHHOLDING BRACKETS
108230*    FROM THE EFFECTIVE-DATED RATE TABLE.  THE FILE IS READ IN
108240*    KEY ORDER (CODE, THEN EFFECTIVE DATE), SO FOR EACH CODE
108250*    THE LAST ENTRY EFFECTIVE ON OR BEFORE THE PERIOD-END DATE
108260*    WINS; IF THAT ENTRY WAS EXPIRED BEFORE THE PERIOD-END THE
108270*    CODE HAS NOTHING IN FORCE.  BRACKET SET 1 IS SINGLE, SET 2
108280*    MARRIED, SET 3 HEAD OF HOUSEHOLD.  EVERY CODE IN THE
108290*    REQUIRED LIST MUST BE IN FORCE OR THE RUN IS STOPPED.
108300*****************************************************************
108310 1600-LOAD-TAX-TABLE.
108320     MOVE PRM-PERIOD-END-DATE TO WS-RATE-AS-OF-DATE.
108330     MOVE 'WHSINGLE' TO RC-RATE-CODE(1).
108340     MOVE 'WHMARRID' TO RC-RATE-CODE(2).
108350     MOVE 'WHHEADHH' TO RC-RATE-CODE(3).
108360     MOVE 'ALLOWNCE' TO RC-RATE-CODE(4).
108370     MOVE 'STDHOURS' TO RC-RATE-CODE(5).
108380     MOVE 'OTPREMUM' TO RC-RATE-CODE(6).
108390     MOVE 'ERFICA'   TO RC-RATE-CODE(7).
108400     MOVE 'ERFUTA'   TO RC-RATE-CODE(8).
108410     MOVE 'ERSUTA'   TO RC-RATE-CODE(9).
108420     MOVE 'EEOASDI'  TO RC-RATE-CODE(10).
108430     MOVE 'EEMEDICR' TO RC-RATE-CODE(11).
108440     MOVE 'EEADDMED' TO RC-RATE-CODE(12).
108441*    THE FLAT SUPPLEMENTAL RATE IS ALWAYS PICKED UP WHEN IN FORCE
108442*    BUT IS ONLY REQUIRED ON A SUPPLEMENTAL RUN.
108443     MOVE 'SUPPRATE' TO RC-RATE-CODE(13).
108444     IF PRM-SUPPLEMENTAL-RUN
108445         MOVE 13 TO RATE-CODE-MAX
108446     END-IF.
108450     OPEN INPUT RATE-TABLE-FILE.
108460     IF WS-RATE-FILE-STATUS NOT = '00'
108470         DISPLAY 'PAYROLL: UNABLE TO OPEN RATETBL.DAT - STATUS '
108480             WS-RATE-FILE-STATUS
108490         MOVE 16 TO RETURN-CODE
108500         STOP RUN
108510     END-IF.
108520     PERFORM 1610-READ-ONE-RATE THRU 1610-EXIT
108530         UNTIL WS-RATE-EOF.
108540     CLOSE RATE-TABLE-FILE.
108550     SET RC-IDX TO 1.
108560     PERFORM 1640-CHECK-ONE-CODE THRU 1640-EXIT
108570         UNTIL RC-IDX > RATE-CODE-MAX.
108580     IF WS-RATE-MISSING-COUNT > ZERO
108590         DISPLAY 'PAYROLL: RATETBL.DAT IS MISSING '
108600             WS-RATE-MISSING-COUNT ' REQUIRED CODE(S) AS OF '
108610             WS-RATE-AS-OF-DATE ' - RUN STOPPED'
108620         MOVE 16 TO RETURN-CODE
108630         STOP RUN
108640     END-IF.
108650 1600-EXIT.
108660     EXIT.
108670
108680 1610-READ-ONE-RATE.
108690     READ RATE-TABLE-FILE
108700         AT END
108710             SET WS-RATE-EOF TO TRUE
108720             GO TO 1610-EXIT
108730     END-READ.
108740     IF RT-EFFECTIVE-DATE > WS-RATE-AS-OF-DATE
108750         GO TO 1610-EXIT
108760     END-IF.
108770     SET RC-IDX TO 1.
108780     SEARCH RC-ENTRY
108790         AT END
108800             GO TO 1610-EXIT
108810         WHEN RC-RATE-CODE(RC-IDX) = RT-RATE-CODE
108820             CONTINUE
108830     END-SEARCH.
108840     IF RT-EXPIRE-DATE NOT = ZERO
108850             AND RT-EXPIRE-DATE < WS-RATE-AS-OF-DATE
108860         MOVE 'N' TO RC-FOUND-SWITCH(RC-IDX)
108870         MOVE RT-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE(RC-IDX)
108880         GO TO 1610-EXIT
108890     END-IF.
108900     SET RC-FOUND(RC-IDX) TO TRUE.
108910     MOVE RT-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE(RC-IDX).
108920     PERFORM 1620-APPLY-RATE-ENTRY THRU 1620-EXIT.
108930 1610-EXIT.
108940     EXIT.
108950
108960 1620-APPLY-RATE-ENTRY.
108970     EVALUATE TRUE
108980         WHEN RT-WH-SINGLE
108990             SET TT-STATUS-IDX TO 1
109000             PERFORM 1630-LOAD-BRACKET-SET THRU 1630-EXIT
109010         WHEN RT-WH-MARRIED
109020             SET TT-STATUS-IDX TO 2
109030             PERFORM 1630-LOAD-BRACKET-SET THRU 1630-EXIT
109040         WHEN RT-WH-HEAD
109050             SET TT-STATUS-IDX TO 3
109060             PERFORM 1630-LOAD-BRACKET-SET THRU 1630-EXIT
109070         WHEN RT-ALLOWANCE
109080             MOVE RT-AMOUNT TO WS-ALLOWANCE-AMOUNT
109090         WHEN RT-STD-HOURS
109100             MOVE RT-AMOUNT TO WS-STD-PERIOD-HOURS
109110         WHEN RT-OT-PREMIUM
109120             MOVE RT-AMOUNT TO WS-OT-PREMIUM
109130         WHEN RT-ER-FICA
109140             MOVE RT-RATE   TO WS-ER-FICA-RATE
109150             MOVE RT-AMOUNT TO WS-ER-FICA-WAGE-BASE
109160         WHEN RT-ER-FUTA
109170             MOVE RT-RATE   TO WS-ER-FUTA-RATE
109180             MOVE RT-AMOUNT TO WS-ER-FUTA-WAGE-BASE
109190         WHEN RT-ER-SUTA
109200             MOVE RT-RATE   TO WS-ER-SUTA-RATE
109210             MOVE RT-AMOUNT TO WS-ER-SUTA-WAGE-BASE
109220         WHEN RT-EE-OASDI
109230             MOVE RT-RATE   TO WS-EE-OASDI-RATE
109240             MOVE RT-AMOUNT TO WS-EE-OASDI-WAGE-BASE
109250         WHEN RT-EE-MEDICARE
109260             MOVE RT-RATE   TO WS-EE-MEDICARE-RATE
109270         WHEN RT-EE-ADDL-MEDICARE
109280             MOVE RT-RATE   TO WS-EE-ADDL-MEDICARE-RATE
109290             MOVE RT-AMOUNT TO WS-EE-ADDL-MEDICARE-THRESH
109291         WHEN RT-SUPP-RATE
109292             MOVE RT-RATE   TO WS-SUPP-RATE
109300     END-EVALUATE.
109310 1620-EXIT.
109320     EXIT.
109330
109340*    A SET WITH FEWER THAN FIVE BRACKETS LEAVES THE UNUSED
109350*    SLOTS AT ZERO, WHICH THE BRACKET WALK NEVER MATCHES FOR A
109360*    POSITIVE BASE.  RATEMAINT ONLY ACCEPTS A SET WHOSE TOP
109370*    BRACKET IS OPEN-ENDED.
109380 1630-LOAD-BRACKET-SET.
109390     IF RT-BRACKET-COUNT NOT NUMERIC
109400             OR RT-BRACKET-COUNT = ZERO
109410             OR RT-BRACKET-COUNT > 5
109420         DISPLAY 'PAYROLL: RATETBL.DAT ' RT-RATE-CODE ' '
109430             RT-EFFECTIVE-DATE ' HAS AN INVALID BRACKET COUNT'
109440             ' - RUN STOPPED'
109450         MOVE 16 TO RETURN-CODE
109460         STOP RUN
109470     END-IF.
109480     MOVE RT-BRACKET-COUNT TO TT-ENTRIES(TT-STATUS-IDX).
109490     SET TT-IDX TO 1.
109500     SET RT-BKT-IDX TO 1.
109510     PERFORM 1635-LOAD-ONE-BRACKET THRU 1635-EXIT
109520         UNTIL TT-IDX > 5.
109530 1630-EXIT.
109540     EXIT.
109550
109560 1635-LOAD-ONE-BRACKET.
109570     IF RT-BKT-IDX > RT-BRACKET-COUNT
109580         MOVE ZERO TO TT-LOW-LIMIT(TT-STATUS-IDX TT-IDX)
109590         MOVE ZERO TO TT-HIGH-LIMIT(TT-STATUS-IDX TT-IDX)
109600         MOVE ZERO TO TT-BASE-TAX(TT-STATUS-IDX TT-IDX)
109610         MOVE ZERO TO TT-RATE(TT-STATUS-IDX TT-IDX)
109620     ELSE
109630         MOVE RT-LOW-LIMIT(RT-BKT-IDX)
109640             TO TT-LOW-LIMIT(TT-STATUS-IDX TT-IDX)
109650         MOVE RT-HIGH-LIMIT(RT-BKT-IDX)
109660             TO TT-HIGH-LIMIT(TT-STATUS-IDX TT-IDX)
109670         MOVE RT-BASE-TAX(RT-BKT-IDX)
109680             TO TT-BASE-TAX(TT-STATUS-IDX TT-IDX)
109690         MOVE RT-BRACKET-RATE(RT-BKT-IDX)
109700             TO TT-RATE(TT-STATUS-IDX TT-IDX)
109710     END-IF.
109720     SET TT-IDX UP BY 1.
109730     SET RT-BKT-IDX UP BY 1.
109740 1635-EXIT.
109750     EXIT.
109760
109770*    EACH CODE IN FORCE IS NAMED ON THE CONSOLE WITH THE DATE OF
109780*    THE ENTRY USED, SO THE RUN LOG SHOWS WHICH FIGURES PAID IT.
109790 1640-CHECK-ONE-CODE.
109800     IF RC-FOUND(RC-IDX)
109810         DISPLAY 'PAYROLL: RATE ' RC-RATE-CODE(RC-IDX)
109820             ' IN FORCE FROM ' RC-EFFECTIVE-DATE(RC-IDX)
109830     ELSE
109840         DISPLAY 'PAYROLL: RATE ' RC-RATE-CODE(RC-IDX)
109850             ' HAS NO ENTRY IN FORCE ON ' WS-RATE-AS-OF-DATE
109860         ADD 1 TO WS-RATE-MISSING-COUNT
109870     END-IF.
109880     SET RC-IDX UP BY 1.
109890 1640-EXIT.
109900     EXIT.
111300
111400*****************************************************************
111500*    1700-LOAD-TIMECARDS - BRING THE PERIOD'S TIMECARD FEED INTO
113700             SET WS-TIME-EOF TO TRUE
113800             GO TO 1710-EXIT
113900     END-READ.
113901*    THE HEADER'S FEED DATE IS KEPT FOR THE TIMEEDIT GATE CHECK.
113902     IF TC-EMP-ID(1:3) = 'HDR'
113903             AND TIMECARD-RECORD(4:8) NUMERIC
113904         MOVE TIMECARD-RECORD(4:8) TO WS-FEED-DATE
113905     END-IF.
113910*    THE FEED'S HDR/TRL CONTROL RECORDS BELONG TO THE TIMEEDIT
113920*    GATE - THEY ARE NOT TIMECARDS AND MUST NOT LAND IN THE
113930*    TABLE AS IF SOME EMPLOYEE WERE CALLED 'HDR'.
113940     IF TC-EMP-ID(1:3) = 'HDR' OR TC-EMP-ID(1:3) = 'TRL'
113950         GO TO 1710-EXIT
113960     END-IF.
113965     ADD 1 TO WS-FEED-CARD-COUNT.
113970*    EACH RECORD IS ONE CHARGE LINE - THE EMPLOYEE'S ENTRY IS
113980*    FOUND (OR OPENED ON ITS FIRST LINE) AND THE LINE ADDED TO
113990*    IT, SO AN EMPLOYEE'S LINES NEED NOT ARRIVE TOGETHER.
113995     PERFORM 1720-FIND-CARD-ENTRY THRU 1720-EXIT.
113996     IF NOT WS-TIMECARD-FOUND
114000         IF TC-ENTRY-COUNT >= TIMECARD-TABLE-MAX
114100             DISPLAY 'PAYROLL: TIMECARD.DAT EXCEEDS TABLE '
114200                 'CAPACITY - RUN ABORTED TO AVOID UNPAID HOURS'
114300             MOVE 16 TO RETURN-CODE
114400             STOP RUN
114500         END-IF
114600         ADD 1 TO TC-ENTRY-COUNT
114700         SET TC-IDX TO TC-ENTRY-COUNT
114800         MOVE TC-EMP-ID   TO TCT-EMP-ID(TC-IDX)
114900         MOVE ZERO        TO TCT-REG-HOURS(TC-IDX)
115000                             TCT-OT-HOURS(TC-IDX)
115100                             TCT-BONUS-AMOUNT(TC-IDX)
115101                             TCT-VAC-TAKEN(TC-IDX)
115102                             TCT-SICK-TAKEN(TC-IDX)
115103                             TCT-CHARGE-COUNT(TC-IDX)
115104     END-IF.
115105     ADD TC-REG-HOURS    TO TCT-REG-HOURS(TC-IDX).
115106     ADD TC-OT-HOURS     TO TCT-OT-HOURS(TC-IDX).
115107     ADD TC-BONUS-AMOUNT TO TCT-BONUS-AMOUNT(TC-IDX).
115110*    PTO HOURS TAKEN ARRIVE ON THE FEED - NON-NUMERIC (AN OLD-
115120*    FORMAT FEED, SPACE FILLED) READS AS NONE TAKEN.
115130     IF TC-VAC-TAKEN NUMERIC
115140         ADD TC-VAC-TAKEN TO TCT-VAC-TAKEN(TC-IDX)
115170     END-IF.
115180     IF TC-SICK-TAKEN NUMERIC
115190         ADD TC-SICK-TAKEN TO TCT-SICK-TAKEN(TC-IDX)
115220     END-IF.
115221     PERFORM 1730-ADD-CHARGE-LINE THRU 1730-EXIT.
115222 1710-EXIT.
115300     EXIT.
115301
115302 1720-FIND-CARD-ENTRY.
115303     MOVE 'N' TO WS-TIMECARD-FOUND-SWITCH.
115304     SET TC-IDX TO 1.
115305     SEARCH TC-ENTRY
115306         AT END
115307             CONTINUE
115310         WHEN TC-IDX <= TC-ENTRY-COUNT
115311                 AND TCT-EMP-ID(TC-IDX) = TC-EMP-ID
115312             SET WS-TIMECARD-FOUND TO TRUE
115313     END-SEARCH.
115314 1720-EXIT.
115315     EXIT.
115316
115317*****************************************************************
115318*    1730-ADD-CHARGE-LINE - MERGE THE RECORD'S HOURS INTO THE
115319*    EMPLOYEE'S LINE FOR THE SAME DEPARTMENT AND PROJECT, OR
115320*    OPEN A NEW LINE.  A BLANK DEPARTMENT IS KEPT BLANK HERE AND
115321*    RESOLVED TO THE HOME DEPARTMENT WHEN THE EMPLOYEE IS PAID.
115322*    MORE LINES THAN THE TABLE HOLDS WOULD LEAVE HOURS UNCHARGED,
115323*    SO THE RUN IS STOPPED - TIMEEDIT REJECTS SUCH A FEED FIRST.
115324*****************************************************************
115325 1730-ADD-CHARGE-LINE.
115326     SET TCL-IDX TO 1.
115327     SEARCH TCT-CHARGE
115328         AT END
115329             CONTINUE
115331         WHEN TCL-IDX <= TCT-CHARGE-COUNT(TC-IDX)
115332                 AND TCT-CHG-DEPT(TC-IDX TCL-IDX) = TC-CHARGE-DEPT
115333                 AND TCT-CHG-PROJECT(TC-IDX TCL-IDX)
115334                     = TC-PROJECT-CODE
115335             ADD TC-REG-HOURS TO TCT-CHG-REG-HOURS(TC-IDX TCL-IDX)
115336             ADD TC-OT-HOURS  TO TCT-CHG-OT-HOURS(TC-IDX TCL-IDX)
115337             GO TO 1730-EXIT
115338     END-SEARCH.
115339     IF TCT-CHARGE-COUNT(TC-IDX) >= TC-CHARGE-MAX
115340         DISPLAY 'PAYROLL: TOO MANY CHARGE LINES FOR EMPLOYEE '
115341             TC-EMP-ID ' - RUN ABORTED TO AVOID UNCHARGED HOURS'
115342         MOVE 16 TO RETURN-CODE
115343         STOP RUN
115344     END-IF.
115345     ADD 1 TO TCT-CHARGE-COUNT(TC-IDX).
115346     SET TCL-IDX TO TCT-CHARGE-COUNT(TC-IDX).
115347     MOVE TC-CHARGE-DEPT  TO TCT-CHG-DEPT(TC-IDX TCL-IDX).
115348     MOVE TC-PROJECT-CODE TO TCT-CHG-PROJECT(TC-IDX TCL-IDX).
115349     MOVE TC-REG-HOURS    TO TCT-CHG-REG-HOURS(TC-IDX TCL-IDX).
115350     MOVE TC-OT-HOURS     TO TCT-CHG-OT-HOURS(TC-IDX TCL-IDX).
115351 1730-EXIT.
115352     EXIT.
115400
115500*****************************************************************
115600*    1800-LOAD-DEPT-MASTER - DEPARTMENT/COST-CENTER REFERENCE
119981 1470-EXIT.
119982     EXIT.
119983
119984*****************************************************************
119985*    1480-OPEN-RETRO-PENDING - RETRO PAY QUEUED BY RETROPAY
119986*    NEVER CREATED HERE - ONLY RETROPAY QUEUES RETRO PAY.  A
119987*    FINAL RUN OPENS IT I-O TO MARK WHAT IT PAYS; A TRIAL ONLY
119988*    READS IT.
119989*****************************************************************
119990 1480-OPEN-RETRO-PENDING.
119991     IF PRM-FINAL-RUN
119992         OPEN I-O RETRO-PENDING-FILE
119993     ELSE
119994         OPEN INPUT RETRO-PENDING-FILE
119995     END-IF.
119996     IF WS-RETRO-FILE-STATUS = '35'
119997         GO TO 1480-EXIT
119998     END-IF.
119999     IF WS-RETRO-FILE-STATUS NOT = '00'
120000         DISPLAY 'PAYROLL: UNABLE TO OPEN RETROPND.DAT - STATUS '
120001             WS-RETRO-FILE-STATUS
120002         MOVE 16 TO RETURN-CODE
120003         STOP RUN
120004     END-IF.
120005     MOVE 'Y' TO WS-RETRO-FILE-SWITCH.
120006 1480-EXIT.
120007     EXIT.
120008
120009*****************************************************************
120100*    2000-PROCESS-EMPLOYEES - MAIN PROCESSING LOOP
120200*****************************************************************
120300 2000-PROCESS-EMPLOYEES.
120310     IF PRM-SUPPLEMENTAL-RUN
120320         PERFORM 2050-READ-SUPP-EMPLOYEE THRU 2050-EXIT
120330     ELSE
120400         READ EMPLOYEE-FILE NEXT RECORD
120500             AT END
120600                 SET WS-AT-END-OF-FILE TO TRUE
120800         END-READ
120810     END-IF.
120820     IF WS-AT-END-OF-FILE
120830         GO TO 2000-EXIT
120840     END-IF.
120900     ADD 1 TO WS-RECORDS-READ.
121000     PERFORM 2100-EDIT-EMPLOYEE THRU 2100-EXIT.
121100     IF WS-VALID-RECORD
124200     END-IF.
124300 2000-EXIT.
124400     EXIT.
124401
124402*****************************************************************
124403*    2050-READ-SUPP-EMPLOYEE - NEXT SUPPPAY.DAT ENTRY AND ITS
124404*    MASTER ROW.  A REJECTED ENTRY LEAVES ONLY ITS EMP-ID IN
124405*    THE MASTER AREA FOR THE EXCEPTION LINE.
124406*****************************************************************
124407 2050-READ-SUPP-EMPLOYEE.
124408     SET WS-SUPP-ENTRY-OK TO TRUE.
124409     READ SUPP-PAY-FILE
124410         AT END
124411             SET WS-AT-END-OF-FILE TO TRUE
124412             GO TO 2050-EXIT
124413     END-READ.
124414     IF SP-EMP-ID NOT > WS-SUPP-LAST-EMP-ID
124415         SET WS-SUPP-OUT-OF-SEQUENCE TO TRUE
124416         MOVE SPACES    TO EMPLOYEE-RECORD
124417         MOVE SP-EMP-ID TO EMP-ID
124418         GO TO 2050-EXIT
124419     END-IF.
124420     MOVE SP-EMP-ID TO WS-SUPP-LAST-EMP-ID.
124421     MOVE SP-EMP-ID TO EMP-ID.
124422     READ EMPLOYEE-FILE
124423         INVALID KEY
124424             SET WS-SUPP-NOT-ON-MASTER TO TRUE
124425             MOVE SPACES    TO EMPLOYEE-RECORD
124426             MOVE SP-EMP-ID TO EMP-ID
124427     END-READ.
124428 2050-EXIT.
124429     EXIT.
124500
124600*****************************************************************
124700*    2100-EDIT-EMPLOYEE - FIELD VALIDATION AND HARD REJECTS
125300     SET WS-VALID-RECORD TO TRUE.
125400     MOVE SPACES TO WS-REJECT-CODE.
125500     MOVE SPACES TO WS-REJECT-REASON.
125510     IF PRM-SUPPLEMENTAL-RUN
125520         PERFORM 2105-EDIT-SUPP-ENTRY THRU 2105-EXIT
125530     END-IF.
125600     IF EMP-ID = SPACES
125700         SET WS-INVALID-RECORD TO TRUE
125800         MOVE 'E001' TO WS-REJECT-CODE
127200             MOVE 'UNKNOWN DEPARTMENT CODE' TO WS-REJECT-REASON
127300         END-IF
127400     END-IF.
127500     IF WS-VALID-RECORD AND NOT PRM-SUPPLEMENTAL-RUN
127600         PERFORM 2150-FIND-TIMECARD THRU 2150-EXIT
127700         IF NOT WS-TIMECARD-FOUND
127800             SET WS-INVALID-RECORD TO TRUE
128000             MOVE 'NO TIMECARD FOR PAY PERIOD' TO WS-REJECT-REASON
128100         END-IF
128200     END-IF.
128210*    EVERY DEPARTMENT THE HOURS ARE CHARGED TO MUST BE ON THE
128220*    DEPARTMENT MASTER, OR THE COST WOULD HAVE NO GL ACCOUNT.
128230     IF WS-VALID-RECORD AND NOT PRM-SUPPLEMENTAL-RUN
128240         SET TCL-IDX TO 1
128250         PERFORM 2155-CHECK-CHARGE-DEPT THRU 2155-EXIT
128260             UNTIL TCL-IDX > TCT-CHARGE-COUNT(TC-IDX)
128270                OR WS-INVALID-RECORD
128280     END-IF.
128300     IF WS-VALID-RECORD
128310         IF PRM-SUPPLEMENTAL-RUN
128320             PERFORM 2170-APPLY-SUPPLEMENTAL THRU 2170-EXIT
128330         ELSE
128400             PERFORM 2160-APPLY-TIMECARD THRU 2160-EXIT
128410             PERFORM 2165-APPLY-RETRO-PAY THRU 2165-EXIT
128420         END-IF
128500     END-IF.
128600     IF WS-VALID-RECORD AND GROSS-SALARY = ZERO
128700         SET WS-INVALID-RECORD TO TRUE
129240         PERFORM 2190-FETCH-BENEFITS THRU 2190-EXIT
129250     END-IF.
129260     IF WS-VALID-RECORD
129261         IF PRM-SUPPLEMENTAL-RUN
129262             PERFORM 2220-COMPUTE-SUPP-WITHHOLDING THRU 2220-EXIT
129263         ELSE
129300             PERFORM 2200-COMPUTE-WITHHOLDING THRU 2200-EXIT
129310         END-IF
129400     END-IF.
129500     IF WS-VALID-RECORD
129600             AND (TAX-DEDUCTION + WS-EE-OASDI-AMOUNT
129610                  + WS-EE-MEDICARE-AMOUNT + BENEFITS)
129620                 > GROSS-SALARY
129700         SET WS-INVALID-RECORD TO TRUE
129800         MOVE 'E003' TO WS-REJECT-CODE
129900         MOVE 'DEDUCTIONS EXCEED GROSS PAY' TO WS-REJECT-REASON
130000     END-IF.
130100 2100-EXIT.
130200     EXIT.
130201
130202*****************************************************************
130203*    2105-EDIT-SUPP-ENTRY - SUPPPAY.DAT ENTRY REJECTS
130204*****************************************************************
130205 2105-EDIT-SUPP-ENTRY.
130206     EVALUATE TRUE
130207         WHEN WS-SUPP-OUT-OF-SEQUENCE
130208             SET WS-INVALID-RECORD TO TRUE
130209             MOVE 'E008' TO WS-REJECT-CODE
130210             MOVE 'SUPPLEMENTAL ENTRY DUPLICATE/OUT OF ORDER'
130211                 TO WS-REJECT-REASON
130212         WHEN WS-SUPP-NOT-ON-MASTER
130213             SET WS-INVALID-RECORD TO TRUE
130214             MOVE 'E007' TO WS-REJECT-CODE
130215             MOVE 'SUPPLEMENTAL EMP-ID NOT ON MASTER'
130216                 TO WS-REJECT-REASON
130217         WHEN SP-BONUS-AMOUNT NOT NUMERIC
130218                 OR SP-COMMISSION-AMOUNT NOT NUMERIC
130219                 OR SP-CORRECTION-AMOUNT NOT NUMERIC
130220             SET WS-INVALID-RECORD TO TRUE
130221             MOVE 'E009' TO WS-REJECT-CODE
130222             MOVE 'SUPPLEMENTAL AMOUNT IS NOT NUMERIC'
130223                 TO WS-REJECT-REASON
130224     END-EVALUATE.
130225 2105-EXIT.
130226     EXIT.
130300
130400*****************************************************************
130500*    2150-FIND-TIMECARD - LEAVES TC-IDX ON THE MATCH, IF ANY
131500             SET WS-TIMECARD-FOUND TO TRUE
131600     END-SEARCH.
131700 2150-EXIT.
131701     EXIT.
131702
131703 2155-CHECK-CHARGE-DEPT.
131704     IF TCT-CHG-DEPT(TC-IDX TCL-IDX) NOT = SPACES
131705         MOVE TCT-CHG-DEPT(TC-IDX TCL-IDX) TO WS-DM-LOOKUP-CODE
131706         PERFORM 2180-FIND-DEPT-MASTER THRU 2180-EXIT
131707         IF NOT WS-DM-FOUND
131708             SET WS-INVALID-RECORD TO TRUE
131709             MOVE 'E010' TO WS-REJECT-CODE
131710             MOVE 'CHARGED DEPARTMENT NOT ON DEPT MASTER'
131711                 TO WS-REJECT-REASON
131712         END-IF
131713     END-IF.
131714     SET TCL-IDX UP BY 1.
131715 2155-EXIT.
131800     EXIT.
131900
132000*****************************************************************
134300*    ACTUALLY WORKED RATHER THAN THE STANDING SALARY.
134400*****************************************************************
134500 2160-APPLY-TIMECARD.
134510     MOVE GROSS-SALARY TO WS-BASE-SALARY.
134600     COMPUTE WS-HOURLY-RATE ROUNDED =
134700         GROSS-SALARY / WS-STD-PERIOD-HOURS.
134800     COMPUTE WS-PERIOD-GROSS ROUNDED =
135400     EXIT.
135401
135402*****************************************************************
135403*    2165-APPLY-RETRO-PAY - ADD THE EMPLOYEE'S QUEUED RETRO PAY
135404*    EVERY PENDING RETROPND.DAT ENTRY FOR THE EMPLOYEE JOINS
135405*    THIS PERIOD'S GROSS, SO IT IS WITHHELD ON WITH THE REST
135406*    OF THE PAY; WS-RETRO-AMOUNT KEEPS IT SEPARATELY IDENTIFIED
135407*    FOR THE STUB, HISTORY, GL AND CONTROL REPORT.
135408*****************************************************************
135409 2165-APPLY-RETRO-PAY.
135410     MOVE ZERO TO WS-RETRO-AMOUNT.
135411     IF NOT WS-RETRO-AVAILABLE
135412         GO TO 2165-EXIT
135413     END-IF.
135414     PERFORM 2166-START-RETRO-ENTRIES THRU 2166-EXIT.
135415     PERFORM 2167-ADD-ONE-RETRO-ENTRY THRU 2167-EXIT
135416         UNTIL WS-RETRO-EOF.
135417     ADD WS-RETRO-AMOUNT TO GROSS-SALARY.
135418 2165-EXIT.
135419     EXIT.
135420
135421 2166-START-RETRO-ENTRIES.
135422     MOVE 'N'    TO WS-RETRO-EOF-SWITCH.
135423     MOVE EMP-ID TO RP-EMP-ID.
135424     MOVE ZERO   TO RP-PERIOD-NUMBER.
135425     MOVE ZERO   TO RP-SEQ.
135426     START RETRO-PENDING-FILE KEY NOT < RP-KEY
135427         INVALID KEY
135428             SET WS-RETRO-EOF TO TRUE
135429     END-START.
135430 2166-EXIT.
135431     EXIT.
135432
135433 2167-ADD-ONE-RETRO-ENTRY.
135434     READ RETRO-PENDING-FILE NEXT RECORD
135435         AT END
135436             SET WS-RETRO-EOF TO TRUE
135437             GO TO 2167-EXIT
135438     END-READ.
135439     IF RP-EMP-ID NOT = EMP-ID
135440         SET WS-RETRO-EOF TO TRUE
135441         GO TO 2167-EXIT
135442     END-IF.
135443     IF RP-PENDING
135444         ADD RP-RETRO-AMOUNT TO WS-RETRO-AMOUNT
135445     END-IF.
135446 2167-EXIT.
135447     EXIT.
135448
135449*****************************************************************
135450*    2168-MARK-RETRO-PAID - FINAL RUNS, AFTER THE HISTORY ROWS
135451*    THE SAME ENTRIES 2165 SUMMED ARE STAMPED WITH THE PERIOD
135452*    AND CHECK DATE THEY WERE PAID IN.
135453*****************************************************************
135454 2168-MARK-RETRO-PAID.
135455     PERFORM 2166-START-RETRO-ENTRIES THRU 2166-EXIT.
135456     PERFORM 2169-MARK-ONE-RETRO-ENTRY THRU 2169-EXIT
135457         UNTIL WS-RETRO-EOF.
135458 2168-EXIT.
135459     EXIT.
135460
135461 2169-MARK-ONE-RETRO-ENTRY.
135462     READ RETRO-PENDING-FILE NEXT RECORD
135463         AT END
135464             SET WS-RETRO-EOF TO TRUE
135465             GO TO 2169-EXIT
135466     END-READ.
135467     IF RP-EMP-ID NOT = EMP-ID
135468         SET WS-RETRO-EOF TO TRUE
135469         GO TO 2169-EXIT
135470     END-IF.
135471     IF RP-PENDING
135472         MOVE 'D'               TO RP-STATUS
135473         MOVE PRM-PERIOD-NUMBER TO RP-PAID-PERIOD
135474         MOVE PRM-CHECK-DATE    TO RP-PAID-DATE
135475         REWRITE RETRO-PENDING-RECORD
135476     END-IF.
135477 2169-EXIT.
135478     EXIT.
135479
135480*****************************************************************
135481*    2170-APPLY-SUPPLEMENTAL - THE OFF-CYCLE GROSS
135482*    BONUS, COMMISSION AND CORRECTION FROM SUPPPAY.DAT REPLACE
135483*    GROSS-SALARY IN THE INPUT AREA THE WAY THE TIMECARD GROSS
135484*    DOES ON A REGULAR RUN.  NO RETRO PAY RIDES A SUPPLEMENTAL
135485*    PAYMENT - IT WAITS FOR THE NEXT REGULAR RUN.
135486*****************************************************************
135487 2170-APPLY-SUPPLEMENTAL.
135488     MOVE GROSS-SALARY TO WS-BASE-SALARY.
135489     MOVE ZERO TO WS-RETRO-AMOUNT.
135490     COMPUTE GROSS-SALARY = SP-BONUS-AMOUNT
135491         + SP-COMMISSION-AMOUNT + SP-CORRECTION-AMOUNT.
135492 2170-EXIT.
135493     EXIT.
135494
135495*****************************************************************
135496*    2190-FETCH-BENEFITS - ELECTED PLANS FOR THIS EMPLOYEE
135497*    WHEN THE SUBSYSTEM IS LIVE THE SUM OF THE ELECTED PLANS'
135498*    EMPLOYEE SHARES REPLACES THE FLAT BENEFITS FIGURE ON THE
135499*    MASTER, THE SAME WAY THE TIMECARD GROSS REPLACES THE
135500*    STANDING SALARY.  EMPLOYER SHARES ROLL UP PER PLAN FOR
135501*    THE GL EXTRACT.
135502*****************************************************************
135503 2190-FETCH-BENEFITS.
135504     MOVE ZERO TO EB-COUNT.
135505     MOVE ZERO TO WS-EMP-BEN-TOTAL.
135506     MOVE ZERO TO WS-EMP-BEN-PRETAX.
135507*    NO PLAN SHARES ARE TAKEN FROM AN OFF-CYCLE PAYMENT.
135508     IF PRM-SUPPLEMENTAL-RUN
135509         MOVE ZERO TO BENEFITS
135510         GO TO 2190-EXIT
135511     END-IF.
135512     IF NOT WS-BEN-AVAILABLE
135513         GO TO 2190-EXIT
135514     END-IF.
135515     MOVE 'N'        TO WS-BE-EOF-SWITCH.
135516     MOVE EMP-ID     TO BE-EMP-ID.
135517     MOVE LOW-VALUES TO BE-PLAN-CODE.
135518     START BENEFIT-ENROLL-FILE KEY NOT < BE-KEY
135519         INVALID KEY
135520             SET WS-BE-EOF TO TRUE
135521     END-START.
135522     PERFORM 2195-READ-ONE-ENROLLMENT THRU 2195-EXIT
135523         UNTIL WS-BE-EOF.
135524     MOVE WS-EMP-BEN-TOTAL TO BENEFITS.
135525 2190-EXIT.
135526     EXIT.
135527
135528 2195-READ-ONE-ENROLLMENT.
135529     READ BENEFIT-ENROLL-FILE NEXT RECORD
135530         AT END
135531             SET WS-BE-EOF TO TRUE
135532             GO TO 2195-EXIT
135533     END-READ.
135534     IF BE-EMP-ID NOT = EMP-ID
135535         SET WS-BE-EOF TO TRUE
135536         GO TO 2195-EXIT
135537     END-IF.
135538     IF NOT BE-ENROLLED
135539         GO TO 2195-EXIT
135540     END-IF.
135541     PERFORM 2198-FIND-PLAN THRU 2198-EXIT.
135542     IF NOT WS-BP-FOUND
135543         DISPLAY 'PAYROLL: UNKNOWN BENEFIT PLAN ' BE-PLAN-CODE
135544             ' ENROLLED FOR ' EMP-ID ' - SKIPPED THIS PERIOD'
135545         GO TO 2195-EXIT
135546     END-IF.
135547     IF EB-COUNT >= 10
135548         DISPLAY 'PAYROLL: MORE THAN 10 BENEFIT PLANS FOR '
135549             EMP-ID ' - EXCESS ENROLLMENTS SKIPPED THIS PERIOD'
135550         SET WS-BE-EOF TO TRUE
135551         GO TO 2195-EXIT
135552     END-IF.
135553     ADD 1 TO EB-COUNT.
135554     SET EB-IDX TO EB-COUNT.
135555     MOVE BPT-PLAN-CODE(BP-IDX) TO EB-PLAN-CODE(EB-IDX).
135556     MOVE BPT-PLAN-DESC(BP-IDX) TO EB-PLAN-DESC(EB-IDX).
135557     MOVE BPT-EMP-SHARE(BP-IDX) TO EB-EMP-SHARE(EB-IDX).
135558     MOVE BPT-TAX-FLAG(BP-IDX)  TO EB-TAX-FLAG(EB-IDX).
135559     MOVE BPT-ER-SHARE(BP-IDX)  TO EB-ER-SHARE(EB-IDX).
135560     SET EB-PLAN-SUB(EB-IDX) TO BP-IDX.
135561     ADD BPT-EMP-SHARE(BP-IDX) TO WS-EMP-BEN-TOTAL.
135562     IF BPT-TAX-FLAG(BP-IDX) = 'P'
135563         ADD BPT-EMP-SHARE(BP-IDX) TO WS-EMP-BEN-PRETAX
135564     END-IF.
135565*    THE EMPLOYER-SHARE ROLLUP WAITS FOR 2850 - THIS FETCH
135566*    RUNS DURING THE EDIT, AND AN EMPLOYEE THE EDIT GOES ON TO
135567*    REJECT MUST NOT LEAVE EXPENSE BOOKED IN THE GL TABLES.
135568 2195-EXIT.
135569     EXIT.
135570
135571*****************************************************************
135572*    2198-FIND-PLAN - LEAVES BP-IDX ON THE MATCH, IF ANY
135573*****************************************************************
135574 2198-FIND-PLAN.
135575     MOVE 'N' TO WS-BP-FOUND-SWITCH.
135576     SET BP-IDX TO 1.
135577     SEARCH BP-ENTRY
135578         AT END
135579             CONTINUE
135580         WHEN BP-IDX <= BP-ENTRY-COUNT
135581                 AND BPT-PLAN-CODE(BP-IDX) = BE-PLAN-CODE
135582             SET WS-BP-FOUND TO TRUE
135583     END-SEARCH.
135584 2198-EXIT.
135585     EXIT.
135586
135587*****************************************************************
135588*    2175-CHECK-PRENOTE-MATURITY - FLIP A SEASONED PRENOTE
135589*    THE PRENOTE WENT OUT ON EMP-PRENOTE-DATE; IF THE WAITING
135590*    PERIOD HAS PASSED WITHOUT ACHRETRN FLAGGING A RETURN, THE
135591*    ACCOUNT IS GOOD AND THIS RUN MAY DEPOSIT LIVE.  A DATE OF
135592*    ZERO/SPACES MEANS THE PRENOTE HAS NOT GONE OUT YET.
135593*****************************************************************
135594 2175-CHECK-PRENOTE-MATURITY.
135595     IF EMP-PRENOTE-DATE NOT NUMERIC
135596             OR EMP-PRENOTE-DATE = ZERO
135597         GO TO 2175-EXIT
135598     END-IF.
135599     COMPUTE WS-PRENOTE-DATE-INT =
135600         FUNCTION INTEGER-OF-DATE(EMP-PRENOTE-DATE).
135601     IF WS-PRENOTE-DATE-INT = ZERO
135602         GO TO 2175-EXIT
135603     END-IF.
135604     COMPUTE WS-PRENOTE-AGE-DAYS =
135605         WS-RUN-DATE-INT - WS-PRENOTE-DATE-INT.
135606     IF WS-PRENOTE-AGE-DAYS >= WS-PRENOTE-WAIT-DAYS
135607         MOVE 'G' TO EMP-BANK-STATUS
135608         PERFORM 2176-REWRITE-EMPLOYEE THRU 2176-EXIT
135609         DISPLAY 'PAYROLL: PRENOTE MATURED FOR ' EMP-ID
135610             ' - LIVE DEPOSITS BEGIN THIS RUN'
135611     END-IF.
135612 2175-EXIT.
135613     EXIT.
135614
135615*****************************************************************
135616*    2176-REWRITE-EMPLOYEE - BANK/PRENOTE UPDATES MID-PAY
135617*    BY NOW GROSS-SALARY HOLDS THE PERIOD'S PAY (HOURS PRICED,
135618*    BONUS AND RETRO PAY ADDED); THE MASTER MUST KEEP THE
135619*    STANDING SALARY, SO IT GOES BACK FOR THE REWRITE ONLY.
135620*****************************************************************
135621 2176-REWRITE-EMPLOYEE.
135622     MOVE GROSS-SALARY   TO WS-PAID-GROSS.
135623     MOVE WS-BASE-SALARY TO GROSS-SALARY.
135624     REWRITE EMPLOYEE-RECORD.
135625     MOVE WS-PAID-GROSS  TO GROSS-SALARY.
135626 2176-EXIT.
135627     EXIT.
135628
135629*****************************************************************
135700*    2200-COMPUTE-WITHHOLDING - BRACKET LOOKUP
135710*    THE EMPLOYEE'S FILING STATUS PICKS THE BRACKET TABLE, THE
135720*    ALLOWANCE COUNT REDUCES THE TAXABLE BASE BEFORE THE WALK,
137700             ' - USING RECALCULATED FIGURE'
137800     END-IF.
137900     MOVE WS-CALC-TAX TO TAX-DEDUCTION.
137901     PERFORM 2210-COMPUTE-FICA-WITHHOLDING THRU 2210-EXIT.
137910*    BENEFITS NOW REDUCE NET - THEY ARE WITHHELD SHARES, NOT AN
137920*    ADD-ON.  THE GL CARRIES THEM AS A PAYABLE TO MATCH.
138000     COMPUTE NET-SALARY = GROSS-SALARY - TAX-DEDUCTION
138010         - WS-EE-OASDI-AMOUNT - WS-EE-MEDICARE-AMOUNT - BENEFITS.
138100 2200-EXIT.
138200     EXIT.
138201
138202*****************************************************************
138203*    2210-COMPUTE-FICA-WITHHOLDING - EMPLOYEE OASDI / MEDICARE
138204*    THE YTD GROSS BEFORE THIS PERIOD IS FETCHED HERE BY KEY -
138205*    2300 HAS NOT RUN YET, AND NET MUST BE FINAL BEFORE THE
138206*    THIRD-PARTY DEDUCTIONS ARE CAPPED AGAINST IT.  FICA WAGES
138207*    ARE THE FULL GROSS, THE SAME FIGURE THE EMPLOYER MATCH
138208*    ACCRUES ON.
138209*****************************************************************
138210 2210-COMPUTE-FICA-WITHHOLDING.
138211     MOVE EMP-ID TO YTD-EMP-ID.
138212     READ YTD-MASTER-FILE
138213         INVALID KEY
138214             MOVE ZERO TO WS-YTD-PRIOR-GROSS
138215         NOT INVALID KEY
138216             MOVE YTD-GROSS TO WS-YTD-PRIOR-GROSS
138217     END-READ.
138218     IF WS-YTD-PRIOR-GROSS >= WS-EE-OASDI-WAGE-BASE
138219         MOVE ZERO TO WS-EE-OASDI-WAGES
138220     ELSE
138221         COMPUTE WS-EE-OASDI-WAGES =
138222             WS-EE-OASDI-WAGE-BASE - WS-YTD-PRIOR-GROSS
138223         IF GROSS-SALARY < WS-EE-OASDI-WAGES
138224             MOVE GROSS-SALARY TO WS-EE-OASDI-WAGES
138225         END-IF
138226     END-IF.
138227     COMPUTE WS-EE-OASDI-AMOUNT ROUNDED =
138228         WS-EE-OASDI-WAGES * WS-EE-OASDI-RATE.
138229     COMPUTE WS-EE-MEDICARE-AMOUNT ROUNDED =
138230         GROSS-SALARY * WS-EE-MEDICARE-RATE.
138231*    ONLY THE PART OF THIS PERIOD'S GROSS THAT LIES PAST THE
138232*    THRESHOLD CARRIES THE ADDITIONAL RATE.
138233     MOVE ZERO TO WS-EE-ADDL-MEDICARE-WAGES.
138234     MOVE ZERO TO WS-EE-ADDL-MEDICARE-AMOUNT.
138235     IF WS-YTD-PRIOR-GROSS >= WS-EE-ADDL-MEDICARE-THRESH
138236         MOVE GROSS-SALARY TO WS-EE-ADDL-MEDICARE-WAGES
138237     ELSE
138238         IF WS-YTD-PRIOR-GROSS + GROSS-SALARY
138239                 > WS-EE-ADDL-MEDICARE-THRESH
138240             COMPUTE WS-EE-ADDL-MEDICARE-WAGES =
138241                 WS-YTD-PRIOR-GROSS + GROSS-SALARY
138242                 - WS-EE-ADDL-MEDICARE-THRESH
138243         END-IF
138244     END-IF.
138245     IF WS-EE-ADDL-MEDICARE-WAGES > ZERO
138246         COMPUTE WS-EE-ADDL-MEDICARE-AMOUNT ROUNDED =
138247             WS-EE-ADDL-MEDICARE-WAGES * WS-EE-ADDL-MEDICARE-RATE
138248         ADD WS-EE-ADDL-MEDICARE-AMOUNT TO WS-EE-MEDICARE-AMOUNT
138249     END-IF.
138250 2210-EXIT.
138251     EXIT.
138252
138253*****************************************************************
138254*    2220-COMPUTE-SUPP-WITHHOLDING - FLAT SUPPLEMENTAL RATE
138255*    AN OFF-CYCLE PAYMENT IS WITHHELD AT THE FLAT SUPPLEMENTAL
138256*    RATE IN PLACE OF THE BRACKET WALK - NO ALLOWANCES, NO
138257*    EXTRA FLAT AMOUNT.  OASDI AND MEDICARE APPLY AS USUAL.
138258*****************************************************************
138259 2220-COMPUTE-SUPP-WITHHOLDING.
138260     COMPUTE WS-CALC-TAX ROUNDED = GROSS-SALARY * WS-SUPP-RATE.
138261     MOVE WS-CALC-TAX TO TAX-DEDUCTION.
138262     PERFORM 2210-COMPUTE-FICA-WITHHOLDING THRU 2210-EXIT.
138263     COMPUTE NET-SALARY = GROSS-SALARY - TAX-DEDUCTION
138264         - WS-EE-OASDI-AMOUNT - WS-EE-MEDICARE-AMOUNT - BENEFITS.
138265 2220-EXIT.
138266     EXIT.
138300
138400*****************************************************************
138500*    2250-APPLY-DEDUCTIONS - THIRD-PARTY DEDUCTION SUBSYSTEM
143400         SET WS-DED-EOF TO TRUE
143500         GO TO 2252-EXIT
143600     END-IF.
143610*    AN OFF-CYCLE PAYMENT CARRIES COURT-ORDERED WITHHOLDING
143620*    (GARNISHMENTS AND SUPPORT) ONLY - NO RECURRING ORDERS.
143630     IF PRM-SUPPLEMENTAL-RUN
143640             AND NOT DD-GARNISHMENT AND NOT DD-CHILD-SUPPORT
143650         GO TO 2252-EXIT
143660     END-IF.
143700     IF ED-COUNT >= 20
143800         DISPLAY 'PAYROLL: MORE THAN 20 DEDUCTION ORDERS FOR '
143900             EMP-ID ' - EXCESS ORDERS SKIPPED THIS PERIOD'
159300     ADD TAX-DEDUCTION TO YTD-TAX.
159400     ADD BENEFITS      TO YTD-BENEFITS.
159500     ADD NET-SALARY    TO YTD-NET.
159510     ADD WS-EE-OASDI-AMOUNT    TO YTD-EE-OASDI.
159520     ADD WS-EE-MEDICARE-AMOUNT TO YTD-EE-MEDICARE.
159530     ADD WS-EE-OASDI-WAGES     TO YTD-OASDI-WAGES.
159540*    AN OFF-CYCLE PAYMENT IS NOT A PERIOD PAID.
159550     IF NOT PRM-SUPPLEMENTAL-RUN
159600         ADD 1             TO YTD-PERIODS-PAID
159610     END-IF.
159700     MOVE WS-RUN-DATE  TO YTD-LAST-PAY-DATE.
159800     IF PRM-FINAL-RUN
159900         IF WS-YTD-NEW-RECORD
160745     IF NOT WS-PTO-AVAILABLE
160746         GO TO 2310-EXIT
160747     END-IF.
160748*    NO HOURS ARE PAID ON AN OFF-CYCLE RUN, SO NOTHING ACCRUES.
160749     IF PRM-SUPPLEMENTAL-RUN
160750         GO TO 2310-EXIT
160751     END-IF.
160752     MOVE EMP-ID TO PTO-EMP-ID.
160753     READ PTO-MASTER-FILE
160754         INVALID KEY
160755             INITIALIZE PTO-MASTER-RECORD
160756             MOVE EMP-ID TO PTO-EMP-ID
160757             SET WS-PTO-NEW-RECORD TO TRUE
160758         NOT INVALID KEY
160759             SET WS-PTO-EXISTING-RECORD TO TRUE
160760     END-READ.
160761     COMPUTE WS-VAC-ACCRUED ROUNDED =
160762         TCT-REG-HOURS(TC-IDX) * WS-VAC-ACCRUAL-RATE.
160763     COMPUTE WS-SICK-ACCRUED ROUNDED =
160764         TCT-REG-HOURS(TC-IDX) * WS-SICK-ACCRUAL-RATE.
160765     ADD WS-VAC-ACCRUED  TO PTO-VAC-BALANCE.
160766     ADD WS-VAC-ACCRUED  TO PTO-VAC-ACCRUED-YTD.
160767     ADD WS-SICK-ACCRUED TO PTO-SICK-BALANCE.
160768     ADD WS-SICK-ACCRUED TO PTO-SICK-ACCRUED-YTD.
160769     SUBTRACT TCT-VAC-TAKEN(TC-IDX)  FROM PTO-VAC-BALANCE.
160770     SUBTRACT TCT-SICK-TAKEN(TC-IDX) FROM PTO-SICK-BALANCE.
160771     IF PTO-VAC-BALANCE < ZERO OR PTO-SICK-BALANCE < ZERO
160772         DISPLAY 'PAYROLL: PTO BALANCE NEGATIVE FOR ' EMP-ID
160773             ' - HOURS TAKEN AHEAD OF ACCRUAL'
160774     END-IF.
160775     MOVE WS-RUN-DATE TO PTO-LAST-ACTIVITY-DATE.
160776     MOVE PTO-VAC-BALANCE  TO WS-VAC-BALANCE.
160777     MOVE PTO-SICK-BALANCE TO WS-SICK-BALANCE.
160778     IF PRM-FINAL-RUN
160779         IF WS-PTO-NEW-RECORD
160780             WRITE PTO-MASTER-RECORD
160781         ELSE
160782             REWRITE PTO-MASTER-RECORD
160783         END-IF
160784     END-IF.
160785 2310-EXIT.
160786     EXIT.
160787
160800*****************************************************************
160900*    2400-WRITE-REPORT
161000*****************************************************************
161600     MOVE TAX-DEDUCTION TO R-TAX-DEDUCTION.
161700     MOVE BENEFITS      TO R-BENEFITS.
161800     MOVE NET-SALARY    TO R-NET-SALARY.
161801     IF PRM-SUPPLEMENTAL-RUN
161802         MOVE ZERO      TO R-REG-HOURS
161803         MOVE ZERO      TO R-OT-HOURS
161804     ELSE
161805         MOVE TCT-REG-HOURS(TC-IDX) TO R-REG-HOURS
161806         MOVE TCT-OT-HOURS(TC-IDX)  TO R-OT-HOURS
161807     END-IF.
161808     MOVE EMP-BANK-ROUTING  TO R-BANK-ROUTING.
161809     MOVE EMP-BANK-ACCOUNT  TO R-BANK-ACCOUNT.
161810     MOVE EMP-ACCT-TYPE     TO R-ACCT-TYPE.
161811     MOVE EMP-BANK-STATUS   TO R-BANK-STATUS.
161812     MOVE PRM-PERIOD-NUMBER TO R-PERIOD-NUMBER.
161813     MOVE PRM-RUN-MODE      TO R-RUN-MODE.
161814     MOVE PRM-RUN-TYPE      TO R-RUN-TYPE.
161900     WRITE REPORT-RECORD.
162000     ADD 1 TO WS-RECORDS-WRITTEN.
162100     DISPLAY 'Employee ID: ' EMP-ID.
163500     MOVE ALL '=' TO PAYSTUB-LINE.
163600     WRITE PAYSTUB-LINE.
163700     MOVE SPACES TO PAYSTUB-LINE.
163710     IF PRM-SUPPLEMENTAL-RUN
163720         STRING 'SUPPLEMENTAL PAY STUB - OFF-CYCLE '
163730             PRM-OFFCYCLE-SEQ ' OF PERIOD ' PRM-PERIOD-NUMBER
163740             DELIMITED BY SIZE INTO PAYSTUB-LINE
163750     ELSE
163800         STRING 'PAY STUB FOR PERIOD ENDING ' PRM-PERIOD-END-DATE
163900             DELIMITED BY SIZE INTO PAYSTUB-LINE
163910     END-IF.
164000     WRITE PAYSTUB-LINE.
164100     MOVE SPACES TO PAYSTUB-LINE.
164200     STRING 'EMPLOYEE ID   : ' EMP-ID
165200     WRITE PAYSTUB-LINE.
165300     MOVE ALL '-' TO PAYSTUB-LINE.
165400     WRITE PAYSTUB-LINE.
165401     IF WS-RETRO-AMOUNT > ZERO
165402         COMPUTE WS-EDIT-AMOUNT = GROSS-SALARY - WS-RETRO-AMOUNT
165403         MOVE SPACES TO PAYSTUB-LINE
165404         STRING 'REGULAR EARNINGS   : ' WS-EDIT-AMOUNT
165405             DELIMITED BY SIZE INTO PAYSTUB-LINE
165406         WRITE PAYSTUB-LINE
165407         MOVE WS-RETRO-AMOUNT TO WS-EDIT-AMOUNT
165408         MOVE SPACES TO PAYSTUB-LINE
165409         STRING 'RETRO PAY          : ' WS-EDIT-AMOUNT
165410             DELIMITED BY SIZE INTO PAYSTUB-LINE
165411         WRITE PAYSTUB-LINE
165412     END-IF.
165422     IF PRM-SUPPLEMENTAL-RUN
165432         PERFORM 2540-STUB-SUPP-EARNINGS THRU 2540-EXIT
165442     END-IF.
165500     MOVE GROSS-SALARY TO WS-EDIT-AMOUNT.
165600     MOVE SPACES TO PAYSTUB-LINE.
165700     STRING 'GROSS SALARY       : ' WS-EDIT-AMOUNT
166200     STRING 'TAX DEDUCTION      : ' WS-EDIT-AMOUNT
166300         DELIMITED BY SIZE INTO PAYSTUB-LINE.
166400     WRITE PAYSTUB-LINE.
166401     MOVE WS-EE-OASDI-AMOUNT TO WS-EDIT-AMOUNT.
166402     MOVE SPACES TO PAYSTUB-LINE.
166403     STRING 'SOCIAL SECURITY TAX: ' WS-EDIT-AMOUNT
166404         DELIMITED BY SIZE INTO PAYSTUB-LINE.
166405     WRITE PAYSTUB-LINE.
166406     MOVE WS-EE-MEDICARE-AMOUNT TO WS-EDIT-AMOUNT.
166407     MOVE SPACES TO PAYSTUB-LINE.
166408     STRING 'MEDICARE TAX       : ' WS-EDIT-AMOUNT
166409         DELIMITED BY SIZE INTO PAYSTUB-LINE.
166410     WRITE PAYSTUB-LINE.
166500     MOVE BENEFITS TO WS-EDIT-AMOUNT.
166600     MOVE SPACES TO PAYSTUB-LINE.
166700     STRING 'BENEFITS DEDUCTION : ' WS-EDIT-AMOUNT
169400     STRING 'YEAR-TO-DATE TAX       : ' WS-EDIT-AMOUNT
169500         DELIMITED BY SIZE INTO PAYSTUB-LINE.
169600     WRITE PAYSTUB-LINE.
169601     MOVE YTD-EE-OASDI TO WS-EDIT-AMOUNT.
169602     MOVE SPACES TO PAYSTUB-LINE.
169603     STRING 'YEAR-TO-DATE SOC SEC   : ' WS-EDIT-AMOUNT
169604         DELIMITED BY SIZE INTO PAYSTUB-LINE.
169605     WRITE PAYSTUB-LINE.
169606     MOVE YTD-EE-MEDICARE TO WS-EDIT-AMOUNT.
169607     MOVE SPACES TO PAYSTUB-LINE.
169608     STRING 'YEAR-TO-DATE MEDICARE  : ' WS-EDIT-AMOUNT
169609         DELIMITED BY SIZE INTO PAYSTUB-LINE.
169610     WRITE PAYSTUB-LINE.
169700     MOVE YTD-BENEFITS TO WS-EDIT-AMOUNT.
169800     MOVE SPACES TO PAYSTUB-LINE.
169900     STRING 'YEAR-TO-DATE BENEFITS  : ' WS-EDIT-AMOUNT
170400     STRING 'YEAR-TO-DATE NET       : ' WS-EDIT-AMOUNT
170500         DELIMITED BY SIZE INTO PAYSTUB-LINE.
170600     WRITE PAYSTUB-LINE.
170610     IF WS-PTO-AVAILABLE AND NOT PRM-SUPPLEMENTAL-RUN
170620         MOVE WS-VAC-BALANCE TO WS-EDIT-HOURS
170630         MOVE SPACES TO PAYSTUB-LINE
170640         STRING 'VACATION BALANCE HRS   : ' WS-EDIT-HOURS
171000     WRITE PAYSTUB-LINE.
171100 2500-EXIT.
171200     EXIT.
171201
171202*****************************************************************
171203*    2540-STUB-SUPP-EARNINGS - OFF-CYCLE EARNINGS LINES
171204*****************************************************************
171205 2540-STUB-SUPP-EARNINGS.
171206     IF SP-BONUS-AMOUNT > ZERO
171207         MOVE SP-BONUS-AMOUNT TO WS-EDIT-AMOUNT
171208         MOVE SPACES TO PAYSTUB-LINE
171209         STRING 'BONUS              : ' WS-EDIT-AMOUNT
171210             DELIMITED BY SIZE INTO PAYSTUB-LINE
171211         WRITE PAYSTUB-LINE
171212     END-IF.
171213     IF SP-COMMISSION-AMOUNT > ZERO
171214         MOVE SP-COMMISSION-AMOUNT TO WS-EDIT-AMOUNT
171215         MOVE SPACES TO PAYSTUB-LINE
171216         STRING 'COMMISSION         : ' WS-EDIT-AMOUNT
171217             DELIMITED BY SIZE INTO PAYSTUB-LINE
171218         WRITE PAYSTUB-LINE
171219     END-IF.
171220     IF SP-CORRECTION-AMOUNT > ZERO
171221         MOVE SP-CORRECTION-AMOUNT TO WS-EDIT-AMOUNT
171222         MOVE SPACES TO PAYSTUB-LINE
171223         STRING 'PAY CORRECTION     : ' WS-EDIT-AMOUNT
171224             DELIMITED BY SIZE INTO PAYSTUB-LINE
171225         WRITE PAYSTUB-LINE
171226     END-IF.
171227     IF SP-REASON NOT = SPACES
171228         MOVE SPACES TO PAYSTUB-LINE
171229         STRING 'REASON             : ' SP-REASON
171230             DELIMITED BY SIZE INTO PAYSTUB-LINE
171231         WRITE PAYSTUB-LINE
171232     END-IF.
171233     MOVE WS-SUPP-RATE TO WS-EDIT-RATE.
171234     MOVE SPACES TO PAYSTUB-LINE.
171235     STRING 'TAX WITHHELD AT FLAT SUPPLEMENTAL RATE ' WS-EDIT-RATE
171236         DELIMITED BY SIZE INTO PAYSTUB-LINE.
171237     WRITE PAYSTUB-LINE.
171238 2540-EXIT.
171239     EXIT.
171300
171400*****************************************************************
171500*    2550-STUB-ONE-DEDUCTION - ITEMIZED LINE PER APPLIED ORDER
176900     MOVE EMP-ID              TO PH-EMP-ID.
177000     MOVE PRM-PERIOD-NUMBER   TO PH-PERIOD-NUMBER.
177100     MOVE PRM-PERIOD-END-DATE TO PH-PERIOD-END-DATE.
177110*    RETRO PAY GOES ON A ROW OF ITS OWN BELOW, SO THIS ROW'S
177120*    GROSS IS THE PERIOD'S OWN EARNINGS.  THE WITHHOLDING AND
177130*    NET ARE FOR THE WHOLE PAYMENT.
177140     COMPUTE PH-GROSS = GROSS-SALARY - WS-RETRO-AMOUNT.
177141*    AN OFF-CYCLE ROW PAYS NO HOURS AND CARRIES NO SALARY, SO
177142*    RETROPAY NEVER RE-PRICES IT.
177143     IF PRM-SUPPLEMENTAL-RUN
177144         MOVE ZERO            TO PH-REG-HOURS
177145         MOVE ZERO            TO PH-OT-HOURS
177146         MOVE ZERO            TO PH-BASE-SALARY
177147         MOVE 'S'             TO PH-ROW-TYPE
177148     ELSE
177150         MOVE TCT-REG-HOURS(TC-IDX) TO PH-REG-HOURS
177160         MOVE TCT-OT-HOURS(TC-IDX)  TO PH-OT-HOURS
177170         MOVE WS-BASE-SALARY  TO PH-BASE-SALARY
177180         MOVE SPACE           TO PH-ROW-TYPE
177190     END-IF.
177300     MOVE TAX-DEDUCTION       TO PH-TAX.
177400     MOVE BENEFITS            TO PH-BENEFITS.
177410     MOVE WS-EE-OASDI-AMOUNT  TO PH-OASDI.
177420     MOVE WS-EE-MEDICARE-AMOUNT TO PH-MEDICARE.
177500     MOVE WS-EMP-DED-TOTAL    TO PH-OTHER-DEDUCTIONS.
177600     MOVE NET-SALARY          TO PH-NET.
177700*    A CHECK-PAID EMPLOYEE HAS NO ACH TRACE - ZERO, NOT THE
178310*    SEQUENCE 00 IS THE PAY RUN'S ROW.  A RERUN WITH THE
178320*    OVERRIDE FINDS ITS OWN EARLIER ROW ON FILE AND TAKES THE
178330*    NEXT FREE SEQUENCE, THE SAME AS A PAYADJ ROW WOULD.
178331*    AN OFF-CYCLE ROW SEARCHES FROM 01, SO 00 STAYS FREE FOR
178332*    THE PERIOD'S REGULAR RUN WHICHEVER RUNS FIRST.
178333     IF PRM-SUPPLEMENTAL-RUN
178334         MOVE 1    TO PH-REC-SEQ
178335     ELSE
178340         MOVE ZERO TO PH-REC-SEQ
178341     END-IF.
178350     MOVE 'N'  TO WS-HIST-WRITTEN-SWITCH.
178400     PERFORM 2655-WRITE-HISTORY-ROW THRU 2655-EXIT
178410         UNTIL WS-HIST-WRITTEN.
178420     IF WS-RETRO-AMOUNT > ZERO
178430         PERFORM 2660-WRITE-RETRO-HISTORY THRU 2660-EXIT
178440         PERFORM 2168-MARK-RETRO-PAID THRU 2168-EXIT
178450     END-IF.
178500 2650-EXIT.
178600     EXIT.
178610
178760 2655-EXIT.
178770     EXIT.
178771
178772*****************************************************************
178773*    2660-WRITE-RETRO-HISTORY - THE RETRO EARNINGS ROW
178774*    THE NEXT FREE SEQUENCE AFTER THE PAY RUN'S ROW, CARRYING
178775*    ONLY THE RETRO GROSS.  NO TRACE - THE DEPOSIT IS THE ONE
178776*    ON THE PAY RUN'S ROW, AND ACHRETRN MUST MATCH THAT ROW.
178777*****************************************************************
178778 2660-WRITE-RETRO-HISTORY.
178779     ADD 1 TO PH-REC-SEQ.
178780     MOVE WS-RETRO-AMOUNT     TO PH-GROSS.
178781     MOVE ZERO                TO PH-TAX.
178782     MOVE ZERO                TO PH-BENEFITS.
178783     MOVE ZERO                TO PH-OASDI.
178784     MOVE ZERO                TO PH-MEDICARE.
178785     MOVE ZERO                TO PH-OTHER-DEDUCTIONS.
178786     MOVE ZERO                TO PH-NET.
178787     MOVE ZERO                TO PH-ACH-TRACE.
178788     MOVE ZERO                TO PH-REG-HOURS.
178789     MOVE ZERO                TO PH-OT-HOURS.
178790     MOVE WS-BASE-SALARY      TO PH-BASE-SALARY.
178791     MOVE 'R'                 TO PH-ROW-TYPE.
178792     MOVE 'N'  TO WS-HIST-WRITTEN-SWITCH.
178793     PERFORM 2655-WRITE-HISTORY-ROW THRU 2655-EXIT
178794         UNTIL WS-HIST-WRITTEN.
178795 2660-EXIT.
178796     EXIT.
178797
178800*****************************************************************
178900*    2670-WRITE-CHECK - PRINTED-CHECK PAYMENT
179000*    ONE PRINT LINE PER CHECK TO THE PRINT FEED AND ONE LINE TO
181570     SET WS-PRENOTE-SENT TO TRUE.
181580     MOVE WS-ACH-TRACE-NUMBER TO WS-PRENOTE-TRACE.
181590     MOVE WS-RUN-DATE TO EMP-PRENOTE-DATE.
181600     PERFORM 2176-REWRITE-EMPLOYEE THRU 2176-EXIT.
181610 2690-EXIT.
181620     EXIT.
181621
181622*****************************************************************
181623*    2700-ACCUM-DEPT-TOTALS - DEPARTMENT ROLLUP
181624*    HEADCOUNT, WITHHOLDING, BENEFITS AND NET GO TO THE HOME
181625*    DEPARTMENT; GROSS, RETRO AND EMPLOYER COST ARE SPREAD OVER
181626*    THE CHARGE LINES AND POSTED TO THE DEPARTMENT EACH NAMES,
181627*    AND TO THE LABOR-DISTRIBUTION ROLLUP.
181628*****************************************************************
181700 2700-ACCUM-DEPT-TOTALS.
181710     MOVE DEPT-CODE TO WS-DEPT-ROLLUP-CODE.
181800     PERFORM 2710-FIND-DEPT-ENTRY THRU 2710-EXIT.
181900     IF NOT WS-DEPT-FOUND
182000         PERFORM 2720-ADD-DEPT-ENTRY THRU 2720-EXIT
182100     END-IF.
182200     IF WS-DEPT-FOUND
182300         ADD 1             TO DEPT-EMP-COUNT(DEPT-IDX)
182500         ADD TAX-DEDUCTION TO DEPT-TOT-TAX(DEPT-IDX)
182600         ADD BENEFITS      TO DEPT-TOT-BENEFITS(DEPT-IDX)
182700         ADD NET-SALARY    TO DEPT-TOT-NET(DEPT-IDX)
182800     END-IF.
182810     PERFORM 2730-BUILD-DISTRIBUTION THRU 2730-EXIT.
182820     SET DS-IDX TO 1.
182830     PERFORM 2760-POST-ONE-CHARGE THRU 2760-EXIT
182840         UNTIL DS-IDX > DS-COUNT.
182900 2700-EXIT.
183000     EXIT.
183100
183600         AT END
183700             CONTINUE
183800         WHEN DEPT-IDX <= DEPT-ENTRY-COUNT
183900                 AND DEPT-KEY(DEPT-IDX) = WS-DEPT-ROLLUP-CODE
184000             SET WS-DEPT-FOUND TO TRUE
184100     END-SEARCH.
184200 2710-EXIT.
184500 2720-ADD-DEPT-ENTRY.
184600     IF DEPT-ENTRY-COUNT >= DEPT-TABLE-MAX
184700         DISPLAY 'PAYROLL: DEPARTMENT TABLE FULL - DEPT '
184800             WS-DEPT-ROLLUP-CODE ' OMITTED FROM ROLLUP'
184900         GO TO 2720-EXIT
185000     END-IF.
185100     ADD 1 TO DEPT-ENTRY-COUNT.
185200     SET DEPT-IDX TO DEPT-ENTRY-COUNT.
185300     MOVE WS-DEPT-ROLLUP-CODE TO DEPT-KEY(DEPT-IDX).
185400     SET WS-DEPT-FOUND TO TRUE.
185500 2720-EXIT.
185600     EXIT.
185601
185602*****************************************************************
185603*    2730-BUILD-DISTRIBUTION - SPREAD THIS EMPLOYEE'S GROSS AND
185604*    EMPLOYER COST OVER DIST-TABLE.  EACH CHARGE LINE'S HOURS
185605*    ARE PRICED AT THE RATE 2160 USED, TRUNCATED TO THE CENT, SO
185606*    THE LINES NEVER EXCEED THE ROUNDED PERIOD PAY; THE ODD CENT
185607*    LEFT OVER GOES ON THE LAST LINE.  BONUS AND RETRO (AND ALL
185608*    OF A SUPPLEMENTAL PAYMENT) ARE CHARGED TO THE HOME
185609*    DEPARTMENT WITH NO PROJECT.
185610*****************************************************************
185611 2730-BUILD-DISTRIBUTION.
185612     MOVE ZERO TO DS-COUNT.
185613     MOVE ZERO TO WS-DIST-ASSIGNED.
185614     COMPUTE WS-EMP-ER-TAX = WS-ER-FICA-AMOUNT + WS-ER-FUTA-AMOUNT
185615                           + WS-ER-SUTA-AMOUNT.
185616     MOVE ZERO TO WS-EMP-ER-BEN.
185617     IF EB-COUNT > ZERO
185618         SET EB-IDX TO 1
185619         PERFORM 2735-ADD-ONE-ER-SHARE THRU 2735-EXIT
185620             UNTIL EB-IDX > EB-COUNT
185621     END-IF.
185622     IF NOT PRM-SUPPLEMENTAL-RUN
185623         SET TCL-IDX TO 1
185624         PERFORM 2740-PRICE-ONE-CHARGE THRU 2740-EXIT
185625             UNTIL TCL-IDX > TCT-CHARGE-COUNT(TC-IDX)
185626     END-IF.
185627     IF DS-COUNT > ZERO
185628         COMPUTE WS-DIST-REMAINDER = GROSS-SALARY
185629             - WS-RETRO-AMOUNT - TCT-BONUS-AMOUNT(TC-IDX)
185630             - WS-DIST-ASSIGNED
185631         IF WS-DIST-REMAINDER > ZERO
185632             SET DS-IDX TO DS-COUNT
185633             ADD WS-DIST-REMAINDER TO DS-WAGES(DS-IDX)
185634             ADD WS-DIST-REMAINDER TO WS-DIST-ASSIGNED
185635         END-IF
185636     END-IF.
185637     IF GROSS-SALARY > WS-DIST-ASSIGNED
185638         MOVE DEPT-CODE TO WS-DIST-DEPT
185639         MOVE SPACES    TO WS-DIST-PROJECT
185640         PERFORM 2750-FIND-DIST-LINE THRU 2750-EXIT
185641         COMPUTE DS-WAGES(DS-IDX) = DS-WAGES(DS-IDX)
185642             + GROSS-SALARY - WS-DIST-ASSIGNED
185643         MOVE WS-RETRO-AMOUNT TO DS-RETRO(DS-IDX)
185644     END-IF.
185645     MOVE ZERO TO WS-DIST-TAX-ASSIGNED.
185646     MOVE ZERO TO WS-DIST-BEN-ASSIGNED.
185647     MOVE ZERO TO WS-DIST-LARGEST-WAGES.
185648     MOVE 1    TO WS-DIST-LARGEST-SUB.
185649     SET DS-IDX TO 1.
185650     PERFORM 2745-SHARE-ER-COST THRU 2745-EXIT
185651         UNTIL DS-IDX > DS-COUNT.
185652     IF DS-COUNT > ZERO
185653         SET DS-IDX TO WS-DIST-LARGEST-SUB
185654         COMPUTE DS-ER-TAX(DS-IDX) = DS-ER-TAX(DS-IDX)
185655             + WS-EMP-ER-TAX - WS-DIST-TAX-ASSIGNED
185656         COMPUTE DS-ER-BEN(DS-IDX) = DS-ER-BEN(DS-IDX)
185657             + WS-EMP-ER-BEN - WS-DIST-BEN-ASSIGNED
185658     END-IF.
185659 2730-EXIT.
185660     EXIT.
185661
185662 2735-ADD-ONE-ER-SHARE.
185663     ADD EB-ER-SHARE(EB-IDX) TO WS-EMP-ER-BEN.
185664     SET EB-IDX UP BY 1.
185665 2735-EXIT.
185666     EXIT.
185667
185668 2740-PRICE-ONE-CHARGE.
185669     IF TCT-CHG-DEPT(TC-IDX TCL-IDX) = SPACES
185670         MOVE DEPT-CODE TO WS-DIST-DEPT
185671     ELSE
185672         MOVE TCT-CHG-DEPT(TC-IDX TCL-IDX) TO WS-DIST-DEPT
185673     END-IF.
185674     MOVE TCT-CHG-PROJECT(TC-IDX TCL-IDX) TO WS-DIST-PROJECT.
185675     PERFORM 2750-FIND-DIST-LINE THRU 2750-EXIT.
185676     ADD TCT-CHG-REG-HOURS(TC-IDX TCL-IDX)
185677         TO DS-REG-HOURS(DS-IDX).
185678     ADD TCT-CHG-OT-HOURS(TC-IDX TCL-IDX)
185679         TO DS-OT-HOURS(DS-IDX).
185680     COMPUTE WS-DIST-LINE-WAGES =
185681         (WS-HOURLY-RATE * TCT-CHG-REG-HOURS(TC-IDX TCL-IDX))
185682         + (WS-HOURLY-RATE * WS-OT-PREMIUM
185683            * TCT-CHG-OT-HOURS(TC-IDX TCL-IDX)).
185684     ADD WS-DIST-LINE-WAGES TO DS-WAGES(DS-IDX).
185685     ADD WS-DIST-LINE-WAGES TO WS-DIST-ASSIGNED.
185686     SET TCL-IDX UP BY 1.
185687 2740-EXIT.
185688     EXIT.
185689
185690*    EACH LINE'S SHARE OF THE EMPLOYER COST IS TRUNCATED; THE
185691*    LARGEST LINE IS REMEMBERED TO TAKE WHAT THE SHARES LEAVE.
185692 2745-SHARE-ER-COST.
185693     COMPUTE DS-ER-TAX(DS-IDX) =
185694         WS-EMP-ER-TAX * DS-WAGES(DS-IDX) / GROSS-SALARY.
185695     COMPUTE DS-ER-BEN(DS-IDX) =
185696         WS-EMP-ER-BEN * DS-WAGES(DS-IDX) / GROSS-SALARY.
185697     ADD DS-ER-TAX(DS-IDX) TO WS-DIST-TAX-ASSIGNED.
185698     ADD DS-ER-BEN(DS-IDX) TO WS-DIST-BEN-ASSIGNED.
185699     IF DS-WAGES(DS-IDX) > WS-DIST-LARGEST-WAGES
185700         MOVE DS-WAGES(DS-IDX) TO WS-DIST-LARGEST-WAGES
185701         SET WS-DIST-LARGEST-SUB TO DS-IDX
185702     END-IF.
185703     SET DS-IDX UP BY 1.
185704 2745-EXIT.
185705     EXIT.
185706
185707*    FIND THIS EMPLOYEE'S DISTRIBUTION LINE FOR WS-DIST-DEPT AND
185708*    WS-DIST-PROJECT, OPENING IT IF NEW.  EIGHT CHARGE LINES AND
185709*    THE HOME LINE ALWAYS FIT.
185710 2750-FIND-DIST-LINE.
185711     MOVE 'N' TO WS-DIST-FOUND-SWITCH.
185712     SET DS-IDX TO 1.
185713     SEARCH DS-ENTRY
185714         AT END
185715             CONTINUE
185716         WHEN DS-IDX <= DS-COUNT
185717                 AND DS-DEPT(DS-IDX) = WS-DIST-DEPT
185718                 AND DS-PROJECT(DS-IDX) = WS-DIST-PROJECT
185719             SET WS-DIST-FOUND TO TRUE
185720     END-SEARCH.
185721     IF NOT WS-DIST-FOUND
185722         ADD 1 TO DS-COUNT
185723         SET DS-IDX TO DS-COUNT
185724         MOVE WS-DIST-DEPT    TO DS-DEPT(DS-IDX)
185725         MOVE WS-DIST-PROJECT TO DS-PROJECT(DS-IDX)
185726         MOVE ZERO TO DS-REG-HOURS(DS-IDX)
185727                      DS-OT-HOURS(DS-IDX)
185728                      DS-WAGES(DS-IDX)
185729                      DS-RETRO(DS-IDX)
185730                      DS-ER-TAX(DS-IDX)
185731                      DS-ER-BEN(DS-IDX)
185732     END-IF.
185733 2750-EXIT.
185734     EXIT.
185735
185736*****************************************************************
185737*    2760-POST-ONE-CHARGE - ONE DISTRIBUTION LINE TO THE
185738*    DEPARTMENT ROLLUP AND THE LABOR-DISTRIBUTION ROLLUP.
185739*****************************************************************
185740 2760-POST-ONE-CHARGE.
185741     MOVE DS-DEPT(DS-IDX) TO WS-DEPT-ROLLUP-CODE.
185742     PERFORM 2710-FIND-DEPT-ENTRY THRU 2710-EXIT.
185743     IF NOT WS-DEPT-FOUND
185744         PERFORM 2720-ADD-DEPT-ENTRY THRU 2720-EXIT
185745     END-IF.
185746     IF WS-DEPT-FOUND
185747         ADD DS-WAGES(DS-IDX)  TO DEPT-TOT-GROSS(DEPT-IDX)
185748         ADD DS-RETRO(DS-IDX)  TO DEPT-TOT-RETRO(DEPT-IDX)
185749         ADD DS-ER-TAX(DS-IDX) TO DEPT-TOT-ER-TAX(DEPT-IDX)
185750         ADD DS-ER-BEN(DS-IDX) TO DEPT-TOT-ER-BEN(DEPT-IDX)
185751     END-IF.
185752     MOVE DS-DEPT(DS-IDX)    TO WS-LD-SEARCH-DEPT.
185753     MOVE DS-PROJECT(DS-IDX) TO WS-LD-SEARCH-PROJECT.
185754     PERFORM 2770-FIND-LABOR-ENTRY THRU 2770-EXIT.
185755     IF WS-LD-FOUND
185756         ADD 1                   TO LD-EMP-COUNT(LD-IDX)
185757         ADD DS-REG-HOURS(DS-IDX) TO LD-REG-HOURS(LD-IDX)
185758         ADD DS-OT-HOURS(DS-IDX)  TO LD-OT-HOURS(LD-IDX)
185759         ADD DS-WAGES(DS-IDX)     TO LD-WAGES(LD-IDX)
185760         ADD DS-ER-TAX(DS-IDX)    TO LD-ER-TAX(LD-IDX)
185761         ADD DS-ER-BEN(DS-IDX)    TO LD-ER-BEN(LD-IDX)
185762     END-IF.
185763     SET DS-IDX UP BY 1.
185764 2760-EXIT.
185765     EXIT.
185766
185767*****************************************************************
185768*    2770-FIND-LABOR-ENTRY - LOCATE WS-LD-SEARCH-KEY IN THE
185769*    LABOR-DISTRIBUTION TABLE.  A NEW KEY IS INSERTED IN ITS
185770*    SORTED PLACE, THE HIGHER ENTRIES MOVING UP ONE SLOT.
185771*****************************************************************
185772 2770-FIND-LABOR-ENTRY.
185773     MOVE 'N' TO WS-LD-FOUND-SWITCH.
185774     SET LD-IDX TO 1.
185775     PERFORM 2775-SKIP-LOWER-ENTRY THRU 2775-EXIT
185776         UNTIL LD-IDX > LD-ENTRY-COUNT
185777            OR LD-KEY(LD-IDX) NOT < WS-LD-SEARCH-KEY.
185778     IF LD-IDX <= LD-ENTRY-COUNT
185779         IF LD-KEY(LD-IDX) = WS-LD-SEARCH-KEY
185780             SET WS-LD-FOUND TO TRUE
185781             GO TO 2770-EXIT
185782         END-IF
185783     END-IF.
185784     IF LD-ENTRY-COUNT >= LABOR-TABLE-MAX
185785         DISPLAY 'PAYROLL: LABOR DISTRIBUTION TABLE FULL - '
185786             WS-LD-SEARCH-DEPT '/' WS-LD-SEARCH-PROJECT
185787             ' OMITTED FROM LABDIST'
185788         GO TO 2770-EXIT
185789     END-IF.
185790     SET WS-LD-INSERT-SUB TO LD-IDX.
185791     MOVE LD-ENTRY-COUNT TO WS-LD-MOVE-SUB.
185792     PERFORM 2780-SHIFT-ONE-ENTRY THRU 2780-EXIT
185793         UNTIL WS-LD-MOVE-SUB < WS-LD-INSERT-SUB.
185794     ADD 1 TO LD-ENTRY-COUNT.
185795     SET LD-IDX TO WS-LD-INSERT-SUB.
185796     MOVE WS-LD-SEARCH-DEPT    TO LD-DEPT(LD-IDX).
185797     MOVE WS-LD-SEARCH-PROJECT TO LD-PROJECT(LD-IDX).
185798     MOVE ZERO TO LD-EMP-COUNT(LD-IDX)
185799                  LD-REG-HOURS(LD-IDX)
185800                  LD-OT-HOURS(LD-IDX)
185801                  LD-WAGES(LD-IDX)
185802                  LD-ER-TAX(LD-IDX)
185803                  LD-ER-BEN(LD-IDX).
185804     SET WS-LD-FOUND TO TRUE.
185805 2770-EXIT.
185806     EXIT.
185807
185808 2775-SKIP-LOWER-ENTRY.
185809     SET LD-IDX UP BY 1.
185810 2775-EXIT.
185811     EXIT.
185812
185813 2780-SHIFT-ONE-ENTRY.
185814     MOVE LD-ENTRY(WS-LD-MOVE-SUB)
185815         TO LD-ENTRY(WS-LD-MOVE-SUB + 1).
185816     SUBTRACT 1 FROM WS-LD-MOVE-SUB.
185817 2780-EXIT.
185818     EXIT.
185819
185820*****************************************************************
185900*    2800-ACCUM-CONTROL-TOTALS - RUN CONTROL TOTALS
186000*****************************************************************
186100 2800-ACCUM-CONTROL-TOTALS.
186700     ADD TAX-DEDUCTION TO WS-RUN-TOTAL-TAX.
186800     ADD BENEFITS      TO WS-RUN-TOTAL-BENEFITS.
186900     ADD NET-SALARY    TO WS-RUN-TOTAL-NET.
186910     ADD WS-EE-OASDI-AMOUNT    TO WS-TOTAL-EE-OASDI.
186920     ADD WS-EE-MEDICARE-AMOUNT TO WS-TOTAL-EE-MEDICARE.
186930     ADD WS-EE-OASDI-WAGES     TO WS-TOTAL-OASDI-WAGES.
186940     ADD GROSS-SALARY          TO WS-TOTAL-MEDICARE-WAGES.
186950     ADD WS-RETRO-AMOUNT       TO WS-TOTAL-RETRO.
187000 2800-EXIT.
187100     EXIT.
187110
192970         MOVE WS-TOTAL-SUTA-WAGES   TO CKPT-SUTA-WAGES
192980         MOVE WS-TOTAL-ER-BENEFITS  TO CKPT-ER-BENEFITS
192990         MOVE BEN-PLAN-TABLE        TO CKPT-BEN-TABLE
192991         MOVE WS-TOTAL-EE-OASDI     TO CKPT-EE-OASDI
192992         MOVE WS-TOTAL-EE-MEDICARE  TO CKPT-EE-MEDICARE
192993         MOVE WS-TOTAL-OASDI-WAGES  TO CKPT-OASDI-WAGES
192994         MOVE WS-TOTAL-MEDICARE-WAGES TO CKPT-MEDICARE-WAGES
192995         MOVE WS-TOTAL-RETRO        TO CKPT-TOTAL-RETRO
192996         MOVE LABOR-DIST-TABLE      TO CKPT-LABOR-TABLE
193005         MOVE PRM-RUN-TYPE          TO CKPT-RUN-TYPE
193015         MOVE PRM-OFFCYCLE-SEQ      TO CKPT-OFFCYCLE-SEQ
193025         PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT
193900         MOVE ZERO TO WS-RECS-SINCE-CKPT
194000     END-IF.
194100 2950-EXIT.
194200     EXIT.
194201
194202*****************************************************************
194203*    2960-WRITE-CHECKPOINT - REPLACE THE RUN TYPE'S CHECKPOINT
194204*****************************************************************
194205 2960-WRITE-CHECKPOINT.
194206     IF PRM-SUPPLEMENTAL-RUN
194207         OPEN OUTPUT SUPP-CHECKPOINT-FILE
194208     ELSE
194209         OPEN OUTPUT CHECKPOINT-FILE
194210     END-IF.
194211     IF WS-CKPT-FILE-STATUS NOT = '00'
194212         DISPLAY 'PAYROLL: UNABLE TO OPEN ' WS-CKPT-DSNAME
194213             ' - STATUS ' WS-CKPT-FILE-STATUS
194214         MOVE 16 TO RETURN-CODE
194215         STOP RUN
194216     END-IF.
194217     IF PRM-SUPPLEMENTAL-RUN
194218         WRITE SUPP-CHECKPOINT-RECORD FROM CHECKPOINT-RECORD
194219         CLOSE SUPP-CHECKPOINT-FILE
194220     ELSE
194221         WRITE CHECKPOINT-RECORD
194222         CLOSE CHECKPOINT-FILE
194223     END-IF.
194224 2960-EXIT.
194225     EXIT.
194300
194400*****************************************************************
194500*    8000-FINALIZE - CLOSE-TIME REPORTING AND CLEANUP
195100         PERFORM 8700-UPDATE-CHECK-CONTROL THRU 8700-EXIT
195200     END-IF.
195300     PERFORM 8200-WRITE-DEPT-REPORT THRU 8200-EXIT.
195310     PERFORM 8250-WRITE-LABOR-REPORT THRU 8250-EXIT.
195400     IF PRM-FINAL-RUN
195500         PERFORM 8300-WRITE-GL-JOURNAL THRU 8300-EXIT
195510         PERFORM 8350-WRITE-TAX-ACCRUALS THRU 8350-EXIT
195600     END-IF.
195700     PERFORM 8400-WRITE-CONTROL-REPORT THRU 8400-EXIT.
195800     IF PRM-FINAL-RUN
195810         IF PRM-SUPPLEMENTAL-RUN
195820             PERFORM 8610-MARK-OFFCYCLE-PAID THRU 8610-EXIT
195830         ELSE
195900             PERFORM 8600-MARK-PERIOD-PAID THRU 8600-EXIT
195910         END-IF
196000         CLOSE PERIOD-CONTROL-FILE
196100     END-IF.
196200     IF PRM-FINAL-RUN
197040     IF WS-PTO-AVAILABLE
197050         CLOSE PTO-MASTER-FILE
197060     END-IF.
197061     IF WS-RETRO-AVAILABLE
197062         CLOSE RETRO-PENDING-FILE
197063     END-IF.
197064     IF PRM-SUPPLEMENTAL-RUN
197065         CLOSE SUPP-PAY-FILE
197066     END-IF.
197100     CLOSE EXCEPTION-REPORT.
197200     CLOSE PAYSTUB-FILE.
197300     IF PRM-FINAL-RUN
197820         CLOSE CHECK-OUTSTAND-FILE
197900     END-IF.
198000     CLOSE DEPT-REPORT-FILE.
198010     CLOSE LABOR-DIST-FILE.
198100     CLOSE CONTROL-REPORT-FILE.
198110     MOVE WS-RECORDS-WRITTEN TO RL-COUNT-1.
198120     MOVE WS-RECORDS-REJECTED TO RL-COUNT-2.
198130     MOVE WS-RUN-TOTAL-GROSS TO RL-AMOUNT-1.
198140     MOVE WS-RUN-TOTAL-NET TO RL-AMOUNT-2.
198150     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
198200 8000-EXIT.
198300     EXIT.
198400
216600         'COST CENTER'
216700         DELIMITED BY SIZE INTO DEPT-REPORT-LINE.
216800     WRITE DEPT-REPORT-LINE.
216810     MOVE SPACES TO DEPT-REPORT-LINE.
216820     STRING 'GROSS AND EMPLOYER COST BY CHARGED DEPARTMENT; '
216830         'EMPS/TAX/NET BY HOME'
216840         DELIMITED BY SIZE INTO DEPT-REPORT-LINE.
216850     WRITE DEPT-REPORT-LINE.
216900     SET DEPT-IDX TO 1.
217000     PERFORM 8210-WRITE-DEPT-LINE THRU 8210-EXIT
217100         UNTIL DEPT-IDX > DEPT-ENTRY-COUNT.
219000     MOVE DEPT-EMP-COUNT(DEPT-IDX) TO WS-EDIT-COUNT.
219100     MOVE DEPT-TOT-GROSS(DEPT-IDX) TO WS-EDIT-AMOUNT.
219200     MOVE SPACES TO DEPT-REPORT-LINE.
219300     STRING '      EMPS: ' WS-EDIT-COUNT '  CHARGED GROSS: '
219400         WS-EDIT-AMOUNT
219500         DELIMITED BY SIZE INTO DEPT-REPORT-LINE.
219600     WRITE DEPT-REPORT-LINE.
220600     STRING '      NET: ' WS-EDIT-AMOUNT
220700         DELIMITED BY SIZE INTO DEPT-REPORT-LINE.
220800     WRITE DEPT-REPORT-LINE.
220810     MOVE DEPT-TOT-ER-TAX(DEPT-IDX) TO WS-EDIT-AMOUNT.
220820     MOVE DEPT-TOT-ER-BEN(DEPT-IDX) TO WS-EDIT-AMOUNT2.
220830     MOVE SPACES TO DEPT-REPORT-LINE.
220840     STRING '      ER TAX: ' WS-EDIT-AMOUNT
220850         '   ER BENEFITS: ' WS-EDIT-AMOUNT2
220860         DELIMITED BY SIZE INTO DEPT-REPORT-LINE.
220870     WRITE DEPT-REPORT-LINE.
220900     IF WS-DM-FOUND
221000         MOVE DEPT-TOT-GROSS(DEPT-IDX) TO WS-EDIT-AMOUNT
221100         MOVE SPACES TO DEPT-REPORT-LINE
221300             ' WAGE EXPENSE: ' WS-EDIT-AMOUNT
221400             DELIMITED BY SIZE INTO DEPT-REPORT-LINE
221500         WRITE DEPT-REPORT-LINE
221510         COMPUTE WS-EDIT-AMOUNT = DEPT-TOT-ER-TAX(DEPT-IDX)
221520                                + DEPT-TOT-ER-BEN(DEPT-IDX)
221530         MOVE SPACES TO DEPT-REPORT-LINE
221540         STRING '      GL ' DMT-GL-ACCT(DM-IDX)
221550             ' EMPLOYER COST: ' WS-EDIT-AMOUNT
221560             DELIMITED BY SIZE INTO DEPT-REPORT-LINE
221570         WRITE DEPT-REPORT-LINE
221600     END-IF.
221700     SET DEPT-IDX UP BY 1.
221800 8210-EXIT.
221900     EXIT.
221901
221902*****************************************************************
221903*    8250-WRITE-LABOR-REPORT - LABDIST.TXT.  HOURS, WAGES AND
221904*    EMPLOYER COST BY DEPARTMENT AND PROJECT, A SUBTOTAL FOR
221905*    EACH DEPARTMENT AND A GRAND TOTAL THAT MUST AGREE WITH THE
221906*    RUN'S GROSS.  EMPS IS THE NUMBER OF EMPLOYEES CHARGING THE
221907*    LINE, SO IT IS NOT ADDED UP.
221908*****************************************************************
221909 8250-WRITE-LABOR-REPORT.
221910     MOVE SPACES TO LABOR-DIST-LINE.
221911     STRING 'LABOR DISTRIBUTION - PERIOD ' PRM-PERIOD-NUMBER
221912         ' ENDING ' PRM-PERIOD-END-DATE
221913         ' - RUN DATE ' WS-RUN-DATE
221914         ' - ' PRM-RUN-MODE
221915         DELIMITED BY SIZE INTO LABOR-DIST-LINE.
221916     WRITE LABOR-DIST-LINE.
221917     IF PRM-SUPPLEMENTAL-RUN
221918         MOVE SPACES TO LABOR-DIST-LINE
221919         STRING 'OFF-CYCLE SUPPLEMENTAL RUN ' PRM-OFFCYCLE-SEQ
221920             ' - PAY CHARGED TO HOME DEPARTMENT'
221921             DELIMITED BY SIZE INTO LABOR-DIST-LINE
221922         WRITE LABOR-DIST-LINE
221923     END-IF.
221924     MOVE SPACES TO LABOR-DIST-LINE.
221925     WRITE LABOR-DIST-LINE.
221926     MOVE SPACES TO LABOR-DIST-LINE.
221927     STRING 'DEPT   PROJECT     EMPS     REG HOURS      OT HOURS'
221928         '              WAGES             ER TAX'
221929         '        ER BENEFITS         TOTAL COST'
221930         DELIMITED BY SIZE INTO LABOR-DIST-LINE.
221931     WRITE LABOR-DIST-LINE.
221932     MOVE SPACES TO LABOR-DIST-LINE.
221933     MOVE ALL '-' TO LABOR-DIST-LINE(1:127).
221934     WRITE LABOR-DIST-LINE.
221935     MOVE ZERO TO WS-LD-SUB-REG-HOURS WS-LD-SUB-OT-HOURS
221936                  WS-LD-SUB-WAGES WS-LD-SUB-ER-TAX
221937                  WS-LD-SUB-ER-BEN.
221938     MOVE ZERO TO WS-LD-GRD-REG-HOURS WS-LD-GRD-OT-HOURS
221939                  WS-LD-GRD-WAGES WS-LD-GRD-ER-TAX
221940                  WS-LD-GRD-ER-BEN.
221941     MOVE SPACES TO WS-LD-PRIOR-DEPT.
221942     SET LD-IDX TO 1.
221943     PERFORM 8260-WRITE-LABOR-ENTRY THRU 8260-EXIT
221944         UNTIL LD-IDX > LD-ENTRY-COUNT.
221945     IF LD-ENTRY-COUNT > ZERO
221946         PERFORM 8265-WRITE-LABOR-SUBTOTAL THRU 8265-EXIT
221947     END-IF.
221948     MOVE SPACES TO LABOR-DIST-LINE.
221949     MOVE ALL '-' TO LABOR-DIST-LINE(1:127).
221950     WRITE LABOR-DIST-LINE.
221951     MOVE 'TOTAL'              TO WS-LD-PRINT-DEPT.
221952     MOVE SPACES               TO WS-LD-PRINT-PROJECT.
221953     MOVE SPACES               TO WS-LD-PRINT-COUNT.
221954     MOVE WS-LD-GRD-REG-HOURS  TO WS-LD-PRINT-REG-HOURS.
221955     MOVE WS-LD-GRD-OT-HOURS   TO WS-LD-PRINT-OT-HOURS.
221956     MOVE WS-LD-GRD-WAGES      TO WS-LD-PRINT-WAGES.
221957     MOVE WS-LD-GRD-ER-TAX     TO WS-LD-PRINT-ER-TAX.
221958     MOVE WS-LD-GRD-ER-BEN     TO WS-LD-PRINT-ER-BEN.
221959     PERFORM 8270-FORMAT-LABOR-LINE THRU 8270-EXIT.
221960     WRITE LABOR-DIST-LINE.
221961*    A FULL TABLE DROPS LINES (WARNED AT THE CONSOLE WHEN IT
221962*    HAPPENED) - SAY SO HERE TOO RATHER THAN PRINT A SHORT TOTAL
221963*    AS IF IT WERE THE WHOLE PAYROLL.
221964     IF WS-LD-GRD-WAGES NOT = WS-RUN-TOTAL-GROSS
221965         MOVE WS-RUN-TOTAL-GROSS TO WS-LD-EDIT-WAGES
221966         MOVE SPACES TO LABOR-DIST-LINE
221967         STRING '*** DISTRIBUTED WAGES DO NOT AGREE WITH RUN '
221968             'GROSS OF ' WS-LD-EDIT-WAGES ' ***'
221969             DELIMITED BY SIZE INTO LABOR-DIST-LINE
221970         WRITE LABOR-DIST-LINE
221971     END-IF.
221972 8250-EXIT.
221973     EXIT.
221974
221975 8260-WRITE-LABOR-ENTRY.
221976     IF LD-IDX > 1
221977             AND LD-DEPT(LD-IDX) NOT = WS-LD-PRIOR-DEPT
221978         PERFORM 8265-WRITE-LABOR-SUBTOTAL THRU 8265-EXIT
221979     END-IF.
221980     MOVE LD-DEPT(LD-IDX) TO WS-LD-PRIOR-DEPT.
221981     MOVE LD-DEPT(LD-IDX) TO WS-LD-PRINT-DEPT.
221982     IF LD-PROJECT(LD-IDX) = SPACES
221983         MOVE '(NONE)' TO WS-LD-PRINT-PROJECT
221984     ELSE
221985         MOVE LD-PROJECT(LD-IDX) TO WS-LD-PRINT-PROJECT
221986     END-IF.
221987     MOVE LD-EMP-COUNT(LD-IDX) TO WS-LD-EDIT-COUNT.
221988     MOVE WS-LD-EDIT-COUNT     TO WS-LD-PRINT-COUNT.
221989     MOVE LD-REG-HOURS(LD-IDX) TO WS-LD-PRINT-REG-HOURS.
221990     MOVE LD-OT-HOURS(LD-IDX)  TO WS-LD-PRINT-OT-HOURS.
221991     MOVE LD-WAGES(LD-IDX)     TO WS-LD-PRINT-WAGES.
221992     MOVE LD-ER-TAX(LD-IDX)    TO WS-LD-PRINT-ER-TAX.
221993     MOVE LD-ER-BEN(LD-IDX)    TO WS-LD-PRINT-ER-BEN.
221994     PERFORM 8270-FORMAT-LABOR-LINE THRU 8270-EXIT.
221995     WRITE LABOR-DIST-LINE.
221996     ADD LD-REG-HOURS(LD-IDX) TO WS-LD-SUB-REG-HOURS.
221997     ADD LD-OT-HOURS(LD-IDX)  TO WS-LD-SUB-OT-HOURS.
221998     ADD LD-WAGES(LD-IDX)     TO WS-LD-SUB-WAGES.
221999     ADD LD-ER-TAX(LD-IDX)    TO WS-LD-SUB-ER-TAX.
222000     ADD LD-ER-BEN(LD-IDX)    TO WS-LD-SUB-ER-BEN.
222001     SET LD-IDX UP BY 1.
222002 8260-EXIT.
222003     EXIT.
222004
222005 8265-WRITE-LABOR-SUBTOTAL.
222006     MOVE SPACES               TO WS-LD-PRINT-DEPT.
222007     MOVE 'DEPT TOT'           TO WS-LD-PRINT-PROJECT.
222008     MOVE SPACES               TO WS-LD-PRINT-COUNT.
222009     MOVE WS-LD-SUB-REG-HOURS  TO WS-LD-PRINT-REG-HOURS.
222010     MOVE WS-LD-SUB-OT-HOURS   TO WS-LD-PRINT-OT-HOURS.
222011     MOVE WS-LD-SUB-WAGES      TO WS-LD-PRINT-WAGES.
222012     MOVE WS-LD-SUB-ER-TAX     TO WS-LD-PRINT-ER-TAX.
222013     MOVE WS-LD-SUB-ER-BEN     TO WS-LD-PRINT-ER-BEN.
222014     PERFORM 8270-FORMAT-LABOR-LINE THRU 8270-EXIT.
222015     WRITE LABOR-DIST-LINE.
222016     MOVE SPACES TO LABOR-DIST-LINE.
222017     WRITE LABOR-DIST-LINE.
222018     ADD WS-LD-SUB-REG-HOURS TO WS-LD-GRD-REG-HOURS.
222019     ADD WS-LD-SUB-OT-HOURS  TO WS-LD-GRD-OT-HOURS.
222020     ADD WS-LD-SUB-WAGES     TO WS-LD-GRD-WAGES.
222021     ADD WS-LD-SUB-ER-TAX    TO WS-LD-GRD-ER-TAX.
222022     ADD WS-LD-SUB-ER-BEN    TO WS-LD-GRD-ER-BEN.
222023     MOVE ZERO TO WS-LD-SUB-REG-HOURS WS-LD-SUB-OT-HOURS
222024                  WS-LD-SUB-WAGES WS-LD-SUB-ER-TAX
222025                  WS-LD-SUB-ER-BEN.
222026 8265-EXIT.
222027     EXIT.
222028
222029 8270-FORMAT-LABOR-LINE.
222030     MOVE WS-LD-PRINT-REG-HOURS TO WS-LD-EDIT-REG.
222031     MOVE WS-LD-PRINT-OT-HOURS  TO WS-LD-EDIT-OT.
222032     MOVE WS-LD-PRINT-WAGES     TO WS-LD-EDIT-WAGES.
222033     MOVE WS-LD-PRINT-ER-TAX    TO WS-LD-EDIT-ER-TAX.
222034     MOVE WS-LD-PRINT-ER-BEN    TO WS-LD-EDIT-ER-BEN.
222035     COMPUTE WS-LD-LINE-COST = WS-LD-PRINT-WAGES
222036         + WS-LD-PRINT-ER-TAX + WS-LD-PRINT-ER-BEN.
222037     MOVE WS-LD-LINE-COST       TO WS-LD-EDIT-COST.
222038     MOVE SPACES TO LABOR-DIST-LINE.
222039     STRING WS-LD-PRINT-DEPT '  ' WS-LD-PRINT-PROJECT '  '
222040         WS-LD-PRINT-COUNT '  ' WS-LD-EDIT-REG '  '
222041         WS-LD-EDIT-OT '  ' WS-LD-EDIT-WAGES '  '
222042         WS-LD-EDIT-ER-TAX '  ' WS-LD-EDIT-ER-BEN '  '
222043         WS-LD-EDIT-COST
222044         DELIMITED BY SIZE INTO LABOR-DIST-LINE.
222045 8270-EXIT.
222046     EXIT.
222047
222100*****************************************************************
222200*    8300-WRITE-GL-JOURNAL - GL EXTRACT
222300*****************************************************************
224500     MOVE WS-RUN-TOTAL-TAX     TO GL-CREDIT-AMOUNT.
224600     MOVE WS-RUN-DATE          TO GL-REFERENCE.
224700     WRITE GL-JOURNAL-RECORD.
224701
224702*    THE EMPLOYEE FICA SHARES ARE WITHHELD FROM WAGES AND OWED
224703*    WITH THE INCOME TAX - SAME LIABILITY ACCOUNT, ONE CREDIT
224704*    LINE PER SHARE SO THE DEPOSIT TIES LINE BY LINE.
224705     MOVE SPACES              TO GL-JOURNAL-RECORD.
224706     MOVE WS-ACCT-TAX-LIABILITY TO GL-ACCOUNT-CODE.
224707     MOVE 'EMPLOYEE OASDI WITHHELD' TO GL-DESCRIPTION.
224708     MOVE ZERO                TO GL-DEBIT-AMOUNT.
224709     MOVE WS-TOTAL-EE-OASDI    TO GL-CREDIT-AMOUNT.
224710     MOVE WS-RUN-DATE          TO GL-REFERENCE.
224711     WRITE GL-JOURNAL-RECORD.
224712     MOVE SPACES              TO GL-JOURNAL-RECORD.
224713     MOVE WS-ACCT-TAX-LIABILITY TO GL-ACCOUNT-CODE.
224714     MOVE 'EMPLOYEE MEDICARE WITHHELD' TO GL-DESCRIPTION.
224715     MOVE ZERO                TO GL-DEBIT-AMOUNT.
224716     MOVE WS-TOTAL-EE-MEDICARE TO GL-CREDIT-AMOUNT.
224717     MOVE WS-RUN-DATE          TO GL-REFERENCE.
224718     WRITE GL-JOURNAL-RECORD.
224719
224720*    EMPLOYER-SIDE ACCRUALS - ONE EXPENSE DEBIT AND ONE
224730*    LIABILITY CREDIT PER TAX TYPE, SO THE QUARTERLY DEPOSIT
224740*    FILINGS TIE TO GLJRNL.DAT LINE BY LINE.
224750     PERFORM 8320-WRITE-ER-TAX-LINES THRU 8320-EXIT.
224751
224752*    EMPLOYER TAX AND BENEFIT COST IS THEN MOVED OFF THE POOLED
224753*    EXPENSE ACCOUNTS ONTO THE CHARGED DEPARTMENTS' ACCOUNTS.
224754*    THE POOLED LINES ABOVE STAY AS THEY ARE SO THE DEPOSIT AND
224755*    CARRIER FIGURES STILL TIE; THE ALLOCATION NETS THEM OUT.
224756     PERFORM 8360-WRITE-COST-ALLOCATION THRU 8360-EXIT.
224800
224900     MOVE SPACES              TO GL-JOURNAL-RECORD.
225000     MOVE WS-ACCT-DEDUCTIONS-PAYABLE TO GL-ACCOUNT-CODE.
226600
226700*****************************************************************
226800*    8310-WRITE-DEPT-WAGE-LINE - ONE WAGE DEBIT PER DEPARTMENT
226810*    RETRO PAY IN THE DEPARTMENT'S GROSS POSTS ON A SEPARATE
226820*    RETRO WAGE LINE TO THE SAME ACCOUNT.
226900*    A DEPARTMENT MISSING FROM THE MASTER (POSSIBLE ONLY ON A
227000*    RESTART WHOSE CHECKPOINTED ROLLUP PREDATES A MASTER EDIT)
227100*    FALLS BACK TO THE COMPANY-WIDE WAGE EXPENSE ACCOUNT.
228200     MOVE SPACES TO GL-DESCRIPTION.
228300     STRING 'WAGES - DEPT ' DEPT-KEY(DEPT-IDX)
228400         DELIMITED BY SIZE INTO GL-DESCRIPTION.
228500     COMPUTE GL-DEBIT-AMOUNT =
228510         DEPT-TOT-GROSS(DEPT-IDX) - DEPT-TOT-RETRO(DEPT-IDX).
228600     MOVE ZERO               TO GL-CREDIT-AMOUNT.
228700     MOVE WS-RUN-DATE        TO GL-REFERENCE.
228800     WRITE GL-JOURNAL-RECORD.
228810     IF DEPT-TOT-RETRO(DEPT-IDX) > ZERO
228820         MOVE SPACES TO GL-DESCRIPTION
228830         STRING 'RETRO WAGES - DEPT ' DEPT-KEY(DEPT-IDX)
228840             DELIMITED BY SIZE INTO GL-DESCRIPTION
228850         MOVE DEPT-TOT-RETRO(DEPT-IDX) TO GL-DEBIT-AMOUNT
228860         WRITE GL-JOURNAL-RECORD
228870     END-IF.
228900     SET DEPT-IDX UP BY 1.
229000 8310-EXIT.
229100     EXIT.
229235
229236*****************************************************************
229237*    8350-WRITE-TAX-ACCRUALS - EMPLOYER ACCRUAL DETAIL ROWS
229238*    FIVE ROWS PER FINAL RUN, APPENDED SO TAXQTR CAN SUM THE
229239*    QUARTER FOR THE DEPOSIT FILINGS.  SAME FIRST-RUN FALLBACK
229240*    AS THE OTHER ACCUMULATING FILES.
229241*****************************************************************
229264     MOVE WS-TOTAL-SUTA-WAGES TO TA-TAXABLE-WAGES.
229265     MOVE WS-TOTAL-ER-SUTA    TO TA-ACCRUAL-AMOUNT.
229266     WRITE TAX-ACCRUAL-RECORD.
229267     MOVE 'OASD'              TO TA-TAX-TYPE.
229268     MOVE WS-TOTAL-OASDI-WAGES TO TA-TAXABLE-WAGES.
229269     MOVE WS-TOTAL-EE-OASDI   TO TA-ACCRUAL-AMOUNT.
229270     WRITE TAX-ACCRUAL-RECORD.
229271     MOVE 'MEDI'              TO TA-TAX-TYPE.
229272     MOVE WS-TOTAL-MEDICARE-WAGES TO TA-TAXABLE-WAGES.
229273     MOVE WS-TOTAL-EE-MEDICARE TO TA-ACCRUAL-AMOUNT.
229274     WRITE TAX-ACCRUAL-RECORD.
229275     CLOSE TAX-ACCRUAL-FILE.
229276 8350-EXIT.
229277     EXIT.
229278
229580*****************************************************************
229581*    8360-WRITE-COST-ALLOCATION - ONE EMPLOYER TAX AND ONE
229582*    EMPLOYER BENEFIT DEBIT PER CHARGED DEPARTMENT, BALANCED BY
229583*    A CREDIT TO EACH POOLED EXPENSE ACCOUNT FOR THE TOTAL MOVED.
229584*    SAME ACCOUNT FALLBACK AS 8310.
229585*****************************************************************
229586 8360-WRITE-COST-ALLOCATION.
229587     MOVE ZERO TO WS-ALLOC-ER-TAX.
229588     MOVE ZERO TO WS-ALLOC-ER-BEN.
229589     SET DEPT-IDX TO 1.
229590     PERFORM 8370-WRITE-DEPT-ALLOC-LINES THRU 8370-EXIT
229591         UNTIL DEPT-IDX > DEPT-ENTRY-COUNT.
229592     MOVE SPACES TO GL-JOURNAL-RECORD.
229593     MOVE WS-ACCT-ER-TAX-EXPENSE TO GL-ACCOUNT-CODE.
229594     MOVE 'ER TAX ALLOCATED TO DEPTS' TO GL-DESCRIPTION.
229595     MOVE ZERO                 TO GL-DEBIT-AMOUNT.
229596     MOVE WS-ALLOC-ER-TAX      TO GL-CREDIT-AMOUNT.
229597     MOVE WS-RUN-DATE          TO GL-REFERENCE.
229598     WRITE GL-JOURNAL-RECORD.
229599     MOVE SPACES TO GL-JOURNAL-RECORD.
229600     MOVE WS-ACCT-BENEFITS-EXPENSE TO GL-ACCOUNT-CODE.
229601     MOVE 'ER BENEFITS ALLOCATED TO DEPTS' TO GL-DESCRIPTION.
229602     MOVE ZERO                 TO GL-DEBIT-AMOUNT.
229603     MOVE WS-ALLOC-ER-BEN      TO GL-CREDIT-AMOUNT.
229604     MOVE WS-RUN-DATE          TO GL-REFERENCE.
229605     WRITE GL-JOURNAL-RECORD.
229606 8360-EXIT.
229607     EXIT.
229608
229609 8370-WRITE-DEPT-ALLOC-LINES.
229610     MOVE DEPT-KEY(DEPT-IDX) TO WS-DM-LOOKUP-CODE.
229611     PERFORM 2180-FIND-DEPT-MASTER THRU 2180-EXIT.
229612     MOVE SPACES TO GL-JOURNAL-RECORD.
229613     IF WS-DM-FOUND
229614         MOVE DMT-GL-ACCT(DM-IDX) TO GL-ACCOUNT-CODE
229615     ELSE
229616         MOVE WS-ACCT-WAGE-EXPENSE TO GL-ACCOUNT-CODE
229617     END-IF.
229618     MOVE ZERO               TO GL-CREDIT-AMOUNT.
229619     MOVE WS-RUN-DATE        TO GL-REFERENCE.
229620     IF DEPT-TOT-ER-TAX(DEPT-IDX) > ZERO
229621         MOVE SPACES TO GL-DESCRIPTION
229622         STRING 'ER TAX ALLOC - DEPT ' DEPT-KEY(DEPT-IDX)
229623             DELIMITED BY SIZE INTO GL-DESCRIPTION
229624         MOVE DEPT-TOT-ER-TAX(DEPT-IDX) TO GL-DEBIT-AMOUNT
229625         WRITE GL-JOURNAL-RECORD
229626         ADD DEPT-TOT-ER-TAX(DEPT-IDX) TO WS-ALLOC-ER-TAX
229627     END-IF.
229628     IF DEPT-TOT-ER-BEN(DEPT-IDX) > ZERO
229629         MOVE SPACES TO GL-DESCRIPTION
229630         STRING 'ER BENEFITS ALLOC - DEPT ' DEPT-KEY(DEPT-IDX)
229631             DELIMITED BY SIZE INTO GL-DESCRIPTION
229632         MOVE DEPT-TOT-ER-BEN(DEPT-IDX) TO GL-DEBIT-AMOUNT
229633         WRITE GL-JOURNAL-RECORD
229634         ADD DEPT-TOT-ER-BEN(DEPT-IDX) TO WS-ALLOC-ER-BEN
229635     END-IF.
229636     SET DEPT-IDX UP BY 1.
229637 8370-EXIT.
229638     EXIT.
229639
229640*****************************************************************
229641*    8400-WRITE-CONTROL-REPORT - RUN BALANCING
229642*****************************************************************
229643 8400-WRITE-CONTROL-REPORT.
229700     MOVE SPACES TO CONTROL-REPORT-LINE.
229800     STRING 'PAYROLL RUN CONTROL TOTALS - ' WS-RUN-DATE
229900         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
230400         ' ENDING ' PRM-PERIOD-END-DATE
230500         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
230600     WRITE CONTROL-REPORT-LINE.
230610     IF PRM-SUPPLEMENTAL-RUN
230620         MOVE SPACES TO CONTROL-REPORT-LINE
230630         STRING 'SUPPLEMENTAL OFF-CYCLE RUN ' PRM-OFFCYCLE-SEQ
230640             ' - RECORDS READ ARE SUPPPAY.DAT ENTRIES'
230650             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
230660         WRITE CONTROL-REPORT-LINE
230670     END-IF.
230700     IF PRM-TRIAL-RUN
230800         MOVE SPACES TO CONTROL-REPORT-LINE
230900         STRING 'TRIAL RUN - NO YTD/ACH/GL FILES WERE UPDATED'
234200     STRING 'TOTAL GROSS SALARY             : ' WS-EDIT-AMOUNT
234300         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
234400     WRITE CONTROL-REPORT-LINE.
234410     MOVE WS-TOTAL-RETRO TO WS-EDIT-AMOUNT.
234420     MOVE SPACES TO CONTROL-REPORT-LINE.
234430     STRING '  OF WHICH RETRO PAY            : ' WS-EDIT-AMOUNT
234440         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
234450     WRITE CONTROL-REPORT-LINE.
234500     MOVE WS-TOTAL-TAX TO WS-EDIT-AMOUNT.
234600     MOVE SPACES TO CONTROL-REPORT-LINE.
234700     STRING 'TOTAL TAX DEDUCTION             : ' WS-EDIT-AMOUNT
234800         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
234900     WRITE CONTROL-REPORT-LINE.
234901     MOVE WS-TOTAL-EE-OASDI TO WS-EDIT-AMOUNT.
234902     MOVE SPACES TO CONTROL-REPORT-LINE.
234903     STRING 'EMPLOYEE OASDI WITHHELD         : ' WS-EDIT-AMOUNT
234904         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
234905     WRITE CONTROL-REPORT-LINE.
234906     MOVE WS-TOTAL-EE-MEDICARE TO WS-EDIT-AMOUNT.
234907     MOVE SPACES TO CONTROL-REPORT-LINE.
234908     STRING 'EMPLOYEE MEDICARE WITHHELD      : ' WS-EDIT-AMOUNT
234909         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
234910     WRITE CONTROL-REPORT-LINE.
234911     MOVE WS-TOTAL-ER-FICA TO WS-EDIT-AMOUNT.
234920     MOVE SPACES TO CONTROL-REPORT-LINE.
234930     STRING 'EMPLOYER FICA MATCH ACCRUED     : ' WS-EDIT-AMOUNT
234940         DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
237000             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
237100         WRITE CONTROL-REPORT-LINE
237200     END-IF.
237201     IF PRM-FINAL-RUN AND NOT PRM-SUPPLEMENTAL-RUN
237202         MOVE WS-REVIEWED-NET TO WS-EDIT-AMOUNT
237203         MOVE SPACES TO CONTROL-REPORT-LINE
237204         STRING 'REVIEWED TRIAL NET (VARREVW)    : '
237205             WS-EDIT-AMOUNT
237206             '   EMPLOYEES ' WS-REVIEWED-COUNT
237207             DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
237208         WRITE CONTROL-REPORT-LINE
237209         IF WS-RECORDS-WRITTEN NOT = WS-REVIEWED-COUNT
237210                 OR WS-TOTAL-NET NOT = WS-REVIEWED-NET
237211             MOVE SPACES TO CONTROL-REPORT-LINE
237212             STRING '*** WARNING - FINAL RUN DIFFERS FROM THE '
237213                 'REVIEWED TRIAL RUN ***'
237214                 DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
237215             WRITE CONTROL-REPORT-LINE
237216         END-IF
237217     END-IF.
237300 8400-EXIT.
237400     EXIT.
237500
240600     END-IF.
240700 8600-EXIT.
240800     EXIT.
240801
240802*****************************************************************
240803*    8610-MARK-OFFCYCLE-PAID - CLOSE OUT THE OFF-CYCLE RUN
240804*    THE SAME BALANCE TEST AS 8600; ONLY THE OFF-CYCLE FIELDS
240805*    ARE TOUCHED, SO THE PERIOD'S REGULAR STATUS AND TOTALS
240806*    STAY AS THE REGULAR RUN LEFT THEM.
240807*****************************************************************
240808 8610-MARK-OFFCYCLE-PAID.
240809     MOVE PRM-PERIOD-NUMBER TO PC-PERIOD-NUMBER.
240810     READ PERIOD-CONTROL-FILE
240811         INVALID KEY
240812             DISPLAY 'PAYROLL: PERIOD CONTROL RECORD MISSING AT '
240813                 'FINALIZE - OFF-CYCLE RUN LEFT UNRESOLVED'
240814             GO TO 8610-EXIT
240815     END-READ.
240816     IF WS-RECORDS-READ =
240817             WS-RECORDS-WRITTEN + WS-RECORDS-REJECTED
240818         MOVE 'PAID'                TO PC-OFFCYCLE-STATUS
240819         MOVE WS-RUN-DATE           TO PC-OFFCYCLE-RUN-DATE
240820         MOVE WS-RECORDS-WRITTEN    TO PC-OFFCYCLE-RECORDS-PAID
240821         MOVE WS-TOTAL-GROSS        TO PC-OFFCYCLE-TOTAL-GROSS
240822         MOVE WS-TOTAL-NET          TO PC-OFFCYCLE-TOTAL-NET
240823         REWRITE PERIOD-CONTROL-RECORD
240824         DISPLAY 'PAYROLL: OFF-CYCLE RUN ' PRM-OFFCYCLE-SEQ
240825             ' OF PERIOD ' PRM-PERIOD-NUMBER ' MARKED PAID'
240826     ELSE
240827         DISPLAY 'PAYROLL: CONTROL TOTALS DO NOT BALANCE - '
240828             'OFF-CYCLE RUN ' PRM-OFFCYCLE-SEQ ' LEFT OPEN'
240829     END-IF.
240830 8610-EXIT.
240831     EXIT.
240900
241000*****************************************************************
241100*    8500-CLEAR-CHECKPOINT - JOB COMPLETED NORMALLY, NO RESTART
242100     MOVE ZERO TO CKPT-TOTAL-NET.
242200     MOVE ZERO TO CKPT-RECORDS-REJECTED.
242210     MOVE ZERO TO CKPT-PERIOD-NUMBER.
242220     MOVE PRM-RUN-TYPE TO CKPT-RUN-TYPE.
242230     MOVE ZERO TO CKPT-OFFCYCLE-SEQ.
242300     MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
242310     PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT.
243300 8500-EXIT.
243400     EXIT.
243500
243600*****************************************************************
243700*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
243800*****************************************************************
243900 9700-LOG-STEP-START.
244000     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
244100     SET RL-START-ENTRY TO TRUE.
244200     SET RL-STEP-STARTED TO TRUE.
244300     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
244400         RL-AMOUNT-1 RL-AMOUNT-2.
244500     MOVE SPACES TO RL-MESSAGE.
244600     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
244700 9700-EXIT.
244800     EXIT.
244900
245000*****************************************************************
245100*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
245200*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
245300*    RL-AMOUNT-1/2.
245400*****************************************************************
245500 9710-LOG-STEP-END.
245600     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
245700     SET RL-END-ENTRY TO TRUE.
245800     MOVE RETURN-CODE TO RL-RETURN-CODE.
245900     EVALUATE TRUE
246000         WHEN RETURN-CODE = ZERO
246100             SET RL-STEP-CLEAN TO TRUE
246200         WHEN RETURN-CODE < 16
246300             SET RL-STEP-EXCEPTIONS TO TRUE
246400         WHEN OTHER
246500             SET RL-STEP-FAILED TO TRUE
246600     END-EVALUATE.
246700     MOVE SPACES TO RL-MESSAGE.
246800     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
246900 9710-EXIT.
247000     EXIT.
247100
247200*****************************************************************
247300*    9720-LOG-STEP-REFUSED - END ENTRY FOR A STEP THAT WILL NOT
247400*    RUN; THE REASON IS IN WS-LOG-MESSAGE.  THE CALLER STOPS.
247500*****************************************************************
247600 9720-LOG-STEP-REFUSED.
247700     MOVE 16 TO RETURN-CODE.
247800     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
247900     SET RL-END-ENTRY TO TRUE.
248000     SET RL-STEP-REFUSED TO TRUE.
248100     MOVE 16 TO RL-RETURN-CODE.
248200     MOVE ZERO TO RL-COUNT-1 RL-COUNT-2 RL-AMOUNT-1 RL-AMOUNT-2.
248300     MOVE WS-LOG-MESSAGE TO RL-MESSAGE.
248400     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
248500 9720-EXIT.
248600     EXIT.
248700
248800*****************************************************************
248900*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
249000*****************************************************************
249100 9780-FILL-LOG-COMMON.
249200     MOVE 'PAYROLL' TO RL-PROGRAM.
249300     MOVE WS-RUN-DATE TO RL-RUN-DATE.
249400     ACCEPT WS-LOG-TIME FROM TIME.
249500     MOVE WS-LOG-TIME TO RL-RUN-TIME.
249600     MOVE PRM-RUN-MODE TO RL-RUN-MODE.
249700     MOVE PRM-RUN-TYPE TO RL-RUN-TYPE.
249800     MOVE PRM-OPERATOR-ID TO RL-OPERATOR-ID.
249900     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE.
250000     IF PRM-PERIOD-NUMBER NUMERIC
250100         MOVE PRM-PERIOD-NUMBER TO RL-PERIOD-NUMBER
250200     END-IF.
250300     IF PRM-PERIOD-END-DATE NUMERIC
250400         MOVE PRM-PERIOD-END-DATE TO RL-PERIOD-END-DATE
250500     END-IF.
250600     MOVE WS-FEED-DATE TO RL-FEED-DATE.
250700 9780-EXIT.
250800     EXIT.
250900
251000*****************************************************************
251100*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
251200*****************************************************************
251300 9790-WRITE-RUN-LOG.
251400     OPEN EXTEND RUN-LOG-FILE.
251500     IF WS-LOG-FILE-STATUS = '35'
251600         OPEN OUTPUT RUN-LOG-FILE
251700     END-IF.
251800     IF WS-LOG-FILE-STATUS NOT = '00'
251900         DISPLAY 'PAYROLL: UNABLE TO OPEN RUNLOG.DAT - STATUS '
252000             WS-LOG-FILE-STATUS
252100         MOVE 16 TO RETURN-CODE
252200         STOP RUN
252300     END-IF.
252400     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
252500     CLOSE RUN-LOG-FILE.
252600 9790-EXIT.
252700     EXIT.
