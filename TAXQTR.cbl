001800*    DATE       INIT DESCRIPTION
001900*    ---------- ---- ------------------------------------------
002000*    2026-09-02 RTM  ORIGINAL VERSION.
002010*    2026-10-15 RTM  EMPLOYEE OASDI AND MEDICARE WITHHELD ROWS
002020*                    (OASD/MEDI) NOW SUMMED ALONGSIDE THE
002030*                    EMPLOYER TYPES FOR THE 941 DEPOSIT.
002040*    2026-10-15 RTM  RUN PARAMETER RECORD NOW 49 BYTES (RUN TYPE
002050*                    AND OFF-CYCLE SEQUENCE).
002060*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
002070*                    STREAM LOG RUNLOG.DAT WITH ROW COUNTS AND THE
002080*                    QUARTER AND YEAR-TO-DATE LIABILITY TOTALS.
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TAXQTR.
004000     SELECT QTR-REPORT-FILE ASSIGN TO 'TAXQRPT.TXT'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RPT-FILE-STATUS.
004220
004240     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
004260         ORGANIZATION IS SEQUENTIAL
004280         FILE STATUS IS WS-LOG-FILE-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RUN-PARM-FILE.
004700 01  RUN-PARM-INPUT-RECORD         PIC X(49).
004800
004900 FD  TAX-ACCRUAL-FILE.
005000 COPY TAXACCR.
005100
005200 FD  QTR-REPORT-FILE.
005300 01  QTR-REPORT-LINE               PIC X(90).
005320
005340 FD  RUN-LOG-FILE.
005360 01  RUN-LOG-FILE-RECORD           PIC X(180).
005400
005500 WORKING-STORAGE SECTION.
005600*****************************************************************
005900 01  WS-PARM-FILE-STATUS           PIC X(02).
006000 01  WS-TAXA-FILE-STATUS           PIC X(02).
006100 01  WS-RPT-FILE-STATUS            PIC X(02).
006150 01  WS-LOG-FILE-STATUS            PIC X(02).
006200
006300*****************************************************************
006400*    SWITCHES
008800     05  WS-ROW-YEAR               PIC 9(04).
008900     05  WS-ROW-MONTH              PIC 9(02).
009000     05  FILLER                    PIC 9(02).
009010
009020*****************************************************************
009030*    JOB-STREAM RUN LOG
009040*****************************************************************
009050 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
009060 COPY RUNLOG.
009070 01  WS-QTR-LIABILITY-TOTAL        PIC 9(11)V99 VALUE ZERO.
009080 01  WS-YTD-LIABILITY-TOTAL        PIC 9(11)V99 VALUE ZERO.
009100
009200*****************************************************************
009300*    RUN PARAMETERS - MOVED HERE FROM THE PAYPARM INPUT RECORD
010400 01  WS-EDIT-COUNT                 PIC ZZZ,ZZ9.
010500
010600*****************************************************************
010700*    PER-TYPE SUMMARY TABLE - FICA/FUTA/SUTA/OASD/MEDI, QUARTER
010800*    AND YEAR-TO-DATE FIGURES SIDE BY SIDE.
010900*****************************************************************
011000 01  TYPE-TABLE.
011100     05  TYPE-ENTRY OCCURS 5 TIMES
011200                     INDEXED BY TYPE-IDX.
011300         10  TY-TAX-TYPE           PIC X(04).
011400         10  TY-QTR-ROWS           PIC 9(05).
013700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013800     DISPLAY 'TAXQTR - QUARTERLY EMPLOYER TAX LIABILITY'.
013900     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
013950     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
014000     MOVE 'FICA' TO TY-TAX-TYPE(1).
014100     MOVE 'FUTA' TO TY-TAX-TYPE(2).
014200     MOVE 'SUTA' TO TY-TAX-TYPE(3).
014210     MOVE 'OASD' TO TY-TAX-TYPE(4).
014220     MOVE 'MEDI' TO TY-TAX-TYPE(5).
014300     SET TYPE-IDX TO 1.
014400     PERFORM 1200-CLEAR-ONE-TYPE THRU 1200-EXIT
014500         UNTIL TYPE-IDX > 5.
014600     OPEN INPUT TAX-ACCRUAL-FILE.
014700     IF WS-TAXA-FILE-STATUS NOT = '00'
014800         DISPLAY 'TAXQTR: UNABLE TO OPEN TAXACCR.DAT - STATUS '
025600 8000-FINALIZE.
025700     SET TYPE-IDX TO 1.
025800     PERFORM 8100-WRITE-ONE-TYPE THRU 8100-EXIT
025900         UNTIL TYPE-IDX > 5.
026000     MOVE ALL '-' TO QTR-REPORT-LINE.
026100     WRITE QTR-REPORT-LINE.
026200     MOVE WS-ROWS-READ TO WS-EDIT-COUNT.
028600         DISPLAY '  UNKNOWN TYPE    : ' WS-ROWS-UNKNOWN-TYPE
028700         MOVE 8 TO RETURN-CODE
028800     END-IF.
028810     MOVE WS-ROWS-IN-QUARTER TO RL-COUNT-1.
028820     MOVE WS-ROWS-UNKNOWN-TYPE TO RL-COUNT-2.
028830     MOVE WS-QTR-LIABILITY-TOTAL TO RL-AMOUNT-1.
028840     MOVE WS-YTD-LIABILITY-TOTAL TO RL-AMOUNT-2.
028850     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
028900 8000-EXIT.
029000     EXIT.
029100
030800         '  LIABILITY ' WS-EDIT-AMOUNT2
030900         DELIMITED BY SIZE INTO QTR-REPORT-LINE.
031000     WRITE QTR-REPORT-LINE.
031020     ADD TY-QTR-AMOUNT(TYPE-IDX) TO WS-QTR-LIABILITY-TOTAL.
031040     ADD TY-YTD-AMOUNT(TYPE-IDX) TO WS-YTD-LIABILITY-TOTAL.
031100     SET TYPE-IDX UP BY 1.
031200 8100-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
031700*****************************************************************
031800 9700-LOG-STEP-START.
031900     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
032000     SET RL-START-ENTRY TO TRUE.
032100     SET RL-STEP-STARTED TO TRUE.
032200     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
032300         RL-AMOUNT-1 RL-AMOUNT-2.
032400     MOVE SPACES TO RL-MESSAGE.
032500     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
032600 9700-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
033100*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
033200*    RL-AMOUNT-1/2.
033300*****************************************************************
033400 9710-LOG-STEP-END.
033500     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
033600     SET RL-END-ENTRY TO TRUE.
033700     MOVE RETURN-CODE TO RL-RETURN-CODE.
033800     EVALUATE TRUE
033900         WHEN RETURN-CODE = ZERO
034000             SET RL-STEP-CLEAN TO TRUE
034100         WHEN RETURN-CODE < 16
034200             SET RL-STEP-EXCEPTIONS TO TRUE
034300         WHEN OTHER
034400             SET RL-STEP-FAILED TO TRUE
034500     END-EVALUATE.
034600     MOVE SPACES TO RL-MESSAGE.
034700     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
034800 9710-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
035300*****************************************************************
035400 9780-FILL-LOG-COMMON.
035500     MOVE 'TAXQTR' TO RL-PROGRAM.
035600     MOVE WS-RUN-DATE TO RL-RUN-DATE.
035700     ACCEPT WS-LOG-TIME FROM TIME.
035800     MOVE WS-LOG-TIME TO RL-RUN-TIME.
035900     MOVE PRM-RUN-MODE TO RL-RUN-MODE.
036000     MOVE PRM-RUN-TYPE TO RL-RUN-TYPE.
036100     MOVE PRM-OPERATOR-ID TO RL-OPERATOR-ID.
036200     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE
036300         RL-FEED-DATE.
036400     IF PRM-PERIOD-NUMBER NUMERIC
036500         MOVE PRM-PERIOD-NUMBER TO RL-PERIOD-NUMBER
036600     END-IF.
036700     IF PRM-PERIOD-END-DATE NUMERIC
036800         MOVE PRM-PERIOD-END-DATE TO RL-PERIOD-END-DATE
036900     END-IF.
037000 9780-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
037500*****************************************************************
037600 9790-WRITE-RUN-LOG.
037700     OPEN EXTEND RUN-LOG-FILE.
037800     IF WS-LOG-FILE-STATUS = '35'
037900         OPEN OUTPUT RUN-LOG-FILE
038000     END-IF.
038100     IF WS-LOG-FILE-STATUS NOT = '00'
038200         DISPLAY 'TAXQTR: UNABLE TO OPEN RUNLOG.DAT - STATUS '
038300             WS-LOG-FILE-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
038800     CLOSE RUN-LOG-FILE.
038900 9790-EXIT.
039000     EXIT.
