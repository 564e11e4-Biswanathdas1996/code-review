002270*                    PAYHARCH ARCHIVE, SO THE RE-ADD COVERS ONLY
002280*                    THE OPEN YEAR INSTEAD OF EVERY YEAR SINCE
002290*                    THE FILE STARTED.
002291*    2026-10-15 RTM  EMPLOYEE OASDI AND MEDICARE WITHHELD NOW
002292*                    PROVED AGAINST THE MASTER ALONGSIDE THE
002293*                    OTHER FIGURES.
002294*    2026-10-15 RTM  RUN PARAMETER RECORD NOW 49 BYTES (RUN TYPE
002295*                    AND OFF-CYCLE SEQUENCE).
002296*    2026-10-15 RTM  START AND END ENTRIES ON THE SHARED JOB-
002297*                    STREAM LOG RUNLOG.DAT WITH THE IN-BALANCE
002298*                    AND OUT-OF-BALANCE COUNTS.  YEAREND WILL NOT
002299*                    CLOSE A YEAR WITHOUT A CLEAN END ENTRY HERE.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PAYRECON.
004800     SELECT RECON-REPORT-FILE ASSIGN TO 'RECONRPT.TXT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RPT-FILE-STATUS.
005020
005040     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
005060         ORGANIZATION IS SEQUENTIAL
005080         FILE STATUS IS WS-LOG-FILE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RUN-PARM-FILE.
005500 01  RUN-PARM-INPUT-RECORD         PIC X(49).
005600
005700 FD  PAY-HISTORY-FILE.
005800 COPY PAYHIST.
006200
006300 FD  RECON-REPORT-FILE.
006400 01  RECON-REPORT-LINE             PIC X(90).
006420
006440 FD  RUN-LOG-FILE.
006460 01  RUN-LOG-FILE-RECORD           PIC X(180).
006500
006600 WORKING-STORAGE SECTION.
006700*****************************************************************
007100 01  WS-HIST-FILE-STATUS           PIC X(02).
007200 01  WS-YTD-FILE-STATUS            PIC X(02).
007300 01  WS-RPT-FILE-STATUS            PIC X(02).
007350 01  WS-LOG-FILE-STATUS            PIC X(02).
007400
007500*****************************************************************
007600*    SWITCHES
010600 01  WS-HIST-DATE-PARTS.
010700     05  WS-HIST-YEAR              PIC 9(04).
010800     05  FILLER                    PIC 9(04).
010810
010820*****************************************************************
010830*    JOB-STREAM RUN LOG
010840*****************************************************************
010850 01  WS-LOG-TIME                   PIC 9(08) VALUE ZERO.
010860 COPY RUNLOG.
010900
011000*****************************************************************
011100*    RUN PARAMETERS - MOVED HERE FROM THE PAYPARM INPUT RECORD
013600         10  ST-TAX                PIC S9(11)V99.
013700         10  ST-BENEFITS           PIC S9(11)V99.
013800         10  ST-NET                PIC S9(11)V99.
013810         10  ST-OASDI              PIC S9(11)V99.
013820         10  ST-MEDICARE           PIC S9(11)V99.
013900         10  ST-MATCHED-FLAG       PIC X(01).
014000
014100 PROCEDURE DIVISION.
016000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016100     DISPLAY 'PAYRECON - YTD MASTER RECONCILIATION'.
016200     PERFORM 1100-READ-RUN-PARMS THRU 1100-EXIT.
016250     PERFORM 9700-LOG-STEP-START THRU 9700-EXIT.
016300     OPEN INPUT PAY-HISTORY-FILE.
016400     IF WS-HIST-FILE-STATUS NOT = '00'
016500         DISPLAY 'PAYRECON: UNABLE TO OPEN PAYHIST.DAT - STATUS '
024900     ADD PH-TAX      TO ST-TAX(SUM-IDX).
025000     ADD PH-BENEFITS TO ST-BENEFITS(SUM-IDX).
025100     ADD PH-NET      TO ST-NET(SUM-IDX).
025110     ADD PH-OASDI    TO ST-OASDI(SUM-IDX).
025120     ADD PH-MEDICARE TO ST-MEDICARE(SUM-IDX).
025200 2000-EXIT.
025300     EXIT.
025400
027900     MOVE ZERO      TO ST-TAX(SUM-IDX).
028000     MOVE ZERO      TO ST-BENEFITS(SUM-IDX).
028100     MOVE ZERO      TO ST-NET(SUM-IDX).
028110     MOVE ZERO      TO ST-OASDI(SUM-IDX).
028120     MOVE ZERO      TO ST-MEDICARE(SUM-IDX).
028200     MOVE 'N'       TO ST-MATCHED-FLAG(SUM-IDX).
028300 2200-EXIT.
028400     EXIT.
031600             AND YTD-TAX      = ST-TAX(SUM-IDX)
031700             AND YTD-BENEFITS = ST-BENEFITS(SUM-IDX)
031800             AND YTD-NET      = ST-NET(SUM-IDX)
031810             AND YTD-EE-OASDI    = ST-OASDI(SUM-IDX)
031820             AND YTD-EE-MEDICARE = ST-MEDICARE(SUM-IDX)
031900         ADD 1 TO WS-MATCHED-COUNT
032000     ELSE
032100         ADD 1 TO WS-MISMATCH-COUNT
036100         '  HISTORY ' WS-EDIT-AMOUNT2
036200         DELIMITED BY SIZE INTO RECON-REPORT-LINE.
036300     WRITE RECON-REPORT-LINE.
036301     MOVE YTD-EE-OASDI TO WS-EDIT-AMOUNT.
036302     MOVE ST-OASDI(SUM-IDX) TO WS-EDIT-AMOUNT2.
036303     MOVE SPACES TO RECON-REPORT-LINE.
036304     STRING '    OASDI     MASTER ' WS-EDIT-AMOUNT
036305         '  HISTORY ' WS-EDIT-AMOUNT2
036306         DELIMITED BY SIZE INTO RECON-REPORT-LINE.
036307     WRITE RECON-REPORT-LINE.
036308     MOVE YTD-EE-MEDICARE TO WS-EDIT-AMOUNT.
036309     MOVE ST-MEDICARE(SUM-IDX) TO WS-EDIT-AMOUNT2.
036310     MOVE SPACES TO RECON-REPORT-LINE.
036311     STRING '    MEDICARE  MASTER ' WS-EDIT-AMOUNT
036312         '  HISTORY ' WS-EDIT-AMOUNT2
036313         DELIMITED BY SIZE INTO RECON-REPORT-LINE.
036314     WRITE RECON-REPORT-LINE.
036400 3100-EXIT.
036500     EXIT.
036600
041600             OR WS-NO-YTD-COUNT > ZERO
041700         MOVE 8 TO RETURN-CODE
041800     END-IF.
041810     MOVE WS-MATCHED-COUNT TO RL-COUNT-1.
041820     COMPUTE RL-COUNT-2 = WS-MISMATCH-COUNT + WS-NO-HISTORY-COUNT
041830         + WS-NO-YTD-COUNT.
041840     MOVE ZERO TO RL-AMOUNT-1 RL-AMOUNT-2.
041850     PERFORM 9710-LOG-STEP-END THRU 9710-EXIT.
041900 8000-EXIT.
042000     EXIT.
042100
043010     SET SUM-IDX UP BY 1.
043100 8100-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*    9700-LOG-STEP-START - START ENTRY ON THE JOB-STREAM RUN LOG
043600*****************************************************************
043700 9700-LOG-STEP-START.
043800     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
043900     SET RL-START-ENTRY TO TRUE.
044000     SET RL-STEP-STARTED TO TRUE.
044100     MOVE ZERO TO RL-RETURN-CODE RL-COUNT-1 RL-COUNT-2
044200         RL-AMOUNT-1 RL-AMOUNT-2.
044300     MOVE SPACES TO RL-MESSAGE.
044400     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
044500 9700-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    9710-LOG-STEP-END - END ENTRY CARRYING THE RETURN STATUS.
045000*    THE CONTROL TOTALS ARE ALREADY IN RL-COUNT-1/2 AND
045100*    RL-AMOUNT-1/2.
045200*****************************************************************
045300 9710-LOG-STEP-END.
045400     PERFORM 9780-FILL-LOG-COMMON THRU 9780-EXIT.
045500     SET RL-END-ENTRY TO TRUE.
045600     MOVE RETURN-CODE TO RL-RETURN-CODE.
045700     EVALUATE TRUE
045800         WHEN RETURN-CODE = ZERO
045900             SET RL-STEP-CLEAN TO TRUE
046000         WHEN RETURN-CODE < 16
046100             SET RL-STEP-EXCEPTIONS TO TRUE
046200         WHEN OTHER
046300             SET RL-STEP-FAILED TO TRUE
046400     END-EVALUATE.
046500     MOVE SPACES TO RL-MESSAGE.
046600     PERFORM 9790-WRITE-RUN-LOG THRU 9790-EXIT.
046700 9710-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100*    9780-FILL-LOG-COMMON - STEP IDENTITY FOR EITHER ENTRY
047200*****************************************************************
047300 9780-FILL-LOG-COMMON.
047400     MOVE 'PAYRECON' TO RL-PROGRAM.
047500     MOVE WS-RUN-DATE TO RL-RUN-DATE.
047600     ACCEPT WS-LOG-TIME FROM TIME.
047700     MOVE WS-LOG-TIME TO RL-RUN-TIME.
047800     MOVE PRM-RUN-MODE TO RL-RUN-MODE.
047900     MOVE PRM-RUN-TYPE TO RL-RUN-TYPE.
048000     MOVE PRM-OPERATOR-ID TO RL-OPERATOR-ID.
048100     MOVE ZERO TO RL-PERIOD-NUMBER RL-PERIOD-END-DATE
048200         RL-FEED-DATE.
048300     IF PRM-PERIOD-NUMBER NUMERIC
048400         MOVE PRM-PERIOD-NUMBER TO RL-PERIOD-NUMBER
048500     END-IF.
048600     IF PRM-PERIOD-END-DATE NUMERIC
048700         MOVE PRM-PERIOD-END-DATE TO RL-PERIOD-END-DATE
048800     END-IF.
048900 9780-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*    9790-WRITE-RUN-LOG - APPEND ONE ENTRY TO RUNLOG.DAT
049400*****************************************************************
049500 9790-WRITE-RUN-LOG.
049600     OPEN EXTEND RUN-LOG-FILE.
049700     IF WS-LOG-FILE-STATUS = '35'
049800         OPEN OUTPUT RUN-LOG-FILE
049900     END-IF.
050000     IF WS-LOG-FILE-STATUS NOT = '00'
050100         DISPLAY 'PAYRECON: UNABLE TO OPEN RUNLOG.DAT - STATUS '
050200             WS-LOG-FILE-STATUS
050300         MOVE 16 TO RETURN-CODE
050400         STOP RUN
050500     END-IF.
050600     WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.
050700     CLOSE RUN-LOG-FILE.
050800 9790-EXIT.
050900     EXIT.
