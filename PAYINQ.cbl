002410*    2026-09-02 RTM  CONVERTED TO THE INDEXED PAY HISTORY - THE
002420*                    LISTING IS NOW A KEYED START PER EMPLOYEE
002430*                    INSTEAD OF A FULL-FILE SCAN PER REQUEST.
002440*    2026-10-15 RTM  YTD EMPLOYEE OASDI AND MEDICARE WITHHELD
002450*                    SHOWN WITH THE OTHER YTD FIGURES.
002460*    2026-10-15 RTM  RETRO EARNINGS ROWS ARE TAGGED RETRO ON THE
002470*                    HISTORY LISTING; THE LINE WIDENS TO 110.
002480*    2026-10-15 RTM  OFF-CYCLE SUPPLEMENTAL ROWS ARE TAGGED SUPP.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. PAYINQ.
008200 COPY DEDREC.
008300
008400 FD  INQ-STMT-FILE.
008500 01  INQ-STMT-LINE                 PIC X(110).
008600
008700 WORKING-STORAGE SECTION.
008800*****************************************************************
014000 01  WS-EDIT-AMOUNT2               PIC Z,ZZZ,ZZ9.99-.
014100 01  WS-EDIT-AMOUNT3               PIC Z,ZZZ,ZZ9.99-.
014200 01  WS-EDIT-COUNT                 PIC ZZZ,ZZ9.
014210 01  WS-ROW-TAG                    PIC X(05) VALUE SPACES.
014300
014400 PROCEDURE DIVISION.
014500*****************************************************************
030700         '   YTD NET ' WS-EDIT-AMOUNT2
030800         DELIMITED BY SIZE INTO INQ-STMT-LINE.
030900     WRITE INQ-STMT-LINE.
030910     MOVE YTD-EE-OASDI    TO WS-EDIT-AMOUNT.
030920     MOVE YTD-EE-MEDICARE TO WS-EDIT-AMOUNT2.
030930     MOVE SPACES TO INQ-STMT-LINE.
030940     STRING 'YTD OASDI ' WS-EDIT-AMOUNT
030950         '   YTD MED ' WS-EDIT-AMOUNT2
030960         DELIMITED BY SIZE INTO INQ-STMT-LINE.
030970     WRITE INQ-STMT-LINE.
031000     MOVE YTD-PERIODS-PAID TO WS-EDIT-COUNT.
031100     MOVE SPACES TO INQ-STMT-LINE.
031200     STRING 'PERIODS PAID ' WS-EDIT-COUNT
033000     MOVE SPACES TO INQ-STMT-LINE.
033100     STRING 'PERIOD  END DATE      GROSS          TAX'
033200         '       BENEFITS      OTHER-DED          NET    TRACE'
033210         ' TYPE'
033300         DELIMITED BY SIZE INTO INQ-STMT-LINE.
033400     WRITE INQ-STMT-LINE.
033500     IF NOT WS-HIST-FILE-AVAILABLE
037800         DELIMITED BY SIZE INTO INQ-STMT-LINE.
037900     MOVE PH-OTHER-DEDUCTIONS TO WS-EDIT-AMOUNT.
038000     MOVE PH-NET TO WS-EDIT-AMOUNT2.
038010     IF PH-RETRO-ROW
038020         MOVE 'RETRO' TO WS-ROW-TAG
038030     ELSE
038031         IF PH-SUPP-ROW
038032             MOVE 'SUPP'  TO WS-ROW-TAG
038033         ELSE
038040             MOVE SPACES  TO WS-ROW-TAG
038041         END-IF
038050     END-IF.
038100     STRING ' ' WS-EDIT-AMOUNT ' ' WS-EDIT-AMOUNT2
038200         '  ' PH-ACH-TRACE ' ' WS-ROW-TAG
038300         DELIMITED BY SIZE INTO INQ-STMT-LINE(64:).
038400     WRITE INQ-STMT-LINE.
038500 3110-EXIT.
