001200*    2026-08-23 RTM  ORIGINAL LAYOUT.
001210*    2026-08-23 RTM  ADDED PAY-PERIOD NUMBER AND RERUN OVERRIDE
001220*                    FOR THE PERIOD-CONTROL DOUBLE-RUN GUARD.
001230*    2026-10-15 RTM  ADDED RUN TYPE AND OFF-CYCLE SEQUENCE FOR
001240*                    THE SUPPLEMENTAL PAY RUN.  A SUPPLEMENTAL
001250*                    RUN NAMES THE REGULAR PERIOD IT FALLS IN
001260*                    AND ITS OWN OFF-CYCLE NUMBER WITHIN IT.
001270*    2026-10-15 RTM  REGULAR-RUN RECORDS ARE NOW WRITTEN BY
001280*                    CALMAINT FROM THE PAY CALENDAR (PAYCAL);
001290*                    OFF-CYCLE AND RERUN RECORDS ARE STILL
001295*                    PREPARED BY HAND.
001300*****************************************************************
001400 01  RUN-PARM-RECORD.
001410     05  PRM-PERIOD-NUMBER         PIC 9(06).
002100     05  PRM-OPERATOR-ID           PIC X(10).
002200     05  PRM-RERUN-OVERRIDE        PIC X(01).
002300         88  PRM-RERUN-AUTHORIZED      VALUE 'Y'.
002310     05  PRM-RUN-TYPE              PIC X(01).
002320         88  PRM-REGULAR-RUN           VALUE SPACE 'R'.
002330         88  PRM-SUPPLEMENTAL-RUN      VALUE 'S'.
002340     05  PRM-OFFCYCLE-SEQ          PIC 9(02).
