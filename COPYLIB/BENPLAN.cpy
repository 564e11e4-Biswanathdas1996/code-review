001400*    DATE       INIT DESCRIPTION
001500*    ---------- ---- ------------------------------------------
001600*    2026-09-02 RTM  ORIGINAL LAYOUT.
001610*    2026-10-15 RTM  ADDED THE CARRIER NUMBER, THE GROUP NUMBER
001620*                    THE CARRIER KNOWS THE PLAN BY, AND THE
001630*                    CARRIER'S MONTHLY PREMIUM PER MEMBER, FOR
001640*                    THE BENCARR ENROLLMENT FEED AND INVOICE
001650*                    RECONCILIATION.  PAYROLL DOES NOT USE THEM.
001700*****************************************************************
001800 01  BENEFIT-PLAN-RECORD.
001900     05  BP-PLAN-CODE              PIC X(04).
002300     05  BP-TAX-FLAG               PIC X(01).
002400         88  BP-PRE-TAX                VALUE 'P'.
002500         88  BP-POST-TAX               VALUE 'A' SPACE.
002600     05  BP-CARRIER-NUMBER         PIC X(10).
002700     05  BP-GROUP-NUMBER           PIC X(15).
002800     05  BP-MONTHLY-PREMIUM        PIC 9(5)V99.
