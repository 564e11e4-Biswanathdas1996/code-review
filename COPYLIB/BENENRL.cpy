001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- ------------------------------------------
001500*    2026-09-02 RTM  ORIGINAL LAYOUT.
001510*    2026-10-15 RTM  ADDED THE DROP DATE - THE LAST DAY OF
001520*                    COVERAGE ON A DROPPED ENROLLMENT, ZERO
001530*                    WHILE ENROLLED - FOR THE BENCARR CARRIER
001540*                    FEED AND INVOICE RECONCILIATION.
001600*****************************************************************
001700 01  BENEFIT-ENROLL-RECORD.
001800     05  BE-KEY.
002200         88  BE-ENROLLED               VALUE 'E' SPACE.
002300         88  BE-DROPPED                VALUE 'D'.
002400     05  BE-START-DATE             PIC 9(08).
002500     05  BE-DROP-DATE              PIC 9(08).
