000700*                   RUN AGAINST THE SAME PERIOD IS REFUSED
000800*                   UNLESS AN EXPLICIT RERUN OVERRIDE IS SET IN
000900*                   THE RUN PARAMETERS.
000910*                   OFF-CYCLE SUPPLEMENTAL RUNS WITHIN THE
000920*                   PERIOD ARE NUMBERED SEPARATELY IN THE
000930*                   OFF-CYCLE FIELDS AND GUARDED THE SAME WAY,
000940*                   WITHOUT TOUCHING THE REGULAR STATUS - A
000950*                   RECORD FIRST WRITTEN BY AN OFF-CYCLE RUN
000960*                   CARRIES SPACES THERE UNTIL THE PERIOD RUNS.
001000*    MODIFICATION HISTORY
001100*    DATE       INIT DESCRIPTION
001200*    ---------- ---- ------------------------------------------
001300*    2026-08-23 RTM  ORIGINAL LAYOUT.
001310*    2026-10-15 RTM  ADDED THE OFF-CYCLE SUPPLEMENTAL RUN
001320*                    SEQUENCE, STATUS AND TOTALS.
001400*****************************************************************
001500 01  PERIOD-CONTROL-RECORD.
001600     05  PC-PERIOD-NUMBER          PIC 9(06).
001700     05  PC-STATUS                 PIC X(04).
001800         88  PC-PERIOD-OPEN            VALUE 'OPEN'.
001900         88  PC-PERIOD-PAID            VALUE 'PAID'.
001910         88  PC-PERIOD-NOT-RUN         VALUE SPACES.
002000     05  PC-RUN-DATE               PIC 9(08).
002100     05  PC-PERIOD-END-DATE        PIC 9(08).
002200     05  PC-RECORDS-PAID           PIC 9(07).
002400     05  PC-TOTAL-TAX              PIC 9(11)V99.
002500     05  PC-TOTAL-BENEFITS         PIC 9(11)V99.
002600     05  PC-TOTAL-NET              PIC 9(11)V99.
002610     05  PC-OFFCYCLE-SEQ           PIC 9(02).
002620     05  PC-OFFCYCLE-STATUS        PIC X(04).
002630         88  PC-OFFCYCLE-OPEN          VALUE 'OPEN'.
002640         88  PC-OFFCYCLE-PAID          VALUE 'PAID'.
002650     05  PC-OFFCYCLE-RUN-DATE      PIC 9(08).
002660     05  PC-OFFCYCLE-RECORDS-PAID  PIC 9(07).
002670     05  PC-OFFCYCLE-TOTAL-GROSS   PIC 9(11)V99.
002680     05  PC-OFFCYCLE-TOTAL-NET     PIC 9(11)V99.
