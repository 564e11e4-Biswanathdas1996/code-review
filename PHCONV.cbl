002610*    2026-09-02 RTM  SETS THE NEW PAY-METHOD BYTE FROM THE
002620*                    TRACE - ZERO CONVERTS AS CHECK, NONZERO
002630*                    AS DEPOSIT.
002640*    2026-10-15 RTM  ZEROES THE NEW EMPLOYEE OASDI AND
002650*                    MEDICARE AMOUNTS - THE OLD LAYOUT CARRIED
002660*                    NO SUCH WITHHOLDING.
002661*    2026-10-15 RTM  ZEROES THE NEW HOURS AND BASE-SALARY FIELDS
002662*                    AND CONVERTS EVERY ROW AS A PAY ROW - THE
002663*                    OLD LAYOUT CARRIED NEITHER.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PHCONV.
014800     MOVE O-OTHER-DEDUCTIONS TO PH-OTHER-DEDUCTIONS.
014900     MOVE O-NET              TO PH-NET.
015000     MOVE O-ACH-TRACE        TO PH-ACH-TRACE.
015001     MOVE ZERO               TO PH-OASDI.
015002     MOVE ZERO               TO PH-MEDICARE.
015003     MOVE ZERO               TO PH-REG-HOURS.
015004     MOVE ZERO               TO PH-OT-HOURS.
015005     MOVE ZERO               TO PH-BASE-SALARY.
015006     MOVE SPACE              TO PH-ROW-TYPE.
015010*    THE OLD LAYOUT HAD NO PAY-METHOD BYTE - A NONZERO TRACE
015020*    IS READ AS A DEPOSIT.  PRE-CONVERSION PRENOTE-PERIOD
015030*    CHECK ROWS CANNOT BE TOLD APART HERE; PAYADJ STILL TAKES
