000100*****************************************************************
000200*    COPYBOOK.....: HOLIDAY
000300*    DESCRIPTION..: BANK-HOLIDAY TABLE RECORD, ONE PER DATE THE
000400*                   ACH NETWORK DOES NOT SETTLE.  MAINTAINED BY
000500*                   CALMAINT; NO CHECK OR ACH EFFECTIVE DATE ON
000600*                   THE PAY CALENDAR MAY FALL ON ONE.
000700*    MODIFICATION HISTORY
000800*    DATE       INIT DESCRIPTION
000900*    ---------- ---- ------------------------------------------
001000*    2026-10-15 RTM  ORIGINAL LAYOUT.
001100*****************************************************************
001200 01  BANK-HOLIDAY-RECORD.
001300     05  HOL-DATE                  PIC 9(08).
001400     05  HOL-DESCRIPTION           PIC X(30).
001500     05  HOL-ADDED-DATE            PIC 9(08).
001600     05  HOL-ADDED-BY              PIC X(10).
