001400* DATE       INIT DESCRIPTION
001500* ---------- ---- -----------------------------------------
001600* 2026-09-02 MFM  ORIGINAL LAYOUT.
001610* 2026-10-15 MFM  ADDED REASON 07 - POSTING DATE IS NOT A
001620*                 SCHOOL DAY ON THE SCHCAL.DAT CALENDAR.
001700*****************************************************************
001800 01  ATT-SUSPENSE-RECORD.
001900     05  ASUSP-TRAN-DATA             PIC X(20).
002400         88  ASUSP-REASON-BAD-CODE    VALUE "04".
002500         88  ASUSP-REASON-BAD-DATE    VALUE "05".
002600         88  ASUSP-REASON-NOT-ACTIVE  VALUE "06".
002650         88  ASUSP-REASON-NOT-SCHOOL-DAY VALUE "07".
002700     05  ASUSP-REJECT-DATE           PIC 9(08).
