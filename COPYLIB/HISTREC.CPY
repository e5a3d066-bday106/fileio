001600* DATE       INIT DESCRIPTION
001700* ---------- ---- -----------------------------------------
001800* 2026-09-02 MFM  ORIGINAL LAYOUT.
001810* 2026-10-15 MFM  ADDED ACTION E - A STUDENT'S EMERGENCY
001820*                 CONTACTS RE-KEYED OR COPIED FROM A SIBLING
001830*                 BY WRITEDEM MAINT 'H'.  THE MASTER IS NOT
001840*                 CHANGED, SO BOTH IMAGES ARE THE SAME.
001900*****************************************************************
002000 01  HISTORY-RECORD.
002100     05  HIST-STUDENT-ID             PIC X(06).
002400         88  HIST-ACTION-CHANGE      VALUE "C".
002500         88  HIST-ACTION-WITHDRAW    VALUE "D".
002600         88  HIST-ACTION-REACTIVATE  VALUE "R".
002650         88  HIST-ACTION-CONTACTS    VALUE "E".
002700     05  HIST-OPERATOR-ID            PIC X(08).
002800     05  HIST-RUN-MODE               PIC X(08).
002900     05  HIST-DATE                   PIC 9(08).
