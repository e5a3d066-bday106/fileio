000100*****************************************************************
000200* SECVREC.CPY
000300*
000400* SECURITY VIOLATION RECORD LAYOUT FOR SECVIOL.DAT.  ONE RECORD
000500* IS APPENDED EACH TIME A PROGRAM REFUSES TO RUN FOR AN
000600* OPERATOR THE AUTHORIZATION FILE (OPERREC.CPY) DOES NOT
000700* ALLOW - WHO, WHEN, WHICH PROGRAM AND RUN MODE, AND WHY.
000800* SECVRPT LISTS THE FILE FOR THE AUDITORS.
000900*
001000* MODIFICATION HISTORY
001100* ------------------------------------------------------------
001200* DATE       INIT DESCRIPTION
001300* ---------- ---- -----------------------------------------
001400* 2026-10-15 MFM  ORIGINAL LAYOUT.
001500*****************************************************************
001600 01  SECURITY-VIOLATION-RECORD.
001700     05  SECV-DATE                   PIC 9(08).
001800     05  SECV-TIME                   PIC 9(08).
001900     05  SECV-OPERATOR-ID            PIC X(08).
002000     05  SECV-PROGRAM                PIC X(08).
002100     05  SECV-RUN-MODE               PIC X(08).
002200     05  SECV-REASON                 PIC X(02).
002300         88  SECV-NOT-ON-FILE        VALUE "01".
002400         88  SECV-NOT-AUTHORIZED     VALUE "02".
002500         88  SECV-FILE-UNAVAILABLE   VALUE "03".
002600         88  SECV-NO-OPERATOR-ID     VALUE "04".
002700     05  FILLER                      PIC X(08).
