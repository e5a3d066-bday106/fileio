000100*****************************************************************
000200* MRGREC.CPY
000300*
000400* MERGE CONTROL CARD LAYOUT FOR THE STUMERGE DUPLICATE-STUDENT
000500* MERGE RUN.  ONE CARD PER DUPLICATE PAIR, TAKEN FROM THE
000600* STUDUPS SUSPECT-DUPLICATE REPORT ONCE THE OFFICE HAS DECIDED
000700* WHICH OF THE TWO IDS THE CHILD KEEPS:
000800*
000900*   M llllll ssssss      FOLD LOSING ID llllll INTO SURVIVING
001000*                        ID ssssss
001100*   * ANYTHING           COMMENT CARD, PASSED OVER
001200*
001300* BOTH IDS MUST BE ON STUDENTS.DAT.  THE LOSING ID'S
001400* ATTENDANCE AND CONTACTS MOVE TO THE SURVIVOR AND THE LOSING
001500* RECORD IS WITHDRAWN WITH REASON "MG" (MERGED).  A LOSING ID
001600* MAY NOT APPEAR ON ANY OTHER CARD IN THE DECK - MERGE THREE
001700* RECORDS OF ONE CHILD AS TWO CARDS NAMING THE SAME SURVIVOR,
001800* NEVER AS A CHAIN.
001900*
002000* MODIFICATION HISTORY
002100* ------------------------------------------------------------
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -----------------------------------------
002400* 2026-10-15 MFM  ORIGINAL LAYOUT.
002500*****************************************************************
002600 01  MERGE-CARD.
002700     05  MRG-CARD-TYPE               PIC X(01).
002800         88  MRG-TYPE-MERGE          VALUE "M".
002900         88  MRG-TYPE-COMMENT        VALUE "*".
003000     05  FILLER                      PIC X(01).
003100     05  MRG-LOSING-ID               PIC X(06).
003200     05  FILLER                      PIC X(01).
003300     05  MRG-SURVIVING-ID            PIC X(06).
003400     05  FILLER                      PIC X(65).
