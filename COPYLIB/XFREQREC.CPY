000100*****************************************************************
000200* XFREQREC.CPY
000300*
000400* TRANSFER PACKET REQUEST CARD LAYOUT FOR THE STUXFER RUN.
000500* STUXFER PRODUCES EACH TRANSFER-OUT PACKET ONCE ON ITS OWN;
000600* A CARD HERE HAS IT PRODUCE ONE AGAIN - THE RECEIVING SCHOOL
000700* LOST IT, OR THE STUDENT LEFT BEFORE THIS SCHOOL YEAR AND WAS
000800* NEVER PICKED UP:
000900*
001000*   R ssssss             RE-PRODUCE THE PACKET FOR STUDENT
001100*                        ssssss
001200*   * ANYTHING           COMMENT CARD, PASSED OVER
001300*
001400* THE STUDENT MUST BE ON STUDENTS.DAT WITH STATUS T.
001500*
001600* MODIFICATION HISTORY
001700* ------------------------------------------------------------
001800* DATE       INIT DESCRIPTION
001900* ---------- ---- -----------------------------------------
002000* 2026-10-15 MFM  ORIGINAL LAYOUT.
002100*****************************************************************
002200 01  TRANSFER-REQUEST-CARD.
002300     05  XFRQ-CARD-TYPE              PIC X(01).
002400         88  XFRQ-TYPE-REPRODUCE     VALUE "R".
002500         88  XFRQ-TYPE-COMMENT       VALUE "*".
002600     05  FILLER                      PIC X(01).
002700     05  XFRQ-STUDENT-ID             PIC X(06).
002800     05  FILLER                      PIC X(72).
