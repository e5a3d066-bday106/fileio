000100*****************************************************************
000200* SCALREC.CPY
000300*
000400* SCHOOL CALENDAR RECORD LAYOUT FOR SCHCAL.DAT, KEYED ON THE
000500* DATE WHEN THE FILE IS ORGANIZED AS AN INDEXED FILE.  ONE
000600* RECORD PER DATE THE DISTRICT CALENDAR SAYS ANYTHING ABOUT -
000700* AN INSTRUCTIONAL DAY, A HOLIDAY, A TEACHER WORK DAY OR AN
000800* EARLY-RELEASE DAY - MAINTAINED BY CALMAINT.  A DATE THAT
000900* ISN'T ON FILE (EVERY WEEKEND, FOR A START) IS NOT A SCHOOL
001000* DAY.  SCHOOL IS IN SESSION ON INSTRUCTIONAL AND EARLY-RELEASE
001100* DAYS ONLY: ATTPOST REFUSES POSTINGS ON ANY OTHER DATE,
001200* ATTMRPT COUNTS THEM TO MEASURE PERFECT ATTENDANCE, AND
001300* AUDRPT ONLY EXPECTS AN OVERNIGHT BATCH ON THEM.
001400*
001500* MODIFICATION HISTORY
001600* ------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------
001900* 2026-10-15 MFM  ORIGINAL LAYOUT.
002000*****************************************************************
002100 01  SCHOOL-CALENDAR-RECORD.
002200     05  SCAL-DATE                   PIC 9(08).
002300     05  SCAL-DAY-TYPE               PIC X(01).
002400         88  SCAL-INSTRUCTIONAL      VALUE "I".
002500         88  SCAL-HOLIDAY            VALUE "H".
002600         88  SCAL-TEACHER-WORK-DAY   VALUE "W".
002700         88  SCAL-EARLY-RELEASE      VALUE "E".
002800         88  SCAL-IN-SESSION         VALUE "I", "E".
002900         88  SCAL-VALID-TYPE         VALUE "I", "H", "W", "E".
003000     05  SCAL-DESCRIPTION            PIC X(20).
003100     05  FILLER                      PIC X(11).
