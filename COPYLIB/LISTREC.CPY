000100*****************************************************************
000200* LISTREC.CPY
000300*
000400* SELECTION CARD LAYOUT FOR THE STULIST AD HOC STUDENT LIST.
000500* A CARD IS A KEYWORD STARTING IN COLUMN 1 FOLLOWED BY ITS
000600* OPERANDS, EACH SEPARATED BY ONE OR MORE SPACES:
000700*
000800*   GRADE    nn nn-nn ...     GRADES OR GRADE RANGES (2 DIGITS)
000900*   SECTION  s s ...          SECTIONS (1 CHARACTER)
001000*   HOMEROOM rrrrrr ...       HOMEROOMS
001100*   STATUS   A W T            ENROLLMENT STATUS - A ACTIVE,
001200*                             W WITHDRAWN, T TRANSFERRED OUT
001300*   REASON   rr rr ...        STATUS REASON CODES
001400*   ENROLLED ccyymmdd ccyymmdd  ENROLLMENT DATE FROM / TO
001500*   STATDATE ccyymmdd ccyymmdd  STATUS DATE FROM / TO
001600*   AGE      nn-nn [ccyymmdd] AGE IN YEARS, OR A RANGE, AS OF
001700*                             THE DATE GIVEN (DEFAULT THE RUN
001800*                             DATE)
001900*   SORT     fld fld fld      UP TO THREE SORT FIELDS
002000*   COLUMNS  fld fld ...      COLUMNS TO LIST, IN ORDER
002100*   OUTPUT   PRINT | CSV      PRINTED LISTING (DEFAULT) OR A
002200*                             COMMA-DELIMITED FILE
002300*   TITLE    text             HEADING FOR THE LISTING
002400*   * ANYTHING                COMMENT CARD, PASSED OVER
002500*
002600* CARDS OF ONE KIND ARE ALTERNATIVES - "GRADE 09 10" IS GRADE 9
002700* OR 10, AND TWO HOMEROOM CARDS ADD UP.  CARDS OF DIFFERENT
002800* KINDS MUST ALL BE MET.  WITH NO STATUS CARD ONLY ACTIVE
002900* STUDENTS ARE LISTED.  ENROLLED, STATDATE, AGE, OUTPUT AND
003000* TITLE MAY EACH BE GIVEN ONCE.  FIELD NAMES FOR SORT AND
003100* COLUMNS ARE ID NAME LAST FIRST DOB AGE GRADE SECTION
003200* HOMEROOM GUARDIAN PHONE ENROLLED STATUS STATDATE REASON (NO
003300* SORT ON AGE - SORT ON DOB).  THE DEFAULT SORT IS NAME AND THE
003400* DEFAULT COLUMNS ARE ID NAME GRADE SECTION HOMEROOM STATUS.
003500*
003600* MODIFICATION HISTORY
003700* ------------------------------------------------------------
003800* DATE       INIT DESCRIPTION
003900* ---------- ---- -----------------------------------------
004000* 2026-10-15 MFM  ORIGINAL LAYOUT.
004100*****************************************************************
004200 01  LIST-CARD.
004300     05  LSTC-TEXT                   PIC X(80).
004400     05  LSTC-FIRST-VIEW REDEFINES LSTC-TEXT.
004500         10  LSTC-FIRST-CHAR         PIC X(01).
004600             88  LSTC-COMMENT        VALUE "*".
004700         10  FILLER                  PIC X(79).
