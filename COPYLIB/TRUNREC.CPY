000100*****************************************************************
000200* TRUNREC.CPY
000300*
000400* TRUANCY NOTICE HISTORY RECORD LAYOUT FOR TRUNOTE.DAT.  THE
000500* TRUANCY RUN APPENDS ONE RECORD FOR EVERY NOTICE LETTER IT
000600* PRINTS - WHICH STUDENT, WHICH LEVEL (FIRST NOTICE, SECOND
000700* NOTICE, REFERRAL TO THE ATTENDANCE OFFICER), THE DATE IT WENT
000800* OUT, THE UNEXCUSED ABSENCE COUNT THAT TRIGGERED IT AND WHO IT
000900* WAS ADDRESSED TO.  TRUANCY READS THE FILE BACK AT STARTUP SO
001000* A STUDENT IS SENT EACH LEVEL ONCE PER SCHOOL YEAR AND NEVER A
001100* SECOND COPY, AND THE OFFICE HAS PROOF OF WHEN EACH NOTICE
001200* WAS MAILED IF A FAMILY CONTESTS A COURT REFERRAL.
001300* TRUN-YEAR-START TIES THE ROW TO THE SCHOOL YEAR WHOSE
001400* ABSENCES IT COUNTED; LAST YEAR'S ROWS DON'T HOLD THIS YEAR'S
001500* LETTERS BACK.
001600*
001700* MODIFICATION HISTORY
001800* ------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -----------------------------------------
002100* 2026-10-15 MFM  ORIGINAL LAYOUT.
002200*****************************************************************
002300 01  TRUANCY-NOTICE-RECORD.
002400     05  TRUN-STUDENT-ID             PIC X(06).
002500     05  TRUN-NOTICE-LEVEL           PIC 9(01).
002600         88  TRUN-LEVEL-FIRST        VALUE 1.
002700         88  TRUN-LEVEL-SECOND       VALUE 2.
002800         88  TRUN-LEVEL-REFERRAL     VALUE 3.
002900     05  TRUN-NOTICE-DATE            PIC 9(08).
003000     05  TRUN-YEAR-START             PIC 9(08).
003100     05  TRUN-ABSENCE-COUNT          PIC 9(03).
003200     05  TRUN-ADDRESSEE              PIC X(20).
003300     05  TRUN-ADDRESSEE-SOURCE       PIC X(01).
003400         88  TRUN-SENT-TO-CONTACT    VALUE "C".
003500         88  TRUN-SENT-TO-GUARDIAN   VALUE "G".
003600     05  FILLER                      PIC X(13).
