000100*****************************************************************
000200* HHLDREC.CPY
000300*
000400* HOUSEHOLD RECORD LAYOUT FOR HOUSEHLD.DAT, AN INDEXED FILE
000500* KEYED ON HOUSEHOLD NUMBER PLUS STUDENT ID - ONE RECORD PER
000600* STUDENT IN A HOUSEHOLD, SO A SEQUENTIAL READ BRINGS EACH
000700* FAMILY'S SIBLINGS UP TOGETHER.  A STUDENT BELONGS TO ONE
000800* HOUSEHOLD AT MOST.  HHMATCH SEEDS THE FILE BY MATCHING
000900* GUARDIAN AND CONTACT PHONES; THE OFFICE KEEPS IT WITH
001000* HHMAINT.  HOUSEHOLD NUMBER ZERO IS THE OFFICE'S "NOT A
001100* SIBLING OF ANYONE" MARK - A STUDENT FILED UNDER IT IS LEFT
001200* ALONE BY LATER MATCHING RUNS AND GETS A LABEL TO ITSELF.
001300* HHLABEL PRINTS ONE MAILING LABEL PER HOUSEHOLD, HHCHECK
001400* LISTS SIBLINGS WHOSE PHONES OR CONTACTS HAVE DRIFTED APART,
001500* AND WRITEDEM'S MAINT 'H' ACTION CARRIES ONE CHANGE TO EVERY
001600* SIBLING AT ONCE.
001700*
001800* MODIFICATION HISTORY
001900* ------------------------------------------------------------
002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -----------------------------------------
002200* 2026-10-15 MFM  ORIGINAL LAYOUT.
002300*****************************************************************
002400 01  HOUSEHOLD-RECORD.
002500     05  HHLD-KEY.
002600         10  HHLD-NUMBER             PIC 9(06).
002700             88  HHLD-KEPT-OUT       VALUE ZERO.
002800         10  HHLD-STUDENT-ID         PIC X(06).
002900     05  HHLD-SOURCE                 PIC X(01).
003000         88  HHLD-SOURCE-MATCHED     VALUE "M".
003100         88  HHLD-SOURCE-OFFICE      VALUE "O".
003200     05  HHLD-LINKED-DATE            PIC 9(08).
003300     05  HHLD-OPERATOR-ID            PIC X(08).
003400     05  FILLER                      PIC X(11).
