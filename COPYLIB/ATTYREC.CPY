000100*****************************************************************
000200* ATTYREC.CPY
000300*
000400* YEARLY ATTENDANCE TOTALS RECORD LAYOUT FOR ATTYTOT.DAT.  WHEN
000500* THE YEAR-END RETENTION RUN (STURETN) MOVES A SCHOOL YEAR'S
000600* POSTINGS OFF ATTEND.DAT TO THE ATTENDANCE ARCHIVE, IT FIRST
000700* SUMS EACH STUDENT'S POSTINGS FOR THAT YEAR HERE - ONE RECORD
000800* PER STUDENT PER SCHOOL YEAR, BY ATTENDANCE CODE - SO A
000900* TRANSCRIPT CAN QUOTE DAYS PRESENT AND ABSENT WITHOUT THE
001000* ARCHIVE BEING RESTORED.  THE FILE IS APPENDED TO EVERY YEAR
001100* AND NEVER PURGED.  STUXFER READS IT FOR A TRANSFER PACKET
001200* WHOSE YEAR IS NO LONGER ON ATTEND.  THE SCHOOL YEAR IS NAMED
001300* BY THE AUGUST 1 IT BEGAN ON, AS IN TRUANCY AND STUXFER.
001400*
001500* MODIFICATION HISTORY
001600* ------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------
001900* 2026-10-15 MFM  ORIGINAL LAYOUT.
002000*****************************************************************
002100 01  ATTENDANCE-YEAR-RECORD.
002200     05  ATTY-STUDENT-ID             PIC X(06).
002300     05  ATTY-YEAR-START             PIC 9(08).
002400     05  ATTY-DAYS-POSTED            PIC 9(03).
002500     05  ATTY-DAYS-PRESENT           PIC 9(03).
002600     05  ATTY-DAYS-ABSENT            PIC 9(03).
002700     05  ATTY-DAYS-TARDY             PIC 9(03).
002800     05  ATTY-DAYS-EXCUSED           PIC 9(03).
002900     05  ATTY-LAST-HOMEROOM          PIC X(06).
003000     05  ATTY-ARCHIVE-DATE           PIC 9(08).
003100     05  FILLER                      PIC X(07).
