000100*****************************************************************
000200* XFCTLREC.CPY
000300*
000400* TRANSFER PACKET CONTROL RECORD LAYOUT FOR XFERCTL.DAT.
000500* STUXFER APPENDS ONE RECORD FOR EVERY TRANSFER-OUT PACKET IT
000600* PRODUCES AND READS THE FILE BACK AT STARTUP, SO A STUDENT'S
000700* PACKET GOES OUT ONCE PER TRANSFER AND NEVER A SECOND TIME
000800* BY ACCIDENT.  XFCT-TRANSFER-DATE IS THE STU-STATUS-DATE OF
000900* THE TRANSFER THE PACKET WAS FOR - A STUDENT WHO RE-ENROLS
001000* AND LEAVES AGAIN IS A NEW TRANSFER AND GETS A NEW PACKET.
001100* A COPY RE-PRODUCED ON A REQUEST CARD (XFREQREC.CPY) IS
001200* RECORDED TOO, MARKED R, SO THE FILE IS THE OFFICE'S PROOF
001300* OF WHAT WENT OUT AND WHEN AGAINST THE LEGAL TURNAROUND.
001400*
001500* MODIFICATION HISTORY
001600* ------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------
001900* 2026-10-15 MFM  ORIGINAL LAYOUT.
002000*****************************************************************
002100 01  TRANSFER-CONTROL-RECORD.
002200     05  XFCT-STUDENT-ID             PIC X(06).
002300     05  XFCT-TRANSFER-DATE          PIC 9(08).
002400     05  XFCT-PACKET-DATE            PIC 9(08).
002500     05  XFCT-PRODUCTION             PIC X(01).
002600         88  XFCT-ORIGINAL           VALUE "O".
002700         88  XFCT-REPRODUCED         VALUE "R".
002800     05  XFCT-OPERATOR-ID            PIC X(08).
002900     05  FILLER                      PIC X(09).
