000100*****************************************************************
000200* XFERREC.CPY
000300*
000400* TRANSFER-OUT RECORDS PACKET LAYOUT FOR THE XFERPKT FILE
000500* STUXFER WRITES FOR RECEIVING SCHOOLS.  EVERY RECORD IS 260
000600* BYTES: A TWO-CHARACTER RECORD TYPE, THE STUDENT ID (SPACES
000700* ON THE FILE HEADER AND TRAILER) AND A BODY LAID OUT BY TYPE.
000800* ONE FILE PER RUN, IN THIS ORDER -
000900*
001000*   FH         FILE HEADER - RUN DATE
001100*   PH         PACKET HEADER - TRANSFER DATE AND REASON, AND
001200*              WHETHER THIS IS THE ORIGINAL OR A COPY
001300*              RE-PRODUCED ON REQUEST
001400*   SM         THE STUDENT-RECORD IMAGE (STUDREC.CPY)
001500*   AT         ATTENDANCE TOTALS BY CODE FOR THE SCHOOL YEAR
001600*              THE STUDENT LEFT IN
001700*   CN         ONE PER EMERGENCY CONTACT (CONTREC.CPY)
001800*   HS         ONE PER STUHIST ENROLLMENT HISTORY ROW
001900*              (HISTREC.CPY), OLDEST FIRST
002000*   PT         PACKET TRAILER - RECORD COUNT FOR THE PACKET,
002100*              PH AND PT INCLUDED
002200*   FT         FILE TRAILER - PACKET COUNT AND RECORD COUNT
002300*              FOR THE FILE, FH AND FT INCLUDED
002400*
002500* PH THROUGH PT REPEAT ONCE PER STUDENT.
002600*
002700* MODIFICATION HISTORY
002800* ------------------------------------------------------------
002900* DATE       INIT DESCRIPTION
003000* ---------- ---- -----------------------------------------
003100* 2026-10-15 MFM  ORIGINAL LAYOUT.
003200*****************************************************************
003300 01  TRANSFER-PACKET-RECORD.
003400     05  XFR-RECORD-TYPE             PIC X(02).
003500         88  XFR-FILE-HEADER         VALUE "FH".
003600         88  XFR-PACKET-HEADER       VALUE "PH".
003700         88  XFR-MASTER              VALUE "SM".
003800         88  XFR-ATTENDANCE          VALUE "AT".
003900         88  XFR-CONTACT             VALUE "CN".
004000         88  XFR-HISTORY             VALUE "HS".
004100         88  XFR-PACKET-TRAILER      VALUE "PT".
004200         88  XFR-FILE-TRAILER        VALUE "FT".
004300     05  XFR-STUDENT-ID              PIC X(06).
004400     05  XFR-BODY                    PIC X(252).
004500     05  XFR-FILE-HEADER-BODY REDEFINES XFR-BODY.
004600         10  XFRF-RUN-DATE           PIC 9(08).
004700         10  FILLER                  PIC X(244).
004800     05  XFR-PACKET-HEADER-BODY REDEFINES XFR-BODY.
004900         10  XFRP-PACKET-DATE        PIC 9(08).
005000         10  XFRP-TRANSFER-DATE      PIC 9(08).
005100         10  XFRP-STATUS-REASON      PIC X(02).
005200         10  XFRP-PRODUCTION         PIC X(01).
005300             88  XFRP-ORIGINAL       VALUE "O".
005400             88  XFRP-REPRODUCED     VALUE "R".
005500         10  FILLER                  PIC X(233).
005600     05  XFR-MASTER-BODY REDEFINES XFR-BODY.
005700         10  XFRM-STUDENT-DATA       PIC X(108).
005800         10  FILLER                  PIC X(144).
005900     05  XFR-ATTENDANCE-BODY REDEFINES XFR-BODY.
006000         10  XFRA-YEAR-START         PIC 9(08).
006100         10  XFRA-FIRST-DATE         PIC 9(08).
006200         10  XFRA-LAST-DATE          PIC 9(08).
006300         10  XFRA-DAYS-POSTED        PIC 9(03).
006400         10  XFRA-PRESENT            PIC 9(03).
006500         10  XFRA-ABSENT             PIC 9(03).
006600         10  XFRA-TARDY              PIC 9(03).
006700         10  XFRA-EXCUSED            PIC 9(03).
006800         10  FILLER                  PIC X(213).
006900     05  XFR-CONTACT-BODY REDEFINES XFR-BODY.
007000         10  XFRC-SEQUENCE           PIC 9(02).
007100         10  XFRC-NAME               PIC X(20).
007200         10  XFRC-PHONE              PIC X(10).
007300         10  XFRC-RELATIONSHIP       PIC X(12).
007400         10  XFRC-PRIORITY           PIC 9(01).
007500         10  FILLER                  PIC X(207).
007600     05  XFR-HISTORY-BODY REDEFINES XFR-BODY.
007700         10  XFRS-ACTION             PIC X(01).
007800         10  XFRS-DATE               PIC 9(08).
007900         10  XFRS-TIME               PIC 9(08).
008000         10  XFRS-RUN-MODE           PIC X(08).
008100         10  XFRS-OPERATOR-ID        PIC X(08).
008200         10  XFRS-BEFORE-IMAGE       PIC X(108).
008300         10  XFRS-AFTER-IMAGE        PIC X(108).
008400         10  FILLER                  PIC X(03).
008500     05  XFR-PACKET-TRAILER-BODY REDEFINES XFR-BODY.
008600         10  XFRT-RECORD-COUNT       PIC 9(06).
008700         10  XFRT-CONTACT-COUNT      PIC 9(03).
008800         10  XFRT-HISTORY-COUNT      PIC 9(05).
008900         10  FILLER                  PIC X(238).
009000     05  XFR-FILE-TRAILER-BODY REDEFINES XFR-BODY.
009100         10  XFRZ-PACKET-COUNT       PIC 9(05).
009200         10  XFRZ-RECORD-COUNT       PIC 9(07).
009300         10  FILLER                  PIC X(240).
