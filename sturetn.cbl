000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STURETN.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STURETN
000900*
001000* YEAR-END RETENTION, ARCHIVE AND PURGE.  ATTEND.DAT, STUHIST,
001100* STUAUDIT, THE TWO SUSPENSE FILES AND THE STUEXTR FEED ONLY
001200* EVER GREW, AND STUHINQ AND GRADINQ RESCAN OR LOAD WHOLE FILES.
001300* RUN ONCE A YEAR AFTER STUPROMO, THIS RUN APPLIES THE
001400* DISTRICT'S RETENTION SCHEDULE (WS-RETENTION-VALUES) FILE BY
001500* FILE, MOVING WHAT HAS AGED OUT TO A NEW ARCHIVE GENERATION:
001600*
001700*   ATTSUSP    ROWS RE-KEYED AND POSTED SINCE (ATTEND.DAT NOW
001800*              HOLDS THAT STUDENT AND DATE) OR REJECTED BEFORE
001900*              THE NEW SCHOOL YEAR - THE YEAR IS CLOSED.
002000*   ATTEND     EVERY POSTING BEFORE THE NEW SCHOOL YEAR.  EACH
002100*              STUDENT'S YEARLY TOTALS ARE APPENDED TO ATTYTOT
002200*              (ATTYREC.CPY) FOR TRANSCRIPTS AS THEY GO.
002300*   STUHIST    ROWS OLDER THAN THE RETENTION PERIOD.
002400*   STUAUDIT   RUNS STARTED BEFORE THE RETENTION PERIOD.
002500*   STUSUSP    ROWS REJECTED BEFORE THE RETENTION PERIOD -
002600*              RECYCLE HAS ALREADY DROPPED THE ROWS IT POSTED.
002700*   STUEXTR    WHOLE FEED BATCHES (HDR TO TRL) CUT BEFORE THE
002800*              RETENTION PERIOD IN WHICH EVERY STUDENT HAS A
002900*              LATER RECORD - STURECON AND STUACK STILL MATCH
003000*              ON EACH STUDENT'S LATEST RECORD, SO THAT ONE
003100*              STAYS, AND THE BATCHES THAT STAY STAY WHOLE.
003200*
003300* THE RETENTION PERIOD IS COUNTED IN COMPLETED SCHOOL YEARS
003400* KEPT ONLINE, EACH YEAR BEGINNING AUGUST 1 AS IN TRUANCY.  THE
003500* SCHOOL YEAR CLOSED IS THE ONE ENDING IN THE CALENDAR YEAR
003600* NAMED ON THE PARM (PARM='CCYY'); WITH NO PARM IT IS THE ONE
003700* ENDING THIS YEAR FROM JUNE ON, LAST YEAR BEFORE THAT.
003800*
003900* NOTHING IS PURGED UNTIL IT HAS BEEN PROVED SAFE ON ITS
004000* ARCHIVE.  EACH FILE IS READ AND EVERY ROW DUE IS WRITTEN TO
004100* THE ARCHIVE; THE ARCHIVE IS CLOSED, REOPENED AND COUNTED, AND
004200* ONLY WHEN THAT COUNT EQUALS THE ROWS DUE IS THE FILE PURGED.
004300* ATTEND IS PURGED BY DELETE IN PLACE.  A SEQUENTIAL FILE IS
004400* PURGED BY WRITING THE ROWS KEPT TO RETNWORK, REOPENING AND
004500* COUNTING IT, AND ONLY THEN COPYING RETNWORK BACK OVER THE
004600* FILE.  EVERY FILE PURGED IS THEN REOPENED AND COUNTED AGAIN,
004700* AND THE CONTROL REPORT (RETNRPT) PROVES IT WITH BEFORE,
004800* MOVED, ARCHIVED AND AFTER COUNTS.  A FILE THAT CANNOT BE
004900* PROVED BEFORE ITS PURGE IS LEFT EXACTLY AS IT WAS AND THE
005000* RUN ENDS RC 8.  A REWRITE THAT FAILS PART-WAY STOPS THE RUN
005100* RC 12 WITH THE ROWS KEPT STILL ON RETNWORK TO RESTORE FROM -
005200* THE ONLY CASE IN WHICH THE JOB KEEPS RETNWORK.
005300* RC 4 WHEN THE FEED WAS TOO LARGE TO MAP AND WAS KEPT WHOLE.
005400*
005500* MODIFICATION HISTORY
005600* ------------------------------------------------------------
005700* DATE       INIT DESCRIPTION
005800* ---------- ---- -----------------------------------------
005900* 2026-10-15 MFM  ORIGINAL PROGRAM.
006000*****************************************************************
006100
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500*    DDNAME ASSIGNS AS IN WRITEDEM - SEE STURETN.JCL.  EACH
006600*    ARCHIVE IS A NEW GENERATION, IN ITS SOURCE FILE'S LAYOUT.
006700     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS ATT-KEY
007100         FILE STATUS IS WS-ATT-FILE-STATUS.
007200     SELECT ATT-ARCHIVE-FILE ASSIGN TO ATTARCH
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-ATTARCH-FILE-STATUS.
007500     SELECT ATT-YEAR-FILE ASSIGN TO ATTYTOT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-ATTY-FILE-STATUS.
007800     SELECT ATT-SUSP-FILE ASSIGN TO ATTSUSP
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-ASUSP-FILE-STATUS.
008100     SELECT ASUSP-ARCHIVE-FILE ASSIGN TO ASUSARCH
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-ASUSARCH-FILE-STATUS.
008400     SELECT HISTORY-FILE ASSIGN TO STUHIST
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-HIST-FILE-STATUS.
008700     SELECT HIST-ARCHIVE-FILE ASSIGN TO HISTARCH
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-HISTARCH-FILE-STATUS.
009000     SELECT AUDIT-FILE ASSIGN TO STUAUDIT
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
009300     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDARCH
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-AUDARCH-FILE-STATUS.
009600     SELECT SUSPENSE-FILE ASSIGN TO STUSUSP
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-SUSP-FILE-STATUS.
009900     SELECT SUSP-ARCHIVE-FILE ASSIGN TO SUSPARCH
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-SUSPARCH-FILE-STATUS.
010200     SELECT EXTRACT-FILE ASSIGN TO STUEXTR
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-EXTR-FILE-STATUS.
010500     SELECT EXTR-ARCHIVE-FILE ASSIGN TO EXTRARCH
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-EXTRARCH-FILE-STATUS.
010800     SELECT RETAIN-WORK-FILE ASSIGN TO RETNWORK
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS WS-WORK-FILE-STATUS.
011100     SELECT PRINT-FILE ASSIGN TO RETNRPT
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-PRINT-FILE-STATUS.
011400
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  ATTENDANCE-FILE.
011800     COPY ATTREC.
011900 FD  ATT-ARCHIVE-FILE.
012000 01  ATT-ARCHIVE-RECORD          PIC X(30).
012100 FD  ATT-YEAR-FILE.
012200     COPY ATTYREC.
012300 FD  ATT-SUSP-FILE.
012400     COPY ATTSUSP.
012500 FD  ASUSP-ARCHIVE-FILE.
012600 01  ASUSP-ARCHIVE-RECORD        PIC X(30).
012700 FD  HISTORY-FILE.
012800     COPY HISTREC.
012900 FD  HIST-ARCHIVE-FILE.
013000 01  HIST-ARCHIVE-RECORD         PIC X(255).
013100 FD  AUDIT-FILE.
013200     COPY AUDITREC.
013300 FD  AUDIT-ARCHIVE-FILE.
013400 01  AUDIT-ARCHIVE-RECORD        PIC X(64).
013500 FD  SUSPENSE-FILE.
013600     COPY SUSPREC.
013700 FD  SUSP-ARCHIVE-FILE.
013800 01  SUSP-ARCHIVE-RECORD         PIC X(119).
013900 FD  EXTRACT-FILE.
014000     COPY EXTRREC.
014100 FD  EXTR-ARCHIVE-FILE.
014200 01  EXTR-ARCHIVE-RECORD         PIC X(80).
014300*    THE WORK FILE HOLDS THE ROWS KEPT FOR WHICHEVER SEQUENTIAL
014400*    FILE IS BEING PURGED - WIDE ENOUGH FOR THE WIDEST, STUHIST.
014500 FD  RETAIN-WORK-FILE.
014600 01  RETAIN-WORK-RECORD          PIC X(255).
014700 FD  PRINT-FILE
014800     RECORDING MODE IS F.
014900 01  PRINT-LINE                  PIC X(132).
015000
015100 WORKING-STORAGE SECTION.
015200*****************************************************************
015300* FILE STATUS FIELDS
015400*****************************************************************
015500 01  WS-ATT-FILE-STATUS          PIC X(02).
015600     88  WS-ATT-FILE-NOTFND      VALUE "35".
015700 01  WS-ATTARCH-FILE-STATUS      PIC X(02).
015800 01  WS-ATTY-FILE-STATUS         PIC X(02).
015900     88  WS-ATTY-FILE-NOTFND     VALUE "35".
016000 01  WS-ASUSP-FILE-STATUS        PIC X(02).
016100     88  WS-ASUSP-FILE-NOTFND    VALUE "35".
016200 01  WS-ASUSARCH-FILE-STATUS     PIC X(02).
016300 01  WS-HIST-FILE-STATUS         PIC X(02).
016400     88  WS-HIST-FILE-NOTFND     VALUE "35".
016500 01  WS-HISTARCH-FILE-STATUS     PIC X(02).
016600 01  WS-AUDIT-FILE-STATUS        PIC X(02).
016700     88  WS-AUDIT-FILE-NOTFND    VALUE "35".
016800 01  WS-AUDARCH-FILE-STATUS      PIC X(02).
016900 01  WS-SUSP-FILE-STATUS         PIC X(02).
017000     88  WS-SUSP-FILE-NOTFND     VALUE "35".
017100 01  WS-SUSPARCH-FILE-STATUS     PIC X(02).
017200 01  WS-EXTR-FILE-STATUS         PIC X(02).
017300     88  WS-EXTR-FILE-NOTFND     VALUE "35".
017400 01  WS-EXTRARCH-FILE-STATUS     PIC X(02).
017500 01  WS-WORK-FILE-STATUS         PIC X(02).
017600 01  WS-PRINT-FILE-STATUS        PIC X(02).
017700
017800 01  WS-EOF-SWITCH               PIC X(01).
017900     88  WS-EOF                  VALUE "Y".
018000     88  WS-NOT-EOF              VALUE "N".
018100
018200 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
018300     88  WS-ABORTED              VALUE "Y".
018400
018500*****************************************************************
018600* SET WHEN A FILE'S REWRITE FAILS PART-WAY.  RETNWORK THEN HOLDS
018700* THE ONLY FULL COPY OF THAT FILE'S ROWS KEPT, SO NO LATER FILE
018800* IS WORKED - ITS PURGE WOULD OVERWRITE RETNWORK.
018900*****************************************************************
019000 01  WS-HALT-SWITCH              PIC X(01) VALUE "N".
019100     88  WS-HALTED               VALUE "Y".
019200
019300*****************************************************************
019400* ROW DISPOSITION - SET BY EACH FILE'S DUE TEST, WHICH THE
019500* ARCHIVE PASS AND THE PURGE PASS BOTH RUN, SO THE TWO PASSES
019600* CANNOT DISAGREE ABOUT A ROW.  THE REASON SPLITS THE ATTSUSP
019700* ROWS FOR THE CONTROL REPORT.
019800*****************************************************************
019900 01  WS-ROW-DUE-SWITCH           PIC X(01).
020000     88  WS-ROW-DUE              VALUE "Y".
020100     88  WS-ROW-KEPT             VALUE "N".
020200 01  WS-DUE-REASON               PIC X(01).
020300     88  WS-DUE-POSTED           VALUE "P".
020400     88  WS-DUE-AGED             VALUE "A".
020500
020600*****************************************************************
020700* ATTEND IS OPENED FOR THE ATTSUSP DUE TEST ONLY WHEN IT IS
020800* THERE - WITHOUT IT ATTSUSP ROWS ARE CLEARED ON AGE ALONE.
020900*****************************************************************
021000 01  WS-ATT-OPEN-SWITCH          PIC X(01) VALUE "N".
021100     88  WS-ATT-OPEN             VALUE "Y".
021200     88  WS-ATT-CLOSED           VALUE "N".
021300
021400*****************************************************************
021500* RUN DATE AND THE SCHOOL YEAR BEING CLOSED.  THE CLOSED YEAR
021600* ENDS IN WS-CLOSE-CCYY; THE NEW ONE BEGINS AUGUST 1 OF IT.  A
021700* YEAR CANNOT BE CLOSED BEFORE JUNE 1 OF ITS LAST CALENDAR
021800* YEAR - SCHOOL IS STILL IN SESSION.
021900*****************************************************************
022000 01  WS-RUN-DATE.
022100     05  WS-RUN-CCYY             PIC 9(04).
022200     05  WS-RUN-MM               PIC 9(02).
022300     05  WS-RUN-DD               PIC 9(02).
022400 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
022500                                 PIC 9(08).
022600 01  WS-CLOSE-CCYY               PIC 9(04).
022700 01  WS-CLOSE-PRIOR-CCYY         PIC 9(04).
022800 01  WS-CLOSE-MONTH              PIC 9(02) VALUE 06.
022900 01  WS-YEAR-START-MONTH         PIC 9(02) VALUE 08.
023000 01  WS-CLOSE-EARLIEST.
023100     05  WS-CE-CCYY              PIC 9(04).
023200     05  WS-CE-MM                PIC 9(02).
023300     05  WS-CE-DD                PIC 9(02).
023400 01  WS-CLOSE-EARLIEST-N REDEFINES WS-CLOSE-EARLIEST
023500                                 PIC 9(08).
023600 01  WS-BOUNDARY.
023700     05  WS-BD-CCYY              PIC 9(04).
023800     05  WS-BD-MM                PIC 9(02).
023900     05  WS-BD-DD                PIC 9(02).
024000 01  WS-BOUNDARY-N REDEFINES WS-BOUNDARY
024100                                 PIC 9(08).
024200
024300*****************************************************************
024400* YEAR-START WORK AREA - 9600 TURNS WS-YS-BASE-DATE INTO THE
024500* AUGUST 1 THAT BEGINS ITS SCHOOL YEAR, AS IN STUXFER.
024600*****************************************************************
024700 01  WS-YS-BASE-DATE.
024800     05  WS-YB-CCYY              PIC 9(04).
024900     05  WS-YB-MM                PIC 9(02).
025000     05  WS-YB-DD                PIC 9(02).
025100 01  WS-YS-BASE-DATE-N REDEFINES WS-YS-BASE-DATE
025200                                 PIC 9(08).
025300 01  WS-YEAR-START.
025400     05  WS-YS-CCYY              PIC 9(04).
025500     05  WS-YS-MM                PIC 9(02).
025600     05  WS-YS-DD                PIC 9(02).
025700 01  WS-YEAR-START-N REDEFINES WS-YEAR-START
025800                                 PIC 9(08).
025900
026000*****************************************************************
026100* DISTRICT RETENTION SCHEDULE - COMPLETED SCHOOL YEARS KEPT
026200* ONLINE PER FILE, IN THE ORDER THE FILES ARE WORKED.  ATTSUSP
026300* GOES FIRST BECAUSE ITS DUE TEST LOOKS AT ATTEND BEFORE THE
026400* ATTEND PURGE.  ZERO KEEPS ONLY THE NEW SCHOOL YEAR.
026500*****************************************************************
026600 01  WS-RETENTION-VALUES.
026700     05  FILLER                  PIC X(09) VALUE "ATTSUSP 0".
026800     05  FILLER                  PIC X(09) VALUE "ATTEND  0".
026900     05  FILLER                  PIC X(09) VALUE "STUHIST 3".
027000     05  FILLER                  PIC X(09) VALUE "STUAUDIT2".
027100     05  FILLER                  PIC X(09) VALUE "STUSUSP 1".
027200     05  FILLER                  PIC X(09) VALUE "STUEXTR 1".
027300 01  WS-RETENTION-TABLE REDEFINES WS-RETENTION-VALUES.
027400     05  WS-RT-ENTRY OCCURS 6 TIMES.
027500         10  WS-RT-FILE          PIC X(08).
027600         10  WS-RT-YEARS         PIC 9(01).
027700
027800 01  WS-FILE-LIMIT               PIC 9(01) COMP VALUE 6.
027900 01  WS-FX                       PIC 9(01) COMP.
028000 01  WS-FX-ATTSUSP               PIC 9(01) COMP VALUE 1.
028100 01  WS-FX-ATTEND                PIC 9(01) COMP VALUE 2.
028200 01  WS-FX-HISTORY               PIC 9(01) COMP VALUE 3.
028300 01  WS-FX-AUDIT                 PIC 9(01) COMP VALUE 4.
028400 01  WS-FX-SUSPENSE              PIC 9(01) COMP VALUE 5.
028500 01  WS-FX-EXTRACT               PIC 9(01) COMP VALUE 6.
028600
028700*****************************************************************
028800* FILE CONTROL TABLE - ONE ENTRY PER FILE, SUBSCRIPTED LIKE THE
028900* SCHEDULE.  ROWS DATED BEFORE WS-FC-BOUNDARY ARE DUE.  THE
029000* STATE STAYS PENDING WHILE THE FILE IS STILL BEING PROVED;
029100* ANY OTHER STATE ENDS THE FILE'S WORK.
029200*****************************************************************
029300 01  WS-FILE-CONTROL-TABLE.
029400     05  WS-FC-ENTRY OCCURS 6 TIMES.
029500         10  WS-FC-BOUNDARY      PIC 9(08).
029600         10  WS-FC-BEFORE        PIC 9(07) COMP VALUE ZERO.
029700         10  WS-FC-MOVED         PIC 9(07) COMP VALUE ZERO.
029800         10  WS-FC-ARCHIVED      PIC 9(07) COMP VALUE ZERO.
029900         10  WS-FC-AFTER         PIC 9(07) COMP VALUE ZERO.
030000         10  WS-FC-STATE         PIC X(01) VALUE SPACE.
030100             88  WS-FC-PENDING           VALUE SPACE.
030200             88  WS-FC-PURGED            VALUE "P".
030300             88  WS-FC-NOTHING-DUE       VALUE "N".
030400             88  WS-FC-NOT-ON-FILE       VALUE "M".
030500             88  WS-FC-NOT-OPENED        VALUE "U".
030600             88  WS-FC-REFUSED           VALUE "R".
030700             88  WS-FC-OUT-OF-BALANCE    VALUE "B".
030800             88  WS-FC-KEPT-WHOLE        VALUE "K".
030900
031000*****************************************************************
031100* PURGE PASS CONTROLS
031200*****************************************************************
031300 01  WS-KEEP-COUNT               PIC 9(07) COMP VALUE ZERO.
031400 01  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
031500 01  WS-RECOUNT-SWITCH           PIC X(01).
031600     88  WS-RECOUNT-OK           VALUE "Y".
031700     88  WS-RECOUNT-FAILED       VALUE "N".
031800 01  WS-EXPECTED-AFTER           PIC 9(07) COMP VALUE ZERO.
031900 01  WS-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
032000 01  WS-ERR-STATUS               PIC X(02).
032100 01  WS-REFUSE-TEXT              PIC X(40).
032200 01  WS-HIGH-RC                  PIC 9(02) VALUE ZERO.
032300
032400*****************************************************************
032500* ATTSUSP WORK AREAS - THE CAPTURED POSTING ROW IS LAID BACK
032600* OUT AS AN ATTTRAN ROW TO LOOK ITS STUDENT AND DATE UP.
032700*****************************************************************
032800     COPY ATTRNREC.
032900 01  WS-ASUSP-POSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
033000 01  WS-ASUSP-AGED-COUNT         PIC 9(07) COMP VALUE ZERO.
033100
033200*****************************************************************
033300* YEARLY ATTENDANCE TOTALS - ONE STUDENT AND SCHOOL YEAR AT A
033400* TIME.  ATTEND COMES BACK IN STUDENT-ID THEN DATE ORDER, SO A
033500* CHANGE OF EITHER CLOSES THE TOTALS IN HAND.
033600*****************************************************************
033700 01  WS-TOT-ACTIVE-SWITCH        PIC X(01) VALUE "N".
033800     88  WS-TOT-ACTIVE           VALUE "Y".
033900     88  WS-TOT-IDLE             VALUE "N".
034000 01  WS-TOT-STUDENT-ID           PIC X(06).
034100 01  WS-TOT-YEAR-START           PIC 9(08).
034200 01  WS-TOT-HOMEROOM             PIC X(06).
034300 01  WS-TOT-POSTED               PIC 9(03).
034400 01  WS-TOT-PRESENT              PIC 9(03).
034500 01  WS-TOT-ABSENT               PIC 9(03).
034600 01  WS-TOT-TARDY                PIC 9(03).
034700 01  WS-TOT-EXCUSED              PIC 9(03).
034800 01  WS-TOT-WRITTEN              PIC 9(07) COMP VALUE ZERO.
034900 01  WS-TOT-POSTINGS             PIC 9(07) COMP VALUE ZERO.
035000
035100*****************************************************************
035200* STUSUSP REJECT DATE - A ROW CAPTURED UNDER THE PRE-STATUS
035300* 99-BYTE LAYOUT (SPACES IN SUSP-REASON-CODE) CARRIES ITS OLD
035400* DATE AT THE TAIL OF THE TRANSACTION IMAGE - SEE SUSPREC.CPY.
035500*****************************************************************
035600 01  WS-SUSP-DATE-X              PIC X(08).
035700 01  WS-SUSP-DATE-N REDEFINES WS-SUSP-DATE-X
035800                                 PIC 9(08).
035900
036000*****************************************************************
036100* FEED MAP - EVERY BATCH ON STUEXTR (A HDR STARTS ONE; DETAIL
036200* ROWS AHEAD OF THE FIRST HDR MAKE A BATCH OF THEIR OWN, WITH
036300* NO FEED DATE) AND THE BATCH HOLDING EACH STUDENT'S LATEST
036400* RECORD.  A BATCH HOLDING ANY STUDENT'S LATEST RECORD IS LIVE
036500* AND STAYS.  EVERY PASS COUNTS BATCHES THE SAME WAY (7050).
036600*****************************************************************
036700 01  WS-BATCH-TABLE.
036800     05  WS-BT-ENTRY OCCURS 2000 TIMES.
036900         10  WS-BT-FEED-DATE     PIC 9(08).
037000         10  WS-BT-LIVE-SW       PIC X(01).
037100             88  WS-BT-LIVE      VALUE "Y".
037200         10  WS-BT-DUE-SW        PIC X(01).
037300             88  WS-BT-DUE       VALUE "Y".
037400 01  WS-BT-COUNT                 PIC 9(04) COMP VALUE ZERO.
037500 01  WS-BT-LIMIT                 PIC 9(04) COMP VALUE 2000.
037600 01  WS-BX                       PIC 9(04) COMP VALUE ZERO.
037700 01  WS-BATCH-NO                 PIC 9(04) COMP VALUE ZERO.
037800 01  WS-BT-DUE-COUNT             PIC 9(04) COMP VALUE ZERO.
037900
038000 01  WS-STUDENT-TABLE.
038100     05  WS-ST-ENTRY OCCURS 5000 TIMES.
038200         10  WS-ST-ID            PIC X(09).
038300         10  WS-ST-LAST-BATCH    PIC 9(04) COMP.
038400 01  WS-ST-COUNT                 PIC 9(04) COMP VALUE ZERO.
038500 01  WS-ST-LIMIT                 PIC 9(04) COMP VALUE 5000.
038600 01  WS-SRCH-IDX                 PIC 9(04) COMP VALUE ZERO.
038700 01  WS-HIT-IDX                  PIC 9(04) COMP VALUE ZERO.
038800 01  WS-EXTR-ID                  PIC X(09).
038900 01  WS-EXTR-MAP-COUNT           PIC 9(07) COMP VALUE ZERO.
039000
039100 01  WS-FOUND-SWITCH             PIC X(01).
039200     88  WS-FOUND                VALUE "Y".
039300     88  WS-NOT-FOUND            VALUE "N".
039400
039500 01  WS-MAP-FULL-SWITCH          PIC X(01) VALUE "N".
039600     88  WS-MAP-FULL             VALUE "Y".
039700
039800*****************************************************************
039900* PRINT LINE WORK AREAS
040000*****************************************************************
040100 01  WS-TITLE-LINE.
040200     05  FILLER                  PIC X(40)
040300         VALUE "YEAR-END RETENTION, ARCHIVE AND PURGE".
040400
040500 01  WS-YEAR-LINE.
040600     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
040700     05  WS-YL-RUN-DATE          PIC 9(08).
040800     05  FILLER                  PIC X(22)
040900         VALUE "   SCHOOL YEAR CLOSED ".
041000     05  WS-YL-PRIOR-CCYY        PIC 9(04).
041100     05  FILLER                  PIC X(01) VALUE "-".
041200     05  WS-YL-CLOSE-CCYY        PIC 9(04).
041300     05  FILLER                  PIC X(19)
041400         VALUE "   NEW YEAR BEGINS ".
041500     05  WS-YL-NEW-YEAR          PIC 9(08).
041600
041700 01  WS-ABORT-LINE.
041800     05  FILLER                  PIC X(18)
041900         VALUE "*** RUN ABORTED - ".
042000     05  WS-AB-TEXT              PIC X(50).
042100
042200 01  WS-COLUMN-LINE.
042300     05  FILLER                  PIC X(10) VALUE "FILE".
042400     05  FILLER                  PIC X(07) VALUE "RETAIN".
042500     05  FILLER                  PIC X(10) VALUE "CUTOFF".
042600     05  FILLER                  PIC X(11) VALUE "   BEFORE".
042700     05  FILLER                  PIC X(11) VALUE "    MOVED".
042800     05  FILLER                  PIC X(11) VALUE " ARCHIVED".
042900     05  FILLER                  PIC X(11) VALUE "    AFTER".
043000     05  FILLER                  PIC X(06) VALUE "RESULT".
043100
043200 01  WS-FILE-LINE.
043300     05  WS-FL-FILE              PIC X(08).
043400     05  FILLER                  PIC X(02) VALUE SPACES.
043500     05  WS-FL-YEARS             PIC 9(01).
043600     05  FILLER                  PIC X(06) VALUE " YRS".
043700     05  WS-FL-BOUNDARY          PIC 9(08).
043800     05  FILLER                  PIC X(02) VALUE SPACES.
043900     05  WS-FL-BEFORE            PIC Z,ZZZ,ZZ9.
044000     05  FILLER                  PIC X(02) VALUE SPACES.
044100     05  WS-FL-MOVED             PIC Z,ZZZ,ZZ9.
044200     05  FILLER                  PIC X(02) VALUE SPACES.
044300     05  WS-FL-ARCHIVED          PIC Z,ZZZ,ZZ9.
044400     05  FILLER                  PIC X(02) VALUE SPACES.
044500     05  WS-FL-AFTER             PIC Z,ZZZ,ZZ9.
044600     05  FILLER                  PIC X(02) VALUE SPACES.
044700     05  WS-FL-RESULT            PIC X(14).
044800
044900 01  WS-TOTAL-LINE.
045000     05  WS-TL-LABEL             PIC X(36).
045100     05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
045200
045300 LINKAGE SECTION.
045400*****************************************************************
045500* PARM AREA - DELIVERED AS A HALFWORD LENGTH PLUS TEXT, AS IN
045600* WRITEDEM.  PARM='CCYY' NAMES THE CALENDAR YEAR THE SCHOOL
045700* YEAR BEING CLOSED ENDS IN; NO PARM WORKS IT OUT (1100).
045800*****************************************************************
045900 01  LK-PARM-AREA.
046000     05  LK-PARM-LENGTH           PIC S9(04) COMP.
046100     05  LK-PARM-TEXT             PIC X(80).
046200
046300 PROCEDURE DIVISION USING LK-PARM-AREA.
046400*****************************************************************
046500* 0000-MAINLINE
046600*****************************************************************
046700 0000-MAINLINE.
046800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
046900     IF NOT WS-ABORTED
047000         PERFORM 2000-ATTSUSP-RETENTION THRU 2000-EXIT
047100     END-IF
047200     IF NOT WS-ABORTED AND NOT WS-HALTED
047300         PERFORM 3000-ATTEND-RETENTION THRU 3000-EXIT
047400     END-IF
047500     IF NOT WS-ABORTED AND NOT WS-HALTED
047600         PERFORM 4000-HISTORY-RETENTION THRU 4000-EXIT
047700     END-IF
047800     IF NOT WS-ABORTED AND NOT WS-HALTED
047900         PERFORM 5000-AUDIT-RETENTION THRU 5000-EXIT
048000     END-IF
048100     IF NOT WS-ABORTED AND NOT WS-HALTED
048200         PERFORM 6000-SUSPENSE-RETENTION THRU 6000-EXIT
048300     END-IF
048400     IF NOT WS-ABORTED AND NOT WS-HALTED
048500         PERFORM 7000-EXTRACT-RETENTION THRU 7000-EXIT
048600     END-IF
048700     PERFORM 8000-TERMINATE THRU 8000-EXIT
048800     STOP RUN.
048900 0000-MAINLINE-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300* 1000-INITIALIZE
049400*
049500* SETS THE SCHOOL YEAR BEING CLOSED AND EACH FILE'S CUTOFF
049600* FROM THE RETENTION SCHEDULE.  NO FILE IS OPENED HERE - EACH
049700* IS OPENED, PROVED AND CLOSED IN TURN BY ITS OWN SECTION.
049800*****************************************************************
049900 1000-INITIALIZE.
050000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
050100     OPEN OUTPUT PRINT-FILE
050200     MOVE WS-TITLE-LINE TO PRINT-LINE
050300     WRITE PRINT-LINE
050400     PERFORM 1100-SET-CLOSING-YEAR THRU 1100-EXIT
050500     IF WS-ABORTED
050600         GO TO 1000-EXIT
050700     END-IF
050800     PERFORM 1200-SET-ONE-BOUNDARY THRU 1200-EXIT
050900         VARYING WS-FX FROM 1 BY 1
051000         UNTIL WS-FX > WS-FILE-LIMIT
051100     MOVE WS-RUN-DATE-N       TO WS-YL-RUN-DATE
051200     MOVE WS-CLOSE-PRIOR-CCYY TO WS-YL-PRIOR-CCYY
051300     MOVE WS-CLOSE-CCYY       TO WS-YL-CLOSE-CCYY
051400     MOVE WS-FC-BOUNDARY(WS-FX-ATTEND) TO WS-YL-NEW-YEAR
051500     MOVE WS-YEAR-LINE TO PRINT-LINE
051600     WRITE PRINT-LINE
051700     MOVE SPACES TO PRINT-LINE
051800     WRITE PRINT-LINE.
051900 1000-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300* 1100-SET-CLOSING-YEAR
052400*
052500* PARM='CCYY' NAMES THE YEAR THE SCHOOL YEAR ENDS IN.  WITH NO
052600* PARM - THE USUAL RUN, STRAIGHT AFTER STUPROMO - IT IS THIS
052700* CALENDAR YEAR FROM JUNE ON AND LAST YEAR BEFORE THAT.  A
052800* YEAR STILL IN SESSION IS REFUSED BEFORE ANY FILE IS TOUCHED.
052900*****************************************************************
053000 1100-SET-CLOSING-YEAR.
053100     IF LK-PARM-LENGTH > ZERO
053200         IF LK-PARM-LENGTH NOT = 4
053300            OR LK-PARM-TEXT(1:4) NOT NUMERIC
053400             MOVE "PARM MUST BE THE CCYY THE SCHOOL YEAR ENDS IN"
053500                 TO WS-AB-TEXT
053600             PERFORM 1300-ABORT-RUN THRU 1300-EXIT
053700             GO TO 1100-EXIT
053800         END-IF
053900         MOVE LK-PARM-TEXT(1:4) TO WS-CLOSE-CCYY
054000     ELSE
054100         MOVE WS-RUN-CCYY TO WS-CLOSE-CCYY
054200         IF WS-RUN-MM < WS-CLOSE-MONTH
054300             SUBTRACT 1 FROM WS-CLOSE-CCYY
054400         END-IF
054500     END-IF
054600     MOVE WS-CLOSE-CCYY  TO WS-CE-CCYY
054700     MOVE WS-CLOSE-MONTH TO WS-CE-MM
054800     MOVE 01             TO WS-CE-DD
054900     IF WS-RUN-DATE-N < WS-CLOSE-EARLIEST-N
055000         MOVE "THAT SCHOOL YEAR IS STILL IN SESSION"
055100             TO WS-AB-TEXT
055200         PERFORM 1300-ABORT-RUN THRU 1300-EXIT
055300         GO TO 1100-EXIT
055400     END-IF
055500     MOVE WS-CLOSE-CCYY TO WS-CLOSE-PRIOR-CCYY
055600     SUBTRACT 1 FROM WS-CLOSE-PRIOR-CCYY.
055700 1100-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100* 1200-SET-ONE-BOUNDARY
056200*
056300* AUGUST 1 OF THE YEAR THE CLOSED SCHOOL YEAR ENDS IN, LESS THE
056400* YEARS THE SCHEDULE KEEPS ONLINE FOR THIS FILE.
056500*****************************************************************
056600 1200-SET-ONE-BOUNDARY.
056700     MOVE WS-CLOSE-CCYY TO WS-BD-CCYY
056800     SUBTRACT WS-RT-YEARS(WS-FX) FROM WS-BD-CCYY
056900     MOVE WS-YEAR-START-MONTH TO WS-BD-MM
057000     MOVE 01 TO WS-BD-DD
057100     MOVE WS-BOUNDARY-N TO WS-FC-BOUNDARY(WS-FX).
057200 1200-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600* 1300-ABORT-RUN
057700*****************************************************************
057800 1300-ABORT-RUN.
057900     DISPLAY "*** STURETN ABORTED - " WS-AB-TEXT " ***"
058000     MOVE WS-ABORT-LINE TO PRINT-LINE
058100     WRITE PRINT-LINE
058200     MOVE 8 TO WS-HIGH-RC
058300     SET WS-ABORTED TO TRUE.
058400 1300-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* 2000-ATTSUSP-RETENTION
058900*
059000* ATTSUSP IS WORKED WHILE ATTEND STILL HOLDS THE CLOSED YEAR,
059100* SO A ROW RE-KEYED AND POSTED SINCE IS STILL SEEN AS POSTED.
059200*****************************************************************
059300 2000-ATTSUSP-RETENTION.
059400     MOVE WS-FX-ATTSUSP TO WS-FX
059500     OPEN INPUT ATTENDANCE-FILE
059600     IF WS-ATT-FILE-STATUS = "00"
059700         SET WS-ATT-OPEN TO TRUE
059800     ELSE
059900         DISPLAY "*** ATTEND NOT AVAILABLE (STATUS "
060000             WS-ATT-FILE-STATUS ") - ATTSUSP ROWS ARE "
060100             "CLEARED ON AGE ONLY ***"
060200         CLOSE ATTENDANCE-FILE
060300     END-IF
060400     PERFORM 2100-ARCHIVE-ATTSUSP THRU 2100-EXIT
060500     IF WS-FC-PENDING(WS-FX)
060600         PERFORM 2200-COUNT-ASUSARCH THRU 2200-EXIT
060700         PERFORM 9100-PROVE-ARCHIVE THRU 9100-EXIT
060800     END-IF
060900     IF WS-FC-PENDING(WS-FX)
061000         PERFORM 2300-PURGE-ATTSUSP THRU 2300-EXIT
061100     END-IF
061200     IF WS-FC-PENDING(WS-FX)
061300         PERFORM 9300-COPY-BACK THRU 9300-EXIT
061400     END-IF
061500     IF WS-FC-PENDING(WS-FX)
061600         PERFORM 9400-PROVE-AFTER THRU 9400-EXIT
061700     END-IF
061800     IF WS-ATT-OPEN
061900         CLOSE ATTENDANCE-FILE
062000         SET WS-ATT-CLOSED TO TRUE
062100     END-IF.
062200 2000-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* 2100-ARCHIVE-ATTSUSP
062700*****************************************************************
062800 2100-ARCHIVE-ATTSUSP.
062900     OPEN INPUT ATT-SUSP-FILE
063000     IF WS-ASUSP-FILE-NOTFND
063100         SET WS-FC-NOT-ON-FILE(WS-FX) TO TRUE
063200         GO TO 2100-EXIT
063300     END-IF
063400     IF WS-ASUSP-FILE-STATUS NOT = "00"
063500         MOVE WS-ASUSP-FILE-STATUS TO WS-ERR-STATUS
063600         PERFORM 9550-SOURCE-NOT-OPENED THRU 9550-EXIT
063700         GO TO 2100-EXIT
063800     END-IF
063900     OPEN OUTPUT ASUSP-ARCHIVE-FILE
064000     IF WS-ASUSARCH-FILE-STATUS NOT = "00"
064100         CLOSE ATT-SUSP-FILE
064200         MOVE "ASUSARCH WOULD NOT OPEN" TO WS-REFUSE-TEXT
064300         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
064400         GO TO 2100-EXIT
064500     END-IF
064600     SET WS-NOT-EOF TO TRUE
064700     PERFORM 2120-READ-ATTSUSP THRU 2120-EXIT
064800     PERFORM 2110-ARCHIVE-ONE-ATTSUSP THRU 2110-EXIT
064900         UNTIL WS-EOF
065000     CLOSE ATT-SUSP-FILE
065100           ASUSP-ARCHIVE-FILE.
065200 2100-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600* 2110-ARCHIVE-ONE-ATTSUSP
065700*****************************************************************
065800 2110-ARCHIVE-ONE-ATTSUSP.
065900     ADD 1 TO WS-FC-BEFORE(WS-FX)
066000     PERFORM 2150-TEST-ATTSUSP-DUE THRU 2150-EXIT
066100     IF WS-ROW-DUE
066200         WRITE ASUSP-ARCHIVE-RECORD FROM ATT-SUSPENSE-RECORD
066300         ADD 1 TO WS-FC-MOVED(WS-FX)
066400         IF WS-DUE-POSTED
066500             ADD 1 TO WS-ASUSP-POSTED-COUNT
066600         ELSE
066700             ADD 1 TO WS-ASUSP-AGED-COUNT
066800         END-IF
066900     END-IF
067000     PERFORM 2120-READ-ATTSUSP THRU 2120-EXIT.
067100 2110-EXIT.
067200     EXIT.
067300
067400*****************************************************************
067500* 2120-READ-ATTSUSP
067600*****************************************************************
067700 2120-READ-ATTSUSP.
067800     READ ATT-SUSP-FILE
067900         AT END
068000             SET WS-EOF TO TRUE
068100     END-READ.
068200 2120-EXIT.
068300     EXIT.
068400
068500*****************************************************************
068600* 2150-TEST-ATTSUSP-DUE
068700*
068800* A ROW IS DUE WHEN IT WAS REJECTED BEFORE THE NEW SCHOOL YEAR
068900* (THE CLOSED YEAR CAN TAKE NO MORE POSTINGS), OR WHEN ATTEND
069000* NOW HOLDS A POSTING FOR ITS STUDENT AND DATE - THE ROW WAS
069100* RE-KEYED AND POSTED, OR (REASON 02) THE DAY WAS POSTED ALL
069200* ALONG.  A ROW WITH NO USABLE DATE IS NEVER CLEARED ON AGE.
069300*****************************************************************
069400 2150-TEST-ATTSUSP-DUE.
069500     SET WS-ROW-KEPT TO TRUE
069600     IF ASUSP-REJECT-DATE NUMERIC
069700        AND ASUSP-REJECT-DATE < WS-FC-BOUNDARY(WS-FX)
069800         SET WS-ROW-DUE TO TRUE
069900         SET WS-DUE-AGED TO TRUE
070000         GO TO 2150-EXIT
070100     END-IF
070200     IF WS-ATT-CLOSED
070300         GO TO 2150-EXIT
070400     END-IF
070500     MOVE ASUSP-TRAN-DATA TO ATT-TRAN-RECORD
070600     IF ATRN-STUDENT-ID = SPACES
070700        OR ATRN-DATE NOT NUMERIC
070800         GO TO 2150-EXIT
070900     END-IF
071000     MOVE ATRN-STUDENT-ID TO ATT-STUDENT-ID
071100     MOVE ATRN-DATE       TO ATT-DATE
071200     READ ATTENDANCE-FILE
071300         KEY IS ATT-KEY
071400         INVALID KEY
071500             GO TO 2150-EXIT
071600     END-READ
071700     SET WS-ROW-DUE TO TRUE
071800     SET WS-DUE-POSTED TO TRUE.
071900 2150-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300* 2200-COUNT-ASUSARCH
072400*****************************************************************
072500 2200-COUNT-ASUSARCH.
072600     MOVE ZERO TO WS-FC-ARCHIVED(WS-FX)
072700     OPEN INPUT ASUSP-ARCHIVE-FILE
072800     IF WS-ASUSARCH-FILE-STATUS NOT = "00"
072900         GO TO 2200-EXIT
073000     END-IF
073100     SET WS-NOT-EOF TO TRUE
073200     PERFORM 2210-COUNT-ONE-ASUSARCH THRU 2210-EXIT
073300         UNTIL WS-EOF
073400     CLOSE ASUSP-ARCHIVE-FILE.
073500 2200-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900* 2210-COUNT-ONE-ASUSARCH
074000*****************************************************************
074100 2210-COUNT-ONE-ASUSARCH.
074200     READ ASUSP-ARCHIVE-FILE
074300         AT END
074400             SET WS-EOF TO TRUE
074500         NOT AT END
074600             ADD 1 TO WS-FC-ARCHIVED(WS-FX)
074700     END-READ.
074800 2210-EXIT.
074900     EXIT.
075000
075100*****************************************************************
075200* 2300-PURGE-ATTSUSP
075300*
075400* WRITES THE ROWS KEPT TO RETNWORK.  ATTSUSP ITSELF IS NOT
075500* TOUCHED UNTIL 9300 COPIES THEM BACK.
075600*****************************************************************
075700 2300-PURGE-ATTSUSP.
075800     OPEN INPUT ATT-SUSP-FILE
075900     IF WS-ASUSP-FILE-STATUS NOT = "00"
076000         MOVE "ATTSUSP WOULD NOT REOPEN" TO WS-REFUSE-TEXT
076100         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
076200         GO TO 2300-EXIT
076300     END-IF
076400     OPEN OUTPUT RETAIN-WORK-FILE
076500     IF WS-WORK-FILE-STATUS NOT = "00"
076600         CLOSE ATT-SUSP-FILE
076700         MOVE "RETNWORK WOULD NOT OPEN" TO WS-REFUSE-TEXT
076800         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
076900         GO TO 2300-EXIT
077000     END-IF
077100     SET WS-NOT-EOF TO TRUE
077200     PERFORM 2120-READ-ATTSUSP THRU 2120-EXIT
077300     PERFORM 2310-KEEP-ONE-ATTSUSP THRU 2310-EXIT
077400         UNTIL WS-EOF
077500     CLOSE ATT-SUSP-FILE
077600           RETAIN-WORK-FILE
077700     PERFORM 9200-PROVE-KEPT THRU 9200-EXIT.
077800 2300-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200* 2310-KEEP-ONE-ATTSUSP
078300*****************************************************************
078400 2310-KEEP-ONE-ATTSUSP.
078500     PERFORM 2150-TEST-ATTSUSP-DUE THRU 2150-EXIT
078600     IF WS-ROW-KEPT
078700         WRITE RETAIN-WORK-RECORD FROM ATT-SUSPENSE-RECORD
078800     END-IF
078900     PERFORM 2120-READ-ATTSUSP THRU 2120-EXIT.
079000 2310-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400* 3000-ATTEND-RETENTION
079500*
079600* EVERY POSTING BEFORE THE NEW SCHOOL YEAR IS ARCHIVED, THEN
079700* DELETED IN PLACE, WITH THE YEARLY TOTALS WRITTEN AS IT GOES.
079800*****************************************************************
079900 3000-ATTEND-RETENTION.
080000     MOVE WS-FX-ATTEND TO WS-FX
080100     PERFORM 3100-ARCHIVE-ATTEND THRU 3100-EXIT
080200     IF WS-FC-PENDING(WS-FX)
080300         PERFORM 3200-COUNT-ATTARCH THRU 3200-EXIT
080400         PERFORM 9100-PROVE-ARCHIVE THRU 9100-EXIT
080500     END-IF
080600     IF WS-FC-PENDING(WS-FX)
080700         PERFORM 3300-PURGE-ATTEND THRU 3300-EXIT
080800     END-IF
080900     IF WS-FC-PENDING(WS-FX)
081000         PERFORM 9400-PROVE-AFTER THRU 9400-EXIT
081100     END-IF.
081200 3000-EXIT.
081300     EXIT.
081400
081500*****************************************************************
081600* 3100-ARCHIVE-ATTEND
081700*****************************************************************
081800 3100-ARCHIVE-ATTEND.
081900     OPEN INPUT ATTENDANCE-FILE
082000     IF WS-ATT-FILE-NOTFND
082100         SET WS-FC-NOT-ON-FILE(WS-FX) TO TRUE
082200         GO TO 3100-EXIT
082300     END-IF
082400     IF WS-ATT-FILE-STATUS NOT = "00"
082500         MOVE WS-ATT-FILE-STATUS TO WS-ERR-STATUS
082600         PERFORM 9550-SOURCE-NOT-OPENED THRU 9550-EXIT
082700         GO TO 3100-EXIT
082800     END-IF
082900     OPEN OUTPUT ATT-ARCHIVE-FILE
083000     IF WS-ATTARCH-FILE-STATUS NOT = "00"
083100         CLOSE ATTENDANCE-FILE
083200         MOVE "ATTARCH WOULD NOT OPEN" TO WS-REFUSE-TEXT
083300         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
083400         GO TO 3100-EXIT
083500     END-IF
083600     SET WS-NOT-EOF TO TRUE
083700     PERFORM 3120-READ-ATTEND THRU 3120-EXIT
083800     PERFORM 3110-ARCHIVE-ONE-ATTEND THRU 3110-EXIT
083900         UNTIL WS-EOF
084000     CLOSE ATTENDANCE-FILE
084100           ATT-ARCHIVE-FILE.
084200 3100-EXIT.
084300     EXIT.
084400
084500*****************************************************************
084600* 3110-ARCHIVE-ONE-ATTEND
084700*****************************************************************
084800 3110-ARCHIVE-ONE-ATTEND.
084900     ADD 1 TO WS-FC-BEFORE(WS-FX)
085000     PERFORM 3150-TEST-ATTEND-DUE THRU 3150-EXIT
085100     IF WS-ROW-DUE
085200         WRITE ATT-ARCHIVE-RECORD FROM ATTENDANCE-RECORD
085300         ADD 1 TO WS-FC-MOVED(WS-FX)
085400     END-IF
085500     PERFORM 3120-READ-ATTEND THRU 3120-EXIT.
085600 3110-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000* 3120-READ-ATTEND
086100*****************************************************************
086200 3120-READ-ATTEND.
086300     READ ATTENDANCE-FILE NEXT RECORD
086400         AT END
086500             SET WS-EOF TO TRUE
086600     END-READ.
086700 3120-EXIT.
086800     EXIT.
086900
087000*****************************************************************
087100* 3150-TEST-ATTEND-DUE
087200*****************************************************************
087300 3150-TEST-ATTEND-DUE.
087400     SET WS-ROW-KEPT TO TRUE
087500     IF ATT-DATE NUMERIC
087600        AND ATT-DATE < WS-FC-BOUNDARY(WS-FX)
087700         SET WS-ROW-DUE TO TRUE
087800     END-IF.
087900 3150-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300* 3200-COUNT-ATTARCH
088400*****************************************************************
088500 3200-COUNT-ATTARCH.
088600     MOVE ZERO TO WS-FC-ARCHIVED(WS-FX)
088700     OPEN INPUT ATT-ARCHIVE-FILE
088800     IF WS-ATTARCH-FILE-STATUS NOT = "00"
088900         GO TO 3200-EXIT
089000     END-IF
089100     SET WS-NOT-EOF TO TRUE
089200     PERFORM 3210-COUNT-ONE-ATTARCH THRU 3210-EXIT
089300         UNTIL WS-EOF
089400     CLOSE ATT-ARCHIVE-FILE.
089500 3200-EXIT.
089600     EXIT.
089700
089800*****************************************************************
089900* 3210-COUNT-ONE-ATTARCH
090000*****************************************************************
090100 3210-COUNT-ONE-ATTARCH.
090200     READ ATT-ARCHIVE-FILE
090300         AT END
090400             SET WS-EOF TO TRUE
090500         NOT AT END
090600             ADD 1 TO WS-FC-ARCHIVED(WS-FX)
090700     END-READ.
090800 3210-EXIT.
090900     EXIT.
091000
091100*****************************************************************
091200* 3300-PURGE-ATTEND
091300*
091400* ATTYTOT IS OPENED FIRST - NO POSTING IS DELETED UNLESS ITS
091500* TOTALS HAVE SOMEWHERE TO GO.  A POSTING IS ADDED TO THE
091600* TOTALS ONLY ONCE ITS DELETE HAS TAKEN, SO THE TOTALS COVER
091700* EXACTLY THE POSTINGS THAT LEFT THE FILE.
091800*****************************************************************
091900 3300-PURGE-ATTEND.
092000     OPEN EXTEND ATT-YEAR-FILE
092100     IF WS-ATTY-FILE-NOTFND
092200         OPEN OUTPUT ATT-YEAR-FILE
092300     END-IF
092400     IF WS-ATTY-FILE-STATUS NOT = "00"
092500         MOVE "ATTYTOT WOULD NOT OPEN" TO WS-REFUSE-TEXT
092600         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
092700         GO TO 3300-EXIT
092800     END-IF
092900     OPEN I-O ATTENDANCE-FILE
093000     IF WS-ATT-FILE-STATUS NOT = "00"
093100         CLOSE ATT-YEAR-FILE
093200         MOVE "ATTEND WOULD NOT OPEN FOR UPDATE"
093300             TO WS-REFUSE-TEXT
093400         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
093500         GO TO 3300-EXIT
093600     END-IF
093700     MOVE ZERO TO WS-DELETED-COUNT
093800     SET WS-TOT-IDLE TO TRUE
093900     SET WS-NOT-EOF TO TRUE
094000     PERFORM 3120-READ-ATTEND THRU 3120-EXIT
094100     PERFORM 3310-PURGE-ONE-ATTEND THRU 3310-EXIT
094200         UNTIL WS-EOF
094300     IF WS-TOT-ACTIVE
094400         PERFORM 3360-WRITE-TOTALS THRU 3360-EXIT
094500     END-IF
094600     CLOSE ATTENDANCE-FILE
094700           ATT-YEAR-FILE.
094800 3300-EXIT.
094900     EXIT.
095000
095100*****************************************************************
095200* 3310-PURGE-ONE-ATTEND
095300*****************************************************************
095400 3310-PURGE-ONE-ATTEND.
095500     PERFORM 3150-TEST-ATTEND-DUE THRU 3150-EXIT
095600     IF WS-ROW-KEPT
095700         PERFORM 3120-READ-ATTEND THRU 3120-EXIT
095800         GO TO 3310-EXIT
095900     END-IF
096000     DELETE ATTENDANCE-FILE RECORD
096100         INVALID KEY
096200             DISPLAY "*** ERROR DELETING POSTING " ATT-STUDENT-ID
096300                 " " ATT-DATE " - LEFT ON ATTEND ***"
096400             PERFORM 3120-READ-ATTEND THRU 3120-EXIT
096500             GO TO 3310-EXIT
096600     END-DELETE
096700     ADD 1 TO WS-DELETED-COUNT
096800     PERFORM 3350-ADD-TO-TOTALS THRU 3350-EXIT
096900     PERFORM 3120-READ-ATTEND THRU 3120-EXIT.
097000 3310-EXIT.
097100     EXIT.
097200
097300*****************************************************************
097400* 3350-ADD-TO-TOTALS
097500*****************************************************************
097600 3350-ADD-TO-TOTALS.
097700     MOVE ATT-DATE TO WS-YS-BASE-DATE-N
097800     PERFORM 9600-SET-YEAR-START THRU 9600-EXIT
097900     IF WS-TOT-ACTIVE
098000         IF ATT-STUDENT-ID NOT = WS-TOT-STUDENT-ID
098100            OR WS-YEAR-START-N NOT = WS-TOT-YEAR-START
098200             PERFORM 3360-WRITE-TOTALS THRU 3360-EXIT
098300         END-IF
098400     END-IF
098500     IF WS-TOT-IDLE
098600         MOVE ATT-STUDENT-ID  TO WS-TOT-STUDENT-ID
098700         MOVE WS-YEAR-START-N TO WS-TOT-YEAR-START
098800         MOVE ZERO TO WS-TOT-POSTED
098900                      WS-TOT-PRESENT
099000                      WS-TOT-ABSENT
099100                      WS-TOT-TARDY
099200                      WS-TOT-EXCUSED
099300         SET WS-TOT-ACTIVE TO TRUE
099400     END-IF
099500     ADD 1 TO WS-TOT-POSTED
099600     EVALUATE TRUE
099700         WHEN ATT-PRESENT
099800             ADD 1 TO WS-TOT-PRESENT
099900         WHEN ATT-ABSENT
100000             ADD 1 TO WS-TOT-ABSENT
100100         WHEN ATT-TARDY
100200             ADD 1 TO WS-TOT-TARDY
100300         WHEN ATT-EXCUSED
100400             ADD 1 TO WS-TOT-EXCUSED
100500     END-EVALUATE
100600     MOVE ATT-HOMEROOM TO WS-TOT-HOMEROOM.
100700 3350-EXIT.
100800     EXIT.
100900
101000*****************************************************************
101100* 3360-WRITE-TOTALS
101200*****************************************************************
101300 3360-WRITE-TOTALS.
101400     MOVE SPACES            TO ATTENDANCE-YEAR-RECORD
101500     MOVE WS-TOT-STUDENT-ID TO ATTY-STUDENT-ID
101600     MOVE WS-TOT-YEAR-START TO ATTY-YEAR-START
101700     MOVE WS-TOT-POSTED     TO ATTY-DAYS-POSTED
101800     MOVE WS-TOT-PRESENT    TO ATTY-DAYS-PRESENT
101900     MOVE WS-TOT-ABSENT     TO ATTY-DAYS-ABSENT
102000     MOVE WS-TOT-TARDY      TO ATTY-DAYS-TARDY
102100     MOVE WS-TOT-EXCUSED    TO ATTY-DAYS-EXCUSED
102200     MOVE WS-TOT-HOMEROOM   TO ATTY-LAST-HOMEROOM
102300     MOVE WS-RUN-DATE-N     TO ATTY-ARCHIVE-DATE
102400     WRITE ATTENDANCE-YEAR-RECORD
102500     ADD 1 TO WS-TOT-WRITTEN
102600     ADD WS-TOT-POSTED TO WS-TOT-POSTINGS
102700     SET WS-TOT-IDLE TO TRUE.
102800 3360-EXIT.
102900     EXIT.
103000
103100*****************************************************************
103200* 4000-HISTORY-RETENTION
103300*****************************************************************
103400 4000-HISTORY-RETENTION.
103500     MOVE WS-FX-HISTORY TO WS-FX
103600     PERFORM 4100-ARCHIVE-HISTORY THRU 4100-EXIT
103700     IF WS-FC-PENDING(WS-FX)
103800         PERFORM 4200-COUNT-HISTARCH THRU 4200-EXIT
103900         PERFORM 9100-PROVE-ARCHIVE THRU 9100-EXIT
104000     END-IF
104100     IF WS-FC-PENDING(WS-FX)
104200         PERFORM 4300-PURGE-HISTORY THRU 4300-EXIT
104300     END-IF
104400     IF WS-FC-PENDING(WS-FX)
104500         PERFORM 9300-COPY-BACK THRU 9300-EXIT
104600     END-IF
104700     IF WS-FC-PENDING(WS-FX)
104800         PERFORM 9400-PROVE-AFTER THRU 9400-EXIT
104900     END-IF.
105000 4000-EXIT.
105100     EXIT.
105200
105300*****************************************************************
105400* 4100-ARCHIVE-HISTORY
105500*****************************************************************
105600 4100-ARCHIVE-HISTORY.
105700     OPEN INPUT HISTORY-FILE
105800     IF WS-HIST-FILE-NOTFND
105900         SET WS-FC-NOT-ON-FILE(WS-FX) TO TRUE
106000         GO TO 4100-EXIT
106100     END-IF
106200     IF WS-HIST-FILE-STATUS NOT = "00"
106300         MOVE WS-HIST-FILE-STATUS TO WS-ERR-STATUS
106400         PERFORM 9550-SOURCE-NOT-OPENED THRU 9550-EXIT
106500         GO TO 4100-EXIT
106600     END-IF
106700     OPEN OUTPUT HIST-ARCHIVE-FILE
106800     IF WS-HISTARCH-FILE-STATUS NOT = "00"
106900         CLOSE HISTORY-FILE
107000         MOVE "HISTARCH WOULD NOT OPEN" TO WS-REFUSE-TEXT
107100         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
107200         GO TO 4100-EXIT
107300     END-IF
107400     SET WS-NOT-EOF TO TRUE
107500     PERFORM 4120-READ-HISTORY THRU 4120-EXIT
107600     PERFORM 4110-ARCHIVE-ONE-HISTORY THRU 4110-EXIT
107700         UNTIL WS-EOF
107800     CLOSE HISTORY-FILE
107900           HIST-ARCHIVE-FILE.
108000 4100-EXIT.
108100     EXIT.
108200
108300*****************************************************************
108400* 4110-ARCHIVE-ONE-HISTORY
108500*****************************************************************
108600 4110-ARCHIVE-ONE-HISTORY.
108700     ADD 1 TO WS-FC-BEFORE(WS-FX)
108800     PERFORM 4150-TEST-HISTORY-DUE THRU 4150-EXIT
108900     IF WS-ROW-DUE
109000         WRITE HIST-ARCHIVE-RECORD FROM HISTORY-RECORD
109100         ADD 1 TO WS-FC-MOVED(WS-FX)
109200     END-IF
109300     PERFORM 4120-READ-HISTORY THRU 4120-EXIT.
109400 4110-EXIT.
109500     EXIT.
109600
109700*****************************************************************
109800* 4120-READ-HISTORY
109900*****************************************************************
110000 4120-READ-HISTORY.
110100     READ HISTORY-FILE
110200         AT END
110300             SET WS-EOF TO TRUE
110400     END-READ.
110500 4120-EXIT.
110600     EXIT.
110700
110800*****************************************************************
110900* 4150-TEST-HISTORY-DUE
111000*
111100* A ROW WITH NO USABLE DATE IS KEPT - IT CANNOT BE SHOWN TO BE
111200* OLDER THAN THE RETENTION PERIOD.
111300*****************************************************************
111400 4150-TEST-HISTORY-DUE.
111500     SET WS-ROW-KEPT TO TRUE
111600     IF HIST-DATE NUMERIC
111700        AND HIST-DATE < WS-FC-BOUNDARY(WS-FX)
111800         SET WS-ROW-DUE TO TRUE
111900     END-IF.
112000 4150-EXIT.
112100     EXIT.
112200
112300*****************************************************************
112400* 4200-COUNT-HISTARCH
112500*****************************************************************
112600 4200-COUNT-HISTARCH.
112700     MOVE ZERO TO WS-FC-ARCHIVED(WS-FX)
112800     OPEN INPUT HIST-ARCHIVE-FILE
112900     IF WS-HISTARCH-FILE-STATUS NOT = "00"
113000         GO TO 4200-EXIT
113100     END-IF
113200     SET WS-NOT-EOF TO TRUE
113300     PERFORM 4210-COUNT-ONE-HISTARCH THRU 4210-EXIT
113400         UNTIL WS-EOF
113500     CLOSE HIST-ARCHIVE-FILE.
113600 4200-EXIT.
113700     EXIT.
113800
113900*****************************************************************
114000* 4210-COUNT-ONE-HISTARCH
114100*****************************************************************
114200 4210-COUNT-ONE-HISTARCH.
114300     READ HIST-ARCHIVE-FILE
114400         AT END
114500             SET WS-EOF TO TRUE
114600         NOT AT END
114700             ADD 1 TO WS-FC-ARCHIVED(WS-FX)
114800     END-READ.
114900 4210-EXIT.
115000     EXIT.
115100
115200*****************************************************************
115300* 4300-PURGE-HISTORY
115400*****************************************************************
115500 4300-PURGE-HISTORY.
115600     OPEN INPUT HISTORY-FILE
115700     IF WS-HIST-FILE-STATUS NOT = "00"
115800         MOVE "STUHIST WOULD NOT REOPEN" TO WS-REFUSE-TEXT
115900         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
116000         GO TO 4300-EXIT
116100     END-IF
116200     OPEN OUTPUT RETAIN-WORK-FILE
116300     IF WS-WORK-FILE-STATUS NOT = "00"
116400         CLOSE HISTORY-FILE
116500         MOVE "RETNWORK WOULD NOT OPEN" TO WS-REFUSE-TEXT
116600         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
116700         GO TO 4300-EXIT
116800     END-IF
116900     SET WS-NOT-EOF TO TRUE
117000     PERFORM 4120-READ-HISTORY THRU 4120-EXIT
117100     PERFORM 4310-KEEP-ONE-HISTORY THRU 4310-EXIT
117200         UNTIL WS-EOF
117300     CLOSE HISTORY-FILE
117400           RETAIN-WORK-FILE
117500     PERFORM 9200-PROVE-KEPT THRU 9200-EXIT.
117600 4300-EXIT.
117700     EXIT.
117800
117900*****************************************************************
118000* 4310-KEEP-ONE-HISTORY
118100*****************************************************************
118200 4310-KEEP-ONE-HISTORY.
118300     PERFORM 4150-TEST-HISTORY-DUE THRU 4150-EXIT
118400     IF WS-ROW-KEPT
118500         WRITE RETAIN-WORK-RECORD FROM HISTORY-RECORD
118600     END-IF
118700     PERFORM 4120-READ-HISTORY THRU 4120-EXIT.
118800 4310-EXIT.
118900     EXIT.
119000
119100*****************************************************************
119200* 5000-AUDIT-RETENTION
119300*****************************************************************
119400 5000-AUDIT-RETENTION.
119500     MOVE WS-FX-AUDIT TO WS-FX
119600     PERFORM 5100-ARCHIVE-AUDIT THRU 5100-EXIT
119700     IF WS-FC-PENDING(WS-FX)
119800         PERFORM 5200-COUNT-AUDARCH THRU 5200-EXIT
119900         PERFORM 9100-PROVE-ARCHIVE THRU 9100-EXIT
120000     END-IF
120100     IF WS-FC-PENDING(WS-FX)
120200         PERFORM 5300-PURGE-AUDIT THRU 5300-EXIT
120300     END-IF
120400     IF WS-FC-PENDING(WS-FX)
120500         PERFORM 9300-COPY-BACK THRU 9300-EXIT
120600     END-IF
120700     IF WS-FC-PENDING(WS-FX)
120800         PERFORM 9400-PROVE-AFTER THRU 9400-EXIT
120900     END-IF.
121000 5000-EXIT.
121100     EXIT.
121200
121300*****************************************************************
121400* 5100-ARCHIVE-AUDIT
121500*****************************************************************
121600 5100-ARCHIVE-AUDIT.
121700     OPEN INPUT AUDIT-FILE
121800     IF WS-AUDIT-FILE-NOTFND
121900         SET WS-FC-NOT-ON-FILE(WS-FX) TO TRUE
122000         GO TO 5100-EXIT
122100     END-IF
122200     IF WS-AUDIT-FILE-STATUS NOT = "00"
122300         MOVE WS-AUDIT-FILE-STATUS TO WS-ERR-STATUS
122400         PERFORM 9550-SOURCE-NOT-OPENED THRU 9550-EXIT
122500         GO TO 5100-EXIT
122600     END-IF
122700     OPEN OUTPUT AUDIT-ARCHIVE-FILE
122800     IF WS-AUDARCH-FILE-STATUS NOT = "00"
122900         CLOSE AUDIT-FILE
123000         MOVE "AUDARCH WOULD NOT OPEN" TO WS-REFUSE-TEXT
123100         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
123200         GO TO 5100-EXIT
123300     END-IF
123400     SET WS-NOT-EOF TO TRUE
123500     PERFORM 5120-READ-AUDIT THRU 5120-EXIT
123600     PERFORM 5110-ARCHIVE-ONE-AUDIT THRU 5110-EXIT
123700         UNTIL WS-EOF
123800     CLOSE AUDIT-FILE
123900           AUDIT-ARCHIVE-FILE.
124000 5100-EXIT.
124100     EXIT.
124200
124300*****************************************************************
124400* 5110-ARCHIVE-ONE-AUDIT
124500*****************************************************************
124600 5110-ARCHIVE-ONE-AUDIT.
124700     ADD 1 TO WS-FC-BEFORE(WS-FX)
124800     PERFORM 5150-TEST-AUDIT-DUE THRU 5150-EXIT
124900     IF WS-ROW-DUE
125000         WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-RECORD
125100         ADD 1 TO WS-FC-MOVED(WS-FX)
125200     END-IF
125300     PERFORM 5120-READ-AUDIT THRU 5120-EXIT.
125400 5110-EXIT.
125500     EXIT.
125600
125700*****************************************************************
125800* 5120-READ-AUDIT
125900*****************************************************************
126000 5120-READ-AUDIT.
126100     READ AUDIT-FILE
126200         AT END
126300             SET WS-EOF TO TRUE
126400     END-READ.
126500 5120-EXIT.
126600     EXIT.
126700
126800*****************************************************************
126900* 5150-TEST-AUDIT-DUE
127000*
127100* A RUN IS AGED BY THE DATE IT STARTED.
127200*****************************************************************
127300 5150-TEST-AUDIT-DUE.
127400     SET WS-ROW-KEPT TO TRUE
127500     IF AUDIT-START-DATE NUMERIC
127600        AND AUDIT-START-DATE < WS-FC-BOUNDARY(WS-FX)
127700         SET WS-ROW-DUE TO TRUE
127800     END-IF.
127900 5150-EXIT.
128000     EXIT.
128100
128200*****************************************************************
128300* 5200-COUNT-AUDARCH
128400*****************************************************************
128500 5200-COUNT-AUDARCH.
128600     MOVE ZERO TO WS-FC-ARCHIVED(WS-FX)
128700     OPEN INPUT AUDIT-ARCHIVE-FILE
128800     IF WS-AUDARCH-FILE-STATUS NOT = "00"
128900         GO TO 5200-EXIT
129000     END-IF
129100     SET WS-NOT-EOF TO TRUE
129200     PERFORM 5210-COUNT-ONE-AUDARCH THRU 5210-EXIT
129300         UNTIL WS-EOF
129400     CLOSE AUDIT-ARCHIVE-FILE.
129500 5200-EXIT.
129600     EXIT.
129700
129800*****************************************************************
129900* 5210-COUNT-ONE-AUDARCH
130000*****************************************************************
130100 5210-COUNT-ONE-AUDARCH.
130200     READ AUDIT-ARCHIVE-FILE
130300         AT END
130400             SET WS-EOF TO TRUE
130500         NOT AT END
130600             ADD 1 TO WS-FC-ARCHIVED(WS-FX)
130700     END-READ.
130800 5210-EXIT.
130900     EXIT.
131000
131100*****************************************************************
131200* 5300-PURGE-AUDIT
131300*****************************************************************
131400 5300-PURGE-AUDIT.
131500     OPEN INPUT AUDIT-FILE
131600     IF WS-AUDIT-FILE-STATUS NOT = "00"
131700         MOVE "STUAUDIT WOULD NOT REOPEN" TO WS-REFUSE-TEXT
131800         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
131900         GO TO 5300-EXIT
132000     END-IF
132100     OPEN OUTPUT RETAIN-WORK-FILE
132200     IF WS-WORK-FILE-STATUS NOT = "00"
132300         CLOSE AUDIT-FILE
132400         MOVE "RETNWORK WOULD NOT OPEN" TO WS-REFUSE-TEXT
132500         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
132600         GO TO 5300-EXIT
132700     END-IF
132800     SET WS-NOT-EOF TO TRUE
132900     PERFORM 5120-READ-AUDIT THRU 5120-EXIT
133000     PERFORM 5310-KEEP-ONE-AUDIT THRU 5310-EXIT
133100         UNTIL WS-EOF
133200     CLOSE AUDIT-FILE
133300           RETAIN-WORK-FILE
133400     PERFORM 9200-PROVE-KEPT THRU 9200-EXIT.
133500 5300-EXIT.
133600     EXIT.
133700
133800*****************************************************************
133900* 5310-KEEP-ONE-AUDIT
134000*****************************************************************
134100 5310-KEEP-ONE-AUDIT.
134200     PERFORM 5150-TEST-AUDIT-DUE THRU 5150-EXIT
134300     IF WS-ROW-KEPT
134400         WRITE RETAIN-WORK-RECORD FROM AUDIT-RECORD
134500     END-IF
134600     PERFORM 5120-READ-AUDIT THRU 5120-EXIT.
134700 5310-EXIT.
134800     EXIT.
134900
135000*****************************************************************
135100* 6000-SUSPENSE-RETENTION
135200*****************************************************************
135300 6000-SUSPENSE-RETENTION.
135400     MOVE WS-FX-SUSPENSE TO WS-FX
135500     PERFORM 6100-ARCHIVE-SUSPENSE THRU 6100-EXIT
135600     IF WS-FC-PENDING(WS-FX)
135700         PERFORM 6200-COUNT-SUSPARCH THRU 6200-EXIT
135800         PERFORM 9100-PROVE-ARCHIVE THRU 9100-EXIT
135900     END-IF
136000     IF WS-FC-PENDING(WS-FX)
136100         PERFORM 6300-PURGE-SUSPENSE THRU 6300-EXIT
136200     END-IF
136300     IF WS-FC-PENDING(WS-FX)
136400         PERFORM 9300-COPY-BACK THRU 9300-EXIT
136500     END-IF
136600     IF WS-FC-PENDING(WS-FX)
136700         PERFORM 9400-PROVE-AFTER THRU 9400-EXIT
136800     END-IF.
136900 6000-EXIT.
137000     EXIT.
137100
137200*****************************************************************
137300* 6100-ARCHIVE-SUSPENSE
137400*****************************************************************
137500 6100-ARCHIVE-SUSPENSE.
137600     OPEN INPUT SUSPENSE-FILE
137700     IF WS-SUSP-FILE-NOTFND
137800         SET WS-FC-NOT-ON-FILE(WS-FX) TO TRUE
137900         GO TO 6100-EXIT
138000     END-IF
138100     IF WS-SUSP-FILE-STATUS NOT = "00"
138200         MOVE WS-SUSP-FILE-STATUS TO WS-ERR-STATUS
138300         PERFORM 9550-SOURCE-NOT-OPENED THRU 9550-EXIT
138400         GO TO 6100-EXIT
138500     END-IF
138600     OPEN OUTPUT SUSP-ARCHIVE-FILE
138700     IF WS-SUSPARCH-FILE-STATUS NOT = "00"
138800         CLOSE SUSPENSE-FILE
138900         MOVE "SUSPARCH WOULD NOT OPEN" TO WS-REFUSE-TEXT
139000         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
139100         GO TO 6100-EXIT
139200     END-IF
139300     SET WS-NOT-EOF TO TRUE
139400     PERFORM 6120-READ-SUSPENSE THRU 6120-EXIT
139500     PERFORM 6110-ARCHIVE-ONE-SUSPENSE THRU 6110-EXIT
139600         UNTIL WS-EOF
139700     CLOSE SUSPENSE-FILE
139800           SUSP-ARCHIVE-FILE.
139900 6100-EXIT.
140000     EXIT.
140100
140200*****************************************************************
140300* 6110-ARCHIVE-ONE-SUSPENSE
140400*****************************************************************
140500 6110-ARCHIVE-ONE-SUSPENSE.
140600     ADD 1 TO WS-FC-BEFORE(WS-FX)
140700     PERFORM 6150-TEST-SUSPENSE-DUE THRU 6150-EXIT
140800     IF WS-ROW-DUE
140900         WRITE SUSP-ARCHIVE-RECORD FROM SUSPENSE-RECORD
141000         ADD 1 TO WS-FC-MOVED(WS-FX)
141100     END-IF
141200     PERFORM 6120-READ-SUSPENSE THRU 6120-EXIT.
141300 6110-EXIT.
141400     EXIT.
141500
141600*****************************************************************
141700* 6120-READ-SUSPENSE
141800*****************************************************************
141900 6120-READ-SUSPENSE.
142000     READ SUSPENSE-FILE
142100         AT END
142200             SET WS-EOF TO TRUE
142300     END-READ.
142400 6120-EXIT.
142500     EXIT.
142600
142700*****************************************************************
142800* 6150-TEST-SUSPENSE-DUE
142900*
143000* AGED BY THE DATE OF THE REJECTING RUN, TAKEN FROM THE TAIL
143100* OF THE IMAGE FOR A ROW STILL IN THE PRE-STATUS LAYOUT.  A ROW
143200* WITH NO USABLE DATE IS KEPT.
143300*****************************************************************
143400 6150-TEST-SUSPENSE-DUE.
143500     SET WS-ROW-KEPT TO TRUE
143600     IF SUSP-REASON-CODE = SPACES
143700         MOVE SUSP-TRAN-DATA(102:8) TO WS-SUSP-DATE-X
143800     ELSE
143900         MOVE SUSP-REJECT-DATE TO WS-SUSP-DATE-X
144000     END-IF
144100     IF WS-SUSP-DATE-X NUMERIC
144200        AND WS-SUSP-DATE-N < WS-FC-BOUNDARY(WS-FX)
144300         SET WS-ROW-DUE TO TRUE
144400     END-IF.
144500 6150-EXIT.
144600     EXIT.
144700
144800*****************************************************************
144900* 6200-COUNT-SUSPARCH
145000*****************************************************************
145100 6200-COUNT-SUSPARCH.
145200     MOVE ZERO TO WS-FC-ARCHIVED(WS-FX)
145300     OPEN INPUT SUSP-ARCHIVE-FILE
145400     IF WS-SUSPARCH-FILE-STATUS NOT = "00"
145500         GO TO 6200-EXIT
145600     END-IF
145700     SET WS-NOT-EOF TO TRUE
145800     PERFORM 6210-COUNT-ONE-SUSPARCH THRU 6210-EXIT
145900         UNTIL WS-EOF
146000     CLOSE SUSP-ARCHIVE-FILE.
146100 6200-EXIT.
146200     EXIT.
146300
146400*****************************************************************
146500* 6210-COUNT-ONE-SUSPARCH
146600*****************************************************************
146700 6210-COUNT-ONE-SUSPARCH.
146800     READ SUSP-ARCHIVE-FILE
146900         AT END
147000             SET WS-EOF TO TRUE
147100         NOT AT END
147200             ADD 1 TO WS-FC-ARCHIVED(WS-FX)
147300     END-READ.
147400 6210-EXIT.
147500     EXIT.
147600
147700*****************************************************************
147800* 6300-PURGE-SUSPENSE
147900*****************************************************************
148000 6300-PURGE-SUSPENSE.
148100     OPEN INPUT SUSPENSE-FILE
148200     IF WS-SUSP-FILE-STATUS NOT = "00"
148300         MOVE "STUSUSP WOULD NOT REOPEN" TO WS-REFUSE-TEXT
148400         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
148500         GO TO 6300-EXIT
148600     END-IF
148700     OPEN OUTPUT RETAIN-WORK-FILE
148800     IF WS-WORK-FILE-STATUS NOT = "00"
148900         CLOSE SUSPENSE-FILE
149000         MOVE "RETNWORK WOULD NOT OPEN" TO WS-REFUSE-TEXT
149100         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
149200         GO TO 6300-EXIT
149300     END-IF
149400     SET WS-NOT-EOF TO TRUE
149500     PERFORM 6120-READ-SUSPENSE THRU 6120-EXIT
149600     PERFORM 6310-KEEP-ONE-SUSPENSE THRU 6310-EXIT
149700         UNTIL WS-EOF
149800     CLOSE SUSPENSE-FILE
149900           RETAIN-WORK-FILE
150000     PERFORM 9200-PROVE-KEPT THRU 9200-EXIT.
150100 6300-EXIT.
150200     EXIT.
150300
150400*****************************************************************
150500* 6310-KEEP-ONE-SUSPENSE
150600*****************************************************************
150700 6310-KEEP-ONE-SUSPENSE.
150800     PERFORM 6150-TEST-SUSPENSE-DUE THRU 6150-EXIT
150900     IF WS-ROW-KEPT
151000         WRITE RETAIN-WORK-RECORD FROM SUSPENSE-RECORD
151100     END-IF
151200     PERFORM 6120-READ-SUSPENSE THRU 6120-EXIT.
151300 6310-EXIT.
151400     EXIT.
151500
151600*****************************************************************
151700* 7000-EXTRACT-RETENTION
151800*
151900* THE FEED IS MAPPED FIRST (7100) SO EACH BATCH CAN BE JUDGED
152000* WHOLE.  A FEED TOO LARGE FOR THE MAP IS KEPT WHOLE - NOTHING
152100* ON IT CAN BE SHOWN TO BE SUPERSEDED.
152200*****************************************************************
152300 7000-EXTRACT-RETENTION.
152400     MOVE WS-FX-EXTRACT TO WS-FX
152500     PERFORM 7100-MAP-FEED THRU 7100-EXIT
152600     IF NOT WS-FC-PENDING(WS-FX)
152700         GO TO 7000-EXIT
152800     END-IF
152900     IF WS-MAP-FULL
153000         DISPLAY "*** STUEXTR KEPT WHOLE - MORE THAN "
153100             WS-BT-LIMIT " BATCHES OR " WS-ST-LIMIT
153200             " STUDENTS TO MAP ***"
153300         SET WS-FC-KEPT-WHOLE(WS-FX) TO TRUE
153400         MOVE WS-EXTR-MAP-COUNT TO WS-FC-BEFORE(WS-FX)
153500                                   WS-FC-AFTER(WS-FX)
153600         IF WS-HIGH-RC < 4
153700             MOVE 4 TO WS-HIGH-RC
153800         END-IF
153900         GO TO 7000-EXIT
154000     END-IF
154100     PERFORM 7200-MARK-LIVE-BATCH THRU 7200-EXIT
154200         VARYING WS-SRCH-IDX FROM 1 BY 1
154300         UNTIL WS-SRCH-IDX > WS-ST-COUNT
154400     PERFORM 7250-SET-BATCH-DUE THRU 7250-EXIT
154500         VARYING WS-BX FROM 1 BY 1
154600         UNTIL WS-BX > WS-BT-COUNT
154700     PERFORM 7300-ARCHIVE-EXTRACT THRU 7300-EXIT
154800     IF WS-FC-PENDING(WS-FX)
154900         PERFORM 7400-COUNT-EXTRARCH THRU 7400-EXIT
155000         PERFORM 9100-PROVE-ARCHIVE THRU 9100-EXIT
155100     END-IF
155200     IF WS-FC-PENDING(WS-FX)
155300         PERFORM 7500-PURGE-EXTRACT THRU 7500-EXIT
155400     END-IF
155500     IF WS-FC-PENDING(WS-FX)
155600         PERFORM 9300-COPY-BACK THRU 9300-EXIT
155700     END-IF
155800     IF WS-FC-PENDING(WS-FX)
155900         PERFORM 9400-PROVE-AFTER THRU 9400-EXIT
156000     END-IF.
156100 7000-EXIT.
156200     EXIT.
156300
156400*****************************************************************
156500* 7050-TRACK-BATCH
156600*
156700* RUN FOR EVERY FEED RECORD IN EVERY PASS.  A HDR OPENS THE
156800* NEXT BATCH; SO DOES A RECORD AHEAD OF ANY HDR AT ALL.
156900*****************************************************************
157000 7050-TRACK-BATCH.
157100     IF EXTH-HEADER OR WS-BATCH-NO = ZERO
157200         ADD 1 TO WS-BATCH-NO
157300     END-IF.
157400 7050-EXIT.
157500     EXIT.
157600
157700*****************************************************************
157800* 7100-MAP-FEED
157900*****************************************************************
158000 7100-MAP-FEED.
158100     OPEN INPUT EXTRACT-FILE
158200     IF WS-EXTR-FILE-NOTFND
158300         SET WS-FC-NOT-ON-FILE(WS-FX) TO TRUE
158400         GO TO 7100-EXIT
158500     END-IF
158600     IF WS-EXTR-FILE-STATUS NOT = "00"
158700         MOVE WS-EXTR-FILE-STATUS TO WS-ERR-STATUS
158800         PERFORM 9550-SOURCE-NOT-OPENED THRU 9550-EXIT
158900         GO TO 7100-EXIT
159000     END-IF
159100     MOVE ZERO TO WS-BATCH-NO
159200                  WS-BT-COUNT
159300                  WS-ST-COUNT
159400                  WS-EXTR-MAP-COUNT
159500     SET WS-NOT-EOF TO TRUE
159600     PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
159700     PERFORM 7110-MAP-ONE-RECORD THRU 7110-EXIT
159800         UNTIL WS-EOF
159900     CLOSE EXTRACT-FILE.
160000 7100-EXIT.
160100     EXIT.
160200
160300*****************************************************************
160400* 7110-MAP-ONE-RECORD
160500*
160600* A NEW BATCH TAKES ITS FEED DATE FROM ITS HDR; ONE OPENED BY
160700* A HEADERLESS RECORD HAS NONE AND COUNTS AS OLD.  A DETAIL
160800* RECORD MOVES ITS STUDENT'S LATEST BATCH UP TO THIS ONE.
160900*****************************************************************
161000 7110-MAP-ONE-RECORD.
161100     ADD 1 TO WS-EXTR-MAP-COUNT
161200     PERFORM 7050-TRACK-BATCH THRU 7050-EXIT
161300     IF WS-MAP-FULL
161400         PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
161500         GO TO 7110-EXIT
161600     END-IF
161700     IF WS-BATCH-NO > WS-BT-COUNT
161800         IF WS-BT-COUNT >= WS-BT-LIMIT
161900             SET WS-MAP-FULL TO TRUE
162000             PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
162100             GO TO 7110-EXIT
162200         END-IF
162300         ADD 1 TO WS-BT-COUNT
162400         MOVE ZERO TO WS-BT-FEED-DATE(WS-BT-COUNT)
162500         IF EXTH-HEADER AND EXTH-FEED-DATE NUMERIC
162600             MOVE EXTH-FEED-DATE TO WS-BT-FEED-DATE(WS-BT-COUNT)
162700         END-IF
162800         MOVE "N" TO WS-BT-LIVE-SW(WS-BT-COUNT)
162900                     WS-BT-DUE-SW(WS-BT-COUNT)
163000     END-IF
163100     IF EXTH-HEADER OR EXTT-TRAILER
163200         PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
163300         GO TO 7110-EXIT
163400     END-IF
163500     MOVE EXTR-STUDENT-ID TO WS-EXTR-ID
163600     SET WS-NOT-FOUND TO TRUE
163700     PERFORM 7130-LOOK-UP-STUDENT THRU 7130-EXIT
163800         VARYING WS-SRCH-IDX FROM 1 BY 1
163900         UNTIL WS-SRCH-IDX > WS-ST-COUNT
164000            OR WS-FOUND
164100     IF WS-NOT-FOUND
164200         IF WS-ST-COUNT >= WS-ST-LIMIT
164300             SET WS-MAP-FULL TO TRUE
164400             PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
164500             GO TO 7110-EXIT
164600         END-IF
164700         ADD 1 TO WS-ST-COUNT
164800         MOVE WS-ST-COUNT TO WS-HIT-IDX
164900         MOVE WS-EXTR-ID  TO WS-ST-ID(WS-HIT-IDX)
165000     END-IF
165100     MOVE WS-BATCH-NO TO WS-ST-LAST-BATCH(WS-HIT-IDX)
165200     PERFORM 7120-READ-EXTRACT THRU 7120-EXIT.
165300 7110-EXIT.
165400     EXIT.
165500
165600*****************************************************************
165700* 7120-READ-EXTRACT
165800*****************************************************************
165900 7120-READ-EXTRACT.
166000     READ EXTRACT-FILE
166100         AT END
166200             SET WS-EOF TO TRUE
166300     END-READ.
166400 7120-EXIT.
166500     EXIT.
166600
166700*****************************************************************
166800* 7130-LOOK-UP-STUDENT
166900*
167000* LEAVES WS-HIT-IDX ON THE MATCHING ENTRY WHEN ONE EXISTS.
167100*****************************************************************
167200 7130-LOOK-UP-STUDENT.
167300     IF WS-ST-ID(WS-SRCH-IDX) = WS-EXTR-ID
167400         MOVE WS-SRCH-IDX TO WS-HIT-IDX
167500         SET WS-FOUND TO TRUE
167600     END-IF.
167700 7130-EXIT.
167800     EXIT.
167900
168000*****************************************************************
168100* 7200-MARK-LIVE-BATCH
168200*****************************************************************
168300 7200-MARK-LIVE-BATCH.
168400     MOVE WS-ST-LAST-BATCH(WS-SRCH-IDX) TO WS-BX
168500     SET WS-BT-LIVE(WS-BX) TO TRUE.
168600 7200-EXIT.
168700     EXIT.
168800
168900*****************************************************************
169000* 7250-SET-BATCH-DUE
169100*
169200* A BATCH IS DUE WHEN IT WAS CUT BEFORE THE RETENTION PERIOD
169300* AND HOLDS NO STUDENT'S LATEST RECORD.
169400*****************************************************************
169500 7250-SET-BATCH-DUE.
169600     IF NOT WS-BT-LIVE(WS-BX)
169700        AND WS-BT-FEED-DATE(WS-BX) < WS-FC-BOUNDARY(WS-FX)
169800         SET WS-BT-DUE(WS-BX) TO TRUE
169900         ADD 1 TO WS-BT-DUE-COUNT
170000     END-IF.
170100 7250-EXIT.
170200     EXIT.
170300
170400*****************************************************************
170500* 7300-ARCHIVE-EXTRACT
170600*****************************************************************
170700 7300-ARCHIVE-EXTRACT.
170800     OPEN INPUT EXTRACT-FILE
170900     IF WS-EXTR-FILE-STATUS NOT = "00"
171000         MOVE "STUEXTR WOULD NOT REOPEN" TO WS-REFUSE-TEXT
171100         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
171200         GO TO 7300-EXIT
171300     END-IF
171400     OPEN OUTPUT EXTR-ARCHIVE-FILE
171500     IF WS-EXTRARCH-FILE-STATUS NOT = "00"
171600         CLOSE EXTRACT-FILE
171700         MOVE "EXTRARCH WOULD NOT OPEN" TO WS-REFUSE-TEXT
171800         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
171900         GO TO 7300-EXIT
172000     END-IF
172100     MOVE ZERO TO WS-BATCH-NO
172200     SET WS-NOT-EOF TO TRUE
172300     PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
172400     PERFORM 7310-ARCHIVE-ONE-EXTRACT THRU 7310-EXIT
172500         UNTIL WS-EOF
172600     CLOSE EXTRACT-FILE
172700           EXTR-ARCHIVE-FILE.
172800 7300-EXIT.
172900     EXIT.
173000
173100*****************************************************************
173200* 7310-ARCHIVE-ONE-EXTRACT
173300*****************************************************************
173400 7310-ARCHIVE-ONE-EXTRACT.
173500     ADD 1 TO WS-FC-BEFORE(WS-FX)
173600     PERFORM 7350-TEST-EXTRACT-DUE THRU 7350-EXIT
173700     IF WS-ROW-DUE
173800         WRITE EXTR-ARCHIVE-RECORD FROM EXTRACT-RECORD
173900         ADD 1 TO WS-FC-MOVED(WS-FX)
174000     END-IF
174100     PERFORM 7120-READ-EXTRACT THRU 7120-EXIT.
174200 7310-EXIT.
174300     EXIT.
174400
174500*****************************************************************
174600* 7350-TEST-EXTRACT-DUE
174700*
174800* EVERY RECORD GOES WITH ITS BATCH - HDR, DETAILS AND TRL.  A
174900* BATCH THE MAP NEVER SAW (THE FEED GREW SINCE) STAYS.
175000*****************************************************************
175100 7350-TEST-EXTRACT-DUE.
175200     SET WS-ROW-KEPT TO TRUE
175300     PERFORM 7050-TRACK-BATCH THRU 7050-EXIT
175400     IF WS-BATCH-NO NOT > WS-BT-COUNT
175500         IF WS-BT-DUE(WS-BATCH-NO)
175600             SET WS-ROW-DUE TO TRUE
175700         END-IF
175800     END-IF.
175900 7350-EXIT.
176000     EXIT.
176100
176200*****************************************************************
176300* 7400-COUNT-EXTRARCH
176400*****************************************************************
176500 7400-COUNT-EXTRARCH.
176600     MOVE ZERO TO WS-FC-ARCHIVED(WS-FX)
176700     OPEN INPUT EXTR-ARCHIVE-FILE
176800     IF WS-EXTRARCH-FILE-STATUS NOT = "00"
176900         GO TO 7400-EXIT
177000     END-IF
177100     SET WS-NOT-EOF TO TRUE
177200     PERFORM 7410-COUNT-ONE-EXTRARCH THRU 7410-EXIT
177300         UNTIL WS-EOF
177400     CLOSE EXTR-ARCHIVE-FILE.
177500 7400-EXIT.
177600     EXIT.
177700
177800*****************************************************************
177900* 7410-COUNT-ONE-EXTRARCH
178000*****************************************************************
178100 7410-COUNT-ONE-EXTRARCH.
178200     READ EXTR-ARCHIVE-FILE
178300         AT END
178400             SET WS-EOF TO TRUE
178500         NOT AT END
178600             ADD 1 TO WS-FC-ARCHIVED(WS-FX)
178700     END-READ.
178800 7410-EXIT.
178900     EXIT.
179000
179100*****************************************************************
179200* 7500-PURGE-EXTRACT
179300*****************************************************************
179400 7500-PURGE-EXTRACT.
179500     OPEN INPUT EXTRACT-FILE
179600     IF WS-EXTR-FILE-STATUS NOT = "00"
179700         MOVE "STUEXTR WOULD NOT REOPEN" TO WS-REFUSE-TEXT
179800         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
179900         GO TO 7500-EXIT
180000     END-IF
180100     OPEN OUTPUT RETAIN-WORK-FILE
180200     IF WS-WORK-FILE-STATUS NOT = "00"
180300         CLOSE EXTRACT-FILE
180400         MOVE "RETNWORK WOULD NOT OPEN" TO WS-REFUSE-TEXT
180500         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
180600         GO TO 7500-EXIT
180700     END-IF
180800     MOVE ZERO TO WS-BATCH-NO
180900     SET WS-NOT-EOF TO TRUE
181000     PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
181100     PERFORM 7510-KEEP-ONE-EXTRACT THRU 7510-EXIT
181200         UNTIL WS-EOF
181300     CLOSE EXTRACT-FILE
181400           RETAIN-WORK-FILE
181500     PERFORM 9200-PROVE-KEPT THRU 9200-EXIT.
181600 7500-EXIT.
181700     EXIT.
181800
181900*****************************************************************
182000* 7510-KEEP-ONE-EXTRACT
182100*****************************************************************
182200 7510-KEEP-ONE-EXTRACT.
182300     PERFORM 7350-TEST-EXTRACT-DUE THRU 7350-EXIT
182400     IF WS-ROW-KEPT
182500         WRITE RETAIN-WORK-RECORD FROM EXTRACT-RECORD
182600     END-IF
182700     PERFORM 7120-READ-EXTRACT THRU 7120-EXIT.
182800 7510-EXIT.
182900     EXIT.
183000
183100*****************************************************************
183200* 8000-TERMINATE
183300*****************************************************************
183400 8000-TERMINATE.
183500     IF NOT WS-ABORTED
183600         PERFORM 8100-PRINT-CONTROL-REPORT THRU 8100-EXIT
183700     END-IF
183800     CLOSE PRINT-FILE
183900     MOVE WS-HIGH-RC TO RETURN-CODE.
184000 8000-EXIT.
184100     EXIT.
184200
184300*****************************************************************
184400* 8100-PRINT-CONTROL-REPORT
184500*
184600* ONE LINE PER FILE - BEFORE = MOVED + AFTER, AND MOVED =
184700* ARCHIVED, ON EVERY FILE PURGED - THEN THE DETAIL BEHIND THE
184800* ATTSUSP, ATTEND AND STUEXTR LINES.
184900*****************************************************************
185000 8100-PRINT-CONTROL-REPORT.
185100     MOVE WS-COLUMN-LINE TO PRINT-LINE
185200     WRITE PRINT-LINE
185300     PERFORM 8110-PRINT-FILE-LINE THRU 8110-EXIT
185400         VARYING WS-FX FROM 1 BY 1
185500         UNTIL WS-FX > WS-FILE-LIMIT
185600     MOVE SPACES TO PRINT-LINE
185700     WRITE PRINT-LINE
185800     MOVE "ATTSUSP ROWS POSTED SINCE:" TO WS-TL-LABEL
185900     MOVE WS-ASUSP-POSTED-COUNT TO WS-TL-COUNT
186000     PERFORM 8120-PRINT-TOTAL-LINE THRU 8120-EXIT
186100     MOVE "ATTSUSP ROWS AGED OUT:" TO WS-TL-LABEL
186200     MOVE WS-ASUSP-AGED-COUNT TO WS-TL-COUNT
186300     PERFORM 8120-PRINT-TOTAL-LINE THRU 8120-EXIT
186400     MOVE "ATTENDANCE POSTINGS DELETED:" TO WS-TL-LABEL
186500     MOVE WS-DELETED-COUNT TO WS-TL-COUNT
186600     PERFORM 8120-PRINT-TOTAL-LINE THRU 8120-EXIT
186700     MOVE "YEARLY TOTALS WRITTEN TO ATTYTOT:" TO WS-TL-LABEL
186800     MOVE WS-TOT-WRITTEN TO WS-TL-COUNT
186900     PERFORM 8120-PRINT-TOTAL-LINE THRU 8120-EXIT
187000     MOVE "POSTINGS SUMMED INTO THEM:" TO WS-TL-LABEL
187100     MOVE WS-TOT-POSTINGS TO WS-TL-COUNT
187200     PERFORM 8120-PRINT-TOTAL-LINE THRU 8120-EXIT
187300     MOVE "FEED BATCHES ON STUEXTR:" TO WS-TL-LABEL
187400     MOVE WS-BT-COUNT TO WS-TL-COUNT
187500     PERFORM 8120-PRINT-TOTAL-LINE THRU 8120-EXIT
187600     MOVE "FEED BATCHES ARCHIVED:" TO WS-TL-LABEL
187700     MOVE WS-BT-DUE-COUNT TO WS-TL-COUNT
187800     PERFORM 8120-PRINT-TOTAL-LINE THRU 8120-EXIT
187900     MOVE SPACES TO PRINT-LINE
188000     WRITE PRINT-LINE
188100     MOVE "CUTOFF - ROWS DATED BEFORE IT ARE MOVED."
188200         TO PRINT-LINE
188300     WRITE PRINT-LINE
188400     MOVE "STUEXTR MOVES ONLY WHOLE BATCHES CUT BEFORE IT"
188500         TO PRINT-LINE
188600     WRITE PRINT-LINE
188700     MOVE "THAT HOLD NO STUDENT'S LATEST RECORD." TO PRINT-LINE
188800     WRITE PRINT-LINE
188900     IF WS-HIGH-RC > 4
189000         MOVE "*** ONE OR MORE FILES NOT PURGED - SEE SYSOUT ***"
189100             TO PRINT-LINE
189200         WRITE PRINT-LINE
189300     END-IF
189400     IF WS-HALTED
189500         MOVE "*** REWRITE FAILED - RESTORE FROM RETNWORK ***"
189600             TO PRINT-LINE
189700         WRITE PRINT-LINE
189800     END-IF.
189900 8100-EXIT.
190000     EXIT.
190100
190200*****************************************************************
190300* 8110-PRINT-FILE-LINE
190400*****************************************************************
190500 8110-PRINT-FILE-LINE.
190600     MOVE WS-RT-FILE(WS-FX)     TO WS-FL-FILE
190700     MOVE WS-RT-YEARS(WS-FX)    TO WS-FL-YEARS
190800     MOVE WS-FC-BOUNDARY(WS-FX) TO WS-FL-BOUNDARY
190900     MOVE WS-FC-BEFORE(WS-FX)   TO WS-FL-BEFORE
191000     MOVE WS-FC-MOVED(WS-FX)    TO WS-FL-MOVED
191100     MOVE WS-FC-ARCHIVED(WS-FX) TO WS-FL-ARCHIVED
191200     MOVE WS-FC-AFTER(WS-FX)    TO WS-FL-AFTER
191300     EVALUATE TRUE
191400         WHEN WS-FC-PURGED(WS-FX)
191500             MOVE "PURGED"         TO WS-FL-RESULT
191600         WHEN WS-FC-NOTHING-DUE(WS-FX)
191700             MOVE "NOTHING DUE"    TO WS-FL-RESULT
191800         WHEN WS-FC-NOT-ON-FILE(WS-FX)
191900             MOVE "NOT ON FILE"    TO WS-FL-RESULT
192000         WHEN WS-FC-NOT-OPENED(WS-FX)
192100             MOVE "NOT OPENED"     TO WS-FL-RESULT
192200         WHEN WS-FC-REFUSED(WS-FX)
192300             MOVE "NOT PURGED"     TO WS-FL-RESULT
192400         WHEN WS-FC-OUT-OF-BALANCE(WS-FX)
192500             MOVE "OUT OF BALANCE" TO WS-FL-RESULT
192600         WHEN WS-FC-KEPT-WHOLE(WS-FX)
192700             MOVE "KEPT WHOLE"     TO WS-FL-RESULT
192800         WHEN OTHER
192900             MOVE "NOT REACHED"    TO WS-FL-RESULT
193000     END-EVALUATE
193100     MOVE WS-FILE-LINE TO PRINT-LINE
193200     WRITE PRINT-LINE.
193300 8110-EXIT.
193400     EXIT.
193500
193600*****************************************************************
193700* 8120-PRINT-TOTAL-LINE
193800*****************************************************************
193900 8120-PRINT-TOTAL-LINE.
194000     MOVE WS-TOTAL-LINE TO PRINT-LINE
194100     WRITE PRINT-LINE.
194200 8120-EXIT.
194300     EXIT.
194400
194500*****************************************************************
194600* 9100-PROVE-ARCHIVE
194700*
194800* THE ARCHIVE, REOPENED AND COUNTED, MUST HOLD EVERY ROW DUE.
194900* IF IT DOES NOT, THE FILE IS NOT PURGED.  NOTHING DUE ENDS
195000* THE FILE'S WORK WITH THE FILE UNTOUCHED.
195100*****************************************************************
195200 9100-PROVE-ARCHIVE.
195300     IF WS-FC-ARCHIVED(WS-FX) NOT = WS-FC-MOVED(WS-FX)
195400         MOVE "ARCHIVE COUNT DOES NOT MATCH ROWS DUE"
195500             TO WS-REFUSE-TEXT
195600         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
195700         GO TO 9100-EXIT
195800     END-IF
195900     IF WS-FC-MOVED(WS-FX) = ZERO
196000         SET WS-FC-NOTHING-DUE(WS-FX) TO TRUE
196100         MOVE WS-FC-BEFORE(WS-FX) TO WS-FC-AFTER(WS-FX)
196200     END-IF.
196300 9100-EXIT.
196400     EXIT.
196500
196600*****************************************************************
196700* 9200-PROVE-KEPT
196800*
196900* RETNWORK, REOPENED AND COUNTED, MUST HOLD EXACTLY THE ROWS NOT
197000* ARCHIVED BEFORE THEY ARE ALLOWED TO REPLACE THE FILE.
197100*****************************************************************
197200 9200-PROVE-KEPT.
197300     MOVE ZERO TO WS-KEEP-COUNT
197400     OPEN INPUT RETAIN-WORK-FILE
197500     IF WS-WORK-FILE-STATUS NOT = "00"
197600         MOVE "RETNWORK WOULD NOT REOPEN" TO WS-REFUSE-TEXT
197700         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
197800         GO TO 9200-EXIT
197900     END-IF
198000     SET WS-NOT-EOF TO TRUE
198100     PERFORM 9210-COUNT-ONE-KEPT THRU 9210-EXIT
198200         UNTIL WS-EOF
198300     CLOSE RETAIN-WORK-FILE
198400     COMPUTE WS-EXPECTED-AFTER = WS-FC-BEFORE(WS-FX)
198500                               - WS-FC-MOVED(WS-FX)
198600     IF WS-KEEP-COUNT NOT = WS-EXPECTED-AFTER
198700         MOVE "ROWS KEPT DO NOT BALANCE" TO WS-REFUSE-TEXT
198800         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
198900     END-IF.
199000 9200-EXIT.
199100     EXIT.
199200
199300*****************************************************************
199400* 9210-COUNT-ONE-KEPT
199500*****************************************************************
199600 9210-COUNT-ONE-KEPT.
199700     PERFORM 9320-READ-WORK THRU 9320-EXIT
199800     IF WS-NOT-EOF
199900         ADD 1 TO WS-KEEP-COUNT
200000     END-IF.
200100 9210-EXIT.
200200     EXIT.
200300
200400*****************************************************************
200500* 9300-COPY-BACK
200600*
200700* REPLACES THE SEQUENTIAL FILE WITH THE PROVED ROWS FROM
200800* RETNWORK.  FROM THE OPEN OUTPUT ON, THE ONLY FULL COPY OF THE
200900* ROWS KEPT IS RETNWORK, SO ANY FAILURE FROM THERE ON GOES TO
201000* 9350, WHICH STOPS THE RUN WITH RETNWORK INTACT.
201100*****************************************************************
201200 9300-COPY-BACK.
201300     OPEN INPUT RETAIN-WORK-FILE
201400     IF WS-WORK-FILE-STATUS NOT = "00"
201500         MOVE "RETNWORK WOULD NOT REOPEN" TO WS-REFUSE-TEXT
201600         PERFORM 9500-REFUSE-PURGE THRU 9500-EXIT
201700         GO TO 9300-EXIT
201800     END-IF
201900     EVALUATE WS-FX
202000         WHEN WS-FX-ATTSUSP
202100             OPEN OUTPUT ATT-SUSP-FILE
202200             MOVE WS-ASUSP-FILE-STATUS TO WS-ERR-STATUS
202300         WHEN WS-FX-HISTORY
202400             OPEN OUTPUT HISTORY-FILE
202500             MOVE WS-HIST-FILE-STATUS TO WS-ERR-STATUS
202600         WHEN WS-FX-AUDIT
202700             OPEN OUTPUT AUDIT-FILE
202800             MOVE WS-AUDIT-FILE-STATUS TO WS-ERR-STATUS
202900         WHEN WS-FX-SUSPENSE
203000             OPEN OUTPUT SUSPENSE-FILE
203100             MOVE WS-SUSP-FILE-STATUS TO WS-ERR-STATUS
203200         WHEN WS-FX-EXTRACT
203300             OPEN OUTPUT EXTRACT-FILE
203400             MOVE WS-EXTR-FILE-STATUS TO WS-ERR-STATUS
203500     END-EVALUATE
203600     IF WS-ERR-STATUS NOT = "00"
203700         CLOSE RETAIN-WORK-FILE
203800         MOVE ZERO TO WS-WRITTEN-COUNT
203900         PERFORM 9350-REWRITE-FAILED THRU 9350-EXIT
204000         GO TO 9300-EXIT
204100     END-IF
204200     MOVE ZERO TO WS-WRITTEN-COUNT
204300     SET WS-NOT-EOF TO TRUE
204400     PERFORM 9320-READ-WORK THRU 9320-EXIT
204500     PERFORM 9310-COPY-BACK-ONE-ROW THRU 9310-EXIT
204600         UNTIL WS-EOF
204700     CLOSE RETAIN-WORK-FILE
204800     EVALUATE WS-FX
204900         WHEN WS-FX-ATTSUSP
205000             CLOSE ATT-SUSP-FILE
205100         WHEN WS-FX-HISTORY
205200             CLOSE HISTORY-FILE
205300         WHEN WS-FX-AUDIT
205400             CLOSE AUDIT-FILE
205500         WHEN WS-FX-SUSPENSE
205600             CLOSE SUSPENSE-FILE
205700         WHEN WS-FX-EXTRACT
205800             CLOSE EXTRACT-FILE
205900     END-EVALUATE
206000     IF WS-ERR-STATUS NOT = "00"
206100         PERFORM 9350-REWRITE-FAILED THRU 9350-EXIT
206200     END-IF.
206300 9300-EXIT.
206400     EXIT.
206500
206600*****************************************************************
206700* 9310-COPY-BACK-ONE-ROW
206800*
206900* A WRITE THAT FAILS ENDS THE COPY WITH ITS STATUS LEFT IN
207000* WS-ERR-STATUS FOR 9300.
207100*****************************************************************
207200 9310-COPY-BACK-ONE-ROW.
207300     EVALUATE WS-FX
207400         WHEN WS-FX-ATTSUSP
207500             WRITE ATT-SUSPENSE-RECORD FROM RETAIN-WORK-RECORD
207600             MOVE WS-ASUSP-FILE-STATUS TO WS-ERR-STATUS
207700         WHEN WS-FX-HISTORY
207800             WRITE HISTORY-RECORD FROM RETAIN-WORK-RECORD
207900             MOVE WS-HIST-FILE-STATUS TO WS-ERR-STATUS
208000         WHEN WS-FX-AUDIT
208100             WRITE AUDIT-RECORD FROM RETAIN-WORK-RECORD
208200             MOVE WS-AUDIT-FILE-STATUS TO WS-ERR-STATUS
208300         WHEN WS-FX-SUSPENSE
208400             WRITE SUSPENSE-RECORD FROM RETAIN-WORK-RECORD
208500             MOVE WS-SUSP-FILE-STATUS TO WS-ERR-STATUS
208600         WHEN WS-FX-EXTRACT
208700             WRITE EXTRACT-RECORD FROM RETAIN-WORK-RECORD
208800             MOVE WS-EXTR-FILE-STATUS TO WS-ERR-STATUS
208900     END-EVALUATE
209000     IF WS-ERR-STATUS NOT = "00"
209100         SET WS-EOF TO TRUE
209200         GO TO 9310-EXIT
209300     END-IF
209400     ADD 1 TO WS-WRITTEN-COUNT
209500     PERFORM 9320-READ-WORK THRU 9320-EXIT.
209600 9310-EXIT.
209700     EXIT.
209800
209900*****************************************************************
210000* 9320-READ-WORK
210100*****************************************************************
210200 9320-READ-WORK.
210300     READ RETAIN-WORK-FILE
210400         AT END
210500             SET WS-EOF TO TRUE
210600     END-READ.
210700 9320-EXIT.
210800     EXIT.
210900
211000*****************************************************************
211100* 9350-REWRITE-FAILED
211200*
211300* THE FILE WAS OPENED FOR OUTPUT BUT NOT FULLY REWRITTEN.  IT
211400* MUST BE RESTORED FROM RETNWORK, SO THE RUN STOPS HERE, BEFORE
211500* ANOTHER FILE'S PURGE CAN OVERWRITE RETNWORK, AND ENDS RC 12 -
211600* THE ONLY RC ON WHICH THE JCL KEEPS RETNWORK.  WHAT IS ON
211700* THE FILE NOW IS COUNTED FOR THE CONTROL REPORT.
211800*****************************************************************
211900 9350-REWRITE-FAILED.
212000     DISPLAY "*** " WS-RT-FILE(WS-FX) " REWRITE FAILED - STATUS "
212100         WS-ERR-STATUS " AFTER " WS-WRITTEN-COUNT " ROWS ***"
212200     DISPLAY "*** RESTORE " WS-RT-FILE(WS-FX)
212300         " FROM RETNWORK - NO LATER FILE WAS WORKED ***"
212400     PERFORM 9410-RECOUNT-FILE THRU 9410-EXIT
212500     SET WS-FC-OUT-OF-BALANCE(WS-FX) TO TRUE
212600     SET WS-HALTED TO TRUE
212700     MOVE 12 TO WS-HIGH-RC.
212800 9350-EXIT.
212900     EXIT.
213000
213100*****************************************************************
213200* 9400-PROVE-AFTER
213300*
213400* THE FILE, REOPENED AND COUNTED, MUST HOLD WHAT WAS THERE LESS
213500* WHAT WAS MOVED.
213600*****************************************************************
213700 9400-PROVE-AFTER.
213800     PERFORM 9410-RECOUNT-FILE THRU 9410-EXIT
213900     COMPUTE WS-EXPECTED-AFTER = WS-FC-BEFORE(WS-FX)
214000                               - WS-FC-MOVED(WS-FX)
214100     IF WS-RECOUNT-OK
214200        AND WS-FC-AFTER(WS-FX) = WS-EXPECTED-AFTER
214300         SET WS-FC-PURGED(WS-FX) TO TRUE
214400     ELSE
214500         DISPLAY "*** " WS-RT-FILE(WS-FX) " OUT OF BALANCE - "
214600             "BEFORE " WS-FC-BEFORE(WS-FX)
214700             " MOVED " WS-FC-MOVED(WS-FX)
214800             " AFTER " WS-FC-AFTER(WS-FX) " ***"
214900         SET WS-FC-OUT-OF-BALANCE(WS-FX) TO TRUE
215000         MOVE 8 TO WS-HIGH-RC
215100     END-IF.
215200 9400-EXIT.
215300     EXIT.
215400
215500*****************************************************************
215600* 9410-RECOUNT-FILE
215700*
215800* COUNTS THE ROWS NOW ON THE FILE INTO WS-FC-AFTER.  A FILE
215900* THAT WILL NOT REOPEN LEAVES WS-RECOUNT-FAILED SET.
216000*****************************************************************
216100 9410-RECOUNT-FILE.
216200     MOVE ZERO TO WS-FC-AFTER(WS-FX)
216300     SET WS-RECOUNT-OK TO TRUE
216400     EVALUATE WS-FX
216500         WHEN WS-FX-ATTSUSP
216600             OPEN INPUT ATT-SUSP-FILE
216700             MOVE WS-ASUSP-FILE-STATUS TO WS-ERR-STATUS
216800         WHEN WS-FX-ATTEND
216900             OPEN INPUT ATTENDANCE-FILE
217000             MOVE WS-ATT-FILE-STATUS TO WS-ERR-STATUS
217100         WHEN WS-FX-HISTORY
217200             OPEN INPUT HISTORY-FILE
217300             MOVE WS-HIST-FILE-STATUS TO WS-ERR-STATUS
217400         WHEN WS-FX-AUDIT
217500             OPEN INPUT AUDIT-FILE
217600             MOVE WS-AUDIT-FILE-STATUS TO WS-ERR-STATUS
217700         WHEN WS-FX-SUSPENSE
217800             OPEN INPUT SUSPENSE-FILE
217900             MOVE WS-SUSP-FILE-STATUS TO WS-ERR-STATUS
218000         WHEN WS-FX-EXTRACT
218100             OPEN INPUT EXTRACT-FILE
218200             MOVE WS-EXTR-FILE-STATUS TO WS-ERR-STATUS
218300     END-EVALUATE
218400     IF WS-ERR-STATUS NOT = "00"
218500         DISPLAY "*** " WS-RT-FILE(WS-FX) " WOULD NOT REOPEN TO "
218600             "COUNT - STATUS " WS-ERR-STATUS " ***"
218700         SET WS-RECOUNT-FAILED TO TRUE
218800         GO TO 9410-EXIT
218900     END-IF
219000     SET WS-NOT-EOF TO TRUE
219100     PERFORM 9420-RECOUNT-ONE-ROW THRU 9420-EXIT
219200         UNTIL WS-EOF
219300     EVALUATE WS-FX
219400         WHEN WS-FX-ATTSUSP
219500             CLOSE ATT-SUSP-FILE
219600         WHEN WS-FX-ATTEND
219700             CLOSE ATTENDANCE-FILE
219800         WHEN WS-FX-HISTORY
219900             CLOSE HISTORY-FILE
220000         WHEN WS-FX-AUDIT
220100             CLOSE AUDIT-FILE
220200         WHEN WS-FX-SUSPENSE
220300             CLOSE SUSPENSE-FILE
220400         WHEN WS-FX-EXTRACT
220500             CLOSE EXTRACT-FILE
220600     END-EVALUATE.
220700 9410-EXIT.
220800     EXIT.
220900
221000*****************************************************************
221100* 9420-RECOUNT-ONE-ROW
221200*****************************************************************
221300 9420-RECOUNT-ONE-ROW.
221400     EVALUATE WS-FX
221500         WHEN WS-FX-ATTSUSP
221600             PERFORM 2120-READ-ATTSUSP THRU 2120-EXIT
221700         WHEN WS-FX-ATTEND
221800             PERFORM 3120-READ-ATTEND THRU 3120-EXIT
221900         WHEN WS-FX-HISTORY
222000             PERFORM 4120-READ-HISTORY THRU 4120-EXIT
222100         WHEN WS-FX-AUDIT
222200             PERFORM 5120-READ-AUDIT THRU 5120-EXIT
222300         WHEN WS-FX-SUSPENSE
222400             PERFORM 6120-READ-SUSPENSE THRU 6120-EXIT
222500         WHEN WS-FX-EXTRACT
222600             PERFORM 7120-READ-EXTRACT THRU 7120-EXIT
222700     END-EVALUATE
222800     IF WS-NOT-EOF
222900         ADD 1 TO WS-FC-AFTER(WS-FX)
223000     END-IF.
223100 9420-EXIT.
223200     EXIT.
223300
223400*****************************************************************
223500* 9500-REFUSE-PURGE
223600*
223700* EVERY CALL COMES BEFORE THE FILE ITSELF HAS BEEN OPENED FOR
223800* OUTPUT OR UPDATE, SO THE FILE IS STILL AS IT WAS AND ITS
223900* AFTER COUNT IS ITS BEFORE COUNT.  A FAILURE ONCE 9300 HAS
224000* OPENED THE FILE FOR OUTPUT GOES TO 9350 INSTEAD.
224100*****************************************************************
224200 9500-REFUSE-PURGE.
224300     DISPLAY "*** " WS-RT-FILE(WS-FX) " NOT PURGED - "
224400         WS-REFUSE-TEXT " ***"
224500     SET WS-FC-REFUSED(WS-FX) TO TRUE
224600     MOVE WS-FC-BEFORE(WS-FX) TO WS-FC-AFTER(WS-FX)
224700     MOVE 8 TO WS-HIGH-RC.
224800 9500-EXIT.
224900     EXIT.
225000
225100*****************************************************************
225200* 9550-SOURCE-NOT-OPENED
225300*****************************************************************
225400 9550-SOURCE-NOT-OPENED.
225500     DISPLAY "*** " WS-RT-FILE(WS-FX) " OPEN STATUS "
225600         WS-ERR-STATUS " - NOT WORKED ***"
225700     SET WS-FC-NOT-OPENED(WS-FX) TO TRUE
225800     MOVE 8 TO WS-HIGH-RC.
225900 9550-EXIT.
226000     EXIT.
226100
226200*****************************************************************
226300* 9600-SET-YEAR-START
226400*
226500* AUGUST 1 OF WS-YS-BASE-DATE'S YEAR FROM AUGUST ON, AUGUST 1
226600* OF THE YEAR BEFORE THAT - THE SAME RULE AS TRUANCY'S.
226700*****************************************************************
226800 9600-SET-YEAR-START.
226900     MOVE WS-YB-CCYY          TO WS-YS-CCYY
227000     MOVE WS-YEAR-START-MONTH TO WS-YS-MM
227100     MOVE 01                  TO WS-YS-DD
227200     IF WS-YB-MM < WS-YEAR-START-MONTH
227300         SUBTRACT 1 FROM WS-YS-CCYY
227400     END-IF.
227500 9600-EXIT.
227600     EXIT.
