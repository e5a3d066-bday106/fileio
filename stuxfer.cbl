000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STUXFER.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STUXFER
000900*
001000* TRANSFER-OUT RECORDS PACKETS.  WHEN MAINT MODE OR A BATCH
001100* "D" TRANSACTION MARKS A STUDENT TRANSFERRED OUT (STATUS T),
001200* THE RECEIVING DISTRICT CALLS FOR THE RECORDS.  THIS RUN
001300* READS STUDENTS.DAT FOR EVERY STATUS-T STUDENT WHO HAS NOT
001400* HAD A PACKET FOR THAT TRANSFER YET AND WRITES ONE PACKET
001500* EACH TO THE FIXED-FORMAT XFERPKT FILE (XFERREC.CPY) -
001600*   - THE MASTER RECORD;
001700*   - ATTENDANCE TOTALS BY CODE FROM ATTEND.DAT FOR THE SCHOOL
001800*     YEAR THE STUDENT LEFT IN (AUGUST 1 ON, AS IN TRUANCY),
001900*     OR, ONCE STURETN HAS PURGED THAT YEAR FROM ATTEND, FROM
002000*     THE YEAR'S TOTALS ON ATTYTOT.DAT (ATTYREC.CPY);
002100*   - EVERY EMERGENCY CONTACT ON STUCONT.DAT;
002200*   - EVERY STUHIST.DAT HISTORY ROW FOR THE STUDENT;
002300* WITH A PACKET TRAILER COUNT, AND PRINTS A COVER SHEET PER
002400* PACKET ON XFERRPT FOR THE ENVELOPE, THEN A RUN SUMMARY.
002500*
002600* EVERY PACKET PRODUCED IS APPENDED TO THE XFERCTL CONTROL
002700* FILE (XFCTLREC.CPY), READ BACK AT STARTUP, SO A TRANSFER IS
002800* PACKETED ONCE.  A PACKET IS RE-PRODUCED DELIBERATELY BY AN
002900* "R" CARD ON XFERREQ (XFREQREC.CPY).  A TRANSFER DATED
003000* BEFORE THE CURRENT SCHOOL YEAR IS NOT PICKED UP ON ITS OWN
003100* - THE FIRST RUN WOULD OTHERWISE MAIL EVERY TRANSFER ON FILE
003200* - BUT A CARD WILL STILL PRODUCE IT.
003300*
003400* ATTEND, ATTYTOT, STUCONT, STUHIST, XFERCTL AND XFERREQ ARE
003500* OPTIONAL;
003600* A MISSING FILE SIMPLY HAS NOTHING TO CONTRIBUTE.
003700*
003800* MODIFICATION HISTORY
003900* ------------------------------------------------------------
004000* DATE       INIT DESCRIPTION
004100* ---------- ---- -----------------------------------------
004200* 2026-10-15 MFM  ORIGINAL PROGRAM.
004300* 2026-10-15 MFM  A YEAR WITH NO POSTINGS LEFT ON ATTEND TAKES
004400*                 ITS TOTALS FROM ATTYTOT, SO A PACKET FOR A
004500*                 YEAR STURETN HAS CLOSED IS NOT SENT AS ZERO.
004600*****************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*    DDNAME ASSIGNS AS IN WRITEDEM - SEE STUXFER.JCL.
005200     SELECT REQUEST-CARD-FILE ASSIGN TO XFERREQ
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CARD-FILE-STATUS.
005500     SELECT STUDENT-FILE ASSIGN TO STUDENTS
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS STU-ID
005900         ALTERNATE RECORD KEY IS STU-LAST-NAME
006000             WITH DUPLICATES
006100         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006200     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS ATT-KEY
006600         FILE STATUS IS WS-ATT-FILE-STATUS.
006700     SELECT ATT-YEAR-FILE ASSIGN TO ATTYTOT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-ATTY-FILE-STATUS.
007000     SELECT CONTACT-FILE ASSIGN TO STUCONT
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CONT-KEY
007400         FILE STATUS IS WS-CONT-FILE-STATUS.
007500     SELECT HISTORY-FILE ASSIGN TO STUHIST
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-HIST-FILE-STATUS.
007800     SELECT XFER-CONTROL-FILE ASSIGN TO XFERCTL
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-XFCT-FILE-STATUS.
008100     SELECT PACKET-FILE ASSIGN TO XFERPKT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-PKT-FILE-STATUS.
008400     SELECT PRINT-FILE ASSIGN TO XFERRPT
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-PRINT-FILE-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  REQUEST-CARD-FILE.
009100     COPY XFREQREC.
009200 FD  STUDENT-FILE.
009300     COPY STUDREC.
009400 FD  ATTENDANCE-FILE.
009500     COPY ATTREC.
009600 FD  ATT-YEAR-FILE.
009700     COPY ATTYREC.
009800 FD  CONTACT-FILE.
009900     COPY CONTREC.
010000 FD  HISTORY-FILE.
010100     COPY HISTREC.
010200 FD  XFER-CONTROL-FILE.
010300     COPY XFCTLREC.
010400 FD  PACKET-FILE.
010500     COPY XFERREC.
010600 FD  PRINT-FILE
010700     RECORDING MODE IS F.
010800 01  PRINT-LINE                  PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100*****************************************************************
011200* FILE STATUS FIELDS
011300*****************************************************************
011400 01  WS-CARD-FILE-STATUS         PIC X(02).
011500     88  WS-CARD-FILE-NOTFND     VALUE "35".
011600 01  WS-STUDENT-FILE-STATUS      PIC X(02).
011700 01  WS-ATT-FILE-STATUS          PIC X(02).
011800     88  WS-ATT-FILE-NOTFND      VALUE "35".
011900 01  WS-ATTY-FILE-STATUS         PIC X(02).
012000     88  WS-ATTY-FILE-NOTFND     VALUE "35".
012100 01  WS-CONT-FILE-STATUS         PIC X(02).
012200     88  WS-CONT-FILE-NOTFND     VALUE "35".
012300 01  WS-HIST-FILE-STATUS         PIC X(02).
012400     88  WS-HIST-FILE-NOTFND     VALUE "35".
012500 01  WS-XFCT-FILE-STATUS         PIC X(02).
012600     88  WS-XFCT-FILE-NOTFND     VALUE "35".
012700 01  WS-PKT-FILE-STATUS          PIC X(02).
012800 01  WS-PRINT-FILE-STATUS        PIC X(02).
012900
013000 01  WS-EOF-SWITCH               PIC X(01).
013100     88  WS-EOF                  VALUE "Y".
013200     88  WS-NOT-EOF              VALUE "N".
013300 01  WS-CARD-EOF-SWITCH          PIC X(01).
013400     88  WS-CARD-EOF             VALUE "Y".
013500     88  WS-CARD-NOT-EOF         VALUE "N".
013600 01  WS-XFCT-EOF-SWITCH          PIC X(01).
013700     88  WS-XFCT-EOF             VALUE "Y".
013800     88  WS-XFCT-NOT-EOF         VALUE "N".
013900 01  WS-HIST-EOF-SWITCH          PIC X(01).
014000     88  WS-HIST-EOF             VALUE "Y".
014100     88  WS-HIST-NOT-EOF         VALUE "N".
014200 01  WS-ATT-DONE-SWITCH          PIC X(01).
014300     88  WS-ATT-DONE             VALUE "Y".
014400     88  WS-ATT-MORE             VALUE "N".
014500 01  WS-ATTY-EOF-SWITCH          PIC X(01).
014600     88  WS-ATTY-EOF             VALUE "Y".
014700     88  WS-ATTY-NOT-EOF         VALUE "N".
014800 01  WS-CONT-DONE-SWITCH         PIC X(01).
014900     88  WS-CONT-DONE            VALUE "Y".
015000     88  WS-CONT-MORE            VALUE "N".
015100
015200 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
015300     88  WS-ABORTED              VALUE "Y".
015400
015500 01  WS-FOUND-SWITCH             PIC X(01).
015600     88  WS-FOUND                VALUE "Y".
015700     88  WS-NOT-FOUND            VALUE "N".
015800
015900*****************************************************************
016000* OPTIONAL-FILE SWITCHES.  STUHIST AND ATTYTOT ARE OPENED AND
016100* CLOSED PER PACKET, SO THEIR SWITCHES ONLY SAY THE FILE IS
016200* THERE.
016300*****************************************************************
016400 01  WS-ATT-OPEN-SWITCH          PIC X(01) VALUE "N".
016500     88  WS-ATT-OPEN             VALUE "Y".
016600 01  WS-CONT-OPEN-SWITCH         PIC X(01) VALUE "N".
016700     88  WS-CONT-OPEN            VALUE "Y".
016800 01  WS-HIST-PRESENT-SWITCH      PIC X(01) VALUE "N".
016900     88  WS-HIST-PRESENT         VALUE "Y".
017000 01  WS-ATTY-PRESENT-SWITCH      PIC X(01) VALUE "N".
017100     88  WS-ATTY-PRESENT         VALUE "Y".
017200
017300*****************************************************************
017400* RUN DATE, OPERATOR, AND THE START OF THE CURRENT SCHOOL YEAR
017500* - THE FLOOR FOR TRANSFERS PICKED UP WITHOUT A CARD.
017600*****************************************************************
017700 01  WS-OPERATOR-ID              PIC X(08).
017800 01  WS-RUN-DATE.
017900     05  WS-RUN-CCYY             PIC 9(04).
018000     05  WS-RUN-MM               PIC 9(02).
018100     05  WS-RUN-DD               PIC 9(02).
018200 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
018300                                 PIC 9(08).
018400 01  WS-CURRENT-YEAR-START       PIC 9(08).
018500 01  WS-YEAR-START-MONTH         PIC 9(02) VALUE 08.
018600
018700*****************************************************************
018800* YEAR-START WORK AREA - 1050 TURNS WS-YS-BASE-DATE INTO THE
018900* AUGUST 1 THAT BEGINS ITS SCHOOL YEAR.
019000*****************************************************************
019100 01  WS-YS-BASE-DATE.
019200     05  WS-YB-CCYY              PIC 9(04).
019300     05  WS-YB-MM                PIC 9(02).
019400     05  WS-YB-DD                PIC 9(02).
019500 01  WS-YS-BASE-DATE-N REDEFINES WS-YS-BASE-DATE
019600                                 PIC 9(08).
019700 01  WS-YEAR-START.
019800     05  WS-YS-CCYY              PIC 9(04).
019900     05  WS-YS-MM                PIC 9(02).
020000     05  WS-YS-DD                PIC 9(02).
020100 01  WS-YEAR-START-N REDEFINES WS-YEAR-START
020200                                 PIC 9(08).
020300
020400*****************************************************************
020500* REQUEST CARD TABLE - STUDENT IDS TO RE-PRODUCE, TICKED AS
020600* THE MASTER PASS PRODUCES EACH ONE.  WHATEVER IS LEFT
020700* UNTICKED AT THE END WAS NOT A TRANSFERRED-OUT STUDENT.
020800*****************************************************************
020900 01  WS-REQUEST-TABLE.
021000     05  WS-RQ-ENTRY OCCURS 50 TIMES.
021100         10  WS-RQ-STUDENT-ID    PIC X(06).
021200         10  WS-RQ-USED-SW       PIC X(01).
021300 01  WS-RQ-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
021400 01  WS-RQ-LIMIT                 PIC 9(03) COMP VALUE 50.
021500 01  WS-RQ-IDX                   PIC 9(03) COMP VALUE ZERO.
021600 01  WS-RQ-HIT-IDX               PIC 9(03) COMP VALUE ZERO.
021700 01  WS-RQ-SEARCH-ID             PIC X(06).
021800
021900*****************************************************************
022000* CONTROL TABLE - EVERY TRANSFER ALREADY PACKETED, LOADED
022100* FROM XFERCTL AT STARTUP.
022200*****************************************************************
022300 01  WS-CONTROL-TABLE.
022400     05  WS-XC-ENTRY OCCURS 5000 TIMES.
022500         10  WS-XC-STUDENT-ID    PIC X(06).
022600         10  WS-XC-TRANSFER-DATE PIC 9(08).
022700 01  WS-XC-COUNT                 PIC 9(04) COMP VALUE ZERO.
022800 01  WS-XC-LIMIT                 PIC 9(04) COMP VALUE 5000.
022900 01  WS-XC-IDX                   PIC 9(04) COMP VALUE ZERO.
023000
023100*****************************************************************
023200* PER-PACKET WORK FIELDS
023300*****************************************************************
023400 01  WS-PK-PRODUCTION            PIC X(01).
023500     88  WS-PK-ORIGINAL          VALUE "O".
023600     88  WS-PK-REPRODUCED        VALUE "R".
023700 01  WS-PK-TRANSFER-DATE         PIC 9(08).
023800 01  WS-PK-RECORD-COUNT          PIC 9(06) VALUE ZERO.
023900 01  WS-PK-CONTACT-COUNT         PIC 9(03) VALUE ZERO.
024000 01  WS-PK-HISTORY-COUNT         PIC 9(05) VALUE ZERO.
024100 01  WS-PK-ATTENDANCE.
024200     05  WS-PK-FIRST-DATE        PIC 9(08).
024300     05  WS-PK-LAST-DATE         PIC 9(08).
024400     05  WS-PK-DAYS-POSTED       PIC 9(03).
024500     05  WS-PK-PRESENT           PIC 9(03).
024600     05  WS-PK-ABSENT            PIC 9(03).
024700     05  WS-PK-TARDY             PIC 9(03).
024800     05  WS-PK-EXCUSED           PIC 9(03).
024900
025000*****************************************************************
025100* CONTROL TOTALS
025200*****************************************************************
025300 01  WS-STUDENTS-READ            PIC 9(06) VALUE ZERO.
025400 01  WS-TRANSFERRED-COUNT        PIC 9(06) VALUE ZERO.
025500 01  WS-ORIGINAL-COUNT           PIC 9(06) VALUE ZERO.
025600 01  WS-REPRODUCED-COUNT         PIC 9(06) VALUE ZERO.
025700 01  WS-ALREADY-DONE-COUNT       PIC 9(06) VALUE ZERO.
025800 01  WS-PRIOR-YEAR-COUNT         PIC 9(06) VALUE ZERO.
025900 01  WS-CARDS-READ               PIC 9(06) VALUE ZERO.
026000 01  WS-CARDS-REFUSED            PIC 9(06) VALUE ZERO.
026100 01  WS-PACKET-COUNT             PIC 9(05) VALUE ZERO.
026200 01  WS-FILE-RECORD-COUNT        PIC 9(07) VALUE ZERO.
026300
026400*****************************************************************
026500* PRINT LINE WORK AREAS
026600*****************************************************************
026700 01  WS-ABORT-LINE.
026800     05  FILLER                  PIC X(21)
026900         VALUE "*** RUN ABORTED - ".
027000     05  WS-AB-FILE              PIC X(12).
027100     05  FILLER                  PIC X(13)
027200         VALUE " OPEN STATUS ".
027300     05  WS-AB-STATUS            PIC X(02).
027400     05  FILLER                  PIC X(04)
027500         VALUE " ***".
027600
027700 01  WS-TITLE-LINE.
027800     05  FILLER                  PIC X(40)
027900         VALUE "TRANSFER-OUT RECORDS PACKET RUN".
028000     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
028100     05  WS-TI-DATE              PIC 9(08).
028200
028300 01  WS-REFUSED-LINE.
028400     05  FILLER                  PIC X(20)
028500         VALUE "REQUEST REFUSED:    ".
028600     05  WS-RF-CARD              PIC X(08).
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  WS-RF-REASON            PIC X(40).
028900
029000 01  WS-COVER-HEAD-LINE.
029100     05  FILLER                  PIC X(40)
029200         VALUE "STUDENT RECORDS TRANSFER PACKET".
029300     05  FILLER                  PIC X(06) VALUE "DATE ".
029400     05  WS-CH-DATE              PIC 9(08).
029500
029600 01  WS-COVER-COPY-LINE          PIC X(60).
029700
029800 01  WS-COVER-NAME-LINE.
029900     05  FILLER                  PIC X(12) VALUE "STUDENT ID  ".
030000     05  WS-CN-ID                PIC X(06).
030100     05  FILLER                  PIC X(08) VALUE "  NAME  ".
030200     05  WS-CN-FIRST-NAME        PIC X(12).
030300     05  FILLER                  PIC X(01) VALUE SPACE.
030400     05  WS-CN-LAST-NAME         PIC X(15).
030500
030600 01  WS-COVER-BIRTH-LINE.
030700     05  FILLER                  PIC X(14)
030800         VALUE "DATE OF BIRTH ".
030900     05  WS-CB-DOB               PIC 9(08).
031000     05  FILLER                  PIC X(08) VALUE "  GRADE ".
031100     05  WS-CB-GRADE             PIC 9(02).
031200     05  FILLER                  PIC X(10) VALUE "  SECTION ".
031300     05  WS-CB-SECTION           PIC X(01).
031400     05  FILLER                  PIC X(11)
031500         VALUE "  HOMEROOM ".
031600     05  WS-CB-HOMEROOM          PIC X(06).
031700
031800 01  WS-COVER-ENROLL-LINE.
031900     05  FILLER                  PIC X(09) VALUE "ENROLLED ".
032000     05  WS-CE-ENROLLED          PIC 9(08).
032100     05  FILLER                  PIC X(19)
032200         VALUE "  TRANSFERRED OUT ".
032300     05  WS-CE-TRANSFERRED       PIC 9(08).
032400     05  FILLER                  PIC X(09) VALUE "  REASON ".
032500     05  WS-CE-REASON            PIC X(02).
032600
032700 01  WS-COVER-GUARDIAN-LINE.
032800     05  FILLER                  PIC X(09) VALUE "GUARDIAN ".
032900     05  WS-CG-NAME              PIC X(20).
033000     05  FILLER                  PIC X(08) VALUE "  PHONE ".
033100     05  WS-CG-PHONE             PIC X(10).
033200
033300 01  WS-COVER-ATTEND-LINE.
033400     05  FILLER                  PIC X(17)
033500         VALUE "ATTENDANCE SINCE ".
033600     05  WS-CA-YEAR-START        PIC 9(08).
033700     05  FILLER                  PIC X(07) VALUE "  DAYS ".
033800     05  WS-CA-DAYS              PIC ZZ9.
033900     05  FILLER                  PIC X(10) VALUE "  PRESENT ".
034000     05  WS-CA-PRESENT           PIC ZZ9.
034100     05  FILLER                  PIC X(09) VALUE "  ABSENT ".
034200     05  WS-CA-ABSENT            PIC ZZ9.
034300     05  FILLER                  PIC X(08) VALUE "  TARDY ".
034400     05  WS-CA-TARDY             PIC ZZ9.
034500     05  FILLER                  PIC X(10) VALUE "  EXCUSED ".
034600     05  WS-CA-EXCUSED           PIC ZZ9.
034700
034800 01  WS-COVER-COUNT-LINE.
034900     05  FILLER                  PIC X(09) VALUE "CONTACTS ".
035000     05  WS-CC-CONTACTS          PIC ZZ9.
035100     05  FILLER                  PIC X(16)
035200         VALUE "   HISTORY ROWS ".
035300     05  WS-CC-HISTORY           PIC ZZ,ZZ9.
035400     05  FILLER                  PIC X(19)
035500         VALUE "   PACKET RECORDS ".
035600     05  WS-CC-RECORDS           PIC ZZZ,ZZ9.
035700
035800 01  WS-COVER-SIGN-LINE.
035900     05  FILLER                  PIC X(50)
036000         VALUE "RELEASED BY ______________________________".
036100     05  FILLER                  PIC X(20)
036200         VALUE "DATE ______________".
036300
036400 01  WS-SUMMARY-TITLE-LINE.
036500     05  FILLER                  PIC X(30)
036600         VALUE "TRANSFER PACKET RUN SUMMARY".
036700     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
036800     05  WS-ST-DATE              PIC 9(08).
036900
037000 01  WS-TOTAL-LINE.
037100     05  WS-TL-LABEL             PIC X(30).
037200     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
037300
037400 PROCEDURE DIVISION.
037500*****************************************************************
037600* 0000-MAINLINE
037700*****************************************************************
037800 0000-MAINLINE.
037900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038000     IF NOT WS-ABORTED
038100         PERFORM 2000-READ-STUDENT THRU 2000-EXIT
038200         PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
038300             UNTIL WS-EOF
038400     END-IF
038500     PERFORM 8000-TERMINATE THRU 8000-EXIT
038600     STOP RUN.
038700 0000-MAINLINE-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100* 1000-INITIALIZE
039200*
039300* THE MASTER IS REQUIRED; EVERYTHING ELSE IS OPTIONAL.  THE
039400* REQUEST CARDS AND THE CONTROL FILE ARE LOADED BEFORE ANY
039500* STUDENT IS LOOKED AT, AND THE CONTROL FILE IS THEN REOPENED
039600* FOR APPEND.
039700*****************************************************************
039800 1000-INITIALIZE.
039900     SET WS-NOT-EOF TO TRUE
040000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
040100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
040200     MOVE WS-RUN-DATE-N TO WS-YS-BASE-DATE-N
040300     PERFORM 1050-SET-YEAR-START THRU 1050-EXIT
040400     MOVE WS-YEAR-START-N TO WS-CURRENT-YEAR-START
040500     OPEN OUTPUT PRINT-FILE
040600     MOVE WS-RUN-DATE-N TO WS-TI-DATE
040700     MOVE WS-TITLE-LINE TO PRINT-LINE
040800     WRITE PRINT-LINE
040900     OPEN INPUT STUDENT-FILE
041000     IF WS-STUDENT-FILE-STATUS NOT = "00"
041100         MOVE "STUDENTS.DAT" TO WS-AB-FILE
041200         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
041300         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
041400         GO TO 1000-EXIT
041500     END-IF
041600     OPEN INPUT ATTENDANCE-FILE
041700     IF WS-ATT-FILE-STATUS = "00"
041800         SET WS-ATT-OPEN TO TRUE
041900     ELSE
042000         DISPLAY "*** ATTEND NOT AVAILABLE (STATUS "
042100             WS-ATT-FILE-STATUS ") - PACKETS CARRY ONLY "
042200             "ATTYTOT YEAR TOTALS ***"
042300         CLOSE ATTENDANCE-FILE
042400     END-IF
042500     OPEN INPUT ATT-YEAR-FILE
042600     IF WS-ATTY-FILE-STATUS = "00"
042700         SET WS-ATTY-PRESENT TO TRUE
042800     ELSE
042900         DISPLAY "*** ATTYTOT NOT AVAILABLE (STATUS "
043000             WS-ATTY-FILE-STATUS ") - A PURGED YEAR CARRIES "
043100             "ZERO ATTENDANCE ***"
043200     END-IF
043300     CLOSE ATT-YEAR-FILE
043400     OPEN INPUT CONTACT-FILE
043500     IF WS-CONT-FILE-STATUS = "00"
043600         SET WS-CONT-OPEN TO TRUE
043700     ELSE
043800         DISPLAY "*** STUCONT NOT AVAILABLE (STATUS "
043900             WS-CONT-FILE-STATUS ") - PACKETS CARRY NO "
044000             "CONTACTS ***"
044100         CLOSE CONTACT-FILE
044200     END-IF
044300     OPEN INPUT HISTORY-FILE
044400     IF WS-HIST-FILE-STATUS = "00"
044500         SET WS-HIST-PRESENT TO TRUE
044600     ELSE
044700         DISPLAY "*** STUHIST NOT AVAILABLE (STATUS "
044800             WS-HIST-FILE-STATUS ") - PACKETS CARRY NO "
044900             "HISTORY ***"
045000     END-IF
045100     CLOSE HISTORY-FILE
045200     PERFORM 1200-LOAD-REQUEST-CARDS THRU 1200-EXIT
045300     PERFORM 1300-LOAD-CONTROL-FILE THRU 1300-EXIT
045400     IF WS-ABORTED
045500         GO TO 1000-EXIT
045600     END-IF
045700     OPEN EXTEND XFER-CONTROL-FILE
045800     OPEN OUTPUT PACKET-FILE
045900     MOVE SPACES        TO TRANSFER-PACKET-RECORD
046000     MOVE "FH"          TO XFR-RECORD-TYPE
046100     MOVE WS-RUN-DATE-N TO XFRF-RUN-DATE
046200     WRITE TRANSFER-PACKET-RECORD
046300     ADD 1 TO WS-FILE-RECORD-COUNT.
046400 1000-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800* 1050-SET-YEAR-START
046900*
047000* AUGUST 1 OF WS-YS-BASE-DATE'S YEAR FROM AUGUST ON, AUGUST 1
047100* OF THE YEAR BEFORE THAT - THE SAME RULE AS TRUANCY'S.
047200*****************************************************************
047300 1050-SET-YEAR-START.
047400     MOVE WS-YB-CCYY          TO WS-YS-CCYY
047500     MOVE WS-YEAR-START-MONTH TO WS-YS-MM
047600     MOVE 01                  TO WS-YS-DD
047700     IF WS-YB-MM < WS-YEAR-START-MONTH
047800         SUBTRACT 1 FROM WS-YS-CCYY
047900     END-IF.
048000 1050-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400* 1100-ABORT-RUN
048500*****************************************************************
048600 1100-ABORT-RUN.
048700     DISPLAY "*** STUXFER ABORTED - " WS-AB-FILE
048800         " OPEN STATUS " WS-AB-STATUS " ***"
048900     MOVE WS-ABORT-LINE TO PRINT-LINE
049000     WRITE PRINT-LINE
049100     MOVE 8 TO RETURN-CODE
049200     SET WS-ABORTED TO TRUE.
049300 1100-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700* 1200-LOAD-REQUEST-CARDS
049800*
049900* NO CARD FILE MEANS NOTHING IS TO BE RE-PRODUCED TONIGHT.
050000*****************************************************************
050100 1200-LOAD-REQUEST-CARDS.
050200     OPEN INPUT REQUEST-CARD-FILE
050300     IF WS-CARD-FILE-STATUS NOT = "00"
050400         CLOSE REQUEST-CARD-FILE
050500         GO TO 1200-EXIT
050600     END-IF
050700     SET WS-CARD-NOT-EOF TO TRUE
050800     PERFORM 1210-READ-CARD THRU 1210-EXIT
050900     PERFORM 1220-STORE-ONE-CARD THRU 1220-EXIT
051000         UNTIL WS-CARD-EOF
051100     CLOSE REQUEST-CARD-FILE.
051200 1200-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600* 1210-READ-CARD
051700*****************************************************************
051800 1210-READ-CARD.
051900     READ REQUEST-CARD-FILE
052000         AT END
052100             SET WS-CARD-EOF TO TRUE
052200     END-READ.
052300 1210-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700* 1220-STORE-ONE-CARD
052800*****************************************************************
052900 1220-STORE-ONE-CARD.
053000     ADD 1 TO WS-CARDS-READ
053100     IF XFRQ-TYPE-COMMENT OR TRANSFER-REQUEST-CARD = SPACES
053200         GO TO 1220-NEXT
053300     END-IF
053400     MOVE SPACES TO WS-RF-REASON
053500     IF NOT XFRQ-TYPE-REPRODUCE
053600         MOVE "CARD TYPE IS NOT R OR *" TO WS-RF-REASON
053700     END-IF
053800     IF WS-RF-REASON = SPACES
053900        AND XFRQ-STUDENT-ID NOT NUMERIC
054000         MOVE "STUDENT ID NOT NUMERIC" TO WS-RF-REASON
054100     END-IF
054200     IF WS-RF-REASON = SPACES
054300         MOVE XFRQ-STUDENT-ID TO WS-RQ-SEARCH-ID
054400         PERFORM 1230-FIND-REQUEST THRU 1230-EXIT
054500         IF WS-FOUND
054600             MOVE "STUDENT ALREADY REQUESTED ON AN EARLIER CARD"
054700                 TO WS-RF-REASON
054800         END-IF
054900     END-IF
055000     IF WS-RF-REASON NOT = SPACES
055100         MOVE TRANSFER-REQUEST-CARD(1:8) TO WS-RF-CARD
055200         PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
055300         GO TO 1220-NEXT
055400     END-IF
055500     IF WS-RQ-TBL-COUNT >= WS-RQ-LIMIT
055600         DISPLAY "*** MORE THAN " WS-RQ-LIMIT " REQUEST CARDS "
055700             "- EXTRA CARDS IGNORED ***"
055800         SET WS-CARD-EOF TO TRUE
055900         GO TO 1220-EXIT
056000     END-IF
056100     ADD 1 TO WS-RQ-TBL-COUNT
056200     MOVE XFRQ-STUDENT-ID TO WS-RQ-STUDENT-ID(WS-RQ-TBL-COUNT)
056300     MOVE "N"             TO WS-RQ-USED-SW(WS-RQ-TBL-COUNT).
056400 1220-NEXT.
056500     PERFORM 1210-READ-CARD THRU 1210-EXIT.
056600 1220-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000* 1230-FIND-REQUEST
057100*
057200* LOOKS FOR WS-RQ-SEARCH-ID IN THE REQUEST TABLE AND LEAVES
057300* WS-RQ-HIT-IDX ON IT WHEN FOUND.
057400*****************************************************************
057500 1230-FIND-REQUEST.
057600     SET WS-NOT-FOUND TO TRUE
057700     PERFORM 1240-CHECK-ONE-REQUEST THRU 1240-EXIT
057800         VARYING WS-RQ-IDX FROM 1 BY 1
057900         UNTIL WS-RQ-IDX > WS-RQ-TBL-COUNT
058000            OR WS-FOUND.
058100 1230-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058500* 1240-CHECK-ONE-REQUEST
058600*****************************************************************
058700 1240-CHECK-ONE-REQUEST.
058800     IF WS-RQ-STUDENT-ID(WS-RQ-IDX) = WS-RQ-SEARCH-ID
058900         MOVE WS-RQ-IDX TO WS-RQ-HIT-IDX
059000         SET WS-FOUND TO TRUE
059100     END-IF.
059200 1240-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600* 1290-PRINT-REFUSAL
059700*****************************************************************
059800 1290-PRINT-REFUSAL.
059900     ADD 1 TO WS-CARDS-REFUSED
060000     MOVE WS-REFUSED-LINE TO PRINT-LINE
060100     WRITE PRINT-LINE.
060200 1290-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600* 1300-LOAD-CONTROL-FILE
060700*
060800* EVERY TRANSFER ALREADY PACKETED.  NO FILE YET MEANS NONE.
060900* A TABLE TOO SMALL FOR THE FILE ENDS THE RUN RATHER THAN
061000* SEND A SECOND PACKET FOR A TRANSFER THAT DIDN'T FIT.
061100*****************************************************************
061200 1300-LOAD-CONTROL-FILE.
061300     OPEN INPUT XFER-CONTROL-FILE
061400     IF WS-XFCT-FILE-NOTFND
061500         CLOSE XFER-CONTROL-FILE
061600         GO TO 1300-EXIT
061700     END-IF
061800     IF WS-XFCT-FILE-STATUS NOT = "00"
061900         MOVE "XFERCTL.DAT" TO WS-AB-FILE
062000         MOVE WS-XFCT-FILE-STATUS TO WS-AB-STATUS
062100         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
062200         CLOSE XFER-CONTROL-FILE
062300         GO TO 1300-EXIT
062400     END-IF
062500     SET WS-XFCT-NOT-EOF TO TRUE
062600     PERFORM 1310-READ-CONTROL THRU 1310-EXIT
062700     PERFORM 1320-STORE-ONE-CONTROL THRU 1320-EXIT
062800         UNTIL WS-XFCT-EOF
062900            OR WS-ABORTED
063000     CLOSE XFER-CONTROL-FILE.
063100 1300-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500* 1310-READ-CONTROL
063600*****************************************************************
063700 1310-READ-CONTROL.
063800     READ XFER-CONTROL-FILE
063900         AT END
064000             SET WS-XFCT-EOF TO TRUE
064100     END-READ.
064200 1310-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600* 1320-STORE-ONE-CONTROL
064700*
064800* A RE-PRODUCED COPY IS ON FILE TOO, BUT ONLY THE ORIGINAL
064900* NEEDS A TABLE ENTRY - IT IS WHAT HOLDS THE TRANSFER BACK.
065000*****************************************************************
065100 1320-STORE-ONE-CONTROL.
065200     IF NOT XFCT-ORIGINAL
065300         GO TO 1320-NEXT
065400     END-IF
065500     IF WS-XC-COUNT >= WS-XC-LIMIT
065600         DISPLAY "*** STUXFER ABORTED - CONTROL TABLE FULL AT "
065700             WS-XC-LIMIT " ENTRIES ***"
065800         MOVE "*** RUN ABORTED - XFERCTL CONTROL TABLE FULL"
065900             TO PRINT-LINE
066000         WRITE PRINT-LINE
066100         MOVE 8 TO RETURN-CODE
066200         SET WS-ABORTED TO TRUE
066300         GO TO 1320-EXIT
066400     END-IF
066500     ADD 1 TO WS-XC-COUNT
066600     MOVE XFCT-STUDENT-ID    TO WS-XC-STUDENT-ID(WS-XC-COUNT)
066700     MOVE XFCT-TRANSFER-DATE TO WS-XC-TRANSFER-DATE(WS-XC-COUNT).
066800 1320-NEXT.
066900     PERFORM 1310-READ-CONTROL THRU 1310-EXIT.
067000 1320-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400* 2000-READ-STUDENT
067500*****************************************************************
067600 2000-READ-STUDENT.
067700     READ STUDENT-FILE NEXT RECORD
067800         AT END
067900             SET WS-EOF TO TRUE
068000     END-READ.
068100 2000-EXIT.
068200     EXIT.
068300
068400*****************************************************************
068500* 3000-PROCESS-STUDENT
068600*
068700* A STUDENT ON A REQUEST CARD IS PRODUCED REGARDLESS - AS THE
068800* ORIGINAL WHEN THE TRANSFER FALLS IN THE CURRENT SCHOOL YEAR
068900* AND NO ORIGINAL HAS GONE YET, SO THE SCHEDULED RUN DOES NOT
069000* SEND IT AGAIN, OTHERWISE AS A RE-PRODUCED COPY.  ANY OTHER
069100* TRANSFERRED-OUT STUDENT IS PRODUCED WHEN THE TRANSFER
069200* FALLS IN THE CURRENT SCHOOL YEAR AND HAS NO PACKET YET.
069300*****************************************************************
069400 3000-PROCESS-STUDENT.
069500     ADD 1 TO WS-STUDENTS-READ
069600     IF NOT STU-STATUS-TRANSFERRED
069700         GO TO 3000-NEXT
069800     END-IF
069900     ADD 1 TO WS-TRANSFERRED-COUNT
070000     MOVE STU-STATUS-DATE TO WS-PK-TRANSFER-DATE
070100     MOVE STU-ID TO WS-RQ-SEARCH-ID
070200     PERFORM 1230-FIND-REQUEST THRU 1230-EXIT
070300     IF WS-FOUND
070400         MOVE "Y" TO WS-RQ-USED-SW(WS-RQ-HIT-IDX)
070500         PERFORM 3100-FIND-CONTROL THRU 3100-EXIT
070600         IF WS-NOT-FOUND
070700            AND WS-PK-TRANSFER-DATE NOT < WS-CURRENT-YEAR-START
070800             SET WS-PK-ORIGINAL TO TRUE
070900         ELSE
071000             SET WS-PK-REPRODUCED TO TRUE
071100         END-IF
071200         PERFORM 5000-PRODUCE-PACKET THRU 5000-EXIT
071300         GO TO 3000-NEXT
071400     END-IF
071500     PERFORM 3100-FIND-CONTROL THRU 3100-EXIT
071600     IF WS-FOUND
071700         ADD 1 TO WS-ALREADY-DONE-COUNT
071800         GO TO 3000-NEXT
071900     END-IF
072000     IF WS-PK-TRANSFER-DATE < WS-CURRENT-YEAR-START
072100         ADD 1 TO WS-PRIOR-YEAR-COUNT
072200         GO TO 3000-NEXT
072300     END-IF
072400     SET WS-PK-ORIGINAL TO TRUE
072500     PERFORM 5000-PRODUCE-PACKET THRU 5000-EXIT.
072600 3000-NEXT.
072700     PERFORM 2000-READ-STUDENT THRU 2000-EXIT.
072800 3000-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200* 3100-FIND-CONTROL
073300*****************************************************************
073400 3100-FIND-CONTROL.
073500     SET WS-NOT-FOUND TO TRUE
073600     PERFORM 3110-CHECK-ONE-CONTROL THRU 3110-EXIT
073700         VARYING WS-XC-IDX FROM 1 BY 1
073800         UNTIL WS-XC-IDX > WS-XC-COUNT
073900            OR WS-FOUND.
074000 3100-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400* 3110-CHECK-ONE-CONTROL
074500*****************************************************************
074600 3110-CHECK-ONE-CONTROL.
074700     IF WS-XC-STUDENT-ID(WS-XC-IDX) = STU-ID
074800        AND WS-XC-TRANSFER-DATE(WS-XC-IDX) = WS-PK-TRANSFER-DATE
074900         SET WS-FOUND TO TRUE
075000     END-IF.
075100 3110-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500* 5000-PRODUCE-PACKET
075600*
075700* WRITES ONE STUDENT'S PACKET, PRINTS ITS COVER SHEET AND
075800* RECORDS IT ON XFERCTL.
075900*****************************************************************
076000 5000-PRODUCE-PACKET.
076100     MOVE ZERO TO WS-PK-RECORD-COUNT
076200                  WS-PK-CONTACT-COUNT
076300                  WS-PK-HISTORY-COUNT
076400     MOVE SPACES             TO TRANSFER-PACKET-RECORD
076500     MOVE "PH"               TO XFR-RECORD-TYPE
076600     MOVE WS-RUN-DATE-N      TO XFRP-PACKET-DATE
076700     MOVE WS-PK-TRANSFER-DATE TO XFRP-TRANSFER-DATE
076800     MOVE STU-STATUS-REASON  TO XFRP-STATUS-REASON
076900     MOVE WS-PK-PRODUCTION   TO XFRP-PRODUCTION
077000     PERFORM 5900-WRITE-PACKET-RECORD THRU 5900-EXIT
077100     MOVE SPACES             TO TRANSFER-PACKET-RECORD
077200     MOVE "SM"               TO XFR-RECORD-TYPE
077300     MOVE STUDENT-RECORD     TO XFRM-STUDENT-DATA
077400     PERFORM 5900-WRITE-PACKET-RECORD THRU 5900-EXIT
077500     PERFORM 5100-TOTAL-ATTENDANCE THRU 5100-EXIT
077600     PERFORM 5200-COPY-CONTACTS THRU 5200-EXIT
077700     PERFORM 5300-COPY-HISTORY THRU 5300-EXIT
077800     MOVE SPACES             TO TRANSFER-PACKET-RECORD
077900     MOVE "PT"               TO XFR-RECORD-TYPE
078000     ADD 1 TO WS-PK-RECORD-COUNT
078100     MOVE WS-PK-RECORD-COUNT  TO XFRT-RECORD-COUNT
078200     MOVE WS-PK-CONTACT-COUNT TO XFRT-CONTACT-COUNT
078300     MOVE WS-PK-HISTORY-COUNT TO XFRT-HISTORY-COUNT
078400     SUBTRACT 1 FROM WS-PK-RECORD-COUNT
078500     PERFORM 5900-WRITE-PACKET-RECORD THRU 5900-EXIT
078600     ADD 1 TO WS-PACKET-COUNT
078700     IF WS-PK-ORIGINAL
078800         ADD 1 TO WS-ORIGINAL-COUNT
078900     ELSE
079000         ADD 1 TO WS-REPRODUCED-COUNT
079100     END-IF
079200     PERFORM 6000-PRINT-COVER-SHEET THRU 6000-EXIT
079300     MOVE SPACES              TO TRANSFER-CONTROL-RECORD
079400     MOVE STU-ID              TO XFCT-STUDENT-ID
079500     MOVE WS-PK-TRANSFER-DATE TO XFCT-TRANSFER-DATE
079600     MOVE WS-RUN-DATE-N       TO XFCT-PACKET-DATE
079700     MOVE WS-PK-PRODUCTION    TO XFCT-PRODUCTION
079800     MOVE WS-OPERATOR-ID      TO XFCT-OPERATOR-ID
079900     WRITE TRANSFER-CONTROL-RECORD.
080000 5000-EXIT.
080100     EXIT.
080200
080300*****************************************************************
080400* 5100-TOTAL-ATTENDANCE
080500*
080600* THE STUDENT'S POSTINGS FROM AUGUST 1 OF THE SCHOOL YEAR THE
080700* TRANSFER FELL IN ARE ONE CONTIGUOUS ATT-KEY RANGE.  AN AT
080800* RECORD IS WRITTEN EVEN WITH NOTHING POSTED - THE RECEIVING
080900* SCHOOL LOOKS FOR ONE.  WHEN ATTEND HOLDS NOTHING FOR THE
081000* YEAR - STURETN HAS CLOSED IT AND MOVED ITS POSTINGS TO THE
081100* ARCHIVE - THE TOTALS COME FROM THE YEAR'S ATTYTOT RECORD
081200* INSTEAD (5150); THE FIRST AND LAST DATES ARE NOT KEPT THERE
081300* AND STAY ZERO.
081400*****************************************************************
081500 5100-TOTAL-ATTENDANCE.
081600     MOVE WS-PK-TRANSFER-DATE TO WS-YS-BASE-DATE-N
081700     IF WS-PK-TRANSFER-DATE = ZERO
081800         MOVE WS-RUN-DATE-N TO WS-YS-BASE-DATE-N
081900     END-IF
082000     PERFORM 1050-SET-YEAR-START THRU 1050-EXIT
082100     MOVE ZERO TO WS-PK-FIRST-DATE
082200                  WS-PK-LAST-DATE
082300                  WS-PK-DAYS-POSTED
082400                  WS-PK-PRESENT
082500                  WS-PK-ABSENT
082600                  WS-PK-TARDY
082700                  WS-PK-EXCUSED
082800     IF WS-ATT-OPEN
082900         SET WS-ATT-MORE TO TRUE
083000         MOVE STU-ID          TO ATT-STUDENT-ID
083100         MOVE WS-YEAR-START-N TO ATT-DATE
083200         START ATTENDANCE-FILE
083300             KEY IS NOT < ATT-KEY
083400             INVALID KEY
083500                 SET WS-ATT-DONE TO TRUE
083600         END-START
083700         PERFORM 5110-COUNT-ONE-POSTING THRU 5110-EXIT
083800             UNTIL WS-ATT-DONE
083900     END-IF
084000     IF WS-PK-DAYS-POSTED = ZERO
084100         PERFORM 5150-READ-YEAR-TOTALS THRU 5150-EXIT
084200     END-IF
084300     MOVE SPACES            TO TRANSFER-PACKET-RECORD
084400     MOVE "AT"              TO XFR-RECORD-TYPE
084500     MOVE WS-YEAR-START-N   TO XFRA-YEAR-START
084600     MOVE WS-PK-FIRST-DATE  TO XFRA-FIRST-DATE
084700     MOVE WS-PK-LAST-DATE   TO XFRA-LAST-DATE
084800     MOVE WS-PK-DAYS-POSTED TO XFRA-DAYS-POSTED
084900     MOVE WS-PK-PRESENT     TO XFRA-PRESENT
085000     MOVE WS-PK-ABSENT      TO XFRA-ABSENT
085100     MOVE WS-PK-TARDY       TO XFRA-TARDY
085200     MOVE WS-PK-EXCUSED     TO XFRA-EXCUSED
085300     PERFORM 5900-WRITE-PACKET-RECORD THRU 5900-EXIT.
085400 5100-EXIT.
085500     EXIT.
085600
085700*****************************************************************
085800* 5110-COUNT-ONE-POSTING
085900*****************************************************************
086000 5110-COUNT-ONE-POSTING.
086100     READ ATTENDANCE-FILE NEXT RECORD
086200         AT END
086300             SET WS-ATT-DONE TO TRUE
086400             GO TO 5110-EXIT
086500     END-READ
086600     IF ATT-STUDENT-ID NOT = STU-ID
086700         SET WS-ATT-DONE TO TRUE
086800         GO TO 5110-EXIT
086900     END-IF
087000     IF WS-PK-DAYS-POSTED = ZERO
087100         MOVE ATT-DATE TO WS-PK-FIRST-DATE
087200     END-IF
087300     MOVE ATT-DATE TO WS-PK-LAST-DATE
087400     ADD 1 TO WS-PK-DAYS-POSTED
087500     EVALUATE TRUE
087600         WHEN ATT-PRESENT
087700             ADD 1 TO WS-PK-PRESENT
087800         WHEN ATT-ABSENT
087900             ADD 1 TO WS-PK-ABSENT
088000         WHEN ATT-TARDY
088100             ADD 1 TO WS-PK-TARDY
088200         WHEN ATT-EXCUSED
088300             ADD 1 TO WS-PK-EXCUSED
088400     END-EVALUATE.
088500 5110-EXIT.
088600     EXIT.
088700
088800*****************************************************************
088900* 5150-READ-YEAR-TOTALS
089000*
089100* ATTYTOT IS APPEND-ONLY AND UNKEYED, SO IT IS SCANNED FRONT TO
089200* BACK, AS STUHIST IS IN 5300, FOR THE STUDENT'S RECORD FOR THE
089300* SCHOOL YEAR BEGINNING WS-YEAR-START.  NOT FOUND LEAVES ZERO.
089400*****************************************************************
089500 5150-READ-YEAR-TOTALS.
089600     IF NOT WS-ATTY-PRESENT
089700         GO TO 5150-EXIT
089800     END-IF
089900     OPEN INPUT ATT-YEAR-FILE
090000     IF WS-ATTY-FILE-STATUS NOT = "00"
090100         DISPLAY "*** ATTYTOT OPEN STATUS " WS-ATTY-FILE-STATUS
090200             " - NO YEAR TOTALS IN PACKET FOR " STU-ID " ***"
090300         CLOSE ATT-YEAR-FILE
090400         GO TO 5150-EXIT
090500     END-IF
090600     SET WS-ATTY-NOT-EOF TO TRUE
090700     PERFORM 5160-CHECK-ONE-YEAR-TOTAL THRU 5160-EXIT
090800         UNTIL WS-ATTY-EOF
090900     CLOSE ATT-YEAR-FILE.
091000 5150-EXIT.
091100     EXIT.
091200
091300*****************************************************************
091400* 5160-CHECK-ONE-YEAR-TOTAL
091500*****************************************************************
091600 5160-CHECK-ONE-YEAR-TOTAL.
091700     READ ATT-YEAR-FILE
091800         AT END
091900             SET WS-ATTY-EOF TO TRUE
092000             GO TO 5160-EXIT
092100     END-READ
092200     IF WS-ATTY-FILE-STATUS NOT = "00"
092300         SET WS-ATTY-EOF TO TRUE
092400         GO TO 5160-EXIT
092500     END-IF
092600     IF ATTY-STUDENT-ID NOT = STU-ID
092700        OR ATTY-YEAR-START NOT = WS-YEAR-START-N
092800         GO TO 5160-EXIT
092900     END-IF
093000     MOVE ATTY-DAYS-POSTED  TO WS-PK-DAYS-POSTED
093100     MOVE ATTY-DAYS-PRESENT TO WS-PK-PRESENT
093200     MOVE ATTY-DAYS-ABSENT  TO WS-PK-ABSENT
093300     MOVE ATTY-DAYS-TARDY   TO WS-PK-TARDY
093400     MOVE ATTY-DAYS-EXCUSED TO WS-PK-EXCUSED
093500     SET WS-ATTY-EOF TO TRUE.
093600 5160-EXIT.
093700     EXIT.
093800
093900*****************************************************************
094000* 5200-COPY-CONTACTS
094100*****************************************************************
094200 5200-COPY-CONTACTS.
094300     IF NOT WS-CONT-OPEN
094400         GO TO 5200-EXIT
094500     END-IF
094600     SET WS-CONT-MORE TO TRUE
094700     MOVE STU-ID TO CONT-STUDENT-ID
094800     MOVE ZERO   TO CONT-SEQUENCE
094900     START CONTACT-FILE
095000         KEY IS > CONT-KEY
095100         INVALID KEY
095200             SET WS-CONT-DONE TO TRUE
095300     END-START
095400     PERFORM 5210-COPY-ONE-CONTACT THRU 5210-EXIT
095500         UNTIL WS-CONT-DONE.
095600 5200-EXIT.
095700     EXIT.
095800
095900*****************************************************************
096000* 5210-COPY-ONE-CONTACT
096100*****************************************************************
096200 5210-COPY-ONE-CONTACT.
096300     READ CONTACT-FILE NEXT RECORD
096400         AT END
096500             SET WS-CONT-DONE TO TRUE
096600             GO TO 5210-EXIT
096700     END-READ
096800     IF CONT-STUDENT-ID NOT = STU-ID
096900         SET WS-CONT-DONE TO TRUE
097000         GO TO 5210-EXIT
097100     END-IF
097200     MOVE SPACES            TO TRANSFER-PACKET-RECORD
097300     MOVE "CN"              TO XFR-RECORD-TYPE
097400     MOVE CONT-SEQUENCE     TO XFRC-SEQUENCE
097500     MOVE CONT-NAME         TO XFRC-NAME
097600     MOVE CONT-PHONE        TO XFRC-PHONE
097700     MOVE CONT-RELATIONSHIP TO XFRC-RELATIONSHIP
097800     MOVE CONT-PRIORITY     TO XFRC-PRIORITY
097900     PERFORM 5900-WRITE-PACKET-RECORD THRU 5900-EXIT
098000     ADD 1 TO WS-PK-CONTACT-COUNT.
098100 5210-EXIT.
098200     EXIT.
098300
098400*****************************************************************
098500* 5300-COPY-HISTORY
098600*
098700* STUHIST IS APPEND-ONLY AND UNKEYED, SO IT IS RESCANNED FRONT
098800* TO BACK FOR EACH PACKET, AS STUHINQ DOES PER INQUIRY - A
098900* NIGHT RARELY HAS MORE THAN A HANDFUL OF TRANSFERS.
099000*****************************************************************
099100 5300-COPY-HISTORY.
099200     IF NOT WS-HIST-PRESENT
099300         GO TO 5300-EXIT
099400     END-IF
099500     OPEN INPUT HISTORY-FILE
099600     IF WS-HIST-FILE-STATUS NOT = "00"
099700         DISPLAY "*** STUHIST OPEN STATUS " WS-HIST-FILE-STATUS
099800             " - NO HISTORY IN PACKET FOR " STU-ID " ***"
099900         CLOSE HISTORY-FILE
100000         GO TO 5300-EXIT
100100     END-IF
100200     SET WS-HIST-NOT-EOF TO TRUE
100300     PERFORM 5310-COPY-ONE-HISTORY THRU 5310-EXIT
100400         UNTIL WS-HIST-EOF
100500     CLOSE HISTORY-FILE.
100600 5300-EXIT.
100700     EXIT.
100800
100900*****************************************************************
101000* 5310-COPY-ONE-HISTORY
101100*****************************************************************
101200 5310-COPY-ONE-HISTORY.
101300     READ HISTORY-FILE
101400         AT END
101500             SET WS-HIST-EOF TO TRUE
101600             GO TO 5310-EXIT
101700     END-READ
101800     IF HIST-STUDENT-ID NOT = STU-ID
101900         GO TO 5310-EXIT
102000     END-IF
102100     MOVE SPACES            TO TRANSFER-PACKET-RECORD
102200     MOVE "HS"              TO XFR-RECORD-TYPE
102300     MOVE HIST-ACTION       TO XFRS-ACTION
102400     MOVE HIST-DATE         TO XFRS-DATE
102500     MOVE HIST-TIME         TO XFRS-TIME
102600     MOVE HIST-RUN-MODE     TO XFRS-RUN-MODE
102700     MOVE HIST-OPERATOR-ID  TO XFRS-OPERATOR-ID
102800     MOVE HIST-BEFORE-IMAGE TO XFRS-BEFORE-IMAGE
102900     MOVE HIST-AFTER-IMAGE  TO XFRS-AFTER-IMAGE
103000     PERFORM 5900-WRITE-PACKET-RECORD THRU 5900-EXIT
103100     ADD 1 TO WS-PK-HISTORY-COUNT.
103200 5310-EXIT.
103300     EXIT.
103400
103500*****************************************************************
103600* 5900-WRITE-PACKET-RECORD
103700*
103800* EVERY PACKET RECORD BUT THE FILE HEADER AND TRAILER CARRIES
103900* THE STUDENT ID AND COUNTS TOWARDS BOTH TRAILERS.
104000*****************************************************************
104100 5900-WRITE-PACKET-RECORD.
104200     MOVE STU-ID TO XFR-STUDENT-ID
104300     WRITE TRANSFER-PACKET-RECORD
104400     ADD 1 TO WS-PK-RECORD-COUNT
104500     ADD 1 TO WS-FILE-RECORD-COUNT.
104600 5900-EXIT.
104700     EXIT.
104800
104900*****************************************************************
105000* 6000-PRINT-COVER-SHEET
105100*
105200* ONE PAGE PER PACKET, TO GO IN THE ENVELOPE WITH IT.  THE
105300* RELEASE LINE IS SIGNED BY WHOEVER SENDS THE RECORDS.
105400*****************************************************************
105500 6000-PRINT-COVER-SHEET.
105600     MOVE WS-RUN-DATE-N TO WS-CH-DATE
105700     MOVE WS-COVER-HEAD-LINE TO PRINT-LINE
105800     WRITE PRINT-LINE AFTER ADVANCING PAGE
105900     IF WS-PK-ORIGINAL
106000         MOVE "ORIGINAL PACKET" TO WS-COVER-COPY-LINE
106100     ELSE
106200         MOVE "COPY RE-PRODUCED ON REQUEST"
106300             TO WS-COVER-COPY-LINE
106400     END-IF
106500     MOVE WS-COVER-COPY-LINE TO PRINT-LINE
106600     WRITE PRINT-LINE
106700     MOVE SPACES TO PRINT-LINE
106800     WRITE PRINT-LINE
106900     MOVE STU-ID         TO WS-CN-ID
107000     MOVE STU-FIRST-NAME TO WS-CN-FIRST-NAME
107100     MOVE STU-LAST-NAME  TO WS-CN-LAST-NAME
107200     MOVE WS-COVER-NAME-LINE TO PRINT-LINE
107300     WRITE PRINT-LINE
107400     MOVE STU-DATE-OF-BIRTH TO WS-CB-DOB
107500     MOVE STU-GRADE         TO WS-CB-GRADE
107600     MOVE STU-SECTION       TO WS-CB-SECTION
107700     MOVE STU-HOMEROOM      TO WS-CB-HOMEROOM
107800     MOVE WS-COVER-BIRTH-LINE TO PRINT-LINE
107900     WRITE PRINT-LINE
108000     MOVE STU-ENROLLMENT-DATE TO WS-CE-ENROLLED
108100     MOVE WS-PK-TRANSFER-DATE TO WS-CE-TRANSFERRED
108200     MOVE STU-STATUS-REASON   TO WS-CE-REASON
108300     MOVE WS-COVER-ENROLL-LINE TO PRINT-LINE
108400     WRITE PRINT-LINE
108500     MOVE STU-GUARDIAN-NAME  TO WS-CG-NAME
108600     MOVE STU-GUARDIAN-PHONE TO WS-CG-PHONE
108700     MOVE WS-COVER-GUARDIAN-LINE TO PRINT-LINE
108800     WRITE PRINT-LINE
108900     MOVE SPACES TO PRINT-LINE
109000     WRITE PRINT-LINE
109100     MOVE WS-YEAR-START-N   TO WS-CA-YEAR-START
109200     MOVE WS-PK-DAYS-POSTED TO WS-CA-DAYS
109300     MOVE WS-PK-PRESENT     TO WS-CA-PRESENT
109400     MOVE WS-PK-ABSENT      TO WS-CA-ABSENT
109500     MOVE WS-PK-TARDY       TO WS-CA-TARDY
109600     MOVE WS-PK-EXCUSED     TO WS-CA-EXCUSED
109700     MOVE WS-COVER-ATTEND-LINE TO PRINT-LINE
109800     WRITE PRINT-LINE
109900     MOVE WS-PK-CONTACT-COUNT TO WS-CC-CONTACTS
110000     MOVE WS-PK-HISTORY-COUNT TO WS-CC-HISTORY
110100     MOVE WS-PK-RECORD-COUNT  TO WS-CC-RECORDS
110200     MOVE WS-COVER-COUNT-LINE TO PRINT-LINE
110300     WRITE PRINT-LINE
110400     MOVE SPACES TO PRINT-LINE
110500     WRITE PRINT-LINE
110600     WRITE PRINT-LINE
110700     MOVE WS-COVER-SIGN-LINE TO PRINT-LINE
110800     WRITE PRINT-LINE.
110900 6000-EXIT.
111000     EXIT.
111100
111200*****************************************************************
111300* 7000-LIST-UNUSED-REQUESTS
111400*
111500* A CARD THE MASTER PASS NEVER TICKED NAMED A STUDENT WHO IS
111600* NOT ON THE MASTER OR NOT TRANSFERRED OUT.
111700*****************************************************************
111800 7000-LIST-UNUSED-REQUESTS.
111900     PERFORM 7100-CHECK-ONE-REQUEST THRU 7100-EXIT
112000         VARYING WS-RQ-IDX FROM 1 BY 1
112100         UNTIL WS-RQ-IDX > WS-RQ-TBL-COUNT.
112200 7000-EXIT.
112300     EXIT.
112400
112500*****************************************************************
112600* 7100-CHECK-ONE-REQUEST
112700*****************************************************************
112800 7100-CHECK-ONE-REQUEST.
112900     IF WS-RQ-USED-SW(WS-RQ-IDX) = "N"
113000         MOVE SPACES TO WS-RF-CARD
113100         MOVE "R"    TO WS-RF-CARD(1:1)
113200         MOVE WS-RQ-STUDENT-ID(WS-RQ-IDX) TO WS-RF-CARD(3:6)
113300         MOVE "NOT ON MASTER OR NOT TRANSFERRED OUT"
113400             TO WS-RF-REASON
113500         PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
113600     END-IF.
113700 7100-EXIT.
113800     EXIT.
113900
114000*****************************************************************
114100* 8000-TERMINATE
114200*****************************************************************
114300 8000-TERMINATE.
114400     IF WS-ABORTED
114500         CLOSE PRINT-FILE
114600         GO TO 8000-EXIT
114700     END-IF
114800     MOVE SPACES               TO TRANSFER-PACKET-RECORD
114900     MOVE "FT"                 TO XFR-RECORD-TYPE
115000     ADD 1 TO WS-FILE-RECORD-COUNT
115100     MOVE WS-PACKET-COUNT      TO XFRZ-PACKET-COUNT
115200     MOVE WS-FILE-RECORD-COUNT TO XFRZ-RECORD-COUNT
115300     WRITE TRANSFER-PACKET-RECORD
115400     PERFORM 8100-PRINT-SUMMARY THRU 8100-EXIT
115500     CLOSE STUDENT-FILE
115600           PACKET-FILE
115700           XFER-CONTROL-FILE
115800     IF WS-ATT-OPEN
115900         CLOSE ATTENDANCE-FILE
116000     END-IF
116100     IF WS-CONT-OPEN
116200         CLOSE CONTACT-FILE
116300     END-IF
116400     CLOSE PRINT-FILE.
116500 8000-EXIT.
116600     EXIT.
116700
116800*****************************************************************
116900* 8100-PRINT-SUMMARY
117000*
117100* CONTROL PAGE AFTER THE LAST COVER SHEET - THE PACKET COUNT
117200* AGREES WITH THE XFERPKT FILE TRAILER AND THE ENVELOPES.
117300*****************************************************************
117400 8100-PRINT-SUMMARY.
117500     MOVE WS-RUN-DATE-N TO WS-ST-DATE
117600     MOVE WS-SUMMARY-TITLE-LINE TO PRINT-LINE
117700     WRITE PRINT-LINE AFTER ADVANCING PAGE
117800     PERFORM 7000-LIST-UNUSED-REQUESTS THRU 7000-EXIT
117900     MOVE "STUDENTS READ:                " TO WS-TL-LABEL
118000     MOVE WS-STUDENTS-READ TO WS-TL-COUNT
118100     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
118200     MOVE "TRANSFERRED OUT ON MASTER:    " TO WS-TL-LABEL
118300     MOVE WS-TRANSFERRED-COUNT TO WS-TL-COUNT
118400     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
118500     MOVE "ORIGINAL PACKETS PRODUCED:    " TO WS-TL-LABEL
118600     MOVE WS-ORIGINAL-COUNT TO WS-TL-COUNT
118700     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
118800     MOVE "PACKETS RE-PRODUCED ON CARD:  " TO WS-TL-LABEL
118900     MOVE WS-REPRODUCED-COUNT TO WS-TL-COUNT
119000     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
119100     MOVE "ALREADY PACKETED, SKIPPED:    " TO WS-TL-LABEL
119200     MOVE WS-ALREADY-DONE-COUNT TO WS-TL-COUNT
119300     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
119400     MOVE "LEFT BEFORE THIS YEAR, SKIPPED:" TO WS-TL-LABEL
119500     MOVE WS-PRIOR-YEAR-COUNT TO WS-TL-COUNT
119600     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
119700     MOVE "REQUEST CARDS READ:           " TO WS-TL-LABEL
119800     MOVE WS-CARDS-READ TO WS-TL-COUNT
119900     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
120000     MOVE "REQUEST CARDS REFUSED:        " TO WS-TL-LABEL
120100     MOVE WS-CARDS-REFUSED TO WS-TL-COUNT
120200     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
120300     MOVE "PACKET FILE RECORDS WRITTEN:  " TO WS-TL-LABEL
120400     MOVE WS-FILE-RECORD-COUNT TO WS-TL-COUNT
120500     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT.
120600 8100-EXIT.
120700     EXIT.
120800
120900*****************************************************************
121000* 8200-PRINT-TOTAL-LINE
121100*****************************************************************
121200 8200-PRINT-TOTAL-LINE.
121300     MOVE WS-TOTAL-LINE TO PRINT-LINE
121400     WRITE PRINT-LINE.
121500 8200-EXIT.
121600     EXIT.
