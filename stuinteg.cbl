000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STUINTEG.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STUINTEG
000900*
001000* NIGHTLY CROSS-FILE INTEGRITY CHECK.  STURECON PROVES THE
001100* MASTER AGAINST THE REGISTRAR FEED; THIS RUN PROVES THE OTHER
001200* STUDENT FILES AGAINST THE MASTER, AND LISTS -
001300*   CONTACT, NO MASTER        A STUCONT.DAT ROW WHOSE STUDENT
001400*                             ID IS NOT ON STUDENTS.DAT;
001500*   ATTENDANCE, NO MASTER     ATTEND.DAT POSTINGS FOR AN ID NOT
001600*                             ON STUDENTS.DAT;
001700*   HOMEROOM NOT ON FILE      AN ACTIVE STUDENT WHOSE HOMEROOM
001800*                             IS NOT ON HOMEROOM.DAT;
001900*   ACTIVE, NO CONTACTS       AN ACTIVE STUDENT WITH NO
002000*                             STUCONT.DAT ROWS AT ALL;
002100*   ROOM OVER CAPACITY        A ROOM WHOSE ACTIVE COUNT ON THE
002200*                             MASTER EXCEEDS HRM-CAPACITY;
002300*   GRADUATE STILL ON MASTER  AN ID ON STUGRAD.DAT THAT IS
002400*                             STILL ON STUDENTS.DAT;
002500*   ATTENDANCE ROOM MISMATCH  POSTINGS FOR AN ACTIVE STUDENT
002600*                             STAMPED WITH A HOMEROOM OTHER
002700*                             THAN THE ONE ON THE MASTER NOW -
002800*                             WHAT A STUREASN RUN LEAVES BEHIND.
002900*
003000* ATTENDANCE EXCEPTIONS ARE PRINTED ONE LINE PER RUN OF
003100* POSTINGS - ONE STUDENT, ONE STAMPED ROOM, CONSECUTIVE DATES
003200* - WITH THE POSTING COUNT AND THE FIRST AND LAST DATE, SO A
003300* RE-SECTIONED CHILD IS ONE LINE AND NOT A HUNDRED.
003400*
003500* THE MASTER IS LOADED INTO STORAGE IN STUDENT-ID ORDER AND
003600* STUCONT AND ATTEND, BOTH KEYED ON STUDENT ID FIRST, ARE READ
003700* FRONT TO BACK AGAINST IT.  STUGRAD IS CHECKED BY A KEYED
003800* READ OF THE MASTER PER GRADUATE.  HOMEROOM, STUCONT, ATTEND
003900* AND STUGRAD ARE EACH OPTIONAL - A MISSING FILE IS NOTED AND
004000* THE CHECKS THAT NEED IT ARE PASSED OVER.
004100*
004200* RUNS IN THE OVERNIGHT CHAIN AFTER TONIGHT'S WRITEDEM BATCH
004300* (IT HOLDS FOR THE BATCH STAMP THE WAY STURECON DOES) AND
004400* STAMPS ITS OWN INTEGRTY STEP ON STRUNCTL - C WHEN NOTHING
004500* WAS LISTED, E OTHERWISE.  RETURN CODE 4 WHEN ANYTHING WAS
004600* LISTED, 8 WHEN THE RUN COULD NOT BE MADE.
004700*
004800* MODIFICATION HISTORY
004900* ------------------------------------------------------------
005000* DATE       INIT DESCRIPTION
005100* ---------- ---- -----------------------------------------
005200* 2026-10-15 MFM  ORIGINAL PROGRAM.
005300*****************************************************************
005400
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800*    DDNAME ASSIGNS AS IN WRITEDEM - SEE STUINTEG.JCL.
005900     SELECT STUDENT-FILE ASSIGN TO STUDENTS
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS STU-ID
006300         ALTERNATE RECORD KEY IS STU-LAST-NAME
006400             WITH DUPLICATES
006500         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006600     SELECT HOMEROOM-FILE ASSIGN TO HOMEROOM
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS HRM-ROOM
007000         FILE STATUS IS WS-HRM-FILE-STATUS.
007100     SELECT CONTACT-FILE ASSIGN TO STUCONT
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS CONT-KEY
007500         FILE STATUS IS WS-CONT-FILE-STATUS.
007600     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS ATT-KEY
008000         FILE STATUS IS WS-ATT-FILE-STATUS.
008100     SELECT GRADUATE-FILE ASSIGN TO STUGRAD
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-GRAD-FILE-STATUS.
008400     SELECT PRINT-FILE ASSIGN TO INTEGRPT
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-PRINT-FILE-STATUS.
008700     SELECT RUN-CONTROL-FILE ASSIGN TO STRUNCTL
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RCTL-FILE-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  STUDENT-FILE.
009400     COPY STUDREC.
009500 FD  HOMEROOM-FILE.
009600     COPY HRMREC.
009700 FD  CONTACT-FILE.
009800     COPY CONTREC.
009900 FD  ATTENDANCE-FILE.
010000     COPY ATTREC.
010100 FD  GRADUATE-FILE.
010200     COPY GRADREC.
010300 FD  PRINT-FILE
010400     RECORDING MODE IS F.
010500 01  PRINT-LINE                  PIC X(132).
010600 FD  RUN-CONTROL-FILE.
010700     COPY RCTLREC.
010800
010900 WORKING-STORAGE SECTION.
011000*****************************************************************
011100* FILE STATUS FIELDS
011200*****************************************************************
011300 01  WS-STUDENT-FILE-STATUS      PIC X(02).
011400 01  WS-HRM-FILE-STATUS          PIC X(02).
011500     88  WS-HRM-FILE-NOTFND      VALUE "35".
011600 01  WS-CONT-FILE-STATUS         PIC X(02).
011700     88  WS-CONT-FILE-NOTFND     VALUE "35".
011800 01  WS-ATT-FILE-STATUS          PIC X(02).
011900     88  WS-ATT-FILE-NOTFND      VALUE "35".
012000 01  WS-GRAD-FILE-STATUS         PIC X(02).
012100     88  WS-GRAD-FILE-NOTFND     VALUE "35".
012200 01  WS-PRINT-FILE-STATUS        PIC X(02).
012300 01  WS-RCTL-FILE-STATUS         PIC X(02).
012400     88  WS-RCTL-FILE-NOTFND     VALUE "35".
012500
012600 01  WS-MASTER-EOF-SWITCH        PIC X(01).
012700     88  WS-MASTER-EOF           VALUE "Y".
012800     88  WS-MASTER-NOT-EOF       VALUE "N".
012900 01  WS-HRM-EOF-SWITCH           PIC X(01).
013000     88  WS-HRM-EOF              VALUE "Y".
013100     88  WS-HRM-NOT-EOF          VALUE "N".
013200 01  WS-CONT-EOF-SWITCH          PIC X(01).
013300     88  WS-CONT-EOF             VALUE "Y".
013400     88  WS-CONT-NOT-EOF         VALUE "N".
013500 01  WS-ATT-EOF-SWITCH           PIC X(01).
013600     88  WS-ATT-EOF              VALUE "Y".
013700     88  WS-ATT-NOT-EOF          VALUE "N".
013800 01  WS-GRAD-EOF-SWITCH          PIC X(01).
013900     88  WS-GRAD-EOF             VALUE "Y".
014000     88  WS-GRAD-NOT-EOF         VALUE "N".
014100
014200*****************************************************************
014300* OPTIONAL-FILE SWITCHES - SET WHEN THE FILE OPENED, SO THE
014400* CHECKS THAT NEED IT KNOW WHETHER TO RUN.
014500*****************************************************************
014600 01  WS-HRM-OPEN-SWITCH          PIC X(01) VALUE "N".
014700     88  WS-HRM-OPEN             VALUE "Y".
014800 01  WS-CONT-OPEN-SWITCH         PIC X(01) VALUE "N".
014900     88  WS-CONT-OPEN            VALUE "Y".
015000 01  WS-ATT-OPEN-SWITCH          PIC X(01) VALUE "N".
015100     88  WS-ATT-OPEN             VALUE "Y".
015200 01  WS-GRAD-OPEN-SWITCH         PIC X(01) VALUE "N".
015300     88  WS-GRAD-OPEN            VALUE "Y".
015400
015500 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
015600     88  WS-ABORTED              VALUE "Y".
015700
015800*****************************************************************
015900* RUN-CONTROL WORKING FIELDS - SAME SHAPE AS STURECON'S.  THIS
016000* RUN HOLDS FOR TONIGHT'S BATCH STAMP AND LEAVES AN INTEGRTY
016100* STAMP - C WHEN NOTHING WAS LISTED, E OTHERWISE.
016200*****************************************************************
016300 01  WS-RUN-DATE                 PIC 9(08).
016400 01  WS-RCTL-STEP                PIC X(08).
016500 01  WS-RCTL-STAMP-STATUS        PIC X(01).
016600 01  WS-RCTL-FOUND-SWITCH        PIC X(01).
016700     88  WS-RCTL-FOUND           VALUE "Y".
016800     88  WS-RCTL-NOT-FOUND       VALUE "N".
016900 01  WS-RCTL-EOF-SWITCH          PIC X(01).
017000     88  WS-RCTL-EOF             VALUE "Y".
017100     88  WS-RCTL-NOT-EOF         VALUE "N".
017200
017300*****************************************************************
017400* PRIOR-DAY ACCEPTANCE FOR THE BATCH STAMP - THE CHAIN CAN
017500* CROSS MIDNIGHT, AS IN STURECON.
017600*****************************************************************
017700 01  WS-PRIOR-DATE.
017800     05  WS-PD-CCYY              PIC 9(04).
017900     05  WS-PD-MM                PIC 9(02).
018000     05  WS-PD-DD                PIC 9(02).
018100 01  WS-PRIOR-DATE-N REDEFINES WS-PRIOR-DATE
018200                                 PIC 9(08).
018300 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP.
018400 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
018500 01  WS-LEAP-REMAINDER           PIC 9(03) COMP.
018600
018700*****************************************************************
018800* MASTER TABLE
018900*
019000* EVERY MASTER RECORD, IN STUDENT-ID ORDER AS THE FILE READS.
019100* STUCONT AND ATTEND COME PAST IN THE SAME ORDER, SO EACH ROW
019200* IS MATCHED BY WALKING WS-MS-IDX FORWARD FROM WHERE THE LAST
019300* ROW LEFT IT - NO TABLE SCAN PER ROW.  WS-MS-CONTACT-SW IS
019400* TICKED WHEN A CONTACT ROW MATCHES THE STUDENT.  A MASTER
019500* TOO BIG FOR THE TABLE ENDS THE RUN - EVERY ID PAST THE END
019600* WOULD OTHERWISE BE LISTED AS AN ORPHAN.
019700*****************************************************************
019800 01  WS-MASTER-TABLE.
019900     05  WS-MS-ENTRY OCCURS 9000 TIMES.
020000         10  WS-MS-ID            PIC X(06).
020100         10  WS-MS-STATUS        PIC X(01).
020200             88  WS-MS-ACTIVE    VALUE "A" SPACE.
020300         10  WS-MS-HOMEROOM      PIC X(06).
020400         10  WS-MS-CONTACT-SW    PIC X(01).
020500         10  WS-MS-LAST-NAME     PIC X(15).
020600         10  WS-MS-FIRST-NAME    PIC X(12).
020700 01  WS-MS-COUNT                 PIC 9(04) COMP VALUE ZERO.
020800 01  WS-MS-LIMIT                 PIC 9(04) COMP VALUE 9000.
020900 01  WS-MS-IDX                   PIC 9(04) COMP VALUE ZERO.
021000 01  WS-MATCH-ID                 PIC X(06).
021100 01  WS-POSITIONED-SWITCH        PIC X(01).
021200     88  WS-POSITIONED           VALUE "Y".
021300     88  WS-NOT-POSITIONED       VALUE "N".
021400 01  WS-FOUND-SWITCH             PIC X(01).
021500     88  WS-FOUND                VALUE "Y".
021600     88  WS-NOT-FOUND            VALUE "N".
021700
021800*****************************************************************
021900* HOMEROOM TABLE - ROOM, CAPACITY AND THE ACTIVE COUNT THE
022000* MASTER LOAD BUILDS UP.  SAME SIZE AS HOMERPT'S.
022100*****************************************************************
022200 01  WS-HOMEROOM-TABLE.
022300     05  WS-HR-ENTRY OCCURS 100 TIMES.
022400         10  WS-HR-ROOM          PIC X(06).
022500         10  WS-HR-CAPACITY      PIC 9(03).
022600         10  WS-HR-ACTIVE        PIC 9(04) COMP.
022700 01  WS-HR-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
022800 01  WS-HR-LIMIT                 PIC 9(03) COMP VALUE 100.
022900 01  WS-HR-IDX                   PIC 9(03) COMP VALUE ZERO.
023000 01  WS-HR-HIT-IDX               PIC 9(03) COMP VALUE ZERO.
023100
023200*****************************************************************
023300* ATTENDANCE RUN HOLDER
023400*
023500* THE RUN OF EXCEPTION POSTINGS BUILDING UP - KIND "O" FOR
023600* NO MASTER RECORD, "H" FOR A ROOM MISMATCH - PRINTED WHEN A
023700* POSTING COMES ALONG THAT DOES NOT CONTINUE IT.
023800*****************************************************************
023900 01  WS-RUN-KIND                 PIC X(01) VALUE SPACE.
024000     88  WS-RUN-NONE             VALUE SPACE.
024100     88  WS-RUN-ORPHAN           VALUE "O".
024200     88  WS-RUN-ROOM             VALUE "H".
024300 01  WS-RUN-ID                   PIC X(06).
024400 01  WS-RUN-POSTED-ROOM          PIC X(06).
024500 01  WS-RUN-CURRENT-ROOM         PIC X(06).
024600 01  WS-RUN-FIRST-DATE           PIC 9(08).
024700 01  WS-RUN-LAST-DATE            PIC 9(08).
024800 01  WS-RUN-POSTINGS             PIC 9(05) COMP.
024900 01  WS-THIS-KIND                PIC X(01).
025000
025100*****************************************************************
025200* GRADUATE WORK FIELD - A 106-BYTE RECORD FROM BEFORE STUDREC
025300* GREW CARRIES ITS DATE IN BYTES 99-106 OF THE IMAGE, AS
025400* GRADINQ ALLOWS FOR.
025500*****************************************************************
025600 01  WS-GRAD-DATE-X              PIC X(08).
025700
025800*****************************************************************
025900* CONTROL TOTALS
026000*****************************************************************
026100 01  WS-MASTER-READ              PIC 9(06) VALUE ZERO.
026200 01  WS-MASTER-ACTIVE            PIC 9(06) VALUE ZERO.
026300 01  WS-HRM-READ                 PIC 9(06) VALUE ZERO.
026400 01  WS-CONT-READ                PIC 9(06) VALUE ZERO.
026500 01  WS-ATT-READ                 PIC 9(06) VALUE ZERO.
026600 01  WS-GRAD-READ                PIC 9(06) VALUE ZERO.
026700 01  WS-ORPHAN-CONT-COUNT        PIC 9(06) VALUE ZERO.
026800 01  WS-ORPHAN-ATT-COUNT         PIC 9(06) VALUE ZERO.
026900 01  WS-NO-ROOM-COUNT            PIC 9(06) VALUE ZERO.
027000 01  WS-NO-CONT-COUNT            PIC 9(06) VALUE ZERO.
027100 01  WS-OVER-CAP-COUNT           PIC 9(06) VALUE ZERO.
027200 01  WS-GRAD-ON-MASTER-COUNT     PIC 9(06) VALUE ZERO.
027300 01  WS-ROOM-MISMATCH-COUNT      PIC 9(06) VALUE ZERO.
027400 01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
027500
027600*****************************************************************
027700* PRINT LINE WORK AREAS
027800*****************************************************************
027900 01  WS-TITLE-LINE.
028000     05  FILLER                  PIC X(40)
028100         VALUE "NIGHTLY CROSS-FILE INTEGRITY CHECK".
028200
028300 01  WS-ABORT-LINE.
028400     05  FILLER                  PIC X(21)
028500         VALUE "*** RUN ABORTED - ".
028600     05  WS-AB-FILE              PIC X(12).
028700     05  FILLER                  PIC X(13)
028800         VALUE " OPEN STATUS ".
028900     05  WS-AB-STATUS            PIC X(02).
029000     05  FILLER                  PIC X(04)
029100         VALUE " ***".
029200
029300 01  WS-SKIP-LINE.
029400     05  FILLER                  PIC X(11)
029500         VALUE "*** NOTE - ".
029600     05  WS-SK-FILE              PIC X(12).
029700     05  FILLER                  PIC X(40)
029800         VALUE " NOT FOUND - CHECKS ON IT PASSED OVER".
029900
030000 01  WS-ORPHAN-CONT-LINE.
030100     05  FILLER                  PIC X(28)
030200         VALUE "CONTACT, NO MASTER:         ".
030300     05  WS-OC-ID                PIC X(06).
030400     05  FILLER                  PIC X(05) VALUE " SEQ ".
030500     05  WS-OC-SEQUENCE          PIC 9(02).
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  WS-OC-NAME              PIC X(20).
030800     05  FILLER                  PIC X(01) VALUE SPACE.
030900     05  WS-OC-PHONE             PIC X(10).
031000
031100 01  WS-NO-ROOM-LINE.
031200     05  FILLER                  PIC X(28)
031300         VALUE "HOMEROOM NOT ON FILE:       ".
031400     05  WS-NR-ID                PIC X(06).
031500     05  FILLER                  PIC X(02) VALUE SPACES.
031600     05  WS-NR-LAST-NAME         PIC X(15).
031700     05  FILLER                  PIC X(01) VALUE SPACE.
031800     05  WS-NR-FIRST-NAME        PIC X(12).
031900     05  FILLER                  PIC X(06) VALUE " ROOM ".
032000     05  WS-NR-ROOM              PIC X(06).
032100
032200 01  WS-NO-CONT-LINE.
032300     05  FILLER                  PIC X(28)
032400         VALUE "ACTIVE, NO CONTACTS:        ".
032500     05  WS-NC-ID                PIC X(06).
032600     05  FILLER                  PIC X(02) VALUE SPACES.
032700     05  WS-NC-LAST-NAME         PIC X(15).
032800     05  FILLER                  PIC X(01) VALUE SPACE.
032900     05  WS-NC-FIRST-NAME        PIC X(12).
033000
033100 01  WS-OVER-CAP-LINE.
033200     05  FILLER                  PIC X(28)
033300         VALUE "ROOM OVER CAPACITY:         ".
033400     05  WS-OV-ROOM              PIC X(06).
033500     05  FILLER                  PIC X(08) VALUE " ACTIVE ".
033600     05  WS-OV-ACTIVE            PIC Z,ZZ9.
033700     05  FILLER                  PIC X(10) VALUE " CAPACITY ".
033800     05  WS-OV-CAPACITY          PIC ZZ9.
033900
034000 01  WS-GRAD-LINE.
034100     05  FILLER                  PIC X(28)
034200         VALUE "GRADUATE STILL ON MASTER:   ".
034300     05  WS-GL-ID                PIC X(06).
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  WS-GL-LAST-NAME         PIC X(15).
034600     05  FILLER                  PIC X(01) VALUE SPACE.
034700     05  WS-GL-FIRST-NAME        PIC X(12).
034800     05  FILLER                  PIC X(11) VALUE " GRADUATED ".
034900     05  WS-GL-GRAD-DATE         PIC X(08).
035000     05  FILLER                  PIC X(08) VALUE " STATUS ".
035100     05  WS-GL-STATUS            PIC X(01).
035200
035300 01  WS-ATT-RUN-LINE.
035400     05  WS-AR-LABEL             PIC X(28).
035500     05  WS-AR-ID                PIC X(06).
035600     05  WS-AR-ROOM-TEXT         PIC X(08).
035700     05  WS-AR-POSTED-ROOM       PIC X(06).
035800     05  WS-AR-NOW-TEXT          PIC X(05).
035900     05  WS-AR-CURRENT-ROOM      PIC X(06).
036000     05  FILLER                  PIC X(10) VALUE " POSTINGS ".
036100     05  WS-AR-POSTINGS          PIC ZZ,ZZ9.
036200     05  FILLER                  PIC X(06) VALUE " FROM ".
036300     05  WS-AR-FIRST-DATE        PIC 9(08).
036400     05  FILLER                  PIC X(04) VALUE " TO ".
036500     05  WS-AR-LAST-DATE         PIC 9(08).
036600
036700 01  WS-TOTAL-LINE.
036800     05  WS-TL-LABEL             PIC X(30).
036900     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
037000
037100 PROCEDURE DIVISION.
037200*****************************************************************
037300* 0000-MAINLINE
037400*****************************************************************
037500 0000-MAINLINE.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037700     IF NOT WS-ABORTED
037800         PERFORM 1300-LOAD-HOMEROOMS THRU 1300-EXIT
037900         PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
038000     END-IF
038100     IF NOT WS-ABORTED
038200         PERFORM 3000-CHECK-CONTACTS THRU 3000-EXIT
038300         PERFORM 4000-CHECK-ATTENDANCE THRU 4000-EXIT
038400         PERFORM 5000-CHECK-ROOM-CAPACITY THRU 5000-EXIT
038500         PERFORM 6000-CHECK-GRADUATES THRU 6000-EXIT
038600     END-IF
038700     PERFORM 8000-TERMINATE THRU 8000-EXIT
038800     STOP RUN.
038900 0000-MAINLINE-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300* 1000-INITIALIZE
039400*
039500* HOLDS FOR TONIGHT'S BATCH STAMP, THEN OPENS THE MASTER
039600* (REQUIRED) AND THE FOUR FILES CHECKED AGAINST IT (EACH
039700* OPTIONAL - NOT FOUND IS NOTED, ANY OTHER FAILURE IS FATAL).
039800*****************************************************************
039900 1000-INITIALIZE.
040000     SET WS-MASTER-NOT-EOF TO TRUE
040100     SET WS-HRM-NOT-EOF TO TRUE
040200     SET WS-CONT-NOT-EOF TO TRUE
040300     SET WS-ATT-NOT-EOF TO TRUE
040400     SET WS-GRAD-NOT-EOF TO TRUE
040500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
040600     OPEN OUTPUT PRINT-FILE
040700     MOVE WS-TITLE-LINE TO PRINT-LINE
040800     WRITE PRINT-LINE
040900*    CHECKING THE FILES BEFORE TONIGHT'S BATCH HAS APPLIED
041000*    STUTRAN WOULD REPORT YESTERDAY'S PROBLEMS.  NO BATCH
041100*    STAMP, NO RUN.
041200     MOVE "BATCH" TO WS-RCTL-STEP
041300     PERFORM 9500-CHECK-RUN-CONTROL THRU 9500-EXIT
041400*    9500 ABORTS THE RUN ITSELF WHEN STRUNCTL WON'T OPEN.
041500     IF WS-ABORTED
041600         GO TO 1000-EXIT
041700     END-IF
041800     IF WS-RCTL-NOT-FOUND
041900         DISPLAY "*** STUINTEG ABORTED - NO BATCH RUN "
042000             "STAMPED FOR " WS-RUN-DATE " ON STRUNCTL ***"
042100         MOVE "*** RUN ABORTED - TONIGHT'S BATCH HAS NOT RUN"
042200             TO PRINT-LINE
042300         WRITE PRINT-LINE
042400         MOVE 8 TO RETURN-CODE
042500         SET WS-ABORTED TO TRUE
042600         GO TO 1000-EXIT
042700     END-IF
042800     OPEN INPUT STUDENT-FILE
042900     IF WS-STUDENT-FILE-STATUS NOT = "00"
043000         MOVE "STUDENTS.DAT" TO WS-AB-FILE
043100         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
043200         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
043300         GO TO 1000-EXIT
043400     END-IF
043500     OPEN INPUT HOMEROOM-FILE
043600     IF WS-HRM-FILE-STATUS = "00"
043700         SET WS-HRM-OPEN TO TRUE
043800     ELSE
043900         IF WS-HRM-FILE-NOTFND
044000             MOVE "HOMEROOM.DAT" TO WS-SK-FILE
044100             PERFORM 1200-NOTE-SKIPPED-FILE THRU 1200-EXIT
044200         ELSE
044300             MOVE "HOMEROOM.DAT" TO WS-AB-FILE
044400             MOVE WS-HRM-FILE-STATUS TO WS-AB-STATUS
044500             PERFORM 1100-ABORT-RUN THRU 1100-EXIT
044600             GO TO 1000-EXIT
044700         END-IF
044800     END-IF
044900     OPEN INPUT CONTACT-FILE
045000     IF WS-CONT-FILE-STATUS = "00"
045100         SET WS-CONT-OPEN TO TRUE
045200     ELSE
045300         IF WS-CONT-FILE-NOTFND
045400             MOVE "STUCONT.DAT" TO WS-SK-FILE
045500             PERFORM 1200-NOTE-SKIPPED-FILE THRU 1200-EXIT
045600         ELSE
045700             MOVE "STUCONT.DAT" TO WS-AB-FILE
045800             MOVE WS-CONT-FILE-STATUS TO WS-AB-STATUS
045900             PERFORM 1100-ABORT-RUN THRU 1100-EXIT
046000             GO TO 1000-EXIT
046100         END-IF
046200     END-IF
046300     OPEN INPUT ATTENDANCE-FILE
046400     IF WS-ATT-FILE-STATUS = "00"
046500         SET WS-ATT-OPEN TO TRUE
046600     ELSE
046700         IF WS-ATT-FILE-NOTFND
046800             MOVE "ATTEND.DAT" TO WS-SK-FILE
046900             PERFORM 1200-NOTE-SKIPPED-FILE THRU 1200-EXIT
047000         ELSE
047100             MOVE "ATTEND.DAT" TO WS-AB-FILE
047200             MOVE WS-ATT-FILE-STATUS TO WS-AB-STATUS
047300             PERFORM 1100-ABORT-RUN THRU 1100-EXIT
047400             GO TO 1000-EXIT
047500         END-IF
047600     END-IF
047700     OPEN INPUT GRADUATE-FILE
047800     IF WS-GRAD-FILE-STATUS = "00"
047900         SET WS-GRAD-OPEN TO TRUE
048000     ELSE
048100         IF WS-GRAD-FILE-NOTFND
048200             MOVE "STUGRAD.DAT" TO WS-SK-FILE
048300             PERFORM 1200-NOTE-SKIPPED-FILE THRU 1200-EXIT
048400         ELSE
048500             MOVE "STUGRAD.DAT" TO WS-AB-FILE
048600             MOVE WS-GRAD-FILE-STATUS TO WS-AB-STATUS
048700             PERFORM 1100-ABORT-RUN THRU 1100-EXIT
048800         END-IF
048900     END-IF.
049000 1000-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400* 1100-ABORT-RUN
049500*****************************************************************
049600 1100-ABORT-RUN.
049700     DISPLAY "*** STUINTEG ABORTED - " WS-AB-FILE
049800         " OPEN STATUS " WS-AB-STATUS " ***"
049900     MOVE WS-ABORT-LINE TO PRINT-LINE
050000     WRITE PRINT-LINE
050100     MOVE 8 TO RETURN-CODE
050200     SET WS-ABORTED TO TRUE.
050300 1100-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700* 1200-NOTE-SKIPPED-FILE
050800*****************************************************************
050900 1200-NOTE-SKIPPED-FILE.
051000     DISPLAY "STUINTEG - " WS-SK-FILE
051100         " NOT FOUND - CHECKS ON IT PASSED OVER"
051200     MOVE WS-SKIP-LINE TO PRINT-LINE
051300     WRITE PRINT-LINE.
051400 1200-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800* 1300-LOAD-HOMEROOMS
051900*****************************************************************
052000 1300-LOAD-HOMEROOMS.
052100     IF NOT WS-HRM-OPEN
052200         GO TO 1300-EXIT
052300     END-IF
052400     PERFORM 1310-READ-HOMEROOM THRU 1310-EXIT
052500     PERFORM 1320-STORE-HOMEROOM THRU 1320-EXIT
052600         UNTIL WS-HRM-EOF.
052700 1300-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100* 1310-READ-HOMEROOM
053200*****************************************************************
053300 1310-READ-HOMEROOM.
053400     READ HOMEROOM-FILE NEXT RECORD
053500         AT END
053600             SET WS-HRM-EOF TO TRUE
053700     END-READ.
053800 1310-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200* 1320-STORE-HOMEROOM
054300*****************************************************************
054400 1320-STORE-HOMEROOM.
054500     ADD 1 TO WS-HRM-READ
054600     IF WS-HR-TBL-COUNT >= WS-HR-LIMIT
054700         DISPLAY "*** HOMEROOM TABLE FULL AT " WS-HR-LIMIT
054800             " ROOMS - ROOM " HRM-ROOM " NOT LOADED ***"
054900     ELSE
055000         ADD 1 TO WS-HR-TBL-COUNT
055100         MOVE HRM-ROOM     TO WS-HR-ROOM(WS-HR-TBL-COUNT)
055200         MOVE HRM-CAPACITY TO WS-HR-CAPACITY(WS-HR-TBL-COUNT)
055300         MOVE ZERO         TO WS-HR-ACTIVE(WS-HR-TBL-COUNT)
055400     END-IF
055500     PERFORM 1310-READ-HOMEROOM THRU 1310-EXIT.
055600 1320-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000* 2000-LOAD-MASTER
056100*
056200* FILES EVERY MASTER RECORD IN THE TABLE AND, FOR AN ACTIVE
056300* STUDENT, COUNTS THEM INTO THEIR ROOM - LISTING THE STUDENT
056400* WHEN THE ROOM IS NOT ON HOMEROOM.DAT.
056500*****************************************************************
056600 2000-LOAD-MASTER.
056700     PERFORM 2100-READ-MASTER THRU 2100-EXIT
056800     PERFORM 2200-STORE-ONE-STUDENT THRU 2200-EXIT
056900         UNTIL WS-MASTER-EOF
057000            OR WS-ABORTED.
057100 2000-EXIT.
057200     EXIT.
057300
057400*****************************************************************
057500* 2100-READ-MASTER
057600*****************************************************************
057700 2100-READ-MASTER.
057800     READ STUDENT-FILE NEXT RECORD
057900         AT END
058000             SET WS-MASTER-EOF TO TRUE
058100     END-READ.
058200 2100-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600* 2200-STORE-ONE-STUDENT
058700*****************************************************************
058800 2200-STORE-ONE-STUDENT.
058900     ADD 1 TO WS-MASTER-READ
059000     IF WS-MS-COUNT >= WS-MS-LIMIT
059100         DISPLAY "*** STUINTEG ABORTED - MASTER TABLE FULL AT "
059200             WS-MS-LIMIT " STUDENTS ***"
059300         MOVE "*** RUN ABORTED - MASTER TABLE FULL" TO PRINT-LINE
059400         WRITE PRINT-LINE
059500         MOVE 8 TO RETURN-CODE
059600         SET WS-ABORTED TO TRUE
059700         GO TO 2200-EXIT
059800     END-IF
059900     ADD 1 TO WS-MS-COUNT
060000     MOVE STU-ID             TO WS-MS-ID(WS-MS-COUNT)
060100     MOVE STU-ENROLL-STATUS  TO WS-MS-STATUS(WS-MS-COUNT)
060200     MOVE STU-HOMEROOM       TO WS-MS-HOMEROOM(WS-MS-COUNT)
060300     MOVE "N"                TO WS-MS-CONTACT-SW(WS-MS-COUNT)
060400     MOVE STU-LAST-NAME      TO WS-MS-LAST-NAME(WS-MS-COUNT)
060500     MOVE STU-FIRST-NAME     TO WS-MS-FIRST-NAME(WS-MS-COUNT)
060600     IF STU-STATUS-ACTIVE
060700         ADD 1 TO WS-MASTER-ACTIVE
060800         PERFORM 2300-COUNT-INTO-ROOM THRU 2300-EXIT
060900     END-IF
061000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
061100 2200-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500* 2300-COUNT-INTO-ROOM
061600*****************************************************************
061700 2300-COUNT-INTO-ROOM.
061800     IF NOT WS-HRM-OPEN
061900         GO TO 2300-EXIT
062000     END-IF
062100     SET WS-NOT-FOUND TO TRUE
062200     PERFORM 2310-LOOK-UP-ROOM THRU 2310-EXIT
062300         VARYING WS-HR-IDX FROM 1 BY 1
062400         UNTIL WS-HR-IDX > WS-HR-TBL-COUNT
062500            OR WS-FOUND
062600     IF WS-FOUND
062700         ADD 1 TO WS-HR-ACTIVE(WS-HR-HIT-IDX)
062800     ELSE
062900         ADD 1 TO WS-NO-ROOM-COUNT
063000         MOVE STU-ID         TO WS-NR-ID
063100         MOVE STU-LAST-NAME  TO WS-NR-LAST-NAME
063200         MOVE STU-FIRST-NAME TO WS-NR-FIRST-NAME
063300         MOVE STU-HOMEROOM   TO WS-NR-ROOM
063400         MOVE WS-NO-ROOM-LINE TO PRINT-LINE
063500         WRITE PRINT-LINE
063600     END-IF.
063700 2300-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100* 2310-LOOK-UP-ROOM
064200*****************************************************************
064300 2310-LOOK-UP-ROOM.
064400     IF WS-HR-ROOM(WS-HR-IDX) = STU-HOMEROOM
064500         MOVE WS-HR-IDX TO WS-HR-HIT-IDX
064600         SET WS-FOUND TO TRUE
064700     END-IF.
064800 2310-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200* 2500-POSITION-MASTER
065300*
065400* WALKS WS-MS-IDX FORWARD TO THE FIRST TABLE ENTRY NOT BELOW
065500* WS-MATCH-ID AND SETS WS-FOUND WHEN THAT ENTRY IS THE ID.
065600* THE CALLER SETS WS-MS-IDX TO 1 BEFORE THE FIRST ROW OF A
065700* FILE; AFTER THAT THE WALK ONLY EVER GOES FORWARD.
065800*****************************************************************
065900 2500-POSITION-MASTER.
066000     SET WS-NOT-POSITIONED TO TRUE
066100     PERFORM 2510-STEP-MASTER THRU 2510-EXIT
066200         UNTIL WS-POSITIONED
066300     SET WS-NOT-FOUND TO TRUE
066400     IF WS-MS-IDX <= WS-MS-COUNT
066500         IF WS-MS-ID(WS-MS-IDX) = WS-MATCH-ID
066600             SET WS-FOUND TO TRUE
066700         END-IF
066800     END-IF.
066900 2500-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300* 2510-STEP-MASTER
067400*****************************************************************
067500 2510-STEP-MASTER.
067600     IF WS-MS-IDX > WS-MS-COUNT
067700         SET WS-POSITIONED TO TRUE
067800         GO TO 2510-EXIT
067900     END-IF
068000     IF WS-MS-ID(WS-MS-IDX) < WS-MATCH-ID
068100         ADD 1 TO WS-MS-IDX
068200     ELSE
068300         SET WS-POSITIONED TO TRUE
068400     END-IF.
068500 2510-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900* 3000-CHECK-CONTACTS
069000*
069100* EVERY CONTACT ROW IS MATCHED TO THE MASTER - A ROW WITH NO
069200* MASTER RECORD IS LISTED, A ROW THAT MATCHES TICKS ITS
069300* STUDENT - THEN EVERY ACTIVE STUDENT LEFT UNTICKED IS LISTED
069400* AS HAVING NO CONTACTS.
069500*****************************************************************
069600 3000-CHECK-CONTACTS.
069700     IF NOT WS-CONT-OPEN
069800         GO TO 3000-EXIT
069900     END-IF
070000     MOVE 1 TO WS-MS-IDX
070100     PERFORM 3100-READ-CONTACT THRU 3100-EXIT
070200     PERFORM 3200-MATCH-ONE-CONTACT THRU 3200-EXIT
070300         UNTIL WS-CONT-EOF
070400     PERFORM 3300-CHECK-NO-CONTACTS THRU 3300-EXIT
070500         VARYING WS-MS-IDX FROM 1 BY 1
070600         UNTIL WS-MS-IDX > WS-MS-COUNT.
070700 3000-EXIT.
070800     EXIT.
070900
071000*****************************************************************
071100* 3100-READ-CONTACT
071200*****************************************************************
071300 3100-READ-CONTACT.
071400     READ CONTACT-FILE NEXT RECORD
071500         AT END
071600             SET WS-CONT-EOF TO TRUE
071700     END-READ.
071800 3100-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200* 3200-MATCH-ONE-CONTACT
072300*****************************************************************
072400 3200-MATCH-ONE-CONTACT.
072500     ADD 1 TO WS-CONT-READ
072600     MOVE CONT-STUDENT-ID TO WS-MATCH-ID
072700     PERFORM 2500-POSITION-MASTER THRU 2500-EXIT
072800     IF WS-FOUND
072900         MOVE "Y" TO WS-MS-CONTACT-SW(WS-MS-IDX)
073000     ELSE
073100         ADD 1 TO WS-ORPHAN-CONT-COUNT
073200         MOVE CONT-STUDENT-ID TO WS-OC-ID
073300         MOVE CONT-SEQUENCE   TO WS-OC-SEQUENCE
073400         MOVE CONT-NAME       TO WS-OC-NAME
073500         MOVE CONT-PHONE      TO WS-OC-PHONE
073600         MOVE WS-ORPHAN-CONT-LINE TO PRINT-LINE
073700         WRITE PRINT-LINE
073800     END-IF
073900     PERFORM 3100-READ-CONTACT THRU 3100-EXIT.
074000 3200-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400* 3300-CHECK-NO-CONTACTS
074500*****************************************************************
074600 3300-CHECK-NO-CONTACTS.
074700     IF NOT WS-MS-ACTIVE(WS-MS-IDX)
074800         GO TO 3300-EXIT
074900     END-IF
075000     IF WS-MS-CONTACT-SW(WS-MS-IDX) = "N"
075100         ADD 1 TO WS-NO-CONT-COUNT
075200         MOVE WS-MS-ID(WS-MS-IDX)         TO WS-NC-ID
075300         MOVE WS-MS-LAST-NAME(WS-MS-IDX)  TO WS-NC-LAST-NAME
075400         MOVE WS-MS-FIRST-NAME(WS-MS-IDX) TO WS-NC-FIRST-NAME
075500         MOVE WS-NO-CONT-LINE TO PRINT-LINE
075600         WRITE PRINT-LINE
075700     END-IF.
075800 3300-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200* 4000-CHECK-ATTENDANCE
076300*
076400* EVERY POSTING IS MATCHED TO THE MASTER.  NO MASTER RECORD,
076500* OR AN ACTIVE STUDENT'S POSTING STAMPED WITH ANOTHER ROOM,
076600* JOINS THE RUN IN THE HOLDER; ANYTHING ELSE ENDS IT.  A
076700* WITHDRAWN OR TRANSFERRED STUDENT'S ROOM NO LONGER MATTERS,
076800* SO THEIR POSTINGS ARE NOT COMPARED.
076900*****************************************************************
077000 4000-CHECK-ATTENDANCE.
077100     IF NOT WS-ATT-OPEN
077200         GO TO 4000-EXIT
077300     END-IF
077400     MOVE 1 TO WS-MS-IDX
077500     SET WS-RUN-NONE TO TRUE
077600     PERFORM 4100-READ-ATTENDANCE THRU 4100-EXIT
077700     PERFORM 4200-MATCH-ONE-POSTING THRU 4200-EXIT
077800         UNTIL WS-ATT-EOF
077900     PERFORM 4400-PRINT-RUN THRU 4400-EXIT.
078000 4000-EXIT.
078100     EXIT.
078200
078300*****************************************************************
078400* 4100-READ-ATTENDANCE
078500*****************************************************************
078600 4100-READ-ATTENDANCE.
078700     READ ATTENDANCE-FILE NEXT RECORD
078800         AT END
078900             SET WS-ATT-EOF TO TRUE
079000     END-READ.
079100 4100-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500* 4200-MATCH-ONE-POSTING
079600*****************************************************************
079700 4200-MATCH-ONE-POSTING.
079800     ADD 1 TO WS-ATT-READ
079900     MOVE ATT-STUDENT-ID TO WS-MATCH-ID
080000     PERFORM 2500-POSITION-MASTER THRU 2500-EXIT
080100     MOVE SPACE TO WS-THIS-KIND
080200     IF WS-NOT-FOUND
080300         MOVE "O" TO WS-THIS-KIND
080400     ELSE
080500         IF WS-MS-ACTIVE(WS-MS-IDX)
080600            AND ATT-HOMEROOM NOT = WS-MS-HOMEROOM(WS-MS-IDX)
080700             MOVE "H" TO WS-THIS-KIND
080800         END-IF
080900     END-IF
081000     IF WS-THIS-KIND = SPACE
081100         PERFORM 4400-PRINT-RUN THRU 4400-EXIT
081200     ELSE
081300         PERFORM 4300-ADD-TO-RUN THRU 4300-EXIT
081400     END-IF
081500     PERFORM 4100-READ-ATTENDANCE THRU 4100-EXIT.
081600 4200-EXIT.
081700     EXIT.
081800
081900*****************************************************************
082000* 4300-ADD-TO-RUN
082100*
082200* EXTENDS THE RUN IN THE HOLDER WHEN THIS POSTING CONTINUES
082300* IT - SAME KIND, SAME STUDENT, SAME STAMPED ROOM - AND
082400* OTHERWISE PRINTS THE OLD RUN AND STARTS A NEW ONE.
082500*****************************************************************
082600 4300-ADD-TO-RUN.
082700     IF WS-RUN-KIND = WS-THIS-KIND
082800        AND WS-RUN-ID = ATT-STUDENT-ID
082900        AND WS-RUN-POSTED-ROOM = ATT-HOMEROOM
083000         ADD 1 TO WS-RUN-POSTINGS
083100         MOVE ATT-DATE TO WS-RUN-LAST-DATE
083200         GO TO 4300-EXIT
083300     END-IF
083400     PERFORM 4400-PRINT-RUN THRU 4400-EXIT
083500     MOVE WS-THIS-KIND   TO WS-RUN-KIND
083600     MOVE ATT-STUDENT-ID TO WS-RUN-ID
083700     MOVE ATT-HOMEROOM   TO WS-RUN-POSTED-ROOM
083800     MOVE SPACES         TO WS-RUN-CURRENT-ROOM
083900     IF WS-RUN-ROOM
084000         MOVE WS-MS-HOMEROOM(WS-MS-IDX) TO WS-RUN-CURRENT-ROOM
084100     END-IF
084200     MOVE ATT-DATE       TO WS-RUN-FIRST-DATE
084300     MOVE ATT-DATE       TO WS-RUN-LAST-DATE
084400     MOVE 1              TO WS-RUN-POSTINGS.
084500 4300-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900* 4400-PRINT-RUN
085000*
085100* PRINTS AND EMPTIES THE HOLDER.  NOTHING HELD, NOTHING DONE.
085200*****************************************************************
085300 4400-PRINT-RUN.
085400     IF WS-RUN-NONE
085500         GO TO 4400-EXIT
085600     END-IF
085700     IF WS-RUN-ORPHAN
085800         ADD WS-RUN-POSTINGS TO WS-ORPHAN-ATT-COUNT
085900         MOVE "ATTENDANCE, NO MASTER:      " TO WS-AR-LABEL
086000         MOVE SPACES   TO WS-AR-NOW-TEXT
086100     ELSE
086200         ADD WS-RUN-POSTINGS TO WS-ROOM-MISMATCH-COUNT
086300         MOVE "ATTENDANCE ROOM MISMATCH:   " TO WS-AR-LABEL
086400         MOVE " NOW "  TO WS-AR-NOW-TEXT
086500     END-IF
086600     MOVE WS-RUN-ID           TO WS-AR-ID
086700     MOVE " POSTED "          TO WS-AR-ROOM-TEXT
086800     MOVE WS-RUN-POSTED-ROOM  TO WS-AR-POSTED-ROOM
086900     MOVE WS-RUN-CURRENT-ROOM TO WS-AR-CURRENT-ROOM
087000     MOVE WS-RUN-POSTINGS     TO WS-AR-POSTINGS
087100     MOVE WS-RUN-FIRST-DATE   TO WS-AR-FIRST-DATE
087200     MOVE WS-RUN-LAST-DATE    TO WS-AR-LAST-DATE
087300     MOVE WS-ATT-RUN-LINE TO PRINT-LINE
087400     WRITE PRINT-LINE
087500     SET WS-RUN-NONE TO TRUE.
087600 4400-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000* 5000-CHECK-ROOM-CAPACITY
088100*****************************************************************
088200 5000-CHECK-ROOM-CAPACITY.
088300     PERFORM 5100-CHECK-ONE-ROOM THRU 5100-EXIT
088400         VARYING WS-HR-IDX FROM 1 BY 1
088500         UNTIL WS-HR-IDX > WS-HR-TBL-COUNT.
088600 5000-EXIT.
088700     EXIT.
088800
088900*****************************************************************
089000* 5100-CHECK-ONE-ROOM
089100*****************************************************************
089200 5100-CHECK-ONE-ROOM.
089300     IF WS-HR-ACTIVE(WS-HR-IDX) > WS-HR-CAPACITY(WS-HR-IDX)
089400         ADD 1 TO WS-OVER-CAP-COUNT
089500         MOVE WS-HR-ROOM(WS-HR-IDX)     TO WS-OV-ROOM
089600         MOVE WS-HR-ACTIVE(WS-HR-IDX)   TO WS-OV-ACTIVE
089700         MOVE WS-HR-CAPACITY(WS-HR-IDX) TO WS-OV-CAPACITY
089800         MOVE WS-OVER-CAP-LINE TO PRINT-LINE
089900         WRITE PRINT-LINE
090000     END-IF.
090100 5100-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500* 6000-CHECK-GRADUATES
090600*
090700* A KEYED READ OF THE MASTER FOR EACH GRADUATE - STUPROMO
090800* DELETES THE MASTER RECORD WHEN IT ARCHIVES ONE, SO ANY HIT
090900* IS A GRADUATE WHO WAS PUT BACK OR NEVER TAKEN OFF.
091000*****************************************************************
091100 6000-CHECK-GRADUATES.
091200     IF NOT WS-GRAD-OPEN
091300         GO TO 6000-EXIT
091400     END-IF
091500     PERFORM 6100-READ-GRADUATE THRU 6100-EXIT
091600     PERFORM 6200-CHECK-ONE-GRADUATE THRU 6200-EXIT
091700         UNTIL WS-GRAD-EOF.
091800 6000-EXIT.
091900     EXIT.
092000
092100*****************************************************************
092200* 6100-READ-GRADUATE
092300*****************************************************************
092400 6100-READ-GRADUATE.
092500     READ GRADUATE-FILE
092600         AT END
092700             SET WS-GRAD-EOF TO TRUE
092800     END-READ.
092900 6100-EXIT.
093000     EXIT.
093100
093200*****************************************************************
093300* 6200-CHECK-ONE-GRADUATE
093400*****************************************************************
093500 6200-CHECK-ONE-GRADUATE.
093600     ADD 1 TO WS-GRAD-READ
093700     MOVE GRAD-STUDENT-DATA(1:6) TO STU-ID
093800     READ STUDENT-FILE
093900         INVALID KEY
094000             GO TO 6200-NEXT
094100     END-READ
094200     MOVE GRAD-DATE TO WS-GRAD-DATE-X
094300     IF WS-GRAD-DATE-X = SPACES
094400         MOVE GRAD-STUDENT-DATA(99:8) TO WS-GRAD-DATE-X
094500     END-IF
094600     ADD 1 TO WS-GRAD-ON-MASTER-COUNT
094700     MOVE STU-ID            TO WS-GL-ID
094800     MOVE STU-LAST-NAME     TO WS-GL-LAST-NAME
094900     MOVE STU-FIRST-NAME    TO WS-GL-FIRST-NAME
095000     MOVE WS-GRAD-DATE-X    TO WS-GL-GRAD-DATE
095100     MOVE STU-ENROLL-STATUS TO WS-GL-STATUS
095200     MOVE WS-GRAD-LINE TO PRINT-LINE
095300     WRITE PRINT-LINE.
095400 6200-NEXT.
095500     PERFORM 6100-READ-GRADUATE THRU 6100-EXIT.
095600 6200-EXIT.
095700     EXIT.
095800
095900*****************************************************************
096000* 8000-TERMINATE
096100*****************************************************************
096200 8000-TERMINATE.
096300     IF WS-ABORTED
096400         CLOSE PRINT-FILE
096500         GO TO 8000-EXIT
096600     END-IF
096700     PERFORM 8100-PRINT-CONTROL-TOTALS THRU 8100-EXIT
096800     CLOSE STUDENT-FILE
096900     IF WS-HRM-OPEN
097000         CLOSE HOMEROOM-FILE
097100     END-IF
097200     IF WS-CONT-OPEN
097300         CLOSE CONTACT-FILE
097400     END-IF
097500     IF WS-ATT-OPEN
097600         CLOSE ATTENDANCE-FILE
097700     END-IF
097800     IF WS-GRAD-OPEN
097900         CLOSE GRADUATE-FILE
098000     END-IF
098100*    THE INTEGRTY STAMP CARRIES WHETHER ANYTHING WAS LISTED,
098200*    AND RETURN CODE 4 LETS THE CHAIN ACT ON IT WITHOUT
098300*    READING THE STAMP.
098400     MOVE "INTEGRTY" TO WS-RCTL-STEP
098500     IF WS-EXCEPTION-COUNT = ZERO
098600         MOVE "C" TO WS-RCTL-STAMP-STATUS
098700     ELSE
098800         MOVE "E" TO WS-RCTL-STAMP-STATUS
098900         MOVE 4 TO RETURN-CODE
099000     END-IF
099100     PERFORM 9600-STAMP-RUN-CONTROL THRU 9600-EXIT
099200     CLOSE PRINT-FILE.
099300 8000-EXIT.
099400     EXIT.
099500
099600*****************************************************************
099700* 8100-PRINT-CONTROL-TOTALS
099800*****************************************************************
099900 8100-PRINT-CONTROL-TOTALS.
100000     ADD WS-ORPHAN-CONT-COUNT WS-ORPHAN-ATT-COUNT
100100         WS-NO-ROOM-COUNT WS-NO-CONT-COUNT WS-OVER-CAP-COUNT
100200         WS-GRAD-ON-MASTER-COUNT WS-ROOM-MISMATCH-COUNT
100300         GIVING WS-EXCEPTION-COUNT
100400     MOVE "MASTER RECORDS READ:        " TO WS-TL-LABEL
100500     MOVE WS-MASTER-READ TO WS-TL-COUNT
100600     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
100700     MOVE "ACTIVE STUDENTS:            " TO WS-TL-LABEL
100800     MOVE WS-MASTER-ACTIVE TO WS-TL-COUNT
100900     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
101000     MOVE "HOMEROOMS READ:             " TO WS-TL-LABEL
101100     MOVE WS-HRM-READ TO WS-TL-COUNT
101200     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
101300     MOVE "CONTACT ROWS READ:          " TO WS-TL-LABEL
101400     MOVE WS-CONT-READ TO WS-TL-COUNT
101500     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
101600     MOVE "ATTENDANCE POSTINGS READ:   " TO WS-TL-LABEL
101700     MOVE WS-ATT-READ TO WS-TL-COUNT
101800     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
101900     MOVE "GRADUATE RECORDS READ:      " TO WS-TL-LABEL
102000     MOVE WS-GRAD-READ TO WS-TL-COUNT
102100     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
102200     MOVE "CONTACT ROWS, NO MASTER:    " TO WS-TL-LABEL
102300     MOVE WS-ORPHAN-CONT-COUNT TO WS-TL-COUNT
102400     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
102500     MOVE "POSTINGS, NO MASTER:        " TO WS-TL-LABEL
102600     MOVE WS-ORPHAN-ATT-COUNT TO WS-TL-COUNT
102700     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
102800     MOVE "HOMEROOM NOT ON FILE:       " TO WS-TL-LABEL
102900     MOVE WS-NO-ROOM-COUNT TO WS-TL-COUNT
103000     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
103100     MOVE "ACTIVE, NO CONTACTS:        " TO WS-TL-LABEL
103200     MOVE WS-NO-CONT-COUNT TO WS-TL-COUNT
103300     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
103400     MOVE "ROOMS OVER CAPACITY:        " TO WS-TL-LABEL
103500     MOVE WS-OVER-CAP-COUNT TO WS-TL-COUNT
103600     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
103700     MOVE "GRADUATES STILL ON MASTER:  " TO WS-TL-LABEL
103800     MOVE WS-GRAD-ON-MASTER-COUNT TO WS-TL-COUNT
103900     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
104000     MOVE "POSTINGS, ROOM MISMATCH:    " TO WS-TL-LABEL
104100     MOVE WS-ROOM-MISMATCH-COUNT TO WS-TL-COUNT
104200     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT
104300     MOVE "TOTAL EXCEPTIONS:           " TO WS-TL-LABEL
104400     MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT
104500     PERFORM 8110-PRINT-TOTAL-LINE THRU 8110-EXIT.
104600 8100-EXIT.
104700     EXIT.
104800
104900*****************************************************************
105000* 8110-PRINT-TOTAL-LINE
105100*****************************************************************
105200 8110-PRINT-TOTAL-LINE.
105300     MOVE WS-TOTAL-LINE TO PRINT-LINE
105400     WRITE PRINT-LINE.
105500 8110-EXIT.
105600     EXIT.
105700
105800*****************************************************************
105900* 9500-CHECK-RUN-CONTROL
106000*
106100* SCANS STRUNCTL FOR A STAMP MATCHING TODAY'S OR YESTERDAY'S
106200* DATE AND THE STEP NAMED IN WS-RCTL-STEP, AS STURECON'S 9500
106300* DOES.  A MISSING RUN-CONTROL FILE MEANS NOTHING HAS STAMPED.
106400*****************************************************************
106500 9500-CHECK-RUN-CONTROL.
106600     SET WS-RCTL-NOT-FOUND TO TRUE
106700     SET WS-RCTL-NOT-EOF TO TRUE
106800     PERFORM 9520-SET-PRIOR-DATE THRU 9520-EXIT
106900     OPEN INPUT RUN-CONTROL-FILE
107000     IF WS-RCTL-FILE-NOTFND
107100         CLOSE RUN-CONTROL-FILE
107200         GO TO 9500-EXIT
107300     END-IF
107400     IF WS-RCTL-FILE-STATUS NOT = "00"
107500         MOVE "STRUNCTL    " TO WS-AB-FILE
107600         MOVE WS-RCTL-FILE-STATUS TO WS-AB-STATUS
107700         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
107800         CLOSE RUN-CONTROL-FILE
107900         GO TO 9500-EXIT
108000     END-IF
108100     PERFORM 9510-SCAN-ONE-STAMP THRU 9510-EXIT
108200         UNTIL WS-RCTL-EOF OR WS-RCTL-FOUND
108300     CLOSE RUN-CONTROL-FILE.
108400 9500-EXIT.
108500     EXIT.
108600
108700*****************************************************************
108800* 9510-SCAN-ONE-STAMP
108900*****************************************************************
109000 9510-SCAN-ONE-STAMP.
109100     READ RUN-CONTROL-FILE
109200         AT END
109300             SET WS-RCTL-EOF TO TRUE
109400             GO TO 9510-EXIT
109500     END-READ
109600     IF (RCTL-RUN-DATE = WS-RUN-DATE
109700        OR RCTL-RUN-DATE = WS-PRIOR-DATE-N)
109800        AND RCTL-STEP-NAME = WS-RCTL-STEP
109900         SET WS-RCTL-FOUND TO TRUE
110000     END-IF.
110100 9510-EXIT.
110200     EXIT.
110300
110400*****************************************************************
110500* 9520-SET-PRIOR-DATE
110600*****************************************************************
110700 9520-SET-PRIOR-DATE.
110800     MOVE WS-RUN-DATE TO WS-PRIOR-DATE-N
110900     IF WS-PD-DD > 01
111000         SUBTRACT 1 FROM WS-PD-DD
111100         GO TO 9520-EXIT
111200     END-IF
111300     IF WS-PD-MM > 01
111400         SUBTRACT 1 FROM WS-PD-MM
111500     ELSE
111600         MOVE 12 TO WS-PD-MM
111700         SUBTRACT 1 FROM WS-PD-CCYY
111800     END-IF
111900     PERFORM 9530-SET-DAYS-IN-MONTH THRU 9530-EXIT
112000     MOVE WS-DAYS-IN-MONTH TO WS-PD-DD.
112100 9520-EXIT.
112200     EXIT.
112300
112400*****************************************************************
112500* 9530-SET-DAYS-IN-MONTH
112600*****************************************************************
112700 9530-SET-DAYS-IN-MONTH.
112800     EVALUATE WS-PD-MM
112900         WHEN 04
113000         WHEN 06
113100         WHEN 09
113200         WHEN 11
113300             MOVE 30 TO WS-DAYS-IN-MONTH
113400         WHEN 02
113500             PERFORM 9540-SET-FEBRUARY-DAYS THRU 9540-EXIT
113600         WHEN OTHER
113700             MOVE 31 TO WS-DAYS-IN-MONTH
113800     END-EVALUATE.
113900 9530-EXIT.
114000     EXIT.
114100
114200*****************************************************************
114300* 9540-SET-FEBRUARY-DAYS
114400*****************************************************************
114500 9540-SET-FEBRUARY-DAYS.
114600     MOVE 28 TO WS-DAYS-IN-MONTH
114700     DIVIDE WS-PD-CCYY BY 4
114800         GIVING WS-LEAP-QUOTIENT
114900         REMAINDER WS-LEAP-REMAINDER
115000     IF WS-LEAP-REMAINDER NOT = ZERO
115100         GO TO 9540-EXIT
115200     END-IF
115300     DIVIDE WS-PD-CCYY BY 100
115400         GIVING WS-LEAP-QUOTIENT
115500         REMAINDER WS-LEAP-REMAINDER
115600     IF WS-LEAP-REMAINDER NOT = ZERO
115700         MOVE 29 TO WS-DAYS-IN-MONTH
115800         GO TO 9540-EXIT
115900     END-IF
116000     DIVIDE WS-PD-CCYY BY 400
116100         GIVING WS-LEAP-QUOTIENT
116200         REMAINDER WS-LEAP-REMAINDER
116300     IF WS-LEAP-REMAINDER = ZERO
116400         MOVE 29 TO WS-DAYS-IN-MONTH
116500     END-IF.
116600 9540-EXIT.
116700     EXIT.
116800
116900*****************************************************************
117000* 9600-STAMP-RUN-CONTROL
117100*****************************************************************
117200 9600-STAMP-RUN-CONTROL.
117300     MOVE SPACES               TO RUN-CONTROL-RECORD
117400     MOVE WS-RUN-DATE          TO RCTL-RUN-DATE
117500     MOVE WS-RCTL-STEP         TO RCTL-STEP-NAME
117600     MOVE WS-RCTL-STAMP-STATUS TO RCTL-STATUS
117700     ACCEPT RCTL-TIME FROM TIME
117800     OPEN EXTEND RUN-CONTROL-FILE
117900     WRITE RUN-CONTROL-RECORD
118000     CLOSE RUN-CONTROL-FILE.
118100 9600-EXIT.
118200     EXIT.
