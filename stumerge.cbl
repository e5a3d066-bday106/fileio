000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STUMERGE.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STUMERGE
000900*
001000* CONTROL-CARD-DRIVEN DUPLICATE-STUDENT MERGE.  EVERY FALL THE
001100* SAME CHILD TURNS UP ON STUDENTS.DAT UNDER TWO IDS - ONE FROM
001200* PRE-REGISTRATION THROUGH STUACTV, ONE KEYED AT THE COUNTER,
001300* OR A RETURNING STUDENT RE-KEYED UNDER A NEW ID.  STUDUPS
001400* LISTS THE SUSPECTS; ONCE THE OFFICE HAS DECIDED WHICH ID
001500* SURVIVES, ONE MERGE CARD PER PAIR (MRGREC.CPY) FOLDS THE
001600* LOSING ID INTO THE SURVIVING ONE:
001700*
001800*   - EVERY ATTEND.DAT POSTING OF THE LOSING ID IS RE-KEYED TO
001900*     THE SURVIVOR.  A DATE THE SURVIVOR ALREADY HAS A POSTING
002000*     FOR KEEPS THE SURVIVOR'S AND DROPS THE LOSER'S - LISTED.
002100*   - EVERY STUCONT.DAT CONTACT OF THE LOSING ID MOVES TO THE
002200*     SURVIVOR UNDER THE NEXT FREE SEQUENCE NUMBERS.  A CONTACT
002300*     THE SURVIVOR ALREADY HAS (SAME NAME AND PHONE) IS DROPPED.
002400*   - THE LOSING RECORD IS WITHDRAWN, NOT DELETED, WITH REASON
002500*     "MG" (MERGED) AND THIS RUN'S DATE.
002600*   - A SURVIVOR THAT IS NO LONGER ACTIVE WHILE THE LOSER IS -
002700*     THE RETURNING STUDENT RE-KEYED UNDER A NEW ID - IS PUT
002800*     BACK ON THE ROLL IN THE LOSER'S GRADE, SECTION AND ROOM.
002900*   - BOTH IDS GET A STUHIST ROW (RUN MODE "MERGE"), AND AN
003000*     ACTIVE SURVIVOR GOES OUT ON THE REGISTRAR FEED AS A
003100*     PROPER HDR/TRL BATCH SO THE REGISTRAR'S COPY IS CORRECTED.
003200*
003300* THE CARDS ARE LOADED AND VALIDATED BEFORE ANY FILE IS
003400* TOUCHED.  A RERUN AFTER AN ABEND IS SAFE WITHOUT A
003500* CHECKPOINT: A PAIR THE FAILED RUN FINISHED IS REFUSED AS
003600* ALREADY MERGED, AND A PAIR IT WAS PART WAY THROUGH PICKS UP
003700* WHATEVER POSTINGS AND CONTACTS THE LOSING ID STILL HOLDS.
003800*
003900* MODIFICATION HISTORY
004000* ------------------------------------------------------------
004100* DATE       INIT DESCRIPTION
004200* ---------- ---- -----------------------------------------
004300* 2026-10-15 MFM  ORIGINAL PROGRAM.
004400*****************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900*    DDNAME ASSIGNS AS IN WRITEDEM - SEE STUMERGE.JCL.
005000     SELECT CONTROL-CARD-FILE ASSIGN TO MRGCTL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CARD-FILE-STATUS.
005300     SELECT STUDENT-FILE ASSIGN TO STUDENTS
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS STU-ID
005700         ALTERNATE RECORD KEY IS STU-LAST-NAME
005800             WITH DUPLICATES
005900         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006000     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ATT-KEY
006400         FILE STATUS IS WS-ATT-FILE-STATUS.
006500     SELECT CONTACT-FILE ASSIGN TO STUCONT
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CONT-KEY
006900         FILE STATUS IS WS-CONT-FILE-STATUS.
007000     SELECT EXTRACT-FILE ASSIGN TO STUEXTR
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-EXTR-FILE-STATUS.
007300     SELECT FEED-CONTROL-FILE ASSIGN TO STUFDCTL
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-FDCTL-FILE-STATUS.
007600     SELECT HISTORY-FILE ASSIGN TO STUHIST
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-HIST-FILE-STATUS.
007900     SELECT PRINT-FILE ASSIGN TO MRGRPT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-PRINT-FILE-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  CONTROL-CARD-FILE.
008600     COPY MRGREC.
008700 FD  STUDENT-FILE.
008800     COPY STUDREC.
008900 FD  ATTENDANCE-FILE.
009000     COPY ATTREC.
009100 FD  CONTACT-FILE.
009200     COPY CONTREC.
009300 FD  EXTRACT-FILE.
009400     COPY EXTRREC.
009500 FD  FEED-CONTROL-FILE.
009600     COPY FDCTLREC.
009700 FD  HISTORY-FILE.
009800     COPY HISTREC.
009900 FD  PRINT-FILE
010000     RECORDING MODE IS F.
010100 01  PRINT-LINE                  PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400*****************************************************************
010500* FILE STATUS FIELDS
010600*****************************************************************
010700 01  WS-CARD-FILE-STATUS         PIC X(02).
010800 01  WS-STUDENT-FILE-STATUS      PIC X(02).
010900 01  WS-ATT-FILE-STATUS          PIC X(02).
011000     88  WS-ATT-FILE-NOTFND      VALUE "35".
011100 01  WS-CONT-FILE-STATUS         PIC X(02).
011200     88  WS-CONT-FILE-NOTFND     VALUE "35".
011300 01  WS-EXTR-FILE-STATUS         PIC X(02).
011400 01  WS-FDCTL-FILE-STATUS        PIC X(02).
011500     88  WS-FDCTL-FILE-NOTFND    VALUE "35".
011600 01  WS-HIST-FILE-STATUS         PIC X(02).
011700 01  WS-PRINT-FILE-STATUS        PIC X(02).
011800
011900 01  WS-CARD-EOF-SWITCH          PIC X(01).
012000     88  WS-CARD-EOF             VALUE "Y".
012100     88  WS-CARD-NOT-EOF         VALUE "N".
012200
012300 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
012400     88  WS-ABORTED              VALUE "Y".
012500
012600 01  WS-FOUND-SWITCH             PIC X(01).
012700     88  WS-FOUND                VALUE "Y".
012800     88  WS-NOT-FOUND            VALUE "N".
012900
013000*****************************************************************
013100* DEPENDENT FILE SWITCHES.  A MISSING ATTEND.DAT OR STUCONT.DAT
013200* MEANS NOBODY HAS ANY POSTINGS OR CONTACTS TO MOVE YET - THE
013300* MERGE GOES ON WITHOUT THAT FILE.
013400*****************************************************************
013500 01  WS-ATT-PRESENT-SWITCH       PIC X(01) VALUE "N".
013600     88  WS-ATT-PRESENT          VALUE "Y".
013700 01  WS-CONT-PRESENT-SWITCH      PIC X(01) VALUE "N".
013800     88  WS-CONT-PRESENT         VALUE "Y".
013900 01  WS-ATT-WALK-SWITCH          PIC X(01).
014000     88  WS-ATT-MORE             VALUE "Y".
014100     88  WS-ATT-DONE             VALUE "N".
014200 01  WS-CONT-WALK-SWITCH         PIC X(01).
014300     88  WS-CONT-MORE            VALUE "Y".
014400     88  WS-CONT-DONE            VALUE "N".
014500
014600*****************************************************************
014700* MERGE TABLE - THE CONTROL CARDS, LOADED AND VALIDATED BEFORE
014800* THE MASTER IS TOUCHED.  FIFTY PAIRS IS A BAD FALL.
014900*****************************************************************
015000 01  WS-MERGE-TABLE.
015100     05  WS-MG-ENTRY OCCURS 50 TIMES.
015200         10  WS-MG-LOSING-ID     PIC X(06).
015300         10  WS-MG-SURVIVING-ID  PIC X(06).
015400 01  WS-MG-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
015500 01  WS-MG-IDX                   PIC 9(03) COMP VALUE ZERO.
015600 01  WS-MG-SRCH-IDX              PIC 9(03) COMP VALUE ZERO.
015700 01  WS-CARDS-READ               PIC 9(03) VALUE ZERO.
015800 01  WS-CARDS-REFUSED            PIC 9(03) VALUE ZERO.
015900
016000*****************************************************************
016100* THE PAIR BEING MERGED.  THE TWO MASTER IMAGES ARE HELD HERE
016200* WHILE THE DEPENDENT FILES ARE RE-KEYED; THE LOSER'S ROLL
016300* FIELDS ARE KEPT SEPARATELY IN CASE THE SURVIVOR NEEDS THEM.
016400*****************************************************************
016500 01  WS-LOSING-ID                PIC X(06).
016600 01  WS-SURVIVING-ID             PIC X(06).
016700 01  WS-LOSER-IMAGE              PIC X(108).
016800 01  WS-SURVIVOR-IMAGE           PIC X(108).
016900 01  WS-LOSER-STATUS             PIC X(01).
017000     88  WS-LOSER-ACTIVE         VALUE "A", SPACE.
017100 01  WS-LOSER-GRADE-SECTION      PIC X(03).
017200 01  WS-LOSER-HOMEROOM           PIC X(06).
017300 01  WS-LOSER-ENROLL-DATE        PIC 9(08).
017400 01  WS-MERGED-REASON            PIC X(02) VALUE "MG".
017500 01  WS-REFUSE-REASON            PIC X(36).
017600
017700*****************************************************************
017800* SURVIVOR'S CONTACTS - NAME AND PHONE OF EACH, SO A CONTACT
017900* BOTH IDS CARRY IS NOT MOVED ACROSS A SECOND TIME.  CONTACT
018000* SEQUENCES ARE TWO DIGITS, SO 99 COVERS ANY STUDENT.
018100*****************************************************************
018200 01  WS-SURV-CONTACT-TABLE.
018300     05  WS-SC-ENTRY OCCURS 99 TIMES.
018400         10  WS-SC-NAME          PIC X(20).
018500         10  WS-SC-PHONE         PIC X(10).
018600 01  WS-SC-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
018700 01  WS-SC-IDX                   PIC 9(03) COMP VALUE ZERO.
018800 01  WS-NEXT-CONT-SEQ            PIC 9(02) VALUE ZERO.
018900 01  WS-OLD-CONT-SEQ             PIC 9(02) VALUE ZERO.
019000
019100*****************************************************************
019200* CHANGE HISTORY WORK FIELDS
019300*****************************************************************
019400 01  WS-HIST-ACTION              PIC X(01).
019500 01  WS-BEFORE-IMAGE             PIC X(108).
019600
019700*****************************************************************
019800* RUN IDENTIFICATION - OPERATOR AND DATE FOR THE HISTORY ROWS,
019900* THE WITHDRAWAL DATE AND THE FEED HEADER.
020000*****************************************************************
020100 01  WS-OPERATOR-ID              PIC X(08).
020200 01  WS-RUN-DATE                 PIC 9(08).
020300
020400*****************************************************************
020500* REGISTRAR FEED BATCH CONTROLS - SAME SHAPE AS WRITEDEM'S.
020600*****************************************************************
020700 01  WS-FEED-SEQUENCE            PIC 9(06) VALUE ZERO.
020800 01  WS-EXTR-WRITE-COUNT         PIC 9(06) COMP VALUE ZERO.
020900
021000*****************************************************************
021100* RUN COUNTS - PER PAIR AND FOR THE WHOLE DECK
021200*****************************************************************
021300 01  WS-PAIR-ATT-MOVED           PIC 9(04) VALUE ZERO.
021400 01  WS-PAIR-ATT-DROPPED         PIC 9(04) VALUE ZERO.
021500 01  WS-PAIR-CONT-MOVED          PIC 9(02) VALUE ZERO.
021600 01  WS-PAIR-CONT-DROPPED        PIC 9(02) VALUE ZERO.
021700 01  WS-MERGED-COUNT             PIC 9(06) VALUE ZERO.
021800 01  WS-MERGE-REFUSED-COUNT      PIC 9(06) VALUE ZERO.
021900 01  WS-REACTIVATED-COUNT        PIC 9(06) VALUE ZERO.
022000 01  WS-ATT-MOVED-COUNT          PIC 9(06) VALUE ZERO.
022100 01  WS-ATT-DROPPED-COUNT        PIC 9(06) VALUE ZERO.
022200 01  WS-CONT-MOVED-COUNT         PIC 9(06) VALUE ZERO.
022300 01  WS-CONT-DROPPED-COUNT       PIC 9(06) VALUE ZERO.
022400
022500*****************************************************************
022600* PRINT LINE WORK AREAS
022700*****************************************************************
022800 01  WS-TITLE-LINE.
022900     05  FILLER                  PIC X(34)
023000         VALUE "DUPLICATE STUDENT MERGE RUN ".
023100     05  WS-TI-DATE              PIC 9(08).
023200
023300 01  WS-ABORT-LINE.
023400     05  FILLER                  PIC X(50)
023500         VALUE "*** RUN ABORTED - SEE SYSOUT ***".
023600
023700 01  WS-REFUSED-LINE.
023800     05  FILLER                  PIC X(16)
023900         VALUE "CARD REFUSED:   ".
024000     05  WS-RF-CARD              PIC X(18).
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  WS-RF-REASON            PIC X(36).
024300
024400 01  WS-NOT-MERGED-LINE.
024500     05  FILLER                  PIC X(16)
024600         VALUE "NOT MERGED:     ".
024700     05  WS-NM-LOSING-ID         PIC X(06).
024800     05  FILLER                  PIC X(06) VALUE " INTO ".
024900     05  WS-NM-SURVIVING-ID      PIC X(06).
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  WS-NM-REASON            PIC X(36).
025200
025300 01  WS-MERGE-LINE.
025400     05  FILLER                  PIC X(16)
025500         VALUE "MERGED:         ".
025600     05  WS-ML-LOSING-ID         PIC X(06).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  WS-ML-LOSING-LAST       PIC X(15).
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  WS-ML-LOSING-FIRST      PIC X(12).
026100     05  FILLER                  PIC X(06) VALUE " INTO ".
026200     05  WS-ML-SURVIVING-ID      PIC X(06).
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  WS-ML-SURVIVING-LAST    PIC X(15).
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  WS-ML-SURVIVING-FIRST   PIC X(12).
026700
026800 01  WS-MERGE-COUNTS-LINE.
026900     05  FILLER                  PIC X(16) VALUE SPACES.
027000     05  FILLER                  PIC X(18)
027100         VALUE "POSTINGS MOVED    ".
027200     05  WS-MC-ATT-MOVED         PIC Z,ZZ9.
027300     05  FILLER                  PIC X(11) VALUE "  DROPPED  ".
027400     05  WS-MC-ATT-DROPPED       PIC Z,ZZ9.
027500     05  FILLER                  PIC X(20)
027600         VALUE "   CONTACTS MOVED   ".
027700     05  WS-MC-CONT-MOVED        PIC Z9.
027800     05  FILLER                  PIC X(11) VALUE "  DROPPED  ".
027900     05  WS-MC-CONT-DROPPED      PIC Z9.
028000     05  FILLER                  PIC X(03) VALUE SPACES.
028100     05  WS-MC-REACTIVATED       PIC X(20).
028200
028300 01  WS-ATT-DROP-LINE.
028400     05  FILLER                  PIC X(16) VALUE SPACES.
028500     05  FILLER                  PIC X(17)
028600         VALUE "POSTING DROPPED: ".
028700     05  WS-AD-DATE              PIC 9(08).
028800     05  FILLER                  PIC X(06) VALUE " CODE ".
028900     05  WS-AD-CODE              PIC X(01).
029000     05  FILLER                  PIC X(35)
029100         VALUE " - SURVIVOR ALREADY POSTED THAT DAY".
029200
029300 01  WS-TOTAL-LINE.
029400     05  WS-TL-LABEL             PIC X(30).
029500     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
029600
029700 PROCEDURE DIVISION.
029800*****************************************************************
029900* 0000-MAINLINE
030000*****************************************************************
030100 0000-MAINLINE.
030200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030300     IF NOT WS-ABORTED
030400         PERFORM 3000-PROCESS-ONE-MERGE THRU 3000-EXIT
030500             VARYING WS-MG-IDX FROM 1 BY 1
030600             UNTIL WS-MG-IDX > WS-MG-TBL-COUNT
030700     END-IF
030800     PERFORM 8000-TERMINATE THRU 8000-EXIT
030900     STOP RUN.
031000 0000-MAINLINE-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400* 1000-INITIALIZE
031500*****************************************************************
031600 1000-INITIALIZE.
031700     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
031800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031900     OPEN OUTPUT PRINT-FILE
032000     MOVE WS-RUN-DATE TO WS-TI-DATE
032100     MOVE WS-TITLE-LINE TO PRINT-LINE
032200     WRITE PRINT-LINE
032300     PERFORM 1300-LOAD-CARDS THRU 1300-EXIT
032400     IF WS-ABORTED
032500         GO TO 1000-EXIT
032600     END-IF
032700     OPEN I-O STUDENT-FILE
032800     IF WS-STUDENT-FILE-STATUS NOT = "00"
032900         DISPLAY "*** STUMERGE ABORTED - STUDENTS.DAT OPEN "
033000             "STATUS " WS-STUDENT-FILE-STATUS " ***"
033100         MOVE WS-ABORT-LINE TO PRINT-LINE
033200         WRITE PRINT-LINE
033300         CLOSE STUDENT-FILE
033400         SET WS-ABORTED TO TRUE
033500         MOVE 8 TO RETURN-CODE
033600         GO TO 1000-EXIT
033700     END-IF
033800     PERFORM 1400-OPEN-DEPENDENTS THRU 1400-EXIT
033900     IF WS-ABORTED
034000         GO TO 1000-EXIT
034100     END-IF
034200     OPEN EXTEND EXTRACT-FILE
034300     PERFORM 1200-WRITE-FEED-HEADER THRU 1200-EXIT
034400     OPEN EXTEND HISTORY-FILE.
034500 1000-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900* 1200-WRITE-FEED-HEADER
035000*
035100* DRAWS THE NEXT FEED SEQUENCE FROM STUFDCTL AND OPENS THIS
035200* RUN'S FEED BATCH WITH A HEADER, EXACTLY AS WRITEDEM'S 1200
035300* DOES - THE REGISTRAR'S SIDE COUNTS AND SEQUENCES EVERY
035400* BATCH, THE MERGE RUN'S INCLUDED.
035500*****************************************************************
035600 1200-WRITE-FEED-HEADER.
035700     OPEN INPUT FEED-CONTROL-FILE
035800     IF WS-FDCTL-FILE-NOTFND
035900         MOVE ZERO TO WS-FEED-SEQUENCE
036000         CLOSE FEED-CONTROL-FILE
036100     ELSE
036200         READ FEED-CONTROL-FILE
036300             AT END
036400                 MOVE ZERO TO FDCTL-LAST-SEQUENCE
036500         END-READ
036600         MOVE FDCTL-LAST-SEQUENCE TO WS-FEED-SEQUENCE
036700         CLOSE FEED-CONTROL-FILE
036800     END-IF
036900     ADD 1 TO WS-FEED-SEQUENCE
037000     MOVE WS-FEED-SEQUENCE TO FDCTL-LAST-SEQUENCE
037100     OPEN OUTPUT FEED-CONTROL-FILE
037200     WRITE FEED-CONTROL-RECORD
037300     CLOSE FEED-CONTROL-FILE
037400     MOVE SPACES           TO EXTRACT-HEADER-RECORD
037500     MOVE "HDR"            TO EXTH-RECORD-TYPE
037600     MOVE WS-RUN-DATE      TO EXTH-FEED-DATE
037700     MOVE WS-FEED-SEQUENCE TO EXTH-FEED-SEQUENCE
037800     WRITE EXTRACT-HEADER-RECORD.
037900 1200-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300* 1300-LOAD-CARDS
038400*
038500* LOADS AND VALIDATES EVERY MERGE CARD BEFORE THE MASTER IS
038600* TOUCHED.  A REFUSED CARD IS LISTED WITH ITS REASON AND THE
038700* RUN GOES ON WITHOUT IT; NO CARDS AT ALL ABANDONS THE RUN -
038800* A MERGE WITH NOTHING TO DO IS A JCL MISTAKE.
038900*****************************************************************
039000 1300-LOAD-CARDS.
039100     OPEN INPUT CONTROL-CARD-FILE
039200     IF WS-CARD-FILE-STATUS NOT = "00"
039300         DISPLAY "*** STUMERGE ABORTED - MRGCTL OPEN "
039400             "STATUS " WS-CARD-FILE-STATUS " ***"
039500         MOVE WS-ABORT-LINE TO PRINT-LINE
039600         WRITE PRINT-LINE
039700         CLOSE CONTROL-CARD-FILE
039800         SET WS-ABORTED TO TRUE
039900         MOVE 8 TO RETURN-CODE
040000         GO TO 1300-EXIT
040100     END-IF
040200     SET WS-CARD-NOT-EOF TO TRUE
040300     PERFORM 1310-READ-CARD THRU 1310-EXIT
040400     PERFORM 1320-STORE-ONE-CARD THRU 1320-EXIT
040500         UNTIL WS-CARD-EOF
040600     CLOSE CONTROL-CARD-FILE
040700     IF WS-MG-TBL-COUNT = ZERO
040800         DISPLAY "*** STUMERGE ABORTED - NO USABLE CONTROL "
040900             "CARDS ***"
041000         MOVE WS-ABORT-LINE TO PRINT-LINE
041100         WRITE PRINT-LINE
041200         SET WS-ABORTED TO TRUE
041300         MOVE 8 TO RETURN-CODE
041400     END-IF.
041500 1300-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900* 1310-READ-CARD
042000*****************************************************************
042100 1310-READ-CARD.
042200     READ CONTROL-CARD-FILE
042300         AT END
042400             SET WS-CARD-EOF TO TRUE
042500     END-READ.
042600 1310-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000* 1320-STORE-ONE-CARD
043100*****************************************************************
043200 1320-STORE-ONE-CARD.
043300     ADD 1 TO WS-CARDS-READ
043400     IF MRG-TYPE-COMMENT OR MERGE-CARD = SPACES
043500         GO TO 1320-NEXT
043600     END-IF
043700     MOVE SPACES TO WS-RF-REASON
043800     IF NOT MRG-TYPE-MERGE
043900         MOVE "CARD TYPE IS NOT M OR *" TO WS-RF-REASON
044000     END-IF
044100     IF WS-RF-REASON = SPACES
044200        AND (MRG-LOSING-ID NOT NUMERIC
044300             OR MRG-SURVIVING-ID NOT NUMERIC)
044400         MOVE "STUDENT ID NOT NUMERIC" TO WS-RF-REASON
044500     END-IF
044600     IF WS-RF-REASON = SPACES
044700        AND MRG-LOSING-ID = MRG-SURVIVING-ID
044800         MOVE "LOSING AND SURVIVING ID ARE THE SAME"
044900             TO WS-RF-REASON
045000     END-IF
045100     IF WS-RF-REASON = SPACES
045200         PERFORM 1330-CHECK-DECK THRU 1330-EXIT
045300     END-IF
045400     IF WS-RF-REASON NOT = SPACES
045500         ADD 1 TO WS-CARDS-REFUSED
045600         MOVE MERGE-CARD(1:18) TO WS-RF-CARD
045700         MOVE WS-REFUSED-LINE TO PRINT-LINE
045800         WRITE PRINT-LINE
045900         GO TO 1320-NEXT
046000     END-IF
046100     IF WS-MG-TBL-COUNT >= 50
046200         DISPLAY "*** MORE THAN 50 MERGE CARDS - EXTRA CARDS "
046300             "IGNORED ***"
046400         SET WS-CARD-EOF TO TRUE
046500         GO TO 1320-EXIT
046600     END-IF
046700     ADD 1 TO WS-MG-TBL-COUNT
046800     MOVE MRG-LOSING-ID    TO WS-MG-LOSING-ID(WS-MG-TBL-COUNT)
046900     MOVE MRG-SURVIVING-ID TO WS-MG-SURVIVING-ID(WS-MG-TBL-COUNT).
047000 1320-NEXT.
047100     PERFORM 1310-READ-CARD THRU 1310-EXIT.
047200 1320-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600* 1330-CHECK-DECK
047700*
047800* A LOSING ID MAY NOT TURN UP ANYWHERE ELSE IN THE DECK, AND A
047900* SURVIVOR MAY NOT BE SOME OTHER CARD'S LOSER - A CHAIN WOULD
048000* MERGE A CHILD INTO A RECORD THAT IS ITSELF BEING WITHDRAWN.
048100*****************************************************************
048200 1330-CHECK-DECK.
048300     PERFORM 1340-CHECK-ONE-ENTRY THRU 1340-EXIT
048400         VARYING WS-MG-SRCH-IDX FROM 1 BY 1
048500         UNTIL WS-MG-SRCH-IDX > WS-MG-TBL-COUNT
048600            OR WS-RF-REASON NOT = SPACES.
048700 1330-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100* 1340-CHECK-ONE-ENTRY
049200*****************************************************************
049300 1340-CHECK-ONE-ENTRY.
049400     IF MRG-LOSING-ID = WS-MG-LOSING-ID(WS-MG-SRCH-IDX)
049500        OR MRG-LOSING-ID = WS-MG-SURVIVING-ID(WS-MG-SRCH-IDX)
049600         MOVE "LOSING ID ALREADY ON AN EARLIER CARD"
049700             TO WS-RF-REASON
049800     END-IF
049900     IF MRG-SURVIVING-ID = WS-MG-LOSING-ID(WS-MG-SRCH-IDX)
050000         MOVE "SURVIVING ID LOSES ON AN EARLIER CARD"
050100             TO WS-RF-REASON
050200     END-IF.
050300 1340-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700* 1400-OPEN-DEPENDENTS
050800*
050900* ATTEND.DAT AND STUCONT.DAT ARE OPENED FOR UPDATE.  EITHER
051000* ONE MISSING OUTRIGHT (STATUS 35) IS PASSED OVER WITH A
051100* WARNING - THERE IS NOTHING ON IT TO RE-KEY.  ANY OTHER OPEN
051200* FAILURE ABANDONS THE RUN BEFORE A SINGLE PAIR IS MERGED, SO
051300* NO LOSING ID IS WITHDRAWN WITH ITS HISTORY LEFT BEHIND.
051400*****************************************************************
051500 1400-OPEN-DEPENDENTS.
051600     OPEN I-O ATTENDANCE-FILE
051700     EVALUATE TRUE
051800         WHEN WS-ATT-FILE-STATUS = "00"
051900             SET WS-ATT-PRESENT TO TRUE
052000         WHEN WS-ATT-FILE-NOTFND
052100             DISPLAY "*** WARNING - ATTEND OPEN STATUS "
052200                 WS-ATT-FILE-STATUS " - NO POSTINGS TO "
052300                 "RE-KEY ***"
052400         WHEN OTHER
052500             DISPLAY "*** STUMERGE ABORTED - ATTEND OPEN "
052600                 "STATUS " WS-ATT-FILE-STATUS " ***"
052700             SET WS-ABORTED TO TRUE
052800     END-EVALUATE
052900     IF NOT WS-ABORTED
053000         OPEN I-O CONTACT-FILE
053100         EVALUATE TRUE
053200             WHEN WS-CONT-FILE-STATUS = "00"
053300                 SET WS-CONT-PRESENT TO TRUE
053400             WHEN WS-CONT-FILE-NOTFND
053500                 DISPLAY "*** WARNING - STUCONT OPEN STATUS "
053600                     WS-CONT-FILE-STATUS " - NO CONTACTS TO "
053700                     "RE-KEY ***"
053800             WHEN OTHER
053900                 DISPLAY "*** STUMERGE ABORTED - STUCONT OPEN "
054000                     "STATUS " WS-CONT-FILE-STATUS " ***"
054100                 SET WS-ABORTED TO TRUE
054200         END-EVALUATE
054300     END-IF
054400     IF WS-ABORTED
054500         MOVE WS-ABORT-LINE TO PRINT-LINE
054600         WRITE PRINT-LINE
054700         CLOSE STUDENT-FILE
054800         IF WS-ATT-PRESENT
054900             CLOSE ATTENDANCE-FILE
055000         END-IF
055100         MOVE 8 TO RETURN-CODE
055200     END-IF.
055300 1400-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700* 3000-PROCESS-ONE-MERGE
055800*
055900* ONE CARD'S PAIR.  BOTH RECORDS ARE READ AND CHECKED FIRST;
056000* ONLY THEN ARE THE POSTINGS AND CONTACTS RE-KEYED, THE LOSER
056100* WITHDRAWN AND THE SURVIVOR BROUGHT UP TO DATE - IN THAT
056200* ORDER, SO A LOSER STILL ACTIVE AFTER AN ABEND STILL HOLDS
056300* WHATEVER IS LEFT TO MOVE.
056400*****************************************************************
056500 3000-PROCESS-ONE-MERGE.
056600     MOVE WS-MG-LOSING-ID(WS-MG-IDX)    TO WS-LOSING-ID
056700     MOVE WS-MG-SURVIVING-ID(WS-MG-IDX) TO WS-SURVIVING-ID
056800     PERFORM 3100-READ-PAIR THRU 3100-EXIT
056900     IF WS-REFUSE-REASON NOT = SPACES
057000         ADD 1 TO WS-MERGE-REFUSED-COUNT
057100         MOVE WS-LOSING-ID     TO WS-NM-LOSING-ID
057200         MOVE WS-SURVIVING-ID  TO WS-NM-SURVIVING-ID
057300         MOVE WS-REFUSE-REASON TO WS-NM-REASON
057400         MOVE WS-NOT-MERGED-LINE TO PRINT-LINE
057500         WRITE PRINT-LINE
057600         GO TO 3000-EXIT
057700     END-IF
057800     MOVE ZERO TO WS-PAIR-ATT-MOVED
057900                  WS-PAIR-ATT-DROPPED
058000                  WS-PAIR-CONT-MOVED
058100                  WS-PAIR-CONT-DROPPED
058200     MOVE SPACES TO WS-MC-REACTIVATED
058300     MOVE WS-LOSING-ID    TO WS-ML-LOSING-ID
058400     MOVE WS-SURVIVING-ID TO WS-ML-SURVIVING-ID
058500     MOVE WS-MERGE-LINE TO PRINT-LINE
058600     WRITE PRINT-LINE
058700     PERFORM 3300-REKEY-ATTENDANCE THRU 3300-EXIT
058800     PERFORM 3400-REKEY-CONTACTS THRU 3400-EXIT
058900     PERFORM 3500-WITHDRAW-LOSER THRU 3500-EXIT
059000     PERFORM 3600-UPDATE-SURVIVOR THRU 3600-EXIT
059100     ADD 1 TO WS-MERGED-COUNT
059200     ADD WS-PAIR-ATT-MOVED    TO WS-ATT-MOVED-COUNT
059300     ADD WS-PAIR-ATT-DROPPED  TO WS-ATT-DROPPED-COUNT
059400     ADD WS-PAIR-CONT-MOVED   TO WS-CONT-MOVED-COUNT
059500     ADD WS-PAIR-CONT-DROPPED TO WS-CONT-DROPPED-COUNT
059600     MOVE WS-PAIR-ATT-MOVED    TO WS-MC-ATT-MOVED
059700     MOVE WS-PAIR-ATT-DROPPED  TO WS-MC-ATT-DROPPED
059800     MOVE WS-PAIR-CONT-MOVED   TO WS-MC-CONT-MOVED
059900     MOVE WS-PAIR-CONT-DROPPED TO WS-MC-CONT-DROPPED
060000     MOVE WS-MERGE-COUNTS-LINE TO PRINT-LINE
060100     WRITE PRINT-LINE.
060200 3000-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600* 3100-READ-PAIR
060700*
060800* BOTH IDS MUST BE ON THE MASTER, AND NEITHER MAY ALREADY BE
060900* A MERGED-AWAY RECORD - A LOSER WITHDRAWN AS MERGED IS HOW A
061000* RERUN RECOGNISES A PAIR THE LAST RUN FINISHED.
061100*****************************************************************
061200 3100-READ-PAIR.
061300     MOVE SPACES TO WS-REFUSE-REASON
061400     MOVE WS-LOSING-ID TO STU-ID
061500     READ STUDENT-FILE
061600         KEY IS STU-ID
061700         INVALID KEY
061800             MOVE "LOSING ID NOT ON STUDENTS.DAT"
061900                 TO WS-REFUSE-REASON
062000             GO TO 3100-EXIT
062100     END-READ
062200     IF STU-STATUS-WITHDRAWN
062300        AND STU-STATUS-REASON = WS-MERGED-REASON
062400         MOVE "LOSING ID ALREADY MERGED" TO WS-REFUSE-REASON
062500         GO TO 3100-EXIT
062600     END-IF
062700     MOVE STUDENT-RECORD      TO WS-LOSER-IMAGE
062800     MOVE STU-ENROLL-STATUS   TO WS-LOSER-STATUS
062900     MOVE STU-GRADE-SECTION   TO WS-LOSER-GRADE-SECTION
063000     MOVE STU-HOMEROOM        TO WS-LOSER-HOMEROOM
063100     MOVE STU-ENROLLMENT-DATE TO WS-LOSER-ENROLL-DATE
063200     MOVE STU-LAST-NAME       TO WS-ML-LOSING-LAST
063300     MOVE STU-FIRST-NAME      TO WS-ML-LOSING-FIRST
063400     MOVE WS-SURVIVING-ID TO STU-ID
063500     READ STUDENT-FILE
063600         KEY IS STU-ID
063700         INVALID KEY
063800             MOVE "SURVIVING ID NOT ON STUDENTS.DAT"
063900                 TO WS-REFUSE-REASON
064000             GO TO 3100-EXIT
064100     END-READ
064200     IF STU-STATUS-WITHDRAWN
064300        AND STU-STATUS-REASON = WS-MERGED-REASON
064400         MOVE "SURVIVING ID WAS ITSELF MERGED AWAY"
064500             TO WS-REFUSE-REASON
064600         GO TO 3100-EXIT
064700     END-IF
064800     MOVE STUDENT-RECORD      TO WS-SURVIVOR-IMAGE
064900     MOVE STU-LAST-NAME       TO WS-ML-SURVIVING-LAST
065000     MOVE STU-FIRST-NAME      TO WS-ML-SURVIVING-FIRST.
065100 3100-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500* 3300-REKEY-ATTENDANCE
065600*
065700* THE LOSER'S POSTINGS ARE TAKEN ONE AT A TIME FROM THE FRONT
065800* OF ITS KEY RANGE - EACH IS WRITTEN UNDER THE SURVIVOR AND
065900* THEN DELETED, SO THE NEXT START FINDS THE NEXT ONE AND THE
066000* WALK ENDS WHEN THE LOSER HAS NONE LEFT.
066100*****************************************************************
066200 3300-REKEY-ATTENDANCE.
066300     IF NOT WS-ATT-PRESENT
066400         GO TO 3300-EXIT
066500     END-IF
066600     SET WS-ATT-MORE TO TRUE
066700     PERFORM 3310-REKEY-ONE-POSTING THRU 3310-EXIT
066800         UNTIL WS-ATT-DONE.
066900 3300-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300* 3310-REKEY-ONE-POSTING
067400*
067500* A DATE THE SURVIVOR ALREADY HAS A POSTING FOR KEEPS THE
067600* SURVIVOR'S - IT WAS KEYED AGAINST THE ID THE CHILD KEEPS -
067700* AND THE LOSER'S IS LISTED AND DROPPED.
067800*****************************************************************
067900 3310-REKEY-ONE-POSTING.
068000     MOVE WS-LOSING-ID TO ATT-STUDENT-ID
068100     MOVE ZERO         TO ATT-DATE
068200     START ATTENDANCE-FILE
068300         KEY IS > ATT-KEY
068400         INVALID KEY
068500             SET WS-ATT-DONE TO TRUE
068600             GO TO 3310-EXIT
068700     END-START
068800     READ ATTENDANCE-FILE NEXT RECORD
068900         AT END
069000             SET WS-ATT-DONE TO TRUE
069100             GO TO 3310-EXIT
069200     END-READ
069300     IF ATT-STUDENT-ID NOT = WS-LOSING-ID
069400         SET WS-ATT-DONE TO TRUE
069500         GO TO 3310-EXIT
069600     END-IF
069700     MOVE WS-SURVIVING-ID TO ATT-STUDENT-ID
069800     WRITE ATTENDANCE-RECORD
069900         INVALID KEY
070000             PERFORM 3320-LIST-DROPPED-POSTING THRU 3320-EXIT
070100         NOT INVALID KEY
070200             ADD 1 TO WS-PAIR-ATT-MOVED
070300     END-WRITE
070400     MOVE WS-LOSING-ID TO ATT-STUDENT-ID
070500     DELETE ATTENDANCE-FILE RECORD
070600         INVALID KEY
070700             DISPLAY "*** ERROR DELETING POSTING " ATT-KEY
070800                 " - RE-KEY OF " WS-LOSING-ID " STOPPED ***"
070900             SET WS-ATT-DONE TO TRUE
071000     END-DELETE.
071100 3310-EXIT.
071200     EXIT.
071300
071400*****************************************************************
071500* 3320-LIST-DROPPED-POSTING
071600*****************************************************************
071700 3320-LIST-DROPPED-POSTING.
071800     ADD 1 TO WS-PAIR-ATT-DROPPED
071900     MOVE ATT-DATE TO WS-AD-DATE
072000     MOVE ATT-CODE TO WS-AD-CODE
072100     MOVE WS-ATT-DROP-LINE TO PRINT-LINE
072200     WRITE PRINT-LINE.
072300 3320-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700* 3400-REKEY-CONTACTS
072800*
072900* THE SURVIVOR'S OWN CONTACTS ARE WALKED FIRST FOR ITS HIGHEST
073000* SEQUENCE AND ITS NAME/PHONE PAIRS; THE LOSER'S CONTACTS ARE
073100* THEN MOVED ACROSS ONE AT A TIME THE SAME WAY AS THE POSTINGS.
073200*****************************************************************
073300 3400-REKEY-CONTACTS.
073400     IF NOT WS-CONT-PRESENT
073500         GO TO 3400-EXIT
073600     END-IF
073700     MOVE ZERO TO WS-SC-TBL-COUNT
073800                  WS-NEXT-CONT-SEQ
073900     SET WS-CONT-MORE TO TRUE
074000     MOVE WS-SURVIVING-ID TO CONT-STUDENT-ID
074100     MOVE ZERO            TO CONT-SEQUENCE
074200     START CONTACT-FILE
074300         KEY IS > CONT-KEY
074400         INVALID KEY
074500             SET WS-CONT-DONE TO TRUE
074600     END-START
074700     PERFORM 3410-LOAD-ONE-SURV-CONTACT THRU 3410-EXIT
074800         UNTIL WS-CONT-DONE
074900     SET WS-CONT-MORE TO TRUE
075000     PERFORM 3420-REKEY-ONE-CONTACT THRU 3420-EXIT
075100         UNTIL WS-CONT-DONE.
075200 3400-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600* 3410-LOAD-ONE-SURV-CONTACT
075700*****************************************************************
075800 3410-LOAD-ONE-SURV-CONTACT.
075900     READ CONTACT-FILE NEXT RECORD
076000         AT END
076100             SET WS-CONT-DONE TO TRUE
076200             GO TO 3410-EXIT
076300     END-READ
076400     IF CONT-STUDENT-ID NOT = WS-SURVIVING-ID
076500         SET WS-CONT-DONE TO TRUE
076600         GO TO 3410-EXIT
076700     END-IF
076800     MOVE CONT-SEQUENCE TO WS-NEXT-CONT-SEQ
076900     ADD 1 TO WS-SC-TBL-COUNT
077000     MOVE CONT-NAME  TO WS-SC-NAME(WS-SC-TBL-COUNT)
077100     MOVE CONT-PHONE TO WS-SC-PHONE(WS-SC-TBL-COUNT).
077200 3410-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600* 3420-REKEY-ONE-CONTACT
077700*
077800* A CONTACT THE SURVIVOR ALREADY CARRIES IS DROPPED.  A
077900* SURVIVOR WITH NO FREE SEQUENCE LEFT STOPS THE MOVE AND THE
078000* REST STAY ON THE LOSING ID, LISTED FOR THE OFFICE TO SORT
078100* OUT IN MAINT MODE.
078200*****************************************************************
078300 3420-REKEY-ONE-CONTACT.
078400     MOVE WS-LOSING-ID TO CONT-STUDENT-ID
078500     MOVE ZERO         TO CONT-SEQUENCE
078600     START CONTACT-FILE
078700         KEY IS > CONT-KEY
078800         INVALID KEY
078900             SET WS-CONT-DONE TO TRUE
079000             GO TO 3420-EXIT
079100     END-START
079200     READ CONTACT-FILE NEXT RECORD
079300         AT END
079400             SET WS-CONT-DONE TO TRUE
079500             GO TO 3420-EXIT
079600     END-READ
079700     IF CONT-STUDENT-ID NOT = WS-LOSING-ID
079800         SET WS-CONT-DONE TO TRUE
079900         GO TO 3420-EXIT
080000     END-IF
080100     MOVE CONT-SEQUENCE TO WS-OLD-CONT-SEQ
080200     SET WS-NOT-FOUND TO TRUE
080300     PERFORM 3430-MATCH-ONE-SURV-CONTACT THRU 3430-EXIT
080400         VARYING WS-SC-IDX FROM 1 BY 1
080500         UNTIL WS-SC-IDX > WS-SC-TBL-COUNT
080600            OR WS-FOUND
080700     IF WS-FOUND
080800         ADD 1 TO WS-PAIR-CONT-DROPPED
080900         GO TO 3420-DELETE
081000     END-IF
081100     IF WS-NEXT-CONT-SEQ >= 99
081200         DISPLAY "*** NO FREE CONTACT SEQUENCE ON "
081300             WS-SURVIVING-ID " - CONTACTS LEFT ON "
081400             WS-LOSING-ID " ***"
081500         SET WS-CONT-DONE TO TRUE
081600         GO TO 3420-EXIT
081700     END-IF
081800     ADD 1 TO WS-NEXT-CONT-SEQ
081900     MOVE WS-SURVIVING-ID  TO CONT-STUDENT-ID
082000     MOVE WS-NEXT-CONT-SEQ TO CONT-SEQUENCE
082100     WRITE CONTACT-RECORD
082200         INVALID KEY
082300             DISPLAY "*** ERROR WRITING CONTACT " CONT-KEY
082400                 " - CONTACTS LEFT ON " WS-LOSING-ID " ***"
082500             SET WS-CONT-DONE TO TRUE
082600             GO TO 3420-EXIT
082700     END-WRITE
082800     ADD 1 TO WS-PAIR-CONT-MOVED
082900     ADD 1 TO WS-SC-TBL-COUNT
083000     MOVE CONT-NAME  TO WS-SC-NAME(WS-SC-TBL-COUNT)
083100     MOVE CONT-PHONE TO WS-SC-PHONE(WS-SC-TBL-COUNT).
083200 3420-DELETE.
083300     MOVE WS-LOSING-ID    TO CONT-STUDENT-ID
083400     MOVE WS-OLD-CONT-SEQ TO CONT-SEQUENCE
083500     DELETE CONTACT-FILE RECORD
083600         INVALID KEY
083700             DISPLAY "*** ERROR DELETING CONTACT " CONT-KEY
083800                 " - RE-KEY OF " WS-LOSING-ID " STOPPED ***"
083900             SET WS-CONT-DONE TO TRUE
084000     END-DELETE.
084100 3420-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500* 3430-MATCH-ONE-SURV-CONTACT
084600*****************************************************************
084700 3430-MATCH-ONE-SURV-CONTACT.
084800     IF CONT-NAME = WS-SC-NAME(WS-SC-IDX)
084900        AND CONT-PHONE = WS-SC-PHONE(WS-SC-IDX)
085000         SET WS-FOUND TO TRUE
085100     END-IF.
085200 3430-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600* 3500-WITHDRAW-LOSER
085700*
085800* THE LOSING RECORD STAYS ON THE MASTER AS A WITHDRAWAL WITH
085900* REASON "MG", DATED TODAY, THE WAY WRITEDEM'S 4400 WITHDRAWS
086000* A STUDENT - SO AN INQUIRY ON THE OLD ID STILL ANSWERS, AND
086100* THE STUHIST ROW CARRIES THE RECORD AS IT STOOD.
086200*****************************************************************
086300 3500-WITHDRAW-LOSER.
086400     MOVE WS-LOSER-IMAGE   TO STUDENT-RECORD
086500     MOVE WS-LOSER-IMAGE   TO WS-BEFORE-IMAGE
086600     MOVE "W"              TO STU-ENROLL-STATUS
086700     MOVE WS-RUN-DATE      TO STU-STATUS-DATE
086800     MOVE WS-MERGED-REASON TO STU-STATUS-REASON
086900     REWRITE STUDENT-RECORD
087000         INVALID KEY
087100             DISPLAY "*** ERROR REWRITING STUDENT " STU-ID
087200                 " - LOSING RECORD NOT WITHDRAWN ***"
087300             GO TO 3500-EXIT
087400     END-REWRITE
087500     MOVE "D" TO WS-HIST-ACTION
087600     PERFORM 7400-WRITE-HISTORY-RECORD THRU 7400-EXIT.
087700 3500-EXIT.
087800     EXIT.
087900
088000*****************************************************************
088100* 3600-UPDATE-SURVIVOR
088200*
088300* A SURVIVOR ALREADY ON THE ROLL IS LEFT AS IT IS - ITS HISTORY
088400* ROW (BEFORE AND AFTER THE SAME) MARKS THE MERGE.  A SURVIVOR
088500* OFF THE ROLL WHILE THE LOSER WAS ON IT IS THE RETURNING
088600* STUDENT RE-KEYED UNDER A NEW ID: IT TAKES THE LOSER'S GRADE,
088700* SECTION AND HOMEROOM AND IS REACTIVATED AS OF THE LOSER'S
088800* ENROLLMENT DATE.  EITHER WAY AN ACTIVE SURVIVOR GOES OUT ON
088900* THE FEED SO THE REGISTRAR HOLDS THE ID THE CHILD KEEPS.
089000*****************************************************************
089100 3600-UPDATE-SURVIVOR.
089200     MOVE WS-SURVIVOR-IMAGE TO STUDENT-RECORD
089300     MOVE WS-SURVIVOR-IMAGE TO WS-BEFORE-IMAGE
089400     MOVE "C" TO WS-HIST-ACTION
089500     IF NOT STU-STATUS-ACTIVE
089600        AND WS-LOSER-ACTIVE
089700         MOVE WS-LOSER-GRADE-SECTION TO STU-GRADE-SECTION
089800         MOVE WS-LOSER-HOMEROOM      TO STU-HOMEROOM
089900         MOVE "A"                    TO STU-ENROLL-STATUS
090000         MOVE WS-LOSER-ENROLL-DATE   TO STU-STATUS-DATE
090100         MOVE SPACES                 TO STU-STATUS-REASON
090200         REWRITE STUDENT-RECORD
090300             INVALID KEY
090400                 DISPLAY "*** ERROR REWRITING STUDENT " STU-ID
090500                     " - SURVIVOR NOT REACTIVATED ***"
090600                 GO TO 3600-EXIT
090700         END-REWRITE
090800         MOVE "R" TO WS-HIST-ACTION
090900         ADD 1 TO WS-REACTIVATED-COUNT
091000         MOVE "SURVIVOR REACTIVATED" TO WS-MC-REACTIVATED
091100     END-IF
091200     PERFORM 7400-WRITE-HISTORY-RECORD THRU 7400-EXIT
091300     IF STU-STATUS-ACTIVE
091400         PERFORM 7200-WRITE-EXTRACT-RECORD THRU 7200-EXIT
091500     END-IF.
091600 3600-EXIT.
091700     EXIT.
091800
091900*****************************************************************
092000* 7200-WRITE-EXTRACT-RECORD
092100*
092200* SAME MAPPING AS WRITEDEM'S 7200 - THE REGISTRAR INTERFACE
092300* WANTS THE DATE OF BIRTH REORDERED TO MM/DD/CCYY.
092400*****************************************************************
092500 7200-WRITE-EXTRACT-RECORD.
092600     MOVE STU-ID           TO EXTR-STUDENT-ID
092700     MOVE STU-LAST-NAME    TO EXTR-LAST-NAME
092800     MOVE STU-FIRST-NAME   TO EXTR-FIRST-NAME
092900     MOVE STU-DOB-MM       TO EXTR-DOB-MM
093000     MOVE STU-DOB-DD       TO EXTR-DOB-DD
093100     MOVE STU-DOB-CCYY     TO EXTR-DOB-CCYY
093200     MOVE STU-GRADE        TO EXTR-GRADE
093300     MOVE STU-SECTION      TO EXTR-SECTION
093400     MOVE STU-HOMEROOM     TO EXTR-HOMEROOM
093500     WRITE EXTRACT-RECORD
093600     ADD 1 TO WS-EXTR-WRITE-COUNT.
093700 7200-EXIT.
093800     EXIT.
093900
094000*****************************************************************
094100* 7250-WRITE-FEED-TRAILER
094200*****************************************************************
094300 7250-WRITE-FEED-TRAILER.
094400     MOVE SPACES              TO EXTRACT-TRAILER-RECORD
094500     MOVE "TRL"               TO EXTT-RECORD-TYPE
094600     MOVE WS-EXTR-WRITE-COUNT TO EXTT-RECORD-COUNT
094700     WRITE EXTRACT-TRAILER-RECORD.
094800 7250-EXIT.
094900     EXIT.
095000
095100*****************************************************************
095200* 7400-WRITE-HISTORY-RECORD
095300*
095400* ONE ROW PER ID PER MERGE - WS-HIST-ACTION AND WS-BEFORE-IMAGE
095500* ARE SET BY THE CALLER; THE AFTER IMAGE IS WHATEVER NOW STANDS
095600* IN STUDENT-RECORD.  THE LOSER'S ROW AND THE SURVIVOR'S ROW
095700* SHARE THE RUN MODE "MERGE" AND THE SAME DATE.
095800*****************************************************************
095900 7400-WRITE-HISTORY-RECORD.
096000     MOVE STU-ID          TO HIST-STUDENT-ID
096100     MOVE WS-HIST-ACTION  TO HIST-ACTION
096200     MOVE WS-OPERATOR-ID  TO HIST-OPERATOR-ID
096300     MOVE "MERGE"         TO HIST-RUN-MODE
096400     ACCEPT HIST-DATE FROM DATE YYYYMMDD
096500     ACCEPT HIST-TIME FROM TIME
096600     MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
096700     MOVE STUDENT-RECORD  TO HIST-AFTER-IMAGE
096800     WRITE HISTORY-RECORD.
096900 7400-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300* 8000-TERMINATE
097400*****************************************************************
097500 8000-TERMINATE.
097600     IF NOT WS-ABORTED
097700         PERFORM 7250-WRITE-FEED-TRAILER THRU 7250-EXIT
097800         CLOSE STUDENT-FILE
097900                EXTRACT-FILE
098000                HISTORY-FILE
098100         IF WS-ATT-PRESENT
098200             CLOSE ATTENDANCE-FILE
098300         END-IF
098400         IF WS-CONT-PRESENT
098500             CLOSE CONTACT-FILE
098600         END-IF
098700         PERFORM 8200-PRINT-TOTALS THRU 8200-EXIT
098800     END-IF
098900     CLOSE PRINT-FILE.
099000 8000-EXIT.
099100     EXIT.
099200
099300*****************************************************************
099400* 8200-PRINT-TOTALS
099500*****************************************************************
099600 8200-PRINT-TOTALS.
099700     MOVE "CONTROL CARDS READ:           " TO WS-TL-LABEL
099800     MOVE WS-CARDS-READ TO WS-TL-COUNT
099900     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
100000     MOVE "CARDS REFUSED:                " TO WS-TL-LABEL
100100     MOVE WS-CARDS-REFUSED TO WS-TL-COUNT
100200     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
100300     MOVE "PAIRS MERGED:                 " TO WS-TL-LABEL
100400     MOVE WS-MERGED-COUNT TO WS-TL-COUNT
100500     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
100600     MOVE "PAIRS NOT MERGED, LISTED:     " TO WS-TL-LABEL
100700     MOVE WS-MERGE-REFUSED-COUNT TO WS-TL-COUNT
100800     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
100900     MOVE "SURVIVORS REACTIVATED:        " TO WS-TL-LABEL
101000     MOVE WS-REACTIVATED-COUNT TO WS-TL-COUNT
101100     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
101200     MOVE "ATTENDANCE POSTINGS MOVED:    " TO WS-TL-LABEL
101300     MOVE WS-ATT-MOVED-COUNT TO WS-TL-COUNT
101400     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
101500     MOVE "ATTENDANCE POSTINGS DROPPED:  " TO WS-TL-LABEL
101600     MOVE WS-ATT-DROPPED-COUNT TO WS-TL-COUNT
101700     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
101800     MOVE "CONTACTS MOVED:               " TO WS-TL-LABEL
101900     MOVE WS-CONT-MOVED-COUNT TO WS-TL-COUNT
102000     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
102100     MOVE "DUPLICATE CONTACTS DROPPED:   " TO WS-TL-LABEL
102200     MOVE WS-CONT-DROPPED-COUNT TO WS-TL-COUNT
102300     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT
102400     MOVE "FEED RECORDS WRITTEN:         " TO WS-TL-LABEL
102500     MOVE WS-EXTR-WRITE-COUNT TO WS-TL-COUNT
102600     PERFORM 8210-PRINT-TOTAL-LINE THRU 8210-EXIT.
102700 8200-EXIT.
102800     EXIT.
102900
103000*****************************************************************
103100* 8210-PRINT-TOTAL-LINE
103200*****************************************************************
103300 8210-PRINT-TOTAL-LINE.
103400     MOVE WS-TOTAL-LINE TO PRINT-LINE
103500     WRITE PRINT-LINE.
103600 8210-EXIT.
103700     EXIT.
