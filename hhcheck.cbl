000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HHCHECK.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HHCHECK
000900*
001000* HOUSEHOLD CONSISTENCY REPORT.  FOR EVERY HOUSEHOLD ON
001100* HOUSEHLD.DAT (HHLDREC.CPY) WITH TWO OR MORE ACTIVE MEMBERS,
001200* COMPARES EACH SIBLING AGAINST THE FIRST ONE AND LISTS THE
001300* HOUSEHOLD WHEN -
001400*   - THE GUARDIAN PHONES ON THE MASTER DIFFER, OR
001500*   - THE EMERGENCY CONTACTS ON STUCONT DIFFER (A DIFFERENT
001600*     NUMBER OF CONTACTS, OR A NAME AND PHONE ONE SIBLING
001700*     HAS THAT THE FIRST DOES NOT - SEQUENCE, PRIORITY AND
001800*     RELATIONSHIP ARE NOT COMPARED).
001900* EACH LISTED HOUSEHOLD SHOWS EVERY ACTIVE MEMBER WITH ITS
002000* GUARDIAN AND CONTACTS, SO THE OFFICE CAN SEE WHICH IS RIGHT
002100* AND PUT IT RIGHT WITH WRITEDEM MAINT 'H'.
002200*
002300* ALSO LISTED - HOUSEHOLD ROWS FOR A STUDENT NOT ON THE MASTER
002400* (PURGED OR MERGED AWAY) AND A STUDENT FILED UNDER MORE THAN
002500* ONE HOUSEHOLD.  RETURN CODE 4 WHEN ANYTHING IS LISTED, 8
002600* WHEN THE RUN ABORTS, AS IN STUINTEG.
002700*
002800* MODIFICATION HISTORY
002900* ------------------------------------------------------------
003000* DATE       INIT DESCRIPTION
003100* ---------- ---- -----------------------------------------
003200* 2026-10-15 MFM  ORIGINAL PROGRAM.
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    DDNAME ASSIGNS AS IN WRITEDEM - SEE HHCHECK.JCL.
003900     SELECT STUDENT-FILE ASSIGN TO STUDENTS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS STU-ID
004300         ALTERNATE RECORD KEY IS STU-LAST-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-STUDENT-FILE-STATUS.
004600     SELECT CONTACT-FILE ASSIGN TO STUCONT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CONT-KEY
005000         FILE STATUS IS WS-CONT-FILE-STATUS.
005100     SELECT HOUSEHOLD-FILE ASSIGN TO HOUSEHLD
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS HHLD-KEY
005500         FILE STATUS IS WS-HHLD-FILE-STATUS.
005600     SELECT PRINT-FILE ASSIGN TO HHCHKRPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PRINT-FILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  STUDENT-FILE.
006300     COPY STUDREC.
006400 FD  CONTACT-FILE.
006500     COPY CONTREC.
006600 FD  HOUSEHOLD-FILE.
006700     COPY HHLDREC.
006800 FD  PRINT-FILE
006900     RECORDING MODE IS F.
007000 01  PRINT-LINE                  PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400* FILE STATUS FIELDS
007500*****************************************************************
007600 01  WS-STUDENT-FILE-STATUS      PIC X(02).
007700 01  WS-CONT-FILE-STATUS         PIC X(02).
007800 01  WS-HHLD-FILE-STATUS         PIC X(02).
007900 01  WS-PRINT-FILE-STATUS        PIC X(02).
008000
008100 01  WS-EOF-SWITCH               PIC X(01).
008200     88  WS-EOF                  VALUE "Y".
008300     88  WS-NOT-EOF              VALUE "N".
008400 01  WS-CONT-EOF-SWITCH          PIC X(01).
008500     88  WS-CONT-EOF             VALUE "Y".
008600     88  WS-CONT-NOT-EOF         VALUE "N".
008700 01  WS-HHLD-EOF-SWITCH          PIC X(01).
008800     88  WS-HHLD-EOF             VALUE "Y".
008900     88  WS-HHLD-NOT-EOF         VALUE "N".
009000
009100 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
009200     88  WS-ABORTED              VALUE "Y".
009300
009400*****************************************************************
009500* THE CONTACT FILE IS OPTIONAL - WITHOUT IT ONLY GUARDIAN
009600* PHONES ARE COMPARED.
009700*****************************************************************
009800 01  WS-CONT-OPEN-SWITCH         PIC X(01) VALUE "N".
009900     88  WS-CONT-OPEN            VALUE "Y".
010000
010100 01  WS-RUN-DATE                 PIC 9(08).
010200
010300*****************************************************************
010400* STUDENT TABLE - EVERY STUDENT ON THE MASTER, ANY STATUS, IN
010500* STUDENT ID ORDER.  WS-ST-HHLD IS FILLED FROM THE HOUSEHOLD
010600* FILE AS IT IS READ, SO A SECOND FILING SHOWS UP.
010700*****************************************************************
010800 01  WS-STUDENT-TABLE.
010900     05  WS-ST-ENTRY OCCURS 9000 TIMES.
011000         10  WS-ST-ID            PIC X(06).
011100         10  WS-ST-LAST-NAME     PIC X(15).
011200         10  WS-ST-FIRST-NAME    PIC X(12).
011300         10  WS-ST-GUARDIAN      PIC X(20).
011400         10  WS-ST-PHONE         PIC X(10).
011500         10  WS-ST-STATUS        PIC X(01).
011600             88  WS-ST-ACTIVE    VALUE "A", SPACE.
011700         10  WS-ST-FILED-SW      PIC X(01).
011800             88  WS-ST-FILED     VALUE "Y".
011900         10  WS-ST-HHLD          PIC 9(06).
012000 01  WS-ST-COUNT                 PIC 9(04) COMP VALUE ZERO.
012100 01  WS-ST-LIMIT                 PIC 9(04) COMP VALUE 9000.
012200
012300*****************************************************************
012400* STUDENT LOOK-UP - A HALVING SEARCH OF THE ID-ORDERED TABLE
012500* FOR WS-FIND-ID, LEAVING WS-FIND-IDX ON THE HIT OR ZERO.
012600*****************************************************************
012700 01  WS-FIND-ID                  PIC X(06).
012800 01  WS-FIND-IDX                 PIC 9(04) COMP.
012900 01  WS-FIND-LOW                 PIC 9(04) COMP.
013000 01  WS-FIND-HIGH                PIC 9(04) COMP.
013100 01  WS-FIND-MID                 PIC 9(04) COMP.
013200
013300*****************************************************************
013400* THE HOUSEHOLD BEING CHECKED - ITS ACTIVE MEMBERS, EACH WITH
013500* UP TO NINE CONTACTS (WRITEDEM'S LIMIT).  WS-MB-CONT-COUNT
013600* COUNTS EVERY CONTACT ON FILE EVEN PAST NINE, SO A SURPLUS
013700* STILL SHOWS AS A DIFFERENCE.  A HOUSEHOLD OF MORE THAN
013800* TWENTY ACTIVE CHILDREN IS CHECKED ON ITS FIRST TWENTY.
013900*****************************************************************
014000 01  WS-MEMBER-TABLE.
014100     05  WS-MB-ENTRY OCCURS 20 TIMES.
014200         10  WS-MB-IDX           PIC 9(04) COMP.
014300         10  WS-MB-CONT-COUNT    PIC 9(02).
014400         10  WS-MB-CONT OCCURS 9 TIMES.
014500             15  WS-MB-CONT-NAME PIC X(20).
014600             15  WS-MB-CONT-PHONE
014700                                 PIC X(10).
014800 01  WS-MB-COUNT                 PIC 9(04) COMP VALUE ZERO.
014900 01  WS-MB-LIMIT                 PIC 9(04) COMP VALUE 20.
015000 01  WS-MB-SUB                   PIC 9(04) COMP VALUE ZERO.
015100 01  WS-CT-SUB                   PIC 9(04) COMP VALUE ZERO.
015200 01  WS-CT-FIRST-SUB             PIC 9(04) COMP VALUE ZERO.
015300 01  WS-CONT-LIMIT               PIC 9(02) VALUE 9.
015400 01  WS-GRP-HHLD                 PIC 9(06).
015500 01  WS-CUR-IDX                  PIC 9(04) COMP.
015600
015700 01  WS-PHONE-DIFF-SWITCH        PIC X(01).
015800     88  WS-PHONE-DIFFERS        VALUE "Y".
015900 01  WS-CONT-DIFF-SWITCH         PIC X(01).
016000     88  WS-CONT-DIFFERS         VALUE "Y".
016100 01  WS-CONT-MATCH-SWITCH        PIC X(01).
016200     88  WS-CONT-MATCHED         VALUE "Y".
016300
016400*****************************************************************
016500* CONTROL TOTALS
016600*****************************************************************
016700 01  WS-HHLD-COUNT               PIC 9(06) VALUE ZERO.
016800 01  WS-CHECKED-COUNT            PIC 9(06) VALUE ZERO.
016900 01  WS-AGREE-COUNT              PIC 9(06) VALUE ZERO.
017000 01  WS-PHONE-DIFF-COUNT         PIC 9(06) VALUE ZERO.
017100 01  WS-CONT-DIFF-COUNT          PIC 9(06) VALUE ZERO.
017200 01  WS-NOT-ON-MASTER-COUNT      PIC 9(06) VALUE ZERO.
017300 01  WS-TWO-HHLD-COUNT           PIC 9(06) VALUE ZERO.
017400 01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
017500
017600*****************************************************************
017700* PRINT LINE WORK AREAS
017800*****************************************************************
017900 01  WS-ABORT-LINE.
018000     05  FILLER                  PIC X(21)
018100         VALUE "*** RUN ABORTED - ".
018200     05  WS-AB-FILE              PIC X(12).
018300     05  FILLER                  PIC X(13)
018400         VALUE " OPEN STATUS ".
018500     05  WS-AB-STATUS            PIC X(02).
018600     05  FILLER                  PIC X(04)
018700         VALUE " ***".
018800
018900 01  WS-TITLE-LINE.
019000     05  FILLER                  PIC X(40)
019100         VALUE "HOUSEHOLD CONSISTENCY REPORT".
019200     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
019300     05  WS-TI-DATE              PIC 9(08).
019400
019500 01  WS-HHLD-LINE.
019600     05  FILLER                  PIC X(10) VALUE "HOUSEHOLD ".
019700     05  WS-HL-HHLD              PIC 9(06).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WS-HL-PHONE-MSG         PIC X(24).
020000     05  WS-HL-CONT-MSG          PIC X(24).
020100
020200 01  WS-MEMBER-LINE.
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  WS-ML-ID                PIC X(06).
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  WS-ML-LAST-NAME         PIC X(15).
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  WS-ML-FIRST-NAME        PIC X(12).
020900     05  FILLER                  PIC X(10) VALUE " GUARDIAN ".
021000     05  WS-ML-GUARDIAN          PIC X(20).
021100     05  FILLER                  PIC X(07) VALUE " PHONE ".
021200     05  WS-ML-PHONE             PIC X(10).
021300     05  FILLER                  PIC X(10) VALUE " CONTACTS ".
021400     05  WS-ML-CONT-COUNT        PIC Z9.
021500
021600 01  WS-CONTACT-LINE.
021700     05  FILLER                  PIC X(18) VALUE SPACES.
021800     05  FILLER                  PIC X(08) VALUE "CONTACT ".
021900     05  WS-CL-NAME              PIC X(20).
022000     05  FILLER                  PIC X(07) VALUE " PHONE ".
022100     05  WS-CL-PHONE             PIC X(10).
022200
022300 01  WS-EXCEPTION-LINE.
022400     05  FILLER                  PIC X(10) VALUE "HOUSEHOLD ".
022500     05  WS-XL-HHLD              PIC 9(06).
022600     05  FILLER                  PIC X(09) VALUE " STUDENT ".
022700     05  WS-XL-ID                PIC X(06).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  WS-XL-MESSAGE           PIC X(50).
023000
023100 01  WS-TOTAL-LINE.
023200     05  WS-TL-LABEL             PIC X(30).
023300     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
023400
023500 PROCEDURE DIVISION.
023600*****************************************************************
023700* 0000-MAINLINE
023800*****************************************************************
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024100     IF NOT WS-ABORTED
024200         PERFORM 2000-LOAD-STUDENTS THRU 2000-EXIT
024300     END-IF
024400     IF NOT WS-ABORTED
024500         PERFORM 3000-CHECK-HOUSEHOLDS THRU 3000-EXIT
024600     END-IF
024700     PERFORM 8000-TERMINATE THRU 8000-EXIT
024800     STOP RUN.
024900 0000-MAINLINE-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300* 1000-INITIALIZE
025400*
025500* THE MASTER AND THE HOUSEHOLD FILE ARE BOTH REQUIRED - WITH
025600* NO HOUSEHOLD FILE THERE IS NOTHING TO CHECK.
025700*****************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026000     OPEN OUTPUT PRINT-FILE
026100     MOVE WS-RUN-DATE TO WS-TI-DATE
026200     MOVE WS-TITLE-LINE TO PRINT-LINE
026300     WRITE PRINT-LINE
026400     OPEN INPUT STUDENT-FILE
026500     IF WS-STUDENT-FILE-STATUS NOT = "00"
026600         MOVE "STUDENTS.DAT" TO WS-AB-FILE
026700         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
026800         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
026900         GO TO 1000-EXIT
027000     END-IF
027100     OPEN INPUT HOUSEHOLD-FILE
027200     IF WS-HHLD-FILE-STATUS NOT = "00"
027300         MOVE "HOUSEHLD.DAT" TO WS-AB-FILE
027400         MOVE WS-HHLD-FILE-STATUS TO WS-AB-STATUS
027500         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
027600         CLOSE STUDENT-FILE
027700         GO TO 1000-EXIT
027800     END-IF
027900     OPEN INPUT CONTACT-FILE
028000     IF WS-CONT-FILE-STATUS = "00"
028100         SET WS-CONT-OPEN TO TRUE
028200     ELSE
028300         DISPLAY "*** STUCONT NOT AVAILABLE (STATUS "
028400             WS-CONT-FILE-STATUS ") - CHECKING GUARDIAN "
028500             "PHONES ONLY ***"
028600         CLOSE CONTACT-FILE
028700     END-IF.
028800 1000-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200* 1100-ABORT-RUN
029300*****************************************************************
029400 1100-ABORT-RUN.
029500     DISPLAY "*** HHCHECK ABORTED - " WS-AB-FILE
029600         " OPEN STATUS " WS-AB-STATUS " ***"
029700     MOVE WS-ABORT-LINE TO PRINT-LINE
029800     WRITE PRINT-LINE
029900     MOVE 8 TO RETURN-CODE
030000     SET WS-ABORTED TO TRUE.
030100 1100-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500* 2000-LOAD-STUDENTS
030600*****************************************************************
030700 2000-LOAD-STUDENTS.
030800     SET WS-NOT-EOF TO TRUE
030900     PERFORM 2100-READ-STUDENT THRU 2100-EXIT
031000     PERFORM 2200-STORE-ONE-STUDENT THRU 2200-EXIT
031100         UNTIL WS-EOF
031200            OR WS-ABORTED.
031300 2000-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700* 2100-READ-STUDENT
031800*****************************************************************
031900 2100-READ-STUDENT.
032000     READ STUDENT-FILE NEXT RECORD
032100         AT END
032200             SET WS-EOF TO TRUE
032300     END-READ.
032400 2100-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800* 2200-STORE-ONE-STUDENT
032900*****************************************************************
033000 2200-STORE-ONE-STUDENT.
033100     IF WS-ST-COUNT >= WS-ST-LIMIT
033200         DISPLAY "*** HHCHECK ABORTED - MORE THAN " WS-ST-LIMIT
033300             " STUDENTS ON THE MASTER ***"
033400         MOVE "*** RUN ABORTED - STUDENT TABLE FULL"
033500             TO PRINT-LINE
033600         WRITE PRINT-LINE
033700         MOVE 8 TO RETURN-CODE
033800         SET WS-ABORTED TO TRUE
033900         GO TO 2200-EXIT
034000     END-IF
034100     ADD 1 TO WS-ST-COUNT
034200     MOVE STU-ID             TO WS-ST-ID(WS-ST-COUNT)
034300     MOVE STU-LAST-NAME      TO WS-ST-LAST-NAME(WS-ST-COUNT)
034400     MOVE STU-FIRST-NAME     TO WS-ST-FIRST-NAME(WS-ST-COUNT)
034500     MOVE STU-GUARDIAN-NAME  TO WS-ST-GUARDIAN(WS-ST-COUNT)
034600     MOVE STU-GUARDIAN-PHONE TO WS-ST-PHONE(WS-ST-COUNT)
034700     MOVE STU-ENROLL-STATUS  TO WS-ST-STATUS(WS-ST-COUNT)
034800     MOVE "N"                TO WS-ST-FILED-SW(WS-ST-COUNT)
034900     MOVE ZERO               TO WS-ST-HHLD(WS-ST-COUNT)
035000     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
035100 2200-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500* 2300-FIND-STUDENT
035600*****************************************************************
035700 2300-FIND-STUDENT.
035800     MOVE ZERO        TO WS-FIND-IDX
035900     MOVE 1           TO WS-FIND-LOW
036000     MOVE WS-ST-COUNT TO WS-FIND-HIGH
036100     PERFORM 2310-PROBE-ONE THRU 2310-EXIT
036200         UNTIL WS-FIND-LOW > WS-FIND-HIGH
036300            OR WS-FIND-IDX > ZERO.
036400 2300-EXIT.
036500     EXIT.
036600
036700*****************************************************************
036800* 2310-PROBE-ONE
036900*****************************************************************
037000 2310-PROBE-ONE.
037100     COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
037200     EVALUATE TRUE
037300         WHEN WS-ST-ID(WS-FIND-MID) = WS-FIND-ID
037400             MOVE WS-FIND-MID TO WS-FIND-IDX
037500         WHEN WS-ST-ID(WS-FIND-MID) < WS-FIND-ID
037600             COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
037700         WHEN OTHER
037800             COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
037900     END-EVALUATE.
038000 2310-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400* 3000-CHECK-HOUSEHOLDS
038500*
038600* THE HOUSEHOLD FILE COMES BACK IN HOUSEHOLD NUMBER ORDER; EACH
038700* FAMILY IS CHECKED WHEN ITS NUMBER CHANGES.  HOUSEHOLD ZERO
038800* IS NOT A FAMILY, BUT ITS ROWS ARE STILL CHECKED AGAINST THE
038900* MASTER AND FOR A SECOND FILING.
039000*****************************************************************
039100 3000-CHECK-HOUSEHOLDS.
039200     SET WS-HHLD-NOT-EOF TO TRUE
039300     MOVE ZERO TO WS-MB-COUNT
039400                  WS-GRP-HHLD
039500     PERFORM 3100-READ-HOUSEHOLD THRU 3100-EXIT
039600     PERFORM 3200-COLLECT-ONE-MEMBER THRU 3200-EXIT
039700         UNTIL WS-HHLD-EOF
039800     PERFORM 4000-CHECK-ONE-HOUSEHOLD THRU 4000-EXIT.
039900 3000-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300* 3100-READ-HOUSEHOLD
040400*****************************************************************
040500 3100-READ-HOUSEHOLD.
040600     READ HOUSEHOLD-FILE NEXT RECORD
040700         AT END
040800             SET WS-HHLD-EOF TO TRUE
040900     END-READ.
041000 3100-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400* 3200-COLLECT-ONE-MEMBER
041500*****************************************************************
041600 3200-COLLECT-ONE-MEMBER.
041700     IF HHLD-NUMBER NOT = WS-GRP-HHLD
041800         PERFORM 4000-CHECK-ONE-HOUSEHOLD THRU 4000-EXIT
041900         MOVE HHLD-NUMBER TO WS-GRP-HHLD
042000         IF NOT HHLD-KEPT-OUT
042100             ADD 1 TO WS-HHLD-COUNT
042200         END-IF
042300     END-IF
042400     MOVE HHLD-STUDENT-ID TO WS-FIND-ID
042500     PERFORM 2300-FIND-STUDENT THRU 2300-EXIT
042600     IF WS-FIND-IDX = ZERO
042700         MOVE "NOT ON THE STUDENT MASTER" TO WS-XL-MESSAGE
042800         PERFORM 3300-PRINT-EXCEPTION THRU 3300-EXIT
042900         ADD 1 TO WS-NOT-ON-MASTER-COUNT
043000         GO TO 3200-NEXT
043100     END-IF
043200     IF WS-ST-FILED(WS-FIND-IDX)
043300         MOVE "ALSO FILED UNDER HOUSEHOLD " TO WS-XL-MESSAGE
043400         MOVE WS-ST-HHLD(WS-FIND-IDX) TO WS-XL-MESSAGE(28:6)
043500         PERFORM 3300-PRINT-EXCEPTION THRU 3300-EXIT
043600         ADD 1 TO WS-TWO-HHLD-COUNT
043700     END-IF
043800     MOVE "Y"         TO WS-ST-FILED-SW(WS-FIND-IDX)
043900     MOVE HHLD-NUMBER TO WS-ST-HHLD(WS-FIND-IDX)
044000     IF HHLD-KEPT-OUT
044100        OR NOT WS-ST-ACTIVE(WS-FIND-IDX)
044200        OR WS-MB-COUNT >= WS-MB-LIMIT
044300         GO TO 3200-NEXT
044400     END-IF
044500     ADD 1 TO WS-MB-COUNT
044600     MOVE WS-FIND-IDX TO WS-MB-IDX(WS-MB-COUNT)
044700     PERFORM 3400-LOAD-CONTACTS THRU 3400-EXIT.
044800 3200-NEXT.
044900     PERFORM 3100-READ-HOUSEHOLD THRU 3100-EXIT.
045000 3200-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400* 3300-PRINT-EXCEPTION
045500*****************************************************************
045600 3300-PRINT-EXCEPTION.
045700     MOVE HHLD-NUMBER     TO WS-XL-HHLD
045800     MOVE HHLD-STUDENT-ID TO WS-XL-ID
045900     MOVE WS-EXCEPTION-LINE TO PRINT-LINE
046000     WRITE PRINT-LINE
046100     ADD 1 TO WS-EXCEPTION-COUNT.
046200 3300-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600* 3400-LOAD-CONTACTS
046700*
046800* READS THE CONTACTS OF THE MEMBER JUST ADDED INTO ITS ROW OF
046900* THE MEMBER TABLE.
047000*****************************************************************
047100 3400-LOAD-CONTACTS.
047200     MOVE ZERO TO WS-MB-CONT-COUNT(WS-MB-COUNT)
047300     IF NOT WS-CONT-OPEN
047400         GO TO 3400-EXIT
047500     END-IF
047600     SET WS-CONT-NOT-EOF TO TRUE
047700     MOVE HHLD-STUDENT-ID TO CONT-STUDENT-ID
047800     MOVE ZERO            TO CONT-SEQUENCE
047900     START CONTACT-FILE
048000         KEY IS NOT < CONT-KEY
048100         INVALID KEY
048200             SET WS-CONT-EOF TO TRUE
048300     END-START
048400     PERFORM 3410-READ-CONTACT THRU 3410-EXIT
048500     PERFORM 3420-STORE-ONE-CONTACT THRU 3420-EXIT
048600         UNTIL WS-CONT-EOF
048700            OR CONT-STUDENT-ID NOT = HHLD-STUDENT-ID.
048800 3400-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200* 3410-READ-CONTACT
049300*****************************************************************
049400 3410-READ-CONTACT.
049500     IF WS-CONT-EOF
049600         GO TO 3410-EXIT
049700     END-IF
049800     READ CONTACT-FILE NEXT RECORD
049900         AT END
050000             SET WS-CONT-EOF TO TRUE
050100     END-READ.
050200 3410-EXIT.
050300     EXIT.
050400
050500*****************************************************************
050600* 3420-STORE-ONE-CONTACT
050700*****************************************************************
050800 3420-STORE-ONE-CONTACT.
050900     ADD 1 TO WS-MB-CONT-COUNT(WS-MB-COUNT)
051000     MOVE WS-MB-CONT-COUNT(WS-MB-COUNT) TO WS-CT-SUB
051100     IF WS-CT-SUB NOT > WS-CONT-LIMIT
051200         MOVE CONT-NAME  TO WS-MB-CONT-NAME(WS-MB-COUNT,
051300                                            WS-CT-SUB)
051400         MOVE CONT-PHONE TO WS-MB-CONT-PHONE(WS-MB-COUNT,
051500                                             WS-CT-SUB)
051600     END-IF
051700     PERFORM 3410-READ-CONTACT THRU 3410-EXIT.
051800 3420-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200* 4000-CHECK-ONE-HOUSEHOLD
052300*
052400* EVERY MEMBER AFTER THE FIRST IS COMPARED WITH THE FIRST.  A
052500* HOUSEHOLD WITH FEWER THAN TWO ACTIVE MEMBERS HAS NOTHING TO
052600* DISAGREE ABOUT.
052700*****************************************************************
052800 4000-CHECK-ONE-HOUSEHOLD.
052900     IF WS-MB-COUNT < 2
053000         GO TO 4000-NEXT
053100     END-IF
053200     ADD 1 TO WS-CHECKED-COUNT
053300     MOVE "N" TO WS-PHONE-DIFF-SWITCH
053400                 WS-CONT-DIFF-SWITCH
053500     PERFORM 4100-COMPARE-ONE-MEMBER THRU 4100-EXIT
053600         VARYING WS-MB-SUB FROM 2 BY 1
053700         UNTIL WS-MB-SUB > WS-MB-COUNT
053800     IF NOT WS-PHONE-DIFFERS AND NOT WS-CONT-DIFFERS
053900         ADD 1 TO WS-AGREE-COUNT
054000         GO TO 4000-NEXT
054100     END-IF
054200     IF WS-PHONE-DIFFERS
054300         ADD 1 TO WS-PHONE-DIFF-COUNT
054400     END-IF
054500     IF WS-CONT-DIFFERS
054600         ADD 1 TO WS-CONT-DIFF-COUNT
054700     END-IF
054800     ADD 1 TO WS-EXCEPTION-COUNT
054900     PERFORM 5000-PRINT-HOUSEHOLD THRU 5000-EXIT.
055000 4000-NEXT.
055100     MOVE ZERO TO WS-MB-COUNT.
055200 4000-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600* 4100-COMPARE-ONE-MEMBER
055700*****************************************************************
055800 4100-COMPARE-ONE-MEMBER.
055900     MOVE WS-MB-IDX(1)         TO WS-FIND-IDX
056000     MOVE WS-MB-IDX(WS-MB-SUB) TO WS-CUR-IDX
056100     IF WS-ST-PHONE(WS-CUR-IDX) NOT = WS-ST-PHONE(WS-FIND-IDX)
056200         SET WS-PHONE-DIFFERS TO TRUE
056300     END-IF
056400     IF WS-MB-CONT-COUNT(WS-MB-SUB) NOT = WS-MB-CONT-COUNT(1)
056500         SET WS-CONT-DIFFERS TO TRUE
056600         GO TO 4100-EXIT
056700     END-IF
056800     PERFORM 4200-FIND-ONE-CONTACT THRU 4200-EXIT
056900         VARYING WS-CT-SUB FROM 1 BY 1
057000         UNTIL WS-CT-SUB > WS-MB-CONT-COUNT(WS-MB-SUB)
057100            OR WS-CT-SUB > WS-CONT-LIMIT
057200            OR WS-CONT-DIFFERS.
057300 4100-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700* 4200-FIND-ONE-CONTACT
057800*
057900* LOOKS FOR THIS MEMBER'S CONTACT WS-CT-SUB AMONG THE FIRST
058000* MEMBER'S, IN ANY POSITION.
058100*****************************************************************
058200 4200-FIND-ONE-CONTACT.
058300     MOVE "N" TO WS-CONT-MATCH-SWITCH
058400     PERFORM 4210-MATCH-ONE-CONTACT THRU 4210-EXIT
058500         VARYING WS-CT-FIRST-SUB FROM 1 BY 1
058600         UNTIL WS-CT-FIRST-SUB > WS-MB-CONT-COUNT(1)
058700            OR WS-CT-FIRST-SUB > WS-CONT-LIMIT
058800            OR WS-CONT-MATCHED
058900     IF NOT WS-CONT-MATCHED
059000         SET WS-CONT-DIFFERS TO TRUE
059100     END-IF.
059200 4200-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600* 4210-MATCH-ONE-CONTACT
059700*****************************************************************
059800 4210-MATCH-ONE-CONTACT.
059900     IF WS-MB-CONT-NAME(WS-MB-SUB, WS-CT-SUB) =
060000             WS-MB-CONT-NAME(1, WS-CT-FIRST-SUB)
060100        AND WS-MB-CONT-PHONE(WS-MB-SUB, WS-CT-SUB) =
060200             WS-MB-CONT-PHONE(1, WS-CT-FIRST-SUB)
060300         SET WS-CONT-MATCHED TO TRUE
060400     END-IF.
060500 4210-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 5000-PRINT-HOUSEHOLD
061000*****************************************************************
061100 5000-PRINT-HOUSEHOLD.
061200     MOVE SPACES TO PRINT-LINE
061300     WRITE PRINT-LINE
061400     MOVE WS-GRP-HHLD TO WS-HL-HHLD
061500     MOVE SPACES TO WS-HL-PHONE-MSG
061600                    WS-HL-CONT-MSG
061700     IF WS-PHONE-DIFFERS
061800         MOVE "GUARDIAN PHONES DIFFER" TO WS-HL-PHONE-MSG
061900     END-IF
062000     IF WS-CONT-DIFFERS
062100         MOVE "CONTACTS DIFFER" TO WS-HL-CONT-MSG
062200     END-IF
062300     MOVE WS-HHLD-LINE TO PRINT-LINE
062400     WRITE PRINT-LINE
062500     PERFORM 5100-PRINT-MEMBER THRU 5100-EXIT
062600         VARYING WS-MB-SUB FROM 1 BY 1
062700         UNTIL WS-MB-SUB > WS-MB-COUNT.
062800 5000-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200* 5100-PRINT-MEMBER
063300*****************************************************************
063400 5100-PRINT-MEMBER.
063500     MOVE WS-MB-IDX(WS-MB-SUB) TO WS-CUR-IDX
063600     MOVE WS-ST-ID(WS-CUR-IDX)         TO WS-ML-ID
063700     MOVE WS-ST-LAST-NAME(WS-CUR-IDX)  TO WS-ML-LAST-NAME
063800     MOVE WS-ST-FIRST-NAME(WS-CUR-IDX) TO WS-ML-FIRST-NAME
063900     MOVE WS-ST-GUARDIAN(WS-CUR-IDX)   TO WS-ML-GUARDIAN
064000     MOVE WS-ST-PHONE(WS-CUR-IDX)      TO WS-ML-PHONE
064100     MOVE WS-MB-CONT-COUNT(WS-MB-SUB)  TO WS-ML-CONT-COUNT
064200     MOVE WS-MEMBER-LINE TO PRINT-LINE
064300     WRITE PRINT-LINE
064400     PERFORM 5200-PRINT-CONTACT THRU 5200-EXIT
064500         VARYING WS-CT-SUB FROM 1 BY 1
064600         UNTIL WS-CT-SUB > WS-MB-CONT-COUNT(WS-MB-SUB)
064700            OR WS-CT-SUB > WS-CONT-LIMIT.
064800 5100-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200* 5200-PRINT-CONTACT
065300*****************************************************************
065400 5200-PRINT-CONTACT.
065500     MOVE WS-MB-CONT-NAME(WS-MB-SUB, WS-CT-SUB)  TO WS-CL-NAME
065600     MOVE WS-MB-CONT-PHONE(WS-MB-SUB, WS-CT-SUB) TO WS-CL-PHONE
065700     MOVE WS-CONTACT-LINE TO PRINT-LINE
065800     WRITE PRINT-LINE.
065900 5200-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300* 8000-TERMINATE
066400*****************************************************************
066500 8000-TERMINATE.
066600     IF WS-ABORTED
066700         CLOSE PRINT-FILE
066800         GO TO 8000-EXIT
066900     END-IF
067000     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
067100     CLOSE STUDENT-FILE
067200           HOUSEHOLD-FILE
067300     IF WS-CONT-OPEN
067400         CLOSE CONTACT-FILE
067500     END-IF
067600     CLOSE PRINT-FILE
067700     IF WS-EXCEPTION-COUNT > ZERO
067800         MOVE 4 TO RETURN-CODE
067900     END-IF.
068000 8000-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400* 8100-PRINT-TOTALS
068500*****************************************************************
068600 8100-PRINT-TOTALS.
068700     MOVE SPACES TO PRINT-LINE
068800     WRITE PRINT-LINE
068900     MOVE "HOUSEHOLDS ON FILE:           " TO WS-TL-LABEL
069000     MOVE WS-HHLD-COUNT TO WS-TL-COUNT
069100     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
069200     MOVE "WITH TWO OR MORE ACTIVE:      " TO WS-TL-LABEL
069300     MOVE WS-CHECKED-COUNT TO WS-TL-COUNT
069400     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
069500     MOVE "SIBLINGS AGREE:               " TO WS-TL-LABEL
069600     MOVE WS-AGREE-COUNT TO WS-TL-COUNT
069700     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
069800     MOVE "GUARDIAN PHONES DIFFER:       " TO WS-TL-LABEL
069900     MOVE WS-PHONE-DIFF-COUNT TO WS-TL-COUNT
070000     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
070100     MOVE "CONTACTS DIFFER:              " TO WS-TL-LABEL
070200     MOVE WS-CONT-DIFF-COUNT TO WS-TL-COUNT
070300     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
070400     MOVE "ROWS NOT ON THE MASTER:       " TO WS-TL-LABEL
070500     MOVE WS-NOT-ON-MASTER-COUNT TO WS-TL-COUNT
070600     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
070700     MOVE "STUDENTS IN TWO HOUSEHOLDS:   " TO WS-TL-LABEL
070800     MOVE WS-TWO-HHLD-COUNT TO WS-TL-COUNT
070900     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT.
071000 8100-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400* 8200-PRINT-TOTAL-LINE
071500*****************************************************************
071600 8200-PRINT-TOTAL-LINE.
071700     MOVE WS-TOTAL-LINE TO PRINT-LINE
071800     WRITE PRINT-LINE.
071900 8200-EXIT.
072000     EXIT.
