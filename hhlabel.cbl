000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HHLABEL.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HHLABEL
000900*
001000* HOUSEHOLD MAILING LABELS.  PRINTS ONE LABEL PER FAMILY FOR
001100* A DISTRICT MAILING INSTEAD OF ONE PER STUDENT.  EVERY ACTIVE
001200* STUDENT IS COVERED EXACTLY ONCE - THE ACTIVE MEMBERS OF A
001300* HOUSEHOLD ON HOUSEHLD.DAT (HHLDREC.CPY) SHARE ONE LABEL, AND
001400* A STUDENT IN NO HOUSEHOLD, OR KEPT OUT OF HOUSEHOLDS BY THE
001500* OFFICE (HOUSEHOLD ZERO), GETS A LABEL TO ITSELF.
001600*
001700* THE LABEL IS ADDRESSED TO THE GUARDIAN ON THE FIRST MEMBER'S
001800* MASTER RECORD, NAMES EVERY CHILD IN THE FAMILY WITH GRADE
001900* AND HOMEROOM, AND SAYS WHICH CHILD CARRIES THE ENVELOPE
002000* HOME - THE YOUNGEST, WHOSE CLASSROOM SENDS A TAKE-HOME
002100* FOLDER.  EACH LABEL IS A FIXED TEN LINES FOR LABEL STOCK.
002200*
002300* MODIFICATION HISTORY
002400* ------------------------------------------------------------
002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -----------------------------------------
002700* 2026-10-15 MFM  ORIGINAL PROGRAM.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300*    DDNAME ASSIGNS AS IN WRITEDEM - SEE HHLABEL.JCL.
003400     SELECT STUDENT-FILE ASSIGN TO STUDENTS
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS STU-ID
003800         ALTERNATE RECORD KEY IS STU-LAST-NAME
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-STUDENT-FILE-STATUS.
004100     SELECT HOUSEHOLD-FILE ASSIGN TO HOUSEHLD
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS HHLD-KEY
004500         FILE STATUS IS WS-HHLD-FILE-STATUS.
004600     SELECT LABEL-FILE ASSIGN TO HHLABELS
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-LABEL-FILE-STATUS.
004900     SELECT PRINT-FILE ASSIGN TO HHLBLRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PRINT-FILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  STUDENT-FILE.
005600     COPY STUDREC.
005700 FD  HOUSEHOLD-FILE.
005800     COPY HHLDREC.
005900 FD  LABEL-FILE
006000     RECORDING MODE IS F.
006100 01  LABEL-LINE                  PIC X(60).
006200 FD  PRINT-FILE
006300     RECORDING MODE IS F.
006400 01  PRINT-LINE                  PIC X(132).
006500
006600 WORKING-STORAGE SECTION.
006700*****************************************************************
006800* FILE STATUS FIELDS
006900*****************************************************************
007000 01  WS-STUDENT-FILE-STATUS      PIC X(02).
007100 01  WS-HHLD-FILE-STATUS         PIC X(02).
007200 01  WS-LABEL-FILE-STATUS        PIC X(02).
007300 01  WS-PRINT-FILE-STATUS        PIC X(02).
007400
007500 01  WS-EOF-SWITCH               PIC X(01).
007600     88  WS-EOF                  VALUE "Y".
007700     88  WS-NOT-EOF              VALUE "N".
007800 01  WS-HHLD-EOF-SWITCH          PIC X(01).
007900     88  WS-HHLD-EOF             VALUE "Y".
008000     88  WS-HHLD-NOT-EOF         VALUE "N".
008100
008200 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
008300     88  WS-ABORTED              VALUE "Y".
008400
008500*****************************************************************
008600* WITHOUT A HOUSEHOLD FILE EVERY STUDENT GETS A SINGLE LABEL -
008700* THE MAILING STILL GOES OUT, JUST NOT COMBINED.
008800*****************************************************************
008900 01  WS-HHLD-OPEN-SWITCH         PIC X(01) VALUE "N".
009000     88  WS-HHLD-OPEN            VALUE "Y".
009100
009200 01  WS-RUN-DATE                 PIC 9(08).
009300
009400*****************************************************************
009500* ACTIVE STUDENT TABLE, IN STUDENT ID ORDER AS READ FROM THE
009600* MASTER.  WS-ST-LABELED IS SET ONCE THE STUDENT IS ON A
009700* HOUSEHOLD LABEL SO THE SINGLES PASS SKIPS IT.
009800*****************************************************************
009900 01  WS-STUDENT-TABLE.
010000     05  WS-ST-ENTRY OCCURS 9000 TIMES.
010100         10  WS-ST-ID            PIC X(06).
010200         10  WS-ST-LAST-NAME     PIC X(15).
010300         10  WS-ST-FIRST-NAME    PIC X(12).
010400         10  WS-ST-GRADE         PIC 9(02).
010500         10  WS-ST-HOMEROOM      PIC X(06).
010600         10  WS-ST-DOB           PIC 9(08).
010700         10  WS-ST-GUARDIAN      PIC X(20).
010800         10  WS-ST-LABELED-SW    PIC X(01).
010900             88  WS-ST-LABELED   VALUE "Y".
011000 01  WS-ST-COUNT                 PIC 9(04) COMP VALUE ZERO.
011100 01  WS-ST-LIMIT                 PIC 9(04) COMP VALUE 9000.
011200 01  WS-ST-IDX                   PIC 9(04) COMP VALUE ZERO.
011300
011400*****************************************************************
011500* STUDENT LOOK-UP - A HALVING SEARCH OF THE ID-ORDERED TABLE
011600* FOR WS-FIND-ID, LEAVING WS-FIND-IDX ON THE HIT OR ZERO.
011700*****************************************************************
011800 01  WS-FIND-ID                  PIC X(06).
011900 01  WS-FIND-IDX                 PIC 9(04) COMP.
012000 01  WS-FIND-LOW                 PIC 9(04) COMP.
012100 01  WS-FIND-HIGH                PIC 9(04) COMP.
012200 01  WS-FIND-MID                 PIC 9(04) COMP.
012300
012400*****************************************************************
012500* THE LABEL BEING BUILT - THE TABLE ENTRIES OF ITS CHILDREN.
012600* A LABEL HAS ROOM TO NAME SIX; THE REST ARE COUNTED ON AN
012700* "AND N MORE" LINE.  WS-GRP-YOUNGEST IS THE CHILD WITH THE
012800* LATEST BIRTH DATE.
012900*****************************************************************
013000 01  WS-GROUP-TABLE.
013100     05  WS-GRP-MEMBER OCCURS 6 TIMES
013200                                 PIC 9(04) COMP.
013300 01  WS-GRP-COUNT                PIC 9(04) COMP VALUE ZERO.
013400 01  WS-GRP-LIMIT                PIC 9(04) COMP VALUE 6.
013500 01  WS-GRP-IDX                  PIC 9(04) COMP VALUE ZERO.
013600 01  WS-LBL-IDX                  PIC 9(04) COMP VALUE ZERO.
013700 01  WS-GRP-YOUNGEST             PIC 9(04) COMP VALUE ZERO.
013800 01  WS-GRP-HHLD                 PIC 9(06).
013900 01  WS-CUR-HHLD                 PIC 9(06).
014000
014100*****************************************************************
014200* CONTROL TOTALS
014300*****************************************************************
014400 01  WS-ACTIVE-COUNT             PIC 9(06) VALUE ZERO.
014500 01  WS-HHLD-LABEL-COUNT         PIC 9(06) VALUE ZERO.
014600 01  WS-HHLD-MEMBER-COUNT        PIC 9(06) VALUE ZERO.
014700 01  WS-SINGLE-LABEL-COUNT       PIC 9(06) VALUE ZERO.
014800 01  WS-LABEL-COUNT              PIC 9(06) VALUE ZERO.
014900 01  WS-SAVED-COUNT              PIC 9(06) VALUE ZERO.
015000
015100*****************************************************************
015200* LABEL LINE WORK AREAS
015300*****************************************************************
015400 01  WS-LABEL-TO-LINE.
015500     05  WS-LT-NAME              PIC X(20).
015600     05  FILLER                  PIC X(26) VALUE SPACES.
015700     05  WS-LT-HHLD-TAG          PIC X(04).
015800     05  WS-LT-HHLD              PIC X(06).
015900
016000 01  WS-LABEL-CHILD-LINE.
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  WS-LC-FIRST-NAME        PIC X(12).
016300     05  FILLER                  PIC X(01) VALUE SPACES.
016400     05  WS-LC-LAST-NAME         PIC X(15).
016500     05  FILLER                  PIC X(04) VALUE " GR ".
016600     05  WS-LC-GRADE             PIC 9(02).
016700     05  FILLER                  PIC X(06) VALUE " ROOM ".
016800     05  WS-LC-HOMEROOM          PIC X(06).
016900
017000 01  WS-LABEL-MORE-LINE.
017100     05  FILLER                  PIC X(06) VALUE "  AND ".
017200     05  WS-LM-COUNT             PIC Z9.
017300     05  FILLER                  PIC X(06) VALUE " MORE".
017400
017500 01  WS-LABEL-SEND-LINE.
017600     05  FILLER                  PIC X(15)
017700         VALUE "SEND HOME WITH ".
017800     05  WS-LS-FIRST-NAME        PIC X(12).
017900     05  FILLER                  PIC X(01) VALUE SPACES.
018000     05  WS-LS-LAST-NAME         PIC X(15).
018100     05  FILLER                  PIC X(06) VALUE " ROOM ".
018200     05  WS-LS-HOMEROOM          PIC X(06).
018300
018400*****************************************************************
018500* PRINT LINE WORK AREAS
018600*****************************************************************
018700 01  WS-ABORT-LINE.
018800     05  FILLER                  PIC X(21)
018900         VALUE "*** RUN ABORTED - ".
019000     05  WS-AB-FILE              PIC X(12).
019100     05  FILLER                  PIC X(13)
019200         VALUE " OPEN STATUS ".
019300     05  WS-AB-STATUS            PIC X(02).
019400     05  FILLER                  PIC X(04)
019500         VALUE " ***".
019600
019700 01  WS-TITLE-LINE.
019800     05  FILLER                  PIC X(40)
019900         VALUE "HOUSEHOLD MAILING LABELS".
020000     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
020100     05  WS-TI-DATE              PIC 9(08).
020200
020300 01  WS-TOTAL-LINE.
020400     05  WS-TL-LABEL             PIC X(30).
020500     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
020600
020700 PROCEDURE DIVISION.
020800*****************************************************************
020900* 0000-MAINLINE
021000*****************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021300     IF NOT WS-ABORTED
021400         PERFORM 2000-LOAD-STUDENTS THRU 2000-EXIT
021500     END-IF
021600     IF NOT WS-ABORTED
021700         PERFORM 3000-HOUSEHOLD-LABELS THRU 3000-EXIT
021800         PERFORM 4000-SINGLE-LABELS THRU 4000-EXIT
021900     END-IF
022000     PERFORM 8000-TERMINATE THRU 8000-EXIT
022100     STOP RUN.
022200 0000-MAINLINE-EXIT.
022300     EXIT.
022400
022500*****************************************************************
022600* 1000-INITIALIZE
022700*****************************************************************
022800 1000-INITIALIZE.
022900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023000     OPEN OUTPUT PRINT-FILE
023100     MOVE WS-RUN-DATE TO WS-TI-DATE
023200     MOVE WS-TITLE-LINE TO PRINT-LINE
023300     WRITE PRINT-LINE
023400     OPEN INPUT STUDENT-FILE
023500     IF WS-STUDENT-FILE-STATUS NOT = "00"
023600         MOVE "STUDENTS.DAT" TO WS-AB-FILE
023700         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
023800         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
023900         GO TO 1000-EXIT
024000     END-IF
024100     OPEN INPUT HOUSEHOLD-FILE
024200     IF WS-HHLD-FILE-STATUS = "00"
024300         SET WS-HHLD-OPEN TO TRUE
024400     ELSE
024500         DISPLAY "*** HOUSEHLD NOT AVAILABLE (STATUS "
024600             WS-HHLD-FILE-STATUS ") - ONE LABEL PER "
024700             "STUDENT ***"
024800         CLOSE HOUSEHOLD-FILE
024900     END-IF
025000     OPEN OUTPUT LABEL-FILE.
025100 1000-EXIT.
025200     EXIT.
025300
025400*****************************************************************
025500* 1100-ABORT-RUN
025600*****************************************************************
025700 1100-ABORT-RUN.
025800     DISPLAY "*** HHLABEL ABORTED - " WS-AB-FILE
025900         " OPEN STATUS " WS-AB-STATUS " ***"
026000     MOVE WS-ABORT-LINE TO PRINT-LINE
026100     WRITE PRINT-LINE
026200     MOVE 8 TO RETURN-CODE
026300     SET WS-ABORTED TO TRUE.
026400 1100-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800* 2000-LOAD-STUDENTS
026900*
027000* EVERY ACTIVE STUDENT.  A MASTER TOO BIG FOR THE TABLE ENDS
027100* THE RUN RATHER THAN MAIL HALF THE SCHOOL.
027200*****************************************************************
027300 2000-LOAD-STUDENTS.
027400     SET WS-NOT-EOF TO TRUE
027500     PERFORM 2100-READ-STUDENT THRU 2100-EXIT
027600     PERFORM 2200-STORE-ONE-STUDENT THRU 2200-EXIT
027700         UNTIL WS-EOF
027800            OR WS-ABORTED.
027900 2000-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300* 2100-READ-STUDENT
028400*****************************************************************
028500 2100-READ-STUDENT.
028600     READ STUDENT-FILE NEXT RECORD
028700         AT END
028800             SET WS-EOF TO TRUE
028900     END-READ.
029000 2100-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400* 2200-STORE-ONE-STUDENT
029500*****************************************************************
029600 2200-STORE-ONE-STUDENT.
029700     IF NOT STU-STATUS-ACTIVE
029800         GO TO 2200-NEXT
029900     END-IF
030000     IF WS-ST-COUNT >= WS-ST-LIMIT
030100         DISPLAY "*** HHLABEL ABORTED - MORE THAN " WS-ST-LIMIT
030200             " ACTIVE STUDENTS ***"
030300         MOVE "*** RUN ABORTED - STUDENT TABLE FULL"
030400             TO PRINT-LINE
030500         WRITE PRINT-LINE
030600         MOVE 8 TO RETURN-CODE
030700         SET WS-ABORTED TO TRUE
030800         GO TO 2200-EXIT
030900     END-IF
031000     ADD 1 TO WS-ST-COUNT
031100     ADD 1 TO WS-ACTIVE-COUNT
031200     MOVE STU-ID            TO WS-ST-ID(WS-ST-COUNT)
031300     MOVE STU-LAST-NAME     TO WS-ST-LAST-NAME(WS-ST-COUNT)
031400     MOVE STU-FIRST-NAME    TO WS-ST-FIRST-NAME(WS-ST-COUNT)
031500     MOVE STU-GRADE         TO WS-ST-GRADE(WS-ST-COUNT)
031600     MOVE STU-HOMEROOM      TO WS-ST-HOMEROOM(WS-ST-COUNT)
031700     MOVE STU-DATE-OF-BIRTH TO WS-ST-DOB(WS-ST-COUNT)
031800     MOVE STU-GUARDIAN-NAME TO WS-ST-GUARDIAN(WS-ST-COUNT)
031900     MOVE "N"               TO WS-ST-LABELED-SW(WS-ST-COUNT).
032000 2200-NEXT.
032100     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
032200 2200-EXIT.
032300     EXIT.
032400
032500*****************************************************************
032600* 2300-FIND-STUDENT
032700*****************************************************************
032800 2300-FIND-STUDENT.
032900     MOVE ZERO        TO WS-FIND-IDX
033000     MOVE 1           TO WS-FIND-LOW
033100     MOVE WS-ST-COUNT TO WS-FIND-HIGH
033200     PERFORM 2310-PROBE-ONE THRU 2310-EXIT
033300         UNTIL WS-FIND-LOW > WS-FIND-HIGH
033400            OR WS-FIND-IDX > ZERO.
033500 2300-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900* 2310-PROBE-ONE
034000*****************************************************************
034100 2310-PROBE-ONE.
034200     COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
034300     EVALUATE TRUE
034400         WHEN WS-ST-ID(WS-FIND-MID) = WS-FIND-ID
034500             MOVE WS-FIND-MID TO WS-FIND-IDX
034600         WHEN WS-ST-ID(WS-FIND-MID) < WS-FIND-ID
034700             COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
034800         WHEN OTHER
034900             COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
035000     END-EVALUATE.
035100 2310-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500* 3000-HOUSEHOLD-LABELS
035600*
035700* THE HOUSEHOLD FILE COMES BACK IN HOUSEHOLD NUMBER ORDER, SO
035800* EACH FAMILY'S ROWS ARRIVE TOGETHER.  A FAMILY'S LABEL IS
035900* PRINTED WHEN ITS NUMBER CHANGES.  HOUSEHOLD ZERO IS NOT A
036000* FAMILY - ITS STUDENTS ARE LEFT FOR THE SINGLES PASS.
036100*****************************************************************
036200 3000-HOUSEHOLD-LABELS.
036300     IF NOT WS-HHLD-OPEN
036400         GO TO 3000-EXIT
036500     END-IF
036600     SET WS-HHLD-NOT-EOF TO TRUE
036700     MOVE ZERO TO WS-GRP-COUNT
036800                  WS-GRP-YOUNGEST
036900                  WS-GRP-HHLD
037000     PERFORM 3100-READ-HOUSEHOLD THRU 3100-EXIT
037100     PERFORM 3200-COLLECT-ONE-MEMBER THRU 3200-EXIT
037200         UNTIL WS-HHLD-EOF
037300     PERFORM 3300-END-OF-HOUSEHOLD THRU 3300-EXIT.
037400 3000-EXIT.
037500     EXIT.
037600
037700*****************************************************************
037800* 3100-READ-HOUSEHOLD
037900*****************************************************************
038000 3100-READ-HOUSEHOLD.
038100     READ HOUSEHOLD-FILE NEXT RECORD
038200         AT END
038300             SET WS-HHLD-EOF TO TRUE
038400     END-READ.
038500 3100-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900* 3200-COLLECT-ONE-MEMBER
039000*
039100* A ROW FOR A STUDENT NO LONGER ACTIVE IS PASSED OVER, SO A
039200* FAMILY WHOSE OTHER CHILDREN HAVE LEFT STILL GETS ITS LABEL
039300* THROUGH THE ONE WHO REMAINS.
039400*****************************************************************
039500 3200-COLLECT-ONE-MEMBER.
039600     IF HHLD-KEPT-OUT
039700         GO TO 3200-NEXT
039800     END-IF
039900     IF HHLD-NUMBER NOT = WS-GRP-HHLD
040000         PERFORM 3300-END-OF-HOUSEHOLD THRU 3300-EXIT
040100         MOVE HHLD-NUMBER TO WS-GRP-HHLD
040200     END-IF
040300     MOVE HHLD-STUDENT-ID TO WS-FIND-ID
040400     PERFORM 2300-FIND-STUDENT THRU 2300-EXIT
040500     IF WS-FIND-IDX = ZERO
040600         GO TO 3200-NEXT
040700     END-IF
040800     PERFORM 5100-ADD-TO-LABEL THRU 5100-EXIT.
040900 3200-NEXT.
041000     PERFORM 3100-READ-HOUSEHOLD THRU 3100-EXIT.
041100 3200-EXIT.
041200     EXIT.
041300
041400*****************************************************************
041500* 3300-END-OF-HOUSEHOLD
041600*****************************************************************
041700 3300-END-OF-HOUSEHOLD.
041800     IF WS-GRP-COUNT = ZERO
041900         GO TO 3300-EXIT
042000     END-IF
042100     MOVE WS-GRP-HHLD TO WS-CUR-HHLD
042200     PERFORM 5000-PRINT-LABEL THRU 5000-EXIT
042300     ADD 1 TO WS-HHLD-LABEL-COUNT
042400     ADD WS-GRP-COUNT TO WS-HHLD-MEMBER-COUNT
042500     MOVE ZERO TO WS-GRP-COUNT
042600                  WS-GRP-YOUNGEST.
042700 3300-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100* 4000-SINGLE-LABELS
043200*
043300* EVERY ACTIVE STUDENT NOT ALREADY ON A HOUSEHOLD LABEL.
043400*****************************************************************
043500 4000-SINGLE-LABELS.
043600     PERFORM 4100-SINGLE-LABEL THRU 4100-EXIT
043700         VARYING WS-ST-IDX FROM 1 BY 1
043800         UNTIL WS-ST-IDX > WS-ST-COUNT.
043900 4000-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300* 4100-SINGLE-LABEL
044400*****************************************************************
044500 4100-SINGLE-LABEL.
044600     IF WS-ST-LABELED(WS-ST-IDX)
044700         GO TO 4100-EXIT
044800     END-IF
044900     MOVE WS-ST-IDX TO WS-FIND-IDX
045000     PERFORM 5100-ADD-TO-LABEL THRU 5100-EXIT
045100     MOVE ZERO TO WS-CUR-HHLD
045200     PERFORM 5000-PRINT-LABEL THRU 5000-EXIT
045300     ADD 1 TO WS-SINGLE-LABEL-COUNT
045400     MOVE ZERO TO WS-GRP-COUNT
045500                  WS-GRP-YOUNGEST.
045600 4100-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000* 5000-PRINT-LABEL
046100*
046200* TEN LINES - ADDRESSEE, HEADING, SIX CHILD LINES (THE LAST
046300* BECOMES "AND N MORE" FOR A FAMILY OF SEVEN OR MORE), THE
046400* SEND-HOME LINE AND A BLANK SPACER.  UNUSED CHILD LINES ARE
046500* WRITTEN BLANK SO EVERY LABEL LINES UP ON THE STOCK.  A
046600* HOUSEHOLD LABEL CARRIES ITS NUMBER AT THE RIGHT FOR THE
046700* OFFICE TO TRACE A RETURNED ENVELOPE.
046800*****************************************************************
046900 5000-PRINT-LABEL.
047000     MOVE WS-GRP-MEMBER(1) TO WS-LBL-IDX
047100     MOVE WS-ST-GUARDIAN(WS-LBL-IDX) TO WS-LT-NAME
047200     IF WS-LT-NAME = SPACES
047300         MOVE "PARENT OR GUARDIAN" TO WS-LT-NAME
047400     END-IF
047500     IF WS-CUR-HHLD = ZERO
047600         MOVE SPACES TO WS-LT-HHLD-TAG
047700                        WS-LT-HHLD
047800     ELSE
047900         MOVE "HH  "      TO WS-LT-HHLD-TAG
048000         MOVE WS-CUR-HHLD TO WS-LT-HHLD
048100     END-IF
048200     MOVE WS-LABEL-TO-LINE TO LABEL-LINE
048300     WRITE LABEL-LINE
048400     MOVE "PARENT OR GUARDIAN OF" TO LABEL-LINE
048500     WRITE LABEL-LINE
048600     PERFORM 5200-PRINT-CHILD-LINE THRU 5200-EXIT
048700         VARYING WS-GRP-IDX FROM 1 BY 1
048800         UNTIL WS-GRP-IDX > WS-GRP-LIMIT
048900     MOVE WS-GRP-YOUNGEST TO WS-LBL-IDX
049000     MOVE WS-ST-FIRST-NAME(WS-LBL-IDX) TO WS-LS-FIRST-NAME
049100     MOVE WS-ST-LAST-NAME(WS-LBL-IDX)  TO WS-LS-LAST-NAME
049200     MOVE WS-ST-HOMEROOM(WS-LBL-IDX)   TO WS-LS-HOMEROOM
049300     MOVE WS-LABEL-SEND-LINE TO LABEL-LINE
049400     WRITE LABEL-LINE
049500     MOVE SPACES TO LABEL-LINE
049600     WRITE LABEL-LINE
049700     ADD 1 TO WS-LABEL-COUNT.
049800 5000-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200* 5100-ADD-TO-LABEL
050300*
050400* ADDS TABLE ENTRY WS-FIND-IDX TO THE LABEL BEING BUILT.
050500* ONLY THE FIRST SIX ARE HELD FOR NAMING, BUT EVERY CHILD
050600* COUNTS AND CAN BE THE YOUNGEST.
050700*****************************************************************
050800 5100-ADD-TO-LABEL.
050900     ADD 1 TO WS-GRP-COUNT
051000     IF WS-GRP-COUNT NOT > WS-GRP-LIMIT
051100         MOVE WS-FIND-IDX TO WS-GRP-MEMBER(WS-GRP-COUNT)
051200     END-IF
051300     MOVE "Y" TO WS-ST-LABELED-SW(WS-FIND-IDX)
051400     IF WS-GRP-YOUNGEST = ZERO
051500         MOVE WS-FIND-IDX TO WS-GRP-YOUNGEST
051600     ELSE
051700         IF WS-ST-DOB(WS-FIND-IDX) > WS-ST-DOB(WS-GRP-YOUNGEST)
051800             MOVE WS-FIND-IDX TO WS-GRP-YOUNGEST
051900         END-IF
052000     END-IF.
052100 5100-EXIT.
052200     EXIT.
052300
052400*****************************************************************
052500* 5200-PRINT-CHILD-LINE
052600*****************************************************************
052700 5200-PRINT-CHILD-LINE.
052800     MOVE SPACES TO LABEL-LINE
052900     EVALUATE TRUE
053000         WHEN WS-GRP-IDX > WS-GRP-COUNT
053100             CONTINUE
053200         WHEN WS-GRP-IDX = WS-GRP-LIMIT
053300          AND WS-GRP-COUNT > WS-GRP-LIMIT
053400             COMPUTE WS-LM-COUNT = WS-GRP-COUNT - WS-GRP-LIMIT
053500                                 + 1
053600             MOVE WS-LABEL-MORE-LINE TO LABEL-LINE
053700         WHEN OTHER
053800             MOVE WS-GRP-MEMBER(WS-GRP-IDX) TO WS-LBL-IDX
053900             MOVE WS-ST-FIRST-NAME(WS-LBL-IDX) TO WS-LC-FIRST-NAME
054000             MOVE WS-ST-LAST-NAME(WS-LBL-IDX)  TO WS-LC-LAST-NAME
054100             MOVE WS-ST-GRADE(WS-LBL-IDX)      TO WS-LC-GRADE
054200             MOVE WS-ST-HOMEROOM(WS-LBL-IDX)   TO WS-LC-HOMEROOM
054300             MOVE WS-LABEL-CHILD-LINE TO LABEL-LINE
054400     END-EVALUATE
054500     WRITE LABEL-LINE.
054600 5200-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000* 8000-TERMINATE
055100*****************************************************************
055200 8000-TERMINATE.
055300     IF WS-ABORTED
055400         CLOSE PRINT-FILE
055500         GO TO 8000-EXIT
055600     END-IF
055700     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
055800     CLOSE STUDENT-FILE
055900           LABEL-FILE
056000     IF WS-HHLD-OPEN
056100         CLOSE HOUSEHOLD-FILE
056200     END-IF
056300     CLOSE PRINT-FILE.
056400 8000-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800* 8100-PRINT-TOTALS
056900*****************************************************************
057000 8100-PRINT-TOTALS.
057100     COMPUTE WS-SAVED-COUNT = WS-ACTIVE-COUNT - WS-LABEL-COUNT
057200     MOVE SPACES TO PRINT-LINE
057300     WRITE PRINT-LINE
057400     MOVE "ACTIVE STUDENTS:              " TO WS-TL-LABEL
057500     MOVE WS-ACTIVE-COUNT TO WS-TL-COUNT
057600     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
057700     MOVE "HOUSEHOLD LABELS:             " TO WS-TL-LABEL
057800     MOVE WS-HHLD-LABEL-COUNT TO WS-TL-COUNT
057900     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
058000     MOVE "STUDENTS ON HOUSEHOLD LABELS: " TO WS-TL-LABEL
058100     MOVE WS-HHLD-MEMBER-COUNT TO WS-TL-COUNT
058200     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
058300     MOVE "SINGLE-STUDENT LABELS:        " TO WS-TL-LABEL
058400     MOVE WS-SINGLE-LABEL-COUNT TO WS-TL-COUNT
058500     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
058600     MOVE "LABELS PRINTED:               " TO WS-TL-LABEL
058700     MOVE WS-LABEL-COUNT TO WS-TL-COUNT
058800     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
058900     MOVE "MAILINGS SAVED:               " TO WS-TL-LABEL
059000     MOVE WS-SAVED-COUNT TO WS-TL-COUNT
059100     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT.
059200 8100-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600* 8200-PRINT-TOTAL-LINE
059700*****************************************************************
059800 8200-PRINT-TOTAL-LINE.
059900     MOVE WS-TOTAL-LINE TO PRINT-LINE
060000     WRITE PRINT-LINE.
060100 8200-EXIT.
060200     EXIT.
