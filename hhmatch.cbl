000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HHMATCH.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HHMATCH
000900*
001000* HOUSEHOLD MATCHING RUN.  LINKS ACTIVE STUDENTS WHO SHARE A
001100* PHONE NUMBER - THE MASTER'S GUARDIAN PHONE OR ANY OF THEIR
001200* STUCONT EMERGENCY CONTACT PHONES - INTO HOUSEHOLDS ON
001300* HOUSEHLD.DAT (HHLDREC.CPY).  STUDENTS LINKED THROUGH A
001400* CHAIN OF SHARED PHONES (A SHARES WITH B, B WITH C) LAND IN
001500* ONE HOUSEHOLD.
001600*
001700* THE FIRST RUN SEEDS THE FILE.  AFTER THAT THE OFFICE OWNS
001800* IT (HHMAINT), AND A LATER RUN ONLY PLACES STUDENTS WHO ARE
001900* NOT ON THE FILE AT ALL - A NEW SIBLING WHOSE PHONE MATCHES
002000* AN EXISTING HOUSEHOLD JOINS IT, NEW STUDENTS WHO MATCH ONLY
002100* EACH OTHER START A NEW HOUSEHOLD, AND A STUDENT WHOSE
002200* PHONES LEAD TO TWO DIFFERENT HOUSEHOLDS IS LISTED FOR THE
002300* OFFICE TO PLACE BY HAND.  NOTHING ALREADY ON THE FILE IS
002400* MOVED, AND A STUDENT THE OFFICE FILED UNDER HOUSEHOLD ZERO
002500* IS NEVER MATCHED.  A STUDENT WHO MATCHES NOBODY IS LEFT OFF
002600* THE FILE - A HOUSEHOLD OF ONE NEEDS NO RECORD.
002700*
002800* EVERY STUDENT PLACED IS LISTED ON HHMATRPT FOR THE OFFICE
002900* TO REVIEW; A SHARED BABYSITTER OR GRANDPARENT CAN JOIN TWO
003000* FAMILIES, AND HHMAINT IS HOW THAT IS UNDONE.
003100*
003200* MODIFICATION HISTORY
003300* ------------------------------------------------------------
003400* DATE       INIT DESCRIPTION
003500* ---------- ---- -----------------------------------------
003600* 2026-10-15 MFM  ORIGINAL PROGRAM.
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*    DDNAME ASSIGNS AS IN WRITEDEM - SEE HHMATCH.JCL.
004300     SELECT STUDENT-FILE ASSIGN TO STUDENTS
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS STU-ID
004700         ALTERNATE RECORD KEY IS STU-LAST-NAME
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005000     SELECT CONTACT-FILE ASSIGN TO STUCONT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS CONT-KEY
005400         FILE STATUS IS WS-CONT-FILE-STATUS.
005500     SELECT HOUSEHOLD-FILE ASSIGN TO HOUSEHLD
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS HHLD-KEY
005900         FILE STATUS IS WS-HHLD-FILE-STATUS.
006000     SELECT PRINT-FILE ASSIGN TO HHMATRPT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PRINT-FILE-STATUS.
006300     SELECT SORT-FILE ASSIGN TO SORTWK01.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  STUDENT-FILE.
006800     COPY STUDREC.
006900 FD  CONTACT-FILE.
007000     COPY CONTREC.
007100 FD  HOUSEHOLD-FILE.
007200     COPY HHLDREC.
007300 FD  PRINT-FILE
007400     RECORDING MODE IS F.
007500 01  PRINT-LINE                  PIC X(132).
007600 SD  SORT-FILE.
007700 01  SORT-RECORD.
007800     05  SRT-PHONE               PIC X(10).
007900     05  SRT-IDX                 PIC 9(04).
008000
008100 WORKING-STORAGE SECTION.
008200*****************************************************************
008300* FILE STATUS FIELDS
008400*****************************************************************
008500 01  WS-STUDENT-FILE-STATUS      PIC X(02).
008600 01  WS-CONT-FILE-STATUS         PIC X(02).
008700     88  WS-CONT-FILE-NOTFND     VALUE "35".
008800 01  WS-HHLD-FILE-STATUS         PIC X(02).
008900     88  WS-HHLD-FILE-NOTFND     VALUE "35".
009000 01  WS-PRINT-FILE-STATUS        PIC X(02).
009100
009200 01  WS-EOF-SWITCH               PIC X(01).
009300     88  WS-EOF                  VALUE "Y".
009400     88  WS-NOT-EOF              VALUE "N".
009500 01  WS-CONT-EOF-SWITCH          PIC X(01).
009600     88  WS-CONT-EOF             VALUE "Y".
009700     88  WS-CONT-NOT-EOF         VALUE "N".
009800 01  WS-HHLD-EOF-SWITCH          PIC X(01).
009900     88  WS-HHLD-EOF             VALUE "Y".
010000     88  WS-HHLD-NOT-EOF         VALUE "N".
010100 01  WS-SORT-EOF-SWITCH          PIC X(01).
010200     88  WS-SORT-EOF             VALUE "Y".
010300     88  WS-SORT-NOT-EOF         VALUE "N".
010400
010500 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
010600     88  WS-ABORTED              VALUE "Y".
010700
010800*****************************************************************
010900* THE CONTACT FILE IS OPTIONAL - WITHOUT IT THE MATCH RUNS ON
011000* GUARDIAN PHONES ALONE.  A HOUSEHOLD FILE OPENED NEW HAS
011100* NOTHING TO LOAD.
011200*****************************************************************
011300 01  WS-CONT-OPEN-SWITCH         PIC X(01) VALUE "N".
011400     88  WS-CONT-OPEN            VALUE "Y".
011500 01  WS-HHLD-NEW-SWITCH          PIC X(01) VALUE "N".
011600     88  WS-HHLD-NEW             VALUE "Y".
011700
011800 01  WS-OPERATOR-ID              PIC X(08).
011900 01  WS-RUN-DATE                 PIC 9(08).
012000
012100*****************************************************************
012200* ACTIVE STUDENT TABLE, IN STUDENT ID ORDER AS READ FROM THE
012300* MASTER.  WS-ST-PARENT CHAINS EACH STUDENT TOWARDS THE FIRST
012400* STUDENT OF ITS MATCHED GROUP (THE ROOT, WHOSE PARENT IS
012500* ITSELF); THE COMP- FIELDS ARE ONLY MEANINGFUL ON A ROOT AND
012600* DESCRIBE THE WHOLE GROUP.
012700*****************************************************************
012800 01  WS-STUDENT-TABLE.
012900     05  WS-ST-ENTRY OCCURS 9000 TIMES.
013000         10  WS-ST-ID            PIC X(06).
013100         10  WS-ST-LAST-NAME     PIC X(15).
013200         10  WS-ST-FIRST-NAME    PIC X(12).
013300         10  WS-ST-PHONE         PIC X(10).
013400         10  WS-ST-PARENT        PIC 9(04) COMP.
013500         10  WS-ST-ON-FILE-SW    PIC X(01).
013600             88  WS-ST-ON-FILE   VALUE "Y".
013700         10  WS-ST-HHLD          PIC 9(06).
013800         10  WS-ST-COMP-HHLD     PIC 9(06).
013900         10  WS-ST-COMP-CONFLICT PIC X(01).
014000         10  WS-ST-COMP-NEW      PIC 9(04) COMP.
014100         10  WS-ST-NEW-HHLD      PIC 9(06).
014200 01  WS-ST-COUNT                 PIC 9(04) COMP VALUE ZERO.
014300 01  WS-ST-LIMIT                 PIC 9(04) COMP VALUE 9000.
014400 01  WS-ST-IDX                   PIC 9(04) COMP VALUE ZERO.
014500
014600*****************************************************************
014700* STUDENT LOOK-UP - A HALVING SEARCH OF THE ID-ORDERED TABLE
014800* FOR WS-FIND-ID, LEAVING WS-FIND-IDX ON THE HIT OR ZERO.
014900*****************************************************************
015000 01  WS-FIND-ID                  PIC X(06).
015100 01  WS-FIND-IDX                 PIC 9(04) COMP.
015200 01  WS-FIND-LOW                 PIC 9(04) COMP.
015300 01  WS-FIND-HIGH                PIC 9(04) COMP.
015400 01  WS-FIND-MID                 PIC 9(04) COMP.
015500
015600*****************************************************************
015700* GROUPING WORK FIELDS - WS-ROOT-NODE IS CLIMBED TO ITS ROOT
015800* BY 4500; THE SORT OUTPUT JOINS EACH RUN OF ONE PHONE NUMBER
015900* TO THE FIRST STUDENT WHO CARRIED IT.
016000*****************************************************************
016100 01  WS-ROOT-NODE                PIC 9(04) COMP.
016200 01  WS-ROOT-A                   PIC 9(04) COMP.
016300 01  WS-ROOT-B                   PIC 9(04) COMP.
016400 01  WS-PREV-PHONE               PIC X(10).
016500 01  WS-GROUP-IDX                PIC 9(04) COMP.
016600 01  WS-LAST-HHLD-NUMBER         PIC 9(06) VALUE ZERO.
016700 01  WS-PLACE-HHLD               PIC 9(06).
016800
016900*****************************************************************
017000* CONTROL TOTALS
017100*****************************************************************
017200 01  WS-ACTIVE-COUNT             PIC 9(06) VALUE ZERO.
017300 01  WS-ON-FILE-COUNT            PIC 9(06) VALUE ZERO.
017400 01  WS-KEPT-OUT-COUNT           PIC 9(06) VALUE ZERO.
017500 01  WS-PHONES-RELEASED          PIC 9(06) VALUE ZERO.
017600 01  WS-JOINED-COUNT             PIC 9(06) VALUE ZERO.
017700 01  WS-NEW-HHLD-COUNT           PIC 9(06) VALUE ZERO.
017800 01  WS-NEW-MEMBER-COUNT         PIC 9(06) VALUE ZERO.
017900 01  WS-AMBIGUOUS-COUNT          PIC 9(06) VALUE ZERO.
018000 01  WS-UNMATCHED-COUNT          PIC 9(06) VALUE ZERO.
018100
018200*****************************************************************
018300* PRINT LINE WORK AREAS
018400*****************************************************************
018500 01  WS-ABORT-LINE.
018600     05  FILLER                  PIC X(21)
018700         VALUE "*** RUN ABORTED - ".
018800     05  WS-AB-FILE              PIC X(12).
018900     05  FILLER                  PIC X(13)
019000         VALUE " OPEN STATUS ".
019100     05  WS-AB-STATUS            PIC X(02).
019200     05  FILLER                  PIC X(04)
019300         VALUE " ***".
019400
019500 01  WS-TITLE-LINE.
019600     05  FILLER                  PIC X(40)
019700         VALUE "HOUSEHOLD MATCHING RUN".
019800     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
019900     05  WS-TI-DATE              PIC 9(08).
020000
020100 01  WS-COLUMN-LINE.
020200     05  FILLER                  PIC X(08) VALUE "ID".
020300     05  FILLER                  PIC X(17) VALUE "LAST NAME".
020400     05  FILLER                  PIC X(14) VALUE "FIRST NAME".
020500     05  FILLER                  PIC X(12) VALUE "GDN PHONE".
020600     05  FILLER                  PIC X(11) VALUE "HOUSEHOLD".
020700     05  FILLER                  PIC X(30) VALUE "ACTION".
020800
020900 01  WS-DETAIL-LINE.
021000     05  WS-DL-ID                PIC X(06).
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  WS-DL-LAST-NAME         PIC X(15).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  WS-DL-FIRST-NAME        PIC X(12).
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  WS-DL-PHONE             PIC X(10).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  WS-DL-HHLD              PIC X(06).
021900     05  FILLER                  PIC X(05) VALUE SPACES.
022000     05  WS-DL-ACTION            PIC X(50).
022100
022200 01  WS-TOTAL-LINE.
022300     05  WS-TL-LABEL             PIC X(30).
022400     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
022500
022600 PROCEDURE DIVISION.
022700*****************************************************************
022800* 0000-MAINLINE
022900*****************************************************************
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023200     IF NOT WS-ABORTED
023300         PERFORM 2000-LOAD-STUDENTS THRU 2000-EXIT
023400     END-IF
023500     IF NOT WS-ABORTED
023600         PERFORM 2500-LOAD-HOUSEHOLDS THRU 2500-EXIT
023700         SORT SORT-FILE
023800             ON ASCENDING KEY SRT-PHONE
023900                              SRT-IDX
024000             INPUT PROCEDURE IS 3000-RELEASE-PHONES
024100                 THRU 3000-EXIT
024200             OUTPUT PROCEDURE IS 3500-LINK-SHARED-PHONES
024300                 THRU 3500-EXIT
024400         PERFORM 4000-RESOLVE-GROUPS THRU 4000-EXIT
024500         PERFORM 5000-PLACE-STUDENTS THRU 5000-EXIT
024600     END-IF
024700     PERFORM 8000-TERMINATE THRU 8000-EXIT
024800     STOP RUN.
024900 0000-MAINLINE-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300* 1000-INITIALIZE
025400*
025500* THE MASTER IS REQUIRED.  THE HOUSEHOLD FILE IS CREATED WITH
025600* OPEN OUTPUT THE FIRST TIME, AS WRITEDEM DOES WITH THE
025700* MASTER; ANY OTHER OPEN FAILURE ON IT IS FATAL.
025800*****************************************************************
025900 1000-INITIALIZE.
026000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026200     OPEN OUTPUT PRINT-FILE
026300     MOVE WS-RUN-DATE TO WS-TI-DATE
026400     MOVE WS-TITLE-LINE TO PRINT-LINE
026500     WRITE PRINT-LINE
026600     OPEN INPUT STUDENT-FILE
026700     IF WS-STUDENT-FILE-STATUS NOT = "00"
026800         MOVE "STUDENTS.DAT" TO WS-AB-FILE
026900         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
027000         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
027100         GO TO 1000-EXIT
027200     END-IF
027300     OPEN I-O HOUSEHOLD-FILE
027400     IF WS-HHLD-FILE-NOTFND
027500         OPEN OUTPUT HOUSEHOLD-FILE
027600         SET WS-HHLD-NEW TO TRUE
027700     END-IF
027800     IF WS-HHLD-FILE-STATUS NOT = "00"
027900         MOVE "HOUSEHLD.DAT" TO WS-AB-FILE
028000         MOVE WS-HHLD-FILE-STATUS TO WS-AB-STATUS
028100         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
028200         CLOSE STUDENT-FILE
028300         GO TO 1000-EXIT
028400     END-IF
028500     OPEN INPUT CONTACT-FILE
028600     IF WS-CONT-FILE-STATUS = "00"
028700         SET WS-CONT-OPEN TO TRUE
028800     ELSE
028900         DISPLAY "*** STUCONT NOT AVAILABLE (STATUS "
029000             WS-CONT-FILE-STATUS ") - MATCHING ON GUARDIAN "
029100             "PHONES ONLY ***"
029200         CLOSE CONTACT-FILE
029300     END-IF.
029400 1000-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800* 1100-ABORT-RUN
029900*****************************************************************
030000 1100-ABORT-RUN.
030100     DISPLAY "*** HHMATCH ABORTED - " WS-AB-FILE
030200         " OPEN STATUS " WS-AB-STATUS " ***"
030300     MOVE WS-ABORT-LINE TO PRINT-LINE
030400     WRITE PRINT-LINE
030500     MOVE 8 TO RETURN-CODE
030600     SET WS-ABORTED TO TRUE.
030700 1100-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 2000-LOAD-STUDENTS
031200*
031300* EVERY ACTIVE STUDENT, EACH STARTING AS A GROUP OF ONE.  A
031400* MASTER TOO BIG FOR THE TABLE ENDS THE RUN - A PARTIAL MATCH
031500* WOULD SPLIT FAMILIES ACROSS THE CUT.
031600*****************************************************************
031700 2000-LOAD-STUDENTS.
031800     SET WS-NOT-EOF TO TRUE
031900     PERFORM 2100-READ-STUDENT THRU 2100-EXIT
032000     PERFORM 2200-STORE-ONE-STUDENT THRU 2200-EXIT
032100         UNTIL WS-EOF
032200            OR WS-ABORTED.
032300 2000-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700* 2100-READ-STUDENT
032800*****************************************************************
032900 2100-READ-STUDENT.
033000     READ STUDENT-FILE NEXT RECORD
033100         AT END
033200             SET WS-EOF TO TRUE
033300     END-READ.
033400 2100-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800* 2200-STORE-ONE-STUDENT
033900*****************************************************************
034000 2200-STORE-ONE-STUDENT.
034100     IF NOT STU-STATUS-ACTIVE
034200         GO TO 2200-NEXT
034300     END-IF
034400     IF WS-ST-COUNT >= WS-ST-LIMIT
034500         DISPLAY "*** HHMATCH ABORTED - MORE THAN " WS-ST-LIMIT
034600             " ACTIVE STUDENTS ***"
034700         MOVE "*** RUN ABORTED - STUDENT TABLE FULL"
034800             TO PRINT-LINE
034900         WRITE PRINT-LINE
035000         MOVE 8 TO RETURN-CODE
035100         SET WS-ABORTED TO TRUE
035200         GO TO 2200-EXIT
035300     END-IF
035400     ADD 1 TO WS-ST-COUNT
035500     ADD 1 TO WS-ACTIVE-COUNT
035600     MOVE STU-ID             TO WS-ST-ID(WS-ST-COUNT)
035700     MOVE STU-LAST-NAME      TO WS-ST-LAST-NAME(WS-ST-COUNT)
035800     MOVE STU-FIRST-NAME     TO WS-ST-FIRST-NAME(WS-ST-COUNT)
035900     MOVE STU-GUARDIAN-PHONE TO WS-ST-PHONE(WS-ST-COUNT)
036000     MOVE WS-ST-COUNT        TO WS-ST-PARENT(WS-ST-COUNT)
036100     MOVE "N"                TO WS-ST-ON-FILE-SW(WS-ST-COUNT)
036200     MOVE ZERO               TO WS-ST-HHLD(WS-ST-COUNT)
036300                                WS-ST-COMP-HHLD(WS-ST-COUNT)
036400                                WS-ST-COMP-NEW(WS-ST-COUNT)
036500                                WS-ST-NEW-HHLD(WS-ST-COUNT)
036600     MOVE "N"             TO WS-ST-COMP-CONFLICT(WS-ST-COUNT).
036700 2200-NEXT.
036800     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
036900 2200-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300* 2300-FIND-STUDENT
037400*****************************************************************
037500 2300-FIND-STUDENT.
037600     MOVE ZERO        TO WS-FIND-IDX
037700     MOVE 1           TO WS-FIND-LOW
037800     MOVE WS-ST-COUNT TO WS-FIND-HIGH
037900     PERFORM 2310-PROBE-ONE THRU 2310-EXIT
038000         UNTIL WS-FIND-LOW > WS-FIND-HIGH
038100            OR WS-FIND-IDX > ZERO.
038200 2300-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600* 2310-PROBE-ONE
038700*****************************************************************
038800 2310-PROBE-ONE.
038900     COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
039000     EVALUATE TRUE
039100         WHEN WS-ST-ID(WS-FIND-MID) = WS-FIND-ID
039200             MOVE WS-FIND-MID TO WS-FIND-IDX
039300         WHEN WS-ST-ID(WS-FIND-MID) < WS-FIND-ID
039400             COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
039500         WHEN OTHER
039600             COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
039700     END-EVALUATE.
039800 2310-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200* 2500-LOAD-HOUSEHOLDS
040300*
040400* MARKS EVERY ACTIVE STUDENT ALREADY ON THE HOUSEHOLD FILE
040500* AND NOTES THE HIGHEST HOUSEHOLD NUMBER IN USE SO NEW ONES
040600* CARRY ON FROM IT.  ROWS FOR STUDENTS NO LONGER ACTIVE ARE
040700* PASSED OVER - HHCHECK REPORTS THEM.
040800*****************************************************************
040900 2500-LOAD-HOUSEHOLDS.
041000     IF WS-HHLD-NEW
041100         GO TO 2500-EXIT
041200     END-IF
041300     SET WS-HHLD-NOT-EOF TO TRUE
041400     MOVE LOW-VALUES TO HHLD-KEY
041500     START HOUSEHOLD-FILE
041600         KEY IS NOT < HHLD-KEY
041700         INVALID KEY
041800             SET WS-HHLD-EOF TO TRUE
041900     END-START
042000     PERFORM 2510-READ-HOUSEHOLD THRU 2510-EXIT
042100     PERFORM 2520-MARK-ONE-MEMBER THRU 2520-EXIT
042200         UNTIL WS-HHLD-EOF.
042300 2500-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700* 2510-READ-HOUSEHOLD
042800*****************************************************************
042900 2510-READ-HOUSEHOLD.
043000     IF WS-HHLD-EOF
043100         GO TO 2510-EXIT
043200     END-IF
043300     READ HOUSEHOLD-FILE NEXT RECORD
043400         AT END
043500             SET WS-HHLD-EOF TO TRUE
043600     END-READ.
043700 2510-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100* 2520-MARK-ONE-MEMBER
044200*****************************************************************
044300 2520-MARK-ONE-MEMBER.
044400     IF HHLD-NUMBER > WS-LAST-HHLD-NUMBER
044500         MOVE HHLD-NUMBER TO WS-LAST-HHLD-NUMBER
044600     END-IF
044700     MOVE HHLD-STUDENT-ID TO WS-FIND-ID
044800     PERFORM 2300-FIND-STUDENT THRU 2300-EXIT
044900     IF WS-FIND-IDX = ZERO
045000         GO TO 2520-NEXT
045100     END-IF
045200     MOVE "Y"         TO WS-ST-ON-FILE-SW(WS-FIND-IDX)
045300     MOVE HHLD-NUMBER TO WS-ST-HHLD(WS-FIND-IDX)
045400     IF HHLD-KEPT-OUT
045500         ADD 1 TO WS-KEPT-OUT-COUNT
045600     ELSE
045700         ADD 1 TO WS-ON-FILE-COUNT
045800     END-IF.
045900 2520-NEXT.
046000     PERFORM 2510-READ-HOUSEHOLD THRU 2510-EXIT.
046100 2520-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500* 3000-RELEASE-PHONES
046600*
046700* SORT INPUT PROCEDURE - ONE RECORD PER (PHONE, STUDENT): THE
046800* GUARDIAN PHONE FROM THE TABLE, THEN EVERY CONTACT PHONE.  A
046900* STUDENT THE OFFICE KEPT OUT OF HOUSEHOLDS RELEASES NOTHING,
047000* SO IT CANNOT EVEN BRIDGE TWO OTHER FAMILIES.
047100*****************************************************************
047200 3000-RELEASE-PHONES.
047300     PERFORM 3100-RELEASE-GUARDIAN-PHONE THRU 3100-EXIT
047400         VARYING WS-ST-IDX FROM 1 BY 1
047500         UNTIL WS-ST-IDX > WS-ST-COUNT
047600     IF NOT WS-CONT-OPEN
047700         GO TO 3000-EXIT
047800     END-IF
047900     SET WS-CONT-NOT-EOF TO TRUE
048000     PERFORM 3200-READ-CONTACT THRU 3200-EXIT
048100     PERFORM 3300-RELEASE-CONTACT-PHONE THRU 3300-EXIT
048200         UNTIL WS-CONT-EOF.
048300 3000-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700* 3100-RELEASE-GUARDIAN-PHONE
048800*****************************************************************
048900 3100-RELEASE-GUARDIAN-PHONE.
049000     IF WS-ST-ON-FILE(WS-ST-IDX)
049100        AND WS-ST-HHLD(WS-ST-IDX) = ZERO
049200         GO TO 3100-EXIT
049300     END-IF
049400     IF WS-ST-PHONE(WS-ST-IDX) = SPACES
049500        OR WS-ST-PHONE(WS-ST-IDX) = ZERO
049600         GO TO 3100-EXIT
049700     END-IF
049800     MOVE WS-ST-PHONE(WS-ST-IDX) TO SRT-PHONE
049900     MOVE WS-ST-IDX              TO SRT-IDX
050000     RELEASE SORT-RECORD
050100     ADD 1 TO WS-PHONES-RELEASED.
050200 3100-EXIT.
050300     EXIT.
050400
050500*****************************************************************
050600* 3200-READ-CONTACT
050700*****************************************************************
050800 3200-READ-CONTACT.
050900     READ CONTACT-FILE NEXT RECORD
051000         AT END
051100             SET WS-CONT-EOF TO TRUE
051200     END-READ.
051300 3200-EXIT.
051400     EXIT.
051500
051600*****************************************************************
051700* 3300-RELEASE-CONTACT-PHONE
051800*****************************************************************
051900 3300-RELEASE-CONTACT-PHONE.
052000     IF CONT-PHONE = SPACES OR CONT-PHONE = ZERO
052100         GO TO 3300-NEXT
052200     END-IF
052300     MOVE CONT-STUDENT-ID TO WS-FIND-ID
052400     PERFORM 2300-FIND-STUDENT THRU 2300-EXIT
052500     IF WS-FIND-IDX = ZERO
052600         GO TO 3300-NEXT
052700     END-IF
052800     IF WS-ST-ON-FILE(WS-FIND-IDX)
052900        AND WS-ST-HHLD(WS-FIND-IDX) = ZERO
053000         GO TO 3300-NEXT
053100     END-IF
053200     MOVE CONT-PHONE  TO SRT-PHONE
053300     MOVE WS-FIND-IDX TO SRT-IDX
053400     RELEASE SORT-RECORD
053500     ADD 1 TO WS-PHONES-RELEASED.
053600 3300-NEXT.
053700     PERFORM 3200-READ-CONTACT THRU 3200-EXIT.
053800 3300-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200* 3500-LINK-SHARED-PHONES
054300*
054400* SORT OUTPUT PROCEDURE - THE RECORDS COME BACK IN PHONE
054500* ORDER, AND EVERY STUDENT IN A RUN OF ONE NUMBER IS JOINED
054600* TO THE FIRST STUDENT OF THE RUN.
054700*****************************************************************
054800 3500-LINK-SHARED-PHONES.
054900     SET WS-SORT-NOT-EOF TO TRUE
055000     MOVE HIGH-VALUES TO WS-PREV-PHONE
055100     PERFORM 3510-RETURN-SORT-RECORD THRU 3510-EXIT
055200     PERFORM 3520-LINK-ONE-PHONE THRU 3520-EXIT
055300         UNTIL WS-SORT-EOF.
055400 3500-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800* 3510-RETURN-SORT-RECORD
055900*****************************************************************
056000 3510-RETURN-SORT-RECORD.
056100     RETURN SORT-FILE
056200         AT END
056300             SET WS-SORT-EOF TO TRUE
056400     END-RETURN.
056500 3510-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900* 3520-LINK-ONE-PHONE
057000*****************************************************************
057100 3520-LINK-ONE-PHONE.
057200     IF SRT-PHONE NOT = WS-PREV-PHONE
057300         MOVE SRT-PHONE TO WS-PREV-PHONE
057400         MOVE SRT-IDX   TO WS-GROUP-IDX
057500     ELSE
057600         PERFORM 3600-JOIN-GROUPS THRU 3600-EXIT
057700     END-IF
057800     PERFORM 3510-RETURN-SORT-RECORD THRU 3510-EXIT.
057900 3520-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300* 3600-JOIN-GROUPS
058400*
058500* JOINS SRT-IDX'S GROUP TO WS-GROUP-IDX'S.  THE LOWER ROOT
058600* ALWAYS WINS SO A GROUP'S ROOT IS ITS LOWEST STUDENT ID.
058700*****************************************************************
058800 3600-JOIN-GROUPS.
058900     MOVE WS-GROUP-IDX TO WS-ROOT-NODE
059000     PERFORM 4500-FIND-ROOT THRU 4500-EXIT
059100     MOVE WS-ROOT-NODE TO WS-ROOT-A
059200     MOVE SRT-IDX TO WS-ROOT-NODE
059300     PERFORM 4500-FIND-ROOT THRU 4500-EXIT
059400     MOVE WS-ROOT-NODE TO WS-ROOT-B
059500     EVALUATE TRUE
059600         WHEN WS-ROOT-A < WS-ROOT-B
059700             MOVE WS-ROOT-A TO WS-ST-PARENT(WS-ROOT-B)
059800         WHEN WS-ROOT-B < WS-ROOT-A
059900             MOVE WS-ROOT-B TO WS-ST-PARENT(WS-ROOT-A)
060000     END-EVALUATE
060100*    SHORTEN THE CLIMB FOR THE NEXT LOOK-UP OF EITHER STUDENT.
060200     MOVE WS-ST-PARENT(WS-ROOT-A) TO WS-ST-PARENT(WS-GROUP-IDX)
060300     MOVE WS-ST-PARENT(WS-ROOT-B) TO WS-ST-PARENT(SRT-IDX).
060400 3600-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800* 4000-RESOLVE-GROUPS
060900*
061000* TWO PASSES OVER THE TABLE SUM EACH GROUP ONTO ITS ROOT -
061100* WHICH EXISTING HOUSEHOLD IT REACHES (TWO DIFFERENT ONES IS
061200* A CONFLICT) AND HOW MANY OF ITS STUDENTS ARE NEW TO THE FILE.
061300*****************************************************************
061400 4000-RESOLVE-GROUPS.
061500     PERFORM 4100-NOTE-EXISTING-MEMBER THRU 4100-EXIT
061600         VARYING WS-ST-IDX FROM 1 BY 1
061700         UNTIL WS-ST-IDX > WS-ST-COUNT
061800     PERFORM 4200-COUNT-NEW-MEMBER THRU 4200-EXIT
061900         VARYING WS-ST-IDX FROM 1 BY 1
062000         UNTIL WS-ST-IDX > WS-ST-COUNT.
062100 4000-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500* 4100-NOTE-EXISTING-MEMBER
062600*****************************************************************
062700 4100-NOTE-EXISTING-MEMBER.
062800     IF WS-ST-HHLD(WS-ST-IDX) = ZERO
062900         GO TO 4100-EXIT
063000     END-IF
063100     MOVE WS-ST-IDX TO WS-ROOT-NODE
063200     PERFORM 4500-FIND-ROOT THRU 4500-EXIT
063300     EVALUATE TRUE
063400         WHEN WS-ST-COMP-HHLD(WS-ROOT-NODE) = ZERO
063500             MOVE WS-ST-HHLD(WS-ST-IDX)
063600                 TO WS-ST-COMP-HHLD(WS-ROOT-NODE)
063700         WHEN WS-ST-COMP-HHLD(WS-ROOT-NODE)
063800                 NOT = WS-ST-HHLD(WS-ST-IDX)
063900             MOVE "Y" TO WS-ST-COMP-CONFLICT(WS-ROOT-NODE)
064000     END-EVALUATE.
064100 4100-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500* 4200-COUNT-NEW-MEMBER
064600*****************************************************************
064700 4200-COUNT-NEW-MEMBER.
064800     IF WS-ST-ON-FILE(WS-ST-IDX)
064900         GO TO 4200-EXIT
065000     END-IF
065100     MOVE WS-ST-IDX TO WS-ROOT-NODE
065200     PERFORM 4500-FIND-ROOT THRU 4500-EXIT
065300     ADD 1 TO WS-ST-COMP-NEW(WS-ROOT-NODE).
065400 4200-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800* 4500-FIND-ROOT
065900*
066000* CLIMBS WS-ROOT-NODE UP ITS PARENT CHAIN TO THE GROUP ROOT.
066100*****************************************************************
066200 4500-FIND-ROOT.
066300     PERFORM 4510-CLIMB-ONE THRU 4510-EXIT
066400         UNTIL WS-ST-PARENT(WS-ROOT-NODE) = WS-ROOT-NODE.
066500 4500-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900* 4510-CLIMB-ONE
067000*****************************************************************
067100 4510-CLIMB-ONE.
067200     MOVE WS-ST-PARENT(WS-ROOT-NODE) TO WS-ROOT-NODE.
067300 4510-EXIT.
067400     EXIT.
067500
067600*****************************************************************
067700* 5000-PLACE-STUDENTS
067800*
067900* ONE PASS IN STUDENT ID ORDER OVER THE STUDENTS NOT YET ON
068000* THE FILE, WRITING A HOUSEHOLD RECORD FOR EACH ONE PLACED.
068100*****************************************************************
068200 5000-PLACE-STUDENTS.
068300     MOVE WS-COLUMN-LINE TO PRINT-LINE
068400     WRITE PRINT-LINE
068500     PERFORM 5100-PLACE-ONE-STUDENT THRU 5100-EXIT
068600         VARYING WS-ST-IDX FROM 1 BY 1
068700         UNTIL WS-ST-IDX > WS-ST-COUNT.
068800 5000-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200* 5100-PLACE-ONE-STUDENT
069300*****************************************************************
069400 5100-PLACE-ONE-STUDENT.
069500     IF WS-ST-ON-FILE(WS-ST-IDX)
069600         GO TO 5100-EXIT
069700     END-IF
069800     MOVE WS-ST-IDX TO WS-ROOT-NODE
069900     PERFORM 4500-FIND-ROOT THRU 4500-EXIT
070000     MOVE SPACES TO WS-DL-HHLD
070100     EVALUATE TRUE
070200         WHEN WS-ST-COMP-CONFLICT(WS-ROOT-NODE) = "Y"
070300             ADD 1 TO WS-AMBIGUOUS-COUNT
070400             MOVE "MATCHES TWO OR MORE HOUSEHOLDS - PLACE BY HAND"
070500                 TO WS-DL-ACTION
070600             PERFORM 5300-PRINT-DETAIL THRU 5300-EXIT
070700             GO TO 5100-EXIT
070800         WHEN WS-ST-COMP-HHLD(WS-ROOT-NODE) NOT = ZERO
070900             ADD 1 TO WS-JOINED-COUNT
071000             MOVE WS-ST-COMP-HHLD(WS-ROOT-NODE) TO WS-PLACE-HHLD
071100             MOVE "JOINED EXISTING HOUSEHOLD" TO WS-DL-ACTION
071200         WHEN WS-ST-COMP-NEW(WS-ROOT-NODE) > 1
071300             IF WS-ST-NEW-HHLD(WS-ROOT-NODE) = ZERO
071400                 ADD 1 TO WS-LAST-HHLD-NUMBER
071500                 MOVE WS-LAST-HHLD-NUMBER
071600                     TO WS-ST-NEW-HHLD(WS-ROOT-NODE)
071700                 ADD 1 TO WS-NEW-HHLD-COUNT
071800             END-IF
071900             ADD 1 TO WS-NEW-MEMBER-COUNT
072000             MOVE WS-ST-NEW-HHLD(WS-ROOT-NODE) TO WS-PLACE-HHLD
072100             MOVE "NEW HOUSEHOLD" TO WS-DL-ACTION
072200         WHEN OTHER
072300             ADD 1 TO WS-UNMATCHED-COUNT
072400             GO TO 5100-EXIT
072500     END-EVALUATE
072600     PERFORM 5200-WRITE-HOUSEHOLD THRU 5200-EXIT.
072700 5100-EXIT.
072800     EXIT.
072900
073000*****************************************************************
073100* 5200-WRITE-HOUSEHOLD
073200*****************************************************************
073300 5200-WRITE-HOUSEHOLD.
073400     MOVE SPACES                TO HOUSEHOLD-RECORD
073500     MOVE WS-PLACE-HHLD         TO HHLD-NUMBER
073600     MOVE WS-ST-ID(WS-ST-IDX)   TO HHLD-STUDENT-ID
073700     MOVE "M"                   TO HHLD-SOURCE
073800     MOVE WS-RUN-DATE           TO HHLD-LINKED-DATE
073900     MOVE WS-OPERATOR-ID        TO HHLD-OPERATOR-ID
074000     WRITE HOUSEHOLD-RECORD
074100         INVALID KEY
074200             MOVE "*** DUPLICATE HOUSEHOLD KEY - NOT WRITTEN"
074300                 TO WS-DL-ACTION
074400     END-WRITE
074500     MOVE WS-PLACE-HHLD TO WS-DL-HHLD
074600     PERFORM 5300-PRINT-DETAIL THRU 5300-EXIT.
074700 5200-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100* 5300-PRINT-DETAIL
075200*****************************************************************
075300 5300-PRINT-DETAIL.
075400     MOVE WS-ST-ID(WS-ST-IDX)         TO WS-DL-ID
075500     MOVE WS-ST-LAST-NAME(WS-ST-IDX)  TO WS-DL-LAST-NAME
075600     MOVE WS-ST-FIRST-NAME(WS-ST-IDX) TO WS-DL-FIRST-NAME
075700     MOVE WS-ST-PHONE(WS-ST-IDX)      TO WS-DL-PHONE
075800     MOVE WS-DETAIL-LINE TO PRINT-LINE
075900     WRITE PRINT-LINE.
076000 5300-EXIT.
076100     EXIT.
076200
076300*****************************************************************
076400* 8000-TERMINATE
076500*****************************************************************
076600 8000-TERMINATE.
076700     IF WS-ABORTED
076800         CLOSE PRINT-FILE
076900         GO TO 8000-EXIT
077000     END-IF
077100     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
077200     CLOSE STUDENT-FILE
077300           HOUSEHOLD-FILE
077400     IF WS-CONT-OPEN
077500         CLOSE CONTACT-FILE
077600     END-IF
077700     CLOSE PRINT-FILE.
077800 8000-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200* 8100-PRINT-TOTALS
078300*****************************************************************
078400 8100-PRINT-TOTALS.
078500     MOVE SPACES TO PRINT-LINE
078600     WRITE PRINT-LINE
078700     MOVE "ACTIVE STUDENTS:              " TO WS-TL-LABEL
078800     MOVE WS-ACTIVE-COUNT TO WS-TL-COUNT
078900     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
079000     MOVE "ALREADY IN A HOUSEHOLD:       " TO WS-TL-LABEL
079100     MOVE WS-ON-FILE-COUNT TO WS-TL-COUNT
079200     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
079300     MOVE "KEPT OUT BY THE OFFICE:       " TO WS-TL-LABEL
079400     MOVE WS-KEPT-OUT-COUNT TO WS-TL-COUNT
079500     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
079600     MOVE "PHONE NUMBERS MATCHED ON:     " TO WS-TL-LABEL
079700     MOVE WS-PHONES-RELEASED TO WS-TL-COUNT
079800     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
079900     MOVE "JOINED EXISTING HOUSEHOLDS:   " TO WS-TL-LABEL
080000     MOVE WS-JOINED-COUNT TO WS-TL-COUNT
080100     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
080200     MOVE "NEW HOUSEHOLDS:               " TO WS-TL-LABEL
080300     MOVE WS-NEW-HHLD-COUNT TO WS-TL-COUNT
080400     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
080500     MOVE "STUDENTS IN NEW HOUSEHOLDS:   " TO WS-TL-LABEL
080600     MOVE WS-NEW-MEMBER-COUNT TO WS-TL-COUNT
080700     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
080800     MOVE "LEFT TO PLACE BY HAND:        " TO WS-TL-LABEL
080900     MOVE WS-AMBIGUOUS-COUNT TO WS-TL-COUNT
081000     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
081100     MOVE "NO SIBLING MATCH:             " TO WS-TL-LABEL
081200     MOVE WS-UNMATCHED-COUNT TO WS-TL-COUNT
081300     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT.
081400 8100-EXIT.
081500     EXIT.
081600
081700*****************************************************************
081800* 8200-PRINT-TOTAL-LINE
081900*****************************************************************
082000 8200-PRINT-TOTAL-LINE.
082100     MOVE WS-TOTAL-LINE TO PRINT-LINE
082200     WRITE PRINT-LINE.
082300 8200-EXIT.
082400     EXIT.
