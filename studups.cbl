000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STUDUPS.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STUDUPS
000900*
001000* SUSPECT-DUPLICATE STUDENT REPORT.  LOADS EVERY STUDENT ON
001100* STUDENTS.DAT, THE STUSTAGE PRE-REGISTRATION FILE AND THE
001200* STUGRAD GRADUATE ARCHIVE, THEN COMPARES EVERY ONE AGAINST
001300* EVERY OTHER ON LAST NAME, FIRST NAME AND DATE OF BIRTH AND
001400* LISTS EACH PAIR THAT LOOKS LIKE ONE CHILD UNDER TWO IDS.
001500* THE OFFICE WORKS THE LISTING AND PUNCHES A STUMERGE CARD
001600* FOR EACH PAIR IT CONFIRMS.
001700*
001800* A PAIR IS A SUSPECT WHEN -
001900*   EXACT          NAMES AND DATE OF BIRTH ALL AGREE;
002000*   NAME SLIP      DATE OF BIRTH AGREES AND EACH NAME AGREES
002100*                  OR IS ONE KEYING SLIP AWAY - ONE LETTER
002200*                  WRONG, TWO NEIGHBOURS SWAPPED, OR ONE
002300*                  LETTER DROPPED OR DOUBLED;
002400*   DOB SLIP       BOTH NAMES AGREE AND THE DATE OF BIRTH IS
002500*                  ONE DIGIT WRONG, TWO NEIGHBOURING DIGITS
002600*                  SWAPPED, OR MONTH AND DAY KEYED BACKWARDS;
002700*   NAMES SWAPPED  DATE OF BIRTH AGREES AND THE LAST AND FIRST
002800*                  NAMES WERE KEYED INTO EACH OTHER'S FIELDS.
002900*
003000* TWO GRADUATES ARE NEVER PAIRED WITH EACH OTHER - THE ARCHIVE
003100* IS HISTORY - AND A STAGED RECORD IS NOT PAIRED WITH THE
003200* MASTER RECORD OF THE SAME ID STUACTV ALREADY ACTIVATED.  A
003300* MASTER RECORD ALREADY WITHDRAWN AS MERGED (REASON "MG") IS
003400* LEFT OUT ALTOGETHER.  STUSTAGE AND STUGRAD ARE OPTIONAL -
003500* EITHER ONE MISSING IS NOTED AND THE REST IS STILL COMPARED.
003600*
003700* MODIFICATION HISTORY
003800* ------------------------------------------------------------
003900* DATE       INIT DESCRIPTION
004000* ---------- ---- -----------------------------------------
004100* 2026-10-15 MFM  ORIGINAL PROGRAM.
004200*****************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*    DDNAME ASSIGNS AS IN WRITEDEM - SEE STUDUPS.JCL.
004800     SELECT STUDENT-FILE ASSIGN TO STUDENTS
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS STU-ID
005200         ALTERNATE RECORD KEY IS STU-LAST-NAME
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005500     SELECT STAGING-FILE ASSIGN TO STUSTAGE
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-STAGE-FILE-STATUS.
005800     SELECT GRADUATE-FILE ASSIGN TO STUGRAD
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-GRAD-FILE-STATUS.
006100     SELECT PRINT-FILE ASSIGN TO DUPSRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PRINT-FILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  STUDENT-FILE.
006800     COPY STUDREC.
006900 FD  STAGING-FILE.
007000 01  STAGING-RECORD              PIC X(108).
007100 FD  GRADUATE-FILE.
007200     COPY GRADREC.
007300 FD  PRINT-FILE
007400     RECORDING MODE IS F.
007500 01  PRINT-LINE                  PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900* FILE STATUS FIELDS
008000*****************************************************************
008100 01  WS-STUDENT-FILE-STATUS      PIC X(02).
008200 01  WS-STAGE-FILE-STATUS        PIC X(02).
008300 01  WS-GRAD-FILE-STATUS         PIC X(02).
008400 01  WS-PRINT-FILE-STATUS        PIC X(02).
008500
008600 01  WS-EOF-SWITCH               PIC X(01).
008700     88  WS-EOF                  VALUE "Y".
008800     88  WS-NOT-EOF              VALUE "N".
008900
009000 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
009100     88  WS-ABORTED              VALUE "Y".
009200
009300*****************************************************************
009400* STAGED AND ARCHIVED IMAGES ARE PICKED APART HERE - ONLY THE
009500* ID, NAMES AND DATE OF BIRTH AT THE FRONT ARE WANTED, AND
009600* THOSE SIT IN THE SAME PLACE IN EVERY LAYOUT THE ARCHIVE HAS
009700* EVER HELD.
009800*****************************************************************
009900 01  WS-IN-IMAGE.
010000     05  WS-IN-ID                PIC X(06).
010100     05  WS-IN-LAST-NAME         PIC X(15).
010200     05  WS-IN-FIRST-NAME        PIC X(12).
010300     05  WS-IN-DOB               PIC X(08).
010400     05  FILLER                  PIC X(67).
010500 01  WS-IN-SOURCE                PIC X(01).
010600
010700*****************************************************************
010800* CANDIDATE TABLE - EVERY STUDENT FROM ALL THREE FILES.  SIX
010900* THOUSAND IS THE ROLL, A SPRING OF PRE-REGISTRATIONS AND TEN
011000* GRADUATING CLASSES WITH ROOM TO SPARE.
011100*****************************************************************
011200 01  WS-CANDIDATE-TABLE.
011300     05  WS-CD-ENTRY OCCURS 6000 TIMES.
011400         10  WS-CD-SOURCE        PIC X(01).
011500             88  WS-CD-FROM-MASTER   VALUE "M".
011600             88  WS-CD-FROM-STAGING  VALUE "S".
011700             88  WS-CD-FROM-GRADUATE VALUE "G".
011800         10  WS-CD-ID            PIC X(06).
011900         10  WS-CD-LAST-NAME     PIC X(15).
012000         10  WS-CD-FIRST-NAME    PIC X(12).
012100         10  WS-CD-DOB           PIC X(08).
012200         10  WS-CD-NOTE          PIC X(12).
012300 01  WS-CD-COUNT                 PIC 9(04) COMP VALUE ZERO.
012400 01  WS-CD-LIMIT                 PIC 9(04) COMP VALUE 6000.
012500 01  WS-A-IDX                    PIC 9(04) COMP VALUE ZERO.
012600 01  WS-B-IDX                    PIC 9(04) COMP VALUE ZERO.
012700 01  WS-B-START                  PIC 9(04) COMP VALUE ZERO.
012800 01  WS-PRINT-IDX                PIC 9(04) COMP VALUE ZERO.
012900 01  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
013000     88  WS-TABLE-FULL           VALUE "Y".
013100
013200*****************************************************************
013300* COMPARISON WORK FIELDS.  TWO VALUES ARE COMPARED AT A TIME -
013400* A PAIR OF NAMES OR A PAIR OF DATES - AND WS-CMP-RESULT SAYS
013500* WHETHER THEY AGREE, ARE ONE KEYING SLIP APART, OR DIFFER.
013600*****************************************************************
013700 01  WS-CMP-A                    PIC X(15).
013800 01  WS-CMP-B                    PIC X(15).
013900 01  WS-CMP-LONG                 PIC X(15).
014000 01  WS-CMP-SHORT                PIC X(15).
014100 01  WS-CMP-LEN-A                PIC 9(02) COMP.
014200 01  WS-CMP-LEN-B                PIC 9(02) COMP.
014300 01  WS-CMP-LEN-LONG             PIC 9(02) COMP.
014400 01  WS-CMP-LEN-SHORT            PIC 9(02) COMP.
014500 01  WS-CMP-POS                  PIC 9(02) COMP.
014600 01  WS-CMP-REST                 PIC 9(02) COMP.
014700 01  WS-DIFF-COUNT               PIC 9(02) COMP.
014800 01  WS-DIFF-POS-1               PIC 9(02) COMP.
014900 01  WS-DIFF-POS-2               PIC 9(02) COMP.
015000 01  WS-CMP-RESULT               PIC X(01).
015100     88  WS-CMP-EXACT            VALUE "E".
015200     88  WS-CMP-SLIP             VALUE "S".
015300     88  WS-CMP-DIFFERENT        VALUE "N".
015400 01  WS-LAST-RESULT              PIC X(01).
015500     88  WS-LAST-EXACT           VALUE "E".
015600     88  WS-LAST-DIFFERENT       VALUE "N".
015700 01  WS-FIRST-RESULT             PIC X(01).
015800     88  WS-FIRST-EXACT          VALUE "E".
015900     88  WS-FIRST-DIFFERENT      VALUE "N".
016000 01  WS-MATCH-TYPE               PIC X(14).
016100
016200*****************************************************************
016300* RUN COUNTS
016400*****************************************************************
016500 01  WS-RUN-DATE                 PIC 9(08).
016600 01  WS-MASTER-READ              PIC 9(06) VALUE ZERO.
016700 01  WS-MERGED-SKIPPED           PIC 9(06) VALUE ZERO.
016800 01  WS-STAGED-READ              PIC 9(06) VALUE ZERO.
016900 01  WS-GRAD-READ                PIC 9(06) VALUE ZERO.
017000 01  WS-SUSPECT-COUNT            PIC 9(06) VALUE ZERO.
017100 01  WS-EXACT-COUNT              PIC 9(06) VALUE ZERO.
017200 01  WS-NAME-SLIP-COUNT          PIC 9(06) VALUE ZERO.
017300 01  WS-DOB-SLIP-COUNT           PIC 9(06) VALUE ZERO.
017400 01  WS-SWAPPED-COUNT            PIC 9(06) VALUE ZERO.
017500
017600*****************************************************************
017700* PRINT LINE WORK AREAS
017800*****************************************************************
017900 01  WS-TITLE-LINE.
018000     05  FILLER                  PIC X(34)
018100         VALUE "SUSPECT DUPLICATE STUDENTS ".
018200     05  WS-TI-DATE              PIC 9(08).
018300
018400 01  WS-ABORT-LINE.
018500     05  FILLER                  PIC X(50)
018600         VALUE "*** RUN ABORTED - SEE SYSOUT ***".
018700
018800 01  WS-HEADING-LINE.
018900     05  FILLER                  PIC X(06) VALUE SPACES.
019000     05  FILLER                  PIC X(10) VALUE "FILE".
019100     05  FILLER                  PIC X(08) VALUE "ID".
019200     05  FILLER                  PIC X(16) VALUE "LAST NAME".
019300     05  FILLER                  PIC X(13) VALUE "FIRST NAME".
019400     05  FILLER                  PIC X(10) VALUE "BORN".
019500     05  FILLER                  PIC X(12) VALUE "STATUS".
019600
019700 01  WS-PAIR-LINE.
019800     05  FILLER                  PIC X(08) VALUE "SUSPECT ".
019900     05  WS-PL-NUMBER            PIC ZZZ9.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-PL-MATCH-TYPE        PIC X(14).
020200
020300 01  WS-CANDIDATE-LINE.
020400     05  FILLER                  PIC X(06) VALUE SPACES.
020500     05  WS-CL-SOURCE            PIC X(08).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-CL-ID                PIC X(06).
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  WS-CL-LAST-NAME         PIC X(15).
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  WS-CL-FIRST-NAME        PIC X(12).
021200     05  FILLER                  PIC X(01) VALUE SPACE.
021300     05  WS-CL-DOB               PIC X(08).
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  WS-CL-NOTE              PIC X(12).
021600
021700 01  WS-NOTE-WORK.
021800     05  WS-NW-LABEL             PIC X(04).
021900     05  WS-NW-VALUE             PIC X(08).
022000
022100 01  WS-TABLE-FULL-LINE.
022200     05  FILLER                  PIC X(48)
022300         VALUE "*** CANDIDATE TABLE FULL - LATER RECORDS NOT ".
022400     05  FILLER                  PIC X(12)
022500         VALUE "COMPARED ***".
022600
022700 01  WS-TOTAL-LINE.
022800     05  WS-TL-LABEL             PIC X(30).
022900     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
023000
023100 PROCEDURE DIVISION.
023200*****************************************************************
023300* 0000-MAINLINE
023400*****************************************************************
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023700     IF NOT WS-ABORTED
023800         PERFORM 3000-COMPARE-FROM-ONE THRU 3000-EXIT
023900             VARYING WS-A-IDX FROM 1 BY 1
024000             UNTIL WS-A-IDX >= WS-CD-COUNT
024100     END-IF
024200     PERFORM 8000-TERMINATE THRU 8000-EXIT
024300     STOP RUN.
024400 0000-MAINLINE-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800* 1000-INITIALIZE
024900*****************************************************************
025000 1000-INITIALIZE.
025100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025200     OPEN OUTPUT PRINT-FILE
025300     MOVE WS-RUN-DATE TO WS-TI-DATE
025400     MOVE WS-TITLE-LINE TO PRINT-LINE
025500     WRITE PRINT-LINE
025600     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
025700     IF WS-ABORTED
025800         GO TO 1000-EXIT
025900     END-IF
026000     PERFORM 1200-LOAD-STAGING THRU 1200-EXIT
026100     PERFORM 1300-LOAD-GRADUATES THRU 1300-EXIT
026200     IF WS-TABLE-FULL
026300         MOVE WS-TABLE-FULL-LINE TO PRINT-LINE
026400         WRITE PRINT-LINE
026500     END-IF
026600     MOVE SPACES TO PRINT-LINE
026700     WRITE PRINT-LINE
026800     MOVE WS-HEADING-LINE TO PRINT-LINE
026900     WRITE PRINT-LINE.
027000 1000-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400* 1100-LOAD-MASTER
027500*
027600* THE MASTER IS REQUIRED - WITHOUT IT THERE IS NOTHING TO
027700* FIND A DUPLICATE OF.
027800*****************************************************************
027900 1100-LOAD-MASTER.
028000     OPEN INPUT STUDENT-FILE
028100     IF WS-STUDENT-FILE-STATUS NOT = "00"
028200         DISPLAY "*** STUDUPS ABORTED - STUDENTS.DAT OPEN "
028300             "STATUS " WS-STUDENT-FILE-STATUS " ***"
028400         MOVE WS-ABORT-LINE TO PRINT-LINE
028500         WRITE PRINT-LINE
028600         CLOSE STUDENT-FILE
028700         SET WS-ABORTED TO TRUE
028800         MOVE 8 TO RETURN-CODE
028900         GO TO 1100-EXIT
029000     END-IF
029100     SET WS-NOT-EOF TO TRUE
029200     PERFORM 1110-READ-MASTER THRU 1110-EXIT
029300     PERFORM 1120-STORE-ONE-MASTER THRU 1120-EXIT
029400         UNTIL WS-EOF
029500     CLOSE STUDENT-FILE.
029600 1100-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000* 1110-READ-MASTER
030100*****************************************************************
030200 1110-READ-MASTER.
030300     READ STUDENT-FILE NEXT RECORD
030400         AT END
030500             SET WS-EOF TO TRUE
030600     END-READ.
030700 1110-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 1120-STORE-ONE-MASTER
031200*****************************************************************
031300 1120-STORE-ONE-MASTER.
031400     ADD 1 TO WS-MASTER-READ
031500     IF STU-STATUS-WITHDRAWN
031600        AND STU-STATUS-REASON = "MG"
031700         ADD 1 TO WS-MERGED-SKIPPED
031800         GO TO 1120-NEXT
031900     END-IF
032000     MOVE SPACES TO WS-NOTE-WORK
032100     EVALUATE TRUE
032200         WHEN STU-STATUS-ACTIVE
032300             MOVE "ACTIVE" TO WS-NOTE-WORK
032400         WHEN OTHER
032500             MOVE STU-ENROLL-STATUS TO WS-NW-LABEL
032600             MOVE STU-STATUS-DATE   TO WS-NW-VALUE
032700     END-EVALUATE
032800     MOVE STUDENT-RECORD TO WS-IN-IMAGE
032900     MOVE "M" TO WS-IN-SOURCE
033000     PERFORM 1500-STORE-CANDIDATE THRU 1500-EXIT.
033100 1120-NEXT.
033200     PERFORM 1110-READ-MASTER THRU 1110-EXIT.
033300 1120-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700* 1200-LOAD-STAGING
033800*****************************************************************
033900 1200-LOAD-STAGING.
034000     OPEN INPUT STAGING-FILE
034100     IF WS-STAGE-FILE-STATUS NOT = "00"
034200         DISPLAY "*** WARNING - STUSTAGE OPEN STATUS "
034300             WS-STAGE-FILE-STATUS " - PRE-REGISTRATIONS NOT "
034400             "COMPARED ***"
034500         CLOSE STAGING-FILE
034600         GO TO 1200-EXIT
034700     END-IF
034800     SET WS-NOT-EOF TO TRUE
034900     PERFORM 1210-READ-STAGED THRU 1210-EXIT
035000     PERFORM 1220-STORE-ONE-STAGED THRU 1220-EXIT
035100         UNTIL WS-EOF
035200     CLOSE STAGING-FILE.
035300 1200-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035700* 1210-READ-STAGED
035800*****************************************************************
035900 1210-READ-STAGED.
036000     READ STAGING-FILE
036100         AT END
036200             SET WS-EOF TO TRUE
036300     END-READ.
036400 1210-EXIT.
036500     EXIT.
036600
036700*****************************************************************
036800* 1220-STORE-ONE-STAGED
036900*****************************************************************
037000 1220-STORE-ONE-STAGED.
037100     ADD 1 TO WS-STAGED-READ
037200     MOVE STAGING-RECORD TO WS-IN-IMAGE
037300     MOVE "PREREG" TO WS-NOTE-WORK
037400     MOVE "S" TO WS-IN-SOURCE
037500     PERFORM 1500-STORE-CANDIDATE THRU 1500-EXIT
037600     PERFORM 1210-READ-STAGED THRU 1210-EXIT.
037700 1220-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100* 1300-LOAD-GRADUATES
038200*****************************************************************
038300 1300-LOAD-GRADUATES.
038400     OPEN INPUT GRADUATE-FILE
038500     IF WS-GRAD-FILE-STATUS NOT = "00"
038600         DISPLAY "*** WARNING - STUGRAD OPEN STATUS "
038700             WS-GRAD-FILE-STATUS " - GRADUATES NOT "
038800             "COMPARED ***"
038900         CLOSE GRADUATE-FILE
039000         GO TO 1300-EXIT
039100     END-IF
039200     SET WS-NOT-EOF TO TRUE
039300     PERFORM 1310-READ-GRADUATE THRU 1310-EXIT
039400     PERFORM 1320-STORE-ONE-GRADUATE THRU 1320-EXIT
039500         UNTIL WS-EOF
039600     CLOSE GRADUATE-FILE.
039700 1300-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* 1310-READ-GRADUATE
040200*****************************************************************
040300 1310-READ-GRADUATE.
040400     READ GRADUATE-FILE
040500         AT END
040600             SET WS-EOF TO TRUE
040700     END-READ.
040800 1310-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041200* 1320-STORE-ONE-GRADUATE
041300*
041400* AN ARCHIVE ENTRY CUT BEFORE THE ENROLLMENT-STATUS FIELDS
041500* CARRIES ITS GRADUATION DATE AT BYTES 99-106 OF THE IMAGE
041600* AND SPACES IN GRAD-DATE, AS GRADINQ ALLOWS FOR.
041700*****************************************************************
041800 1320-STORE-ONE-GRADUATE.
041900     ADD 1 TO WS-GRAD-READ
042000     MOVE GRAD-STUDENT-DATA TO WS-IN-IMAGE
042100     MOVE "GRAD" TO WS-NW-LABEL
042200     IF GRAD-DATE NUMERIC
042300         MOVE GRAD-DATE TO WS-NW-VALUE
042400     ELSE
042500         MOVE GRAD-STUDENT-DATA(99:8) TO WS-NW-VALUE
042600     END-IF
042700     MOVE "G" TO WS-IN-SOURCE
042800     PERFORM 1500-STORE-CANDIDATE THRU 1500-EXIT
042900     PERFORM 1310-READ-GRADUATE THRU 1310-EXIT.
043000 1320-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400* 1500-STORE-CANDIDATE
043500*
043600* THE CALLER LEAVES THE SOURCE CODE IN WS-IN-SOURCE, THE
043700* IMAGE IN WS-IN-IMAGE AND THE STATUS NOTE IN WS-NOTE-WORK.
043800* NAMES ARE FOLDED TO UPPER CASE SO "McDonald"
043900* AND "MCDONALD" COMPARE EQUAL.  A FULL TABLE IS REPORTED ONCE
044000* AND EVERY LATER RECORD IS PASSED OVER.
044100*****************************************************************
044200 1500-STORE-CANDIDATE.
044300     IF WS-CD-COUNT >= WS-CD-LIMIT
044400         IF NOT WS-TABLE-FULL
044500             DISPLAY "*** CANDIDATE TABLE FULL AT "
044600                 WS-CD-COUNT " ENTRIES ***"
044700             SET WS-TABLE-FULL TO TRUE
044800         END-IF
044900         GO TO 1500-EXIT
045000     END-IF
045100     ADD 1 TO WS-CD-COUNT
045200     MOVE WS-IN-SOURCE     TO WS-CD-SOURCE(WS-CD-COUNT)
045300     INSPECT WS-IN-LAST-NAME
045400         CONVERTING "abcdefghijklmnopqrstuvwxyz"
045500                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
045600     INSPECT WS-IN-FIRST-NAME
045700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
045800                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
045900     MOVE WS-IN-ID         TO WS-CD-ID(WS-CD-COUNT)
046000     MOVE WS-IN-LAST-NAME  TO WS-CD-LAST-NAME(WS-CD-COUNT)
046100     MOVE WS-IN-FIRST-NAME TO WS-CD-FIRST-NAME(WS-CD-COUNT)
046200     MOVE WS-IN-DOB        TO WS-CD-DOB(WS-CD-COUNT)
046300     MOVE WS-NOTE-WORK     TO WS-CD-NOTE(WS-CD-COUNT).
046400 1500-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800* 3000-COMPARE-FROM-ONE
046900*
047000* PAIRS ONE CANDIDATE WITH EVERY CANDIDATE AFTER IT IN THE
047100* TABLE, SO EACH PAIR IS LOOKED AT EXACTLY ONCE.
047200*****************************************************************
047300 3000-COMPARE-FROM-ONE.
047400     COMPUTE WS-B-START = WS-A-IDX + 1
047500     PERFORM 3100-COMPARE-PAIR THRU 3100-EXIT
047600         VARYING WS-B-IDX FROM WS-B-START BY 1
047700         UNTIL WS-B-IDX > WS-CD-COUNT.
047800 3000-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200* 3100-COMPARE-PAIR
048300*
048400* THE CHEAP TESTS COME FIRST: THE SLIP-TOLERANT NAME COMPARE
048500* ONLY RUNS WHEN THE DATES OF BIRTH AGREE, AND THE SLIP-
048600* TOLERANT DATE COMPARE ONLY WHEN BOTH NAMES AGREE - SO THE
048700* BULK OF THE PAIRS FALL OUT ON ONE OR TWO FIELD COMPARES.
048800*****************************************************************
048900 3100-COMPARE-PAIR.
049000     IF WS-CD-ID(WS-A-IDX) = WS-CD-ID(WS-B-IDX)
049100         GO TO 3100-EXIT
049200     END-IF
049300     IF WS-CD-FROM-GRADUATE(WS-A-IDX)
049400        AND WS-CD-FROM-GRADUATE(WS-B-IDX)
049500         GO TO 3100-EXIT
049600     END-IF
049700     MOVE SPACES TO WS-MATCH-TYPE
049800     IF WS-CD-DOB(WS-A-IDX) = WS-CD-DOB(WS-B-IDX)
049900         PERFORM 3200-MATCH-ON-NAMES THRU 3200-EXIT
050000     ELSE
050100         IF WS-CD-LAST-NAME(WS-A-IDX) = WS-CD-LAST-NAME(WS-B-IDX)
050200            AND WS-CD-FIRST-NAME(WS-A-IDX) =
050300                WS-CD-FIRST-NAME(WS-B-IDX)
050400             PERFORM 3300-MATCH-ON-DOB THRU 3300-EXIT
050500         END-IF
050600     END-IF
050700     IF WS-MATCH-TYPE NOT = SPACES
050800         PERFORM 4000-PRINT-SUSPECT THRU 4000-EXIT
050900     END-IF.
051000 3100-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400* 3200-MATCH-ON-NAMES
051500*
051600* DATES OF BIRTH AGREE.  EACH NAME MAY BE EXACT OR ONE SLIP
051700* AWAY; FAILING THAT, THE NAMES MAY HAVE BEEN KEYED INTO EACH
051800* OTHER'S FIELDS.
051900*****************************************************************
052000 3200-MATCH-ON-NAMES.
052100     MOVE WS-CD-LAST-NAME(WS-A-IDX) TO WS-CMP-A
052200     MOVE WS-CD-LAST-NAME(WS-B-IDX) TO WS-CMP-B
052300     PERFORM 5000-COMPARE-VALUES THRU 5000-EXIT
052400     MOVE WS-CMP-RESULT TO WS-LAST-RESULT
052500     MOVE WS-CD-FIRST-NAME(WS-A-IDX) TO WS-CMP-A
052600     MOVE WS-CD-FIRST-NAME(WS-B-IDX) TO WS-CMP-B
052700     PERFORM 5000-COMPARE-VALUES THRU 5000-EXIT
052800     MOVE WS-CMP-RESULT TO WS-FIRST-RESULT
052900     IF WS-LAST-EXACT AND WS-FIRST-EXACT
053000         MOVE "EXACT" TO WS-MATCH-TYPE
053100         ADD 1 TO WS-EXACT-COUNT
053200         GO TO 3200-EXIT
053300     END-IF
053400     IF NOT WS-LAST-DIFFERENT AND NOT WS-FIRST-DIFFERENT
053500         MOVE "NAME SLIP" TO WS-MATCH-TYPE
053600         ADD 1 TO WS-NAME-SLIP-COUNT
053700         GO TO 3200-EXIT
053800     END-IF
053900     IF WS-CD-LAST-NAME(WS-A-IDX) = WS-CD-FIRST-NAME(WS-B-IDX)
054000        AND WS-CD-FIRST-NAME(WS-A-IDX) =
054100            WS-CD-LAST-NAME(WS-B-IDX)
054200        AND WS-CD-LAST-NAME(WS-A-IDX) NOT = SPACES
054300         MOVE "NAMES SWAPPED" TO WS-MATCH-TYPE
054400         ADD 1 TO WS-SWAPPED-COUNT
054500     END-IF.
054600 3200-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000* 3300-MATCH-ON-DOB
055100*
055200* BOTH NAMES AGREE BUT THE DATES OF BIRTH DON'T.  MONTH AND
055300* DAY KEYED BACKWARDS IS TESTED FIRST; OTHERWISE THE DATES ARE
055400* COMPARED DIGIT BY DIGIT LIKE ANY OTHER VALUE.
055500*****************************************************************
055600 3300-MATCH-ON-DOB.
055700     IF WS-CD-LAST-NAME(WS-A-IDX) = SPACES
055800         GO TO 3300-EXIT
055900     END-IF
056000     MOVE WS-CD-DOB(WS-A-IDX) TO WS-CMP-A
056100     MOVE WS-CD-DOB(WS-B-IDX) TO WS-CMP-B
056200     IF WS-CMP-A(1:4) = WS-CMP-B(1:4)
056300        AND WS-CMP-A(5:2) = WS-CMP-B(7:2)
056400        AND WS-CMP-A(7:2) = WS-CMP-B(5:2)
056500         SET WS-CMP-SLIP TO TRUE
056600     ELSE
056700         PERFORM 5000-COMPARE-VALUES THRU 5000-EXIT
056800     END-IF
056900     IF WS-CMP-SLIP
057000         MOVE "DOB SLIP" TO WS-MATCH-TYPE
057100         ADD 1 TO WS-DOB-SLIP-COUNT
057200     END-IF.
057300 3300-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700* 4000-PRINT-SUSPECT
057800*****************************************************************
057900 4000-PRINT-SUSPECT.
058000     ADD 1 TO WS-SUSPECT-COUNT
058100     MOVE SPACES TO PRINT-LINE
058200     WRITE PRINT-LINE
058300     MOVE WS-SUSPECT-COUNT TO WS-PL-NUMBER
058400     MOVE WS-MATCH-TYPE    TO WS-PL-MATCH-TYPE
058500     MOVE WS-PAIR-LINE     TO PRINT-LINE
058600     WRITE PRINT-LINE
058700     MOVE WS-A-IDX TO WS-PRINT-IDX
058800     PERFORM 4100-PRINT-CANDIDATE THRU 4100-EXIT
058900     MOVE WS-B-IDX TO WS-PRINT-IDX
059000     PERFORM 4100-PRINT-CANDIDATE THRU 4100-EXIT.
059100 4000-EXIT.
059200     EXIT.
059300
059400*****************************************************************
059500* 4100-PRINT-CANDIDATE
059600*****************************************************************
059700 4100-PRINT-CANDIDATE.
059800     EVALUATE TRUE
059900         WHEN WS-CD-FROM-MASTER(WS-PRINT-IDX)
060000             MOVE "MASTER"   TO WS-CL-SOURCE
060100         WHEN WS-CD-FROM-STAGING(WS-PRINT-IDX)
060200             MOVE "STAGING"  TO WS-CL-SOURCE
060300         WHEN OTHER
060400             MOVE "GRADUATE" TO WS-CL-SOURCE
060500     END-EVALUATE
060600     MOVE WS-CD-ID(WS-PRINT-IDX)         TO WS-CL-ID
060700     MOVE WS-CD-LAST-NAME(WS-PRINT-IDX)  TO WS-CL-LAST-NAME
060800     MOVE WS-CD-FIRST-NAME(WS-PRINT-IDX) TO WS-CL-FIRST-NAME
060900     MOVE WS-CD-DOB(WS-PRINT-IDX)        TO WS-CL-DOB
061000     MOVE WS-CD-NOTE(WS-PRINT-IDX)       TO WS-CL-NOTE
061100     MOVE WS-CANDIDATE-LINE TO PRINT-LINE
061200     WRITE PRINT-LINE.
061300 4100-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700* 5000-COMPARE-VALUES
061800*
061900* COMPARES WS-CMP-A WITH WS-CMP-B AND SETS WS-CMP-RESULT -
062000* EXACT, ONE KEYING SLIP APART, OR DIFFERENT.  THE SLIPS ARE
062100* THE ONES A COUNTER CLERK ACTUALLY MAKES: ONE CHARACTER
062200* WRONG, TWO NEIGHBOURING CHARACTERS SWAPPED, OR ONE CHARACTER
062300* DROPPED OR DOUBLED.  A VALUE SHORTER THAN THREE CHARACTERS
062400* IS NEVER CALLED A SLIP - "JO" AND "JA" ARE TWO CHILDREN.
062500*****************************************************************
062600 5000-COMPARE-VALUES.
062700     IF WS-CMP-A = WS-CMP-B
062800         SET WS-CMP-EXACT TO TRUE
062900         GO TO 5000-EXIT
063000     END-IF
063100     SET WS-CMP-DIFFERENT TO TRUE
063200     MOVE 15 TO WS-CMP-LEN-A
063300     PERFORM 5010-SHORTEN-A THRU 5010-EXIT
063400         UNTIL WS-CMP-LEN-A = ZERO
063500            OR WS-CMP-A(WS-CMP-LEN-A:1) NOT = SPACE
063600     MOVE 15 TO WS-CMP-LEN-B
063700     PERFORM 5020-SHORTEN-B THRU 5020-EXIT
063800         UNTIL WS-CMP-LEN-B = ZERO
063900            OR WS-CMP-B(WS-CMP-LEN-B:1) NOT = SPACE
064000     IF WS-CMP-LEN-A < 3 OR WS-CMP-LEN-B < 3
064100         GO TO 5000-EXIT
064200     END-IF
064300     IF WS-CMP-LEN-A = WS-CMP-LEN-B
064400         PERFORM 5100-CHECK-SAME-LENGTH THRU 5100-EXIT
064500         GO TO 5000-EXIT
064600     END-IF
064700     IF WS-CMP-LEN-A = WS-CMP-LEN-B + 1
064800         MOVE WS-CMP-A     TO WS-CMP-LONG
064900         MOVE WS-CMP-LEN-A TO WS-CMP-LEN-LONG
065000         MOVE WS-CMP-B     TO WS-CMP-SHORT
065100         MOVE WS-CMP-LEN-B TO WS-CMP-LEN-SHORT
065200         PERFORM 5200-CHECK-ONE-EXTRA THRU 5200-EXIT
065300         GO TO 5000-EXIT
065400     END-IF
065500     IF WS-CMP-LEN-B = WS-CMP-LEN-A + 1
065600         MOVE WS-CMP-B     TO WS-CMP-LONG
065700         MOVE WS-CMP-LEN-B TO WS-CMP-LEN-LONG
065800         MOVE WS-CMP-A     TO WS-CMP-SHORT
065900         MOVE WS-CMP-LEN-A TO WS-CMP-LEN-SHORT
066000         PERFORM 5200-CHECK-ONE-EXTRA THRU 5200-EXIT
066100     END-IF.
066200 5000-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600* 5010-SHORTEN-A
066700*****************************************************************
066800 5010-SHORTEN-A.
066900     SUBTRACT 1 FROM WS-CMP-LEN-A.
067000 5010-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400* 5020-SHORTEN-B
067500*****************************************************************
067600 5020-SHORTEN-B.
067700     SUBTRACT 1 FROM WS-CMP-LEN-B.
067800 5020-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200* 5100-CHECK-SAME-LENGTH
068300*
068400* ONE POSITION DIFFERENT IS A WRONG CHARACTER; TWO NEIGHBOURING
068500* POSITIONS HOLDING EACH OTHER'S CHARACTERS IS A SWAP.
068600*****************************************************************
068700 5100-CHECK-SAME-LENGTH.
068800     MOVE ZERO TO WS-DIFF-COUNT
068900                  WS-DIFF-POS-1
069000                  WS-DIFF-POS-2
069100     PERFORM 5110-COUNT-ONE-POSITION THRU 5110-EXIT
069200         VARYING WS-CMP-POS FROM 1 BY 1
069300         UNTIL WS-CMP-POS > WS-CMP-LEN-A
069400            OR WS-DIFF-COUNT > 2
069500     IF WS-DIFF-COUNT = 1
069600         SET WS-CMP-SLIP TO TRUE
069700         GO TO 5100-EXIT
069800     END-IF
069900     IF WS-DIFF-COUNT = 2
070000        AND WS-DIFF-POS-2 = WS-DIFF-POS-1 + 1
070100        AND WS-CMP-A(WS-DIFF-POS-1:1) = WS-CMP-B(WS-DIFF-POS-2:1)
070200        AND WS-CMP-A(WS-DIFF-POS-2:1) = WS-CMP-B(WS-DIFF-POS-1:1)
070300         SET WS-CMP-SLIP TO TRUE
070400     END-IF.
070500 5100-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900* 5110-COUNT-ONE-POSITION
071000*****************************************************************
071100 5110-COUNT-ONE-POSITION.
071200     IF WS-CMP-A(WS-CMP-POS:1) NOT = WS-CMP-B(WS-CMP-POS:1)
071300         ADD 1 TO WS-DIFF-COUNT
071400         IF WS-DIFF-COUNT = 1
071500             MOVE WS-CMP-POS TO WS-DIFF-POS-1
071600         ELSE
071700             MOVE WS-CMP-POS TO WS-DIFF-POS-2
071800         END-IF
071900     END-IF.
072000 5110-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400* 5200-CHECK-ONE-EXTRA
072500*
072600* THE LONGER VALUE HAS ONE CHARACTER MORE.  FIND THE FIRST
072700* POSITION THE TWO PART COMPANY; IT IS A SLIP WHEN SKIPPING
072800* THAT ONE CHARACTER OF THE LONGER VALUE LINES THE REST UP.
072900*****************************************************************
073000 5200-CHECK-ONE-EXTRA.
073100     MOVE 1 TO WS-CMP-POS
073200     PERFORM 5210-STEP-PAST-MATCH THRU 5210-EXIT
073300         UNTIL WS-CMP-POS > WS-CMP-LEN-SHORT
073400            OR WS-CMP-LONG(WS-CMP-POS:1) NOT =
073500               WS-CMP-SHORT(WS-CMP-POS:1)
073600     IF WS-CMP-POS > WS-CMP-LEN-SHORT
073700         SET WS-CMP-SLIP TO TRUE
073800         GO TO 5200-EXIT
073900     END-IF
074000     COMPUTE WS-CMP-REST = WS-CMP-LEN-SHORT - WS-CMP-POS + 1
074100     IF WS-CMP-LONG(WS-CMP-POS + 1:WS-CMP-REST) =
074200        WS-CMP-SHORT(WS-CMP-POS:WS-CMP-REST)
074300         SET WS-CMP-SLIP TO TRUE
074400     END-IF.
074500 5200-EXIT.
074600     EXIT.
074700
074800*****************************************************************
074900* 5210-STEP-PAST-MATCH
075000*****************************************************************
075100 5210-STEP-PAST-MATCH.
075200     ADD 1 TO WS-CMP-POS.
075300 5210-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700* 8000-TERMINATE
075800*****************************************************************
075900 8000-TERMINATE.
076000     IF NOT WS-ABORTED
076100         MOVE SPACES TO PRINT-LINE
076200         WRITE PRINT-LINE
076300         MOVE "MASTER RECORDS READ:          " TO WS-TL-LABEL
076400         MOVE WS-MASTER-READ TO WS-TL-COUNT
076500         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
076600         MOVE "ALREADY MERGED, LEFT OUT:     " TO WS-TL-LABEL
076700         MOVE WS-MERGED-SKIPPED TO WS-TL-COUNT
076800         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
076900         MOVE "STAGED RECORDS READ:          " TO WS-TL-LABEL
077000         MOVE WS-STAGED-READ TO WS-TL-COUNT
077100         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
077200         MOVE "GRADUATE RECORDS READ:        " TO WS-TL-LABEL
077300         MOVE WS-GRAD-READ TO WS-TL-COUNT
077400         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
077500         MOVE "SUSPECT PAIRS LISTED:         " TO WS-TL-LABEL
077600         MOVE WS-SUSPECT-COUNT TO WS-TL-COUNT
077700         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
077800         MOVE "  EXACT:                      " TO WS-TL-LABEL
077900         MOVE WS-EXACT-COUNT TO WS-TL-COUNT
078000         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
078100         MOVE "  NAME SLIP:                  " TO WS-TL-LABEL
078200         MOVE WS-NAME-SLIP-COUNT TO WS-TL-COUNT
078300         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
078400         MOVE "  DOB SLIP:                   " TO WS-TL-LABEL
078500         MOVE WS-DOB-SLIP-COUNT TO WS-TL-COUNT
078600         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
078700         MOVE "  NAMES SWAPPED:              " TO WS-TL-LABEL
078800         MOVE WS-SWAPPED-COUNT TO WS-TL-COUNT
078900         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
079000     END-IF
079100     CLOSE PRINT-FILE.
079200 8000-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600* 8100-PRINT-TOTAL-LINE
079700*****************************************************************
079800 8100-PRINT-TOTAL-LINE.
079900     MOVE WS-TOTAL-LINE TO PRINT-LINE
080000     WRITE PRINT-LINE.
080100 8100-EXIT.
080200     EXIT.
