000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STUPROJ.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STUPROJ
000900*
001000* NEXT-YEAR ENROLLMENT PROJECTION AND HOMEROOM STAFFING
001100* REPORT.  PROJECTS NEXT FALL'S ENROLLMENT BY GRADE FROM -
001200*   - TODAY'S ACTIVE ROLL ON STUDENTS.DAT, BY GRADE;
001300*   - COHORT-SURVIVAL RATIOS TAKEN FROM PRIOR YEARS'
001400*     SNAPSHOTS ON STUSNAP.DAT (SNAPREC.CPY).  FOR EACH PRIOR
001500*     YEAR THE BASE IS THE SNAPSHOT TAKEN IN THE SAME MONTH AS
001600*     THIS RUN (THE LATEST, IF THE MONTH WAS SNAPPED TWICE)
001700*     AND THE TARGET IS THE FIRST OFFICIAL COUNT-DAY SNAPSHOT
001800*     AFTER IT, WITHIN A YEAR.  THE RATIO FOR GRADE G IS THE
001900*     TARGETS' GRADE G COUNT OVER THE BASES' GRADE G-1 COUNT,
002000*     ALL YEARS POOLED - SO IT CARRIES SPRING-TO-FALL
002100*     WITHDRAWALS, MOVE-INS AND RETENTIONS.  WITH NO HISTORY
002200*     FOR A GRADE THE RATIO IS TAKEN AS 1.000;
002300*   - THE PRE-REGISTERED INCOMING STUDENTS ON STUSTAGE, ADDED
002400*     AT THEIR STAGED GRADE (STUACTV LOADS THEM AFTER
002500*     STUPROMO, SO THE STAGED GRADE IS ALREADY NEXT FALL'S).
002600* GRADE 01 HAS NO GRADE BELOW IT ON THE ROLL, SO IT IS
002700* PROJECTED FROM PRE-REGISTRATIONS ALONE.  TODAY'S GRADE 12
002800* ARE THE GRADUATES STUPROMO WILL ARCHIVE AND DROP OUT.
002900*
003000* EACH GRADE'S PROJECTION IS SET AGAINST HOMEROOM.DAT - THE
003100* ROOMS ON FILE FOR THE GRADE AND THEIR SEATS - TO GIVE THE
003200* HOMEROOMS NEEDED AT THE GRADE'S CURRENT AVERAGE ROOM SIZE
003300* AND THE SURPLUS OR SHORTFALL AGAINST THE ROOMS ON FILE.  A
003400* GRADE WITH NO ROOMS ON FILE IS SIZED AT THE SCHOOL-WIDE
003500* AVERAGE AND FLAGGED.  STUSNAP, STUSTAGE AND HOMEROOM ARE
003600* ALL OPTIONAL - A MISSING FILE IS NOTED AND THE PROJECTION
003700* IS STILL PRINTED.  READ-ONLY AGAINST EVERY FILE.
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
004900*    DDNAME ASSIGNS AS IN WRITEDEM - SEE STUPROJ.JCL.
005000     SELECT STUDENT-FILE ASSIGN TO STUDENTS
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS STU-ID
005400         ALTERNATE RECORD KEY IS STU-LAST-NAME
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005700     SELECT STAGING-FILE ASSIGN TO STUSTAGE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STAGE-FILE-STATUS.
006000     SELECT SNAPSHOT-FILE ASSIGN TO STUSNAP
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SNAP-FILE-STATUS.
006300     SELECT HOMEROOM-FILE ASSIGN TO HOMEROOM
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS HRM-ROOM
006700         FILE STATUS IS WS-HRM-FILE-STATUS.
006800     SELECT PRINT-FILE ASSIGN TO PROJRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PRINT-FILE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  STUDENT-FILE.
007500     COPY STUDREC.
007600 FD  STAGING-FILE.
007700 01  STAGING-RECORD              PIC X(108).
007800 FD  SNAPSHOT-FILE.
007900     COPY SNAPREC.
008000 FD  HOMEROOM-FILE.
008100     COPY HRMREC.
008200 FD  PRINT-FILE
008300     RECORDING MODE IS F.
008400 01  PRINT-LINE                  PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700*****************************************************************
008800* FILE STATUS FIELDS
008900*****************************************************************
009000 01  WS-STUDENT-FILE-STATUS      PIC X(02).
009100 01  WS-STAGE-FILE-STATUS        PIC X(02).
009200 01  WS-SNAP-FILE-STATUS         PIC X(02).
009300 01  WS-HRM-FILE-STATUS          PIC X(02).
009400 01  WS-PRINT-FILE-STATUS        PIC X(02).
009500
009600 01  WS-EOF-SWITCH               PIC X(01).
009700     88  WS-EOF                  VALUE "Y".
009800     88  WS-NOT-EOF              VALUE "N".
009900
010000 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
010100     88  WS-ABORTED              VALUE "Y".
010200
010300 01  WS-FOUND-SWITCH             PIC X(01).
010400     88  WS-FOUND                VALUE "Y".
010500     88  WS-NOT-FOUND            VALUE "N".
010600 01  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
010700     88  WS-TABLE-FULL-WARNED    VALUE "Y".
010800
010900*****************************************************************
011000* THE OPTIONAL FILES - EACH SWITCH IS SET WHEN THE FILE OPENED.
011100*****************************************************************
011200 01  WS-STAGE-OPEN-SWITCH        PIC X(01) VALUE "N".
011300     88  WS-STAGE-OPEN           VALUE "Y".
011400 01  WS-SNAP-OPEN-SWITCH         PIC X(01) VALUE "N".
011500     88  WS-SNAP-OPEN            VALUE "Y".
011600 01  WS-HRM-OPEN-SWITCH          PIC X(01) VALUE "N".
011700     88  WS-HRM-OPEN             VALUE "Y".
011800
011900 01  WS-RUN-DATE                 PIC 9(08).
012000 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
012100     05  WS-RUN-CCYY             PIC 9(04).
012200     05  WS-RUN-MM               PIC 9(02).
012300     05  WS-RUN-DD               PIC 9(02).
012400 01  WS-DATE-WORK.
012500     05  WS-DW-CCYY              PIC 9(04).
012600     05  WS-DW-MM                PIC 9(02).
012700     05  WS-DW-DD                PIC 9(02).
012800
012900*****************************************************************
013000* STAGED IMAGE - THE STUSTAGE RECORD IS A STUDREC IMAGE; ONLY
013100* THE GRADE IS WANTED HERE.
013200*****************************************************************
013300 01  WS-STAGED-IMAGE.
013400     05  FILLER                  PIC X(41).
013500     05  WS-SI-GRADE             PIC X(02).
013600     05  WS-SI-GRADE-NUM REDEFINES WS-SI-GRADE
013700                                 PIC 9(02).
013800     05  FILLER                  PIC X(65).
013900
014000*****************************************************************
014100* GRADE TABLE - ONE ENTRY PER GRADE 01-12.
014200*   NOW        ACTIVE ON THE ROLL TODAY
014300*   PREREG     PRE-REGISTERED ON STUSTAGE FOR THE GRADE
014400*   SURV-NUM   SNAPSHOT HISTORY - COUNT-DAY GRADE G, ALL YEARS
014500*   SURV-DEN   SNAPSHOT HISTORY - BASE GRADE G-1, ALL YEARS
014600*   RATIO      COHORT-SURVIVAL RATIO INTO THE GRADE
014700*   COHORT     TODAY'S GRADE G-1 CARRIED UP AT THE RATIO
014800*   PROJ       COHORT PLUS PRE-REGISTERED - NEXT FALL
014900*   ROOMS      HOMEROOMS ON FILE FOR THE GRADE
015000*   SEATS      THOSE ROOMS' TOTAL CAPACITY
015100*   NEEDED     HOMEROOMS NEEDED FOR THE PROJECTION
015200*****************************************************************
015300 01  WS-GRADE-TABLE.
015400     05  WS-GR-ENTRY OCCURS 12 TIMES.
015500         10  WS-GR-NOW           PIC 9(06) COMP.
015600         10  WS-GR-PREREG        PIC 9(06) COMP.
015700         10  WS-GR-SURV-NUM      PIC 9(08) COMP.
015800         10  WS-GR-SURV-DEN      PIC 9(08) COMP.
015900         10  WS-GR-RATIO         PIC 9(02)V9(03).
016000         10  WS-GR-RATIO-SW      PIC X(01).
016100             88  WS-GR-RATIO-ASSUMED
016200                                 VALUE "Y".
016300         10  WS-GR-COHORT        PIC 9(06) COMP.
016400         10  WS-GR-PROJ          PIC 9(06) COMP.
016500         10  WS-GR-ROOMS         PIC 9(04) COMP.
016600         10  WS-GR-SEATS         PIC 9(06) COMP.
016700         10  WS-GR-NEEDED        PIC 9(04) COMP.
016800         10  WS-GR-AVERAGE-SW    PIC X(01).
016900             88  WS-GR-AT-AVERAGE
017000                                 VALUE "Y".
017100 01  WS-GRADE-SUB                PIC 9(02) COMP VALUE ZERO.
017200 01  WS-LOWER-SUB                PIC 9(02) COMP VALUE ZERO.
017300
017400*****************************************************************
017500* SNAPSHOT DATE TABLE - AS IN SNAPRPT, BUT ONLY THE DATES THE
017600* RATIOS CAN USE ARE KEPT: PRIOR YEARS' SNAPSHOTS IN THIS
017700* RUN'S MONTH (BASES) AND COUNT-DAY SNAPSHOTS (TARGETS).  AT
017800* TWO OR THREE A YEAR SIXTY ENTRIES IS TWENTY YEARS; PAST
017900* THAT THE OLDEST DATE IS DROPPED TO MAKE ROOM.
018000*****************************************************************
018100 01  WS-DATE-TABLE.
018200     05  WS-DT-ENTRY OCCURS 60 TIMES.
018300         10  WS-DT-DATE          PIC 9(08).
018400         10  WS-DT-CCYYMM        PIC 9(06).
018500         10  WS-DT-COUNTDAY-SW   PIC X(01).
018600         10  WS-DT-BASE-SW       PIC X(01).
018700         10  WS-DT-GRADE-COUNT OCCURS 12 TIMES
018800                                 PIC 9(06) COMP.
018900 01  WS-DT-TBL-COUNT             PIC 9(03) COMP VALUE ZERO.
019000 01  WS-DT-IDX                   PIC 9(03) COMP VALUE ZERO.
019100 01  WS-DT-HIT-IDX               PIC 9(03) COMP VALUE ZERO.
019200 01  WS-DT-NEXT-IDX              PIC 9(03) COMP VALUE ZERO.
019300 01  WS-BASE-IDX                 PIC 9(03) COMP VALUE ZERO.
019400 01  WS-TARGET-IDX               PIC 9(03) COMP VALUE ZERO.
019500 01  WS-SCAN-IDX                 PIC 9(03) COMP VALUE ZERO.
019600 01  WS-DATE-GAP                 PIC 9(08) COMP VALUE ZERO.
019700
019800*****************************************************************
019900* SCHOOL-WIDE HOMEROOM FIGURES - THE FALLBACK ROOM SIZE FOR A
020000* GRADE WITH NO ROOMS ON FILE.
020100*****************************************************************
020200 01  WS-ALL-ROOMS                PIC 9(04) COMP VALUE ZERO.
020300 01  WS-ALL-SEATS                PIC 9(06) COMP VALUE ZERO.
020400 01  WS-ROOM-DIFF                PIC S9(04) COMP VALUE ZERO.
020500
020600*****************************************************************
020700* CONTROL TOTALS
020800*****************************************************************
020900 01  WS-STUDENT-READ             PIC 9(06) VALUE ZERO.
021000 01  WS-ACTIVE-COUNT             PIC 9(06) VALUE ZERO.
021100 01  WS-OFF-GRADE-COUNT          PIC 9(06) VALUE ZERO.
021200 01  WS-STAGED-READ              PIC 9(06) VALUE ZERO.
021300 01  WS-STAGED-BAD-GRADE         PIC 9(06) VALUE ZERO.
021400 01  WS-SNAP-READ                PIC 9(06) VALUE ZERO.
021500 01  WS-PAIR-COUNT               PIC 9(06) VALUE ZERO.
021600 01  WS-HRM-READ                 PIC 9(06) VALUE ZERO.
021700 01  WS-ROLL-TOTAL               PIC 9(06) VALUE ZERO.
021800 01  WS-GRADUATING               PIC 9(06) VALUE ZERO.
021900 01  WS-MOVING-UP                PIC 9(06) VALUE ZERO.
022000 01  WS-COHORT-TOTAL             PIC 9(06) VALUE ZERO.
022100 01  WS-PREREG-TOTAL             PIC 9(06) VALUE ZERO.
022200 01  WS-PROJ-TOTAL               PIC 9(06) VALUE ZERO.
022300 01  WS-ROOMS-TOTAL              PIC 9(06) VALUE ZERO.
022400 01  WS-SEATS-TOTAL              PIC 9(06) VALUE ZERO.
022500 01  WS-NEEDED-TOTAL             PIC 9(06) VALUE ZERO.
022600 01  WS-NEEDED-NA-SWITCH         PIC X(01) VALUE "N".
022700     88  WS-NEEDED-NA            VALUE "Y".
022800 01  WS-AVERAGE-USED-SWITCH      PIC X(01) VALUE "N".
022900     88  WS-AVERAGE-USED         VALUE "Y".
023000 01  WS-RATIO-ASSUMED-SWITCH     PIC X(01) VALUE "N".
023100     88  WS-ANY-RATIO-ASSUMED    VALUE "Y".
023200 01  WS-COHORT-CHANGE            PIC S9(06) VALUE ZERO.
023300
023400*****************************************************************
023500* EDITING WORK FIELDS
023600*****************************************************************
023700 01  WS-COUNT-EDIT               PIC ZZZ,ZZ9.
023800 01  WS-RATIO-EDIT               PIC Z9.999.
023900 01  WS-ROOMS-EDIT               PIC ZZ9.
024000
024100*****************************************************************
024200* PRINT LINE WORK AREAS
024300*****************************************************************
024400 01  WS-ABORT-LINE.
024500     05  FILLER                  PIC X(21)
024600         VALUE "*** RUN ABORTED - ".
024700     05  WS-AB-FILE              PIC X(12).
024800     05  FILLER                  PIC X(13)
024900         VALUE " OPEN STATUS ".
025000     05  WS-AB-STATUS            PIC X(02).
025100     05  FILLER                  PIC X(04)
025200         VALUE " ***".
025300
025400 01  WS-TITLE-LINE.
025500     05  FILLER                  PIC X(40)
025600         VALUE "NEXT-YEAR ENROLLMENT PROJECTION".
025700     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
025800     05  WS-TI-DATE              PIC 9(08).
025900
026000 01  WS-SECTION-LINE             PIC X(60).
026100
026200 01  WS-PAIR-LINE.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  FILLER                  PIC X(14) VALUE "BASE SNAPSHOT ".
026500     05  WS-PL-BASE              PIC 9(08).
026600     05  FILLER                  PIC X(23)
026700         VALUE "   COUNT-DAY SNAPSHOT ".
026800     05  WS-PL-TARGET            PIC 9(08).
026900
027000 01  WS-NOTE-LINE.
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  WS-NL-TEXT              PIC X(70).
027300
027400 01  WS-COLUMN-LINE-1.
027500     05  FILLER                  PIC X(14)
027600         VALUE "       ON ROLL".
027700     05  FILLER                  PIC X(10) VALUE "    MOVING".
027800     05  FILLER                  PIC X(09) VALUE " SURVIVAL".
027900     05  FILLER                  PIC X(23) VALUE SPACES.
028000     05  FILLER                  PIC X(09) VALUE "NEXT FALL".
028100     05  FILLER                  PIC X(08) VALUE "   ROOMS".
028200     05  FILLER                  PIC X(14) VALUE SPACES.
028300     05  FILLER                  PIC X(05) VALUE "ROOMS".
028400     05  FILLER                  PIC X(05) VALUE SPACES.
028500     05  FILLER                  PIC X(10) VALUE "SURPLUS OR".
028600
028700 01  WS-COLUMN-LINE-2.
028800     05  FILLER                  PIC X(14)
028900         VALUE "GRADE    TODAY".
029000     05  FILLER                  PIC X(10) VALUE "        UP".
029100     05  FILLER                  PIC X(09) VALUE "    RATIO".
029200     05  FILLER                  PIC X(11) VALUE "     COHORT".
029300     05  FILLER                  PIC X(10) VALUE "   PRE-REG".
029400     05  FILLER                  PIC X(11) VALUE "  PROJECTED".
029500     05  FILLER                  PIC X(08) VALUE " ON FILE".
029600     05  FILLER                  PIC X(10) VALUE "     SEATS".
029700     05  FILLER                  PIC X(09) VALUE "   NEEDED".
029800     05  FILLER                  PIC X(05) VALUE SPACES.
029900     05  FILLER                  PIC X(09) VALUE "SHORTFALL".
030000
030100 01  WS-GRADE-LINE.
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  WS-GL-GRADE             PIC X(02).
030400     05  FILLER                  PIC X(03) VALUE SPACES.
030500     05  WS-GL-NOW               PIC ZZZ,ZZ9.
030600     05  FILLER                  PIC X(03) VALUE SPACES.
030700     05  WS-GL-FROM              PIC X(07).
030800     05  FILLER                  PIC X(03) VALUE SPACES.
030900     05  WS-GL-RATIO             PIC X(06).
031000     05  WS-GL-RATIO-FLAG        PIC X(01).
031100     05  FILLER                  PIC X(03) VALUE SPACES.
031200     05  WS-GL-COHORT            PIC X(07).
031300     05  FILLER                  PIC X(03) VALUE SPACES.
031400     05  WS-GL-PREREG            PIC ZZZ,ZZ9.
031500     05  FILLER                  PIC X(04) VALUE SPACES.
031600     05  WS-GL-PROJ              PIC ZZZ,ZZ9.
031700     05  FILLER                  PIC X(05) VALUE SPACES.
031800     05  WS-GL-ROOMS             PIC ZZ9.
031900     05  FILLER                  PIC X(03) VALUE SPACES.
032000     05  WS-GL-SEATS             PIC ZZZ,ZZ9.
032100     05  FILLER                  PIC X(05) VALUE SPACES.
032200     05  WS-GL-NEEDED            PIC X(04).
032300     05  WS-GL-NEEDED-FLAG       PIC X(01).
032400     05  FILLER                  PIC X(04) VALUE SPACES.
032500     05  WS-GL-DIFF              PIC X(12).
032600
032700 01  WS-TOTAL-LINE.
032800     05  WS-TL-LABEL             PIC X(30).
032900     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
033000
033100 PROCEDURE DIVISION.
033200*****************************************************************
033300* 0000-MAINLINE
033400*****************************************************************
033500 0000-MAINLINE.
033600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033700     IF NOT WS-ABORTED
033800         PERFORM 2000-COUNT-ROLL THRU 2000-EXIT
033900         PERFORM 2500-COUNT-PREREGS THRU 2500-EXIT
034000         PERFORM 3000-LOAD-SNAPSHOTS THRU 3000-EXIT
034100         PERFORM 3500-FIND-PAIRS THRU 3500-EXIT
034200         PERFORM 3600-COMPUTE-RATIOS THRU 3600-EXIT
034300         PERFORM 3700-LOAD-HOMEROOMS THRU 3700-EXIT
034400         PERFORM 4000-PROJECT THRU 4000-EXIT
034500         PERFORM 5000-PRINT-PROJECTION THRU 5000-EXIT
034600     END-IF
034700     PERFORM 8000-TERMINATE THRU 8000-EXIT
034800     STOP RUN.
034900 0000-MAINLINE-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300* 1000-INITIALIZE
035400*
035500* THE MASTER IS REQUIRED; THE OTHER INPUTS ARE OPENED AS EACH
035600* IS NEEDED AND MAY BE MISSING.
035700*****************************************************************
035800 1000-INITIALIZE.
035900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
036000     PERFORM 1200-CLEAR-ONE-GRADE THRU 1200-EXIT
036100         VARYING WS-GRADE-SUB FROM 1 BY 1
036200         UNTIL WS-GRADE-SUB > 12
036300     OPEN OUTPUT PRINT-FILE
036400     MOVE WS-RUN-DATE TO WS-TI-DATE
036500     MOVE WS-TITLE-LINE TO PRINT-LINE
036600     WRITE PRINT-LINE
036700     OPEN INPUT STUDENT-FILE
036800     IF WS-STUDENT-FILE-STATUS NOT = "00"
036900         MOVE "STUDENTS.DAT" TO WS-AB-FILE
037000         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
037100         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
037200     END-IF.
037300 1000-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700* 1100-ABORT-RUN
037800*****************************************************************
037900 1100-ABORT-RUN.
038000     DISPLAY "*** STUPROJ ABORTED - " WS-AB-FILE
038100         " OPEN STATUS " WS-AB-STATUS " ***"
038200     MOVE WS-ABORT-LINE TO PRINT-LINE
038300     WRITE PRINT-LINE
038400     MOVE 8 TO RETURN-CODE
038500     SET WS-ABORTED TO TRUE.
038600 1100-EXIT.
038700     EXIT.
038800
038900*****************************************************************
039000* 1200-CLEAR-ONE-GRADE
039100*****************************************************************
039200 1200-CLEAR-ONE-GRADE.
039300     MOVE ZERO TO WS-GR-NOW(WS-GRADE-SUB)
039400                  WS-GR-PREREG(WS-GRADE-SUB)
039500                  WS-GR-SURV-NUM(WS-GRADE-SUB)
039600                  WS-GR-SURV-DEN(WS-GRADE-SUB)
039700                  WS-GR-RATIO(WS-GRADE-SUB)
039800                  WS-GR-COHORT(WS-GRADE-SUB)
039900                  WS-GR-PROJ(WS-GRADE-SUB)
040000                  WS-GR-ROOMS(WS-GRADE-SUB)
040100                  WS-GR-SEATS(WS-GRADE-SUB)
040200                  WS-GR-NEEDED(WS-GRADE-SUB)
040300     MOVE "N" TO WS-GR-RATIO-SW(WS-GRADE-SUB)
040400                 WS-GR-AVERAGE-SW(WS-GRADE-SUB).
040500 1200-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900* 2000-COUNT-ROLL
041000*
041100* TODAY'S ACTIVE STUDENTS BY GRADE.  WITHDRAWN AND
041200* TRANSFERRED-OUT STUDENTS ARE NOT ON THE ROLL; AN ACTIVE
041300* STUDENT WITH A GRADE OUTSIDE 01-12 IS COUNTED APART AND
041400* NOT PROJECTED.
041500*****************************************************************
041600 2000-COUNT-ROLL.
041700     SET WS-NOT-EOF TO TRUE
041800     PERFORM 2100-READ-STUDENT THRU 2100-EXIT
041900     PERFORM 2200-COUNT-ONE-STUDENT THRU 2200-EXIT
042000         UNTIL WS-EOF
042100     CLOSE STUDENT-FILE.
042200 2000-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600* 2100-READ-STUDENT
042700*****************************************************************
042800 2100-READ-STUDENT.
042900     READ STUDENT-FILE
043000         AT END
043100             SET WS-EOF TO TRUE
043200     END-READ.
043300 2100-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700* 2200-COUNT-ONE-STUDENT
043800*****************************************************************
043900 2200-COUNT-ONE-STUDENT.
044000     ADD 1 TO WS-STUDENT-READ
044100     IF NOT STU-STATUS-ACTIVE
044200         GO TO 2200-NEXT
044300     END-IF
044400     ADD 1 TO WS-ACTIVE-COUNT
044500     IF STU-GRADE NOT NUMERIC
044600        OR STU-GRADE < 01
044700        OR STU-GRADE > 12
044800         ADD 1 TO WS-OFF-GRADE-COUNT
044900         GO TO 2200-NEXT
045000     END-IF
045100     MOVE STU-GRADE TO WS-GRADE-SUB
045200     ADD 1 TO WS-GR-NOW(WS-GRADE-SUB).
045300 2200-NEXT.
045400     PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
045500 2200-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900* 2500-COUNT-PREREGS
046000*
046100* PRE-REGISTERED STUDENTS BY STAGED GRADE.  A STAGED GRADE
046200* OUTSIDE 01-12 WOULD FAIL STUACTV'S EDITS AND IS COUNTED
046300* APART.
046400*****************************************************************
046500 2500-COUNT-PREREGS.
046600     OPEN INPUT STAGING-FILE
046700     IF WS-STAGE-FILE-STATUS NOT = "00"
046800         DISPLAY "*** WARNING - STUSTAGE OPEN STATUS "
046900             WS-STAGE-FILE-STATUS " - NO PRE-REGISTRATIONS "
047000             "ADDED ***"
047100         MOVE "STUSTAGE NOT AVAILABLE - NO PRE-REGISTRATIONS"
047200             TO WS-NL-TEXT
047300         MOVE WS-NOTE-LINE TO PRINT-LINE
047400         WRITE PRINT-LINE
047500         CLOSE STAGING-FILE
047600         GO TO 2500-EXIT
047700     END-IF
047800     SET WS-STAGE-OPEN TO TRUE
047900     SET WS-NOT-EOF TO TRUE
048000     PERFORM 2510-READ-STAGED THRU 2510-EXIT
048100     PERFORM 2520-COUNT-ONE-STAGED THRU 2520-EXIT
048200         UNTIL WS-EOF
048300     CLOSE STAGING-FILE.
048400 2500-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800* 2510-READ-STAGED
048900*****************************************************************
049000 2510-READ-STAGED.
049100     READ STAGING-FILE
049200         AT END
049300             SET WS-EOF TO TRUE
049400     END-READ.
049500 2510-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900* 2520-COUNT-ONE-STAGED
050000*****************************************************************
050100 2520-COUNT-ONE-STAGED.
050200     ADD 1 TO WS-STAGED-READ
050300     MOVE STAGING-RECORD TO WS-STAGED-IMAGE
050400     IF WS-SI-GRADE NOT NUMERIC
050500        OR WS-SI-GRADE-NUM < 01
050600        OR WS-SI-GRADE-NUM > 12
050700         ADD 1 TO WS-STAGED-BAD-GRADE
050800         GO TO 2520-NEXT
050900     END-IF
051000     MOVE WS-SI-GRADE-NUM TO WS-GRADE-SUB
051100     ADD 1 TO WS-GR-PREREG(WS-GRADE-SUB).
051200 2520-NEXT.
051300     PERFORM 2510-READ-STAGED THRU 2510-EXIT.
051400 2520-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800* 3000-LOAD-SNAPSHOTS
051900*
052000* ROLLS THE SNAPSHOTS THE RATIOS CAN USE UP TO GRADE LEVEL.
052100* A BASE IS DATED IN THIS RUN'S MONTH OF AN EARLIER YEAR; A
052200* TARGET IS ANY COUNT-DAY SNAPSHOT.  EVERYTHING ELSE ON THE
052300* FILE IS READ AND PASSED OVER.
052400*****************************************************************
052500 3000-LOAD-SNAPSHOTS.
052600     OPEN INPUT SNAPSHOT-FILE
052700     IF WS-SNAP-FILE-STATUS NOT = "00"
052800         DISPLAY "*** WARNING - STUSNAP OPEN STATUS "
052900             WS-SNAP-FILE-STATUS " - NO SURVIVAL HISTORY ***"
053000         CLOSE SNAPSHOT-FILE
053100         GO TO 3000-EXIT
053200     END-IF
053300     SET WS-SNAP-OPEN TO TRUE
053400     SET WS-NOT-EOF TO TRUE
053500     PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT
053600     PERFORM 3200-FILE-ONE-SNAPSHOT THRU 3200-EXIT
053700         UNTIL WS-EOF
053800     CLOSE SNAPSHOT-FILE.
053900 3000-EXIT.
054000     EXIT.
054100
054200*****************************************************************
054300* 3100-READ-SNAPSHOT
054400*****************************************************************
054500 3100-READ-SNAPSHOT.
054600     READ SNAPSHOT-FILE
054700         AT END
054800             SET WS-EOF TO TRUE
054900     END-READ.
055000 3100-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400* 3200-FILE-ONE-SNAPSHOT
055500*
055600* A GRADE OUTSIDE 01-12 PREDATES THE FIELD EDITS AND IS
055700* PASSED OVER, AS IN SNAPRPT.
055800*****************************************************************
055900 3200-FILE-ONE-SNAPSHOT.
056000     ADD 1 TO WS-SNAP-READ
056100     MOVE SNAP-DATE TO WS-DATE-WORK
056200     IF NOT SNAP-COUNT-DAY
056300         IF WS-DW-MM NOT = WS-RUN-MM
056400            OR WS-DW-CCYY NOT < WS-RUN-CCYY
056500             GO TO 3200-NEXT
056600         END-IF
056700     END-IF
056800     PERFORM 3300-FIND-DATE-ENTRY THRU 3300-EXIT
056900     IF SNAP-COUNT-DAY
057000         MOVE "Y" TO WS-DT-COUNTDAY-SW(WS-DT-HIT-IDX)
057100     END-IF
057200     IF SNAP-GRADE >= 01 AND SNAP-GRADE <= 12
057300         MOVE SNAP-GRADE TO WS-GRADE-SUB
057400         ADD SNAP-COUNT
057500             TO WS-DT-GRADE-COUNT(WS-DT-HIT-IDX WS-GRADE-SUB)
057600     END-IF.
057700 3200-NEXT.
057800     PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT.
057900 3200-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300* 3300-FIND-DATE-ENTRY
058400*
058500* LEAVES WS-DT-HIT-IDX ON THE RECORD'S DATE ENTRY, ADDING ONE
058600* THE FIRST TIME THE DATE IS SEEN.  WITH THE TABLE FULL THE
058700* OLDEST DATE IS DROPPED (WITH ONE WARNING) - THE RECENT
058800* YEARS MATTER MOST.
058900*****************************************************************
059000 3300-FIND-DATE-ENTRY.
059100     SET WS-NOT-FOUND TO TRUE
059200     PERFORM 3310-CHECK-ONE-DATE THRU 3310-EXIT
059300         VARYING WS-DT-IDX FROM 1 BY 1
059400         UNTIL WS-DT-IDX > WS-DT-TBL-COUNT
059500            OR WS-FOUND
059600     IF WS-FOUND
059700         GO TO 3300-EXIT
059800     END-IF
059900     IF WS-DT-TBL-COUNT >= 60
060000         IF NOT WS-TABLE-FULL-WARNED
060100             DISPLAY "*** WARNING - MORE THAN 60 USABLE SNAPSHOT "
060200                 "DATES, OLDEST DROPPED ***"
060300             SET WS-TABLE-FULL-WARNED TO TRUE
060400         END-IF
060500         PERFORM 3320-SHIFT-ONE-DATE THRU 3320-EXIT
060600             VARYING WS-DT-IDX FROM 1 BY 1
060700             UNTIL WS-DT-IDX >= WS-DT-TBL-COUNT
060800         SUBTRACT 1 FROM WS-DT-TBL-COUNT
060900     END-IF
061000     ADD 1 TO WS-DT-TBL-COUNT
061100     MOVE WS-DT-TBL-COUNT TO WS-DT-HIT-IDX
061200     MOVE SNAP-DATE TO WS-DT-DATE(WS-DT-HIT-IDX)
061300     COMPUTE WS-DT-CCYYMM(WS-DT-HIT-IDX) =
061400         WS-DW-CCYY * 100 + WS-DW-MM
061500     MOVE "N" TO WS-DT-COUNTDAY-SW(WS-DT-HIT-IDX)
061600     IF WS-DW-MM = WS-RUN-MM
061700        AND WS-DW-CCYY < WS-RUN-CCYY
061800         MOVE "Y" TO WS-DT-BASE-SW(WS-DT-HIT-IDX)
061900     ELSE
062000         MOVE "N" TO WS-DT-BASE-SW(WS-DT-HIT-IDX)
062100     END-IF
062200     PERFORM 3330-CLEAR-ONE-GRADE THRU 3330-EXIT
062300         VARYING WS-GRADE-SUB FROM 1 BY 1
062400         UNTIL WS-GRADE-SUB > 12.
062500 3300-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900* 3310-CHECK-ONE-DATE
063000*****************************************************************
063100 3310-CHECK-ONE-DATE.
063200     IF WS-DT-DATE(WS-DT-IDX) = SNAP-DATE
063300         MOVE WS-DT-IDX TO WS-DT-HIT-IDX
063400         SET WS-FOUND TO TRUE
063500     END-IF.
063600 3310-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000* 3320-SHIFT-ONE-DATE
064100*****************************************************************
064200 3320-SHIFT-ONE-DATE.
064300     COMPUTE WS-DT-NEXT-IDX = WS-DT-IDX + 1
064400     MOVE WS-DT-ENTRY(WS-DT-NEXT-IDX) TO WS-DT-ENTRY(WS-DT-IDX).
064500 3320-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900* 3330-CLEAR-ONE-GRADE
065000*****************************************************************
065100 3330-CLEAR-ONE-GRADE.
065200     MOVE ZERO TO WS-DT-GRADE-COUNT(WS-DT-HIT-IDX
065300         WS-GRADE-SUB).
065400 3330-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800* 3500-FIND-PAIRS
065900*
066000* PAIRS EACH PRIOR YEAR'S BASE WITH THE FIRST COUNT-DAY
066100* SNAPSHOT AFTER IT, WITHIN A YEAR, ADDS THE PAIR INTO EVERY
066200* GRADE'S SURVIVAL FIGURES AND LISTS IT.
066300*****************************************************************
066400 3500-FIND-PAIRS.
066500     MOVE SPACES TO PRINT-LINE
066600     WRITE PRINT-LINE
066700     MOVE "SURVIVAL HISTORY USED" TO WS-SECTION-LINE
066800     MOVE WS-SECTION-LINE TO PRINT-LINE
066900     WRITE PRINT-LINE
067000     PERFORM 3510-CHECK-ONE-BASE THRU 3510-EXIT
067100         VARYING WS-BASE-IDX FROM 1 BY 1
067200         UNTIL WS-BASE-IDX > WS-DT-TBL-COUNT
067300     IF WS-PAIR-COUNT = ZERO
067400         MOVE "NO PRIOR-YEAR SNAPSHOT PAIRS ON FILE - EVERY RATIO"
067500             TO WS-NL-TEXT
067600         MOVE WS-NOTE-LINE TO PRINT-LINE
067700         WRITE PRINT-LINE
067800         MOVE "IS TAKEN AS 1.000 (THE WHOLE GRADE MOVES UP)"
067900             TO WS-NL-TEXT
068000         MOVE WS-NOTE-LINE TO PRINT-LINE
068100         WRITE PRINT-LINE
068200     END-IF.
068300 3500-EXIT.
068400     EXIT.
068500
068600*****************************************************************
068700* 3510-CHECK-ONE-BASE
068800*
068900* A BASE FOLLOWED BY ANOTHER SNAPSHOT FROM THE SAME MONTH IS
069000* PASSED OVER - THE LATER ONE STANDS FOR THE MONTH.
069100*****************************************************************
069200 3510-CHECK-ONE-BASE.
069300     IF WS-DT-BASE-SW(WS-BASE-IDX) NOT = "Y"
069400         GO TO 3510-EXIT
069500     END-IF
069600     COMPUTE WS-DT-NEXT-IDX = WS-BASE-IDX + 1
069700     IF WS-DT-NEXT-IDX <= WS-DT-TBL-COUNT
069800         IF WS-DT-CCYYMM(WS-DT-NEXT-IDX) =
069900            WS-DT-CCYYMM(WS-BASE-IDX)
070000             GO TO 3510-EXIT
070100         END-IF
070200     END-IF
070300     MOVE ZERO TO WS-TARGET-IDX
070400     PERFORM 3520-CHECK-ONE-TARGET THRU 3520-EXIT
070500         VARYING WS-SCAN-IDX FROM WS-DT-NEXT-IDX BY 1
070600         UNTIL WS-SCAN-IDX > WS-DT-TBL-COUNT
070700            OR WS-TARGET-IDX > ZERO
070800     IF WS-TARGET-IDX = ZERO
070900         GO TO 3510-EXIT
071000     END-IF
071100     ADD 1 TO WS-PAIR-COUNT
071200     PERFORM 3530-ADD-ONE-GRADE THRU 3530-EXIT
071300         VARYING WS-GRADE-SUB FROM 2 BY 1
071400         UNTIL WS-GRADE-SUB > 12
071500     MOVE WS-DT-DATE(WS-BASE-IDX) TO WS-PL-BASE
071600     MOVE WS-DT-DATE(WS-TARGET-IDX) TO WS-PL-TARGET
071700     MOVE WS-PAIR-LINE TO PRINT-LINE
071800     WRITE PRINT-LINE.
071900 3510-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300* 3520-CHECK-ONE-TARGET
072400*****************************************************************
072500 3520-CHECK-ONE-TARGET.
072600     IF WS-DT-COUNTDAY-SW(WS-SCAN-IDX) NOT = "Y"
072700         GO TO 3520-EXIT
072800     END-IF
072900     IF WS-DT-DATE(WS-SCAN-IDX) NOT > WS-DT-DATE(WS-BASE-IDX)
073000         GO TO 3520-EXIT
073100     END-IF
073200     COMPUTE WS-DATE-GAP =
073300         WS-DT-DATE(WS-SCAN-IDX) - WS-DT-DATE(WS-BASE-IDX)
073400     IF WS-DATE-GAP <= 10000
073500         MOVE WS-SCAN-IDX TO WS-TARGET-IDX
073600     ELSE
073700         MOVE WS-DT-TBL-COUNT TO WS-SCAN-IDX
073800     END-IF.
073900 3520-EXIT.
074000     EXIT.
074100
074200*****************************************************************
074300* 3530-ADD-ONE-GRADE
074400*****************************************************************
074500 3530-ADD-ONE-GRADE.
074600     COMPUTE WS-LOWER-SUB = WS-GRADE-SUB - 1
074700     ADD WS-DT-GRADE-COUNT(WS-TARGET-IDX WS-GRADE-SUB)
074800         TO WS-GR-SURV-NUM(WS-GRADE-SUB)
074900     ADD WS-DT-GRADE-COUNT(WS-BASE-IDX WS-LOWER-SUB)
075000         TO WS-GR-SURV-DEN(WS-GRADE-SUB).
075100 3530-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500* 3600-COMPUTE-RATIOS
075600*
075700* GRADE 01 HAS NO RATIO.  A GRADE WITH NOTHING IN THE GRADE
075800* BELOW IT ACROSS THE BASES IS TAKEN AS 1.000 AND FLAGGED.
075900*****************************************************************
076000 3600-COMPUTE-RATIOS.
076100     PERFORM 3610-RATIO-ONE-GRADE THRU 3610-EXIT
076200         VARYING WS-GRADE-SUB FROM 2 BY 1
076300         UNTIL WS-GRADE-SUB > 12.
076400 3600-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800* 3610-RATIO-ONE-GRADE
076900*****************************************************************
077000 3610-RATIO-ONE-GRADE.
077100     IF WS-GR-SURV-DEN(WS-GRADE-SUB) = ZERO
077200         MOVE 1 TO WS-GR-RATIO(WS-GRADE-SUB)
077300         MOVE "Y" TO WS-GR-RATIO-SW(WS-GRADE-SUB)
077400         SET WS-ANY-RATIO-ASSUMED TO TRUE
077500         GO TO 3610-EXIT
077600     END-IF
077700     COMPUTE WS-GR-RATIO(WS-GRADE-SUB) ROUNDED =
077800         WS-GR-SURV-NUM(WS-GRADE-SUB)
077900       / WS-GR-SURV-DEN(WS-GRADE-SUB)
078000         ON SIZE ERROR
078100             MOVE 99.999 TO WS-GR-RATIO(WS-GRADE-SUB)
078200     END-COMPUTE.
078300 3610-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700* 3700-LOAD-HOMEROOMS
078800*
078900* ROOMS AND SEATS BY THE GRADE EACH ROOM SERVES, AND FOR THE
079000* SCHOOL AS A WHOLE.  A ROOM WITH A GRADE OUTSIDE 01-12 IS
079100* LEFT OUT.
079200*****************************************************************
079300 3700-LOAD-HOMEROOMS.
079400     OPEN INPUT HOMEROOM-FILE
079500     IF WS-HRM-FILE-STATUS NOT = "00"
079600         DISPLAY "*** WARNING - HOMEROOM OPEN STATUS "
079700             WS-HRM-FILE-STATUS " - ROOMS NOT SIZED ***"
079800         CLOSE HOMEROOM-FILE
079900         GO TO 3700-EXIT
080000     END-IF
080100     SET WS-HRM-OPEN TO TRUE
080200     SET WS-NOT-EOF TO TRUE
080300     PERFORM 3710-READ-HOMEROOM THRU 3710-EXIT
080400     PERFORM 3720-FILE-ONE-ROOM THRU 3720-EXIT
080500         UNTIL WS-EOF
080600     CLOSE HOMEROOM-FILE.
080700 3700-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100* 3710-READ-HOMEROOM
081200*****************************************************************
081300 3710-READ-HOMEROOM.
081400     READ HOMEROOM-FILE
081500         AT END
081600             SET WS-EOF TO TRUE
081700     END-READ.
081800 3710-EXIT.
081900     EXIT.
082000
082100*****************************************************************
082200* 3720-FILE-ONE-ROOM
082300*****************************************************************
082400 3720-FILE-ONE-ROOM.
082500     ADD 1 TO WS-HRM-READ
082600     IF HRM-GRADE NOT NUMERIC
082700        OR HRM-GRADE < 01
082800        OR HRM-GRADE > 12
082900        OR HRM-CAPACITY NOT NUMERIC
083000         GO TO 3720-NEXT
083100     END-IF
083200     MOVE HRM-GRADE TO WS-GRADE-SUB
083300     ADD 1 TO WS-GR-ROOMS(WS-GRADE-SUB)
083400              WS-ALL-ROOMS
083500     ADD HRM-CAPACITY TO WS-GR-SEATS(WS-GRADE-SUB)
083600                         WS-ALL-SEATS.
083700 3720-NEXT.
083800     PERFORM 3710-READ-HOMEROOM THRU 3710-EXIT.
083900 3720-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300* 4000-PROJECT
084400*****************************************************************
084500 4000-PROJECT.
084600     PERFORM 4100-PROJECT-ONE-GRADE THRU 4100-EXIT
084700         VARYING WS-GRADE-SUB FROM 1 BY 1
084800         UNTIL WS-GRADE-SUB > 12.
084900 4000-EXIT.
085000     EXIT.
085100
085200*****************************************************************
085300* 4100-PROJECT-ONE-GRADE
085400*
085500* COHORT = TODAY'S GRADE BELOW AT THE SURVIVAL RATIO; THE
085600* PROJECTION ADDS THE PRE-REGISTERED.  ROOMS NEEDED ARE THE
085700* PROJECTION OVER THE GRADE'S AVERAGE ROOM SIZE (SEATS OVER
085800* ROOMS), ROUNDED UP - OR THE SCHOOL-WIDE AVERAGE WHEN THE
085900* GRADE HAS NO ROOMS OR SEATS ON FILE.
086000*****************************************************************
086100 4100-PROJECT-ONE-GRADE.
086200     ADD WS-GR-NOW(WS-GRADE-SUB) TO WS-ROLL-TOTAL
086300     IF WS-GRADE-SUB = 12
086400         MOVE WS-GR-NOW(WS-GRADE-SUB) TO WS-GRADUATING
086500     ELSE
086600         ADD WS-GR-NOW(WS-GRADE-SUB) TO WS-MOVING-UP
086700     END-IF
086800     IF WS-GRADE-SUB > 1
086900         COMPUTE WS-LOWER-SUB = WS-GRADE-SUB - 1
087000         COMPUTE WS-GR-COHORT(WS-GRADE-SUB) ROUNDED =
087100             WS-GR-NOW(WS-LOWER-SUB) * WS-GR-RATIO(WS-GRADE-SUB)
087200     END-IF
087300     COMPUTE WS-GR-PROJ(WS-GRADE-SUB) =
087400         WS-GR-COHORT(WS-GRADE-SUB) + WS-GR-PREREG(WS-GRADE-SUB)
087500     ADD WS-GR-COHORT(WS-GRADE-SUB) TO WS-COHORT-TOTAL
087600     ADD WS-GR-PREREG(WS-GRADE-SUB) TO WS-PREREG-TOTAL
087700     ADD WS-GR-PROJ(WS-GRADE-SUB)   TO WS-PROJ-TOTAL
087800     ADD WS-GR-ROOMS(WS-GRADE-SUB)  TO WS-ROOMS-TOTAL
087900     ADD WS-GR-SEATS(WS-GRADE-SUB)  TO WS-SEATS-TOTAL
088000     IF WS-GR-PROJ(WS-GRADE-SUB) = ZERO
088100         GO TO 4100-EXIT
088200     END-IF
088300     IF WS-GR-ROOMS(WS-GRADE-SUB) > ZERO
088400        AND WS-GR-SEATS(WS-GRADE-SUB) > ZERO
088500         COMPUTE WS-GR-NEEDED(WS-GRADE-SUB) =
088600             (WS-GR-PROJ(WS-GRADE-SUB) * WS-GR-ROOMS(WS-GRADE-SUB)
088700              + WS-GR-SEATS(WS-GRADE-SUB) - 1)
088800             / WS-GR-SEATS(WS-GRADE-SUB)
088900     ELSE
089000         IF WS-ALL-SEATS > ZERO
089100             COMPUTE WS-GR-NEEDED(WS-GRADE-SUB) =
089200                 (WS-GR-PROJ(WS-GRADE-SUB) * WS-ALL-ROOMS
089300                  + WS-ALL-SEATS - 1) / WS-ALL-SEATS
089400             MOVE "Y" TO WS-GR-AVERAGE-SW(WS-GRADE-SUB)
089500             SET WS-AVERAGE-USED TO TRUE
089600         ELSE
089700             SET WS-NEEDED-NA TO TRUE
089800         END-IF
089900     END-IF
090000     ADD WS-GR-NEEDED(WS-GRADE-SUB) TO WS-NEEDED-TOTAL.
090100 4100-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500* 5000-PRINT-PROJECTION
090600*****************************************************************
090700 5000-PRINT-PROJECTION.
090800     MOVE SPACES TO PRINT-LINE
090900     WRITE PRINT-LINE
091000     MOVE "PROJECTED ENROLLMENT AND HOMEROOMS FOR NEXT FALL"
091100         TO WS-SECTION-LINE
091200     MOVE WS-SECTION-LINE TO PRINT-LINE
091300     WRITE PRINT-LINE
091400     MOVE SPACES TO PRINT-LINE
091500     WRITE PRINT-LINE
091600     MOVE WS-COLUMN-LINE-1 TO PRINT-LINE
091700     WRITE PRINT-LINE
091800     MOVE WS-COLUMN-LINE-2 TO PRINT-LINE
091900     WRITE PRINT-LINE
092000     PERFORM 5100-PRINT-ONE-GRADE THRU 5100-EXIT
092100         VARYING WS-GRADE-SUB FROM 1 BY 1
092200         UNTIL WS-GRADE-SUB > 12
092300     PERFORM 5200-PRINT-TABLE-TOTAL THRU 5200-EXIT
092400     PERFORM 5300-PRINT-NOTES THRU 5300-EXIT.
092500 5000-EXIT.
092600     EXIT.
092700
092800*****************************************************************
092900* 5100-PRINT-ONE-GRADE
093000*****************************************************************
093100 5100-PRINT-ONE-GRADE.
093200     MOVE WS-GRADE-SUB TO WS-GL-GRADE
093300     MOVE WS-GR-NOW(WS-GRADE-SUB) TO WS-GL-NOW
093400     IF WS-GRADE-SUB = 1
093500         MOVE "      -" TO WS-GL-FROM
093600                          WS-GL-COHORT
093700         MOVE "     -" TO WS-GL-RATIO
093800         MOVE SPACE TO WS-GL-RATIO-FLAG
093900     ELSE
094000         COMPUTE WS-LOWER-SUB = WS-GRADE-SUB - 1
094100         MOVE WS-GR-NOW(WS-LOWER-SUB) TO WS-COUNT-EDIT
094200         MOVE WS-COUNT-EDIT TO WS-GL-FROM
094300         MOVE WS-GR-RATIO(WS-GRADE-SUB) TO WS-RATIO-EDIT
094400         MOVE WS-RATIO-EDIT TO WS-GL-RATIO
094500         IF WS-GR-RATIO-ASSUMED(WS-GRADE-SUB)
094600             MOVE "*" TO WS-GL-RATIO-FLAG
094700         ELSE
094800             MOVE SPACE TO WS-GL-RATIO-FLAG
094900         END-IF
095000         MOVE WS-GR-COHORT(WS-GRADE-SUB) TO WS-COUNT-EDIT
095100         MOVE WS-COUNT-EDIT TO WS-GL-COHORT
095200     END-IF
095300     MOVE WS-GR-PREREG(WS-GRADE-SUB) TO WS-GL-PREREG
095400     MOVE WS-GR-PROJ(WS-GRADE-SUB) TO WS-GL-PROJ
095500     MOVE WS-GR-ROOMS(WS-GRADE-SUB) TO WS-GL-ROOMS
095600     MOVE WS-GR-SEATS(WS-GRADE-SUB) TO WS-GL-SEATS
095700     IF WS-GR-AT-AVERAGE(WS-GRADE-SUB)
095800         MOVE "+" TO WS-GL-NEEDED-FLAG
095900     ELSE
096000         MOVE SPACE TO WS-GL-NEEDED-FLAG
096100     END-IF
096200     IF WS-GR-PROJ(WS-GRADE-SUB) > ZERO
096300        AND WS-ALL-SEATS = ZERO
096400         MOVE " N/A" TO WS-GL-NEEDED
096500         MOVE "    N/A" TO WS-GL-DIFF
096600     ELSE
096700         MOVE WS-GR-NEEDED(WS-GRADE-SUB) TO WS-ROOMS-EDIT
096800         MOVE WS-ROOMS-EDIT TO WS-GL-NEEDED
096900         COMPUTE WS-ROOM-DIFF = WS-GR-ROOMS(WS-GRADE-SUB)
097000             - WS-GR-NEEDED(WS-GRADE-SUB)
097100         PERFORM 5400-EDIT-ROOM-DIFF THRU 5400-EXIT
097200     END-IF
097300     MOVE WS-GRADE-LINE TO PRINT-LINE
097400     WRITE PRINT-LINE.
097500 5100-EXIT.
097600     EXIT.
097700
097800*****************************************************************
097900* 5200-PRINT-TABLE-TOTAL
098000*****************************************************************
098100 5200-PRINT-TABLE-TOTAL.
098200     MOVE "TOTAL" TO WS-GRADE-LINE
098300     MOVE WS-ROLL-TOTAL TO WS-GL-NOW
098400     MOVE WS-MOVING-UP TO WS-COUNT-EDIT
098500     MOVE WS-COUNT-EDIT TO WS-GL-FROM
098600     MOVE SPACES TO WS-GL-RATIO
098700                    WS-GL-RATIO-FLAG
098800                    WS-GL-NEEDED-FLAG
098900     MOVE WS-COHORT-TOTAL TO WS-COUNT-EDIT
099000     MOVE WS-COUNT-EDIT TO WS-GL-COHORT
099100     MOVE WS-PREREG-TOTAL TO WS-GL-PREREG
099200     MOVE WS-PROJ-TOTAL TO WS-GL-PROJ
099300     MOVE WS-ROOMS-TOTAL TO WS-GL-ROOMS
099400     MOVE WS-SEATS-TOTAL TO WS-GL-SEATS
099500     IF WS-NEEDED-NA
099600         MOVE " N/A" TO WS-GL-NEEDED
099700         MOVE "    N/A" TO WS-GL-DIFF
099800     ELSE
099900         MOVE WS-NEEDED-TOTAL TO WS-ROOMS-EDIT
100000         MOVE WS-ROOMS-EDIT TO WS-GL-NEEDED
100100         COMPUTE WS-ROOM-DIFF = WS-ROOMS-TOTAL - WS-NEEDED-TOTAL
100200         PERFORM 5400-EDIT-ROOM-DIFF THRU 5400-EXIT
100300     END-IF
100400     MOVE SPACES TO PRINT-LINE
100500     WRITE PRINT-LINE
100600     MOVE WS-GRADE-LINE TO PRINT-LINE
100700     WRITE PRINT-LINE.
100800 5200-EXIT.
100900     EXIT.
101000
101100*****************************************************************
101200* 5300-PRINT-NOTES
101300*****************************************************************
101400 5300-PRINT-NOTES.
101500     MOVE SPACES TO PRINT-LINE
101600     WRITE PRINT-LINE
101700     MOVE "GRADE 01 IS PROJECTED FROM PRE-REGISTRATIONS ONLY."
101800         TO WS-NL-TEXT
101900     MOVE WS-NOTE-LINE TO PRINT-LINE
102000     WRITE PRINT-LINE
102100     IF WS-ANY-RATIO-ASSUMED
102200         MOVE "* NO SNAPSHOT HISTORY FOR THE GRADE - RATIO"
102300             TO WS-NL-TEXT
102400         MOVE WS-NOTE-LINE TO PRINT-LINE
102500         WRITE PRINT-LINE
102600         MOVE "  TAKEN AS 1.000" TO WS-NL-TEXT
102700         MOVE WS-NOTE-LINE TO PRINT-LINE
102800         WRITE PRINT-LINE
102900     END-IF
103000     IF WS-AVERAGE-USED
103100         MOVE "+ NO ROOMS ON FILE FOR THE GRADE - SIZED AT THE"
103200             TO WS-NL-TEXT
103300         MOVE WS-NOTE-LINE TO PRINT-LINE
103400         WRITE PRINT-LINE
103500         MOVE "  SCHOOL-WIDE AVERAGE ROOM SIZE" TO WS-NL-TEXT
103600         MOVE WS-NOTE-LINE TO PRINT-LINE
103700         WRITE PRINT-LINE
103800     END-IF
103900     IF NOT WS-HRM-OPEN
104000         MOVE "HOMEROOM NOT AVAILABLE - ROOMS NOT SIZED"
104100             TO WS-NL-TEXT
104200         MOVE WS-NOTE-LINE TO PRINT-LINE
104300         WRITE PRINT-LINE
104400     END-IF.
104500 5300-EXIT.
104600     EXIT.
104700
104800*****************************************************************
104900* 5400-EDIT-ROOM-DIFF
105000*
105100* ROOMS ON FILE LESS ROOMS NEEDED, AS A SURPLUS OR SHORTFALL.
105200*****************************************************************
105300 5400-EDIT-ROOM-DIFF.
105400     EVALUATE TRUE
105500         WHEN WS-ROOM-DIFF > ZERO
105600             MOVE SPACES TO WS-GL-DIFF
105700             MOVE WS-ROOM-DIFF TO WS-ROOMS-EDIT
105800             STRING WS-ROOMS-EDIT DELIMITED BY SIZE
105900                    " SURPLUS"    DELIMITED BY SIZE
106000                 INTO WS-GL-DIFF
106100         WHEN WS-ROOM-DIFF < ZERO
106200             MOVE SPACES TO WS-GL-DIFF
106300             MOVE WS-ROOM-DIFF TO WS-ROOMS-EDIT
106400             STRING WS-ROOMS-EDIT DELIMITED BY SIZE
106500                    " SHORT"      DELIMITED BY SIZE
106600                 INTO WS-GL-DIFF
106700         WHEN OTHER
106800             MOVE "    BALANCED" TO WS-GL-DIFF
106900     END-EVALUATE.
107000 5400-EXIT.
107100     EXIT.
107200
107300*****************************************************************
107400* 8000-TERMINATE
107500*****************************************************************
107600 8000-TERMINATE.
107700     IF WS-ABORTED
107800         CLOSE PRINT-FILE
107900         GO TO 8000-EXIT
108000     END-IF
108100     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
108200     CLOSE PRINT-FILE.
108300 8000-EXIT.
108400     EXIT.
108500
108600*****************************************************************
108700* 8100-PRINT-TOTALS
108800*
108900* THE RECONCILIATION RUNS FROM TODAY'S ROLL TO NEXT FALL'S:
109000* LESS THE GRADUATES, PLUS OR MINUS WHAT THE RATIOS DO TO THE
109100* GRADES MOVING UP, PLUS THE PRE-REGISTERED.
109200*****************************************************************
109300 8100-PRINT-TOTALS.
109400     MOVE SPACES TO PRINT-LINE
109500     WRITE PRINT-LINE
109600     MOVE "STUDENT RECORDS READ:         " TO WS-TL-LABEL
109700     MOVE WS-STUDENT-READ TO WS-TL-COUNT
109800     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
109900     MOVE "ACTIVE, GRADE NOT 01-12:      " TO WS-TL-LABEL
110000     MOVE WS-OFF-GRADE-COUNT TO WS-TL-COUNT
110100     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
110200     MOVE "STAGED RECORDS READ:          " TO WS-TL-LABEL
110300     MOVE WS-STAGED-READ TO WS-TL-COUNT
110400     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
110500     MOVE "STAGED, GRADE NOT 01-12:      " TO WS-TL-LABEL
110600     MOVE WS-STAGED-BAD-GRADE TO WS-TL-COUNT
110700     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
110800     MOVE "SNAPSHOT RECORDS READ:        " TO WS-TL-LABEL
110900     MOVE WS-SNAP-READ TO WS-TL-COUNT
111000     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
111100     MOVE "SNAPSHOT PAIRS USED:          " TO WS-TL-LABEL
111200     MOVE WS-PAIR-COUNT TO WS-TL-COUNT
111300     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
111400     MOVE "HOMEROOM RECORDS READ:        " TO WS-TL-LABEL
111500     MOVE WS-HRM-READ TO WS-TL-COUNT
111600     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
111700     MOVE SPACES TO PRINT-LINE
111800     WRITE PRINT-LINE
111900     MOVE "ACTIVE ROLL TODAY, 01-12:     " TO WS-TL-LABEL
112000     MOVE WS-ROLL-TOTAL TO WS-TL-COUNT
112100     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
112200     MOVE "LESS GRADE 12 GRADUATING:     " TO WS-TL-LABEL
112300     MOVE WS-GRADUATING TO WS-TL-COUNT
112400     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
112500     COMPUTE WS-COHORT-CHANGE = WS-COHORT-TOTAL - WS-MOVING-UP
112600     IF WS-COHORT-CHANGE < ZERO
112700         MOVE "LESS COHORT LOSS:             " TO WS-TL-LABEL
112800     ELSE
112900         MOVE "PLUS COHORT GAIN:             " TO WS-TL-LABEL
113000     END-IF
113100     MOVE WS-COHORT-CHANGE TO WS-TL-COUNT
113200     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
113300     MOVE "PLUS PRE-REGISTERED:          " TO WS-TL-LABEL
113400     MOVE WS-PREREG-TOTAL TO WS-TL-COUNT
113500     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
113600     MOVE "PROJECTED FALL ENROLLMENT:    " TO WS-TL-LABEL
113700     MOVE WS-PROJ-TOTAL TO WS-TL-COUNT
113800     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT.
113900 8100-EXIT.
114000     EXIT.
114100
114200*****************************************************************
114300* 8200-PRINT-TOTAL-LINE
114400*****************************************************************
114500 8200-PRINT-TOTAL-LINE.
114600     MOVE WS-TOTAL-LINE TO PRINT-LINE
114700     WRITE PRINT-LINE.
114800 8200-EXIT.
114900     EXIT.
