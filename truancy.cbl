000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     TRUANCY.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* TRUANCY
000900*
001000* TRUANCY NOTICE LETTERS.  TOTALS EACH ACTIVE STUDENT'S
001100* UNEXCUSED ABSENCES ("A" POSTINGS) ON ATTEND.DAT FOR THE
001200* SCHOOL YEAR TO DATE AND PRINTS THE STATE-REQUIRED LETTER
001300* WHEN THE COUNT REACHES A DISTRICT THRESHOLD - FIRST NOTICE,
001400* SECOND NOTICE, THEN REFERRAL TO THE ATTENDANCE OFFICER.
001500* EACH LETTER IS ADDRESSED TO THE STUDENT'S PRIORITY-1
001600* CONTACT ON STUCONT.DAT (CONTREC.CPY), FALLING BACK TO THE
001700* MASTER'S GUARDIAN NAME WHEN THERE IS NO SUCH ROW.
001800*
001900* EVERY LETTER PRINTED IS APPENDED TO THE TRUNOTE NOTICE
002000* HISTORY (TRUNREC.CPY), AND THE HISTORY IS READ BACK AT
002100* STARTUP: A STUDENT GETS EACH LEVEL ONCE PER SCHOOL YEAR AND
002200* NEVER A SECOND COPY, SO THE RUN CAN GO OUT EVERY WEEK.  A
002300* STUDENT WHO CLIMBS PAST MORE THAN ONE THRESHOLD BETWEEN
002400* RUNS GETS THE HIGHEST LETTER EARNED - THE FAMILY IS NOT
002500* MAILED A FIRST AND A SECOND NOTICE IN THE SAME ENVELOPE.
002600* THE HISTORY ROW IS THE OFFICE'S PROOF OF WHEN EACH NOTICE
002700* WENT OUT IF A FAMILY CONTESTS A COURT REFERRAL.
002800*
002900* THE SCHOOL YEAR RUNS FROM AUGUST 1 - A RUN IN JANUARY COUNTS
003000* FROM THE PRECEDING AUGUST.
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
004200*    DDNAME ASSIGNS AS IN WRITEDEM - SEE TRUANCY.JCL.
004300     SELECT STUDENT-FILE ASSIGN TO STUDENTS
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS STU-ID
004700         ALTERNATE RECORD KEY IS STU-LAST-NAME
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005000     SELECT ATTENDANCE-FILE ASSIGN TO ATTEND
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ATT-KEY
005400         FILE STATUS IS WS-ATT-FILE-STATUS.
005500     SELECT CONTACT-FILE ASSIGN TO STUCONT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CONT-KEY
005900         FILE STATUS IS WS-CONT-FILE-STATUS.
006000     SELECT NOTICE-FILE ASSIGN TO TRUNOTE
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-NOTE-FILE-STATUS.
006300     SELECT PRINT-FILE ASSIGN TO TRUNLTR
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PRINT-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  STUDENT-FILE.
007000     COPY STUDREC.
007100 FD  ATTENDANCE-FILE.
007200     COPY ATTREC.
007300 FD  CONTACT-FILE.
007400     COPY CONTREC.
007500 FD  NOTICE-FILE.
007600     COPY TRUNREC.
007700 FD  PRINT-FILE
007800     RECORDING MODE IS F.
007900 01  PRINT-LINE                  PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200*****************************************************************
008300* FILE STATUS FIELDS
008400*****************************************************************
008500 01  WS-STUDENT-FILE-STATUS      PIC X(02).
008600 01  WS-ATT-FILE-STATUS          PIC X(02).
008700 01  WS-CONT-FILE-STATUS         PIC X(02).
008800 01  WS-NOTE-FILE-STATUS         PIC X(02).
008900     88  WS-NOTE-FILE-NOTFND     VALUE "35".
009000 01  WS-PRINT-FILE-STATUS        PIC X(02).
009100
009200 01  WS-EOF-SWITCH               PIC X(01).
009300     88  WS-EOF                  VALUE "Y".
009400     88  WS-NOT-EOF              VALUE "N".
009500 01  WS-NOTE-EOF-SWITCH          PIC X(01).
009600     88  WS-NOTE-EOF             VALUE "Y".
009700     88  WS-NOTE-NOT-EOF         VALUE "N".
009800 01  WS-ATT-DONE-SWITCH          PIC X(01).
009900     88  WS-ATT-DONE             VALUE "Y".
010000     88  WS-ATT-MORE             VALUE "N".
010100
010200 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
010300     88  WS-ABORTED              VALUE "Y".
010400
010500 01  WS-FOUND-SWITCH             PIC X(01).
010600     88  WS-FOUND                VALUE "Y".
010700     88  WS-NOT-FOUND            VALUE "N".
010800
010900*****************************************************************
011000* THE CONTACT FILE IS OPTIONAL - WITHOUT IT EVERY LETTER GOES
011100* TO THE MASTER'S GUARDIAN, AS CONTCARD DOES.
011200*****************************************************************
011300 01  WS-CONT-OPEN-SWITCH         PIC X(01) VALUE "N".
011400     88  WS-CONT-OPEN            VALUE "Y".
011500 01  WS-CONT-DONE-SWITCH         PIC X(01).
011600     88  WS-CONT-DONE            VALUE "Y".
011700     88  WS-CONT-MORE            VALUE "N".
011800
011900*****************************************************************
012000* DISTRICT THRESHOLDS - UNEXCUSED ABSENCES FOR THE SCHOOL YEAR
012100* AT WHICH EACH LETTER IS DUE.  LEVEL 1 IS THE FIRST NOTICE,
012200* LEVEL 2 THE SECOND NOTICE, LEVEL 3 THE REFERRAL TO THE
012300* ATTENDANCE OFFICER.
012400*****************************************************************
012500 01  WS-THRESHOLD-VALUES.
012600     05  FILLER                  PIC 9(03) VALUE 005.
012700     05  FILLER                  PIC 9(03) VALUE 010.
012800     05  FILLER                  PIC 9(03) VALUE 015.
012900 01  WS-THRESHOLD-TABLE REDEFINES WS-THRESHOLD-VALUES.
013000     05  WS-THRESHOLD OCCURS 3 TIMES
013100                                 PIC 9(03).
013200 01  WS-LEVEL-SUB                PIC 9(01) COMP.
013300
013400*****************************************************************
013500* RUN DATE AND THE START OF THE SCHOOL YEAR IT FALLS IN.
013600*****************************************************************
013700 01  WS-RUN-DATE.
013800     05  WS-RUN-CCYY             PIC 9(04).
013900     05  WS-RUN-MM               PIC 9(02).
014000     05  WS-RUN-DD               PIC 9(02).
014100 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
014200                                 PIC 9(08).
014300 01  WS-YEAR-START.
014400     05  WS-YS-CCYY              PIC 9(04).
014500     05  WS-YS-MM                PIC 9(02).
014600     05  WS-YS-DD                PIC 9(02).
014700 01  WS-YEAR-START-N REDEFINES WS-YEAR-START
014800                                 PIC 9(08).
014900 01  WS-YEAR-START-MONTH         PIC 9(02) VALUE 08.
015000
015100*****************************************************************
015200* NOTICE HISTORY TABLE
015300*
015400* THE HIGHEST LEVEL ALREADY SENT TO EACH STUDENT THIS SCHOOL
015500* YEAR, LOADED FROM TRUNOTE AT STARTUP.  A STUDENT NOT IN THE
015600* TABLE HAS HAD NO LETTER YET.
015700*****************************************************************
015800 01  WS-NOTICE-TABLE.
015900     05  WS-NT-ENTRY OCCURS 3000 TIMES.
016000         10  WS-NT-STUDENT-ID    PIC X(06).
016100         10  WS-NT-LEVEL         PIC 9(01).
016200 01  WS-NT-COUNT                 PIC 9(04) COMP VALUE ZERO.
016300 01  WS-NT-LIMIT                 PIC 9(04) COMP VALUE 3000.
016400 01  WS-SRCH-IDX                 PIC 9(04) COMP VALUE ZERO.
016500 01  WS-HIT-IDX                  PIC 9(04) COMP VALUE ZERO.
016600
016700*****************************************************************
016800* PER-STUDENT WORK FIELDS
016900*****************************************************************
017000 01  WS-ABSENCE-COUNT            PIC 9(03) COMP VALUE ZERO.
017100 01  WS-EARNED-LEVEL             PIC 9(01) VALUE ZERO.
017200 01  WS-SENT-LEVEL               PIC 9(01) VALUE ZERO.
017300 01  WS-ADDRESSEE                PIC X(20).
017400 01  WS-ADDRESSEE-SOURCE         PIC X(01).
017500
017600*****************************************************************
017700* CONTROL TOTALS
017800*****************************************************************
017900 01  WS-STUDENTS-READ            PIC 9(06) VALUE ZERO.
018000 01  WS-STUDENTS-ACTIVE          PIC 9(06) VALUE ZERO.
018100 01  WS-ALREADY-SENT-COUNT       PIC 9(06) VALUE ZERO.
018200 01  WS-GUARDIAN-FALLBACK        PIC 9(06) VALUE ZERO.
018300 01  WS-LETTER-TALLY-TABLE.
018400     05  WS-LETTER-COUNT OCCURS 3 TIMES
018500                                 PIC 9(06) VALUE ZERO.
018600
018700*****************************************************************
018800* LETTER AND PRINT LINE WORK AREAS
018900*****************************************************************
019000 01  WS-ABORT-LINE.
019100     05  FILLER                  PIC X(21)
019200         VALUE "*** RUN ABORTED - ".
019300     05  WS-AB-FILE              PIC X(12).
019400     05  FILLER                  PIC X(13)
019500         VALUE " OPEN STATUS ".
019600     05  WS-AB-STATUS            PIC X(02).
019700     05  FILLER                  PIC X(04)
019800         VALUE " ***".
019900
020000 01  WS-LETTER-HEAD-LINE.
020100     05  FILLER                  PIC X(44)
020200         VALUE "ATTENDANCE OFFICE - NOTICE OF UNEXCUSED ABSE".
020300     05  FILLER                  PIC X(16)
020400         VALUE "NCES".
020500     05  FILLER                  PIC X(06) VALUE "DATE ".
020600     05  WS-LH-DATE              PIC 9(08).
020700
020800 01  WS-LETTER-LEVEL-LINE.
020900     05  WS-LL-TITLE             PIC X(40).
021000
021100 01  WS-LETTER-TO-LINE.
021200     05  FILLER                  PIC X(06) VALUE "TO:   ".
021300     05  WS-LT-NAME              PIC X(20).
021400
021500 01  WS-LETTER-RE-LINE.
021600     05  FILLER                  PIC X(06) VALUE "RE:   ".
021700     05  WS-LR-FIRST-NAME        PIC X(12).
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  WS-LR-LAST-NAME         PIC X(15).
022000     05  FILLER                  PIC X(12)
022100         VALUE "  STUDENT ID".
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  WS-LR-ID                PIC X(06).
022400     05  FILLER                  PIC X(08) VALUE "  GRADE ".
022500     05  WS-LR-GRADE             PIC 9(02).
022600     05  FILLER                  PIC X(11)
022700         VALUE "  HOMEROOM ".
022800     05  WS-LR-HOMEROOM          PIC X(06).
022900
023000 01  WS-LETTER-COUNT-LINE.
023100     05  FILLER                  PIC X(25)
023200         VALUE "OUR RECORDS SHOW THAT ".
023300     05  WS-LC-FIRST-NAME        PIC X(12).
023400     05  FILLER                  PIC X(05) VALUE " HAS ".
023500     05  WS-LC-COUNT             PIC ZZ9.
023600     05  FILLER                  PIC X(40)
023700         VALUE " UNEXCUSED ABSENCES THIS SCHOOL YEAR".
023800
023900 01  WS-LETTER-BODY-LINE         PIC X(72).
024000
024100 01  WS-LETTER-SIGN-LINE.
024200     05  FILLER                  PIC X(30)
024300         VALUE "ATTENDANCE OFFICE".
024400
024500 01  WS-SUMMARY-TITLE-LINE.
024600     05  FILLER                  PIC X(30)
024700         VALUE "TRUANCY NOTICE RUN SUMMARY".
024800     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
024900     05  WS-ST-DATE              PIC 9(08).
025000
025100 01  WS-TOTAL-LINE.
025200     05  WS-TL-LABEL             PIC X(30).
025300     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
025400
025500 PROCEDURE DIVISION.
025600*****************************************************************
025700* 0000-MAINLINE
025800*****************************************************************
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026100     IF NOT WS-ABORTED
026200         PERFORM 2000-READ-STUDENT THRU 2000-EXIT
026300         PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
026400             UNTIL WS-EOF
026500     END-IF
026600     PERFORM 8000-TERMINATE THRU 8000-EXIT
026700     STOP RUN.
026800 0000-MAINLINE-EXIT.
026900     EXIT.
027000
027100*****************************************************************
027200* 1000-INITIALIZE
027300*
027400* THE MASTER AND THE ATTENDANCE FILE ARE BOTH REQUIRED - A
027500* MISSING ATTEND.DAT IS AN ERROR HERE, NOT "NOBODY ABSENT".
027600* THE NOTICE HISTORY IS LOADED BEFORE ANY STUDENT IS LOOKED AT
027700* AND THEN REOPENED FOR APPEND.
027800*****************************************************************
027900 1000-INITIALIZE.
028000     SET WS-NOT-EOF TO TRUE
028100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028200     PERFORM 1050-SET-YEAR-START THRU 1050-EXIT
028300     OPEN OUTPUT PRINT-FILE
028400     OPEN INPUT STUDENT-FILE
028500     IF WS-STUDENT-FILE-STATUS NOT = "00"
028600         MOVE "STUDENTS.DAT" TO WS-AB-FILE
028700         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
028800         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
028900         GO TO 1000-EXIT
029000     END-IF
029100     OPEN INPUT ATTENDANCE-FILE
029200     IF WS-ATT-FILE-STATUS NOT = "00"
029300         MOVE "ATTEND.DAT" TO WS-AB-FILE
029400         MOVE WS-ATT-FILE-STATUS TO WS-AB-STATUS
029500         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
029600         CLOSE STUDENT-FILE
029700         GO TO 1000-EXIT
029800     END-IF
029900     OPEN INPUT CONTACT-FILE
030000     IF WS-CONT-FILE-STATUS = "00"
030100         SET WS-CONT-OPEN TO TRUE
030200     ELSE
030300         DISPLAY "*** STUCONT NOT AVAILABLE (STATUS "
030400             WS-CONT-FILE-STATUS ") - LETTERS GO TO THE "
030500             "GUARDIAN ON THE MASTER ***"
030600         CLOSE CONTACT-FILE
030700     END-IF
030800     PERFORM 1200-LOAD-NOTICE-HISTORY THRU 1200-EXIT
030810     IF WS-ABORTED
030820         GO TO 1000-EXIT
030830     END-IF
030900     OPEN EXTEND NOTICE-FILE.
031000 1000-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400* 1050-SET-YEAR-START
031500*
031600* AUGUST 1 OF THIS CALENDAR YEAR FROM AUGUST ON, AUGUST 1 OF
031700* LAST YEAR BEFORE THAT.
031800*****************************************************************
031900 1050-SET-YEAR-START.
032000     MOVE WS-RUN-CCYY         TO WS-YS-CCYY
032100     MOVE WS-YEAR-START-MONTH TO WS-YS-MM
032200     MOVE 01                  TO WS-YS-DD
032300     IF WS-RUN-MM < WS-YEAR-START-MONTH
032400         SUBTRACT 1 FROM WS-YS-CCYY
032500     END-IF.
032600 1050-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000* 1100-ABORT-RUN
033100*****************************************************************
033200 1100-ABORT-RUN.
033300     DISPLAY "*** TRUANCY ABORTED - " WS-AB-FILE
033400         " OPEN STATUS " WS-AB-STATUS " ***"
033500     MOVE WS-ABORT-LINE TO PRINT-LINE
033600     WRITE PRINT-LINE
033700     MOVE 8 TO RETURN-CODE
033800     SET WS-ABORTED TO TRUE.
033900 1100-EXIT.
034000     EXIT.
034100
034200*****************************************************************
034300* 1200-LOAD-NOTICE-HISTORY
034400*
034500* NO TRUNOTE YET MEANS NO LETTER HAS EVER GONE OUT - THE
034600* TABLE STAYS EMPTY AND THE APPEND OPEN CREATES THE FILE.
034700*****************************************************************
034800 1200-LOAD-NOTICE-HISTORY.
034900     SET WS-NOTE-NOT-EOF TO TRUE
035000     OPEN INPUT NOTICE-FILE
035100     IF WS-NOTE-FILE-NOTFND
035200         CLOSE NOTICE-FILE
035300         GO TO 1200-EXIT
035400     END-IF
035500     IF WS-NOTE-FILE-STATUS NOT = "00"
035600         MOVE "TRUNOTE" TO WS-AB-FILE
035700         MOVE WS-NOTE-FILE-STATUS TO WS-AB-STATUS
035800         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
035900         CLOSE NOTICE-FILE
036000         GO TO 1200-EXIT
036100     END-IF
036200     PERFORM 1210-LOAD-ONE-NOTICE THRU 1210-EXIT
036300         UNTIL WS-NOTE-EOF
036400     CLOSE NOTICE-FILE.
036500 1200-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900* 1210-LOAD-ONE-NOTICE
037000*
037100* ONLY THIS SCHOOL YEAR'S ROWS COUNT.  THE TABLE KEEPS THE
037200* HIGHEST LEVEL SEEN FOR EACH STUDENT.
037300*****************************************************************
037400 1210-LOAD-ONE-NOTICE.
037500     READ NOTICE-FILE
037600         AT END
037700             SET WS-NOTE-EOF TO TRUE
037800             GO TO 1210-EXIT
037900     END-READ
038000     IF TRUN-YEAR-START NOT = WS-YEAR-START-N
038100         GO TO 1210-EXIT
038200     END-IF
038300     MOVE TRUN-STUDENT-ID TO STU-ID
038400     PERFORM 1300-FIND-NOTICE-ENTRY THRU 1300-EXIT
038500     IF WS-FOUND
038600         IF TRUN-NOTICE-LEVEL > WS-NT-LEVEL(WS-HIT-IDX)
038700             MOVE TRUN-NOTICE-LEVEL TO WS-NT-LEVEL(WS-HIT-IDX)
038800         END-IF
038900         GO TO 1210-EXIT
039000     END-IF
039100     PERFORM 1400-ADD-NOTICE-ENTRY THRU 1400-EXIT.
039200 1210-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600* 1300-FIND-NOTICE-ENTRY
039700*
039800* LEAVES WS-HIT-IDX ON STU-ID'S TABLE ENTRY WHEN ONE EXISTS.
039900*****************************************************************
040000 1300-FIND-NOTICE-ENTRY.
040100     SET WS-NOT-FOUND TO TRUE
040200     PERFORM 1310-CHECK-ONE-ENTRY THRU 1310-EXIT
040300         VARYING WS-SRCH-IDX FROM 1 BY 1
040400         UNTIL WS-SRCH-IDX > WS-NT-COUNT
040500            OR WS-FOUND.
040600 1300-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000* 1310-CHECK-ONE-ENTRY
041100*****************************************************************
041200 1310-CHECK-ONE-ENTRY.
041300     IF WS-NT-STUDENT-ID(WS-SRCH-IDX) = STU-ID
041400         MOVE WS-SRCH-IDX TO WS-HIT-IDX
041500         SET WS-FOUND TO TRUE
041600     END-IF.
041700 1310-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100* 1400-ADD-NOTICE-ENTRY
042200*
042300* A FULL TABLE IS REPORTED AND THE ROW DROPPED - THE STUDENT
042400* WOULD THEN LOOK UNSENT, SO THE LIMIT IS SET WELL ABOVE ANY
042500* YEAR'S LETTER VOLUME.
042600*****************************************************************
042700 1400-ADD-NOTICE-ENTRY.
042800     IF WS-NT-COUNT >= WS-NT-LIMIT
042900         DISPLAY "*** NOTICE TABLE FULL AT " WS-NT-LIMIT
043000             " - HISTORY FOR " TRUN-STUDENT-ID " IGNORED ***"
043100         GO TO 1400-EXIT
043200     END-IF
043300     ADD 1 TO WS-NT-COUNT
043400     MOVE WS-NT-COUNT       TO WS-HIT-IDX
043500     MOVE TRUN-STUDENT-ID   TO WS-NT-STUDENT-ID(WS-HIT-IDX)
043600     MOVE TRUN-NOTICE-LEVEL TO WS-NT-LEVEL(WS-HIT-IDX).
043700 1400-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100* 2000-READ-STUDENT
044200*****************************************************************
044300 2000-READ-STUDENT.
044400     READ STUDENT-FILE NEXT RECORD
044500         AT END
044600             SET WS-EOF TO TRUE
044700     END-READ.
044800 2000-EXIT.
044900     EXIT.
045000
045100*****************************************************************
045200* 3000-PROCESS-STUDENT
045300*
045400* ONE STUDENT - COUNT THIS YEAR'S UNEXCUSED ABSENCES, WORK OUT
045500* THE HIGHEST LEVEL THEY EARN, AND PRINT THAT LETTER IF IT IS
045600* ABOVE WHATEVER HAS ALREADY GONE OUT.
045700*****************************************************************
045800 3000-PROCESS-STUDENT.
045900     ADD 1 TO WS-STUDENTS-READ
046000     IF NOT STU-STATUS-ACTIVE
046100         GO TO 3000-NEXT
046200     END-IF
046300     ADD 1 TO WS-STUDENTS-ACTIVE
046400     PERFORM 3100-COUNT-ABSENCES THRU 3100-EXIT
046500     MOVE ZERO TO WS-EARNED-LEVEL
046600     PERFORM 3200-CHECK-ONE-THRESHOLD THRU 3200-EXIT
046700         VARYING WS-LEVEL-SUB FROM 1 BY 1
046800         UNTIL WS-LEVEL-SUB > 3
046900     IF WS-EARNED-LEVEL = ZERO
047000         GO TO 3000-NEXT
047100     END-IF
047200     MOVE ZERO TO WS-SENT-LEVEL
047300     PERFORM 1300-FIND-NOTICE-ENTRY THRU 1300-EXIT
047400     IF WS-FOUND
047500         MOVE WS-NT-LEVEL(WS-HIT-IDX) TO WS-SENT-LEVEL
047600     END-IF
047700     IF WS-EARNED-LEVEL NOT > WS-SENT-LEVEL
047800         ADD 1 TO WS-ALREADY-SENT-COUNT
047900         GO TO 3000-NEXT
048000     END-IF
048100     PERFORM 4000-FIND-ADDRESSEE THRU 4000-EXIT
048200     PERFORM 5000-PRINT-LETTER THRU 5000-EXIT
048300     PERFORM 6000-RECORD-NOTICE THRU 6000-EXIT.
048400 3000-NEXT.
048500     PERFORM 2000-READ-STUDENT THRU 2000-EXIT.
048600 3000-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* 3100-COUNT-ABSENCES
049100*
049200* ATT-KEY IS STUDENT ID PLUS DATE, SO THE STUDENT'S POSTINGS
049300* FOR THE YEAR ARE ONE CONTIGUOUS KEY RANGE STARTING AT THE
049400* FIRST DAY OF THE SCHOOL YEAR.
049500*****************************************************************
049600 3100-COUNT-ABSENCES.
049700     MOVE ZERO TO WS-ABSENCE-COUNT
049800     SET WS-ATT-MORE TO TRUE
049900     MOVE STU-ID           TO ATT-STUDENT-ID
050000     MOVE WS-YEAR-START-N  TO ATT-DATE
050100     START ATTENDANCE-FILE
050200         KEY IS NOT < ATT-KEY
050300         INVALID KEY
050400             SET WS-ATT-DONE TO TRUE
050500     END-START
050600     PERFORM 3110-COUNT-ONE-POSTING THRU 3110-EXIT
050700         UNTIL WS-ATT-DONE.
050800 3100-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200* 3110-COUNT-ONE-POSTING
051300*****************************************************************
051400 3110-COUNT-ONE-POSTING.
051500     READ ATTENDANCE-FILE NEXT RECORD
051600         AT END
051700             SET WS-ATT-DONE TO TRUE
051800             GO TO 3110-EXIT
051900     END-READ
052000     IF ATT-STUDENT-ID NOT = STU-ID
052100        OR ATT-DATE > WS-RUN-DATE-N
052200         SET WS-ATT-DONE TO TRUE
052300         GO TO 3110-EXIT
052400     END-IF
052500     IF ATT-ABSENT
052600         ADD 1 TO WS-ABSENCE-COUNT
052700     END-IF.
052800 3110-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200* 3200-CHECK-ONE-THRESHOLD
053300*****************************************************************
053400 3200-CHECK-ONE-THRESHOLD.
053500     IF WS-ABSENCE-COUNT >= WS-THRESHOLD(WS-LEVEL-SUB)
053600         MOVE WS-LEVEL-SUB TO WS-EARNED-LEVEL
053700     END-IF.
053800 3200-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200* 4000-FIND-ADDRESSEE
054300*
054400* THE FIRST PRIORITY-1 CONTACT ROW IN KEY ORDER, ELSE THE
054500* GUARDIAN NAME FROM THE MASTER.
054600*****************************************************************
054700 4000-FIND-ADDRESSEE.
054800     MOVE STU-GUARDIAN-NAME TO WS-ADDRESSEE
054900     MOVE "G"               TO WS-ADDRESSEE-SOURCE
055000     IF NOT WS-CONT-OPEN
055100         ADD 1 TO WS-GUARDIAN-FALLBACK
055200         GO TO 4000-EXIT
055300     END-IF
055400     SET WS-CONT-MORE TO TRUE
055500     MOVE STU-ID TO CONT-STUDENT-ID
055600     MOVE ZERO   TO CONT-SEQUENCE
055700     START CONTACT-FILE
055800         KEY IS > CONT-KEY
055900         INVALID KEY
056000             SET WS-CONT-DONE TO TRUE
056100     END-START
056200     PERFORM 4100-CHECK-ONE-CONTACT THRU 4100-EXIT
056300         UNTIL WS-CONT-DONE
056400     IF WS-ADDRESSEE-SOURCE = "G"
056500         ADD 1 TO WS-GUARDIAN-FALLBACK
056600     END-IF.
056700 4000-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100* 4100-CHECK-ONE-CONTACT
057200*****************************************************************
057300 4100-CHECK-ONE-CONTACT.
057400     READ CONTACT-FILE NEXT RECORD
057500         AT END
057600             SET WS-CONT-DONE TO TRUE
057700             GO TO 4100-EXIT
057800     END-READ
057900     IF CONT-STUDENT-ID NOT = STU-ID
058000         SET WS-CONT-DONE TO TRUE
058100         GO TO 4100-EXIT
058200     END-IF
058300     IF CONT-PRIORITY = 1
058400         MOVE CONT-NAME TO WS-ADDRESSEE
058500         MOVE "C"       TO WS-ADDRESSEE-SOURCE
058600         SET WS-CONT-DONE TO TRUE
058700     END-IF.
058800 4100-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200* 5000-PRINT-LETTER
059300*
059400* ONE LETTER PER PAGE.  THE WORDING STEPS UP WITH THE LEVEL.
059500*****************************************************************
059600 5000-PRINT-LETTER.
059700     MOVE WS-RUN-DATE-N TO WS-LH-DATE
059800     MOVE WS-LETTER-HEAD-LINE TO PRINT-LINE
059900     WRITE PRINT-LINE AFTER ADVANCING PAGE
060000     MOVE SPACES TO PRINT-LINE
060100     WRITE PRINT-LINE
060200     EVALUATE WS-EARNED-LEVEL
060300         WHEN 1
060400             MOVE "FIRST NOTICE" TO WS-LL-TITLE
060500         WHEN 2
060600             MOVE "SECOND NOTICE" TO WS-LL-TITLE
060700         WHEN OTHER
060800             MOVE "REFERRAL TO THE ATTENDANCE OFFICER"
060900                 TO WS-LL-TITLE
061000     END-EVALUATE
061100     MOVE WS-LETTER-LEVEL-LINE TO PRINT-LINE
061200     WRITE PRINT-LINE
061300     MOVE SPACES TO PRINT-LINE
061400     WRITE PRINT-LINE
061500     MOVE WS-ADDRESSEE TO WS-LT-NAME
061600     MOVE WS-LETTER-TO-LINE TO PRINT-LINE
061700     WRITE PRINT-LINE
061800     MOVE STU-FIRST-NAME TO WS-LR-FIRST-NAME
061900     MOVE STU-LAST-NAME  TO WS-LR-LAST-NAME
062000     MOVE STU-ID         TO WS-LR-ID
062100     MOVE STU-GRADE      TO WS-LR-GRADE
062200     MOVE STU-HOMEROOM   TO WS-LR-HOMEROOM
062300     MOVE WS-LETTER-RE-LINE TO PRINT-LINE
062400     WRITE PRINT-LINE
062500     MOVE SPACES TO PRINT-LINE
062600     WRITE PRINT-LINE
062700     MOVE STU-FIRST-NAME   TO WS-LC-FIRST-NAME
062800     MOVE WS-ABSENCE-COUNT TO WS-LC-COUNT
062900     MOVE WS-LETTER-COUNT-LINE TO PRINT-LINE
063000     WRITE PRINT-LINE
063100     EVALUATE WS-EARNED-LEVEL
063200         WHEN 1
063300             PERFORM 5100-FIRST-NOTICE-BODY THRU 5100-EXIT
063400         WHEN 2
063500             PERFORM 5200-SECOND-NOTICE-BODY THRU 5200-EXIT
063600         WHEN OTHER
063700             PERFORM 5300-REFERRAL-BODY THRU 5300-EXIT
063800     END-EVALUATE
063900     MOVE SPACES TO PRINT-LINE
064000     WRITE PRINT-LINE
064100     MOVE WS-LETTER-SIGN-LINE TO PRINT-LINE
064200     WRITE PRINT-LINE
064300     ADD 1 TO WS-LETTER-COUNT(WS-EARNED-LEVEL).
064400 5000-EXIT.
064500     EXIT.
064600
064700*****************************************************************
064800* 5100-FIRST-NOTICE-BODY
064900*****************************************************************
065000 5100-FIRST-NOTICE-BODY.
065100     MOVE "STATE LAW REQUIRES REGULAR SCHOOL ATTENDANCE.  PLEASE"
065200         TO WS-LETTER-BODY-LINE
065300     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
065400     MOVE "CONTACT THE ATTENDANCE OFFICE TO DISCUSS THESE"
065500         TO WS-LETTER-BODY-LINE
065600     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
065700     MOVE "ABSENCES AND ANY SUPPORT YOUR FAMILY MAY NEED."
065800         TO WS-LETTER-BODY-LINE
065900     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT.
066000 5100-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400* 5200-SECOND-NOTICE-BODY
066500*****************************************************************
066600 5200-SECOND-NOTICE-BODY.
066700     MOVE "THIS IS THE SECOND NOTICE SENT THIS SCHOOL YEAR.  A"
066800         TO WS-LETTER-BODY-LINE
066900     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
067000     MOVE "CONFERENCE WITH THE ATTENDANCE OFFICE IS REQUIRED"
067100         TO WS-LETTER-BODY-LINE
067200     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
067300     MOVE "WITHIN TEN SCHOOL DAYS OF THE DATE OF THIS LETTER."
067400         TO WS-LETTER-BODY-LINE
067500     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
067600     MOVE "FURTHER UNEXCUSED ABSENCES WILL BE REFERRED TO THE"
067700         TO WS-LETTER-BODY-LINE
067800     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
067900     MOVE "DISTRICT ATTENDANCE OFFICER."
068000         TO WS-LETTER-BODY-LINE
068100     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT.
068200 5200-EXIT.
068300     EXIT.
068400
068500*****************************************************************
068600* 5300-REFERRAL-BODY
068700*****************************************************************
068800 5300-REFERRAL-BODY.
068900     MOVE "THE STUDENT HAS BEEN REFERRED TO THE DISTRICT"
069000         TO WS-LETTER-BODY-LINE
069100     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
069200     MOVE "ATTENDANCE OFFICER AS THE STATE COMPULSORY ATTENDANCE"
069300         TO WS-LETTER-BODY-LINE
069400     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
069500     MOVE "LAW REQUIRES.  THE ATTENDANCE OFFICER WILL CONTACT YOU"
069600         TO WS-LETTER-BODY-LINE
069700     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT
069800     MOVE "TO ARRANGE A MEETING."
069900         TO WS-LETTER-BODY-LINE
070000     PERFORM 5900-WRITE-BODY-LINE THRU 5900-EXIT.
070100 5300-EXIT.
070200     EXIT.
070300
070400*****************************************************************
070500* 5900-WRITE-BODY-LINE
070600*****************************************************************
070700 5900-WRITE-BODY-LINE.
070800     MOVE WS-LETTER-BODY-LINE TO PRINT-LINE
070900     WRITE PRINT-LINE.
071000 5900-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400* 6000-RECORD-NOTICE
071500*
071600* APPENDS THE HISTORY ROW FOR THE LETTER JUST PRINTED AND
071700* RAISES THE STUDENT'S TABLE ENTRY SO NOTHING LATER IN THE
071800* RUN CAN SEND IT AGAIN.
071900*****************************************************************
072000 6000-RECORD-NOTICE.
072100     MOVE SPACES             TO TRUANCY-NOTICE-RECORD
072200     MOVE STU-ID             TO TRUN-STUDENT-ID
072300     MOVE WS-EARNED-LEVEL    TO TRUN-NOTICE-LEVEL
072400     MOVE WS-RUN-DATE-N      TO TRUN-NOTICE-DATE
072500     MOVE WS-YEAR-START-N    TO TRUN-YEAR-START
072600     MOVE WS-ABSENCE-COUNT   TO TRUN-ABSENCE-COUNT
072700     MOVE WS-ADDRESSEE       TO TRUN-ADDRESSEE
072800     MOVE WS-ADDRESSEE-SOURCE TO TRUN-ADDRESSEE-SOURCE
072900     WRITE TRUANCY-NOTICE-RECORD
073000     IF WS-FOUND
073100         MOVE WS-EARNED-LEVEL TO WS-NT-LEVEL(WS-HIT-IDX)
073200     ELSE
073300         PERFORM 1400-ADD-NOTICE-ENTRY THRU 1400-EXIT
073400     END-IF.
073500 6000-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900* 8000-TERMINATE
074000*****************************************************************
074100 8000-TERMINATE.
074200     IF NOT WS-ABORTED
074300         PERFORM 8100-PRINT-SUMMARY THRU 8100-EXIT
074400         CLOSE STUDENT-FILE
074500               ATTENDANCE-FILE
074600               NOTICE-FILE
074700         IF WS-CONT-OPEN
074800             CLOSE CONTACT-FILE
074900         END-IF
075000     END-IF
075100     CLOSE PRINT-FILE.
075200 8000-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600* 8100-PRINT-SUMMARY
075700*
075800* CONTROL PAGE AFTER THE LAST LETTER - THE ATTENDANCE OFFICE
075900* MATCHES THE LETTER COUNTS TO THE ENVELOPES.
076000*****************************************************************
076100 8100-PRINT-SUMMARY.
076200     MOVE WS-RUN-DATE-N TO WS-ST-DATE
076300     MOVE WS-SUMMARY-TITLE-LINE TO PRINT-LINE
076400     WRITE PRINT-LINE AFTER ADVANCING PAGE
076500     MOVE "STUDENTS READ:                " TO WS-TL-LABEL
076600     MOVE WS-STUDENTS-READ TO WS-TL-COUNT
076700     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
076800     MOVE "ACTIVE STUDENTS CHECKED:      " TO WS-TL-LABEL
076900     MOVE WS-STUDENTS-ACTIVE TO WS-TL-COUNT
077000     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
077100     MOVE "FIRST NOTICES PRINTED:        " TO WS-TL-LABEL
077200     MOVE WS-LETTER-COUNT(1) TO WS-TL-COUNT
077300     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
077400     MOVE "SECOND NOTICES PRINTED:       " TO WS-TL-LABEL
077500     MOVE WS-LETTER-COUNT(2) TO WS-TL-COUNT
077600     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
077700     MOVE "REFERRALS PRINTED:            " TO WS-TL-LABEL
077800     MOVE WS-LETTER-COUNT(3) TO WS-TL-COUNT
077900     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
078000     MOVE "ADDRESSED TO MASTER GUARDIAN: " TO WS-TL-LABEL
078100     MOVE WS-GUARDIAN-FALLBACK TO WS-TL-COUNT
078200     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
078300     MOVE "OVER THRESHOLD, ALREADY SENT: " TO WS-TL-LABEL
078400     MOVE WS-ALREADY-SENT-COUNT TO WS-TL-COUNT
078500     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT.
078600 8100-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000* 8200-PRINT-TOTAL-LINE
079100*****************************************************************
079200 8200-PRINT-TOTAL-LINE.
079300     MOVE WS-TOTAL-LINE TO PRINT-LINE
079400     WRITE PRINT-LINE.
079500 8200-EXIT.
079600     EXIT.
