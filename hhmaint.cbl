000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HHMAINT.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HHMAINT
000900*
001000* HOUSEHOLD FILE MAINTENANCE.  KEEPS HOUSEHLD.DAT (HHLDREC.CPY)
001100* CURRENT AFTER HHMATCH HAS SEEDED IT.  AN OPERATOR KEYS A
001200* STUDENT ID AND SEES THE STUDENT'S HOUSEHOLD AND SIBLINGS,
001300* THEN CAN -
001400*   J  JOIN THE STUDENT TO AN EXISTING HOUSEHOLD BY NUMBER;
001500*   N  START A NEW HOUSEHOLD WITH THE STUDENT AS ITS FIRST
001600*      MEMBER (SPLITTING A FAMILY HHMATCH JOINED IN ERROR IS
001700*      AN N FOR ONE CHILD AND A J FOR EACH OF THE OTHERS);
001800*   X  TAKE THE STUDENT OUT OF HOUSEHOLDS ALTOGETHER - FILED
001900*      UNDER HOUSEHOLD ZERO SO HHMATCH LEAVES IT ALONE.
002000* A STUDENT IS ONLY EVER IN ONE HOUSEHOLD; J AND N MOVE THE
002100* STUDENT OUT OF WHATEVER HOUSEHOLD IT WAS IN.  THE OPERATOR
002200* NEEDS HOUSEHLD AUTHORITY ON OPERAUTH.DAT (OPERREC.CPY).
002300*
002400* MODIFICATION HISTORY
002500* ------------------------------------------------------------
002600* DATE       INIT DESCRIPTION
002700* ---------- ---- -----------------------------------------
002800* 2026-10-15 MFM  ORIGINAL PROGRAM.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS HHLD-KEY
003800         FILE STATUS IS WS-HHLD-FILE-STATUS.
003900     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS STU-ID
004300         ALTERNATE RECORD KEY IS STU-LAST-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-STUDENT-FILE-STATUS.
004600     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH.DAT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS OPR-ID
005000         FILE STATUS IS WS-OPR-FILE-STATUS.
005100     SELECT SECVIOL-FILE ASSIGN TO "SECVIOL.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SECV-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  HOUSEHOLD-FILE.
005800     COPY HHLDREC.
005900 FD  STUDENT-FILE.
006000     COPY STUDREC.
006100 FD  OPERATOR-FILE.
006200     COPY OPERREC.
006300 FD  SECVIOL-FILE.
006400     COPY SECVREC.
006500
006600 WORKING-STORAGE SECTION.
006700*****************************************************************
006800* FILE STATUS FIELDS
006900*****************************************************************
007000 01  WS-HHLD-FILE-STATUS         PIC X(02).
007100     88  WS-HHLD-FILE-NOTFND     VALUE "35".
007200 01  WS-STUDENT-FILE-STATUS      PIC X(02).
007300 01  WS-OPR-FILE-STATUS          PIC X(02).
007400 01  WS-SECV-FILE-STATUS         PIC X(02).
007500     88  WS-SECV-FILE-NOTFND     VALUE "35".
007600
007700 01  WS-HHLD-EOF-SWITCH          PIC X(01).
007800     88  WS-HHLD-EOF             VALUE "Y".
007900     88  WS-HHLD-NOT-EOF         VALUE "N".
008000
008100 01  WS-STUDENT-FOUND-SWITCH     PIC X(01).
008200     88  WS-STUDENT-FOUND        VALUE "Y".
008300     88  WS-STUDENT-NOTFOUND     VALUE "N".
008400
008500 01  WS-MAINT-ACTION             PIC X(01).
008600     88  WS-MAINT-JOIN           VALUE "J", "j".
008700     88  WS-MAINT-NEW            VALUE "N", "n".
008800     88  WS-MAINT-TAKE-OUT       VALUE "X", "x".
008900
009000 01  WS-OPERATOR-ID              PIC X(08).
009100 01  WS-RUN-DATE                 PIC 9(08).
009200 01  WS-ENTERED-ID               PIC X(06).
009300 01  WS-ID-JUSTIFY               PIC X(06) JUSTIFIED RIGHT.
009400 01  WS-RUN-REC-COUNT            PIC 9(04) VALUE ZERO.
009500
009600*****************************************************************
009700* HOUSEHOLD WORK FIELDS
009800*
009900* WS-CUR-HHLD IS THE HOUSEHOLD THE KEYED STUDENT IS FILED
010000* UNDER NOW (WS-ON-FILE SAYS WHETHER THERE IS ONE - ZERO IS A
010100* REAL FILING, THE OFFICE'S KEPT-OUT MARK).  WS-LAST-HHLD-
010200* NUMBER IS THE HIGHEST NUMBER IN USE, SO AN N TAKES THE NEXT.
010300*****************************************************************
010400 01  WS-ON-FILE-SWITCH           PIC X(01).
010500     88  WS-ON-FILE              VALUE "Y".
010600     88  WS-NOT-ON-FILE          VALUE "N".
010700 01  WS-CUR-HHLD                 PIC 9(06).
010800 01  WS-NEW-HHLD                 PIC 9(06).
010900 01  WS-ENTERED-HHLD             PIC X(06).
011000 01  WS-LIST-HHLD                PIC 9(06).
011100 01  WS-LIST-COUNT               PIC 9(03).
011200 01  WS-LAST-HHLD-NUMBER         PIC 9(06) VALUE ZERO.
011300
011400*****************************************************************
011500* OPERATOR AUTHORIZATION FIELDS (SEE 9700)
011600*****************************************************************
011700 01  WS-OPR-MODE                 PIC X(08) VALUE "HOUSEHLD".
011800 01  WS-OPR-AUTH-SWITCH          PIC X(01).
011900     88  WS-OPR-AUTHORIZED       VALUE "Y".
012000     88  WS-OPR-REFUSED          VALUE "N".
012100 01  WS-SECV-REASON              PIC X(02).
012200     88  WS-SECV-NOT-ON-FILE     VALUE "01".
012300     88  WS-SECV-NOT-AUTHORIZED  VALUE "02".
012400     88  WS-SECV-FILE-UNAVAILABLE VALUE "03".
012500     88  WS-SECV-NO-OPERATOR-ID  VALUE "04".
012600
012700 PROCEDURE DIVISION.
012800*****************************************************************
012900* 0000-MAINLINE
013000*****************************************************************
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013300     PERFORM 2000-GET-STUDENT THRU 2000-EXIT
013400     PERFORM 2500-PROCESS-STUDENT THRU 2500-EXIT
013500         UNTIL WS-ENTERED-ID = SPACES
013600     PERFORM 8000-TERMINATE THRU 8000-EXIT
013700     STOP RUN.
013800 0000-MAINLINE-EXIT.
013900     EXIT.
014000
014100*****************************************************************
014200* 1000-INITIALIZE
014300*
014400* CREATED WITH OPEN OUTPUT ONLY THE FIRST TIME, AS WRITEDEM
014500* DOES WITH THE STUDENT MASTER - THOUGH THE FILE NORMALLY
014600* COMES FROM THE HHMATCH SEEDING RUN - THEN REOPENED I-O, AS
014700* OPRMAINT DOES, SO THE READS AND WRITES BELOW WORK ON THE
014800* NEW, EMPTY FILE.
014900*
015000* THE OPERATOR IS CHECKED AGAINST OPERAUTH.DAT FIRST, BEFORE
015100* EITHER FILE IS TOUCHED.
015200*****************************************************************
015300 1000-INITIALIZE.
015400     PERFORM 9700-CHECK-OPERATOR THRU 9700-EXIT
015500     IF WS-OPR-REFUSED
015600         MOVE 8 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016000     OPEN INPUT STUDENT-FILE
016100     IF WS-STUDENT-FILE-STATUS NOT = "00"
016200         DISPLAY "*** HHMAINT ABORTED - STUDENTS.DAT OPEN "
016300             "STATUS " WS-STUDENT-FILE-STATUS " ***"
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF
016700     OPEN I-O HOUSEHOLD-FILE
016800     IF WS-HHLD-FILE-NOTFND
016900         OPEN OUTPUT HOUSEHOLD-FILE
017000         CLOSE HOUSEHOLD-FILE
017100         OPEN I-O HOUSEHOLD-FILE
017200     END-IF
017300     IF WS-HHLD-FILE-STATUS NOT = "00"
017400         DISPLAY "*** HHMAINT ABORTED - HOUSEHLD.DAT OPEN "
017500             "STATUS " WS-HHLD-FILE-STATUS " ***"
017600         CLOSE STUDENT-FILE
017700         MOVE 16 TO RETURN-CODE
017800         STOP RUN
017900     END-IF
018000     PERFORM 1100-FIND-LAST-NUMBER THRU 1100-EXIT.
018100 1000-EXIT.
018200     EXIT.
018300
018400*****************************************************************
018500* 1100-FIND-LAST-NUMBER
018600*
018700* THE FILE IS IN HOUSEHOLD NUMBER ORDER, SO THE LAST RECORD
018800* READ CARRIES THE HIGHEST NUMBER IN USE.
018900*****************************************************************
019000 1100-FIND-LAST-NUMBER.
019100     PERFORM 1200-START-AT-FRONT THRU 1200-EXIT
019200     PERFORM 1300-READ-HOUSEHOLD THRU 1300-EXIT
019300     PERFORM 1110-NOTE-ONE-NUMBER THRU 1110-EXIT
019400         UNTIL WS-HHLD-EOF.
019500 1100-EXIT.
019600     EXIT.
019700
019800*****************************************************************
019900* 1110-NOTE-ONE-NUMBER
020000*****************************************************************
020100 1110-NOTE-ONE-NUMBER.
020200     MOVE HHLD-NUMBER TO WS-LAST-HHLD-NUMBER
020300     PERFORM 1300-READ-HOUSEHOLD THRU 1300-EXIT.
020400 1110-EXIT.
020500     EXIT.
020600
020700*****************************************************************
020800* 1200-START-AT-FRONT
020900*****************************************************************
021000 1200-START-AT-FRONT.
021100     SET WS-HHLD-NOT-EOF TO TRUE
021200     MOVE LOW-VALUES TO HHLD-KEY
021300     START HOUSEHOLD-FILE
021400         KEY IS NOT < HHLD-KEY
021500         INVALID KEY
021600             SET WS-HHLD-EOF TO TRUE
021700     END-START.
021800 1200-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200* 1300-READ-HOUSEHOLD
022300*
022400* ANY STATUS BUT 00 ENDS THE SCAN - A READ THAT FAILS WILL NOT
022500* SUCCEED BY BEING TRIED AGAIN.
022600*****************************************************************
022700 1300-READ-HOUSEHOLD.
022800     IF WS-HHLD-EOF
022900         GO TO 1300-EXIT
023000     END-IF
023100     READ HOUSEHOLD-FILE NEXT RECORD
023200         AT END
023300             SET WS-HHLD-EOF TO TRUE
023400     END-READ
023500     IF WS-HHLD-FILE-STATUS NOT = "00"
023600         SET WS-HHLD-EOF TO TRUE
023700     END-IF.
023800 1300-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200* 2000-GET-STUDENT
024300*
024400* A SHORT ID IS RIGHT-JUSTIFIED AND ZERO-FILLED THE WAY
024500* WRITEDEM'S 2650 DOES IT.
024600*****************************************************************
024700 2000-GET-STUDENT.
024800     DISPLAY "ENTER STUDENT ID (BLANK TO END)"
024900     ACCEPT  WS-ENTERED-ID
025000     IF WS-ENTERED-ID NOT = SPACES
025100         MOVE WS-ENTERED-ID TO WS-ID-JUSTIFY
025200         INSPECT WS-ID-JUSTIFY REPLACING LEADING SPACE BY ZERO
025300         MOVE WS-ID-JUSTIFY TO WS-ENTERED-ID
025400     END-IF.
025500 2000-EXIT.
025600     EXIT.
025700
025800*****************************************************************
025900* 2500-PROCESS-STUDENT
026000*
026100* THE STUDENT MUST BE ON THE MASTER.  ITS HOUSEHOLD, IF ANY,
026200* IS SHOWN WITH EVERY MEMBER BEFORE THE OPERATOR CHOOSES.
026300*****************************************************************
026400 2500-PROCESS-STUDENT.
026500     MOVE WS-ENTERED-ID TO STU-ID
026600     PERFORM 2600-READ-STUDENT THRU 2600-EXIT
026700     IF WS-STUDENT-NOTFOUND
026800         DISPLAY "*** STUDENT ID " WS-ENTERED-ID
026900             " NOT ON STUDENTS.DAT ***"
027000         GO TO 2500-NEXT
027100     END-IF
027200     DISPLAY "STUDENT " STU-ID " - " STU-LAST-NAME ", "
027300         STU-FIRST-NAME " GUARDIAN " STU-GUARDIAN-NAME
027400         " PHONE " STU-GUARDIAN-PHONE
027500     PERFORM 3000-FIND-CURRENT-HOUSEHOLD THRU 3000-EXIT
027600     EVALUATE TRUE
027700         WHEN WS-NOT-ON-FILE
027800             DISPLAY "   NOT IN ANY HOUSEHOLD"
027900         WHEN WS-CUR-HHLD = ZERO
028000             DISPLAY "   KEPT OUT OF HOUSEHOLDS BY THE OFFICE"
028100         WHEN OTHER
028200             MOVE WS-CUR-HHLD TO WS-LIST-HHLD
028300             PERFORM 3100-LIST-HOUSEHOLD THRU 3100-EXIT
028400     END-EVALUATE
028500     DISPLAY "ENTER J TO JOIN A HOUSEHOLD, N TO START A NEW "
028600         "ONE, X TO TAKE OUT OF HOUSEHOLDS, ELSE NO CHANGE"
028700     ACCEPT  WS-MAINT-ACTION
028800     EVALUATE TRUE
028900         WHEN WS-MAINT-JOIN
029000             PERFORM 4000-JOIN-HOUSEHOLD THRU 4000-EXIT
029100         WHEN WS-MAINT-NEW
029200             PERFORM 4100-START-HOUSEHOLD THRU 4100-EXIT
029300         WHEN WS-MAINT-TAKE-OUT
029400             PERFORM 4200-TAKE-OUT THRU 4200-EXIT
029500         WHEN OTHER
029600             DISPLAY "*** NO CHANGE MADE ***"
029700     END-EVALUATE.
029800 2500-NEXT.
029900     PERFORM 2000-GET-STUDENT THRU 2000-EXIT.
030000 2500-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400* 2600-READ-STUDENT
030500*****************************************************************
030600 2600-READ-STUDENT.
030700     SET WS-STUDENT-NOTFOUND TO TRUE
030800     READ STUDENT-FILE
030900         KEY IS STU-ID
031000         INVALID KEY
031100             CONTINUE
031200         NOT INVALID KEY
031300             SET WS-STUDENT-FOUND TO TRUE
031400     END-READ.
031500 2600-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900* 3000-FIND-CURRENT-HOUSEHOLD
032000*
032100* THE FILE IS KEYED BY HOUSEHOLD FIRST, SO FINDING A
032200* STUDENT'S HOUSEHOLD IS A PASS OVER THE FILE - A FEW
032300* THOUSAND SHORT RECORDS, QUICK ENOUGH AT THE COUNTER.
032400*****************************************************************
032500 3000-FIND-CURRENT-HOUSEHOLD.
032600     SET WS-NOT-ON-FILE TO TRUE
032700     MOVE ZERO TO WS-CUR-HHLD
032800     PERFORM 1200-START-AT-FRONT THRU 1200-EXIT
032900     PERFORM 1300-READ-HOUSEHOLD THRU 1300-EXIT
033000     PERFORM 3010-CHECK-ONE-RECORD THRU 3010-EXIT
033100         UNTIL WS-HHLD-EOF
033200            OR WS-ON-FILE.
033300 3000-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700* 3010-CHECK-ONE-RECORD
033800*****************************************************************
033900 3010-CHECK-ONE-RECORD.
034000     IF HHLD-STUDENT-ID = WS-ENTERED-ID
034100         SET WS-ON-FILE TO TRUE
034200         MOVE HHLD-NUMBER TO WS-CUR-HHLD
034300         GO TO 3010-EXIT
034400     END-IF
034500     PERFORM 1300-READ-HOUSEHOLD THRU 1300-EXIT.
034600 3010-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000* 3100-LIST-HOUSEHOLD
035100*
035200* SHOWS EVERY MEMBER OF HOUSEHOLD WS-LIST-HHLD WITH THE NAME
035300* AND STATUS FROM THE MASTER.  WS-LIST-COUNT COMES BACK ZERO
035400* FOR A NUMBER NOT IN USE.
035500*****************************************************************
035600 3100-LIST-HOUSEHOLD.
035700     MOVE ZERO TO WS-LIST-COUNT
035800     SET WS-HHLD-NOT-EOF TO TRUE
035900     MOVE WS-LIST-HHLD TO HHLD-NUMBER
036000     MOVE LOW-VALUES   TO HHLD-STUDENT-ID
036100     START HOUSEHOLD-FILE
036200         KEY IS NOT < HHLD-KEY
036300         INVALID KEY
036400             SET WS-HHLD-EOF TO TRUE
036500     END-START
036600     PERFORM 1300-READ-HOUSEHOLD THRU 1300-EXIT
036700     PERFORM 3110-LIST-ONE-MEMBER THRU 3110-EXIT
036800         UNTIL WS-HHLD-EOF
036900            OR HHLD-NUMBER NOT = WS-LIST-HHLD.
037000 3100-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400* 3110-LIST-ONE-MEMBER
037500*****************************************************************
037600 3110-LIST-ONE-MEMBER.
037700     ADD 1 TO WS-LIST-COUNT
037800     IF WS-LIST-COUNT = 1
037900         DISPLAY "   HOUSEHOLD " WS-LIST-HHLD ":"
038000     END-IF
038100     MOVE HHLD-STUDENT-ID TO STU-ID
038200     PERFORM 2600-READ-STUDENT THRU 2600-EXIT
038300     IF WS-STUDENT-FOUND
038400         DISPLAY "      " STU-ID " " STU-LAST-NAME " "
038500             STU-FIRST-NAME " GR " STU-GRADE
038600             " STATUS " STU-ENROLL-STATUS
038700             " PHONE " STU-GUARDIAN-PHONE
038800     ELSE
038900         DISPLAY "      " HHLD-STUDENT-ID
039000             " *** NOT ON STUDENTS.DAT ***"
039100     END-IF
039200     PERFORM 1300-READ-HOUSEHOLD THRU 1300-EXIT.
039300 3110-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700* 4000-JOIN-HOUSEHOLD
039800*
039900* THE HOUSEHOLD JOINED MUST ALREADY HAVE A MEMBER - A NEW ONE
040000* IS STARTED WITH N, SO A MISKEYED NUMBER CANNOT QUIETLY
040100* START A HOUSEHOLD OF ONE.
040200*****************************************************************
040300 4000-JOIN-HOUSEHOLD.
040400     DISPLAY "ENTER HOUSEHOLD NUMBER TO JOIN"
040500     ACCEPT  WS-ENTERED-HHLD
040600     IF WS-ENTERED-HHLD NOT NUMERIC
040700        OR WS-ENTERED-HHLD = ZERO
040800         DISPLAY "*** HOUSEHOLD NUMBER MUST BE 6 DIGITS, "
040900             "NOT ZERO ***"
041000         GO TO 4000-EXIT
041100     END-IF
041200     MOVE WS-ENTERED-HHLD TO WS-NEW-HHLD
041300     IF WS-ON-FILE AND WS-NEW-HHLD = WS-CUR-HHLD
041400         DISPLAY "*** STUDENT IS ALREADY IN HOUSEHOLD "
041500             WS-NEW-HHLD " ***"
041600         GO TO 4000-EXIT
041700     END-IF
041800     MOVE WS-NEW-HHLD TO WS-LIST-HHLD
041900     PERFORM 3100-LIST-HOUSEHOLD THRU 3100-EXIT
042000     IF WS-LIST-COUNT = ZERO
042100         DISPLAY "*** HOUSEHOLD " WS-NEW-HHLD
042200             " HAS NO MEMBERS - USE N TO START ONE ***"
042300         GO TO 4000-EXIT
042400     END-IF
042500     PERFORM 4500-REFILE-STUDENT THRU 4500-EXIT.
042600 4000-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000* 4100-START-HOUSEHOLD
043100*****************************************************************
043200 4100-START-HOUSEHOLD.
043300     ADD 1 TO WS-LAST-HHLD-NUMBER
043400     MOVE WS-LAST-HHLD-NUMBER TO WS-NEW-HHLD
043500     PERFORM 4500-REFILE-STUDENT THRU 4500-EXIT.
043600 4100-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000* 4200-TAKE-OUT
044100*****************************************************************
044200 4200-TAKE-OUT.
044300     IF WS-ON-FILE AND WS-CUR-HHLD = ZERO
044400         DISPLAY "*** STUDENT IS ALREADY KEPT OUT ***"
044500         GO TO 4200-EXIT
044600     END-IF
044700     MOVE ZERO TO WS-NEW-HHLD
044800     PERFORM 4500-REFILE-STUDENT THRU 4500-EXIT.
044900 4200-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300* 4500-REFILE-STUDENT
045400*
045500* MOVES THE STUDENT FROM WS-CUR-HHLD (IF FILED) TO
045600* WS-NEW-HHLD.  THE NEW RECORD GOES DOWN FIRST SO A FAILED
045700* WRITE LEAVES THE STUDENT WHERE IT WAS.
045800*****************************************************************
045900 4500-REFILE-STUDENT.
046000     MOVE SPACES         TO HOUSEHOLD-RECORD
046100     MOVE WS-NEW-HHLD    TO HHLD-NUMBER
046200     MOVE WS-ENTERED-ID  TO HHLD-STUDENT-ID
046300     MOVE "O"            TO HHLD-SOURCE
046400     MOVE WS-RUN-DATE    TO HHLD-LINKED-DATE
046500     MOVE WS-OPERATOR-ID TO HHLD-OPERATOR-ID
046600     WRITE HOUSEHOLD-RECORD
046700         INVALID KEY
046800             DISPLAY "*** ERROR WRITING HOUSEHOLD " WS-NEW-HHLD
046900                 " FOR " WS-ENTERED-ID " ***"
047000             GO TO 4500-EXIT
047100     END-WRITE
047200     IF WS-ON-FILE
047300         MOVE WS-CUR-HHLD   TO HHLD-NUMBER
047400         MOVE WS-ENTERED-ID TO HHLD-STUDENT-ID
047500         DELETE HOUSEHOLD-FILE RECORD
047600             INVALID KEY
047700                 DISPLAY "*** ERROR REMOVING " WS-ENTERED-ID
047800                     " FROM HOUSEHOLD " WS-CUR-HHLD " ***"
047900         END-DELETE
048000     END-IF
048100     ADD 1 TO WS-RUN-REC-COUNT
048200     IF WS-NEW-HHLD = ZERO
048300         DISPLAY "*** STUDENT " WS-ENTERED-ID
048400             " NOW KEPT OUT OF HOUSEHOLDS ***"
048500     ELSE
048600         DISPLAY "*** STUDENT " WS-ENTERED-ID
048700             " NOW IN HOUSEHOLD " WS-NEW-HHLD " ***"
048800     END-IF.
048900 4500-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300* 8000-TERMINATE
049400*****************************************************************
049500 8000-TERMINATE.
049600     CLOSE HOUSEHOLD-FILE
049700           STUDENT-FILE
049800     DISPLAY WS-RUN-REC-COUNT " STUDENT(S) REFILED".
049900 8000-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300* 9700-CHECK-OPERATOR
050400*
050500* LOOKS THE OPERATOR (THE USER VALUE) UP ON OPERAUTH.DAT AND
050600* REFUSES THE RUN WITHOUT HOUSEHLD AUTHORITY.  FAILS CLOSED -
050700* NO USER VALUE, AN OPERATOR NOT ON FILE OR A FILE THAT WILL
050800* NOT OPEN ARE REFUSED AS WELL.  EVERY REFUSAL IS LOGGED TO
050900* SECVIOL.DAT (9750).  WS-OPR-REFUSED IS LEFT SET FOR THE
051000* CALLER TO END THE RUN.
051100*****************************************************************
051200 9700-CHECK-OPERATOR.
051300     SET WS-OPR-REFUSED TO TRUE
051400     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
051500     IF WS-OPERATOR-ID = SPACES
051600         SET WS-SECV-NO-OPERATOR-ID TO TRUE
051700         GO TO 9700-REFUSE
051800     END-IF
051900     OPEN INPUT OPERATOR-FILE
052000     IF WS-OPR-FILE-STATUS NOT = "00"
052100         SET WS-SECV-FILE-UNAVAILABLE TO TRUE
052200         GO TO 9700-REFUSE
052300     END-IF
052400     MOVE WS-OPERATOR-ID TO OPR-ID
052500     READ OPERATOR-FILE
052600         INVALID KEY
052700             SET WS-SECV-NOT-ON-FILE TO TRUE
052800         NOT INVALID KEY
052900             IF OPR-MAY-HOUSEHOLD
053000                 SET WS-OPR-AUTHORIZED TO TRUE
053100             ELSE
053200                 SET WS-SECV-NOT-AUTHORIZED TO TRUE
053300             END-IF
053400     END-READ
053500     CLOSE OPERATOR-FILE
053600     IF WS-OPR-AUTHORIZED
053700         GO TO 9700-EXIT
053800     END-IF.
053900 9700-REFUSE.
054000     EVALUATE TRUE
054100         WHEN WS-SECV-NO-OPERATOR-ID
054200             DISPLAY "*** NO OPERATOR ID - USER IS NOT SET ***"
054300         WHEN WS-SECV-FILE-UNAVAILABLE
054400             DISPLAY "*** OPERAUTH.DAT OPEN STATUS "
054500                 WS-OPR-FILE-STATUS " ***"
054600         WHEN WS-SECV-NOT-ON-FILE
054700             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
054800                 " IS NOT ON OPERAUTH.DAT ***"
054900         WHEN OTHER
055000             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
055100                 " HAS NO " WS-OPR-MODE " AUTHORITY ***"
055200     END-EVALUATE
055300     DISPLAY "*** HHMAINT REFUSED - NOT AUTHORIZED ***"
055400     PERFORM 9750-LOG-VIOLATION THRU 9750-EXIT.
055500 9700-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900* 9750-LOG-VIOLATION
056000*
056100* APPENDS THE REFUSAL TO SECVIOL.DAT (SECVREC.CPY) FOR SECVRPT.
056200* A LOG THAT WILL NOT OPEN IS WARNED OF BUT DOES NOT LET THE
056300* RUN GO ON - THE CALLER STILL ENDS IT.
056400* THE FIRST REFUSAL EVER LOGGED CREATES THE FILE.
056500*****************************************************************
056600 9750-LOG-VIOLATION.
056700     OPEN EXTEND SECVIOL-FILE
056800     IF WS-SECV-FILE-NOTFND
056900         OPEN OUTPUT SECVIOL-FILE
057000     END-IF
057100     IF WS-SECV-FILE-STATUS NOT = "00"
057200         DISPLAY "*** WARNING - SECVIOL.DAT OPEN STATUS "
057300             WS-SECV-FILE-STATUS ", REFUSAL NOT LOGGED ***"
057400         GO TO 9750-EXIT
057500     END-IF
057600     MOVE SPACES           TO SECURITY-VIOLATION-RECORD
057700     ACCEPT SECV-DATE      FROM DATE YYYYMMDD
057800     ACCEPT SECV-TIME      FROM TIME
057900     MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID
058000     MOVE "HHMAINT"       TO SECV-PROGRAM
058100     MOVE WS-OPR-MODE      TO SECV-RUN-MODE
058200     MOVE WS-SECV-REASON   TO SECV-REASON
058300     WRITE SECURITY-VIOLATION-RECORD
058400     CLOSE SECVIOL-FILE.
058500 9750-EXIT.
058600     EXIT.
