000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CALMAINT.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* CALMAINT
000900*
001000* SCHOOL CALENDAR REFERENCE FILE MAINTENANCE.  KEEPS SCHCAL.DAT
001100* (SCALREC.CPY) CURRENT - THE LIST OF DATES THE DISTRICT
001200* CALENDAR MARKS AS INSTRUCTIONAL DAYS, HOLIDAYS, TEACHER WORK
001300* DAYS AND EARLY RELEASES, WHICH ATTPOST, ATTMRPT AND AUDRPT
001400* CONSULT TO KNOW WHETHER SCHOOL WAS IN SESSION.  WORKS THE WAY
001500* HRMMAINT DOES: AN OPERATOR KEYS A DATE; IF IT EXISTS IT CAN
001600* BE CORRECTED OR DELETED, IF NOT IT CAN BE ADDED.  SO THAT A
001700* YEAR'S CALENDAR ISN'T 180 SEPARATE ENTRIES, A NEW DATE CAN
001800* ALSO START A RANGE - EVERY WEEKDAY FROM THERE THROUGH A
001900* SECOND DATE IS ADDED WITH THE SAME DAY TYPE, WEEKENDS ARE
002000* PASSED OVER, AND DATES ALREADY ON FILE ARE LEFT AS THEY ARE
002100* SO THE HOLIDAYS CAN BE KEYED FIRST AND THE TERM FILLED IN
002200* AROUND THEM.  RUN IT WHEN THE BOARD ADOPTS THE CALENDAR AND
002300* WHENEVER A DAY IS ADDED OR CALLED OFF.  THE OPERATOR NEEDS
002400* CALENDAR AUTHORITY ON OPERAUTH.DAT (OPERREC.CPY).
002500*
002600* MODIFICATION HISTORY
002700* ------------------------------------------------------------
002800* DATE       INIT DESCRIPTION
002900* ---------- ---- -----------------------------------------
003000* 2026-10-15 MFM  ORIGINAL PROGRAM.
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CALENDAR-FILE ASSIGN TO "SCHCAL.DAT"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SCAL-DATE
004000         FILE STATUS IS WS-CAL-FILE-STATUS.
004100     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH.DAT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS OPR-ID
004500         FILE STATUS IS WS-OPR-FILE-STATUS.
004600     SELECT SECVIOL-FILE ASSIGN TO "SECVIOL.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SECV-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CALENDAR-FILE.
005300     COPY SCALREC.
005400 FD  OPERATOR-FILE.
005500     COPY OPERREC.
005600 FD  SECVIOL-FILE.
005700     COPY SECVREC.
005800
005900 WORKING-STORAGE SECTION.
006000*****************************************************************
006100* FILE STATUS FIELDS
006200*****************************************************************
006300 01  WS-CAL-FILE-STATUS          PIC X(02).
006400     88  WS-CAL-FILE-NOTFND      VALUE "35".
006500 01  WS-OPR-FILE-STATUS          PIC X(02).
006600 01  WS-SECV-FILE-STATUS         PIC X(02).
006700     88  WS-SECV-FILE-NOTFND     VALUE "35".
006800
006900 01  WS-DAY-FOUND-SWITCH         PIC X(01).
007000     88  WS-DAY-FOUND            VALUE "Y".
007100     88  WS-DAY-NOTFOUND         VALUE "N".
007200
007300 01  WS-MAINT-ACTION             PIC X(01).
007400     88  WS-MAINT-CORRECT        VALUE "C", "c".
007500     88  WS-MAINT-DELETE         VALUE "D", "d".
007600     88  WS-MAINT-ADD            VALUE "A", "a".
007700     88  WS-MAINT-RANGE          VALUE "R", "r".
007800
007900 01  WS-FIELDS-VALID-SWITCH      PIC X(01).
008000     88  WS-FIELDS-VALID         VALUE "Y".
008100     88  WS-FIELDS-INVALID       VALUE "N".
008200
008300 01  WS-ENTERED-DATE             PIC X(08).
008400 01  WS-KEY-DATE                 PIC 9(08).
008500 01  WS-RUN-REC-COUNT            PIC 9(04) VALUE ZERO.
008600
008700*****************************************************************
008800* DATE EDIT WORK AREAS - SAME SHAPE AS WRITEDEM'S 2750 EDIT.
008900*****************************************************************
009000 01  WS-DATE-VALID-SWITCH        PIC X(01).
009100     88  WS-DATE-VALID           VALUE "Y".
009200     88  WS-DATE-INVALID         VALUE "N".
009300 01  WS-EDIT-DATE.
009400     05  WS-EDIT-CCYY            PIC 9(04).
009500     05  WS-EDIT-MM              PIC 9(02).
009600     05  WS-EDIT-DD              PIC 9(02).
009700 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
009800                                 PIC X(08).
009900 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
010000                                 PIC 9(08).
010100 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP.
010200 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
010300 01  WS-LEAP-REMAINDER           PIC 9(03) COMP.
010400
010500*****************************************************************
010600* RANGE ADD WORK AREAS - THE DAY TYPE AND DESCRIPTION ARE KEYED
010700* ONCE AND STAMPED ON EVERY WEEKDAY IN THE RANGE.
010800*****************************************************************
010900 01  WS-THROUGH-REPLY            PIC X(08).
011000 01  WS-THROUGH-DATE             PIC 9(08).
011100 01  WS-RANGE-TYPE               PIC X(01).
011200 01  WS-RANGE-DESCRIPTION        PIC X(20).
011300 01  WS-RANGE-ADDED              PIC 9(04) VALUE ZERO.
011400 01  WS-RANGE-ON-FILE            PIC 9(04) VALUE ZERO.
011500
011600*****************************************************************
011700* DAY-OF-WEEK WORK AREAS - ZELLER'S CONGRUENCE.  JANUARY AND
011800* FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE, AND
011900* THE RESULT RUNS 0 = SATURDAY, 1 = SUNDAY ... 6 = FRIDAY.
012000*****************************************************************
012100 01  WS-ZELLER-YEAR              PIC 9(04) COMP.
012200 01  WS-ZELLER-MONTH             PIC 9(02) COMP.
012300 01  WS-ZELLER-CENTURY           PIC 9(02) COMP.
012400 01  WS-ZELLER-YEAR-OF-CENT      PIC 9(02) COMP.
012500 01  WS-ZELLER-TERM-1            PIC 9(03) COMP.
012600 01  WS-ZELLER-TERM-2            PIC 9(03) COMP.
012700 01  WS-ZELLER-TERM-3            PIC 9(03) COMP.
012800 01  WS-ZELLER-SUM               PIC 9(05) COMP.
012900 01  WS-ZELLER-QUOTIENT          PIC 9(05) COMP.
013000 01  WS-DAY-OF-WEEK              PIC 9(01) COMP.
013100     88  WS-WEEKEND              VALUE 0, 1.
013200
013300*****************************************************************
013400* OPERATOR AUTHORIZATION FIELDS (SEE 9700)
013500*****************************************************************
013600 01  WS-OPERATOR-ID              PIC X(08).
013700 01  WS-OPR-MODE                 PIC X(08) VALUE "CALENDAR".
013800 01  WS-OPR-AUTH-SWITCH          PIC X(01).
013900     88  WS-OPR-AUTHORIZED       VALUE "Y".
014000     88  WS-OPR-REFUSED          VALUE "N".
014100 01  WS-SECV-REASON              PIC X(02).
014200     88  WS-SECV-NOT-ON-FILE     VALUE "01".
014300     88  WS-SECV-NOT-AUTHORIZED  VALUE "02".
014400     88  WS-SECV-FILE-UNAVAILABLE VALUE "03".
014500     88  WS-SECV-NO-OPERATOR-ID  VALUE "04".
014600
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900* 0000-MAINLINE
015000*****************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015300     PERFORM 2000-GET-DATE THRU 2000-EXIT
015400     PERFORM 2500-PROCESS-DATE THRU 2500-EXIT
015500         UNTIL WS-ENTERED-DATE = SPACES
015600     PERFORM 8000-TERMINATE THRU 8000-EXIT
015700     STOP RUN.
015800 0000-MAINLINE-EXIT.
015900     EXIT.
016000
016100*****************************************************************
016200* 1000-INITIALIZE
016300*
016400* CREATED WITH OPEN OUTPUT ONLY THE FIRST TIME, AS HRMMAINT
016500* DOES WITH THE HOMEROOM FILE, THEN REOPENED I-O, AS OPRMAINT
016600* DOES, SO THE LOOKUPS BELOW WORK ON THE NEW, EMPTY FILE.
016700*
016800* THE OPERATOR IS CHECKED AGAINST OPERAUTH.DAT FIRST, BEFORE
016900* THE CALENDAR FILE IS TOUCHED.
017000*****************************************************************
017100 1000-INITIALIZE.
017200     PERFORM 9700-CHECK-OPERATOR THRU 9700-EXIT
017300     IF WS-OPR-REFUSED
017400         MOVE 8 TO RETURN-CODE
017500         STOP RUN
017600     END-IF
017700     OPEN I-O CALENDAR-FILE
017800     IF WS-CAL-FILE-NOTFND
017900         OPEN OUTPUT CALENDAR-FILE
018000         CLOSE CALENDAR-FILE
018100         OPEN I-O CALENDAR-FILE
018200     END-IF
018300     IF WS-CAL-FILE-STATUS NOT = "00"
018400         DISPLAY "*** CALMAINT ABORTED - SCHCAL.DAT OPEN "
018500             "STATUS " WS-CAL-FILE-STATUS " ***"
018600         MOVE 16 TO RETURN-CODE
018700         STOP RUN
018800     END-IF.
018900 1000-EXIT.
019000     EXIT.
019100
019200*****************************************************************
019300* 2000-GET-DATE
019400*
019500* A DATE THAT FAILS THE CALENDAR EDIT IS RE-PROMPTED; A BLANK
019600* ENDS THE SESSION.
019700*****************************************************************
019800 2000-GET-DATE.
019900     DISPLAY "ENTER CALENDAR DATE (CCYYMMDD, BLANK TO END)"
020000     ACCEPT  WS-ENTERED-DATE
020100     IF WS-ENTERED-DATE = SPACES
020200         GO TO 2000-EXIT
020300     END-IF
020400     MOVE WS-ENTERED-DATE TO WS-EDIT-DATE-X
020500     PERFORM 2750-VALIDATE-DATE THRU 2750-EXIT
020600     IF WS-DATE-INVALID
020700         DISPLAY "*** " WS-ENTERED-DATE
020800             " IS NOT A VALID DATE ***"
020900         GO TO 2000-GET-DATE
021000     END-IF
021100     MOVE WS-EDIT-DATE-N TO WS-KEY-DATE.
021200 2000-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600* 2500-PROCESS-DATE
021700*
021800* LOOKS THE DATE UP.  AN EXISTING DATE IS SHOWN AND CAN BE
021900* CORRECTED OR DELETED; A NEW DATE CAN BE ADDED ON ITS OWN OR
022000* AS THE FIRST DAY OF A RANGE.
022100*****************************************************************
022200 2500-PROCESS-DATE.
022300     SET WS-DAY-NOTFOUND TO TRUE
022400     MOVE WS-KEY-DATE TO SCAL-DATE
022500     READ CALENDAR-FILE
022600         KEY IS SCAL-DATE
022700         INVALID KEY
022800             CONTINUE
022900         NOT INVALID KEY
023000             SET WS-DAY-FOUND TO TRUE
023100     END-READ
023200     IF WS-DAY-FOUND
023300         DISPLAY "DATE " SCAL-DATE " TYPE " SCAL-DAY-TYPE
023400             " " SCAL-DESCRIPTION
023500         DISPLAY "ENTER C TO CORRECT, D TO DELETE, "
023600             "ANYTHING ELSE TO LEAVE UNCHANGED"
023700         ACCEPT  WS-MAINT-ACTION
023800         EVALUATE TRUE
023900             WHEN WS-MAINT-CORRECT
024000                 PERFORM 3000-CORRECT-DAY THRU 3000-EXIT
024100             WHEN WS-MAINT-DELETE
024200                 PERFORM 4000-DELETE-DAY THRU 4000-EXIT
024300             WHEN OTHER
024400                 DISPLAY "*** NO CHANGE MADE ***"
024500         END-EVALUATE
024600     ELSE
024700         DISPLAY "DATE " WS-KEY-DATE " NOT ON FILE - ENTER A "
024800             "TO ADD IT, R TO ADD A RANGE STARTING HERE, "
024900             "ANYTHING ELSE TO SKIP"
025000         ACCEPT  WS-MAINT-ACTION
025100         EVALUATE TRUE
025200             WHEN WS-MAINT-ADD
025300                 PERFORM 3500-ADD-DAY THRU 3500-EXIT
025400             WHEN WS-MAINT-RANGE
025500                 PERFORM 3700-ADD-RANGE THRU 3700-EXIT
025600             WHEN OTHER
025700                 DISPLAY "*** NO CHANGE MADE ***"
025800         END-EVALUATE
025900     END-IF
026000     PERFORM 2000-GET-DATE THRU 2000-EXIT.
026100 2500-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500* 2750-VALIDATE-DATE
026600*
026700* PASSES JUDGMENT ON THE CCYYMMDD DATE IN WS-EDIT-DATE, THE
026800* SAME EDIT WRITEDEM APPLIES - ALL NUMERIC, PLAUSIBLE CENTURY,
026900* MONTH 01-12 AND A DAY THE MONTH ACTUALLY HAS.
027000*****************************************************************
027100 2750-VALIDATE-DATE.
027200     SET WS-DATE-VALID TO TRUE
027300     IF WS-EDIT-DATE-X NOT NUMERIC
027400         SET WS-DATE-INVALID TO TRUE
027500         GO TO 2750-EXIT
027600     END-IF
027700     IF WS-EDIT-CCYY < 1900
027800         SET WS-DATE-INVALID TO TRUE
027900         GO TO 2750-EXIT
028000     END-IF
028100     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
028200         SET WS-DATE-INVALID TO TRUE
028300         GO TO 2750-EXIT
028400     END-IF
028500     PERFORM 2755-SET-DAYS-IN-MONTH THRU 2755-EXIT
028600     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-DAYS-IN-MONTH
028700         SET WS-DATE-INVALID TO TRUE
028800     END-IF.
028900 2750-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300* 2755-SET-DAYS-IN-MONTH
029400*****************************************************************
029500 2755-SET-DAYS-IN-MONTH.
029600     EVALUATE WS-EDIT-MM
029700         WHEN 04
029800         WHEN 06
029900         WHEN 09
030000         WHEN 11
030100             MOVE 30 TO WS-DAYS-IN-MONTH
030200         WHEN 02
030300             PERFORM 2760-SET-FEBRUARY-DAYS THRU 2760-EXIT
030400         WHEN OTHER
030500             MOVE 31 TO WS-DAYS-IN-MONTH
030600     END-EVALUATE.
030700 2755-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 2760-SET-FEBRUARY-DAYS
031200*****************************************************************
031300 2760-SET-FEBRUARY-DAYS.
031400     MOVE 28 TO WS-DAYS-IN-MONTH
031500     DIVIDE WS-EDIT-CCYY BY 4
031600         GIVING WS-LEAP-QUOTIENT
031700         REMAINDER WS-LEAP-REMAINDER
031800     IF WS-LEAP-REMAINDER NOT = ZERO
031900         GO TO 2760-EXIT
032000     END-IF
032100     DIVIDE WS-EDIT-CCYY BY 100
032200         GIVING WS-LEAP-QUOTIENT
032300         REMAINDER WS-LEAP-REMAINDER
032400     IF WS-LEAP-REMAINDER NOT = ZERO
032500         MOVE 29 TO WS-DAYS-IN-MONTH
032600         GO TO 2760-EXIT
032700     END-IF
032800     DIVIDE WS-EDIT-CCYY BY 400
032900         GIVING WS-LEAP-QUOTIENT
033000         REMAINDER WS-LEAP-REMAINDER
033100     IF WS-LEAP-REMAINDER = ZERO
033200         MOVE 29 TO WS-DAYS-IN-MONTH
033300     END-IF.
033400 2760-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800* 3000-CORRECT-DAY
033900*****************************************************************
034000 3000-CORRECT-DAY.
034100     SET WS-FIELDS-INVALID TO TRUE
034200     PERFORM 3100-GET-DAY-FIELDS THRU 3100-EXIT
034300         UNTIL WS-FIELDS-VALID
034400     REWRITE SCHOOL-CALENDAR-RECORD
034500         INVALID KEY
034600             DISPLAY "*** ERROR REWRITING DATE " SCAL-DATE
034700                 " ***"
034800             GO TO 3000-EXIT
034900     END-REWRITE
035000     ADD 1 TO WS-RUN-REC-COUNT
035100     DISPLAY "*** DATE " SCAL-DATE " UPDATED ***".
035200 3000-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600* 3100-GET-DAY-FIELDS
035700*
035800* ONE PASS OF THE FIELD PROMPTS AND EDITS - A DAY TYPE THE
035900* CALENDAR KNOWS.  THE DESCRIPTION ("THANKSGIVING", "END OF
036000* QUARTER") IS FREE TEXT AND MAY BE LEFT BLANK.
036100*****************************************************************
036200 3100-GET-DAY-FIELDS.
036300     SET WS-FIELDS-VALID TO TRUE
036400     DISPLAY "ENTER DAY TYPE - I(NSTRUCTIONAL) H(OLIDAY) "
036500         "W(ORK DAY, TEACHERS ONLY) E(ARLY RELEASE)"
036600     ACCEPT  SCAL-DAY-TYPE
036700     DISPLAY "ENTER DESCRIPTION (OPTIONAL)"
036800     ACCEPT  SCAL-DESCRIPTION
036900     IF NOT SCAL-VALID-TYPE
037000         DISPLAY "*** DAY TYPE MUST BE I, H, W OR E ***"
037100         SET WS-FIELDS-INVALID TO TRUE
037200     END-IF.
037300 3100-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700* 3500-ADD-DAY
037800*****************************************************************
037900 3500-ADD-DAY.
038000     MOVE SPACES TO SCHOOL-CALENDAR-RECORD
038100     MOVE WS-KEY-DATE TO SCAL-DATE
038200     SET WS-FIELDS-INVALID TO TRUE
038300     PERFORM 3100-GET-DAY-FIELDS THRU 3100-EXIT
038400         UNTIL WS-FIELDS-VALID
038500     WRITE SCHOOL-CALENDAR-RECORD
038600         INVALID KEY
038700             DISPLAY "*** ERROR WRITING DATE " SCAL-DATE
038800                 ", DUPLICATE KEY ***"
038900             GO TO 3500-EXIT
039000     END-WRITE
039100     ADD 1 TO WS-RUN-REC-COUNT
039200     DISPLAY "*** DATE " SCAL-DATE " ADDED ***".
039300 3500-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700* 3700-ADD-RANGE
039800*
039900* ADDS EVERY WEEKDAY FROM THE KEYED DATE THROUGH A SECOND DATE
040000* WITH ONE DAY TYPE AND DESCRIPTION.  SATURDAYS AND SUNDAYS
040100* ARE NEVER WRITTEN; A DATE ALREADY ON FILE KEEPS WHAT IT HAS.
040200*****************************************************************
040300 3700-ADD-RANGE.
040400     PERFORM 3710-GET-THROUGH-DATE THRU 3710-EXIT
040500     MOVE SPACES TO SCHOOL-CALENDAR-RECORD
040600     SET WS-FIELDS-INVALID TO TRUE
040700     PERFORM 3100-GET-DAY-FIELDS THRU 3100-EXIT
040800         UNTIL WS-FIELDS-VALID
040900     MOVE SCAL-DAY-TYPE    TO WS-RANGE-TYPE
041000     MOVE SCAL-DESCRIPTION TO WS-RANGE-DESCRIPTION
041100     MOVE ZERO TO WS-RANGE-ADDED
041200                  WS-RANGE-ON-FILE
041300     MOVE WS-KEY-DATE TO WS-EDIT-DATE-N
041400     PERFORM 3720-ADD-ONE-RANGE-DAY THRU 3720-EXIT
041500         UNTIL WS-EDIT-DATE-N > WS-THROUGH-DATE
041600     ADD WS-RANGE-ADDED TO WS-RUN-REC-COUNT
041700     DISPLAY "*** " WS-RANGE-ADDED " DATE(S) ADDED, "
041800         WS-RANGE-ON-FILE " ALREADY ON FILE AND LEFT AS "
041900         "THEY WERE ***".
042000 3700-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400* 3710-GET-THROUGH-DATE
042500*
042600* RE-PROMPTED UNTIL IT IS A REAL DATE NO EARLIER THAN THE
042700* FIRST DAY OF THE RANGE.
042800*****************************************************************
042900 3710-GET-THROUGH-DATE.
043000     DISPLAY "ENTER LAST DATE OF THE RANGE (CCYYMMDD)"
043100     ACCEPT  WS-THROUGH-REPLY
043200     MOVE WS-THROUGH-REPLY TO WS-EDIT-DATE-X
043300     PERFORM 2750-VALIDATE-DATE THRU 2750-EXIT
043400     IF WS-DATE-INVALID
043500         DISPLAY "*** " WS-THROUGH-REPLY
043600             " IS NOT A VALID DATE ***"
043700         GO TO 3710-GET-THROUGH-DATE
043800     END-IF
043900     IF WS-EDIT-DATE-N < WS-KEY-DATE
044000         DISPLAY "*** " WS-THROUGH-REPLY
044100             " IS BEFORE " WS-KEY-DATE " ***"
044200         GO TO 3710-GET-THROUGH-DATE
044300     END-IF
044400     MOVE WS-EDIT-DATE-N TO WS-THROUGH-DATE.
044500 3710-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900* 3720-ADD-ONE-RANGE-DAY
045000*****************************************************************
045100 3720-ADD-ONE-RANGE-DAY.
045200     PERFORM 3800-SET-DAY-OF-WEEK THRU 3800-EXIT
045300     IF WS-WEEKEND
045400         GO TO 3720-NEXT
045500     END-IF
045600     MOVE SPACES               TO SCHOOL-CALENDAR-RECORD
045700     MOVE WS-EDIT-DATE-N       TO SCAL-DATE
045800     MOVE WS-RANGE-TYPE        TO SCAL-DAY-TYPE
045900     MOVE WS-RANGE-DESCRIPTION TO SCAL-DESCRIPTION
046000     WRITE SCHOOL-CALENDAR-RECORD
046100         INVALID KEY
046200             ADD 1 TO WS-RANGE-ON-FILE
046300         NOT INVALID KEY
046400             ADD 1 TO WS-RANGE-ADDED
046500     END-WRITE.
046600 3720-NEXT.
046700     PERFORM 3900-NEXT-DAY THRU 3900-EXIT.
046800 3720-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200* 3800-SET-DAY-OF-WEEK
047300*
047400* ZELLER'S CONGRUENCE OVER WS-EDIT-DATE.  EACH DIVISION IS
047500* TAKEN SEPARATELY SO EVERY TERM TRUNCATES THE WAY THE FORMULA
047600* EXPECTS.
047700*****************************************************************
047800 3800-SET-DAY-OF-WEEK.
047900     MOVE WS-EDIT-CCYY TO WS-ZELLER-YEAR
048000     MOVE WS-EDIT-MM   TO WS-ZELLER-MONTH
048100     IF WS-ZELLER-MONTH < 3
048200         ADD 12 TO WS-ZELLER-MONTH
048300         SUBTRACT 1 FROM WS-ZELLER-YEAR
048400     END-IF
048500     DIVIDE WS-ZELLER-YEAR BY 100
048600         GIVING WS-ZELLER-CENTURY
048700         REMAINDER WS-ZELLER-YEAR-OF-CENT
048800     COMPUTE WS-ZELLER-TERM-1 = 13 * (WS-ZELLER-MONTH + 1)
048900     DIVIDE WS-ZELLER-TERM-1 BY 5
049000         GIVING WS-ZELLER-TERM-1
049100     DIVIDE WS-ZELLER-YEAR-OF-CENT BY 4
049200         GIVING WS-ZELLER-TERM-2
049300     DIVIDE WS-ZELLER-CENTURY BY 4
049400         GIVING WS-ZELLER-TERM-3
049500     COMPUTE WS-ZELLER-SUM = WS-EDIT-DD
049600                           + WS-ZELLER-TERM-1
049700                           + WS-ZELLER-YEAR-OF-CENT
049800                           + WS-ZELLER-TERM-2
049900                           + WS-ZELLER-TERM-3
050000                           + (5 * WS-ZELLER-CENTURY)
050100     DIVIDE WS-ZELLER-SUM BY 7
050200         GIVING WS-ZELLER-QUOTIENT
050300         REMAINDER WS-DAY-OF-WEEK.
050400 3800-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800* 3900-NEXT-DAY
050900*
051000* ADVANCES WS-EDIT-DATE BY ONE DAY, ROLLING THE MONTH AND YEAR
051100* AS NEEDED - THE SAME WALK AUDRPT TAKES OVER ITS DATE RANGE.
051200*****************************************************************
051300 3900-NEXT-DAY.
051400     PERFORM 2755-SET-DAYS-IN-MONTH THRU 2755-EXIT
051500     IF WS-EDIT-DD < WS-DAYS-IN-MONTH
051600         ADD 1 TO WS-EDIT-DD
051700         GO TO 3900-EXIT
051800     END-IF
051900     MOVE 01 TO WS-EDIT-DD
052000     IF WS-EDIT-MM < 12
052100         ADD 1 TO WS-EDIT-MM
052200     ELSE
052300         MOVE 01 TO WS-EDIT-MM
052400         ADD 1 TO WS-EDIT-CCYY
052500     END-IF.
052600 3900-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000* 4000-DELETE-DAY
053100*
053200* A DELETED DATE IS SIMPLY NOT A SCHOOL DAY FROM THEN ON -
053300* POSTINGS ALREADY ON ATTEND.DAT FOR IT ARE NOT TOUCHED.
053400*****************************************************************
053500 4000-DELETE-DAY.
053600     DELETE CALENDAR-FILE RECORD
053700     ADD 1 TO WS-RUN-REC-COUNT
053800     DISPLAY "*** DATE " WS-KEY-DATE " DELETED ***".
053900 4000-EXIT.
054000     EXIT.
054100
054200*****************************************************************
054300* 8000-TERMINATE
054400*****************************************************************
054500 8000-TERMINATE.
054600     CLOSE CALENDAR-FILE
054700     DISPLAY WS-RUN-REC-COUNT " DATE(S) ADDED, UPDATED OR "
054800         "DELETED".
054900 8000-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300* 9700-CHECK-OPERATOR
055400*
055500* LOOKS THE OPERATOR (THE USER VALUE) UP ON OPERAUTH.DAT AND
055600* REFUSES THE RUN WITHOUT CALENDAR AUTHORITY.  FAILS CLOSED -
055700* NO USER VALUE, AN OPERATOR NOT ON FILE OR A FILE THAT WILL
055800* NOT OPEN ARE REFUSED AS WELL.  EVERY REFUSAL IS LOGGED TO
055900* SECVIOL.DAT (9750).  WS-OPR-REFUSED IS LEFT SET FOR THE
056000* CALLER TO END THE RUN.
056100*****************************************************************
056200 9700-CHECK-OPERATOR.
056300     SET WS-OPR-REFUSED TO TRUE
056400     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
056500     IF WS-OPERATOR-ID = SPACES
056600         SET WS-SECV-NO-OPERATOR-ID TO TRUE
056700         GO TO 9700-REFUSE
056800     END-IF
056900     OPEN INPUT OPERATOR-FILE
057000     IF WS-OPR-FILE-STATUS NOT = "00"
057100         SET WS-SECV-FILE-UNAVAILABLE TO TRUE
057200         GO TO 9700-REFUSE
057300     END-IF
057400     MOVE WS-OPERATOR-ID TO OPR-ID
057500     READ OPERATOR-FILE
057600         INVALID KEY
057700             SET WS-SECV-NOT-ON-FILE TO TRUE
057800         NOT INVALID KEY
057900             IF OPR-MAY-CALENDAR
058000                 SET WS-OPR-AUTHORIZED TO TRUE
058100             ELSE
058200                 SET WS-SECV-NOT-AUTHORIZED TO TRUE
058300             END-IF
058400     END-READ
058500     CLOSE OPERATOR-FILE
058600     IF WS-OPR-AUTHORIZED
058700         GO TO 9700-EXIT
058800     END-IF.
058900 9700-REFUSE.
059000     EVALUATE TRUE
059100         WHEN WS-SECV-NO-OPERATOR-ID
059200             DISPLAY "*** NO OPERATOR ID - USER IS NOT SET ***"
059300         WHEN WS-SECV-FILE-UNAVAILABLE
059400             DISPLAY "*** OPERAUTH.DAT OPEN STATUS "
059500                 WS-OPR-FILE-STATUS " ***"
059600         WHEN WS-SECV-NOT-ON-FILE
059700             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
059800                 " IS NOT ON OPERAUTH.DAT ***"
059900         WHEN OTHER
060000             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
060100                 " HAS NO " WS-OPR-MODE " AUTHORITY ***"
060200     END-EVALUATE
060300     DISPLAY "*** CALMAINT REFUSED - NOT AUTHORIZED ***"
060400     PERFORM 9750-LOG-VIOLATION THRU 9750-EXIT.
060500 9700-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 9750-LOG-VIOLATION
061000*
061100* APPENDS THE REFUSAL TO SECVIOL.DAT (SECVREC.CPY) FOR SECVRPT.
061200* A LOG THAT WILL NOT OPEN IS WARNED OF BUT DOES NOT LET THE
061300* RUN GO ON - THE CALLER STILL ENDS IT.
061400* THE FIRST REFUSAL EVER LOGGED CREATES THE FILE.
061500*****************************************************************
061600 9750-LOG-VIOLATION.
061700     OPEN EXTEND SECVIOL-FILE
061800     IF WS-SECV-FILE-NOTFND
061900         OPEN OUTPUT SECVIOL-FILE
062000     END-IF
062100     IF WS-SECV-FILE-STATUS NOT = "00"
062200         DISPLAY "*** WARNING - SECVIOL.DAT OPEN STATUS "
062300             WS-SECV-FILE-STATUS ", REFUSAL NOT LOGGED ***"
062400         GO TO 9750-EXIT
062500     END-IF
062600     MOVE SPACES           TO SECURITY-VIOLATION-RECORD
062700     ACCEPT SECV-DATE      FROM DATE YYYYMMDD
062800     ACCEPT SECV-TIME      FROM TIME
062900     MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID
063000     MOVE "CALMAINT"       TO SECV-PROGRAM
063100     MOVE WS-OPR-MODE      TO SECV-RUN-MODE
063200     MOVE WS-SECV-REASON   TO SECV-REASON
063300     WRITE SECURITY-VIOLATION-RECORD
063400     CLOSE SECVIOL-FILE.
063500 9750-EXIT.
063600     EXIT.
