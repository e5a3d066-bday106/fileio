000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     OPRMAINT.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* OPRMAINT
000900*
001000* OPERATOR AUTHORIZATION FILE MAINTENANCE.  KEEPS OPERAUTH.DAT
001100* (OPERREC.CPY) - THE LIST OF OPERATOR IDS AND THE PROGRAMS
001200* AND RUN MODES EACH MAY USE, WHICH WRITEDEM, HRMMAINT,
001300* ATTPOST AND STUREASN CHECK AT STARTUP.  AN OPERATOR KEYS AN
001400* ID; IF IT EXISTS IT CAN BE CORRECTED OR DELETED, IF NOT IT
001500* CAN BE ADDED.  EACH AUTHORITY IS KEYED Y OR N.  AN ID OF *
001600* LISTS THE WHOLE FILE.
001700*
001800* THE RUN ITSELF NEEDS SECURITY AUTHORITY, CHECKED AND LOGGED
001900* TO SECVIOL.DAT THE SAME WAY THE OTHER PROGRAMS DO IT.  THE
002000* ONE EXCEPTION IS AN EMPTY FILE - THE FIRST RUN AFTER THE
002100* FILE IS BUILT - WHEN THE OPERATOR MUST ADD THEIR OWN ID,
002200* WITH SECURITY, BEFORE ANYONE ELSE.  NO OPERATOR CAN DELETE
002300* THEIR OWN ID OR TAKE AWAY THEIR OWN SECURITY AUTHORITY, SO
002400* THE FILE IS NEVER LEFT WITHOUT SOMEONE WHO CAN MAINTAIN IT.
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
003600     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH.DAT"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OPR-ID
004000         FILE STATUS IS WS-OPR-FILE-STATUS.
004100     SELECT SECVIOL-FILE ASSIGN TO "SECVIOL.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SECV-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OPERATOR-FILE.
004800     COPY OPERREC.
004900 FD  SECVIOL-FILE.
005000     COPY SECVREC.
005100
005200 WORKING-STORAGE SECTION.
005300*****************************************************************
005400* FILE STATUS FIELDS
005500*****************************************************************
005600 01  WS-OPR-FILE-STATUS          PIC X(02).
005700     88  WS-OPR-FILE-NOTFND      VALUE "35".
005800 01  WS-SECV-FILE-STATUS         PIC X(02).
005900     88  WS-SECV-FILE-NOTFND     VALUE "35".
006000
006100 01  WS-OPR-EOF-SWITCH           PIC X(01).
006200     88  WS-OPR-EOF              VALUE "Y".
006300     88  WS-OPR-NOT-EOF          VALUE "N".
006400
006500 01  WS-OPR-FOUND-SWITCH         PIC X(01).
006600     88  WS-OPR-FOUND            VALUE "Y".
006700     88  WS-OPR-NOTFOUND         VALUE "N".
006800
006900 01  WS-MAINT-ACTION             PIC X(01).
007000     88  WS-MAINT-CORRECT        VALUE "C", "c".
007100     88  WS-MAINT-DELETE         VALUE "D", "d".
007200     88  WS-MAINT-ADD            VALUE "A", "a".
007300
007400 01  WS-FIELDS-VALID-SWITCH      PIC X(01).
007500     88  WS-FIELDS-VALID         VALUE "Y".
007600     88  WS-FIELDS-INVALID       VALUE "N".
007700
007800 01  WS-ENTERED-FLAG             PIC X(01).
007900     88  WS-FLAG-YES             VALUE "Y", "y".
008000     88  WS-FLAG-NO              VALUE "N", "n".
008100
008200 01  WS-ENTERED-ID               PIC X(08).
008300     88  WS-LIST-REQUESTED       VALUE "*".
008400 01  WS-RUN-DATE                 PIC 9(08).
008500 01  WS-RUN-REC-COUNT            PIC 9(04) VALUE ZERO.
008600 01  WS-LIST-COUNT               PIC 9(04) VALUE ZERO.
008700
008800*****************************************************************
008900* OPERATOR AUTHORIZATION FIELDS (SEE 9700).  WS-FIRST-RUN IS
009000* SET WHILE THE FILE IS EMPTY AND THE OPERATOR'S OWN ID HAS
009100* STILL TO BE ADDED.
009200*****************************************************************
009300 01  WS-OPERATOR-ID              PIC X(08).
009400 01  WS-OPR-MODE                 PIC X(08) VALUE "SECURITY".
009500 01  WS-OPR-AUTH-SWITCH          PIC X(01).
009600     88  WS-OPR-AUTHORIZED       VALUE "Y".
009700     88  WS-OPR-REFUSED          VALUE "N".
009800 01  WS-SECV-REASON              PIC X(02).
009900     88  WS-SECV-NOT-ON-FILE     VALUE "01".
010000     88  WS-SECV-NOT-AUTHORIZED  VALUE "02".
010100     88  WS-SECV-FILE-UNAVAILABLE VALUE "03".
010200     88  WS-SECV-NO-OPERATOR-ID  VALUE "04".
010300 01  WS-FIRST-RUN-SWITCH         PIC X(01).
010400     88  WS-FIRST-RUN            VALUE "Y".
010500     88  WS-NOT-FIRST-RUN        VALUE "N".
010600
010700*****************************************************************
010800* AUTHORITY NAMES, IN THE ORDER OF THE FLAGS ON OPERREC.CPY -
010900* OPR-AUTH-FLAG(N) IS THE AUTHORITY NAMED WS-AUTH-NAME(N).
011000*****************************************************************
011100 01  WS-AUTH-NAME-VALUES.
011200     05  FILLER                  PIC X(08) VALUE "INTAKE".
011300     05  FILLER                  PIC X(08) VALUE "MAINT".
011400     05  FILLER                  PIC X(08) VALUE "BATCH".
011500     05  FILLER                  PIC X(08) VALUE "RECYCLE".
011600     05  FILLER                  PIC X(08) VALUE "PREREG".
011700     05  FILLER                  PIC X(08) VALUE "HOMEROOM".
011800     05  FILLER                  PIC X(08) VALUE "ATTEND".
011900     05  FILLER                  PIC X(08) VALUE "REASSIGN".
012000     05  FILLER                  PIC X(08) VALUE "SECURITY".
012100     05  FILLER                  PIC X(08) VALUE "HOUSEHLD".
012200     05  FILLER                  PIC X(08) VALUE "CALENDAR".
012300 01  WS-AUTH-NAME-TABLE REDEFINES WS-AUTH-NAME-VALUES.
012400     05  WS-AUTH-NAME            PIC X(08) OCCURS 11 TIMES.
012500 01  WS-AUTH-COUNT               PIC 9(04) COMP VALUE 11.
012600 01  WS-AUTH-IDX                 PIC 9(04) COMP VALUE ZERO.
012700
012800 PROCEDURE DIVISION.
012900*****************************************************************
013000* 0000-MAINLINE
013100*****************************************************************
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013400     PERFORM 2000-GET-OPERATOR THRU 2000-EXIT
013500     PERFORM 2500-PROCESS-OPERATOR THRU 2500-EXIT
013600         UNTIL WS-ENTERED-ID = SPACES
013700     PERFORM 8000-TERMINATE THRU 8000-EXIT
013800     STOP RUN.
013900 0000-MAINLINE-EXIT.
014000     EXIT.
014100
014200*****************************************************************
014300* 1000-INITIALIZE
014400*
014500* THE FIRST TIME, THE FILE IS CREATED WITH OPEN OUTPUT AS
014600* WRITEDEM DOES WITH THE STUDENT MASTER, THEN REOPENED I-O SO
014700* THE LOOKUPS BELOW WORK ON THE NEW, EMPTY FILE.  AN EMPTY
014800* FILE IS THE FIRST RUN; OTHERWISE THE OPERATOR NEEDS SECURITY
014900* AUTHORITY ON IT (9700).
015000*****************************************************************
015100 1000-INITIALIZE.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015300     OPEN I-O OPERATOR-FILE
015400     IF WS-OPR-FILE-NOTFND
015500         OPEN OUTPUT OPERATOR-FILE
015600         CLOSE OPERATOR-FILE
015700         OPEN I-O OPERATOR-FILE
015800     END-IF
015900     IF WS-OPR-FILE-STATUS NOT = "00"
016000         DISPLAY "*** OPRMAINT ABORTED - OPERAUTH.DAT OPEN "
016100             "STATUS " WS-OPR-FILE-STATUS " ***"
016200         MOVE 16 TO RETURN-CODE
016300         STOP RUN
016400     END-IF
016500     PERFORM 1100-CHECK-FIRST-RUN THRU 1100-EXIT
016600     PERFORM 9700-CHECK-OPERATOR THRU 9700-EXIT
016700     IF WS-OPR-REFUSED
016800         CLOSE OPERATOR-FILE
016900         MOVE 8 TO RETURN-CODE
017000         STOP RUN
017100     END-IF
017200     IF WS-FIRST-RUN
017300         DISPLAY "*** OPERAUTH.DAT IS EMPTY - ADD YOUR OWN ID "
017400             WS-OPERATOR-ID " FIRST ***"
017500         DISPLAY "*** IT IS GIVEN SECURITY AUTHORITY SO IT CAN "
017600             "MAINTAIN THE FILE ***"
017700     END-IF.
017800 1000-EXIT.
017900     EXIT.
018000
018100*****************************************************************
018200* 1100-CHECK-FIRST-RUN
018300*
018400* THE FILE IS EMPTY WHEN THERE IS NOTHING TO START ON OR THE
018500* FIRST READ IS ALREADY AT END.
018600*****************************************************************
018700 1100-CHECK-FIRST-RUN.
018800     SET WS-NOT-FIRST-RUN TO TRUE
018900     PERFORM 1200-START-AT-FRONT THRU 1200-EXIT
019000     PERFORM 1300-READ-OPERATOR THRU 1300-EXIT
019100     IF WS-OPR-EOF
019200         SET WS-FIRST-RUN TO TRUE
019300     END-IF.
019400 1100-EXIT.
019500     EXIT.
019600
019700*****************************************************************
019800* 1200-START-AT-FRONT
019900*****************************************************************
020000 1200-START-AT-FRONT.
020100     SET WS-OPR-NOT-EOF TO TRUE
020200     MOVE LOW-VALUES TO OPR-ID
020300     START OPERATOR-FILE
020400         KEY IS NOT < OPR-ID
020500         INVALID KEY
020600             SET WS-OPR-EOF TO TRUE
020700     END-START.
020800 1200-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200* 1300-READ-OPERATOR
021300*****************************************************************
021400 1300-READ-OPERATOR.
021500     IF WS-OPR-EOF
021600         GO TO 1300-EXIT
021700     END-IF
021800     READ OPERATOR-FILE NEXT RECORD
021900         AT END
022000             SET WS-OPR-EOF TO TRUE
022100     END-READ.
022200 1300-EXIT.
022300     EXIT.
022400
022500*****************************************************************
022600* 2000-GET-OPERATOR
022700*****************************************************************
022800 2000-GET-OPERATOR.
022900     DISPLAY "ENTER OPERATOR ID (BLANK TO END, * TO LIST)"
023000     ACCEPT  WS-ENTERED-ID.
023100 2000-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500* 2500-PROCESS-OPERATOR
023600*
023700* LOOKS THE ID UP.  AN EXISTING OPERATOR IS SHOWN AND CAN BE
023800* CORRECTED OR DELETED; A NEW ONE CAN BE ADDED ON THE SPOT.
023900* ON THE FIRST RUN ONLY THE OPERATOR'S OWN ID IS TAKEN.
024000*****************************************************************
024100 2500-PROCESS-OPERATOR.
024200     IF WS-LIST-REQUESTED
024300         PERFORM 5000-LIST-OPERATORS THRU 5000-EXIT
024400         GO TO 2500-NEXT
024500     END-IF
024600     IF WS-FIRST-RUN
024700        AND WS-ENTERED-ID NOT = WS-OPERATOR-ID
024800         DISPLAY "*** ADD YOUR OWN ID " WS-OPERATOR-ID
024900             " FIRST ***"
025000         GO TO 2500-NEXT
025100     END-IF
025200     SET WS-OPR-NOTFOUND TO TRUE
025300     MOVE WS-ENTERED-ID TO OPR-ID
025400     READ OPERATOR-FILE
025500         KEY IS OPR-ID
025600         INVALID KEY
025700             CONTINUE
025800         NOT INVALID KEY
025900             SET WS-OPR-FOUND TO TRUE
026000     END-READ
026100     IF WS-OPR-FOUND
026200         PERFORM 2600-SHOW-OPERATOR THRU 2600-EXIT
026300         DISPLAY "ENTER C TO CORRECT, D TO DELETE, "
026400             "ANYTHING ELSE TO LEAVE UNCHANGED"
026500         ACCEPT  WS-MAINT-ACTION
026600         EVALUATE TRUE
026700             WHEN WS-MAINT-CORRECT
026800                 PERFORM 3000-CORRECT-OPERATOR THRU 3000-EXIT
026900             WHEN WS-MAINT-DELETE
027000                 PERFORM 4000-DELETE-OPERATOR THRU 4000-EXIT
027100             WHEN OTHER
027200                 DISPLAY "*** NO CHANGE MADE ***"
027300         END-EVALUATE
027400     ELSE
027500         DISPLAY "OPERATOR " WS-ENTERED-ID " NOT ON FILE - "
027600             "ENTER A TO ADD, ANYTHING ELSE TO SKIP"
027700         ACCEPT  WS-MAINT-ACTION
027800         IF WS-MAINT-ADD
027900             PERFORM 3500-ADD-OPERATOR THRU 3500-EXIT
028000         ELSE
028100             DISPLAY "*** NO CHANGE MADE ***"
028200         END-IF
028300     END-IF.
028400 2500-NEXT.
028500     PERFORM 2000-GET-OPERATOR THRU 2000-EXIT.
028600 2500-EXIT.
028700     EXIT.
028800
028900*****************************************************************
029000* 2600-SHOW-OPERATOR
029100*****************************************************************
029200 2600-SHOW-OPERATOR.
029300     DISPLAY "OPERATOR " OPR-ID " " OPR-NAME
029400         " CHANGED " OPR-CHANGED-DATE " BY " OPR-CHANGED-BY
029500     PERFORM 2610-SHOW-ONE-FLAG THRU 2610-EXIT
029600         VARYING WS-AUTH-IDX FROM 1 BY 1
029700         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT.
029800 2600-EXIT.
029900     EXIT.
030000
030100*****************************************************************
030200* 2610-SHOW-ONE-FLAG
030300*****************************************************************
030400 2610-SHOW-ONE-FLAG.
030500     DISPLAY "    " WS-AUTH-NAME(WS-AUTH-IDX) " "
030600         OPR-AUTH-FLAG(WS-AUTH-IDX).
030700 2610-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 3000-CORRECT-OPERATOR
031200*****************************************************************
031300 3000-CORRECT-OPERATOR.
031400     SET WS-FIELDS-INVALID TO TRUE
031500     PERFORM 3100-GET-OPERATOR-FIELDS THRU 3100-EXIT
031600         UNTIL WS-FIELDS-VALID
031700     REWRITE OPERATOR-RECORD
031800         INVALID KEY
031900             DISPLAY "*** ERROR REWRITING OPERATOR " OPR-ID
032000                 " ***"
032100             GO TO 3000-EXIT
032200     END-REWRITE
032300     ADD 1 TO WS-RUN-REC-COUNT
032400     DISPLAY "*** OPERATOR " OPR-ID " UPDATED ***".
032500 3000-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032900* 3100-GET-OPERATOR-FIELDS
033000*
033100* ONE PASS OF THE PROMPTS - A NON-BLANK NAME, THEN Y OR N FOR
033200* EACH AUTHORITY.  THE OPERATOR'S OWN RECORD ALWAYS KEEPS
033300* SECURITY.  THE RECORD IS STAMPED WITH WHO CHANGED IT.
033400*****************************************************************
033500 3100-GET-OPERATOR-FIELDS.
033600     SET WS-FIELDS-VALID TO TRUE
033700     DISPLAY "ENTER OPERATOR NAME"
033800     ACCEPT  OPR-NAME
033900     IF OPR-NAME = SPACES
034000         DISPLAY "*** OPERATOR NAME IS BLANK ***"
034100         SET WS-FIELDS-INVALID TO TRUE
034200         GO TO 3100-EXIT
034300     END-IF
034400     PERFORM 3200-GET-ONE-FLAG THRU 3200-EXIT
034500         VARYING WS-AUTH-IDX FROM 1 BY 1
034600         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
034700     IF OPR-ID = WS-OPERATOR-ID
034800        AND NOT OPR-MAY-SECURITY
034900         DISPLAY "*** YOUR OWN SECURITY AUTHORITY CANNOT BE "
035000             "REMOVED - KEPT AT Y ***"
035100         MOVE "Y" TO OPR-AUTH-SECURITY
035200     END-IF
035300     MOVE WS-RUN-DATE    TO OPR-CHANGED-DATE
035400     MOVE WS-OPERATOR-ID TO OPR-CHANGED-BY.
035500 3100-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900* 3200-GET-ONE-FLAG
036000*
036100* RE-PROMPTS UNTIL THE AUTHORITY IS KEYED Y OR N.
036200*****************************************************************
036300 3200-GET-ONE-FLAG.
036400     MOVE SPACE TO WS-ENTERED-FLAG
036500     PERFORM 3210-PROMPT-FLAG THRU 3210-EXIT
036600         UNTIL WS-FLAG-YES OR WS-FLAG-NO
036700     IF WS-FLAG-YES
036800         MOVE "Y" TO OPR-AUTH-FLAG(WS-AUTH-IDX)
036900     ELSE
037000         MOVE "N" TO OPR-AUTH-FLAG(WS-AUTH-IDX)
037100     END-IF.
037200 3200-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600* 3210-PROMPT-FLAG
037700*****************************************************************
037800 3210-PROMPT-FLAG.
037900     DISPLAY "MAY RUN " WS-AUTH-NAME(WS-AUTH-IDX)
038000         " (Y OR N)"
038100     ACCEPT  WS-ENTERED-FLAG
038200     IF NOT WS-FLAG-YES AND NOT WS-FLAG-NO
038300         DISPLAY "*** ENTER Y OR N ***"
038400     END-IF.
038500 3210-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900* 3500-ADD-OPERATOR
039000*****************************************************************
039100 3500-ADD-OPERATOR.
039200     MOVE SPACES TO OPERATOR-RECORD
039300     MOVE WS-ENTERED-ID TO OPR-ID
039400     SET WS-FIELDS-INVALID TO TRUE
039500     PERFORM 3100-GET-OPERATOR-FIELDS THRU 3100-EXIT
039600         UNTIL WS-FIELDS-VALID
039700     WRITE OPERATOR-RECORD
039800         INVALID KEY
039900             DISPLAY "*** ERROR WRITING OPERATOR " OPR-ID
040000                 ", DUPLICATE KEY ***"
040100             GO TO 3500-EXIT
040200     END-WRITE
040300     ADD 1 TO WS-RUN-REC-COUNT
040400     SET WS-NOT-FIRST-RUN TO TRUE
040500     DISPLAY "*** OPERATOR " OPR-ID " ADDED ***".
040600 3500-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000* 4000-DELETE-OPERATOR
041100*
041200* AN OPERATOR'S OWN ID CANNOT BE DELETED.  THEIR PAST ROWS ON
041300* STUAUDIT, STUHIST AND SECVIOL STILL CARRY THE ID.
041400*****************************************************************
041500 4000-DELETE-OPERATOR.
041600     IF OPR-ID = WS-OPERATOR-ID
041700         DISPLAY "*** YOUR OWN ID CANNOT BE DELETED ***"
041800         GO TO 4000-EXIT
041900     END-IF
042000     DELETE OPERATOR-FILE RECORD
042100         INVALID KEY
042200             DISPLAY "*** ERROR DELETING OPERATOR " OPR-ID
042300                 " ***"
042400             GO TO 4000-EXIT
042500     END-DELETE
042600     ADD 1 TO WS-RUN-REC-COUNT
042700     DISPLAY "*** OPERATOR " WS-ENTERED-ID " DELETED ***".
042800 4000-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200* 5000-LIST-OPERATORS
043300*
043400* LISTS EVERY OPERATOR ON FILE IN ID ORDER WITH THE AUTHORITY
043500* FLAGS IN THE ORDER OF THE LEGEND LINE.
043600*****************************************************************
043700 5000-LIST-OPERATORS.
043800     MOVE ZERO TO WS-LIST-COUNT
043900     DISPLAY "FLAGS: INTAKE MAINT BATCH RECYCLE PREREG HOMEROOM "
044000         "ATTEND REASSIGN SECURITY HOUSEHLD CALENDAR"
044100     PERFORM 1200-START-AT-FRONT THRU 1200-EXIT
044200     PERFORM 1300-READ-OPERATOR THRU 1300-EXIT
044300     PERFORM 5100-LIST-ONE-OPERATOR THRU 5100-EXIT
044400         UNTIL WS-OPR-EOF
044500     DISPLAY WS-LIST-COUNT " OPERATOR(S) ON FILE".
044600 5000-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000* 5100-LIST-ONE-OPERATOR
045100*****************************************************************
045200 5100-LIST-ONE-OPERATOR.
045300     DISPLAY OPR-ID " " OPR-NAME " " OPR-AUTHORITY-FLAGS
045400         " " OPR-CHANGED-DATE " " OPR-CHANGED-BY
045500     ADD 1 TO WS-LIST-COUNT
045600     PERFORM 1300-READ-OPERATOR THRU 1300-EXIT.
045700 5100-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100* 8000-TERMINATE
046200*****************************************************************
046300 8000-TERMINATE.
046400     CLOSE OPERATOR-FILE
046500     DISPLAY WS-RUN-REC-COUNT " OPERATOR(S) ADDED, UPDATED OR "
046600         "DELETED".
046700 8000-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100* 9700-CHECK-OPERATOR
047200*
047300* LOOKS THE OPERATOR (THE USER VALUE) UP ON OPERAUTH.DAT AND
047400* REFUSES THE RUN WITHOUT SECURITY AUTHORITY - EXCEPT ON THE
047500* FIRST RUN, WHEN THERE IS NO ONE ON FILE TO HAVE IT.  A RUN
047600* WITH NO USER VALUE IS REFUSED EVEN THEN.  THE FILE IS
047700* ALREADY OPEN I-O HERE.  EVERY REFUSAL IS LOGGED TO
047800* SECVIOL.DAT (9750).  WS-OPR-REFUSED IS LEFT SET FOR THE
047900* CALLER TO END THE RUN.
048000*****************************************************************
048100 9700-CHECK-OPERATOR.
048200     SET WS-OPR-REFUSED TO TRUE
048300     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
048400     IF WS-OPERATOR-ID = SPACES
048500         SET WS-SECV-NO-OPERATOR-ID TO TRUE
048600         GO TO 9700-REFUSE
048700     END-IF
048800     IF WS-FIRST-RUN
048900         SET WS-OPR-AUTHORIZED TO TRUE
049000         GO TO 9700-EXIT
049100     END-IF
049200     MOVE WS-OPERATOR-ID TO OPR-ID
049300     READ OPERATOR-FILE
049400         KEY IS OPR-ID
049500         INVALID KEY
049600             SET WS-SECV-NOT-ON-FILE TO TRUE
049700         NOT INVALID KEY
049800             IF OPR-MAY-SECURITY
049900                 SET WS-OPR-AUTHORIZED TO TRUE
050000             ELSE
050100                 SET WS-SECV-NOT-AUTHORIZED TO TRUE
050200             END-IF
050300     END-READ
050400     IF WS-OPR-AUTHORIZED
050500         GO TO 9700-EXIT
050600     END-IF.
050700 9700-REFUSE.
050800     EVALUATE TRUE
050900         WHEN WS-SECV-NO-OPERATOR-ID
051000             DISPLAY "*** NO OPERATOR ID - USER IS NOT SET ***"
051100         WHEN WS-SECV-NOT-ON-FILE
051200             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
051300                 " IS NOT ON OPERAUTH.DAT ***"
051400         WHEN OTHER
051500             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
051600                 " HAS NO " WS-OPR-MODE " AUTHORITY ***"
051700     END-EVALUATE
051800     DISPLAY "*** OPRMAINT REFUSED - NOT AUTHORIZED ***"
051900     PERFORM 9750-LOG-VIOLATION THRU 9750-EXIT.
052000 9700-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400* 9750-LOG-VIOLATION
052500*
052600* APPENDS THE REFUSAL TO SECVIOL.DAT (SECVREC.CPY) FOR SECVRPT.
052700* A LOG THAT WILL NOT OPEN IS WARNED OF BUT DOES NOT LET THE
052800* RUN GO ON - THE CALLER STILL ENDS IT.
052900* THE FIRST REFUSAL EVER LOGGED CREATES THE FILE.
053000*****************************************************************
053100 9750-LOG-VIOLATION.
053200     OPEN EXTEND SECVIOL-FILE
053300     IF WS-SECV-FILE-NOTFND
053400         OPEN OUTPUT SECVIOL-FILE
053500     END-IF
053600     IF WS-SECV-FILE-STATUS NOT = "00"
053700         DISPLAY "*** WARNING - SECVIOL.DAT OPEN STATUS "
053800             WS-SECV-FILE-STATUS ", REFUSAL NOT LOGGED ***"
053900         GO TO 9750-EXIT
054000     END-IF
054100     MOVE SPACES           TO SECURITY-VIOLATION-RECORD
054200     ACCEPT SECV-DATE      FROM DATE YYYYMMDD
054300     ACCEPT SECV-TIME      FROM TIME
054400     MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID
054500     MOVE "OPRMAINT"       TO SECV-PROGRAM
054600     MOVE WS-OPR-MODE      TO SECV-RUN-MODE
054700     MOVE WS-SECV-REASON   TO SECV-REASON
054800     WRITE SECURITY-VIOLATION-RECORD
054900     CLOSE SECVIOL-FILE.
055000 9750-EXIT.
055100     EXIT.
