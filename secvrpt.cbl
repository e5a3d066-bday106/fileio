000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SECVRPT.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* SECVRPT
000900*
001000* SECURITY VIOLATIONS REPORT.  READS SECVIOL.DAT (SECVREC.CPY)
001100* - ONE RECORD FOR EVERY RUN WRITEDEM, HRMMAINT, ATTPOST,
001200* STUREASN, OPRMAINT, HHMAINT OR CALMAINT REFUSED BECAUSE
001300* OPERAUTH.DAT DID NOT AUTHORIZE THE OPERATOR - AND LISTS EACH
001400* REFUSAL WITH ITS REASON, THEN TOTALS BY REASON AND BY
001500* OPERATOR FOR THE AUDITORS.  NO SECVIOL.DAT YET MEANS NOTHING
001600* HAS EVER BEEN REFUSED, AND THE REPORT SAYS SO.
001700*
001800* MODIFICATION HISTORY
001900* ------------------------------------------------------------
002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -----------------------------------------
002200* 2026-10-15 MFM  ORIGINAL PROGRAM.
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SECVIOL-FILE ASSIGN TO "SECVIOL.DAT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-SECV-FILE-STATUS.
003100     SELECT PRINT-FILE ASSIGN TO "SECVRPT.LST"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PRINT-FILE-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SECVIOL-FILE.
003800     COPY SECVREC.
003900 FD  PRINT-FILE
004000     RECORDING MODE IS F.
004100 01  PRINT-LINE                  PIC X(132).
004200
004300 WORKING-STORAGE SECTION.
004400*****************************************************************
004500* FILE STATUS FIELDS
004600*****************************************************************
004700 01  WS-SECV-FILE-STATUS         PIC X(02).
004800     88  WS-SECV-FILE-NOTFND     VALUE "35".
004900 01  WS-SECV-OPEN-SWITCH         PIC X(01) VALUE "N".
005000     88  WS-SECV-OPEN            VALUE "Y".
005100 01  WS-PRINT-FILE-STATUS        PIC X(02).
005200
005300 01  WS-EOF-SWITCH               PIC X(01).
005400     88  WS-EOF                  VALUE "Y".
005500     88  WS-NOT-EOF              VALUE "N".
005600
005700 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
005800     88  WS-ABORTED              VALUE "Y".
005900
006000 01  WS-FOUND-SWITCH             PIC X(01).
006100     88  WS-FOUND                VALUE "Y".
006200     88  WS-NOT-FOUND            VALUE "N".
006300
006400*****************************************************************
006500* REFUSAL TIME AS REPORTED - SECV-TIME IS HHMMSSCC AS
006600* DELIVERED BY ACCEPT FROM TIME.
006700*****************************************************************
006800 01  WS-TIME-WORK.
006900     05  WS-TW-HH                PIC 9(02).
007000     05  WS-TW-MM                PIC 9(02).
007100     05  WS-TW-SS                PIC 9(02).
007200     05  WS-TW-CC                PIC 9(02).
007300
007400*****************************************************************
007500* TOTALS BY REASON - ONE SLOT PER SECV-REASON CODE 01-04, THE
007600* FIFTH FOR ANY CODE THIS REPORT DOES NOT KNOW.
007700*****************************************************************
007800 01  WS-REASON-TEXT-VALUES.
007900     05  FILLER                  PIC X(30)
008000         VALUE "OPERATOR NOT ON OPERAUTH".
008100     05  FILLER                  PIC X(30)
008200         VALUE "NOT AUTHORIZED FOR THE MODE".
008300     05  FILLER                  PIC X(30)
008400         VALUE "OPERAUTH COULD NOT BE OPENED".
008500     05  FILLER                  PIC X(30)
008600         VALUE "NO OPERATOR ID (USER NOT SET)".
008700     05  FILLER                  PIC X(30)
008800         VALUE "UNKNOWN REASON CODE".
008900 01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
009000     05  WS-RSN-TEXT             PIC X(30) OCCURS 5 TIMES.
009100 01  WS-REASON-COUNT-TABLE.
009200     05  WS-RSN-COUNT            PIC 9(06) COMP OCCURS 5 TIMES.
009300 01  WS-RSN-IDX                  PIC 9(04) COMP VALUE ZERO.
009400
009500*****************************************************************
009600* TOTALS BY OPERATOR
009700*****************************************************************
009800 01  WS-OPERATOR-TABLE.
009900     05  WS-OP-ENTRY OCCURS 50 TIMES.
010000         10  WS-OP-ID            PIC X(08).
010100         10  WS-OP-REFUSALS      PIC 9(06) COMP.
010200         10  WS-OP-FIRST-DATE    PIC 9(08).
010300         10  WS-OP-LAST-DATE     PIC 9(08).
010400 01  WS-OP-COUNT                 PIC 9(03) VALUE ZERO.
010500
010600 01  WS-SRCH-IDX                 PIC 9(03) VALUE ZERO.
010700 01  WS-TOTAL-REFUSALS           PIC 9(06) VALUE ZERO.
010800
010900*****************************************************************
011000* PRINT LINE WORK AREAS
011100*****************************************************************
011200 01  WS-TITLE-LINE.
011300     05  FILLER                  PIC X(30)
011400         VALUE "SECURITY VIOLATIONS REPORT".
011500
011600 01  WS-ABORT-LINE.
011700     05  FILLER                  PIC X(50)
011800         VALUE "*** REPORT ABORTED - SEE SYSOUT ***".
011900
012000 01  WS-NONE-LINE.
012100     05  FILLER                  PIC X(50)
012200         VALUE "NO REFUSALS ON FILE - SECVIOL.DAT NOT FOUND".
012300
012400 01  WS-COLUMN-LINE.
012500     05  FILLER                  PIC X(10) VALUE "DATE".
012600     05  FILLER                  PIC X(10) VALUE "TIME".
012700     05  FILLER                  PIC X(10) VALUE "OPERATOR".
012800     05  FILLER                  PIC X(10) VALUE "PROGRAM".
012900     05  FILLER                  PIC X(10) VALUE "MODE".
013000     05  FILLER                  PIC X(30) VALUE "REASON".
013100
013200 01  WS-DETAIL-LINE.
013300     05  WS-DL-DATE              PIC 9(08).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  WS-DL-HH                PIC 9(02).
013600     05  FILLER                  PIC X(01) VALUE ":".
013700     05  WS-DL-MM                PIC 9(02).
013800     05  FILLER                  PIC X(01) VALUE ":".
013900     05  WS-DL-SS                PIC 9(02).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  WS-DL-OPERATOR          PIC X(08).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  WS-DL-PROGRAM           PIC X(08).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  WS-DL-MODE              PIC X(08).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  WS-DL-REASON-CODE       PIC X(02).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  WS-DL-REASON            PIC X(30).
015000
015100 01  WS-RSN-HEADING-LINE.
015200     05  FILLER                  PIC X(20)
015300         VALUE "TOTALS BY REASON".
015400
015500 01  WS-RSN-DETAIL-LINE.
015600     05  WS-RL-REASON            PIC X(30).
015700     05  WS-RL-COUNT             PIC ZZZ,ZZ9.
015800
015900 01  WS-OP-HEADING-LINE.
016000     05  FILLER                  PIC X(20)
016100         VALUE "TOTALS BY OPERATOR".
016200
016300 01  WS-OP-DETAIL-LINE.
016400     05  WS-OD-ID                PIC X(08).
016500     05  FILLER                  PIC X(11) VALUE "  REFUSALS ".
016600     05  WS-OD-REFUSALS          PIC ZZZ,ZZ9.
016700     05  FILLER                  PIC X(08) VALUE "  FIRST ".
016800     05  WS-OD-FIRST-DATE        PIC 9(08).
016900     05  FILLER                  PIC X(07) VALUE "  LAST ".
017000     05  WS-OD-LAST-DATE         PIC 9(08).
017100
017200 01  WS-TOTAL-LINE.
017300     05  FILLER                  PIC X(18)
017400         VALUE "TOTAL REFUSALS: ".
017500     05  WS-TL-REFUSALS          PIC ZZZ,ZZ9.
017600
017700 PROCEDURE DIVISION.
017800*****************************************************************
017900* 0000-MAINLINE
018000*****************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018300     IF NOT WS-EOF
018400         PERFORM 2000-READ-VIOLATION THRU 2000-EXIT
018500         PERFORM 2500-PROCESS-VIOLATION THRU 2500-EXIT
018600             UNTIL WS-EOF
018700     END-IF
018800     PERFORM 8000-TERMINATE THRU 8000-EXIT
018900     STOP RUN.
019000 0000-MAINLINE-EXIT.
019100     EXIT.
019200
019300*****************************************************************
019400* 1000-INITIALIZE
019500*
019600* A MISSING SECVIOL.DAT IS NOT AN ERROR - THE FILE IS ONLY
019700* CREATED BY THE FIRST REFUSAL.  ANY OTHER OPEN FAILURE IS.
019800*****************************************************************
019900 1000-INITIALIZE.
020000     SET WS-NOT-EOF TO TRUE
020100     PERFORM 1100-CLEAR-REASON-COUNT THRU 1100-EXIT
020200         VARYING WS-RSN-IDX FROM 1 BY 1
020300         UNTIL WS-RSN-IDX > 5
020400     OPEN OUTPUT PRINT-FILE
020500     MOVE WS-TITLE-LINE  TO PRINT-LINE
020600     WRITE PRINT-LINE
020700     OPEN INPUT SECVIOL-FILE
020800     IF WS-SECV-FILE-NOTFND
020900         MOVE WS-NONE-LINE TO PRINT-LINE
021000         WRITE PRINT-LINE
021100         SET WS-EOF TO TRUE
021200         GO TO 1000-EXIT
021300     END-IF
021400     IF WS-SECV-FILE-STATUS NOT = "00"
021500         DISPLAY "*** SECVRPT ABORTED - SECVIOL.DAT OPEN "
021600             "STATUS " WS-SECV-FILE-STATUS " ***"
021700         SET WS-EOF TO TRUE
021800         SET WS-ABORTED TO TRUE
021900         MOVE 8 TO RETURN-CODE
022000         GO TO 1000-EXIT
022100     END-IF
022200     SET WS-SECV-OPEN TO TRUE
022300     MOVE WS-COLUMN-LINE TO PRINT-LINE
022400     WRITE PRINT-LINE.
022500 1000-EXIT.
022600     EXIT.
022700
022800*****************************************************************
022900* 1100-CLEAR-REASON-COUNT
023000*****************************************************************
023100 1100-CLEAR-REASON-COUNT.
023200     MOVE ZERO TO WS-RSN-COUNT(WS-RSN-IDX).
023300 1100-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700* 2000-READ-VIOLATION
023800*****************************************************************
023900 2000-READ-VIOLATION.
024000     READ SECVIOL-FILE
024100         AT END
024200             SET WS-EOF TO TRUE
024300     END-READ.
024400 2000-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800* 2500-PROCESS-VIOLATION
024900*****************************************************************
025000 2500-PROCESS-VIOLATION.
025100     ADD 1 TO WS-TOTAL-REFUSALS
025200     EVALUATE TRUE
025300         WHEN SECV-NOT-ON-FILE
025400             MOVE 1 TO WS-RSN-IDX
025500         WHEN SECV-NOT-AUTHORIZED
025600             MOVE 2 TO WS-RSN-IDX
025700         WHEN SECV-FILE-UNAVAILABLE
025800             MOVE 3 TO WS-RSN-IDX
025900         WHEN SECV-NO-OPERATOR-ID
026000             MOVE 4 TO WS-RSN-IDX
026100         WHEN OTHER
026200             MOVE 5 TO WS-RSN-IDX
026300     END-EVALUATE
026400     ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX)
026500     PERFORM 2600-PRINT-DETAIL-LINE THRU 2600-EXIT
026600     PERFORM 2700-TALLY-OPERATOR THRU 2700-EXIT
026700     PERFORM 2000-READ-VIOLATION THRU 2000-EXIT.
026800 2500-EXIT.
026900     EXIT.
027000
027100*****************************************************************
027200* 2600-PRINT-DETAIL-LINE
027300*****************************************************************
027400 2600-PRINT-DETAIL-LINE.
027500     MOVE SECV-TIME              TO WS-TIME-WORK
027600     MOVE SECV-DATE              TO WS-DL-DATE
027700     MOVE WS-TW-HH               TO WS-DL-HH
027800     MOVE WS-TW-MM               TO WS-DL-MM
027900     MOVE WS-TW-SS               TO WS-DL-SS
028000     MOVE SECV-OPERATOR-ID       TO WS-DL-OPERATOR
028100     MOVE SECV-PROGRAM           TO WS-DL-PROGRAM
028200     MOVE SECV-RUN-MODE          TO WS-DL-MODE
028300     MOVE SECV-REASON            TO WS-DL-REASON-CODE
028400     MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-DL-REASON
028500     MOVE WS-DETAIL-LINE         TO PRINT-LINE
028600     WRITE PRINT-LINE.
028700 2600-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100* 2700-TALLY-OPERATOR
029200*
029300* A REFUSAL WITH NO USER VALUE TALLIES UNDER A BLANK ID.
029400*****************************************************************
029500 2700-TALLY-OPERATOR.
029600     SET WS-NOT-FOUND TO TRUE
029700     PERFORM 2710-CHECK-ONE-OPERATOR THRU 2710-EXIT
029800         VARYING WS-SRCH-IDX FROM 1 BY 1
029900         UNTIL WS-SRCH-IDX > WS-OP-COUNT
030000            OR WS-FOUND
030100     IF WS-NOT-FOUND
030200         IF WS-OP-COUNT >= 50
030300             DISPLAY "*** WARNING - MORE THAN 50 DISTINCT "
030400                 "OPERATORS, OPERATOR TOTALS INCOMPLETE ***"
030500             GO TO 2700-EXIT
030600         END-IF
030700         ADD 1 TO WS-OP-COUNT
030800         MOVE SECV-OPERATOR-ID TO WS-OP-ID(WS-OP-COUNT)
030900         MOVE 1                TO WS-OP-REFUSALS(WS-OP-COUNT)
031000         MOVE SECV-DATE        TO WS-OP-FIRST-DATE(WS-OP-COUNT)
031100         MOVE SECV-DATE        TO WS-OP-LAST-DATE(WS-OP-COUNT)
031200     END-IF.
031300 2700-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700* 2710-CHECK-ONE-OPERATOR
031800*
031900* THE FILE IS APPENDED IN TIME ORDER, SO THE LATEST REFUSAL
032000* SEEN IS THE LAST.
032100*****************************************************************
032200 2710-CHECK-ONE-OPERATOR.
032300     IF WS-OP-ID(WS-SRCH-IDX) = SECV-OPERATOR-ID
032400         ADD 1 TO WS-OP-REFUSALS(WS-SRCH-IDX)
032500         MOVE SECV-DATE TO WS-OP-LAST-DATE(WS-SRCH-IDX)
032600         SET WS-FOUND TO TRUE
032700     END-IF.
032800 2710-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200* 8000-TERMINATE
033300*****************************************************************
033400 8000-TERMINATE.
033500     IF WS-ABORTED
033600         MOVE WS-ABORT-LINE TO PRINT-LINE
033700         WRITE PRINT-LINE
033800     ELSE
033900         PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
034000     END-IF
034100     IF WS-SECV-OPEN
034200         CLOSE SECVIOL-FILE
034300     END-IF
034400     CLOSE PRINT-FILE.
034500 8000-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900* 8100-PRINT-TOTALS
035000*****************************************************************
035100 8100-PRINT-TOTALS.
035200     MOVE WS-TOTAL-REFUSALS TO WS-TL-REFUSALS
035300     MOVE WS-TOTAL-LINE TO PRINT-LINE
035400     WRITE PRINT-LINE
035500     MOVE WS-RSN-HEADING-LINE TO PRINT-LINE
035600     WRITE PRINT-LINE
035700     PERFORM 8200-PRINT-RSN-LINE THRU 8200-EXIT
035800         VARYING WS-RSN-IDX FROM 1 BY 1
035900         UNTIL WS-RSN-IDX > 5
036000     MOVE WS-OP-HEADING-LINE TO PRINT-LINE
036100     WRITE PRINT-LINE
036200     PERFORM 8300-PRINT-OP-LINE THRU 8300-EXIT
036300         VARYING WS-SRCH-IDX FROM 1 BY 1
036400         UNTIL WS-SRCH-IDX > WS-OP-COUNT.
036500 8100-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900* 8200-PRINT-RSN-LINE
037000*
037100* THE UNKNOWN-CODE LINE ONLY PRINTS WHEN THERE WAS ONE.
037200*****************************************************************
037300 8200-PRINT-RSN-LINE.
037400     IF WS-RSN-IDX = 5
037500        AND WS-RSN-COUNT(WS-RSN-IDX) = ZERO
037600         GO TO 8200-EXIT
037700     END-IF
037800     MOVE WS-RSN-TEXT(WS-RSN-IDX)  TO WS-RL-REASON
037900     MOVE WS-RSN-COUNT(WS-RSN-IDX) TO WS-RL-COUNT
038000     MOVE WS-RSN-DETAIL-LINE       TO PRINT-LINE
038100     WRITE PRINT-LINE.
038200 8200-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600* 8300-PRINT-OP-LINE
038700*****************************************************************
038800 8300-PRINT-OP-LINE.
038900     MOVE WS-OP-ID(WS-SRCH-IDX)         TO WS-OD-ID
039000     MOVE WS-OP-REFUSALS(WS-SRCH-IDX)   TO WS-OD-REFUSALS
039100     MOVE WS-OP-FIRST-DATE(WS-SRCH-IDX) TO WS-OD-FIRST-DATE
039200     MOVE WS-OP-LAST-DATE(WS-SRCH-IDX)  TO WS-OD-LAST-DATE
039300     MOVE WS-OP-DETAIL-LINE             TO PRINT-LINE
039400     WRITE PRINT-LINE.
039500 8300-EXIT.
039600     EXIT.
