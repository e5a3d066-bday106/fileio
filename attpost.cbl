002700* SO THE DAILY EXCEPTION REPORT SEQUENCES BY ROOM WITHOUT
002800* REJOINING THE MASTER.  A SECOND POSTING FOR THE SAME
002900* STUDENT AND DAY IS A DUPLICATE AND IS TURNED AWAY.
002910*
002920* THE POSTING DATE MUST ALSO BE A SCHOOL DAY ON THE DISTRICT
002930* CALENDAR (SCHCAL.DAT, SCALREC.CPY, KEPT BY CALMAINT) - AN
002940* INSTRUCTIONAL OR EARLY-RELEASE DAY.  A KEYED SHEET DATE THAT
002950* ISN'T IS RE-PROMPTED; A BATCH ROW GOES TO SUSPENSE WITH
002960* REASON 07.  IF THE CALENDAR CAN'T BE OPENED THE RUN SAYS SO
002970* AND POSTS WITHOUT THE SCHOOL-DAY EDIT, AS BEFORE.
003000*
003100* MODIFICATION HISTORY
003200* ------------------------------------------------------------
003300* DATE       INIT DESCRIPTION
003400* ---------- ---- -----------------------------------------
003500* 2026-09-02 MFM  ORIGINAL PROGRAM.
003510* 2026-10-15 MFM  POSTING DATE MUST BE A SCHOOL DAY ON
003520*                 SCHCAL.DAT - NEW SUSPENSE REASON 07.
003530* 2026-10-15 MFM  THE OPERATOR MUST NOW BE ON OPERAUTH
003540*                 (OPERREC.CPY) WITH ATTEND AUTHORITY TO KEY
003550*                 SHEETS, OR BATCH AUTHORITY FOR PARM='BATCH'
003560*                 - 9700 CHECKS AT STARTUP AND REFUSES THE
003570*                 RUN (RC 8), LOGGING THE REFUSAL TO SECVIOL.
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
005700     SELECT ATT-SUSP-FILE ASSIGN TO ATTSUSP
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SUSP-FILE-STATUS.
005910     SELECT CALENDAR-FILE ASSIGN TO SCHCAL
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS RANDOM
005940         RECORD KEY IS SCAL-DATE
005950         FILE STATUS IS WS-CAL-FILE-STATUS.
005960     SELECT OPERATOR-FILE ASSIGN TO OPERAUTH
005970         ORGANIZATION IS INDEXED
005980         ACCESS MODE IS RANDOM
005981         RECORD KEY IS OPR-ID
005982         FILE STATUS IS WS-OPR-FILE-STATUS.
005983     SELECT SECVIOL-FILE ASSIGN TO SECVIOL
005984         ORGANIZATION IS LINE SEQUENTIAL
005985         FILE STATUS IS WS-SECV-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006800     COPY ATTRNREC.
006900 FD  ATT-SUSP-FILE.
007000     COPY ATTSUSP.
007010 FD  CALENDAR-FILE.
007020     COPY SCALREC.
007030 FD  OPERATOR-FILE.
007040     COPY OPERREC.
007050 FD  SECVIOL-FILE.
007060     COPY SECVREC.
007100
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007900 01  WS-TRAN-FILE-STATUS         PIC X(02).
008000     88  WS-TRAN-FILE-NOTFND     VALUE "35".
008100 01  WS-SUSP-FILE-STATUS         PIC X(02).
008110 01  WS-CAL-FILE-STATUS          PIC X(02).
008111 01  WS-OPR-FILE-STATUS          PIC X(02).
008112 01  WS-SECV-FILE-STATUS         PIC X(02).
008113     88  WS-SECV-FILE-NOTFND     VALUE "35".
008120
008130 01  WS-CAL-OPEN-SWITCH          PIC X(01).
008140     88  WS-CAL-OPEN             VALUE "Y".
008150     88  WS-CAL-NOT-OPEN         VALUE "N".
008160
008170 01  WS-SCHOOL-DAY-SWITCH        PIC X(01).
008180     88  WS-SCHOOL-DAY           VALUE "Y".
008190     88  WS-NOT-SCHOOL-DAY       VALUE "N".
008200
008300*****************************************************************
008400* RUN MODE SWITCH - SET FROM THE EXEC PARM, AS IN WRITEDEM.
013000 01  WS-POSTED-COUNT             PIC 9(06) COMP VALUE ZERO.
013100 01  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
013200 01  WS-RUN-DATE                 PIC 9(08).
013210
013220*****************************************************************
013230* OPERATOR AUTHORIZATION FIELDS (SEE 9700) - THE MODE IS ATTEND
013240* FOR SHEET KEYING, BATCH FOR PARM='BATCH'.
013250*****************************************************************
013260 01  WS-OPERATOR-ID              PIC X(08).
013270 01  WS-OPR-MODE                 PIC X(08).
013280 01  WS-OPR-AUTH-SWITCH          PIC X(01).
013290     88  WS-OPR-AUTHORIZED       VALUE "Y".
013291     88  WS-OPR-REFUSED          VALUE "N".
013292 01  WS-SECV-REASON              PIC X(02).
013293     88  WS-SECV-NOT-ON-FILE     VALUE "01".
013294     88  WS-SECV-NOT-AUTHORIZED  VALUE "02".
013295     88  WS-SECV-FILE-UNAVAILABLE VALUE "03".
013296     88  WS-SECV-NO-OPERATOR-ID  VALUE "04".
013300
013400*****************************************************************
013500* PARM AREA - DELIVERED AS A HALFWORD LENGTH PLUS TEXT, AS IN
016700     IF LK-PARM-LENGTH > ZERO
016800         MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-RUN-MODE
016900     END-IF
016910     IF WS-MODE-BATCH
016920         MOVE "BATCH" TO WS-OPR-MODE
016930     ELSE
016940         MOVE "ATTEND" TO WS-OPR-MODE
016950     END-IF
016960     PERFORM 9700-CHECK-OPERATOR THRU 9700-EXIT
016970     IF WS-OPR-REFUSED
016980         MOVE 8 TO RETURN-CODE
016990         STOP RUN
016995     END-IF
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017100     OPEN I-O ATTENDANCE-FILE
017200     IF WS-ATT-FILE-NOTFND
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF
018710     SET WS-CAL-OPEN TO TRUE
018720     OPEN INPUT CALENDAR-FILE
018730     IF WS-CAL-FILE-STATUS NOT = "00"
018740         DISPLAY "*** WARNING - SCHCAL.DAT OPEN STATUS "
018750             WS-CAL-FILE-STATUS ", SCHOOL-DAY EDIT SKIPPED ***"
018760         SET WS-CAL-NOT-OPEN TO TRUE
018770     END-IF
018800     IF WS-MODE-BATCH
018900         OPEN INPUT ATT-TRAN-FILE
019000         OPEN EXTEND ATT-SUSP-FILE
020700             " IS NOT A VALID DATE ***"
020800         GO TO 2000-GET-POSTING-DATE
020900     END-IF
020910     PERFORM 2770-CHECK-SCHOOL-DAY THRU 2770-EXIT
020920     IF WS-NOT-SCHOOL-DAY
020930         DISPLAY "*** " WS-EDIT-DATE-X
020940             " IS NOT A SCHOOL DAY ***"
020950         GO TO 2000-GET-POSTING-DATE
020960     END-IF
021000     MOVE WS-EDIT-DATE TO WS-POSTING-DATE.
021100 2000-EXIT.
021200     EXIT.
037600     END-IF.
037700 2760-EXIT.
037800     EXIT.
037803
037806*****************************************************************
037809* 2770-CHECK-SCHOOL-DAY
037812*
037815* LOOKS THE DATE IN WS-EDIT-DATE UP ON THE CALENDAR.  ONLY AN
037818* INSTRUCTIONAL OR EARLY-RELEASE DAY TAKES ATTENDANCE - A
037821* HOLIDAY, A TEACHER WORK DAY OR A DATE NOT ON FILE AT ALL
037824* DOES NOT.  WITH NO CALENDAR OPEN EVERY DATE PASSES.
037827*****************************************************************
037830 2770-CHECK-SCHOOL-DAY.
037833     SET WS-SCHOOL-DAY TO TRUE
037836     IF WS-CAL-NOT-OPEN
037839         GO TO 2770-EXIT
037842     END-IF
037845     MOVE WS-EDIT-DATE TO SCAL-DATE
037848     READ CALENDAR-FILE
037851         INVALID KEY
037854             SET WS-NOT-SCHOOL-DAY TO TRUE
037857         NOT INVALID KEY
037860             IF NOT SCAL-IN-SESSION
037863                 SET WS-NOT-SCHOOL-DAY TO TRUE
037866             END-IF
037869     END-READ.
037872 2770-EXIT.
037875     EXIT.
037900
038000*****************************************************************
038100* 3000-BATCH-PROCESS
043100         PERFORM 7300-WRITE-SUSPENSE-RECORD THRU 7300-EXIT
043200         GO TO 3200-NEXT
043300     END-IF
043310     PERFORM 2770-CHECK-SCHOOL-DAY THRU 2770-EXIT
043320     IF WS-NOT-SCHOOL-DAY
043330         DISPLAY "*** REJECTED - DATE " WS-EDIT-DATE-X
043340             " FOR STUDENT " ATRN-STUDENT-ID
043350             " IS NOT A SCHOOL DAY ***"
043360         MOVE "07" TO WS-REJECT-REASON
043370         PERFORM 7300-WRITE-SUSPENSE-RECORD THRU 7300-EXIT
043380         GO TO 3200-NEXT
043390     END-IF
043400     PERFORM 2600-VALIDATE-ENTRY THRU 2600-EXIT
043500     IF WS-ENTRY-INVALID
043600         PERFORM 7300-WRITE-SUSPENSE-RECORD THRU 7300-EXIT
048900 8000-TERMINATE.
049000     CLOSE ATTENDANCE-FILE
049100            STUDENT-FILE
049110     IF WS-CAL-OPEN
049120         CLOSE CALENDAR-FILE
049130     END-IF
049200     IF WS-MODE-BATCH
049300         CLOSE ATT-SUSP-FILE
049400     END-IF
049900     END-IF.
050000 8000-EXIT.
050100     EXIT.
050150
050200*****************************************************************
050300* 9700-CHECK-OPERATOR
050400*
050500* LOOKS THE OPERATOR (THE USER VALUE) UP ON OPERAUTH AND
050600* REFUSES THE RUN WITHOUT THE AUTHORITY FOR THIS MODE - ATTEND
050700* TO KEY SHEETS, BATCH FOR THE FEEDER FILE.  FAILS CLOSED - NO
050800* USER VALUE, AN OPERATOR NOT ON FILE OR A FILE THAT WILL NOT
050900* OPEN ARE REFUSED AS WELL.  EVERY REFUSAL IS LOGGED TO SECVIOL
051000* (9750).  WS-OPR-REFUSED IS LEFT SET FOR THE CALLER TO END THE
051100* RUN.
051200*****************************************************************
051300 9700-CHECK-OPERATOR.
051400     SET WS-OPR-REFUSED TO TRUE
051500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
051600     IF WS-OPERATOR-ID = SPACES
051700         SET WS-SECV-NO-OPERATOR-ID TO TRUE
051800         GO TO 9700-REFUSE
051900     END-IF
052000     OPEN INPUT OPERATOR-FILE
052100     IF WS-OPR-FILE-STATUS NOT = "00"
052200         SET WS-SECV-FILE-UNAVAILABLE TO TRUE
052300         GO TO 9700-REFUSE
052400     END-IF
052500     MOVE WS-OPERATOR-ID TO OPR-ID
052600     READ OPERATOR-FILE
052700         INVALID KEY
052800             SET WS-SECV-NOT-ON-FILE TO TRUE
052900         NOT INVALID KEY
053000             IF (WS-MODE-BATCH AND OPR-MAY-BATCH)
053100                OR (NOT WS-MODE-BATCH AND OPR-MAY-ATTEND)
053200                 SET WS-OPR-AUTHORIZED TO TRUE
053300             ELSE
053400                 SET WS-SECV-NOT-AUTHORIZED TO TRUE
053500             END-IF
053600     END-READ
053700     CLOSE OPERATOR-FILE
053800     IF WS-OPR-AUTHORIZED
053900         GO TO 9700-EXIT
054000     END-IF.
054100 9700-REFUSE.
054200     EVALUATE TRUE
054300         WHEN WS-SECV-NO-OPERATOR-ID
054400             DISPLAY "*** NO OPERATOR ID - USER IS NOT SET ***"
054500         WHEN WS-SECV-FILE-UNAVAILABLE
054600             DISPLAY "*** OPERAUTH.DAT OPEN STATUS "
054700                 WS-OPR-FILE-STATUS " ***"
054800         WHEN WS-SECV-NOT-ON-FILE
054900             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
055000                 " IS NOT ON OPERAUTH.DAT ***"
055100         WHEN OTHER
055200             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
055300                 " HAS NO " WS-OPR-MODE " AUTHORITY ***"
055400     END-EVALUATE
055500     DISPLAY "*** ATTPOST REFUSED - NOT AUTHORIZED ***"
055600     PERFORM 9750-LOG-VIOLATION THRU 9750-EXIT.
055700 9700-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100* 9750-LOG-VIOLATION
056200*
056300* APPENDS THE REFUSAL TO SECVIOL.DAT (SECVREC.CPY) FOR SECVRPT.
056400* A LOG THAT WILL NOT OPEN IS WARNED OF BUT DOES NOT LET THE
056500* RUN GO ON - THE CALLER STILL ENDS IT.
056501* THE FIRST REFUSAL EVER LOGGED CREATES THE FILE.
056600*****************************************************************
056700 9750-LOG-VIOLATION.
056800     OPEN EXTEND SECVIOL-FILE
056801     IF WS-SECV-FILE-NOTFND
056802         OPEN OUTPUT SECVIOL-FILE
056803     END-IF
056900     IF WS-SECV-FILE-STATUS NOT = "00"
057000         DISPLAY "*** WARNING - SECVIOL.DAT OPEN STATUS "
057100             WS-SECV-FILE-STATUS ", REFUSAL NOT LOGGED ***"
057200         GO TO 9750-EXIT
057300     END-IF
057400     MOVE SPACES           TO SECURITY-VIOLATION-RECORD
057500     ACCEPT SECV-DATE      FROM DATE YYYYMMDD
057600     ACCEPT SECV-TIME      FROM TIME
057700     MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID
057800     MOVE "ATTPOST"        TO SECV-PROGRAM
057900     MOVE WS-OPR-MODE      TO SECV-RUN-MODE
058000     MOVE WS-SECV-REASON   TO SECV-REASON
058100     WRITE SECURITY-VIOLATION-RECORD
058200     CLOSE SECVIOL-FILE.
058300 9750-EXIT.
058400     EXIT.
