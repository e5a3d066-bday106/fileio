002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -----------------------------------------
002200* 2026-09-02 MFM  ORIGINAL PROGRAM.
002210* 2026-10-15 MFM  THE OPERATOR MUST NOW HAVE HOMEROOM AUTHORITY
002220*                 ON OPERAUTH.DAT (OPERREC.CPY) - 9700 CHECKS
002230*                 AT STARTUP AND REFUSES THE RUN (RC 8),
002240*                 LOGGING THE REFUSAL TO SECVIOL.DAT.
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS HRM-ROOM
003200         FILE STATUS IS WS-HRM-FILE-STATUS.
003210     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH.DAT"
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE IS RANDOM
003240         RECORD KEY IS OPR-ID
003250         FILE STATUS IS WS-OPR-FILE-STATUS.
003260     SELECT SECVIOL-FILE ASSIGN TO "SECVIOL.DAT"
003270         ORGANIZATION IS LINE SEQUENTIAL
003280         FILE STATUS IS WS-SECV-FILE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  HOMEROOM-FILE.
003700     COPY HRMREC.
003710 FD  OPERATOR-FILE.
003720     COPY OPERREC.
003730 FD  SECVIOL-FILE.
003740     COPY SECVREC.
003800
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004200*****************************************************************
004300 01  WS-HRM-FILE-STATUS          PIC X(02).
004400     88  WS-HRM-FILE-NOTFND      VALUE "35".
004410 01  WS-OPR-FILE-STATUS          PIC X(02).
004420 01  WS-SECV-FILE-STATUS         PIC X(02).
004421     88  WS-SECV-FILE-NOTFND     VALUE "35".
004500
004600 01  WS-ROOM-FOUND-SWITCH        PIC X(01).
004700     88  WS-ROOM-FOUND           VALUE "Y".
005800
005900 01  WS-ENTERED-ROOM             PIC X(06).
006000 01  WS-RUN-REC-COUNT            PIC 9(04) VALUE ZERO.
006010
006020*****************************************************************
006030* OPERATOR AUTHORIZATION FIELDS (SEE 9700)
006040*****************************************************************
006050 01  WS-OPERATOR-ID              PIC X(08).
006060 01  WS-OPR-MODE                 PIC X(08) VALUE "HOMEROOM".
006070 01  WS-OPR-AUTH-SWITCH          PIC X(01).
006080     88  WS-OPR-AUTHORIZED       VALUE "Y".
006090     88  WS-OPR-REFUSED          VALUE "N".
006091 01  WS-SECV-REASON              PIC X(02).
006092     88  WS-SECV-NOT-ON-FILE     VALUE "01".
006093     88  WS-SECV-NOT-AUTHORIZED  VALUE "02".
006094     88  WS-SECV-FILE-UNAVAILABLE VALUE "03".
006095     88  WS-SECV-NO-OPERATOR-ID  VALUE "04".
006100
006200 PROCEDURE DIVISION.
006300*****************************************************************
007800*
007900* CREATED WITH OPEN OUTPUT ONLY THE FIRST TIME, AS WRITEDEM
008000* DOES WITH THE STUDENT MASTER.
008010*
008020* THE OPERATOR IS CHECKED AGAINST OPERAUTH.DAT FIRST, BEFORE
008030* THE ROOM FILE IS TOUCHED.
008100*****************************************************************
008200 1000-INITIALIZE.
008210     PERFORM 9700-CHECK-OPERATOR THRU 9700-EXIT
008220     IF WS-OPR-REFUSED
008230         MOVE 8 TO RETURN-CODE
008240         STOP RUN
008250     END-IF
008300     OPEN I-O HOMEROOM-FILE
008400     IF WS-HRM-FILE-NOTFND
008500         OPEN OUTPUT HOMEROOM-FILE
023900         "DELETED".
024000 8000-EXIT.
024100     EXIT.
024150
024200*****************************************************************
024300* 9700-CHECK-OPERATOR
024400*
024500* LOOKS THE OPERATOR (THE USER VALUE) UP ON OPERAUTH.DAT AND
024600* REFUSES THE RUN WITHOUT HOMEROOM AUTHORITY.  FAILS CLOSED -
024700* NO USER VALUE, AN OPERATOR NOT ON FILE OR A FILE THAT WILL
024800* NOT OPEN ARE REFUSED AS WELL.  EVERY REFUSAL IS LOGGED TO
024900* SECVIOL.DAT (9750).  WS-OPR-REFUSED IS LEFT SET FOR THE
025000* CALLER TO END THE RUN.
025100*****************************************************************
025200 9700-CHECK-OPERATOR.
025300     SET WS-OPR-REFUSED TO TRUE
025400     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
025500     IF WS-OPERATOR-ID = SPACES
025600         SET WS-SECV-NO-OPERATOR-ID TO TRUE
025700         GO TO 9700-REFUSE
025800     END-IF
025900     OPEN INPUT OPERATOR-FILE
026000     IF WS-OPR-FILE-STATUS NOT = "00"
026100         SET WS-SECV-FILE-UNAVAILABLE TO TRUE
026200         GO TO 9700-REFUSE
026300     END-IF
026400     MOVE WS-OPERATOR-ID TO OPR-ID
026500     READ OPERATOR-FILE
026600         INVALID KEY
026700             SET WS-SECV-NOT-ON-FILE TO TRUE
026800         NOT INVALID KEY
026900             IF OPR-MAY-HOMEROOM
027000                 SET WS-OPR-AUTHORIZED TO TRUE
027100             ELSE
027200                 SET WS-SECV-NOT-AUTHORIZED TO TRUE
027300             END-IF
027400     END-READ
027500     CLOSE OPERATOR-FILE
027600     IF WS-OPR-AUTHORIZED
027700         GO TO 9700-EXIT
027800     END-IF.
027900 9700-REFUSE.
028000     EVALUATE TRUE
028100         WHEN WS-SECV-NO-OPERATOR-ID
028200             DISPLAY "*** NO OPERATOR ID - USER IS NOT SET ***"
028300         WHEN WS-SECV-FILE-UNAVAILABLE
028400             DISPLAY "*** OPERAUTH.DAT OPEN STATUS "
028500                 WS-OPR-FILE-STATUS " ***"
028600         WHEN WS-SECV-NOT-ON-FILE
028700             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
028800                 " IS NOT ON OPERAUTH.DAT ***"
028900         WHEN OTHER
029000             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
029100                 " HAS NO " WS-OPR-MODE " AUTHORITY ***"
029200     END-EVALUATE
029300     DISPLAY "*** HRMMAINT REFUSED - NOT AUTHORIZED ***"
029400     PERFORM 9750-LOG-VIOLATION THRU 9750-EXIT.
029500 9700-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900* 9750-LOG-VIOLATION
030000*
030100* APPENDS THE REFUSAL TO SECVIOL.DAT (SECVREC.CPY) FOR SECVRPT.
030200* A LOG THAT WILL NOT OPEN IS WARNED OF BUT DOES NOT LET THE
030300* RUN GO ON - THE CALLER STILL ENDS IT.
030301* THE FIRST REFUSAL EVER LOGGED CREATES THE FILE.
030400*****************************************************************
030500 9750-LOG-VIOLATION.
030600     OPEN EXTEND SECVIOL-FILE
030601     IF WS-SECV-FILE-NOTFND
030602         OPEN OUTPUT SECVIOL-FILE
030603     END-IF
030700     IF WS-SECV-FILE-STATUS NOT = "00"
030800         DISPLAY "*** WARNING - SECVIOL.DAT OPEN STATUS "
030900             WS-SECV-FILE-STATUS ", REFUSAL NOT LOGGED ***"
031000         GO TO 9750-EXIT
031100     END-IF
031200     MOVE SPACES           TO SECURITY-VIOLATION-RECORD
031300     ACCEPT SECV-DATE      FROM DATE YYYYMMDD
031400     ACCEPT SECV-TIME      FROM TIME
031500     MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID
031600     MOVE "HRMMAINT"       TO SECV-PROGRAM
031700     MOVE WS-OPR-MODE      TO SECV-RUN-MODE
031800     MOVE WS-SECV-REASON   TO SECV-REASON
031900     WRITE SECURITY-VIOLATION-RECORD
032000     CLOSE SECVIOL-FILE.
032100 9750-EXIT.
032200     EXIT.
