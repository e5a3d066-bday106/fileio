003300* DATE       INIT DESCRIPTION
003400* ---------- ---- -----------------------------------------
003500* 2026-09-02 MFM  ORIGINAL PROGRAM.
003510* 2026-10-15 MFM  THE OPERATOR MUST NOW HAVE REASSIGN AUTHORITY
003520*                 ON OPERAUTH (OPERREC.CPY) - 9700 CHECKS AT
003530*                 STARTUP AND REFUSES THE RUN (RC 8) BEFORE
003540*                 ANY FILE IS UPDATED, LOGGING THE REFUSAL
003550*                 TO SECVIOL.
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
006300     SELECT PRINT-FILE ASSIGN TO REASNRPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PRINT-FILE-STATUS.
006510     SELECT OPERATOR-FILE ASSIGN TO OPERAUTH
006520         ORGANIZATION IS INDEXED
006530         ACCESS MODE IS RANDOM
006540         RECORD KEY IS OPR-ID
006550         FILE STATUS IS WS-OPR-FILE-STATUS.
006560     SELECT SECVIOL-FILE ASSIGN TO SECVIOL
006570         ORGANIZATION IS LINE SEQUENTIAL
006580         FILE STATUS IS WS-SECV-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
007900 FD  PRINT-FILE
008000     RECORDING MODE IS F.
008100 01  PRINT-LINE                  PIC X(132).
008110 FD  OPERATOR-FILE.
008120     COPY OPERREC.
008130 FD  SECVIOL-FILE.
008140     COPY SECVREC.
008200
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
009300     88  WS-CHKPT-FILE-NOT-FOUND VALUE "35".
009400 01  WS-HIST-FILE-STATUS         PIC X(02).
009500 01  WS-PRINT-FILE-STATUS        PIC X(02).
009510 01  WS-OPR-FILE-STATUS          PIC X(02).
009520 01  WS-SECV-FILE-STATUS         PIC X(02).
009521     88  WS-SECV-FILE-NOTFND     VALUE "35".
009600
009700 01  WS-EOF-SWITCH               PIC X(01).
009800     88  WS-EOF                  VALUE "Y".
016000 01  WS-TOTAL-READ               PIC 9(06) VALUE ZERO.
016100 01  WS-REASSIGNED-COUNT         PIC 9(06) VALUE ZERO.
016200 01  WS-INACTIVE-COUNT           PIC 9(06) VALUE ZERO.
016210
016220*****************************************************************
016230* OPERATOR AUTHORIZATION FIELDS (SEE 9700)
016240*****************************************************************
016250 01  WS-OPR-MODE                 PIC X(08) VALUE "REASSIGN".
016260 01  WS-OPR-AUTH-SWITCH          PIC X(01).
016270     88  WS-OPR-AUTHORIZED       VALUE "Y".
016280     88  WS-OPR-REFUSED          VALUE "N".
016290 01  WS-SECV-REASON              PIC X(02).
016291     88  WS-SECV-NOT-ON-FILE     VALUE "01".
016292     88  WS-SECV-NOT-AUTHORIZED  VALUE "02".
016293     88  WS-SECV-FILE-UNAVAILABLE VALUE "03".
016294     88  WS-SECV-NO-OPERATOR-ID  VALUE "04".
016300
016400*****************************************************************
016500* CHANGE HISTORY WORK FIELDS
024500*****************************************************************
024600 1000-INITIALIZE.
024700     SET WS-NOT-EOF TO TRUE
024900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025000     OPEN OUTPUT PRINT-FILE
025100     MOVE WS-RUN-DATE TO WS-TI-DATE
025200     MOVE WS-TITLE-LINE TO PRINT-LINE
025300     WRITE PRINT-LINE
025310     PERFORM 9700-CHECK-OPERATOR THRU 9700-EXIT
025320     IF WS-OPR-REFUSED
025330         MOVE WS-ABORT-LINE TO PRINT-LINE
025340         WRITE PRINT-LINE
025350         SET WS-ABORTED TO TRUE
025360         SET WS-EOF TO TRUE
025370         MOVE 8 TO RETURN-CODE
025380         GO TO 1000-EXIT
025390     END-IF
025400     PERFORM 1100-LOAD-HOMEROOM-TABLE THRU 1100-EXIT
025500     PERFORM 1300-LOAD-RULES THRU 1300-EXIT
025600     IF WS-ABORTED
072400     WRITE PRINT-LINE.
072500 8210-EXIT.
072600     EXIT.
072650
072700*****************************************************************
072800* 9700-CHECK-OPERATOR
072900*
073000* LOOKS THE OPERATOR (THE JOB'S USER ID) UP ON OPERAUTH AND
073100* REFUSES THE RUN WITHOUT REASSIGN AUTHORITY.  FAILS CLOSED - NO
073200* USER VALUE, AN OPERATOR NOT ON FILE OR A FILE THAT WILL NOT
073300* OPEN ARE REFUSED AS WELL.  EVERY REFUSAL IS LOGGED TO SECVIOL
073400* (9750).  WS-OPR-REFUSED IS LEFT SET FOR THE CALLER TO END THE
073500* RUN.
073600*****************************************************************
073700 9700-CHECK-OPERATOR.
073800     SET WS-OPR-REFUSED TO TRUE
073900     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
074000     IF WS-OPERATOR-ID = SPACES
074100         SET WS-SECV-NO-OPERATOR-ID TO TRUE
074200         GO TO 9700-REFUSE
074300     END-IF
074400     OPEN INPUT OPERATOR-FILE
074500     IF WS-OPR-FILE-STATUS NOT = "00"
074600         SET WS-SECV-FILE-UNAVAILABLE TO TRUE
074700         GO TO 9700-REFUSE
074800     END-IF
074900     MOVE WS-OPERATOR-ID TO OPR-ID
075000     READ OPERATOR-FILE
075100         INVALID KEY
075200             SET WS-SECV-NOT-ON-FILE TO TRUE
075300         NOT INVALID KEY
075400             IF OPR-MAY-REASSIGN
075500                 SET WS-OPR-AUTHORIZED TO TRUE
075600             ELSE
075700                 SET WS-SECV-NOT-AUTHORIZED TO TRUE
075800             END-IF
075900     END-READ
076000     CLOSE OPERATOR-FILE
076100     IF WS-OPR-AUTHORIZED
076200         GO TO 9700-EXIT
076300     END-IF.
076400 9700-REFUSE.
076500     EVALUATE TRUE
076600         WHEN WS-SECV-NO-OPERATOR-ID
076700             DISPLAY "*** NO OPERATOR ID - USER IS NOT SET ***"
076800         WHEN WS-SECV-FILE-UNAVAILABLE
076900             DISPLAY "*** OPERAUTH.DAT OPEN STATUS "
077000                 WS-OPR-FILE-STATUS " ***"
077100         WHEN WS-SECV-NOT-ON-FILE
077200             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
077300                 " IS NOT ON OPERAUTH.DAT ***"
077400         WHEN OTHER
077500             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
077600                 " HAS NO " WS-OPR-MODE " AUTHORITY ***"
077700     END-EVALUATE
077800     DISPLAY "*** STUREASN REFUSED - NOT AUTHORIZED ***"
077900     PERFORM 9750-LOG-VIOLATION THRU 9750-EXIT.
078000 9700-EXIT.
078100     EXIT.
078200
078300*****************************************************************
078400* 9750-LOG-VIOLATION
078500*
078600* APPENDS THE REFUSAL TO SECVIOL.DAT (SECVREC.CPY) FOR SECVRPT.
078700* A LOG THAT WILL NOT OPEN IS WARNED OF BUT DOES NOT LET THE
078800* RUN GO ON - THE CALLER STILL ENDS IT.
078801* THE FIRST REFUSAL EVER LOGGED CREATES THE FILE.
078900*****************************************************************
079000 9750-LOG-VIOLATION.
079100     OPEN EXTEND SECVIOL-FILE
079101     IF WS-SECV-FILE-NOTFND
079102         OPEN OUTPUT SECVIOL-FILE
079103     END-IF
079200     IF WS-SECV-FILE-STATUS NOT = "00"
079300         DISPLAY "*** WARNING - SECVIOL.DAT OPEN STATUS "
079400             WS-SECV-FILE-STATUS ", REFUSAL NOT LOGGED ***"
079500         GO TO 9750-EXIT
079600     END-IF
079700     MOVE SPACES           TO SECURITY-VIOLATION-RECORD
079800     ACCEPT SECV-DATE      FROM DATE YYYYMMDD
079900     ACCEPT SECV-TIME      FROM TIME
080000     MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID
080100     MOVE "STUREASN"       TO SECV-PROGRAM
080200     MOVE WS-OPR-MODE      TO SECV-RUN-MODE
080300     MOVE WS-SECV-REASON   TO SECV-REASON
080400     WRITE SECURITY-VIOLATION-RECORD
080500     CLOSE SECVIOL-FILE.
080600 9750-EXIT.
080700     EXIT.
