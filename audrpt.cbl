001500* SPAN WITH NO BATCH RUN AT ALL - THE SUREST SIGN THE OVERNIGHT
001600* LOAD DIDN'T HAPPEN.  REPLACES THE MONTH-END RITUAL OF DUMPING
001700* THE RAW FILE AND EYEBALLING FIXED POSITIONS.
001710* WHEN THE SCHOOL CALENDAR (SCHCAL.DAT) IS ON HAND ONLY SCHOOL
001720* DAYS ARE EXPECTED TO HAVE A BATCH RUN - WEEKENDS, HOLIDAYS
001730* AND TEACHER WORK DAYS ARE NOT REPORTED AS MISSED.
001800*
001900* MODIFICATION HISTORY
002000* ------------------------------------------------------------
002350*                 BEING INFERRED FROM GAPS IN THE AUDIT
002360*                 TRAIL.  WITHOUT THE FILE THE OLD INFERENCE
002370*                 STILL STANDS.
002380* 2026-10-15 MFM  A DAY WITH NO BATCH RUN IS ONLY AN EXCEPTION
002390*                 IF SCHCAL.DAT SHOWS SCHOOL IN SESSION THAT
002395*                 DAY.  WITHOUT THE CALENDAR EVERY DAY COUNTS.
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
003410     SELECT RUN-CONTROL-FILE ASSIGN TO "STRUNCTL.DAT"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-RCTL-FILE-STATUS.
003440     SELECT CALENDAR-FILE ASSIGN TO "SCHCAL.DAT"
003450         ORGANIZATION IS INDEXED
003460         ACCESS MODE IS RANDOM
003470         RECORD KEY IS SCAL-DATE
003480         FILE STATUS IS WS-SCAL-FILE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003900     COPY AUDITREC.
003910 FD  RUN-CONTROL-FILE.
003920     COPY RCTLREC.
003930 FD  CALENDAR-FILE.
003940     COPY SCALREC.
004000 FD  PRINT-FILE
004100     RECORDING MODE IS F.
004200 01  PRINT-LINE                  PIC X(132).
012599 01  WS-RC-COUNT                 PIC 9(03) VALUE ZERO.
012600 01  WS-MIN-DATE                 PIC 9(08) VALUE ZERO.
012700 01  WS-MAX-DATE                 PIC 9(08) VALUE ZERO.
012705
012710*****************************************************************
012715* SCHOOL CALENDAR - WHEN SCHCAL.DAT OPENS, A DAY THE CALENDAR
012720* DOESN'T SHOW IN SESSION NEEDS NO BATCH RUN.  WITHOUT IT EVERY
012725* CALENDAR DAY IS EXPECTED TO HAVE ONE, AS BEFORE.
012730*****************************************************************
012735 01  WS-SCAL-FILE-STATUS         PIC X(02).
012740     88  WS-SCAL-FILE-NOTFND     VALUE "35".
012745 01  WS-SCAL-PRESENT-SWITCH      PIC X(01) VALUE "N".
012750     88  WS-SCAL-PRESENT         VALUE "Y".
012755 01  WS-SCHOOL-DAY-SWITCH        PIC X(01).
012760     88  WS-SCHOOL-DAY           VALUE "Y".
012765     88  WS-NOT-SCHOOL-DAY       VALUE "N".
012800
012900 01  WS-CALENDAR-DATE.
013000     05  WS-CAL-CCYY             PIC 9(04).
029500     WRITE PRINT-LINE
029600     MOVE WS-COLUMN-LINE TO PRINT-LINE
029700     WRITE PRINT-LINE
029710     PERFORM 1200-LOAD-RUN-CONTROL THRU 1200-EXIT
029720     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
029800 1000-EXIT.
029900     EXIT.
029910
029969     END-IF.
029970 1210-EXIT.
029971     EXIT.
029972
029973*****************************************************************
029974* 1300-OPEN-CALENDAR
029975*
029976* THE SCHOOL CALENDAR IS OPTIONAL.  NOT THERE, OR NOT OPENABLE,
029977* AND THE COVERAGE WALK EXPECTS A BATCH EVERY DAY AS BEFORE.
029978*****************************************************************
029979 1300-OPEN-CALENDAR.
029980     OPEN INPUT CALENDAR-FILE
029981     IF WS-SCAL-FILE-STATUS = "00"
029982         SET WS-SCAL-PRESENT TO TRUE
029983         GO TO 1300-EXIT
029984     END-IF
029985     IF NOT WS-SCAL-FILE-NOTFND
029986         DISPLAY "*** WARNING - SCHCAL.DAT OPEN STATUS "
029987             WS-SCAL-FILE-STATUS " - EVERY DAY EXPECTS A "
029988             "BATCH RUN ***"
029989     END-IF.
029990 1300-EXIT.
029991     EXIT.
030000
030100*****************************************************************
030200* 2000-READ-AUDIT
053200* WALKS EVERY CALENDAR DAY FROM THE EARLIEST TO THE LATEST
053300* START DATE ON FILE AND PRINTS AN EXCEPTION LINE FOR EACH DAY
053400* WITH NO BATCH RUN - WHETHER THE DAY HAD OTHER ACTIVITY OR NO
053500* AUDIT RECORDS AT ALL.  WITH THE SCHOOL CALENDAR ON HAND A
053510* DAY SCHOOL WASN'T IN SESSION IS PASSED OVER.
053600*****************************************************************
053700 6000-CHECK-MISSING-BATCH.
053800     IF WS-MIN-DATE = ZERO
054900*****************************************************************
055000 6100-CHECK-ONE-CALENDAR-DAY.
055100     SET WS-BATCH-NOT-SEEN TO TRUE
055101     IF WS-SCAL-PRESENT
055102         PERFORM 6130-CHECK-SCHOOL-DAY THRU 6130-EXIT
055103         IF WS-NOT-SCHOOL-DAY
055104             GO TO 6100-NEXT
055105         END-IF
055106     END-IF
055110     IF WS-RCTL-PRESENT
055120         PERFORM 6120-LOOK-FOR-BATCH-STAMP THRU 6120-EXIT
055130             VARYING WS-SRCH-IDX FROM 1 BY 1
055800         MOVE WS-CALENDAR-DATE-N TO WS-MS-DATE
055900         MOVE WS-MISSED-DAY-LINE TO PRINT-LINE
056000         WRITE PRINT-LINE
056100     END-IF.
056150 6100-NEXT.
056200     PERFORM 6200-NEXT-CALENDAR-DAY THRU 6200-EXIT.
056300 6100-EXIT.
056400     EXIT.
057580     END-IF.
057590 6120-EXIT.
057600     EXIT.
057602
057604*****************************************************************
057606* 6130-CHECK-SCHOOL-DAY
057608*
057610* INSTRUCTIONAL AND EARLY-RELEASE DAYS ARE SCHOOL DAYS; A
057612* HOLIDAY, A TEACHER WORK DAY OR A DATE NOT ON FILE IS NOT.
057614*****************************************************************
057616 6130-CHECK-SCHOOL-DAY.
057618     SET WS-SCHOOL-DAY TO TRUE
057620     MOVE WS-CALENDAR-DATE-N TO SCAL-DATE
057622     READ CALENDAR-FILE
057624         INVALID KEY
057626             SET WS-NOT-SCHOOL-DAY TO TRUE
057628         NOT INVALID KEY
057630             IF NOT SCAL-IN-SESSION
057632                 SET WS-NOT-SCHOOL-DAY TO TRUE
057634             END-IF
057636     END-READ.
057638 6130-EXIT.
057640     EXIT.
057650
057700*****************************************************************
057800* 6200-NEXT-CALENDAR-DAY
065400         PERFORM 8500-PRINT-EXCEPTIONS THRU 8500-EXIT
065500         CLOSE AUDIT-FILE
065600     END-IF
065610     IF WS-SCAL-PRESENT
065620         CLOSE CALENDAR-FILE
065630     END-IF
065700     CLOSE PRINT-FILE.
065800 8000-EXIT.
065900     EXIT.
