001900* CURRENT MONTH.  POSTINGS FOR STUDENTS NO LONGER ACTIVE ON
002000* THE MASTER ARE COUNTED AND PASSED OVER SO THE GRADE TOTALS
002100* DESCRIBE THE CURRENT ROLL.
002110*
002120* PERFECT ATTENDANCE IS MEASURED AGAINST THE SCHOOL CALENDAR
002130* (SCHCAL.DAT): A STUDENT MUST BE POSTED ON AT LEAST AS MANY
002140* DAYS AS THE MONTH HAD INSTRUCTIONAL AND EARLY-RELEASE DAYS -
002150* UP TO TODAY, FOR THE MONTH IN PROGRESS.  WITHOUT THE
002160* CALENDAR, ANY POSTING AT ALL STANDS IN FOR "EVERY DAY".
002200*
002300* MODIFICATION HISTORY
002400* ------------------------------------------------------------
002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -----------------------------------------
002700* 2026-09-02 MFM  ORIGINAL PROGRAM.
002710* 2026-10-15 MFM  PERFECT ATTENDANCE NOW MEANS POSTED ON EVERY
002720*                 SCHOOL DAY SCHCAL.DAT SHOWS FOR THE MONTH;
002730*                 THE DAY COUNT PRINTS WITH THE TOTALS.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
004500     SELECT PRINT-FILE ASSIGN TO "ATTMRPT.LST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PRINT-FILE-STATUS.
004710     SELECT CALENDAR-FILE ASSIGN TO "SCHCAL.DAT"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS SCAL-DATE
004750         FILE STATUS IS WS-CAL-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005200     COPY ATTREC.
005300 FD  STUDENT-FILE.
005400     COPY STUDREC.
005410 FD  CALENDAR-FILE.
005420     COPY SCALREC.
005500 FD  PRINT-FILE
005600     RECORDING MODE IS F.
005700 01  PRINT-LINE                  PIC X(132).
006400     88  WS-ATT-FILE-NOTFND      VALUE "35".
006500 01  WS-STUDENT-FILE-STATUS      PIC X(02).
006600 01  WS-PRINT-FILE-STATUS        PIC X(02).
006610 01  WS-CAL-FILE-STATUS          PIC X(02).
006620     88  WS-CAL-FILE-NOTFND      VALUE "35".
006700
006800 01  WS-EOF-SWITCH               PIC X(01).
006900     88  WS-EOF                  VALUE "Y".
008500 01  WS-TODAY                    PIC 9(08).
008600 01  WS-REPORT-MONTH             PIC 9(06).
008700 01  WS-MONTH-REPLY              PIC X(06).
008710
008720*****************************************************************
008730* SCHOOL DAYS IN THE REPORT MONTH - COUNTED OFF SCHCAL.DAT.
008740* WITHOUT THE CALENDAR THE OLD POSTED-AT-LEAST-ONCE RULE
008750* STANDS FOR PERFECT ATTENDANCE.
008760*****************************************************************
008770 01  WS-CAL-PRESENT-SWITCH       PIC X(01) VALUE "N".
008780     88  WS-CAL-PRESENT          VALUE "Y".
008790 01  WS-CAL-EOF-SWITCH           PIC X(01).
008791     88  WS-CAL-EOF              VALUE "Y".
008792     88  WS-CAL-NOT-EOF          VALUE "N".
008793 01  WS-SCHOOL-DAYS              PIC 9(03) COMP VALUE ZERO.
008800
008900*****************************************************************
009000* CHRONIC-ABSENCE THRESHOLD - ABSENCES IN THE MONTH AT OR OVER
013300     05  FILLER                  PIC X(50)
013400         VALUE "*** REPORT ABORTED - INPUT FILE NOT OPENED ***".
013500
013510 01  WS-NO-CALENDAR-LINE.
013520     05  FILLER                  PIC X(40)
013530         VALUE "*** NO SCHOOL CALENDAR - PERFECT ATTENDA".
013540     05  FILLER                  PIC X(40)
013550         VALUE "NCE NOT CHECKED AGAINST SCHOOL DAYS ***".
013560
013600 01  WS-COLUMN-LINE.
013700     05  FILLER                  PIC X(07) VALUE "GRADE".
013800     05  FILLER                  PIC X(10) VALUE "ENROLLED".
020200             SET WS-ABORTED TO TRUE
020300         END-IF
020400     END-IF
020500     OPEN OUTPUT PRINT-FILE
020510     IF NOT WS-ABORTED
020520         PERFORM 1300-COUNT-SCHOOL-DAYS THRU 1300-EXIT
020530     END-IF.
020600 1000-EXIT.
020700     EXIT.
020701
020702*****************************************************************
020703* 1300-COUNT-SCHOOL-DAYS
020704*
020705* COUNTS THE REPORT MONTH'S INSTRUCTIONAL AND EARLY-RELEASE
020706* DAYS ON THE CALENDAR, STOPPING AT TODAY SO A MONTH STILL IN
020707* PROGRESS ONLY ASKS FOR THE DAYS ALREADY TAUGHT.  NO CALENDAR
020708* LEAVES WS-CAL-PRESENT OFF.
020709*****************************************************************
020710 1300-COUNT-SCHOOL-DAYS.
020711     OPEN INPUT CALENDAR-FILE
020712     IF WS-CAL-FILE-STATUS NOT = "00"
020713         IF NOT WS-CAL-FILE-NOTFND
020714             DISPLAY "*** WARNING - SCHCAL.DAT OPEN STATUS "
020715                 WS-CAL-FILE-STATUS " - PERFECT ATTENDANCE "
020716                 "NOT CHECKED AGAINST CALENDAR ***"
020717         END-IF
020718         GO TO 1300-EXIT
020719     END-IF
020720     SET WS-CAL-PRESENT TO TRUE
020721     SET WS-CAL-NOT-EOF TO TRUE
020722     COMPUTE SCAL-DATE = WS-REPORT-MONTH * 100 + 1
020723     START CALENDAR-FILE
020724         KEY IS NOT LESS THAN SCAL-DATE
020725         INVALID KEY
020726             SET WS-CAL-EOF TO TRUE
020727     END-START
020728     PERFORM 1310-COUNT-ONE-DAY THRU 1310-EXIT
020729         UNTIL WS-CAL-EOF
020730     CLOSE CALENDAR-FILE.
020731 1300-EXIT.
020732     EXIT.
020733
020734*****************************************************************
020735* 1310-COUNT-ONE-DAY
020736*****************************************************************
020737 1310-COUNT-ONE-DAY.
020738     READ CALENDAR-FILE NEXT RECORD
020739         AT END
020740             SET WS-CAL-EOF TO TRUE
020741             GO TO 1310-EXIT
020742     END-READ
020743     IF SCAL-DATE(1:6) NOT = WS-REPORT-MONTH
020744        OR SCAL-DATE > WS-TODAY
020745         SET WS-CAL-EOF TO TRUE
020746         GO TO 1310-EXIT
020747     END-IF
020748     IF SCAL-IN-SESSION
020749         ADD 1 TO WS-SCHOOL-DAYS
020750     END-IF.
020751 1310-EXIT.
020752     EXIT.
020800
020900*****************************************************************
021000* 2000-LOAD-STUDENT-TABLE
035100* CHRONIC MEANS ABSENCES AT OR OVER THE THRESHOLD.  PERFECT
035200* MEANS THE STUDENT WAS POSTED AT LEAST ONCE IN THE MONTH AND
035300* NEVER ABSENT OR TARDY - A STUDENT WITH NO POSTINGS AT ALL IS
035400* A SHEET THAT NEVER ARRIVED, NOT A PERFECT MONTH.  WITH THE
035410* CALENDAR ON HAND THE STUDENT MUST ALSO HAVE BEEN POSTED ON
035420* AS MANY DAYS AS THE MONTH HAD SCHOOL DAYS - A MISSING SHEET
035430* PART-WAY THROUGH THE MONTH IS NOT A PERFECT MONTH EITHER.
035500*****************************************************************
035600 4100-TOTAL-ONE-STUDENT.
035700     MOVE WS-ST-GRADE(WS-SRCH-IDX) TO WS-GRADE-SUB
035900     IF WS-ST-ABSENT(WS-SRCH-IDX) >= WS-CHRONIC-LIMIT
036000         ADD 1 TO WS-GT-CHRONIC(WS-GRADE-SUB)
036100     END-IF
036110     IF WS-CAL-PRESENT
036120        AND WS-ST-POSTED(WS-SRCH-IDX) < WS-SCHOOL-DAYS
036130         GO TO 4100-EXIT
036140     END-IF
036200     IF WS-ST-POSTED(WS-SRCH-IDX) > ZERO
036300        AND WS-ST-ABSENT(WS-SRCH-IDX) = ZERO
036400        AND WS-ST-TARDY(WS-SRCH-IDX) = ZERO
038600     MOVE "POSTINGS FOR INACTIVE/UNKNOWN:" TO WS-TL-LABEL
038700     MOVE WS-UNMATCHED-COUNT TO WS-TL-COUNT
038800     MOVE WS-TOTAL-LINE TO PRINT-LINE
038900     WRITE PRINT-LINE
038910     IF WS-CAL-PRESENT
038920         MOVE "SCHOOL DAYS IN MONTH:         " TO WS-TL-LABEL
038930         MOVE WS-SCHOOL-DAYS TO WS-TL-COUNT
038940         MOVE WS-TOTAL-LINE TO PRINT-LINE
038950     ELSE
038960         MOVE WS-NO-CALENDAR-LINE TO PRINT-LINE
038990     END-IF
038995     WRITE PRINT-LINE.
039000 5000-EXIT.
039100     EXIT.
039200
