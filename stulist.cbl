000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     STULIST.
000300 AUTHOR.         MARK MULLIN.
000400 INSTALLATION.   REGISTRAR SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STULIST
000900*
001000* AD HOC STUDENT LIST.  SELECTION CARDS (LISTREC.CPY) PICK
001100* STUDENTS OFF STUDENTS.DAT BY GRADE, SECTION, HOMEROOM,
001200* STATUS AND REASON, ENROLLMENT OR STATUS DATE RANGES AND AGE
001300* AS OF A DATE, AND CHOOSE THE SORT ORDER AND THE COLUMNS.
001400* THE LIST COMES OUT AS A PRINTED LISTING WITH A COUNT, OR AS
001500* A COMMA-DELIMITED FILE ON LISTCSV FOR A SPREADSHEET - SO
001600* THE OFFICE CAN ANSWER "EVERY GRADE 9 STUDENT IN ROOM 104"
001700* OR "EVERYONE WITHDRAWN WITH REASON MV SINCE AUGUST" WITHOUT
001800* A NEW PROGRAM EACH TIME.
001900*
002000* EVERY CARD IS ECHOED ON PAGE 1 WITH THE DEFAULTS THAT WERE
002100* TAKEN, SO THE SAME LIST CAN BE RUN AGAIN FROM THE PAGE.
002200* ANY BAD CARD IS MARKED THERE AND NO LIST IS PRODUCED - A
002300* LIST MISSING ONE OF ITS SELECTIONS LOOKS RIGHT AND IS NOT.
002400*
002500* MODIFICATION HISTORY
002600* ------------------------------------------------------------
002700* DATE       INIT DESCRIPTION
002800* ---------- ---- -----------------------------------------
002900* 2026-10-15 MFM  ORIGINAL PROGRAM.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*    DDNAME ASSIGNS AS IN WRITEDEM - SEE STULIST.JCL.
003600     SELECT CARD-FILE ASSIGN TO LISTCARD
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CARD-FILE-STATUS.
003900     SELECT STUDENT-FILE ASSIGN TO STUDENTS
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS STU-ID
004300         ALTERNATE RECORD KEY IS STU-LAST-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-STUDENT-FILE-STATUS.
004600     SELECT CSV-FILE ASSIGN TO LISTCSV
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CSV-FILE-STATUS.
004900     SELECT PRINT-FILE ASSIGN TO LISTRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PRINT-FILE-STATUS.
005200     SELECT SORT-FILE ASSIGN TO SORTWK01.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CARD-FILE.
005700     COPY LISTREC.
005800 FD  STUDENT-FILE.
005900     COPY STUDREC.
006000 FD  CSV-FILE
006100     RECORDING MODE IS F.
006200 01  CSV-LINE                    PIC X(400).
006300 FD  PRINT-FILE
006400     RECORDING MODE IS F.
006500 01  PRINT-LINE                  PIC X(132).
006600 SD  SORT-FILE.
006700 01  SORT-RECORD.
006800     05  SRT-KEY                 PIC X(87).
006900     05  SRT-STUDENT             PIC X(108).
007000
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
007300* FILE STATUS FIELDS
007400*****************************************************************
007500 01  WS-CARD-FILE-STATUS         PIC X(02).
007600 01  WS-STUDENT-FILE-STATUS      PIC X(02).
007700 01  WS-CSV-FILE-STATUS          PIC X(02).
007800 01  WS-PRINT-FILE-STATUS        PIC X(02).
007900
008000 01  WS-EOF-SWITCH               PIC X(01).
008100     88  WS-EOF                  VALUE "Y".
008200     88  WS-NOT-EOF              VALUE "N".
008300 01  WS-CARD-EOF-SWITCH          PIC X(01).
008400     88  WS-CARD-EOF             VALUE "Y".
008500     88  WS-CARD-NOT-EOF         VALUE "N".
008600 01  WS-SORT-EOF-SWITCH          PIC X(01).
008700     88  WS-SORT-EOF             VALUE "Y".
008800     88  WS-SORT-NOT-EOF         VALUE "N".
008900
009000 01  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
009100     88  WS-ABORTED              VALUE "Y".
009200 01  WS-STUDENT-OPEN-SWITCH      PIC X(01) VALUE "N".
009300     88  WS-STUDENT-OPEN         VALUE "Y".
009400 01  WS-CSV-OPEN-SWITCH          PIC X(01) VALUE "N".
009500     88  WS-CSV-OPEN             VALUE "Y".
009600
009700 01  WS-RUN-DATE                 PIC 9(08).
009800
009900*****************************************************************
010000* THE CARD BEING READ, SPLIT INTO ITS KEYWORD AND UP TO 12
010100* OPERANDS.  A FOURTEENTH WORD MEANS THE CARD HAS TOO MANY.
010200*****************************************************************
010300 01  WS-TOKEN-TABLE.
010400     05  WS-TOKEN OCCURS 14 TIMES
010500                                 PIC X(12).
010600 01  WS-TOKEN-COUNT              PIC 9(04) COMP VALUE ZERO.
010700 01  WS-TOK-IDX                  PIC 9(04) COMP VALUE ZERO.
010800 01  WS-CARD-PTR                 PIC 9(04) COMP VALUE ZERO.
010900
011000 01  WS-KEYWORD                  PIC X(12).
011100     88  WS-KW-GRADE             VALUE "GRADE".
011200     88  WS-KW-SECTION           VALUE "SECTION".
011300     88  WS-KW-HOMEROOM          VALUE "HOMEROOM".
011400     88  WS-KW-STATUS            VALUE "STATUS".
011500     88  WS-KW-REASON            VALUE "REASON".
011600     88  WS-KW-ENROLLED          VALUE "ENROLLED".
011700     88  WS-KW-STATDATE          VALUE "STATDATE".
011800     88  WS-KW-AGE               VALUE "AGE".
011900     88  WS-KW-SORT              VALUE "SORT".
012000     88  WS-KW-COLUMNS           VALUE "COLUMNS".
012100     88  WS-KW-OUTPUT            VALUE "OUTPUT".
012200     88  WS-KW-TITLE             VALUE "TITLE".
012300     88  WS-KW-KNOWN             VALUE "GRADE" "SECTION"
012400                                       "HOMEROOM" "STATUS"
012500                                       "REASON" "ENROLLED"
012600                                       "STATDATE" "AGE" "SORT"
012700                                       "COLUMNS" "OUTPUT"
012800                                       "TITLE".
012900
013000*****************************************************************
013100* ONE OPERAND, LOOKED AT AS A NUMBER OR RANGE (NN OR NN-NN) OR
013200* AS A DATE (CCYYMMDD).
013300*****************************************************************
013400 01  WS-TOKEN-WORK               PIC X(12).
013500 01  WS-TOKEN-PARTS REDEFINES WS-TOKEN-WORK.
013600     05  WS-TP-FIRST             PIC X(02).
013700     05  WS-TP-DASH              PIC X(01).
013800     05  WS-TP-SECOND            PIC X(02).
013900     05  WS-TP-REST              PIC X(07).
014000 01  WS-TOKEN-NUMBERS REDEFINES WS-TOKEN-WORK.
014100     05  WS-TN-FIRST             PIC 9(02).
014200     05  FILLER                  PIC X(01).
014300     05  WS-TN-SECOND            PIC 9(02).
014400     05  FILLER                  PIC X(07).
014500 01  WS-TOKEN-DATE REDEFINES WS-TOKEN-WORK.
014600     05  WS-TD-DATE              PIC 9(08).
014700     05  WS-TD-DATE-PARTS REDEFINES WS-TD-DATE.
014800         10  WS-TD-CCYY          PIC 9(04).
014900         10  WS-TD-MM            PIC 9(02).
015000         10  WS-TD-DD            PIC 9(02).
015100     05  WS-TD-REST              PIC X(04).
015200
015300 01  WS-RANGE-LOW                PIC 9(02).
015400 01  WS-RANGE-HIGH               PIC 9(02).
015500 01  WS-DATE-VALUE               PIC 9(08).
015600 01  WS-FROM-DATE                PIC 9(08).
015700
015800*****************************************************************
015900* CARD COUNTS AND THE ERROR FOR THE CARD IN HAND
016000*****************************************************************
016100 01  WS-CARDS-READ               PIC 9(04) VALUE ZERO.
016200 01  WS-CARDS-IN-ERROR           PIC 9(04) VALUE ZERO.
016300 01  WS-CARD-ERROR               PIC X(50).
016400
016500*****************************************************************
016600* SELECTIONS.  A TABLE LEFT EMPTY PUTS NO CONDITION ON ITS
016700* FIELD, EXCEPT STATUS - NO STATUS CARD MEANS ACTIVE ONLY.
016800*****************************************************************
016900 01  WS-SEL-GRADE-TABLE.
017000     05  WS-SG-ENTRY OCCURS 20 TIMES.
017100         10  WS-SG-LOW           PIC 9(02).
017200         10  WS-SG-HIGH          PIC 9(02).
017300 01  WS-SG-COUNT                 PIC 9(04) COMP VALUE ZERO.
017400 01  WS-SG-LIMIT                 PIC 9(04) COMP VALUE 20.
017500
017600 01  WS-SEL-SECTION-TABLE.
017700     05  WS-SC-SECTION OCCURS 20 TIMES
017800                                 PIC X(01).
017900 01  WS-SC-COUNT                 PIC 9(04) COMP VALUE ZERO.
018000 01  WS-SC-LIMIT                 PIC 9(04) COMP VALUE 20.
018100
018200 01  WS-SEL-HOMEROOM-TABLE.
018300     05  WS-SH-HOMEROOM OCCURS 50 TIMES
018400                                 PIC X(06).
018500 01  WS-SH-COUNT                 PIC 9(04) COMP VALUE ZERO.
018600 01  WS-SH-LIMIT                 PIC 9(04) COMP VALUE 50.
018700
018800 01  WS-SEL-STATUS-TABLE.
018900     05  WS-SS-STATUS OCCURS 10 TIMES
019000                                 PIC X(01).
019100 01  WS-SS-COUNT                 PIC 9(04) COMP VALUE ZERO.
019200 01  WS-SS-LIMIT                 PIC 9(04) COMP VALUE 10.
019300
019400 01  WS-SEL-REASON-TABLE.
019500     05  WS-SR-REASON OCCURS 30 TIMES
019600                                 PIC X(02).
019700 01  WS-SR-COUNT                 PIC 9(04) COMP VALUE ZERO.
019800 01  WS-SR-LIMIT                 PIC 9(04) COMP VALUE 30.
019900
020000 01  WS-SEL-IDX                  PIC 9(04) COMP VALUE ZERO.
020100
020200 01  WS-ENROLLED-SWITCH          PIC X(01) VALUE "N".
020300     88  WS-ENROLLED-GIVEN       VALUE "Y".
020400 01  WS-ENR-FROM                 PIC 9(08) VALUE ZERO.
020500 01  WS-ENR-TO                   PIC 9(08) VALUE ZERO.
020600
020700 01  WS-STATDATE-SWITCH          PIC X(01) VALUE "N".
020800     88  WS-STATDATE-GIVEN       VALUE "Y".
020900 01  WS-STD-FROM                 PIC 9(08) VALUE ZERO.
021000 01  WS-STD-TO                   PIC 9(08) VALUE ZERO.
021100
021200 01  WS-AGE-CARD-SWITCH          PIC X(01) VALUE "N".
021300     88  WS-AGE-GIVEN            VALUE "Y".
021400 01  WS-AGE-DATE-SWITCH          PIC X(01) VALUE "N".
021500     88  WS-AGE-DATE-GIVEN       VALUE "Y".
021600 01  WS-AGE-LOW                  PIC 9(02) VALUE ZERO.
021700 01  WS-AGE-HIGH                 PIC 9(02) VALUE ZERO.
021800
021900 01  WS-OUTPUT-SWITCH            PIC X(01) VALUE "P".
022000     88  WS-OUTPUT-PRINT         VALUE "P".
022100     88  WS-OUTPUT-CSV           VALUE "C".
022200 01  WS-OUTPUT-CARD-SWITCH       PIC X(01) VALUE "N".
022300     88  WS-OUTPUT-GIVEN         VALUE "Y".
022400
022500 01  WS-TITLE-SWITCH             PIC X(01) VALUE "N".
022600     88  WS-TITLE-GIVEN          VALUE "Y".
022700 01  WS-LIST-TITLE               PIC X(60) VALUE "STUDENT LIST".
022800
022900 01  WS-MATCH-SWITCH             PIC X(01).
023000     88  WS-MATCH                VALUE "Y".
023100     88  WS-NO-MATCH             VALUE "N".
023200 01  WS-SELECT-SWITCH            PIC X(01).
023300     88  WS-SELECTED             VALUE "Y".
023400     88  WS-REJECTED             VALUE "N".
023500
023600*****************************************************************
023700* THE FIELDS A CARD CAN NAME, WITH THE COLUMN HEADING, THE
023800* PRINTED WIDTH AND THE WIDTH IT TAKES IN THE SORT KEY (ZERO
023900* FOR A FIELD THAT CANNOT BE SORTED ON).  THE NUMBERS USED
024000* BELOW ARE THE ENTRY NUMBERS IN THIS TABLE - ADD NEW FIELDS
024100* AT THE END.
024200*****************************************************************
024300 01  WS-FIELD-VALUES.
024400     05  FILLER                  PIC X(22)
024500         VALUE "ID      ID        0606".
024600     05  FILLER                  PIC X(22)
024700         VALUE "NAME    NAME      2927".
024800     05  FILLER                  PIC X(22)
024900         VALUE "LAST    LAST NAME 1515".
025000     05  FILLER                  PIC X(22)
025100         VALUE "FIRST   FIRST NAME1212".
025200     05  FILLER                  PIC X(22)
025300         VALUE "DOB     BIRTH DATE1008".
025400     05  FILLER                  PIC X(22)
025500         VALUE "AGE     AGE       0300".
025600     05  FILLER                  PIC X(22)
025700         VALUE "GRADE   GR        0202".
025800     05  FILLER                  PIC X(22)
025900         VALUE "SECTION SEC       0301".
026000     05  FILLER                  PIC X(22)
026100         VALUE "HOMEROOMROOM      0606".
026200     05  FILLER                  PIC X(22)
026300         VALUE "GUARDIANGUARDIAN  2020".
026400     05  FILLER                  PIC X(22)
026500         VALUE "PHONE   PHONE     1010".
026600     05  FILLER                  PIC X(22)
026700         VALUE "ENROLLEDENROLLED  0808".
026800     05  FILLER                  PIC X(22)
026900         VALUE "STATUS  ST        0201".
027000     05  FILLER                  PIC X(22)
027100         VALUE "STATDATESTAT DATE 0908".
027200     05  FILLER                  PIC X(22)
027300         VALUE "REASON  RSN       0302".
027400 01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
027500     05  WS-FLD-ENTRY OCCURS 15 TIMES.
027600         10  WS-FLD-NAME         PIC X(08).
027700         10  WS-FLD-HEADING      PIC X(10).
027800         10  WS-FLD-WIDTH        PIC 9(02).
027900         10  WS-FLD-SORT-WIDTH   PIC 9(02).
028000 01  WS-FLD-COUNT                PIC 9(04) COMP VALUE 15.
028100 01  WS-FLD-IDX                  PIC 9(04) COMP VALUE ZERO.
028200 01  WS-FLD-HIT                  PIC 9(04) COMP VALUE ZERO.
028300 01  WS-FLD-NO                   PIC 9(04) COMP VALUE ZERO.
028400
028500*****************************************************************
028600* SORT FIELDS AND COLUMNS CHOSEN, AS FIELD TABLE ENTRY NUMBERS
028700*****************************************************************
028800 01  WS-SORT-FIELD-TABLE.
028900     05  WS-SORT-FLD OCCURS 3 TIMES
029000                                 PIC 9(04) COMP.
029100 01  WS-SORT-COUNT               PIC 9(04) COMP VALUE ZERO.
029200 01  WS-SORT-LIMIT               PIC 9(04) COMP VALUE 3.
029300 01  WS-SORT-IDX                 PIC 9(04) COMP VALUE ZERO.
029400 01  WS-SORT-CARD-SWITCH         PIC X(01) VALUE "N".
029500     88  WS-SORT-GIVEN           VALUE "Y".
029600
029700 01  WS-COLUMN-TABLE.
029800     05  WS-COL-FLD OCCURS 15 TIMES
029900                                 PIC 9(04) COMP.
030000 01  WS-COL-COUNT                PIC 9(04) COMP VALUE ZERO.
030100 01  WS-COL-LIMIT                PIC 9(04) COMP VALUE 15.
030200 01  WS-COL-IDX                  PIC 9(04) COMP VALUE ZERO.
030300
030400*****************************************************************
030500* VALUE WORK AREAS.  WS-RAW-VALUE IS A FIELD AS IT SORTS,
030600* WS-COL-VALUE AS IT IS SHOWN.  A TEXT VALUE IS QUOTED IN THE
030700* CSV FILE; A NUMBER IS NOT.
030800*****************************************************************
030900 01  WS-RAW-VALUE                PIC X(29).
031000 01  WS-COL-VALUE                PIC X(29).
031100 01  WS-COL-TEXT-SWITCH          PIC X(01).
031200     88  WS-COL-TEXT             VALUE "Y".
031300     88  WS-COL-NUMBER           VALUE "N".
031400 01  WS-WIDTH                    PIC 9(04) COMP VALUE ZERO.
031500 01  WS-KEY-POS                  PIC 9(04) COMP VALUE ZERO.
031600 01  WS-PRINT-POS                PIC 9(04) COMP VALUE ZERO.
031700 01  WS-CSV-PTR                  PIC 9(04) COMP VALUE ZERO.
031800 01  WS-LINE-WIDTH               PIC 9(04) COMP VALUE ZERO.
031900 01  WS-TRIM-LEAD                PIC 9(04) COMP VALUE ZERO.
032000 01  WS-TRIM-START               PIC 9(04) COMP VALUE ZERO.
032100 01  WS-TRIM-END                 PIC 9(04) COMP VALUE ZERO.
032200 01  WS-TRIM-LEN                 PIC 9(04) COMP VALUE ZERO.
032300 01  WS-NAME-LEN                 PIC 9(04) COMP VALUE ZERO.
032400
032500*****************************************************************
032600* AGE IN WHOLE YEARS AS OF WS-AGE-ASOF - THE AGE CARD'S DATE,
032700* OR THE RUN DATE
032800*****************************************************************
032900 01  WS-AGE-ASOF-DATE.
033000     05  WS-AGE-ASOF             PIC 9(08).
033100     05  WS-AGE-ASOF-PARTS REDEFINES WS-AGE-ASOF.
033200         10  WS-ASOF-CCYY        PIC 9(04).
033300         10  WS-ASOF-MMDD        PIC 9(04).
033400 01  WS-DOB-MMDD                 PIC 9(04).
033500 01  WS-AGE                      PIC S9(03) VALUE ZERO.
033600 01  WS-AGE-EDIT                 PIC ZZ9.
033700 01  WS-AGE-SWITCH               PIC X(01).
033800     88  WS-AGE-KNOWN            VALUE "Y".
033900     88  WS-AGE-UNKNOWN          VALUE "N".
034000
034100 01  WS-WORK-DATE                PIC 9(08).
034200
034300*****************************************************************
034400* PAGING
034500*****************************************************************
034600 01  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
034700 01  WS-LINE-COUNT               PIC 9(04) VALUE ZERO.
034800 01  WS-PAGE-LINES               PIC 9(04) VALUE 55.
034900
035000*****************************************************************
035100* CONTROL TOTALS
035200*****************************************************************
035300 01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
035400 01  WS-SELECTED-COUNT           PIC 9(06) VALUE ZERO.
035500 01  WS-LISTED-COUNT             PIC 9(06) VALUE ZERO.
035600
035700*****************************************************************
035800* PRINT LINE WORK AREAS
035900*****************************************************************
036000 01  WS-ABORT-LINE.
036100     05  FILLER                  PIC X(21)
036200         VALUE "*** RUN ABORTED - ".
036300     05  WS-AB-FILE              PIC X(12).
036400     05  FILLER                  PIC X(13)
036500         VALUE " OPEN STATUS ".
036600     05  WS-AB-STATUS            PIC X(02).
036700     05  FILLER                  PIC X(04)
036800         VALUE " ***".
036900
037000 01  WS-PAGE-HEADING.
037100     05  WS-PH-TITLE             PIC X(60).
037200     05  FILLER                  PIC X(10) VALUE SPACES.
037300     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
037400     05  WS-PH-DATE              PIC 9(08).
037500     05  FILLER                  PIC X(08) VALUE "   PAGE ".
037600     05  WS-PH-PAGE              PIC ZZZ9.
037700
037800 01  WS-CARD-ECHO-LINE.
037900     05  FILLER                  PIC X(05) VALUE "CARD ".
038000     05  WS-CE-NUMBER            PIC ZZZ9.
038100     05  FILLER                  PIC X(03) VALUE SPACES.
038200     05  WS-CE-CARD              PIC X(80).
038300
038400 01  WS-CARD-ERROR-LINE.
038500     05  FILLER                  PIC X(12) VALUE SPACES.
038600     05  FILLER                  PIC X(04) VALUE "*** ".
038700     05  WS-CR-TEXT              PIC X(50).
038800     05  FILLER                  PIC X(04) VALUE " ***".
038900
039000 01  WS-NOTE-LINE.
039100     05  FILLER                  PIC X(12) VALUE SPACES.
039200     05  WS-NL-TEXT              PIC X(60).
039300
039400 01  WS-HEADING-LINE             PIC X(132).
039500 01  WS-DETAIL-LINE              PIC X(132).
039600
039700 01  WS-TOTAL-LINE.
039800     05  WS-TL-LABEL             PIC X(30).
039900     05  WS-TL-COUNT             PIC ZZZ,ZZ9.
040000
040100 PROCEDURE DIVISION.
040200*****************************************************************
040300* 0000-MAINLINE
040400*****************************************************************
040500 0000-MAINLINE.
040600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040700     IF NOT WS-ABORTED
040800         SORT SORT-FILE
040900             ON ASCENDING KEY SRT-KEY
041000             INPUT PROCEDURE IS 3000-RELEASE-STUDENTS
041100                 THRU 3000-EXIT
041200             OUTPUT PROCEDURE IS 4000-WRITE-LIST
041300                 THRU 4000-EXIT
041400     END-IF
041500     PERFORM 8000-TERMINATE THRU 8000-EXIT
041600     STOP RUN.
041700 0000-MAINLINE-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100* 1000-INITIALIZE
042200*
042300* THE CARDS ARE READ AND CHECKED BEFORE THE MASTER IS OPENED.
042400*****************************************************************
042500 1000-INITIALIZE.
042600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
042700     OPEN OUTPUT PRINT-FILE
042800     MOVE "STUDENT LIST - SELECTION CARDS" TO WS-PH-TITLE
042900     MOVE WS-RUN-DATE TO WS-PH-DATE
043000     ADD 1 TO WS-PAGE-COUNT
043100     MOVE WS-PAGE-COUNT TO WS-PH-PAGE
043200     MOVE WS-PAGE-HEADING TO PRINT-LINE
043300     WRITE PRINT-LINE
043400     MOVE SPACES TO PRINT-LINE
043500     WRITE PRINT-LINE
043600     PERFORM 1300-LOAD-CARDS THRU 1300-EXIT
043700     IF WS-ABORTED
043800         GO TO 1000-EXIT
043900     END-IF
044000     OPEN INPUT STUDENT-FILE
044100     IF WS-STUDENT-FILE-STATUS NOT = "00"
044200         MOVE "STUDENTS.DAT" TO WS-AB-FILE
044300         MOVE WS-STUDENT-FILE-STATUS TO WS-AB-STATUS
044400         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
044500         CLOSE STUDENT-FILE
044600         GO TO 1000-EXIT
044700     END-IF
044800     SET WS-STUDENT-OPEN TO TRUE
044900     IF WS-OUTPUT-CSV
045000         OPEN OUTPUT CSV-FILE
045100         IF WS-CSV-FILE-STATUS NOT = "00"
045200             MOVE "LISTCSV" TO WS-AB-FILE
045300             MOVE WS-CSV-FILE-STATUS TO WS-AB-STATUS
045400             PERFORM 1100-ABORT-RUN THRU 1100-EXIT
045500             GO TO 1000-EXIT
045600         END-IF
045700         SET WS-CSV-OPEN TO TRUE
045800     END-IF.
045900 1000-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300* 1100-ABORT-RUN
046400*****************************************************************
046500 1100-ABORT-RUN.
046600     DISPLAY "*** STULIST ABORTED - " WS-AB-FILE
046700         " OPEN STATUS " WS-AB-STATUS " ***"
046800     MOVE WS-ABORT-LINE TO PRINT-LINE
046900     WRITE PRINT-LINE
047000     MOVE 8 TO RETURN-CODE
047100     SET WS-ABORTED TO TRUE.
047200 1100-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600* 1300-LOAD-CARDS
047700*
047800* ECHOES AND CHECKS EVERY CARD, THEN NOTES THE DEFAULTS TAKEN.
047900* AN EMPTY DECK IS ALLOWED - IT LISTS EVERY ACTIVE STUDENT BY
048000* NAME.  ANY CARD IN ERROR ENDS THE RUN BEFORE THE MASTER IS
048100* READ.
048200*****************************************************************
048300 1300-LOAD-CARDS.
048400     OPEN INPUT CARD-FILE
048500     IF WS-CARD-FILE-STATUS NOT = "00"
048600         MOVE "LISTCARD" TO WS-AB-FILE
048700         MOVE WS-CARD-FILE-STATUS TO WS-AB-STATUS
048800         PERFORM 1100-ABORT-RUN THRU 1100-EXIT
048900         CLOSE CARD-FILE
049000         GO TO 1300-EXIT
049100     END-IF
049200     SET WS-CARD-NOT-EOF TO TRUE
049300     PERFORM 1310-READ-CARD THRU 1310-EXIT
049400     PERFORM 1320-PROCESS-ONE-CARD THRU 1320-EXIT
049500         UNTIL WS-CARD-EOF
049600     CLOSE CARD-FILE
049700     MOVE SPACES TO PRINT-LINE
049800     WRITE PRINT-LINE
049900     PERFORM 1350-SET-DEFAULTS THRU 1350-EXIT
050000     IF WS-OUTPUT-PRINT
050100         PERFORM 1360-CHECK-PRINT-WIDTH THRU 1360-EXIT
050200     END-IF
050300     MOVE SPACES TO PRINT-LINE
050400     WRITE PRINT-LINE
050500     MOVE "SELECTION CARDS READ:         " TO WS-TL-LABEL
050600     MOVE WS-CARDS-READ TO WS-TL-COUNT
050700     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
050800     MOVE "CARDS IN ERROR:               " TO WS-TL-LABEL
050900     MOVE WS-CARDS-IN-ERROR TO WS-TL-COUNT
051000     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
051100     IF WS-CARDS-IN-ERROR > ZERO
051200         DISPLAY "*** STULIST ABORTED - " WS-CARDS-IN-ERROR
051300             " SELECTION CARD(S) IN ERROR ***"
051400         MOVE SPACES TO PRINT-LINE
051500         WRITE PRINT-LINE
051600         MOVE "*** LIST NOT PRODUCED - CARDS IN ERROR ***"
051700             TO PRINT-LINE
051800         WRITE PRINT-LINE
051900         MOVE 8 TO RETURN-CODE
052000         SET WS-ABORTED TO TRUE
052100     END-IF.
052200 1300-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600* 1310-READ-CARD
052700*****************************************************************
052800 1310-READ-CARD.
052900     READ CARD-FILE
053000         AT END
053100             SET WS-CARD-EOF TO TRUE
053200     END-READ.
053300 1310-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700* 1320-PROCESS-ONE-CARD
053800*
053900* THE CARD IS SPLIT INTO WORDS AT THE SPACES; THE FIRST WORD
054000* IS THE KEYWORD AND PICKS THE PARAGRAPH THAT TAKES THE REST.
054100*****************************************************************
054200 1320-PROCESS-ONE-CARD.
054300     ADD 1 TO WS-CARDS-READ
054400     MOVE WS-CARDS-READ TO WS-CE-NUMBER
054500     MOVE LIST-CARD TO WS-CE-CARD
054600     MOVE WS-CARD-ECHO-LINE TO PRINT-LINE
054700     WRITE PRINT-LINE
054800     IF LSTC-COMMENT OR LIST-CARD = SPACES
054900         GO TO 1320-NEXT
055000     END-IF
055100     MOVE SPACES TO WS-CARD-ERROR
055200                    WS-TOKEN-TABLE
055300     MOVE ZERO TO WS-TOKEN-COUNT
055400     IF LSTC-FIRST-CHAR = SPACE
055500         MOVE "KEYWORD MUST START IN COLUMN 1" TO WS-CARD-ERROR
055600         GO TO 1320-CHECK-ERROR
055700     END-IF
055800     UNSTRING LIST-CARD DELIMITED BY ALL SPACE
055900         INTO WS-TOKEN(1)  WS-TOKEN(2)  WS-TOKEN(3)
056000              WS-TOKEN(4)  WS-TOKEN(5)  WS-TOKEN(6)
056100              WS-TOKEN(7)  WS-TOKEN(8)  WS-TOKEN(9)
056200              WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
056300              WS-TOKEN(13) WS-TOKEN(14)
056400         TALLYING IN WS-TOKEN-COUNT
056500     END-UNSTRING
056600     MOVE WS-TOKEN(1) TO WS-KEYWORD
056700     EVALUATE TRUE
056800         WHEN NOT WS-KW-KNOWN
056900             MOVE "NOT A SELECTION CARD KEYWORD" TO WS-CARD-ERROR
057000         WHEN WS-TOKEN(2) = SPACES
057100             MOVE "NO OPERANDS ON THE CARD" TO WS-CARD-ERROR
057200         WHEN WS-TOKEN(14) NOT = SPACES
057300          AND NOT WS-KW-TITLE
057400             MOVE "MORE THAN 12 OPERANDS - USE A SECOND CARD"
057500                 TO WS-CARD-ERROR
057600         WHEN WS-KW-GRADE
057700             PERFORM 1400-GRADE-CARD THRU 1400-EXIT
057800         WHEN WS-KW-SECTION
057900             PERFORM 1410-SECTION-CARD THRU 1410-EXIT
058000         WHEN WS-KW-HOMEROOM
058100             PERFORM 1420-HOMEROOM-CARD THRU 1420-EXIT
058200         WHEN WS-KW-STATUS
058300             PERFORM 1430-STATUS-CARD THRU 1430-EXIT
058400         WHEN WS-KW-REASON
058500             PERFORM 1440-REASON-CARD THRU 1440-EXIT
058600         WHEN WS-KW-ENROLLED
058700             PERFORM 1450-ENROLLED-CARD THRU 1450-EXIT
058800         WHEN WS-KW-STATDATE
058900             PERFORM 1460-STATDATE-CARD THRU 1460-EXIT
059000         WHEN WS-KW-AGE
059100             PERFORM 1470-AGE-CARD THRU 1470-EXIT
059200         WHEN WS-KW-SORT
059300             PERFORM 1480-SORT-CARD THRU 1480-EXIT
059400         WHEN WS-KW-COLUMNS
059500             PERFORM 1490-COLUMNS-CARD THRU 1490-EXIT
059600         WHEN WS-KW-OUTPUT
059700             PERFORM 1500-OUTPUT-CARD THRU 1500-EXIT
059800         WHEN WS-KW-TITLE
059900             PERFORM 1510-TITLE-CARD THRU 1510-EXIT
060000     END-EVALUATE.
060100 1320-CHECK-ERROR.
060200     IF WS-CARD-ERROR NOT = SPACES
060300         ADD 1 TO WS-CARDS-IN-ERROR
060400         MOVE WS-CARD-ERROR TO WS-CR-TEXT
060500         MOVE WS-CARD-ERROR-LINE TO PRINT-LINE
060600         WRITE PRINT-LINE
060700     END-IF.
060800 1320-NEXT.
060900     PERFORM 1310-READ-CARD THRU 1310-EXIT.
061000 1320-EXIT.
061100     EXIT.
061200
061300*****************************************************************
061400* 1350-SET-DEFAULTS
061500*
061600* WHATEVER THE DECK LEFT OUT IS FILLED IN HERE AND SAID SO ON
061700* THE PAGE, SO THE PAGE ALONE SHOWS WHAT THE LIST HOLDS.
061800*****************************************************************
061900 1350-SET-DEFAULTS.
062000     IF WS-SS-COUNT = ZERO
062100         MOVE "NO STATUS CARD - ACTIVE STUDENTS ONLY"
062200             TO WS-NL-TEXT
062300         PERFORM 1355-PRINT-NOTE THRU 1355-EXIT
062400     END-IF
062500     IF WS-SORT-COUNT = ZERO
062600         MOVE 1 TO WS-SORT-COUNT
062700         MOVE 2 TO WS-SORT-FLD(1)
062800         MOVE "NO SORT CARD - SORTED BY NAME" TO WS-NL-TEXT
062900         PERFORM 1355-PRINT-NOTE THRU 1355-EXIT
063000     END-IF
063100     IF WS-COL-COUNT = ZERO
063200         MOVE 6  TO WS-COL-COUNT
063300         MOVE 1  TO WS-COL-FLD(1)
063400         MOVE 2  TO WS-COL-FLD(2)
063500         MOVE 7  TO WS-COL-FLD(3)
063600         MOVE 8  TO WS-COL-FLD(4)
063700         MOVE 9  TO WS-COL-FLD(5)
063800         MOVE 13 TO WS-COL-FLD(6)
063900         MOVE "NO COLUMNS CARD - COLUMNS ARE" TO WS-NL-TEXT
064000         PERFORM 1355-PRINT-NOTE THRU 1355-EXIT
064100         MOVE "    ID NAME GRADE SECTION HOMEROOM STATUS"
064200             TO WS-NL-TEXT
064300         PERFORM 1355-PRINT-NOTE THRU 1355-EXIT
064400     END-IF
064500     IF NOT WS-AGE-DATE-GIVEN
064600         MOVE WS-RUN-DATE TO WS-AGE-ASOF
064700         IF WS-AGE-GIVEN
064800             MOVE
064900                 "NO DATE ON AGE CARD - AGES AS OF THE RUN DATE"
065000                 TO WS-NL-TEXT
065100             PERFORM 1355-PRINT-NOTE THRU 1355-EXIT
065200         END-IF
065300     END-IF
065400     IF NOT WS-OUTPUT-GIVEN
065500         MOVE "NO OUTPUT CARD - PRINTED LISTING" TO WS-NL-TEXT
065600         PERFORM 1355-PRINT-NOTE THRU 1355-EXIT
065700     END-IF.
065800 1350-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200* 1355-PRINT-NOTE
066300*****************************************************************
066400 1355-PRINT-NOTE.
066500     MOVE WS-NOTE-LINE TO PRINT-LINE
066600     WRITE PRINT-LINE.
066700 1355-EXIT.
066800     EXIT.
066900
067000*****************************************************************
067100* 1360-CHECK-PRINT-WIDTH
067200*
067300* THE CHOSEN COLUMNS, TWO SPACES APART, MUST FIT THE PRINT
067400* LINE.  A WIDER LIST HAS TO GO TO THE CSV FILE.
067500*****************************************************************
067600 1360-CHECK-PRINT-WIDTH.
067700     MOVE ZERO TO WS-LINE-WIDTH
067800     PERFORM 1365-ADD-ONE-WIDTH THRU 1365-EXIT
067900         VARYING WS-COL-IDX FROM 1 BY 1
068000         UNTIL WS-COL-IDX > WS-COL-COUNT
068100     SUBTRACT 2 FROM WS-LINE-WIDTH
068200     IF WS-LINE-WIDTH > 132
068300         ADD 1 TO WS-CARDS-IN-ERROR
068400         MOVE "COLUMNS TOO WIDE TO PRINT - DROP SOME OR USE CSV"
068500             TO WS-CR-TEXT
068600         MOVE WS-CARD-ERROR-LINE TO PRINT-LINE
068700         WRITE PRINT-LINE
068800     END-IF.
068900 1360-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300* 1365-ADD-ONE-WIDTH
069400*****************************************************************
069500 1365-ADD-ONE-WIDTH.
069600     MOVE WS-COL-FLD(WS-COL-IDX) TO WS-FLD-NO
069700     COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
069800                           + WS-FLD-WIDTH(WS-FLD-NO) + 2.
069900 1365-EXIT.
070000     EXIT.
070100
070200*****************************************************************
070300* 1400-GRADE-CARD
070400*****************************************************************
070500 1400-GRADE-CARD.
070600     PERFORM 1405-ONE-GRADE THRU 1405-EXIT
070700         VARYING WS-TOK-IDX FROM 2 BY 1
070800         UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
070900            OR WS-CARD-ERROR NOT = SPACES.
071000 1400-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400* 1405-ONE-GRADE
071500*****************************************************************
071600 1405-ONE-GRADE.
071700     PERFORM 1600-CHECK-RANGE-TOKEN THRU 1600-EXIT
071800     IF WS-CARD-ERROR NOT = SPACES
071900         GO TO 1405-EXIT
072000     END-IF
072100     IF WS-SG-COUNT >= WS-SG-LIMIT
072200         MOVE "MORE GRADES THAN THE LIST CAN HOLD"
072300             TO WS-CARD-ERROR
072400         GO TO 1405-EXIT
072500     END-IF
072600     ADD 1 TO WS-SG-COUNT
072700     MOVE WS-RANGE-LOW  TO WS-SG-LOW(WS-SG-COUNT)
072800     MOVE WS-RANGE-HIGH TO WS-SG-HIGH(WS-SG-COUNT).
072900 1405-EXIT.
073000     EXIT.
073100
073200*****************************************************************
073300* 1410-SECTION-CARD
073400*****************************************************************
073500 1410-SECTION-CARD.
073600     PERFORM 1415-ONE-SECTION THRU 1415-EXIT
073700         VARYING WS-TOK-IDX FROM 2 BY 1
073800         UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
073900            OR WS-CARD-ERROR NOT = SPACES.
074000 1410-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400* 1415-ONE-SECTION
074500*****************************************************************
074600 1415-ONE-SECTION.
074700     IF WS-TOKEN(WS-TOK-IDX)(2:11) NOT = SPACES
074800         MOVE "A SECTION IS ONE CHARACTER" TO WS-CARD-ERROR
074900         GO TO 1415-EXIT
075000     END-IF
075100     IF WS-SC-COUNT >= WS-SC-LIMIT
075200         MOVE "MORE SECTIONS THAN THE LIST CAN HOLD"
075300             TO WS-CARD-ERROR
075400         GO TO 1415-EXIT
075500     END-IF
075600     ADD 1 TO WS-SC-COUNT
075700     MOVE WS-TOKEN(WS-TOK-IDX) TO WS-SC-SECTION(WS-SC-COUNT).
075800 1415-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200* 1420-HOMEROOM-CARD
076300*****************************************************************
076400 1420-HOMEROOM-CARD.
076500     PERFORM 1425-ONE-HOMEROOM THRU 1425-EXIT
076600         VARYING WS-TOK-IDX FROM 2 BY 1
076700         UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
076800            OR WS-CARD-ERROR NOT = SPACES.
076900 1420-EXIT.
077000     EXIT.
077100
077200*****************************************************************
077300* 1425-ONE-HOMEROOM
077400*****************************************************************
077500 1425-ONE-HOMEROOM.
077600     IF WS-TOKEN(WS-TOK-IDX)(7:6) NOT = SPACES
077700         MOVE "A HOMEROOM IS AT MOST 6 CHARACTERS"
077800             TO WS-CARD-ERROR
077900         GO TO 1425-EXIT
078000     END-IF
078100     IF WS-SH-COUNT >= WS-SH-LIMIT
078200         MOVE "MORE HOMEROOMS THAN THE LIST CAN HOLD"
078300             TO WS-CARD-ERROR
078400         GO TO 1425-EXIT
078500     END-IF
078600     ADD 1 TO WS-SH-COUNT
078700     MOVE WS-TOKEN(WS-TOK-IDX) TO WS-SH-HOMEROOM(WS-SH-COUNT).
078800 1425-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200* 1430-STATUS-CARD
079300*****************************************************************
079400 1430-STATUS-CARD.
079500     PERFORM 1435-ONE-STATUS THRU 1435-EXIT
079600         VARYING WS-TOK-IDX FROM 2 BY 1
079700         UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
079800            OR WS-CARD-ERROR NOT = SPACES.
079900 1430-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300* 1435-ONE-STATUS
080400*****************************************************************
080500 1435-ONE-STATUS.
080600     IF WS-TOKEN(WS-TOK-IDX) NOT = "A"
080700        AND WS-TOKEN(WS-TOK-IDX) NOT = "W"
080800        AND WS-TOKEN(WS-TOK-IDX) NOT = "T"
080900         MOVE "STATUS MUST BE A, W OR T" TO WS-CARD-ERROR
081000         GO TO 1435-EXIT
081100     END-IF
081200     IF WS-SS-COUNT >= WS-SS-LIMIT
081300         MOVE "MORE STATUSES THAN THE LIST CAN HOLD"
081400             TO WS-CARD-ERROR
081500         GO TO 1435-EXIT
081600     END-IF
081700     ADD 1 TO WS-SS-COUNT
081800     MOVE WS-TOKEN(WS-TOK-IDX) TO WS-SS-STATUS(WS-SS-COUNT).
081900 1435-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300* 1440-REASON-CARD
082400*****************************************************************
082500 1440-REASON-CARD.
082600     PERFORM 1445-ONE-REASON THRU 1445-EXIT
082700         VARYING WS-TOK-IDX FROM 2 BY 1
082800         UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
082900            OR WS-CARD-ERROR NOT = SPACES.
083000 1440-EXIT.
083100     EXIT.
083200
083300*****************************************************************
083400* 1445-ONE-REASON
083500*****************************************************************
083600 1445-ONE-REASON.
083700     IF WS-TOKEN(WS-TOK-IDX)(3:10) NOT = SPACES
083800         MOVE "A REASON CODE IS AT MOST 2 CHARACTERS"
083900             TO WS-CARD-ERROR
084000         GO TO 1445-EXIT
084100     END-IF
084200     IF WS-SR-COUNT >= WS-SR-LIMIT
084300         MOVE "MORE REASONS THAN THE LIST CAN HOLD"
084400             TO WS-CARD-ERROR
084500         GO TO 1445-EXIT
084600     END-IF
084700     ADD 1 TO WS-SR-COUNT
084800     MOVE WS-TOKEN(WS-TOK-IDX) TO WS-SR-REASON(WS-SR-COUNT).
084900 1445-EXIT.
085000     EXIT.
085100
085200*****************************************************************
085300* 1450-ENROLLED-CARD
085400*****************************************************************
085500 1450-ENROLLED-CARD.
085600     IF WS-ENROLLED-GIVEN
085700         MOVE "ONLY ONE ENROLLED CARD IS ALLOWED" TO WS-CARD-ERROR
085800         GO TO 1450-EXIT
085900     END-IF
086000     PERFORM 1620-CHECK-DATE-PAIR THRU 1620-EXIT
086100     IF WS-CARD-ERROR = SPACES
086200         SET WS-ENROLLED-GIVEN TO TRUE
086300         MOVE WS-FROM-DATE  TO WS-ENR-FROM
086400         MOVE WS-DATE-VALUE TO WS-ENR-TO
086500     END-IF.
086600 1450-EXIT.
086700     EXIT.
086800
086900*****************************************************************
087000* 1460-STATDATE-CARD
087100*****************************************************************
087200 1460-STATDATE-CARD.
087300     IF WS-STATDATE-GIVEN
087400         MOVE "ONLY ONE STATDATE CARD IS ALLOWED" TO WS-CARD-ERROR
087500         GO TO 1460-EXIT
087600     END-IF
087700     PERFORM 1620-CHECK-DATE-PAIR THRU 1620-EXIT
087800     IF WS-CARD-ERROR = SPACES
087900         SET WS-STATDATE-GIVEN TO TRUE
088000         MOVE WS-FROM-DATE  TO WS-STD-FROM
088100         MOVE WS-DATE-VALUE TO WS-STD-TO
088200     END-IF.
088300 1460-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700* 1470-AGE-CARD
088800*
088900* AN AGE OR AGE RANGE, THEN OPTIONALLY THE DATE TO TAKE AGES
089000* AS OF - "AGE 18-99 20270612" IS EVERYONE 18 OR OLDER BY
089100* GRADUATION DAY.
089200*****************************************************************
089300 1470-AGE-CARD.
089400     IF WS-AGE-GIVEN
089500         MOVE "ONLY ONE AGE CARD IS ALLOWED" TO WS-CARD-ERROR
089600         GO TO 1470-EXIT
089700     END-IF
089800     IF WS-TOKEN-COUNT > 3
089900         MOVE "AGE TAKES AN AGE OR RANGE AND AN OPTIONAL DATE"
090000             TO WS-CARD-ERROR
090100         GO TO 1470-EXIT
090200     END-IF
090300     MOVE 2 TO WS-TOK-IDX
090400     PERFORM 1600-CHECK-RANGE-TOKEN THRU 1600-EXIT
090500     IF WS-CARD-ERROR NOT = SPACES
090600         GO TO 1470-EXIT
090700     END-IF
090800     IF WS-TOKEN-COUNT = 3
090900         MOVE 3 TO WS-TOK-IDX
091000         PERFORM 1610-CHECK-DATE-TOKEN THRU 1610-EXIT
091100         IF WS-CARD-ERROR NOT = SPACES
091200             GO TO 1470-EXIT
091300         END-IF
091400         MOVE WS-DATE-VALUE TO WS-AGE-ASOF
091500         SET WS-AGE-DATE-GIVEN TO TRUE
091600     END-IF
091700     SET WS-AGE-GIVEN TO TRUE
091800     MOVE WS-RANGE-LOW  TO WS-AGE-LOW
091900     MOVE WS-RANGE-HIGH TO WS-AGE-HIGH.
092000 1470-EXIT.
092100     EXIT.
092200
092300*****************************************************************
092400* 1480-SORT-CARD
092500*****************************************************************
092600 1480-SORT-CARD.
092700     IF WS-SORT-GIVEN
092800         MOVE "ONLY ONE SORT CARD IS ALLOWED" TO WS-CARD-ERROR
092900         GO TO 1480-EXIT
093000     END-IF
093100     IF WS-TOKEN-COUNT > WS-SORT-LIMIT + 1
093200         MOVE "AT MOST THREE SORT FIELDS" TO WS-CARD-ERROR
093300         GO TO 1480-EXIT
093400     END-IF
093500     SET WS-SORT-GIVEN TO TRUE
093600     PERFORM 1485-ONE-SORT-FIELD THRU 1485-EXIT
093700         VARYING WS-TOK-IDX FROM 2 BY 1
093800         UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
093900            OR WS-CARD-ERROR NOT = SPACES.
094000 1480-EXIT.
094100     EXIT.
094200
094300*****************************************************************
094400* 1485-ONE-SORT-FIELD
094500*****************************************************************
094600 1485-ONE-SORT-FIELD.
094700     PERFORM 1630-FIND-FIELD THRU 1630-EXIT
094800     IF WS-FLD-HIT = ZERO
094900         MOVE "NOT A FIELD NAME - SEE LISTREC.CPY"
095000             TO WS-CARD-ERROR
095100         GO TO 1485-EXIT
095200     END-IF
095300     IF WS-FLD-SORT-WIDTH(WS-FLD-HIT) = ZERO
095400         MOVE "CANNOT SORT ON AGE - SORT ON DOB" TO WS-CARD-ERROR
095500         GO TO 1485-EXIT
095600     END-IF
095700     ADD 1 TO WS-SORT-COUNT
095800     MOVE WS-FLD-HIT TO WS-SORT-FLD(WS-SORT-COUNT).
095900 1485-EXIT.
096000     EXIT.
096100
096200*****************************************************************
096300* 1490-COLUMNS-CARD
096400*
096500* A SECOND COLUMNS CARD CARRIES ON WHERE THE FIRST LEFT OFF.
096600*****************************************************************
096700 1490-COLUMNS-CARD.
096800     PERFORM 1495-ONE-COLUMN THRU 1495-EXIT
096900         VARYING WS-TOK-IDX FROM 2 BY 1
097000         UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
097100            OR WS-CARD-ERROR NOT = SPACES.
097200 1490-EXIT.
097300     EXIT.
097400
097500*****************************************************************
097600* 1495-ONE-COLUMN
097700*****************************************************************
097800 1495-ONE-COLUMN.
097900     PERFORM 1630-FIND-FIELD THRU 1630-EXIT
098000     IF WS-FLD-HIT = ZERO
098100         MOVE "NOT A FIELD NAME - SEE LISTREC.CPY"
098200             TO WS-CARD-ERROR
098300         GO TO 1495-EXIT
098400     END-IF
098500     IF WS-COL-COUNT >= WS-COL-LIMIT
098600         MOVE "MORE THAN 15 COLUMNS" TO WS-CARD-ERROR
098700         GO TO 1495-EXIT
098800     END-IF
098900     ADD 1 TO WS-COL-COUNT
099000     MOVE WS-FLD-HIT TO WS-COL-FLD(WS-COL-COUNT).
099100 1495-EXIT.
099200     EXIT.
099300
099400*****************************************************************
099500* 1500-OUTPUT-CARD
099600*****************************************************************
099700 1500-OUTPUT-CARD.
099800     IF WS-OUTPUT-GIVEN
099900         MOVE "ONLY ONE OUTPUT CARD IS ALLOWED" TO WS-CARD-ERROR
100000         GO TO 1500-EXIT
100100     END-IF
100200     EVALUATE TRUE
100300         WHEN WS-TOKEN-COUNT > 2
100400             MOVE "OUTPUT TAKES ONE OPERAND - PRINT OR CSV"
100500                 TO WS-CARD-ERROR
100600         WHEN WS-TOKEN(2) = "PRINT"
100700             SET WS-OUTPUT-PRINT TO TRUE
100800             SET WS-OUTPUT-GIVEN TO TRUE
100900         WHEN WS-TOKEN(2) = "CSV"
101000             SET WS-OUTPUT-CSV TO TRUE
101100             SET WS-OUTPUT-GIVEN TO TRUE
101200         WHEN OTHER
101300             MOVE "OUTPUT MUST BE PRINT OR CSV" TO WS-CARD-ERROR
101400     END-EVALUATE.
101500 1500-EXIT.
101600     EXIT.
101700
101800*****************************************************************
101900* 1510-TITLE-CARD
102000*
102100* THE TITLE IS THE REST OF THE CARD AFTER THE KEYWORD, SPACES
102200* AND ALL.
102300*****************************************************************
102400 1510-TITLE-CARD.
102500     IF WS-TITLE-GIVEN
102600         MOVE "ONLY ONE TITLE CARD IS ALLOWED" TO WS-CARD-ERROR
102700         GO TO 1510-EXIT
102800     END-IF
102900     MOVE 1 TO WS-CARD-PTR
103000     UNSTRING LIST-CARD DELIMITED BY ALL SPACE
103100         INTO WS-KEYWORD
103200         WITH POINTER WS-CARD-PTR
103300     END-UNSTRING
103400     MOVE LIST-CARD(WS-CARD-PTR:) TO WS-LIST-TITLE
103500     SET WS-TITLE-GIVEN TO TRUE.
103600 1510-EXIT.
103700     EXIT.
103800
103900*****************************************************************
104000* 1600-CHECK-RANGE-TOKEN
104100*
104200* OPERAND WS-TOK-IDX AS NN OR NN-NN, INTO WS-RANGE-LOW AND
104300* WS-RANGE-HIGH.
104400*****************************************************************
104500 1600-CHECK-RANGE-TOKEN.
104600     MOVE WS-TOKEN(WS-TOK-IDX) TO WS-TOKEN-WORK
104700     IF WS-TP-FIRST NUMERIC
104800        AND WS-TP-DASH = SPACE
104900        AND WS-TP-SECOND = SPACES
105000        AND WS-TP-REST = SPACES
105100         MOVE WS-TN-FIRST TO WS-RANGE-LOW
105200                             WS-RANGE-HIGH
105300         GO TO 1600-EXIT
105400     END-IF
105500     IF WS-TP-FIRST NUMERIC
105600        AND WS-TP-DASH = "-"
105700        AND WS-TP-SECOND NUMERIC
105800        AND WS-TP-REST = SPACES
105900         MOVE WS-TN-FIRST  TO WS-RANGE-LOW
106000         MOVE WS-TN-SECOND TO WS-RANGE-HIGH
106100         IF WS-RANGE-LOW > WS-RANGE-HIGH
106200             MOVE "RANGE RUNS BACKWARDS" TO WS-CARD-ERROR
106300         END-IF
106400         GO TO 1600-EXIT
106500     END-IF
106600     MOVE "MUST BE TWO DIGITS OR A RANGE, E.G. 09 OR 09-12"
106700         TO WS-CARD-ERROR.
106800 1600-EXIT.
106900     EXIT.
107000
107100*****************************************************************
107200* 1610-CHECK-DATE-TOKEN
107300*
107400* OPERAND WS-TOK-IDX AS CCYYMMDD, INTO WS-DATE-VALUE.
107500*****************************************************************
107600 1610-CHECK-DATE-TOKEN.
107700     MOVE WS-TOKEN(WS-TOK-IDX) TO WS-TOKEN-WORK
107800     IF WS-TD-DATE NOT NUMERIC
107900        OR WS-TD-REST NOT = SPACES
108000         MOVE "DATE MUST BE CCYYMMDD" TO WS-CARD-ERROR
108100         GO TO 1610-EXIT
108200     END-IF
108300     IF WS-TD-MM < 1 OR WS-TD-MM > 12
108400        OR WS-TD-DD < 1 OR WS-TD-DD > 31
108500         MOVE "DATE MUST BE CCYYMMDD" TO WS-CARD-ERROR
108600         GO TO 1610-EXIT
108700     END-IF
108800     MOVE WS-TD-DATE TO WS-DATE-VALUE.
108900 1610-EXIT.
109000     EXIT.
109100
109200*****************************************************************
109300* 1620-CHECK-DATE-PAIR
109400*
109500* A FROM DATE AND A TO DATE, INTO WS-FROM-DATE AND
109600* WS-DATE-VALUE.
109700*****************************************************************
109800 1620-CHECK-DATE-PAIR.
109900     IF WS-TOKEN-COUNT NOT = 3
110000         MOVE "NEEDS A FROM DATE AND A TO DATE" TO WS-CARD-ERROR
110100         GO TO 1620-EXIT
110200     END-IF
110300     MOVE 2 TO WS-TOK-IDX
110400     PERFORM 1610-CHECK-DATE-TOKEN THRU 1610-EXIT
110500     IF WS-CARD-ERROR NOT = SPACES
110600         GO TO 1620-EXIT
110700     END-IF
110800     MOVE WS-DATE-VALUE TO WS-FROM-DATE
110900     MOVE 3 TO WS-TOK-IDX
111000     PERFORM 1610-CHECK-DATE-TOKEN THRU 1610-EXIT
111100     IF WS-CARD-ERROR NOT = SPACES
111200         GO TO 1620-EXIT
111300     END-IF
111400     IF WS-FROM-DATE > WS-DATE-VALUE
111500         MOVE "FROM DATE IS AFTER THE TO DATE" TO WS-CARD-ERROR
111600     END-IF.
111700 1620-EXIT.
111800     EXIT.
111900
112000*****************************************************************
112100* 1630-FIND-FIELD
112200*
112300* OPERAND WS-TOK-IDX LOOKED UP IN THE FIELD TABLE - ITS ENTRY
112400* NUMBER IN WS-FLD-HIT, OR ZERO.
112500*****************************************************************
112600 1630-FIND-FIELD.
112700     MOVE ZERO TO WS-FLD-HIT
112800     IF WS-TOKEN(WS-TOK-IDX)(9:4) NOT = SPACES
112900         GO TO 1630-EXIT
113000     END-IF
113100     PERFORM 1635-CHECK-ONE-FIELD THRU 1635-EXIT
113200         VARYING WS-FLD-IDX FROM 1 BY 1
113300         UNTIL WS-FLD-IDX > WS-FLD-COUNT
113400            OR WS-FLD-HIT > ZERO.
113500 1630-EXIT.
113600     EXIT.
113700
113800*****************************************************************
113900* 1635-CHECK-ONE-FIELD
114000*****************************************************************
114100 1635-CHECK-ONE-FIELD.
114200     IF WS-FLD-NAME(WS-FLD-IDX) = WS-TOKEN(WS-TOK-IDX)
114300         MOVE WS-FLD-IDX TO WS-FLD-HIT
114400     END-IF.
114500 1635-EXIT.
114600     EXIT.
114700
114800*****************************************************************
114900* 2000-SELECT-STUDENT
115000*
115100* SETS WS-SELECTED WHEN THE MASTER RECORD MEETS EVERY KIND OF
115200* CARD GIVEN, ONE VALUE OF EACH KIND BEING ENOUGH.
115300*****************************************************************
115400 2000-SELECT-STUDENT.
115500     SET WS-SELECTED TO TRUE
115600     IF WS-SS-COUNT = ZERO
115700         IF NOT STU-STATUS-ACTIVE
115800             GO TO 2000-REJECT
115900         END-IF
116000     ELSE
116100         SET WS-NO-MATCH TO TRUE
116200         PERFORM 2010-MATCH-STATUS THRU 2010-EXIT
116300             VARYING WS-SEL-IDX FROM 1 BY 1
116400             UNTIL WS-SEL-IDX > WS-SS-COUNT
116500                OR WS-MATCH
116600         IF WS-NO-MATCH
116700             GO TO 2000-REJECT
116800         END-IF
116900     END-IF
117000     IF WS-SG-COUNT > ZERO
117100         IF STU-GRADE NOT NUMERIC
117200             GO TO 2000-REJECT
117300         END-IF
117400         SET WS-NO-MATCH TO TRUE
117500         PERFORM 2020-MATCH-GRADE THRU 2020-EXIT
117600             VARYING WS-SEL-IDX FROM 1 BY 1
117700             UNTIL WS-SEL-IDX > WS-SG-COUNT
117800                OR WS-MATCH
117900         IF WS-NO-MATCH
118000             GO TO 2000-REJECT
118100         END-IF
118200     END-IF
118300     IF WS-SC-COUNT > ZERO
118400         SET WS-NO-MATCH TO TRUE
118500         PERFORM 2030-MATCH-SECTION THRU 2030-EXIT
118600             VARYING WS-SEL-IDX FROM 1 BY 1
118700             UNTIL WS-SEL-IDX > WS-SC-COUNT
118800                OR WS-MATCH
118900         IF WS-NO-MATCH
119000             GO TO 2000-REJECT
119100         END-IF
119200     END-IF
119300     IF WS-SH-COUNT > ZERO
119400         SET WS-NO-MATCH TO TRUE
119500         PERFORM 2040-MATCH-HOMEROOM THRU 2040-EXIT
119600             VARYING WS-SEL-IDX FROM 1 BY 1
119700             UNTIL WS-SEL-IDX > WS-SH-COUNT
119800                OR WS-MATCH
119900         IF WS-NO-MATCH
120000             GO TO 2000-REJECT
120100         END-IF
120200     END-IF
120300     IF WS-SR-COUNT > ZERO
120400         SET WS-NO-MATCH TO TRUE
120500         PERFORM 2050-MATCH-REASON THRU 2050-EXIT
120600             VARYING WS-SEL-IDX FROM 1 BY 1
120700             UNTIL WS-SEL-IDX > WS-SR-COUNT
120800                OR WS-MATCH
120900         IF WS-NO-MATCH
121000             GO TO 2000-REJECT
121100         END-IF
121200     END-IF
121300     IF WS-ENROLLED-GIVEN
121400         IF STU-ENROLLMENT-DATE NOT NUMERIC
121500             GO TO 2000-REJECT
121600         END-IF
121700         MOVE STU-ENROLLMENT-DATE TO WS-WORK-DATE
121800         IF WS-WORK-DATE < WS-ENR-FROM
121900            OR WS-WORK-DATE > WS-ENR-TO
122000             GO TO 2000-REJECT
122100         END-IF
122200     END-IF
122300     IF WS-STATDATE-GIVEN
122400         IF STU-STATUS-DATE NOT NUMERIC
122500             GO TO 2000-REJECT
122600         END-IF
122700         IF STU-STATUS-DATE < WS-STD-FROM
122800            OR STU-STATUS-DATE > WS-STD-TO
122900             GO TO 2000-REJECT
123000         END-IF
123100     END-IF
123200     IF WS-AGE-GIVEN
123300         PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT
123400         IF WS-AGE-UNKNOWN
123500             GO TO 2000-REJECT
123600         END-IF
123700         IF WS-AGE < WS-AGE-LOW
123800            OR WS-AGE > WS-AGE-HIGH
123900             GO TO 2000-REJECT
124000         END-IF
124100     END-IF
124200     GO TO 2000-EXIT.
124300 2000-REJECT.
124400     SET WS-REJECTED TO TRUE.
124500 2000-EXIT.
124600     EXIT.
124700
124800*****************************************************************
124900* 2010-MATCH-STATUS
125000*
125100* STATUS A TAKES IN THE OLD RECORDS WITH A BLANK STATUS BYTE.
125200*****************************************************************
125300 2010-MATCH-STATUS.
125400     IF WS-SS-STATUS(WS-SEL-IDX) = "A"
125500         IF STU-STATUS-ACTIVE
125600             SET WS-MATCH TO TRUE
125700         END-IF
125800     ELSE
125900         IF STU-ENROLL-STATUS = WS-SS-STATUS(WS-SEL-IDX)
126000             SET WS-MATCH TO TRUE
126100         END-IF
126200     END-IF.
126300 2010-EXIT.
126400     EXIT.
126500
126600*****************************************************************
126700* 2020-MATCH-GRADE
126800*****************************************************************
126900 2020-MATCH-GRADE.
127000     IF STU-GRADE NOT < WS-SG-LOW(WS-SEL-IDX)
127100        AND STU-GRADE NOT > WS-SG-HIGH(WS-SEL-IDX)
127200         SET WS-MATCH TO TRUE
127300     END-IF.
127400 2020-EXIT.
127500     EXIT.
127600
127700*****************************************************************
127800* 2030-MATCH-SECTION
127900*****************************************************************
128000 2030-MATCH-SECTION.
128100     IF STU-SECTION = WS-SC-SECTION(WS-SEL-IDX)
128200         SET WS-MATCH TO TRUE
128300     END-IF.
128400 2030-EXIT.
128500     EXIT.
128600
128700*****************************************************************
128800* 2040-MATCH-HOMEROOM
128900*****************************************************************
129000 2040-MATCH-HOMEROOM.
129100     IF STU-HOMEROOM = WS-SH-HOMEROOM(WS-SEL-IDX)
129200         SET WS-MATCH TO TRUE
129300     END-IF.
129400 2040-EXIT.
129500     EXIT.
129600
129700*****************************************************************
129800* 2050-MATCH-REASON
129900*****************************************************************
130000 2050-MATCH-REASON.
130100     IF STU-STATUS-REASON = WS-SR-REASON(WS-SEL-IDX)
130200         SET WS-MATCH TO TRUE
130300     END-IF.
130400 2050-EXIT.
130500     EXIT.
130600
130700*****************************************************************
130800* 2100-COMPUTE-AGE
130900*
131000* WHOLE YEARS FROM THE BIRTH DATE TO WS-AGE-ASOF - ONE LESS IF
131100* THE BIRTHDAY FALLS LATER IN THE YEAR THAN THE AS-OF DATE.
131200*****************************************************************
131300 2100-COMPUTE-AGE.
131400     SET WS-AGE-KNOWN TO TRUE
131500     MOVE ZERO TO WS-AGE
131600     IF STU-DATE-OF-BIRTH NOT NUMERIC
131700         SET WS-AGE-UNKNOWN TO TRUE
131800         GO TO 2100-EXIT
131900     END-IF
132000     IF STU-DOB-CCYY = ZERO
132100         SET WS-AGE-UNKNOWN TO TRUE
132200         GO TO 2100-EXIT
132300     END-IF
132400     COMPUTE WS-AGE = WS-ASOF-CCYY - STU-DOB-CCYY
132500     COMPUTE WS-DOB-MMDD = STU-DOB-MM * 100 + STU-DOB-DD
132600     IF WS-ASOF-MMDD < WS-DOB-MMDD
132700         SUBTRACT 1 FROM WS-AGE
132800     END-IF
132900     IF WS-AGE < ZERO
133000         MOVE ZERO TO WS-AGE
133100     END-IF.
133200 2100-EXIT.
133300     EXIT.
133400
133500*****************************************************************
133600* 3000-RELEASE-STUDENTS
133700*
133800* SORT INPUT PROCEDURE - EVERY SELECTED STUDENT GOES TO THE
133900* SORT WITH THE KEY BUILT FROM THE SORT FIELDS.
134000*****************************************************************
134100 3000-RELEASE-STUDENTS.
134200     SET WS-NOT-EOF TO TRUE
134300     PERFORM 3100-READ-STUDENT THRU 3100-EXIT
134400     PERFORM 3200-RELEASE-ONE-STUDENT THRU 3200-EXIT
134500         UNTIL WS-EOF.
134600 3000-EXIT.
134700     EXIT.
134800
134900*****************************************************************
135000* 3100-READ-STUDENT
135100*****************************************************************
135200 3100-READ-STUDENT.
135300     READ STUDENT-FILE NEXT RECORD
135400         AT END
135500             SET WS-EOF TO TRUE
135600     END-READ.
135700 3100-EXIT.
135800     EXIT.
135900
136000*****************************************************************
136100* 3200-RELEASE-ONE-STUDENT
136200*****************************************************************
136300 3200-RELEASE-ONE-STUDENT.
136400     ADD 1 TO WS-READ-COUNT
136500     PERFORM 2000-SELECT-STUDENT THRU 2000-EXIT
136600     IF WS-REJECTED
136700         GO TO 3200-NEXT
136800     END-IF
136900     ADD 1 TO WS-SELECTED-COUNT
137000     PERFORM 3300-BUILD-SORT-KEY THRU 3300-EXIT
137100     MOVE STUDENT-RECORD TO SRT-STUDENT
137200     RELEASE SORT-RECORD.
137300 3200-NEXT.
137400     PERFORM 3100-READ-STUDENT THRU 3100-EXIT.
137500 3200-EXIT.
137600     EXIT.
137700
137800*****************************************************************
137900* 3300-BUILD-SORT-KEY
138000*
138100* THE SORT FIELDS END TO END, THEN THE STUDENT ID SO THAT TIES
138200* ALWAYS COME OUT IN THE SAME ORDER.
138300*****************************************************************
138400 3300-BUILD-SORT-KEY.
138500     MOVE SPACES TO SRT-KEY
138600     MOVE 1 TO WS-KEY-POS
138700     PERFORM 3310-ADD-KEY-FIELD THRU 3310-EXIT
138800         VARYING WS-SORT-IDX FROM 1 BY 1
138900         UNTIL WS-SORT-IDX > WS-SORT-COUNT
139000     MOVE STU-ID TO SRT-KEY(WS-KEY-POS:6).
139100 3300-EXIT.
139200     EXIT.
139300
139400*****************************************************************
139500* 3310-ADD-KEY-FIELD
139600*****************************************************************
139700 3310-ADD-KEY-FIELD.
139800     MOVE WS-SORT-FLD(WS-SORT-IDX) TO WS-FLD-NO
139900     PERFORM 5000-RAW-VALUE THRU 5000-EXIT
140000     MOVE WS-FLD-SORT-WIDTH(WS-FLD-NO) TO WS-WIDTH
140100     MOVE WS-RAW-VALUE(1:WS-WIDTH)
140200         TO SRT-KEY(WS-KEY-POS:WS-WIDTH)
140300     ADD WS-WIDTH TO WS-KEY-POS.
140400 3310-EXIT.
140500     EXIT.
140600
140700*****************************************************************
140800* 4000-WRITE-LIST
140900*
141000* SORT OUTPUT PROCEDURE - THE PRINTED LISTING STARTS A FRESH
141100* PAGE AFTER THE CARDS; THE CSV FILE GETS A ROW OF COLUMN
141200* NAMES FIRST.
141300*****************************************************************
141400 4000-WRITE-LIST.
141500     IF WS-OUTPUT-CSV
141600         PERFORM 4450-WRITE-CSV-HEADER THRU 4450-EXIT
141700     ELSE
141800         MOVE WS-LIST-TITLE TO WS-PH-TITLE
141900         PERFORM 4350-PAGE-HEADING THRU 4350-EXIT
142000     END-IF
142100     SET WS-SORT-NOT-EOF TO TRUE
142200     PERFORM 4100-RETURN-SORT-RECORD THRU 4100-EXIT
142300     PERFORM 4200-LIST-ONE-STUDENT THRU 4200-EXIT
142400         UNTIL WS-SORT-EOF
142500     IF WS-OUTPUT-PRINT
142600        AND WS-LISTED-COUNT = ZERO
142700         MOVE "NO STUDENTS MEET THE SELECTION" TO PRINT-LINE
142800         WRITE PRINT-LINE
142900     END-IF.
143000 4000-EXIT.
143100     EXIT.
143200
143300*****************************************************************
143400* 4100-RETURN-SORT-RECORD
143500*****************************************************************
143600 4100-RETURN-SORT-RECORD.
143700     RETURN SORT-FILE
143800         AT END
143900             SET WS-SORT-EOF TO TRUE
144000     END-RETURN.
144100 4100-EXIT.
144200     EXIT.
144300
144400*****************************************************************
144500* 4200-LIST-ONE-STUDENT
144600*****************************************************************
144700 4200-LIST-ONE-STUDENT.
144800     MOVE SRT-STUDENT TO STUDENT-RECORD
144900     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT
145000     ADD 1 TO WS-LISTED-COUNT
145100     IF WS-OUTPUT-CSV
145200         PERFORM 4400-WRITE-CSV-ROW THRU 4400-EXIT
145300     ELSE
145400         PERFORM 4300-PRINT-ROW THRU 4300-EXIT
145500     END-IF
145600     PERFORM 4100-RETURN-SORT-RECORD THRU 4100-EXIT.
145700 4200-EXIT.
145800     EXIT.
145900
146000*****************************************************************
146100* 4300-PRINT-ROW
146200*****************************************************************
146300 4300-PRINT-ROW.
146400     IF WS-LINE-COUNT >= WS-PAGE-LINES
146500         PERFORM 4350-PAGE-HEADING THRU 4350-EXIT
146600     END-IF
146700     MOVE SPACES TO WS-DETAIL-LINE
146800     MOVE 1 TO WS-PRINT-POS
146900     PERFORM 4310-PRINT-ONE-COLUMN THRU 4310-EXIT
147000         VARYING WS-COL-IDX FROM 1 BY 1
147100         UNTIL WS-COL-IDX > WS-COL-COUNT
147200     MOVE WS-DETAIL-LINE TO PRINT-LINE
147300     WRITE PRINT-LINE
147400     ADD 1 TO WS-LINE-COUNT.
147500 4300-EXIT.
147600     EXIT.
147700
147800*****************************************************************
147900* 4310-PRINT-ONE-COLUMN
148000*****************************************************************
148100 4310-PRINT-ONE-COLUMN.
148200     MOVE WS-COL-FLD(WS-COL-IDX) TO WS-FLD-NO
148300     PERFORM 5100-DISPLAY-VALUE THRU 5100-EXIT
148400     MOVE WS-FLD-WIDTH(WS-FLD-NO) TO WS-WIDTH
148500     MOVE WS-COL-VALUE(1:WS-WIDTH)
148600         TO WS-DETAIL-LINE(WS-PRINT-POS:WS-WIDTH)
148700     COMPUTE WS-PRINT-POS = WS-PRINT-POS + WS-WIDTH + 2.
148800 4310-EXIT.
148900     EXIT.
149000
149100*****************************************************************
149200* 4350-PAGE-HEADING
149300*****************************************************************
149400 4350-PAGE-HEADING.
149500     ADD 1 TO WS-PAGE-COUNT
149600     MOVE WS-PAGE-COUNT TO WS-PH-PAGE
149700     MOVE WS-PAGE-HEADING TO PRINT-LINE
149800     WRITE PRINT-LINE AFTER ADVANCING PAGE
149900     MOVE SPACES TO WS-HEADING-LINE
150000     MOVE 1 TO WS-PRINT-POS
150100     PERFORM 4355-HEAD-ONE-COLUMN THRU 4355-EXIT
150200         VARYING WS-COL-IDX FROM 1 BY 1
150300         UNTIL WS-COL-IDX > WS-COL-COUNT
150400     MOVE SPACES TO PRINT-LINE
150500     WRITE PRINT-LINE
150600     MOVE WS-HEADING-LINE TO PRINT-LINE
150700     WRITE PRINT-LINE
150800     MOVE SPACES TO PRINT-LINE
150900     WRITE PRINT-LINE
151000     MOVE 4 TO WS-LINE-COUNT.
151100 4350-EXIT.
151200     EXIT.
151300
151400*****************************************************************
151500* 4355-HEAD-ONE-COLUMN
151600*****************************************************************
151700 4355-HEAD-ONE-COLUMN.
151800     MOVE WS-COL-FLD(WS-COL-IDX) TO WS-FLD-NO
151900     MOVE WS-FLD-WIDTH(WS-FLD-NO) TO WS-WIDTH
152000     MOVE WS-FLD-HEADING(WS-FLD-NO)
152100         TO WS-HEADING-LINE(WS-PRINT-POS:WS-WIDTH)
152200     COMPUTE WS-PRINT-POS = WS-PRINT-POS + WS-WIDTH + 2.
152300 4355-EXIT.
152400     EXIT.
152500
152600*****************************************************************
152700* 4400-WRITE-CSV-ROW
152800*****************************************************************
152900 4400-WRITE-CSV-ROW.
153000     MOVE SPACES TO CSV-LINE
153100     MOVE 1 TO WS-CSV-PTR
153200     PERFORM 4410-CSV-ONE-COLUMN THRU 4410-EXIT
153300         VARYING WS-COL-IDX FROM 1 BY 1
153400         UNTIL WS-COL-IDX > WS-COL-COUNT
153500     WRITE CSV-LINE.
153600 4400-EXIT.
153700     EXIT.
153800
153900*****************************************************************
154000* 4410-CSV-ONE-COLUMN
154100*
154200* TEXT GOES IN DOUBLE QUOTES SO A COMMA IN A NAME CANNOT SPLIT
154300* THE ROW; A DOUBLE QUOTE INSIDE THE TEXT BECOMES A SINGLE.
154400*****************************************************************
154500 4410-CSV-ONE-COLUMN.
154600     IF WS-COL-IDX > 1
154700         STRING "," DELIMITED BY SIZE
154800             INTO CSV-LINE WITH POINTER WS-CSV-PTR
154900     END-IF
155000     MOVE WS-COL-FLD(WS-COL-IDX) TO WS-FLD-NO
155100     PERFORM 5100-DISPLAY-VALUE THRU 5100-EXIT
155200     IF WS-COL-TEXT
155300         INSPECT WS-COL-VALUE REPLACING ALL QUOTE BY "'"
155400         STRING QUOTE DELIMITED BY SIZE
155500             INTO CSV-LINE WITH POINTER WS-CSV-PTR
155600     END-IF
155700     PERFORM 5200-TRIM-VALUE THRU 5200-EXIT
155800     IF WS-TRIM-LEN > ZERO
155900         STRING WS-COL-VALUE(WS-TRIM-START:WS-TRIM-LEN)
156000             DELIMITED BY SIZE
156100             INTO CSV-LINE WITH POINTER WS-CSV-PTR
156200     END-IF
156300     IF WS-COL-TEXT
156400         STRING QUOTE DELIMITED BY SIZE
156500             INTO CSV-LINE WITH POINTER WS-CSV-PTR
156600     END-IF.
156700 4410-EXIT.
156800     EXIT.
156900
157000*****************************************************************
157100* 4450-WRITE-CSV-HEADER
157200*****************************************************************
157300 4450-WRITE-CSV-HEADER.
157400     MOVE SPACES TO CSV-LINE
157500     MOVE 1 TO WS-CSV-PTR
157600     PERFORM 4455-CSV-ONE-NAME THRU 4455-EXIT
157700         VARYING WS-COL-IDX FROM 1 BY 1
157800         UNTIL WS-COL-IDX > WS-COL-COUNT
157900     WRITE CSV-LINE.
158000 4450-EXIT.
158100     EXIT.
158200
158300*****************************************************************
158400* 4455-CSV-ONE-NAME
158500*****************************************************************
158600 4455-CSV-ONE-NAME.
158700     IF WS-COL-IDX > 1
158800         STRING "," DELIMITED BY SIZE
158900             INTO CSV-LINE WITH POINTER WS-CSV-PTR
159000     END-IF
159100     MOVE WS-COL-FLD(WS-COL-IDX) TO WS-FLD-NO
159200     STRING WS-FLD-NAME(WS-FLD-NO) DELIMITED BY SPACE
159300         INTO CSV-LINE WITH POINTER WS-CSV-PTR.
159400 4455-EXIT.
159500     EXIT.
159600
159700*****************************************************************
159800* 5000-RAW-VALUE
159900*
160000* FIELD WS-FLD-NO OF THE MASTER RECORD AS IT SORTS.  A BLANK
160100* STATUS SORTS WITH THE A'S.
160200*****************************************************************
160300 5000-RAW-VALUE.
160400     MOVE SPACES TO WS-RAW-VALUE
160500     EVALUATE WS-FLD-NO
160600         WHEN 1
160700             MOVE STU-ID TO WS-RAW-VALUE
160800         WHEN 2
160900             MOVE STU-LAST-NAME  TO WS-RAW-VALUE(1:15)
161000             MOVE STU-FIRST-NAME TO WS-RAW-VALUE(16:12)
161100         WHEN 3
161200             MOVE STU-LAST-NAME TO WS-RAW-VALUE
161300         WHEN 4
161400             MOVE STU-FIRST-NAME TO WS-RAW-VALUE
161500         WHEN 5
161600             MOVE STU-DATE-OF-BIRTH TO WS-RAW-VALUE
161700         WHEN 7
161800             MOVE STU-GRADE-SECTION(1:2) TO WS-RAW-VALUE
161900         WHEN 8
162000             MOVE STU-SECTION TO WS-RAW-VALUE
162100         WHEN 9
162200             MOVE STU-HOMEROOM TO WS-RAW-VALUE
162300         WHEN 10
162400             MOVE STU-GUARDIAN-NAME TO WS-RAW-VALUE
162500         WHEN 11
162600             MOVE STU-GUARDIAN-PHONE TO WS-RAW-VALUE
162700         WHEN 12
162800             MOVE STU-ENROLLMENT-DATE TO WS-RAW-VALUE
162900         WHEN 13
163000             IF STU-STATUS-ACTIVE
163100                 MOVE "A" TO WS-RAW-VALUE
163200             ELSE
163300                 MOVE STU-ENROLL-STATUS TO WS-RAW-VALUE
163400             END-IF
163500         WHEN 14
163600             MOVE STU-STATUS-DATE TO WS-RAW-VALUE
163700         WHEN 15
163800             MOVE STU-STATUS-REASON TO WS-RAW-VALUE
163900     END-EVALUATE.
164000 5000-EXIT.
164100     EXIT.
164200
164300*****************************************************************
164400* 5100-DISPLAY-VALUE
164500*
164600* FIELD WS-FLD-NO OF THE MASTER RECORD AS IT IS LISTED.  NAME
164700* IS "LAST, FIRST"; AN EMPTY STATUS DATE IS LEFT BLANK.
164800*****************************************************************
164900 5100-DISPLAY-VALUE.
165000     MOVE SPACES TO WS-COL-VALUE
165100     SET WS-COL-TEXT TO TRUE
165200     EVALUATE WS-FLD-NO
165300         WHEN 2
165400             PERFORM 5150-BUILD-NAME THRU 5150-EXIT
165500         WHEN 5
165600             SET WS-COL-NUMBER TO TRUE
165700             MOVE STU-DATE-OF-BIRTH TO WS-COL-VALUE
165800         WHEN 6
165900             SET WS-COL-NUMBER TO TRUE
166000             IF WS-AGE-KNOWN
166100                 MOVE WS-AGE TO WS-AGE-EDIT
166200                 MOVE WS-AGE-EDIT TO WS-COL-VALUE
166300             END-IF
166400         WHEN 7
166500             SET WS-COL-NUMBER TO TRUE
166600             MOVE STU-GRADE-SECTION(1:2) TO WS-COL-VALUE
166700         WHEN 12
166800             SET WS-COL-NUMBER TO TRUE
166900             MOVE STU-ENROLLMENT-DATE TO WS-COL-VALUE
167000         WHEN 14
167100             SET WS-COL-NUMBER TO TRUE
167200             IF STU-STATUS-DATE NUMERIC
167300                AND STU-STATUS-DATE > ZERO
167400                 MOVE STU-STATUS-DATE TO WS-COL-VALUE
167500             END-IF
167600         WHEN OTHER
167700             PERFORM 5000-RAW-VALUE THRU 5000-EXIT
167800             MOVE WS-RAW-VALUE TO WS-COL-VALUE
167900     END-EVALUATE.
168000 5100-EXIT.
168100     EXIT.
168200
168300*****************************************************************
168400* 5150-BUILD-NAME
168500*****************************************************************
168600 5150-BUILD-NAME.
168700     IF STU-LAST-NAME = SPACES
168800         MOVE STU-FIRST-NAME TO WS-COL-VALUE
168900         GO TO 5150-EXIT
169000     END-IF
169100     MOVE 15 TO WS-NAME-LEN
169200     PERFORM 5155-BACK-UP-NAME THRU 5155-EXIT
169300         UNTIL STU-LAST-NAME(WS-NAME-LEN:1) NOT = SPACE
169400     STRING STU-LAST-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
169500            ", "                         DELIMITED BY SIZE
169600            STU-FIRST-NAME               DELIMITED BY SIZE
169700         INTO WS-COL-VALUE
169800     END-STRING.
169900 5150-EXIT.
170000     EXIT.
170100
170200*****************************************************************
170300* 5155-BACK-UP-NAME
170400*****************************************************************
170500 5155-BACK-UP-NAME.
170600     SUBTRACT 1 FROM WS-NAME-LEN.
170700 5155-EXIT.
170800     EXIT.
170900
171000*****************************************************************
171100* 5200-TRIM-VALUE
171200*
171300* WS-TRIM-START AND WS-TRIM-LEN MARK WS-COL-VALUE WITHOUT ITS
171400* LEADING AND TRAILING SPACES - A LENGTH OF ZERO IF BLANK.
171500*****************************************************************
171600 5200-TRIM-VALUE.
171700     MOVE ZERO TO WS-TRIM-LEN
171800     IF WS-COL-VALUE = SPACES
171900         GO TO 5200-EXIT
172000     END-IF
172100     MOVE ZERO TO WS-TRIM-LEAD
172200     INSPECT WS-COL-VALUE TALLYING WS-TRIM-LEAD
172300         FOR LEADING SPACE
172400     COMPUTE WS-TRIM-START = WS-TRIM-LEAD + 1
172500     MOVE 29 TO WS-TRIM-END
172600     PERFORM 5210-BACK-UP-VALUE THRU 5210-EXIT
172700         UNTIL WS-COL-VALUE(WS-TRIM-END:1) NOT = SPACE
172800     COMPUTE WS-TRIM-LEN = WS-TRIM-END - WS-TRIM-LEAD.
172900 5200-EXIT.
173000     EXIT.
173100
173200*****************************************************************
173300* 5210-BACK-UP-VALUE
173400*****************************************************************
173500 5210-BACK-UP-VALUE.
173600     SUBTRACT 1 FROM WS-TRIM-END.
173700 5210-EXIT.
173800     EXIT.
173900
174000*****************************************************************
174100* 8000-TERMINATE
174200*****************************************************************
174300 8000-TERMINATE.
174400     IF WS-ABORTED
174500         IF WS-STUDENT-OPEN
174600             CLOSE STUDENT-FILE
174700         END-IF
174800         CLOSE PRINT-FILE
174900         GO TO 8000-EXIT
175000     END-IF
175100     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
175200     CLOSE STUDENT-FILE
175300     IF WS-CSV-OPEN
175400         CLOSE CSV-FILE
175500     END-IF
175600     CLOSE PRINT-FILE.
175700 8000-EXIT.
175800     EXIT.
175900
176000*****************************************************************
176100* 8100-PRINT-TOTALS
176200*****************************************************************
176300 8100-PRINT-TOTALS.
176400     MOVE SPACES TO PRINT-LINE
176500     WRITE PRINT-LINE
176600     MOVE "STUDENT RECORDS READ:         " TO WS-TL-LABEL
176700     MOVE WS-READ-COUNT TO WS-TL-COUNT
176800     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
176900     MOVE "STUDENTS SELECTED:            " TO WS-TL-LABEL
177000     MOVE WS-SELECTED-COUNT TO WS-TL-COUNT
177100     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT
177200     IF WS-OUTPUT-CSV
177300         MOVE "ROWS WRITTEN TO LISTCSV:      " TO WS-TL-LABEL
177400     ELSE
177500         MOVE "STUDENTS LISTED:              " TO WS-TL-LABEL
177600     END-IF
177700     MOVE WS-LISTED-COUNT TO WS-TL-COUNT
177800     PERFORM 8200-PRINT-TOTAL-LINE THRU 8200-EXIT.
177900 8100-EXIT.
178000     EXIT.
178100
178200*****************************************************************
178300* 8200-PRINT-TOTAL-LINE
178400*****************************************************************
178500 8200-PRINT-TOTAL-LINE.
178600     MOVE WS-TOTAL-LINE TO PRINT-LINE
178700     WRITE PRINT-LINE.
178800 8200-EXIT.
178900     EXIT.
