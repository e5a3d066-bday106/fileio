000836*                 LISTS AND RE-KEYS A STUDENT'S CONTACTS.
000837*                 THE NURSE'S OFFICE NEEDS THREE NUMBERS,
000838*                 NOT THE ONE THE MASTER CARRIES.
000839* 2026-10-15 MFM  MAINT MODE GAINED AN 'H' ACTION THAT
000840*                 CARRIES A NEW GUARDIAN PHONE, OR THE
000841*                 STUDENT'S CONTACT SET, TO EVERY ACTIVE
000842*                 SIBLING IN ITS HOUSEHOLD ON HOUSEHLD.DAT
000843*                 (HHLDREC.CPY), WITH A STUHIST ROW FOR EACH
000844*                 STUDENT CHANGED.
000845* 2026-10-15 MFM  EVERY RUN NOW CHECKS THE OPERATOR AGAINST
000846*                 THE OPERATOR AUTHORIZATION FILE, OPERAUTH
000847*                 (OPERREC.CPY), AT STARTUP - INTAKE, MAINT,
000848*                 BATCH, RECYCLE AND PREREG EACH NEED THEIR
000849*                 OWN AUTHORITY.  A REFUSED RUN ENDS RC 8
000850*                 BEFORE ANYTHING IS WRITTEN AND IS LOGGED TO
000851*                 SECVIOL (SECVREC.CPY) FOR SECVRPT.
000839*****************************************************************
000840
000841 ENVIRONMENT DIVISION.
001113         ACCESS MODE IS DYNAMIC
001114         RECORD KEY IS CONT-KEY
001115         FILE STATUS IS WS-CONT-FILE-STATUS.
001116     SELECT HOUSEHOLD-FILE ASSIGN TO HOUSEHLD
001117         ORGANIZATION IS INDEXED
001118         ACCESS MODE IS DYNAMIC
001119         RECORD KEY IS HHLD-KEY
001120         FILE STATUS IS WS-HHLD-FILE-STATUS.
001121     SELECT OPERATOR-FILE ASSIGN TO OPERAUTH
001122         ORGANIZATION IS INDEXED
001123         ACCESS MODE IS RANDOM
001124         RECORD KEY IS OPR-ID
001125         FILE STATUS IS WS-OPR-FILE-STATUS.
001126     SELECT SECVIOL-FILE ASSIGN TO SECVIOL
001127         ORGANIZATION IS LINE SEQUENTIAL
001128         FILE STATUS IS WS-SECV-FILE-STATUS.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001277 01  STAGING-RECORD                  PIC X(108).
001278 FD  CONTACT-FILE.
001279     COPY CONTREC.
001280 FD  HOUSEHOLD-FILE.
001281     COPY HHLDREC.
001282 FD  OPERATOR-FILE.
001283     COPY OPERREC.
001284 FD  SECVIOL-FILE.
001285     COPY SECVREC.
001270
001280 WORKING-STORAGE SECTION.
001290*****************************************************************
001432 01  WS-STAGE-FILE-STATUS        PIC X(02).
001433 01  WS-CONT-FILE-STATUS         PIC X(02).
001434     88  WS-CONT-FILE-NOTFND     VALUE "35".
001435 01  WS-HHLD-FILE-STATUS         PIC X(02).
001436 01  WS-OPR-FILE-STATUS          PIC X(02).
001437 01  WS-SECV-FILE-STATUS         PIC X(02).
001438     88  WS-SECV-FILE-NOTFND     VALUE "35".
001430
001440*****************************************************************
001450* RUN MODE SWITCH - SET FROM THE PARM PASSED ON THE EXEC
002248     88  WS-MAINT-DELETE         VALUE "D", "d".
002252     88  WS-MAINT-REACTIVATE     VALUE "R", "r".
002256     88  WS-MAINT-CONTACTS       VALUE "E", "e".
002257     88  WS-MAINT-HOUSEHOLD      VALUE "H", "h".
002262
002263*****************************************************************
002264* ENROLLMENT STATUS WORKING FIELDS
002350 01  WS-CONT-DONE-SWITCH         PIC X(01).
002351     88  WS-CONT-DONE            VALUE "Y".
002352     88  WS-CONT-MORE            VALUE "N".
002353
002354*****************************************************************
002355* HOUSEHOLD WORKING FIELDS
002356*
002357* MAINT'S 'H' ACTION.  THE HOUSEHOLD FILE IS READ ONLY HERE -
002358* HHMAINT OWNS IT - AND IS OPTIONAL: WITHOUT IT THE ACTION IS
002359* REFUSED.  WS-SIB-ID HOLDS THE OTHER MEMBERS OF THE
002360* STUDENT'S HOUSEHOLD; WS-CC-RECORD HOLDS THE CONTACT ROWS
002361* BEING COPIED TO THEM.
002362*****************************************************************
002363 01  WS-HHLD-OPEN-SWITCH         PIC X(01) VALUE "N".
002364     88  WS-HHLD-OPEN            VALUE "Y".
002365 01  WS-HHLD-EOF-SWITCH          PIC X(01).
002366     88  WS-HHLD-EOF             VALUE "Y".
002367     88  WS-HHLD-NOT-EOF         VALUE "N".
002368 01  WS-HHLD-FOUND-SWITCH        PIC X(01).
002369     88  WS-HHLD-FOUND           VALUE "Y".
002370     88  WS-HHLD-NOT-FOUND       VALUE "N".
002371 01  WS-HHLD-ACTION              PIC X(01).
002372     88  WS-HHLD-PHONE           VALUE "P", "p".
002373     88  WS-HHLD-CONTACTS        VALUE "E", "e".
002374 01  WS-MAINT-HHLD               PIC 9(06).
002375 01  WS-HOME-STUDENT-ID          PIC X(06).
002376 01  WS-NEW-GUARDIAN-PHONE       PIC X(10).
002377 01  WS-SIBLING-TABLE.
002378     05  WS-SIB-ID OCCURS 20 TIMES
002379                                 PIC X(06).
002380 01  WS-SIB-COUNT                PIC 9(02) VALUE ZERO.
002381 01  WS-SIB-LIMIT                PIC 9(02) VALUE 20.
002382 01  WS-SIB-SUB                  PIC 9(02) VALUE ZERO.
002383 01  WS-COPY-CONTACT-TABLE.
002384     05  WS-CC-RECORD OCCURS 9 TIMES
002385                                 PIC X(60).
002386 01  WS-CC-COUNT                 PIC 9(02) VALUE ZERO.
002387 01  WS-CC-SUB                   PIC 9(02) VALUE ZERO.
002270*****************************************************************
002280* STUDENT WRITE STATUS
002290*
002429*****************************************************************
002430 01  WS-FEED-SEQUENCE             PIC 9(06) VALUE ZERO.
002431 01  WS-EXTR-WRITE-COUNT          PIC 9(06) COMP VALUE ZERO.
002433
002434*****************************************************************
002435* OPERATOR AUTHORIZATION FIELDS (SEE 9700) - THE AUTHORITY THIS
002436* RUN NEEDS IS NAMED FROM ITS MODE.
002437*****************************************************************
002438 01  WS-OPR-MODE                 PIC X(08).
002439     88  WS-OPR-MODE-INTAKE      VALUE "INTAKE".
002440 01  WS-OPR-AUTH-SWITCH          PIC X(01).
002441     88  WS-OPR-AUTHORIZED       VALUE "Y".
002442     88  WS-OPR-REFUSED          VALUE "N".
002443 01  WS-SECV-REASON              PIC X(02).
002444     88  WS-SECV-NOT-ON-FILE     VALUE "01".
002445     88  WS-SECV-NOT-AUTHORIZED  VALUE "02".
002446     88  WS-SECV-FILE-UNAVAILABLE VALUE "03".
002447     88  WS-SECV-NO-OPERATOR-ID  VALUE "04".
002432
002440*****************************************************************
002450* PARM AREA
002877     IF WS-RUN-MODE = SPACES
002878         MOVE "ADD" TO WS-RUN-MODE
002879     END-IF
002880*    NO OPERATOR GETS PAST HERE WITHOUT THIS MODE'S AUTHORITY
002881*    ON OPERAUTH (9700) - CHECKED BEFORE ANY FILE IS OPENED, SO
002882*    A REFUSED RUN LEAVES EVERY FILE AS IT WAS.
002883     PERFORM 9700-CHECK-OPERATOR THRU 9700-EXIT
002884     IF WS-OPR-REFUSED
002885         MOVE 8 TO RETURN-CODE
002886         STOP RUN
002887     END-IF
002880     OPEN I-O STUDENT-FILE
002890     IF WS-STUDENT-FILE-NOTFND
002900         OPEN OUTPUT STUDENT-FILE
002919         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002921     END-IF
002930     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
002940     ACCEPT WS-START-TIME FROM TIME
002942*    THE CHANGE HISTORY RIDES ALONG ON EVERY RUN MODE - EVERY
003010         OPEN INPUT TRANSACTION-FILE
003015         OPEN EXTEND SUSPENSE-FILE
003020     END-IF
003021*    MAINT'S 'H' ACTION NEEDS THE FILE HHMATCH BUILDS.
003022     IF WS-MODE-MAINT
003023         OPEN INPUT HOUSEHOLD-FILE
003024         IF WS-HHLD-FILE-STATUS = "00"
003025             SET WS-HHLD-OPEN TO TRUE
003026         ELSE
003027             CLOSE HOUSEHOLD-FILE
003028         END-IF
003029     END-IF
003030     IF NOT WS-MODE-MAINT AND NOT WS-MODE-PREREG
003040         PERFORM 1100-RESTART-CHECK THRU 1100-EXIT
003050     END-IF
009345         END-IF
009346         MOVE STUDENT-RECORD TO WS-BEFORE-IMAGE
009350         DISPLAY "ENTER C TO CORRECT, D TO WITHDRAW, R TO "
009360             "REACTIVATE, E FOR CONTACTS, H FOR THE WHOLE "
009365             "HOUSEHOLD, ELSE NO CHANGE"
009370         ACCEPT  WS-MAINT-ACTION
009380         EVALUATE TRUE
009390             WHEN WS-MAINT-CORRECT
009427                 PERFORM 4500-REACTIVATE-STUDENT THRU 4500-EXIT
009428             WHEN WS-MAINT-CONTACTS
009429                 PERFORM 6600-EDIT-CONTACTS THRU 6600-EXIT
009430             WHEN WS-MAINT-HOUSEHOLD
009431                 PERFORM 4600-HOUSEHOLD-CHANGE THRU 4600-EXIT
009430             WHEN OTHER
009440                 DISPLAY "*** NO CHANGE MADE ***"
009450         END-EVALUATE
009968     DISPLAY "*** STUDENT " STU-ID " REACTIVATED ***".
009969 4500-EXIT.
009970     EXIT.
009971
009972*****************************************************************
009973* 4600-HOUSEHOLD-CHANGE
009974*
009975* MAINT'S 'H' ACTION - CARRIES ONE CHANGE FROM THE STUDENT IN
009976* HAND TO EVERY ACTIVE SIBLING IN ITS HOUSEHOLD, SO A PARENT'S
009977* NEW NUMBER IS KEYED ONCE AND THE CHILDREN STOP DRIFTING
009978* APART.  P SETS A NEW GUARDIAN PHONE; E GIVES EVERY SIBLING
009979* THIS STUDENT'S CONTACT SET, RE-KEYED FIRST IF ASKED.  A
009980* STUDENT IN NO HOUSEHOLD, OR KEPT OUT OF HOUSEHOLDS (NUMBER
009981* ZERO), HAS NO SIBLINGS TO CHANGE - C AND E STILL SERVE IT.
009982*****************************************************************
009983 4600-HOUSEHOLD-CHANGE.
009984     IF NOT WS-HHLD-OPEN
009985         DISPLAY "*** HOUSEHOLD FILE NOT AVAILABLE - NO CHANGE "
009986             "MADE ***"
009987         GO TO 4600-EXIT
009988     END-IF
009989     MOVE STU-ID TO WS-HOME-STUDENT-ID
009990     PERFORM 4610-FIND-HOUSEHOLD THRU 4610-EXIT
009991     IF WS-HHLD-NOT-FOUND OR WS-MAINT-HHLD = ZERO
009992         DISPLAY "*** STUDENT " STU-ID " IS NOT IN A HOUSEHOLD "
009993             "- NO CHANGE MADE ***"
009994         GO TO 4600-EXIT
009995     END-IF
009996     PERFORM 4620-LOAD-SIBLINGS THRU 4620-EXIT
009997     IF WS-SIB-COUNT = ZERO
009998         DISPLAY "*** NO OTHER STUDENTS IN HOUSEHOLD "
009999             WS-MAINT-HHLD " - NO CHANGE MADE ***"
010000         GO TO 4600-EXIT
010001     END-IF
010002     DISPLAY "ENTER P TO CHANGE THE GUARDIAN PHONE, E TO SET "
010003         "THE CONTACTS, FOR THE WHOLE HOUSEHOLD, ELSE NO CHANGE"
010004     ACCEPT  WS-HHLD-ACTION
010005     EVALUATE TRUE
010006         WHEN WS-HHLD-PHONE
010007             PERFORM 4650-HOUSEHOLD-PHONE THRU 4650-EXIT
010008         WHEN WS-HHLD-CONTACTS
010009             PERFORM 4670-HOUSEHOLD-CONTACTS THRU 4670-EXIT
010010         WHEN OTHER
010011             DISPLAY "*** NO CHANGE MADE ***"
010012     END-EVALUATE.
010013 4600-EXIT.
010014     EXIT.
010015
010016*****************************************************************
010017* 4610-FIND-HOUSEHOLD
010018*
010019* THE HOUSEHOLD FILE IS KEYED BY HOUSEHOLD FIRST, SO FINDING
010020* THE STUDENT'S HOUSEHOLD IS A PASS OVER THE FILE, AS IN
010021* HHMAINT.  LEAVES THE NUMBER IN WS-MAINT-HHLD.
010022*****************************************************************
010023 4610-FIND-HOUSEHOLD.
010024     SET WS-HHLD-NOT-FOUND TO TRUE
010025     SET WS-HHLD-NOT-EOF TO TRUE
010026     MOVE ZERO       TO WS-MAINT-HHLD
010027     MOVE LOW-VALUES TO HHLD-KEY
010028     START HOUSEHOLD-FILE
010029         KEY IS NOT < HHLD-KEY
010030         INVALID KEY
010031             SET WS-HHLD-EOF TO TRUE
010032     END-START
010033     PERFORM 4615-CHECK-ONE-HOUSEHOLD THRU 4615-EXIT
010034         UNTIL WS-HHLD-EOF OR WS-HHLD-FOUND.
010035 4610-EXIT.
010036     EXIT.
010037
010038*****************************************************************
010039* 4615-CHECK-ONE-HOUSEHOLD
010040*****************************************************************
010041 4615-CHECK-ONE-HOUSEHOLD.
010042     READ HOUSEHOLD-FILE NEXT RECORD
010043         AT END
010044             SET WS-HHLD-EOF TO TRUE
010045             GO TO 4615-EXIT
010046     END-READ
010047     IF HHLD-STUDENT-ID = WS-HOME-STUDENT-ID
010048         SET WS-HHLD-FOUND TO TRUE
010049         MOVE HHLD-NUMBER TO WS-MAINT-HHLD
010050     END-IF.
010051 4615-EXIT.
010052     EXIT.
010053
010054*****************************************************************
010055* 4620-LOAD-SIBLINGS
010056*
010057* EVERY OTHER STUDENT FILED UNDER WS-MAINT-HHLD.  WHETHER EACH
010058* IS STILL ACTIVE IS SETTLED WHEN ITS MASTER IS READ.
010059*****************************************************************
010060 4620-LOAD-SIBLINGS.
010061     MOVE ZERO TO WS-SIB-COUNT
010062     SET WS-HHLD-NOT-EOF TO TRUE
010063     MOVE WS-MAINT-HHLD TO HHLD-NUMBER
010064     MOVE LOW-VALUES    TO HHLD-STUDENT-ID
010065     START HOUSEHOLD-FILE
010066         KEY IS NOT < HHLD-KEY
010067         INVALID KEY
010068             SET WS-HHLD-EOF TO TRUE
010069     END-START
010070     PERFORM 4625-LOAD-ONE-SIBLING THRU 4625-EXIT
010071         UNTIL WS-HHLD-EOF.
010072 4620-EXIT.
010073     EXIT.
010074
010075*****************************************************************
010076* 4625-LOAD-ONE-SIBLING
010077*****************************************************************
010078 4625-LOAD-ONE-SIBLING.
010079     READ HOUSEHOLD-FILE NEXT RECORD
010080         AT END
010081             SET WS-HHLD-EOF TO TRUE
010082             GO TO 4625-EXIT
010083     END-READ
010084     IF HHLD-NUMBER NOT = WS-MAINT-HHLD
010085         SET WS-HHLD-EOF TO TRUE
010086         GO TO 4625-EXIT
010087     END-IF
010088     IF HHLD-STUDENT-ID = WS-HOME-STUDENT-ID
010089         GO TO 4625-EXIT
010090     END-IF
010091     IF WS-SIB-COUNT >= WS-SIB-LIMIT
010092         DISPLAY "*** MORE THAN " WS-SIB-LIMIT " SIBLINGS - "
010093             HHLD-STUDENT-ID " NOT CHANGED ***"
010094         GO TO 4625-EXIT
010095     END-IF
010096     ADD 1 TO WS-SIB-COUNT
010097     MOVE HHLD-STUDENT-ID TO WS-SIB-ID(WS-SIB-COUNT)
010098     DISPLAY "   HOUSEHOLD " WS-MAINT-HHLD " ALSO HAS STUDENT "
010099         HHLD-STUDENT-ID.
010100 4625-EXIT.
010101     EXIT.
010102
010103*****************************************************************
010104* 4630-READ-SIBLING
010105*
010106* BRINGS SIBLING WS-SIB-SUB'S MASTER INTO STUDENT-RECORD AND
010107* SNAPS ITS BEFORE IMAGE.  A SIBLING NO LONGER ON THE MASTER OR
010108* NO LONGER ACTIVE IS PASSED OVER - WS-MAINT-NOTFOUND SAYS SO.
010109*****************************************************************
010110 4630-READ-SIBLING.
010111     SET WS-MAINT-NOTFOUND TO TRUE
010112     MOVE WS-SIB-ID(WS-SIB-SUB) TO STU-ID
010113     READ STUDENT-FILE
010114         KEY IS STU-ID
010115         INVALID KEY
010116             DISPLAY "*** SIBLING " STU-ID " NOT ON STUDENTS.DAT "
010117                 "- SKIPPED ***"
010118             GO TO 4630-EXIT
010119     END-READ
010120     IF NOT STU-STATUS-ACTIVE
010121         DISPLAY "*** SIBLING " STU-ID " IS NOT ACTIVE - "
010122             "SKIPPED ***"
010123         GO TO 4630-EXIT
010124     END-IF
010125     SET WS-MAINT-FOUND TO TRUE
010126     MOVE STUDENT-RECORD TO WS-BEFORE-IMAGE.
010127 4630-EXIT.
010128     EXIT.
010129
010130*****************************************************************
010131* 4650-HOUSEHOLD-PHONE
010132*
010133* THE NEW NUMBER IS EDITED AS 2700 EDITS THE INTAKE PHONE, THEN
010134* APPLIED TO THE STUDENT IN HAND AND TO EACH ACTIVE SIBLING.
010135*****************************************************************
010136 4650-HOUSEHOLD-PHONE.
010137     MOVE SPACES TO WS-NEW-GUARDIAN-PHONE
010138     PERFORM 4655-GET-HOUSEHOLD-PHONE THRU 4655-EXIT
010139         UNTIL WS-NEW-GUARDIAN-PHONE NUMERIC
010140     PERFORM 4660-APPLY-PHONE THRU 4660-EXIT
010141     PERFORM 4665-APPLY-SIBLING-PHONE THRU 4665-EXIT
010142         VARYING WS-SIB-SUB FROM 1 BY 1
010143         UNTIL WS-SIB-SUB > WS-SIB-COUNT.
010144 4650-EXIT.
010145     EXIT.
010146
010147*****************************************************************
010148* 4655-GET-HOUSEHOLD-PHONE
010149*
010150* ONE PASS OF THE PHONE PROMPT - THE CALLER LOOPS UNTIL THE
010151* REPLY IS ALL DIGITS.
010152*****************************************************************
010153 4655-GET-HOUSEHOLD-PHONE.
010154     DISPLAY "ENTER NEW GUARDIAN PHONE (10 DIGITS)"
010155     ACCEPT  WS-NEW-GUARDIAN-PHONE
010156     IF WS-NEW-GUARDIAN-PHONE NOT NUMERIC
010157         DISPLAY "*** PHONE " WS-NEW-GUARDIAN-PHONE
010158             " MUST BE 10 DIGITS ***"
010159     END-IF.
010160 4655-EXIT.
010161     EXIT.
010162
010163*****************************************************************
010164* 4660-APPLY-PHONE
010165*
010166* SETS THE NEW PHONE ON THE MASTER NOW IN STUDENT-RECORD, WHOSE
010167* BEFORE IMAGE IS ALREADY SNAPPED, AND LOGS IT AS A CHANGE.  A
010168* STUDENT ALREADY CARRYING THE NUMBER IS LEFT ALONE.
010169*****************************************************************
010170 4660-APPLY-PHONE.
010171     IF STU-GUARDIAN-PHONE = WS-NEW-GUARDIAN-PHONE
010172         DISPLAY "*** STUDENT " STU-ID " ALREADY HAS THAT "
010173             "PHONE ***"
010174         GO TO 4660-EXIT
010175     END-IF
010176     MOVE WS-NEW-GUARDIAN-PHONE TO STU-GUARDIAN-PHONE
010177     REWRITE STUDENT-RECORD
010178         INVALID KEY
010179             DISPLAY "*** ERROR REWRITING STUDENT " STU-ID
010180                 " ***"
010181             GO TO 4660-EXIT
010182     END-REWRITE
010183     MOVE "C" TO WS-HIST-ACTION
010184     PERFORM 7400-WRITE-HISTORY-RECORD THRU 7400-EXIT
010185     ADD 1 TO WS-RUN-REC-COUNT
010186     DISPLAY "*** STUDENT " STU-ID " PHONE UPDATED ***".
010187 4660-EXIT.
010188     EXIT.
010189
010190*****************************************************************
010191* 4665-APPLY-SIBLING-PHONE
010192*****************************************************************
010193 4665-APPLY-SIBLING-PHONE.
010194     PERFORM 4630-READ-SIBLING THRU 4630-EXIT
010195     IF WS-MAINT-FOUND
010196         PERFORM 4660-APPLY-PHONE THRU 4660-EXIT
010197     END-IF.
010198 4665-EXIT.
010199     EXIT.
010200
010201*****************************************************************
010202* 4670-HOUSEHOLD-CONTACTS
010203*
010204* THE STUDENT IN HAND'S CONTACTS ARE THE HOUSEHOLD'S.  THEY ARE
010205* LISTED, OPTIONALLY CLEARED AND RE-KEYED AS IN 6600, THEN
010206* COPIED OVER EACH ACTIVE SIBLING'S SET.  COPYING WITHOUT
010207* RE-KEYING IS HOW THE OFFICE SETTLES A HOUSEHOLD HHCHECK HAS
010208* FLAGGED - PULL UP THE CHILD WHOSE CONTACTS ARE RIGHT.  THE
010209* MASTER IS UNTOUCHED, SO EACH STUHIST ROW CARRIES THE SAME
010210* BEFORE AND AFTER IMAGE UNDER ACTION E.
010211*****************************************************************
010212 4670-HOUSEHOLD-CONTACTS.
010213     PERFORM 6610-LIST-CONTACTS THRU 6610-EXIT
010214     DISPLAY "ENTER Y TO CLEAR AND RE-KEY THESE CONTACTS FIRST, "
010215         "C TO COPY THEM AS THEY STAND, ELSE NO CHANGE"
010216     ACCEPT  WS-MAINT-ACTION
010217     EVALUATE WS-MAINT-ACTION
010218         WHEN "Y"
010219         WHEN "y"
010220             PERFORM 6620-PURGE-CONTACTS THRU 6620-EXIT
010221             PERFORM 6500-GET-CONTACTS THRU 6500-EXIT
010222             MOVE "E" TO WS-HIST-ACTION
010223             PERFORM 7400-WRITE-HISTORY-RECORD THRU 7400-EXIT
010224             ADD 1 TO WS-RUN-REC-COUNT
010225         WHEN "C"
010226         WHEN "c"
010227             CONTINUE
010228         WHEN OTHER
010229             DISPLAY "*** NO CHANGE MADE ***"
010230             GO TO 4670-EXIT
010231     END-EVALUATE
010232     PERFORM 4675-LOAD-HOME-CONTACTS THRU 4675-EXIT
010233     IF WS-CC-COUNT = ZERO
010234         DISPLAY "*** NO CONTACTS TO COPY - SIBLINGS LEFT "
010235             "UNCHANGED ***"
010236         GO TO 4670-EXIT
010237     END-IF
010238     PERFORM 4680-COPY-SIBLING-CONTACTS THRU 4680-EXIT
010239         VARYING WS-SIB-SUB FROM 1 BY 1
010240         UNTIL WS-SIB-SUB > WS-SIB-COUNT.
010241 4670-EXIT.
010242     EXIT.
010243
010244*****************************************************************
010245* 4675-LOAD-HOME-CONTACTS
010246*
010247* HOLDS THE STUDENT IN HAND'S CONTACT ROWS FOR COPYING.  NO
010248* MORE THAN WS-CONT-LIMIT CAN BE ON FILE - 6510 STOPS THERE.
010249*****************************************************************
010250 4675-LOAD-HOME-CONTACTS.
010251     MOVE ZERO TO WS-CC-COUNT
010252     SET WS-CONT-MORE TO TRUE
010253     MOVE WS-HOME-STUDENT-ID TO CONT-STUDENT-ID
010254     MOVE ZERO               TO CONT-SEQUENCE
010255     START CONTACT-FILE
010256         KEY IS > CONT-KEY
010257         INVALID KEY
010258             SET WS-CONT-DONE TO TRUE
010259     END-START
010260     PERFORM 4677-LOAD-ONE-CONTACT THRU 4677-EXIT
010261         UNTIL WS-CONT-DONE.
010262 4675-EXIT.
010263     EXIT.
010264
010265*****************************************************************
010266* 4677-LOAD-ONE-CONTACT
010267*****************************************************************
010268 4677-LOAD-ONE-CONTACT.
010269     READ CONTACT-FILE NEXT RECORD
010270         AT END
010271             SET WS-CONT-DONE TO TRUE
010272             GO TO 4677-EXIT
010273     END-READ
010274     IF CONT-STUDENT-ID NOT = WS-HOME-STUDENT-ID
010275        OR WS-CC-COUNT >= WS-CONT-LIMIT
010276         SET WS-CONT-DONE TO TRUE
010277         GO TO 4677-EXIT
010278     END-IF
010279     ADD 1 TO WS-CC-COUNT
010280     MOVE CONTACT-RECORD TO WS-CC-RECORD(WS-CC-COUNT).
010281 4677-EXIT.
010282     EXIT.
010283
010284*****************************************************************
010285* 4680-COPY-SIBLING-CONTACTS
010286*
010287* CLEARS THE SIBLING'S CONTACT ROWS (6620 WORKS ON STU-ID) AND
010288* WRITES THE HELD SET UNDER ITS ID.
010289*****************************************************************
010290 4680-COPY-SIBLING-CONTACTS.
010291     PERFORM 4630-READ-SIBLING THRU 4630-EXIT
010292     IF WS-MAINT-NOTFOUND
010293         GO TO 4680-EXIT
010294     END-IF
010295     PERFORM 6620-PURGE-CONTACTS THRU 6620-EXIT
010296     PERFORM 4685-WRITE-ONE-CONTACT THRU 4685-EXIT
010297         VARYING WS-CC-SUB FROM 1 BY 1
010298         UNTIL WS-CC-SUB > WS-CC-COUNT
010299     MOVE "E" TO WS-HIST-ACTION
010300     PERFORM 7400-WRITE-HISTORY-RECORD THRU 7400-EXIT
010301     ADD 1 TO WS-RUN-REC-COUNT
010302     DISPLAY "*** STUDENT " STU-ID " CONTACTS UPDATED ***".
010303 4680-EXIT.
010304     EXIT.
010305
010306*****************************************************************
010307* 4685-WRITE-ONE-CONTACT
010308*****************************************************************
010309 4685-WRITE-ONE-CONTACT.
010310     MOVE WS-CC-RECORD(WS-CC-SUB) TO CONTACT-RECORD
010311     MOVE STU-ID                  TO CONT-STUDENT-ID
010312     WRITE CONTACT-RECORD
010313         INVALID KEY
010314             DISPLAY "*** ERROR WRITING CONTACT " CONT-KEY
010315                 " - DUPLICATE KEY ***"
010316     END-WRITE.
010317 4685-EXIT.
010318     EXIT.
009930
009940*****************************************************************
009950* 7000-TAKE-CHECKPOINT
011107     IF WS-MODE-ADD OR WS-MODE-MAINT
011108         CLOSE CONTACT-FILE
011109     END-IF
011110     IF WS-HHLD-OPEN
011111         CLOSE HOUSEHOLD-FILE
011112     END-IF
011110     IF NOT WS-MODE-MAINT AND NOT WS-MODE-PREREG
011115         PERFORM 7250-WRITE-FEED-TRAILER THRU 7250-EXIT
011120         CLOSE EXTRACT-FILE
011940     CLOSE RUN-CONTROL-FILE.
011950 9600-EXIT.
011960     EXIT.
011970
011980*****************************************************************
011990* 9700-CHECK-OPERATOR
012000*
012010* LOOKS THE OPERATOR (THE USER VALUE) UP ON OPERAUTH AND
012020* REFUSES THE RUN WITHOUT THE AUTHORITY FOR THIS MODE - INTAKE
012030* FOR THE DEFAULT ADD SESSION, OTHERWISE THE FLAG NAMED LIKE THE
012040* PARM.  FAILS CLOSED - NO USER VALUE, AN OPERATOR NOT ON FILE
012050* OR A FILE THAT WILL NOT OPEN ARE REFUSED AS WELL.  EVERY
012060* REFUSAL IS LOGGED TO SECVIOL (9750).  WS-OPR-REFUSED IS LEFT
012070* SET FOR THE CALLER TO END THE RUN.
012080*****************************************************************
012090 9700-CHECK-OPERATOR.
012100     EVALUATE TRUE
012110         WHEN WS-MODE-BATCH
012120             MOVE "BATCH"   TO WS-OPR-MODE
012130         WHEN WS-MODE-MAINT
012140             MOVE "MAINT"   TO WS-OPR-MODE
012150         WHEN WS-MODE-RECYCLE
012160             MOVE "RECYCLE" TO WS-OPR-MODE
012170         WHEN WS-MODE-PREREG
012180             MOVE "PREREG"  TO WS-OPR-MODE
012190         WHEN OTHER
012200             MOVE "INTAKE"  TO WS-OPR-MODE
012210     END-EVALUATE
012220     SET WS-OPR-REFUSED TO TRUE
012230     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
012240     IF WS-OPERATOR-ID = SPACES
012250         SET WS-SECV-NO-OPERATOR-ID TO TRUE
012260         GO TO 9700-REFUSE
012270     END-IF
012280     OPEN INPUT OPERATOR-FILE
012290     IF WS-OPR-FILE-STATUS NOT = "00"
012300         SET WS-SECV-FILE-UNAVAILABLE TO TRUE
012310         GO TO 9700-REFUSE
012320     END-IF
012330     MOVE WS-OPERATOR-ID TO OPR-ID
012340     READ OPERATOR-FILE
012350         INVALID KEY
012360             SET WS-SECV-NOT-ON-FILE TO TRUE
012370         NOT INVALID KEY
012380             IF (WS-MODE-BATCH AND OPR-MAY-BATCH)
012390                OR (WS-MODE-MAINT AND OPR-MAY-MAINT)
012400                OR (WS-MODE-RECYCLE AND OPR-MAY-RECYCLE)
012410                OR (WS-MODE-PREREG AND OPR-MAY-PREREG)
012420                OR (WS-OPR-MODE-INTAKE AND OPR-MAY-INTAKE)
012430                 SET WS-OPR-AUTHORIZED TO TRUE
012440             ELSE
012450                 SET WS-SECV-NOT-AUTHORIZED TO TRUE
012460             END-IF
012470     END-READ
012480     CLOSE OPERATOR-FILE
012490     IF WS-OPR-AUTHORIZED
012500         GO TO 9700-EXIT
012510     END-IF.
012520 9700-REFUSE.
012530     EVALUATE TRUE
012540         WHEN WS-SECV-NO-OPERATOR-ID
012550             DISPLAY "*** NO OPERATOR ID - USER IS NOT SET ***"
012560         WHEN WS-SECV-FILE-UNAVAILABLE
012570             DISPLAY "*** OPERAUTH.DAT OPEN STATUS "
012580                 WS-OPR-FILE-STATUS " ***"
012590         WHEN WS-SECV-NOT-ON-FILE
012600             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
012610                 " IS NOT ON OPERAUTH.DAT ***"
012620         WHEN OTHER
012630             DISPLAY "*** OPERATOR " WS-OPERATOR-ID
012640                 " HAS NO " WS-OPR-MODE " AUTHORITY ***"
012650     END-EVALUATE
012660     DISPLAY "*** WRITEDEM REFUSED - NOT AUTHORIZED ***"
012670     PERFORM 9750-LOG-VIOLATION THRU 9750-EXIT.
012680 9700-EXIT.
012690     EXIT.
012700
012710*****************************************************************
012720* 9750-LOG-VIOLATION
012730*
012740* APPENDS THE REFUSAL TO SECVIOL.DAT (SECVREC.CPY) FOR SECVRPT.
012750* A LOG THAT WILL NOT OPEN IS WARNED OF BUT DOES NOT LET THE
012760* RUN GO ON - THE CALLER STILL ENDS IT.
012761* THE FIRST REFUSAL EVER LOGGED CREATES THE FILE.
012770*****************************************************************
012780 9750-LOG-VIOLATION.
012790     OPEN EXTEND SECVIOL-FILE
012791     IF WS-SECV-FILE-NOTFND
012792         OPEN OUTPUT SECVIOL-FILE
012793     END-IF
012800     IF WS-SECV-FILE-STATUS NOT = "00"
012810         DISPLAY "*** WARNING - SECVIOL.DAT OPEN STATUS "
012820             WS-SECV-FILE-STATUS ", REFUSAL NOT LOGGED ***"
012830         GO TO 9750-EXIT
012840     END-IF
012850     MOVE SPACES           TO SECURITY-VIOLATION-RECORD
012860     ACCEPT SECV-DATE      FROM DATE YYYYMMDD
012870     ACCEPT SECV-TIME      FROM TIME
012880     MOVE WS-OPERATOR-ID   TO SECV-OPERATOR-ID
012890     MOVE "WRITEDEM"       TO SECV-PROGRAM
012900     MOVE WS-OPR-MODE      TO SECV-RUN-MODE
012910     MOVE WS-SECV-REASON   TO SECV-REASON
012920     WRITE SECURITY-VIOLATION-RECORD
012930     CLOSE SECVIOL-FILE.
012940 9750-EXIT.
012950     EXIT.
