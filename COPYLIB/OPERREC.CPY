000100*****************************************************************
000200* OPERREC.CPY
000300*
000400* OPERATOR AUTHORIZATION RECORD LAYOUT FOR OPERAUTH.DAT, KEYED
000500* ON THE OPERATOR ID - THE USER VALUE THE PROGRAMS ALREADY
000600* WRITE TO STUAUDIT AND STUHIST.  ONE RECORD PER OPERATOR,
000700* WITH ONE FLAG PER PROGRAM AND RUN MODE; "Y" ALLOWS IT, ANY
000800* OTHER VALUE REFUSES IT:
000900*
001000*   INTAKE     WRITEDEM INTERACTIVE INTAKE (NO PARM)
001100*   MAINT      WRITEDEM PARM='MAINT'
001200*   BATCH      WRITEDEM PARM='BATCH' AND ATTPOST PARM='BATCH'
001300*   RECYCLE    WRITEDEM PARM='RECYCLE'
001400*   PREREG     WRITEDEM PARM='PREREG'
001500*   HOMEROOM   HRMMAINT HOMEROOM MAINTENANCE
001600*   ATTEND     ATTPOST ATTENDANCE KEYING (NO PARM)
001700*   REASSIGN   STUREASN MASS REASSIGNMENT
001800*   SECURITY   OPRMAINT - MAINTAINS THIS FILE
001900*   HOUSEHLD   HHMAINT HOUSEHOLD MAINTENANCE
002000*   CALENDAR   CALMAINT SCHOOL CALENDAR MAINTENANCE
002100*
002200* EACH OF THOSE PROGRAMS READS ITS OPERATOR'S RECORD AT
002300* STARTUP AND REFUSES TO RUN WITHOUT THE FLAG, LOGGING THE
002400* REFUSAL TO SECVIOL.DAT (SECVREC.CPY).  AN OPERATOR NOT ON
002500* FILE, OR A FILE THAT CANNOT BE OPENED, IS REFUSED THE SAME
002600* WAY.  THE BATCH JOBS RUN UNDER THEIR JOB'S USER ID, WHICH
002700* NEEDS ITS OWN RECORD.
002800*
002900* MODIFICATION HISTORY
003000* ------------------------------------------------------------
003100* DATE       INIT DESCRIPTION
003200* ---------- ---- -----------------------------------------
003300* 2026-10-15 MFM  ORIGINAL LAYOUT.
003400*****************************************************************
003500 01  OPERATOR-RECORD.
003600     05  OPR-ID                      PIC X(08).
003700     05  OPR-NAME                    PIC X(20).
003800     05  OPR-AUTHORITY-FLAGS.
003900         10  OPR-AUTH-INTAKE         PIC X(01).
004000             88  OPR-MAY-INTAKE      VALUE "Y".
004100         10  OPR-AUTH-MAINT          PIC X(01).
004200             88  OPR-MAY-MAINT       VALUE "Y".
004300         10  OPR-AUTH-BATCH          PIC X(01).
004400             88  OPR-MAY-BATCH       VALUE "Y".
004500         10  OPR-AUTH-RECYCLE        PIC X(01).
004600             88  OPR-MAY-RECYCLE     VALUE "Y".
004700         10  OPR-AUTH-PREREG         PIC X(01).
004800             88  OPR-MAY-PREREG      VALUE "Y".
004900         10  OPR-AUTH-HOMEROOM       PIC X(01).
005000             88  OPR-MAY-HOMEROOM    VALUE "Y".
005100         10  OPR-AUTH-ATTEND         PIC X(01).
005200             88  OPR-MAY-ATTEND      VALUE "Y".
005300         10  OPR-AUTH-REASSIGN       PIC X(01).
005400             88  OPR-MAY-REASSIGN    VALUE "Y".
005500         10  OPR-AUTH-SECURITY       PIC X(01).
005600             88  OPR-MAY-SECURITY    VALUE "Y".
005700         10  OPR-AUTH-HOUSEHOLD      PIC X(01).
005800             88  OPR-MAY-HOUSEHOLD   VALUE "Y".
005900         10  OPR-AUTH-CALENDAR       PIC X(01).
006000             88  OPR-MAY-CALENDAR    VALUE "Y".
006100     05  OPR-AUTHORITY-TABLE REDEFINES OPR-AUTHORITY-FLAGS.
006200         10  OPR-AUTH-FLAG OCCURS 11 TIMES
006300                                     PIC X(01).
006400     05  OPR-CHANGED-DATE            PIC 9(08).
006500     05  OPR-CHANGED-BY              PIC X(08).
006600     05  FILLER                      PIC X(15).
