001000* RUN BEFORE THAT NIGHT'S BATCH, AND THE RELEASE GATE REFUSES
001100* UNTIL STURECON CAME BACK CLEAN.  AUDRPT'S DAY-WITH-NO-BATCH
001200* EXCEPTION READS THIS FILE INSTEAD OF INFERRING FROM AUDIT
001300* GAPS.  THE STUINTEG CROSS-FILE INTEGRITY CHECK STAMPS ITS
001310* OWN STEP THE SAME WAY, CLEAN OR WITH EXCEPTIONS.
001400*
001500* MODIFICATION HISTORY
001600* ------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------
001900* 2026-09-02 MFM  ORIGINAL LAYOUT.
001910* 2026-10-15 MFM  ADDED THE INTEGRTY STEP FOR STUINTEG.
002000*****************************************************************
002100 01  RUN-CONTROL-RECORD.
002200     05  RCTL-RUN-DATE               PIC 9(08).
002600         88  RCTL-STEP-RECON         VALUE "RECON".
002700         88  RCTL-STEP-RELEASE       VALUE "RELEASE".
002800         88  RCTL-STEP-ACK           VALUE "ACK".
002810         88  RCTL-STEP-INTEGRITY     VALUE "INTEGRTY".
002900     05  RCTL-STATUS                 PIC X(01).
003000         88  RCTL-STATUS-CLEAN       VALUE "C".
003100         88  RCTL-STATUS-EXCEPTIONS  VALUE "E".
