      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Conversion cutover impact analysis. convmnt checks
      *          each mapping as it is keyed and main-app's SIMULATE
      *          rehearses one batch file; this job sizes a cutover
      *          date across the whole estate before it goes live.
      *          It takes a future business date and compares the
      *          CONVTAB.DAT mappings in force that day with those in
      *          force on the current business date (PROCDATE.DAT),
      *          judged by the same rule sub-app applies - the first
      *          mapping for the pair whose effective/expiry window
      *          covers the date. The report (CONVIMP.TXT) lists
      *          every MASTERCD.DAT pair whose conversion outcome
      *          changes, then every pair seen on TRANXN.DAT and its
      *          monthly TRANXN.YYYYMM.ARC archives over the lookback
      *          whose outcome changes, with how often each old pair
      *          arrived - so a cutover is signed off on the size of
      *          its effect, not on the first night's rejects. An
      *          outcome is the pair it converts to, or NOCNV where
      *          no mapping is in force and main-app would reject it.
      *          Each change is one of:
      *            CHANGES  - converts to a different pair
      *            NEW NOCNV - converts today, rejects NOCNV then
      *            NEW CONV - rejects NOCNV today, converts then
      *          Read-only: nothing is locked or rewritten.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks convimp.cbl -o convimp.exe
      *
      * Usage: convimp cutover-date-YYYYMMDD [lookback-days]
      *        The cutover date must be after the current business
      *        date (PROC-DATE on PROCDATE.DAT, or today where no
      *        control file exists). Lookback default: 90 days of
      *        transactions up to the current business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convimp.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-FILE ASSIGN TO "CONVTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-conv-file-status.

           SELECT MASTER-FILE ASSIGN TO "MASTERCD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-master-file-status.

      *> The live transaction file and its monthly archives share one
      *> SELECT - the archives are the same layout under dated names,
      *> the way pairinq reads them.
           SELECT TRANS-FILE ASSIGN TO ws-trans-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trans-file-status.

           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-file-status.

           SELECT REPORT-FILE ASSIGN TO "CONVIMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.

      *> Shop-wide run history ledger - a START and an END entry for
      *> every run, read by opslog for the daily operations log.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

       DATA DIVISION.

       FILE SECTION.

      *> Same layout sub-app reads: old pair, space, new pair, and
      *> optionally effective and expiry dates (spaces = unbounded).
       FD  CONV-FILE.
       01  CONV-RECORD.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==CONV-OLD-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==CONV-OLD-ITEM-2==.
           05  FILLER                           PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==CONV-NEW-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==CONV-NEW-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  CONV-EFF-DATE                    PIC X(8).
           05  FILLER                           PIC X(1).
           05  CONV-EXP-DATE                    PIC X(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==MASTER-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==MASTER-ITEM-2==.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRANS-DATE                      PIC X(8).
           05  FILLER                          PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==TRANS-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==TRANS-ITEM-2==.
           05  FILLER                          PIC X(1).
           05  TRANS-SOURCE-SYSTEM             PIC X(8).
           05  FILLER                          PIC X(1).
           05  TRANS-FILE-SEQ                  PIC X(2).
           05  FILLER                          PIC X(1).
           05  TRANS-RECORD-NO                 PIC X(6).
           05  FILLER                          PIC X(1).
           05  TRANS-CYCLE                     PIC X(2).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05  PROC-DATE                        PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROC-LAST-DONE                   PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                         PIC X(132).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.

       01  ws-conv-file-status                 PIC X(2).
       01  ws-master-file-status               PIC X(2).
       01  ws-trans-file-status                PIC X(2).
       01  ws-procdate-file-status             PIC X(2).
       01  ws-report-file-status               PIC X(2).
       01  ws-trans-file-name                  PIC X(100)
                                                VALUE "TRANXN.DAT".
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

       01  ws-cmdline-arg-number               PIC 9(2)  VALUE 0.
       01  ws-cmdline-arg-value                PIC X(100) VALUE SPACES.

      *> The two dates compared, and the transaction window: the
      *> lookback days up to and including the current date.
       01  ws-today-date                       PIC X(8)  VALUE SPACES.
       01  ws-cutover-date                     PIC X(8)  VALUE SPACES.

      *> What this run puts on the run history ledger: filled in as
      *> the run learns it, START written once the run is under way,
      *> END just before the normal STOP RUN with the key counts.
       01  ws-runhist-file-status              PIC X(2).
       01  ws-rh-event                         PIC X(5)  VALUE SPACES.
       01  ws-rh-program                       PIC X(8)  VALUE SPACES.
       01  ws-rh-mode                          PIC X(8)  VALUE SPACES.
       01  ws-rh-business-date                 PIC X(8)  VALUE SPACES.
       01  ws-rh-run-by                        PIC X(8)
                                               VALUE "SCHEDULR".
       01  ws-rh-start-timestamp               PIC X(21) VALUE SPACES.
       01  ws-rh-counts.
           05  ws-rh-count-entry OCCURS 3 TIMES.
               10  ws-rh-count-label            PIC X(8)  VALUE SPACES.
               10  ws-rh-count                  PIC 9(9)  VALUE 0.
       01  ws-rh-sub                           PIC 9(1)  VALUE 0.
       01  ws-lookback-days                    PIC 9(4)  VALUE 90.
       01  ws-from-date                        PIC X(8)  VALUE SPACES.
       01  ws-date-integer                     PIC 9(8)  VALUE 0.

      *> Month walking for the archive files.
       01  ws-walk-month                       PIC X(6).
       01  ws-walk-month-num.
           05  ws-walk-year                     PIC 9(4).
           05  ws-walk-mm                       PIC 9(2).
       01  ws-to-month                         PIC X(6).

      *> The conversion table, as sub-app and convmnt hold it.
       01  ws-conv-table.
           05  ws-conv-entry OCCURS 20000 TIMES
                             INDEXED BY ws-conv-idx.
               10  ws-conv-tbl-old-item-1       PIC X(10).
               10  ws-conv-tbl-old-item-2       PIC X(10).
               10  ws-conv-tbl-new-item-1       PIC X(10).
               10  ws-conv-tbl-new-item-2       PIC X(10).
               10  ws-conv-tbl-eff-date         PIC X(8).
               10  ws-conv-tbl-exp-date         PIC X(8).
       01  ws-conv-count                       PIC 9(6)  VALUE 0.
       01  ws-conv-malformed                   PIC 9(6)  VALUE 0.

      *> One lookup: the pair and date asked about, and the answer -
      *> found or not, and the pair it converts to.
       01  ws-look-item-1                      PIC X(10).
       01  ws-look-item-2                      PIC X(10).
       01  ws-look-date                        PIC X(8).
       01  ws-look-found-switch                PIC X(1)  VALUE "N".
           88  ws-look-found                   VALUE "Y".
       01  ws-look-new-item-1                  PIC X(10).
       01  ws-look-new-item-2                  PIC X(10).

      *> One pair's outcome on each date, printable, and the kind of
      *> change between them (spaces = no change).
       01  ws-today-outcome                    PIC X(21).
       01  ws-cutover-outcome                  PIC X(21).
       01  ws-change-kind                      PIC X(10).

      *> Every distinct pair seen on the transaction files in the
      *> window, with its outcome change (worked out once, on first
      *> sight), how often it arrived and when it was last seen.
       01  ws-seen-table.
           05  ws-seen-entry OCCURS 60000 TIMES
                             INDEXED BY ws-seen-idx.
               10  ws-seen-item-1               PIC X(10).
               10  ws-seen-item-2               PIC X(10).
               10  ws-seen-kind                 PIC X(10).
               10  ws-seen-today                PIC X(21).
               10  ws-seen-cutover              PIC X(21).
               10  ws-seen-count                PIC 9(7).
               10  ws-seen-last-date            PIC X(8).
       01  ws-seen-count-total                 PIC 9(6)  VALUE 0.
       01  ws-seen-found-switch                PIC X(1)  VALUE "N".
           88  ws-seen-found                   VALUE "Y".

      *> Totals. The master section counts pairs; the transaction
      *> section counts distinct pairs and the records they carried.
       01  ws-master-read                      PIC 9(7)  VALUE 0.
       01  ws-master-present-switch            PIC X(1)  VALUE "N".
           88  ws-master-present               VALUE "Y".
       01  ws-mst-changes                      PIC 9(7)  VALUE 0.
       01  ws-mst-new-nocnv                    PIC 9(7)  VALUE 0.
       01  ws-mst-new-conv                     PIC 9(7)  VALUE 0.
       01  ws-trans-read                       PIC 9(8)  VALUE 0.
       01  ws-trans-in-window                  PIC 9(8)  VALUE 0.
       01  ws-trans-files-read                 PIC 9(4)  VALUE 0.
       01  ws-trn-changes                      PIC 9(7)  VALUE 0.
       01  ws-trn-new-nocnv                    PIC 9(7)  VALUE 0.
       01  ws-trn-new-conv                     PIC 9(7)  VALUE 0.
       01  ws-trn-rec-changes                  PIC 9(8)  VALUE 0.
       01  ws-trn-rec-new-nocnv                PIC 9(8)  VALUE 0.
       01  ws-trn-rec-new-conv                 PIC 9(8)  VALUE 0.

      *> Print-line layouts.
       01  ws-rpt-header-1.
           05  FILLER                           PIC X(36)
               VALUE "CONVERSION CUTOVER IMPACT ANALYSIS".
           05  FILLER                           PIC X(9)
               VALUE "CUTOVER: ".
           05  ws-rpt-hdr-cutover               PIC X(8).
           05  FILLER                           PIC X(15)
               VALUE "  COMPARED TO: ".
           05  ws-rpt-hdr-today                 PIC X(8).
       01  ws-rpt-header-2.
           05  FILLER                           PIC X(26)
               VALUE "TRANSACTIONS SCANNED FROM".
           05  ws-rpt-hdr-from                  PIC X(8).
           05  FILLER                           PIC X(4)
               VALUE " TO ".
           05  ws-rpt-hdr-to                    PIC X(8).
           05  FILLER                           PIC X(3)
               VALUE " (".
           05  ws-rpt-hdr-days                  PIC Z(3)9.
           05  FILLER                           PIC X(6)
               VALUE " DAYS)".
       01  ws-rpt-master-heads.
           05  FILLER                           PIC X(23)
               VALUE "OLD PAIR".
           05  FILLER                           PIC X(23)
               VALUE "OUTCOME TODAY".
           05  FILLER                           PIC X(23)
               VALUE "OUTCOME AT CUTOVER".
           05  FILLER                           PIC X(10)
               VALUE "CHANGE".
       01  ws-rpt-trans-heads.
           05  FILLER                           PIC X(23)
               VALUE "OLD PAIR".
           05  FILLER                           PIC X(23)
               VALUE "OUTCOME TODAY".
           05  FILLER                           PIC X(23)
               VALUE "OUTCOME AT CUTOVER".
           05  FILLER                           PIC X(12)
               VALUE "CHANGE".
           05  FILLER                           PIC X(10)
               VALUE "RECORDS".
           05  FILLER                           PIC X(9)
               VALUE "LAST SEEN".
       01  ws-rpt-detail-line.
           05  ws-rpt-det-item-1                PIC X(10).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-item-2                PIC X(10).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-today                 PIC X(21).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-cutover               PIC X(21).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-kind                  PIC X(10).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-count                 PIC Z(6)9.
           05  FILLER                           PIC X(3)  VALUE SPACES.
           05  ws-rpt-det-last-date             PIC X(8).
       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
           05  ws-rpt-tot-value                 PIC Z(7)9.
       01  ws-report-print-area                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-ARGUMENTS
           MOVE "CONVIMP" TO ws-rh-program
           MOVE ws-cutover-date TO ws-rh-mode
           MOVE ws-today-date TO ws-rh-business-date
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "Conversion cutover impact analysis for "
               ws-cutover-date " against " ws-today-date
           PERFORM LOAD-CONV-TABLE
           PERFORM OPEN-REPORT-FILE
           PERFORM REPORT-MASTER-CHANGES
           PERFORM COLLECT-SEEN-PAIRS
           PERFORM REPORT-TRANS-CHANGES
           CLOSE REPORT-FILE
           PERFORM DISPLAY-IMPACT-TOTALS
           MOVE "MSTCHG" TO ws-rh-count-label (1)
           MOVE ws-mst-changes TO ws-rh-count (1)
           MOVE "TRNPAIRS" TO ws-rh-count-label (2)
           MOVE ws-trn-changes TO ws-rh-count (2)
           MOVE "TRNRECS" TO ws-rh-count-label (3)
           MOVE ws-trn-rec-changes TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *> The cutover date from the first argument (required, valid,
      *> after the current business date) and the lookback days from
      *> the second. The current business date is PROC-DATE - the
      *> date the next nightly will convert under - or today where no
      *> control file exists.
       GET-RUN-ARGUMENTS.
           OPEN INPUT PROCDATE-FILE
           IF ws-procdate-file-status = "00"
               READ PROCDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PROC-DATE IS NUMERIC
                           MOVE PROC-DATE TO ws-today-date
                       END-IF
               END-READ
               CLOSE PROCDATE-FILE
           END-IF
           IF ws-today-date = SPACES
               ACCEPT ws-today-date FROM DATE YYYYMMDD
           END-IF

           MOVE 1 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE ws-cmdline-arg-value (1:8) TO ws-cutover-date
           IF ws-cutover-date IS NOT NUMERIC
               OR ws-cmdline-arg-value (9:1) NOT = SPACE
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(ws-cutover-date)) NOT = 0
               DISPLAY "ERROR: cutover date '"
                   FUNCTION TRIM(ws-cmdline-arg-value)
                   "' is not a valid YYYYMMDD date - "
                   "convimp cutover-date [lookback-days]."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-cutover-date NOT > ws-today-date
               DISPLAY "ERROR: cutover date " ws-cutover-date
                   " is not after the current business date "
                   ws-today-date " - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 2 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-cmdline-arg-value NOT = SPACES
               IF FUNCTION TRIM(ws-cmdline-arg-value) IS NUMERIC
                   AND FUNCTION NUMVAL(ws-cmdline-arg-value) >= 1
                   AND FUNCTION NUMVAL(ws-cmdline-arg-value) <= 9999
                   COMPUTE ws-lookback-days =
                       FUNCTION NUMVAL(ws-cmdline-arg-value)
               ELSE
                   DISPLAY "ERROR: lookback days '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' is not a number between 1 and 9999 - "
                       "job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE ws-date-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-today-date))
               - ws-lookback-days
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-integer)
               TO ws-from-date
           EXIT paragraph.

      *> Appends a START or END entry (ws-rh-event) for this run to
      *> RUNHIST.DAT. The START fixes the start timestamp that keys
      *> the pair; the END adds the end time, the RETURN-CODE as it
      *> stands and the key counts. A ledger that cannot be written is
      *> only warned about - the history must never stop the work.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF ws-runhist-file-status = "35"
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           IF ws-runhist-file-status NOT = "00"
               DISPLAY "Warning: unable to write run history "
                   "RUNHIST.DAT (status " ws-runhist-file-status
                   ") - this run is not on the ledger."
               EXIT paragraph
           END-IF
           MOVE SPACES TO RUNHIST-RECORD
           MOVE ws-rh-event TO RH-EVENT
           MOVE ws-rh-program TO RH-PROGRAM
           MOVE ws-rh-mode TO RH-MODE
           MOVE ws-rh-business-date TO RH-BUSINESS-DATE
           MOVE ws-rh-run-by TO RH-RUN-BY
           IF ws-rh-event = "START"
               MOVE FUNCTION CURRENT-DATE TO ws-rh-start-timestamp
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RH-END-TIMESTAMP
               MOVE RETURN-CODE TO RH-RETURN-CODE
               PERFORM VARYING ws-rh-sub FROM 1 BY 1
                   UNTIL ws-rh-sub > 3
                   MOVE ws-rh-count-label (ws-rh-sub)
                       TO RH-COUNT-LABEL (ws-rh-sub)
                   MOVE ws-rh-count (ws-rh-sub)
                       TO RH-COUNT (ws-rh-sub)
               END-PERFORM
           END-IF
           MOVE ws-rh-start-timestamp TO RH-START-TIMESTAMP
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE
           EXIT paragraph.

      *> Loads CONVTAB.DAT in file order, so the first mapping in
      *> force for a pair is the one sub-app would use. Every record
      *> is loaded, malformed or not, exactly as sub-app loads them -
      *> a malformed record ahead of a good one shadows it on the
      *> night, so it must shadow it here too. They are counted and
      *> warned about so the table can be put right.
       LOAD-CONV-TABLE.
           MOVE 0 TO ws-conv-count
           MOVE 0 TO ws-conv-malformed
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CONV-FILE
           IF ws-conv-file-status NOT = "00"
               DISPLAY "ERROR: conversion table file CONVTAB.DAT not "
                   "available (status " ws-conv-file-status
                   ") - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof
               READ CONV-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       PERFORM LOAD-ONE-CONV-RECORD
               END-READ
           END-PERFORM
           CLOSE CONV-FILE
           DISPLAY "Loaded " ws-conv-count " mapping(s)."
           IF ws-conv-malformed > 0
               DISPLAY "Warning: " ws-conv-malformed " malformed "
                   "conversion record(s) loaded as sub-app loads "
                   "them - correct CONVTAB.DAT."
           END-IF
           EXIT paragraph.

       LOAD-ONE-CONV-RECORD.
           IF CONV-OLD-ITEM-1 = SPACES
               OR CONV-OLD-ITEM-2 = SPACES
               OR CONV-NEW-ITEM-1 = SPACES
               OR CONV-NEW-ITEM-2 = SPACES
               OR (CONV-EFF-DATE NOT = SPACES
                   AND CONV-EFF-DATE IS NOT NUMERIC)
               OR (CONV-EXP-DATE NOT = SPACES
                   AND CONV-EXP-DATE IS NOT NUMERIC)
               ADD 1 TO ws-conv-malformed
           END-IF
           IF ws-conv-count >= 20000
               DISPLAY "ERROR: conversion table file has more "
                   "mappings than the table holds (20000) - "
                   "job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-conv-count
           MOVE CONV-OLD-ITEM-1
               TO ws-conv-tbl-old-item-1 (ws-conv-count)
           MOVE CONV-OLD-ITEM-2
               TO ws-conv-tbl-old-item-2 (ws-conv-count)
           MOVE CONV-NEW-ITEM-1
               TO ws-conv-tbl-new-item-1 (ws-conv-count)
           MOVE CONV-NEW-ITEM-2
               TO ws-conv-tbl-new-item-2 (ws-conv-count)
           MOVE CONV-EFF-DATE TO ws-conv-tbl-eff-date (ws-conv-count)
           MOVE CONV-EXP-DATE TO ws-conv-tbl-exp-date (ws-conv-count)
           EXIT paragraph.

      *> sub-app's in-force rule for ws-look-item-1/2 on ws-look-date:
      *> the first mapping for the pair whose window covers the date.
       LOOK-UP-CONVERSION.
           MOVE "N" TO ws-look-found-switch
           MOVE SPACES TO ws-look-new-item-1
           MOVE SPACES TO ws-look-new-item-2
           PERFORM VARYING ws-conv-idx FROM 1 BY 1
               UNTIL ws-conv-idx > ws-conv-count
               OR ws-look-found
               IF ws-conv-tbl-old-item-1 (ws-conv-idx) = ws-look-item-1
                   AND ws-conv-tbl-old-item-2 (ws-conv-idx)
                       = ws-look-item-2
                   AND (ws-conv-tbl-eff-date (ws-conv-idx) = SPACES
                       OR ws-conv-tbl-eff-date (ws-conv-idx)
                           <= ws-look-date)
                   AND (ws-conv-tbl-exp-date (ws-conv-idx) = SPACES
                       OR ws-conv-tbl-exp-date (ws-conv-idx)
                           >= ws-look-date)
                   MOVE "Y" TO ws-look-found-switch
                   MOVE ws-conv-tbl-new-item-1 (ws-conv-idx)
                       TO ws-look-new-item-1
                   MOVE ws-conv-tbl-new-item-2 (ws-conv-idx)
                       TO ws-look-new-item-2
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Works out ws-look-item-1/2's outcome today and at cutover,
      *> and what kind of change lies between them.
       EVALUATE-PAIR-CHANGE.
           MOVE ws-today-date TO ws-look-date
           PERFORM LOOK-UP-CONVERSION
           PERFORM FORMAT-OUTCOME
           MOVE ws-report-print-area (1:21) TO ws-today-outcome
           MOVE ws-cutover-date TO ws-look-date
           PERFORM LOOK-UP-CONVERSION
           PERFORM FORMAT-OUTCOME
           MOVE ws-report-print-area (1:21) TO ws-cutover-outcome
           EVALUATE TRUE
               WHEN ws-today-outcome = ws-cutover-outcome
                   MOVE SPACES TO ws-change-kind
               WHEN ws-cutover-outcome = "NOCNV"
                   MOVE "NEW NOCNV" TO ws-change-kind
               WHEN ws-today-outcome = "NOCNV"
                   MOVE "NEW CONV" TO ws-change-kind
               WHEN OTHER
                   MOVE "CHANGES" TO ws-change-kind
           END-EVALUATE
           EXIT paragraph.

      *> The last lookup's outcome as "item-1/item-2", or NOCNV,
      *> left in the print area.
       FORMAT-OUTCOME.
           MOVE SPACES TO ws-report-print-area
           IF ws-look-found
               STRING ws-look-new-item-1 DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   ws-look-new-item-2 DELIMITED BY SPACE
                   INTO ws-report-print-area
               END-STRING
           ELSE
               MOVE "NOCNV" TO ws-report-print-area
           END-IF
           EXIT paragraph.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF ws-report-file-status NOT = "00"
               DISPLAY "ERROR: unable to open report file "
                   "CONVIMP.TXT (status " ws-report-file-status ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-cutover-date TO ws-rpt-hdr-cutover
           MOVE ws-today-date TO ws-rpt-hdr-today
           WRITE REPORT-LINE FROM ws-rpt-header-1
           MOVE ws-from-date TO ws-rpt-hdr-from
           MOVE ws-today-date TO ws-rpt-hdr-to
           MOVE ws-lookback-days TO ws-rpt-hdr-days
           WRITE REPORT-LINE FROM ws-rpt-header-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT paragraph.

      *> Every master pair whose outcome changes, in master file
      *> order, then the section's totals. A missing master file
      *> only warns - the transaction section still runs.
       REPORT-MASTER-CHANGES.
           MOVE "MASTER CODE PAIRS (MASTERCD.DAT) WHOSE OUTCOME CHANGES"
               TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           WRITE REPORT-LINE FROM ws-rpt-master-heads
           MOVE "N" TO ws-eof-switch
           OPEN INPUT MASTER-FILE
           IF ws-master-file-status = "00"
               MOVE "Y" TO ws-master-present-switch
               PERFORM UNTIL ws-eof
                   READ MASTER-FILE
                       AT END
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           ADD 1 TO ws-master-read
                           PERFORM REPORT-ONE-MASTER-PAIR
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           ELSE
               DISPLAY "Warning: master code file MASTERCD.DAT not "
                   "available (status " ws-master-file-status
                   ") - master section left empty."
               MOVE "  (MASTER CODE FILE NOT AVAILABLE)"
                   TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
           END-IF
           IF ws-master-present
               AND ws-mst-changes + ws-mst-new-nocnv
                   + ws-mst-new-conv = 0
               MOVE "  (NONE)" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  MASTER PAIRS READ" TO ws-rpt-tot-label
           MOVE ws-master-read TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  CONVERTING TO A DIFFERENT PAIR" TO ws-rpt-tot-label
           MOVE ws-mst-changes TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  NEWLY REJECTING NOCNV" TO ws-rpt-tot-label
           MOVE ws-mst-new-nocnv TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  NEWLY CONVERTING" TO ws-rpt-tot-label
           MOVE ws-mst-new-conv TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT paragraph.

       REPORT-ONE-MASTER-PAIR.
           MOVE MASTER-ITEM-1 TO ws-look-item-1
           MOVE MASTER-ITEM-2 TO ws-look-item-2
           PERFORM EVALUATE-PAIR-CHANGE
           EVALUATE ws-change-kind
               WHEN SPACES
                   EXIT paragraph
               WHEN "CHANGES"
                   ADD 1 TO ws-mst-changes
               WHEN "NEW NOCNV"
                   ADD 1 TO ws-mst-new-nocnv
               WHEN OTHER
                   ADD 1 TO ws-mst-new-conv
           END-EVALUATE
           MOVE SPACES TO ws-rpt-detail-line
           MOVE MASTER-ITEM-1 TO ws-rpt-det-item-1
           MOVE MASTER-ITEM-2 TO ws-rpt-det-item-2
           MOVE ws-today-outcome TO ws-rpt-det-today
           MOVE ws-cutover-outcome TO ws-rpt-det-cutover
           MOVE ws-change-kind TO ws-rpt-det-kind
           MOVE ws-rpt-detail-line (1:79) TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           EXIT paragraph.

      *> Gathers the distinct pairs the window's transactions carried:
      *> the live file first, then each month's archive the window
      *> touches. A missing archive is normal - archpurg only cuts
      *> one when something aged into that month.
       COLLECT-SEEN-PAIRS.
           MOVE "TRANXN.DAT" TO ws-trans-file-name
           PERFORM COLLECT-ONE-TRANS-FILE
           MOVE ws-from-date (1:6) TO ws-walk-month
           MOVE ws-today-date (1:6) TO ws-to-month
           PERFORM UNTIL ws-walk-month > ws-to-month
               MOVE SPACES TO ws-trans-file-name
               STRING "TRANXN." ws-walk-month ".ARC"
                   DELIMITED BY SIZE
                   INTO ws-trans-file-name
               END-STRING
               PERFORM COLLECT-ONE-TRANS-FILE
               MOVE ws-walk-month TO ws-walk-month-num
               IF ws-walk-mm = 12
                   ADD 1 TO ws-walk-year
                   MOVE 1 TO ws-walk-mm
               ELSE
                   ADD 1 TO ws-walk-mm
               END-IF
               MOVE ws-walk-month-num TO ws-walk-month
           END-PERFORM
           EXIT paragraph.

      *> Reads whichever transaction file ws-trans-file-name names and
      *> counts every in-window record against its pair's entry. A
      *> file that cannot be opened contributes nothing.
       COLLECT-ONE-TRANS-FILE.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT TRANS-FILE
           IF ws-trans-file-status NOT = "00"
               EXIT paragraph
           END-IF
           ADD 1 TO ws-trans-files-read
           PERFORM UNTIL ws-eof
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       ADD 1 TO ws-trans-read
                       IF TRANS-DATE >= ws-from-date
                           AND TRANS-DATE <= ws-today-date
                           ADD 1 TO ws-trans-in-window
                           PERFORM COUNT-SEEN-PAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           EXIT paragraph.

      *> Finds the record's pair in the seen table, adding it (with
      *> its outcome change worked out) on first sight.
       COUNT-SEEN-PAIR.
           MOVE "N" TO ws-seen-found-switch
           PERFORM VARYING ws-seen-idx FROM 1 BY 1
               UNTIL ws-seen-idx > ws-seen-count-total
               OR ws-seen-found
               IF ws-seen-item-1 (ws-seen-idx) = TRANS-ITEM-1
                   AND ws-seen-item-2 (ws-seen-idx) = TRANS-ITEM-2
                   MOVE "Y" TO ws-seen-found-switch
               END-IF
           END-PERFORM
           IF ws-seen-found
               SET ws-seen-idx DOWN BY 1
           ELSE
               IF ws-seen-count-total >= 60000
                   DISPLAY "ERROR: more distinct pairs in the "
                       "lookback than the table holds (60000) - "
                       "job stopped; use a shorter lookback."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-seen-count-total
               SET ws-seen-idx TO ws-seen-count-total
               MOVE TRANS-ITEM-1 TO ws-seen-item-1 (ws-seen-idx)
               MOVE TRANS-ITEM-2 TO ws-seen-item-2 (ws-seen-idx)
               MOVE TRANS-ITEM-1 TO ws-look-item-1
               MOVE TRANS-ITEM-2 TO ws-look-item-2
               PERFORM EVALUATE-PAIR-CHANGE
               MOVE ws-change-kind TO ws-seen-kind (ws-seen-idx)
               MOVE ws-today-outcome TO ws-seen-today (ws-seen-idx)
               MOVE ws-cutover-outcome
                   TO ws-seen-cutover (ws-seen-idx)
               MOVE 0 TO ws-seen-count (ws-seen-idx)
               MOVE SPACES TO ws-seen-last-date (ws-seen-idx)
           END-IF
           ADD 1 TO ws-seen-count (ws-seen-idx)
           IF TRANS-DATE > ws-seen-last-date (ws-seen-idx)
               MOVE TRANS-DATE TO ws-seen-last-date (ws-seen-idx)
           END-IF
           EXIT paragraph.

      *> Every pair seen in the window whose outcome changes, with
      *> how many records it arrived on, then the section's totals.
       REPORT-TRANS-CHANGES.
           MOVE SPACES TO ws-report-print-area
           STRING "PAIRS SEEN ON TRANXN (LIVE AND ARCHIVES) WHOSE "
               "OUTCOME CHANGES, WITH RECORDS BY OLD PAIR"
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           WRITE REPORT-LINE FROM ws-report-print-area
           WRITE REPORT-LINE FROM ws-rpt-trans-heads
           PERFORM VARYING ws-seen-idx FROM 1 BY 1
               UNTIL ws-seen-idx > ws-seen-count-total
               IF ws-seen-kind (ws-seen-idx) NOT = SPACES
                   PERFORM REPORT-ONE-SEEN-PAIR
               END-IF
           END-PERFORM
           IF ws-trn-changes + ws-trn-new-nocnv + ws-trn-new-conv = 0
               MOVE "  (NONE)" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  TRANSACTION FILES READ" TO ws-rpt-tot-label
           MOVE ws-trans-files-read TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  TRANSACTIONS IN THE LOOKBACK" TO ws-rpt-tot-label
           MOVE ws-trans-in-window TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  DISTINCT PAIRS SEEN" TO ws-rpt-tot-label
           MOVE ws-seen-count-total TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  PAIRS CONVERTING TO A DIFFERENT PAIR"
               TO ws-rpt-tot-label
           MOVE ws-trn-changes TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "    RECORDS" TO ws-rpt-tot-label
           MOVE ws-trn-rec-changes TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  PAIRS NEWLY REJECTING NOCNV" TO ws-rpt-tot-label
           MOVE ws-trn-new-nocnv TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "    RECORDS" TO ws-rpt-tot-label
           MOVE ws-trn-rec-new-nocnv TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  PAIRS NEWLY CONVERTING" TO ws-rpt-tot-label
           MOVE ws-trn-new-conv TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "    RECORDS" TO ws-rpt-tot-label
           MOVE ws-trn-rec-new-conv TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           EXIT paragraph.

       REPORT-ONE-SEEN-PAIR.
           EVALUATE ws-seen-kind (ws-seen-idx)
               WHEN "CHANGES"
                   ADD 1 TO ws-trn-changes
                   ADD ws-seen-count (ws-seen-idx)
                       TO ws-trn-rec-changes
               WHEN "NEW NOCNV"
                   ADD 1 TO ws-trn-new-nocnv
                   ADD ws-seen-count (ws-seen-idx)
                       TO ws-trn-rec-new-nocnv
               WHEN OTHER
                   ADD 1 TO ws-trn-new-conv
                   ADD ws-seen-count (ws-seen-idx)
                       TO ws-trn-rec-new-conv
           END-EVALUATE
           MOVE SPACES TO ws-rpt-detail-line
           MOVE ws-seen-item-1 (ws-seen-idx) TO ws-rpt-det-item-1
           MOVE ws-seen-item-2 (ws-seen-idx) TO ws-rpt-det-item-2
           MOVE ws-seen-today (ws-seen-idx) TO ws-rpt-det-today
           MOVE ws-seen-cutover (ws-seen-idx) TO ws-rpt-det-cutover
           MOVE ws-seen-kind (ws-seen-idx) TO ws-rpt-det-kind
           MOVE ws-seen-count (ws-seen-idx) TO ws-rpt-det-count
           MOVE ws-seen-last-date (ws-seen-idx)
               TO ws-rpt-det-last-date
           WRITE REPORT-LINE FROM ws-rpt-detail-line
           EXIT paragraph.

       DISPLAY-IMPACT-TOTALS.
           DISPLAY "Master pairs read:            " ws-master-read
           DISPLAY "  converting differently:     " ws-mst-changes
           DISPLAY "  newly rejecting NOCNV:      " ws-mst-new-nocnv
           DISPLAY "  newly converting:           " ws-mst-new-conv
           DISPLAY "Transactions in the lookback: " ws-trans-in-window
           DISPLAY "  distinct pairs:             " ws-seen-count-total
           DISPLAY "  converting differently:     " ws-trn-changes
               " pair(s), " ws-trn-rec-changes " record(s)"
           DISPLAY "  newly rejecting NOCNV:      " ws-trn-new-nocnv
               " pair(s), " ws-trn-rec-new-nocnv " record(s)"
           DISPLAY "  newly converting:           " ws-trn-new-conv
               " pair(s), " ws-trn-rec-new-conv " record(s)"
           DISPLAY "Impact report written to CONVIMP.TXT."
           EXIT paragraph.

       END PROGRAM convimp.
