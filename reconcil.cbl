      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-08-21
      * Updated: 2026-10-15
      * Purpose: Three-way reconciliation of the nightly run's files.
      *          Every accepted pair on TRANXN.DAT should have a
      *          matching REFERENCE entry on AUDITLOG.DAT (before
      *          each unmatched item and ends with condition code 8
      *          when the files are out of balance, so the scheduler
      *          holds downstream jobs instead of letting them consume
      *          a short extract. Each unmatched item names the source
      *          system, file and record it came from, and the totals
      *          are broken out by source system so a bad upstream
      *          shows up by name. Records written before lineage was
      *          kept count under source (NONE).
      *          A date that has had supplementary cycles for late
      *          files reconciles whole - the night and every cycle,
      *          each cycle's extract generation and reject list
      *          included - or one cycle at a time.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks reconcil.cbl -o reconcil.exe
      *
      * Usage: reconcil [run-date-YYYYMMDD] [cycle|ALL]
      *        Default: the last completed business date from
      *        PROCDATE.DAT (the date the nightly just filed its
      *        work under, even when the run slipped past midnight),
      *        falling back to today where no control file exists,
      *        and ALL of its cycles. Cycle 1 is the night itself.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcil.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-file-status.

      *> main-app's supplementary-cycle control file, for the cycles
      *> the run date has had.
           SELECT CYCLECTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cyclectl-file-status.

      *> Shop-wide run history ledger - a START and an END entry for
      *> every run, read by opslog for the daily operations log.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

       DATA DIVISION.

       FILE SECTION.
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==TRANS-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==TRANS-ITEM-2==.
           05  FILLER                          PIC X(1).
           05  TRANS-SOURCE-SYSTEM             PIC X(8).
           05  FILLER                          PIC X(1).
           05  TRANS-FILE-SEQ                  PIC 9(2).
           05  FILLER                          PIC X(1).
           05  TRANS-RECORD-NO                 PIC 9(6).
           05  FILLER                          PIC X(1).
           05  TRANS-CYCLE                     PIC 9(2).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==AUDIT-AFTER-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==AUDIT-AFTER-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  AUDIT-SOURCE-SYSTEM              PIC X(8).
           05  FILLER                           PIC X(1).
           05  AUDIT-FILE-SEQ                   PIC 9(2).
           05  FILLER                           PIC X(1).
           05  AUDIT-RECORD-NO                  PIC 9(6).
           05  FILLER                           PIC X(1).
           05  AUDIT-CYCLE                      PIC 9(2).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==EXTRACT-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==EXTRACT-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  EXTRACT-SOURCE-SYSTEM            PIC X(8).
           05  FILLER                           PIC X(1).
           05  EXTRACT-FILE-SEQ                 PIC 9(2).
           05  FILLER                           PIC X(1).
           05  EXTRACT-RECORD-NO                PIC 9(6).
           05  FILLER                           PIC X(1).
           05  EXTRACT-CYCLE                    PIC 9(2).

      *> The run's business-date control file, for defaulting the
      *> date to reconcile to the last batch that completed.
           05  PROC-LAST-DONE                   PIC X(8).

      *> The batch run's reject file - same layout the batch driver
      *> writes: pair, reason code, input record number, source
      *> system and file sequence.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY ITEMREC REPLACING
           05  REJ-REASON                       PIC X(5).
           05  FILLER                           PIC X(1).
           05  REJ-RECORD-NUMBER                PIC 9(6).
           05  FILLER                           PIC X(1).
           05  REJ-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1).
           05  REJ-FILE-SEQ                     PIC 9(2).

       FD  CYCLECTL-FILE.
       01  CYCLECTL-RECORD.
           05  CYC-DATE                         PIC X(8).
           05  FILLER                           PIC X(1).
           05  CYC-NUMBER                       PIC 9(2).
           05  FILLER                           PIC X(1).
           05  CYC-STATUS                       PIC X(8).
           05  FILLER                           PIC X(1).
           05  CYC-TIMESTAMP                    PIC X(21).
           05  FILLER                           PIC X(1).
           05  CYC-RECORDS-READ                 PIC 9(6).
           05  FILLER                           PIC X(1).
           05  CYC-PROCESSED                    PIC 9(6).
           05  FILLER                           PIC X(1).
           05  CYC-REJECTED                     PIC 9(6).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.

       01  ws-run-date                         PIC X(8)  VALUE SPACES.

      *> The cycle being reconciled - 0 for the whole date. A record
      *> written before cycles existed reads back spaces there and
      *> counts as cycle 1, the night's own. ws-cycle-highest is
      *> the highest supplementary cycle CYCLECTL.DAT holds for the
      *> date (1 when it has had none).
       01  ws-recon-cycle                      PIC 9(2)  VALUE 0.
       01  ws-all-cycles-switch                PIC X(1)  VALUE "Y".
           88  ws-all-cycles                   VALUE "Y".
       01  ws-record-cycle                     PIC 9(2)  VALUE 1.
       01  ws-in-scope-switch                  PIC X(1)  VALUE "N".
           88  ws-in-scope                     VALUE "Y".
       01  ws-cycle-highest                    PIC 9(2)  VALUE 1.
       01  ws-file-cycle                       PIC 9(2)  VALUE 1.
       01  ws-cmdline-arg-number               PIC 9(2)  VALUE 0.
       01  ws-cmdline-arg-value                PIC X(100) VALUE SPACES.

       01  ws-extract-file-name                PIC X(100)
                                                VALUE "EXTRACT.DAT".
       01  ws-procdate-file-status             PIC X(2).
       01  ws-cyclectl-file-status             PIC X(2).
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

               10  ws-trans-tbl-item-2          PIC X(10).
               10  ws-trans-matched-switch      PIC X(1).
               10  ws-trans-rejected-switch     PIC X(1).
               10  ws-trans-tbl-source          PIC X(8).
               10  ws-trans-tbl-file-seq        PIC 9(2).
               10  ws-trans-tbl-record-no       PIC 9(6).
       01  ws-trans-count                      PIC 9(6)  VALUE 0.

      *> This run date's REFERENCE audit entries, before and after
               10  ws-audit-tbl-aft-item-2      PIC X(10).
               10  ws-audit-trans-switch        PIC X(1).
               10  ws-audit-extract-switch      PIC X(1).
               10  ws-audit-tbl-source          PIC X(8).
               10  ws-audit-tbl-file-seq        PIC 9(2).
               10  ws-audit-tbl-record-no       PIC 9(6).
       01  ws-audit-count                      PIC 9(6)  VALUE 0.

      *> This run date's ERROR audit entries (sub-app rejects). Each
               10  ws-extract-tbl-item-1        PIC X(10).
               10  ws-extract-tbl-item-2        PIC X(10).
               10  ws-extract-used-switch       PIC X(1).
               10  ws-extract-tbl-source        PIC X(8).
               10  ws-extract-tbl-file-seq      PIC 9(2).
               10  ws-extract-tbl-record-no     PIC 9(6).
       01  ws-extract-count                    PIC 9(6)  VALUE 0.

      *> The batch driver's reject file for the run. A master-file
       01  ws-found-switch                     PIC X(1)  VALUE "N".
           88  ws-found                        VALUE "Y".

      *> Lineage of the record just read, normalised for the tables:
      *> a record from before lineage was kept reads back spaces, so
      *> it is counted under source (NONE) with file and record 0.
       01  ws-lineage.
           05  ws-lineage-source                PIC X(8)  VALUE SPACES.
           05  ws-lineage-file-seq              PIC 9(2)  VALUE 0.
           05  ws-lineage-record-no             PIC 9(6)  VALUE 0.

      *> Per-source-system breakdown of the balance: transactions,
      *> those matched through to the extract, those explained as
      *> rejects, and the discrepancies charged to the source (a
      *> transaction, audit entry or extract record of that source
      *> left unmatched).
       01  ws-source-table.
           05  ws-source-entry OCCURS 50 TIMES
                               INDEXED BY ws-source-idx.
               10  ws-source-tbl-name           PIC X(8).
               10  ws-source-tbl-trans          PIC 9(6).
               10  ws-source-tbl-explained      PIC 9(6).
               10  ws-source-tbl-unmatched      PIC 9(6).
               10  ws-source-tbl-discrepancies  PIC 9(6).
       01  ws-source-count                     PIC 9(2)  VALUE 0.
       01  ws-source-matched                   PIC 9(6)  VALUE 0.

       01  ws-trans-unmatched                  PIC 9(6)  VALUE 0.
       01  ws-trans-explained                  PIC 9(6)  VALUE 0.
       01  ws-audit-no-trans                   PIC 9(6)  VALUE 0.
       01  ws-extract-leftover                 PIC 9(6)  VALUE 0.
       01  ws-out-of-balance                   PIC 9(6)  VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE
           MOVE "RECONCIL" TO ws-rh-program
           IF ws-all-cycles
               MOVE "ALL" TO ws-rh-mode
           ELSE
               STRING "CYCLE " ws-recon-cycle DELIMITED BY SIZE
                   INTO ws-rh-mode
               END-STRING
           END-IF
           MOVE ws-run-date TO ws-rh-business-date
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           PERFORM LOAD-CYCLE-CONTROL
           IF ws-all-cycles
               DISPLAY "Reconciliation for run date " ws-run-date
                   " - all cycles"
           ELSE
               DISPLAY "Reconciliation for run date " ws-run-date
                   " - cycle " ws-recon-cycle
           END-IF
           DISPLAY "==============================================="

           PERFORM LOAD-TRANS-TABLE
           ELSE
               DISPLAY "Reconciliation in balance."
           END-IF
           MOVE "TRANS" TO ws-rh-count-label (1)
           MOVE ws-trans-count TO ws-rh-count (1)
           MOVE "AUDIT" TO ws-rh-count-label (2)
           MOVE ws-audit-count TO ws-rh-count (2)
           MOVE "OUTOFBAL" TO ws-rh-count-label (3)
           MOVE ws-out-of-balance TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

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

      *> Takes the run date to reconcile from the first command-line
      *> argument. With no argument it uses the last business date
      *> the batch completed (PROC-LAST-DONE on PROCDATE.DAT) - the
      *> date the nightly just filed its work under - falling back
      *> to the system date where no control file exists yet. The
      *> second argument narrows the reconciliation to one cycle of
      *> the date; without it (or with ALL) the whole date balances.
       GET-RUN-DATE.
           MOVE 1 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
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
           EVALUATE TRUE
               WHEN ws-cmdline-arg-value = SPACES
                   OR ws-cmdline-arg-value = "ALL"
                   MOVE "Y" TO ws-all-cycles-switch
                   MOVE 0 TO ws-recon-cycle
               WHEN ws-cmdline-arg-value (3:98) = SPACES
                   AND ws-cmdline-arg-value (1:2) IS NUMERIC
                   AND ws-cmdline-arg-value (1:2) NOT = "00"
                   MOVE "N" TO ws-all-cycles-switch
                   MOVE ws-cmdline-arg-value (1:2) TO ws-recon-cycle
               WHEN ws-cmdline-arg-value (2:99) = SPACES
                   AND ws-cmdline-arg-value (1:1) IS NUMERIC
                   AND ws-cmdline-arg-value (1:1) NOT = "0"
                   MOVE "N" TO ws-all-cycles-switch
                   MOVE ws-cmdline-arg-value (1:1) TO ws-recon-cycle
               WHEN OTHER
                   DISPLAY "ERROR: cycle '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' is not a cycle number 1-99 or ALL - job "
                       "stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           EXIT paragraph.

      *> Finds the highest supplementary cycle CYCLECTL.DAT holds
      *> for the run date, so a whole-date reconciliation reads every
      *> cycle's extract generation and reject list. A backed-out
      *> cycle's generation was rewritten empty and its records
      *> removed, so it balances at zero and needs no special case.
       LOAD-CYCLE-CONTROL.
           MOVE 1 TO ws-cycle-highest
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CYCLECTL-FILE
           IF ws-cyclectl-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ CYCLECTL-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF CYC-DATE = ws-run-date
                           AND CYC-NUMBER IS NUMERIC
                           AND CYC-NUMBER > ws-cycle-highest
                           MOVE CYC-NUMBER TO ws-cycle-highest
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLECTL-FILE
           IF ws-cycle-highest > 1
               DISPLAY "Business date " ws-run-date " has had "
                   "supplementary cycles up to " ws-cycle-highest
                   "."
           END-IF
           EXIT paragraph.

      *> Decides whether a record of the run date belongs to the
      *> cycle being reconciled, from the record's cycle in
      *> ws-record-cycle.
       CHECK-CYCLE-IN-SCOPE.
           IF ws-all-cycles OR ws-record-cycle = ws-recon-cycle
               MOVE "Y" TO ws-in-scope-switch
           ELSE
               MOVE "N" TO ws-in-scope-switch
           END-IF
           EXIT paragraph.

      *> Loads the transactions stamped with the run date (and, for
      *> a one-cycle reconciliation, that cycle). A missing
      *> transaction file reconciles as zero transactions rather than
      *> failing, the same way an empty day would.
       LOAD-TRANS-TABLE.
                       AT END
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           MOVE "N" TO ws-in-scope-switch
                           IF TRANS-DATE = ws-run-date
                               MOVE 1 TO ws-record-cycle
                               IF TRANS-CYCLE IS NUMERIC
                                   AND TRANS-CYCLE > 0
                                   MOVE TRANS-CYCLE TO ws-record-cycle
                               END-IF
                               PERFORM CHECK-CYCLE-IN-SCOPE
                           END-IF
                           IF ws-in-scope
                               IF ws-trans-count >= 30000
                                   DISPLAY "ERROR: more than 30000 "
                                       "transactions for the run "
                                   (ws-trans-count)
                               MOVE "N" TO ws-trans-rejected-switch
                                   (ws-trans-count)
                               MOVE TRANS-SOURCE-SYSTEM
                                   TO ws-lineage-source
                               MOVE TRANS-FILE-SEQ
                                   TO ws-lineage-file-seq
                               MOVE TRANS-RECORD-NO
                                   TO ws-lineage-record-no
                               IF TRANS-FILE-SEQ IS NOT NUMERIC
                                   OR TRANS-RECORD-NO IS NOT NUMERIC
                                   MOVE 0 TO ws-lineage-file-seq
                                   MOVE 0 TO ws-lineage-record-no
                               END-IF
                               PERFORM NORMALISE-LINEAGE
                               MOVE ws-lineage-source TO
                                   ws-trans-tbl-source
                                       (ws-trans-count)
                               MOVE ws-lineage-file-seq TO
                                   ws-trans-tbl-file-seq
                                       (ws-trans-count)
                               MOVE ws-lineage-record-no TO
                                   ws-trans-tbl-record-no
                                       (ws-trans-count)
                               PERFORM FIND-SOURCE-ROW
                               ADD 1 TO ws-source-tbl-trans
                                   (ws-source-idx)
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           IF AUDIT-TIMESTAMP (1:8) = ws-run-date
                               MOVE 1 TO ws-record-cycle
                               IF AUDIT-CYCLE IS NUMERIC
                                   AND AUDIT-CYCLE > 0
                                   MOVE AUDIT-CYCLE TO ws-record-cycle
                               END-IF
                               PERFORM CHECK-CYCLE-IN-SCOPE
                               IF ws-in-scope
                                   PERFORM LOAD-ONE-AUDIT-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           EXIT paragraph.

       LOAD-ONE-AUDIT-ENTRY.
           MOVE AUDIT-SOURCE-SYSTEM TO ws-lineage-source
           MOVE AUDIT-FILE-SEQ TO ws-lineage-file-seq
           MOVE AUDIT-RECORD-NO TO ws-lineage-record-no
           IF AUDIT-FILE-SEQ IS NOT NUMERIC
               OR AUDIT-RECORD-NO IS NOT NUMERIC
               MOVE 0 TO ws-lineage-file-seq
               MOVE 0 TO ws-lineage-record-no
           END-IF
           PERFORM NORMALISE-LINEAGE
           EVALUATE AUDIT-OPERATION
               WHEN "REFERENCE"
                   IF ws-audit-count >= 30000
                   MOVE "N" TO ws-audit-trans-switch (ws-audit-count)
                   MOVE "N" TO ws-audit-extract-switch
                       (ws-audit-count)
                   MOVE ws-lineage-source TO
                       ws-audit-tbl-source (ws-audit-count)
                   MOVE ws-lineage-file-seq TO
                       ws-audit-tbl-file-seq (ws-audit-count)
                   MOVE ws-lineage-record-no TO
                       ws-audit-tbl-record-no (ws-audit-count)
               WHEN "ERROR"
                   IF ws-error-count >= 30000
                       DISPLAY "ERROR: more than 30000 error "

      *> Loads the run date's extract records from its generation
      *> file, or from the legacy EXTRACT.DAT when no generation
      *> exists for the date - those are cycle 1's - and from each
      *> supplementary cycle's own EXTRACT.YYYYMMDD.Cnn.DAT
      *> generation in scope.
       LOAD-EXTRACT-TABLE.
           MOVE 0 TO ws-extract-count
           IF ws-all-cycles OR ws-recon-cycle = 1
               MOVE 1 TO ws-file-cycle
               PERFORM LOAD-ONE-EXTRACT-FILE
           END-IF
           IF ws-all-cycles
               PERFORM VARYING ws-file-cycle FROM 2 BY 1
                   UNTIL ws-file-cycle > ws-cycle-highest
                   PERFORM LOAD-ONE-EXTRACT-FILE
               END-PERFORM
           ELSE
               IF ws-recon-cycle > 1
                   MOVE ws-recon-cycle TO ws-file-cycle
                   PERFORM LOAD-ONE-EXTRACT-FILE
               END-IF
           END-IF
           DISPLAY "Extract records for run date:     "
               ws-extract-count
           EXIT paragraph.

      *> Loads one extract generation, named by ws-file-cycle. The
      *> generation's header and trailer records never carry the run
      *> date in the date columns, so the date filter that keeps
      *> other runs' records out keeps the control records out too.
       LOAD-ONE-EXTRACT-FILE.
           MOVE "N" TO ws-eof-switch
           MOVE SPACES TO ws-extract-file-name
           IF ws-file-cycle > 1
               STRING "EXTRACT." ws-run-date ".C" ws-file-cycle ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-file-name
               END-STRING
           ELSE
               STRING "EXTRACT." ws-run-date ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-file-name
               END-STRING
           END-IF
           OPEN INPUT EXTRACT-FILE
           IF ws-extract-file-status = "35" AND ws-file-cycle = 1
               MOVE "EXTRACT.DAT" TO ws-extract-file-name
               OPEN INPUT EXTRACT-FILE
           END-IF
                       AT END
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           MOVE "N" TO ws-in-scope-switch
                           IF EXTRACT-DATE = ws-run-date
                               MOVE 1 TO ws-record-cycle
                               IF EXTRACT-CYCLE IS NUMERIC
                                   AND EXTRACT-CYCLE > 0
                                   MOVE EXTRACT-CYCLE
                                       TO ws-record-cycle
                               END-IF
                               PERFORM CHECK-CYCLE-IN-SCOPE
                           END-IF
                           IF ws-in-scope
                               IF ws-extract-count >= 60000
                                   DISPLAY "ERROR: more than 60000 "
                                       "extract records - job "
                                       (ws-extract-count)
                               MOVE "N" TO ws-extract-used-switch
                                   (ws-extract-count)
                               MOVE EXTRACT-SOURCE-SYSTEM
                                   TO ws-lineage-source
                               MOVE EXTRACT-FILE-SEQ
                                   TO ws-lineage-file-seq
                               MOVE EXTRACT-RECORD-NO
                                   TO ws-lineage-record-no
                               IF EXTRACT-FILE-SEQ IS NOT NUMERIC
                                   OR EXTRACT-RECORD-NO
                                       IS NOT NUMERIC
                                   MOVE 0 TO ws-lineage-file-seq
                                   MOVE 0 TO ws-lineage-record-no
                               END-IF
                               PERFORM NORMALISE-LINEAGE
                               MOVE ws-lineage-source TO
                                   ws-extract-tbl-source
                                       (ws-extract-count)
                               MOVE ws-lineage-file-seq TO
                                   ws-extract-tbl-file-seq
                                       (ws-extract-count)
                               MOVE ws-lineage-record-no TO
                                   ws-extract-tbl-record-no
                                       (ws-extract-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           ELSE
               DISPLAY "Warning: extract file "
                   FUNCTION TRIM(ws-extract-file-name)
                   " not available (status " ws-extract-file-status
                   ")."
           END-IF
           EXIT paragraph.

      *> Loads the batch driver's reject file, plus the BATCHREJ.NEW
      *> explain an unmatched transaction. The files are rewritten by
      *> every run (they are the run's work list, not a history), so
      *> their records belong to the run being reconciled. A missing
      *> file just means nothing was rejected there. Those two are
      *> the night's (cycle 1); each supplementary cycle in scope
      *> adds its own BATCHREJ.YYYYMMDD.Cnn.DAT.
       LOAD-REJECT-TABLE.
           MOVE 0 TO ws-reject-count
           IF ws-all-cycles OR ws-recon-cycle = 1
               MOVE "BATCHREJ.DAT" TO ws-reject-file-name
               PERFORM LOAD-ONE-REJECT-FILE
               MOVE "BATCHREJ.NEW" TO ws-reject-file-name
               PERFORM LOAD-ONE-REJECT-FILE
           END-IF
           IF ws-all-cycles
               PERFORM VARYING ws-file-cycle FROM 2 BY 1
                   UNTIL ws-file-cycle > ws-cycle-highest
                   PERFORM LOAD-CYCLE-REJECT-FILE
               END-PERFORM
           ELSE
               IF ws-recon-cycle > 1
                   MOVE ws-recon-cycle TO ws-file-cycle
                   PERFORM LOAD-CYCLE-REJECT-FILE
               END-IF
           END-IF
           DISPLAY "Reject records for the run:       "
               ws-reject-count
           EXIT paragraph.

      *> A supplementary cycle's reject list, named by ws-file-cycle.
       LOAD-CYCLE-REJECT-FILE.
           MOVE SPACES TO ws-reject-file-name
           STRING "BATCHREJ." ws-run-date ".C" ws-file-cycle ".DAT"
               DELIMITED BY SIZE
               INTO ws-reject-file-name
           END-STRING
           PERFORM LOAD-ONE-REJECT-FILE
           EXIT paragraph.

       LOAD-ONE-REJECT-FILE.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT REJECT-FILE
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE ws-trans-tbl-source (ws-trans-idx)
                       TO ws-lineage-source
                   PERFORM FIND-SOURCE-ROW
                   IF ws-trans-rejected-switch (ws-trans-idx) = "Y"
                       ADD 1 TO ws-trans-explained
                       ADD 1 TO ws-source-tbl-explained
                           (ws-source-idx)
                       DISPLAY "INFO: transaction "
                           ws-trans-tbl-item-1 (ws-trans-idx) "/"
                           ws-trans-tbl-item-2 (ws-trans-idx)
                           " was rejected by the run (audit ERROR "
                           "entry or reject file) - no extract owed."
                       DISPLAY "      source "
                           ws-trans-tbl-source (ws-trans-idx)
                           " file " ws-trans-tbl-file-seq
                               (ws-trans-idx)
                           " record " ws-trans-tbl-record-no
                               (ws-trans-idx)
                   ELSE
                       ADD 1 TO ws-trans-unmatched
                       ADD 1 TO ws-out-of-balance
                       ADD 1 TO ws-source-tbl-unmatched
                           (ws-source-idx)
                       ADD 1 TO ws-source-tbl-discrepancies
                           (ws-source-idx)
                       DISPLAY "UNMATCHED: transaction "
                           ws-trans-tbl-item-1 (ws-trans-idx) "/"
                           ws-trans-tbl-item-2 (ws-trans-idx)
                           " has no REFERENCE audit entry."
                       DISPLAY "      source "
                           ws-trans-tbl-source (ws-trans-idx)
                           " file " ws-trans-tbl-file-seq
                               (ws-trans-idx)
                           " record " ws-trans-tbl-record-no
                               (ws-trans-idx)
                   END-IF
               END-IF
           END-PERFORM
       REPORT-UNMATCHED-AUDIT.
           PERFORM VARYING ws-audit-idx FROM 1 BY 1
               UNTIL ws-audit-idx > ws-audit-count
               MOVE ws-audit-tbl-source (ws-audit-idx)
                   TO ws-lineage-source
               PERFORM FIND-SOURCE-ROW
               IF ws-audit-trans-switch (ws-audit-idx) = "N"
                   ADD 1 TO ws-audit-no-trans
                   ADD 1 TO ws-out-of-balance
                   ADD 1 TO ws-source-tbl-discrepancies
                       (ws-source-idx)
                   DISPLAY "UNMATCHED: audit entry "
                       ws-audit-tbl-bef-item-1 (ws-audit-idx) "/"
                       ws-audit-tbl-bef-item-2 (ws-audit-idx)
                       " has no transaction record."
                   DISPLAY "      source "
                       ws-audit-tbl-source (ws-audit-idx)
                       " file " ws-audit-tbl-file-seq (ws-audit-idx)
                       " record " ws-audit-tbl-record-no
                           (ws-audit-idx)
               END-IF
               IF ws-audit-extract-switch (ws-audit-idx) = "N"
                   ADD 1 TO ws-audit-no-extract
                   ADD 1 TO ws-out-of-balance
                   ADD 1 TO ws-source-tbl-discrepancies
                       (ws-source-idx)
                   DISPLAY "UNMATCHED: audit entry "
                       ws-audit-tbl-bef-item-1 (ws-audit-idx) "/"
                       ws-audit-tbl-bef-item-2 (ws-audit-idx)
                       ws-audit-tbl-aft-item-1 (ws-audit-idx) "/"
                       ws-audit-tbl-aft-item-2 (ws-audit-idx)
                       ") has no extract record."
                   DISPLAY "      source "
                       ws-audit-tbl-source (ws-audit-idx)
                       " file " ws-audit-tbl-file-seq (ws-audit-idx)
                       " record " ws-audit-tbl-record-no
                           (ws-audit-idx)
               END-IF
           END-PERFORM
           EXIT paragraph.
               IF ws-extract-used-switch (ws-extract-idx) = "N"
                   ADD 1 TO ws-extract-leftover
                   ADD 1 TO ws-out-of-balance
                   MOVE ws-extract-tbl-source (ws-extract-idx)
                       TO ws-lineage-source
                   PERFORM FIND-SOURCE-ROW
                   ADD 1 TO ws-source-tbl-discrepancies
                       (ws-source-idx)
                   DISPLAY "UNMATCHED: extract record "
                       ws-extract-tbl-item-1 (ws-extract-idx) "/"
                       ws-extract-tbl-item-2 (ws-extract-idx)
                       " has no transaction behind it."
                   DISPLAY "      source "
                       ws-extract-tbl-source (ws-extract-idx)
                       " file " ws-extract-tbl-file-seq
                           (ws-extract-idx)
                       " record " ws-extract-tbl-record-no
                           (ws-extract-idx)
               END-IF
           END-PERFORM
           EXIT paragraph.
           DISPLAY "Extract records with no transact:"
               ws-extract-leftover
           DISPLAY "-----------------------------------------------"
           PERFORM REPORT-SOURCE-TOTALS
           EXIT paragraph.

      *> One line per source system seen for the run date. Matched
      *> is what is left of the source's transactions once the
      *> rejects and its own unmatched transactions are taken out.
      *> Discrepancies also count the source's audit entries and
      *> extract records left unmatched.
       REPORT-SOURCE-TOTALS.
           IF ws-source-count = 0
               EXIT paragraph
           END-IF
           DISPLAY "By source system:  TRANS   MATCHED  REJECTED"
               "  DISCREPANCIES"
           PERFORM VARYING ws-source-idx FROM 1 BY 1
               UNTIL ws-source-idx > ws-source-count
               MOVE 0 TO ws-source-matched
               IF ws-source-tbl-trans (ws-source-idx)
                   > ws-source-tbl-explained (ws-source-idx)
                   + ws-source-tbl-unmatched (ws-source-idx)
                   COMPUTE ws-source-matched =
                       ws-source-tbl-trans (ws-source-idx)
                       - ws-source-tbl-explained (ws-source-idx)
                       - ws-source-tbl-unmatched (ws-source-idx)
                   END-COMPUTE
               END-IF
               DISPLAY "  " ws-source-tbl-name (ws-source-idx)
                   "        " ws-source-tbl-trans (ws-source-idx)
                   "  " ws-source-matched
                   "    " ws-source-tbl-explained (ws-source-idx)
                   "    " ws-source-tbl-discrepancies
                       (ws-source-idx)
           END-PERFORM
           DISPLAY "-----------------------------------------------"
           EXIT paragraph.

      *> A record written before lineage was kept has no source
      *> system; it is carried as (NONE) so it still has a row.
       NORMALISE-LINEAGE.
           IF ws-lineage-source = SPACES
               MOVE "(NONE)" TO ws-lineage-source
           END-IF
           EXIT paragraph.

      *> Positions ws-source-idx on the row for ws-lineage-source,
      *> adding the row the first time the source is seen.
       FIND-SOURCE-ROW.
           PERFORM VARYING ws-source-idx FROM 1 BY 1
               UNTIL ws-source-idx > ws-source-count
               OR ws-source-tbl-name (ws-source-idx)
                   = ws-lineage-source
               CONTINUE
           END-PERFORM
           IF ws-source-idx > ws-source-count
               IF ws-source-count >= 50
                   DISPLAY "ERROR: more than 50 source systems for "
                       "the run date - job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-source-count
               SET ws-source-idx TO ws-source-count
               MOVE ws-lineage-source
                   TO ws-source-tbl-name (ws-source-idx)
               MOVE 0 TO ws-source-tbl-trans (ws-source-idx)
               MOVE 0 TO ws-source-tbl-explained (ws-source-idx)
               MOVE 0 TO ws-source-tbl-unmatched (ws-source-idx)
               MOVE 0 TO ws-source-tbl-discrepancies (ws-source-idx)
           END-IF
           EXIT paragraph.

       END PROGRAM reconcil.
