      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-03
      * Updated: 2026-10-15
      * Purpose: Backout of one completed business date. When a batch
      *          file passes its control checks but turns out to be
      *          wrong (the upstream shipped the right date on the
      *          AUDITLOG.DAT (so the rerun's reconciliation starts
      *          from a clean slate instead of finding the old run's
      *          entries unmatched), appends one BACKOUT entry per
      *          removed transaction (carrying that transaction's
      *          source system, file and record number) so reconcil
      *          and investigations can see the reversal, rolls
      *          PROCDATE.DAT back so the date can be rerun, and
      *          prints a report (BACKOUT.TXT) of exactly what it
      *          removed. Nothing is destroyed:
      *          every removed record lands in a dated backout file
      *          (TRANXN.YYYYMMDD.BAK etc.) next to the report.
      *          A date that has had supplementary cycles for late
      *          files can be reversed whole (the night and every
      *          cycle) or one cycle at a time; a cycle other than
      *          the night's own leaves PROCDATE.DAT alone, moves its
      *          EXTRACT.YYYYMMDD.Cnn.DAT generation to
      *          EXTRACT.YYYYMMDD.Cnn.BAK, and is marked BACKOUT on
      *          CYCLECTL.DAT.
      *          Each reversed night or cycle is also journalled as a
      *          BACKOUT event on REJEVENT.DAT, so the next rejledg
      *          rebuild drops the rejects, resubmissions and clean
      *          refeeds it had journalled and the rerun's are not
      *          counted twice.
      *          A downstream consumer that has already acknowledged
      *          loading an extract generation being reversed (on
      *          EXTACK.DAT - see extdlvr) now needs a correction, so
      *          the backout refuses to start unless OVERRIDE is
      *          given, and then lists those consumers at the top of
      *          BACKOUT.TXT.
      *          A backout is dual-control: the requesting operator
      *          and a second, different approving operator must both
      *          be authorized for backout on OPERAUTH.DAT. Both ids
      *          head BACKOUT.TXT and are carried on every BACKOUT
      *          entry written to AUDITLOG.DAT (as its after-pair).
      *          Master maintenance ("M" records) applied from the
      *          reversed feed is not undone - MASTERCD.DAT keeps it.
      *          Every such add or delete on MASTCHG.DAT that no later
      *          change has reversed is listed in BACKOUT.TXT and on
      *          the console, for the operator to put right through
      *          mastmnt if the corrected feed does not.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks backout.cbl -o backout.exe
      *
      * Usage: backout [business-date-YYYYMMDD] [cycle|ALL] [OVERRIDE]
      *        Default: the last completed business date from
      *        PROCDATE.DAT - the night most likely to need undoing -
      *        and ALL of its cycles. Cycle 1 is the night itself.
      *        OVERRIDE reverses a date whose extract has already
      *        been acknowledged by a consumer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. backout.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.

      *> Shop-wide run history ledger - a START and an END entry for
      *> every run, read by opslog for the daily operations log.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

      *> Operator authorization file - which operator ids may run
      *> which controlled functions. Maintained by hand by the
      *> operations supervisor; a missing file authorizes nobody.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-operauth-file-status.

      *> main-app's supplementary-cycle control file - read for the
      *> cycles a date has had, appended to for the ones reversed.
           SELECT CYCLECTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cyclectl-file-status.

      *> Downstream consumers' extract acknowledgements, for the
      *> generations this backout would reverse.
           SELECT EXTACK-FILE ASSIGN TO "EXTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extack-file-status.

      *> The permanent reject journal rejledg builds its ledger from -
      *> appended to for each night or cycle reversed.
           SELECT REJEVENT-FILE ASSIGN TO "REJEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rejevent-file-status.

      *> Master change log - read only, for the master maintenance
      *> the reversed feed applied.
           SELECT MASTCHG-FILE ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-mastchg-file-status.

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
       01  EXTRACT-RAW-RECORD                  PIC X(51).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05  PROC-LAST-DONE                   PIC X(8).

       FD  TRANS-NEW-FILE.
       01  TRANS-NEW-RECORD                    PIC X(51).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD                    PIC X(95).

       FD  EXTRACT-NEW-FILE.
       01  EXTRACT-NEW-RECORD                  PIC X(51).

       FD  BACKOUT-FILE.
       01  BACKOUT-RECORD                      PIC X(95).

       FD  REPORT-FILE.
       01  REPORT-LINE                         PIC X(132).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LOCK-TIMESTAMP                   PIC X(21).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

      *> One line per operator: the id, then a Y/N flag for each
      *> controlled function in this order - master maintenance,
      *> conversion maintenance, resubmission, backout, simulation
      *> ASOF override - then the operator's name. Lines starting
      *> with "*" are comments.
       FD  OPERAUTH-FILE.
       01  OPERAUTH-RECORD.
           05  OPR-ID                           PIC X(8).
           05  FILLER                           PIC X(1).
           05  OPR-FUNCTION-FLAGS.
               10  OPR-FUNCTION-FLAG OCCURS 5 TIMES
                                                PIC X(1).
           05  FILLER                           PIC X(1).
           05  OPR-NAME                         PIC X(30).

       FD  CYCLECTL-FILE.
       01  CYCLECTL-RECORD.
           05  CYC-DATE                         PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-NUMBER                       PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-STATUS                       PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-TIMESTAMP                    PIC X(21).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-RECORDS-READ                 PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-PROCESSED                    PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-REJECTED                     PIC 9(6).

      *> Same layout extdlvr reads: consumer, generation date and
      *> cycle, record count, hash total, date and time loaded.
       FD  EXTACK-FILE.
       01  EXTACK-RECORD.
           05  ACK-CONSUMER                     PIC X(8).
           05  FILLER                           PIC X(1).
           05  ACK-GEN-DATE                     PIC X(8).
           05  FILLER                           PIC X(1).
           05  ACK-GEN-CYCLE                    PIC X(2).
           05  FILLER                           PIC X(1).
           05  ACK-RECORD-COUNT                 PIC X(6).
           05  FILLER                           PIC X(1).
           05  ACK-HASH-TOTAL                   PIC X(12).
           05  FILLER                           PIC X(1).
           05  ACK-LOADED-DATE                  PIC X(8).
           05  FILLER                           PIC X(1).
           05  ACK-LOADED-TIME                  PIC X(6).

      *> Same layout main-app and rejledg write. A BACKOUT event names
      *> the date and cycle reversed, the requesting operator and,
      *> in the note, the approver; its pair is blank.
       FD  REJEVENT-FILE.
       01  REJEVENT-RECORD.
           05  EVT-DATE                         PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-CYCLE                        PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==EVT-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==EVT-ITEM-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-TYPE                         PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-REASON                       PIC X(5).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-OUTCOME                      PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-TIMESTAMP                    PIC X(21).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-OPERATOR                     PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-NOTE                         PIC X(40).

      *> Same layout main-app and mastmnt write. Cycle and file
      *> sequence are only filled on changes applied from the feed;
      *> entries logged before the business date was kept have none
      *> and cannot be tied to a night.
       FD  MASTCHG-FILE.
       01  MASTCHG-RECORD.
           05  MCHG-TIMESTAMP                   PIC X(21).
           05  FILLER                           PIC X(1).
           05  MCHG-OPERATION                   PIC X(6).
           05  FILLER                           PIC X(1).
           05  MCHG-OPERATOR                    PIC X(8).
           05  FILLER                           PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==MCHG-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==MCHG-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  MCHG-BUSINESS-DATE               PIC X(8).
           05  FILLER                           PIC X(1).
           05  MCHG-CYCLE                       PIC X(2).
           05  FILLER                           PIC X(1).
           05  MCHG-FILE-SEQ                    PIC X(2).

       WORKING-STORAGE SECTION.

       01  ws-trans-file-status                PIC X(2).
       01  ws-backout-file-status              PIC X(2).
       01  ws-report-file-status               PIC X(2).
       01  ws-lock-file-status                 PIC X(2).
       01  ws-cyclectl-file-status             PIC X(2).
       01  ws-extack-file-status               PIC X(2).
       01  ws-mastchg-file-status              PIC X(2).
       01  ws-rejevent-file-status             PIC X(2).
       01  ws-lock-today                       PIC X(8).

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

      *> Operator authorization check: the id to look up, the
      *> function wanted (1 = master maintenance, 2 = conversion
      *> maintenance, 3 = resubmission, 4 = backout, 5 = simulation
      *> ASOF override - the flag positions on OPERAUTH.DAT) and the
      *> answer.
       01  ws-operauth-file-status             PIC X(2).
      *> A backout is dual-control: the operator asking for it and a
      *> second, different operator approving it, both authorized for
      *> backout. Both ids head BACKOUT.TXT and ride on every BACKOUT
      *> entry's after-pair on AUDITLOG.DAT, which is otherwise blank.
       01  ws-operator-id                      PIC X(8)  VALUE SPACES.
       01  ws-approver-id                      PIC X(8)  VALUE SPACES.
       01  ws-operauth-eof-switch              PIC X(1)  VALUE "N".
           88  ws-operauth-eof                 VALUE "Y".
       01  ws-auth-check-id                    PIC X(8)  VALUE SPACES.
       01  ws-auth-function                    PIC 9(1)  VALUE 0.
       01  ws-auth-result                      PIC X(1)  VALUE "U".
           88  ws-auth-granted                 VALUE "Y".
           88  ws-auth-denied                  VALUE "N".
           88  ws-auth-unknown                 VALUE "U".
       01  ws-auth-function-names.
           05  FILLER                           PIC X(24)
               VALUE "master maintenance".
           05  FILLER                           PIC X(24)
               VALUE "conversion maintenance".
           05  FILLER                           PIC X(24)
               VALUE "resubmission".
           05  FILLER                           PIC X(24)
               VALUE "backout".
           05  FILLER                           PIC X(24)
               VALUE "simulation ASOF override".
       01  ws-auth-function-table REDEFINES ws-auth-function-names.
           05  ws-auth-function-name OCCURS 5 TIMES
                                                PIC X(24).
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

       01  ws-process-date                     PIC X(8)  VALUE SPACES.
       01  ws-last-done-date                   PIC X(8)  VALUE SPACES.
       01  ws-prior-date-integer               PIC 9(8)  VALUE 0.
      *> Set once PROCDATE.DAT has been rolled back - only then is
      *> the night itself reversed and journalled as such.
       01  ws-night-rolled-back-switch         PIC X(1)  VALUE "N".
           88  ws-night-rolled-back            VALUE "Y".

      *> The cycle being reversed - 0 when the whole date is, the
      *> night and every supplementary cycle together. A record
      *> written before cycles existed reads back spaces there and
      *> counts as cycle 1, the night's own.
       01  ws-backout-cycle                    PIC 9(2)  VALUE 0.
       01  ws-all-cycles-switch                PIC X(1)  VALUE "Y".
           88  ws-all-cycles                   VALUE "Y".
       01  ws-record-cycle                     PIC 9(2)  VALUE 1.
       01  ws-in-scope-switch                  PIC X(1)  VALUE "N".
           88  ws-in-scope                     VALUE "Y".
       01  ws-cycle-title                      PIC X(12) VALUE SPACES.

      *> Acknowledgements of the generations in scope, as printed on
      *> the console and the report, and whether the operator gave
      *> OVERRIDE to reverse them anyway.
       01  ws-override-switch                  PIC X(1)  VALUE "N".
           88  ws-override                     VALUE "Y".
       01  ws-acked-table.
           05  ws-acked-line OCCURS 100 TIMES  PIC X(80).
       01  ws-acked-count                      PIC 9(3)  VALUE 0.
       01  ws-acked-sub                        PIC 9(3)  VALUE 0.

      *> Latest CYCLECTL.DAT status of each supplementary cycle of
      *> the backout date, by cycle number, and the highest number
      *> the date has had.
       01  ws-cycle-status-table.
           05  ws-cycle-status OCCURS 99 TIMES PIC X(8).
       01  ws-cycle-highest                    PIC 9(2)  VALUE 1.
       01  ws-cycle-sub                        PIC 9(2)  VALUE 0.
       01  ws-extract-cycle                    PIC 9(2)  VALUE 1.
       01  ws-generation-removed               PIC 9(6)  VALUE 0.

       01  ws-backout-file-name                PIC X(100) VALUE SPACES.
       01  ws-extract-live-name                PIC X(100)

      *> The pairs removed from the transaction file, held so the
      *> BACKOUT audit entries can be appended after AUDITLOG.DAT
      *> itself has been rewritten, with the lineage of each so the
      *> reversal entry still names the upstream file.
       01  ws-removed-table.
           05  ws-removed-entry OCCURS 30000 TIMES
                                INDEXED BY ws-removed-idx.
               10  ws-removed-tbl-item-1        PIC X(10).
               10  ws-removed-tbl-item-2        PIC X(10).
               10  ws-removed-tbl-source        PIC X(8).
               10  ws-removed-tbl-file-seq      PIC 9(2).
               10  ws-removed-tbl-record-no     PIC 9(6).
               10  ws-removed-tbl-cycle         PIC 9(2).
       01  ws-removed-count                    PIC 9(6)  VALUE 0.

      *> Master changes the reversed feed applied, in log order. A
      *> later change of the pair the other way reverses one; so
      *> does a later change from the same feed, the two cancelling.
       01  ws-mastchg-table.
           05  ws-mastchg-entry OCCURS 5000 TIMES
                                INDEXED BY ws-mastchg-idx.
               10  ws-mchg-tbl-operation        PIC X(6).
               10  ws-mchg-tbl-item-1           PIC X(10).
               10  ws-mchg-tbl-item-2           PIC X(10).
               10  ws-mchg-tbl-source           PIC X(8).
               10  ws-mchg-tbl-file-seq         PIC X(2).
               10  ws-mchg-tbl-cycle            PIC X(2).
               10  ws-mchg-tbl-timestamp        PIC X(21).
               10  ws-mchg-tbl-reversed         PIC X(1).
       01  ws-mastchg-count                    PIC 9(4)  VALUE 0.
       01  ws-mastchg-standing                 PIC 9(4)  VALUE 0.
       01  ws-mastchg-full-switch              PIC X(1)  VALUE "N".
           88  ws-mastchg-full                 VALUE "Y".
       01  ws-mastchg-feed-switch              PIC X(1)  VALUE "N".
           88  ws-mastchg-from-feed            VALUE "Y".
       01  ws-mastchg-effect                   PIC X(16) VALUE SPACES.

       01  ws-trans-removed                    PIC 9(6)  VALUE 0.
       01  ws-trans-kept                       PIC 9(6)  VALUE 0.
       01  ws-audit-removed                    PIC 9(6)  VALUE 0.
       01  ws-extract-removed                  PIC 9(6)  VALUE 0.
       01  ws-extract-kept                     PIC 9(6)  VALUE 0.

       01  ws-audit-out-record                 PIC X(95) VALUE SPACES.
       01  ws-audit-timestamp                  PIC X(21).

       01  ws-rpt-total-line.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BACKOUT-DATE
           PERFORM CHECK-EXTRACT-ACKNOWLEDGED
           PERFORM AUTHORIZE-BACKOUT
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "BACKOUT" TO ws-rh-program
           IF ws-all-cycles
               MOVE "ALL" TO ws-rh-mode
           ELSE
               STRING "CYCLE " ws-backout-cycle DELIMITED BY SIZE
                   INTO ws-rh-mode
               END-STRING
           END-IF
           MOVE ws-backout-date TO ws-rh-business-date
           MOVE ws-operator-id TO ws-rh-run-by
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           PERFORM LOAD-CYCLE-CONTROL
           DISPLAY "Backout of business date " ws-backout-date
               FUNCTION TRIM(ws-cycle-title TRAILING)
           PERFORM OPEN-REPORT-FILE

           PERFORM BACKOUT-TRANSACTION-FILE
           PERFORM WRITE-REPORT-LINE
           MOVE "EXTRACT RECORDS REMOVED" TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
      *> The night's own generation and the legacy file belong to
      *> cycle 1; each supplementary cycle has a generation of its
      *> own.
           IF ws-all-cycles OR ws-backout-cycle = 1
               MOVE 1 TO ws-extract-cycle
               PERFORM BACKOUT-EXTRACT-GENERATION
               PERFORM BACKOUT-EXTRACT-FILE
           END-IF
           IF ws-all-cycles
               PERFORM VARYING ws-extract-cycle FROM 2 BY 1
                   UNTIL ws-extract-cycle > ws-cycle-highest
                   PERFORM BACKOUT-EXTRACT-GENERATION
               END-PERFORM
           ELSE
               IF ws-backout-cycle > 1
                   MOVE ws-backout-cycle TO ws-extract-cycle
                   PERFORM BACKOUT-EXTRACT-GENERATION
               END-IF
           END-IF
           PERFORM WRITE-BACKOUT-AUDIT-ENTRIES
           PERFORM RECORD-CYCLE-BACKOUTS
           PERFORM ROLL-BACK-PROCESS-DATE
           PERFORM JOURNAL-REJECT-BACKOUTS
           PERFORM FINISH-REPORT

           DISPLAY "-----------------------------------------------"
               DISPLAY "Nothing was reversed. Report written to "
                   "BACKOUT.TXT."
           ELSE
               IF ws-all-cycles OR ws-backout-cycle = 1
                   DISPLAY "Business date " ws-backout-date " can be "
                       "rerun. Report written to BACKOUT.TXT."
               ELSE
                   DISPLAY "Cycle " ws-backout-cycle " of business "
                       "date " ws-backout-date " reversed - rerun "
                       "its late file as a new CYCLE. Report "
                       "written to BACKOUT.TXT."
               END-IF
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE "TRANSREM" TO ws-rh-count-label (1)
           MOVE ws-trans-removed TO ws-rh-count (1)
           MOVE "AUDITREM" TO ws-rh-count-label (2)
           MOVE ws-audit-removed TO ws-rh-count (2)
           MOVE "EXTRREM" TO ws-rh-count-label (3)
           MOVE ws-extract-removed TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *> Registers this run in RUNLOCK.DAT, refusing to start while
      *> PROCDATE.DAT - the night most likely to need undoing. A
      *> date later than the control file's current date never ran,
      *> so there is nothing to back out and the run stops before
      *> touching anything. The second argument narrows the backout
      *> to one cycle of the date; without it (or with ALL) every
      *> cycle goes. The third may be OVERRIDE, to reverse a date
      *> whose extract a consumer has already acknowledged.
       GET-BACKOUT-DATE.
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
                   MOVE 0 TO ws-backout-cycle
                   MOVE " ALL CYCLES" TO ws-cycle-title
               WHEN ws-cmdline-arg-value (3:98) = SPACES
                   AND ws-cmdline-arg-value (1:2) IS NUMERIC
                   AND ws-cmdline-arg-value (1:2) NOT = "00"
                   MOVE "N" TO ws-all-cycles-switch
                   MOVE ws-cmdline-arg-value (1:2) TO ws-backout-cycle
               WHEN ws-cmdline-arg-value (2:99) = SPACES
                   AND ws-cmdline-arg-value (1:1) IS NUMERIC
                   AND ws-cmdline-arg-value (1:1) NOT = "0"
                   MOVE "N" TO ws-all-cycles-switch
                   MOVE ws-cmdline-arg-value (1:1) TO ws-backout-cycle
               WHEN OTHER
                   DISPLAY "ERROR: cycle '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' is not a cycle number 1-99 or ALL - job "
                       "stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF NOT ws-all-cycles
               MOVE SPACES TO ws-cycle-title
               STRING " CYCLE " ws-backout-cycle
                   DELIMITED BY SIZE
                   INTO ws-cycle-title
               END-STRING
           END-IF

           MOVE 3 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           EVALUATE FUNCTION UPPER-CASE(ws-cmdline-arg-value)
               WHEN SPACES
                   CONTINUE
               WHEN "OVERRIDE"
                   MOVE "Y" TO ws-override-switch
               WHEN OTHER
                   DISPLAY "ERROR: third argument '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' is not OVERRIDE - job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           EXIT paragraph.

      *> Looks on EXTACK.DAT for consumers that have acknowledged
      *> loading a generation this backout would reverse. Each one
      *> has loaded data that is about to be withdrawn and will need
      *> a correction, so without OVERRIDE the job stops here,
      *> before the lock is taken or anything is touched.
       CHECK-EXTRACT-ACKNOWLEDGED.
           MOVE 0 TO ws-acked-count
           MOVE "N" TO ws-eof-switch
           OPEN INPUT EXTACK-FILE
           IF ws-extack-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ EXTACK-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF ACK-GEN-DATE = ws-backout-date
                           PERFORM NOTE-ACKNOWLEDGEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTACK-FILE
           IF ws-acked-count = 0
               EXIT paragraph
           END-IF

           DISPLAY "***********************************************"
           DISPLAY "*** WARNING: the extract for business date "
               ws-backout-date " has been ACKNOWLEDGED"
           DISPLAY "*** by downstream consumers - each will need a "
               "correction:"
           PERFORM VARYING ws-acked-sub FROM 1 BY 1
               UNTIL ws-acked-sub > ws-acked-count
               DISPLAY "***   "
                   FUNCTION TRIM(ws-acked-line (ws-acked-sub) TRAILING)
           END-PERFORM
           DISPLAY "***********************************************"
           IF NOT ws-override
               IF ws-all-cycles
                   DISPLAY "ERROR: backout refused - rerun as backout "
                       ws-backout-date " ALL OVERRIDE once the "
                       "consumers have been told."
               ELSE
                   DISPLAY "ERROR: backout refused - rerun as backout "
                       ws-backout-date " " ws-backout-cycle
                       " OVERRIDE once the consumers have been told."
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "OVERRIDE given - reversing the date regardless."
           EXIT paragraph.

      *> Keeps one acknowledgement of the backout date when its cycle
      *> is in scope (a blank cycle is the night's own).
       NOTE-ACKNOWLEDGEMENT.
           IF ACK-GEN-CYCLE = SPACES
               MOVE 1 TO ws-record-cycle
           ELSE
               IF ACK-GEN-CYCLE IS NOT NUMERIC
                   EXIT paragraph
               END-IF
               MOVE ACK-GEN-CYCLE TO ws-record-cycle
           END-IF
           PERFORM CHECK-CYCLE-IN-SCOPE
           IF NOT ws-in-scope OR ws-acked-count >= 100
               EXIT paragraph
           END-IF
           ADD 1 TO ws-acked-count
           MOVE SPACES TO ws-acked-line (ws-acked-count)
           STRING ACK-CONSUMER " CYCLE " ws-record-cycle
               " COUNT " ACK-RECORD-COUNT " HASH " ACK-HASH-TOTAL
               " LOADED " ACK-LOADED-DATE " " ACK-LOADED-TIME
               DELIMITED BY SIZE
               INTO ws-acked-line (ws-acked-count)
           END-STRING
           EXIT paragraph.

      *> Takes the requesting operator's id and then the approving
      *> operator's, before the lock is taken: each must be on
      *> OPERAUTH.DAT with authority for backout, and the approver
      *> must be somebody else - one person can never reverse a
      *> night alone.
       AUTHORIZE-BACKOUT.
           MOVE 4 TO ws-auth-function
           PERFORM WITH TEST AFTER UNTIL
               ws-operator-id NOT = SPACES
               AND ws-operator-id NOT = LOW-VALUES
               DISPLAY "Enter operator id: " WITH NO ADVANCING
               ACCEPT ws-operator-id
               IF ws-operator-id = SPACES
                   OR ws-operator-id = LOW-VALUES
                   DISPLAY "Operator id is required."
               END-IF
           END-PERFORM
           MOVE ws-operator-id TO ws-auth-check-id
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT ws-auth-granted
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WITH TEST AFTER UNTIL
               ws-approver-id NOT = SPACES
               AND ws-approver-id NOT = LOW-VALUES
               DISPLAY "Enter approving operator id: "
                   WITH NO ADVANCING
               ACCEPT ws-approver-id
               IF ws-approver-id = SPACES
                   OR ws-approver-id = LOW-VALUES
                   DISPLAY "Approving operator id is required."
               END-IF
           END-PERFORM
           IF ws-approver-id = ws-operator-id
               DISPLAY "ERROR: a backout must be approved by a "
                   "second operator, not by "
                   FUNCTION TRIM(ws-operator-id) " - refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-approver-id TO ws-auth-check-id
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT ws-auth-granted
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Backout requested by "
               FUNCTION TRIM(ws-operator-id) ", approved by "
               FUNCTION TRIM(ws-approver-id) "."
           EXIT paragraph.

      *> Looks ws-auth-check-id up on OPERAUTH.DAT and sets
      *> ws-auth-result for the function numbered in ws-auth-function:
      *> granted only when the id is on file with a "Y" in that
      *> function's position. An unknown id, any other flag, or a
      *> missing file is reported here; the caller refuses the run.
       CHECK-OPERATOR-AUTHORITY.
           MOVE "U" TO ws-auth-result
           MOVE "N" TO ws-operauth-eof-switch
           OPEN INPUT OPERAUTH-FILE
           IF ws-operauth-file-status NOT = "00"
               DISPLAY "ERROR: operator authorization file "
                   "OPERAUTH.DAT not available (status "
                   ws-operauth-file-status ") - nobody is "
                   "authorized for "
                   FUNCTION TRIM(ws-auth-function-name
                       (ws-auth-function)) "."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-operauth-eof OR NOT ws-auth-unknown
               READ OPERAUTH-FILE
                   AT END
                       MOVE "Y" TO ws-operauth-eof-switch
                   NOT AT END
                       IF OPR-ID (1:1) NOT = "*"
                           AND OPR-ID = ws-auth-check-id
                           IF OPR-FUNCTION-FLAG (ws-auth-function)
                                   = "Y"
                               MOVE "Y" TO ws-auth-result
                           ELSE
                               MOVE "N" TO ws-auth-result
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERAUTH-FILE
           EVALUATE TRUE
               WHEN ws-auth-unknown
                   DISPLAY "ERROR: operator id "
                       FUNCTION TRIM(ws-auth-check-id)
                       " is not on OPERAUTH.DAT - refused."
               WHEN ws-auth-denied
                   DISPLAY "ERROR: operator "
                       FUNCTION TRIM(ws-auth-check-id)
                       " is not authorized for "
                       FUNCTION TRIM(ws-auth-function-name
                           (ws-auth-function)) " - refused."
           END-EVALUATE
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

      *> Reads CYCLECTL.DAT for the supplementary cycles the backout
      *> date has had - the latest status of each and the highest
      *> number - so a whole-date backout can find every cycle's
      *> extract generation. A date that never had a late file has
      *> no records here and only its cycle 1.
       LOAD-CYCLE-CONTROL.
           MOVE SPACES TO ws-cycle-status-table
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
                       IF CYC-DATE = ws-backout-date
                           AND CYC-NUMBER IS NUMERIC
                           AND CYC-NUMBER > 1
                           MOVE CYC-STATUS
                               TO ws-cycle-status (CYC-NUMBER)
                           IF CYC-NUMBER > ws-cycle-highest
                               MOVE CYC-NUMBER TO ws-cycle-highest
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLECTL-FILE
           IF NOT ws-all-cycles AND ws-backout-cycle > 1
               AND ws-cycle-status (ws-backout-cycle) = "BACKOUT"
               DISPLAY "Warning: cycle " ws-backout-cycle " of "
                   ws-backout-date " is already marked BACKOUT on "
                   "CYCLECTL.DAT - anything still on file for it is "
                   "removed again."
           END-IF
           IF NOT ws-all-cycles AND ws-backout-cycle = 1
               AND ws-cycle-highest > 1
               DISPLAY "Warning: business date " ws-backout-date
                   " has supplementary cycles up to "
                   ws-cycle-highest " - they stay on file, and the "
                   "night's rerun will see their pairs as duplicates."
           END-IF
           EXIT paragraph.

      *> Decides whether a record of the backout date belongs to the
      *> cycle being reversed, from the record's cycle in
      *> ws-record-cycle (1 when the record predates cycles).
       CHECK-CYCLE-IN-SCOPE.
           IF ws-all-cycles OR ws-record-cycle = ws-backout-cycle
               MOVE "Y" TO ws-in-scope-switch
           ELSE
               MOVE "N" TO ws-in-scope-switch
           END-IF
           EXIT paragraph.

      *> Pass 1: split the live transaction file into the dated
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       MOVE "N" TO ws-in-scope-switch
                       IF TRANS-DATE = ws-backout-date
                           MOVE 1 TO ws-record-cycle
                           IF TRANS-CYCLE IS NUMERIC
                               AND TRANS-CYCLE > 0
                               MOVE TRANS-CYCLE TO ws-record-cycle
                           END-IF
                           PERFORM CHECK-CYCLE-IN-SCOPE
                       END-IF
                       IF ws-in-scope
                           ADD 1 TO ws-trans-removed
                           PERFORM NOTE-REMOVED-PAIR
                           WRITE BACKOUT-RECORD FROM TRANS-RECORD
               ws-removed-tbl-item-1 (ws-removed-count)
           MOVE TRANS-ITEM-2 TO
               ws-removed-tbl-item-2 (ws-removed-count)
      *> A transaction written before lineage was kept reads back
      *> spaces there; its reversal entry carries none either.
           MOVE TRANS-SOURCE-SYSTEM TO
               ws-removed-tbl-source (ws-removed-count)
           IF TRANS-FILE-SEQ IS NUMERIC
               AND TRANS-RECORD-NO IS NUMERIC
               MOVE TRANS-FILE-SEQ TO
                   ws-removed-tbl-file-seq (ws-removed-count)
               MOVE TRANS-RECORD-NO TO
                   ws-removed-tbl-record-no (ws-removed-count)
           ELSE
               MOVE 0 TO ws-removed-tbl-file-seq (ws-removed-count)
               MOVE 0 TO ws-removed-tbl-record-no (ws-removed-count)
           END-IF
           MOVE ws-record-cycle TO
               ws-removed-tbl-cycle (ws-removed-count)
           MOVE SPACES TO ws-report-print-area
           STRING "  " TRANS-ITEM-1 " / " TRANS-ITEM-2
               "  SOURCE " TRANS-SOURCE-SYSTEM
               "  CYCLE " ws-record-cycle
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
      *> rerun will write its own entries, and reconcil would count
      *> the old run's entries as unmatched if they stayed. The
      *> investigation trail survives in AUDITLOG.YYYYMMDD.BAK.
      *> A one-cycle backout moves only that cycle's entries. Only
      *> entries written before the cycle field existed carry no
      *> cycle, and those count as the night's.
       BACKOUT-AUDIT-FILE.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT AUDIT-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       MOVE "N" TO ws-in-scope-switch
                       IF AUDIT-TIMESTAMP (1:8) = ws-backout-date
                           MOVE 1 TO ws-record-cycle
                           IF AUDIT-CYCLE IS NUMERIC
                               AND AUDIT-CYCLE > 0
                               MOVE AUDIT-CYCLE TO ws-record-cycle
                           END-IF
                           PERFORM CHECK-CYCLE-IN-SCOPE
                       END-IF
                       IF ws-in-scope
                           ADD 1 TO ws-audit-removed
                           WRITE BACKOUT-RECORD FROM AUDIT-RECORD
                       ELSE
      *> reads a provably empty night instead of missing-file noise.
      *> The header and trailer are not saved to the backout file;
      *> only the detail records carry facts worth keeping.
      *> ws-extract-cycle names the generation: 1 for the night's
      *> EXTRACT.YYYYMMDD.DAT, 2 and up for a supplementary cycle's
      *> EXTRACT.YYYYMMDD.Cnn.DAT, saved to the matching .Cnn.BAK.
       BACKOUT-EXTRACT-GENERATION.
           MOVE "N" TO ws-eof-switch
           MOVE SPACES TO ws-extract-live-name
           MOVE SPACES TO ws-backout-file-name
           IF ws-extract-cycle > 1
               STRING "EXTRACT." ws-backout-date ".C" ws-extract-cycle
                   ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-live-name
               END-STRING
               STRING "EXTRACT." ws-backout-date ".C" ws-extract-cycle
                   ".BAK"
                   DELIMITED BY SIZE
                   INTO ws-backout-file-name
               END-STRING
           ELSE
               STRING "EXTRACT." ws-backout-date ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-live-name
               END-STRING
               STRING "EXTRACT." ws-backout-date ".BAK"
                   DELIMITED BY SIZE
                   INTO ws-backout-file-name
               END-STRING
           END-IF
           OPEN INPUT EXTRACT-FILE
           IF ws-extract-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM OPEN-BACKOUT-FILE
           PERFORM UNTIL ws-eof
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       MOVE "N" TO ws-in-scope-switch
                       IF EXTRACT-DATE = ws-backout-date
                           MOVE 1 TO ws-record-cycle
                           IF EXTRACT-CYCLE IS NUMERIC
                               AND EXTRACT-CYCLE > 0
                               MOVE EXTRACT-CYCLE TO ws-record-cycle
                           END-IF
                           PERFORM CHECK-CYCLE-IN-SCOPE
                       END-IF
                       IF ws-in-scope
                           ADD 1 TO ws-extract-removed
                           WRITE BACKOUT-RECORD FROM EXTRACT-RECORD
                           MOVE SPACES TO ws-report-print-area
      *> timestamp is the backed-out business date, matching the
      *> convention every other entry follows, and the operation
      *> code is one reconcil deliberately leaves out of its balance
      *> the way it does CONTENT/CANCEL/INQUIRE. The after-pair,
      *> meaningless for a reversal, carries the requesting and
      *> approving operator ids.
       WRITE-BACKOUT-AUDIT-ENTRIES.
           OPEN EXTEND AUDIT-FILE
           IF ws-audit-file-status = "35"
                   TO AUDIT-BEFORE-ITEM-1
               MOVE ws-removed-tbl-item-2 (ws-removed-idx)
                   TO AUDIT-BEFORE-ITEM-2
               MOVE ws-operator-id TO AUDIT-AFTER-ITEM-1
               MOVE ws-approver-id TO AUDIT-AFTER-ITEM-2
               MOVE ws-removed-tbl-source (ws-removed-idx)
                   TO AUDIT-SOURCE-SYSTEM
               MOVE ws-removed-tbl-file-seq (ws-removed-idx)
                   TO AUDIT-FILE-SEQ
               MOVE ws-removed-tbl-record-no (ws-removed-idx)
                   TO AUDIT-RECORD-NO
               MOVE ws-removed-tbl-cycle (ws-removed-idx)
                   TO AUDIT-CYCLE
               WRITE AUDIT-RECORD
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT paragraph.

      *> Marks each reversed supplementary cycle BACKOUT on
      *> CYCLECTL.DAT, so reconcil stops looking for its extract
      *> generation and the cycle's number is never reused. The
      *> night's own cycle 1 is not on that file - PROCDATE.DAT
      *> records its reversal.
       RECORD-CYCLE-BACKOUTS.
           IF ws-cycle-highest < 2
               EXIT paragraph
           END-IF
           IF NOT ws-all-cycles AND ws-backout-cycle < 2
               EXIT paragraph
           END-IF
           OPEN EXTEND CYCLECTL-FILE
           IF ws-cyclectl-file-status = "35"
               OPEN OUTPUT CYCLECTL-FILE
           END-IF
           IF ws-cyclectl-file-status NOT = "00"
               DISPLAY "ERROR: unable to mark the reversed cycles on "
                   "CYCLECTL.DAT (status " ws-cyclectl-file-status
                   ") - add BACKOUT records for them by hand."
               MOVE 16 TO RETURN-CODE
               EXIT paragraph
           END-IF
           PERFORM VARYING ws-cycle-sub FROM 2 BY 1
               UNTIL ws-cycle-sub > ws-cycle-highest
               IF (ws-all-cycles OR ws-cycle-sub = ws-backout-cycle)
                   AND ws-cycle-status (ws-cycle-sub) NOT = "BACKOUT"
                   MOVE SPACES TO CYCLECTL-RECORD
                   MOVE ws-backout-date TO CYC-DATE
                   MOVE ws-cycle-sub TO CYC-NUMBER
                   MOVE "BACKOUT" TO CYC-STATUS
                   MOVE FUNCTION CURRENT-DATE TO CYC-TIMESTAMP
                   MOVE 0 TO CYC-RECORDS-READ
                   MOVE 0 TO CYC-PROCESSED
                   MOVE 0 TO CYC-REJECTED
                   WRITE CYCLECTL-RECORD
                   DISPLAY "Cycle " ws-cycle-sub " of "
                       ws-backout-date " marked BACKOUT on "
                       "CYCLECTL.DAT."
               END-IF
           END-PERFORM
           CLOSE CYCLECTL-FILE
           EXIT paragraph.

      *> Sets the control file back so the backed-out date is the
      *> current business date again and no longer counts as
      *> completed - the refusal in main-app's batch driver keys off
      *> that removed nothing leaves the control file alone: the
      *> likeliest cause is a mistyped date argument, and rewriting
      *> PROCDATE.DAT to it would silently wreck the next real
      *> batch night over a one-character typo. Reversing one
      *> supplementary cycle leaves the night itself completed, so
      *> the control file is not touched either.
       ROLL-BACK-PROCESS-DATE.
           IF NOT ws-all-cycles AND ws-backout-cycle > 1
               DISPLAY "Supplementary cycle only - PROCDATE.DAT left "
                   "untouched."
               EXIT paragraph
           END-IF
           IF ws-trans-removed = 0
               AND ws-audit-removed = 0
               AND ws-extract-removed = 0
           MOVE ws-last-done-date TO PROC-LAST-DONE
           WRITE PROCDATE-RECORD
           CLOSE PROCDATE-FILE
           MOVE "Y" TO ws-night-rolled-back-switch
           DISPLAY "PROCDATE.DAT rolled back - current business "
               "date " ws-process-date ", last completed "
               ws-last-done-date "."
           EXIT paragraph.

      *> Appends a BACKOUT event to REJEVENT.DAT for the night, once
      *> PROCDATE.DAT has been rolled back, and for each supplementary
      *> cycle reversed - the same cycles RECORD-CYCLE-BACKOUTS marks.
      *> rejledg drops every earlier event of a backed-out date and
      *> cycle when it rebuilds, so the reversed feed's rejects stop
      *> counting as outstanding, its clean passes stop closing
      *> entries, and the rerun journals them afresh. Write-offs are
      *> an operator's and carry no cycle, so they stand.
       JOURNAL-REJECT-BACKOUTS.
           IF NOT ws-night-rolled-back
               IF ws-cycle-highest < 2
                   OR (NOT ws-all-cycles AND ws-backout-cycle < 2)
                   EXIT paragraph
               END-IF
           END-IF
           OPEN EXTEND REJEVENT-FILE
           IF ws-rejevent-file-status = "35"
               OPEN OUTPUT REJEVENT-FILE
           END-IF
           IF ws-rejevent-file-status NOT = "00"
               DISPLAY "ERROR: unable to journal the backout on "
                   "REJEVENT.DAT (status " ws-rejevent-file-status
                   ") - add BACKOUT events for it by hand before the "
                   "next rejledg run."
               MOVE 16 TO RETURN-CODE
               EXIT paragraph
           END-IF
           IF ws-night-rolled-back
               MOVE 1 TO ws-cycle-sub
               PERFORM WRITE-REJECT-BACKOUT-EVENT
           END-IF
           PERFORM VARYING ws-cycle-sub FROM 2 BY 1
               UNTIL ws-cycle-sub > ws-cycle-highest
               IF ws-all-cycles OR ws-cycle-sub = ws-backout-cycle
                   PERFORM WRITE-REJECT-BACKOUT-EVENT
               END-IF
           END-PERFORM
           CLOSE REJEVENT-FILE
           DISPLAY "Backout journalled on REJEVENT.DAT - rerun "
               "rejledg to rebuild the reject ledger."
           EXIT paragraph.

       WRITE-REJECT-BACKOUT-EVENT.
           MOVE SPACES TO REJEVENT-RECORD
           MOVE ws-backout-date TO EVT-DATE
           MOVE ws-cycle-sub TO EVT-CYCLE
           MOVE "BACKOUT" TO EVT-TYPE
           MOVE "BACKOUT" TO EVT-OUTCOME
           MOVE FUNCTION CURRENT-DATE TO EVT-TIMESTAMP
           MOVE ws-operator-id TO EVT-OPERATOR
           STRING "APPROVED BY " ws-approver-id
               DELIMITED BY SIZE
               INTO EVT-NOTE
           END-STRING
           WRITE REJEVENT-RECORD
           EXIT paragraph.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF ws-report-file-status NOT = "00"
           END-IF
           MOVE SPACES TO ws-report-print-area
           STRING "BACKOUT OF BUSINESS DATE " ws-backout-date
               ws-cycle-title
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           STRING "REQUESTED BY " ws-operator-id
               "  APPROVED BY " ws-approver-id
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           IF ws-acked-count > 0
               MOVE SPACES TO ws-report-print-area
               STRING "EXTRACT ALREADY ACKNOWLEDGED - REVERSED UNDER "
                   "OVERRIDE, CORRECTION NEEDED BY:"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING ws-acked-sub FROM 1 BY 1
                   UNTIL ws-acked-sub > ws-acked-count
                   MOVE SPACES TO ws-report-print-area
                   STRING "  " ws-acked-line (ws-acked-sub)
                       DELIMITED BY SIZE
                       INTO ws-report-print-area
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO ws-report-print-area
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "TRANSACTIONS REMOVED" TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.
               MOVE "  (NONE)" TO ws-report-print-area
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM REPORT-STANDING-MASTER-CHANGES
           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE "CONTROL TOTALS" TO ws-report-print-area
           MOVE ws-removed-count TO ws-rpt-tot-value
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE "  MASTER CHANGES LEFT STANDING" TO ws-rpt-tot-label
           MOVE ws-mastchg-standing TO ws-rpt-tot-value
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT paragraph.

      *> The master maintenance the reversed feed applied that is
      *> still in force. Walks MASTCHG.DAT in log order, keeping each
      *> feed change of the backout date in scope (a change with a
      *> cycle is one main-app applied from a feed; mastmnt's have
      *> none), and marking one reversed when a later entry changes
      *> the same pair the other way. What is left stands on the
      *> master with nothing in the transaction files to show for it
      *> once the night is gone, so it is listed loudly.
       REPORT-STANDING-MASTER-CHANGES.
           MOVE 0 TO ws-mastchg-count
           MOVE 0 TO ws-mastchg-standing
           MOVE "N" TO ws-mastchg-full-switch
           MOVE "N" TO ws-eof-switch
           OPEN INPUT MASTCHG-FILE
           IF ws-mastchg-file-status = "00"
               PERFORM UNTIL ws-eof
                   READ MASTCHG-FILE
                       AT END
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           PERFORM NOTE-MASTER-CHANGE
                   END-READ
               END-PERFORM
               CLOSE MASTCHG-FILE
           END-IF

           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           STRING "MASTER MAINTENANCE FROM THE REVERSED FEED STILL IN "
               "FORCE (MASTERCD.DAT IS NOT BACKED OUT)"
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING ws-mastchg-idx FROM 1 BY 1
               UNTIL ws-mastchg-idx > ws-mastchg-count
               IF ws-mchg-tbl-reversed (ws-mastchg-idx) = "N"
                   PERFORM REPORT-ONE-STANDING-CHANGE
               END-IF
           END-PERFORM
           IF ws-mastchg-standing = 0
               MOVE "  (NONE)" TO ws-report-print-area
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY "WARNING: " ws-mastchg-standing " master "
                   "change(s) from the reversed feed are still on "
                   "MASTERCD.DAT - listed in BACKOUT.TXT; correct "
                   "them with mastmnt if the rerun does not."
           END-IF
           IF ws-mastchg-full
               MOVE SPACES TO ws-report-print-area
               STRING "  (MORE THAN 5000 CHANGES - THE REST ARE NOT "
                   "LISTED)"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT paragraph.

      *> One change-log entry: first it may reverse changes already
      *> kept, then, if it is itself from the reversed feed, it is
      *> kept - already reversed when it undid one of the feed's own.
       NOTE-MASTER-CHANGE.
           MOVE "N" TO ws-mastchg-feed-switch
           IF MCHG-BUSINESS-DATE = ws-backout-date
               AND MCHG-CYCLE IS NUMERIC
               MOVE MCHG-CYCLE TO ws-record-cycle
               PERFORM CHECK-CYCLE-IN-SCOPE
               IF ws-in-scope
                   MOVE "Y" TO ws-mastchg-feed-switch
               END-IF
           END-IF
           PERFORM VARYING ws-mastchg-idx FROM 1 BY 1
               UNTIL ws-mastchg-idx > ws-mastchg-count
               IF ws-mchg-tbl-reversed (ws-mastchg-idx) = "N"
                   AND ws-mchg-tbl-item-1 (ws-mastchg-idx)
                       = MCHG-ITEM-1
                   AND ws-mchg-tbl-item-2 (ws-mastchg-idx)
                       = MCHG-ITEM-2
                   AND ws-mchg-tbl-operation (ws-mastchg-idx)
                       NOT = MCHG-OPERATION
                   MOVE "Y" TO ws-mchg-tbl-reversed (ws-mastchg-idx)
                   IF ws-mastchg-from-feed
                       MOVE "C" TO ws-mastchg-feed-switch
                   END-IF
               END-IF
           END-PERFORM
           IF ws-mastchg-feed-switch = "N"
               EXIT paragraph
           END-IF
           IF ws-mastchg-count >= 5000
               MOVE "Y" TO ws-mastchg-full-switch
               EXIT paragraph
           END-IF
           ADD 1 TO ws-mastchg-count
           SET ws-mastchg-idx TO ws-mastchg-count
           MOVE MCHG-OPERATION TO ws-mchg-tbl-operation (ws-mastchg-idx)
           MOVE MCHG-ITEM-1 TO ws-mchg-tbl-item-1 (ws-mastchg-idx)
           MOVE MCHG-ITEM-2 TO ws-mchg-tbl-item-2 (ws-mastchg-idx)
           MOVE MCHG-OPERATOR TO ws-mchg-tbl-source (ws-mastchg-idx)
           MOVE MCHG-FILE-SEQ TO ws-mchg-tbl-file-seq (ws-mastchg-idx)
           MOVE MCHG-CYCLE TO ws-mchg-tbl-cycle (ws-mastchg-idx)
           MOVE MCHG-TIMESTAMP TO ws-mchg-tbl-timestamp (ws-mastchg-idx)
           IF ws-mastchg-feed-switch = "C"
               MOVE "Y" TO ws-mchg-tbl-reversed (ws-mastchg-idx)
           ELSE
               MOVE "N" TO ws-mchg-tbl-reversed (ws-mastchg-idx)
           END-IF
           EXIT paragraph.

       REPORT-ONE-STANDING-CHANGE.
           ADD 1 TO ws-mastchg-standing
           IF ws-mchg-tbl-operation (ws-mastchg-idx) = "ADD"
               MOVE "STILL ON MASTER" TO ws-mastchg-effect
           ELSE
               MOVE "STILL OFF MASTER" TO ws-mastchg-effect
           END-IF
           MOVE SPACES TO ws-report-print-area
           STRING "  " ws-mchg-tbl-operation (ws-mastchg-idx) " "
               ws-mchg-tbl-item-1 (ws-mastchg-idx) "/"
               ws-mchg-tbl-item-2 (ws-mastchg-idx) "  "
               ws-mastchg-effect "  ["
               ws-mchg-tbl-source (ws-mastchg-idx) "/"
               ws-mchg-tbl-file-seq (ws-mastchg-idx) " C"
               ws-mchg-tbl-cycle (ws-mastchg-idx) "]  AT "
               ws-mchg-tbl-timestamp (ws-mastchg-idx) (1:8) " "
               ws-mchg-tbl-timestamp (ws-mastchg-idx) (9:6)
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

       END PROGRAM backout.
