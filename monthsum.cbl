      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-03
      * Updated: 2026-10-15
      * Purpose: Month-end management summary of the renumbering
      *          project's runs - the one printed page that replaces
      *          retyping thirty BATCHRPT.TXT control-total blocks
      *          unchanged (the RETURN-CODE 4 outcome), audit-logged
      *          rejects, and whether the date rolled to completion -
      *          then month totals and the reject-reason breakdown
      *          (NOMST/NOCNV/SUBRC/DUPLI), and the same month broken
      *          out by the source system each record came in on.
      *          Report to MONTHRPT.TXT with the same totals
      *          displayed on the console.
      *
      *          Two derivations worth knowing when reading the page:
      *          a transaction with no audit entry at all (column
      *          reason-code breakdown comes from BATCHREJ.DAT and
      *          BATCHREJ.NEW, which are the latest run's work lists,
      *          not a month of history.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks monthsum.cbl -o monthsum.exe
      *
      * Usage: monthsum [month-YYYYMM]
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.

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
           05  TRANS-CYCLE                     PIC X(2).

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
           05  AUDIT-CYCLE                      PIC X(2).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-REASON                       PIC X(5).
           05  FILLER                           PIC X(1).
           05  REJ-RECORD-NUMBER                PIC 9(6).
           05  FILLER                           PIC X(1).
           05  REJ-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1).
           05  REJ-FILE-SEQ                     PIC 9(2).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
       FD  REPORT-FILE.
       01  REPORT-LINE                         PIC X(132).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.

       01  ws-trans-file-name                  PIC X(100)
       01  ws-cmdline-arg-value                PIC X(100) VALUE SPACES.

       01  ws-report-month                     PIC X(6)  VALUE SPACES.

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
       01  ws-today                            PIC X(8).
       01  ws-process-date                     PIC X(8)  VALUE SPACES.
       01  ws-last-done-date                   PIC X(8)  VALUE SPACES.
       01  ws-rej-dupli                        PIC 9(6)  VALUE 0.
       01  ws-rej-other                        PIC 9(6)  VALUE 0.

      *> The month broken out by the source system each record came
      *> in on. Records written before lineage was kept have no
      *> source and are counted under (NONE). WORKREJ is the count
      *> on the current reject work files, like the reason totals.
       01  ws-source-table.
           05  ws-source-entry OCCURS 50 TIMES
                               INDEXED BY ws-source-idx.
               10  ws-src-name                  PIC X(8).
               10  ws-src-trans                 PIC 9(7).
               10  ws-src-processed             PIC 9(7).
               10  ws-src-converted             PIC 9(7).
               10  ws-src-unchanged             PIC 9(7).
               10  ws-src-rejected              PIC 9(7).
               10  ws-src-backout               PIC 9(7).
               10  ws-src-workrej               PIC 9(7).
       01  ws-source-count                     PIC 9(2)  VALUE 0.
       01  ws-work-source                      PIC X(8)  VALUE SPACES.

      *> Print-line layouts.
       01  ws-rpt-header-1.
           05  FILLER                           PIC X(36)
       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
           05  ws-rpt-tot-value                 PIC Z(6)9.
       01  ws-rpt-source-heads.
           05  FILLER                           PIC X(10)
               VALUE "SOURCE".
           05  FILLER                           PIC X(9)
               VALUE "TRANS".
           05  FILLER                           PIC X(9)
               VALUE "PROC".
           05  FILLER                           PIC X(9)
               VALUE "CONV".
           05  FILLER                           PIC X(9)
               VALUE "UNCHG".
           05  FILLER                           PIC X(9)
               VALUE "REJECT".
           05  FILLER                           PIC X(9)
               VALUE "BACKOUT".
           05  FILLER                           PIC X(7)
               VALUE "WORKREJ".
       01  ws-rpt-source-line.
           05  ws-rpt-src-name                  PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-src-trans                 PIC Z(6)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-src-proc                  PIC Z(6)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-src-conv                  PIC Z(6)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-src-unchg                 PIC Z(6)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-src-rej                   PIC Z(6)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-src-back                  PIC Z(6)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-src-workrej               PIC Z(6)9.
       01  ws-report-print-area                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-REPORT-MONTH
           MOVE "MONTHSUM" TO ws-rh-program
           MOVE ws-report-month TO ws-rh-mode
           MOVE ws-last-done-date TO ws-rh-business-date
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "Month-to-date summary for " ws-report-month

           MOVE "TRANXN.DAT" TO ws-trans-file-name

           PERFORM PRINT-MONTH-REPORT
           PERFORM DISPLAY-MONTH-TOTALS
           MOVE "TRANS" TO ws-rh-count-label (1)
           MOVE ws-tot-trans TO ws-rh-count (1)
           MOVE "PROCESSD" TO ws-rh-count-label (2)
           MOVE ws-tot-processed TO ws-rh-count (2)
           MOVE "REJECTED" TO ws-rh-count-label (3)
           MOVE ws-tot-rejected TO ws-rh-count (3)
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

      *> Takes the month to summarize (YYYYMM) from the first
      *> command-line argument, defaulting to the month of the last
      *> completed business date - the month management is asking
           MOVE ws-date-insert-at TO ws-date-found
           EXIT paragraph.

      *> Finds (or appends) the row for ws-work-source, leaving
      *> ws-source-idx on it. A blank source - a record from before
      *> lineage was kept - is counted under (NONE).
       FIND-SOURCE-ROW.
           IF ws-work-source = SPACES
               MOVE "(NONE)" TO ws-work-source
           END-IF
           PERFORM VARYING ws-source-idx FROM 1 BY 1
               UNTIL ws-source-idx > ws-source-count
               OR ws-src-name (ws-source-idx) = ws-work-source
               CONTINUE
           END-PERFORM
           IF ws-source-idx > ws-source-count
               IF ws-source-count >= 50
                   DISPLAY "ERROR: more than 50 source systems in "
                       "the month's data - job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-source-count
               SET ws-source-idx TO ws-source-count
               MOVE ws-work-source TO ws-src-name (ws-source-idx)
               MOVE 0 TO ws-src-trans (ws-source-idx)
               MOVE 0 TO ws-src-processed (ws-source-idx)
               MOVE 0 TO ws-src-converted (ws-source-idx)
               MOVE 0 TO ws-src-unchanged (ws-source-idx)
               MOVE 0 TO ws-src-rejected (ws-source-idx)
               MOVE 0 TO ws-src-backout (ws-source-idx)
               MOVE 0 TO ws-src-workrej (ws-source-idx)
           END-IF
           EXIT paragraph.

      *> Counts the month's transaction records per business date.
      *> A file that cannot be opened contributes nothing - archpurg
      *> only cuts an archive when something aged into that month.
                           MOVE TRANS-DATE TO ws-work-date
                           PERFORM FIND-DATE-ROW
                           ADD 1 TO ws-dt-trans (ws-date-found)
                           MOVE TRANS-SOURCE-SYSTEM TO ws-work-source
                           PERFORM FIND-SOURCE-ROW
                           ADD 1 TO ws-src-trans (ws-source-idx)
                       END-IF
               END-READ
           END-PERFORM
                   MOVE AUDIT-TIMESTAMP (1:8) TO ws-work-date
                   PERFORM FIND-DATE-ROW
                   ADD 1 TO ws-dt-processed (ws-date-found)
                   MOVE AUDIT-SOURCE-SYSTEM TO ws-work-source
                   PERFORM FIND-SOURCE-ROW
                   ADD 1 TO ws-src-processed (ws-source-idx)
                   IF AUDIT-AFTER-ITEM-1 = AUDIT-BEFORE-ITEM-1
                       AND AUDIT-AFTER-ITEM-2 = AUDIT-BEFORE-ITEM-2
                       ADD 1 TO ws-dt-unchanged (ws-date-found)
                       ADD 1 TO ws-src-unchanged (ws-source-idx)
                   ELSE
                       ADD 1 TO ws-dt-converted (ws-date-found)
                       ADD 1 TO ws-src-converted (ws-source-idx)
                   END-IF
               WHEN "ERROR"
                   MOVE AUDIT-TIMESTAMP (1:8) TO ws-work-date
                   PERFORM FIND-DATE-ROW
                   ADD 1 TO ws-dt-rejected (ws-date-found)
                   MOVE AUDIT-SOURCE-SYSTEM TO ws-work-source
                   PERFORM FIND-SOURCE-ROW
                   ADD 1 TO ws-src-rejected (ws-source-idx)
               WHEN "BACKOUT"
                   MOVE AUDIT-TIMESTAMP (1:8) TO ws-work-date
                   PERFORM FIND-DATE-ROW
                   ADD 1 TO ws-dt-backout (ws-date-found)
                   MOVE AUDIT-SOURCE-SYSTEM TO ws-work-source
                   PERFORM FIND-SOURCE-ROW
                   ADD 1 TO ws-src-backout (ws-source-idx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       MOVE REJ-SOURCE-SYSTEM TO ws-work-source
                       PERFORM FIND-SOURCE-ROW
                       ADD 1 TO ws-src-workrej (ws-source-idx)
                       EVALUATE REJ-REASON
                           WHEN "NOMST"
                               ADD 1 TO ws-rej-nomst
           MOVE "  OTHER" TO ws-rpt-tot-label
           MOVE ws-rej-other TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           PERFORM PRINT-SOURCE-BREAKDOWN
           EXIT paragraph.

      *> The month by source system, from the lineage on each
      *> transaction and audit record; WORKREJ comes from the
      *> current reject work files like the reason totals above.
       PRINT-SOURCE-BREAKDOWN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SOURCE SYSTEM BREAKDOWN" TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           WRITE REPORT-LINE FROM ws-rpt-source-heads
           IF ws-source-count = 0
               MOVE "  (NONE)" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
               EXIT paragraph
           END-IF
           PERFORM VARYING ws-source-idx FROM 1 BY 1
               UNTIL ws-source-idx > ws-source-count
               MOVE SPACES TO ws-rpt-source-line
               MOVE ws-src-name (ws-source-idx) TO ws-rpt-src-name
               MOVE ws-src-trans (ws-source-idx) TO ws-rpt-src-trans
               MOVE ws-src-processed (ws-source-idx)
                   TO ws-rpt-src-proc
               MOVE ws-src-converted (ws-source-idx)
                   TO ws-rpt-src-conv
               MOVE ws-src-unchanged (ws-source-idx)
                   TO ws-rpt-src-unchg
               MOVE ws-src-rejected (ws-source-idx) TO ws-rpt-src-rej
               MOVE ws-src-backout (ws-source-idx) TO ws-rpt-src-back
               MOVE ws-src-workrej (ws-source-idx)
                   TO ws-rpt-src-workrej
               WRITE REPORT-LINE FROM ws-rpt-source-line
           END-PERFORM
           EXIT paragraph.

       DISPLAY-MONTH-TOTALS.
           DISPLAY "Rejects now on work files - NOMST " ws-rej-nomst
               " NOCNV " ws-rej-nocnv " SUBRC " ws-rej-subrc
               " DUPLI " ws-rej-dupli " OTHER " ws-rej-other
           PERFORM VARYING ws-source-idx FROM 1 BY 1
               UNTIL ws-source-idx > ws-source-count
               DISPLAY "Source " ws-src-name (ws-source-idx)
                   ": trans " ws-src-trans (ws-source-idx)
                   " processed " ws-src-processed (ws-source-idx)
                   " rejected " ws-src-rejected (ws-source-idx)
                   " backout " ws-src-backout (ws-source-idx)
           END-PERFORM
           EXIT paragraph.

       END PROGRAM monthsum.
