      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-03
      * Updated: 2026-10-15
      * Purpose: Item-pair history inquiry for the auditors' weekly
      *          "when did we last process this pair and what did it
      *          convert to". The operator enters an item pair (or
      *          pulled from the live files plus however many monthly
      *          TRANXN.YYYYMM.ARC / AUDITLOG.YYYYMM.ARC archives
      *          archpurg has cut over the requested range, so nobody
      *          greps archive files by hand any more. Every line
      *          shows the source system, file and record number the
      *          pair came in on, and the listing ends with a count
      *          of its appearances by source system.
      *          The pair's reject journal events (REJEVENT.DAT) are
      *          listed in the history too, and each NOMST reject is
      *          checked against the master as it stood when the
      *          reject was made - rolled back from MASTERCD.DAT
      *          through the change log MASTCHG.DAT the way masthist
      *          rebuilds it - so a reject of a pair that was in fact
      *          on the master that night is marked WRONG.
      * Tectonics: cobc -x -I copybooks pairinq.cbl -o pairinq.exe
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reject-file-status.

      *> The permanent reject journal, and the master with its change
      *> log for judging a NOMST reject on its own day.
           SELECT REJEVENT-FILE ASSIGN TO "REJEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rejevent-file-status.

           SELECT MASTER-FILE ASSIGN TO "MASTERCD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-master-file-status.

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

      *> Same layout the batch driver writes: pair, reason code,
      *> input record number, source system and file sequence.
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

      *> Same layout main-app and rejledg write.
       FD  REJEVENT-FILE.
       01  REJEVENT-RECORD.
           05  EVT-DATE                         PIC X(8).
           05  FILLER                           PIC X(1).
           05  EVT-CYCLE                        PIC X(2).
           05  FILLER                           PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==EVT-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==EVT-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  EVT-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1).
           05  EVT-TYPE                         PIC X(8).
           05  FILLER                           PIC X(1).
           05  EVT-REASON                       PIC X(5).
           05  FILLER                           PIC X(1).
           05  EVT-OUTCOME                      PIC X(8).
           05  FILLER                           PIC X(1).
           05  EVT-TIMESTAMP                    PIC X(21).
           05  FILLER                           PIC X(1).
           05  EVT-OPERATOR                     PIC X(8).
           05  FILLER                           PIC X(1).
           05  EVT-NOTE                         PIC X(40).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==MASTER-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==MASTER-ITEM-2==.

      *> Same layout mastmnt and main-app write, declared in full so
      *> each line reads back as one record; only the timestamp,
      *> operation and pair are needed here.
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
       01  ws-audit-file-status                PIC X(2).
       01  ws-reject-file-status               PIC X(2).
       01  ws-rejevent-file-status             PIC X(2).
       01  ws-master-file-status               PIC X(2).
       01  ws-mastchg-file-status              PIC X(2).
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

       01  ws-reject-hits                      PIC 9(6)  VALUE 0.
       01  ws-list-sub                         PIC 9(6)  VALUE 0.

      *> Lineage of the record being turned into an event, and its
      *> printable form "[source/file/record]". A record from before
      *> lineage was kept has none - shown as source (NONE) with
      *> dashes for the numbers. A pair filed by a supplementary
      *> cycle of its date shows the cycle too, "[...  Cnn]".
       01  ws-lineage-source                   PIC X(8)  VALUE SPACES.
       01  ws-lineage-file-seq                 PIC X(2)  VALUE SPACES.
       01  ws-lineage-record-no                PIC X(6)  VALUE SPACES.
       01  ws-lineage-cycle                    PIC X(2)  VALUE SPACES.
       01  ws-lineage-text                     PIC X(25) VALUE SPACES.

      *> Appearances of the inquiry by source system - transaction
      *> records, audit entries and current reject hits.
       01  ws-source-table.
           05  ws-source-entry OCCURS 50 TIMES
                               INDEXED BY ws-source-idx.
               10  ws-source-tbl-name           PIC X(8).
               10  ws-source-tbl-trans          PIC 9(6).
               10  ws-source-tbl-audit          PIC 9(6).
               10  ws-source-tbl-rejects        PIC 9(6).
       01  ws-source-count                     PIC 9(2)  VALUE 0.
       01  ws-source-full-switch               PIC X(1)  VALUE "N".
           88  ws-source-full                  VALUE "Y".

      *> The inquiry's master history: every change-log entry for a
      *> matching pair, in log order, and the matching pairs on the
      *> master today. A pair's state at a moment is that of its last
      *> change before it; with none before, the opposite of its
      *> first change after; with no change at all, today's.
       01  ws-mchg-table.
           05  ws-mchg-entry OCCURS 5000 TIMES
                             INDEXED BY ws-mchg-idx.
               10  ws-mchg-tbl-item-1           PIC X(10).
               10  ws-mchg-tbl-item-2           PIC X(10).
               10  ws-mchg-tbl-operation        PIC X(6).
               10  ws-mchg-tbl-timestamp        PIC X(16).
       01  ws-mchg-count                       PIC 9(4)  VALUE 0.
       01  ws-mast-table.
           05  ws-mast-entry OCCURS 1000 TIMES
                             INDEXED BY ws-mast-idx.
               10  ws-mast-tbl-item-1           PIC X(10).
               10  ws-mast-tbl-item-2           PIC X(10).
       01  ws-mast-count                       PIC 9(4)  VALUE 0.
       01  ws-master-history-switch            PIC X(1)  VALUE "N".
           88  ws-master-history-full          VALUE "Y".

      *> The NOMST reject being judged and the verdict: the master as
      *> it stood at the reject's timestamp.
       01  ws-check-item-1                     PIC X(10) VALUE SPACES.
       01  ws-check-item-2                     PIC X(10) VALUE SPACES.
       01  ws-check-timestamp                  PIC X(16) VALUE SPACES.
       01  ws-check-state                      PIC X(1)  VALUE SPACE.
           88  ws-check-was-on                 VALUE "Y".
           88  ws-check-was-off                VALUE "N".
       01  ws-check-verdict                    PIC X(24) VALUE SPACES.
       01  ws-journal-action                   PIC X(17) VALUE SPACES.
       01  ws-nomst-checked                    PIC 9(6)  VALUE 0.
       01  ws-nomst-wrong                      PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Item-pair history inquiry"
           DISPLAY "==============================================="
           MOVE 0 TO ws-event-count
           MOVE 0 TO ws-reject-hits
           MOVE 0 TO ws-source-count
           MOVE "N" TO ws-source-full-switch

           MOVE "TRANXN.DAT" TO ws-trans-file-name
           PERFORM COLLECT-TRANS-EVENTS
           MOVE "AUDITLOG.DAT" TO ws-audit-file-name
           PERFORM COLLECT-AUDIT-EVENTS
           PERFORM WALK-ARCHIVE-MONTHS
           PERFORM LOAD-MASTER-HISTORY
           PERFORM COLLECT-JOURNAL-EVENTS

           IF ws-event-count = 0
               DISPLAY "No transaction or audit history in the "
               END-PERFORM
               DISPLAY ws-event-count " event(s) listed."
           END-IF
           IF ws-nomst-checked > 0
               DISPLAY ws-nomst-checked " NOMST reject(s) checked "
                   "against the master on the day - "
                   ws-nomst-wrong " WRONG (pair was on the master)."
               IF ws-master-history-full
                   DISPLAY "  (more master changes or pairs than "
                       "the tables hold - verdicts may be off)"
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY "Current reject work files (undated - latest "
           IF ws-reject-hits = 0
               DISPLAY "  (no hits)"
           END-IF
           PERFORM LIST-SOURCE-TOTALS
           EXIT paragraph.

      *> The inquiry's appearances by source system, so a pair that
      *> only ever goes wrong from one upstream says so at a glance.
       LIST-SOURCE-TOTALS.
           IF ws-source-count = 0
               EXIT paragraph
           END-IF
           DISPLAY SPACE
           DISPLAY "By source system:  TRANXN  AUDIT   REJECTS"
           PERFORM VARYING ws-source-idx FROM 1 BY 1
               UNTIL ws-source-idx > ws-source-count
               DISPLAY "  " ws-source-tbl-name (ws-source-idx)
                   "        " ws-source-tbl-trans (ws-source-idx)
                   "  " ws-source-tbl-audit (ws-source-idx)
                   "  " ws-source-tbl-rejects (ws-source-idx)
           END-PERFORM
           IF ws-source-full
               DISPLAY "  (more than 50 source systems - the rest "
                   "are not counted)"
           END-IF
           EXIT paragraph.

      *> Builds ws-lineage-text from ws-lineage-source/file-seq/
      *> record-no, which the caller has moved in from the record.
       BUILD-LINEAGE-TEXT.
           IF ws-lineage-source = SPACES
               MOVE "(NONE)" TO ws-lineage-source
           END-IF
           IF ws-lineage-file-seq IS NOT NUMERIC
               MOVE "--" TO ws-lineage-file-seq
           END-IF
           IF ws-lineage-record-no IS NOT NUMERIC
               MOVE "------" TO ws-lineage-record-no
           END-IF
           MOVE SPACES TO ws-lineage-text
           IF ws-lineage-cycle IS NUMERIC
               AND ws-lineage-cycle > "01"
               STRING "[" ws-lineage-source "/" ws-lineage-file-seq
                   "/" ws-lineage-record-no " C" ws-lineage-cycle "]"
                   DELIMITED BY SIZE
                   INTO ws-lineage-text
               END-STRING
           ELSE
               STRING "[" ws-lineage-source "/" ws-lineage-file-seq
                   "/" ws-lineage-record-no "]"
                   DELIMITED BY SIZE
                   INTO ws-lineage-text
               END-STRING
           END-IF
           MOVE SPACES TO ws-lineage-cycle
           EXIT paragraph.

      *> Positions ws-source-idx on the row for ws-lineage-source,
      *> adding the row the first time the source is seen. Past 50
      *> sources the counts are dropped rather than the inquiry.
       FIND-SOURCE-ROW.
           PERFORM VARYING ws-source-idx FROM 1 BY 1
               UNTIL ws-source-idx > ws-source-count
               OR ws-source-tbl-name (ws-source-idx)
                   = ws-lineage-source
               CONTINUE
           END-PERFORM
           IF ws-source-idx > ws-source-count
               IF ws-source-count >= 50
                   MOVE "Y" TO ws-source-full-switch
                   EXIT paragraph
               END-IF
               ADD 1 TO ws-source-count
               SET ws-source-idx TO ws-source-count
               MOVE ws-lineage-source
                   TO ws-source-tbl-name (ws-source-idx)
               MOVE 0 TO ws-source-tbl-trans (ws-source-idx)
               MOVE 0 TO ws-source-tbl-audit (ws-source-idx)
               MOVE 0 TO ws-source-tbl-rejects (ws-source-idx)
           END-IF
           EXIT paragraph.

      *> Walks the months the range covers and collects from each
                               OR TRANS-ITEM-2 = ws-inq-item-2)
                           MOVE SPACES TO ws-event-work
                           MOVE TRANS-DATE TO ws-evw-date
                           MOVE TRANS-SOURCE-SYSTEM
                               TO ws-lineage-source
                           MOVE TRANS-FILE-SEQ
                               TO ws-lineage-file-seq
                           MOVE TRANS-RECORD-NO
                               TO ws-lineage-record-no
                           MOVE TRANS-CYCLE TO ws-lineage-cycle
                           PERFORM BUILD-LINEAGE-TEXT
                           PERFORM FIND-SOURCE-ROW
                           IF NOT ws-source-full
                               ADD 1 TO ws-source-tbl-trans
                                   (ws-source-idx)
                           END-IF
                           STRING "TRANXN    " TRANS-ITEM-1 "/"
                               TRANS-ITEM-2 "  " ws-lineage-text
                               "  ("
                               FUNCTION TRIM(ws-trans-file-name)
                               ")"
                               DELIMITED BY SIZE
                           MOVE SPACES TO ws-event-work
                           MOVE AUDIT-TIMESTAMP (1:8) TO ws-evw-date
                           MOVE AUDIT-TIMESTAMP (9:13) TO ws-evw-time
                           MOVE AUDIT-SOURCE-SYSTEM
                               TO ws-lineage-source
                           MOVE AUDIT-FILE-SEQ
                               TO ws-lineage-file-seq
                           MOVE AUDIT-RECORD-NO
                               TO ws-lineage-record-no
                           MOVE AUDIT-CYCLE TO ws-lineage-cycle
                           PERFORM BUILD-LINEAGE-TEXT
                           PERFORM FIND-SOURCE-ROW
                           IF NOT ws-source-full
                               ADD 1 TO ws-source-tbl-audit
                                   (ws-source-idx)
                           END-IF
                           STRING AUDIT-OPERATION " "
                               AUDIT-BEFORE-ITEM-1 "/"
                               AUDIT-BEFORE-ITEM-2 " -> "
                               AUDIT-AFTER-ITEM-1 "/"
                               AUDIT-AFTER-ITEM-2 " "
                               ws-lineage-text "  ("
                               FUNCTION TRIM(ws-audit-file-name)
                               ")"
                               DELIMITED BY SIZE
                           AND (ws-inq-any-2
                               OR REJ-ITEM-2 = ws-inq-item-2)
                           ADD 1 TO ws-reject-hits
                           MOVE REJ-SOURCE-SYSTEM
                               TO ws-lineage-source
                           MOVE REJ-FILE-SEQ
                               TO ws-lineage-file-seq
                           MOVE REJ-RECORD-NUMBER
                               TO ws-lineage-record-no
                           PERFORM BUILD-LINEAGE-TEXT
                           PERFORM FIND-SOURCE-ROW
                           IF NOT ws-source-full
                               ADD 1 TO ws-source-tbl-rejects
                                   (ws-source-idx)
                           END-IF
                           DISPLAY "  REJECT " REJ-ITEM-1 "/"
                               REJ-ITEM-2 " reason " REJ-REASON
                               " " ws-lineage-text
                               " ("
                               FUNCTION TRIM(ws-reject-file-name)
                               ")"
           CLOSE REJECT-FILE
           EXIT paragraph.

      *> Loads the inquiry's master history: the matching entries of
      *> MASTCHG.DAT and the matching pairs on MASTERCD.DAT. Missing
      *> files contribute nothing.
       LOAD-MASTER-HISTORY.
           MOVE 0 TO ws-mchg-count
           MOVE 0 TO ws-mast-count
           MOVE "N" TO ws-master-history-switch
           MOVE "N" TO ws-eof-switch
           OPEN INPUT MASTCHG-FILE
           IF ws-mastchg-file-status = "00"
               PERFORM UNTIL ws-eof
                   READ MASTCHG-FILE
                       AT END
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           IF MCHG-ITEM-1 = ws-inq-item-1
                               AND (ws-inq-any-2
                                   OR MCHG-ITEM-2 = ws-inq-item-2)
                               AND (MCHG-OPERATION = "ADD"
                                   OR MCHG-OPERATION = "DELETE")
                               PERFORM KEEP-MASTER-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTCHG-FILE
           END-IF

           MOVE "N" TO ws-eof-switch
           OPEN INPUT MASTER-FILE
           IF ws-master-file-status = "00"
               PERFORM UNTIL ws-eof
                   READ MASTER-FILE
                       AT END
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           IF MASTER-ITEM-1 = ws-inq-item-1
                               AND (ws-inq-any-2
                                   OR MASTER-ITEM-2 = ws-inq-item-2)
                               PERFORM KEEP-MASTER-PAIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           EXIT paragraph.

       KEEP-MASTER-CHANGE.
           IF ws-mchg-count >= 5000
               MOVE "Y" TO ws-master-history-switch
               EXIT paragraph
           END-IF
           ADD 1 TO ws-mchg-count
           MOVE MCHG-ITEM-1 TO ws-mchg-tbl-item-1 (ws-mchg-count)
           MOVE MCHG-ITEM-2 TO ws-mchg-tbl-item-2 (ws-mchg-count)
           MOVE MCHG-OPERATION TO ws-mchg-tbl-operation (ws-mchg-count)
           MOVE MCHG-TIMESTAMP (1:16)
               TO ws-mchg-tbl-timestamp (ws-mchg-count)
           EXIT paragraph.

       KEEP-MASTER-PAIR.
           IF ws-mast-count >= 1000
               MOVE "Y" TO ws-master-history-switch
               EXIT paragraph
           END-IF
           ADD 1 TO ws-mast-count
           MOVE MASTER-ITEM-1 TO ws-mast-tbl-item-1 (ws-mast-count)
           MOVE MASTER-ITEM-2 TO ws-mast-tbl-item-2 (ws-mast-count)
           EXIT paragraph.

      *> Reads the reject journal and turns every in-range event for
      *> the inquiry into a dated history event, judging each NOMST
      *> rejection against the master of its moment. The journal
      *> carries no file or record number, so the lineage shows the
      *> source system and cycle only.
       COLLECT-JOURNAL-EVENTS.
           MOVE 0 TO ws-nomst-checked
           MOVE 0 TO ws-nomst-wrong
           MOVE "N" TO ws-eof-switch
           OPEN INPUT REJEVENT-FILE
           IF ws-rejevent-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ REJEVENT-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF EVT-DATE >= ws-from-date
                           AND EVT-DATE <= ws-to-date
                           AND EVT-ITEM-1 = ws-inq-item-1
                           AND (ws-inq-any-2
                               OR EVT-ITEM-2 = ws-inq-item-2)
                           PERFORM ADD-JOURNAL-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJEVENT-FILE
           EXIT paragraph.

       ADD-JOURNAL-EVENT.
           MOVE SPACES TO ws-check-verdict
           IF EVT-OUTCOME = "REJECTED" AND EVT-REASON = "NOMST"
               MOVE EVT-ITEM-1 TO ws-check-item-1
               MOVE EVT-ITEM-2 TO ws-check-item-2
               MOVE EVT-TIMESTAMP (1:16) TO ws-check-timestamp
               PERFORM CHECK-MASTER-ON-DAY
               ADD 1 TO ws-nomst-checked
               IF ws-check-was-on
                   ADD 1 TO ws-nomst-wrong
                   MOVE "WRONG - WAS ON MASTER" TO ws-check-verdict
               ELSE
                   MOVE "CORRECT - NOT ON MASTER" TO ws-check-verdict
               END-IF
           END-IF
           MOVE SPACES TO ws-event-work
           MOVE EVT-DATE TO ws-evw-date
           MOVE EVT-TIMESTAMP (9:13) TO ws-evw-time
           MOVE EVT-SOURCE-SYSTEM TO ws-lineage-source
           MOVE SPACES TO ws-lineage-file-seq
           MOVE SPACES TO ws-lineage-record-no
           MOVE EVT-CYCLE TO ws-lineage-cycle
           PERFORM BUILD-LINEAGE-TEXT
           MOVE EVT-TYPE TO ws-journal-action
           IF EVT-OUTCOME NOT = EVT-TYPE
               STRING EVT-TYPE DELIMITED BY SPACE
                   " " EVT-OUTCOME DELIMITED BY SIZE
                   INTO ws-journal-action
               END-STRING
           END-IF
           STRING "REJEVENT  " ws-journal-action " " EVT-REASON " "
               EVT-ITEM-1 "/" EVT-ITEM-2 " " ws-lineage-text " "
               ws-check-verdict
               DELIMITED BY SIZE
               INTO ws-evw-text
           END-STRING
           PERFORM INSERT-EVENT
           EXIT paragraph.

      *> Sets ws-check-state to whether ws-check-item-1/2 was on the
      *> master at ws-check-timestamp: the master today, rolled back
      *> through every change logged after that moment.
       CHECK-MASTER-ON-DAY.
           MOVE SPACE TO ws-check-state
           PERFORM VARYING ws-mchg-idx FROM 1 BY 1
               UNTIL ws-mchg-idx > ws-mchg-count
               IF ws-mchg-tbl-item-1 (ws-mchg-idx) = ws-check-item-1
                   AND ws-mchg-tbl-item-2 (ws-mchg-idx)
                       = ws-check-item-2
                   IF ws-mchg-tbl-timestamp (ws-mchg-idx)
                       <= ws-check-timestamp
                       IF ws-mchg-tbl-operation (ws-mchg-idx) = "ADD"
                           MOVE "Y" TO ws-check-state
                       ELSE
                           MOVE "N" TO ws-check-state
                       END-IF
                   ELSE
                       IF ws-check-state = SPACE
                           IF ws-mchg-tbl-operation (ws-mchg-idx)
                               = "ADD"
                               MOVE "N" TO ws-check-state
                           ELSE
                               MOVE "Y" TO ws-check-state
                           END-IF
                       END-IF
                       SET ws-mchg-idx TO ws-mchg-count
                   END-IF
               END-IF
           END-PERFORM
           IF ws-check-state NOT = SPACE
               EXIT paragraph
           END-IF
           MOVE "N" TO ws-check-state
           PERFORM VARYING ws-mast-idx FROM 1 BY 1
               UNTIL ws-mast-idx > ws-mast-count
               OR ws-check-was-on
               IF ws-mast-tbl-item-1 (ws-mast-idx) = ws-check-item-1
                   AND ws-mast-tbl-item-2 (ws-mast-idx)
                       = ws-check-item-2
                   MOVE "Y" TO ws-check-state
               END-IF
           END-PERFORM
           EXIT paragraph.

       END PROGRAM pairinq.
