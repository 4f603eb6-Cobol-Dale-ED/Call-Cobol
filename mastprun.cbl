      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Master code housekeeping. MASTERCD.DAT only grows -
      *          mastmnt and the feed's "M" records add pairs, and
      *          nothing but a hand delete ever takes one off. This
      *          periodic job proposes the deletes. It reads the
      *          master, TRANXN.DAT with its monthly TRANXN.YYYYMM.ARC
      *          archives and CONVTAB.DAT, and proposes two kinds:
      *            RETIRED - the old side of a mapping in force (by
      *                      sub-app's rule) for more than the
      *                      retirement days; such a pair should no
      *                      longer be valid input. Listed by the
      *                      source systems still sending it since
      *                      the mapping took effect, so they can be
      *                      told before the delete goes in.
      *            DORMANT - no transaction at all within the dormant
      *                      months. A pair added to the master in
      *                      that time is spared - it has had no
      *                      chance to arrive yet.
      *          The PROPOSE run writes the report (MASTPRUN.TXT) and
      *          the proposals file (MASTPROP.DAT), every proposal
      *          PROPOSED. The APPROVE session lets an operator
      *          authorized for master maintenance on OPERAUTH.DAT
      *          approve or keep each one, then writes the approved
      *          deletes still on the master as a complete batch
      *          input file, MASTDEL.YYYYMMDD.DAT - header dated the
      *          next business date (PROC-DATE), source system
      *          MASTPRUN, one "M D" record per pair, trailer with
      *          count and hash. Added to that night's input list,
      *          its deletes are applied and logged to MASTCHG.DAT by
      *          main-app like any source system's. The feed file is
      *          rebuilt from every approval on each session, so a
      *          file that missed its night is made good by opening
      *          and closing a session again.
      *          Nothing is locked: the master is only read here.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks mastprun.cbl -o mastprun.exe
      *
      * Usage: mastprun [PROPOSE [dormant-months [retired-days]]]
      *            Proposals as of the last completed business date
      *            (PROC-LAST-DONE on PROCDATE.DAT, or today where no
      *            control file exists). Defaults: 6 months, 90 days.
      *        mastprun APPROVE
      *            Operator review of MASTPROP.DAT and the feed file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mastprun.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTERCD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-master-file-status.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-change-log-file-status.

           SELECT CONV-FILE ASSIGN TO "CONVTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-conv-file-status.

      *> The live transaction file and its monthly archives share one
      *> SELECT - the archives are the same layout under dated names,
      *> the way pairinq reads them.
           SELECT TRANS-FILE ASSIGN TO ws-trans-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trans-file-status.

           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-file-status.

           SELECT REPORT-FILE ASSIGN TO "MASTPRUN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.

      *> The proposals, one per pair, with the decision taken on each.
           SELECT PROPOSAL-FILE ASSIGN TO "MASTPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-proposal-file-status.

      *> The approved deletes as a batch input file for main-app -
      *> MASTDEL.YYYYMMDD.DAT, named for the night that takes it.
           SELECT FEED-FILE ASSIGN TO ws-feed-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-feed-file-status.

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

       DATA DIVISION.

       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==MASTER-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==MASTER-ITEM-2==.

      *> Same layout mastmnt and main-app write. The business date is
      *> blank on entries logged before it was kept; cycle and file
      *> sequence are only filled on entries from the nightly feed.
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  CHLOG-TIMESTAMP                  PIC X(21).
           05  FILLER                           PIC X(1).
           05  CHLOG-OPERATION                  PIC X(6).
           05  FILLER                           PIC X(1).
           05  CHLOG-OPERATOR                   PIC X(8).
           05  FILLER                           PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==CHLOG-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==CHLOG-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  CHLOG-BUSINESS-DATE              PIC X(8).
           05  FILLER                           PIC X(1).
           05  CHLOG-CYCLE                      PIC X(2).
           05  FILLER                           PIC X(1).
           05  CHLOG-FILE-SEQ                   PIC X(2).

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

      *> One line per proposed delete: the decision (PROPOSED,
      *> APPROVED or KEPT), the pair, the kind (DORMANT or RETIRED),
      *> the as-of date it was proposed under, the records it arrived
      *> on in the window and when last, and who decided and when.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05  PROP-STATUS                      PIC X(8).
           05  FILLER                           PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==PROP-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==PROP-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  PROP-KIND                        PIC X(7).
           05  FILLER                           PIC X(1).
           05  PROP-ASOF-DATE                   PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROP-RECORDS                     PIC 9(7).
           05  FILLER                           PIC X(1).
           05  PROP-LAST-SEEN                   PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROP-DECIDED-BY                  PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROP-DECIDED-AT                  PIC X(21).

      *> The batch input layouts main-app checks: header, "M"
      *> maintenance records, trailer.
       FD  FEED-FILE.
       01  FEED-HEADER-RECORD.
           05  FHDR-RECORD-TYPE                 PIC X(1).
           05  FILLER                           PIC X(1).
           05  FHDR-CREATE-DATE                 PIC X(8).
           05  FILLER                           PIC X(1).
           05  FHDR-SOURCE-SYSTEM               PIC X(8).
       01  FEED-MAINT-RECORD.
           05  FMNT-RECORD-TYPE                 PIC X(1).
           05  FILLER                           PIC X(1).
           05  FMNT-ACTION                      PIC X(1).
           05  FILLER                           PIC X(1).
           05  FMNT-PAIR.
               10  FMNT-ITEM-1                  PIC X(10).
               10  FMNT-ITEM-2                  PIC X(10).
       01  FEED-TRAILER-RECORD.
           05  FTRL-RECORD-TYPE                 PIC X(1).
           05  FILLER                           PIC X(1).
           05  FTRL-RECORD-COUNT                PIC 9(6).
           05  FILLER                           PIC X(1).
           05  FTRL-HASH-TOTAL                  PIC 9(12).

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

       WORKING-STORAGE SECTION.

       01  ws-master-file-status               PIC X(2).
       01  ws-change-log-file-status           PIC X(2).
       01  ws-conv-file-status                 PIC X(2).
       01  ws-trans-file-status                PIC X(2).
       01  ws-procdate-file-status             PIC X(2).
       01  ws-report-file-status               PIC X(2).
       01  ws-proposal-file-status             PIC X(2).
       01  ws-feed-file-status                 PIC X(2).
       01  ws-trans-file-name                  PIC X(100)
                                                VALUE "TRANXN.DAT".
       01  ws-feed-file-name                   PIC X(100) VALUE SPACES.
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

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

       01  ws-cmdline-arg-number               PIC 9(2)  VALUE 0.
       01  ws-cmdline-arg-value                PIC X(100) VALUE SPACES.
       01  ws-run-mode                         PIC X(8)  VALUE SPACES.

      *> The dates the run works to: the as-of date proposals are
      *> made under (the last completed business date), the next
      *> business date the feed file is dated for, the start of the
      *> dormant window, and the latest effective date a mapping may
      *> have to count as in force for more than the retirement days.
       01  ws-asof-date                        PIC X(8)  VALUE SPACES.
       01  ws-feed-date                        PIC X(8)  VALUE SPACES.
       01  ws-from-date                        PIC X(8)  VALUE SPACES.
       01  ws-retire-date                      PIC X(8)  VALUE SPACES.
       01  ws-dormant-months                   PIC 9(2)  VALUE 6.
       01  ws-retired-days                     PIC 9(4)  VALUE 90.
       01  ws-date-integer                     PIC 9(8)  VALUE 0.
       01  ws-calc-date.
           05  ws-calc-yyyy                     PIC 9(4).
           05  ws-calc-mm                       PIC 9(2).
           05  ws-calc-dd                       PIC 9(2).
       01  ws-calc-date-num REDEFINES ws-calc-date
                                               PIC 9(8).
       01  ws-calc-months                      PIC 9(6)  VALUE 0.

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
      *> found or not, the pair it converts to and since when.
       01  ws-look-item-1                      PIC X(10).
       01  ws-look-item-2                      PIC X(10).
       01  ws-look-date                        PIC X(8).
       01  ws-look-found-switch                PIC X(1)  VALUE "N".
           88  ws-look-found                   VALUE "Y".
       01  ws-look-new-item-1                  PIC X(10).
       01  ws-look-new-item-2                  PIC X(10).
       01  ws-look-eff-date                    PIC X(8).

      *> The master, one entry per pair, with what the run learns of
      *> it: its traffic in the dormant window, its last logged add,
      *> and - for the old side of a long-standing mapping - the
      *> mapping and the records that still arrived since it took
      *> effect. The kind is the proposal made (spaces = none).
       01  ws-master-table.
           05  ws-master-entry OCCURS 60000 TIMES
                               INDEXED BY ws-master-idx.
               10  ws-mst-item-1                PIC X(10).
               10  ws-mst-item-2                PIC X(10).
               10  ws-mst-records               PIC 9(7).
               10  ws-mst-last-seen             PIC X(8).
               10  ws-mst-added-date            PIC X(8).
               10  ws-mst-added-by              PIC X(8).
               10  ws-mst-mapped-switch         PIC X(1).
                   88  ws-mst-mapped            VALUE "Y".
               10  ws-mst-new-item-1            PIC X(10).
               10  ws-mst-new-item-2            PIC X(10).
               10  ws-mst-since-date            PIC X(8).
               10  ws-mst-since-records         PIC 9(7).
               10  ws-mst-kind                  PIC X(7).
       01  ws-master-count                     PIC 9(6)  VALUE 0.
       01  ws-master-dropped                   PIC 9(6)  VALUE 0.
       01  ws-master-found-switch              PIC X(1)  VALUE "N".
           88  ws-master-found                 VALUE "Y".
       01  ws-found-entry                      PIC 9(6)  VALUE 0.
       01  ws-item-1                           PIC X(10) VALUE SPACES.
       01  ws-item-2                           PIC X(10) VALUE SPACES.

      *> Arrivals of retired pairs since their mapping took effect,
      *> one entry per pair and source system.
       01  ws-arrival-table.
           05  ws-arrival-entry OCCURS 20000 TIMES
                                INDEXED BY ws-arrival-idx.
               10  ws-arr-master-entry          PIC 9(6).
               10  ws-arr-source                PIC X(8).
               10  ws-arr-records               PIC 9(7).
               10  ws-arr-last-date             PIC X(8).
       01  ws-arrival-count                    PIC 9(6)  VALUE 0.
       01  ws-arrival-found-switch             PIC X(1)  VALUE "N".
           88  ws-arrival-found                VALUE "Y".
       01  ws-arrival-source                   PIC X(8)  VALUE SPACES.
       01  ws-group-source                     PIC X(8)  VALUE SPACES.
       01  ws-next-source                      PIC X(8)  VALUE SPACES.
       01  ws-source-groups                    PIC 9(4)  VALUE 0.

      *> The change-log entry just read, with the business date it
      *> counts under - its own, or its timestamp's date when it
      *> was logged before the business date was kept.
       01  ws-change-date                      PIC X(8)  VALUE SPACES.

      *> Totals for the report, the console and the run ledger.
       01  ws-trans-read                       PIC 9(8)  VALUE 0.
       01  ws-trans-in-window                  PIC 9(8)  VALUE 0.
       01  ws-trans-files-read                 PIC 9(4)  VALUE 0.
       01  ws-active-pairs                     PIC 9(6)  VALUE 0.
       01  ws-dormant-count                    PIC 9(6)  VALUE 0.
       01  ws-spared-count                     PIC 9(6)  VALUE 0.
       01  ws-retired-count                    PIC 9(6)  VALUE 0.
       01  ws-retired-arriving                 PIC 9(6)  VALUE 0.
       01  ws-retired-records                  PIC 9(8)  VALUE 0.
       01  ws-proposals-written                PIC 9(6)  VALUE 0.

      *> The proposals file, held for the approval session.
       01  ws-proposal-table.
           05  ws-proposal-entry OCCURS 60000 TIMES
                                 INDEXED BY ws-prop-idx.
               10  ws-prp-status                PIC X(8).
               10  ws-prp-item-1                PIC X(10).
               10  ws-prp-item-2                PIC X(10).
               10  ws-prp-kind                  PIC X(7).
               10  ws-prp-asof-date             PIC X(8).
               10  ws-prp-records               PIC 9(7).
               10  ws-prp-last-seen             PIC X(8).
               10  ws-prp-decided-by            PIC X(8).
               10  ws-prp-decided-at            PIC X(21).
       01  ws-proposal-count                   PIC 9(6)  VALUE 0.
       01  ws-pending-count                    PIC 9(6)  VALUE 0.
       01  ws-session-approved                 PIC 9(6)  VALUE 0.
       01  ws-session-kept                     PIC 9(6)  VALUE 0.
       01  ws-feed-records                     PIC 9(6)  VALUE 0.
       01  ws-feed-gone                        PIC 9(6)  VALUE 0.
       01  ws-feed-hash                        PIC 9(12) VALUE 0.
       01  ws-hash-byte-sub                    PIC 9(2)  VALUE 0.
       01  ws-list-count                       PIC 9(6)  VALUE 0.
       01  ws-review-stop-switch               PIC X(1)  VALUE "N".
           88  ws-review-stopped               VALUE "Y".

      *> Operator authorization check: the id to look up, the
      *> function wanted (1 = master maintenance, 2 = conversion
      *> maintenance, 3 = resubmission, 4 = backout, 5 = simulation
      *> ASOF override - the flag positions on OPERAUTH.DAT) and the
      *> answer.
       01  ws-operauth-file-status             PIC X(2).
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

       01  ws-operator-id                      PIC X(8)  VALUE SPACES.

       01  ws-menu-choice                      PIC X(1)  VALUE SPACE.
           88  ws-choice-review                VALUE "R" "r".
           88  ws-choice-approve-all           VALUE "A" "a".
           88  ws-choice-list                  VALUE "L" "l".
           88  ws-choice-exit                  VALUE "X" "x".
       01  ws-decision                         PIC X(1)  VALUE SPACE.
           88  ws-decision-approve             VALUE "Y" "y".
           88  ws-decision-keep                VALUE "N" "n".
           88  ws-decision-skip                VALUE "S" "s".
           88  ws-decision-stop                VALUE "X" "x".
       01  ws-confirm                          PIC X(1)  VALUE SPACE.
           88  ws-confirmed                    VALUE "Y" "y".

      *> Print-line layouts.
       01  ws-rpt-retired-heads.
           05  FILLER                           PIC X(10)
               VALUE "SOURCE".
           05  FILLER                           PIC X(23)
               VALUE "OLD PAIR".
           05  FILLER                           PIC X(23)
               VALUE "CONVERTS TO".
           05  FILLER                           PIC X(12)
               VALUE "IN FORCE".
           05  FILLER                           PIC X(10)
               VALUE "RECORDS".
           05  FILLER                           PIC X(9)
               VALUE "LAST SEEN".
       01  ws-rpt-retired-line.
           05  ws-rpt-ret-source                PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-ret-item-1                PIC X(10).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-ret-item-2                PIC X(10).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-ret-new-pair              PIC X(21).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-ret-since                 PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-ret-records               PIC Z(6)9.
           05  FILLER                           PIC X(5)  VALUE SPACES.
           05  ws-rpt-ret-last-date             PIC X(8).
       01  ws-rpt-dormant-heads.
           05  FILLER                           PIC X(23)
               VALUE "PAIR".
           05  FILLER                           PIC X(12)
               VALUE "LAST ADDED".
           05  FILLER                           PIC X(8)
               VALUE "ADDED BY".
       01  ws-rpt-dormant-line.
           05  ws-rpt-dor-item-1                PIC X(10).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-dor-item-2                PIC X(10).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-dor-added-date            PIC X(10).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-dor-added-by              PIC X(8).
       01  ws-rpt-months                       PIC Z9.
       01  ws-rpt-days                         PIC Z(3)9.
       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
           05  ws-rpt-tot-value                 PIC Z(7)9.
       01  ws-report-print-area                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-MODE
           MOVE "MASTPRUN" TO ws-rh-program
           MOVE ws-run-mode TO ws-rh-mode
           IF ws-run-mode = "APPROVE"
               PERFORM APPROVE-PROPOSALS
               STOP RUN
           END-IF

           MOVE ws-asof-date TO ws-rh-business-date
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "Master housekeeping proposals as of "
               ws-asof-date " - dormant since " ws-from-date
               ", retired if mapped on or before " ws-retire-date
           PERFORM LOAD-CONV-TABLE
           PERFORM LOAD-MASTER-TABLE
           PERFORM NOTE-RETIRED-MAPPINGS
           PERFORM NOTE-MASTER-ADDS
           PERFORM COLLECT-ACTIVITY
           PERFORM CLASSIFY-MASTER-PAIRS
           PERFORM PRINT-PROPOSAL-REPORT
           PERFORM WRITE-PROPOSAL-FILE

           DISPLAY "-----------------------------------------------"
           DISPLAY "Master pairs read:             " ws-master-count
           DISPLAY "Transactions in the window:    " ws-trans-in-window
           DISPLAY "Retired pairs proposed:        " ws-retired-count
           DISPLAY "  still arriving:              "
               ws-retired-arriving
           DISPLAY "Dormant pairs proposed:        " ws-dormant-count
           DISPLAY "  spared - added in the window: " ws-spared-count
           DISPLAY "Report written to MASTPRUN.TXT, "
               ws-proposals-written " proposal(s) to MASTPROP.DAT."
           IF ws-proposals-written > 0
               DISPLAY "Review them with: mastprun APPROVE"
           END-IF
           MOVE "DORMANT" TO ws-rh-count-label (1)
           MOVE ws-dormant-count TO ws-rh-count (1)
           MOVE "RETIRED" TO ws-rh-count-label (2)
           MOVE ws-retired-count TO ws-rh-count (2)
           MOVE "PAIRS" TO ws-rh-count-label (3)
           MOVE ws-master-count TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *> Takes the mode from the first command-line argument (default
      *> PROPOSE) and, for PROPOSE, the dormant months and retirement
      *> days from the next two. Both dates come from PROCDATE.DAT:
      *> the as-of date is the last completed business date, the feed
      *> date the next one - today for either where no control file
      *> exists.
       GET-RUN-MODE.
           MOVE 1 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           EVALUATE FUNCTION UPPER-CASE(ws-cmdline-arg-value)
               WHEN SPACES
               WHEN "PROPOSE"
                   MOVE "PROPOSE" TO ws-run-mode
               WHEN "APPROVE"
                   MOVE "APPROVE" TO ws-run-mode
               WHEN OTHER
                   DISPLAY "ERROR: unknown mode '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' - use PROPOSE or APPROVE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT PROCDATE-FILE
           IF ws-procdate-file-status = "00"
               READ PROCDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PROC-LAST-DONE IS NUMERIC
                           MOVE PROC-LAST-DONE TO ws-asof-date
                       END-IF
                       IF PROC-DATE IS NUMERIC
                           MOVE PROC-DATE TO ws-feed-date
                       END-IF
               END-READ
               CLOSE PROCDATE-FILE
           END-IF
           IF ws-asof-date = SPACES
               ACCEPT ws-asof-date FROM DATE YYYYMMDD
           END-IF
           IF ws-feed-date = SPACES
               ACCEPT ws-feed-date FROM DATE YYYYMMDD
           END-IF
           IF ws-run-mode = "APPROVE"
               MOVE SPACES TO ws-feed-file-name
               STRING "MASTDEL." ws-feed-date ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-feed-file-name
               END-STRING
               EXIT paragraph
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
                   AND FUNCTION NUMVAL(ws-cmdline-arg-value) <= 99
                   COMPUTE ws-dormant-months =
                       FUNCTION NUMVAL(ws-cmdline-arg-value)
               ELSE
                   DISPLAY "ERROR: dormant months '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' is not a number between 1 and 99 - "
                       "job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 3 TO ws-cmdline-arg-number
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
                   COMPUTE ws-retired-days =
                       FUNCTION NUMVAL(ws-cmdline-arg-value)
               ELSE
                   DISPLAY "ERROR: retired days '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' is not a number between 1 and 9999 - "
                       "job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *> The dormant window starts the same day of the month the
      *> given number of months back, pulled back to the month's last
      *> day where that month is shorter.
           MOVE ws-asof-date TO ws-calc-date
           COMPUTE ws-calc-months =
               ws-calc-yyyy * 12 + ws-calc-mm - 1 - ws-dormant-months
           DIVIDE ws-calc-months BY 12
               GIVING ws-calc-yyyy REMAINDER ws-calc-mm
           ADD 1 TO ws-calc-mm
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(ws-calc-date-num)
                   = 0
               SUBTRACT 1 FROM ws-calc-dd
           END-PERFORM
           MOVE ws-calc-date TO ws-from-date

      *> A mapping counts as in force for more than the retirement
      *> days when it took effect on or before this date.
           COMPUTE ws-date-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-asof-date))
               - ws-retired-days - 1
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-integer)
               TO ws-retire-date
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
      *> warned about so the table can be put right. A missing table
      *> means no mappings - nothing is retired.
       LOAD-CONV-TABLE.
           MOVE 0 TO ws-conv-count
           MOVE 0 TO ws-conv-malformed
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CONV-FILE
           IF ws-conv-file-status NOT = "00"
               DISPLAY "Conversion table CONVTAB.DAT not present "
                   "(status " ws-conv-file-status ") - no pair is "
                   "proposed as retired."
               EXIT paragraph
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
           MOVE SPACES TO ws-look-eff-date
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
                   MOVE ws-conv-tbl-eff-date (ws-conv-idx)
                       TO ws-look-eff-date
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Loads MASTERCD.DAT into ws-master-table, leaving out the
      *> blank-coded lines mastmnt would drop, each entry starting
      *> with no traffic, no logged add and no mapping.
       LOAD-MASTER-TABLE.
           MOVE 0 TO ws-master-count
           MOVE 0 TO ws-master-dropped
           MOVE "N" TO ws-eof-switch
           OPEN INPUT MASTER-FILE
           IF ws-master-file-status NOT = "00"
               DISPLAY "ERROR: master code file MASTERCD.DAT not "
                   "available (status " ws-master-file-status
                   ") - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof
               READ MASTER-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF MASTER-ITEM-1 = SPACES
                           OR MASTER-ITEM-2 = SPACES
                           ADD 1 TO ws-master-dropped
                       ELSE
                           PERFORM ADD-MASTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           IF ws-master-dropped > 0
               DISPLAY ws-master-dropped " malformed master record(s) "
                   "ignored."
           END-IF
           EXIT paragraph.

       ADD-MASTER-ENTRY.
           IF ws-master-count >= 60000
               DISPLAY "ERROR: master code file has more pairs than "
                   "the table holds (60000) - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-master-count
           SET ws-master-idx TO ws-master-count
           MOVE MASTER-ITEM-1 TO ws-mst-item-1 (ws-master-idx)
           MOVE MASTER-ITEM-2 TO ws-mst-item-2 (ws-master-idx)
           MOVE 0 TO ws-mst-records (ws-master-idx)
           MOVE SPACES TO ws-mst-last-seen (ws-master-idx)
           MOVE SPACES TO ws-mst-added-date (ws-master-idx)
           MOVE SPACES TO ws-mst-added-by (ws-master-idx)
           MOVE "N" TO ws-mst-mapped-switch (ws-master-idx)
           MOVE SPACES TO ws-mst-new-item-1 (ws-master-idx)
           MOVE SPACES TO ws-mst-new-item-2 (ws-master-idx)
           MOVE SPACES TO ws-mst-since-date (ws-master-idx)
           MOVE 0 TO ws-mst-since-records (ws-master-idx)
           MOVE SPACES TO ws-mst-kind (ws-master-idx)
           EXIT paragraph.

      *> Sets ws-master-found (and ws-found-entry) when ws-item-1/2
      *> is on the table.
       FIND-MASTER-PAIR.
           MOVE "N" TO ws-master-found-switch
           MOVE 0 TO ws-found-entry
           PERFORM VARYING ws-master-idx FROM 1 BY 1
               UNTIL ws-master-idx > ws-master-count
               OR ws-master-found
               IF ws-mst-item-1 (ws-master-idx) = ws-item-1
                   AND ws-mst-item-2 (ws-master-idx) = ws-item-2
                   MOVE "Y" TO ws-master-found-switch
                   SET ws-found-entry TO ws-master-idx
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Marks every master pair that is the old side of a mapping in
      *> force on the as-of date which took effect on or before the
      *> retirement date. A mapping with no effective date has always
      *> been in force.
       NOTE-RETIRED-MAPPINGS.
           MOVE ws-asof-date TO ws-look-date
           PERFORM VARYING ws-master-idx FROM 1 BY 1
               UNTIL ws-master-idx > ws-master-count
               MOVE ws-mst-item-1 (ws-master-idx) TO ws-look-item-1
               MOVE ws-mst-item-2 (ws-master-idx) TO ws-look-item-2
               PERFORM LOOK-UP-CONVERSION
               IF ws-look-found
                   AND ws-look-eff-date <= ws-retire-date
                   MOVE "Y" TO ws-mst-mapped-switch (ws-master-idx)
                   MOVE ws-look-new-item-1
                       TO ws-mst-new-item-1 (ws-master-idx)
                   MOVE ws-look-new-item-2
                       TO ws-mst-new-item-2 (ws-master-idx)
                   MOVE ws-look-eff-date
                       TO ws-mst-since-date (ws-master-idx)
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Reads MASTCHG.DAT for each master pair's latest add, so a
      *> pair put on the master inside the dormant window is not
      *> proposed for having had no traffic yet. A missing log means
      *> every pair was on the master before the log began.
       NOTE-MASTER-ADDS.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CHANGE-LOG-FILE
           IF ws-change-log-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF CHLOG-OPERATION = "ADD"
                           MOVE CHLOG-ITEM-1 TO ws-item-1
                           MOVE CHLOG-ITEM-2 TO ws-item-2
                           PERFORM FIND-MASTER-PAIR
                           IF ws-master-found
                               PERFORM SET-CHANGE-DATE
                               MOVE ws-change-date TO
                                   ws-mst-added-date (ws-found-entry)
                               MOVE CHLOG-OPERATOR TO
                                   ws-mst-added-by (ws-found-entry)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           EXIT paragraph.

      *> Sets ws-change-date to the business date the change-log
      *> entry just read counts under.
       SET-CHANGE-DATE.
           IF CHLOG-BUSINESS-DATE IS NUMERIC
               MOVE CHLOG-BUSINESS-DATE TO ws-change-date
           ELSE
               MOVE CHLOG-TIMESTAMP (1:8) TO ws-change-date
           END-IF
           EXIT paragraph.

      *> Reads the window's transactions: the live file first, then
      *> each month's archive the window touches. A missing archive
      *> is normal - archpurg only cuts one when something aged into
      *> that month.
       COLLECT-ACTIVITY.
           MOVE "TRANXN.DAT" TO ws-trans-file-name
           PERFORM COLLECT-ONE-TRANS-FILE
           MOVE ws-from-date (1:6) TO ws-walk-month
           MOVE ws-asof-date (1:6) TO ws-to-month
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
      *> counts every in-window record against its master pair. A
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
                           AND TRANS-DATE <= ws-asof-date
                           ADD 1 TO ws-trans-in-window
                           PERFORM COUNT-PAIR-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           EXIT paragraph.

      *> One in-window transaction: its master pair's traffic, and -
      *> for a pair whose mapping had taken effect by the record's
      *> date - an arrival from its source system after retirement
      *> should have begun.
       COUNT-PAIR-ACTIVITY.
           MOVE TRANS-ITEM-1 TO ws-item-1
           MOVE TRANS-ITEM-2 TO ws-item-2
           PERFORM FIND-MASTER-PAIR
           IF NOT ws-master-found
               EXIT paragraph
           END-IF
           SET ws-master-idx TO ws-found-entry
           ADD 1 TO ws-mst-records (ws-master-idx)
           IF TRANS-DATE > ws-mst-last-seen (ws-master-idx)
               MOVE TRANS-DATE TO ws-mst-last-seen (ws-master-idx)
           END-IF
           IF ws-mst-mapped (ws-master-idx)
               AND TRANS-DATE >= ws-mst-since-date (ws-master-idx)
               ADD 1 TO ws-mst-since-records (ws-master-idx)
               PERFORM COUNT-ARRIVAL
           END-IF
           EXIT paragraph.

      *> Adds the record to its pair-and-source arrival entry. Records
      *> written before the lineage existed carry no source system.
       COUNT-ARRIVAL.
           IF TRANS-SOURCE-SYSTEM = SPACES
               MOVE "(NONE)" TO ws-arrival-source
           ELSE
               MOVE TRANS-SOURCE-SYSTEM TO ws-arrival-source
           END-IF
           MOVE "N" TO ws-arrival-found-switch
           PERFORM VARYING ws-arrival-idx FROM 1 BY 1
               UNTIL ws-arrival-idx > ws-arrival-count
               OR ws-arrival-found
               IF ws-arr-master-entry (ws-arrival-idx) = ws-found-entry
                   AND ws-arr-source (ws-arrival-idx)
                       = ws-arrival-source
                   MOVE "Y" TO ws-arrival-found-switch
               END-IF
           END-PERFORM
           IF ws-arrival-found
               SET ws-arrival-idx DOWN BY 1
           ELSE
               IF ws-arrival-count >= 20000
                   DISPLAY "ERROR: more retired pair arrivals by "
                       "source than the table holds (20000) - job "
                       "stopped; use fewer retirement days."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-arrival-count
               SET ws-arrival-idx TO ws-arrival-count
               MOVE ws-found-entry
                   TO ws-arr-master-entry (ws-arrival-idx)
               MOVE ws-arrival-source TO ws-arr-source (ws-arrival-idx)
               MOVE 0 TO ws-arr-records (ws-arrival-idx)
               MOVE SPACES TO ws-arr-last-date (ws-arrival-idx)
           END-IF
           ADD 1 TO ws-arr-records (ws-arrival-idx)
           IF TRANS-DATE > ws-arr-last-date (ws-arrival-idx)
               MOVE TRANS-DATE TO ws-arr-last-date (ws-arrival-idx)
           END-IF
           EXIT paragraph.

      *> Decides each pair's proposal. Retirement comes first: the
      *> old side of a long-standing mapping goes whether or not it
      *> still arrives. Otherwise a pair with no traffic in the
      *> window is dormant - unless it was added in the window.
       CLASSIFY-MASTER-PAIRS.
           PERFORM VARYING ws-master-idx FROM 1 BY 1
               UNTIL ws-master-idx > ws-master-count
               IF ws-mst-records (ws-master-idx) > 0
                   ADD 1 TO ws-active-pairs
               END-IF
               EVALUATE TRUE
                   WHEN ws-mst-mapped (ws-master-idx)
                       MOVE "RETIRED" TO ws-mst-kind (ws-master-idx)
                       ADD 1 TO ws-retired-count
                       IF ws-mst-since-records (ws-master-idx) > 0
                           ADD 1 TO ws-retired-arriving
                           ADD ws-mst-since-records (ws-master-idx)
                               TO ws-retired-records
                       END-IF
                   WHEN ws-mst-records (ws-master-idx) > 0
                       CONTINUE
                   WHEN ws-mst-added-date (ws-master-idx) NOT = SPACES
                       AND ws-mst-added-date (ws-master-idx)
                           >= ws-from-date
                       ADD 1 TO ws-spared-count
                   WHEN OTHER
                       MOVE "DORMANT" TO ws-mst-kind (ws-master-idx)
                       ADD 1 TO ws-dormant-count
               END-EVALUATE
           END-PERFORM
           EXIT paragraph.

      *> MASTPRUN.TXT: the retired pairs by source system, then the
      *> dormant pairs, then the control totals.
       PRINT-PROPOSAL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF ws-report-file-status NOT = "00"
               DISPLAY "ERROR: unable to open report file "
                   "MASTPRUN.TXT (status " ws-report-file-status ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-report-print-area
           STRING "MASTER HOUSEKEEPING PROPOSALS  AS OF: "
               ws-asof-date "  PROPOSALS FILE: MASTPROP.DAT"
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           MOVE ws-dormant-months TO ws-rpt-months
           MOVE ws-retired-days TO ws-rpt-days
           STRING "DORMANT: NO TRANSACTIONS FROM " ws-from-date
               " (" FUNCTION TRIM(ws-rpt-months) " MONTHS)  RETIRED: "
               "MAPPING IN FORCE SINCE " ws-retire-date
               " OR EARLIER (" FUNCTION TRIM(ws-rpt-days) " DAYS)"
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-RETIRED-SECTION
           PERFORM PRINT-DORMANT-SECTION

           MOVE "CONTROL TOTALS" TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  MASTER PAIRS READ" TO ws-rpt-tot-label
           MOVE ws-master-count TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  TRANSACTION FILES READ" TO ws-rpt-tot-label
           MOVE ws-trans-files-read TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  TRANSACTIONS IN THE WINDOW" TO ws-rpt-tot-label
           MOVE ws-trans-in-window TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  MASTER PAIRS WITH TRAFFIC IN THE WINDOW"
               TO ws-rpt-tot-label
           MOVE ws-active-pairs TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  DELETES PROPOSED" TO ws-rpt-tot-label
           COMPUTE ws-rpt-tot-value =
               ws-retired-count + ws-dormant-count
           PERFORM WRITE-TOTAL-LINE
           CLOSE REPORT-FILE
           EXIT paragraph.

      *> The retired pairs, grouped by the source systems still
      *> sending them in ascending source order, then those that no
      *> longer arrive at all.
       PRINT-RETIRED-SECTION.
           MOVE SPACES TO ws-report-print-area
           STRING "RETIRED - OLD-SIDE PAIRS ON THE MASTER, BY SOURCE "
               "SYSTEM STILL SENDING THEM SINCE THE MAPPING TOOK "
               "EFFECT"
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ws-rpt-retired-heads TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           IF ws-retired-count = 0
               MOVE "  (NONE)" TO ws-report-print-area
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 0 TO ws-source-groups
           MOVE LOW-VALUES TO ws-group-source
           PERFORM FIND-NEXT-SOURCE
           PERFORM UNTIL ws-next-source = HIGH-VALUES
               MOVE ws-next-source TO ws-group-source
               ADD 1 TO ws-source-groups
               PERFORM VARYING ws-arrival-idx FROM 1 BY 1
                   UNTIL ws-arrival-idx > ws-arrival-count
                   IF ws-arr-source (ws-arrival-idx) = ws-group-source
                       PERFORM PRINT-ONE-ARRIVAL
                   END-IF
               END-PERFORM
               PERFORM FIND-NEXT-SOURCE
           END-PERFORM

           IF ws-retired-arriving < ws-retired-count
               MOVE "  NO LONGER ARRIVING:" TO ws-report-print-area
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING ws-master-idx FROM 1 BY 1
                   UNTIL ws-master-idx > ws-master-count
                   IF ws-mst-kind (ws-master-idx) = "RETIRED"
                       AND ws-mst-since-records (ws-master-idx) = 0
                       MOVE SPACES TO ws-rpt-retired-line
                       PERFORM FORMAT-RETIRED-PAIR
                       PERFORM WRITE-RETIRED-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  RETIRED PAIRS PROPOSED" TO ws-rpt-tot-label
           MOVE ws-retired-count TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "    STILL ARRIVING" TO ws-rpt-tot-label
           MOVE ws-retired-arriving TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "    RECORDS SINCE THEIR MAPPING" TO ws-rpt-tot-label
           MOVE ws-retired-records TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  SOURCE SYSTEMS STILL SENDING THEM"
               TO ws-rpt-tot-label
           MOVE ws-source-groups TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> Sets ws-next-source to the lowest source system on the
      *> arrival table above ws-group-source - HIGH-VALUES when there
      *> is none left.
       FIND-NEXT-SOURCE.
           MOVE HIGH-VALUES TO ws-next-source
           PERFORM VARYING ws-arrival-idx FROM 1 BY 1
               UNTIL ws-arrival-idx > ws-arrival-count
               IF ws-arr-source (ws-arrival-idx) > ws-group-source
                   AND ws-arr-source (ws-arrival-idx) < ws-next-source
                   MOVE ws-arr-source (ws-arrival-idx)
                       TO ws-next-source
               END-IF
           END-PERFORM
           EXIT paragraph.

       PRINT-ONE-ARRIVAL.
           SET ws-master-idx TO ws-arr-master-entry (ws-arrival-idx)
           MOVE SPACES TO ws-rpt-retired-line
           PERFORM FORMAT-RETIRED-PAIR
           MOVE ws-arr-source (ws-arrival-idx) TO ws-rpt-ret-source
           MOVE ws-arr-records (ws-arrival-idx) TO ws-rpt-ret-records
           MOVE ws-arr-last-date (ws-arrival-idx)
               TO ws-rpt-ret-last-date
           PERFORM WRITE-RETIRED-LINE
           EXIT paragraph.

      *> The pair, what it converts to and since when, for the master
      *> entry at ws-master-idx.
       FORMAT-RETIRED-PAIR.
           MOVE ws-mst-item-1 (ws-master-idx) TO ws-rpt-ret-item-1
           MOVE ws-mst-item-2 (ws-master-idx) TO ws-rpt-ret-item-2
           STRING ws-mst-new-item-1 (ws-master-idx) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               ws-mst-new-item-2 (ws-master-idx) DELIMITED BY SPACE
               INTO ws-rpt-ret-new-pair
           END-STRING
           IF ws-mst-since-date (ws-master-idx) = SPACES
               MOVE "(ALWAYS)" TO ws-rpt-ret-since
           ELSE
               MOVE ws-mst-since-date (ws-master-idx)
                   TO ws-rpt-ret-since
           END-IF
           MOVE 0 TO ws-rpt-ret-records
           EXIT paragraph.

       WRITE-RETIRED-LINE.
           MOVE ws-rpt-retired-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> The dormant pairs in master order, each with its last logged
      *> add - BEFORE LOG where it was on the master before MASTCHG.DAT
      *> began.
       PRINT-DORMANT-SECTION.
           MOVE SPACES TO ws-report-print-area
           STRING "DORMANT - MASTER PAIRS WITH NO TRANSACTIONS SINCE "
               ws-from-date
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ws-rpt-dormant-heads TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           IF ws-dormant-count = 0
               MOVE "  (NONE)" TO ws-report-print-area
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING ws-master-idx FROM 1 BY 1
               UNTIL ws-master-idx > ws-master-count
               IF ws-mst-kind (ws-master-idx) = "DORMANT"
                   MOVE SPACES TO ws-rpt-dormant-line
                   MOVE ws-mst-item-1 (ws-master-idx)
                       TO ws-rpt-dor-item-1
                   MOVE ws-mst-item-2 (ws-master-idx)
                       TO ws-rpt-dor-item-2
                   IF ws-mst-added-date (ws-master-idx) = SPACES
                       MOVE "BEFORE LOG" TO ws-rpt-dor-added-date
                   ELSE
                       MOVE ws-mst-added-date (ws-master-idx)
                           TO ws-rpt-dor-added-date
                       MOVE ws-mst-added-by (ws-master-idx)
                           TO ws-rpt-dor-added-by
                   END-IF
                   MOVE ws-rpt-dormant-line TO ws-report-print-area
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  DORMANT PAIRS PROPOSED" TO ws-rpt-tot-label
           MOVE ws-dormant-count TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  SPARED - ADDED IN THE WINDOW" TO ws-rpt-tot-label
           MOVE ws-spared-count TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE FROM ws-report-print-area
           EXIT paragraph.

       WRITE-TOTAL-LINE.
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> A fresh MASTPROP.DAT, every proposal PROPOSED: a new run
      *> replaces the last one's proposals and any decisions on them.
       WRITE-PROPOSAL-FILE.
           MOVE 0 TO ws-proposals-written
           OPEN OUTPUT PROPOSAL-FILE
           IF ws-proposal-file-status NOT = "00"
               DISPLAY "ERROR: unable to open proposals file "
                   "MASTPROP.DAT (status " ws-proposal-file-status
                   ") - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ws-master-idx FROM 1 BY 1
               UNTIL ws-master-idx > ws-master-count
               IF ws-mst-kind (ws-master-idx) NOT = SPACES
                   MOVE SPACES TO PROPOSAL-RECORD
                   MOVE "PROPOSED" TO PROP-STATUS
                   MOVE ws-mst-item-1 (ws-master-idx) TO PROP-ITEM-1
                   MOVE ws-mst-item-2 (ws-master-idx) TO PROP-ITEM-2
                   MOVE ws-mst-kind (ws-master-idx) TO PROP-KIND
                   MOVE ws-asof-date TO PROP-ASOF-DATE
                   IF ws-mst-kind (ws-master-idx) = "RETIRED"
                       MOVE ws-mst-since-records (ws-master-idx)
                           TO PROP-RECORDS
                   ELSE
                       MOVE ws-mst-records (ws-master-idx)
                           TO PROP-RECORDS
                   END-IF
                   MOVE ws-mst-last-seen (ws-master-idx)
                       TO PROP-LAST-SEEN
                   WRITE PROPOSAL-RECORD
                   ADD 1 TO ws-proposals-written
               END-IF
           END-PERFORM
           CLOSE PROPOSAL-FILE
           EXIT paragraph.

      *> The approval session: an operator authorized for master
      *> maintenance decides the proposals, the decisions are written
      *> back to MASTPROP.DAT, and every approved delete whose pair is
      *> still on the master goes into the feed file for the next
      *> business date.
       APPROVE-PROPOSALS.
           DISPLAY "Master housekeeping approval (MASTPROP.DAT)"
           PERFORM ACCEPT-OPERATOR-ID
           MOVE ws-operator-id TO ws-rh-run-by
           MOVE ws-feed-date TO ws-rh-business-date
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           PERFORM LOAD-PROPOSALS
           PERFORM APPROVAL-SESSION
           IF ws-session-approved + ws-session-kept > 0
               PERFORM REWRITE-PROPOSAL-FILE
           END-IF
           PERFORM LOAD-MASTER-TABLE
           PERFORM WRITE-FEED-FILE
           DISPLAY "Approval session ended - " ws-session-approved
               " approved, " ws-session-kept " kept this session."
           MOVE "APPROVED" TO ws-rh-count-label (1)
           MOVE ws-session-approved TO ws-rh-count (1)
           MOVE "KEPT" TO ws-rh-count-label (2)
           MOVE ws-session-kept TO ws-rh-count (2)
           MOVE "FEEDRECS" TO ws-rh-count-label (3)
           MOVE ws-feed-records TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           EXIT paragraph.

      *> Every decision is recorded under the operator's name, so the
      *> id is required - same rule as mastmnt's - and must be on
      *> OPERAUTH.DAT with authority for master maintenance, since
      *> an approval is a master delete in waiting.
       ACCEPT-OPERATOR-ID.
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
           MOVE 1 TO ws-auth-function
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT ws-auth-granted
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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

      *> Loads MASTPROP.DAT into ws-proposal-table. No proposals file
      *> means no PROPOSE run yet - there is nothing to approve.
       LOAD-PROPOSALS.
           MOVE 0 TO ws-proposal-count
           MOVE 0 TO ws-pending-count
           MOVE "N" TO ws-eof-switch
           OPEN INPUT PROPOSAL-FILE
           IF ws-proposal-file-status NOT = "00"
               DISPLAY "ERROR: proposals file MASTPROP.DAT not "
                   "available (status " ws-proposal-file-status
                   ") - run mastprun PROPOSE first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof
               READ PROPOSAL-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF PROP-ITEM-1 NOT = SPACES
                           AND PROP-ITEM-2 NOT = SPACES
                           PERFORM KEEP-ONE-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE
           DISPLAY ws-proposal-count " proposal(s) loaded, "
               ws-pending-count " awaiting a decision."
           EXIT paragraph.

       KEEP-ONE-PROPOSAL.
           IF ws-proposal-count >= 60000
               DISPLAY "ERROR: proposals file has more entries than "
                   "the table holds (60000) - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-proposal-count
           SET ws-prop-idx TO ws-proposal-count
           MOVE PROP-STATUS TO ws-prp-status (ws-prop-idx)
           MOVE PROP-ITEM-1 TO ws-prp-item-1 (ws-prop-idx)
           MOVE PROP-ITEM-2 TO ws-prp-item-2 (ws-prop-idx)
           MOVE PROP-KIND TO ws-prp-kind (ws-prop-idx)
           MOVE PROP-ASOF-DATE TO ws-prp-asof-date (ws-prop-idx)
           IF PROP-RECORDS IS NUMERIC
               MOVE PROP-RECORDS TO ws-prp-records (ws-prop-idx)
           ELSE
               MOVE 0 TO ws-prp-records (ws-prop-idx)
           END-IF
           MOVE PROP-LAST-SEEN TO ws-prp-last-seen (ws-prop-idx)
           MOVE PROP-DECIDED-BY TO ws-prp-decided-by (ws-prop-idx)
           MOVE PROP-DECIDED-AT TO ws-prp-decided-at (ws-prop-idx)
           IF PROP-STATUS = "PROPOSED"
               ADD 1 TO ws-pending-count
           END-IF
           EXIT paragraph.

      *> The operator's approval menu - same shape as mastmnt's.
       APPROVAL-SESSION.
           PERFORM UNTIL ws-choice-exit
               DISPLAY SPACE
               DISPLAY "R = review proposals one by one, A = approve "
                   "all awaiting a decision, L = list, X = exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT ws-menu-choice
               EVALUATE TRUE
                   WHEN ws-choice-review
                       PERFORM REVIEW-PROPOSALS
                   WHEN ws-choice-approve-all
                       PERFORM APPROVE-ALL-PENDING
                   WHEN ws-choice-list
                       PERFORM LIST-PROPOSALS
                   WHEN ws-choice-exit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown choice - enter R, A, L or X."
               END-EVALUATE
           END-PERFORM
           EXIT paragraph.

      *> Puts each proposal awaiting a decision to the operator: Y
      *> approves the delete, N keeps the pair, S leaves it for
      *> later, X ends the review.
       REVIEW-PROPOSALS.
           IF ws-pending-count = 0
               DISPLAY "No proposals awaiting a decision."
               EXIT paragraph
           END-IF
           MOVE "N" TO ws-review-stop-switch
           PERFORM VARYING ws-prop-idx FROM 1 BY 1
               UNTIL ws-prop-idx > ws-proposal-count
               OR ws-review-stopped
               IF ws-prp-status (ws-prop-idx) = "PROPOSED"
                   PERFORM REVIEW-ONE-PROPOSAL
               END-IF
           END-PERFORM
           EXIT paragraph.

       REVIEW-ONE-PROPOSAL.
           DISPLAY SPACE
           PERFORM DISPLAY-ONE-PROPOSAL
           MOVE SPACE TO ws-decision
           PERFORM WITH TEST AFTER UNTIL ws-decision-approve
               OR ws-decision-keep OR ws-decision-skip
               OR ws-decision-stop
               DISPLAY "Delete from the master? (Y = approve, "
                   "N = keep, S = skip, X = stop): "
                   WITH NO ADVANCING
               ACCEPT ws-decision
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-decision-approve
                   MOVE "APPROVED" TO ws-prp-status (ws-prop-idx)
                   PERFORM RECORD-DECISION
                   ADD 1 TO ws-session-approved
               WHEN ws-decision-keep
                   MOVE "KEPT" TO ws-prp-status (ws-prop-idx)
                   PERFORM RECORD-DECISION
                   ADD 1 TO ws-session-kept
               WHEN ws-decision-stop
                   MOVE "Y" TO ws-review-stop-switch
           END-EVALUATE
           EXIT paragraph.

      *> Stamps the proposal at ws-prop-idx with who decided it and
      *> when.
       RECORD-DECISION.
           MOVE ws-operator-id TO ws-prp-decided-by (ws-prop-idx)
           MOVE FUNCTION CURRENT-DATE TO ws-prp-decided-at (ws-prop-idx)
           SUBTRACT 1 FROM ws-pending-count
           EXIT paragraph.

      *> Approves every proposal still awaiting a decision, once the
      *> operator confirms the count.
       APPROVE-ALL-PENDING.
           IF ws-pending-count = 0
               DISPLAY "No proposals awaiting a decision."
               EXIT paragraph
           END-IF
           DISPLAY "Approve all " ws-pending-count " proposal(s) "
               "awaiting a decision? (Y/N): " WITH NO ADVANCING
           ACCEPT ws-confirm
           IF NOT ws-confirmed
               DISPLAY "Nothing approved."
               EXIT paragraph
           END-IF
           PERFORM VARYING ws-prop-idx FROM 1 BY 1
               UNTIL ws-prop-idx > ws-proposal-count
               IF ws-prp-status (ws-prop-idx) = "PROPOSED"
                   MOVE "APPROVED" TO ws-prp-status (ws-prop-idx)
                   PERFORM RECORD-DECISION
                   ADD 1 TO ws-session-approved
               END-IF
           END-PERFORM
           DISPLAY "All proposals awaiting a decision approved."
           EXIT paragraph.

       LIST-PROPOSALS.
           DISPLAY SPACE
           DISPLAY "Proposals:"
           MOVE 0 TO ws-list-count
           PERFORM VARYING ws-prop-idx FROM 1 BY 1
               UNTIL ws-prop-idx > ws-proposal-count
               ADD 1 TO ws-list-count
               DISPLAY ws-list-count ": " WITH NO ADVANCING
               PERFORM DISPLAY-ONE-PROPOSAL
           END-PERFORM
           IF ws-list-count = 0
               DISPLAY "  (none)"
           END-IF
           EXIT paragraph.

       DISPLAY-ONE-PROPOSAL.
           DISPLAY ws-prp-status (ws-prop-idx) " "
               ws-prp-kind (ws-prop-idx) " "
               ws-prp-item-1 (ws-prop-idx) " "
               ws-prp-item-2 (ws-prop-idx) "  "
               ws-prp-records (ws-prop-idx) " record(s), last seen "
               ws-prp-last-seen (ws-prop-idx) "  (as of "
               ws-prp-asof-date (ws-prop-idx) ") "
               ws-prp-decided-by (ws-prop-idx)
           EXIT paragraph.

      *> Writes the decisions back to MASTPROP.DAT.
       REWRITE-PROPOSAL-FILE.
           OPEN OUTPUT PROPOSAL-FILE
           IF ws-proposal-file-status NOT = "00"
               DISPLAY "ERROR: unable to rewrite proposals file "
                   "MASTPROP.DAT (status " ws-proposal-file-status
                   ") - this session's decisions are lost."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ws-prop-idx FROM 1 BY 1
               UNTIL ws-prop-idx > ws-proposal-count
               MOVE SPACES TO PROPOSAL-RECORD
               MOVE ws-prp-status (ws-prop-idx) TO PROP-STATUS
               MOVE ws-prp-item-1 (ws-prop-idx) TO PROP-ITEM-1
               MOVE ws-prp-item-2 (ws-prop-idx) TO PROP-ITEM-2
               MOVE ws-prp-kind (ws-prop-idx) TO PROP-KIND
               MOVE ws-prp-asof-date (ws-prop-idx) TO PROP-ASOF-DATE
               MOVE ws-prp-records (ws-prop-idx) TO PROP-RECORDS
               MOVE ws-prp-last-seen (ws-prop-idx) TO PROP-LAST-SEEN
               MOVE ws-prp-decided-by (ws-prop-idx)
                   TO PROP-DECIDED-BY
               MOVE ws-prp-decided-at (ws-prop-idx)
                   TO PROP-DECIDED-AT
               WRITE PROPOSAL-RECORD
           END-PERFORM
           CLOSE PROPOSAL-FILE
           EXIT paragraph.

      *> The feed file for the next business date: header, one "M D"
      *> record per approved pair still on the master, trailer with
      *> the record count and the hash main-app proves it against -
      *> the sum of the ordinals of each record's 20 pair bytes. An
      *> approved pair already gone from the master was deleted by
      *> an earlier night and is left out. With nothing to ship, no
      *> file is written.
       WRITE-FEED-FILE.
           MOVE 0 TO ws-feed-records
           MOVE 0 TO ws-feed-gone
           MOVE 0 TO ws-feed-hash
           PERFORM VARYING ws-prop-idx FROM 1 BY 1
               UNTIL ws-prop-idx > ws-proposal-count
               IF ws-prp-status (ws-prop-idx) = "APPROVED"
                   MOVE ws-prp-item-1 (ws-prop-idx) TO ws-item-1
                   MOVE ws-prp-item-2 (ws-prop-idx) TO ws-item-2
                   PERFORM FIND-MASTER-PAIR
                   IF ws-master-found
                       ADD 1 TO ws-feed-records
                   ELSE
                       ADD 1 TO ws-feed-gone
                   END-IF
               END-IF
           END-PERFORM
           IF ws-feed-gone > 0
               DISPLAY ws-feed-gone " approved pair(s) no longer on "
                   "the master - already deleted, left out."
           END-IF
           IF ws-feed-records = 0
               DISPLAY "No approved deletes to ship - no feed file "
                   "written."
               EXIT paragraph
           END-IF

           OPEN OUTPUT FEED-FILE
           IF ws-feed-file-status NOT = "00"
               DISPLAY "ERROR: unable to open feed file "
                   FUNCTION TRIM(ws-feed-file-name) " (status "
                   ws-feed-file-status ") - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE "H" TO FHDR-RECORD-TYPE
           MOVE ws-feed-date TO FHDR-CREATE-DATE
           MOVE "MASTPRUN" TO FHDR-SOURCE-SYSTEM
           WRITE FEED-HEADER-RECORD
           PERFORM VARYING ws-prop-idx FROM 1 BY 1
               UNTIL ws-prop-idx > ws-proposal-count
               IF ws-prp-status (ws-prop-idx) = "APPROVED"
                   MOVE ws-prp-item-1 (ws-prop-idx) TO ws-item-1
                   MOVE ws-prp-item-2 (ws-prop-idx) TO ws-item-2
                   PERFORM FIND-MASTER-PAIR
                   IF ws-master-found
                       PERFORM WRITE-FEED-DELETE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE "T" TO FTRL-RECORD-TYPE
           MOVE ws-feed-records TO FTRL-RECORD-COUNT
           MOVE ws-feed-hash TO FTRL-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           CLOSE FEED-FILE
           DISPLAY ws-feed-records " delete(s) written to "
               FUNCTION TRIM(ws-feed-file-name) " for business date "
               ws-feed-date " - add it to that night's input list."
           EXIT paragraph.

       WRITE-FEED-DELETE.
           MOVE SPACES TO FEED-MAINT-RECORD
           MOVE "M" TO FMNT-RECORD-TYPE
           MOVE "D" TO FMNT-ACTION
           MOVE ws-item-1 TO FMNT-ITEM-1
           MOVE ws-item-2 TO FMNT-ITEM-2
           PERFORM VARYING ws-hash-byte-sub FROM 1 BY 1
               UNTIL ws-hash-byte-sub > 20
               ADD FUNCTION ORD (FMNT-PAIR (ws-hash-byte-sub:1))
                   TO ws-feed-hash
           END-PERFORM
           WRITE FEED-MAINT-RECORD
           EXIT paragraph.

       END PROGRAM mastprun.
