      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-approval.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New approval step for maps the registry
      *                    flagged NEW VERSION. Runs after the map
      *                    diff and before results_master and
      *                    planning_extract. A flagged map is put on
      *                    hold and its results are parked in the
      *                    pending-approval file; both downstream
      *                    programs skip a map while it is on hold.
      *                    An approval transaction (map, run id,
      *                    approve or reject, approver, reason)
      *                    lifts the hold, so the map's counts flow
      *                    again, or rejects the version, which
      *                    keeps the map blocked - and the master on
      *                    its last approved counts - until the
      *                    supplier sends another version. Every
      *                    decision is appended to the approval log.
      *                    The daily report lists each held map's
      *                    age, diff size and product drift from
      *                    the ledger.
      *   2026-10-15  RJH  An approved version's parked results are
      *                    no longer dropped: they are written to the
      *                    released-results file, which results_master
      *                    and planning_extract apply after the day's
      *                    results, and the approved hold stays on
      *                    file until they have been released. A
      *                    summary line from the run that opened a
      *                    hold is passed over, so running again over
      *                    the same summary does not reopen a hold
      *                    that has since been rejected. The pending
      *                    work file now carries a FILE STATUS and
      *                    the pending file is only rewritten once
      *                    the work file has reopened.
      *   2026-10-15  RJH  An approved hold still waiting to release
      *                    is marked rescored like a held one, and
      *                    its parked lines are dropped rather than
      *                    released once a newer run has scored the
      *                    map. The approval log is opened before any
      *                    transaction is applied; if it will not
      *                    open, no decision is made and the run
      *                    ends RC 12.
      *   2026-10-15  RJH  An approved version's hold and parked
      *                    lines are kept, and its lines released
      *                    again each run, until the release
      *                    receipts of results_master and
      *                    planning_extract both show them - the
      *                    released file is rewritten every run, so
      *                    a release neither had read was lost. A
      *                    flagged summary line whose run already
      *                    has a decision on the approval log no
      *                    longer opens a new hold. A hold file
      *                    that will not open for rewriting ends the
      *                    run RC 12.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-SUMMARY-FILE ASSIGN
               TO './files/day_3_batch_summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-SUMMARY-FILE-STATUS.

           SELECT RESULTS-FILE ASSIGN TO './files/day_3_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT DIFF-REPORT-FILE ASSIGN
               TO './files/day_3_map_diff_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIFF-REPORT-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO './files/day_3_ledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT APPROVAL-HOLD-FILE ASSIGN
               TO './files/day_3_approval_holds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-HOLD-FILE-STATUS.

           SELECT PENDING-RESULTS-FILE ASSIGN
               TO './files/day_3_pending_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-RESULTS-FILE-STATUS.

           SELECT PENDING-WORK-FILE ASSIGN
               TO './files/day_3_pending_results_work.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-WORK-FILE-STATUS.

           SELECT RELEASED-RESULTS-FILE ASSIGN
               TO './files/day_3_released_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASED-RESULTS-FILE-STATUS.

           SELECT APPROVAL-TXN-FILE ASSIGN
               TO './files/day_3_approval_txn.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-TXN-FILE-STATUS.

           SELECT APPROVAL-LOG-FILE ASSIGN
               TO './files/day_3_approval_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-LOG-FILE-STATUS.

           SELECT MASTER-RECEIPT-FILE ASSIGN
               TO './files/day_3_released_receipt_master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-RECEIPT-FILE-STATUS.

           SELECT PLANNING-RECEIPT-FILE ASSIGN
               TO './files/day_3_released_receipt_planning.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLANNING-RECEIPT-FILE-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN
               TO './files/day_3_approval_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-SUMMARY-FILE
           LABEL RECORDS ARE OMITTED.
       01  BATCH-SUMMARY-RECORD PIC X(420).

       FD RESULTS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RESULTS-RECORD PIC X(160).

       FD DIFF-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  DIFF-REPORT-RECORD PIC X(133).

       FD LEDGER-FILE
           LABEL RECORDS ARE OMITTED.
       01  LEDGER-RECORD PIC X(360).

       FD APPROVAL-HOLD-FILE
           LABEL RECORDS ARE OMITTED.
       01  APPROVAL-HOLD-RECORD PIC X(260).

       FD PENDING-RESULTS-FILE
           LABEL RECORDS ARE OMITTED.
       01  PENDING-RESULTS-RECORD PIC X(160).

       FD PENDING-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  PENDING-WORK-RECORD PIC X(160).

       FD RELEASED-RESULTS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RELEASED-RESULTS-RECORD PIC X(160).

       FD APPROVAL-TXN-FILE
           LABEL RECORDS ARE OMITTED.
       01  APPROVAL-TXN-RECORD PIC X(200).

       FD APPROVAL-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  APPROVAL-LOG-RECORD PIC X(220).

       FD MASTER-RECEIPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  MASTER-RECEIPT-RECORD PIC X(160).

       FD PLANNING-RECEIPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PLANNING-RECEIPT-RECORD PIC X(160).

       FD APPROVAL-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  APPROVAL-REPORT-RECORD PIC X(220).

       WORKING-STORAGE SECTION.
       01  WS-BATCH-SUMMARY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-BATCH-SUMMARY-OPEN-OK VALUE "00".
       01  WS-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RESULTS-OPEN-OK VALUE "00".
       01  WS-DIFF-REPORT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-DIFF-REPORT-OPEN-OK VALUE "00".
       01  WS-LEDGER-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-LEDGER-OPEN-OK VALUE "00".
       01  WS-APPROVAL-HOLD-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-APPROVAL-HOLD-OPEN-OK VALUE "00".
       01  WS-PENDING-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-PENDING-RESULTS-OPEN-OK VALUE "00".
       01  WS-PENDING-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-PENDING-WORK-OPEN-OK VALUE "00".
       01  WS-RELEASED-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RELEASED-RESULTS-OPEN-OK VALUE "00".
       01  WS-APPROVAL-TXN-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-APPROVAL-TXN-OPEN-OK VALUE "00".
       01  WS-APPROVAL-LOG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-APPROVAL-LOG-OPEN-OK VALUE "00".
       01  WS-MASTER-RECEIPT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MASTER-RECEIPT-OPEN-OK VALUE "00".
       01  WS-PLANNING-RECEIPT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-PLANNING-RECEIPT-OPEN-OK VALUE "00".
       01  RUN-VALID-SWITCH PIC X(01) VALUE "Y".
           88 RUN-IS-VALID VALUE "Y".
           88 RUN-IS-INVALID VALUE "N".
       01  SUMMARY-EOF-SWITCH PIC X(01) VALUE "N".
           88 SUMMARY-IS-EOF VALUE "Y".
       01  RESULTS-EOF-SWITCH PIC X(01) VALUE "N".
           88 RESULTS-IS-EOF VALUE "Y".
       01  RESULTS-PRESENT-SWITCH PIC X(01) VALUE "N".
           88 RESULTS-ARE-PRESENT VALUE "Y".
       01  DIFF-EOF-SWITCH PIC X(01) VALUE "N".
           88 DIFF-IS-EOF VALUE "Y".
       01  LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-IS-EOF VALUE "Y".
       01  HOLD-EOF-SWITCH PIC X(01) VALUE "N".
           88 HOLD-IS-EOF VALUE "Y".
       01  PENDING-EOF-SWITCH PIC X(01) VALUE "N".
           88 PENDING-IS-EOF VALUE "Y".
       01  TXN-EOF-SWITCH PIC X(01) VALUE "N".
           88 TXN-IS-EOF VALUE "Y".
       01  COPY-BACK-EOF-SWITCH PIC X(01) VALUE "N".
           88 COPY-BACK-IS-EOF VALUE "Y".
       01  APPROVAL-LOG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 APPROVAL-LOG-IS-OPEN VALUE "Y".
       01  RELEASE-FAILED-SWITCH PIC X(01) VALUE "N".
           88 RELEASE-HAS-FAILED VALUE "Y".
       01  RECEIPT-EOF-SWITCH PIC X(01) VALUE "N".
           88 RECEIPT-IS-EOF VALUE "Y".
       01  WS-RECEIPT-SOURCE PIC X(01).
           88 RECEIPT-FROM-MASTER   VALUE "M".
           88 RECEIPT-FROM-PLANNING VALUE "P".
       01  LOG-EOF-SWITCH PIC X(01) VALUE "N".
           88 LOG-IS-EOF VALUE "Y".
       01  DECISION-FOUND-SWITCH PIC X(01) VALUE "N".
           88 DECISION-IS-FOUND VALUE "Y".
       01  WS-APPROVAL-RUN-DATE PIC 9(06).
       01  WS-APPROVAL-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * Date arithmetic. A YYMMDD date is turned into a day number
      * counted from 1 January 2000, so a hold's age is a plain
      * subtraction. CUMULATIVE-DAYS holds the days before the first
      * of each month in a common year; a leap year adds one from
      * March on.
      *--------------------------------------------------------------
       01  WS-DATE-WORK.
           05 WS-DTW-YY PIC 9(02).
           05 WS-DTW-MM PIC 9(02).
           05 WS-DTW-DD PIC 9(02).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(06).
       01  WS-DAY-NUMBER PIC S9(07) VALUE 0.
       01  WS-LEAP-WORK PIC 9(03).
       01  WS-LEAP-DAYS PIC 9(03).
       01  WS-LEAP-REMAINDER PIC 9(01).
       01  DATE-VALID-SWITCH PIC X(01) VALUE "Y".
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-IS-INVALID VALUE "N".
       01  CUMULATIVE-DAYS-VALUES PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  CUMULATIVE-DAYS-TABLE REDEFINES CUMULATIVE-DAYS-VALUES.
           05 CUMULATIVE-DAYS OCCURS 12 TIMES PIC 9(03).
       01  WS-TODAY-DAY-NUMBER PIC S9(07) VALUE 0.
       01  WS-HOLD-AGE PIC S9(07) VALUE 0.

      *--------------------------------------------------------------
      * WS-SUMMARY-LINE carries the batch-summary columns the hold
      * needs: the map, the NEW VERSION flag, the product and the
      * run id. The slope columns in between are passed over.
      *--------------------------------------------------------------
       01  WS-SUMMARY-LINE.
           05 WS-SUM-MAP-NAME     PIC X(100).
           05 WS-SUM-VALID-FLAG   PIC X(17).
           05 FILLER              PIC X(200).
           05 WS-SUM-PRODUCT      PIC X(15).
           05 WS-SUM-VERSION-FLAG PIC X(14).
           05 FILLER              PIC X(02).
           05 WS-SUM-RUN-ID       PIC X(17).
           05 WS-SUM-TOLERANCE-FLAG PIC X(18).
           05 FILLER              PIC X(01).
           05 WS-SUM-PROFILE-NAME PIC X(10).
       01  WS-SUM-PRODUCT-NUM PIC 9(15).

      *--------------------------------------------------------------
      * WS-RESULTS-LINE mirrors the results layout the scoring
      * program writes; parked results are kept in the same layout.
      *--------------------------------------------------------------
       01  WS-RESULTS-LINE.
           05 WS-RES-MAP-NAME    PIC X(100).
           05 FILLER             PIC X(02).
           05 WS-RES-SLOPE-RIGHT PIC X(02).
           05 FILLER             PIC X(01).
           05 WS-RES-SLOPE-DOWN  PIC X(02).
           05 FILLER             PIC X(02).
           05 WS-RES-TREES       PIC X(07).
           05 FILLER             PIC X(02).
           05 WS-RES-RUN-ID      PIC X(17).
           05 FILLER             PIC X(01).
           05 WS-RES-PROFILE-NAME PIC X(10).
           05 FILLER             PIC X(14).

      *--------------------------------------------------------------
      * WS-DIFF-LINE reads the map diff report back: a "MAP " line
      * names the map, and its total line carries the cells changed
      * and the rows added and dropped.
      *--------------------------------------------------------------
       01  WS-DIFF-LINE.
           05 WS-DIF-TAG          PIC X(04).
           05 WS-DIF-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(29).
       01  WS-DIFF-TOTAL-LINE REDEFINES WS-DIFF-LINE.
           05 WS-DIF-TOTAL-TAG    PIC X(16).
           05 WS-DIF-CELLS-X      PIC X(07).
           05 FILLER              PIC X(13).
           05 WS-DIF-ADDED-X      PIC X(05).
           05 FILLER              PIC X(15).
           05 WS-DIF-DROPPED-X    PIC X(05).
           05 FILLER              PIC X(72).
       01  WS-DIFF-CURRENT-MAP PIC X(100) VALUE SPACES.

      *--------------------------------------------------------------
      * WS-LEDGER-LINE mirrors the ledger layout the scoring program
      * writes: only the map, the TREES product and the run id are
      * used here.
      *--------------------------------------------------------------
       01  WS-LEDGER-LINE.
           05 WS-LED-MAP-NAME    PIC X(100).
           05 FILLER             PIC X(02).
           05 WS-LED-RUN-DATE    PIC 9(06).
           05 FILLER             PIC X(01).
           05 WS-LED-RUN-TIME    PIC 9(08).
           05 FILLER             PIC X(02).
           05 WS-LED-SLOPES      PIC X(150).
           05 FILLER             PIC X(02).
           05 WS-LED-TREES-TOTAL PIC X(15).
           05 FILLER             PIC X(02).
           05 WS-LED-RUN-ID      PIC X(17).
           05 FILLER             PIC X(01).
           05 WS-LED-PROFILE-NAME PIC X(10).
           05 FILLER             PIC X(44).
       01  WS-LED-PRODUCT-NUM PIC 9(15).

      *--------------------------------------------------------------
      * WS-HOLD-LINE is one entry of the hold file: a map on hold
      * (HELD) or blocked after its version was rejected (REJECTED),
      * the run id that flagged the version, the date it was held,
      * the latest run whose results are parked, the diff size and
      * product of the held version, and the decision once made.
      * results_master and planning_extract read the map name and
      * status only.
      *--------------------------------------------------------------
       01  WS-HOLD-LINE.
           05 WS-HLD-MAP-NAME      PIC X(100).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-STATUS        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-RUN-ID        PIC X(17).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-HELD-DATE     PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-LATEST-RUN-ID PIC X(17).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-DIFF-KNOWN    PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-CELLS         PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-ROWS-ADDED    PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-ROWS-DROPPED  PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-PRODUCT       PIC 9(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-DECIDED-DATE  PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-APPROVER      PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-HLD-REASON        PIC X(40).
           05 FILLER               PIC X(11) VALUE SPACES.

      *--------------------------------------------------------------
      * HOLD-TABLE holds the hold file for the run. Working columns
      * beside the persisted ones: HT-REFRESHED marks a hold whose
      * map was scored in this run, so its parked results are
      * replaced - or, for an approved hold not yet released,
      * dropped; HT-NEW-THIS-RUN marks a hold opened by this run's
      * flag, the only ones today's diff report describes; the two
      * products are gathered from the ledger for the drift column.
      * For an approved hold, HT-MASTER-RECEIVED and
      * HT-PLANNING-RECEIVED record that the downstream receipts
      * show its parked lines, and HT-RELEASE-PENDING that lines
      * were released again this run, which keeps the hold.
      *--------------------------------------------------------------
       01  MAX-HOLDS PIC 9(04) VALUE 500.
       01  HOLD-COUNT PIC 9(04) VALUE 0.
       01  HOLD-INDEX PIC 9(04) VALUE 0.
       01  HOLD-MATCH-INDEX PIC 9(04) VALUE 0.
       01  WS-HOLD-KEY-MAP PIC X(100).
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES.
              10 HT-MAP-NAME       PIC X(100).
              10 HT-STATUS         PIC X(08).
              10 HT-RUN-ID         PIC X(17).
              10 HT-HELD-DATE      PIC 9(06).
              10 HT-LATEST-RUN-ID  PIC X(17).
              10 HT-DIFF-KNOWN     PIC X(01).
              10 HT-CELLS          PIC 9(07).
              10 HT-ROWS-ADDED     PIC 9(05).
              10 HT-ROWS-DROPPED   PIC 9(05).
              10 HT-PRODUCT        PIC 9(15).
              10 HT-DECIDED-DATE   PIC 9(06).
              10 HT-APPROVER       PIC X(10).
              10 HT-REASON         PIC X(40).
              10 HT-REFRESHED      PIC X(01).
              10 HT-NEW-THIS-RUN   PIC X(01).
              10 HT-PRIOR-PRODUCT  PIC 9(15).
              10 HT-PRIOR-FOUND    PIC X(01).
              10 HT-LATEST-PRODUCT PIC 9(15).
              10 HT-MASTER-RECEIVED   PIC X(01).
              10 HT-PLANNING-RECEIVED PIC X(01).
              10 HT-RELEASE-PENDING   PIC X(01).

      *--------------------------------------------------------------
      * WS-TXN-LINE is one approval transaction: the map, the run id
      * that flagged the version being decided, A(pprove) or
      * R(eject), the approver and the reason.
      *--------------------------------------------------------------
       01  WS-TXN-LINE.
           05 WS-TXN-MAP-NAME  PIC X(100).
           05 FILLER           PIC X(01).
           05 WS-TXN-RUN-ID    PIC X(17).
           05 FILLER           PIC X(01).
           05 WS-TXN-ACTION    PIC X(01).
              88 TXN-IS-APPROVE VALUE "A".
              88 TXN-IS-REJECT  VALUE "R".
           05 FILLER           PIC X(01).
           05 WS-TXN-APPROVER  PIC X(10).
           05 FILLER           PIC X(01).
           05 WS-TXN-REASON    PIC X(40).
           05 FILLER           PIC X(28).
       01  WS-TXN-DISPOSITION PIC X(08).
       01  WS-TXN-REFUSAL PIC X(40).

      *--------------------------------------------------------------
      * WS-DECISION-LINE is written to the approval log for every
      * transaction and repeated on the report.
      *--------------------------------------------------------------
       01  WS-DECISION-LINE.
           05 WS-DEC-DATE     PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DEC-TIME     PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DEC-MAP-NAME PIC X(100).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DEC-RUN-ID   PIC X(17).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DEC-ACTION   PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DEC-APPROVER PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DEC-REASON   PIC X(40).

       01  SUMMARY-READ-COUNT PIC 9(07) VALUE 0.
       01  HOLDS-OPENED-COUNT PIC 9(05) VALUE 0.
       01  HOLDS-REFRESHED-COUNT PIC 9(05) VALUE 0.
       01  HOLDS-NOT-TABLED-COUNT PIC 9(05) VALUE 0.
       01  TXN-READ-COUNT PIC 9(05) VALUE 0.
       01  TXN-APPROVED-COUNT PIC 9(05) VALUE 0.
       01  TXN-REJECTED-COUNT PIC 9(05) VALUE 0.
       01  TXN-REFUSED-COUNT PIC 9(05) VALUE 0.
       01  PENDING-LINES-KEPT PIC 9(07) VALUE 0.
       01  PENDING-LINES-PARKED PIC 9(07) VALUE 0.
       01  PENDING-LINES-RELEASED PIC 9(07) VALUE 0.
       01  PENDING-LINES-CONFIRMED PIC 9(07) VALUE 0.
       01  HOLDS-ALREADY-DECIDED-COUNT PIC 9(05) VALUE 0.
       01  RELEASES-CONFIRMED-COUNT PIC 9(05) VALUE 0.
       01  RELEASES-AWAITING-COUNT PIC 9(05) VALUE 0.
       01  MAPS-HELD-COUNT PIC 9(05) VALUE 0.
       01  MAPS-BLOCKED-COUNT PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * Report lines.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(44) VALUE
              "NEW VERSION PENDING APPROVALS - RUN DATE    ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-SECTION-HEADING PIC X(80).
       01  WS-HELD-COLUMN-HEADING.
           05 FILLER PIC X(102) VALUE "MAP".
           05 FILLER PIC X(40) VALUE
              "HELD BY RUN ID      AGE   CELLS  ADDED D".
           05 FILLER PIC X(40) VALUE
              "ROPPED   APPROVED PRODUCT       HELD PRO".
           05 FILLER PIC X(30) VALUE
              "DUCT            DRIFT".
       01  WS-HELD-DETAIL-LINE.
           05 WS-HDL-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HDL-RUN-ID PIC X(17).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HDL-AGE PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HDL-CELLS PIC Z(6)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HDL-ADDED PIC Z(5)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HDL-DROPPED PIC Z(6)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HDL-PRIOR-PRODUCT PIC Z(15)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HDL-HELD-PRODUCT PIC Z(15)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HDL-DRIFT PIC -(15)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-HDL-NOTE PIC X(20).
       01  WS-HDL-DRIFT-WORK PIC S9(16) VALUE 0.
       01  WS-BLOCKED-DETAIL-LINE.
           05 WS-BDL-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-BDL-RUN-ID PIC X(17).
           05 FILLER PIC X(12) VALUE "  REJECTED ".
           05 WS-BDL-DECIDED-DATE PIC 9(06).
           05 FILLER PIC X(04) VALUE " BY ".
           05 WS-BDL-APPROVER PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-BDL-REASON PIC X(40).
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(40).
           05 WS-TRL-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF RUN-IS-VALID
               PERFORM 2000-HOLD-NEW-VERSIONS
                  THRU 2000-HOLD-NEW-VERSIONS-EXIT
               PERFORM 2200-READ-DIFF-SIZES
                  THRU 2200-READ-DIFF-SIZES-EXIT
               PERFORM 3000-APPLY-APPROVALS
                  THRU 3000-APPLY-APPROVALS-EXIT
               PERFORM 4000-REBUILD-PENDING-RESULTS
                  THRU 4000-REBUILD-PENDING-RESULTS-EXIT
               PERFORM 5000-REWRITE-HOLDS
                  THRU 5000-REWRITE-HOLDS-EXIT
               PERFORM 6000-MEASURE-PRODUCT-DRIFT
                  THRU 6000-MEASURE-PRODUCT-DRIFT-EXIT
               PERFORM 7000-WRITE-PENDING-REPORT
                  THRU 7000-WRITE-PENDING-REPORT-EXIT
               PERFORM 8000-WRITE-TRAILER
                  THRU 8000-WRITE-TRAILER-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-APPROVAL-RUN-DATE FROM DATE.
           ACCEPT WS-APPROVAL-RUN-TIME FROM TIME.
           MOVE WS-APPROVAL-RUN-DATE TO WS-DATE-WORK.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
           OPEN INPUT BATCH-SUMMARY-FILE.
           IF NOT WS-BATCH-SUMMARY-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN BATCH SUMMARY FILE - "
                   "FILE STATUS " WS-BATCH-SUMMARY-FILE-STATUS
                   " - NEW VERSIONS CANNOT BE HELD ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-LOAD-HOLDS
              THRU 1100-LOAD-HOLDS-EXIT.
           IF RUN-IS-INVALID
               CLOSE BATCH-SUMMARY-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-RELEASE-RECEIPTS
              THRU 1200-LOAD-RELEASE-RECEIPTS-EXIT.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           MOVE WS-APPROVAL-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-APPROVAL-RUN-TIME TO WS-HD1-TIME.
           WRITE APPROVAL-REPORT-RECORD FROM WS-REPORT-HEADING-1.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-LOAD-HOLDS loads the hold file. None yet simply means
      * no map is on hold. A hold file larger than the table stops
      * the run - dropping a hold would let an unapproved version
      * through.
      *--------------------------------------------------------------
       1100-LOAD-HOLDS.
           OPEN INPUT APPROVAL-HOLD-FILE.
           IF NOT WS-APPROVAL-HOLD-OPEN-OK
               GO TO 1100-LOAD-HOLDS-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-HOLD
              THRU 1110-LOAD-ONE-HOLD-EXIT
              UNTIL HOLD-IS-EOF.
           CLOSE APPROVAL-HOLD-FILE.
       1100-LOAD-HOLDS-EXIT.
           EXIT.

       1110-LOAD-ONE-HOLD.
           READ APPROVAL-HOLD-FILE INTO WS-HOLD-LINE
               AT END
                   SET HOLD-IS-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-HOLD-EXIT
           END-READ.
           IF HOLD-COUNT IS NOT LESS THAN MAX-HOLDS
               DISPLAY "*** HOLD TABLE FULL - HOLD FILE EXCEEDS "
                   MAX-HOLDS " MAPS - RUN STOPPED ***"
               SET RUN-IS-INVALID TO TRUE
               SET HOLD-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1110-LOAD-ONE-HOLD-EXIT
           END-IF.
           ADD 1 TO HOLD-COUNT.
           MOVE WS-HLD-MAP-NAME TO HT-MAP-NAME(HOLD-COUNT).
           MOVE WS-HLD-STATUS TO HT-STATUS(HOLD-COUNT).
           MOVE WS-HLD-RUN-ID TO HT-RUN-ID(HOLD-COUNT).
           MOVE WS-HLD-HELD-DATE TO HT-HELD-DATE(HOLD-COUNT).
           MOVE WS-HLD-LATEST-RUN-ID TO HT-LATEST-RUN-ID(HOLD-COUNT).
           MOVE WS-HLD-DIFF-KNOWN TO HT-DIFF-KNOWN(HOLD-COUNT).
           MOVE WS-HLD-CELLS TO HT-CELLS(HOLD-COUNT).
           MOVE WS-HLD-ROWS-ADDED TO HT-ROWS-ADDED(HOLD-COUNT).
           MOVE WS-HLD-ROWS-DROPPED TO HT-ROWS-DROPPED(HOLD-COUNT).
           MOVE WS-HLD-PRODUCT TO HT-PRODUCT(HOLD-COUNT).
           MOVE WS-HLD-DECIDED-DATE TO HT-DECIDED-DATE(HOLD-COUNT).
           MOVE WS-HLD-APPROVER TO HT-APPROVER(HOLD-COUNT).
           MOVE WS-HLD-REASON TO HT-REASON(HOLD-COUNT).
           MOVE "N" TO HT-REFRESHED(HOLD-COUNT).
           MOVE "N" TO HT-NEW-THIS-RUN(HOLD-COUNT).
           MOVE 0 TO HT-PRIOR-PRODUCT(HOLD-COUNT).
           MOVE "N" TO HT-PRIOR-FOUND(HOLD-COUNT).
           MOVE 0 TO HT-LATEST-PRODUCT(HOLD-COUNT).
           MOVE "N" TO HT-MASTER-RECEIVED(HOLD-COUNT).
           MOVE "N" TO HT-PLANNING-RECEIVED(HOLD-COUNT).
           MOVE "N" TO HT-RELEASE-PENDING(HOLD-COUNT).
       1110-LOAD-ONE-HOLD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-LOAD-RELEASE-RECEIPTS reads the receipts results_master
      * and planning_extract write of the released lines they took.
      * A receipt line confirms an approved hold when it names the
      * map and the run whose results are parked for it. No receipt
      * simply confirms nothing: the lines are released again.
      *--------------------------------------------------------------
       1200-LOAD-RELEASE-RECEIPTS.
           SET RECEIPT-FROM-MASTER TO TRUE.
           MOVE "N" TO RECEIPT-EOF-SWITCH.
           OPEN INPUT MASTER-RECEIPT-FILE.
           IF WS-MASTER-RECEIPT-OPEN-OK
               PERFORM 1210-READ-MASTER-RECEIPT
                  THRU 1210-READ-MASTER-RECEIPT-EXIT
                  UNTIL RECEIPT-IS-EOF
               CLOSE MASTER-RECEIPT-FILE
           END-IF.
           SET RECEIPT-FROM-PLANNING TO TRUE.
           MOVE "N" TO RECEIPT-EOF-SWITCH.
           OPEN INPUT PLANNING-RECEIPT-FILE.
           IF WS-PLANNING-RECEIPT-OPEN-OK
               PERFORM 1220-READ-PLANNING-RECEIPT
                  THRU 1220-READ-PLANNING-RECEIPT-EXIT
                  UNTIL RECEIPT-IS-EOF
               CLOSE PLANNING-RECEIPT-FILE
           END-IF.
       1200-LOAD-RELEASE-RECEIPTS-EXIT.
           EXIT.

       1210-READ-MASTER-RECEIPT.
           READ MASTER-RECEIPT-FILE INTO WS-RESULTS-LINE
               AT END
                   SET RECEIPT-IS-EOF TO TRUE
                   GO TO 1210-READ-MASTER-RECEIPT-EXIT
           END-READ.
           PERFORM 1230-MATCH-RECEIPT-LINE
              THRU 1230-MATCH-RECEIPT-LINE-EXIT.
       1210-READ-MASTER-RECEIPT-EXIT.
           EXIT.

       1220-READ-PLANNING-RECEIPT.
           READ PLANNING-RECEIPT-FILE INTO WS-RESULTS-LINE
               AT END
                   SET RECEIPT-IS-EOF TO TRUE
                   GO TO 1220-READ-PLANNING-RECEIPT-EXIT
           END-READ.
           PERFORM 1230-MATCH-RECEIPT-LINE
              THRU 1230-MATCH-RECEIPT-LINE-EXIT.
       1220-READ-PLANNING-RECEIPT-EXIT.
           EXIT.

       1230-MATCH-RECEIPT-LINE.
           MOVE WS-RES-MAP-NAME TO WS-HOLD-KEY-MAP.
           PERFORM 2300-FIND-HOLD
              THRU 2300-FIND-HOLD-EXIT.
           IF HOLD-MATCH-INDEX IS EQUAL TO ZERO
               GO TO 1230-MATCH-RECEIPT-LINE-EXIT
           END-IF.
           IF HT-STATUS(HOLD-MATCH-INDEX) IS NOT EQUAL TO "APPROVED"
              OR WS-RES-RUN-ID IS NOT EQUAL TO
                 HT-LATEST-RUN-ID(HOLD-MATCH-INDEX)
               GO TO 1230-MATCH-RECEIPT-LINE-EXIT
           END-IF.
           IF RECEIPT-FROM-MASTER
               MOVE "Y" TO HT-MASTER-RECEIVED(HOLD-MATCH-INDEX)
           ELSE
               MOVE "Y" TO HT-PLANNING-RECEIVED(HOLD-MATCH-INDEX)
           END-IF.
       1230-MATCH-RECEIPT-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1500-CONVERT-DATE-TO-DAYS turns WS-DATE-WORK (YYMMDD) into
      * WS-DAY-NUMBER, or flags it invalid when it is not a date.
      *--------------------------------------------------------------
       1500-CONVERT-DATE-TO-DAYS.
           SET DATE-IS-VALID TO TRUE.
           MOVE 0 TO WS-DAY-NUMBER.
           IF WS-DATE-WORK-X IS NOT NUMERIC
               SET DATE-IS-INVALID TO TRUE
               GO TO 1500-CONVERT-DATE-TO-DAYS-EXIT
           END-IF.
           IF WS-DTW-MM IS LESS THAN 1
              OR WS-DTW-MM IS GREATER THAN 12
              OR WS-DTW-DD IS LESS THAN 1
              OR WS-DTW-DD IS GREATER THAN 31
               SET DATE-IS-INVALID TO TRUE
               GO TO 1500-CONVERT-DATE-TO-DAYS-EXIT
           END-IF.
           COMPUTE WS-LEAP-WORK = WS-DTW-YY + 3.
           DIVIDE WS-LEAP-WORK BY 4 GIVING WS-LEAP-DAYS.
           COMPUTE WS-DAY-NUMBER = WS-DTW-YY * 365 + WS-LEAP-DAYS
               + CUMULATIVE-DAYS(WS-DTW-MM) + WS-DTW-DD.
           DIVIDE WS-DTW-YY BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
              AND WS-DTW-MM IS GREATER THAN 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       1500-CONVERT-DATE-TO-DAYS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2000-HOLD-NEW-VERSIONS walks this run's batch summary. A map
      * flagged NEW VERSION opens a fresh hold, replacing any older
      * hold or rejection for the map - the supplier has sent yet
      * another version, and that is the one to decide on. A map
      * already on hold that was scored again has its parked
      * results refreshed to this run's; an approved map scored
      * again is marked the same way, so that 4300 does not release
      * parked lines older than the results now flowing for it. A
      * line from the very run that opened the map's hold, or whose
      * results are already parked for it, has been screened
      * already - the summary is being read a second time - and is
      * passed over, so a hold rejected in between is not reopened
      * and an approved release is not dropped. Once an approved
      * hold has been released and taken off the file, the approval
      * log is what remembers it: a flagged line whose run already
      * has a decision logged for the map is passed over too.
      *--------------------------------------------------------------
       2000-HOLD-NEW-VERSIONS.
           PERFORM 2100-SCREEN-ONE-SUMMARY-LINE
              THRU 2100-SCREEN-ONE-SUMMARY-LINE-EXIT
              UNTIL SUMMARY-IS-EOF.
           CLOSE BATCH-SUMMARY-FILE.
       2000-HOLD-NEW-VERSIONS-EXIT.
           EXIT.

       2100-SCREEN-ONE-SUMMARY-LINE.
           READ BATCH-SUMMARY-FILE INTO WS-SUMMARY-LINE
               AT END
                   SET SUMMARY-IS-EOF TO TRUE
                   GO TO 2100-SCREEN-ONE-SUMMARY-LINE-EXIT
           END-READ.
           ADD 1 TO SUMMARY-READ-COUNT.
           MOVE WS-SUM-MAP-NAME TO WS-HOLD-KEY-MAP.
           PERFORM 2300-FIND-HOLD
              THRU 2300-FIND-HOLD-EXIT.
           IF HOLD-MATCH-INDEX IS GREATER THAN ZERO
               IF HT-RUN-ID(HOLD-MATCH-INDEX) IS EQUAL TO
                  WS-SUM-RUN-ID
                  OR HT-LATEST-RUN-ID(HOLD-MATCH-INDEX) IS EQUAL TO
                  WS-SUM-RUN-ID
                   GO TO 2100-SCREEN-ONE-SUMMARY-LINE-EXIT
               END-IF
           END-IF.
           IF WS-SUM-VERSION-FLAG IS EQUAL TO SPACES
               IF HOLD-MATCH-INDEX IS GREATER THAN ZERO
                   IF HT-STATUS(HOLD-MATCH-INDEX) IS EQUAL TO "HELD"
                       MOVE "Y" TO HT-REFRESHED(HOLD-MATCH-INDEX)
                       MOVE WS-SUM-RUN-ID TO
                           HT-LATEST-RUN-ID(HOLD-MATCH-INDEX)
                       ADD 1 TO HOLDS-REFRESHED-COUNT
                   END-IF
                   IF HT-STATUS(HOLD-MATCH-INDEX) IS EQUAL TO
                      "APPROVED"
                       MOVE "Y" TO HT-REFRESHED(HOLD-MATCH-INDEX)
                       MOVE WS-SUM-RUN-ID TO
                           HT-LATEST-RUN-ID(HOLD-MATCH-INDEX)
                   END-IF
               END-IF
               GO TO 2100-SCREEN-ONE-SUMMARY-LINE-EXIT
           END-IF.
           PERFORM 2150-FIND-LOGGED-DECISION
              THRU 2150-FIND-LOGGED-DECISION-EXIT.
           IF DECISION-IS-FOUND
               ADD 1 TO HOLDS-ALREADY-DECIDED-COUNT
               GO TO 2100-SCREEN-ONE-SUMMARY-LINE-EXIT
           END-IF.
           IF HOLD-MATCH-INDEX IS EQUAL TO ZERO
               IF HOLD-COUNT IS NOT LESS THAN MAX-HOLDS
                   ADD 1 TO HOLDS-NOT-TABLED-COUNT
                   DISPLAY "*** HOLD TABLE FULL - NEW VERSION OF "
                       WS-SUM-MAP-NAME " CANNOT BE HELD ***"
                   MOVE 12 TO RETURN-CODE
                   GO TO 2100-SCREEN-ONE-SUMMARY-LINE-EXIT
               END-IF
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-COUNT TO HOLD-MATCH-INDEX
           END-IF.
           ADD 1 TO HOLDS-OPENED-COUNT.
           MOVE WS-SUM-MAP-NAME TO HT-MAP-NAME(HOLD-MATCH-INDEX).
           MOVE "HELD" TO HT-STATUS(HOLD-MATCH-INDEX).
           MOVE WS-SUM-RUN-ID TO HT-RUN-ID(HOLD-MATCH-INDEX).
           MOVE WS-SUM-RUN-ID(2:6) TO HT-HELD-DATE(HOLD-MATCH-INDEX).
           MOVE WS-SUM-RUN-ID TO HT-LATEST-RUN-ID(HOLD-MATCH-INDEX).
           MOVE "N" TO HT-DIFF-KNOWN(HOLD-MATCH-INDEX).
           MOVE 0 TO HT-CELLS(HOLD-MATCH-INDEX).
           MOVE 0 TO HT-ROWS-ADDED(HOLD-MATCH-INDEX).
           MOVE 0 TO HT-ROWS-DROPPED(HOLD-MATCH-INDEX).
           MOVE WS-SUM-PRODUCT TO WS-LED-TREES-TOTAL.
           INSPECT WS-LED-TREES-TOTAL REPLACING LEADING SPACE BY "0".
           IF WS-LED-TREES-TOTAL IS NUMERIC
               MOVE WS-LED-TREES-TOTAL TO HT-PRODUCT(HOLD-MATCH-INDEX)
           ELSE
               MOVE 0 TO HT-PRODUCT(HOLD-MATCH-INDEX)
           END-IF.
           MOVE 0 TO HT-DECIDED-DATE(HOLD-MATCH-INDEX).
           MOVE SPACES TO HT-APPROVER(HOLD-MATCH-INDEX).
           MOVE SPACES TO HT-REASON(HOLD-MATCH-INDEX).
           MOVE "Y" TO HT-REFRESHED(HOLD-MATCH-INDEX).
           MOVE "Y" TO HT-NEW-THIS-RUN(HOLD-MATCH-INDEX).
           MOVE 0 TO HT-PRIOR-PRODUCT(HOLD-MATCH-INDEX).
           MOVE "N" TO HT-PRIOR-FOUND(HOLD-MATCH-INDEX).
           MOVE 0 TO HT-LATEST-PRODUCT(HOLD-MATCH-INDEX).
           MOVE "N" TO HT-MASTER-RECEIVED(HOLD-MATCH-INDEX).
           MOVE "N" TO HT-PLANNING-RECEIVED(HOLD-MATCH-INDEX).
           MOVE "N" TO HT-RELEASE-PENDING(HOLD-MATCH-INDEX).
       2100-SCREEN-ONE-SUMMARY-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2150-FIND-LOGGED-DECISION looks on the approval log for an
      * approval or rejection of the flagged map under the run id of
      * the summary line. New versions are few, so the log is read
      * through once per flagged line. No log means no decision yet.
      *--------------------------------------------------------------
       2150-FIND-LOGGED-DECISION.
           MOVE "N" TO DECISION-FOUND-SWITCH.
           MOVE "N" TO LOG-EOF-SWITCH.
           OPEN INPUT APPROVAL-LOG-FILE.
           IF NOT WS-APPROVAL-LOG-OPEN-OK
               GO TO 2150-FIND-LOGGED-DECISION-EXIT
           END-IF.
           PERFORM 2160-MATCH-ONE-LOGGED-DECISION
              THRU 2160-MATCH-ONE-LOGGED-DECISION-EXIT
              UNTIL LOG-IS-EOF
                 OR DECISION-IS-FOUND.
           CLOSE APPROVAL-LOG-FILE.
       2150-FIND-LOGGED-DECISION-EXIT.
           EXIT.

       2160-MATCH-ONE-LOGGED-DECISION.
           READ APPROVAL-LOG-FILE INTO WS-DECISION-LINE
               AT END
                   SET LOG-IS-EOF TO TRUE
                   GO TO 2160-MATCH-ONE-LOGGED-DECISION-EXIT
           END-READ.
           IF WS-DEC-MAP-NAME IS EQUAL TO WS-SUM-MAP-NAME
              AND WS-DEC-RUN-ID IS EQUAL TO WS-SUM-RUN-ID
              AND (WS-DEC-ACTION IS EQUAL TO "APPROVED"
                OR WS-DEC-ACTION IS EQUAL TO "REJECTED")
               SET DECISION-IS-FOUND TO TRUE
           END-IF.
       2160-MATCH-ONE-LOGGED-DECISION-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2200-READ-DIFF-SIZES reads today's map diff report and
      * records the cells changed and rows added and dropped against
      * each hold this run opened. A map the diff could not compare
      * keeps its diff size unknown.
      *--------------------------------------------------------------
       2200-READ-DIFF-SIZES.
           IF HOLDS-OPENED-COUNT IS EQUAL TO ZERO
               GO TO 2200-READ-DIFF-SIZES-EXIT
           END-IF.
           OPEN INPUT DIFF-REPORT-FILE.
           IF NOT WS-DIFF-REPORT-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN MAP DIFF REPORT - FILE "
                   "STATUS " WS-DIFF-REPORT-FILE-STATUS
                   " - DIFF SIZES NOT KNOWN ***"
               GO TO 2200-READ-DIFF-SIZES-EXIT
           END-IF.
           PERFORM 2210-READ-ONE-DIFF-LINE
              THRU 2210-READ-ONE-DIFF-LINE-EXIT
              UNTIL DIFF-IS-EOF.
           CLOSE DIFF-REPORT-FILE.
       2200-READ-DIFF-SIZES-EXIT.
           EXIT.

       2210-READ-ONE-DIFF-LINE.
           READ DIFF-REPORT-FILE INTO WS-DIFF-LINE
               AT END
                   SET DIFF-IS-EOF TO TRUE
                   GO TO 2210-READ-ONE-DIFF-LINE-EXIT
           END-READ.
           IF WS-DIF-TAG IS EQUAL TO "MAP "
               MOVE WS-DIF-MAP-NAME TO WS-DIFF-CURRENT-MAP
               GO TO 2210-READ-ONE-DIFF-LINE-EXIT
           END-IF.
           IF WS-DIF-TOTAL-TAG IS NOT EQUAL TO "  CELLS CHANGED "
               GO TO 2210-READ-ONE-DIFF-LINE-EXIT
           END-IF.
           MOVE WS-DIFF-CURRENT-MAP TO WS-HOLD-KEY-MAP.
           PERFORM 2300-FIND-HOLD
              THRU 2300-FIND-HOLD-EXIT.
           IF HOLD-MATCH-INDEX IS EQUAL TO ZERO
               GO TO 2210-READ-ONE-DIFF-LINE-EXIT
           END-IF.
           IF HT-NEW-THIS-RUN(HOLD-MATCH-INDEX) IS NOT EQUAL TO "Y"
               GO TO 2210-READ-ONE-DIFF-LINE-EXIT
           END-IF.
           INSPECT WS-DIF-CELLS-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-DIF-ADDED-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-DIF-DROPPED-X REPLACING LEADING SPACE BY "0".
           IF WS-DIF-CELLS-X IS NOT NUMERIC
              OR WS-DIF-ADDED-X IS NOT NUMERIC
              OR WS-DIF-DROPPED-X IS NOT NUMERIC
               GO TO 2210-READ-ONE-DIFF-LINE-EXIT
           END-IF.
           MOVE "Y" TO HT-DIFF-KNOWN(HOLD-MATCH-INDEX).
           MOVE WS-DIF-CELLS-X TO HT-CELLS(HOLD-MATCH-INDEX).
           MOVE WS-DIF-ADDED-X TO HT-ROWS-ADDED(HOLD-MATCH-INDEX).
           MOVE WS-DIF-DROPPED-X TO HT-ROWS-DROPPED(HOLD-MATCH-INDEX).
       2210-READ-ONE-DIFF-LINE-EXIT.
           EXIT.

       2300-FIND-HOLD.
           MOVE 0 TO HOLD-MATCH-INDEX.
           PERFORM 2310-MATCH-ONE-HOLD
              THRU 2310-MATCH-ONE-HOLD-EXIT
              VARYING HOLD-INDEX FROM 1 BY 1
              UNTIL HOLD-INDEX > HOLD-COUNT
                 OR HOLD-MATCH-INDEX > 0.
       2300-FIND-HOLD-EXIT.
           EXIT.

       2310-MATCH-ONE-HOLD.
           IF HT-MAP-NAME(HOLD-INDEX) IS EQUAL TO WS-HOLD-KEY-MAP
               MOVE HOLD-INDEX TO HOLD-MATCH-INDEX
           END-IF.
       2310-MATCH-ONE-HOLD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-APPLY-APPROVALS applies the approval transactions. A
      * transaction is honoured only for a map on hold under the run
      * id it names; one naming a superseded version, a map not on
      * hold or a bad action is refused and logged. Approval lifts
      * the hold; rejection leaves the map blocked. The approval log
      * is opened first: no decision is applied that could not be
      * logged.
      *--------------------------------------------------------------
       3000-APPLY-APPROVALS.
           OPEN INPUT APPROVAL-TXN-FILE.
           IF NOT WS-APPROVAL-TXN-OPEN-OK
               GO TO 3000-APPLY-APPROVALS-EXIT
           END-IF.
           OPEN EXTEND APPROVAL-LOG-FILE.
           IF WS-APPROVAL-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF.
           IF WS-APPROVAL-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "*** UNABLE TO OPEN APPROVAL LOG - FILE STATUS "
                   WS-APPROVAL-LOG-FILE-STATUS " - NO APPROVAL "
                   "TRANSACTION APPLIED ***"
               CLOSE APPROVAL-TXN-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 3000-APPLY-APPROVALS-EXIT
           END-IF.
           SET APPROVAL-LOG-IS-OPEN TO TRUE.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE "DECISIONS THIS RUN" TO WS-SECTION-HEADING.
           WRITE APPROVAL-REPORT-RECORD FROM WS-SECTION-HEADING.
           PERFORM 3100-APPLY-ONE-TRANSACTION
              THRU 3100-APPLY-ONE-TRANSACTION-EXIT
              UNTIL TXN-IS-EOF.
           CLOSE APPROVAL-TXN-FILE.
           IF APPROVAL-LOG-IS-OPEN
               CLOSE APPROVAL-LOG-FILE
           END-IF.
       3000-APPLY-APPROVALS-EXIT.
           EXIT.

       3100-APPLY-ONE-TRANSACTION.
           READ APPROVAL-TXN-FILE INTO WS-TXN-LINE
               AT END
                   SET TXN-IS-EOF TO TRUE
                   GO TO 3100-APPLY-ONE-TRANSACTION-EXIT
           END-READ.
           IF WS-TXN-LINE IS EQUAL TO SPACES
               GO TO 3100-APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           ADD 1 TO TXN-READ-COUNT.
           MOVE "REFUSED" TO WS-TXN-DISPOSITION.
           MOVE SPACES TO WS-TXN-REFUSAL.
           MOVE WS-TXN-MAP-NAME TO WS-HOLD-KEY-MAP.
           PERFORM 2300-FIND-HOLD
              THRU 2300-FIND-HOLD-EXIT.
           IF NOT TXN-IS-APPROVE
              AND NOT TXN-IS-REJECT
               MOVE "*** ACTION MUST BE A OR R" TO WS-TXN-REFUSAL
           ELSE
               IF WS-TXN-APPROVER IS EQUAL TO SPACES
                   MOVE "*** APPROVER REQUIRED" TO WS-TXN-REFUSAL
               ELSE
                   IF HOLD-MATCH-INDEX IS EQUAL TO ZERO
                       MOVE "*** MAP IS NOT ON HOLD" TO
                           WS-TXN-REFUSAL
                   ELSE
                       IF HT-STATUS(HOLD-MATCH-INDEX) IS EQUAL
                          TO "APPROVED"
                           MOVE "*** VERSION ALREADY APPROVED" TO
                               WS-TXN-REFUSAL
                       END-IF
                       IF HT-STATUS(HOLD-MATCH-INDEX) IS EQUAL
                          TO "REJECTED"
                           MOVE "*** VERSION ALREADY REJECTED" TO
                               WS-TXN-REFUSAL
                       END-IF
                       IF HT-STATUS(HOLD-MATCH-INDEX) IS EQUAL
                          TO "HELD"
                           IF HT-RUN-ID(HOLD-MATCH-INDEX) IS NOT
                              EQUAL TO WS-TXN-RUN-ID
                               MOVE "*** NOT THE HELD VERSION"
                                   TO WS-TXN-REFUSAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-TXN-REFUSAL IS NOT EQUAL TO SPACES
               ADD 1 TO TXN-REFUSED-COUNT
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 3200-LOG-DECISION
                  THRU 3200-LOG-DECISION-EXIT
               GO TO 3100-APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           MOVE WS-APPROVAL-RUN-DATE TO
               HT-DECIDED-DATE(HOLD-MATCH-INDEX).
           MOVE WS-TXN-APPROVER TO HT-APPROVER(HOLD-MATCH-INDEX).
           MOVE WS-TXN-REASON TO HT-REASON(HOLD-MATCH-INDEX).
           IF TXN-IS-APPROVE
               MOVE "APPROVED" TO HT-STATUS(HOLD-MATCH-INDEX)
               MOVE "APPROVED" TO WS-TXN-DISPOSITION
               ADD 1 TO TXN-APPROVED-COUNT
           ELSE
               MOVE "REJECTED" TO HT-STATUS(HOLD-MATCH-INDEX)
               MOVE "REJECTED" TO WS-TXN-DISPOSITION
               ADD 1 TO TXN-REJECTED-COUNT
           END-IF.
           PERFORM 3200-LOG-DECISION
              THRU 3200-LOG-DECISION-EXIT.
       3100-APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3200-LOG-DECISION appends the transaction and what became of
      * it to the approval log and lists it on the report. A refused
      * transaction carries the refusal in place of its reason.
      *--------------------------------------------------------------
       3200-LOG-DECISION.
           MOVE WS-APPROVAL-RUN-DATE TO WS-DEC-DATE.
           MOVE WS-APPROVAL-RUN-TIME TO WS-DEC-TIME.
           MOVE WS-TXN-MAP-NAME TO WS-DEC-MAP-NAME.
           MOVE WS-TXN-RUN-ID TO WS-DEC-RUN-ID.
           MOVE WS-TXN-DISPOSITION TO WS-DEC-ACTION.
           MOVE WS-TXN-APPROVER TO WS-DEC-APPROVER.
           IF WS-TXN-REFUSAL IS EQUAL TO SPACES
               MOVE WS-TXN-REASON TO WS-DEC-REASON
           ELSE
               MOVE WS-TXN-REFUSAL TO WS-DEC-REASON
           END-IF.
           WRITE APPROVAL-LOG-RECORD FROM WS-DECISION-LINE.
           WRITE APPROVAL-REPORT-RECORD FROM WS-DECISION-LINE.
       3200-LOG-DECISION-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-REBUILD-PENDING-RESULTS rewrites the pending-approval
      * file: parked lines are carried forward for maps still on
      * hold that were not scored again, and this run's results
      * lines are parked for maps on hold that were. An approved
      * version's parked lines are written to the released-results
      * file as well, for results_master and planning_extract to
      * apply after the day's results, and stay parked. They are
      * released again every run until both programs' receipts show
      * them, so the released file can be rewritten each run without
      * losing a release neither has read; applying a line twice
      * leaves the master and the extract as they were. Once both
      * receipts show them, or the map has been scored again since
      * - when the results already carry its newer counts - the
      * parked lines are dropped. A rejected version's lines are
      * dropped.
      * If the released file cannot be opened nothing is released
      * and the pending file is left alone; the approved holds stay
      * on file for the next run to release. The pending file is
      * only rewritten once its work file has been written and has
      * reopened.
      *--------------------------------------------------------------
       4000-REBUILD-PENDING-RESULTS.
           OPEN OUTPUT RELEASED-RESULTS-FILE.
           IF NOT WS-RELEASED-RESULTS-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN RELEASED RESULTS FILE - "
                   "FILE STATUS " WS-RELEASED-RESULTS-FILE-STATUS
                   " - PENDING RESULTS LEFT UNCHANGED ***"
               SET RELEASE-HAS-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 4000-REBUILD-PENDING-RESULTS-EXIT
           END-IF.
           OPEN OUTPUT PENDING-WORK-FILE.
           IF NOT WS-PENDING-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN PENDING WORK FILE - "
                   "FILE STATUS " WS-PENDING-WORK-FILE-STATUS
                   " - PENDING RESULTS LEFT UNCHANGED ***"
               CLOSE RELEASED-RESULTS-FILE
               SET RELEASE-HAS-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 4000-REBUILD-PENDING-RESULTS-EXIT
           END-IF.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-OPEN-OK
               SET RESULTS-ARE-PRESENT TO TRUE
           ELSE
               DISPLAY "*** UNABLE TO OPEN RESULTS FILE - FILE "
                   "STATUS " WS-RESULTS-FILE-STATUS
                   " - PARKED RESULTS NOT REFRESHED ***"
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT PENDING-RESULTS-FILE.
           IF WS-PENDING-RESULTS-OPEN-OK
               PERFORM 4100-CARRY-ONE-PENDING-LINE
                  THRU 4100-CARRY-ONE-PENDING-LINE-EXIT
                  UNTIL PENDING-IS-EOF
               CLOSE PENDING-RESULTS-FILE
           END-IF.
           IF RESULTS-ARE-PRESENT
               PERFORM 4200-PARK-ONE-RESULT
                  THRU 4200-PARK-ONE-RESULT-EXIT
                  UNTIL RESULTS-IS-EOF
               CLOSE RESULTS-FILE
           END-IF.
           CLOSE PENDING-WORK-FILE
                 RELEASED-RESULTS-FILE.
           OPEN INPUT PENDING-WORK-FILE.
           IF NOT WS-PENDING-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN PENDING WORK FILE - "
                   "FILE STATUS " WS-PENDING-WORK-FILE-STATUS
                   " - PENDING RESULTS LEFT UNCHANGED ***"
               SET RELEASE-HAS-FAILED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 4000-REBUILD-PENDING-RESULTS-EXIT
           END-IF.
           OPEN OUTPUT PENDING-RESULTS-FILE.
           PERFORM 4800-COPY-ONE-PENDING-LINE
              THRU 4800-COPY-ONE-PENDING-LINE-EXIT
              UNTIL COPY-BACK-IS-EOF.
           CLOSE PENDING-WORK-FILE
                 PENDING-RESULTS-FILE.
       4000-REBUILD-PENDING-RESULTS-EXIT.
           EXIT.

       4100-CARRY-ONE-PENDING-LINE.
           READ PENDING-RESULTS-FILE INTO WS-RESULTS-LINE
               AT END
                   SET PENDING-IS-EOF TO TRUE
                   GO TO 4100-CARRY-ONE-PENDING-LINE-EXIT
           END-READ.
           MOVE WS-RES-MAP-NAME TO WS-HOLD-KEY-MAP.
           PERFORM 2300-FIND-HOLD
              THRU 2300-FIND-HOLD-EXIT.
           IF HOLD-MATCH-INDEX IS EQUAL TO ZERO
               GO TO 4100-CARRY-ONE-PENDING-LINE-EXIT
           END-IF.
           IF HT-STATUS(HOLD-MATCH-INDEX) IS EQUAL TO "APPROVED"
               PERFORM 4300-RELEASE-ONE-PARKED-LINE
                  THRU 4300-RELEASE-ONE-PARKED-LINE-EXIT
               GO TO 4100-CARRY-ONE-PENDING-LINE-EXIT
           END-IF.
           IF HT-STATUS(HOLD-MATCH-INDEX) IS NOT EQUAL TO "HELD"
               GO TO 4100-CARRY-ONE-PENDING-LINE-EXIT
           END-IF.
           IF HT-REFRESHED(HOLD-MATCH-INDEX) IS EQUAL TO "Y"
              AND RESULTS-ARE-PRESENT
               GO TO 4100-CARRY-ONE-PENDING-LINE-EXIT
           END-IF.
           WRITE PENDING-WORK-RECORD FROM WS-RESULTS-LINE.
           ADD 1 TO PENDING-LINES-KEPT.
       4100-CARRY-ONE-PENDING-LINE-EXIT.
           EXIT.

       4200-PARK-ONE-RESULT.
           READ RESULTS-FILE INTO WS-RESULTS-LINE
               AT END
                   SET RESULTS-IS-EOF TO TRUE
                   GO TO 4200-PARK-ONE-RESULT-EXIT
           END-READ.
           MOVE WS-RES-MAP-NAME TO WS-HOLD-KEY-MAP.
           PERFORM 2300-FIND-HOLD
              THRU 2300-FIND-HOLD-EXIT.
           IF HOLD-MATCH-INDEX IS EQUAL TO ZERO
               GO TO 4200-PARK-ONE-RESULT-EXIT
           END-IF.
           IF HT-STATUS(HOLD-MATCH-INDEX) IS NOT EQUAL TO "HELD"
              OR HT-REFRESHED(HOLD-MATCH-INDEX) IS NOT EQUAL TO "Y"
              OR WS-RES-RUN-ID IS NOT EQUAL TO
                 HT-LATEST-RUN-ID(HOLD-MATCH-INDEX)
               GO TO 4200-PARK-ONE-RESULT-EXIT
           END-IF.
           WRITE PENDING-WORK-RECORD FROM WS-RESULTS-LINE.
           ADD 1 TO PENDING-LINES-PARKED.
       4200-PARK-ONE-RESULT-EXIT.
           EXIT.

       4300-RELEASE-ONE-PARKED-LINE.
           IF HT-REFRESHED(HOLD-MATCH-INDEX) IS EQUAL TO "Y"
               GO TO 4300-RELEASE-ONE-PARKED-LINE-EXIT
           END-IF.
           IF HT-MASTER-RECEIVED(HOLD-MATCH-INDEX) IS EQUAL TO "Y"
              AND HT-PLANNING-RECEIVED(HOLD-MATCH-INDEX) IS EQUAL
                  TO "Y"
               ADD 1 TO PENDING-LINES-CONFIRMED
               GO TO 4300-RELEASE-ONE-PARKED-LINE-EXIT
           END-IF.
           WRITE RELEASED-RESULTS-RECORD FROM WS-RESULTS-LINE.
           ADD 1 TO PENDING-LINES-RELEASED.
           WRITE PENDING-WORK-RECORD FROM WS-RESULTS-LINE.
           MOVE "Y" TO HT-RELEASE-PENDING(HOLD-MATCH-INDEX).
       4300-RELEASE-ONE-PARKED-LINE-EXIT.
           EXIT.

       4800-COPY-ONE-PENDING-LINE.
           READ PENDING-WORK-FILE INTO WS-RESULTS-LINE
               AT END
                   SET COPY-BACK-IS-EOF TO TRUE
               NOT AT END
                   WRITE PENDING-RESULTS-RECORD FROM WS-RESULTS-LINE
           END-READ.
       4800-COPY-ONE-PENDING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 5000-REWRITE-HOLDS writes the hold table back. An approved
      * version's hold is kept, as APPROVED, while its parked lines
      * are still being released, and dropped once both receipts
      * show them or the map has been scored again - the approval
      * log keeps the record of it. When the release could not be
      * made at all the hold is kept for the next run to release;
      * results_master and planning_extract do not hold back an
      * approved map. A hold file that will not open leaves the
      * last one in place and ends the run RC 12.
      *--------------------------------------------------------------
       5000-REWRITE-HOLDS.
           OPEN OUTPUT APPROVAL-HOLD-FILE.
           IF NOT WS-APPROVAL-HOLD-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN APPROVAL HOLD FILE - FILE "
                   "STATUS " WS-APPROVAL-HOLD-FILE-STATUS
                   " - HOLDS NOT REWRITTEN ***"
               MOVE 12 TO RETURN-CODE
               GO TO 5000-REWRITE-HOLDS-EXIT
           END-IF.
           PERFORM 5100-WRITE-ONE-HOLD
              THRU 5100-WRITE-ONE-HOLD-EXIT
              VARYING HOLD-INDEX FROM 1 BY 1
              UNTIL HOLD-INDEX > HOLD-COUNT.
           CLOSE APPROVAL-HOLD-FILE.
       5000-REWRITE-HOLDS-EXIT.
           EXIT.

       5100-WRITE-ONE-HOLD.
           IF HT-STATUS(HOLD-INDEX) IS EQUAL TO "APPROVED"
              AND NOT RELEASE-HAS-FAILED
               IF HT-RELEASE-PENDING(HOLD-INDEX) IS EQUAL TO "Y"
                   ADD 1 TO RELEASES-AWAITING-COUNT
               ELSE
                   IF HT-MASTER-RECEIVED(HOLD-INDEX) IS EQUAL TO "Y"
                      AND HT-PLANNING-RECEIVED(HOLD-INDEX) IS EQUAL
                          TO "Y"
                       ADD 1 TO RELEASES-CONFIRMED-COUNT
                   END-IF
                   GO TO 5100-WRITE-ONE-HOLD-EXIT
               END-IF
           END-IF.
           MOVE HT-MAP-NAME(HOLD-INDEX) TO WS-HLD-MAP-NAME.
           MOVE HT-STATUS(HOLD-INDEX) TO WS-HLD-STATUS.
           MOVE HT-RUN-ID(HOLD-INDEX) TO WS-HLD-RUN-ID.
           MOVE HT-HELD-DATE(HOLD-INDEX) TO WS-HLD-HELD-DATE.
           MOVE HT-LATEST-RUN-ID(HOLD-INDEX) TO WS-HLD-LATEST-RUN-ID.
           MOVE HT-DIFF-KNOWN(HOLD-INDEX) TO WS-HLD-DIFF-KNOWN.
           MOVE HT-CELLS(HOLD-INDEX) TO WS-HLD-CELLS.
           MOVE HT-ROWS-ADDED(HOLD-INDEX) TO WS-HLD-ROWS-ADDED.
           MOVE HT-ROWS-DROPPED(HOLD-INDEX) TO WS-HLD-ROWS-DROPPED.
           MOVE HT-PRODUCT(HOLD-INDEX) TO WS-HLD-PRODUCT.
           MOVE HT-DECIDED-DATE(HOLD-INDEX) TO WS-HLD-DECIDED-DATE.
           MOVE HT-APPROVER(HOLD-INDEX) TO WS-HLD-APPROVER.
           MOVE HT-REASON(HOLD-INDEX) TO WS-HLD-REASON.
           WRITE APPROVAL-HOLD-RECORD FROM WS-HOLD-LINE.
       5100-WRITE-ONE-HOLD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 6000-MEASURE-PRODUCT-DRIFT reads the ledger for the maps on
      * hold. The last product a map's ledger shows before the run
      * that flagged the held version is its approved product; the
      * drift is the held version's product against it. Run ids sort
      * in time order, so the comparison is on the run id itself.
      *--------------------------------------------------------------
       6000-MEASURE-PRODUCT-DRIFT.
           IF HOLD-COUNT IS EQUAL TO ZERO
               GO TO 6000-MEASURE-PRODUCT-DRIFT-EXIT
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF NOT WS-LEDGER-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN LEDGER FILE - FILE STATUS "
                   WS-LEDGER-FILE-STATUS " - DRIFT NOT MEASURED ***"
               GO TO 6000-MEASURE-PRODUCT-DRIFT-EXIT
           END-IF.
           PERFORM 6100-MEASURE-ONE-LEDGER-LINE
              THRU 6100-MEASURE-ONE-LEDGER-LINE-EXIT
              UNTIL LEDGER-IS-EOF.
           CLOSE LEDGER-FILE.
       6000-MEASURE-PRODUCT-DRIFT-EXIT.
           EXIT.

       6100-MEASURE-ONE-LEDGER-LINE.
           READ LEDGER-FILE INTO WS-LEDGER-LINE
               AT END
                   SET LEDGER-IS-EOF TO TRUE
                   GO TO 6100-MEASURE-ONE-LEDGER-LINE-EXIT
           END-READ.
           MOVE WS-LED-MAP-NAME TO WS-HOLD-KEY-MAP.
           PERFORM 2300-FIND-HOLD
              THRU 2300-FIND-HOLD-EXIT.
           IF HOLD-MATCH-INDEX IS EQUAL TO ZERO
               GO TO 6100-MEASURE-ONE-LEDGER-LINE-EXIT
           END-IF.
           INSPECT WS-LED-TREES-TOTAL REPLACING LEADING SPACE BY "0".
           IF WS-LED-TREES-TOTAL IS NOT NUMERIC
               GO TO 6100-MEASURE-ONE-LEDGER-LINE-EXIT
           END-IF.
           MOVE WS-LED-TREES-TOTAL TO WS-LED-PRODUCT-NUM.
           IF WS-LED-RUN-ID IS LESS THAN HT-RUN-ID(HOLD-MATCH-INDEX)
               MOVE WS-LED-PRODUCT-NUM TO
                   HT-PRIOR-PRODUCT(HOLD-MATCH-INDEX)
               MOVE "Y" TO HT-PRIOR-FOUND(HOLD-MATCH-INDEX)
           ELSE
               MOVE WS-LED-PRODUCT-NUM TO
                   HT-LATEST-PRODUCT(HOLD-MATCH-INDEX)
           END-IF.
       6100-MEASURE-ONE-LEDGER-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 7000-WRITE-PENDING-REPORT lists the maps still held, then
      * the maps blocked by a rejected version.
      *--------------------------------------------------------------
       7000-WRITE-PENDING-REPORT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE "MAPS HELD FOR APPROVAL" TO WS-SECTION-HEADING.
           WRITE APPROVAL-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE APPROVAL-REPORT-RECORD FROM WS-HELD-COLUMN-HEADING.
           PERFORM 7100-REPORT-ONE-HELD-MAP
              THRU 7100-REPORT-ONE-HELD-MAP-EXIT
              VARYING HOLD-INDEX FROM 1 BY 1
              UNTIL HOLD-INDEX > HOLD-COUNT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE "MAPS BLOCKED - VERSION REJECTED" TO
               WS-SECTION-HEADING.
           WRITE APPROVAL-REPORT-RECORD FROM WS-SECTION-HEADING.
           PERFORM 7200-REPORT-ONE-BLOCKED-MAP
              THRU 7200-REPORT-ONE-BLOCKED-MAP-EXIT
              VARYING HOLD-INDEX FROM 1 BY 1
              UNTIL HOLD-INDEX > HOLD-COUNT.
       7000-WRITE-PENDING-REPORT-EXIT.
           EXIT.

       7100-REPORT-ONE-HELD-MAP.
           IF HT-STATUS(HOLD-INDEX) IS NOT EQUAL TO "HELD"
               GO TO 7100-REPORT-ONE-HELD-MAP-EXIT
           END-IF.
           ADD 1 TO MAPS-HELD-COUNT.
           MOVE HT-HELD-DATE(HOLD-INDEX) TO WS-DATE-WORK.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           COMPUTE WS-HOLD-AGE = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER.
           IF WS-HOLD-AGE IS LESS THAN ZERO
              OR DATE-IS-INVALID
               MOVE 0 TO WS-HOLD-AGE
           END-IF.
           IF WS-HOLD-AGE IS GREATER THAN 9999
               MOVE 9999 TO WS-HOLD-AGE
           END-IF.
           MOVE HT-MAP-NAME(HOLD-INDEX) TO WS-HDL-MAP-NAME.
           MOVE HT-RUN-ID(HOLD-INDEX) TO WS-HDL-RUN-ID.
           MOVE WS-HOLD-AGE TO WS-HDL-AGE.
           MOVE HT-CELLS(HOLD-INDEX) TO WS-HDL-CELLS.
           MOVE HT-ROWS-ADDED(HOLD-INDEX) TO WS-HDL-ADDED.
           MOVE HT-ROWS-DROPPED(HOLD-INDEX) TO WS-HDL-DROPPED.
           MOVE HT-PRIOR-PRODUCT(HOLD-INDEX) TO WS-HDL-PRIOR-PRODUCT.
           MOVE HT-PRODUCT(HOLD-INDEX) TO WS-HDL-HELD-PRODUCT.
           COMPUTE WS-HDL-DRIFT-WORK =
               HT-PRODUCT(HOLD-INDEX) - HT-PRIOR-PRODUCT(HOLD-INDEX).
           MOVE WS-HDL-DRIFT-WORK TO WS-HDL-DRIFT.
           MOVE SPACES TO WS-HDL-NOTE.
           IF HT-DIFF-KNOWN(HOLD-INDEX) IS NOT EQUAL TO "Y"
               MOVE "DIFF NOT AVAILABLE" TO WS-HDL-NOTE
           END-IF.
           IF HT-PRIOR-FOUND(HOLD-INDEX) IS NOT EQUAL TO "Y"
               MOVE "NO PRIOR LEDGER RUN" TO WS-HDL-NOTE
           END-IF.
           WRITE APPROVAL-REPORT-RECORD FROM WS-HELD-DETAIL-LINE.
       7100-REPORT-ONE-HELD-MAP-EXIT.
           EXIT.

       7200-REPORT-ONE-BLOCKED-MAP.
           IF HT-STATUS(HOLD-INDEX) IS NOT EQUAL TO "REJECTED"
               GO TO 7200-REPORT-ONE-BLOCKED-MAP-EXIT
           END-IF.
           ADD 1 TO MAPS-BLOCKED-COUNT.
           MOVE HT-MAP-NAME(HOLD-INDEX) TO WS-BDL-MAP-NAME.
           MOVE HT-RUN-ID(HOLD-INDEX) TO WS-BDL-RUN-ID.
           MOVE HT-DECIDED-DATE(HOLD-INDEX) TO WS-BDL-DECIDED-DATE.
           MOVE HT-APPROVER(HOLD-INDEX) TO WS-BDL-APPROVER.
           MOVE HT-REASON(HOLD-INDEX) TO WS-BDL-REASON.
           WRITE APPROVAL-REPORT-RECORD FROM WS-BLOCKED-DETAIL-LINE.
       7200-REPORT-ONE-BLOCKED-MAP-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE "BATCH SUMMARY LINES READ" TO WS-TRL-LABEL.
           MOVE SUMMARY-READ-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "NEW VERSIONS HELD THIS RUN" TO WS-TRL-LABEL.
           MOVE HOLDS-OPENED-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "HELD MAPS RESCORED THIS RUN" TO WS-TRL-LABEL.
           MOVE HOLDS-REFRESHED-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "TRANSACTIONS READ" TO WS-TRL-LABEL.
           MOVE TXN-READ-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  APPROVED - HOLD LIFTED" TO WS-TRL-LABEL.
           MOVE TXN-APPROVED-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  REJECTED - MAP BLOCKED" TO WS-TRL-LABEL.
           MOVE TXN-REJECTED-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  REFUSED" TO WS-TRL-LABEL.
           MOVE TXN-REFUSED-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS HELD FOR APPROVAL" TO WS-TRL-LABEL.
           MOVE MAPS-HELD-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS BLOCKED BY REJECTION" TO WS-TRL-LABEL.
           MOVE MAPS-BLOCKED-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "PENDING RESULTS LINES CARRIED" TO WS-TRL-LABEL.
           MOVE PENDING-LINES-KEPT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "PENDING RESULTS LINES PARKED" TO WS-TRL-LABEL.
           MOVE PENDING-LINES-PARKED TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "PENDING RESULTS LINES RELEASED" TO WS-TRL-LABEL.
           MOVE PENDING-LINES-RELEASED TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "PENDING RESULTS LINES RECEIVED" TO WS-TRL-LABEL.
           MOVE PENDING-LINES-CONFIRMED TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "APPROVED MAPS AWAITING RECEIPT" TO WS-TRL-LABEL.
           MOVE RELEASES-AWAITING-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "APPROVED MAPS RECEIVED - CLOSED" TO WS-TRL-LABEL.
           MOVE RELEASES-CONFIRMED-COUNT TO WS-TRL-COUNT.
           WRITE APPROVAL-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF HOLDS-ALREADY-DECIDED-COUNT IS GREATER THAN ZERO
               MOVE "NEW VERSIONS ALREADY DECIDED" TO WS-TRL-LABEL
               MOVE HOLDS-ALREADY-DECIDED-COUNT TO WS-TRL-COUNT
               WRITE APPROVAL-REPORT-RECORD FROM
                   WS-TRAILER-COUNT-LINE
           END-IF.
           IF HOLDS-NOT-TABLED-COUNT IS GREATER THAN ZERO
               MOVE "*** NEW VERSIONS NOT HELD - TABLE FULL" TO
                   WS-TRL-LABEL
               MOVE HOLDS-NOT-TABLED-COUNT TO WS-TRL-COUNT
               WRITE APPROVAL-REPORT-RECORD FROM
                   WS-TRAILER-COUNT-LINE
           END-IF.
           DISPLAY "APPROVAL: " HOLDS-OPENED-COUNT " HELD, "
               TXN-APPROVED-COUNT " APPROVED, " TXN-REJECTED-COUNT
               " REJECTED, " TXN-REFUSED-COUNT " REFUSED, "
               MAPS-HELD-COUNT " STILL PENDING.".
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF RUN-IS-VALID
               CLOSE APPROVAL-REPORT-FILE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
