      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-retention.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New retention job for the audit trail and
      *                    the ledger, which the scoring program
      *                    only ever appends to. A one-card
      *                    parameter file gives the days to keep
      *                    detail and the days to keep summaries.
      *                    Audit and ledger lines whose run id is
      *                    older than the detail cutoff move to a
      *                    dated archive file, and the audit lines
      *                    moved are rolled up into one summary
      *                    record per map/slope/run id carrying the
      *                    line count and the final running TREES;
      *                    summary records older than the summary
      *                    cutoff are dropped. Nothing is moved for
      *                    a run id until the latest line for it on
      *                    audit_verify's clearance log says CLEAN.
      *                    A control report shows, per run id, the
      *                    lines kept, archived and summarized.
      *   2026-10-15  RJH  The audit, ledger and summary work files
      *                    now carry a FILE STATUS. A work file that
      *                    will not open for writing stops that
      *                    file's retention before anything is
      *                    moved, and one that will not reopen for
      *                    the copy back leaves the live file as it
      *                    stands; either way the run ends RC 12.
      *   2026-10-15  RJH  An archive file that will not open, or a
      *                    line that will not write to it, stops
      *                    that file's pass: the live file is not
      *                    copied back over, the audit summaries are
      *                    not replaced, and the run ends RC 12.
      *   2026-10-15  RJH  A live audit trail, ledger or audit
      *                    summary file that will not open for the
      *                    copy back is reported, its kept lines
      *                    left on the work file, and the run ends
      *                    RC 12.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-PARM-FILE ASSIGN
               TO './files/day_3_retention_parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETENTION-PARM-FILE-STATUS.

           SELECT CLEARANCE-LOG-FILE ASSIGN
               TO './files/day_3_audit_clearance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEARANCE-LOG-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO './files/day_3_audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-WORK-FILE ASSIGN
               TO './files/day_3_audit_retain_work.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-WORK-FILE-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN
               TO DYNAMIC WS-AUDIT-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-ARCHIVE-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO './files/day_3_ledger.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT LEDGER-WORK-FILE ASSIGN
               TO './files/day_3_ledger_retain_work.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-WORK-FILE-STATUS.

           SELECT LEDGER-ARCHIVE-FILE ASSIGN
               TO DYNAMIC WS-LEDGER-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-ARCHIVE-FILE-STATUS.

           SELECT AUDIT-SUMMARY-FILE ASSIGN
               TO './files/day_3_audit_summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-SUMMARY-FILE-STATUS.

           SELECT SUMMARY-WORK-FILE ASSIGN
               TO './files/day_3_audit_summary_work.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-WORK-FILE-STATUS.

           SELECT RETENTION-REPORT-FILE ASSIGN
               TO './files/day_3_retention_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  RETENTION-PARM-RECORD PIC X(80).

       FD CLEARANCE-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  CLEARANCE-LOG-RECORD PIC X(100).

       FD AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD PIC X(180).

       FD AUDIT-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-WORK-RECORD PIC X(180).

       FD AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-ARCHIVE-RECORD PIC X(180).

       FD LEDGER-FILE
           LABEL RECORDS ARE OMITTED.
       01  LEDGER-RECORD PIC X(360).

       FD LEDGER-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  LEDGER-WORK-RECORD PIC X(360).

       FD LEDGER-ARCHIVE-FILE
           LABEL RECORDS ARE OMITTED.
       01  LEDGER-ARCHIVE-RECORD PIC X(360).

       FD AUDIT-SUMMARY-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-SUMMARY-RECORD PIC X(180).

       FD SUMMARY-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  SUMMARY-WORK-RECORD PIC X(180).

       FD RETENTION-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RETENTION-REPORT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-RETENTION-PARM-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RETENTION-PARM-OPEN-OK VALUE "00".
       01  WS-CLEARANCE-LOG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-CLEARANCE-LOG-OPEN-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-AUDIT-OPEN-OK VALUE "00".
       01  WS-AUDIT-ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-LEDGER-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-LEDGER-OPEN-OK VALUE "00".
       01  WS-LEDGER-ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-AUDIT-SUMMARY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-AUDIT-SUMMARY-OPEN-OK VALUE "00".
       01  WS-AUDIT-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-AUDIT-WORK-OPEN-OK VALUE "00".
       01  WS-LEDGER-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-LEDGER-WORK-OPEN-OK VALUE "00".
       01  WS-SUMMARY-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-SUMMARY-WORK-OPEN-OK VALUE "00".
       01  WS-AUDIT-ARCHIVE-FILENAME PIC X(100).
       01  WS-LEDGER-ARCHIVE-FILENAME PIC X(100).
       01  PARM-VALID-SWITCH PIC X(01) VALUE "Y".
           88 PARM-IS-VALID VALUE "Y".
           88 PARM-IS-INVALID VALUE "N".
       01  CLEARANCE-EOF-SWITCH PIC X(01) VALUE "N".
           88 CLEARANCE-IS-EOF VALUE "Y".
       01  AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-IS-EOF VALUE "Y".
       01  LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-IS-EOF VALUE "Y".
       01  SUMMARY-EOF-SWITCH PIC X(01) VALUE "N".
           88 SUMMARY-IS-EOF VALUE "Y".
       01  COPY-BACK-EOF-SWITCH PIC X(01) VALUE "N".
           88 COPY-BACK-IS-EOF VALUE "Y".
       01  AUDIT-ARCHIVE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-ARCHIVE-IS-OPEN VALUE "Y".
       01  LEDGER-ARCHIVE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-ARCHIVE-IS-OPEN VALUE "Y".
       01  AUDIT-ARCHIVE-FAILED-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-ARCHIVE-HAS-FAILED VALUE "Y".
       01  LEDGER-ARCHIVE-FAILED-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-ARCHIVE-HAS-FAILED VALUE "Y".
       01  AUDIT-PRESENT-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-IS-PRESENT VALUE "Y".
       01  LEDGER-PRESENT-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-IS-PRESENT VALUE "Y".
       01  SUMMARY-WORK-OPEN-SWITCH PIC X(01) VALUE "N".
           88 SUMMARY-WORK-IS-OPEN VALUE "Y".
       01  WS-RETENTION-RUN-DATE PIC 9(06).
       01  WS-RETENTION-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * WS-RETENTION-PARM-CARD is the one-card control: the days a
      * run id's audit and ledger detail stays on the live files,
      * then the days its audit summary records are kept. Both are
      * required, and summaries may not be kept for less time than
      * the detail they replace.
      *--------------------------------------------------------------
       01  WS-RETENTION-PARM-CARD.
           05 WS-PRM-DETAIL-DAYS-X  PIC X(04).
           05 FILLER                PIC X(01).
           05 WS-PRM-SUMMARY-DAYS-X PIC X(04).
           05 FILLER                PIC X(71).
       01  WS-PRM-DETAIL-DAYS PIC 9(04).
       01  WS-PRM-SUMMARY-DAYS PIC 9(04).

      *--------------------------------------------------------------
      * Date arithmetic. A YYMMDD date is turned into a day number
      * counted from 1 January 2000 - years past the century are
      * those the six-digit run dates can hold - so a run id's age
      * is a plain subtraction. CUMULATIVE-DAYS holds the days
      * before the first of each month in a common year; a leap
      * year adds one from March on.
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
       01  WS-DETAIL-CUTOFF PIC S9(07) VALUE 0.
       01  WS-SUMMARY-CUTOFF PIC S9(07) VALUE 0.

      *--------------------------------------------------------------
      * CLEARANCE-TABLE holds each run id's standing verdict from
      * the clearance log - the log is appended in verification
      * order, so a later line for a run id replaces the earlier
      * one. A run id that is not in the table has never been
      * verified and is not cleared.
      *--------------------------------------------------------------
       01  WS-CLEARANCE-LINE.
           05 WS-CLR-RUN-ID PIC X(17).
           05 FILLER        PIC X(02).
           05 WS-CLR-STATUS PIC X(09).
           05 FILLER        PIC X(72).
       01  MAX-CLEARANCES PIC 9(04) VALUE 2000.
       01  CLEARANCE-COUNT PIC 9(04) VALUE 0.
       01  CLEARANCE-INDEX PIC 9(04) VALUE 0.
       01  CLEARANCE-MATCH-INDEX PIC 9(04) VALUE 0.
       01  CLEARANCE-TABLE.
           05 CLEARANCE-ENTRY OCCURS 2000 TIMES.
              10 CLR-RUN-ID PIC X(17).
              10 CLR-STATUS PIC X(09).
       01  CLEARANCE-LOG-SWITCH PIC X(01) VALUE "Y".
           88 CLEARANCE-LOG-WAS-READ VALUE "Y".
           88 CLEARANCE-LOG-NOT-READ VALUE "N".

      *--------------------------------------------------------------
      * Disposition of one run id's lines. RETENTION-ACTION is set
      * by 7000-CLASSIFY-RUN-ID and reused while consecutive lines
      * carry the same run id:
      *   K - keep: within the detail days, or no readable run date
      *   H - hold: past the detail days but not cleared CLEAN
      *   A - archive: past the detail days and cleared CLEAN
      *--------------------------------------------------------------
       01  WS-CLASSIFY-RUN-ID PIC X(17) VALUE HIGH-VALUES.
       01  WS-RUN-ID-WORK.
           05 WS-RIW-PREFIX PIC X(01).
           05 WS-RIW-DATE   PIC X(06).
           05 FILLER        PIC X(10).
       01  RETENTION-ACTION PIC X(01) VALUE "K".
           88 ACTION-IS-KEEP VALUE "K".
           88 ACTION-IS-HOLD VALUE "H".
           88 ACTION-IS-ARCHIVE VALUE "A".
       01  WS-RUN-STATUS-TEXT PIC X(20).

      *--------------------------------------------------------------
      * RETENTION-RUN-TABLE is the control report's accumulator: one
      * entry per run id met on any of the three files, with what
      * happened to its lines. The entry is found once per change of
      * run id, not per line. Run ids past the table's capacity are
      * still retained or archived correctly and are counted in the
      * totals, only not listed.
      *--------------------------------------------------------------
       01  MAX-RETENTION-RUNS PIC 9(04) VALUE 2000.
       01  RETENTION-RUN-COUNT PIC 9(04) VALUE 0.
       01  RETENTION-RUN-INDEX PIC 9(04) VALUE 0.
       01  RETENTION-RUN-MATCH-INDEX PIC 9(04) VALUE 0.
       01  RUNS-NOT-LISTED-COUNT PIC 9(05) VALUE 0.
       01  RETENTION-RUN-TABLE.
           05 RETENTION-RUN-ENTRY OCCURS 2000 TIMES.
              10 RET-RUN-ID            PIC X(17).
              10 RET-ACTION            PIC X(01).
              10 RET-AUDIT-KEPT        PIC 9(09).
              10 RET-AUDIT-ARCHIVED    PIC 9(09).
              10 RET-SUMMARIES-WRITTEN PIC 9(07).
              10 RET-SUMMARIES-PURGED  PIC 9(07).
              10 RET-LEDGER-KEPT       PIC 9(07).
              10 RET-LEDGER-ARCHIVED   PIC 9(07).

      *--------------------------------------------------------------
      * WS-AUDIT-LINE mirrors the audit layout the scoring program
      * writes. WS-AUDIT-IMAGE keeps the untouched line, because the
      * zero-filling done for the roll-up must not leak into the
      * live trail or the archive.
      *--------------------------------------------------------------
       01  WS-AUDIT-IMAGE PIC X(180).
       01  WS-AUDIT-LINE.
           05 WS-AUD-MAP-NAME      PIC X(100).
           05 FILLER               PIC X(02).
           05 WS-AUD-ROW-X         PIC X(05).
           05 FILLER               PIC X(03).
           05 WS-AUD-RIGHT-X       PIC X(02).
           05 FILLER               PIC X(01).
           05 WS-AUD-DOWN-X        PIC X(02).
           05 FILLER               PIC X(03).
           05 WS-AUD-COORD-X       PIC X(05).
           05 FILLER               PIC X(03).
           05 WS-AUD-ITEM          PIC X(01).
           05 FILLER               PIC X(03).
           05 WS-AUD-TREES-X       PIC X(07).
           05 FILLER               PIC X(02).
           05 WS-AUD-RUN-ID        PIC X(17).
       01  WS-AUD-RIGHT-NUM PIC 9(02).
       01  WS-AUD-DOWN-NUM PIC 9(02).
       01  WS-AUD-TREES-NUM PIC 9(07).

      *--------------------------------------------------------------
      * WS-LEDGER-LINE mirrors the ledger layout the scoring program
      * writes; only the run id is examined, and the line is copied
      * or archived whole from WS-LEDGER-IMAGE.
      *--------------------------------------------------------------
       01  WS-LEDGER-IMAGE PIC X(360).
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

      *--------------------------------------------------------------
      * ROLLUP-TABLE gathers the archived audit lines of one map
      * under one run id, one entry per slope: how many lines the
      * slope had and the running TREES its last line carried. The
      * trail is written one whole map at a time, so a change of map
      * or run id closes the group and its summary records are
      * written.
      *--------------------------------------------------------------
       01  WS-ROLLUP-MAP-NAME PIC X(100) VALUE SPACES.
       01  WS-ROLLUP-RUN-ID PIC X(17) VALUE SPACES.
       01  MAX-ROLLUP-SLOPES PIC 9(02) VALUE 25.
       01  ROLLUP-SLOPE-COUNT PIC 9(02) VALUE 0.
       01  ROLLUP-SLOPE-INDEX PIC 9(02) VALUE 0.
       01  ROLLUP-MATCH-INDEX PIC 9(02) VALUE 0.
       01  ROLLUP-TABLE.
           05 ROLLUP-ENTRY OCCURS 25 TIMES.
              10 RUP-SLOPE-RIGHT PIC 9(02).
              10 RUP-SLOPE-DOWN  PIC 9(02).
              10 RUP-LINE-COUNT  PIC 9(07).
              10 RUP-FINAL-TREES PIC 9(07).
       01  ROLLUP-OVERFLOW-COUNT PIC 9(07) VALUE 0.

      *--------------------------------------------------------------
      * WS-AUDIT-SUMMARY-LINE is one roll-up record: the map, the
      * slope, the audit lines archived for it, the final running
      * TREES, the run id, and the date the detail was archived.
      *--------------------------------------------------------------
       01  WS-AUDIT-SUMMARY-LINE.
           05 WS-ASM-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ASM-RIGHT PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 WS-ASM-DOWN PIC Z9.
           05 FILLER PIC X(08) VALUE "  LINES ".
           05 WS-ASM-LINES PIC Z(6)9.
           05 FILLER PIC X(08) VALUE "  TREES ".
           05 WS-ASM-TREES PIC Z(6)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ASM-RUN-ID PIC X(17).
           05 FILLER PIC X(11) VALUE "  ARCHIVED ".
           05 WS-ASM-ARCHIVED-DATE PIC 9(06).
       01  WS-SUMMARY-IN-LINE.
           05 FILLER PIC X(139).
           05 WS-SMI-RUN-ID PIC X(17).
           05 FILLER PIC X(24).

       01  AUDIT-READ-COUNT PIC 9(09) VALUE 0.
       01  AUDIT-KEPT-TOTAL PIC 9(09) VALUE 0.
       01  AUDIT-HELD-TOTAL PIC 9(09) VALUE 0.
       01  AUDIT-ARCHIVED-TOTAL PIC 9(09) VALUE 0.
       01  SUMMARIES-WRITTEN-TOTAL PIC 9(07) VALUE 0.
       01  SUMMARIES-PURGED-TOTAL PIC 9(07) VALUE 0.
       01  SUMMARIES-KEPT-TOTAL PIC 9(07) VALUE 0.
       01  LEDGER-READ-COUNT PIC 9(07) VALUE 0.
       01  LEDGER-KEPT-TOTAL PIC 9(07) VALUE 0.
       01  LEDGER-HELD-TOTAL PIC 9(07) VALUE 0.
       01  LEDGER-ARCHIVED-TOTAL PIC 9(07) VALUE 0.

      *--------------------------------------------------------------
      * Control report lines: heading, the cutoffs applied, one line
      * per run id and a totals trailer.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(37) VALUE
              "AUDIT/LEDGER RETENTION - RUN DATE    ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(20) VALUE "KEEP DETAIL DAYS    ".
           05 WS-HD2-DETAIL-DAYS PIC Z(3)9.
           05 FILLER PIC X(24) VALUE "    KEEP SUMMARY DAYS   ".
           05 WS-HD2-SUMMARY-DAYS PIC Z(3)9.
       01  WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "RUN ID            AUDIT KEPT  ARCHIVED  ".
           05 FILLER PIC X(40) VALUE
              "SUMMARIZED  LEDGER KEPT   ARCHIVED SUMM ".
           05 FILLER PIC X(20) VALUE
              "PURGED  STATUS".
       01  WS-RUN-DETAIL-LINE.
           05 WS-RDL-RUN-ID PIC X(17).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RDL-AUDIT-KEPT PIC Z(8)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-RDL-AUDIT-ARCHIVED PIC Z(8)9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-RDL-SUMMARIZED PIC Z(6)9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 WS-RDL-LEDGER-KEPT PIC Z(6)9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-RDL-LEDGER-ARCHIVED PIC Z(6)9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-RDL-SUMMARIES-PURGED PIC Z(6)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RDL-STATUS PIC X(20).
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(34).
           05 WS-TRL-COUNT PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF PARM-IS-VALID
               PERFORM 2000-PURGE-EXPIRED-SUMMARIES
                  THRU 2000-PURGE-EXPIRED-SUMMARIES-EXIT
               PERFORM 3000-RETAIN-AUDIT-TRAIL
                  THRU 3000-RETAIN-AUDIT-TRAIL-EXIT
               PERFORM 3900-REPLACE-SUMMARY-FILE
                  THRU 3900-REPLACE-SUMMARY-FILE-EXIT
               PERFORM 4000-RETAIN-LEDGER
                  THRU 4000-RETAIN-LEDGER-EXIT
               PERFORM 5000-WRITE-CONTROL-REPORT
                  THRU 5000-WRITE-CONTROL-REPORT-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RETENTION-RUN-DATE FROM DATE.
           ACCEPT WS-RETENTION-RUN-TIME FROM TIME.
           PERFORM 1100-READ-PARM-CARD
              THRU 1100-READ-PARM-CARD-EXIT.
           IF PARM-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE WS-RETENTION-RUN-DATE TO WS-DATE-WORK.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
           COMPUTE WS-DETAIL-CUTOFF =
               WS-TODAY-DAY-NUMBER - WS-PRM-DETAIL-DAYS.
           COMPUTE WS-SUMMARY-CUTOFF =
               WS-TODAY-DAY-NUMBER - WS-PRM-SUMMARY-DAYS.
           PERFORM 1300-LOAD-CLEARANCE-LOG
              THRU 1300-LOAD-CLEARANCE-LOG-EXIT.
           PERFORM 1400-BUILD-ARCHIVE-FILENAMES
              THRU 1400-BUILD-ARCHIVE-FILENAMES-EXIT.
           OPEN OUTPUT RETENTION-REPORT-FILE.
           MOVE WS-RETENTION-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-RETENTION-RUN-TIME TO WS-HD1-TIME.
           WRITE RETENTION-REPORT-RECORD FROM WS-REPORT-HEADING-1.
           MOVE WS-PRM-DETAIL-DAYS TO WS-HD2-DETAIL-DAYS.
           MOVE WS-PRM-SUMMARY-DAYS TO WS-HD2-SUMMARY-DAYS.
           WRITE RETENTION-REPORT-RECORD FROM WS-REPORT-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-READ-PARM-CARD reads and validates the retention card.
      * A card that does not give both day counts, or keeps
      * summaries for less time than detail, stops the job before
      * any file is touched.
      *--------------------------------------------------------------
       1100-READ-PARM-CARD.
           OPEN INPUT RETENTION-PARM-FILE.
           IF NOT WS-RETENTION-PARM-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN RETENTION PARM FILE - "
                   "FILE STATUS " WS-RETENTION-PARM-FILE-STATUS
                   " ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           READ RETENTION-PARM-FILE INTO WS-RETENTION-PARM-CARD
               AT END
                   DISPLAY "*** RETENTION PARM FILE IS EMPTY ***"
                   SET PARM-IS-INVALID TO TRUE
                   MOVE 12 TO RETURN-CODE
           END-READ.
           CLOSE RETENTION-PARM-FILE.
           IF PARM-IS-INVALID
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           IF WS-PRM-DETAIL-DAYS-X IS EQUAL TO SPACES
              OR WS-PRM-SUMMARY-DAYS-X IS EQUAL TO SPACES
               DISPLAY "*** RETENTION PARM CARD MUST GIVE BOTH "
                   "DETAIL AND SUMMARY DAYS ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           INSPECT WS-PRM-DETAIL-DAYS-X
               REPLACING LEADING SPACE BY "0".
           INSPECT WS-PRM-SUMMARY-DAYS-X
               REPLACING LEADING SPACE BY "0".
           IF WS-PRM-DETAIL-DAYS-X IS NOT NUMERIC
              OR WS-PRM-SUMMARY-DAYS-X IS NOT NUMERIC
               DISPLAY "*** RETENTION PARM CARD IS INVALID - DAYS "
                   "MUST BE NUMERIC ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           MOVE WS-PRM-DETAIL-DAYS-X TO WS-PRM-DETAIL-DAYS.
           MOVE WS-PRM-SUMMARY-DAYS-X TO WS-PRM-SUMMARY-DAYS.
           IF WS-PRM-SUMMARY-DAYS IS LESS THAN WS-PRM-DETAIL-DAYS
               DISPLAY "*** RETENTION PARM CARD IS INVALID - "
                   "SUMMARY DAYS ARE FEWER THAN DETAIL DAYS ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       1100-READ-PARM-CARD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1300-LOAD-CLEARANCE-LOG loads each run id's latest verdict.
      * With no log, no run id is cleared and the job only keeps and
      * reports - the detail is never moved unverified.
      *--------------------------------------------------------------
       1300-LOAD-CLEARANCE-LOG.
           OPEN INPUT CLEARANCE-LOG-FILE.
           IF NOT WS-CLEARANCE-LOG-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN AUDIT CLEARANCE LOG - "
                   "FILE STATUS " WS-CLEARANCE-LOG-FILE-STATUS
                   " - NO RUN ID IS CLEARED FOR ARCHIVE ***"
               SET CLEARANCE-LOG-NOT-READ TO TRUE
               MOVE 4 TO RETURN-CODE
               GO TO 1300-LOAD-CLEARANCE-LOG-EXIT
           END-IF.
           PERFORM 1310-READ-ONE-CLEARANCE
              THRU 1310-READ-ONE-CLEARANCE-EXIT
              UNTIL CLEARANCE-IS-EOF.
           CLOSE CLEARANCE-LOG-FILE.
       1300-LOAD-CLEARANCE-LOG-EXIT.
           EXIT.

       1310-READ-ONE-CLEARANCE.
           READ CLEARANCE-LOG-FILE INTO WS-CLEARANCE-LINE
               AT END
                   SET CLEARANCE-IS-EOF TO TRUE
                   GO TO 1310-READ-ONE-CLEARANCE-EXIT
           END-READ.
           IF WS-CLR-RUN-ID IS EQUAL TO SPACES
               GO TO 1310-READ-ONE-CLEARANCE-EXIT
           END-IF.
           PERFORM 1320-FIND-CLEARANCE
              THRU 1320-FIND-CLEARANCE-EXIT.
           IF CLEARANCE-MATCH-INDEX IS EQUAL TO ZERO
               IF CLEARANCE-COUNT IS NOT LESS THAN MAX-CLEARANCES
                   DISPLAY "*** CLEARANCE TABLE FULL - RUN ID "
                       WS-CLR-RUN-ID " IS NOT CLEARED ***"
                   GO TO 1310-READ-ONE-CLEARANCE-EXIT
               END-IF
               ADD 1 TO CLEARANCE-COUNT
               MOVE CLEARANCE-COUNT TO CLEARANCE-MATCH-INDEX
               MOVE WS-CLR-RUN-ID TO CLR-RUN-ID(CLEARANCE-MATCH-INDEX)
           END-IF.
           MOVE WS-CLR-STATUS TO CLR-STATUS(CLEARANCE-MATCH-INDEX).
       1310-READ-ONE-CLEARANCE-EXIT.
           EXIT.

       1320-FIND-CLEARANCE.
           MOVE 0 TO CLEARANCE-MATCH-INDEX.
           PERFORM 1330-MATCH-ONE-CLEARANCE
              THRU 1330-MATCH-ONE-CLEARANCE-EXIT
              VARYING CLEARANCE-INDEX FROM 1 BY 1
              UNTIL CLEARANCE-INDEX > CLEARANCE-COUNT
                 OR CLEARANCE-MATCH-INDEX > 0.
       1320-FIND-CLEARANCE-EXIT.
           EXIT.

       1330-MATCH-ONE-CLEARANCE.
           IF CLR-RUN-ID(CLEARANCE-INDEX) IS EQUAL TO WS-CLR-RUN-ID
               MOVE CLEARANCE-INDEX TO CLEARANCE-MATCH-INDEX
           END-IF.
       1330-MATCH-ONE-CLEARANCE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1400-BUILD-ARCHIVE-FILENAMES dates the two archive files
      * with today's date. A second run on the same day extends the
      * same archives.
      *--------------------------------------------------------------
       1400-BUILD-ARCHIVE-FILENAMES.
           MOVE SPACES TO WS-AUDIT-ARCHIVE-FILENAME.
           STRING "./files/day_3_audit_archive_" DELIMITED BY SIZE
               WS-RETENTION-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-AUDIT-ARCHIVE-FILENAME.
           MOVE SPACES TO WS-LEDGER-ARCHIVE-FILENAME.
           STRING "./files/day_3_ledger_archive_" DELIMITED BY SIZE
               WS-RETENTION-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LEDGER-ARCHIVE-FILENAME.
       1400-BUILD-ARCHIVE-FILENAMES-EXIT.
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
      * 2000-PURGE-EXPIRED-SUMMARIES copies the summary file to its
      * work file, dropping records whose run id is older than the
      * summary cutoff. The audit pass then appends the new roll-ups
      * to the same work file, and 3900 puts it back in place. A
      * work file that will not open leaves the audit trail where
      * it is too - its roll-ups would have nowhere to go.
      *--------------------------------------------------------------
       2000-PURGE-EXPIRED-SUMMARIES.
           OPEN OUTPUT SUMMARY-WORK-FILE.
           IF NOT WS-SUMMARY-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN SUMMARY WORK FILE - FILE "
                   "STATUS " WS-SUMMARY-WORK-FILE-STATUS " - AUDIT "
                   "TRAIL AND SUMMARIES NOT RETAINED ***"
               MOVE 12 TO RETURN-CODE
               GO TO 2000-PURGE-EXPIRED-SUMMARIES-EXIT
           END-IF.
           SET SUMMARY-WORK-IS-OPEN TO TRUE.
           OPEN INPUT AUDIT-SUMMARY-FILE.
           IF NOT WS-AUDIT-SUMMARY-OPEN-OK
               SET SUMMARY-IS-EOF TO TRUE
               GO TO 2000-PURGE-EXPIRED-SUMMARIES-EXIT
           END-IF.
           PERFORM 2100-SCREEN-ONE-SUMMARY
              THRU 2100-SCREEN-ONE-SUMMARY-EXIT
              UNTIL SUMMARY-IS-EOF.
           CLOSE AUDIT-SUMMARY-FILE.
       2000-PURGE-EXPIRED-SUMMARIES-EXIT.
           EXIT.

       2100-SCREEN-ONE-SUMMARY.
           READ AUDIT-SUMMARY-FILE INTO WS-SUMMARY-IN-LINE
               AT END
                   SET SUMMARY-IS-EOF TO TRUE
                   GO TO 2100-SCREEN-ONE-SUMMARY-EXIT
           END-READ.
           MOVE WS-SMI-RUN-ID TO WS-RUN-ID-WORK.
           MOVE WS-RIW-DATE TO WS-DATE-WORK-X.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           IF DATE-IS-VALID
              AND WS-DAY-NUMBER IS LESS THAN WS-SUMMARY-CUTOFF
               MOVE WS-SMI-RUN-ID TO WS-CLASSIFY-RUN-ID
               PERFORM 7100-FIND-RETENTION-RUN
                  THRU 7100-FIND-RETENTION-RUN-EXIT
               ADD 1 TO SUMMARIES-PURGED-TOTAL
               IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
                   ADD 1 TO
                       RET-SUMMARIES-PURGED(RETENTION-RUN-MATCH-INDEX)
               END-IF
               GO TO 2100-SCREEN-ONE-SUMMARY-EXIT
           END-IF.
           ADD 1 TO SUMMARIES-KEPT-TOTAL.
           WRITE SUMMARY-WORK-RECORD FROM WS-SUMMARY-IN-LINE.
       2100-SCREEN-ONE-SUMMARY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-RETAIN-AUDIT-TRAIL splits AUDIT-FILE: lines to keep go
      * to the work file, lines to archive go to the dated archive
      * and into the roll-up. Only when something was archived, and
      * every archived line reached the archive, is the work file
      * copied back over the live trail.
      *--------------------------------------------------------------
       3000-RETAIN-AUDIT-TRAIL.
           IF NOT SUMMARY-WORK-IS-OPEN
               GO TO 3000-RETAIN-AUDIT-TRAIL-EXIT
           END-IF.
           MOVE HIGH-VALUES TO WS-CLASSIFY-RUN-ID.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN AUDIT FILE - FILE STATUS "
                   WS-AUDIT-FILE-STATUS " - AUDIT TRAIL NOT "
                   "RETAINED ***"
               GO TO 3000-RETAIN-AUDIT-TRAIL-EXIT
           END-IF.
           SET AUDIT-IS-PRESENT TO TRUE.
           OPEN OUTPUT AUDIT-WORK-FILE.
           IF NOT WS-AUDIT-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN AUDIT WORK FILE - FILE "
                   "STATUS " WS-AUDIT-WORK-FILE-STATUS " - AUDIT "
                   "TRAIL NOT RETAINED ***"
               CLOSE AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 3000-RETAIN-AUDIT-TRAIL-EXIT
           END-IF.
           PERFORM 3100-RETAIN-ONE-AUDIT-LINE
              THRU 3100-RETAIN-ONE-AUDIT-LINE-EXIT
              UNTIL AUDIT-IS-EOF.
           PERFORM 3400-WRITE-ROLLUP-GROUP
              THRU 3400-WRITE-ROLLUP-GROUP-EXIT.
           CLOSE AUDIT-FILE
                 AUDIT-WORK-FILE.
           IF AUDIT-ARCHIVE-IS-OPEN
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.
           IF AUDIT-ARCHIVE-HAS-FAILED
               GO TO 3000-RETAIN-AUDIT-TRAIL-EXIT
           END-IF.
           IF AUDIT-ARCHIVE-IS-OPEN
               PERFORM 3800-COPY-AUDIT-WORK-BACK
                  THRU 3800-COPY-AUDIT-WORK-BACK-EXIT
           END-IF.
       3000-RETAIN-AUDIT-TRAIL-EXIT.
           EXIT.

       3100-RETAIN-ONE-AUDIT-LINE.
           READ AUDIT-FILE INTO WS-AUDIT-IMAGE
               AT END
                   SET AUDIT-IS-EOF TO TRUE
                   GO TO 3100-RETAIN-ONE-AUDIT-LINE-EXIT
           END-READ.
           ADD 1 TO AUDIT-READ-COUNT.
           MOVE WS-AUDIT-IMAGE TO WS-AUDIT-LINE.
           IF WS-AUD-RUN-ID IS NOT EQUAL TO WS-CLASSIFY-RUN-ID
               MOVE WS-AUD-RUN-ID TO WS-CLASSIFY-RUN-ID
               PERFORM 7000-CLASSIFY-RUN-ID
                  THRU 7000-CLASSIFY-RUN-ID-EXIT
           END-IF.
           IF NOT ACTION-IS-ARCHIVE
               WRITE AUDIT-WORK-RECORD FROM WS-AUDIT-IMAGE
               ADD 1 TO AUDIT-KEPT-TOTAL
               IF ACTION-IS-HOLD
                   ADD 1 TO AUDIT-HELD-TOTAL
               END-IF
               IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
                   ADD 1 TO RET-AUDIT-KEPT(RETENTION-RUN-MATCH-INDEX)
               END-IF
               GO TO 3100-RETAIN-ONE-AUDIT-LINE-EXIT
           END-IF.
           IF NOT AUDIT-ARCHIVE-IS-OPEN
               OPEN EXTEND AUDIT-ARCHIVE-FILE
               IF WS-AUDIT-ARCHIVE-FILE-STATUS IS NOT EQUAL TO "00"
                   OPEN OUTPUT AUDIT-ARCHIVE-FILE
               END-IF
               IF WS-AUDIT-ARCHIVE-FILE-STATUS IS NOT EQUAL TO "00"
                   PERFORM 3150-STOP-AUDIT-ARCHIVE
                      THRU 3150-STOP-AUDIT-ARCHIVE-EXIT
                   GO TO 3100-RETAIN-ONE-AUDIT-LINE-EXIT
               END-IF
               SET AUDIT-ARCHIVE-IS-OPEN TO TRUE
           END-IF.
           WRITE AUDIT-ARCHIVE-RECORD FROM WS-AUDIT-IMAGE.
           IF WS-AUDIT-ARCHIVE-FILE-STATUS IS NOT EQUAL TO "00"
               PERFORM 3150-STOP-AUDIT-ARCHIVE
                  THRU 3150-STOP-AUDIT-ARCHIVE-EXIT
               GO TO 3100-RETAIN-ONE-AUDIT-LINE-EXIT
           END-IF.
           ADD 1 TO AUDIT-ARCHIVED-TOTAL.
           IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
               ADD 1 TO RET-AUDIT-ARCHIVED(RETENTION-RUN-MATCH-INDEX)
           END-IF.
           PERFORM 3200-ROLL-UP-ONE-AUDIT-LINE
              THRU 3200-ROLL-UP-ONE-AUDIT-LINE-EXIT.
       3100-RETAIN-ONE-AUDIT-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3150-STOP-AUDIT-ARCHIVE ends the audit pass when the archive
      * will not open or take a line. Nothing more is read, the
      * live trail keeps every line it had, and 3900 leaves the
      * summary file alone so the roll-ups of this pass are not
      * counted again when the lines are archived by a later run.
      * Lines that reached the archive before the failure are
      * archived again by that run, so the archives can hold a
      * line twice - but no line is ever off both files.
      *--------------------------------------------------------------
       3150-STOP-AUDIT-ARCHIVE.
           DISPLAY "*** UNABLE TO WRITE AUDIT ARCHIVE - FILE STATUS "
               WS-AUDIT-ARCHIVE-FILE-STATUS " - AUDIT TRAIL AND "
               "SUMMARIES LEFT UNCHANGED ***".
           SET AUDIT-ARCHIVE-HAS-FAILED TO TRUE.
           SET AUDIT-IS-EOF TO TRUE.
           MOVE 12 TO RETURN-CODE.
       3150-STOP-AUDIT-ARCHIVE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3200-ROLL-UP-ONE-AUDIT-LINE folds one archived line into the
      * current map/run id group, closing the previous group first
      * when the map or run id has changed. A line whose slope or
      * running TREES does not convert is archived but cannot be
      * summarized, and is counted.
      *--------------------------------------------------------------
       3200-ROLL-UP-ONE-AUDIT-LINE.
           IF WS-AUD-MAP-NAME IS NOT EQUAL TO WS-ROLLUP-MAP-NAME
              OR WS-AUD-RUN-ID IS NOT EQUAL TO WS-ROLLUP-RUN-ID
               PERFORM 3400-WRITE-ROLLUP-GROUP
                  THRU 3400-WRITE-ROLLUP-GROUP-EXIT
               MOVE WS-AUD-MAP-NAME TO WS-ROLLUP-MAP-NAME
               MOVE WS-AUD-RUN-ID TO WS-ROLLUP-RUN-ID
           END-IF.
           INSPECT WS-AUD-RIGHT-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-AUD-DOWN-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-AUD-TREES-X REPLACING LEADING SPACE BY "0".
           IF WS-AUD-RIGHT-X IS NOT NUMERIC
              OR WS-AUD-DOWN-X IS NOT NUMERIC
              OR WS-AUD-TREES-X IS NOT NUMERIC
               ADD 1 TO ROLLUP-OVERFLOW-COUNT
               GO TO 3200-ROLL-UP-ONE-AUDIT-LINE-EXIT
           END-IF.
           MOVE WS-AUD-RIGHT-X TO WS-AUD-RIGHT-NUM.
           MOVE WS-AUD-DOWN-X TO WS-AUD-DOWN-NUM.
           MOVE WS-AUD-TREES-X TO WS-AUD-TREES-NUM.
           MOVE 0 TO ROLLUP-MATCH-INDEX.
           PERFORM 3300-MATCH-ONE-ROLLUP-SLOPE
              THRU 3300-MATCH-ONE-ROLLUP-SLOPE-EXIT
              VARYING ROLLUP-SLOPE-INDEX FROM 1 BY 1
              UNTIL ROLLUP-SLOPE-INDEX > ROLLUP-SLOPE-COUNT
                 OR ROLLUP-MATCH-INDEX > 0.
           IF ROLLUP-MATCH-INDEX IS EQUAL TO ZERO
               IF ROLLUP-SLOPE-COUNT IS NOT LESS THAN
                  MAX-ROLLUP-SLOPES
                   ADD 1 TO ROLLUP-OVERFLOW-COUNT
                   GO TO 3200-ROLL-UP-ONE-AUDIT-LINE-EXIT
               END-IF
               ADD 1 TO ROLLUP-SLOPE-COUNT
               MOVE ROLLUP-SLOPE-COUNT TO ROLLUP-MATCH-INDEX
               MOVE WS-AUD-RIGHT-NUM TO
                   RUP-SLOPE-RIGHT(ROLLUP-MATCH-INDEX)
               MOVE WS-AUD-DOWN-NUM TO
                   RUP-SLOPE-DOWN(ROLLUP-MATCH-INDEX)
               MOVE 0 TO RUP-LINE-COUNT(ROLLUP-MATCH-INDEX)
           END-IF.
           ADD 1 TO RUP-LINE-COUNT(ROLLUP-MATCH-INDEX).
           MOVE WS-AUD-TREES-NUM TO
               RUP-FINAL-TREES(ROLLUP-MATCH-INDEX).
       3200-ROLL-UP-ONE-AUDIT-LINE-EXIT.
           EXIT.

       3300-MATCH-ONE-ROLLUP-SLOPE.
           IF RUP-SLOPE-RIGHT(ROLLUP-SLOPE-INDEX) IS EQUAL TO
              WS-AUD-RIGHT-NUM
              AND RUP-SLOPE-DOWN(ROLLUP-SLOPE-INDEX) IS EQUAL TO
                  WS-AUD-DOWN-NUM
               MOVE ROLLUP-SLOPE-INDEX TO ROLLUP-MATCH-INDEX
           END-IF.
       3300-MATCH-ONE-ROLLUP-SLOPE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3400-WRITE-ROLLUP-GROUP writes one summary record per slope
      * of the group just closed, charges them to the group's run
      * id, and empties the group.
      *--------------------------------------------------------------
       3400-WRITE-ROLLUP-GROUP.
           IF ROLLUP-SLOPE-COUNT IS EQUAL TO ZERO
               GO TO 3400-WRITE-ROLLUP-GROUP-EXIT
           END-IF.
           MOVE WS-ROLLUP-RUN-ID TO WS-CLASSIFY-RUN-ID.
           PERFORM 7100-FIND-RETENTION-RUN
              THRU 7100-FIND-RETENTION-RUN-EXIT.
           PERFORM 3410-WRITE-ONE-SUMMARY
              THRU 3410-WRITE-ONE-SUMMARY-EXIT
              VARYING ROLLUP-SLOPE-INDEX FROM 1 BY 1
              UNTIL ROLLUP-SLOPE-INDEX > ROLLUP-SLOPE-COUNT.
           MOVE 0 TO ROLLUP-SLOPE-COUNT.
           MOVE WS-AUD-RUN-ID TO WS-CLASSIFY-RUN-ID.
           PERFORM 7100-FIND-RETENTION-RUN
              THRU 7100-FIND-RETENTION-RUN-EXIT.
       3400-WRITE-ROLLUP-GROUP-EXIT.
           EXIT.

       3410-WRITE-ONE-SUMMARY.
           MOVE WS-ROLLUP-MAP-NAME TO WS-ASM-MAP-NAME.
           MOVE RUP-SLOPE-RIGHT(ROLLUP-SLOPE-INDEX) TO WS-ASM-RIGHT.
           MOVE RUP-SLOPE-DOWN(ROLLUP-SLOPE-INDEX) TO WS-ASM-DOWN.
           MOVE RUP-LINE-COUNT(ROLLUP-SLOPE-INDEX) TO WS-ASM-LINES.
           MOVE RUP-FINAL-TREES(ROLLUP-SLOPE-INDEX) TO WS-ASM-TREES.
           MOVE WS-ROLLUP-RUN-ID TO WS-ASM-RUN-ID.
           MOVE WS-RETENTION-RUN-DATE TO WS-ASM-ARCHIVED-DATE.
           WRITE SUMMARY-WORK-RECORD FROM WS-AUDIT-SUMMARY-LINE.
           ADD 1 TO SUMMARIES-WRITTEN-TOTAL.
           IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
               ADD 1 TO RET-SUMMARIES-WRITTEN(RETENTION-RUN-MATCH-INDEX)
           END-IF.
       3410-WRITE-ONE-SUMMARY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3800-COPY-AUDIT-WORK-BACK puts the kept lines back over the
      * live trail. The live trail is only truncated once the work
      * file holding them has reopened; if it will not, the trail
      * is left whole - its archived lines are then on both files
      * until the next run - and the run ends RC 12. A live trail
      * that will not open for the copy back also ends the run
      * RC 12; the kept lines are then only on the work file.
      *--------------------------------------------------------------
       3800-COPY-AUDIT-WORK-BACK.
           OPEN INPUT AUDIT-WORK-FILE.
           IF NOT WS-AUDIT-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN AUDIT WORK FILE - FILE "
                   "STATUS " WS-AUDIT-WORK-FILE-STATUS " - AUDIT "
                   "TRAIL LEFT UNCHANGED ***"
               MOVE 12 TO RETURN-CODE
               GO TO 3800-COPY-AUDIT-WORK-BACK-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OPEN-OK
               DISPLAY "*** UNABLE TO REWRITE AUDIT TRAIL - FILE "
                   "STATUS " WS-AUDIT-FILE-STATUS " - KEPT LINES "
                   "ARE IN THE AUDIT WORK FILE ***"
               CLOSE AUDIT-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 3800-COPY-AUDIT-WORK-BACK-EXIT
           END-IF.
           MOVE "N" TO COPY-BACK-EOF-SWITCH.
           PERFORM 3810-COPY-ONE-AUDIT-LINE
              THRU 3810-COPY-ONE-AUDIT-LINE-EXIT
              UNTIL COPY-BACK-IS-EOF.
           CLOSE AUDIT-WORK-FILE
                 AUDIT-FILE.
       3800-COPY-AUDIT-WORK-BACK-EXIT.
           EXIT.

       3810-COPY-ONE-AUDIT-LINE.
           READ AUDIT-WORK-FILE INTO WS-AUDIT-IMAGE
               AT END
                   SET COPY-BACK-IS-EOF TO TRUE
               NOT AT END
                   WRITE AUDIT-RECORD FROM WS-AUDIT-IMAGE
           END-READ.
       3810-COPY-ONE-AUDIT-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3900-REPLACE-SUMMARY-FILE puts the screened and extended
      * summary work file in place of the summary file, when the
      * pass changed anything, and on the same terms as 3800: the
      * summary file is left whole when the work file will not
      * reopen, or when the audit archive failed.
      *--------------------------------------------------------------
       3900-REPLACE-SUMMARY-FILE.
           IF NOT SUMMARY-WORK-IS-OPEN
               GO TO 3900-REPLACE-SUMMARY-FILE-EXIT
           END-IF.
           CLOSE SUMMARY-WORK-FILE.
           IF AUDIT-ARCHIVE-HAS-FAILED
               GO TO 3900-REPLACE-SUMMARY-FILE-EXIT
           END-IF.
           IF SUMMARIES-PURGED-TOTAL IS EQUAL TO ZERO
              AND SUMMARIES-WRITTEN-TOTAL IS EQUAL TO ZERO
               GO TO 3900-REPLACE-SUMMARY-FILE-EXIT
           END-IF.
           OPEN INPUT SUMMARY-WORK-FILE.
           IF NOT WS-SUMMARY-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN SUMMARY WORK FILE - FILE "
                   "STATUS " WS-SUMMARY-WORK-FILE-STATUS " - SUMMARY "
                   "FILE LEFT UNCHANGED ***"
               MOVE 12 TO RETURN-CODE
               GO TO 3900-REPLACE-SUMMARY-FILE-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-SUMMARY-FILE.
           IF NOT WS-AUDIT-SUMMARY-OPEN-OK
               DISPLAY "*** UNABLE TO REWRITE AUDIT SUMMARY FILE - "
                   "FILE STATUS " WS-AUDIT-SUMMARY-FILE-STATUS
                   " - SUMMARIES ARE IN THE SUMMARY WORK FILE ***"
               CLOSE SUMMARY-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 3900-REPLACE-SUMMARY-FILE-EXIT
           END-IF.
           MOVE "N" TO COPY-BACK-EOF-SWITCH.
           PERFORM 3910-COPY-ONE-SUMMARY
              THRU 3910-COPY-ONE-SUMMARY-EXIT
              UNTIL COPY-BACK-IS-EOF.
           CLOSE SUMMARY-WORK-FILE
                 AUDIT-SUMMARY-FILE.
       3900-REPLACE-SUMMARY-FILE-EXIT.
           EXIT.

       3910-COPY-ONE-SUMMARY.
           READ SUMMARY-WORK-FILE INTO WS-SUMMARY-IN-LINE
               AT END
                   SET COPY-BACK-IS-EOF TO TRUE
               NOT AT END
                   WRITE AUDIT-SUMMARY-RECORD FROM WS-SUMMARY-IN-LINE
           END-READ.
       3910-COPY-ONE-SUMMARY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-RETAIN-LEDGER applies the same split to LEDGER-FILE.
      * Ledger lines are archived whole and not summarized - each is
      * already one line per map run.
      *--------------------------------------------------------------
       4000-RETAIN-LEDGER.
           MOVE HIGH-VALUES TO WS-CLASSIFY-RUN-ID.
           OPEN INPUT LEDGER-FILE.
           IF NOT WS-LEDGER-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN LEDGER FILE - FILE STATUS "
                   WS-LEDGER-FILE-STATUS " - LEDGER NOT RETAINED ***"
               GO TO 4000-RETAIN-LEDGER-EXIT
           END-IF.
           SET LEDGER-IS-PRESENT TO TRUE.
           OPEN OUTPUT LEDGER-WORK-FILE.
           IF NOT WS-LEDGER-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN LEDGER WORK FILE - FILE "
                   "STATUS " WS-LEDGER-WORK-FILE-STATUS " - LEDGER "
                   "NOT RETAINED ***"
               CLOSE LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 4000-RETAIN-LEDGER-EXIT
           END-IF.
           PERFORM 4100-RETAIN-ONE-LEDGER-LINE
              THRU 4100-RETAIN-ONE-LEDGER-LINE-EXIT
              UNTIL LEDGER-IS-EOF.
           CLOSE LEDGER-FILE
                 LEDGER-WORK-FILE.
           IF LEDGER-ARCHIVE-IS-OPEN
               CLOSE LEDGER-ARCHIVE-FILE
           END-IF.
           IF LEDGER-ARCHIVE-HAS-FAILED
               GO TO 4000-RETAIN-LEDGER-EXIT
           END-IF.
           IF LEDGER-ARCHIVE-IS-OPEN
               PERFORM 4800-COPY-LEDGER-WORK-BACK
                  THRU 4800-COPY-LEDGER-WORK-BACK-EXIT
           END-IF.
       4000-RETAIN-LEDGER-EXIT.
           EXIT.

       4100-RETAIN-ONE-LEDGER-LINE.
           READ LEDGER-FILE INTO WS-LEDGER-IMAGE
               AT END
                   SET LEDGER-IS-EOF TO TRUE
                   GO TO 4100-RETAIN-ONE-LEDGER-LINE-EXIT
           END-READ.
           ADD 1 TO LEDGER-READ-COUNT.
           MOVE WS-LEDGER-IMAGE TO WS-LEDGER-LINE.
           IF WS-LED-RUN-ID IS NOT EQUAL TO WS-CLASSIFY-RUN-ID
               MOVE WS-LED-RUN-ID TO WS-CLASSIFY-RUN-ID
               PERFORM 7000-CLASSIFY-RUN-ID
                  THRU 7000-CLASSIFY-RUN-ID-EXIT
           END-IF.
           IF NOT ACTION-IS-ARCHIVE
               WRITE LEDGER-WORK-RECORD FROM WS-LEDGER-IMAGE
               ADD 1 TO LEDGER-KEPT-TOTAL
               IF ACTION-IS-HOLD
                   ADD 1 TO LEDGER-HELD-TOTAL
               END-IF
               IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
                   ADD 1 TO RET-LEDGER-KEPT(RETENTION-RUN-MATCH-INDEX)
               END-IF
               GO TO 4100-RETAIN-ONE-LEDGER-LINE-EXIT
           END-IF.
           IF NOT LEDGER-ARCHIVE-IS-OPEN
               OPEN EXTEND LEDGER-ARCHIVE-FILE
               IF WS-LEDGER-ARCHIVE-FILE-STATUS IS NOT EQUAL TO "00"
                   OPEN OUTPUT LEDGER-ARCHIVE-FILE
               END-IF
               IF WS-LEDGER-ARCHIVE-FILE-STATUS IS NOT EQUAL TO "00"
                   PERFORM 4150-STOP-LEDGER-ARCHIVE
                      THRU 4150-STOP-LEDGER-ARCHIVE-EXIT
                   GO TO 4100-RETAIN-ONE-LEDGER-LINE-EXIT
               END-IF
               SET LEDGER-ARCHIVE-IS-OPEN TO TRUE
           END-IF.
           WRITE LEDGER-ARCHIVE-RECORD FROM WS-LEDGER-IMAGE.
           IF WS-LEDGER-ARCHIVE-FILE-STATUS IS NOT EQUAL TO "00"
               PERFORM 4150-STOP-LEDGER-ARCHIVE
                  THRU 4150-STOP-LEDGER-ARCHIVE-EXIT
               GO TO 4100-RETAIN-ONE-LEDGER-LINE-EXIT
           END-IF.
           ADD 1 TO LEDGER-ARCHIVED-TOTAL.
           IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
               ADD 1 TO RET-LEDGER-ARCHIVED(RETENTION-RUN-MATCH-INDEX)
           END-IF.
       4100-RETAIN-ONE-LEDGER-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4150-STOP-LEDGER-ARCHIVE ends the ledger pass as 3150 ends
      * the audit pass, leaving the live ledger whole.
      *--------------------------------------------------------------
       4150-STOP-LEDGER-ARCHIVE.
           DISPLAY "*** UNABLE TO WRITE LEDGER ARCHIVE - FILE STATUS "
               WS-LEDGER-ARCHIVE-FILE-STATUS " - LEDGER LEFT "
               "UNCHANGED ***".
           SET LEDGER-ARCHIVE-HAS-FAILED TO TRUE.
           SET LEDGER-IS-EOF TO TRUE.
           MOVE 12 TO RETURN-CODE.
       4150-STOP-LEDGER-ARCHIVE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4800-COPY-LEDGER-WORK-BACK puts the kept ledger lines back,
      * on the same terms as 3800.
      *--------------------------------------------------------------
       4800-COPY-LEDGER-WORK-BACK.
           OPEN INPUT LEDGER-WORK-FILE.
           IF NOT WS-LEDGER-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN LEDGER WORK FILE - FILE "
                   "STATUS " WS-LEDGER-WORK-FILE-STATUS " - LEDGER "
                   "LEFT UNCHANGED ***"
               MOVE 12 TO RETURN-CODE
               GO TO 4800-COPY-LEDGER-WORK-BACK-EXIT
           END-IF.
           OPEN OUTPUT LEDGER-FILE.
           IF NOT WS-LEDGER-OPEN-OK
               DISPLAY "*** UNABLE TO REWRITE LEDGER - FILE STATUS "
                   WS-LEDGER-FILE-STATUS " - KEPT LINES ARE IN THE "
                   "LEDGER WORK FILE ***"
               CLOSE LEDGER-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 4800-COPY-LEDGER-WORK-BACK-EXIT
           END-IF.
           MOVE "N" TO COPY-BACK-EOF-SWITCH.
           PERFORM 4810-COPY-ONE-LEDGER-LINE
              THRU 4810-COPY-ONE-LEDGER-LINE-EXIT
              UNTIL COPY-BACK-IS-EOF.
           CLOSE LEDGER-WORK-FILE
                 LEDGER-FILE.
       4800-COPY-LEDGER-WORK-BACK-EXIT.
           EXIT.

       4810-COPY-ONE-LEDGER-LINE.
           READ LEDGER-WORK-FILE INTO WS-LEDGER-IMAGE
               AT END
                   SET COPY-BACK-IS-EOF TO TRUE
               NOT AT END
                   WRITE LEDGER-RECORD FROM WS-LEDGER-IMAGE
           END-READ.
       4810-COPY-ONE-LEDGER-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 5000-WRITE-CONTROL-REPORT lists every run id met, with what
      * happened to its lines, then the file totals.
      *--------------------------------------------------------------
       5000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD FROM
               WS-REPORT-COLUMN-HEADING.
           PERFORM 5100-WRITE-ONE-RUN-LINE
              THRU 5100-WRITE-ONE-RUN-LINE-EXIT
              VARYING RETENTION-RUN-INDEX FROM 1 BY 1
              UNTIL RETENTION-RUN-INDEX > RETENTION-RUN-COUNT.
           MOVE SPACES TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           MOVE "AUDIT LINES READ                  " TO WS-TRL-LABEL.
           MOVE AUDIT-READ-COUNT TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "AUDIT LINES KEPT                  " TO WS-TRL-LABEL.
           MOVE AUDIT-KEPT-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  OF WHICH HELD - NOT CLEARED     " TO WS-TRL-LABEL.
           MOVE AUDIT-HELD-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "AUDIT LINES ARCHIVED              " TO WS-TRL-LABEL.
           MOVE AUDIT-ARCHIVED-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF AUDIT-ARCHIVE-HAS-FAILED
               MOVE "AUDIT ARCHIVE FAILED - TRAIL KEPT " TO
                   WS-TRL-LABEL
               MOVE AUDIT-READ-COUNT TO WS-TRL-COUNT
               WRITE RETENTION-REPORT-RECORD FROM
                   WS-TRAILER-COUNT-LINE
           END-IF.
           MOVE "SUMMARY RECORDS WRITTEN           " TO WS-TRL-LABEL.
           MOVE SUMMARIES-WRITTEN-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "SUMMARY RECORDS KEPT FROM BEFORE  " TO WS-TRL-LABEL.
           MOVE SUMMARIES-KEPT-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "SUMMARY RECORDS PURGED            " TO WS-TRL-LABEL.
           MOVE SUMMARIES-PURGED-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF ROLLUP-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE "ARCHIVED LINES NOT SUMMARIZED     " TO
                   WS-TRL-LABEL
               MOVE ROLLUP-OVERFLOW-COUNT TO WS-TRL-COUNT
               WRITE RETENTION-REPORT-RECORD FROM
                   WS-TRAILER-COUNT-LINE
           END-IF.
           MOVE "LEDGER LINES READ                 " TO WS-TRL-LABEL.
           MOVE LEDGER-READ-COUNT TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "LEDGER LINES KEPT                 " TO WS-TRL-LABEL.
           MOVE LEDGER-KEPT-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  OF WHICH HELD - NOT CLEARED     " TO WS-TRL-LABEL.
           MOVE LEDGER-HELD-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "LEDGER LINES ARCHIVED             " TO WS-TRL-LABEL.
           MOVE LEDGER-ARCHIVED-TOTAL TO WS-TRL-COUNT.
           WRITE RETENTION-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF LEDGER-ARCHIVE-HAS-FAILED
               MOVE "LEDGER ARCHIVE FAILED - KEPT WHOLE" TO
                   WS-TRL-LABEL
               MOVE LEDGER-READ-COUNT TO WS-TRL-COUNT
               WRITE RETENTION-REPORT-RECORD FROM
                   WS-TRAILER-COUNT-LINE
           END-IF.
           IF RUNS-NOT-LISTED-COUNT IS GREATER THAN ZERO
               MOVE "RUN IDS NOT LISTED - TABLE FULL   " TO
                   WS-TRL-LABEL
               MOVE RUNS-NOT-LISTED-COUNT TO WS-TRL-COUNT
               WRITE RETENTION-REPORT-RECORD FROM
                   WS-TRAILER-COUNT-LINE
           END-IF.
           DISPLAY "RETENTION: AUDIT " AUDIT-ARCHIVED-TOTAL
               " ARCHIVED " AUDIT-HELD-TOTAL " HELD, LEDGER "
               LEDGER-ARCHIVED-TOTAL " ARCHIVED " LEDGER-HELD-TOTAL
               " HELD.".
       5000-WRITE-CONTROL-REPORT-EXIT.
           EXIT.

       5100-WRITE-ONE-RUN-LINE.
           MOVE RET-RUN-ID(RETENTION-RUN-INDEX) TO WS-RDL-RUN-ID.
           MOVE RET-AUDIT-KEPT(RETENTION-RUN-INDEX) TO
               WS-RDL-AUDIT-KEPT.
           MOVE RET-AUDIT-ARCHIVED(RETENTION-RUN-INDEX) TO
               WS-RDL-AUDIT-ARCHIVED.
           MOVE RET-SUMMARIES-WRITTEN(RETENTION-RUN-INDEX) TO
               WS-RDL-SUMMARIZED.
           MOVE RET-LEDGER-KEPT(RETENTION-RUN-INDEX) TO
               WS-RDL-LEDGER-KEPT.
           MOVE RET-LEDGER-ARCHIVED(RETENTION-RUN-INDEX) TO
               WS-RDL-LEDGER-ARCHIVED.
           MOVE RET-SUMMARIES-PURGED(RETENTION-RUN-INDEX) TO
               WS-RDL-SUMMARIES-PURGED.
           IF RET-ACTION(RETENTION-RUN-INDEX) IS EQUAL TO "A"
               MOVE "ARCHIVED" TO WS-RDL-STATUS
           ELSE
               IF RET-ACTION(RETENTION-RUN-INDEX) IS EQUAL TO "H"
                   MOVE "HELD - NOT CLEARED" TO WS-RDL-STATUS
               ELSE
                   IF RET-ACTION(RETENTION-RUN-INDEX) IS EQUAL
                      TO "S"
                       MOVE "SUMMARIES ONLY" TO WS-RDL-STATUS
                   ELSE
                       MOVE "WITHIN DETAIL DAYS" TO WS-RDL-STATUS
                   END-IF
               END-IF
           END-IF.
           WRITE RETENTION-REPORT-RECORD FROM WS-RUN-DETAIL-LINE.
       5100-WRITE-ONE-RUN-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 7000-CLASSIFY-RUN-ID decides what happens to the lines of
      * WS-CLASSIFY-RUN-ID and finds its control entry. A run id
      * with no readable date is kept - its age cannot be proved.
      *--------------------------------------------------------------
       7000-CLASSIFY-RUN-ID.
           PERFORM 7100-FIND-RETENTION-RUN
              THRU 7100-FIND-RETENTION-RUN-EXIT.
           SET ACTION-IS-KEEP TO TRUE.
           IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
               MOVE RETENTION-ACTION TO
                   RET-ACTION(RETENTION-RUN-MATCH-INDEX)
           END-IF.
           MOVE WS-CLASSIFY-RUN-ID TO WS-RUN-ID-WORK.
           MOVE WS-RIW-DATE TO WS-DATE-WORK-X.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           IF DATE-IS-INVALID
              OR WS-DAY-NUMBER IS NOT LESS THAN WS-DETAIL-CUTOFF
               GO TO 7000-CLASSIFY-RUN-ID-EXIT
           END-IF.
           SET ACTION-IS-HOLD TO TRUE.
           MOVE WS-CLASSIFY-RUN-ID TO WS-CLR-RUN-ID.
           PERFORM 1320-FIND-CLEARANCE
              THRU 1320-FIND-CLEARANCE-EXIT.
           IF CLEARANCE-MATCH-INDEX IS GREATER THAN ZERO
               IF CLR-STATUS(CLEARANCE-MATCH-INDEX) IS EQUAL TO
                  "CLEAN"
                   SET ACTION-IS-ARCHIVE TO TRUE
               END-IF
           END-IF.
           IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
               MOVE RETENTION-ACTION TO
                   RET-ACTION(RETENTION-RUN-MATCH-INDEX)
           END-IF.
           IF ACTION-IS-HOLD
               IF RETURN-CODE IS EQUAL TO ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       7000-CLASSIFY-RUN-ID-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 7100-FIND-RETENTION-RUN locates WS-CLASSIFY-RUN-ID in the
      * control table or opens an entry for it. A new entry starts
      * as kept; a run id first met purging the summary file, whose
      * detail is already gone, shows as summaries only unless its
      * detail is met later.
      *--------------------------------------------------------------
       7100-FIND-RETENTION-RUN.
           MOVE 0 TO RETENTION-RUN-MATCH-INDEX.
           PERFORM 7110-MATCH-ONE-RETENTION-RUN
              THRU 7110-MATCH-ONE-RETENTION-RUN-EXIT
              VARYING RETENTION-RUN-INDEX FROM 1 BY 1
              UNTIL RETENTION-RUN-INDEX > RETENTION-RUN-COUNT
                 OR RETENTION-RUN-MATCH-INDEX > 0.
           IF RETENTION-RUN-MATCH-INDEX IS GREATER THAN ZERO
               GO TO 7100-FIND-RETENTION-RUN-EXIT
           END-IF.
           IF RETENTION-RUN-COUNT IS NOT LESS THAN MAX-RETENTION-RUNS
               ADD 1 TO RUNS-NOT-LISTED-COUNT
               GO TO 7100-FIND-RETENTION-RUN-EXIT
           END-IF.
           ADD 1 TO RETENTION-RUN-COUNT.
           MOVE RETENTION-RUN-COUNT TO RETENTION-RUN-MATCH-INDEX.
           MOVE WS-CLASSIFY-RUN-ID TO
               RET-RUN-ID(RETENTION-RUN-MATCH-INDEX).
           IF SUMMARY-IS-EOF
               MOVE "K" TO RET-ACTION(RETENTION-RUN-MATCH-INDEX)
           ELSE
               MOVE "S" TO RET-ACTION(RETENTION-RUN-MATCH-INDEX)
           END-IF.
           MOVE 0 TO RET-AUDIT-KEPT(RETENTION-RUN-MATCH-INDEX).
           MOVE 0 TO RET-AUDIT-ARCHIVED(RETENTION-RUN-MATCH-INDEX).
           MOVE 0 TO RET-SUMMARIES-WRITTEN(RETENTION-RUN-MATCH-INDEX).
           MOVE 0 TO RET-SUMMARIES-PURGED(RETENTION-RUN-MATCH-INDEX).
           MOVE 0 TO RET-LEDGER-KEPT(RETENTION-RUN-MATCH-INDEX).
           MOVE 0 TO RET-LEDGER-ARCHIVED(RETENTION-RUN-MATCH-INDEX).
       7100-FIND-RETENTION-RUN-EXIT.
           EXIT.

       7110-MATCH-ONE-RETENTION-RUN.
           IF RET-RUN-ID(RETENTION-RUN-INDEX) IS EQUAL TO
              WS-CLASSIFY-RUN-ID
               MOVE RETENTION-RUN-INDEX TO RETENTION-RUN-MATCH-INDEX
           END-IF.
       7110-MATCH-ONE-RETENTION-RUN-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF PARM-IS-VALID
               CLOSE RETENTION-REPORT-FILE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
