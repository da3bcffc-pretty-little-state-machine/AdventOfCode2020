      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-balance.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New end-of-run output balancing proof. For
      *                    one run id it ties every file the scoring
      *                    run wrote back to the run's own manifest
      *                    line: maps attempted against batch-summary
      *                    lines, results lines against each scored
      *                    map's profile slope count, one ledger,
      *                    map-stats and run-state line per completed
      *                    map, and the audit lines of each map/slope
      *                    against the rows that slope visits given
      *                    the map-stats row count. The proof report
      *                    ends BALANCED or OUT OF BALANCE and the
      *                    return code says the same, so the schedule
      *                    can hold the results-master update and the
      *                    planning extract off a run that only part
      *                    wrote its files.
      *   2026-10-15  RJH  A run with no run-state entries left is
      *                    taken as cleared at the end of its list
      *                    only when its closing timing line says
      *                    the list was read to the end. A run that
      *                    stopped short, or left no closing timing
      *                    line, owes one entry per map it attempted.
      *   2026-10-15  RJH  A report file that will not open ends the
      *                    run RC 12 with nothing proved.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-PARM-FILE ASSIGN
               TO './files/day_3_balance_parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-PARM-FILE-STATUS.

           SELECT RUN-MANIFEST-FILE ASSIGN
               TO DYNAMIC WS-RUN-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-MANIFEST-FILE-STATUS.

           SELECT SLOPE-CONFIG-FILE ASSIGN
               TO './files/day_3_slope_config.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLOPE-CONFIG-FILE-STATUS.

           SELECT BATCH-SUMMARY-FILE ASSIGN
               TO DYNAMIC WS-BATCH-SUMMARY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-SUMMARY-FILE-STATUS.

           SELECT RESULTS-FILE ASSIGN
               TO DYNAMIC WS-RESULTS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT MAP-STATS-FILE ASSIGN
               TO DYNAMIC WS-MAP-STATS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN-STATE-FILE ASSIGN
               TO DYNAMIC WS-RUN-STATE-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-MAP-NAME
           FILE STATUS IS WS-RUN-STATE-FILE-STATUS.

           SELECT TIMING-FILE ASSIGN TO DYNAMIC WS-TIMING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMING-FILE-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN
               TO './files/day_3_balance_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  BALANCE-PARM-RECORD PIC X(80).

       FD RUN-MANIFEST-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-MANIFEST-RECORD PIC X(280).

       FD SLOPE-CONFIG-FILE
           LABEL RECORDS ARE OMITTED.
       01  SLOPE-CONFIG-RECORD PIC X(20).

       FD BATCH-SUMMARY-FILE
           LABEL RECORDS ARE OMITTED.
       01  BATCH-SUMMARY-RECORD PIC X(420).

       FD RESULTS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RESULTS-RECORD PIC X(160).

       FD LEDGER-FILE
           LABEL RECORDS ARE OMITTED.
       01  LEDGER-RECORD PIC X(360).

       FD MAP-STATS-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-STATS-RECORD PIC X(240).

       FD AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD PIC X(180).

       FD RUN-STATE-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-STATE-RECORD.
           05 RS-MAP-NAME    PIC X(100).
           05 RS-DISPOSITION PIC X(17).
           05 RS-RUN-DATE    PIC 9(06).
           05 RS-RUN-TIME    PIC 9(08).
           05 RS-RUN-ID      PIC X(17).

       FD TIMING-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIMING-RECORD PIC X(200).

       FD BALANCE-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  BALANCE-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-BALANCE-PARM-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-BALANCE-PARM-OPEN-OK VALUE "00".
       01  WS-RUN-MANIFEST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RUN-MANIFEST-OPEN-OK VALUE "00".
       01  WS-BATCH-SUMMARY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-BATCH-SUMMARY-OPEN-OK VALUE "00".
       01  WS-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RESULTS-OPEN-OK VALUE "00".
       01  WS-LEDGER-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-LEDGER-OPEN-OK VALUE "00".
       01  WS-MAP-STATS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-STATS-OPEN-OK VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-AUDIT-OPEN-OK VALUE "00".
       01  WS-RUN-STATE-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RUN-STATE-IO-OK VALUE "00".
           88 WS-RUN-STATE-MISSING VALUE "35".
       01  WS-TIMING-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-TIMING-OPEN-OK VALUE "00".
       01  WS-BALANCE-REPORT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-BALANCE-REPORT-OPEN-OK VALUE "00".
       01  REPORT-OPEN-SWITCH PIC X(01) VALUE "N".
           88 REPORT-IS-OPEN VALUE "Y".
       01  RUN-VALID-SWITCH PIC X(01) VALUE "Y".
           88 RUN-IS-VALID VALUE "Y".
           88 RUN-IS-INVALID VALUE "N".
       01  MANIFEST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MANIFEST-IS-EOF VALUE "Y".
       01  MANIFEST-FOUND-SWITCH PIC X(01) VALUE "N".
           88 MANIFEST-WAS-FOUND VALUE "Y".
       01  SUMMARY-EOF-SWITCH PIC X(01) VALUE "N".
           88 SUMMARY-IS-EOF VALUE "Y".
       01  RESULTS-EOF-SWITCH PIC X(01) VALUE "N".
           88 RESULTS-IS-EOF VALUE "Y".
       01  LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-IS-EOF VALUE "Y".
       01  STATS-EOF-SWITCH PIC X(01) VALUE "N".
           88 STATS-IS-EOF VALUE "Y".
       01  AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-IS-EOF VALUE "Y".
       01  RUN-STATE-EOF-SWITCH PIC X(01) VALUE "N".
           88 RUN-STATE-IS-EOF VALUE "Y".
       01  TIMING-EOF-SWITCH PIC X(01) VALUE "N".
           88 TIMING-IS-EOF VALUE "Y".
       01  LIST-END-SWITCH PIC X(01) VALUE "U".
           88 LIST-ENDED-NORMALLY VALUE "Y".
           88 LIST-STOPPED-SHORT VALUE "N".
           88 LIST-END-NOT-RECORDED VALUE "U".
       01  MAP-EXCEPTION-SWITCH PIC X(01) VALUE "N".
           88 MAP-HAS-EXCEPTION VALUE "Y".
       01  WS-BALANCE-RUN-DATE PIC 9(06).
       01  WS-BALANCE-RUN-TIME PIC 9(08).
       01  WS-CANNOT-PROVE-REASON PIC X(60) VALUE SPACES.

      *--------------------------------------------------------------
      * The parm card names the run id to prove in columns 1-17 and
      * the instance count that run was partitioned into in columns
      * 19-20. A blank or 01 count proves a single-instance run from
      * the unsuffixed files; on a partitioned run the files carry
      * "_NN" for the instance the run id itself names, and the run
      * id must be given. A blank run id on a single-instance card -
      * or no card at all - proves the last run on the manifest.
      * The proof is meant to run straight after the scoring step:
      * the next fresh run of the day starts the per-run files over,
      * after which an older run id can no longer be proved.
      *--------------------------------------------------------------
       01  WS-PARM-LINE.
           05 WS-PARM-RUN-ID   PIC X(17).
           05 FILLER           PIC X(01).
           05 WS-PARM-COUNT-X  PIC X(02).
           05 FILLER           PIC X(60).
       01  BALANCE-INSTANCE-COUNT PIC 9(02) VALUE 1.
       01  WS-BALANCE-RUN-ID.
           05 FILLER           PIC X(01).
           05 WS-BRI-DATE      PIC 9(06).
           05 WS-BRI-TIME      PIC 9(08).
           05 WS-BRI-INSTANCE  PIC X(02).
       01  WS-INSTANCE-SUFFIX.
           05 WS-SUF-UNDERSCORE PIC X(01) VALUE SPACES.
           05 WS-SUF-DIGITS     PIC X(02) VALUE SPACES.
       01  WS-RUN-MANIFEST-FILENAME PIC X(100).
       01  WS-BATCH-SUMMARY-FILENAME PIC X(100).
       01  WS-RESULTS-FILENAME PIC X(100).
       01  WS-LEDGER-FILENAME PIC X(100).
       01  WS-MAP-STATS-FILENAME PIC X(100).
       01  WS-AUDIT-FILENAME PIC X(100).
       01  WS-RUN-STATE-FILENAME PIC X(100).
       01  WS-TIMING-FILENAME PIC X(100).

      *--------------------------------------------------------------
      * WS-MANIFEST-LINE mirrors the close-out line the scoring
      * program appends per run. Only the run id, instance count and
      * maps-attempted columns are needed here; the maps count
      * arrives space-filled on the left.
      *--------------------------------------------------------------
       01  WS-MANIFEST-LINE.
           05 WS-MAN-RUN-ID         PIC X(17).
           05 FILLER                PIC X(61).
           05 WS-MAN-INSTANCE-COUNT PIC X(02).
           05 FILLER                PIC X(166).
           05 WS-MAN-MAPS-X         PIC X(05).
           05 FILLER                PIC X(29).
       01  MANIFEST-INSTANCE-COUNT PIC 9(02) VALUE 0.
       01  MANIFEST-MAPS-ATTEMPTED PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * Mirrors of the per-run output layouts the scoring program
      * writes. Every one carries the run id, which is what selects
      * a line into the proof; numeric columns arrive space-filled
      * on the left and are converted through work fields.
      *--------------------------------------------------------------
       01  WS-SUMMARY-LINE.
           05 WS-SUM-MAP-NAME     PIC X(100).
           05 WS-SUM-VALID-FLAG   PIC X(17).
           05 FILLER              PIC X(229).
           05 FILLER              PIC X(02).
           05 WS-SUM-RUN-ID       PIC X(17).
           05 FILLER              PIC X(18).
           05 FILLER              PIC X(01).
           05 WS-SUM-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(26).
       01  WS-RESULTS-LINE.
           05 WS-RES-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(18).
           05 WS-RES-RUN-ID       PIC X(17).
           05 FILLER              PIC X(25).
       01  WS-LEDGER-LINE.
           05 WS-LED-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(188).
           05 WS-LED-RUN-ID       PIC X(17).
           05 FILLER              PIC X(55).
       01  WS-STATS-LINE.
           05 WS-STA-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(07).
           05 WS-STA-ROW-COUNT-X  PIC X(05).
           05 FILLER              PIC X(102).
           05 WS-STA-RUN-ID       PIC X(17).
           05 FILLER              PIC X(09).
       01  WS-AUDIT-LINE.
           05 WS-AUD-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(02).
           05 WS-AUD-ROW-NUMBER-X PIC X(05).
           05 FILLER              PIC X(03).
           05 WS-AUD-SLOPE-RIGHT-X PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-AUD-SLOPE-DOWN-X PIC X(02).
           05 FILLER              PIC X(24).
           05 WS-AUD-RUN-ID       PIC X(17).
           05 FILLER              PIC X(24).
      *--------------------------------------------------------------
      * WS-TIMING-LINE carries the timing columns the proof needs.
      * The run's closing "R" line holds "SEVERITY" in its
      * disposition when the run read its map list to the end, and
      * "INCOMPLETE" when it stopped short.
      *--------------------------------------------------------------
       01  WS-TIMING-LINE.
           05 WS-TML-TYPE         PIC X(01).
              88 WS-TML-IS-RUN-LINE VALUE "R".
           05 FILLER              PIC X(01).
           05 WS-TML-RUN-ID       PIC X(17).
           05 FILLER              PIC X(158).
           05 WS-TML-DISPOSITION.
              10 WS-TML-RUN-ENDING PIC X(10).
                 88 WS-TML-RUN-INCOMPLETE VALUE "INCOMPLETE".
              10 FILLER           PIC X(07).
           05 FILLER              PIC X(06).
       01  WS-AUD-ROW-NUMBER PIC 9(05).
       01  WS-AUD-SLOPE-RIGHT PIC 9(02).
       01  WS-AUD-SLOPE-DOWN PIC 9(02).

      *--------------------------------------------------------------
      * SLOPE-PROFILE-TABLE is loaded from SLOPE-CONFIG-FILE exactly
      * the way the scoring program loads it - profile one is always
      * STANDARD, pairs ahead of any "PROFILE name" record land
      * there, and an empty STANDARD takes the five standard
      * toboggan slopes - so the profile name each summary line
      * carries resolves to the pairs the map was scored with, and a
      * profile no longer configured falls back to STANDARD as the
      * scoring program's own fallback does.
      *--------------------------------------------------------------
       01  MAX-PROFILES PIC 9(02) VALUE 10.
       01  PROFILE-COUNT PIC 9(02) VALUE 0.
       01  PROFILE-SCAN-INDEX PIC 9(02) VALUE 0.
       01  PROFILE-MATCH-INDEX PIC 9(02) VALUE 0.
       01  CURRENT-PROFILE-INDEX PIC 9(02) VALUE 1.
       01  MAX-SLOPES PIC 9(02) VALUE 25.
       01  SLOPE-PROFILE-TABLE.
           05 SLOPE-PROFILE-ENTRY OCCURS 10 TIMES.
              10 PRO-PROFILE-NAME PIC X(10).
              10 PRO-SLOPE-COUNT  PIC 9(02).
              10 PRO-SLOPE OCCURS 25 TIMES.
                 15 PRO-SLOPE-RIGHT PIC 9(02).
                 15 PRO-SLOPE-DOWN  PIC 9(02).
       01  WS-DEFAULT-PROFILE-NAME PIC X(10) VALUE "STANDARD".
       01  WS-SLOPE-CONFIG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-SLOPE-CONFIG-OPEN-OK VALUE "00".
       01  SLOPE-CONFIG-EOF-SWITCH PIC X(01) VALUE "N".
           88 SLOPE-CONFIG-IS-EOF VALUE "Y".
       01  WS-SLOPE-CONFIG-LINE PIC X(20).
       01  WS-SLOPE-CONFIG-FIELDS REDEFINES WS-SLOPE-CONFIG-LINE.
           05 WS-CFG-RIGHT-X PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-CFG-DOWN-X  PIC X(02).
           05 FILLER         PIC X(15).
       01  WS-SLOPE-CONFIG-KEYWORD REDEFINES WS-SLOPE-CONFIG-LINE.
           05 WS-CFG-KEYWORD      PIC X(08).
           05 WS-CFG-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(02).

      *--------------------------------------------------------------
      * BALANCE-MAP-TABLE holds one entry per map the run's batch
      * summary names, with the line counts every other file holds
      * for it under the same run id. OPENED lines are the VALID and
      * INVALID ones - the maps that were read and scored and so
      * owe results, ledger, map-stats and audit lines; an OPEN
      * ERROR map owes only its summary line. The audit counts are
      * kept per slope of the map's profile, in profile order, with
      * the lowest row audited so a checkpoint resume can be told
      * from lost lines.
      *--------------------------------------------------------------
       01  MAX-MAPS PIC 9(04) VALUE 2000.
       01  MAP-COUNT PIC 9(04) VALUE 0.
       01  MAP-INDEX PIC 9(04) VALUE 0.
       01  MAP-SCAN-INDEX PIC 9(04) VALUE 0.
       01  MAP-MATCH-INDEX PIC 9(04) VALUE 0.
       01  LAST-MAP-INDEX PIC 9(04) VALUE 0.
       01  WS-KEY-MAP-NAME PIC X(100).
       01  BALANCE-MAP-TABLE.
           05 BALANCE-MAP-ENTRY OCCURS 2000 TIMES.
              10 BM-MAP-NAME        PIC X(100).
              10 BM-DISPOSITION     PIC X(17).
              10 BM-PROFILE-INDEX   PIC 9(02).
              10 BM-SUMMARY-LINES   PIC 9(05).
              10 BM-OPENED-LINES    PIC 9(05).
              10 BM-INVALID-LINES   PIC 9(05).
              10 BM-RESULTS-LINES   PIC 9(07).
              10 BM-LEDGER-LINES    PIC 9(05).
              10 BM-STATS-LINES     PIC 9(05).
              10 BM-STATS-ROWS      PIC 9(05).
              10 BM-RUN-STATE-LINES PIC 9(05).
              10 BM-AUDIT-MIN-ROW   PIC 9(05).
              10 BM-AUDIT-OFF-PROFILE PIC 9(07).
              10 BM-AUDIT-LINES     PIC 9(07) OCCURS 25 TIMES.
       01  SLOPE-INDEX PIC 9(02) VALUE 0.
       01  SLOPE-MATCH-INDEX PIC 9(02) VALUE 0.
       01  MAP-PROFILE-INDEX PIC 9(02) VALUE 1.

      *--------------------------------------------------------------
      * The scoring program checkpoints every CHECKPOINT-INTERVAL
      * rows and a map it resumes is audited only from the row after
      * the checkpoint - the rows before it were audited under the
      * run that wrote the checkpoint. The proof takes the resume
      * row as the last checkpoint boundary below the lowest row the
      * run audited, so a map missing audit lines past that boundary
      * still proves out of balance.
      *--------------------------------------------------------------
       01  CHECKPOINT-INTERVAL PIC 9(05) VALUE 100.
       01  RESUME-ROW PIC 9(05) VALUE 0.
       01  AUDIT-START-ROW PIC 9(05) VALUE 1.
       01  VISIT-LAST-ROW PIC 9(05) VALUE 0.
       01  VISIT-DOWN PIC 9(02) VALUE 0.
       01  VISIT-FIRST-STEP PIC 9(05) VALUE 0.
       01  VISIT-LAST-STEP PIC 9(05) VALUE 0.
       01  VISIT-COUNT PIC 9(07) VALUE 0.
       01  EXPECTED-VISITS PIC 9(07) VALUE 0.
       01  EXPECTED-LINES PIC 9(07) VALUE 0.
       01  ACTUAL-LINES PIC 9(07) VALUE 0.
       01  WS-CHECK-NAME PIC X(18).
       01  WS-AUDIT-CHECK-NAME.
           05 FILLER             PIC X(06) VALUE "AUDIT ".
           05 WS-ACN-SLOPE-RIGHT PIC Z9.
           05 FILLER             PIC X(01) VALUE "/".
           05 WS-ACN-SLOPE-DOWN  PIC Z9.
           05 FILLER             PIC X(07) VALUE SPACES.

      *--------------------------------------------------------------
      * Run-level tallies. The ...-FOR-RUN counts are every line in
      * the file that carries the run id; the ORPHAN counts are the
      * part of those naming a map the batch summary does not, which
      * can only be lines left behind by a write the summary never
      * saw.
      *--------------------------------------------------------------
       01  SUMMARY-LINES-READ PIC 9(09) VALUE 0.
       01  SUMMARY-LINES-FOR-RUN PIC 9(07) VALUE 0.
       01  SUMMARY-MAPS-NOT-TABLED PIC 9(07) VALUE 0.
       01  RESULTS-LINES-READ PIC 9(09) VALUE 0.
       01  RESULTS-LINES-FOR-RUN PIC 9(09) VALUE 0.
       01  LEDGER-LINES-READ PIC 9(09) VALUE 0.
       01  LEDGER-LINES-FOR-RUN PIC 9(09) VALUE 0.
       01  STATS-LINES-READ PIC 9(09) VALUE 0.
       01  STATS-LINES-FOR-RUN PIC 9(09) VALUE 0.
       01  AUDIT-LINES-READ PIC 9(09) VALUE 0.
       01  AUDIT-LINES-FOR-RUN PIC 9(09) VALUE 0.
       01  RUN-STATE-LINES-READ PIC 9(09) VALUE 0.
       01  RUN-STATE-LINES-FOR-RUN PIC 9(09) VALUE 0.
       01  TIMING-LINES-READ PIC 9(09) VALUE 0.
       01  ORPHAN-LINES PIC 9(09) VALUE 0.
       01  EXPECTED-RESULTS-TOTAL PIC 9(09) VALUE 0.
       01  EXPECTED-OPENED-TOTAL PIC 9(09) VALUE 0.
       01  EXPECTED-RUN-STATE-TOTAL PIC 9(09) VALUE 0.
       01  EXPECTED-AUDIT-TOTAL PIC 9(09) VALUE 0.
       01  GRADED-AUDIT-TOTAL PIC 9(09) VALUE 0.
       01  MAPS-OUT-OF-BALANCE PIC 9(05) VALUE 0.
       01  MAPS-RESUMED PIC 9(05) VALUE 0.
       01  MAPS-NOT-GRADED PIC 9(05) VALUE 0.
       01  CHECKS-OUT-OF-BALANCE PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * Report lines.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(30) VALUE "OUTPUT BALANCING PROOF - RUN I".
           05 FILLER PIC X(02) VALUE "D ".
           05 WS-HD1-RUN-ID PIC X(17).
           05 FILLER PIC X(14) VALUE "  REPORT DATE ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-SECTION-HEADING PIC X(80).
       01  WS-MAP-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "MAP                                     ".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(21) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              "CHECK              EXPECTED  ACTUAL  STA".
           05 FILLER PIC X(03) VALUE "TUS".
       01  WS-MAP-DETAIL-LINE.
           05 WS-MDL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-CHECK        PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-EXPECTED     PIC Z(7)9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-ACTUAL       PIC Z(6)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MDL-STATUS       PIC X(30).
       01  WS-MAP-NOTE-LINE.
           05 WS-MNL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MNL-NOTE         PIC X(60).
       01  WS-RESUME-NOTE.
           05 FILLER PIC X(40) VALUE
              "RESUMED FROM CHECKPOINT - AUDIT PROVED F".
           05 FILLER PIC X(08) VALUE "ROM ROW ".
           05 WS-RSN-ROW PIC Z(4)9.
       01  WS-REPEAT-NOTE.
           05 FILLER PIC X(30) VALUE "AUDIT NOT GRADED - MAP LISTED ".
           05 WS-RPN-TIMES PIC Z(4)9.
           05 FILLER PIC X(22) VALUE " TIMES IN THIS RUN".
       01  WS-TOTAL-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "CHECK                                   ".
           05 FILLER PIC X(40) VALUE
              " EXPECTED     ACTUAL  STATUS            ".
       01  WS-TOTAL-LINE.
           05 WS-TTL-LABEL    PIC X(40).
           05 WS-TTL-EXPECTED PIC Z(8)9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-TTL-ACTUAL   PIC Z(8)9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-TTL-STATUS   PIC X(20).
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(40).
           05 WS-TRL-COUNT PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF RUN-IS-VALID
               PERFORM 2000-LOAD-BATCH-SUMMARY
                  THRU 2000-LOAD-BATCH-SUMMARY-EXIT
           END-IF.
           IF RUN-IS-VALID
               PERFORM 3000-COUNT-RESULTS
                  THRU 3000-COUNT-RESULTS-EXIT
               PERFORM 3100-COUNT-LEDGER
                  THRU 3100-COUNT-LEDGER-EXIT
               PERFORM 3200-COUNT-MAP-STATS
                  THRU 3200-COUNT-MAP-STATS-EXIT
               PERFORM 3300-COUNT-RUN-STATE
                  THRU 3300-COUNT-RUN-STATE-EXIT
               PERFORM 3400-COUNT-AUDIT
                  THRU 3400-COUNT-AUDIT-EXIT
               PERFORM 3500-FIND-RUN-TIMING
                  THRU 3500-FIND-RUN-TIMING-EXIT
               PERFORM 4000-PROVE-EACH-MAP
                  THRU 4000-PROVE-EACH-MAP-EXIT
               PERFORM 5000-PROVE-RUN-TOTALS
                  THRU 5000-PROVE-RUN-TOTALS-EXIT
               PERFORM 6000-WRITE-TRAILER
                  THRU 6000-WRITE-TRAILER-EXIT
           ELSE
               IF REPORT-IS-OPEN
                   PERFORM 6500-WRITE-CANNOT-PROVE
                      THRU 6500-WRITE-CANNOT-PROVE-EXIT
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-BALANCE-RUN-DATE FROM DATE.
           ACCEPT WS-BALANCE-RUN-TIME FROM TIME.
           PERFORM 1100-READ-PARM
              THRU 1100-READ-PARM-EXIT.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           IF NOT WS-BALANCE-REPORT-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN BALANCE REPORT - FILE "
                   "STATUS " WS-BALANCE-REPORT-FILE-STATUS
                   " - NOTHING PROVED ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET REPORT-IS-OPEN TO TRUE.
           MOVE WS-BALANCE-RUN-ID TO WS-HD1-RUN-ID.
           MOVE WS-BALANCE-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-BALANCE-RUN-TIME TO WS-HD1-TIME.
           WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-HEADING-1.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1300-FIND-MANIFEST-LINE
              THRU 1300-FIND-MANIFEST-LINE-EXIT.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1400-LOAD-SLOPE-CONFIG
              THRU 1400-LOAD-SLOPE-CONFIG-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-READ-PARM takes the run id and instance count from the
      * parm card and builds the names of the files that run wrote,
      * falling back to the last run on the manifest when the card
      * names no run id.
      *--------------------------------------------------------------
       1100-READ-PARM.
           MOVE SPACES TO WS-PARM-LINE.
           OPEN INPUT BALANCE-PARM-FILE.
           IF WS-BALANCE-PARM-OPEN-OK
               READ BALANCE-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       MOVE SPACES TO WS-PARM-LINE
               END-READ
               CLOSE BALANCE-PARM-FILE
           END-IF.
           MOVE WS-PARM-RUN-ID TO WS-BALANCE-RUN-ID.
           INSPECT WS-PARM-COUNT-X REPLACING LEADING SPACE BY "0".
           IF WS-PARM-COUNT-X IS NOT NUMERIC
               MOVE "INSTANCE COUNT ON THE PARM CARD IS NOT NUMERIC"
                   TO WS-CANNOT-PROVE-REASON
               GO TO 1100-REPORT-BAD-PARM
           END-IF.
           MOVE WS-PARM-COUNT-X TO BALANCE-INSTANCE-COUNT.
           IF BALANCE-INSTANCE-COUNT IS EQUAL TO ZERO
               MOVE 1 TO BALANCE-INSTANCE-COUNT
           END-IF.
           MOVE SPACES TO WS-INSTANCE-SUFFIX.
           IF BALANCE-INSTANCE-COUNT IS GREATER THAN 1
               IF WS-BALANCE-RUN-ID IS EQUAL TO SPACES
                   MOVE "A PARTITIONED RUN MUST BE NAMED BY RUN ID"
                       TO WS-CANNOT-PROVE-REASON
                   GO TO 1100-REPORT-BAD-PARM
               END-IF
               MOVE "_" TO WS-SUF-UNDERSCORE
               MOVE WS-BRI-INSTANCE TO WS-SUF-DIGITS
           END-IF.
           PERFORM 1150-BUILD-FILENAMES
              THRU 1150-BUILD-FILENAMES-EXIT.
           IF WS-BALANCE-RUN-ID IS EQUAL TO SPACES
               PERFORM 1200-TAKE-LAST-MANIFEST-RUN
                  THRU 1200-TAKE-LAST-MANIFEST-RUN-EXIT
           END-IF.
           IF WS-BALANCE-RUN-ID IS EQUAL TO SPACES
              OR WS-BRI-DATE IS NOT NUMERIC
              OR WS-BRI-INSTANCE IS NOT NUMERIC
               MOVE "NO USABLE RUN ID TO PROVE"
                   TO WS-CANNOT-PROVE-REASON
               GO TO 1100-REPORT-BAD-PARM
           END-IF.
           GO TO 1100-READ-PARM-EXIT.
       1100-REPORT-BAD-PARM.
           DISPLAY "*** " WS-CANNOT-PROVE-REASON " - RUN ID '"
               WS-BALANCE-RUN-ID "' ***".
           SET RUN-IS-INVALID TO TRUE.
           MOVE 12 TO RETURN-CODE.
       1100-READ-PARM-EXIT.
           EXIT.

       1150-BUILD-FILENAMES.
           MOVE SPACES TO WS-RUN-MANIFEST-FILENAME.
           STRING "./files/day_3_run_manifest" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RUN-MANIFEST-FILENAME.
           MOVE SPACES TO WS-BATCH-SUMMARY-FILENAME.
           STRING "./files/day_3_batch_summary" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-BATCH-SUMMARY-FILENAME.
           MOVE SPACES TO WS-RESULTS-FILENAME.
           STRING "./files/day_3_results" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RESULTS-FILENAME.
           MOVE SPACES TO WS-LEDGER-FILENAME.
           STRING "./files/day_3_ledger" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-LEDGER-FILENAME.
           MOVE SPACES TO WS-MAP-STATS-FILENAME.
           STRING "./files/day_3_map_stats" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-MAP-STATS-FILENAME.
           MOVE SPACES TO WS-AUDIT-FILENAME.
           STRING "./files/day_3_audit" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME.
           MOVE SPACES TO WS-RUN-STATE-FILENAME.
           STRING "./files/day_3_run_state" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-RUN-STATE-FILENAME.
           MOVE SPACES TO WS-TIMING-FILENAME.
           STRING "./files/day_3_timing" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-TIMING-FILENAME.
       1150-BUILD-FILENAMES-EXIT.
           EXIT.

       1200-TAKE-LAST-MANIFEST-RUN.
           OPEN INPUT RUN-MANIFEST-FILE.
           IF NOT WS-RUN-MANIFEST-OPEN-OK
               GO TO 1200-TAKE-LAST-MANIFEST-RUN-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-MANIFEST-LINE
              THRU 1210-READ-ONE-MANIFEST-LINE-EXIT
              UNTIL MANIFEST-IS-EOF.
           CLOSE RUN-MANIFEST-FILE.
       1200-TAKE-LAST-MANIFEST-RUN-EXIT.
           EXIT.

       1210-READ-ONE-MANIFEST-LINE.
           READ RUN-MANIFEST-FILE INTO WS-MANIFEST-LINE
               AT END
                   SET MANIFEST-IS-EOF TO TRUE
               NOT AT END
                   IF WS-MAN-RUN-ID IS NOT EQUAL TO SPACES
                       MOVE WS-MAN-RUN-ID TO WS-BALANCE-RUN-ID
                   END-IF
           END-READ.
       1210-READ-ONE-MANIFEST-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1300-FIND-MANIFEST-LINE reads the run's close-out line. The
      * scoring program writes it as its very last act, so a run id
      * with no manifest line is a run that never finished - there
      * is nothing to balance its files against and the proof stops
      * with a control failure. The line's instance count must agree
      * with the parm card, or the wrong set of files was named.
      *--------------------------------------------------------------
       1300-FIND-MANIFEST-LINE.
           MOVE "N" TO MANIFEST-EOF-SWITCH.
           OPEN INPUT RUN-MANIFEST-FILE.
           IF WS-RUN-MANIFEST-OPEN-OK
               PERFORM 1310-MATCH-ONE-MANIFEST-LINE
                  THRU 1310-MATCH-ONE-MANIFEST-LINE-EXIT
                  UNTIL MANIFEST-IS-EOF
               CLOSE RUN-MANIFEST-FILE
           END-IF.
           IF NOT MANIFEST-WAS-FOUND
               MOVE "NO MANIFEST LINE - THE RUN DID NOT CLOSE OUT"
                   TO WS-CANNOT-PROVE-REASON
               GO TO 1300-REPORT-NO-MANIFEST
           END-IF.
           INSPECT WS-MAN-INSTANCE-COUNT REPLACING LEADING SPACE
               BY "0".
           IF WS-MAN-INSTANCE-COUNT IS NOT NUMERIC
               MOVE "MANIFEST LINE INSTANCE COUNT IS NOT NUMERIC"
                   TO WS-CANNOT-PROVE-REASON
               GO TO 1300-REPORT-NO-MANIFEST
           END-IF.
           MOVE WS-MAN-INSTANCE-COUNT TO MANIFEST-INSTANCE-COUNT.
           IF MANIFEST-INSTANCE-COUNT IS NOT EQUAL TO
              BALANCE-INSTANCE-COUNT
               MOVE "INSTANCE COUNT DIFFERS FROM THE MANIFEST LINE"
                   TO WS-CANNOT-PROVE-REASON
               GO TO 1300-REPORT-NO-MANIFEST
           END-IF.
           INSPECT WS-MAN-MAPS-X REPLACING LEADING SPACE BY "0".
           IF WS-MAN-MAPS-X IS NOT NUMERIC
               MOVE "MANIFEST LINE MAPS COUNT IS NOT NUMERIC"
                   TO WS-CANNOT-PROVE-REASON
               GO TO 1300-REPORT-NO-MANIFEST
           END-IF.
           MOVE WS-MAN-MAPS-X TO MANIFEST-MAPS-ATTEMPTED.
           GO TO 1300-FIND-MANIFEST-LINE-EXIT.
       1300-REPORT-NO-MANIFEST.
           DISPLAY "*** " WS-CANNOT-PROVE-REASON " - RUN ID '"
               WS-BALANCE-RUN-ID "' ***".
           SET RUN-IS-INVALID TO TRUE.
           MOVE 12 TO RETURN-CODE.
       1300-FIND-MANIFEST-LINE-EXIT.
           EXIT.

       1310-MATCH-ONE-MANIFEST-LINE.
           READ RUN-MANIFEST-FILE INTO WS-MANIFEST-LINE
               AT END
                   SET MANIFEST-IS-EOF TO TRUE
               NOT AT END
                   IF WS-MAN-RUN-ID IS EQUAL TO WS-BALANCE-RUN-ID
                       SET MANIFEST-WAS-FOUND TO TRUE
                       SET MANIFEST-IS-EOF TO TRUE
                   END-IF
           END-READ.
       1310-MATCH-ONE-MANIFEST-LINE-EXIT.
           EXIT.

       1400-LOAD-SLOPE-CONFIG.
           MOVE 1 TO PROFILE-COUNT.
           MOVE 1 TO CURRENT-PROFILE-INDEX.
           MOVE WS-DEFAULT-PROFILE-NAME TO PRO-PROFILE-NAME(1).
           MOVE 0 TO PRO-SLOPE-COUNT(1).
           OPEN INPUT SLOPE-CONFIG-FILE.
           IF NOT WS-SLOPE-CONFIG-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN SLOPE CONFIG FILE - "
                   "FILE STATUS " WS-SLOPE-CONFIG-FILE-STATUS
                   " - USING THE FIVE STANDARD SLOPES ***"
               PERFORM 1450-LOAD-DEFAULT-SLOPES
                  THRU 1450-LOAD-DEFAULT-SLOPES-EXIT
               GO TO 1400-LOAD-SLOPE-CONFIG-EXIT
           END-IF.
           PERFORM 1410-READ-ONE-SLOPE-CONFIG
              THRU 1410-READ-ONE-SLOPE-CONFIG-EXIT
              UNTIL SLOPE-CONFIG-IS-EOF.
           CLOSE SLOPE-CONFIG-FILE.
           IF PRO-SLOPE-COUNT(1) IS EQUAL TO ZERO
               PERFORM 1450-LOAD-DEFAULT-SLOPES
                  THRU 1450-LOAD-DEFAULT-SLOPES-EXIT
           END-IF.
       1400-LOAD-SLOPE-CONFIG-EXIT.
           EXIT.

       1410-READ-ONE-SLOPE-CONFIG.
           READ SLOPE-CONFIG-FILE INTO WS-SLOPE-CONFIG-LINE
               AT END
                   SET SLOPE-CONFIG-IS-EOF TO TRUE
               NOT AT END
                   IF WS-CFG-KEYWORD IS EQUAL TO "PROFILE "
                       PERFORM 1430-START-ONE-PROFILE
                          THRU 1430-START-ONE-PROFILE-EXIT
                   ELSE
                       IF WS-SLOPE-CONFIG-LINE IS NOT EQUAL TO
                          SPACES
                           PERFORM 1420-TAKE-ONE-SLOPE-CONFIG
                              THRU 1420-TAKE-ONE-SLOPE-CONFIG-EXIT
                       END-IF
                   END-IF
           END-READ.
       1410-READ-ONE-SLOPE-CONFIG-EXIT.
           EXIT.

       1420-TAKE-ONE-SLOPE-CONFIG.
           INSPECT WS-CFG-RIGHT-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-CFG-DOWN-X REPLACING LEADING SPACE BY "0".
           IF WS-CFG-RIGHT-X IS NOT NUMERIC
              OR WS-CFG-DOWN-X IS NOT NUMERIC
              OR WS-CFG-DOWN-X IS EQUAL TO "00"
              OR PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX) IS NOT LESS
                 THAN MAX-SLOPES
               GO TO 1420-TAKE-ONE-SLOPE-CONFIG-EXIT
           END-IF.
           ADD 1 TO PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX).
           MOVE WS-CFG-RIGHT-X TO
               PRO-SLOPE-RIGHT(CURRENT-PROFILE-INDEX,
               PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX)).
           MOVE WS-CFG-DOWN-X TO
               PRO-SLOPE-DOWN(CURRENT-PROFILE-INDEX,
               PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX)).
       1420-TAKE-ONE-SLOPE-CONFIG-EXIT.
           EXIT.

       1430-START-ONE-PROFILE.
           IF WS-CFG-PROFILE-NAME IS EQUAL TO SPACES
               GO TO 1430-START-ONE-PROFILE-EXIT
           END-IF.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM 1440-MATCH-ONE-PROFILE
              THRU 1440-MATCH-ONE-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX > PROFILE-COUNT
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS GREATER THAN ZERO
               MOVE PROFILE-MATCH-INDEX TO CURRENT-PROFILE-INDEX
               GO TO 1430-START-ONE-PROFILE-EXIT
           END-IF.
           IF PROFILE-COUNT IS NOT LESS THAN MAX-PROFILES
               GO TO 1430-START-ONE-PROFILE-EXIT
           END-IF.
           ADD 1 TO PROFILE-COUNT.
           MOVE PROFILE-COUNT TO CURRENT-PROFILE-INDEX.
           MOVE WS-CFG-PROFILE-NAME TO
               PRO-PROFILE-NAME(CURRENT-PROFILE-INDEX).
           MOVE 0 TO PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX).
       1430-START-ONE-PROFILE-EXIT.
           EXIT.

       1440-MATCH-ONE-PROFILE.
           IF PRO-PROFILE-NAME(PROFILE-SCAN-INDEX) IS EQUAL TO
              WS-CFG-PROFILE-NAME
               MOVE PROFILE-SCAN-INDEX TO PROFILE-MATCH-INDEX
           END-IF.
       1440-MATCH-ONE-PROFILE-EXIT.
           EXIT.

       1450-LOAD-DEFAULT-SLOPES.
           MOVE 1 TO PRO-SLOPE-RIGHT(1, 1).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 1).
           MOVE 3 TO PRO-SLOPE-RIGHT(1, 2).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 2).
           MOVE 5 TO PRO-SLOPE-RIGHT(1, 3).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 3).
           MOVE 7 TO PRO-SLOPE-RIGHT(1, 4).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 4).
           MOVE 1 TO PRO-SLOPE-RIGHT(1, 5).
           MOVE 2 TO PRO-SLOPE-DOWN(1, 5).
           MOVE 5 TO PRO-SLOPE-COUNT(1).
       1450-LOAD-DEFAULT-SLOPES-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2000-LOAD-BATCH-SUMMARY tables every map the run's summary
      * lines name, with its disposition and the profile it was
      * scored under. The summary is the spine of the proof - every
      * other file is counted against it - so a run whose summary
      * file cannot be opened cannot be proved at all.
      *--------------------------------------------------------------
       2000-LOAD-BATCH-SUMMARY.
           OPEN INPUT BATCH-SUMMARY-FILE.
           IF NOT WS-BATCH-SUMMARY-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN BATCH SUMMARY FILE - "
                   "FILE STATUS " WS-BATCH-SUMMARY-FILE-STATUS " ***"
               MOVE "BATCH SUMMARY FILE CANNOT BE OPENED"
                   TO WS-CANNOT-PROVE-REASON
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 2000-LOAD-BATCH-SUMMARY-EXIT
           END-IF.
           PERFORM 2100-TAKE-ONE-SUMMARY-LINE
              THRU 2100-TAKE-ONE-SUMMARY-LINE-EXIT
              UNTIL SUMMARY-IS-EOF.
           CLOSE BATCH-SUMMARY-FILE.
       2000-LOAD-BATCH-SUMMARY-EXIT.
           EXIT.

       2100-TAKE-ONE-SUMMARY-LINE.
           READ BATCH-SUMMARY-FILE INTO WS-SUMMARY-LINE
               AT END
                   SET SUMMARY-IS-EOF TO TRUE
                   GO TO 2100-TAKE-ONE-SUMMARY-LINE-EXIT
           END-READ.
           ADD 1 TO SUMMARY-LINES-READ.
           IF WS-SUM-RUN-ID IS NOT EQUAL TO WS-BALANCE-RUN-ID
               GO TO 2100-TAKE-ONE-SUMMARY-LINE-EXIT
           END-IF.
           ADD 1 TO SUMMARY-LINES-FOR-RUN.
           MOVE WS-SUM-MAP-NAME TO WS-KEY-MAP-NAME.
           PERFORM 2300-FIND-MAP-ENTRY
              THRU 2300-FIND-MAP-ENTRY-EXIT.
           IF MAP-MATCH-INDEX IS EQUAL TO ZERO
               PERFORM 2200-ADD-MAP-ENTRY
                  THRU 2200-ADD-MAP-ENTRY-EXIT
           END-IF.
           IF MAP-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO SUMMARY-MAPS-NOT-TABLED
               GO TO 2100-TAKE-ONE-SUMMARY-LINE-EXIT
           END-IF.
           ADD 1 TO BM-SUMMARY-LINES(MAP-MATCH-INDEX).
           MOVE WS-SUM-VALID-FLAG TO BM-DISPOSITION(MAP-MATCH-INDEX).
           IF WS-SUM-VALID-FLAG(1:6) IS EQUAL TO "VALID "
               ADD 1 TO BM-OPENED-LINES(MAP-MATCH-INDEX)
           END-IF.
           IF WS-SUM-VALID-FLAG(1:8) IS EQUAL TO "INVALID "
               ADD 1 TO BM-OPENED-LINES(MAP-MATCH-INDEX)
               ADD 1 TO BM-INVALID-LINES(MAP-MATCH-INDEX)
           END-IF.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM 2110-MATCH-SUMMARY-PROFILE
              THRU 2110-MATCH-SUMMARY-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX > PROFILE-COUNT
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS EQUAL TO ZERO
               MOVE 1 TO PROFILE-MATCH-INDEX
           END-IF.
           MOVE PROFILE-MATCH-INDEX TO
               BM-PROFILE-INDEX(MAP-MATCH-INDEX).
       2100-TAKE-ONE-SUMMARY-LINE-EXIT.
           EXIT.

       2110-MATCH-SUMMARY-PROFILE.
           IF PRO-PROFILE-NAME(PROFILE-SCAN-INDEX) IS EQUAL TO
              WS-SUM-PROFILE-NAME
               MOVE PROFILE-SCAN-INDEX TO PROFILE-MATCH-INDEX
           END-IF.
       2110-MATCH-SUMMARY-PROFILE-EXIT.
           EXIT.

       2200-ADD-MAP-ENTRY.
           IF MAP-COUNT IS NOT LESS THAN MAX-MAPS
               GO TO 2200-ADD-MAP-ENTRY-EXIT
           END-IF.
           ADD 1 TO MAP-COUNT.
           MOVE MAP-COUNT TO MAP-MATCH-INDEX.
           MOVE MAP-COUNT TO LAST-MAP-INDEX.
           MOVE WS-KEY-MAP-NAME TO BM-MAP-NAME(MAP-COUNT).
           MOVE SPACES TO BM-DISPOSITION(MAP-COUNT).
           MOVE 1 TO BM-PROFILE-INDEX(MAP-COUNT).
           MOVE 0 TO BM-SUMMARY-LINES(MAP-COUNT).
           MOVE 0 TO BM-OPENED-LINES(MAP-COUNT).
           MOVE 0 TO BM-INVALID-LINES(MAP-COUNT).
           MOVE 0 TO BM-RESULTS-LINES(MAP-COUNT).
           MOVE 0 TO BM-LEDGER-LINES(MAP-COUNT).
           MOVE 0 TO BM-STATS-LINES(MAP-COUNT).
           MOVE 0 TO BM-STATS-ROWS(MAP-COUNT).
           MOVE 0 TO BM-RUN-STATE-LINES(MAP-COUNT).
           MOVE 0 TO BM-AUDIT-MIN-ROW(MAP-COUNT).
           MOVE 0 TO BM-AUDIT-OFF-PROFILE(MAP-COUNT).
           PERFORM 2210-CLEAR-ONE-AUDIT-COUNT
              THRU 2210-CLEAR-ONE-AUDIT-COUNT-EXIT
              VARYING SLOPE-INDEX FROM 1 BY 1
              UNTIL SLOPE-INDEX > MAX-SLOPES.
       2200-ADD-MAP-ENTRY-EXIT.
           EXIT.

       2210-CLEAR-ONE-AUDIT-COUNT.
           MOVE 0 TO BM-AUDIT-LINES(MAP-COUNT, SLOPE-INDEX).
       2210-CLEAR-ONE-AUDIT-COUNT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2300-FIND-MAP-ENTRY looks WS-KEY-MAP-NAME up in the table,
      * trying the entry last matched first - each file holds a
      * map's lines together, so most lookups end there.
      *--------------------------------------------------------------
       2300-FIND-MAP-ENTRY.
           MOVE 0 TO MAP-MATCH-INDEX.
           IF LAST-MAP-INDEX IS GREATER THAN ZERO
               IF BM-MAP-NAME(LAST-MAP-INDEX) IS EQUAL TO
                  WS-KEY-MAP-NAME
                   MOVE LAST-MAP-INDEX TO MAP-MATCH-INDEX
                   GO TO 2300-FIND-MAP-ENTRY-EXIT
               END-IF
           END-IF.
           PERFORM 2310-MATCH-ONE-MAP-ENTRY
              THRU 2310-MATCH-ONE-MAP-ENTRY-EXIT
              VARYING MAP-SCAN-INDEX FROM 1 BY 1
              UNTIL MAP-SCAN-INDEX > MAP-COUNT
                 OR MAP-MATCH-INDEX > 0.
           IF MAP-MATCH-INDEX IS GREATER THAN ZERO
               MOVE MAP-MATCH-INDEX TO LAST-MAP-INDEX
           END-IF.
       2300-FIND-MAP-ENTRY-EXIT.
           EXIT.

       2310-MATCH-ONE-MAP-ENTRY.
           IF BM-MAP-NAME(MAP-SCAN-INDEX) IS EQUAL TO WS-KEY-MAP-NAME
               MOVE MAP-SCAN-INDEX TO MAP-MATCH-INDEX
           END-IF.
       2310-MATCH-ONE-MAP-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-COUNT-RESULTS through 3400-COUNT-AUDIT count the run's
      * lines in each remaining file against the summary's maps. A
      * file that cannot be opened counts no lines, which proves out
      * of balance against any map that owed it one.
      *--------------------------------------------------------------
       3000-COUNT-RESULTS.
           OPEN INPUT RESULTS-FILE.
           IF NOT WS-RESULTS-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN RESULTS FILE - "
                   "FILE STATUS " WS-RESULTS-FILE-STATUS " ***"
               GO TO 3000-COUNT-RESULTS-EXIT
           END-IF.
           PERFORM 3010-COUNT-ONE-RESULTS-LINE
              THRU 3010-COUNT-ONE-RESULTS-LINE-EXIT
              UNTIL RESULTS-IS-EOF.
           CLOSE RESULTS-FILE.
       3000-COUNT-RESULTS-EXIT.
           EXIT.

       3010-COUNT-ONE-RESULTS-LINE.
           READ RESULTS-FILE INTO WS-RESULTS-LINE
               AT END
                   SET RESULTS-IS-EOF TO TRUE
                   GO TO 3010-COUNT-ONE-RESULTS-LINE-EXIT
           END-READ.
           ADD 1 TO RESULTS-LINES-READ.
           IF WS-RES-RUN-ID IS NOT EQUAL TO WS-BALANCE-RUN-ID
               GO TO 3010-COUNT-ONE-RESULTS-LINE-EXIT
           END-IF.
           ADD 1 TO RESULTS-LINES-FOR-RUN.
           MOVE WS-RES-MAP-NAME TO WS-KEY-MAP-NAME.
           PERFORM 2300-FIND-MAP-ENTRY
              THRU 2300-FIND-MAP-ENTRY-EXIT.
           IF MAP-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO ORPHAN-LINES
           ELSE
               ADD 1 TO BM-RESULTS-LINES(MAP-MATCH-INDEX)
           END-IF.
       3010-COUNT-ONE-RESULTS-LINE-EXIT.
           EXIT.

       3100-COUNT-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF NOT WS-LEDGER-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN LEDGER FILE - "
                   "FILE STATUS " WS-LEDGER-FILE-STATUS " ***"
               GO TO 3100-COUNT-LEDGER-EXIT
           END-IF.
           PERFORM 3110-COUNT-ONE-LEDGER-LINE
              THRU 3110-COUNT-ONE-LEDGER-LINE-EXIT
              UNTIL LEDGER-IS-EOF.
           CLOSE LEDGER-FILE.
       3100-COUNT-LEDGER-EXIT.
           EXIT.

       3110-COUNT-ONE-LEDGER-LINE.
           READ LEDGER-FILE INTO WS-LEDGER-LINE
               AT END
                   SET LEDGER-IS-EOF TO TRUE
                   GO TO 3110-COUNT-ONE-LEDGER-LINE-EXIT
           END-READ.
           ADD 1 TO LEDGER-LINES-READ.
           IF WS-LED-RUN-ID IS NOT EQUAL TO WS-BALANCE-RUN-ID
               GO TO 3110-COUNT-ONE-LEDGER-LINE-EXIT
           END-IF.
           ADD 1 TO LEDGER-LINES-FOR-RUN.
           MOVE WS-LED-MAP-NAME TO WS-KEY-MAP-NAME.
           PERFORM 2300-FIND-MAP-ENTRY
              THRU 2300-FIND-MAP-ENTRY-EXIT.
           IF MAP-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO ORPHAN-LINES
           ELSE
               ADD 1 TO BM-LEDGER-LINES(MAP-MATCH-INDEX)
           END-IF.
       3110-COUNT-ONE-LEDGER-LINE-EXIT.
           EXIT.

       3200-COUNT-MAP-STATS.
           OPEN INPUT MAP-STATS-FILE.
           IF NOT WS-MAP-STATS-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN MAP STATS FILE - "
                   "FILE STATUS " WS-MAP-STATS-FILE-STATUS " ***"
               GO TO 3200-COUNT-MAP-STATS-EXIT
           END-IF.
           PERFORM 3210-COUNT-ONE-STATS-LINE
              THRU 3210-COUNT-ONE-STATS-LINE-EXIT
              UNTIL STATS-IS-EOF.
           CLOSE MAP-STATS-FILE.
       3200-COUNT-MAP-STATS-EXIT.
           EXIT.

       3210-COUNT-ONE-STATS-LINE.
           READ MAP-STATS-FILE INTO WS-STATS-LINE
               AT END
                   SET STATS-IS-EOF TO TRUE
                   GO TO 3210-COUNT-ONE-STATS-LINE-EXIT
           END-READ.
           ADD 1 TO STATS-LINES-READ.
           IF WS-STA-RUN-ID IS NOT EQUAL TO WS-BALANCE-RUN-ID
               GO TO 3210-COUNT-ONE-STATS-LINE-EXIT
           END-IF.
           ADD 1 TO STATS-LINES-FOR-RUN.
           MOVE WS-STA-MAP-NAME TO WS-KEY-MAP-NAME.
           PERFORM 2300-FIND-MAP-ENTRY
              THRU 2300-FIND-MAP-ENTRY-EXIT.
           IF MAP-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO ORPHAN-LINES
               GO TO 3210-COUNT-ONE-STATS-LINE-EXIT
           END-IF.
           ADD 1 TO BM-STATS-LINES(MAP-MATCH-INDEX).
           INSPECT WS-STA-ROW-COUNT-X REPLACING LEADING SPACE BY "0".
           IF WS-STA-ROW-COUNT-X IS NUMERIC
               MOVE WS-STA-ROW-COUNT-X TO
                   BM-STATS-ROWS(MAP-MATCH-INDEX)
           END-IF.
       3210-COUNT-ONE-STATS-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3300-COUNT-RUN-STATE reads the run-state master through in
      * key order for the entries stamped with the run id. A master
      * that does not exist yet simply holds none.
      *--------------------------------------------------------------
       3300-COUNT-RUN-STATE.
           OPEN INPUT RUN-STATE-FILE.
           IF WS-RUN-STATE-MISSING
               GO TO 3300-COUNT-RUN-STATE-EXIT
           END-IF.
           IF NOT WS-RUN-STATE-IO-OK
               DISPLAY "*** UNABLE TO OPEN RUN STATE FILE - "
                   "FILE STATUS " WS-RUN-STATE-FILE-STATUS " ***"
               GO TO 3300-COUNT-RUN-STATE-EXIT
           END-IF.
           PERFORM 3310-COUNT-ONE-RUN-STATE-ENTRY
              THRU 3310-COUNT-ONE-RUN-STATE-ENTRY-EXIT
              UNTIL RUN-STATE-IS-EOF.
           CLOSE RUN-STATE-FILE.
       3300-COUNT-RUN-STATE-EXIT.
           EXIT.

       3310-COUNT-ONE-RUN-STATE-ENTRY.
           READ RUN-STATE-FILE NEXT RECORD
               AT END
                   SET RUN-STATE-IS-EOF TO TRUE
                   GO TO 3310-COUNT-ONE-RUN-STATE-ENTRY-EXIT
           END-READ.
           ADD 1 TO RUN-STATE-LINES-READ.
           IF RS-RUN-ID IS NOT EQUAL TO WS-BALANCE-RUN-ID
               GO TO 3310-COUNT-ONE-RUN-STATE-ENTRY-EXIT
           END-IF.
           ADD 1 TO RUN-STATE-LINES-FOR-RUN.
           MOVE RS-MAP-NAME TO WS-KEY-MAP-NAME.
           PERFORM 2300-FIND-MAP-ENTRY
              THRU 2300-FIND-MAP-ENTRY-EXIT.
           IF MAP-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO ORPHAN-LINES
           ELSE
               ADD 1 TO BM-RUN-STATE-LINES(MAP-MATCH-INDEX)
           END-IF.
       3310-COUNT-ONE-RUN-STATE-ENTRY-EXIT.
           EXIT.

       3400-COUNT-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN AUDIT FILE - "
                   "FILE STATUS " WS-AUDIT-FILE-STATUS " ***"
               GO TO 3400-COUNT-AUDIT-EXIT
           END-IF.
           PERFORM 3410-COUNT-ONE-AUDIT-LINE
              THRU 3410-COUNT-ONE-AUDIT-LINE-EXIT
              UNTIL AUDIT-IS-EOF.
           CLOSE AUDIT-FILE.
       3400-COUNT-AUDIT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3410-COUNT-ONE-AUDIT-LINE files an audit line under its map
      * and the slope of the map's profile that wrote it. A line for
      * a pair the profile does not hold, or whose row or slope does
      * not read as a number, is counted against the map as off
      * profile - it is output no scoring of that map could write.
      *--------------------------------------------------------------
       3410-COUNT-ONE-AUDIT-LINE.
           READ AUDIT-FILE INTO WS-AUDIT-LINE
               AT END
                   SET AUDIT-IS-EOF TO TRUE
                   GO TO 3410-COUNT-ONE-AUDIT-LINE-EXIT
           END-READ.
           ADD 1 TO AUDIT-LINES-READ.
           IF WS-AUD-RUN-ID IS NOT EQUAL TO WS-BALANCE-RUN-ID
               GO TO 3410-COUNT-ONE-AUDIT-LINE-EXIT
           END-IF.
           ADD 1 TO AUDIT-LINES-FOR-RUN.
           MOVE WS-AUD-MAP-NAME TO WS-KEY-MAP-NAME.
           PERFORM 2300-FIND-MAP-ENTRY
              THRU 2300-FIND-MAP-ENTRY-EXIT.
           IF MAP-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO ORPHAN-LINES
               GO TO 3410-COUNT-ONE-AUDIT-LINE-EXIT
           END-IF.
           INSPECT WS-AUD-ROW-NUMBER-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-AUD-SLOPE-RIGHT-X REPLACING LEADING SPACE
               BY "0".
           INSPECT WS-AUD-SLOPE-DOWN-X REPLACING LEADING SPACE
               BY "0".
           IF WS-AUD-ROW-NUMBER-X IS NOT NUMERIC
              OR WS-AUD-SLOPE-RIGHT-X IS NOT NUMERIC
              OR WS-AUD-SLOPE-DOWN-X IS NOT NUMERIC
               ADD 1 TO BM-AUDIT-OFF-PROFILE(MAP-MATCH-INDEX)
               GO TO 3410-COUNT-ONE-AUDIT-LINE-EXIT
           END-IF.
           MOVE WS-AUD-ROW-NUMBER-X TO WS-AUD-ROW-NUMBER.
           MOVE WS-AUD-SLOPE-RIGHT-X TO WS-AUD-SLOPE-RIGHT.
           MOVE WS-AUD-SLOPE-DOWN-X TO WS-AUD-SLOPE-DOWN.
           MOVE BM-PROFILE-INDEX(MAP-MATCH-INDEX) TO
               MAP-PROFILE-INDEX.
           MOVE 0 TO SLOPE-MATCH-INDEX.
           PERFORM 3420-MATCH-ONE-AUDIT-SLOPE
              THRU 3420-MATCH-ONE-AUDIT-SLOPE-EXIT
              VARYING SLOPE-INDEX FROM 1 BY 1
              UNTIL SLOPE-INDEX > PRO-SLOPE-COUNT(MAP-PROFILE-INDEX)
                 OR SLOPE-MATCH-INDEX > 0.
           IF SLOPE-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO BM-AUDIT-OFF-PROFILE(MAP-MATCH-INDEX)
               GO TO 3410-COUNT-ONE-AUDIT-LINE-EXIT
           END-IF.
           ADD 1 TO BM-AUDIT-LINES(MAP-MATCH-INDEX,
               SLOPE-MATCH-INDEX).
           IF BM-AUDIT-MIN-ROW(MAP-MATCH-INDEX) IS EQUAL TO ZERO
              OR WS-AUD-ROW-NUMBER IS LESS THAN
                 BM-AUDIT-MIN-ROW(MAP-MATCH-INDEX)
               MOVE WS-AUD-ROW-NUMBER TO
                   BM-AUDIT-MIN-ROW(MAP-MATCH-INDEX)
           END-IF.
       3410-COUNT-ONE-AUDIT-LINE-EXIT.
           EXIT.

       3420-MATCH-ONE-AUDIT-SLOPE.
           IF PRO-SLOPE-RIGHT(MAP-PROFILE-INDEX, SLOPE-INDEX) IS
              EQUAL TO WS-AUD-SLOPE-RIGHT
              AND PRO-SLOPE-DOWN(MAP-PROFILE-INDEX, SLOPE-INDEX) IS
                  EQUAL TO WS-AUD-SLOPE-DOWN
               MOVE SLOPE-INDEX TO SLOPE-MATCH-INDEX
           END-IF.
       3420-MATCH-ONE-AUDIT-SLOPE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3500-FIND-RUN-TIMING reads the timing file for the run's
      * closing "R" line, which says whether the run read its map
      * list to the end - the only case in which the scoring program
      * clears its run-state entries. No timing file, or no "R" line
      * for the run, leaves the list end not recorded and the run
      * is proved as one that stopped short.
      *--------------------------------------------------------------
       3500-FIND-RUN-TIMING.
           OPEN INPUT TIMING-FILE.
           IF NOT WS-TIMING-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN TIMING FILE - "
                   "FILE STATUS " WS-TIMING-FILE-STATUS " ***"
               GO TO 3500-FIND-RUN-TIMING-EXIT
           END-IF.
           PERFORM 3510-READ-ONE-TIMING-LINE
              THRU 3510-READ-ONE-TIMING-LINE-EXIT
              UNTIL TIMING-IS-EOF.
           CLOSE TIMING-FILE.
       3500-FIND-RUN-TIMING-EXIT.
           EXIT.

       3510-READ-ONE-TIMING-LINE.
           READ TIMING-FILE INTO WS-TIMING-LINE
               AT END
                   SET TIMING-IS-EOF TO TRUE
                   GO TO 3510-READ-ONE-TIMING-LINE-EXIT
           END-READ.
           ADD 1 TO TIMING-LINES-READ.
           IF NOT WS-TML-IS-RUN-LINE
              OR WS-TML-RUN-ID IS NOT EQUAL TO WS-BALANCE-RUN-ID
               GO TO 3510-READ-ONE-TIMING-LINE-EXIT
           END-IF.
           IF WS-TML-RUN-INCOMPLETE
               SET LIST-STOPPED-SHORT TO TRUE
           ELSE
               SET LIST-ENDED-NORMALLY TO TRUE
           END-IF.
       3510-READ-ONE-TIMING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-PROVE-EACH-MAP checks each map's lines against what its
      * summary lines say it owes, listing every check that fails.
      * The run totals are accumulated from the same expectations.
      *--------------------------------------------------------------
       4000-PROVE-EACH-MAP.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE "MAP-LEVEL PROOF - EXCEPTIONS AND NOTES" TO
               WS-SECTION-HEADING.
           WRITE BALANCE-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE BALANCE-REPORT-RECORD FROM WS-MAP-COLUMN-HEADING.
           PERFORM 4100-PROVE-ONE-MAP
              THRU 4100-PROVE-ONE-MAP-EXIT
              VARYING MAP-INDEX FROM 1 BY 1
              UNTIL MAP-INDEX > MAP-COUNT.
           IF MAPS-OUT-OF-BALANCE IS EQUAL TO ZERO
              AND MAPS-RESUMED IS EQUAL TO ZERO
              AND MAPS-NOT-GRADED IS EQUAL TO ZERO
               MOVE "  (NONE)" TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
           END-IF.
       4000-PROVE-EACH-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4100-PROVE-ONE-MAP - each opened summary line owes the
      * profile's slope count of results lines and one ledger and
      * one map-stats line; the run-state master owes one entry per
      * map unless the run cleared it on reaching the end of its
      * list - no entries left and a closing timing line saying the
      * list was read to the end - which is graded at run level.
      * Audit lines are graded per slope only for a map with one
      * summary line in the run. The scoring program's
      * 2060-CHECK-RUN-STATE passes over an entry whose run-state is
      * already VALID with today's date, so a second summary line
      * appears only when the first attempt ended INVALID and the
      * map was scored again; both attempts audit their rows under
      * the same run id, so the two trails cannot be told apart.
      *--------------------------------------------------------------
       4100-PROVE-ONE-MAP.
           MOVE "N" TO MAP-EXCEPTION-SWITCH.
           MOVE BM-PROFILE-INDEX(MAP-INDEX) TO MAP-PROFILE-INDEX.
           COMPUTE EXPECTED-LINES = BM-OPENED-LINES(MAP-INDEX) *
               PRO-SLOPE-COUNT(MAP-PROFILE-INDEX).
           ADD EXPECTED-LINES TO EXPECTED-RESULTS-TOTAL.
           ADD BM-OPENED-LINES(MAP-INDEX) TO EXPECTED-OPENED-TOTAL.
           MOVE BM-RESULTS-LINES(MAP-INDEX) TO ACTUAL-LINES.
           MOVE "RESULTS LINES" TO WS-CHECK-NAME.
           PERFORM 4800-GRADE-MAP-CHECK
              THRU 4800-GRADE-MAP-CHECK-EXIT.
           MOVE BM-OPENED-LINES(MAP-INDEX) TO EXPECTED-LINES.
           MOVE BM-LEDGER-LINES(MAP-INDEX) TO ACTUAL-LINES.
           MOVE "LEDGER LINES" TO WS-CHECK-NAME.
           PERFORM 4800-GRADE-MAP-CHECK
              THRU 4800-GRADE-MAP-CHECK-EXIT.
           MOVE BM-OPENED-LINES(MAP-INDEX) TO EXPECTED-LINES.
           MOVE BM-STATS-LINES(MAP-INDEX) TO ACTUAL-LINES.
           MOVE "MAP-STATS LINES" TO WS-CHECK-NAME.
           PERFORM 4800-GRADE-MAP-CHECK
              THRU 4800-GRADE-MAP-CHECK-EXIT.
           IF RUN-STATE-LINES-FOR-RUN IS GREATER THAN ZERO
              OR NOT LIST-ENDED-NORMALLY
               MOVE 1 TO EXPECTED-LINES
               MOVE BM-RUN-STATE-LINES(MAP-INDEX) TO ACTUAL-LINES
               MOVE "RUN-STATE ENTRY" TO WS-CHECK-NAME
               PERFORM 4800-GRADE-MAP-CHECK
                  THRU 4800-GRADE-MAP-CHECK-EXIT
           END-IF.
           IF BM-SUMMARY-LINES(MAP-INDEX) IS GREATER THAN 1
              AND BM-OPENED-LINES(MAP-INDEX) IS GREATER THAN ZERO
               ADD 1 TO MAPS-NOT-GRADED
               MOVE BM-SUMMARY-LINES(MAP-INDEX) TO WS-RPN-TIMES
               MOVE WS-REPEAT-NOTE TO WS-MNL-NOTE
               PERFORM 4900-WRITE-MAP-NOTE
                  THRU 4900-WRITE-MAP-NOTE-EXIT
           ELSE
               PERFORM 4200-PROVE-MAP-AUDIT
                  THRU 4200-PROVE-MAP-AUDIT-EXIT
           END-IF.
           IF MAP-HAS-EXCEPTION
               ADD 1 TO MAPS-OUT-OF-BALANCE
           END-IF.
       4100-PROVE-ONE-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4200-PROVE-MAP-AUDIT works out the row the map's audit trail
      * starts from in this run - row 1, or the row after the
      * checkpoint it resumed from - then grades each profile slope.
      *--------------------------------------------------------------
       4200-PROVE-MAP-AUDIT.
           MOVE 0 TO RESUME-ROW.
           IF BM-AUDIT-MIN-ROW(MAP-INDEX) IS GREATER THAN 1
               COMPUTE RESUME-ROW = BM-AUDIT-MIN-ROW(MAP-INDEX) - 1
               DIVIDE RESUME-ROW BY CHECKPOINT-INTERVAL
                   GIVING RESUME-ROW
               MULTIPLY CHECKPOINT-INTERVAL BY RESUME-ROW
           END-IF.
           COMPUTE AUDIT-START-ROW = RESUME-ROW + 1.
           IF RESUME-ROW IS GREATER THAN ZERO
               ADD 1 TO MAPS-RESUMED
               MOVE AUDIT-START-ROW TO WS-RSN-ROW
               MOVE WS-RESUME-NOTE TO WS-MNL-NOTE
               PERFORM 4900-WRITE-MAP-NOTE
                  THRU 4900-WRITE-MAP-NOTE-EXIT
           END-IF.
           PERFORM 4300-PROVE-ONE-AUDIT-SLOPE
              THRU 4300-PROVE-ONE-AUDIT-SLOPE-EXIT
              VARYING SLOPE-INDEX FROM 1 BY 1
              UNTIL SLOPE-INDEX > PRO-SLOPE-COUNT(MAP-PROFILE-INDEX).
           MOVE 0 TO EXPECTED-LINES.
           MOVE BM-AUDIT-OFF-PROFILE(MAP-INDEX) TO ACTUAL-LINES.
           MOVE "AUDIT OFF PROFILE" TO WS-CHECK-NAME.
           PERFORM 4800-GRADE-MAP-CHECK
              THRU 4800-GRADE-MAP-CHECK-EXIT.
           ADD BM-AUDIT-OFF-PROFILE(MAP-INDEX) TO GRADED-AUDIT-TOTAL.
       4200-PROVE-MAP-AUDIT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4300-PROVE-ONE-AUDIT-SLOPE - a slope samples row 1 and every
      * DOWN rows after it, so it owes one audit line for each such
      * row from the start row through the map-stats row count. An
      * INVALID map may instead have stopped on a row too wide to
      * hold, which the scoring program counts as a row but does not
      * walk, so for it a trail ending one row short also proves.
      *--------------------------------------------------------------
       4300-PROVE-ONE-AUDIT-SLOPE.
           MOVE PRO-SLOPE-DOWN(MAP-PROFILE-INDEX, SLOPE-INDEX) TO
               VISIT-DOWN.
           MOVE BM-STATS-ROWS(MAP-INDEX) TO VISIT-LAST-ROW.
           IF BM-OPENED-LINES(MAP-INDEX) IS EQUAL TO ZERO
               MOVE 0 TO VISIT-LAST-ROW
           END-IF.
           PERFORM 4400-COUNT-SLOPE-VISITS
              THRU 4400-COUNT-SLOPE-VISITS-EXIT.
           MOVE VISIT-COUNT TO EXPECTED-VISITS.
           MOVE BM-AUDIT-LINES(MAP-INDEX, SLOPE-INDEX) TO ACTUAL-LINES.
           IF ACTUAL-LINES IS NOT EQUAL TO EXPECTED-VISITS
              AND BM-INVALID-LINES(MAP-INDEX) IS GREATER THAN ZERO
              AND VISIT-LAST-ROW IS GREATER THAN ZERO
               SUBTRACT 1 FROM VISIT-LAST-ROW
               PERFORM 4400-COUNT-SLOPE-VISITS
                  THRU 4400-COUNT-SLOPE-VISITS-EXIT
               IF VISIT-COUNT IS EQUAL TO ACTUAL-LINES
                   MOVE VISIT-COUNT TO EXPECTED-VISITS
               END-IF
           END-IF.
           MOVE EXPECTED-VISITS TO EXPECTED-LINES.
           ADD EXPECTED-LINES TO EXPECTED-AUDIT-TOTAL.
           ADD ACTUAL-LINES TO GRADED-AUDIT-TOTAL.
           MOVE PRO-SLOPE-RIGHT(MAP-PROFILE-INDEX, SLOPE-INDEX) TO
               WS-ACN-SLOPE-RIGHT.
           MOVE VISIT-DOWN TO WS-ACN-SLOPE-DOWN.
           MOVE WS-AUDIT-CHECK-NAME TO WS-CHECK-NAME.
           PERFORM 4800-GRADE-MAP-CHECK
              THRU 4800-GRADE-MAP-CHECK-EXIT.
       4300-PROVE-ONE-AUDIT-SLOPE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4400-COUNT-SLOPE-VISITS counts the rows from AUDIT-START-ROW
      * through VISIT-LAST-ROW that a slope of VISIT-DOWN samples -
      * rows 1 + n * DOWN - as the last sample step less the first,
      * plus one.
      *--------------------------------------------------------------
       4400-COUNT-SLOPE-VISITS.
           MOVE 0 TO VISIT-COUNT.
           IF VISIT-LAST-ROW IS LESS THAN AUDIT-START-ROW
              OR VISIT-DOWN IS EQUAL TO ZERO
               GO TO 4400-COUNT-SLOPE-VISITS-EXIT
           END-IF.
           COMPUTE VISIT-LAST-STEP = VISIT-LAST-ROW - 1.
           DIVIDE VISIT-LAST-STEP BY VISIT-DOWN
               GIVING VISIT-LAST-STEP.
           COMPUTE VISIT-FIRST-STEP = AUDIT-START-ROW + VISIT-DOWN
               - 2.
           DIVIDE VISIT-FIRST-STEP BY VISIT-DOWN
               GIVING VISIT-FIRST-STEP.
           IF VISIT-LAST-STEP IS NOT LESS THAN VISIT-FIRST-STEP
               COMPUTE VISIT-COUNT = VISIT-LAST-STEP
                   - VISIT-FIRST-STEP + 1
           END-IF.
       4400-COUNT-SLOPE-VISITS-EXIT.
           EXIT.

       4800-GRADE-MAP-CHECK.
           IF ACTUAL-LINES IS EQUAL TO EXPECTED-LINES
               GO TO 4800-GRADE-MAP-CHECK-EXIT
           END-IF.
           SET MAP-HAS-EXCEPTION TO TRUE.
           ADD 1 TO CHECKS-OUT-OF-BALANCE.
           MOVE BM-MAP-NAME(MAP-INDEX) TO WS-MDL-MAP-NAME.
           MOVE WS-CHECK-NAME TO WS-MDL-CHECK.
           MOVE EXPECTED-LINES TO WS-MDL-EXPECTED.
           MOVE ACTUAL-LINES TO WS-MDL-ACTUAL.
           MOVE "OUT OF BALANCE" TO WS-MDL-STATUS.
           WRITE BALANCE-REPORT-RECORD FROM WS-MAP-DETAIL-LINE.
       4800-GRADE-MAP-CHECK-EXIT.
           EXIT.

       4900-WRITE-MAP-NOTE.
           MOVE BM-MAP-NAME(MAP-INDEX) TO WS-MNL-MAP-NAME.
           WRITE BALANCE-REPORT-RECORD FROM WS-MAP-NOTE-LINE.
       4900-WRITE-MAP-NOTE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 5000-PROVE-RUN-TOTALS prints one line per file. Maps
      * attempted come from the manifest line and must equal the
      * run's summary lines; the other totals are the sums of the
      * per-map expectations. The run-state master is BALANCED with
      * no entries left for the run only when the run's closing
      * timing line shows it reached the end of its map list, which
      * is when it clears them; otherwise it must hold exactly one
      * entry per map the run attempted.
      *--------------------------------------------------------------
       5000-PROVE-RUN-TOTALS.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE "RUN TOTALS" TO WS-SECTION-HEADING.
           WRITE BALANCE-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE BALANCE-REPORT-RECORD FROM WS-TOTAL-COLUMN-HEADING.
           MOVE "MAPS ATTEMPTED / BATCH-SUMMARY LINES" TO
               WS-TTL-LABEL.
           MOVE MANIFEST-MAPS-ATTEMPTED TO EXPECTED-LINES.
           MOVE SUMMARY-LINES-FOR-RUN TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE "RESULTS LINES" TO WS-TTL-LABEL.
           MOVE EXPECTED-RESULTS-TOTAL TO EXPECTED-LINES.
           MOVE RESULTS-LINES-FOR-RUN TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE "LEDGER LINES" TO WS-TTL-LABEL.
           MOVE EXPECTED-OPENED-TOTAL TO EXPECTED-LINES.
           MOVE LEDGER-LINES-FOR-RUN TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE "MAP-STATS LINES" TO WS-TTL-LABEL.
           MOVE EXPECTED-OPENED-TOTAL TO EXPECTED-LINES.
           MOVE STATS-LINES-FOR-RUN TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE "RUN-STATE ENTRIES" TO WS-TTL-LABEL.
           MOVE MAP-COUNT TO EXPECTED-RUN-STATE-TOTAL.
           IF RUN-STATE-LINES-FOR-RUN IS EQUAL TO ZERO
               IF LIST-ENDED-NORMALLY
                   MOVE "RUN-STATE ENTRIES (CLEARED AT END)" TO
                       WS-TTL-LABEL
                   MOVE 0 TO EXPECTED-RUN-STATE-TOTAL
               ELSE
                   IF LIST-STOPPED-SHORT
                       MOVE "RUN-STATE ENTRIES (LIST NOT FINISHED)"
                           TO WS-TTL-LABEL
                   ELSE
                       MOVE "RUN-STATE ENTRIES (NO TIMING R LINE)"
                           TO WS-TTL-LABEL
                   END-IF
               END-IF
           END-IF.
           MOVE EXPECTED-RUN-STATE-TOTAL TO EXPECTED-LINES.
           MOVE RUN-STATE-LINES-FOR-RUN TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE "AUDIT LINES (GRADED MAPS)" TO WS-TTL-LABEL.
           MOVE EXPECTED-AUDIT-TOTAL TO EXPECTED-LINES.
           MOVE GRADED-AUDIT-TOTAL TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE "LINES FOR MAPS NOT ON THE SUMMARY" TO WS-TTL-LABEL.
           MOVE 0 TO EXPECTED-LINES.
           MOVE ORPHAN-LINES TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE "SUMMARY MAPS BEYOND THE MAP TABLE" TO WS-TTL-LABEL.
           MOVE 0 TO EXPECTED-LINES.
           MOVE SUMMARY-MAPS-NOT-TABLED TO ACTUAL-LINES.
           PERFORM 5100-GRADE-TOTAL
              THRU 5100-GRADE-TOTAL-EXIT.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           IF CHECKS-OUT-OF-BALANCE IS EQUAL TO ZERO
               MOVE "RUN ID " TO BALANCE-REPORT-RECORD
               MOVE WS-BALANCE-RUN-ID TO BALANCE-REPORT-RECORD(8:17)
               MOVE "BALANCED" TO BALANCE-REPORT-RECORD(26:8)
               IF MAPS-NOT-GRADED IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "*** RUN ID " TO BALANCE-REPORT-RECORD
               MOVE WS-BALANCE-RUN-ID TO BALANCE-REPORT-RECORD(12:17)
               MOVE "OUT OF BALANCE ***" TO
                   BALANCE-REPORT-RECORD(30:18)
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE BALANCE-REPORT-RECORD.
       5000-PROVE-RUN-TOTALS-EXIT.
           EXIT.

       5100-GRADE-TOTAL.
           MOVE EXPECTED-LINES TO WS-TTL-EXPECTED.
           MOVE ACTUAL-LINES TO WS-TTL-ACTUAL.
           IF ACTUAL-LINES IS EQUAL TO EXPECTED-LINES
               MOVE "BALANCED" TO WS-TTL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TTL-STATUS
               ADD 1 TO CHECKS-OUT-OF-BALANCE
           END-IF.
           WRITE BALANCE-REPORT-RECORD FROM WS-TOTAL-LINE.
       5100-GRADE-TOTAL-EXIT.
           EXIT.

       6000-WRITE-TRAILER.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE "MAPS ON THE BATCH SUMMARY" TO WS-TRL-LABEL.
           MOVE MAP-COUNT TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  OUT OF BALANCE" TO WS-TRL-LABEL.
           MOVE MAPS-OUT-OF-BALANCE TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  RESUMED FROM A CHECKPOINT" TO WS-TRL-LABEL.
           MOVE MAPS-RESUMED TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  AUDIT NOT GRADED - REPEATED MAPS" TO WS-TRL-LABEL.
           MOVE MAPS-NOT-GRADED TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "CHECKS OUT OF BALANCE" TO WS-TRL-LABEL.
           MOVE CHECKS-OUT-OF-BALANCE TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "BATCH-SUMMARY LINES READ" TO WS-TRL-LABEL.
           MOVE SUMMARY-LINES-READ TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "RESULTS LINES READ" TO WS-TRL-LABEL.
           MOVE RESULTS-LINES-READ TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "LEDGER LINES READ" TO WS-TRL-LABEL.
           MOVE LEDGER-LINES-READ TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAP-STATS LINES READ" TO WS-TRL-LABEL.
           MOVE STATS-LINES-READ TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "RUN-STATE ENTRIES READ" TO WS-TRL-LABEL.
           MOVE RUN-STATE-LINES-READ TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "TIMING LINES READ" TO WS-TRL-LABEL.
           MOVE TIMING-LINES-READ TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF LIST-ENDED-NORMALLY
               MOVE "  RUN READ ITS MAP LIST TO THE END" TO
                   BALANCE-REPORT-RECORD
           ELSE
               IF LIST-STOPPED-SHORT
                   MOVE "  RUN STOPPED SHORT OF THE END OF ITS LIST"
                       TO BALANCE-REPORT-RECORD
               ELSE
                   MOVE "  NO CLOSING TIMING LINE FOR THE RUN" TO
                       BALANCE-REPORT-RECORD
               END-IF
           END-IF.
           WRITE BALANCE-REPORT-RECORD.
           MOVE "AUDIT LINES READ" TO WS-TRL-LABEL.
           MOVE AUDIT-LINES-READ TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  FOR THIS RUN ID" TO WS-TRL-LABEL.
           MOVE AUDIT-LINES-FOR-RUN TO WS-TRL-COUNT.
           WRITE BALANCE-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           DISPLAY "BALANCE: RUN ID " WS-BALANCE-RUN-ID " - "
               MAP-COUNT " MAPS, " CHECKS-OUT-OF-BALANCE
               " CHECKS OUT OF BALANCE.".
       6000-WRITE-TRAILER-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 6500-WRITE-CANNOT-PROVE closes the report with the reason no
      * proof was possible; the return code is already a control
      * failure, which the schedule treats as out of balance.
      *--------------------------------------------------------------
       6500-WRITE-CANNOT-PROVE.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE "*** RUN CANNOT BE PROVED - " TO BALANCE-REPORT-RECORD.
           MOVE WS-CANNOT-PROVE-REASON TO BALANCE-REPORT-RECORD(28:60).
           MOVE "***" TO BALANCE-REPORT-RECORD(89:3).
           WRITE BALANCE-REPORT-RECORD.
       6500-WRITE-CANNOT-PROVE-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF REPORT-IS-OPEN
               CLOSE BALANCE-REPORT-FILE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
