      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-error-analysis.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New analysis of the scoring run's error
      *                    log. Every line is classified by error
      *                    type and by map, and a per-run report
      *                    gives the counts by type, each map's
      *                    counts with its first bad row and column,
      *                    and the worst maps. An indexed error
      *                    history keyed on map and error type
      *                    carries how many consecutive runs each
      *                    map has failed the same way and when the
      *                    problem first appeared, so chronic
      *                    suppliers are listed for escalation
      *                    instead of the same exception being
      *                    cleared by hand every morning.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO './files/day_3_errors.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-FILE-STATUS.

           SELECT RUN-MANIFEST-FILE ASSIGN
               TO './files/day_3_run_manifest.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-MANIFEST-FILE-STATUS.

           SELECT BATCH-SUMMARY-FILE ASSIGN
               TO './files/day_3_batch_summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-SUMMARY-FILE-STATUS.

           SELECT ERROR-HISTORY-FILE ASSIGN
               TO './files/day_3_error_history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EH-HISTORY-KEY
           FILE STATUS IS WS-ERROR-HISTORY-FILE-STATUS.

           SELECT ERROR-ANALYSIS-REPORT ASSIGN
               TO './files/day_3_error_analysis_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ERROR-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  ERROR-LOG-RECORD PIC X(150).

       FD RUN-MANIFEST-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-MANIFEST-RECORD PIC X(280).

       FD BATCH-SUMMARY-FILE
           LABEL RECORDS ARE OMITTED.
       01  BATCH-SUMMARY-RECORD PIC X(420).

       FD ERROR-HISTORY-FILE
           LABEL RECORDS ARE OMITTED.
       01  ERROR-HISTORY-RECORD.
           05 EH-HISTORY-KEY.
              10 EH-MAP-NAME      PIC X(100).
              10 EH-ERROR-TYPE    PIC X(12).
           05 EH-FIRST-SEEN-DATE  PIC 9(06).
           05 EH-STREAK-START-DATE PIC 9(06).
           05 EH-STREAK-RUN-ID    PIC X(17).
           05 EH-LAST-RUN-ID      PIC X(17).
           05 EH-LAST-SEEN-DATE   PIC 9(06).
           05 EH-CONSECUTIVE-RUNS PIC 9(05).
           05 EH-TOTAL-RUNS       PIC 9(05).
           05 EH-LAST-ERROR-COUNT PIC 9(07).
           05 EH-CLEARED-DATE     PIC 9(06).

       FD ERROR-ANALYSIS-REPORT
           LABEL RECORDS ARE OMITTED.
       01  ERROR-ANALYSIS-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-ERROR-LOG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-ERROR-LOG-OPEN-OK VALUE "00".
       01  WS-RUN-MANIFEST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RUN-MANIFEST-OPEN-OK VALUE "00".
       01  WS-BATCH-SUMMARY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-BATCH-SUMMARY-OPEN-OK VALUE "00".
       01  WS-ERROR-HISTORY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-ERROR-HISTORY-IO-OK VALUE "00".
           88 WS-ERROR-HISTORY-MISSING VALUE "35".
       01  RUN-VALID-SWITCH PIC X(01) VALUE "Y".
           88 RUN-IS-VALID VALUE "Y".
           88 RUN-IS-INVALID VALUE "N".
       01  ERROR-LOG-EOF-SWITCH PIC X(01) VALUE "N".
           88 ERROR-LOG-IS-EOF VALUE "Y".
       01  MANIFEST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MANIFEST-IS-EOF VALUE "Y".
       01  SUMMARY-EOF-SWITCH PIC X(01) VALUE "N".
           88 SUMMARY-IS-EOF VALUE "Y".
       01  HISTORY-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-SCAN-IS-EOF VALUE "Y".
       01  WS-ANALYSIS-RUN-DATE PIC 9(06).
       01  WS-ANALYSIS-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * WS-ANALYSED-RUN-ID is the run the error log belongs to - the
      * last run on the manifest, since the scoring program empties
      * the error log at the start of every run. Its date is the
      * date a problem is recorded as having appeared.
      *--------------------------------------------------------------
       01  WS-ANALYSED-RUN-ID.
           05 FILLER          PIC X(01).
           05 WS-ARI-DATE     PIC 9(06).
           05 FILLER          PIC X(10).
       01  WS-MANIFEST-LINE.
           05 WS-MAN-RUN-ID   PIC X(17).
           05 FILLER          PIC X(263).

      *--------------------------------------------------------------
      * WS-ERROR-LINE is one error log line, viewed through the
      * layout of each record the scoring program writes to it. The
      * leading text of a line says which layout applies.
      *--------------------------------------------------------------
       01  WS-ERROR-LINE PIC X(150).
       01  WS-BAD-CHAR-VIEW REDEFINES WS-ERROR-LINE.
           05 WS-BCV-TAG        PIC X(13).
           05 WS-BCV-MAP-NAME   PIC X(100).
           05 FILLER            PIC X(05).
           05 WS-BCV-ROW-X      PIC X(05).
           05 FILLER            PIC X(08).
           05 WS-BCV-COLUMN-X   PIC X(05).
           05 FILLER            PIC X(14).
       01  WS-ROW-OVERRUN-VIEW REDEFINES WS-ERROR-LINE.
           05 WS-ROV-TAG        PIC X(21).
           05 WS-ROV-MAP-NAME   PIC X(100).
           05 FILLER            PIC X(06).
           05 WS-ROV-ROW-X      PIC X(05).
           05 FILLER            PIC X(18).
       01  WS-SLOPE-ERROR-VIEW REDEFINES WS-ERROR-LINE.
           05 WS-SEV-TAG        PIC X(19).
           05 WS-SEV-MAP-NAME   PIC X(100).
           05 FILLER            PIC X(31).
       01  WS-RUN-LEVEL-VIEW REDEFINES WS-ERROR-LINE.
           05 WS-RLV-TAG        PIC X(27).
           05 FILLER            PIC X(123).
       01  WS-LINE-MAP-NAME PIC X(100).
       01  WS-LINE-ROW-X PIC X(05).
       01  WS-LINE-COLUMN-X PIC X(05).
       01  WS-LINE-ROW-NUM PIC 9(05).
       01  WS-LINE-COLUMN-NUM PIC 9(05).

      *--------------------------------------------------------------
      * ERROR-TYPE-TABLE names the error types in report order. A
      * line none of the layouts recognise is counted as OTHER so
      * nothing written to the log goes unreported. The two
      * run-level types carry no map and are filed under a blank
      * map name.
      *--------------------------------------------------------------
       01  ERROR-TYPE-VALUES.
           05 FILLER PIC X(12) VALUE "BAD CHAR".
           05 FILLER PIC X(12) VALUE "ROW OVERRUN".
           05 FILLER PIC X(12) VALUE "OVERFLOW".
           05 FILLER PIC X(12) VALUE "TOLERANCE".
           05 FILLER PIC X(12) VALUE "SLOPE CONFIG".
           05 FILLER PIC X(12) VALUE "EXPECTATION".
           05 FILLER PIC X(12) VALUE "OTHER".
       01  ERROR-TYPE-TABLE REDEFINES ERROR-TYPE-VALUES.
           05 ERROR-TYPE-NAME OCCURS 7 TIMES PIC X(12).
       01  ERROR-TYPE-COUNT PIC 9(02) VALUE 7.
       01  ERROR-TYPE-INDEX PIC 9(02) VALUE 0.
       01  WS-LINE-TYPE-INDEX PIC 9(02) VALUE 0.
       01  TYPE-TOTALS-TABLE.
           05 TYPE-TOTAL OCCURS 7 TIMES PIC 9(07).

      *--------------------------------------------------------------
      * ERROR-MAP-TABLE gathers this run's errors per map: the count
      * of each type, the total, and the first bad row and column
      * the log names for the map. EM-RANKED marks a map already
      * placed on the worst-maps list.
      *--------------------------------------------------------------
       01  MAX-ERROR-MAPS PIC 9(04) VALUE 1000.
       01  ERROR-MAP-COUNT PIC 9(04) VALUE 0.
       01  ERROR-MAP-INDEX PIC 9(04) VALUE 0.
       01  ERROR-MAP-MATCH-INDEX PIC 9(04) VALUE 0.
       01  ERROR-MAPS-NOT-TABLED PIC 9(07) VALUE 0.
       01  ERROR-MAP-TABLE.
           05 ERROR-MAP-ENTRY OCCURS 1000 TIMES.
              10 EM-MAP-NAME       PIC X(100).
              10 EM-TOTAL          PIC 9(07).
              10 EM-TYPE-COUNT OCCURS 7 TIMES PIC 9(07).
              10 EM-FIRST-ROW      PIC 9(05).
              10 EM-FIRST-COLUMN   PIC 9(05).
              10 EM-RANKED         PIC X(01).

      *--------------------------------------------------------------
      * RUN-MAP-TABLE lists the maps this run scored, from its batch
      * summary lines. A map on it with no error of a type this run
      * has cleared that problem; a map the run did not score (a
      * partition elsewhere, a retired map) keeps its streak.
      *--------------------------------------------------------------
       01  MAX-RUN-MAPS PIC 9(04) VALUE 2000.
       01  RUN-MAP-COUNT PIC 9(04) VALUE 0.
       01  RUN-MAP-INDEX PIC 9(04) VALUE 0.
       01  RUN-MAP-MATCH-INDEX PIC 9(04) VALUE 0.
       01  RUN-MAP-TABLE.
           05 RUN-MAP-NAME OCCURS 2000 TIMES PIC X(100).
       01  WS-SUMMARY-LINE.
           05 WS-SUM-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(248).
           05 WS-SUM-RUN-ID       PIC X(17).
           05 FILLER              PIC X(55).

       01  CHRONIC-RUN-THRESHOLD PIC 9(05) VALUE 2.
       01  WORST-MAP-LIMIT PIC 9(02) VALUE 10.
       01  WORST-MAP-RANK PIC 9(02) VALUE 0.
       01  WORST-MAP-BEST-INDEX PIC 9(04) VALUE 0.
       01  WORST-MAP-BEST-TOTAL PIC 9(07) VALUE 0.

       01  ERROR-LINES-READ PIC 9(07) VALUE 0.
       01  HISTORY-ADDED-COUNT PIC 9(05) VALUE 0.
       01  HISTORY-CONTINUED-COUNT PIC 9(05) VALUE 0.
       01  HISTORY-CLEARED-COUNT PIC 9(05) VALUE 0.
       01  CHRONIC-PROBLEM-COUNT PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * Report lines.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(28) VALUE "ERROR LOG ANALYSIS - RUN ID ".
           05 WS-HD1-RUN-ID PIC X(17).
           05 FILLER PIC X(14) VALUE "  REPORT DATE ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-SECTION-HEADING PIC X(80).
       01  WS-TYPE-COUNT-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-TCL-TYPE PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-TCL-COUNT PIC Z(6)9.
       01  WS-MAP-COLUMN-HEADING.
           05 FILLER PIC X(102) VALUE "MAP".
           05 FILLER PIC X(40) VALUE
              "  TOTAL BADCHR OVERRN OVRFLW TOLRNC CONF".
           05 FILLER PIC X(35) VALUE
              "IG EXPECT  OTHER  FIRST ROW  COLUMN".
       01  WS-MAP-DETAIL-LINE.
           05 WS-MDL-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-MDL-TOTAL PIC Z(6)9.
           05 WS-MDL-TYPE-COUNTS.
              10 WS-MDL-TYPE OCCURS 7 TIMES.
                 15 FILLER PIC X(01).
                 15 WS-MDL-TYPE-COUNT PIC Z(5)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-MDL-FIRST-ROW PIC Z(8)9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-MDL-FIRST-COLUMN PIC Z(4)9.
       01  WS-WORST-MAP-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-WML-RANK PIC Z9.
           05 FILLER PIC X(02) VALUE ". ".
           05 WS-WML-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-WML-TOTAL PIC Z(6)9.
           05 FILLER PIC X(08) VALUE " ERRORS".
       01  WS-CHRONIC-COLUMN-HEADING.
           05 FILLER PIC X(102) VALUE "MAP".
           05 FILLER PIC X(40) VALUE
              "ERROR TYPE    IN A ROW    SINCE   STREAK".
           05 FILLER PIC X(28) VALUE
              " RUN ID    FIRST SEEN  TOTAL".
       01  WS-CHRONIC-DETAIL-LINE.
           05 WS-CDL-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-CDL-ERROR-TYPE PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-CDL-CONSECUTIVE PIC Z(7)9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-CDL-STREAK-START PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-CDL-STREAK-RUN-ID PIC X(17).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-CDL-FIRST-SEEN PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-CDL-TOTAL-RUNS PIC Z(4)9.
       01  WS-RUN-LEVEL-LABEL PIC X(100) VALUE "(RUN LEVEL - NO MAP)".
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(40).
           05 WS-TRL-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF RUN-IS-VALID
               PERFORM 2000-CLASSIFY-ERROR-LOG
                  THRU 2000-CLASSIFY-ERROR-LOG-EXIT
               PERFORM 3000-UPDATE-ERROR-HISTORY
                  THRU 3000-UPDATE-ERROR-HISTORY-EXIT
               PERFORM 4000-WRITE-RUN-SUMMARY
                  THRU 4000-WRITE-RUN-SUMMARY-EXIT
               PERFORM 5000-WRITE-RECURRING-PROBLEMS
                  THRU 5000-WRITE-RECURRING-PROBLEMS-EXIT
               PERFORM 8000-WRITE-TRAILER
                  THRU 8000-WRITE-TRAILER-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-ANALYSIS-RUN-DATE FROM DATE.
           ACCEPT WS-ANALYSIS-RUN-TIME FROM TIME.
           PERFORM 1100-FIND-ANALYSED-RUN
              THRU 1100-FIND-ANALYSED-RUN-EXIT.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT ERROR-LOG-FILE.
           IF NOT WS-ERROR-LOG-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN ERROR LOG - FILE STATUS "
                   WS-ERROR-LOG-FILE-STATUS " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1300-OPEN-ERROR-HISTORY
              THRU 1300-OPEN-ERROR-HISTORY-EXIT.
           IF RUN-IS-INVALID
               CLOSE ERROR-LOG-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-RUN-MAPS
              THRU 1200-LOAD-RUN-MAPS-EXIT.
           OPEN OUTPUT ERROR-ANALYSIS-REPORT.
           MOVE WS-ANALYSED-RUN-ID TO WS-HD1-RUN-ID.
           MOVE WS-ANALYSIS-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-ANALYSIS-RUN-TIME TO WS-HD1-TIME.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-REPORT-HEADING-1.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-FIND-ANALYSED-RUN takes the run id from the last line
      * of the run manifest. Without it the history cannot tell one
      * run from the next, so the analysis stops.
      *--------------------------------------------------------------
       1100-FIND-ANALYSED-RUN.
           MOVE SPACES TO WS-ANALYSED-RUN-ID.
           OPEN INPUT RUN-MANIFEST-FILE.
           IF NOT WS-RUN-MANIFEST-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN RUN MANIFEST - FILE STATUS "
                   WS-RUN-MANIFEST-FILE-STATUS " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-FIND-ANALYSED-RUN-EXIT
           END-IF.
           PERFORM 1110-READ-ONE-MANIFEST-LINE
              THRU 1110-READ-ONE-MANIFEST-LINE-EXIT
              UNTIL MANIFEST-IS-EOF.
           CLOSE RUN-MANIFEST-FILE.
           IF WS-ANALYSED-RUN-ID IS EQUAL TO SPACES
              OR WS-ARI-DATE IS NOT NUMERIC
               DISPLAY "*** RUN MANIFEST HAS NO USABLE RUN ID ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       1100-FIND-ANALYSED-RUN-EXIT.
           EXIT.

       1110-READ-ONE-MANIFEST-LINE.
           READ RUN-MANIFEST-FILE INTO WS-MANIFEST-LINE
               AT END
                   SET MANIFEST-IS-EOF TO TRUE
               NOT AT END
                   IF WS-MAN-RUN-ID IS NOT EQUAL TO SPACES
                       MOVE WS-MAN-RUN-ID TO WS-ANALYSED-RUN-ID
                   END-IF
           END-READ.
       1110-READ-ONE-MANIFEST-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-LOAD-RUN-MAPS lists the maps the analysed run scored.
      * Batch summary lines from an earlier run of the same day
      * (kept when a run restarts) are passed over - their errors
      * went with that run's error log. Maps past the table simply
      * keep their streaks this run.
      *--------------------------------------------------------------
       1200-LOAD-RUN-MAPS.
           OPEN INPUT BATCH-SUMMARY-FILE.
           IF NOT WS-BATCH-SUMMARY-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN BATCH SUMMARY FILE - "
                   "FILE STATUS " WS-BATCH-SUMMARY-FILE-STATUS
                   " - NO STREAK IS CLEARED THIS RUN ***"
               GO TO 1200-LOAD-RUN-MAPS-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-RUN-MAP
              THRU 1210-LOAD-ONE-RUN-MAP-EXIT
              UNTIL SUMMARY-IS-EOF.
           CLOSE BATCH-SUMMARY-FILE.
       1200-LOAD-RUN-MAPS-EXIT.
           EXIT.

       1210-LOAD-ONE-RUN-MAP.
           READ BATCH-SUMMARY-FILE INTO WS-SUMMARY-LINE
               AT END
                   SET SUMMARY-IS-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-RUN-MAP-EXIT
           END-READ.
           IF WS-SUM-RUN-ID IS NOT EQUAL TO WS-ANALYSED-RUN-ID
              OR RUN-MAP-COUNT IS NOT LESS THAN MAX-RUN-MAPS
               GO TO 1210-LOAD-ONE-RUN-MAP-EXIT
           END-IF.
           ADD 1 TO RUN-MAP-COUNT.
           MOVE WS-SUM-MAP-NAME TO RUN-MAP-NAME(RUN-MAP-COUNT).
       1210-LOAD-ONE-RUN-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1300-OPEN-ERROR-HISTORY opens the history in I-O mode,
      * creating it the first day it does not yet exist.
      *--------------------------------------------------------------
       1300-OPEN-ERROR-HISTORY.
           OPEN I-O ERROR-HISTORY-FILE.
           IF WS-ERROR-HISTORY-MISSING
               OPEN OUTPUT ERROR-HISTORY-FILE
               CLOSE ERROR-HISTORY-FILE
               OPEN I-O ERROR-HISTORY-FILE
           END-IF.
           IF NOT WS-ERROR-HISTORY-IO-OK
               DISPLAY "*** UNABLE TO OPEN ERROR HISTORY - "
                   "FILE STATUS " WS-ERROR-HISTORY-FILE-STATUS " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       1300-OPEN-ERROR-HISTORY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2000-CLASSIFY-ERROR-LOG reads the error log through and
      * files every line under its type and map.
      *--------------------------------------------------------------
       2000-CLASSIFY-ERROR-LOG.
           MOVE ZEROES TO TYPE-TOTALS-TABLE.
           PERFORM 2100-CLASSIFY-ONE-LINE
              THRU 2100-CLASSIFY-ONE-LINE-EXIT
              UNTIL ERROR-LOG-IS-EOF.
           CLOSE ERROR-LOG-FILE.
       2000-CLASSIFY-ERROR-LOG-EXIT.
           EXIT.

       2100-CLASSIFY-ONE-LINE.
           READ ERROR-LOG-FILE INTO WS-ERROR-LINE
               AT END
                   SET ERROR-LOG-IS-EOF TO TRUE
                   GO TO 2100-CLASSIFY-ONE-LINE-EXIT
           END-READ.
           IF WS-ERROR-LINE IS EQUAL TO SPACES
               GO TO 2100-CLASSIFY-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO ERROR-LINES-READ.
           MOVE SPACES TO WS-LINE-MAP-NAME.
           MOVE SPACES TO WS-LINE-ROW-X.
           MOVE SPACES TO WS-LINE-COLUMN-X.
           MOVE 7 TO WS-LINE-TYPE-INDEX.
           IF WS-BCV-TAG IS EQUAL TO "INVALID CHAR "
               MOVE 1 TO WS-LINE-TYPE-INDEX
               MOVE WS-BCV-MAP-NAME TO WS-LINE-MAP-NAME
               MOVE WS-BCV-ROW-X TO WS-LINE-ROW-X
               MOVE WS-BCV-COLUMN-X TO WS-LINE-COLUMN-X
           END-IF.
           IF WS-ROV-TAG IS EQUAL TO "ROW TOO LONG FOR MAP "
               MOVE 2 TO WS-LINE-TYPE-INDEX
               MOVE WS-ROV-MAP-NAME TO WS-LINE-MAP-NAME
               MOVE WS-ROV-ROW-X TO WS-LINE-ROW-X
           END-IF.
           IF WS-SEV-TAG IS EQUAL TO "COUNTER OVERFLOW - "
               MOVE 3 TO WS-LINE-TYPE-INDEX
               MOVE WS-SEV-MAP-NAME TO WS-LINE-MAP-NAME
           END-IF.
           IF WS-SEV-TAG IS EQUAL TO "OUT OF TOLERANCE - "
               MOVE 4 TO WS-LINE-TYPE-INDEX
               MOVE WS-SEV-MAP-NAME TO WS-LINE-MAP-NAME
           END-IF.
           IF WS-RLV-TAG IS EQUAL TO "INVALID SLOPE CONFIG LINE  "
               MOVE 5 TO WS-LINE-TYPE-INDEX
           END-IF.
           IF WS-RLV-TAG IS EQUAL TO "INVALID EXPECTATION LINE   "
               MOVE 6 TO WS-LINE-TYPE-INDEX
           END-IF.
           ADD 1 TO TYPE-TOTAL(WS-LINE-TYPE-INDEX).
           PERFORM 2200-FIND-ERROR-MAP
              THRU 2200-FIND-ERROR-MAP-EXIT.
           IF ERROR-MAP-MATCH-INDEX IS EQUAL TO ZERO
               IF ERROR-MAP-COUNT IS NOT LESS THAN MAX-ERROR-MAPS
                   ADD 1 TO ERROR-MAPS-NOT-TABLED
                   GO TO 2100-CLASSIFY-ONE-LINE-EXIT
               END-IF
               ADD 1 TO ERROR-MAP-COUNT
               MOVE ERROR-MAP-COUNT TO ERROR-MAP-MATCH-INDEX
               MOVE WS-LINE-MAP-NAME TO EM-MAP-NAME(ERROR-MAP-COUNT)
               MOVE 0 TO EM-TOTAL(ERROR-MAP-COUNT)
               MOVE 0 TO EM-FIRST-ROW(ERROR-MAP-COUNT)
               MOVE 0 TO EM-FIRST-COLUMN(ERROR-MAP-COUNT)
               MOVE "N" TO EM-RANKED(ERROR-MAP-COUNT)
               PERFORM 2300-CLEAR-ONE-TYPE-COUNT
                  THRU 2300-CLEAR-ONE-TYPE-COUNT-EXIT
                  VARYING ERROR-TYPE-INDEX FROM 1 BY 1
                  UNTIL ERROR-TYPE-INDEX > ERROR-TYPE-COUNT
           END-IF.
           ADD 1 TO EM-TOTAL(ERROR-MAP-MATCH-INDEX).
           ADD 1 TO EM-TYPE-COUNT(ERROR-MAP-MATCH-INDEX,
               WS-LINE-TYPE-INDEX).
           IF EM-FIRST-ROW(ERROR-MAP-MATCH-INDEX) IS EQUAL TO ZERO
               PERFORM 2400-NOTE-FIRST-BAD-CELL
                  THRU 2400-NOTE-FIRST-BAD-CELL-EXIT
           END-IF.
       2100-CLASSIFY-ONE-LINE-EXIT.
           EXIT.

       2200-FIND-ERROR-MAP.
           MOVE 0 TO ERROR-MAP-MATCH-INDEX.
           PERFORM 2210-MATCH-ONE-ERROR-MAP
              THRU 2210-MATCH-ONE-ERROR-MAP-EXIT
              VARYING ERROR-MAP-INDEX FROM 1 BY 1
              UNTIL ERROR-MAP-INDEX > ERROR-MAP-COUNT
                 OR ERROR-MAP-MATCH-INDEX > 0.
       2200-FIND-ERROR-MAP-EXIT.
           EXIT.

       2210-MATCH-ONE-ERROR-MAP.
           IF EM-MAP-NAME(ERROR-MAP-INDEX) IS EQUAL TO
              WS-LINE-MAP-NAME
               MOVE ERROR-MAP-INDEX TO ERROR-MAP-MATCH-INDEX
           END-IF.
       2210-MATCH-ONE-ERROR-MAP-EXIT.
           EXIT.

       2300-CLEAR-ONE-TYPE-COUNT.
           MOVE 0 TO EM-TYPE-COUNT(ERROR-MAP-COUNT, ERROR-TYPE-INDEX).
       2300-CLEAR-ONE-TYPE-COUNT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2400-NOTE-FIRST-BAD-CELL keeps the first row (and, for a bad
      * character, the column) the log names for the map. The
      * scoring program logs a map's rows in the order it reads
      * them, so the first one seen is the first bad row.
      *--------------------------------------------------------------
       2400-NOTE-FIRST-BAD-CELL.
           INSPECT WS-LINE-ROW-X REPLACING ALL SPACE BY "0".
           IF WS-LINE-ROW-X IS NOT NUMERIC
               GO TO 2400-NOTE-FIRST-BAD-CELL-EXIT
           END-IF.
           MOVE WS-LINE-ROW-X TO WS-LINE-ROW-NUM.
           IF WS-LINE-ROW-NUM IS EQUAL TO ZERO
               GO TO 2400-NOTE-FIRST-BAD-CELL-EXIT
           END-IF.
           MOVE WS-LINE-ROW-NUM TO EM-FIRST-ROW(ERROR-MAP-MATCH-INDEX).
           INSPECT WS-LINE-COLUMN-X REPLACING ALL SPACE BY "0".
           IF WS-LINE-COLUMN-X IS NUMERIC
               MOVE WS-LINE-COLUMN-X TO WS-LINE-COLUMN-NUM
               MOVE WS-LINE-COLUMN-NUM TO
                   EM-FIRST-COLUMN(ERROR-MAP-MATCH-INDEX)
           END-IF.
       2400-NOTE-FIRST-BAD-CELL-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-UPDATE-ERROR-HISTORY records every map/type that failed
      * this run, then clears the streak of every map/type this run
      * scored without the error. A run already applied (the
      * analysis run twice) only refreshes its count.
      *--------------------------------------------------------------
       3000-UPDATE-ERROR-HISTORY.
           PERFORM 3100-RECORD-ONE-MAP
              THRU 3100-RECORD-ONE-MAP-EXIT
              VARYING ERROR-MAP-INDEX FROM 1 BY 1
              UNTIL ERROR-MAP-INDEX > ERROR-MAP-COUNT.
           PERFORM 3300-START-HISTORY-SCAN
              THRU 3300-START-HISTORY-SCAN-EXIT.
           PERFORM 3400-CLEAR-ONE-STREAK
              THRU 3400-CLEAR-ONE-STREAK-EXIT
              UNTIL HISTORY-SCAN-IS-EOF.
       3000-UPDATE-ERROR-HISTORY-EXIT.
           EXIT.

       3100-RECORD-ONE-MAP.
           PERFORM 3200-RECORD-ONE-MAP-TYPE
              THRU 3200-RECORD-ONE-MAP-TYPE-EXIT
              VARYING ERROR-TYPE-INDEX FROM 1 BY 1
              UNTIL ERROR-TYPE-INDEX > ERROR-TYPE-COUNT.
       3100-RECORD-ONE-MAP-EXIT.
           EXIT.

       3200-RECORD-ONE-MAP-TYPE.
           IF EM-TYPE-COUNT(ERROR-MAP-INDEX, ERROR-TYPE-INDEX)
              IS EQUAL TO ZERO
               GO TO 3200-RECORD-ONE-MAP-TYPE-EXIT
           END-IF.
           MOVE EM-MAP-NAME(ERROR-MAP-INDEX) TO EH-MAP-NAME.
           MOVE ERROR-TYPE-NAME(ERROR-TYPE-INDEX) TO EH-ERROR-TYPE.
           READ ERROR-HISTORY-FILE
               INVALID KEY
                   PERFORM 3210-ADD-HISTORY-RECORD
                      THRU 3210-ADD-HISTORY-RECORD-EXIT
               NOT INVALID KEY
                   PERFORM 3220-EXTEND-HISTORY-RECORD
                      THRU 3220-EXTEND-HISTORY-RECORD-EXIT
           END-READ.
       3200-RECORD-ONE-MAP-TYPE-EXIT.
           EXIT.

       3210-ADD-HISTORY-RECORD.
           MOVE WS-ARI-DATE TO EH-FIRST-SEEN-DATE.
           MOVE WS-ARI-DATE TO EH-STREAK-START-DATE.
           MOVE WS-ANALYSED-RUN-ID TO EH-STREAK-RUN-ID.
           MOVE WS-ANALYSED-RUN-ID TO EH-LAST-RUN-ID.
           MOVE WS-ARI-DATE TO EH-LAST-SEEN-DATE.
           MOVE 1 TO EH-CONSECUTIVE-RUNS.
           MOVE 1 TO EH-TOTAL-RUNS.
           MOVE EM-TYPE-COUNT(ERROR-MAP-INDEX, ERROR-TYPE-INDEX) TO
               EH-LAST-ERROR-COUNT.
           MOVE 0 TO EH-CLEARED-DATE.
           WRITE ERROR-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR HISTORY WRITE FAILED - "
                       "FILE STATUS " WS-ERROR-HISTORY-FILE-STATUS
                       " ***"
           END-WRITE.
           IF WS-ERROR-HISTORY-IO-OK
               ADD 1 TO HISTORY-ADDED-COUNT
           END-IF.
       3210-ADD-HISTORY-RECORD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3220-EXTEND-HISTORY-RECORD carries an existing problem into
      * this run: the streak grows by one if the map/type failed on
      * its last scored run as well, or starts again at one - dated
      * today - if it had since been cleared.
      *--------------------------------------------------------------
       3220-EXTEND-HISTORY-RECORD.
           MOVE EM-TYPE-COUNT(ERROR-MAP-INDEX, ERROR-TYPE-INDEX) TO
               EH-LAST-ERROR-COUNT.
           IF EH-LAST-RUN-ID IS NOT EQUAL TO WS-ANALYSED-RUN-ID
               IF EH-CONSECUTIVE-RUNS IS GREATER THAN ZERO
                   ADD 1 TO EH-CONSECUTIVE-RUNS
               ELSE
                   MOVE 1 TO EH-CONSECUTIVE-RUNS
                   MOVE WS-ARI-DATE TO EH-STREAK-START-DATE
                   MOVE WS-ANALYSED-RUN-ID TO EH-STREAK-RUN-ID
                   MOVE 0 TO EH-CLEARED-DATE
               END-IF
               ADD 1 TO EH-TOTAL-RUNS
               MOVE WS-ANALYSED-RUN-ID TO EH-LAST-RUN-ID
               MOVE WS-ARI-DATE TO EH-LAST-SEEN-DATE
           END-IF.
           REWRITE ERROR-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR HISTORY REWRITE FAILED - "
                       "FILE STATUS " WS-ERROR-HISTORY-FILE-STATUS
                       " ***"
           END-REWRITE.
           IF WS-ERROR-HISTORY-IO-OK
               ADD 1 TO HISTORY-CONTINUED-COUNT
           END-IF.
       3220-EXTEND-HISTORY-RECORD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3300-START-HISTORY-SCAN positions the history at its first
      * key for a sequential pass.
      *--------------------------------------------------------------
       3300-START-HISTORY-SCAN.
           MOVE "N" TO HISTORY-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO EH-HISTORY-KEY.
           START ERROR-HISTORY-FILE KEY IS GREATER THAN EH-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-SCAN-IS-EOF TO TRUE
           END-START.
       3300-START-HISTORY-SCAN-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3400-CLEAR-ONE-STREAK ends the streak of a problem this run
      * did not repeat: a run-level problem is cleared by any run
      * without it, a map's problem only by a run that scored the
      * map.
      *--------------------------------------------------------------
       3400-CLEAR-ONE-STREAK.
           READ ERROR-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-SCAN-IS-EOF TO TRUE
                   GO TO 3400-CLEAR-ONE-STREAK-EXIT
           END-READ.
           IF EH-LAST-RUN-ID IS EQUAL TO WS-ANALYSED-RUN-ID
              OR EH-CONSECUTIVE-RUNS IS EQUAL TO ZERO
               GO TO 3400-CLEAR-ONE-STREAK-EXIT
           END-IF.
           IF EH-MAP-NAME IS NOT EQUAL TO SPACES
               PERFORM 3500-FIND-RUN-MAP
                  THRU 3500-FIND-RUN-MAP-EXIT
               IF RUN-MAP-MATCH-INDEX IS EQUAL TO ZERO
                   GO TO 3400-CLEAR-ONE-STREAK-EXIT
               END-IF
           END-IF.
           MOVE 0 TO EH-CONSECUTIVE-RUNS.
           MOVE WS-ARI-DATE TO EH-CLEARED-DATE.
           REWRITE ERROR-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR HISTORY REWRITE FAILED - "
                       "FILE STATUS " WS-ERROR-HISTORY-FILE-STATUS
                       " ***"
           END-REWRITE.
           IF WS-ERROR-HISTORY-IO-OK
               ADD 1 TO HISTORY-CLEARED-COUNT
           END-IF.
       3400-CLEAR-ONE-STREAK-EXIT.
           EXIT.

       3500-FIND-RUN-MAP.
           MOVE 0 TO RUN-MAP-MATCH-INDEX.
           PERFORM 3510-MATCH-ONE-RUN-MAP
              THRU 3510-MATCH-ONE-RUN-MAP-EXIT
              VARYING RUN-MAP-INDEX FROM 1 BY 1
              UNTIL RUN-MAP-INDEX > RUN-MAP-COUNT
                 OR RUN-MAP-MATCH-INDEX > 0.
       3500-FIND-RUN-MAP-EXIT.
           EXIT.

       3510-MATCH-ONE-RUN-MAP.
           IF RUN-MAP-NAME(RUN-MAP-INDEX) IS EQUAL TO EH-MAP-NAME
               MOVE RUN-MAP-INDEX TO RUN-MAP-MATCH-INDEX
           END-IF.
       3510-MATCH-ONE-RUN-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-WRITE-RUN-SUMMARY writes the counts by error type, each
      * map's counts with its first bad row and column, and the
      * worst maps by error count.
      *--------------------------------------------------------------
       4000-WRITE-RUN-SUMMARY.
           MOVE SPACES TO ERROR-ANALYSIS-RECORD.
           WRITE ERROR-ANALYSIS-RECORD.
           MOVE "ERRORS BY TYPE" TO WS-SECTION-HEADING.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-SECTION-HEADING.
           PERFORM 4100-WRITE-ONE-TYPE-COUNT
              THRU 4100-WRITE-ONE-TYPE-COUNT-EXIT
              VARYING ERROR-TYPE-INDEX FROM 1 BY 1
              UNTIL ERROR-TYPE-INDEX > ERROR-TYPE-COUNT.
           MOVE SPACES TO ERROR-ANALYSIS-RECORD.
           WRITE ERROR-ANALYSIS-RECORD.
           MOVE "ERRORS BY MAP" TO WS-SECTION-HEADING.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-SECTION-HEADING.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-MAP-COLUMN-HEADING.
           PERFORM 4200-WRITE-ONE-MAP-LINE
              THRU 4200-WRITE-ONE-MAP-LINE-EXIT
              VARYING ERROR-MAP-INDEX FROM 1 BY 1
              UNTIL ERROR-MAP-INDEX > ERROR-MAP-COUNT.
           IF ERROR-MAP-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO ERROR-ANALYSIS-RECORD
               WRITE ERROR-ANALYSIS-RECORD
           END-IF.
           MOVE SPACES TO ERROR-ANALYSIS-RECORD.
           WRITE ERROR-ANALYSIS-RECORD.
           MOVE "WORST MAPS" TO WS-SECTION-HEADING.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-SECTION-HEADING.
           PERFORM 4300-WRITE-NEXT-WORST-MAP
              THRU 4300-WRITE-NEXT-WORST-MAP-EXIT
              VARYING WORST-MAP-RANK FROM 1 BY 1
              UNTIL WORST-MAP-RANK > WORST-MAP-LIMIT.
       4000-WRITE-RUN-SUMMARY-EXIT.
           EXIT.

       4100-WRITE-ONE-TYPE-COUNT.
           MOVE ERROR-TYPE-NAME(ERROR-TYPE-INDEX) TO WS-TCL-TYPE.
           MOVE TYPE-TOTAL(ERROR-TYPE-INDEX) TO WS-TCL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TYPE-COUNT-LINE.
       4100-WRITE-ONE-TYPE-COUNT-EXIT.
           EXIT.

       4200-WRITE-ONE-MAP-LINE.
           MOVE SPACES TO WS-MAP-DETAIL-LINE.
           IF EM-MAP-NAME(ERROR-MAP-INDEX) IS EQUAL TO SPACES
               MOVE WS-RUN-LEVEL-LABEL TO WS-MDL-MAP-NAME
           ELSE
               MOVE EM-MAP-NAME(ERROR-MAP-INDEX) TO WS-MDL-MAP-NAME
           END-IF.
           MOVE EM-TOTAL(ERROR-MAP-INDEX) TO WS-MDL-TOTAL.
           PERFORM 4210-FORMAT-ONE-TYPE-COUNT
              THRU 4210-FORMAT-ONE-TYPE-COUNT-EXIT
              VARYING ERROR-TYPE-INDEX FROM 1 BY 1
              UNTIL ERROR-TYPE-INDEX > ERROR-TYPE-COUNT.
           IF EM-FIRST-ROW(ERROR-MAP-INDEX) IS GREATER THAN ZERO
               MOVE EM-FIRST-ROW(ERROR-MAP-INDEX) TO WS-MDL-FIRST-ROW
           END-IF.
           IF EM-FIRST-COLUMN(ERROR-MAP-INDEX) IS GREATER THAN ZERO
               MOVE EM-FIRST-COLUMN(ERROR-MAP-INDEX) TO
                   WS-MDL-FIRST-COLUMN
           END-IF.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-MAP-DETAIL-LINE.
       4200-WRITE-ONE-MAP-LINE-EXIT.
           EXIT.

       4210-FORMAT-ONE-TYPE-COUNT.
           MOVE EM-TYPE-COUNT(ERROR-MAP-INDEX, ERROR-TYPE-INDEX) TO
               WS-MDL-TYPE-COUNT(ERROR-TYPE-INDEX).
       4210-FORMAT-ONE-TYPE-COUNT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4300-WRITE-NEXT-WORST-MAP picks the unranked map with the
      * most errors and lists it. Run-level errors are not a
      * supplier's and are left off this list.
      *--------------------------------------------------------------
       4300-WRITE-NEXT-WORST-MAP.
           MOVE 0 TO WORST-MAP-BEST-INDEX.
           MOVE 0 TO WORST-MAP-BEST-TOTAL.
           PERFORM 4310-COMPARE-ONE-MAP
              THRU 4310-COMPARE-ONE-MAP-EXIT
              VARYING ERROR-MAP-INDEX FROM 1 BY 1
              UNTIL ERROR-MAP-INDEX > ERROR-MAP-COUNT.
           IF WORST-MAP-BEST-INDEX IS EQUAL TO ZERO
               IF WORST-MAP-RANK IS EQUAL TO 1
                   MOVE "  (NONE)" TO ERROR-ANALYSIS-RECORD
                   WRITE ERROR-ANALYSIS-RECORD
               END-IF
               MOVE WORST-MAP-LIMIT TO WORST-MAP-RANK
               GO TO 4300-WRITE-NEXT-WORST-MAP-EXIT
           END-IF.
           MOVE "Y" TO EM-RANKED(WORST-MAP-BEST-INDEX).
           MOVE WORST-MAP-RANK TO WS-WML-RANK.
           MOVE EM-MAP-NAME(WORST-MAP-BEST-INDEX) TO WS-WML-MAP-NAME.
           MOVE WORST-MAP-BEST-TOTAL TO WS-WML-TOTAL.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-WORST-MAP-LINE.
       4300-WRITE-NEXT-WORST-MAP-EXIT.
           EXIT.

       4310-COMPARE-ONE-MAP.
           IF EM-RANKED(ERROR-MAP-INDEX) IS EQUAL TO "Y"
              OR EM-MAP-NAME(ERROR-MAP-INDEX) IS EQUAL TO SPACES
               GO TO 4310-COMPARE-ONE-MAP-EXIT
           END-IF.
           IF EM-TOTAL(ERROR-MAP-INDEX) IS GREATER THAN
              WORST-MAP-BEST-TOTAL
               MOVE ERROR-MAP-INDEX TO WORST-MAP-BEST-INDEX
               MOVE EM-TOTAL(ERROR-MAP-INDEX) TO WORST-MAP-BEST-TOTAL
           END-IF.
       4310-COMPARE-ONE-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 5000-WRITE-RECURRING-PROBLEMS lists, from the history, every
      * map/type that has failed CHRONIC-RUN-THRESHOLD or more
      * scored runs in a row, with the date the current streak
      * began. These are the suppliers to escalate.
      *--------------------------------------------------------------
       5000-WRITE-RECURRING-PROBLEMS.
           MOVE SPACES TO ERROR-ANALYSIS-RECORD.
           WRITE ERROR-ANALYSIS-RECORD.
           MOVE "RECURRING PROBLEMS - FAILING RUN AFTER RUN" TO
               WS-SECTION-HEADING.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-SECTION-HEADING.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-CHRONIC-COLUMN-HEADING.
           PERFORM 3300-START-HISTORY-SCAN
              THRU 3300-START-HISTORY-SCAN-EXIT.
           PERFORM 5100-WRITE-ONE-CHRONIC-LINE
              THRU 5100-WRITE-ONE-CHRONIC-LINE-EXIT
              UNTIL HISTORY-SCAN-IS-EOF.
           IF CHRONIC-PROBLEM-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO ERROR-ANALYSIS-RECORD
               WRITE ERROR-ANALYSIS-RECORD
           ELSE
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5000-WRITE-RECURRING-PROBLEMS-EXIT.
           EXIT.

       5100-WRITE-ONE-CHRONIC-LINE.
           READ ERROR-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-SCAN-IS-EOF TO TRUE
                   GO TO 5100-WRITE-ONE-CHRONIC-LINE-EXIT
           END-READ.
           IF EH-CONSECUTIVE-RUNS IS LESS THAN CHRONIC-RUN-THRESHOLD
               GO TO 5100-WRITE-ONE-CHRONIC-LINE-EXIT
           END-IF.
           ADD 1 TO CHRONIC-PROBLEM-COUNT.
           IF EH-MAP-NAME IS EQUAL TO SPACES
               MOVE WS-RUN-LEVEL-LABEL TO WS-CDL-MAP-NAME
           ELSE
               MOVE EH-MAP-NAME TO WS-CDL-MAP-NAME
           END-IF.
           MOVE EH-ERROR-TYPE TO WS-CDL-ERROR-TYPE.
           MOVE EH-CONSECUTIVE-RUNS TO WS-CDL-CONSECUTIVE.
           MOVE EH-STREAK-START-DATE TO WS-CDL-STREAK-START.
           MOVE EH-STREAK-RUN-ID TO WS-CDL-STREAK-RUN-ID.
           MOVE EH-FIRST-SEEN-DATE TO WS-CDL-FIRST-SEEN.
           MOVE EH-TOTAL-RUNS TO WS-CDL-TOTAL-RUNS.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-CHRONIC-DETAIL-LINE.
       5100-WRITE-ONE-CHRONIC-LINE-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE SPACES TO ERROR-ANALYSIS-RECORD.
           WRITE ERROR-ANALYSIS-RECORD.
           MOVE "ERROR LOG LINES READ" TO WS-TRL-LABEL.
           MOVE ERROR-LINES-READ TO WS-TRL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS SCORED BY THE RUN" TO WS-TRL-LABEL.
           MOVE RUN-MAP-COUNT TO WS-TRL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS WITH ERRORS" TO WS-TRL-LABEL.
           MOVE ERROR-MAP-COUNT TO WS-TRL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "HISTORY PROBLEMS NEW" TO WS-TRL-LABEL.
           MOVE HISTORY-ADDED-COUNT TO WS-TRL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "HISTORY PROBLEMS CARRIED" TO WS-TRL-LABEL.
           MOVE HISTORY-CONTINUED-COUNT TO WS-TRL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "HISTORY PROBLEMS CLEARED" TO WS-TRL-LABEL.
           MOVE HISTORY-CLEARED-COUNT TO WS-TRL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "RECURRING PROBLEMS LISTED" TO WS-TRL-LABEL.
           MOVE CHRONIC-PROBLEM-COUNT TO WS-TRL-COUNT.
           WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF ERROR-MAPS-NOT-TABLED IS GREATER THAN ZERO
               MOVE "*** LINES NOT ANALYSED - MAP TABLE FULL" TO
                   WS-TRL-LABEL
               MOVE ERROR-MAPS-NOT-TABLED TO WS-TRL-COUNT
               WRITE ERROR-ANALYSIS-RECORD FROM WS-TRAILER-COUNT-LINE
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "ERROR ANALYSIS: " ERROR-LINES-READ " LINES, "
               ERROR-MAP-COUNT " MAPS, " CHRONIC-PROBLEM-COUNT
               " RECURRING PROBLEMS.".
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF RUN-IS-VALID
               CLOSE ERROR-HISTORY-FILE
                     ERROR-ANALYSIS-REPORT
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
