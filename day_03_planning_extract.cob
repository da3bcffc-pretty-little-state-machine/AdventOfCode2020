      *                    into a capped lookup table - so the
      *                    extract no longer degrades past a fixed
      *                    map population.
      *   2026-10-15  RJH  Registry record layout follows the
      *                    scoring program's: a status byte and a
      *                    retirement date now trail the last-seen
      *                    date. Only the last-seen date is read.
      *   2026-10-15  RJH  Every extract produced is now recorded on
      *                    the interface control log with its
      *                    header stamp, trailer count and hash
      *                    total and the run id it was cut from, so
      *                    planning's acknowledgements can be
      *                    reconciled against what was really sent.
      *   2026-10-15  RJH  Maps on the approval hold file - a NEW
      *                    VERSION not yet approved, or one that was
      *                    rejected - are left out of the extract
      *                    until the approval step lifts the hold.
      *                    The map-stats pairing still steps past
      *                    them so later maps stay in line.
      *   2026-10-15  RJH  The released-results file the approval
      *                    step writes - the parked results of a
      *                    version approved that day - is extracted
      *                    after the day's results. Those maps have
      *                    no map-stats line today, so their width,
      *                    rows and density come from the registry
      *                    record of the approved version.
      *   2026-10-15  RJH  Each released line extracted is copied to
      *                    the extract's release receipt. The
      *                    approval step keeps re-releasing an
      *                    approved version until the receipts of
      *                    both this program and results_master show
      *                    its lines, so a release is not lost when
      *                    the approval step runs twice before the
      *                    extract is cut.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               TO './files/day_3_planning_extract.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTERFACE-CONTROL-FILE ASSIGN
               TO './files/day_3_interface_control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTERFACE-CONTROL-FILE-STATUS.

           SELECT APPROVAL-HOLD-FILE ASSIGN
               TO './files/day_3_approval_holds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-HOLD-FILE-STATUS.

           SELECT RELEASED-RESULTS-FILE ASSIGN
               TO './files/day_3_released_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASED-RESULTS-FILE-STATUS.

           SELECT RELEASE-RECEIPT-FILE ASSIGN
               TO './files/day_3_released_receipt_planning.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-RECEIPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESULTS-FILE
           05 REG-TREE-COUNT PIC 9(09).
           05 REG-FIRST-SEEN PIC 9(06).
           05 REG-LAST-SEEN  PIC 9(06).
           05 REG-STATUS     PIC X(01).
              88 REG-IS-ACTIVE  VALUE "A".
              88 REG-IS-RETIRED VALUE "R".
           05 REG-RETIRED-DATE PIC 9(06).

       FD PLANNING-EXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PLANNING-EXTRACT-RECORD PIC X(160).

       FD INTERFACE-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  INTERFACE-CONTROL-RECORD PIC X(120).

       FD APPROVAL-HOLD-FILE
           LABEL RECORDS ARE OMITTED.
       01  APPROVAL-HOLD-RECORD PIC X(260).

       FD RELEASED-RESULTS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RELEASED-RESULTS-RECORD PIC X(160).

       FD RELEASE-RECEIPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RELEASE-RECEIPT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RESULTS-OPEN-OK VALUE "00".
           88 WS-MAP-STATS-OPEN-OK VALUE "00".
       01  WS-MAP-REGISTRY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-REGISTRY-PRESENT VALUE "00".
       01  WS-INTERFACE-CONTROL-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-APPROVAL-HOLD-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-APPROVAL-HOLD-OPEN-OK VALUE "00".
       01  HOLD-EOF-SWITCH PIC X(01) VALUE "N".
           88 HOLD-IS-EOF VALUE "Y".
       01  REGISTRY-ABSENT-SWITCH PIC X(01) VALUE "N".
           88 REGISTRY-IS-ABSENT VALUE "Y".
       01  RESULTS-EOF-SWITCH PIC X(01) VALUE "N".
           88 RESULTS-IS-EOF VALUE "Y".
       01  STATS-EOF-SWITCH PIC X(01) VALUE "N".
           88 STATS-IS-EOF VALUE "Y".
       01  WS-RELEASED-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RELEASED-RESULTS-OPEN-OK VALUE "00".
       01  RELEASED-EOF-SWITCH PIC X(01) VALUE "N".
           88 RELEASED-IS-EOF VALUE "Y".
       01  WS-RELEASE-RECEIPT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RELEASE-RECEIPT-OPEN-OK VALUE "00".
       01  RECEIPT-OPEN-SWITCH PIC X(01) VALUE "N".
           88 RECEIPT-IS-OPEN VALUE "Y".
       01  WS-EXTRACT-RUN-DATE PIC 9(06).
       01  WS-EXTRACT-RUN-TIME PIC 9(08).


       01  WS-LAST-SEEN-OUT PIC 9(06).

      *--------------------------------------------------------------
      * Density for a released line is worked from the registry the
      * way the scoring program works it for the stats file: trees
      * per hundred cells.
      *--------------------------------------------------------------
       01  WS-REL-CELL-COUNT PIC 9(10) VALUE 0.
       01  WS-REL-TREES-X100 PIC 9(11) VALUE 0.
       01  WS-REL-DENSITY PIC 9(03)V9(03) VALUE 0.
       01  WS-REL-DENSITY-OUT PIC ZZ9.999.

       01  RESULTS-READ-COUNT PIC 9(07) VALUE 0.
       01  DETAIL-RECORD-COUNT PIC 9(07) VALUE 0.
       01  REJECTED-LINE-COUNT PIC 9(07) VALUE 0.
       01  STATS-MISMATCH-COUNT PIC 9(07) VALUE 0.
       01  HELD-LINE-COUNT PIC 9(07) VALUE 0.
       01  RELEASED-READ-COUNT PIC 9(07) VALUE 0.
       01  TREES-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-EXTRACT-RUN-ID PIC X(17) VALUE SPACES.

      *--------------------------------------------------------------
      * WS-HOLD-LINE mirrors the map name and status columns of the
      * approval hold file. HELD-MAP-TABLE lists every map on it;
      * a map the table cannot take stops the extract, since
      * skipping it would send planning an unapproved version.
      *--------------------------------------------------------------
       01  WS-HOLD-LINE.
           05 WS-HLD-MAP-NAME PIC X(100).
           05 FILLER          PIC X(01).
           05 WS-HLD-STATUS   PIC X(08).
           05 FILLER          PIC X(151).
       01  MAX-HELD-MAPS PIC 9(04) VALUE 500.
       01  HELD-MAP-COUNT PIC 9(04) VALUE 0.
       01  HELD-MAP-INDEX PIC 9(04) VALUE 0.
       01  HELD-MAP-MATCH-INDEX PIC 9(04) VALUE 0.
       01  HELD-MAP-TABLE.
           05 HELD-MAP-NAME OCCURS 500 TIMES PIC X(100).

      *--------------------------------------------------------------
      * Interface records. Every field is fixed-width and
           05 FILLER          PIC X(01) VALUE "|".
           05 WS-TRL-HASH     PIC 9(12).

      *--------------------------------------------------------------
      * WS-CONTROL-LOG-LINE is this extract's entry on the interface
      * control log: the header stamp that identifies it, the
      * trailer figures, the run id of the results it was cut from,
      * and the acknowledgement columns, which start as SENT with
      * nothing received and are filled in by the acknowledgement
      * reconciliation.
      *--------------------------------------------------------------
       01  WS-CONTROL-LOG-LINE.
           05 WS-ICL-EXTRACT-DATE PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-EXTRACT-TIME PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-RECORD-COUNT PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-TREES-HASH   PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-RUN-ID       PIC X(17).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-STATUS   PIC X(10) VALUE "SENT".
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-DATE     PIC 9(06) VALUE 0.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-COUNT    PIC 9(07) VALUE 0.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-HASH     PIC 9(12) VALUE 0.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-REJECT-COUNT PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-PROCESS-RESULTS
              THRU 2000-PROCESS-RESULTS-EXIT
              UNTIL RESULTS-IS-EOF.
           PERFORM 2500-PROCESS-RELEASED
              THRU 2500-PROCESS-RELEASED-EXIT
              UNTIL RELEASED-IS-EOF.
           PERFORM 3000-WRITE-TRAILER
              THRU 3000-WRITE-TRAILER-EXIT.
           PERFORM 3100-LOG-INTERFACE-CONTROL
              THRU 3100-LOG-INTERFACE-CONTROL-EXIT.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.
                   "FILE STATUS " WS-MAP-STATS-FILE-STATUS " ***"
               SET STATS-IS-EOF TO TRUE
           END-IF.
           OPEN INPUT RELEASED-RESULTS-FILE.
           IF NOT WS-RELEASED-RESULTS-OPEN-OK
               SET RELEASED-IS-EOF TO TRUE
           END-IF.
           PERFORM 1100-LOAD-HELD-MAPS
              THRU 1100-LOAD-HELD-MAPS-EXIT.
           PERFORM 1200-OPEN-MAP-REGISTRY
              THRU 1200-OPEN-MAP-REGISTRY-EXIT.
           OPEN OUTPUT PLANNING-EXTRACT-FILE.
           OPEN OUTPUT RELEASE-RECEIPT-FILE.
           IF WS-RELEASE-RECEIPT-OPEN-OK
               SET RECEIPT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** UNABLE TO OPEN RELEASE RECEIPT - FILE "
                   "STATUS " WS-RELEASE-RECEIPT-FILE-STATUS
                   " - RELEASES WILL BE SENT AGAIN ***"
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-EXTRACT-RUN-DATE TO WS-HDR-DATE.
           MOVE WS-EXTRACT-RUN-TIME TO WS-HDR-TIME.
           WRITE PLANNING-EXTRACT-RECORD FROM WS-HEADER-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-LOAD-HELD-MAPS loads the maps on the approval hold
      * file. No hold file means no map is held.
      *--------------------------------------------------------------
       1100-LOAD-HELD-MAPS.
           OPEN INPUT APPROVAL-HOLD-FILE.
           IF NOT WS-APPROVAL-HOLD-OPEN-OK
               GO TO 1100-LOAD-HELD-MAPS-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-HELD-MAP
              THRU 1110-LOAD-ONE-HELD-MAP-EXIT
              UNTIL HOLD-IS-EOF.
           CLOSE APPROVAL-HOLD-FILE.
       1100-LOAD-HELD-MAPS-EXIT.
           EXIT.

       1110-LOAD-ONE-HELD-MAP.
           READ APPROVAL-HOLD-FILE INTO WS-HOLD-LINE
               AT END
                   SET HOLD-IS-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-HELD-MAP-EXIT
           END-READ.
           IF WS-HLD-STATUS IS NOT EQUAL TO "HELD"
              AND WS-HLD-STATUS IS NOT EQUAL TO "REJECTED"
               GO TO 1110-LOAD-ONE-HELD-MAP-EXIT
           END-IF.
           IF HELD-MAP-COUNT IS NOT LESS THAN MAX-HELD-MAPS
               DISPLAY "*** HELD MAP TABLE FULL - MORE THAN "
                   MAX-HELD-MAPS " MAPS ON HOLD - EXTRACT STOPPED ***"
               SET HOLD-IS-EOF TO TRUE
               SET RESULTS-IS-EOF TO TRUE
               SET RELEASED-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1110-LOAD-ONE-HELD-MAP-EXIT
           END-IF.
           ADD 1 TO HELD-MAP-COUNT.
           MOVE WS-HLD-MAP-NAME TO HELD-MAP-NAME(HELD-MAP-COUNT).
       1110-LOAD-ONE-HELD-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-OPEN-MAP-REGISTRY opens the indexed registry master the
      * scoring program maintains. The day it does not exist yet,
                   SET RESULTS-IS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RESULTS-READ-COUNT
                   IF RESULTS-READ-COUNT IS EQUAL TO 1
                       MOVE WS-RES-RUN-ID TO WS-EXTRACT-RUN-ID
                   END-IF
                   PERFORM 2100-EXTRACT-ONE-RESULT
                      THRU 2100-EXTRACT-ONE-RESULT-EXIT
           END-READ.
      * 2100-EXTRACT-ONE-RESULT converts one results line, pulls the
      * matching stats line forward when the map name changes (the
      * stats file carries one line per scored map in the same order
      * the results lines were written), drops the line if its map
      * is on approval hold, looks up the registry last-seen date
      * and writes one detail record.
      *--------------------------------------------------------------
       2100-EXTRACT-ONE-RESULT.
           INSPECT WS-RES-SLOPE-RIGHT REPLACING LEADING SPACE BY "0".
               PERFORM 2200-ADVANCE-STATS-LINE
                  THRU 2200-ADVANCE-STATS-LINE-EXIT
           END-IF.
           PERFORM 2150-FIND-HELD-MAP
              THRU 2150-FIND-HELD-MAP-EXIT.
           IF HELD-MAP-MATCH-INDEX IS GREATER THAN ZERO
               ADD 1 TO HELD-LINE-COUNT
               GO TO 2100-EXTRACT-ONE-RESULT-EXIT
           END-IF.
           PERFORM 2300-LOOK-UP-REGISTRY-DATE
              THRU 2300-LOOK-UP-REGISTRY-DATE-EXIT.
           PERFORM 2400-WRITE-DETAIL-RECORD
              THRU 2400-WRITE-DETAIL-RECORD-EXIT.
       2100-EXTRACT-ONE-RESULT-EXIT.
           EXIT.

       2400-WRITE-DETAIL-RECORD.
           MOVE WS-RES-MAP-NAME TO WS-DET-MAP-NAME.
           MOVE WS-RES-RIGHT-NUM TO WS-DET-RIGHT.
           MOVE WS-RES-DOWN-NUM TO WS-DET-DOWN.
           WRITE PLANNING-EXTRACT-RECORD FROM WS-DETAIL-RECORD.
           ADD 1 TO DETAIL-RECORD-COUNT.
           ADD WS-RES-TREES-NUM TO TREES-HASH-TOTAL.
       2400-WRITE-DETAIL-RECORD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2500-PROCESS-RELEASED extracts one line of the released-
      * results file and copies it to the release receipt. No
      * released file means nothing was approved.
      * The lines carry the run that scored the approved version;
      * the control log keeps the day's own run id unless the
      * released lines are all the extract has.
      *--------------------------------------------------------------
       2500-PROCESS-RELEASED.
           READ RELEASED-RESULTS-FILE INTO WS-RESULTS-LINE
               AT END
                   SET RELEASED-IS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RELEASED-READ-COUNT
                   IF WS-EXTRACT-RUN-ID IS EQUAL TO SPACES
                       MOVE WS-RES-RUN-ID TO WS-EXTRACT-RUN-ID
                   END-IF
                   PERFORM 2600-EXTRACT-ONE-RELEASED
                      THRU 2600-EXTRACT-ONE-RELEASED-EXIT
                   IF RECEIPT-IS-OPEN
                       WRITE RELEASE-RECEIPT-RECORD FROM
                           WS-RESULTS-LINE
                   END-IF
           END-READ.
       2500-PROCESS-RELEASED-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2600-EXTRACT-ONE-RELEASED converts and writes a released
      * line as 2100 does a results line, but leaves the map-stats
      * pairing alone: the map profile comes from the registry.
      *--------------------------------------------------------------
       2600-EXTRACT-ONE-RELEASED.
           INSPECT WS-RES-SLOPE-RIGHT REPLACING LEADING SPACE BY "0".
           INSPECT WS-RES-SLOPE-DOWN REPLACING LEADING SPACE BY "0".
           INSPECT WS-RES-TREES REPLACING LEADING SPACE BY "0".
           IF WS-RES-SLOPE-RIGHT IS NOT NUMERIC
              OR WS-RES-SLOPE-DOWN IS NOT NUMERIC
              OR WS-RES-TREES IS NOT NUMERIC
               ADD 1 TO REJECTED-LINE-COUNT
               DISPLAY "*** RELEASED LINE " RELEASED-READ-COUNT
                   " DOES NOT CONVERT - LINE SKIPPED ***"
               GO TO 2600-EXTRACT-ONE-RELEASED-EXIT
           END-IF.
           MOVE WS-RES-SLOPE-RIGHT TO WS-RES-RIGHT-NUM.
           MOVE WS-RES-SLOPE-DOWN TO WS-RES-DOWN-NUM.
           MOVE WS-RES-TREES TO WS-RES-TREES-NUM.
           PERFORM 2150-FIND-HELD-MAP
              THRU 2150-FIND-HELD-MAP-EXIT.
           IF HELD-MAP-MATCH-INDEX IS GREATER THAN ZERO
               ADD 1 TO HELD-LINE-COUNT
               GO TO 2600-EXTRACT-ONE-RELEASED-EXIT
           END-IF.
           PERFORM 2700-LOOK-UP-REGISTRY-PROFILE
              THRU 2700-LOOK-UP-REGISTRY-PROFILE-EXIT.
           PERFORM 2400-WRITE-DETAIL-RECORD
              THRU 2400-WRITE-DETAIL-RECORD-EXIT.
       2600-EXTRACT-ONE-RELEASED-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2700-LOOK-UP-REGISTRY-PROFILE reads a released map's
      * registry record for its last-seen date, width and rows, and
      * works its density from them. A map the registry cannot
      * supply goes out with zero width and rows and is counted
      * with the stats mismatches, as a missing stats line is.
      *--------------------------------------------------------------
       2700-LOOK-UP-REGISTRY-PROFILE.
           MOVE 0 TO WS-LAST-SEEN-OUT.
           MOVE 0 TO WS-STA-ROWS-NUM.
           MOVE 0 TO WS-STA-WIDTH-NUM.
           MOVE "000.000" TO WS-STA-DENSITY-X.
           IF REGISTRY-IS-ABSENT
               ADD 1 TO STATS-MISMATCH-COUNT
               GO TO 2700-LOOK-UP-REGISTRY-PROFILE-EXIT
           END-IF.
           MOVE WS-RES-MAP-NAME TO REG-MAP-NAME.
           READ MAP-REGISTRY-FILE
               INVALID KEY
                   ADD 1 TO STATS-MISMATCH-COUNT
                   GO TO 2700-LOOK-UP-REGISTRY-PROFILE-EXIT
           END-READ.
           MOVE REG-LAST-SEEN TO WS-LAST-SEEN-OUT.
           MOVE REG-ROW-COUNT TO WS-STA-ROWS-NUM.
           MOVE REG-MAP-WIDTH TO WS-STA-WIDTH-NUM.
           IF REG-ROW-COUNT IS EQUAL TO ZERO
              OR REG-MAP-WIDTH IS EQUAL TO ZERO
               GO TO 2700-LOOK-UP-REGISTRY-PROFILE-EXIT
           END-IF.
           COMPUTE WS-REL-CELL-COUNT = REG-ROW-COUNT * REG-MAP-WIDTH.
           COMPUTE WS-REL-TREES-X100 = REG-TREE-COUNT * 100.
           DIVIDE WS-REL-TREES-X100 BY WS-REL-CELL-COUNT
               GIVING WS-REL-DENSITY ROUNDED
               ON SIZE ERROR
                   MOVE 999.999 TO WS-REL-DENSITY
           END-DIVIDE.
           MOVE WS-REL-DENSITY TO WS-REL-DENSITY-OUT.
           MOVE WS-REL-DENSITY-OUT TO WS-STA-DENSITY-X.
           INSPECT WS-STA-DENSITY-X REPLACING LEADING SPACE BY "0".
       2700-LOOK-UP-REGISTRY-PROFILE-EXIT.
           EXIT.

       2150-FIND-HELD-MAP.
           MOVE 0 TO HELD-MAP-MATCH-INDEX.
           PERFORM 2160-MATCH-ONE-HELD-MAP
              THRU 2160-MATCH-ONE-HELD-MAP-EXIT
              VARYING HELD-MAP-INDEX FROM 1 BY 1
              UNTIL HELD-MAP-INDEX > HELD-MAP-COUNT
                 OR HELD-MAP-MATCH-INDEX > 0.
       2150-FIND-HELD-MAP-EXIT.
           EXIT.

       2160-MATCH-ONE-HELD-MAP.
           IF HELD-MAP-NAME(HELD-MAP-INDEX) IS EQUAL TO
              WS-RES-MAP-NAME
               MOVE HELD-MAP-INDEX TO HELD-MAP-MATCH-INDEX
           END-IF.
       2160-MATCH-ONE-HELD-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
           DISPLAY "PLANNING EXTRACT: " DETAIL-RECORD-COUNT
               " DETAIL RECORDS, HASH " TREES-HASH-TOTAL
               ", " REJECTED-LINE-COUNT " REJECTED, "
               STATS-MISMATCH-COUNT " STATS MISMATCHES, "
               HELD-LINE-COUNT " HELD FOR APPROVAL, "
               RELEASED-READ-COUNT " RELEASED FROM APPROVAL.".
       3000-WRITE-TRAILER-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3100-LOG-INTERFACE-CONTROL appends this extract to the
      * interface control log. The log is the record of what was
      * sent; an extract that cannot be logged is still written, but
      * the run is flagged so it is not sent unrecorded.
      *--------------------------------------------------------------
       3100-LOG-INTERFACE-CONTROL.
           OPEN EXTEND INTERFACE-CONTROL-FILE.
           IF WS-INTERFACE-CONTROL-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT INTERFACE-CONTROL-FILE
           END-IF.
           IF WS-INTERFACE-CONTROL-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "*** UNABLE TO OPEN INTERFACE CONTROL LOG - "
                   "FILE STATUS " WS-INTERFACE-CONTROL-FILE-STATUS
                   " - EXTRACT NOT LOGGED ***"
               IF RETURN-CODE IS LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3100-LOG-INTERFACE-CONTROL-EXIT
           END-IF.
           MOVE WS-EXTRACT-RUN-DATE TO WS-ICL-EXTRACT-DATE.
           MOVE WS-EXTRACT-RUN-TIME TO WS-ICL-EXTRACT-TIME.
           MOVE DETAIL-RECORD-COUNT TO WS-ICL-RECORD-COUNT.
           MOVE TREES-HASH-TOTAL TO WS-ICL-TREES-HASH.
           MOVE WS-EXTRACT-RUN-ID TO WS-ICL-RUN-ID.
           WRITE INTERFACE-CONTROL-RECORD FROM WS-CONTROL-LOG-LINE.
           CLOSE INTERFACE-CONTROL-FILE.
       3100-LOG-INTERFACE-CONTROL-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           CLOSE RESULTS-FILE
                 MAP-STATS-FILE
                 RELEASED-RESULTS-FILE
                 PLANNING-EXTRACT-FILE.
           IF RECEIPT-IS-OPEN
               CLOSE RELEASE-RECEIPT-FILE
           END-IF.
           IF NOT REGISTRY-IS-ABSENT
               CLOSE MAP-REGISTRY-FILE
           END-IF.
