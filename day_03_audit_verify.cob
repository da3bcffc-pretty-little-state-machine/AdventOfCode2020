      *                    sequence, is reported, so "the same
      *                    program wrote both files" is no longer
      *                    the only answer the auditors get.
      *   2026-10-15  RJH  Every run id met in the audit trail is
      *                    now cleared or held on a new clearance
      *                    log: one line per run id per verification
      *                    pass, CLEAN when none of its audit lines,
      *                    map/slope compares or results lines
      *                    faulted and NOT CLEAN otherwise. The
      *                    retention job archives nothing for a run
      *                    id until its latest clearance line says
      *                    CLEAN.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               TO './files/day_3_audit_verify_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLEARANCE-LOG-FILE ASSIGN
               TO './files/day_3_audit_clearance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEARANCE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
       01  VERIFY-REPORT-RECORD PIC X(180).

       FD CLEARANCE-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  CLEARANCE-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-AUDIT-OPEN-OK VALUE "00".
           88 RESULTS-IS-EOF VALUE "Y".
       01  WS-VERIFY-RUN-DATE PIC 9(06).
       01  WS-VERIFY-RUN-TIME PIC 9(08).
       01  WS-CLEARANCE-LOG-FILE-STATUS PIC X(02) VALUE "00".

      *--------------------------------------------------------------
      * WS-AUDIT-LINE mirrors the layout the scoring program writes,
       01  WS-ITEM-INCREMENT PIC 9(01).
       01  WS-RECOMPUTED-TREES PIC 9(07).

      *--------------------------------------------------------------
      * VERIFY-RUN-TABLE names every run id this pass met - on an
      * audit line, or on a results line the trail never backed -
      * with the audit lines it contributed and the faults charged
      * to it. A fault is charged to the run id of the line it was
      * found on; a map/slope compare fault to the run id of the
      * map's last audit line. A run id that does not fit the table
      * is not cleared at all, so the retention job keeps its lines.
      *--------------------------------------------------------------
       01  MAX-VERIFY-RUNS PIC 9(03) VALUE 200.
       01  VERIFY-RUN-COUNT PIC 9(03) VALUE 0.
       01  VERIFY-RUN-INDEX PIC 9(03) VALUE 0.
       01  VERIFY-RUN-MATCH-INDEX PIC 9(03) VALUE 0.
       01  WS-RUN-ID-WORK PIC X(17).
       01  VERIFY-RUN-TABLE.
           05 VERIFY-RUN-ENTRY OCCURS 200 TIMES.
              10 VRN-RUN-ID      PIC X(17).
              10 VRN-AUDIT-LINES PIC 9(09).
              10 VRN-FAULTS      PIC 9(07).
       01  RUNS-CLEAN-COUNT PIC 9(05) VALUE 0.
       01  RUNS-NOT-CLEAN-COUNT PIC 9(05) VALUE 0.
       01  RUNS-NOT-TABLED-COUNT PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * WS-CLEARANCE-LINE is one run id's verdict for this pass,
      * appended to CLEARANCE-LOG-FILE. The log is extended, never
      * rewritten, so the latest line for a run id is its standing
      * verdict.
      *--------------------------------------------------------------
       01  WS-CLEARANCE-LINE.
           05 WS-CLR-RUN-ID PIC X(17).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-CLR-STATUS PIC X(09).
           05 FILLER PIC X(08) VALUE "  LINES ".
           05 WS-CLR-LINES PIC Z(8)9.
           05 FILLER PIC X(09) VALUE "  FAULTS ".
           05 WS-CLR-FAULTS PIC Z(6)9.
           05 FILLER PIC X(11) VALUE "  VERIFIED ".
           05 WS-CLR-DATE PIC 9(06).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-CLR-TIME PIC 9(08).

       01  AUDIT-READ-COUNT PIC 9(09) VALUE 0.
       01  MAPS-CHECKED-COUNT PIC 9(05) VALUE 0.
       01  PAIRS-CHECKED-COUNT PIC 9(07) VALUE 0.
              UNTIL RESULTS-IS-EOF.
           PERFORM 8000-WRITE-REPORT-TRAILER
              THRU 8000-WRITE-REPORT-TRAILER-EXIT.
           PERFORM 8500-WRITE-CLEARANCE-LOG
              THRU 8500-WRITE-CLEARANCE-LOG-EXIT.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.
                       MOVE 0 TO VERIFY-SLOPE-COUNT
                       ADD 1 TO MAPS-CHECKED-COUNT
                   END-IF
                   MOVE WS-AUD-RUN-ID TO WS-RUN-ID-WORK
                   PERFORM 2600-FIND-RUN-ENTRY
                      THRU 2600-FIND-RUN-ENTRY-EXIT
                   IF VERIFY-RUN-MATCH-INDEX IS GREATER THAN ZERO
                       ADD 1 TO VRN-AUDIT-LINES(VERIFY-RUN-MATCH-INDEX)
                   END-IF
                   PERFORM 2100-APPLY-ONE-AUDIT-LINE
                      THRU 2100-APPLY-ONE-AUDIT-LINE-EXIT
           END-READ.
              OR WS-AUD-DOWN-X IS NOT NUMERIC
              OR WS-AUD-TREES-X IS NOT NUMERIC
               ADD 1 TO BAD-AUDIT-LINE-COUNT
               PERFORM 2700-CHARGE-RUN-FAULT
                  THRU 2700-CHARGE-RUN-FAULT-EXIT
               DISPLAY "*** AUDIT LINE " AUDIT-READ-COUNT
                   " DOES NOT CONVERT - LINE SKIPPED ***"
               GO TO 2100-APPLY-ONE-AUDIT-LINE-EXIT
           IF WS-AUD-ROW-NUM IS NOT EQUAL TO WS-EXPECTED-ROW
               ADD 1 TO VER-SEQ-ERRORS(VERIFY-MATCH-INDEX)
               ADD 1 TO SEQ-ERROR-TOTAL
               PERFORM 2700-CHARGE-RUN-FAULT
                  THRU 2700-CHARGE-RUN-FAULT-EXIT
               PERFORM 2400-REPORT-ONE-FAULT
                  THRU 2400-REPORT-ONE-FAULT-EXIT
           END-IF.
           IF WS-AUD-TREES-NUM IS NOT EQUAL TO WS-EXPECTED-TREES
               ADD 1 TO VER-STEP-ERRORS(VERIFY-MATCH-INDEX)
               ADD 1 TO STEP-ERROR-TOTAL
               PERFORM 2700-CHARGE-RUN-FAULT
                  THRU 2700-CHARGE-RUN-FAULT-EXIT
               PERFORM 2500-REPORT-ONE-STEP-FAULT
                  THRU 2500-REPORT-ONE-STEP-FAULT-EXIT
           END-IF.
           END-IF.
           IF VERIFY-SLOPE-COUNT IS NOT LESS THAN MAX-VERIFY-SLOPES
               ADD 1 TO BAD-AUDIT-LINE-COUNT
               PERFORM 2700-CHARGE-RUN-FAULT
                  THRU 2700-CHARGE-RUN-FAULT-EXIT
               DISPLAY "*** MORE THAN " MAX-VERIFY-SLOPES
                   " SLOPES IN THE AUDIT TRAIL FOR "
                   WS-CURRENT-MAP-NAME " - LINE SKIPPED ***"
       2500-REPORT-ONE-STEP-FAULT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2600-FIND-RUN-ENTRY locates WS-RUN-ID-WORK in the run table
      * or opens an entry for it, leaving VERIFY-RUN-MATCH-INDEX
      * zero when the table is full.
      *--------------------------------------------------------------
       2600-FIND-RUN-ENTRY.
           MOVE 0 TO VERIFY-RUN-MATCH-INDEX.
           PERFORM 2610-MATCH-ONE-RUN-ENTRY
              THRU 2610-MATCH-ONE-RUN-ENTRY-EXIT
              VARYING VERIFY-RUN-INDEX FROM 1 BY 1
              UNTIL VERIFY-RUN-INDEX > VERIFY-RUN-COUNT
                 OR VERIFY-RUN-MATCH-INDEX > 0.
           IF VERIFY-RUN-MATCH-INDEX IS GREATER THAN ZERO
               GO TO 2600-FIND-RUN-ENTRY-EXIT
           END-IF.
           IF VERIFY-RUN-COUNT IS NOT LESS THAN MAX-VERIFY-RUNS
               ADD 1 TO RUNS-NOT-TABLED-COUNT
               GO TO 2600-FIND-RUN-ENTRY-EXIT
           END-IF.
           ADD 1 TO VERIFY-RUN-COUNT.
           MOVE VERIFY-RUN-COUNT TO VERIFY-RUN-MATCH-INDEX.
           MOVE WS-RUN-ID-WORK TO VRN-RUN-ID(VERIFY-RUN-MATCH-INDEX).
           MOVE 0 TO VRN-AUDIT-LINES(VERIFY-RUN-MATCH-INDEX).
           MOVE 0 TO VRN-FAULTS(VERIFY-RUN-MATCH-INDEX).
       2600-FIND-RUN-ENTRY-EXIT.
           EXIT.

       2610-MATCH-ONE-RUN-ENTRY.
           IF VRN-RUN-ID(VERIFY-RUN-INDEX) IS EQUAL TO WS-RUN-ID-WORK
               MOVE VERIFY-RUN-INDEX TO VERIFY-RUN-MATCH-INDEX
           END-IF.
       2610-MATCH-ONE-RUN-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2700-CHARGE-RUN-FAULT charges one fault to the run id
      * VERIFY-RUN-MATCH-INDEX currently names.
      *--------------------------------------------------------------
       2700-CHARGE-RUN-FAULT.
           IF VERIFY-RUN-MATCH-INDEX IS GREATER THAN ZERO
               ADD 1 TO VRN-FAULTS(VERIFY-RUN-MATCH-INDEX)
           END-IF.
       2700-CHARGE-RUN-FAULT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-COMPARE-ONE-MAP closes out the map just finished in the
      * audit trail: for each slope the trail introduced (in
           IF RESULTS-IS-EOF
               ADD 1 TO MISSING-RESULTS-COUNT
               ADD 1 TO PAIRS-MISMATCHED-COUNT
               PERFORM 2700-CHARGE-RUN-FAULT
                  THRU 2700-CHARGE-RUN-FAULT-EXIT
               MOVE ZERO TO WS-CMP-RESULTS-TREES
               MOVE "NO RESULTS LINE" TO WS-CMP-VERDICT
               WRITE VERIFY-REPORT-RECORD FROM WS-COMPARE-LINE
              OR WS-RES-DOWN-NUM IS NOT EQUAL TO
                 VER-SLOPE-DOWN(VERIFY-SLOPE-INDEX)
               ADD 1 TO PAIRS-MISMATCHED-COUNT
               PERFORM 2700-CHARGE-RUN-FAULT
                  THRU 2700-CHARGE-RUN-FAULT-EXIT
               MOVE WS-RES-TREES-NUM TO WS-CMP-RESULTS-TREES
               MOVE "RESULTS LINE OUT OF SEQUENCE" TO
                   WS-CMP-VERDICT
               MOVE "OK" TO WS-CMP-VERDICT
           ELSE
               ADD 1 TO PAIRS-MISMATCHED-COUNT
               PERFORM 2700-CHARGE-RUN-FAULT
                  THRU 2700-CHARGE-RUN-FAULT-EXIT
               IF WS-RECOMPUTED-TREES IS EQUAL TO WS-RES-TREES-NUM
                   MOVE "COUNT OK - AUDIT TRAIL FAULTED" TO
                       WS-CMP-VERDICT
               GO TO 4000-DRAIN-EXTRA-RESULTS-EXIT
           END-IF.
           ADD 1 TO EXTRA-RESULTS-COUNT.
           MOVE WS-RES-RUN-ID TO WS-RUN-ID-WORK.
           PERFORM 2600-FIND-RUN-ENTRY
              THRU 2600-FIND-RUN-ENTRY-EXIT.
           PERFORM 2700-CHARGE-RUN-FAULT
              THRU 2700-CHARGE-RUN-FAULT-EXIT.
           MOVE WS-RES-MAP-NAME TO WS-CMP-MAP-NAME.
           MOVE WS-RES-RIGHT-NUM TO WS-CMP-RIGHT.
           MOVE WS-RES-DOWN-NUM TO WS-CMP-DOWN.
       8000-WRITE-REPORT-TRAILER-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 8500-WRITE-CLEARANCE-LOG appends this pass's verdict for
      * every run id in the run table - CLEAN when nothing was
      * charged to it - and totals the verdicts on the report. A
      * pass that could not read both the trail and the results
      * clears nothing.
      *--------------------------------------------------------------
       8500-WRITE-CLEARANCE-LOG.
           IF RETURN-CODE IS EQUAL TO 12
              OR VERIFY-RUN-COUNT IS EQUAL TO ZERO
               GO TO 8500-WRITE-CLEARANCE-LOG-EXIT
           END-IF.
           OPEN EXTEND CLEARANCE-LOG-FILE.
           IF WS-CLEARANCE-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT CLEARANCE-LOG-FILE
           END-IF.
           MOVE WS-VERIFY-RUN-DATE TO WS-CLR-DATE.
           MOVE WS-VERIFY-RUN-TIME TO WS-CLR-TIME.
           PERFORM 8510-WRITE-ONE-CLEARANCE-LINE
              THRU 8510-WRITE-ONE-CLEARANCE-LINE-EXIT
              VARYING VERIFY-RUN-INDEX FROM 1 BY 1
              UNTIL VERIFY-RUN-INDEX > VERIFY-RUN-COUNT.
           CLOSE CLEARANCE-LOG-FILE.
           MOVE "RUN IDS CLEARED CLEAN             " TO WS-TRL-LABEL.
           MOVE RUNS-CLEAN-COUNT TO WS-TRL-COUNT.
           WRITE VERIFY-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "RUN IDS NOT CLEAN                 " TO WS-TRL-LABEL.
           MOVE RUNS-NOT-CLEAN-COUNT TO WS-TRL-COUNT.
           WRITE VERIFY-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF RUNS-NOT-TABLED-COUNT IS GREATER THAN ZERO
               MOVE "LINES FROM RUN IDS NOT CLEARED    " TO
                   WS-TRL-LABEL
               MOVE RUNS-NOT-TABLED-COUNT TO WS-TRL-COUNT
               WRITE VERIFY-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE
               DISPLAY "*** MORE THAN " MAX-VERIFY-RUNS
                   " RUN IDS IN THE AUDIT TRAIL - THE REST ARE NOT "
                   "CLEARED ***"
           END-IF.
       8500-WRITE-CLEARANCE-LOG-EXIT.
           EXIT.

       8510-WRITE-ONE-CLEARANCE-LINE.
           MOVE VRN-RUN-ID(VERIFY-RUN-INDEX) TO WS-CLR-RUN-ID.
           MOVE VRN-AUDIT-LINES(VERIFY-RUN-INDEX) TO WS-CLR-LINES.
           MOVE VRN-FAULTS(VERIFY-RUN-INDEX) TO WS-CLR-FAULTS.
           IF VRN-FAULTS(VERIFY-RUN-INDEX) IS EQUAL TO ZERO
               MOVE "CLEAN" TO WS-CLR-STATUS
               ADD 1 TO RUNS-CLEAN-COUNT
           ELSE
               MOVE "NOT CLEAN" TO WS-CLR-STATUS
               ADD 1 TO RUNS-NOT-CLEAN-COUNT
           END-IF.
           WRITE CLEARANCE-LOG-RECORD FROM WS-CLEARANCE-LINE.
       8510-WRITE-ONE-CLEARANCE-LINE-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           CLOSE AUDIT-FILE
                 RESULTS-FILE
