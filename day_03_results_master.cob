      *   2026-09-02  RJH  The scoring program now stamps the slope
      *                    profile that scored each map as a final
      *                    column; the mirror layout here follows.
      *   2026-10-15  RJH  Maps on the approval hold file - a NEW
      *                    VERSION not yet approved, or one that was
      *                    rejected - are skipped, so the master
      *                    keeps their last approved counts until
      *                    the approval step lifts the hold.
      *   2026-10-15  RJH  The released-results file the approval
      *                    step writes - the parked results of a
      *                    version approved that day - is applied
      *                    after the day's results, so an approved
      *                    map's counts reach the master without
      *                    waiting for it to be scored again.
      *   2026-10-15  RJH  Each released line applied is copied to
      *                    the master's release receipt. The
      *                    approval step keeps re-releasing an
      *                    approved version until the receipts of
      *                    both this program and planning_extract
      *                    show its lines, so a release is not lost
      *                    when the approval step runs twice before
      *                    the master is updated.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS RM-MASTER-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT APPROVAL-HOLD-FILE ASSIGN
               TO './files/day_3_approval_holds.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-HOLD-FILE-STATUS.

           SELECT RELEASED-RESULTS-FILE ASSIGN
               TO './files/day_3_released_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASED-RESULTS-FILE-STATUS.

           SELECT RELEASE-RECEIPT-FILE ASSIGN
               TO './files/day_3_released_receipt_master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-RECEIPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESULTS-FILE
           05 RM-TREES          PIC 9(07).
           05 RM-LAST-UPDATED   PIC 9(06).

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
           88 WS-MASTER-MISSING VALUE "35".
       01  RESULTS-EOF-SWITCH PIC X(01) VALUE "N".
           88 RESULTS-IS-EOF VALUE "Y".
       01  WS-RELEASED-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RELEASED-RESULTS-OPEN-OK VALUE "00".
       01  RELEASED-EOF-SWITCH PIC X(01) VALUE "N".
           88 RELEASED-IS-EOF VALUE "Y".
       01  RELEASED-READ-COUNT PIC 9(07) VALUE 0.
       01  WS-RELEASE-RECEIPT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RELEASE-RECEIPT-OPEN-OK VALUE "00".
       01  RECEIPT-OPEN-SWITCH PIC X(01) VALUE "N".
           88 RECEIPT-IS-OPEN VALUE "Y".
       01  WS-UPDATE-RUN-DATE PIC 9(06).
       01  RESULTS-READ-COUNT PIC 9(07) VALUE 0.
       01  RECORDS-ADDED-COUNT PIC 9(07) VALUE 0.
       01  RECORDS-REWRITTEN-COUNT PIC 9(07) VALUE 0.
       01  RECORDS-UNCHANGED-COUNT PIC 9(07) VALUE 0.
       01  RECORDS-REJECTED-COUNT PIC 9(07) VALUE 0.
       01  RECORDS-HELD-COUNT PIC 9(07) VALUE 0.
       01  WS-APPROVAL-HOLD-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-APPROVAL-HOLD-OPEN-OK VALUE "00".
       01  HOLD-EOF-SWITCH PIC X(01) VALUE "N".
           88 HOLD-IS-EOF VALUE "Y".

      *--------------------------------------------------------------
      * WS-HOLD-LINE mirrors the map name and status columns of the
      * approval hold file. HELD-MAP-TABLE lists every map on it;
      * a map the table cannot take stops the run, since skipping
      * it would let an unapproved version into the master.
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
      * WS-RESULTS-LINE mirrors the layout WS-RESULTS-RECORD is
           PERFORM 2000-PROCESS-RESULTS
              THRU 2000-PROCESS-RESULTS-EXIT
              UNTIL RESULTS-IS-EOF.
           PERFORM 2500-PROCESS-RELEASED
              THRU 2500-PROCESS-RELEASED-EXIT
              UNTIL RELEASED-IS-EOF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.
                   "FILE STATUS " WS-RESULTS-FILE-STATUS " ***"
               SET RESULTS-IS-EOF TO TRUE
           END-IF.
           OPEN INPUT RELEASED-RESULTS-FILE.
           IF NOT WS-RELEASED-RESULTS-OPEN-OK
               SET RELEASED-IS-EOF TO TRUE
           END-IF.
           PERFORM 1050-LOAD-HELD-MAPS
              THRU 1050-LOAD-HELD-MAPS-EXIT.
           PERFORM 1100-OPEN-MASTER-FOR-UPDATE
              THRU 1100-OPEN-MASTER-FOR-UPDATE-EXIT.
           PERFORM 1200-OPEN-RELEASE-RECEIPT
              THRU 1200-OPEN-RELEASE-RECEIPT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1050-LOAD-HELD-MAPS loads the maps on the approval hold
      * file. No hold file means no map is held.
      *--------------------------------------------------------------
       1050-LOAD-HELD-MAPS.
           OPEN INPUT APPROVAL-HOLD-FILE.
           IF NOT WS-APPROVAL-HOLD-OPEN-OK
               GO TO 1050-LOAD-HELD-MAPS-EXIT
           END-IF.
           PERFORM 1060-LOAD-ONE-HELD-MAP
              THRU 1060-LOAD-ONE-HELD-MAP-EXIT
              UNTIL HOLD-IS-EOF.
           CLOSE APPROVAL-HOLD-FILE.
       1050-LOAD-HELD-MAPS-EXIT.
           EXIT.

       1060-LOAD-ONE-HELD-MAP.
           READ APPROVAL-HOLD-FILE INTO WS-HOLD-LINE
               AT END
                   SET HOLD-IS-EOF TO TRUE
                   GO TO 1060-LOAD-ONE-HELD-MAP-EXIT
           END-READ.
           IF WS-HLD-STATUS IS NOT EQUAL TO "HELD"
              AND WS-HLD-STATUS IS NOT EQUAL TO "REJECTED"
               GO TO 1060-LOAD-ONE-HELD-MAP-EXIT
           END-IF.
           IF HELD-MAP-COUNT IS NOT LESS THAN MAX-HELD-MAPS
               DISPLAY "*** HELD MAP TABLE FULL - MORE THAN "
                   MAX-HELD-MAPS " MAPS ON HOLD - UPDATE STOPPED ***"
               SET HOLD-IS-EOF TO TRUE
               SET RESULTS-IS-EOF TO TRUE
               SET RELEASED-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1060-LOAD-ONE-HELD-MAP-EXIT
           END-IF.
           ADD 1 TO HELD-MAP-COUNT.
           MOVE WS-HLD-MAP-NAME TO HELD-MAP-NAME(HELD-MAP-COUNT).
       1060-LOAD-ONE-HELD-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-OPEN-MASTER-FOR-UPDATE opens RESULTS-MASTER in I-O mode,
      * creating it first the day it does not yet exist. Any other
               DISPLAY "*** UNABLE TO OPEN RESULTS MASTER - "
                   "FILE STATUS " WS-MASTER-FILE-STATUS " ***"
               SET RESULTS-IS-EOF TO TRUE
               SET RELEASED-IS-EOF TO TRUE
           END-IF.
       1100-OPEN-MASTER-FOR-UPDATE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-OPEN-RELEASE-RECEIPT starts today's release receipt once
      * the master is open. When the master could not be opened the
      * last receipt is left as it was - nothing was applied today.
      * A receipt that will not open only means the approval step
      * releases the same lines again; applying them twice leaves
      * the master as it is.
      *--------------------------------------------------------------
       1200-OPEN-RELEASE-RECEIPT.
           IF NOT WS-MASTER-IO-OK
               GO TO 1200-OPEN-RELEASE-RECEIPT-EXIT
           END-IF.
           OPEN OUTPUT RELEASE-RECEIPT-FILE.
           IF NOT WS-RELEASE-RECEIPT-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN RELEASE RECEIPT - FILE "
                   "STATUS " WS-RELEASE-RECEIPT-FILE-STATUS
                   " - RELEASES WILL BE SENT AGAIN ***"
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1200-OPEN-RELEASE-RECEIPT-EXIT
           END-IF.
           SET RECEIPT-IS-OPEN TO TRUE.
       1200-OPEN-RELEASE-RECEIPT-EXIT.
           EXIT.

       2000-PROCESS-RESULTS.
           READ RESULTS-FILE INTO WS-RESULTS-LINE
               AT END
           EXIT.

      *--------------------------------------------------------------
      * 2500-PROCESS-RELEASED applies one line of the released-
      * results file exactly as a results line, and copies it to the
      * release receipt once the master has taken it. No released
      * file means nothing was approved.
      *--------------------------------------------------------------
       2500-PROCESS-RELEASED.
           READ RELEASED-RESULTS-FILE INTO WS-RESULTS-LINE
               AT END
                   SET RELEASED-IS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RELEASED-READ-COUNT
                   PERFORM 2100-APPLY-ONE-RESULT
                      THRU 2100-APPLY-ONE-RESULT-EXIT
                   IF RECEIPT-IS-OPEN
                      AND WS-MASTER-IO-OK
                       WRITE RELEASE-RECEIPT-RECORD FROM
                           WS-RESULTS-LINE
                   END-IF
           END-READ.
       2500-PROCESS-RELEASED-EXIT.
           EXIT.

       2050-FIND-HELD-MAP.
           MOVE 0 TO HELD-MAP-MATCH-INDEX.
           PERFORM 2060-MATCH-ONE-HELD-MAP
              THRU 2060-MATCH-ONE-HELD-MAP-EXIT
              VARYING HELD-MAP-INDEX FROM 1 BY 1
              UNTIL HELD-MAP-INDEX > HELD-MAP-COUNT
                 OR HELD-MAP-MATCH-INDEX > 0.
       2050-FIND-HELD-MAP-EXIT.
           EXIT.

       2060-MATCH-ONE-HELD-MAP.
           IF HELD-MAP-NAME(HELD-MAP-INDEX) IS EQUAL TO
              WS-RES-MAP-NAME
               MOVE HELD-MAP-INDEX TO HELD-MAP-MATCH-INDEX
           END-IF.
       2060-MATCH-ONE-HELD-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2100-APPLY-ONE-RESULT skips a map on approval hold, then
      * converts the edited columns of one results line back to
      * numeric, rejects a line that does not convert cleanly, then
      * adds or rewrites the master record under its key. A record
      * whose TREES count has not moved is left alone so
      * RM-LAST-UPDATED keeps the date the count last actually
      * changed.
      *--------------------------------------------------------------
       2100-APPLY-ONE-RESULT.
           PERFORM 2050-FIND-HELD-MAP
              THRU 2050-FIND-HELD-MAP-EXIT.
           IF HELD-MAP-MATCH-INDEX IS GREATER THAN ZERO
               ADD 1 TO RECORDS-HELD-COUNT
               GO TO 2100-APPLY-ONE-RESULT-EXIT
           END-IF.
           INSPECT WS-RES-SLOPE-RIGHT REPLACING LEADING SPACE BY "0".
           INSPECT WS-RES-SLOPE-DOWN REPLACING LEADING SPACE BY "0".
           INSPECT WS-RES-TREES REPLACING LEADING SPACE BY "0".

       9999-TERMINATE-RUN.
           CLOSE RESULTS-FILE
                 RELEASED-RESULTS-FILE
                 RESULTS-MASTER.
           IF RECEIPT-IS-OPEN
               CLOSE RELEASE-RECEIPT-FILE
           END-IF.
           DISPLAY "RESULTS MASTER UPDATE: READ " RESULTS-READ-COUNT
               " RELEASED " RELEASED-READ-COUNT
               " ADDED " RECORDS-ADDED-COUNT
               " REWRITTEN " RECORDS-REWRITTEN-COUNT
               " UNCHANGED " RECORDS-UNCHANGED-COUNT
               " REJECTED " RECORDS-REJECTED-COUNT
               " HELD " RECORDS-HELD-COUNT.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
