      *                    attributed is counted and reported
      *                    instead of being folded into the wrong
      *                    bucket.
      *   2026-10-15  RJH  Retired maps are now dropped from the
      *                    shared map list here once every instance
      *                    has finished, which a partitioned scoring
      *                    instance cannot do safely on its own. The
      *                    list is checked against every instance's
      *                    registry in turn, so a map retired in any
      *                    one of them leaves the list, and the
      *                    entries dropped are counted on the
      *                    combined control report.
      *   2026-10-15  RJH  Retired entries are only dropped once every
      *                    instance has read its list to the end, as
      *                    its timing file's closing line shows. A
      *                    summary file exists as soon as an instance
      *                    starts, and dropping entries under an
      *                    unfinished run would shift the positions a
      *                    partitioned restart claims its maps by.
      *                    A combined summary or control report that
      *                    will not open ends the run RC 12 before
      *                    anything is merged.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT COMBINED-SUMMARY-FILE ASSIGN
               TO './files/day_3_batch_summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMBINED-SUMMARY-FILE-STATUS.

           SELECT COMBINED-CONTROL-FILE ASSIGN
               TO './files/day_3_control_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMBINED-CONTROL-FILE-STATUS.

           SELECT MAP-LIST-FILE ASSIGN TO './files/day_3_map_list.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-LIST-FILE-STATUS.

           SELECT MAP-LIST-WORK-FILE ASSIGN
               TO './files/day_3_map_list_work.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-LIST-WORK-FILE-STATUS.

           SELECT MAP-REGISTRY-FILE ASSIGN
               TO DYNAMIC WS-MAP-REGISTRY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-MAP-NAME
           FILE STATUS IS WS-MAP-REGISTRY-FILE-STATUS.

           SELECT TIMING-FILE ASSIGN TO DYNAMIC WS-TIMING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE OMITTED.
       01  COMBINED-CONTROL-RECORD PIC X(133).

       FD MAP-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-LIST-RECORD PIC X(120).

       FD MAP-LIST-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-LIST-WORK-RECORD PIC X(120).

       FD MAP-REGISTRY-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-REGISTRY-RECORD.
           05 REG-MAP-NAME   PIC X(100).
           05 REG-MAP-WIDTH  PIC 9(05).
           05 REG-ROW-COUNT  PIC 9(05).
           05 REG-TREE-COUNT PIC 9(09).
           05 REG-FIRST-SEEN PIC 9(06).
           05 REG-LAST-SEEN  PIC 9(06).
           05 REG-STATUS     PIC X(01).
              88 REG-IS-ACTIVE  VALUE "A".
              88 REG-IS-RETIRED VALUE "R".
           05 REG-RETIRED-DATE PIC 9(06).

       FD TIMING-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIMING-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INSTANCE-SUMMARY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-INSTANCE-SUMMARY-OPEN-OK VALUE "00".
       01  BATCH-SEVERITY PIC 9(02) VALUE 0.
       01  SEVERITY-CANDIDATE PIC 9(02) VALUE 0.

      *--------------------------------------------------------------
      * Retired-map handling. The shared map list is copied through
      * MAP-LIST-WORK-FILE once for each instance registry, leaving
      * out every entry that registry holds RETIRED, and copied back
      * only when a pass dropped something. WS-MAP-LIST-LINE mirrors
      * the scoring program's map-list record.
      *--------------------------------------------------------------
       01  WS-MAP-LIST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-LIST-OPEN-OK VALUE "00".
       01  WS-MAP-LIST-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-LIST-WORK-OPEN-OK VALUE "00".
       01  WS-MAP-REGISTRY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-REGISTRY-IO-OK VALUE "00".
           88 WS-MAP-REGISTRY-MISSING VALUE "35".
       01  WS-MAP-REGISTRY-FILENAME PIC X(100).
       01  LIST-COPY-EOF-SWITCH PIC X(01) VALUE "N".
           88 LIST-COPY-IS-EOF VALUE "Y".
       01  LIST-DROP-SWITCH PIC X(01) VALUE "N".
           88 LIST-DROP-STOPPED VALUE "Y".
       01  PASS-DROPPED-COUNT PIC 9(05) VALUE 0.
       01  LIST-ENTRIES-DROPPED-COUNT PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * An instance has finished its list when the last closing "R"
      * line on its timing file reads SEVERITY, not INCOMPLETE, and
      * belongs to the run that wrote the instance's last summary
      * line or a later one. Run ids sort by date and time, so a
      * run that died with no closing line at all leaves the last
      * summary line newer than the last "R" line. The summary run
      * id of each instance is kept as its lines are merged.
      *--------------------------------------------------------------
       01  WS-TIMING-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-TIMING-OPEN-OK VALUE "00".
       01  WS-COMBINED-SUMMARY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-COMBINED-SUMMARY-OPEN-OK VALUE "00".
       01  WS-COMBINED-CONTROL-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-COMBINED-CONTROL-OPEN-OK VALUE "00".
       01  WS-TIMING-FILENAME PIC X(100).
       01  TIMING-EOF-SWITCH PIC X(01) VALUE "N".
           88 TIMING-IS-EOF VALUE "Y".
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
       01  WS-LAST-R-RUN-ID PIC X(17).
       01  WS-LAST-R-ENDING PIC X(10).
       01  UNFINISHED-INSTANCE-COUNT PIC 9(02) VALUE 0.
       01  INSTANCE-RUN-TABLE.
           05 INSTANCE-RUN-ENTRY OCCURS 99 TIMES.
              10 IR-SUMMARY-RUN-ID PIC X(17).
       01  WS-MAP-LIST-LINE.
           05 WS-MLL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01).
           05 WS-MLL-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(09).

      *--------------------------------------------------------------
      * WS-SUMMARY-LINE mirrors WS-BATCH-SUMMARY-RECORD as the
      * scoring program writes it: map name, validity flag, up to 25
                  THRU 2000-MERGE-ONE-INSTANCE-EXIT
                  VARYING INSTANCE-NUMBER FROM 1 BY 1
                  UNTIL INSTANCE-NUMBER > INSTANCE-COUNT
               PERFORM 2800-DROP-RETIRED-LIST-ENTRIES
                  THRU 2800-DROP-RETIRED-LIST-ENTRIES-EXIT
               PERFORM 3000-WRITE-COMBINED-CONTROL
                  THRU 3000-WRITE-COMBINED-CONTROL-EXIT
           END-IF.
      * opens the combined outputs. A bad or missing parameter is a
      * control failure: merging a guessed number of instances could
      * silently drop a whole instance's maps from the batch view.
      * A combined output that will not open is one too; the instance
      * count is then cleared so nothing is merged.
      *--------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CONSOLIDATE-PARM FROM COMMAND-LINE.
           PERFORM 1200-LOAD-SLOPE-CONFIG
              THRU 1200-LOAD-SLOPE-CONFIG-EXIT.
           OPEN OUTPUT COMBINED-SUMMARY-FILE.
           IF NOT WS-COMBINED-SUMMARY-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN COMBINED BATCH SUMMARY - "
                   "FILE STATUS " WS-COMBINED-SUMMARY-FILE-STATUS
                   " ***"
               GO TO 1100-STOP-CONSOLIDATION
           END-IF.
           OPEN OUTPUT COMBINED-CONTROL-FILE.
           IF NOT WS-COMBINED-CONTROL-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN COMBINED CONTROL REPORT - "
                   "FILE STATUS " WS-COMBINED-CONTROL-FILE-STATUS
                   " ***"
               CLOSE COMBINED-SUMMARY-FILE
               GO TO 1100-STOP-CONSOLIDATION
           END-IF.
           GO TO 1000-INITIALIZE-EXIT.
       1100-STOP-CONSOLIDATION.
           MOVE 0 TO INSTANCE-COUNT.
           MOVE 12 TO SEVERITY-CANDIDATE.
           PERFORM 9000-RAISE-BATCH-SEVERITY
              THRU 9000-RAISE-BATCH-SEVERITY-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

               ".txt" DELIMITED BY SIZE
               INTO WS-INSTANCE-SUMMARY-FILENAME.
           MOVE "N" TO INSTANCE-SUMMARY-EOF-SWITCH.
           MOVE SPACES TO IR-SUMMARY-RUN-ID(INSTANCE-NUMBER).
           OPEN INPUT INSTANCE-SUMMARY-FILE.
           IF NOT WS-INSTANCE-SUMMARY-OPEN-OK
               DISPLAY "*** MISSING INSTANCE SUMMARY "
               NOT AT END
                   WRITE COMBINED-SUMMARY-RECORD FROM
                       WS-SUMMARY-LINE
                   IF WS-SUM-RUN-ID IS NOT EQUAL TO SPACES
                       MOVE WS-SUM-RUN-ID TO
                           IR-SUMMARY-RUN-ID(INSTANCE-NUMBER)
                   END-IF
                   PERFORM 2200-FOLD-ONE-SUMMARY-LINE
                      THRU 2200-FOLD-ONE-SUMMARY-LINE-EXIT
           END-READ.
       2700-MATCH-ONE-GRAND-PAIR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2800-DROP-RETIRED-LIST-ENTRIES takes retired maps out of the
      * shared map list once every instance has read its list to
      * the end. A summary file only shows that an instance started:
      * one that stopped short is restarted against the same list,
      * claiming its maps by list position, so dropping entries
      * under it would make the restart skip some maps and score
      * others twice. Nothing is dropped while an instance's
      * summary is missing or its timing file does not show its
      * latest run finished; the list is left for the consolidation
      * that follows the restart. Each instance registry gets one
      * pass over the list, so an entry retired in whichever
      * registry the maintenance was run against is still dropped.
      *--------------------------------------------------------------
       2800-DROP-RETIRED-LIST-ENTRIES.
           IF MISSING-INSTANCE-COUNT IS GREATER THAN ZERO
               DISPLAY "*** RETIRED MAPS NOT DROPPED FROM MAP LIST - "
                   "AN INSTANCE SUMMARY IS MISSING ***"
               GO TO 2800-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           PERFORM 2850-CHECK-INSTANCE-FINISHED
              THRU 2850-CHECK-INSTANCE-FINISHED-EXIT
              VARYING INSTANCE-NUMBER FROM 1 BY 1
              UNTIL INSTANCE-NUMBER > INSTANCE-COUNT.
           IF UNFINISHED-INSTANCE-COUNT IS GREATER THAN ZERO
               DISPLAY "*** RETIRED MAPS NOT DROPPED FROM MAP LIST - "
                   UNFINISHED-INSTANCE-COUNT " INSTANCES HAVE NOT "
                   "FINISHED THEIR LIST ***"
               GO TO 2800-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           MOVE "N" TO LIST-DROP-SWITCH.
           PERFORM 2810-DROP-FOR-ONE-REGISTRY
              THRU 2810-DROP-FOR-ONE-REGISTRY-EXIT
              VARYING INSTANCE-NUMBER FROM 1 BY 1
              UNTIL INSTANCE-NUMBER > INSTANCE-COUNT
                 OR LIST-DROP-STOPPED.
           DISPLAY "RETIRED MAPS DROPPED FROM MAP LIST: "
               LIST-ENTRIES-DROPPED-COUNT.
       2800-DROP-RETIRED-LIST-ENTRIES-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2810-DROP-FOR-ONE-REGISTRY makes one instance registry's
      * pass. An instance with no registry yet has retired nothing
      * and is passed over. The list is only rewritten once its
      * kept entries are safely in the work file and the work file
      * has reopened; any failure on the way leaves the list as it
      * stands, stops the remaining passes and grades the run a
      * control failure.
      *--------------------------------------------------------------
       2810-DROP-FOR-ONE-REGISTRY.
           MOVE INSTANCE-NUMBER TO WS-SUF-DIGITS.
           MOVE SPACES TO WS-MAP-REGISTRY-FILENAME.
           STRING "./files/day_3_map_registry" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-MAP-REGISTRY-FILENAME.
           OPEN INPUT MAP-REGISTRY-FILE.
           IF WS-MAP-REGISTRY-MISSING
               GO TO 2810-DROP-FOR-ONE-REGISTRY-EXIT
           END-IF.
           IF NOT WS-MAP-REGISTRY-IO-OK
               DISPLAY "*** UNABLE TO OPEN MAP REGISTRY "
                   WS-MAP-REGISTRY-FILENAME " - FILE STATUS "
                   WS-MAP-REGISTRY-FILE-STATUS " ***"
               GO TO 2810-STOP-DROPPING
           END-IF.
           OPEN INPUT MAP-LIST-FILE.
           IF NOT WS-MAP-LIST-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN MAP LIST FILE - "
                   "RETIRED ENTRIES NOT DROPPED - FILE STATUS "
                   WS-MAP-LIST-FILE-STATUS " ***"
               CLOSE MAP-REGISTRY-FILE
               GO TO 2810-STOP-DROPPING
           END-IF.
           OPEN OUTPUT MAP-LIST-WORK-FILE.
           IF NOT WS-MAP-LIST-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN MAP LIST WORK FILE - "
                   "RETIRED ENTRIES NOT DROPPED - FILE STATUS "
                   WS-MAP-LIST-WORK-FILE-STATUS " ***"
               CLOSE MAP-REGISTRY-FILE
                     MAP-LIST-FILE
               GO TO 2810-STOP-DROPPING
           END-IF.
           MOVE 0 TO PASS-DROPPED-COUNT.
           MOVE "N" TO LIST-COPY-EOF-SWITCH.
           PERFORM 2820-COPY-ONE-KEPT-ENTRY
              THRU 2820-COPY-ONE-KEPT-ENTRY-EXIT
              UNTIL LIST-COPY-IS-EOF.
           CLOSE MAP-REGISTRY-FILE
                 MAP-LIST-FILE
                 MAP-LIST-WORK-FILE.
           IF PASS-DROPPED-COUNT IS EQUAL TO ZERO
               GO TO 2810-DROP-FOR-ONE-REGISTRY-EXIT
           END-IF.
           OPEN INPUT MAP-LIST-WORK-FILE.
           IF NOT WS-MAP-LIST-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN MAP LIST WORK FILE - "
                   "MAP LIST LEFT UNCHANGED - FILE STATUS "
                   WS-MAP-LIST-WORK-FILE-STATUS " ***"
               GO TO 2810-STOP-DROPPING
           END-IF.
           OPEN OUTPUT MAP-LIST-FILE.
           IF NOT WS-MAP-LIST-OPEN-OK
               DISPLAY "*** UNABLE TO REWRITE MAP LIST FILE - "
                   "FILE STATUS " WS-MAP-LIST-FILE-STATUS " - KEPT "
                   "ENTRIES ARE IN THE MAP LIST WORK FILE ***"
               CLOSE MAP-LIST-WORK-FILE
               GO TO 2810-STOP-DROPPING
           END-IF.
           MOVE "N" TO LIST-COPY-EOF-SWITCH.
           PERFORM 2830-RESTORE-ONE-ENTRY
              THRU 2830-RESTORE-ONE-ENTRY-EXIT
              UNTIL LIST-COPY-IS-EOF.
           CLOSE MAP-LIST-WORK-FILE
                 MAP-LIST-FILE.
           ADD PASS-DROPPED-COUNT TO LIST-ENTRIES-DROPPED-COUNT.
           GO TO 2810-DROP-FOR-ONE-REGISTRY-EXIT.
       2810-STOP-DROPPING.
           SET LIST-DROP-STOPPED TO TRUE.
           MOVE 12 TO SEVERITY-CANDIDATE.
           PERFORM 9000-RAISE-BATCH-SEVERITY
              THRU 9000-RAISE-BATCH-SEVERITY-EXIT.
       2810-DROP-FOR-ONE-REGISTRY-EXIT.
           EXIT.

       2820-COPY-ONE-KEPT-ENTRY.
           READ MAP-LIST-FILE INTO WS-MAP-LIST-LINE
               AT END
                   SET LIST-COPY-IS-EOF TO TRUE
                   GO TO 2820-COPY-ONE-KEPT-ENTRY-EXIT
           END-READ.
           MOVE WS-MLL-MAP-NAME TO REG-MAP-NAME.
           READ MAP-REGISTRY-FILE
               INVALID KEY
                   MOVE SPACE TO REG-STATUS
           END-READ.
           IF REG-IS-RETIRED
               ADD 1 TO PASS-DROPPED-COUNT
           ELSE
               WRITE MAP-LIST-WORK-RECORD FROM WS-MAP-LIST-LINE
           END-IF.
       2820-COPY-ONE-KEPT-ENTRY-EXIT.
           EXIT.

       2830-RESTORE-ONE-ENTRY.
           READ MAP-LIST-WORK-FILE INTO WS-MAP-LIST-LINE
               AT END
                   SET LIST-COPY-IS-EOF TO TRUE
               NOT AT END
                   WRITE MAP-LIST-RECORD FROM WS-MAP-LIST-LINE
           END-READ.
       2830-RESTORE-ONE-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2850-CHECK-INSTANCE-FINISHED reads one instance's timing file
      * for its last closing "R" line. No timing file, no "R" line,
      * an INCOMPLETE one, or one older than the instance's last
      * summary line counts the instance as unfinished.
      *--------------------------------------------------------------
       2850-CHECK-INSTANCE-FINISHED.
           MOVE INSTANCE-NUMBER TO WS-SUF-DIGITS.
           MOVE SPACES TO WS-TIMING-FILENAME.
           STRING "./files/day_3_timing" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-TIMING-FILENAME.
           MOVE SPACES TO WS-LAST-R-RUN-ID.
           MOVE SPACES TO WS-LAST-R-ENDING.
           MOVE "N" TO TIMING-EOF-SWITCH.
           OPEN INPUT TIMING-FILE.
           IF WS-TIMING-OPEN-OK
               PERFORM 2860-READ-ONE-TIMING-LINE
                  THRU 2860-READ-ONE-TIMING-LINE-EXIT
                  UNTIL TIMING-IS-EOF
               CLOSE TIMING-FILE
           END-IF.
           IF WS-LAST-R-RUN-ID IS EQUAL TO SPACES
              OR WS-LAST-R-ENDING IS EQUAL TO "INCOMPLETE"
              OR WS-LAST-R-RUN-ID IS LESS THAN
                 IR-SUMMARY-RUN-ID(INSTANCE-NUMBER)
               ADD 1 TO UNFINISHED-INSTANCE-COUNT
               DISPLAY "*** INSTANCE " INSTANCE-NUMBER
                   " HAS NOT FINISHED ITS MAP LIST - LAST CLOSING "
                   "TIMING LINE '" WS-LAST-R-RUN-ID " "
                   WS-LAST-R-ENDING "' ***"
           END-IF.
       2850-CHECK-INSTANCE-FINISHED-EXIT.
           EXIT.

       2860-READ-ONE-TIMING-LINE.
           READ TIMING-FILE INTO WS-TIMING-LINE
               AT END
                   SET TIMING-IS-EOF TO TRUE
                   GO TO 2860-READ-ONE-TIMING-LINE-EXIT
           END-READ.
           IF WS-TML-IS-RUN-LINE
               MOVE WS-TML-RUN-ID TO WS-LAST-R-RUN-ID
               MOVE WS-TML-RUN-ENDING TO WS-LAST-R-ENDING
           END-IF.
       2860-READ-ONE-TIMING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-WRITE-COMBINED-CONTROL rebuilds the operator control
      * page from the merged summary lines: disposition counts,
               MOVE MISSING-INSTANCE-COUNT TO WS-CTL-COUNT-VALUE
               WRITE COMBINED-CONTROL-RECORD FROM WS-CTL-COUNT-LINE
           END-IF.
           IF UNFINISHED-INSTANCE-COUNT IS GREATER THAN ZERO
               MOVE "LISTS UNFINISHED  " TO WS-CTL-COUNT-LABEL
               MOVE UNFINISHED-INSTANCE-COUNT TO WS-CTL-COUNT-VALUE
               WRITE COMBINED-CONTROL-RECORD FROM WS-CTL-COUNT-LINE
               MOVE
                   "  RETIRED MAPS KEPT ON LIST UNTIL ALL LISTS FINISH"
                   TO COMBINED-CONTROL-RECORD
               WRITE COMBINED-CONTROL-RECORD
           END-IF.
           IF LIST-ENTRIES-DROPPED-COUNT IS GREATER THAN ZERO
               MOVE "RETIRED DROPPED   " TO WS-CTL-COUNT-LABEL
               MOVE LIST-ENTRIES-DROPPED-COUNT TO WS-CTL-COUNT-VALUE
               WRITE COMBINED-CONTROL-RECORD FROM WS-CTL-COUNT-LINE
           END-IF.
           MOVE SPACES TO COMBINED-CONTROL-RECORD.
           WRITE COMBINED-CONTROL-RECORD.
           MOVE "GRAND TOTAL TREES BY SLOPE" TO
