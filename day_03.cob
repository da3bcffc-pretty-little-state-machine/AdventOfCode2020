      *                    where it was; the stats record had
      *                    outgrown its FD and was being truncated
      *                    mid-line, fixed by the same widening.
      *   2026-10-15  RJH  The registry record now carries a status
      *                    byte and a retirement date, maintained by
      *                    the companion registry maintenance
      *                    program. A map-list entry whose registry
      *                    record is RETIRED is refused before it is
      *                    scored - counted on the control report and
      *                    named in its exceptions with the date it
      *                    was withdrawn - and on a single-instance
      *                    run that reads its list to the end the
      *                    retired entries are dropped from
      *                    MAP-LIST-FILE, so a decommissioned map no
      *                    longer needs the list hand-edited.
      *   2026-10-15  RJH  The map-list work file is checked when it
      *                    is reopened to copy the kept entries back,
      *                    and the list is left untouched with the
      *                    severity raised when it will not open.
      *                    Retired entries on a partitioned run are
      *                    now dropped by the consolidation step.
      *   2026-10-15  RJH  A run that stops short of the end of its
      *                    list marks its closing timing line
      *                    INCOMPLETE instead of SEVERITY, so the
      *                    timing report can add it to the restart
      *                    that finishes the day's list.
      *   2026-10-15  RJH  Added TIMING-FILE: each map scored gets one
      *                    "M" line holding its row count and the
      *                    elapsed time of its open, checkpoint
      *                    fast-forward, traversal and output phases,
      *                    and the run closes with one "R" line
      *                    holding its total rows, summed phases and
      *                    wall-clock elapsed time, all stamped with
      *                    the run id. The file is extended across
      *                    runs so the companion timing report can
      *                    set the batch against its window and show
      *                    where the time is going as the maps grow.
      *   2026-10-15  RJH  A map list that will not open to take the
      *                    kept entries back is reported, its kept
      *                    entries left on the work file, and the
      *                    run ends RC 12.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-LIST-FILE-STATUS.

           SELECT MAP-LIST-WORK-FILE ASSIGN
               TO './files/day_3_map_list_work.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-LIST-WORK-FILE-STATUS.

           SELECT SLOPE-CONFIG-FILE ASSIGN
               TO './files/day_3_slope_config.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS RS-MAP-NAME
           FILE STATUS IS WS-RUN-STATE-FILE-STATUS.

           SELECT TIMING-FILE ASSIGN
               TO DYNAMIC WS-TIMING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAP-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-LIST-RECORD PIC X(120).

       FD MAP-LIST-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-LIST-WORK-RECORD PIC X(120).

       FD SLOPE-CONFIG-FILE
           LABEL RECORDS ARE OMITTED.
       01  SLOPE-CONFIG-RECORD PIC X(20).
           05 REG-TREE-COUNT PIC 9(09).
           05 REG-FIRST-SEEN PIC 9(06).
           05 REG-LAST-SEEN  PIC 9(06).
           05 REG-STATUS     PIC X(01).
              88 REG-IS-ACTIVE  VALUE "A".
              88 REG-IS-RETIRED VALUE "R".
           05 REG-RETIRED-DATE PIC 9(06).

       FD MAP-ARCHIVE-FILE
           LABEL RECORDS ARE OMITTED.
           05 RS-RUN-TIME    PIC 9(08).
           05 RS-RUN-ID      PIC X(17).

       FD TIMING-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIMING-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MAP-LIST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-LIST-OPEN-OK VALUE "00".
       01  MAP-EOF-SWITCH PIC 9 VALUE 0.
       01  MAP-LIST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MAP-LIST-IS-EOF VALUE "Y".

      *--------------------------------------------------------------
      * Retired-map handling. An entry whose registry record is
      * RETIRED is refused before it is scored; at end of run the
      * list is copied through MAP-LIST-WORK-FILE without those
      * entries and copied back, so the next run never meets them.
      *--------------------------------------------------------------
       01  WS-MAP-LIST-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-LIST-WORK-OPEN-OK VALUE "00".
       01  RETIRED-MAP-SWITCH PIC X(01) VALUE "N".
           88 MAP-WAS-RETIRED VALUE "Y".
       01  LIST-COPY-EOF-SWITCH PIC X(01) VALUE "N".
           88 LIST-COPY-IS-EOF VALUE "Y".
       01  MAPS-RETIRED-COUNT PIC 9(05) VALUE 0.
       01  LIST-ENTRIES-DROPPED-COUNT PIC 9(05) VALUE 0.
       01  ROW-NUMBER PIC 9(05) VALUE 0.
       01  MAP-WIDTH PIC 9(05) VALUE 0.
       01  MAX-MAP-WIDTH PIC 9(05) VALUE 500.
       01  WS-PRIOR-ARCHIVE-FILENAME PIC X(100).
       01  WS-RUN-MANIFEST-FILENAME PIC X(100).
       01  WS-RUN-STATE-FILENAME PIC X(100).
       01  WS-TIMING-FILENAME PIC X(100).

      *--------------------------------------------------------------
      * RUN-STATE-FILE is the batch's restart memory: one record per
           05 FILLER            PIC X(11) VALUE "  SEVERITY ".
           05 WS-MAN-SEVERITY   PIC 9(02).

      *--------------------------------------------------------------
      * TIMING-FILE tells operations where the batch window went.
      * Each scored map gets an "M" line: its row count and the
      * centiseconds spent opening it, fast-forwarding through a
      * checkpoint, walking its rows and writing its output lines,
      * with the phases' total and the disposition the map ended
      * with. The run closes with an "R" line on the same layout -
      * no map name, the rows and phases summed over every map, and
      * the run's wall-clock elapsed time from its start stamp, so
      * set-up and close-down are counted too. Times come from the
      * time-of-day clock; a phase that spans midnight is corrected
      * by a day. The file is extended, never rewritten, so the
      * companion timing report can trend the runs. It is
      * unedited, zero-padded numeric data meant to be read back
      * by a program.
      *--------------------------------------------------------------
       01  WS-TIMING-FILE-STATUS PIC X(02) VALUE "00".
       01  WS-TIMING-CLOCK PIC 9(08).
       01  WS-TIMING-CLOCK-FIELDS REDEFINES WS-TIMING-CLOCK.
           05 WS-TCK-HH PIC 9(02).
           05 WS-TCK-MM PIC 9(02).
           05 WS-TCK-SS PIC 9(02).
           05 WS-TCK-CC PIC 9(02).
       01  CENTISECONDS-PER-DAY PIC 9(07) VALUE 8640000.
       01  TIMING-CLOCK-CS PIC 9(07) VALUE 0.
       01  TIMING-MARK-CS PIC 9(07) VALUE 0.
       01  TIMING-PHASE-CS PIC S9(08) VALUE 0.
       01  TIMING-MAP-OPEN-CS PIC 9(07) VALUE 0.
       01  TIMING-MAP-FFWD-CS PIC 9(07) VALUE 0.
       01  TIMING-MAP-WALK-CS PIC 9(07) VALUE 0.
       01  TIMING-MAP-OUTPUT-CS PIC 9(07) VALUE 0.
       01  TIMING-RUN-ROWS PIC 9(09) VALUE 0.
       01  TIMING-RUN-OPEN-CS PIC 9(07) VALUE 0.
       01  TIMING-RUN-FFWD-CS PIC 9(07) VALUE 0.
       01  TIMING-RUN-WALK-CS PIC 9(07) VALUE 0.
       01  TIMING-RUN-OUTPUT-CS PIC 9(07) VALUE 0.
       01  WS-TIMING-RECORD.
           05 WS-TIM-TYPE        PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-RUN-ID      PIC X(17).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-INSTANCE    PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-INSTANCE-COUNT PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-MAP-NAME    PIC X(100).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-ROWS        PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-OPEN-CS     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-FFWD-CS     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-WALK-CS     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-OUTPUT-CS   PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-TOTAL-CS    PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-TIM-DISPOSITION PIC X(17).

      *--------------------------------------------------------------
      * MAP-ARCHIVE-FILE keeps a full copy of every map scored this
      * run, each map behind a WS-ARCHIVE-HEADER-LINE; the "=" in
              THRU 1150-OPEN-BATCH-OUTPUTS-EXIT.
           PERFORM 1100-OPEN-LEDGER-FOR-WRITING
              THRU 1100-OPEN-LEDGER-FOR-WRITING-EXIT.
           PERFORM 1120-OPEN-TIMING-FOR-WRITING
              THRU 1120-OPEN-TIMING-FOR-WRITING-EXIT.
           PERFORM 1300-OPEN-MAP-REGISTRY
              THRU 1300-OPEN-MAP-REGISTRY-EXIT.
           PERFORM 1800-LOAD-EXPECTATIONS
       1100-OPEN-LEDGER-FOR-WRITING-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1120-OPEN-TIMING-FOR-WRITING opens TIMING-FILE in EXTEND mode
      * so the timing history accumulates across runs, falling back
      * to OUTPUT the first time the file does not yet exist.
      *--------------------------------------------------------------
       1120-OPEN-TIMING-FOR-WRITING.
           OPEN EXTEND TIMING-FILE.
           IF WS-TIMING-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT TIMING-FILE
           END-IF.
       1120-OPEN-TIMING-FOR-WRITING-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1150-OPEN-BATCH-OUTPUTS opens the per-run output files. A
      * fresh batch starts them empty; a restart extends the files
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-RUN-STATE-FILENAME.
           MOVE SPACES TO WS-TIMING-FILENAME.
           STRING "./files/day_3_timing" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-TIMING-FILENAME.
       1420-BUILD-OUTPUT-FILENAMES-EXIT.
           EXIT.

           IF MAP-CLAIM-REMAINDER IS NOT EQUAL TO INSTANCE-NUMBER
               GO TO 2050-CLAIM-ONE-MAP-ENTRY-EXIT
           END-IF.
           PERFORM 2080-CHECK-RETIRED-MAP
              THRU 2080-CHECK-RETIRED-MAP-EXIT.
           IF MAP-WAS-RETIRED
               GO TO 2050-CLAIM-ONE-MAP-ENTRY-EXIT
           END-IF.
           PERFORM 2060-CHECK-RUN-STATE
              THRU 2060-CHECK-RUN-STATE-EXIT.
           IF ENTRY-ALREADY-DONE
              THRU 2400-SELECT-SLOPE-PROFILE-EXIT.
           PERFORM 2500-PROCESS-ONE-MAP-FILE
              THRU 2500-PROCESS-ONE-MAP-FILE-EXIT.
           PERFORM 9650-WRITE-MAP-TIMING
              THRU 9650-WRITE-MAP-TIMING-EXIT.
           PERFORM 2070-RECORD-RUN-STATE
              THRU 2070-RECORD-RUN-STATE-EXIT.
       2050-CLAIM-ONE-MAP-ENTRY-EXIT.
       2070-RECORD-RUN-STATE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2080-CHECK-RETIRED-MAP reads this map's registry record and
      * refuses the entry when the record is RETIRED: the map is not
      * opened, scored or counted as attempted, and no output line
      * is written for it - it is counted and named in the control
      * report's exceptions with its retirement date instead. A map
      * with no registry record yet is a first sighting and scores
      * as always.
      *--------------------------------------------------------------
       2080-CHECK-RETIRED-MAP.
           MOVE "N" TO RETIRED-MAP-SWITCH.
           MOVE WS-MAP-FILENAME TO REG-MAP-NAME.
           READ MAP-REGISTRY-FILE
               INVALID KEY
                   GO TO 2080-CHECK-RETIRED-MAP-EXIT
           END-READ.
           IF NOT REG-IS-RETIRED
               GO TO 2080-CHECK-RETIRED-MAP-EXIT
           END-IF.
           SET MAP-WAS-RETIRED TO TRUE.
           ADD 1 TO MAPS-RETIRED-COUNT.
           DISPLAY "*** MAP RETIRED " REG-RETIRED-DATE
               " - REFUSED: " WS-MAP-FILENAME " ***".
           MOVE "RETIRED" TO WS-EXCEPTION-REASON.
           MOVE REG-RETIRED-DATE TO WS-EXCEPTION-REASON(9:6).
           PERFORM 9150-RECORD-ONE-EXCEPTION
              THRU 9150-RECORD-ONE-EXCEPTION-EXIT.
       2080-CHECK-RETIRED-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2400-SELECT-SLOPE-PROFILE loads the slope set this map is to
      * be scored with into SLOPE-TABLE: the profile its list entry
       2420-LOAD-ONE-ACTIVE-SLOPE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2500-PROCESS-ONE-MAP-FILE scores one map. Each phase is timed
      * as it ends - open, checkpoint fast-forward, traversal and
      * output - for the map's TIMING-FILE line; a map that fails to
      * open is charged its open time only.
      *--------------------------------------------------------------
       2500-PROCESS-ONE-MAP-FILE.
           ADD 1 TO MAPS-ATTEMPTED-COUNT.
           PERFORM 9600-START-MAP-TIMING
              THRU 9600-START-MAP-TIMING-EXIT.
           PERFORM 2600-RESET-PER-MAP-FIELDS
              THRU 2600-RESET-PER-MAP-FIELDS-EXIT.
           OPEN INPUT MAP.
           PERFORM 9610-TAKE-PHASE-TIME
              THRU 9610-TAKE-PHASE-TIME-EXIT.
           MOVE TIMING-PHASE-CS TO TIMING-MAP-OPEN-CS.
           IF NOT WS-MAP-OPEN-OK
               PERFORM 2700-REPORT-OPEN-ERROR
                  THRU 2700-REPORT-OPEN-ERROR-EXIT
              THRU 2800-LOAD-CHECKPOINT-IF-PRESENT-EXIT.
           PERFORM 2850-OPEN-CHECKPOINT-FOR-WRITING
              THRU 2850-OPEN-CHECKPOINT-FOR-WRITING-EXIT.
           PERFORM 9610-TAKE-PHASE-TIME
              THRU 9610-TAKE-PHASE-TIME-EXIT.
           MOVE TIMING-PHASE-CS TO TIMING-MAP-FFWD-CS.
           PERFORM 3000-PROCESS-MAP-RECORDS
              THRU 3000-PROCESS-MAP-RECORDS-EXIT
              UNTIL MAP-EOF-SWITCH = 1.
           CLOSE MAP
                 CHECKPOINT-FILE.
           PERFORM 9610-TAKE-PHASE-TIME
              THRU 9610-TAKE-PHASE-TIME-EXIT.
           MOVE TIMING-PHASE-CS TO TIMING-MAP-WALK-CS.
           PERFORM 8600-ARCHIVE-MAP-CONTENT
              THRU 8600-ARCHIVE-MAP-CONTENT-EXIT.
           PERFORM 8000-REPORT-RESULTS
              THRU 8000-REPORT-RESULTS-EXIT.
           PERFORM 9610-TAKE-PHASE-TIME
              THRU 9610-TAKE-PHASE-TIME-EXIT.
           MOVE TIMING-PHASE-CS TO TIMING-MAP-OUTPUT-CS.
       2500-PROCESS-ONE-MAP-FILE-EXIT.
           EXIT.

           MOVE STATS-TOTAL-TREES TO REG-TREE-COUNT.
           MOVE WS-REGISTRY-RUN-DATE TO REG-FIRST-SEEN.
           MOVE WS-REGISTRY-RUN-DATE TO REG-LAST-SEEN.
           SET REG-IS-ACTIVE TO TRUE.
           MOVE ZERO TO REG-RETIRED-DATE.
           WRITE MAP-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "*** REGISTRY WRITE FAILED - "
               MOVE RESTART-SKIPPED-COUNT TO WS-CTL-COUNT-VALUE
               WRITE CONTROL-REPORT-RECORD FROM WS-CTL-COUNT-LINE
           END-IF.
           IF MAPS-RETIRED-COUNT IS GREATER THAN ZERO
               MOVE "RETIRED - REFUSED " TO WS-CTL-COUNT-LABEL
               MOVE MAPS-RETIRED-COUNT TO WS-CTL-COUNT-VALUE
               WRITE CONTROL-REPORT-RECORD FROM WS-CTL-COUNT-LINE
           END-IF.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "GRAND TOTAL TREES BY SLOPE" TO
           IF LIST-ENDED-NORMALLY
               PERFORM 9400-CLEAR-RUN-STATE
                  THRU 9400-CLEAR-RUN-STATE-EXIT
               PERFORM 9500-DROP-RETIRED-LIST-ENTRIES
                  THRU 9500-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           PERFORM 9300-WRITE-RUN-MANIFEST
              THRU 9300-WRITE-RUN-MANIFEST-EXIT.
           PERFORM 9700-WRITE-RUN-TIMING
              THRU 9700-WRITE-RUN-TIMING-EXIT.
           CLOSE MAP-LIST-FILE
                 AUDIT-FILE
                 ERROR-LOG-FILE
                 LEDGER-FILE
                 MAP-ARCHIVE-FILE
                 RUN-STATE-FILE
                 MAP-REGISTRY-FILE
                 TIMING-FILE.
           DISPLAY "BATCH SEVERITY: " BATCH-SEVERITY.
           MOVE BATCH-SEVERITY TO RETURN-CODE.
       9999-TERMINATE-RUN-EXIT.
           END-IF.
       9410-CLEAR-ONE-RUN-STATE-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 9500-DROP-RETIRED-LIST-ENTRIES takes the retired maps this
      * run refused out of MAP-LIST-FILE: the list is copied to
      * MAP-LIST-WORK-FILE without every entry whose registry record
      * is RETIRED, then copied back over the list. Only a
      * single-instance run rewrites the list here - partitioned
      * instances share it and must not rewrite it under one
      * another, so the consolidation step drops their retired
      * entries once every instance has finished. A work file that
      * will not reopen leaves the list as it stands and raises the
      * severity; the list is never emptied ahead of its copy. A
      * list that will not open for the copy back leaves the kept
      * entries on the work file and raises the severity the same.
      *--------------------------------------------------------------
       9500-DROP-RETIRED-LIST-ENTRIES.
           IF MAPS-RETIRED-COUNT IS EQUAL TO ZERO
              OR INSTANCE-COUNT IS GREATER THAN 1
               GO TO 9500-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           CLOSE MAP-LIST-FILE.
           OPEN INPUT MAP-LIST-FILE.
           IF NOT WS-MAP-LIST-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN MAP LIST FILE - "
                   "RETIRED ENTRIES NOT DROPPED - FILE STATUS "
                   WS-MAP-LIST-FILE-STATUS " ***"
               GO TO 9500-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           OPEN OUTPUT MAP-LIST-WORK-FILE.
           IF NOT WS-MAP-LIST-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN MAP LIST WORK FILE - "
                   "RETIRED ENTRIES NOT DROPPED - FILE STATUS "
                   WS-MAP-LIST-WORK-FILE-STATUS " ***"
               GO TO 9500-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           MOVE "N" TO LIST-COPY-EOF-SWITCH.
           PERFORM 9510-COPY-ONE-KEPT-ENTRY
              THRU 9510-COPY-ONE-KEPT-ENTRY-EXIT
              UNTIL LIST-COPY-IS-EOF.
           CLOSE MAP-LIST-FILE
                 MAP-LIST-WORK-FILE.
           OPEN INPUT MAP-LIST-WORK-FILE.
           IF NOT WS-MAP-LIST-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN MAP LIST WORK FILE - "
                   "MAP LIST LEFT UNCHANGED - FILE STATUS "
                   WS-MAP-LIST-WORK-FILE-STATUS " ***"
               MOVE 12 TO SEVERITY-CANDIDATE
               PERFORM 9000-RAISE-BATCH-SEVERITY
                  THRU 9000-RAISE-BATCH-SEVERITY-EXIT
               GO TO 9500-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           OPEN OUTPUT MAP-LIST-FILE.
           IF NOT WS-MAP-LIST-OPEN-OK
               DISPLAY "*** UNABLE TO REWRITE MAP LIST FILE - "
                   "FILE STATUS " WS-MAP-LIST-FILE-STATUS " - KEPT "
                   "ENTRIES ARE IN THE MAP LIST WORK FILE ***"
               CLOSE MAP-LIST-WORK-FILE
               MOVE 12 TO SEVERITY-CANDIDATE
               PERFORM 9000-RAISE-BATCH-SEVERITY
                  THRU 9000-RAISE-BATCH-SEVERITY-EXIT
               GO TO 9500-DROP-RETIRED-LIST-ENTRIES-EXIT
           END-IF.
           MOVE "N" TO LIST-COPY-EOF-SWITCH.
           PERFORM 9520-RESTORE-ONE-ENTRY
              THRU 9520-RESTORE-ONE-ENTRY-EXIT
              UNTIL LIST-COPY-IS-EOF.
           CLOSE MAP-LIST-WORK-FILE.
           DISPLAY "RETIRED MAPS DROPPED FROM MAP LIST: "
               LIST-ENTRIES-DROPPED-COUNT.
       9500-DROP-RETIRED-LIST-ENTRIES-EXIT.
           EXIT.

       9510-COPY-ONE-KEPT-ENTRY.
           READ MAP-LIST-FILE INTO WS-MAP-LIST-LINE
               AT END
                   SET LIST-COPY-IS-EOF TO TRUE
                   GO TO 9510-COPY-ONE-KEPT-ENTRY-EXIT
           END-READ.
           MOVE WS-MLL-MAP-NAME TO REG-MAP-NAME.
           READ MAP-REGISTRY-FILE
               INVALID KEY
                   MOVE SPACE TO REG-STATUS
           END-READ.
           IF REG-IS-RETIRED
               ADD 1 TO LIST-ENTRIES-DROPPED-COUNT
           ELSE
               WRITE MAP-LIST-WORK-RECORD FROM WS-MAP-LIST-LINE
           END-IF.
       9510-COPY-ONE-KEPT-ENTRY-EXIT.
           EXIT.

       9520-RESTORE-ONE-ENTRY.
           READ MAP-LIST-WORK-FILE INTO WS-MAP-LIST-LINE
               AT END
                   SET LIST-COPY-IS-EOF TO TRUE
               NOT AT END
                   WRITE MAP-LIST-RECORD FROM WS-MAP-LIST-LINE
           END-READ.
       9520-RESTORE-ONE-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 9600-START-MAP-TIMING clears the map's phase times and marks
      * the clock, so the first phase is measured from here.
      *--------------------------------------------------------------
       9600-START-MAP-TIMING.
           MOVE 0 TO TIMING-MAP-OPEN-CS.
           MOVE 0 TO TIMING-MAP-FFWD-CS.
           MOVE 0 TO TIMING-MAP-WALK-CS.
           MOVE 0 TO TIMING-MAP-OUTPUT-CS.
           PERFORM 9620-READ-TIMING-CLOCK
              THRU 9620-READ-TIMING-CLOCK-EXIT.
           MOVE TIMING-CLOCK-CS TO TIMING-MARK-CS.
       9600-START-MAP-TIMING-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 9610-TAKE-PHASE-TIME leaves the centiseconds since the last
      * mark in TIMING-PHASE-CS and moves the mark up to now. A
      * phase that crossed midnight reads negative and is put right
      * by adding a day.
      *--------------------------------------------------------------
       9610-TAKE-PHASE-TIME.
           PERFORM 9620-READ-TIMING-CLOCK
              THRU 9620-READ-TIMING-CLOCK-EXIT.
           COMPUTE TIMING-PHASE-CS = TIMING-CLOCK-CS - TIMING-MARK-CS.
           IF TIMING-PHASE-CS IS LESS THAN ZERO
               ADD CENTISECONDS-PER-DAY TO TIMING-PHASE-CS
           END-IF.
           MOVE TIMING-CLOCK-CS TO TIMING-MARK-CS.
       9610-TAKE-PHASE-TIME-EXIT.
           EXIT.

       9620-READ-TIMING-CLOCK.
           ACCEPT WS-TIMING-CLOCK FROM TIME.
           PERFORM 9630-CLOCK-TO-CENTISECONDS
              THRU 9630-CLOCK-TO-CENTISECONDS-EXIT.
       9620-READ-TIMING-CLOCK-EXIT.
           EXIT.

       9630-CLOCK-TO-CENTISECONDS.
           COMPUTE TIMING-CLOCK-CS = WS-TCK-HH * 360000
               + WS-TCK-MM * 6000 + WS-TCK-SS * 100 + WS-TCK-CC.
       9630-CLOCK-TO-CENTISECONDS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 9650-WRITE-MAP-TIMING writes the map's "M" line - its rows,
      * its four phase times and their total, and the disposition
      * its batch-summary line carries - and adds them into the
      * run's totals for the closing "R" line.
      *--------------------------------------------------------------
       9650-WRITE-MAP-TIMING.
           MOVE "M" TO WS-TIM-TYPE.
           MOVE WS-RUN-ID TO WS-TIM-RUN-ID.
           MOVE INSTANCE-NUMBER TO WS-TIM-INSTANCE.
           MOVE INSTANCE-COUNT TO WS-TIM-INSTANCE-COUNT.
           MOVE WS-MAP-FILENAME TO WS-TIM-MAP-NAME.
           MOVE ROW-NUMBER TO WS-TIM-ROWS.
           MOVE TIMING-MAP-OPEN-CS TO WS-TIM-OPEN-CS.
           MOVE TIMING-MAP-FFWD-CS TO WS-TIM-FFWD-CS.
           MOVE TIMING-MAP-WALK-CS TO WS-TIM-WALK-CS.
           MOVE TIMING-MAP-OUTPUT-CS TO WS-TIM-OUTPUT-CS.
           COMPUTE WS-TIM-TOTAL-CS = TIMING-MAP-OPEN-CS
               + TIMING-MAP-FFWD-CS + TIMING-MAP-WALK-CS
               + TIMING-MAP-OUTPUT-CS.
           MOVE WS-BAT-VALID-FLAG TO WS-TIM-DISPOSITION.
           WRITE TIMING-RECORD FROM WS-TIMING-RECORD.
           ADD ROW-NUMBER TO TIMING-RUN-ROWS.
           ADD TIMING-MAP-OPEN-CS TO TIMING-RUN-OPEN-CS.
           ADD TIMING-MAP-FFWD-CS TO TIMING-RUN-FFWD-CS.
           ADD TIMING-MAP-WALK-CS TO TIMING-RUN-WALK-CS.
           ADD TIMING-MAP-OUTPUT-CS TO TIMING-RUN-OUTPUT-CS.
       9650-WRITE-MAP-TIMING-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 9700-WRITE-RUN-TIMING writes the run's closing "R" line once
      * the manifest has stamped the end of the run: the rows and
      * phase times summed over every map, and the wall-clock time
      * from the run's start stamp to its end stamp, a day added
      * when the run ended on a later date than it started. The
      * disposition column carries the batch severity, behind
      * "SEVERITY" when the run read its list to the end and behind
      * "INCOMPLETE" when it stopped short - the timing report folds
      * an incomplete run into the restart that finishes its list.
      *--------------------------------------------------------------
       9700-WRITE-RUN-TIMING.
           MOVE WS-RUN-START-TIME TO WS-TIMING-CLOCK.
           PERFORM 9630-CLOCK-TO-CENTISECONDS
              THRU 9630-CLOCK-TO-CENTISECONDS-EXIT.
           MOVE TIMING-CLOCK-CS TO TIMING-MARK-CS.
           MOVE WS-RUN-END-TIME TO WS-TIMING-CLOCK.
           PERFORM 9630-CLOCK-TO-CENTISECONDS
              THRU 9630-CLOCK-TO-CENTISECONDS-EXIT.
           COMPUTE TIMING-PHASE-CS = TIMING-CLOCK-CS - TIMING-MARK-CS.
           IF WS-RUN-END-DATE IS NOT EQUAL TO WS-RUN-START-DATE
               ADD CENTISECONDS-PER-DAY TO TIMING-PHASE-CS
           END-IF.
           MOVE "R" TO WS-TIM-TYPE.
           MOVE WS-RUN-ID TO WS-TIM-RUN-ID.
           MOVE INSTANCE-NUMBER TO WS-TIM-INSTANCE.
           MOVE INSTANCE-COUNT TO WS-TIM-INSTANCE-COUNT.
           MOVE SPACES TO WS-TIM-MAP-NAME.
           MOVE TIMING-RUN-ROWS TO WS-TIM-ROWS.
           MOVE TIMING-RUN-OPEN-CS TO WS-TIM-OPEN-CS.
           MOVE TIMING-RUN-FFWD-CS TO WS-TIM-FFWD-CS.
           MOVE TIMING-RUN-WALK-CS TO WS-TIM-WALK-CS.
           MOVE TIMING-RUN-OUTPUT-CS TO WS-TIM-OUTPUT-CS.
           MOVE TIMING-PHASE-CS TO WS-TIM-TOTAL-CS.
           IF LIST-ENDED-NORMALLY
               MOVE "SEVERITY" TO WS-TIM-DISPOSITION
               MOVE BATCH-SEVERITY TO WS-TIM-DISPOSITION(10:2)
           ELSE
               MOVE "INCOMPLETE" TO WS-TIM-DISPOSITION
               MOVE BATCH-SEVERITY TO WS-TIM-DISPOSITION(12:2)
           END-IF.
           WRITE TIMING-RECORD FROM WS-TIMING-RECORD.
       9700-WRITE-RUN-TIMING-EXIT.
           EXIT.
