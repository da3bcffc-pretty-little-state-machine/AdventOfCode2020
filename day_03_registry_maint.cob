      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-registry-maint.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New maintenance program for the indexed
      *                    map registry, driven by a transaction
      *                    file: ADD, CHANGE, RETIRE, REINSTATE and
      *                    DELETE by map name. Each transaction is
      *                    validated against the record it names
      *                    before the registry is touched, and
      *                    every one - applied or rejected - is
      *                    written to the maintenance log with the
      *                    record's image before and after the
      *                    change, so every registry correction can
      *                    be proved after the fact instead of being
      *                    a hand edit nobody can account for. A
      *                    RETIRE stamps the withdrawal date on the
      *                    record; the scoring program refuses a
      *                    retired map and drops it from the map
      *                    list. A REINSTATE puts the map back on
      *                    the list when it is no longer there.
      *   2026-10-15  RJH  A maintenance log that will not open stops
      *                    the run before any transaction is read,
      *                    RC 12, so no change goes unlogged. A map
      *                    list that will not take a reinstated map
      *                    is logged against the transaction and
      *                    ends the run RC 12.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-TRANS-FILE ASSIGN
               TO './files/day_3_registry_trans.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-TRANS-FILE-STATUS.

           SELECT MAP-REGISTRY-FILE ASSIGN
               TO DYNAMIC WS-MAP-REGISTRY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-MAP-NAME
           FILE STATUS IS WS-MAP-REGISTRY-FILE-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN
               TO './files/day_3_registry_maint_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAINT-LOG-FILE-STATUS.

           SELECT MAP-LIST-FILE ASSIGN
               TO './files/day_3_map_list.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-TRANS-FILE
           LABEL RECORDS ARE OMITTED.
       01  REGISTRY-TRANS-RECORD PIC X(150).

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

       FD MAINT-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAINT-LOG-RECORD PIC X(200).

       FD MAP-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-LIST-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-REGISTRY-TRANS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-REGISTRY-TRANS-OPEN-OK VALUE "00".
       01  WS-MAP-REGISTRY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-REGISTRY-IO-OK VALUE "00".
           88 WS-MAP-REGISTRY-NOT-FOUND VALUE "23".
           88 WS-MAP-REGISTRY-MISSING VALUE "35".
       01  WS-MAINT-LOG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAINT-LOG-OPEN-OK VALUE "00".
       01  MAINT-LOG-OPEN-SWITCH PIC X(01) VALUE "N".
           88 MAINT-LOG-IS-OPEN VALUE "Y".
       01  WS-MAP-LIST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-LIST-OPEN-OK VALUE "00".
       01  TRANS-EOF-SWITCH PIC X(01) VALUE "N".
           88 TRANS-IS-EOF VALUE "Y".
       01  MAP-LIST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MAP-LIST-IS-EOF VALUE "Y".
       01  WS-MAINT-RUN-DATE PIC 9(06).
       01  WS-MAINT-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * The registry maintained is the one the scoring program
      * writes. An optional command-line parameter "NN" names a
      * partitioned instance's registry (day_3_map_registry_NN.dat);
      * no parameter means the single-instance registry.
      *--------------------------------------------------------------
       01  WS-MAINT-PARM PIC X(10) VALUE SPACES.
       01  WS-MNT-INSTANCE-X PIC X(02).
       01  WS-INSTANCE-SUFFIX.
           05 WS-SUF-UNDERSCORE PIC X(01) VALUE SPACES.
           05 WS-SUF-DIGITS     PIC X(02) VALUE SPACES.
       01  WS-MAP-REGISTRY-FILENAME PIC X(100).

      *--------------------------------------------------------------
      * WS-TRANS-LINE is one maintenance transaction: the action
      * word, the map name (the registry key), and the fields the
      * action uses - the content fingerprint for ADD and CHANGE
      * (a blank column on a CHANGE leaves that field as it is) and
      * the retirement date for RETIRE (blank means today).
      *--------------------------------------------------------------
       01  WS-TRANS-LINE.
           05 WS-TRN-ACTION     PIC X(09).
              88 WS-TRN-IS-ADD       VALUE "ADD".
              88 WS-TRN-IS-CHANGE    VALUE "CHANGE".
              88 WS-TRN-IS-RETIRE    VALUE "RETIRE".
              88 WS-TRN-IS-REINSTATE VALUE "REINSTATE".
              88 WS-TRN-IS-DELETE    VALUE "DELETE".
           05 FILLER            PIC X(01).
           05 WS-TRN-MAP-NAME   PIC X(100).
           05 FILLER            PIC X(01).
           05 WS-TRN-WIDTH-X    PIC X(05).
           05 FILLER            PIC X(01).
           05 WS-TRN-ROWS-X     PIC X(05).
           05 FILLER            PIC X(01).
           05 WS-TRN-TREES-X    PIC X(09).
           05 FILLER            PIC X(01).
           05 WS-TRN-DATE-X     PIC X(06).
           05 FILLER            PIC X(11).
       01  WS-TRN-WIDTH-NUM PIC 9(05).
       01  WS-TRN-ROWS-NUM  PIC 9(05).
       01  WS-TRN-TREES-NUM PIC 9(09).
       01  WS-TRN-DATE-NUM  PIC 9(06).
       01  WS-TRN-DATE-PARTS REDEFINES WS-TRN-DATE-NUM.
           05 WS-TRN-DATE-YY PIC 9(02).
           05 WS-TRN-DATE-MM PIC 9(02).
           05 WS-TRN-DATE-DD PIC 9(02).
       01  MAX-MAP-WIDTH PIC 9(05) VALUE 500.

       01  TRANS-VALID-SWITCH PIC X(01) VALUE "Y".
           88 TRANS-IS-VALID VALUE "Y".
           88 TRANS-IS-REJECTED VALUE "N".
       01  REGISTRY-FOUND-SWITCH PIC X(01) VALUE "N".
           88 REGISTRY-WAS-FOUND VALUE "Y".
       01  MAP-LISTED-SWITCH PIC X(01) VALUE "N".
           88 MAP-IS-LISTED VALUE "Y".
       01  WS-REJECT-REASON PIC X(30).
       01  WS-APPLIED-NOTE PIC X(30).

       01  TRANS-READ-COUNT PIC 9(05) VALUE 0.
       01  TRANS-APPLIED-COUNT PIC 9(05) VALUE 0.
       01  TRANS-REJECTED-COUNT PIC 9(05) VALUE 0.
       01  MAPS-RELISTED-COUNT PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * WS-MAP-LIST-LINE mirrors the map-list entry the scoring
      * program reads: the map path, then an optional profile name.
      * Only the path is compared when a reinstated map is looked
      * for on the list.
      *--------------------------------------------------------------
       01  WS-MAP-LIST-LINE.
           05 WS-MLL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01).
           05 WS-MLL-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(09).

      *--------------------------------------------------------------
      * Maintenance log lines: a run heading, one disposition line
      * per transaction, the record image before and after the
      * change, and a totals trailer. A record that does not exist
      * on one side of the change - before an ADD, after a DELETE,
      * or either side of a rejected transaction for an unknown map
      * - prints as NO RECORD.
      *--------------------------------------------------------------
       01  WS-LOG-HEADING.
           05 FILLER PIC X(32) VALUE
              "REGISTRY MAINTENANCE - RUN DATE ".
           05 WS-HDR-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HDR-TIME PIC 9(08).
           05 FILLER PIC X(11) VALUE "  REGISTRY ".
           05 WS-HDR-REGISTRY PIC X(100).
       01  WS-LOG-TRANS-LINE.
           05 FILLER PIC X(05) VALUE "TRAN ".
           05 WS-LTR-SEQUENCE PIC Z(4)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LTR-ACTION PIC X(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LTR-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LTR-DISPOSITION PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LTR-REASON PIC X(30).
       01  WS-LOG-IMAGE-LINE.
           05 FILLER PIC X(06) VALUE SPACES.
           05 WS-LIM-LABEL PIC X(07).
           05 WS-LIM-IMAGE PIC X(120).
       01  WS-REGISTRY-IMAGE.
           05 FILLER PIC X(06) VALUE "WIDTH ".
           05 WS-IMG-WIDTH PIC Z(4)9.
           05 FILLER PIC X(06) VALUE " ROWS ".
           05 WS-IMG-ROWS PIC Z(4)9.
           05 FILLER PIC X(07) VALUE " TREES ".
           05 WS-IMG-TREES PIC Z(8)9.
           05 FILLER PIC X(07) VALUE " FIRST ".
           05 WS-IMG-FIRST-SEEN PIC 9(06).
           05 FILLER PIC X(06) VALUE " LAST ".
           05 WS-IMG-LAST-SEEN PIC 9(06).
           05 FILLER PIC X(08) VALUE " STATUS ".
           05 WS-IMG-STATUS PIC X(01).
           05 FILLER PIC X(09) VALUE " RETIRED ".
           05 WS-IMG-RETIRED-DATE PIC 9(06).
       01  WS-BEFORE-IMAGE PIC X(120).
       01  WS-AFTER-IMAGE PIC X(120).
       01  WS-NO-RECORD-IMAGE PIC X(120) VALUE "(NO RECORD)".
       01  WS-LOG-TRAILER.
           05 FILLER PIC X(18) VALUE "TRANSACTIONS READ ".
           05 WS-TRL-READ PIC Z(4)9.
           05 FILLER PIC X(10) VALUE "  APPLIED ".
           05 WS-TRL-APPLIED PIC Z(4)9.
           05 FILLER PIC X(11) VALUE "  REJECTED ".
           05 WS-TRL-REJECTED PIC Z(4)9.
           05 FILLER PIC X(18) VALUE "  MAPS RE-LISTED  ".
           05 WS-TRL-RELISTED PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS
              THRU 2000-PROCESS-TRANSACTIONS-EXIT
              UNTIL TRANS-IS-EOF.
           PERFORM 8000-WRITE-LOG-TRAILER
              THRU 8000-WRITE-LOG-TRAILER-EXIT.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-MAINT-RUN-DATE FROM DATE.
           ACCEPT WS-MAINT-RUN-TIME FROM TIME.
           PERFORM 1100-SET-REGISTRY-FILENAME
              THRU 1100-SET-REGISTRY-FILENAME-EXIT.
           PERFORM 1300-OPEN-MAINT-LOG
              THRU 1300-OPEN-MAINT-LOG-EXIT.
           IF TRANS-IS-EOF
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT REGISTRY-TRANS-FILE.
           IF NOT WS-REGISTRY-TRANS-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN REGISTRY TRANSACTION "
                   "FILE - FILE STATUS "
                   WS-REGISTRY-TRANS-FILE-STATUS " ***"
               SET TRANS-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 1200-OPEN-MAP-REGISTRY
              THRU 1200-OPEN-MAP-REGISTRY-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-SET-REGISTRY-FILENAME builds the registry file name
      * the same way the scoring program does: the "_NN" instance
      * suffix only when a parameter names an instance. A parameter
      * that is not a two-digit instance number stops the run - the
      * wrong registry must never be maintained by guess.
      *--------------------------------------------------------------
       1100-SET-REGISTRY-FILENAME.
           ACCEPT WS-MAINT-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-INSTANCE-SUFFIX.
           IF WS-MAINT-PARM IS NOT EQUAL TO SPACES
               MOVE WS-MAINT-PARM(1:2) TO WS-MNT-INSTANCE-X
               INSPECT WS-MNT-INSTANCE-X
                   REPLACING LEADING SPACE BY "0"
               IF WS-MNT-INSTANCE-X IS NOT NUMERIC
                  OR WS-MNT-INSTANCE-X IS EQUAL TO "00"
                   DISPLAY "*** INVALID MAINTENANCE PARAMETER """
                       WS-MAINT-PARM """ - EXPECTED THE INSTANCE "
                       "NUMBER AS ""NN"" ***"
                   SET TRANS-IS-EOF TO TRUE
                   MOVE 12 TO RETURN-CODE
                   GO TO 1100-SET-REGISTRY-FILENAME-EXIT
               END-IF
               MOVE "_" TO WS-SUF-UNDERSCORE
               MOVE WS-MNT-INSTANCE-X TO WS-SUF-DIGITS
           END-IF.
           MOVE SPACES TO WS-MAP-REGISTRY-FILENAME.
           STRING "./files/day_3_map_registry" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-MAP-REGISTRY-FILENAME.
       1100-SET-REGISTRY-FILENAME-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-OPEN-MAP-REGISTRY opens the registry in I-O mode,
      * creating it first the day it does not yet exist - an ADD
      * can then seed an empty registry. Any other open failure
      * stops the run before a transaction is applied.
      *--------------------------------------------------------------
       1200-OPEN-MAP-REGISTRY.
           OPEN I-O MAP-REGISTRY-FILE.
           IF WS-MAP-REGISTRY-MISSING
               OPEN OUTPUT MAP-REGISTRY-FILE
               CLOSE MAP-REGISTRY-FILE
               OPEN I-O MAP-REGISTRY-FILE
           END-IF.
           IF NOT WS-MAP-REGISTRY-IO-OK
               DISPLAY "*** UNABLE TO OPEN MAP REGISTRY - "
                   "FILE STATUS " WS-MAP-REGISTRY-FILE-STATUS " ***"
               SET TRANS-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       1200-OPEN-MAP-REGISTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1300-OPEN-MAINT-LOG opens the maintenance log in EXTEND mode
      * so the before/after history accumulates across runs,
      * falling back to OUTPUT the first time the file does not yet
      * exist, and writes this run's heading. A log that will not
      * open either way stops the run before any transaction is
      * read - a registry change must never go unlogged.
      *--------------------------------------------------------------
       1300-OPEN-MAINT-LOG.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-MAINT-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF NOT WS-MAINT-LOG-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN MAINTENANCE LOG - "
                   "FILE STATUS " WS-MAINT-LOG-FILE-STATUS
                   " - NO TRANSACTION APPLIED ***"
               SET TRANS-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1300-OPEN-MAINT-LOG-EXIT
           END-IF.
           SET MAINT-LOG-IS-OPEN TO TRUE.
           MOVE WS-MAINT-RUN-DATE TO WS-HDR-DATE.
           MOVE WS-MAINT-RUN-TIME TO WS-HDR-TIME.
           MOVE WS-MAP-REGISTRY-FILENAME TO WS-HDR-REGISTRY.
           WRITE MAINT-LOG-RECORD FROM WS-LOG-HEADING.
       1300-OPEN-MAINT-LOG-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           READ REGISTRY-TRANS-FILE INTO WS-TRANS-LINE
               AT END
                   SET TRANS-IS-EOF TO TRUE
               NOT AT END
                   IF WS-TRANS-LINE IS NOT EQUAL TO SPACES
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 2100-APPLY-ONE-TRANSACTION
                          THRU 2100-APPLY-ONE-TRANSACTION-EXIT
                   END-IF
           END-READ.
       2000-PROCESS-TRANSACTIONS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2100-APPLY-ONE-TRANSACTION reads the registry record the
      * transaction names, keeps its image as the BEFORE side, and
      * hands the transaction to the paragraph for its action. Each
      * action paragraph either applies the change and leaves the
      * AFTER image, or sets the rejection reason and leaves the
      * registry untouched. Either way the outcome is logged.
      *--------------------------------------------------------------
       2100-APPLY-ONE-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLIED-NOTE.
           MOVE WS-NO-RECORD-IMAGE TO WS-BEFORE-IMAGE.
           MOVE WS-NO-RECORD-IMAGE TO WS-AFTER-IMAGE.
           MOVE "N" TO REGISTRY-FOUND-SWITCH.
           IF WS-TRN-MAP-NAME IS EQUAL TO SPACES
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "MAP NAME MISSING" TO WS-REJECT-REASON
               GO TO 2100-WRITE-OUTCOME
           END-IF.
           MOVE WS-TRN-MAP-NAME TO REG-MAP-NAME.
           READ MAP-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REGISTRY-WAS-FOUND TO TRUE
                   PERFORM 7100-FORMAT-REGISTRY-IMAGE
                      THRU 7100-FORMAT-REGISTRY-IMAGE-EXIT
                   MOVE WS-REGISTRY-IMAGE TO WS-BEFORE-IMAGE
                   MOVE WS-REGISTRY-IMAGE TO WS-AFTER-IMAGE
           END-READ.
           IF WS-TRN-IS-ADD
               PERFORM 3100-APPLY-ADD
                  THRU 3100-APPLY-ADD-EXIT
               GO TO 2100-WRITE-OUTCOME
           END-IF.
           IF NOT REGISTRY-WAS-FOUND
              AND (WS-TRN-IS-CHANGE OR WS-TRN-IS-RETIRE
                   OR WS-TRN-IS-REINSTATE OR WS-TRN-IS-DELETE)
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "MAP NOT ON REGISTRY" TO WS-REJECT-REASON
               GO TO 2100-WRITE-OUTCOME
           END-IF.
           IF WS-TRN-IS-CHANGE
               PERFORM 3200-APPLY-CHANGE
                  THRU 3200-APPLY-CHANGE-EXIT
               GO TO 2100-WRITE-OUTCOME
           END-IF.
           IF WS-TRN-IS-RETIRE
               PERFORM 3300-APPLY-RETIRE
                  THRU 3300-APPLY-RETIRE-EXIT
               GO TO 2100-WRITE-OUTCOME
           END-IF.
           IF WS-TRN-IS-REINSTATE
               PERFORM 3400-APPLY-REINSTATE
                  THRU 3400-APPLY-REINSTATE-EXIT
               GO TO 2100-WRITE-OUTCOME
           END-IF.
           IF WS-TRN-IS-DELETE
               PERFORM 3500-APPLY-DELETE
                  THRU 3500-APPLY-DELETE-EXIT
               GO TO 2100-WRITE-OUTCOME
           END-IF.
           SET TRANS-IS-REJECTED TO TRUE.
           MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON.
       2100-WRITE-OUTCOME.
           PERFORM 7000-WRITE-TRANSACTION-LOG
              THRU 7000-WRITE-TRANSACTION-LOG-EXIT.
       2100-APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3100-APPLY-ADD writes a new registry record from the
      * transaction's fingerprint. All three fingerprint columns are
      * required, and the width must be one the scoring program can
      * measure. The map is ACTIVE and first/last seen today.
      *--------------------------------------------------------------
       3100-APPLY-ADD.
           IF REGISTRY-WAS-FOUND
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "MAP ALREADY ON REGISTRY" TO WS-REJECT-REASON
               GO TO 3100-APPLY-ADD-EXIT
           END-IF.
           IF WS-TRN-WIDTH-X IS EQUAL TO SPACES
              OR WS-TRN-ROWS-X IS EQUAL TO SPACES
              OR WS-TRN-TREES-X IS EQUAL TO SPACES
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "WIDTH, ROWS AND TREES REQUIRED" TO
                   WS-REJECT-REASON
               GO TO 3100-APPLY-ADD-EXIT
           END-IF.
           PERFORM 3600-CONVERT-FINGERPRINT
              THRU 3600-CONVERT-FINGERPRINT-EXIT.
           IF TRANS-IS-REJECTED
               GO TO 3100-APPLY-ADD-EXIT
           END-IF.
           MOVE WS-TRN-MAP-NAME TO REG-MAP-NAME.
           MOVE WS-TRN-WIDTH-NUM TO REG-MAP-WIDTH.
           MOVE WS-TRN-ROWS-NUM TO REG-ROW-COUNT.
           MOVE WS-TRN-TREES-NUM TO REG-TREE-COUNT.
           MOVE WS-MAINT-RUN-DATE TO REG-FIRST-SEEN.
           MOVE WS-MAINT-RUN-DATE TO REG-LAST-SEEN.
           SET REG-IS-ACTIVE TO TRUE.
           MOVE ZERO TO REG-RETIRED-DATE.
           WRITE MAP-REGISTRY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 3900-CHECK-REGISTRY-UPDATE
              THRU 3900-CHECK-REGISTRY-UPDATE-EXIT.
       3100-APPLY-ADD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3200-APPLY-CHANGE replaces the fingerprint columns the
      * transaction supplies and leaves blank ones as they are - the
      * usual case is accepting a supplier's confirmed new version
      * without waiting for the next scoring run. At least one
      * column must be supplied. Status and dates are not changed
      * here; RETIRE and REINSTATE own the status.
      *--------------------------------------------------------------
       3200-APPLY-CHANGE.
           IF WS-TRN-WIDTH-X IS EQUAL TO SPACES
              AND WS-TRN-ROWS-X IS EQUAL TO SPACES
              AND WS-TRN-TREES-X IS EQUAL TO SPACES
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
               GO TO 3200-APPLY-CHANGE-EXIT
           END-IF.
           PERFORM 3600-CONVERT-FINGERPRINT
              THRU 3600-CONVERT-FINGERPRINT-EXIT.
           IF TRANS-IS-REJECTED
               GO TO 3200-APPLY-CHANGE-EXIT
           END-IF.
           IF WS-TRN-WIDTH-X IS NOT EQUAL TO SPACES
               MOVE WS-TRN-WIDTH-NUM TO REG-MAP-WIDTH
           END-IF.
           IF WS-TRN-ROWS-X IS NOT EQUAL TO SPACES
               MOVE WS-TRN-ROWS-NUM TO REG-ROW-COUNT
           END-IF.
           IF WS-TRN-TREES-X IS NOT EQUAL TO SPACES
               MOVE WS-TRN-TREES-NUM TO REG-TREE-COUNT
           END-IF.
           REWRITE MAP-REGISTRY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM 3900-CHECK-REGISTRY-UPDATE
              THRU 3900-CHECK-REGISTRY-UPDATE-EXIT.
       3200-APPLY-CHANGE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3300-APPLY-RETIRE withdraws an active map: the status
      * becomes RETIRED and the retirement date is stamped - the
      * transaction's date when it carries one, today otherwise.
      * The scoring program refuses the map from its next run on.
      *--------------------------------------------------------------
       3300-APPLY-RETIRE.
           IF REG-IS-RETIRED
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "MAP ALREADY RETIRED" TO WS-REJECT-REASON
               GO TO 3300-APPLY-RETIRE-EXIT
           END-IF.
           IF WS-TRN-DATE-X IS EQUAL TO SPACES
               MOVE WS-MAINT-RUN-DATE TO WS-TRN-DATE-NUM
           ELSE
               PERFORM 3700-CONVERT-RETIRE-DATE
                  THRU 3700-CONVERT-RETIRE-DATE-EXIT
               IF TRANS-IS-REJECTED
                   GO TO 3300-APPLY-RETIRE-EXIT
               END-IF
           END-IF.
           SET REG-IS-RETIRED TO TRUE.
           MOVE WS-TRN-DATE-NUM TO REG-RETIRED-DATE.
           REWRITE MAP-REGISTRY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM 3900-CHECK-REGISTRY-UPDATE
              THRU 3900-CHECK-REGISTRY-UPDATE-EXIT.
       3300-APPLY-RETIRE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3400-APPLY-REINSTATE returns a retired map to service: the
      * status goes back to ACTIVE and the retirement date is
      * cleared. The scoring program took the map off the list when
      * it refused it, so the map is appended back to the list
      * unless it is still there - it scores under STANDARD until a
      * profile is put back on its entry.
      *--------------------------------------------------------------
       3400-APPLY-REINSTATE.
           IF NOT REG-IS-RETIRED
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "MAP IS NOT RETIRED" TO WS-REJECT-REASON
               GO TO 3400-APPLY-REINSTATE-EXIT
           END-IF.
           SET REG-IS-ACTIVE TO TRUE.
           MOVE ZERO TO REG-RETIRED-DATE.
           REWRITE MAP-REGISTRY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM 3900-CHECK-REGISTRY-UPDATE
              THRU 3900-CHECK-REGISTRY-UPDATE-EXIT.
           IF TRANS-IS-VALID
               PERFORM 4000-RELIST-REINSTATED-MAP
                  THRU 4000-RELIST-REINSTATED-MAP-EXIT
           END-IF.
       3400-APPLY-REINSTATE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3500-APPLY-DELETE removes a registry record outright. Only a
      * retired map may be deleted: deleting an active one would
      * just make its next scoring run a first sighting and lose the
      * first-seen history, so it must be retired first.
      *--------------------------------------------------------------
       3500-APPLY-DELETE.
           IF NOT REG-IS-RETIRED
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "RETIRE MAP BEFORE DELETE" TO WS-REJECT-REASON
               GO TO 3500-APPLY-DELETE-EXIT
           END-IF.
           DELETE MAP-REGISTRY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM 3900-CHECK-REGISTRY-UPDATE
              THRU 3900-CHECK-REGISTRY-UPDATE-EXIT.
           IF TRANS-IS-VALID
               MOVE WS-NO-RECORD-IMAGE TO WS-AFTER-IMAGE
           END-IF.
       3500-APPLY-DELETE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3600-CONVERT-FINGERPRINT checks and converts whichever
      * fingerprint columns are supplied. A supplied width must be
      * between one and MAX-MAP-WIDTH, the same bound the scoring
      * program holds a map row to.
      *--------------------------------------------------------------
       3600-CONVERT-FINGERPRINT.
           MOVE ZERO TO WS-TRN-WIDTH-NUM.
           MOVE ZERO TO WS-TRN-ROWS-NUM.
           MOVE ZERO TO WS-TRN-TREES-NUM.
           IF WS-TRN-WIDTH-X IS NOT EQUAL TO SPACES
               INSPECT WS-TRN-WIDTH-X REPLACING LEADING SPACE BY "0"
               IF WS-TRN-WIDTH-X IS NOT NUMERIC
                   SET TRANS-IS-REJECTED TO TRUE
                   MOVE "WIDTH NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3600-CONVERT-FINGERPRINT-EXIT
               END-IF
               MOVE WS-TRN-WIDTH-X TO WS-TRN-WIDTH-NUM
               IF WS-TRN-WIDTH-NUM IS EQUAL TO ZERO
                  OR WS-TRN-WIDTH-NUM IS GREATER THAN MAX-MAP-WIDTH
                   SET TRANS-IS-REJECTED TO TRUE
                   MOVE "WIDTH OUT OF RANGE" TO WS-REJECT-REASON
                   GO TO 3600-CONVERT-FINGERPRINT-EXIT
               END-IF
           END-IF.
           IF WS-TRN-ROWS-X IS NOT EQUAL TO SPACES
               INSPECT WS-TRN-ROWS-X REPLACING LEADING SPACE BY "0"
               IF WS-TRN-ROWS-X IS NOT NUMERIC
                   SET TRANS-IS-REJECTED TO TRUE
                   MOVE "ROWS NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3600-CONVERT-FINGERPRINT-EXIT
               END-IF
               MOVE WS-TRN-ROWS-X TO WS-TRN-ROWS-NUM
           END-IF.
           IF WS-TRN-TREES-X IS NOT EQUAL TO SPACES
               INSPECT WS-TRN-TREES-X REPLACING LEADING SPACE BY "0"
               IF WS-TRN-TREES-X IS NOT NUMERIC
                   SET TRANS-IS-REJECTED TO TRUE
                   MOVE "TREES NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3600-CONVERT-FINGERPRINT-EXIT
               END-IF
               MOVE WS-TRN-TREES-X TO WS-TRN-TREES-NUM
           END-IF.
       3600-CONVERT-FINGERPRINT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3700-CONVERT-RETIRE-DATE checks a supplied retirement date
      * is a plausible YYMMDD, the form every date in the registry
      * is kept in.
      *--------------------------------------------------------------
       3700-CONVERT-RETIRE-DATE.
           IF WS-TRN-DATE-X IS NOT NUMERIC
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "RETIRE DATE NOT YYMMDD" TO WS-REJECT-REASON
               GO TO 3700-CONVERT-RETIRE-DATE-EXIT
           END-IF.
           MOVE WS-TRN-DATE-X TO WS-TRN-DATE-NUM.
           IF WS-TRN-DATE-MM IS LESS THAN 1
              OR WS-TRN-DATE-MM IS GREATER THAN 12
              OR WS-TRN-DATE-DD IS LESS THAN 1
              OR WS-TRN-DATE-DD IS GREATER THAN 31
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "RETIRE DATE NOT YYMMDD" TO WS-REJECT-REASON
           END-IF.
       3700-CONVERT-RETIRE-DATE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3900-CHECK-REGISTRY-UPDATE grades the registry WRITE,
      * REWRITE or DELETE just issued: a failure rejects the
      * transaction with the file status, and a success takes the
      * AFTER image from the record as it now stands.
      *--------------------------------------------------------------
       3900-CHECK-REGISTRY-UPDATE.
           IF NOT WS-MAP-REGISTRY-IO-OK
               SET TRANS-IS-REJECTED TO TRUE
               MOVE "REGISTRY UPDATE FAILED ST=" TO WS-REJECT-REASON
               MOVE WS-MAP-REGISTRY-FILE-STATUS TO
                   WS-REJECT-REASON(27:2)
               GO TO 3900-CHECK-REGISTRY-UPDATE-EXIT
           END-IF.
           PERFORM 7100-FORMAT-REGISTRY-IMAGE
              THRU 7100-FORMAT-REGISTRY-IMAGE-EXIT.
           MOVE WS-REGISTRY-IMAGE TO WS-AFTER-IMAGE.
       3900-CHECK-REGISTRY-UPDATE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-RELIST-REINSTATED-MAP looks for the reinstated map on
      * MAP-LIST-FILE and appends it when it is not there, opening
      * the list EXTEND the way the intake gate does. A list that
      * will not open or take the line leaves the registry change
      * applied but the map off the list; the log says so and the
      * run ends RC 12 so the list can be put right by hand.
      *--------------------------------------------------------------
       4000-RELIST-REINSTATED-MAP.
           MOVE "N" TO MAP-LISTED-SWITCH.
           MOVE "N" TO MAP-LIST-EOF-SWITCH.
           OPEN INPUT MAP-LIST-FILE.
           IF WS-MAP-LIST-OPEN-OK
               PERFORM 4100-SCAN-ONE-LIST-ENTRY
                  THRU 4100-SCAN-ONE-LIST-ENTRY-EXIT
                  UNTIL MAP-LIST-IS-EOF
                     OR MAP-IS-LISTED
               CLOSE MAP-LIST-FILE
           END-IF.
           IF MAP-IS-LISTED
               MOVE "ALREADY ON MAP LIST" TO WS-APPLIED-NOTE
               GO TO 4000-RELIST-REINSTATED-MAP-EXIT
           END-IF.
           OPEN EXTEND MAP-LIST-FILE.
           IF WS-MAP-LIST-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT MAP-LIST-FILE
           END-IF.
           IF NOT WS-MAP-LIST-OPEN-OK
               GO TO 4000-REPORT-RELIST-FAILED
           END-IF.
           MOVE SPACES TO WS-MAP-LIST-LINE.
           MOVE WS-TRN-MAP-NAME TO WS-MLL-MAP-NAME.
           WRITE MAP-LIST-RECORD FROM WS-MAP-LIST-LINE.
           IF WS-MAP-LIST-FILE-STATUS IS NOT EQUAL TO "00"
               CLOSE MAP-LIST-FILE
               GO TO 4000-REPORT-RELIST-FAILED
           END-IF.
           CLOSE MAP-LIST-FILE.
           ADD 1 TO MAPS-RELISTED-COUNT.
           MOVE "RETURNED TO MAP LIST" TO WS-APPLIED-NOTE.
           GO TO 4000-RELIST-REINSTATED-MAP-EXIT.
       4000-REPORT-RELIST-FAILED.
           DISPLAY "*** UNABLE TO RETURN " WS-TRN-MAP-NAME
               " TO THE MAP LIST - FILE STATUS "
               WS-MAP-LIST-FILE-STATUS " ***".
           MOVE "NOT RE-LISTED - LIST ST=" TO WS-APPLIED-NOTE.
           MOVE WS-MAP-LIST-FILE-STATUS TO WS-APPLIED-NOTE(25:2).
           MOVE 12 TO RETURN-CODE.
       4000-RELIST-REINSTATED-MAP-EXIT.
           EXIT.

       4100-SCAN-ONE-LIST-ENTRY.
           READ MAP-LIST-FILE INTO WS-MAP-LIST-LINE
               AT END
                   SET MAP-LIST-IS-EOF TO TRUE
               NOT AT END
                   IF WS-MLL-MAP-NAME IS EQUAL TO WS-TRN-MAP-NAME
                       SET MAP-IS-LISTED TO TRUE
                   END-IF
           END-READ.
       4100-SCAN-ONE-LIST-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 7000-WRITE-TRANSACTION-LOG writes the disposition line and
      * the before/after images for one transaction. A rejected
      * transaction left the registry as it was, so both of its
      * images show the record as it stands.
      *--------------------------------------------------------------
       7000-WRITE-TRANSACTION-LOG.
           MOVE TRANS-READ-COUNT TO WS-LTR-SEQUENCE.
           MOVE WS-TRN-ACTION TO WS-LTR-ACTION.
           MOVE WS-TRN-MAP-NAME TO WS-LTR-MAP-NAME.
           IF TRANS-IS-VALID
               ADD 1 TO TRANS-APPLIED-COUNT
               MOVE "APPLIED " TO WS-LTR-DISPOSITION
               MOVE WS-APPLIED-NOTE TO WS-LTR-REASON
           ELSE
               ADD 1 TO TRANS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-LTR-DISPOSITION
               MOVE WS-REJECT-REASON TO WS-LTR-REASON
               MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
               DISPLAY "*** REGISTRY TRANSACTION " TRANS-READ-COUNT
                   " REJECTED - " WS-REJECT-REASON " ***"
           END-IF.
           WRITE MAINT-LOG-RECORD FROM WS-LOG-TRANS-LINE.
           MOVE "BEFORE " TO WS-LIM-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-LIM-IMAGE.
           WRITE MAINT-LOG-RECORD FROM WS-LOG-IMAGE-LINE.
           MOVE "AFTER  " TO WS-LIM-LABEL.
           MOVE WS-AFTER-IMAGE TO WS-LIM-IMAGE.
           WRITE MAINT-LOG-RECORD FROM WS-LOG-IMAGE-LINE.
       7000-WRITE-TRANSACTION-LOG-EXIT.
           EXIT.

       7100-FORMAT-REGISTRY-IMAGE.
           MOVE REG-MAP-WIDTH TO WS-IMG-WIDTH.
           MOVE REG-ROW-COUNT TO WS-IMG-ROWS.
           MOVE REG-TREE-COUNT TO WS-IMG-TREES.
           MOVE REG-FIRST-SEEN TO WS-IMG-FIRST-SEEN.
           MOVE REG-LAST-SEEN TO WS-IMG-LAST-SEEN.
           MOVE REG-STATUS TO WS-IMG-STATUS.
           MOVE REG-RETIRED-DATE TO WS-IMG-RETIRED-DATE.
       7100-FORMAT-REGISTRY-IMAGE-EXIT.
           EXIT.

       8000-WRITE-LOG-TRAILER.
           IF NOT MAINT-LOG-IS-OPEN
               GO TO 8000-WRITE-LOG-TRAILER-EXIT
           END-IF.
           MOVE TRANS-READ-COUNT TO WS-TRL-READ.
           MOVE TRANS-APPLIED-COUNT TO WS-TRL-APPLIED.
           MOVE TRANS-REJECTED-COUNT TO WS-TRL-REJECTED.
           MOVE MAPS-RELISTED-COUNT TO WS-TRL-RELISTED.
           WRITE MAINT-LOG-RECORD FROM WS-LOG-TRAILER.
           DISPLAY "REGISTRY MAINTENANCE: READ " TRANS-READ-COUNT
               " APPLIED " TRANS-APPLIED-COUNT
               " REJECTED " TRANS-REJECTED-COUNT
               " RE-LISTED " MAPS-RELISTED-COUNT.
       8000-WRITE-LOG-TRAILER-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           CLOSE REGISTRY-TRANS-FILE
                 MAP-REGISTRY-FILE
                 MAINT-LOG-FILE.
           IF TRANS-REJECTED-COUNT IS GREATER THAN ZERO
              AND RETURN-CODE IS EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
