      *                    flag. An entry already present in the
      *                    master is left alone - the master is
      *                    newer than the flat file it replaced.
      *   2026-10-15  RJH  The registry record gained a status byte
      *                    and a retirement date; every converted
      *                    entry is loaded ACTIVE with no retirement
      *                    date, which is what every map in the flat
      *                    registry was.
      *   2026-10-15  RJH  Added the UNLOAD and RELOAD steps that
      *                    carry an existing indexed registry across
      *                    to the longer record, run once for each
      *                    instance registry. UNLOAD reads the master
      *                    on its old record and writes every entry
      *                    to an unload file in the flat registry
      *                    image; RELOAD rebuilds the master on the
      *                    new record from that file, every entry
      *                    ACTIVE with no retirement date. The step
      *                    and the optional instance number arrive
      *                    as a command-line parameter; no parameter
      *                    is the flat-file conversion as before.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REGISTRY-FILE ASSIGN
               TO DYNAMIC WS-OLD-REGISTRY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-REGISTRY-FILE-STATUS.

           SELECT OLD-MAP-REGISTRY-FILE ASSIGN
               TO DYNAMIC WS-MAP-REGISTRY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-REG-MAP-NAME
           FILE STATUS IS WS-OLD-MAP-REGISTRY-FILE-STATUS.

           SELECT MAP-REGISTRY-FILE ASSIGN
               TO DYNAMIC WS-MAP-REGISTRY-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-MAP-NAME
           LABEL RECORDS ARE OMITTED.
       01  OLD-REGISTRY-RECORD PIC X(140).

      *--------------------------------------------------------------
      * OLD-MAP-REGISTRY-RECORD is the indexed master's record as
      * it stood before the status byte and retirement date were
      * added - 137 bytes - read only by the UNLOAD step.
      *--------------------------------------------------------------
       FD OLD-MAP-REGISTRY-FILE
           LABEL RECORDS ARE OMITTED.
       01  OLD-MAP-REGISTRY-RECORD.
           05 OLD-REG-MAP-NAME   PIC X(100).
           05 OLD-REG-MAP-WIDTH  PIC 9(05).
           05 OLD-REG-ROW-COUNT  PIC 9(05).
           05 OLD-REG-TREE-COUNT PIC 9(09).
           05 OLD-REG-FIRST-SEEN PIC 9(06).
           05 OLD-REG-LAST-SEEN  PIC 9(06).

       FD MAP-REGISTRY-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-REGISTRY-RECORD.
           05 REG-TREE-COUNT PIC 9(09).
           05 REG-FIRST-SEEN PIC 9(06).
           05 REG-LAST-SEEN  PIC 9(06).
           05 REG-STATUS     PIC X(01).
              88 REG-IS-ACTIVE  VALUE "A".
              88 REG-IS-RETIRED VALUE "R".
           05 REG-RETIRED-DATE PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-OLD-REGISTRY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-REGISTRY-MISSING VALUE "35".
       01  OLD-REGISTRY-EOF-SWITCH PIC X(01) VALUE "N".
           88 OLD-REGISTRY-IS-EOF VALUE "Y".
       01  WS-OLD-MAP-REGISTRY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-OLD-MAP-REGISTRY-IO-OK VALUE "00".
       01  OLD-MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 OLD-MASTER-IS-EOF VALUE "Y".
       01  WS-OLD-REGISTRY-FILENAME PIC X(100).
       01  WS-MAP-REGISTRY-FILENAME PIC X(100).

      *--------------------------------------------------------------
      * WS-CONVERT-PARM names the step and, optionally, the instance
      * whose registry it works on: blank or FLAT converts the flat
      * registry file, UNLOAD copies an old-record master out to its
      * unload file and RELOAD rebuilds that master on the new
      * record from the unload file. The "_NN" suffix goes on the
      * master and unload file names only when an instance is named,
      * the same way the scoring program names its registry.
      *--------------------------------------------------------------
       01  WS-CONVERT-PARM.
           05 WS-CNV-STEP       PIC X(06).
              88 CONVERT-FROM-FLAT VALUE "FLAT  " "      ".
              88 CONVERT-UNLOAD    VALUE "UNLOAD".
              88 CONVERT-RELOAD    VALUE "RELOAD".
           05 FILLER            PIC X(01).
           05 WS-CNV-INSTANCE-X PIC X(02).
           05 FILLER            PIC X(71).
       01  WS-INSTANCE-SUFFIX.
           05 WS-SUF-UNDERSCORE PIC X(01) VALUE SPACE.
           05 WS-SUF-DIGITS     PIC X(02) VALUE SPACES.

      *--------------------------------------------------------------
      * WS-OLD-REGISTRY-LINE is the file image the scoring program
       01  ENTRIES-LOADED-COUNT PIC 9(05) VALUE 0.
       01  ENTRIES-PRESENT-COUNT PIC 9(05) VALUE 0.
       01  ENTRIES-REJECTED-COUNT PIC 9(05) VALUE 0.
       01  ENTRIES-UNLOADED-COUNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF CONVERT-UNLOAD
               PERFORM 3000-UNLOAD-ONE-ENTRY
                  THRU 3000-UNLOAD-ONE-ENTRY-EXIT
                  UNTIL OLD-MASTER-IS-EOF
           ELSE
               PERFORM 2000-CONVERT-ONE-ENTRY
                  THRU 2000-CONVERT-ONE-ENTRY-EXIT
                  UNTIL OLD-REGISTRY-IS-EOF
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CONVERT-PARM
              THRU 1050-READ-CONVERT-PARM-EXIT.
           IF OLD-REGISTRY-IS-EOF
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF CONVERT-UNLOAD
               PERFORM 1300-OPEN-FOR-UNLOAD
                  THRU 1300-OPEN-FOR-UNLOAD-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT OLD-REGISTRY-FILE.
           IF NOT WS-OLD-REGISTRY-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN " WS-OLD-REGISTRY-FILENAME
                   " - FILE STATUS " WS-OLD-REGISTRY-FILE-STATUS
                   " - NOTHING TO CONVERT ***"
               SET OLD-REGISTRY-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF CONVERT-RELOAD
               PERFORM 1200-RECREATE-MASTER
                  THRU 1200-RECREATE-MASTER-EXIT
               IF OLD-REGISTRY-IS-EOF
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF.
           PERFORM 1100-OPEN-MASTER-FOR-UPDATE
              THRU 1100-OPEN-MASTER-FOR-UPDATE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1050-READ-CONVERT-PARM takes the step and instance from the
      * command line and builds the file names from them. An
      * unknown step or an instance that is not a two-digit number
      * stops the run - the wrong registry must never be rebuilt by
      * guess.
      *--------------------------------------------------------------
       1050-READ-CONVERT-PARM.
           MOVE SPACES TO WS-CONVERT-PARM.
           ACCEPT WS-CONVERT-PARM FROM COMMAND-LINE.
           IF NOT CONVERT-FROM-FLAT
              AND NOT CONVERT-UNLOAD
              AND NOT CONVERT-RELOAD
               GO TO 1050-REPORT-BAD-PARM
           END-IF.
           IF WS-CNV-INSTANCE-X IS NOT EQUAL TO SPACES
               INSPECT WS-CNV-INSTANCE-X
                   REPLACING LEADING SPACE BY "0"
               IF WS-CNV-INSTANCE-X IS NOT NUMERIC
                  OR WS-CNV-INSTANCE-X IS EQUAL TO "00"
                   GO TO 1050-REPORT-BAD-PARM
               END-IF
               MOVE "_" TO WS-SUF-UNDERSCORE
               MOVE WS-CNV-INSTANCE-X TO WS-SUF-DIGITS
           END-IF.
           MOVE SPACES TO WS-MAP-REGISTRY-FILENAME.
           STRING "./files/day_3_map_registry" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-MAP-REGISTRY-FILENAME.
           MOVE SPACES TO WS-OLD-REGISTRY-FILENAME.
           IF CONVERT-FROM-FLAT
               MOVE "./files/day_3_map_registry.txt" TO
                   WS-OLD-REGISTRY-FILENAME
           ELSE
               STRING "./files/day_3_map_registry_unload"
                   DELIMITED BY SIZE
                   WS-INSTANCE-SUFFIX DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-OLD-REGISTRY-FILENAME
           END-IF.
           GO TO 1050-READ-CONVERT-PARM-EXIT.
       1050-REPORT-BAD-PARM.
           DISPLAY "*** INVALID CONVERSION PARAMETER """
               WS-CONVERT-PARM(1:9) """ - EXPECTED FLAT, UNLOAD OR "
               "RELOAD AND AN OPTIONAL ""NN"" INSTANCE ***".
           SET OLD-REGISTRY-IS-EOF TO TRUE.
           SET OLD-MASTER-IS-EOF TO TRUE.
           MOVE 12 TO RETURN-CODE.
       1050-READ-CONVERT-PARM-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-OPEN-MASTER-FOR-UPDATE opens the indexed registry in
      * I-O mode, creating it first the day it does not yet exist.
       1100-OPEN-MASTER-FOR-UPDATE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-RECREATE-MASTER empties the master so RELOAD can build
      * it again on the new record. It is only reached once the
      * unload file has opened, so a master is never emptied
      * without the copy that refills it.
      *--------------------------------------------------------------
       1200-RECREATE-MASTER.
           OPEN OUTPUT MAP-REGISTRY-FILE.
           IF NOT WS-MAP-REGISTRY-IO-OK
               DISPLAY "*** UNABLE TO RECREATE REGISTRY MASTER "
                   WS-MAP-REGISTRY-FILENAME " - FILE STATUS "
                   WS-MAP-REGISTRY-FILE-STATUS " ***"
               SET OLD-REGISTRY-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1200-RECREATE-MASTER-EXIT
           END-IF.
           CLOSE MAP-REGISTRY-FILE.
       1200-RECREATE-MASTER-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1300-OPEN-FOR-UNLOAD opens the old-record master for a
      * sequential read and the unload file for output. An unload
      * file already on disk is never overwritten - it may be the
      * only copy of a master that has since been emptied by a
      * RELOAD that did not finish.
      *--------------------------------------------------------------
       1300-OPEN-FOR-UNLOAD.
           OPEN INPUT OLD-REGISTRY-FILE.
           IF WS-OLD-REGISTRY-OPEN-OK
               CLOSE OLD-REGISTRY-FILE
               DISPLAY "*** UNLOAD FILE " WS-OLD-REGISTRY-FILENAME
                   " ALREADY EXISTS - NOT OVERWRITTEN ***"
               SET OLD-MASTER-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1300-OPEN-FOR-UNLOAD-EXIT
           END-IF.
           OPEN INPUT OLD-MAP-REGISTRY-FILE.
           IF NOT WS-OLD-MAP-REGISTRY-IO-OK
               DISPLAY "*** UNABLE TO OPEN REGISTRY MASTER "
                   WS-MAP-REGISTRY-FILENAME " - FILE STATUS "
                   WS-OLD-MAP-REGISTRY-FILE-STATUS
                   " - NOTHING UNLOADED ***"
               SET OLD-MASTER-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1300-OPEN-FOR-UNLOAD-EXIT
           END-IF.
           OPEN OUTPUT OLD-REGISTRY-FILE.
           IF NOT WS-OLD-REGISTRY-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN UNLOAD FILE "
                   WS-OLD-REGISTRY-FILENAME " - FILE STATUS "
                   WS-OLD-REGISTRY-FILE-STATUS " ***"
               CLOSE OLD-MAP-REGISTRY-FILE
               SET OLD-MASTER-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       1300-OPEN-FOR-UNLOAD-EXIT.
           EXIT.

       2000-CONVERT-ONE-ENTRY.
           READ OLD-REGISTRY-FILE INTO WS-OLD-REGISTRY-LINE
               AT END
           MOVE WS-REG-TREE-COUNT TO REG-TREE-COUNT.
           MOVE WS-REG-FIRST-SEEN TO REG-FIRST-SEEN.
           MOVE WS-REG-LAST-SEEN TO REG-LAST-SEEN.
           SET REG-IS-ACTIVE TO TRUE.
           MOVE ZERO TO REG-RETIRED-DATE.
           WRITE MAP-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "*** MASTER WRITE FAILED - FILE STATUS "
       2200-WRITE-MASTER-ENTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-UNLOAD-ONE-ENTRY copies one old-record master entry to
      * the unload file in the flat registry image, which is what
      * RELOAD then reads through the flat conversion paragraphs.
      * A read that fails short of the end stops the unload with
      * RC 12 so the partial file is not mistaken for a whole one.
      *--------------------------------------------------------------
       3000-UNLOAD-ONE-ENTRY.
           READ OLD-MAP-REGISTRY-FILE NEXT RECORD
               AT END
                   SET OLD-MASTER-IS-EOF TO TRUE
                   GO TO 3000-UNLOAD-ONE-ENTRY-EXIT
           END-READ.
           IF NOT WS-OLD-MAP-REGISTRY-IO-OK
               DISPLAY "*** REGISTRY MASTER READ FAILED - "
                   "FILE STATUS " WS-OLD-MAP-REGISTRY-FILE-STATUS
                   " - UNLOAD INCOMPLETE ***"
               SET OLD-MASTER-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 3000-UNLOAD-ONE-ENTRY-EXIT
           END-IF.
           MOVE SPACES TO WS-OLD-REGISTRY-LINE.
           MOVE OLD-REG-MAP-NAME TO WS-REG-MAP-NAME.
           MOVE OLD-REG-MAP-WIDTH TO WS-REG-MAP-WIDTH.
           MOVE OLD-REG-ROW-COUNT TO WS-REG-ROW-COUNT.
           MOVE OLD-REG-TREE-COUNT TO WS-REG-TREE-COUNT.
           MOVE OLD-REG-FIRST-SEEN TO WS-REG-FIRST-SEEN.
           MOVE OLD-REG-LAST-SEEN TO WS-REG-LAST-SEEN.
           WRITE OLD-REGISTRY-RECORD FROM WS-OLD-REGISTRY-LINE.
           ADD 1 TO ENTRIES-UNLOADED-COUNT.
       3000-UNLOAD-ONE-ENTRY-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF CONVERT-UNLOAD
               CLOSE OLD-MAP-REGISTRY-FILE
                     OLD-REGISTRY-FILE
               DISPLAY "REGISTRY UNLOAD: " WS-MAP-REGISTRY-FILENAME
                   " UNLOADED " ENTRIES-UNLOADED-COUNT
               GO TO 9999-TERMINATE-RUN-EXIT
           END-IF.
           CLOSE OLD-REGISTRY-FILE
                 MAP-REGISTRY-FILE.
           DISPLAY "REGISTRY CONVERSION: READ " ENTRIES-READ-COUNT
