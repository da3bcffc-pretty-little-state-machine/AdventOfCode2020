      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-timing-report.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New batch window timing report. Reads the
      *                    TIMING-FILE each scoring instance keeps
      *                    and, for the latest completed run of each
      *                    instance, lists every map's phase times
      *                    and rows per second, the slowest maps,
      *                    and each instance's elapsed time against
      *                    the batch window. The run rows are then
      *                    trended over the timing history to
      *                    project how many days remain before the
      *                    growth in map rows carries an instance
      *                    past the window, so the overrun is seen
      *                    weeks ahead instead of on the morning it
      *                    happens.
      *   2026-10-15  RJH  A day's list finished by a restart is now
      *                    measured whole: the attempts that died
      *                    without a closing line, and those closed
      *                    INCOMPLETE, are folded into the restart
      *                    that completed the list the same day -
      *                    their rows, time and map lines included -
      *                    for the throughput, window and projection
      *                    sections alike.
      *   2026-10-15  RJH  A report file that will not open ends the
      *                    run RC 12.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMING-PARM-FILE ASSIGN
               TO './files/day_3_timing_parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMING-PARM-FILE-STATUS.

           SELECT TIMING-FILE ASSIGN TO DYNAMIC WS-TIMING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMING-FILE-STATUS.

           SELECT TIMING-REPORT-FILE ASSIGN
               TO './files/day_3_timing_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMING-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TIMING-PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIMING-PARM-RECORD PIC X(80).

       FD TIMING-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIMING-RECORD PIC X(200).

       FD TIMING-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIMING-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-TIMING-PARM-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-TIMING-PARM-OPEN-OK VALUE "00".
       01  WS-TIMING-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-TIMING-OPEN-OK VALUE "00".
       01  WS-TIMING-FILENAME PIC X(100).
       01  WS-TIMING-REPORT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-TIMING-REPORT-OPEN-OK VALUE "00".
       01  RUN-VALID-SWITCH PIC X(01) VALUE "Y".
           88 RUN-IS-VALID VALUE "Y".
           88 RUN-IS-INVALID VALUE "N".
       01  TIMING-EOF-SWITCH PIC X(01) VALUE "N".
           88 TIMING-IS-EOF VALUE "Y".
       01  TIMING-LINE-SWITCH PIC X(01) VALUE "Y".
           88 TIMING-LINE-IS-VALID VALUE "Y".
           88 TIMING-LINE-IS-INVALID VALUE "N".
       01  BASE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 BASE-RUN-WAS-FOUND VALUE "Y".
       01  WS-TIMING-RUN-DATE PIC 9(06).
       01  WS-TIMING-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * WS-PARM-LINE is the parm card: the number of scoring
      * instances, the batch window in minutes, how many days ahead
      * a projected breach is to be warned of, and how many days of
      * timing history the growth trend is measured over. A blank
      * field takes its default - one instance, a 480-minute window,
      * 28 days' warning, 90 days of trend - and a missing card
      * takes them all. One instance reads the unsuffixed timing
      * file; more read one instance-suffixed file each, as the
      * scorer writes them.
      *--------------------------------------------------------------
       01  WS-PARM-LINE.
           05 WS-PRM-INSTANCE-COUNT-X PIC X(02).
           05 FILLER                  PIC X(01).
           05 WS-PRM-WINDOW-MINUTES-X PIC X(04).
           05 FILLER                  PIC X(01).
           05 WS-PRM-WARNING-DAYS-X   PIC X(03).
           05 FILLER                  PIC X(01).
           05 WS-PRM-TREND-DAYS-X     PIC X(03).
           05 FILLER                  PIC X(65).
       01  INSTANCE-COUNT PIC 9(02) VALUE 1.
       01  INSTANCE-NUMBER PIC 9(02) VALUE 0.
       01  WINDOW-MINUTES PIC 9(04) VALUE 480.
       01  WARNING-DAYS PIC 9(03) VALUE 28.
       01  TREND-DAYS PIC 9(03) VALUE 90.
       01  WINDOW-CS PIC 9(09) VALUE 0.
       01  WS-INSTANCE-SUFFIX.
           05 WS-SUF-UNDERSCORE PIC X(01) VALUE "_".
           05 WS-SUF-DIGITS     PIC 9(02) VALUE 0.

      *--------------------------------------------------------------
      * WS-TIMING-LINE mirrors the scorer's WS-TIMING-RECORD: an "M"
      * line per map scored and an "R" line closing each run, the
      * run id, instance share, map name, rows, the open, checkpoint
      * fast-forward, traversal and output times and their total in
      * centiseconds, and the map's disposition (the batch severity
      * on an "R" line, behind INCOMPLETE when the run stopped short
      * of the end of its list). A line whose type, run date or
      * figures do not read is counted and passed over.
      *--------------------------------------------------------------
       01  WS-TIMING-LINE.
           05 WS-TML-TYPE           PIC X(01).
              88 WS-TML-IS-MAP-LINE VALUE "M".
              88 WS-TML-IS-RUN-LINE VALUE "R".
           05 FILLER                PIC X(01).
           05 WS-TML-RUN-ID.
              10 FILLER             PIC X(01).
              10 WS-TML-RUN-DATE    PIC X(06).
              10 FILLER             PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-TML-INSTANCE       PIC X(02).
           05 FILLER                PIC X(01).
           05 WS-TML-INSTANCE-COUNT PIC X(02).
           05 FILLER                PIC X(01).
           05 WS-TML-MAP-NAME       PIC X(100).
           05 FILLER                PIC X(01).
           05 WS-TML-ROWS           PIC 9(09).
           05 FILLER                PIC X(01).
           05 WS-TML-OPEN-CS        PIC 9(07).
           05 FILLER                PIC X(01).
           05 WS-TML-FFWD-CS        PIC 9(07).
           05 FILLER                PIC X(01).
           05 WS-TML-WALK-CS        PIC 9(07).
           05 FILLER                PIC X(01).
           05 WS-TML-OUTPUT-CS      PIC 9(07).
           05 FILLER                PIC X(01).
           05 WS-TML-TOTAL-CS       PIC 9(07).
           05 FILLER                PIC X(01).
           05 WS-TML-DISPOSITION.
              10 WS-TML-RUN-ENDING  PIC X(10).
                 88 WS-TML-RUN-INCOMPLETE VALUE "INCOMPLETE".
              10 FILLER             PIC X(07).
           05 FILLER                PIC X(06).

      *--------------------------------------------------------------
      * INSTANCE-TABLE holds what each instance's timing file says:
      * whether it could be read, its latest completed run (the
      * last "R" line that is not INCOMPLETE) with the first run id
      * and number of the attempts folded into it, and the earliest
      * run inside the trend days before it, which the growth
      * projection measures from.
      *--------------------------------------------------------------
       01  INSTANCE-TABLE.
           05 INSTANCE-ENTRY OCCURS 99 TIMES.
              10 IT-STATE          PIC X(01).
                 88 IT-FILE-MISSING     VALUE "M".
                 88 IT-NO-COMPLETED-RUN VALUE "N".
                 88 IT-RUN-FOUND        VALUE "Y".
              10 IT-RUN-ID         PIC X(17).
              10 IT-FIRST-RUN-ID   PIC X(17).
              10 IT-ATTEMPTS       PIC 9(03).
              10 IT-RUN-DATE       PIC X(06).
              10 IT-RUN-DAY        PIC S9(07).
              10 IT-MAP-COUNT      PIC 9(05).
              10 IT-ROWS           PIC 9(09).
              10 IT-TOTAL-CS       PIC 9(07).
              10 IT-BASE-RUN-DATE  PIC X(06).
              10 IT-BASE-DAY       PIC S9(07).
              10 IT-BASE-ROWS      PIC 9(09).
       01  TREND-FLOOR-DAY PIC S9(07) VALUE 0.

      *--------------------------------------------------------------
      * Restart folding. A run that dies mid-list leaves "M" lines
      * and no "R" line; one that stops short closes with an
      * INCOMPLETE "R" line; either way the restart gets a run id of
      * its own. ATTEMPT- gathers the map lines of the run being
      * read; when a different run id follows before its "R" line
      * it died, and its rows and summed map times go to CARRY-. An
      * INCOMPLETE "R" line carries its own rows and wall clock.
      * The next completed "R" line on the same date takes the
      * carry into its FOLDED- figures; a carry from an earlier
      * date that never completed is let go.
      *--------------------------------------------------------------
       01  ATTEMPT-RUN-ID PIC X(17) VALUE SPACES.
       01  ATTEMPT-ROWS PIC 9(09) VALUE 0.
       01  ATTEMPT-CS PIC 9(07) VALUE 0.
       01  CARRY-ATTEMPTS PIC 9(03) VALUE 0.
       01  CARRY-RUN-DATE PIC X(06) VALUE SPACES.
       01  CARRY-FIRST-RUN-ID PIC X(17) VALUE SPACES.
       01  CARRY-ROWS PIC 9(09) VALUE 0.
       01  CARRY-CS PIC 9(07) VALUE 0.
       01  FOLDED-RUN-SWITCH PIC X(01) VALUE "N".
           88 FOLDED-RUN-IS-READY VALUE "Y".
       01  FOLDED-FIRST-RUN-ID PIC X(17) VALUE SPACES.
       01  FOLDED-ATTEMPTS PIC 9(03) VALUE 0.
       01  FOLDED-ROWS PIC 9(09) VALUE 0.
       01  FOLDED-CS PIC 9(07) VALUE 0.

      *--------------------------------------------------------------
      * MAP-TIMING-TABLE holds the "M" lines of each instance's
      * latest completed run, for the throughput and slowest-map
      * sections. MT-PICKED marks a map already ranked among the
      * slowest.
      *--------------------------------------------------------------
       01  MAX-MAP-TIMINGS PIC 9(03) VALUE 500.
       01  MAP-TIMING-COUNT PIC 9(03) VALUE 0.
       01  MAP-TIMING-INDEX PIC 9(03) VALUE 0.
       01  MAP-TIMING-MATCH-INDEX PIC 9(03) VALUE 0.
       01  MAP-TIMINGS-NOT-LISTED PIC 9(05) VALUE 0.
       01  MAP-TIMING-TABLE.
           05 MAP-TIMING-ENTRY OCCURS 500 TIMES.
              10 MT-INSTANCE    PIC 9(02).
              10 MT-MAP-NAME    PIC X(100).
              10 MT-ROWS        PIC 9(09).
              10 MT-OPEN-CS     PIC 9(07).
              10 MT-FFWD-CS     PIC 9(07).
              10 MT-WALK-CS     PIC 9(07).
              10 MT-OUTPUT-CS   PIC 9(07).
              10 MT-TOTAL-CS    PIC 9(07).
              10 MT-DISPOSITION PIC X(17).
              10 MT-PICKED      PIC X(01).
       01  MAX-SLOWEST-LISTED PIC 9(02) VALUE 10.
       01  SLOWEST-RANK PIC 9(02) VALUE 0.
       01  SLOWEST-TOTAL-CS PIC 9(07) VALUE 0.

      *--------------------------------------------------------------
      * Date arithmetic. A YYMMDD date is turned into a day number
      * counted from 1 January 2000 - years past the century are
      * those the six-digit run dates can hold - so the days between
      * two runs is a plain subtraction. CUMULATIVE-DAYS holds the
      * days before the first of each month in a common year; a
      * leap year adds one from March on.
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

      *--------------------------------------------------------------
      * Projection work fields. Elapsed time is taken to grow in
      * step with the rows scored, so the rows an instance can
      * score inside the window are its latest rows scaled by the
      * window over its latest elapsed time, and the days left are
      * the rows still to grow divided by the rows gained per day
      * across the trend.
      *--------------------------------------------------------------
       01  TREND-DAYS-ELAPSED PIC S9(07) VALUE 0.
       01  GROWTH-ROWS-PER-DAY PIC S9(09)V99 VALUE 0.
       01  LIMIT-ROWS PIC 9(11) VALUE 0.
       01  DAYS-TO-BREACH PIC 9(07) VALUE 0.
       01  WEEKS-TO-BREACH PIC 9(05) VALUE 0.
       01  ROWS-PER-SECOND PIC 9(09) VALUE 0.

       01  INSTANCES-MISSING-COUNT PIC 9(02) VALUE 0.
       01  INSTANCES-NO-RUN-COUNT PIC 9(02) VALUE 0.
       01  INSTANCES-OVER-COUNT PIC 9(02) VALUE 0.
       01  BREACH-WARNING-COUNT PIC 9(02) VALUE 0.
       01  TIMING-LINES-READ PIC 9(07) VALUE 0.
       01  TIMING-LINES-REJECTED PIC 9(07) VALUE 0.
       01  INSTANCES-RESTARTED-COUNT PIC 9(02) VALUE 0.

      *--------------------------------------------------------------
      * Report lines.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(44) VALUE
              "BATCH WINDOW TIMING REPORT".
           05 FILLER PIC X(06) VALUE "DATE ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(07) VALUE "WINDOW ".
           05 WS-HD2-WINDOW PIC Z(3)9.
           05 FILLER PIC X(18) VALUE " MINUTES  WARNING ".
           05 WS-HD2-WARNING PIC ZZ9.
           05 FILLER PIC X(13) VALUE " DAYS  TREND ".
           05 WS-HD2-TREND PIC ZZ9.
           05 FILLER PIC X(17) VALUE " DAYS  INSTANCES ".
           05 WS-HD2-INSTANCES PIC Z9.
       01  WS-SECTION-HEADING PIC X(80).
       01  WS-MAP-COLUMN-HEADING.
           05 FILLER PIC X(106) VALUE "  IN  MAP".
           05 FILLER PIC X(20) VALUE "      ROWS   OPEN S ".
           05 FILLER PIC X(18) VALUE "  CKPT S   WALK S ".
           05 FILLER PIC X(18) VALUE "OUTPUT S  TOTAL S ".
           05 FILLER PIC X(22) VALUE " ROWS/SEC  DISPOSITION".
       01  WS-MAP-DETAIL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MDL-INSTANCE     PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MDL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-ROWS         PIC Z(8)9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-OPEN         PIC Z(4)9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-FFWD         PIC Z(4)9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-WALK         PIC Z(4)9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-OUTPUT       PIC Z(4)9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-TOTAL        PIC Z(4)9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MDL-RATE         PIC Z(8)9.
           05 WS-MDL-RATE-X REDEFINES WS-MDL-RATE
                                  PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MDL-DISPOSITION  PIC X(17).
       01  WS-WINDOW-COLUMN-HEADING.
           05 FILLER PIC X(06) VALUE "  IN  ".
           05 FILLER PIC X(19) VALUE "RUN ID".
           05 FILLER PIC X(05) VALUE " MAPS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "     ROWS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE " MINUTES".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "  WINDOW".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PCT USED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "STATUS".
       01  WS-WINDOW-DETAIL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-INSTANCE     PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-RUN-ID       PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-MAPS         PIC Z(4)9.
           05 WS-WDL-MAPS-X REDEFINES WS-WDL-MAPS
                                  PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-ROWS         PIC Z(8)9.
           05 WS-WDL-ROWS-X REDEFINES WS-WDL-ROWS
                                  PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-MINUTES      PIC Z(4)9.99.
           05 WS-WDL-MINUTES-X REDEFINES WS-WDL-MINUTES
                                  PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-WINDOW       PIC Z(7)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-PERCENT      PIC Z(5)9.9.
           05 WS-WDL-PERCENT-X REDEFINES WS-WDL-PERCENT
                                  PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-WDL-STATUS       PIC X(20).
       01  WS-PROJECTION-COLUMN-HEADING.
           05 FILLER PIC X(06) VALUE "  IN  ".
           05 FILLER PIC X(08) VALUE "FROM".
           05 FILLER PIC X(11) VALUE "FROM ROWS  ".
           05 FILLER PIC X(08) VALUE "TO".
           05 FILLER PIC X(11) VALUE "  TO ROWS  ".
           05 FILLER PIC X(13) VALUE "   ROWS/DAY  ".
           05 FILLER PIC X(13) VALUE " LIMIT ROWS  ".
           05 FILLER PIC X(09) VALUE "   DAYS  ".
           05 FILLER PIC X(07) VALUE "WEEKS  ".
           05 FILLER PIC X(06) VALUE "STATUS".
       01  WS-PROJECTION-DETAIL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-INSTANCE     PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-BASE-DATE    PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-BASE-ROWS    PIC Z(8)9.
           05 WS-PDL-BASE-ROWS-X REDEFINES WS-PDL-BASE-ROWS
                                  PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-LATEST-DATE  PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-LATEST-ROWS  PIC Z(8)9.
           05 WS-PDL-LATEST-ROWS-X REDEFINES WS-PDL-LATEST-ROWS
                                  PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-GROWTH       PIC -(7)9.99.
           05 WS-PDL-GROWTH-X REDEFINES WS-PDL-GROWTH
                                  PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-LIMIT-ROWS   PIC Z(10)9.
           05 WS-PDL-LIMIT-ROWS-X REDEFINES WS-PDL-LIMIT-ROWS
                                  PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-DAYS         PIC Z(6)9.
           05 WS-PDL-DAYS-X REDEFINES WS-PDL-DAYS
                                  PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-WEEKS        PIC Z(4)9.
           05 WS-PDL-WEEKS-X REDEFINES WS-PDL-WEEKS
                                  PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-STATUS       PIC X(20).
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(40).
           05 WS-TRL-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF RUN-IS-VALID
               PERFORM 2000-READ-ONE-INSTANCE
                  THRU 2000-READ-ONE-INSTANCE-EXIT
                  VARYING INSTANCE-NUMBER FROM 1 BY 1
                  UNTIL INSTANCE-NUMBER > INSTANCE-COUNT
               PERFORM 3000-WRITE-MAP-THROUGHPUT
                  THRU 3000-WRITE-MAP-THROUGHPUT-EXIT
               PERFORM 4000-WRITE-SLOWEST-MAPS
                  THRU 4000-WRITE-SLOWEST-MAPS-EXIT
               PERFORM 5000-WRITE-INSTANCE-WINDOW
                  THRU 5000-WRITE-INSTANCE-WINDOW-EXIT
               PERFORM 6000-WRITE-PROJECTION
                  THRU 6000-WRITE-PROJECTION-EXIT
               PERFORM 8000-WRITE-TRAILER
                  THRU 8000-WRITE-TRAILER-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

      *--------------------------------------------------------------
      * 1000-INITIALIZE reads the parm card and starts the report.
      * A parm card that does not read is a control failure and the
      * run stops with RC 12 - a report measured against a guessed
      * window would be worse than none. A report file that will not
      * open stops the run the same way.
      *--------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TIMING-RUN-DATE FROM DATE.
           ACCEPT WS-TIMING-RUN-TIME FROM TIME.
           PERFORM 1100-READ-PARM
              THRU 1100-READ-PARM-EXIT.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           COMPUTE WINDOW-CS = WINDOW-MINUTES * 6000.
           OPEN OUTPUT TIMING-REPORT-FILE.
           IF NOT WS-TIMING-REPORT-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN TIMING REPORT - FILE "
                   "STATUS " WS-TIMING-REPORT-FILE-STATUS " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE WS-TIMING-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-TIMING-RUN-TIME TO WS-HD1-TIME.
           MOVE WINDOW-MINUTES TO WS-HD2-WINDOW.
           MOVE WARNING-DAYS TO WS-HD2-WARNING.
           MOVE TREND-DAYS TO WS-HD2-TREND.
           MOVE INSTANCE-COUNT TO WS-HD2-INSTANCES.
           WRITE TIMING-REPORT-RECORD FROM WS-REPORT-HEADING-1.
           WRITE TIMING-REPORT-RECORD FROM WS-REPORT-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-READ-PARM takes the instance count, window, warning
      * days and trend days from the parm card. A blank field keeps
      * its default; a field that is not a number, a zero instance
      * count or a zero window invalidates the run.
      *--------------------------------------------------------------
       1100-READ-PARM.
           MOVE SPACES TO WS-PARM-LINE.
           OPEN INPUT TIMING-PARM-FILE.
           IF WS-TIMING-PARM-OPEN-OK
               READ TIMING-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       MOVE SPACES TO WS-PARM-LINE
               END-READ
               CLOSE TIMING-PARM-FILE
           END-IF.
           IF WS-PRM-INSTANCE-COUNT-X IS NOT EQUAL TO SPACES
               INSPECT WS-PRM-INSTANCE-COUNT-X
                   REPLACING LEADING SPACE BY "0"
               IF WS-PRM-INSTANCE-COUNT-X IS NOT NUMERIC
                  OR WS-PRM-INSTANCE-COUNT-X IS EQUAL TO "00"
                   GO TO 1100-REPORT-BAD-PARM
               END-IF
               MOVE WS-PRM-INSTANCE-COUNT-X TO INSTANCE-COUNT
           END-IF.
           IF WS-PRM-WINDOW-MINUTES-X IS NOT EQUAL TO SPACES
               INSPECT WS-PRM-WINDOW-MINUTES-X
                   REPLACING LEADING SPACE BY "0"
               IF WS-PRM-WINDOW-MINUTES-X IS NOT NUMERIC
                  OR WS-PRM-WINDOW-MINUTES-X IS EQUAL TO "0000"
                   GO TO 1100-REPORT-BAD-PARM
               END-IF
               MOVE WS-PRM-WINDOW-MINUTES-X TO WINDOW-MINUTES
           END-IF.
           IF WS-PRM-WARNING-DAYS-X IS NOT EQUAL TO SPACES
               INSPECT WS-PRM-WARNING-DAYS-X
                   REPLACING LEADING SPACE BY "0"
               IF WS-PRM-WARNING-DAYS-X IS NOT NUMERIC
                   GO TO 1100-REPORT-BAD-PARM
               END-IF
               MOVE WS-PRM-WARNING-DAYS-X TO WARNING-DAYS
           END-IF.
           IF WS-PRM-TREND-DAYS-X IS NOT EQUAL TO SPACES
               INSPECT WS-PRM-TREND-DAYS-X
                   REPLACING LEADING SPACE BY "0"
               IF WS-PRM-TREND-DAYS-X IS NOT NUMERIC
                   GO TO 1100-REPORT-BAD-PARM
               END-IF
               MOVE WS-PRM-TREND-DAYS-X TO TREND-DAYS
           END-IF.
           GO TO 1100-READ-PARM-EXIT.
       1100-REPORT-BAD-PARM.
           DISPLAY "*** INVALID TIMING PARM CARD """ WS-PARM-LINE(1:15)
               """ - EXPECTED ""NN WWWW DDD TTT"" ***".
           SET RUN-IS-INVALID TO TRUE.
           MOVE 12 TO RETURN-CODE.
       1100-READ-PARM-EXIT.
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
      * 2000-READ-ONE-INSTANCE reads one instance's timing file
      * twice: the first pass finds its latest completed run, the
      * second loads the map lines of that run and of the attempts
      * folded into it, and the earliest run in the trend days
      * before it. Both passes fold restarts the same way. A
      * missing file is reported and the instance is shown as such
      * in every section.
      *--------------------------------------------------------------
       2000-READ-ONE-INSTANCE.
           MOVE "N" TO IT-STATE(INSTANCE-NUMBER).
           MOVE SPACES TO IT-RUN-ID(INSTANCE-NUMBER).
           MOVE SPACES TO IT-FIRST-RUN-ID(INSTANCE-NUMBER).
           MOVE 0 TO IT-ATTEMPTS(INSTANCE-NUMBER).
           MOVE 0 TO IT-MAP-COUNT(INSTANCE-NUMBER).
           PERFORM 2050-BUILD-TIMING-FILENAME
              THRU 2050-BUILD-TIMING-FILENAME-EXIT.
           MOVE "N" TO TIMING-EOF-SWITCH.
           OPEN INPUT TIMING-FILE.
           IF NOT WS-TIMING-OPEN-OK
               DISPLAY "*** MISSING TIMING FILE " WS-TIMING-FILENAME
                   " - FILE STATUS " WS-TIMING-FILE-STATUS " ***"
               MOVE "M" TO IT-STATE(INSTANCE-NUMBER)
               ADD 1 TO INSTANCES-MISSING-COUNT
               GO TO 2000-READ-ONE-INSTANCE-EXIT
           END-IF.
           PERFORM 2400-START-FOLDING
              THRU 2400-START-FOLDING-EXIT.
           PERFORM 2100-SCAN-ONE-TIMING-LINE
              THRU 2100-SCAN-ONE-TIMING-LINE-EXIT
              UNTIL TIMING-IS-EOF.
           CLOSE TIMING-FILE.
           IF NOT IT-RUN-FOUND(INSTANCE-NUMBER)
               ADD 1 TO INSTANCES-NO-RUN-COUNT
               GO TO 2000-READ-ONE-INSTANCE-EXIT
           END-IF.
           IF IT-ATTEMPTS(INSTANCE-NUMBER) IS GREATER THAN 1
               ADD 1 TO INSTANCES-RESTARTED-COUNT
           END-IF.
           COMPUTE TREND-FLOOR-DAY = IT-RUN-DAY(INSTANCE-NUMBER)
               - TREND-DAYS.
           MOVE "N" TO BASE-FOUND-SWITCH.
           MOVE "N" TO TIMING-EOF-SWITCH.
           PERFORM 2400-START-FOLDING
              THRU 2400-START-FOLDING-EXIT.
           OPEN INPUT TIMING-FILE.
           PERFORM 2200-LOAD-ONE-TIMING-LINE
              THRU 2200-LOAD-ONE-TIMING-LINE-EXIT
              UNTIL TIMING-IS-EOF.
           CLOSE TIMING-FILE.
       2000-READ-ONE-INSTANCE-EXIT.
           EXIT.

       2050-BUILD-TIMING-FILENAME.
           MOVE SPACES TO WS-TIMING-FILENAME.
           IF INSTANCE-COUNT IS EQUAL TO 1
               MOVE "./files/day_3_timing.txt" TO WS-TIMING-FILENAME
               GO TO 2050-BUILD-TIMING-FILENAME-EXIT
           END-IF.
           MOVE INSTANCE-NUMBER TO WS-SUF-DIGITS.
           STRING "./files/day_3_timing" DELIMITED BY SIZE
               WS-INSTANCE-SUFFIX DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-TIMING-FILENAME.
       2050-BUILD-TIMING-FILENAME-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2100-SCAN-ONE-TIMING-LINE is the first pass: every completed
      * "R" line, with the attempts folded into it, replaces the one
      * before it, so the last one read is the latest completed
      * run. Attempts after it that have not yet been completed are
      * not reported until a restart completes them.
      *--------------------------------------------------------------
       2100-SCAN-ONE-TIMING-LINE.
           READ TIMING-FILE INTO WS-TIMING-LINE
               AT END
                   SET TIMING-IS-EOF TO TRUE
                   GO TO 2100-SCAN-ONE-TIMING-LINE-EXIT
           END-READ.
           ADD 1 TO TIMING-LINES-READ.
           PERFORM 2300-VALIDATE-TIMING-LINE
              THRU 2300-VALIDATE-TIMING-LINE-EXIT.
           IF TIMING-LINE-IS-INVALID
               ADD 1 TO TIMING-LINES-REJECTED
               GO TO 2100-SCAN-ONE-TIMING-LINE-EXIT
           END-IF.
           PERFORM 2410-FOLD-TIMING-LINE
              THRU 2410-FOLD-TIMING-LINE-EXIT.
           IF NOT FOLDED-RUN-IS-READY
               GO TO 2100-SCAN-ONE-TIMING-LINE-EXIT
           END-IF.
           MOVE "Y" TO IT-STATE(INSTANCE-NUMBER).
           MOVE WS-TML-RUN-ID TO IT-RUN-ID(INSTANCE-NUMBER).
           MOVE FOLDED-FIRST-RUN-ID TO IT-FIRST-RUN-ID(INSTANCE-NUMBER).
           MOVE FOLDED-ATTEMPTS TO IT-ATTEMPTS(INSTANCE-NUMBER).
           MOVE WS-TML-RUN-DATE TO IT-RUN-DATE(INSTANCE-NUMBER).
           MOVE WS-DAY-NUMBER TO IT-RUN-DAY(INSTANCE-NUMBER).
           MOVE FOLDED-ROWS TO IT-ROWS(INSTANCE-NUMBER).
           MOVE FOLDED-CS TO IT-TOTAL-CS(INSTANCE-NUMBER).
       2100-SCAN-ONE-TIMING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2200-LOAD-ONE-TIMING-LINE is the second pass: the map lines
      * of the latest run and of the attempts folded into it - run
      * ids from the first folded attempt's to the latest's, which
      * sort in time order - go to MAP-TIMING-TABLE, and the first
      * completed "R" line dated inside the trend days, with its
      * folded rows, becomes the base the growth is measured from.
      * Rejected lines were counted on the first pass and are
      * passed over silently here.
      *--------------------------------------------------------------
       2200-LOAD-ONE-TIMING-LINE.
           READ TIMING-FILE INTO WS-TIMING-LINE
               AT END
                   SET TIMING-IS-EOF TO TRUE
                   GO TO 2200-LOAD-ONE-TIMING-LINE-EXIT
           END-READ.
           PERFORM 2300-VALIDATE-TIMING-LINE
              THRU 2300-VALIDATE-TIMING-LINE-EXIT.
           IF TIMING-LINE-IS-INVALID
               GO TO 2200-LOAD-ONE-TIMING-LINE-EXIT
           END-IF.
           PERFORM 2410-FOLD-TIMING-LINE
              THRU 2410-FOLD-TIMING-LINE-EXIT.
           IF WS-TML-IS-RUN-LINE
               IF FOLDED-RUN-IS-READY
                  AND NOT BASE-RUN-WAS-FOUND
                  AND WS-DAY-NUMBER IS NOT LESS THAN TREND-FLOOR-DAY
                   SET BASE-RUN-WAS-FOUND TO TRUE
                   MOVE WS-TML-RUN-DATE TO
                       IT-BASE-RUN-DATE(INSTANCE-NUMBER)
                   MOVE WS-DAY-NUMBER TO IT-BASE-DAY(INSTANCE-NUMBER)
                   MOVE FOLDED-ROWS TO IT-BASE-ROWS(INSTANCE-NUMBER)
               END-IF
               GO TO 2200-LOAD-ONE-TIMING-LINE-EXIT
           END-IF.
           IF WS-TML-RUN-ID IS LESS THAN
              IT-FIRST-RUN-ID(INSTANCE-NUMBER)
              OR WS-TML-RUN-ID IS GREATER THAN
                 IT-RUN-ID(INSTANCE-NUMBER)
               GO TO 2200-LOAD-ONE-TIMING-LINE-EXIT
           END-IF.
           ADD 1 TO IT-MAP-COUNT(INSTANCE-NUMBER).
           IF MAP-TIMING-COUNT IS NOT LESS THAN MAX-MAP-TIMINGS
               ADD 1 TO MAP-TIMINGS-NOT-LISTED
               GO TO 2200-LOAD-ONE-TIMING-LINE-EXIT
           END-IF.
           ADD 1 TO MAP-TIMING-COUNT.
           MOVE INSTANCE-NUMBER TO MT-INSTANCE(MAP-TIMING-COUNT).
           MOVE WS-TML-MAP-NAME TO MT-MAP-NAME(MAP-TIMING-COUNT).
           MOVE WS-TML-ROWS TO MT-ROWS(MAP-TIMING-COUNT).
           MOVE WS-TML-OPEN-CS TO MT-OPEN-CS(MAP-TIMING-COUNT).
           MOVE WS-TML-FFWD-CS TO MT-FFWD-CS(MAP-TIMING-COUNT).
           MOVE WS-TML-WALK-CS TO MT-WALK-CS(MAP-TIMING-COUNT).
           MOVE WS-TML-OUTPUT-CS TO MT-OUTPUT-CS(MAP-TIMING-COUNT).
           MOVE WS-TML-TOTAL-CS TO MT-TOTAL-CS(MAP-TIMING-COUNT).
           MOVE WS-TML-DISPOSITION TO
               MT-DISPOSITION(MAP-TIMING-COUNT).
           MOVE "N" TO MT-PICKED(MAP-TIMING-COUNT).
       2200-LOAD-ONE-TIMING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2300-VALIDATE-TIMING-LINE accepts a line only when its type
      * is "M" or "R", its run id carries a real date and every
      * figure on it is numeric. The run date's day number is left
      * in WS-DAY-NUMBER for the caller.
      *--------------------------------------------------------------
       2300-VALIDATE-TIMING-LINE.
           SET TIMING-LINE-IS-INVALID TO TRUE.
           IF NOT WS-TML-IS-MAP-LINE
              AND NOT WS-TML-IS-RUN-LINE
               GO TO 2300-VALIDATE-TIMING-LINE-EXIT
           END-IF.
           IF WS-TML-ROWS IS NOT NUMERIC
              OR WS-TML-OPEN-CS IS NOT NUMERIC
              OR WS-TML-FFWD-CS IS NOT NUMERIC
              OR WS-TML-WALK-CS IS NOT NUMERIC
              OR WS-TML-OUTPUT-CS IS NOT NUMERIC
              OR WS-TML-TOTAL-CS IS NOT NUMERIC
               GO TO 2300-VALIDATE-TIMING-LINE-EXIT
           END-IF.
           MOVE WS-TML-RUN-DATE TO WS-DATE-WORK-X.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           IF DATE-IS-INVALID
               GO TO 2300-VALIDATE-TIMING-LINE-EXIT
           END-IF.
           SET TIMING-LINE-IS-VALID TO TRUE.
       2300-VALIDATE-TIMING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2400-START-FOLDING clears the attempt and the carry before
      * each pass over a timing file.
      *--------------------------------------------------------------
       2400-START-FOLDING.
           MOVE SPACES TO ATTEMPT-RUN-ID.
           MOVE 0 TO ATTEMPT-ROWS.
           MOVE 0 TO ATTEMPT-CS.
           PERFORM 2430-CLEAR-CARRY
              THRU 2430-CLEAR-CARRY-EXIT.
           MOVE "N" TO FOLDED-RUN-SWITCH.
       2400-START-FOLDING-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2410-FOLD-TIMING-LINE follows one valid timing line through
      * the attempts of a day. It leaves FOLDED-RUN-IS-READY set,
      * with the folded figures, only on a completed "R" line; the
      * wall clock of an attempt that died is not known, so its
      * summed map times stand in for it.
      *--------------------------------------------------------------
       2410-FOLD-TIMING-LINE.
           MOVE "N" TO FOLDED-RUN-SWITCH.
           IF ATTEMPT-RUN-ID IS NOT EQUAL TO SPACES
              AND WS-TML-RUN-ID IS NOT EQUAL TO ATTEMPT-RUN-ID
               PERFORM 2420-CARRY-ATTEMPT
                  THRU 2420-CARRY-ATTEMPT-EXIT
           END-IF.
           IF WS-TML-IS-MAP-LINE
               MOVE WS-TML-RUN-ID TO ATTEMPT-RUN-ID
               ADD WS-TML-ROWS TO ATTEMPT-ROWS
               ADD WS-TML-TOTAL-CS TO ATTEMPT-CS
               GO TO 2410-FOLD-TIMING-LINE-EXIT
           END-IF.
           MOVE WS-TML-RUN-ID TO ATTEMPT-RUN-ID.
           MOVE WS-TML-ROWS TO ATTEMPT-ROWS.
           MOVE WS-TML-TOTAL-CS TO ATTEMPT-CS.
           IF WS-TML-RUN-INCOMPLETE
               PERFORM 2420-CARRY-ATTEMPT
                  THRU 2420-CARRY-ATTEMPT-EXIT
               GO TO 2410-FOLD-TIMING-LINE-EXIT
           END-IF.
           MOVE WS-TML-RUN-ID TO FOLDED-FIRST-RUN-ID.
           MOVE 1 TO FOLDED-ATTEMPTS.
           MOVE WS-TML-ROWS TO FOLDED-ROWS.
           MOVE WS-TML-TOTAL-CS TO FOLDED-CS.
           IF CARRY-ATTEMPTS IS GREATER THAN ZERO
              AND CARRY-RUN-DATE IS EQUAL TO WS-TML-RUN-DATE
               MOVE CARRY-FIRST-RUN-ID TO FOLDED-FIRST-RUN-ID
               ADD CARRY-ATTEMPTS TO FOLDED-ATTEMPTS
               ADD CARRY-ROWS TO FOLDED-ROWS
               ADD CARRY-CS TO FOLDED-CS
           END-IF.
           MOVE SPACES TO ATTEMPT-RUN-ID.
           MOVE 0 TO ATTEMPT-ROWS.
           MOVE 0 TO ATTEMPT-CS.
           PERFORM 2430-CLEAR-CARRY
              THRU 2430-CLEAR-CARRY-EXIT.
           SET FOLDED-RUN-IS-READY TO TRUE.
       2410-FOLD-TIMING-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2420-CARRY-ATTEMPT adds the attempt just ended to the carry
      * and clears it. A carry left from an earlier date is let go
      * first - that day was never completed.
      *--------------------------------------------------------------
       2420-CARRY-ATTEMPT.
           IF CARRY-ATTEMPTS IS EQUAL TO ZERO
              OR CARRY-RUN-DATE IS NOT EQUAL TO ATTEMPT-RUN-ID(2:6)
               PERFORM 2430-CLEAR-CARRY
                  THRU 2430-CLEAR-CARRY-EXIT
               MOVE ATTEMPT-RUN-ID TO CARRY-FIRST-RUN-ID
               MOVE ATTEMPT-RUN-ID(2:6) TO CARRY-RUN-DATE
           END-IF.
           ADD 1 TO CARRY-ATTEMPTS.
           ADD ATTEMPT-ROWS TO CARRY-ROWS.
           ADD ATTEMPT-CS TO CARRY-CS.
           MOVE SPACES TO ATTEMPT-RUN-ID.
           MOVE 0 TO ATTEMPT-ROWS.
           MOVE 0 TO ATTEMPT-CS.
       2420-CARRY-ATTEMPT-EXIT.
           EXIT.

       2430-CLEAR-CARRY.
           MOVE 0 TO CARRY-ATTEMPTS.
           MOVE SPACES TO CARRY-RUN-DATE.
           MOVE SPACES TO CARRY-FIRST-RUN-ID.
           MOVE 0 TO CARRY-ROWS.
           MOVE 0 TO CARRY-CS.
       2430-CLEAR-CARRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-WRITE-MAP-THROUGHPUT lists every map of each instance's
      * latest completed run with its phase times in seconds and
      * the rows it scored per second of its total.
      *--------------------------------------------------------------
       3000-WRITE-MAP-THROUGHPUT.
           MOVE SPACES TO TIMING-REPORT-RECORD.
           WRITE TIMING-REPORT-RECORD.
           MOVE "MAP THROUGHPUT - LATEST COMPLETED RUN PER INSTANCE"
               TO WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD FROM WS-MAP-COLUMN-HEADING.
           IF MAP-TIMING-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO TIMING-REPORT-RECORD
               WRITE TIMING-REPORT-RECORD
               GO TO 3000-WRITE-MAP-THROUGHPUT-EXIT
           END-IF.
           PERFORM 3100-WRITE-ONE-MAP-LINE
              THRU 3100-WRITE-ONE-MAP-LINE-EXIT
              VARYING MAP-TIMING-INDEX FROM 1 BY 1
              UNTIL MAP-TIMING-INDEX > MAP-TIMING-COUNT.
       3000-WRITE-MAP-THROUGHPUT-EXIT.
           EXIT.

       3100-WRITE-ONE-MAP-LINE.
           MOVE MT-INSTANCE(MAP-TIMING-INDEX) TO WS-MDL-INSTANCE.
           MOVE MT-MAP-NAME(MAP-TIMING-INDEX) TO WS-MDL-MAP-NAME.
           MOVE MT-ROWS(MAP-TIMING-INDEX) TO WS-MDL-ROWS.
           COMPUTE WS-MDL-OPEN = MT-OPEN-CS(MAP-TIMING-INDEX) / 100.
           COMPUTE WS-MDL-FFWD = MT-FFWD-CS(MAP-TIMING-INDEX) / 100.
           COMPUTE WS-MDL-WALK = MT-WALK-CS(MAP-TIMING-INDEX) / 100.
           COMPUTE WS-MDL-OUTPUT =
               MT-OUTPUT-CS(MAP-TIMING-INDEX) / 100.
           COMPUTE WS-MDL-TOTAL = MT-TOTAL-CS(MAP-TIMING-INDEX) / 100.
           IF MT-TOTAL-CS(MAP-TIMING-INDEX) IS EQUAL TO ZERO
               MOVE "      N/A" TO WS-MDL-RATE-X
           ELSE
               COMPUTE ROWS-PER-SECOND =
                   MT-ROWS(MAP-TIMING-INDEX) * 100
                   / MT-TOTAL-CS(MAP-TIMING-INDEX)
               MOVE ROWS-PER-SECOND TO WS-MDL-RATE
           END-IF.
           MOVE MT-DISPOSITION(MAP-TIMING-INDEX) TO
               WS-MDL-DISPOSITION.
           WRITE TIMING-REPORT-RECORD FROM WS-MAP-DETAIL-LINE.
       3100-WRITE-ONE-MAP-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-WRITE-SLOWEST-MAPS ranks the maps by total elapsed
      * time, longest first, and lists the first
      * MAX-SLOWEST-LISTED of them. Each pass picks the longest map
      * not yet ranked; on a tie the earlier map keeps its place.
      *--------------------------------------------------------------
       4000-WRITE-SLOWEST-MAPS.
           MOVE SPACES TO TIMING-REPORT-RECORD.
           WRITE TIMING-REPORT-RECORD.
           MOVE "SLOWEST MAPS - LATEST COMPLETED RUN PER INSTANCE"
               TO WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD FROM WS-MAP-COLUMN-HEADING.
           IF MAP-TIMING-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO TIMING-REPORT-RECORD
               WRITE TIMING-REPORT-RECORD
               GO TO 4000-WRITE-SLOWEST-MAPS-EXIT
           END-IF.
           MOVE 1 TO MAP-TIMING-MATCH-INDEX.
           PERFORM 4100-WRITE-NEXT-SLOWEST
              THRU 4100-WRITE-NEXT-SLOWEST-EXIT
              VARYING SLOWEST-RANK FROM 1 BY 1
              UNTIL SLOWEST-RANK > MAX-SLOWEST-LISTED
                 OR MAP-TIMING-MATCH-INDEX = 0.
       4000-WRITE-SLOWEST-MAPS-EXIT.
           EXIT.

       4100-WRITE-NEXT-SLOWEST.
           MOVE 0 TO MAP-TIMING-MATCH-INDEX.
           MOVE 0 TO SLOWEST-TOTAL-CS.
           PERFORM 4110-COMPARE-ONE-MAP
              THRU 4110-COMPARE-ONE-MAP-EXIT
              VARYING MAP-TIMING-INDEX FROM 1 BY 1
              UNTIL MAP-TIMING-INDEX > MAP-TIMING-COUNT.
           IF MAP-TIMING-MATCH-INDEX IS EQUAL TO ZERO
               GO TO 4100-WRITE-NEXT-SLOWEST-EXIT
           END-IF.
           MOVE "Y" TO MT-PICKED(MAP-TIMING-MATCH-INDEX).
           MOVE MAP-TIMING-MATCH-INDEX TO MAP-TIMING-INDEX.
           PERFORM 3100-WRITE-ONE-MAP-LINE
              THRU 3100-WRITE-ONE-MAP-LINE-EXIT.
       4100-WRITE-NEXT-SLOWEST-EXIT.
           EXIT.

       4110-COMPARE-ONE-MAP.
           IF MT-PICKED(MAP-TIMING-INDEX) IS EQUAL TO "N"
              AND (MAP-TIMING-MATCH-INDEX IS EQUAL TO ZERO
                OR MT-TOTAL-CS(MAP-TIMING-INDEX) IS GREATER THAN
                   SLOWEST-TOTAL-CS)
               MOVE MAP-TIMING-INDEX TO MAP-TIMING-MATCH-INDEX
               MOVE MT-TOTAL-CS(MAP-TIMING-INDEX) TO SLOWEST-TOTAL-CS
           END-IF.
       4110-COMPARE-ONE-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 5000-WRITE-INSTANCE-WINDOW sets each instance's latest
      * completed run - wall clock, start stamp to end stamp, plus
      * the attempts folded into it on a restart day - against the
      * batch window. Instances run side by side, so the batch is
      * inside its window only when every instance is.
      *--------------------------------------------------------------
       5000-WRITE-INSTANCE-WINDOW.
           MOVE SPACES TO TIMING-REPORT-RECORD.
           WRITE TIMING-REPORT-RECORD.
           MOVE "INSTANCE ELAPSED TIME AGAINST THE BATCH WINDOW"
               TO WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD FROM WS-WINDOW-COLUMN-HEADING.
           PERFORM 5100-WRITE-ONE-INSTANCE
              THRU 5100-WRITE-ONE-INSTANCE-EXIT
              VARYING INSTANCE-NUMBER FROM 1 BY 1
              UNTIL INSTANCE-NUMBER > INSTANCE-COUNT.
       5000-WRITE-INSTANCE-WINDOW-EXIT.
           EXIT.

       5100-WRITE-ONE-INSTANCE.
           MOVE INSTANCE-NUMBER TO WS-WDL-INSTANCE.
           MOVE IT-RUN-ID(INSTANCE-NUMBER) TO WS-WDL-RUN-ID.
           MOVE WINDOW-MINUTES TO WS-WDL-WINDOW.
           IF NOT IT-RUN-FOUND(INSTANCE-NUMBER)
               MOVE SPACES TO WS-WDL-MAPS-X
               MOVE SPACES TO WS-WDL-ROWS-X
               MOVE SPACES TO WS-WDL-MINUTES-X
               MOVE SPACES TO WS-WDL-PERCENT-X
               IF IT-FILE-MISSING(INSTANCE-NUMBER)
                   MOVE "NO TIMING FILE" TO WS-WDL-STATUS
               ELSE
                   MOVE "NO COMPLETED RUN" TO WS-WDL-STATUS
               END-IF
               WRITE TIMING-REPORT-RECORD FROM WS-WINDOW-DETAIL-LINE
               GO TO 5100-WRITE-ONE-INSTANCE-EXIT
           END-IF.
           MOVE IT-MAP-COUNT(INSTANCE-NUMBER) TO WS-WDL-MAPS.
           MOVE IT-ROWS(INSTANCE-NUMBER) TO WS-WDL-ROWS.
           COMPUTE WS-WDL-MINUTES = IT-TOTAL-CS(INSTANCE-NUMBER)
               / 6000.
           COMPUTE WS-WDL-PERCENT ROUNDED =
               IT-TOTAL-CS(INSTANCE-NUMBER) * 100 / WINDOW-CS.
           IF IT-TOTAL-CS(INSTANCE-NUMBER) IS GREATER THAN WINDOW-CS
               MOVE "OVER WINDOW" TO WS-WDL-STATUS
               ADD 1 TO INSTANCES-OVER-COUNT
           ELSE
               MOVE "WITHIN WINDOW" TO WS-WDL-STATUS
           END-IF.
           WRITE TIMING-REPORT-RECORD FROM WS-WINDOW-DETAIL-LINE.
       5100-WRITE-ONE-INSTANCE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 6000-WRITE-PROJECTION trends each instance's run rows from
      * the earliest run inside the trend days to its latest run and
      * projects how many days remain before those rows take longer
      * than the window to score. A breach inside the warning days
      * is what operations needs to act on.
      *--------------------------------------------------------------
       6000-WRITE-PROJECTION.
           MOVE SPACES TO TIMING-REPORT-RECORD.
           WRITE TIMING-REPORT-RECORD.
           MOVE "ROW GROWTH PROJECTION AGAINST THE BATCH WINDOW"
               TO WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE TIMING-REPORT-RECORD
               FROM WS-PROJECTION-COLUMN-HEADING.
           PERFORM 6100-PROJECT-ONE-INSTANCE
              THRU 6100-PROJECT-ONE-INSTANCE-EXIT
              VARYING INSTANCE-NUMBER FROM 1 BY 1
              UNTIL INSTANCE-NUMBER > INSTANCE-COUNT.
       6000-WRITE-PROJECTION-EXIT.
           EXIT.

       6100-PROJECT-ONE-INSTANCE.
           MOVE INSTANCE-NUMBER TO WS-PDL-INSTANCE.
           MOVE SPACES TO WS-PDL-BASE-DATE.
           MOVE SPACES TO WS-PDL-BASE-ROWS-X.
           MOVE SPACES TO WS-PDL-LATEST-DATE.
           MOVE SPACES TO WS-PDL-LATEST-ROWS-X.
           MOVE SPACES TO WS-PDL-GROWTH-X.
           MOVE SPACES TO WS-PDL-LIMIT-ROWS-X.
           MOVE SPACES TO WS-PDL-DAYS-X.
           MOVE SPACES TO WS-PDL-WEEKS-X.
           IF IT-FILE-MISSING(INSTANCE-NUMBER)
               MOVE "NO TIMING FILE" TO WS-PDL-STATUS
               GO TO 6100-WRITE-PROJECTION-LINE
           END-IF.
           IF IT-NO-COMPLETED-RUN(INSTANCE-NUMBER)
               MOVE "NO COMPLETED RUN" TO WS-PDL-STATUS
               GO TO 6100-WRITE-PROJECTION-LINE
           END-IF.
           MOVE IT-BASE-RUN-DATE(INSTANCE-NUMBER) TO WS-PDL-BASE-DATE.
           MOVE IT-BASE-ROWS(INSTANCE-NUMBER) TO WS-PDL-BASE-ROWS.
           MOVE IT-RUN-DATE(INSTANCE-NUMBER) TO WS-PDL-LATEST-DATE.
           MOVE IT-ROWS(INSTANCE-NUMBER) TO WS-PDL-LATEST-ROWS.
           IF IT-ROWS(INSTANCE-NUMBER) IS EQUAL TO ZERO
              OR IT-TOTAL-CS(INSTANCE-NUMBER) IS EQUAL TO ZERO
               MOVE "NO RATE AVAILABLE" TO WS-PDL-STATUS
               GO TO 6100-WRITE-PROJECTION-LINE
           END-IF.
           COMPUTE LIMIT-ROWS = WINDOW-CS * IT-ROWS(INSTANCE-NUMBER)
               / IT-TOTAL-CS(INSTANCE-NUMBER).
           MOVE LIMIT-ROWS TO WS-PDL-LIMIT-ROWS.
           IF IT-TOTAL-CS(INSTANCE-NUMBER) IS GREATER THAN WINDOW-CS
               MOVE "OVER WINDOW NOW" TO WS-PDL-STATUS
               GO TO 6100-WRITE-PROJECTION-LINE
           END-IF.
           COMPUTE TREND-DAYS-ELAPSED = IT-RUN-DAY(INSTANCE-NUMBER)
               - IT-BASE-DAY(INSTANCE-NUMBER).
           IF TREND-DAYS-ELAPSED IS NOT GREATER THAN ZERO
               MOVE "ONE DAY OF HISTORY" TO WS-PDL-STATUS
               GO TO 6100-WRITE-PROJECTION-LINE
           END-IF.
           COMPUTE GROWTH-ROWS-PER-DAY ROUNDED =
               (IT-ROWS(INSTANCE-NUMBER)
                 - IT-BASE-ROWS(INSTANCE-NUMBER))
               / TREND-DAYS-ELAPSED.
           MOVE GROWTH-ROWS-PER-DAY TO WS-PDL-GROWTH.
           IF GROWTH-ROWS-PER-DAY IS NOT GREATER THAN ZERO
               MOVE "NOT GROWING" TO WS-PDL-STATUS
               GO TO 6100-WRITE-PROJECTION-LINE
           END-IF.
           COMPUTE DAYS-TO-BREACH =
               (LIMIT-ROWS - IT-ROWS(INSTANCE-NUMBER))
               / GROWTH-ROWS-PER-DAY
               ON SIZE ERROR
                   MOVE 9999999 TO DAYS-TO-BREACH
           END-COMPUTE.
           DIVIDE DAYS-TO-BREACH BY 7 GIVING WEEKS-TO-BREACH.
           MOVE DAYS-TO-BREACH TO WS-PDL-DAYS.
           MOVE WEEKS-TO-BREACH TO WS-PDL-WEEKS.
           IF DAYS-TO-BREACH IS GREATER THAN WARNING-DAYS
               MOVE "BREACH PROJECTED" TO WS-PDL-STATUS
           ELSE
               MOVE "BREACH IN WARNING" TO WS-PDL-STATUS
               ADD 1 TO BREACH-WARNING-COUNT
           END-IF.
       6100-WRITE-PROJECTION-LINE.
           WRITE TIMING-REPORT-RECORD FROM WS-PROJECTION-DETAIL-LINE.
       6100-PROJECT-ONE-INSTANCE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 8000-WRITE-TRAILER closes the report with the run counts and
      * sets the return code: 12 when no instance had a timing file
      * at all, 8 when an instance's latest run already overran the
      * window, 4 when a breach is projected inside the warning
      * days or an instance could not be measured; otherwise 0.
      *--------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES TO TIMING-REPORT-RECORD.
           WRITE TIMING-REPORT-RECORD.
           MOVE "INSTANCES" TO WS-TRL-LABEL.
           MOVE INSTANCE-COUNT TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "INSTANCES WITH NO TIMING FILE" TO WS-TRL-LABEL.
           MOVE INSTANCES-MISSING-COUNT TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "INSTANCES WITH NO COMPLETED RUN" TO WS-TRL-LABEL.
           MOVE INSTANCES-NO-RUN-COUNT TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "INSTANCES OVER THE WINDOW" TO WS-TRL-LABEL.
           MOVE INSTANCES-OVER-COUNT TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "BREACHES INSIDE THE WARNING DAYS" TO WS-TRL-LABEL.
           MOVE BREACH-WARNING-COUNT TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "LATEST RUNS FINISHED BY A RESTART" TO WS-TRL-LABEL.
           MOVE INSTANCES-RESTARTED-COUNT TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS TIMED IN LATEST RUNS" TO WS-TRL-LABEL.
           MOVE MAP-TIMING-COUNT TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF MAP-TIMINGS-NOT-LISTED IS GREATER THAN ZERO
               MOVE "MAPS NOT LISTED - TABLE FULL" TO WS-TRL-LABEL
               MOVE MAP-TIMINGS-NOT-LISTED TO WS-TRL-COUNT
               WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE
           END-IF.
           MOVE "TIMING LINES READ" TO WS-TRL-LABEL.
           MOVE TIMING-LINES-READ TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "TIMING LINES REJECTED" TO WS-TRL-LABEL.
           MOVE TIMING-LINES-REJECTED TO WS-TRL-COUNT.
           WRITE TIMING-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF INSTANCES-MISSING-COUNT IS EQUAL TO INSTANCE-COUNT
               MOVE 12 TO RETURN-CODE
           ELSE
               IF INSTANCES-OVER-COUNT IS GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF BREACH-WARNING-COUNT IS GREATER THAN ZERO
                      OR INSTANCES-MISSING-COUNT IS GREATER THAN ZERO
                      OR INSTANCES-NO-RUN-COUNT IS GREATER THAN ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           DISPLAY "TIMING: " INSTANCES-OVER-COUNT
               " INSTANCES OVER THE WINDOW, " BREACH-WARNING-COUNT
               " BREACHES PROJECTED INSIDE " WARNING-DAYS " DAYS.".
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF RUN-IS-VALID
               CLOSE TIMING-REPORT-FILE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
