      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-whatif.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New slope configuration what-if run. A
      *                    proposed slope config, in the same
      *                    PROFILE/pair format the scorer loads, is
      *                    held against the current one: every map
      *                    on the map list is walked once over both
      *                    slope sets and the impact report shows,
      *                    per map and profile, the trees per slope
      *                    and the product under each configuration
      *                    and the difference, then the
      *                    expected-results bands the proposed set
      *                    would break. Nothing is written but the
      *                    report - no results, ledger, audit,
      *                    checkpoint, registry or error-log line -
      *                    so the run can be repeated as often as
      *                    the change needs before it is signed off.
      *   2026-10-15  RJH  Maps the registry holds as retired are
      *                    passed over as the scorer refuses them,
      *                    and counted on the trailer. A report file
      *                    that will not open ends the run RC 12.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-LIST-FILE ASSIGN TO './files/day_3_map_list.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-LIST-FILE-STATUS.

           SELECT CURRENT-CONFIG-FILE ASSIGN
               TO './files/day_3_slope_config.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURRENT-CONFIG-FILE-STATUS.

           SELECT PROPOSED-CONFIG-FILE ASSIGN
               TO './files/day_3_slope_config_proposed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSED-CONFIG-FILE-STATUS.

           SELECT EXPECTED-RESULTS-FILE ASSIGN
               TO './files/day_3_expected_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPECTED-RESULTS-FILE-STATUS.

           SELECT MAP ASSIGN TO DYNAMIC WS-MAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT MAP-REGISTRY-FILE ASSIGN
               TO './files/day_3_map_registry.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-MAP-NAME
           FILE STATUS IS WS-MAP-REGISTRY-FILE-STATUS.

           SELECT WHATIF-REPORT-FILE ASSIGN
               TO './files/day_3_whatif_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHATIF-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAP-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-LIST-RECORD PIC X(120).

       FD CURRENT-CONFIG-FILE
           LABEL RECORDS ARE OMITTED.
       01  CURRENT-CONFIG-RECORD PIC X(20).

       FD PROPOSED-CONFIG-FILE
           LABEL RECORDS ARE OMITTED.
       01  PROPOSED-CONFIG-RECORD PIC X(20).

       FD EXPECTED-RESULTS-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXPECTED-RESULTS-RECORD PIC X(125).

       FD MAP
           LABEL RECORDS ARE OMITTED.
       01  INPUTRECORD PIC X(501).

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

       FD WHATIF-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  WHATIF-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MAP-LIST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-LIST-OPEN-OK VALUE "00".
       01  WS-CURRENT-CONFIG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-CURRENT-CONFIG-OPEN-OK VALUE "00".
       01  WS-PROPOSED-CONFIG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-PROPOSED-CONFIG-OPEN-OK VALUE "00".
       01  WS-EXPECTED-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-EXPECTED-RESULTS-PRESENT VALUE "00".
       01  WS-MAP-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-OPEN-OK VALUE "00".
       01  WS-MAP-FILENAME PIC X(100).
       01  WS-MAP-REGISTRY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-REGISTRY-PRESENT VALUE "00".
           88 WS-MAP-REGISTRY-MISSING VALUE "35".
       01  WS-WHATIF-REPORT-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-WHATIF-REPORT-OPEN-OK VALUE "00".
       01  REGISTRY-OPEN-SWITCH PIC X(01) VALUE "N".
           88 REGISTRY-IS-OPEN VALUE "Y".
       01  REGISTRY-UNREADABLE-SWITCH PIC X(01) VALUE "N".
           88 REGISTRY-IS-UNREADABLE VALUE "Y".
       01  RETIRED-MAP-SWITCH PIC X(01) VALUE "N".
           88 MAP-WAS-RETIRED VALUE "Y".
       01  RUN-VALID-SWITCH PIC X(01) VALUE "Y".
           88 RUN-IS-VALID VALUE "Y".
           88 RUN-IS-INVALID VALUE "N".
       01  MAP-LIST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MAP-LIST-IS-EOF VALUE "Y".
       01  CONFIG-EOF-SWITCH PIC X(01) VALUE "N".
           88 CONFIG-IS-EOF VALUE "Y".
       01  EXPECTATION-EOF-SWITCH PIC X(01) VALUE "N".
           88 EXPECTATION-IS-EOF VALUE "Y".
       01  MAP-EOF-SWITCH PIC X(01) VALUE "N".
           88 MAP-IS-EOF VALUE "Y".
       01  MAP-VALID-SWITCH PIC X(01) VALUE "Y".
           88 MAP-IS-VALID VALUE "Y".
           88 MAP-IS-INVALID VALUE "N".
       01  WS-WHATIF-RUN-DATE PIC 9(06).
       01  WS-WHATIF-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * WS-MAP-LIST-LINE mirrors the scorer's map-list entry: the
      * map path, then an optional slope profile name. A blank
      * profile scores with STANDARD.
      *--------------------------------------------------------------
       01  WS-MAP-LIST-LINE.
           05 WS-MLL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01).
           05 WS-MLL-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(09).
       01  WS-REQUESTED-PROFILE-NAME PIC X(10).
       01  WS-DEFAULT-PROFILE-NAME PIC X(10) VALUE "STANDARD".

      *--------------------------------------------------------------
      * CONFIG-SET-TABLE holds both slope configurations, loaded by
      * the same rules the scorer applies in 1200-LOAD-SLOPE-CONFIG:
      * set one is the current config, set two the proposed one.
      * Within a set, profile one is always STANDARD, the pairs
      * ahead of any PROFILE record land there, and a STANDARD left
      * empty takes the five standard toboggan slopes.
      *--------------------------------------------------------------
       01  CURRENT-SET PIC 9(01) VALUE 1.
       01  PROPOSED-SET PIC 9(01) VALUE 2.
       01  CONFIG-SET-INDEX PIC 9(01) VALUE 1.
       01  MAX-PROFILES PIC 9(02) VALUE 10.
       01  MAX-SLOPES PIC 9(02) VALUE 25.
       01  PROFILE-SCAN-INDEX PIC 9(02) VALUE 0.
       01  PROFILE-MATCH-INDEX PIC 9(02) VALUE 0.
       01  SLOPE-INDEX PIC 9(02) VALUE 0.
       01  CONFIG-SET-TABLE.
           05 CONFIG-SET OCCURS 2 TIMES.
              10 CS-PROFILE-COUNT       PIC 9(02).
              10 CS-CURRENT-PROFILE     PIC 9(02).
              10 CS-RECORD-NUMBER       PIC 9(05).
              10 CS-LINES-REJECTED      PIC 9(05).
              10 CS-DEFAULTED-SWITCH    PIC X(01).
              10 CS-PROFILE OCCURS 10 TIMES.
                 15 CS-PROFILE-NAME     PIC X(10).
                 15 CS-SLOPE-COUNT      PIC 9(02).
                 15 CS-SLOPE OCCURS 25 TIMES.
                    20 CS-SLOPE-RIGHT   PIC 9(02).
                    20 CS-SLOPE-DOWN    PIC 9(02).
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
      * REJECTED-LINE-TABLE keeps the config records either load
      * turned away, for the report - the scorer would log them to
      * the error log, which this run must not touch.
      *--------------------------------------------------------------
       01  MAX-REJECTED-LINES PIC 9(03) VALUE 100.
       01  REJECTED-LINE-COUNT PIC 9(03) VALUE 0.
       01  REJECTED-LINE-INDEX PIC 9(03) VALUE 0.
       01  REJECTED-LINE-TABLE.
           05 REJECTED-LINE-ENTRY OCCURS 100 TIMES.
              10 RJ-CONFIG-SET    PIC 9(01).
              10 RJ-RECORD-NUMBER PIC 9(05).
              10 RJ-CONTENT       PIC X(20).

      *--------------------------------------------------------------
      * EXPECTATION-TABLE mirrors the scorer's expected-results
      * bands: map, slope right/down and the low and high TREES the
      * count may land between. A blank high expects the low value
      * exactly. Records that do not validate are counted and left
      * out, as the scorer leaves them out.
      *--------------------------------------------------------------
       01  MAX-EXPECTATIONS-LOADED PIC 9(03) VALUE 200.
       01  EXPECTATION-COUNT PIC 9(03) VALUE 0.
       01  EXPECTATION-SCAN-INDEX PIC 9(03) VALUE 0.
       01  EXPECTATION-MATCH-INDEX PIC 9(03) VALUE 0.
       01  EXPECTATION-RECORD-NUMBER PIC 9(05) VALUE 0.
       01  EXPECTATIONS-REJECTED PIC 9(05) VALUE 0.
       01  EXPECTATION-TABLE.
           05 EXPECTATION-ENTRY OCCURS 200 TIMES.
              10 EXP-MAP-NAME    PIC X(100).
              10 EXP-SLOPE-RIGHT PIC 9(02).
              10 EXP-SLOPE-DOWN  PIC 9(02).
              10 EXP-LOW-TREES   PIC 9(07).
              10 EXP-HIGH-TREES  PIC 9(07).
       01  WS-EXPECTATION-LINE.
           05 WS-EXP-MAP-NAME PIC X(100).
           05 FILLER          PIC X(01).
           05 WS-EXP-RIGHT-X  PIC X(02).
           05 FILLER          PIC X(01).
           05 WS-EXP-DOWN-X   PIC X(02).
           05 FILLER          PIC X(01).
           05 WS-EXP-LOW-X    PIC X(07).
           05 FILLER          PIC X(01).
           05 WS-EXP-HIGH-X   PIC X(07).
           05 FILLER          PIC X(03).

      *--------------------------------------------------------------
      * UNION-PAIR-TABLE is the map's working slope set: every
      * right/down pair either configuration scores the map with,
      * each walked once, with how many times each configuration
      * uses it. A pair's TREES does not depend on which
      * configuration asked for it, so one walk serves both.
      *--------------------------------------------------------------
       01  CURRENT-PROFILE-INDEX PIC 9(02) VALUE 0.
       01  PROPOSED-PROFILE-INDEX PIC 9(02) VALUE 0.
       01  WS-CURRENT-PROFILE-NAME PIC X(10).
       01  WS-PROPOSED-PROFILE-NAME PIC X(10).
       01  MAX-UNION-PAIRS PIC 9(02) VALUE 50.
       01  UNION-PAIR-COUNT PIC 9(02) VALUE 0.
       01  UNION-PAIR-INDEX PIC 9(02) VALUE 0.
       01  UNION-MATCH-INDEX PIC 9(02) VALUE 0.
       01  UNION-PAIR-TABLE.
           05 UNION-PAIR-ENTRY OCCURS 50 TIMES.
              10 UP-SLOPE-RIGHT   PIC 9(02).
              10 UP-SLOPE-DOWN    PIC 9(02).
              10 UP-CURRENT-USES  PIC 9(02).
              10 UP-PROPOSED-USES PIC 9(02).
              10 UP-COORD-X       PIC 9(05).
              10 UP-TREES         PIC 9(07).
       01  WS-PAIR-RIGHT PIC 9(02).
       01  WS-PAIR-DOWN PIC 9(02).
       01  WS-USES-INDEX PIC 9(02).

      *--------------------------------------------------------------
      * Map walk fields, as the scorer keeps them.
      *--------------------------------------------------------------
       01  MAP-TOPO PIC X(501).
       01  ITEM PIC X(01).
       01  ROW-NUMBER PIC 9(05) VALUE 0.
       01  MAP-WIDTH PIC 9(05) VALUE 0.
       01  MAX-MAP-WIDTH PIC 9(05) VALUE 500.
       01  CHAR-INDEX PIC 9(05) VALUE 0.
       01  CHAR-UNDER-TEST PIC X(01).
       01  SLOPE-ROW-TEST PIC 9(05).
       01  SLOPE-ROW-REMAINDER PIC 9(05).
       01  WS-MAP-PROBLEM PIC X(30).

      *--------------------------------------------------------------
      * Products and differences for the map just walked.
      *--------------------------------------------------------------
       01  CURRENT-PRODUCT PIC 9(15) VALUE 1.
       01  PROPOSED-PRODUCT PIC 9(15) VALUE 1.
       01  PRODUCT-DIFFERENCE PIC S9(15) VALUE 0.
       01  PAIR-DIFFERENCE PIC S9(09) VALUE 0.
       01  PRODUCT-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88 PRODUCT-HAS-OVERFLOWED VALUE "Y".

      *--------------------------------------------------------------
      * BROKEN-BAND-TABLE lists the bands the proposed config would
      * break - or stop checking, when it drops a slope that carries
      * a band - for the closing section of the report.
      *--------------------------------------------------------------
       01  MAX-BROKEN-BANDS PIC 9(03) VALUE 200.
       01  BROKEN-BAND-COUNT PIC 9(03) VALUE 0.
       01  BROKEN-BAND-INDEX PIC 9(03) VALUE 0.
       01  BROKEN-BANDS-NOT-LISTED PIC 9(05) VALUE 0.
       01  BROKEN-BAND-TABLE.
           05 BROKEN-BAND-ENTRY OCCURS 200 TIMES.
              10 BB-MAP-NAME      PIC X(100).
              10 BB-SLOPE-RIGHT   PIC 9(02).
              10 BB-SLOPE-DOWN    PIC 9(02).
              10 BB-TREES         PIC 9(07).
              10 BB-LOW-TREES     PIC 9(07).
              10 BB-HIGH-TREES    PIC 9(07).
              10 BB-STATUS        PIC X(17).
       01  WS-BAND-STATUS PIC X(17).

       01  MAPS-LISTED-COUNT PIC 9(05) VALUE 0.
       01  MAPS-ASSESSED-COUNT PIC 9(05) VALUE 0.
       01  MAPS-UNREADABLE-COUNT PIC 9(05) VALUE 0.
       01  MAPS-RETIRED-COUNT PIC 9(05) VALUE 0.
       01  MAPS-INVALID-COUNT PIC 9(05) VALUE 0.
       01  MAPS-CHANGED-COUNT PIC 9(05) VALUE 0.
       01  NEW-BREAK-COUNT PIC 9(05) VALUE 0.
       01  ALREADY-OUT-COUNT PIC 9(05) VALUE 0.
       01  UNCHECKED-BAND-COUNT PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * Report lines.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(44) VALUE
              "SLOPE CONFIGURATION WHAT-IF - IMPACT REPORT".
           05 FILLER PIC X(06) VALUE "DATE ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(60) VALUE
              "CURRENT  ./files/day_3_slope_config.txt".
       01  WS-REPORT-HEADING-3.
           05 FILLER PIC X(60) VALUE
              "PROPOSED ./files/day_3_slope_config_proposed.txt".
       01  WS-SECTION-HEADING PIC X(80).
       01  WS-MAP-HEADING-LINE.
           05 FILLER              PIC X(04) VALUE "MAP ".
           05 WS-MHL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(18) VALUE
              "  PROFILE CURRENT ".
           05 WS-MHL-CURRENT-PROFILE PIC X(10).
           05 FILLER              PIC X(10) VALUE " PROPOSED ".
           05 WS-MHL-PROPOSED-PROFILE PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MHL-PROBLEM      PIC X(30).
       01  WS-IMPACT-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "    SLOPE     CURRENT TREES    PROPOSED ".
           05 FILLER PIC X(40) VALUE
              "TREES        DIFFERENCE  CHANGE         ".
       01  WS-IMPACT-DETAIL-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-IDL-SLOPE-RIGHT  PIC Z9.
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-IDL-SLOPE-DOWN   PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IDL-CURRENT      PIC Z(14)9.
           05 WS-IDL-CURRENT-X REDEFINES WS-IDL-CURRENT
                                  PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IDL-PROPOSED     PIC Z(14)9.
           05 WS-IDL-PROPOSED-X REDEFINES WS-IDL-PROPOSED
                                  PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IDL-DIFFERENCE   PIC -(15)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IDL-CHANGE       PIC X(17).
       01  WS-PROFILE-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "  PROFILE     CURRENT SLOPES  PROPOSED S".
           05 FILLER PIC X(16) VALUE
              "LOPES  CHANGE   ".
       01  WS-PROFILE-DETAIL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-PDL-CURRENT      PIC Z(13)9.
           05 WS-PDL-CURRENT-X REDEFINES WS-PDL-CURRENT
                                  PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-PROPOSED     PIC Z(14)9.
           05 WS-PDL-PROPOSED-X REDEFINES WS-PDL-PROPOSED
                                  PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PDL-CHANGE       PIC X(10).
       01  WS-BAND-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "  MAP                                   ".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              "SLOPE  PROPOSED TREES      BAND LOW  BAN".
           05 FILLER PIC X(26) VALUE
              "D HIGH  STATUS            ".
       01  WS-BAND-DETAIL-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BDL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BDL-SLOPE-RIGHT  PIC Z9.
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-BDL-SLOPE-DOWN   PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BDL-TREES        PIC Z(13)9.
           05 WS-BDL-TREES-X REDEFINES WS-BDL-TREES
                                  PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BDL-LOW          PIC Z(7)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BDL-HIGH         PIC Z(8)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BDL-STATUS       PIC X(17).
       01  WS-REJECTED-LINE-DETAIL.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RLD-CONFIG       PIC X(08).
           05 FILLER              PIC X(06) VALUE " LINE ".
           05 WS-RLD-RECORD-NUMBER PIC Z(4)9.
           05 FILLER              PIC X(09) VALUE " CONTENT ".
           05 WS-RLD-CONTENT      PIC X(20).
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(40).
           05 WS-TRL-COUNT PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF RUN-IS-VALID
               PERFORM 2000-PROCESS-MAP-LIST
                  THRU 2000-PROCESS-MAP-LIST-EXIT
                  UNTIL MAP-LIST-IS-EOF
               PERFORM 3000-WRITE-PROFILE-COMPARISON
                  THRU 3000-WRITE-PROFILE-COMPARISON-EXIT
               PERFORM 4000-WRITE-BROKEN-BANDS
                  THRU 4000-WRITE-BROKEN-BANDS-EXIT
               PERFORM 5000-WRITE-REJECTED-LINES
                  THRU 5000-WRITE-REJECTED-LINES-EXIT
               PERFORM 8000-WRITE-TRAILER
                  THRU 8000-WRITE-TRAILER-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

      *--------------------------------------------------------------
      * 1000-INITIALIZE loads both configurations and the bands and
      * opens the map list, the registry and the report. Without a
      * proposed config, a map list or a report there is nothing to
      * compare or nowhere to show it, and the run stops with RC 12.
      *--------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-WHATIF-RUN-DATE FROM DATE.
           ACCEPT WS-WHATIF-RUN-TIME FROM TIME.
           PERFORM 1300-LOAD-PROPOSED-CONFIG
              THRU 1300-LOAD-PROPOSED-CONFIG-EXIT.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-CURRENT-CONFIG
              THRU 1200-LOAD-CURRENT-CONFIG-EXIT.
           OPEN INPUT MAP-LIST-FILE.
           IF NOT WS-MAP-LIST-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN MAP LIST - FILE STATUS "
                   WS-MAP-LIST-FILE-STATUS " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1800-LOAD-EXPECTATIONS
              THRU 1800-LOAD-EXPECTATIONS-EXIT.
           OPEN OUTPUT WHATIF-REPORT-FILE.
           IF NOT WS-WHATIF-REPORT-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN WHAT-IF REPORT - FILE "
                   "STATUS " WS-WHATIF-REPORT-FILE-STATUS " ***"
               CLOSE MAP-LIST-FILE
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1500-OPEN-MAP-REGISTRY
              THRU 1500-OPEN-MAP-REGISTRY-EXIT.
           MOVE WS-WHATIF-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-WHATIF-RUN-TIME TO WS-HD1-TIME.
           WRITE WHATIF-REPORT-RECORD FROM WS-REPORT-HEADING-1.
           WRITE WHATIF-REPORT-RECORD FROM WS-REPORT-HEADING-2.
           WRITE WHATIF-REPORT-RECORD FROM WS-REPORT-HEADING-3.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "IMPACT BY MAP" TO WS-SECTION-HEADING.
           WRITE WHATIF-REPORT-RECORD FROM WS-SECTION-HEADING.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-LOAD-CURRENT-CONFIG loads the production config into
      * set one. A missing file leaves the scorer on the five
      * standard slopes, and the current side is loaded the same.
      *--------------------------------------------------------------
       1200-LOAD-CURRENT-CONFIG.
           MOVE CURRENT-SET TO CONFIG-SET-INDEX.
           PERFORM 1400-START-CONFIG-SET
              THRU 1400-START-CONFIG-SET-EXIT.
           OPEN INPUT CURRENT-CONFIG-FILE.
           IF NOT WS-CURRENT-CONFIG-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN CURRENT SLOPE CONFIG - "
                   "FILE STATUS " WS-CURRENT-CONFIG-FILE-STATUS
                   " - CURRENT SIDE USES THE FIVE STANDARD SLOPES ***"
           ELSE
               MOVE "N" TO CONFIG-EOF-SWITCH
               PERFORM 1210-READ-ONE-CURRENT-LINE
                  THRU 1210-READ-ONE-CURRENT-LINE-EXIT
                  UNTIL CONFIG-IS-EOF
               CLOSE CURRENT-CONFIG-FILE
           END-IF.
           PERFORM 1450-FINISH-CONFIG-SET
              THRU 1450-FINISH-CONFIG-SET-EXIT.
       1200-LOAD-CURRENT-CONFIG-EXIT.
           EXIT.

       1210-READ-ONE-CURRENT-LINE.
           READ CURRENT-CONFIG-FILE INTO WS-SLOPE-CONFIG-LINE
               AT END
                   SET CONFIG-IS-EOF TO TRUE
               NOT AT END
                   PERFORM 1410-APPLY-ONE-CONFIG-LINE
                      THRU 1410-APPLY-ONE-CONFIG-LINE-EXIT
           END-READ.
       1210-READ-ONE-CURRENT-LINE-EXIT.
           EXIT.

       1300-LOAD-PROPOSED-CONFIG.
           MOVE PROPOSED-SET TO CONFIG-SET-INDEX.
           PERFORM 1400-START-CONFIG-SET
              THRU 1400-START-CONFIG-SET-EXIT.
           OPEN INPUT PROPOSED-CONFIG-FILE.
           IF NOT WS-PROPOSED-CONFIG-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN PROPOSED SLOPE CONFIG - "
                   "FILE STATUS " WS-PROPOSED-CONFIG-FILE-STATUS
                   " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1300-LOAD-PROPOSED-CONFIG-EXIT
           END-IF.
           MOVE "N" TO CONFIG-EOF-SWITCH.
           PERFORM 1310-READ-ONE-PROPOSED-LINE
              THRU 1310-READ-ONE-PROPOSED-LINE-EXIT
              UNTIL CONFIG-IS-EOF.
           CLOSE PROPOSED-CONFIG-FILE.
           PERFORM 1450-FINISH-CONFIG-SET
              THRU 1450-FINISH-CONFIG-SET-EXIT.
       1300-LOAD-PROPOSED-CONFIG-EXIT.
           EXIT.

       1310-READ-ONE-PROPOSED-LINE.
           READ PROPOSED-CONFIG-FILE INTO WS-SLOPE-CONFIG-LINE
               AT END
                   SET CONFIG-IS-EOF TO TRUE
               NOT AT END
                   PERFORM 1410-APPLY-ONE-CONFIG-LINE
                      THRU 1410-APPLY-ONE-CONFIG-LINE-EXIT
           END-READ.
       1310-READ-ONE-PROPOSED-LINE-EXIT.
           EXIT.

       1400-START-CONFIG-SET.
           MOVE 1 TO CS-PROFILE-COUNT(CONFIG-SET-INDEX).
           MOVE 1 TO CS-CURRENT-PROFILE(CONFIG-SET-INDEX).
           MOVE 0 TO CS-RECORD-NUMBER(CONFIG-SET-INDEX).
           MOVE 0 TO CS-LINES-REJECTED(CONFIG-SET-INDEX).
           MOVE "N" TO CS-DEFAULTED-SWITCH(CONFIG-SET-INDEX).
           MOVE WS-DEFAULT-PROFILE-NAME TO
               CS-PROFILE-NAME(CONFIG-SET-INDEX, 1).
           MOVE 0 TO CS-SLOPE-COUNT(CONFIG-SET-INDEX, 1).
       1400-START-CONFIG-SET-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1410-APPLY-ONE-CONFIG-LINE files one config record into the
      * set being loaded: a PROFILE record switches profiles, a
      * right/down pair is validated into the current profile, a
      * blank record is passed over - the scorer's rules exactly.
      *--------------------------------------------------------------
       1410-APPLY-ONE-CONFIG-LINE.
           ADD 1 TO CS-RECORD-NUMBER(CONFIG-SET-INDEX).
           IF WS-CFG-KEYWORD IS EQUAL TO "PROFILE "
               PERFORM 1420-START-ONE-PROFILE
                  THRU 1420-START-ONE-PROFILE-EXIT
               GO TO 1410-APPLY-ONE-CONFIG-LINE-EXIT
           END-IF.
           IF WS-SLOPE-CONFIG-LINE IS EQUAL TO SPACES
               GO TO 1410-APPLY-ONE-CONFIG-LINE-EXIT
           END-IF.
           INSPECT WS-CFG-RIGHT-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-CFG-DOWN-X REPLACING LEADING SPACE BY "0".
           MOVE CS-CURRENT-PROFILE(CONFIG-SET-INDEX) TO
               PROFILE-MATCH-INDEX.
           IF WS-CFG-RIGHT-X IS NOT NUMERIC
              OR WS-CFG-DOWN-X IS NOT NUMERIC
              OR WS-CFG-DOWN-X IS EQUAL TO "00"
              OR CS-SLOPE-COUNT(CONFIG-SET-INDEX, PROFILE-MATCH-INDEX)
                 IS NOT LESS THAN MAX-SLOPES
               PERFORM 1440-REJECT-CONFIG-LINE
                  THRU 1440-REJECT-CONFIG-LINE-EXIT
               GO TO 1410-APPLY-ONE-CONFIG-LINE-EXIT
           END-IF.
           ADD 1 TO CS-SLOPE-COUNT(CONFIG-SET-INDEX,
               PROFILE-MATCH-INDEX).
           MOVE CS-SLOPE-COUNT(CONFIG-SET-INDEX, PROFILE-MATCH-INDEX)
               TO SLOPE-INDEX.
           MOVE WS-CFG-RIGHT-X TO CS-SLOPE-RIGHT(CONFIG-SET-INDEX,
               PROFILE-MATCH-INDEX, SLOPE-INDEX).
           MOVE WS-CFG-DOWN-X TO CS-SLOPE-DOWN(CONFIG-SET-INDEX,
               PROFILE-MATCH-INDEX, SLOPE-INDEX).
       1410-APPLY-ONE-CONFIG-LINE-EXIT.
           EXIT.

       1420-START-ONE-PROFILE.
           IF WS-CFG-PROFILE-NAME IS EQUAL TO SPACES
               PERFORM 1440-REJECT-CONFIG-LINE
                  THRU 1440-REJECT-CONFIG-LINE-EXIT
               GO TO 1420-START-ONE-PROFILE-EXIT
           END-IF.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM 1430-MATCH-ONE-CONFIG-PROFILE
              THRU 1430-MATCH-ONE-CONFIG-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX >
                    CS-PROFILE-COUNT(CONFIG-SET-INDEX)
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS GREATER THAN ZERO
               MOVE PROFILE-MATCH-INDEX TO
                   CS-CURRENT-PROFILE(CONFIG-SET-INDEX)
               GO TO 1420-START-ONE-PROFILE-EXIT
           END-IF.
           IF CS-PROFILE-COUNT(CONFIG-SET-INDEX) IS NOT LESS THAN
              MAX-PROFILES
               PERFORM 1440-REJECT-CONFIG-LINE
                  THRU 1440-REJECT-CONFIG-LINE-EXIT
               GO TO 1420-START-ONE-PROFILE-EXIT
           END-IF.
           ADD 1 TO CS-PROFILE-COUNT(CONFIG-SET-INDEX).
           MOVE CS-PROFILE-COUNT(CONFIG-SET-INDEX) TO
               PROFILE-MATCH-INDEX.
           MOVE PROFILE-MATCH-INDEX TO
               CS-CURRENT-PROFILE(CONFIG-SET-INDEX).
           MOVE WS-CFG-PROFILE-NAME TO
               CS-PROFILE-NAME(CONFIG-SET-INDEX, PROFILE-MATCH-INDEX).
           MOVE 0 TO
               CS-SLOPE-COUNT(CONFIG-SET-INDEX, PROFILE-MATCH-INDEX).
       1420-START-ONE-PROFILE-EXIT.
           EXIT.

       1430-MATCH-ONE-CONFIG-PROFILE.
           IF CS-PROFILE-NAME(CONFIG-SET-INDEX, PROFILE-SCAN-INDEX)
              IS EQUAL TO WS-CFG-PROFILE-NAME
               MOVE PROFILE-SCAN-INDEX TO PROFILE-MATCH-INDEX
           END-IF.
       1430-MATCH-ONE-CONFIG-PROFILE-EXIT.
           EXIT.

       1440-REJECT-CONFIG-LINE.
           ADD 1 TO CS-LINES-REJECTED(CONFIG-SET-INDEX).
           IF CONFIG-SET-INDEX IS EQUAL TO CURRENT-SET
               DISPLAY "*** REJECTED CURRENT SLOPE CONFIG LINE "
                   CS-RECORD-NUMBER(CONFIG-SET-INDEX) " ***"
           ELSE
               DISPLAY "*** REJECTED PROPOSED SLOPE CONFIG LINE "
                   CS-RECORD-NUMBER(CONFIG-SET-INDEX) " ***"
           END-IF.
           IF REJECTED-LINE-COUNT IS LESS THAN MAX-REJECTED-LINES
               ADD 1 TO REJECTED-LINE-COUNT
               MOVE CONFIG-SET-INDEX TO
                   RJ-CONFIG-SET(REJECTED-LINE-COUNT)
               MOVE CS-RECORD-NUMBER(CONFIG-SET-INDEX) TO
                   RJ-RECORD-NUMBER(REJECTED-LINE-COUNT)
               MOVE WS-SLOPE-CONFIG-LINE TO
                   RJ-CONTENT(REJECTED-LINE-COUNT)
           END-IF.
       1440-REJECT-CONFIG-LINE-EXIT.
           EXIT.

       1450-FINISH-CONFIG-SET.
           IF CS-SLOPE-COUNT(CONFIG-SET-INDEX, 1) IS GREATER THAN ZERO
               GO TO 1450-FINISH-CONFIG-SET-EXIT
           END-IF.
           MOVE "Y" TO CS-DEFAULTED-SWITCH(CONFIG-SET-INDEX).
           MOVE 1 TO CS-SLOPE-RIGHT(CONFIG-SET-INDEX, 1, 1).
           MOVE 1 TO CS-SLOPE-DOWN(CONFIG-SET-INDEX, 1, 1).
           MOVE 3 TO CS-SLOPE-RIGHT(CONFIG-SET-INDEX, 1, 2).
           MOVE 1 TO CS-SLOPE-DOWN(CONFIG-SET-INDEX, 1, 2).
           MOVE 5 TO CS-SLOPE-RIGHT(CONFIG-SET-INDEX, 1, 3).
           MOVE 1 TO CS-SLOPE-DOWN(CONFIG-SET-INDEX, 1, 3).
           MOVE 7 TO CS-SLOPE-RIGHT(CONFIG-SET-INDEX, 1, 4).
           MOVE 1 TO CS-SLOPE-DOWN(CONFIG-SET-INDEX, 1, 4).
           MOVE 1 TO CS-SLOPE-RIGHT(CONFIG-SET-INDEX, 1, 5).
           MOVE 2 TO CS-SLOPE-DOWN(CONFIG-SET-INDEX, 1, 5).
           MOVE 5 TO CS-SLOPE-COUNT(CONFIG-SET-INDEX, 1).
       1450-FINISH-CONFIG-SET-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1800-LOAD-EXPECTATIONS fills EXPECTATION-TABLE by the
      * scorer's rules. No file means no bands to check.
      *--------------------------------------------------------------
       1800-LOAD-EXPECTATIONS.
           OPEN INPUT EXPECTED-RESULTS-FILE.
           IF NOT WS-EXPECTED-RESULTS-PRESENT
               GO TO 1800-LOAD-EXPECTATIONS-EXIT
           END-IF.
           PERFORM 1810-READ-ONE-EXPECTATION
              THRU 1810-READ-ONE-EXPECTATION-EXIT
              UNTIL EXPECTATION-IS-EOF.
           CLOSE EXPECTED-RESULTS-FILE.
       1800-LOAD-EXPECTATIONS-EXIT.
           EXIT.

       1810-READ-ONE-EXPECTATION.
           READ EXPECTED-RESULTS-FILE INTO WS-EXPECTATION-LINE
               AT END
                   SET EXPECTATION-IS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO EXPECTATION-RECORD-NUMBER
                   IF WS-EXPECTATION-LINE IS NOT EQUAL TO SPACES
                       PERFORM 1820-VALIDATE-ONE-EXPECTATION
                          THRU 1820-VALIDATE-ONE-EXPECTATION-EXIT
                   END-IF
           END-READ.
       1810-READ-ONE-EXPECTATION-EXIT.
           EXIT.

       1820-VALIDATE-ONE-EXPECTATION.
           INSPECT WS-EXP-RIGHT-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-EXP-DOWN-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-EXP-LOW-X REPLACING LEADING SPACE BY "0".
           IF WS-EXP-HIGH-X IS EQUAL TO SPACES
               MOVE WS-EXP-LOW-X TO WS-EXP-HIGH-X
           ELSE
               INSPECT WS-EXP-HIGH-X REPLACING LEADING SPACE BY "0"
           END-IF.
           IF WS-EXP-MAP-NAME IS EQUAL TO SPACES
              OR WS-EXP-RIGHT-X IS NOT NUMERIC
              OR WS-EXP-DOWN-X IS NOT NUMERIC
              OR WS-EXP-LOW-X IS NOT NUMERIC
              OR WS-EXP-HIGH-X IS NOT NUMERIC
              OR WS-EXP-HIGH-X IS LESS THAN WS-EXP-LOW-X
              OR EXPECTATION-COUNT IS NOT LESS THAN
                 MAX-EXPECTATIONS-LOADED
               ADD 1 TO EXPECTATIONS-REJECTED
           ELSE
               ADD 1 TO EXPECTATION-COUNT
               MOVE WS-EXP-MAP-NAME TO
                   EXP-MAP-NAME(EXPECTATION-COUNT)
               MOVE WS-EXP-RIGHT-X TO
                   EXP-SLOPE-RIGHT(EXPECTATION-COUNT)
               MOVE WS-EXP-DOWN-X TO
                   EXP-SLOPE-DOWN(EXPECTATION-COUNT)
               MOVE WS-EXP-LOW-X TO
                   EXP-LOW-TREES(EXPECTATION-COUNT)
               MOVE WS-EXP-HIGH-X TO
                   EXP-HIGH-TREES(EXPECTATION-COUNT)
           END-IF.
       1820-VALIDATE-ONE-EXPECTATION-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1500-OPEN-MAP-REGISTRY opens the registry the scorer keeps,
      * read-only, to find retired maps. No registry yet means no
      * map has been retired. One that will not open otherwise
      * leaves every listed map assessed; the trailer says so and
      * the run ends RC 4.
      *--------------------------------------------------------------
       1500-OPEN-MAP-REGISTRY.
           OPEN INPUT MAP-REGISTRY-FILE.
           IF WS-MAP-REGISTRY-PRESENT
               SET REGISTRY-IS-OPEN TO TRUE
               GO TO 1500-OPEN-MAP-REGISTRY-EXIT
           END-IF.
           IF WS-MAP-REGISTRY-MISSING
               GO TO 1500-OPEN-MAP-REGISTRY-EXIT
           END-IF.
           DISPLAY "*** UNABLE TO OPEN MAP REGISTRY - FILE STATUS "
               WS-MAP-REGISTRY-FILE-STATUS
               " - RETIRED MAPS NOT PASSED OVER ***".
           SET REGISTRY-IS-UNREADABLE TO TRUE.
       1500-OPEN-MAP-REGISTRY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2000-PROCESS-MAP-LIST takes every entry on the map list -
      * the whole list, as a single-instance production run would -
      * and assesses the map under both configurations. A map the
      * registry holds as retired is passed over, as the scorer's
      * 2080-CHECK-RETIRED-MAP refuses it.
      *--------------------------------------------------------------
       2000-PROCESS-MAP-LIST.
           READ MAP-LIST-FILE INTO WS-MAP-LIST-LINE
               AT END
                   SET MAP-LIST-IS-EOF TO TRUE
                   GO TO 2000-PROCESS-MAP-LIST-EXIT
           END-READ.
           IF WS-MLL-MAP-NAME IS EQUAL TO SPACES
               GO TO 2000-PROCESS-MAP-LIST-EXIT
           END-IF.
           ADD 1 TO MAPS-LISTED-COUNT.
           MOVE WS-MLL-MAP-NAME TO WS-MAP-FILENAME.
           PERFORM 2050-CHECK-RETIRED-MAP
              THRU 2050-CHECK-RETIRED-MAP-EXIT.
           IF MAP-WAS-RETIRED
               GO TO 2000-PROCESS-MAP-LIST-EXIT
           END-IF.
           MOVE WS-MLL-PROFILE-NAME TO WS-REQUESTED-PROFILE-NAME.
           IF WS-REQUESTED-PROFILE-NAME IS EQUAL TO SPACES
               MOVE WS-DEFAULT-PROFILE-NAME TO
                   WS-REQUESTED-PROFILE-NAME
           END-IF.
           PERFORM 2100-SELECT-PROFILES
              THRU 2100-SELECT-PROFILES-EXIT.
           PERFORM 2200-BUILD-UNION-PAIRS
              THRU 2200-BUILD-UNION-PAIRS-EXIT.
           MOVE SPACES TO WS-MAP-PROBLEM.
           PERFORM 2400-WALK-MAP
              THRU 2400-WALK-MAP-EXIT.
           IF NOT WS-MAP-OPEN-OK
               ADD 1 TO MAPS-UNREADABLE-COUNT
               PERFORM 2600-WRITE-MAP-HEADING
                  THRU 2600-WRITE-MAP-HEADING-EXIT
               GO TO 2000-PROCESS-MAP-LIST-EXIT
           END-IF.
           ADD 1 TO MAPS-ASSESSED-COUNT.
           IF MAP-IS-INVALID
               ADD 1 TO MAPS-INVALID-COUNT
           END-IF.
           PERFORM 2500-COMPUTE-PRODUCTS
              THRU 2500-COMPUTE-PRODUCTS-EXIT.
           PERFORM 2600-WRITE-MAP-HEADING
              THRU 2600-WRITE-MAP-HEADING-EXIT.
           PERFORM 2700-WRITE-MAP-IMPACT
              THRU 2700-WRITE-MAP-IMPACT-EXIT.
           PERFORM 2800-CHECK-BANDS
              THRU 2800-CHECK-BANDS-EXIT
              VARYING UNION-PAIR-INDEX FROM 1 BY 1
              UNTIL UNION-PAIR-INDEX > UNION-PAIR-COUNT.
       2000-PROCESS-MAP-LIST-EXIT.
           EXIT.

       2050-CHECK-RETIRED-MAP.
           MOVE "N" TO RETIRED-MAP-SWITCH.
           IF NOT REGISTRY-IS-OPEN
               GO TO 2050-CHECK-RETIRED-MAP-EXIT
           END-IF.
           MOVE WS-MAP-FILENAME TO REG-MAP-NAME.
           READ MAP-REGISTRY-FILE
               INVALID KEY
                   GO TO 2050-CHECK-RETIRED-MAP-EXIT
           END-READ.
           IF NOT REG-IS-RETIRED
               GO TO 2050-CHECK-RETIRED-MAP-EXIT
           END-IF.
           SET MAP-WAS-RETIRED TO TRUE.
           ADD 1 TO MAPS-RETIRED-COUNT.
           DISPLAY "MAP RETIRED " REG-RETIRED-DATE
               " - PASSED OVER: " WS-MAP-FILENAME.
       2050-CHECK-RETIRED-MAP-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2100-SELECT-PROFILES finds the entry's profile in each
      * configuration. A name a configuration does not define scores
      * with its STANDARD, as 2400-SELECT-SLOPE-PROFILE in the scorer
      * does, and the map heading shows which profile each side
      * actually used.
      *--------------------------------------------------------------
       2100-SELECT-PROFILES.
           MOVE CURRENT-SET TO CONFIG-SET-INDEX.
           PERFORM 2110-FIND-REQUESTED-PROFILE
              THRU 2110-FIND-REQUESTED-PROFILE-EXIT.
           MOVE PROFILE-MATCH-INDEX TO CURRENT-PROFILE-INDEX.
           MOVE CS-PROFILE-NAME(CURRENT-SET, CURRENT-PROFILE-INDEX)
               TO WS-CURRENT-PROFILE-NAME.
           MOVE PROPOSED-SET TO CONFIG-SET-INDEX.
           PERFORM 2110-FIND-REQUESTED-PROFILE
              THRU 2110-FIND-REQUESTED-PROFILE-EXIT.
           MOVE PROFILE-MATCH-INDEX TO PROPOSED-PROFILE-INDEX.
           MOVE CS-PROFILE-NAME(PROPOSED-SET, PROPOSED-PROFILE-INDEX)
               TO WS-PROPOSED-PROFILE-NAME.
       2100-SELECT-PROFILES-EXIT.
           EXIT.

       2110-FIND-REQUESTED-PROFILE.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM 2120-MATCH-ONE-REQUESTED-PROFILE
              THRU 2120-MATCH-ONE-REQUESTED-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX >
                    CS-PROFILE-COUNT(CONFIG-SET-INDEX)
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS EQUAL TO ZERO
               MOVE 1 TO PROFILE-MATCH-INDEX
           END-IF.
       2110-FIND-REQUESTED-PROFILE-EXIT.
           EXIT.

       2120-MATCH-ONE-REQUESTED-PROFILE.
           IF CS-PROFILE-NAME(CONFIG-SET-INDEX, PROFILE-SCAN-INDEX)
              IS EQUAL TO WS-REQUESTED-PROFILE-NAME
               MOVE PROFILE-SCAN-INDEX TO PROFILE-MATCH-INDEX
           END-IF.
       2120-MATCH-ONE-REQUESTED-PROFILE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2200-BUILD-UNION-PAIRS lays out the pairs to walk: the
      * current profile's pairs in their configured order, then any
      * pair only the proposed profile adds.
      *--------------------------------------------------------------
       2200-BUILD-UNION-PAIRS.
           MOVE 0 TO UNION-PAIR-COUNT.
           MOVE CURRENT-SET TO CONFIG-SET-INDEX.
           MOVE CURRENT-PROFILE-INDEX TO PROFILE-MATCH-INDEX.
           PERFORM 2210-ADD-ONE-CONFIG-PAIR
              THRU 2210-ADD-ONE-CONFIG-PAIR-EXIT
              VARYING SLOPE-INDEX FROM 1 BY 1
              UNTIL SLOPE-INDEX >
                    CS-SLOPE-COUNT(CURRENT-SET, CURRENT-PROFILE-INDEX).
           MOVE PROPOSED-SET TO CONFIG-SET-INDEX.
           MOVE PROPOSED-PROFILE-INDEX TO PROFILE-MATCH-INDEX.
           PERFORM 2210-ADD-ONE-CONFIG-PAIR
              THRU 2210-ADD-ONE-CONFIG-PAIR-EXIT
              VARYING SLOPE-INDEX FROM 1 BY 1
              UNTIL SLOPE-INDEX >
                  CS-SLOPE-COUNT(PROPOSED-SET, PROPOSED-PROFILE-INDEX).
       2200-BUILD-UNION-PAIRS-EXIT.
           EXIT.

       2210-ADD-ONE-CONFIG-PAIR.
           MOVE CS-SLOPE-RIGHT(CONFIG-SET-INDEX, PROFILE-MATCH-INDEX,
               SLOPE-INDEX) TO WS-PAIR-RIGHT.
           MOVE CS-SLOPE-DOWN(CONFIG-SET-INDEX, PROFILE-MATCH-INDEX,
               SLOPE-INDEX) TO WS-PAIR-DOWN.
           MOVE 0 TO UNION-MATCH-INDEX.
           PERFORM 2220-MATCH-ONE-UNION-PAIR
              THRU 2220-MATCH-ONE-UNION-PAIR-EXIT
              VARYING UNION-PAIR-INDEX FROM 1 BY 1
              UNTIL UNION-PAIR-INDEX > UNION-PAIR-COUNT
                 OR UNION-MATCH-INDEX > 0.
           IF UNION-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO UNION-PAIR-COUNT
               MOVE UNION-PAIR-COUNT TO UNION-MATCH-INDEX
               MOVE WS-PAIR-RIGHT TO UP-SLOPE-RIGHT(UNION-MATCH-INDEX)
               MOVE WS-PAIR-DOWN TO UP-SLOPE-DOWN(UNION-MATCH-INDEX)
               MOVE 0 TO UP-CURRENT-USES(UNION-MATCH-INDEX)
               MOVE 0 TO UP-PROPOSED-USES(UNION-MATCH-INDEX)
               MOVE 1 TO UP-COORD-X(UNION-MATCH-INDEX)
               MOVE 0 TO UP-TREES(UNION-MATCH-INDEX)
           END-IF.
           IF CONFIG-SET-INDEX IS EQUAL TO CURRENT-SET
               ADD 1 TO UP-CURRENT-USES(UNION-MATCH-INDEX)
           ELSE
               ADD 1 TO UP-PROPOSED-USES(UNION-MATCH-INDEX)
           END-IF.
       2210-ADD-ONE-CONFIG-PAIR-EXIT.
           EXIT.

       2220-MATCH-ONE-UNION-PAIR.
           IF UP-SLOPE-RIGHT(UNION-PAIR-INDEX) IS EQUAL TO
              WS-PAIR-RIGHT
              AND UP-SLOPE-DOWN(UNION-PAIR-INDEX) IS EQUAL TO
              WS-PAIR-DOWN
               MOVE UNION-PAIR-INDEX TO UNION-MATCH-INDEX
           END-IF.
       2220-MATCH-ONE-UNION-PAIR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2400-WALK-MAP reads the map once and walks every union pair
      * over it with the scorer's arithmetic: the width measured off
      * the first row, a pair sampled only on the rows its DOWN
      * visits, and one subtract of the width on wraparound. Bad
      * characters and an overlong row mark the map invalid on the
      * report, as the scorer would flag it; neither is logged.
      *--------------------------------------------------------------
       2400-WALK-MAP.
           OPEN INPUT MAP.
           IF NOT WS-MAP-OPEN-OK
               MOVE "*** UNABLE TO OPEN - STATUS" TO WS-MAP-PROBLEM
               MOVE WS-MAP-FILE-STATUS TO WS-MAP-PROBLEM(29:2)
               GO TO 2400-WALK-MAP-EXIT
           END-IF.
           MOVE 0 TO ROW-NUMBER.
           MOVE 0 TO MAP-WIDTH.
           SET MAP-IS-VALID TO TRUE.
           MOVE "N" TO MAP-EOF-SWITCH.
           PERFORM 2410-WALK-ONE-ROW
              THRU 2410-WALK-ONE-ROW-EXIT
              UNTIL MAP-IS-EOF.
           CLOSE MAP.
           IF MAP-IS-INVALID
              AND WS-MAP-PROBLEM IS EQUAL TO SPACES
               MOVE "*** MAP FAILS VALIDATION" TO WS-MAP-PROBLEM
           END-IF.
       2400-WALK-MAP-EXIT.
           EXIT.

       2410-WALK-ONE-ROW.
           READ MAP INTO MAP-TOPO
               AT END
                   SET MAP-IS-EOF TO TRUE
                   GO TO 2410-WALK-ONE-ROW-EXIT
           END-READ.
           ADD 1 TO ROW-NUMBER.
           IF MAP-TOPO(MAX-MAP-WIDTH + 1:1) IS NOT EQUAL TO SPACE
               SET MAP-IS-INVALID TO TRUE
               MOVE "*** ROW TOO LONG - MAP STOPPED" TO WS-MAP-PROBLEM
               SET MAP-IS-EOF TO TRUE
               GO TO 2410-WALK-ONE-ROW-EXIT
           END-IF.
           IF ROW-NUMBER IS EQUAL TO 1
               INSPECT MAP-TOPO TALLYING MAP-WIDTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.
           PERFORM 2420-CHECK-ONE-CHARACTER
              THRU 2420-CHECK-ONE-CHARACTER-EXIT
              VARYING CHAR-INDEX FROM 1 BY 1
              UNTIL CHAR-INDEX > MAP-WIDTH.
           IF MAP-WIDTH IS GREATER THAN ZERO
               PERFORM 2430-APPLY-ONE-PAIR
                  THRU 2430-APPLY-ONE-PAIR-EXIT
                  VARYING UNION-PAIR-INDEX FROM 1 BY 1
                  UNTIL UNION-PAIR-INDEX > UNION-PAIR-COUNT
           END-IF.
       2410-WALK-ONE-ROW-EXIT.
           EXIT.

       2420-CHECK-ONE-CHARACTER.
           MOVE MAP-TOPO(CHAR-INDEX:1) TO CHAR-UNDER-TEST.
           IF CHAR-UNDER-TEST IS NOT EQUAL TO "."
              AND CHAR-UNDER-TEST IS NOT EQUAL TO "#"
               SET MAP-IS-INVALID TO TRUE
           END-IF.
       2420-CHECK-ONE-CHARACTER-EXIT.
           EXIT.

       2430-APPLY-ONE-PAIR.
           COMPUTE SLOPE-ROW-TEST = ROW-NUMBER - 1.
           DIVIDE SLOPE-ROW-TEST BY UP-SLOPE-DOWN(UNION-PAIR-INDEX)
               GIVING SLOPE-ROW-TEST
               REMAINDER SLOPE-ROW-REMAINDER.
           IF SLOPE-ROW-REMAINDER IS NOT EQUAL TO ZERO
               GO TO 2430-APPLY-ONE-PAIR-EXIT
           END-IF.
           MOVE MAP-TOPO(UP-COORD-X(UNION-PAIR-INDEX):1) TO ITEM.
           IF ITEM IS EQUAL TO "#"
               ADD 1 TO UP-TREES(UNION-PAIR-INDEX)
                   ON SIZE ERROR
                       SET MAP-IS-INVALID TO TRUE
                       MOVE "*** COUNTER OVERFLOW" TO WS-MAP-PROBLEM
               END-ADD
           END-IF.
           ADD UP-SLOPE-RIGHT(UNION-PAIR-INDEX)
               TO UP-COORD-X(UNION-PAIR-INDEX)
               ON SIZE ERROR
                   SET MAP-IS-INVALID TO TRUE
                   MOVE "*** COUNTER OVERFLOW" TO WS-MAP-PROBLEM
           END-ADD.
           IF UP-COORD-X(UNION-PAIR-INDEX) IS GREATER THAN MAP-WIDTH
               SUBTRACT MAP-WIDTH FROM UP-COORD-X(UNION-PAIR-INDEX)
           END-IF.
       2430-APPLY-ONE-PAIR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2500-COMPUTE-PRODUCTS multiplies out each configuration's
      * product from the union pairs it uses - a pair configured
      * twice in a profile counts twice, as it does in the scorer.
      *--------------------------------------------------------------
       2500-COMPUTE-PRODUCTS.
           MOVE 1 TO CURRENT-PRODUCT.
           MOVE 1 TO PROPOSED-PRODUCT.
           MOVE "N" TO PRODUCT-OVERFLOW-SWITCH.
           PERFORM 2510-MULTIPLY-ONE-PAIR
              THRU 2510-MULTIPLY-ONE-PAIR-EXIT
              VARYING UNION-PAIR-INDEX FROM 1 BY 1
              UNTIL UNION-PAIR-INDEX > UNION-PAIR-COUNT.
           COMPUTE PRODUCT-DIFFERENCE =
               PROPOSED-PRODUCT - CURRENT-PRODUCT.
           IF PRODUCT-HAS-OVERFLOWED
               MOVE "*** PRODUCT OVERFLOW" TO WS-MAP-PROBLEM
           END-IF.
           IF PRODUCT-DIFFERENCE IS NOT EQUAL TO ZERO
               ADD 1 TO MAPS-CHANGED-COUNT
           END-IF.
       2500-COMPUTE-PRODUCTS-EXIT.
           EXIT.

       2510-MULTIPLY-ONE-PAIR.
           PERFORM 2520-MULTIPLY-CURRENT-USE
              THRU 2520-MULTIPLY-CURRENT-USE-EXIT
              VARYING WS-USES-INDEX FROM 1 BY 1
              UNTIL WS-USES-INDEX > UP-CURRENT-USES(UNION-PAIR-INDEX).
           PERFORM 2530-MULTIPLY-PROPOSED-USE
              THRU 2530-MULTIPLY-PROPOSED-USE-EXIT
              VARYING WS-USES-INDEX FROM 1 BY 1
              UNTIL WS-USES-INDEX > UP-PROPOSED-USES(UNION-PAIR-INDEX).
       2510-MULTIPLY-ONE-PAIR-EXIT.
           EXIT.

       2520-MULTIPLY-CURRENT-USE.
           MULTIPLY UP-TREES(UNION-PAIR-INDEX) BY CURRENT-PRODUCT
               ON SIZE ERROR
                   SET PRODUCT-HAS-OVERFLOWED TO TRUE
           END-MULTIPLY.
       2520-MULTIPLY-CURRENT-USE-EXIT.
           EXIT.

       2530-MULTIPLY-PROPOSED-USE.
           MULTIPLY UP-TREES(UNION-PAIR-INDEX) BY PROPOSED-PRODUCT
               ON SIZE ERROR
                   SET PRODUCT-HAS-OVERFLOWED TO TRUE
           END-MULTIPLY.
       2530-MULTIPLY-PROPOSED-USE-EXIT.
           EXIT.

       2600-WRITE-MAP-HEADING.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-MAP-FILENAME TO WS-MHL-MAP-NAME.
           MOVE WS-CURRENT-PROFILE-NAME TO WS-MHL-CURRENT-PROFILE.
           MOVE WS-PROPOSED-PROFILE-NAME TO WS-MHL-PROPOSED-PROFILE.
           MOVE WS-MAP-PROBLEM TO WS-MHL-PROBLEM.
           WRITE WHATIF-REPORT-RECORD FROM WS-MAP-HEADING-LINE.
       2600-WRITE-MAP-HEADING-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2700-WRITE-MAP-IMPACT prints one line per union pair - the
      * trees under each configuration that uses it, blank under one
      * that does not - then the product line.
      *--------------------------------------------------------------
       2700-WRITE-MAP-IMPACT.
           WRITE WHATIF-REPORT-RECORD FROM WS-IMPACT-COLUMN-HEADING.
           PERFORM 2710-WRITE-ONE-PAIR-IMPACT
              THRU 2710-WRITE-ONE-PAIR-IMPACT-EXIT
              VARYING UNION-PAIR-INDEX FROM 1 BY 1
              UNTIL UNION-PAIR-INDEX > UNION-PAIR-COUNT.
           MOVE SPACES TO WS-IMPACT-DETAIL-LINE.
           MOVE "PRODUCT" TO WS-IMPACT-DETAIL-LINE(5:7).
           MOVE CURRENT-PRODUCT TO WS-IDL-CURRENT.
           MOVE PROPOSED-PRODUCT TO WS-IDL-PROPOSED.
           MOVE PRODUCT-DIFFERENCE TO WS-IDL-DIFFERENCE.
           IF PRODUCT-DIFFERENCE IS EQUAL TO ZERO
               MOVE "UNCHANGED" TO WS-IDL-CHANGE
           ELSE
               MOVE "CHANGED" TO WS-IDL-CHANGE
           END-IF.
           WRITE WHATIF-REPORT-RECORD FROM WS-IMPACT-DETAIL-LINE.
       2700-WRITE-MAP-IMPACT-EXIT.
           EXIT.

       2710-WRITE-ONE-PAIR-IMPACT.
           MOVE SPACES TO WS-IMPACT-DETAIL-LINE.
           MOVE UP-SLOPE-RIGHT(UNION-PAIR-INDEX) TO WS-IDL-SLOPE-RIGHT.
           MOVE "/" TO WS-IMPACT-DETAIL-LINE(7:1).
           MOVE UP-SLOPE-DOWN(UNION-PAIR-INDEX) TO WS-IDL-SLOPE-DOWN.
           MOVE 0 TO PAIR-DIFFERENCE.
           IF UP-CURRENT-USES(UNION-PAIR-INDEX) IS GREATER THAN ZERO
               MOVE UP-TREES(UNION-PAIR-INDEX) TO WS-IDL-CURRENT
               SUBTRACT UP-TREES(UNION-PAIR-INDEX) FROM
                   PAIR-DIFFERENCE
           END-IF.
           IF UP-PROPOSED-USES(UNION-PAIR-INDEX) IS GREATER THAN ZERO
               MOVE UP-TREES(UNION-PAIR-INDEX) TO WS-IDL-PROPOSED
               ADD UP-TREES(UNION-PAIR-INDEX) TO PAIR-DIFFERENCE
           END-IF.
           MOVE PAIR-DIFFERENCE TO WS-IDL-DIFFERENCE.
           IF UP-CURRENT-USES(UNION-PAIR-INDEX) IS EQUAL TO ZERO
               MOVE "ADDED" TO WS-IDL-CHANGE
           ELSE
               IF UP-PROPOSED-USES(UNION-PAIR-INDEX) IS EQUAL TO ZERO
                   MOVE "DROPPED" TO WS-IDL-CHANGE
               ELSE
                   MOVE "UNCHANGED" TO WS-IDL-CHANGE
               END-IF
           END-IF.
           WRITE WHATIF-REPORT-RECORD FROM WS-IMPACT-DETAIL-LINE.
       2710-WRITE-ONE-PAIR-IMPACT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2800-CHECK-BANDS holds one union pair against its band, when
      * the map and pair have one. Under the proposed config a count
      * outside the band is a break - NEW BREAK when production does
      * not score that pair for the map today, ALREADY OUT when it
      * does and is out already. A banded pair the proposed config
      * drops is listed as NO LONGER CHECKED.
      *--------------------------------------------------------------
       2800-CHECK-BANDS.
           MOVE 0 TO EXPECTATION-MATCH-INDEX.
           PERFORM 2810-MATCH-ONE-EXPECTATION
              THRU 2810-MATCH-ONE-EXPECTATION-EXIT
              VARYING EXPECTATION-SCAN-INDEX FROM 1 BY 1
              UNTIL EXPECTATION-SCAN-INDEX > EXPECTATION-COUNT
                 OR EXPECTATION-MATCH-INDEX > 0.
           IF EXPECTATION-MATCH-INDEX IS EQUAL TO ZERO
               GO TO 2800-CHECK-BANDS-EXIT
           END-IF.
           IF UP-PROPOSED-USES(UNION-PAIR-INDEX) IS EQUAL TO ZERO
               ADD 1 TO UNCHECKED-BAND-COUNT
               MOVE "NO LONGER CHECKED" TO WS-BAND-STATUS
               PERFORM 2820-RECORD-BROKEN-BAND
                  THRU 2820-RECORD-BROKEN-BAND-EXIT
               GO TO 2800-CHECK-BANDS-EXIT
           END-IF.
           IF UP-TREES(UNION-PAIR-INDEX) IS NOT LESS THAN
              EXP-LOW-TREES(EXPECTATION-MATCH-INDEX)
              AND UP-TREES(UNION-PAIR-INDEX) IS NOT GREATER THAN
              EXP-HIGH-TREES(EXPECTATION-MATCH-INDEX)
               GO TO 2800-CHECK-BANDS-EXIT
           END-IF.
           IF UP-CURRENT-USES(UNION-PAIR-INDEX) IS EQUAL TO ZERO
               ADD 1 TO NEW-BREAK-COUNT
               MOVE "NEW BREAK" TO WS-BAND-STATUS
           ELSE
               ADD 1 TO ALREADY-OUT-COUNT
               MOVE "ALREADY OUT" TO WS-BAND-STATUS
           END-IF.
           PERFORM 2820-RECORD-BROKEN-BAND
              THRU 2820-RECORD-BROKEN-BAND-EXIT.
       2800-CHECK-BANDS-EXIT.
           EXIT.

       2810-MATCH-ONE-EXPECTATION.
           IF EXP-MAP-NAME(EXPECTATION-SCAN-INDEX) IS EQUAL TO
              WS-MAP-FILENAME
              AND EXP-SLOPE-RIGHT(EXPECTATION-SCAN-INDEX) IS EQUAL
                  TO UP-SLOPE-RIGHT(UNION-PAIR-INDEX)
              AND EXP-SLOPE-DOWN(EXPECTATION-SCAN-INDEX) IS EQUAL
                  TO UP-SLOPE-DOWN(UNION-PAIR-INDEX)
               MOVE EXPECTATION-SCAN-INDEX TO
                   EXPECTATION-MATCH-INDEX
           END-IF.
       2810-MATCH-ONE-EXPECTATION-EXIT.
           EXIT.

       2820-RECORD-BROKEN-BAND.
           IF BROKEN-BAND-COUNT IS NOT LESS THAN MAX-BROKEN-BANDS
               ADD 1 TO BROKEN-BANDS-NOT-LISTED
               GO TO 2820-RECORD-BROKEN-BAND-EXIT
           END-IF.
           ADD 1 TO BROKEN-BAND-COUNT.
           MOVE WS-MAP-FILENAME TO BB-MAP-NAME(BROKEN-BAND-COUNT).
           MOVE UP-SLOPE-RIGHT(UNION-PAIR-INDEX) TO
               BB-SLOPE-RIGHT(BROKEN-BAND-COUNT).
           MOVE UP-SLOPE-DOWN(UNION-PAIR-INDEX) TO
               BB-SLOPE-DOWN(BROKEN-BAND-COUNT).
           MOVE UP-TREES(UNION-PAIR-INDEX) TO
               BB-TREES(BROKEN-BAND-COUNT).
           MOVE EXP-LOW-TREES(EXPECTATION-MATCH-INDEX) TO
               BB-LOW-TREES(BROKEN-BAND-COUNT).
           MOVE EXP-HIGH-TREES(EXPECTATION-MATCH-INDEX) TO
               BB-HIGH-TREES(BROKEN-BAND-COUNT).
           MOVE WS-BAND-STATUS TO BB-STATUS(BROKEN-BAND-COUNT).
       2820-RECORD-BROKEN-BAND-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-WRITE-PROFILE-COMPARISON lists every profile either
      * configuration defines, with its slope count on each side.
      * A profile whose pairs differ in any way is CHANGED.
      *--------------------------------------------------------------
       3000-WRITE-PROFILE-COMPARISON.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "PROFILES" TO WS-SECTION-HEADING.
           WRITE WHATIF-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE WHATIF-REPORT-RECORD FROM WS-PROFILE-COLUMN-HEADING.
           PERFORM 3100-COMPARE-CURRENT-PROFILE
              THRU 3100-COMPARE-CURRENT-PROFILE-EXIT
              VARYING CURRENT-PROFILE-INDEX FROM 1 BY 1
              UNTIL CURRENT-PROFILE-INDEX >
                    CS-PROFILE-COUNT(CURRENT-SET).
           PERFORM 3200-LIST-ADDED-PROFILE
              THRU 3200-LIST-ADDED-PROFILE-EXIT
              VARYING PROPOSED-PROFILE-INDEX FROM 1 BY 1
              UNTIL PROPOSED-PROFILE-INDEX >
                    CS-PROFILE-COUNT(PROPOSED-SET).
       3000-WRITE-PROFILE-COMPARISON-EXIT.
           EXIT.

       3100-COMPARE-CURRENT-PROFILE.
           MOVE SPACES TO WS-PROFILE-DETAIL-LINE.
           MOVE CS-PROFILE-NAME(CURRENT-SET, CURRENT-PROFILE-INDEX)
               TO WS-PDL-PROFILE-NAME.
           MOVE CS-SLOPE-COUNT(CURRENT-SET, CURRENT-PROFILE-INDEX)
               TO WS-PDL-CURRENT.
           MOVE CS-PROFILE-NAME(CURRENT-SET, CURRENT-PROFILE-INDEX)
               TO WS-CFG-PROFILE-NAME.
           MOVE PROPOSED-SET TO CONFIG-SET-INDEX.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM 1430-MATCH-ONE-CONFIG-PROFILE
              THRU 1430-MATCH-ONE-CONFIG-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX >
                    CS-PROFILE-COUNT(PROPOSED-SET)
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS EQUAL TO ZERO
               MOVE "DROPPED" TO WS-PDL-CHANGE
               WRITE WHATIF-REPORT-RECORD FROM WS-PROFILE-DETAIL-LINE
               GO TO 3100-COMPARE-CURRENT-PROFILE-EXIT
           END-IF.
           MOVE CS-SLOPE-COUNT(PROPOSED-SET, PROFILE-MATCH-INDEX)
               TO WS-PDL-PROPOSED.
           MOVE "UNCHANGED" TO WS-PDL-CHANGE.
           IF CS-SLOPE-COUNT(PROPOSED-SET, PROFILE-MATCH-INDEX)
              IS NOT EQUAL TO
              CS-SLOPE-COUNT(CURRENT-SET, CURRENT-PROFILE-INDEX)
               MOVE "CHANGED" TO WS-PDL-CHANGE
           ELSE
               PERFORM 3110-COMPARE-ONE-PROFILE-PAIR
                  THRU 3110-COMPARE-ONE-PROFILE-PAIR-EXIT
                  VARYING SLOPE-INDEX FROM 1 BY 1
                  UNTIL SLOPE-INDEX >
                     CS-SLOPE-COUNT(CURRENT-SET, CURRENT-PROFILE-INDEX)
           END-IF.
           WRITE WHATIF-REPORT-RECORD FROM WS-PROFILE-DETAIL-LINE.
       3100-COMPARE-CURRENT-PROFILE-EXIT.
           EXIT.

       3110-COMPARE-ONE-PROFILE-PAIR.
           IF CS-SLOPE-RIGHT(CURRENT-SET, CURRENT-PROFILE-INDEX,
              SLOPE-INDEX) IS NOT EQUAL TO
              CS-SLOPE-RIGHT(PROPOSED-SET, PROFILE-MATCH-INDEX,
              SLOPE-INDEX)
              OR CS-SLOPE-DOWN(CURRENT-SET, CURRENT-PROFILE-INDEX,
              SLOPE-INDEX) IS NOT EQUAL TO
              CS-SLOPE-DOWN(PROPOSED-SET, PROFILE-MATCH-INDEX,
              SLOPE-INDEX)
               MOVE "CHANGED" TO WS-PDL-CHANGE
           END-IF.
       3110-COMPARE-ONE-PROFILE-PAIR-EXIT.
           EXIT.

       3200-LIST-ADDED-PROFILE.
           MOVE CS-PROFILE-NAME(PROPOSED-SET, PROPOSED-PROFILE-INDEX)
               TO WS-CFG-PROFILE-NAME.
           MOVE CURRENT-SET TO CONFIG-SET-INDEX.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM 1430-MATCH-ONE-CONFIG-PROFILE
              THRU 1430-MATCH-ONE-CONFIG-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX >
                    CS-PROFILE-COUNT(CURRENT-SET)
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS GREATER THAN ZERO
               GO TO 3200-LIST-ADDED-PROFILE-EXIT
           END-IF.
           MOVE SPACES TO WS-PROFILE-DETAIL-LINE.
           MOVE WS-CFG-PROFILE-NAME TO WS-PDL-PROFILE-NAME.
           MOVE CS-SLOPE-COUNT(PROPOSED-SET, PROPOSED-PROFILE-INDEX)
               TO WS-PDL-PROPOSED.
           MOVE "ADDED" TO WS-PDL-CHANGE.
           WRITE WHATIF-REPORT-RECORD FROM WS-PROFILE-DETAIL-LINE.
       3200-LIST-ADDED-PROFILE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-WRITE-BROKEN-BANDS lists the expected-results bands the
      * proposed config would break or stop checking.
      *--------------------------------------------------------------
       4000-WRITE-BROKEN-BANDS.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "EXPECTED-RESULTS BANDS BROKEN BY PROPOSED CONFIG"
               TO WS-SECTION-HEADING.
           WRITE WHATIF-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE WHATIF-REPORT-RECORD FROM WS-BAND-COLUMN-HEADING.
           IF BROKEN-BAND-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
               GO TO 4000-WRITE-BROKEN-BANDS-EXIT
           END-IF.
           PERFORM 4100-WRITE-ONE-BROKEN-BAND
              THRU 4100-WRITE-ONE-BROKEN-BAND-EXIT
              VARYING BROKEN-BAND-INDEX FROM 1 BY 1
              UNTIL BROKEN-BAND-INDEX > BROKEN-BAND-COUNT.
       4000-WRITE-BROKEN-BANDS-EXIT.
           EXIT.

       4100-WRITE-ONE-BROKEN-BAND.
           MOVE BB-MAP-NAME(BROKEN-BAND-INDEX) TO WS-BDL-MAP-NAME.
           MOVE BB-SLOPE-RIGHT(BROKEN-BAND-INDEX) TO WS-BDL-SLOPE-RIGHT.
           MOVE BB-SLOPE-DOWN(BROKEN-BAND-INDEX) TO WS-BDL-SLOPE-DOWN.
           IF BB-STATUS(BROKEN-BAND-INDEX) IS EQUAL TO
              "NO LONGER CHECKED"
               MOVE SPACES TO WS-BDL-TREES-X
           ELSE
               MOVE BB-TREES(BROKEN-BAND-INDEX) TO WS-BDL-TREES
           END-IF.
           MOVE BB-LOW-TREES(BROKEN-BAND-INDEX) TO WS-BDL-LOW.
           MOVE BB-HIGH-TREES(BROKEN-BAND-INDEX) TO WS-BDL-HIGH.
           MOVE BB-STATUS(BROKEN-BAND-INDEX) TO WS-BDL-STATUS.
           WRITE WHATIF-REPORT-RECORD FROM WS-BAND-DETAIL-LINE.
       4100-WRITE-ONE-BROKEN-BAND-EXIT.
           EXIT.

       5000-WRITE-REJECTED-LINES.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "SLOPE CONFIG LINES REJECTED" TO WS-SECTION-HEADING.
           WRITE WHATIF-REPORT-RECORD FROM WS-SECTION-HEADING.
           IF REJECTED-LINE-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
               GO TO 5000-WRITE-REJECTED-LINES-EXIT
           END-IF.
           PERFORM 5100-WRITE-ONE-REJECTED-LINE
              THRU 5100-WRITE-ONE-REJECTED-LINE-EXIT
              VARYING REJECTED-LINE-INDEX FROM 1 BY 1
              UNTIL REJECTED-LINE-INDEX > REJECTED-LINE-COUNT.
       5000-WRITE-REJECTED-LINES-EXIT.
           EXIT.

       5100-WRITE-ONE-REJECTED-LINE.
           IF RJ-CONFIG-SET(REJECTED-LINE-INDEX) IS EQUAL TO
              CURRENT-SET
               MOVE "CURRENT" TO WS-RLD-CONFIG
           ELSE
               MOVE "PROPOSED" TO WS-RLD-CONFIG
           END-IF.
           MOVE RJ-RECORD-NUMBER(REJECTED-LINE-INDEX) TO
               WS-RLD-RECORD-NUMBER.
           MOVE RJ-CONTENT(REJECTED-LINE-INDEX) TO WS-RLD-CONTENT.
           WRITE WHATIF-REPORT-RECORD FROM WS-REJECTED-LINE-DETAIL.
       5100-WRITE-ONE-REJECTED-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 8000-WRITE-TRAILER closes the report with the run counts and
      * sets the return code: 4 when the proposed config breaks a
      * band production passes today, has lines the scorer would
      * reject, a map could not be assessed or the registry could
      * not be read; otherwise 0.
      *--------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "MAP-LIST ENTRIES" TO WS-TRL-LABEL.
           MOVE MAPS-LISTED-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "RETIRED MAPS PASSED OVER" TO WS-TRL-LABEL.
           MOVE MAPS-RETIRED-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF REGISTRY-IS-UNREADABLE
               MOVE
                   "  MAP REGISTRY UNREADABLE - RETIRED MAPS ASSESSED"
                   TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
           END-IF.
           MOVE "MAPS ASSESSED" TO WS-TRL-LABEL.
           MOVE MAPS-ASSESSED-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS WHOSE PRODUCT CHANGES" TO WS-TRL-LABEL.
           MOVE MAPS-CHANGED-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS FAILING VALIDATION" TO WS-TRL-LABEL.
           MOVE MAPS-INVALID-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "MAPS THAT COULD NOT BE OPENED" TO WS-TRL-LABEL.
           MOVE MAPS-UNREADABLE-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "BANDS - NEW BREAKS" TO WS-TRL-LABEL.
           MOVE NEW-BREAK-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "BANDS - ALREADY OUT" TO WS-TRL-LABEL.
           MOVE ALREADY-OUT-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "BANDS - NO LONGER CHECKED" TO WS-TRL-LABEL.
           MOVE UNCHECKED-BAND-COUNT TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF BROKEN-BANDS-NOT-LISTED IS GREATER THAN ZERO
               MOVE "BANDS NOT LISTED - TABLE FULL" TO WS-TRL-LABEL
               MOVE BROKEN-BANDS-NOT-LISTED TO WS-TRL-COUNT
               WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE
           END-IF.
           MOVE "EXPECTATION LINES REJECTED" TO WS-TRL-LABEL.
           MOVE EXPECTATIONS-REJECTED TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "CURRENT CONFIG LINES REJECTED" TO WS-TRL-LABEL.
           MOVE CS-LINES-REJECTED(CURRENT-SET) TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "PROPOSED CONFIG LINES REJECTED" TO WS-TRL-LABEL.
           MOVE CS-LINES-REJECTED(PROPOSED-SET) TO WS-TRL-COUNT.
           WRITE WHATIF-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF CS-DEFAULTED-SWITCH(PROPOSED-SET) IS EQUAL TO "Y"
               MOVE
                   "  PROPOSED STANDARD EMPTY - DEFAULT SLOPES USED"
                   TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
           END-IF.
           IF NEW-BREAK-COUNT IS GREATER THAN ZERO
              OR CS-LINES-REJECTED(PROPOSED-SET) IS GREATER THAN ZERO
              OR MAPS-UNREADABLE-COUNT IS GREATER THAN ZERO
              OR REGISTRY-IS-UNREADABLE
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "WHAT-IF: " MAPS-ASSESSED-COUNT " MAPS ASSESSED, "
               MAPS-CHANGED-COUNT " CHANGED, " NEW-BREAK-COUNT
               " NEW BAND BREAKS.".
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF RUN-IS-VALID
               CLOSE MAP-LIST-FILE
                     WHATIF-REPORT-FILE
           END-IF.
           IF REGISTRY-IS-OPEN
               CLOSE MAP-REGISTRY-FILE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
