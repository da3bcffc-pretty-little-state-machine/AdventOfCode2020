      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-slope-search.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New least-trees route search for
      *                    planning: a one-card parameter file
      *                    names one map (or leaves the map blank
      *                    for every entry on the map list) and a
      *                    search range for RIGHT and DOWN. Every
      *                    right/down pair in the range is walked
      *                    against the map in one pass, with the
      *                    same measured-width wraparound the
      *                    scoring program uses, and the pairs are
      *                    ranked from fewest trees to most with
      *                    each pair's trees as a percentage of the
      *                    rows it visits. The slopes of the map's
      *                    configured profile are marked where they
      *                    fall in the ranking, so a recommended
      *                    route comes with the numbers that show
      *                    what it saves over the configured ones.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEARCH-PARM-FILE ASSIGN
               TO './files/day_3_slope_search_parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEARCH-PARM-FILE-STATUS.

           SELECT MAP-LIST-FILE ASSIGN
               TO './files/day_3_map_list.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-LIST-FILE-STATUS.

           SELECT SLOPE-CONFIG-FILE ASSIGN
               TO './files/day_3_slope_config.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLOPE-CONFIG-FILE-STATUS.

           SELECT MAP ASSIGN TO DYNAMIC WS-MAP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT SEARCH-REPORT-FILE ASSIGN
               TO './files/day_3_slope_search_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SEARCH-PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  SEARCH-PARM-RECORD PIC X(130).

       FD MAP-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-LIST-RECORD PIC X(120).

       FD SLOPE-CONFIG-FILE
           LABEL RECORDS ARE OMITTED.
       01  SLOPE-CONFIG-RECORD PIC X(20).

       FD MAP
           LABEL RECORDS ARE OMITTED.
       01  INPUTRECORD PIC X(501).

       FD SEARCH-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  SEARCH-REPORT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-SEARCH-PARM-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-SEARCH-PARM-OPEN-OK VALUE "00".
       01  WS-MAP-LIST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-LIST-OPEN-OK VALUE "00".
       01  WS-MAP-FILENAME PIC X(100).
       01  WS-MAP-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-MAP-OPEN-OK VALUE "00".
       01  PARM-VALID-SWITCH PIC X(01) VALUE "Y".
           88 PARM-IS-VALID VALUE "Y".
           88 PARM-IS-INVALID VALUE "N".
       01  MAP-LIST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MAP-LIST-IS-EOF VALUE "Y".
       01  MAP-EOF-SWITCH PIC 9 VALUE 0.
       01  WS-SEARCH-RUN-DATE PIC 9(06).
       01  WS-SEARCH-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * WS-SEARCH-PARM-CARD is the one-card selection: the map to
      * search (blank searches every map-list entry), the inclusive
      * RIGHT and DOWN ranges, and the profile whose slopes are
      * marked for a single named map (blank means STANDARD; a
      * map-list search marks the profile each entry names). A blank
      * range field takes the span of the five standard slopes -
      * RIGHT 1 thru 7, DOWN 1 thru 2.
      *--------------------------------------------------------------
       01  WS-SEARCH-PARM-CARD.
           05 WS-PRM-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01).
           05 WS-PRM-RIGHT-FROM-X PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-PRM-RIGHT-THRU-X PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-PRM-DOWN-FROM-X  PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-PRM-DOWN-THRU-X  PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-PRM-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(07).
       01  WS-PRM-RIGHT-FROM PIC 9(02).
       01  WS-PRM-RIGHT-THRU PIC 9(02).
       01  WS-PRM-DOWN-FROM  PIC 9(02).
       01  WS-PRM-DOWN-THRU  PIC 9(02).
       01  SEARCH-ALL-MAPS-SWITCH PIC X(01) VALUE "N".
           88 SEARCH-ALL-MAPS VALUE "Y".

      *--------------------------------------------------------------
      * WS-MAP-LIST-LINE mirrors the map-list entry the scoring
      * program reads: the map path, then an optional profile name.
      *--------------------------------------------------------------
       01  WS-MAP-LIST-LINE.
           05 WS-MLL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01).
           05 WS-MLL-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(09).
       01  WS-REQUESTED-PROFILE-NAME PIC X(10).

      *--------------------------------------------------------------
      * SLOPE-PROFILE-TABLE is loaded from SLOPE-CONFIG-FILE exactly
      * the way the scoring program loads it - profile one is always
      * STANDARD, pairs ahead of any "PROFILE name" record land
      * there, and an empty STANDARD takes the five standard
      * toboggan slopes - so the slopes marked in the ranking are
      * the ones the production run would score the map with.
      *--------------------------------------------------------------
       01  MAX-PROFILES PIC 9(02) VALUE 10.
       01  PROFILE-COUNT PIC 9(02) VALUE 0.
       01  PROFILE-SCAN-INDEX PIC 9(02) VALUE 0.
       01  PROFILE-MATCH-INDEX PIC 9(02) VALUE 0.
       01  CURRENT-PROFILE-INDEX PIC 9(02) VALUE 1.
       01  MAX-SLOPES PIC 9(02) VALUE 25.
       01  SLOPE-INDEX PIC 9(02) VALUE 0.
       01  SLOPE-PROFILE-TABLE.
           05 SLOPE-PROFILE-ENTRY OCCURS 10 TIMES.
              10 PRO-PROFILE-NAME PIC X(10).
              10 PRO-SLOPE-COUNT  PIC 9(02).
              10 PRO-SLOPE OCCURS 25 TIMES.
                 15 PRO-SLOPE-RIGHT PIC 9(02).
                 15 PRO-SLOPE-DOWN  PIC 9(02).
       01  WS-DEFAULT-PROFILE-NAME PIC X(10) VALUE "STANDARD".
       01  WS-SLOPE-CONFIG-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-SLOPE-CONFIG-OPEN-OK VALUE "00".
       01  SLOPE-CONFIG-EOF-SWITCH PIC X(01) VALUE "N".
           88 SLOPE-CONFIG-IS-EOF VALUE "Y".
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
      * SEARCH-PAIR-TABLE holds every right/down pair in the search
      * range for the map being searched, each with its own
      * traversal state kept exactly the way the scoring program
      * keeps a slope's: COORD-X starts at one, only the rows the
      * pair's DOWN interval lands on are sampled, and the
      * wraparound modulus is the measured width of the first row.
      * That wraparound subtracts the width once, so a pair whose
      * RIGHT is wider than the map is not walked - the scoring
      * program could not score it either - and is counted apart
      * from the ranking. RANK-ORDER-TABLE lists the pairs in rank
      * order once the map has been read.
      *--------------------------------------------------------------
       01  MAX-SEARCH-PAIRS PIC 9(03) VALUE 500.
       01  SEARCH-PAIR-COUNT PIC 9(03) VALUE 0.
       01  SEARCH-PAIR-INDEX PIC 9(03) VALUE 0.
       01  SEARCH-PAIR-MATCH-INDEX PIC 9(03) VALUE 0.
       01  SEARCH-RIGHT PIC 9(03) VALUE 0.
       01  SEARCH-DOWN PIC 9(03) VALUE 0.
       01  WS-PAIRS-REQUESTED PIC 9(05) VALUE 0.
       01  SEARCH-PAIR-TABLE.
           05 SEARCH-PAIR-ENTRY OCCURS 500 TIMES.
              10 SP-RIGHT           PIC 9(02).
              10 SP-DOWN            PIC 9(02).
              10 SP-COORD-X         PIC 9(05).
              10 SP-TREES           PIC 9(07).
              10 SP-ROWS-VISITED    PIC 9(05).
              10 SP-PCT             PIC 9(03)V9(02).
              10 SP-WALK-FLAG       PIC X(01).
                 88 SP-IS-WALKED     VALUE "Y".
                 88 SP-IS-NOT-WALKED VALUE "N".
              10 SP-RANK            PIC 9(03).
              10 SP-CONFIGURED-FLAG PIC X(01).
                 88 SP-IS-CONFIGURED VALUE "Y".
       01  RANKED-PAIR-COUNT PIC 9(03) VALUE 0.
       01  RANK-INDEX PIC 9(03) VALUE 0.
       01  BEST-PAIR-INDEX PIC 9(03) VALUE 0.
       01  NOT-WALKED-COUNT PIC 9(03) VALUE 0.
       01  RANK-ORDER-TABLE.
           05 RANK-PAIR-INDEX OCCURS 500 TIMES PIC 9(03).

      *--------------------------------------------------------------
      * Per-map traversal state. MAP-TOPO is one column wider than
      * MAX-MAP-WIDTH so a row that overruns the maximum is told
      * apart from one of exactly the maximum width, as the scoring
      * program does; an overrunning map is not ranked.
      *--------------------------------------------------------------
       01  MAP-TOPO.
           05 FIELD PIC A(501).
       01  MAX-MAP-WIDTH PIC 9(05) VALUE 500.
       01  ROW-NUMBER PIC 9(05) VALUE 0.
       01  MAP-WIDTH PIC 9(05) VALUE 0.
       01  SLOPE-ROW-TEST PIC 9(05).
       01  SLOPE-ROW-REMAINDER PIC 9(05).
       01  ITEM PIC X(01).
       01  MAP-USABLE-SWITCH PIC X(01) VALUE "Y".
           88 MAP-IS-USABLE VALUE "Y".
           88 MAP-IS-UNUSABLE VALUE "N".
       01  WS-UNUSABLE-REASON PIC X(30).

       01  MAPS-SEARCHED-COUNT PIC 9(05) VALUE 0.
       01  MAPS-NOT-SEARCHED-COUNT PIC 9(05) VALUE 0.

      *--------------------------------------------------------------
      * Report lines: run heading and search range, then per map a
      * heading, the ranked pairs (configured slopes flagged with
      * the profile name), the recommended route, where each
      * configured slope ranked, and a run trailer.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(37) VALUE
              "LEAST-TREES SLOPE SEARCH - RUN DATE  ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(14) VALUE "SEARCH RIGHT  ".
           05 WS-HD2-RIGHT-FROM PIC Z9.
           05 FILLER PIC X(06) VALUE " THRU ".
           05 WS-HD2-RIGHT-THRU PIC Z9.
           05 FILLER PIC X(08) VALUE "   DOWN ".
           05 WS-HD2-DOWN-FROM PIC Z9.
           05 FILLER PIC X(06) VALUE " THRU ".
           05 WS-HD2-DOWN-THRU PIC Z9.
           05 FILLER PIC X(09) VALUE "   PAIRS ".
           05 WS-HD2-PAIRS PIC Z(3)9.
       01  WS-MAP-HEADING-1.
           05 FILLER PIC X(05) VALUE "MAP  ".
           05 WS-MH1-MAP-NAME PIC X(100).
       01  WS-MAP-HEADING-2.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "WIDTH ".
           05 WS-MH2-WIDTH PIC Z(4)9.
           05 FILLER PIC X(07) VALUE "  ROWS ".
           05 WS-MH2-ROWS PIC Z(4)9.
           05 FILLER PIC X(10) VALUE "  PROFILE ".
           05 WS-MH2-PROFILE PIC X(10).
       01  WS-MAP-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "   RANK  RIGHT/DOWN    TREES  ROWS VISIT".
           05 FILLER PIC X(30) VALUE
              "ED  PCT TREES  CONFIGURED".
       01  WS-RANK-LINE.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-RNK-RANK PIC Z(3)9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-RNK-RIGHT PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 WS-RNK-DOWN PIC Z9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-RNK-TREES PIC Z(6)9.
           05 FILLER PIC X(07) VALUE SPACES.
           05 WS-RNK-VISITED PIC Z(4)9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-RNK-PCT PIC ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RNK-CONFIGURED PIC X(14).
       01  WS-RECOMMEND-LINE.
           05 FILLER PIC X(26) VALUE
              "  RECOMMENDED ROUTE RIGHT ".
           05 WS-REC-RIGHT PIC Z9.
           05 FILLER PIC X(06) VALUE " DOWN ".
           05 WS-REC-DOWN PIC Z9.
           05 FILLER PIC X(07) VALUE " TREES ".
           05 WS-REC-TREES PIC Z(6)9.
           05 FILLER PIC X(05) VALUE " PCT ".
           05 WS-REC-PCT PIC ZZ9.99.
       01  WS-CONFIGURED-LINE.
           05 FILLER PIC X(19) VALUE
              "  CONFIGURED SLOPE ".
           05 WS-CFL-RIGHT PIC Z9.
           05 FILLER PIC X(01) VALUE "/".
           05 WS-CFL-DOWN PIC Z9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-CFL-TEXT PIC X(25).
       01  WS-RANK-TEXT.
           05 FILLER PIC X(05) VALUE "RANK ".
           05 WS-RKT-RANK PIC Z(3)9.
           05 FILLER PIC X(04) VALUE " OF ".
           05 WS-RKT-OF PIC Z(3)9.
       01  WS-NOT-WALKED-LINE.
           05 FILLER PIC X(40) VALUE
              "  PAIRS NOT WALKED - RIGHT WIDER THAN MA".
           05 FILLER PIC X(03) VALUE "P  ".
           05 WS-NWL-COUNT PIC Z(3)9.
       01  WS-UNUSABLE-LINE.
           05 FILLER PIC X(19) VALUE "  MAP NOT SEARCHED ".
           05 WS-UNL-REASON PIC X(30).
       01  WS-REPORT-TRAILER.
           05 FILLER PIC X(14) VALUE "MAPS SEARCHED ".
           05 WS-TRL-SEARCHED PIC Z(4)9.
           05 FILLER PIC X(20) VALUE "  MAPS NOT SEARCHED ".
           05 WS-TRL-NOT-SEARCHED PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF PARM-IS-VALID
               IF SEARCH-ALL-MAPS
                   PERFORM 2000-SEARCH-MAP-LIST
                      THRU 2000-SEARCH-MAP-LIST-EXIT
                      UNTIL MAP-LIST-IS-EOF
               ELSE
                   MOVE WS-PRM-MAP-NAME TO WS-MAP-FILENAME
                   MOVE WS-PRM-PROFILE-NAME TO
                       WS-REQUESTED-PROFILE-NAME
                   PERFORM 2100-SEARCH-ONE-MAP
                      THRU 2100-SEARCH-ONE-MAP-EXIT
               END-IF
               PERFORM 8000-WRITE-REPORT-TRAILER
                  THRU 8000-WRITE-REPORT-TRAILER-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SEARCH-RUN-DATE FROM DATE.
           ACCEPT WS-SEARCH-RUN-TIME FROM TIME.
           PERFORM 1100-READ-PARM-CARD
              THRU 1100-READ-PARM-CARD-EXIT.
           IF PARM-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF SEARCH-ALL-MAPS
               OPEN INPUT MAP-LIST-FILE
               IF NOT WS-MAP-LIST-OPEN-OK
                   DISPLAY "*** UNABLE TO OPEN MAP LIST FILE - "
                       "FILE STATUS " WS-MAP-LIST-FILE-STATUS " ***"
                   SET PARM-IS-INVALID TO TRUE
                   MOVE 12 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF.
           PERFORM 1200-LOAD-SLOPE-CONFIG
              THRU 1200-LOAD-SLOPE-CONFIG-EXIT.
           OPEN OUTPUT SEARCH-REPORT-FILE.
           MOVE WS-SEARCH-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-SEARCH-RUN-TIME TO WS-HD1-TIME.
           WRITE SEARCH-REPORT-RECORD FROM WS-REPORT-HEADING-1.
           MOVE WS-PRM-RIGHT-FROM TO WS-HD2-RIGHT-FROM.
           MOVE WS-PRM-RIGHT-THRU TO WS-HD2-RIGHT-THRU.
           MOVE WS-PRM-DOWN-FROM TO WS-HD2-DOWN-FROM.
           MOVE WS-PRM-DOWN-THRU TO WS-HD2-DOWN-THRU.
           MOVE WS-PAIRS-REQUESTED TO WS-HD2-PAIRS.
           WRITE SEARCH-REPORT-RECORD FROM WS-REPORT-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-READ-PARM-CARD reads and validates the one selection
      * card. Each range field must be numeric when supplied, FROM
      * may not follow THRU, DOWN must start at one or more (the
      * walk divides by it), and the range may not hold more pairs
      * than SEARCH-PAIR-TABLE - a bad card stops the search before
      * any map is opened.
      *--------------------------------------------------------------
       1100-READ-PARM-CARD.
           OPEN INPUT SEARCH-PARM-FILE.
           IF NOT WS-SEARCH-PARM-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN SLOPE SEARCH PARM FILE - "
                   "FILE STATUS " WS-SEARCH-PARM-FILE-STATUS " ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           READ SEARCH-PARM-FILE INTO WS-SEARCH-PARM-CARD
               AT END
                   DISPLAY "*** SLOPE SEARCH PARM FILE IS EMPTY ***"
                   SET PARM-IS-INVALID TO TRUE
                   MOVE 12 TO RETURN-CODE
           END-READ.
           CLOSE SEARCH-PARM-FILE.
           IF PARM-IS-INVALID
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           IF WS-PRM-MAP-NAME IS EQUAL TO SPACES
               SET SEARCH-ALL-MAPS TO TRUE
           END-IF.
           IF WS-PRM-RIGHT-FROM-X IS EQUAL TO SPACES
               MOVE "01" TO WS-PRM-RIGHT-FROM-X
           END-IF.
           IF WS-PRM-RIGHT-THRU-X IS EQUAL TO SPACES
               MOVE "07" TO WS-PRM-RIGHT-THRU-X
           END-IF.
           IF WS-PRM-DOWN-FROM-X IS EQUAL TO SPACES
               MOVE "01" TO WS-PRM-DOWN-FROM-X
           END-IF.
           IF WS-PRM-DOWN-THRU-X IS EQUAL TO SPACES
               MOVE "02" TO WS-PRM-DOWN-THRU-X
           END-IF.
           INSPECT WS-PRM-RIGHT-FROM-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-PRM-RIGHT-THRU-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-PRM-DOWN-FROM-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-PRM-DOWN-THRU-X REPLACING LEADING SPACE BY "0".
           IF WS-PRM-RIGHT-FROM-X IS NOT NUMERIC
              OR WS-PRM-RIGHT-THRU-X IS NOT NUMERIC
              OR WS-PRM-DOWN-FROM-X IS NOT NUMERIC
              OR WS-PRM-DOWN-THRU-X IS NOT NUMERIC
              OR WS-PRM-DOWN-FROM-X IS EQUAL TO "00"
               DISPLAY "*** SLOPE SEARCH PARM CARD IS INVALID - "
                   "RANGES MUST BE NUMERIC WITH DOWN OF AT LEAST "
                   "ONE ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           MOVE WS-PRM-RIGHT-FROM-X TO WS-PRM-RIGHT-FROM.
           MOVE WS-PRM-RIGHT-THRU-X TO WS-PRM-RIGHT-THRU.
           MOVE WS-PRM-DOWN-FROM-X TO WS-PRM-DOWN-FROM.
           MOVE WS-PRM-DOWN-THRU-X TO WS-PRM-DOWN-THRU.
           IF WS-PRM-RIGHT-THRU IS LESS THAN WS-PRM-RIGHT-FROM
              OR WS-PRM-DOWN-THRU IS LESS THAN WS-PRM-DOWN-FROM
               DISPLAY "*** SLOPE SEARCH RANGE IS EMPTY - THRU IS "
                   "BEFORE FROM ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           COMPUTE WS-PAIRS-REQUESTED =
               (WS-PRM-RIGHT-THRU - WS-PRM-RIGHT-FROM + 1)
             * (WS-PRM-DOWN-THRU - WS-PRM-DOWN-FROM + 1).
           IF WS-PAIRS-REQUESTED IS GREATER THAN MAX-SEARCH-PAIRS
               DISPLAY "*** SLOPE SEARCH RANGE HOLDS "
                   WS-PAIRS-REQUESTED " PAIRS - THE LIMIT IS "
                   MAX-SEARCH-PAIRS " ***"
               SET PARM-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       1100-READ-PARM-CARD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-LOAD-SLOPE-CONFIG fills SLOPE-PROFILE-TABLE from the
      * records of SLOPE-CONFIG-FILE, mirroring the scoring
      * program's loader. A record that does not validate is
      * skipped with a console note - the production run rejects it
      * to the error log and grades the severity.
      *--------------------------------------------------------------
       1200-LOAD-SLOPE-CONFIG.
           MOVE 1 TO PROFILE-COUNT.
           MOVE 1 TO CURRENT-PROFILE-INDEX.
           MOVE WS-DEFAULT-PROFILE-NAME TO PRO-PROFILE-NAME(1).
           MOVE 0 TO PRO-SLOPE-COUNT(1).
           OPEN INPUT SLOPE-CONFIG-FILE.
           IF NOT WS-SLOPE-CONFIG-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN SLOPE CONFIG FILE - "
                   "FILE STATUS " WS-SLOPE-CONFIG-FILE-STATUS
                   " - USING THE FIVE STANDARD SLOPES ***"
               PERFORM 1250-LOAD-DEFAULT-SLOPES
                  THRU 1250-LOAD-DEFAULT-SLOPES-EXIT
               GO TO 1200-LOAD-SLOPE-CONFIG-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-SLOPE-CONFIG
              THRU 1210-READ-ONE-SLOPE-CONFIG-EXIT
              UNTIL SLOPE-CONFIG-IS-EOF.
           CLOSE SLOPE-CONFIG-FILE.
           IF PRO-SLOPE-COUNT(1) IS EQUAL TO ZERO
               PERFORM 1250-LOAD-DEFAULT-SLOPES
                  THRU 1250-LOAD-DEFAULT-SLOPES-EXIT
           END-IF.
       1200-LOAD-SLOPE-CONFIG-EXIT.
           EXIT.

       1210-READ-ONE-SLOPE-CONFIG.
           READ SLOPE-CONFIG-FILE INTO WS-SLOPE-CONFIG-LINE
               AT END
                   SET SLOPE-CONFIG-IS-EOF TO TRUE
               NOT AT END
                   IF WS-CFG-KEYWORD IS EQUAL TO "PROFILE "
                       PERFORM 1230-START-ONE-PROFILE
                          THRU 1230-START-ONE-PROFILE-EXIT
                   ELSE
                       IF WS-SLOPE-CONFIG-LINE IS NOT EQUAL TO
                          SPACES
                           PERFORM 1220-TAKE-ONE-SLOPE-CONFIG
                              THRU 1220-TAKE-ONE-SLOPE-CONFIG-EXIT
                       END-IF
                   END-IF
           END-READ.
       1210-READ-ONE-SLOPE-CONFIG-EXIT.
           EXIT.

       1220-TAKE-ONE-SLOPE-CONFIG.
           INSPECT WS-CFG-RIGHT-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-CFG-DOWN-X REPLACING LEADING SPACE BY "0".
           IF WS-CFG-RIGHT-X IS NOT NUMERIC
              OR WS-CFG-DOWN-X IS NOT NUMERIC
              OR WS-CFG-DOWN-X IS EQUAL TO "00"
              OR PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX) IS NOT LESS
                 THAN MAX-SLOPES
               DISPLAY "*** SLOPE CONFIG LINE SKIPPED ***"
               GO TO 1220-TAKE-ONE-SLOPE-CONFIG-EXIT
           END-IF.
           ADD 1 TO PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX).
           MOVE WS-CFG-RIGHT-X TO
               PRO-SLOPE-RIGHT(CURRENT-PROFILE-INDEX,
               PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX)).
           MOVE WS-CFG-DOWN-X TO
               PRO-SLOPE-DOWN(CURRENT-PROFILE-INDEX,
               PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX)).
       1220-TAKE-ONE-SLOPE-CONFIG-EXIT.
           EXIT.

       1230-START-ONE-PROFILE.
           IF WS-CFG-PROFILE-NAME IS EQUAL TO SPACES
               DISPLAY "*** SLOPE CONFIG PROFILE LINE SKIPPED ***"
               GO TO 1230-START-ONE-PROFILE-EXIT
           END-IF.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           PERFORM 1240-MATCH-ONE-PROFILE
              THRU 1240-MATCH-ONE-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX > PROFILE-COUNT
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS GREATER THAN ZERO
               MOVE PROFILE-MATCH-INDEX TO CURRENT-PROFILE-INDEX
               GO TO 1230-START-ONE-PROFILE-EXIT
           END-IF.
           IF PROFILE-COUNT IS NOT LESS THAN MAX-PROFILES
               DISPLAY "*** SLOPE CONFIG PROFILE LINE SKIPPED - "
                   "PROFILE TABLE FULL ***"
               GO TO 1230-START-ONE-PROFILE-EXIT
           END-IF.
           ADD 1 TO PROFILE-COUNT.
           MOVE PROFILE-COUNT TO CURRENT-PROFILE-INDEX.
           MOVE WS-CFG-PROFILE-NAME TO
               PRO-PROFILE-NAME(CURRENT-PROFILE-INDEX).
           MOVE 0 TO PRO-SLOPE-COUNT(CURRENT-PROFILE-INDEX).
       1230-START-ONE-PROFILE-EXIT.
           EXIT.

       1240-MATCH-ONE-PROFILE.
           IF PRO-PROFILE-NAME(PROFILE-SCAN-INDEX) IS EQUAL TO
              WS-CFG-PROFILE-NAME
               MOVE PROFILE-SCAN-INDEX TO PROFILE-MATCH-INDEX
           END-IF.
       1240-MATCH-ONE-PROFILE-EXIT.
           EXIT.

       1250-LOAD-DEFAULT-SLOPES.
           MOVE 1 TO PRO-SLOPE-RIGHT(1, 1).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 1).
           MOVE 3 TO PRO-SLOPE-RIGHT(1, 2).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 2).
           MOVE 5 TO PRO-SLOPE-RIGHT(1, 3).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 3).
           MOVE 7 TO PRO-SLOPE-RIGHT(1, 4).
           MOVE 1 TO PRO-SLOPE-DOWN(1, 4).
           MOVE 1 TO PRO-SLOPE-RIGHT(1, 5).
           MOVE 2 TO PRO-SLOPE-DOWN(1, 5).
           MOVE 5 TO PRO-SLOPE-COUNT(1).
       1250-LOAD-DEFAULT-SLOPES-EXIT.
           EXIT.

       2000-SEARCH-MAP-LIST.
           READ MAP-LIST-FILE INTO WS-MAP-LIST-LINE
               AT END
                   SET MAP-LIST-IS-EOF TO TRUE
               NOT AT END
                   IF WS-MLL-MAP-NAME IS NOT EQUAL TO SPACES
                       MOVE WS-MLL-MAP-NAME TO WS-MAP-FILENAME
                       MOVE WS-MLL-PROFILE-NAME TO
                           WS-REQUESTED-PROFILE-NAME
                       PERFORM 2100-SEARCH-ONE-MAP
                          THRU 2100-SEARCH-ONE-MAP-EXIT
                   END-IF
           END-READ.
       2000-SEARCH-MAP-LIST-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2100-SEARCH-ONE-MAP builds a fresh pair table for the map,
      * walks every pair over the map's rows in a single read of the
      * file, then ranks the walked pairs and writes the map's
      * section of the report. A map that cannot be opened, or whose
      * rows overrun the maximum width, is named with the reason
      * and not ranked.
      *--------------------------------------------------------------
       2100-SEARCH-ONE-MAP.
           MOVE 0 TO SEARCH-PAIR-COUNT.
           PERFORM 2110-ADD-ONE-SEARCH-PAIR
              THRU 2110-ADD-ONE-SEARCH-PAIR-EXIT
              VARYING SEARCH-RIGHT FROM WS-PRM-RIGHT-FROM BY 1
                 UNTIL SEARCH-RIGHT > WS-PRM-RIGHT-THRU
              AFTER SEARCH-DOWN FROM WS-PRM-DOWN-FROM BY 1
                 UNTIL SEARCH-DOWN > WS-PRM-DOWN-THRU.
           PERFORM 2120-SELECT-MARKED-PROFILE
              THRU 2120-SELECT-MARKED-PROFILE-EXIT.
           MOVE 0 TO ROW-NUMBER.
           MOVE 0 TO MAP-WIDTH.
           MOVE 0 TO MAP-EOF-SWITCH.
           MOVE 0 TO NOT-WALKED-COUNT.
           MOVE 0 TO RANKED-PAIR-COUNT.
           SET MAP-IS-USABLE TO TRUE.
           MOVE SPACES TO WS-UNUSABLE-REASON.
           MOVE WS-MAP-FILENAME TO WS-MH1-MAP-NAME.
           MOVE SPACES TO SEARCH-REPORT-RECORD.
           WRITE SEARCH-REPORT-RECORD.
           WRITE SEARCH-REPORT-RECORD FROM WS-MAP-HEADING-1.
           OPEN INPUT MAP.
           IF NOT WS-MAP-OPEN-OK
               SET MAP-IS-UNUSABLE TO TRUE
               MOVE "OPEN ERROR ST=" TO WS-UNUSABLE-REASON
               MOVE WS-MAP-FILE-STATUS TO WS-UNUSABLE-REASON(15:2)
               PERFORM 2900-REPORT-MAP-NOT-SEARCHED
                  THRU 2900-REPORT-MAP-NOT-SEARCHED-EXIT
               GO TO 2100-SEARCH-ONE-MAP-EXIT
           END-IF.
           PERFORM 2200-WALK-ONE-ROW
              THRU 2200-WALK-ONE-ROW-EXIT
              UNTIL MAP-EOF-SWITCH = 1.
           CLOSE MAP.
           IF MAP-IS-USABLE
              AND ROW-NUMBER IS EQUAL TO ZERO
               SET MAP-IS-UNUSABLE TO TRUE
               MOVE "EMPTY FILE - NO MAP ROWS" TO WS-UNUSABLE-REASON
           END-IF.
           IF MAP-IS-UNUSABLE
               PERFORM 2900-REPORT-MAP-NOT-SEARCHED
                  THRU 2900-REPORT-MAP-NOT-SEARCHED-EXIT
               GO TO 2100-SEARCH-ONE-MAP-EXIT
           END-IF.
           ADD 1 TO MAPS-SEARCHED-COUNT.
           PERFORM 2400-RANK-NEXT-PAIR
              THRU 2400-RANK-NEXT-PAIR-EXIT
              UNTIL RANKED-PAIR-COUNT IS NOT LESS THAN
                    SEARCH-PAIR-COUNT - NOT-WALKED-COUNT.
           PERFORM 2500-MARK-CONFIGURED-SLOPES
              THRU 2500-MARK-CONFIGURED-SLOPES-EXIT.
           PERFORM 3000-WRITE-MAP-SECTION
              THRU 3000-WRITE-MAP-SECTION-EXIT.
       2100-SEARCH-ONE-MAP-EXIT.
           EXIT.

       2110-ADD-ONE-SEARCH-PAIR.
           ADD 1 TO SEARCH-PAIR-COUNT.
           MOVE SEARCH-RIGHT TO SP-RIGHT(SEARCH-PAIR-COUNT).
           MOVE SEARCH-DOWN TO SP-DOWN(SEARCH-PAIR-COUNT).
           MOVE 1 TO SP-COORD-X(SEARCH-PAIR-COUNT).
           MOVE 0 TO SP-TREES(SEARCH-PAIR-COUNT).
           MOVE 0 TO SP-ROWS-VISITED(SEARCH-PAIR-COUNT).
           MOVE 0 TO SP-PCT(SEARCH-PAIR-COUNT).
           SET SP-IS-WALKED(SEARCH-PAIR-COUNT) TO TRUE.
           MOVE 0 TO SP-RANK(SEARCH-PAIR-COUNT).
           MOVE "N" TO SP-CONFIGURED-FLAG(SEARCH-PAIR-COUNT).
       2110-ADD-ONE-SEARCH-PAIR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2120-SELECT-MARKED-PROFILE finds the profile whose slopes
      * are marked in the ranking: the one the list entry (or the
      * parm card) names, STANDARD when none is named. An unknown
      * name is noted and STANDARD marked, as the scoring program
      * would score it.
      *--------------------------------------------------------------
       2120-SELECT-MARKED-PROFILE.
           IF WS-REQUESTED-PROFILE-NAME IS EQUAL TO SPACES
               MOVE WS-DEFAULT-PROFILE-NAME TO
                   WS-REQUESTED-PROFILE-NAME
           END-IF.
           MOVE 0 TO PROFILE-MATCH-INDEX.
           MOVE WS-REQUESTED-PROFILE-NAME TO WS-CFG-PROFILE-NAME.
           PERFORM 1240-MATCH-ONE-PROFILE
              THRU 1240-MATCH-ONE-PROFILE-EXIT
              VARYING PROFILE-SCAN-INDEX FROM 1 BY 1
              UNTIL PROFILE-SCAN-INDEX > PROFILE-COUNT
                 OR PROFILE-MATCH-INDEX > 0.
           IF PROFILE-MATCH-INDEX IS EQUAL TO ZERO
               DISPLAY "*** UNKNOWN SLOPE PROFILE """
                   WS-REQUESTED-PROFILE-NAME """ FOR "
                   WS-MAP-FILENAME " - MARKING STANDARD ***"
               MOVE 1 TO PROFILE-MATCH-INDEX
           END-IF.
       2120-SELECT-MARKED-PROFILE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2200-WALK-ONE-ROW advances every pair one row, the way
      * 4000-APPLY-SLOPES advances a slope in the scoring program.
      * The first row fixes the map width, and with it which pairs
      * can be walked at all.
      *--------------------------------------------------------------
       2200-WALK-ONE-ROW.
           READ MAP INTO MAP-TOPO
               AT END
                   MOVE 1 TO MAP-EOF-SWITCH
                   GO TO 2200-WALK-ONE-ROW-EXIT
           END-READ.
           ADD 1 TO ROW-NUMBER.
           IF MAP-TOPO(MAX-MAP-WIDTH + 1:1) IS NOT EQUAL TO SPACE
               SET MAP-IS-UNUSABLE TO TRUE
               MOVE "ROW TOO LONG - ROW" TO WS-UNUSABLE-REASON
               MOVE ROW-NUMBER TO WS-UNUSABLE-REASON(20:5)
               MOVE 1 TO MAP-EOF-SWITCH
               GO TO 2200-WALK-ONE-ROW-EXIT
           END-IF.
           IF ROW-NUMBER IS EQUAL TO 1
               INSPECT FIELD TALLYING MAP-WIDTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF MAP-WIDTH IS EQUAL TO ZERO
                   SET MAP-IS-UNUSABLE TO TRUE
                   MOVE "FIRST ROW IS EMPTY" TO WS-UNUSABLE-REASON
                   MOVE 1 TO MAP-EOF-SWITCH
                   GO TO 2200-WALK-ONE-ROW-EXIT
               END-IF
               PERFORM 2210-SET-ONE-PAIR-WALKABLE
                  THRU 2210-SET-ONE-PAIR-WALKABLE-EXIT
                  VARYING SEARCH-PAIR-INDEX FROM 1 BY 1
                  UNTIL SEARCH-PAIR-INDEX > SEARCH-PAIR-COUNT
           END-IF.
           PERFORM 2300-APPLY-ONE-PAIR
              THRU 2300-APPLY-ONE-PAIR-EXIT
              VARYING SEARCH-PAIR-INDEX FROM 1 BY 1
              UNTIL SEARCH-PAIR-INDEX > SEARCH-PAIR-COUNT.
       2200-WALK-ONE-ROW-EXIT.
           EXIT.

       2210-SET-ONE-PAIR-WALKABLE.
           IF SP-RIGHT(SEARCH-PAIR-INDEX) IS GREATER THAN MAP-WIDTH
               SET SP-IS-NOT-WALKED(SEARCH-PAIR-INDEX) TO TRUE
               ADD 1 TO NOT-WALKED-COUNT
           END-IF.
       2210-SET-ONE-PAIR-WALKABLE-EXIT.
           EXIT.

       2300-APPLY-ONE-PAIR.
           IF SP-IS-NOT-WALKED(SEARCH-PAIR-INDEX)
               GO TO 2300-APPLY-ONE-PAIR-EXIT
           END-IF.
           COMPUTE SLOPE-ROW-TEST = ROW-NUMBER - 1.
           DIVIDE SLOPE-ROW-TEST BY SP-DOWN(SEARCH-PAIR-INDEX)
               GIVING SLOPE-ROW-TEST
               REMAINDER SLOPE-ROW-REMAINDER.
           IF SLOPE-ROW-REMAINDER IS NOT EQUAL TO ZERO
               GO TO 2300-APPLY-ONE-PAIR-EXIT
           END-IF.
           ADD 1 TO SP-ROWS-VISITED(SEARCH-PAIR-INDEX).
           MOVE MAP-TOPO(SP-COORD-X(SEARCH-PAIR-INDEX):1) TO ITEM.
           IF ITEM IS EQUAL TO "#"
               ADD 1 TO SP-TREES(SEARCH-PAIR-INDEX)
           END-IF.
           ADD SP-RIGHT(SEARCH-PAIR-INDEX)
               TO SP-COORD-X(SEARCH-PAIR-INDEX).
           IF SP-COORD-X(SEARCH-PAIR-INDEX) IS GREATER THAN MAP-WIDTH
               SUBTRACT MAP-WIDTH FROM SP-COORD-X(SEARCH-PAIR-INDEX)
           END-IF.
       2300-APPLY-ONE-PAIR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2400-RANK-NEXT-PAIR gives the next rank to the best walked
      * pair not yet ranked: fewest trees first, and between equal
      * tree counts the lower percentage of visited rows - the
      * route that meets the same trees over more of the map. A
      * pair's percentage is taken when it is first compared.
      *--------------------------------------------------------------
       2400-RANK-NEXT-PAIR.
           MOVE 0 TO BEST-PAIR-INDEX.
           PERFORM 2410-COMPARE-ONE-PAIR
              THRU 2410-COMPARE-ONE-PAIR-EXIT
              VARYING SEARCH-PAIR-INDEX FROM 1 BY 1
              UNTIL SEARCH-PAIR-INDEX > SEARCH-PAIR-COUNT.
           ADD 1 TO RANKED-PAIR-COUNT.
           MOVE RANKED-PAIR-COUNT TO SP-RANK(BEST-PAIR-INDEX).
           MOVE BEST-PAIR-INDEX TO RANK-PAIR-INDEX(RANKED-PAIR-COUNT).
       2400-RANK-NEXT-PAIR-EXIT.
           EXIT.

       2410-COMPARE-ONE-PAIR.
           IF SP-IS-NOT-WALKED(SEARCH-PAIR-INDEX)
              OR SP-RANK(SEARCH-PAIR-INDEX) IS GREATER THAN ZERO
               GO TO 2410-COMPARE-ONE-PAIR-EXIT
           END-IF.
           IF SP-ROWS-VISITED(SEARCH-PAIR-INDEX) IS GREATER THAN ZERO
               COMPUTE SP-PCT(SEARCH-PAIR-INDEX) ROUNDED =
                   SP-TREES(SEARCH-PAIR-INDEX) * 100
                   / SP-ROWS-VISITED(SEARCH-PAIR-INDEX)
           END-IF.
           IF BEST-PAIR-INDEX IS EQUAL TO ZERO
               MOVE SEARCH-PAIR-INDEX TO BEST-PAIR-INDEX
               GO TO 2410-COMPARE-ONE-PAIR-EXIT
           END-IF.
           IF SP-TREES(SEARCH-PAIR-INDEX) IS LESS THAN
              SP-TREES(BEST-PAIR-INDEX)
               MOVE SEARCH-PAIR-INDEX TO BEST-PAIR-INDEX
               GO TO 2410-COMPARE-ONE-PAIR-EXIT
           END-IF.
           IF SP-TREES(SEARCH-PAIR-INDEX) IS EQUAL TO
              SP-TREES(BEST-PAIR-INDEX)
              AND SP-PCT(SEARCH-PAIR-INDEX) IS LESS THAN
                  SP-PCT(BEST-PAIR-INDEX)
               MOVE SEARCH-PAIR-INDEX TO BEST-PAIR-INDEX
           END-IF.
       2410-COMPARE-ONE-PAIR-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2500-MARK-CONFIGURED-SLOPES flags each pair that is one of
      * the marked profile's slopes.
      *--------------------------------------------------------------
       2500-MARK-CONFIGURED-SLOPES.
           PERFORM 2510-MARK-ONE-CONFIGURED-SLOPE
              THRU 2510-MARK-ONE-CONFIGURED-SLOPE-EXIT
              VARYING SLOPE-INDEX FROM 1 BY 1
              UNTIL SLOPE-INDEX > PRO-SLOPE-COUNT(PROFILE-MATCH-INDEX).
       2500-MARK-CONFIGURED-SLOPES-EXIT.
           EXIT.

       2510-MARK-ONE-CONFIGURED-SLOPE.
           PERFORM 2520-FIND-CONFIGURED-PAIR
              THRU 2520-FIND-CONFIGURED-PAIR-EXIT.
           IF SEARCH-PAIR-MATCH-INDEX IS GREATER THAN ZERO
               SET SP-IS-CONFIGURED(SEARCH-PAIR-MATCH-INDEX) TO TRUE
           END-IF.
       2510-MARK-ONE-CONFIGURED-SLOPE-EXIT.
           EXIT.

       2520-FIND-CONFIGURED-PAIR.
           MOVE 0 TO SEARCH-PAIR-MATCH-INDEX.
           PERFORM 2530-MATCH-ONE-PAIR
              THRU 2530-MATCH-ONE-PAIR-EXIT
              VARYING SEARCH-PAIR-INDEX FROM 1 BY 1
              UNTIL SEARCH-PAIR-INDEX > SEARCH-PAIR-COUNT
                 OR SEARCH-PAIR-MATCH-INDEX > 0.
       2520-FIND-CONFIGURED-PAIR-EXIT.
           EXIT.

       2530-MATCH-ONE-PAIR.
           IF SP-RIGHT(SEARCH-PAIR-INDEX) IS EQUAL TO
              PRO-SLOPE-RIGHT(PROFILE-MATCH-INDEX, SLOPE-INDEX)
              AND SP-DOWN(SEARCH-PAIR-INDEX) IS EQUAL TO
              PRO-SLOPE-DOWN(PROFILE-MATCH-INDEX, SLOPE-INDEX)
               MOVE SEARCH-PAIR-INDEX TO SEARCH-PAIR-MATCH-INDEX
           END-IF.
       2530-MATCH-ONE-PAIR-EXIT.
           EXIT.

       2900-REPORT-MAP-NOT-SEARCHED.
           ADD 1 TO MAPS-NOT-SEARCHED-COUNT.
           MOVE WS-UNUSABLE-REASON TO WS-UNL-REASON.
           WRITE SEARCH-REPORT-RECORD FROM WS-UNUSABLE-LINE.
           DISPLAY "*** MAP NOT SEARCHED: " WS-MAP-FILENAME
               " - " WS-UNUSABLE-REASON " ***".
           IF RETURN-CODE IS EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       2900-REPORT-MAP-NOT-SEARCHED-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-WRITE-MAP-SECTION prints the map's ranking, the
      * recommended route (rank one), and where each of the marked
      * profile's slopes ranked - or that it lies outside the search
      * range, or was too wide to walk.
      *--------------------------------------------------------------
       3000-WRITE-MAP-SECTION.
           MOVE MAP-WIDTH TO WS-MH2-WIDTH.
           MOVE ROW-NUMBER TO WS-MH2-ROWS.
           MOVE PRO-PROFILE-NAME(PROFILE-MATCH-INDEX) TO
               WS-MH2-PROFILE.
           WRITE SEARCH-REPORT-RECORD FROM WS-MAP-HEADING-2.
           WRITE SEARCH-REPORT-RECORD FROM WS-MAP-COLUMN-HEADING.
           PERFORM 3100-WRITE-ONE-RANK-LINE
              THRU 3100-WRITE-ONE-RANK-LINE-EXIT
              VARYING RANK-INDEX FROM 1 BY 1
              UNTIL RANK-INDEX > RANKED-PAIR-COUNT.
           IF NOT-WALKED-COUNT IS GREATER THAN ZERO
               MOVE NOT-WALKED-COUNT TO WS-NWL-COUNT
               WRITE SEARCH-REPORT-RECORD FROM WS-NOT-WALKED-LINE
           END-IF.
           IF RANKED-PAIR-COUNT IS GREATER THAN ZERO
               MOVE RANK-PAIR-INDEX(1) TO SEARCH-PAIR-INDEX
               MOVE SP-RIGHT(SEARCH-PAIR-INDEX) TO WS-REC-RIGHT
               MOVE SP-DOWN(SEARCH-PAIR-INDEX) TO WS-REC-DOWN
               MOVE SP-TREES(SEARCH-PAIR-INDEX) TO WS-REC-TREES
               MOVE SP-PCT(SEARCH-PAIR-INDEX) TO WS-REC-PCT
               WRITE SEARCH-REPORT-RECORD FROM WS-RECOMMEND-LINE
           END-IF.
           PERFORM 3200-WRITE-ONE-CONFIGURED-LINE
              THRU 3200-WRITE-ONE-CONFIGURED-LINE-EXIT
              VARYING SLOPE-INDEX FROM 1 BY 1
              UNTIL SLOPE-INDEX > PRO-SLOPE-COUNT(PROFILE-MATCH-INDEX).
       3000-WRITE-MAP-SECTION-EXIT.
           EXIT.

       3100-WRITE-ONE-RANK-LINE.
           MOVE RANK-PAIR-INDEX(RANK-INDEX) TO SEARCH-PAIR-INDEX.
           MOVE RANK-INDEX TO WS-RNK-RANK.
           MOVE SP-RIGHT(SEARCH-PAIR-INDEX) TO WS-RNK-RIGHT.
           MOVE SP-DOWN(SEARCH-PAIR-INDEX) TO WS-RNK-DOWN.
           MOVE SP-TREES(SEARCH-PAIR-INDEX) TO WS-RNK-TREES.
           MOVE SP-ROWS-VISITED(SEARCH-PAIR-INDEX) TO WS-RNK-VISITED.
           MOVE SP-PCT(SEARCH-PAIR-INDEX) TO WS-RNK-PCT.
           IF SP-IS-CONFIGURED(SEARCH-PAIR-INDEX)
               MOVE "<== " TO WS-RNK-CONFIGURED
               MOVE PRO-PROFILE-NAME(PROFILE-MATCH-INDEX) TO
                   WS-RNK-CONFIGURED(5:10)
           ELSE
               MOVE SPACES TO WS-RNK-CONFIGURED
           END-IF.
           WRITE SEARCH-REPORT-RECORD FROM WS-RANK-LINE.
       3100-WRITE-ONE-RANK-LINE-EXIT.
           EXIT.

       3200-WRITE-ONE-CONFIGURED-LINE.
           MOVE PRO-SLOPE-RIGHT(PROFILE-MATCH-INDEX, SLOPE-INDEX) TO
               WS-CFL-RIGHT.
           MOVE PRO-SLOPE-DOWN(PROFILE-MATCH-INDEX, SLOPE-INDEX) TO
               WS-CFL-DOWN.
           PERFORM 2520-FIND-CONFIGURED-PAIR
              THRU 2520-FIND-CONFIGURED-PAIR-EXIT.
           IF SEARCH-PAIR-MATCH-INDEX IS EQUAL TO ZERO
               MOVE "OUTSIDE SEARCH RANGE" TO WS-CFL-TEXT
           ELSE
               IF SP-IS-NOT-WALKED(SEARCH-PAIR-MATCH-INDEX)
                   MOVE "WIDER THAN MAP" TO WS-CFL-TEXT
               ELSE
                   MOVE SP-RANK(SEARCH-PAIR-MATCH-INDEX) TO
                       WS-RKT-RANK
                   MOVE RANKED-PAIR-COUNT TO WS-RKT-OF
                   MOVE WS-RANK-TEXT TO WS-CFL-TEXT
               END-IF
           END-IF.
           WRITE SEARCH-REPORT-RECORD FROM WS-CONFIGURED-LINE.
       3200-WRITE-ONE-CONFIGURED-LINE-EXIT.
           EXIT.

       8000-WRITE-REPORT-TRAILER.
           MOVE SPACES TO SEARCH-REPORT-RECORD.
           WRITE SEARCH-REPORT-RECORD.
           MOVE MAPS-SEARCHED-COUNT TO WS-TRL-SEARCHED.
           MOVE MAPS-NOT-SEARCHED-COUNT TO WS-TRL-NOT-SEARCHED.
           WRITE SEARCH-REPORT-RECORD FROM WS-REPORT-TRAILER.
           DISPLAY "SLOPE SEARCH: MAPS SEARCHED " MAPS-SEARCHED-COUNT
               " NOT SEARCHED " MAPS-NOT-SEARCHED-COUNT.
       8000-WRITE-REPORT-TRAILER-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF PARM-IS-VALID
               CLOSE SEARCH-REPORT-FILE
               IF SEARCH-ALL-MAPS
                   CLOSE MAP-LIST-FILE
               END-IF
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
