      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-chargeback.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New tree-impact chargeback run. The
      *                    results lines of one run id are priced
      *                    from the rate card - a cost per tree hit,
      *                    optionally by slope profile and effective
      *                    date - and charged to the cost center the
      *                    cross-reference names for the map. One
      *                    charge record is written per cost center
      *                    per map/slope, and the report gives
      *                    cost-center subtotals and a grand total
      *                    that ties back to the run's total trees.
      *                    A map with no cost center, or with no
      *                    rate effective on the run date, is listed
      *                    in an unassigned-charges section instead
      *                    of being dropped.
      *   2026-10-15  RJH  The tie-out is now proved against the
      *                    batch summary - the slope TREES of the
      *                    run's summary lines - rather than against
      *                    the results lines the charges were built
      *                    from. A run id with no results lines at
      *                    all is reported and ends the run RC 12.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-PARM-FILE ASSIGN
               TO './files/day_3_chargeback_parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGEBACK-PARM-FILE-STATUS.

           SELECT RUN-MANIFEST-FILE ASSIGN
               TO './files/day_3_run_manifest.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-MANIFEST-FILE-STATUS.

           SELECT RESULTS-FILE ASSIGN TO './files/day_3_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT BATCH-SUMMARY-FILE ASSIGN
               TO './files/day_3_batch_summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-SUMMARY-FILE-STATUS.

           SELECT RATE-CARD-FILE ASSIGN
               TO './files/day_3_rate_card.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-CARD-FILE-STATUS.

           SELECT COST-CENTER-XREF-FILE ASSIGN
               TO './files/day_3_cost_center_xref.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-CENTER-XREF-FILE-STATUS.

           SELECT CHARGE-WORK-FILE ASSIGN
               TO './files/day_3_chargeback_work.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CW-CHARGE-KEY
           FILE STATUS IS WS-CHARGE-WORK-FILE-STATUS.

           SELECT CHARGE-FILE ASSIGN
               TO './files/day_3_chargeback.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHARGEBACK-REPORT-FILE ASSIGN
               TO './files/day_3_chargeback_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGEBACK-PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHARGEBACK-PARM-RECORD PIC X(80).

       FD RUN-MANIFEST-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-MANIFEST-RECORD PIC X(280).

       FD RESULTS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RESULTS-RECORD PIC X(160).

       FD BATCH-SUMMARY-FILE
           LABEL RECORDS ARE OMITTED.
       01  BATCH-SUMMARY-RECORD PIC X(420).

       FD RATE-CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  RATE-CARD-RECORD PIC X(80).

       FD COST-CENTER-XREF-FILE
           LABEL RECORDS ARE OMITTED.
       01  COST-CENTER-XREF-RECORD PIC X(120).

       FD CHARGE-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHARGE-WORK-RECORD.
           05 CW-CHARGE-KEY.
              10 CW-SECTION       PIC X(01).
                 88 CW-IS-CHARGED    VALUE "1".
                 88 CW-IS-UNASSIGNED VALUE "2".
              10 CW-COST-CENTER   PIC X(10).
              10 CW-MAP-NAME      PIC X(100).
              10 CW-SLOPE-RIGHT   PIC 9(02).
              10 CW-SLOPE-DOWN    PIC 9(02).
           05 CW-TREES            PIC 9(07).
           05 CW-RATE             PIC 9(06)V99.
           05 CW-AMOUNT           PIC 9(13)V99.
           05 CW-PROFILE-NAME     PIC X(10).
           05 CW-REASON           PIC X(30).

       FD CHARGE-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHARGE-RECORD PIC X(200).

       FD CHARGEBACK-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHARGEBACK-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CHARGEBACK-PARM-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-CHARGEBACK-PARM-OPEN-OK VALUE "00".
       01  WS-RUN-MANIFEST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RUN-MANIFEST-OPEN-OK VALUE "00".
       01  WS-RESULTS-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RESULTS-OPEN-OK VALUE "00".
       01  WS-BATCH-SUMMARY-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-BATCH-SUMMARY-OPEN-OK VALUE "00".
       01  WS-RATE-CARD-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-RATE-CARD-OPEN-OK VALUE "00".
       01  WS-COST-CENTER-XREF-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-COST-CENTER-XREF-OPEN-OK VALUE "00".
       01  WS-CHARGE-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-CHARGE-WORK-IO-OK VALUE "00".
           88 WS-CHARGE-WORK-DUPLICATE VALUE "22".
       01  RUN-VALID-SWITCH PIC X(01) VALUE "Y".
           88 RUN-IS-VALID VALUE "Y".
           88 RUN-IS-INVALID VALUE "N".
       01  MANIFEST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MANIFEST-IS-EOF VALUE "Y".
       01  RESULTS-EOF-SWITCH PIC X(01) VALUE "N".
           88 RESULTS-IS-EOF VALUE "Y".
       01  SUMMARY-EOF-SWITCH PIC X(01) VALUE "N".
           88 SUMMARY-IS-EOF VALUE "Y".
       01  SUMMARY-PRESENT-SWITCH PIC X(01) VALUE "N".
           88 SUMMARY-IS-PRESENT VALUE "Y".
       01  RATE-CARD-EOF-SWITCH PIC X(01) VALUE "N".
           88 RATE-CARD-IS-EOF VALUE "Y".
       01  XREF-EOF-SWITCH PIC X(01) VALUE "N".
           88 XREF-IS-EOF VALUE "Y".
       01  CHARGE-WORK-EOF-SWITCH PIC X(01) VALUE "N".
           88 CHARGE-WORK-IS-EOF VALUE "Y".
       01  WS-CHARGEBACK-RUN-DATE PIC 9(06).
       01  WS-CHARGEBACK-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * The parm card names the run id to charge. A blank card - or
      * none - charges the last run on the run manifest. The run
      * id's date is the date rates must be effective on.
      *--------------------------------------------------------------
       01  WS-PARM-LINE.
           05 WS-PARM-RUN-ID  PIC X(17).
           05 FILLER          PIC X(63).
       01  WS-CHARGE-RUN-ID.
           05 FILLER          PIC X(01).
           05 WS-CRI-DATE     PIC 9(06).
           05 FILLER          PIC X(10).
       01  WS-MANIFEST-LINE.
           05 WS-MAN-RUN-ID   PIC X(17).
           05 FILLER          PIC X(263).

      *--------------------------------------------------------------
      * WS-RESULTS-LINE mirrors the results layout the scoring
      * program writes. Numeric columns arrive space-filled on the
      * left and are converted through work fields.
      *--------------------------------------------------------------
       01  WS-RESULTS-LINE.
           05 WS-RES-MAP-NAME    PIC X(100).
           05 FILLER             PIC X(02).
           05 WS-RES-SLOPE-RIGHT PIC X(02).
           05 FILLER             PIC X(01).
           05 WS-RES-SLOPE-DOWN  PIC X(02).
           05 FILLER             PIC X(02).
           05 WS-RES-TREES       PIC X(07).
           05 FILLER             PIC X(02).
           05 WS-RES-RUN-ID      PIC X(17).
           05 FILLER             PIC X(01).
           05 WS-RES-PROFILE-NAME PIC X(10).
           05 FILLER             PIC X(14).
       01  WS-RES-RIGHT-NUM PIC 9(02).
       01  WS-RES-DOWN-NUM  PIC 9(02).
       01  WS-RES-TREES-NUM PIC 9(07).

      *--------------------------------------------------------------
      * WS-SUMMARY-LINE carries the batch-summary columns the tie-out
      * needs: the map's disposition, its slope TREES and the run
      * id. Only the run's filled slope columns carry a count; the
      * rest are spaces. A map that would not open has a summary
      * line but no results lines, and is left out of the total.
      *--------------------------------------------------------------
       01  WS-SUMMARY-LINE.
           05 WS-SUM-MAP-NAME     PIC X(100).
           05 WS-SUM-VALID-FLAG   PIC X(17).
           05 WS-SUM-SLOPE-ENTRY OCCURS 25 TIMES.
              10 WS-SUM-TREES     PIC X(07).
              10 FILLER           PIC X(01).
           05 FILLER              PIC X(31).
           05 WS-SUM-RUN-ID       PIC X(17).
           05 FILLER              PIC X(55).
       01  WS-SUM-TREES-X PIC X(07).
       01  WS-SUM-TREES-NUM REDEFINES WS-SUM-TREES-X PIC 9(07).
       01  SUMMARY-SLOPE-INDEX PIC 9(02) VALUE 0.

      *--------------------------------------------------------------
      * WS-RATE-CARD-LINE is one rate: the slope profile it applies
      * to (blank for every profile), the date it takes effect
      * (YYMMDD) and the cost per tree hit as nnnnnn.nn. For a map
      * the rate used is the latest one in effect on the run date,
      * a rate for the map's own profile beating a blank-profile
      * rate of any date.
      *--------------------------------------------------------------
       01  WS-RATE-CARD-LINE.
           05 WS-RCL-PROFILE-NAME PIC X(10).
           05 FILLER              PIC X(01).
           05 WS-RCL-EFFECTIVE-X  PIC X(06).
           05 FILLER              PIC X(01).
           05 WS-RCL-RATE-WHOLE-X PIC X(06).
           05 WS-RCL-RATE-POINT   PIC X(01).
           05 WS-RCL-RATE-CENTS-X PIC X(02).
           05 FILLER              PIC X(53).
       01  WS-RCL-RATE-WORK.
           05 WS-RCL-RATE-WHOLE   PIC 9(06).
           05 WS-RCL-RATE-CENTS   PIC 9(02).
       01  WS-RCL-RATE-NUM REDEFINES WS-RCL-RATE-WORK PIC 9(06)V99.
       01  MAX-RATES PIC 9(04) VALUE 200.
       01  RATE-COUNT PIC 9(04) VALUE 0.
       01  RATE-INDEX PIC 9(04) VALUE 0.
       01  RATE-MATCH-INDEX PIC 9(04) VALUE 0.
       01  RATE-LINE-NUMBER PIC 9(05) VALUE 0.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES.
              10 RT-PROFILE-NAME  PIC X(10).
              10 RT-EFFECTIVE     PIC 9(06).
              10 RT-RATE          PIC 9(06)V99.

      *--------------------------------------------------------------
      * WS-XREF-LINE names the cost center a map is charged to. The
      * first line for a map stands; a later line for the same map
      * is reported and ignored.
      *--------------------------------------------------------------
       01  WS-XREF-LINE.
           05 WS-XRF-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01).
           05 WS-XRF-COST-CENTER  PIC X(10).
           05 FILLER              PIC X(09).
       01  MAX-XREFS PIC 9(04) VALUE 2000.
       01  XREF-COUNT PIC 9(04) VALUE 0.
       01  XREF-INDEX PIC 9(04) VALUE 0.
       01  XREF-MATCH-INDEX PIC 9(04) VALUE 0.
       01  XREF-TABLE.
           05 XREF-ENTRY OCCURS 2000 TIMES.
              10 XT-MAP-NAME      PIC X(100).
              10 XT-COST-CENTER   PIC X(10).
       01  WS-XREF-KEY-MAP PIC X(100).

       01  RESULTS-READ-COUNT PIC 9(07) VALUE 0.
       01  RESULTS-CHARGED-LINES PIC 9(07) VALUE 0.
       01  RESULTS-OTHER-RUN-LINES PIC 9(07) VALUE 0.
       01  RESULTS-REJECTED-LINES PIC 9(07) VALUE 0.
       01  DUPLICATE-CHARGE-COUNT PIC 9(07) VALUE 0.
       01  RATE-LINES-REJECTED PIC 9(05) VALUE 0.
       01  XREF-LINES-REJECTED PIC 9(05) VALUE 0.
       01  RUN-TOTAL-TREES PIC 9(11) VALUE 0.
       01  DUPLICATE-TOTAL-TREES PIC 9(11) VALUE 0.
       01  SUMMARY-TOTAL-TREES PIC 9(11) VALUE 0.
       01  SUMMARY-READ-COUNT PIC 9(07) VALUE 0.
       01  SUMMARY-RUN-LINES PIC 9(07) VALUE 0.
       01  SUMMARY-OPEN-ERROR-LINES PIC 9(07) VALUE 0.
       01  SUMMARY-REJECTED-COUNTS PIC 9(07) VALUE 0.
       01  CHARGED-TOTAL-TREES PIC 9(11) VALUE 0.
       01  UNASSIGNED-TOTAL-TREES PIC 9(11) VALUE 0.
       01  CHARGED-TOTAL-AMOUNT PIC 9(13)V99 VALUE 0.
       01  UNASSIGNED-LINE-COUNT PIC 9(07) VALUE 0.
       01  CHARGE-RECORD-COUNT PIC 9(07) VALUE 0.
       01  COST-CENTER-COUNT PIC 9(05) VALUE 0.
       01  WS-PRIOR-COST-CENTER PIC X(10) VALUE SPACES.
       01  WS-PRIOR-SECTION PIC X(01) VALUE SPACES.
       01  CENTER-TOTAL-TREES PIC 9(11) VALUE 0.
       01  CENTER-TOTAL-AMOUNT PIC 9(13)V99 VALUE 0.
       01  TIE-OUT-TREES PIC 9(11) VALUE 0.
       01  WS-WORK-REASON PIC X(30).

      *--------------------------------------------------------------
      * WS-CHARGE-LINE is one charge record for finance: the cost
      * center, the map/slope, the trees charged, the rate applied,
      * the amount, and the run id and profile it was priced from.
      *--------------------------------------------------------------
       01  WS-CHARGE-LINE.
           05 WS-CHG-COST-CENTER  PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CHG-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CHG-SLOPE-RIGHT  PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-CHG-SLOPE-DOWN   PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CHG-TREES        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CHG-RATE         PIC 9(06).99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CHG-AMOUNT       PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CHG-RUN-ID       PIC X(17).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CHG-PROFILE-NAME PIC X(10).

      *--------------------------------------------------------------
      * Report lines.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(28) VALUE "TREE-IMPACT CHARGEBACK - RUN".
           05 FILLER PIC X(04) VALUE " ID ".
           05 WS-HD1-RUN-ID PIC X(17).
           05 FILLER PIC X(14) VALUE "  REPORT DATE ".
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
       01  WS-SECTION-HEADING PIC X(80).
       01  WS-CHARGE-COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE
              "COST CTR    MAP                         ".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              "SLOPE    TREES       RATE           AMOU".
           05 FILLER PIC X(04) VALUE
              "NT  ".
       01  WS-CHARGE-DETAIL-LINE.
           05 WS-CDL-COST-CENTER  PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CDL-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CDL-SLOPE-RIGHT  PIC Z9.
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-CDL-SLOPE-DOWN   PIC Z9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CDL-TREES        PIC Z(7)9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CDL-RATE         PIC Z(6)9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CDL-AMOUNT       PIC Z(12)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CDL-REASON       PIC X(30).
       01  WS-SUBTOTAL-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-STL-LABEL        PIC X(100).
           05 FILLER              PIC X(07) VALUE SPACES.
           05 WS-STL-TREES        PIC Z(7)9.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-STL-AMOUNT       PIC Z(12)9.99.
       01  WS-TIE-OUT-LINE.
           05 WS-TOL-LABEL        PIC X(40).
           05 WS-TOL-TREES        PIC Z(10)9.
       01  WS-NO-RESULTS-LINE.
           05 FILLER PIC X(26) VALUE "  *** NO RESULTS FOR RUN ".
           05 WS-NRL-RUN-ID PIC X(17).
           05 FILLER PIC X(04) VALUE " ***".
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(40).
           05 WS-TRL-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF RUN-IS-VALID
               PERFORM 2000-PRICE-RESULTS
                  THRU 2000-PRICE-RESULTS-EXIT
               PERFORM 3000-WRITE-CHARGES
                  THRU 3000-WRITE-CHARGES-EXIT
               PERFORM 4000-WRITE-TIE-OUT
                  THRU 4000-WRITE-TIE-OUT-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CHARGEBACK-RUN-DATE FROM DATE.
           ACCEPT WS-CHARGEBACK-RUN-TIME FROM TIME.
           PERFORM 1100-READ-PARM
              THRU 1100-READ-PARM-EXIT.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT RESULTS-FILE.
           IF NOT WS-RESULTS-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN RESULTS FILE - "
                   "FILE STATUS " WS-RESULTS-FILE-STATUS " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT CHARGE-WORK-FILE.
           CLOSE CHARGE-WORK-FILE.
           OPEN I-O CHARGE-WORK-FILE.
           IF NOT WS-CHARGE-WORK-IO-OK
               DISPLAY "*** UNABLE TO OPEN CHARGEBACK WORK FILE - "
                   "FILE STATUS " WS-CHARGE-WORK-FILE-STATUS " ***"
               CLOSE RESULTS-FILE
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT CHARGEBACK-REPORT-FILE.
           MOVE WS-CHARGE-RUN-ID TO WS-HD1-RUN-ID.
           MOVE WS-CHARGEBACK-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-CHARGEBACK-RUN-TIME TO WS-HD1-TIME.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-REPORT-HEADING-1.
           PERFORM 1300-LOAD-RATE-CARD
              THRU 1300-LOAD-RATE-CARD-EXIT.
           PERFORM 1400-LOAD-COST-CENTER-XREF
              THRU 1400-LOAD-COST-CENTER-XREF-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1100-READ-PARM takes the run id from the parm card, falling
      * back to the last run on the manifest.
      *--------------------------------------------------------------
       1100-READ-PARM.
           MOVE SPACES TO WS-PARM-LINE.
           OPEN INPUT CHARGEBACK-PARM-FILE.
           IF WS-CHARGEBACK-PARM-OPEN-OK
               READ CHARGEBACK-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       MOVE SPACES TO WS-PARM-LINE
               END-READ
               CLOSE CHARGEBACK-PARM-FILE
           END-IF.
           MOVE WS-PARM-RUN-ID TO WS-CHARGE-RUN-ID.
           IF WS-CHARGE-RUN-ID IS EQUAL TO SPACES
               PERFORM 1200-TAKE-LAST-MANIFEST-RUN
                  THRU 1200-TAKE-LAST-MANIFEST-RUN-EXIT
           END-IF.
           IF WS-CHARGE-RUN-ID IS EQUAL TO SPACES
              OR WS-CRI-DATE IS NOT NUMERIC
               DISPLAY "*** NO USABLE RUN ID TO CHARGE - RUN ID '"
                   WS-CHARGE-RUN-ID "' ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       1100-READ-PARM-EXIT.
           EXIT.

       1200-TAKE-LAST-MANIFEST-RUN.
           OPEN INPUT RUN-MANIFEST-FILE.
           IF NOT WS-RUN-MANIFEST-OPEN-OK
               GO TO 1200-TAKE-LAST-MANIFEST-RUN-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-MANIFEST-LINE
              THRU 1210-READ-ONE-MANIFEST-LINE-EXIT
              UNTIL MANIFEST-IS-EOF.
           CLOSE RUN-MANIFEST-FILE.
       1200-TAKE-LAST-MANIFEST-RUN-EXIT.
           EXIT.

       1210-READ-ONE-MANIFEST-LINE.
           READ RUN-MANIFEST-FILE INTO WS-MANIFEST-LINE
               AT END
                   SET MANIFEST-IS-EOF TO TRUE
               NOT AT END
                   IF WS-MAN-RUN-ID IS NOT EQUAL TO SPACES
                       MOVE WS-MAN-RUN-ID TO WS-CHARGE-RUN-ID
                   END-IF
           END-READ.
       1210-READ-ONE-MANIFEST-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1300-LOAD-RATE-CARD loads the rate card. A line that does
      * not parse is listed and skipped; with no rate card at all
      * every map falls to the unassigned section.
      *--------------------------------------------------------------
       1300-LOAD-RATE-CARD.
           OPEN INPUT RATE-CARD-FILE.
           IF NOT WS-RATE-CARD-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN RATE CARD - FILE STATUS "
                   WS-RATE-CARD-FILE-STATUS
                   " - NO MAP CAN BE PRICED ***"
               GO TO 1300-LOAD-RATE-CARD-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-RATE
              THRU 1310-LOAD-ONE-RATE-EXIT
              UNTIL RATE-CARD-IS-EOF.
           CLOSE RATE-CARD-FILE.
       1300-LOAD-RATE-CARD-EXIT.
           EXIT.

       1310-LOAD-ONE-RATE.
           READ RATE-CARD-FILE INTO WS-RATE-CARD-LINE
               AT END
                   SET RATE-CARD-IS-EOF TO TRUE
                   GO TO 1310-LOAD-ONE-RATE-EXIT
           END-READ.
           ADD 1 TO RATE-LINE-NUMBER.
           IF WS-RATE-CARD-LINE IS EQUAL TO SPACES
               GO TO 1310-LOAD-ONE-RATE-EXIT
           END-IF.
           INSPECT WS-RCL-RATE-WHOLE-X REPLACING LEADING SPACE BY "0".
           IF WS-RCL-EFFECTIVE-X IS NOT NUMERIC
              OR WS-RCL-RATE-WHOLE-X IS NOT NUMERIC
              OR WS-RCL-RATE-POINT IS NOT EQUAL TO "."
              OR WS-RCL-RATE-CENTS-X IS NOT NUMERIC
              OR RATE-COUNT IS NOT LESS THAN MAX-RATES
               ADD 1 TO RATE-LINES-REJECTED
               DISPLAY "*** RATE CARD LINE " RATE-LINE-NUMBER
                   " REJECTED ***"
               GO TO 1310-LOAD-ONE-RATE-EXIT
           END-IF.
           MOVE WS-RCL-RATE-WHOLE-X TO WS-RCL-RATE-WHOLE.
           MOVE WS-RCL-RATE-CENTS-X TO WS-RCL-RATE-CENTS.
           ADD 1 TO RATE-COUNT.
           MOVE WS-RCL-PROFILE-NAME TO RT-PROFILE-NAME(RATE-COUNT).
           MOVE WS-RCL-EFFECTIVE-X TO RT-EFFECTIVE(RATE-COUNT).
           MOVE WS-RCL-RATE-NUM TO RT-RATE(RATE-COUNT).
       1310-LOAD-ONE-RATE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1400-LOAD-COST-CENTER-XREF loads the map to cost center
      * cross-reference. With none, every map is unassigned.
      *--------------------------------------------------------------
       1400-LOAD-COST-CENTER-XREF.
           OPEN INPUT COST-CENTER-XREF-FILE.
           IF NOT WS-COST-CENTER-XREF-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN COST CENTER XREF - FILE "
                   "STATUS " WS-COST-CENTER-XREF-FILE-STATUS
                   " - NO MAP CAN BE ASSIGNED ***"
               GO TO 1400-LOAD-COST-CENTER-XREF-EXIT
           END-IF.
           PERFORM 1410-LOAD-ONE-XREF
              THRU 1410-LOAD-ONE-XREF-EXIT
              UNTIL XREF-IS-EOF.
           CLOSE COST-CENTER-XREF-FILE.
       1400-LOAD-COST-CENTER-XREF-EXIT.
           EXIT.

       1410-LOAD-ONE-XREF.
           READ COST-CENTER-XREF-FILE INTO WS-XREF-LINE
               AT END
                   SET XREF-IS-EOF TO TRUE
                   GO TO 1410-LOAD-ONE-XREF-EXIT
           END-READ.
           IF WS-XREF-LINE IS EQUAL TO SPACES
               GO TO 1410-LOAD-ONE-XREF-EXIT
           END-IF.
           MOVE WS-XRF-MAP-NAME TO WS-XREF-KEY-MAP.
           PERFORM 2300-FIND-XREF
              THRU 2300-FIND-XREF-EXIT.
           IF XREF-MATCH-INDEX IS GREATER THAN ZERO
              OR WS-XRF-COST-CENTER IS EQUAL TO SPACES
              OR XREF-COUNT IS NOT LESS THAN MAX-XREFS
               ADD 1 TO XREF-LINES-REJECTED
               DISPLAY "*** COST CENTER XREF LINE FOR "
                   WS-XRF-MAP-NAME " REJECTED ***"
               GO TO 1410-LOAD-ONE-XREF-EXIT
           END-IF.
           ADD 1 TO XREF-COUNT.
           MOVE WS-XRF-MAP-NAME TO XT-MAP-NAME(XREF-COUNT).
           MOVE WS-XRF-COST-CENTER TO XT-COST-CENTER(XREF-COUNT).
       1410-LOAD-ONE-XREF-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2000-PRICE-RESULTS reads the results lines of the run being
      * charged, prices each and files it on the work file under its
      * cost center - or in the unassigned section with the reason.
      *--------------------------------------------------------------
       2000-PRICE-RESULTS.
           PERFORM 2100-PRICE-ONE-RESULT
              THRU 2100-PRICE-ONE-RESULT-EXIT
              UNTIL RESULTS-IS-EOF.
           CLOSE RESULTS-FILE.
           PERFORM 2500-SUM-BATCH-SUMMARY
              THRU 2500-SUM-BATCH-SUMMARY-EXIT.
       2000-PRICE-RESULTS-EXIT.
           EXIT.

       2100-PRICE-ONE-RESULT.
           READ RESULTS-FILE INTO WS-RESULTS-LINE
               AT END
                   SET RESULTS-IS-EOF TO TRUE
                   GO TO 2100-PRICE-ONE-RESULT-EXIT
           END-READ.
           ADD 1 TO RESULTS-READ-COUNT.
           IF WS-RES-RUN-ID IS NOT EQUAL TO WS-CHARGE-RUN-ID
               ADD 1 TO RESULTS-OTHER-RUN-LINES
               GO TO 2100-PRICE-ONE-RESULT-EXIT
           END-IF.
           INSPECT WS-RES-SLOPE-RIGHT REPLACING LEADING SPACE BY "0".
           INSPECT WS-RES-SLOPE-DOWN REPLACING LEADING SPACE BY "0".
           INSPECT WS-RES-TREES REPLACING LEADING SPACE BY "0".
           IF WS-RES-SLOPE-RIGHT IS NOT NUMERIC
              OR WS-RES-SLOPE-DOWN IS NOT NUMERIC
              OR WS-RES-TREES IS NOT NUMERIC
               ADD 1 TO RESULTS-REJECTED-LINES
               DISPLAY "*** RESULTS LINE " RESULTS-READ-COUNT
                   " DOES NOT CONVERT - LINE SKIPPED ***"
               GO TO 2100-PRICE-ONE-RESULT-EXIT
           END-IF.
           MOVE WS-RES-SLOPE-RIGHT TO WS-RES-RIGHT-NUM.
           MOVE WS-RES-SLOPE-DOWN TO WS-RES-DOWN-NUM.
           MOVE WS-RES-TREES TO WS-RES-TREES-NUM.
           ADD 1 TO RESULTS-CHARGED-LINES.
           ADD WS-RES-TREES-NUM TO RUN-TOTAL-TREES.
           MOVE SPACES TO CHARGE-WORK-RECORD.
           MOVE SPACES TO WS-WORK-REASON.
           SET CW-IS-CHARGED TO TRUE.
           MOVE WS-RES-MAP-NAME TO WS-XREF-KEY-MAP.
           PERFORM 2300-FIND-XREF
              THRU 2300-FIND-XREF-EXIT.
           IF XREF-MATCH-INDEX IS EQUAL TO ZERO
               SET CW-IS-UNASSIGNED TO TRUE
               MOVE "NO COST CENTER" TO WS-WORK-REASON
           ELSE
               MOVE XT-COST-CENTER(XREF-MATCH-INDEX) TO
                   CW-COST-CENTER
           END-IF.
           PERFORM 2200-FIND-EFFECTIVE-RATE
              THRU 2200-FIND-EFFECTIVE-RATE-EXIT.
           IF RATE-MATCH-INDEX IS EQUAL TO ZERO
               MOVE 0 TO CW-RATE
               IF CW-IS-UNASSIGNED
                   MOVE "NO COST CENTER, NO RATE" TO WS-WORK-REASON
               ELSE
                   SET CW-IS-UNASSIGNED TO TRUE
                   MOVE "NO RATE EFFECTIVE ON RUN DATE" TO
                       WS-WORK-REASON
               END-IF
           ELSE
               MOVE RT-RATE(RATE-MATCH-INDEX) TO CW-RATE
           END-IF.
           MOVE WS-RES-MAP-NAME TO CW-MAP-NAME.
           MOVE WS-RES-RIGHT-NUM TO CW-SLOPE-RIGHT.
           MOVE WS-RES-DOWN-NUM TO CW-SLOPE-DOWN.
           MOVE WS-RES-TREES-NUM TO CW-TREES.
           MOVE WS-RES-PROFILE-NAME TO CW-PROFILE-NAME.
           MOVE WS-WORK-REASON TO CW-REASON.
           IF CW-IS-CHARGED
               COMPUTE CW-AMOUNT = CW-TREES * CW-RATE
           ELSE
               MOVE 0 TO CW-AMOUNT
           END-IF.
           WRITE CHARGE-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT WS-CHARGE-WORK-IO-OK
               ADD 1 TO DUPLICATE-CHARGE-COUNT
               ADD WS-RES-TREES-NUM TO DUPLICATE-TOTAL-TREES
               DISPLAY "*** " WS-RES-MAP-NAME " SLOPE "
                   WS-RES-RIGHT-NUM "/" WS-RES-DOWN-NUM
                   " ALREADY CHARGED FOR THIS RUN - FILE STATUS "
                   WS-CHARGE-WORK-FILE-STATUS " ***"
           END-IF.
       2100-PRICE-ONE-RESULT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2200-FIND-EFFECTIVE-RATE picks the rate for the map's
      * profile in effect on the run date, or failing that the
      * blank-profile rate in effect on the run date.
      *--------------------------------------------------------------
       2200-FIND-EFFECTIVE-RATE.
           MOVE 0 TO RATE-MATCH-INDEX.
           PERFORM 2210-WEIGH-ONE-RATE
              THRU 2210-WEIGH-ONE-RATE-EXIT
              VARYING RATE-INDEX FROM 1 BY 1
              UNTIL RATE-INDEX > RATE-COUNT.
       2200-FIND-EFFECTIVE-RATE-EXIT.
           EXIT.

       2210-WEIGH-ONE-RATE.
           IF RT-EFFECTIVE(RATE-INDEX) IS GREATER THAN WS-CRI-DATE
               GO TO 2210-WEIGH-ONE-RATE-EXIT
           END-IF.
           IF RT-PROFILE-NAME(RATE-INDEX) IS NOT EQUAL TO
              WS-RES-PROFILE-NAME
              AND RT-PROFILE-NAME(RATE-INDEX) IS NOT EQUAL TO SPACES
               GO TO 2210-WEIGH-ONE-RATE-EXIT
           END-IF.
           IF RATE-MATCH-INDEX IS EQUAL TO ZERO
               MOVE RATE-INDEX TO RATE-MATCH-INDEX
               GO TO 2210-WEIGH-ONE-RATE-EXIT
           END-IF.
           IF RT-PROFILE-NAME(RATE-MATCH-INDEX) IS EQUAL TO SPACES
              AND RT-PROFILE-NAME(RATE-INDEX) IS NOT EQUAL TO SPACES
               MOVE RATE-INDEX TO RATE-MATCH-INDEX
               GO TO 2210-WEIGH-ONE-RATE-EXIT
           END-IF.
           IF RT-PROFILE-NAME(RATE-MATCH-INDEX) IS NOT EQUAL TO SPACES
              AND RT-PROFILE-NAME(RATE-INDEX) IS EQUAL TO SPACES
               GO TO 2210-WEIGH-ONE-RATE-EXIT
           END-IF.
           IF RT-EFFECTIVE(RATE-INDEX) IS NOT LESS THAN
              RT-EFFECTIVE(RATE-MATCH-INDEX)
               MOVE RATE-INDEX TO RATE-MATCH-INDEX
           END-IF.
       2210-WEIGH-ONE-RATE-EXIT.
           EXIT.

       2300-FIND-XREF.
           MOVE 0 TO XREF-MATCH-INDEX.
           PERFORM 2310-MATCH-ONE-XREF
              THRU 2310-MATCH-ONE-XREF-EXIT
              VARYING XREF-INDEX FROM 1 BY 1
              UNTIL XREF-INDEX > XREF-COUNT
                 OR XREF-MATCH-INDEX > 0.
       2300-FIND-XREF-EXIT.
           EXIT.

       2310-MATCH-ONE-XREF.
           IF XT-MAP-NAME(XREF-INDEX) IS EQUAL TO WS-XREF-KEY-MAP
               MOVE XREF-INDEX TO XREF-MATCH-INDEX
           END-IF.
       2310-MATCH-ONE-XREF-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2500-SUM-BATCH-SUMMARY builds the control total the charges
      * are proved against: the slope TREES of every batch-summary
      * line for the run, written by the scoring program apart from
      * the results lines. No summary file leaves the total unproved.
      *--------------------------------------------------------------
       2500-SUM-BATCH-SUMMARY.
           OPEN INPUT BATCH-SUMMARY-FILE.
           IF NOT WS-BATCH-SUMMARY-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN BATCH SUMMARY FILE - "
                   "FILE STATUS " WS-BATCH-SUMMARY-FILE-STATUS " ***"
               GO TO 2500-SUM-BATCH-SUMMARY-EXIT
           END-IF.
           SET SUMMARY-IS-PRESENT TO TRUE.
           PERFORM 2600-SUM-ONE-SUMMARY-LINE
              THRU 2600-SUM-ONE-SUMMARY-LINE-EXIT
              UNTIL SUMMARY-IS-EOF.
           CLOSE BATCH-SUMMARY-FILE.
       2500-SUM-BATCH-SUMMARY-EXIT.
           EXIT.

       2600-SUM-ONE-SUMMARY-LINE.
           READ BATCH-SUMMARY-FILE INTO WS-SUMMARY-LINE
               AT END
                   SET SUMMARY-IS-EOF TO TRUE
                   GO TO 2600-SUM-ONE-SUMMARY-LINE-EXIT
           END-READ.
           ADD 1 TO SUMMARY-READ-COUNT.
           IF WS-SUM-RUN-ID IS NOT EQUAL TO WS-CHARGE-RUN-ID
               GO TO 2600-SUM-ONE-SUMMARY-LINE-EXIT
           END-IF.
           ADD 1 TO SUMMARY-RUN-LINES.
           IF WS-SUM-VALID-FLAG(1:10) IS EQUAL TO "OPEN ERROR"
               ADD 1 TO SUMMARY-OPEN-ERROR-LINES
               GO TO 2600-SUM-ONE-SUMMARY-LINE-EXIT
           END-IF.
           PERFORM 2610-ADD-ONE-SUMMARY-SLOPE
              THRU 2610-ADD-ONE-SUMMARY-SLOPE-EXIT
              VARYING SUMMARY-SLOPE-INDEX FROM 1 BY 1
              UNTIL SUMMARY-SLOPE-INDEX > 25.
       2600-SUM-ONE-SUMMARY-LINE-EXIT.
           EXIT.

       2610-ADD-ONE-SUMMARY-SLOPE.
           IF WS-SUM-TREES(SUMMARY-SLOPE-INDEX) IS EQUAL TO SPACES
               GO TO 2610-ADD-ONE-SUMMARY-SLOPE-EXIT
           END-IF.
           MOVE WS-SUM-TREES(SUMMARY-SLOPE-INDEX) TO WS-SUM-TREES-X.
           INSPECT WS-SUM-TREES-X REPLACING LEADING SPACE BY "0".
           IF WS-SUM-TREES-X IS NOT NUMERIC
               ADD 1 TO SUMMARY-REJECTED-COUNTS
               DISPLAY "*** BATCH SUMMARY LINE " SUMMARY-READ-COUNT
                   " SLOPE " SUMMARY-SLOPE-INDEX
                   " DOES NOT CONVERT - COUNT SKIPPED ***"
               GO TO 2610-ADD-ONE-SUMMARY-SLOPE-EXIT
           END-IF.
           ADD WS-SUM-TREES-NUM TO SUMMARY-TOTAL-TREES.
       2610-ADD-ONE-SUMMARY-SLOPE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-WRITE-CHARGES reads the work file back in key order -
      * charged lines by cost center, then the unassigned lines -
      * writing a charge record and report line for each charged
      * map/slope, a subtotal at each change of cost center, and the
      * unassigned lines under their own heading.
      *--------------------------------------------------------------
       3000-WRITE-CHARGES.
           OPEN OUTPUT CHARGE-FILE.
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
           MOVE "CHARGES BY COST CENTER" TO WS-SECTION-HEADING.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-CHARGE-COLUMN-HEADING.
           MOVE "N" TO CHARGE-WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO CW-CHARGE-KEY.
           START CHARGE-WORK-FILE KEY IS GREATER THAN CW-CHARGE-KEY
               INVALID KEY
                   SET CHARGE-WORK-IS-EOF TO TRUE
           END-START.
           PERFORM 3100-WRITE-ONE-CHARGE
              THRU 3100-WRITE-ONE-CHARGE-EXIT
              UNTIL CHARGE-WORK-IS-EOF.
           IF WS-PRIOR-SECTION IS EQUAL TO "1"
               PERFORM 3200-WRITE-CENTER-SUBTOTAL
                  THRU 3200-WRITE-CENTER-SUBTOTAL-EXIT
           END-IF.
           IF COST-CENTER-COUNT IS EQUAL TO ZERO
               MOVE "  (NONE)" TO CHARGEBACK-REPORT-RECORD
               WRITE CHARGEBACK-REPORT-RECORD
           END-IF.
           IF WS-PRIOR-SECTION IS NOT EQUAL TO "2"
               PERFORM 3300-START-UNASSIGNED-SECTION
                  THRU 3300-START-UNASSIGNED-SECTION-EXIT
               MOVE "  (NONE)" TO CHARGEBACK-REPORT-RECORD
               WRITE CHARGEBACK-REPORT-RECORD
           END-IF.
           CLOSE CHARGE-FILE.
       3000-WRITE-CHARGES-EXIT.
           EXIT.

       3100-WRITE-ONE-CHARGE.
           READ CHARGE-WORK-FILE NEXT RECORD
               AT END
                   SET CHARGE-WORK-IS-EOF TO TRUE
                   GO TO 3100-WRITE-ONE-CHARGE-EXIT
           END-READ.
           IF CW-IS-UNASSIGNED
               IF WS-PRIOR-SECTION IS EQUAL TO "1"
                   PERFORM 3200-WRITE-CENTER-SUBTOTAL
                      THRU 3200-WRITE-CENTER-SUBTOTAL-EXIT
               END-IF
               IF WS-PRIOR-SECTION IS NOT EQUAL TO "2"
                   IF COST-CENTER-COUNT IS EQUAL TO ZERO
                       MOVE "  (NONE)" TO CHARGEBACK-REPORT-RECORD
                       WRITE CHARGEBACK-REPORT-RECORD
                   END-IF
                   PERFORM 3300-START-UNASSIGNED-SECTION
                      THRU 3300-START-UNASSIGNED-SECTION-EXIT
               END-IF
               PERFORM 3400-WRITE-ONE-UNASSIGNED
                  THRU 3400-WRITE-ONE-UNASSIGNED-EXIT
               GO TO 3100-WRITE-ONE-CHARGE-EXIT
           END-IF.
           IF WS-PRIOR-SECTION IS EQUAL TO "1"
              AND CW-COST-CENTER IS NOT EQUAL TO WS-PRIOR-COST-CENTER
               PERFORM 3200-WRITE-CENTER-SUBTOTAL
                  THRU 3200-WRITE-CENTER-SUBTOTAL-EXIT
           END-IF.
           IF WS-PRIOR-SECTION IS NOT EQUAL TO "1"
              OR CW-COST-CENTER IS NOT EQUAL TO WS-PRIOR-COST-CENTER
               ADD 1 TO COST-CENTER-COUNT
               MOVE CW-COST-CENTER TO WS-PRIOR-COST-CENTER
               MOVE "1" TO WS-PRIOR-SECTION
               MOVE 0 TO CENTER-TOTAL-TREES
               MOVE 0 TO CENTER-TOTAL-AMOUNT
           END-IF.
           ADD CW-TREES TO CENTER-TOTAL-TREES.
           ADD CW-AMOUNT TO CENTER-TOTAL-AMOUNT.
           ADD CW-TREES TO CHARGED-TOTAL-TREES.
           ADD CW-AMOUNT TO CHARGED-TOTAL-AMOUNT.
           MOVE CW-COST-CENTER TO WS-CHG-COST-CENTER.
           MOVE CW-MAP-NAME TO WS-CHG-MAP-NAME.
           MOVE CW-SLOPE-RIGHT TO WS-CHG-SLOPE-RIGHT.
           MOVE CW-SLOPE-DOWN TO WS-CHG-SLOPE-DOWN.
           MOVE CW-TREES TO WS-CHG-TREES.
           MOVE CW-RATE TO WS-CHG-RATE.
           MOVE CW-AMOUNT TO WS-CHG-AMOUNT.
           MOVE WS-CHARGE-RUN-ID TO WS-CHG-RUN-ID.
           MOVE CW-PROFILE-NAME TO WS-CHG-PROFILE-NAME.
           WRITE CHARGE-RECORD FROM WS-CHARGE-LINE.
           ADD 1 TO CHARGE-RECORD-COUNT.
           PERFORM 3500-FORMAT-DETAIL-LINE
              THRU 3500-FORMAT-DETAIL-LINE-EXIT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-CHARGE-DETAIL-LINE.
       3100-WRITE-ONE-CHARGE-EXIT.
           EXIT.

       3200-WRITE-CENTER-SUBTOTAL.
           MOVE SPACES TO WS-STL-LABEL.
           STRING "SUBTOTAL COST CENTER " DELIMITED BY SIZE
               WS-PRIOR-COST-CENTER DELIMITED BY SIZE
               INTO WS-STL-LABEL.
           MOVE CENTER-TOTAL-TREES TO WS-STL-TREES.
           MOVE CENTER-TOTAL-AMOUNT TO WS-STL-AMOUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-SUBTOTAL-LINE.
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
       3200-WRITE-CENTER-SUBTOTAL-EXIT.
           EXIT.

       3300-START-UNASSIGNED-SECTION.
           MOVE "2" TO WS-PRIOR-SECTION.
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
           MOVE "UNASSIGNED CHARGES - NOT BILLED" TO
               WS-SECTION-HEADING.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-CHARGE-COLUMN-HEADING.
       3300-START-UNASSIGNED-SECTION-EXIT.
           EXIT.

       3400-WRITE-ONE-UNASSIGNED.
           ADD 1 TO UNASSIGNED-LINE-COUNT.
           ADD CW-TREES TO UNASSIGNED-TOTAL-TREES.
           PERFORM 3500-FORMAT-DETAIL-LINE
              THRU 3500-FORMAT-DETAIL-LINE-EXIT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-CHARGE-DETAIL-LINE.
       3400-WRITE-ONE-UNASSIGNED-EXIT.
           EXIT.

       3500-FORMAT-DETAIL-LINE.
           MOVE CW-COST-CENTER TO WS-CDL-COST-CENTER.
           MOVE CW-MAP-NAME TO WS-CDL-MAP-NAME.
           MOVE CW-SLOPE-RIGHT TO WS-CDL-SLOPE-RIGHT.
           MOVE CW-SLOPE-DOWN TO WS-CDL-SLOPE-DOWN.
           MOVE CW-TREES TO WS-CDL-TREES.
           MOVE CW-RATE TO WS-CDL-RATE.
           MOVE CW-AMOUNT TO WS-CDL-AMOUNT.
           MOVE CW-REASON TO WS-CDL-REASON.
       3500-FORMAT-DETAIL-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-WRITE-TIE-OUT proves the charge: trees charged, plus
      * trees unassigned, plus trees of a map/slope scored twice in
      * the run and charged once, must equal the slope TREES of the
      * run's batch-summary lines. A difference means a count went
      * missing between the scoring run and the charges - a results
      * line that did not convert or was never written - and the
      * run is flagged RC 8, as is a run the summary cannot prove.
      * A run id that matched no results line at all is RC 12.
      *--------------------------------------------------------------
       4000-WRITE-TIE-OUT.
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
           IF RESULTS-CHARGED-LINES IS EQUAL TO ZERO
              AND RESULTS-REJECTED-LINES IS EQUAL TO ZERO
               MOVE WS-CHARGE-RUN-ID TO WS-NRL-RUN-ID
               WRITE CHARGEBACK-REPORT-RECORD FROM WS-NO-RESULTS-LINE
               MOVE SPACES TO CHARGEBACK-REPORT-RECORD
               WRITE CHARGEBACK-REPORT-RECORD
               DISPLAY "*** NO RESULTS FOR RUN " WS-CHARGE-RUN-ID
                   " ***"
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE "GRAND TOTAL - ALL COST CENTERS" TO WS-STL-LABEL.
           MOVE CHARGED-TOTAL-TREES TO WS-STL-TREES.
           MOVE CHARGED-TOTAL-AMOUNT TO WS-STL-AMOUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-SUBTOTAL-LINE.
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
           MOVE "TIE-OUT TO RUN TOTAL TREES" TO WS-SECTION-HEADING.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-SECTION-HEADING.
           MOVE "  TREES CHARGED" TO WS-TOL-LABEL.
           MOVE CHARGED-TOTAL-TREES TO WS-TOL-TREES.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TIE-OUT-LINE.
           MOVE "  TREES UNASSIGNED" TO WS-TOL-LABEL.
           MOVE UNASSIGNED-TOTAL-TREES TO WS-TOL-TREES.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TIE-OUT-LINE.
           MOVE "  TREES ON DUPLICATE MAP/SLOPE" TO WS-TOL-LABEL.
           MOVE DUPLICATE-TOTAL-TREES TO WS-TOL-TREES.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TIE-OUT-LINE.
           COMPUTE TIE-OUT-TREES =
               CHARGED-TOTAL-TREES + UNASSIGNED-TOTAL-TREES
                   + DUPLICATE-TOTAL-TREES.
           MOVE "  TOTAL ACCOUNTED FOR" TO WS-TOL-LABEL.
           MOVE TIE-OUT-TREES TO WS-TOL-TREES.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TIE-OUT-LINE.
           MOVE "  RUN TOTAL TREES - BATCH SUMMARY" TO WS-TOL-LABEL.
           MOVE SUMMARY-TOTAL-TREES TO WS-TOL-TREES.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TIE-OUT-LINE.
           MOVE "  (TREES ON RESULTS LINES READ)" TO WS-TOL-LABEL.
           MOVE RUN-TOTAL-TREES TO WS-TOL-TREES.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TIE-OUT-LINE.
           IF NOT SUMMARY-IS-PRESENT
              OR SUMMARY-RUN-LINES IS EQUAL TO ZERO
               MOVE "  *** NO BATCH SUMMARY - CHARGES NOT PROVEN ***"
                   TO CHARGEBACK-REPORT-RECORD
               IF RETURN-CODE IS LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF TIE-OUT-TREES IS EQUAL TO SUMMARY-TOTAL-TREES
                  AND SUMMARY-REJECTED-COUNTS IS EQUAL TO ZERO
                   MOVE "  CHARGES TIE TO RUN TOTAL TREES" TO
                       CHARGEBACK-REPORT-RECORD
               ELSE
                   MOVE
                       "  *** CHARGES DO NOT TIE TO RUN TOTAL TREES ***"
                       TO CHARGEBACK-REPORT-RECORD
                   IF RETURN-CODE IS LESS THAN 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           WRITE CHARGEBACK-REPORT-RECORD.
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
           MOVE "RESULTS LINES READ" TO WS-TRL-LABEL.
           MOVE RESULTS-READ-COUNT TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  FOR OTHER RUN IDS - NOT CHARGED" TO WS-TRL-LABEL.
           MOVE RESULTS-OTHER-RUN-LINES TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  UNREADABLE - SKIPPED" TO WS-TRL-LABEL.
           MOVE RESULTS-REJECTED-LINES TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  DUPLICATE MAP/SLOPE - SKIPPED" TO WS-TRL-LABEL.
           MOVE DUPLICATE-CHARGE-COUNT TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "BATCH SUMMARY LINES FOR RUN" TO WS-TRL-LABEL.
           MOVE SUMMARY-RUN-LINES TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  MAP NOT OPENED - NO TREES" TO WS-TRL-LABEL.
           MOVE SUMMARY-OPEN-ERROR-LINES TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  SLOPE COUNTS UNREADABLE" TO WS-TRL-LABEL.
           MOVE SUMMARY-REJECTED-COUNTS TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "CHARGE RECORDS WRITTEN" TO WS-TRL-LABEL.
           MOVE CHARGE-RECORD-COUNT TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "COST CENTERS CHARGED" TO WS-TRL-LABEL.
           MOVE COST-CENTER-COUNT TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "UNASSIGNED LINES" TO WS-TRL-LABEL.
           MOVE UNASSIGNED-LINE-COUNT TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "RATE CARD LINES REJECTED" TO WS-TRL-LABEL.
           MOVE RATE-LINES-REJECTED TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "XREF LINES REJECTED" TO WS-TRL-LABEL.
           MOVE XREF-LINES-REJECTED TO WS-TRL-COUNT.
           WRITE CHARGEBACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF RETURN-CODE IS LESS THAN 4
              AND (UNASSIGNED-LINE-COUNT IS GREATER THAN ZERO
                OR RESULTS-REJECTED-LINES IS GREATER THAN ZERO
                OR DUPLICATE-CHARGE-COUNT IS GREATER THAN ZERO
                OR RATE-LINES-REJECTED IS GREATER THAN ZERO
                OR XREF-LINES-REJECTED IS GREATER THAN ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CHARGEBACK: " CHARGE-RECORD-COUNT
               " CHARGE RECORDS, " COST-CENTER-COUNT
               " COST CENTERS, " UNASSIGNED-LINE-COUNT
               " UNASSIGNED.".
       4000-WRITE-TIE-OUT-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF RUN-IS-VALID
               CLOSE CHARGE-WORK-FILE
                     CHARGEBACK-REPORT-FILE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
