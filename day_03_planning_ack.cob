      * Advent of Code 2020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-03-planning-ack.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   ---------  ----  -----------------------------------------
      *   2026-10-15  RJH  New acknowledgement reconciliation for
      *                    the planning interface. Planning returns
      *                    an acknowledgement file naming the
      *                    extract it loaded (the header date and
      *                    time), the record count and TREES hash
      *                    total it received, and any map/slope
      *                    records its intake rejected. Each
      *                    acknowledgement is matched to the
      *                    extract on the interface control log
      *                    that planning_extract keeps, and the
      *                    log is updated with what came back.
      *                    Extracts unacknowledged past the days
      *                    given on the parameter card,
      *                    acknowledged with other totals, or
      *                    partly rejected are flagged, and the
      *                    rejected records are listed, so a given
      *                    day's extract can be resent with proof
      *                    of what went wrong.
      *   2026-10-15  RJH  An extract that comes back with rejected
      *                    records but no acknowledgement line is
      *                    graded PARTLY REJECTED instead of being
      *                    left as sent - planning plainly received
      *                    it. The control-log work file now carries
      *                    a FILE STATUS, and the log is only
      *                    rewritten once the work file has been
      *                    written and reopened; otherwise the log
      *                    is left as it stands and the run ends
      *                    RC 12.
      *   2026-10-15  RJH  An extract graded short or partly rejected
      *                    on an earlier run is settled: it moves to
      *                    a history section of the report and no
      *                    longer raises RC 4, which is kept for
      *                    extracts overdue or graded in this run.
      *                    The parameter card gains the days a
      *                    settled extract stays on the control log,
      *                    counted from its acknowledgement date
      *                    (90 when not given); older settled
      *                    entries are dropped from the log.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-PARM-FILE ASSIGN
               TO './files/day_3_planning_ack_parm.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-PARM-FILE-STATUS.

           SELECT INTERFACE-CONTROL-FILE ASSIGN
               TO './files/day_3_interface_control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTERFACE-CONTROL-FILE-STATUS.

           SELECT CONTROL-WORK-FILE ASSIGN
               TO './files/day_3_interface_control_work.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-WORK-FILE-STATUS.

           SELECT PLANNING-ACK-FILE ASSIGN
               TO './files/day_3_planning_ack.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLANNING-ACK-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN
               TO './files/day_3_planning_ack_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACK-PARM-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACK-PARM-RECORD PIC X(80).

       FD INTERFACE-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  INTERFACE-CONTROL-RECORD PIC X(120).

       FD CONTROL-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-WORK-RECORD PIC X(120).

       FD PLANNING-ACK-FILE
           LABEL RECORDS ARE OMITTED.
       01  PLANNING-ACK-RECORD PIC X(200).

       FD ACK-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACK-REPORT-RECORD PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-ACK-PARM-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-ACK-PARM-OPEN-OK VALUE "00".
       01  WS-INTERFACE-CONTROL-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-INTERFACE-CONTROL-OPEN-OK VALUE "00".
       01  WS-CONTROL-WORK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-CONTROL-WORK-OPEN-OK VALUE "00".
       01  WS-PLANNING-ACK-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-PLANNING-ACK-OPEN-OK VALUE "00".
       01  RUN-VALID-SWITCH PIC X(01) VALUE "Y".
           88 RUN-IS-VALID VALUE "Y".
           88 RUN-IS-INVALID VALUE "N".
       01  CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
           88 CONTROL-IS-EOF VALUE "Y".
       01  ACK-EOF-SWITCH PIC X(01) VALUE "N".
           88 ACK-IS-EOF VALUE "Y".
       01  ACK-PRESENT-SWITCH PIC X(01) VALUE "N".
           88 ACK-IS-PRESENT VALUE "Y".
       01  COPY-BACK-EOF-SWITCH PIC X(01) VALUE "N".
           88 COPY-BACK-IS-EOF VALUE "Y".
       01  WS-ACK-RUN-DATE PIC 9(06).
       01  WS-ACK-RUN-TIME PIC 9(08).

      *--------------------------------------------------------------
      * WS-ACK-PARM-CARD gives the days planning has to acknowledge
      * an extract before it is reported as unacknowledged, then the
      * days a settled extract is kept on the control log after it
      * was acknowledged. The second is optional.
      *--------------------------------------------------------------
       01  WS-ACK-PARM-CARD.
           05 WS-PRM-ACK-DAYS-X  PIC X(03).
           05 FILLER             PIC X(01).
           05 WS-PRM-KEEP-DAYS-X PIC X(04).
           05 FILLER             PIC X(72).
       01  WS-PRM-ACK-DAYS PIC 9(03).
       01  WS-PRM-KEEP-DAYS PIC 9(04).
       01  WS-DEFAULT-KEEP-DAYS PIC 9(04) VALUE 90.

      *--------------------------------------------------------------
      * Date arithmetic. A YYMMDD date is turned into a day number
      * counted from 1 January 2000, so an extract's age is a plain
      * subtraction. CUMULATIVE-DAYS holds the days before the first
      * of each month in a common year; a leap year adds one from
      * March on.
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
       01  WS-TODAY-DAY-NUMBER PIC S9(07) VALUE 0.
       01  WS-EXTRACT-AGE PIC S9(07) VALUE 0.
       01  WS-SETTLED-AGE PIC S9(07) VALUE 0.

      *--------------------------------------------------------------
      * WS-CONTROL-LOG-LINE mirrors the interface control log entry
      * planning_extract writes for every extract it produces.
      *--------------------------------------------------------------
       01  WS-CONTROL-LOG-LINE.
           05 WS-ICL-EXTRACT-DATE PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-EXTRACT-TIME PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-RECORD-COUNT PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-TREES-HASH   PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-RUN-ID       PIC X(17).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-STATUS   PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-DATE     PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-COUNT    PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-ACK-HASH     PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ICL-REJECT-COUNT PIC 9(07).
           05 FILLER              PIC X(19) VALUE SPACES.

      *--------------------------------------------------------------
      * EXTRACT-TABLE holds the control log while acknowledgements
      * are applied to it, and is written back over the log at the
      * end. EXT-TOUCHED marks an entry an acknowledgement arrived
      * for in this run; its reject count restarts from what this
      * file reports. EXT-PRIOR-STATUS keeps the status the entry
      * came in with, so extracts settled on an earlier run are
      * counted rather than listed again - those that came back
      * short or partly rejected are listed once more in the
      * history section, without raising the return code.
      *--------------------------------------------------------------
       01  MAX-EXTRACTS PIC 9(04) VALUE 2000.
       01  EXTRACT-COUNT PIC 9(04) VALUE 0.
       01  EXTRACT-INDEX PIC 9(04) VALUE 0.
       01  EXTRACT-MATCH-INDEX PIC 9(04) VALUE 0.
       01  EXTRACT-TABLE.
           05 EXTRACT-ENTRY OCCURS 2000 TIMES.
              10 EXT-EXTRACT-DATE PIC 9(06).
              10 EXT-EXTRACT-TIME PIC 9(08).
              10 EXT-RECORD-COUNT PIC 9(07).
              10 EXT-TREES-HASH   PIC 9(12).
              10 EXT-RUN-ID       PIC X(17).
              10 EXT-ACK-STATUS   PIC X(10).
              10 EXT-PRIOR-STATUS PIC X(10).
              10 EXT-ACK-DATE     PIC 9(06).
              10 EXT-ACK-COUNT    PIC 9(07).
              10 EXT-ACK-HASH     PIC 9(12).
              10 EXT-REJECT-COUNT PIC 9(07).
              10 EXT-TOUCHED      PIC X(01).
              10 EXT-ACK-SEEN     PIC X(01).

      *--------------------------------------------------------------
      * WS-ACK-LINE is one line of planning's acknowledgement file,
      * pipe-delimited in the same manner as the extract. An A line
      * acknowledges an extract with the totals received; an R line
      * names a detail record the intake rejected and why. Both
      * identify the extract by its header date and time; a zero
      * time means the latest extract of that date.
      *--------------------------------------------------------------
       01  WS-ACK-LINE.
           05 WS-ACK-TYPE         PIC X(01).
              88 ACK-IS-ACKNOWLEDGE VALUE "A".
              88 ACK-IS-REJECT      VALUE "R".
           05 FILLER              PIC X(01).
           05 WS-ACK-EXTRACT-DATE-X PIC X(06).
           05 FILLER              PIC X(01).
           05 WS-ACK-EXTRACT-TIME-X PIC X(08).
           05 FILLER              PIC X(01).
           05 WS-ACK-BODY         PIC X(182).
       01  WS-ACK-TOTALS-BODY REDEFINES WS-ACK-LINE.
           05 FILLER              PIC X(18).
           05 WS-ACK-COUNT-X      PIC X(07).
           05 FILLER              PIC X(01).
           05 WS-ACK-HASH-X       PIC X(12).
           05 FILLER              PIC X(162).
       01  WS-ACK-REJECT-BODY REDEFINES WS-ACK-LINE.
           05 FILLER              PIC X(18).
           05 WS-ACK-MAP-NAME     PIC X(100).
           05 FILLER              PIC X(01).
           05 WS-ACK-RIGHT-X      PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-ACK-DOWN-X       PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-ACK-REASON       PIC X(40).
           05 FILLER              PIC X(35).
       01  WS-ACK-EXTRACT-DATE PIC 9(06).
       01  WS-ACK-EXTRACT-TIME PIC 9(08).
       01  WS-ACK-COUNT PIC 9(07).
       01  WS-ACK-HASH PIC 9(12).
       01  ACK-LINE-VALID-SWITCH PIC X(01) VALUE "Y".
           88 ACK-LINE-IS-VALID VALUE "Y".
           88 ACK-LINE-IS-INVALID VALUE "N".

       01  CONTROL-READ-COUNT PIC 9(07) VALUE 0.
       01  ACK-READ-COUNT PIC 9(07) VALUE 0.
       01  ACK-APPLIED-COUNT PIC 9(07) VALUE 0.
       01  REJECT-LINE-COUNT PIC 9(07) VALUE 0.
       01  ACK-UNMATCHED-COUNT PIC 9(07) VALUE 0.
       01  ACK-UNREADABLE-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-LISTED-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-SETTLED-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-OK-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-AWAITING-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-OVERDUE-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-DIFFER-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-REJECTED-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-HISTORY-COUNT PIC 9(07) VALUE 0.
       01  EXTRACTS-PRUNED-COUNT PIC 9(07) VALUE 0.

      *--------------------------------------------------------------
      * Report lines: heading, one line per extract still open or
      * acknowledged in this run, the rejected and unmatched
      * acknowledgement lines, and the totals trailer.
      *--------------------------------------------------------------
       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(44) VALUE
              "PLANNING INTERFACE RECONCILIATION - RUN DATE".
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HD1-DATE PIC 9(06).
           05 FILLER PIC X(07) VALUE "  TIME ".
           05 WS-HD1-TIME PIC 9(08).
           05 FILLER PIC X(20) VALUE "  ACKNOWLEDGE WITHIN".
           05 WS-HD1-ACK-DAYS PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DAYS".
           05 FILLER PIC X(18) VALUE "  KEEP SETTLED FOR".
           05 WS-HD1-KEEP-DAYS PIC ZZZ9.
           05 FILLER PIC X(05) VALUE " DAYS".
       01  WS-EXTRACT-COLUMN-HEADING.
           05 FILLER PIC X(42) VALUE
              "EXTRACT DATE/TIME  RUN ID                S".
           05 FILLER PIC X(42) VALUE
              "ENT     SENT HASH     RCVD     RCVD HASH  ".
           05 FILLER PIC X(42) VALUE
              "REJECTS  AGE  STATUS".
       01  WS-EXTRACT-DETAIL-LINE.
           05 WS-EDL-EXTRACT-DATE PIC 9(06).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-EDL-EXTRACT-TIME PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-EDL-RUN-ID PIC X(17).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EDL-SENT-COUNT PIC Z(6)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EDL-SENT-HASH PIC Z(11)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EDL-ACK-COUNT PIC Z(6)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EDL-ACK-HASH PIC Z(11)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EDL-REJECTS PIC Z(6)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EDL-AGE PIC ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-EDL-STATUS PIC X(24).
       01  WS-SECTION-HEADING PIC X(60).
       01  WS-ACK-EXCEPTION-LINE.
           05 WS-AXL-EXTRACT-DATE PIC X(06).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-AXL-EXTRACT-TIME PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AXL-MAP-NAME PIC X(100).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AXL-RIGHT PIC X(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-AXL-DOWN PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-AXL-REASON PIC X(40).
       01  WS-TRAILER-COUNT-LINE.
           05 WS-TRL-LABEL PIC X(40).
           05 WS-TRL-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT.
           IF RUN-IS-VALID
               PERFORM 2000-APPLY-ACKNOWLEDGEMENTS
                  THRU 2000-APPLY-ACKNOWLEDGEMENTS-EXIT
               PERFORM 3000-REPORT-EXTRACTS
                  THRU 3000-REPORT-EXTRACTS-EXIT
               PERFORM 3500-LIST-EARLIER-EXCEPTIONS
                  THRU 3500-LIST-EARLIER-EXCEPTIONS-EXIT
               PERFORM 4000-LIST-ACK-EXCEPTIONS
                  THRU 4000-LIST-ACK-EXCEPTIONS-EXIT
               PERFORM 5000-REWRITE-CONTROL-LOG
                  THRU 5000-REWRITE-CONTROL-LOG-EXIT
               PERFORM 8000-WRITE-TRAILER
                  THRU 8000-WRITE-TRAILER-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN
              THRU 9999-TERMINATE-RUN-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-ACK-RUN-DATE FROM DATE.
           ACCEPT WS-ACK-RUN-TIME FROM TIME.
           PERFORM 1100-READ-PARM-CARD
              THRU 1100-READ-PARM-CARD-EXIT.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE WS-ACK-RUN-DATE TO WS-DATE-WORK.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
           PERFORM 1200-LOAD-CONTROL-LOG
              THRU 1200-LOAD-CONTROL-LOG-EXIT.
           IF RUN-IS-INVALID
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT ACK-REPORT-FILE.
           MOVE WS-ACK-RUN-DATE TO WS-HD1-DATE.
           MOVE WS-ACK-RUN-TIME TO WS-HD1-TIME.
           MOVE WS-PRM-ACK-DAYS TO WS-HD1-ACK-DAYS.
           MOVE WS-PRM-KEEP-DAYS TO WS-HD1-KEEP-DAYS.
           WRITE ACK-REPORT-RECORD FROM WS-REPORT-HEADING-1.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-PARM-CARD.
           OPEN INPUT ACK-PARM-FILE.
           IF NOT WS-ACK-PARM-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN PLANNING ACK PARM FILE - "
                   "FILE STATUS " WS-ACK-PARM-FILE-STATUS " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           READ ACK-PARM-FILE INTO WS-ACK-PARM-CARD
               AT END
                   MOVE SPACES TO WS-ACK-PARM-CARD
           END-READ.
           CLOSE ACK-PARM-FILE.
           IF WS-PRM-ACK-DAYS-X IS EQUAL TO SPACES
               DISPLAY "*** PLANNING ACK PARM CARD MUST GIVE THE "
                   "DAYS ALLOWED TO ACKNOWLEDGE ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           INSPECT WS-PRM-ACK-DAYS-X REPLACING LEADING SPACE BY "0".
           IF WS-PRM-ACK-DAYS-X IS NOT NUMERIC
               DISPLAY "*** PLANNING ACK PARM CARD IS INVALID - "
                   "DAYS MUST BE NUMERIC ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           MOVE WS-PRM-ACK-DAYS-X TO WS-PRM-ACK-DAYS.
           IF WS-PRM-KEEP-DAYS-X IS EQUAL TO SPACES
               MOVE WS-DEFAULT-KEEP-DAYS TO WS-PRM-KEEP-DAYS
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           INSPECT WS-PRM-KEEP-DAYS-X REPLACING LEADING SPACE BY "0".
           IF WS-PRM-KEEP-DAYS-X IS NOT NUMERIC
               DISPLAY "*** PLANNING ACK PARM CARD IS INVALID - "
                   "DAYS TO KEEP MUST BE NUMERIC ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1100-READ-PARM-CARD-EXIT
           END-IF.
           MOVE WS-PRM-KEEP-DAYS-X TO WS-PRM-KEEP-DAYS.
       1100-READ-PARM-CARD-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 1200-LOAD-CONTROL-LOG loads every extract on the interface
      * control log. With no log there is nothing to reconcile
      * against and the run stops.
      *--------------------------------------------------------------
       1200-LOAD-CONTROL-LOG.
           OPEN INPUT INTERFACE-CONTROL-FILE.
           IF NOT WS-INTERFACE-CONTROL-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN INTERFACE CONTROL LOG - "
                   "FILE STATUS " WS-INTERFACE-CONTROL-FILE-STATUS
                   " ***"
               SET RUN-IS-INVALID TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1200-LOAD-CONTROL-LOG-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-EXTRACT
              THRU 1210-LOAD-ONE-EXTRACT-EXIT
              UNTIL CONTROL-IS-EOF.
           CLOSE INTERFACE-CONTROL-FILE.
       1200-LOAD-CONTROL-LOG-EXIT.
           EXIT.

       1210-LOAD-ONE-EXTRACT.
           READ INTERFACE-CONTROL-FILE INTO WS-CONTROL-LOG-LINE
               AT END
                   SET CONTROL-IS-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-EXTRACT-EXIT
           END-READ.
           ADD 1 TO CONTROL-READ-COUNT.
           IF EXTRACT-COUNT IS NOT LESS THAN MAX-EXTRACTS
               DISPLAY "*** EXTRACT TABLE FULL AT CONTROL LOG LINE "
                   CONTROL-READ-COUNT " - RECONCILIATION STOPPED ***"
               SET RUN-IS-INVALID TO TRUE
               SET CONTROL-IS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1210-LOAD-ONE-EXTRACT-EXIT
           END-IF.
           ADD 1 TO EXTRACT-COUNT.
           MOVE WS-ICL-EXTRACT-DATE TO EXT-EXTRACT-DATE(EXTRACT-COUNT).
           MOVE WS-ICL-EXTRACT-TIME TO EXT-EXTRACT-TIME(EXTRACT-COUNT).
           MOVE WS-ICL-RECORD-COUNT TO EXT-RECORD-COUNT(EXTRACT-COUNT).
           MOVE WS-ICL-TREES-HASH TO EXT-TREES-HASH(EXTRACT-COUNT).
           MOVE WS-ICL-RUN-ID TO EXT-RUN-ID(EXTRACT-COUNT).
           MOVE WS-ICL-ACK-STATUS TO EXT-ACK-STATUS(EXTRACT-COUNT).
           MOVE WS-ICL-ACK-STATUS TO EXT-PRIOR-STATUS(EXTRACT-COUNT).
           MOVE WS-ICL-ACK-DATE TO EXT-ACK-DATE(EXTRACT-COUNT).
           MOVE WS-ICL-ACK-COUNT TO EXT-ACK-COUNT(EXTRACT-COUNT).
           MOVE WS-ICL-ACK-HASH TO EXT-ACK-HASH(EXTRACT-COUNT).
           MOVE WS-ICL-REJECT-COUNT TO EXT-REJECT-COUNT(EXTRACT-COUNT).
           MOVE "N" TO EXT-TOUCHED(EXTRACT-COUNT).
           IF WS-ICL-ACK-STATUS IS EQUAL TO "SENT"
               MOVE "N" TO EXT-ACK-SEEN(EXTRACT-COUNT)
           ELSE
               MOVE "Y" TO EXT-ACK-SEEN(EXTRACT-COUNT)
           END-IF.
       1210-LOAD-ONE-EXTRACT-EXIT.
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
      * 2000-APPLY-ACKNOWLEDGEMENTS reads planning's file once and
      * posts each line to its extract. No acknowledgement file
      * simply means nothing came back; every open extract is then
      * aged as usual.
      *--------------------------------------------------------------
       2000-APPLY-ACKNOWLEDGEMENTS.
           OPEN INPUT PLANNING-ACK-FILE.
           IF NOT WS-PLANNING-ACK-OPEN-OK
               DISPLAY "*** NO PLANNING ACKNOWLEDGEMENT FILE - FILE "
                   "STATUS " WS-PLANNING-ACK-FILE-STATUS " ***"
               GO TO 2000-APPLY-ACKNOWLEDGEMENTS-EXIT
           END-IF.
           SET ACK-IS-PRESENT TO TRUE.
           PERFORM 2100-APPLY-ONE-ACK-LINE
              THRU 2100-APPLY-ONE-ACK-LINE-EXIT
              UNTIL ACK-IS-EOF.
           CLOSE PLANNING-ACK-FILE.
       2000-APPLY-ACKNOWLEDGEMENTS-EXIT.
           EXIT.

       2100-APPLY-ONE-ACK-LINE.
           READ PLANNING-ACK-FILE INTO WS-ACK-LINE
               AT END
                   SET ACK-IS-EOF TO TRUE
                   GO TO 2100-APPLY-ONE-ACK-LINE-EXIT
           END-READ.
           ADD 1 TO ACK-READ-COUNT.
           PERFORM 2200-VALIDATE-ACK-LINE
              THRU 2200-VALIDATE-ACK-LINE-EXIT.
           IF ACK-LINE-IS-INVALID
               ADD 1 TO ACK-UNREADABLE-COUNT
               GO TO 2100-APPLY-ONE-ACK-LINE-EXIT
           END-IF.
           PERFORM 2300-FIND-EXTRACT
              THRU 2300-FIND-EXTRACT-EXIT.
           IF EXTRACT-MATCH-INDEX IS EQUAL TO ZERO
               ADD 1 TO ACK-UNMATCHED-COUNT
               GO TO 2100-APPLY-ONE-ACK-LINE-EXIT
           END-IF.
           IF EXT-TOUCHED(EXTRACT-MATCH-INDEX) IS NOT EQUAL TO "Y"
               MOVE "Y" TO EXT-TOUCHED(EXTRACT-MATCH-INDEX)
               MOVE 0 TO EXT-REJECT-COUNT(EXTRACT-MATCH-INDEX)
           END-IF.
           IF ACK-IS-REJECT
               ADD 1 TO REJECT-LINE-COUNT
               ADD 1 TO EXT-REJECT-COUNT(EXTRACT-MATCH-INDEX)
               GO TO 2100-APPLY-ONE-ACK-LINE-EXIT
           END-IF.
           ADD 1 TO ACK-APPLIED-COUNT.
           MOVE "Y" TO EXT-ACK-SEEN(EXTRACT-MATCH-INDEX).
           MOVE WS-ACK-RUN-DATE TO EXT-ACK-DATE(EXTRACT-MATCH-INDEX).
           MOVE WS-ACK-COUNT TO EXT-ACK-COUNT(EXTRACT-MATCH-INDEX).
           MOVE WS-ACK-HASH TO EXT-ACK-HASH(EXTRACT-MATCH-INDEX).
       2100-APPLY-ONE-ACK-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2200-VALIDATE-ACK-LINE checks the line type and converts the
      * extract stamp, and for an A line the totals received.
      *--------------------------------------------------------------
       2200-VALIDATE-ACK-LINE.
           SET ACK-LINE-IS-VALID TO TRUE.
           IF NOT ACK-IS-ACKNOWLEDGE
              AND NOT ACK-IS-REJECT
               SET ACK-LINE-IS-INVALID TO TRUE
               GO TO 2200-VALIDATE-ACK-LINE-EXIT
           END-IF.
           INSPECT WS-ACK-EXTRACT-TIME-X
               REPLACING ALL SPACE BY "0".
           IF WS-ACK-EXTRACT-DATE-X IS NOT NUMERIC
              OR WS-ACK-EXTRACT-TIME-X IS NOT NUMERIC
               SET ACK-LINE-IS-INVALID TO TRUE
               GO TO 2200-VALIDATE-ACK-LINE-EXIT
           END-IF.
           MOVE WS-ACK-EXTRACT-DATE-X TO WS-ACK-EXTRACT-DATE.
           MOVE WS-ACK-EXTRACT-TIME-X TO WS-ACK-EXTRACT-TIME.
           IF ACK-IS-REJECT
               GO TO 2200-VALIDATE-ACK-LINE-EXIT
           END-IF.
           INSPECT WS-ACK-COUNT-X REPLACING LEADING SPACE BY "0".
           INSPECT WS-ACK-HASH-X REPLACING LEADING SPACE BY "0".
           IF WS-ACK-COUNT-X IS NOT NUMERIC
              OR WS-ACK-HASH-X IS NOT NUMERIC
               SET ACK-LINE-IS-INVALID TO TRUE
               GO TO 2200-VALIDATE-ACK-LINE-EXIT
           END-IF.
           MOVE WS-ACK-COUNT-X TO WS-ACK-COUNT.
           MOVE WS-ACK-HASH-X TO WS-ACK-HASH.
       2200-VALIDATE-ACK-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 2300-FIND-EXTRACT locates the extract an acknowledgement line
      * names. With a time given the stamp must match exactly; with
      * a zero time the last extract logged for that date is taken.
      *--------------------------------------------------------------
       2300-FIND-EXTRACT.
           MOVE 0 TO EXTRACT-MATCH-INDEX.
           PERFORM 2310-MATCH-ONE-EXTRACT
              THRU 2310-MATCH-ONE-EXTRACT-EXIT
              VARYING EXTRACT-INDEX FROM 1 BY 1
              UNTIL EXTRACT-INDEX > EXTRACT-COUNT.
       2300-FIND-EXTRACT-EXIT.
           EXIT.

       2310-MATCH-ONE-EXTRACT.
           IF EXT-EXTRACT-DATE(EXTRACT-INDEX) IS NOT EQUAL TO
              WS-ACK-EXTRACT-DATE
               GO TO 2310-MATCH-ONE-EXTRACT-EXIT
           END-IF.
           IF WS-ACK-EXTRACT-TIME IS EQUAL TO ZERO
              OR EXT-EXTRACT-TIME(EXTRACT-INDEX) IS EQUAL TO
                 WS-ACK-EXTRACT-TIME
               MOVE EXTRACT-INDEX TO EXTRACT-MATCH-INDEX
           END-IF.
       2310-MATCH-ONE-EXTRACT-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3000-REPORT-EXTRACTS settles each extract's status and lists
      * every one that is still open, or that an acknowledgement
      * arrived for in this run. Extracts graded on an earlier run
      * are settled and only counted here; 3500 lists those that
      * were short or partly rejected.
      *--------------------------------------------------------------
       3000-REPORT-EXTRACTS.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD FROM WS-EXTRACT-COLUMN-HEADING.
           PERFORM 3100-REPORT-ONE-EXTRACT
              THRU 3100-REPORT-ONE-EXTRACT-EXIT
              VARYING EXTRACT-INDEX FROM 1 BY 1
              UNTIL EXTRACT-INDEX > EXTRACT-COUNT.
       3000-REPORT-EXTRACTS-EXIT.
           EXIT.

       3100-REPORT-ONE-EXTRACT.
           PERFORM 3110-AGE-EXTRACT
              THRU 3110-AGE-EXTRACT-EXIT.
           IF EXT-ACK-SEEN(EXTRACT-INDEX) IS EQUAL TO "Y"
               PERFORM 3200-SETTLE-ACK-STATUS
                  THRU 3200-SETTLE-ACK-STATUS-EXIT
           ELSE
               PERFORM 3300-SETTLE-REJECTS-ONLY
                  THRU 3300-SETTLE-REJECTS-ONLY-EXIT
           END-IF.
           IF EXT-TOUCHED(EXTRACT-INDEX) IS NOT EQUAL TO "Y"
              AND EXT-PRIOR-STATUS(EXTRACT-INDEX) IS EQUAL TO "ACKED"
               ADD 1 TO EXTRACTS-SETTLED-COUNT
               GO TO 3100-REPORT-ONE-EXTRACT-EXIT
           END-IF.
           IF EXT-TOUCHED(EXTRACT-INDEX) IS NOT EQUAL TO "Y"
              AND (EXT-PRIOR-STATUS(EXTRACT-INDEX) IS EQUAL TO "DIFFER"
                OR EXT-PRIOR-STATUS(EXTRACT-INDEX) IS EQUAL TO
                   "REJECTED")
               ADD 1 TO EXTRACTS-SETTLED-COUNT
               ADD 1 TO EXTRACTS-HISTORY-COUNT
               GO TO 3100-REPORT-ONE-EXTRACT-EXIT
           END-IF.
           MOVE SPACES TO WS-EDL-STATUS.
           IF EXT-ACK-STATUS(EXTRACT-INDEX) IS EQUAL TO "SENT"
               IF WS-EXTRACT-AGE IS GREATER THAN WS-PRM-ACK-DAYS
                   MOVE "*** UNACKNOWLEDGED" TO WS-EDL-STATUS
                   ADD 1 TO EXTRACTS-OVERDUE-COUNT
               ELSE
                   MOVE "AWAITING ACK" TO WS-EDL-STATUS
                   ADD 1 TO EXTRACTS-AWAITING-COUNT
               END-IF
           END-IF.
           IF EXT-ACK-STATUS(EXTRACT-INDEX) IS EQUAL TO "ACKED"
               MOVE "ACKNOWLEDGED" TO WS-EDL-STATUS
               ADD 1 TO EXTRACTS-OK-COUNT
           END-IF.
           IF EXT-ACK-STATUS(EXTRACT-INDEX) IS EQUAL TO "DIFFER"
               MOVE "*** TOTALS DIFFER" TO WS-EDL-STATUS
               ADD 1 TO EXTRACTS-DIFFER-COUNT
           END-IF.
           IF EXT-ACK-STATUS(EXTRACT-INDEX) IS EQUAL TO "REJECTED"
               MOVE "*** PARTLY REJECTED" TO WS-EDL-STATUS
               ADD 1 TO EXTRACTS-REJECTED-COUNT
           END-IF.
           PERFORM 3150-WRITE-EXTRACT-LINE
              THRU 3150-WRITE-EXTRACT-LINE-EXIT.
           ADD 1 TO EXTRACTS-LISTED-COUNT.
       3100-REPORT-ONE-EXTRACT-EXIT.
           EXIT.

       3110-AGE-EXTRACT.
           MOVE EXT-EXTRACT-DATE(EXTRACT-INDEX) TO WS-DATE-WORK.
           PERFORM 1500-CONVERT-DATE-TO-DAYS
              THRU 1500-CONVERT-DATE-TO-DAYS-EXIT.
           COMPUTE WS-EXTRACT-AGE =
               WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER.
           IF WS-EXTRACT-AGE IS LESS THAN ZERO
              OR DATE-IS-INVALID
               MOVE 0 TO WS-EXTRACT-AGE
           END-IF.
           IF WS-EXTRACT-AGE IS GREATER THAN 999
               MOVE 999 TO WS-EXTRACT-AGE
           END-IF.
       3110-AGE-EXTRACT-EXIT.
           EXIT.

       3150-WRITE-EXTRACT-LINE.
           MOVE EXT-EXTRACT-DATE(EXTRACT-INDEX) TO WS-EDL-EXTRACT-DATE.
           MOVE EXT-EXTRACT-TIME(EXTRACT-INDEX) TO WS-EDL-EXTRACT-TIME.
           MOVE EXT-RUN-ID(EXTRACT-INDEX) TO WS-EDL-RUN-ID.
           MOVE EXT-RECORD-COUNT(EXTRACT-INDEX) TO WS-EDL-SENT-COUNT.
           MOVE EXT-TREES-HASH(EXTRACT-INDEX) TO WS-EDL-SENT-HASH.
           MOVE EXT-ACK-COUNT(EXTRACT-INDEX) TO WS-EDL-ACK-COUNT.
           MOVE EXT-ACK-HASH(EXTRACT-INDEX) TO WS-EDL-ACK-HASH.
           MOVE EXT-REJECT-COUNT(EXTRACT-INDEX) TO WS-EDL-REJECTS.
           MOVE WS-EXTRACT-AGE TO WS-EDL-AGE.
           WRITE ACK-REPORT-RECORD FROM WS-EXTRACT-DETAIL-LINE.
       3150-WRITE-EXTRACT-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3200-SETTLE-ACK-STATUS grades an acknowledged extract: totals
      * other than those sent outrank rejects, since a short count
      * means planning did not get the whole file at all.
      *--------------------------------------------------------------
       3200-SETTLE-ACK-STATUS.
           IF EXT-ACK-COUNT(EXTRACT-INDEX) IS NOT EQUAL TO
              EXT-RECORD-COUNT(EXTRACT-INDEX)
              OR EXT-ACK-HASH(EXTRACT-INDEX) IS NOT EQUAL TO
                 EXT-TREES-HASH(EXTRACT-INDEX)
               MOVE "DIFFER" TO EXT-ACK-STATUS(EXTRACT-INDEX)
               GO TO 3200-SETTLE-ACK-STATUS-EXIT
           END-IF.
           IF EXT-REJECT-COUNT(EXTRACT-INDEX) IS GREATER THAN ZERO
               MOVE "REJECTED" TO EXT-ACK-STATUS(EXTRACT-INDEX)
               GO TO 3200-SETTLE-ACK-STATUS-EXIT
           END-IF.
           MOVE "ACKED" TO EXT-ACK-STATUS(EXTRACT-INDEX).
       3200-SETTLE-ACK-STATUS-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3300-SETTLE-REJECTS-ONLY grades an extract this run's file
      * rejected records of without an A line for it. Planning can
      * only reject records it received, so a sent extract counts
      * as acknowledged and partly rejected, stamped today; so does
      * one acknowledged clean on an earlier run. Totals already
      * found to differ keep that grade, as in 3200.
      *--------------------------------------------------------------
       3300-SETTLE-REJECTS-ONLY.
           IF EXT-TOUCHED(EXTRACT-INDEX) IS NOT EQUAL TO "Y"
              OR EXT-REJECT-COUNT(EXTRACT-INDEX) IS EQUAL TO ZERO
              OR EXT-ACK-STATUS(EXTRACT-INDEX) IS EQUAL TO "DIFFER"
               GO TO 3300-SETTLE-REJECTS-ONLY-EXIT
           END-IF.
           IF EXT-ACK-STATUS(EXTRACT-INDEX) IS EQUAL TO "SENT"
               MOVE WS-ACK-RUN-DATE TO EXT-ACK-DATE(EXTRACT-INDEX)
           END-IF.
           MOVE "REJECTED" TO EXT-ACK-STATUS(EXTRACT-INDEX).
       3300-SETTLE-REJECTS-ONLY-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 3500-LIST-EARLIER-EXCEPTIONS lists the extracts graded short
      * or partly rejected on an earlier run and not acknowledged
      * again since. They stay on the report, for a resend to be
      * traced, until 5000 drops them from the control log, but
      * they were answered for when first graded and do not count
      * toward the return code.
      *--------------------------------------------------------------
       3500-LIST-EARLIER-EXCEPTIONS.
           IF EXTRACTS-HISTORY-COUNT IS EQUAL TO ZERO
               GO TO 3500-LIST-EARLIER-EXCEPTIONS-EXIT
           END-IF.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE "EXCEPTIONS GRADED ON AN EARLIER RUN"
               TO WS-SECTION-HEADING.
           WRITE ACK-REPORT-RECORD FROM WS-SECTION-HEADING.
           WRITE ACK-REPORT-RECORD FROM WS-EXTRACT-COLUMN-HEADING.
           PERFORM 3510-LIST-ONE-EARLIER-EXCEPTION
              THRU 3510-LIST-ONE-EARLIER-EXCEPTION-EXIT
              VARYING EXTRACT-INDEX FROM 1 BY 1
              UNTIL EXTRACT-INDEX > EXTRACT-COUNT.
       3500-LIST-EARLIER-EXCEPTIONS-EXIT.
           EXIT.

       3510-LIST-ONE-EARLIER-EXCEPTION.
           IF EXT-TOUCHED(EXTRACT-INDEX) IS EQUAL TO "Y"
               GO TO 3510-LIST-ONE-EARLIER-EXCEPTION-EXIT
           END-IF.
           IF EXT-PRIOR-STATUS(EXTRACT-INDEX) IS EQUAL TO "DIFFER"
               MOVE "TOTALS DIFFERED" TO WS-EDL-STATUS
           ELSE
               IF EXT-PRIOR-STATUS(EXTRACT-INDEX) IS EQUAL TO
                  "REJECTED"
                   MOVE "PARTLY REJECTED" TO WS-EDL-STATUS
               ELSE
                   GO TO 3510-LIST-ONE-EARLIER-EXCEPTION-EXIT
               END-IF
           END-IF.
           PERFORM 3110-AGE-EXTRACT
              THRU 3110-AGE-EXTRACT-EXIT.
           PERFORM 3150-WRITE-EXTRACT-LINE
              THRU 3150-WRITE-EXTRACT-LINE-EXIT.
       3510-LIST-ONE-EARLIER-EXCEPTION-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 4000-LIST-ACK-EXCEPTIONS reads the acknowledgement file a
      * second time and lists the rejected records, then any line
      * that names no logged extract or cannot be read - the detail
      * operations needs to resend a day's extract.
      *--------------------------------------------------------------
       4000-LIST-ACK-EXCEPTIONS.
           IF NOT ACK-IS-PRESENT
               GO TO 4000-LIST-ACK-EXCEPTIONS-EXIT
           END-IF.
           IF REJECT-LINE-COUNT IS EQUAL TO ZERO
              AND ACK-UNMATCHED-COUNT IS EQUAL TO ZERO
              AND ACK-UNREADABLE-COUNT IS EQUAL TO ZERO
               GO TO 4000-LIST-ACK-EXCEPTIONS-EXIT
           END-IF.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE "REJECTED RECORDS AND UNMATCHED ACKNOWLEDGEMENTS"
               TO WS-SECTION-HEADING.
           WRITE ACK-REPORT-RECORD FROM WS-SECTION-HEADING.
           MOVE "N" TO ACK-EOF-SWITCH.
           OPEN INPUT PLANNING-ACK-FILE.
           PERFORM 4100-LIST-ONE-ACK-LINE
              THRU 4100-LIST-ONE-ACK-LINE-EXIT
              UNTIL ACK-IS-EOF.
           CLOSE PLANNING-ACK-FILE.
       4000-LIST-ACK-EXCEPTIONS-EXIT.
           EXIT.

       4100-LIST-ONE-ACK-LINE.
           READ PLANNING-ACK-FILE INTO WS-ACK-LINE
               AT END
                   SET ACK-IS-EOF TO TRUE
                   GO TO 4100-LIST-ONE-ACK-LINE-EXIT
           END-READ.
           MOVE WS-ACK-EXTRACT-DATE-X TO WS-AXL-EXTRACT-DATE.
           MOVE WS-ACK-EXTRACT-TIME-X TO WS-AXL-EXTRACT-TIME.
           MOVE SPACES TO WS-AXL-MAP-NAME.
           MOVE SPACES TO WS-AXL-RIGHT.
           MOVE SPACES TO WS-AXL-DOWN.
           PERFORM 2200-VALIDATE-ACK-LINE
              THRU 2200-VALIDATE-ACK-LINE-EXIT.
           IF ACK-LINE-IS-INVALID
               MOVE SPACES TO WS-AXL-EXTRACT-DATE
               MOVE SPACES TO WS-AXL-EXTRACT-TIME
               MOVE WS-ACK-LINE TO WS-AXL-MAP-NAME
               MOVE "*** UNREADABLE ACKNOWLEDGEMENT LINE" TO
                   WS-AXL-REASON
               WRITE ACK-REPORT-RECORD FROM WS-ACK-EXCEPTION-LINE
               GO TO 4100-LIST-ONE-ACK-LINE-EXIT
           END-IF.
           PERFORM 2300-FIND-EXTRACT
              THRU 2300-FIND-EXTRACT-EXIT.
           IF ACK-IS-REJECT
               MOVE WS-ACK-MAP-NAME TO WS-AXL-MAP-NAME
               MOVE WS-ACK-RIGHT-X TO WS-AXL-RIGHT
               MOVE WS-ACK-DOWN-X TO WS-AXL-DOWN
               MOVE WS-ACK-REASON TO WS-AXL-REASON
           END-IF.
           IF EXTRACT-MATCH-INDEX IS EQUAL TO ZERO
               MOVE "*** NO SUCH EXTRACT ON CONTROL LOG" TO
                   WS-AXL-REASON
               WRITE ACK-REPORT-RECORD FROM WS-ACK-EXCEPTION-LINE
               GO TO 4100-LIST-ONE-ACK-LINE-EXIT
           END-IF.
           IF ACK-IS-REJECT
               WRITE ACK-REPORT-RECORD FROM WS-ACK-EXCEPTION-LINE
           END-IF.
       4100-LIST-ONE-ACK-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 5000-REWRITE-CONTROL-LOG writes the updated extract table to
      * the work file and copies it back over the control log. The
      * log is only truncated once the work file has been written
      * and has reopened; if either open fails the log is left as
      * it stands, this run's acknowledgements are not posted, and
      * the run ends RC 12. A settled extract - acknowledged on an
      * earlier run and not touched by this one - whose
      * acknowledgement is older than the days to keep is not
      * written back. An extract still awaiting acknowledgement is
      * always kept.
      *--------------------------------------------------------------
       5000-REWRITE-CONTROL-LOG.
           OPEN OUTPUT CONTROL-WORK-FILE.
           IF NOT WS-CONTROL-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO OPEN CONTROL LOG WORK FILE - "
                   "FILE STATUS " WS-CONTROL-WORK-FILE-STATUS
                   " - CONTROL LOG NOT UPDATED ***"
               MOVE 12 TO RETURN-CODE
               GO TO 5000-REWRITE-CONTROL-LOG-EXIT
           END-IF.
           PERFORM 5100-WRITE-ONE-CONTROL-LINE
              THRU 5100-WRITE-ONE-CONTROL-LINE-EXIT
              VARYING EXTRACT-INDEX FROM 1 BY 1
              UNTIL EXTRACT-INDEX > EXTRACT-COUNT.
           CLOSE CONTROL-WORK-FILE.
           OPEN INPUT CONTROL-WORK-FILE.
           IF NOT WS-CONTROL-WORK-OPEN-OK
               DISPLAY "*** UNABLE TO REOPEN CONTROL LOG WORK FILE - "
                   "FILE STATUS " WS-CONTROL-WORK-FILE-STATUS
                   " - CONTROL LOG NOT UPDATED ***"
               MOVE 12 TO RETURN-CODE
               GO TO 5000-REWRITE-CONTROL-LOG-EXIT
           END-IF.
           OPEN OUTPUT INTERFACE-CONTROL-FILE.
           PERFORM 5200-COPY-ONE-CONTROL-LINE
              THRU 5200-COPY-ONE-CONTROL-LINE-EXIT
              UNTIL COPY-BACK-IS-EOF.
           CLOSE CONTROL-WORK-FILE
                 INTERFACE-CONTROL-FILE.
       5000-REWRITE-CONTROL-LOG-EXIT.
           EXIT.

       5100-WRITE-ONE-CONTROL-LINE.
           IF EXT-TOUCHED(EXTRACT-INDEX) IS NOT EQUAL TO "Y"
              AND EXT-PRIOR-STATUS(EXTRACT-INDEX) IS NOT EQUAL TO
                  "SENT"
               MOVE EXT-ACK-DATE(EXTRACT-INDEX) TO WS-DATE-WORK
               PERFORM 1500-CONVERT-DATE-TO-DAYS
                  THRU 1500-CONVERT-DATE-TO-DAYS-EXIT
               COMPUTE WS-SETTLED-AGE =
                   WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
               IF DATE-IS-VALID
                  AND WS-SETTLED-AGE IS GREATER THAN WS-PRM-KEEP-DAYS
                   ADD 1 TO EXTRACTS-PRUNED-COUNT
                   GO TO 5100-WRITE-ONE-CONTROL-LINE-EXIT
               END-IF
           END-IF.
           MOVE EXT-EXTRACT-DATE(EXTRACT-INDEX) TO WS-ICL-EXTRACT-DATE.
           MOVE EXT-EXTRACT-TIME(EXTRACT-INDEX) TO WS-ICL-EXTRACT-TIME.
           MOVE EXT-RECORD-COUNT(EXTRACT-INDEX) TO WS-ICL-RECORD-COUNT.
           MOVE EXT-TREES-HASH(EXTRACT-INDEX) TO WS-ICL-TREES-HASH.
           MOVE EXT-RUN-ID(EXTRACT-INDEX) TO WS-ICL-RUN-ID.
           MOVE EXT-ACK-STATUS(EXTRACT-INDEX) TO WS-ICL-ACK-STATUS.
           MOVE EXT-ACK-DATE(EXTRACT-INDEX) TO WS-ICL-ACK-DATE.
           MOVE EXT-ACK-COUNT(EXTRACT-INDEX) TO WS-ICL-ACK-COUNT.
           MOVE EXT-ACK-HASH(EXTRACT-INDEX) TO WS-ICL-ACK-HASH.
           MOVE EXT-REJECT-COUNT(EXTRACT-INDEX) TO WS-ICL-REJECT-COUNT.
           WRITE CONTROL-WORK-RECORD FROM WS-CONTROL-LOG-LINE.
       5100-WRITE-ONE-CONTROL-LINE-EXIT.
           EXIT.

       5200-COPY-ONE-CONTROL-LINE.
           READ CONTROL-WORK-FILE INTO WS-CONTROL-LOG-LINE
               AT END
                   SET COPY-BACK-IS-EOF TO TRUE
               NOT AT END
                   WRITE INTERFACE-CONTROL-RECORD
                       FROM WS-CONTROL-LOG-LINE
           END-READ.
       5200-COPY-ONE-CONTROL-LINE-EXIT.
           EXIT.

      *--------------------------------------------------------------
      * 8000-WRITE-TRAILER totals the reconciliation. Anything that
      * needs operations' attention - an overdue extract, one graded
      * short or partly rejected in this run, or an acknowledgement
      * that matches nothing - ends the run with return code 4,
      * unless the control log could not be rewritten, which has
      * already set 12. Exceptions graded on an earlier run were
      * answered for then and do not count.
      *--------------------------------------------------------------
       8000-WRITE-TRAILER.
           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE "EXTRACTS ON CONTROL LOG" TO WS-TRL-LABEL.
           MOVE EXTRACT-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  RECONCILED ON AN EARLIER RUN" TO WS-TRL-LABEL.
           MOVE EXTRACTS-SETTLED-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "    OF WHICH SHORT OR PARTLY REJECTED" TO
               WS-TRL-LABEL.
           MOVE EXTRACTS-HISTORY-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "    DROPPED FROM LOG - PAST DAYS KEPT" TO
               WS-TRL-LABEL.
           MOVE EXTRACTS-PRUNED-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  ACKNOWLEDGED WITH MATCHING TOTALS" TO WS-TRL-LABEL.
           MOVE EXTRACTS-OK-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  AWAITING ACKNOWLEDGEMENT" TO WS-TRL-LABEL.
           MOVE EXTRACTS-AWAITING-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  UNACKNOWLEDGED PAST DAYS ALLOWED" TO WS-TRL-LABEL.
           MOVE EXTRACTS-OVERDUE-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  ACKNOWLEDGED WITH DIFFERENT TOTALS" TO
               WS-TRL-LABEL.
           MOVE EXTRACTS-DIFFER-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  PARTLY REJECTED" TO WS-TRL-LABEL.
           MOVE EXTRACTS-REJECTED-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "ACKNOWLEDGEMENT LINES READ" TO WS-TRL-LABEL.
           MOVE ACK-READ-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  REJECTED RECORDS" TO WS-TRL-LABEL.
           MOVE REJECT-LINE-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  MATCHING NO LOGGED EXTRACT" TO WS-TRL-LABEL.
           MOVE ACK-UNMATCHED-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           MOVE "  UNREADABLE" TO WS-TRL-LABEL.
           MOVE ACK-UNREADABLE-COUNT TO WS-TRL-COUNT.
           WRITE ACK-REPORT-RECORD FROM WS-TRAILER-COUNT-LINE.
           IF EXTRACTS-OVERDUE-COUNT IS GREATER THAN ZERO
              OR EXTRACTS-DIFFER-COUNT IS GREATER THAN ZERO
              OR EXTRACTS-REJECTED-COUNT IS GREATER THAN ZERO
              OR ACK-UNMATCHED-COUNT IS GREATER THAN ZERO
              OR ACK-UNREADABLE-COUNT IS GREATER THAN ZERO
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "PLANNING ACK: " EXTRACTS-LISTED-COUNT
               " EXTRACTS LISTED, " EXTRACTS-OVERDUE-COUNT
               " UNACKNOWLEDGED, " EXTRACTS-DIFFER-COUNT
               " DIFFER, " EXTRACTS-REJECTED-COUNT
               " PARTLY REJECTED.".
       8000-WRITE-TRAILER-EXIT.
           EXIT.

       9999-TERMINATE-RUN.
           IF RUN-IS-VALID
               CLOSE ACK-REPORT-FILE
           END-IF.
       9999-TERMINATE-RUN-EXIT.
           EXIT.
