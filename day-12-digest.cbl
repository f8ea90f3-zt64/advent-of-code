      *    One-page morning digest over the nightly chain, run as
      *    its last step: PASS/FAIL per check (control-total
      *    balance, volume tolerance, duplicate count, xref
      *    exceptions, expired matches, run-control record for the
      *    cycle's business date, region feed HDR/TRL control, load
      *    suspense items aged out), the per-feed control verdicts,
      *    the headline counts (with the open suspense count and
      *    the age of the oldest open item) from
      *    the run-control record, the delta's added/dropped/
      *    changed totals, and the latest run-history entry per
      *    program - with one overall verdict line at the top, so
      *    reading. The volume check uses the same knobs as
      *    day-12-runstats (AOC-RUNLOG-LIMIT, AOC-RUNLOG-TOLERANCE)
      *    so the two reports agree on what is abnormal.
      *    A subscriber delivery section shows each extract
      *    subscriber's latest cut, its acknowledgment and the
      *    verdict day-12-ack posted. A held subscriber is listed
      *    under the overall verdict but does not fail it: a late
      *    acknowledgment holds only that subscriber's verdict.
           SELECT RUN-CONTROL
           ASSIGN TO "./checkpoint/day-12-runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

      *    Per-subscriber delivery status posted by day-12-ack.
           SELECT OPTIONAL ACK-STATUS
           ASSIGN TO "./checkpoint/day-12-ack-status.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACKSTAT-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD RUN-CONTROL.
         01 RUN-LOG-RECORD.
             COPY AOC12LOG REPLACING ==:PREFIX:== BY ==LOG==.

         FD ACK-STATUS.
         01 ACK-STATUS-RECORD.
             COPY AOC12ACK REPLACING ==:PREFIX:== BY ==AST==.

         FD DIGEST-REPORT.
         01 DIGEST-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-BUSINESS-DATE PIC 9(8).
         01 WS-CONTROL-STATUS PIC XX.
           88 WS-CONTROL-OK VALUE '00'.
         01 WS-RUNLOG-STATUS PIC XX.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-LOG-EOF PIC A(1) VALUE 'N'.
         01 WS-ACKSTAT-STATUS PIC XX.
           88 WS-ACKSTAT-OK VALUE '00' '05'.
         01 WS-ACKSTAT-EOF PIC A(1) VALUE 'N'.
         01 WS-SUBSCRIBER-COUNT PIC 9(5) VALUE ZERO.
         01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
         01 WS-LIMIT-IN PIC X(3) VALUE SPACES.
         01 WS-TOLERANCE-IN PIC X(3) VALUE SPACES.
         01 WS-LIMIT PIC 9(3) VALUE 10.
         01 WS-SOURCE-READ-SUM PIC 9(9).
         01 WS-FAIL-COUNT PIC 9(2) VALUE ZERO.

      *    One verdict per check, evaluated before a line is
      *    written so the overall verdict can lead the page.
         01 WS-CHECK-TABLE.
           05 WS-CHECK-ENTRY OCCURS 8 TIMES.
             10 WS-CHK-LABEL PIC X(34).
             10 WS-CHK-RESULT PIC X(4).
         01 WS-CHECK-COUNT PIC 9(2) VALUE 8.
         01 WS-CHECK-IDX PIC 9(2).

      *    Last-N window of day-12-load volumes for the tolerance
      *    check, kept the same way day-12-runstats keeps its log
           05 WS-VERDICT-FAILS PIC Z9.
           05 FILLER PIC X(17) VALUE ' CHECK(S) FAILED'.
           05 FILLER PIC X(26) VALUE SPACES.
         01 WS-HELD-LINE.
           05 FILLER PIC X(18) VALUE 'SUBSCRIBERS HELD: '.
           05 WS-HELD-OUT PIC ZZZZ9.
           05 FILLER PIC X(57)
             VALUE ' - SEE SUBSCRIBER DELIVERY'.
         01 WS-CHECKS-HEADING PIC X(80) VALUE 'CHECKS'.
         01 WS-CHECK-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CHECK-LABEL-OUT PIC X(34).
           05 WS-CHECK-RESULT-OUT PIC X(4).
           05 FILLER PIC X(38) VALUE SPACES.
         01 WS-FEED-HEADING PIC X(80)
           VALUE 'REGION FEED CONTROL (HDR/TRL)'.
         01 WS-FEED-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'SOURCE '.
           05 WS-FEED-SRC-OUT PIC X(2).
           05 FILLER PIC X(11) VALUE ' HDR DATE: '.
           05 WS-FEED-DATE-OUT PIC 9999/99/99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-FEED-RESULT-OUT PIC X(12).
           05 FILLER PIC X(31) VALUE SPACES.
         01 WS-NO-FEED-LINE PIC X(80)
           VALUE '    NOT POSTED - RUN PREDATES FEED CONTROL'.
         01 WS-SUBSCRIBER-HEADING PIC X(80)
           VALUE 'SUBSCRIBER DELIVERY (EXTRACT ACKNOWLEDGMENTS)'.
         01 WS-SUBSCRIBER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-SUB-ID-OUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUB-FORMAT-OUT PIC X(6).
           05 FILLER PIC X(6) VALUE ' SENT '.
           05 WS-SUB-SENT-DATE-OUT PIC 9999/99/99 BLANK WHEN ZERO.
           05 FILLER PIC X(7) VALUE ' COUNT '.
           05 WS-SUB-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUB-ACK-OUT PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUB-VERDICT-OUT PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
         01 WS-NO-SUBSCRIBER-LINE PIC X(80)
           VALUE '    NOT POSTED - day-12-ack DID NOT RUN'.
         01 WS-COUNTS-HEADING PIC X(80) VALUE 'HEADLINE COUNTS'.
         01 WS-COUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
         01 WS-DELTA-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'ADDED: '.
           05 WS-DELTA-ADDED-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE ' DROPPED: '.
           05 WS-DELTA-DROPPED-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE ' CHANGED: '.
           05 WS-DELTA-CHANGED-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE SPACES.
         01 WS-DELTA-UNPOSTED-LINE PIC X(80)
           VALUE '    NOT POSTED - day-12-delta DID NOT RUN'.
         01 WS-HISTORY-HEADING PIC X(80)
           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-TABLE-LOG-RECORD UNTIL WS-LOG-EOF = 'Y'.
           PERFORM 2500-EVALUATE-CHECKS.
           PERFORM 2600-COUNT-HELD-SUBSCRIBERS.
           PERFORM 3000-WRITE-DIGEST.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           ACCEPT WS-LIMIT-IN FROM ENVIRONMENT 'AOC-RUNLOG-LIMIT'.
           IF WS-LIMIT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-LIMIT-IN) = 0
           END-IF.
           PERFORM 2100-READ-LOG-RECORD.

      *    The cycle's business date, set by day-12-setdate: the
      *    run-control record being proved must be tonight's.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'ABEND: BUSINESS-DATE OPEN FAILED, FILE '
                   'STATUS = ' WS-BUSDATE-STATUS
               DISPLAY 'ABEND: ./checkpoint/day-12-busdate.dat IS '
                   'MISSING - RUN day-12-setdate FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE
             AT END
               MOVE SPACES TO BUSINESS-DATE-RECORD
           END-READ.
           CLOSE BUSINESS-DATE.
           IF BDT-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'ABEND: NO BUSINESS DATE ON '
                   './checkpoint/day-12-busdate.dat - RUN '
                   'day-12-setdate FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE.

      *    Rerun entries stay out of the volume window, exactly as
      *    day-12-runstats leaves them out of its rolling average -
      *    otherwise the two reports would disagree on what is
                   MOVE 'FAIL' TO WS-CHK-RESULT (5)
               END-IF
           END-IF.
           MOVE 'RUN DATE = BUSINESS DATE ........ '
             TO WS-CHK-LABEL (6).
           IF CTL-RUN-DATE = WS-BUSINESS-DATE
               MOVE 'PASS' TO WS-CHK-RESULT (6)
           ELSE
               MOVE 'FAIL' TO WS-CHK-RESULT (6)
           END-IF.
           MOVE 'FEED CONTROL (HDR/TRL) ........... '
             TO WS-CHK-LABEL (7).
           EVALUATE CTL-FEED-VERDICT
               WHEN 'ACCEPTED'
                   MOVE 'PASS' TO WS-CHK-RESULT (7)
               WHEN 'REFUSED'
                   MOVE 'FAIL' TO WS-CHK-RESULT (7)
               WHEN OTHER
                   MOVE 'N/A' TO WS-CHK-RESULT (7)
           END-EVALUATE.
      *    An aged-out suspense item is a feed name that never made
      *    it onto the file and has stopped being retried.
           MOVE 'SUSPENSE AGED OUT ................ '
             TO WS-CHK-LABEL (8).
           IF CTL-SUS-AGED-OUT NOT NUMERIC OR
              CTL-FEED-VERDICT = 'REFUSED'
               MOVE 'N/A' TO WS-CHK-RESULT (8)
           ELSE
               IF CTL-SUS-AGED-OUT = ZERO
                   MOVE 'PASS' TO WS-CHK-RESULT (8)
               ELSE
                   MOVE 'FAIL' TO WS-CHK-RESULT (8)
               END-IF
           END-IF.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               IF WS-CHK-RESULT (WS-CHECK-IDX) = 'FAIL'
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           END-PERFORM.

      *    The same proofs day-12-balance makes: the aggregates
      *    tie, the merge outcomes tie to the loaded count and the
      *    file count to the processed count (loaded = processed
      *    for a record from before the merge load), and every
      *    posted source ties on its own.
       2510-CHECK-BALANCE.
           MOVE 'PASS' TO WS-CHK-RESULT (1).
           COMPUTE WS-EXPECTED = CTL-LOADED + CTL-REJECTED.
           IF CTL-FEED-READ NOT = WS-EXPECTED
               MOVE 'FAIL' TO WS-CHK-RESULT (1)
           END-IF.
           IF CTL-ON-FILE IS NUMERIC
               COMPUTE WS-EXPECTED = CTL-ADDED + CTL-RETAINED
                   + CTL-REINSTATED
               IF CTL-LOADED NOT = WS-EXPECTED OR
                  CTL-ON-FILE NOT = CTL-PROCESSED
                   MOVE 'FAIL' TO WS-CHK-RESULT (1)
               END-IF
           ELSE
               IF CTL-LOADED NOT = CTL-PROCESSED
                   MOVE 'FAIL' TO WS-CHK-RESULT (1)
               END-IF
           END-IF.
           IF CTL-SOURCE-COUNT IS NUMERIC AND
              CTL-SOURCE-COUNT > ZERO
               MOVE ZERO TO WS-SOURCE-READ-SUM
               END-IF
           END-IF.

      *    First pass over the posted subscriber statuses, so the
      *    held count can sit under the overall verdict. A status
      *    left from an earlier night is not counted.
       2600-COUNT-HELD-SUBSCRIBERS.
           PERFORM 2650-OPEN-ACK-STATUS.
           PERFORM 2670-READ-ACK-STATUS.
           PERFORM 2660-NOTE-HELD-SUBSCRIBER
               UNTIL WS-ACKSTAT-EOF = 'Y'.
           CLOSE ACK-STATUS.

       2650-OPEN-ACK-STATUS.
           MOVE 'N' TO WS-ACKSTAT-EOF.
           OPEN INPUT ACK-STATUS.
           IF NOT WS-ACKSTAT-OK
               DISPLAY 'ABEND: ACK-STATUS OPEN FAILED, FILE STATUS = '
                   WS-ACKSTAT-STATUS
               CLOSE RUN-CONTROL
               CLOSE RUN-LOG
               CLOSE DIGEST-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2660-NOTE-HELD-SUBSCRIBER.
           IF AST-POSTED-DATE = WS-BUSINESS-DATE AND
              AST-VERDICT = 'HELD'
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           PERFORM 2670-READ-ACK-STATUS.

       2670-READ-ACK-STATUS.
           READ ACK-STATUS
             AT END MOVE 'Y' TO WS-ACKSTAT-EOF
           END-READ.

       3000-WRITE-DIGEST.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-HDR-DATE.
           IF WS-FAIL-COUNT = ZERO
               MOVE WS-VERDICT-GOOD-LINE TO RPT-PRINT-LINE
           ELSE
               MOVE WS-VERDICT-BAD-LINE TO RPT-PRINT-LINE
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-HELD-OUT
               MOVE WS-HELD-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-CHECKS-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               MOVE WS-CHK-LABEL (WS-CHECK-IDX)
                 TO WS-CHECK-LABEL-OUT
               MOVE WS-CHK-RESULT (WS-CHECK-IDX)
               PERFORM 8000-WRITE-REPORT-LINE
           END-PERFORM.

           PERFORM 3050-FEED-CONTROL.
           PERFORM 3060-SUBSCRIBER-DELIVERY.
           PERFORM 3100-HEADLINE-COUNTS.
           PERFORM 3200-DELTA-TOTALS.
           PERFORM 3300-LATEST-RUNS.
           CLOSE RUN-LOG.
           CLOSE DIGEST-REPORT.
           DISPLAY 'Checks failed: ' WS-FAIL-COUNT.
           DISPLAY 'Subscribers posted: ' WS-SUBSCRIBER-COUNT.
           DISPLAY 'Subscribers held: ' WS-HELD-COUNT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-HELD-COUNT ' extract '
                   'subscriber(s) held - see ./output/day-12-ack-'
                   '<id>.rpt'
           END-IF.
           IF WS-FAIL-COUNT > ZERO
               DISPLAY 'WARNING: the night needs review - see '
                   './output/day-12-digest.rpt'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    One line per region feed: the business date on its HDR
      *    and the loader's verdict, so a refused night shows which
      *    region has to re-send.
       3050-FEED-CONTROL.
           MOVE WS-FEED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF CTL-FEED-VERDICT NOT = 'ACCEPTED' AND
              CTL-FEED-VERDICT NOT = 'REFUSED'
               MOVE WS-NO-FEED-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > CTL-SOURCE-COUNT
                   MOVE CTL-FCK-CODE (WS-SOURCE-IDX)
                     TO WS-FEED-SRC-OUT
                   MOVE CTL-FCK-HDR-DATE (WS-SOURCE-IDX)
                     TO WS-FEED-DATE-OUT
                   MOVE CTL-FCK-RESULT (WS-SOURCE-IDX)
                     TO WS-FEED-RESULT-OUT
                   MOVE WS-FEED-LINE TO RPT-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-PERFORM
           END-IF.

      *    One line per subscriber day-12-ack posted, in the order
      *    posted. A status left from an earlier night (the match
      *    did not run tonight) shows its verdict as STALE.
       3060-SUBSCRIBER-DELIVERY.
           MOVE WS-SUBSCRIBER-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 2650-OPEN-ACK-STATUS.
           PERFORM 2670-READ-ACK-STATUS.
           IF WS-ACKSTAT-EOF = 'Y'
               MOVE WS-NO-SUBSCRIBER-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           PERFORM 3070-SUBSCRIBER-LINE UNTIL WS-ACKSTAT-EOF = 'Y'.
           CLOSE ACK-STATUS.

       3070-SUBSCRIBER-LINE.
           ADD 1 TO WS-SUBSCRIBER-COUNT.
           MOVE AST-SUBSCRIBER TO WS-SUB-ID-OUT.
           IF AST-FORMAT = 'C'
               MOVE 'CHANGE' TO WS-SUB-FORMAT-OUT
           ELSE
               MOVE 'FULL' TO WS-SUB-FORMAT-OUT
           END-IF.
           MOVE AST-LAST-SENT-DATE TO WS-SUB-SENT-DATE-OUT.
           MOVE AST-LAST-SENT-COUNT TO WS-SUB-COUNT-OUT.
           MOVE AST-LAST-ACK-STATUS TO WS-SUB-ACK-OUT.
           IF AST-POSTED-DATE = WS-BUSINESS-DATE
               MOVE AST-VERDICT TO WS-SUB-VERDICT-OUT
           ELSE
               MOVE 'STALE' TO WS-SUB-VERDICT-OUT
           END-IF.
           MOVE WS-SUBSCRIBER-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 2670-READ-ACK-STATUS.

       3100-HEADLINE-COUNTS.
           MOVE WS-COUNTS-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'RECORDS PROCESSED: ' TO WS-COUNT-LABEL.
           MOVE CTL-PROCESSED TO WS-COUNT-VALUE.
           PERFORM 3150-WRITE-COUNT-LINE.
           IF CTL-ON-FILE IS NUMERIC
               MOVE 'NAMES ADDED: ' TO WS-COUNT-LABEL
               MOVE CTL-ADDED TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
               MOVE 'NAMES RETAINED: ' TO WS-COUNT-LABEL
               MOVE CTL-RETAINED TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
               MOVE 'NAMES REINSTATED: ' TO WS-COUNT-LABEL
               MOVE CTL-REINSTATED TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
               MOVE 'NAMES DROPPED: ' TO WS-COUNT-LABEL
               MOVE CTL-DROPPED TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
               MOVE 'RECORDS ON FILE: ' TO WS-COUNT-LABEL
               MOVE CTL-ON-FILE TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
           END-IF.
           IF CTL-DUPLICATES IS NUMERIC
               MOVE 'DUPLICATE NAMES: ' TO WS-COUNT-LABEL
               MOVE CTL-DUPLICATES TO WS-COUNT-VALUE
               MOVE CTL-EXPIRED-MATCHES TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
           END-IF.
      *    A refused load never opened the suspense file, so its
      *    zero counts say nothing about what is still open.
           IF CTL-SUS-OPEN IS NUMERIC AND
              CTL-FEED-VERDICT NOT = 'REFUSED'
               MOVE 'SUSPENSE OPEN: ' TO WS-COUNT-LABEL
               MOVE CTL-SUS-OPEN TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
               MOVE 'OLDEST OPEN (DAYS):' TO WS-COUNT-LABEL
               MOVE CTL-SUS-OLDEST-AGE TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
           END-IF.
           IF BDT-OUTSTANDING IS NUMERIC AND
              BDT-OUTSTANDING > ZERO
               MOVE 'DATES TO CATCH UP: ' TO WS-COUNT-LABEL
               MOVE BDT-OUTSTANDING TO WS-COUNT-VALUE
               PERFORM 3150-WRITE-COUNT-LINE
           END-IF.

       3150-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE.
