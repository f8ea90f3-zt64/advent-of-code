      *    date, record count and hash total it balanced, and this
      *    program matches the two - so a dropped or mangled
      *    transmission surfaces on the morning report instead of
      *    in their month-end reconciliation.
      *    Each run matches one subscriber, named in
      *    AOC-ACK-SUBSCRIBER (see AOC12SUB): only its cuts on the
      *    log, against the acknowledgment file it returned, which
      *    day12-ack.sh stages at ./input/day-12-extract-ack.dat
      *    from ./input/day-12-extract-ack-<id>.dat. A cut older
      *    than the profile's grace days (AOC-ACK-GRACE-DAYS, when
      *    set, overrides every profile) with no acknowledgment
      *    flags OVERDUE. An overdue or mismatched cut holds that
      *    subscriber's verdict alone: the run still returns 0, and
      *    the verdict goes to ./checkpoint/day-12-ack-status.dat
      *    (AOC12ACK) for the morning digest, so one consumer's
      *    late acknowledgment does not hold the others or the
      *    chain.
           SELECT SENT-LOG
           ASSIGN TO "./checkpoint/day-12-extract-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT SUBSCRIBERS
           ASSIGN TO "./input/day-12-subscribers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

      *    One status record per subscriber per night, appended;
      *    day12-ack.sh empties the file before the first.
           SELECT OPTIONAL ACK-STATUS
           ASSIGN TO "./checkpoint/day-12-ack-status.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACKSTAT-STATUS.

           SELECT ACK-REPORT ASSIGN TO "./output/day-12-ack.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD SENT-LOG.
         01 ACK-RECORD.
             COPY AOC12EXT REPLACING ==:PREFIX:== BY ==ACK==.

         FD SUBSCRIBERS.
         01 SUBSCRIBER-RECORD.
             COPY AOC12SUB REPLACING ==:PREFIX:== BY ==SUB==.

         FD ACK-STATUS.
         01 ACK-STATUS-RECORD.
             COPY AOC12ACK REPLACING ==:PREFIX:== BY ==AST==.

         FD ACK-REPORT.
         01 ACK-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-SENTLOG-STATUS PIC XX.
           88 WS-SENTLOG-OK VALUE '00'.
         01 WS-ACK-STATUS PIC XX.
           88 WS-ACK-OK VALUE '00' '05'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-PROFILE-STATUS PIC XX.
           88 WS-PROFILE-OK VALUE '00'.
         01 WS-ACKSTAT-STATUS PIC XX.
           88 WS-ACKSTAT-OK VALUE '00' '05'.
         01 WS-PROFILE-EOF PIC A(1) VALUE 'N'.
         01 WS-SUBSCRIBER-IN PIC X(8) VALUE SPACES.
      *    Log entries from before subscriber profiles carry no
      *    subscriber; they were all the original analytics feed.
         01 WS-ORIGINAL-SUBSCRIBER PIC X(8) VALUE 'ANALYTIC'.
         01 WS-LOG-SUBSCRIBER PIC X(8).
         01 WS-LOG-OTHER-COUNT PIC 9(9) VALUE ZERO.
         01 WS-LAST-IDX PIC 9(3) VALUE ZERO.
         01 WS-SENT-EOF PIC A(1) VALUE 'N'.
         01 WS-ACK-EOF PIC A(1) VALUE 'N'.
         01 WS-RUN-DATE PIC 9(8).

         01 WS-REPORT-TITLE PIC X(80)
           VALUE 'DAY-12 EXTRACT ACKNOWLEDGMENT REPORT'.
         01 WS-SUBSCRIBER-LINE.
           05 FILLER PIC X(12) VALUE 'SUBSCRIBER: '.
           05 WS-SUBSCRIBER-OUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUBSCRIBER-DESC-OUT PIC X(30).
           05 FILLER PIC X(9) VALUE ' FORMAT: '.
           05 WS-SUBSCRIBER-FORMAT-OUT PIC X(6).
           05 FILLER PIC X(14) VALUE SPACES.
         01 WS-VERDICT-LINE.
           05 FILLER PIC X(23) VALUE 'SUBSCRIBER VERDICT: '.
           05 WS-VERDICT-OUT PIC X(8).
           05 FILLER PIC X(49) VALUE SPACES.
         01 WS-GRACE-LINE.
           05 FILLER PIC X(31)
             VALUE 'UNACKNOWLEDGED GRACE (DAYS): '.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           PERFORM 1100-READ-PROFILE.
           ACCEPT WS-GRACE-IN FROM ENVIRONMENT 'AOC-ACK-GRACE-DAYS'.
           IF WS-GRACE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-GRACE-IN) = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-SUBSCRIBER-IN TO WS-SUBSCRIBER-OUT.
           MOVE SUB-DESCRIPTION TO WS-SUBSCRIBER-DESC-OUT.
           IF SUB-FORMAT = 'C'
               MOVE 'CHANGE' TO WS-SUBSCRIBER-FORMAT-OUT
           ELSE
               MOVE 'FULL' TO WS-SUBSCRIBER-FORMAT-OUT
           END-IF.
           MOVE WS-SUBSCRIBER-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-GRACE-DAYS TO WS-GRACE-OUT.
           MOVE WS-GRACE-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 2100-READ-SENT-RECORD.
           PERFORM 2400-READ-ACK-RECORD.

      *    The processing date is the cycle's business date, not
      *    the clock, so every step of one cycle stamps the same
      *    date however late the chain runs.
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
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.

      *    The profile gives the grace days; a profile that is not
      *    active has no cuts to match.
       1100-READ-PROFILE.
           ACCEPT WS-SUBSCRIBER-IN FROM ENVIRONMENT
               'AOC-ACK-SUBSCRIBER'.
           IF WS-SUBSCRIBER-IN = SPACES
               DISPLAY 'ABEND: AOC-ACK-SUBSCRIBER IS NOT SET - '
                   'RUN THE MATCH THROUGH day12-ack.sh'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUBSCRIBERS.
           IF NOT WS-PROFILE-OK
               DISPLAY 'ABEND: SUBSCRIBERS OPEN FAILED, FILE '
                   'STATUS = ' WS-PROFILE-STATUS
               DISPLAY 'ABEND: ./input/day-12-subscribers.txt IS '
                   'MISSING OR UNAVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SUBSCRIBER-RECORD.
           PERFORM 1150-READ-PROFILE-RECORD
               UNTIL WS-PROFILE-EOF = 'Y' OR
                     SUB-ID = WS-SUBSCRIBER-IN.
           CLOSE SUBSCRIBERS.
           IF WS-PROFILE-EOF = 'Y'
               DISPLAY 'ABEND: NO PROFILE FOR SUBSCRIBER '
                   WS-SUBSCRIBER-IN ' ON ./input/day-12-subscribers'
                   '.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SUB-ACTIVE NOT = 'Y'
               DISPLAY 'ABEND: SUBSCRIBER ' WS-SUBSCRIBER-IN
                   ' IS NOT ACTIVE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SUB-GRACE-DAYS IS NUMERIC AND SUB-GRACE-DAYS > ZERO
               MOVE SUB-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.

       1150-READ-PROFILE-RECORD.
           READ SUBSCRIBERS
             AT END
               MOVE 'Y' TO WS-PROFILE-EOF
           END-READ.

       2000-TABLE-SENT-ENTRY.
           MOVE EXT-SUBSCRIBER TO WS-LOG-SUBSCRIBER.
           IF WS-LOG-SUBSCRIBER = SPACES
               MOVE WS-ORIGINAL-SUBSCRIBER TO WS-LOG-SUBSCRIBER
           END-IF.
           IF WS-LOG-SUBSCRIBER = WS-SUBSCRIBER-IN
               PERFORM 2050-TABLE-SUBSCRIBER-ENTRY
           ELSE
               ADD 1 TO WS-LOG-OTHER-COUNT
           END-IF.
           PERFORM 2100-READ-SENT-RECORD.

       2050-TABLE-SUBSCRIBER-ENTRY.
           ADD 1 TO WS-SENT-READ-COUNT.
           MOVE EXT-RUN-DATE TO WS-MATCH-DATE.
           PERFORM 2200-FIND-SENT-DATE.
               MOVE 'UNCONFIRMED'
                 TO WS-SENT-STATUS (WS-SENT-TABLE-COUNT)
           END-IF.

      *    The log is append-only and scanned oldest-first, so when
      *    the table is full the oldest extract shifts out - the
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-TOTAL.
           MOVE WS-OVERDUE-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 3300-SET-VERDICT.
           MOVE WS-VERDICT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 8900-WRITE-END-LINE.

           CLOSE SENT-LOG.
           CLOSE ACK-FILE.
           CLOSE ACK-REPORT.
           PERFORM 3400-POST-ACK-STATUS.
           DISPLAY 'Subscriber: ' WS-SUBSCRIBER-IN.
           DISPLAY 'Extracts logged: ' WS-SENT-TABLE-COUNT.
           DISPLAY 'Acknowledgments read: ' WS-ACK-READ-COUNT.
           DISPLAY 'Extracts confirmed: ' WS-CONFIRMED-COUNT.
           DISPLAY 'Extracts mismatched: ' WS-MISMATCH-COUNT.
           DISPLAY 'Extracts unconfirmed: ' WS-UNCONFIRMED-COUNT.
           DISPLAY 'Extracts overdue: ' WS-OVERDUE-COUNT.
           DISPLAY 'Other subscribers'' log entries skipped: '
               WS-LOG-OTHER-COUNT.
           DISPLAY 'Subscriber verdict: ' WS-VERDICT-OUT.
           IF WS-MISMATCH-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO
               DISPLAY 'WARNING: unacknowledged or mismatched '
                   'extracts need follow-up with subscriber '
                   WS-SUBSCRIBER-IN
           END-IF.

      *    An unconfirmed extract past the grace window escalates to
               WHEN OTHER
                   ADD 1 TO WS-UNCONFIRMED-COUNT
           END-EVALUATE.
           IF WS-LAST-IDX = ZERO
               MOVE WS-SEARCH-IDX TO WS-LAST-IDX
           ELSE
               IF WS-SENT-DATE (WS-SEARCH-IDX) >
                  WS-SENT-DATE (WS-LAST-IDX)
                   MOVE WS-SEARCH-IDX TO WS-LAST-IDX
               END-IF
           END-IF.
           MOVE WS-SENT-DATE (WS-SEARCH-IDX) TO WS-DETAIL-DATE.
           MOVE WS-SENT-COUNT (WS-SEARCH-IDX) TO WS-DETAIL-COUNT.
           MOVE WS-SENT-HASH (WS-SEARCH-IDX) TO WS-DETAIL-HASH.
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      *    HELD is this subscriber's alone - a cut mismatched or
      *    past its grace days; AWAITING while a cut is still
      *    within them.
       3300-SET-VERDICT.
           EVALUATE TRUE
               WHEN WS-MISMATCH-COUNT > ZERO OR
                    WS-OVERDUE-COUNT > ZERO
                   MOVE 'HELD' TO WS-VERDICT-OUT
               WHEN WS-UNCONFIRMED-COUNT > ZERO
                   MOVE 'AWAITING' TO WS-VERDICT-OUT
               WHEN OTHER
                   MOVE 'OK' TO WS-VERDICT-OUT
           END-EVALUATE.

      *    The digest's per-subscriber line. A failure to post it
      *    only warns; the digest then shows the subscriber as not
      *    posted.
       3400-POST-ACK-STATUS.
           MOVE SPACES TO ACK-STATUS-RECORD.
           MOVE WS-SUBSCRIBER-IN TO AST-SUBSCRIBER.
           MOVE SUB-FORMAT TO AST-FORMAT.
           MOVE WS-RUN-DATE TO AST-POSTED-DATE.
           IF WS-LAST-IDX = ZERO
               MOVE ZERO TO AST-LAST-SENT-DATE
               MOVE ZERO TO AST-LAST-SENT-COUNT
               MOVE 'NONE SENT' TO AST-LAST-ACK-STATUS
           ELSE
               MOVE WS-SENT-DATE (WS-LAST-IDX) TO AST-LAST-SENT-DATE
               MOVE WS-SENT-COUNT (WS-LAST-IDX)
                 TO AST-LAST-SENT-COUNT
               MOVE WS-SENT-STATUS (WS-LAST-IDX)
                 TO AST-LAST-ACK-STATUS
           END-IF.
           MOVE WS-SENT-TABLE-COUNT TO AST-SENT.
           MOVE WS-CONFIRMED-COUNT TO AST-CONFIRMED.
           MOVE WS-MISMATCH-COUNT TO AST-MISMATCHED.
           MOVE WS-UNCONFIRMED-COUNT TO AST-UNCONFIRMED.
           MOVE WS-OVERDUE-COUNT TO AST-OVERDUE.
           MOVE WS-VERDICT-OUT TO AST-VERDICT.
           OPEN EXTEND ACK-STATUS.
           IF NOT WS-ACKSTAT-OK
               DISPLAY 'WARNING: ACK-STATUS OPEN FAILED, FILE '
                   'STATUS = ' WS-ACKSTAT-STATUS
           ELSE
               WRITE ACK-STATUS-RECORD
               IF NOT WS-ACKSTAT-OK
                   DISPLAY 'WARNING: ACK-STATUS WRITE FAILED, FILE '
                       'STATUS = ' WS-ACKSTAT-STATUS
               END-IF
               CLOSE ACK-STATUS
           END-IF.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
      *    heading, with the open section heading carried over.
