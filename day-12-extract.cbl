      *    date and a trailer carrying the record count and a hash
      *    total of AOC-SEQ-NO, so the receiving side can prove it
      *    got the complete file without a phone call.
      *    Each run cuts the file for one full-format subscriber,
      *    named in AOC-EXTRACT-SUBSCRIBER, with the records its
      *    profile on ./input/day-12-subscribers.txt selects (see
      *    AOC12SUB); the header carries the subscriber ID after
      *    the run date. day12-extract.sh runs it once per active
      *    full-format subscriber and renames each cut to
      *    ./output/day-12-extract-<id>.dat.
           SELECT AOC ASSIGN TO "./input/day-12.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           ALTERNATE RECORD KEY IS AOC-LOAD-DATE WITH DUPLICATES
           FILE STATUS IS WS-AOC-STATUS.

           SELECT SUBSCRIBERS
           ASSIGN TO "./input/day-12-subscribers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT EXTRACT-FILE
           ASSIGN TO "./output/day-12-extract.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

      *    Transmission log - one record appended per cut, echoing
      *    the TRL control totals and the subscriber, so day-12-ack
      *    can match the acknowledgments each subscriber returns
      *    against what was actually sent and flag the extracts
      *    still unconfirmed.
           SELECT OPTIONAL SENT-LOG
           ASSIGN TO "./checkpoint/day-12-extract-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENTLOG-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD AOC.
         01 AOC-FILE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==AOC==.

         FD SUBSCRIBERS.
         01 SUBSCRIBER-RECORD.
             COPY AOC12SUB REPLACING ==:PREFIX:== BY ==SUB==.

         FD EXTRACT-FILE.
         01 EXTRACT-RECORD PIC X(33).

         01 SENT-LOG-RECORD.
             COPY AOC12EXT REPLACING ==:PREFIX:== BY ==EXT==.

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-AOC-STATUS PIC XX.
           88 WS-AOC-OK VALUE '00'.
         01 WS-EXTRACT-STATUS PIC XX.
           88 WS-EXTRACT-OK VALUE '00'.
         01 WS-SENTLOG-STATUS PIC XX.
           88 WS-SENTLOG-OK VALUE '00' '05'.
         01 WS-PROFILE-STATUS PIC XX.
           88 WS-PROFILE-OK VALUE '00'.
         01 WS-EOF PIC A(1) VALUE 'N'.
         01 WS-PROFILE-EOF PIC A(1) VALUE 'N'.
         01 WS-SUBSCRIBER-IN PIC X(8) VALUE SPACES.
         01 WS-SELECT-SOURCE PIC X(2).
         01 WS-SELECT-STATUSES.
           05 WS-SELECT-FLAG PIC X(1) OCCURS 4 TIMES.
         01 WS-FLAG-IDX PIC 9(1).
         01 WS-SELECTED-SW PIC A(1).
           88 WS-RECORD-SELECTED VALUE 'Y'.
         01 WS-RUN-DATE PIC 9(8).
         01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
         01 WS-EXTRACT-COUNT PIC 9(9) VALUE ZERO.
         01 WS-NOT-SELECTED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-SEQ-HASH-TOTAL PIC 9(15) VALUE ZERO.

         01 WS-HEADER-RECORD.
           05 FILLER PIC X(3) VALUE 'HDR'.
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 WS-HDR-SUBSCRIBER PIC X(8).
           05 FILLER PIC X(14) VALUE SPACES.
         01 WS-DETAIL-RECORD.
           05 FILLER PIC X(3) VALUE 'DTL'.
           05 WS-DTL-IMAGE PIC X(30).
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           PERFORM 1100-READ-PROFILE.
           OPEN INPUT AOC.
           IF NOT WS-AOC-OK
               DISPLAY 'ABEND: AOC OPEN FAILED, FILE STATUS = '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-SUBSCRIBER-IN TO WS-HDR-SUBSCRIBER.
           MOVE WS-HEADER-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           PERFORM 2100-READ-AOC-RECORD.

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

      *    Only an active full-format profile is cut here; the
      *    change-format subscribers take theirs from day-12-chgfeed.
       1100-READ-PROFILE.
           ACCEPT WS-SUBSCRIBER-IN FROM ENVIRONMENT
               'AOC-EXTRACT-SUBSCRIBER'.
           IF WS-SUBSCRIBER-IN = SPACES
               DISPLAY 'ABEND: AOC-EXTRACT-SUBSCRIBER IS NOT SET - '
                   'RUN THE EXTRACT THROUGH day12-extract.sh'
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
           IF SUB-ACTIVE NOT = 'Y' OR SUB-FORMAT NOT = 'F'
               DISPLAY 'ABEND: SUBSCRIBER ' WS-SUBSCRIBER-IN
                   ' IS NOT AN ACTIVE FULL-FORMAT SUBSCRIBER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SUB-SOURCE TO WS-SELECT-SOURCE.
           IF SUB-STATUSES = SPACES
               MOVE 'A' TO WS-SELECT-STATUSES
           ELSE
               MOVE SUB-STATUSES TO WS-SELECT-STATUSES
           END-IF.
           DISPLAY 'Subscriber: ' WS-SUBSCRIBER-IN ' '
               SUB-DESCRIPTION.
           DISPLAY 'Selecting source: ' WS-SELECT-SOURCE
               ' status flags: ' WS-SELECT-STATUSES.

       1150-READ-PROFILE-RECORD.
           READ SUBSCRIBERS
             AT END
               MOVE 'Y' TO WS-PROFILE-EOF
           END-READ.

       2000-EXTRACT-RECORDS.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2200-SELECT-RECORD.
           IF WS-RECORD-SELECTED
               ADD 1 TO WS-EXTRACT-COUNT
               ADD AOC-SEQ-NO TO WS-SEQ-HASH-TOTAL
               MOVE AOC-FILE TO WS-DTL-IMAGE
                   STOP RUN
               END-IF
           ELSE
               ADD 1 TO WS-NOT-SELECTED-COUNT
           END-IF.
           PERFORM 2100-READ-AOC-RECORD.

             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *    A blank source selects every source; a record is taken
      *    when its status flag is one of the profile's.
       2200-SELECT-RECORD.
           MOVE 'N' TO WS-SELECTED-SW.
           IF WS-SELECT-SOURCE = SPACES OR
              WS-SELECT-SOURCE = AOC-SOURCE
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 4
                   IF WS-SELECT-FLAG (WS-FLAG-IDX) NOT = SPACE AND
                      WS-SELECT-FLAG (WS-FLAG-IDX) = AOC-STATUS-FLAG
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
               END-PERFORM
           END-IF.

       3000-END-OF-JOB.
           MOVE WS-EXTRACT-COUNT TO WS-TRL-RECORD-COUNT.
           MOVE WS-SEQ-HASH-TOTAL TO WS-TRL-SEQ-HASH.
           CLOSE EXTRACT-FILE.
           DISPLAY 'Records read: ' WS-READ-COUNT.
           DISPLAY 'Records extracted: ' WS-EXTRACT-COUNT.
           DISPLAY 'Records not selected: ' WS-NOT-SELECTED-COUNT.
           DISPLAY 'AOC-SEQ-NO hash total: ' WS-SEQ-HASH-TOTAL.

      *    A log write failure only warns: the extract itself went
               MOVE WS-RUN-DATE TO EXT-RUN-DATE
               MOVE WS-EXTRACT-COUNT TO EXT-RECORD-COUNT
               MOVE WS-SEQ-HASH-TOTAL TO EXT-SEQ-HASH
               MOVE WS-SUBSCRIBER-IN TO EXT-SUBSCRIBER
               WRITE SENT-LOG-RECORD
               IF NOT WS-SENTLOG-OK
                   DISPLAY 'WARNING: SENT-LOG WRITE FAILED, FILE '
