      *    AOC-NAME within the day collapse to the net effect -
      *    the first before-image against the last after-image -
      *    so the receiver never applies an intermediate state.
      *    day-12-load's RET entries are deliberately left out: the
      *    merge load journals one for every name it retains, with
      *    identical before- and after-images, and sending those
      *    would re-send the entire file, the exact thing this feed
      *    exists to eliminate. The loader's real changes - new
      *    names (ADD), names flagged dropped (DRP) and dropped
      *    names reinstated (RIN) - flow with the day's
      *    maintenance, purge and restore activity.
      *    A business date day-12-load rebuilt (AOC-LOAD-MODE=
      *    REBUILD, marked LOAD-MODE REBUILD on the run-control
      *    record) has no change feed: the load emptied the file
      *    and journalled every feed name back as an ADD, and the
      *    names the feeds no longer send left with no DEL, so the
      *    day's journal is the whole file rather than its changes
      *    and cannot tell a receiver what to remove. The cut is
      *    refused with RC 8, complete and per subscriber alike,
      *    before anything is written, and the receivers reload
      *    from the full extract (day-12-extract) instead.
      *    Each detail also carries the requester and approver IDs
      *    of the last journal entry that touched the name, so a
      *    receiver can see who asked for and who approved a
      *    maintenance change; loader, purge and restore changes
      *    send them blank. They follow the image, widening every
      *    record from 36 to 52 bytes with no earlier field moved.
      *    Details go out in AOC-NAME order.
      *    Cut once per night after day-12-maint and day-12-purge
      *    have run (see DAY12CHG.jcl).
      *    Run with AOC-CHGFEED-SUBSCRIBER naming a change-format
      *    subscriber (see AOC12SUB), the feed carries only the
      *    changes that subscriber's profile selects - a change
      *    whose before- or after-image is in its slice - with the
      *    subscriber ID after the run date on the header, and the
      *    cut is logged to the transmission log for day-12-ack to
      *    match its acknowledgment. day12-chgfeed.sh runs it once
      *    per active change-format subscriber, renaming each cut
      *    to ./output/day-12-chgfeed-<id>.dat, then once without
      *    a subscriber for the complete feed.
           SELECT AOC-JOURNAL
           ASSIGN TO "./output/day-12-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SUBSCRIBERS
           ASSIGN TO "./input/day-12-subscribers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

      *    Transmission log shared with day-12-extract.
           SELECT OPTIONAL SENT-LOG
           ASSIGN TO "./checkpoint/day-12-extract-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENTLOG-STATUS.

           SELECT CHANGE-FEED
           ASSIGN TO "./output/day-12-chgfeed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

      *    Net change per name for the day, keyed by name. Rebuilt
      *    empty every run; the details are sent from it in name
      *    order once the whole day has been read.
           SELECT NET-WORK
           ASSIGN TO "./checkpoint/day-12-chgfeed-work.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NWK-NAME
           FILE STATUS IS WS-NWK-STATUS.

      *    Run control as day-12-load leaves it: a rebuild shows as
      *    LOAD-MODE REBUILD for the business date.
           SELECT OPTIONAL RUN-CONTROL
           ASSIGN TO "./checkpoint/day-12-runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD AOC-JOURNAL.
         01 AOC-JOURNAL-RECORD.
             COPY AOC12JRN REPLACING ==:PREFIX:== BY ==JRN==.

         FD SUBSCRIBERS.
         01 SUBSCRIBER-RECORD.
             COPY AOC12SUB REPLACING ==:PREFIX:== BY ==SUB==.

         FD SENT-LOG.
         01 SENT-LOG-RECORD.
             COPY AOC12EXT REPLACING ==:PREFIX:== BY ==EXT==.

         FD CHANGE-FEED.
         01 CHANGE-FEED-RECORD PIC X(52).

      *    One entry per distinct AOC-NAME touched today, holding
      *    the first before-image and the latest after-image seen.
      *    The net effect falls out of comparing the two once the
      *    whole day has been read.
         FD NET-WORK.
         01 NET-WORK-RECORD.
           05 NWK-NAME PIC X(10).
           05 NWK-BEFORE PIC X(30).
           05 NWK-AFTER PIC X(30).
           05 NWK-REQUESTER PIC X(8).
           05 NWK-APPROVER PIC X(8).

         FD RUN-CONTROL.
         01 RUN-CONTROL-RECORD.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==CTL==.

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-JOURNAL-STATUS PIC XX.
           88 WS-JOURNAL-OK VALUE '00'.
         01 WS-FEED-STATUS PIC XX.
           88 WS-FEED-OK VALUE '00'.
         01 WS-PROFILE-STATUS PIC XX.
           88 WS-PROFILE-OK VALUE '00'.
         01 WS-SENTLOG-STATUS PIC XX.
           88 WS-SENTLOG-OK VALUE '00' '05'.
         01 WS-CONTROL-STATUS PIC XX.
           88 WS-CONTROL-OK VALUE '00' '05'.
         01 WS-EOF PIC A(1) VALUE 'N'.
         01 WS-PROFILE-EOF PIC A(1) VALUE 'N'.
         01 WS-SUBSCRIBER-IN PIC X(8) VALUE SPACES.
         01 WS-SELECT-SOURCE PIC X(2).
         01 WS-SELECT-STATUSES.
           05 WS-SELECT-FLAG PIC X(1) OCCURS 4 TIMES.
         01 WS-FLAG-IDX PIC 9(1).
         01 WS-SELECTED-SW PIC A(1).
           88 WS-CHANGE-SELECTED VALUE 'Y'.
         01 WS-NOT-SELECTED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-RUN-DATE PIC 9(8).
         01 WS-JOURNAL-COUNT PIC 9(9) VALUE ZERO.
         01 WS-TODAY-COUNT PIC 9(9) VALUE ZERO.
         01 WS-KEY-NAME PIC X(10).
         01 WS-NET-ACTION PIC X(3).

         01 WS-NWK-STATUS PIC XX.
           88 WS-NWK-OK VALUE '00'.
         01 WS-NET-COUNT PIC 9(9) VALUE ZERO.

      *    A work image in the shared record layout so the hash can
      *    pull AOC-SEQ-NO out of whichever image is being sent.
         01 WS-SENT-IMAGE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==SND==.

      *    Each side of a net change in turn, for the subscriber's
      *    selection.
         01 WS-CHECK-IMAGE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==CHK==.

         01 WS-HEADER-RECORD.
           05 FILLER PIC X(3) VALUE 'HDR'.
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 WS-HDR-SUBSCRIBER PIC X(8).
           05 FILLER PIC X(33) VALUE SPACES.
         01 WS-DETAIL-RECORD.
           05 FILLER PIC X(3) VALUE 'DTL'.
           05 WS-DTL-ACTION PIC X(3).
           05 WS-DTL-IMAGE PIC X(30).
           05 WS-DTL-REQUESTER PIC X(8).
           05 WS-DTL-APPROVER PIC X(8).
         01 WS-TRAILER-RECORD.
           05 FILLER PIC X(3) VALUE 'TRL'.
           05 WS-TRL-RECORD-COUNT PIC 9(9).
           05 WS-TRL-SEQ-HASH PIC 9(15).
           05 FILLER PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-POST-JOURNAL-ENTRY UNTIL WS-EOF = 'Y'.
           PERFORM 2400-START-NET-WORK.
           PERFORM 2450-READ-NET-WORK.
           PERFORM 2500-WRITE-NET-CHANGE UNTIL WS-EOF = 'Y'.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           ACCEPT WS-SUBSCRIBER-IN FROM ENVIRONMENT
               'AOC-CHGFEED-SUBSCRIBER'.
           IF WS-SUBSCRIBER-IN NOT = SPACES
               PERFORM 1100-READ-PROFILE
           END-IF.
           PERFORM 1200-CHECK-REBUILD.
           OPEN INPUT AOC-JOURNAL.
           IF NOT WS-JOURNAL-OK
               DISPLAY 'ABEND: AOC-JOURNAL OPEN FAILED, FILE '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NET-WORK.
           IF WS-NWK-OK
               CLOSE NET-WORK
               OPEN I-O NET-WORK
           END-IF.
           IF NOT WS-NWK-OK
               DISPLAY 'ABEND: NET-WORK OPEN FAILED, FILE STATUS = '
                   WS-NWK-STATUS
               CLOSE AOC-JOURNAL
               CLOSE CHANGE-FEED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-SUBSCRIBER-IN TO WS-HDR-SUBSCRIBER.
           MOVE WS-HEADER-RECORD TO CHANGE-FEED-RECORD.
           WRITE CHANGE-FEED-RECORD.
           PERFORM 2100-READ-JOURNAL-RECORD.

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

      *    Only an active change-format profile is cut here; the
      *    full-format subscribers take theirs from day-12-extract.
       1100-READ-PROFILE.
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
           IF SUB-ACTIVE NOT = 'Y' OR SUB-FORMAT NOT = 'C'
               DISPLAY 'ABEND: SUBSCRIBER ' WS-SUBSCRIBER-IN
                   ' IS NOT AN ACTIVE CHANGE-FORMAT SUBSCRIBER'
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

      *    No run control at all means no load has posted one, and
      *    the journal decides as it always has. One that is there
      *    but cannot be read leaves the rebuild question open, and
      *    a feed is not cut on a guess.
       1200-CHECK-REBUILD.
           OPEN INPUT RUN-CONTROL.
           IF NOT WS-CONTROL-OK
               DISPLAY 'ABEND: RUN-CONTROL OPEN FAILED, FILE '
                   'STATUS = ' WS-CONTROL-STATUS ' - FEED NOT CUT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL
             AT END
               MOVE SPACES TO RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL.
           IF CTL-RUN-DATE IS NUMERIC AND
              CTL-RUN-DATE = WS-RUN-DATE AND
              CTL-LOAD-MODE = 'REBUILD'
               DISPLAY 'ABEND: ./input/day-12.dat WAS REBUILT FOR '
                   WS-RUN-DATE ' - NO CHANGE FEED CUT'
               DISPLAY 'ABEND: RECEIVERS MUST RELOAD FROM THE FULL '
                   'EXTRACT (day-12-extract) FOR THIS DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Only today's entries feed the day's net change; the
      *    journal is cumulative and everything earlier has already
      *    been sent on a previous night. The physical DELETE from
      *    day-12-purge has a blank after-image, so the name keys
      *    off the before-image for that case.
       2000-POST-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-COUNT.
           IF JRN-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-TODAY-COUNT
               IF JRN-PROGRAM = 'day-12-load' AND
                  JRN-ACTION = 'RET'
                   ADD 1 TO WS-BASELINE-COUNT
               ELSE
                   IF JRN-AFTER-IMAGE = SPACES
                   ELSE
                       MOVE JRN-NEW-NAME TO WS-KEY-NAME
                   END-IF
                   PERFORM 2200-POST-NET-CHANGE
               END-IF
           END-IF.
           PERFORM 2100-READ-JOURNAL-RECORD.
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *    Posts the entry against the name in hand, opening a new
      *    one holding the first before-image of the day. Dropping
      *    changes from an interface file is not an option, so a
      *    failed write stops the run rather than send a short feed.
       2200-POST-NET-CHANGE.
           MOVE WS-KEY-NAME TO NWK-NAME.
           READ NET-WORK KEY IS NWK-NAME
             INVALID KEY
               ADD 1 TO WS-NET-COUNT
               MOVE JRN-BEFORE-IMAGE TO NWK-BEFORE
               PERFORM 2250-SET-NET-AFTER
               WRITE NET-WORK-RECORD
                 INVALID KEY
                   PERFORM 2900-NET-WORK-FAILED
               END-WRITE
             NOT INVALID KEY
               PERFORM 2250-SET-NET-AFTER
               REWRITE NET-WORK-RECORD
                 INVALID KEY
                   PERFORM 2900-NET-WORK-FAILED
               END-REWRITE
           END-READ.

       2250-SET-NET-AFTER.
           MOVE JRN-AFTER-IMAGE TO NWK-AFTER.
           MOVE JRN-REQUESTER TO NWK-REQUESTER.
           MOVE JRN-APPROVER TO NWK-APPROVER.

      *    The journal pass has finished with the end-of-file switch,
      *    so it is reused for the pass over the net changes.
       2400-START-NET-WORK.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO NWK-NAME.
           START NET-WORK KEY IS NOT LESS THAN NWK-NAME
             INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.

       2450-READ-NET-WORK.
           IF WS-EOF = 'N'
               READ NET-WORK NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

      *    First before-image against last after-image: added then
      *    deleted the same day cancels out entirely, and added
      *    'D' status flag, mirroring what the file itself shows.
       2500-WRITE-NET-CHANGE.
           EVALUATE TRUE
               WHEN NWK-BEFORE = SPACES AND
                    NWK-AFTER = SPACES
                   ADD 1 TO WS-COLLAPSED-COUNT
               WHEN NWK-BEFORE =
                    NWK-AFTER
                   ADD 1 TO WS-COLLAPSED-COUNT
               WHEN NWK-BEFORE = SPACES
                   MOVE 'ADD' TO WS-NET-ACTION
                   MOVE NWK-AFTER TO WS-SENT-IMAGE
                   PERFORM 2600-WRITE-FEED-DETAIL
               WHEN NWK-AFTER = SPACES
                   MOVE 'DEL' TO WS-NET-ACTION
                   MOVE NWK-BEFORE TO WS-SENT-IMAGE
                   PERFORM 2600-WRITE-FEED-DETAIL
               WHEN OTHER
                   MOVE 'CHG' TO WS-NET-ACTION
                   MOVE NWK-AFTER TO WS-SENT-IMAGE
                   PERFORM 2600-WRITE-FEED-DETAIL
           END-EVALUATE.
           PERFORM 2450-READ-NET-WORK.

      *    The complete feed sends every net change. For a
      *    subscriber a change is sent when either image is in its
      *    slice, so a name moving out of the slice is still sent.
       2550-SELECT-CHANGE.
           MOVE 'N' TO WS-SELECTED-SW.
           IF WS-SUBSCRIBER-IN = SPACES
               MOVE 'Y' TO WS-SELECTED-SW
           ELSE
               IF NWK-BEFORE NOT = SPACES
                   MOVE NWK-BEFORE TO WS-CHECK-IMAGE
                   PERFORM 2560-SELECT-IMAGE
               END-IF
               IF NWK-AFTER NOT = SPACES
                   MOVE NWK-AFTER TO WS-CHECK-IMAGE
                   PERFORM 2560-SELECT-IMAGE
               END-IF
           END-IF.

      *    A blank source selects every source; an image is in the
      *    slice when its status flag is one of the profile's.
       2560-SELECT-IMAGE.
           IF WS-SELECT-SOURCE = SPACES OR
              WS-SELECT-SOURCE = CHK-SOURCE
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 4
                   IF WS-SELECT-FLAG (WS-FLAG-IDX) NOT = SPACE AND
                      WS-SELECT-FLAG (WS-FLAG-IDX) = CHK-STATUS-FLAG
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
               END-PERFORM
           END-IF.

       2600-WRITE-FEED-DETAIL.
           PERFORM 2550-SELECT-CHANGE.
           IF NOT WS-CHANGE-SELECTED
               ADD 1 TO WS-NOT-SELECTED-COUNT
           ELSE
               PERFORM 2650-WRITE-SELECTED-DETAIL
           END-IF.

       2650-WRITE-SELECTED-DETAIL.
           ADD 1 TO WS-SENT-COUNT.
           ADD SND-SEQ-NO TO WS-SEQ-HASH-TOTAL.
           MOVE WS-NET-ACTION TO WS-DTL-ACTION.
           MOVE WS-SENT-IMAGE TO WS-DTL-IMAGE.
           MOVE NWK-REQUESTER TO WS-DTL-REQUESTER.
           MOVE NWK-APPROVER TO WS-DTL-APPROVER.
           MOVE WS-DETAIL-RECORD TO CHANGE-FEED-RECORD.
           WRITE CHANGE-FEED-RECORD.
           IF NOT WS-FEED-OK
                   'STATUS = ' WS-FEED-STATUS
               CLOSE AOC-JOURNAL
               CLOSE CHANGE-FEED
               CLOSE NET-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-NET-WORK-FAILED.
           DISPLAY 'ABEND: NET-WORK WRITE FAILED, FILE STATUS = '
               WS-NWK-STATUS ' - FEED NOT CUT'.
           CLOSE AOC-JOURNAL.
           CLOSE CHANGE-FEED.
           CLOSE NET-WORK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-END-OF-JOB.
           MOVE WS-SENT-COUNT TO WS-TRL-RECORD-COUNT.
           MOVE WS-SEQ-HASH-TOTAL TO WS-TRL-SEQ-HASH.
           MOVE WS-TRAILER-RECORD TO CHANGE-FEED-RECORD.
           WRITE CHANGE-FEED-RECORD.

           IF WS-SUBSCRIBER-IN NOT = SPACES
               PERFORM 3100-APPEND-SENT-LOG
           END-IF.

           CLOSE AOC-JOURNAL.
           CLOSE CHANGE-FEED.
           CLOSE NET-WORK.
           DISPLAY 'Journal records read: ' WS-JOURNAL-COUNT.
           DISPLAY 'Journal records for today: ' WS-TODAY-COUNT.
           DISPLAY 'Loader retained entries excluded: '
               WS-BASELINE-COUNT.
           DISPLAY 'Names touched today: ' WS-NET-COUNT.
           DISPLAY 'Net changes sent: ' WS-SENT-COUNT.
           DISPLAY 'Changes collapsed to no net effect: '
               WS-COLLAPSED-COUNT.
           DISPLAY 'AOC-SEQ-NO hash total: ' WS-SEQ-HASH-TOTAL.
           IF WS-SUBSCRIBER-IN NOT = SPACES
               DISPLAY 'Net changes outside the subscriber''s '
                   'selection: ' WS-NOT-SELECTED-COUNT
           END-IF.

      *    A log write failure only warns, as in day-12-extract: the
      *    feed itself went out good, and day-12-ack reports the
      *    missing entry rather than losing the cut.
       3100-APPEND-SENT-LOG.
           OPEN EXTEND SENT-LOG.
           IF NOT WS-SENTLOG-OK
               DISPLAY 'WARNING: SENT-LOG OPEN FAILED, FILE '
                   'STATUS = ' WS-SENTLOG-STATUS
               DISPLAY 'WARNING: transmission not logged - the '
                   'acknowledgment match will be missing this cut'
           ELSE
               MOVE WS-RUN-DATE TO EXT-RUN-DATE
               MOVE WS-SENT-COUNT TO EXT-RECORD-COUNT
               MOVE WS-SEQ-HASH-TOTAL TO EXT-SEQ-HASH
               MOVE WS-SUBSCRIBER-IN TO EXT-SUBSCRIBER
               WRITE SENT-LOG-RECORD
               IF NOT WS-SENTLOG-OK
                   DISPLAY 'WARNING: SENT-LOG WRITE FAILED, FILE '
                       'STATUS = ' WS-SENTLOG-STATUS
               END-IF
               CLOSE SENT-LOG
           END-IF.
