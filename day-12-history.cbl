       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-12-history.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Name lifecycle report: for each AOC-NAME on the request
      *    file, a dated timeline of everything that happened to it
      *    - first load and its source, every maintenance ADD/CHG/
      *    DEL with the status flag before and after, the feed
      *    dropping and reinstating it, aging to inactive, the
      *    physical purge and any restore - then its current state
      *    on ./input/day-12.dat, with a GAP line wherever the
      *    history does not account for what follows it, so "what
      *    happened to this name?" is one report, not an afternoon
      *    with the audit report, the purge archive and the restore
      *    report.
      *    The timeline draws on the journals rolled at the SOURCE
      *    layout cutover (staged by day12-history.sh, layout
      *    AOC12JRA), the current audit journal and the purge
      *    archive; a restore is journalled by day-12-restore. The
      *    load's nightly RET entries change nothing and are left
      *    out, and the nightly rebuild ADDs from before the merge
      *    are folded into one line per unchanged run.
           SELECT HISTORY-REQUESTS
           ASSIGN TO "./input/day-12-history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

           SELECT OPTIONAL ARCHIVED-JOURNAL
           ASSIGN TO "./checkpoint/day-12-history-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCJRN-STATUS.

           SELECT OPTIONAL AOC-JOURNAL
           ASSIGN TO "./output/day-12-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL PURGE-ARCHIVE
           ASSIGN TO "./output/day-12-purge-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AOC ASSIGN TO "./input/day-12.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AOC-NAME
           ALTERNATE RECORD KEY IS AOC-LOAD-DATE WITH DUPLICATES
           FILE STATUS IS WS-AOC-STATUS.

      *    Every event found for a requested name, keyed by name,
      *    date, time and the order it was found in, so a pass in
      *    key order reads each name's timeline in date order. Each
      *    requested name also has a marker record keyed with a
      *    zero date, which is how the passes over the sources tell
      *    a requested name from any other. Rebuilt every run.
           SELECT HISTORY-WORK
           ASSIGN TO "./checkpoint/day-12-history-work.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HWK-KEY
           FILE STATUS IS WS-WORK-STATUS.

           SELECT HISTORY-REPORT
           ASSIGN TO "./output/day-12-history.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD HISTORY-REQUESTS.
         01 HISTORY-REQUEST-RECORD PIC X(10).

         FD ARCHIVED-JOURNAL.
         01 ARCHIVED-JOURNAL-RECORD.
             COPY AOC12JRA REPLACING ==:PREFIX:== BY ==JRA==.

         FD AOC-JOURNAL.
         01 AOC-JOURNAL-RECORD.
             COPY AOC12JRN REPLACING ==:PREFIX:== BY ==JRN==.

         FD PURGE-ARCHIVE.
         01 PURGE-ARCHIVE-RECORD.
           05 ARC-PURGE-DATE PIC 9(8).
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==ARC==.

         FD AOC.
         01 AOC-FILE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==AOC==.

      *    ORIGIN is R for a request marker, A for an entry from a
      *    rolled journal, J from the current journal, P for a
      *    purge found only on the purge archive. PURGE-ARCHIVED is
      *    Y on a day-12-purge DEL whose image the archive holds.
         FD HISTORY-WORK.
         01 HISTORY-WORK-RECORD.
           05 HWK-KEY.
             10 HWK-NAME PIC X(10).
             10 HWK-DATE PIC 9(8).
             10 HWK-TIME PIC 9(6).
             10 HWK-SEQ PIC 9(7).
           05 HWK-ORIGIN PIC X(1).
           05 HWK-ACTION PIC X(3).
           05 HWK-PROGRAM PIC X(18).
           05 HWK-OLD-STATUS PIC X(1).
           05 HWK-NEW-STATUS PIC X(1).
           05 HWK-NEW-SOURCE PIC X(2).
           05 HWK-REQUESTER PIC X(8).
           05 HWK-APPROVER PIC X(8).
           05 HWK-PURGE-ARCHIVED PIC X(1).

         FD HISTORY-REPORT.
         01 HISTORY-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-REQUEST-STATUS PIC XX.
           88 WS-REQUEST-OK VALUE '00'.
         01 WS-ARCJRN-STATUS PIC XX.
           88 WS-ARCJRN-OK VALUE '00' '05'.
         01 WS-JOURNAL-STATUS PIC XX.
           88 WS-JOURNAL-OK VALUE '00' '05'.
         01 WS-ARCHIVE-STATUS PIC XX.
           88 WS-ARCHIVE-OK VALUE '00' '05'.
         01 WS-AOC-STATUS PIC XX.
           88 WS-AOC-OK VALUE '00'.
         01 WS-WORK-STATUS PIC XX.
           88 WS-WORK-OK VALUE '00'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-EOF PIC A(1) VALUE 'N'.
         01 WS-MATCH-EOF PIC A(1) VALUE 'N'.
         01 WS-REQUESTED-SW PIC A(1) VALUE 'N'.
         01 WS-MATCHED-SW PIC A(1) VALUE 'N'.

         01 WS-RUN-DATE PIC 9(8).

      *    The event being collected, whichever source it came from.
         01 WS-EVENT.
           05 WS-EVT-NAME PIC X(10).
           05 WS-EVT-DATE PIC 9(8).
           05 WS-EVT-TIME PIC 9(6).
           05 WS-EVT-ORIGIN PIC X(1).
           05 WS-EVT-ACTION PIC X(3).
           05 WS-EVT-PROGRAM PIC X(18).
           05 WS-EVT-OLD-STATUS PIC X(1).
           05 WS-EVT-NEW-STATUS PIC X(1).
           05 WS-EVT-NEW-SOURCE PIC X(2).
           05 WS-EVT-REQUESTER PIC X(8).
           05 WS-EVT-APPROVER PIC X(8).
         01 WS-EVENT-SEQ PIC 9(7) VALUE ZERO.

         01 WS-REQUEST-COUNT PIC 9(7) VALUE ZERO.
         01 WS-DUP-REQUEST-COUNT PIC 9(7) VALUE ZERO.
         01 WS-BLANK-REQUEST-COUNT PIC 9(7) VALUE ZERO.
         01 WS-ARCJRN-READ PIC 9(9) VALUE ZERO.
         01 WS-JOURNAL-READ PIC 9(9) VALUE ZERO.
         01 WS-ARCHIVE-READ PIC 9(9) VALUE ZERO.
         01 WS-EVENT-COUNT PIC 9(9) VALUE ZERO.
         01 WS-NAME-COUNT PIC 9(7) VALUE ZERO.
         01 WS-GAP-NAME-COUNT PIC 9(7) VALUE ZERO.
         01 WS-UNKNOWN-COUNT PIC 9(7) VALUE ZERO.

      *    What the timeline so far says the record should look
      *    like: whether any event has been seen, whether the name
      *    is on the file, and its status flag.
         01 WS-CURRENT-NAME PIC X(10) VALUE SPACES.
         01 WS-HIST-KNOWN-SW PIC A(1).
         01 WS-HIST-PRESENT-SW PIC A(1).
         01 WS-HIST-STATUS PIC X(1).
         01 WS-HIST-LOADED-SW PIC A(1).
         01 WS-HIST-SOURCE PIC X(2).
         01 WS-NAME-GAP-COUNT PIC 9(5).

      *    A run of rebuild ADDs that left the record as it was,
      *    held back and printed as one line when something else
      *    happens to the name or its timeline ends.
         01 WS-RELOAD-COUNT PIC 9(5) VALUE ZERO.
         01 WS-RELOAD-FIRST-DATE PIC 9(8).
         01 WS-RELOAD-FIRST-TIME PIC 9(6).
         01 WS-RELOAD-LAST-DATE PIC 9(8).

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.

         01 WS-REPORT-TITLE PIC X(80)
           VALUE 'DAY-12 NAME LIFECYCLE HISTORY REPORT'.
         01 WS-NAME-HEADING.
           05 FILLER PIC X(6) VALUE 'NAME: '.
           05 WS-HEADING-NAME PIC X(10).
           05 FILLER PIC X(64) VALUE SPACES.
         01 WS-COLUMN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(6) VALUE 'TIME'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(22) VALUE 'EVENT'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(4) VALUE 'FLAG'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(6) VALUE 'SOURCE'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(23) VALUE 'DETAIL'.
         01 WS-EVENT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-EVL-DATE PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EVL-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EVL-EVENT PIC X(22).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EVL-OLD-FLAG PIC X(1).
           05 FILLER PIC X(2) VALUE '->'.
           05 WS-EVL-NEW-FLAG PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EVL-SOURCE PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-EVL-DETAIL PIC X(23).
         01 WS-MAINT-DETAIL.
           05 FILLER PIC X(3) VALUE 'BY '.
           05 WS-MTD-REQUESTER PIC X(8).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-MTD-APPROVER PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
         01 WS-RELOAD-EVENT.
           05 FILLER PIC X(8) VALUE 'REBUILT '.
           05 WS-RLE-COUNT PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE ' NIGHTS'.
         01 WS-RELOAD-DETAIL.
           05 FILLER PIC X(13) VALUE 'UNCHANGED TO '.
           05 WS-RLD-DATE PIC 9999/99/99.
         01 WS-GAP-LINE.
           05 FILLER PIC X(15) VALUE '      *** GAP: '.
           05 WS-GAP-TEXT PIC X(40).
           05 WS-GAP-DETAIL PIC X(25).
         01 WS-GAP-FLAGS.
           05 FILLER PIC X(5) VALUE 'FLAG '.
           05 WS-GAP-FLAG-NOW PIC X(1).
           05 FILLER PIC X(15) VALUE ', HISTORY LEFT '.
           05 WS-GAP-FLAG-WAS PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
         01 WS-CURRENT-LINE.
           05 FILLER PIC X(13) VALUE '    CURRENT: '.
           05 FILLER PIC X(13) VALUE 'ON FILE, FLAG'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CUR-FLAG PIC X(1).
           05 FILLER PIC X(8) VALUE ', SOURCE'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CUR-SOURCE PIC X(2).
           05 FILLER PIC X(5) VALUE ', SEQ'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CUR-SEQ-NO PIC 9(9).
           05 FILLER PIC X(8) VALUE ', LOADED'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CUR-LOAD-DATE PIC 9999/99/99.
           05 FILLER PIC X(7) VALUE SPACES.
         01 WS-NOT-ON-FILE-LINE PIC X(80)
           VALUE '    CURRENT: NOT ON FILE'.
         01 WS-NO-HISTORY-LINE PIC X(80)
           VALUE '    NO EVENTS ON THE JOURNALS OR THE PURGE ARCHIVE'.
         01 WS-ACCOUNTED-LINE PIC X(80)
           VALUE '    HISTORY ACCOUNTS FOR THE CURRENT RECORD'.
         01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
         01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(30).
           05 WS-TOTAL-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-COLLECT-ARCHIVED-JOURNAL.
           PERFORM 2200-COLLECT-JOURNAL.
           PERFORM 2400-COLLECT-PURGE-ARCHIVE.
           PERFORM 3000-PRINT-TIMELINES.
           PERFORM 4000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT HISTORY-REQUESTS.
           IF NOT WS-REQUEST-OK
               DISPLAY 'ABEND: HISTORY-REQUESTS OPEN FAILED, FILE '
                   'STATUS = ' WS-REQUEST-STATUS
               DISPLAY 'ABEND: ./input/day-12-history.txt IS '
                   'MISSING OR UNAVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AOC.
           IF NOT WS-AOC-OK
               DISPLAY 'ABEND: AOC OPEN FAILED, FILE STATUS = '
                   WS-AOC-STATUS
               CLOSE HISTORY-REQUESTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-WORK.
           IF WS-WORK-OK
               CLOSE HISTORY-WORK
               OPEN I-O HISTORY-WORK
           END-IF.
           IF NOT WS-WORK-OK
               DISPLAY 'ABEND: HISTORY-WORK OPEN FAILED, FILE '
                   'STATUS = ' WS-WORK-STATUS
               DISPLAY 'ABEND: ./checkpoint/ IS MISSING OR '
                   'UNAVAILABLE'
               CLOSE HISTORY-REQUESTS
               CLOSE AOC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: HISTORY-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-REPORT-STATUS
               DISPLAY 'ABEND: ./output/ IS MISSING OR UNAVAILABLE'
               CLOSE HISTORY-REQUESTS
               CLOSE AOC
               CLOSE HISTORY-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           PERFORM 1110-READ-REQUEST.
           PERFORM 1100-NOTE-REQUEST UNTIL WS-EOF = 'Y'.
           CLOSE HISTORY-REQUESTS.

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

      *    One name per line, exact; a name asked for twice is
      *    reported once.
       1100-NOTE-REQUEST.
           IF HISTORY-REQUEST-RECORD = SPACES
               ADD 1 TO WS-BLANK-REQUEST-COUNT
           ELSE
               ADD 1 TO WS-REQUEST-COUNT
               MOVE HISTORY-REQUEST-RECORD TO HWK-NAME
               MOVE ZERO TO HWK-DATE
               MOVE ZERO TO HWK-TIME
               MOVE ZERO TO HWK-SEQ
               MOVE 'R' TO HWK-ORIGIN
               MOVE SPACES TO HWK-ACTION
               MOVE SPACES TO HWK-PROGRAM
               MOVE SPACES TO HWK-OLD-STATUS
               MOVE SPACES TO HWK-NEW-STATUS
               MOVE SPACES TO HWK-NEW-SOURCE
               MOVE SPACES TO HWK-REQUESTER
               MOVE SPACES TO HWK-APPROVER
               MOVE SPACES TO HWK-PURGE-ARCHIVED
               WRITE HISTORY-WORK-RECORD
                 INVALID KEY
                   ADD 1 TO WS-DUP-REQUEST-COUNT
               END-WRITE
           END-IF.
           PERFORM 1110-READ-REQUEST.

       1110-READ-REQUEST.
           READ HISTORY-REQUESTS
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *    An ADD has no before-image and a DEL no after-image, so
      *    the name is taken from whichever image is there.
       2000-COLLECT-ARCHIVED-JOURNAL.
           OPEN INPUT ARCHIVED-JOURNAL.
           IF NOT WS-ARCJRN-OK
               DISPLAY 'WARNING: ARCHIVED-JOURNAL OPEN FAILED, FILE '
                   'STATUS = ' WS-ARCJRN-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2060-READ-ARCHIVED-JOURNAL
               PERFORM 2050-ARCHIVED-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE ARCHIVED-JOURNAL
           END-IF.

       2050-ARCHIVED-ENTRY.
           ADD 1 TO WS-ARCJRN-READ.
           IF JRA-ACTION NOT = 'RET' AND
              JRA-RUN-DATE IS NUMERIC
               IF JRA-NEW-NAME NOT = SPACES
                   MOVE JRA-NEW-NAME TO WS-EVT-NAME
               ELSE
                   MOVE JRA-OLD-NAME TO WS-EVT-NAME
               END-IF
               PERFORM 2900-CHECK-REQUESTED
               IF WS-REQUESTED-SW = 'Y'
                   MOVE JRA-RUN-DATE TO WS-EVT-DATE
                   MOVE JRA-RUN-TIME TO WS-EVT-TIME
                   MOVE 'A' TO WS-EVT-ORIGIN
                   MOVE JRA-ACTION TO WS-EVT-ACTION
                   MOVE JRA-PROGRAM TO WS-EVT-PROGRAM
                   MOVE JRA-OLD-STATUS-FLAG TO WS-EVT-OLD-STATUS
                   MOVE JRA-NEW-STATUS-FLAG TO WS-EVT-NEW-STATUS
                   MOVE SPACES TO WS-EVT-NEW-SOURCE
                   MOVE SPACES TO WS-EVT-REQUESTER
                   MOVE SPACES TO WS-EVT-APPROVER
                   PERFORM 2950-WRITE-EVENT
               END-IF
           END-IF.
           PERFORM 2060-READ-ARCHIVED-JOURNAL.

       2060-READ-ARCHIVED-JOURNAL.
           READ ARCHIVED-JOURNAL
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2200-COLLECT-JOURNAL.
           OPEN INPUT AOC-JOURNAL.
           IF NOT WS-JOURNAL-OK
               DISPLAY 'WARNING: AOC-JOURNAL OPEN FAILED, FILE '
                   'STATUS = ' WS-JOURNAL-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2260-READ-JOURNAL
               PERFORM 2250-JOURNAL-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE AOC-JOURNAL
           END-IF.

       2250-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-READ.
           IF JRN-ACTION NOT = 'RET' AND
              JRN-RUN-DATE IS NUMERIC
               IF JRN-NEW-NAME NOT = SPACES
                   MOVE JRN-NEW-NAME TO WS-EVT-NAME
               ELSE
                   MOVE JRN-OLD-NAME TO WS-EVT-NAME
               END-IF
               PERFORM 2900-CHECK-REQUESTED
               IF WS-REQUESTED-SW = 'Y'
                   MOVE JRN-RUN-DATE TO WS-EVT-DATE
                   MOVE JRN-RUN-TIME TO WS-EVT-TIME
                   MOVE 'J' TO WS-EVT-ORIGIN
                   MOVE JRN-ACTION TO WS-EVT-ACTION
                   MOVE JRN-PROGRAM TO WS-EVT-PROGRAM
                   MOVE JRN-OLD-STATUS-FLAG TO WS-EVT-OLD-STATUS
                   MOVE JRN-NEW-STATUS-FLAG TO WS-EVT-NEW-STATUS
                   MOVE JRN-NEW-SOURCE TO WS-EVT-NEW-SOURCE
                   MOVE JRN-REQUESTER TO WS-EVT-REQUESTER
                   MOVE JRN-APPROVER TO WS-EVT-APPROVER
                   PERFORM 2950-WRITE-EVENT
               END-IF
           END-IF.
           PERFORM 2260-READ-JOURNAL.

       2260-READ-JOURNAL.
           READ AOC-JOURNAL
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *    day-12-purge archives each image before it journals the
      *    DEL, so an archived purge normally pairs with a journal
      *    DEL of the same name and date; the pair prints once. An
      *    archive record with no such DEL (its journal rolled away
      *    or lost) still prints, as a purge known only from the
      *    archive, at the end of its day.
       2400-COLLECT-PURGE-ARCHIVE.
           OPEN INPUT PURGE-ARCHIVE.
           IF NOT WS-ARCHIVE-OK
               DISPLAY 'WARNING: PURGE-ARCHIVE OPEN FAILED, FILE '
                   'STATUS = ' WS-ARCHIVE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2460-READ-PURGE-ARCHIVE
               PERFORM 2450-PURGE-ARCHIVE-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE PURGE-ARCHIVE
           END-IF.

       2450-PURGE-ARCHIVE-ENTRY.
           ADD 1 TO WS-ARCHIVE-READ.
           IF ARC-PURGE-DATE IS NUMERIC
               MOVE ARC-NAME TO WS-EVT-NAME
               PERFORM 2900-CHECK-REQUESTED
               IF WS-REQUESTED-SW = 'Y'
                   PERFORM 2470-MATCH-PURGE-DEL
                   IF WS-MATCHED-SW = 'N'
                       MOVE ARC-PURGE-DATE TO WS-EVT-DATE
                       MOVE 999999 TO WS-EVT-TIME
                       MOVE 'P' TO WS-EVT-ORIGIN
                       MOVE 'DEL' TO WS-EVT-ACTION
                       MOVE 'day-12-purge' TO WS-EVT-PROGRAM
                       MOVE ARC-STATUS-FLAG TO WS-EVT-OLD-STATUS
                       MOVE SPACES TO WS-EVT-NEW-STATUS
                       MOVE SPACES TO WS-EVT-NEW-SOURCE
                       MOVE SPACES TO WS-EVT-REQUESTER
                       MOVE SPACES TO WS-EVT-APPROVER
                       PERFORM 2950-WRITE-EVENT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2460-READ-PURGE-ARCHIVE.

       2460-READ-PURGE-ARCHIVE.
           READ PURGE-ARCHIVE
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2470-MATCH-PURGE-DEL.
           MOVE 'N' TO WS-MATCHED-SW.
           MOVE 'N' TO WS-MATCH-EOF.
           MOVE ARC-NAME TO HWK-NAME.
           MOVE ARC-PURGE-DATE TO HWK-DATE.
           MOVE ZERO TO HWK-TIME.
           MOVE ZERO TO HWK-SEQ.
           START HISTORY-WORK KEY IS NOT LESS THAN HWK-KEY
             INVALID KEY
               MOVE 'Y' TO WS-MATCH-EOF
           END-START.
           PERFORM 2480-CHECK-PURGE-DEL UNTIL WS-MATCH-EOF = 'Y'.

       2480-CHECK-PURGE-DEL.
           READ HISTORY-WORK NEXT RECORD
             AT END
               MOVE 'Y' TO WS-MATCH-EOF
             NOT AT END
               IF HWK-NAME NOT = ARC-NAME OR
                  HWK-DATE NOT = ARC-PURGE-DATE
                   MOVE 'Y' TO WS-MATCH-EOF
               ELSE
                   IF HWK-PROGRAM = 'day-12-purge' AND
                      HWK-ACTION = 'DEL' AND
                      HWK-PURGE-ARCHIVED NOT = 'Y'
                       MOVE 'Y' TO HWK-PURGE-ARCHIVED
                       REWRITE HISTORY-WORK-RECORD
                         INVALID KEY
                           DISPLAY 'WARNING: HISTORY-WORK REWRITE '
                               'FAILED, FILE STATUS = '
                               WS-WORK-STATUS
                       END-REWRITE
                       MOVE 'Y' TO WS-MATCHED-SW
                       MOVE 'Y' TO WS-MATCH-EOF
                   END-IF
               END-IF
           END-READ.

       2900-CHECK-REQUESTED.
           MOVE WS-EVT-NAME TO HWK-NAME.
           MOVE ZERO TO HWK-DATE.
           MOVE ZERO TO HWK-TIME.
           MOVE ZERO TO HWK-SEQ.
           READ HISTORY-WORK KEY IS HWK-KEY
             INVALID KEY
               MOVE 'N' TO WS-REQUESTED-SW
             NOT INVALID KEY
               MOVE 'Y' TO WS-REQUESTED-SW
           END-READ.

       2950-WRITE-EVENT.
           ADD 1 TO WS-EVENT-SEQ.
           MOVE WS-EVT-NAME TO HWK-NAME.
           MOVE WS-EVT-DATE TO HWK-DATE.
           MOVE WS-EVT-TIME TO HWK-TIME.
           MOVE WS-EVENT-SEQ TO HWK-SEQ.
           MOVE WS-EVT-ORIGIN TO HWK-ORIGIN.
           MOVE WS-EVT-ACTION TO HWK-ACTION.
           MOVE WS-EVT-PROGRAM TO HWK-PROGRAM.
           MOVE WS-EVT-OLD-STATUS TO HWK-OLD-STATUS.
           MOVE WS-EVT-NEW-STATUS TO HWK-NEW-STATUS.
           MOVE WS-EVT-NEW-SOURCE TO HWK-NEW-SOURCE.
           MOVE WS-EVT-REQUESTER TO HWK-REQUESTER.
           MOVE WS-EVT-APPROVER TO HWK-APPROVER.
           MOVE 'N' TO HWK-PURGE-ARCHIVED.
           WRITE HISTORY-WORK-RECORD
             INVALID KEY
               DISPLAY 'ABEND: HISTORY-WORK WRITE FAILED FOR '
                   WS-EVT-NAME ', FILE STATUS = ' WS-WORK-STATUS
               PERFORM 9000-ABEND-CLOSE
           END-WRITE.

      *    One pass in key order: a marker record opens each name,
      *    in name order, and its events follow in date order.
       3000-PRINT-TIMELINES.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO HWK-KEY.
           START HISTORY-WORK KEY IS NOT LESS THAN HWK-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM 3060-READ-WORK.
           PERFORM 3050-PRINT-WORK-RECORD UNTIL WS-EOF = 'Y'.
           IF WS-CURRENT-NAME NOT = SPACES
               PERFORM 3500-FINISH-NAME
           END-IF.
           MOVE SPACES TO RPT-SECTION-HEADING.

      *    Before the merge, the load rebuilt the file every night
      *    and journalled an ADD for every record it wrote, so the
      *    rolled journals and the current journal up to the merge
      *    going live hold one load ADD per name per night. A load
      *    ADD for a name already on the file is one of those
      *    rebuilds; where it leaves the flag and source as they
      *    were it is held and folded into one line, so the
      *    timeline shows what changed rather than every night.
       3050-PRINT-WORK-RECORD.
           IF HWK-ORIGIN = 'R'
               IF WS-CURRENT-NAME NOT = SPACES
                   PERFORM 3500-FINISH-NAME
               END-IF
               PERFORM 3100-START-NAME
           ELSE
               IF HWK-PROGRAM = 'day-12-load' AND
                  HWK-ACTION = 'ADD' AND
                  WS-HIST-PRESENT-SW = 'Y' AND
                  HWK-NEW-STATUS = WS-HIST-STATUS AND
                  (HWK-NEW-SOURCE = SPACES OR
                   HWK-NEW-SOURCE = WS-HIST-SOURCE)
                   PERFORM 3250-HOLD-RELOAD
               ELSE
                   IF WS-RELOAD-COUNT > ZERO
                       PERFORM 3280-PRINT-RELOADS
                   END-IF
                   PERFORM 3200-PRINT-EVENT
                   PERFORM 3300-FOLLOW-EVENT
               END-IF
           END-IF.
           PERFORM 3060-READ-WORK.

       3060-READ-WORK.
           IF WS-EOF = 'N'
               READ HISTORY-WORK NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

       3100-START-NAME.
           ADD 1 TO WS-NAME-COUNT.
           MOVE HWK-NAME TO WS-CURRENT-NAME.
           MOVE 'N' TO WS-HIST-KNOWN-SW.
           MOVE 'N' TO WS-HIST-PRESENT-SW.
           MOVE 'N' TO WS-HIST-LOADED-SW.
           MOVE SPACES TO WS-HIST-STATUS.
           MOVE SPACES TO WS-HIST-SOURCE.
           MOVE ZERO TO WS-NAME-GAP-COUNT.
           MOVE ZERO TO WS-RELOAD-COUNT.
           MOVE SPACES TO RPT-SECTION-HEADING.
           MOVE WS-BLANK-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE HWK-NAME TO WS-HEADING-NAME.
           MOVE WS-NAME-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-NAME-HEADING TO RPT-SECTION-HEADING.

      *    The load's ADD is the name's first load, a reload after
      *    it left the file, or a rebuild that changed the record;
      *    RIN and DRP are the merge reinstating it and flagging it
      *    dropped from its feed. A rebuild ADD carries no before-
      *    image, so the flag it replaced is the one history left.
       3200-PRINT-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE HWK-DATE TO WS-EVL-DATE.
           MOVE HWK-TIME TO WS-EVL-TIME.
           MOVE HWK-OLD-STATUS TO WS-EVL-OLD-FLAG.
           IF HWK-PROGRAM = 'day-12-load' AND
              HWK-ACTION = 'ADD' AND
              WS-HIST-PRESENT-SW = 'Y'
               MOVE WS-HIST-STATUS TO WS-EVL-OLD-FLAG
           END-IF.
           MOVE HWK-NEW-STATUS TO WS-EVL-NEW-FLAG.
           MOVE HWK-NEW-SOURCE TO WS-EVL-SOURCE.
           MOVE SPACES TO WS-EVL-DETAIL.
           IF HWK-ORIGIN = 'A'
               MOVE 'FROM ROLLED JOURNAL' TO WS-EVL-DETAIL
           END-IF.
           EVALUATE TRUE
               WHEN HWK-ORIGIN = 'P'
                   MOVE 'PURGED' TO WS-EVL-EVENT
                   MOVE 'PURGE ARCHIVE ONLY' TO WS-EVL-DETAIL
               WHEN HWK-PROGRAM = 'day-12-load' AND
                    HWK-ACTION = 'ADD'
                   EVALUATE TRUE
                       WHEN WS-HIST-PRESENT-SW = 'Y'
                           MOVE 'REBUILT FROM FEED' TO WS-EVL-EVENT
                       WHEN WS-HIST-LOADED-SW = 'Y'
                           MOVE 'RELOADED FROM FEED' TO WS-EVL-EVENT
                       WHEN OTHER
                           MOVE 'FIRST LOADED FROM FEED'
                             TO WS-EVL-EVENT
                   END-EVALUATE
                   MOVE 'Y' TO WS-HIST-LOADED-SW
               WHEN HWK-PROGRAM = 'day-12-load' AND
                    HWK-ACTION = 'RIN'
                   MOVE 'REINSTATED BY FEED' TO WS-EVL-EVENT
               WHEN HWK-PROGRAM = 'day-12-load' AND
                    HWK-ACTION = 'DRP'
                   MOVE 'DROPPED FROM FEED' TO WS-EVL-EVENT
               WHEN HWK-PROGRAM = 'day-12-maint'
                   IF HWK-ACTION = 'ADD'
                       MOVE 'MAINTENANCE ADD' TO WS-EVL-EVENT
                   END-IF
                   IF HWK-ACTION = 'CHG'
                       MOVE 'MAINTENANCE CHG' TO WS-EVL-EVENT
                   END-IF
                   IF HWK-ACTION = 'DEL'
                       MOVE 'MAINTENANCE DEL' TO WS-EVL-EVENT
                   END-IF
                   IF HWK-REQUESTER NOT = SPACES
                       MOVE HWK-REQUESTER TO WS-MTD-REQUESTER
                       MOVE HWK-APPROVER TO WS-MTD-APPROVER
                       MOVE WS-MAINT-DETAIL TO WS-EVL-DETAIL
                   END-IF
               WHEN HWK-PROGRAM = 'day-12-purge' AND
                    HWK-ACTION = 'CHG'
                   MOVE 'AGED TO INACTIVE' TO WS-EVL-EVENT
               WHEN HWK-PROGRAM = 'day-12-purge' AND
                    HWK-ACTION = 'DEL'
                   MOVE 'PURGED' TO WS-EVL-EVENT
               WHEN HWK-PROGRAM = 'day-12-restore'
                   MOVE 'RESTORED FROM ARCHIVE' TO WS-EVL-EVENT
               WHEN OTHER
                   MOVE HWK-ACTION TO WS-EVL-EVENT
                   MOVE HWK-PROGRAM TO WS-EVL-DETAIL
           END-EVALUATE.
           MOVE WS-EVENT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

       3250-HOLD-RELOAD.
           IF WS-RELOAD-COUNT = ZERO
               MOVE HWK-DATE TO WS-RELOAD-FIRST-DATE
               MOVE HWK-TIME TO WS-RELOAD-FIRST-TIME
           END-IF.
           ADD 1 TO WS-RELOAD-COUNT.
           MOVE HWK-DATE TO WS-RELOAD-LAST-DATE.
           MOVE 'Y' TO WS-HIST-LOADED-SW.

      *    One line for the run of rebuilds held: the first night,
      *    how many nights, and the last.
       3280-PRINT-RELOADS.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-RELOAD-FIRST-DATE TO WS-EVL-DATE.
           MOVE WS-RELOAD-FIRST-TIME TO WS-EVL-TIME.
           MOVE WS-RELOAD-COUNT TO WS-RLE-COUNT.
           MOVE WS-RELOAD-EVENT TO WS-EVL-EVENT.
           MOVE WS-HIST-STATUS TO WS-EVL-OLD-FLAG.
           MOVE WS-HIST-STATUS TO WS-EVL-NEW-FLAG.
           MOVE WS-HIST-SOURCE TO WS-EVL-SOURCE.
           MOVE WS-RELOAD-LAST-DATE TO WS-RLD-DATE.
           MOVE WS-RELOAD-DETAIL TO WS-EVL-DETAIL.
           MOVE WS-EVENT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-RELOAD-COUNT.

      *    Each event must start from where the one before left
      *    the record - on the file or not, and with that status
      *    flag. Where it does not, something between them is
      *    missing from every source, and that is the gap flagged.
      *    A journalled purge whose image is not on the purge
      *    archive is flagged too: the name could not be restored.
      *    A load ADD over a record already on the file is a rebuild
      *    and takes the new image as it stands; an ADD from
      *    maintenance or a restore over one is a gap.
       3300-FOLLOW-EVENT.
           EVALUATE TRUE
               WHEN HWK-ORIGIN = 'P' OR HWK-ACTION = 'DEL'
                   IF WS-HIST-KNOWN-SW = 'N'
                       MOVE 'HISTORY BEGINS WITH ITS REMOVAL'
                         TO WS-GAP-TEXT
                       MOVE SPACES TO WS-GAP-DETAIL
                       PERFORM 3900-WRITE-GAP
                   ELSE
                       PERFORM 3350-CHECK-BEFORE-IMAGE
                   END-IF
                   IF HWK-ORIGIN NOT = 'P' AND
                      HWK-PROGRAM = 'day-12-purge' AND
                      HWK-PURGE-ARCHIVED NOT = 'Y'
                       MOVE 'PURGED IMAGE IS NOT ON THE PURGE ARCHIVE'
                         TO WS-GAP-TEXT
                       MOVE SPACES TO WS-GAP-DETAIL
                       PERFORM 3900-WRITE-GAP
                   END-IF
                   MOVE 'N' TO WS-HIST-PRESENT-SW
                   MOVE SPACES TO WS-HIST-STATUS
                   MOVE SPACES TO WS-HIST-SOURCE
               WHEN HWK-ACTION = 'ADD'
                   IF WS-HIST-PRESENT-SW = 'Y' AND
                      HWK-PROGRAM NOT = 'day-12-load'
                       MOVE 'ADDED WHILE ALREADY ON FILE'
                         TO WS-GAP-TEXT
                       MOVE SPACES TO WS-GAP-DETAIL
                       PERFORM 3900-WRITE-GAP
                   END-IF
                   MOVE 'Y' TO WS-HIST-PRESENT-SW
                   MOVE HWK-NEW-STATUS TO WS-HIST-STATUS
               WHEN OTHER
                   IF WS-HIST-KNOWN-SW = 'N'
                       MOVE 'HISTORY BEGINS WITHOUT AN ADD'
                         TO WS-GAP-TEXT
                       MOVE SPACES TO WS-GAP-DETAIL
                       PERFORM 3900-WRITE-GAP
                   ELSE
                       PERFORM 3350-CHECK-BEFORE-IMAGE
                   END-IF
                   MOVE 'Y' TO WS-HIST-PRESENT-SW
                   MOVE HWK-NEW-STATUS TO WS-HIST-STATUS
           END-EVALUATE.
           IF HWK-ORIGIN NOT = 'P' AND HWK-ACTION NOT = 'DEL' AND
              HWK-NEW-SOURCE NOT = SPACES
               MOVE HWK-NEW-SOURCE TO WS-HIST-SOURCE
           END-IF.
           MOVE 'Y' TO WS-HIST-KNOWN-SW.

       3350-CHECK-BEFORE-IMAGE.
           IF WS-HIST-PRESENT-SW = 'N'
               MOVE 'CHANGED WHILE NOT ON FILE' TO WS-GAP-TEXT
               MOVE SPACES TO WS-GAP-DETAIL
               PERFORM 3900-WRITE-GAP
           ELSE
               IF HWK-OLD-STATUS NOT = WS-HIST-STATUS
                   MOVE 'BEFORE-IMAGE DOES NOT FOLLOW HISTORY'
                     TO WS-GAP-TEXT
                   MOVE HWK-OLD-STATUS TO WS-GAP-FLAG-NOW
                   MOVE WS-HIST-STATUS TO WS-GAP-FLAG-WAS
                   MOVE WS-GAP-FLAGS TO WS-GAP-DETAIL
                   PERFORM 3900-WRITE-GAP
               END-IF
           END-IF.

      *    The record on the file now is the last check: it must be
      *    where the timeline left it.
       3500-FINISH-NAME.
           IF WS-RELOAD-COUNT > ZERO
               PERFORM 3280-PRINT-RELOADS
           END-IF.
           IF WS-HIST-KNOWN-SW = 'N'
               MOVE WS-NO-HISTORY-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-CURRENT-NAME TO AOC-NAME.
           READ AOC KEY IS AOC-NAME
             INVALID KEY
               PERFORM 3550-NOT-ON-FILE
             NOT INVALID KEY
               PERFORM 3600-ON-FILE
           END-READ.
           IF WS-NAME-GAP-COUNT > ZERO
               ADD 1 TO WS-GAP-NAME-COUNT
           ELSE
               IF WS-HIST-KNOWN-SW = 'Y'
                   MOVE WS-ACCOUNTED-LINE TO RPT-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       3550-NOT-ON-FILE.
           MOVE WS-NOT-ON-FILE-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF WS-HIST-KNOWN-SW = 'N'
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.
           IF WS-HIST-PRESENT-SW = 'Y'
               MOVE 'NOT ON FILE, BUT HISTORY LEAVES IT THERE'
                 TO WS-GAP-TEXT
               MOVE SPACES TO WS-GAP-DETAIL
               PERFORM 3900-WRITE-GAP
           END-IF.

       3600-ON-FILE.
           MOVE AOC-STATUS-FLAG TO WS-CUR-FLAG.
           MOVE AOC-SOURCE TO WS-CUR-SOURCE.
           MOVE AOC-SEQ-NO TO WS-CUR-SEQ-NO.
           MOVE AOC-LOAD-DATE TO WS-CUR-LOAD-DATE.
           MOVE WS-CURRENT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-HIST-KNOWN-SW = 'N'
                   MOVE 'ON FILE, BUT NO HISTORY OF IT AT ALL'
                     TO WS-GAP-TEXT
                   MOVE SPACES TO WS-GAP-DETAIL
                   PERFORM 3900-WRITE-GAP
               WHEN WS-HIST-PRESENT-SW = 'N'
                   MOVE 'ON FILE, BUT HISTORY ENDS WITH IT REMOVED'
                     TO WS-GAP-TEXT
                   MOVE SPACES TO WS-GAP-DETAIL
                   PERFORM 3900-WRITE-GAP
               WHEN AOC-STATUS-FLAG NOT = WS-HIST-STATUS
                   MOVE 'FILE STATUS FLAG DOES NOT FOLLOW HISTORY'
                     TO WS-GAP-TEXT
                   MOVE AOC-STATUS-FLAG TO WS-GAP-FLAG-NOW
                   MOVE WS-HIST-STATUS TO WS-GAP-FLAG-WAS
                   MOVE WS-GAP-FLAGS TO WS-GAP-DETAIL
                   PERFORM 3900-WRITE-GAP
           END-EVALUATE.

       3900-WRITE-GAP.
           ADD 1 TO WS-NAME-GAP-COUNT.
           MOVE WS-GAP-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

       4000-END-OF-JOB.
           MOVE WS-BLANK-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'NAMES REPORTED:' TO WS-TOTAL-LABEL.
           MOVE WS-NAME-COUNT TO WS-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL.
           MOVE 'NAMES WITH GAPS:' TO WS-TOTAL-LABEL.
           MOVE WS-GAP-NAME-COUNT TO WS-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL.
           MOVE 'NAMES WITH NO HISTORY OR FILE:' TO WS-TOTAL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO WS-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL.
           MOVE 'EVENTS PRINTED:' TO WS-TOTAL-LABEL.
           MOVE WS-EVENT-COUNT TO WS-TOTAL-VALUE.
           PERFORM 4100-WRITE-TOTAL.
           PERFORM 8900-WRITE-END-LINE.

           CLOSE AOC.
           CLOSE HISTORY-WORK.
           CLOSE HISTORY-REPORT.
           DISPLAY 'Names requested: ' WS-REQUEST-COUNT.
           IF WS-DUP-REQUEST-COUNT > ZERO
               DISPLAY 'NOTE: ' WS-DUP-REQUEST-COUNT ' name(s) '
                   'requested more than once - reported once'
           END-IF.
           IF WS-BLANK-REQUEST-COUNT > ZERO
               DISPLAY 'NOTE: ' WS-BLANK-REQUEST-COUNT ' blank '
                   'request line(s) ignored'
           END-IF.
           DISPLAY 'Rolled-journal entries read: ' WS-ARCJRN-READ.
           DISPLAY 'Journal entries read: ' WS-JOURNAL-READ.
           DISPLAY 'Purge-archive records read: ' WS-ARCHIVE-READ.
           DISPLAY 'Events printed: ' WS-EVENT-COUNT.
           DISPLAY 'Names with gaps: ' WS-GAP-NAME-COUNT.

       4100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
      *    heading, with the open section heading carried over.
       8000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PRINT-LINE TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       8100-PAGE-HEADING.
           ADD 1 TO RPT-PAGE-NO.
           MOVE RPT-TITLE TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE.
           MOVE RPT-DATE-PAGE-LINE TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           MOVE 3 TO RPT-LINE-COUNT.
           IF RPT-SECTION-HEADING NOT = SPACES
               MOVE RPT-SECTION-HEADING TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
               ADD 1 TO RPT-LINE-COUNT
           END-IF.

       8900-WRITE-END-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PAGE-NO TO RPT-END-PAGES.
           MOVE RPT-END-LINE TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       9000-ABEND-CLOSE.
           CLOSE AOC.
           CLOSE HISTORY-WORK.
           CLOSE HISTORY-REPORT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
