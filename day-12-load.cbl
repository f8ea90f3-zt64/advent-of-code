      *    read/loaded/rejected counts per source into the
      *    run-control record so day-12-balance can prove each
      *    feed ties out individually, not just in aggregate.
      *    Each feed is framed by a HDR and a TRL record (see
      *    AOC12FHT), and every presented feed is proved - its
      *    business date, region, record count and hash total -
      *    before ./input/day-12.dat is opened at all: a truncated
      *    transfer, another region's file or a stale resend
      *    refuses the whole run with return code 8 instead of
      *    loading as a clean small night.
           SELECT AOC-FEED ASSIGN TO "./input/day-12.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

      *    The AOC file is merged, not rebuilt: each feed name is
      *    matched by key against the file as the last run and the
      *    day's maintenance left it. A new name is added; a name
      *    already on file keeps its sequence number, first-load
      *    date and maintained status; an active name its feed no
      *    longer sends is flagged dropped ('X') rather than lost.
      *    AOC-LOAD-MODE=REBUILD empties the file first for a
      *    deliberate full rebuild (initial load or recovery). The
      *    rebuild is marked on the run-control record (LOAD-MODE,
      *    see AOC12CTL), as the journal cannot show it: every name
      *    goes back as an ADD and names left off the feeds leave
      *    the file with no DEL.
           SELECT AOC ASSIGN TO "./input/day-12.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AOC-NAME
           ALTERNATE RECORD KEY IS AOC-LOAD-DATE WITH DUPLICATES
           FILE STATUS IS WS-AOC-STATUS.

      *    Names seen on the feeds this run, keyed by name. It is
      *    rebuilt every run: a name already on it is a second
      *    occurrence in the feeds, and an active name on AOC that
      *    is not on it has dropped out of its feed. Each entry
      *    also counts the name's occurrences and the sources they
      *    came from, so the duplicate exceptions are read straight
      *    off it in name order at end of job, however many
      *    distinct names the feeds carry.
           SELECT LOAD-SEEN
           ASSIGN TO "./checkpoint/day-12-load-seen.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEEN-NAME
           FILE STATUS IS WS-SEEN-STATUS.

      *    Suspense file - every record the load rejects is held
      *    here, keyed by name and source, instead of living only
      *    on tonight's report. Each load retries the open items
      *    once the feeds are in: an item whose name now loads (or
      *    is already on the file) clears, one still failing counts
      *    the retry, and one open more than AOC-SUSPENSE-DAYS days
      *    (default 30) ages out and is left for a DAY12MNT ADD.
      *    day-12-suspense prints the aging report from it.
           SELECT SUSPENSE
           ASSIGN TO "./checkpoint/day-12-suspense.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-KEY
           FILE STATUS IS WS-SUS-STATUS.

           SELECT LOAD-REPORT ASSIGN TO "./output/day-12-load.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

      *    Night-by-night history of the run-control record. The
      *    record this program is about to overwrite is the last
      *    cycle's, complete with the counts day-12-cobol and
      *    day-12-delta posted after the load, so it is appended
      *    here first; the month-end report (day-12-monthend)
      *    reads it back.
           SELECT OPTIONAL RUNCTL-HISTORY
           ASSIGN TO "./checkpoint/day-12-runctl-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

      *    Persistent run-history log for the volume-trend report
      *    (day-12-runstats); one record appended per run.
           SELECT OPTIONAL RUN-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

      *    Feeds accepted by completed runs, one record per source
      *    per run, appended at end of job. A feed whose HDR date is
      *    on or before the last date accepted for its region is a
      *    stale resend, not a feed for a missed date.
           SELECT OPTIONAL FEED-LOG
           ASSIGN TO "./checkpoint/day-12-feed-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDLOG-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD AOC-FEED.
         01 AOC-FEED-RECORD PIC X(30).

         FD AOC-FEED-2.
         01 AOC-FEED-2-RECORD PIC X(30).

         FD RUN-CALENDAR.
         01 RUN-CALENDAR-RECORD.
         01 AOC-FILE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==AOC==.

         FD LOAD-SEEN.
         01 LOAD-SEEN-RECORD.
           05 SEEN-NAME PIC X(10).
           05 SEEN-SOURCE PIC X(2).
           05 SEEN-COUNT PIC 9(7).
           05 SEEN-SRC OCCURS 4 TIMES PIC X(2).

         FD SUSPENSE.
         01 SUSPENSE-RECORD.
             COPY AOC12SUS REPLACING ==:PREFIX:== BY ==SUS==.

         FD LOAD-REPORT.
         01 LOAD-REPORT-LINE PIC X(80).

         01 RUN-CONTROL-RECORD.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==CTL==.

         FD RUNCTL-HISTORY.
         01 RUNCTL-HISTORY-RECORD.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==HST==.

         FD RUN-LOG.
         01 RUN-LOG-RECORD.
             COPY AOC12LOG REPLACING ==:PREFIX:== BY ==LOG==.

         FD FEED-LOG.
         01 FEED-LOG-RECORD.
           05 FLG-SOURCE PIC X(2).
           05 FLG-HDR-DATE PIC 9(8).
           05 FLG-TRL-COUNT PIC 9(9).
           05 FLG-TRL-HASH PIC 9(15).
           05 FLG-LOAD-DATE PIC 9(8).
           05 FLG-LOAD-TIME PIC 9(6).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-FEED-STATUS PIC XX.
           88 WS-FEED-OK VALUE '00'.
         01 WS-FEED2-STATUS PIC XX.
           88 WS-CALENDAR-OK VALUE '00' '05'.
         01 WS-AOC-STATUS PIC XX.
           88 WS-AOC-OK VALUE '00'.
         01 WS-SEEN-STATUS PIC XX.
           88 WS-SEEN-OK VALUE '00'.
         01 WS-SUS-STATUS PIC XX.
           88 WS-SUS-OK VALUE '00'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-JOURNAL-STATUS PIC XX.
           88 WS-JOURNAL-OK VALUE '00' '05'.
         01 WS-CONTROL-STATUS PIC XX.
           88 WS-CONTROL-OK VALUE '00'.
         01 WS-HISTORY-STATUS PIC XX.
           88 WS-HISTORY-OK VALUE '00' '05'.
         01 WS-RUNLOG-STATUS PIC XX.
           88 WS-RUNLOG-OK VALUE '00' '05'.
         01 WS-FEEDLOG-STATUS PIC XX.
           88 WS-FEEDLOG-OK VALUE '00' '05'.
         01 WS-EOF PIC A(1) VALUE 'N'.
         01 WS-SEQ-NO PIC 9(9) VALUE ZERO.
         01 WS-RUN-DATE PIC 9(8).
         01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
         01 WS-LOAD-COUNT PIC 9(9) VALUE ZERO.
         01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
         01 WS-FEED-LINE.
             COPY AOC12FHT REPLACING ==:PREFIX:== BY ==FEED==.
         01 WS-FEED-DETAIL REDEFINES WS-FEED-LINE.
           05 WS-FEED-NAME PIC X(10).
           05 FILLER PIC X(20).

      *    Merge outcomes. Loaded is every feed record that landed
      *    on a name (added + retained + reinstated); dropped names
      *    come from the file, not the feed, so they sit outside
      *    the feed-read = loaded + rejected proof, and the on-file
      *    count is what day-12-cobol's processed count ties to.
         01 WS-LOAD-MODE PIC X(7) VALUE SPACES.
         01 WS-REBUILT-TODAY-SW PIC A(1) VALUE 'N'.
         01 WS-ADDED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-RETAINED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-REINSTATED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-DROPPED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-ON-FILE-COUNT PIC 9(9) VALUE ZERO.
         01 WS-AOC-EOF PIC A(1) VALUE 'N'.
         01 WS-SEEN-BEFORE-SW PIC A(1).
         01 WS-SOURCE-FED-SW PIC A(1).
         01 WS-JRN-ACTION PIC X(3).
         01 WS-BEFORE-IMAGE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==OLD==.

      *    Start-of-job guards: the calendar says whether today may
      *    run at all, and the duplicate-run check refuses to open
             10 WS-SRC-READ PIC 9(9) VALUE ZERO.
             10 WS-SRC-LOADED PIC 9(9) VALUE ZERO.
             10 WS-SRC-REJECTED PIC 9(9) VALUE ZERO.
             10 WS-SRC-FEED-RESULT PIC X(12).
             10 WS-SRC-HDR-DATE PIC 9(8) VALUE ZERO.
             10 WS-SRC-HDR-REGION PIC X(2).
             10 WS-SRC-TRL-COUNT PIC 9(9) VALUE ZERO.
             10 WS-SRC-TRL-HASH PIC 9(15) VALUE ZERO.
             10 WS-SRC-DTL-COUNT PIC 9(9) VALUE ZERO.
             10 WS-SRC-DTL-HASH PIC 9(15) VALUE ZERO.

      *    Feed control. The body of a feed is read one record
      *    behind, so the record still held when the feed runs out
      *    is its last one - the TRL - and everything between it
      *    and the HDR is a name, whatever its first letters. A
      *    proved feed is then loaded by count: exactly the TRL's
      *    record count of names after the HDR.
         01 WS-FEED-VERDICT PIC X(8) VALUE SPACES.
         01 WS-REFUSED-COUNT PIC 9(2) VALUE ZERO.
         01 WS-HELD-LINE PIC X(30).
         01 WS-HELD-SW PIC A(1).
         01 WS-HDR-DATE-X PIC X(8).
         01 WS-NAME-HASH PIC 9(7).
         01 WS-HASH-POS PIC 9(2).
         01 WS-LAST-ACCEPTED-DATE PIC 9(8).
         01 WS-FEEDLOG-EOF PIC A(1).
         01 WS-DETAILS-LEFT PIC 9(9).

      *    Suspense recycle. A name the retry pass reloads is added
      *    to the file outside the feed counts - it was read and
      *    rejected on an earlier night - so it is counted here and
      *    in the on-file total only, and the nightly feed-read =
      *    loaded + rejected proof still holds.
         01 WS-SUS-DAYS-IN PIC X(3) VALUE SPACES.
         01 WS-SUS-DAYS PIC 9(3) VALUE 30.
         01 WS-SUS-EOF PIC A(1).
         01 WS-SUS-AGE PIC 9(5).
         01 WS-SUS-OUTCOME PIC X(12).
         01 WS-SUS-NEW-COUNT PIC 9(7) VALUE ZERO.
         01 WS-SUS-RELOADED-COUNT PIC 9(7) VALUE ZERO.
         01 WS-SUS-CLEARED-COUNT PIC 9(7) VALUE ZERO.
         01 WS-SUS-AGED-COUNT PIC 9(7) VALUE ZERO.
         01 WS-SUS-OPEN-COUNT PIC 9(7) VALUE ZERO.
         01 WS-SUS-OLDEST-AGE PIC 9(5) VALUE ZERO.
         01 WS-SUS-PURGED-COUNT PIC 9(7) VALUE ZERO.

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.
           05 FILLER PIC X(19) VALUE 'RECORDS REJECTED: '.
           05 WS-REJECT-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(50) VALUE SPACES.
         01 WS-MODE-LINE.
           05 FILLER PIC X(11) VALUE 'LOAD MODE: '.
           05 WS-MODE-OUT PIC X(7).
           05 FILLER PIC X(62) VALUE SPACES.
         01 WS-DROP-HEADING PIC X(80)
           VALUE 'NAMES DROPPED FROM FEED (FLAGGED X)'.
         01 WS-DROP-NONE-LINE PIC X(80)
           VALUE '    NONE - EVERY ACTIVE NAME WAS ON ITS FEED'.
         01 WS-DROP-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DROP-NAME PIC X(10).
           05 FILLER PIC X(5) VALUE ' SEQ '.
           05 WS-DROP-SEQ-NO PIC 9(9).
           05 FILLER PIC X(13) VALUE ' FIRST LOAD '.
           05 WS-DROP-LOAD-DATE PIC 9999/99/99.
           05 FILLER PIC X(5) VALUE ' SRC '.
           05 WS-DROP-SOURCE PIC X(2).
           05 FILLER PIC X(22) VALUE SPACES.
         01 WS-MERGE-COUNT-LINE.
           05 WS-MERGE-LABEL PIC X(20).
           05 WS-MERGE-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.

         01 WS-SOURCE-HEADING PIC X(80)
           VALUE 'PER-SOURCE CONTROL TOTALS'.
         01 WS-FEED2-ABSENT-LINE PIC X(80)
           VALUE '    SOURCE 02 FEED NOT PRESENT THIS RUN'.

         01 WS-SUS-HEADING PIC X(80)
           VALUE 'SUSPENSE RECYCLE (PRIOR REJECTS RETRIED)'.
         01 WS-SUS-NONE-LINE PIC X(80)
           VALUE '    NONE - NO SUSPENSE ITEM CLEARED OR AGED OUT'.
         01 WS-SUS-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-SUS-NAME-OUT PIC X(10).
           05 FILLER PIC X(5) VALUE ' SRC '.
           05 WS-SUS-SOURCE-OUT PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUS-OUTCOME-OUT PIC X(12).
           05 FILLER PIC X(7) VALUE ' FIRST '.
           05 WS-SUS-FIRST-OUT PIC 9999/99/99.
           05 FILLER PIC X(7) VALUE ' TRIES '.
           05 WS-SUS-TRIES-OUT PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE SPACES.

         01 WS-FEED-HEADING PIC X(80)
           VALUE 'INBOUND FEED CONTROL (HDR/TRL)'.
         01 WS-FEED-RESULT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'SOURCE '.
           05 WS-FEED-SOURCE-OUT PIC X(2).
           05 FILLER PIC X(10) VALUE ' HDR DATE '.
           05 WS-FEED-DATE-OUT PIC 9(8).
           05 FILLER PIC X(8) VALUE ' REGION '.
           05 WS-FEED-REGION-OUT PIC X(2).
           05 FILLER PIC X(8) VALUE ' RESULT '.
           05 WS-FEED-RESULT-OUT PIC X(12).
           05 FILLER PIC X(19) VALUE SPACES.
         01 WS-FEED-COUNT-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'TRL COUNT '.
           05 WS-FEED-TRL-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE '  COUNTED '.
           05 WS-FEED-DTL-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(24) VALUE SPACES.
         01 WS-FEED-HASH-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'TRL HASH  '.
           05 WS-FEED-TRL-HASH-OUT PIC 9(15).
           05 FILLER PIC X(11) VALUE '  COMPUTED '.
           05 WS-FEED-DTL-HASH-OUT PIC 9(15).
           05 FILLER PIC X(15) VALUE SPACES.
         01 WS-FEED-VERDICT-LINE.
           05 FILLER PIC X(22) VALUE 'FEED CONTROL VERDICT: '.
           05 WS-FEED-VERDICT-OUT PIC X(8).
           05 FILLER PIC X(50) VALUE SPACES.
         01 WS-REFUSED-LINE PIC X(80)
           VALUE 'RUN REFUSED - FEED CONTROL FAILED, FILE NOT TOUCHED'.

      *    Duplicate-name detection has to happen here, not in
      *    day-12-cobol: AOC is an indexed file keyed on AOC-NAME, so
      *    once a record is written to it every key is unique by
      *    never see a duplicate. This program sees the raw,
      *    undeduplicated feeds, so it is the only place left that
      *    can count how many times each name actually occurred. The
      *    source list per name (SEEN-SRC on the LOAD-SEEN work
      *    file) lets a duplicate arriving from two regions report
      *    with both source codes, so the regions can settle
      *    ownership.
         01 WS-SRC-IDX PIC 9(2).
         01 WS-SRC-NOTED-SW PIC A(1).
         01 WS-SEEN-EOF PIC A(1) VALUE 'N'.
         01 WS-DUPLICATE-COUNT PIC 9(9) VALUE ZERO.

         01 WS-DUP-HEADING PIC X(80)
           VALUE 'DUPLICATE AOC-NAME EXCEPTIONS'.
         01 WS-DUP-NONE-LINE PIC X(80)
           VALUE '    NONE - NO DUPLICATE NAMES FOUND'.
         01 WS-DUP-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DUP-NAME PIC X(10).
           05 FILLER PIC X(6) VALUE ' COUNT'.
           05 FILLER PIC X(2) VALUE ': '.
           05 WS-DUP-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE ' SOURCES '.
           05 WS-DUP-SRC-1 PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DUP-SRC-3 PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DUP-SRC-4 PIC X(2).
           05 FILLER PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           PERFORM 1500-LOAD-PRIMARY-SOURCE.
           PERFORM 1600-LOAD-SECOND-SOURCE.
           PERFORM 1800-FLAG-DROPPED-NAMES.
           PERFORM 1900-RECYCLE-SUSPENSE.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           ACCEPT WS-FORCE-IN FROM ENVIRONMENT 'AOC-FORCE-RERUN'.
           ACCEPT WS-LOAD-MODE FROM ENVIRONMENT 'AOC-LOAD-MODE'.
           IF WS-LOAD-MODE = SPACES
               MOVE 'MERGE' TO WS-LOAD-MODE
           END-IF.
           IF WS-LOAD-MODE NOT = 'MERGE' AND
              WS-LOAD-MODE NOT = 'REBUILD'
               DISPLAY 'ABEND: AOC-LOAD-MODE MUST BE MERGE OR '
                   'REBUILD: ' WS-LOAD-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-SUS-DAYS-IN FROM ENVIRONMENT 'AOC-SUSPENSE-DAYS'.
           IF WS-SUS-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-SUS-DAYS-IN) = 0
                   COMPUTE WS-SUS-DAYS =
                       FUNCTION NUMVAL (WS-SUS-DAYS-IN)
               ELSE
                   DISPLAY 'ABEND: AOC-SUSPENSE-DAYS IS NOT '
                       'NUMERIC: ' WS-SUS-DAYS-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *    Both guards run before any file is opened for output, so
      *    a refused run leaves yesterday's indexed file, journal
      *    and control records exactly as the completed run wrote
               DISPLAY 'NOTE: ./input/day-12-r2.txt not presented '
                   'this run - loading the primary feed only'
           END-IF.
           PERFORM 1450-VERIFY-FEEDS.
      *    The journal is opened before the AOC file is touched, so
      *    a run that cannot journal abends with yesterday's indexed
      *    file still intact.
           OPEN EXTEND AOC-JOURNAL.
           IF NOT WS-JOURNAL-OK
               DISPLAY 'ABEND: AOC-JOURNAL OPEN FAILED, FILE '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-OPEN-AOC-FILE.
           PERFORM 1350-FIND-HIGH-SEQ-NO.
           PERFORM 1400-OPEN-SEEN-FILE.
           PERFORM 1420-OPEN-SUSPENSE-FILE.
           OPEN OUTPUT LOAD-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: LOAD-REPORT OPEN FAILED, FILE '
               CLOSE AOC-FEED
               CLOSE AOC-FEED-2
               CLOSE AOC
               CLOSE LOAD-SEEN
               CLOSE SUSPENSE
               CLOSE AOC-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-LOAD-MODE TO WS-MODE-OUT.
           MOVE WS-MODE-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF WS-RERUN-SW = 'Y'
               MOVE WS-RERUN-NOTE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           PERFORM 3170-FEED-CONTROL-SECTION.
           MOVE WS-REJECT-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-REJECT-HEADING TO RPT-SECTION-HEADING.

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

      *    A date not on the calendar, or on it as a holiday or a
      *    skip date, refuses the run with return code 8: the
      *    scheduler fired on a day the business did not plan, and
      *    or a day-12-load entry for today in the run-history log;
      *    either one trips the guard. The log check matters when
      *    the control record has already been overwritten or lost.
      *    A control record from a run refused on feed control is
      *    not a completed run: the corrected feeds may load.
       1200-CHECK-PRIOR-RUN.
           OPEN INPUT RUN-CONTROL.
           IF WS-CONTROL-OK
                   CONTINUE
                 NOT AT END
                   IF CTL-RUN-DATE IS NUMERIC AND
                      CTL-RUN-DATE = WS-RUN-DATE AND
                      CTL-FEED-VERDICT NOT = 'REFUSED'
                       MOVE 'Y' TO WS-PRIOR-RUN-SW
                   END-IF
               END-READ
               END-IF
           END-READ.

      *    MERGE opens the file as the last run left it. REBUILD
      *    empties it first, and so does the very first run, when
      *    there is no file yet (status 35) - after that, every name
      *    simply merges in as an add.
       1300-OPEN-AOC-FILE.
           IF WS-LOAD-MODE = 'REBUILD'
               PERFORM 1320-CREATE-EMPTY-AOC
           END-IF.
           OPEN I-O AOC.
           IF WS-AOC-STATUS = '35'
               DISPLAY 'NOTE: ./input/day-12.dat not found - '
                   'creating it, every feed name loads as an add'
               PERFORM 1320-CREATE-EMPTY-AOC
               OPEN I-O AOC
           END-IF.
           IF NOT WS-AOC-OK
               DISPLAY 'ABEND: AOC OPEN FAILED, FILE STATUS = '
                   WS-AOC-STATUS
               CLOSE AOC-FEED
               CLOSE AOC-FEED-2
               CLOSE AOC-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1320-CREATE-EMPTY-AOC.
           OPEN OUTPUT AOC.
           IF NOT WS-AOC-OK
               DISPLAY 'ABEND: AOC OPEN FAILED, FILE STATUS = '
                   WS-AOC-STATUS
               CLOSE AOC-FEED
               CLOSE AOC-FEED-2
               CLOSE AOC-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AOC.

      *    New names continue the sequence numbering already on the
      *    file, the same way day-12-maint numbers its ADDs, so a
      *    retained name's number is never reissued.
       1350-FIND-HIGH-SEQ-NO.
           MOVE 'N' TO WS-AOC-EOF.
           MOVE LOW-VALUES TO AOC-NAME.
           START AOC KEY IS NOT LESS THAN AOC-NAME
             INVALID KEY
               MOVE 'Y' TO WS-AOC-EOF
           END-START.
           PERFORM 1360-SCAN-NEXT-SEQ-NO UNTIL WS-AOC-EOF = 'Y'.

       1360-SCAN-NEXT-SEQ-NO.
           READ AOC NEXT RECORD
             AT END
               MOVE 'Y' TO WS-AOC-EOF
             NOT AT END
               IF AOC-SEQ-NO > WS-SEQ-NO
                   MOVE AOC-SEQ-NO TO WS-SEQ-NO
               END-IF
           END-READ.

       1400-OPEN-SEEN-FILE.
           OPEN OUTPUT LOAD-SEEN.
           IF WS-SEEN-OK
               CLOSE LOAD-SEEN
               OPEN I-O LOAD-SEEN
           END-IF.
           IF NOT WS-SEEN-OK
               DISPLAY 'ABEND: LOAD-SEEN OPEN FAILED, FILE STATUS = '
                   WS-SEEN-STATUS
               DISPLAY 'ABEND: ./checkpoint/ IS MISSING OR '
                   'UNAVAILABLE'
               CLOSE AOC-FEED
               CLOSE AOC-FEED-2
               CLOSE AOC
               CLOSE AOC-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A first run creates the suspense file empty, as the load
      *    creates the AOC file. Without it a reject would be lost
      *    again, so a suspense file that cannot be opened stops
      *    the run before anything is loaded.
       1420-OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE.
           IF WS-SUS-STATUS = '35'
               OPEN OUTPUT SUSPENSE
               IF WS-SUS-OK
                   CLOSE SUSPENSE
                   OPEN I-O SUSPENSE
               END-IF
           END-IF.
           IF NOT WS-SUS-OK
               DISPLAY 'ABEND: SUSPENSE OPEN FAILED, FILE STATUS = '
                   WS-SUS-STATUS
               DISPLAY 'ABEND: ./checkpoint/day-12-suspense.dat IS '
                   'UNAVAILABLE - LOAD NOT ATTEMPTED'
               CLOSE AOC-FEED
               CLOSE AOC-FEED-2
               CLOSE AOC
               CLOSE LOAD-SEEN
               CLOSE AOC-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Both feeds are proved before anything is opened for
      *    update. Every presented feed is checked, not just the
      *    first bad one, so one refusal reports everything that
      *    needs re-sending. Each feed is then reopened for the
      *    load itself.
       1450-VERIFY-FEEDS.
           MOVE '01' TO WS-CURRENT-SOURCE.
           PERFORM 1460-VERIFY-ONE-FEED.
           CLOSE AOC-FEED.
           OPEN INPUT AOC-FEED.
           IF NOT WS-FEED-OK
               DISPLAY 'ABEND: AOC-FEED REOPEN FAILED, FILE STATUS = '
                   WS-FEED-STATUS
               CLOSE AOC-FEED-2
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FEED2-PRESENT = 'Y'
               MOVE '02' TO WS-CURRENT-SOURCE
               PERFORM 1460-VERIFY-ONE-FEED
               CLOSE AOC-FEED-2
               OPEN INPUT AOC-FEED-2
               IF NOT WS-FEED2-OK
                   DISPLAY 'ABEND: AOC-FEED-2 REOPEN FAILED, FILE '
                       'STATUS = ' WS-FEED2-STATUS
                   CLOSE AOC-FEED
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 'REFUSED' TO WS-FEED-VERDICT
               PERFORM 1490-REFUSE-RUN
           ELSE
               MOVE 'ACCEPTED' TO WS-FEED-VERDICT
           END-IF.

      *    The HDR must be the first record. The body is read one
      *    record behind (see WS-HELD-LINE), counting and hashing
      *    each name as the next record proves it is not the last.
       1460-VERIFY-ONE-FEED.
           PERFORM 1700-OPEN-SOURCE-SLOT.
           MOVE SPACES TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX).
           MOVE SPACES TO WS-SRC-HDR-REGION (WS-SOURCE-IDX).
           MOVE 'N' TO WS-EOF.
           PERFORM 2110-READ-FEED-LINE.
           IF WS-EOF = 'Y' OR FEED-REC-TYPE NOT = 'HDR'
               MOVE 'NO HEADER' TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
           ELSE
               MOVE FEED-HDR-DATE TO WS-HDR-DATE-X
               IF WS-HDR-DATE-X IS NUMERIC
                   MOVE FEED-HDR-DATE
                     TO WS-SRC-HDR-DATE (WS-SOURCE-IDX)
               END-IF
               MOVE FEED-HDR-REGION
                 TO WS-SRC-HDR-REGION (WS-SOURCE-IDX)
               MOVE 'N' TO WS-HELD-SW
               PERFORM 2110-READ-FEED-LINE
               PERFORM 1465-VERIFY-FEED-BODY UNTIL WS-EOF = 'Y'
               PERFORM 1470-CHECK-HEADER
               PERFORM 1475-CHECK-TRAILER
           END-IF.
           IF WS-SRC-FEED-RESULT (WS-SOURCE-IDX) = SPACES
               MOVE 'OK' TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'WARNING: source ' WS-CURRENT-SOURCE
                   ' feed failed control: '
                   WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
           END-IF.

       1465-VERIFY-FEED-BODY.
           IF WS-HELD-SW = 'Y'
               ADD 1 TO WS-SRC-DTL-COUNT (WS-SOURCE-IDX)
               PERFORM 1468-HASH-HELD-NAME
           END-IF.
           MOVE WS-FEED-LINE TO WS-HELD-LINE.
           MOVE 'Y' TO WS-HELD-SW.
           PERFORM 2110-READ-FEED-LINE.

      *    Position-weighted ordinal sum over the name's 10 bytes -
      *    the hash total the region computes (see AOC12FHT).
       1468-HASH-HELD-NAME.
           MOVE ZERO TO WS-NAME-HASH.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 10
               COMPUTE WS-NAME-HASH = WS-NAME-HASH
                   + FUNCTION ORD (WS-HELD-LINE (WS-HASH-POS:1))
                   * WS-HASH-POS
           END-PERFORM.
           ADD WS-NAME-HASH TO WS-SRC-DTL-HASH (WS-SOURCE-IDX).

      *    A feed dated before the business date is a stale resend
      *    when its region already had a feed accepted for that
      *    date or later; any other date mismatch - a future date,
      *    or a missed date the chain has not caught up to - is a
      *    wrong date.
       1470-CHECK-HEADER.
           PERFORM 1480-FIND-LAST-ACCEPTED.
           EVALUATE TRUE
               WHEN WS-SRC-HDR-REGION (WS-SOURCE-IDX) NOT =
                    WS-CURRENT-SOURCE
                   MOVE 'WRONG REGION'
                     TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
               WHEN WS-HDR-DATE-X NOT NUMERIC
                   MOVE 'WRONG DATE'
                     TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
               WHEN WS-SRC-HDR-DATE (WS-SOURCE-IDX) = WS-RUN-DATE
                   CONTINUE
               WHEN WS-SRC-HDR-DATE (WS-SOURCE-IDX) < WS-RUN-DATE AND
                    WS-SRC-HDR-DATE (WS-SOURCE-IDX) NOT >
                    WS-LAST-ACCEPTED-DATE
                   MOVE 'STALE RESEND'
                     TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
               WHEN OTHER
                   MOVE 'WRONG DATE'
                     TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
           END-EVALUATE.

      *    The record still held at end of feed must be the TRL,
      *    and its totals must match what was counted. A header
      *    failure already found stands; the TRL totals are still
      *    captured for the report.
       1475-CHECK-TRAILER.
           IF WS-HELD-SW = 'Y'
               MOVE WS-HELD-LINE TO WS-FEED-LINE
           ELSE
               MOVE SPACES TO WS-FEED-LINE
           END-IF.
           IF FEED-REC-TYPE = 'TRL' AND
              FEED-TRL-COUNT IS NUMERIC AND
              FEED-TRL-HASH IS NUMERIC
               MOVE FEED-TRL-COUNT TO WS-SRC-TRL-COUNT (WS-SOURCE-IDX)
               MOVE FEED-TRL-HASH TO WS-SRC-TRL-HASH (WS-SOURCE-IDX)
           END-IF.
           IF WS-SRC-FEED-RESULT (WS-SOURCE-IDX) = SPACES
               EVALUATE TRUE
                   WHEN FEED-REC-TYPE NOT = 'TRL'
                       MOVE 'NO TRAILER'
                         TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
                   WHEN FEED-TRL-COUNT NOT NUMERIC OR
                        FEED-TRL-HASH NOT NUMERIC
                       MOVE 'BAD TRAILER'
                         TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
                   WHEN WS-SRC-TRL-COUNT (WS-SOURCE-IDX) NOT =
                        WS-SRC-DTL-COUNT (WS-SOURCE-IDX)
                       MOVE 'COUNT BREAK'
                         TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
                   WHEN WS-SRC-TRL-HASH (WS-SOURCE-IDX) NOT =
                        WS-SRC-DTL-HASH (WS-SOURCE-IDX)
                       MOVE 'HASH BREAK'
                         TO WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
               END-EVALUATE
           END-IF.

       1480-FIND-LAST-ACCEPTED.
           MOVE ZERO TO WS-LAST-ACCEPTED-DATE.
           OPEN INPUT FEED-LOG.
           IF WS-FEEDLOG-OK
               MOVE 'N' TO WS-FEEDLOG-EOF
               PERFORM 1485-SCAN-FEED-LOG UNTIL WS-FEEDLOG-EOF = 'Y'
               CLOSE FEED-LOG
           END-IF.

       1485-SCAN-FEED-LOG.
           READ FEED-LOG
             AT END
               MOVE 'Y' TO WS-FEEDLOG-EOF
             NOT AT END
               IF FLG-SOURCE = WS-CURRENT-SOURCE AND
                  FLG-HDR-DATE IS NUMERIC AND
                  FLG-HDR-DATE > WS-LAST-ACCEPTED-DATE
                   MOVE FLG-HDR-DATE TO WS-LAST-ACCEPTED-DATE
               END-IF
           END-READ.

      *    A refused run touches nothing but the load report and the
      *    run-control record: the report shows each feed's verdict,
      *    and the control record carries them (with zero counts) so
      *    day-12-balance and the digest flag the night. The journal,
      *    the AOC file and the run-history log are never opened, so
      *    the corrected feeds can load without a forced rerun.
       1490-REFUSE-RUN.
           OPEN OUTPUT LOAD-REPORT.
           IF WS-REPORT-OK
               MOVE WS-REPORT-TITLE TO RPT-TITLE
               MOVE WS-RUN-DATE TO RPT-HDR-DATE
               MOVE WS-LOAD-MODE TO WS-MODE-OUT
               MOVE WS-MODE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 3170-FEED-CONTROL-SECTION
               MOVE SPACES TO RPT-SECTION-HEADING
               MOVE WS-REFUSED-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 8900-WRITE-END-LINE
               CLOSE LOAD-REPORT
           ELSE
               DISPLAY 'WARNING: LOAD-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-REPORT-STATUS
           END-IF.
           PERFORM 3200-WRITE-RUN-CONTROL.
           CLOSE AOC-FEED.
           CLOSE AOC-FEED-2.
           DISPLAY 'ABEND: FEED CONTROL FAILED ON ' WS-REFUSED-COUNT
               ' FEED(S) - RUN REFUSED, ./input/day-12.dat NOT '
               'TOUCHED'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    An empty primary feed is the same abend it always was; an
      *    empty or absent second feed only means that region sent
      *    nothing today.
       1500-LOAD-PRIMARY-SOURCE.
           MOVE '01' TO WS-CURRENT-SOURCE.
           MOVE 1 TO WS-SOURCE-IDX.
           PERFORM 1550-SKIP-FEED-HEADER.
           PERFORM 2100-READ-FEED-RECORD.
           IF WS-EOF = 'Y'
               DISPLAY 'ABEND: ./input/day-12.txt IS EMPTY, NO '
               CLOSE AOC-FEED
               CLOSE AOC-FEED-2
               CLOSE AOC
               CLOSE LOAD-SEEN
               CLOSE SUSPENSE
               CLOSE LOAD-REPORT
               CLOSE AOC-JOURNAL
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 2000-LOAD-RECORDS UNTIL WS-EOF = 'Y'.

       1550-SKIP-FEED-HEADER.
           MOVE 'N' TO WS-EOF.
           PERFORM 2110-READ-FEED-LINE.
           MOVE WS-SRC-TRL-COUNT (WS-SOURCE-IDX) TO WS-DETAILS-LEFT.

       1600-LOAD-SECOND-SOURCE.
           IF WS-FEED2-PRESENT = 'Y'
               MOVE '02' TO WS-CURRENT-SOURCE
               MOVE 2 TO WS-SOURCE-IDX
               PERFORM 1550-SKIP-FEED-HEADER
               PERFORM 2100-READ-FEED-RECORD
               PERFORM 2000-LOAD-RECORDS UNTIL WS-EOF = 'Y'
           END-IF.
           MOVE WS-SOURCE-COUNT TO WS-SOURCE-IDX.
           MOVE WS-CURRENT-SOURCE TO WS-SRC-CODE (WS-SOURCE-IDX).

      *    Once both feeds are in, one pass over the file in key
      *    order finds the active names no feed sent tonight. Only
      *    a name whose own feed was presented this run can drop:
      *    an absent second-region feed says nothing about that
      *    region's names, and a day-12-maint ADD ('MT') was never
      *    on a feed to begin with. The pass also counts the file,
      *    which is the figure day-12-cobol's processed count must
      *    match now that retained and flagged records stay on it.
       1800-FLAG-DROPPED-NAMES.
           IF WS-REJECT-COUNT = 0
               MOVE WS-REJECT-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-DROP-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DROP-HEADING TO RPT-SECTION-HEADING.
           MOVE 'N' TO WS-AOC-EOF.
           MOVE LOW-VALUES TO AOC-NAME.
           START AOC KEY IS NOT LESS THAN AOC-NAME
             INVALID KEY
               MOVE 'Y' TO WS-AOC-EOF
           END-START.
           IF WS-AOC-EOF = 'N'
               PERFORM 2610-READ-NEXT-AOC
           END-IF.
           PERFORM 2600-CHECK-DROPPED-NAME UNTIL WS-AOC-EOF = 'Y'.
           IF WS-DROPPED-COUNT = 0
               MOVE WS-DROP-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      *    The retry pass runs after tonight's feeds and the dropped
      *    pass, over every suspense item in key order. An item
      *    closed on an earlier night has been on one aging report
      *    already and is deleted. An open item not yet tried
      *    tonight is retried; one still open after that ages out
      *    once it has been open more than AOC-SUSPENSE-DAYS days.
       1900-RECYCLE-SUSPENSE.
           MOVE WS-SUS-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-SUS-HEADING TO RPT-SECTION-HEADING.
           MOVE 'N' TO WS-SUS-EOF.
           MOVE LOW-VALUES TO SUS-KEY.
           START SUSPENSE KEY IS NOT LESS THAN SUS-KEY
             INVALID KEY
               MOVE 'Y' TO WS-SUS-EOF
           END-START.
           IF WS-SUS-EOF = 'N'
               PERFORM 1910-READ-NEXT-SUSPENSE
           END-IF.
           PERFORM 1920-RECYCLE-ONE-ITEM UNTIL WS-SUS-EOF = 'Y'.
           IF WS-SUS-CLEARED-COUNT = ZERO AND
              WS-SUS-AGED-COUNT = ZERO
               MOVE WS-SUS-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       1910-READ-NEXT-SUSPENSE.
           READ SUSPENSE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SUS-EOF
           END-READ.

       1920-RECYCLE-ONE-ITEM.
           IF SUS-STATE NOT = 'O'
               IF SUS-CLOSED-DATE < WS-RUN-DATE
                   DELETE SUSPENSE RECORD
                     INVALID KEY
                       DISPLAY 'WARNING: unable to delete closed '
                           'suspense item ' SUS-NAME ' (FILE STATUS '
                           WS-SUS-STATUS ')'
                     NOT INVALID KEY
                       ADD 1 TO WS-SUS-PURGED-COUNT
                   END-DELETE
               END-IF
           ELSE
               IF SUS-LAST-TRY-DATE < WS-RUN-DATE
                   PERFORM 1930-RETRY-ITEM
               END-IF
               IF SUS-STATE = 'O'
                   PERFORM 1960-AGE-OPEN-ITEM
               END-IF
               REWRITE SUSPENSE-RECORD
                 INVALID KEY
                   DISPLAY 'ABEND: SUSPENSE REWRITE FAILED, FILE '
                       'STATUS = ' WS-SUS-STATUS
                   PERFORM 9000-ABEND-CLOSE
               END-REWRITE
           END-IF.
           PERFORM 1910-READ-NEXT-SUSPENSE.

      *    A name already on the file - a later feed or a DAY12MNT
      *    ADD put it there - clears without touching the record.
      *    Otherwise it is added exactly as a new feed name would
      *    be, under the source it was suspended from, and
      *    journalled as an ADD.
       1930-RETRY-ITEM.
           MOVE SUS-NAME TO AOC-NAME.
           READ AOC KEY IS AOC-NAME
             INVALID KEY
               PERFORM 1940-RELOAD-ITEM
             NOT INVALID KEY
               MOVE 'ON FILE' TO WS-SUS-OUTCOME
               PERFORM 1950-CLEAR-ITEM
           END-READ.

       1940-RELOAD-ITEM.
           MOVE SUS-NAME TO AOC-NAME.
           ADD 1 TO WS-SEQ-NO.
           MOVE WS-SEQ-NO TO AOC-SEQ-NO.
           MOVE WS-RUN-DATE TO AOC-LOAD-DATE.
           MOVE 'A' TO AOC-STATUS-FLAG.
           MOVE SUS-SOURCE TO AOC-SOURCE.
           WRITE AOC-FILE
             INVALID KEY
               SUBTRACT 1 FROM WS-SEQ-NO
               ADD 1 TO SUS-RETRY-COUNT
               MOVE WS-RUN-DATE TO SUS-LAST-TRY-DATE
               MOVE WS-AOC-STATUS TO SUS-FILE-STATUS
             NOT INVALID KEY
               ADD 1 TO WS-SUS-RELOADED-COUNT
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE 'ADD' TO WS-JRN-ACTION
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM 2300-WRITE-JOURNAL
               MOVE 'RELOADED' TO WS-SUS-OUTCOME
               PERFORM 1950-CLEAR-ITEM
           END-WRITE.

       1950-CLEAR-ITEM.
           ADD 1 TO SUS-RETRY-COUNT.
           MOVE WS-RUN-DATE TO SUS-LAST-TRY-DATE.
           MOVE 'C' TO SUS-STATE.
           MOVE WS-RUN-DATE TO SUS-CLOSED-DATE.
           ADD 1 TO WS-SUS-CLEARED-COUNT.
           PERFORM 1970-WRITE-SUSPENSE-LINE.

       1960-AGE-OPEN-ITEM.
           COMPUTE WS-SUS-AGE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (SUS-FIRST-DATE).
           IF WS-SUS-AGE > WS-SUS-DAYS
               MOVE 'E' TO SUS-STATE
               MOVE WS-RUN-DATE TO SUS-CLOSED-DATE
               ADD 1 TO WS-SUS-AGED-COUNT
               MOVE 'AGED OUT' TO WS-SUS-OUTCOME
               PERFORM 1970-WRITE-SUSPENSE-LINE
               DISPLAY 'WARNING: suspense item aged out after '
                   WS-SUS-AGE ' days: ' SUS-NAME ' SOURCE '
                   SUS-SOURCE ' - re-key it through DAY12MNT'
           ELSE
               ADD 1 TO WS-SUS-OPEN-COUNT
               IF WS-SUS-AGE > WS-SUS-OLDEST-AGE
                   MOVE WS-SUS-AGE TO WS-SUS-OLDEST-AGE
               END-IF
           END-IF.

       1970-WRITE-SUSPENSE-LINE.
           MOVE SUS-NAME TO WS-SUS-NAME-OUT.
           MOVE SUS-SOURCE TO WS-SUS-SOURCE-OUT.
           MOVE WS-SUS-OUTCOME TO WS-SUS-OUTCOME-OUT.
           MOVE SUS-FIRST-DATE TO WS-SUS-FIRST-OUT.
           MOVE SUS-RETRY-COUNT TO WS-SUS-TRIES-OUT.
           MOVE WS-SUS-DETAIL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

      *    A name seen earlier this run is a second occurrence in the
      *    feeds and rejects as a duplicate key, as it always has.
      *    Otherwise the name is looked up on the file: not there is
      *    an add, there already is a retain (or a reinstatement if
      *    an earlier run had flagged it dropped).
       2000-LOAD-RECORDS.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-SRC-READ (WS-SOURCE-IDX).
           MOVE WS-FEED-NAME TO AOC-NAME.
           PERFORM 2150-NOTE-SEEN-NAME.
           IF WS-SEEN-BEFORE-SW = 'Y'
               MOVE '22' TO WS-AOC-STATUS
               PERFORM 2200-REJECT-RECORD
           ELSE
               READ AOC KEY IS AOC-NAME
                 INVALID KEY
                   PERFORM 2400-ADD-NEW-NAME
                 NOT INVALID KEY
                   PERFORM 2500-MATCH-EXISTING-NAME
               END-READ
           END-IF.
           PERFORM 2100-READ-FEED-RECORD.

       2150-NOTE-SEEN-NAME.
           MOVE AOC-NAME TO SEEN-NAME.
           READ LOAD-SEEN KEY IS SEEN-NAME
             INVALID KEY
               MOVE 'N' TO WS-SEEN-BEFORE-SW
               MOVE WS-CURRENT-SOURCE TO SEEN-SOURCE
               MOVE 1 TO SEEN-COUNT
               MOVE WS-CURRENT-SOURCE TO SEEN-SRC (1)
               MOVE SPACES TO SEEN-SRC (2)
               MOVE SPACES TO SEEN-SRC (3)
               MOVE SPACES TO SEEN-SRC (4)
               WRITE LOAD-SEEN-RECORD
                 INVALID KEY
                   DISPLAY 'ABEND: LOAD-SEEN WRITE FAILED, FILE '
                       'STATUS = ' WS-SEEN-STATUS
                   PERFORM 9000-ABEND-CLOSE
               END-WRITE
             NOT INVALID KEY
               MOVE 'Y' TO WS-SEEN-BEFORE-SW
               ADD 1 TO SEEN-COUNT
               PERFORM 2270-NOTE-DUP-SOURCE
               REWRITE LOAD-SEEN-RECORD
                 INVALID KEY
                   DISPLAY 'ABEND: LOAD-SEEN REWRITE FAILED, FILE '
                       'STATUS = ' WS-SEEN-STATUS
                   PERFORM 9000-ABEND-CLOSE
               END-REWRITE
           END-READ.

       2400-ADD-NEW-NAME.
           MOVE WS-FEED-NAME TO AOC-NAME.
           ADD 1 TO WS-SEQ-NO.
           MOVE WS-SEQ-NO TO AOC-SEQ-NO.
           MOVE WS-RUN-DATE TO AOC-LOAD-DATE.
           MOVE 'A' TO AOC-STATUS-FLAG.
           MOVE WS-CURRENT-SOURCE TO AOC-SOURCE.
           WRITE AOC-FILE
             INVALID KEY
               SUBTRACT 1 FROM WS-SEQ-NO
               PERFORM 2200-REJECT-RECORD
             NOT INVALID KEY
               ADD 1 TO WS-LOAD-COUNT
               ADD 1 TO WS-SRC-LOADED (WS-SOURCE-IDX)
               ADD 1 TO WS-ADDED-COUNT
               MOVE 'ADD' TO WS-JRN-ACTION
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM 2300-WRITE-JOURNAL
           END-WRITE.

      *    The record on file is left exactly as it was - sequence
      *    number, first-load date, source and any status a
      *    maintenance or aging run set - and journalled as retained
      *    with identical before- and after-images. Only a name an
      *    earlier run flagged dropped is changed, back to active.
       2500-MATCH-EXISTING-NAME.
           MOVE AOC-FILE TO WS-BEFORE-IMAGE.
           IF AOC-STATUS-FLAG = 'X'
               MOVE 'A' TO AOC-STATUS-FLAG
               REWRITE AOC-FILE
                 INVALID KEY
                   PERFORM 2200-REJECT-RECORD
                 NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   ADD 1 TO WS-SRC-LOADED (WS-SOURCE-IDX)
                   ADD 1 TO WS-REINSTATED-COUNT
                   MOVE 'RIN' TO WS-JRN-ACTION
                   PERFORM 2300-WRITE-JOURNAL
               END-REWRITE
           ELSE
               ADD 1 TO WS-LOAD-COUNT
               ADD 1 TO WS-SRC-LOADED (WS-SOURCE-IDX)
               ADD 1 TO WS-RETAINED-COUNT
               MOVE 'RET' TO WS-JRN-ACTION
               PERFORM 2300-WRITE-JOURNAL
           END-IF.

       2600-CHECK-DROPPED-NAME.
           ADD 1 TO WS-ON-FILE-COUNT.
           IF AOC-STATUS-FLAG = 'A'
               PERFORM 2620-CHECK-SOURCE-FED
               IF WS-SOURCE-FED-SW = 'Y'
                   MOVE AOC-NAME TO SEEN-NAME
                   READ LOAD-SEEN KEY IS SEEN-NAME
                     INVALID KEY
                       PERFORM 2650-FLAG-DROPPED-NAME
                   END-READ
               END-IF
           END-IF.
           PERFORM 2610-READ-NEXT-AOC.

       2610-READ-NEXT-AOC.
           READ AOC NEXT RECORD
             AT END
               MOVE 'Y' TO WS-AOC-EOF
           END-READ.

       2620-CHECK-SOURCE-FED.
           MOVE 'N' TO WS-SOURCE-FED-SW.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               IF WS-SRC-CODE (WS-SOURCE-IDX) = AOC-SOURCE
                   MOVE 'Y' TO WS-SOURCE-FED-SW
               END-IF
           END-PERFORM.

       2650-FLAG-DROPPED-NAME.
           MOVE AOC-FILE TO WS-BEFORE-IMAGE.
           MOVE 'X' TO AOC-STATUS-FLAG.
           REWRITE AOC-FILE
             INVALID KEY
               DISPLAY 'WARNING: unable to flag dropped name '
                   AOC-NAME ' (FILE STATUS ' WS-AOC-STATUS ')'
             NOT INVALID KEY
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 'DRP' TO WS-JRN-ACTION
               PERFORM 2300-WRITE-JOURNAL
               MOVE AOC-NAME TO WS-DROP-NAME
               MOVE AOC-SEQ-NO TO WS-DROP-SEQ-NO
               MOVE AOC-LOAD-DATE TO WS-DROP-LOAD-DATE
               MOVE AOC-SOURCE TO WS-DROP-SOURCE
               MOVE WS-DROP-DETAIL-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-REWRITE.

       2200-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY 'WARNING: record rejected on load: ' AOC-NAME
               ' - ' WS-REJECT-REASON ' (FILE STATUS '
               WS-AOC-STATUS ', SOURCE ' WS-CURRENT-SOURCE ')'.
           PERFORM 2280-SUSPEND-RECORD.

      *    A name already open in suspense for this source is not
      *    suspended twice: arriving on its feed again and failing
      *    again counts as one more retry. A closed item for the
      *    same name and source reopens as a new suspension.
       2280-SUSPEND-RECORD.
           MOVE AOC-NAME TO SUS-NAME.
           MOVE WS-CURRENT-SOURCE TO SUS-SOURCE.
           READ SUSPENSE KEY IS SUS-KEY
             INVALID KEY
               PERFORM 2285-OPEN-SUSPENSE-ITEM
               WRITE SUSPENSE-RECORD
                 INVALID KEY
                   DISPLAY 'ABEND: SUSPENSE WRITE FAILED, FILE '
                       'STATUS = ' WS-SUS-STATUS
                   PERFORM 9000-ABEND-CLOSE
               END-WRITE
             NOT INVALID KEY
               IF SUS-STATE = 'O'
                   ADD 1 TO SUS-RETRY-COUNT
                   MOVE WS-RUN-DATE TO SUS-LAST-TRY-DATE
                   MOVE WS-REJECT-REASON TO SUS-REASON
                   MOVE WS-AOC-STATUS TO SUS-FILE-STATUS
               ELSE
                   PERFORM 2285-OPEN-SUSPENSE-ITEM
               END-IF
               REWRITE SUSPENSE-RECORD
                 INVALID KEY
                   DISPLAY 'ABEND: SUSPENSE REWRITE FAILED, FILE '
                       'STATUS = ' WS-SUS-STATUS
                   PERFORM 9000-ABEND-CLOSE
               END-REWRITE
           END-READ.

       2285-OPEN-SUSPENSE-ITEM.
           MOVE WS-REJECT-REASON TO SUS-REASON.
           MOVE WS-AOC-STATUS TO SUS-FILE-STATUS.
           MOVE WS-RUN-DATE TO SUS-FIRST-DATE.
           MOVE ZERO TO SUS-RETRY-COUNT.
           MOVE WS-RUN-DATE TO SUS-LAST-TRY-DATE.
           MOVE 'O' TO SUS-STATE.
           MOVE ZERO TO SUS-CLOSED-DATE.
           ADD 1 TO WS-SUS-NEW-COUNT.

      *    Records the current source against the name if it is not
      *    already listed, so a name arriving from both regions
           MOVE 'N' TO WS-SRC-NOTED-SW.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 4
               IF SEEN-SRC (WS-SRC-IDX) = WS-CURRENT-SOURCE
                   MOVE 'Y' TO WS-SRC-NOTED-SW
                   MOVE 4 TO WS-SRC-IDX
               END-IF
           IF WS-SRC-NOTED-SW = 'N'
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 4
                   IF SEEN-SRC (WS-SRC-IDX) = SPACES
                       MOVE WS-CURRENT-SOURCE TO SEEN-SRC (WS-SRC-IDX)
                       MOVE 4 TO WS-SRC-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    Every merge outcome is journalled under its own action:
      *    ADD (new name, empty before-image), RET (retained,
      *    before = after), RIN (dropped name back on its feed) and
      *    DRP (active name flagged dropped). Callers load
      *    WS-JRN-ACTION and WS-BEFORE-IMAGE before the file verb,
      *    so AOC-FILE holds the after-image by the time we get here.
       2300-WRITE-JOURNAL.
           MOVE WS-JRN-ACTION TO JRN-ACTION.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
           MOVE 'day-12-load' TO JRN-PROGRAM.
           MOVE SPACES TO JRN-REQUESTER.
           MOVE SPACES TO JRN-APPROVER.
           MOVE SPACES TO JRN-REASON-CODE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE AOC-FILE TO JRN-AFTER-IMAGE.
           WRITE AOC-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY 'ABEND: AOC-JOURNAL WRITE FAILED, FILE '
                   'STATUS = ' WS-JOURNAL-STATUS
               PERFORM 9000-ABEND-CLOSE
           END-IF.

      *    The feed was proved before the load began, so its names
      *    are exactly the TRL's count of records after the HDR.
       2100-READ-FEED-RECORD.
           IF WS-DETAILS-LEFT = ZERO
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM 2110-READ-FEED-LINE
               SUBTRACT 1 FROM WS-DETAILS-LEFT
           END-IF.

       2110-READ-FEED-LINE.
           IF WS-CURRENT-SOURCE = '01'
               READ AOC-FEED
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END MOVE AOC-FEED-RECORD TO WS-FEED-LINE
               END-READ
           ELSE
               READ AOC-FEED-2
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END MOVE AOC-FEED-2-RECORD TO WS-FEED-LINE
               END-READ
           END-IF.

       3000-END-OF-JOB.
           MOVE SPACES TO RPT-SECTION-HEADING.
           MOVE WS-LOAD-COUNT TO WS-LOAD-TOTAL.
           MOVE WS-LOAD-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-REJECT-TOTAL.
           MOVE WS-REJECT-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'NAMES ADDED: ' TO WS-MERGE-LABEL.
           MOVE WS-ADDED-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'NAMES RETAINED: ' TO WS-MERGE-LABEL.
           MOVE WS-RETAINED-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'NAMES REINSTATED: ' TO WS-MERGE-LABEL.
           MOVE WS-REINSTATED-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'NAMES DROPPED: ' TO WS-MERGE-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'RECORDS ON FILE: ' TO WS-MERGE-LABEL.
           MOVE WS-ON-FILE-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.

           MOVE 'NEWLY SUSPENDED: ' TO WS-MERGE-LABEL.
           MOVE WS-SUS-NEW-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'SUSPENSE RELOADED: ' TO WS-MERGE-LABEL.
           MOVE WS-SUS-RELOADED-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'SUSPENSE CLEARED: ' TO WS-MERGE-LABEL.
           MOVE WS-SUS-CLEARED-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'SUSPENSE AGED OUT: ' TO WS-MERGE-LABEL.
           MOVE WS-SUS-AGED-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'SUSPENSE OPEN: ' TO WS-MERGE-LABEL.
           MOVE WS-SUS-OPEN-COUNT TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.
           MOVE 'OLDEST OPEN (DAYS):' TO WS-MERGE-LABEL.
           MOVE WS-SUS-OLDEST-AGE TO WS-MERGE-VALUE.
           PERFORM 3050-WRITE-MERGE-COUNT.

           PERFORM 3150-SOURCE-TOTALS.
           PERFORM 3100-DUPLICATE-EXCEPTIONS.
           PERFORM 8900-WRITE-END-LINE.
           PERFORM 3200-WRITE-RUN-CONTROL.
           PERFORM 3300-APPEND-RUN-LOG.
           PERFORM 3350-APPEND-FEED-LOG.

           CLOSE AOC-FEED.
           CLOSE AOC-FEED-2.
           CLOSE AOC.
           CLOSE LOAD-SEEN.
           CLOSE SUSPENSE.
           CLOSE LOAD-REPORT.
           CLOSE AOC-JOURNAL.
           DISPLAY 'Feed control verdict: ' WS-FEED-VERDICT.
           DISPLAY 'Records read from feeds: ' WS-READ-COUNT.
           DISPLAY 'Records loaded: ' WS-LOAD-COUNT.
           DISPLAY 'Records rejected: ' WS-REJECT-COUNT.
           DISPLAY 'Names added: ' WS-ADDED-COUNT.
           DISPLAY 'Names retained: ' WS-RETAINED-COUNT.
           DISPLAY 'Names reinstated: ' WS-REINSTATED-COUNT.
           DISPLAY 'Names dropped from feed: ' WS-DROPPED-COUNT.
           DISPLAY 'Records on file: ' WS-ON-FILE-COUNT.
           DISPLAY 'Suspense items opened: ' WS-SUS-NEW-COUNT.
           DISPLAY 'Suspense items cleared: ' WS-SUS-CLEARED-COUNT.
           DISPLAY 'Suspense items aged out: ' WS-SUS-AGED-COUNT.
           DISPLAY 'Suspense items open: ' WS-SUS-OPEN-COUNT
               ', oldest ' WS-SUS-OLDEST-AGE ' day(s)'.
           DISPLAY 'Duplicate AOC-NAME values found: '
               WS-DUPLICATE-COUNT.

       3050-WRITE-MERGE-COUNT.
           MOVE WS-MERGE-COUNT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

       3150-SOURCE-TOTALS.
           MOVE WS-SOURCE-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3170-FEED-CONTROL-SECTION.
           MOVE WS-FEED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-FEED-HEADING TO RPT-SECTION-HEADING.
           PERFORM 3175-WRITE-FEED-RESULT
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
           IF WS-FEED2-PRESENT = 'N'
               MOVE WS-FEED2-ABSENT-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-FEED-VERDICT TO WS-FEED-VERDICT-OUT.
           MOVE WS-FEED-VERDICT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

       3175-WRITE-FEED-RESULT.
           MOVE WS-SRC-CODE (WS-SOURCE-IDX) TO WS-FEED-SOURCE-OUT.
           MOVE WS-SRC-HDR-DATE (WS-SOURCE-IDX) TO WS-FEED-DATE-OUT.
           MOVE WS-SRC-HDR-REGION (WS-SOURCE-IDX)
             TO WS-FEED-REGION-OUT.
           MOVE WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
             TO WS-FEED-RESULT-OUT.
           MOVE WS-FEED-RESULT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-SRC-TRL-COUNT (WS-SOURCE-IDX)
             TO WS-FEED-TRL-COUNT-OUT.
           MOVE WS-SRC-DTL-COUNT (WS-SOURCE-IDX)
             TO WS-FEED-DTL-COUNT-OUT.
           MOVE WS-FEED-COUNT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-SRC-TRL-HASH (WS-SOURCE-IDX)
             TO WS-FEED-TRL-HASH-OUT.
           MOVE WS-SRC-DTL-HASH (WS-SOURCE-IDX)
             TO WS-FEED-DTL-HASH-OUT.
           MOVE WS-FEED-HASH-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

      *    A control write failure only warns: the run itself is
      *    good, and day-12-balance reports the stale/missing record
      *    as a break so the archive step still will not file it.
       3200-WRITE-RUN-CONTROL.
           PERFORM 3190-KEEP-RUN-CONTROL-HISTORY.
           OPEN OUTPUT RUN-CONTROL.
           IF NOT WS-CONTROL-OK
               DISPLAY 'WARNING: RUN-CONTROL OPEN FAILED, FILE '
               MOVE ZERO TO CTL-DELTA-ADDED
               MOVE ZERO TO CTL-DELTA-DROPPED
               MOVE ZERO TO CTL-DELTA-CHANGED
               MOVE WS-ADDED-COUNT TO CTL-ADDED
               MOVE WS-RETAINED-COUNT TO CTL-RETAINED
               MOVE WS-REINSTATED-COUNT TO CTL-REINSTATED
               MOVE WS-DROPPED-COUNT TO CTL-DROPPED
               MOVE WS-ON-FILE-COUNT TO CTL-ON-FILE
               MOVE WS-SOURCE-COUNT TO CTL-SOURCE-COUNT
               MOVE WS-FEED-VERDICT TO CTL-FEED-VERDICT
      *    A refused rebuild never touched the file, so only an
      *    accepted one, or an earlier rebuild of this same date,
      *    marks the date rebuilt.
               IF (WS-LOAD-MODE = 'REBUILD' AND
                   WS-FEED-VERDICT NOT = 'REFUSED') OR
                  WS-REBUILT-TODAY-SW = 'Y'
                   MOVE 'REBUILD' TO CTL-LOAD-MODE
               ELSE
                   MOVE 'MERGE' TO CTL-LOAD-MODE
               END-IF
               MOVE WS-SUS-NEW-COUNT TO CTL-SUS-NEW
               MOVE WS-SUS-CLEARED-COUNT TO CTL-SUS-CLEARED
               MOVE WS-SUS-AGED-COUNT TO CTL-SUS-AGED-OUT
               MOVE WS-SUS-OPEN-COUNT TO CTL-SUS-OPEN
               MOVE WS-SUS-OLDEST-AGE TO CTL-SUS-OLDEST-AGE
               PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > 4
                   IF WS-SOURCE-IDX > WS-SOURCE-COUNT
                       MOVE ZERO TO CTL-SRC-READ (WS-SOURCE-IDX)
                       MOVE ZERO TO CTL-SRC-LOADED (WS-SOURCE-IDX)
                       MOVE ZERO TO CTL-SRC-REJECTED (WS-SOURCE-IDX)
                       MOVE SPACES TO CTL-FCK-CODE (WS-SOURCE-IDX)
                       MOVE SPACES TO CTL-FCK-RESULT (WS-SOURCE-IDX)
                       MOVE ZERO TO CTL-FCK-HDR-DATE (WS-SOURCE-IDX)
                       MOVE ZERO TO CTL-FCK-TRL-COUNT (WS-SOURCE-IDX)
                       MOVE ZERO TO CTL-FCK-TRL-HASH (WS-SOURCE-IDX)
                   ELSE
                       MOVE WS-SRC-CODE (WS-SOURCE-IDX)
                         TO CTL-SRC-CODE (WS-SOURCE-IDX)
                         TO CTL-SRC-LOADED (WS-SOURCE-IDX)
                       MOVE WS-SRC-REJECTED (WS-SOURCE-IDX)
                         TO CTL-SRC-REJECTED (WS-SOURCE-IDX)
                       MOVE WS-SRC-CODE (WS-SOURCE-IDX)
                         TO CTL-FCK-CODE (WS-SOURCE-IDX)
                       MOVE WS-SRC-FEED-RESULT (WS-SOURCE-IDX)
                         TO CTL-FCK-RESULT (WS-SOURCE-IDX)
                       MOVE WS-SRC-HDR-DATE (WS-SOURCE-IDX)
                         TO CTL-FCK-HDR-DATE (WS-SOURCE-IDX)
                       MOVE WS-SRC-TRL-COUNT (WS-SOURCE-IDX)
                         TO CTL-FCK-TRL-COUNT (WS-SOURCE-IDX)
                       MOVE WS-SRC-TRL-HASH (WS-SOURCE-IDX)
                         TO CTL-FCK-TRL-HASH (WS-SOURCE-IDX)
                   END-IF
               END-PERFORM
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL
           END-IF.

      *    The outgoing record is kept whatever its verdict: a night
      *    refused and then rerun, or forced over, appears more than
      *    once, and the month-end report settles which one stands.
      *    Like the run-history record, a failure here only warns.
      *    A record left in the layout before the counters were
      *    widened has no numeric ON-FILE (see AOC12CTL); its
      *    counters would be read shifted, so it is not kept.
      *    A record this date already marked rebuilt keeps the mark
      *    through the rerun: today's journal still holds it.
       3190-KEEP-RUN-CONTROL-HISTORY.
           OPEN INPUT RUN-CONTROL.
           IF WS-CONTROL-OK
               READ RUN-CONTROL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CTL-RUN-DATE = WS-RUN-DATE AND
                      CTL-LOAD-MODE = 'REBUILD'
                       MOVE 'Y' TO WS-REBUILT-TODAY-SW
                   END-IF
                   IF CTL-RUN-DATE IS NUMERIC
                       IF CTL-ON-FILE IS NUMERIC
                           PERFORM 3195-WRITE-HISTORY-RECORD
                       ELSE
                           DISPLAY 'NOTE: run control for '
                               CTL-RUN-DATE ' is in the earlier '
                               'layout - not kept on the history'
                       END-IF
                   END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       3195-WRITE-HISTORY-RECORD.
           OPEN EXTEND RUNCTL-HISTORY.
           IF NOT WS-HISTORY-OK
               DISPLAY 'WARNING: RUNCTL-HISTORY OPEN FAILED, FILE '
                   'STATUS = ' WS-HISTORY-STATUS
               DISPLAY 'WARNING: run control for ' CTL-RUN-DATE
                   ' not kept - the month-end report will be '
                   'missing that night'
           ELSE
               MOVE RUN-CONTROL-RECORD TO RUNCTL-HISTORY-RECORD
               WRITE RUNCTL-HISTORY-RECORD
               IF NOT WS-HISTORY-OK
                   DISPLAY 'WARNING: RUNCTL-HISTORY WRITE FAILED, '
                       'FILE STATUS = ' WS-HISTORY-STATUS
               END-IF
               CLOSE RUNCTL-HISTORY
           END-IF.

      *    Reaching end of job at all means the run was good, so the
      *    history record carries a zero return code; abends stop
      *    before this point and leave no history record.
               CLOSE RUN-LOG
           END-IF.

      *    Like the run-history record, a feed-log failure only
      *    warns - but without it a later resend of tonight's feeds
      *    would not be recognised as stale.
       3350-APPEND-FEED-LOG.
           OPEN EXTEND FEED-LOG.
           IF NOT WS-FEEDLOG-OK
               DISPLAY 'WARNING: FEED-LOG OPEN FAILED, FILE '
                   'STATUS = ' WS-FEEDLOG-STATUS
               DISPLAY 'WARNING: accepted feeds not logged - a '
                   'resend of them will not be caught as stale'
           ELSE
               PERFORM 3360-WRITE-FEED-LOG
                   VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               CLOSE FEED-LOG
           END-IF.

       3360-WRITE-FEED-LOG.
           MOVE WS-SRC-CODE (WS-SOURCE-IDX) TO FLG-SOURCE.
           MOVE WS-SRC-HDR-DATE (WS-SOURCE-IDX) TO FLG-HDR-DATE.
           MOVE WS-SRC-TRL-COUNT (WS-SOURCE-IDX) TO FLG-TRL-COUNT.
           MOVE WS-SRC-TRL-HASH (WS-SOURCE-IDX) TO FLG-TRL-HASH.
           MOVE WS-RUN-DATE TO FLG-LOAD-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO FLG-LOAD-TIME.
           WRITE FEED-LOG-RECORD.
           IF NOT WS-FEEDLOG-OK
               DISPLAY 'WARNING: FEED-LOG WRITE FAILED, FILE STATUS = '
                   WS-FEEDLOG-STATUS
           END-IF.

      *    LOAD-SEEN is keyed on the name, so one sequential pass
      *    lists every duplicate in name order, complete at any
      *    volume.
       3100-DUPLICATE-EXCEPTIONS.
           MOVE WS-DUP-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DUP-HEADING TO RPT-SECTION-HEADING.

           MOVE 'N' TO WS-SEEN-EOF.
           MOVE LOW-VALUES TO SEEN-NAME.
           START LOAD-SEEN KEY IS NOT LESS THAN SEEN-NAME
             INVALID KEY
               MOVE 'Y' TO WS-SEEN-EOF
           END-START.
           PERFORM 3110-NEXT-SEEN-NAME UNTIL WS-SEEN-EOF = 'Y'.

           IF WS-DUPLICATE-COUNT = 0
               MOVE WS-DUP-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3110-NEXT-SEEN-NAME.
           READ LOAD-SEEN NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SEEN-EOF
             NOT AT END
               IF SEEN-COUNT > 1
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SEEN-NAME TO WS-DUP-NAME
                   MOVE SEEN-COUNT TO WS-DUP-COUNT
                   MOVE SEEN-SRC (1) TO WS-DUP-SRC-1
                   MOVE SEEN-SRC (2) TO WS-DUP-SRC-2
                   MOVE SEEN-SRC (3) TO WS-DUP-SRC-3
                   MOVE SEEN-SRC (4) TO WS-DUP-SRC-4
                   MOVE WS-DUP-DETAIL-LINE TO RPT-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-READ.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
           MOVE RPT-END-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       9000-ABEND-CLOSE.
           CLOSE AOC-FEED.
           CLOSE AOC-FEED-2.
           CLOSE AOC.
           CLOSE LOAD-SEEN.
           CLOSE SUSPENSE.
           CLOSE LOAD-REPORT.
           CLOSE AOC-JOURNAL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
