           FILE-CONTROL.
      *    Control-total balancing for the nightly chain: reads the
      *    run-control record day-12-load wrote and day-12-cobol
      *    completed, proves feed-read = loaded + rejected, that
      *    every loaded record was added, retained or reinstated,
      *    and that the file the loader left = processed (loaded =
      *    processed for a record from before the merge load) and
      *    that the record is for the cycle's business date, shows
      *    the loader's HDR/TRL verdict on each region's feed, and
      *    sets a non-zero return code on any break so the archive
      *    step never files an out-of-balance run as a good
      *    generation.
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

       DATA DIVISION.
         FILE SECTION.
         FD RUN-CONTROL.
         FD BALANCE-REPORT.
         01 BALANCE-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-BUSINESS-DATE PIC 9(8).
         01 WS-CONTROL-STATUS PIC XX.
           88 WS-CONTROL-OK VALUE '00'.
         01 WS-REPORT-STATUS PIC XX.
           05 WS-SRC-CHECK-CODE PIC X(2).
           05 FILLER PIC X(25)
             VALUE ' READ = LOADED + REJ ... '.
         01 WS-FEED-HEADING PIC X(80)
           VALUE 'INBOUND FEED CONTROL (HDR/TRL)'.
         01 WS-FEED-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'SOURCE '.
           05 WS-FEED-SRC-OUT PIC X(2).
           05 FILLER PIC X(11) VALUE ' HDR DATE: '.
           05 WS-FEED-DATE-OUT PIC 9(8).
           05 FILLER PIC X(11) VALUE '   RESULT: '.
           05 WS-FEED-RESULT-OUT PIC X(12).
           05 FILLER PIC X(25) VALUE SPACES.
         01 WS-NO-FEED-LINE PIC X(80)
           VALUE '    NONE POSTED - RUN PREDATES FEED CONTROL'.
         01 WS-NO-SOURCE-LINE PIC X(80)
           VALUE '    NONE POSTED - RUN PREDATES PER-SOURCE TOTALS'.
         01 WS-BALANCED-LINE PIC X(80)
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL.
           IF NOT WS-CONTROL-OK
               DISPLAY 'ABEND: RUN-CONTROL OPEN FAILED, FILE '
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-HDR-DATE.

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

       2000-BALANCE-COUNTS.
           MOVE 'RUN DATE = BUSINESS DATE ........ '
             TO WS-CHECK-LABEL.
           IF CTL-RUN-DATE = WS-BUSINESS-DATE
               MOVE 'OK' TO WS-CHECK-RESULT
           ELSE
               MOVE 'BREAK' TO WS-CHECK-RESULT
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY 'WARNING: run-control record is for '
                   CTL-RUN-DATE ', business date is '
                   WS-BUSINESS-DATE
           END-IF.
           PERFORM 2200-WRITE-CHECK-LINE.
           MOVE 'FEED RECORDS READ: ' TO WS-COUNT-LABEL.
           MOVE CTL-FEED-READ TO WS-COUNT-VALUE.
           PERFORM 2100-WRITE-COUNT-LINE.
           END-IF.
           PERFORM 2200-WRITE-CHECK-LINE.

           IF CTL-ON-FILE IS NUMERIC
               PERFORM 2300-BALANCE-MERGE
           ELSE
               MOVE 'LOADED = PROCESSED .............. '
                 TO WS-CHECK-LABEL
               IF CTL-LOADED = CTL-PROCESSED
                   MOVE 'OK' TO WS-CHECK-RESULT
               ELSE
                   MOVE 'BREAK' TO WS-CHECK-RESULT
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
               PERFORM 2200-WRITE-CHECK-LINE
           END-IF.

           PERFORM 2500-BALANCE-SOURCES.
           PERFORM 2700-FEED-CONTROL.

      *    Under the merge load the file keeps names the feed no
      *    longer sends and day-12-maint ADDs, so day-12-cobol
      *    processes more than tonight's loaded count: what it must
      *    match is the record count the loader left on the file.
      *    The loaded count in turn must split exactly into names
      *    added, retained and reinstated.
       2300-BALANCE-MERGE.
           MOVE 'NAMES ADDED: ' TO WS-COUNT-LABEL.
           MOVE CTL-ADDED TO WS-COUNT-VALUE.
           PERFORM 2100-WRITE-COUNT-LINE.
           MOVE 'NAMES RETAINED: ' TO WS-COUNT-LABEL.
           MOVE CTL-RETAINED TO WS-COUNT-VALUE.
           PERFORM 2100-WRITE-COUNT-LINE.
           MOVE 'NAMES REINSTATED: ' TO WS-COUNT-LABEL.
           MOVE CTL-REINSTATED TO WS-COUNT-VALUE.
           PERFORM 2100-WRITE-COUNT-LINE.
           MOVE 'NAMES DROPPED: ' TO WS-COUNT-LABEL.
           MOVE CTL-DROPPED TO WS-COUNT-VALUE.
           PERFORM 2100-WRITE-COUNT-LINE.
           MOVE 'RECORDS ON FILE: ' TO WS-COUNT-LABEL.
           MOVE CTL-ON-FILE TO WS-COUNT-VALUE.
           PERFORM 2100-WRITE-COUNT-LINE.

           COMPUTE WS-EXPECTED = CTL-ADDED + CTL-RETAINED
               + CTL-REINSTATED.
           MOVE 'LOADED = ADDED + RETAINED + REIN. '
             TO WS-CHECK-LABEL.
           IF CTL-LOADED = WS-EXPECTED
               MOVE 'OK' TO WS-CHECK-RESULT
           ELSE
               MOVE 'BREAK' TO WS-CHECK-RESULT
           END-IF.
           PERFORM 2200-WRITE-CHECK-LINE.

           MOVE 'ON FILE = PROCESSED ............. '
             TO WS-CHECK-LABEL.
           IF CTL-ON-FILE = CTL-PROCESSED
               MOVE 'OK' TO WS-CHECK-RESULT
           ELSE
               MOVE 'BREAK' TO WS-CHECK-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           PERFORM 2200-WRITE-CHECK-LINE.

      *    Per-source proof: each feed's own read = loaded +
      *    rejected, and the source reads must sum back to the
           END-IF.
           PERFORM 2200-WRITE-CHECK-LINE.

      *    The loader proves each feed's HDR and TRL before it loads
      *    anything; a refused run still posts its control record,
      *    so a night the feeds failed shows here as a break. A
      *    record from before feed control carries no verdict.
       2700-FEED-CONTROL.
           MOVE WS-FEED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-FEED-HEADING TO RPT-SECTION-HEADING.
           IF CTL-FEED-VERDICT NOT = 'ACCEPTED' AND
              CTL-FEED-VERDICT NOT = 'REFUSED'
               MOVE WS-NO-FEED-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               MOVE 'FEED CONTROL (HDR/TRL) ........... '
                 TO WS-CHECK-LABEL
               MOVE 'OK' TO WS-CHECK-RESULT
               IF CTL-FEED-VERDICT = 'REFUSED'
                   MOVE 'BREAK' TO WS-CHECK-RESULT
               END-IF
               PERFORM 2750-SHOW-ONE-FEED
                   VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > CTL-SOURCE-COUNT
               IF WS-CHECK-RESULT = 'BREAK'
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
               PERFORM 2200-WRITE-CHECK-LINE
           END-IF.

       2750-SHOW-ONE-FEED.
           MOVE CTL-FCK-CODE (WS-SOURCE-IDX) TO WS-FEED-SRC-OUT.
           MOVE CTL-FCK-HDR-DATE (WS-SOURCE-IDX) TO WS-FEED-DATE-OUT.
           MOVE CTL-FCK-RESULT (WS-SOURCE-IDX) TO WS-FEED-RESULT-OUT.
           MOVE WS-FEED-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF CTL-FCK-RESULT (WS-SOURCE-IDX) NOT = 'OK'
               MOVE 'BREAK' TO WS-CHECK-RESULT
           END-IF.

       2100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
