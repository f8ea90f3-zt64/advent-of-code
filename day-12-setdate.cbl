       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-12-setdate.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Opens a cycle of the nightly chain by setting its one
      *    business date (see AOC12BDT), which every later step
      *    reads instead of the system clock. Run as the first step
      *    of DAY12RUN (see day12-setdate.sh).
      *    AOC-BUSINESS-DATE  an explicit YYYYMMDD processing date;
      *                       overrides everything else
      *    AOC-SETDATE-MODE   SYSTEM (default) takes the clock date
      *                       the cycle opens on; CATCHUP walks the
      *                       processing calendar forward from the
      *                       last date day-12-load completed and
      *                       takes the next RUN date, so missed
      *                       business dates run one cycle at a
      *                       time, in sequence
      *    A SYSTEM cycle is refused (return code 8) when a RUN date
      *    before today was never loaded: running today first would
      *    put the missed date out of sequence, so the run stops
      *    and operations catch up first. It is refused too when
      *    the calendar does not mark today RUN (a holiday, a skip
      *    date, or a date not listed), which day-12-load would
      *    only refuse after the cycle was open. A refused cycle
      *    is never opened: the control record is not rewritten.
           SELECT OPTIONAL BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

      *    Processing calendar, as day-12-load reads it: one line
      *    per date, YYYYMMDD and a type of RUN, HOL or SKIP, a
      *    later line for the same date superseding an earlier one.
           SELECT OPTIONAL RUN-CALENDAR
           ASSIGN TO "./input/day-12-calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

      *    Run-history log: the latest day-12-load entry is the last
      *    business date the chain completed.
           SELECT OPTIONAL RUN-LOG
           ASSIGN TO "./checkpoint/day-12-runlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

         FD RUN-CALENDAR.
         01 RUN-CALENDAR-RECORD.
           05 CAL-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CAL-TYPE PIC X(4).

         FD RUN-LOG.
         01 RUN-LOG-RECORD.
             COPY AOC12LOG REPLACING ==:PREFIX:== BY ==LOG==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00' '05'.
         01 WS-CALENDAR-STATUS PIC XX.
           88 WS-CALENDAR-OK VALUE '00' '05'.
         01 WS-RUNLOG-STATUS PIC XX.
           88 WS-RUNLOG-OK VALUE '00' '05'.
         01 WS-DATE-IN PIC X(8) VALUE SPACES.
         01 WS-MODE-IN PIC X(7) VALUE SPACES.
         01 WS-SET-MODE PIC X(7).
         01 WS-SYSTEM-DATE PIC 9(8).
         01 WS-SYSTEM-TIME.
           05 WS-SYSTEM-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
         01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
         01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
         01 WS-LAST-DONE-DATE PIC 9(8) VALUE ZERO.
         01 WS-LOG-EOF PIC A(1).
         01 WS-CAL-EOF PIC A(1).
         01 WS-CALENDAR-PRESENT PIC A(1) VALUE 'Y'.

      *    Calendar walk. Each step finds the earliest date after
      *    the floor that has a RUN line, then confirms the date's
      *    last line still says RUN (a later HOL or SKIP line
      *    supersedes it); a superseded date becomes the new floor
      *    and the walk goes on. The calendar is short, so a scan
      *    per step costs nothing and needs no table.
         01 WS-WALK-FLOOR PIC 9(8).
         01 WS-WALK-LIMIT PIC 9(8).
         01 WS-WALK-DONE-SW PIC A(1).
         01 WS-NEXT-RUN-DATE PIC 9(8).
         01 WS-CANDIDATE-DATE PIC 9(8).
         01 WS-CANDIDATE-X PIC X(8).
         01 WS-CAL-TYPE-FOUND PIC X(4).
         01 WS-MISSED-COUNT PIC 9(3) VALUE ZERO.
         01 WS-OUTSTANDING-COUNT PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           EVALUATE WS-SET-MODE
               WHEN 'DATE'
                   PERFORM 2100-SET-EXPLICIT-DATE
               WHEN 'CATCHUP'
                   PERFORM 2200-SET-CATCHUP-DATE
               WHEN OTHER
                   PERFORM 2300-SET-SYSTEM-DATE
           END-EVALUATE.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           ACCEPT WS-DATE-IN FROM ENVIRONMENT 'AOC-BUSINESS-DATE'.
           ACCEPT WS-MODE-IN FROM ENVIRONMENT 'AOC-SETDATE-MODE'.
           EVALUATE TRUE
               WHEN WS-DATE-IN NOT = SPACES
                   MOVE 'DATE' TO WS-SET-MODE
               WHEN WS-MODE-IN = SPACES OR WS-MODE-IN = 'SYSTEM'
                   MOVE 'SYSTEM' TO WS-SET-MODE
               WHEN WS-MODE-IN = 'CATCHUP'
                   MOVE 'CATCHUP' TO WS-SET-MODE
               WHEN OTHER
                   DISPLAY 'ABEND: AOC-SETDATE-MODE MUST BE SYSTEM OR '
                       'CATCHUP: ' WS-MODE-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 1100-READ-PRIOR-DATE.
           PERFORM 1200-FIND-LAST-DONE-DATE.

       1100-READ-PRIOR-DATE.
           OPEN INPUT BUSINESS-DATE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'ABEND: BUSINESS-DATE OPEN FAILED, FILE '
                   'STATUS = ' WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUSDATE-STATUS = '05'
               DISPLAY 'NOTE: ./checkpoint/day-12-busdate.dat not '
                   'present - setting the first business date'
           ELSE
               READ BUSINESS-DATE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF BDT-BUSINESS-DATE IS NUMERIC
                       MOVE BDT-BUSINESS-DATE TO WS-PRIOR-DATE
                   END-IF
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE.

      *    The loader only logs a run that reached end of job, so
      *    its latest entry is the last business date actually
      *    loaded, whatever the control record was last set to.
       1200-FIND-LAST-DONE-DATE.
           OPEN INPUT RUN-LOG.
           IF WS-RUNLOG-OK
               MOVE 'N' TO WS-LOG-EOF
               PERFORM 1250-SCAN-RUN-LOG UNTIL WS-LOG-EOF = 'Y'
               CLOSE RUN-LOG
           END-IF.

       1250-SCAN-RUN-LOG.
           READ RUN-LOG
             AT END
               MOVE 'Y' TO WS-LOG-EOF
             NOT AT END
               IF LOG-PROGRAM = 'day-12-load' AND
                  LOG-RUN-DATE IS NUMERIC AND
                  LOG-RUN-DATE > WS-LAST-DONE-DATE
                   MOVE LOG-RUN-DATE TO WS-LAST-DONE-DATE
               END-IF
           END-READ.

      *    An explicit date is the operator's call: it is only
      *    validated as a date, so a deliberate rerun or an
      *    out-of-calendar correction can still be set.
       2100-SET-EXPLICIT-DATE.
           IF WS-DATE-IN NOT NUMERIC
               DISPLAY 'ABEND: AOC-BUSINESS-DATE IS NOT A VALID '
                   'YYYYMMDD DATE: ' WS-DATE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATE-IN TO WS-BUSINESS-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-BUSINESS-DATE) NOT = 0
               DISPLAY 'ABEND: AOC-BUSINESS-DATE IS NOT A VALID '
                   'YYYYMMDD DATE: ' WS-DATE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUSINESS-DATE > WS-SYSTEM-DATE
               DISPLAY 'WARNING: business date ' WS-BUSINESS-DATE
                   ' is later than the system date ' WS-SYSTEM-DATE
           END-IF.
           IF WS-BUSINESS-DATE NOT > WS-LAST-DONE-DATE
               DISPLAY 'WARNING: business date ' WS-BUSINESS-DATE
                   ' is not after the last loaded date '
                   WS-LAST-DONE-DATE ' - day-12-load will need '
                   'AOC-FORCE-RERUN=Y to run it again'
           END-IF.
           PERFORM 2500-COUNT-OUTSTANDING.

      *    Catch-up takes the first RUN date after the last loaded
      *    one, up to and including today. Nothing left to run
      *    means the chain is already current: the cycle is refused
      *    so a scheduled catch-up never re-runs a completed date.
       2200-SET-CATCHUP-DATE.
           PERFORM 2400-OPEN-CALENDAR.
           IF WS-CALENDAR-PRESENT = 'N'
               DISPLAY 'ABEND: CATCH-UP NEEDS THE PROCESSING '
                   'CALENDAR - ./input/day-12-calendar.txt IS NOT '
                   'PRESENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LAST-DONE-DATE TO WS-WALK-FLOOR.
           MOVE WS-SYSTEM-DATE TO WS-WALK-LIMIT.
           PERFORM 2600-FIND-NEXT-RUN-DATE.
           IF WS-NEXT-RUN-DATE = ZERO
               DISPLAY 'ABEND: NO MISSED BUSINESS DATE AFTER '
                   WS-LAST-DONE-DATE ' - THE CHAIN IS CURRENT, '
                   'NO CYCLE OPENED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NEXT-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 2500-COUNT-OUTSTANDING.

      *    The normal nightly cycle: the clock date as the cycle
      *    opens. Any RUN date between the last loaded date and
      *    today that never ran holds the cycle for catch-up.
       2300-SET-SYSTEM-DATE.
           MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE.
           PERFORM 2400-OPEN-CALENDAR.
           IF WS-CALENDAR-PRESENT = 'Y' AND
              WS-LAST-DONE-DATE > ZERO
               MOVE WS-LAST-DONE-DATE TO WS-WALK-FLOOR
               COMPUTE WS-WALK-LIMIT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-SYSTEM-DATE) - 1)
               MOVE 'N' TO WS-WALK-DONE-SW
               PERFORM 2650-COUNT-NEXT-RUN-DATE
                   UNTIL WS-WALK-DONE-SW = 'Y'
               IF WS-MISSED-COUNT > ZERO
                   DISPLAY 'ABEND: ' WS-MISSED-COUNT ' BUSINESS '
                       'DATE(S) BETWEEN ' WS-LAST-DONE-DATE ' AND '
                       WS-SYSTEM-DATE ' NEVER RAN - RUN DAY12RUN '
                       'WITH DATEMODE=CATCHUP UNTIL CURRENT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-CALENDAR-PRESENT = 'Y'
               PERFORM 2350-CHECK-SYSTEM-DATE-TYPE
           END-IF.

      *    Today's last calendar line decides, as in day-12-load.
       2350-CHECK-SYSTEM-DATE-TYPE.
           MOVE WS-SYSTEM-DATE TO WS-CANDIDATE-X.
           MOVE SPACES TO WS-CAL-TYPE-FOUND.
           OPEN INPUT RUN-CALENDAR.
           MOVE 'N' TO WS-CAL-EOF.
           PERFORM 2780-SCAN-FOR-FINAL-TYPE UNTIL WS-CAL-EOF = 'Y'.
           CLOSE RUN-CALENDAR.
           EVALUATE TRUE
               WHEN WS-CAL-TYPE-FOUND = 'RUN'
                   CONTINUE
               WHEN WS-CAL-TYPE-FOUND = SPACES
                   DISPLAY 'ABEND: ' WS-SYSTEM-DATE ' IS NOT ON THE '
                       'PROCESSING CALENDAR - NO CYCLE OPENED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ABEND: ' WS-SYSTEM-DATE ' IS MARKED '
                       WS-CAL-TYPE-FOUND ' ON THE PROCESSING '
                       'CALENDAR - NO CYCLE OPENED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2400-OPEN-CALENDAR.
           OPEN INPUT RUN-CALENDAR.
           IF NOT WS-CALENDAR-OK
               DISPLAY 'ABEND: RUN-CALENDAR OPEN FAILED, FILE '
                   'STATUS = ' WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CALENDAR-STATUS = '05'
               MOVE 'N' TO WS-CALENDAR-PRESENT
           END-IF.
           CLOSE RUN-CALENDAR.

      *    RUN dates after the one being set, up to today, that are
      *    still to be caught up - carried on the record so the
      *    digest and operations can see how far behind the chain
      *    is.
       2500-COUNT-OUTSTANDING.
           MOVE ZERO TO WS-OUTSTANDING-COUNT.
           PERFORM 2400-OPEN-CALENDAR.
           IF WS-CALENDAR-PRESENT = 'Y' AND
              WS-BUSINESS-DATE < WS-SYSTEM-DATE
               MOVE WS-BUSINESS-DATE TO WS-WALK-FLOOR
               MOVE WS-SYSTEM-DATE TO WS-WALK-LIMIT
               MOVE ZERO TO WS-MISSED-COUNT
               MOVE 'N' TO WS-WALK-DONE-SW
               PERFORM 2650-COUNT-NEXT-RUN-DATE
                   UNTIL WS-WALK-DONE-SW = 'Y'
               MOVE WS-MISSED-COUNT TO WS-OUTSTANDING-COUNT
           END-IF.

      *    Earliest confirmed RUN date after WS-WALK-FLOOR and not
      *    after WS-WALK-LIMIT, or zero when there is none.
       2600-FIND-NEXT-RUN-DATE.
           MOVE ZERO TO WS-NEXT-RUN-DATE.
           MOVE 'N' TO WS-WALK-DONE-SW.
           PERFORM 2700-WALK-ONE-STEP UNTIL WS-WALK-DONE-SW = 'Y'.

       2650-COUNT-NEXT-RUN-DATE.
           PERFORM 2600-FIND-NEXT-RUN-DATE.
           IF WS-NEXT-RUN-DATE = ZERO
               MOVE 'Y' TO WS-WALK-DONE-SW
           ELSE
               ADD 1 TO WS-MISSED-COUNT
               MOVE WS-NEXT-RUN-DATE TO WS-WALK-FLOOR
               MOVE 'N' TO WS-WALK-DONE-SW
           END-IF.

       2700-WALK-ONE-STEP.
           MOVE 99999999 TO WS-CANDIDATE-DATE.
           OPEN INPUT RUN-CALENDAR.
           MOVE 'N' TO WS-CAL-EOF.
           PERFORM 2750-SCAN-FOR-CANDIDATE UNTIL WS-CAL-EOF = 'Y'.
           CLOSE RUN-CALENDAR.
           IF WS-CANDIDATE-DATE > WS-WALK-LIMIT
               MOVE 'Y' TO WS-WALK-DONE-SW
           ELSE
               MOVE WS-CANDIDATE-DATE TO WS-CANDIDATE-X
               MOVE SPACES TO WS-CAL-TYPE-FOUND
               OPEN INPUT RUN-CALENDAR
               MOVE 'N' TO WS-CAL-EOF
               PERFORM 2780-SCAN-FOR-FINAL-TYPE
                   UNTIL WS-CAL-EOF = 'Y'
               CLOSE RUN-CALENDAR
               IF WS-CAL-TYPE-FOUND = 'RUN'
                   MOVE WS-CANDIDATE-DATE TO WS-NEXT-RUN-DATE
                   MOVE 'Y' TO WS-WALK-DONE-SW
               ELSE
                   MOVE WS-CANDIDATE-DATE TO WS-WALK-FLOOR
               END-IF
           END-IF.

       2750-SCAN-FOR-CANDIDATE.
           READ RUN-CALENDAR
             AT END
               MOVE 'Y' TO WS-CAL-EOF
             NOT AT END
               IF CAL-DATE IS NUMERIC AND CAL-TYPE = 'RUN'
                   IF CAL-DATE > WS-WALK-FLOOR AND
                      CAL-DATE < WS-CANDIDATE-DATE
                       MOVE CAL-DATE TO WS-CANDIDATE-DATE
                   END-IF
               END-IF
           END-READ.

       2780-SCAN-FOR-FINAL-TYPE.
           READ RUN-CALENDAR
             AT END
               MOVE 'Y' TO WS-CAL-EOF
             NOT AT END
               IF CAL-DATE = WS-CANDIDATE-X
                   MOVE CAL-TYPE TO WS-CAL-TYPE-FOUND
               END-IF
           END-READ.

       3000-END-OF-JOB.
           OPEN OUTPUT BUSINESS-DATE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'ABEND: BUSINESS-DATE OPEN FAILED, FILE '
                   'STATUS = ' WS-BUSDATE-STATUS
               DISPLAY 'ABEND: ./checkpoint/ IS MISSING OR '
                   'UNAVAILABLE - NO CYCLE OPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO BDT-BUSINESS-DATE.
           MOVE WS-SET-MODE TO BDT-SET-MODE.
           MOVE WS-SYSTEM-DATE TO BDT-SET-ON-DATE.
           MOVE WS-SYSTEM-TIME-HHMMSS TO BDT-SET-ON-TIME.
           MOVE WS-PRIOR-DATE TO BDT-PRIOR-DATE.
           MOVE WS-OUTSTANDING-COUNT TO BDT-OUTSTANDING.
           WRITE BUSINESS-DATE-RECORD.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'ABEND: BUSINESS-DATE WRITE FAILED, FILE '
                   'STATUS = ' WS-BUSDATE-STATUS
               CLOSE BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BUSINESS-DATE.
           DISPLAY 'Business date set: ' WS-BUSINESS-DATE
               ' (' WS-SET-MODE ')'.
           DISPLAY 'Prior business date: ' WS-PRIOR-DATE.
           DISPLAY 'Last date loaded: ' WS-LAST-DONE-DATE.
           DISPLAY 'Business dates still to catch up: '
               WS-OUTSTANDING-COUNT.
