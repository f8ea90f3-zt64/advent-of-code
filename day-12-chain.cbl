       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-12-chain.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Step control for the DAY12RUN nightly chain. Every step
      *    of the chain runs through day12-step.sh, which asks this
      *    program whether the step still has to run for the
      *    cycle's business date, records it as started, runs it,
      *    and records how it ended. A resubmitted DAY12RUN so
      *    resumes at the first step that did not end cleanly: the
      *    steps already complete for the date return 0 without
      *    running again, so the generation is not re-rolled, the
      *    file is not reloaded, and day-12-load's duplicate-run
      *    guard never comes into it.
      *    AOC-CHAIN-FUNCTION selects what this run does:
      *      CHECK   return 4 when AOC-CHAIN-STEP is complete or
      *              bypassed for the date (skip it), 0 when it
      *              has to run
      *      START   record AOC-CHAIN-STEP as started
      *      END     record AOC-CHAIN-STEP as ended with return
      *              code AOC-CHAIN-RC (complete when 0, failed
      *              otherwise)
      *      BYPASS  operations mark AOC-CHAIN-STEP bypassed, with
      *              their ID in AOC-CHAIN-OPERATOR and the reason
      *              in AOC-CHAIN-REASON (see DAY12BYP.jcl); a
      *              bypassed step counts as clean for the rest of
      *              the chain
      *      REPORT  print the chain status report for the date
      *              (AOC-CHAIN-DATE, default the business date)
      *    STEP005 opens the cycle, so it is handled apart. While
      *    the cycle on ./checkpoint/day-12-busdate.dat is still
      *    open - its STEP030 neither complete nor bypassed - a
      *    resubmission skips STEP005 and carries on with that
      *    date rather than open a new one. When STEP005 does run
      *    and ends cleanly, whatever was recorded for the date it
      *    set is cleared, so a deliberate rerun of a date runs
      *    every step again. A STEP005 that fails opened no cycle
      *    and records nothing.
      *    A STEP015 refused at feed control reopens STEP010, so
      *    the resubmission rolls the re-sent feed in again rather
      *    than reloading the generation the load has just turned
      *    away. Any other STEP015 failure leaves the roll alone.
           SELECT CHAIN-STEPS
           ASSIGN TO "./checkpoint/day-12-chain.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS IS WS-CHAIN-STATUS.

      *    Every start, end, bypass and reset is also appended to
      *    this log, which is never cleared, so a bypass and its
      *    reason stay on record after the date is rerun.
           SELECT OPTIONAL CHAIN-LOG
           ASSIGN TO "./checkpoint/day-12-chain-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT CHAIN-REPORT ASSIGN TO "./output/day-12-chain.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Run control as day-12-load leaves it: a feed-control
      *    refusal shows as verdict REFUSED for the business date.
           SELECT OPTIONAL RUN-CONTROL
           ASSIGN TO "./checkpoint/day-12-runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT OPTIONAL BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CHAIN-STEPS.
         01 CHAIN-STEP-RECORD.
             COPY AOC12CHN REPLACING ==:PREFIX:== BY ==CHN==.

         FD CHAIN-LOG.
         01 CHAIN-LOG-RECORD.
           05 CLG-EVENT PIC X(6).
             COPY AOC12CHN REPLACING ==:PREFIX:== BY ==CLG==.

         FD CHAIN-REPORT.
         01 CHAIN-REPORT-LINE PIC X(80).

         FD RUN-CONTROL.
         01 RUN-CONTROL-RECORD.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==CTL==.

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00' '05'.
         01 WS-CHAIN-STATUS PIC XX.
           88 WS-CHAIN-OK VALUE '00'.
           88 WS-CHAIN-NOT-FOUND VALUE '35'.
         01 WS-LOG-STATUS PIC XX.
           88 WS-LOG-OK VALUE '00' '05'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-CONTROL-STATUS PIC XX.
           88 WS-CONTROL-OK VALUE '00' '05'.

         01 WS-FUNCTION PIC X(8) VALUE SPACES.
         01 WS-STEP-IN PIC X(8) VALUE SPACES.
         01 WS-RC-IN PIC X(5) VALUE SPACES.
         01 WS-OPERATOR-IN PIC X(8) VALUE SPACES.
         01 WS-REASON-IN PIC X(40) VALUE SPACES.
         01 WS-DATE-IN PIC X(8) VALUE SPACES.
         01 WS-STEP-RC PIC 9(4) VALUE ZERO.
         01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
         01 WS-REPORT-DATE PIC 9(8) VALUE ZERO.
         01 WS-CLOCK-DATE PIC 9(8).
         01 WS-CLOCK-TIME.
           05 WS-CLOCK-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
         01 WS-RESET-EOF PIC A(1).
         01 WS-RESET-COUNT PIC 9(3) VALUE ZERO.
         01 WS-STEP-FOUND-SW PIC A(1).
           88 WS-STEP-ON-FILE VALUE 'Y'.
         01 WS-FEED-REFUSED-SW PIC A(1) VALUE 'N'.

      *    The DAY12RUN steps under step control, in chain order.
      *    The first opens the cycle and the last closes it.
         01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 12 TIMES.
             10 WS-STEP-ID PIC X(8).
             10 WS-STEP-DESC PIC X(22).
         01 WS-STEP-COUNT PIC 9(2) VALUE 12.
         01 WS-STEP-IDX PIC 9(2).
         01 WS-STEP-NO PIC 9(2) VALUE ZERO.

      *    Report tallies.
         01 WS-COMPLETE-COUNT PIC 9(3) VALUE ZERO.
         01 WS-BYPASSED-COUNT PIC 9(3) VALUE ZERO.
         01 WS-FAILED-COUNT PIC 9(3) VALUE ZERO.
         01 WS-STARTED-COUNT PIC 9(3) VALUE ZERO.
         01 WS-REOPENED-COUNT PIC 9(3) VALUE ZERO.
         01 WS-NOT-RUN-COUNT PIC 9(3) VALUE ZERO.
         01 WS-RESUME-STEP PIC X(8) VALUE SPACES.
         01 WS-CYCLE-CLOSED-SW PIC A(1) VALUE 'N'.

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.

         01 WS-REPORT-TITLE PIC X(80)
           VALUE 'DAY-12 NIGHTLY CHAIN STATUS REPORT'.
         01 WS-DATE-HEADING.
           05 FILLER PIC X(31)
             VALUE 'CHAIN STATUS FOR BUSINESS DATE '.
           05 WS-HEADING-DATE PIC 9999/99/99.
           05 FILLER PIC X(39) VALUE SPACES.
         01 WS-COLUMN-LINE.
           05 FILLER PIC X(13) VALUE '    STEP     '.
           05 FILLER PIC X(23) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(10) VALUE 'STATE'.
           05 FILLER PIC X(6) VALUE '  RC  '.
           05 FILLER PIC X(4) VALUE 'TRY '.
           05 FILLER PIC X(11) VALUE 'LAST ENDED '.
           05 FILLER PIC X(13) VALUE 'TIME'.
         01 WS-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DETAIL-STEP PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-DESC PIC X(22).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-STATE PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-RC PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-TRIES PIC ZZ9 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-END-DATE PIC 9999/99/99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-END-TIME PIC 99B99B99 BLANK WHEN ZERO.
           05 FILLER PIC X(5) VALUE SPACES.
         01 WS-RC-EDIT PIC ZZZ9.
         01 WS-BYPASS-LINE.
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'BYPASSED BY '.
           05 WS-BYPASS-BY-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE ': '.
           05 WS-BYPASS-REASON-OUT PIC X(40).
           05 FILLER PIC X(5) VALUE SPACES.
         01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(24).
           05 WS-TOTAL-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-OPEN-LINE.
           05 FILLER PIC X(47)
             VALUE 'CYCLE OPEN - A RESUBMITTED DAY12RUN RESUMES AT '.
           05 WS-OPEN-RESUME-STEP PIC X(8).
           05 FILLER PIC X(25) VALUE SPACES.
         01 WS-CLOSED-LINE PIC X(80)
           VALUE 'CYCLE CLOSED - EVERY STEP COMPLETE OR BYPASSED'.
         01 WS-CLOSED-UNCLEAN-LINE PIC X(80)
           VALUE 'CYCLE CLOSED - STEPS NOT COMPLETE ARE NOT RERUN'.
         01 WS-NO-CYCLE-LINE PIC X(80)
           VALUE 'NO STEP HAS BEEN RECORDED FOR THIS BUSINESS DATE'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           EVALUATE WS-FUNCTION
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-STEP
               WHEN 'START'
                   PERFORM 2100-START-STEP
               WHEN 'END'
                   PERFORM 2200-END-STEP
               WHEN 'BYPASS'
                   PERFORM 2300-BYPASS-STEP
               WHEN 'REPORT'
                   PERFORM 2500-CHAIN-REPORT
           END-EVALUATE.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           ACCEPT WS-FUNCTION FROM ENVIRONMENT 'AOC-CHAIN-FUNCTION'.
           ACCEPT WS-STEP-IN FROM ENVIRONMENT 'AOC-CHAIN-STEP'.
           ACCEPT WS-RC-IN FROM ENVIRONMENT 'AOC-CHAIN-RC'.
           ACCEPT WS-OPERATOR-IN FROM ENVIRONMENT
               'AOC-CHAIN-OPERATOR'.
           ACCEPT WS-REASON-IN FROM ENVIRONMENT 'AOC-CHAIN-REASON'.
           ACCEPT WS-DATE-IN FROM ENVIRONMENT 'AOC-CHAIN-DATE'.
           PERFORM 1100-LOAD-STEP-TABLE.
           IF WS-FUNCTION NOT = 'CHECK' AND
              WS-FUNCTION NOT = 'START' AND
              WS-FUNCTION NOT = 'END' AND
              WS-FUNCTION NOT = 'BYPASS' AND
              WS-FUNCTION NOT = 'REPORT'
               DISPLAY 'ABEND: AOC-CHAIN-FUNCTION MUST BE CHECK, '
                   'START, END, BYPASS OR REPORT: ' WS-FUNCTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FUNCTION NOT = 'REPORT'
               PERFORM 1200-FIND-STEP
           END-IF.
           IF WS-FUNCTION = 'END'
               IF FUNCTION TEST-NUMVAL (WS-RC-IN) NOT = 0
                   DISPLAY 'ABEND: AOC-CHAIN-RC IS NOT A RETURN '
                       'CODE: ' WS-RC-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-STEP-RC = FUNCTION NUMVAL (WS-RC-IN)
           END-IF.
           PERFORM 1050-READ-BUSINESS-DATE.
           PERFORM 1300-OPEN-CHAIN-FILES.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'ABEND: BUSINESS-DATE OPEN FAILED, FILE '
                   'STATUS = ' WS-BUSDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO BUSINESS-DATE-RECORD.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSINESS-DATE
                 AT END
                   MOVE SPACES TO BUSINESS-DATE-RECORD
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE.
           IF BDT-BUSINESS-DATE IS NUMERIC
               MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.
      *    Before the very first cycle there is no date yet; only
      *    the opening step, or a report for a named date, can go
      *    on without one.
           IF WS-BUSINESS-DATE = ZERO AND WS-STEP-NO NOT = 1 AND
              NOT (WS-FUNCTION = 'REPORT' AND WS-DATE-IN NOT = SPACES)
               DISPLAY 'ABEND: NO BUSINESS DATE ON '
                   './checkpoint/day-12-busdate.dat - RUN '
                   'day-12-setdate FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-STEP-TABLE.
           MOVE 'STEP005' TO WS-STEP-ID (1).
           MOVE 'SET BUSINESS DATE' TO WS-STEP-DESC (1).
           MOVE 'STEP010' TO WS-STEP-ID (2).
           MOVE 'ROLL FEED GENERATION' TO WS-STEP-DESC (2).
           MOVE 'STEP015' TO WS-STEP-ID (3).
           MOVE 'MERGE LOAD' TO WS-STEP-DESC (3).
           MOVE 'STEP017' TO WS-STEP-ID (4).
           MOVE 'SUSPENSE AGING REPORT' TO WS-STEP-DESC (4).
           MOVE 'STEP020' TO WS-STEP-ID (5).
           MOVE 'NIGHTLY REPORT' TO WS-STEP-DESC (5).
           MOVE 'STEP025' TO WS-STEP-ID (6).
           MOVE 'GENERATION DELTA' TO WS-STEP-DESC (6).
           MOVE 'STEP026' TO WS-STEP-ID (7).
           MOVE 'CONTROL BALANCING' TO WS-STEP-DESC (7).
           MOVE 'STEP027' TO WS-STEP-ID (8).
           MOVE 'SUBSCRIBER EXTRACTS' TO WS-STEP-DESC (8).
           MOVE 'STEP27A' TO WS-STEP-ID (9).
           MOVE 'EXTRACT ACK MATCH' TO WS-STEP-DESC (9).
           MOVE 'STEP028' TO WS-STEP-ID (10).
           MOVE 'VOLUME TREND CHECK' TO WS-STEP-DESC (10).
           MOVE 'STEP029' TO WS-STEP-ID (11).
           MOVE 'MORNING DIGEST' TO WS-STEP-DESC (11).
           MOVE 'STEP030' TO WS-STEP-ID (12).
           MOVE 'ARCHIVE GENERATION' TO WS-STEP-DESC (12).

       1200-FIND-STEP.
           MOVE ZERO TO WS-STEP-NO.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-ID (WS-STEP-IDX) = WS-STEP-IN
                   MOVE WS-STEP-IDX TO WS-STEP-NO
                   MOVE WS-STEP-COUNT TO WS-STEP-IDX
               END-IF
           END-PERFORM.
           IF WS-STEP-NO = ZERO
               DISPLAY 'ABEND: AOC-CHAIN-STEP IS NOT A DAY12RUN STEP '
                   'UNDER STEP CONTROL: ' WS-STEP-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-OPEN-CHAIN-FILES.
           OPEN I-O CHAIN-STEPS.
           IF WS-CHAIN-NOT-FOUND
               OPEN OUTPUT CHAIN-STEPS
               IF WS-CHAIN-OK
                   CLOSE CHAIN-STEPS
                   OPEN I-O CHAIN-STEPS
               END-IF
           END-IF.
           IF NOT WS-CHAIN-OK
               DISPLAY 'ABEND: CHAIN-STEPS OPEN FAILED, FILE STATUS = '
                   WS-CHAIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHAIN-LOG.
           IF NOT WS-LOG-OK
               DISPLAY 'ABEND: CHAIN-LOG OPEN FAILED, FILE STATUS = '
                   WS-LOG-STATUS
               CLOSE CHAIN-STEPS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Return code 4 tells day12-step.sh to skip the step.
       2000-CHECK-STEP.
           IF WS-STEP-NO = 1
               PERFORM 2050-CHECK-OPEN-CYCLE
           ELSE
               PERFORM 2900-READ-STEP
               IF WS-STEP-ON-FILE AND
                  (CHN-STATE = 'C' OR CHN-STATE = 'B')
                   DISPLAY 'SKIPPED: ' WS-STEP-IN ' ALREADY '
                       'COMPLETE OR BYPASSED FOR ' WS-BUSINESS-DATE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'RUN: ' WS-STEP-IN ' FOR '
                       WS-BUSINESS-DATE
               END-IF
           END-IF.

      *    The cycle on the control record is still open when its
      *    opening step is recorded complete and its closing step
      *    is not yet complete or bypassed.
       2050-CHECK-OPEN-CYCLE.
           IF WS-BUSINESS-DATE = ZERO
               DISPLAY 'RUN: ' WS-STEP-IN ' OPENS THE FIRST CYCLE'
           ELSE
               PERFORM 2900-READ-STEP
               IF WS-STEP-ON-FILE AND CHN-STATE = 'C'
                   MOVE WS-STEP-ID (WS-STEP-COUNT) TO WS-STEP-IN
                   PERFORM 2900-READ-STEP
                   MOVE WS-STEP-ID (1) TO WS-STEP-IN
                   IF WS-STEP-ON-FILE AND
                      (CHN-STATE = 'C' OR CHN-STATE = 'B')
                       DISPLAY 'RUN: ' WS-STEP-IN ' OPENS A NEW '
                           'CYCLE AFTER ' WS-BUSINESS-DATE
                   ELSE
                       DISPLAY 'SKIPPED: ' WS-STEP-IN ' - CYCLE '
                           'FOR ' WS-BUSINESS-DATE ' IS STILL OPEN '
                           'AND RESUMES'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'RUN: ' WS-STEP-IN ' OPENS A NEW CYCLE'
               END-IF
           END-IF.

      *    The opening step has no date until it has run, so its
      *    start is not recorded; its end records it.
       2100-START-STEP.
           IF WS-STEP-NO NOT = 1
               PERFORM 2900-READ-STEP
               IF WS-STEP-ON-FILE
                   ADD 1 TO CHN-ATTEMPTS
               ELSE
                   PERFORM 2950-NEW-STEP-RECORD
                   MOVE 1 TO CHN-ATTEMPTS
               END-IF
               MOVE 'S' TO CHN-STATE
               MOVE ZERO TO CHN-RETURN-CODE
               MOVE WS-CLOCK-DATE TO CHN-START-DATE
               MOVE WS-CLOCK-TIME-HHMMSS TO CHN-START-TIME
               MOVE ZERO TO CHN-END-DATE
               MOVE ZERO TO CHN-END-TIME
               MOVE SPACES TO CHN-BYPASS-BY
               MOVE SPACES TO CHN-BYPASS-REASON
               PERFORM 2970-SAVE-STEP
               MOVE 'START' TO CLG-EVENT
               PERFORM 2980-WRITE-LOG
           END-IF.

       2200-END-STEP.
           IF WS-STEP-NO = 1
               PERFORM 2250-END-OPENING-STEP
           ELSE
               PERFORM 2900-READ-STEP
               IF NOT WS-STEP-ON-FILE
                   PERFORM 2950-NEW-STEP-RECORD
                   MOVE 1 TO CHN-ATTEMPTS
                   MOVE WS-CLOCK-DATE TO CHN-START-DATE
                   MOVE WS-CLOCK-TIME-HHMMSS TO CHN-START-TIME
               END-IF
               PERFORM 2260-SET-END-STATE
               PERFORM 2970-SAVE-STEP
               MOVE 'END' TO CLG-EVENT
               PERFORM 2980-WRITE-LOG
               IF WS-STEP-NO = 3 AND WS-STEP-RC = 8
                   PERFORM 2265-CHECK-FEED-REFUSAL
                   IF WS-FEED-REFUSED-SW = 'Y'
                       PERFORM 2270-REOPEN-ROLL-STEP
                   END-IF
               END-IF
           END-IF.

      *    A clean opening step has just set the date: anything
      *    recorded for that date before belongs to an earlier run
      *    of it and is cleared, so every step runs again.
       2250-END-OPENING-STEP.
           IF WS-STEP-RC NOT = ZERO
               DISPLAY 'NOTE: ' WS-STEP-IN ' ENDED WITH RETURN CODE '
                   WS-STEP-RC ' - NO CYCLE OPENED, NOTHING RECORDED'
           ELSE
               IF WS-BUSINESS-DATE = ZERO
                   DISPLAY 'ABEND: ' WS-STEP-IN ' ENDED CLEAN BUT NO '
                       'BUSINESS DATE IS SET'
                   CLOSE CHAIN-STEPS
                   CLOSE CHAIN-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2400-RESET-DATE
               PERFORM 2950-NEW-STEP-RECORD
               MOVE 1 TO CHN-ATTEMPTS
               MOVE WS-CLOCK-DATE TO CHN-START-DATE
               MOVE WS-CLOCK-TIME-HHMMSS TO CHN-START-TIME
               PERFORM 2260-SET-END-STATE
               PERFORM 2970-SAVE-STEP
               MOVE 'END' TO CLG-EVENT
               PERFORM 2980-WRITE-LOG
           END-IF.

       2260-SET-END-STATE.
           IF WS-STEP-RC = ZERO
               MOVE 'C' TO CHN-STATE
           ELSE
               MOVE 'F' TO CHN-STATE
           END-IF.
           MOVE WS-STEP-RC TO CHN-RETURN-CODE.
           MOVE WS-CLOCK-DATE TO CHN-END-DATE.
           MOVE WS-CLOCK-TIME-HHMMSS TO CHN-END-TIME.
           MOVE SPACES TO CHN-BYPASS-BY.
           MOVE SPACES TO CHN-BYPASS-REASON.

      *    The load returns 8 for a calendar date it may not run,
      *    for a date already loaded, and for feeds that fail feed
      *    control; only the last leaves a REFUSED run-control
      *    record for the date, and only then is the generation
      *    itself at fault.
       2265-CHECK-FEED-REFUSAL.
           MOVE 'N' TO WS-FEED-REFUSED-SW.
           OPEN INPUT RUN-CONTROL.
           IF WS-CONTROL-OK
               READ RUN-CONTROL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CTL-RUN-DATE IS NUMERIC AND
                      CTL-RUN-DATE = WS-BUSINESS-DATE AND
                      CTL-FEED-VERDICT = 'REFUSED'
                       MOVE 'Y' TO WS-FEED-REFUSED-SW
                   END-IF
               END-READ
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'WARNING: RUN-CONTROL OPEN FAILED, FILE '
                   'STATUS = ' WS-CONTROL-STATUS ' - STEP010 LEFT '
                   'AS IT STANDS'
           END-IF.

      *    The load refused the generation STEP010 rolled, so the
      *    roll is reopened: CHECK runs it again on resubmission
      *    and the feed the region re-sends is the one reloaded.
      *    The roll keeps its return code and attempts.
       2270-REOPEN-ROLL-STEP.
           MOVE WS-STEP-ID (2) TO WS-STEP-IN.
           PERFORM 2900-READ-STEP.
           IF WS-STEP-ON-FILE AND CHN-STATE = 'C'
               MOVE 'R' TO CHN-STATE
               PERFORM 2970-SAVE-STEP
               MOVE 'REOPEN' TO CLG-EVENT
               PERFORM 2980-WRITE-LOG
               DISPLAY 'NOTE: ' WS-STEP-IN ' REOPENED FOR '
                   WS-BUSINESS-DATE ' - A RESUBMISSION ROLLS THE '
                   'FEED IN AGAIN'
           END-IF.
           MOVE WS-STEP-ID (3) TO WS-STEP-IN.

      *    A bypass is refused for the opening step (without it
      *    there is no cycle to bypass in) and for a step that is
      *    already complete. The step keeps its last return code.
       2300-BYPASS-STEP.
           IF WS-STEP-NO = 1
               DISPLAY 'REFUSED: ' WS-STEP-IN ' OPENS THE CYCLE AND '
                   'CANNOT BE BYPASSED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OPERATOR-IN = SPACES OR WS-REASON-IN = SPACES
                   DISPLAY 'REFUSED: A BYPASS NEEDS AN OPERATOR ID '
                       '(AOC-CHAIN-OPERATOR) AND A REASON '
                       '(AOC-CHAIN-REASON)'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2350-RECORD-BYPASS
               END-IF
           END-IF.

       2350-RECORD-BYPASS.
           PERFORM 2900-READ-STEP.
           IF WS-STEP-ON-FILE AND CHN-STATE = 'C'
               DISPLAY 'REFUSED: ' WS-STEP-IN ' IS ALREADY COMPLETE '
                   'FOR ' WS-BUSINESS-DATE ' - NOTHING TO BYPASS'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-STEP-ON-FILE
                   PERFORM 2950-NEW-STEP-RECORD
                   MOVE ZERO TO CHN-ATTEMPTS
                   MOVE ZERO TO CHN-RETURN-CODE
                   MOVE ZERO TO CHN-START-DATE
                   MOVE ZERO TO CHN-START-TIME
               END-IF
               MOVE 'B' TO CHN-STATE
               MOVE WS-CLOCK-DATE TO CHN-END-DATE
               MOVE WS-CLOCK-TIME-HHMMSS TO CHN-END-TIME
               MOVE WS-OPERATOR-IN TO CHN-BYPASS-BY
               MOVE WS-REASON-IN TO CHN-BYPASS-REASON
               PERFORM 2970-SAVE-STEP
               MOVE 'BYPASS' TO CLG-EVENT
               PERFORM 2980-WRITE-LOG
               DISPLAY 'BYPASSED: ' WS-STEP-IN ' FOR '
                   WS-BUSINESS-DATE ' BY ' WS-OPERATOR-IN ' - '
                   WS-REASON-IN
           END-IF.

       2400-RESET-DATE.
           MOVE WS-BUSINESS-DATE TO CHN-RUN-DATE.
           MOVE LOW-VALUES TO CHN-STEP.
           MOVE 'N' TO WS-RESET-EOF.
           START CHAIN-STEPS KEY IS NOT LESS THAN CHN-KEY
             INVALID KEY
               MOVE 'Y' TO WS-RESET-EOF
           END-START.
           PERFORM 2450-RESET-ONE-STEP UNTIL WS-RESET-EOF = 'Y'.
           IF WS-RESET-COUNT > ZERO
               PERFORM 2950-NEW-STEP-RECORD
               MOVE 'RESET' TO CLG-EVENT
               PERFORM 2980-WRITE-LOG
               DISPLAY 'NOTE: ' WS-RESET-COUNT ' STEP RECORD(S) FOR '
                   WS-BUSINESS-DATE ' CLEARED - EVERY STEP RUNS '
                   'AGAIN FOR THIS DATE'
           END-IF.

       2450-RESET-ONE-STEP.
           READ CHAIN-STEPS NEXT RECORD
             AT END
               MOVE 'Y' TO WS-RESET-EOF
             NOT AT END
               IF CHN-RUN-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-RESET-EOF
               ELSE
                   DELETE CHAIN-STEPS RECORD
                     INVALID KEY
                       PERFORM 2990-CHAIN-FILE-FAILED
                   END-DELETE
                   ADD 1 TO WS-RESET-COUNT
               END-IF
           END-READ.

       2500-CHAIN-REPORT.
           IF WS-DATE-IN = SPACES
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           ELSE
               IF WS-DATE-IN NOT NUMERIC
                   DISPLAY 'ABEND: AOC-CHAIN-DATE IS NOT A YYYYMMDD '
                       'DATE: ' WS-DATE-IN
                   CLOSE CHAIN-STEPS
                   CLOSE CHAIN-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-IN TO WS-REPORT-DATE
           END-IF.
           OPEN OUTPUT CHAIN-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: CHAIN-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-REPORT-STATUS
               DISPLAY 'ABEND: ./output/ IS MISSING OR UNAVAILABLE'
               CLOSE CHAIN-STEPS
               CLOSE CHAIN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-REPORT-DATE TO RPT-HDR-DATE.
           MOVE WS-REPORT-DATE TO WS-HEADING-DATE.
           MOVE WS-DATE-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO RPT-SECTION-HEADING.
           MOVE WS-REPORT-DATE TO WS-BUSINESS-DATE.
           PERFORM 2550-REPORT-STEP
               VARYING WS-STEP-NO FROM 1 BY 1
               UNTIL WS-STEP-NO > WS-STEP-COUNT.
           MOVE SPACES TO RPT-SECTION-HEADING.
           PERFORM 2600-REPORT-TOTALS.
           PERFORM 8900-WRITE-END-LINE.
           CLOSE CHAIN-REPORT.

       2550-REPORT-STEP.
           MOVE WS-STEP-ID (WS-STEP-NO) TO WS-STEP-IN.
           PERFORM 2900-READ-STEP.
           MOVE WS-STEP-IN TO WS-DETAIL-STEP.
           MOVE WS-STEP-DESC (WS-STEP-NO) TO WS-DETAIL-DESC.
           IF WS-STEP-ON-FILE
               MOVE CHN-RETURN-CODE TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-DETAIL-RC
               MOVE CHN-ATTEMPTS TO WS-DETAIL-TRIES
               MOVE CHN-END-DATE TO WS-DETAIL-END-DATE
               MOVE CHN-END-TIME TO WS-DETAIL-END-TIME
               EVALUATE CHN-STATE
                   WHEN 'C'
                       MOVE 'COMPLETE' TO WS-DETAIL-STATE
                       ADD 1 TO WS-COMPLETE-COUNT
                   WHEN 'B'
                       MOVE 'BYPASSED' TO WS-DETAIL-STATE
                       ADD 1 TO WS-BYPASSED-COUNT
                   WHEN 'F'
                       MOVE 'FAILED' TO WS-DETAIL-STATE
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN 'R'
                       MOVE 'REOPENED' TO WS-DETAIL-STATE
                       ADD 1 TO WS-REOPENED-COUNT
                   WHEN OTHER
                       MOVE 'STARTED' TO WS-DETAIL-STATE
                       MOVE SPACES TO WS-DETAIL-RC
                       ADD 1 TO WS-STARTED-COUNT
               END-EVALUATE
           ELSE
               MOVE 'NOT RUN' TO WS-DETAIL-STATE
               MOVE SPACES TO WS-DETAIL-RC
               MOVE ZERO TO WS-DETAIL-TRIES
               MOVE ZERO TO WS-DETAIL-END-DATE
               MOVE ZERO TO WS-DETAIL-END-TIME
               ADD 1 TO WS-NOT-RUN-COUNT
           END-IF.
           IF WS-RESUME-STEP = SPACES
               IF NOT WS-STEP-ON-FILE OR
                  (CHN-STATE NOT = 'C' AND CHN-STATE NOT = 'B')
                   MOVE WS-STEP-IN TO WS-RESUME-STEP
               END-IF
           END-IF.
           IF WS-STEP-NO = WS-STEP-COUNT AND WS-STEP-ON-FILE
               IF CHN-STATE = 'C' OR CHN-STATE = 'B'
                   MOVE 'Y' TO WS-CYCLE-CLOSED-SW
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF WS-STEP-ON-FILE AND CHN-STATE = 'B'
               MOVE CHN-BYPASS-BY TO WS-BYPASS-BY-OUT
               MOVE CHN-BYPASS-REASON TO WS-BYPASS-REASON-OUT
               MOVE WS-BYPASS-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       2600-REPORT-TOTALS.
           MOVE 'STEPS COMPLETE: ' TO WS-TOTAL-LABEL.
           MOVE WS-COMPLETE-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'STEPS BYPASSED: ' TO WS-TOTAL-LABEL.
           MOVE WS-BYPASSED-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'STEPS FAILED: ' TO WS-TOTAL-LABEL.
           MOVE WS-FAILED-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'STEPS REOPENED: ' TO WS-TOTAL-LABEL.
           MOVE WS-REOPENED-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'STEPS STARTED, NOT ENDED: ' TO WS-TOTAL-LABEL.
           MOVE WS-STARTED-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'STEPS NOT RUN: ' TO WS-TOTAL-LABEL.
           MOVE WS-NOT-RUN-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-NOT-RUN-COUNT = WS-STEP-COUNT
                   MOVE WS-NO-CYCLE-LINE TO RPT-PRINT-LINE
               WHEN WS-CYCLE-CLOSED-SW = 'Y' AND
                    WS-RESUME-STEP = SPACES
                   MOVE WS-CLOSED-LINE TO RPT-PRINT-LINE
               WHEN WS-CYCLE-CLOSED-SW = 'Y'
                   MOVE WS-CLOSED-UNCLEAN-LINE TO RPT-PRINT-LINE
               WHEN OTHER
                   MOVE WS-RESUME-STEP TO WS-OPEN-RESUME-STEP
                   MOVE WS-OPEN-LINE TO RPT-PRINT-LINE
           END-EVALUATE.
           PERFORM 8000-WRITE-REPORT-LINE.
           DISPLAY 'Chain status for ' WS-REPORT-DATE ': '
               WS-COMPLETE-COUNT ' complete, ' WS-BYPASSED-COUNT
               ' bypassed, ' WS-FAILED-COUNT ' failed, '
               WS-REOPENED-COUNT ' reopened, '
               WS-STARTED-COUNT ' started, ' WS-NOT-RUN-COUNT
               ' not run'.

      *    Reads the record for WS-STEP-IN on the business date.
       2900-READ-STEP.
           MOVE WS-BUSINESS-DATE TO CHN-RUN-DATE.
           MOVE WS-STEP-IN TO CHN-STEP.
           READ CHAIN-STEPS KEY IS CHN-KEY
             INVALID KEY
               MOVE 'N' TO WS-STEP-FOUND-SW
             NOT INVALID KEY
               MOVE 'Y' TO WS-STEP-FOUND-SW
           END-READ.

       2950-NEW-STEP-RECORD.
           MOVE SPACES TO CHAIN-STEP-RECORD.
           MOVE WS-BUSINESS-DATE TO CHN-RUN-DATE.
           MOVE WS-STEP-IN TO CHN-STEP.
           MOVE ZERO TO CHN-RETURN-CODE.
           MOVE ZERO TO CHN-ATTEMPTS.
           MOVE ZERO TO CHN-START-DATE.
           MOVE ZERO TO CHN-START-TIME.
           MOVE ZERO TO CHN-END-DATE.
           MOVE ZERO TO CHN-END-TIME.
           MOVE 'N' TO WS-STEP-FOUND-SW.

       2970-SAVE-STEP.
           IF WS-STEP-ON-FILE
               REWRITE CHAIN-STEP-RECORD
                 INVALID KEY
                   PERFORM 2990-CHAIN-FILE-FAILED
               END-REWRITE
           ELSE
               WRITE CHAIN-STEP-RECORD
                 INVALID KEY
                   PERFORM 2990-CHAIN-FILE-FAILED
               END-WRITE
           END-IF.

       2980-WRITE-LOG.
           MOVE CHN-KEY TO CLG-KEY.
           MOVE CHN-STATE TO CLG-STATE.
           MOVE CHN-RETURN-CODE TO CLG-RETURN-CODE.
           MOVE CHN-ATTEMPTS TO CLG-ATTEMPTS.
           MOVE CHN-START-DATE TO CLG-START-DATE.
           MOVE CHN-START-TIME TO CLG-START-TIME.
           MOVE CHN-END-DATE TO CLG-END-DATE.
           MOVE CHN-END-TIME TO CLG-END-TIME.
           MOVE CHN-BYPASS-BY TO CLG-BYPASS-BY.
           MOVE CHN-BYPASS-REASON TO CLG-BYPASS-REASON.
           WRITE CHAIN-LOG-RECORD.
           IF NOT WS-LOG-OK
               DISPLAY 'WARNING: CHAIN-LOG WRITE FAILED, FILE '
                   'STATUS = ' WS-LOG-STATUS
           END-IF.

       2990-CHAIN-FILE-FAILED.
           DISPLAY 'ABEND: CHAIN-STEPS UPDATE FAILED FOR ' WS-STEP-IN
               ', FILE STATUS = ' WS-CHAIN-STATUS.
           CLOSE CHAIN-STEPS.
           CLOSE CHAIN-LOG.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-END-OF-JOB.
           CLOSE CHAIN-STEPS.
           CLOSE CHAIN-LOG.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
      *    heading, with the open section heading carried over.
       8000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PRINT-LINE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       8100-PAGE-HEADING.
           ADD 1 TO RPT-PAGE-NO.
           MOVE RPT-TITLE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE.
           MOVE RPT-DATE-PAGE-LINE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           MOVE SPACES TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           MOVE 3 TO RPT-LINE-COUNT.
           IF RPT-SECTION-HEADING NOT = SPACES
               MOVE RPT-SECTION-HEADING TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               ADD 1 TO RPT-LINE-COUNT
           END-IF.

       8900-WRITE-END-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PAGE-NO TO RPT-END-PAGES.
           MOVE RPT-END-LINE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
