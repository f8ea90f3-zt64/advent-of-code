       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-12-monthend.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Month-end management report for the operations review:
      *    one month's totals from the nightly chain, each set
      *    beside the month before it with the change and the
      *    percentage change, so the month's figures come off one
      *    report instead of being added up from a month of
      *    digests.
      *    AOC-REPORT-MONTH  month to report, YYYYMM (default the
      *                      month before the business date's)
      *    Sources, all read whole, none of them changed:
      *      run-control history  feed read/loaded/rejected per
      *                           source, generation delta, xref
      *                           and expired exceptions, nights
      *                           run and nights refused
      *      audit journal        maintenance ADD/CHG/DEL, aged to
      *                           inactive, purged, restored
      *      run-history log      forced reruns of the load
      *      chain step log       nights held from archive
      *    A night that was refused and rerun, or forced over,
      *    appears on the history more than once; the latest of its
      *    records stands, except that a refused record never
      *    displaces one that was not. The night the chain last
      *    ran is still on ./checkpoint/day-12-runctl.dat, not yet
      *    on the history, and is read from there.
           SELECT OPTIONAL RUNCTL-HISTORY
           ASSIGN TO "./checkpoint/day-12-runctl-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL RUN-CONTROL
           ASSIGN TO "./checkpoint/day-12-runctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL AOC-JOURNAL
           ASSIGN TO "./output/day-12-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-LOG
           ASSIGN TO "./checkpoint/day-12-runlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT OPTIONAL CHAIN-LOG
           ASSIGN TO "./checkpoint/day-12-chain-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHAINLOG-STATUS.

           SELECT MONTHEND-REPORT
           ASSIGN TO "./output/day-12-monthend.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD RUNCTL-HISTORY.
         01 RUNCTL-HISTORY-RECORD.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==HST==.

         FD RUN-CONTROL.
         01 RUN-CONTROL-RECORD.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==CTL==.

         FD AOC-JOURNAL.
         01 AOC-JOURNAL-RECORD.
             COPY AOC12JRN REPLACING ==:PREFIX:== BY ==JRN==.

         FD RUN-LOG.
         01 RUN-LOG-RECORD.
             COPY AOC12LOG REPLACING ==:PREFIX:== BY ==LOG==.

         FD CHAIN-LOG.
         01 CHAIN-LOG-RECORD.
           05 CLG-EVENT PIC X(6).
             COPY AOC12CHN REPLACING ==:PREFIX:== BY ==CLG==.

         FD MONTHEND-REPORT.
         01 MONTHEND-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-HISTORY-STATUS PIC XX.
           88 WS-HISTORY-OK VALUE '00' '05'.
         01 WS-CONTROL-STATUS PIC XX.
           88 WS-CONTROL-OK VALUE '00' '05'.
         01 WS-JOURNAL-STATUS PIC XX.
           88 WS-JOURNAL-OK VALUE '00' '05'.
         01 WS-RUNLOG-STATUS PIC XX.
           88 WS-RUNLOG-OK VALUE '00' '05'.
         01 WS-CHAINLOG-STATUS PIC XX.
           88 WS-CHAINLOG-OK VALUE '00' '05'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-EOF PIC A(1) VALUE 'N'.
         01 WS-LIVE-SW PIC A(1) VALUE 'N'.

         01 WS-RUN-DATE PIC 9(8).
         01 WS-MONTH-IN PIC X(6) VALUE SPACES.
         01 WS-REPORT-MONTH PIC 9(6) VALUE ZERO.
         01 WS-PRIOR-MONTH PIC 9(6) VALUE ZERO.
         01 WS-BUSINESS-MONTH PIC 9(6) VALUE ZERO.
         01 WS-PRIOR-MONTH-START PIC 9(8) VALUE ZERO.

      *    Date being placed: its month, its day, and where it falls
      *    - month 1 is the report month, 2 the month before, 0
      *    neither - and its night slot, 1-31 for the report month
      *    and 32-62 for the month before.
         01 WS-ENTRY-DATE PIC 9(8).
         01 WS-ENTRY-MONTH PIC 9(6).
         01 WS-ENTRY-DAY PIC 9(2).
         01 WS-MTH-IDX PIC 9(1).
         01 WS-NIGHT-IDX PIC 9(2).

      *    Run-control record being chosen or totalled, from the
      *    history or the live record, and its place in the order
      *    they were written (the live record comes last).
         01 WS-CONTROL-NIGHT.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==NGT==.
         01 WS-RECORD-NO PIC 9(9) VALUE ZERO.
         01 WS-HISTORY-COUNT PIC 9(9) VALUE ZERO.

         01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 62 TIMES.
             10 WS-NIGHT-RECORD-NO PIC 9(9) VALUE ZERO.
             10 WS-NIGHT-VERDICT PIC X(8) VALUE SPACES.
             10 WS-NIGHT-HELD-SW PIC X(1) VALUE 'N'.
             10 WS-NIGHT-BYPASS-SW PIC X(1) VALUE 'N'.

      *    Totals for the report month (1) and the month before (2).
         01 WS-MONTH-TOTALS.
           05 WS-MONTH-ENTRY OCCURS 2 TIMES.
             10 WS-MTH-NIGHTS PIC 9(9) VALUE ZERO.
             10 WS-MTH-REFUSED PIC 9(9) VALUE ZERO.
             10 WS-MTH-RERUNS PIC 9(9) VALUE ZERO.
             10 WS-MTH-HELD PIC 9(9) VALUE ZERO.
             10 WS-MTH-BYPASSED PIC 9(9) VALUE ZERO.
             10 WS-MTH-READ PIC 9(9) VALUE ZERO.
             10 WS-MTH-LOADED PIC 9(9) VALUE ZERO.
             10 WS-MTH-REJECTED PIC 9(9) VALUE ZERO.
             10 WS-MTH-DELTA-ADDED PIC 9(9) VALUE ZERO.
             10 WS-MTH-DELTA-DROPPED PIC 9(9) VALUE ZERO.
             10 WS-MTH-DELTA-CHANGED PIC 9(9) VALUE ZERO.
             10 WS-MTH-XREF PIC 9(9) VALUE ZERO.
             10 WS-MTH-EXPIRED PIC 9(9) VALUE ZERO.
             10 WS-MTH-MAINT-ADD PIC 9(9) VALUE ZERO.
             10 WS-MTH-MAINT-CHG PIC 9(9) VALUE ZERO.
             10 WS-MTH-MAINT-DEL PIC 9(9) VALUE ZERO.
             10 WS-MTH-AGED PIC 9(9) VALUE ZERO.
             10 WS-MTH-PURGED PIC 9(9) VALUE ZERO.
             10 WS-MTH-RESTORED PIC 9(9) VALUE ZERO.

      *    Feed totals by source code, in the order the codes were
      *    first met; each count is kept for both months.
         01 WS-SOURCE-TOTALS.
           05 WS-SRT-ENTRY OCCURS 8 TIMES.
             10 WS-SRT-CODE PIC X(2) VALUE SPACES.
             10 WS-SRT-READ PIC 9(9) OCCURS 2 TIMES VALUE ZERO.
             10 WS-SRT-LOADED PIC 9(9) OCCURS 2 TIMES VALUE ZERO.
             10 WS-SRT-REJECTED PIC 9(9) OCCURS 2 TIMES VALUE ZERO.
         01 WS-SRT-COUNT PIC 9(2) VALUE ZERO.
         01 WS-SRT-MAX PIC 9(2) VALUE 8.
         01 WS-SRT-IDX PIC 9(2).
         01 WS-SLOT-IDX PIC 9(2).
         01 WS-SCAN-SRT PIC 9(2).
         01 WS-SOURCE-FULL-SW PIC A(1) VALUE 'N'.

         01 WS-JOURNAL-FIRST-DATE PIC 9(8) VALUE ZERO.
         01 WS-JOURNAL-COUNTED PIC 9(9) VALUE ZERO.

      *    Comparison being printed, and the change between months.
         01 WS-CMP-CURRENT PIC 9(9).
         01 WS-CMP-PRIOR PIC 9(9).
         01 WS-CMP-CHANGE PIC S9(10).
         01 WS-CMP-PCT PIC S9(5)V9.

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.

         01 WS-REPORT-TITLE PIC X(80)
           VALUE 'DAY-12 MONTH-END MANAGEMENT REPORT'.
         01 WS-PARM-LINE.
           05 FILLER PIC X(14) VALUE 'REPORT MONTH: '.
           05 WS-PARM-MONTH PIC 9999/99.
           05 FILLER PIC X(18) VALUE '   COMPARED WITH: '.
           05 WS-PARM-PRIOR PIC 9999/99.
           05 FILLER PIC X(34) VALUE SPACES.
         01 WS-CAPTION-LINE.
           05 WS-CAP-SECTION PIC X(28).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-CAP-CURRENT PIC 9999/99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-CAP-PRIOR PIC 9999/99.
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'CHANGE'.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(3) VALUE 'PCT'.
           05 FILLER PIC X(6) VALUE SPACES.
         01 WS-COMPARE-LINE.
           05 WS-CMP-LABEL PIC X(28).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CMP-CURRENT-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CMP-PRIOR-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CMP-CHANGE-OUT PIC ++++,+++,++9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CMP-PCT-AREA.
             10 WS-CMP-PCT-OUT PIC +++++9.9.
           05 FILLER PIC X(6) VALUE SPACES.
         01 WS-SOURCE-LABEL.
           05 FILLER PIC X(7) VALUE 'SOURCE '.
           05 WS-SRC-LABEL-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SRC-LABEL-COUNT PIC X(18).
         01 WS-NO-SOURCE-LINE PIC X(80)
           VALUE '    NO FEED RECORDED IN EITHER MONTH'.
         01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
         01 WS-JOURNAL-NOTE-LINE.
           05 FILLER PIC X(21) VALUE 'NOTE: JOURNAL BEGINS '.
           05 WS-JOURNAL-NOTE-DATE PIC 9999/99/99.
           05 FILLER PIC X(25) VALUE ' - EARLIER FILE ACTIVITY '.
           05 FILLER PIC X(24) VALUE 'IS ON A ROLLED ARCHIVE'.
         01 WS-SOURCE-FULL-LINE.
           05 FILLER PIC X(37)
             VALUE 'NOTE: MORE THAN 8 SOURCE CODES - THE '.
           05 FILLER PIC X(43)
             VALUE 'ALL-SOURCES TOTALS COVER THE REST'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-CHOOSE-NIGHTS.
           PERFORM 2200-TOTAL-NIGHTS.
           PERFORM 2500-COUNT-JOURNAL.
           PERFORM 2600-COUNT-RERUNS.
           PERFORM 2700-COUNT-ARCHIVE-HOLDS.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           PERFORM 1100-SET-REPORT-MONTH.
           OPEN OUTPUT MONTHEND-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: MONTHEND-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-REPORT-STATUS
               DISPLAY 'ABEND: ./output/ IS MISSING OR UNAVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-REPORT-MONTH TO WS-PARM-MONTH.
           MOVE WS-PRIOR-MONTH TO WS-PARM-PRIOR.
           MOVE WS-PARM-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-MONTH TO WS-CAP-CURRENT.
           MOVE WS-PRIOR-MONTH TO WS-CAP-PRIOR.

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

      *    Run at the start of a month, the default reports the
      *    month just closed. A month after the business date's has
      *    nothing to report yet and is refused as a keying slip.
       1100-SET-REPORT-MONTH.
           COMPUTE WS-BUSINESS-MONTH = WS-RUN-DATE / 100.
           ACCEPT WS-MONTH-IN FROM ENVIRONMENT 'AOC-REPORT-MONTH'.
           IF WS-MONTH-IN = SPACES
               MOVE WS-BUSINESS-MONTH TO WS-REPORT-MONTH
               PERFORM 1150-STEP-BACK-MONTH
               MOVE WS-PRIOR-MONTH TO WS-REPORT-MONTH
           ELSE
               IF WS-MONTH-IN IS NUMERIC
                   MOVE WS-MONTH-IN TO WS-REPORT-MONTH
               ELSE
                   DISPLAY 'ABEND: AOC-REPORT-MONTH IS NOT A '
                       'YYYYMM MONTH: ' WS-MONTH-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF FUNCTION MOD (WS-REPORT-MONTH, 100) = ZERO OR
              FUNCTION MOD (WS-REPORT-MONTH, 100) > 12
               DISPLAY 'ABEND: AOC-REPORT-MONTH IS NOT A YYYYMM '
                   'MONTH: ' WS-MONTH-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPORT-MONTH > WS-BUSINESS-MONTH
               DISPLAY 'ABEND: AOC-REPORT-MONTH ' WS-REPORT-MONTH
                   ' IS AFTER THE BUSINESS DATE ' WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-STEP-BACK-MONTH.
           COMPUTE WS-PRIOR-MONTH-START = WS-PRIOR-MONTH * 100 + 1.

       1150-STEP-BACK-MONTH.
           IF FUNCTION MOD (WS-REPORT-MONTH, 100) = 1
               COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 89
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
           END-IF.

      *    First pass: settle which record stands for each night of
      *    the two months, by its place in the order written.
       2000-CHOOSE-NIGHTS.
           OPEN INPUT RUNCTL-HISTORY.
           IF NOT WS-HISTORY-OK
               DISPLAY 'WARNING: RUNCTL-HISTORY OPEN FAILED, FILE '
                   'STATUS = ' WS-HISTORY-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2060-READ-HISTORY
               PERFORM 2050-CHOOSE-HISTORY-NIGHT UNTIL WS-EOF = 'Y'
               CLOSE RUNCTL-HISTORY
           END-IF.
           MOVE WS-RECORD-NO TO WS-HISTORY-COUNT.
           PERFORM 2080-READ-LIVE-CONTROL.
           IF WS-LIVE-SW = 'Y'
               COMPUTE WS-RECORD-NO = WS-HISTORY-COUNT + 1
               PERFORM 2100-CHOOSE-NIGHT
           END-IF.

       2050-CHOOSE-HISTORY-NIGHT.
           ADD 1 TO WS-RECORD-NO.
           MOVE RUNCTL-HISTORY-RECORD TO WS-CONTROL-NIGHT.
           PERFORM 2100-CHOOSE-NIGHT.
           PERFORM 2060-READ-HISTORY.

       2060-READ-HISTORY.
           READ RUNCTL-HISTORY
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2080-READ-LIVE-CONTROL.
           MOVE 'N' TO WS-LIVE-SW.
           OPEN INPUT RUN-CONTROL.
           IF WS-CONTROL-OK
               READ RUN-CONTROL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CTL-RUN-DATE IS NUMERIC
                       MOVE RUN-CONTROL-RECORD TO WS-CONTROL-NIGHT
                       MOVE 'Y' TO WS-LIVE-SW
                   END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       2100-CHOOSE-NIGHT.
           IF NGT-RUN-DATE IS NUMERIC
               MOVE NGT-RUN-DATE TO WS-ENTRY-DATE
               PERFORM 2900-LOCATE-NIGHT
               IF WS-MTH-IDX > ZERO
                   IF NGT-FEED-VERDICT = 'REFUSED' AND
                      WS-NIGHT-RECORD-NO (WS-NIGHT-IDX) > ZERO AND
                      WS-NIGHT-VERDICT (WS-NIGHT-IDX) NOT = 'REFUSED'
                       CONTINUE
                   ELSE
                       MOVE WS-RECORD-NO
                         TO WS-NIGHT-RECORD-NO (WS-NIGHT-IDX)
                       MOVE NGT-FEED-VERDICT
                         TO WS-NIGHT-VERDICT (WS-NIGHT-IDX)
                   END-IF
               END-IF
           END-IF.

      *    Second pass: add up the records the first pass chose.
       2200-TOTAL-NIGHTS.
           MOVE ZERO TO WS-RECORD-NO.
           OPEN INPUT RUNCTL-HISTORY.
           IF WS-HISTORY-OK
               MOVE 'N' TO WS-EOF
               PERFORM 2060-READ-HISTORY
               PERFORM 2250-TOTAL-HISTORY-NIGHT UNTIL WS-EOF = 'Y'
               CLOSE RUNCTL-HISTORY
           END-IF.
           PERFORM 2080-READ-LIVE-CONTROL.
           IF WS-LIVE-SW = 'Y'
               COMPUTE WS-RECORD-NO = WS-HISTORY-COUNT + 1
               PERFORM 2280-TOTAL-IF-CHOSEN
           END-IF.

       2250-TOTAL-HISTORY-NIGHT.
           ADD 1 TO WS-RECORD-NO.
           MOVE RUNCTL-HISTORY-RECORD TO WS-CONTROL-NIGHT.
           PERFORM 2280-TOTAL-IF-CHOSEN.
           PERFORM 2060-READ-HISTORY.

       2280-TOTAL-IF-CHOSEN.
           IF NGT-RUN-DATE IS NUMERIC
               MOVE NGT-RUN-DATE TO WS-ENTRY-DATE
               PERFORM 2900-LOCATE-NIGHT
               IF WS-MTH-IDX > ZERO
                   IF WS-NIGHT-RECORD-NO (WS-NIGHT-IDX) = WS-RECORD-NO
                       PERFORM 2300-ADD-NIGHT
                   END-IF
               END-IF
           END-IF.

      *    Counters a record was written without (blank, so not
      *    numeric) add nothing.
       2300-ADD-NIGHT.
           ADD 1 TO WS-MTH-NIGHTS (WS-MTH-IDX).
           IF NGT-FEED-VERDICT = 'REFUSED'
               ADD 1 TO WS-MTH-REFUSED (WS-MTH-IDX)
           END-IF.
           IF NGT-FEED-READ IS NUMERIC
               ADD NGT-FEED-READ TO WS-MTH-READ (WS-MTH-IDX)
           END-IF.
           IF NGT-LOADED IS NUMERIC
               ADD NGT-LOADED TO WS-MTH-LOADED (WS-MTH-IDX)
           END-IF.
           IF NGT-REJECTED IS NUMERIC
               ADD NGT-REJECTED TO WS-MTH-REJECTED (WS-MTH-IDX)
           END-IF.
           IF NGT-DELTA-ADDED IS NUMERIC
               ADD NGT-DELTA-ADDED TO WS-MTH-DELTA-ADDED (WS-MTH-IDX)
           END-IF.
           IF NGT-DELTA-DROPPED IS NUMERIC
               ADD NGT-DELTA-DROPPED
                 TO WS-MTH-DELTA-DROPPED (WS-MTH-IDX)
           END-IF.
           IF NGT-DELTA-CHANGED IS NUMERIC
               ADD NGT-DELTA-CHANGED
                 TO WS-MTH-DELTA-CHANGED (WS-MTH-IDX)
           END-IF.
           IF NGT-XREF-EXCEPTIONS IS NUMERIC
               ADD NGT-XREF-EXCEPTIONS TO WS-MTH-XREF (WS-MTH-IDX)
           END-IF.
           IF NGT-EXPIRED-MATCHES IS NUMERIC
               ADD NGT-EXPIRED-MATCHES TO WS-MTH-EXPIRED (WS-MTH-IDX)
           END-IF.
           PERFORM 2350-ADD-NIGHT-SOURCE
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.

       2350-ADD-NIGHT-SOURCE.
           IF NGT-SRC-CODE (WS-SLOT-IDX) NOT = SPACES AND
              NGT-SRC-READ (WS-SLOT-IDX) IS NUMERIC AND
              NGT-SRC-LOADED (WS-SLOT-IDX) IS NUMERIC AND
              NGT-SRC-REJECTED (WS-SLOT-IDX) IS NUMERIC
               PERFORM 2360-FIND-SOURCE
               IF WS-SRT-IDX > ZERO
                   ADD NGT-SRC-READ (WS-SLOT-IDX)
                     TO WS-SRT-READ (WS-SRT-IDX, WS-MTH-IDX)
                   ADD NGT-SRC-LOADED (WS-SLOT-IDX)
                     TO WS-SRT-LOADED (WS-SRT-IDX, WS-MTH-IDX)
                   ADD NGT-SRC-REJECTED (WS-SLOT-IDX)
                     TO WS-SRT-REJECTED (WS-SRT-IDX, WS-MTH-IDX)
               END-IF
           END-IF.

      *    Leaves WS-SRT-IDX on the code's entry, adding one for a
      *    code not met before, or zero when the table is full.
       2360-FIND-SOURCE.
           MOVE ZERO TO WS-SRT-IDX.
           PERFORM VARYING WS-SCAN-SRT FROM 1 BY 1
               UNTIL WS-SCAN-SRT > WS-SRT-COUNT
               IF WS-SRT-CODE (WS-SCAN-SRT) =
                  NGT-SRC-CODE (WS-SLOT-IDX)
                   MOVE WS-SCAN-SRT TO WS-SRT-IDX
                   MOVE WS-SRT-COUNT TO WS-SCAN-SRT
               END-IF
           END-PERFORM.
           IF WS-SRT-IDX = ZERO
               IF WS-SRT-COUNT < WS-SRT-MAX
                   ADD 1 TO WS-SRT-COUNT
                   MOVE WS-SRT-COUNT TO WS-SRT-IDX
                   MOVE NGT-SRC-CODE (WS-SLOT-IDX)
                     TO WS-SRT-CODE (WS-SRT-IDX)
               ELSE
                   MOVE 'Y' TO WS-SOURCE-FULL-SW
               END-IF
           END-IF.

      *    Maintenance is what day-12-maint applied; day-12-purge's
      *    CHG is a record aged to inactive and its DEL a physical
      *    purge; day-12-restore's ADD is a purged record restored.
      *    The load's merge entries are counted by the run control.
       2500-COUNT-JOURNAL.
           OPEN INPUT AOC-JOURNAL.
           IF NOT WS-JOURNAL-OK
               DISPLAY 'WARNING: AOC-JOURNAL OPEN FAILED, FILE '
                   'STATUS = ' WS-JOURNAL-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2560-READ-JOURNAL
               PERFORM 2550-COUNT-JOURNAL-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE AOC-JOURNAL
           END-IF.

       2550-COUNT-JOURNAL-ENTRY.
           IF JRN-RUN-DATE IS NUMERIC
               IF WS-JOURNAL-FIRST-DATE = ZERO
                   MOVE JRN-RUN-DATE TO WS-JOURNAL-FIRST-DATE
               END-IF
               MOVE JRN-RUN-DATE TO WS-ENTRY-DATE
               PERFORM 2900-LOCATE-NIGHT
               IF WS-MTH-IDX > ZERO
                   PERFORM 2570-COUNT-JOURNAL-ACTION
               END-IF
           END-IF.
           PERFORM 2560-READ-JOURNAL.

       2560-READ-JOURNAL.
           READ AOC-JOURNAL
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2570-COUNT-JOURNAL-ACTION.
           ADD 1 TO WS-JOURNAL-COUNTED.
           EVALUATE TRUE
               WHEN JRN-PROGRAM = 'day-12-maint' AND
                    JRN-ACTION = 'ADD'
                   ADD 1 TO WS-MTH-MAINT-ADD (WS-MTH-IDX)
               WHEN JRN-PROGRAM = 'day-12-maint' AND
                    JRN-ACTION = 'CHG'
                   ADD 1 TO WS-MTH-MAINT-CHG (WS-MTH-IDX)
               WHEN JRN-PROGRAM = 'day-12-maint' AND
                    JRN-ACTION = 'DEL'
                   ADD 1 TO WS-MTH-MAINT-DEL (WS-MTH-IDX)
               WHEN JRN-PROGRAM = 'day-12-purge' AND
                    JRN-ACTION = 'CHG'
                   ADD 1 TO WS-MTH-AGED (WS-MTH-IDX)
               WHEN JRN-PROGRAM = 'day-12-purge' AND
                    JRN-ACTION = 'DEL'
                   ADD 1 TO WS-MTH-PURGED (WS-MTH-IDX)
               WHEN JRN-PROGRAM = 'day-12-restore' AND
                    JRN-ACTION = 'ADD'
                   ADD 1 TO WS-MTH-RESTORED (WS-MTH-IDX)
               WHEN OTHER
                   SUBTRACT 1 FROM WS-JOURNAL-COUNTED
           END-EVALUATE.

      *    The loader marks a run forced over a completed one; the
      *    day-12-cobol entry of the same night is not counted again.
       2600-COUNT-RERUNS.
           OPEN INPUT RUN-LOG.
           IF NOT WS-RUNLOG-OK
               DISPLAY 'WARNING: RUN-LOG OPEN FAILED, FILE STATUS = '
                   WS-RUNLOG-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2660-READ-RUN-LOG
               PERFORM 2650-COUNT-RUN-LOG-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE RUN-LOG
           END-IF.

       2650-COUNT-RUN-LOG-ENTRY.
           IF LOG-PROGRAM = 'day-12-load' AND
              LOG-RERUN-FLAG = 'Y' AND
              LOG-RUN-DATE IS NUMERIC
               MOVE LOG-RUN-DATE TO WS-ENTRY-DATE
               PERFORM 2900-LOCATE-NIGHT
               IF WS-MTH-IDX > ZERO
                   ADD 1 TO WS-MTH-RERUNS (WS-MTH-IDX)
               END-IF
           END-IF.
           PERFORM 2660-READ-RUN-LOG.

       2660-READ-RUN-LOG.
           READ RUN-LOG
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *    A night is held from archive when STEP030 was kept from
      *    filing it: one of the steps it is conditioned on (see
      *    DAY12RUN.jcl) ended non-zero, or STEP030 itself failed or
      *    was bypassed. The log keeps every event, so a hold stays
      *    counted after the night was put right and archived; each
      *    night counts once however many times it was held.
       2700-COUNT-ARCHIVE-HOLDS.
           OPEN INPUT CHAIN-LOG.
           IF NOT WS-CHAINLOG-OK
               DISPLAY 'WARNING: CHAIN-LOG OPEN FAILED, FILE STATUS = '
                   WS-CHAINLOG-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM 2760-READ-CHAIN-LOG
               PERFORM 2750-CHECK-CHAIN-EVENT UNTIL WS-EOF = 'Y'
               CLOSE CHAIN-LOG
           END-IF.
           PERFORM 2780-TALLY-HOLDS
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > 62.

       2750-CHECK-CHAIN-EVENT.
           IF CLG-RUN-DATE IS NUMERIC
               MOVE CLG-RUN-DATE TO WS-ENTRY-DATE
               PERFORM 2900-LOCATE-NIGHT
               IF WS-MTH-IDX > ZERO
                   PERFORM 2770-NOTE-HOLD
               END-IF
           END-IF.
           PERFORM 2760-READ-CHAIN-LOG.

       2760-READ-CHAIN-LOG.
           READ CHAIN-LOG
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2770-NOTE-HOLD.
           IF CLG-EVENT = 'END' AND
              CLG-RETURN-CODE IS NUMERIC AND
              CLG-RETURN-CODE NOT = ZERO AND
              (CLG-STEP = 'STEP020' OR CLG-STEP = 'STEP026' OR
               CLG-STEP = 'STEP27A' OR CLG-STEP = 'STEP028' OR
               CLG-STEP = 'STEP029' OR CLG-STEP = 'STEP030')
               MOVE 'Y' TO WS-NIGHT-HELD-SW (WS-NIGHT-IDX)
           END-IF.
           IF CLG-EVENT = 'BYPASS' AND CLG-STEP = 'STEP030'
               MOVE 'Y' TO WS-NIGHT-HELD-SW (WS-NIGHT-IDX)
               MOVE 'Y' TO WS-NIGHT-BYPASS-SW (WS-NIGHT-IDX)
           END-IF.

       2780-TALLY-HOLDS.
           IF WS-NIGHT-IDX > 31
               MOVE 2 TO WS-MTH-IDX
           ELSE
               MOVE 1 TO WS-MTH-IDX
           END-IF.
           IF WS-NIGHT-HELD-SW (WS-NIGHT-IDX) = 'Y'
               ADD 1 TO WS-MTH-HELD (WS-MTH-IDX)
           END-IF.
           IF WS-NIGHT-BYPASS-SW (WS-NIGHT-IDX) = 'Y'
               ADD 1 TO WS-MTH-BYPASSED (WS-MTH-IDX)
           END-IF.

      *    Places WS-ENTRY-DATE: WS-MTH-IDX 0 when it is in neither
      *    month, else the month and its night slot.
       2900-LOCATE-NIGHT.
           MOVE ZERO TO WS-MTH-IDX.
           MOVE ZERO TO WS-NIGHT-IDX.
           COMPUTE WS-ENTRY-MONTH = WS-ENTRY-DATE / 100.
           COMPUTE WS-ENTRY-DAY = WS-ENTRY-DATE - WS-ENTRY-MONTH * 100.
           IF WS-ENTRY-DAY > ZERO AND WS-ENTRY-DAY NOT > 31
               IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                   MOVE 1 TO WS-MTH-IDX
               END-IF
               IF WS-ENTRY-MONTH = WS-PRIOR-MONTH
                   MOVE 2 TO WS-MTH-IDX
               END-IF
           END-IF.
           IF WS-MTH-IDX > ZERO
               COMPUTE WS-NIGHT-IDX =
                   (WS-MTH-IDX - 1) * 31 + WS-ENTRY-DAY
           END-IF.

       3000-END-OF-JOB.
           PERFORM 3100-RUN-CONTROL-SECTION.
           PERFORM 3200-FEED-SECTION.
           PERFORM 3300-DELTA-SECTION.
           PERFORM 3400-EXCEPTION-SECTION.
           PERFORM 3500-ACTIVITY-SECTION.
           MOVE SPACES TO RPT-SECTION-HEADING.
           PERFORM 3600-NOTES.
           PERFORM 8900-WRITE-END-LINE.

           CLOSE MONTHEND-REPORT.
           DISPLAY 'Report month: ' WS-REPORT-MONTH
               ', compared with ' WS-PRIOR-MONTH.
           DISPLAY 'Nights on run control: ' WS-MTH-NIGHTS (1)
               ', month before ' WS-MTH-NIGHTS (2).
           DISPLAY 'Journal entries counted: ' WS-JOURNAL-COUNTED.
           DISPLAY 'Forced reruns: ' WS-MTH-RERUNS (1).
           DISPLAY 'Nights held from archive: ' WS-MTH-HELD (1).

       3100-RUN-CONTROL-SECTION.
           MOVE 'RUN CONTROL' TO WS-CAP-SECTION.
           PERFORM 3800-START-SECTION.
           MOVE 'NIGHTS RUN' TO WS-CMP-LABEL.
           MOVE WS-MTH-NIGHTS (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-NIGHTS (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'NIGHTS REFUSED (FEED CTL)' TO WS-CMP-LABEL.
           MOVE WS-MTH-REFUSED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-REFUSED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'FORCED RERUNS' TO WS-CMP-LABEL.
           MOVE WS-MTH-RERUNS (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-RERUNS (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'NIGHTS HELD FROM ARCHIVE' TO WS-CMP-LABEL.
           MOVE WS-MTH-HELD (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-HELD (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE '  OF WHICH ARCHIVE BYPASSED' TO WS-CMP-LABEL.
           MOVE WS-MTH-BYPASSED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-BYPASSED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.

       3200-FEED-SECTION.
           MOVE 'FEED VOLUMES' TO WS-CAP-SECTION.
           PERFORM 3800-START-SECTION.
           IF WS-SRT-COUNT = ZERO
               MOVE WS-NO-SOURCE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           PERFORM 3250-SOURCE-LINES
               VARYING WS-SRT-IDX FROM 1 BY 1
               UNTIL WS-SRT-IDX > WS-SRT-COUNT.
           MOVE 'ALL SOURCES READ' TO WS-CMP-LABEL.
           MOVE WS-MTH-READ (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-READ (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'ALL SOURCES LOADED' TO WS-CMP-LABEL.
           MOVE WS-MTH-LOADED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-LOADED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'ALL SOURCES REJECTED' TO WS-CMP-LABEL.
           MOVE WS-MTH-REJECTED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-REJECTED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.

       3250-SOURCE-LINES.
           MOVE WS-SRT-CODE (WS-SRT-IDX) TO WS-SRC-LABEL-CODE.
           MOVE 'READ' TO WS-SRC-LABEL-COUNT.
           MOVE WS-SOURCE-LABEL TO WS-CMP-LABEL.
           MOVE WS-SRT-READ (WS-SRT-IDX, 1) TO WS-CMP-CURRENT.
           MOVE WS-SRT-READ (WS-SRT-IDX, 2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'LOADED' TO WS-SRC-LABEL-COUNT.
           MOVE WS-SOURCE-LABEL TO WS-CMP-LABEL.
           MOVE WS-SRT-LOADED (WS-SRT-IDX, 1) TO WS-CMP-CURRENT.
           MOVE WS-SRT-LOADED (WS-SRT-IDX, 2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'REJECTED' TO WS-SRC-LABEL-COUNT.
           MOVE WS-SOURCE-LABEL TO WS-CMP-LABEL.
           MOVE WS-SRT-REJECTED (WS-SRT-IDX, 1) TO WS-CMP-CURRENT.
           MOVE WS-SRT-REJECTED (WS-SRT-IDX, 2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.

       3300-DELTA-SECTION.
           MOVE 'GENERATION DELTA' TO WS-CAP-SECTION.
           PERFORM 3800-START-SECTION.
           MOVE 'NAMES ADDED' TO WS-CMP-LABEL.
           MOVE WS-MTH-DELTA-ADDED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-DELTA-ADDED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'NAMES DROPPED' TO WS-CMP-LABEL.
           MOVE WS-MTH-DELTA-DROPPED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-DELTA-DROPPED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'NAMES CHANGED' TO WS-CMP-LABEL.
           MOVE WS-MTH-DELTA-CHANGED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-DELTA-CHANGED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.

       3400-EXCEPTION-SECTION.
           MOVE 'EXCEPTIONS' TO WS-CAP-SECTION.
           PERFORM 3800-START-SECTION.
           MOVE 'XREF EXCEPTIONS' TO WS-CMP-LABEL.
           MOVE WS-MTH-XREF (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-XREF (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'EXPIRED MATCHES' TO WS-CMP-LABEL.
           MOVE WS-MTH-EXPIRED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-EXPIRED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.

       3500-ACTIVITY-SECTION.
           MOVE 'FILE ACTIVITY (JOURNAL)' TO WS-CAP-SECTION.
           PERFORM 3800-START-SECTION.
           MOVE 'MAINTENANCE ADD' TO WS-CMP-LABEL.
           MOVE WS-MTH-MAINT-ADD (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-MAINT-ADD (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'MAINTENANCE CHG' TO WS-CMP-LABEL.
           MOVE WS-MTH-MAINT-CHG (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-MAINT-CHG (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'MAINTENANCE DEL' TO WS-CMP-LABEL.
           MOVE WS-MTH-MAINT-DEL (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-MAINT-DEL (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'AGED TO INACTIVE' TO WS-CMP-LABEL.
           MOVE WS-MTH-AGED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-AGED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'PURGED' TO WS-CMP-LABEL.
           MOVE WS-MTH-PURGED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-PURGED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.
           MOVE 'RESTORED' TO WS-CMP-LABEL.
           MOVE WS-MTH-RESTORED (1) TO WS-CMP-CURRENT.
           MOVE WS-MTH-RESTORED (2) TO WS-CMP-PRIOR.
           PERFORM 3900-WRITE-COMPARISON.

      *    A journal rolled at a layout cutover within the two
      *    months leaves their activity counts short; say so rather
      *    than let a short month pass for a quiet one.
       3600-NOTES.
           IF WS-JOURNAL-FIRST-DATE > WS-PRIOR-MONTH-START
               MOVE WS-BLANK-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE WS-JOURNAL-FIRST-DATE TO WS-JOURNAL-NOTE-DATE
               MOVE WS-JOURNAL-NOTE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           IF WS-SOURCE-FULL-SW = 'Y'
               MOVE WS-SOURCE-FULL-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3800-START-SECTION.
           MOVE WS-BLANK-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-CAPTION-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-CAPTION-LINE TO RPT-SECTION-HEADING.

      *    The percentage is the change over the month before; with
      *    nothing the month before there is none to give, and a
      *    change too large to print shows as stars.
       3900-WRITE-COMPARISON.
           MOVE WS-CMP-CURRENT TO WS-CMP-CURRENT-OUT.
           MOVE WS-CMP-PRIOR TO WS-CMP-PRIOR-OUT.
           COMPUTE WS-CMP-CHANGE = WS-CMP-CURRENT - WS-CMP-PRIOR.
           MOVE WS-CMP-CHANGE TO WS-CMP-CHANGE-OUT.
           IF WS-CMP-PRIOR = ZERO
               IF WS-CMP-CURRENT = ZERO
                   MOVE SPACES TO WS-CMP-PCT-AREA
               ELSE
                   MOVE '     NEW' TO WS-CMP-PCT-AREA
               END-IF
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-CHANGE * 100 / WS-CMP-PRIOR
                 ON SIZE ERROR
                   MOVE ' *******' TO WS-CMP-PCT-AREA
                 NOT ON SIZE ERROR
                   MOVE WS-CMP-PCT TO WS-CMP-PCT-OUT
               END-COMPUTE
           END-IF.
           MOVE WS-COMPARE-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
      *    heading, with the open section heading carried over.
       8000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PRINT-LINE TO MONTHEND-REPORT-LINE.
           WRITE MONTHEND-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       8100-PAGE-HEADING.
           ADD 1 TO RPT-PAGE-NO.
           MOVE RPT-TITLE TO MONTHEND-REPORT-LINE.
           WRITE MONTHEND-REPORT-LINE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE.
           MOVE RPT-DATE-PAGE-LINE TO MONTHEND-REPORT-LINE.
           WRITE MONTHEND-REPORT-LINE.
           MOVE SPACES TO MONTHEND-REPORT-LINE.
           WRITE MONTHEND-REPORT-LINE.
           MOVE 3 TO RPT-LINE-COUNT.
           IF RPT-SECTION-HEADING NOT = SPACES
               MOVE RPT-SECTION-HEADING TO MONTHEND-REPORT-LINE
               WRITE MONTHEND-REPORT-LINE
               ADD 1 TO RPT-LINE-COUNT
           END-IF.

       8900-WRITE-END-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PAGE-NO TO RPT-END-PAGES.
           MOVE RPT-END-LINE TO MONTHEND-REPORT-LINE.
           WRITE MONTHEND-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
