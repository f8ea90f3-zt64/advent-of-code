       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-12-queue.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Takes an edited maintenance batch into the pending queue
      *    instead of applying it. Whoever can place
      *    ./input/day-12-trans.txt can only ask for a change: each
      *    line becomes one numbered request, held until a second
      *    person approves it by number through day-12-maint. Runs
      *    conditioned on a clean day-12-edit (see DAY12MNT.jcl),
      *    and lists the request numbers it assigned so the
      *    requester can pass them to the approver.
           SELECT MAINT-TRANS ASSIGN TO "./input/day-12-trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

      *    Pending queue (AOC12PND), shared with day-12-maint. The
      *    requester key lets a resubmitted batch be matched
      *    against what that requester already has waiting.
           SELECT MAINT-QUEUE
           ASSIGN TO "./checkpoint/day-12-maint-queue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-REQUEST-NO
           ALTERNATE RECORD KEY IS PND-REQUESTER WITH DUPLICATES
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT QUEUE-REPORT ASSIGN TO "./output/day-12-queue.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD MAINT-TRANS.
         01 MAINT-TRANS-RECORD.
           05 TRANS-ACTION PIC X(3).
           05 FILLER PIC X(1).
           05 TRANS-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 TRANS-STATUS-FLAG PIC X(1).
           05 FILLER PIC X(1).
           05 TRANS-REQUESTER PIC X(8).
           05 FILLER PIC X(1).
           05 TRANS-REASON-CODE PIC X(4).

         FD MAINT-QUEUE.
         01 MAINT-QUEUE-RECORD.
             COPY AOC12PND REPLACING ==:PREFIX:== BY ==PND==.

         FD QUEUE-REPORT.
         01 QUEUE-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-TRANS-STATUS PIC XX.
           88 WS-TRANS-OK VALUE '00'.
         01 WS-QUEUE-STATUS PIC XX.
           88 WS-QUEUE-OK VALUE '00'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-EOF PIC A(1) VALUE 'N'.
         01 WS-SCAN-EOF PIC A(1) VALUE 'N'.
         01 WS-RUN-DATE PIC 9(8).
         01 WS-RUN-TIME.
           05 WS-RUN-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
         01 WS-TRANS-COUNT PIC 9(9) VALUE ZERO.
         01 WS-QUEUED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.

      *    Request numbers run on from the highest already on the
      *    queue, found by a sequential pass at start-up the same
      *    way day-12-maint numbers its ADDs.
         01 WS-HIGH-REQUEST-NO PIC 9(9) VALUE ZERO.
         01 WS-PENDING-SW PIC A(1).
           88 WS-ALREADY-PENDING VALUE 'Y'.
         01 WS-PENDING-REQUEST-NO PIC 9(9).

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.

         01 WS-REPORT-TITLE PIC X(80)
           VALUE 'DAY-12 MAINTENANCE REQUESTS QUEUED FOR APPROVAL'.
         01 WS-COLUMN-HEADING PIC X(80)
           VALUE '      REQUEST REQUESTR RSN  ACT NAME       F RESULT'.
         01 WS-QUEUE-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DETAIL-REQUEST-NO PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REQUESTER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REASON-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-ACTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-FLAG PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-RESULT PIC X(15).
           05 FILLER PIC X(20) VALUE SPACES.
         01 WS-TRANS-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05 WS-TRANS-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(49) VALUE SPACES.
         01 WS-QUEUED-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE 'REQUESTS QUEUED: '.
           05 WS-QUEUED-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(41) VALUE SPACES.
         01 WS-SKIPPED-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE 'ALREADY PENDING, SKIPPED: '.
           05 WS-SKIPPED-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(41) VALUE SPACES.
         01 WS-APPROVAL-NOTE-LINE PIC X(80)
           VALUE 'NOTHING APPLIES UNTIL A SECOND PERSON APPROVES IT'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-QUEUE-TRANSACTION UNTIL WS-EOF = 'Y'.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT MAINT-TRANS.
           IF NOT WS-TRANS-OK
               DISPLAY 'ABEND: MAINT-TRANS OPEN FAILED, FILE '
                   'STATUS = ' WS-TRANS-STATUS
               DISPLAY 'ABEND: ./input/day-12-trans.txt IS MISSING '
                   'OR UNAVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    The first batch ever queued creates the queue empty.
           OPEN I-O MAINT-QUEUE.
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT MAINT-QUEUE
               IF WS-QUEUE-OK
                   CLOSE MAINT-QUEUE
                   OPEN I-O MAINT-QUEUE
               END-IF
           END-IF.
           IF NOT WS-QUEUE-OK
               DISPLAY 'ABEND: MAINT-QUEUE OPEN FAILED, FILE '
                   'STATUS = ' WS-QUEUE-STATUS
               DISPLAY 'ABEND: ./checkpoint/day-12-maint-queue.dat '
                   'IS UNAVAILABLE - NOTHING QUEUED'
               CLOSE MAINT-TRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT QUEUE-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: QUEUE-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-REPORT-STATUS
               DISPLAY 'ABEND: ./output/ IS MISSING OR UNAVAILABLE'
               CLOSE MAINT-TRANS
               CLOSE MAINT-QUEUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-COLUMN-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO RPT-SECTION-HEADING.

           PERFORM 1100-FIND-HIGH-REQUEST-NO.
           PERFORM 2100-READ-TRANSACTION.
           IF WS-EOF = 'Y'
               DISPLAY 'ABEND: ./input/day-12-trans.txt IS EMPTY, '
                   'NO TRANSACTIONS FOUND'
               CLOSE MAINT-TRANS
               CLOSE MAINT-QUEUE
               CLOSE QUEUE-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       1100-FIND-HIGH-REQUEST-NO.
           MOVE ZERO TO PND-REQUEST-NO.
           START MAINT-QUEUE KEY IS NOT LESS THAN PND-REQUEST-NO
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM 1150-SCAN-NEXT-REQUEST-NO UNTIL WS-SCAN-EOF = 'Y'.

       1150-SCAN-NEXT-REQUEST-NO.
           READ MAINT-QUEUE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SCAN-EOF
             NOT AT END
               IF PND-REQUEST-NO > WS-HIGH-REQUEST-NO
                   MOVE PND-REQUEST-NO TO WS-HIGH-REQUEST-NO
               END-IF
           END-READ.

      *    A batch resubmitted after a failed step would otherwise
      *    queue every change twice and invite a double approval,
      *    so a line identical to one its requester already has
      *    pending is reported against the existing number instead.
       2000-QUEUE-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT.
           PERFORM 2200-CHECK-ALREADY-PENDING.
           MOVE TRANS-REQUESTER TO WS-DETAIL-REQUESTER.
           MOVE TRANS-REASON-CODE TO WS-DETAIL-REASON-CODE.
           MOVE TRANS-ACTION TO WS-DETAIL-ACTION.
           MOVE TRANS-NAME TO WS-DETAIL-NAME.
           MOVE TRANS-STATUS-FLAG TO WS-DETAIL-FLAG.
           IF WS-ALREADY-PENDING
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE WS-PENDING-REQUEST-NO TO WS-DETAIL-REQUEST-NO
               MOVE 'ALREADY PENDING' TO WS-DETAIL-RESULT
               DISPLAY 'WARNING: ' TRANS-ACTION ' ' TRANS-NAME
                   ' for ' TRANS-REQUESTER ' is already pending as '
                   'request ' WS-PENDING-REQUEST-NO
           ELSE
               PERFORM 2300-WRITE-REQUEST
               MOVE PND-REQUEST-NO TO WS-DETAIL-REQUEST-NO
               MOVE 'QUEUED' TO WS-DETAIL-RESULT
           END-IF.
           MOVE WS-QUEUE-DETAIL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ MAINT-TRANS
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2200-CHECK-ALREADY-PENDING.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE TRANS-REQUESTER TO PND-REQUESTER.
           START MAINT-QUEUE KEY IS EQUAL TO PND-REQUESTER
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM 2250-SCAN-REQUESTER-ENTRY
               UNTIL WS-SCAN-EOF = 'Y'.

       2250-SCAN-REQUESTER-ENTRY.
           READ MAINT-QUEUE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SCAN-EOF
             NOT AT END
               IF PND-REQUESTER NOT = TRANS-REQUESTER
                   MOVE 'Y' TO WS-SCAN-EOF
               ELSE
                   IF PND-STATE = 'P' AND
                      PND-ACTION = TRANS-ACTION AND
                      PND-NAME = TRANS-NAME AND
                      PND-STATUS-FLAG = TRANS-STATUS-FLAG
                       MOVE 'Y' TO WS-PENDING-SW
                       MOVE PND-REQUEST-NO TO WS-PENDING-REQUEST-NO
                       MOVE 'Y' TO WS-SCAN-EOF
                   END-IF
               END-IF
           END-READ.

       2300-WRITE-REQUEST.
           ADD 1 TO WS-HIGH-REQUEST-NO.
           MOVE SPACES TO MAINT-QUEUE-RECORD.
           MOVE WS-HIGH-REQUEST-NO TO PND-REQUEST-NO.
           MOVE TRANS-REQUESTER TO PND-REQUESTER.
           MOVE TRANS-REASON-CODE TO PND-REASON-CODE.
           MOVE TRANS-ACTION TO PND-ACTION.
           MOVE TRANS-NAME TO PND-NAME.
           MOVE TRANS-STATUS-FLAG TO PND-STATUS-FLAG.
           MOVE WS-RUN-DATE TO PND-SUBMIT-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO PND-SUBMIT-TIME.
           MOVE 'P' TO PND-STATE.
           MOVE ZERO TO PND-DECIDED-DATE.
           WRITE MAINT-QUEUE-RECORD
             INVALID KEY
               DISPLAY 'ABEND: MAINT-QUEUE WRITE FAILED, FILE '
                   'STATUS = ' WS-QUEUE-STATUS
               DISPLAY 'ABEND: EARLIER LINES ARE QUEUED AND WILL '
                   'SKIP AS ALREADY PENDING ON RESUBMISSION'
               CLOSE MAINT-TRANS
               CLOSE MAINT-QUEUE
               CLOSE QUEUE-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-WRITE.
           ADD 1 TO WS-QUEUED-COUNT.

       3000-END-OF-JOB.
           MOVE SPACES TO RPT-SECTION-HEADING.
           MOVE WS-TRANS-COUNT TO WS-TRANS-TOTAL.
           MOVE WS-TRANS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-QUEUED-COUNT TO WS-QUEUED-TOTAL.
           MOVE WS-QUEUED-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-TOTAL.
           MOVE WS-SKIPPED-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-APPROVAL-NOTE-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 8900-WRITE-END-LINE.

           CLOSE MAINT-TRANS.
           CLOSE MAINT-QUEUE.
           CLOSE QUEUE-REPORT.
           DISPLAY 'Transactions read: ' WS-TRANS-COUNT.
           DISPLAY 'Requests queued: ' WS-QUEUED-COUNT.
           DISPLAY 'Already pending, skipped: ' WS-SKIPPED-COUNT.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
      *    heading, with the open section heading carried over.
       8000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PRINT-LINE TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       8100-PAGE-HEADING.
           ADD 1 TO RPT-PAGE-NO.
           MOVE RPT-TITLE TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE.
           MOVE RPT-DATE-PAGE-LINE TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           MOVE 3 TO RPT-LINE-COUNT.
           IF RPT-SECTION-HEADING NOT = SPACES
               MOVE RPT-SECTION-HEADING TO QUEUE-REPORT-LINE
               WRITE QUEUE-REPORT-LINE
               ADD 1 TO RPT-LINE-COUNT
           END-IF.

       8900-WRITE-END-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PAGE-NO TO RPT-END-PAGES.
           MOVE RPT-END-LINE TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
