         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    One-off corrections against the indexed AOC file built by
      *    day-12-load. Each request carries an ADD/CHG/DEL action
      *    so a single keyed-wrong name or status change no longer
      *    forces a full rebuild through day-12-load.
      *    Requests are not taken straight from the transaction
      *    file: day-12-queue holds them in the pending queue, and
      *    this program applies only those a second person has
      *    approved by request number on ./input/day-12-approve.txt,
      *    one decision per line:
      *      APR nnnnnnnnn aaaaaaaa - approve and apply request n
      *      REJ nnnnnnnnn aaaaaaaa - reject request n
      *    where aaaaaaaa is the approver's ID. An approval from the
      *    request's own requester is refused and the request stays
      *    pending; a REJ from the requester withdraws it. Requests
      *    left pending longer than AOC-MAINT-EXPIRE-DAYS (default
      *    7) expire unapplied. Requests rejected, expired or failed
      *    against the file tonight are reported back by requester
      *    on ./output/day-12-maint-notice.rpt.
           SELECT OPTIONAL MAINT-APPROVALS
           ASSIGN TO "./input/day-12-approve.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-STATUS.

      *    Pending queue (AOC12PND), written by day-12-queue.
           SELECT MAINT-QUEUE
           ASSIGN TO "./checkpoint/day-12-maint-queue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-REQUEST-NO
           ALTERNATE RECORD KEY IS PND-REQUESTER WITH DUPLICATES
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT AOC ASSIGN TO "./input/day-12.dat"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT NOTICE-REPORT
           ASSIGN TO "./output/day-12-maint-notice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

      *    Audit journal - every change to ./input/day-12.dat is
      *    journalled with its before/after images so audit can see
      *    what changed, when, and by which program. The journal is
      *    opened EXTEND and never rebuilt; day-12-audit reports it.
      *    Maintenance entries also carry the requester, approver
      *    and reason code of the request behind the change.
           SELECT OPTIONAL AOC-JOURNAL
           ASSIGN TO "./output/day-12-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD MAINT-APPROVALS.
         01 MAINT-APPROVAL-RECORD.
           05 APV-DECISION PIC X(3).
           05 FILLER PIC X(1).
           05 APV-REQUEST-NO-IN PIC X(9).
           05 FILLER PIC X(1).
           05 APV-APPROVER PIC X(8).

         FD MAINT-QUEUE.
         01 MAINT-QUEUE-RECORD.
             COPY AOC12PND REPLACING ==:PREFIX:== BY ==PND==.

         FD AOC.
         01 AOC-FILE.
         FD MAINT-REPORT.
         01 MAINT-REPORT-LINE PIC X(80).

         FD NOTICE-REPORT.
         01 NOTICE-REPORT-LINE PIC X(80).

         FD AOC-JOURNAL.
         01 AOC-JOURNAL-RECORD.
             COPY AOC12JRN REPLACING ==:PREFIX:== BY ==JRN==.

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-APPROVAL-STATUS PIC XX.
           88 WS-APPROVAL-OK VALUE '00' '05'.
         01 WS-QUEUE-STATUS PIC XX.
           88 WS-QUEUE-OK VALUE '00'.
         01 WS-AOC-STATUS PIC XX.
           88 WS-AOC-OK VALUE '00'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-NOTICE-STATUS PIC XX.
           88 WS-NOTICE-OK VALUE '00'.
         01 WS-JOURNAL-STATUS PIC XX.
           88 WS-JOURNAL-OK VALUE '00' '05'.
         01 WS-EOF PIC A(1) VALUE 'N'.
           05 FILLER PIC 9(2).
         01 WS-BEFORE-IMAGE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==OLD==.
         01 WS-APPROVAL-COUNT PIC 9(9) VALUE ZERO.
         01 WS-ACCEPT-COUNT PIC 9(9) VALUE ZERO.
         01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
         01 WS-DECLINED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-REFUSED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-EXPIRED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-PENDING-COUNT PIC 9(9) VALUE ZERO.
         01 WS-NOTICE-COUNT PIC 9(9) VALUE ZERO.

      *    Maintenance ADDs continue the sequence numbering that
      *    day-12-load established from feed order, so a sequential

         01 WS-RESULT PIC X(8).
         01 WS-REASON PIC X(24).
         01 WS-APV-REQUEST-NO PIC 9(9).
         01 WS-EXPIRE-IN PIC X(3) VALUE SPACES.
         01 WS-EXPIRE-DAYS PIC 9(3) VALUE 7.
         01 WS-REQUEST-AGE PIC S9(5).
         01 WS-LAST-REQUESTER PIC X(8).

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.
         01 WS-NOTICE-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==NTC==.

         01 WS-REPORT-TITLE PIC X(80)
           VALUE 'DAY-12 AOC FILE MAINTENANCE REPORT'.
         01 WS-APPROVAL-TITLE-LINE PIC X(80)
           VALUE 'APPROVALS PRESENTED'.
         01 WS-EXPIRED-TITLE-LINE PIC X(80)
           VALUE 'REQUESTS EXPIRED UNAPPROVED'.
         01 WS-DETAIL-COLUMN-LINE.
           05 FILLER PIC X(36)
             VALUE '    REQUEST ACT NAME       REQUESTR '.
           05 FILLER PIC X(44)
             VALUE 'APPROVER RESULT   REASON'.
         01 WS-TRANS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-REQUEST-NO PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-ACTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REQUESTER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-APPROVER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-RESULT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REASON PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
         01 WS-NO-APPROVALS-LINE PIC X(80)
           VALUE '    NONE - NO APPROVALS PRESENTED'.
         01 WS-NO-EXPIRED-LINE PIC X(80)
           VALUE '    NONE - NO REQUEST EXPIRED'.
         01 WS-TRANS-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'APPROVAL LINES READ: '.
           05 WS-TRANS-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-ACCEPT-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'REQUESTS APPLIED: '.
           05 WS-ACCEPT-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-REJECT-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'REQUESTS FAILED: '.
           05 WS-REJECT-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-DECLINED-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'REQUESTS REJECTED: '.
           05 WS-DECLINED-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-REFUSED-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'APPROVALS REFUSED: '.
           05 WS-REFUSED-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-EXPIRED-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'REQUESTS EXPIRED: '.
           05 WS-EXPIRED-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-PENDING-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'REQUESTS STILL PENDING: '.
           05 WS-PENDING-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

         01 WS-NOTICE-TITLE PIC X(80)
           VALUE 'DAY-12 MAINTENANCE REQUEST NOTICES TO REQUESTERS'.
         01 WS-NOTICE-COLUMN-LINE.
           05 FILLER PIC X(34)
             VALUE '    REQUEST ACT NAME       F RSN  '.
           05 FILLER PIC X(46)
             VALUE 'SUBMITTED  RESULT   OUTCOME'.
         01 WS-NOTICE-REQUESTER-LINE.
           05 FILLER PIC X(11) VALUE 'REQUESTER: '.
           05 WS-NOTICE-REQUESTER PIC X(8).
           05 FILLER PIC X(61) VALUE SPACES.
         01 WS-NOTICE-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-NOTICE-REQUEST-NO PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOTICE-ACTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOTICE-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOTICE-FLAG PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOTICE-REASON-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOTICE-SUBMIT-DATE PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOTICE-STATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NOTICE-OUTCOME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
         01 WS-NO-NOTICES-LINE PIC X(80)
           VALUE '    NONE - NO REQUEST REJECTED, EXPIRED OR FAILED'.
         01 WS-NOTICE-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE 'NOTICES: '.
           05 WS-NOTICE-TOTAL PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           PERFORM 1900-EXPIRE-PENDING-REQUESTS.
           MOVE WS-APPROVAL-TITLE-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-COLUMN-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-COLUMN-LINE TO RPT-SECTION-HEADING.
           PERFORM 2100-READ-APPROVAL.
           IF WS-EOF = 'Y'
               MOVE WS-NO-APPROVALS-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
               DISPLAY 'NOTE: no approvals on '
                   './input/day-12-approve.txt - nothing applied'
           END-IF.
           PERFORM 2000-APPLY-TRANSACTION UNTIL WS-EOF = 'Y'.
           PERFORM 4000-WRITE-REQUESTER-NOTICES.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           ACCEPT WS-EXPIRE-IN FROM ENVIRONMENT
               'AOC-MAINT-EXPIRE-DAYS'.
           IF WS-EXPIRE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-EXPIRE-IN) = 0
                   COMPUTE WS-EXPIRE-DAYS =
                       FUNCTION NUMVAL (WS-EXPIRE-IN)
               ELSE
                   DISPLAY 'ABEND: AOC-MAINT-EXPIRE-DAYS IS NOT '
                       'NUMERIC: ' WS-EXPIRE-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT MAINT-APPROVALS.
           IF NOT WS-APPROVAL-OK
               DISPLAY 'ABEND: MAINT-APPROVALS OPEN FAILED, FILE '
                   'STATUS = ' WS-APPROVAL-STATUS
               DISPLAY 'ABEND: ./input/day-12-approve.txt IS '
                   'UNAVAILABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MAINT-QUEUE.
           IF NOT WS-QUEUE-OK
               DISPLAY 'ABEND: MAINT-QUEUE OPEN FAILED, FILE '
                   'STATUS = ' WS-QUEUE-STATUS
               DISPLAY 'ABEND: ./checkpoint/day-12-maint-queue.dat '
                   'IS MISSING OR UNAVAILABLE - NOTHING QUEUED YET, '
                   'RUN DAY12MNT FIRST'
               CLOSE MAINT-APPROVALS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                   WS-AOC-STATUS
               DISPLAY 'ABEND: ./input/day-12.dat IS MISSING OR '
                   'UNAVAILABLE - RUN day-12-load FIRST'
               CLOSE MAINT-APPROVALS
               CLOSE MAINT-QUEUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY 'ABEND: MAINT-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-REPORT-STATUS
               DISPLAY 'ABEND: ./output/ IS MISSING OR UNAVAILABLE'
               CLOSE MAINT-APPROVALS
               CLOSE MAINT-QUEUE
               CLOSE AOC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTICE-REPORT.
           IF NOT WS-NOTICE-OK
               DISPLAY 'ABEND: NOTICE-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-NOTICE-STATUS
               DISPLAY 'ABEND: ./output/ IS MISSING OR UNAVAILABLE'
               CLOSE MAINT-APPROVALS
               CLOSE MAINT-QUEUE
               CLOSE AOC
               CLOSE MAINT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                   'STATUS = ' WS-JOURNAL-STATUS
               DISPLAY 'ABEND: UNABLE TO JOURNAL CHANGES TO '
                   './input/day-12.dat - NO MAINTENANCE APPLIED'
               CLOSE MAINT-APPROVALS
               CLOSE MAINT-QUEUE
               CLOSE AOC
               CLOSE MAINT-REPORT
               CLOSE NOTICE-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-NOTICE-TITLE TO NTC-TITLE.
           MOVE WS-RUN-DATE TO NTC-HDR-DATE.

           PERFORM 1100-FIND-HIGH-SEQ-NO.

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

       1100-FIND-HIGH-SEQ-NO.
           MOVE LOW-VALUES TO AOC-NAME.
               END-IF
           END-READ.

      *    Expiry runs before tonight's approvals are read, so a
      *    request cannot be approved on the day it falls out of
      *    its window - the requester is told instead and re-keys
      *    it if it is still wanted.
       1900-EXPIRE-PENDING-REQUESTS.
           MOVE WS-EXPIRED-TITLE-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-COLUMN-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-COLUMN-LINE TO RPT-SECTION-HEADING.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE ZERO TO PND-REQUEST-NO.
           START MAINT-QUEUE KEY IS NOT LESS THAN PND-REQUEST-NO
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM 1910-CHECK-NEXT-REQUEST UNTIL WS-SCAN-EOF = 'Y'.
           IF WS-EXPIRED-COUNT = ZERO
               MOVE WS-NO-EXPIRED-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO RPT-SECTION-HEADING.

       1910-CHECK-NEXT-REQUEST.
           READ MAINT-QUEUE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SCAN-EOF
             NOT AT END
               IF PND-STATE = 'P'
                   PERFORM 1920-EXPIRE-REQUEST
               END-IF
           END-READ.

       1920-EXPIRE-REQUEST.
           COMPUTE WS-REQUEST-AGE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (PND-SUBMIT-DATE).
           IF WS-REQUEST-AGE > WS-EXPIRE-DAYS
               MOVE 'X' TO PND-STATE
               MOVE WS-RUN-DATE TO PND-DECIDED-DATE
               MOVE 'EXPIRED UNAPPROVED' TO PND-OUTCOME
               PERFORM 2800-REWRITE-REQUEST
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'EXPIRED' TO WS-RESULT
               MOVE PND-OUTCOME TO WS-REASON
               MOVE SPACES TO WS-DETAIL-APPROVER
               PERFORM 2600-WRITE-TRANS-DETAIL
           END-IF.

      *    One approval line: the decision is proved against the
      *    queue before anything touches the file. A line that
      *    cannot be honoured is refused and leaves its request as
      *    it stands; the approver corrects it and resubmits.
       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-APPROVAL-COUNT.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO WS-REASON.
           PERFORM 2050-VALIDATE-APPROVAL.
           EVALUATE TRUE
               WHEN WS-REASON NOT = SPACES
                   MOVE 'REFUSED' TO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN APV-DECISION = 'REJ'
                   PERFORM 2150-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 2200-APPLY-REQUEST
           END-EVALUATE.
           MOVE APV-APPROVER TO WS-DETAIL-APPROVER.
           PERFORM 2600-WRITE-TRANS-DETAIL.
           PERFORM 2100-READ-APPROVAL.

       2050-VALIDATE-APPROVAL.
           MOVE ZERO TO WS-APV-REQUEST-NO.
           MOVE SPACES TO MAINT-QUEUE-RECORD.
           MOVE ZERO TO PND-REQUEST-NO.
           EVALUATE TRUE
               WHEN APV-DECISION NOT = 'APR' AND
                    APV-DECISION NOT = 'REJ'
                   MOVE 'INVALID DECISION CODE' TO WS-REASON
               WHEN APV-REQUEST-NO-IN = SPACES
                   MOVE 'REQUEST NUMBER MISSING' TO WS-REASON
               WHEN FUNCTION TEST-NUMVAL (APV-REQUEST-NO-IN) NOT = 0
                   MOVE 'INVALID REQUEST NUMBER' TO WS-REASON
               WHEN APV-APPROVER (1:1) = SPACE
                   MOVE 'APPROVER ID MISSING' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
               COMPUTE WS-APV-REQUEST-NO =
                   FUNCTION NUMVAL (APV-REQUEST-NO-IN)
               MOVE WS-APV-REQUEST-NO TO PND-REQUEST-NO
               READ MAINT-QUEUE KEY IS PND-REQUEST-NO
                 INVALID KEY
                   MOVE SPACES TO MAINT-QUEUE-RECORD
                   MOVE WS-APV-REQUEST-NO TO PND-REQUEST-NO
                   MOVE 'REQUEST NOT ON QUEUE' TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               EVALUATE TRUE
                   WHEN PND-STATE = 'A'
                       MOVE 'ALREADY APPLIED' TO WS-REASON
                   WHEN PND-STATE = 'F'
                       MOVE 'ALREADY FAILED' TO WS-REASON
                   WHEN PND-STATE = 'R'
                       MOVE 'ALREADY REJECTED' TO WS-REASON
                   WHEN PND-STATE = 'X'
                       MOVE 'REQUEST EXPIRED' TO WS-REASON
                   WHEN APV-DECISION = 'APR' AND
                        APV-APPROVER = PND-REQUESTER
                       MOVE 'APPROVER IS REQUESTER' TO WS-REASON
               END-EVALUATE
           END-IF.

       2100-READ-APPROVAL.
           READ MAINT-APPROVALS
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *    A requester may withdraw their own request; anyone else
      *    rejecting it is the approver's decision.
       2150-REJECT-REQUEST.
           MOVE 'R' TO PND-STATE.
           MOVE APV-APPROVER TO PND-APPROVER.
           MOVE WS-RUN-DATE TO PND-DECIDED-DATE.
           IF APV-APPROVER = PND-REQUESTER
               MOVE 'WITHDRAWN BY REQUESTER' TO PND-OUTCOME
           ELSE
               MOVE 'REJECTED BY APPROVER' TO PND-OUTCOME
           END-IF.
           PERFORM 2800-REWRITE-REQUEST.
           MOVE 'REJECTED' TO WS-RESULT.
           MOVE PND-OUTCOME TO WS-REASON.
           ADD 1 TO WS-DECLINED-COUNT.

      *    An approved request is applied exactly as the keyed
      *    transaction used to be; a change the file will not take
      *    closes the request as failed so the requester hears
      *    about it rather than it waiting for a second approval.
       2200-APPLY-REQUEST.
           MOVE 'ACCEPTED' TO WS-RESULT.
           EVALUATE PND-ACTION
               WHEN 'ADD'
                   PERFORM 2300-ADD-RECORD
               WHEN 'CHG'
                   MOVE 'REJECTED' TO WS-RESULT
                   MOVE 'INVALID ACTION CODE' TO WS-REASON
           END-EVALUATE.
           MOVE APV-APPROVER TO PND-APPROVER.
           MOVE WS-RUN-DATE TO PND-DECIDED-DATE.
           IF WS-RESULT = 'ACCEPTED'
               MOVE 'A' TO PND-STATE
               MOVE 'APPLIED' TO PND-OUTCOME
               MOVE 'APPLIED' TO WS-RESULT
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               MOVE 'F' TO PND-STATE
               MOVE WS-REASON TO PND-OUTCOME
               MOVE 'FAILED' TO WS-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 2800-REWRITE-REQUEST.

       2300-ADD-RECORD.
           IF PND-NAME = SPACES
               MOVE 'REJECTED' TO WS-RESULT
               MOVE 'NAME MISSING' TO WS-REASON
           ELSE
               MOVE PND-NAME TO AOC-NAME
               ADD 1 TO WS-HIGH-SEQ-NO
               MOVE WS-HIGH-SEQ-NO TO AOC-SEQ-NO
               MOVE WS-RUN-DATE TO AOC-LOAD-DATE
           END-IF.

       2400-CHANGE-RECORD.
           IF PND-STATUS-FLAG NOT = 'A' AND
              PND-STATUS-FLAG NOT = 'I' AND
              PND-STATUS-FLAG NOT = 'D'
               MOVE 'REJECTED' TO WS-RESULT
               MOVE 'INVALID STATUS FLAG' TO WS-REASON
           ELSE
               MOVE PND-NAME TO AOC-NAME
               READ AOC KEY IS AOC-NAME
                 INVALID KEY
                   MOVE 'REJECTED' TO WS-RESULT
                   MOVE 'NAME NOT ON FILE' TO WS-REASON
                 NOT INVALID KEY
                   MOVE AOC-FILE TO WS-BEFORE-IMAGE
                   MOVE PND-STATUS-FLAG TO AOC-STATUS-FLAG
                   REWRITE AOC-FILE
                     INVALID KEY
                       MOVE 'REJECTED' TO WS-RESULT
      *    AOC-STATUS-FLAG set so downstream reporting can drop it,
      *    and a later physical removal still has the record to show.
       2500-DELETE-RECORD.
           MOVE PND-NAME TO AOC-NAME.
           READ AOC KEY IS AOC-NAME
             INVALID KEY
               MOVE 'REJECTED' TO WS-RESULT

      *    Callers load WS-BEFORE-IMAGE (spaces for a fresh ADD)
      *    before the file verb, so by the time we get here AOC-FILE
      *    holds the after-image and the action is the request's.
      *    The requester, approver and reason code ride along so
      *    the journal answers who asked, who agreed, and why.
       2700-WRITE-JOURNAL.
           MOVE PND-ACTION TO JRN-ACTION.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
           MOVE 'day-12-maint' TO JRN-PROGRAM.
           MOVE PND-REQUESTER TO JRN-REQUESTER.
           MOVE APV-APPROVER TO JRN-APPROVER.
           MOVE PND-REASON-CODE TO JRN-REASON-CODE.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE AOC-FILE TO JRN-AFTER-IMAGE.
           WRITE AOC-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY 'ABEND: AOC-JOURNAL WRITE FAILED, FILE '
                   'STATUS = ' WS-JOURNAL-STATUS
               PERFORM 9000-ABEND-CLOSE
           END-IF.

       2600-WRITE-TRANS-DETAIL.
           MOVE PND-REQUEST-NO TO WS-DETAIL-REQUEST-NO.
           MOVE PND-ACTION TO WS-DETAIL-ACTION.
           MOVE PND-NAME TO WS-DETAIL-NAME.
           MOVE PND-REQUESTER TO WS-DETAIL-REQUESTER.
           MOVE WS-RESULT TO WS-DETAIL-RESULT.
           MOVE WS-REASON TO WS-DETAIL-REASON.
           MOVE WS-TRANS-DETAIL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           IF WS-RESULT = 'REFUSED' OR WS-RESULT = 'FAILED'
               DISPLAY 'WARNING: request ' PND-REQUEST-NO ' '
                   WS-RESULT ': ' PND-ACTION ' ' PND-NAME ' - '
                   WS-REASON
           END-IF.

      *    The request's state has to land on the queue, or a
      *    change already applied and journalled could be approved
      *    and applied a second time.
       2800-REWRITE-REQUEST.
           REWRITE MAINT-QUEUE-RECORD
             INVALID KEY
               DISPLAY 'ABEND: MAINT-QUEUE REWRITE FAILED FOR '
                   'REQUEST ' PND-REQUEST-NO ', FILE STATUS = '
                   WS-QUEUE-STATUS
               DISPLAY 'ABEND: CHECK THE JOURNAL BEFORE '
                   'RESUBMITTING - THIS REQUEST MAY ALREADY BE '
                   'APPLIED'
               PERFORM 9000-ABEND-CLOSE
           END-REWRITE.

       3000-END-OF-JOB.
           MOVE SPACES TO RPT-SECTION-HEADING.
           MOVE WS-APPROVAL-COUNT TO WS-TRANS-TOTAL.
           MOVE WS-TRANS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-ACCEPT-COUNT TO WS-ACCEPT-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-REJECT-TOTAL.
           MOVE WS-REJECT-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DECLINED-COUNT TO WS-DECLINED-TOTAL.
           MOVE WS-DECLINED-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-REFUSED-TOTAL.
           MOVE WS-REFUSED-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-EXPIRED-TOTAL.
           MOVE WS-EXPIRED-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-PENDING-TOTAL.
           MOVE WS-PENDING-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 8900-WRITE-END-LINE.

           CLOSE MAINT-APPROVALS.
           CLOSE MAINT-QUEUE.
           CLOSE AOC.
           CLOSE MAINT-REPORT.
           CLOSE NOTICE-REPORT.
           CLOSE AOC-JOURNAL.
           DISPLAY 'Approval lines read: ' WS-APPROVAL-COUNT.
           DISPLAY 'Requests applied: ' WS-ACCEPT-COUNT.
           DISPLAY 'Requests failed: ' WS-REJECT-COUNT.
           DISPLAY 'Requests rejected: ' WS-DECLINED-COUNT.
           DISPLAY 'Approvals refused: ' WS-REFUSED-COUNT.
           DISPLAY 'Requests expired: ' WS-EXPIRED-COUNT.
           DISPLAY 'Requests still pending: ' WS-PENDING-COUNT.
           DISPLAY 'Requester notices: ' WS-NOTICE-COUNT.

      *    Tonight's rejected, expired and failed requests, grouped
      *    by requester down the queue's requester key so each
      *    requester's notices print together under their own
      *    heading. The same pass counts what is still pending.
       4000-WRITE-REQUESTER-NOTICES.
           MOVE WS-NOTICE-COLUMN-LINE TO NTC-PRINT-LINE.
           PERFORM 8500-WRITE-NOTICE-LINE.
           MOVE SPACES TO WS-LAST-REQUESTER.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO PND-REQUESTER.
           START MAINT-QUEUE KEY IS NOT LESS THAN PND-REQUESTER
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM 4100-NOTICE-NEXT-REQUEST UNTIL WS-SCAN-EOF = 'Y'.
           MOVE SPACES TO NTC-SECTION-HEADING.
           IF WS-NOTICE-COUNT = ZERO
               MOVE WS-NO-NOTICES-LINE TO NTC-PRINT-LINE
               PERFORM 8500-WRITE-NOTICE-LINE
           END-IF.
           MOVE WS-NOTICE-COUNT TO WS-NOTICE-TOTAL.
           MOVE WS-NOTICE-TOTAL-LINE TO NTC-PRINT-LINE.
           PERFORM 8500-WRITE-NOTICE-LINE.
           PERFORM 8950-WRITE-NOTICE-END-LINE.

       4100-NOTICE-NEXT-REQUEST.
           READ MAINT-QUEUE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SCAN-EOF
             NOT AT END
               IF PND-STATE = 'P'
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               IF PND-DECIDED-DATE = WS-RUN-DATE AND
                  (PND-STATE = 'F' OR PND-STATE = 'R' OR
                   PND-STATE = 'X')
                   PERFORM 4200-WRITE-NOTICE
               END-IF
           END-READ.

       4200-WRITE-NOTICE.
           IF PND-REQUESTER NOT = WS-LAST-REQUESTER
               MOVE PND-REQUESTER TO WS-LAST-REQUESTER
               MOVE PND-REQUESTER TO WS-NOTICE-REQUESTER
               MOVE WS-NOTICE-REQUESTER-LINE TO NTC-SECTION-HEADING
               MOVE WS-NOTICE-REQUESTER-LINE TO NTC-PRINT-LINE
               PERFORM 8500-WRITE-NOTICE-LINE
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE PND-REQUEST-NO TO WS-NOTICE-REQUEST-NO.
           MOVE PND-ACTION TO WS-NOTICE-ACTION.
           MOVE PND-NAME TO WS-NOTICE-NAME.
           MOVE PND-STATUS-FLAG TO WS-NOTICE-FLAG.
           MOVE PND-REASON-CODE TO WS-NOTICE-REASON-CODE.
           MOVE PND-SUBMIT-DATE TO WS-NOTICE-SUBMIT-DATE.
           EVALUATE PND-STATE
               WHEN 'F'
                   MOVE 'FAILED' TO WS-NOTICE-STATE
               WHEN 'R'
                   MOVE 'REJECTED' TO WS-NOTICE-STATE
               WHEN OTHER
                   MOVE 'EXPIRED' TO WS-NOTICE-STATE
           END-EVALUATE.
           MOVE PND-OUTCOME TO WS-NOTICE-OUTCOME.
           MOVE WS-NOTICE-DETAIL-LINE TO NTC-PRINT-LINE.
           PERFORM 8500-WRITE-NOTICE-LINE.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
           MOVE RPT-END-LINE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       8500-WRITE-NOTICE-LINE.
           IF NTC-LINE-COUNT NOT < NTC-LINES-PER-PAGE
               PERFORM 8600-NOTICE-PAGE-HEADING
           END-IF.
           MOVE NTC-PRINT-LINE TO NOTICE-REPORT-LINE.
           WRITE NOTICE-REPORT-LINE.
           ADD 1 TO NTC-LINE-COUNT.

       8600-NOTICE-PAGE-HEADING.
           ADD 1 TO NTC-PAGE-NO.
           MOVE NTC-TITLE TO NOTICE-REPORT-LINE.
           WRITE NOTICE-REPORT-LINE.
           MOVE NTC-PAGE-NO TO NTC-HDR-PAGE.
           MOVE NTC-DATE-PAGE-LINE TO NOTICE-REPORT-LINE.
           WRITE NOTICE-REPORT-LINE.
           MOVE SPACES TO NOTICE-REPORT-LINE.
           WRITE NOTICE-REPORT-LINE.
           MOVE 3 TO NTC-LINE-COUNT.
           IF NTC-SECTION-HEADING NOT = SPACES
               MOVE NTC-SECTION-HEADING TO NOTICE-REPORT-LINE
               WRITE NOTICE-REPORT-LINE
               ADD 1 TO NTC-LINE-COUNT
           END-IF.

       8950-WRITE-NOTICE-END-LINE.
           IF NTC-LINE-COUNT NOT < NTC-LINES-PER-PAGE
               PERFORM 8600-NOTICE-PAGE-HEADING
           END-IF.
           MOVE NTC-PAGE-NO TO NTC-END-PAGES.
           MOVE NTC-END-LINE TO NOTICE-REPORT-LINE.
           WRITE NOTICE-REPORT-LINE.
           ADD 1 TO NTC-LINE-COUNT.

       9000-ABEND-CLOSE.
           CLOSE MAINT-APPROVALS.
           CLOSE MAINT-QUEUE.
           CLOSE AOC.
           CLOSE MAINT-REPORT.
           CLOSE NOTICE-REPORT.
           CLOSE AOC-JOURNAL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
