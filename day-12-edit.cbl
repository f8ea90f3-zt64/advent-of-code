      *    master's effective window (the same rule day-12-cobol's
      *    2350-CHECK-MASTER-XREF applies after the fact), and
      *    intra-batch conflicts such as an ADD and a DEL of the
      *    same name in one file. Every line must also name its
      *    requester and carry a recognised reason code, since
      *    both travel with the change onto the audit journal. A
      *    clean batch returns 0 and day-12-queue takes it into
      *    the pending queue conditioned on it; a dirty batch
      *    returns 8, lists every failure here, and queues
      *    nothing.
           SELECT MAINT-TRANS ASSIGN TO "./input/day-12-trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Each name/action pair in the batch, keyed so that a later
      *    line is checked against earlier ones with a keyed read
      *    rather than a scan, whatever the size of the batch.
      *    Rebuilt empty every run.
           SELECT EDIT-WORK
           ASSIGN TO "./checkpoint/day-12-edit-work.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EWK-KEY
           FILE STATUS IS WS-EWK-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD MAINT-TRANS.
           05 TRANS-NAME PIC X(10).
           05 FILLER PIC X(1).
           05 TRANS-STATUS-FLAG PIC X(1).
           05 FILLER PIC X(1).
           05 TRANS-REQUESTER PIC X(8).
           05 FILLER PIC X(1).
           05 TRANS-REASON-CODE PIC X(4).
      *    CORR keying or load correction, CUST name holder's own
      *    request, DUPL duplicate removal, FEED region feed
      *    failure, SUSP re-key of an aged-out suspense item, AUDT
      *    audit finding.
             88 TRANS-REASON-VALID VALUE 'CORR' 'CUST' 'DUPL'
                 'FEED' 'SUSP' 'AUDT'.

         FD MASTER-FILE.
         01 MASTER-RECORD.
         FD EDIT-REPORT.
         01 EDIT-REPORT-LINE PIC X(80).

      *    LINE-NO is the first line in the batch carrying the pair,
      *    the line number the report quotes for a conflict.
         FD EDIT-WORK.
         01 EDIT-WORK-RECORD.
           05 EWK-KEY.
             10 EWK-NAME PIC X(10).
             10 EWK-ACTION PIC X(3).
           05 EWK-LINE-NO PIC 9(9).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-TRANS-STATUS PIC XX.
           88 WS-TRANS-OK VALUE '00'.
         01 WS-MASTER-STATUS PIC XX.
         01 WS-ERROR-COUNT PIC 9(9) VALUE ZERO.
         01 WS-REASON PIC X(24).

         01 WS-EWK-STATUS PIC XX.
           88 WS-EWK-OK VALUE '00'.
           88 WS-EWK-DUPLICATE VALUE '22'.
         01 WS-CONFLICT-LINE-NO PIC 9(9).
         01 WS-OPPOSITE-ACTION PIC X(3).

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.
         01 WS-ERROR-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'LINE '.
           05 WS-DETAIL-LINE-NO PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-ACTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DETAIL-REASON PIC X(24).
           05 WS-DETAIL-TAIL PIC X(22).
         01 WS-CONFLICT-TAIL.
           05 FILLER PIC X(9) VALUE ' AT LINE '.
           05 WS-CONFLICT-LINE-OUT PIC ZZZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
         01 WS-NONE-LINE PIC X(80)
           VALUE '    NONE - EVERY TRANSACTION PASSED THE EDIT'.
         01 WS-TRANS-TOTAL-LINE.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT MAINT-TRANS.
           IF NOT WS-TRANS-OK
               DISPLAY 'ABEND: MAINT-TRANS OPEN FAILED, FILE '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-WORK.
           IF WS-EWK-OK
               CLOSE EDIT-WORK
               OPEN I-O EDIT-WORK
           END-IF.
           IF NOT WS-EWK-OK
               DISPLAY 'ABEND: EDIT-WORK OPEN FAILED, FILE STATUS = '
                   WS-EWK-STATUS
               CLOSE MAINT-TRANS
               CLOSE MASTER-FILE
               CLOSE EDIT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
               CLOSE MAINT-TRANS
               CLOSE MASTER-FILE
               CLOSE EDIT-REPORT
               CLOSE EDIT-WORK
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

       2000-EDIT-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-CONFLICT-LINE-NO.
           PERFORM 2200-VALIDATE-SYNTAX.
           IF WS-REASON NOT = SPACES
               PERFORM 2500-REPORT-FAILURE
           END-IF.
           PERFORM 2450-NOTE-BATCH-LINE.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *    The same syntax rules day-12-maint enforces one request
      *    at a time, applied up front to the whole batch, plus the
      *    requester and reason code every request must carry.
       2200-VALIDATE-SYNTAX.
           EVALUATE TRUE
               WHEN TRANS-ACTION NOT = 'ADD' AND
                    TRANS-STATUS-FLAG NOT = 'I' AND
                    TRANS-STATUS-FLAG NOT = 'D'
                   MOVE 'INVALID STATUS FLAG' TO WS-REASON
               WHEN TRANS-REQUESTER (1:1) = SPACE
                   MOVE 'REQUESTER ID MISSING' TO WS-REASON
               WHEN NOT TRANS-REASON-VALID
                   MOVE 'INVALID REASON CODE' TO WS-REASON
           END-EVALUATE.

      *    The rule 2350-CHECK-MASTER-XREF applies after the fact:
      *    with an ADD or DEL of the same name is left alone - an
      *    ADD followed by a CHG of its flag is a legitimate batch.
       2400-CHECK-BATCH-CONFLICT.
           MOVE TRANS-NAME TO EWK-NAME.
           MOVE TRANS-ACTION TO EWK-ACTION.
           READ EDIT-WORK KEY IS EWK-KEY
             NOT INVALID KEY
               MOVE 'DUPLICATE TRANSACTION' TO WS-REASON
               MOVE EWK-LINE-NO TO WS-CONFLICT-LINE-NO
           END-READ.
           EVALUATE TRUE
               WHEN TRANS-ACTION = 'ADD'
                   MOVE 'DEL' TO WS-OPPOSITE-ACTION
               WHEN TRANS-ACTION = 'DEL'
                   MOVE 'ADD' TO WS-OPPOSITE-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-OPPOSITE-ACTION
           END-EVALUATE.
           IF WS-OPPOSITE-ACTION NOT = SPACES
               MOVE TRANS-NAME TO EWK-NAME
               MOVE WS-OPPOSITE-ACTION TO EWK-ACTION
               READ EDIT-WORK KEY IS EWK-KEY
                 NOT INVALID KEY
                   PERFORM 2420-NOTE-ADD-DEL-CONFLICT
               END-READ
           END-IF.

      *    Where the batch holds both a duplicate and an opposing
      *    ADD/DEL for the name, the earlier of the two lines is
      *    the one reported.
       2420-NOTE-ADD-DEL-CONFLICT.
           IF WS-CONFLICT-LINE-NO = ZERO OR
              EWK-LINE-NO < WS-CONFLICT-LINE-NO
               MOVE 'ADD/DEL CONFLICT' TO WS-REASON
               MOVE EWK-LINE-NO TO WS-CONFLICT-LINE-NO
           END-IF.

      *    Every line is noted, passed or failed, so later lines
      *    are checked against it. Only the first line for a
      *    name/action pair is kept; a later one is already a
      *    duplicate of it.
       2450-NOTE-BATCH-LINE.
           MOVE TRANS-NAME TO EWK-NAME.
           MOVE TRANS-ACTION TO EWK-ACTION.
           MOVE WS-TRANS-COUNT TO EWK-LINE-NO.
           WRITE EDIT-WORK-RECORD
             INVALID KEY
               IF NOT WS-EWK-DUPLICATE
                   DISPLAY 'ABEND: EDIT-WORK WRITE FAILED, FILE '
                       'STATUS = ' WS-EWK-STATUS
                   CLOSE MAINT-TRANS
                   CLOSE MASTER-FILE
                   CLOSE EDIT-REPORT
                   CLOSE EDIT-WORK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-WRITE.

       2500-REPORT-FAILURE.
           ADD 1 TO WS-ERROR-COUNT.
           CLOSE MAINT-TRANS.
           CLOSE MASTER-FILE.
           CLOSE EDIT-REPORT.
           CLOSE EDIT-WORK.
           DISPLAY 'Transactions read: ' WS-TRANS-COUNT.
           DISPLAY 'Edit failures: ' WS-ERROR-COUNT.
           IF WS-ERROR-COUNT = ZERO
               DISPLAY 'Batch is clean - ok to apply'
           ELSE
               DISPLAY 'WARNING: batch rejected - hold day-12-queue '
                   'until the file is corrected'
               MOVE 8 TO RETURN-CODE
           END-IF.
