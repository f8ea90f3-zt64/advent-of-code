           RECORD KEY IS MASTER-NAME
           FILE STATUS IS WS-MASTER-STATUS.

      *    Master-xref exceptions found this cycle, keyed by kind
      *    (M not on master, E expired on master) then name, so the
      *    two exception lists print complete and in name order
      *    however many there are. It is rebuilt on a fresh run and
      *    kept on a checkpoint restart, so exceptions found before
      *    the failure still report.
           SELECT XREF-WORK
           ASSIGN TO "./checkpoint/day-12-xref-work.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XWK-KEY
           FILE STATUS IS WS-XWK-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD AOC.
         01 MASTER-RECORD.
             COPY AOC12MST.

         FD XREF-WORK.
         01 XREF-WORK-RECORD.
           05 XWK-KEY.
             10 XWK-KIND PIC X(1).
             10 XWK-NAME PIC X(10).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-FILE-STRUCTURE.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==WS==.
         01 WS-EOF PIC A(1).
           88 WS-MASTER-OK VALUE '00'.
         01 WS-MASTER-AVAILABLE PIC A(1) VALUE 'Y'.
           88 WS-MASTER-IS-AVAILABLE VALUE 'Y'.
         01 WS-XWK-STATUS PIC XX.
           88 WS-XWK-OK VALUE '00'.
           88 WS-XWK-NOT-FOUND VALUE '35'.
           88 WS-XWK-DUPLICATE VALUE '22'.
         01 WS-XWK-EOF PIC A(1).
         01 WS-XREF-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.

      *    Names found on the master but outside the entry's
      *    effective window as of the run date report separately
      *    from names missing outright, so a retired entry is not
      *    mistaken for one that was never sourced.
         01 WS-EXPIRED-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.

         01 WS-PREFIX-TABLE.
           05 WS-PREFIX-COUNT OCCURS 256 TIMES PIC 9(9) VALUE ZERO.
      *    it goes through the key-enforcing WRITE, is the only
      *    program left that can see duplicates, so that is where the
      *    check (and its report section) now lives.

         01 WS-DUP-HEADING PIC X(80)
           VALUE 'DUPLICATE AOC-NAME EXCEPTIONS'.
           VALUE '    NONE - ALL AOC-NAME VALUES MATCHED THE MASTER'.
         01 WS-XREF-SKIPPED-LINE PIC X(80)
           VALUE '    SKIPPED - MASTER FILE NOT AVAILABLE THIS RUN'.
         01 WS-XREF-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-XREF-NAME PIC X(10).
           VALUE 'AOC-NAME ON MASTER BUT EXPIRED EXCEPTIONS'.
         01 WS-EXPIRED-NONE-LINE PIC X(80)
           VALUE '    NONE - NO MATCHED MASTER ENTRIES WERE EXPIRED'.
         01 WS-EXPIRED-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-EXPIRED-NAME PIC X(10).
           STOP RUN.

       1500-BATCH-INQUIRY.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT AOC.
           IF NOT WS-AOC-OK
               DISPLAY 'ABEND: AOC OPEN FAILED, FILE STATUS = '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-INQ-TITLE TO INQ-TITLE.
           MOVE WS-RUN-DATE TO INQ-HDR-DATE.

           END-READ.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT AOC.
           IF NOT WS-AOC-OK
               DISPLAY 'ABEND: AOC OPEN FAILED, FILE STATUS = '
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.

           PERFORM 1200-CHECK-RESTART.
           PERFORM 1300-OPEN-XREF-WORK.

           IF WS-WAS-RESTARTED
               MOVE WS-RESTART-COUNT TO WS-RESTART-NOTE-COUNT
                       'RECORDS FOUND'
                   CLOSE AOC
                   CLOSE AOC-REPORT
                   CLOSE XREF-WORK
                   IF WS-MASTER-IS-AVAILABLE
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
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

       1200-CHECK-RESTART.
           OPEN INPUT CKPT.
           IF WS-CKPT-OK
               END-IF
           END-IF.

      *    A fresh run starts the work file empty; a restart keeps
      *    what the failed run wrote, since the records it covered
      *    are skipped this time. Either way a missing file is
      *    created empty.
       1300-OPEN-XREF-WORK.
           IF WS-WAS-RESTARTED
               OPEN I-O XREF-WORK
           ELSE
               MOVE '35' TO WS-XWK-STATUS
           END-IF.
           IF WS-XWK-NOT-FOUND
               OPEN OUTPUT XREF-WORK
               IF WS-XWK-OK
                   CLOSE XREF-WORK
                   OPEN I-O XREF-WORK
               END-IF
           END-IF.
           IF NOT WS-XWK-OK
               DISPLAY 'ABEND: XREF-WORK OPEN FAILED, FILE STATUS = '
                   WS-XWK-STATUS
               CLOSE AOC
               CLOSE AOC-REPORT
               IF WS-MASTER-IS-AVAILABLE
                   CLOSE MASTER-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Records marked inactive or logically deleted (day-12-maint
      *    and day-12-purge set WS-STATUS-FLAG to 'I' or 'D') still
      *    count toward RECORDS PROCESSED, but stay off the detail
               MOVE WS-NAME TO MASTER-NAME
               READ MASTER-FILE KEY IS MASTER-NAME
                 INVALID KEY
                   MOVE 'M' TO XWK-KIND
                   PERFORM 2370-WRITE-XREF-WORK
                 NOT INVALID KEY
                   IF WS-RUN-DATE < MASTER-EFF-FROM OR
                      WS-RUN-DATE > MASTER-EFF-TO
           END-IF.

       2355-NOTE-EXPIRED-MATCH.
           MOVE 'E' TO XWK-KIND.
           PERFORM 2370-WRITE-XREF-WORK.

       2360-BUILD-PREFIX-BREAKDOWN.
           COMPUTE WS-PREFIX-IDX = FUNCTION ORD (WS-NAME (1:1)).
           ADD 1 TO WS-PREFIX-COUNT (WS-PREFIX-IDX).

      *    After a restart the records between the last checkpoint
      *    and the failure are seen twice; their exceptions are
      *    already on file, so a duplicate key is not an error. The
      *    counts are taken from the file at end of job, not here.
       2370-WRITE-XREF-WORK.
           MOVE WS-NAME TO XWK-NAME.
           WRITE XREF-WORK-RECORD
             INVALID KEY
               IF NOT WS-XWK-DUPLICATE
                   DISPLAY 'ABEND: XREF-WORK WRITE FAILED, FILE '
                       'STATUS = ' WS-XWK-STATUS
                   CLOSE AOC
                   CLOSE AOC-REPORT
                   CLOSE XREF-WORK
                   IF WS-MASTER-IS-AVAILABLE
                       CLOSE MASTER-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-WRITE.

       2400-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT.
           IF NOT WS-CKPT-OK
               WS-EXPIRED-EXCEPTION-COUNT.
           CLOSE AOC.
           CLOSE AOC-REPORT.
           CLOSE XREF-WORK.
           IF WS-MASTER-IS-AVAILABLE
               CLOSE MASTER-FILE
           END-IF.
           MOVE WS-XREF-HEADING TO RPT-SECTION-HEADING.

           IF WS-MASTER-IS-AVAILABLE
               MOVE 'M' TO XWK-KIND
               PERFORM 3370-START-XREF-KIND
               PERFORM 3310-NEXT-XREF-EXCEPTION
                   UNTIL WS-XWK-EOF = 'Y'

               IF WS-XREF-EXCEPTION-COUNT = 0
                   MOVE WS-XREF-NONE-LINE TO RPT-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE WS-XREF-SKIPPED-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3310-NEXT-XREF-EXCEPTION.
           READ XREF-WORK NEXT RECORD
             AT END
               MOVE 'Y' TO WS-XWK-EOF
             NOT AT END
               IF XWK-KIND NOT = 'M'
                   MOVE 'Y' TO WS-XWK-EOF
               ELSE
                   ADD 1 TO WS-XREF-EXCEPTION-COUNT
                   MOVE XWK-NAME TO WS-XREF-NAME
                   MOVE WS-XREF-DETAIL-LINE TO RPT-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-READ.

       3350-MASTER-EXPIRED-EXCEPTIONS.
           MOVE WS-EXPIRED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-EXPIRED-HEADING TO RPT-SECTION-HEADING.

           IF WS-MASTER-IS-AVAILABLE
               MOVE 'E' TO XWK-KIND
               PERFORM 3370-START-XREF-KIND
               PERFORM 3360-NEXT-EXPIRED-EXCEPTION
                   UNTIL WS-XWK-EOF = 'Y'

               IF WS-EXPIRED-EXCEPTION-COUNT = 0
                   MOVE WS-EXPIRED-NONE-LINE TO RPT-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE WS-XREF-SKIPPED-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3360-NEXT-EXPIRED-EXCEPTION.
           READ XREF-WORK NEXT RECORD
             AT END
               MOVE 'Y' TO WS-XWK-EOF
             NOT AT END
               IF XWK-KIND NOT = 'E'
                   MOVE 'Y' TO WS-XWK-EOF
               ELSE
                   ADD 1 TO WS-EXPIRED-EXCEPTION-COUNT
                   MOVE XWK-NAME TO WS-EXPIRED-NAME
                   MOVE WS-EXPIRED-DETAIL-LINE TO RPT-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-READ.

      *    Positions on the first entry of the kind in XWK-KIND.
       3370-START-XREF-KIND.
           MOVE 'N' TO WS-XWK-EOF.
           MOVE LOW-VALUES TO XWK-NAME.
           START XREF-WORK KEY IS NOT LESS THAN XWK-KEY
             INVALID KEY
               MOVE 'Y' TO WS-XWK-EOF
           END-START.

       3400-SUMMARY-STATISTICS.
           MOVE WS-SUMMARY-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
