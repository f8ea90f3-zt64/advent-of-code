      *    AOC-AUDIT-FROM / AOC-AUDIT-TO environment variables
      *    (YYYYMMDD; blank means no limit on that side), so "who
      *    changed record X and what did it look like before" can be
      *    answered without restoring old generations. A
      *    day-12-maint change also prints who requested it, who
      *    approved it, and the reason code it was raised under.
           SELECT AOC-JOURNAL
           ASSIGN TO "./output/day-12-journal.dat"
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
         FD AOC-JOURNAL.
         FD AUDIT-REPORT.
         01 AUDIT-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-JOURNAL-STATUS PIC XX.
           88 WS-JOURNAL-OK VALUE '00'.
         01 WS-REPORT-STATUS PIC XX.
           05 FILLER PIC X(5) VALUE ' SRC '.
           05 WS-NEW-SOURCE PIC X(2).
           05 FILLER PIC X(19) VALUE SPACES.
         01 WS-DETAIL-APPROVAL-LINE.
           05 FILLER PIC X(17) VALUE '    REQUESTED BY '.
           05 WS-REQUESTER PIC X(8).
           05 FILLER PIC X(13) VALUE ' APPROVED BY '.
           05 WS-APPROVER PIC X(8).
           05 FILLER PIC X(8) VALUE ' REASON '.
           05 WS-REASON-CODE PIC X(4).
           05 FILLER PIC X(22) VALUE SPACES.
         01 WS-NONE-LINE PIC X(80)
           VALUE '    NONE - NO JOURNAL ENTRIES IN THE DATE RANGE'.
         01 WS-READ-TOTAL-LINE.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           ACCEPT WS-FROM-DATE-IN FROM ENVIRONMENT 'AOC-AUDIT-FROM'.
           ACCEPT WS-TO-DATE-IN FROM ENVIRONMENT 'AOC-AUDIT-TO'.
           IF WS-FROM-DATE-IN NOT = SPACES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-FROM-DATE TO WS-RANGE-FROM.
           MOVE WS-RANGE-LINE TO RPT-SECTION-HEADING.
           PERFORM 2100-READ-JOURNAL-RECORD.

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

       2000-PRINT-JOURNAL.
           ADD 1 TO WS-JOURNAL-COUNT.
           IF JRN-RUN-DATE NOT < WS-FROM-DATE AND
           MOVE WS-DETAIL-NEW-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

      *    Only maintenance entries carry a requester; loader,
      *    purge and restore entries, and any written before the
      *    fields existed, read back blank and print no such line.
           IF JRN-REQUESTER NOT = SPACES
               MOVE JRN-REQUESTER TO WS-REQUESTER
               MOVE JRN-APPROVER TO WS-APPROVER
               MOVE JRN-REASON-CODE TO WS-REASON-CODE
               MOVE WS-DETAIL-APPROVAL-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3000-END-OF-JOB.
           MOVE SPACES TO RPT-SECTION-HEADING.
           IF WS-PRINTED-COUNT = 0
