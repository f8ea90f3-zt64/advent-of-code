           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD RESTORE-REQUESTS.
         01 AOC-JOURNAL-RECORD.
             COPY AOC12JRN REPLACING ==:PREFIX:== BY ==JRN==.

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-REQUEST-STATUS PIC XX.
           88 WS-REQUEST-OK VALUE '00'.
         01 WS-ARCHIVE-STATUS PIC XX.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT RESTORE-REQUESTS.
           IF NOT WS-REQUEST-OK
               DISPLAY 'ABEND: RESTORE-REQUESTS OPEN FAILED, FILE '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE WS-REPORT-TITLE TO RPT-TITLE.
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

       2000-TABLE-REQUEST.
           IF WS-REQUEST-COUNT < WS-REQUEST-MAX
               ADD 1 TO WS-REQUEST-COUNT
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
           MOVE 'day-12-restore' TO JRN-PROGRAM.
           MOVE SPACES TO JRN-REQUESTER.
           MOVE SPACES TO JRN-APPROVER.
           MOVE SPACES TO JRN-REASON-CODE.
           MOVE SPACES TO JRN-BEFORE-IMAGE.
           MOVE AOC-FILE TO JRN-AFTER-IMAGE.
           WRITE AOC-JOURNAL-RECORD.
