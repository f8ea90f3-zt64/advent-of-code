           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD AOC.
         FD ACTIVITY-REPORT.
         01 ACTIVITY-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-AOC-STATUS PIC XX.
           88 WS-AOC-OK VALUE '00' '02'.
         01 WS-REPORT-STATUS PIC XX.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           ACCEPT WS-FROM-DATE-IN FROM ENVIRONMENT
               'AOC-ACTIVITY-FROM'.
           ACCEPT WS-TO-DATE-IN FROM ENVIRONMENT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-FROM-DATE TO WS-RANGE-FROM.
               PERFORM 2100-READ-AOC-RECORD
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

      *    Reads arrive in AOC-LOAD-DATE order off the alternate
      *    key, so a change of date is a control break for the
      *    per-date subtotal, and the first date past the to-date
