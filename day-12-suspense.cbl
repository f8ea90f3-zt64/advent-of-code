       IDENTIFICATION DIVISION.
       PROGRAM-ID. day-12-suspense.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Suspense aging report over the items day-12-load could
      *    not load. Every open item is listed with its age in days
      *    since it was first suspended and the retries it has had,
      *    then summarised into age bands, so a name stuck for
      *    weeks stands out from last night's rejects. Items the
      *    load closed tonight - cleared or aged out - are listed
      *    separately; an aged-out name has left the retry cycle
      *    and has to be re-keyed through DAY12MNT.
           SELECT SUSPENSE
           ASSIGN TO "./checkpoint/day-12-suspense.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUS-KEY
           FILE STATUS IS WS-SUS-STATUS.

           SELECT SUSPENSE-REPORT
           ASSIGN TO "./output/day-12-suspense.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD SUSPENSE.
         01 SUSPENSE-RECORD.
             COPY AOC12SUS REPLACING ==:PREFIX:== BY ==SUS==.

         FD SUSPENSE-REPORT.
         01 SUSPENSE-REPORT-LINE PIC X(80).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-SUS-STATUS PIC XX.
           88 WS-SUS-OK VALUE '00'.
         01 WS-REPORT-STATUS PIC XX.
           88 WS-REPORT-OK VALUE '00'.
         01 WS-EOF PIC A(1) VALUE 'N'.
         01 WS-SUS-PRESENT PIC A(1) VALUE 'Y'.
         01 WS-RUN-DATE PIC 9(8).
         01 WS-AGE PIC 9(5).
         01 WS-OPEN-COUNT PIC 9(7) VALUE ZERO.
         01 WS-CLOSED-COUNT PIC 9(7) VALUE ZERO.
         01 WS-OLDEST-AGE PIC 9(5) VALUE ZERO.

      *    Age bands for the summary, in days since first
      *    suspended: up to a week, up to two weeks, up to thirty
      *    days, and older. Items past the load's age limit do not
      *    stay open, so the last band only fills when the limit
      *    has been raised above thirty days.
         01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 4 TIMES.
             10 WS-BAND-LABEL PIC X(20).
             10 WS-BAND-LIMIT PIC 9(5).
             10 WS-BAND-COUNT PIC 9(7).
         01 WS-BAND-IDX PIC 9(2).

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.

         01 WS-REPORT-TITLE PIC X(80)
           VALUE 'DAY-12 LOAD SUSPENSE AGING REPORT'.
         01 WS-OPEN-HEADING PIC X(80)
           VALUE 'OPEN SUSPENSE ITEMS'.
         01 WS-OPEN-COLUMN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'NAME       SRC'.
           05 FILLER PIC X(18) VALUE ' REASON          '.
           05 FILLER PIC X(11) VALUE 'SUSPENDED  '.
           05 FILLER PIC X(22) VALUE '  AGE TRIES LAST TRIED'.
           05 FILLER PIC X(11) VALUE SPACES.
         01 WS-OPEN-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-OPEN-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPEN-SOURCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OPEN-REASON PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPEN-FIRST PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPEN-AGE PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPEN-TRIES PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OPEN-LAST PIC 9999/99/99.
           05 FILLER PIC X(11) VALUE SPACES.
         01 WS-OPEN-NONE-LINE PIC X(80)
           VALUE '    NONE - THE SUSPENSE FILE HAS NO OPEN ITEMS'.
         01 WS-BAND-HEADING PIC X(80)
           VALUE 'OPEN ITEMS BY AGE'.
         01 WS-BAND-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-BAND-LABEL-OUT PIC X(20).
           05 WS-BAND-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
         01 WS-CLOSED-HEADING PIC X(80)
           VALUE 'CLOSED BY TONIGHT''S LOAD'.
         01 WS-CLOSED-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CLOSED-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CLOSED-SOURCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CLOSED-HOW PIC X(30).
           05 FILLER PIC X(8) VALUE ' FIRST  '.
           05 WS-CLOSED-FIRST PIC 9999/99/99.
           05 FILLER PIC X(7) VALUE ' TRIES '.
           05 WS-CLOSED-TRIES PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
         01 WS-CLOSED-NONE-LINE PIC X(80)
           VALUE '    NONE - NO ITEM CLEARED OR AGED OUT TONIGHT'.
         01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL PIC X(24).
           05 WS-TOTAL-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-REPORT-OPEN-ITEM UNTIL WS-EOF = 'Y'.
           PERFORM 2500-REPORT-CLOSED-ITEMS.
           PERFORM 3000-END-OF-JOB.
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           MOVE 'UP TO 7 DAYS: ' TO WS-BAND-LABEL (1).
           MOVE 7 TO WS-BAND-LIMIT (1).
           MOVE '8 TO 14 DAYS: ' TO WS-BAND-LABEL (2).
           MOVE 14 TO WS-BAND-LIMIT (2).
           MOVE '15 TO 30 DAYS: ' TO WS-BAND-LABEL (3).
           MOVE 30 TO WS-BAND-LIMIT (3).
           MOVE 'OVER 30 DAYS: ' TO WS-BAND-LABEL (4).
           MOVE 99999 TO WS-BAND-LIMIT (4).
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
               MOVE ZERO TO WS-BAND-COUNT (WS-BAND-IDX)
           END-PERFORM.
           OPEN INPUT SUSPENSE.
           IF WS-SUS-STATUS = '35'
               DISPLAY 'NOTE: ./checkpoint/day-12-suspense.dat not '
                   'found - no load has suspended a record yet'
               MOVE 'N' TO WS-SUS-PRESENT
               MOVE 'Y' TO WS-EOF
           ELSE
               IF NOT WS-SUS-OK
                   DISPLAY 'ABEND: SUSPENSE OPEN FAILED, FILE '
                       'STATUS = ' WS-SUS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SUSPENSE-REPORT.
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: SUSPENSE-REPORT OPEN FAILED, FILE '
                   'STATUS = ' WS-REPORT-STATUS
               DISPLAY 'ABEND: ./output/ IS MISSING OR UNAVAILABLE'
               IF WS-SUS-PRESENT = 'Y'
                   CLOSE SUSPENSE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           MOVE WS-OPEN-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-OPEN-COLUMN-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-OPEN-COLUMN-LINE TO RPT-SECTION-HEADING.
           IF WS-EOF = 'N'
               PERFORM 2100-READ-SUSPENSE
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

      *    Open items are listed as they are read; closed items are
      *    only counted here and listed in a second pass, so each
      *    section stays together on the page.
       2000-REPORT-OPEN-ITEM.
           IF SUS-STATE = 'O'
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (SUS-FIRST-DATE)
               ADD 1 TO WS-OPEN-COUNT
               IF WS-AGE > WS-OLDEST-AGE
                   MOVE WS-AGE TO WS-OLDEST-AGE
               END-IF
               PERFORM 2200-COUNT-AGE-BAND
               MOVE SUS-NAME TO WS-OPEN-NAME
               MOVE SUS-SOURCE TO WS-OPEN-SOURCE
               MOVE SUS-REASON TO WS-OPEN-REASON
               MOVE SUS-FIRST-DATE TO WS-OPEN-FIRST
               MOVE WS-AGE TO WS-OPEN-AGE
               MOVE SUS-RETRY-COUNT TO WS-OPEN-TRIES
               MOVE SUS-LAST-TRY-DATE TO WS-OPEN-LAST
               MOVE WS-OPEN-DETAIL-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               IF SUS-CLOSED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-IF.
           PERFORM 2100-READ-SUSPENSE.

       2100-READ-SUSPENSE.
           READ SUSPENSE NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2200-COUNT-AGE-BAND.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
               IF WS-AGE NOT > WS-BAND-LIMIT (WS-BAND-IDX)
                   ADD 1 TO WS-BAND-COUNT (WS-BAND-IDX)
                   MOVE 4 TO WS-BAND-IDX
               END-IF
           END-PERFORM.

       2500-REPORT-CLOSED-ITEMS.
           IF WS-OPEN-COUNT = ZERO
               MOVE WS-OPEN-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-BAND-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-BAND-HEADING TO RPT-SECTION-HEADING.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
               MOVE WS-BAND-LABEL (WS-BAND-IDX) TO WS-BAND-LABEL-OUT
               MOVE WS-BAND-COUNT (WS-BAND-IDX) TO WS-BAND-COUNT-OUT
               MOVE WS-BAND-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-PERFORM.
           MOVE WS-CLOSED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-CLOSED-HEADING TO RPT-SECTION-HEADING.
           IF WS-CLOSED-COUNT = ZERO
               MOVE WS-CLOSED-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               CLOSE SUSPENSE
               OPEN INPUT SUSPENSE
               IF NOT WS-SUS-OK
                   DISPLAY 'ABEND: SUSPENSE REOPEN FAILED, FILE '
                       'STATUS = ' WS-SUS-STATUS
                   CLOSE SUSPENSE-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM 2100-READ-SUSPENSE
               PERFORM 2600-REPORT-CLOSED-ITEM UNTIL WS-EOF = 'Y'
           END-IF.

       2600-REPORT-CLOSED-ITEM.
           IF SUS-STATE NOT = 'O' AND
              SUS-CLOSED-DATE = WS-RUN-DATE
               MOVE SUS-NAME TO WS-CLOSED-NAME
               MOVE SUS-SOURCE TO WS-CLOSED-SOURCE
               IF SUS-STATE = 'C'
                   MOVE 'CLEARED - NOW ON FILE' TO WS-CLOSED-HOW
               ELSE
                   MOVE 'AGED OUT - RE-KEY VIA DAY12MNT'
                     TO WS-CLOSED-HOW
               END-IF
               MOVE SUS-FIRST-DATE TO WS-CLOSED-FIRST
               MOVE SUS-RETRY-COUNT TO WS-CLOSED-TRIES
               MOVE WS-CLOSED-DETAIL-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.
           PERFORM 2100-READ-SUSPENSE.

       3000-END-OF-JOB.
           MOVE SPACES TO RPT-SECTION-HEADING.
           MOVE 'OPEN SUSPENSE ITEMS: ' TO WS-TOTAL-LABEL.
           MOVE WS-OPEN-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'OLDEST OPEN ITEM (DAYS): ' TO WS-TOTAL-LABEL.
           MOVE WS-OLDEST-AGE TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'CLOSED TONIGHT: ' TO WS-TOTAL-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-TOTAL-VALUE.
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           PERFORM 8900-WRITE-END-LINE.

           IF WS-SUS-PRESENT = 'Y'
               CLOSE SUSPENSE
           END-IF.
           CLOSE SUSPENSE-REPORT.
           DISPLAY 'Open suspense items: ' WS-OPEN-COUNT.
           DISPLAY 'Oldest open item (days): ' WS-OLDEST-AGE.
           DISPLAY 'Suspense items closed tonight: ' WS-CLOSED-COUNT.

      *    Standard page discipline (see AOC12PAG): every body line
      *    goes through here so a full page breaks to a fresh
      *    heading, with the open section heading carried over.
       8000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PRINT-LINE TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       8100-PAGE-HEADING.
           ADD 1 TO RPT-PAGE-NO.
           MOVE RPT-TITLE TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE.
           MOVE RPT-DATE-PAGE-LINE TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE 3 TO RPT-LINE-COUNT.
           IF RPT-SECTION-HEADING NOT = SPACES
               MOVE RPT-SECTION-HEADING TO SUSPENSE-REPORT-LINE
               WRITE SUSPENSE-REPORT-LINE
               ADD 1 TO RPT-LINE-COUNT
           END-IF.

       8900-WRITE-END-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
               PERFORM 8100-PAGE-HEADING
           END-IF.
           MOVE RPT-PAGE-NO TO RPT-END-PAGES.
           MOVE RPT-END-LINE TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
