           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

      *    Differences found by the match, keyed by kind (A added,
      *    D dropped, C changed) then name, so the report prints the
      *    three sections complete and in name order however many
      *    names differ. Rebuilt empty every run.
           SELECT DELTA-WORK
           ASSIGN TO "./checkpoint/day-12-delta-work.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DWK-KEY
           FILE STATUS IS WS-DWK-STATUS.

      *    Business date for this cycle, set by day-12-setdate.
           SELECT BUSINESS-DATE
           ASSIGN TO "./checkpoint/day-12-busdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD AOC.
         01 RUN-CONTROL-RECORD.
             COPY AOC12CTL REPLACING ==:PREFIX:== BY ==CTL==.

         FD DELTA-WORK.
         01 DELTA-WORK-RECORD.
           05 DWK-KEY.
             10 DWK-KIND PIC X(1).
             10 DWK-NAME PIC X(10).
           05 DWK-OLD-SEQ-NO PIC 9(9).
           05 DWK-OLD-LOAD-DATE PIC 9(8).
           05 DWK-OLD-STATUS-FLAG PIC X.
           05 DWK-OLD-SOURCE PIC X(2).
           05 DWK-NEW-SEQ-NO PIC 9(9).
           05 DWK-NEW-LOAD-DATE PIC 9(8).
           05 DWK-NEW-STATUS-FLAG PIC X.
           05 DWK-NEW-SOURCE PIC X(2).

         FD BUSINESS-DATE.
         01 BUSINESS-DATE-RECORD.
             COPY AOC12BDT REPLACING ==:PREFIX:== BY ==BDT==.

       WORKING-STORAGE SECTION.
         01 WS-BUSDATE-STATUS PIC XX.
           88 WS-BUSDATE-OK VALUE '00'.
         01 WS-AOC-STATUS PIC XX.
           88 WS-AOC-OK VALUE '00'.
         01 WS-PRIOR-STATUS PIC XX.
             COPY AOC12REC REPLACING ==:PREFIX:== BY ==PRI==.

      *    The match walks both files once but the report wants the
      *    three sections grouped, so results collect on DELTA-WORK
      *    the same way day-12-cobol collects its xref exceptions.
         01 WS-DWK-STATUS PIC XX.
           88 WS-DWK-OK VALUE '00'.
         01 WS-DWK-EOF PIC A(1).
         01 WS-DWK-SECTION-KIND PIC X(1).
         01 WS-ADDED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-DROPPED-COUNT PIC 9(9) VALUE ZERO.
         01 WS-CHANGED-COUNT PIC 9(9) VALUE ZERO.

         01 WS-PAGE-CONTROL.
             COPY AOC12PAG REPLACING ==:PREFIX:== BY ==RPT==.
           VALUE 'NAMES CHANGED SINCE PRIOR RUN (OLD / NEW)'.
         01 WS-NONE-LINE PIC X(80)
           VALUE '    NONE'.
         01 WS-NAME-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DETAIL-NAME PIC X(10).
           STOP RUN.

       1000-INITIALIZATION.
           PERFORM 1050-READ-BUSINESS-DATE.
           OPEN INPUT AOC.
           IF NOT WS-AOC-OK
               DISPLAY 'ABEND: AOC OPEN FAILED, FILE STATUS = '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DELTA-WORK.
           IF WS-DWK-OK
               CLOSE DELTA-WORK
               OPEN I-O DELTA-WORK
           END-IF.
           IF NOT WS-DWK-OK
               DISPLAY 'ABEND: DELTA-WORK OPEN FAILED, FILE '
                   'STATUS = ' WS-DWK-STATUS
               CLOSE AOC
               CLOSE PRIOR-SNAP
               CLOSE DELTA-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-TITLE TO RPT-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDR-DATE.
           PERFORM 2100-READ-CURRENT.
           PERFORM 2200-READ-PRIOR.

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

       2000-COMPARE-RECORDS.
           EVALUATE TRUE
               WHEN CUR-NAME < PRI-NAME
           END-READ.

       2300-RECORD-ADDED.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE SPACES TO DELTA-WORK-RECORD.
           MOVE 'A' TO DWK-KIND.
           MOVE CUR-NAME TO DWK-NAME.
           PERFORM 2600-WRITE-DELTA-WORK.

       2400-RECORD-DROPPED.
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE SPACES TO DELTA-WORK-RECORD.
           MOVE 'D' TO DWK-KIND.
           MOVE PRI-NAME TO DWK-NAME.
           PERFORM 2600-WRITE-DELTA-WORK.

       2500-RECORD-CHANGED.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE 'C' TO DWK-KIND.
           MOVE CUR-NAME TO DWK-NAME.
           MOVE PRI-SEQ-NO TO DWK-OLD-SEQ-NO.
           MOVE PRI-LOAD-DATE TO DWK-OLD-LOAD-DATE.
           MOVE PRI-STATUS-FLAG TO DWK-OLD-STATUS-FLAG.
           MOVE PRI-SOURCE TO DWK-OLD-SOURCE.
           MOVE CUR-SEQ-NO TO DWK-NEW-SEQ-NO.
           MOVE CUR-LOAD-DATE TO DWK-NEW-LOAD-DATE.
           MOVE CUR-STATUS-FLAG TO DWK-NEW-STATUS-FLAG.
           MOVE CUR-SOURCE TO DWK-NEW-SOURCE.
           PERFORM 2600-WRITE-DELTA-WORK.

       2600-WRITE-DELTA-WORK.
           WRITE DELTA-WORK-RECORD
             INVALID KEY
               DISPLAY 'ABEND: DELTA-WORK WRITE FAILED, FILE '
                   'STATUS = ' WS-DWK-STATUS
               CLOSE AOC
               CLOSE PRIOR-SNAP
               CLOSE DELTA-REPORT
               CLOSE DELTA-WORK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-WRITE.

       3000-END-OF-JOB.
           PERFORM 3100-ADDED-SECTION.
           MOVE WS-CHANGED-TOTAL-LINE TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.

           PERFORM 8900-WRITE-END-LINE.
           PERFORM 3400-POST-RUN-CONTROL.

           CLOSE PRIOR-SNAP.
           CLOSE DELTA-REPORT.
           CLOSE DELTA-WORK.
           PERFORM 3500-REWRITE-SNAPSHOT.
           CLOSE AOC.
           DISPLAY 'Names added: ' WS-ADDED-COUNT.
           MOVE WS-ADDED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-ADDED-HEADING TO RPT-SECTION-HEADING.
           MOVE 'A' TO DWK-KIND.
           PERFORM 3600-START-DELTA-KIND.
           PERFORM 3110-NEXT-NAME-LINE UNTIL WS-DWK-EOF = 'Y'.
           IF WS-ADDED-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      *    Lists names of the kind positioned by 3600; shared by the
      *    added and dropped sections.
       3110-NEXT-NAME-LINE.
           PERFORM 3650-READ-DELTA-WORK.
           IF WS-DWK-EOF = 'N'
               MOVE DWK-NAME TO WS-DETAIL-NAME
               MOVE WS-NAME-DETAIL-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3200-DROPPED-SECTION.
           MOVE WS-DROPPED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-DROPPED-HEADING TO RPT-SECTION-HEADING.
           MOVE 'D' TO DWK-KIND.
           PERFORM 3600-START-DELTA-KIND.
           PERFORM 3110-NEXT-NAME-LINE UNTIL WS-DWK-EOF = 'Y'.
           IF WS-DROPPED-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-CHANGED-HEADING TO RPT-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE WS-CHANGED-HEADING TO RPT-SECTION-HEADING.
           MOVE 'C' TO DWK-KIND.
           PERFORM 3600-START-DELTA-KIND.
           PERFORM 3310-NEXT-CHANGED-LINE UNTIL WS-DWK-EOF = 'Y'.
           IF WS-CHANGED-COUNT = 0
               MOVE WS-NONE-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3310-NEXT-CHANGED-LINE.
           PERFORM 3650-READ-DELTA-WORK.
           IF WS-DWK-EOF = 'N'
               MOVE DWK-NAME TO WS-CHG-DETAIL-NAME
               MOVE DWK-OLD-SEQ-NO TO WS-CHG-DETAIL-OLD-SEQ
               MOVE DWK-OLD-LOAD-DATE TO WS-CHG-DETAIL-OLD-DATE
               MOVE DWK-OLD-STATUS-FLAG TO WS-CHG-DETAIL-OLD-FLAG
               MOVE DWK-OLD-SOURCE TO WS-CHG-DETAIL-OLD-SRC
               MOVE DWK-NEW-SEQ-NO TO WS-CHG-DETAIL-NEW-SEQ
               MOVE DWK-NEW-LOAD-DATE TO WS-CHG-DETAIL-NEW-DATE
               MOVE DWK-NEW-STATUS-FLAG TO WS-CHG-DETAIL-NEW-FLAG
               MOVE DWK-NEW-SOURCE TO WS-CHG-DETAIL-NEW-SRC
               MOVE WS-CHANGED-DETAIL-LINE TO RPT-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      *    Positions on the first entry of the kind in DWK-KIND.
       3600-START-DELTA-KIND.
           MOVE 'N' TO WS-DWK-EOF.
           MOVE DWK-KIND TO WS-DWK-SECTION-KIND.
           MOVE LOW-VALUES TO DWK-NAME.
           START DELTA-WORK KEY IS NOT LESS THAN DWK-KEY
             INVALID KEY
               MOVE 'Y' TO WS-DWK-EOF
           END-START.

      *    Reads the next entry, ending the section when the kind
      *    changes.
       3650-READ-DELTA-WORK.
           READ DELTA-WORK NEXT RECORD
             AT END
               MOVE 'Y' TO WS-DWK-EOF
             NOT AT END
               IF DWK-KIND NOT = WS-DWK-SECTION-KIND
                   MOVE 'Y' TO WS-DWK-EOF
               END-IF
           END-READ.

      *    The snapshot is rebuilt from the file just compared so
      *    tomorrow's run diffs against today. The KSDS is closed and
      *    reopened to reposition at the first key for the copy pass.
