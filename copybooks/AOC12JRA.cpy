      *----------------------------------------------------------*
      * AOC12JRA - audit journal record as written before the     *
      * SOURCE cutover (day 12). This is the layout of the        *
      * journals rolled to dated archives,                        *
      * ./output/day-12-journal-<yyyymmdd>.dat with the date of   *
      * the roll, when the SOURCE byte pair was added to the AOC  *
      * record (see AOC12JRN): both images are 28 bytes, without  *
      * SOURCE, and there is no maker/checker trail. The archives *
      * are read with it, never written; day-12-history reads     *
      * them for the part of a name's lifecycle that predates the *
      * current journal. COPY with REPLACING ==:PREFIX:== BY      *
      * ==xxx== to attach this layout under any 01-level group.   *
      *----------------------------------------------------------*
           05 :PREFIX:-ACTION PIC X(3).
           05 :PREFIX:-RUN-DATE PIC 9(8).
           05 :PREFIX:-RUN-TIME PIC 9(6).
           05 :PREFIX:-PROGRAM PIC X(18).
           05 :PREFIX:-BEFORE-IMAGE.
             10 :PREFIX:-OLD-NAME PIC X(10).
             10 :PREFIX:-OLD-SEQ-NO PIC X(9).
             10 :PREFIX:-OLD-LOAD-DATE PIC X(8).
             10 :PREFIX:-OLD-STATUS-FLAG PIC X.
           05 :PREFIX:-AFTER-IMAGE.
             10 :PREFIX:-NEW-NAME PIC X(10).
             10 :PREFIX:-NEW-SEQ-NO PIC X(9).
             10 :PREFIX:-NEW-LOAD-DATE PIC X(8).
             10 :PREFIX:-NEW-STATUS-FLAG PIC X.
