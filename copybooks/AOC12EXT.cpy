      *----------------------------------------------------------*
      * AOC12EXT - extract transmission record (day 12). One      *
      * record per cut of a subscriber's extract or change feed,  *
      * carrying the run date plus the record count and           *
      * AOC-SEQ-NO hash total from the file's TRL record.         *
      * day-12-extract and day-12-chgfeed append one to the       *
      * transmission log at end of job; the receiving side        *
      * returns the same layout as its acknowledgment, and        *
      * day-12-ack matches the two. COPY with REPLACING           *
      * ==:PREFIX:== BY ==xxx== to attach this layout under any   *
      * 01-level group.                                           *
      * SUBSCRIBER is the profile ID (see AOC12SUB) the cut was   *
      * made for. It follows the totals, so no earlier field      *
      * moves: a log entry written before subscriber profiles     *
      * reads back with it blank and belongs to ANALYTIC, the     *
      * original analytics feed, and an acknowledgment need not   *
      * carry it at all - each subscriber returns its own file.   *
      *----------------------------------------------------------*
           05 :PREFIX:-RUN-DATE PIC 9(8).
           05 :PREFIX:-RECORD-COUNT PIC 9(9).
           05 :PREFIX:-SEQ-HASH PIC 9(15).
           05 :PREFIX:-SUBSCRIBER PIC X(8).
