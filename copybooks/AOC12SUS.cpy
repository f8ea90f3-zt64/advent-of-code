      *----------------------------------------------------------*
      * AOC12SUS - load suspense record (day 12). One record per  *
      * feed name day-12-load could not load, keyed by the name   *
      * and the source code of the feed that sent it, in          *
      * ./checkpoint/day-12-suspense.dat. COPY with REPLACING     *
      * ==:PREFIX:== BY ==xxx== to attach this layout under any   *
      * 01-level group.                                           *
      * REASON and FILE-STATUS are the reject as the load report  *
      * printed it. FIRST-DATE is the business date the name was  *
      * first suspended; every later load retries the item and    *
      * counts the attempt in RETRY-COUNT; LAST-TRY-DATE is the   *
      * last business date it was tried (by the retry pass, or    *
      * by the name arriving on its feed again).                  *
      * STATE is 'O' open, 'C' cleared (the name is now on the    *
      * file) or 'E' aged out - open longer than the load's age   *
      * limit, so no longer retried and left for a DAY12MNT ADD.  *
      * CLOSED-DATE is the business date it left the open state;  *
      * the load deletes closed items the night after, once the   *
      * aging report has shown them.                              *
      *----------------------------------------------------------*
           05 :PREFIX:-KEY.
             10 :PREFIX:-NAME PIC X(10).
             10 :PREFIX:-SOURCE PIC X(2).
           05 :PREFIX:-REASON PIC X(16).
           05 :PREFIX:-FILE-STATUS PIC X(2).
           05 :PREFIX:-FIRST-DATE PIC 9(8).
           05 :PREFIX:-RETRY-COUNT PIC 9(5).
           05 :PREFIX:-LAST-TRY-DATE PIC 9(8).
           05 :PREFIX:-STATE PIC X(1).
           05 :PREFIX:-CLOSED-DATE PIC 9(8).
