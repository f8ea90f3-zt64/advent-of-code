      * The SOURCE code says which feed (or program) put the      *
      * record on the file: '01' primary region feed, '02' the    *
      * second region feed, 'MT' a day-12-maint ADD.              *
      * STATUS-FLAG is 'A' active, 'I' inactive (maintenance or   *
      * the retention pass), 'D' logically deleted, or 'X'        *
      * dropped - an active name its feed stopped sending, set    *
      * by the day-12-load merge and cleared if the name returns. *
      *----------------------------------------------------------*
           05 :PREFIX:-NAME PIC X(10).
           05 :PREFIX:-SEQ-NO PIC 9(9).
