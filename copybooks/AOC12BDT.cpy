      *----------------------------------------------------------*
      * AOC12BDT - business-date control record (day 12). One     *
      * record holding the processing date for the current cycle  *
      * of the nightly chain. day-12-setdate writes it once at    *
      * the start of the cycle; every other program reads it      *
      * for AOC-LOAD-DATE, journal stamps, report headers,        *
      * run-log entries and the extract header, instead of the    *
      * system clock - so a chain that runs past midnight still   *
      * stamps one date from the first step to the last. COPY     *
      * with REPLACING ==:PREFIX:== BY ==xxx== to attach this     *
      * layout under any 01-level group.                          *
      * SET-MODE says how the date was chosen: SYSTEM (the clock  *
      * date when the cycle opened), DATE (set explicitly by      *
      * operations) or CATCHUP (the next missed RUN date on the   *
      * processing calendar). SET-ON-DATE/TIME are the clock      *
      * when it was set, PRIOR-DATE the business date it          *
      * replaced, and OUTSTANDING the RUN dates still missed      *
      * after this one.                                           *
      *----------------------------------------------------------*
           05 :PREFIX:-BUSINESS-DATE PIC 9(8).
           05 :PREFIX:-SET-MODE PIC X(7).
           05 :PREFIX:-SET-ON-DATE PIC 9(8).
           05 :PREFIX:-SET-ON-TIME PIC 9(6).
           05 :PREFIX:-PRIOR-DATE PIC 9(8).
           05 :PREFIX:-OUTSTANDING PIC 9(3).
