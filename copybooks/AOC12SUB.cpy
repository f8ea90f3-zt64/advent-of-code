      *----------------------------------------------------------*
      * AOC12SUB - extract subscriber profile (day 12). One       *
      * record per downstream consumer of the AOC data on         *
      * ./input/day-12-subscribers.txt, maintained by operations  *
      * like the master reference file. day-12-extract,           *
      * day-12-chgfeed and day-12-ack each take the profile of    *
      * the subscriber they are run for. COPY with REPLACING      *
      * ==:PREFIX:== BY ==xxx== to attach this layout under any   *
      * 01-level group.                                           *
      * ID names the subscriber (letters and digits only) and so  *
      * its files: ./output/day-12-extract-<id>.dat or            *
      * ./output/day-12-chgfeed-<id>.dat, the acknowledgment it   *
      * returns as ./input/day-12-extract-ack-<id>.dat, and       *
      * ./output/day-12-ack-<id>.rpt. ACTIVE is Y for a           *
      * subscriber cut every night; any other value keeps the     *
      * profile on file without a cut. FORMAT is F for the full   *
      * file of selected records, cut by day-12-extract in the    *
      * nightly run, or C for the day's net changes to them, cut  *
      * by day-12-chgfeed in DAY12CHG.                            *
      * SOURCE selects one AOC-SOURCE code (01, 02, MT), or every *
      * source when blank. STATUSES lists up to four              *
      * AOC-STATUS-FLAG values to select (A, I, D, X); blank      *
      * selects active records only, the original analytics       *
      * extract. A change is sent when its before- or after-image *
      * is selected, so a name leaving the slice is sent too.     *
      * GRACE-DAYS is how many days a cut may wait for its        *
      * acknowledgment before it is overdue; zero or blank means  *
      * 2.                                                        *
      * DEPLOYMENT CUTOVER: the nightly extract and its           *
      * acknowledgment move from one fixed consumer to these      *
      * per-subscriber files, and DAY12RUN STEP027 and STEP27A    *
      * end RC 16 while ./input/day-12-subscribers.txt is missing *
      * or empty. Before the first run, operations MUST create    *
      * the profile file with the original analytics feed as      *
      * subscriber ANALYTIC - this line, starting in column 1 (ID *
      * in 1-8, ACTIVE Y in 9, FORMAT F in 10, SOURCE and         *
      * STATUSES blank in 11-16, GRACE-DAYS 000 in 17-19, then    *
      * the description):                                         *
      *   ANALYTICYF      000ANALYTICS EXTRACT                    *
      * and the analytics consumer MUST switch from               *
      * ./output/day-12-extract.dat to                            *
      * ./output/day-12-extract-ANALYTIC.dat, and from            *
      * ./output/day-12-ack.rpt to                                *
      * ./output/day-12-ack-ANALYTIC.rpt. It should return its    *
      * acknowledgment as                                         *
      * ./input/day-12-extract-ack-ANALYTIC.dat; until it does,   *
      * day12-ack.sh matches an acknowledgment left at the old    *
      * ./input/day-12-extract-ack.dat for ANALYTIC and leaves    *
      * that file in place. The complete change feed stays at     *
      * ./output/day-12-chgfeed.dat for its existing receiver;    *
      * only a change-format subscriber added here receives       *
      * ./output/day-12-chgfeed-<id>.dat.                         *
      *----------------------------------------------------------*
           05 :PREFIX:-ID PIC X(8).
           05 :PREFIX:-ACTIVE PIC X(1).
           05 :PREFIX:-FORMAT PIC X(1).
           05 :PREFIX:-SOURCE PIC X(2).
           05 :PREFIX:-STATUSES.
             10 :PREFIX:-STATUS-FLAG PIC X(1) OCCURS 4 TIMES.
           05 :PREFIX:-GRACE-DAYS PIC 9(3).
           05 :PREFIX:-DESCRIPTION PIC X(30).
