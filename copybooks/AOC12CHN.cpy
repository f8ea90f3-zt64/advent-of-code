      *----------------------------------------------------------*
      * AOC12CHN - nightly chain step record (day 12). One record *
      * per DAY12RUN step per business date, keyed by the date    *
      * and the step name, in ./checkpoint/day-12-chain.dat;      *
      * day-12-chain keeps it as every step starts and ends. COPY *
      * with REPLACING ==:PREFIX:== BY ==xxx== to attach this     *
      * layout under any 01-level group.                          *
      * STATE is 'S' started (the step began and has not reported *
      * back - cancelled or still running), 'C' complete with     *
      * return code 0, 'F' finished with the non-zero RETURN-CODE *
      * shown, 'B' bypassed by operations, or 'R' reopened - a    *
      * STEP010 that completed but whose generation STEP015 then  *
      * refused at feed control, so the feed is rolled in again;  *
      * it keeps its last RETURN-CODE. A resubmitted DAY12RUN     *
      * skips a step that is C or B for the date and reruns any   *
      * other. ATTEMPTS counts the times the step started for the *
      * date. START and END are the clock date and time of the    *
      * latest attempt. BYPASS-BY and BYPASS-REASON are the       *
      * operator's ID and reason, kept only for a bypass.         *
      *----------------------------------------------------------*
           05 :PREFIX:-KEY.
             10 :PREFIX:-RUN-DATE PIC 9(8).
             10 :PREFIX:-STEP PIC X(8).
           05 :PREFIX:-STATE PIC X(1).
           05 :PREFIX:-RETURN-CODE PIC 9(4).
           05 :PREFIX:-ATTEMPTS PIC 9(3).
           05 :PREFIX:-START-DATE PIC 9(8).
           05 :PREFIX:-START-TIME PIC 9(6).
           05 :PREFIX:-END-DATE PIC 9(8).
           05 :PREFIX:-END-TIME PIC 9(6).
           05 :PREFIX:-BYPASS-BY PIC X(8).
           05 :PREFIX:-BYPASS-REASON PIC X(40).
