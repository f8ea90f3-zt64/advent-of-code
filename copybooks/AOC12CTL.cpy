      *----------------------------------------------------------*
      * AOC12CTL - shared run-control record (day 12). Each       *
      * program in the nightly chain posts its counts here so the *
      * balancing step can prove feed-read = loaded + rejected,   *
      * and that day-12-cobol processed the file the loader       *
      * built, before the run is archived as a good generation.   *
      * day-12-load rewrites the record at end of job;            *
      * day-12-cobol fills in the processed count. COPY with      *
      * REPLACING ==:PREFIX:== BY ==xxx== to attach this layout   *
      * under any 01-level group.                                 *
      * The per-source table breaks the loader's counts down by   *
      * feed so the balancing step can prove each region's feed   *
      * ties out on its own, not just in aggregate.               *
      * xref/expired exceptions from day-12-cobol, added/dropped/ *
      * changed from day-12-delta) so the morning digest can give *
      * a one-page PASS/FAIL without re-reading five reports.     *
      * They are nine digits wide, like the file counts: none of  *
      * those lists is capped, so each is always a full count.    *
      * The merge counters are day-12-load's: every loaded feed   *
      * record was added, retained or reinstated, dropped names   *
      * are active names flagged because their feed no longer     *
      * sends them, and ON-FILE is the record count the loader    *
      * left on the file - the figure day-12-cobol's processed    *
      * count must match.                                         *
      * FEED-VERDICT is day-12-load's inbound control verdict:    *
      * ACCEPTED when every presented feed's HDR and TRL proved   *
      * out, REFUSED when one did not and the load stopped before *
      * touching the file (all counts are then zero). FEED-CHECK  *
      * carries each feed's own result (OK, NO HEADER, WRONG      *
      * REGION, WRONG DATE, STALE RESEND, NO TRAILER, BAD         *
      * TRAILER, COUNT BREAK, HASH BREAK) and the HDR date and    *
      * TRL totals it checked, in the same slot order as the      *
      * per-source table.                                         *
      * The suspense counters are day-12-load's too: items newly  *
      * suspended tonight, items cleared (the name is now on the  *
      * file) and items aged out past the limit, then the open    *
      * count left and the age in days of the oldest open item.   *
      * LAYOUT CUTOVER: the six exception and delta counters were *
      * widened in place from 9(5) to 9(9), and the merge,        *
      * feed-control and suspense fields appended after them. A   *
      * record written under the old layout is 192 bytes: read    *
      * with this one, its six counters hold digits shifted from  *
      * their neighbours and everything from ADDED on is blank,   *
      * so ON-FILE is not numeric. Every record written under     *
      * this layout has a numeric ON-FILE, which is how a reader  *
      * tells the two apart. day-12-load rewrites the record      *
      * before any later program reads it, so only the load       *
      * itself meets an old-layout record, on the first night     *
      * after deployment: it does not carry that record to the    *
      * history below. Balance and the digest still fall back to  *
      * loaded = processed, and treat a blank FEED-VERDICT or     *
      * suspense count as nothing to check, for a record without  *
      * ON-FILE.                                                  *
      * Before it rewrites the record, day-12-load appends the    *
      * one it replaces - the last night's, complete with the     *
      * later programs' counts - to                               *
      * ./checkpoint/day-12-runctl-history.dat in this same       *
      * layout, for the month-end report (day-12-monthend).       *
      * LOAD-MODE is day-12-load's too: REBUILD when the load     *
      * emptied the file and rebuilt it from the feeds on this    *
      * business date, MERGE otherwise. It stays REBUILD through  *
      * a rerun of the same date, since the day's journal still   *
      * carries the rebuild. day-12-chgfeed will not cut a change *
      * feed for a REBUILD date: every feed name is journalled as *
      * an ADD, and names not on the feeds leave with no DEL. It  *
      * was appended after the suspense counters, so an earlier   *
      * record reads it blank, which means MERGE.                 *
      *----------------------------------------------------------*
           05 :PREFIX:-RUN-DATE PIC 9(8).
           05 :PREFIX:-FEED-READ PIC 9(9).
             10 :PREFIX:-SRC-READ PIC 9(9).
             10 :PREFIX:-SRC-LOADED PIC 9(9).
             10 :PREFIX:-SRC-REJECTED PIC 9(9).
           05 :PREFIX:-DUPLICATES PIC 9(9).
           05 :PREFIX:-XREF-EXCEPTIONS PIC 9(9).
           05 :PREFIX:-EXPIRED-MATCHES PIC 9(9).
           05 :PREFIX:-DELTA-ADDED PIC 9(9).
           05 :PREFIX:-DELTA-DROPPED PIC 9(9).
           05 :PREFIX:-DELTA-CHANGED PIC 9(9).
           05 :PREFIX:-ADDED PIC 9(9).
           05 :PREFIX:-RETAINED PIC 9(9).
           05 :PREFIX:-REINSTATED PIC 9(9).
           05 :PREFIX:-DROPPED PIC 9(9).
           05 :PREFIX:-ON-FILE PIC 9(9).
           05 :PREFIX:-FEED-VERDICT PIC X(8).
           05 :PREFIX:-FEED-CHECK OCCURS 4 TIMES.
             10 :PREFIX:-FCK-CODE PIC X(2).
             10 :PREFIX:-FCK-RESULT PIC X(12).
             10 :PREFIX:-FCK-HDR-DATE PIC 9(8).
             10 :PREFIX:-FCK-TRL-COUNT PIC 9(9).
             10 :PREFIX:-FCK-TRL-HASH PIC 9(15).
           05 :PREFIX:-SUS-NEW PIC 9(7).
           05 :PREFIX:-SUS-CLEARED PIC 9(7).
           05 :PREFIX:-SUS-AGED-OUT PIC 9(7).
           05 :PREFIX:-SUS-OPEN PIC 9(7).
           05 :PREFIX:-SUS-OLDEST-AGE PIC 9(5).
           05 :PREFIX:-LOAD-MODE PIC X(7).
