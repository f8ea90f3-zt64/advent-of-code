      *----------------------------------------------------------*
      * AOC12ACK - subscriber delivery status (day 12). One       *
      * record per active subscriber, written by day-12-ack to    *
      * ./checkpoint/day-12-ack-status.dat each night             *
      * (day12-ack.sh empties the file first) so the morning      *
      * digest can show every consumer's delivered and            *
      * acknowledged state. COPY with REPLACING ==:PREFIX:== BY   *
      * ==xxx== to attach this layout under any 01-level group.   *
      * POSTED-DATE is the business date the status was taken on. *
      * LAST-SENT-DATE and LAST-SENT-COUNT describe the latest    *
      * cut logged for the subscriber (zero when none), and       *
      * LAST-ACK-STATUS its acknowledgment state (CONFIRMED,      *
      * MISMATCHED, UNCONFIRMED, OVERDUE, or NONE SENT). The      *
      * counts cover every cut still tracked for the subscriber.  *
      * VERDICT is OK when every tracked cut is confirmed,        *
      * AWAITING while one is unconfirmed within the grace days,  *
      * and HELD when one is mismatched or overdue - a hold is    *
      * that subscriber's alone.                                  *
      *----------------------------------------------------------*
           05 :PREFIX:-SUBSCRIBER PIC X(8).
           05 :PREFIX:-FORMAT PIC X(1).
           05 :PREFIX:-POSTED-DATE PIC 9(8).
           05 :PREFIX:-LAST-SENT-DATE PIC 9(8).
           05 :PREFIX:-LAST-SENT-COUNT PIC 9(9).
           05 :PREFIX:-LAST-ACK-STATUS PIC X(11).
           05 :PREFIX:-SENT PIC 9(5).
           05 :PREFIX:-CONFIRMED PIC 9(5).
           05 :PREFIX:-MISMATCHED PIC 9(5).
           05 :PREFIX:-UNCONFIRMED PIC 9(5).
           05 :PREFIX:-OVERDUE PIC 9(5).
           05 :PREFIX:-VERDICT PIC X(8).
