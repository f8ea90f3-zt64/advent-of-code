      * action code, the run date/time and the originating        *
      * program-id. COPY with REPLACING ==:PREFIX:== BY ==xxx==   *
      * to attach this layout under any 01-level group.           *
      * ACTION is ADD, CHG or DEL from the maintenance programs,  *
      * plus the day-12-load merge outcomes: ADD (new name), RET  *
      * (retained, before = after), RIN (dropped name reinstated) *
      * and DRP (active name flagged dropped from its feed).      *
      * LAYOUT CUTOVER: adding the SOURCE byte pair widened both  *
      * images, shifting every field after OLD-STATUS-FLAG        *
      * relative to journal records written under the old layout. *
      * garbled and a replay would stop on a spurious base        *
      * mismatch. Old archives stay readable with the prior       *
      * copybook version.                                         *
      * REQUESTER, APPROVER and REASON-CODE carry the             *
      * maker/checker trail of a day-12-maint change: who asked   *
      * for it, who approved it, and why. Every other writer      *
      * leaves them blank. They follow the after-image, so no     *
      * earlier field moves; an entry written before they were    *
      * added reads back with the three fields blank and needs no *
      * archive roll.                                             *
      *----------------------------------------------------------*
           05 :PREFIX:-ACTION PIC X(3).
           05 :PREFIX:-RUN-DATE PIC 9(8).
             10 :PREFIX:-NEW-LOAD-DATE PIC X(8).
             10 :PREFIX:-NEW-STATUS-FLAG PIC X.
             10 :PREFIX:-NEW-SOURCE PIC X(2).
           05 :PREFIX:-REQUESTER PIC X(8).
           05 :PREFIX:-APPROVER PIC X(8).
           05 :PREFIX:-REASON-CODE PIC X(4).
