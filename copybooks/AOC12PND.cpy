      *----------------------------------------------------------*
      * AOC12PND - pending maintenance request queue (day 12).    *
      * One record per maintenance transaction, keyed by the      *
      * REQUEST-NO that day-12-queue assigns when it takes the    *
      * edited ./input/day-12-trans.txt. Nothing reaches          *
      * ./input/day-12.dat until a second person, whose ID is not *
      * the REQUESTER's, approves the request by number through   *
      * day-12-maint. COPY with REPLACING ==:PREFIX:== BY ==xxx== *
      * to attach this layout under any 01-level group.           *
      * STATE is P (pending approval), A (approved and applied),  *
      * F (approved but the change failed against the file), R    *
      * (rejected by the approver) or X (expired unapproved).     *
      * APPROVER, DECIDED-DATE and OUTCOME stay blank/zero while  *
      * a request is pending; OUTCOME is the one-line result the  *
      * requester notice reports for F, R and X.                  *
      *----------------------------------------------------------*
           05 :PREFIX:-REQUEST-NO PIC 9(9).
           05 :PREFIX:-REQUESTER PIC X(8).
           05 :PREFIX:-REASON-CODE PIC X(4).
           05 :PREFIX:-ACTION PIC X(3).
           05 :PREFIX:-NAME PIC X(10).
           05 :PREFIX:-STATUS-FLAG PIC X(1).
           05 :PREFIX:-SUBMIT-DATE PIC 9(8).
           05 :PREFIX:-SUBMIT-TIME PIC 9(6).
           05 :PREFIX:-STATE PIC X(1).
           05 :PREFIX:-APPROVER PIC X(8).
           05 :PREFIX:-DECIDED-DATE PIC 9(8).
           05 :PREFIX:-OUTCOME PIC X(24).
