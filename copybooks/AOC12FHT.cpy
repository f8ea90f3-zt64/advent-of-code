      *----------------------------------------------------------*
      * AOC12FHT - region feed control records (day 12). Each     *
      * region's feed (./input/day-12.txt, ./input/day-12-r2.txt) *
      * opens with one HDR record and closes with one TRL record; *
      * every line between them is a bare 10-byte AOC-NAME as     *
      * before. HDR carries the business date the feed was cut    *
      * for and the region (source) code; TRL carries the count   *
      * of name lines and a hash total over them. day-12-load     *
      * proves both before it touches ./input/day-12.dat. COPY    *
      * with REPLACING ==:PREFIX:== BY ==xxx== to attach this     *
      * layout under any 01-level group.                          *
      * The hash total is the sum, over every name line, of each  *
      * of its 10 bytes' ordinal in the native collating sequence *
      * (FUNCTION ORD - the character code plus one) times the    *
      * byte's position 1 through 10, so a dropped, added or      *
      * altered name, or two transposed characters, breaks it.    *
      * Only the first and last records are read as HDR and TRL:  *
      * a name that happens to begin with those letters in the    *
      * body of the feed is still a name.                         *
      *----------------------------------------------------------*
           05 :PREFIX:-REC-TYPE PIC X(3).
           05 :PREFIX:-HDR-DATA.
             10 :PREFIX:-HDR-DATE PIC 9(8).
             10 :PREFIX:-HDR-REGION PIC X(2).
             10 FILLER PIC X(17).
           05 :PREFIX:-TRL-DATA REDEFINES :PREFIX:-HDR-DATA.
             10 :PREFIX:-TRL-COUNT PIC 9(9).
             10 :PREFIX:-TRL-HASH PIC 9(15).
             10 FILLER PIC X(3).
