      *****************************************************************
      * dr-block.cpy
      * one line per standby block carved off the top of a counter's
      * range for issuing at the disaster-recovery site. DRBLOCK.DAT
      * holds these lines: change-control adds a line when a carve
      * (change function D) is approved, dr-carve marks it shipped
      * and dr-merge marks it merged once the DR site's audit and
      * registry records are back on the primary files.
      * the block is never inside the counter's own low/high range,
      * so the two sites cannot issue the same value while it is out.
      *****************************************************************
           05 drb-counter-id          pic x(10).
           05 filler                  pic x value space.
           05 drb-block-low           pic 9(9).
           05 filler                  pic x value space.
           05 drb-block-high          pic 9(9).
           05 filler                  pic x value space.
           05 drb-status              pic x(1).
               88 drb-carved          value "C".
               88 drb-shipped         value "S".
               88 drb-merged          value "M".
           05 filler                  pic x value space.
           05 drb-change-ref          pic x(10).
           05 filler                  pic x value space.
           05 drb-carved-ts           pic x(14).
           05 filler                  pic x value space.
           05 drb-shipped-ts          pic x(14).
           05 filler                  pic x value space.
           05 drb-merged-ts           pic x(14).
           05 filler                  pic x value space.
           05 drb-dr-high             pic 9(9).
           05 filler                  pic x value space.
           05 drb-returned            pic 9(9).
