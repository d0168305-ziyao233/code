      * member with REPLACING each field name when it is needed
      * nested under an OCCURS table entry (see increment.cbl for the
      * in-memory table use, which also bumps the level from 05 to 10).
      * the successor fields are filled in ahead of time: when the
      * counter reaches ctr-high-range, increment moves it on to the
      * successor range and, once no successor range is left, hands
      * issuing over to the successor counter (status S).
      *****************************************************************
           05 ctr-counter-id          pic x(10).
           05 ctr-current-value       pic 9(9).
               88 ctr-active          value "A" " ".
               88 ctr-frozen          value "F".
               88 ctr-template        value "T".
               88 ctr-succeeded       value "S".
           05 ctr-format-prefix       pic x(8).
           05 ctr-format-date         pic x(1).
               88 ctr-format-date-yes value "Y".
           05 ctr-format-width        pic 9(2).
           05 ctr-format-check        pic x(1).
               88 ctr-format-check-yes value "Y".
           05 ctr-successor-id        pic x(10).
           05 ctr-successor-low       pic 9(9).
           05 ctr-successor-high      pic 9(9).
