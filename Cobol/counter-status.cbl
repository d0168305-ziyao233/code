       01 ws-remaining-display        pic x(12).
       01 ws-report-count             pic 9(4) value 0.
       01 ws-status-display           pic x(6).
       01 counter-table-area.
           05 ct-count                pic 9(4) value 0.
           05 ct-entry occurs 500 times indexed by ct-idx.
              10 ct-counter-id        pic x(10).
              10 ct-current-value     pic 9(9).
              10 ct-high-range        pic 9(9).
              10 ct-reset-frequency   pic x(1).
              10 ct-last-updated      pic x(8).
              10 ct-status-flag       pic x(1).
              10 ct-successor-id      pic x(10).
              10 ct-successor-low     pic 9(9).
              10 ct-successor-high    pic 9(9).
       01 ws-table-full-switch        pic x value "N".
           88 ws-table-full           value "Y".
       01 ws-chain-id                 pic x(10).
       01 ws-hop-count                pic 9(2).
       01 ws-ct-chain                 pic 9(4).
       01 ws-chain-capacity           pic 9(12).
       01 ws-chain-found-switch       pic x value "N".
           88 ws-chain-found          value "Y".

       procedure division.
       main-logic.
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform load-counter-entry
               end-read
           end-perform

           close counter-file
           if ct-count > 0
               perform varying ct-idx from 1 by 1
                       until ct-idx > ct-count
                   perform print-counter-line
               end-perform
           end-if
           if ws-table-full
               display "more than 500 counters on file - the rest "
                   "are not reported"
           end-if
           display "total counters reported: " ws-report-count
           stop run.

       load-counter-entry.
           if ct-count >= 500
               move "Y" to ws-table-full-switch
               exit paragraph
           end-if
           add 1 to ct-count
           move ctr-counter-id to ct-counter-id(ct-count)
           move ctr-current-value to ct-current-value(ct-count)
           move ctr-high-range to ct-high-range(ct-count)
           move ctr-reset-frequency to ct-reset-frequency(ct-count)
           move ctr-last-updated to ct-last-updated(ct-count)
           move ctr-status-flag to ct-status-flag(ct-count)
           move ctr-successor-id to ct-successor-id(ct-count)
           if ctr-successor-low numeric and ctr-successor-high numeric
               move ctr-successor-low to ct-successor-low(ct-count)
               move ctr-successor-high to ct-successor-high(ct-count)
           else
               move zero to ct-successor-low(ct-count)
               move zero to ct-successor-high(ct-count)
           end-if.

       print-counter-line.
           add 1 to ws-report-count
           compute ws-remaining-signed = ct-high-range(ct-idx)
               - ct-current-value(ct-idx)
           if ws-remaining-signed < 0
               move "OVER LIMIT  " to ws-remaining-display
           else
               move ws-remaining-signed to ws-remaining
               move ws-remaining to ws-remaining-display
           end-if
           evaluate ct-status-flag(ct-idx)
               when "F"
                   move "FROZEN" to ws-status-display
               when "S"
                   move "CLOSED" to ws-status-display
               when other
                   move "ACTIVE" to ws-status-display
           end-evaluate
           display ct-counter-id(ct-idx) " " ct-current-value(ct-idx)
               "    " ws-remaining-display " "
               ct-reset-frequency(ct-idx) "         "
               ct-last-updated(ct-idx) "     " ws-status-display
           if ct-successor-high(ct-idx) > zero
                   or ct-successor-id(ct-idx) not = spaces
               perform print-successor-chain
           end-if.

       print-successor-chain.
           if ct-successor-high(ct-idx) > zero
               display "           then range "
                   ct-successor-low(ct-idx) " - "
                   ct-successor-high(ct-idx)
           end-if
           move zero to ws-chain-capacity
           if ct-status-flag(ct-idx) not = "S"
                   and ct-high-range(ct-idx) > ct-current-value(ct-idx)
               compute ws-chain-capacity = ct-high-range(ct-idx)
                   - ct-current-value(ct-idx)
           end-if
           if ct-successor-high(ct-idx) > zero
               compute ws-chain-capacity = ws-chain-capacity
                   + ct-successor-high(ct-idx)
                   - ct-successor-low(ct-idx) + 1
           end-if
           move ct-successor-id(ct-idx) to ws-chain-id
           move 0 to ws-hop-count
           perform until ws-chain-id = spaces or ws-hop-count > 9
               add 1 to ws-hop-count
               perform find-chain-entry
               if not ws-chain-found
                   display "           then counter " ws-chain-id
                       " - NOT ON FILE"
                   exit perform
               end-if
               display "           then counter " ws-chain-id
               if ct-status-flag(ws-ct-chain) not = "S"
                   and ct-high-range(ws-ct-chain)
                       > ct-current-value(ws-ct-chain)
                   compute ws-chain-capacity = ws-chain-capacity
                       + ct-high-range(ws-ct-chain)
                       - ct-current-value(ws-ct-chain)
               end-if
               if ct-successor-high(ws-ct-chain) > zero
                   display "           then range "
                       ct-successor-low(ws-ct-chain) " - "
                       ct-successor-high(ws-ct-chain)
                   compute ws-chain-capacity = ws-chain-capacity
                       + ct-successor-high(ws-ct-chain)
                       - ct-successor-low(ws-ct-chain) + 1
               end-if
               move ct-successor-id(ws-ct-chain) to ws-chain-id
           end-perform
           if ws-chain-id not = spaces and ws-hop-count > 9
               display "           chain is circular or longer than "
                   "nine counters"
           end-if
           display "           chain remaining: " ws-chain-capacity.

       find-chain-entry.
           move "N" to ws-chain-found-switch
           perform varying ws-ct-chain from 1 by 1
                   until ws-ct-chain > ct-count
               if ct-counter-id(ws-ct-chain) = ws-chain-id
                   move "Y" to ws-chain-found-switch
                   exit perform
               end-if
           end-perform.
