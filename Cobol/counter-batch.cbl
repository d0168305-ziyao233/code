           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
           select counter-file assign to "COUNTERS.DAT"
               organization is indexed
               access is random
               record key is ctr-counter-id
               file status is ws-ctr-status.
       data division.
       file section.
       fd  request-file.
           05 lck-job-id              pic x(20).
           05 filler                  pic x value space.
           05 lck-timestamp           pic x(14).
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       working-storage section.
       01 ws-req-status               pic x(2).
       01 ws-ctr-status               pic x(2).
       01 ws-ctr-open-switch          pic x value "N".
           88 ws-ctr-open             value "Y".
       01 ws-hop-count                pic 9(2).
       01 ws-rslt-status              pic x(2).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-failed-count             pic 9(9) value 0.
       01 ws-worst-rc                 pic 9(2) value 0.
       01 ws-target-id                pic x(10).
       01 ws-new-counter-switch       pic x value "N".
           88 ws-new-counter          value "Y".
       01 pending-work.
           copy "pending-change.cpy".
       01 ws-chg-action               pic x(1) value "S".
       01 ws-chg-days                 pic 9(3) value 0.
       01 ws-chg-count                pic 9(5).
       01 id-table-area.
           05 id-count                pic 9(4) value 0.
           05 id-entry occurs 500 times indexed by id-idx.
               move 12 to return-code
               exit paragraph
           end-if
           move "N" to ws-ctr-open-switch
           open input counter-file
           if ws-ctr-status = "00"
               move "Y" to ws-ctr-open-switch
           end-if
           perform until ws-eof
               read request-file
                   at end
                       perform note-counter-id
               end-read
           end-perform
           if ws-ctr-open
               close counter-file
               move "N" to ws-ctr-open-switch
           end-if
           close request-file.

       note-counter-id.
           else
               move req-counter-id to ws-target-id
           end-if
           perform add-distinct-id
           if req-mode = "S" or req-mode = " " or req-mode = "B"
                   or req-mode = "E"
               perform note-successor-chain
           end-if.

       note-successor-chain.
           if not ws-ctr-open
               exit paragraph
           end-if
           move 0 to ws-hop-count
           perform until ws-hop-count > 9 or ws-eof
               move ws-target-id to ctr-counter-id
               read counter-file
                   invalid key
                       exit perform
               end-read
               if ctr-successor-id = spaces
                   exit perform
               end-if
               add 1 to ws-hop-count
               move ctr-successor-id to ws-target-id
               perform add-distinct-id
           end-perform.

       add-distinct-id.
           move "N" to ws-found-switch
           if id-count > 0
               perform varying id-idx from 1 by 1
           move spaces to ws-message
           move spaces to ws-formatted

           if req-mode = "C"
               perform submit-configure
           else
               call "increment" using req-counter-id req-mode req-sign
                   req-count ws-job-id ws-first-value ws-last-value
                   ws-return-code ws-message req-low-range
                   req-high-range req-reset-freq ws-formatted
                   ws-lock-held req-reference
               end-call
           end-if

           if ws-return-code not = zero
               add 1 to ws-failed-count
           move ws-message to rsl-message
           write result-record.

       submit-configure.
           if req-counter-id = spaces
               move "DEFAULT" to ws-target-id
           else
               move req-counter-id to ws-target-id
           end-if
           if req-low-range not numeric or req-high-range not numeric
               move 27 to ws-return-code
               move "low-range/high-range fields are not numeric"
                   to ws-message
               exit paragraph
           end-if
           if req-high-range < req-low-range
               move 25 to ws-return-code
               move "high-range must be >= low-range" to ws-message
               exit paragraph
           end-if
           if req-reset-freq not = "D" and req-reset-freq not = "M"
                   and req-reset-freq not = "N"
                   and req-reset-freq not = " "
               move 26 to ws-return-code
               move "invalid reset-frequency - must be D, M, N"
                   to ws-message
               exit paragraph
           end-if
           move "N" to ws-new-counter-switch
           open input counter-file
           if ws-ctr-status = "35"
               move "Y" to ws-new-counter-switch
           else
               if ws-ctr-status not = "00"
                   move 31 to ws-return-code
                   move "cannot open COUNTERS.DAT" to ws-message
                   exit paragraph
               end-if
               move ws-target-id to ctr-counter-id
               read counter-file
                   invalid key
                       move "Y" to ws-new-counter-switch
               end-read
               close counter-file
           end-if
           if ws-new-counter
               move spaces to counter-record
               move ws-target-id to ctr-counter-id
               move zero to ctr-current-value
               move zero to ctr-low-range
               move 999999999 to ctr-high-range
               move "N" to ctr-reset-frequency
               move zero to ctr-successor-low
               move zero to ctr-successor-high
           end-if
           if ctr-template
               move 34 to ws-return-code
               move "counter is a template - use counter-template"
                   to ws-message
               exit paragraph
           end-if
           move spaces to pending-work
           move "C" to pnd-function
           move ws-target-id to pnd-counter-id
           move "counter-batch configure" to pnd-note
           if not ws-new-counter
               move counter-record to pnd-before-image
           end-if
           move req-low-range to ctr-low-range
           move req-high-range to ctr-high-range
           if req-reset-freq = space
               move "N" to ctr-reset-frequency
           else
               move req-reset-freq to ctr-reset-frequency
           end-if
           move counter-record to pnd-after-image
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-return-code
               ws-message
           end-call.

       call-session-mode.
           move zero to ws-return-code
           move spaces to ws-message
