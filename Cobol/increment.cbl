           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
           select registry-file assign to "ISSUEREG.DAT"
               organization is indexed
               access is random
           05 aud-new-value           pic 9(9).
           05 filler                  pic x value space.
           05 aud-job-id              pic x(20).
           05 filler                  pic x value space.
           05 aud-txn-type            pic x(8).
           05 filler                  pic x value space.
           05 aud-owner-ref           pic x(30).
       fd  lock-file.
       01  lock-record.
           05 lck-job-id              pic x(20).
           05 rsv-holder              pic x(30).
           05 filler                  pic x value space.
           05 rsv-job-id              pic x(20).
       fd  drblock-file.
       01  drblock-record.
           copy "dr-block.cpy".
       fd  registry-file.
       01  registry-record.
           05 reg-key.
           05 reg-reference           pic x(30).
       working-storage section.
       01 ws-audit-status             pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-drb-eof-switch           pic x value "N".
           88 ws-drb-eof              value "Y".
       01 ws-drb-hit-switch           pic x value "N".
           88 ws-drb-hit              value "Y".
       01 ws-reg-status               pic x(2).
       01 ws-reg-first                pic 9(9).
       01 ws-reg-last                 pic 9(9).
           88 ws-session-active       value "Y".
       01 ws-reg-open-switch          pic x value "N".
           88 ws-reg-open             value "Y".
       01 ws-txn-type                 pic x(8).
       01 ws-audit-work               pic x(106).
       01 ws-audit-work-fields redefines ws-audit-work.
           05 wrk-timestamp           pic x(14).
           05 filler                  pic x.
           05 wrk-new-value           pic 9(9).
           05 filler                  pic x.
           05 wrk-job-id              pic x(20).
           05 filler                  pic x.
           05 wrk-txn-type            pic x(8).
           05 filler                  pic x.
           05 wrk-owner-ref           pic x(30).
       01 audit-buffer-area.
           05 aud-buf-count           pic 9(4) value 0.
           05 aud-buf-line occurs 200 times
                                      pic x(106).
       01 b                           pic 9(4).
       01 ws-auth-status              pic x(2).
       01 ws-auth-eof-switch          pic x value "N".
                 ==ctr-format-date-yes== by ==t-ctr-fmt-date-yes==
                 ==ctr-format-width== by ==t-ctr-format-width==
                 ==ctr-format-check== by ==t-ctr-format-check==
                 ==ctr-format-check-yes== by ==t-ctr-fmt-check-yes==
                 ==ctr-succeeded== by ==t-ctr-succeeded==
                 ==ctr-successor-id== by ==t-ctr-successor-id==
                 ==ctr-successor-low== by ==t-ctr-successor-low==
                 ==ctr-successor-high== by ==t-ctr-successor-high==.
       01 ws-new-counter-switch       pic x value "N".
           88 ws-new-counter          value "Y".
       01 ws-successor-id             pic x(10).
       01 ws-hop-count                pic 9(2) value 0.
       01 ws-need-count               pic 9(9).
       01 ws-range-room               pic s9(10).
       01 ws-hold-reference           pic x(30).
       01 ws-prior-low                pic 9(9).
       01 ws-prior-high               pic 9(9).
       01 ws-chain-done-switch        pic x value "N".
           88 ws-chain-done           value "Y".
       01 ws-redirect-switch          pic x value "N".
           88 ws-redirected           value "Y".

       01 ws-target-id                pic x(10).
       01 ws-mode                     pic x(1).
               perform close-session
               goback
           end-if
           if ws-mode = "F"
               perform format-only
               goback
           end-if

           perform check-authorization
           if lk-return-code not = zero
               if ws-pool-used
                   move ws-pooled-value to ws-old-value
                   move ws-pooled-value to i
                   move "REISSUE" to ws-txn-type
                   perform write-audit-record
                   move ws-pooled-value to ws-reg-first
                   move ws-pooled-value to ws-reg-last
               end-if
           end-if

           if ws-mode = "S" or ws-mode = "B" or ws-mode = "E"
               perform follow-successor
               if lk-return-code not = zero
                   perform close-counter-file
                   if ws-lock-acquired
                       perform release-lock
                   end-if
                   goback
               end-if
           end-if

           move t-ctr-current-val to i

           evaluate ws-mode
               perform release-lock
               goback
           end-if
           evaluate ws-mode
               when "B"
                   move "BLOCK" to ws-txn-type
               when "D"
                   move "ADJUST" to ws-txn-type
               when "E"
                   move "RESERVE" to ws-txn-type
               when other
                   move "ISSUE" to ws-txn-type
           end-evaluate
           perform write-audit-record
           if ws-mode = "S" or ws-mode = "B"
               if ws-mode = "B"
           move i to lk-last-value
           move i to ws-format-value
           perform format-number
           evaluate true
               when ws-mode = "E" and ws-redirected
                   move "RESERVED-SUCCESSOR" to lk-message
               when ws-mode = "E"
                   move "RESERVED" to lk-message
               when ws-redirected
                   move "OK-SUCCESSOR" to lk-message
               when other
                   move "OK" to lk-message
           end-evaluate

           goback.

                   move "O" to ws-mode
               when "Z"
                   move "Z" to ws-mode
               when "F"
                   move "F" to ws-mode
               when other
                   display "INCREMENT: invalid mode '" lk-mode
                       "' - must be S, B, R, D, C, V, E, K, O, Z, "
                       "F or blank"
                   move 20 to lk-return-code
                   move "invalid mode - S, B, R, D, C, V, E, K, O, Z, F"
                       to lk-message
           end-evaluate
           if lk-return-code not = zero

           if ws-mode = "B" or ws-mode = "R" or ws-mode = "D"
                   or ws-mode = "V" or ws-mode = "K"
                   or ws-mode = "F"
               if lk-count not numeric
                   display "INCREMENT: count/value field is not numeric"
                   move 21 to lk-return-code
                   ws-target-id
               move zero to ws-old-value
               move zero to i
               move "DENIED" to ws-txn-type
               perform write-audit-record
               move 33 to lk-return-code
               move "not authorized for this mode on this counter"
           end-if.

       configure-counter.
           if lk-lock-held not = "H" or lk-reference(1:3) not = "CHG"
               display "INCREMENT: range changes to counter "
                   ws-target-id " need a second operator - submit "
                   "them through change-control"
               move t-ctr-current-val to ws-old-value
               move t-ctr-current-val to i
               move "DENIED" to ws-txn-type
               perform write-audit-record
               move 40 to lk-return-code
               move "range change needs maker-checker approval"
                   to lk-message
               exit paragraph
           end-if
           perform check-dr-blocks
           if ws-drb-hit
               display "INCREMENT: range " lk-low-range " - "
                   lk-high-range " of counter " ws-target-id
                   " reaches standby block " drb-block-low " - "
                   drb-block-high " carved for the DR site"
               move 39 to lk-return-code
               move "new range reaches a DR standby block" to lk-message
               exit paragraph
           end-if
           move lk-low-range to t-ctr-low-range
           move lk-high-range to t-ctr-high-range
           if lk-reset-freq = space
           if t-ctr-current-val < lk-low-range
               compute t-ctr-current-val = lk-low-range - 1
           end-if
           if t-ctr-succeeded and t-ctr-current-val < t-ctr-high-range
               move "A" to t-ctr-status-flag
           end-if
           move ws-today to t-ctr-last-upd
           move t-ctr-current-val to i
           perform save-counter-record
           if lk-return-code not = zero
               exit paragraph
           end-if
           move "CONFIG" to ws-txn-type
           perform write-audit-record
           move i to lk-first-value
           move i to lk-last-value
           move "OK" to lk-message.

       check-dr-blocks.
           move "N" to ws-drb-hit-switch
           move "N" to ws-drb-eof-switch
           open input drblock-file
           if ws-drb-status not = "00"
               exit paragraph
           end-if
           perform until ws-drb-eof
               read drblock-file
                   at end
                       move "Y" to ws-drb-eof-switch
                   not at end
                       if drb-counter-id = ws-target-id
                               and lk-low-range not > drb-block-high
                               and lk-high-range not < drb-block-low
                           move "Y" to ws-drb-hit-switch
                           move "Y" to ws-drb-eof-switch
                       end-if
               end-read
           end-perform
           close drblock-file.

       write-audit-record.
           move spaces to ws-audit-work
           accept wrk-timestamp(1:8) from date yyyymmdd
           move ws-old-value to wrk-old-value
           move i to wrk-new-value
           move ws-job-id to wrk-job-id
           move ws-txn-type to wrk-txn-type
           move ws-reference to wrk-owner-ref
           if ws-session-active
               add 1 to aud-buf-count
               move ws-audit-work to aud-buf-line(aud-buf-count)
               move ws-void-value to gap-pool-value(gap-count)
               move ws-void-value to ws-old-value
               move ws-void-value to i
               move "VOID" to ws-txn-type
               perform write-audit-record
           end-perform
           perform save-gap-pool
           end-if
           move ws-reg-first to ws-old-value
           move ws-reg-first to i
           move "CONFIRM" to ws-txn-type
           perform write-audit-record
           perform write-registry-record
           move ws-reg-first to lk-first-value
           end-perform
           close gaps-file.

       format-only.
           if not ws-session-active
               open input counter-file
               if ws-ctr-status not = "00"
                   display "INCREMENT: cannot open COUNTERS.DAT - file "
                       "status " ws-ctr-status
                   move 31 to lk-return-code
                   move "cannot open COUNTERS.DAT" to lk-message
                   exit paragraph
               end-if
           end-if
           move ws-target-id to ctr-counter-id
           read counter-file
               invalid key
                   display "INCREMENT: counter " ws-target-id
                       " is not on the counter file - nothing to "
                       "format"
                   move 37 to lk-return-code
                   move "counter not found - nothing to format"
                       to lk-message
               not invalid key
                   move counter-record to work-counter-area
           end-read
           if not ws-session-active
               close counter-file
           end-if
           if lk-return-code not = zero
               exit paragraph
           end-if
           if lk-reference(1:8) is numeric
               move lk-reference(1:8) to ws-today
           end-if
           move lk-count to ws-format-value
           move lk-count to lk-first-value
           move lk-count to lk-last-value
           perform format-number
           move "FORMATTED" to lk-message.

       follow-successor.
           move 0 to ws-hop-count
           move "N" to ws-redirect-switch
           move "N" to ws-chain-done-switch
           perform until ws-chain-done or lk-return-code not = zero
               perform check-successor-step
           end-perform.

       check-successor-step.
           if t-ctr-succeeded
               if t-ctr-successor-id = spaces
                   display "INCREMENT: counter " ws-target-id
                       " is used up and names no successor counter"
                   move 38 to lk-return-code
                   move "counter is used up and has no successor"
                       to lk-message
                   move "C" to ws-alert-severity
                   move "SUCC-MISSING" to ws-alert-code
                   move lk-message to ws-alert-text
                   perform write-alert-record
                   exit paragraph
               end-if
               perform redirect-to-successor
               exit paragraph
           end-if
           if ws-mode = "S"
               move 1 to ws-need-count
           else
               move ws-block-count to ws-need-count
           end-if
           compute ws-range-room = t-ctr-high-range - t-ctr-current-val
           if ws-range-room >= ws-need-count
               move "Y" to ws-chain-done-switch
               exit paragraph
           end-if
           if t-ctr-successor-low numeric
                   and t-ctr-successor-high numeric
                   and t-ctr-successor-high > zero
                   and t-ctr-successor-low > t-ctr-high-range
                   and t-ctr-successor-high >= t-ctr-successor-low
                   and t-ctr-successor-high - t-ctr-successor-low + 1
                       >= ws-need-count
               perform roll-successor-range
               exit paragraph
           end-if
           if t-ctr-successor-id not = spaces
               perform hand-over-to-successor
               exit paragraph
           end-if
           move "Y" to ws-chain-done-switch.

       roll-successor-range.
           perform void-range-tail
           move t-ctr-current-val to ws-old-value
           move t-ctr-low-range to ws-prior-low
           move t-ctr-high-range to ws-prior-high
           move t-ctr-successor-low to t-ctr-low-range
           move t-ctr-successor-high to t-ctr-high-range
           if t-ctr-low-range = zero
               move zero to t-ctr-current-val
           else
               compute t-ctr-current-val = t-ctr-low-range - 1
           end-if
           move zero to t-ctr-successor-low
           move zero to t-ctr-successor-high
           move ws-today to t-ctr-last-upd
           perform save-counter-record
           if lk-return-code not = zero
               exit paragraph
           end-if
           move t-ctr-current-val to i
           move "SUCCESSR" to ws-txn-type
           move ws-reference to ws-hold-reference
           move spaces to ws-reference
           string "FROM " ws-prior-low "-" ws-prior-high
               delimited by size into ws-reference
           perform write-audit-record
           move ws-hold-reference to ws-reference
           display "INCREMENT: counter " ws-target-id
               " range used up - moved to successor range "
               t-ctr-low-range " - " t-ctr-high-range
           move "W" to ws-alert-severity
           move "SUCCESSOR" to ws-alert-code
           move spaces to ws-alert-text
           string "range used up - now issuing " t-ctr-low-range
               " to " t-ctr-high-range delimited by size
               into ws-alert-text
           perform write-alert-record.

       hand-over-to-successor.
           perform void-range-tail
           move "S" to t-ctr-status-flag
           move ws-today to t-ctr-last-upd
           perform save-counter-record
           if lk-return-code not = zero
               exit paragraph
           end-if
           move t-ctr-current-val to ws-old-value
           move t-ctr-current-val to i
           move "SUCCESSR" to ws-txn-type
           move ws-reference to ws-hold-reference
           move spaces to ws-reference
           string "TO " t-ctr-successor-id delimited by size
               into ws-reference
           perform write-audit-record
           move ws-hold-reference to ws-reference
           display "INCREMENT: counter " ws-target-id
               " range used up - issuing moves to counter "
               t-ctr-successor-id
           move "W" to ws-alert-severity
           move "SUCCESSOR" to ws-alert-code
           move spaces to ws-alert-text
           string "range used up - issuing moves to counter "
               t-ctr-successor-id delimited by size
               into ws-alert-text
           perform write-alert-record
           perform redirect-to-successor.

       redirect-to-successor.
           add 1 to ws-hop-count
           if ws-hop-count > 9
               display "INCREMENT: successor chain from counter "
                   ws-target-id " is circular or longer than nine "
                   "counters"
               move 38 to lk-return-code
               move "successor chain is circular or too long"
                   to lk-message
               move "C" to ws-alert-severity
               move "SUCC-CHAIN" to ws-alert-code
               move lk-message to ws-alert-text
               perform write-alert-record
               exit paragraph
           end-if
           move t-ctr-successor-id to ws-successor-id
           perform release-lock
           move ws-successor-id to ws-target-id
           perform acquire-lock
           if lk-return-code not = zero
               exit paragraph
           end-if
           perform read-or-add-counter
           if ws-new-counter
               move "N" to ws-new-counter-switch
               display "INCREMENT: successor counter " ws-target-id
                   " is not on the counter file"
               move 38 to lk-return-code
               move "successor counter is not on the counter file"
                   to lk-message
               move "C" to ws-alert-severity
               move "SUCC-MISSING" to ws-alert-code
               move lk-message to ws-alert-text
               perform write-alert-record
               exit paragraph
           end-if
           if t-ctr-template
               display "INCREMENT: successor counter " ws-target-id
                   " is a counter template"
               move 34 to lk-return-code
               move "successor counter is a template" to lk-message
               exit paragraph
           end-if
           if t-ctr-frozen
               display "INCREMENT: successor counter " ws-target-id
                   " is frozen - no numbers may be issued"
               move 30 to lk-return-code
               move "successor counter is frozen" to lk-message
               move "W" to ws-alert-severity
               move "FROZEN" to ws-alert-code
               move lk-message to ws-alert-text
               perform write-alert-record
               exit paragraph
           end-if
           move t-ctr-current-val to ws-old-value
           perform apply-reset-if-due
           move ws-target-id to lk-counter-id
           move "Y" to ws-redirect-switch
           if ws-mode = "E"
               perform load-reservations
               if rsv-count >= 500
                   display "INCREMENT: reservation pool for counter "
                       ws-target-id " is full (500 max) - "
                       "reservation rejected"
                   move 35 to lk-return-code
                   move "reservation pool is full (500 max)"
                       to lk-message
               end-if
           end-if.

       void-range-tail.
           if t-ctr-current-val >= t-ctr-high-range
               exit paragraph
           end-if
           compute ws-void-first = t-ctr-current-val + 1
           move t-ctr-high-range to ws-void-last
           perform load-gap-pool
           compute g = gap-count + ws-void-last - ws-void-first + 1
               on size error move 501 to g
           end-compute
           if ws-gap-overflow or g > 500
               display "INCREMENT: void pool for counter " ws-target-id
                   " cannot hold unused values " ws-void-first " - "
                   ws-void-last " - they are left unissued"
               move "W" to ws-alert-severity
               move "TAIL-SKIPPED" to ws-alert-code
               move spaces to ws-alert-text
               string "unused " ws-void-first " - " ws-void-last
                   " not pooled at range switch" delimited by size
                   into ws-alert-text
               perform write-alert-record
               exit paragraph
           end-if
           perform varying ws-void-value from ws-void-first by 1
                   until ws-void-value > ws-void-last
               add 1 to gap-count
               move ws-void-value to gap-pool-value(gap-count)
               move ws-void-value to ws-old-value
               move ws-void-value to i
               move "VOID" to ws-txn-type
               perform write-audit-record
           end-perform
           perform save-gap-pool.

       overflow-abend.
           display "INCREMENT: counter " ws-target-id
               " would overflow PIC 9(9) - run halted, value not saved"
               move "N" to t-ctr-format-date
               move zero to t-ctr-format-width
               move "N" to t-ctr-format-check
               move spaces to t-ctr-successor-id
               move zero to t-ctr-successor-low
               move zero to t-ctr-successor-high
           end-if
           move t-ctr-current-val to i.

