               access is dynamic
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select pending-file assign to "PENDCHG.DAT"
               organization is line sequential
               file status is ws-pnd-status.
           select gaps-file assign to dynamic ws-gaps-filename
               organization is line sequential
               file status is ws-gaps-status.
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       fd  gaps-file.
       01  gap-record.
           05 gap-value               pic 9(9).
           05 lck-job-id              pic x(20).
           05 filler                  pic x value space.
           05 lck-timestamp           pic x(14).
       fd  pending-file.
       01  pending-record             pic x(366).
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-pnd-status               pic x(2).
       01 ws-gaps-status              pic x(2).
       01 ws-rsv-status               pic x(2).
       01 ws-gaps-filename            pic x(15).
       01 ws-message                  pic x(60).
       01 ws-formatted                pic x(40).
       01 ws-lock-held                pic x(1) value space.
       01 ws-lock-status              pic x(2).
       01 ws-lock-filename            pic x(15).
       01 ws-new-counter-switch       pic x value "N".
           88 ws-new-counter          value "Y".
       01 ws-pending-count            pic 9(4).
       01 ws-fn-name                  pic x(10).
       01 ws-decision                 pic x(1).
       01 ws-decision-note            pic x(40).
       01 pending-work.
           copy "pending-change.cpy".
       01 before-counter-area.
           copy "counter-master.cpy"
               replacing ==ctr-counter-id== by ==bef-counter-id==
                 ==ctr-current-value== by ==bef-current-value==
                 ==ctr-low-range== by ==bef-low-range==
                 ==ctr-high-range== by ==bef-high-range==
                 ==ctr-reset-frequency== by ==bef-reset-frequency==
                 ==ctr-reset-daily== by ==bef-reset-daily==
                 ==ctr-reset-monthly== by ==bef-reset-monthly==
                 ==ctr-reset-never== by ==bef-reset-never==
                 ==ctr-last-updated== by ==bef-last-updated==
                 ==ctr-status-flag== by ==bef-status-flag==
                 ==ctr-active== by ==bef-active==
                 ==ctr-frozen== by ==bef-frozen==
                 ==ctr-template== by ==bef-template==
                 ==ctr-format-prefix== by ==bef-format-prefix==
                 ==ctr-format-date== by ==bef-format-date==
                 ==ctr-format-date-yes== by ==bef-fmt-date-yes==
                 ==ctr-format-width== by ==bef-format-width==
                 ==ctr-format-check== by ==bef-format-check==
                 ==ctr-format-check-yes== by ==bef-fmt-check-yes==
                 ==ctr-succeeded== by ==bef-succeeded==
                 ==ctr-successor-id== by ==bef-successor-id==
                 ==ctr-successor-low== by ==bef-successor-low==
                 ==ctr-successor-high== by ==bef-successor-high==.
       01 after-counter-area.
           copy "counter-master.cpy"
               replacing ==ctr-counter-id== by ==aft-counter-id==
                 ==ctr-current-value== by ==aft-current-value==
                 ==ctr-low-range== by ==aft-low-range==
                 ==ctr-high-range== by ==aft-high-range==
                 ==ctr-reset-frequency== by ==aft-reset-frequency==
                 ==ctr-reset-daily== by ==aft-reset-daily==
                 ==ctr-reset-monthly== by ==aft-reset-monthly==
                 ==ctr-reset-never== by ==aft-reset-never==
                 ==ctr-last-updated== by ==aft-last-updated==
                 ==ctr-status-flag== by ==aft-status-flag==
                 ==ctr-active== by ==aft-active==
                 ==ctr-frozen== by ==aft-frozen==
                 ==ctr-template== by ==aft-template==
                 ==ctr-format-prefix== by ==aft-format-prefix==
                 ==ctr-format-date== by ==aft-format-date==
                 ==ctr-format-date-yes== by ==aft-fmt-date-yes==
                 ==ctr-format-width== by ==aft-format-width==
                 ==ctr-format-check== by ==aft-format-check==
                 ==ctr-format-check-yes== by ==aft-fmt-check-yes==
                 ==ctr-succeeded== by ==aft-succeeded==
                 ==ctr-successor-id== by ==aft-successor-id==
                 ==ctr-successor-low== by ==aft-successor-low==
                 ==ctr-successor-high== by ==aft-successor-high==.
       01 ws-chg-action               pic x(1) value "S".
       01 ws-chg-days                 pic 9(3) value 0.
       01 ws-chg-count                pic 9(5).
       01 ws-chg-rc                   pic 9(2).
       01 ws-chg-message              pic x(60).

       procedure division.
       main-logic.
                       perform configure-dialog
                   when "5"
                       perform void-dialog
                   when "6"
                       perform approve-dialog
                   when "0"
                   when "X"
                   when "x"
           display "3 - freeze or unfreeze a counter"
           display "4 - configure ranges and reset frequency"
           display "5 - void issued numbers"
           display "6 - approve or reject pending counter changes"
           display "0 - exit"
           display "choice: " with no advancing.

           display "format date:     " ctr-format-date
           display "format width:    " ctr-format-width
           display "format check:    " ctr-format-check
           if ctr-successor-low numeric and ctr-successor-high numeric
                   and ctr-successor-high > zero
               display "successor range: " ctr-successor-low " - "
                   ctr-successor-high
           end-if
           if ctr-successor-id not = spaces
               display "successor:       " ctr-successor-id
           end-if
           perform show-gap-pool
           perform show-reservations
           perform show-lock-state.
               display "cancelled"
               exit paragraph
           end-if
           display "about to ask for a " with no advancing
           if ws-freeze-action = "F"
               display "FREEZE of counter " ws-target-id
                   " - no numbers will be issued once approved"
           else
               display "UNFREEZE of counter " ws-target-id
                   " - issuing resumes once approved"
           end-if
           display "confirm (Y): " with no advancing
           accept ws-answer
               display "cancelled - nothing changed"
               exit paragraph
           end-if
           move spaces to pending-work
           move ws-freeze-action to pnd-function
           move ws-target-id to pnd-counter-id
           move "console freeze dialog" to pnd-note
           move counter-record to pnd-before-image
           if ws-freeze-action = "F"
               move "F" to ctr-status-flag
           else
               move "A" to ctr-status-flag
           end-if
           move counter-record to pnd-after-image
           perform submit-change.

       configure-dialog.
           perform get-counter-id
                   ws-ctr-status
               exit paragraph
           end-if
           move "N" to ws-new-counter-switch
           move ws-target-id to ctr-counter-id
           read counter-file
               invalid key
                   display "counter " ws-target-id " is not on file - "
                       "it will be created by the configure"
                   move "Y" to ws-new-counter-switch
                   move spaces to counter-record
                   move ws-target-id to ctr-counter-id
                   move zero to ctr-current-value
                   move zero to ctr-low-range
                   move 999999999 to ctr-high-range
                   move "N" to ctr-reset-frequency
                   move zero to ctr-successor-low
                   move zero to ctr-successor-high
           end-read
           close counter-file
           display "current low range:  " ctr-low-range
               display "cancelled - high range must be >= low range"
               exit paragraph
           end-if
           display "about to ask to configure counter " ws-target-id
           display "  low range  " ctr-low-range " -> " ws-new-low
           display "  high range " ctr-high-range " -> " ws-new-high
           display "  reset      " ctr-reset-frequency " -> "
               display "cancelled - nothing changed"
               exit paragraph
           end-if
           move spaces to pending-work
           move "C" to pnd-function
           move ws-target-id to pnd-counter-id
           move "console configure dialog" to pnd-note
           if not ws-new-counter
               move counter-record to pnd-before-image
           end-if
           move ws-new-low to ctr-low-range
           move ws-new-high to ctr-high-range
           move ws-new-reset to ctr-reset-frequency
           move counter-record to pnd-after-image
           perform submit-change.

       submit-change.
           move zero to ws-chg-rc
           move spaces to ws-chg-message
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-chg-rc
               ws-chg-message
           end-call
           if ws-chg-rc = zero
               display "submitted as change CHG" pnd-change-id
                   " - it takes effect when a second operator "
                   "approves it (option 6)"
           else
               display "change not submitted: " ws-chg-message
           end-if.

       approve-dialog.
           perform list-pending-changes
           if ws-pending-count = 0
               exit paragraph
           end-if
           display "change number to decide (blank to cancel): "
               with no advancing
           perform get-number
           if not ws-num-valid or ws-num-value = zero
               display "cancelled"
               exit paragraph
           end-if
           display "A to approve, R to reject, anything else to "
               "cancel: " with no advancing
           accept ws-decision
           if ws-decision = "a"
               move "A" to ws-decision
           end-if
           if ws-decision = "r"
               move "R" to ws-decision
           end-if
           if ws-decision not = "A" and ws-decision not = "R"
               display "cancelled"
               exit paragraph
           end-if
           display "note for the audit file (optional): "
               with no advancing
           move spaces to ws-decision-note
           accept ws-decision-note
           display "about to " with no advancing
           if ws-decision = "A"
               display "APPROVE and apply change CHG" ws-num-value(4:6)
           else
               display "REJECT change CHG" ws-num-value(4:6)
           end-if
           display "confirm (Y): " with no advancing
           accept ws-answer
           if ws-answer not = "Y" and ws-answer not = "y"
               display "cancelled - nothing changed"
               exit paragraph
           end-if
           move spaces to pending-work
           move ws-num-value to pnd-change-id
           move ws-decision-note to pnd-decision-note
           move zero to ws-chg-rc
           move spaces to ws-chg-message
           call "change-control" using ws-decision pending-work
               ws-job-id ws-chg-days ws-chg-count ws-chg-rc
               ws-chg-message
           end-call
           if ws-chg-rc = zero
               display ws-chg-message
           else
               display "decision not recorded: " ws-chg-message
           end-if.

       list-pending-changes.
           move 0 to ws-pending-count
           move "N" to ws-eof-switch
           open input pending-file
           if ws-pnd-status = "35"
               display "no counter changes are pending"
               exit paragraph
           end-if
           if ws-pnd-status not = "00"
               display "PENDCHG.DAT not readable - file status "
                   ws-pnd-status
               exit paragraph
           end-if
           perform until ws-eof
               read pending-file into pending-work
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if pnd-pending
                           add 1 to ws-pending-count
                           perform describe-change
                       end-if
               end-read
           end-perform
           close pending-file
           if ws-pending-count = 0
               display "no counter changes are pending"
           end-if.

       describe-change.
           move pnd-before-image to before-counter-area
           move pnd-after-image to after-counter-area
           evaluate true
               when pnd-fn-freeze
                   move "FREEZE" to ws-fn-name
               when pnd-fn-unfreeze
                   move "UNFREEZE" to ws-fn-name
               when pnd-fn-retire
                   move "RETIRE" to ws-fn-name
               when pnd-fn-rename
                   move "RENAME" to ws-fn-name
               when pnd-fn-format
                   move "FORMAT" to ws-fn-name
               when pnd-fn-configure
                   move "CONFIGURE" to ws-fn-name
               when pnd-fn-successor
                   move "SUCCESSOR" to ws-fn-name
               when pnd-fn-dr-carve
                   move "DR CARVE" to ws-fn-name
               when other
                   move "UNKNOWN" to ws-fn-name
           end-evaluate
           display "CHG" pnd-change-id " " ws-fn-name " "
               pnd-counter-id " asked by " pnd-requested-by
               " at " pnd-requested-ts
           evaluate true
               when pnd-fn-freeze
               when pnd-fn-unfreeze
                   display "      status " bef-status-flag " -> "
                       aft-status-flag
               when pnd-fn-retire
                   display "      retire at value " bef-current-value
                       " to COUNTERS.RET"
               when pnd-fn-rename
                   display "      new counter-id " aft-counter-id
               when pnd-fn-format
                   display "      prefix " bef-format-prefix " -> "
                       aft-format-prefix
                   display "      date " bef-format-date " -> "
                       aft-format-date " width " bef-format-width
                       " -> " aft-format-width " check "
                       bef-format-check " -> " aft-format-check
               when pnd-fn-configure
                   if pnd-before-image = spaces
                       display "      new counter"
                       display "      low " aft-low-range " high "
                           aft-high-range " reset "
                           aft-reset-frequency
                   else
                       display "      low " bef-low-range " -> "
                           aft-low-range " high " bef-high-range
                           " -> " aft-high-range
                       display "      reset " bef-reset-frequency
                           " -> " aft-reset-frequency
                   end-if
               when pnd-fn-successor
                   display "      successor range " bef-successor-low
                       " - " bef-successor-high " -> "
                       aft-successor-low " - " aft-successor-high
                   display "      successor counter " bef-successor-id
                       " -> " aft-successor-id
               when pnd-fn-dr-carve
                   display "      high " bef-high-range " -> "
                       aft-high-range " - values above it go to the "
                       "DR site as a standby block"
           end-evaluate
           if pnd-note not = spaces
               display "      note: " pnd-note
           end-if.

       void-dialog.
           compute p = 10 - ws-num-count
           move ws-num-digits(1:ws-num-count)
               to ws-num-value(p:ws-num-count).
