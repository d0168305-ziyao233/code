       identification division.
       program-id. change-approve.
       environment division.
       input-output section.
       file-control.
           select pending-file assign to "PENDCHG.DAT"
               organization is line sequential
               file status is ws-pnd-status.
       data division.
       file section.
       fd  pending-file.
       01  pending-record             pic x(366).
       working-storage section.
       01 ws-pnd-status               pic x(2).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wa-function             pic x(1).
           05 wa-change-id            pic x(6).
           05 wa-note                 pic x(40).
           05 filler                  pic x(33).
       01 ws-expire-parm-fields redefines ws-parm-line.
           05 filler                  pic x(1).
           05 wa-days                 pic x(3).
           05 filler                  pic x(76).
       01 ws-report-parm-fields redefines ws-parm-line.
           05 filler                  pic x(1).
           05 wa-from-date            pic x(8).
           05 wa-to-date              pic x(8).
           05 filler                  pic x(63).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-from-date                pic x(8).
       01 ws-to-date                  pic x(8).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-pending-count            pic 9(4) value 0.
       01 ws-approved-count           pic 9(5) value 0.
       01 ws-rejected-count           pic 9(5) value 0.
       01 ws-expired-count            pic 9(5) value 0.
       01 ws-open-count               pic 9(5) value 0.
       01 ws-fn-name                  pic x(10).
       01 ws-status-name              pic x(8).
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
       01 ws-chg-action               pic x(1).
       01 ws-chg-days                 pic 9(3) value 0.
       01 ws-chg-count                pic 9(5).
       01 ws-chg-rc                   pic 9(2).
       01 ws-chg-message              pic x(60).

       procedure division.
       main-logic.
           accept ws-parm-line
           accept ws-job-id from environment "USER"
           if ws-job-id = spaces
               move "UNKNOWN" to ws-job-id
           end-if
           accept ws-today from date yyyymmdd

           evaluate wa-function
               when "L"
               when " "
                   perform list-pending-changes
                   move zero to return-code
               when "A"
               when "R"
                   perform decide-change
               when "X"
                   perform expire-changes
               when "P"
                   perform report-decisions
               when other
                   display "CHANGE-APPROVE: invalid function '"
                       wa-function "' - must be L, A, R, X or P"
                   move 20 to return-code
           end-evaluate
           stop run.

       decide-change.
           if wa-change-id not numeric
               display "CHANGE-APPROVE: change number must be six "
                   "digits"
               move 20 to return-code
               exit paragraph
           end-if
           move wa-function to ws-chg-action
           move spaces to pending-work
           move wa-change-id to pnd-change-id
           move wa-note to pnd-decision-note
           move zero to ws-chg-rc
           move spaces to ws-chg-message
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-chg-rc
               ws-chg-message
           end-call
           display "CHANGE-APPROVE: " ws-chg-message
           move ws-chg-rc to return-code.

       expire-changes.
           if wa-days = spaces
               move 7 to ws-chg-days
           else
               if wa-days not numeric
                   display "CHANGE-APPROVE: expiry days must be three "
                       "digits"
                   move 20 to return-code
                   exit paragraph
               end-if
               move wa-days to ws-chg-days
           end-if
           move "X" to ws-chg-action
           move spaces to pending-work
           move zero to ws-chg-rc
           move zero to ws-chg-count
           move spaces to ws-chg-message
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-chg-rc
               ws-chg-message
           end-call
           display "CHANGE-APPROVE: " ws-chg-message
           move ws-chg-rc to return-code.

       list-pending-changes.
           move 0 to ws-pending-count
           move "N" to ws-eof-switch
           open input pending-file
           if ws-pnd-status = "35"
               display "no counter changes are pending"
               exit paragraph
           end-if
           if ws-pnd-status not = "00"
               display "CHANGE-APPROVE: cannot open PENDCHG.DAT - "
                   "file status " ws-pnd-status
               move 12 to return-code
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
           else
               display "changes pending: " ws-pending-count
           end-if.

       report-decisions.
           if wa-from-date = spaces
               move "00000000" to ws-from-date
           else
               move wa-from-date to ws-from-date
           end-if
           if wa-to-date = spaces
               move "99999999" to ws-to-date
           else
               move wa-to-date to ws-to-date
           end-if
           move "N" to ws-eof-switch
           open input pending-file
           if ws-pnd-status = "35"
               display "CHANGE-APPROVE: no counter changes on file"
               exit paragraph
           end-if
           if ws-pnd-status not = "00"
               display "CHANGE-APPROVE: cannot open PENDCHG.DAT - "
                   "file status " ws-pnd-status
               move 12 to return-code
               exit paragraph
           end-if
           display "COUNTER-MASTER CHANGE DECISIONS " ws-from-date
               " - " ws-to-date
           display "printed " ws-today " for " ws-job-id
           display " "
           perform until ws-eof
               read pending-file into pending-work
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform report-one-change
               end-read
           end-perform
           close pending-file
           display " "
           display "approved and applied: " ws-approved-count
           display "rejected:             " ws-rejected-count
           display "expired unapproved:   " ws-expired-count
           display "still pending:        " ws-open-count
           move zero to return-code.

       report-one-change.
           if pnd-pending
               add 1 to ws-open-count
               exit paragraph
           end-if
           if pnd-decided-ts(1:8) < ws-from-date
                   or pnd-decided-ts(1:8) > ws-to-date
               exit paragraph
           end-if
           evaluate true
               when pnd-approved
                   move "APPROVED" to ws-status-name
                   add 1 to ws-approved-count
               when pnd-rejected
                   move "REJECTED" to ws-status-name
                   add 1 to ws-rejected-count
               when pnd-expired
                   move "EXPIRED" to ws-status-name
                   add 1 to ws-expired-count
               when other
                   move "UNKNOWN" to ws-status-name
           end-evaluate
           perform describe-change
           display "      " ws-status-name " by " pnd-decided-by
               " at " pnd-decided-ts
           if pnd-decision-note not = spaces
               display "      decision note: " pnd-decision-note
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
