       identification division.
       program-id. change-control.
       environment division.
       input-output section.
       file-control.
           select pending-file assign to "PENDCHG.DAT"
               organization is line sequential
               file status is ws-pnd-status.
           select counter-file assign to "COUNTERS.DAT"
               organization is indexed
               access is random
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select retired-file assign to "COUNTERS.RET"
               organization is line sequential
               file status is ws-ret-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
           select audit-file assign to "AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.
           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
           select baseline-file assign to "RECONBASE.DAT"
               organization is line sequential
               file status is ws-base-status.
       data division.
       file section.
       fd  pending-file.
       01  pending-record             pic x(366).
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       fd  retired-file.
       01  retired-record.
           copy "counter-master.cpy"
               replacing ==ctr-counter-id== by ==ret-counter-id==
                 ==ctr-current-value== by ==ret-current-value==
                 ==ctr-low-range== by ==ret-low-range==
                 ==ctr-high-range== by ==ret-high-range==
                 ==ctr-reset-frequency== by ==ret-reset-frequency==
                 ==ctr-reset-daily== by ==ret-reset-daily==
                 ==ctr-reset-monthly== by ==ret-reset-monthly==
                 ==ctr-reset-never== by ==ret-reset-never==
                 ==ctr-last-updated== by ==ret-last-updated==
                 ==ctr-status-flag== by ==ret-status-flag==
                 ==ctr-active== by ==ret-active==
                 ==ctr-frozen== by ==ret-frozen==
                 ==ctr-template== by ==ret-template==
                 ==ctr-format-prefix== by ==ret-format-prefix==
                 ==ctr-format-date== by ==ret-format-date==
                 ==ctr-format-date-yes== by ==ret-fmt-date-yes==
                 ==ctr-format-width== by ==ret-format-width==
                 ==ctr-format-check== by ==ret-format-check==
                 ==ctr-format-check-yes== by ==ret-fmt-check-yes==
                 ==ctr-succeeded== by ==ret-succeeded==
                 ==ctr-successor-id== by ==ret-successor-id==
                 ==ctr-successor-low== by ==ret-successor-low==
                 ==ctr-successor-high== by ==ret-successor-high==.
           05 ret-retired-on          pic x(8).
       fd  drblock-file.
       01  drblock-record.
           copy "dr-block.cpy".
       fd  audit-file.
       01  audit-record.
           05 aud-timestamp           pic x(14).
           05 filler                  pic x value space.
           05 aud-counter-id          pic x(10).
           05 filler                  pic x value space.
           05 aud-old-value           pic 9(9).
           05 filler                  pic x value space.
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
           05 filler                  pic x value space.
           05 lck-timestamp           pic x(14).
       fd  baseline-file.
       01  baseline-record.
           05 base-counter-id         pic x(10).
           05 filler                  pic x value space.
           05 base-value              pic 9(9).
       working-storage section.
       01 ws-pnd-status               pic x(2).
       01 ws-ctr-status               pic x(2).
       01 ws-ret-status               pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-return-code              pic 9(2) value 0.
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-now-ts                   pic x(14).
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
       01 pending-table-area.
           05 pc-count                pic 9(4) value 0.
           05 pc-entry occurs 2000 times indexed by pc-idx
                                      pic x(366).
       01 ws-pnd-eof-switch           pic x value "N".
           88 ws-pnd-eof              value "Y".
       01 ws-pnd-overflow-switch      pic x value "N".
           88 ws-pnd-overflow         value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-counter-open-switch      pic x value "N".
           88 ws-counter-open         value "Y".
       01 ws-new-counter-switch       pic x value "N".
           88 ws-new-counter          value "Y".
       01 ws-submit-counter-id        pic x(10).
       01 ws-submit-function          pic x(1).
       01 ws-decision-id              pic 9(6).
       01 ws-decision-note            pic x(40).
       01 ws-next-id                  pic 9(6).
       01 ws-change-ref               pic x(30).
       01 ws-expire-days              pic 9(3).
       01 ws-age-days                 pic s9(7).
       01 ws-request-date             pic 9(8).
       01 ws-expired-count            pic 9(5) value 0.
       01 ws-days-text                pic zz9.
       01 ws-new-id                   pic x(10).
       01 ws-audit-id                 pic x(10).
       01 ws-audit-value              pic 9(9).
       01 ws-audit-type               pic x(8).
       01 ws-audit-ref                pic x(30).
       01 ws-hold-record              pic x(100).
       01 ws-call-mode                pic x(1) value "C".
       01 ws-call-sign                pic x(1) value space.
       01 ws-call-count               pic 9(9) value 0.
       01 ws-call-first               pic 9(9).
       01 ws-call-last                pic 9(9).
       01 ws-call-rc                  pic 9(2).
       01 ws-call-message             pic x(60).
       01 ws-call-formatted           pic x(40).
       01 ws-call-lock-held           pic x(1) value "H".
       01 ws-base-status              pic x(2).
       01 ws-base-eof-switch          pic x value "N".
           88 ws-base-eof             value "Y".
       01 ws-base-exists-switch       pic x value "N".
           88 ws-base-exists          value "Y".
       01 ws-bl-found-switch          pic x value "N".
           88 ws-bl-found             value "Y".
       01 ws-baseline-key             pic x(10).
       01 baseline-table-area.
           05 bl-count                pic 9(4) value 0.
           05 bl-entry occurs 500 times indexed by bl-idx.
              10 bl-counter-id        pic x(10).
              10 bl-value             pic 9(9).
       01 ws-gaps-old-name            pic x(15).
       01 ws-gaps-new-name            pic x(15).
       01 ws-locks-held               pic 9(1) value 0.
       01 ws-lock-target              pic x(10).
       01 ws-lock-status              pic x(2).
       01 ws-lock-tries               pic 9(5).
       01 ws-lock-acquired-switch     pic x value "N".
           88 ws-lock-acquired        value "Y".
       01 ws-lock-filename            pic x(15).
       01 ws-lock-check-job           pic x(20).
       01 ws-lock-check-time          pic x(14).
       01 ws-lock-stale-switch        pic x value "N".
           88 ws-lock-stale           value "Y".
       01 ws-lock-stale-limit-secs    pic 9(5) value 900.
       01 ws-lock-now-date            pic 9(8).
       01 ws-lock-age-date            pic 9(8).
       01 ws-lock-age-hh              pic 9(2).
       01 ws-lock-age-mm              pic 9(2).
       01 ws-lock-age-ss              pic 9(2).
       01 ws-lock-now-hh              pic 9(2).
       01 ws-lock-now-mm              pic 9(2).
       01 ws-lock-now-ss              pic 9(2).
       01 ws-lock-age-secs            pic 9(5).
       01 ws-lock-now-secs            pic 9(5).
       01 ws-lock-elapsed-secs        pic s9(6).

       linkage section.
       01 lk-action                   pic x(1).
       01 lk-change-record            pic x(366).
       01 lk-operator                 pic x(20).
       01 lk-days                     pic 9(3).
       01 lk-count                    pic 9(5).
       01 lk-return-code              pic 9(2).
       01 lk-message                  pic x(60).

       procedure division using lk-action lk-change-record lk-operator
           lk-days lk-count lk-return-code lk-message.
       main-logic.
           move zero to ws-return-code
           move zero to lk-return-code
           move zero to lk-count
           move spaces to lk-message
           move 0 to ws-locks-held
           move "N" to ws-counter-open-switch
           if lk-operator = spaces
               move "UNKNOWN" to ws-job-id
           else
               move lk-operator to ws-job-id
           end-if
           accept ws-today from date yyyymmdd
           move spaces to ws-now-ts
           move ws-today to ws-now-ts(1:8)
           accept ws-time-of-day from time
           move ws-time-of-day(1:6) to ws-now-ts(9:6)

           evaluate lk-action
               when "S"
                   perform submit-change
               when "A"
                   perform decide-change
               when "R"
                   perform decide-change
               when "X"
                   perform expire-changes
               when other
                   display "CHANGE-CONTROL: invalid action '"
                       lk-action "' - must be S, A, R or X"
                   move 20 to ws-return-code
                   move "invalid action - must be S, A, R or X"
                       to lk-message
           end-evaluate
           move ws-return-code to lk-return-code
           goback.

       submit-change.
           move lk-change-record to pending-work
           if not pnd-fn-freeze and not pnd-fn-unfreeze
                   and not pnd-fn-retire and not pnd-fn-rename
                   and not pnd-fn-format and not pnd-fn-configure
                   and not pnd-fn-successor and not pnd-fn-dr-carve
               display "CHANGE-CONTROL: invalid change function '"
                   pnd-function "'"
               move 20 to ws-return-code
               move "invalid change function" to lk-message
               exit paragraph
           end-if
           if pnd-counter-id = spaces
               display "CHANGE-CONTROL: counter-id is required"
               move 20 to ws-return-code
               move "counter-id is required" to lk-message
               exit paragraph
           end-if
           move pnd-after-image to after-counter-area
           move pnd-counter-id to ws-submit-counter-id
           move pnd-function to ws-submit-function
           perform load-pending
           if ws-return-code not = zero
               exit paragraph
           end-if
           move zero to ws-next-id
           move "N" to ws-found-switch
           if pc-count > 0
               perform varying pc-idx from 1 by 1
                       until pc-idx > pc-count
                   perform check-open-change
               end-perform
           end-if
           if ws-found
               exit paragraph
           end-if
           if pc-count >= 2000
               display "CHANGE-CONTROL: PENDCHG.DAT holds 2000 "
                   "changes - archive it before submitting more"
               move 31 to ws-return-code
               move "PENDCHG.DAT is full (2000 max)" to lk-message
               exit paragraph
           end-if
           move lk-change-record to pending-work
           add 1 to ws-next-id
           move ws-next-id to pnd-change-id
           move "P" to pnd-status
           move ws-job-id to pnd-requested-by
           move ws-now-ts to pnd-requested-ts
           move spaces to pnd-decided-by
           move spaces to pnd-decided-ts
           move spaces to pnd-decision-note
           add 1 to pc-count
           move pending-work to pc-entry(pc-count)
           perform save-pending
           if ws-return-code not = zero
               exit paragraph
           end-if
           move pending-work to lk-change-record
           move spaces to lk-message
           string "change CHG" pnd-change-id " submitted - awaits "
               "a second operator" delimited by size
               into lk-message.

       check-open-change.
           move pc-entry(pc-idx) to pending-work
           if pnd-change-id > ws-next-id
               move pnd-change-id to ws-next-id
           end-if
           if not pnd-pending or ws-found
               exit paragraph
           end-if
           if pnd-counter-id = ws-submit-counter-id
                   or (ws-submit-function = "N"
                       and pnd-counter-id = aft-counter-id)
               move "Y" to ws-found-switch
               display "CHANGE-CONTROL: change CHG" pnd-change-id
                   " is already pending for counter " pnd-counter-id
               move 15 to ws-return-code
               move spaces to lk-message
               string "change CHG" pnd-change-id " already pending "
                   "for this counter" delimited by size
                   into lk-message
           end-if.

       decide-change.
           move lk-change-record to pending-work
           move pnd-change-id to ws-decision-id
           move pnd-decision-note to ws-decision-note
           perform load-pending
           if ws-return-code not = zero
               exit paragraph
           end-if
           move "N" to ws-found-switch
           if pc-count > 0
               perform varying pc-idx from 1 by 1
                       until pc-idx > pc-count
                   move pc-entry(pc-idx) to pending-work
                   if pnd-change-id = ws-decision-id
                       move "Y" to ws-found-switch
                       exit perform
                   end-if
               end-perform
           end-if
           if not ws-found
               display "CHANGE-CONTROL: change CHG" ws-decision-id
                   " is not on PENDCHG.DAT"
               move 14 to ws-return-code
               move "change not found on PENDCHG.DAT" to lk-message
               exit paragraph
           end-if
           move pending-work to lk-change-record
           if not pnd-pending
               display "CHANGE-CONTROL: change CHG" ws-decision-id
                   " was already decided - status " pnd-status
               move 15 to ws-return-code
               move "change is no longer pending" to lk-message
               exit paragraph
           end-if
           if pnd-requested-by = ws-job-id
               display "CHANGE-CONTROL: " ws-job-id " requested "
                   "change CHG" ws-decision-id
                   " and may not decide it"
               move 15 to ws-return-code
               move "the requester may not decide their own change"
                   to lk-message
               exit paragraph
           end-if
           move spaces to ws-change-ref
           string "CHG" pnd-change-id delimited by size
               into ws-change-ref
           if lk-action = "A"
               perform apply-change
               if ws-return-code not = zero
                   exit paragraph
               end-if
               move "A" to pnd-status
           else
               move "R" to pnd-status
           end-if
           move ws-job-id to pnd-decided-by
           move ws-now-ts to pnd-decided-ts
           move ws-decision-note to pnd-decision-note
           move pending-work to pc-entry(pc-idx)
           perform save-pending
           move pending-work to lk-change-record
           if ws-return-code not = zero
               exit paragraph
           end-if
           move spaces to lk-message
           if pnd-approved
               string "change CHG" pnd-change-id " approved and "
                   "applied" delimited by size
                   into lk-message
           else
               string "change CHG" pnd-change-id " rejected"
                   delimited by size
                   into lk-message
           end-if.

       expire-changes.
           if lk-days = zero
               move 7 to ws-expire-days
           else
               move lk-days to ws-expire-days
           end-if
           perform load-pending
           if ws-return-code not = zero
               exit paragraph
           end-if
           move 0 to ws-expired-count
           if pc-count > 0
               perform varying pc-idx from 1 by 1
                       until pc-idx > pc-count
                   move pc-entry(pc-idx) to pending-work
                   if pnd-pending
                       perform check-change-age
                   end-if
               end-perform
           end-if
           if ws-expired-count > 0
               perform save-pending
           end-if
           move ws-expired-count to lk-count
           move ws-expire-days to ws-days-text
           move spaces to lk-message
           string ws-expired-count " pending changes expired after "
               ws-days-text " days" delimited by size
               into lk-message.

       check-change-age.
           move pnd-requested-ts(1:8) to ws-request-date
           compute ws-age-days =
               function integer-of-date(function numval(ws-today))
               - function integer-of-date(ws-request-date)
           if ws-age-days < ws-expire-days
               exit paragraph
           end-if
           move "X" to pnd-status
           move ws-job-id to pnd-decided-by
           move ws-now-ts to pnd-decided-ts
           move ws-expire-days to ws-days-text
           move spaces to pnd-decision-note
           string "expired unapproved after " ws-days-text " days"
               delimited by size
               into pnd-decision-note
           move pending-work to pc-entry(pc-idx)
           add 1 to ws-expired-count.

       apply-change.
           move pnd-before-image to before-counter-area
           move pnd-after-image to after-counter-area
           move aft-counter-id to ws-new-id
           move pnd-counter-id to ws-lock-target
           perform acquire-lock
           if ws-return-code not = zero
               exit paragraph
           end-if
           add 1 to ws-locks-held
           if pnd-fn-rename
               move ws-new-id to ws-lock-target
               perform acquire-lock
               if ws-return-code not = zero
                   perform release-all-locks
                   exit paragraph
               end-if
               add 1 to ws-locks-held
           end-if

           open i-o counter-file
           if ws-ctr-status = "35" and pnd-fn-configure
               open output counter-file
               close counter-file
               open i-o counter-file
           end-if
           if ws-ctr-status not = "00"
               display "CHANGE-CONTROL: cannot open COUNTERS.DAT - "
                   "file status " ws-ctr-status
               move 31 to ws-return-code
               move "cannot open COUNTERS.DAT" to lk-message
               perform release-all-locks
               exit paragraph
           end-if
           move "Y" to ws-counter-open-switch
           perform verify-before-image
           if ws-return-code = zero
               evaluate true
                   when pnd-fn-freeze
                       perform freeze-counter
                   when pnd-fn-unfreeze
                       perform unfreeze-counter
                   when pnd-fn-format
                       perform set-format-mask
                   when pnd-fn-retire
                       perform retire-counter
                   when pnd-fn-rename
                       perform rename-counter
                   when pnd-fn-configure
                       perform configure-counter
                   when pnd-fn-successor
                       perform set-successor
                   when pnd-fn-dr-carve
                       perform carve-dr-block
               end-evaluate
           end-if
           if ws-counter-open
               close counter-file
               move "N" to ws-counter-open-switch
           end-if
           perform release-all-locks.

       verify-before-image.
           move "N" to ws-new-counter-switch
           move pnd-counter-id to ctr-counter-id
           read counter-file
               invalid key
                   move "Y" to ws-new-counter-switch
           end-read
           if ws-new-counter
               if pnd-before-image = spaces and pnd-fn-configure
                   exit paragraph
               end-if
               display "CHANGE-CONTROL: counter " pnd-counter-id
                   " is no longer on the counter file"
               move 14 to ws-return-code
               move "counter is no longer on the counter file"
                   to lk-message
               exit paragraph
           end-if
           if pnd-before-image = spaces
                   or ctr-low-range not = bef-low-range
                   or ctr-high-range not = bef-high-range
                   or ctr-reset-frequency not = bef-reset-frequency
                   or ctr-status-flag not = bef-status-flag
                   or ctr-format-prefix not = bef-format-prefix
                   or ctr-format-date not = bef-format-date
                   or ctr-format-width not = bef-format-width
                   or ctr-format-check not = bef-format-check
                   or ctr-successor-id not = bef-successor-id
                   or ctr-successor-low not = bef-successor-low
                   or ctr-successor-high not = bef-successor-high
               display "CHANGE-CONTROL: counter " pnd-counter-id
                   " was changed after CHG" pnd-change-id
                   " was requested - reject it and ask again"
               move 15 to ws-return-code
               move "counter changed since the request - reject it"
                   to lk-message
           end-if.

       freeze-counter.
           move "F" to ctr-status-flag
           move ws-today to ctr-last-updated
           move ctr-current-value to ws-audit-value
           rewrite counter-record
           if ws-ctr-status not = "00"
               perform report-rewrite-failure
               exit paragraph
           end-if
           move pnd-counter-id to ws-audit-id
           move "FREEZE" to ws-audit-type
           move ws-change-ref to ws-audit-ref
           perform write-audit-record
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " is now frozen".

       unfreeze-counter.
           move "A" to ctr-status-flag
           move ws-today to ctr-last-updated
           move ctr-current-value to ws-audit-value
           rewrite counter-record
           if ws-ctr-status not = "00"
               perform report-rewrite-failure
               exit paragraph
           end-if
           move pnd-counter-id to ws-audit-id
           move "UNFREEZE" to ws-audit-type
           move ws-change-ref to ws-audit-ref
           perform write-audit-record
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " is now active".

       report-rewrite-failure.
           display "CHANGE-CONTROL: rewrite of counter "
               pnd-counter-id " failed - file status " ws-ctr-status
               " - change not applied"
           move 31 to ws-return-code
           move "rewrite of COUNTERS.DAT failed" to lk-message.

       set-format-mask.
           move aft-format-prefix to ctr-format-prefix
           move aft-format-date to ctr-format-date
           move aft-format-width to ctr-format-width
           move aft-format-check to ctr-format-check
           move ws-today to ctr-last-updated
           move ctr-current-value to ws-audit-value
           rewrite counter-record
           if ws-ctr-status not = "00"
               perform report-rewrite-failure
               exit paragraph
           end-if
           move pnd-counter-id to ws-audit-id
           move "FORMAT" to ws-audit-type
           move ws-change-ref to ws-audit-ref
           perform write-audit-record
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " format mask updated".

       set-successor.
           move aft-successor-id to ctr-successor-id
           move aft-successor-low to ctr-successor-low
           move aft-successor-high to ctr-successor-high
           move ws-today to ctr-last-updated
           move ctr-current-value to ws-audit-value
           rewrite counter-record
           if ws-ctr-status not = "00"
               perform report-rewrite-failure
               exit paragraph
           end-if
           move pnd-counter-id to ws-audit-id
           move "SUCCDEF" to ws-audit-type
           move ws-change-ref to ws-audit-ref
           perform write-audit-record
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " successor set to range " ctr-successor-low " - "
               ctr-successor-high " counter " ctr-successor-id.

       carve-dr-block.
           if ctr-current-value > aft-high-range
               display "CHANGE-CONTROL: counter " pnd-counter-id
                   " has already reached " ctr-current-value
                   " - the standby block from " aft-high-range
                   " up is no longer unused"
               move 15 to ws-return-code
               move "counter has reached the standby block - reject it"
                   to lk-message
               exit paragraph
           end-if
           open extend drblock-file
           if ws-drb-status = "35"
               open output drblock-file
           end-if
           if ws-drb-status not = "00"
               display "CHANGE-CONTROL: cannot open DRBLOCK.DAT - "
                   "file status " ws-drb-status " - block not carved"
               move 31 to ws-return-code
               move "cannot open DRBLOCK.DAT" to lk-message
               exit paragraph
           end-if
           move aft-high-range to ctr-high-range
           move ws-today to ctr-last-updated
           move ctr-current-value to ws-audit-value
           rewrite counter-record
           if ws-ctr-status not = "00"
               close drblock-file
               perform report-rewrite-failure
               exit paragraph
           end-if
           move spaces to drblock-record
           move pnd-counter-id to drb-counter-id
           compute drb-block-low = aft-high-range + 1
           move bef-high-range to drb-block-high
           move "C" to drb-status
           move ws-change-ref to drb-change-ref
           move ws-now-ts to drb-carved-ts
           move zero to drb-dr-high
           move zero to drb-returned
           write drblock-record
           close drblock-file
           move pnd-counter-id to ws-audit-id
           move "DRCARVE" to ws-audit-type
           move spaces to ws-audit-ref
           string ws-change-ref delimited by space
               " " drb-block-low "-" drb-block-high
               delimited by size into ws-audit-ref
           perform write-audit-record
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " standby block " drb-block-low " - " drb-block-high
               " carved - range now ends at " ctr-high-range.

       configure-counter.
           close counter-file
           move "N" to ws-counter-open-switch
           move zero to ws-call-first
           move zero to ws-call-last
           move zero to ws-call-rc
           move spaces to ws-call-message
           move spaces to ws-call-formatted
           call "increment" using pnd-counter-id ws-call-mode
               ws-call-sign ws-call-count ws-job-id ws-call-first
               ws-call-last ws-call-rc ws-call-message aft-low-range
               aft-high-range aft-reset-frequency ws-call-formatted
               ws-call-lock-held ws-change-ref
           end-call
           if ws-call-rc not = zero
               display "CHANGE-CONTROL: configure of counter "
                   pnd-counter-id " failed - " ws-call-message
               move ws-call-rc to ws-return-code
               move ws-call-message to lk-message
               exit paragraph
           end-if
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " configured - now at value " ws-call-last.

       retire-counter.
           open extend retired-file
           if ws-ret-status = "35"
               open output retired-file
           end-if
           if ws-ret-status not = "00"
               display "CHANGE-CONTROL: cannot open COUNTERS.RET - "
                   "file status " ws-ret-status
                   " - counter not retired"
               move 31 to ws-return-code
               move "cannot open COUNTERS.RET" to lk-message
               exit paragraph
           end-if
           move spaces to retired-record
           move counter-record to retired-record
           move ws-today to ret-retired-on
           write retired-record
           if ws-ret-status not = "00"
               display "CHANGE-CONTROL: write to COUNTERS.RET failed "
                   "- file status " ws-ret-status
                   " - counter not retired"
               move 31 to ws-return-code
               move "write to COUNTERS.RET failed" to lk-message
               close retired-file
               exit paragraph
           end-if
           close retired-file
           move ctr-current-value to ws-audit-value
           delete counter-file record
           if ws-ctr-status not = "00"
               display "CHANGE-CONTROL: delete of counter "
                   pnd-counter-id " failed - file status "
                   ws-ctr-status
               move 31 to ws-return-code
               move "delete from COUNTERS.DAT failed" to lk-message
               exit paragraph
           end-if
           move pnd-counter-id to ws-audit-id
           move "RETIRE" to ws-audit-type
           move ws-change-ref to ws-audit-ref
           perform write-audit-record
           perform delete-gap-pool
           perform drop-baseline-entry
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " retired to COUNTERS.RET".

       rename-counter.
           move counter-record to ws-hold-record
           move ctr-current-value to ws-audit-value
           move ws-new-id to ctr-counter-id
           read counter-file
               invalid key
                   continue
               not invalid key
                   display "CHANGE-CONTROL: counter " ws-new-id
                       " already exists - rename rejected"
                   move 15 to ws-return-code
                   move "new counter-id already exists" to lk-message
           end-read
           if ws-return-code not = zero
               exit paragraph
           end-if
           move pnd-counter-id to ws-audit-id
           move "RENAME" to ws-audit-type
           move spaces to ws-audit-ref
           string ws-change-ref delimited by space
               " TO " delimited by size
               ws-new-id delimited by space
               into ws-audit-ref
           perform write-audit-record
           move pnd-counter-id to ctr-counter-id
           delete counter-file record
           if ws-ctr-status not = "00"
               display "CHANGE-CONTROL: delete of counter "
                   pnd-counter-id " failed - file status "
                   ws-ctr-status " - rename abandoned"
               move 31 to ws-return-code
               move "delete from COUNTERS.DAT failed" to lk-message
               exit paragraph
           end-if
           move ws-hold-record to counter-record
           move ws-new-id to ctr-counter-id
           move ws-today to ctr-last-updated
           write counter-record
           if ws-ctr-status not = "00"
               display "CHANGE-CONTROL: write of counter " ws-new-id
                   " failed - file status " ws-ctr-status
                   " - restoring " pnd-counter-id
               move 31 to ws-return-code
               move "write to COUNTERS.DAT failed - restored"
                   to lk-message
               move ws-hold-record to counter-record
               move pnd-counter-id to ctr-counter-id
               write counter-record
               if ws-ctr-status not = "00"
                   display "CHANGE-CONTROL: restore of counter "
                       pnd-counter-id " also failed - file status "
                       ws-ctr-status " - last value is preserved "
                       "in the audit trail"
               end-if
               exit paragraph
           end-if
           move ws-new-id to ws-audit-id
           move spaces to ws-audit-ref
           string ws-change-ref delimited by space
               " FROM " delimited by size
               pnd-counter-id delimited by space
               into ws-audit-ref
           perform write-audit-record
           perform rename-gap-pool
           perform carry-baseline-entry
           display "CHANGE-CONTROL: counter " pnd-counter-id
               " renamed to " ws-new-id.

       drop-baseline-entry.
           perform load-baseline
           if not ws-base-exists
               exit paragraph
           end-if
           move pnd-counter-id to ws-baseline-key
           perform find-baseline
           if ws-bl-found
               perform varying bl-idx from bl-idx by 1
                       until bl-idx >= bl-count
                   move bl-entry(bl-idx + 1) to bl-entry(bl-idx)
               end-perform
               subtract 1 from bl-count
               perform save-baseline
           end-if.

       carry-baseline-entry.
           perform load-baseline
           move ws-new-id to ws-baseline-key
           perform find-baseline
           if ws-bl-found
               perform varying bl-idx from bl-idx by 1
                       until bl-idx >= bl-count
                   move bl-entry(bl-idx + 1) to bl-entry(bl-idx)
               end-perform
               subtract 1 from bl-count
           end-if
           move pnd-counter-id to ws-baseline-key
           perform find-baseline
           if ws-bl-found
               move ws-new-id to bl-counter-id(bl-idx)
               move ctr-current-value to bl-value(bl-idx)
               perform save-baseline
               exit paragraph
           end-if
           if bl-count < 500
               add 1 to bl-count
               move ws-new-id to bl-counter-id(bl-count)
               move ctr-current-value to bl-value(bl-count)
               perform save-baseline
           end-if.

       find-baseline.
           move "N" to ws-bl-found-switch
           if bl-count > 0
               perform varying bl-idx from 1 by 1
                       until bl-idx > bl-count
                   if bl-counter-id(bl-idx) = ws-baseline-key
                       move "Y" to ws-bl-found-switch
                       exit perform
                   end-if
               end-perform
           end-if.

       load-baseline.
           move 0 to bl-count
           move "N" to ws-base-eof-switch
           move "N" to ws-base-exists-switch
           open input baseline-file
           if ws-base-status = "35"
               exit paragraph
           end-if
           move "Y" to ws-base-exists-switch
           perform until ws-base-eof
               read baseline-file
                   at end
                       move "Y" to ws-base-eof-switch
                   not at end
                       if bl-count < 500
                           add 1 to bl-count
                           move base-counter-id
                               to bl-counter-id(bl-count)
                           move base-value to bl-value(bl-count)
                       end-if
               end-read
           end-perform
           close baseline-file.

       save-baseline.
           open output baseline-file
           perform varying bl-idx from 1 by 1
                   until bl-idx > bl-count
               move spaces to baseline-record
               move bl-counter-id(bl-idx) to base-counter-id
               move bl-value(bl-idx) to base-value
               write baseline-record
           end-perform
           close baseline-file.

       delete-gap-pool.
           move spaces to ws-gaps-old-name
           string pnd-counter-id delimited by space
               ".GAP" delimited by size
               into ws-gaps-old-name
           call "CBL_DELETE_FILE" using ws-gaps-old-name
           end-call
           move spaces to ws-gaps-old-name
           string pnd-counter-id delimited by space
               ".RSV" delimited by size
               into ws-gaps-old-name
           call "CBL_DELETE_FILE" using ws-gaps-old-name
           end-call.

       rename-gap-pool.
           move spaces to ws-gaps-old-name
           string pnd-counter-id delimited by space
               ".GAP" delimited by size
               into ws-gaps-old-name
           move spaces to ws-gaps-new-name
           string ws-new-id delimited by space
               ".GAP" delimited by size
               into ws-gaps-new-name
           call "CBL_RENAME_FILE" using ws-gaps-old-name
               ws-gaps-new-name
           end-call
           move spaces to ws-gaps-old-name
           string pnd-counter-id delimited by space
               ".RSV" delimited by size
               into ws-gaps-old-name
           move spaces to ws-gaps-new-name
           string ws-new-id delimited by space
               ".RSV" delimited by size
               into ws-gaps-new-name
           call "CBL_RENAME_FILE" using ws-gaps-old-name
               ws-gaps-new-name
           end-call.

       write-audit-record.
           open extend audit-file
           if ws-audit-status = "35"
               open output audit-file
           end-if
           move spaces to audit-record
           accept aud-timestamp(1:8) from date yyyymmdd
           accept ws-time-of-day from time
           move ws-time-of-day(1:6) to aud-timestamp(9:6)
           move ws-audit-id to aud-counter-id
           move ws-audit-value to aud-old-value
           move ws-audit-value to aud-new-value
           move ws-job-id to aud-job-id
           move ws-audit-type to aud-txn-type
           move ws-audit-ref to aud-owner-ref
           write audit-record
           close audit-file.

       load-pending.
           move 0 to pc-count
           move "N" to ws-pnd-eof-switch
           move "N" to ws-pnd-overflow-switch
           open input pending-file
           if ws-pnd-status = "35"
               exit paragraph
           end-if
           if ws-pnd-status not = "00"
               display "CHANGE-CONTROL: cannot open PENDCHG.DAT - "
                   "file status " ws-pnd-status
               move 31 to ws-return-code
               move "cannot open PENDCHG.DAT" to lk-message
               exit paragraph
           end-if
           perform until ws-pnd-eof
               read pending-file
                   at end
                       move "Y" to ws-pnd-eof-switch
                   not at end
                       if pc-count >= 2000
                           move "Y" to ws-pnd-overflow-switch
                           move "Y" to ws-pnd-eof-switch
                       else
                           add 1 to pc-count
                           move pending-record to pc-entry(pc-count)
                       end-if
               end-read
           end-perform
           close pending-file
           if ws-pnd-overflow
               display "CHANGE-CONTROL: PENDCHG.DAT holds more than "
                   "2000 changes - archive it before going on"
               move 31 to ws-return-code
               move "PENDCHG.DAT is full (2000 max)" to lk-message
           end-if.

       save-pending.
           open output pending-file
           if ws-pnd-status not = "00"
               display "CHANGE-CONTROL: cannot rewrite PENDCHG.DAT - "
                   "file status " ws-pnd-status
               move 31 to ws-return-code
               move "cannot rewrite PENDCHG.DAT" to lk-message
               exit paragraph
           end-if
           perform varying pc-idx from 1 by 1 until pc-idx > pc-count
               move pc-entry(pc-idx) to pending-record
               write pending-record
           end-perform
           close pending-file.

       release-all-locks.
           if ws-locks-held > 0
               move pnd-counter-id to ws-lock-target
               perform release-lock
           end-if
           if ws-locks-held > 1
               move ws-new-id to ws-lock-target
               perform release-lock
           end-if
           move 0 to ws-locks-held.

       acquire-lock.
           move spaces to ws-lock-filename
           string ws-lock-target delimited by space
               ".LCK" delimited by size
               into ws-lock-filename
           move 0 to ws-lock-tries
           move "N" to ws-lock-acquired-switch
           perform until ws-lock-acquired or ws-lock-tries >= 20000
               open input lock-file
               if ws-lock-status = "35"
                   move spaces to lock-record
                   move ws-job-id to lck-job-id
                   move ws-today to lck-timestamp(1:8)
                   accept ws-time-of-day from time
                   move ws-time-of-day(1:6) to lck-timestamp(9:6)
                   move lck-job-id to ws-lock-check-job
                   move lck-timestamp to ws-lock-check-time
                   open output lock-file
                   write lock-record
                   close lock-file
                   perform verify-lock-write
                   if not ws-lock-acquired
                       add 1 to ws-lock-tries
                   end-if
               else
                   move "N" to ws-lock-stale-switch
                   read lock-file
                       at end
                           move "Y" to ws-lock-stale-switch
                       not at end
                           perform check-lock-stale
                   end-read
                   close lock-file
                   if ws-lock-stale
                       call "CBL_DELETE_FILE" using ws-lock-filename
                       end-call
                   else
                       add 1 to ws-lock-tries
                   end-if
               end-if
           end-perform
           if not ws-lock-acquired
               display "CHANGE-CONTROL: could not acquire lock for "
                   "counter " ws-lock-target
               move 19 to ws-return-code
               move "could not acquire counter lock - timed out"
                   to lk-message
           end-if.

       check-lock-stale.
           move ws-today to ws-lock-now-date
           move lck-timestamp(1:8) to ws-lock-age-date
           if ws-lock-now-date > ws-lock-age-date
               move "Y" to ws-lock-stale-switch
           else
               if ws-lock-now-date = ws-lock-age-date
                   move lck-timestamp(9:2) to ws-lock-age-hh
                   move lck-timestamp(11:2) to ws-lock-age-mm
                   move lck-timestamp(13:2) to ws-lock-age-ss
                   compute ws-lock-age-secs =
                       (ws-lock-age-hh * 3600) + (ws-lock-age-mm * 60)
                       + ws-lock-age-ss
                   accept ws-time-of-day from time
                   move ws-time-of-day(1:2) to ws-lock-now-hh
                   move ws-time-of-day(3:2) to ws-lock-now-mm
                   move ws-time-of-day(5:2) to ws-lock-now-ss
                   compute ws-lock-now-secs =
                       (ws-lock-now-hh * 3600) + (ws-lock-now-mm * 60)
                       + ws-lock-now-ss
                   compute ws-lock-elapsed-secs =
                       ws-lock-now-secs - ws-lock-age-secs
                   if ws-lock-elapsed-secs > ws-lock-stale-limit-secs
                       move "Y" to ws-lock-stale-switch
                   end-if
               end-if
           end-if.

       verify-lock-write.
           open input lock-file
           if ws-lock-status = "35"
               continue
           else
               read lock-file
                   at end
                       continue
                   not at end
                       if lck-job-id = ws-lock-check-job
                               and lck-timestamp = ws-lock-check-time
                           move "Y" to ws-lock-acquired-switch
                       end-if
               end-read
               close lock-file
           end-if.

       release-lock.
           move spaces to ws-lock-filename
           string ws-lock-target delimited by space
               ".LCK" delimited by size
               into ws-lock-filename
           call "CBL_DELETE_FILE" using ws-lock-filename
           end-call.
