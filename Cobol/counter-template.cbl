           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
       data division.
       file section.
       fd  counter-file.
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
       fd  drblock-file.
       01  drblock-record.
           copy "dr-block.cpy".
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-drb-eof-switch           pic x value "N".
           88 ws-drb-eof              value "Y".
       01 ws-drb-hit-switch           pic x value "N".
           88 ws-drb-hit              value "Y".
       01 ws-branch-status            pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-eof-switch                pic x value "N".
       01 ws-audit-id                 pic x(10).
       01 ws-audit-old                pic 9(9).
       01 ws-audit-new                pic 9(9).
       01 ws-audit-ref                pic x(30).
       01 template-area.
           copy "counter-master.cpy"
               replacing ==ctr-counter-id== by ==tpl-counter-id==
                 ==ctr-format-date-yes== by ==tpl-fmt-date-yes==
                 ==ctr-format-width== by ==tpl-format-width==
                 ==ctr-format-check== by ==tpl-format-check==
                 ==ctr-format-check-yes== by ==tpl-fmt-check-yes==
                 ==ctr-succeeded== by ==tpl-succeeded==
                 ==ctr-successor-id== by ==tpl-successor-id==
                 ==ctr-successor-low== by ==tpl-successor-low==
                 ==ctr-successor-high== by ==tpl-successor-high==.
       01 ws-stem-len                 pic 9(2).
       01 ws-suffix-len               pic 9(2).
       01 ws-instance-id              pic x(10).
           05 br-entry occurs 200 times indexed by br-idx.
              10 br-suffix            pic x(4).
       01 ws-created-count            pic 9(4) value 0.
       01 ws-submitted-count          pic 9(4) value 0.
       01 ws-inline-count             pic 9(4) value 0.
       01 ws-format-drift-switch      pic x value "N".
           88 ws-format-drifted       value "Y".
       01 pending-work.
           copy "pending-change.cpy".
       01 ws-chg-action               pic x(1) value "S".
       01 ws-chg-days                 pic 9(3) value 0.
       01 ws-chg-count                pic 9(5).
       01 ws-chg-rc                   pic 9(2).
       01 ws-chg-message              pic x(60).
       01 ws-skipped-count            pic 9(4) value 0.
       01 ws-drift-count              pic 9(4) value 0.
       01 ws-checked-count            pic 9(4) value 0.
               exit paragraph
           end-if
           move wt-template-id to ctr-counter-id
           if ws-new-counter
               move spaces to ctr-successor-id
               move zero to ctr-successor-low
               move zero to ctr-successor-high
           end-if
           move wt-low-range to ctr-low-range
           move wt-high-range to ctr-high-range
           if wt-reset-freq = space
           move wt-template-id to ws-audit-id
           move ctr-current-value to ws-audit-old
           move ctr-current-value to ws-audit-new
           move spaces to ws-audit-ref
           perform write-audit-record
           perform release-lock
           display "COUNTER-TEMPLATE: template " wt-template-id
           end-perform
           close counter-file
           display "counters created:   " ws-created-count
           display "already in line:    " ws-inline-count
           display "changes submitted:  " ws-submitted-count
           display "branches skipped:   " ws-skipped-count
           if ws-skipped-count > 0
               move 8 to ws-return-code
               perform release-lock
               exit paragraph
           end-if
           perform check-dr-blocks
           if ws-drb-hit
               display "COUNTER-TEMPLATE: " ws-instance-id
                   " has a standby block carved for the DR site - "
                   "skipped"
               add 1 to ws-skipped-count
               perform release-lock
               exit paragraph
           end-if
           if not ws-new-counter
               perform realign-instance
               perform release-lock
               exit paragraph
           end-if
           move spaces to counter-record
           move ws-instance-id to ctr-counter-id
           move zero to ctr-current-value
           move "A" to ctr-status-flag
           move zero to ctr-successor-low
           move zero to ctr-successor-high
           move ctr-current-value to ws-audit-old
           move tpl-low-range to ctr-low-range
           move tpl-high-range to ctr-high-range
               end-if
           end-if
           move ws-today to ctr-last-updated
           write counter-record
               invalid key
                   continue
           end-write
           if ws-ctr-status not = "00"
               display "COUNTER-TEMPLATE: write of counter "
                   ws-instance-id " failed - file status "
           end-if
           move ws-instance-id to ws-audit-id
           move ctr-current-value to ws-audit-new
           move wt-template-id to ws-audit-ref
           perform write-audit-record
           perform release-lock
           add 1 to ws-created-count
           display "created:    " ws-instance-id.

       realign-instance.
           if ctr-succeeded
               display "COUNTER-TEMPLATE: " ws-instance-id
                   " has rolled over to successor " ctr-successor-id
                   " - skipped"
               add 1 to ws-skipped-count
               exit paragraph
           end-if
           if ctr-low-range not = tpl-low-range
                   or ctr-high-range not = tpl-high-range
               display "COUNTER-TEMPLATE: " ws-instance-id
                   " range " ctr-low-range " - " ctr-high-range
                   " is off the template range - skipped, re-range "
                   "it through change-control"
               add 1 to ws-skipped-count
               exit paragraph
           end-if
           move "N" to ws-format-drift-switch
           if ctr-format-prefix not = tpl-format-prefix
                   or ctr-format-date not = tpl-format-date
                   or ctr-format-width not = tpl-format-width
                   or ctr-format-check not = tpl-format-check
               move "Y" to ws-format-drift-switch
           end-if
           move spaces to pending-work
           move ws-instance-id to pnd-counter-id
           move counter-record to pnd-before-image
           string "template " delimited by size
               wt-template-id delimited by space
               " re-align" delimited by size
               into pnd-note
           if ctr-reset-frequency not = tpl-reset-frequency
               move "C" to pnd-function
               move tpl-reset-frequency to ctr-reset-frequency
           else
               if not ws-format-drifted
                   add 1 to ws-inline-count
                   display "in line:    " ws-instance-id
                   exit paragraph
               end-if
               move "M" to pnd-function
               move tpl-format-prefix to ctr-format-prefix
               move tpl-format-date to ctr-format-date
               move tpl-format-width to ctr-format-width
               move tpl-format-check to ctr-format-check
           end-if
           move counter-record to pnd-after-image
           move zero to ws-chg-rc
           move spaces to ws-chg-message
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-chg-rc
               ws-chg-message
           end-call
           if ws-chg-rc not = zero
               display "COUNTER-TEMPLATE: " ws-instance-id
                   " not submitted - " ws-chg-message
               add 1 to ws-skipped-count
               exit paragraph
           end-if
           add 1 to ws-submitted-count
           display "submitted:  " ws-instance-id " as change CHG"
               pnd-change-id
           if pnd-fn-configure and ws-format-drifted
               display "            format mask follows - re-run "
                   "once CHG" pnd-change-id " is approved"
           end-if.

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
                       if drb-counter-id = ws-instance-id
                           move "Y" to ws-drb-hit-switch
                           move "Y" to ws-drb-eof-switch
                       end-if
               end-read
           end-perform
           close drblock-file.

       compliance-report.
           perform load-template
           if ws-return-code not = zero
           display "counters drifted: " ws-drift-count
           if ws-drift-count > 0
               display "TEMPLATE DRIFT FOUND - re-run the "
                   "instantiate function to submit re-align changes"
               move 8 to ws-return-code
           end-if.

           move ws-audit-old to aud-old-value
           move ws-audit-new to aud-new-value
           move ws-job-id to aud-job-id
           move "TEMPLATE" to aud-txn-type
           move ws-audit-ref to aud-owner-ref
           write audit-record
           close audit-file.

