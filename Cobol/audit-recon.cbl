           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
       data division.
       file section.
       fd  counter-file.
           05 aud-new-value           pic 9(9).
           05 filler                  pic x.
           05 aud-job-id              pic x(20).
           05 filler                  pic x.
           05 aud-txn-type            pic x(8).
              88 aud-type-legacy      value spaces.
              88 aud-type-pool        value "VOID" "REISSUE"
                                            "CONFIRM".
              88 aud-type-control     value "DENIED" "GRANT"
                                            "REVOKE".
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       fd  baseline-file.
       01  baseline-record.
           05 base-counter-id         pic x(10).
           05 alr-ack-id              pic x(20).
           05 filler                  pic x value space.
           05 alr-text                pic x(60).
       fd  drblock-file.
       01  drblock-record.
           copy "dr-block.cpy".
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-audit-count              pic 9(9) value 0.
       01 ws-discrepancy-count        pic 9(9) value 0.
       01 ws-info-count               pic 9(9) value 0.
       01 ws-dr-count                 pic 9(9) value 0.
       01 ws-drb-status               pic x(2).
       01 dr-merged-area.
           05 dm-count                pic 9(4) value 0.
           05 dm-entry occurs 500 times indexed by dm-idx.
              10 dm-counter-id        pic x(10).
              10 dm-low               pic 9(9).
              10 dm-high              pic 9(9).
       01 ws-expected-start           pic 9(9).
       01 ws-tally-type               pic x(8).
       01 type-table-area.
           05 tt-count                pic 9(4) value 0.
           05 tt-entry occurs 40 times indexed by tt-idx.
              10 tt-txn-type          pic x(8).
              10 tt-records           pic 9(9).
       01 rec-table-area.
           05 rec-count               pic 9(4) value 0.
           05 rec-entry occurs 500 times indexed by rec-idx.
           end-if

           perform load-baseline
           perform load-merged-blocks
           perform replay-audit-log
           perform final-checks

           display "audit records replayed: " ws-audit-count
           perform show-type-totals
           display "discrepancies found:    " ws-discrepancy-count
           display "informational notes:    " ws-info-count
           if ws-dr-count > 0
               display "DR site records:        " ws-dr-count
           end-if
           if ws-discrepancy-count > 0
               display "RECONCILIATION FAILED"
               move 8 to return-code
           close audit-file.

       check-audit-record.
           perform tally-txn-type
           if aud-type-pool or aud-type-control
               exit paragraph
           end-if
           if dm-count > 0
               perform varying dm-idx from 1 by 1
                       until dm-idx > dm-count
                   if dm-counter-id(dm-idx) = aud-counter-id
                           and aud-new-value not < dm-low(dm-idx)
                           and aud-new-value not > dm-high(dm-idx)
                           and aud-old-value not < dm-low(dm-idx) - 1
                       add 1 to ws-dr-count
                       exit paragraph
                   end-if
               end-perform
           end-if
           perform find-or-add-entry
           if rec-idx = zero
               exit paragraph
           move "Y" to rec-advance-switch(rec-idx)
           move aud-new-value to rec-last-new(rec-idx).

       tally-txn-type.
           if aud-type-legacy
               move "(LEGACY)" to ws-tally-type
           else
               move aud-txn-type to ws-tally-type
           end-if
           move "N" to ws-found-switch
           if tt-count > 0
               perform varying tt-idx from 1 by 1
                       until tt-idx > tt-count
                   if tt-txn-type(tt-idx) = ws-tally-type
                       move "Y" to ws-found-switch
                       exit perform
                   end-if
               end-perform
           end-if
           if not ws-found
               if tt-count >= 40
                   exit paragraph
               end-if
               add 1 to tt-count
               move tt-count to tt-idx
               move ws-tally-type to tt-txn-type(tt-idx)
               move zero to tt-records(tt-idx)
           end-if
           add 1 to tt-records(tt-idx).

       show-type-totals.
           if tt-count = 0
               exit paragraph
           end-if
           perform varying tt-idx from 1 by 1 until tt-idx > tt-count
               display "  " tt-txn-type(tt-idx) " records:      "
                   tt-records(tt-idx)
           end-perform.

       find-baseline.
           move "N" to ws-bl-found-switch
           if bl-count > 0
           close baseline-file
           move "N" to ws-eof-switch.

       load-merged-blocks.
           move "N" to ws-eof-switch
           open input drblock-file
           if ws-drb-status not = "00"
               exit paragraph
           end-if
           perform until ws-eof
               read drblock-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if drb-merged and dm-count < 500
                           add 1 to dm-count
                           move drb-counter-id
                               to dm-counter-id(dm-count)
                           move drb-block-low to dm-low(dm-count)
                           move drb-block-high to dm-high(dm-count)
                       end-if
               end-read
           end-perform
           close drblock-file.

       find-or-add-entry.
           move "N" to ws-found-switch
           if rec-count > 0
