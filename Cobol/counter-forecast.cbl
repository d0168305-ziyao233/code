           05 sum-increment-count     pic 9(9).
           05 filler                  pic x.
           05 sum-distinct-jobs       pic 9(5).
           05 filler                  pic x.
           05 sum-void-count          pic 9(9).
           05 filler                  pic x.
           05 sum-reissue-count       pic 9(9).
           05 filler                  pic x.
           05 sum-confirm-count       pic 9(9).
           05 filler                  pic x.
           05 sum-control-count       pic 9(9).
       fd  audit-file.
       01  audit-record.
           05 aud-timestamp           pic x(14).
           05 aud-new-value           pic 9(9).
           05 filler                  pic x.
           05 aud-job-id              pic x(20).
           05 filler                  pic x.
           05 aud-txn-type            pic x(8).
              88 aud-type-legacy      value spaces.
              88 aud-type-usage       value "ISSUE" "BLOCK" "ADJUST"
                                            "RESERVE".
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       fd  alert-file.
       01  alert-record.
           05 alr-timestamp           pic x(14).
           05 cl-entry occurs 2000 times indexed by cl-idx.
              10 cl-date              pic x(8).
       01 ws-nonbus-days              pic 9(5).
       01 counter-table-area.
           05 ct-count                pic 9(4) value 0.
           05 ct-entry occurs 500 times indexed by ct-idx
                                      pic x(100).
       01 chain-counter-area.
           copy "counter-master.cpy"
               replacing ==ctr-counter-id== by ==ch-counter-id==
                 ==ctr-current-value== by ==ch-current-value==
                 ==ctr-low-range== by ==ch-low-range==
                 ==ctr-high-range== by ==ch-high-range==
                 ==ctr-reset-frequency== by ==ch-reset-frequency==
                 ==ctr-reset-daily== by ==ch-reset-daily==
                 ==ctr-reset-monthly== by ==ch-reset-monthly==
                 ==ctr-reset-never== by ==ch-reset-never==
                 ==ctr-last-updated== by ==ch-last-updated==
                 ==ctr-status-flag== by ==ch-status-flag==
                 ==ctr-active== by ==ch-active==
                 ==ctr-frozen== by ==ch-frozen==
                 ==ctr-template== by ==ch-template==
                 ==ctr-format-prefix== by ==ch-format-prefix==
                 ==ctr-format-date== by ==ch-format-date==
                 ==ctr-format-date-yes== by ==ch-fmt-date-yes==
                 ==ctr-format-width== by ==ch-format-width==
                 ==ctr-format-check== by ==ch-format-check==
                 ==ctr-format-check-yes== by ==ch-fmt-check-yes==
                 ==ctr-succeeded== by ==ch-succeeded==
                 ==ctr-successor-id== by ==ch-successor-id==
                 ==ctr-successor-low== by ==ch-successor-low==
                 ==ctr-successor-high== by ==ch-successor-high==.
       01 ws-table-full-switch        pic x value "N".
           88 ws-table-full           value "Y".
       01 ws-chain-id                 pic x(10).
       01 ws-hop-count                pic 9(2).
       01 ws-ct-chain                 pic 9(4).
       01 ws-chain-capacity           pic 9(12).
       01 ws-chain-found-switch       pic x value "N".
           88 ws-chain-found          value "Y".
       01 ws-busn-days                pic s9(6).

       procedure division.
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       move zero to ws-consumed
                       if aud-type-usage or aud-type-legacy
                           compute ws-consumed
                               = aud-new-value - aud-old-value
                       end-if
                       if ws-consumed > 0
                           move ws-consumed to ws-usage-amount
                           move aud-counter-id to ws-usage-id
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if ct-count < 500
                           add 1 to ct-count
                           move counter-record to ct-entry(ct-count)
                       else
                           move "Y" to ws-table-full-switch
                       end-if
               end-read
           end-perform
           close counter-file
           if ct-count > 0
               perform varying ct-idx from 1 by 1
                       until ct-idx > ct-count
                   move ct-entry(ct-idx) to counter-record
                   perform forecast-one-counter
               end-perform
           end-if
           if ws-table-full
               display "more than 500 counters on file - the rest "
                   "are not forecast"
           end-if.

       forecast-one-counter.
           add 1 to ws-report-count
               display ctr-counter-id " FROZEN - not forecast"
               exit paragraph
           end-if
           if ctr-succeeded
               display ctr-counter-id " CLOSED - issuing continues on "
                   "counter " ctr-successor-id
               exit paragraph
           end-if
           perform find-usage
           if not ws-found or us-consumed(us-idx) = zero
               display ctr-counter-id " no usage history - "
           if ws-headroom < 0
               move 0 to ws-headroom
           end-if
           perform add-successor-capacity
           add ws-chain-capacity to ws-headroom
           compute ws-days-left = ws-headroom / ws-daily-rate
               on size error move 9999999 to ws-days-left
           end-compute
           display ctr-counter-id " " us-consumed(us-idx) " "
               ws-span-days "     " ws-rate-display " "
               ws-days-left-display
           if ws-chain-capacity > zero
               perform show-successor-chain
           end-if
           if ws-days-left < ws-threshold-days
               add 1 to ws-warning-count
               display "WARNING: counter " ctr-counter-id
               perform write-alert-record
           end-if.

       add-successor-capacity.
           move zero to ws-chain-capacity
           if ctr-successor-low numeric and ctr-successor-high numeric
                   and ctr-successor-high >= ctr-successor-low
                   and ctr-successor-high > zero
               compute ws-chain-capacity = ctr-successor-high
                   - ctr-successor-low + 1
           end-if
           move ctr-successor-id to ws-chain-id
           move 0 to ws-hop-count
           perform until ws-chain-id = spaces or ws-hop-count > 9
               add 1 to ws-hop-count
               perform find-chain-entry
               if not ws-chain-found
                   exit perform
               end-if
               if not ch-succeeded and not ch-frozen
                       and ch-high-range > ch-current-value
                   compute ws-chain-capacity = ws-chain-capacity
                       + ch-high-range - ch-current-value
               end-if
               if ch-successor-low numeric and ch-successor-high numeric
                       and ch-successor-high >= ch-successor-low
                       and ch-successor-high > zero
                   compute ws-chain-capacity = ws-chain-capacity
                       + ch-successor-high - ch-successor-low + 1
               end-if
               move ch-successor-id to ws-chain-id
           end-perform.

       show-successor-chain.
           if ctr-successor-low numeric and ctr-successor-high numeric
                   and ctr-successor-high > zero
               display "           then range " ctr-successor-low
                   " - " ctr-successor-high
           end-if
           move ctr-successor-id to ws-chain-id
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
               if ch-successor-low numeric and ch-successor-high numeric
                       and ch-successor-high > zero
                   display "           then range " ch-successor-low
                       " - " ch-successor-high
               end-if
               move ch-successor-id to ws-chain-id
           end-perform
           display "           successor capacity counted: "
               ws-chain-capacity.

       find-chain-entry.
           move "N" to ws-chain-found-switch
           perform varying ws-ct-chain from 1 by 1
                   until ws-ct-chain > ct-count
               move ct-entry(ws-ct-chain) to chain-counter-area
               if ch-counter-id = ws-chain-id
                   move "Y" to ws-chain-found-switch
                   exit perform
               end-if
           end-perform.

       count-nonbusiness-days.
           move 0 to ws-nonbus-days
           if cl-count > 0
