       identification division.
       program-id. integrity-sweep.
       environment division.
       input-output section.
       file-control.
           select counter-file assign to "COUNTERS.DAT"
               organization is indexed
               access is dynamic
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select retired-file assign to "COUNTERS.RET"
               organization is line sequential
               file status is ws-ret-status.
           select registry-file assign to "ISSUEREG.DAT"
               organization is indexed
               access is dynamic
               record key is reg-key
               file status is ws-reg-status.
           select gaps-file assign to dynamic ws-gaps-filename
               organization is line sequential
               file status is ws-gaps-status.
           select reserve-file assign to dynamic ws-rsv-filename
               organization is line sequential
               file status is ws-rsv-status.
           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
           select auth-file assign to "CTRAUTH.DAT"
               organization is line sequential
               file status is ws-auth-status.
           select baseline-file assign to "RECONBASE.DAT"
               organization is line sequential
               file status is ws-base-status.
           select audit-file assign to "AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.
           select archive-file assign to dynamic ws-archive-name
               organization is line sequential
               file status is ws-arch-status.
           select catalog-file assign to "AUDITARC.CAT"
               organization is line sequential
               file status is ws-cat-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
       data division.
       file section.
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
       fd  registry-file.
       01  registry-record.
           05 reg-key.
              10 reg-counter-id       pic x(10).
              10 reg-first-value      pic 9(9).
           05 reg-last-value          pic 9(9).
           05 reg-issued-ts           pic x(14).
           05 reg-job-id              pic x(20).
           05 reg-reference           pic x(30).
       fd  gaps-file.
       01  gap-record.
           05 gap-value               pic 9(9).
       fd  reserve-file.
       01  reserve-record.
           05 rsv-first               pic 9(9).
           05 filler                  pic x value space.
           05 rsv-last                pic 9(9).
           05 filler                  pic x value space.
           05 rsv-expiry-ts           pic x(14).
           05 filler                  pic x value space.
           05 rsv-holder              pic x(30).
           05 filler                  pic x value space.
           05 rsv-job-id              pic x(20).
       fd  lock-file.
       01  lock-record.
           05 lck-job-id              pic x(20).
           05 filler                  pic x value space.
           05 lck-timestamp           pic x(14).
       fd  auth-file.
       01  auth-record.
           05 auth-counter-id         pic x(10).
           05 filler                  pic x value space.
           05 auth-job-id             pic x(20).
           05 filler                  pic x value space.
           05 auth-modes              pic x(10).
       fd  baseline-file.
       01  baseline-record.
           05 base-counter-id         pic x(10).
           05 filler                  pic x value space.
           05 base-value              pic 9(9).
       fd  audit-file.
       01  audit-record               pic x(106).
       fd  archive-file.
       01  archive-record             pic x(106).
       fd  catalog-file.
       01  catalog-record.
           05 cat-archive-date        pic x(8).
       fd  alert-file.
       01  alert-record.
           05 alr-timestamp           pic x(14).
           05 filler                  pic x value space.
           05 alr-program             pic x(16).
           05 filler                  pic x value space.
           05 alr-counter-id          pic x(10).
           05 filler                  pic x value space.
           05 alr-severity            pic x(1).
           05 filler                  pic x value space.
           05 alr-code                pic x(12).
           05 filler                  pic x value space.
           05 alr-ack-flag            pic x(1).
           05 filler                  pic x value space.
           05 alr-ack-id              pic x(20).
           05 filler                  pic x value space.
           05 alr-text                pic x(60).
       fd  drblock-file.
       01  drblock-record.
           copy "dr-block.cpy".
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-ret-status               pic x(2).
       01 ws-reg-status               pic x(2).
       01 ws-gaps-status              pic x(2).
       01 ws-rsv-status               pic x(2).
       01 ws-lock-status              pic x(2).
       01 ws-auth-status              pic x(2).
       01 ws-base-status              pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-arch-status              pic x(2).
       01 ws-cat-status               pic x(2).
       01 ws-alert-status             pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-alert-severity           pic x(1).
       01 ws-alert-code               pic x(12).
       01 ws-alert-id                 pic x(10).
       01 ws-alert-text               pic x(60).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wi-mode                 pic x(6).
           05 filler                  pic x(74).
       01 ws-repair-switch            pic x value "N".
           88 ws-repair               value "Y".
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-now-ts                   pic x(14).
       01 ws-gaps-filename            pic x(15).
       01 ws-rsv-filename             pic x(15).
       01 ws-new-filename             pic x(15).
       01 ws-archive-name             pic x(15).
       01 ws-target-id                pic x(10).
       01 ws-lookup-id                pic x(10).
       01 ws-final-id                 pic x(10).
       01 ws-chain-id                 pic x(10).
       01 ws-ref-head                 pic x(30).
       01 ws-ref-id                   pic x(30).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-retired-switch           pic x value "N".
           88 ws-is-retired           value "Y".
       01 ws-renamed-switch           pic x value "N".
           88 ws-is-renamed           value "Y".
       01 ws-gaps-present-switch      pic x value "N".
           88 ws-gaps-present         value "Y".
       01 ws-rsv-present-switch       pic x value "N".
           88 ws-rsv-present          value "Y".
       01 ws-lock-present-switch      pic x value "N".
           88 ws-lock-present         value "Y".
       01 ws-pool-fix-switch          pic x value "N".
           88 ws-pool-fix             value "Y".
       01 ws-pool-changed-switch      pic x value "N".
           88 ws-pool-changed         value "Y".
       01 ws-rsv-changed-switch       pic x value "N".
           88 ws-rsv-changed          value "Y".
       01 ws-table-changed-switch     pic x value "N".
           88 ws-table-changed        value "Y".
       01 ws-judge-switch             pic x value "N".
           88 ws-judge-reached        value "Y".
       01 ws-overflow-switch          pic x value "N".
           88 ws-overflow             value "Y".
       01 ws-dr-switch                pic x value "N".
           88 ws-in-dr-block          value "Y".
       01 ws-dr-id                    pic x(10).
       01 ws-dr-value                 pic 9(9).
       01 ws-audit-line               pic x(106).
       01 ws-audit-fields redefines ws-audit-line.
           05 aud-timestamp           pic x(14).
           05 filler                  pic x.
           05 aud-counter-id          pic x(10).
           05 filler                  pic x.
           05 aud-old-value           pic 9(9).
           05 filler                  pic x.
           05 aud-new-value           pic 9(9).
           05 filler                  pic x.
           05 aud-job-id              pic x(20).
           05 filler                  pic x.
           05 aud-txn-type            pic x(8).
              88 aud-type-rename      value "RENAME".
              88 aud-type-successor   value "SUCCESSR".
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       01 ctr-table-area.
           05 ct-count                pic 9(4) value 0.
           05 ct-entry occurs 500 times indexed by ct-idx.
              10 ct-counter-id        pic x(10).
              10 ct-current           pic 9(9).
              10 ct-low               pic 9(9).
              10 ct-high              pic 9(9).
              10 ct-reset             pic x(1).
              10 ct-last-upd          pic x(8).
              10 ct-status            pic x(1).
              10 ct-successor-id      pic x(10).
       01 ret-table-area.
           05 rt-count                pic 9(4) value 0.
           05 rt-entry occurs 500 times indexed by rt-idx.
              10 rt-counter-id        pic x(10).
              10 rt-retired-on        pic x(8).
       01 rename-table-area.
           05 rn-count                pic 9(4) value 0.
           05 rn-entry occurs 500 times indexed by rn-idx.
              10 rn-old-id            pic x(10).
              10 rn-new-id            pic x(10).
       01 prior-range-area.
           05 pr-count                pic 9(4) value 0.
           05 pr-entry occurs 1000 times indexed by pr-idx.
              10 pr-counter-id        pic x(10).
              10 pr-low               pic 9(9).
              10 pr-high              pic 9(9).
              10 pr-rename-mark       pic 9(4).
       01 ws-prior-switch             pic x value "N".
           88 ws-in-prior-range       value "Y".
       01 ws-prior-first              pic 9(9).
       01 ws-prior-last               pic 9(9).
       01 cand-table-area.
           05 oc-count                pic 9(4) value 0.
           05 oc-entry occurs 1000 times indexed by oc-idx.
              10 oc-counter-id        pic x(10).
       01 dr-merged-area.
           05 dm-count                pic 9(4) value 0.
           05 dm-entry occurs 500 times indexed by dm-idx.
              10 dm-counter-id        pic x(10).
              10 dm-low               pic 9(9).
              10 dm-high              pic 9(9).
       01 cat-table-area.
           05 cg-count                pic 9(4) value 0.
           05 cg-entry occurs 3000 times indexed by cg-idx.
              10 cg-date              pic x(8).
       01 gap-pool-area.
           05 gap-count               pic 9(4) value 0.
           05 gap-entry occurs 500 times indexed by gap-idx.
              10 gap-pool-value       pic 9(9).
              10 gap-pool-keep        pic x(1).
       01 rsv-pool-area.
           05 rsv-count               pic 9(4) value 0.
           05 rsv-entry occurs 500 times indexed by rsv-idx.
              10 rsv-pool-first       pic 9(9).
              10 rsv-pool-last        pic 9(9).
              10 rsv-pool-expiry      pic x(14).
              10 rsv-pool-holder      pic x(30).
              10 rsv-pool-job         pic x(20).
              10 rsv-pool-keep        pic x(1).
       01 rekey-table-area.
           05 rk-count                pic 9(4) value 0.
           05 rk-entry occurs 500 times indexed by rk-idx.
              10 rk-counter-id        pic x(10).
              10 rk-first-value       pic 9(9).
              10 rk-new-id            pic x(10).
       01 auth-table-area.
           05 au-count                pic 9(4) value 0.
           05 au-entry occurs 1000 times indexed by au-idx.
              10 au-counter-id        pic x(10).
              10 au-job-id            pic x(20).
              10 au-modes             pic x(10).
              10 au-keep              pic x(1).
       01 baseline-table-area.
           05 bl-count                pic 9(4) value 0.
           05 bl-entry occurs 500 times indexed by bl-idx.
              10 bl-counter-id        pic x(10).
              10 bl-value             pic 9(9).
              10 bl-keep              pic x(1).
       01 ws-hop-count                pic 9(2).
       01 ws-grp-id                   pic x(10) value spaces.
       01 ws-grp-beyond               pic 9(5) value 0.
       01 ws-grp-gone                 pic 9(5) value 0.
       01 ws-grp-renamed              pic 9(5) value 0.
       01 ws-grp-orphan               pic 9(5) value 0.
       01 ws-grp-new-id               pic x(10).
       01 ws-ahead-count              pic 9(5).
       01 ws-range-count              pic 9(5).
       01 ws-both-count               pic 9(5).
       01 ws-rsv-ahead-count          pic 9(5).
       01 ws-rsv-range-count          pic 9(5).
       01 ws-crit-count               pic 9(5) value 0.
       01 ws-warn-count               pic 9(5) value 0.
       01 ws-repair-count             pic 9(5) value 0.
       01 ws-section-count            pic 9(5).
       01 ws-count-display            pic zzzz9.
       01 j                           pic 9(4).
       01 k                           pic 9(4).
       01 ws-lock-held                pic x(1) value "H".
       01 ws-lock-target              pic x(10).
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

       procedure division.
       main-logic.
           accept ws-parm-line
           accept ws-job-id from environment "USER"
           if ws-job-id = spaces
               move "UNKNOWN" to ws-job-id
           end-if
           accept ws-today from date yyyymmdd
           move spaces to ws-now-ts
           move ws-today to ws-now-ts(1:8)
           accept ws-time-of-day from time
           move ws-time-of-day(1:6) to ws-now-ts(9:6)

           evaluate wi-mode
               when spaces
                   continue
               when "REPAIR"
                   move "Y" to ws-repair-switch
               when other
                   display "INTEGRITY-SWEEP: invalid mode '" wi-mode
                       "' - leave blank to report or give REPAIR"
                   move 20 to return-code
                   stop run
           end-evaluate

           display "CROSS-FILE INTEGRITY SWEEP AT " ws-now-ts
               " BY " ws-job-id
           if ws-repair
               display "mode: REPAIR - findings marked REPAIRED "
                   "have been corrected"
           else
               display "mode: REPORT ONLY - no file is changed"
           end-if

           perform load-counters
           if return-code not = zero
               stop run
           end-if
           if ws-repair and (ct-count = 0 or ws-overflow)
               display "INTEGRITY-SWEEP: REPAIR refused - the counter "
                   "table does not hold every counter on COUNTERS.DAT"
                   " (none found, or more than 500), so live pool "
                   "files, grants and baselines would look orphaned"
               move 12 to return-code
               stop run
           end-if
           perform load-retired
           perform load-renames
           perform load-authorities
           perform load-baseline
           perform load-merged-blocks
           perform collect-registry-ids

           perform check-counter-master
           perform check-lock-files
           perform check-pools
           perform check-orphan-pools
           perform check-registry
           perform check-authorities
           perform check-baseline
           perform check-retired

           display " "
           display "critical findings:  " ws-crit-count
           display "warning findings:   " ws-warn-count
           display "repairs made:       " ws-repair-count
           if ws-overflow
               display "WARNING: a working table filled up - some "
                   "entries were not checked"
           end-if
           evaluate true
               when ws-crit-count > 0
                   move 8 to return-code
               when ws-warn-count > 0
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate
           stop run.

       load-counters.
           move "N" to ws-eof-switch
           open input counter-file
           if ws-ctr-status = "35"
               display "no counters on file - COUNTERS.DAT not found"
               exit paragraph
           end-if
           if ws-ctr-status not = "00"
               display "INTEGRITY-SWEEP: cannot open COUNTERS.DAT - "
                   "file status " ws-ctr-status
               move 12 to return-code
               exit paragraph
           end-if
           perform until ws-eof
               read counter-file next record
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if ct-count < 500
                           add 1 to ct-count
                           move ctr-counter-id
                               to ct-counter-id(ct-count)
                           move ctr-current-value
                               to ct-current(ct-count)
                           move ctr-low-range to ct-low(ct-count)
                           move ctr-high-range to ct-high(ct-count)
                           move ctr-reset-frequency
                               to ct-reset(ct-count)
                           move ctr-last-updated
                               to ct-last-upd(ct-count)
                           move ctr-status-flag to ct-status(ct-count)
                           move ctr-successor-id
                               to ct-successor-id(ct-count)
                       else
                           move "Y" to ws-overflow-switch
                       end-if
               end-read
           end-perform
           close counter-file.

       load-retired.
           move "N" to ws-eof-switch
           open input retired-file
           if ws-ret-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read retired-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if rt-count < 500
                           add 1 to rt-count
                           move ret-counter-id
                               to rt-counter-id(rt-count)
                           move ret-retired-on
                               to rt-retired-on(rt-count)
                           move ret-counter-id to ws-lookup-id
                           perform add-candidate
                       else
                           move "Y" to ws-overflow-switch
                       end-if
               end-read
           end-perform
           close retired-file.

       load-renames.
           perform load-catalog
           if cg-count > 0
               perform varying cg-idx from 1 by 1
                       until cg-idx > cg-count
                   perform scan-one-archive
               end-perform
           end-if
           move "N" to ws-eof-switch
           open input audit-file
           if ws-audit-status = "35"
               perform carry-prior-ranges
               exit paragraph
           end-if
           perform until ws-eof
               read audit-file into ws-audit-line
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-rename
                       perform note-prior-range
               end-read
           end-perform
           close audit-file
           perform carry-prior-ranges.

       load-catalog.
           move 0 to cg-count
           move "N" to ws-eof-switch
           open input catalog-file
           if ws-cat-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read catalog-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if cg-count < 3000
                           add 1 to cg-count
                           move cat-archive-date to cg-date(cg-count)
                       end-if
               end-read
           end-perform
           close catalog-file.

       scan-one-archive.
           move spaces to ws-archive-name
           string "AUD" cg-date(cg-idx) ".LOG" delimited by size
               into ws-archive-name
           move "N" to ws-eof-switch
           open input archive-file
           if ws-arch-status not = "00"
               display "WARNING: archive " ws-archive-name
                   " could not be read - file status " ws-arch-status
                   " - renames in it are not known"
               exit paragraph
           end-if
           perform until ws-eof
               read archive-file into ws-audit-line
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-rename
                       perform note-prior-range
               end-read
           end-perform
           close archive-file.

       note-rename.
           if not aud-type-rename
               exit paragraph
           end-if
           move spaces to ws-ref-head
           move spaces to ws-ref-id
           unstring aud-owner-ref delimited by " TO "
               into ws-ref-head ws-ref-id
           end-unstring
           if ws-ref-id = spaces
               exit paragraph
           end-if
           if rn-count >= 500
               move "Y" to ws-overflow-switch
               exit paragraph
           end-if
           add 1 to rn-count
           move aud-counter-id to rn-old-id(rn-count)
           move ws-ref-id to rn-new-id(rn-count)
           move aud-counter-id to ws-lookup-id
           perform add-candidate.

       note-prior-range.
           if not aud-type-successor
                   or aud-owner-ref(1:5) not = "FROM "
                   or aud-owner-ref(6:9) not numeric
                   or aud-owner-ref(16:9) not numeric
               exit paragraph
           end-if
           if pr-count >= 1000
               move "Y" to ws-overflow-switch
               exit paragraph
           end-if
           add 1 to pr-count
           move aud-counter-id to pr-counter-id(pr-count)
           move aud-owner-ref(6:9) to pr-low(pr-count)
           move aud-owner-ref(16:9) to pr-high(pr-count)
           move rn-count to pr-rename-mark(pr-count).

       carry-prior-ranges.
           if pr-count = 0 or rn-count = 0
               exit paragraph
           end-if
           perform varying pr-idx from 1 by 1 until pr-idx > pr-count
               perform varying rn-idx from 1 by 1
                       until rn-idx > rn-count
                   if rn-idx > pr-rename-mark(pr-idx)
                           and rn-old-id(rn-idx) = pr-counter-id(pr-idx)
                       move rn-new-id(rn-idx) to pr-counter-id(pr-idx)
                   end-if
               end-perform
           end-perform.

       find-prior-range.
           move "N" to ws-prior-switch
           if pr-count = 0
               exit paragraph
           end-if
           perform varying pr-idx from 1 by 1 until pr-idx > pr-count
               if pr-counter-id(pr-idx) = ws-target-id
                       and ws-prior-first >= pr-low(pr-idx)
                       and ws-prior-last <= pr-high(pr-idx)
                   move "Y" to ws-prior-switch
                   exit perform
               end-if
           end-perform.

       load-authorities.
           move "N" to ws-eof-switch
           open input auth-file
           if ws-auth-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read auth-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if au-count < 1000
                           add 1 to au-count
                           move auth-counter-id
                               to au-counter-id(au-count)
                           move auth-job-id to au-job-id(au-count)
                           move auth-modes to au-modes(au-count)
                           move "Y" to au-keep(au-count)
                           if auth-counter-id not = "*"
                               move auth-counter-id to ws-lookup-id
                               perform add-candidate
                           end-if
                       else
                           move "Y" to ws-overflow-switch
                       end-if
               end-read
           end-perform
           close auth-file.

       load-baseline.
           move "N" to ws-eof-switch
           open input baseline-file
           if ws-base-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read baseline-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if bl-count < 500
                           add 1 to bl-count
                           move base-counter-id
                               to bl-counter-id(bl-count)
                           move base-value to bl-value(bl-count)
                           move "Y" to bl-keep(bl-count)
                           move base-counter-id to ws-lookup-id
                           perform add-candidate
                       else
                           move "Y" to ws-overflow-switch
                       end-if
               end-read
           end-perform
           close baseline-file.

       collect-registry-ids.
           open input registry-file
           if ws-reg-status not = "00"
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read registry-file next record
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if reg-counter-id not = ws-lookup-id
                           move reg-counter-id to ws-lookup-id
                           perform add-candidate
                       end-if
               end-read
           end-perform
           close registry-file.

       add-candidate.
           perform find-counter
           if ws-found
               exit paragraph
           end-if
           if oc-count > 0
               perform varying oc-idx from 1 by 1
                       until oc-idx > oc-count
                   if oc-counter-id(oc-idx) = ws-lookup-id
                       exit paragraph
                   end-if
               end-perform
           end-if
           if oc-count >= 1000
               move "Y" to ws-overflow-switch
               exit paragraph
           end-if
           add 1 to oc-count
           move ws-lookup-id to oc-counter-id(oc-count).

       find-counter.
           move "N" to ws-found-switch
           if ct-count > 0
               perform varying ct-idx from 1 by 1
                       until ct-idx > ct-count
                   if ct-counter-id(ct-idx) = ws-lookup-id
                       move "Y" to ws-found-switch
                       exit perform
                   end-if
               end-perform
           end-if.

       classify-missing-id.
           move "N" to ws-retired-switch
           move "N" to ws-renamed-switch
           move spaces to ws-final-id
           if rt-count > 0
               perform varying rt-idx from 1 by 1
                       until rt-idx > rt-count
                   if rt-counter-id(rt-idx) = ws-lookup-id
                       move "Y" to ws-retired-switch
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-is-retired or rn-count = 0
               exit paragraph
           end-if
           move ws-lookup-id to ws-chain-id
           move 0 to ws-hop-count
           perform until ws-hop-count > 9
               move "N" to ws-found-switch
               perform varying rn-idx from rn-count by -1
                       until rn-idx < 1
                   if rn-old-id(rn-idx) = ws-chain-id
                       move "Y" to ws-found-switch
                       exit perform
                   end-if
               end-perform
               if not ws-found
                   exit perform
               end-if
               move "Y" to ws-renamed-switch
               move rn-new-id(rn-idx) to ws-chain-id
               add 1 to ws-hop-count
               move ws-lookup-id to ws-final-id
               move ws-chain-id to ws-lookup-id
               perform find-counter
               move ws-final-id to ws-lookup-id
               if ws-found
                   move ws-chain-id to ws-final-id
                   exit perform
               end-if
               move spaces to ws-final-id
           end-perform.

       check-counter-master.
           display " "
           display "COUNTERS.DAT"
           move 0 to ws-section-count
           if ct-count > 0
               perform varying j from 1 by 1 until j > ct-count
                   perform check-one-master
               end-perform
           end-if
           perform show-section-clean.

       check-one-master.
           if ct-successor-id(j) = spaces
               exit paragraph
           end-if
           move ct-successor-id(j) to ws-lookup-id
           perform find-counter
           if ws-found
               exit paragraph
           end-if
           move ct-counter-id(j) to ws-alert-id
           move "C" to ws-alert-severity
           move "SUCC-BROKEN" to ws-alert-code
           move spaces to ws-alert-text
           string "successor counter " ct-successor-id(j)
               " is not on COUNTERS.DAT" delimited by size
               into ws-alert-text
           perform raise-finding.

       check-lock-files.
           display " "
           display "LOCK FILES (<id>.LCK)"
           move 0 to ws-section-count
           if ct-count > 0
               perform varying j from 1 by 1 until j > ct-count
                   move ct-counter-id(j) to ws-target-id
                   perform check-one-lock
               end-perform
           end-if
           if oc-count > 0
               perform varying j from 1 by 1 until j > oc-count
                   move oc-counter-id(j) to ws-target-id
                   perform check-one-lock
               end-perform
           end-if
           perform show-section-clean.

       check-one-lock.
           move spaces to ws-lock-filename
           string ws-target-id delimited by space
               ".LCK" delimited by size
               into ws-lock-filename
           open input lock-file
           if ws-lock-status = "35"
               exit paragraph
           end-if
           move "N" to ws-lock-stale-switch
           move spaces to lock-record
           read lock-file
               at end
                   move "Y" to ws-lock-stale-switch
               not at end
                   perform check-lock-stale
           end-read
           close lock-file
           if not ws-lock-stale
               display "  in use: " ws-lock-filename " held by "
                   lck-job-id " since " lck-timestamp
               exit paragraph
           end-if
           move ws-target-id to ws-alert-id
           move "W" to ws-alert-severity
           move "LOCK-STALE" to ws-alert-code
           move spaces to ws-alert-text
           string ws-lock-filename delimited by space
               " held by " delimited by size
               lck-job-id delimited by space
               " since " lck-timestamp delimited by size
               into ws-alert-text
           perform raise-finding
           if ws-repair
               call "CBL_DELETE_FILE" using ws-lock-filename
               end-call
               move spaces to ws-alert-text
               string "stale lock " ws-lock-filename
                   " removed" delimited by size into ws-alert-text
               perform report-repair
           end-if.

       check-pools.
           display " "
           display "GAP POOLS AND RESERVATIONS (<id>.GAP, <id>.RSV)"
           move 0 to ws-section-count
           if ct-count > 0
               perform varying j from 1 by 1 until j > ct-count
                   perform check-one-pool
               end-perform
           end-if
           perform show-section-clean.

       check-one-pool.
           move ct-counter-id(j) to ws-target-id
           perform build-pool-filenames
           perform probe-pool-files
           if not ws-gaps-present and not ws-rsv-present
               exit paragraph
           end-if
           move "N" to ws-pool-fix-switch
           if ws-repair
               move ws-target-id to ws-lock-target
               perform acquire-lock
               if ws-lock-acquired
                   move "Y" to ws-pool-fix-switch
                   perform refresh-counter-entry
               else
                   display "  counter " ws-target-id " is locked - "
                       "pools checked but not repaired"
               end-if
           end-if
           perform load-gap-pool
           perform load-reservations
           move 0 to ws-ahead-count
           move 0 to ws-range-count
           move 0 to ws-both-count
           move 0 to ws-rsv-ahead-count
           move 0 to ws-rsv-range-count
           move "N" to ws-pool-changed-switch
           move "N" to ws-rsv-changed-switch
           if gap-count > 0
               perform varying gap-idx from 1 by 1
                       until gap-idx > gap-count
                   perform judge-gap-value
               end-perform
           end-if
           if rsv-count > 0
               perform varying rsv-idx from 1 by 1
                       until rsv-idx > rsv-count
                   perform judge-reservation
               end-perform
           end-if
           move ws-target-id to ws-alert-id
           if ws-ahead-count > 0
               move "C" to ws-alert-severity
               move "GAP-AHEAD" to ws-alert-code
               move ws-ahead-count to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " pool value(s) above "
                   "current value " ct-current(j)
                   delimited by size into ws-alert-text
               perform write-alert-record
           end-if
           if ws-range-count > 0
               move "W" to ws-alert-severity
               move "GAP-RANGE" to ws-alert-code
               move ws-range-count to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " pool value(s) outside "
                   ct-low(j) "-" ct-high(j)
                   delimited by size into ws-alert-text
               perform write-alert-record
           end-if
           if ws-both-count > 0
               move "C" to ws-alert-severity
               move "GAP-HELD" to ws-alert-code
               move ws-both-count to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " value(s) both voided and "
                   "reserved" delimited by size into ws-alert-text
               perform write-alert-record
           end-if
           if ws-rsv-ahead-count > 0
               move "C" to ws-alert-severity
               move "RSV-AHEAD" to ws-alert-code
               move ws-rsv-ahead-count to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " reservation(s) above "
                   "current value " ct-current(j)
                   delimited by size into ws-alert-text
               perform write-alert-record
           end-if
           if ws-rsv-range-count > 0
               move "W" to ws-alert-severity
               move "RSV-RANGE" to ws-alert-code
               move ws-rsv-range-count to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " reservation(s) outside "
                   ct-low(j) "-" ct-high(j)
                   delimited by size into ws-alert-text
               perform write-alert-record
           end-if
           if not ws-pool-fix
               exit paragraph
           end-if
           if ws-pool-changed
               perform save-gap-pool
           end-if
           if ws-rsv-changed
               perform save-reservations
           end-if
           perform release-lock.

       refresh-counter-entry.
           open input counter-file
           if ws-ctr-status = "00"
               move ct-counter-id(j) to ctr-counter-id
               read counter-file
                   invalid key
                       continue
               end-read
           end-if
           if ws-ctr-status = "00"
               move ctr-current-value to ct-current(j)
               move ctr-low-range to ct-low(j)
               move ctr-high-range to ct-high(j)
               close counter-file
               exit paragraph
           end-if
           display "  counter " ws-target-id " could not be re-read "
               "under its lock - file status " ws-ctr-status
               " - pools checked but not repaired"
           if ws-ctr-status not = "35"
               close counter-file
           end-if
           move "N" to ws-pool-fix-switch
           perform release-lock.

       judge-gap-value.
           move "Y" to gap-pool-keep(gap-idx)
           move ws-target-id to ws-dr-id
           move gap-pool-value(gap-idx) to ws-dr-value
           perform find-dr-block
           if ws-in-dr-block
               exit paragraph
           end-if
           if gap-pool-value(gap-idx) > ct-current(j)
               add 1 to ws-ahead-count
               perform count-finding-crit
               display "  C GAP-AHEAD     " ws-target-id " value "
                   gap-pool-value(gap-idx) " is above current value "
                   ct-current(j)
               perform drop-gap-value
               exit paragraph
           end-if
           if gap-pool-value(gap-idx) < ct-low(j)
                   or gap-pool-value(gap-idx) > ct-high(j)
               move gap-pool-value(gap-idx) to ws-prior-first
               move gap-pool-value(gap-idx) to ws-prior-last
               perform find-prior-range
               if not ws-in-prior-range
                   add 1 to ws-range-count
                   perform count-finding-warn
                   display "  W GAP-RANGE     " ws-target-id " value "
                       gap-pool-value(gap-idx) " is outside "
                       ct-low(j) "-" ct-high(j)
                   if gap-pool-value(gap-idx) > ct-high(j)
                       perform drop-gap-value
                   end-if
                   exit paragraph
               end-if
           end-if
           if rsv-count > 0
               perform varying rsv-idx from 1 by 1
                       until rsv-idx > rsv-count
                   if gap-pool-value(gap-idx)
                           >= rsv-pool-first(rsv-idx)
                       and gap-pool-value(gap-idx)
                           <= rsv-pool-last(rsv-idx)
                       add 1 to ws-both-count
                       perform count-finding-crit
                       display "  C GAP-HELD      " ws-target-id
                           " value " gap-pool-value(gap-idx)
                           " is pooled and held by "
                           rsv-pool-holder(rsv-idx)
                       perform drop-gap-value
                       exit perform
                   end-if
               end-perform
           end-if.

       drop-gap-value.
           if ws-pool-fix
               move "N" to gap-pool-keep(gap-idx)
               move "Y" to ws-pool-changed-switch
               add 1 to ws-repair-count
               display "    REPAIRED: value " gap-pool-value(gap-idx)
                   " taken out of " ws-gaps-filename
           end-if.

       judge-reservation.
           move "Y" to rsv-pool-keep(rsv-idx)
           if rsv-pool-last(rsv-idx) > ct-current(j)
               add 1 to ws-rsv-ahead-count
               perform count-finding-crit
               display "  C RSV-AHEAD     " ws-target-id " "
                   rsv-pool-first(rsv-idx) "-" rsv-pool-last(rsv-idx)
                   " held by " rsv-pool-holder(rsv-idx)
                   " is above current value " ct-current(j)
               if ws-pool-fix
                   move "N" to rsv-pool-keep(rsv-idx)
                   move "Y" to ws-rsv-changed-switch
                   add 1 to ws-repair-count
                   display "    REPAIRED: reservation "
                       rsv-pool-first(rsv-idx) "-"
                       rsv-pool-last(rsv-idx) " taken out of "
                       ws-rsv-filename
               end-if
               exit paragraph
           end-if
           if rsv-pool-first(rsv-idx) < ct-low(j)
                   or rsv-pool-last(rsv-idx) > ct-high(j)
               move rsv-pool-first(rsv-idx) to ws-prior-first
               move rsv-pool-last(rsv-idx) to ws-prior-last
               perform find-prior-range
           else
               move "Y" to ws-prior-switch
           end-if
           if not ws-in-prior-range
               add 1 to ws-rsv-range-count
               perform count-finding-warn
               display "  W RSV-RANGE     " ws-target-id " "
                   rsv-pool-first(rsv-idx) "-" rsv-pool-last(rsv-idx)
                   " held by " rsv-pool-holder(rsv-idx)
                   " is outside " ct-low(j) "-" ct-high(j)
           end-if.

       check-orphan-pools.
           display " "
           display "ORPHAN POOL FILES"
           move 0 to ws-section-count
           if oc-count > 0
               perform varying j from 1 by 1 until j > oc-count
                   perform check-one-orphan
               end-perform
           end-if
           perform show-section-clean.

       check-one-orphan.
           move oc-counter-id(j) to ws-target-id
           perform build-pool-filenames
           perform probe-pool-files
           if not ws-gaps-present and not ws-rsv-present
               exit paragraph
           end-if
           move ws-target-id to ws-lookup-id
           perform classify-missing-id
           if ws-gaps-present
               move ws-gaps-filename to ws-new-filename
               perform report-orphan-file
           end-if
           if ws-rsv-present
               perform build-pool-filenames
               move ws-rsv-filename to ws-new-filename
               perform report-orphan-file
           end-if.

       report-orphan-file.
           move ws-target-id to ws-alert-id
           move "W" to ws-alert-severity
           move "ORPHAN-POOL" to ws-alert-code
           move spaces to ws-alert-text
           evaluate true
               when ws-is-retired
                   string ws-new-filename delimited by space
                       " belongs to a retired counter"
                       delimited by size into ws-alert-text
               when ws-final-id not = spaces
                   string ws-new-filename delimited by space
                       " left behind by rename to "
                       delimited by size
                       ws-final-id delimited by space
                       into ws-alert-text
               when other
                   string ws-new-filename delimited by space
                       " has no counter on COUNTERS.DAT"
                       delimited by size into ws-alert-text
           end-evaluate
           perform raise-finding
           if not ws-repair
               exit paragraph
           end-if
           if ws-final-id not = spaces
               perform carry-orphan-file
               exit paragraph
           end-if
           move ws-target-id to ws-lock-target
           perform acquire-lock
           if not ws-lock-acquired
               display "  " ws-new-filename " is locked - left for "
                   "the next run"
               exit paragraph
           end-if
           call "CBL_DELETE_FILE" using ws-new-filename
           end-call
           perform release-lock
           move spaces to ws-alert-text
           string ws-new-filename delimited by space
               " deleted" delimited by size into ws-alert-text
           perform report-repair.

       carry-orphan-file.
           perform set-carry-target
           move ws-final-id to ws-lock-target
           perform acquire-lock
           if not ws-lock-acquired
               display "  counter " ws-final-id " is locked - "
                   ws-new-filename " left for the next run"
               exit paragraph
           end-if
           perform probe-carry-target
           if ws-found
               display "  " ws-gaps-filename " already exists - "
                   ws-new-filename " left for an operator to merge"
               perform release-lock
               exit paragraph
           end-if
           call "CBL_RENAME_FILE" using ws-new-filename
               ws-gaps-filename
           end-call
           perform release-lock
           move spaces to ws-alert-text
           string ws-new-filename delimited by space
               " renamed to " delimited by size
               ws-gaps-filename delimited by space
               into ws-alert-text
           perform report-repair.

       set-carry-target.
           move spaces to ws-gaps-filename
           move 0 to k
           inspect ws-new-filename tallying k
               for characters before initial "."
           string ws-final-id delimited by space
               ws-new-filename(k + 1:4) delimited by size
               into ws-gaps-filename.

       probe-carry-target.
           move "N" to ws-found-switch
           move ws-gaps-filename to ws-rsv-filename
           open input reserve-file
           if ws-rsv-status not = "35"
               move "Y" to ws-found-switch
               close reserve-file
           end-if.

       check-registry.
           display " "
           display "ISSUEREG.DAT"
           move 0 to ws-section-count
           move spaces to ws-grp-id
           open input registry-file
           if ws-reg-status = "35"
               display "  no issue registry on file"
               exit paragraph
           end-if
           if ws-reg-status not = "00"
               display "INTEGRITY-SWEEP: cannot open ISSUEREG.DAT - "
                   "file status " ws-reg-status
               perform count-finding-warn
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read registry-file next record
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform judge-registry-entry
               end-read
           end-perform
           close registry-file
           perform flush-registry-group
           if ws-repair and rk-count > 0
               perform rekey-registry
           end-if
           perform show-section-clean.

       judge-registry-entry.
           if reg-counter-id not = ws-grp-id
               perform flush-registry-group
               move reg-counter-id to ws-grp-id
               move 0 to ws-grp-beyond
               move 0 to ws-grp-gone
               move 0 to ws-grp-renamed
               move 0 to ws-grp-orphan
               move spaces to ws-grp-new-id
           end-if
           move reg-counter-id to ws-lookup-id
           perform find-counter
           if ws-found
               perform check-reached
               move reg-counter-id to ws-dr-id
               move reg-last-value to ws-dr-value
               perform find-dr-block
               if ws-judge-reached and not ws-in-dr-block
                       and reg-last-value > ct-current(ct-idx)
                   add 1 to ws-grp-beyond
                   perform count-finding-crit
                   display "  C REG-BEYOND    " reg-counter-id " "
                       reg-first-value "-" reg-last-value
                       " issued " reg-issued-ts(1:8)
                       " is above current value " ct-current(ct-idx)
               end-if
               exit paragraph
           end-if
           perform classify-missing-id
           evaluate true
               when ws-is-retired
                   add 1 to ws-grp-gone
                   if ws-grp-gone = 1
                       perform count-finding-warn
                   end-if
               when ws-final-id not = spaces
                   add 1 to ws-grp-renamed
                   move ws-final-id to ws-grp-new-id
                   if ws-grp-renamed = 1
                       perform count-finding-warn
                   end-if
                   if ws-repair
                       if rk-count < 500
                           add 1 to rk-count
                           move reg-counter-id
                               to rk-counter-id(rk-count)
                           move reg-first-value
                               to rk-first-value(rk-count)
                           move ws-final-id to rk-new-id(rk-count)
                       else
                           move "Y" to ws-overflow-switch
                       end-if
                   end-if
               when other
                   add 1 to ws-grp-orphan
                   if ws-grp-orphan = 1
                       perform count-finding-crit
                   end-if
           end-evaluate.

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

       find-dr-block.
           move "N" to ws-dr-switch
           if dm-count = 0
               exit paragraph
           end-if
           perform varying dm-idx from 1 by 1 until dm-idx > dm-count
               if dm-counter-id(dm-idx) = ws-dr-id
                       and ws-dr-value not < dm-low(dm-idx)
                       and ws-dr-value not > dm-high(dm-idx)
                   move "Y" to ws-dr-switch
                   exit perform
               end-if
           end-perform.

       check-reached.
           move "Y" to ws-judge-switch
           evaluate ct-reset(ct-idx)
               when "D"
                   if reg-issued-ts(1:8) < ct-last-upd(ct-idx)
                       move "N" to ws-judge-switch
                   end-if
               when "M"
                   if reg-issued-ts(1:6) < ct-last-upd(ct-idx)(1:6)
                       move "N" to ws-judge-switch
                   end-if
           end-evaluate.

       flush-registry-group.
           if ws-grp-id = spaces
               exit paragraph
           end-if
           move ws-grp-id to ws-alert-id
           if ws-grp-beyond > 0
               move "C" to ws-alert-severity
               move "REG-BEYOND" to ws-alert-code
               move ws-grp-beyond to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " registry entries for "
                   "values never reached" delimited by size
                   into ws-alert-text
               perform write-alert-record
           end-if
           if ws-grp-gone > 0
               move "W" to ws-alert-severity
               move "REG-RETIRED" to ws-alert-code
               move ws-grp-gone to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " registry entries for a "
                   "retired counter" delimited by size
                   into ws-alert-text
               display "  W REG-RETIRED   " ws-grp-id " "
                   ws-alert-text
               perform write-alert-record
           end-if
           if ws-grp-renamed > 0
               move "W" to ws-alert-severity
               move "REG-RENAMED" to ws-alert-code
               move ws-grp-renamed to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " registry entries under "
                   "old name - now " ws-grp-new-id
                   delimited by size into ws-alert-text
               display "  W REG-RENAMED   " ws-grp-id " "
                   ws-alert-text
               perform write-alert-record
           end-if
           if ws-grp-orphan > 0
               move "C" to ws-alert-severity
               move "REG-ORPHAN" to ws-alert-code
               move ws-grp-orphan to ws-count-display
               move spaces to ws-alert-text
               string ws-count-display " registry entries for an "
                   "unknown counter" delimited by size
                   into ws-alert-text
               display "  C REG-ORPHAN    " ws-grp-id " "
                   ws-alert-text
               perform write-alert-record
           end-if
           move spaces to ws-grp-id.

       rekey-registry.
           open i-o registry-file
           if ws-reg-status not = "00"
               display "INTEGRITY-SWEEP: cannot update ISSUEREG.DAT - "
                   "file status " ws-reg-status
                   " - registry entries not re-keyed"
               exit paragraph
           end-if
           perform varying rk-idx from 1 by 1 until rk-idx > rk-count
               move rk-counter-id(rk-idx) to reg-counter-id
               move rk-first-value(rk-idx) to reg-first-value
               read registry-file
                   invalid key
                       continue
                   not invalid key
                       perform rekey-one-entry
               end-read
           end-perform
           close registry-file.

       rekey-one-entry.
           move rk-new-id(rk-idx) to reg-counter-id
           write registry-record
               invalid key
                   display "    " rk-counter-id(rk-idx) " "
                       rk-first-value(rk-idx) " not re-keyed - "
                       rk-new-id(rk-idx) " already has an entry "
                       "at that value"
           end-write
           if ws-reg-status not = "00"
               exit paragraph
           end-if
           move rk-counter-id(rk-idx) to reg-counter-id
           move rk-first-value(rk-idx) to reg-first-value
           delete registry-file record
               invalid key
                   continue
           end-delete
           move rk-counter-id(rk-idx) to ws-target-id
           move spaces to ws-alert-text
           string "registry " rk-first-value(rk-idx) " moved to "
               rk-new-id(rk-idx) delimited by size into ws-alert-text
           perform report-repair.

       check-authorities.
           display " "
           display "CTRAUTH.DAT"
           move 0 to ws-section-count
           move "N" to ws-table-changed-switch
           if au-count > 0
               perform varying au-idx from 1 by 1
                       until au-idx > au-count
                   perform judge-authority
               end-perform
           end-if
           if ws-table-changed
               perform save-authorities
           end-if
           perform show-section-clean.

       judge-authority.
           if au-counter-id(au-idx) = "*"
               exit paragraph
           end-if
           move au-counter-id(au-idx) to ws-lookup-id
           perform find-counter
           if ws-found
               exit paragraph
           end-if
           perform classify-missing-id
           move au-counter-id(au-idx) to ws-alert-id
           move "W" to ws-alert-severity
           move spaces to ws-alert-text
           if ws-final-id not = spaces
               move "AUTH-RENAMED" to ws-alert-code
               string "grant to " au-job-id(au-idx) delimited by space
                   " is under old name - now " delimited by size
                   ws-final-id delimited by space into ws-alert-text
           else
               move "AUTH-ORPHAN" to ws-alert-code
               string "grant to " au-job-id(au-idx) delimited by space
                   " is for a counter not on file" delimited by size
                   into ws-alert-text
           end-if
           perform raise-finding
           if not ws-repair
               exit paragraph
           end-if
           move "Y" to ws-table-changed-switch
           move au-counter-id(au-idx) to ws-target-id
           if ws-final-id = spaces
               move "N" to au-keep(au-idx)
               move spaces to ws-alert-text
               string "grant to " au-job-id(au-idx) delimited by space
                   " removed" delimited by size into ws-alert-text
               perform report-repair
               exit paragraph
           end-if
           move "N" to ws-found-switch
           perform varying k from 1 by 1 until k > au-count
               if au-counter-id(k) = ws-final-id
                       and au-job-id(k) = au-job-id(au-idx)
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform
           move spaces to ws-alert-text
           if ws-found
               move "N" to au-keep(au-idx)
               string "grant to " au-job-id(au-idx) delimited by space
                   " removed - " delimited by size
                   ws-final-id delimited by space
                   " already has one" delimited by size
                   into ws-alert-text
           else
               move ws-final-id to au-counter-id(au-idx)
               string "grant to " au-job-id(au-idx) delimited by space
                   " moved to " delimited by size
                   ws-final-id delimited by space into ws-alert-text
           end-if
           perform report-repair.

       save-authorities.
           open output auth-file
           if ws-auth-status not = "00"
               display "INTEGRITY-SWEEP: cannot rewrite CTRAUTH.DAT - "
                   "file status " ws-auth-status
               exit paragraph
           end-if
           perform varying au-idx from 1 by 1 until au-idx > au-count
               if au-keep(au-idx) = "Y"
                   move spaces to auth-record
                   move au-counter-id(au-idx) to auth-counter-id
                   move au-job-id(au-idx) to auth-job-id
                   move au-modes(au-idx) to auth-modes
                   write auth-record
               end-if
           end-perform
           close auth-file.

       check-baseline.
           display " "
           display "RECONBASE.DAT"
           move 0 to ws-section-count
           move "N" to ws-table-changed-switch
           if bl-count > 0
               perform varying bl-idx from 1 by 1
                       until bl-idx > bl-count
                   perform judge-baseline
               end-perform
           end-if
           if ws-table-changed
               perform save-baseline
           end-if
           perform show-section-clean.

       judge-baseline.
           move bl-counter-id(bl-idx) to ws-lookup-id
           perform find-counter
           if ws-found
               if bl-value(bl-idx) > ct-current(ct-idx)
                       and ct-reset(ct-idx) not = "D"
                       and ct-reset(ct-idx) not = "M"
                   move bl-counter-id(bl-idx) to ws-alert-id
                   move "W" to ws-alert-severity
                   move "BASE-BEYOND" to ws-alert-code
                   move spaces to ws-alert-text
                   string "audit baseline " bl-value(bl-idx)
                       " is above current value " ct-current(ct-idx)
                       delimited by size into ws-alert-text
                   perform raise-finding
               end-if
               exit paragraph
           end-if
           move bl-counter-id(bl-idx) to ws-alert-id
           move "W" to ws-alert-severity
           move "BASE-ORPHAN" to ws-alert-code
           move spaces to ws-alert-text
           string "audit baseline " bl-value(bl-idx)
               " is for a counter not on file" delimited by size
               into ws-alert-text
           perform raise-finding
           if ws-repair
               move "N" to bl-keep(bl-idx)
               move "Y" to ws-table-changed-switch
               move bl-counter-id(bl-idx) to ws-target-id
               move spaces to ws-alert-text
               string "audit baseline " bl-value(bl-idx) " removed"
                   delimited by size into ws-alert-text
               perform report-repair
           end-if.

       save-baseline.
           open output baseline-file
           if ws-base-status not = "00"
               display "INTEGRITY-SWEEP: cannot rewrite RECONBASE.DAT"
                   " - file status " ws-base-status
               exit paragraph
           end-if
           perform varying bl-idx from 1 by 1 until bl-idx > bl-count
               if bl-keep(bl-idx) = "Y"
                   move spaces to baseline-record
                   move bl-counter-id(bl-idx) to base-counter-id
                   move bl-value(bl-idx) to base-value
                   write baseline-record
               end-if
           end-perform
           close baseline-file.

       check-retired.
           display " "
           display "COUNTERS.RET"
           move 0 to ws-section-count
           if rt-count > 0
               perform varying rt-idx from 1 by 1
                       until rt-idx > rt-count
                   move rt-counter-id(rt-idx) to ws-lookup-id
                   perform find-counter
                   if ws-found
                       move rt-counter-id(rt-idx) to ws-alert-id
                       move "W" to ws-alert-severity
                       move "RET-REUSED" to ws-alert-code
                       move spaces to ws-alert-text
                       string "retired " rt-retired-on(rt-idx)
                           " but the id is back on COUNTERS.DAT"
                           delimited by size into ws-alert-text
                       perform raise-finding
                   end-if
               end-perform
           end-if
           perform show-section-clean.

       raise-finding.
           if ws-alert-severity = "C"
               perform count-finding-crit
           else
               perform count-finding-warn
           end-if
           display "  " ws-alert-severity " " ws-alert-code " "
               ws-alert-id " " ws-alert-text
           perform write-alert-record.

       report-repair.
           add 1 to ws-repair-count
           display "    REPAIRED: " ws-alert-text
           move ws-target-id to ws-alert-id
           move "I" to ws-alert-severity
           move "REPAIRED" to ws-alert-code
           perform write-alert-record.

       count-finding-crit.
           add 1 to ws-crit-count
           add 1 to ws-section-count.

       count-finding-warn.
           add 1 to ws-warn-count
           add 1 to ws-section-count.

       show-section-clean.
           if ws-section-count = 0
               display "  no findings"
           end-if.

       build-pool-filenames.
           move spaces to ws-gaps-filename
           string ws-target-id delimited by space
               ".GAP" delimited by size
               into ws-gaps-filename
           move spaces to ws-rsv-filename
           string ws-target-id delimited by space
               ".RSV" delimited by size
               into ws-rsv-filename.

       probe-pool-files.
           move "N" to ws-gaps-present-switch
           move "N" to ws-rsv-present-switch
           open input gaps-file
           if ws-gaps-status not = "35"
               move "Y" to ws-gaps-present-switch
               close gaps-file
           end-if
           open input reserve-file
           if ws-rsv-status not = "35"
               move "Y" to ws-rsv-present-switch
               close reserve-file
           end-if.

       load-gap-pool.
           move 0 to gap-count
           move "N" to ws-eof-switch
           open input gaps-file
           if ws-gaps-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read gaps-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if gap-count < 500
                           add 1 to gap-count
                           move gap-value
                               to gap-pool-value(gap-count)
                       else
                           move "Y" to ws-overflow-switch
                       end-if
               end-read
           end-perform
           close gaps-file.

       save-gap-pool.
           move 0 to k
           perform varying gap-idx from 1 by 1
                   until gap-idx > gap-count
               if gap-pool-keep(gap-idx) = "Y"
                   add 1 to k
               end-if
           end-perform
           if k = 0
               call "CBL_DELETE_FILE" using ws-gaps-filename
               end-call
               exit paragraph
           end-if
           open output gaps-file
           perform varying gap-idx from 1 by 1
                   until gap-idx > gap-count
               if gap-pool-keep(gap-idx) = "Y"
                   move gap-pool-value(gap-idx) to gap-value
                   write gap-record
               end-if
           end-perform
           close gaps-file.

       load-reservations.
           move 0 to rsv-count
           move "N" to ws-eof-switch
           open input reserve-file
           if ws-rsv-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read reserve-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if rsv-count < 500
                           add 1 to rsv-count
                           move rsv-first
                               to rsv-pool-first(rsv-count)
                           move rsv-last
                               to rsv-pool-last(rsv-count)
                           move rsv-expiry-ts
                               to rsv-pool-expiry(rsv-count)
                           move rsv-holder
                               to rsv-pool-holder(rsv-count)
                           move rsv-job-id
                               to rsv-pool-job(rsv-count)
                       else
                           move "Y" to ws-overflow-switch
                       end-if
               end-read
           end-perform
           close reserve-file.

       save-reservations.
           move 0 to k
           perform varying rsv-idx from 1 by 1
                   until rsv-idx > rsv-count
               if rsv-pool-keep(rsv-idx) = "Y"
                   add 1 to k
               end-if
           end-perform
           if k = 0
               call "CBL_DELETE_FILE" using ws-rsv-filename
               end-call
               exit paragraph
           end-if
           open output reserve-file
           perform varying rsv-idx from 1 by 1
                   until rsv-idx > rsv-count
               if rsv-pool-keep(rsv-idx) = "Y"
                   move spaces to reserve-record
                   move rsv-pool-first(rsv-idx) to rsv-first
                   move rsv-pool-last(rsv-idx) to rsv-last
                   move rsv-pool-expiry(rsv-idx) to rsv-expiry-ts
                   move rsv-pool-holder(rsv-idx) to rsv-holder
                   move rsv-pool-job(rsv-idx) to rsv-job-id
                   write reserve-record
               end-if
           end-perform
           close reserve-file.

       write-alert-record.
           open extend alert-file
           if ws-alert-status = "35"
               open output alert-file
           end-if
           if ws-alert-status not = "00"
               exit paragraph
           end-if
           move spaces to alert-record
           accept alr-timestamp(1:8) from date yyyymmdd
           accept ws-time-of-day from time
           move ws-time-of-day(1:6) to alr-timestamp(9:6)
           move "integrity-sweep" to alr-program
           move ws-alert-id to alr-counter-id
           move ws-alert-severity to alr-severity
           move ws-alert-code to alr-code
           move "N" to alr-ack-flag
           move spaces to alr-ack-id
           move ws-alert-text to alr-text
           write alert-record
           close alert-file.

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
               display "INTEGRITY-SWEEP: could not acquire lock for "
                   "counter " ws-lock-target
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
