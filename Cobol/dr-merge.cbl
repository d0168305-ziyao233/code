       identification division.
       program-id. dr-merge.
       environment division.
       input-output section.
       file-control.
           select counter-file assign to "COUNTERS.DAT"
               organization is indexed
               access is random
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select registry-file assign to "ISSUEREG.DAT"
               organization is indexed
               access is dynamic
               record key is reg-key
               file status is ws-reg-status.
           select drreg-file assign to "DRREG.DAT"
               organization is indexed
               access is dynamic
               record key is drg-key
               file status is ws-drg-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
           select draudit-file assign to "DRAUDIT.LOG"
               organization is line sequential
               file status is ws-dra-status.
           select audit-file assign to "AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.
           select archive-file assign to dynamic ws-archive-name
               organization is line sequential
               file status is ws-arch-status.
           select catalog-file assign to "AUDITARC.CAT"
               organization is line sequential
               file status is ws-cat-status.
           select gaps-file assign to dynamic ws-gaps-filename
               organization is line sequential
               file status is ws-gaps-status.
           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
           select history-file assign to "ERPFEED.HST"
               organization is line sequential
               file status is ws-hst-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
       data division.
       file section.
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       fd  registry-file.
       01  registry-record.
           05 reg-key.
              10 reg-counter-id       pic x(10).
              10 reg-first-value      pic 9(9).
           05 reg-last-value          pic 9(9).
           05 reg-issued-ts           pic x(14).
           05 reg-job-id              pic x(20).
           05 reg-reference           pic x(30).
       fd  drreg-file.
       01  drreg-record.
           05 drg-key.
              10 drg-counter-id       pic x(10).
              10 drg-first-value      pic 9(9).
           05 drg-last-value          pic 9(9).
           05 drg-issued-ts           pic x(14).
           05 drg-job-id              pic x(20).
           05 drg-reference           pic x(30).
       fd  drblock-file.
       01  drblock-record             pic x(108).
       fd  draudit-file.
       01  draudit-record             pic x(106).
       fd  audit-file.
       01  audit-record               pic x(106).
       fd  archive-file.
       01  archive-record             pic x(106).
       fd  catalog-file.
       01  catalog-record.
           05 cat-archive-date        pic x(8).
       fd  gaps-file.
       01  gap-record.
           05 gap-value               pic 9(9).
       fd  lock-file.
       01  lock-record.
           05 lck-job-id              pic x(20).
           05 filler                  pic x value space.
           05 lck-timestamp           pic x(14).
       fd  history-file.
       01  history-record.
           05 hst-feed-seq            pic 9(6).
           05 filler                  pic x value space.
           05 hst-run-date            pic x(8).
           05 filler                  pic x value space.
           05 hst-run-type            pic x(1).
           05 filler                  pic x value space.
           05 hst-from-ts             pic x(14).
           05 filler                  pic x value space.
           05 hst-to-ts               pic x(14).
           05 filler                  pic x value space.
           05 hst-record-count        pic 9(9).
           05 filler                  pic x value space.
           05 hst-value-count         pic 9(12).
           05 filler                  pic x value space.
           05 hst-job-id              pic x(20).
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
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-reg-status               pic x(2).
       01 ws-drg-status               pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-dra-status               pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-arch-status              pic x(2).
       01 ws-cat-status               pic x(2).
       01 ws-gaps-status              pic x(2).
       01 ws-lock-status              pic x(2).
       01 ws-alert-status             pic x(2).
       01 ws-hst-status               pic x(2).
       01 ws-alert-severity           pic x(1).
       01 ws-alert-code               pic x(12).
       01 ws-alert-id                 pic x(10).
       01 ws-alert-text               pic x(60).
       01 ws-return-code              pic 9(2) value 0.
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wm-mode                 pic x(1).
              88 wm-merge             value "M".
              88 wm-prove             value "P" " ".
           05 wm-counter-id           pic x(10).
           05 filler                  pic x(69).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-now-ts                   pic x(14).
       01 ws-archive-name             pic x(15).
       01 ws-gaps-filename            pic x(15).
       01 ws-target-id                pic x(10).
       01 ws-return-ref               pic x(30).
       01 ws-block-ref                pic x(30).
       01 ws-min-carved-date          pic x(8).
       01 ws-erp-hwm-ts               pic x(14).
       01 ws-erp-last-seq             pic 9(6) value 0.
       01 ws-erp-seq                  pic 9(6).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-touch-switch             pic x value "N".
           88 ws-touches-block        value "Y".
       01 ws-drreg-switch             pic x value "N".
           88 ws-drreg-present        value "Y".
       01 ws-merge-fail-switch        pic x value "N".
           88 ws-merge-failed         value "Y".
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
              88 aud-type-void        value "VOID".
              88 aud-type-reissue     value "REISSUE".
              88 aud-type-issuing     value "ISSUE" "BLOCK"
                                            "ADJUST" "RESERVE"
                                            spaces.
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       01 drblock-work.
           copy "dr-block.cpy".
       01 block-table-area.
           05 db-count                pic 9(4) value 0.
           05 db-entry occurs 500 times indexed by db-idx
                                      pic x(108).
       01 open-block-area.
           05 bk-count                pic 9(3) value 0.
           05 bk-entry occurs 100 times indexed by bk-idx.
              10 bk-db-no             pic 9(4).
              10 bk-counter-id        pic x(10).
              10 bk-low               pic 9(9).
              10 bk-high              pic 9(9).
              10 bk-change-ref        pic x(10).
              10 bk-carved-date       pic x(8).
              10 bk-prim-current      pic 9(9).
              10 bk-dr-records        pic 9(7).
              10 bk-dr-issued         pic 9(9).
              10 bk-dr-high           pic 9(9).
              10 bk-dr-reg            pic 9(7).
              10 bk-outside           pic 9(5).
              10 bk-both              pic 9(5).
              10 bk-erp-late          pic 9(5).
              10 bk-erp-seq           pic 9(6).
              10 bk-already           pic 9(5).
              10 bk-problem           pic x(12).
              10 bk-pooled            pic 9(9).
              10 bk-unpooled          pic 9(9).
              10 bk-result            pic x(8).
       01 dr-line-area.
           05 dl-count                pic 9(5) value 0.
           05 dl-entry occurs 20000 times indexed by dl-idx.
              10 dl-bk                pic 9(3).
              10 dl-present           pic x(1).
              10 dl-line              pic x(106).
       01 dr-void-area.
           05 dv-count                pic 9(4) value 0.
           05 dv-entry occurs 2000 times indexed by dv-idx.
              10 dv-bk                pic 9(3).
              10 dv-value             pic 9(9).
              10 dv-state             pic x(1).
       01 no-block-area.
           05 nb-count                pic 9(3) value 0.
           05 nb-entry occurs 100 times indexed by nb-idx.
              10 nb-counter-id        pic x(10).
              10 nb-records           pic 9(7).
       01 feed-table-area.
           05 fd-count                pic 9(4) value 0.
           05 fd-entry occurs 3000 times indexed by fd-idx.
              10 fd-feed-seq          pic 9(6).
              10 fd-from-ts           pic x(14).
              10 fd-to-ts             pic x(14).
       01 cat-table-area.
           05 cg-count                pic 9(4) value 0.
           05 cg-entry occurs 3000 times indexed by cg-idx.
              10 cg-date              pic x(8).
       01 gap-pool-area.
           05 gap-count               pic 9(4) value 0.
           05 gap-entry occurs 500 times indexed by gap-idx.
              10 gap-pool-value       pic 9(9).
       01 ws-bk-no                    pic 9(3).
       01 ws-first-value              pic 9(9).
       01 ws-value                    pic 9(9).
       01 ws-dr-line-count            pic 9(9) value 0.
       01 ws-dr-reg-count             pic 9(9) value 0.
       01 ws-prim-line-count          pic 9(9) value 0.
       01 ws-clean-count              pic 9(5) value 0.
       01 ws-conflict-count           pic 9(5) value 0.
       01 ws-merged-count             pic 9(5) value 0.
       01 ws-crit-count               pic 9(5) value 0.
       01 ws-warn-count               pic 9(5) value 0.
       01 ws-late-count               pic 9(5) value 0.
       01 ws-pooled-total             pic 9(9) value 0.
       01 ws-unpooled-total           pic 9(9) value 0.
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
           if not wm-merge and not wm-prove
               display "DR-MERGE: invalid mode '" wm-mode
                   "' - must be P (prove only) or M (merge)"
               move 20 to return-code
               stop run
           end-if

           if wm-merge
               display "DR MERGE-BACK RECONCILIATION - MERGE - "
                   ws-now-ts
           else
               display "DR MERGE-BACK RECONCILIATION - PROOF ONLY - "
                   ws-now-ts
           end-if

           perform load-blocks
           if ws-return-code not = zero
               move ws-return-code to return-code
               stop run
           end-if
           perform pick-open-blocks
           if bk-count = 0
               display "no standby blocks are out at the DR site"
               move 0 to return-code
               stop run
           end-if

           perform load-feed-history
           perform check-primary-counters
           if ws-return-code = zero
               perform scan-dr-audit
           end-if
           if ws-return-code not = zero
               move ws-return-code to return-code
               stop run
           end-if
           perform scan-dr-registry
           perform scan-primary-audit
           perform scan-primary-registry
           perform settle-blocks

           if wm-merge
               perform varying bk-idx from 1 by 1
                       until bk-idx > bk-count
                   if bk-result(bk-idx) = "CLEAN"
                       perform merge-one-block
                   end-if
               end-perform
           end-if

           display " "
           display "standby blocks examined:    " bk-count
           display "blocks proved disjoint:     " ws-clean-count
           display "blocks in conflict:         " ws-conflict-count
           display "blocks merged:              " ws-merged-count
           display "DR audit records read:      " ws-dr-line-count
           display "DR registry entries read:   " ws-dr-reg-count
           display "primary records checked:    " ws-prim-line-count
           display "values returned to pool:    " ws-pooled-total
           display "values not returned:        " ws-unpooled-total
           display "DR entries before ERP feed: " ws-late-count
           if ws-crit-count > 0
               display "MERGE-BACK NOT PROVED - " ws-crit-count
                   " conflict(s), see ALERTS.DAT"
               if ws-return-code = zero
                   move 8 to ws-return-code
               end-if
           else
               if ws-warn-count > 0 and ws-return-code = zero
                   move 4 to ws-return-code
               end-if
               display "NO VALUE ISSUED AT BOTH SITES"
           end-if
           if ws-late-count > 0
               display "ERP FEED INCOMPLETE - " ws-late-count
                   " DR registry entr(ies) predate the last ERP feed"
                   " - regenerate the feeds named in the ERP-LATE "
                   "lines once merged"
               if ws-return-code = zero or ws-return-code = 4
                   move 8 to ws-return-code
               end-if
           end-if
           if wm-prove and ws-clean-count > 0
               display "proof only - run with parm M to merge"
           end-if
           move ws-return-code to return-code
           stop run.

       load-blocks.
           move 0 to db-count
           move "N" to ws-eof-switch
           open input drblock-file
           if ws-drb-status = "35"
               exit paragraph
           end-if
           if ws-drb-status not = "00"
               display "DR-MERGE: cannot open DRBLOCK.DAT - "
                   "file status " ws-drb-status
               move 12 to ws-return-code
               exit paragraph
           end-if
           perform until ws-eof
               read drblock-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if db-count < 500
                           add 1 to db-count
                           move drblock-record to db-entry(db-count)
                       else
                           display "DR-MERGE: DRBLOCK.DAT holds more "
                               "than 500 blocks - archive merged ones"
                           move 31 to ws-return-code
                           move "Y" to ws-eof-switch
                       end-if
               end-read
           end-perform
           close drblock-file.

       save-blocks.
           open output drblock-file
           if ws-drb-status not = "00"
               display "DR-MERGE: cannot rewrite DRBLOCK.DAT - "
                   "file status " ws-drb-status
               move 31 to ws-return-code
               exit paragraph
           end-if
           perform varying db-idx from 1 by 1 until db-idx > db-count
               move db-entry(db-idx) to drblock-record
               write drblock-record
           end-perform
           close drblock-file.

       pick-open-blocks.
           move 0 to bk-count
           move "99999999" to ws-min-carved-date
           if db-count = 0
               exit paragraph
           end-if
           perform varying db-idx from 1 by 1 until db-idx > db-count
               move db-entry(db-idx) to drblock-work
               if (drb-carved or drb-shipped)
                       and (wm-counter-id = spaces
                           or wm-counter-id = drb-counter-id)
                       and bk-count < 100
                   add 1 to bk-count
                   set bk-idx to bk-count
                   initialize bk-entry(bk-idx)
                   set bk-db-no(bk-idx) to db-idx
                   move drb-counter-id to bk-counter-id(bk-idx)
                   move drb-block-low to bk-low(bk-idx)
                   move drb-block-high to bk-high(bk-idx)
                   move drb-change-ref to bk-change-ref(bk-idx)
                   move drb-carved-ts(1:8) to bk-carved-date(bk-idx)
                   move spaces to bk-problem(bk-idx)
                   if drb-carved-ts(1:8) < ws-min-carved-date
                       move drb-carved-ts(1:8) to ws-min-carved-date
                   end-if
               end-if
           end-perform.

       find-block.
           move "N" to ws-found-switch
           perform varying bk-idx from 1 by 1 until bk-idx > bk-count
               if bk-counter-id(bk-idx) = ws-target-id
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform.

       check-primary-counters.
           open input counter-file
           if ws-ctr-status not = "00"
               display "DR-MERGE: cannot open COUNTERS.DAT - "
                   "file status " ws-ctr-status
               move 12 to ws-return-code
               exit paragraph
           end-if
           perform varying bk-idx from 1 by 1 until bk-idx > bk-count
               move bk-counter-id(bk-idx) to ctr-counter-id
               read counter-file
                   invalid key
                       move "DR-NOCTR" to bk-problem(bk-idx)
                   not invalid key
                       move ctr-current-value
                           to bk-prim-current(bk-idx)
                       if ctr-low-range not > bk-high(bk-idx)
                               and ctr-high-range not < bk-low(bk-idx)
                           move "DR-OVERLAP" to bk-problem(bk-idx)
                       end-if
                       if ctr-successor-high > zero
                               and ctr-successor-low
                                   not > bk-high(bk-idx)
                               and ctr-successor-high
                                   not < bk-low(bk-idx)
                           move "DR-OVERLAP" to bk-problem(bk-idx)
                       end-if
               end-read
           end-perform
           close counter-file.

       scan-dr-audit.
           move "N" to ws-eof-switch
           open input draudit-file
           if ws-dra-status = "35"
               display "DR-MERGE: DRAUDIT.LOG not found - copy the DR "
                   "site's AUDIT.LOG here as DRAUDIT.LOG first"
               move 12 to ws-return-code
               exit paragraph
           end-if
           if ws-dra-status not = "00"
               display "DR-MERGE: cannot open DRAUDIT.LOG - "
                   "file status " ws-dra-status
               move 12 to ws-return-code
               exit paragraph
           end-if
           perform until ws-eof
               read draudit-file into ws-audit-line
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform take-dr-record
               end-read
           end-perform
           close draudit-file.

       take-dr-record.
           if wm-counter-id not = spaces
                   and aud-counter-id not = wm-counter-id
               exit paragraph
           end-if
           add 1 to ws-dr-line-count
           move aud-counter-id to ws-target-id
           perform find-block
           if not ws-found
               perform note-no-block
               exit paragraph
           end-if
           set ws-bk-no to bk-idx
           if dl-count < 20000
               add 1 to dl-count
               move ws-bk-no to dl-bk(dl-count)
               move "N" to dl-present(dl-count)
               move ws-audit-line to dl-line(dl-count)
           else
               move "DR-TOO-MANY" to bk-problem(bk-idx)
           end-if
           add 1 to bk-dr-records(bk-idx)
           evaluate true
               when aud-type-void
                   move aud-new-value to ws-value
                   perform check-dr-value
                   perform note-dr-void
               when aud-type-reissue
                   move aud-new-value to ws-value
                   perform check-dr-value
                   perform note-dr-reissue
               when not aud-type-issuing
                   continue
               when aud-new-value > aud-old-value
                   compute ws-first-value = aud-old-value + 1
                   if ws-first-value < bk-low(bk-idx)
                           or aud-new-value > bk-high(bk-idx)
                       perform report-dr-outside
                   else
                       compute bk-dr-issued(bk-idx) =
                           bk-dr-issued(bk-idx) + aud-new-value
                           - aud-old-value
                       if aud-new-value > bk-dr-high(bk-idx)
                           move aud-new-value to bk-dr-high(bk-idx)
                       end-if
                   end-if
               when aud-new-value < aud-old-value
                   perform report-dr-outside
               when other
                   continue
           end-evaluate.

       check-dr-value.
           if ws-value < bk-low(bk-idx) or ws-value > bk-high(bk-idx)
               perform report-dr-outside
           end-if.

       report-dr-outside.
           add 1 to bk-outside(bk-idx)
           display "  DR-OUTSIDE " aud-counter-id " " aud-timestamp
               " " aud-txn-type " " aud-old-value " -> " aud-new-value
               " is outside block " bk-low(bk-idx) " - "
               bk-high(bk-idx).

       note-dr-void.
           move "N" to ws-found-switch
           perform varying dv-idx from 1 by 1 until dv-idx > dv-count
               if dv-bk(dv-idx) = ws-bk-no
                       and dv-value(dv-idx) = ws-value
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform
           if ws-found
               move "V" to dv-state(dv-idx)
               exit paragraph
           end-if
           if dv-count >= 2000
               move "DR-TOO-MANY" to bk-problem(bk-idx)
               exit paragraph
           end-if
           add 1 to dv-count
           move ws-bk-no to dv-bk(dv-count)
           move ws-value to dv-value(dv-count)
           move "V" to dv-state(dv-count).

       note-dr-reissue.
           perform varying dv-idx from 1 by 1 until dv-idx > dv-count
               if dv-bk(dv-idx) = ws-bk-no
                       and dv-value(dv-idx) = ws-value
                   move "I" to dv-state(dv-idx)
                   exit perform
               end-if
           end-perform.

       note-no-block.
           move "N" to ws-found-switch
           perform varying nb-idx from 1 by 1 until nb-idx > nb-count
               if nb-counter-id(nb-idx) = ws-target-id
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform
           if not ws-found
               if nb-count >= 100
                   exit paragraph
               end-if
               add 1 to nb-count
               set nb-idx to nb-count
               move ws-target-id to nb-counter-id(nb-idx)
               move zero to nb-records(nb-idx)
           end-if
           add 1 to nb-records(nb-idx).

       scan-dr-registry.
           move "N" to ws-eof-switch
           open input drreg-file
           if ws-drg-status = "35"
               display "WARNING: DRREG.DAT not found - no DR registry "
                   "entries to merge"
               add 1 to ws-warn-count
               exit paragraph
           end-if
           if ws-drg-status not = "00"
               display "WARNING: cannot open DRREG.DAT - file status "
                   ws-drg-status " - DR registry entries not merged"
               add 1 to ws-warn-count
               exit paragraph
           end-if
           move "Y" to ws-drreg-switch
           move low-values to drg-key
           start drreg-file key is not less than drg-key
               invalid key
                   move "Y" to ws-eof-switch
           end-start
           perform until ws-eof
               read drreg-file next record
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform take-dr-registry
               end-read
           end-perform
           close drreg-file.

       take-dr-registry.
           if wm-counter-id not = spaces
                   and drg-counter-id not = wm-counter-id
               exit paragraph
           end-if
           add 1 to ws-dr-reg-count
           move drg-counter-id to ws-target-id
           perform find-block
           if not ws-found
               perform note-no-block
               exit paragraph
           end-if
           add 1 to bk-dr-reg(bk-idx)
           if drg-first-value < bk-low(bk-idx)
                   or drg-last-value > bk-high(bk-idx)
               add 1 to bk-outside(bk-idx)
               display "  DR-OUTSIDE " drg-counter-id " "
                   drg-issued-ts " REGISTRY " drg-first-value " - "
                   drg-last-value " is outside block " bk-low(bk-idx)
                   " - " bk-high(bk-idx)
               exit paragraph
           end-if
           if drg-last-value > bk-dr-high(bk-idx)
               move drg-last-value to bk-dr-high(bk-idx)
           end-if
           if drg-issued-ts < ws-erp-hwm-ts
               perform note-erp-late
           end-if.

       note-erp-late.
           move zero to ws-erp-seq
           perform varying fd-idx from 1 by 1 until fd-idx > fd-count
               if drg-issued-ts not < fd-from-ts(fd-idx)
                       and drg-issued-ts < fd-to-ts(fd-idx)
                   move fd-feed-seq(fd-idx) to ws-erp-seq
                   exit perform
               end-if
           end-perform
           add 1 to bk-erp-late(bk-idx)
           add 1 to ws-late-count
           if bk-erp-seq(bk-idx) = zero
                   or (ws-erp-seq not = zero
                       and ws-erp-seq < bk-erp-seq(bk-idx))
               move ws-erp-seq to bk-erp-seq(bk-idx)
           end-if
           display "  ERP-LATE   " drg-counter-id " " drg-issued-ts
               " REGISTRY " drg-first-value " - " drg-last-value
               " falls in ERP feed " ws-erp-seq " already sent".

       load-feed-history.
           move 0 to fd-count
           move "00000000000000" to ws-erp-hwm-ts
           move "N" to ws-eof-switch
           open input history-file
           if ws-hst-status not = "00"
               exit paragraph
           end-if
           perform until ws-eof
               read history-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if hst-run-type = "N"
                           perform note-feed-record
                       end-if
               end-read
           end-perform
           close history-file.

       note-feed-record.
           if hst-feed-seq > ws-erp-last-seq
               move hst-feed-seq to ws-erp-last-seq
               move hst-to-ts to ws-erp-hwm-ts
           end-if
           if fd-count < 3000
               add 1 to fd-count
               move hst-feed-seq to fd-feed-seq(fd-count)
               move hst-from-ts to fd-from-ts(fd-count)
               move hst-to-ts to fd-to-ts(fd-count)
           end-if.

       scan-primary-audit.
           move "N" to ws-eof-switch
           open input audit-file
           if ws-audit-status = "00"
               perform until ws-eof
                   read audit-file into ws-audit-line
                       at end
                           move "Y" to ws-eof-switch
                       not at end
                           perform judge-primary-record
                   end-read
               end-perform
               close audit-file
           end-if
           perform load-catalog
           if cg-count > 0
               perform varying cg-idx from 1 by 1
                       until cg-idx > cg-count
                   if cg-date(cg-idx) not < ws-min-carved-date
                       perform scan-one-archive
                   end-if
               end-perform
           end-if.

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
                   " - primary issues in it are not checked"
               add 1 to ws-warn-count
               exit paragraph
           end-if
           perform until ws-eof
               read archive-file into ws-audit-line
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform judge-primary-record
               end-read
           end-perform
           close archive-file.

       judge-primary-record.
           if wm-counter-id not = spaces
                   and aud-counter-id not = wm-counter-id
               exit paragraph
           end-if
           move aud-counter-id to ws-target-id
           perform find-block
           if not ws-found
               exit paragraph
           end-if
           add 1 to ws-prim-line-count
           move "N" to ws-touch-switch
           evaluate true
               when aud-type-void or aud-type-reissue
                   if aud-new-value not < bk-low(bk-idx)
                           and aud-new-value not > bk-high(bk-idx)
                       move "Y" to ws-touch-switch
                   end-if
               when not aud-type-issuing
                   continue
               when aud-new-value > aud-old-value
                   if aud-old-value < bk-high(bk-idx)
                           and aud-new-value not < bk-low(bk-idx)
                       move "Y" to ws-touch-switch
                   end-if
               when other
                   continue
           end-evaluate
           if not ws-touches-block
               exit paragraph
           end-if
           if aud-type-void
               perform build-return-ref
               if aud-owner-ref = ws-return-ref
                   add 1 to bk-already(bk-idx)
                   exit paragraph
               end-if
           end-if
           set ws-bk-no to bk-idx
           move "N" to ws-found-switch
           perform varying dl-idx from 1 by 1 until dl-idx > dl-count
               if dl-bk(dl-idx) = ws-bk-no
                       and dl-present(dl-idx) = "N"
                       and dl-line(dl-idx) = ws-audit-line
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform
           if ws-found
               move "Y" to dl-present(dl-idx)
               add 1 to bk-already(bk-idx)
               exit paragraph
           end-if
           add 1 to bk-both(bk-idx)
           display "  DR-BOTH    " aud-counter-id " " aud-timestamp
               " " aud-txn-type " " aud-old-value " -> "
               aud-new-value " issued at the primary inside block "
               bk-low(bk-idx) " - " bk-high(bk-idx).

       scan-primary-registry.
           open input registry-file
           if ws-reg-status = "35"
               exit paragraph
           end-if
           if ws-reg-status not = "00"
               display "WARNING: cannot open ISSUEREG.DAT - file "
                   "status " ws-reg-status " - primary registry "
                   "not checked"
               add 1 to ws-warn-count
               exit paragraph
           end-if
           if ws-drreg-present
               open input drreg-file
           end-if
           perform varying bk-idx from 1 by 1 until bk-idx > bk-count
               perform check-block-registry
           end-perform
           if ws-drreg-present
               close drreg-file
           end-if
           close registry-file.

       check-block-registry.
           move "N" to ws-eof-switch
           move bk-counter-id(bk-idx) to reg-counter-id
           move zero to reg-first-value
           start registry-file key is not less than reg-key
               invalid key
                   move "Y" to ws-eof-switch
           end-start
           perform until ws-eof
               read registry-file next record
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if reg-counter-id not = bk-counter-id(bk-idx)
                           move "Y" to ws-eof-switch
                       else
                           if reg-first-value not > bk-high(bk-idx)
                                 and reg-last-value
                                     not < bk-low(bk-idx)
                               perform judge-primary-entry
                           end-if
                       end-if
               end-read
           end-perform.

       judge-primary-entry.
           add 1 to ws-prim-line-count
           if ws-drreg-present
               move reg-key to drg-key
               read drreg-file key is drg-key
                   invalid key
                       move spaces to drreg-record
               end-read
               if drreg-record = registry-record
                   add 1 to bk-already(bk-idx)
                   exit paragraph
               end-if
           end-if
           add 1 to bk-both(bk-idx)
           display "  DR-BOTH    " reg-counter-id " " reg-issued-ts
               " REGISTRY " reg-first-value " - " reg-last-value
               " registered at the primary inside block "
               bk-low(bk-idx) " - " bk-high(bk-idx).

       settle-blocks.
           display " "
           display "COUNTER    BLOCK                DR RECS DR ISSUED "
               "ISSUED THRU OUTSIDE BOTH  RESULT"
           perform varying bk-idx from 1 by 1 until bk-idx > bk-count
               perform settle-one-block
           end-perform
           if nb-count > 0
               perform varying nb-idx from 1 by 1
                       until nb-idx > nb-count
                   display "  DR-NO-BLOCK " nb-counter-id(nb-idx) " "
                       nb-records(nb-idx) " DR record(s) on a counter "
                       "with no standby block out"
                   move nb-counter-id(nb-idx) to ws-alert-id
                   move "C" to ws-alert-severity
                   move "DR-NO-BLOCK" to ws-alert-code
                   move spaces to ws-alert-text
                   string "DR site issued " nb-records(nb-idx)
                       " record(s) with no standby block out"
                       delimited by size into ws-alert-text
                   perform write-alert-record
                   add 1 to ws-crit-count
               end-perform
           end-if.

       settle-one-block.
           if bk-outside(bk-idx) > 0 or bk-both(bk-idx) > 0
                   or bk-problem(bk-idx) not = spaces
               move "CONFLICT" to bk-result(bk-idx)
               add 1 to ws-conflict-count
           else
               move "CLEAN" to bk-result(bk-idx)
               add 1 to ws-clean-count
           end-if
           display bk-counter-id(bk-idx) " " bk-low(bk-idx) "-"
               bk-high(bk-idx) " " bk-dr-records(bk-idx) " "
               bk-dr-issued(bk-idx) " " bk-dr-high(bk-idx) " "
               bk-outside(bk-idx) " " bk-both(bk-idx) " "
               bk-result(bk-idx)
           if bk-already(bk-idx) > 0
               display "      " bk-already(bk-idx) " record(s) "
                   "already on the primary files from an earlier "
                   "merge run"
           end-if
           move bk-counter-id(bk-idx) to ws-alert-id
           move "C" to ws-alert-severity
           if bk-outside(bk-idx) > 0
               move "DR-OUTSIDE" to ws-alert-code
               move spaces to ws-alert-text
               string bk-outside(bk-idx) " DR issue(s) outside block "
                   bk-low(bk-idx) "-" bk-high(bk-idx)
                   delimited by size into ws-alert-text
               perform write-alert-record
               add 1 to ws-crit-count
           end-if
           if bk-both(bk-idx) > 0
               move "DR-BOTH" to ws-alert-code
               move spaces to ws-alert-text
               string bk-both(bk-idx) " primary issue(s) inside "
                   "block " bk-low(bk-idx) "-" bk-high(bk-idx)
                   delimited by size into ws-alert-text
               perform write-alert-record
               add 1 to ws-crit-count
           end-if
           if bk-erp-late(bk-idx) > 0
               move "ERP-LATE" to ws-alert-code
               move spaces to ws-alert-text
               string bk-erp-late(bk-idx) " DR entr(ies) predate "
                   "ERP feed - regenerate feed " bk-erp-seq(bk-idx)
                   delimited by size into ws-alert-text
               perform write-alert-record
           end-if
           if bk-problem(bk-idx) = spaces
               exit paragraph
           end-if
           move bk-problem(bk-idx) to ws-alert-code
           move spaces to ws-alert-text
           evaluate bk-problem(bk-idx)
               when "DR-NOCTR"
                   display "      counter is no longer on "
                       "COUNTERS.DAT - block cannot be merged"
                   move "counter is no longer on COUNTERS.DAT"
                       to ws-alert-text
               when "DR-OVERLAP"
                   display "      the counter's range or successor "
                       "range now overlaps the block"
                   move "counter range now overlaps the standby block"
                       to ws-alert-text
               when other
                   display "      more DR records than one run can "
                       "hold - merge this counter on its own"
                   move "too many DR records - merge counter alone"
                       to ws-alert-text
           end-evaluate
           perform write-alert-record
           add 1 to ws-crit-count.

       build-return-ref.
           move spaces to ws-return-ref
           string bk-change-ref(bk-idx) delimited by space
               " DR RETURN" delimited by size
               into ws-return-ref.

       merge-one-block.
           move bk-counter-id(bk-idx) to ws-lock-target
           perform acquire-lock
           if not ws-lock-acquired
               move "LOCKED" to bk-result(bk-idx)
               add 1 to ws-warn-count
               exit paragraph
           end-if
           set ws-bk-no to bk-idx
           move "N" to ws-merge-fail-switch
           if ws-drreg-present
               perform merge-registry
           end-if
           if ws-merge-failed
               move "CONFLICT" to bk-result(bk-idx)
               perform release-lock
               exit paragraph
           end-if
           open extend audit-file
           if ws-audit-status = "35"
               open output audit-file
           end-if
           if ws-audit-status not = "00"
               display "DR-MERGE: cannot open AUDIT.LOG - file status "
                   ws-audit-status " - block of " bk-counter-id(bk-idx)
                   " not merged"
               move 31 to ws-return-code
               add 1 to ws-warn-count
               perform release-lock
               exit paragraph
           end-if
           perform varying dl-idx from 1 by 1 until dl-idx > dl-count
               if dl-bk(dl-idx) = ws-bk-no
                       and dl-present(dl-idx) = "N"
                   write audit-record from dl-line(dl-idx)
                   move "Y" to dl-present(dl-idx)
               end-if
           end-perform
           perform return-unused
           move bk-prim-current(bk-idx) to aud-old-value
           move bk-prim-current(bk-idx) to aud-new-value
           move "DRMERGE" to aud-txn-type
           move spaces to ws-block-ref
           string bk-change-ref(bk-idx) delimited by space
               " " bk-low(bk-idx) "-" bk-high(bk-idx)
               delimited by size into ws-block-ref
           move ws-block-ref to aud-owner-ref
           perform write-merge-audit
           close audit-file

           set db-idx to bk-db-no(bk-idx)
           move db-entry(db-idx) to drblock-work
           move "M" to drb-status
           move ws-now-ts to drb-merged-ts
           move bk-dr-high(bk-idx) to drb-dr-high
           move bk-pooled(bk-idx) to drb-returned
           move drblock-work to db-entry(db-idx)
           perform save-blocks
           perform release-lock

           move "MERGED" to bk-result(bk-idx)
           add 1 to ws-merged-count
           add bk-pooled(bk-idx) to ws-pooled-total
           add bk-unpooled(bk-idx) to ws-unpooled-total
           display "  MERGED     " bk-counter-id(bk-idx) " block "
               bk-low(bk-idx) " - " bk-high(bk-idx) " - "
               bk-pooled(bk-idx) " value(s) returned to the void pool"
           move bk-counter-id(bk-idx) to ws-alert-id
           move "I" to ws-alert-severity
           move "DR-MERGED" to ws-alert-code
           move spaces to ws-alert-text
           string "block " bk-low(bk-idx) "-" bk-high(bk-idx)
               " merged, DR issued thru " bk-dr-high(bk-idx)
               delimited by size into ws-alert-text
           perform write-alert-record
           if bk-unpooled(bk-idx) > 0
               display "      " bk-unpooled(bk-idx) " unused "
                   "value(s) not returned - the void pool holds 500"
               move "W" to ws-alert-severity
               move "DR-UNPOOLED" to ws-alert-code
               move spaces to ws-alert-text
               string bk-unpooled(bk-idx) " unused DR value(s) not "
                   "returned - void pool is full"
                   delimited by size into ws-alert-text
               perform write-alert-record
               add 1 to ws-warn-count
           end-if.

       merge-registry.
           open i-o registry-file
           if ws-reg-status = "35"
               open output registry-file
               close registry-file
               open i-o registry-file
           end-if
           if ws-reg-status not = "00"
               display "DR-MERGE: cannot open ISSUEREG.DAT - file "
                   "status " ws-reg-status " - block of "
                   bk-counter-id(bk-idx) " not merged"
               move "Y" to ws-merge-fail-switch
               move 31 to ws-return-code
               add 1 to ws-warn-count
               exit paragraph
           end-if
           open input drreg-file
           move "N" to ws-eof-switch
           move bk-counter-id(bk-idx) to drg-counter-id
           move zero to drg-first-value
           start drreg-file key is not less than drg-key
               invalid key
                   move "Y" to ws-eof-switch
           end-start
           perform until ws-eof or ws-merge-failed
               read drreg-file next record
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if drg-counter-id not = bk-counter-id(bk-idx)
                           move "Y" to ws-eof-switch
                       else
                           perform merge-one-entry
                       end-if
               end-read
           end-perform
           close drreg-file
           close registry-file.

       merge-one-entry.
           move drreg-record to registry-record
           write registry-record
               invalid key
                   continue
           end-write
           if ws-reg-status = "00"
               exit paragraph
           end-if
           if ws-reg-status = "22"
               move drg-key to reg-key
               read registry-file key is reg-key
                   invalid key
                       move spaces to registry-record
               end-read
               if registry-record = drreg-record
                   exit paragraph
               end-if
               display "  DR-BOTH    " drg-counter-id " registry key "
                   drg-first-value " is already on ISSUEREG.DAT "
                   "with other details"
               add 1 to bk-both(bk-idx)
               move bk-counter-id(bk-idx) to ws-alert-id
               move "C" to ws-alert-severity
               move "DR-DUPLICATE" to ws-alert-code
               move spaces to ws-alert-text
               string "registry key " drg-first-value
                   " is on both sites' registries"
                   delimited by size into ws-alert-text
               perform write-alert-record
               add 1 to ws-crit-count
           else
               display "DR-MERGE: write to ISSUEREG.DAT failed - file "
                   "status " ws-reg-status
               move 31 to ws-return-code
               add 1 to ws-warn-count
           end-if
           move "Y" to ws-merge-fail-switch.

       return-unused.
           move spaces to ws-gaps-filename
           string bk-counter-id(bk-idx) delimited by space
               ".GAP" delimited by size
               into ws-gaps-filename
           perform load-gap-pool
           perform build-return-ref
           perform varying dv-idx from 1 by 1 until dv-idx > dv-count
               if dv-bk(dv-idx) = ws-bk-no and dv-state(dv-idx) = "V"
                   move dv-value(dv-idx) to ws-value
                   perform pool-dr-value
               end-if
           end-perform
           if bk-dr-high(bk-idx) < bk-low(bk-idx)
               move bk-low(bk-idx) to ws-value
           else
               compute ws-value = bk-dr-high(bk-idx) + 1
           end-if
           perform until ws-value > bk-high(bk-idx)
                   or gap-count >= 500
               perform find-pool-value
               if not ws-found
                   add 1 to gap-count
                   move ws-value to gap-pool-value(gap-count)
                   add 1 to bk-pooled(bk-idx)
                   move ws-value to aud-old-value
                   move ws-value to aud-new-value
                   move "VOID" to aud-txn-type
                   move ws-return-ref to aud-owner-ref
                   perform write-merge-audit
               end-if
               add 1 to ws-value
           end-perform
           if ws-value not > bk-high(bk-idx)
               compute bk-unpooled(bk-idx) = bk-unpooled(bk-idx)
                   + bk-high(bk-idx) - ws-value + 1
           end-if
           perform save-gap-pool.

       pool-dr-value.
           perform find-pool-value
           if ws-found
               exit paragraph
           end-if
           if gap-count >= 500
               add 1 to bk-unpooled(bk-idx)
               exit paragraph
           end-if
           add 1 to gap-count
           move ws-value to gap-pool-value(gap-count)
           add 1 to bk-pooled(bk-idx).

       find-pool-value.
           move "N" to ws-found-switch
           perform varying gap-idx from 1 by 1
                   until gap-idx > gap-count
               if gap-pool-value(gap-idx) = ws-value
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform.

       write-merge-audit.
           accept aud-timestamp(1:8) from date yyyymmdd
           accept ws-time-of-day from time
           move ws-time-of-day(1:6) to aud-timestamp(9:6)
           move bk-counter-id(bk-idx) to aud-counter-id
           move ws-job-id to aud-job-id
           move space to ws-audit-line(15:1) ws-audit-line(26:1)
               ws-audit-line(36:1) ws-audit-line(46:1)
               ws-audit-line(67:1) ws-audit-line(76:1)
           write audit-record from ws-audit-line.

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
                       end-if
               end-read
           end-perform
           close gaps-file.

       save-gap-pool.
           if gap-count = 0
               exit paragraph
           end-if
           open output gaps-file
           perform varying gap-idx from 1 by 1
                   until gap-idx > gap-count
               move gap-pool-value(gap-idx) to gap-value
               write gap-record
           end-perform
           close gaps-file.

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
           move "dr-merge" to alr-program
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
               display "DR-MERGE: could not acquire lock for "
                   "counter " ws-lock-target " - block not merged"
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
