           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
       data division.
       file section.
       fd  counter-file.
           05 filler                  pic x value space.
           05 hst-consumed            pic 9(9).
       fd  audit-file.
       01  audit-record               pic x(106).
       fd  archive-file.
       01  archive-record             pic x(106).
       fd  catalog-file.
       01  catalog-record.
           05 cat-archive-date        pic x(8).
           05 lck-job-id              pic x(20).
           05 filler                  pic x value space.
           05 lck-timestamp           pic x(14).
       fd  drblock-file.
       01  drblock-record.
           copy "dr-block.cpy".
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-hist-status              pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-arch-status              pic x(2).
       01 ws-cat-status               pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-arch-eof-switch          pic x value "N".
           88 ws-all-counters         value "Y".
       01 ws-apply-switch             pic x value "N".
           88 ws-apply-updates        value "Y".
       01 ws-audit-line               pic x(106).
       01 ws-audit-fields redefines ws-audit-line.
           05 aud-timestamp           pic x(14).
           05 filler                  pic x.
           05 aud-new-value           pic 9(9).
           05 filler                  pic x.
           05 aud-job-id              pic x(20).
           05 filler                  pic x.
           05 aud-txn-type            pic x(8).
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       01 ws-archive-name             pic x(15).
       01 ws-replayed-count           pic 9(9) value 0.
       01 ws-repaired-count           pic 9(4) value 0.
                 88 rc-started        value "Y".
              10 rc-gap-switch        pic x.
                 88 rc-gap-seen       value "Y".
       01 dr-merged-area.
           05 dm-count                pic 9(4) value 0.
           05 dm-entry occurs 500 times indexed by dm-idx.
              10 dm-counter-id        pic x(10).
              10 dm-low               pic 9(9).
              10 dm-high              pic 9(9).
       01 cat-table-area.
           05 ct-count                pic 9(4) value 0.
           05 ct-entry occurs 3000 times indexed by ct-idx.
           end-if

           perform load-snapshots
           perform load-merged-blocks
           perform replay-archives
           perform replay-live-log

           end-perform
           close audit-file.

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

       replay-record.
           move "N" to ws-found-switch
           if rc-count > 0
           if aud-old-value = aud-new-value
               exit paragraph
           end-if
           if dm-count > 0
               perform varying dm-idx from 1 by 1
                       until dm-idx > dm-count
                   if dm-counter-id(dm-idx) = aud-counter-id
                           and aud-new-value not < dm-low(dm-idx)
                           and aud-new-value not > dm-high(dm-idx)
                           and aud-old-value not < dm-low(dm-idx) - 1
                       exit paragraph
                   end-if
               end-perform
           end-if
           if rc-started(rc-idx)
               if aud-old-value = rc-running(rc-idx)
                   move aud-new-value to rc-running(rc-idx)
           move rc-running(rc-idx) to aud-old-value
           move rc-running(rc-idx) to aud-new-value
           move ws-job-id to aud-job-id
           move "RECOVER" to aud-txn-type
           write audit-record from ws-audit-line
           close audit-file.

