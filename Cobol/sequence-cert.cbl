       identification division.
       program-id. sequence-cert.
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
           select gaps-file assign to dynamic ws-gaps-filename
               organization is line sequential
               file status is ws-gaps-status.
           select reserve-file assign to dynamic ws-rsv-filename
               organization is line sequential
               file status is ws-rsv-status.
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
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-reg-status               pic x(2).
       01 ws-gaps-status              pic x(2).
       01 ws-rsv-status               pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-arch-status              pic x(2).
       01 ws-cat-status               pic x(2).
       01 ws-alert-status             pic x(2).
       01 ws-alert-text               pic x(60).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wc-counter-id           pic x(10).
           05 wc-from-date            pic x(8).
           05 wc-to-date              pic x(8).
           05 wc-detail               pic x(1).
           05 filler                  pic x(53).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-now-ts                   pic x(14).
       01 ws-from-date                pic x(8).
       01 ws-to-date                  pic x(8).
       01 ws-gaps-filename            pic x(15).
       01 ws-rsv-filename             pic x(15).
       01 ws-archive-name             pic x(15).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-reg-eof-switch           pic x value "N".
           88 ws-reg-eof              value "Y".
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
              88 aud-type-reissue     value "REISSUE".
              88 aud-type-successor   value "SUCCESSR".
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       01 cat-table-area.
           05 ct-count                pic 9(4) value 0.
           05 ct-entry occurs 3000 times indexed by ct-idx.
              10 ct-date              pic x(8).
       01 gap-pool-area.
           05 gap-count               pic 9(4) value 0.
           05 gap-entry occurs 500 times indexed by gap-idx.
              10 gap-pool-value       pic 9(9).
       01 rsv-pool-area.
           05 rsv-count               pic 9(4) value 0.
           05 rsv-entry occurs 500 times indexed by rsv-idx.
              10 rsv-pool-first       pic 9(9).
              10 rsv-pool-last        pic 9(9).
              10 rsv-pool-expiry      pic x(14).
              10 rsv-pool-holder      pic x(30).
       01 reissue-area.
           05 ri-count                pic 9(4) value 0.
           05 ri-entry occurs 2000 times indexed by ri-idx.
              10 ri-value             pic 9(9).
              10 ri-timestamp         pic x(14).
       01 ws-ri-overflow-switch       pic x value "N".
           88 ws-ri-overflow          value "Y".
       01 earlier-range-area.
           05 er-count                pic 9(4) value 0.
           05 er-entry occurs 100 times indexed by er-idx.
              10 er-low               pic 9(9).
              10 er-high              pic 9(9).
       01 ws-er-overflow-switch       pic x value "N".
           88 ws-er-overflow          value "Y".
       01 ws-er-kept                  pic 9(4).
       01 ws-er-prior-high            pic 9(9).
       01 ws-walk-low                 pic 9(9).
       01 ws-walk-high                pic 9(9).
       01 break-table-area.
           05 bk-count                pic 9(4) value 0.
           05 bk-entry occurs 1000 times indexed by bk-idx.
              10 bk-first             pic 9(9).
              10 bk-last              pic 9(9).
       01 ws-bk-overflow-switch       pic x value "N".
           88 ws-bk-overflow          value "Y".
       01 ws-hold-entry               pic x(80).
       01 ws-sorted-switch            pic x value "N".
           88 ws-sorted               value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-start-value              pic 9(9).
       01 ws-value                    pic 9(10).
       01 ws-cover-last               pic 9(9).
       01 ws-cover-ts                 pic x(14).
       01 ws-cover-job                pic x(20).
       01 ws-cover-ref                pic x(30).
       01 ws-class                    pic x(12).
           88 ws-class-unaccounted    value "UNACCOUNTED".
       01 ws-prior-class              pic x(12).
       01 ws-run-first                pic 9(9).
       01 ws-gap-ptr                  pic 9(4).
       01 ws-rsv-ptr                  pic 9(4).
       01 ws-ri-ptr                   pic 9(4).
       01 ws-walked-count             pic 9(10) value 0.
       01 ws-registered-count         pic 9(10) value 0.
       01 ws-period-reg-count         pic 9(10) value 0.
       01 ws-voided-count             pic 9(10) value 0.
       01 ws-reissued-count           pic 9(10) value 0.
       01 ws-period-ri-count          pic 9(10) value 0.
       01 ws-held-count               pic 9(10) value 0.
       01 ws-expired-count            pic 9(10) value 0.
       01 ws-unaccounted-count        pic 9(10) value 0.
       01 ws-break-text               pic z(9)9.
       01 g                           pic 9(4).
       01 h                           pic 9(4).

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

           if wc-counter-id = spaces
               display "SEQUENCE-CERT: counter-id is required"
               move 20 to return-code
               stop run
           end-if
           if wc-from-date = spaces
               move "00000000" to ws-from-date
           else
               move wc-from-date to ws-from-date
               inspect ws-from-date replacing all " " by "0"
           end-if
           if wc-to-date = spaces
               move "99999999" to ws-to-date
           else
               move wc-to-date to ws-to-date
               inspect ws-to-date replacing all " " by "9"
           end-if
           if ws-to-date < ws-from-date
               display "SEQUENCE-CERT: to-date is before from-date"
               move 20 to return-code
               stop run
           end-if

           perform read-counter
           if return-code not = zero
               stop run
           end-if

           display "SEQUENCE CONTINUITY CERTIFICATE"
           display "counter-id:         " ctr-counter-id
           display "certified period:   " ws-from-date " - "
               ws-to-date
           display "range walked:       " ws-start-value " - "
               ctr-current-value
           display "run at:             " ws-now-ts
           if ctr-reset-daily or ctr-reset-monthly
               display "NOTE: counter resets " ctr-reset-frequency
                   " - earlier cycles reuse these values and only "
                   "the current cycle is walked"
           end-if

           perform load-gap-pool
           perform load-reservations
           perform load-reissues
           perform walk-sequence
           if return-code not = zero
               stop run
           end-if

           perform print-summary
           perform print-breaks
           perform print-sign-off

           if ws-unaccounted-count > 0
               move ws-unaccounted-count to ws-break-text
               move spaces to ws-alert-text
               string "NOT CERTIFIED -" ws-break-text
                   " numbers unaccounted for" delimited by size
                   into ws-alert-text
               perform write-alert-record
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       read-counter.
           open input counter-file
           if ws-ctr-status not = "00"
               display "SEQUENCE-CERT: cannot open COUNTERS.DAT - "
                   "file status " ws-ctr-status
               move 12 to return-code
               exit paragraph
           end-if
           move wc-counter-id to ctr-counter-id
           read counter-file
               invalid key
                   display "SEQUENCE-CERT: counter " wc-counter-id
                       " is not on the counter file"
                   move 14 to return-code
           end-read
           close counter-file
           if return-code not = zero
               exit paragraph
           end-if
           if ctr-template
               display "SEQUENCE-CERT: " wc-counter-id
                   " is a counter template - it issues no numbers"
               move 15 to return-code
               exit paragraph
           end-if
           if ctr-low-range = zero
               move 1 to ws-start-value
           else
               move ctr-low-range to ws-start-value
           end-if.

       load-gap-pool.
           move spaces to ws-gaps-filename
           string wc-counter-id delimited by space
               ".GAP" delimited by size
               into ws-gaps-filename
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
                           move gap-value to gap-pool-value(gap-count)
                       end-if
               end-read
           end-perform
           close gaps-file
           move "N" to ws-sorted-switch
           perform until ws-sorted or gap-count < 2
               move "Y" to ws-sorted-switch
               perform varying g from 2 by 1 until g > gap-count
                   if gap-pool-value(g) < gap-pool-value(g - 1)
                       move gap-entry(g) to ws-hold-entry
                       move gap-entry(g - 1) to gap-entry(g)
                       move ws-hold-entry to gap-entry(g - 1)
                       move "N" to ws-sorted-switch
                   end-if
               end-perform
           end-perform.

       load-reservations.
           move spaces to ws-rsv-filename
           string wc-counter-id delimited by space
               ".RSV" delimited by size
               into ws-rsv-filename
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
                       end-if
               end-read
           end-perform
           close reserve-file
           move "N" to ws-sorted-switch
           perform until ws-sorted or rsv-count < 2
               move "Y" to ws-sorted-switch
               perform varying g from 2 by 1 until g > rsv-count
                   if rsv-pool-first(g) < rsv-pool-first(g - 1)
                       move rsv-entry(g) to ws-hold-entry
                       move rsv-entry(g - 1) to rsv-entry(g)
                       move ws-hold-entry to rsv-entry(g - 1)
                       move "N" to ws-sorted-switch
                   end-if
               end-perform
           end-perform.

       load-reissues.
           perform load-catalog
           if ct-count > 0
               perform varying ct-idx from 1 by 1
                       until ct-idx > ct-count
                   perform scan-one-archive
               end-perform
           end-if
           move "N" to ws-eof-switch
           open input audit-file
           if ws-audit-status not = "35"
               perform until ws-eof
                   read audit-file into ws-audit-line
                       at end
                           move "Y" to ws-eof-switch
                       not at end
                           perform note-reissue
                           perform note-earlier-range
                   end-read
               end-perform
               close audit-file
           end-if
           if ws-ri-overflow
               display "WARNING: more than 2000 reissues on the "
                   "audit trail - later reissues are reported as "
                   "registered"
           end-if
           move "N" to ws-sorted-switch
           perform until ws-sorted or ri-count < 2
               move "Y" to ws-sorted-switch
               perform varying g from 2 by 1 until g > ri-count
                   if ri-value(g) < ri-value(g - 1)
                       move ri-entry(g) to ws-hold-entry
                       move ri-entry(g - 1) to ri-entry(g)
                       move ws-hold-entry to ri-entry(g - 1)
                       move "N" to ws-sorted-switch
                   end-if
               end-perform
           end-perform
           perform order-earlier-ranges.

       load-catalog.
           move 0 to ct-count
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
                       if ct-count < 3000
                           add 1 to ct-count
                           move cat-archive-date to ct-date(ct-count)
                       end-if
               end-read
           end-perform
           close catalog-file.

       scan-one-archive.
           move spaces to ws-archive-name
           string "AUD" ct-date(ct-idx) ".LOG" delimited by size
               into ws-archive-name
           move "N" to ws-eof-switch
           open input archive-file
           if ws-arch-status not = "00"
               display "WARNING: archive " ws-archive-name
                   " could not be read - file status " ws-arch-status
                   " - reissues in it are reported as registered"
               exit paragraph
           end-if
           perform until ws-eof
               read archive-file into ws-audit-line
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-reissue
                       perform note-earlier-range
               end-read
           end-perform
           close archive-file.

       note-reissue.
           if aud-counter-id not = wc-counter-id
                   or not aud-type-reissue
               exit paragraph
           end-if
           move "N" to ws-found-switch
           if ri-count > 0
               perform varying ri-idx from 1 by 1
                       until ri-idx > ri-count
                   if ri-value(ri-idx) = aud-new-value
                       move "Y" to ws-found-switch
                       move aud-timestamp to ri-timestamp(ri-idx)
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-found
               exit paragraph
           end-if
           if ri-count >= 2000
               move "Y" to ws-ri-overflow-switch
               exit paragraph
           end-if
           add 1 to ri-count
           move aud-new-value to ri-value(ri-count)
           move aud-timestamp to ri-timestamp(ri-count).

       note-earlier-range.
           if aud-counter-id not = wc-counter-id
                   or not aud-type-successor
                   or aud-owner-ref(1:5) not = "FROM "
                   or aud-owner-ref(6:9) not numeric
                   or aud-owner-ref(16:9) not numeric
               exit paragraph
           end-if
           if er-count > 0
               perform varying er-idx from 1 by 1
                       until er-idx > er-count
                   if er-low(er-idx) = aud-owner-ref(6:9)
                       exit paragraph
                   end-if
               end-perform
           end-if
           if er-count >= 100
               move "Y" to ws-er-overflow-switch
               exit paragraph
           end-if
           add 1 to er-count
           move aud-owner-ref(6:9) to er-low(er-count)
           move aud-owner-ref(16:9) to er-high(er-count).

       order-earlier-ranges.
           if ws-er-overflow
               display "WARNING: more than 100 successor range "
                   "roll-overs on the audit trail - later ones are "
                   "not walked"
           end-if
           move "N" to ws-sorted-switch
           perform until ws-sorted or er-count < 2
               move "Y" to ws-sorted-switch
               perform varying g from 2 by 1 until g > er-count
                   if er-low(g) < er-low(g - 1)
                       move er-entry(g) to ws-hold-entry
                       move er-entry(g - 1) to er-entry(g)
                       move ws-hold-entry to er-entry(g - 1)
                       move "N" to ws-sorted-switch
                   end-if
               end-perform
           end-perform
           move 0 to ws-er-kept
           move zero to ws-er-prior-high
           if er-count > 0
               perform varying er-idx from 1 by 1
                       until er-idx > er-count
                   if er-high(er-idx) < ws-start-value
                           and er-high(er-idx) >= er-low(er-idx)
                           and (ws-er-kept = 0
                               or er-low(er-idx) > ws-er-prior-high)
                       add 1 to ws-er-kept
                       move er-entry(er-idx) to er-entry(ws-er-kept)
                       move er-high(er-idx) to ws-er-prior-high
                   end-if
               end-perform
           end-if
           move ws-er-kept to er-count
           if er-count > 0
               perform varying er-idx from 1 by 1
                       until er-idx > er-count
                   display "earlier range:      " er-low(er-idx)
                       " - " er-high(er-idx)
                       " (left at a successor roll-over)"
               end-perform
           end-if.

       walk-sequence.
           if ctr-current-value < ws-start-value and er-count = 0
               display "no numbers issued yet - nothing to walk"
               exit paragraph
           end-if
           open input registry-file
           if ws-reg-status = "35"
               move "Y" to ws-reg-eof-switch
           else
               if ws-reg-status not = "00"
                   display "SEQUENCE-CERT: cannot open ISSUEREG.DAT - "
                       "file status " ws-reg-status
                   move 12 to return-code
                   exit paragraph
               end-if
               move "N" to ws-reg-eof-switch
               move wc-counter-id to reg-counter-id
               move zero to reg-first-value
               start registry-file key is not less than reg-key
                   invalid key
                       move "Y" to ws-reg-eof-switch
               end-start
               if not ws-reg-eof
                   perform read-next-registry
               end-if
           end-if
           move zero to ws-cover-last
           move 1 to ws-gap-ptr
           move 1 to ws-rsv-ptr
           move 1 to ws-ri-ptr
           move spaces to ws-prior-class
           if wc-detail = "A"
               display "VALUE     CLASS        ISSUED-TS      "
                   "JOB-ID               REFERENCE"
           end-if
           if er-count > 0
               perform varying er-idx from 1 by 1
                       until er-idx > er-count
                   if er-low(er-idx) = zero
                       move 1 to ws-walk-low
                   else
                       move er-low(er-idx) to ws-walk-low
                   end-if
                   move er-high(er-idx) to ws-walk-high
                   perform walk-one-range
               end-perform
           end-if
           if ctr-current-value >= ws-start-value
               move ws-start-value to ws-walk-low
               move ctr-current-value to ws-walk-high
               perform walk-one-range
           end-if
           if ws-reg-status not = "35"
               close registry-file
           end-if.

       walk-one-range.
           move spaces to ws-prior-class
           perform varying ws-value from ws-walk-low by 1
                   until ws-value > ws-walk-high
               perform classify-value
               add 1 to ws-walked-count
               if ws-class-unaccounted
                   if ws-prior-class not = ws-class
                       move ws-value to ws-run-first
                   end-if
               else
                   if ws-prior-class = "UNACCOUNTED"
                       perform note-break
                   end-if
               end-if
               move ws-class to ws-prior-class
           end-perform
           if ws-prior-class = "UNACCOUNTED"
               perform note-break
           end-if.

       read-next-registry.
           read registry-file next
               at end
                   move "Y" to ws-reg-eof-switch
               not at end
                   if reg-counter-id not = wc-counter-id
                       move "Y" to ws-reg-eof-switch
                   end-if
           end-read.

       classify-value.
           perform until ws-reg-eof or reg-first-value > ws-value
               if reg-last-value >= ws-cover-last
                   move reg-last-value to ws-cover-last
                   move reg-issued-ts to ws-cover-ts
                   move reg-job-id to ws-cover-job
                   move reg-reference to ws-cover-ref
               end-if
               perform read-next-registry
           end-perform
           perform until ws-gap-ptr > gap-count
                   or gap-pool-value(ws-gap-ptr) >= ws-value
               add 1 to ws-gap-ptr
           end-perform
           perform until ws-rsv-ptr > rsv-count
                   or rsv-pool-last(ws-rsv-ptr) >= ws-value
               add 1 to ws-rsv-ptr
           end-perform
           perform until ws-ri-ptr > ri-count
                   or ri-value(ws-ri-ptr) >= ws-value
               add 1 to ws-ri-ptr
           end-perform
           evaluate true
               when ws-gap-ptr <= gap-count
                       and gap-pool-value(ws-gap-ptr) = ws-value
                   move "VOIDED" to ws-class
                   add 1 to ws-voided-count
               when ws-rsv-ptr <= rsv-count
                       and rsv-pool-first(ws-rsv-ptr) <= ws-value
                   if rsv-pool-expiry(ws-rsv-ptr) < ws-now-ts
                       move "EXPIRED" to ws-class
                       add 1 to ws-expired-count
                   else
                       move "HELD" to ws-class
                       add 1 to ws-held-count
                   end-if
               when ws-value <= ws-cover-last
                       and ws-ri-ptr <= ri-count
                       and ri-value(ws-ri-ptr) = ws-value
                   move "REISSUED" to ws-class
                   add 1 to ws-reissued-count
                   if ri-timestamp(ws-ri-ptr)(1:8) >= ws-from-date
                           and ri-timestamp(ws-ri-ptr)(1:8)
                               <= ws-to-date
                       add 1 to ws-period-ri-count
                   end-if
               when ws-value <= ws-cover-last
                   move "REGISTERED" to ws-class
                   add 1 to ws-registered-count
                   if ws-cover-ts(1:8) >= ws-from-date
                           and ws-cover-ts(1:8) <= ws-to-date
                       add 1 to ws-period-reg-count
                   end-if
               when other
                   move "UNACCOUNTED" to ws-class
                   add 1 to ws-unaccounted-count
           end-evaluate
           if wc-detail = "A"
               evaluate ws-class
                   when "REGISTERED"
                   when "REISSUED"
                       display ws-value(2:9) " " ws-class " "
                           ws-cover-ts " " ws-cover-job " "
                           ws-cover-ref
                   when "HELD"
                   when "EXPIRED"
                       display ws-value(2:9) " " ws-class " "
                           rsv-pool-expiry(ws-rsv-ptr) " "
                           "holder " rsv-pool-holder(ws-rsv-ptr)
                   when other
                       display ws-value(2:9) " " ws-class
               end-evaluate
           end-if.

       note-break.
           if bk-count >= 1000
               move "Y" to ws-bk-overflow-switch
               exit paragraph
           end-if
           add 1 to bk-count
           move ws-run-first to bk-first(bk-count)
           compute bk-last(bk-count) = ws-value - 1.

       print-summary.
           display " "
           display "SUMMARY BY CLASS"
           display "  values walked:                  " ws-walked-count
           display "  registered in ISSUEREG.DAT:     "
               ws-registered-count
           display "    of which issued in period:    "
               ws-period-reg-count
           display "  reissued from the void pool:    "
               ws-reissued-count
           display "    of which reissued in period:  "
               ws-period-ri-count
           display "  voided, waiting in the pool:    " ws-voided-count
           display "  reserved and held:              " ws-held-count
           display "  reserved and expired:           "
               ws-expired-count
           display "  UNACCOUNTED FOR:                "
               ws-unaccounted-count.

       print-breaks.
           display " "
           if ws-unaccounted-count = 0
               display "UNACCOUNTED NUMBERS: none"
               exit paragraph
           end-if
           display "UNACCOUNTED NUMBERS"
           display "  FIRST     LAST"
           perform varying bk-idx from 1 by 1 until bk-idx > bk-count
               display "  " bk-first(bk-idx) " " bk-last(bk-idx)
           end-perform
           if ws-bk-overflow
               display "  ... list truncated at 1000 breaks"
           end-if.

       print-sign-off.
           display " "
           evaluate true
               when ws-unaccounted-count > 0
                   display "RESULT: NOT CERTIFIED - "
                       ws-unaccounted-count
                       " numbers are unaccounted for"
               when er-count > 0
                   display "RESULT: CERTIFIED - every number in the "
                       "earlier ranges and from " ws-start-value
                       " to " ctr-current-value " is accounted for"
               when other
                   display "RESULT: CERTIFIED - every number from "
                       ws-start-value " to " ctr-current-value
                       " is accounted for"
           end-evaluate
           display " "
           display "prepared by: " ws-job-id "  on " ws-now-ts
           display "reviewed by: ____________________  "
               "date: __________"
           display "approved by: ____________________  "
               "date: __________".

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
           move "sequence-cert" to alr-program
           move wc-counter-id to alr-counter-id
           move "C" to alr-severity
           move "SEQ-BREAK" to alr-code
           move "N" to alr-ack-flag
           move spaces to alr-ack-id
           move ws-alert-text to alr-text
           write alert-record
           close alert-file.
