       identification division.
       program-id. usage-anomaly.
       environment division.
       input-output section.
       file-control.
           select counter-file assign to "COUNTERS.DAT"
               organization is indexed
               access is sequential
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select summary-file assign to "AUDITSUM.DAT"
               organization is line sequential
               file status is ws-sum-status.
           select calendar-file assign to "CALENDAR.DAT"
               organization is line sequential
               file status is ws-cal-status.
           select audit-file assign to "AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.
           select archive-file assign to dynamic ws-archive-name
               organization is line sequential
               file status is ws-arch-status.
           select catalog-file assign to "AUDITARC.CAT"
               organization is line sequential
               file status is ws-cat-status.
           select jobs-file assign to "CTRJOBS.DAT"
               organization is line sequential
               file status is ws-jobs-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
       data division.
       file section.
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       fd  summary-file.
       01  summary-record.
           05 sum-date                pic x(8).
           05 filler                  pic x.
           05 sum-counter-id          pic x(10).
           05 filler                  pic x.
           05 sum-first-value         pic 9(9).
           05 filler                  pic x.
           05 sum-last-value          pic 9(9).
           05 filler                  pic x.
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
       fd  calendar-file.
       01  calendar-record.
           05 cal-date                pic x(8).
           05 filler                  pic x value space.
           05 cal-type                pic x(1).
           05 filler                  pic x value space.
           05 cal-desc                pic x(30).
       fd  audit-file.
       01  audit-record               pic x(106).
       fd  archive-file.
       01  archive-record             pic x(106).
       fd  catalog-file.
       01  catalog-record.
           05 cat-archive-date        pic x(8).
       fd  jobs-file.
       01  jobs-record.
           05 job-counter-id          pic x(10).
           05 filler                  pic x value space.
           05 job-job-id              pic x(20).
           05 filler                  pic x value space.
           05 job-first-seen          pic x(8).
           05 filler                  pic x value space.
           05 job-last-seen           pic x(8).
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
       01 ws-sum-status               pic x(2).
       01 ws-cal-status               pic x(2).
       01 ws-audit-status             pic x(2).
       01 ws-arch-status              pic x(2).
       01 ws-cat-status               pic x(2).
       01 ws-jobs-status              pic x(2).
       01 ws-alert-status             pic x(2).
       01 ws-alert-severity           pic x(1).
       01 ws-alert-code               pic x(12).
       01 ws-alert-id                 pic x(10).
       01 ws-alert-text               pic x(60).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wn-date                 pic x(8).
           05 wn-multiple             pic x(3).
           05 wn-window               pic x(3).
           05 filler                  pic x(66).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-check-date               pic x(8).
       01 ws-multiple                 pic 9(3).
       01 ws-window-days              pic 9(3).
       01 ws-spike-floor              pic 9(3) value 10.
       01 ws-jobs-floor               pic 9(3) value 3.
       01 ws-min-history              pic 9(3) value 5.
       01 ws-day-int                  pic 9(8).
       01 ws-walk-count               pic 9(4).
       01 ws-date-num                 pic 9(8).
       01 ws-date-chars               pic x(8).
       01 ws-business-switch          pic x value "N".
           88 ws-business-day         value "Y".
       01 ws-check-business-switch    pic x value "N".
           88 ws-check-business       value "Y".
       01 ws-history-switch           pic x value "N".
           88 ws-enough-history       value "Y".
       01 ws-first-sum-date           pic x(8) value high-values.
       01 ws-effective-days           pic 9(3) value 0.
       01 ws-archive-name             pic x(15).
       01 ws-last-archive-date        pic x(8).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-counter-known-switch     pic x value "N".
           88 ws-counter-known        value "Y".
       01 ws-jobs-exist-switch        pic x value "N".
           88 ws-jobs-exist           value "Y".
       01 ws-jobs-full-switch         pic x value "N".
           88 ws-jobs-full            value "Y".
       01 ws-us-full-switch           pic x value "N".
           88 ws-us-full              value "Y".
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
              88 aud-type-legacy      value spaces.
              88 aud-type-usage       value "ISSUE" "BLOCK" "ADJUST"
                                            "RESERVE" "REISSUE"
                                            "CONFIRM".
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       01 cal-table-area.
           05 cl-count                pic 9(4) value 0.
           05 cl-entry occurs 2000 times indexed by cl-idx.
              10 cl-date              pic x(8).
       01 cat-table-area.
           05 ct-count                pic 9(4) value 0.
           05 ct-entry occurs 3000 times indexed by ct-idx.
              10 ct-date              pic x(8).
       01 window-table-area.
           05 wd-count                pic 9(3) value 0.
           05 wd-entry occurs 60 times indexed by wd-idx.
              10 wd-date              pic x(8).
       01 usage-table-area.
           05 us-count                pic 9(4) value 0.
           05 us-entry occurs 500 times indexed by us-idx.
              10 us-counter-id        pic x(10).
              10 us-status-flag       pic x(1).
              10 us-on-file-switch    pic x(1).
                 88 us-on-file        value "Y".
              10 us-today-inc         pic 9(9).
              10 us-today-jobs        pic 9(5).
              10 us-hist-inc          pic 9(11).
              10 us-hist-jobs         pic 9(9).
              10 us-active-days       pic 9(3).
              10 us-day-flag          pic x(1) occurs 60 times.
       01 job-table-area.
           05 jh-count                pic 9(5) value 0.
           05 jh-entry occurs 5000 times indexed by jh-idx.
              10 jh-counter-id        pic x(10).
              10 jh-job-id            pic x(20).
              10 jh-first-seen        pic x(8).
              10 jh-last-seen         pic x(8).
       01 ws-jobs-changed-switch      pic x value "N".
           88 ws-jobs-changed         value "Y".
       01 ws-lookup-id                pic x(10).
       01 ws-avg-inc                  pic 9(9)v99.
       01 ws-avg-jobs                 pic 9(7)v99.
       01 ws-limit                    pic 9(11)v99.
       01 ws-avg-display              pic zzzzzzzz9.99.
       01 ws-today-display            pic zzzzzzzz9.
       01 ws-finding-code             pic x(12).
       01 ws-finding-detail           pic x(40).
       01 ws-half-days                pic 9(3).
       01 ws-spike-count              pic 9(5) value 0.
       01 ws-jobs-spike-count         pic 9(5) value 0.
       01 ws-silent-count             pic 9(5) value 0.
       01 ws-new-job-count            pic 9(5) value 0.
       01 ws-seeded-count             pic 9(5) value 0.
       01 ws-finding-count            pic 9(5) value 0.

       procedure division.
       main-logic.
           accept ws-parm-line
           accept ws-job-id from environment "USER"
           if ws-job-id = spaces
               move "UNKNOWN" to ws-job-id
           end-if
           accept ws-today from date yyyymmdd

           if wn-date = spaces
               compute ws-day-int = function integer-of-date(
                   function numval(ws-today)) - 1
               compute ws-date-num = function date-of-integer(
                   ws-day-int)
               move ws-date-num to ws-check-date
           else
               if wn-date not numeric
                   display "USAGE-ANOMALY: check date must be "
                       "numeric yyyymmdd"
                   move 20 to return-code
                   stop run
               end-if
               move wn-date to ws-check-date
           end-if
           if wn-multiple = spaces
               move 3 to ws-multiple
           else
               if wn-multiple not numeric or wn-multiple = "000"
                   display "USAGE-ANOMALY: spike multiple must be "
                       "three digits, 001 or more"
                   move 20 to return-code
                   stop run
               end-if
               move wn-multiple to ws-multiple
           end-if
           if wn-window = spaces
               move 20 to ws-window-days
           else
               if wn-window not numeric or wn-window = "000"
                       or wn-window > "060"
                   display "USAGE-ANOMALY: trailing window must be "
                       "001 to 060 business days"
                   move 20 to return-code
                   stop run
               end-if
               move wn-window to ws-window-days
           end-if

           perform load-calendar
           move ws-check-date to ws-date-chars
           perform check-business-day
           if ws-business-day
               move "Y" to ws-check-business-switch
           end-if
           perform build-window
           perform load-counters
           perform load-summary
           perform count-effective-days

           display "USAGE ANOMALY EXCEPTION REPORT FOR " ws-check-date
           display "printed " ws-today " for " ws-job-id
           display "spike multiple " ws-multiple
               " - trailing window " ws-window-days " business days"
           if cl-count = 0
               display "no business-day calendar on file - every day "
                   "is treated as a business day"
           end-if
           if not ws-check-business
               display ws-check-date " is not a business day - "
                   "silent counters are not checked"
           end-if
           if not ws-enough-history
               display "only " ws-effective-days " business days of "
                   "AUDITSUM history in the window - spikes and "
                   "silent counters are not judged"
           end-if
           display " "
           display "COUNTER-ID FINDING      TODAY        AVERAGE      "
               "DETAIL"

           if ws-enough-history and us-count > 0
               perform varying us-idx from 1 by 1
                       until us-idx > us-count
                   perform judge-counter
               end-perform
           end-if

           perform load-job-history
           perform scan-check-date-jobs
           if ws-jobs-changed
               perform save-job-history
           end-if

           display " "
           display "usage spikes:            " ws-spike-count
           display "job-count spikes:        " ws-jobs-spike-count
           display "silent counters:         " ws-silent-count
           display "jobs new to a counter:   " ws-new-job-count
           if ws-seeded-count > 0
               display "job history entries seeded without an "
                   "alert: " ws-seeded-count
           end-if
           if ws-us-full
               display "WARNING: more than 500 counters - the rest "
                   "are not checked"
           end-if
           if ws-jobs-full
               display "WARNING: CTRJOBS.DAT holds 5000 entries - "
                   "newer jobs are not remembered"
           end-if
           evaluate true
               when ws-spike-count > 0
                   move 8 to return-code
               when ws-finding-count > 0
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate
           stop run.

       load-calendar.
           move 0 to cl-count
           move "N" to ws-eof-switch
           open input calendar-file
           if ws-cal-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read calendar-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if cl-count < 2000
                           add 1 to cl-count
                           move cal-date to cl-date(cl-count)
                       end-if
               end-read
           end-perform
           close calendar-file.

       check-business-day.
           move "Y" to ws-business-switch
           if cl-count > 0
               perform varying cl-idx from 1 by 1
                       until cl-idx > cl-count
                   if cl-date(cl-idx) = ws-date-chars
                       move "N" to ws-business-switch
                       exit perform
                   end-if
               end-perform
           end-if.

       build-window.
           move 0 to wd-count
           move 0 to ws-walk-count
           compute ws-day-int = function integer-of-date(
               function numval(ws-check-date))
           perform until wd-count >= ws-window-days
                   or ws-walk-count >= 400
               subtract 1 from ws-day-int
               add 1 to ws-walk-count
               compute ws-date-num = function date-of-integer(
                   ws-day-int)
               move ws-date-num to ws-date-chars
               perform check-business-day
               if ws-business-day
                   add 1 to wd-count
                   move ws-date-chars to wd-date(wd-count)
               end-if
           end-perform.

       load-counters.
           move "N" to ws-eof-switch
           open input counter-file
           if ws-ctr-status not = "00"
               display "USAGE-ANOMALY: COUNTERS.DAT not readable - "
                   "file status " ws-ctr-status
                   " - silent counters cannot be checked"
               exit paragraph
           end-if
           perform until ws-eof
               read counter-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       move ctr-counter-id to ws-lookup-id
                       perform find-or-add-usage
                       if ws-found
                           move "Y" to us-on-file-switch(us-idx)
                           move ctr-status-flag
                               to us-status-flag(us-idx)
                       end-if
               end-read
           end-perform
           close counter-file.

       find-or-add-usage.
           move "N" to ws-found-switch
           if us-count > 0
               perform varying us-idx from 1 by 1
                       until us-idx > us-count
                   if us-counter-id(us-idx) = ws-lookup-id
                       move "Y" to ws-found-switch
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-found
               exit paragraph
           end-if
           if us-count >= 500
               move "Y" to ws-us-full-switch
               exit paragraph
           end-if
           add 1 to us-count
           move us-count to us-idx
           move ws-lookup-id to us-counter-id(us-idx)
           move space to us-status-flag(us-idx)
           move "N" to us-on-file-switch(us-idx)
           move zero to us-today-inc(us-idx)
           move zero to us-today-jobs(us-idx)
           move zero to us-hist-inc(us-idx)
           move zero to us-hist-jobs(us-idx)
           move zero to us-active-days(us-idx)
           perform varying wd-idx from 1 by 1 until wd-idx > 60
               move "N" to us-day-flag(us-idx, wd-idx)
           end-perform
           move "Y" to ws-found-switch.

       load-summary.
           move "N" to ws-eof-switch
           open input summary-file
           if ws-sum-status = "35"
               display "USAGE-ANOMALY: AUDITSUM.DAT not found - run "
                   "audit-archive first"
               exit paragraph
           end-if
           perform until ws-eof
               read summary-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-summary-row
               end-read
           end-perform
           close summary-file.

       note-summary-row.
           if sum-date < ws-first-sum-date
               move sum-date to ws-first-sum-date
           end-if
           if sum-date = ws-check-date
               move sum-counter-id to ws-lookup-id
               perform find-or-add-usage
               if ws-found
                   add sum-increment-count to us-today-inc(us-idx)
                   if sum-distinct-jobs > us-today-jobs(us-idx)
                       move sum-distinct-jobs to us-today-jobs(us-idx)
                   end-if
               end-if
               exit paragraph
           end-if
           if wd-count = 0
               exit paragraph
           end-if
           if sum-date >= ws-check-date
                   or sum-date < wd-date(wd-count)
               exit paragraph
           end-if
           move "N" to ws-found-switch
           perform varying wd-idx from 1 by 1
                   until wd-idx > wd-count
               if wd-date(wd-idx) = sum-date
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform
           if not ws-found
               exit paragraph
           end-if
           move sum-counter-id to ws-lookup-id
           perform find-or-add-usage
           if not ws-found
               exit paragraph
           end-if
           add sum-increment-count to us-hist-inc(us-idx)
           add sum-distinct-jobs to us-hist-jobs(us-idx)
           if sum-increment-count > zero
                   and us-day-flag(us-idx, wd-idx) = "N"
               move "Y" to us-day-flag(us-idx, wd-idx)
               add 1 to us-active-days(us-idx)
           end-if.

       count-effective-days.
           move 0 to ws-effective-days
           if wd-count > 0
               perform varying wd-idx from 1 by 1
                       until wd-idx > wd-count
                   if wd-date(wd-idx) >= ws-first-sum-date
                       add 1 to ws-effective-days
                   end-if
               end-perform
           end-if
           if ws-effective-days >= ws-min-history
               move "Y" to ws-history-switch
           end-if
           compute ws-half-days = (ws-effective-days + 1) / 2.

       judge-counter.
           if us-status-flag(us-idx) = "T"
               exit paragraph
           end-if
           compute ws-avg-inc rounded
               = us-hist-inc(us-idx) / ws-effective-days
           compute ws-avg-jobs rounded
               = us-hist-jobs(us-idx) / ws-effective-days
           if ws-avg-inc > zero
                   and us-today-inc(us-idx) >= ws-spike-floor
               compute ws-limit = ws-avg-inc * ws-multiple
               if us-today-inc(us-idx) > ws-limit
                   add 1 to ws-spike-count
                   move "USAGE-SPIKE" to ws-finding-code
                   move us-today-inc(us-idx) to ws-today-display
                   move ws-avg-inc to ws-avg-display
                   move spaces to ws-finding-detail
                   string "increments over " ws-multiple
                       " times normal" delimited by size
                       into ws-finding-detail
                   move "C" to ws-alert-severity
                   perform report-finding
               end-if
           end-if
           if ws-avg-jobs > zero
                   and us-today-jobs(us-idx) >= ws-jobs-floor
               compute ws-limit = ws-avg-jobs * ws-multiple
               if us-today-jobs(us-idx) > ws-limit
                   add 1 to ws-jobs-spike-count
                   move "JOBS-SPIKE" to ws-finding-code
                   move us-today-jobs(us-idx) to ws-today-display
                   move ws-avg-jobs to ws-avg-display
                   move spaces to ws-finding-detail
                   string "distinct jobs over " ws-multiple
                       " times normal" delimited by size
                       into ws-finding-detail
                   move "W" to ws-alert-severity
                   perform report-finding
               end-if
           end-if
           if ws-check-business and us-on-file(us-idx)
                   and us-status-flag(us-idx) not = "F"
                   and us-status-flag(us-idx) not = "S"
                   and us-today-inc(us-idx) = zero
                   and us-active-days(us-idx) >= ws-half-days
               add 1 to ws-silent-count
               move "SILENT" to ws-finding-code
               move zero to ws-today-display
               move ws-avg-inc to ws-avg-display
               move spaces to ws-finding-detail
               string "no use on a business day - active "
                   us-active-days(us-idx) " of " ws-effective-days
                   delimited by size into ws-finding-detail
               move "W" to ws-alert-severity
               perform report-finding
           end-if.

       report-finding.
           add 1 to ws-finding-count
           display us-counter-id(us-idx) " " ws-finding-code " "
               ws-today-display " " ws-avg-display " "
               ws-finding-detail
           move us-counter-id(us-idx) to ws-alert-id
           move ws-finding-code to ws-alert-code
           move spaces to ws-alert-text
           string ws-check-date " " ws-finding-detail
               delimited by size into ws-alert-text
           perform write-alert-record.

       load-job-history.
           move 0 to jh-count
           move "N" to ws-jobs-exist-switch
           move "N" to ws-eof-switch
           open input jobs-file
           if ws-jobs-status = "35"
               exit paragraph
           end-if
           move "Y" to ws-jobs-exist-switch
           perform until ws-eof
               read jobs-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if jh-count < 5000
                           add 1 to jh-count
                           move job-counter-id
                               to jh-counter-id(jh-count)
                           move job-job-id to jh-job-id(jh-count)
                           move job-first-seen
                               to jh-first-seen(jh-count)
                           move job-last-seen
                               to jh-last-seen(jh-count)
                       else
                           move "Y" to ws-jobs-full-switch
                       end-if
               end-read
           end-perform
           close jobs-file.

       save-job-history.
           open output jobs-file
           if ws-jobs-status not = "00"
               display "USAGE-ANOMALY: cannot write CTRJOBS.DAT - "
                   "file status " ws-jobs-status
               move 12 to return-code
               exit paragraph
           end-if
           perform varying jh-idx from 1 by 1
                   until jh-idx > jh-count
               move spaces to jobs-record
               move jh-counter-id(jh-idx) to job-counter-id
               move jh-job-id(jh-idx) to job-job-id
               move jh-first-seen(jh-idx) to job-first-seen
               move jh-last-seen(jh-idx) to job-last-seen
               write jobs-record
           end-perform
           close jobs-file.

       scan-check-date-jobs.
           compute ws-day-int = function integer-of-date(
               function numval(ws-check-date)) + 7
           compute ws-date-num = function date-of-integer(ws-day-int)
           move ws-date-num to ws-last-archive-date
           perform load-catalog
           if ct-count > 0
               perform varying ct-idx from 1 by 1
                       until ct-idx > ct-count
                   if ct-date(ct-idx) >= ws-check-date
                           and ct-date(ct-idx) <= ws-last-archive-date
                       perform scan-one-archive
                   end-if
               end-perform
           end-if
           move "N" to ws-eof-switch
           open input audit-file
           if ws-audit-status = "35"
               exit paragraph
           end-if
           perform until ws-eof
               read audit-file into ws-audit-line
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-job-use
               end-read
           end-perform
           close audit-file.

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
                   " - jobs in it are not checked"
               exit paragraph
           end-if
           perform until ws-eof
               read archive-file into ws-audit-line
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-job-use
               end-read
           end-perform
           close archive-file.

       note-job-use.
           if aud-timestamp(1:8) not = ws-check-date
               exit paragraph
           end-if
           if not aud-type-usage
               if not aud-type-legacy
                       or aud-old-value = aud-new-value
                   exit paragraph
               end-if
           end-if
           move "N" to ws-found-switch
           move "N" to ws-counter-known-switch
           if jh-count > 0
               perform varying jh-idx from 1 by 1
                       until jh-idx > jh-count
                   if jh-counter-id(jh-idx) = aud-counter-id
                       move "Y" to ws-counter-known-switch
                       if jh-job-id(jh-idx) = aud-job-id
                           move "Y" to ws-found-switch
                           exit perform
                       end-if
                   end-if
               end-perform
           end-if
           if ws-found
               if jh-last-seen(jh-idx) < ws-check-date
                   move ws-check-date to jh-last-seen(jh-idx)
                   move "Y" to ws-jobs-changed-switch
               end-if
               exit paragraph
           end-if
           if jh-count >= 5000
               move "Y" to ws-jobs-full-switch
               exit paragraph
           end-if
           add 1 to jh-count
           move aud-counter-id to jh-counter-id(jh-count)
           move aud-job-id to jh-job-id(jh-count)
           move ws-check-date to jh-first-seen(jh-count)
           move ws-check-date to jh-last-seen(jh-count)
           move "Y" to ws-jobs-changed-switch
           if not ws-jobs-exist or not ws-counter-known
               add 1 to ws-seeded-count
               exit paragraph
           end-if
           add 1 to ws-new-job-count
           add 1 to ws-finding-count
           display aud-counter-id " NEW-JOB      job " aud-job-id
               " has not used this counter before"
           move aud-counter-id to ws-alert-id
           move "NEW-JOB" to ws-alert-code
           move "W" to ws-alert-severity
           move spaces to ws-alert-text
           string ws-check-date " first use by job " aud-job-id
               delimited by size into ws-alert-text
           perform write-alert-record.

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
           move "usage-anomaly" to alr-program
           move ws-alert-id to alr-counter-id
           move ws-alert-severity to alr-severity
           move ws-alert-code to alr-code
           move "N" to alr-ack-flag
           move spaces to alr-ack-id
           move ws-alert-text to alr-text
           write alert-record
           close alert-file.
