       identification division.
       program-id. usage-recon.
       environment division.
       input-output section.
       file-control.
           select usage-file assign to "USAGE.DAT"
               organization is line sequential
               file status is ws-use-status.
           select registry-file assign to "ISSUEREG.DAT"
               organization is indexed
               access is dynamic
               record key is reg-key
               file status is ws-reg-status.
           select gaps-file assign to dynamic ws-gaps-filename
               organization is line sequential
               file status is ws-gaps-status.
           select void-file assign to "CTRVOID.DAT"
               organization is line sequential
               file status is ws-void-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
       data division.
       file section.
       fd  usage-file.
       01  usage-record.
           05 use-counter-id          pic x(10).
           05 filler                  pic x.
           05 use-number              pic 9(9).
           05 filler                  pic x.
           05 use-doc-ref             pic x(30).
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
       fd  void-file.
       01  void-request-record.
           05 vrq-counter-id          pic x(10).
           05 vrq-mode                pic x(1).
           05 vrq-sign                pic x(1).
           05 vrq-count               pic 9(9).
           05 vrq-low-range           pic 9(9).
           05 vrq-high-range          pic 9(9).
           05 vrq-reset-freq          pic x(1).
           05 vrq-reference           pic x(30).
           05 filler                  pic x(10).
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
       01 ws-use-status               pic x(2).
       01 ws-reg-status               pic x(2).
       01 ws-gaps-status              pic x(2).
       01 ws-void-status              pic x(2).
       01 ws-alert-status             pic x(2).
       01 ws-alert-counter-id         pic x(10).
       01 ws-alert-severity           pic x(1).
       01 ws-alert-code               pic x(12).
       01 ws-alert-text               pic x(60).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wu-counter-id           pic x(10).
           05 wu-through-date         pic x(8).
           05 filler                  pic x(62).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-through-date             pic x(8).
       01 ws-gaps-filename            pic x(15).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-reg-eof-switch           pic x value "N".
           88 ws-reg-eof              value "Y".
       01 ws-reg-open-switch          pic x value "N".
           88 ws-reg-open             value "Y".
       01 ws-use-overflow-switch      pic x value "N".
           88 ws-use-overflow         value "Y".
       01 use-table-area.
           05 ut-count                pic 9(4) value 0.
           05 ut-entry occurs 5000 times indexed by ut-idx.
              10 ut-key.
                 15 ut-counter-id     pic x(10).
                 15 ut-number         pic 9(9).
              10 ut-doc-ref           pic x(30).
              10 ut-matched-switch    pic x.
                 88 ut-matched        value "Y".
       01 ws-new-key.
           05 ws-new-counter-id       pic x(10).
           05 ws-new-number           pic 9(9).
       01 ctr-table-area.
           05 cc-count                pic 9(4) value 0.
           05 cc-entry occurs 500 times indexed by cc-idx.
              10 cc-counter-id        pic x(10).
              10 cc-first-use         pic 9(4).
              10 cc-last-use          pic 9(4).
              10 cc-unused-count      pic 9(9).
              10 cc-unissued-count    pic 9(9).
              10 cc-duplicate-count   pic 9(9).
              10 cc-void-lines        pic 9(9).
       01 gap-pool-area.
           05 gap-count               pic 9(4) value 0.
           05 gap-entry occurs 500 times indexed by gap-idx.
              10 gap-pool-value       pic 9(9).
       01 ws-in-gap-switch            pic x value "N".
           88 ws-in-gap               value "Y".
       01 ws-used-switch              pic x value "N".
           88 ws-used                 value "Y".
       01 ws-run-open-switch          pic x value "N".
           88 ws-run-open             value "Y".
       01 ws-placed-switch            pic x value "N".
           88 ws-placed               value "Y".
       01 ws-judge-switch             pic x value "N".
           88 ws-judge                value "Y".
       01 ws-value                    pic 9(10).
       01 ws-run-first                pic 9(9).
       01 ws-run-last                 pic 9(9).
       01 ws-use-ptr                  pic 9(4).
       01 ws-registry-count           pic 9(9) value 0.
       01 ws-unused-total             pic 9(9) value 0.
       01 ws-unissued-total           pic 9(9) value 0.
       01 ws-duplicate-total          pic 9(9) value 0.
       01 ws-void-line-total          pic 9(9) value 0.
       01 ws-alert-count              pic 9(5) value 0.
       01 ws-count-text               pic z(8)9.
       01 u                           pic 9(4).

       procedure division.
       main-logic.
           accept ws-parm-line
           accept ws-job-id from environment "USER"
           if ws-job-id = spaces
               move "UNKNOWN" to ws-job-id
           end-if
           accept ws-today from date yyyymmdd
           if wu-through-date = spaces
               move ws-today to ws-through-date
           else
               if wu-through-date not numeric
                   display "USAGE-RECON: through-date must be "
                       "YYYYMMDD"
                   move 20 to return-code
                   stop run
               end-if
               move wu-through-date to ws-through-date
           end-if

           perform load-usage
           if return-code not = zero
               stop run
           end-if

           display "USAGE RECONCILIATION - USAGE.DAT AGAINST "
               "ISSUEREG.DAT"
           display "run date:            " ws-today
           display "issued on or before: " ws-through-date
               " are judged for non-use"
           display "usage lines loaded:  " ut-count
           if ws-use-overflow
               display "WARNING: USAGE.DAT holds more than 5000 "
                   "lines - the rest were not reconciled"
           end-if

           open output void-file
           if ws-void-status not = "00"
               display "USAGE-RECON: cannot create CTRVOID.DAT - "
                   "file status " ws-void-status
               move 12 to return-code
               stop run
           end-if
           open input registry-file
           if ws-reg-status = "00"
               move "Y" to ws-reg-open-switch
           else
               if ws-reg-status not = "35"
                   display "USAGE-RECON: cannot open ISSUEREG.DAT - "
                       "file status " ws-reg-status
                   close void-file
                   move 12 to return-code
                   stop run
               end-if
           end-if

           display " "
           display "LIST 1 - ISSUED BUT NEVER USED"
           display "  COUNTER    FIRST     LAST      JOB-ID"
               "               REFERENCE"
           if cc-count > 0
               perform varying cc-idx from 1 by 1
                       until cc-idx > cc-count
                   perform reconcile-counter
               end-perform
           end-if
           if ws-reg-open
               close registry-file
           end-if
           close void-file

           perform print-unissued
           perform print-duplicates
           perform print-totals
           perform raise-alerts

           if ws-unissued-total > 0 or ws-duplicate-total > 0
               move 8 to return-code
           else
               if ws-unused-total > 0
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if
           stop run.

       load-usage.
           move "N" to ws-eof-switch
           open input usage-file
           if ws-use-status = "35"
               display "USAGE-RECON: USAGE.DAT not found - nothing "
                   "to reconcile"
               move 12 to return-code
               exit paragraph
           end-if
           if ws-use-status not = "00"
               display "USAGE-RECON: cannot open USAGE.DAT - file "
                   "status " ws-use-status
               move 12 to return-code
               exit paragraph
           end-if
           perform until ws-eof
               read usage-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-usage-line
               end-read
           end-perform
           close usage-file
           perform build-counter-table
           if return-code = zero
               perform seed-counter-table
           end-if.

       note-usage-line.
           if use-counter-id = spaces
               exit paragraph
           end-if
           if wu-counter-id not = spaces
                   and use-counter-id not = wu-counter-id
               exit paragraph
           end-if
           if use-number not numeric
               display "USAGE-RECON: skipped line with non-numeric "
                   "number for counter " use-counter-id
                   " doc " use-doc-ref
               exit paragraph
           end-if
           if ut-count >= 5000
               move "Y" to ws-use-overflow-switch
               move "Y" to ws-eof-switch
               exit paragraph
           end-if
           move use-counter-id to ws-new-counter-id
           move use-number to ws-new-number
           move ut-count to u
           move "N" to ws-placed-switch
           perform until ws-placed
               if u = 0
                   move "Y" to ws-placed-switch
               else
                   if ut-key(u) <= ws-new-key
                       move "Y" to ws-placed-switch
                   else
                       move ut-entry(u) to ut-entry(u + 1)
                       subtract 1 from u
                   end-if
               end-if
           end-perform
           add 1 to u
           move ws-new-key to ut-key(u)
           move use-doc-ref to ut-doc-ref(u)
           move "N" to ut-matched-switch(u)
           add 1 to ut-count.

       build-counter-table.
           if ut-count = 0
               exit paragraph
           end-if
           perform varying ut-idx from 1 by 1 until ut-idx > ut-count
               if cc-count = 0
                       or ut-counter-id(ut-idx)
                           not = cc-counter-id(cc-count)
                   if cc-count >= 500
                       display "USAGE-RECON: more than 500 counters "
                           "in USAGE.DAT - split the file"
                       move 22 to return-code
                       exit perform
                   end-if
                   add 1 to cc-count
                   move ut-counter-id(ut-idx)
                       to cc-counter-id(cc-count)
                   set cc-first-use(cc-count) to ut-idx
                   move zero to cc-unused-count(cc-count)
                   move zero to cc-unissued-count(cc-count)
                   move zero to cc-duplicate-count(cc-count)
                   move zero to cc-void-lines(cc-count)
               end-if
               set cc-last-use(cc-count) to ut-idx
           end-perform.

       seed-counter-table.
           if wu-counter-id not = spaces
               move wu-counter-id to ws-new-counter-id
               perform add-seed-counter
               exit paragraph
           end-if
           open input registry-file
           if ws-reg-status not = "00"
               exit paragraph
           end-if
           move "N" to ws-reg-eof-switch
           move low-values to reg-key
           start registry-file key is not less than reg-key
               invalid key
                   move "Y" to ws-reg-eof-switch
           end-start
           perform until ws-reg-eof or return-code not = zero
               read registry-file next
                   at end
                       move "Y" to ws-reg-eof-switch
                   not at end
                       move reg-counter-id to ws-new-counter-id
                       perform add-seed-counter
                       move 999999999 to reg-first-value
                       start registry-file key is greater than reg-key
                           invalid key
                               move "Y" to ws-reg-eof-switch
                       end-start
               end-read
           end-perform
           close registry-file.

       add-seed-counter.
           if cc-count > 0
               perform varying cc-idx from 1 by 1
                       until cc-idx > cc-count
                   if cc-counter-id(cc-idx) = ws-new-counter-id
                       exit paragraph
                   end-if
               end-perform
           end-if
           if cc-count >= 500
               display "USAGE-RECON: more than 500 counters "
                   "to reconcile - give a counter-id in the parm"
               move 22 to return-code
               exit paragraph
           end-if
           add 1 to cc-count
           move ws-new-counter-id to cc-counter-id(cc-count)
           move 1 to cc-first-use(cc-count)
           move 0 to cc-last-use(cc-count)
           move zero to cc-unused-count(cc-count)
           move zero to cc-unissued-count(cc-count)
           move zero to cc-duplicate-count(cc-count)
           move zero to cc-void-lines(cc-count).

       reconcile-counter.
           perform load-gap-pool
           if not ws-reg-open
               exit paragraph
           end-if
           move "N" to ws-reg-eof-switch
           move cc-counter-id(cc-idx) to reg-counter-id
           move zero to reg-first-value
           start registry-file key is not less than reg-key
               invalid key
                   move "Y" to ws-reg-eof-switch
           end-start
           perform until ws-reg-eof
               read registry-file next
                   at end
                       move "Y" to ws-reg-eof-switch
                   not at end
                       if reg-counter-id not = cc-counter-id(cc-idx)
                           move "Y" to ws-reg-eof-switch
                       else
                           perform reconcile-registry-entry
                       end-if
               end-read
           end-perform
           if cc-unused-count(cc-idx) + gap-count > 500
               display "  WARNING: " cc-counter-id(cc-idx)
                   " void pool holds " gap-count " numbers - the "
                   "500 limit stops some candidate voids"
           end-if.

       reconcile-registry-entry.
           add 1 to ws-registry-count
           if reg-issued-ts(1:8) <= ws-through-date
               move "Y" to ws-judge-switch
           else
               move "N" to ws-judge-switch
           end-if
           move "N" to ws-run-open-switch
           move cc-first-use(cc-idx) to ws-use-ptr
           perform varying ws-value from reg-first-value by 1
                   until ws-value > reg-last-value
               perform until ws-use-ptr > cc-last-use(cc-idx)
                       or ut-number(ws-use-ptr) >= ws-value
                   add 1 to ws-use-ptr
               end-perform
               move "N" to ws-used-switch
               perform until ws-use-ptr > cc-last-use(cc-idx)
                       or ut-number(ws-use-ptr) not = ws-value
                   move "Y" to ut-matched-switch(ws-use-ptr)
                   move "Y" to ws-used-switch
                   add 1 to ws-use-ptr
               end-perform
               if ws-used or not ws-judge
                   perform close-unused-run
               else
                   perform check-in-gap
                   if ws-in-gap
                       perform close-unused-run
                   else
                       if ws-run-open
                           move ws-value to ws-run-last
                       else
                           move "Y" to ws-run-open-switch
                           move ws-value to ws-run-first
                           move ws-value to ws-run-last
                       end-if
                       add 1 to cc-unused-count(cc-idx)
                       add 1 to ws-unused-total
                   end-if
               end-if
           end-perform
           perform close-unused-run.

       close-unused-run.
           if not ws-run-open
               exit paragraph
           end-if
           move "N" to ws-run-open-switch
           display "  " cc-counter-id(cc-idx) " " ws-run-first " "
               ws-run-last " " reg-job-id " " reg-reference
           move spaces to void-request-record
           move cc-counter-id(cc-idx) to vrq-counter-id
           move "V" to vrq-mode
           move ws-run-first to vrq-count
           move zero to vrq-low-range
           move ws-run-last to vrq-high-range
           move spaces to vrq-reference
           string "UNUSED " reg-reference delimited by size
               into vrq-reference
           write void-request-record
           add 1 to cc-void-lines(cc-idx)
           add 1 to ws-void-line-total.

       check-in-gap.
           move "N" to ws-in-gap-switch
           if gap-count > 0
               perform varying gap-idx from 1 by 1
                       until gap-idx > gap-count
                   if gap-pool-value(gap-idx) = ws-value
                       move "Y" to ws-in-gap-switch
                       exit perform
                   end-if
               end-perform
           end-if.

       load-gap-pool.
           move spaces to ws-gaps-filename
           string cc-counter-id(cc-idx) delimited by space
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
           close gaps-file.

       print-unissued.
           display " "
           display "LIST 2 - USED BUT NEVER ISSUED"
           display "  COUNTER    NUMBER    DOCUMENT"
           if ut-count = 0
               exit paragraph
           end-if
           perform varying ut-idx from 1 by 1 until ut-idx > ut-count
               if not ut-matched(ut-idx)
                   display "  " ut-counter-id(ut-idx) " "
                       ut-number(ut-idx) " " ut-doc-ref(ut-idx)
                   add 1 to ws-unissued-total
                   perform find-counter-entry
                   add 1 to cc-unissued-count(cc-idx)
               end-if
           end-perform.

       print-duplicates.
           display " "
           display "LIST 3 - USED MORE THAN ONCE"
           display "  COUNTER    NUMBER    DOCUMENT"
           if ut-count < 2
               exit paragraph
           end-if
           perform varying ut-idx from 1 by 1 until ut-idx > ut-count
               move "N" to ws-used-switch
               if ut-idx > 1
                   if ut-key(ut-idx) = ut-key(ut-idx - 1)
                       move "Y" to ws-used-switch
                   end-if
               end-if
               if ut-idx < ut-count
                   if ut-key(ut-idx) = ut-key(ut-idx + 1)
                       move "Y" to ws-used-switch
                   end-if
               end-if
               if ws-used
                   display "  " ut-counter-id(ut-idx) " "
                       ut-number(ut-idx) " " ut-doc-ref(ut-idx)
                   if ut-idx > 1
                       if ut-key(ut-idx) = ut-key(ut-idx - 1)
                           add 1 to ws-duplicate-total
                           perform find-counter-entry
                           add 1 to cc-duplicate-count(cc-idx)
                       end-if
                   end-if
               end-if
           end-perform.

       find-counter-entry.
           perform varying cc-idx from 1 by 1 until cc-idx > cc-count
               if cc-counter-id(cc-idx) = ut-counter-id(ut-idx)
                   exit perform
               end-if
           end-perform.

       print-totals.
           display " "
           display "TOTALS BY COUNTER"
           display "  COUNTER    UNUSED    NOT-ISSUED EXTRA-USES"
               " VOID-LINES"
           if cc-count > 0
               perform varying cc-idx from 1 by 1
                       until cc-idx > cc-count
                   display "  " cc-counter-id(cc-idx) " "
                       cc-unused-count(cc-idx) " "
                       cc-unissued-count(cc-idx) "  "
                       cc-duplicate-count(cc-idx) "  "
                       cc-void-lines(cc-idx)
               end-perform
           end-if
           display " "
           display "registry entries examined:      " ws-registry-count
           display "numbers issued but never used:  " ws-unused-total
           display "numbers used but never issued:  "
               ws-unissued-total
           display "extra uses of the same number:  "
               ws-duplicate-total
           display "candidate void lines written:   "
               ws-void-line-total " to CTRVOID.DAT"
           if ws-void-line-total > 0
               display "review CTRVOID.DAT, then run it through "
                   "counter-batch as CTRREQS.DAT to void the numbers"
           end-if.

       raise-alerts.
           if cc-count = 0
               exit paragraph
           end-if
           perform varying cc-idx from 1 by 1 until cc-idx > cc-count
               if cc-duplicate-count(cc-idx) > 0
                   move cc-counter-id(cc-idx) to ws-alert-counter-id
                   move "C" to ws-alert-severity
                   move "USED-TWICE" to ws-alert-code
                   move cc-duplicate-count(cc-idx) to ws-count-text
                   move spaces to ws-alert-text
                   string ws-count-text " extra uses of numbers "
                       "already used downstream" delimited by size
                       into ws-alert-text
                   perform write-alert-record
               end-if
               if cc-unissued-count(cc-idx) > 0
                   move cc-counter-id(cc-idx) to ws-alert-counter-id
                   move "C" to ws-alert-severity
                   move "NOT-ISSUED" to ws-alert-code
                   move cc-unissued-count(cc-idx) to ws-count-text
                   move spaces to ws-alert-text
                   string ws-count-text " numbers used downstream "
                       "were never issued" delimited by size
                       into ws-alert-text
                   perform write-alert-record
               end-if
           end-perform
           if ws-alert-count > 0
               display "USAGE-RECON: " ws-alert-count
                   " alerts written to ALERTS.DAT"
           end-if.

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
           move "usage-recon" to alr-program
           move ws-alert-counter-id to alr-counter-id
           move ws-alert-severity to alr-severity
           move ws-alert-code to alr-code
           move "N" to alr-ack-flag
           move spaces to alr-ack-id
           move ws-alert-text to alr-text
           write alert-record
           close alert-file
           add 1 to ws-alert-count.
