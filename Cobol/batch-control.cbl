       identification division.
       program-id. batch-control.
       environment division.
       input-output section.
       file-control.
           select runbook-file assign to "RUNBOOK.DAT"
               organization is line sequential
               file status is ws-rb-status.
           select checkpoint-file assign to "BATCHCKP.DAT"
               organization is line sequential
               file status is ws-ckp-status.
           select parm-file assign to "BATCHPRM.DAT"
               organization is line sequential
               file status is ws-prm-status.
           select calendar-file assign to "CALENDAR.DAT"
               organization is line sequential
               file status is ws-cal-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
       data division.
       file section.
       fd  runbook-file.
       01  runbook-record.
           05 rb-step-no              pic x(3).
           05 filler                  pic x.
           05 rb-command              pic x(20).
           05 filler                  pic x.
           05 rb-parm                 pic x(40).
           05 filler                  pic x.
           05 rb-allowed-rcs          pic x(15).
           05 filler                  pic x.
           05 rb-calendar-rule        pic x(1).
           05 filler                  pic x.
           05 rb-desc                 pic x(30).
       fd  checkpoint-file.
       01  checkpoint-record.
           05 ckp-run-date            pic x(8).
           05 filler                  pic x value space.
           05 ckp-step-no             pic x(3).
           05 filler                  pic x value space.
           05 ckp-command             pic x(20).
           05 filler                  pic x value space.
           05 ckp-status              pic x(1).
           05 filler                  pic x value space.
           05 ckp-start-ts            pic x(14).
           05 filler                  pic x value space.
           05 ckp-end-ts              pic x(14).
           05 filler                  pic x value space.
           05 ckp-rc                  pic 9(3).
           05 filler                  pic x value space.
           05 ckp-job-id              pic x(20).
       fd  parm-file.
       01  parm-record                pic x(80).
       fd  calendar-file.
       01  calendar-record.
           05 cal-date                pic x(8).
           05 filler                  pic x value space.
           05 cal-type                pic x(1).
           05 filler                  pic x value space.
           05 cal-desc                pic x(30).
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
       01 ws-rb-status                pic x(2).
       01 ws-ckp-status               pic x(2).
       01 ws-prm-status               pic x(2).
       01 ws-cal-status               pic x(2).
       01 ws-alert-status             pic x(2).
       01 ws-alert-severity           pic x(1).
       01 ws-alert-code               pic x(12).
       01 ws-alert-id                 pic x(10).
       01 ws-alert-text               pic x(60).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wr-run-date             pic x(8).
           05 wr-from-step            pic x(3).
           05 filler                  pic x(69).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-run-date                 pic x(8).
       01 ws-from-step                pic x(3) value spaces.
       01 ws-time-of-day              pic 9(8).
       01 ws-timestamp                pic x(14).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-business-switch          pic x value "N".
           88 ws-business-day         value "Y".
       01 ws-apply-switch             pic x value "N".
           88 ws-step-applies         value "Y".
       01 ws-allowed-switch           pic x value "N".
           88 ws-rc-allowed           value "Y".
       01 ws-stop-switch              pic x value "N".
           88 ws-run-stopped          value "Y".
       01 ws-restart-switch           pic x value "N".
           88 ws-restart              value "Y".
       01 ws-day-int                  pic 9(8).
       01 ws-date-num                 pic 9(8).
       01 ws-date-chars               pic x(8).
       01 ws-run-month                pic x(6).
       01 ws-rule-text                pic x(30).
       01 ws-command-line             pic x(80).
       01 ws-system-status            pic s9(9) comp-5.
       01 ws-signal                   pic 9(3).
       01 ws-step-rc                  pic 9(3).
       01 ws-allowed-list             pic x(15).
       01 ws-allowed-fields redefines ws-allowed-list.
           05 ws-allowed-entry occurs 5 times.
              10 ws-allowed-rc        pic x(2).
              10 filler               pic x(1).
       01 ws-allowed-num              pic 9(2).
       01 a                           pic 9(1).
       01 cal-table-area.
           05 cl-count                pic 9(4) value 0.
           05 cl-entry occurs 2000 times indexed by cl-idx.
              10 cl-date              pic x(8).
       01 step-table-area.
           05 st-count                pic 9(3) value 0.
           05 st-entry occurs 99 times indexed by st-idx.
              10 st-step-no           pic x(3).
              10 st-command           pic x(20).
              10 st-parm              pic x(40).
              10 st-allowed-rcs       pic x(15).
              10 st-calendar-rule     pic x(1).
              10 st-desc              pic x(30).
              10 st-result            pic x(1).
                 88 st-not-run        value " ".
                 88 st-completed      value "C".
                 88 st-skipped        value "S".
                 88 st-failed         value "F".
                 88 st-bypassed       value "B".
              10 st-earlier-switch    pic x(1).
                 88 st-earlier        value "Y".
              10 st-start-ts          pic x(14).
              10 st-end-ts            pic x(14).
              10 st-rc                pic 9(3).
       01 ws-run-count                pic 9(3) value 0.
       01 ws-done-count               pic 9(3) value 0.
       01 ws-skip-count               pic 9(3) value 0.
       01 ws-earlier-count            pic 9(3) value 0.
       01 ws-fail-count               pic 9(3) value 0.
       01 ws-summary-status           pic x(12).
       01 ws-summary-rc               pic x(3).

       procedure division.
       main-logic.
           accept ws-parm-line
           accept ws-job-id from environment "USER"
           if ws-job-id = spaces
               move "UNKNOWN" to ws-job-id
           end-if
           accept ws-today from date yyyymmdd

           if wr-run-date = spaces
               move ws-today to ws-run-date
           else
               if wr-run-date not numeric
                   display "BATCH-CONTROL: run date must be numeric "
                       "yyyymmdd"
                   move 20 to return-code
                   stop run
               end-if
               move wr-run-date to ws-run-date
           end-if
           if wr-from-step not = spaces
               if wr-from-step not numeric
                   display "BATCH-CONTROL: restart step must be "
                       "three digits"
                   move 20 to return-code
                   stop run
               end-if
               move wr-from-step to ws-from-step
           end-if
           move ws-run-date(1:6) to ws-run-month

           perform load-runbook
           if return-code not = zero
               stop run
           end-if
           if ws-from-step not = spaces
               perform find-from-step
               if not ws-found
                   display "BATCH-CONTROL: step " ws-from-step
                       " is not in RUNBOOK.DAT"
                   move 14 to return-code
                   stop run
               end-if
           end-if
           perform load-calendar
           perform load-checkpoints
           if return-code not = zero
               stop run
           end-if

           display "BATCH-CONTROL: nightly run for " ws-run-date
               " started by " ws-job-id
           if ws-restart
               display "BATCH-CONTROL: restart - " ws-earlier-count
                   " step(s) already finished for this run date"
           end-if

           perform varying st-idx from 1 by 1
                   until st-idx > st-count or ws-run-stopped
               perform run-one-step
           end-perform

           perform print-run-summary
           if ws-fail-count > 0
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       load-runbook.
           move 0 to st-count
           move "N" to ws-eof-switch
           open input runbook-file
           if ws-rb-status not = "00"
               display "BATCH-CONTROL: RUNBOOK.DAT not readable - "
                   "file status " ws-rb-status
               move 12 to return-code
               exit paragraph
           end-if
           perform until ws-eof
               read runbook-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-runbook-step
               end-read
           end-perform
           close runbook-file
           if return-code = zero and st-count = 0
               display "BATCH-CONTROL: RUNBOOK.DAT holds no steps"
               move 12 to return-code
           end-if.

       note-runbook-step.
           if runbook-record = spaces or runbook-record(1:1) = "*"
               exit paragraph
           end-if
           if rb-step-no not numeric or rb-command = spaces
               display "BATCH-CONTROL: RUNBOOK.DAT line for step '"
                   rb-step-no "' needs a step number and a program"
               move 20 to return-code
               exit paragraph
           end-if
           if rb-calendar-rule not = space
                   and rb-calendar-rule not = "A"
                   and rb-calendar-rule not = "B"
                   and rb-calendar-rule not = "N"
                   and rb-calendar-rule not = "F"
                   and rb-calendar-rule not = "L"
               display "BATCH-CONTROL: step " rb-step-no
                   " calendar rule '" rb-calendar-rule
                   "' must be A, B, N, F or L"
               move 20 to return-code
               exit paragraph
           end-if
           if st-count > 0
               if rb-step-no not > st-step-no(st-count)
                   display "BATCH-CONTROL: step " rb-step-no
                       " is out of sequence in RUNBOOK.DAT"
                   move 20 to return-code
                   exit paragraph
               end-if
           end-if
           if st-count >= 99
               display "BATCH-CONTROL: RUNBOOK.DAT holds more than 99 "
                   "steps"
               move 20 to return-code
               exit paragraph
           end-if
           add 1 to st-count
           move rb-step-no to st-step-no(st-count)
           move rb-command to st-command(st-count)
           move rb-parm to st-parm(st-count)
           move rb-allowed-rcs to st-allowed-rcs(st-count)
           move rb-calendar-rule to st-calendar-rule(st-count)
           move rb-desc to st-desc(st-count)
           move space to st-result(st-count)
           move "N" to st-earlier-switch(st-count)
           move spaces to st-start-ts(st-count)
           move spaces to st-end-ts(st-count)
           move zero to st-rc(st-count).

       find-from-step.
           move "N" to ws-found-switch
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
               if st-step-no(st-idx) = ws-from-step
                   move "Y" to ws-found-switch
                   exit perform
               end-if
           end-perform.

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

       load-checkpoints.
           move "N" to ws-eof-switch
           open input checkpoint-file
           if ws-ckp-status = "35"
               exit paragraph
           end-if
           if ws-ckp-status not = "00"
               display "BATCH-CONTROL: BATCHCKP.DAT not readable - "
                   "file status " ws-ckp-status
               move 12 to return-code
               exit paragraph
           end-if
           perform until ws-eof
               read checkpoint-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if ckp-run-date = ws-run-date
                           perform note-checkpoint
                       end-if
               end-read
           end-perform
           close checkpoint-file
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
               if (st-completed(st-idx) or st-skipped(st-idx)
                       or st-bypassed(st-idx))
                       and (ws-from-step = spaces
                           or st-step-no(st-idx) < ws-from-step)
                   move "Y" to st-earlier-switch(st-idx)
                   move "Y" to ws-restart-switch
                   add 1 to ws-earlier-count
               else
                   move space to st-result(st-idx)
               end-if
           end-perform.

       note-checkpoint.
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
               if st-step-no(st-idx) = ckp-step-no
                   move ckp-status to st-result(st-idx)
                   move ckp-start-ts to st-start-ts(st-idx)
                   move ckp-end-ts to st-end-ts(st-idx)
                   move ckp-rc to st-rc(st-idx)
                   exit perform
               end-if
           end-perform.

       run-one-step.
           if st-earlier(st-idx)
               display "BATCH-CONTROL: step " st-step-no(st-idx) " "
                   st-command(st-idx) " finished earlier - not rerun"
               exit paragraph
           end-if
           if ws-from-step not = spaces
                   and st-step-no(st-idx) < ws-from-step
               move "B" to st-result(st-idx)
               perform stamp-now
               move ws-timestamp to st-start-ts(st-idx)
               move ws-timestamp to st-end-ts(st-idx)
               move zero to st-rc(st-idx)
               display "BATCH-CONTROL: step " st-step-no(st-idx) " "
                   st-command(st-idx) " bypassed - restart asked "
                   "for step " ws-from-step
               perform write-checkpoint
               exit paragraph
           end-if

           perform check-calendar-rule
           if not ws-step-applies
               move "S" to st-result(st-idx)
               perform stamp-now
               move ws-timestamp to st-start-ts(st-idx)
               move ws-timestamp to st-end-ts(st-idx)
               move zero to st-rc(st-idx)
               add 1 to ws-skip-count
               display "BATCH-CONTROL: step " st-step-no(st-idx) " "
                   st-command(st-idx) " skipped - runs " ws-rule-text
               perform write-checkpoint
               exit paragraph
           end-if

           move spaces to parm-record
           move st-parm(st-idx) to parm-record
           open output parm-file
           if ws-prm-status not = "00"
               display "BATCH-CONTROL: cannot write BATCHPRM.DAT - "
                   "file status " ws-prm-status
               move 999 to ws-step-rc
               perform stamp-now
               move ws-timestamp to st-start-ts(st-idx)
               perform fail-step
               exit paragraph
           end-if
           write parm-record
           close parm-file

           move spaces to ws-command-line
           string st-command(st-idx) delimited by space
               " < BATCHPRM.DAT" delimited by size
               into ws-command-line
           perform stamp-now
           move ws-timestamp to st-start-ts(st-idx)
           display "BATCH-CONTROL: step " st-step-no(st-idx) " "
               st-command(st-idx) " started " ws-timestamp
           add 1 to ws-run-count
           call "SYSTEM" using ws-command-line
           move return-code to ws-system-status
           move zero to return-code
           if ws-system-status < zero
               move 999 to ws-step-rc
           else
               divide ws-system-status by 256 giving ws-step-rc
                   remainder ws-signal
               if ws-signal not = zero
                   move 999 to ws-step-rc
               end-if
           end-if

           perform check-allowed-rc
           if not ws-rc-allowed
               perform fail-step
               exit paragraph
           end-if
           perform stamp-now
           move ws-timestamp to st-end-ts(st-idx)
           move ws-step-rc to st-rc(st-idx)
           move "C" to st-result(st-idx)
           add 1 to ws-done-count
           display "BATCH-CONTROL: step " st-step-no(st-idx) " "
               st-command(st-idx) " ended " ws-timestamp " rc "
               ws-step-rc
           perform write-checkpoint.

       fail-step.
           perform stamp-now
           move ws-timestamp to st-end-ts(st-idx)
           move ws-step-rc to st-rc(st-idx)
           move "F" to st-result(st-idx)
           add 1 to ws-fail-count
           move "Y" to ws-stop-switch
           display "BATCH-CONTROL: step " st-step-no(st-idx) " "
               st-command(st-idx) " FAILED rc " ws-step-rc
               " - allowed " st-allowed-rcs(st-idx)
           display "BATCH-CONTROL: run stopped - rerun for "
               ws-run-date " to restart at this step"
           perform write-checkpoint
           move spaces to ws-alert-id
           move "C" to ws-alert-severity
           move "STEP-FAILED" to ws-alert-code
           move spaces to ws-alert-text
           string "step " st-step-no(st-idx) " "
               st-command(st-idx) delimited by size
               " rc " ws-step-rc " run " ws-run-date
               delimited by size into ws-alert-text
           perform write-alert-record.

       check-allowed-rc.
           move "N" to ws-allowed-switch
           move st-allowed-rcs(st-idx) to ws-allowed-list
           if ws-allowed-list = spaces
               move "00" to ws-allowed-list
           end-if
           perform varying a from 1 by 1 until a > 5
               if ws-allowed-rc(a) numeric
                   move ws-allowed-rc(a) to ws-allowed-num
                   if ws-allowed-num = ws-step-rc
                       move "Y" to ws-allowed-switch
                       exit perform
                   end-if
               end-if
           end-perform.

       check-calendar-rule.
           move "Y" to ws-apply-switch
           move spaces to ws-rule-text
           move ws-run-date to ws-date-chars
           evaluate st-calendar-rule(st-idx)
               when "B"
                   move "on business days only" to ws-rule-text
                   perform check-business-day
                   if not ws-business-day
                       move "N" to ws-apply-switch
                   end-if
               when "N"
                   move "on non-business days only" to ws-rule-text
                   perform check-business-day
                   if ws-business-day
                       move "N" to ws-apply-switch
                   end-if
               when "F"
                   move "on the first business day of the month"
                       to ws-rule-text
                   perform check-first-business-day
               when "L"
                   move "on the last business day of the month"
                       to ws-rule-text
                   perform check-last-business-day
           end-evaluate.

       check-first-business-day.
           perform check-business-day
           if not ws-business-day
               move "N" to ws-apply-switch
               exit paragraph
           end-if
           compute ws-day-int = function integer-of-date(
               function numval(ws-run-date))
           perform until ws-apply-switch = "N"
               subtract 1 from ws-day-int
               compute ws-date-num = function date-of-integer(
                   ws-day-int)
               move ws-date-num to ws-date-chars
               if ws-date-chars(1:6) not = ws-run-month
                   exit perform
               end-if
               perform check-business-day
               if ws-business-day
                   move "N" to ws-apply-switch
               end-if
           end-perform.

       check-last-business-day.
           perform check-business-day
           if not ws-business-day
               move "N" to ws-apply-switch
               exit paragraph
           end-if
           compute ws-day-int = function integer-of-date(
               function numval(ws-run-date))
           perform until ws-apply-switch = "N"
               add 1 to ws-day-int
               compute ws-date-num = function date-of-integer(
                   ws-day-int)
               move ws-date-num to ws-date-chars
               if ws-date-chars(1:6) not = ws-run-month
                   exit perform
               end-if
               perform check-business-day
               if ws-business-day
                   move "N" to ws-apply-switch
               end-if
           end-perform.

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

       stamp-now.
           move spaces to ws-timestamp
           accept ws-timestamp(1:8) from date yyyymmdd
           accept ws-time-of-day from time
           move ws-time-of-day(1:6) to ws-timestamp(9:6).

       write-checkpoint.
           open extend checkpoint-file
           if ws-ckp-status = "35"
               open output checkpoint-file
           end-if
           if ws-ckp-status not = "00"
               display "BATCH-CONTROL: cannot write BATCHCKP.DAT - "
                   "file status " ws-ckp-status
                   " - a restart will rerun step " st-step-no(st-idx)
               exit paragraph
           end-if
           move spaces to checkpoint-record
           move ws-run-date to ckp-run-date
           move st-step-no(st-idx) to ckp-step-no
           move st-command(st-idx) to ckp-command
           move st-result(st-idx) to ckp-status
           move st-start-ts(st-idx) to ckp-start-ts
           move st-end-ts(st-idx) to ckp-end-ts
           move st-rc(st-idx) to ckp-rc
           move ws-job-id to ckp-job-id
           write checkpoint-record
           close checkpoint-file.

       print-run-summary.
           display " "
           display "NIGHTLY RUN SUMMARY FOR " ws-run-date
           display "STEP PROGRAM              STATUS       START"
               "          END            RC"
           perform varying st-idx from 1 by 1
                   until st-idx > st-count
               move st-rc(st-idx) to ws-summary-rc
               evaluate true
                   when st-earlier(st-idx) and st-completed(st-idx)
                       move "DONE EARLIER" to ws-summary-status
                   when st-earlier(st-idx)
                       move "SKIP EARLIER" to ws-summary-status
                   when st-completed(st-idx)
                       move "COMPLETED" to ws-summary-status
                   when st-skipped(st-idx)
                       move "SKIPPED" to ws-summary-status
                   when st-bypassed(st-idx)
                       move "BYPASSED" to ws-summary-status
                   when st-failed(st-idx)
                       move "FAILED" to ws-summary-status
                   when other
                       move "NOT RUN" to ws-summary-status
                       move spaces to ws-summary-rc
               end-evaluate
               display st-step-no(st-idx) "  " st-command(st-idx) " "
                   ws-summary-status " " st-start-ts(st-idx) " "
                   st-end-ts(st-idx) " " ws-summary-rc
           end-perform
           display " "
           display "steps run this time:     " ws-run-count
           display "completed:               " ws-done-count
           display "skipped by calendar:     " ws-skip-count
           display "finished on earlier run: " ws-earlier-count
           display "failed:                  " ws-fail-count.

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
           move "batch-control" to alr-program
           move ws-alert-id to alr-counter-id
           move ws-alert-severity to alr-severity
           move ws-alert-code to alr-code
           move "N" to alr-ack-flag
           move spaces to alr-ack-id
           move ws-alert-text to alr-text
           write alert-record
           close alert-file.
