       identification division.
       program-id. increment-run.
       environment division.
       input-output section.
       file-control.
           select counter-file assign to "COUNTERS.DAT"
               organization is indexed
               access is random
               record key is ctr-counter-id
               file status is ws-ctr-status.
       data division.
       file section.
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       working-storage section.
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
       01 ws-message                  pic x(60).
       01 ws-formatted                pic x(40).
       01 ws-lock-held                pic x(1) value space.
       01 ws-ctr-status               pic x(2).
       01 ws-target-id                pic x(10).
       01 ws-new-counter-switch       pic x value "N".
           88 ws-new-counter          value "Y".
       01 pending-work.
           copy "pending-change.cpy".
       01 ws-chg-action               pic x(1) value "S".
       01 ws-chg-days                 pic 9(3) value 0.
       01 ws-chg-count                pic 9(5).

       procedure division.
       main-logic.
               move "UNKNOWN" to ws-job-id
           end-if

           if wp-mode = "C"
               perform submit-configure
               move ws-return-code to return-code
               stop run
           end-if

           call "increment" using wp-counter-id wp-mode wp-sign
               wp-count ws-job-id ws-first-value ws-last-value
               ws-return-code ws-message wp-low-range wp-high-range
                   if wp-mode = "R"
                       display "RESTART-CHECK: " ws-message
                   else
                       if wp-mode = "V"
                           display "VOIDED: " ws-first-value
                               " - " ws-last-value
                       else
                           if wp-mode = "E"
                               display "RESERVED: " ws-first-value
                                   " - " ws-last-value
                           else
                               if wp-mode = "K"
                                   display "CONFIRMED: "
                                       ws-first-value " - "
                                       ws-last-value
                               else
                                   display ws-last-value
                               end-if
                           end-if
                       end-if
           if ws-return-code = zero and ws-formatted not = spaces
               display "FORMATTED=" ws-formatted
           end-if
           if ws-message = "OK-SUCCESSOR"
                   or ws-message = "RESERVED-SUCCESSOR"
               display "SUCCESSOR=" wp-counter-id
           end-if

           move ws-return-code to return-code
           stop run.

       submit-configure.
           move zero to ws-return-code
           move spaces to ws-message
           if wp-counter-id = spaces
               move "DEFAULT" to ws-target-id
           else
               move wp-counter-id to ws-target-id
           end-if
           if wp-low-range not numeric or wp-high-range not numeric
               display "INCREMENT-RUN: low-range/high-range fields are "
                   "not numeric"
               move 27 to ws-return-code
               exit paragraph
           end-if
           if wp-high-range < wp-low-range
               display "INCREMENT-RUN: high-range must be >= low-range"
               move 25 to ws-return-code
               exit paragraph
           end-if
           if wp-reset-freq not = "D" and wp-reset-freq not = "M"
                   and wp-reset-freq not = "N"
                   and wp-reset-freq not = " "
               display "INCREMENT-RUN: invalid reset-frequency '"
                   wp-reset-freq "' - must be D, M, N or blank"
               move 26 to ws-return-code
               exit paragraph
           end-if
           move "N" to ws-new-counter-switch
           open input counter-file
           if ws-ctr-status = "35"
               move "Y" to ws-new-counter-switch
           else
               if ws-ctr-status not = "00"
                   display "INCREMENT-RUN: cannot open COUNTERS.DAT - "
                       "file status " ws-ctr-status
                   move 31 to ws-return-code
                   exit paragraph
               end-if
               move ws-target-id to ctr-counter-id
               read counter-file
                   invalid key
                       move "Y" to ws-new-counter-switch
               end-read
               close counter-file
           end-if
           if ws-new-counter
               move spaces to counter-record
               move ws-target-id to ctr-counter-id
               move zero to ctr-current-value
               move zero to ctr-low-range
               move 999999999 to ctr-high-range
               move "N" to ctr-reset-frequency
               move zero to ctr-successor-low
               move zero to ctr-successor-high
           end-if
           if ctr-template
               display "INCREMENT-RUN: " ws-target-id
                   " is a counter template - maintain it with "
                   "counter-template"
               move 34 to ws-return-code
               exit paragraph
           end-if
           move spaces to pending-work
           move "C" to pnd-function
           move ws-target-id to pnd-counter-id
           move "increment-run configure" to pnd-note
           if not ws-new-counter
               move counter-record to pnd-before-image
           end-if
           move wp-low-range to ctr-low-range
           move wp-high-range to ctr-high-range
           if wp-reset-freq = space
               move "N" to ctr-reset-frequency
           else
               move wp-reset-freq to ctr-reset-frequency
           end-if
           move counter-record to pnd-after-image
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-return-code
               ws-message
           end-call
           if ws-return-code not = zero
               display "INCREMENT-RUN: change not submitted - "
                   ws-message
               exit paragraph
           end-if
           display "SUBMITTED: change CHG" pnd-change-id
               " for counter " ws-target-id " - it takes effect when "
               "a second operator approves it with change-approve".
