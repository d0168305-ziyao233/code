               access is random
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select audit-file assign to "AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.
           select auth-file assign to "CTRAUTH.DAT"
               organization is line sequential
               file status is ws-auth-file-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
       data division.
       file section.
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       fd  audit-file.
       01  audit-record.
           05 aud-timestamp           pic x(14).
           05 aud-new-value           pic 9(9).
           05 filler                  pic x value space.
           05 aud-job-id              pic x(20).
           05 filler                  pic x value space.
           05 aud-txn-type            pic x(8).
           05 filler                  pic x value space.
           05 aud-owner-ref           pic x(30).
       fd  auth-file.
       01  auth-record.
           05 auth-counter-id         pic x(10).
           05 auth-job-id             pic x(20).
           05 filler                  pic x value space.
           05 auth-modes              pic x(10).
       fd  drblock-file.
       01  drblock-record.
           copy "dr-block.cpy".
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-drb-eof-switch           pic x value "N".
           88 ws-drb-eof              value "Y".
       01 ws-audit-status             pic x(2).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wm-format-date          pic x(1).
           05 wm-format-width         pic x(2).
           05 wm-format-check         pic x(1).
           05 wm-note                 pic x(40).
           05 filler                  pic x(7).
       01 ws-auth-parm-fields redefines ws-parm-line.
           05 filler                  pic x(11).
           05 wg-job-id               pic x(20).
           05 wg-modes                pic x(10).
           05 filler                  pic x(39).
       01 ws-succ-parm-fields redefines ws-parm-line.
           05 filler                  pic x(11).
           05 wu-successor-id         pic x(10).
           05 wu-successor-low        pic x(9).
           05 wu-successor-high       pic x(9).
           05 wu-note                 pic x(40).
           05 filler                  pic x(1).
       01 ws-auth-file-status         pic x(2).
       01 ws-auth-eof-switch          pic x value "N".
           88 ws-auth-eof             value "Y".
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-return-code              pic 9(2) value 0.
       01 ws-chain-id                 pic x(10).
       01 ws-hop-count                pic 9(2).
       01 ws-succ-low                 pic 9(9).
       01 ws-succ-high                pic 9(9).
       01 ws-audit-id                 pic x(10).
       01 ws-audit-value              pic 9(9).
       01 ws-audit-type               pic x(8).
       01 ws-audit-ref                pic x(30).
       01 pending-work.
           copy "pending-change.cpy".
       01 ws-chg-action               pic x(1) value "S".
       01 ws-chg-days                 pic 9(3) value 0.
       01 ws-chg-count                pic 9(5).
       01 ws-chg-rc                   pic 9(2).
       01 ws-chg-message              pic x(60).

       procedure division.
       main-logic.
           if wm-function not = "F" and wm-function not = "U"
                   and wm-function not = "T" and wm-function not = "N"
                   and wm-function not = "M" and wm-function not = "G"
                   and wm-function not = "R" and wm-function not = "S"
               display "COUNTER-MAINT: invalid function '" wm-function
                   "' - must be F, U, T, N, M, S, G or R"
               move 20 to return-code
               stop run
           end-if
                   stop run
               end-if
           end-if
           if wm-function = "S"
               if wu-successor-low = spaces
                       and wu-successor-high = spaces
                   move zero to ws-succ-low
                   move zero to ws-succ-high
               else
                   if wu-successor-low not numeric
                           or wu-successor-high not numeric
                       display "COUNTER-MAINT: successor low and high "
                           "range must be nine digits each"
                       move 20 to return-code
                       stop run
                   end-if
                   move wu-successor-low to ws-succ-low
                   move wu-successor-high to ws-succ-high
                   if ws-succ-high < ws-succ-low
                       or ws-succ-high = zero
                       display "COUNTER-MAINT: successor high range "
                           "must be >= successor low range"
                       move 20 to return-code
                       stop run
                   end-if
               end-if
               if wu-successor-id = wm-counter-id
                   display "COUNTER-MAINT: a counter cannot be its "
                       "own successor"
                   move 20 to return-code
                   stop run
               end-if
           end-if
           if wm-function = "G" or wm-function = "R"
               if wg-job-id = spaces
                   display "COUNTER-MAINT: job-id is required for a "
               stop run
           end-if

           open input counter-file
           if ws-ctr-status not = "00"
               display "COUNTER-MAINT: cannot open COUNTERS.DAT - "
                   "file status " ws-ctr-status
               move 31 to return-code
               stop run
           end-if

           end-read

           if ws-return-code = zero
               perform build-change
           end-if
           close counter-file

           if ws-return-code = zero
               perform submit-change
           end-if
           move ws-return-code to return-code
           stop run.

       build-change.
           if wm-function not = "T" and wm-function not = "N"
               if ctr-template
                   display "COUNTER-MAINT: " wm-counter-id
                       " is a counter template, not a live counter - "
                       "use counter-template to maintain it"
                   move 15 to ws-return-code
                   exit paragraph
               end-if
           end-if
           move spaces to pending-work
           move wm-function to pnd-function
           move wm-counter-id to pnd-counter-id
           move wm-note to pnd-note
           move counter-record to pnd-before-image
           if wm-function = "S"
               move wu-note to pnd-note
               perform check-successor
               move pnd-before-image to counter-record
               if ws-return-code not = zero
                   exit paragraph
               end-if
           end-if
           evaluate wm-function
               when "F"
                   move "F" to ctr-status-flag
               when "U"
                   move "A" to ctr-status-flag
               when "M"
                   move wm-format-prefix to ctr-format-prefix
                   if wm-format-date = space
                       move "N" to ctr-format-date
                   else
                       move wm-format-date to ctr-format-date
                   end-if
                   move wm-format-width to ctr-format-width
                   if wm-format-check = space
                       move "N" to ctr-format-check
                   else
                       move wm-format-check to ctr-format-check
                   end-if
               when "N"
                   move wm-new-id to ctr-counter-id
               when "S"
                   move wu-successor-id to ctr-successor-id
                   move ws-succ-low to ctr-successor-low
                   move ws-succ-high to ctr-successor-high
           end-evaluate
           move counter-record to pnd-after-image
           if wm-function = "N"
               read counter-file
                   invalid key
                       continue
                   not invalid key
                       display "COUNTER-MAINT: counter " wm-new-id
                           " already exists - rename rejected"
                       move 15 to ws-return-code
               end-read
           end-if.

       check-successor.
           if ws-succ-high > zero
                   and ws-succ-low not > ctr-high-range
               display "COUNTER-MAINT: successor range must lie above "
                   "the current high range " ctr-high-range
               move 20 to ws-return-code
               exit paragraph
           end-if
           if ws-succ-high > zero
               perform check-dr-overlap
               if ws-return-code not = zero
                   exit paragraph
               end-if
           end-if
           if wu-successor-id = spaces
               exit paragraph
           end-if
           move wu-successor-id to ws-chain-id
           move 0 to ws-hop-count
           perform until ws-chain-id = spaces
                   or ws-return-code not = zero
               move ws-chain-id to ctr-counter-id
               read counter-file
                   invalid key
                       display "COUNTER-MAINT: successor counter "
                           ws-chain-id " is not on the counter file"
                       move 14 to ws-return-code
                       exit perform
               end-read
               if ctr-template
                   display "COUNTER-MAINT: successor counter "
                       ws-chain-id " is a counter template"
                   move 15 to ws-return-code
                   exit perform
               end-if
               add 1 to ws-hop-count
               if ctr-successor-id = wm-counter-id or ws-hop-count > 9
                   display "COUNTER-MAINT: successor " wu-successor-id
                       " would make the successor chain of "
                       wm-counter-id " circular or longer than nine "
                       "counters"
                   move 15 to ws-return-code
                   exit perform
               end-if
               move ctr-successor-id to ws-chain-id
           end-perform.

       check-dr-overlap.
           move "N" to ws-drb-eof-switch
           open input drblock-file
           if ws-drb-status not = "00"
               exit paragraph
           end-if
           perform until ws-drb-eof
               read drblock-file
                   at end
                       move "Y" to ws-drb-eof-switch
                   not at end
                       if drb-counter-id = wm-counter-id
                               and ws-succ-low not > drb-block-high
                               and ws-succ-high not < drb-block-low
                           display "COUNTER-MAINT: successor range "
                               "overlaps standby block " drb-block-low
                               " - " drb-block-high
                               " carved for the DR site"
                           move 15 to ws-return-code
                           move "Y" to ws-drb-eof-switch
                       end-if
               end-read
           end-perform
           close drblock-file.

       submit-change.
           move zero to ws-chg-rc
           move spaces to ws-chg-message
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-chg-rc
               ws-chg-message
           end-call
           if ws-chg-rc not = zero
               display "COUNTER-MAINT: change not submitted - "
                   ws-chg-message
               move ws-chg-rc to ws-return-code
               exit paragraph
           end-if
           display "COUNTER-MAINT: change CHG" pnd-change-id
               " submitted for counter " wm-counter-id
               " - it takes effect when a second operator approves "
               "it with change-approve".

       grant-authority.
           perform load-auth-table
           perform save-auth-table
           move wm-counter-id to ws-audit-id
           move zero to ws-audit-value
           move "GRANT" to ws-audit-type
           move wg-job-id to ws-audit-ref
           perform write-audit-record
           display "COUNTER-MAINT: job " wg-job-id " granted modes "
               wg-modes " on counter " wm-counter-id.
           perform save-auth-table
           move wm-counter-id to ws-audit-id
           move zero to ws-audit-value
           move "REVOKE" to ws-audit-type
           move wg-job-id to ws-audit-ref
           perform write-audit-record
           display "COUNTER-MAINT: grant revoked for job " wg-job-id
               " on counter " wm-counter-id.
           end-perform
           close auth-file.

       write-audit-record.
           open extend audit-file
           if ws-audit-status = "35"
           move ws-audit-value to aud-old-value
           move ws-audit-value to aud-new-value
           move ws-job-id to aud-job-id
           move ws-audit-type to aud-txn-type
           move ws-audit-ref to aud-owner-ref
           write audit-record
           close audit-file.
