       identification division.
       program-id. dr-carve.
       environment division.
       input-output section.
       file-control.
           select counter-file assign to "COUNTERS.DAT"
               organization is indexed
               access is random
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select drblock-file assign to "DRBLOCK.DAT"
               organization is line sequential
               file status is ws-drb-status.
           select ship-file assign to "DRCTRS.SEQ"
               organization is line sequential
               file status is ws-ship-status.
       data division.
       file section.
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       fd  drblock-file.
       01  drblock-record             pic x(108).
       fd  ship-file.
       01  ship-record                pic x(87).
       working-storage section.
       01 ws-ctr-status               pic x(2).
       01 ws-drb-status               pic x(2).
       01 ws-ship-status              pic x(2).
       01 ws-return-code              pic 9(2) value 0.
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wd-function             pic x(1).
           05 wd-counter-id           pic x(10).
           05 wd-block-size           pic x(9).
           05 wd-note                 pic x(40).
           05 filler                  pic x(20).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-now-ts                   pic x(14).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-block-size               pic 9(9).
       01 ws-room                     pic s9(10).
       01 ws-new-high                 pic 9(9).
       01 ws-shipped-count            pic 9(5) value 0.
       01 ws-skipped-count            pic 9(5) value 0.
       01 ws-status-name              pic x(8).
       01 drblock-work.
           copy "dr-block.cpy".
       01 block-table-area.
           05 db-count                pic 9(4) value 0.
           05 db-entry occurs 500 times indexed by db-idx
                                      pic x(108).
       01 ship-counter-area.
           copy "counter-master.cpy"
               replacing ==ctr-counter-id== by ==shp-counter-id==
                 ==ctr-current-value== by ==shp-current-value==
                 ==ctr-low-range== by ==shp-low-range==
                 ==ctr-high-range== by ==shp-high-range==
                 ==ctr-reset-frequency== by ==shp-reset-frequency==
                 ==ctr-reset-daily== by ==shp-reset-daily==
                 ==ctr-reset-monthly== by ==shp-reset-monthly==
                 ==ctr-reset-never== by ==shp-reset-never==
                 ==ctr-last-updated== by ==shp-last-updated==
                 ==ctr-status-flag== by ==shp-status-flag==
                 ==ctr-active== by ==shp-active==
                 ==ctr-frozen== by ==shp-frozen==
                 ==ctr-template== by ==shp-template==
                 ==ctr-format-prefix== by ==shp-format-prefix==
                 ==ctr-format-date== by ==shp-format-date==
                 ==ctr-format-date-yes== by ==shp-fmt-date-yes==
                 ==ctr-format-width== by ==shp-format-width==
                 ==ctr-format-check== by ==shp-format-check==
                 ==ctr-format-check-yes== by ==shp-fmt-check-yes==
                 ==ctr-succeeded== by ==shp-succeeded==
                 ==ctr-successor-id== by ==shp-successor-id==
                 ==ctr-successor-low== by ==shp-successor-low==
                 ==ctr-successor-high== by ==shp-successor-high==.
       01 pending-work.
           copy "pending-change.cpy".
       01 ws-chg-action               pic x(1) value "S".
       01 ws-chg-days                 pic 9(3) value 0.
       01 ws-chg-count                pic 9(5).
       01 ws-chg-rc                   pic 9(2).
       01 ws-chg-message              pic x(60).

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

           evaluate wd-function
               when "L"
               when " "
                   perform list-blocks
               when "C"
                   perform carve-block
               when "S"
                   perform ship-blocks
               when other
                   display "DR-CARVE: invalid function '" wd-function
                       "' - must be L, C or S"
                   move 20 to ws-return-code
           end-evaluate
           move ws-return-code to return-code
           stop run.

       carve-block.
           if wd-counter-id = spaces
               display "DR-CARVE: counter-id is required"
               move 20 to ws-return-code
               exit paragraph
           end-if
           if wd-block-size not numeric or wd-block-size = zero
               display "DR-CARVE: block size must be nine digits, "
                   "000000001 or more"
               move 20 to ws-return-code
               exit paragraph
           end-if
           move wd-block-size to ws-block-size
           perform load-blocks
           if ws-return-code not = zero
               exit paragraph
           end-if
           move "N" to ws-found-switch
           if db-count > 0
               perform varying db-idx from 1 by 1
                       until db-idx > db-count
                   move db-entry(db-idx) to drblock-work
                   if drb-counter-id = wd-counter-id
                           and not drb-merged
                       move "Y" to ws-found-switch
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-found
               display "DR-CARVE: counter " wd-counter-id
                   " already has standby block " drb-block-low " - "
                   drb-block-high " out - merge it back first"
               move 15 to ws-return-code
               exit paragraph
           end-if

           open input counter-file
           if ws-ctr-status not = "00"
               display "DR-CARVE: cannot open COUNTERS.DAT - "
                   "file status " ws-ctr-status
               move 12 to ws-return-code
               exit paragraph
           end-if
           move wd-counter-id to ctr-counter-id
           read counter-file
               invalid key
                   display "DR-CARVE: counter " wd-counter-id
                       " is not on the counter file"
                   move 14 to ws-return-code
           end-read
           close counter-file
           if ws-return-code not = zero
               exit paragraph
           end-if
           evaluate true
               when ctr-template
                   display "DR-CARVE: " wd-counter-id " is a counter "
                       "template, not a live counter"
                   move 15 to ws-return-code
               when ctr-succeeded
                   display "DR-CARVE: counter " wd-counter-id
                       " is used up and issues on its successor - "
                       "carve the block from " ctr-successor-id
                   move 15 to ws-return-code
               when not ctr-reset-never
                   display "DR-CARVE: counter " wd-counter-id
                       " resets - its values repeat, so a standby "
                       "block cannot be kept apart from the primary"
                   move 15 to ws-return-code
           end-evaluate
           if ws-return-code not = zero
               exit paragraph
           end-if
           compute ws-room = ctr-high-range - ctr-current-value
           if ws-block-size > ws-room
               display "DR-CARVE: counter " wd-counter-id
                   " has only " ws-room " unused values above "
                   ctr-current-value " - block of " ws-block-size
                   " refused"
               move 15 to ws-return-code
               exit paragraph
           end-if
           compute ws-new-high = ctr-high-range - ws-block-size

           move spaces to pending-work
           move "D" to pnd-function
           move wd-counter-id to pnd-counter-id
           move wd-note to pnd-note
           move counter-record to pnd-before-image
           move ws-new-high to ctr-high-range
           move counter-record to pnd-after-image
           move zero to ws-chg-rc
           move spaces to ws-chg-message
           call "change-control" using ws-chg-action pending-work
               ws-job-id ws-chg-days ws-chg-count ws-chg-rc
               ws-chg-message
           end-call
           if ws-chg-rc not = zero
               display "DR-CARVE: change not submitted - "
                   ws-chg-message
               move ws-chg-rc to ws-return-code
               exit paragraph
           end-if
           compute ws-new-high = ws-new-high + 1
           display "DR-CARVE: change CHG" pnd-change-id
               " submitted to carve " ws-new-high " - "
               ctr-high-range " of counter " wd-counter-id
           display "DR-CARVE: the block is carved when a second "
               "operator approves it with change-approve".

       ship-blocks.
           perform load-blocks
           if ws-return-code not = zero
               exit paragraph
           end-if
           open input counter-file
           if ws-ctr-status not = "00"
               display "DR-CARVE: cannot open COUNTERS.DAT - "
                   "file status " ws-ctr-status
               move 12 to ws-return-code
               exit paragraph
           end-if
           open output ship-file
           if ws-ship-status not = "00"
               display "DR-CARVE: cannot create DRCTRS.SEQ - "
                   "file status " ws-ship-status
               close counter-file
               move 12 to ws-return-code
               exit paragraph
           end-if
           display "STANDBY COUNTER MASTER FOR THE DR SITE - "
               ws-now-ts
           if db-count > 0
               perform varying db-idx from 1 by 1
                       until db-idx > db-count
                   move db-entry(db-idx) to drblock-work
                   if drb-carved or drb-shipped
                       perform ship-one-block
                   end-if
               end-perform
           end-if
           close ship-file
           close counter-file
           if ws-shipped-count > 0
               perform save-blocks
           end-if
           display "blocks shipped: " ws-shipped-count
           display "blocks skipped: " ws-skipped-count
           if ws-shipped-count > 0
               display "load DRCTRS.SEQ at the DR site as COUNTERS.SEQ"
                   " with counter-convert"
           end-if
           if ws-skipped-count > 0
               move 8 to ws-return-code
           end-if.

       ship-one-block.
           move drb-counter-id to ctr-counter-id
           read counter-file
               invalid key
                   display "DR-CARVE: counter " drb-counter-id
                       " is no longer on the counter file - block "
                       drb-block-low " - " drb-block-high
                       " not shipped"
                   add 1 to ws-skipped-count
                   exit paragraph
           end-read
           move counter-record to ship-counter-area
           compute shp-current-value = drb-block-low - 1
           move drb-block-low to shp-low-range
           move drb-block-high to shp-high-range
           move "N" to shp-reset-frequency
           move ws-today to shp-last-updated
           move "A" to shp-status-flag
           move spaces to shp-successor-id
           move zero to shp-successor-low
           move zero to shp-successor-high
           move ship-counter-area to ship-record
           write ship-record
           if drb-carved
               move "S" to drb-status
               move ws-now-ts to drb-shipped-ts
               move drblock-work to db-entry(db-idx)
           end-if
           add 1 to ws-shipped-count
           display "  " drb-counter-id " " drb-block-low " - "
               drb-block-high " carved by " drb-change-ref.

       list-blocks.
           perform load-blocks
           if ws-return-code not = zero
               exit paragraph
           end-if
           display "DR STANDBY BLOCKS"
           if db-count = 0
               display "no standby blocks on DRBLOCK.DAT"
               exit paragraph
           end-if
           perform varying db-idx from 1 by 1 until db-idx > db-count
               move db-entry(db-idx) to drblock-work
               evaluate true
                   when drb-carved
                       move "CARVED" to ws-status-name
                   when drb-shipped
                       move "SHIPPED" to ws-status-name
                   when drb-merged
                       move "MERGED" to ws-status-name
                   when other
                       move "UNKNOWN" to ws-status-name
               end-evaluate
               display drb-counter-id " " drb-block-low " - "
                   drb-block-high " " ws-status-name " "
                   drb-change-ref " carved " drb-carved-ts
               if drb-shipped or drb-merged
                   display "      shipped " drb-shipped-ts
               end-if
               if drb-merged
                   display "      merged " drb-merged-ts
                       " DR issued through " drb-dr-high
                       " returned to pool " drb-returned
               end-if
           end-perform.

       load-blocks.
           move 0 to db-count
           move "N" to ws-eof-switch
           open input drblock-file
           if ws-drb-status = "35"
               exit paragraph
           end-if
           if ws-drb-status not = "00"
               display "DR-CARVE: cannot open DRBLOCK.DAT - "
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
                           display "DR-CARVE: DRBLOCK.DAT holds more "
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
               display "DR-CARVE: cannot rewrite DRBLOCK.DAT - "
                   "file status " ws-drb-status
               move 31 to ws-return-code
               exit paragraph
           end-if
           perform varying db-idx from 1 by 1 until db-idx > db-count
               move db-entry(db-idx) to drblock-record
               write drblock-record
           end-perform
           close drblock-file.
