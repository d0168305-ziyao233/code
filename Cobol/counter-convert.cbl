               access is random
               record key is ctr-counter-id
               file status is ws-ctr-status.
           select unload-file assign to "COUNTERS.DAT"
               organization is indexed
               access is sequential
               record key is unl-counter-id
               file status is ws-unl-status.
       data division.
       file section.
       fd  old-counter-file.
       01  old-counter-record         pic x(100).
       fd  counter-file.
       01  counter-record.
           copy "counter-master.cpy".
       fd  unload-file.
       01  unload-record.
           05 unl-counter-id          pic x(10).
           05 filler                  pic x(49).
       working-storage section.
       01 ws-old-status               pic x(2).
       01 ws-ctr-status               pic x(2).
       01 ws-unl-status               pic x(2).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wc-function             pic x(1).
           05 filler                  pic x(79).
       01 ws-unloaded-count           pic 9(5) value 0.
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-converted-count          pic 9(5) value 0.

       procedure division.
       main-logic.
           accept ws-parm-line
           accept ws-today from date yyyymmdd
           evaluate wc-function
               when "U"
                   perform unload-old-file
                   stop run
               when " "
                   continue
               when other
                   display "COUNTER-CONVERT: invalid function '"
                       wc-function "' - U unloads the old 59-byte "
                       "COUNTERS.DAT, blank converts COUNTERS.SEQ"
                   move 20 to return-code
                   stop run
           end-evaluate
           display "COUNTER FILE CONVERSION - COUNTERS.SEQ TO "
               "INDEXED COUNTERS.DAT"

           end-if
           stop run.

       unload-old-file.
           display "COUNTER FILE UNLOAD - 59-BYTE INDEXED COUNTERS.DAT "
               "TO COUNTERS.SEQ"
           open input old-counter-file
           if ws-old-status = "00"
               close old-counter-file
               display "COUNTER-CONVERT: COUNTERS.SEQ already exists "
                   "- unload refused, remove it first if a re-run "
                   "is intended"
               move 12 to return-code
               exit paragraph
           end-if
           open input unload-file
           if ws-unl-status not = "00"
               display "COUNTER-CONVERT: cannot open COUNTERS.DAT as "
                   "the 59-byte counter master - file status "
                   ws-unl-status " - it may already be in the current"
                   " layout"
               move 12 to return-code
               exit paragraph
           end-if
           open output old-counter-file
           if ws-old-status not = "00"
               display "COUNTER-CONVERT: cannot create COUNTERS.SEQ - "
                   "file status " ws-old-status
               close unload-file
               move 12 to return-code
               exit paragraph
           end-if
           perform until ws-eof
               read unload-file next record
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       move spaces to old-counter-record
                       move unload-record to old-counter-record
                       write old-counter-record
                       add 1 to ws-unloaded-count
               end-read
           end-perform
           close unload-file
           close old-counter-file
           display "counters unloaded: " ws-unloaded-count
           display "move COUNTERS.DAT aside, then run counter-convert "
               "with a blank parm to load COUNTERS.SEQ".

       convert-one-record.
           if old-counter-record(1:10) = spaces
                   or old-counter-record(11:9) not numeric
           else
               move "N" to ctr-format-check
           end-if
           move old-counter-record(60:10) to ctr-successor-id
           if old-counter-record(70:9) numeric
                   and old-counter-record(79:9) numeric
               move old-counter-record(70:9) to ctr-successor-low
               move old-counter-record(79:9) to ctr-successor-high
           else
               move zero to ctr-successor-low
               move zero to ctr-successor-high
           end-if
           write counter-record
               invalid key
                   display "COUNTER-CONVERT: duplicate counter-id "
