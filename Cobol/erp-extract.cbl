       identification division.
       program-id. erp-extract.
       environment division.
       input-output section.
       file-control.
           select registry-file assign to "ISSUEREG.DAT"
               organization is indexed
               access is sequential
               record key is reg-key
               file status is ws-reg-status.
           select feed-file assign to "ERPFEED.DAT"
               organization is line sequential
               file status is ws-feed-status.
           select history-file assign to "ERPFEED.HST"
               organization is line sequential
               file status is ws-hst-status.
       data division.
       file section.
       fd  registry-file.
       01  registry-record.
           05 reg-key.
              10 reg-counter-id       pic x(10).
              10 reg-first-value      pic 9(9).
           05 reg-last-value          pic 9(9).
           05 reg-issued-ts           pic x(14).
           05 reg-job-id              pic x(20).
           05 reg-reference           pic x(30).
       fd  feed-file.
       01  feed-header-record.
           05 fh-record-type          pic x(1).
           05 fh-feed-seq             pic 9(6).
           05 fh-created-ts           pic x(14).
           05 fh-from-ts              pic x(14).
           05 fh-to-ts                pic x(14).
           05 fh-run-type             pic x(1).
           05 filler                  pic x(132).
       01  feed-detail-record.
           05 fd-record-type          pic x(1).
           05 fd-counter-id           pic x(10).
           05 fd-first-value          pic 9(9).
           05 fd-last-value           pic 9(9).
           05 fd-value-count          pic 9(9).
           05 fd-formatted-first      pic x(40).
           05 fd-formatted-last       pic x(40).
           05 fd-issued-ts            pic x(14).
           05 fd-job-id               pic x(20).
           05 fd-reference            pic x(30).
       01  feed-trailer-record.
           05 ft-record-type          pic x(1).
           05 ft-feed-seq             pic 9(6).
           05 ft-record-count         pic 9(9).
           05 ft-value-count          pic 9(12).
           05 ft-first-hash           pic 9(18).
           05 ft-last-hash            pic 9(18).
           05 filler                  pic x(118).
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
       working-storage section.
       01 ws-reg-status               pic x(2).
       01 ws-feed-status              pic x(2).
       01 ws-hst-status               pic x(2).
       01 ws-parm-line                pic x(80) value spaces.
       01 ws-parm-fields redefines ws-parm-line.
           05 wx-run-type             pic x(1).
           05 wx-date                 pic x(8).
           05 wx-feed-seq             pic x(6).
           05 filler                  pic x(65).
       01 ws-job-id                   pic x(20).
       01 ws-today                    pic x(8).
       01 ws-time-of-day              pic 9(8).
       01 ws-now-ts                   pic x(14).
       01 ws-eof-switch                pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-regen-switch             pic x value "N".
           88 ws-regen                value "Y".
       01 ws-feed-seq                 pic 9(6) value 0.
       01 ws-last-seq                 pic 9(6) value 0.
       01 ws-hwm-ts                   pic x(14).
       01 ws-from-ts                  pic x(14).
       01 ws-to-ts                    pic x(14).
       01 ws-orig-record-count        pic 9(9) value 0.
       01 ws-orig-value-count         pic 9(12) value 0.
       01 ws-record-count             pic 9(9) value 0.
       01 ws-value-count              pic 9(12) value 0.
       01 ws-first-hash               pic 9(18) value 0.
       01 ws-last-hash                pic 9(18) value 0.
       01 ws-unformatted-count        pic 9(9) value 0.
       01 ws-call-mode                pic x(1) value "F".
       01 ws-call-sign                pic x(1) value space.
       01 ws-call-value               pic 9(9).
       01 ws-call-first               pic 9(9).
       01 ws-call-last                pic 9(9).
       01 ws-call-rc                  pic 9(2).
       01 ws-call-message             pic x(60).
       01 ws-call-low                 pic 9(9) value 0.
       01 ws-call-high                pic 9(9) value 0.
       01 ws-call-reset               pic x(1) value space.
       01 ws-call-formatted           pic x(40).
       01 ws-call-lock-held           pic x(1) value space.
       01 ws-call-reference           pic x(30).

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

           evaluate wx-run-type
               when "N"
               when " "
                   move "N" to wx-run-type
               when "R"
                   move "Y" to ws-regen-switch
               when other
                   display "ERP-EXTRACT: invalid run type '"
                       wx-run-type "' - must be N, R or blank"
                   move 20 to return-code
                   stop run
           end-evaluate
           if wx-date not = spaces and wx-date not numeric
               display "ERP-EXTRACT: date must be YYYYMMDD"
               move 20 to return-code
               stop run
           end-if
           if ws-regen and wx-date = spaces and wx-feed-seq = spaces
               display "ERP-EXTRACT: a regeneration needs the feed "
                   "date or the feed sequence number"
               move 20 to return-code
               stop run
           end-if
           if wx-feed-seq not = spaces and wx-feed-seq not numeric
               display "ERP-EXTRACT: feed sequence must be numeric"
               move 20 to return-code
               stop run
           end-if

           perform read-history
           if return-code not = zero
               stop run
           end-if

           display "ERP-EXTRACT: feed " ws-feed-seq " window "
               ws-from-ts " to " ws-to-ts
           if ws-regen
               display "ERP-EXTRACT: regenerating - the high-water "
                   "mark is not moved"
           end-if

           perform write-feed
           if return-code not = zero
               stop run
           end-if

           if ws-regen
               if ws-record-count not = ws-orig-record-count
                       or ws-value-count not = ws-orig-value-count
                   display "ERP-EXTRACT: WARNING - regenerated feed "
                       "holds " ws-record-count " records / "
                       ws-value-count " values but was sent with "
                       ws-orig-record-count " / " ws-orig-value-count
                   display "ERP-EXTRACT: registry entries in the "
                       "window were re-issued since the feed was sent"
                   move 4 to return-code
               end-if
           else
               perform append-history
               if return-code not = zero
                   stop run
               end-if
           end-if

           display "ERP-EXTRACT: records " ws-record-count
               " values " ws-value-count
           display "ERP-EXTRACT: first-value hash " ws-first-hash
               " last-value hash " ws-last-hash
           if ws-unformatted-count > 0
               display "ERP-EXTRACT: WARNING - " ws-unformatted-count
                   " records could not be formatted (counter no "
                   "longer on COUNTERS.DAT)"
               move 4 to return-code
           end-if
           stop run.

       read-history.
           move zero to ws-last-seq
           move "00000000000000" to ws-hwm-ts
           move "N" to ws-found-switch
           move "N" to ws-eof-switch
           open input history-file
           if ws-hst-status = "35"
               move "Y" to ws-eof-switch
           else
               if ws-hst-status not = "00"
                   display "ERP-EXTRACT: cannot open ERPFEED.HST - "
                       "file status " ws-hst-status
                   move 12 to return-code
                   exit paragraph
               end-if
           end-if
           perform until ws-eof
               read history-file
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       perform note-history-record
               end-read
           end-perform
           if ws-hst-status not = "35"
               close history-file
           end-if

           if ws-regen
               if not ws-found
                   display "ERP-EXTRACT: no feed found in ERPFEED.HST "
                       "for date " wx-date " sequence " wx-feed-seq
                   move 14 to return-code
               end-if
               exit paragraph
           end-if

           move ws-hwm-ts to ws-from-ts
           if ws-last-seq = zero and wx-date not = spaces
               move spaces to ws-from-ts
               move wx-date to ws-from-ts(1:8)
               move "000000" to ws-from-ts(9:6)
           end-if
           compute ws-feed-seq = ws-last-seq + 1
           move ws-now-ts to ws-to-ts
           if ws-to-ts < ws-from-ts
               display "ERP-EXTRACT: clock is behind the last "
                   "high-water mark " ws-from-ts " - run halted"
               move 15 to return-code
           end-if.

       note-history-record.
           if hst-run-type not = "N"
               exit paragraph
           end-if
           if hst-feed-seq > ws-last-seq
               move hst-feed-seq to ws-last-seq
               move hst-to-ts to ws-hwm-ts
           end-if
           if not ws-regen
               exit paragraph
           end-if
           if wx-feed-seq not = spaces
               if hst-feed-seq not = wx-feed-seq
                   exit paragraph
               end-if
           else
               if hst-run-date not = wx-date
                   exit paragraph
               end-if
               if ws-found
                   display "ERP-EXTRACT: more than one feed ran on "
                       wx-date " - regenerating the later one, "
                       "give the sequence to choose"
               end-if
           end-if
           move "Y" to ws-found-switch
           move hst-feed-seq to ws-feed-seq
           move hst-from-ts to ws-from-ts
           move hst-to-ts to ws-to-ts
           move hst-record-count to ws-orig-record-count
           move hst-value-count to ws-orig-value-count.

       write-feed.
           open output feed-file
           if ws-feed-status not = "00"
               display "ERP-EXTRACT: cannot create ERPFEED.DAT - "
                   "file status " ws-feed-status
               move 12 to return-code
               exit paragraph
           end-if
           move spaces to feed-header-record
           move "H" to fh-record-type
           move ws-feed-seq to fh-feed-seq
           move ws-now-ts to fh-created-ts
           move ws-from-ts to fh-from-ts
           move ws-to-ts to fh-to-ts
           move wx-run-type to fh-run-type
           write feed-header-record

           move "N" to ws-eof-switch
           open input registry-file
           if ws-reg-status = "35"
               move "Y" to ws-eof-switch
           else
               if ws-reg-status not = "00"
                   display "ERP-EXTRACT: cannot open ISSUEREG.DAT - "
                       "file status " ws-reg-status
                   close feed-file
                   move 12 to return-code
                   exit paragraph
               end-if
           end-if
           perform until ws-eof
               read registry-file next
                   at end
                       move "Y" to ws-eof-switch
                   not at end
                       if reg-issued-ts >= ws-from-ts
                               and reg-issued-ts < ws-to-ts
                           perform write-feed-detail
                       end-if
               end-read
           end-perform
           if ws-reg-status not = "35"
               close registry-file
           end-if

           move spaces to feed-trailer-record
           move "T" to ft-record-type
           move ws-feed-seq to ft-feed-seq
           move ws-record-count to ft-record-count
           move ws-value-count to ft-value-count
           move ws-first-hash to ft-first-hash
           move ws-last-hash to ft-last-hash
           write feed-trailer-record
           close feed-file.

       write-feed-detail.
           move spaces to feed-detail-record
           move "D" to fd-record-type
           move reg-counter-id to fd-counter-id
           move reg-first-value to fd-first-value
           move reg-last-value to fd-last-value
           compute fd-value-count =
               reg-last-value - reg-first-value + 1
           move reg-first-value to ws-call-value
           perform format-one-value
           move ws-call-formatted to fd-formatted-first
           if reg-last-value = reg-first-value
               move ws-call-formatted to fd-formatted-last
           else
               move reg-last-value to ws-call-value
               perform format-one-value
               move ws-call-formatted to fd-formatted-last
           end-if
           if ws-call-rc not = zero
               add 1 to ws-unformatted-count
           end-if
           move reg-issued-ts to fd-issued-ts
           move reg-job-id to fd-job-id
           move reg-reference to fd-reference
           write feed-detail-record
           add 1 to ws-record-count
           add fd-value-count to ws-value-count
           add reg-first-value to ws-first-hash
           add reg-last-value to ws-last-hash.

       format-one-value.
           move zero to ws-call-first
           move zero to ws-call-last
           move zero to ws-call-rc
           move spaces to ws-call-message
           move spaces to ws-call-formatted
           move spaces to ws-call-reference
           move reg-issued-ts(1:8) to ws-call-reference(1:8)
           call "increment" using reg-counter-id ws-call-mode
               ws-call-sign ws-call-value ws-job-id ws-call-first
               ws-call-last ws-call-rc ws-call-message ws-call-low
               ws-call-high ws-call-reset ws-call-formatted
               ws-call-lock-held ws-call-reference
           end-call.

       append-history.
           open extend history-file
           if ws-hst-status = "35"
               open output history-file
           end-if
           if ws-hst-status not = "00"
               display "ERP-EXTRACT: cannot open ERPFEED.HST - file "
                   "status " ws-hst-status
                   " - high-water mark not saved, rerun resends "
                   "this window"
               move 12 to return-code
               exit paragraph
           end-if
           move spaces to history-record
           move ws-feed-seq to hst-feed-seq
           move ws-today to hst-run-date
           move "N" to hst-run-type
           move ws-from-ts to hst-from-ts
           move ws-to-ts to hst-to-ts
           move ws-record-count to hst-record-count
           move ws-value-count to hst-value-count
           move ws-job-id to hst-job-id
           write history-record
           close history-file.
