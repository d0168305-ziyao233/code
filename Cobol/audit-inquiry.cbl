       data division.
       file section.
       fd  audit-file.
       01  audit-record               pic x(106).
       fd  archive-file.
       01  archive-record             pic x(106).
       fd  catalog-file.
       01  catalog-record.
           05 cat-archive-date        pic x(8).
           05 wp-to-ts                pic x(14).
           05 wp-job-id               pic x(20).
           05 wp-scope                pic x(1).
           05 wp-txn-type             pic x(8).
           05 filler                  pic x(13).
       01 ws-audit-line               pic x(106).
       01 ws-audit-fields redefines ws-audit-line.
           05 aud-timestamp           pic x(14).
           05 filler                  pic x.
           05 aud-new-value           pic 9(9).
           05 filler                  pic x.
           05 aud-job-id              pic x(20).
           05 filler                  pic x.
           05 aud-txn-type            pic x(8).
              88 aud-type-legacy      value spaces.
              88 aud-type-usage       value "ISSUE" "BLOCK" "ADJUST"
                                            "RESERVE".
              88 aud-type-void        value "VOID".
              88 aud-type-reissue     value "REISSUE".
              88 aud-type-confirm     value "CONFIRM".
           05 filler                  pic x.
           05 aud-owner-ref           pic x(30).
       01 ws-show-type                pic x(8).
       01 ws-arch-status              pic x(2).
       01 ws-cat-status               pic x(2).
       01 ws-archive-name             pic x(15).
              10 tot-counter-id       pic x(10).
              10 tot-consumed         pic 9(10).
              10 tot-records          pic 9(9).
              10 tot-voids            pic 9(9).
              10 tot-reissues         pic 9(9).
              10 tot-confirms         pic 9(9).
              10 tot-control          pic 9(9).
       01 ws-found-switch             pic x value "N".
           88 ws-found                value "Y".
       01 ws-tot-overflow-switch      pic x value "N".
           else
               display "scope: live log only"
           end-if
           if wp-txn-type = spaces
               display "transaction type: ALL"
           else
               display "transaction type: " wp-txn-type
           end-if
           display "TIMESTAMP      COUNTER-ID OLD-VALUE NEW-VALUE "
               "JOB-ID               TYPE     OWNER-REF"

           if wp-scope = "A"
               perform scan-archives
                   and aud-job-id not = wp-job-id
               exit paragraph
           end-if
           if aud-type-legacy
               move "LEGACY" to ws-show-type
           else
               move aud-txn-type to ws-show-type
           end-if
           if wp-txn-type not = spaces
                   and ws-show-type not = wp-txn-type
               exit paragraph
           end-if
           add 1 to ws-selected-count
           display aud-timestamp " " aud-counter-id " " aud-old-value
               " " aud-new-value " " aud-job-id " " ws-show-type
               " " aud-owner-ref
           perform add-to-totals.

       add-to-totals.
               move aud-counter-id to tot-counter-id(tot-idx)
               move zero to tot-consumed(tot-idx)
               move zero to tot-records(tot-idx)
               move zero to tot-voids(tot-idx)
               move zero to tot-reissues(tot-idx)
               move zero to tot-confirms(tot-idx)
               move zero to tot-control(tot-idx)
           end-if
           add 1 to tot-records(tot-idx)
           evaluate true
               when aud-type-usage
               when aud-type-legacy
                   compute ws-consumed = aud-new-value - aud-old-value
                   if ws-consumed > 0
                       add ws-consumed to tot-consumed(tot-idx)
                   end-if
               when aud-type-void
                   add 1 to tot-voids(tot-idx)
               when aud-type-reissue
                   add 1 to tot-reissues(tot-idx)
               when aud-type-confirm
                   add 1 to tot-confirms(tot-idx)
               when other
                   add 1 to tot-control(tot-idx)
           end-evaluate.

       print-totals.
           display "PER-COUNTER TOTALS IN SELECTION WINDOW"
               display "WARNING: totals incomplete - more than 200 "
                   "counters in the selection window"
           end-if
           display "COUNTER-ID CONSUMED   RECORDS   VOIDS     "
               "REISSUES  CONFIRMS  OTHER"
           if tot-count = 0
               display "no counters selected"
               exit paragraph
                   until tot-idx > tot-count
               display tot-counter-id(tot-idx) " "
                   tot-consumed(tot-idx) " " tot-records(tot-idx)
                   " " tot-voids(tot-idx) " " tot-reissues(tot-idx)
                   " " tot-confirms(tot-idx) " "
                   tot-control(tot-idx)
           end-perform.
