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
       fd  audit-file.
       01  audit-record               pic x(106).
       fd  archive-file.
       01  archive-record             pic x(106).
       fd  catalog-file.
       01  catalog-record.
           05 cat-archive-date        pic x(8).
           05 filler                  pic x(64).
       01 ws-from-date                pic x(8).
       01 ws-to-date                  pic x(8).
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
       01 ws-archive-name             pic x(15).
       01 ws-consumed                 pic s9(10).
       01 ws-read-count               pic 9(9) value 0.
       01 ws-grand-records            pic 9(9) value 0.
       01 ws-unmapped-total           pic 9(12) value 0.
       01 ws-summary-total            pic 9(12) value 0.
       01 ws-void-total               pic 9(9) value 0.
       01 ws-reissue-total            pic 9(9) value 0.
       01 ws-confirm-total            pic 9(9) value 0.
       01 ws-control-total            pic 9(9) value 0.
       01 ws-dept-count               pic 9(4) value 0.
       01 ws-skipped-archives         pic 9(4) value 0.
       01 h                           pic 9(4).
                   or aud-timestamp(1:8) > ws-to-date
               exit paragraph
           end-if
           evaluate true
               when aud-type-usage
               when aud-type-legacy
                   continue
               when aud-type-void
                   add 1 to ws-void-total
                   exit paragraph
               when aud-type-reissue
                   add 1 to ws-reissue-total
                   exit paragraph
               when aud-type-confirm
                   add 1 to ws-confirm-total
                   exit paragraph
               when other
                   add 1 to ws-control-total
                   exit paragraph
           end-evaluate
           compute ws-consumed = aud-new-value - aud-old-value
           if ws-consumed <= 0
               exit paragraph
           display "  unmapped consumption:   " ws-unmapped-total
           display "  summary control total:  " ws-summary-total
               " (archived days in period)"
           display "  not charged - voids:    " ws-void-total
           display "  not charged - reissues: " ws-reissue-total
           display "  not charged - confirms: " ws-confirm-total
           display "  not charged - control:  " ws-control-total
           display "  archives not readable:  " ws-skipped-archives.

       print-unmapped.
