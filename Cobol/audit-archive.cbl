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
       fd  archive-file.
       01  archive-record             pic x(106).
       fd  summary-file.
       01  summary-record.
           05 sum-date                pic x(8).
           05 sum-increment-count     pic 9(9).
           05 filler                  pic x value space.
           05 sum-distinct-jobs       pic 9(5).
           05 filler                  pic x value space.
           05 sum-void-count          pic 9(9).
           05 filler                  pic x value space.
           05 sum-reissue-count       pic 9(9).
           05 filler                  pic x value space.
           05 sum-confirm-count       pic 9(9).
           05 filler                  pic x value space.
           05 sum-control-count       pic 9(9).
       fd  catalog-file.
       01  catalog-record.
           05 cat-archive-date        pic x(8).
              10 st-first-value       pic 9(9).
              10 st-last-value        pic 9(9).
              10 st-increment-count   pic 9(9).
              10 st-void-count        pic 9(9).
              10 st-reissue-count     pic 9(9).
              10 st-confirm-count     pic 9(9).
              10 st-control-count     pic 9(9).
              10 st-job-count         pic 9(5).
              10 st-job occurs 50 times.
                 15 st-job-id         pic x(20).
               move zero to st-first-value(st-idx)
               move zero to st-last-value(st-idx)
               move zero to st-increment-count(st-idx)
               move zero to st-void-count(st-idx)
               move zero to st-reissue-count(st-idx)
               move zero to st-confirm-count(st-idx)
               move zero to st-control-count(st-idx)
               move zero to st-job-count(st-idx)
           end-if
           evaluate true
               when aud-type-usage
               when aud-type-legacy
                       and aud-old-value not = aud-new-value
                   if st-increment-count(st-idx) = zero
                       move aud-old-value to st-first-value(st-idx)
                   end-if
                   move aud-new-value to st-last-value(st-idx)
                   add 1 to st-increment-count(st-idx)
               when aud-type-void
                   add 1 to st-void-count(st-idx)
               when aud-type-reissue
                   add 1 to st-reissue-count(st-idx)
               when aud-type-confirm
                   add 1 to st-confirm-count(st-idx)
               when other
                   add 1 to st-control-count(st-idx)
           end-evaluate
           perform count-distinct-job.

       count-distinct-job.
               move st-last-value(st-idx) to sum-last-value
               move st-increment-count(st-idx) to sum-increment-count
               move st-job-count(st-idx) to sum-distinct-jobs
               move st-void-count(st-idx) to sum-void-count
               move st-reissue-count(st-idx) to sum-reissue-count
               move st-confirm-count(st-idx) to sum-confirm-count
               move st-control-count(st-idx) to sum-control-count
               write summary-record
           end-perform
           close summary-file
