           05 aud-new-value           pic 9(9).
           05 filler                  pic x value space.
           05 aud-job-id              pic x(20).
           05 filler                  pic x value space.
           05 aud-txn-type            pic x(8).
           05 filler                  pic x value space.
           05 aud-owner-ref           pic x(30).
       fd  calendar-file.
       01  calendar-record.
           05 cal-date                pic x(8).
           move ws-old-value to aud-old-value
           move ws-new-value to aud-new-value
           move ws-job-id to aud-job-id
           move "RESET" to aud-txn-type
           write audit-record
           close audit-file.

