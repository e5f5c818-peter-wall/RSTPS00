      *================================================================
      *  RSTLAT1.cpy
      *
      *  Back-end call latency record.  RSTPS00 times each
      *  casloadappc and mFdfh_mk_transient_dca call made by a cold
      *  start (EXEC CICS ASKTIME ABSTIME either side of the CALL, so
      *  the figure is in milliseconds) and writes one of these per
      *  call to the RLAT extrapartition transient-data queue - the
      *  daily latency extract read by the RSTPR30 latency report -
      *  and mirrors it onto the RLTQ intrapartition queue, whose
      *  DCT trigger level starts the RSTPZ00 slow-call monitor, the
      *  same arrangement as RERR/RERQ and RSTPF00.
      *
      *  LAT-CALL-NAME carries the same call name RSTPS00 records in
      *  ERR-FAILING-CALL, so a slow call and a failed one can be
      *  matched.  LAT-RETURN-CODE is the call's RETURN-CODE; a
      *  non-zero value means the call failed and a matching RERR
      *  record exists.  LAT-DATE/LAT-TIME are the task's sign-on
      *  stamp (AUD-DATE/AUD-TIME) and LAT-APPLID the originating
      *  region, as in copy/RSTAUD1.cpy.
      *================================================================
       01  RST-LATENCY-RECORD.
           05  LAT-TERM-ID                 PIC X(4).
           05  LAT-USER-ID                 PIC X(8).
           05  LAT-DATE                    PIC X(8).
           05  LAT-TIME                    PIC X(6).
           05  LAT-CALL-NAME               PIC X(24).
           05  LAT-ELAPSED-MS              PIC S9(8) COMP.
           05  LAT-RETURN-CODE             PIC S9(8) COMP.
           05  LAT-CONTEXT-ID              PIC X(16).
           05  LAT-APPLID                  PIC X(8).
