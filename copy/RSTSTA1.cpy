      *  busiest-hour figures, and the RSTPR10 duration job fills in
      *  the duration fields from its pairing pass (each job reads
      *  the record first and rewrites it, so either can run first
      *  and neither clobbers the other's half).  The RSTPR30 call
      *  latency job fills in the casloadappc (STAT-CAS-LAT-*) and
      *  mFdfh_mk_transient_dca (STAT-DCA-LAT-*) millisecond figures
      *  from the RLAT extract the same way.  Days written before
      *  the latency fields were added are 70-byte records; every
      *  program reading RSTSTAT declares it varying from 70 to 118
      *  and zeroes the STAT-CAS-LAT-*/STAT-DCA-LAT-* fields of a
      *  short record, and a rewrite lengthens it to 118.  The
      *  RSTPR20 trend job reads the file sequentially to print
      *  week-over-week and month-over-month trends,
      *  busiest-day/busiest-hour peaks,
      *  the capacity projection and the back-end latency trend -
      *  questions the single-day RSTPR00, RSTPR10 and RSTPR30
      *  snapshots cannot answer.
      *================================================================
       01  RST-DAILY-STAT-ENTRY.
           05  STAT-DATE                   PIC X(8).
           05  STAT-DUR-AVG                PIC S9(8) COMP-3.
           05  STAT-DUR-P90                PIC S9(8) COMP-3.
           05  STAT-DUR-MAX                PIC S9(8) COMP-3.
           05  STAT-CAS-LAT-COUNT          PIC S9(7) COMP-3.
           05  STAT-CAS-LAT-MIN            PIC S9(8) COMP-3.
           05  STAT-CAS-LAT-AVG            PIC S9(8) COMP-3.
           05  STAT-CAS-LAT-P90            PIC S9(8) COMP-3.
           05  STAT-CAS-LAT-MAX            PIC S9(8) COMP-3.
           05  STAT-DCA-LAT-COUNT          PIC S9(7) COMP-3.
           05  STAT-DCA-LAT-MIN            PIC S9(8) COMP-3.
           05  STAT-DCA-LAT-AVG            PIC S9(8) COMP-3.
           05  STAT-DCA-LAT-P90            PIC S9(8) COMP-3.
           05  STAT-DCA-LAT-MAX            PIC S9(8) COMP-3.
