      *  RSTPS00 on every pseudo-conversational leg) for a dropped
      *  session to be found and reattached on the user's next cold
      *  start instead of forcing a fresh casloadappc.
      *
      *  DCA-CASAPPC-VERSION is the casappc layout version
      *  (copy/CASAPPC.cpy) the saved state was last held in, and
      *  DCA-ORIGIN-APPLID (the region that built the context) with
      *  DCA-CREATE-ABSTIME is what a version '0002' block carries
      *  beyond the original layout, so a resume can rebuild either
      *  version.  Entries written before these fields
      *  existed are shorter and read back with them blank, which
      *  counts as '0001'; RSTPH10 converts the resumable ones in
      *  one pass at a changeover, and RSTPS00 converts any it still
      *  meets on a resume or a pseudo-conversational leg.
      *================================================================
       01  RST-DCA-ENTRY.
           05  DCA-TOKEN                   PIC X(19).
           05  DCA-PURGED-FLAG             PIC X.
               88  DCA-IS-PURGED           VALUE 'Y'.
               88  DCA-IS-ACTIVE           VALUE 'N'.
           05  DCA-CASAPPC-VERSION         PIC X(4).
               88  DCA-CASAPPC-V1          VALUE '0001' spaces
                                                 low-values.
               88  DCA-CASAPPC-V2          VALUE '0002'.
           05  DCA-ORIGIN-APPLID           PIC X(8).
