      *  DCAHIST is a VSAM KSDS keyed on DCH-TOKEN, the same key the
      *  entry carried in DCADF (owning terminal + create abstime, so
      *  unique for the life of the system).  Keep the DCH- fields in
      *  lock-step with their DCA- counterparts in RSTDCA1; the
      *  casappc version fields follow the archive stamp so records
      *  archived before they existed keep their offsets.
      *================================================================
       01  RST-DCA-HISTORY-ENTRY.
           05  DCH-TOKEN                   PIC X(19).
           05  DCH-ARCHIVE-REASON          PIC X(8).
               88  DCH-REASON-PURGED       VALUE 'PURGED  '.
               88  DCH-REASON-AGED         VALUE 'AGED    '.
           05  DCH-CASAPPC-VERSION         PIC X(4).
           05  DCH-ORIGIN-APPLID           PIC X(8).
