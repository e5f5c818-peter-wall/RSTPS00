      *  itself, or RSTPS00 validating an inbound COMMAREA -- see req
      *  007) confirm the block it was handed really is a casappc
      *  before trusting the rest of the fields.
      *
      *  Two layout versions are in use across a runtime changeover:
      *
      *    '0001'  the original 73-byte block, eyecatcher through
      *            CASAPPC-DCA-TOKEN.
      *    '0002'  the same 73 bytes at the same offsets, followed by
      *            CASAPPC-V2-EXTENSION - 100 bytes in all.
      *
      *  Which version RSTPS00 builds, returns and XCTLs to the RSTRT
      *  dispatch targets is the RSTCF parameter 'CAVERSN '
      *  (copy/RSTCFG1.cpy); a commarea of the other version arriving
      *  mid-conversation is converted to it on arrival, so a target
      *  program only ever sees the one version operations have
      *  chosen, and a rollback is a parameter change.  A receiver
      *  that takes the block from anywhere else must test
      *  CASAPPC-VERSION (and the length it was given against
      *  CASAPPC-V1-LENGTH / CASAPPC-V2-LENGTH) before it touches
      *  the extension.  Everything that decodes only the first 73
      *  bytes - the audit context slot, the error snapshot, the
      *  monitor feed - reads both versions unchanged.
      *================================================================
       01  CASAPPC-V1-LENGTH               PIC S9(4) COMP VALUE 73.
       01  CASAPPC-V2-LENGTH               PIC S9(4) COMP VALUE 100.
       01  CASAPPC.
           05  CASAPPC-EYECATCHER          PIC X(8)  VALUE 'CASAPPC '.
           05  CASAPPC-VERSION             PIC X(4)  VALUE '0001'.
               88  CASAPPC-VERSION-1       VALUE '0001'.
               88  CASAPPC-VERSION-2       VALUE '0002'.
           05  CASAPPC-CONTEXT-ID          PIC X(16).
           05  CASAPPC-USER-ID             PIC X(8).
           05  CASAPPC-TERM-ID             PIC X(4).
           05  CASAPPC-LAST-TRANCODE       PIC X(4).
           05  CASAPPC-STATUS-CODE         PIC X(2).
           05  CASAPPC-DCA-TOKEN           PIC X(19).
      *    version '0002' only - see above.
           05  CASAPPC-V2-EXTENSION.
               10  CASAPPC-ORIGIN-APPLID   PIC X(8).
               10  CASAPPC-CREATE-ABSTIME  PIC S9(15) COMP-3.
               10  FILLER                  PIC X(11).
