      *================================================================
      *  RSTSIE1.cpy
      *
      *  Security-event interface file for the enterprise SIEM
      *  loader, written nightly by RSTPJ10 from the consolidated
      *  RAUD extract.  Fixed-format 120-byte records, every field
      *  at a fixed offset and separated by '|', so the loader can
      *  read it either way.  One header, one detail per
      *  security-relevant audit event, one trailer.
      *
      *  SIE-EVENT-CODE is the normalised code the SIEM rules key
      *  on; the raw RST event type and status ride alongside it.
      *  SIE-TIMESTAMP is YYYY-MM-DD HH:MM:SS, region-local time.
      *  SIE-TARGET is the record key changed (parameter name,
      *  route, terminal, operator id, catalogue entry id) for a
      *  maintenance event and the casappc context id for a session
      *  event; SIE-VALUE/SIE-DETAIL carry the audit record's value
      *  and detail words (see copy/RSTAUD1.cpy).  SIE-BRANCH is
      *  the terminal's TRMBR branch code, '????' when the terminal
      *  has none.
      *
      *  The trailer carries the detail count, the count of all
      *  records including header and trailer, and a hash total -
      *  the sum of the HHMMSS of every detail record's timestamp -
      *  so the receiving side can prove it loaded the whole file.
      *================================================================
       01  RST-SIEM-HEADER.
           05  SIH-REC-TYPE                PIC X VALUE 'H'.
           05  FILLER                      PIC X VALUE '|'.
           05  SIH-SOURCE-SYSTEM           PIC X(8) VALUE 'RST'.
           05  FILLER                      PIC X VALUE '|'.
           05  SIH-FILE-DATE               PIC X(8).
           05  FILLER                      PIC X VALUE '|'.
           05  SIH-CREATED-DATE            PIC X(8).
           05  FILLER                      PIC X VALUE '|'.
           05  SIH-CREATED-TIME            PIC X(6).
           05  FILLER                      PIC X VALUE '|'.
           05  SIH-LAYOUT-VERSION          PIC X(4) VALUE '0001'.
           05  FILLER                      PIC X(80) VALUE spaces.

       01  RST-SIEM-DETAIL.
           05  SIE-REC-TYPE                PIC X VALUE 'D'.
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-SEQ-NO                  PIC 9(9).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-EVENT-CODE              PIC X(12).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-SOURCE-EVENT            PIC X(8).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-SOURCE-STATUS           PIC X(4).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-TIMESTAMP.
               10  SIE-TS-YYYY             PIC X(4).
               10  FILLER                  PIC X VALUE '-'.
               10  SIE-TS-MM               PIC X(2).
               10  FILLER                  PIC X VALUE '-'.
               10  SIE-TS-DD               PIC X(2).
               10  FILLER                  PIC X VALUE space.
               10  SIE-TS-HH               PIC X(2).
               10  FILLER                  PIC X VALUE ':'.
               10  SIE-TS-MI               PIC X(2).
               10  FILLER                  PIC X VALUE ':'.
               10  SIE-TS-SS               PIC X(2).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-ACTOR                   PIC X(8).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-TARGET                  PIC X(16).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-VALUE                   PIC X(8).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-DETAIL                  PIC X(4).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-TERMINAL                PIC X(4).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-BRANCH                  PIC X(4).
           05  FILLER                      PIC X VALUE '|'.
           05  SIE-REGION                  PIC X(8).
           05  FILLER                      PIC X(3) VALUE spaces.

       01  RST-SIEM-TRAILER.
           05  SIT-REC-TYPE                PIC X VALUE 'T'.
           05  FILLER                      PIC X VALUE '|'.
           05  SIT-FILE-DATE               PIC X(8).
           05  FILLER                      PIC X VALUE '|'.
           05  SIT-DETAIL-COUNT            PIC 9(9).
           05  FILLER                      PIC X VALUE '|'.
           05  SIT-RECORD-COUNT            PIC 9(9).
           05  FILLER                      PIC X VALUE '|'.
           05  SIT-HASH-TOTAL              PIC 9(15).
           05  FILLER                      PIC X(74) VALUE spaces.
