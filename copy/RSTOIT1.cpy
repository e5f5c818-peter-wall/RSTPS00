      *================================================================
      *  RSTOIT1.cpy
      *
      *  Open-items case file entry.  RSTOI is a VSAM KSDS keyed on
      *  exception type + context reference, posted by the nightly
      *  jobs that find something wrong - until now their findings
      *  lived only on the printed report, so the same exception
      *  was rediscovered night after night with no record of who
      *  was looking at it:
      *
      *    'ORPHAN  '  RSTPB00  session started, never completed or
      *                         failed - reference is the context id
      *    'NOSTART '  RSTPN00  active DCADF entry with no SESSSTRT
      *                         in AUDDF - context id
      *    'NOCLOSE '  RSTPN00  purged DCAHIST archive with no
      *                         PURG/IDLE/SPRS event - context id
      *    'NOTKEYED'  RSTPN00  RAUD extract event missing from
      *                         AUDDF - context id, or the event
      *                         date for an event without one
      *    'OUTOFBAL'  RSTPV00  extract vs control total out of
      *                         balance - balance date + the line
      *                         (SESSSTRT/COMPLETE/FAILED/TIMEOUT/
      *                         ERRORS) that failed to balance
      *
      *  A job that finds an exception already on file updates the
      *  item - last-seen date, times seen, latest detail - instead
      *  of adding another; one found again after it was closed is
      *  reopened (back to OWND if it still has an owner).  A job
      *  rerun or restarted on the same night does not count the
      *  same sighting twice.
      *
      *  Worked on line through RSTPW10 (transaction RSTJ): an
      *  operator takes ownership (OWND), records a resolution note
      *  and closes the item (CLSD); every action is audited.  The
      *  weekly RSTPR40 report ages the open items by type and by
      *  holder from OIT-FIRST-SEEN-DATE.
      *================================================================
       01  RST-OPEN-ITEM.
           05  OIT-KEY.
               10  OIT-EXCEPTION-TYPE      PIC X(8).
                   88  OIT-TYPE-ORPHAN     VALUE 'ORPHAN  '.
                   88  OIT-TYPE-NO-START   VALUE 'NOSTART '.
                   88  OIT-TYPE-NO-CLOSE   VALUE 'NOCLOSE '.
                   88  OIT-TYPE-NOT-KEYED  VALUE 'NOTKEYED'.
                   88  OIT-TYPE-OUT-OF-BAL VALUE 'OUTOFBAL'.
               10  OIT-CONTEXT-REF         PIC X(16).
               10  OIT-BALANCE-REF redefines OIT-CONTEXT-REF.
                   15  OIT-BAL-DATE        PIC X(8).
                   15  OIT-BAL-LINE        PIC X(8).
           05  OIT-STATUS                  PIC X(4).
               88  OIT-STATUS-OPEN         VALUE 'OPEN'.
               88  OIT-STATUS-OWNED        VALUE 'OWND'.
               88  OIT-STATUS-CLOSED       VALUE 'CLSD'.
               88  OIT-OUTSTANDING         VALUES 'OPEN' 'OWND'.
           05  OIT-SOURCE-JOB              PIC X(8).
           05  OIT-FIRST-SEEN-DATE         PIC X(8).
           05  OIT-LAST-SEEN-DATE          PIC X(8).
           05  OIT-SEEN-COUNT              PIC S9(5) COMP-3.
           05  OIT-USER-ID                 PIC X(8).
           05  OIT-TERM-ID                 PIC X(4).
           05  OIT-EXCEPTION-TEXT          PIC X(60).
           05  OIT-OWNER-USER              PIC X(8).
           05  OIT-OWNED-DATE              PIC X(8).
           05  OIT-RESOLUTION-NOTE         PIC X(60).
           05  OIT-CLOSED-USER             PIC X(8).
           05  OIT-CLOSED-DATE             PIC X(8).
           05  OIT-UPDATE-USER             PIC X(8).
           05  OIT-UPDATE-DATE             PIC X(8).
           05  OIT-UPDATE-TIME             PIC X(6).
