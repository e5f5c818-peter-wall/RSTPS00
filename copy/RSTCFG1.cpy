      *  the parameter record is absent or non-numeric.  Every
      *  add/update stamps who changed the entry and when, and the
      *  change is audited to the RAUD/AUDDF streams as a CFGMAINT
      *  event.  RSTPC00 changes only reach the file once a second
      *  operator approves them on the RSTPW00 worklist.
      *
      *  Parameter names in use:
      *    'SESSLIM '  max concurrent active DCA sessions per user
      *                alert trips; reopening is always a human.
      *                The update stamp records who flipped it and
      *                when.  Absent record means open.
      *    'PENDHRS '  hours a maker-checker change may wait on the
      *                RSTCHG pending file (copy/RSTCHG1.cpy) for a
      *                decision before the RSTPW00 worklist (or the
      *                maker screen, when the record is keyed again)
      *                expires it, 1-168.  Absent or out of range
      *                means 24.
      *    'SLOWMS  '  milliseconds above which a timed casloadappc
      *                or mFdfh_mk_transient_dca call counts as slow
      *                to the RSTPZ00 monitor, 1-600000 (default
      *                2000)
      *    'SLOWCNT '  slow calls to one back-end call within the
      *                slow-call window that trip the RSTPZ00
      *                operator alert, 1-200 (default 10)
      *    'SLOWMIN '  minutes in the RSTPZ00 sliding slow-call
      *                window, 1-1439 (default 10)
      *    'CAVERSN '  casappc layout version RSTPS00 builds and
      *                hands on (copy/CASAPPC.cpy), 1-2.  Legs
      *                arriving in the other version are converted;
      *                setting it back to 1 is the rollback.  Absent
      *                or anything but 2 means 1.
      *================================================================
       01  RST-CONFIG-ENTRY.
           05  CFG-PARM-NAME               PIC X(8).
