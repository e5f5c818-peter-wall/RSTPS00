      *================================================================
      *  RSTKER1.cpy
      *
      *  Known-error catalogue entry.  RSTKE is a VSAM KSDS keyed on
      *  the same failing call, failure type, abend code and return
      *  code RSTPS00/RSTPF00 write to the RERR/ERRDF error records
      *  (copy/RSTERR1.cpy), so any failure can be looked up
      *  directly and the help desk sees what it means, how bad it
      *  is, who owns it and what to do first instead of a bare
      *  code.  Maintained by support through the RSTPE10 screen
      *  (routing/config role, every add/update/delete audited as a
      *  CFGMAINT event); read by the RSTPE00 triage screen and the
      *  RSTPR00 daily report.
      *
      *  Lookup is exact key first.  Failing that, a generic entry
      *  for the call and failure type - KER-ABEND-CODE '****' and
      *  KER-RETURN-CODE zero - catches every code not catalogued in
      *  its own right (and the STORM/SESSLIM records, whose return
      *  code is a count rather than a code).
      *
      *  KER-ENTRY-ID is the runbook reference number of the entry;
      *  it is not part of the key, and is what the CFGMAINT audit
      *  events carry as the target.  The return code is held in
      *  display form so the key reads the same in an IDCAMS print
      *  as on the screen.
      *================================================================
       01  RST-KNOWN-ERROR-ENTRY.
           05  KER-KEY.
               10  KER-FAILING-CALL        PIC X(24).
               10  KER-FAILURE-TYPE        PIC X(8).
               10  KER-ABEND-CODE          PIC X(4).
                   88  KER-GENERIC-ENTRY   VALUE '****'.
               10  KER-RETURN-CODE         PIC S9(8)
                                           SIGN LEADING SEPARATE.
           05  KER-ENTRY-ID                PIC X(8).
           05  KER-SHORT-TEXT              PIC X(12).
           05  KER-SEVERITY                PIC 9.
               88  KER-SEV-CRITICAL        VALUE 1.
               88  KER-SEV-HIGH            VALUE 2.
               88  KER-SEV-MEDIUM          VALUE 3.
               88  KER-SEV-LOW             VALUE 4.
               88  KER-SEV-VALID           VALUE 1 THRU 4.
           05  KER-SUPPORT-GROUP           PIC X(8).
           05  KER-DESCRIPTION             PIC X(60).
           05  KER-ACTION                  PIC X(60).
           05  KER-UPDATE-USER             PIC X(8).
           05  KER-UPDATE-DATE             PIC X(8).
           05  KER-UPDATE-TIME             PIC X(6).
