      *================================================================
      *  RSTOHX1.cpy
      *
      *  Out-of-hours sign-on exemption.  RSTXH is a VSAM KSDS keyed
      *  on the user id, maintained through the RSTPY10 screen.  A
      *  user with a current entry may start an RST session from a
      *  branch terminal outside the branch's trading hours
      *  (copy/RSTBHR1.cpy) - RSTPS00 lets the session go ahead and
      *  audits its SESSSTRT event with status 'XHRS' instead of
      *  'STRT', so the daily out-of-hours report can list it.
      *
      *  OHX-BRANCH-CODE limits the exemption to one branch; spaces
      *  mean every branch.  The exemption lapses at the end of
      *  OHX-EXPIRY-DATE.  Granting or removing one is a security
      *  change: it needs the security-admin role, is audited as a
      *  SECMAINT event and only reaches the file once a second
      *  security admin approves it on the RSTPW00 worklist.
      *================================================================
       01  RST-HOURS-EXEMPTION.
           05  OHX-USER-ID                 PIC X(8).
           05  OHX-BRANCH-CODE             PIC X(4).
               88  OHX-ALL-BRANCHES        VALUE spaces.
           05  OHX-EXPIRY-DATE             PIC X(8).
           05  OHX-REASON                  PIC X(30).
           05  OHX-UPDATE-USER             PIC X(8).
           05  OHX-UPDATE-DATE             PIC X(8).
           05  OHX-UPDATE-TIME             PIC X(6).
