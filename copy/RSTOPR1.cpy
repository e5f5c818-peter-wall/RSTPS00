      *    1  inquiry only (RSTPI00 browse, no purge)
      *    2  purge        (RSTPI00 purge action)
      *    3  routing/config maintenance (RSTPX00 routing table,
      *       RSTPC00 tuning parameters, RSTPG00 sign-on gate,
      *       approving those changes on the RSTPW00 worklist)
      *    4  security admin (RSTPO00 itself, and approving RSTPO00
      *       changes on RSTPW00)
      *
      *  Each level includes everything below it.  A user with no
      *  entry, or an entry outside 1-4, gets nothing.  Every
      *  grant, revoke and denied attempt is written to the
      *  RAUD/AUDDF audit streams as a SECMAINT event.  Every
      *  add/update stamps who changed the entry and when.  RSTPO00
      *  changes only reach the file once a second security admin
      *  approves them on the RSTPW00 worklist.
      *================================================================
       01  RST-OPERATOR-ENTRY.
           05  OPR-USER-ID                 PIC X(8).
