      *  branch is failing" without the laminated cheat-sheet on
      *  the ops desk; terminals with no entry are reported as
      *  UNASSIGNED so gaps in this file are visible.  Every
      *  add/update stamps who changed the entry and when.  RSTPY00
      *  changes only reach the file once a second operator approves
      *  them on the RSTPW00 worklist.
      *================================================================
       01  RST-BRANCH-REF-ENTRY.
           05  TBR-TERM-ID                 PIC X(4).
