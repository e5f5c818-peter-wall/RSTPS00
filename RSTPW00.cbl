       identification division.
       program-id. RSTPW00.

      *================================================================
      *  RSTPW00 - maker-checker approval worklist for the RST
      *  maintenance screens.  RSTPC00 (RSTCF parameters), RSTPX00
      *  (RSTRT routes), RSTPY00 (TRMBR branch map), RSTPO00 (RSTOP
      *  operators) and RSTPY10 (RSTBH trading hours and RSTXH
      *  out-of-hours exemptions) no longer change their live file;
      *  each add, update or delete is posted to the RSTCHG
      *  pending-change file (copy/RSTCHG1.cpy) with its before and
      *  after images, and only an approval here applies it.
      *
      *  The list map RSTPM9A shows what is waiting, 12 rows a page
      *  in target file + record key order.  Marking a row S and
      *  pressing ENTER shows the RSTPM9B detail panel with the maker
      *  and both images; keying A there approves the change and
      *  applies the after image to the live file (stamped with the
      *  checker's user id), R rejects it.  Either way the entry
      *  leaves RSTCHG.  PF7 returns to the first page, PF8 pages
      *  forward, PF3 exits.
      *
      *  The checker must hold at least the routing/config role
      *  (level 3) to get in at all, must not be the maker, must
      *  hold at least the role the maker screen demands (4 for an
      *  RSTOP or RSTXH change) and at least the maker's own role,
      *  and may not decide a change to their own RSTOP or RSTXH
      *  entry.  A refusal is audited as a SECMAINT DENY event.
      *  Approval re-reads the live record and refuses to apply if
      *  it no longer matches the before image (someone, e.g.
      *  RSTPG00 or RSTPF00 on the gate, got there first) - reject
      *  it and key it again.
      *
      *  Every list display first expires entries older than the
      *  'PENDHRS ' RSTCF parameter (default 24 hours).
      *
      *  Decisions are audited to the RAUD stream and the AUDDF
      *  keyed file as CFGMAINT events (SECMAINT for RSTOP and
      *  RSTXH) through AUD-CHANGE-CONTROL (copy/RSTAUD1.cpy):
      *  APRV/RJCT/EXPR with the maker's user id, BFOR with the
      *  before value, then the applied ADD/UPD/DEL, GRNT/RVOK or
      *  XGNT/XRVK event itself.  A standard-week RSTBH change adds
      *  a BFOR 'BFRn' and an applied 'DAYn' event for each weekday
      *  whose hours it touches.  A decision is refused when the
      *  change on file is no longer the one the checker was shown.
      *================================================================

       environment division.
       configuration section.

       data division.
       working-storage section.

       01  WS-AID-ENTER                     PIC X VALUE X'7D'.
       01  WS-AID-PF3                       PIC X VALUE X'F3'.
       01  WS-AID-PF7                       PIC X VALUE X'F7'.
       01  WS-AID-PF8                       PIC X VALUE X'F8'.

       01  WS-RESP                          PIC S9(8) COMP VALUE 0.
           88  WS-RESP-NORMAL               VALUE 0.
           88  WS-RESP-NOTFND               VALUE 13.
           88  WS-RESP-DUPREC               VALUE 14.
           88  WS-RESP-ENDFILE              VALUE 20.

       01  WS-USERID                        PIC X(8).
       01  WS-APPLID                        PIC X(8).
       01  WS-ABSTIME                       PIC S9(15) COMP-3.
       01  WS-NOW-DATE                      PIC X(8).
       01  WS-NOW-TIME                      PIC X(6).
       01  WS-CHECKER-LEVEL                 PIC 9.

       01  WS-CFG-KEY                       PIC X(8).
       01  WS-PEND-HOURS                    PIC S9(4) COMP VALUE 24.
       01  WS-CUTOFF-ABSTIME                PIC S9(15) COMP-3.
       01  WS-AGE-HOURS                     PIC S9(7) COMP-3.
       01  WS-EDIT-AGE                      PIC ZZZ9.
       01  WS-EDIT-COUNT                    PIC ZZ9.

       01  WS-START-KEY                     PIC X(20).
       01  WS-CURRENT-KEY                   PIC X(20).
       01  WS-NEXT-START-KEY                PIC X(20).

       01  WS-ROW-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-ROW-SUB                       PIC S9(4) COMP.
       01  WS-PAGE-NUM                      PIC S9(4) COMP VALUE 1.
       01  WS-PAGE-NUM-EDIT                 PIC 9(4).

       01  WS-EXPIRE-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-EXPIRE-SUB                    PIC S9(4) COMP.
       01  WS-EXPIRE-KEY OCCURS 50 TIMES    PIC X(20).
       01  WS-SCAN-KEY                      PIC X(20).

       01  WS-ACTION-WORD                   PIC X(4).
       01  WS-IMAGE                         PIC X(80).
       01  WS-LIVE-IMAGE                    PIC X(80).
       01  WS-IMAGE-VALUE                   PIC X(8).
       01  WS-IMAGE-DETAIL                  PIC X(4).
       01  WS-IMAGE-TEXT                    PIC X(76).
       01  WS-STAMP-TEXT                    PIC X(76).
       01  WS-BEFORE-VALUE                  PIC X(8).
       01  WS-BEFORE-DETAIL                 PIC X(4).
       01  WS-AFTER-VALUE                   PIC X(8).
       01  WS-AFTER-DETAIL                  PIC X(4).
       01  WS-HHMM-EDIT                     PIC 9(4).
       01  WS-BRANCH-SHOW                   PIC X(4).
       01  WS-WEEK-SUB                      PIC S9(4) COMP.
       01  WS-WEEK-TEXT.
           05  WS-WT-DAY OCCURS 7 TIMES.
               10  WS-WT-OPEN               PIC 9(4).
               10  WS-WT-DASH               PIC X.
               10  WS-WT-CLOSE              PIC 9(4).
               10  WS-WT-GAP                PIC X.

       01  WS-BEFORE-WEEK.
           05  WS-BW-DAY OCCURS 7 TIMES.
               10  WS-BW-OPEN               PIC 9(4) COMP-3.
               10  WS-BW-CLOSE              PIC 9(4) COMP-3.
       01  WS-AFTER-WEEK.
           05  WS-AW-DAY OCCURS 7 TIMES.
               10  WS-AW-OPEN               PIC 9(4) COMP-3.
               10  WS-AW-CLOSE              PIC 9(4) COMP-3.
       01  WS-DAY-TAG.
           05  WS-DAY-TAG-PREFIX            PIC X(3).
           05  WS-DAY-TAG-NUM               PIC 9.
       01  WS-DAY-HOURS.
           05  WS-DAY-OPEN                  PIC 9(4).
           05  WS-DAY-CLOSE                 PIC 9(4).

       01  WS-AUD-USER                      PIC X(8).
       01  WS-AUD-STATUS                    PIC X(4).
       01  WS-AUD-TAG                       PIC X(4).
       01  WS-AUD-VALUE                     PIC X(8).
       01  WS-AUD-DETAIL                    PIC X(4).

       01  WS-MSG-TEXT                      PIC X(79) VALUE spaces.
       01  WS-DENY-MSG                      PIC X(79) VALUE
           'NOT AUTHORIZED FOR CHANGE APPROVAL - SEE SECURITY'.

       01  WS-AUTH-OK-SW                    PIC X VALUE 'N'.
           88  WS-AUTH-OK                   VALUE 'Y'.
       01  WS-BROWSE-DONE-SW                PIC X VALUE 'N'.
           88  WS-BROWSE-DONE               VALUE 'Y'.
       01  WS-BROWSE-ACTIVE-SW              PIC X VALUE 'N'.
           88  WS-BROWSE-ACTIVE             VALUE 'Y'.
       01  WS-SEL-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-SEL-FOUND                 VALUE 'Y'.
       01  WS-CHECKER-OK-SW                 PIC X VALUE 'N'.
           88  WS-CHECKER-OK                VALUE 'Y'.
       01  WS-APPLY-OK-SW                   PIC X VALUE 'N'.
           88  WS-APPLY-OK                  VALUE 'Y'.

           copy RSTPM9.
           copy RSTCHG1.
           copy RSTCFG1.
           copy RSTRTE1.
           copy RSTBRN1.
           copy RSTOPR1.
           copy RSTBHR1.
           copy RSTOHX1.
           copy RSTAUD1.
           copy RSTAUD2.

       linkage section.

       01  DFHCOMMAREA.
           05  PW-MODE                      PIC X.
           05  PW-PAGE-START-KEY            PIC X(20).
           05  PW-NEXT-START-KEY            PIC X(20).
           05  PW-ROW-COUNT                 PIC S9(4) COMP.
           05  PW-ROW-KEY OCCURS 12 TIMES   PIC X(20).
           05  PW-PAGE-NUM                  PIC S9(4) COMP.
           05  PW-DETAIL-KEY                PIC X(20).
           05  PW-DETAIL-MAKER-ABSTIME      PIC S9(15) COMP-3.
           05  PW-DETAIL-MAKER-USER         PIC X(8).

       procedure division.

       MAIN-PARA.

           exec cics handle condition
               mapfail(NO-INPUT-PARA)
           end-exec

           exec cics assign
               userid(WS-USERID)
               applid(WS-APPLID)
           end-exec

           exec cics asktime
               abstime(WS-ABSTIME)
           end-exec

           exec cics formattime
               abstime(WS-ABSTIME)
               yyyymmdd(WS-NOW-DATE)
               time(WS-NOW-TIME)
           end-exec

           perform CHECK-CHECKER-AUTH-PARA

           if not WS-AUTH-OK
               perform REJECT-NOT-AUTHORIZED-PARA
           end-if

           perform READ-CONFIG-PARA

           if EIBCALEN = 0
               move low-values to WS-START-KEY
               move 'S + ENTER TO REVIEW A CHANGE' to WS-MSG-TEXT
               move 1 to WS-PAGE-NUM
               perform DISPLAY-LIST-PARA
           else
               if PW-MODE = 'D'
                   perform PROCESS-DETAIL-INPUT-PARA
               else
                   perform PROCESS-LIST-INPUT-PARA
               end-if
           end-if
           .

       CHECK-CHECKER-AUTH-PARA.

           move 'N' to WS-AUTH-OK-SW

           exec cics read file('RSTOP')
               into(RST-OPERATOR-ENTRY)
               ridfld(WS-USERID)
               keylength(length of WS-USERID)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and OPR-CONFIG-OK
               move 'Y' to WS-AUTH-OK-SW
               move OPR-ROLE-LEVEL to WS-CHECKER-LEVEL
           end-if
           .

       REJECT-NOT-AUTHORIZED-PARA.

           perform WRITE-DENY-AUDIT-PARA

           exec cics send text
               from(WS-DENY-MSG)
               length(length of WS-DENY-MSG)
               erase
           end-exec

           exec cics return
           end-exec
           .

       READ-CONFIG-PARA.

           move 'PENDHRS ' to WS-CFG-KEY

           exec cics read file('RSTCF')
               into(RST-CONFIG-ENTRY)
               ridfld(WS-CFG-KEY)
               keylength(length of WS-CFG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and CFG-PARM-VALUE numeric
                   and CFG-PARM-VALUE > 0
                   and CFG-PARM-VALUE < 169
               move CFG-PARM-VALUE to WS-PEND-HOURS
           end-if

           compute WS-CUTOFF-ABSTIME =
               WS-ABSTIME - (WS-PEND-HOURS * 3600000)
           .

       PROCESS-LIST-INPUT-PARA.

           exec cics receive map('RSTPM9A')
               mapset('RSTPM9')
               into(RSTPM9AI)
           end-exec

           evaluate EIBAID
               when WS-AID-PF3
                   perform EXIT-PARA
               when WS-AID-PF7
                   move low-values to WS-START-KEY
                   move spaces to WS-MSG-TEXT
                   move 1 to WS-PAGE-NUM
                   perform DISPLAY-LIST-PARA
               when WS-AID-PF8
                   if PW-NEXT-START-KEY = low-values
                       move 'NO MORE PENDING CHANGES' to WS-MSG-TEXT
                       move PW-PAGE-START-KEY to WS-START-KEY
                       move PW-PAGE-NUM to WS-PAGE-NUM
                   else
                       move PW-NEXT-START-KEY to WS-START-KEY
                       move spaces to WS-MSG-TEXT
                       compute WS-PAGE-NUM = PW-PAGE-NUM + 1
                   end-if
                   perform DISPLAY-LIST-PARA
               when WS-AID-ENTER
                   perform PROCESS-SELECTIONS-PARA
               when other
                   move 'INVALID KEY - USE ENTER, PF7, PF8 OR PF3'
                       to WS-MSG-TEXT
                   move PW-PAGE-START-KEY to WS-START-KEY
                   move PW-PAGE-NUM to WS-PAGE-NUM
                   perform DISPLAY-LIST-PARA
           end-evaluate
           .

       PROCESS-SELECTIONS-PARA.

           move 'N' to WS-SEL-FOUND-SW

           perform varying WS-ROW-SUB from 1 by 1
                   until WS-ROW-SUB > PW-ROW-COUNT
                      or WS-SEL-FOUND
               set WS-PROW-IDX to WS-ROW-SUB
               if PSELI(WS-PROW-IDX) = 'S' or
                       PSELI(WS-PROW-IDX) = 's'
                   set WS-SEL-FOUND to true
                   move PW-ROW-KEY(WS-ROW-SUB) to PW-DETAIL-KEY
                   perform DISPLAY-DETAIL-PARA
               end-if
           end-perform

      *    no row selected: ENTER just refreshes the current page.
           move PW-PAGE-START-KEY to WS-START-KEY
           move PW-PAGE-NUM to WS-PAGE-NUM
           move spaces to WS-MSG-TEXT
           perform DISPLAY-LIST-PARA
           .

       DISPLAY-LIST-PARA.

           perform EXPIRE-STALE-CHANGES-PARA

           move spaces to RSTPM9AO
           move 'RSTPW00 - RST CHANGE APPROVAL WORKLIST' to TITLE1O
           move 'PAGE:' to PAGELBLO
           move 'S FILE  RECORD KEY   ACTN MAKER    LV REQUESTED'
               to HDRLINO
           move 'AGE(H)' to HDRLINO(55:6)
           move WS-MSG-TEXT to MSGOO
           move 'S=DETAIL  ENTER=REFRESH  PF7=FIRST  PF8=NEXT  PF3=EXIT'
             to INSTRSO

           move WS-START-KEY to WS-CURRENT-KEY
           move 0 to WS-ROW-COUNT
           move 'N' to WS-BROWSE-DONE-SW
           move 'N' to WS-BROWSE-ACTIVE-SW

           exec cics startbr file('RSTCHG')
               ridfld(WS-CURRENT-KEY)
               keylength(length of WS-CURRENT-KEY)
               gteq
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               set WS-BROWSE-ACTIVE to true
           else
               set WS-BROWSE-DONE to true
           end-if

           perform until WS-ROW-COUNT = 12 or WS-BROWSE-DONE
               exec cics readnext file('RSTCHG')
                   into(RST-PENDING-CHANGE)
                   ridfld(WS-CURRENT-KEY)
                   keylength(length of WS-CURRENT-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   perform FORMAT-CHANGE-ROW-PARA
               else
                   set WS-BROWSE-DONE to true
               end-if
           end-perform

           perform FINISH-LIST-PARA
           .

       FORMAT-CHANGE-ROW-PARA.

           add 1 to WS-ROW-COUNT
           set WS-PROW-IDX-O to WS-ROW-COUNT
           move WS-CURRENT-KEY to PW-ROW-KEY(WS-ROW-COUNT)
           move space to PSELO(WS-PROW-IDX-O)
           move spaces to PROWO(WS-PROW-IDX-O)

           perform SET-ACTION-WORD-PARA
           compute WS-AGE-HOURS =
               (WS-ABSTIME - CHG-MAKER-ABSTIME) / 3600000
           move WS-AGE-HOURS to WS-EDIT-AGE

           move CHG-TARGET-FILE(1:5) to PROWO(WS-PROW-IDX-O)(1:5)
           move CHG-TARGET-KEY      to PROWO(WS-PROW-IDX-O)(7:12)
           move WS-ACTION-WORD      to PROWO(WS-PROW-IDX-O)(20:4)
           move CHG-MAKER-USER      to PROWO(WS-PROW-IDX-O)(25:8)
           move CHG-MAKER-LEVEL     to PROWO(WS-PROW-IDX-O)(34:1)
           move CHG-MAKER-DATE      to PROWO(WS-PROW-IDX-O)(37:8)
           move CHG-MAKER-TIME      to PROWO(WS-PROW-IDX-O)(46:6)
           move WS-EDIT-AGE         to PROWO(WS-PROW-IDX-O)(53:4)
           .

       FINISH-LIST-PARA.

           move low-values to WS-NEXT-START-KEY

           if not WS-BROWSE-DONE
               exec cics readnext file('RSTCHG')
                   into(RST-PENDING-CHANGE)
                   ridfld(WS-CURRENT-KEY)
                   keylength(length of WS-CURRENT-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move WS-CURRENT-KEY to WS-NEXT-START-KEY
               end-if
           end-if

           if WS-BROWSE-ACTIVE
               exec cics endbr file('RSTCHG')
               end-exec
           end-if

           if WS-ROW-COUNT = 0 and WS-MSG-TEXT = spaces
               move 'NO CHANGES WAITING FOR APPROVAL' to MSGOO
           end-if

           move WS-PAGE-NUM to WS-PAGE-NUM-EDIT
           move WS-PAGE-NUM-EDIT to PAGENOO

           move 'L' to PW-MODE
           move WS-START-KEY to PW-PAGE-START-KEY
           move WS-NEXT-START-KEY to PW-NEXT-START-KEY
           move WS-ROW-COUNT to PW-ROW-COUNT
           move WS-PAGE-NUM to PW-PAGE-NUM

           exec cics send map('RSTPM9A')
               mapset('RSTPM9')
               from(RSTPM9AO)
               erase
           end-exec

           exec cics return
               transid('RSTW')
               commarea(DFHCOMMAREA)
               length(length of DFHCOMMAREA)
           end-exec
           .

       EXPIRE-STALE-CHANGES-PARA.

      *    collect first, then expire: the entries are deleted by
      *    key once the browse is closed, the same way the RSTPT00
      *    sweeper works its idle sessions.
           move 0 to WS-EXPIRE-COUNT
           move 'N' to WS-BROWSE-DONE-SW
           move 'N' to WS-BROWSE-ACTIVE-SW
           move low-values to WS-SCAN-KEY

           exec cics startbr file('RSTCHG')
               ridfld(WS-SCAN-KEY)
               keylength(length of WS-SCAN-KEY)
               gteq
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               set WS-BROWSE-ACTIVE to true
           else
               set WS-BROWSE-DONE to true
           end-if

           perform until WS-BROWSE-DONE or WS-EXPIRE-COUNT = 50
               exec cics readnext file('RSTCHG')
                   into(RST-PENDING-CHANGE)
                   ridfld(WS-SCAN-KEY)
                   keylength(length of WS-SCAN-KEY)
                   resp(WS-RESP)
               end-exec

               if not WS-RESP-NORMAL
                   set WS-BROWSE-DONE to true
               else
                   if CHG-MAKER-ABSTIME < WS-CUTOFF-ABSTIME
                       add 1 to WS-EXPIRE-COUNT
                       move CHG-KEY to WS-EXPIRE-KEY(WS-EXPIRE-COUNT)
                   end-if
               end-if
           end-perform

           if WS-BROWSE-ACTIVE
               exec cics endbr file('RSTCHG')
               end-exec
           end-if

           perform varying WS-EXPIRE-SUB from 1 by 1
                   until WS-EXPIRE-SUB > WS-EXPIRE-COUNT
               exec cics read file('RSTCHG')
                   into(RST-PENDING-CHANGE)
                   ridfld(WS-EXPIRE-KEY(WS-EXPIRE-SUB))
                   keylength(length of CHG-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   perform EXPIRE-CHANGE-PARA
               end-if
           end-perform

           if WS-EXPIRE-COUNT > 0 and WS-MSG-TEXT = spaces
               move WS-EXPIRE-COUNT to WS-EDIT-COUNT
               string WS-EDIT-COUNT delimited by size
                      ' CHANGE(S) OLDER THAN PENDHRS EXPIRED'
                          delimited by size
                      into WS-MSG-TEXT
               end-string
           end-if
           .

       EXPIRE-CHANGE-PARA.

           perform SET-ACTION-WORD-PARA

           move 'RSTPW00 '      to WS-AUD-USER
           move 'EXPR'          to WS-AUD-STATUS
           move 'CHKR'          to WS-AUD-TAG
           move CHG-MAKER-USER  to WS-AUD-VALUE
           move WS-ACTION-WORD  to WS-AUD-DETAIL
           perform WRITE-CHANGE-AUDIT-PARA

           exec cics delete file('RSTCHG')
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec
           .

       DISPLAY-DETAIL-PARA.

           exec cics read file('RSTCHG')
               into(RST-PENDING-CHANGE)
               ridfld(PW-DETAIL-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec

           if not WS-RESP-NORMAL
               move 'CHANGE NO LONGER PENDING' to WS-MSG-TEXT
               move PW-PAGE-START-KEY to WS-START-KEY
               move PW-PAGE-NUM to WS-PAGE-NUM
               perform DISPLAY-LIST-PARA
           end-if

           perform SET-ACTION-WORD-PARA
           compute WS-AGE-HOURS =
               (WS-ABSTIME - CHG-MAKER-ABSTIME) / 3600000
           move WS-AGE-HOURS to WS-EDIT-AGE

           move spaces to RSTPM9BO
           move 'RSTPW00 - PENDING CHANGE DETAIL' to TITLEDO
           move WS-MSG-TEXT to MSGDO
           move 'ENTER=DECIDE (BLANK=BACK TO LIST)  PF3=EXIT' to INSTRDO

           set WS-DTLROW-IDX-O to 1
           string 'FILE=' delimited by size
                  CHG-TARGET-FILE delimited by size
                  '  KEY=' delimited by size
                  CHG-TARGET-KEY delimited by size
                  '  ACTION=' delimited by size
                  WS-ACTION-WORD delimited by size
                  '  NEEDS LEVEL ' delimited by size
                  CHG-REQUIRED-LEVEL delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           set WS-DTLROW-IDX-O to 2
           string 'MAKER=' delimited by size
                  CHG-MAKER-USER delimited by size
                  ' (LEVEL ' delimited by size
                  CHG-MAKER-LEVEL delimited by size
                  ')  TERM=' delimited by size
                  CHG-MAKER-TERM delimited by size
                  '  ON ' delimited by size
                  CHG-MAKER-DATE delimited by size
                  ' ' delimited by size
                  CHG-MAKER-TIME delimited by size
                  '  AGE=' delimited by size
                  WS-EDIT-AGE delimited by size
                  'H' delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           set WS-DTLROW-IDX-O to 3
           move 'BEFORE:' to DTLROWO(WS-DTLROW-IDX-O)
           move CHG-BEFORE-IMAGE to WS-IMAGE
           perform FORMAT-IMAGE-PARA
           set WS-DTLROW-IDX-O to 4
           move WS-IMAGE-TEXT to DTLROWO(WS-DTLROW-IDX-O)
           set WS-DTLROW-IDX-O to 5
           move WS-STAMP-TEXT to DTLROWO(WS-DTLROW-IDX-O)

           set WS-DTLROW-IDX-O to 6
           move 'AFTER:' to DTLROWO(WS-DTLROW-IDX-O)
           move CHG-AFTER-IMAGE to WS-IMAGE
           perform FORMAT-IMAGE-PARA
           set WS-DTLROW-IDX-O to 7
           move WS-IMAGE-TEXT to DTLROWO(WS-DTLROW-IDX-O)

           if CHG-MAKER-USER = WS-USERID
               set WS-DTLROW-IDX-O to 8
               move 'YOU MADE THIS CHANGE - ANOTHER OPERATOR DECIDES IT'
                 to DTLROWO(WS-DTLROW-IDX-O)
           end-if

      *    the change on screen, so a decision is only taken on it
      *    and not on another keyed against the same record since.
           move CHG-MAKER-ABSTIME to PW-DETAIL-MAKER-ABSTIME
           move CHG-MAKER-USER    to PW-DETAIL-MAKER-USER
           move 'D' to PW-MODE

           exec cics send map('RSTPM9B')
               mapset('RSTPM9')
               from(RSTPM9BO)
               erase
           end-exec

           exec cics return
               transid('RSTW')
               commarea(DFHCOMMAREA)
               length(length of DFHCOMMAREA)
           end-exec
           .

       FORMAT-IMAGE-PARA.

      *    one readable line per image, laid out per target file,
      *    plus the who/when stamp the image carries.
           move spaces to WS-IMAGE-TEXT
           move spaces to WS-STAMP-TEXT

           if WS-IMAGE = spaces
               if CHG-ACTION-DELETE
                   move '  (RECORD WILL BE DELETED)' to WS-IMAGE-TEXT
               else
                   move '  (NOT ON FILE)' to WS-IMAGE-TEXT
               end-if
           else
               evaluate true
                   when CHG-FOR-CONFIG
                       move WS-IMAGE to RST-CONFIG-ENTRY
                       string '  VALUE=' delimited by size
                              CFG-PARM-VALUE delimited by size
                              '  DESC=' delimited by size
                              CFG-PARM-DESC delimited by size
                              into WS-IMAGE-TEXT
                       end-string
                       string '  LAST CHANGED BY ' delimited by size
                              CFG-UPDATE-USER delimited by size
                              ' ON ' delimited by size
                              CFG-UPDATE-DATE delimited by size
                              ' ' delimited by size
                              CFG-UPDATE-TIME delimited by size
                              into WS-STAMP-TEXT
                       end-string
                   when CHG-FOR-ROUTE
                       move WS-IMAGE to RST-ROUTE-ENTRY
                       string '  PROGRAM=' delimited by size
                              RTE-PROGRAM delimited by size
                              '  ENABLED=' delimited by size
                              RTE-ENABLED-FLAG delimited by size
                              into WS-IMAGE-TEXT
                       end-string
                       string '  LAST CHANGED BY ' delimited by size
                              RTE-UPDATE-USER delimited by size
                              ' ON ' delimited by size
                              RTE-UPDATE-DATE delimited by size
                              ' ' delimited by size
                              RTE-UPDATE-TIME delimited by size
                              into WS-STAMP-TEXT
                       end-string
                   when CHG-FOR-BRANCH
                       move WS-IMAGE to RST-BRANCH-REF-ENTRY
                       string '  BRANCH=' delimited by size
                              TBR-BRANCH-CODE delimited by size
                              '  NAME=' delimited by size
                              TBR-BRANCH-NAME delimited by size
                              into WS-IMAGE-TEXT
                       end-string
                       string '  LAST CHANGED BY ' delimited by size
                              TBR-UPDATE-USER delimited by size
                              ' ON ' delimited by size
                              TBR-UPDATE-DATE delimited by size
                              ' ' delimited by size
                              TBR-UPDATE-TIME delimited by size
                              into WS-STAMP-TEXT
                       end-string
                   when CHG-FOR-OPERATOR
                       move WS-IMAGE to RST-OPERATOR-ENTRY
                       string '  ROLE LEVEL=' delimited by size
                              OPR-ROLE-LEVEL delimited by size
                              into WS-IMAGE-TEXT
                       end-string
                       string '  LAST CHANGED BY ' delimited by size
                              OPR-UPDATE-USER delimited by size
                              ' ON ' delimited by size
                              OPR-UPDATE-DATE delimited by size
                              ' ' delimited by size
                              OPR-UPDATE-TIME delimited by size
                              into WS-STAMP-TEXT
                       end-string
                   when CHG-FOR-CALENDAR
                       move WS-IMAGE to RST-TRADING-HOURS-ENTRY
                       perform FORMAT-HOURS-IMAGE-PARA
                       string '  LAST CHANGED BY ' delimited by size
                              BHR-UPDATE-USER delimited by size
                              ' ON ' delimited by size
                              BHR-UPDATE-DATE delimited by size
                              ' ' delimited by size
                              BHR-UPDATE-TIME delimited by size
                              into WS-STAMP-TEXT
                       end-string
                   when CHG-FOR-EXEMPTION
                       move WS-IMAGE to RST-HOURS-EXEMPTION
                       move OHX-BRANCH-CODE to WS-BRANCH-SHOW
                       if OHX-ALL-BRANCHES
                           move 'ALL ' to WS-BRANCH-SHOW
                       end-if
                       string '  BRANCH=' delimited by size
                              WS-BRANCH-SHOW delimited by size
                              '  EXPIRES=' delimited by size
                              OHX-EXPIRY-DATE delimited by size
                              '  REASON=' delimited by size
                              OHX-REASON delimited by size
                              into WS-IMAGE-TEXT
                       end-string
                       string '  LAST CHANGED BY ' delimited by size
                              OHX-UPDATE-USER delimited by size
                              ' ON ' delimited by size
                              OHX-UPDATE-DATE delimited by size
                              ' ' delimited by size
                              OHX-UPDATE-TIME delimited by size
                              into WS-STAMP-TEXT
                       end-string
               end-evaluate
           end-if
           .

       FORMAT-HOURS-IMAGE-PARA.

      *    the standard week as seven open-close pairs, Sunday
      *    first; a dated entry as the kind of day.
           evaluate true
               when BHR-DAY-WEEKLY
                   perform varying WS-WEEK-SUB from 1 by 1
                           until WS-WEEK-SUB > 7
                       move BHR-OPEN-HHMM(WS-WEEK-SUB)
                         to WS-WT-OPEN(WS-WEEK-SUB)
                       move '-' to WS-WT-DASH(WS-WEEK-SUB)
                       move BHR-CLOSE-HHMM(WS-WEEK-SUB)
                         to WS-WT-CLOSE(WS-WEEK-SUB)
                       move space to WS-WT-GAP(WS-WEEK-SUB)
                   end-perform
                   move ' SU-SA ' to WS-IMAGE-TEXT(1:7)
                   move WS-WEEK-TEXT to WS-IMAGE-TEXT(8:69)
               when BHR-DAY-HOLIDAY
                   move '  HOLIDAY - CLOSED ALL DAY' to WS-IMAGE-TEXT
               when other
                   move BHR-DATE-OPEN-HHMM to WS-WT-OPEN(1)
                   move BHR-DATE-CLOSE-HHMM to WS-WT-CLOSE(1)
                   string '  EARLY CLOSING  OPEN ' delimited by size
                          WS-WT-OPEN(1) delimited by size
                          '  CLOSE ' delimited by size
                          WS-WT-CLOSE(1) delimited by size
                          into WS-IMAGE-TEXT
                   end-string
           end-evaluate
           .

       PROCESS-DETAIL-INPUT-PARA.

           if EIBAID = WS-AID-PF3
               perform EXIT-PARA
           end-if

           exec cics receive map('RSTPM9B')
               mapset('RSTPM9')
               into(RSTPM9BI)
           end-exec

           move spaces to WS-MSG-TEXT

           if EIBAID not = WS-AID-ENTER
               move 'INVALID KEY - USE ENTER OR PF3' to WS-MSG-TEXT
               perform DISPLAY-DETAIL-PARA
           end-if

           evaluate DECISNI
               when 'A'
               when 'a'
                   perform DECIDE-CHANGE-PARA
               when 'R'
               when 'r'
                   perform DECIDE-CHANGE-PARA
               when space
               when low-value
                   continue
               when other
                   move 'DECISION MUST BE A, R OR BLANK' to WS-MSG-TEXT
                   perform DISPLAY-DETAIL-PARA
           end-evaluate

           move PW-PAGE-START-KEY to WS-START-KEY
           move PW-PAGE-NUM to WS-PAGE-NUM
           perform DISPLAY-LIST-PARA
           .

       DECIDE-CHANGE-PARA.

           exec cics read file('RSTCHG')
               into(RST-PENDING-CHANGE)
               ridfld(PW-DETAIL-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
                   and (CHG-MAKER-ABSTIME not = PW-DETAIL-MAKER-ABSTIME
                        or CHG-MAKER-USER not = PW-DETAIL-MAKER-USER)
               move 'CHANGE WAS REPLACED - REVIEW IT AGAIN'
                 to WS-MSG-TEXT
               perform DISPLAY-DETAIL-PARA
           end-if

           if not WS-RESP-NORMAL
               move 'CHANGE NO LONGER PENDING' to WS-MSG-TEXT
           else
               perform CHECK-CHECKER-RIGHTS-PARA

               if WS-CHECKER-OK
                   if CHG-MAKER-ABSTIME < WS-CUTOFF-ABSTIME
                       perform EXPIRE-CHANGE-PARA
                       move 'CHANGE HAS EXPIRED - KEY IT AGAIN'
                         to WS-MSG-TEXT
                   else
                       if DECISNI = 'A' or DECISNI = 'a'
                           perform APPROVE-CHANGE-PARA
                       else
                           perform REJECT-CHANGE-PARA
                       end-if
                   end-if
               end-if
           end-if
           .

       CHECK-CHECKER-RIGHTS-PARA.

      *    four-eyes rules: never the maker, never a lower role than
      *    the change needs or than the maker holds, never a change
      *    to the checker's own authority.
           move 'N' to WS-CHECKER-OK-SW

           evaluate true
               when CHG-MAKER-USER = WS-USERID
                   move 'YOU MADE THIS CHANGE - ANOTHER USER DECIDES'
                     to WS-MSG-TEXT
               when WS-CHECKER-LEVEL < CHG-REQUIRED-LEVEL
               when WS-CHECKER-LEVEL < CHG-MAKER-LEVEL
                   move 'ROLE LEVEL TOO LOW TO DECIDE THIS CHANGE'
                     to WS-MSG-TEXT
               when CHG-FOR-OPERATOR
                       and CHG-TARGET-KEY(1:8) = WS-USERID
               when CHG-FOR-EXEMPTION
                       and CHG-TARGET-KEY(1:8) = WS-USERID
                   move 'CANNOT DECIDE A CHANGE TO YOUR OWN AUTHORITY'
                     to WS-MSG-TEXT
               when other
                   set WS-CHECKER-OK to true
           end-evaluate

           if not WS-CHECKER-OK
               perform WRITE-DENY-AUDIT-PARA
           end-if
           .

       REJECT-CHANGE-PARA.

           perform SET-ACTION-WORD-PARA

           move WS-USERID       to WS-AUD-USER
           move 'RJCT'          to WS-AUD-STATUS
           move 'CHKR'          to WS-AUD-TAG
           move CHG-MAKER-USER  to WS-AUD-VALUE
           move WS-ACTION-WORD  to WS-AUD-DETAIL
           perform WRITE-CHANGE-AUDIT-PARA

           exec cics delete file('RSTCHG')
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec

           move spaces to WS-MSG-TEXT
           string 'CHANGE REJECTED - ' delimited by size
                  CHG-TARGET-FILE delimited by size
                  ' ' delimited by size
                  CHG-TARGET-KEY delimited by size
                  ' LEFT AS IT WAS' delimited by size
                  into WS-MSG-TEXT
           end-string
           .

       APPROVE-CHANGE-PARA.

           move 'N' to WS-APPLY-OK-SW

           evaluate true
               when CHG-FOR-CONFIG
                   perform APPLY-CONFIG-CHANGE-PARA
               when CHG-FOR-ROUTE
                   perform APPLY-ROUTE-CHANGE-PARA
               when CHG-FOR-BRANCH
                   perform APPLY-BRANCH-CHANGE-PARA
               when CHG-FOR-OPERATOR
                   perform APPLY-OPERATOR-CHANGE-PARA
               when CHG-FOR-CALENDAR
                   perform APPLY-CALENDAR-CHANGE-PARA
               when CHG-FOR-EXEMPTION
                   perform APPLY-EXEMPTION-CHANGE-PARA
           end-evaluate

           if not WS-APPLY-OK
               move 'RECORD CHANGED SINCE REQUEST - REJECT AND REKEY'
                 to WS-MSG-TEXT
           else
               perform SET-ACTION-WORD-PARA

               move CHG-BEFORE-IMAGE to WS-IMAGE
               perform EXTRACT-IMAGE-VALUE-PARA
               move WS-IMAGE-VALUE  to WS-BEFORE-VALUE
               move WS-IMAGE-DETAIL to WS-BEFORE-DETAIL

               move CHG-AFTER-IMAGE to WS-IMAGE
               perform EXTRACT-IMAGE-VALUE-PARA
               move WS-IMAGE-VALUE  to WS-AFTER-VALUE
               move WS-IMAGE-DETAIL to WS-AFTER-DETAIL

               move WS-USERID       to WS-AUD-USER
               move 'APRV'          to WS-AUD-STATUS
               move 'CHKR'          to WS-AUD-TAG
               move CHG-MAKER-USER  to WS-AUD-VALUE
               move WS-ACTION-WORD  to WS-AUD-DETAIL
               perform WRITE-CHANGE-AUDIT-PARA

               if not CHG-ACTION-ADD
                   move 'BFOR'           to WS-AUD-STATUS
                   move 'BFOR'           to WS-AUD-TAG
                   move WS-BEFORE-VALUE  to WS-AUD-VALUE
                   move WS-BEFORE-DETAIL to WS-AUD-DETAIL
                   perform WRITE-CHANGE-AUDIT-PARA
               end-if

      *        the applied change itself, in the shape the screens
      *        have always written it: a delete carries the value
      *        that went away.
               move WS-ACTION-WORD to WS-AUD-STATUS
               move spaces         to WS-AUD-TAG
               if CHG-ACTION-DELETE
                   move WS-BEFORE-VALUE  to WS-AUD-VALUE
                   move WS-BEFORE-DETAIL to WS-AUD-DETAIL
               else
                   move WS-AFTER-VALUE   to WS-AUD-VALUE
                   move WS-AFTER-DETAIL  to WS-AUD-DETAIL
               end-if
               perform WRITE-CHANGE-AUDIT-PARA

               if CHG-FOR-CALENDAR
                       and CHG-TARGET-KEY(5:8) = 'WEEKLY  '
                   perform WRITE-WEEK-AUDIT-PARA
               end-if

               exec cics delete file('RSTCHG')
                   ridfld(CHG-KEY)
                   keylength(length of CHG-KEY)
                   resp(WS-RESP)
               end-exec

               move spaces to WS-MSG-TEXT
               string 'CHANGE APPROVED AND APPLIED - ' delimited by size
                      CHG-TARGET-FILE delimited by size
                      ' ' delimited by size
                      CHG-TARGET-KEY delimited by size
                      into WS-MSG-TEXT
               end-string
           end-if
           .

       WRITE-WEEK-AUDIT-PARA.

      *    a standard week's value is only 'WEEKLY', and its images
      *    go with the RSTCHG entry, so each weekday the change
      *    touches gets its own events: BFOR tagged 'BFRn' with the
      *    old hours, then the applied action tagged 'DAYn' with the
      *    new (a delete, the hours that went away).  Value is open
      *    HHMM + close HHMM, day 1 = Sunday as on RSTBH.
           move spaces to WS-BEFORE-WEEK
           move spaces to WS-AFTER-WEEK
           if CHG-BEFORE-IMAGE not = spaces
               move CHG-BEFORE-IMAGE to RST-TRADING-HOURS-ENTRY
               move BHR-WEEK-HOURS   to WS-BEFORE-WEEK
           end-if
           if CHG-AFTER-IMAGE not = spaces
               move CHG-AFTER-IMAGE  to RST-TRADING-HOURS-ENTRY
               move BHR-WEEK-HOURS   to WS-AFTER-WEEK
           end-if

           perform varying WS-WEEK-SUB from 1 by 1
                   until WS-WEEK-SUB > 7
               if CHG-ACTION-ADD or CHG-ACTION-DELETE
                       or WS-BW-DAY(WS-WEEK-SUB)
                          not = WS-AW-DAY(WS-WEEK-SUB)
                   move WS-WEEK-SUB to WS-DAY-TAG-NUM
                   move spaces      to WS-AUD-DETAIL

                   if not CHG-ACTION-ADD
                       move WS-BW-OPEN(WS-WEEK-SUB)  to WS-DAY-OPEN
                       move WS-BW-CLOSE(WS-WEEK-SUB) to WS-DAY-CLOSE
                       move 'BFR'        to WS-DAY-TAG-PREFIX
                       move 'BFOR'       to WS-AUD-STATUS
                       move WS-DAY-TAG   to WS-AUD-TAG
                       move WS-DAY-HOURS to WS-AUD-VALUE
                       perform WRITE-CHANGE-AUDIT-PARA
                   end-if

                   if not CHG-ACTION-DELETE
                       move WS-AW-OPEN(WS-WEEK-SUB)  to WS-DAY-OPEN
                       move WS-AW-CLOSE(WS-WEEK-SUB) to WS-DAY-CLOSE
                   end-if
                   move 'DAY'          to WS-DAY-TAG-PREFIX
                   move WS-ACTION-WORD to WS-AUD-STATUS
                   move WS-DAY-TAG     to WS-AUD-TAG
                   move WS-DAY-HOURS   to WS-AUD-VALUE
                   perform WRITE-CHANGE-AUDIT-PARA
               end-if
           end-perform
           .

       APPLY-CONFIG-CHANGE-PARA.

           evaluate true
               when CHG-ACTION-ADD
                   move CHG-AFTER-IMAGE to RST-CONFIG-ENTRY
                   move WS-USERID   to CFG-UPDATE-USER
                   move WS-NOW-DATE to CFG-UPDATE-DATE
                   move WS-NOW-TIME to CFG-UPDATE-TIME

                   exec cics write file('RSTCF')
                       from(RST-CONFIG-ENTRY)
                       ridfld(CFG-PARM-NAME)
                       keylength(length of CFG-PARM-NAME)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       set WS-APPLY-OK to true
                   end-if
               when other
                   exec cics read file('RSTCF')
                       into(RST-CONFIG-ENTRY)
                       ridfld(CHG-TARGET-KEY)
                       keylength(length of CFG-PARM-NAME)
                       update
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       move RST-CONFIG-ENTRY to WS-LIVE-IMAGE
                       if WS-LIVE-IMAGE not = CHG-BEFORE-IMAGE
                           exec cics unlock file('RSTCF')
                           end-exec
                       else
                           set WS-APPLY-OK to true
                           if CHG-ACTION-DELETE
                               exec cics delete file('RSTCF')
                               end-exec
                           else
                               move CHG-AFTER-IMAGE to RST-CONFIG-ENTRY
                               move WS-USERID   to CFG-UPDATE-USER
                               move WS-NOW-DATE to CFG-UPDATE-DATE
                               move WS-NOW-TIME to CFG-UPDATE-TIME

                               exec cics rewrite file('RSTCF')
                                   from(RST-CONFIG-ENTRY)
                               end-exec
                           end-if
                       end-if
                   end-if
           end-evaluate
           .

       APPLY-ROUTE-CHANGE-PARA.

           evaluate true
               when CHG-ACTION-ADD
                   move CHG-AFTER-IMAGE to RST-ROUTE-ENTRY
                   move WS-USERID   to RTE-UPDATE-USER
                   move WS-NOW-DATE to RTE-UPDATE-DATE
                   move WS-NOW-TIME to RTE-UPDATE-TIME

                   exec cics write file('RSTRT')
                       from(RST-ROUTE-ENTRY)
                       ridfld(RTE-KEY)
                       keylength(length of RTE-KEY)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       set WS-APPLY-OK to true
                   end-if
               when other
                   exec cics read file('RSTRT')
                       into(RST-ROUTE-ENTRY)
                       ridfld(CHG-TARGET-KEY)
                       keylength(length of RTE-KEY)
                       update
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       move RST-ROUTE-ENTRY to WS-LIVE-IMAGE
                       if WS-LIVE-IMAGE not = CHG-BEFORE-IMAGE
                           exec cics unlock file('RSTRT')
                           end-exec
                       else
                           set WS-APPLY-OK to true
                           if CHG-ACTION-DELETE
                               exec cics delete file('RSTRT')
                               end-exec
                           else
                               move CHG-AFTER-IMAGE to RST-ROUTE-ENTRY
                               move WS-USERID   to RTE-UPDATE-USER
                               move WS-NOW-DATE to RTE-UPDATE-DATE
                               move WS-NOW-TIME to RTE-UPDATE-TIME

                               exec cics rewrite file('RSTRT')
                                   from(RST-ROUTE-ENTRY)
                               end-exec
                           end-if
                       end-if
                   end-if
           end-evaluate
           .

       APPLY-BRANCH-CHANGE-PARA.

           evaluate true
               when CHG-ACTION-ADD
                   move CHG-AFTER-IMAGE to RST-BRANCH-REF-ENTRY
                   move WS-USERID   to TBR-UPDATE-USER
                   move WS-NOW-DATE to TBR-UPDATE-DATE
                   move WS-NOW-TIME to TBR-UPDATE-TIME

                   exec cics write file('TRMBR')
                       from(RST-BRANCH-REF-ENTRY)
                       ridfld(TBR-TERM-ID)
                       keylength(length of TBR-TERM-ID)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       set WS-APPLY-OK to true
                   end-if
               when other
                   exec cics read file('TRMBR')
                       into(RST-BRANCH-REF-ENTRY)
                       ridfld(CHG-TARGET-KEY)
                       keylength(length of TBR-TERM-ID)
                       update
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       move RST-BRANCH-REF-ENTRY to WS-LIVE-IMAGE
                       if WS-LIVE-IMAGE not = CHG-BEFORE-IMAGE
                           exec cics unlock file('TRMBR')
                           end-exec
                       else
                           set WS-APPLY-OK to true
                           if CHG-ACTION-DELETE
                               exec cics delete file('TRMBR')
                               end-exec
                           else
                               move CHG-AFTER-IMAGE
                                 to RST-BRANCH-REF-ENTRY
                               move WS-USERID   to TBR-UPDATE-USER
                               move WS-NOW-DATE to TBR-UPDATE-DATE
                               move WS-NOW-TIME to TBR-UPDATE-TIME

                               exec cics rewrite file('TRMBR')
                                   from(RST-BRANCH-REF-ENTRY)
                               end-exec
                           end-if
                       end-if
                   end-if
           end-evaluate
           .

       APPLY-OPERATOR-CHANGE-PARA.

           evaluate true
               when CHG-ACTION-ADD
                   move CHG-AFTER-IMAGE to RST-OPERATOR-ENTRY
                   move WS-USERID   to OPR-UPDATE-USER
                   move WS-NOW-DATE to OPR-UPDATE-DATE
                   move WS-NOW-TIME to OPR-UPDATE-TIME

                   exec cics write file('RSTOP')
                       from(RST-OPERATOR-ENTRY)
                       ridfld(OPR-USER-ID)
                       keylength(length of OPR-USER-ID)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       set WS-APPLY-OK to true
                   end-if
               when other
                   exec cics read file('RSTOP')
                       into(RST-OPERATOR-ENTRY)
                       ridfld(CHG-TARGET-KEY)
                       keylength(length of OPR-USER-ID)
                       update
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       move RST-OPERATOR-ENTRY to WS-LIVE-IMAGE
                       if WS-LIVE-IMAGE not = CHG-BEFORE-IMAGE
                           exec cics unlock file('RSTOP')
                           end-exec
                       else
                           set WS-APPLY-OK to true
                           if CHG-ACTION-DELETE
                               exec cics delete file('RSTOP')
                               end-exec
                           else
                               move CHG-AFTER-IMAGE
                                 to RST-OPERATOR-ENTRY
                               move WS-USERID   to OPR-UPDATE-USER
                               move WS-NOW-DATE to OPR-UPDATE-DATE
                               move WS-NOW-TIME to OPR-UPDATE-TIME

                               exec cics rewrite file('RSTOP')
                                   from(RST-OPERATOR-ENTRY)
                               end-exec
                           end-if
                       end-if
                   end-if
           end-evaluate
           .

       APPLY-CALENDAR-CHANGE-PARA.

           evaluate true
               when CHG-ACTION-ADD
                   move CHG-AFTER-IMAGE to RST-TRADING-HOURS-ENTRY
                   move WS-USERID   to BHR-UPDATE-USER
                   move WS-NOW-DATE to BHR-UPDATE-DATE
                   move WS-NOW-TIME to BHR-UPDATE-TIME

                   exec cics write file('RSTBH')
                       from(RST-TRADING-HOURS-ENTRY)
                       ridfld(BHR-KEY)
                       keylength(length of BHR-KEY)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       set WS-APPLY-OK to true
                   end-if
               when other
                   exec cics read file('RSTBH')
                       into(RST-TRADING-HOURS-ENTRY)
                       ridfld(CHG-TARGET-KEY)
                       keylength(length of BHR-KEY)
                       update
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       move RST-TRADING-HOURS-ENTRY to WS-LIVE-IMAGE
                       if WS-LIVE-IMAGE not = CHG-BEFORE-IMAGE
                           exec cics unlock file('RSTBH')
                           end-exec
                       else
                           set WS-APPLY-OK to true
                           if CHG-ACTION-DELETE
                               exec cics delete file('RSTBH')
                               end-exec
                           else
                               move CHG-AFTER-IMAGE
                                 to RST-TRADING-HOURS-ENTRY
                               move WS-USERID   to BHR-UPDATE-USER
                               move WS-NOW-DATE to BHR-UPDATE-DATE
                               move WS-NOW-TIME to BHR-UPDATE-TIME

                               exec cics rewrite file('RSTBH')
                                   from(RST-TRADING-HOURS-ENTRY)
                               end-exec
                           end-if
                       end-if
                   end-if
           end-evaluate
           .

       APPLY-EXEMPTION-CHANGE-PARA.

           evaluate true
               when CHG-ACTION-ADD
                   move CHG-AFTER-IMAGE to RST-HOURS-EXEMPTION
                   move WS-USERID   to OHX-UPDATE-USER
                   move WS-NOW-DATE to OHX-UPDATE-DATE
                   move WS-NOW-TIME to OHX-UPDATE-TIME

                   exec cics write file('RSTXH')
                       from(RST-HOURS-EXEMPTION)
                       ridfld(OHX-USER-ID)
                       keylength(length of OHX-USER-ID)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       set WS-APPLY-OK to true
                   end-if
               when other
                   exec cics read file('RSTXH')
                       into(RST-HOURS-EXEMPTION)
                       ridfld(CHG-TARGET-KEY)
                       keylength(length of OHX-USER-ID)
                       update
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       move RST-HOURS-EXEMPTION to WS-LIVE-IMAGE
                       if WS-LIVE-IMAGE not = CHG-BEFORE-IMAGE
                           exec cics unlock file('RSTXH')
                           end-exec
                       else
                           set WS-APPLY-OK to true
                           if CHG-ACTION-DELETE
                               exec cics delete file('RSTXH')
                               end-exec
                           else
                               move CHG-AFTER-IMAGE
                                 to RST-HOURS-EXEMPTION
                               move WS-USERID   to OHX-UPDATE-USER
                               move WS-NOW-DATE to OHX-UPDATE-DATE
                               move WS-NOW-TIME to OHX-UPDATE-TIME

                               exec cics rewrite file('RSTXH')
                                   from(RST-HOURS-EXEMPTION)
                               end-exec
                           end-if
                       end-if
                   end-if
           end-evaluate
           .

       SET-ACTION-WORD-PARA.

      *    the status word each screen always audited the change
      *    under: ADD/UPD/DEL for CFGMAINT, GRNT/RVOK for SECMAINT
      *    operator changes, XGNT/XRVK for SECMAINT exemptions.
           evaluate true
               when CHG-FOR-EXEMPTION and CHG-ACTION-DELETE
                   move 'XRVK' to WS-ACTION-WORD
               when CHG-FOR-EXEMPTION
                   move 'XGNT' to WS-ACTION-WORD
               when CHG-FOR-OPERATOR and CHG-ACTION-DELETE
                   move 'RVOK' to WS-ACTION-WORD
               when CHG-FOR-OPERATOR
                   move 'GRNT' to WS-ACTION-WORD
               when CHG-ACTION-ADD
                   move 'ADD ' to WS-ACTION-WORD
               when CHG-ACTION-UPDATE
                   move 'UPD ' to WS-ACTION-WORD
               when other
                   move 'DEL ' to WS-ACTION-WORD
           end-evaluate
           .

       EXTRACT-IMAGE-VALUE-PARA.

      *    the one value of the record the audit trail carries:
      *    parameter value, route program (enabled flag as detail),
      *    branch code, role level, kind of day (closing time as
      *    detail for an early closing) or exemption expiry date
      *    (branch as detail).
           move spaces to WS-IMAGE-VALUE
           move spaces to WS-IMAGE-DETAIL

           if WS-IMAGE not = spaces
               evaluate true
                   when CHG-FOR-CONFIG
                       move WS-IMAGE to RST-CONFIG-ENTRY
                       move CFG-PARM-VALUE to WS-IMAGE-VALUE
                   when CHG-FOR-ROUTE
                       move WS-IMAGE to RST-ROUTE-ENTRY
                       move RTE-PROGRAM to WS-IMAGE-VALUE
                       move RTE-ENABLED-FLAG to WS-IMAGE-DETAIL
                   when CHG-FOR-BRANCH
                       move WS-IMAGE to RST-BRANCH-REF-ENTRY
                       move TBR-BRANCH-CODE to WS-IMAGE-VALUE
                   when CHG-FOR-OPERATOR
                       move WS-IMAGE to RST-OPERATOR-ENTRY
                       move OPR-ROLE-LEVEL to WS-IMAGE-VALUE
                   when CHG-FOR-CALENDAR
                       move WS-IMAGE to RST-TRADING-HOURS-ENTRY
                       evaluate true
                           when BHR-DAY-WEEKLY
                               move 'WEEKLY  ' to WS-IMAGE-VALUE
                           when BHR-DAY-HOLIDAY
                               move 'HOLIDAY ' to WS-IMAGE-VALUE
                           when other
                               move 'EARLYCLS' to WS-IMAGE-VALUE
                               move BHR-DATE-CLOSE-HHMM
                                 to WS-HHMM-EDIT
                               move WS-HHMM-EDIT to WS-IMAGE-DETAIL
                       end-evaluate
                   when CHG-FOR-EXEMPTION
                       move WS-IMAGE to RST-HOURS-EXEMPTION
                       move OHX-EXPIRY-DATE to WS-IMAGE-VALUE
                       move OHX-BRANCH-CODE to WS-IMAGE-DETAIL
               end-evaluate
           end-if
           .

       WRITE-CHANGE-AUDIT-PARA.

      *    one audit event per step of a decision, into the RAUD
      *    stream the batch jobs read and the AUDDF keyed file the
      *    online inquiry browses.  The record key rides in the
      *    context-id field as the maker screens write it, so
      *    RSTPA00's type-C search on the key lists the applied
      *    changes; the tag keeps the decision and before-image
      *    events of the same second apart on AUDDF.
           move EIBTRMID               to AUD-TERM-ID
           move WS-AUD-USER            to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           if CHG-FOR-OPERATOR or CHG-FOR-EXEMPTION
               set AUD-EVENT-SEC-MAINT to true
           else
               set AUD-EVENT-CFG-MAINT to true
           end-if
           move WS-AUD-STATUS          to AUD-STATUS-CODE
           move spaces                 to AUD-CHANGE-CONTROL
           move CHG-TARGET-KEY         to AUD-CHG-TARGET-KEY
           move WS-AUD-TAG             to AUD-CHG-TAG
           move WS-AUD-VALUE           to AUD-CHG-VALUE
           move WS-AUD-DETAIL          to AUD-CHG-DETAIL
           move WS-APPLID              to AUD-APPLID

           exec cics writeq td
               queue('RAUD')
               from(RST-AUDIT-RECORD)
               length(length of RST-AUDIT-RECORD)
           end-exec

           move AUD-CONTEXT-ID         to AUDD-CONTEXT-ID
           move AUD-DATE               to AUDD-DATE
           move AUD-TIME               to AUDD-TIME
           move EIBTASKN               to AUDD-TASKNO
           move AUD-EVENT-TYPE         to AUDD-EVENT-TYPE
           move RST-AUDIT-RECORD       to AUDD-AUDIT-IMAGE

           exec cics write file('AUDDF')
               from(RST-AUDIT-DF-RECORD)
               ridfld(AUDD-KEY)
               keylength(length of AUDD-KEY)
               resp(WS-RESP)
           end-exec
           .

       WRITE-DENY-AUDIT-PARA.

      *    refused attempts - at the door or on one change - go to
      *    the same RAUD/AUDDF streams as every other audit event.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-SEC-MAINT    to true
           move 'DENY'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CONTEXT-ID
           move WS-USERID              to AUD-CONTEXT-ID(1:8)
           move 'RSTW    '             to AUD-APPL-STATE
           move spaces                 to AUD-LAST-TRANCODE
           move WS-APPLID              to AUD-APPLID

           exec cics writeq td
               queue('RAUD')
               from(RST-AUDIT-RECORD)
               length(length of RST-AUDIT-RECORD)
           end-exec

           move AUD-CONTEXT-ID         to AUDD-CONTEXT-ID
           move AUD-DATE               to AUDD-DATE
           move AUD-TIME               to AUDD-TIME
           move EIBTASKN               to AUDD-TASKNO
           move AUD-EVENT-TYPE         to AUDD-EVENT-TYPE
           move RST-AUDIT-RECORD       to AUDD-AUDIT-IMAGE

           exec cics write file('AUDDF')
               from(RST-AUDIT-DF-RECORD)
               ridfld(AUDD-KEY)
               keylength(length of AUDD-KEY)
               resp(WS-RESP)
           end-exec
           .

       NO-INPUT-PARA.

           move 'NO DATA ENTERED - PRESS PF3 TO EXIT' to WS-MSG-TEXT
           move PW-PAGE-START-KEY to WS-START-KEY
           move PW-PAGE-NUM to WS-PAGE-NUM
           perform DISPLAY-LIST-PARA
           .

       EXIT-PARA.

           exec cics send text
               from('RSTPW00 SESSION ENDED')
               length(length of 'RSTPW00 SESSION ENDED')
               erase
           end-exec

           exec cics return
           end-exec
           .

       end program RSTPW00.
