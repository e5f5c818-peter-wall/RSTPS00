       identification division.
       program-id. RSTPY10.

      *================================================================
      *  RSTPY10 - maintenance screen for the branch trading-hours
      *  calendar (RSTBH, copy/RSTBHR1.cpy) and the out-of-hours
      *  sign-on exemptions (RSTXH, copy/RSTOHX1.cpy) that RSTPS00
      *  COLD-START-PARA reads before it lets a brand-new session
      *  start from a branch terminal.  Single-entry panel on map
      *  RSTPMCA in the manner of RSTPY00, with two halves:
      *
      *    calendar   action I/A/U/D against branch code + date -
      *               date blank for the branch's standard week
      *               (open/close time per weekday), YYYYMMDD for a
      *               holiday (H) or an early closing (E)
      *    exemption  action I/A/U/D against a user id, with the
      *               branch it covers (blank = all), the expiry
      *               date and the reason
      *
      *  ENTER processes whichever half has an action keyed.
      *
      *  An add, update or delete is not applied here.  It is posted
      *  to the RSTCHG pending-change file (copy/RSTCHG1.cpy) with
      *  the before and after images and audited as a PEND event -
      *  CFGMAINT for the calendar, carrying branch + date and the
      *  kind of day; SECMAINT for an exemption, carrying the user
      *  and the expiry date - and a second operator approves or
      *  rejects it on the RSTPW00 worklist.  A standard-week change
      *  also writes a PEND event per weekday it adds or alters,
      *  tag 'DAYn', with the proposed hours.  Only one change may
      *  be pending per calendar entry or per user.
      *
      *  The top of the program demands the routing/config role
      *  (level 3+) in the RSTOP file (copy/RSTOPR1.cpy), which is
      *  enough to inquire on either half and change the calendar.
      *  Changing an exemption loosens a sign-on control, so it
      *  needs the security-admin role (level 4).  Refused attempts
      *  are audited as SECMAINT DENY events.
      *================================================================

       environment division.
       configuration section.

       data division.
       working-storage section.

       01  WS-AID-ENTER                     PIC X VALUE X'7D'.
       01  WS-AID-PF3                       PIC X VALUE X'F3'.

       01  WS-RESP                          PIC S9(8) COMP VALUE 0.
           88  WS-RESP-NORMAL               VALUE 0.
           88  WS-RESP-NOTFND               VALUE 13.
           88  WS-RESP-DUPREC               VALUE 14.

       01  WS-USERID                        PIC X(8).
       01  WS-APPLID                        PIC X(8).
       01  WS-ABSTIME                       PIC S9(15) COMP-3.
       01  WS-NOW-DATE                      PIC X(8).
       01  WS-NOW-TIME                      PIC X(6).

       01  WS-ACTION                        PIC X.
       01  WS-XACTION                       PIC X.
       01  WS-HOURS-KEY.
           05  WS-HK-BRANCH                 PIC X(4).
           05  WS-HK-DATE                   PIC X(8).
               88  WS-HK-STANDARD-WEEK      VALUE 'WEEKLY  '.
       01  WS-USER-KEY                      PIC X(8).
       01  WS-AUDIT-STATUS                  PIC X(4).
       01  WS-AUDIT-VALUE                   PIC X(8).
       01  WS-AUDIT-TAG                     PIC X(4) VALUE spaces.
       01  WS-BEFORE-WEEK.
           05  WS-BW-DAY OCCURS 7 TIMES.
               10  WS-BW-OPEN               PIC 9(4) COMP-3.
               10  WS-BW-CLOSE              PIC 9(4) COMP-3.
       01  WS-AFTER-WEEK.
           05  WS-AW-DAY OCCURS 7 TIMES.
               10  WS-AW-OPEN               PIC 9(4) COMP-3.
               10  WS-AW-CLOSE              PIC 9(4) COMP-3.
       01  WS-DAY-TAG.
           05  WS-DAY-TAG-PREFIX            PIC X(3) VALUE 'DAY'.
           05  WS-DAY-TAG-NUM               PIC 9.
       01  WS-DAY-HOURS.
           05  WS-DAY-OPEN                  PIC 9(4).
           05  WS-DAY-CLOSE                 PIC 9(4).
       01  WS-MAKER-LEVEL                   PIC 9.
       01  WS-PEND-CFG-KEY                  PIC X(8) VALUE 'PENDHRS '.
       01  WS-PEND-HOURS                    PIC S9(4) COMP VALUE 24.
       01  WS-CUTOFF-ABSTIME                PIC S9(15) COMP-3.
       01  WS-EXPIRY-WORD                   PIC X(4).

       01  WS-CONFIG-OK-SW                  PIC X VALUE 'N'.
           88  WS-CONFIG-OK                 VALUE 'Y'.
       01  WS-SECADM-OK-SW                  PIC X VALUE 'N'.
           88  WS-SECADM-OK                 VALUE 'Y'.
       01  WS-MSG-TEXT                      PIC X(79) VALUE spaces.
       01  WS-FOUND-TEXT                    PIC X(30).
       01  WS-DENY-MSG                      PIC X(79) VALUE
           'NOT AUTHORIZED FOR TRADING HOURS MAINT - SEE SECURITY'.

      *    hours as keyed, edited and as held on file.  2400 is
      *    accepted as a closing time (open until midnight).
       01  WS-HHMM-X                        PIC X(4).
       01  WS-HHMM-NUM redefines WS-HHMM-X  PIC 9(4).
       01  WS-HHMM-PARTS redefines WS-HHMM-X.
           05  WS-HHMM-HH                   PIC 99.
           05  WS-HHMM-MM                   PIC 99.
       01  WS-HHMM-OK-SW                    PIC X VALUE 'N'.
           88  WS-HHMM-OK                   VALUE 'Y'.
       01  WS-OPEN-X                        PIC X(4).
       01  WS-CLOSE-X                       PIC X(4).
       01  WS-OPEN-HHMM                     PIC 9(4).
       01  WS-CLOSE-HHMM                    PIC 9(4).
       01  WS-HOURS-ERROR                   PIC X(50).
       01  WS-DAY-SUB                       PIC S9(4) COMP.

       01  WS-EDIT-HOURS.
           05  WS-EH-DAY OCCURS 7 TIMES.
               10  WS-EH-OPEN               PIC 9(4).
               10  WS-EH-CLOSE              PIC 9(4).
           05  WS-EH-DATE-OPEN              PIC 9(4).
           05  WS-EH-DATE-CLOSE             PIC 9(4).
           05  WS-EH-DAY-TYPE               PIC X.

       01  WS-DAY-NAME-VALUES.
           05  FILLER  PIC X(9) VALUE 'SUNDAY'.
           05  FILLER  PIC X(9) VALUE 'MONDAY'.
           05  FILLER  PIC X(9) VALUE 'TUESDAY'.
           05  FILLER  PIC X(9) VALUE 'WEDNESDAY'.
           05  FILLER  PIC X(9) VALUE 'THURSDAY'.
           05  FILLER  PIC X(9) VALUE 'FRIDAY'.
           05  FILLER  PIC X(9) VALUE 'SATURDAY'.
       01  WS-DAY-NAME-TABLE redefines WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME OCCURS 7 TIMES   PIC X(9).

       01  WS-CHECK-DATE                    PIC X(8).
       01  WS-CHECK-DATE-PARTS redefines WS-CHECK-DATE.
           05  WS-CHECK-YYYY                PIC 9(4).
           05  WS-CHECK-MM                  PIC 99.
           05  WS-CHECK-DD                  PIC 99.
       01  WS-DATE-OK-SW                    PIC X VALUE 'N'.
           88  WS-DATE-OK                   VALUE 'Y'.

           copy RSTPMC.
           copy RSTBHR1.
           copy RSTOHX1.
           copy RSTOPR1.
           copy RSTCFG1.
           copy RSTCHG1.
           copy RSTAUD1.
           copy RSTAUD2.

       linkage section.

       01  DFHCOMMAREA.
           05  PH-IN-CONVERSATION           PIC X.

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

           perform CHECK-CONFIG-AUTH-PARA

           if not WS-CONFIG-OK
               perform REJECT-NOT-AUTHORIZED-PARA
           end-if

           if EIBCALEN = 0
               move spaces to RSTPMCO
               move 'ENTER A CALENDAR ACTION OR AN EXEMPTION ACTION'
                   to WS-MSG-TEXT
               perform SEND-SCREEN-PARA
           else
               exec cics receive map('RSTPMCA')
                   mapset('RSTPMC')
                   into(RSTPMCI)
               end-exec

               evaluate EIBAID
                   when WS-AID-PF3
                       perform EXIT-PARA
                   when WS-AID-ENTER
                       perform PROCESS-ACTION-PARA
                   when other
                       move 'INVALID KEY - USE ENTER OR PF3'
                           to WS-MSG-TEXT
               end-evaluate

               perform SEND-SCREEN-PARA
           end-if
           .

       CHECK-CONFIG-AUTH-PARA.

           move 'N' to WS-CONFIG-OK-SW
           move 'N' to WS-SECADM-OK-SW

           exec cics read file('RSTOP')
               into(RST-OPERATOR-ENTRY)
               ridfld(WS-USERID)
               keylength(length of WS-USERID)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and OPR-CONFIG-OK
               move 'Y' to WS-CONFIG-OK-SW
               move OPR-ROLE-LEVEL to WS-MAKER-LEVEL
               if OPR-SECADM-OK
                   move 'Y' to WS-SECADM-OK-SW
               end-if
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

       PROCESS-ACTION-PARA.

           move CACTI to WS-ACTION
           move XACTI to WS-XACTION

           if WS-ACTION = low-value
               move space to WS-ACTION
           end-if

           if WS-XACTION = low-value
               move space to WS-XACTION
           end-if

           evaluate true
               when WS-ACTION not = space and WS-XACTION not = space
                   move 'KEY A CALENDAR OR EXEMPTION ACTION, NOT BOTH'
                     to WS-MSG-TEXT
               when WS-ACTION not = space
                   perform PROCESS-CALENDAR-ACTION-PARA
               when WS-XACTION not = space
                   perform PROCESS-EXEMPTION-ACTION-PARA
               when other
                   move 'KEY A CALENDAR ACTION OR AN EXEMPTION ACTION'
                     to WS-MSG-TEXT
           end-evaluate
           .

       PROCESS-CALENDAR-ACTION-PARA.

           move CBRANI to WS-HK-BRANCH
           move spaces to WS-MSG-TEXT

           if CDATEI = spaces or CDATEI = low-values
               set WS-HK-STANDARD-WEEK to true
           else
               move CDATEI to WS-CHECK-DATE
               perform CHECK-DATE-PARA
               if WS-DATE-OK
                   move CDATEI to WS-HK-DATE
               else
                   move 'DATE MUST BE YYYYMMDD, OR BLANK FOR THE WEEK'
                     to WS-MSG-TEXT
               end-if
           end-if

           if WS-HK-BRANCH = spaces or WS-HK-BRANCH = low-values
               move 'A BRANCH CODE IS REQUIRED' to WS-MSG-TEXT
           end-if

           if WS-MSG-TEXT = spaces
               evaluate WS-ACTION
                   when 'I'
                   when 'i'
                       perform INQUIRE-HOURS-PARA
                   when 'A'
                   when 'a'
                       perform ADD-HOURS-PARA
                   when 'U'
                   when 'u'
                       perform UPDATE-HOURS-PARA
                   when 'D'
                   when 'd'
                       perform DELETE-HOURS-PARA
                   when other
                       move 'CALENDAR ACTION MUST BE I, A, U OR D'
                           to WS-MSG-TEXT
               end-evaluate
           end-if
           .

       INQUIRE-HOURS-PARA.

           exec cics read file('RSTBH')
               into(RST-TRADING-HOURS-ENTRY)
               ridfld(WS-HOURS-KEY)
               keylength(length of WS-HOURS-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               perform SHOW-HOURS-PARA
               move spaces to WS-MSG-TEXT
               string 'ENTRY FOUND - LAST UPDATED BY '
                          delimited by size
                      BHR-UPDATE-USER delimited by size
                      ' ON ' delimited by size
                      BHR-UPDATE-DATE delimited by size
                      into WS-MSG-TEXT
               end-string
           else
               if WS-HK-STANDARD-WEEK
                   move 'NO STANDARD WEEK ON FILE - BRANCH UNRESTRICTED'
                     to WS-MSG-TEXT
               else
                   move 'NO ENTRY FOR THAT DATE - STANDARD WEEK APPLIES'
                     to WS-MSG-TEXT
               end-if
           end-if
           .

       SHOW-HOURS-PARA.

      *    a closed weekday (open = close) shows blank, the way it
      *    is keyed.
           perform varying WS-DAY-SUB from 1 by 1 until WS-DAY-SUB > 7
               set WS-WROW-IDX to WS-DAY-SUB
               move spaces to WOPNI(WS-WROW-IDX)
               move spaces to WCLSI(WS-WROW-IDX)
               if BHR-DAY-WEEKLY
                       and BHR-OPEN-HHMM(WS-DAY-SUB) not =
                           BHR-CLOSE-HHMM(WS-DAY-SUB)
                   move BHR-OPEN-HHMM(WS-DAY-SUB)  to WS-HHMM-NUM
                   move WS-HHMM-X to WOPNI(WS-WROW-IDX)
                   move BHR-CLOSE-HHMM(WS-DAY-SUB) to WS-HHMM-NUM
                   move WS-HHMM-X to WCLSI(WS-WROW-IDX)
               end-if
           end-perform

           move spaces to CTYPEI
           move spaces to DOPENI
           move spaces to DCLOSI

           if not BHR-DAY-WEEKLY
               move BHR-DAY-TYPE to CTYPEI
               if BHR-DAY-EARLY-CLOSE
                   move BHR-DATE-OPEN-HHMM  to WS-HHMM-NUM
                   move WS-HHMM-X to DOPENI
                   move BHR-DATE-CLOSE-HHMM to WS-HHMM-NUM
                   move WS-HHMM-X to DCLOSI
               end-if
           end-if
           .

       ADD-HOURS-PARA.

           perform EDIT-HOURS-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform SET-CALENDAR-TARGET-PARA
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTBH')
                   into(RST-TRADING-HOURS-ENTRY)
                   ridfld(WS-HOURS-KEY)
                   keylength(length of WS-HOURS-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move 'ENTRY ALREADY ON FILE - USE ACTION U'
                       to WS-MSG-TEXT
               else
                   move spaces to CHG-BEFORE-IMAGE
                   perform BUILD-HOURS-ENTRY-PARA
                   move RST-TRADING-HOURS-ENTRY to CHG-AFTER-IMAGE
                   set CHG-ACTION-ADD to true
                   move 'ADD ' to WS-AUDIT-STATUS
                   perform SET-HOURS-VALUE-PARA
                   perform SUBMIT-CHANGE-PARA
               end-if
           end-if
           .

       UPDATE-HOURS-PARA.

           perform EDIT-HOURS-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform SET-CALENDAR-TARGET-PARA
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTBH')
                   into(RST-TRADING-HOURS-ENTRY)
                   ridfld(WS-HOURS-KEY)
                   keylength(length of WS-HOURS-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-TRADING-HOURS-ENTRY to CHG-BEFORE-IMAGE
                   perform BUILD-HOURS-ENTRY-PARA
                   move RST-TRADING-HOURS-ENTRY to CHG-AFTER-IMAGE
                   set CHG-ACTION-UPDATE to true
                   move 'UPD ' to WS-AUDIT-STATUS
                   perform SET-HOURS-VALUE-PARA
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO ENTRY ON FILE - USE ACTION A'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       DELETE-HOURS-PARA.

           move spaces to WS-MSG-TEXT
           perform SET-CALENDAR-TARGET-PARA
           perform CHECK-PENDING-PARA

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTBH')
                   into(RST-TRADING-HOURS-ENTRY)
                   ridfld(WS-HOURS-KEY)
                   keylength(length of WS-HOURS-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-TRADING-HOURS-ENTRY to CHG-BEFORE-IMAGE
                   move spaces to CHG-AFTER-IMAGE
                   set CHG-ACTION-DELETE to true
                   move 'DEL ' to WS-AUDIT-STATUS
                   perform SET-HOURS-VALUE-PARA
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO ENTRY ON FILE FOR THAT BRANCH AND DATE'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       EDIT-HOURS-INPUT-PARA.

      *    the standard week takes the seven weekday rows and
      *    ignores the dated-entry fields; a dated entry the other
      *    way round.
           move spaces to WS-MSG-TEXT
           initialize WS-EDIT-HOURS

           if WS-HK-STANDARD-WEEK
               move 'W' to WS-EH-DAY-TYPE
               perform varying WS-DAY-SUB from 1 by 1
                       until WS-DAY-SUB > 7
                          or WS-MSG-TEXT not = spaces
                   set WS-WROW-IDX to WS-DAY-SUB
                   move WOPNI(WS-WROW-IDX) to WS-OPEN-X
                   move WCLSI(WS-WROW-IDX) to WS-CLOSE-X
                   perform EDIT-OPEN-CLOSE-PARA
                   if WS-HOURS-ERROR = spaces
                       move WS-OPEN-HHMM  to WS-EH-OPEN(WS-DAY-SUB)
                       move WS-CLOSE-HHMM to WS-EH-CLOSE(WS-DAY-SUB)
                   else
                       string WS-DAY-NAME(WS-DAY-SUB)
                                  delimited by space
                              ' - ' delimited by size
                              WS-HOURS-ERROR delimited by size
                              into WS-MSG-TEXT
                       end-string
                   end-if
               end-perform
           else
               evaluate CTYPEI
                   when 'H'
                   when 'h'
                       move 'H' to WS-EH-DAY-TYPE
                   when 'E'
                   when 'e'
                       move 'E' to WS-EH-DAY-TYPE
                       move DOPENI to WS-OPEN-X
                       move DCLOSI to WS-CLOSE-X
                       perform EDIT-OPEN-CLOSE-PARA
                       if WS-HOURS-ERROR = spaces
                               and WS-OPEN-HHMM = WS-CLOSE-HHMM
                           move 'EARLY CLOSING NEEDS BOTH TIMES'
                             to WS-HOURS-ERROR
                       end-if
                       if WS-HOURS-ERROR = spaces
                           move WS-OPEN-HHMM  to WS-EH-DATE-OPEN
                           move WS-CLOSE-HHMM to WS-EH-DATE-CLOSE
                       else
                           move WS-HOURS-ERROR to WS-MSG-TEXT
                       end-if
                   when other
                       move 'DATED ENTRY MUST BE H=HOLIDAY OR E=EARLY'
                         to WS-MSG-TEXT
               end-evaluate
           end-if
           .

       EDIT-OPEN-CLOSE-PARA.

      *    both blank = closed all day (open = close = 0000).
           move spaces to WS-HOURS-ERROR
           move 0 to WS-OPEN-HHMM
           move 0 to WS-CLOSE-HHMM

           if WS-OPEN-X = low-values
               move spaces to WS-OPEN-X
           end-if

           if WS-CLOSE-X = low-values
               move spaces to WS-CLOSE-X
           end-if

           if WS-OPEN-X not = spaces or WS-CLOSE-X not = spaces
               move WS-OPEN-X to WS-HHMM-X
               perform CHECK-HHMM-PARA
               if WS-HHMM-OK and WS-HHMM-X not = '2400'
                   move WS-HHMM-NUM to WS-OPEN-HHMM
               else
                   move 'OPEN TIME MUST BE HHMM, 0000 TO 2359'
                     to WS-HOURS-ERROR
               end-if

               if WS-HOURS-ERROR = spaces
                   move WS-CLOSE-X to WS-HHMM-X
                   perform CHECK-HHMM-PARA
                   if WS-HHMM-OK
                       move WS-HHMM-NUM to WS-CLOSE-HHMM
                   else
                       move 'CLOSE TIME MUST BE HHMM, 0001 TO 2400'
                         to WS-HOURS-ERROR
                   end-if
               end-if

               if WS-HOURS-ERROR = spaces
                       and WS-OPEN-HHMM not < WS-CLOSE-HHMM
                   move 'OPEN TIME MUST BE BEFORE CLOSE TIME'
                     to WS-HOURS-ERROR
               end-if
           end-if
           .

       CHECK-HHMM-PARA.

           move 'N' to WS-HHMM-OK-SW

           if WS-HHMM-X numeric
               if WS-HHMM-HH < 24 and WS-HHMM-MM < 60
                   move 'Y' to WS-HHMM-OK-SW
               end-if
               if WS-HHMM-X = '2400'
                   move 'Y' to WS-HHMM-OK-SW
               end-if
           end-if
           .

       CHECK-DATE-PARA.

           move 'N' to WS-DATE-OK-SW

           if WS-CHECK-DATE numeric
               if WS-CHECK-YYYY > 1900
                       and WS-CHECK-MM > 0 and WS-CHECK-MM < 13
                       and WS-CHECK-DD > 0 and WS-CHECK-DD < 32
                   move 'Y' to WS-DATE-OK-SW
               end-if
           end-if
           .

       BUILD-HOURS-ENTRY-PARA.

           move spaces           to RST-TRADING-HOURS-ENTRY
           move WS-HOURS-KEY     to BHR-KEY
           move WS-EH-DAY-TYPE   to BHR-DAY-TYPE

           if BHR-DAY-WEEKLY
               perform varying WS-DAY-SUB from 1 by 1
                       until WS-DAY-SUB > 7
                   move WS-EH-OPEN(WS-DAY-SUB)
                     to BHR-OPEN-HHMM(WS-DAY-SUB)
                   move WS-EH-CLOSE(WS-DAY-SUB)
                     to BHR-CLOSE-HHMM(WS-DAY-SUB)
               end-perform
           else
               move WS-EH-DATE-OPEN  to BHR-DATE-OPEN-HHMM
               move WS-EH-DATE-CLOSE to BHR-DATE-CLOSE-HHMM
           end-if

           move WS-USERID        to BHR-UPDATE-USER
           move WS-NOW-DATE      to BHR-UPDATE-DATE
           move WS-NOW-TIME      to BHR-UPDATE-TIME
           .

       SET-HOURS-VALUE-PARA.

      *    the kind of day, as RSTPW00 audits the applied change.
           evaluate true
               when BHR-DAY-WEEKLY
                   move 'WEEKLY  ' to WS-AUDIT-VALUE
               when BHR-DAY-HOLIDAY
                   move 'HOLIDAY ' to WS-AUDIT-VALUE
               when other
                   move 'EARLYCLS' to WS-AUDIT-VALUE
           end-evaluate
           .

       SET-CALENDAR-TARGET-PARA.

           set CHG-FOR-CALENDAR to true
           move WS-HOURS-KEY to CHG-TARGET-KEY
           move 3 to CHG-REQUIRED-LEVEL
           .

       PROCESS-EXEMPTION-ACTION-PARA.

           move XUSERI to WS-USER-KEY
           move spaces to WS-MSG-TEXT

           if WS-USER-KEY = spaces or WS-USER-KEY = low-values
               move 'A USER ID IS REQUIRED FOR AN EXEMPTION'
                   to WS-MSG-TEXT
           else
               evaluate WS-XACTION
                   when 'I'
                   when 'i'
                       perform INQUIRE-EXEMPTION-PARA
                   when 'A'
                   when 'a'
                   when 'U'
                   when 'u'
                   when 'D'
                   when 'd'
                       if WS-SECADM-OK
                           perform CHANGE-EXEMPTION-PARA
                       else
                           perform WRITE-DENY-AUDIT-PARA
                           move 'SECURITY ADMIN ROLE NEEDED'
                             to WS-MSG-TEXT
                       end-if
                   when other
                       move 'EXEMPTION ACTION MUST BE I, A, U OR D'
                           to WS-MSG-TEXT
               end-evaluate
           end-if
           .

       CHANGE-EXEMPTION-PARA.

           evaluate WS-XACTION
               when 'A'
               when 'a'
                   perform ADD-EXEMPTION-PARA
               when 'U'
               when 'u'
                   perform UPDATE-EXEMPTION-PARA
               when other
                   perform DELETE-EXEMPTION-PARA
           end-evaluate
           .

       INQUIRE-EXEMPTION-PARA.

           exec cics read file('RSTXH')
               into(RST-HOURS-EXEMPTION)
               ridfld(WS-USER-KEY)
               keylength(length of WS-USER-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               move OHX-BRANCH-CODE to XBRANI
               move OHX-EXPIRY-DATE to XEXPYI
               move OHX-REASON      to XRSNI
               move spaces to WS-MSG-TEXT
               if OHX-EXPIRY-DATE < WS-NOW-DATE
                   move 'EXEMPTION HAS EXPIRED' to WS-FOUND-TEXT
               else
                   move 'EXEMPTION FOUND' to WS-FOUND-TEXT
               end-if
               string WS-FOUND-TEXT delimited by '  '
                      ' - LAST UPDATED BY ' delimited by size
                      OHX-UPDATE-USER delimited by size
                      ' ON ' delimited by size
                      OHX-UPDATE-DATE delimited by size
                      into WS-MSG-TEXT
               end-string
           else
               move spaces to XBRANI
               move spaces to XEXPYI
               move spaces to XRSNI
               move 'NO EXEMPTION ON FILE FOR THAT USER'
                   to WS-MSG-TEXT
           end-if
           .

       ADD-EXEMPTION-PARA.

           perform EDIT-EXEMPTION-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform SET-EXEMPTION-TARGET-PARA
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTXH')
                   into(RST-HOURS-EXEMPTION)
                   ridfld(WS-USER-KEY)
                   keylength(length of WS-USER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move 'EXEMPTION ALREADY ON FILE - USE ACTION U'
                       to WS-MSG-TEXT
               else
                   move spaces to CHG-BEFORE-IMAGE
                   perform BUILD-EXEMPTION-ENTRY-PARA
                   move RST-HOURS-EXEMPTION to CHG-AFTER-IMAGE
                   set CHG-ACTION-ADD to true
                   move 'XGNT' to WS-AUDIT-STATUS
                   move OHX-EXPIRY-DATE to WS-AUDIT-VALUE
                   perform SUBMIT-CHANGE-PARA
               end-if
           end-if
           .

       UPDATE-EXEMPTION-PARA.

           perform EDIT-EXEMPTION-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform SET-EXEMPTION-TARGET-PARA
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTXH')
                   into(RST-HOURS-EXEMPTION)
                   ridfld(WS-USER-KEY)
                   keylength(length of WS-USER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-HOURS-EXEMPTION to CHG-BEFORE-IMAGE
                   perform BUILD-EXEMPTION-ENTRY-PARA
                   move RST-HOURS-EXEMPTION to CHG-AFTER-IMAGE
                   set CHG-ACTION-UPDATE to true
                   move 'XGNT' to WS-AUDIT-STATUS
                   move OHX-EXPIRY-DATE to WS-AUDIT-VALUE
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO EXEMPTION ON FILE - USE ACTION A'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       DELETE-EXEMPTION-PARA.

           move spaces to WS-MSG-TEXT
           perform SET-EXEMPTION-TARGET-PARA
           perform CHECK-PENDING-PARA

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTXH')
                   into(RST-HOURS-EXEMPTION)
                   ridfld(WS-USER-KEY)
                   keylength(length of WS-USER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-HOURS-EXEMPTION to CHG-BEFORE-IMAGE
                   move spaces to CHG-AFTER-IMAGE
                   set CHG-ACTION-DELETE to true
                   move 'XRVK' to WS-AUDIT-STATUS
                   move OHX-EXPIRY-DATE to WS-AUDIT-VALUE
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO EXEMPTION ON FILE FOR THAT USER'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       EDIT-EXEMPTION-INPUT-PARA.

           move spaces to WS-MSG-TEXT
           move XEXPYI to WS-CHECK-DATE
           perform CHECK-DATE-PARA

           evaluate true
               when not WS-DATE-OK
                   move 'EXPIRY DATE MUST BE YYYYMMDD' to WS-MSG-TEXT
               when WS-CHECK-DATE < WS-NOW-DATE
                   move 'EXPIRY DATE MUST BE TODAY OR LATER'
                     to WS-MSG-TEXT
               when XRSNI = spaces or XRSNI = low-values
                   move 'A REASON IS REQUIRED FOR AN EXEMPTION'
                     to WS-MSG-TEXT
               when other
                   continue
           end-evaluate
           .

       BUILD-EXEMPTION-ENTRY-PARA.

           move WS-USER-KEY      to OHX-USER-ID

           if XBRANI = low-values
               move spaces       to OHX-BRANCH-CODE
           else
               move XBRANI       to OHX-BRANCH-CODE
           end-if

           move XEXPYI           to OHX-EXPIRY-DATE
           move XRSNI            to OHX-REASON
           move WS-USERID        to OHX-UPDATE-USER
           move WS-NOW-DATE      to OHX-UPDATE-DATE
           move WS-NOW-TIME      to OHX-UPDATE-TIME
           .

       SET-EXEMPTION-TARGET-PARA.

           set CHG-FOR-EXEMPTION to true
           move spaces to CHG-TARGET-KEY
           move WS-USER-KEY to CHG-TARGET-KEY
           move 4 to CHG-REQUIRED-LEVEL
           .

       CHECK-PENDING-PARA.

      *    one change at a time per calendar entry or user: a second
      *    one would be keyed against a before image the first could
      *    overtake.  The caller has set the target file and key.
           exec cics read file('RSTCHG')
               into(RST-PENDING-CHANGE)
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec

      *    one left undecided longer than PENDHRS is expired here,
      *    as the RSTW worklist would, rather than blocking the
      *    record until someone happens to open the worklist.
           if WS-RESP-NORMAL
               perform READ-PEND-HOURS-PARA
               if CHG-MAKER-ABSTIME < WS-CUTOFF-ABSTIME
                   perform EXPIRE-PENDING-PARA
               else
                   move spaces to WS-MSG-TEXT
                   string 'CHANGE BY ' delimited by size
                          CHG-MAKER-USER delimited by size
                          ' ALREADY PENDING - DECIDE IT ON RSTW FIRST'
                              delimited by size
                          into WS-MSG-TEXT
                   end-string
               end-if
           end-if
           .

       READ-PEND-HOURS-PARA.

      *    same 'PENDHRS ' parameter, default and 1-168 guard as
      *    RSTPW00 READ-CONFIG-PARA.
           move 24 to WS-PEND-HOURS

           exec cics read file('RSTCF')
               into(RST-CONFIG-ENTRY)
               ridfld(WS-PEND-CFG-KEY)
               keylength(length of WS-PEND-CFG-KEY)
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

       EXPIRE-PENDING-PARA.

      *    audited as RSTPW00 EXPIRE-CHANGE-PARA audits it - EXPR by
      *    the expiring program, CHKR tag, the maker's user id and
      *    the action word the change was submitted under.
           evaluate true
               when CHG-FOR-EXEMPTION and CHG-ACTION-DELETE
                   move 'XRVK' to WS-EXPIRY-WORD
               when CHG-FOR-EXEMPTION
                   move 'XGNT' to WS-EXPIRY-WORD
               when CHG-ACTION-ADD
                   move 'ADD ' to WS-EXPIRY-WORD
               when CHG-ACTION-UPDATE
                   move 'UPD ' to WS-EXPIRY-WORD
               when other
                   move 'DEL ' to WS-EXPIRY-WORD
           end-evaluate

           move EIBTRMID               to AUD-TERM-ID
           move 'RSTPY10 '             to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           if CHG-FOR-EXEMPTION
               set AUD-EVENT-SEC-MAINT to true
           else
               set AUD-EVENT-CFG-MAINT to true
           end-if
           move 'EXPR'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CHANGE-CONTROL
           move CHG-TARGET-KEY         to AUD-CHG-TARGET-KEY
           move 'CHKR'                 to AUD-CHG-TAG
           move CHG-MAKER-USER         to AUD-CHG-VALUE
           move WS-EXPIRY-WORD         to AUD-CHG-DETAIL
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

           exec cics delete file('RSTCHG')
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec
           .

       SUBMIT-CHANGE-PARA.

           move WS-USERID        to CHG-MAKER-USER
           move WS-MAKER-LEVEL   to CHG-MAKER-LEVEL
           move EIBTRMID         to CHG-MAKER-TERM
           move WS-NOW-DATE      to CHG-MAKER-DATE
           move WS-NOW-TIME      to CHG-MAKER-TIME
           move WS-ABSTIME       to CHG-MAKER-ABSTIME

           exec cics write file('RSTCHG')
               from(RST-PENDING-CHANGE)
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               perform WRITE-CHANGE-AUDIT-PARA
               if CHG-FOR-CALENDAR
                       and CHG-TARGET-KEY(5:8) = 'WEEKLY  '
                       and not CHG-ACTION-DELETE
                   perform WRITE-WEEK-AUDIT-PARA
               end-if
               move 'CHANGE SUBMITTED - AWAITING APPROVAL ON RSTW'
                   to WS-MSG-TEXT
           else
               if WS-RESP-DUPREC
                   move 'A CHANGE IS ALREADY PENDING ON RSTW'
                       to WS-MSG-TEXT
               else
                   move 'CHANGE SUBMIT FAILED - NOTIFY SYSTEMS'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       WRITE-CHANGE-AUDIT-PARA.

      *    one PEND audit event per submitted change: who asked for
      *    what, from which terminal and when.  The calendar entry
      *    (branch + date) or the user id rides in the context-id
      *    field, so RSTPA00's type-C search on it lists the
      *    entry's history.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           if CHG-FOR-EXEMPTION
               set AUD-EVENT-SEC-MAINT to true
           else
               set AUD-EVENT-CFG-MAINT to true
           end-if
           move 'PEND'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CHANGE-CONTROL
           move CHG-TARGET-KEY         to AUD-CHG-TARGET-KEY
           move WS-AUDIT-TAG           to AUD-CHG-TAG
           move WS-AUDIT-VALUE         to AUD-CHG-VALUE
           move WS-AUDIT-STATUS        to AUD-CHG-DETAIL
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

       WRITE-WEEK-AUDIT-PARA.

      *    a standard week's value is only 'WEEKLY', so each weekday
      *    the change adds or alters also gets a PEND event tagged
      *    'DAYn' with the proposed open HHMM + close HHMM, day 1 =
      *    Sunday as on RSTBH - the proposal survives a rejection or
      *    expiry that deletes the RSTCHG entry.
           move spaces to WS-BEFORE-WEEK
           move spaces to WS-AFTER-WEEK
           if CHG-BEFORE-IMAGE not = spaces
               move CHG-BEFORE-IMAGE to RST-TRADING-HOURS-ENTRY
               move BHR-WEEK-HOURS   to WS-BEFORE-WEEK
           end-if
           move CHG-AFTER-IMAGE to RST-TRADING-HOURS-ENTRY
           move BHR-WEEK-HOURS  to WS-AFTER-WEEK

           perform varying WS-DAY-SUB from 1 by 1 until WS-DAY-SUB > 7
               if CHG-ACTION-ADD
                       or WS-BW-DAY(WS-DAY-SUB)
                          not = WS-AW-DAY(WS-DAY-SUB)
                   move WS-DAY-SUB              to WS-DAY-TAG-NUM
                   move WS-AW-OPEN(WS-DAY-SUB)  to WS-DAY-OPEN
                   move WS-AW-CLOSE(WS-DAY-SUB) to WS-DAY-CLOSE
                   move WS-DAY-TAG              to WS-AUDIT-TAG
                   move WS-DAY-HOURS            to WS-AUDIT-VALUE
                   perform WRITE-CHANGE-AUDIT-PARA
               end-if
           end-perform

           move spaces to WS-AUDIT-TAG
           .

       WRITE-DENY-AUDIT-PARA.

      *    refused attempts - at the door or on an exemption change -
      *    go to the same RAUD/AUDDF streams as every other audit
      *    event: who was refused what, from which terminal and
      *    when.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-SEC-MAINT    to true
           move 'DENY'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CONTEXT-ID
           move WS-USERID              to AUD-CONTEXT-ID(1:8)
           move 'RSTH    '             to AUD-APPL-STATE
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

       SEND-SCREEN-PARA.

           move 'RSTPY10 - BRANCH TRADING HOURS MAINT' to TITLE1O
           move WS-MSG-TEXT to MSGOO
           move 'ENTER=PROCESS  PF3=EXIT' to INSTRSO
           move CACTI  to CACTO
           move CBRANI to CBRANO
           move CDATEI to CDATEO

           perform varying WS-DAY-SUB from 1 by 1 until WS-DAY-SUB > 7
               set WS-WROW-IDX   to WS-DAY-SUB
               set WS-WROW-IDX-O to WS-DAY-SUB
               move WOPNI(WS-WROW-IDX) to WOPNO(WS-WROW-IDX-O)
               move WCLSI(WS-WROW-IDX) to WCLSO(WS-WROW-IDX-O)
           end-perform

           move CTYPEI to CTYPEO
           move DOPENI to DOPENO
           move DCLOSI to DCLOSO
           move XACTI  to XACTO
           move XUSERI to XUSERO
           move XBRANI to XBRANO
           move XEXPYI to XEXPYO
           move XRSNI  to XRSNO

           exec cics send map('RSTPMCA')
               mapset('RSTPMC')
               from(RSTPMCO)
               erase
           end-exec

           move 'Y' to PH-IN-CONVERSATION

           exec cics return
               transid('RSTH')
               commarea(DFHCOMMAREA)
               length(length of DFHCOMMAREA)
           end-exec
           .

       NO-INPUT-PARA.

           move spaces to RSTPMCI
           move 'NO DATA ENTERED - PRESS PF3 TO EXIT' to WS-MSG-TEXT
           perform SEND-SCREEN-PARA
           .

       EXIT-PARA.

           exec cics send text
               from('RSTPY10 SESSION ENDED')
               length(length of 'RSTPY10 SESSION ENDED')
               erase
           end-exec

           exec cics return
           end-exec
           .

       end program RSTPY10.
