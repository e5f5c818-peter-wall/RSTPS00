       identification division.
       program-id. RSTPW10.

      *================================================================
      *  RSTPW10 - open-items worklist, run as transaction RSTJ.  The
      *  nightly RSTPB00 orphan check, RSTPN00 integrity check and
      *  RSTPV00 balancing step post every exception they find to
      *  the RSTOI open-items case file (copy/RSTOIT1.cpy); this is
      *  where operations works them to a close instead of
      *  rediscovering the same exception on the print each night.
      *
      *  The list map RSTPMBA shows the case file in key order
      *  (exception type + context reference), 12 rows a page,
      *  filterable by exception type and by holder, closed items
      *  left out unless asked for.  Marking a row S and pressing
      *  ENTER shows the RSTPMBB detail panel; keying T there takes
      *  ownership of the item (or takes it over from its current
      *  holder), N records the resolution note keyed below it, C
      *  closes it - with the note keyed, or the one already on the
      *  item; an item is not closed without one.  Note and close
      *  are for the holder only.  PF7 returns to the first page,
      *  PF8 pages forward, PF3 exits.
      *
      *  Anyone with an RSTOP entry (copy/RSTOPR1.cpy) may look;
      *  acting on an item needs at least the purge role (level 2),
      *  the operations role that already clears sessions on
      *  RSTPI00.  Refusals, at the door or on an action, are
      *  audited as SECMAINT DENY events.  Every take, note and
      *  close is audited to the RAUD stream and the AUDDF keyed
      *  file as a CASEWORK event (AUD-OPEN-ITEM-WORK in
      *  copy/RSTAUD1.cpy) under the item's context reference.
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
           88  WS-RESP-ENDFILE              VALUE 20.

       01  WS-USERID                        PIC X(8).
       01  WS-APPLID                        PIC X(8).
       01  WS-ABSTIME                       PIC S9(15) COMP-3.
       01  WS-NOW-DATE                      PIC X(8).
       01  WS-NOW-TIME                      PIC X(6).

       01  WS-FILT-TYPE                     PIC X(8).
       01  WS-FILT-OWNER                    PIC X(8).
       01  WS-FILT-CLOSED                   PIC X.
           88  WS-FILT-WITH-CLOSED          VALUE 'Y'.

       01  WS-START-KEY                     PIC X(24).
       01  WS-CURRENT-KEY                   PIC X(24).
       01  WS-NEXT-START-KEY                PIC X(24).

       01  WS-ROW-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-ROW-SUB                       PIC S9(4) COMP.
       01  WS-PAGE-NUM                      PIC S9(4) COMP VALUE 1.
       01  WS-PAGE-NUM-EDIT                 PIC 9(4).
       01  WS-EDIT-SEEN                     PIC ZZZZ9.

       01  WS-NOTE-TEXT                     PIC X(60).
       01  WS-PRIOR-STATUS                  PIC X(4).
       01  WS-PRIOR-OWNER                   PIC X(8).
       01  WS-AUD-STATUS                    PIC X(4).

       01  WS-MSG-TEXT                      PIC X(79) VALUE spaces.
       01  WS-DENY-MSG                      PIC X(79) VALUE
           'NOT AUTHORIZED FOR THE OPEN-ITEMS WORKLIST - SEE SECURITY'.

       01  WS-AUTH-OK-SW                    PIC X VALUE 'N'.
           88  WS-AUTH-OK                   VALUE 'Y'.
       01  WS-ACTION-OK-SW                  PIC X VALUE 'N'.
           88  WS-ACTION-OK                 VALUE 'Y'.
       01  WS-BROWSE-DONE-SW                PIC X VALUE 'N'.
           88  WS-BROWSE-DONE               VALUE 'Y'.
       01  WS-BROWSE-ACTIVE-SW              PIC X VALUE 'N'.
           88  WS-BROWSE-ACTIVE             VALUE 'Y'.
       01  WS-ROW-WANTED-SW                 PIC X VALUE 'N'.
           88  WS-ROW-WANTED                VALUE 'Y'.
       01  WS-SEL-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-SEL-FOUND                 VALUE 'Y'.

           copy RSTPMB.
           copy RSTOIT1.
           copy RSTOPR1.
           copy RSTAUD1.
           copy RSTAUD2.

       linkage section.

       01  DFHCOMMAREA.
           05  PJ-MODE                      PIC X.
           05  PJ-FILT-TYPE                 PIC X(8).
           05  PJ-FILT-OWNER                PIC X(8).
           05  PJ-FILT-CLOSED               PIC X.
           05  PJ-PAGE-START-KEY            PIC X(24).
           05  PJ-NEXT-START-KEY            PIC X(24).
           05  PJ-ROW-COUNT                 PIC S9(4) COMP.
           05  PJ-ROW-KEY OCCURS 12 TIMES   PIC X(24).
           05  PJ-PAGE-NUM                  PIC S9(4) COMP.
           05  PJ-DETAIL-KEY                PIC X(24).

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

           perform CHECK-OPERATOR-AUTH-PARA

           if not WS-AUTH-OK
               perform REJECT-NOT-AUTHORIZED-PARA
           end-if

           if EIBCALEN = 0
               move spaces to WS-FILT-TYPE
               move spaces to WS-FILT-OWNER
               move 'N' to WS-FILT-CLOSED
               move low-values to WS-START-KEY
               move 'S + ENTER TO WORK AN ITEM' to WS-MSG-TEXT
               move 1 to WS-PAGE-NUM
               perform DISPLAY-LIST-PARA
           else
               move PJ-FILT-TYPE to WS-FILT-TYPE
               move PJ-FILT-OWNER to WS-FILT-OWNER
               move PJ-FILT-CLOSED to WS-FILT-CLOSED

               if PJ-MODE = 'D'
                   perform PROCESS-DETAIL-INPUT-PARA
               else
                   perform PROCESS-LIST-INPUT-PARA
               end-if
           end-if
           .

       CHECK-OPERATOR-AUTH-PARA.

           move 'N' to WS-AUTH-OK-SW
           move 'N' to WS-ACTION-OK-SW

           exec cics read file('RSTOP')
               into(RST-OPERATOR-ENTRY)
               ridfld(WS-USERID)
               keylength(length of WS-USERID)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and OPR-INQUIRY-OK
               move 'Y' to WS-AUTH-OK-SW
               if OPR-PURGE-OK
                   move 'Y' to WS-ACTION-OK-SW
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

       PROCESS-LIST-INPUT-PARA.

           exec cics receive map('RSTPMBA')
               mapset('RSTPMB')
               into(RSTPMBAI)
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
                   if PJ-NEXT-START-KEY = low-values
                       move 'NO MORE ITEMS' to WS-MSG-TEXT
                       move PJ-PAGE-START-KEY to WS-START-KEY
                       move PJ-PAGE-NUM to WS-PAGE-NUM
                   else
                       move PJ-NEXT-START-KEY to WS-START-KEY
                       move spaces to WS-MSG-TEXT
                       compute WS-PAGE-NUM = PJ-PAGE-NUM + 1
                   end-if
                   perform DISPLAY-LIST-PARA
               when WS-AID-ENTER
                   perform PROCESS-SELECTIONS-PARA
               when other
                   move 'INVALID KEY - USE ENTER, PF7, PF8 OR PF3'
                       to WS-MSG-TEXT
                   move PJ-PAGE-START-KEY to WS-START-KEY
                   move PJ-PAGE-NUM to WS-PAGE-NUM
                   perform DISPLAY-LIST-PARA
           end-evaluate
           .

       PROCESS-SELECTIONS-PARA.

           move 'N' to WS-SEL-FOUND-SW

           perform varying WS-ROW-SUB from 1 by 1
                   until WS-ROW-SUB > PJ-ROW-COUNT
                      or WS-SEL-FOUND
               set WS-IROW-IDX to WS-ROW-SUB
               if ISELI(WS-IROW-IDX) = 'S' or
                       ISELI(WS-IROW-IDX) = 's'
                   set WS-SEL-FOUND to true
                   move PJ-ROW-KEY(WS-ROW-SUB) to PJ-DETAIL-KEY
                   move spaces to WS-MSG-TEXT
                   perform DISPLAY-DETAIL-PARA
               end-if
           end-perform

      *    no row selected: treat ENTER as a filter change and
      *    restart the browse from the first item.
           move FTYPEI to WS-FILT-TYPE
           move FOWNERI to WS-FILT-OWNER
           move FCLSDI to WS-FILT-CLOSED

           inspect WS-FILT-TYPE replacing all low-value by space
           inspect WS-FILT-OWNER replacing all low-value by space

           if WS-FILT-CLOSED = 'y'
               move 'Y' to WS-FILT-CLOSED
           end-if
           if not WS-FILT-WITH-CLOSED
               move 'N' to WS-FILT-CLOSED
           end-if

           move low-values to WS-START-KEY
           move spaces to WS-MSG-TEXT
           move 1 to WS-PAGE-NUM
           perform DISPLAY-LIST-PARA
           .

       DISPLAY-LIST-PARA.

           move spaces to RSTPMBAO
           move 'RSTPW10 - RST OPEN-ITEMS WORKLIST' to TITLE1O
           move 'PAGE:' to PAGELBLO
           move 'S TYPE     REFERENCE        STAT FIRST    LAST'
               to HDRLINO
           move 'SEEN OWNER' to HDRLINO(53:10)
           move WS-FILT-TYPE to FTYPEO
           move WS-FILT-OWNER to FOWNERO
           move WS-FILT-CLOSED to FCLSDO
           move WS-MSG-TEXT to MSGOO
           move 'S=DETAIL  ENTER=FILTER  PF7=FIRST  PF8=NEXT  PF3=EXIT'
             to INSTRSO

           move WS-START-KEY to WS-CURRENT-KEY
           move 0 to WS-ROW-COUNT
           move 'N' to WS-BROWSE-DONE-SW
           move 'N' to WS-BROWSE-ACTIVE-SW

           exec cics startbr file('RSTOI')
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
               exec cics readnext file('RSTOI')
                   into(RST-OPEN-ITEM)
                   ridfld(WS-CURRENT-KEY)
                   keylength(length of WS-CURRENT-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   perform SELECT-ITEM-ROW-PARA
               else
                   set WS-BROWSE-DONE to true
               end-if
           end-perform

           perform FINISH-LIST-PARA
           .

       SELECT-ITEM-ROW-PARA.

           set WS-ROW-WANTED to true

           if WS-FILT-TYPE not = spaces
                   and OIT-EXCEPTION-TYPE not = WS-FILT-TYPE
               move 'N' to WS-ROW-WANTED-SW
           end-if

           if WS-FILT-OWNER not = spaces
                   and OIT-OWNER-USER not = WS-FILT-OWNER
               move 'N' to WS-ROW-WANTED-SW
           end-if

           if OIT-STATUS-CLOSED and not WS-FILT-WITH-CLOSED
               move 'N' to WS-ROW-WANTED-SW
           end-if

           if WS-ROW-WANTED
               add 1 to WS-ROW-COUNT
               set WS-IROW-IDX-O to WS-ROW-COUNT
               move WS-CURRENT-KEY to PJ-ROW-KEY(WS-ROW-COUNT)
               move space to ISELO(WS-IROW-IDX-O)
               move spaces to IROWO(WS-IROW-IDX-O)
               move OIT-SEEN-COUNT to WS-EDIT-SEEN

               move OIT-EXCEPTION-TYPE  to IROWO(WS-IROW-IDX-O)(1:8)
               move OIT-CONTEXT-REF     to IROWO(WS-IROW-IDX-O)(10:16)
               move OIT-STATUS          to IROWO(WS-IROW-IDX-O)(27:4)
               move OIT-FIRST-SEEN-DATE to IROWO(WS-IROW-IDX-O)(32:8)
               move OIT-LAST-SEEN-DATE  to IROWO(WS-IROW-IDX-O)(41:8)
               move WS-EDIT-SEEN        to IROWO(WS-IROW-IDX-O)(50:5)
               move OIT-OWNER-USER      to IROWO(WS-IROW-IDX-O)(56:8)
           end-if
           .

       FINISH-LIST-PARA.

           move low-values to WS-NEXT-START-KEY

           if not WS-BROWSE-DONE
               exec cics readnext file('RSTOI')
                   into(RST-OPEN-ITEM)
                   ridfld(WS-CURRENT-KEY)
                   keylength(length of WS-CURRENT-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move WS-CURRENT-KEY to WS-NEXT-START-KEY
               end-if
           end-if

           if WS-BROWSE-ACTIVE
               exec cics endbr file('RSTOI')
               end-exec
           end-if

           if WS-ROW-COUNT = 0 and WS-MSG-TEXT = spaces
               move 'NO OPEN ITEMS MATCH' to MSGOO
           end-if

           move WS-PAGE-NUM to WS-PAGE-NUM-EDIT
           move WS-PAGE-NUM-EDIT to PAGENOO

           move 'L' to PJ-MODE
           move WS-FILT-TYPE to PJ-FILT-TYPE
           move WS-FILT-OWNER to PJ-FILT-OWNER
           move WS-FILT-CLOSED to PJ-FILT-CLOSED
           move WS-START-KEY to PJ-PAGE-START-KEY
           move WS-NEXT-START-KEY to PJ-NEXT-START-KEY
           move WS-ROW-COUNT to PJ-ROW-COUNT
           move WS-PAGE-NUM to PJ-PAGE-NUM

           exec cics send map('RSTPMBA')
               mapset('RSTPMB')
               from(RSTPMBAO)
               erase
           end-exec

           exec cics return
               transid('RSTJ')
               commarea(DFHCOMMAREA)
               length(length of DFHCOMMAREA)
           end-exec
           .

       DISPLAY-DETAIL-PARA.

           exec cics read file('RSTOI')
               into(RST-OPEN-ITEM)
               ridfld(PJ-DETAIL-KEY)
               keylength(length of OIT-KEY)
               resp(WS-RESP)
           end-exec

           if not WS-RESP-NORMAL
               move 'ITEM NO LONGER ON FILE' to WS-MSG-TEXT
               move PJ-PAGE-START-KEY to WS-START-KEY
               move PJ-PAGE-NUM to WS-PAGE-NUM
               perform DISPLAY-LIST-PARA
           end-if

           move spaces to RSTPMBBO
           move 'RSTPW10 - OPEN ITEM DETAIL' to TITLEDO
           move WS-MSG-TEXT to MSGDO
           move 'ENTER=APPLY ACTION (BLANK=BACK TO LIST)  PF3=EXIT'
             to INSTRDO
           move space to OACTO
           move OIT-RESOLUTION-NOTE to ONOTEO

           set WS-DTLROW-IDX-O to 1
           string 'TYPE=' delimited by size
                  OIT-EXCEPTION-TYPE delimited by size
                  '  REFERENCE=' delimited by size
                  OIT-CONTEXT-REF delimited by size
                  '  STATUS=' delimited by size
                  OIT-STATUS delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           set WS-DTLROW-IDX-O to 2
           move OIT-SEEN-COUNT to WS-EDIT-SEEN
           string 'RAISED BY ' delimited by size
                  OIT-SOURCE-JOB delimited by size
                  '  FIRST SEEN ' delimited by size
                  OIT-FIRST-SEEN-DATE delimited by size
                  '  LAST SEEN ' delimited by size
                  OIT-LAST-SEEN-DATE delimited by size
                  ' TIMES SEEN ' delimited by size
                  WS-EDIT-SEEN delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           set WS-DTLROW-IDX-O to 3
           string 'USER=' delimited by size
                  OIT-USER-ID delimited by size
                  '  TERM=' delimited by size
                  OIT-TERM-ID delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           set WS-DTLROW-IDX-O to 4
           string 'EXCEPTION: ' delimited by size
                  OIT-EXCEPTION-TEXT delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           set WS-DTLROW-IDX-O to 5
           if OIT-OWNER-USER = spaces
               move 'HELD BY:   NOBODY - T + ENTER TO TAKE IT'
                 to DTLROWO(WS-DTLROW-IDX-O)
           else
               string 'HELD BY:   ' delimited by size
                      OIT-OWNER-USER delimited by size
                      ' SINCE ' delimited by size
                      OIT-OWNED-DATE delimited by size
                      into DTLROWO(WS-DTLROW-IDX-O)
               end-string
           end-if

           set WS-DTLROW-IDX-O to 6
           string 'NOTE:      ' delimited by size
                  OIT-RESOLUTION-NOTE delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           if OIT-STATUS-CLOSED
               set WS-DTLROW-IDX-O to 7
               string 'CLOSED BY: ' delimited by size
                      OIT-CLOSED-USER delimited by size
                      ' ON ' delimited by size
                      OIT-CLOSED-DATE delimited by size
                      into DTLROWO(WS-DTLROW-IDX-O)
               end-string
           end-if

           set WS-DTLROW-IDX-O to 8
           string 'LAST CHANGED BY ' delimited by size
                  OIT-UPDATE-USER delimited by size
                  ' ON ' delimited by size
                  OIT-UPDATE-DATE delimited by size
                  ' ' delimited by size
                  OIT-UPDATE-TIME delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           move 'D' to PJ-MODE

           exec cics send map('RSTPMBB')
               mapset('RSTPMB')
               from(RSTPMBBO)
               erase
           end-exec

           exec cics return
               transid('RSTJ')
               commarea(DFHCOMMAREA)
               length(length of DFHCOMMAREA)
           end-exec
           .

       PROCESS-DETAIL-INPUT-PARA.

           if EIBAID = WS-AID-PF3
               perform EXIT-PARA
           end-if

           exec cics receive map('RSTPMBB')
               mapset('RSTPMB')
               into(RSTPMBBI)
           end-exec

           move spaces to WS-MSG-TEXT

           if EIBAID not = WS-AID-ENTER
               move 'INVALID KEY - USE ENTER OR PF3' to WS-MSG-TEXT
               perform DISPLAY-DETAIL-PARA
           end-if

           move ONOTEI to WS-NOTE-TEXT
           inspect WS-NOTE-TEXT replacing all low-value by space

           evaluate OACTI
               when 'T'
               when 't'
                   perform WORK-ITEM-PARA
               when 'N'
               when 'n'
                   perform WORK-ITEM-PARA
               when 'C'
               when 'c'
                   perform WORK-ITEM-PARA
               when space
               when low-value
                   continue
               when other
                   move 'ACTION MUST BE T, N, C OR BLANK' to WS-MSG-TEXT
                   perform DISPLAY-DETAIL-PARA
           end-evaluate

           move PJ-PAGE-START-KEY to WS-START-KEY
           move PJ-PAGE-NUM to WS-PAGE-NUM
           perform DISPLAY-LIST-PARA
           .

       WORK-ITEM-PARA.

           move spaces to WS-AUD-STATUS

           if not WS-ACTION-OK
               perform WRITE-DENY-AUDIT-PARA
               move 'YOUR ROLE ALLOWS INQUIRY ONLY - ACTION REFUSED'
                 to WS-MSG-TEXT
               perform DISPLAY-DETAIL-PARA
           end-if

           exec cics read file('RSTOI')
               into(RST-OPEN-ITEM)
               ridfld(PJ-DETAIL-KEY)
               keylength(length of OIT-KEY)
               update
               resp(WS-RESP)
           end-exec

           if not WS-RESP-NORMAL
               move 'ITEM NO LONGER ON FILE' to WS-MSG-TEXT
               move PJ-PAGE-START-KEY to WS-START-KEY
               move PJ-PAGE-NUM to WS-PAGE-NUM
               perform DISPLAY-LIST-PARA
           end-if

           move OIT-STATUS to WS-PRIOR-STATUS
           move OIT-OWNER-USER to WS-PRIOR-OWNER

           evaluate true
               when OIT-STATUS-CLOSED
                   move 'ITEM IS CLOSED - IT REOPENS IF THE EXCEPTION'
                     to WS-MSG-TEXT
                   move ' RECURS' to WS-MSG-TEXT(45:7)
               when OACTI = 'T' or OACTI = 't'
                   perform TAKE-OWNERSHIP-PARA
               when OIT-OWNER-USER not = WS-USERID
                   move 'TAKE OWNERSHIP FIRST (T) - ONLY THE HOLDER MAY'
                     to WS-MSG-TEXT
                   move ' NOTE OR CLOSE' to WS-MSG-TEXT(47:14)
               when OACTI = 'N' or OACTI = 'n'
                   perform RECORD-NOTE-PARA
               when other
                   perform CLOSE-ITEM-PARA
           end-evaluate

      *    refused actions leave the record as it was read.
           if WS-AUD-STATUS = spaces
               exec cics unlock file('RSTOI')
               end-exec
           else
               move WS-USERID   to OIT-UPDATE-USER
               move WS-NOW-DATE to OIT-UPDATE-DATE
               move WS-NOW-TIME to OIT-UPDATE-TIME

               exec cics rewrite file('RSTOI')
                   from(RST-OPEN-ITEM)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   perform WRITE-CASEWORK-AUDIT-PARA
               else
                   move 'UPDATE FAILED - TRY AGAIN' to WS-MSG-TEXT
               end-if
           end-if

           perform DISPLAY-DETAIL-PARA
           .

       TAKE-OWNERSHIP-PARA.

           if OIT-OWNER-USER = WS-USERID
               move 'YOU ALREADY HOLD THIS ITEM' to WS-MSG-TEXT
           else
               move WS-USERID   to OIT-OWNER-USER
               move WS-NOW-DATE to OIT-OWNED-DATE
               set OIT-STATUS-OWNED to true
               move 'TAKE' to WS-AUD-STATUS

               if WS-PRIOR-OWNER = spaces
                   move 'OWNERSHIP TAKEN' to WS-MSG-TEXT
               else
                   string 'OWNERSHIP TAKEN OVER FROM ' delimited by size
                          WS-PRIOR-OWNER delimited by size
                          into WS-MSG-TEXT
                   end-string
               end-if
           end-if
           .

       RECORD-NOTE-PARA.

           if WS-NOTE-TEXT = spaces
               move 'KEY THE RESOLUTION NOTE BEFORE PRESSING ENTER'
                 to WS-MSG-TEXT
           else
               move WS-NOTE-TEXT to OIT-RESOLUTION-NOTE
               move 'NOTE' to WS-AUD-STATUS
               move 'RESOLUTION NOTE RECORDED' to WS-MSG-TEXT
           end-if
           .

       CLOSE-ITEM-PARA.

      *    the note keyed with the close, or failing that the one
      *    already on the item - never closed without one.
           if WS-NOTE-TEXT not = spaces
               move WS-NOTE-TEXT to OIT-RESOLUTION-NOTE
           end-if

           if OIT-RESOLUTION-NOTE = spaces
               move 'KEY A RESOLUTION NOTE TO CLOSE THE ITEM'
                 to WS-MSG-TEXT
           else
               set OIT-STATUS-CLOSED to true
               move WS-USERID   to OIT-CLOSED-USER
               move WS-NOW-DATE to OIT-CLOSED-DATE
               move 'CLSD' to WS-AUD-STATUS
               move 'ITEM CLOSED' to WS-MSG-TEXT
           end-if
           .

       WRITE-CASEWORK-AUDIT-PARA.

      *    one CASEWORK event per action, under the item's context
      *    reference so RSTPA00's type-C search on the context shows
      *    the session and the work on its exceptions together.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-CASE-WORK    to true
           move WS-AUD-STATUS          to AUD-STATUS-CODE
           move spaces                 to AUD-OPEN-ITEM-WORK
           move OIT-CONTEXT-REF        to AUD-OIW-CONTEXT-REF
           move OIT-EXCEPTION-TYPE     to AUD-OIW-EXC-TYPE
           move WS-PRIOR-STATUS        to AUD-OIW-PRIOR-STATUS
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

      *    refused attempts - at the door or on one action - go to
      *    the same RAUD/AUDDF streams as every other audit event.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-SEC-MAINT    to true
           move 'DENY'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CONTEXT-ID
           move WS-USERID              to AUD-CONTEXT-ID(1:8)
           move 'RSTJ    '             to AUD-APPL-STATE
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
           move PJ-PAGE-START-KEY to WS-START-KEY
           move PJ-PAGE-NUM to WS-PAGE-NUM
           perform DISPLAY-LIST-PARA
           .

       EXIT-PARA.

           exec cics send text
               from('RSTPW10 SESSION ENDED')
               length(length of 'RSTPW10 SESSION ENDED')
               erase
           end-exec

           exec cics return
           end-exec
           .

       end program RSTPW10.
