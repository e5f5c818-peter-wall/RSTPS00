       identification division.
       program-id. RSTPE10.

      *================================================================
      *  RSTPE10 - maintenance screen for the RSTKE known-error
      *  catalogue (copy/RSTKER1.cpy), run as transaction RSTK.
      *  Support keys a plain-English description, a severity, the
      *  owning support group and the first-line action against a
      *  failing call + failure type + abend code + return code, and
      *  the RSTPE00 triage screen and the RSTPR00 daily report show
      *  that text wherever the same combination turns up in the
      *  error log.
      *  Single-entry panel on map RSTPMAA: action I=inquire, A=add,
      *  U=update, D=delete against the catalogue key, in the same
      *  shape as RSTPC00.  An abend code of '****' with a zero
      *  return code is the generic entry for a call and failure
      *  type.
      *
      *  The catalogue is reference text for the help desk and
      *  changes no system behaviour, so a change is applied here
      *  directly rather than going through the RSTCHG/RSTPW00
      *  approval flow (its key and record do not fit the RSTCHG
      *  images in any case).  Every add, update and delete stamps
      *  the entry and is audited to the RAUD stream and the AUDDF
      *  keyed file as a CFGMAINT ADD/UPD/DEL event, tag 'KERR',
      *  carrying the entry id, the support group and the severity,
      *  so RSTPA00's type-C search on the entry id lists its
      *  history.
      *
      *  The top of the program demands the routing/config role
      *  (level 3+) in the RSTOP file (copy/RSTOPR1.cpy); refused
      *  attempts are audited as SECMAINT DENY events.
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
       01  WS-KER-KEY                       PIC X(45).
       01  WS-RC-DIGITS                     PIC 9(8).
       01  WS-AUDIT-STATUS                  PIC X(4).

       01  WS-CONFIG-OK-SW                  PIC X VALUE 'N'.
           88  WS-CONFIG-OK                 VALUE 'Y'.
       01  WS-MSG-TEXT                      PIC X(79) VALUE spaces.
       01  WS-DENY-MSG                      PIC X(79) VALUE
           'NOT AUTHORIZED FOR KNOWN-ERROR MAINTENANCE - SEE SECURITY'.

           copy RSTPMA.
           copy RSTKER1.
           copy RSTOPR1.
           copy RSTAUD1.
           copy RSTAUD2.

       linkage section.

       01  DFHCOMMAREA.
           05  PK-IN-CONVERSATION           PIC X.

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
               move spaces to RSTPMAO
               move 'ENTER AN ACTION AND THE CALL/TYPE/CODE KEY'
                   to WS-MSG-TEXT
               perform SEND-SCREEN-PARA
           else
               exec cics receive map('RSTPMAA')
                   mapset('RSTPMA')
                   into(RSTPMAI)
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

           exec cics read file('RSTOP')
               into(RST-OPERATOR-ENTRY)
               ridfld(WS-USERID)
               keylength(length of WS-USERID)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and OPR-CONFIG-OK
               move 'Y' to WS-CONFIG-OK-SW
           end-if
           .

       REJECT-NOT-AUTHORIZED-PARA.

      *    refused attempts go to the same RAUD/AUDDF streams as
      *    every other audit event: who was refused what, from
      *    which terminal and when.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-SEC-MAINT    to true
           move 'DENY'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CONTEXT-ID
           move WS-USERID              to AUD-CONTEXT-ID(1:8)
           move 'RSTK    '             to AUD-APPL-STATE
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

           exec cics send text
               from(WS-DENY-MSG)
               length(length of WS-DENY-MSG)
               erase
           end-exec

           exec cics return
           end-exec
           .

       PROCESS-ACTION-PARA.

           move KACTI to WS-ACTION

           inspect KCALLI  replacing all low-value by space
           inspect KTYPEI  replacing all low-value by space
           inspect KABENDI replacing all low-value by space
           inspect KRCSGNI replacing all low-value by space
           inspect KRCI    replacing all low-value by space

           perform EDIT-KEY-INPUT-PARA

           if WS-MSG-TEXT = spaces
               evaluate WS-ACTION
                   when 'I'
                   when 'i'
                       perform INQUIRE-ENTRY-PARA
                   when 'A'
                   when 'a'
                       perform ADD-ENTRY-PARA
                   when 'U'
                   when 'u'
                       perform UPDATE-ENTRY-PARA
                   when 'D'
                   when 'd'
                       perform DELETE-ENTRY-PARA
                   when other
                       move 'ACTION MUST BE I, A, U OR D'
                           to WS-MSG-TEXT
               end-evaluate
           end-if
           .

       EDIT-KEY-INPUT-PARA.

      *    the key is typed the way the RSTPE00 error detail shows
      *    it; a blank return code means zero.
           move spaces to WS-MSG-TEXT

           if KCALLI = spaces or KTYPEI = spaces
               move 'FAILING CALL AND FAILURE TYPE ARE REQUIRED'
                   to WS-MSG-TEXT
           else
               if KRCI = spaces
                   move zeros to KRCI
               end-if

               if KRCI not numeric
                   move 'RETURN CODE MUST BE ALL DIGITS (ZERO-FILLED)'
                       to WS-MSG-TEXT
               else
                   if KRCSGNI not = space and KRCSGNI not = '+'
                           and KRCSGNI not = '-'
                       move 'RETURN CODE SIGN MUST BE +, - OR BLANK'
                           to WS-MSG-TEXT
                   end-if
               end-if
           end-if

           if WS-MSG-TEXT = spaces
               move KCALLI  to KER-FAILING-CALL
               move KTYPEI  to KER-FAILURE-TYPE
               move KABENDI to KER-ABEND-CODE
               move KRCI    to WS-RC-DIGITS
               if KRCSGNI = '-'
                   compute KER-RETURN-CODE = 0 - WS-RC-DIGITS
               else
                   move WS-RC-DIGITS to KER-RETURN-CODE
               end-if
               move KER-KEY to WS-KER-KEY
           end-if
           .

       INQUIRE-ENTRY-PARA.

           exec cics read file('RSTKE')
               into(RST-KNOWN-ERROR-ENTRY)
               ridfld(WS-KER-KEY)
               keylength(length of WS-KER-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               move KER-ENTRY-ID      to KIDI
               move KER-SHORT-TEXT    to KSHORTI
               move KER-SEVERITY      to KSEVI
               move KER-SUPPORT-GROUP to KGROUPI
               move KER-DESCRIPTION   to KDESCI
               move KER-ACTION        to KACTNI
               move spaces to KSTAMPI
               string 'LAST UPDATED BY ' delimited by size
                      KER-UPDATE-USER delimited by size
                      ' ON ' delimited by size
                      KER-UPDATE-DATE delimited by size
                      ' AT ' delimited by size
                      KER-UPDATE-TIME delimited by size
                      into KSTAMPI
               end-string
               move 'KNOWN ERROR FOUND' to WS-MSG-TEXT
           else
               move spaces to KSTAMPI
               move 'NO CATALOGUE ENTRY FOR THAT CALL/TYPE/CODE'
                   to WS-MSG-TEXT
           end-if
           .

       ADD-ENTRY-PARA.

           perform EDIT-ENTRY-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform BUILD-ENTRY-PARA

               exec cics write file('RSTKE')
                   from(RST-KNOWN-ERROR-ENTRY)
                   ridfld(KER-KEY)
                   keylength(length of KER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move 'ADD ' to WS-AUDIT-STATUS
                   perform WRITE-CATALOGUE-AUDIT-PARA
                   move 'KNOWN ERROR ADDED' to WS-MSG-TEXT
               else
                   if WS-RESP-DUPREC
                       move 'ENTRY ALREADY ON FILE - USE ACTION U'
                           to WS-MSG-TEXT
                   else
                       move 'CATALOGUE ADD FAILED - NOTIFY SYSTEMS'
                           to WS-MSG-TEXT
                   end-if
               end-if
           end-if
           .

       UPDATE-ENTRY-PARA.

           perform EDIT-ENTRY-INPUT-PARA

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTKE')
                   into(RST-KNOWN-ERROR-ENTRY)
                   ridfld(WS-KER-KEY)
                   keylength(length of WS-KER-KEY)
                   update
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   perform BUILD-ENTRY-PARA

                   exec cics rewrite file('RSTKE')
                       from(RST-KNOWN-ERROR-ENTRY)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       move 'UPD ' to WS-AUDIT-STATUS
                       perform WRITE-CATALOGUE-AUDIT-PARA
                       move 'KNOWN ERROR UPDATED' to WS-MSG-TEXT
                   else
                       move 'CATALOGUE UPDATE FAILED - NOTIFY SYSTEMS'
                           to WS-MSG-TEXT
                   end-if
               else
                   move 'NO CATALOGUE ENTRY - USE ACTION A'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       DELETE-ENTRY-PARA.

           exec cics read file('RSTKE')
               into(RST-KNOWN-ERROR-ENTRY)
               ridfld(WS-KER-KEY)
               keylength(length of WS-KER-KEY)
               update
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               exec cics delete file('RSTKE')
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
      *            the audit event carries the entry as it stood, so
      *            the history shows what was removed.
                   move 'DEL ' to WS-AUDIT-STATUS
                   perform WRITE-CATALOGUE-AUDIT-PARA
                   move spaces to KSTAMPI
                   move 'KNOWN ERROR DELETED' to WS-MSG-TEXT
               else
                   move 'CATALOGUE DELETE FAILED - NOTIFY SYSTEMS'
                       to WS-MSG-TEXT
               end-if
           else
               move 'NO CATALOGUE ENTRY FOR THAT CALL/TYPE/CODE'
                   to WS-MSG-TEXT
           end-if
           .

       EDIT-ENTRY-INPUT-PARA.

           inspect KIDI    replacing all low-value by space
           inspect KSHORTI replacing all low-value by space
           inspect KSEVI   replacing all low-value by space
           inspect KGROUPI replacing all low-value by space
           inspect KDESCI  replacing all low-value by space
           inspect KACTNI  replacing all low-value by space

           evaluate true
               when KIDI = spaces
                   move 'AN ENTRY ID (RUNBOOK REFERENCE) IS REQUIRED'
                       to WS-MSG-TEXT
               when KSEVI < '1' or KSEVI > '4'
                   move 'SEVERITY MUST BE 1 (CRITICAL) TO 4 (LOW)'
                       to WS-MSG-TEXT
               when KGROUPI = spaces
                   move 'A SUPPORT GROUP IS REQUIRED' to WS-MSG-TEXT
               when KDESCI = spaces
                   move 'A DESCRIPTION IS REQUIRED' to WS-MSG-TEXT
               when KACTNI = spaces
                   move 'A FIRST-LINE ACTION IS REQUIRED'
                       to WS-MSG-TEXT
               when other
                   move spaces to WS-MSG-TEXT
           end-evaluate
           .

       BUILD-ENTRY-PARA.

           move WS-KER-KEY       to KER-KEY
           move KIDI             to KER-ENTRY-ID
           move KSHORTI          to KER-SHORT-TEXT
           move KSEVI            to KER-SEVERITY
           move KGROUPI          to KER-SUPPORT-GROUP
           move KDESCI           to KER-DESCRIPTION
           move KACTNI           to KER-ACTION
           move WS-USERID        to KER-UPDATE-USER
           move WS-NOW-DATE      to KER-UPDATE-DATE
           move WS-NOW-TIME      to KER-UPDATE-TIME
           .

       WRITE-CATALOGUE-AUDIT-PARA.

      *    one CFGMAINT event per applied change, in the shape the
      *    other maintenance screens write: the entry id rides in
      *    the target key, tag 'KERR' marks the catalogue, the
      *    support group is the value and the severity the detail.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-CFG-MAINT    to true
           move WS-AUDIT-STATUS        to AUD-STATUS-CODE
           move spaces                 to AUD-CHANGE-CONTROL
           move KER-ENTRY-ID           to AUD-CHG-TARGET-KEY
           move 'KERR'                 to AUD-CHG-TAG
           move KER-SUPPORT-GROUP      to AUD-CHG-VALUE
           move 'SEV'                  to AUD-CHG-DETAIL(1:3)
           move KER-SEVERITY           to AUD-CHG-DETAIL(4:1)
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

           move 'RSTPE10 - RST KNOWN-ERROR CATALOGUE' to TITLE1O
           move WS-MSG-TEXT to MSGOO
           move 'ENTER=PROCESS  PF3=EXIT' to INSTRSO
           move KACTI   to KACTO
           move KCALLI  to KCALLO
           move KTYPEI  to KTYPEO
           move KABENDI to KABENDO
           move KRCSGNI to KRCSGNO
           move KRCI    to KRCO
           move KIDI    to KIDO
           move KSHORTI to KSHORTO
           move KSEVI   to KSEVO
           move KGROUPI to KGROUPO
           move KDESCI  to KDESCO
           move KACTNI  to KACTNO
           move KSTAMPI to KSTAMPO

           exec cics send map('RSTPMAA')
               mapset('RSTPMA')
               from(RSTPMAO)
               erase
           end-exec

           move 'Y' to PK-IN-CONVERSATION

           exec cics return
               transid('RSTK')
               commarea(DFHCOMMAREA)
               length(length of DFHCOMMAREA)
           end-exec
           .

       NO-INPUT-PARA.

           move spaces to RSTPMAI
           move 'NO DATA ENTERED - PRESS PF3 TO EXIT' to WS-MSG-TEXT
           perform SEND-SCREEN-PARA
           .

       EXIT-PARA.

           exec cics send text
               from('RSTPE10 SESSION ENDED')
               length(length of 'RSTPE10 SESSION ENDED')
               erase
           end-exec

           exec cics return
           end-exec
           .

       end program RSTPE10.
