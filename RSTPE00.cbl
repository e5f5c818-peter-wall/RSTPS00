      *  ENTER shows the RSTPM3B detail panel with the full casappc
      *  snapshot.  PF7 returns to the newest errors, PF8 pages to
      *  older ones, PF3 exits.
      *
      *  Each error is looked up in the RSTKE known-error catalogue
      *  (copy/RSTKER1.cpy, maintained on RSTPE10) - exact call,
      *  type and code first, then the generic entry for the call
      *  and type - and the list row carries the entry's short text
      *  (or UNCATALOGUED), the detail panel its severity, support
      *  group, description and first-line action.
      *================================================================

       environment division.
           88  WS-ROW-WANTED                VALUE 'Y'.
       01  WS-SEL-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-SEL-FOUND                 VALUE 'Y'.
       01  WS-KER-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-KER-FOUND                 VALUE 'Y'.

           copy RSTPM3.
           copy RSTERR1.
           copy RSTERR2.
           copy RSTKER1.

       linkage section.

           move 'S DATE     TIME   TERM USER     FAILING CALL'
               to HDRLINO
           move 'TYPE' to HDRLINO(58:4)
           move 'KNOWN ERROR' to HDRLINO(67:11)
           move WS-FILT-USER to FUSERO
           move WS-FILT-TERM to FTERMO
           move WS-FILT-TYPE to FTYPEO
           end-if

           if WS-ROW-WANTED
               perform LOOKUP-KNOWN-ERROR-PARA
               if not WS-KER-FOUND
                   move 'UNCATALOGUED' to KER-SHORT-TEXT
               end-if

               add 1 to WS-ROW-COUNT
               set WS-EROW-IDX-O to WS-ROW-COUNT
               move WS-CURRENT-KEY to PE-ROW-KEY(WS-ROW-COUNT)
                      ERR-FAILING-CALL  delimited by size
                      ' '               delimited by size
                      ERR-FAILURE-TYPE  delimited by size
                      ' '               delimited by size
                      KER-SHORT-TEXT    delimited by size
                      into EROWO(WS-EROW-IDX-O)
               end-string
           end-if
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

      *    a refused commarea carries its casappc version and
      *    length in the code fields (see copy/RSTERR1.cpy); the
      *    snapshot below is only the known layout when the version
      *    is one RSTPS00 reads.
           set WS-DTLROW-IDX-O to 3
           move ERR-RETURN-CODE to WS-EDIT-RC
           if ERR-TYPE-BADCOMMAREA
               string 'CASAPPC VERSION=' delimited by size
                      ERR-ABEND-CODE delimited by size
                      '  COMMAREA LENGTH=' delimited by size
                      WS-EDIT-RC delimited by size
                      into DTLROWO(WS-DTLROW-IDX-O)
               end-string
           else
               string 'ABEND CODE=' delimited by size
                      ERR-ABEND-CODE delimited by size
                      '  RETURN CODE=' delimited by size
                      WS-EDIT-RC delimited by size
                      into DTLROWO(WS-DTLROW-IDX-O)
               end-string
           end-if

           set WS-DTLROW-IDX-O to 4
           if ERR-TYPE-BADCOMMAREA
                   and ERR-ABEND-CODE not = '0001'
                   and ERR-ABEND-CODE not = '0002'
               move 'CASAPPC SNAPSHOT - LAYOUT NOT RECOGNISED:'
                   to DTLROWO(WS-DTLROW-IDX-O)
           else
               move 'CASAPPC SNAPSHOT AT TIME OF FAILURE:'
                   to DTLROWO(WS-DTLROW-IDX-O)
           end-if

           set WS-DTLROW-IDX-O to 5
           string '  CONTEXT ID=' delimited by size
                  into DTLROWO(WS-DTLROW-IDX-O)
           end-string

           perform LOOKUP-KNOWN-ERROR-PARA

           set WS-DTLROW-IDX-O to 9
           if WS-KER-FOUND
               string 'KNOWN ERROR=' delimited by size
                      KER-ENTRY-ID delimited by size
                      ' ' delimited by size
                      KER-SHORT-TEXT delimited by size
                      '  SEVERITY=' delimited by size
                      KER-SEVERITY delimited by size
                      '  SUPPORT GROUP=' delimited by size
                      KER-SUPPORT-GROUP delimited by size
                      into DTLROWO(WS-DTLROW-IDX-O)
               end-string

               set WS-DTLROW-IDX-O to 10
               string '  MEANING: ' delimited by size
                      KER-DESCRIPTION delimited by size
                      into DTLROWO(WS-DTLROW-IDX-O)
               end-string

               set WS-DTLROW-IDX-O to 11
               string '  ACTION:  ' delimited by size
                      KER-ACTION delimited by size
                      into DTLROWO(WS-DTLROW-IDX-O)
               end-string
           else
               move 'KNOWN ERROR=NONE - NOT IN THE CATALOGUE, REFER TO'
                   to DTLROWO(WS-DTLROW-IDX-O)
               move ' SYSTEMS SUPPORT'
                   to DTLROWO(WS-DTLROW-IDX-O)(51:16)
           end-if

           move 'D' to PE-MODE

           exec cics send map('RSTPM3B')
           end-exec
           .

       LOOKUP-KNOWN-ERROR-PARA.

      *    exact call/type/code first; failing that the generic
      *    entry for the call and type.
           move 'N' to WS-KER-FOUND-SW
           move ERR-FAILING-CALL to KER-FAILING-CALL
           move ERR-FAILURE-TYPE to KER-FAILURE-TYPE
           move ERR-ABEND-CODE   to KER-ABEND-CODE
           move ERR-RETURN-CODE  to KER-RETURN-CODE

           exec cics read file('RSTKE')
               into(RST-KNOWN-ERROR-ENTRY)
               ridfld(KER-KEY)
               keylength(length of KER-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               set WS-KER-FOUND to true
           else
               move ERR-FAILING-CALL to KER-FAILING-CALL
               move ERR-FAILURE-TYPE to KER-FAILURE-TYPE
               set KER-GENERIC-ENTRY to true
               move 0 to KER-RETURN-CODE

               exec cics read file('RSTKE')
                   into(RST-KNOWN-ERROR-ENTRY)
                   ridfld(KER-KEY)
                   keylength(length of KER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   set WS-KER-FOUND to true
               end-if
           end-if
           .

       NO-INPUT-PARA.

           move 'NO DATA ENTERED - PRESS PF3 TO EXIT' to WS-MSG-TEXT
