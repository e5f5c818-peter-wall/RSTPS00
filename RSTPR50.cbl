       identification division.
       program-id. RSTPR50.

      *================================================================
      *  RSTPR50 - daily out-of-hours sign-on exceptions report.
      *  Reads the day's consolidated RAUD extract (RSTPD00
      *  AUDITOUT, every region) and lists, branch by branch, every
      *  new RST session RSTPS00 refused because the terminal's
      *  branch was outside its trading hours (FAILED/HOUR, see
      *  copy/RSTBHR1.cpy) and every session let in outside hours
      *  on an out-of-hours exemption (SESSSTRT/XHRS, see
      *  copy/RSTOHX1.cpy), so branch managers can see who tried to
      *  work when the branch was shut and who was allowed to.
      *
      *  The branch is the terminal's TRMBR entry
      *  (copy/RSTBRN1.cpy) at the time of the run, loaded into a
      *  table as in RSTPJ10; a terminal no longer on TRMBR is
      *  listed under UNASSIGNED.  One SORT pass: the input
      *  procedure selects the two kinds of event, the output
      *  procedure prints them by branch, date and time with a
      *  refused / exempted count per branch and for the day.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select AUDIT-FILE assign to AUDITIN
               organization is sequential.

           select BRANCH-FILE assign to TRMBR
               organization is indexed
               access mode is sequential
               record key is TBR-TERM-ID.

           select REPORT-FILE assign to OOHRPT
               organization is sequential.

           select SORT-FILE assign to SORTWK1.

       data division.
       file section.

       fd  AUDIT-FILE
           recording mode is f.
           copy RSTAUD1.

       fd  BRANCH-FILE.
           copy RSTBRN1.

       fd  REPORT-FILE
           recording mode is f.
       01  PRT-LINE                        PIC X(90).

       sd  SORT-FILE.
       01  SORT-OOH-REC.
           05  SO-BRANCH-CODE              PIC X(10).
           05  SO-BRANCH-NAME              PIC X(20).
           05  SO-DATE                     PIC X(8).
           05  SO-TIME                     PIC X(6).
           05  SO-TERM-ID                  PIC X(4).
           05  SO-USER-ID                  PIC X(8).
           05  SO-OUTCOME                  PIC X(8).
               88  SO-REFUSED              VALUE 'REFUSED '.
               88  SO-EXEMPTED             VALUE 'EXEMPT  '.
           05  SO-APPLID                   PIC X(8).

       working-storage section.

       01  WS-AUDIT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-AUDIT-EOF                VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
       01  WS-BRREF-EOF-SW                 PIC X VALUE 'N'.
           88  WS-BRREF-EOF                VALUE 'Y'.
       01  WS-BRREF-FOUND-SW               PIC X VALUE 'N'.
           88  WS-BRREF-FOUND              VALUE 'Y'.
       01  WS-HAVE-BRANCH-SW               PIC X VALUE 'N'.
           88  WS-HAVE-BRANCH              VALUE 'Y'.

       01  WS-READ-COUNT                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-REFUSED-COUNT                PIC S9(7) COMP-3 VALUE 0.
       01  WS-EXEMPT-COUNT                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-BRANCH-COUNT                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-BR-REFUSED                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-BR-EXEMPT                    PIC S9(7) COMP-3 VALUE 0.
       01  WS-CUR-BRANCH                   PIC X(10) VALUE spaces.
       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.

       01  WS-MAX-BRREF                    PIC S9(4) COMP VALUE 500.
       01  WS-BRREF-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-BRREF-TABLE.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BRREF-IDX.
               10  WS-BR-TERM-ID           PIC X(4).
               10  WS-BR-CODE              PIC X(4).
               10  WS-BR-NAME              PIC X(20).

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           sort SORT-FILE
               on ascending key SO-BRANCH-CODE SO-DATE SO-TIME
                                SO-TERM-ID
               input procedure is SELECT-EXCEPTIONS-PARA
               output procedure is REPORT-EXCEPTIONS-PARA

           perform WRITE-TOTALS-PARA
           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open output REPORT-FILE
           open input  BRANCH-FILE

           perform LOAD-BRANCH-REF-PARA

           close BRANCH-FILE

           move spaces to PRT-LINE
           string 'RSTPR50 OUT-OF-HOURS SIGN-ON EXCEPTIONS '
                  'BY BRANCH' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE
           .

       LOAD-BRANCH-REF-PARA.

           perform until WS-BRREF-EOF
               read BRANCH-FILE next
                   at end
                       set WS-BRREF-EOF to true
                   not at end
                       if WS-BRREF-COUNT < WS-MAX-BRREF
                           add 1 to WS-BRREF-COUNT
                           set WS-BRREF-IDX to WS-BRREF-COUNT
                           move TBR-TERM-ID
                             to WS-BR-TERM-ID(WS-BRREF-IDX)
                           move TBR-BRANCH-CODE
                             to WS-BR-CODE(WS-BRREF-IDX)
                           move TBR-BRANCH-NAME
                             to WS-BR-NAME(WS-BRREF-IDX)
                       else
                           display 'RSTPR50 WARNING - BRANCH REF '
                                   'TABLE FULL, LATER TERMINALS '
                                   'LISTED AS UNASSIGNED'
                           set WS-BRREF-EOF to true
                       end-if
               end-read
           end-perform
           .

       SELECT-EXCEPTIONS-PARA.

           open input AUDIT-FILE

           perform until WS-AUDIT-EOF
               read AUDIT-FILE
                   at end
                       set WS-AUDIT-EOF to true
                   not at end
                       add 1 to WS-READ-COUNT
                       perform SELECT-ONE-RECORD-PARA
               end-read
           end-perform

           close AUDIT-FILE
           .

       SELECT-ONE-RECORD-PARA.

           evaluate true
               when AUD-EVENT-FAILED and AUD-STATUS-CODE = 'HOUR'
                   set SO-REFUSED to true
                   perform RELEASE-EXCEPTION-PARA
               when AUD-EVENT-SESS-START and AUD-STATUS-CODE = 'XHRS'
                   set SO-EXEMPTED to true
                   perform RELEASE-EXCEPTION-PARA
               when other
                   continue
           end-evaluate
           .

       RELEASE-EXCEPTION-PARA.

           perform LOOKUP-BRANCH-PARA

           move AUD-DATE    to SO-DATE
           move AUD-TIME    to SO-TIME
           move AUD-TERM-ID to SO-TERM-ID
           move AUD-USER-ID to SO-USER-ID
           move AUD-APPLID  to SO-APPLID

           release SORT-OOH-REC
           .

       LOOKUP-BRANCH-PARA.

           move 'N' to WS-BRREF-FOUND-SW
           set WS-BRREF-IDX to 1

           if WS-BRREF-COUNT > 0
               search WS-BRREF-ENTRY
                   at end
                       continue
                   when WS-BR-TERM-ID(WS-BRREF-IDX) = AUD-TERM-ID
                       set WS-BRREF-FOUND to true
               end-search
           end-if

           if WS-BRREF-FOUND
               move WS-BR-CODE(WS-BRREF-IDX) to SO-BRANCH-CODE
               move WS-BR-NAME(WS-BRREF-IDX) to SO-BRANCH-NAME
           else
               move 'UNASSIGNED' to SO-BRANCH-CODE
               move spaces       to SO-BRANCH-NAME
           end-if
           .

       REPORT-EXCEPTIONS-PARA.

           move 'N' to WS-SORT-EOF-SW
           move 'N' to WS-HAVE-BRANCH-SW

           perform until WS-SORT-EOF
               return SORT-FILE
                   at end
                       set WS-SORT-EOF to true
                   not at end
                       perform PROCESS-SORTED-EXCEPTION-PARA
               end-return
           end-perform

           if WS-HAVE-BRANCH
               perform FINISH-BRANCH-PARA
           else
               move spaces to PRT-LINE
               string 'NO OUT-OF-HOURS SIGN-ONS REFUSED OR EXEMPTED '
                      'IN THE EXTRACT' delimited by size
                   into PRT-LINE
               end-string
               write PRT-LINE
           end-if
           .

       PROCESS-SORTED-EXCEPTION-PARA.

           if not WS-HAVE-BRANCH
                   or SO-BRANCH-CODE not = WS-CUR-BRANCH
               if WS-HAVE-BRANCH
                   perform FINISH-BRANCH-PARA
               end-if

               perform START-BRANCH-PARA
           end-if

           if SO-REFUSED
               add 1 to WS-BR-REFUSED
               add 1 to WS-REFUSED-COUNT
           else
               add 1 to WS-BR-EXEMPT
               add 1 to WS-EXEMPT-COUNT
           end-if

           move spaces to PRT-LINE
           move SO-DATE          to PRT-LINE(3:8)
           move SO-TIME(1:2)     to PRT-LINE(13:2)
           move ':'              to PRT-LINE(15:1)
           move SO-TIME(3:2)     to PRT-LINE(16:2)
           move ':'              to PRT-LINE(18:1)
           move SO-TIME(5:2)     to PRT-LINE(19:2)
           move SO-TERM-ID       to PRT-LINE(23:4)
           move SO-USER-ID       to PRT-LINE(29:8)
           move SO-OUTCOME       to PRT-LINE(39:8)
           move SO-APPLID        to PRT-LINE(49:8)
           write PRT-LINE
           .

       START-BRANCH-PARA.

           set WS-HAVE-BRANCH to true
           move SO-BRANCH-CODE to WS-CUR-BRANCH
           move 0 to WS-BR-REFUSED
           move 0 to WS-BR-EXEMPT
           add 1 to WS-BRANCH-COUNT

           move spaces to PRT-LINE
           string 'BRANCH ' delimited by size
                  SO-BRANCH-CODE delimited by size
                  ' ' delimited by size
                  SO-BRANCH-NAME delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move 'DATE'           to PRT-LINE(3:4)
           move 'TIME'           to PRT-LINE(13:4)
           move 'TERM'           to PRT-LINE(23:4)
           move 'USER'           to PRT-LINE(29:4)
           move 'OUTCOME'        to PRT-LINE(39:7)
           move 'REGION'         to PRT-LINE(49:6)
           write PRT-LINE
           .

       FINISH-BRANCH-PARA.

           move spaces to PRT-LINE
           move WS-BR-REFUSED to WS-EDIT-COUNT
           string '  REFUSED . . . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-BR-EXEMPT to WS-EDIT-COUNT
           string '  EXEMPTED  . . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE
           .

       WRITE-TOTALS-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-READ-COUNT to WS-EDIT-COUNT
           string 'AUDIT RECORDS READ . . . . . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-BRANCH-COUNT to WS-EDIT-COUNT
           string 'BRANCHES WITH EXCEPTIONS . . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-REFUSED-COUNT to WS-EDIT-COUNT
           string 'SIGN-ONS REFUSED OUT OF HOURS: ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-EXEMPT-COUNT to WS-EDIT-COUNT
           string 'SIGN-ONS LET IN ON EXEMPTION : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           display 'RSTPR50 - ' WS-READ-COUNT ' AUDIT RECORDS, '
                   WS-REFUSED-COUNT ' REFUSED, '
                   WS-EXEMPT-COUNT ' EXEMPTED'
           .

       TERMINATE-PARA.

           close REPORT-FILE
           .

       end program RSTPR50.
