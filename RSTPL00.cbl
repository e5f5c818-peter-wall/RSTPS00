       identification division.
       program-id. RSTPL00.

      *================================================================
      *  RSTPL00 - per-user / per-terminal activity dossier, the batch
      *  counterpart of the RSTPQ00 session story for questions that
      *  reach back past what the live files still hold.  One run
      *  pulls everything a user id (or a terminal id) did in RST
      *  between two dates from all six places it can be:
      *
      *    AUDDF / AUDHIST    audit events (copy/RSTAUD1.cpy image)
      *    ERRDF / ERRHIST    error records with their casappc
      *                       snapshot (copy/RSTERR1.cpy image)
      *    DCADF / DCAHIST    transient DCA directory entries, with
      *                       create, last-activity and (history)
      *                       archive date/time and reason
      *
      *  and prints one chronological dossier on DOSRPT, grouped by
      *  session (casappc context id), sessions in the order they
      *  started.  Each session heading carries the terminal, its
      *  branch from the TRMBR reference file (copy/RSTBRN1.cpy) and
      *  the originating APPLID.  DISPATCH events and errors that
      *  carry no context id are placed in the session that was open
      *  on the same terminal at the time; maintenance and security
      *  events (CFGMAINT, SECMAINT) and purges, which are actions on
      *  the system rather than steps of a session, are listed
      *  together after the sessions.  The dossier ends with totals.
      *
      *  PARMIN:  column  1     U = user id, T = terminal id
      *           columns 2-9   the user id (terminal in 2-5)
      *           columns 10-17 from date YYYYMMDD
      *           columns 18-25 to date   YYYYMMDD
      *  A missing or invalid card prints the reason and ends with
      *  RETURN-CODE 8 - there is no sensible default for whom to
      *  report on.
      *
      *  Two passes through SORT, in the RSTPR10 manner, so the
      *  volume is unbounded: (1) every selected record in time
      *  order, to settle which session each one belongs to, onto
      *  the DOSWRK work file; (2) DOSWRK by session start, session
      *  and time for the print.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select PARM-FILE assign to PARMIN
               organization is sequential.

           select AUDDF-FILE assign to AUDDF
               organization is indexed
               access mode is sequential
               record key is AUDD-KEY.

           select AUD-HISTORY-FILE assign to AUDHIST
               organization is indexed
               access mode is sequential
               record key is AUDH-KEY.

           select ERRDF-FILE assign to ERRDF
               organization is indexed
               access mode is sequential
               record key is ERRD-KEY.

           select ERR-HISTORY-FILE assign to ERRHIST
               organization is indexed
               access mode is sequential
               record key is ERRH-KEY.

           select DCA-FILE assign to DCADF
               organization is indexed
               access mode is sequential
               record key is DCA-TOKEN.

           select DCA-HISTORY-FILE assign to DCAHIST
               organization is indexed
               access mode is sequential
               record key is DCH-TOKEN.

           select BRANCH-FILE assign to TRMBR
               organization is indexed
               access mode is sequential
               record key is TBR-TERM-ID.

           select DOS-FILE assign to DOSWRK
               organization is sequential.

           select REPORT-FILE assign to DOSRPT
               organization is sequential.

           select SORT-FILE assign to SORTWK1.

           select SORT2-FILE assign to SORTWK2.

       data division.
       file section.

       fd  PARM-FILE
           recording mode is f.
       01  PARM-RECORD.
           05  PARM-SELECT-TYPE            PIC X.
               88  PARM-BY-USER            VALUE 'U'.
               88  PARM-BY-TERM            VALUE 'T'.
           05  PARM-SELECT-ID              PIC X(8).
           05  PARM-FROM-DATE              PIC X(8).
           05  PARM-TO-DATE                PIC X(8).
           05  FILLER                      PIC X(55).

       fd  AUDDF-FILE.
           copy RSTAUD2.

       fd  AUD-HISTORY-FILE.
       01  AUD-HISTORY-RECORD.
           05  AUDH-KEY                    PIC X(45).
           05  AUDH-AUDIT-IMAGE            PIC X(74).

       fd  ERRDF-FILE.
           copy RSTERR2.

       fd  ERR-HISTORY-FILE.
       01  ERR-HISTORY-RECORD.
           05  ERRH-KEY                    PIC X(21).
           05  ERRH-ERROR-IMAGE            PIC X(116).

      *    entries written before the casappc version fields are 76
      *    bytes; the current layout is 88.
       fd  DCA-FILE
           record is varying in size from 76 to 88 characters
               depending on WS-DCA-REC-LEN.
           copy RSTDCA1.

      *    entries archived before the casappc version fields are 98
      *    bytes; the current layout is 110.
       fd  DCA-HISTORY-FILE
           record is varying in size from 98 to 110 characters
               depending on WS-DCH-REC-LEN.
           copy RSTDCH1.

       fd  BRANCH-FILE.
           copy RSTBRN1.

       fd  DOS-FILE
           recording mode is f.
       01  DOS-RECORD.
           05  DW-GROUP-DATE               PIC X(8).
           05  DW-GROUP-TIME               PIC X(6).
           05  DW-GROUP-CONTEXT            PIC X(16).
           05  DW-ITEM                     PIC X(180).

       fd  REPORT-FILE
           recording mode is f.
       01  PRT-LINE                        PIC X(132).

       sd  SORT-FILE.
       01  SORT-DOS-REC.
           05  SD-DATE                     PIC X(8).
           05  SD-TIME                     PIC X(6).
           05  SD-SEQ                      PIC 9(9).
           05  SD-SOURCE                   PIC X(8).
           05  SD-KIND                     PIC X.
               88  SD-KIND-AUDIT           VALUE 'A'.
               88  SD-KIND-ERROR           VALUE 'E'.
               88  SD-KIND-DCA             VALUE 'D'.
           05  SD-SESSION-SW               PIC X.
               88  SD-IN-SESSION           VALUE 'S'.
               88  SD-ON-TERMINAL          VALUE 'T'.
               88  SD-OUTSIDE-SESSION      VALUE 'O'.
           05  SD-CONTEXT-ID               PIC X(16).
           05  SD-TERM-ID                  PIC X(4).
           05  SD-APPLID                   PIC X(8).
           05  SD-IMAGE                    PIC X(119).

       sd  SORT2-FILE.
       01  SORT2-DOS-REC.
           05  S2-GROUP-DATE               PIC X(8).
           05  S2-GROUP-TIME               PIC X(6).
           05  S2-GROUP-CONTEXT            PIC X(16).
           05  S2-ITEM.
               10  S2-DATE                 PIC X(8).
               10  S2-TIME                 PIC X(6).
               10  S2-SEQ                  PIC 9(9).
               10  S2-SOURCE               PIC X(8).
               10  S2-KIND                 PIC X.
                   88  S2-KIND-AUDIT       VALUE 'A'.
                   88  S2-KIND-ERROR       VALUE 'E'.
                   88  S2-KIND-DCA         VALUE 'D'.
               10  S2-SESSION-SW           PIC X.
               10  S2-CONTEXT-ID           PIC X(16).
               10  S2-TERM-ID              PIC X(4).
               10  S2-APPLID               PIC X(8).
               10  S2-IMAGE                PIC X(119).

       working-storage section.

       01  WS-DCA-REC-LEN                  PIC 9(4) COMP.
       01  WS-DCA-FULL-LEN                 PIC 9(4) COMP VALUE 88.
       01  WS-DCH-REC-LEN                  PIC 9(4) COMP.
       01  WS-DCH-FULL-LEN                 PIC 9(4) COMP VALUE 110.

       01  WS-PARM-EOF-SW                  PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.
       01  WS-PARM-OK-SW                   PIC X VALUE 'N'.
           88  WS-PARM-OK                  VALUE 'Y'.
       01  WS-FILE-EOF-SW                  PIC X VALUE 'N'.
           88  WS-FILE-EOF                 VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
       01  WS-SELECTED-SW                  PIC X VALUE 'N'.
           88  WS-SELECTED                 VALUE 'Y'.
       01  WS-FOUND-SW                     PIC X VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-BRREF-EOF-SW                 PIC X VALUE 'N'.
           88  WS-BRREF-EOF                VALUE 'Y'.

       01  WS-SELECT-USER                  PIC X(8) VALUE spaces.
       01  WS-SELECT-TERM                  PIC X(4) VALUE spaces.
       01  WS-FROM-DATE                    PIC X(8).
       01  WS-TO-DATE                      PIC X(8).
       01  WS-PARM-MSG                     PIC X(60) VALUE spaces.
       01  WS-TODAY-NUM                    PIC 9(8).

       01  WS-RELEASE-SEQ                  PIC 9(9) VALUE 0.
       01  WS-SOURCE                       PIC X(8).

      *    abstime to date/time, the RSTPH00 way: milliseconds since
      *    00:00 on 1 january 1900.
       01  WS-BASE-INTEGER                 PIC S9(8) COMP.
       01  WS-DAY-INTEGER                  PIC S9(8) COMP.
       01  WS-DAY-NUM                      PIC 9(8).
       01  WS-CONV-ABSTIME                 PIC S9(15) COMP-3.
       01  WS-CONV-DAYS                    PIC S9(9) COMP-3.
       01  WS-CONV-DAY-MS                  PIC S9(9) COMP-3.
       01  WS-CONV-SECS                    PIC S9(7) COMP-3.
       01  WS-CONV-REM                     PIC S9(7) COMP-3.
       01  WS-CONV-DATE                    PIC X(8).
       01  WS-CONV-TIME.
           05  WS-CONV-HH                  PIC 99.
           05  WS-CONV-MM                  PIC 99.
           05  WS-CONV-SS                  PIC 99.
       01  WS-CREATE-DATE                  PIC X(8).
       01  WS-CREATE-TIME                  PIC X(6).
       01  WS-LAST-ACT-DATE                PIC X(8).
       01  WS-LAST-ACT-TIME                PIC X(6).

      *    sessions met so far in pass 1: when each started, where,
      *    and from which region.
       01  WS-MAX-SESSIONS                 PIC S9(4) COMP VALUE 2000.
       01  WS-SESSION-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-SESSION-TABLE.
           05  WS-SESSION-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-SESS-IDX.
               10  WS-SS-CONTEXT-ID        PIC X(16).
               10  WS-SS-START-DATE        PIC X(8).
               10  WS-SS-START-TIME        PIC X(6).
               10  WS-SS-TERM-ID           PIC X(4).
               10  WS-SS-APPLID            PIC X(8).

      *    the session last seen open on each terminal, for events
      *    that carry no context id of their own.
       01  WS-MAX-TERMS                    PIC S9(4) COMP VALUE 200.
       01  WS-TERM-COUNT                   PIC S9(4) COMP VALUE 0.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-TERM-IDX.
               10  WS-TS-TERM-ID           PIC X(4).
               10  WS-TS-CONTEXT-ID        PIC X(16).

       01  WS-MAX-BRREF                    PIC S9(4) COMP VALUE 500.
       01  WS-BRREF-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-BRREF-TABLE.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BRREF-IDX.
               10  WS-BR-TERM-ID           PIC X(4).
               10  WS-BR-CODE              PIC X(4).
               10  WS-BR-NAME              PIC X(20).

       01  WS-OUTSIDE-GROUP                PIC X(16)
                                           VALUE '*OUTSIDE SESSION'.
       01  WS-CUR-GROUP                    PIC X(16) VALUE low-values.
       01  WS-LOOKUP-TERM-ID               PIC X(4).
       01  WS-BRANCH-TEXT                  PIC X(30).

       01  WS-TOT-SESSIONS                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-AUDIT                    PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-AUD-LIVE                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-AUD-HIST                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-ERRORS                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-ERR-LIVE                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-ERR-HIST                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-DCAS                     PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-DCA-LIVE                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-DCA-HIST                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-OUTSIDE                  PIC S9(7) COMP-3 VALUE 0.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-RC                      PIC -(8)9.

           copy RSTAUD1.
           copy RSTERR1.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           if WS-PARM-OK
               sort SORT-FILE
                   on ascending key SD-DATE SD-TIME SD-SEQ
                   input procedure is SELECT-RECORDS-PARA
                   output procedure is ASSIGN-SESSIONS-PARA

               sort SORT2-FILE
                   on ascending key S2-GROUP-DATE S2-GROUP-TIME
                                    S2-GROUP-CONTEXT
                                    S2-DATE S2-TIME S2-SEQ
                   using DOS-FILE
                   output procedure is PRINT-DOSSIER-PARA

               perform WRITE-TOTALS-PARA
           else
               move 8 to RETURN-CODE
           end-if

           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open input  PARM-FILE
           open output REPORT-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           compute WS-BASE-INTEGER =
               function integer-of-date(19000101)

           perform READ-PARM-PARA
           perform WRITE-HEADING-PARA

           if WS-PARM-OK
               open input BRANCH-FILE
               perform LOAD-BRANCH-REF-PARA
               close BRANCH-FILE
           end-if
           .

       READ-PARM-PARA.

           read PARM-FILE
               at end
                   set WS-PARM-EOF to true
           end-read

           evaluate true
               when WS-PARM-EOF
                   move 'PARMIN CARD MISSING' to WS-PARM-MSG
               when not PARM-BY-USER and not PARM-BY-TERM
                   move 'COLUMN 1 MUST BE U (USER) OR T (TERMINAL)'
                     to WS-PARM-MSG
               when PARM-SELECT-ID = spaces
                   move 'NO USER OR TERMINAL ID IN COLUMNS 2-9'
                     to WS-PARM-MSG
               when PARM-FROM-DATE not numeric
                       or PARM-TO-DATE not numeric
                   move 'FROM/TO DATES MUST BE YYYYMMDD'
                     to WS-PARM-MSG
               when PARM-FROM-DATE > PARM-TO-DATE
                   move 'FROM DATE IS AFTER TO DATE' to WS-PARM-MSG
               when other
                   set WS-PARM-OK to true
                   move PARM-FROM-DATE to WS-FROM-DATE
                   move PARM-TO-DATE   to WS-TO-DATE
                   if PARM-BY-USER
                       move PARM-SELECT-ID to WS-SELECT-USER
                   else
                       move PARM-SELECT-ID(1:4) to WS-SELECT-TERM
                   end-if
           end-evaluate
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
                           display 'RSTPL00 WARNING - BRANCH REF '
                                   'TABLE FULL, LATER TERMINALS '
                                   'SHOW AS UNASSIGNED'
                           set WS-BRREF-EOF to true
                       end-if
               end-read
           end-perform
           .

       SELECT-RECORDS-PARA.

      *    pass 1 input: the six files, filtered to the user or
      *    terminal and the date range.
           open input AUDDF-FILE
           move 'AUDDF   ' to WS-SOURCE
           move 'N' to WS-FILE-EOF-SW
           perform until WS-FILE-EOF
               read AUDDF-FILE next
                   at end
                       set WS-FILE-EOF to true
                   not at end
                       move AUDD-AUDIT-IMAGE to RST-AUDIT-RECORD
                       perform SELECT-AUDIT-PARA
               end-read
           end-perform
           close AUDDF-FILE

           open input AUD-HISTORY-FILE
           move 'AUDHIST ' to WS-SOURCE
           move 'N' to WS-FILE-EOF-SW
           perform until WS-FILE-EOF
               read AUD-HISTORY-FILE next
                   at end
                       set WS-FILE-EOF to true
                   not at end
                       move AUDH-AUDIT-IMAGE to RST-AUDIT-RECORD
                       perform SELECT-AUDIT-PARA
               end-read
           end-perform
           close AUD-HISTORY-FILE

           open input ERRDF-FILE
           move 'ERRDF   ' to WS-SOURCE
           move 'N' to WS-FILE-EOF-SW
           perform until WS-FILE-EOF
               read ERRDF-FILE next
                   at end
                       set WS-FILE-EOF to true
                   not at end
                       move ERRD-ERROR-IMAGE to RST-ERROR-RECORD
                       perform SELECT-ERROR-PARA
               end-read
           end-perform
           close ERRDF-FILE

           open input ERR-HISTORY-FILE
           move 'ERRHIST ' to WS-SOURCE
           move 'N' to WS-FILE-EOF-SW
           perform until WS-FILE-EOF
               read ERR-HISTORY-FILE next
                   at end
                       set WS-FILE-EOF to true
                   not at end
                       move ERRH-ERROR-IMAGE to RST-ERROR-RECORD
                       perform SELECT-ERROR-PARA
               end-read
           end-perform
           close ERR-HISTORY-FILE

           open input DCA-FILE
           move 'DCADF   ' to WS-SOURCE
           move 'N' to WS-FILE-EOF-SW
           perform until WS-FILE-EOF
               read DCA-FILE next
                   at end
                       set WS-FILE-EOF to true
                   not at end
                       perform SELECT-DCA-PARA
               end-read
           end-perform
           close DCA-FILE

           open input DCA-HISTORY-FILE
           move 'DCAHIST ' to WS-SOURCE
           move 'N' to WS-FILE-EOF-SW
           perform until WS-FILE-EOF
               read DCA-HISTORY-FILE next
                   at end
                       set WS-FILE-EOF to true
                   not at end
                       perform SELECT-DCH-PARA
               end-read
           end-perform
           close DCA-HISTORY-FILE
           .

       SELECT-AUDIT-PARA.

           move 'N' to WS-SELECTED-SW

           if AUD-DATE not < WS-FROM-DATE
                   and AUD-DATE not > WS-TO-DATE
               if (PARM-BY-USER and AUD-USER-ID = WS-SELECT-USER)
                       or (PARM-BY-TERM
                           and AUD-TERM-ID = WS-SELECT-TERM)
                   set WS-SELECTED to true
               end-if
           end-if

           if WS-SELECTED
               move spaces             to SORT-DOS-REC
               move AUD-DATE           to SD-DATE
               move AUD-TIME           to SD-TIME
               move WS-SOURCE          to SD-SOURCE
               set  SD-KIND-AUDIT      to true
               move AUD-TERM-ID        to SD-TERM-ID
               move AUD-APPLID         to SD-APPLID
               move RST-AUDIT-RECORD   to SD-IMAGE

      *        a purge, like open-item case work, is the operator
      *        acting on someone else's session; maintenance and
      *        security events belong to no session; a dispatch
      *        carries the route, not the context, in its context
      *        slot.
               evaluate true
                   when AUD-EVENT-CFG-MAINT
                   when AUD-EVENT-SEC-MAINT
                   when AUD-EVENT-CASE-WORK
                   when AUD-EVENT-FAILED and AUD-STATUS-CODE = 'PURG'
                       set SD-OUTSIDE-SESSION to true
                   when AUD-EVENT-DISPATCH
                       set SD-ON-TERMINAL to true
                   when AUD-CONTEXT-ID = spaces
                       set SD-ON-TERMINAL to true
                   when other
                       set SD-IN-SESSION to true
                       move AUD-CONTEXT-ID to SD-CONTEXT-ID
               end-evaluate

               perform RELEASE-ITEM-PARA
           end-if
           .

       SELECT-ERROR-PARA.

           move 'N' to WS-SELECTED-SW

           if ERR-DATE not < WS-FROM-DATE
                   and ERR-DATE not > WS-TO-DATE
               if (PARM-BY-USER and ERR-USER-ID = WS-SELECT-USER)
                       or (PARM-BY-TERM
                           and ERR-TERM-ID = WS-SELECT-TERM)
                   set WS-SELECTED to true
               end-if
           end-if

           if WS-SELECTED
               move spaces             to SORT-DOS-REC
               move ERR-DATE           to SD-DATE
               move ERR-TIME           to SD-TIME
               move WS-SOURCE          to SD-SOURCE
               set  SD-KIND-ERROR      to true
               move ERR-TERM-ID        to SD-TERM-ID
               move ERR-APPLID         to SD-APPLID
               move RST-ERROR-RECORD   to SD-IMAGE

               if ERR-CONTEXT-ID = spaces or low-values
                   set SD-ON-TERMINAL to true
               else
                   set SD-IN-SESSION to true
                   move ERR-CONTEXT-ID to SD-CONTEXT-ID
               end-if

               perform RELEASE-ITEM-PARA
           end-if
           .

       SELECT-DCA-PARA.

           if WS-DCA-REC-LEN < WS-DCA-FULL-LEN
               move spaces to DCA-CASAPPC-VERSION
               move spaces to DCA-ORIGIN-APPLID
           end-if

      *    a DCA is in range when its life (create to last activity)
      *    overlaps the requested dates.
           move DCA-CREATE-ABSTIME to WS-CONV-ABSTIME
           perform CONVERT-ABSTIME-PARA
           move WS-CONV-DATE to WS-CREATE-DATE
           move WS-CONV-TIME to WS-CREATE-TIME
           move DCA-LAST-ACT-ABSTIME to WS-CONV-ABSTIME
           perform CONVERT-ABSTIME-PARA
           move WS-CONV-DATE to WS-LAST-ACT-DATE

           move 'N' to WS-SELECTED-SW

           if WS-CREATE-DATE not > WS-TO-DATE
                   and WS-LAST-ACT-DATE not < WS-FROM-DATE
               if (PARM-BY-USER and DCA-USER-ID = WS-SELECT-USER)
                       or (PARM-BY-TERM
                           and DCA-TERM-ID = WS-SELECT-TERM)
                   set WS-SELECTED to true
               end-if
           end-if

           if WS-SELECTED
               move spaces             to SORT-DOS-REC
               move WS-CREATE-DATE     to SD-DATE
               move WS-CREATE-TIME     to SD-TIME
               move WS-SOURCE          to SD-SOURCE
               set  SD-KIND-DCA        to true
               set  SD-IN-SESSION      to true
               move DCA-CONTEXT-ID     to SD-CONTEXT-ID
               move DCA-TERM-ID        to SD-TERM-ID
               move RST-DCA-ENTRY      to SD-IMAGE

               perform RELEASE-ITEM-PARA
           end-if
           .

       SELECT-DCH-PARA.

           if WS-DCH-REC-LEN < WS-DCH-FULL-LEN
               move spaces to DCH-CASAPPC-VERSION
               move spaces to DCH-ORIGIN-APPLID
           end-if

           move DCH-CREATE-ABSTIME to WS-CONV-ABSTIME
           perform CONVERT-ABSTIME-PARA
           move WS-CONV-DATE to WS-CREATE-DATE
           move WS-CONV-TIME to WS-CREATE-TIME
           move DCH-LAST-ACT-ABSTIME to WS-CONV-ABSTIME
           perform CONVERT-ABSTIME-PARA
           move WS-CONV-DATE to WS-LAST-ACT-DATE

           move 'N' to WS-SELECTED-SW

           if WS-CREATE-DATE not > WS-TO-DATE
                   and WS-LAST-ACT-DATE not < WS-FROM-DATE
               if (PARM-BY-USER and DCH-USER-ID = WS-SELECT-USER)
                       or (PARM-BY-TERM
                           and DCH-TERM-ID = WS-SELECT-TERM)
                   set WS-SELECTED to true
               end-if
           end-if

           if WS-SELECTED
               move spaces                to SORT-DOS-REC
               move WS-CREATE-DATE        to SD-DATE
               move WS-CREATE-TIME        to SD-TIME
               move WS-SOURCE             to SD-SOURCE
               set  SD-KIND-DCA           to true
               set  SD-IN-SESSION         to true
               move DCH-CONTEXT-ID        to SD-CONTEXT-ID
               move DCH-TERM-ID           to SD-TERM-ID
               move RST-DCA-HISTORY-ENTRY to SD-IMAGE

               perform RELEASE-ITEM-PARA
           end-if
           .

       RELEASE-ITEM-PARA.

           add 1 to WS-RELEASE-SEQ
           move WS-RELEASE-SEQ to SD-SEQ
           release SORT-DOS-REC
           .

       CONVERT-ABSTIME-PARA.

           divide WS-CONV-ABSTIME by 86400000
               giving WS-CONV-DAYS remainder WS-CONV-DAY-MS

           compute WS-DAY-INTEGER = WS-BASE-INTEGER + WS-CONV-DAYS
           compute WS-DAY-NUM =
               function date-of-integer(WS-DAY-INTEGER)
           move WS-DAY-NUM to WS-CONV-DATE

           compute WS-CONV-SECS = WS-CONV-DAY-MS / 1000
           divide WS-CONV-SECS by 3600
               giving WS-CONV-HH remainder WS-CONV-REM
           divide WS-CONV-REM by 60
               giving WS-CONV-MM remainder WS-CONV-SS
           .

       ASSIGN-SESSIONS-PARA.

      *    pass 1 output: settle each record's session in time
      *    order and stamp it with that session's start for the
      *    print sort.
           open output DOS-FILE
           move 'N' to WS-SORT-EOF-SW

           perform until WS-SORT-EOF
               return SORT-FILE
                   at end
                       set WS-SORT-EOF to true
                   not at end
                       perform ASSIGN-ONE-ITEM-PARA
               end-return
           end-perform

           close DOS-FILE
           .

       ASSIGN-ONE-ITEM-PARA.

           if SD-ON-TERMINAL
               move SD-TERM-ID to WS-LOOKUP-TERM-ID
               perform FIND-TERM-SESSION-PARA
               if WS-FOUND
                   set SD-IN-SESSION to true
                   move WS-TS-CONTEXT-ID(WS-TERM-IDX) to SD-CONTEXT-ID
               else
                   set SD-OUTSIDE-SESSION to true
               end-if
           end-if

           move SORT-DOS-REC to DW-ITEM

           if SD-IN-SESSION
               perform FIND-OR-ADD-SESSION-PARA
               if WS-FOUND
                   move WS-SS-START-DATE(WS-SESS-IDX) to DW-GROUP-DATE
                   move WS-SS-START-TIME(WS-SESS-IDX) to DW-GROUP-TIME
               else
                   move SD-DATE to DW-GROUP-DATE
                   move SD-TIME to DW-GROUP-TIME
               end-if
               move SD-CONTEXT-ID to DW-GROUP-CONTEXT
               perform NOTE-TERM-SESSION-PARA
           else
               move all '9' to DW-GROUP-DATE
               move all '9' to DW-GROUP-TIME
               move WS-OUTSIDE-GROUP to DW-GROUP-CONTEXT
           end-if

           write DOS-RECORD
           .

       FIND-OR-ADD-SESSION-PARA.

           move 'N' to WS-FOUND-SW
           set WS-SESS-IDX to 1

           if WS-SESSION-COUNT > 0
               search WS-SESSION-ENTRY
                   at end
                       continue
                   when WS-SS-CONTEXT-ID(WS-SESS-IDX) = SD-CONTEXT-ID
                       set WS-FOUND to true
               end-search
           end-if

           if WS-FOUND
               if WS-SS-APPLID(WS-SESS-IDX) = spaces
                   move SD-APPLID to WS-SS-APPLID(WS-SESS-IDX)
               end-if
           else
               if WS-SESSION-COUNT < WS-MAX-SESSIONS
                   add 1 to WS-SESSION-COUNT
                   set WS-SESS-IDX to WS-SESSION-COUNT
                   move SD-CONTEXT-ID to WS-SS-CONTEXT-ID(WS-SESS-IDX)
                   move SD-DATE       to WS-SS-START-DATE(WS-SESS-IDX)
                   move SD-TIME       to WS-SS-START-TIME(WS-SESS-IDX)
                   move SD-TERM-ID    to WS-SS-TERM-ID(WS-SESS-IDX)
                   move SD-APPLID     to WS-SS-APPLID(WS-SESS-IDX)
                   set WS-FOUND to true
               else
                   display 'RSTPL00 WARNING - SESSION TABLE FULL, '
                           'LATER SESSIONS MAY PRINT IN PIECES'
               end-if
           end-if
           .

       FIND-TERM-SESSION-PARA.

           move 'N' to WS-FOUND-SW
           set WS-TERM-IDX to 1

           if WS-TERM-COUNT > 0
               search WS-TERM-ENTRY
                   at end
                       continue
                   when WS-TS-TERM-ID(WS-TERM-IDX) = WS-LOOKUP-TERM-ID
                       set WS-FOUND to true
               end-search
           end-if
           .

       NOTE-TERM-SESSION-PARA.

           move SD-TERM-ID to WS-LOOKUP-TERM-ID
           perform FIND-TERM-SESSION-PARA

           if not WS-FOUND
               if WS-TERM-COUNT < WS-MAX-TERMS
                   add 1 to WS-TERM-COUNT
                   set WS-TERM-IDX to WS-TERM-COUNT
                   move SD-TERM-ID to WS-TS-TERM-ID(WS-TERM-IDX)
                   set WS-FOUND to true
               end-if
           end-if

           if WS-FOUND
               move SD-CONTEXT-ID to WS-TS-CONTEXT-ID(WS-TERM-IDX)
           end-if
           .

       PRINT-DOSSIER-PARA.

      *    pass 2 output: the dossier itself.
           move 'N' to WS-SORT-EOF-SW

           perform until WS-SORT-EOF
               return SORT2-FILE
                   at end
                       set WS-SORT-EOF to true
                   not at end
                       perform PRINT-ONE-ITEM-PARA
               end-return
           end-perform
           .

       PRINT-ONE-ITEM-PARA.

           if S2-GROUP-CONTEXT not = WS-CUR-GROUP
               move S2-GROUP-CONTEXT to WS-CUR-GROUP
               perform WRITE-GROUP-HEADING-PARA
           end-if

           evaluate true
               when S2-KIND-AUDIT
                   perform PRINT-AUDIT-ITEM-PARA
               when S2-KIND-ERROR
                   perform PRINT-ERROR-ITEM-PARA
               when other
                   perform PRINT-DCA-ITEM-PARA
           end-evaluate
           .

       WRITE-GROUP-HEADING-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           if S2-GROUP-CONTEXT = WS-OUTSIDE-GROUP
               string 'ACTIVITY OUTSIDE A SESSION (MAINTENANCE,'
                      ' SECURITY, PURGES, UNPLACED EVENTS)'
                      delimited by size
                      into PRT-LINE
               end-string
               write PRT-LINE
           else
               add 1 to WS-TOT-SESSIONS
               move 'N' to WS-FOUND-SW
               set WS-SESS-IDX to 1
               if WS-SESSION-COUNT > 0
                   search WS-SESSION-ENTRY
                       at end
                           continue
                       when WS-SS-CONTEXT-ID(WS-SESS-IDX)
                               = S2-GROUP-CONTEXT
                           set WS-FOUND to true
                   end-search
               end-if

               move spaces to PRT-LINE
               if WS-FOUND
                   move WS-SS-TERM-ID(WS-SESS-IDX) to WS-LOOKUP-TERM-ID
                   perform FIND-BRANCH-PARA
                   string 'SESSION ' delimited by size
                          S2-GROUP-CONTEXT delimited by size
                          '  STARTED ' delimited by size
                          S2-GROUP-DATE delimited by size
                          ' ' delimited by size
                          S2-GROUP-TIME delimited by size
                          '  TERM ' delimited by size
                          WS-SS-TERM-ID(WS-SESS-IDX) delimited by size
                          '  BRANCH ' delimited by size
                          WS-BRANCH-TEXT delimited by size
                          '  APPLID ' delimited by size
                          WS-SS-APPLID(WS-SESS-IDX) delimited by size
                          into PRT-LINE
                   end-string
               else
                   string 'SESSION ' delimited by size
                          S2-GROUP-CONTEXT delimited by size
                          '  STARTED ' delimited by size
                          S2-GROUP-DATE delimited by size
                          ' ' delimited by size
                          S2-GROUP-TIME delimited by size
                          into PRT-LINE
                   end-string
               end-if
               write PRT-LINE
           end-if
           .

       FIND-BRANCH-PARA.

           move '(UNASSIGNED)' to WS-BRANCH-TEXT
           set WS-BRREF-IDX to 1

           if WS-BRREF-COUNT > 0
               search WS-BRREF-ENTRY
                   at end
                       continue
                   when WS-BR-TERM-ID(WS-BRREF-IDX) = WS-LOOKUP-TERM-ID
                       move spaces to WS-BRANCH-TEXT
                       string WS-BR-CODE(WS-BRREF-IDX)
                                  delimited by size
                              ' ' delimited by size
                              WS-BR-NAME(WS-BRREF-IDX)
                                  delimited by size
                              into WS-BRANCH-TEXT
                       end-string
               end-search
           end-if
           .

       PRINT-AUDIT-ITEM-PARA.

           move S2-IMAGE to RST-AUDIT-RECORD
           add 1 to WS-TOT-AUDIT
           if S2-SOURCE = 'AUDDF   '
               add 1 to WS-TOT-AUD-LIVE
           else
               add 1 to WS-TOT-AUD-HIST
           end-if
           if S2-GROUP-CONTEXT = WS-OUTSIDE-GROUP
               add 1 to WS-TOT-OUTSIDE
           end-if

           move spaces to PRT-LINE
           string '  ' delimited by size
                  AUD-DATE delimited by size
                  ' ' delimited by size
                  AUD-TIME delimited by size
                  '  AUDIT  ' delimited by size
                  AUD-EVENT-TYPE delimited by size
                  ' ' delimited by size
                  AUD-STATUS-CODE delimited by size
                  '  TERM ' delimited by size
                  AUD-TERM-ID delimited by size
                  '  USER ' delimited by size
                  AUD-USER-ID delimited by size
                  '  CTX ' delimited by size
                  AUD-CONTEXT-ID delimited by size
                  ' ' delimited by size
                  AUD-APPL-STATE delimited by size
                  ' ' delimited by size
                  AUD-LAST-TRANCODE delimited by size
                  '  APPLID ' delimited by size
                  AUD-APPLID delimited by size
                  '  [' delimited by size
                  S2-SOURCE delimited by space
                  ']' delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE
           .

       PRINT-ERROR-ITEM-PARA.

           move S2-IMAGE to RST-ERROR-RECORD
           add 1 to WS-TOT-ERRORS
           if S2-SOURCE = 'ERRDF   '
               add 1 to WS-TOT-ERR-LIVE
           else
               add 1 to WS-TOT-ERR-HIST
           end-if
           if S2-GROUP-CONTEXT = WS-OUTSIDE-GROUP
               add 1 to WS-TOT-OUTSIDE
           end-if

      *    single-spaced after the failing call so the widest
      *    source tag, [ERRHIST], still ends inside the 132 columns.
           move ERR-RETURN-CODE to WS-EDIT-RC
           move spaces to PRT-LINE
           string '  ' delimited by size
                  ERR-DATE delimited by size
                  ' ' delimited by size
                  ERR-TIME delimited by size
                  '  ERROR  ' delimited by size
                  ERR-FAILING-CALL delimited by size
                  ' ' delimited by size
                  ERR-FAILURE-TYPE delimited by size
                  ' RC' delimited by size
                  WS-EDIT-RC delimited by size
                  ' ABEND ' delimited by size
                  ERR-ABEND-CODE delimited by size
                  ' TERM ' delimited by size
                  ERR-TERM-ID delimited by size
                  ' USER ' delimited by size
                  ERR-USER-ID delimited by size
                  ' APPLID ' delimited by size
                  ERR-APPLID delimited by size
                  ' [' delimited by size
                  S2-SOURCE delimited by space
                  ']' delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           string '                   CASAPPC CTX ' delimited by size
                  ERR-CONTEXT-ID delimited by size
                  '  USER ' delimited by size
                  ERR-CTX-USER-ID delimited by size
                  '  TERM ' delimited by size
                  ERR-CTX-TERM-ID delimited by size
                  '  STATE ' delimited by size
                  ERR-APPL-STATE delimited by size
                  '  TRAN ' delimited by size
                  ERR-LAST-TRANCODE delimited by size
                  '  STATUS ' delimited by size
                  ERR-STATUS-CODE delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE
           .

       PRINT-DCA-ITEM-PARA.

           add 1 to WS-TOT-DCAS

           if S2-SOURCE = 'DCADF   '
               add 1 to WS-TOT-DCA-LIVE
               move S2-IMAGE to RST-DCA-ENTRY
               move DCA-LAST-ACT-ABSTIME to WS-CONV-ABSTIME
               perform CONVERT-ABSTIME-PARA

               move spaces to PRT-LINE
               string '  ' delimited by size
                      S2-DATE delimited by size
                      ' ' delimited by size
                      S2-TIME delimited by size
                      '  DCA    TOKEN ' delimited by size
                      DCA-TOKEN delimited by size
                      '  CREATED ' delimited by size
                      S2-DATE delimited by size
                      ' ' delimited by size
                      S2-TIME delimited by size
                      '  LAST ACTIVITY ' delimited by size
                      WS-CONV-DATE delimited by size
                      ' ' delimited by size
                      WS-CONV-TIME delimited by size
                      '  PURGED ' delimited by size
                      DCA-PURGED-FLAG delimited by size
                      '  [DCADF]' delimited by size
                      into PRT-LINE
               end-string
               write PRT-LINE

               move spaces to PRT-LINE
               string '                   STATE ' delimited by size
                      DCA-APPL-STATE delimited by size
                      '  TRAN ' delimited by size
                      DCA-LAST-TRANCODE delimited by size
                      '  STILL IN THE LIVE DIRECTORY' delimited by size
                      into PRT-LINE
               end-string
               write PRT-LINE
           else
               add 1 to WS-TOT-DCA-HIST
               move S2-IMAGE to RST-DCA-HISTORY-ENTRY
               move DCH-LAST-ACT-ABSTIME to WS-CONV-ABSTIME
               perform CONVERT-ABSTIME-PARA

               move spaces to PRT-LINE
               string '  ' delimited by size
                      S2-DATE delimited by size
                      ' ' delimited by size
                      S2-TIME delimited by size
                      '  DCA    TOKEN ' delimited by size
                      DCH-TOKEN delimited by size
                      '  CREATED ' delimited by size
                      S2-DATE delimited by size
                      ' ' delimited by size
                      S2-TIME delimited by size
                      '  LAST ACTIVITY ' delimited by size
                      WS-CONV-DATE delimited by size
                      ' ' delimited by size
                      WS-CONV-TIME delimited by size
                      '  PURGED ' delimited by size
                      DCH-PURGED-FLAG delimited by size
                      '  [DCAHIST]' delimited by size
                      into PRT-LINE
               end-string
               write PRT-LINE

               move spaces to PRT-LINE
               string '                   STATE ' delimited by size
                      DCH-APPL-STATE delimited by size
                      '  TRAN ' delimited by size
                      DCH-LAST-TRANCODE delimited by size
                      '  ARCHIVED ' delimited by size
                      DCH-ARCHIVE-DATE delimited by size
                      ' ' delimited by size
                      DCH-ARCHIVE-TIME delimited by size
                      '  REASON ' delimited by size
                      DCH-ARCHIVE-REASON delimited by size
                      into PRT-LINE
               end-string
               write PRT-LINE
           end-if
           .

       WRITE-HEADING-PARA.

           move spaces to PRT-LINE
           string 'RSTPL00 RST ACTIVITY DOSSIER - RUN '
                      delimited by size
                  WS-TODAY-NUM delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           if WS-PARM-OK
               if PARM-BY-USER
                   string 'USER ID ' delimited by size
                          WS-SELECT-USER delimited by size
                          '  FROM ' delimited by size
                          WS-FROM-DATE delimited by size
                          ' TO ' delimited by size
                          WS-TO-DATE delimited by size
                          into PRT-LINE
                   end-string
               else
                   string 'TERMINAL ' delimited by size
                          WS-SELECT-TERM delimited by size
                          '  FROM ' delimited by size
                          WS-FROM-DATE delimited by size
                          ' TO ' delimited by size
                          WS-TO-DATE delimited by size
                          into PRT-LINE
                   end-string
               end-if
           else
               string 'PARMIN CARD REJECTED - ' delimited by size
                      WS-PARM-MSG delimited by size
                      into PRT-LINE
               end-string
               display 'RSTPL00 - ' WS-PARM-MSG
           end-if
           write PRT-LINE

           move spaces to PRT-LINE
           string 'SOURCES AUDDF AUDHIST ERRDF ERRHIST DCADF DCAHIST'
                  ' - SESSIONS IN START ORDER, EVENTS IN TIME ORDER'
                  delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE
           .

       WRITE-TOTALS-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move 'DOSSIER TOTALS' to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-SESSIONS to WS-EDIT-COUNT
           string '  SESSIONS . . . . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-AUDIT to WS-EDIT-COUNT
           string '  AUDIT EVENTS . . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-AUD-LIVE to WS-EDIT-COUNT
           string '    FROM AUDDF . . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-AUD-HIST to WS-EDIT-COUNT
           string '    FROM AUDHIST . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-ERRORS to WS-EDIT-COUNT
           string '  ERRORS . . . . . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-ERR-LIVE to WS-EDIT-COUNT
           string '    FROM ERRDF . . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-ERR-HIST to WS-EDIT-COUNT
           string '    FROM ERRHIST . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-DCAS to WS-EDIT-COUNT
           string '  TRANSIENT DCAS . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-DCA-LIVE to WS-EDIT-COUNT
           string '    FROM DCADF . . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-DCA-HIST to WS-EDIT-COUNT
           string '    FROM DCAHIST . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-OUTSIDE to WS-EDIT-COUNT
           string '  EVENTS OUTSIDE A SESSION . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           display 'RSTPL00 - ' WS-TOT-SESSIONS ' SESSIONS, '
                   WS-TOT-AUDIT ' AUDIT EVENTS, '
                   WS-TOT-ERRORS ' ERRORS, '
                   WS-TOT-DCAS ' DCAS'
           .

       TERMINATE-PARA.

           close PARM-FILE
           close REPORT-FILE
           .

       end program RSTPL00.
