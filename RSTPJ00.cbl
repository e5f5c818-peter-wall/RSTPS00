       identification division.
       program-id. RSTPJ00.

      *================================================================
      *  RSTPJ00 - quarterly access recertification report over the
      *  RSTOP authorized-operator file (copy/RSTOPR1.cpy).  Every
      *  operator holding an RST role is listed with:
      *
      *    - the OPR-ROLE-LEVEL held;
      *    - who last granted it and when (OPR-UPDATE-USER/DATE -
      *      since maker-checker, the security admin who approved
      *      the grant on RSTPW00);
      *    - the last date the authority was actually used, taken
      *      from the AUDDF keyed audit file plus the AUDHIST history
      *      RSTPK00 rolls it off to: a purge on RSTPI00 (FAILED
      *      event, status PURG), any CFGMAINT event (RSTPC00,
      *      RSTPX00, RSTPY00 and RSTPG00 changes, keyed or decided
      *      on RSTPW00) or any SECMAINT event other than a DENY
      *      (RSTPO00 grants and revokes, keyed or decided);
      *    - the SECMAINT DENY count inside the review period.
      *
      *  Two flags are raised for the reviewers:
      *    IDLE     level 2 or above and no use of that authority in
      *             the idle-days window (or ever)
      *    GRANTOR  the entry was last granted by someone who no
      *             longer holds level 4 (or is no longer on RSTOP)
      *
      *  PARMIN: columns 1-5 the idle days (default 90),
      *  6-13 and 14-21 the review period from/to dates YYYYMMDD
      *  (default the 91 days up to today); an empty card or bad
      *  fields fall back to the defaults.  The report on RCRTRPT
      *  ends with totals and a sign-off block so it can be filed
      *  as the recertification evidence.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select PARM-FILE assign to PARMIN
               organization is sequential.

           select OPERATOR-FILE assign to RSTOP
               organization is indexed
               access mode is sequential
               record key is OPR-USER-ID.

           select AUDDF-FILE assign to AUDDF
               organization is indexed
               access mode is sequential
               record key is AUDD-KEY.

           select AUD-HISTORY-FILE assign to AUDHIST
               organization is indexed
               access mode is sequential
               record key is AUDH-KEY.

           select REPORT-FILE assign to RCRTRPT
               organization is sequential.

       data division.
       file section.

       fd  PARM-FILE
           recording mode is f.
       01  PARM-RECORD.
           05  PARM-IDLE-DAYS              PIC 9(5).
           05  PARM-FROM-DATE              PIC X(8).
           05  PARM-TO-DATE                PIC X(8).
           05  FILLER                      PIC X(59).

       fd  OPERATOR-FILE.
           copy RSTOPR1.

       fd  AUDDF-FILE.
           copy RSTAUD2.

       fd  AUD-HISTORY-FILE.
       01  AUD-HISTORY-RECORD.
           05  AUDH-KEY                    PIC X(45).
           05  AUDH-AUDIT-IMAGE            PIC X(74).

       fd  REPORT-FILE
           recording mode is f.
       01  PRT-LINE                        PIC X(100).

       working-storage section.

       01  WS-DEFAULT-IDLE-DAYS            PIC 9(5) VALUE 90.
       01  WS-DEFAULT-PERIOD-DAYS          PIC 9(5) VALUE 91.
       01  WS-IDLE-DAYS                    PIC 9(5) VALUE 0.

       01  WS-PARM-EOF-SW                  PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.
       01  WS-OPR-EOF-SW                   PIC X VALUE 'N'.
           88  WS-OPR-EOF                  VALUE 'Y'.
       01  WS-AUD-EOF-SW                   PIC X VALUE 'N'.
           88  WS-AUD-EOF                  VALUE 'Y'.
       01  WS-HIST-EOF-SW                  PIC X VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.
       01  WS-PARM-DEFAULTED-SW            PIC X VALUE 'N'.
           88  WS-PARM-DEFAULTED           VALUE 'Y'.
       01  WS-FOUND-SW                     PIC X VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.

       01  WS-TODAY-NUM                    PIC 9(8).
       01  WS-TODAY-INTEGER                PIC S9(8) COMP.
       01  WS-WORK-INTEGER                 PIC S9(8) COMP.
       01  WS-WORK-NUM                     PIC 9(8).
       01  WS-IDLE-CUTOFF-DATE             PIC X(8).
       01  WS-FROM-DATE                    PIC X(8).
       01  WS-TO-DATE                      PIC X(8).

      *    the whole RSTOP file, with what the audit passes find for
      *    each operator.
       01  WS-MAX-OPERATORS                PIC S9(4) COMP VALUE 1000.
       01  WS-OPERATOR-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-OPR-IDX WS-GRANTOR-IDX.
               10  WS-OP-USER-ID           PIC X(8).
               10  WS-OP-ROLE-LEVEL        PIC 9.
               10  WS-OP-GRANT-USER        PIC X(8).
               10  WS-OP-GRANT-DATE        PIC X(8).
               10  WS-OP-LAST-USE-DATE     PIC X(8).
               10  WS-OP-LAST-USE-TIME     PIC X(6).
               10  WS-OP-LAST-USE-HOW      PIC X(8).
               10  WS-OP-LAST-USE-STATUS   PIC X(4).
               10  WS-OP-DENY-COUNT        PIC S9(7) COMP-3.

       01  WS-LOOKUP-USER                  PIC X(8).

       01  WS-TOT-AUD-READ                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-TOT-HIST-READ                PIC S9(9) COMP-3 VALUE 0.
       01  WS-TOT-OPERATORS                PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-LEVEL-1                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-LEVEL-2                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-LEVEL-3                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-LEVEL-4                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-IDLE                     PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-BAD-GRANTOR              PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-DENIES                   PIC S9(7) COMP-3 VALUE 0.

       01  WS-IDLE-FLAG                    PIC X(4).
       01  WS-GRANTOR-FLAG                 PIC X(7).

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-DENIES                  PIC ZZZZ9.
       01  WS-EDIT-DAYS                    PIC ZZZZ9.

           copy RSTAUD1.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           perform until WS-AUD-EOF
               read AUDDF-FILE next
                   at end
                       set WS-AUD-EOF to true
                   not at end
                       add 1 to WS-TOT-AUD-READ
                       move AUDD-AUDIT-IMAGE to RST-AUDIT-RECORD
                       perform PROCESS-AUDIT-EVENT-PARA
               end-read
           end-perform

           perform until WS-HIST-EOF
               read AUD-HISTORY-FILE next
                   at end
                       set WS-HIST-EOF to true
                   not at end
                       add 1 to WS-TOT-HIST-READ
                       move AUDH-AUDIT-IMAGE to RST-AUDIT-RECORD
                       perform PROCESS-AUDIT-EVENT-PARA
               end-read
           end-perform

           perform WRITE-REPORT-PARA
           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open input  PARM-FILE
           open input  OPERATOR-FILE
           open input  AUDDF-FILE
           open input  AUD-HISTORY-FILE
           open output REPORT-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           compute WS-TODAY-INTEGER =
               function integer-of-date(WS-TODAY-NUM)

           perform READ-PARM-PARA

           compute WS-WORK-INTEGER =
               WS-TODAY-INTEGER - WS-IDLE-DAYS
           compute WS-WORK-NUM =
               function date-of-integer(WS-WORK-INTEGER)
           move WS-WORK-NUM to WS-IDLE-CUTOFF-DATE

           perform LOAD-OPERATOR-TABLE-PARA
           .

       READ-PARM-PARA.

           read PARM-FILE
               at end
                   set WS-PARM-EOF to true
           end-read

           if WS-PARM-EOF or PARM-IDLE-DAYS not numeric
                   or PARM-IDLE-DAYS = 0
               move WS-DEFAULT-IDLE-DAYS to WS-IDLE-DAYS
               set WS-PARM-DEFAULTED to true
           else
               move PARM-IDLE-DAYS to WS-IDLE-DAYS
           end-if

           move WS-TODAY-NUM to WS-TO-DATE
           compute WS-WORK-INTEGER =
               WS-TODAY-INTEGER - WS-DEFAULT-PERIOD-DAYS
           compute WS-WORK-NUM =
               function date-of-integer(WS-WORK-INTEGER)
           move WS-WORK-NUM to WS-FROM-DATE

           if not WS-PARM-EOF
               if PARM-FROM-DATE numeric and PARM-TO-DATE numeric
                       and PARM-FROM-DATE not > PARM-TO-DATE
                   move PARM-FROM-DATE to WS-FROM-DATE
                   move PARM-TO-DATE   to WS-TO-DATE
               else
                   set WS-PARM-DEFAULTED to true
               end-if
           end-if
           .

       LOAD-OPERATOR-TABLE-PARA.

           perform until WS-OPR-EOF
               read OPERATOR-FILE next
                   at end
                       set WS-OPR-EOF to true
                   not at end
                       if WS-OPERATOR-COUNT < WS-MAX-OPERATORS
                           add 1 to WS-OPERATOR-COUNT
                           set WS-OPR-IDX to WS-OPERATOR-COUNT
                           move OPR-USER-ID
                             to WS-OP-USER-ID(WS-OPR-IDX)
                           move OPR-ROLE-LEVEL
                             to WS-OP-ROLE-LEVEL(WS-OPR-IDX)
                           move OPR-UPDATE-USER
                             to WS-OP-GRANT-USER(WS-OPR-IDX)
                           move OPR-UPDATE-DATE
                             to WS-OP-GRANT-DATE(WS-OPR-IDX)
                           move spaces
                             to WS-OP-LAST-USE-DATE(WS-OPR-IDX)
                           move spaces
                             to WS-OP-LAST-USE-TIME(WS-OPR-IDX)
                           move spaces
                             to WS-OP-LAST-USE-HOW(WS-OPR-IDX)
                           move spaces
                             to WS-OP-LAST-USE-STATUS(WS-OPR-IDX)
                           move 0
                             to WS-OP-DENY-COUNT(WS-OPR-IDX)
                       else
                           display 'RSTPJ00 WARNING - OPERATOR TABLE '
                                   'FULL, LATER RSTOP ENTRIES NOT '
                                   'REPORTED'
                           set WS-OPR-EOF to true
                       end-if
               end-read
           end-perform
           .

       PROCESS-AUDIT-EVENT-PARA.

      *    only events a role holder raises by exercising (or trying
      *    to exercise) the role matter here.
           evaluate true
               when AUD-EVENT-FAILED and AUD-STATUS-CODE = 'PURG'
               when AUD-EVENT-CFG-MAINT
               when AUD-EVENT-SEC-MAINT
                   move AUD-USER-ID to WS-LOOKUP-USER
                   perform FIND-OPERATOR-PARA
               when other
                   move 'N' to WS-FOUND-SW
           end-evaluate

           if WS-FOUND
               if AUD-EVENT-SEC-MAINT and AUD-STATUS-CODE = 'DENY'
                   if AUD-DATE not < WS-FROM-DATE
                           and AUD-DATE not > WS-TO-DATE
                       add 1 to WS-OP-DENY-COUNT(WS-OPR-IDX)
                       add 1 to WS-TOT-DENIES
                   end-if
               else
                   perform RECORD-LAST-USE-PARA
               end-if
           end-if
           .

       FIND-OPERATOR-PARA.

           move 'N' to WS-FOUND-SW
           set WS-OPR-IDX to 1

           if WS-OPERATOR-COUNT > 0
               search WS-OPERATOR-ENTRY
                   at end
                       continue
                   when WS-OP-USER-ID(WS-OPR-IDX) = WS-LOOKUP-USER
                       set WS-FOUND to true
               end-search
           end-if
           .

       RECORD-LAST-USE-PARA.

           if AUD-DATE > WS-OP-LAST-USE-DATE(WS-OPR-IDX)
               or (AUD-DATE = WS-OP-LAST-USE-DATE(WS-OPR-IDX)
                   and AUD-TIME > WS-OP-LAST-USE-TIME(WS-OPR-IDX))
               move AUD-DATE to WS-OP-LAST-USE-DATE(WS-OPR-IDX)
               move AUD-TIME to WS-OP-LAST-USE-TIME(WS-OPR-IDX)
               move AUD-STATUS-CODE
                 to WS-OP-LAST-USE-STATUS(WS-OPR-IDX)
               if AUD-EVENT-FAILED
                   move 'PURGE   ' to WS-OP-LAST-USE-HOW(WS-OPR-IDX)
               else
                   move AUD-EVENT-TYPE
                     to WS-OP-LAST-USE-HOW(WS-OPR-IDX)
               end-if
           end-if
           .

       WRITE-REPORT-PARA.

           perform WRITE-HEADING-PARA

           perform varying WS-OPR-IDX from 1 by 1
                   until WS-OPR-IDX > WS-OPERATOR-COUNT
               perform FORMAT-OPERATOR-LINE-PARA
               write PRT-LINE
           end-perform

           perform WRITE-SUMMARY-PARA
           .

       WRITE-HEADING-PARA.

           move spaces to PRT-LINE
           string 'RSTPJ00 RST OPERATOR ACCESS RECERTIFICATION - '
                      delimited by size
                  WS-TODAY-NUM delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           string 'REVIEW PERIOD ' delimited by size
                  WS-FROM-DATE delimited by size
                  ' TO ' delimited by size
                  WS-TO-DATE delimited by size
                  '  (SECMAINT DENY COUNTS)' delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-IDLE-DAYS to WS-EDIT-DAYS
           string 'IDLE THRESHOLD ' delimited by size
                  WS-EDIT-DAYS delimited by size
                  ' DAYS - LEVEL 2+ WITH NO USE SINCE '
                      delimited by size
                  WS-IDLE-CUTOFF-DATE delimited by size
                  ' FLAGGED' delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           if WS-PARM-DEFAULTED
               move spaces to PRT-LINE
               string 'WARNING - PARMIN CARD MISSING OR INVALID,'
                      ' DEFAULTS USED' delimited by size
                   into PRT-LINE
               end-string
               write PRT-LINE
           end-if

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           string 'USER ID  LV GRANTED  GRANT DT LAST USE LAST TIME'
                  ' USED VIA STAT DENIES FLAGS' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           string '-------- -- -------- -------- -------- ---------'
                  ' -------- ---- ------ ------------'
                      delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE
           .

       FORMAT-OPERATOR-LINE-PARA.

           add 1 to WS-TOT-OPERATORS

           evaluate WS-OP-ROLE-LEVEL(WS-OPR-IDX)
               when 1
                   add 1 to WS-TOT-LEVEL-1
               when 2
                   add 1 to WS-TOT-LEVEL-2
               when 3
                   add 1 to WS-TOT-LEVEL-3
               when 4
                   add 1 to WS-TOT-LEVEL-4
           end-evaluate

           move spaces to WS-IDLE-FLAG
           if WS-OP-ROLE-LEVEL(WS-OPR-IDX) > 1
               if WS-OP-LAST-USE-DATE(WS-OPR-IDX) = spaces
                       or WS-OP-LAST-USE-DATE(WS-OPR-IDX)
                           < WS-IDLE-CUTOFF-DATE
                   move 'IDLE' to WS-IDLE-FLAG
                   add 1 to WS-TOT-IDLE
               end-if
           end-if

      *    the grantor must still be on RSTOP at level 4 today.
           move spaces to WS-GRANTOR-FLAG
           move 'N' to WS-FOUND-SW
           set WS-GRANTOR-IDX to 1
           search WS-OPERATOR-ENTRY varying WS-GRANTOR-IDX
               at end
                   continue
               when WS-GRANTOR-IDX > WS-OPERATOR-COUNT
                   continue
               when WS-OP-USER-ID(WS-GRANTOR-IDX)
                       = WS-OP-GRANT-USER(WS-OPR-IDX)
                   if WS-OP-ROLE-LEVEL(WS-GRANTOR-IDX) = 4
                       set WS-FOUND to true
                   end-if
           end-search

           if not WS-FOUND
               move 'GRANTOR' to WS-GRANTOR-FLAG
               add 1 to WS-TOT-BAD-GRANTOR
           end-if

           move spaces to PRT-LINE
           move WS-OP-USER-ID(WS-OPR-IDX)         to PRT-LINE(1:8)
           move WS-OP-ROLE-LEVEL(WS-OPR-IDX)      to PRT-LINE(11:1)
           move WS-OP-GRANT-USER(WS-OPR-IDX)      to PRT-LINE(13:8)
           move WS-OP-GRANT-DATE(WS-OPR-IDX)      to PRT-LINE(22:8)

           if WS-OP-LAST-USE-DATE(WS-OPR-IDX) = spaces
               move '(NEVER)'                     to PRT-LINE(31:7)
           else
               move WS-OP-LAST-USE-DATE(WS-OPR-IDX) to PRT-LINE(31:8)
               move WS-OP-LAST-USE-TIME(WS-OPR-IDX) to PRT-LINE(40:6)
               move WS-OP-LAST-USE-HOW(WS-OPR-IDX)  to PRT-LINE(50:8)
               move WS-OP-LAST-USE-STATUS(WS-OPR-IDX)
                                                  to PRT-LINE(59:4)
           end-if

           move WS-OP-DENY-COUNT(WS-OPR-IDX)      to WS-EDIT-DENIES
           move WS-EDIT-DENIES                    to PRT-LINE(65:5)
           move WS-IDLE-FLAG                      to PRT-LINE(71:4)
           move WS-GRANTOR-FLAG                   to PRT-LINE(76:7)
           .

       WRITE-SUMMARY-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-OPERATORS to WS-EDIT-COUNT
           string 'OPERATORS ON RSTOP . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-LEVEL-1 to WS-EDIT-COUNT
           string '  LEVEL 1 INQUIRY  . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-LEVEL-2 to WS-EDIT-COUNT
           string '  LEVEL 2 PURGE  . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-LEVEL-3 to WS-EDIT-COUNT
           string '  LEVEL 3 ROUTING/CONFIG . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-LEVEL-4 to WS-EDIT-COUNT
           string '  LEVEL 4 SECURITY ADMIN . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-IDLE to WS-EDIT-COUNT
           string 'FLAGGED IDLE . . . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-BAD-GRANTOR to WS-EDIT-COUNT
           string 'FLAGGED GRANTOR NOT LEVEL 4  . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-DENIES to WS-EDIT-COUNT
           string 'SECMAINT DENIES IN PERIOD  . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-AUD-READ to WS-EDIT-COUNT
           string 'AUDDF EVENTS READ  . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-HIST-READ to WS-EDIT-COUNT
           string 'AUDHIST EVENTS READ  . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE

           move 'REVIEWED BY: ____________________  DATE: __________'
               to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE

           move 'APPROVED BY: ____________________  DATE: __________'
               to PRT-LINE
           write PRT-LINE

           display 'RSTPJ00 - ' WS-TOT-OPERATORS ' OPERATORS, '
                   WS-TOT-IDLE ' IDLE, '
                   WS-TOT-BAD-GRANTOR ' WITH A LAPSED GRANTOR'
           .

       TERMINATE-PARA.

           close PARM-FILE
           close OPERATOR-FILE
           close AUDDF-FILE
           close AUD-HISTORY-FILE
           close REPORT-FILE
           .

       end program RSTPJ00.
