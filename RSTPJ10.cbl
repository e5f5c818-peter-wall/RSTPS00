       identification division.
       program-id. RSTPJ10.

      *================================================================
      *  RSTPJ10 - nightly security-event interface file for the
      *  enterprise SIEM.  Reads the consolidated RAUD extract
      *  (RSTPD00 AUDITOUT, every region) and writes one fixed-format
      *  '|'-delimited detail record (copy/RSTSIE1.cpy) per
      *  security-relevant audit event to SIEMOUT:
      *
      *    - every SECMAINT event: DENY refusals from any of the
      *      maintenance, purge and inquiry screens, and the RSTOP
      *      role and RSTXH out-of-hours exemption changes keyed
      *      (PEND) and decided (APRV/RJCT/EXPR, BFOR, GRNT/RVOK,
      *      XGNT/XRVK) on the maker-checker flow;
      *    - every CFGMAINT event: RSTCF/RSTRT/TRMBR/RSTBH changes
      *      keyed and decided, known-error catalogue changes, and
      *      the sign-on gate flips by RSTPG00 and RSTPF00;
      *    - RSTPI00 manual purges (FAILED/PURG);
      *    - RSTPS00 sign-on refusals at the quiesce gate (GATE),
      *      the session limit (LIMT) and outside branch trading
      *      hours (HOUR), and the sessions let in outside hours on
      *      an exemption (SESSSTRT/XHRS).
      *
      *  Each event gets a normalised event code from the table
      *  below - a SECMAINT or CFGMAINT status not in the table
      *  still goes out, as SEC-OTHER or CFG-OTHER, so a new status
      *  can never silently drop security activity - plus the
      *  timestamp, actor, target, terminal, the terminal's branch
      *  (TRMBR, copy/RSTBRN1.cpy) and the originating region.
      *  Every other audit event is left out.
      *
      *  The file date is the first extract record's date, as in
      *  RSTPV00.  A header and a trailer with the record counts
      *  and a hash total frame the details.  The day is recorded
      *  in the SIEMCTL send-control KSDS (copy/RSTSIE2.cpy) once
      *  the file is built; a run for a date already on SIEMCTL
      *  writes nothing and ends with RETURN-CODE 8, so the same
      *  day is never sent twice.  An empty extract writes nothing
      *  and ends with RETURN-CODE 4.
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

           select SIEM-FILE assign to SIEMOUT
               organization is sequential.

           select CONTROL-FILE assign to SIEMCTL
               organization is indexed
               access mode is random
               record key is SIC-FILE-DATE.

       data division.
       file section.

       fd  AUDIT-FILE
           recording mode is f.
           copy RSTAUD1.

       fd  BRANCH-FILE.
           copy RSTBRN1.

       fd  SIEM-FILE
           recording mode is f.
       01  SIEM-OUT-RECORD                 PIC X(120).

       fd  CONTROL-FILE.
           copy RSTSIE2.

       working-storage section.

       01  WS-AUDIT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-AUDIT-EOF                VALUE 'Y'.
       01  WS-BRREF-EOF-SW                 PIC X VALUE 'N'.
           88  WS-BRREF-EOF                VALUE 'Y'.
       01  WS-BRREF-FOUND-SW               PIC X VALUE 'N'.
           88  WS-BRREF-FOUND              VALUE 'Y'.
       01  WS-ALREADY-SENT-SW              PIC X VALUE 'N'.
           88  WS-ALREADY-SENT             VALUE 'Y'.
       01  WS-CODE-FOUND-SW                PIC X VALUE 'N'.
           88  WS-CODE-FOUND               VALUE 'Y'.

       01  WS-TODAY-NUM                    PIC 9(8).
       01  WS-TIME-NOW                     PIC 9(8).
       01  WS-FILE-DATE                    PIC X(8) VALUE spaces.
       01  WS-EVENT-CODE                   PIC X(12).
       01  WS-TIME-NUM                     PIC 9(6).

       01  WS-READ-COUNT                   PIC S9(9) COMP-3 VALUE 0.
       01  WS-DETAIL-COUNT                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-RECORD-COUNT                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-HASH-TOTAL                   PIC S9(15) COMP-3 VALUE 0.
       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.

      *    normalised SIEM event code per RST audit event type and
      *    status.  Keep in step with the statuses documented in
      *    copy/RSTAUD1.cpy.
       01  WS-EVENT-CODE-VALUES.
           05  FILLER  PIC X(24) VALUE 'SECMAINTDENYAUTH-DENIED '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTGRNTROLE-GRANT  '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTRVOKROLE-REVOKE '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTXGNTOOHX-GRANT  '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTXRVKOOHX-REVOKE '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTPENDSEC-CHG-REQ '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTAPRVSEC-CHG-APPR'.
           05  FILLER  PIC X(24) VALUE 'SECMAINTRJCTSEC-CHG-REJ '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTEXPRSEC-CHG-EXP '.
           05  FILLER  PIC X(24) VALUE 'SECMAINTBFORSEC-CHG-BFOR'.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTPENDCFG-CHG-REQ '.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTAPRVCFG-CHG-APPR'.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTRJCTCFG-CHG-REJ '.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTEXPRCFG-CHG-EXP '.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTBFORCFG-CHG-BFOR'.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTADD CFG-ADD     '.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTUPD CFG-UPDATE  '.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTDEL CFG-DELETE  '.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTCLOSGATE-CLOSE  '.
           05  FILLER  PIC X(24) VALUE 'CFGMAINTOPENGATE-OPEN   '.
           05  FILLER  PIC X(24) VALUE 'FAILED  PURGSESS-PURGE  '.
           05  FILLER  PIC X(24) VALUE 'FAILED  GATESIGNON-GATE '.
           05  FILLER  PIC X(24) VALUE 'FAILED  LIMTSIGNON-LIMIT'.
           05  FILLER  PIC X(24) VALUE 'FAILED  HOURSIGNON-HOURS'.
           05  FILLER  PIC X(24) VALUE 'SESSSTRTXHRSSIGNON-OOHX '.
       01  WS-EVENT-CODE-TABLE REDEFINES WS-EVENT-CODE-VALUES.
           05  WS-EVENT-CODE-ENTRY OCCURS 25 TIMES
                             INDEXED BY WS-CODE-IDX.
               10  WS-EC-EVENT-TYPE        PIC X(8).
               10  WS-EC-STATUS            PIC X(4).
               10  WS-EC-CODE              PIC X(12).

       01  WS-MAX-BRREF                    PIC S9(4) COMP VALUE 500.
       01  WS-BRREF-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-BRREF-TABLE.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BRREF-IDX.
               10  WS-BR-TERM-ID           PIC X(4).
               10  WS-BR-CODE              PIC X(4).

           copy RSTSIE1.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA
           perform READ-AUDIT-PARA

           if WS-AUDIT-EOF
               display 'RSTPJ10 - EMPTY EXTRACT, NO SIEM FILE WRITTEN'
               move 4 to RETURN-CODE
           else
               move AUD-DATE to WS-FILE-DATE
               perform CHECK-ALREADY-SENT-PARA

               if WS-ALREADY-SENT
                   display 'RSTPJ10 - SIEM FILE FOR ' WS-FILE-DATE
                           ' ALREADY SENT ON ' SIC-SENT-DATE
                           ' AT ' SIC-SENT-TIME ' - NOTHING WRITTEN'
                   move 8 to RETURN-CODE
               else
                   open output SIEM-FILE
                   perform WRITE-HEADER-PARA

                   perform until WS-AUDIT-EOF
                       perform PROCESS-AUDIT-RECORD-PARA
                       perform READ-AUDIT-PARA
                   end-perform

                   perform WRITE-TRAILER-PARA
                   close SIEM-FILE
                   perform RECORD-SENT-PARA
                   perform DISPLAY-SUMMARY-PARA
               end-if
           end-if

           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open input  AUDIT-FILE
           open input  BRANCH-FILE
           open i-o    CONTROL-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           accept WS-TIME-NOW  from time

           perform LOAD-BRANCH-REF-PARA
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
                       else
                           display 'RSTPJ10 WARNING - BRANCH REF '
                                   'TABLE FULL, LATER TERMINALS '
                                   'SENT WITH BRANCH ????'
                           set WS-BRREF-EOF to true
                       end-if
               end-read
           end-perform
           .

       READ-AUDIT-PARA.

           read AUDIT-FILE
               at end
                   set WS-AUDIT-EOF to true
               not at end
                   add 1 to WS-READ-COUNT
           end-read
           .

       CHECK-ALREADY-SENT-PARA.

           move 'N' to WS-ALREADY-SENT-SW
           move WS-FILE-DATE to SIC-FILE-DATE

           read CONTROL-FILE
               invalid key
                   continue
               not invalid key
                   set WS-ALREADY-SENT to true
           end-read
           .

       WRITE-HEADER-PARA.

           move WS-FILE-DATE to SIH-FILE-DATE
           move WS-TODAY-NUM to SIH-CREATED-DATE
           move WS-TIME-NOW(1:6) to SIH-CREATED-TIME

           write SIEM-OUT-RECORD from RST-SIEM-HEADER
           add 1 to WS-RECORD-COUNT
           .

       PROCESS-AUDIT-RECORD-PARA.

           perform CLASSIFY-EVENT-PARA

           if WS-EVENT-CODE not = spaces
               perform WRITE-DETAIL-PARA
           end-if
           .

       CLASSIFY-EVENT-PARA.

           move spaces to WS-EVENT-CODE
           move 'N' to WS-CODE-FOUND-SW
           set WS-CODE-IDX to 1

           search WS-EVENT-CODE-ENTRY
               at end
                   continue
               when WS-EC-EVENT-TYPE(WS-CODE-IDX) = AUD-EVENT-TYPE
                       and WS-EC-STATUS(WS-CODE-IDX) = AUD-STATUS-CODE
                   set WS-CODE-FOUND to true
           end-search

           if WS-CODE-FOUND
               move WS-EC-CODE(WS-CODE-IDX) to WS-EVENT-CODE
           else
               evaluate true
                   when AUD-EVENT-SEC-MAINT
                       move 'SEC-OTHER' to WS-EVENT-CODE
                   when AUD-EVENT-CFG-MAINT
                       move 'CFG-OTHER' to WS-EVENT-CODE
                   when other
                       continue
               end-evaluate
           end-if
           .

       WRITE-DETAIL-PARA.

           add 1 to WS-DETAIL-COUNT
           move WS-DETAIL-COUNT    to SIE-SEQ-NO
           move WS-EVENT-CODE      to SIE-EVENT-CODE
           move AUD-EVENT-TYPE     to SIE-SOURCE-EVENT
           move AUD-STATUS-CODE    to SIE-SOURCE-STATUS
           move AUD-DATE(1:4)      to SIE-TS-YYYY
           move AUD-DATE(5:2)      to SIE-TS-MM
           move AUD-DATE(7:2)      to SIE-TS-DD
           move AUD-TIME(1:2)      to SIE-TS-HH
           move AUD-TIME(3:2)      to SIE-TS-MI
           move AUD-TIME(5:2)      to SIE-TS-SS
           move AUD-USER-ID        to SIE-ACTOR
           move AUD-TERM-ID        to SIE-TERMINAL
           move AUD-APPLID         to SIE-REGION

      *    maintenance events carry the changed record's key in the
      *    change-control view; session events carry the casappc
      *    context.
           if AUD-EVENT-SEC-MAINT or AUD-EVENT-CFG-MAINT
               move AUD-CHG-TARGET-KEY to SIE-TARGET
               move AUD-CHG-VALUE      to SIE-VALUE
               move AUD-CHG-DETAIL     to SIE-DETAIL
           else
               move AUD-CONTEXT-ID     to SIE-TARGET
               move AUD-APPL-STATE     to SIE-VALUE
               move AUD-LAST-TRANCODE  to SIE-DETAIL
           end-if

           perform LOOKUP-BRANCH-PARA

           if AUD-TIME numeric
               move AUD-TIME to WS-TIME-NUM
               add WS-TIME-NUM to WS-HASH-TOTAL
           end-if

           write SIEM-OUT-RECORD from RST-SIEM-DETAIL
           add 1 to WS-RECORD-COUNT
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
               move WS-BR-CODE(WS-BRREF-IDX) to SIE-BRANCH
           else
               move '????' to SIE-BRANCH
           end-if
           .

       WRITE-TRAILER-PARA.

      *    the record count includes the header and this trailer.
           add 1 to WS-RECORD-COUNT
           move WS-FILE-DATE    to SIT-FILE-DATE
           move WS-DETAIL-COUNT to SIT-DETAIL-COUNT
           move WS-RECORD-COUNT to SIT-RECORD-COUNT
           move WS-HASH-TOTAL   to SIT-HASH-TOTAL

           write SIEM-OUT-RECORD from RST-SIEM-TRAILER
           .

       RECORD-SENT-PARA.

           move WS-FILE-DATE    to SIC-FILE-DATE
           move WS-TODAY-NUM    to SIC-SENT-DATE
           move WS-TIME-NOW(1:6) to SIC-SENT-TIME
           move WS-DETAIL-COUNT to SIC-DETAIL-COUNT
           move WS-HASH-TOTAL   to SIC-HASH-TOTAL

           write RST-SIEM-CONTROL-ENTRY
               invalid key
                   display 'RSTPJ10 WARNING - SIEMCTL WRITE FAILED, '
                           'A RERUN WILL NOT BE STOPPED'
                   move 4 to RETURN-CODE
           end-write
           .

       DISPLAY-SUMMARY-PARA.

           display 'RSTPJ10 - SIEM FILE FOR ' WS-FILE-DATE

           move WS-READ-COUNT to WS-EDIT-COUNT
           display 'AUDIT RECORDS READ . . . . : ' WS-EDIT-COUNT

           move WS-DETAIL-COUNT to WS-EDIT-COUNT
           display 'SECURITY EVENTS SENT . . . : ' WS-EDIT-COUNT

           move WS-RECORD-COUNT to WS-EDIT-COUNT
           display 'RECORDS WRITTEN (H+D+T)  . : ' WS-EDIT-COUNT

           display 'HASH TOTAL . . . . . . . . : ' SIT-HASH-TOTAL
           .

       TERMINATE-PARA.

           close AUDIT-FILE
           close BRANCH-FILE
           close CONTROL-FILE
           .

       end program RSTPJ10.
