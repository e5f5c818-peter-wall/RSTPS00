      *  four regions' audit extracts (AUDIN1 required, AUDIN2-4
      *  optional) into the single AUDITOUT dataset and the error
      *  extracts (ERRIN1 required, ERRIN2-4 optional) into
      *  ERROROUT, and the RLAT call latency extracts (LATIN1
      *  required, LATIN2-4 optional) into LATOUT for the RSTPR30
      *  latency report, so the reconciliation and reporting jobs
      *  see the whole sysplex in one run.  No sorting here -
      *  RSTPB00, RSTPR10 and RSTPR30 sort for themselves and RSTPR00
      *  is order-blind.  CONSRPT gets a per-region (AUD-APPLID /
      *  ERR-APPLID / LAT-APPLID) record count so a region whose
      *  extract went missing is obvious.
      *================================================================

       environment division.
           select optional ERROR-IN4 assign to ERRIN4
               organization is sequential.

           select LAT-IN1 assign to LATIN1
               organization is sequential.

           select optional LAT-IN2 assign to LATIN2
               organization is sequential.

           select optional LAT-IN3 assign to LATIN3
               organization is sequential.

           select optional LAT-IN4 assign to LATIN4
               organization is sequential.

           select AUDIT-OUT assign to AUDITOUT
               organization is sequential.

           select ERROR-OUT assign to ERROROUT
               organization is sequential.

           select LAT-OUT assign to LATOUT
               organization is sequential.

           select REPORT-FILE assign to CONSRPT
               organization is sequential.

           recording mode is f.
       01  ERR4-RECORD                     PIC X(116).

       fd  LAT-IN1
           recording mode is f.
       01  LAT1-RECORD                     PIC X(82).

       fd  LAT-IN2
           recording mode is f.
       01  LAT2-RECORD                     PIC X(82).

       fd  LAT-IN3
           recording mode is f.
       01  LAT3-RECORD                     PIC X(82).

       fd  LAT-IN4
           recording mode is f.
       01  LAT4-RECORD                     PIC X(82).

       fd  AUDIT-OUT
           recording mode is f.
       01  AUDO-RECORD                     PIC X(74).
           recording mode is f.
       01  ERRO-RECORD                     PIC X(116).

       fd  LAT-OUT
           recording mode is f.
       01  LATO-RECORD                     PIC X(82).

       fd  REPORT-FILE
           recording mode is f.
       01  REPORT-LINE                     PIC X(80).

       01  WS-AUD-OUT-COUNT                PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-OUT-COUNT                PIC S9(9) COMP-3 VALUE 0.
       01  WS-LAT-OUT-COUNT                PIC S9(9) COMP-3 VALUE 0.

       01  WS-LOOKUP-APPLID                PIC X(8).
       01  WS-REGION-COUNT                 PIC S9(4) COMP VALUE 0.
               10  WS-RG-APPLID            PIC X(8).
               10  WS-RG-AUD-COUNT         PIC S9(9) COMP-3 VALUE 0.
               10  WS-RG-ERR-COUNT         PIC S9(9) COMP-3 VALUE 0.
               10  WS-RG-LAT-COUNT         PIC S9(9) COMP-3 VALUE 0.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.

           copy RSTAUD1.
           copy RSTERR1.
           copy RSTLAT1.

       procedure division.


           open output AUDIT-OUT
           open output ERROR-OUT
           open output LAT-OUT
           open output REPORT-FILE

           perform COPY-AUDIT-IN1-PARA
           perform COPY-ERROR-IN3-PARA
           perform COPY-ERROR-IN4-PARA

           perform COPY-LAT-IN1-PARA
           perform COPY-LAT-IN2-PARA
           perform COPY-LAT-IN3-PARA
           perform COPY-LAT-IN4-PARA

           perform WRITE-REPORT-PARA

           close AUDIT-OUT
           close ERROR-OUT
           close LAT-OUT
           close REPORT-FILE

           stop run
           close ERROR-IN4
           .

       COPY-LAT-IN1-PARA.

           open input LAT-IN1
           move 'N' to WS-IN-EOF-SW

           perform until WS-IN-EOF
               read LAT-IN1
                   at end
                       set WS-IN-EOF to true
                   not at end
                       move LAT1-RECORD to RST-LATENCY-RECORD
                       perform WRITE-LAT-OUT-PARA
               end-read
           end-perform

           close LAT-IN1
           .

       COPY-LAT-IN2-PARA.

           open input LAT-IN2
           move 'N' to WS-IN-EOF-SW

           perform until WS-IN-EOF
               read LAT-IN2
                   at end
                       set WS-IN-EOF to true
                   not at end
                       move LAT2-RECORD to RST-LATENCY-RECORD
                       perform WRITE-LAT-OUT-PARA
               end-read
           end-perform

           close LAT-IN2
           .

       COPY-LAT-IN3-PARA.

           open input LAT-IN3
           move 'N' to WS-IN-EOF-SW

           perform until WS-IN-EOF
               read LAT-IN3
                   at end
                       set WS-IN-EOF to true
                   not at end
                       move LAT3-RECORD to RST-LATENCY-RECORD
                       perform WRITE-LAT-OUT-PARA
               end-read
           end-perform

           close LAT-IN3
           .

       COPY-LAT-IN4-PARA.

           open input LAT-IN4
           move 'N' to WS-IN-EOF-SW

           perform until WS-IN-EOF
               read LAT-IN4
                   at end
                       set WS-IN-EOF to true
                   not at end
                       move LAT4-RECORD to RST-LATENCY-RECORD
                       perform WRITE-LAT-OUT-PARA
               end-read
           end-perform

           close LAT-IN4
           .

       WRITE-AUDIT-OUT-PARA.

           move RST-AUDIT-RECORD to AUDO-RECORD
           add 1 to WS-RG-ERR-COUNT(WS-REGION-IDX)
           .

       WRITE-LAT-OUT-PARA.

           move RST-LATENCY-RECORD to LATO-RECORD
           write LATO-RECORD
           add 1 to WS-LAT-OUT-COUNT

           move LAT-APPLID to WS-LOOKUP-APPLID
           perform FIND-OR-ADD-REGION-PARA
           add 1 to WS-RG-LAT-COUNT(WS-REGION-IDX)
           .

       FIND-OR-ADD-REGION-PARA.

      *    records written before the APPLID stamp existed carry
      *    spaces; they land in their own line on the report rather
      *    than being guessed at.  Eight slots covers the sysplex
      *    with room to spare; a ninth region would need this table
      *    (and the AUDIN/ERRIN/LATIN input lists) widened anyway.
           move 'N' to WS-FOUND-SW
           set WS-REGION-IDX to 1

                     to WS-RG-APPLID(WS-REGION-IDX)
                   move 0 to WS-RG-AUD-COUNT(WS-REGION-IDX)
                   move 0 to WS-RG-ERR-COUNT(WS-REGION-IDX)
                   move 0 to WS-RG-LAT-COUNT(WS-REGION-IDX)
               else
                   display 'RSTPD00 WARNING - REGION TABLE FULL, '
                           'COUNTS LUMPED UNDER LAST REGION'
           write REPORT-LINE

           move spaces to REPORT-LINE
           move 'REGION    AUDIT RECS  ERROR RECS  LATENCY RECS'
             to REPORT-LINE
           write REPORT-LINE

           perform varying WS-REGION-IDX from 1 by 1
               move WS-EDIT-COUNT to REPORT-LINE(11:9)
               move WS-RG-ERR-COUNT(WS-REGION-IDX) to WS-EDIT-COUNT
               move WS-EDIT-COUNT to REPORT-LINE(23:9)
               move WS-RG-LAT-COUNT(WS-REGION-IDX) to WS-EDIT-COUNT
               move WS-EDIT-COUNT to REPORT-LINE(37:9)
               write REPORT-LINE
           end-perform

           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-LAT-OUT-COUNT to WS-EDIT-COUNT
           string 'LATENCY RECORDS WRITTEN  . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           display 'RSTPD00 - ' WS-AUD-OUT-COUNT ' AUDIT, '
                   WS-ERR-OUT-COUNT ' ERROR AND '
                   WS-LAT-OUT-COUNT ' LATENCY RECORDS CONSOLIDATED '
                   'FROM ' WS-REGION-COUNT ' REGION(S)'
           .

