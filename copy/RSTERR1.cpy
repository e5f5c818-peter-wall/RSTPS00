      *  ERR-APPLID is the originating CICS region (EXEC CICS ASSIGN
      *  APPLID), stamped for the same cross-region consolidation
      *  reason as AUD-APPLID in copy/RSTAUD1.cpy.
      *
      *  On a BADCA record ERR-ABEND-CODE holds the CASAPPC-VERSION
      *  the refused commarea carried (blank when it was too short
      *  to have one) and ERR-RETURN-CODE its length (EIBCALEN).
      *================================================================
       01  RST-ERROR-RECORD.
           05  ERR-TERM-ID                 PIC X(4).
               88  ERR-TYPE-BADCOMMAREA    VALUE 'BADCA   '.
               88  ERR-TYPE-SESSLIMIT      VALUE 'SESSLIM '.
               88  ERR-TYPE-STORM          VALUE 'STORM   '.
               88  ERR-TYPE-OUT-OF-HOURS   VALUE 'OUTHOURS'.
           05  ERR-ABEND-CODE              PIC X(4).
           05  ERR-RETURN-CODE             PIC S9(8) COMP.
           05  ERR-CASAPPC-SNAPSHOT.
