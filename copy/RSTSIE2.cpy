      *================================================================
      *  RSTSIE2.cpy
      *
      *  SIEM interface send control.  SIEMCTL is a VSAM KSDS keyed
      *  on the interface file date (the first record's date in the
      *  consolidated RAUD extract), one record per day sent,
      *  written by RSTPJ10 when it has built that day's file.  A
      *  second run for a date already on file is refused, so the
      *  same day never reaches the SIEM twice; a deliberate resend
      *  means deleting the day's record first, which leaves its own
      *  trail in the IDCAMS job log.  The counts and hash total are
      *  the ones on the file's trailer.
      *================================================================
       01  RST-SIEM-CONTROL-ENTRY.
           05  SIC-FILE-DATE               PIC X(8).
           05  SIC-SENT-DATE               PIC X(8).
           05  SIC-SENT-TIME               PIC X(6).
           05  SIC-DETAIL-COUNT            PIC S9(9) COMP-3.
           05  SIC-HASH-TOTAL              PIC S9(15) COMP-3.
