      *================================================================
      *  RSTBHR1.cpy
      *
      *  Branch trading-hours calendar entry.  RSTBH is a VSAM KSDS
      *  keyed on TBR-BRANCH-CODE (copy/RSTBRN1.cpy) + calendar date,
      *  maintained through the RSTPY10 screen and read by RSTPS00
      *  COLD-START-PARA, which refuses a brand-new RST session from
      *  a terminal whose branch is shut unless the user holds an
      *  out-of-hours exemption (copy/RSTOHX1.cpy).  Two kinds of
      *  entry per branch:
      *
      *    'WEEKLY  '  the standard week - opening and closing time
      *                for each day, Sunday (1) to Saturday (7), as
      *                CICS FORMATTIME DAYOFWEEK counts them plus
      *                one.  A day with open = close is closed all
      *                day.
      *    YYYYMMDD    one calendar day that departs from the week:
      *                BHR-DAY-HOLIDAY closed all day, or
      *                BHR-DAY-EARLY-CLOSE open only from
      *                BHR-DATE-OPEN-HHMM to BHR-DATE-CLOSE-HHMM
      *                (an early closing, a late opening, or both).
      *
      *  A dated entry wins over the week.  Times are local HHMM,
      *  open inclusive and close exclusive, so 0900-1730 lets a
      *  sign-on in at 09:00 and refuses one at 17:30.  A terminal
      *  with no TRMBR entry, or a branch with no WEEKLY entry, is
      *  not restricted.
      *
      *  Changes only reach the file once a second operator approves
      *  them on the RSTPW00 worklist; every add/update stamps who
      *  changed the entry and when.
      *================================================================
       01  RST-TRADING-HOURS-ENTRY.
           05  BHR-KEY.
               10  BHR-BRANCH-CODE         PIC X(4).
               10  BHR-CAL-DATE            PIC X(8).
                   88  BHR-STANDARD-WEEK   VALUE 'WEEKLY  '.
           05  BHR-DAY-TYPE                PIC X.
               88  BHR-DAY-WEEKLY          VALUE 'W'.
               88  BHR-DAY-HOLIDAY         VALUE 'H'.
               88  BHR-DAY-EARLY-CLOSE     VALUE 'E'.
           05  BHR-WEEK-HOURS.
               10  BHR-WEEKDAY OCCURS 7 TIMES.
                   15  BHR-OPEN-HHMM       PIC 9(4) COMP-3.
                   15  BHR-CLOSE-HHMM      PIC 9(4) COMP-3.
           05  BHR-DATE-HOURS redefines BHR-WEEK-HOURS.
               10  BHR-DATE-OPEN-HHMM      PIC 9(4) COMP-3.
               10  BHR-DATE-CLOSE-HHMM     PIC 9(4) COMP-3.
               10  FILLER                  PIC X(36).
           05  BHR-UPDATE-USER             PIC X(8).
           05  BHR-UPDATE-DATE             PIC X(8).
           05  BHR-UPDATE-TIME             PIC X(6).
