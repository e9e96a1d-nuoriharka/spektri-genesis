      ******************************************************************
      *  SPKTSLA.CPY                                                  *
      *  SLA-CONTROL-FILE RECORD.  ONE RECORD PER JOB EXPECTED IN     *
      *  THE NIGHTLY CHAIN, IN CHAIN ORDER, MAINTAINED BY OPERATIONS  *
      *  AND READ BY SPEKTRE-SLARPT.  SLA-TARGET-END-TIME (HHMM) IS   *
      *  THE LATEST THE JOB MAY FINISH, SLA-TARGET-DAY-OFFSET DAYS    *
      *  AFTER THE BUSINESS DATE (1 FOR A JOB DUE THE NEXT MORNING).  *
      *  A BLANK TARGET MEANS THE JOB HAS NO TARGET OF ITS OWN.       *
      *  SLA-AVG-TOLERANCE-PCT IS HOW FAR ABOVE ITS 30-DAY AVERAGE A  *
      *  JOB MAY RUN BEFORE IT IS FLAGGED; ZERO MEANS "NOT SUPPLIED"  *
      *  -- THE DEFAULT OF 25 PERCENT IS USED.                        *
      ******************************************************************
       01  SLA-CONTROL-RECORD.
           05  SLA-JOB-NAME                PIC X(08).
           05  SLA-TARGET-DAY-OFFSET       PIC 9(01).
           05  SLA-TARGET-END-TIME         PIC 9(04).
           05  SLA-AVG-TOLERANCE-PCT       PIC 9(03).
           05  FILLER                      PIC X(64).
