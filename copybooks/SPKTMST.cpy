      *  AFTER EACH NIGHTLY RUN AND READ RANDOMLY BY ACCOUNT-ID BY    *
      *  SPEKTRE-INQUIRY AND OTHER LOOKUP JOBS.  FIELD FOR FIELD THE  *
      *  SAME LAYOUT AS SPKT-OUTPUT-RECORD.                            *
      *                                                                *
      *  ALTERNATE KEYS (DUPLICATES ALLOWED) ON MST-ACCOUNT-NAME,     *
      *  MST-BUSINESS-UNIT, AND MST-CONTACT-REF LET SPEKTRE-INQUIRY   *
      *  FIND ACCOUNTS BY NAME, BY UNIT, OR BY CONTACT REFERENCE.     *
      *  A PROGRAM THAT READS BY THEM DECLARES THEM ON ITS SELECT,    *
      *  AS SPEKTRE-MSTLOAD DOES WHEN IT BUILDS THE FILE.             *
      ******************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  MST-ACCOUNT-ID              PIC X(10).
