      *  SPEKTRE-INQUIRY READS THE SAME FILE SO A RETIRED ACCOUNT     *
      *  ANSWERS WITH ITS RETIREMENT DATE AND LAST VALUES INSTEAD OF  *
      *  "NOT ON MASTER".                                              *
      *                                                                *
      *  THE DESCRIPTIVE FIELDS (ACCOUNT NAME, OWNING BUSINESS UNIT,  *
      *  CONTACT REFERENCE) ARE CARRIED SO A RETIRED ACCOUNT CAN BE   *
      *  FOUND BY THE SAME SEARCHES AS A LIVE ONE.  THEY ARE BLANK ON *
      *  ENTRIES RETIRED BEFORE THE RECORD GREW FROM 80 TO 100 BYTES. *
      ******************************************************************
       01  RETIRED-ACCOUNT-RECORD.
           05  RET-ACCOUNT-ID              PIC X(10).
           05  RET-POWER-LEVEL             PIC 9(07).
           05  RET-RETIRED-DATE            PIC 9(08).
           05  RET-RETIRED-TIME            PIC 9(08).
           05  RET-ACCOUNT-NAME            PIC X(20).
           05  RET-BUSINESS-UNIT           PIC X(08).
           05  RET-CONTACT-REF             PIC X(12).
           05  FILLER                      PIC X(07).
