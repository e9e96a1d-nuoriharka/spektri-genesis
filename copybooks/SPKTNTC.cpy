      ******************************************************************
      *  SPKTNTC.CPY                                                  *
      *  NOTICE-FILE RECORD LAYOUTS -- THE AGREED INTERFACE TO THE    *
      *  PRINT/MAIL VENDOR.  SPEKTRE-NOTIFY WRITES THE FILE NIGHTLY:  *
      *  A HEADER ('H') WITH THE NOTICE DATE/TIME, ONE DETAIL ('D')   *
      *  PER ACCOUNT HOLDER TO BE WRITTEN TO, AND A TRAILER ('T')     *
      *  WITH THE DETAIL RECORD COUNT FOR LOAD VALIDATION, THE SAME   *
      *  WAY THE WAREHOUSE EXTRACT (SPKTXTR) IS BRACKETED.  THE THREE *
      *  VIEWS SHARE ONE RECORD AREA.                                 *
      *                                                                *
      *  NTC-NOTICE-TYPE TELLS THE VENDOR WHICH LETTER TO PRINT:      *
      *  'STC' FOR A CURRENT-STATE CHANGE MADE BY SPEKTRE-OVERRIDE,   *
      *  'RET' FOR AN ACCOUNT RETIRED (DEL) AND 'REI' FOR AN ACCOUNT  *
      *  REINSTATED BY SPEKTRE-MAINT.  A RETIREMENT CARRIES NO NEW    *
      *  STATE; A REINSTATEMENT NO OLD STATE.  THE EFFECTIVE DATE IS  *
      *  THE DATE THE CHANGE WAS APPLIED.                             *
      ******************************************************************
       01  NOTICE-DETAIL-RECORD.
           05  NTC-RECORD-TYPE             PIC X(01).
               88  NTC-IS-DETAIL                  VALUE 'D'.
           05  NTC-ACCOUNT-ID              PIC X(10).
           05  NTC-NOTICE-TYPE             PIC X(03).
               88  NTC-STATE-CHANGE               VALUE 'STC'.
               88  NTC-RETIRED                    VALUE 'RET'.
               88  NTC-REINSTATED                 VALUE 'REI'.
           05  NTC-ACCOUNT-NAME            PIC X(20).
           05  NTC-CONTACT-REF             PIC X(12).
           05  NTC-OLD-STATE               PIC X(20).
           05  NTC-NEW-STATE               PIC X(20).
           05  NTC-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(06).
       01  NOTICE-HEADER-RECORD.
           05  NTC-HDR-RECORD-TYPE         PIC X(01).
               88  NTC-IS-HEADER                  VALUE 'H'.
           05  NTC-HDR-NOTICE-DATE         PIC 9(08).
           05  NTC-HDR-NOTICE-TIME         PIC 9(08).
           05  NTC-HDR-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                      PIC X(75).
       01  NOTICE-TRAILER-RECORD.
           05  NTC-TRL-RECORD-TYPE         PIC X(01).
               88  NTC-IS-TRAILER                 VALUE 'T'.
           05  NTC-TRL-RECORD-COUNT        PIC 9(07).
           05  FILLER                      PIC X(92).
