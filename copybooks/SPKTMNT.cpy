      *             BEFORE ITS EFFECTIVE DATE ARRIVES (REJECTED IF    *
      *             NOTHING IS PARKED FOR THE ACCOUNT).                *
      *                                                                *
      *  ADD, CHG, AND REI ALSO CARRY THE DESCRIPTIVE FIELDS (ACCOUNT *
      *  NAME, OWNING BUSINESS UNIT, CONTACT REFERENCE).  ON A CHG A  *
      *  BLANK DESCRIPTIVE FIELD LEAVES THE MASTER'S EXISTING VALUE   *
      *  IN PLACE, SO OPERATIONS NEED NOT RE-KEY UNCHANGED VALUES.    *
      *  ON AN REI THEY ARE OPTIONAL: A BLANK FIELD IS FILLED FROM    *
      *  THE VALUE THE RETIRED ARCHIVE (SPKTRET) KEPT FOR THE         *
      *  ACCOUNT.                                                     *
      *                                                                *
      *  MNT-EFFECTIVE-DATE OF ZERO/BLANK MEANS "APPLY TONIGHT", AS   *
      *  BEFORE.  A FUTURE DATE PARKS THE TRANSACTION ON THE PENDING  *
      *                                                                *
      *  THE FILE MUST BE IN ASCENDING MNT-ACCOUNT-ID SEQUENCE WITH   *
      *  AT MOST ONE TRANSACTION PER ACCOUNT PER RUN.                  *
      *                                                                *
      *  MNT-OPERATOR-ID IS THE SIGN-ON OF THE OPERATOR WHO KEYED THE *
      *  TRANSACTION.  A DEL, AN REI, OR A CHG OVER THE PARM-CARD     *
      *  THRESHOLDS IS NOT APPLIED UNTIL A DIFFERENT OPERATOR         *
      *  APPROVES IT ON THE APPROVAL FILE (SEE SPKTAPV); UNTIL THEN   *
      *  IT WAITS ON THE PENDING FILE.                                *
      *  SUCH A TRANSACTION WITH A BLANK MNT-OPERATOR-ID IS REJECTED, *
      *  NOT QUEUED.                                                  *
      ******************************************************************
       01  MAINT-TRANSACTION-RECORD.
           05  MNT-ACCOUNT-ID              PIC X(10).
           05  MNT-BUSINESS-UNIT           PIC X(08).
           05  MNT-CONTACT-REF             PIC X(12).
           05  MNT-EFFECTIVE-DATE          PIC 9(08).
           05  MNT-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(04).
