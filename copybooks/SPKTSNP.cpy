      ******************************************************************
      *  SPKTSNP.CPY                                                  *
      *  MONTH-END MASTER SNAPSHOT RECORD LAYOUTS.  WRITTEN BY        *
      *  SPEKTRE-ROLLFWD AT EACH MONTH-END CLOSE FROM THE KEYED       *
      *  ACCOUNT MASTER, AND READ BACK THE FOLLOWING MONTH AS THE     *
      *  OPENING INVENTORY.  A HEADER ('H') WITH THE CLOSE DATE, ONE  *
      *  DETAIL ('D') PER ACCOUNT IN ACCOUNT-ID ORDER WITH ITS STATE  *
      *  AND POWER-LEVEL, AND A TRAILER ('T') WITH THE DETAIL COUNT   *
      *  AND POWER-LEVEL TOTAL.                                        *
      *                                                                *
      *  THE TRAILER ALSO CARRIES THE DATE AND TIME OF THE LATEST     *
      *  ACTIVITY-ARCHIVE ENTRY ON FILE WHEN THE SNAPSHOT WAS TAKEN.  *
      *  THE NEXT MONTH ROLLS FORWARD ONLY THE ENTRIES STAMPED AFTER  *
      *  IT, SO A NIGHT THAT RUNS PAST MIDNIGHT AT MONTH END IS       *
      *  COUNTED IN THE MONTH WHOSE CLOSE IT WAS PART OF.              *
      *  THE THREE VIEWS SHARE ONE RECORD AREA.                        *
      ******************************************************************
       01  SNAPSHOT-DETAIL-RECORD.
           05  SNP-RECORD-TYPE             PIC X(01).
               88  SNP-IS-HEADER                  VALUE 'H'.
               88  SNP-IS-DETAIL                  VALUE 'D'.
               88  SNP-IS-TRAILER                 VALUE 'T'.
           05  SNP-ACCOUNT-ID              PIC X(10).
           05  SNP-CURRENT-STATE           PIC X(20).
           05  SNP-POWER-LEVEL             PIC 9(07).
           05  SNP-BUSINESS-UNIT           PIC X(08).
           05  FILLER                      PIC X(34).
       01  SNAPSHOT-HEADER-RECORD.
           05  SNP-HDR-RECORD-TYPE         PIC X(01).
           05  SNP-HDR-CLOSE-DATE          PIC 9(08).
           05  SNP-HDR-CREATED-DATE        PIC 9(08).
           05  SNP-HDR-CREATED-TIME        PIC 9(08).
           05  FILLER                      PIC X(55).
       01  SNAPSHOT-TRAILER-RECORD.
           05  SNP-TRL-RECORD-TYPE         PIC X(01).
           05  SNP-TRL-RECORD-COUNT        PIC 9(07).
           05  SNP-TRL-POWER-TOTAL         PIC 9(13).
           05  SNP-TRL-THROUGH-DATE        PIC 9(08).
           05  SNP-TRL-THROUGH-TIME        PIC 9(08).
           05  FILLER                      PIC X(43).
