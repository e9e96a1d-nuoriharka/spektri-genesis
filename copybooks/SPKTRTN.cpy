      ******************************************************************
      *  SPKTRTN.CPY                                                  *
      *  SOURCE-SYSTEM RETURN FILE RECORD LAYOUTS -- THE AGREED       *
      *  INTERFACE BACK TO EACH SYSTEM THAT FEEDS SPEKTRE-OVERRIDE.   *
      *  ONE FILE PER SOURCE SYSTEM PER NIGHT, WRITTEN BY SPEKTRE-    *
      *  SRCRTN.  EACH BATCH THE SOURCE SENT IS RETURNED AS A HEADER  *
      *  ('H'), ONE DETAIL ('D') PER ACCOUNT IN THE BATCH, AND A      *
      *  TRAILER ('T').                                               *
      *                                                                *
      *  THE HEADER ECHOES THE SOURCE'S OWN BATCH DATE AND SAYS       *
      *  WHETHER THE BATCH PASSED ITS INTEGRITY CHECKS ('G') OR       *
      *  FAILED THEM ('F'); 'N' MEANS NO BATCH ARRIVED FROM THE       *
      *  SOURCE TONIGHT AND THE HEADER IS FOLLOWED ONLY BY AN EMPTY   *
      *  TRAILER.  THE DETAIL DISPOSITION CODES ARE THOSE OF SPKTDSP. *
      *  THE TRAILER ECHOES THE RECORD COUNT AND POWER-LEVEL HASH     *
      *  TOTAL FROM THE SOURCE'S OWN TRAILER AND GIVES THE COUNT OF   *
      *  DETAILS RETURNED AND THE COUNT FOR EACH DISPOSITION, SO THE  *
      *  SOURCE CAN RECONCILE ITS SUBMISSION AND CORRECT ITS REJECTS. *
      *                                                                *
      *  THE THREE VIEWS SHARE ONE 100-BYTE RECORD AREA.              *
      ******************************************************************
       01  RETURN-DETAIL-RECORD.
           05  RTN-RECORD-TYPE             PIC X(01).
               88  RTN-IS-DETAIL                  VALUE 'D'.
           05  RTN-ACCOUNT-ID              PIC X(10).
           05  RTN-DISPOSITION             PIC X(01).
           05  RTN-NEW-STATE               PIC X(20).
           05  RTN-NEW-POWER-LEVEL         PIC 9(07).
           05  RTN-REJECT-REASON           PIC X(40).
           05  FILLER                      PIC X(21).
       01  RETURN-HEADER-RECORD.
           05  RTN-HDR-RECORD-TYPE         PIC X(01).
               88  RTN-IS-HEADER                  VALUE 'H'.
           05  RTN-HDR-SOURCE-SYSTEM       PIC X(08).
           05  RTN-HDR-BATCH-DATE          PIC 9(08).
           05  RTN-HDR-PROCESSING-DATE     PIC 9(08).
           05  RTN-HDR-RETURN-DATE         PIC 9(08).
           05  RTN-HDR-RETURN-TIME         PIC 9(08).
           05  RTN-HDR-BATCH-STATUS        PIC X(01).
               88  RTN-HDR-BATCH-GOOD             VALUE 'G'.
               88  RTN-HDR-BATCH-FAILED           VALUE 'F'.
               88  RTN-HDR-NO-BATCH               VALUE 'N'.
           05  FILLER                      PIC X(58).
       01  RETURN-TRAILER-RECORD.
           05  RTN-TRL-RECORD-TYPE         PIC X(01).
               88  RTN-IS-TRAILER                 VALUE 'T'.
           05  RTN-TRL-SOURCE-COUNT        PIC 9(07).
           05  RTN-TRL-SOURCE-POWER-HASH   PIC 9(13).
           05  RTN-TRL-RETURNED-COUNT      PIC 9(07).
           05  RTN-TRL-APPLIED-COUNT       PIC 9(07).
           05  RTN-TRL-UNCHANGED-COUNT     PIC 9(07).
           05  RTN-TRL-HELD-COUNT          PIC 9(07).
           05  RTN-TRL-REJECTED-COUNT      PIC 9(07).
           05  RTN-TRL-FAILED-COUNT        PIC 9(07).
           05  FILLER                      PIC X(37).
