      ******************************************************************
      *  SPKTMUR.CPY                                                  *
      *  MASS-UPDATE-REQUEST-FILE RECORD.  ONE RECORD PER MASS-UPDATE *
      *  REQUEST READ BY SPEKTRE-MASSUPD.  A REQUEST SELECTS ACCOUNTS *
      *  FROM THE KEYED ACCOUNT MASTER BY ANY COMBINATION OF OWNING   *
      *  BUSINESS UNIT, CURRENT STATE, AND POWER-LEVEL RANGE, AND     *
      *  SETS A NEW CURRENT STATE, A NEW BUSINESS UNIT, OR BOTH.      *
      *                                                                *
      *  A BLANK SELECTION FIELD MATCHES ANY VALUE; A ZERO POWER-     *
      *  LEVEL BOUND MEANS NO BOUND ON THAT SIDE.  AT LEAST ONE       *
      *  SELECTION FIELD IS REQUIRED.  A BLANK NEW VALUE LEAVES THAT  *
      *  FIELD AS IT IS; AT LEAST ONE NEW VALUE IS REQUIRED.          *
      *                                                                *
      *  MUR-RUN-MODE PREVIEW ONLY LISTS THE ACCOUNTS THE REQUEST     *
      *  WOULD TOUCH, WITH CONTROL COUNTS AND POWER TOTALS.  CONFIRM  *
      *  GENERATES ONE CHG TRANSACTION PER ACCOUNT INTO THE SPEKTRE-  *
      *  MAINT INPUT, BUT ONLY WHEN MUR-CONFIRM-COUNT AND MUR-        *
      *  CONFIRM-POWER-TOTAL STILL AGREE WITH WHAT THE SELECTION      *
      *  FINDS -- THE OPERATOR COPIES THEM FROM THE PREVIEW, SO A     *
      *  MASTER THAT MOVED SINCE THE PREVIEW STOPS THE REQUEST.       *
      *                                                                *
      *  WHEN TWO REQUESTS SELECT THE SAME ACCOUNT THE FIRST ONE ON   *
      *  THE FILE GOVERNS IT.                                         *
      *                                                                *
      *  MUR-OPERATOR-ID AND MUR-EFFECTIVE-DATE ARE CARRIED ONTO      *
      *  EVERY GENERATED TRANSACTION (SEE SPKTMNT).                   *
      ******************************************************************
       01  MASS-UPDATE-REQUEST-RECORD.
           05  MUR-REQUEST-ID              PIC X(08).
           05  MUR-RUN-MODE                PIC X(07).
               88  MUR-MODE-PREVIEW               VALUE 'PREVIEW'.
               88  MUR-MODE-CONFIRM               VALUE 'CONFIRM'.
           05  MUR-SEL-BUSINESS-UNIT       PIC X(08).
           05  MUR-SEL-CURRENT-STATE       PIC X(20).
           05  MUR-SEL-POWER-LOW           PIC 9(07).
           05  MUR-SEL-POWER-HIGH          PIC 9(07).
           05  MUR-NEW-CURRENT-STATE       PIC X(20).
           05  MUR-NEW-BUSINESS-UNIT       PIC X(08).
           05  MUR-OPERATOR-ID             PIC X(08).
           05  MUR-EFFECTIVE-DATE          PIC 9(08).
           05  MUR-CONFIRM-COUNT           PIC 9(07).
           05  MUR-CONFIRM-POWER-TOTAL     PIC 9(11).
           05  FILLER                      PIC X(01).
