      ******************************************************************
      *  SPKTNSC.CPY                                                  *
      *  NOTICE-STATE-CONTROL-FILE RECORD.  ONE RECORD PER CURRENT-   *
      *  STATE WHOSE NOTICE FLAG TELLS SPEKTRE-NOTIFY WHETHER THE     *
      *  ACCOUNT HOLDER IS WRITTEN TO.  MAINTAINED BY OPERATIONS --   *
      *  NOT BY THE PROGRAMS.                                         *
      *                                                                *
      *  A STATE FLAGGED 'N' (NO NOTICE) IS ONE THE HOLDER IS NEVER   *
      *  TOLD ABOUT, SUCH AS AN INTERNAL WORK STATE.  THE NOTICE IS   *
      *  SKIPPED AND LISTED ON THE NOTICE REGISTER WITH THE REASON.   *
      *  THE STATE TESTED IS THE STATE THE ACCOUNT MOVED TO, OR FOR A *
      *  RETIREMENT THE STATE IT WAS RETIRED FROM.  A STATE NOT ON    *
      *  THE FILE, OR FLAGGED ANYTHING ELSE, GETS A NOTICE.           *
      ******************************************************************
       01  NOTICE-STATE-CONTROL-RECORD.
           05  NSC-CURRENT-STATE           PIC X(20).
           05  NSC-NOTICE-FLAG             PIC X(01).
               88  NSC-NO-NOTICE                  VALUE 'N'.
           05  FILLER                      PIC X(59).
