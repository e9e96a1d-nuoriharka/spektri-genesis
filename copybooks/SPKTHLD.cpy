      *  (NO TRANSITION, AUDIT, OR HISTORY), IS PROTECTED FROM DEL    *
      *  IN SPEKTRE-MAINT, AND IS FLAGGED WITH ITS REASON ON THE      *
      *  SPEKTRE-INQUIRY PROFILE.                                      *
      *                                                                *
      *  THE ONE EXCEPTION TO OPERATIONS MAINTAINING THE FILE:        *
      *  SPEKTRE-SURVEIL, WHEN ITS HOLD-FEED PARM IS SET, APPENDS A   *
      *  HOLD FOR EACH ACCOUNT IT FLAGS THAT IS NOT ALREADY HELD,     *
      *  EFFECTIVE ITS RUN DATE WITH NO EXPIRY, REASON BEGINNING      *
      *  'SURVEILLANCE'.  THE DISPUTE DESK RELEASES OR KEEPS IT.      *
      ******************************************************************
       01  HOLD-ACCOUNT-RECORD.
           05  HLD-ACCOUNT-ID              PIC X(10).
