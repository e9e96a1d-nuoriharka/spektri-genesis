      ******************************************************************
      *  SPKTAPV.CPY                                                  *
      *  APPROVAL-FILE RECORD.  ONE RECORD PER MAINTENANCE            *
      *  TRANSACTION A SECOND OPERATOR HAS APPROVED, KEYED BY         *
      *  OPERATIONS AS THE APPROVALS ARE GIVEN.  EVERY DEL, EVERY     *
      *  REI, AND ANY CHG WHOSE POWER-LEVEL OR STATE CHANGE CROSSES   *
      *  THE PARM-CARD THRESHOLDS WAITS ON SPEKTRE-MAINT'S PENDING    *
      *  FILE UNTIL A RECORD HERE MATCHES IT.                         *
      *                                                                *
      *  A RECORD MATCHES ON ACCOUNT-ID AND ACTION CODE; FOR A CHG    *
      *  THE STATE AND POWER-LEVEL MUST ALSO BE THE ONES KEYED, SO    *
      *  THE APPROVAL COVERS EXACTLY THE CHANGE THE APPROVER SAW.     *
      *  THE APPROVAL DATE MUST FALL ON OR AFTER THE DAY THE          *
      *  TRANSACTION STARTED WAITING, SO AN OLD APPROVAL LEFT ON THE  *
      *  FILE CANNOT RELEASE A LATER TRANSACTION.                     *
      *                                                                *
      *  THE APPROVER MUST NOT BE THE OPERATOR WHO KEYED THE          *
      *  TRANSACTION (MNT-OPERATOR-ID); SUCH AN APPROVAL IS REJECTED. *
      *  EACH APPROVAL RELEASES ONE TRANSACTION.                      *
      ******************************************************************
       01  APPROVAL-RECORD.
           05  APV-ACCOUNT-ID              PIC X(10).
           05  APV-ACTION-CODE             PIC X(03).
           05  APV-CURRENT-STATE           PIC X(20).
           05  APV-POWER-LEVEL             PIC 9(07).
           05  APV-APPROVER-ID             PIC X(08).
           05  APV-APPROVAL-DATE           PIC 9(08).
           05  FILLER                      PIC X(24).
