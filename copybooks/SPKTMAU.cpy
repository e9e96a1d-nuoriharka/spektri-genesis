      ******************************************************************
      *  SPKTMAU.CPY                                                  *
      *  MAINT-AUDIT-FILE RECORD.  ONE RECORD IS APPENDED BY          *
      *  SPEKTRE-MAINT FOR EVERY APPLIED MAINTENANCE TRANSACTION.     *
      *  THE FIRST 80 BYTES CARRY THE SAME FIELDS IN THE SAME         *
      *  POSITIONS AS THE AUDIT-LOG-RECORD (SEE SPKTAUD) SO THE TWO   *
      *  TRAILS STILL RECONCILE THE SAME WAY; MAU-ACTION-CODE NAMES   *
      *  THE ACTION APPLIED (ADD/CHG/DEL/REI), WHICH THE OLD AND NEW  *
      *  VALUES ALONE CANNOT TELL APART FOR AN ADD AND A REI.          *
      *  MAU-OPERATOR-ID IS THE OPERATOR WHO KEYED THE TRANSACTION    *
      *  AND MAU-APPROVER-ID THE SECOND OPERATOR WHO APPROVED IT      *
      *  (BLANK WHEN NO APPROVAL WAS NEEDED).                         *
      ******************************************************************
       01  MAINT-AUDIT-RECORD.
           05  MAU-ACCOUNT-ID              PIC X(10).
           05  MAU-OLD-STATE               PIC X(20).
           05  MAU-NEW-STATE               PIC X(20).
           05  MAU-OLD-POWER-LEVEL         PIC 9(07).
           05  MAU-NEW-POWER-LEVEL         PIC 9(07).
           05  MAU-JOB-DATE                PIC 9(08).
           05  MAU-JOB-TIME                PIC 9(08).
           05  MAU-ACTION-CODE             PIC X(03).
           05  MAU-OPERATOR-ID             PIC X(08).
           05  MAU-APPROVER-ID             PIC X(08).
           05  FILLER                      PIC X(01).
