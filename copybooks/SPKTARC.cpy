      *  ORIGINAL RECORD.  AN AUDIT ENTRY ('A') CARRIES OLD AND NEW   *
      *  VALUES; A HISTORY ENTRY ('H') CARRIES THE PRE-CHANGE VALUES  *
      *  IN THE OLD FIELDS AND BLANKS/ZEROS IN THE NEW.               *
      *                                                                *
      *  ARC-ACTION-CODE CARRIES THE MAINTENANCE ACTION (ADD/CHG/DEL/ *
      *  REI) FOR AN ENTRY LOADED FROM THE MAINTENANCE AUDIT FILE; IT *
      *  IS BLANK FOR SPEKTRE-OVERRIDE ENTRIES AND FOR MAINTENANCE    *
      *  ENTRIES ARCHIVED BEFORE THE FIELD WAS CARRIED.                *
      ******************************************************************
       01  ACTIVITY-ARCHIVE-RECORD.
           05  ARC-ARCHIVE-KEY.
           05  ARC-NEW-STATE               PIC X(20).
           05  ARC-OLD-POWER-LEVEL         PIC 9(07).
           05  ARC-NEW-POWER-LEVEL         PIC 9(07).
           05  ARC-ACTION-CODE             PIC X(03).
           05  FILLER                      PIC X(24).
