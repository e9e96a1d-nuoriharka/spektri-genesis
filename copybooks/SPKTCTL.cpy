      *  SAME TOTALS PRINTED ON CONTROL-REPORT-FILE SO DOWNSTREAM    *
      *  JOBS (SPEKTRE-RECON) CAN CROSS-CHECK THE RUN WITHOUT         *
      *  PARSING A PRINT LINE.                                         *
      *                                                                *
      *  ON A PARTITIONED NIGHT EACH SPEKTRE-OVERRIDE PARTITION       *
      *  WRITES ITS OWN CARD, STAMPED WITH ITS PARTITION NUMBER, AND  *
      *  SPEKTRE-OVRMERGE SUMS THEM INTO THE ONE CARD (PARTITION      *
      *  ZERO) THE DOWNSTREAM JOBS READ.  CTL-EXTRACT-WRITTEN IS THE  *
      *  WAREHOUSE EXTRACT DETAIL COUNT THE MERGE BALANCES AGAINST.   *
      *  A CARD WRITTEN BEFORE THESE FIELDS EXISTED CARRIES BLANKS.   *
      ******************************************************************
       01  CONTROL-TOTALS-RECORD.
           05  CTL-JOB-DATE                PIC 9(08).
           05  CTL-RECORDS-REJECTED        PIC 9(07).
           05  CTL-POWER-BEFORE-TOTAL      PIC 9(13).
           05  CTL-POWER-AFTER-TOTAL       PIC 9(13).
           05  CTL-PARTITION-NO            PIC 9(02).
           05  CTL-EXTRACT-WRITTEN         PIC 9(07).
           05  FILLER                      PIC X(16).
