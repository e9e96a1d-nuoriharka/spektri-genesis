      ******************************************************************
      *  SPKTPTN.CPY                                                  *
      *  PARTITION-CONTROL-FILE RECORD.  ONE CARD PER PARTITION OF A  *
      *  PARTITIONED SPEKTRE-OVERRIDE NIGHT, IN PARTITION ORDER,      *
      *  NUMBERED FROM 01 WITHOUT GAPS.  MAINTAINED BY OPERATIONS     *
      *  AND READ BY EVERY PARTITION AND BY SPEKTRE-OVRMERGE.         *
      *                                                                *
      *  EACH CARD GIVES ONLY THE HIGHEST ACCOUNT-ID ITS PARTITION    *
      *  TAKES.  A PARTITION STARTS JUST ABOVE THE PREVIOUS CARD'S    *
      *  HIGH KEY (THE FIRST ONE FROM THE LOWEST KEY), AND THE LAST   *
      *  CARD LEAVES THE HIGH KEY BLANK TO TAKE EVERYTHING ABOVE.     *
      *  THE RANGES THEREFORE CANNOT OVERLAP OR LEAVE A GAP, SO EVERY *
      *  ACCOUNT BELONGS TO EXACTLY ONE PARTITION.  HIGH KEYS MUST    *
      *  RISE FROM CARD TO CARD.                                       *
      ******************************************************************
       01  PARTITION-CONTROL-RECORD.
           05  PTN-PARTITION-NO            PIC 9(02).
           05  PTN-HIGH-ACCOUNT-ID         PIC X(10).
           05  FILLER                      PIC X(68).
