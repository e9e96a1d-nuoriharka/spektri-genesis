      ******************************************************************
      *  SPKTDSP.CPY                                                  *
      *  DISPOSITION-FILE RECORD LAYOUTS.  SPEKTRE-OVERRIDE WRITES    *
      *  ONE DETAIL ('D') FOR EVERY ACCOUNT IT RECEIVED, NAMING WHAT  *
      *  BECAME OF IT, AND AT END OF JOB ONE BATCH RECORD ('B') PER   *
      *  INPUT BATCH ECHOING THAT BATCH'S HEADER DATE AND TRAILER     *
      *  TOTALS.  SPEKTRE-SRCRTN SPLITS THE FILE INTO THE RETURN FILE *
      *  FOR EACH FEEDING SOURCE SYSTEM (SEE SPKTRTN).                *
      *                                                                *
      *  DSP-BATCH-SEQ IS THE BATCH'S POSITION ON THE NIGHT'S INPUT   *
      *  FILE, SO TWO BATCHES FROM ONE SOURCE STAY APART.  A RECORD   *
      *  THAT CLEARED OFF THE REJECT-RECYCLE FILE IS STAMPED SOURCE   *
      *  'RECYCLE' AND BATCH ZERO -- THE RECYCLE RECORD DOES NOT      *
      *  CARRY THE SOURCE THAT FIRST SENT IT.                         *
      *                                                                *
      *  DISPOSITIONS: A = APPLIED (NEW STATE AND POWER-LEVEL), U =   *
      *  UNCHANGED, H = ON HOLD AND PASSED THROUGH, R = REJECTED      *
      *  (REASON GIVEN), F = BATCH FAILED INTEGRITY, NOT PROCESSED.   *
      *  A BATCH RECORD WITH DSP-BAT-TRL-SEEN 'N' CAME WITHOUT A      *
      *  TRAILER; ITS TRAILER TOTALS ARE ZERO.                        *
      *                                                                *
      *  THE TWO VIEWS SHARE ONE 100-BYTE RECORD AREA.                *
      ******************************************************************
       01  DISPOSITION-DETAIL-RECORD.
           05  DSP-RECORD-TYPE             PIC X(01).
               88  DSP-IS-DETAIL                  VALUE 'D'.
               88  DSP-IS-BATCH                   VALUE 'B'.
           05  DSP-SOURCE-SYSTEM           PIC X(08).
           05  DSP-BATCH-SEQ               PIC 9(02).
           05  DSP-ACCOUNT-ID              PIC X(10).
           05  DSP-DISPOSITION             PIC X(01).
               88  DSP-APPLIED                    VALUE 'A'.
               88  DSP-UNCHANGED                  VALUE 'U'.
               88  DSP-HELD                       VALUE 'H'.
               88  DSP-REJECTED                   VALUE 'R'.
               88  DSP-BATCH-FAILED               VALUE 'F'.
           05  DSP-NEW-STATE               PIC X(20).
           05  DSP-NEW-POWER-LEVEL         PIC 9(07).
           05  DSP-REJECT-REASON           PIC X(40).
           05  FILLER                      PIC X(11).
       01  DISPOSITION-BATCH-RECORD.
           05  DSP-BAT-RECORD-TYPE         PIC X(01).
           05  DSP-BAT-SOURCE-SYSTEM       PIC X(08).
           05  DSP-BAT-BATCH-SEQ           PIC 9(02).
           05  DSP-BAT-BATCH-DATE          PIC 9(08).
           05  DSP-BAT-PROCESSING-DATE     PIC 9(08).
           05  DSP-BAT-STATUS              PIC X(01).
               88  DSP-BAT-GOOD                   VALUE 'G'.
               88  DSP-BAT-FAILED                 VALUE 'F'.
           05  DSP-BAT-TRL-SEEN            PIC X(01).
           05  DSP-BAT-TRL-RECORD-COUNT    PIC 9(07).
           05  DSP-BAT-TRL-POWER-HASH      PIC 9(13).
           05  FILLER                      PIC X(51).
