      *  GENUINE RERUN.  THIS CLOSES THE GAP CHECKPOINT/RESTART DOES  *
      *  NOT COVER: RESTART PROTECTS A FAILED RUN, THE LEDGER         *
      *  PROTECTS AGAINST RUNNING THE CHAIN OUT OF ORDER OR TWICE.    *
      *  SPEKTRE-SLARPT READS THE LEDGER EACH MORNING TO TIME THE     *
      *  CHAIN AGAINST ITS SLA.                                       *
      ******************************************************************
       01  RUN-LEDGER-RECORD.
           05  LDG-JOB-NAME                PIC X(08).
