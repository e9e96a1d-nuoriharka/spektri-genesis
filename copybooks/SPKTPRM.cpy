      *        EXTRACT MAY SIT UNACKNOWLEDGED BEFORE SPEKTRE-XTRACK   *
      *        RAISES THE ALARM.  ZERO MEANS "NOT SUPPLIED" -- THE    *
      *        DEFAULT OF 3 DAYS IS USED.                              *
      *      - PARM-PERIOD-DAYS IS HOW MANY DAYS, ENDING ON THE       *
      *        AS-OF DATE, A PERIOD REPORT COVERS (E.G. THE ACTIVITY  *
      *        SECTIONS OF SPEKTRE-UNITRPT).  ZERO MEANS "NOT         *
      *        SUPPLIED" -- THE REPORT'S OWN DEFAULT IS USED.          *
      *      - PARM-APPR-POWER-CHANGE AND PARM-APPR-POWER-PCT ARE     *
      *        THE SPEKTRE-MAINT APPROVAL THRESHOLDS: A CHG THAT      *
      *        MOVES POWER-LEVEL BY MORE THAN THAT MANY UNITS, OR BY  *
      *        MORE THAN THAT PERCENTAGE OF THE OLD VALUE, WAITS FOR  *
      *        A SECOND OPERATOR'S APPROVAL.  ZERO MEANS "NOT         *
      *        SUPPLIED" -- THAT TEST IS NOT MADE.                    *
      *      - PARM-APPR-STATE-CHANGE = 'Y' MAKES EVERY CHG THAT      *
      *        CHANGES THE CURRENT-STATE WAIT FOR APPROVAL AS WELL.   *
      *      - PARM-RETURN-SOURCE NAMES THE SOURCE SYSTEM WHOSE       *
      *        RETURN FILE SPEKTRE-SRCRTN BUILDS ON THIS RUN.  THE    *
      *        STEP RUNS ONCE PER FEEDING SYSTEM, EACH WITH ITS OWN   *
      *        CARD.                                                  *
      *      - PARM-SURV-FLIP-LIMIT, PARM-SURV-GROWTH-PCT, AND        *
      *        PARM-SURV-HOLD-FEED TUNE SPEKTRE-SURVEIL: HOW MANY     *
      *        TIMES AN ACCOUNT MUST TRANSITION BACK TO THE STATE IT  *
      *        HAD JUST LEFT TO BE FLAGGED (DEFAULT 2), THE           *
      *        POWER-LEVEL GROWTH PERCENTAGE OVER THE LOOK-BACK       *
      *        PERIOD ABOVE WHICH IT IS FLAGGED (DEFAULT 100), AND    *
      *        'Y' TO PUT EVERY FLAGGED ACCOUNT NOT ALREADY HELD      *
      *        STRAIGHT ONTO THE HOLD-ACCOUNT-FILE.  ZERO MEANS "NOT  *
      *        SUPPLIED" -- THE DEFAULT IS USED.                      *
      *      - PARM-PARTITION-NO RUNS SPEKTRE-OVERRIDE AS ONE         *
      *        PARTITION OF A PARTITIONED NIGHT: ONLY THE ACCOUNTS    *
      *        IN THAT PARTITION'S ACCOUNT-ID RANGE ON PARTITION-     *
      *        CONTROL-FILE (SEE SPKTPTN) ARE PROCESSED.  ZERO MEANS  *
      *        "NOT SUPPLIED" -- THE WHOLE FILE IS PROCESSED IN ONE   *
      *        RUN, AS BEFORE.                                         *
      ******************************************************************
       01  PARM-CONTROL-RECORD.
           05  PARM-MULTIPLIER             PIC 9V99.
           05  PARM-LEDGER-OVERRIDE        PIC X(01).
               88  PARM-LEDGER-OVERRIDE-YES       VALUE 'Y'.
           05  PARM-ACK-AGE-LIMIT          PIC 9(02).
           05  PARM-PERIOD-DAYS            PIC 9(03).
           05  PARM-APPR-POWER-CHANGE      PIC 9(07).
           05  PARM-APPR-POWER-PCT         PIC 9(03).
           05  PARM-APPR-STATE-CHANGE      PIC X(01).
               88  PARM-APPR-STATE-CHANGE-YES     VALUE 'Y'.
           05  PARM-RETURN-SOURCE          PIC X(08).
           05  PARM-SURV-FLIP-LIMIT        PIC 9(02).
           05  PARM-SURV-GROWTH-PCT        PIC 9(04).
           05  PARM-SURV-HOLD-FEED         PIC X(01).
               88  PARM-SURV-HOLD-FEED-YES        VALUE 'Y'.
           05  PARM-PARTITION-NO           PIC 9(02).
           05  FILLER                      PIC X(20).
