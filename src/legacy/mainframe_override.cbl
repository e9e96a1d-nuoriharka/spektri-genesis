019300*                      RUN TWICE FOR ONE DATE, UNLESS THE
019400*                      LEDGER-OVERRIDE PARM IS SUPPLIED FOR A
019500*                      GENUINE RERUN.
019502*     2026-10-15 LEA   EVERY ACCOUNT RECEIVED NOW GETS A RECORD
019504*                      ON THE NEW DISPOSITION-FILE SAYING WHAT
019506*                      BECAME OF IT -- APPLIED (WITH ITS NEW
019508*                      STATE AND POWER-LEVEL), UNCHANGED, HELD,
019510*                      REJECTED (WITH THE REASON), OR NOT
019512*                      PROCESSED BECAUSE ITS BATCH FAILED -- AND
019514*                      EVERY INPUT BATCH A RECORD ECHOING ITS
019516*                      HEADER DATE AND TRAILER TOTALS.  SPEKTRE-
019518*                      SRCRTN TURNS THE FILE INTO A RETURN FILE
019520*                      FOR EACH FEEDING SOURCE SYSTEM SO THE
019522*                      SOURCES CAN RECONCILE AND CORRECT THEIR
019524*                      OWN REJECTS.
019526*     2026-10-15 LEA   THE RUN CAN NOW BE SPLIT BY ACCOUNT-ID
019528*                      RANGE INTO PARTITIONS THAT RUN SIDE BY
019530*                      SIDE.  A NON-ZERO PARM-PARTITION-NO TAKES
019532*                      ITS RANGE FROM THE NEW
019534*                      PARTITION-CONTROL-FILE.  THE PARTITION
019536*                      STILL VERIFIES EVERY BATCH WHOLE BUT
019538*                      PROCESSES ONLY ITS OWN ACCOUNTS, WRITES ITS
019540*                      OWN OUTPUT, AUDIT, HISTORY, EXTRACT,
019542*                      RECYCLE, DISPOSITION, CHECKPOINT AND
019544*                      CONTROL FILES, AND SIGNS THE LEDGER AS
019546*                      OVRPRTNN, SO IT CAN BE RESTARTED ON ITS
019548*                      OWN.  SPEKTRE-OVRMERGE COMBINES AND
019550*                      BALANCES THE PARTITIONS.  IN A PARTITION A
019552*                      DUPLICATE ACROSS BATCHES IS REJECTED ON ITS
019554*                      OWN, SINCE THE OTHER PARTITIONS CANNOT SEE
019556*                      IT TO FAIL THE BATCH AS WELL.  THE BATCH
019558*                      LIMIT IS RAISED FROM 20 TO 99.
019600*-----------------------------------------------------------------
019700 ENVIRONMENT DIVISION.
019800 CONFIGURATION SECTION.
027900         ASSIGN TO RUNLEDGR
028000         ORGANIZATION IS SEQUENTIAL
028100         FILE STATUS IS WS-RUNLEDGR-STATUS.
028110     SELECT DISPOSITION-FILE
028120         ASSIGN TO DSPFILE
028130         ORGANIZATION IS SEQUENTIAL
028140         FILE STATUS IS WS-DSPFILE-STATUS.
028150
028160     SELECT PARTITION-CONTROL-FILE
028170         ASSIGN TO PARTCTL
028180         ORGANIZATION IS SEQUENTIAL
028190         FILE STATUS IS WS-PARTCTL-STATUS.
028200
028300 DATA DIVISION.
028400 FILE SECTION.
036700     LABEL RECORDS ARE STANDARD
036800     RECORD CONTAINS 80 CHARACTERS.
036900     COPY SPKTLDG.
036910 FD  DISPOSITION-FILE
036920     LABEL RECORDS ARE STANDARD
036930     RECORD CONTAINS 100 CHARACTERS.
036940     COPY SPKTDSP.
036950
036960 FD  PARTITION-CONTROL-FILE
036970     LABEL RECORDS ARE STANDARD
036980     RECORD CONTAINS 80 CHARACTERS.
036990     COPY SPKTPTN.
037000
037100 WORKING-STORAGE SECTION.
037200*-----------------------------------------------------------------
038800 01  WS-XTRFILE-STATUS           PIC X(02) VALUE '00'.
038900 01  WS-HOLDFILE-STATUS          PIC X(02) VALUE '00'.
039000 01  WS-RUNLEDGR-STATUS          PIC X(02) VALUE '00'.
039010 01  WS-DSPFILE-STATUS           PIC X(02) VALUE '00'.
039020 01  WS-PARTCTL-STATUS           PIC X(02) VALUE '00'.
039100 01  WS-SWITCHES.
039200     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
039300         88  END-OF-INPUT-FILE             VALUE 'Y'.
044700         88  END-OF-HOLD-FILE             VALUE 'Y'.
044800     05  WS-HELD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
044900         88  ACCOUNT-IS-HELD              VALUE 'Y'.
044905     05  WS-PARTITIONED-SWITCH   PIC X(01) VALUE 'N'.
044910         88  PARTITIONED-RUN              VALUE 'Y'.
044915     05  WS-PARTCTL-EOF-SWITCH   PIC X(01) VALUE 'N'.
044920         88  END-OF-PARTITION-CARDS       VALUE 'Y'.
044925     05  WS-PART-FOUND-SWITCH    PIC X(01) VALUE 'N'.
044930         88  OWN-PARTITION-FOUND          VALUE 'Y'.
044935     05  WS-PART-CARD-BAD-SWITCH PIC X(01) VALUE 'N'.
044940         88  PARTITION-CARDS-BAD          VALUE 'Y'.
044945     05  WS-PART-OPEN-END-SWITCH PIC X(01) VALUE 'N'.
044950         88  OPEN-ENDED-CARD-SEEN         VALUE 'Y'.
044955     05  WS-IN-PARTITION-SWITCH  PIC X(01) VALUE 'Y'.
044960         88  ACCOUNT-IN-PARTITION         VALUE 'Y'.
044965     05  WS-XBD-FOUND-SWITCH     PIC X(01) VALUE 'N'.
044970         88  CROSS-BATCH-DUPLICATE        VALUE 'Y'.
045000*-----------------------------------------------------------------
045100* WORK FIELDS USED WHILE EDITING A SINGLE RECORD.
045200*-----------------------------------------------------------------
047800 01  WS-RECYCLE-AGE-IN           PIC 9(02) VALUE ZERO.
047900 01  WS-PREV-INPUT-KEY           PIC X(10) VALUE LOW-VALUES.
048000 01  WS-CURRENT-SOURCE-SYSTEM    PIC X(08) VALUE SPACES.
048005*-----------------------------------------------------------------
048010* PARTITION RANGE -- SET FROM PARTITION-CONTROL-FILE ON A
048015* PARTITIONED RUN.  THE PARTITION TAKES THE ACCOUNT-IDS ABOVE
048020* THE LOW KEY (THE PREVIOUS PARTITION'S HIGH KEY) UP TO AND
048025* INCLUDING THE HIGH KEY.
048030*-----------------------------------------------------------------
048035 01  WS-PARTITION-CONTROLS.
048040     05  WS-PARTITION-NO         PIC 9(02) VALUE ZERO.
048045     05  WS-PART-LOW-KEY         PIC X(10) VALUE LOW-VALUES.
048050     05  WS-PART-HIGH-KEY        PIC X(10) VALUE HIGH-VALUES.
048055     05  WS-PART-PREV-HIGH-KEY   PIC X(10) VALUE LOW-VALUES.
048060     05  WS-PART-CARDS-READ      PIC 9(04) COMP VALUE ZERO.
048065     05  WS-PART-KEY-TO-TEST     PIC X(10) VALUE SPACES.
048070 01  WS-PART-LEDGER-NAME.
048075     05  FILLER                  PIC X(06) VALUE 'OVRPRT'.
048080     05  WS-PART-LEDGER-NO       PIC 9(02) VALUE ZERO.
048100 01  WS-RUN-LEDGER-CONTROLS.
048200     05  WS-LEDGER-JOB-NAME      PIC X(08) VALUE 'OVERRIDE'.
048300     05  WS-LEDGER-PRED-NAME     PIC X(08) VALUE 'MAINT   '.
049000* COMPARE; THIS TABLE CATCHES THE SAME ACCOUNT-ID ARRIVING IN
049100* TWO DIFFERENT SOURCE-SYSTEM BATCHES, WHICH WOULD OTHERWISE
049200* DOUBLE-APPLY THE TRANSITION THE SAME WAY AN UNCHECKED RECYCLE
049300* ONCE DID.  A PARTITIONED RUN TABLES ONLY ITS OWN ACCOUNTS' KEYS
049310* (A DUPLICATE ALWAYS FALLS IN ONE PARTITION), SO THE LIMIT
049320* APPLIES PER PARTITION.
049400*-----------------------------------------------------------------
049500 01  WS-DETAIL-KEY-TABLE-CONTROLS.
049600     05  WS-DETAIL-KEY-MAX-ENTRIES  PIC 9(04) COMP VALUE 5000.
050100                             INDEXED BY DTL-IDX.
050200         10  WS-DTL-TBL-ACCOUNT-ID   PIC X(10).
050300*-----------------------------------------------------------------
050305* CROSS-BATCH DUPLICATE TABLE -- PARTITIONED RUNS ONLY.  THE
050310* OTHER PARTITIONS CANNOT SEE A DUPLICATE KEY, SO FAILING THE
050315* BATCH WOULD FAIL IT IN ONE PARTITION AND APPLY IT IN THE
050320* REST.  THE PRE-PASS NOTES THE LATER ARRIVAL HERE INSTEAD AND
050325* THE MAIN PASS REJECTS THAT ONE DETAIL, SO THE TRANSITION IS
050330* STILL APPLIED ONLY ONCE.
050335*-----------------------------------------------------------------
050340 01  WS-XBD-TABLE-CONTROLS.
050345     05  WS-XBD-MAX-ENTRIES      PIC 9(04) COMP VALUE 100.
050350     05  WS-XBD-COUNT            PIC 9(04) COMP VALUE ZERO.
050355 01  WS-XBD-TABLE.
050360     05  WS-XBD-ENTRY OCCURS 100 TIMES
050365                             INDEXED BY XBD-IDX.
050370         10  WS-XBD-TBL-BATCH-SUB    PIC 9(04) COMP.
050375         10  WS-XBD-TBL-ACCOUNT-ID   PIC X(10).
050380*-----------------------------------------------------------------
050400* BATCH TABLE -- ONE ENTRY PER HDR/TRL PAIR ON THE INPUT FILE,
050500* BUILT BY THE PRE-PASS.  A BATCH THAT FAILS ITS OWN HEADER OR
050600* TRAILER CHECKS IS MARKED 'B' AND ITS DETAIL RECORDS ARE
050700* ROUTED TO THE EXCEPTION REPORT BY THE MAIN PASS INSTEAD OF
050800* BEING PROCESSED.  THE COUNTERS FEED THE PER-SOURCE SUBTOTALS
050900* ON THE CONTROL REPORT; THE HEADER DATE AND TRAILER TOTALS ARE
050910* KEPT TO BE ECHOED BACK ON THE DISPOSITION FILE.  99 IS THE
050920* MOST BATCHES THE DISPOSITION FILE'S TWO-DIGIT BATCH SEQUENCE
050930* CAN NUMBER.
051000*-----------------------------------------------------------------
051100 01  WS-BATCH-TABLE-CONTROLS.
051200     05  WS-BATCH-MAX-ENTRIES    PIC 9(04) COMP VALUE 99.
051300     05  WS-BATCH-TABLE-COUNT    PIC 9(04) COMP VALUE ZERO.
051400     05  WS-CURRENT-BATCH-SUB    PIC 9(04) COMP VALUE ZERO.
051500 01  WS-BATCH-TABLE.
051600     05  WS-BATCH-ENTRY OCCURS 99 TIMES.
051700         10  WS-BAT-SOURCE-SYSTEM    PIC X(08).
051800         10  WS-BAT-STATUS-SW        PIC X(01).
051900         10  WS-BAT-TRL-SEEN-SW      PIC X(01).
052300         10  WS-BAT-APPLIED-CTR      PIC 9(07) COMP.
052400         10  WS-BAT-REJECTED-CTR     PIC 9(07) COMP.
052500         10  WS-BAT-SKIPPED-CTR      PIC 9(07) COMP.
052510         10  WS-BAT-BATCH-DATE       PIC 9(08).
052520         10  WS-BAT-TRL-COUNT        PIC 9(07) COMP.
052530         10  WS-BAT-TRL-HASH         PIC 9(13) COMP.
052600*-----------------------------------------------------------------
052700* RECYCLE-KEY TABLE -- THE ACCOUNT-IDS ON THE RECYCLE FILE,
052800* NOTED BEFORE THE INPUT PRE-PASS.  THE PRE-PASS MARKS EVERY
059600     05  WS-REJECTS-SUPERSEDED-CTR   PIC 9(07) COMP VALUE ZERO.
059700     05  WS-EXTRACT-WRITTEN-CTR      PIC 9(07) COMP VALUE ZERO.
059800     05  WS-ACCOUNTS-HELD-CTR        PIC 9(07) COMP VALUE ZERO.
059810     05  WS-RECORDS-OTHER-PART-CTR   PIC 9(07) COMP VALUE ZERO.
059900*-----------------------------------------------------------------
060000* PRINT LINES FOR THE END-OF-JOB CONTROL-TOTALS REPORT.
060100*-----------------------------------------------------------------
074200             IF PARM-LEDGER-OVERRIDE-YES
074300                 MOVE 'Y' TO WS-LEDGER-OVR-SWITCH
074400             END-IF
074410             IF PARM-PARTITION-NO NUMERIC
074420                AND PARM-PARTITION-NO > ZERO
074430                 MOVE PARM-PARTITION-NO TO WS-PARTITION-NO
074440                 MOVE 'Y' TO WS-PARTITIONED-SWITCH
074450             END-IF
074500     END-READ.
074600     CLOSE PARM-CONTROL-FILE.
074700     DISPLAY '>> [COBOL] PROCESSING DATE FOR THIS RUN: '
074800         WS-PROCESSING-DATE.
074810
074820     PERFORM 1400-LOAD-PARTITION-RANGE
074830         THRU 1400-EXIT.
074900
075000     PERFORM 1900-VERIFY-RUN-LEDGER
075100         THRU 1900-EXIT.
085400             MOVE 'EXTRACT-FILE'       TO WS-FILE-NAME-CHECK
085500             PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
085600                 THRU 1050-EXIT
085610             OPEN EXTEND DISPOSITION-FILE
085620             MOVE WS-DSPFILE-STATUS  TO WS-FILE-STATUS-CHECK
085630             MOVE 'DISPOSITION-FILE'   TO WS-FILE-NAME-CHECK
085640             PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
085650                 THRU 1050-EXIT
085700         ELSE
085800             OPEN OUTPUT SPKT-OUTPUT-FILE
085900             MOVE WS-OUTFILE-STATUS  TO WS-FILE-STATUS-CHECK
088300             OPEN OUTPUT EXTRACT-FILE
088400             MOVE WS-XTRFILE-STATUS  TO WS-FILE-STATUS-CHECK
088500             MOVE 'EXTRACT-FILE'       TO WS-FILE-NAME-CHECK
088510             PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
088520                 THRU 1050-EXIT
088530             OPEN OUTPUT DISPOSITION-FILE
088540             MOVE WS-DSPFILE-STATUS  TO WS-FILE-STATUS-CHECK
088550             MOVE 'DISPOSITION-FILE'   TO WS-FILE-NAME-CHECK
088600             PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
088700                 THRU 1050-EXIT
088800             MOVE SPACES          TO EXTRACT-HEADER-RECORD
094000         GO TO 1900-WRITE-START
094100     END-IF.
094200     IF JOB-ALREADY-RAN-CLEAN
094300         DISPLAY '>> [COBOL] *** ' WS-LEDGER-JOB-NAME ' ALREADY '
094400             'COMPLETED CLEAN FOR ' WS-PROCESSING-DATE
094500             '.  RERUN REFUSED -- SUPPLY THE LEDGER-OVERRIDE '
094600             'PARM FOR A GENUINE RERUN. ***'
109700 1320-EXIT.
109800     EXIT.
109900*=================================================================
109901 1400-LOAD-PARTITION-RANGE.
109902*=================================================================
109903*    A PARTITIONED RUN TAKES ITS ACCOUNT-ID RANGE FROM ITS CARD
109904*    ON PARTITION-CONTROL-FILE AND SIGNS THE RUN LEDGER UNDER ITS
109905*    OWN NAME (OVRPRTNN), SO EACH PARTITION IS SEQUENCED AND
109906*    RESTARTED ON ITS OWN.  EVERY CARD IS CHECKED, NOT JUST THE
109907*    PARTITION'S OWN, BECAUSE A RANGE STARTS WHERE THE CARD
109908*    BEFORE IT ENDS.
109909*=================================================================
109910     IF NOT PARTITIONED-RUN
109911         GO TO 1400-EXIT
109912     END-IF.
109913     OPEN INPUT PARTITION-CONTROL-FILE.
109914     MOVE WS-PARTCTL-STATUS  TO WS-FILE-STATUS-CHECK.
109915     MOVE 'PARTITION-CONTROL'  TO WS-FILE-NAME-CHECK.
109916     PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
109917         THRU 1050-EXIT.
109918     PERFORM 1410-READ-PARTITION-CARD
109919         THRU 1410-EXIT
109920         UNTIL END-OF-PARTITION-CARDS.
109921     CLOSE PARTITION-CONTROL-FILE.
109922     IF NOT OPEN-ENDED-CARD-SEEN
109923         DISPLAY '>> [COBOL] *** THE LAST PARTITION CARD MUST '
109924             'LEAVE ITS HIGH KEY BLANK. ***'
109925         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
109926     END-IF.
109927     IF NOT OWN-PARTITION-FOUND
109928         DISPLAY '>> [COBOL] *** PARTITION ' WS-PARTITION-NO
109929             ' IS NOT ON PARTITION-CONTROL-FILE. ***'
109930         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
109931     END-IF.
109932     IF PARTITION-CARDS-BAD
109933         DISPLAY '>> [COBOL] *** PARTITION-CONTROL-FILE IN '
109934             'ERROR.  JOB ABORTED. ***'
109935         MOVE 16 TO WS-RETURN-CODE
109936         MOVE WS-RETURN-CODE TO RETURN-CODE
109937         STOP RUN
109938     END-IF.
109939     MOVE WS-PARTITION-NO     TO WS-PART-LEDGER-NO.
109940     MOVE WS-PART-LEDGER-NAME TO WS-LEDGER-JOB-NAME.
109941     DISPLAY '>> [COBOL] RUNNING AS PARTITION ' WS-PARTITION-NO
109942         ' OF ' WS-PART-CARDS-READ ' -- LEDGER NAME '
109943         WS-LEDGER-JOB-NAME '.'.
109944 1400-EXIT.
109945     EXIT.
109946*=================================================================
109947 1410-READ-PARTITION-CARD.
109948*=================================================================
109949     READ PARTITION-CONTROL-FILE
109950         AT END
109951             MOVE 'Y' TO WS-PARTCTL-EOF-SWITCH
109952             GO TO 1410-EXIT
109953     END-READ.
109954     ADD 1 TO WS-PART-CARDS-READ.
109955     IF PTN-PARTITION-NO NOT NUMERIC
109956        OR PTN-PARTITION-NO NOT = WS-PART-CARDS-READ
109957         DISPLAY '>> [COBOL] *** PARTITION CARD '
109958             WS-PART-CARDS-READ ' IS NUMBERED ' PTN-PARTITION-NO
109959             ' -- CARDS MUST RUN 01, 02, ... IN ORDER. ***'
109960         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
109961         GO TO 1410-EXIT
109962     END-IF.
109963     IF OPEN-ENDED-CARD-SEEN
109964         DISPLAY '>> [COBOL] *** PARTITION CARD ' PTN-PARTITION-NO
109965             ' FOLLOWS THE OPEN-ENDED LAST PARTITION. ***'
109966         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
109967     END-IF.
109968     IF PTN-HIGH-ACCOUNT-ID NOT = SPACES
109969        AND PTN-HIGH-ACCOUNT-ID NOT > WS-PART-PREV-HIGH-KEY
109970         DISPLAY '>> [COBOL] *** PARTITION CARD ' PTN-PARTITION-NO
109971             ' HIGH KEY ' PTN-HIGH-ACCOUNT-ID
109972             ' DOES NOT RISE ABOVE THE CARD BEFORE IT. ***'
109973         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
109974     END-IF.
109975     IF PTN-PARTITION-NO = WS-PARTITION-NO
109976         MOVE 'Y' TO WS-PART-FOUND-SWITCH
109977         MOVE WS-PART-PREV-HIGH-KEY TO WS-PART-LOW-KEY
109978         IF PTN-HIGH-ACCOUNT-ID = SPACES
109979             MOVE HIGH-VALUES TO WS-PART-HIGH-KEY
109980         ELSE
109981             MOVE PTN-HIGH-ACCOUNT-ID TO WS-PART-HIGH-KEY
109982         END-IF
109983     END-IF.
109984     IF PTN-HIGH-ACCOUNT-ID = SPACES
109985         MOVE 'Y' TO WS-PART-OPEN-END-SWITCH
109986     ELSE
109987         MOVE PTN-HIGH-ACCOUNT-ID TO WS-PART-PREV-HIGH-KEY
109988     END-IF.
109989 1410-EXIT.
109990     EXIT.
109991*=================================================================
109992 1450-TEST-PARTITION-RANGE.
109993*=================================================================
109994*    SETS ACCOUNT-IN-PARTITION FOR THE ACCOUNT-ID IN WS-PART-KEY-
109995*    TO-TEST.  AN UNPARTITIONED RUN TAKES EVERY ACCOUNT, AND THE
109996*    FIRST PARTITION HAS NO LOWER BOUND.
109997*=================================================================
109998     MOVE 'Y' TO WS-IN-PARTITION-SWITCH.
109999     IF NOT PARTITIONED-RUN
110000         GO TO 1450-EXIT
110001     END-IF.
110002     IF WS-PART-KEY-TO-TEST > WS-PART-HIGH-KEY
110003         MOVE 'N' TO WS-IN-PARTITION-SWITCH
110004     END-IF.
110005     IF WS-PARTITION-NO > 1
110006        AND WS-PART-KEY-TO-TEST NOT > WS-PART-LOW-KEY
110007         MOVE 'N' TO WS-IN-PARTITION-SWITCH
110008     END-IF.
110009 1450-EXIT.
110010     EXIT.
110011*=================================================================
110012 1500-POSITION-FOR-RESTART.
110100*=================================================================
110200     DISPLAY '>> [COBOL] RESTARTING AFTER ACCOUNT ',
110300         WS-RESTART-KEY.
116700*    ESCALATED TO THE AGED-REJECTS REPORT AND DROPPED; ANY
116800*    OTHER RECORD IS EDITED EXACTLY LIKE A REGULAR INPUT
116900*    RECORD, AND IF IT REJECTS AGAIN IT GOES BACK OUT WITH ITS
117000*    AGE COUNTED UP.  EVERY PARTITION OF A PARTITIONED RUN READS
117010*    THE WHOLE RECYCLE FILE AND TAKES ONLY ITS OWN ACCOUNTS.
117100*=================================================================
117200     READ REJECT-RECYCLE-IN-FILE
117300         AT END
117400             MOVE 'Y' TO WS-RECYCIN-EOF-SWITCH
117500             GO TO 1610-EXIT
117600     END-READ.
117610     MOVE REJ-IN-ACCOUNT-ID TO WS-PART-KEY-TO-TEST.
117620     PERFORM 1450-TEST-PARTITION-RANGE
117630         THRU 1450-EXIT.
117640     IF NOT ACCOUNT-IN-PARTITION
117650         GO TO 1610-EXIT
117660     END-IF.
117700     ADD 1 TO WS-REJECTS-RECYCLED-IN-CTR.
117800     IF REJ-IN-AGE-COUNTER NOT NUMERIC
117900         MOVE ZERO TO REJ-IN-AGE-COUNTER
122600     MOVE REJ-IN-POWER-LEVEL   TO SPKT-IN-POWER-LEVEL.
122700     PERFORM 2010-EDIT-ONE-RECORD
122800         THRU 2010-EXIT.
122810     PERFORM 2280-WRITE-DISPOSITION-RECORD
122820         THRU 2280-EXIT.
122900 1610-EXIT.
123000     EXIT.
123100*=================================================================
126800             MOVE 'Y' TO WS-RECYC-KEYS-EOF-SWITCH
126900             GO TO 1660-EXIT
127000     END-READ.
127010     MOVE REJ-IN-ACCOUNT-ID TO WS-PART-KEY-TO-TEST.
127020     PERFORM 1450-TEST-PARTITION-RANGE
127030         THRU 1450-EXIT.
127040     IF NOT ACCOUNT-IN-PARTITION
127050         GO TO 1660-EXIT
127060     END-IF.
127100     IF WS-RECYC-KEY-COUNT < WS-RECYC-KEY-MAX-ENTRIES
127200         ADD 1 TO WS-RECYC-KEY-COUNT
127300         SET RCK-IDX TO WS-RECYC-KEY-COUNT
129900*    FILE (NO HEADER AT ALL, OR DETAILS OUTSIDE ANY BATCH)
130000*    STILL STOPS THE JOB BEFORE AN ACCOUNT IS UPDATED.  THE
130100*    FILE IS THEN CLOSED AND REOPENED SO THE MAIN PASS STARTS
130200*    FROM THE TOP.  EVERY PARTITION OF A PARTITIONED RUN MAKES
130210*    THE SAME BATCH CHECKS OVER THE WHOLE FILE, SO ALL PARTITIONS
130220*    AGREE ON WHICH BATCHES FAILED.  AN EXCEPTION LINE IS PRINTED
130230*    ONLY BY THE PARTITION THAT OWNS THE ACCOUNT.
130300*=================================================================
130400     PERFORM 1710-VERIFY-ONE-INPUT-RECORD
130500         THRU 1710-EXIT
140000         END-IF
140100         MOVE 'Y'
140200             TO WS-BAT-TRL-SEEN-SW (WS-CURRENT-BATCH-SUB)
140210         MOVE SPKT-TRL-RECORD-COUNT
140220             TO WS-BAT-TRL-COUNT (WS-CURRENT-BATCH-SUB)
140230         MOVE SPKT-TRL-POWER-HASH-TOTAL
140240             TO WS-BAT-TRL-HASH (WS-CURRENT-BATCH-SUB)
140300         MOVE 'N' TO WS-BATCH-OPEN-SWITCH
140400         GO TO 1710-EXIT
140500     END-IF.
141500         ADD SPKT-IN-POWER-LEVEL
141600             TO WS-BAT-HASH-TOTAL (WS-CURRENT-BATCH-SUB)
141700     END-IF.
141710     MOVE SPKT-IN-ACCOUNT-ID TO WS-PART-KEY-TO-TEST.
141720     PERFORM 1450-TEST-PARTITION-RANGE
141730         THRU 1450-EXIT.
141800     IF SPKT-IN-ACCOUNT-ID = WS-PREV-INPUT-KEY
141900         MOVE SPKT-IN-ACCOUNT-ID    TO EXC-ACCOUNT-ID
142000         MOVE SPKT-IN-CURRENT-STATE TO EXC-BAD-VALUE
142100         MOVE 'DUPLICATE ACCOUNT-ID ON INPUT'
142200                                    TO EXC-REASON
142300         IF ACCOUNT-IN-PARTITION
142310             WRITE EXCEPTION-RECORD
142320         END-IF
142400         PERFORM 1750-FAIL-CURRENT-BATCH
142500             THRU 1750-EXIT
142600     ELSE
142900             MOVE SPKT-IN-CURRENT-STATE TO EXC-BAD-VALUE
143000             MOVE 'INPUT OUT OF ACCOUNT-ID SEQUENCE'
143100                                        TO EXC-REASON
143200             IF ACCOUNT-IN-PARTITION
143210                 WRITE EXCEPTION-RECORD
143220             END-IF
143300             PERFORM 1750-FAIL-CURRENT-BATCH
143400                 THRU 1750-EXIT
143500         END-IF
143600     END-IF.
143700     IF ACCOUNT-IN-PARTITION
143800         PERFORM 1730-CHECK-CROSS-BATCH-KEY
143810             THRU 1730-EXIT
143820     END-IF.
143900     IF WS-RECYC-KEY-COUNT > ZERO
144000         MOVE SPKT-IN-ACCOUNT-ID TO WS-RECYC-KEY-LOOKUP
144100         MOVE 'N' TO WS-RCK-FOUND-SWITCH
147800     MOVE ZERO TO WS-BAT-APPLIED-CTR (WS-CURRENT-BATCH-SUB).
147900     MOVE ZERO TO WS-BAT-REJECTED-CTR (WS-CURRENT-BATCH-SUB).
148000     MOVE ZERO TO WS-BAT-SKIPPED-CTR (WS-CURRENT-BATCH-SUB).
148010     MOVE ZERO TO WS-BAT-TRL-COUNT (WS-CURRENT-BATCH-SUB).
148020     MOVE ZERO TO WS-BAT-TRL-HASH (WS-CURRENT-BATCH-SUB).
148030     MOVE SPKT-HDR-BATCH-DATE
148040         TO WS-BAT-BATCH-DATE (WS-CURRENT-BATCH-SUB).
148100     MOVE 'Y' TO WS-BATCH-OPEN-SWITCH.
148200     MOVE LOW-VALUES TO WS-PREV-INPUT-KEY.
148300     MOVE WS-DETAIL-KEY-COUNT TO WS-DETAIL-KEYS-PRIOR.
151300         MOVE 'DUPLICATE ACCOUNT-ID ACROSS BATCHES'
151400                                    TO EXC-REASON
151500         WRITE EXCEPTION-RECORD
151600         IF PARTITIONED-RUN
151700             PERFORM 1740-NOTE-CROSS-BATCH-DUP
151710                 THRU 1740-EXIT
151720         ELSE
151730             PERFORM 1750-FAIL-CURRENT-BATCH
151740                 THRU 1750-EXIT
151750         END-IF
151800     END-IF.
151900     IF WS-DETAIL-KEY-COUNT < WS-DETAIL-KEY-MAX-ENTRIES
152000         ADD 1 TO WS-DETAIL-KEY-COUNT
154100         SET DTL-IDX UP BY 1
154200     END-IF.
154300 1735-EXIT.
154302     EXIT.
154304*=================================================================
154306 1740-NOTE-CROSS-BATCH-DUP.
154308*=================================================================
154310*    PARTITIONED RUN ONLY.  THE LATER ARRIVAL IS NOTED FOR THE
154312*    MAIN PASS TO REJECT ON ITS OWN (SEE THE CROSS-BATCH
154314*    DUPLICATE TABLE).  MORE DUPLICATES THAN THE TABLE HOLDS
154316*    MEANS A FEED HAS BEEN SENT TWICE, AND THE PARTITION STOPS.
154318*=================================================================
154320     IF WS-XBD-COUNT >= WS-XBD-MAX-ENTRIES
154322         DISPLAY '>> [COBOL] *** MORE THAN ' WS-XBD-MAX-ENTRIES
154324             ' DUPLICATE ACCOUNT-IDS ACROSS BATCHES. ***'
154326         MOVE 'Y' TO WS-BATCH-ERROR-SWITCH
154328         GO TO 1740-EXIT
154330     END-IF.
154332     ADD 1 TO WS-XBD-COUNT.
154334     SET XBD-IDX TO WS-XBD-COUNT.
154336     MOVE WS-CURRENT-BATCH-SUB TO WS-XBD-TBL-BATCH-SUB (XBD-IDX).
154338     MOVE SPKT-IN-ACCOUNT-ID   TO WS-XBD-TBL-ACCOUNT-ID (XBD-IDX).
154340     IF WS-RETURN-CODE = ZERO
154342         MOVE 4 TO WS-RETURN-CODE
154344     END-IF.
154346 1740-EXIT.
154400     EXIT.
154500*=================================================================
154600 1750-FAIL-CURRENT-BATCH.
174800*=================================================================
174900     PERFORM 2010-EDIT-ONE-RECORD
175000         THRU 2010-EXIT.
175010     PERFORM 2280-WRITE-DISPOSITION-RECORD
175020         THRU 2280-EXIT.
175100     IF WS-CURRENT-BATCH-SUB > ZERO
175200        AND WS-CURRENT-BATCH-SUB <= WS-BATCH-TABLE-COUNT
175300         IF RECORD-WAS-REJECTED
204300 2270-EXIT.
204400     EXIT.
204500*=================================================================
204501 2280-WRITE-DISPOSITION-RECORD.
204502*=================================================================
204503*    ONE DISPOSITION PER ACCOUNT EDITED, FOR THE RETURN FILE TO
204504*    ITS SOURCE SYSTEM.  PERFORMED STRAIGHT AFTER THE EDIT, WHILE
204505*    THE SWITCHES AND EXC-REASON STILL DESCRIBE THE RECORD.  A
204506*    HELD OR UNCHANGED ACCOUNT IS RETURNED WITH THE STATE AND
204507*    POWER-LEVEL IT ALREADY HAD.
204508*=================================================================
204509     IF DRY-RUN-MODE
204510         GO TO 2280-EXIT
204511     END-IF.
204512     MOVE SPACES                   TO DISPOSITION-DETAIL-RECORD.
204513     MOVE 'D'                      TO DSP-RECORD-TYPE.
204514     MOVE WS-CURRENT-SOURCE-SYSTEM TO DSP-SOURCE-SYSTEM.
204515     MOVE WS-CURRENT-BATCH-SUB     TO DSP-BATCH-SEQ.
204516     MOVE SPKT-IN-ACCOUNT-ID       TO DSP-ACCOUNT-ID.
204517     MOVE SPKT-OUT-CURRENT-STATE   TO DSP-NEW-STATE.
204518     MOVE SPKT-OUT-POWER-LEVEL     TO DSP-NEW-POWER-LEVEL.
204519     IF ACCOUNT-IS-HELD
204520         MOVE 'H' TO DSP-DISPOSITION
204521     ELSE
204522         IF RECORD-WAS-REJECTED
204523             MOVE 'R'        TO DSP-DISPOSITION
204524             MOVE EXC-REASON TO DSP-REJECT-REASON
204525         ELSE
204526             IF TRANSITION-WAS-FOUND
204527                 MOVE 'A' TO DSP-DISPOSITION
204528             ELSE
204529                 MOVE 'U' TO DSP-DISPOSITION
204530             END-IF
204531         END-IF
204532     END-IF.
204533     WRITE DISPOSITION-DETAIL-RECORD.
204534 2280-EXIT.
204535     EXIT.
204536*=================================================================
204537 2285-WRITE-FAILED-DISPOSITION.
204538*=================================================================
204539*    A DETAIL OF A BATCH THAT FAILED INTEGRITY IS RETURNED AS
204540*    SENT, WITH THE REASON IT WAS NOT PROCESSED.
204541*=================================================================
204542     IF DRY-RUN-MODE
204543         GO TO 2285-EXIT
204544     END-IF.
204545     MOVE SPACES                   TO DISPOSITION-DETAIL-RECORD.
204546     MOVE 'D'                      TO DSP-RECORD-TYPE.
204547     MOVE WS-CURRENT-SOURCE-SYSTEM TO DSP-SOURCE-SYSTEM.
204548     MOVE WS-CURRENT-BATCH-SUB     TO DSP-BATCH-SEQ.
204549     MOVE SPKT-IN-ACCOUNT-ID       TO DSP-ACCOUNT-ID.
204550     MOVE 'F'                      TO DSP-DISPOSITION.
204551     MOVE SPKT-IN-CURRENT-STATE    TO DSP-NEW-STATE.
204552     MOVE ZERO                     TO DSP-NEW-POWER-LEVEL.
204553     IF SPKT-IN-POWER-LEVEL NUMERIC
204554         MOVE SPKT-IN-POWER-LEVEL  TO DSP-NEW-POWER-LEVEL
204555     END-IF.
204556     MOVE EXC-REASON               TO DSP-REJECT-REASON.
204557     WRITE DISPOSITION-DETAIL-RECORD.
204558 2285-EXIT.
204559     EXIT.
204560*=================================================================
204561 2290-REJECT-CROSS-BATCH-DUP.
204562*=================================================================
204563*    A DETAIL THE PRE-PASS NOTED AS A LATER ARRIVAL OF AN
204564*    ACCOUNT ALREADY IN AN EARLIER BATCH IS REJECTED WITHOUT
204565*    BEING EDITED.  THE PRE-PASS ALREADY PRINTED ITS EXCEPTION
204566*    LINE.  IT IS NOT RECYCLED -- THE EARLIER ARRIVAL WAS
204567*    PROCESSED -- BUT IT IS RETURNED TO ITS SOURCE AS REJECTED.
204568*=================================================================
204569     MOVE 'N' TO WS-XBD-FOUND-SWITCH.
204570     SET XBD-IDX TO 1.
204571     PERFORM 2295-SCAN-CROSS-BATCH-DUP
204572         THRU 2295-EXIT
204573         UNTIL XBD-IDX > WS-XBD-COUNT
204574            OR CROSS-BATCH-DUPLICATE.
204575     IF NOT CROSS-BATCH-DUPLICATE
204576         GO TO 2290-EXIT
204577     END-IF.
204578     MOVE 'Y' TO WS-REJECTED-SWITCH.
204579     MOVE 'N' TO WS-HELD-FOUND-SWITCH.
204580     MOVE 'N' TO WS-TRANSITION-FOUND-SWITCH.
204581     MOVE SPKT-IN-CURRENT-STATE TO SPKT-OUT-CURRENT-STATE.
204582     MOVE SPKT-IN-POWER-LEVEL   TO SPKT-OUT-POWER-LEVEL.
204583     MOVE 'DUPLICATE ACCOUNT-ID ACROSS BATCHES'
204584                                TO EXC-REASON.
204585     PERFORM 2280-WRITE-DISPOSITION-RECORD
204586         THRU 2280-EXIT.
204587     ADD 1 TO WS-RECORDS-EXCEPTION-CTR.
204588     ADD 1 TO WS-BAT-REJECTED-CTR (WS-CURRENT-BATCH-SUB).
204589     DISPLAY '>> [COBOL] ' SPKT-IN-ACCOUNT-ID
204590             ' REJECTED -- ALREADY ARRIVED IN AN EARLIER BATCH.'.
204591 2290-EXIT.
204592     EXIT.
204593*=================================================================
204594 2295-SCAN-CROSS-BATCH-DUP.
204595*=================================================================
204596     IF WS-XBD-TBL-BATCH-SUB (XBD-IDX) = WS-CURRENT-BATCH-SUB
204597        AND WS-XBD-TBL-ACCOUNT-ID (XBD-IDX) = SPKT-IN-ACCOUNT-ID
204598         MOVE 'Y' TO WS-XBD-FOUND-SWITCH
204599     ELSE
204600         SET XBD-IDX UP BY 1
204601     END-IF.
204602 2295-EXIT.
204603     EXIT.
204604*=================================================================
204605 2100-READ-INPUT-RECORD.
204700*=================================================================
204800*    A HEADER ADVANCES TO THE NEXT BATCH-TABLE ENTRY AND A
204900*    TRAILER IS SKIPPED; BOTH WERE VERIFIED BY THE INTEGRITY
205000*    PRE-PASS.  A DETAIL BELONGING TO A BATCH THE PRE-PASS
205100*    FAILED IS ROUTED TO THE EXCEPTION REPORT AND SKIPPED.  ON A
205110*    PARTITIONED RUN A DETAIL OUTSIDE THE PARTITION'S RANGE IS
205120*    LEFT TO ITS OWN PARTITION, AND A LATER ARRIVAL OF AN ACCOUNT
205130*    ALREADY IN AN EARLIER BATCH IS REJECTED HERE.
205200*=================================================================
205300     READ SPKT-INPUT-FILE
205400         AT END
206600     IF SPKT-IS-BATCH-TRAILER
206700         GO TO 2100-READ-INPUT-RECORD
206800     END-IF.
206810     MOVE SPKT-IN-ACCOUNT-ID TO WS-PART-KEY-TO-TEST.
206820     PERFORM 1450-TEST-PARTITION-RANGE
206830         THRU 1450-EXIT.
206840     IF NOT ACCOUNT-IN-PARTITION
206850         ADD 1 TO WS-RECORDS-OTHER-PART-CTR
206860         GO TO 2100-READ-INPUT-RECORD
206870     END-IF.
206900     IF WS-CURRENT-BATCH-SUB > ZERO
207000        AND WS-CURRENT-BATCH-SUB <= WS-BATCH-TABLE-COUNT
207100        AND WS-BAT-STATUS-SW (WS-CURRENT-BATCH-SUB) = 'B'
207500                                    TO EXC-REASON
207600         WRITE EXCEPTION-RECORD
207700         ADD 1 TO WS-BAT-SKIPPED-CTR (WS-CURRENT-BATCH-SUB)
207710         PERFORM 2285-WRITE-FAILED-DISPOSITION
207720             THRU 2285-EXIT
207800         GO TO 2100-READ-INPUT-RECORD
207900     END-IF.
208000     ADD 1 TO WS-RECORDS-READ-CTR.
208100     IF WS-CURRENT-BATCH-SUB > ZERO
208200        AND WS-CURRENT-BATCH-SUB <= WS-BATCH-TABLE-COUNT
208300         ADD 1 TO WS-BAT-READ-CTR (WS-CURRENT-BATCH-SUB)
208310     END-IF.
208320     IF WS-XBD-COUNT > ZERO
208330         PERFORM 2290-REJECT-CROSS-BATCH-DUP
208340             THRU 2290-EXIT
208350         IF CROSS-BATCH-DUPLICATE
208360             GO TO 2100-READ-INPUT-RECORD
208370         END-IF
208400     END-IF.
208500 2100-EXIT.
208600     EXIT.
213000
213100     IF DRY-RUN-MODE
213200         MOVE WS-REPORT-DRYRUN-LINE TO WS-REPORT-LINE
213205         WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
213210     END-IF.
213215
213220     IF PARTITIONED-RUN
213225         MOVE 'PARTITION NUMBER' TO WS-RPT-LABEL
213230         MOVE WS-PARTITION-NO TO WS-RPT-VALUE
213235         MOVE WS-REPORT-DETAIL-LINE TO WS-REPORT-LINE
213240         WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
213245         MOVE 'DETAILS LEFT TO OTHER PARTITIONS' TO WS-RPT-LABEL
213250         MOVE WS-RECORDS-OTHER-PART-CTR TO WS-RPT-VALUE
213255         MOVE WS-REPORT-DETAIL-LINE TO WS-REPORT-LINE
213300         WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
213400     END-IF.
213500
228000     MOVE WS-POWER-LEVEL-BEFORE-TOTAL
228100                                     TO CTL-POWER-BEFORE-TOTAL.
228200     MOVE WS-POWER-LEVEL-AFTER-TOTAL TO CTL-POWER-AFTER-TOTAL.
228210     MOVE WS-PARTITION-NO            TO CTL-PARTITION-NO.
228220     MOVE WS-EXTRACT-WRITTEN-CTR     TO CTL-EXTRACT-WRITTEN.
228300     WRITE CONTROL-TOTALS-RECORD.
228400     CLOSE CONTROL-TOTALS-FILE.
228500 8100-EXIT.
228502     EXIT.
228504*=================================================================
228506 8200-WRITE-BATCH-DISPOSITION.
228508*=================================================================
228510*    ONE BATCH RECORD PER INPUT BATCH, ECHOING THE SOURCE'S
228512*    HEADER DATE AND TRAILER TOTALS FOR ITS RETURN FILE.
228514*=================================================================
228516     MOVE SPACES               TO DISPOSITION-BATCH-RECORD.
228518     MOVE 'B'                  TO DSP-BAT-RECORD-TYPE.
228520     MOVE WS-BAT-SOURCE-SYSTEM (WS-CURRENT-BATCH-SUB)
228522         TO DSP-BAT-SOURCE-SYSTEM.
228524     MOVE WS-CURRENT-BATCH-SUB TO DSP-BAT-BATCH-SEQ.
228526     MOVE WS-BAT-BATCH-DATE (WS-CURRENT-BATCH-SUB)
228528         TO DSP-BAT-BATCH-DATE.
228530     MOVE WS-PROCESSING-DATE   TO DSP-BAT-PROCESSING-DATE.
228532     IF WS-BAT-STATUS-SW (WS-CURRENT-BATCH-SUB) = 'B'
228534         MOVE 'F' TO DSP-BAT-STATUS
228536     ELSE
228538         MOVE 'G' TO DSP-BAT-STATUS
228540     END-IF.
228542     MOVE WS-BAT-TRL-SEEN-SW (WS-CURRENT-BATCH-SUB)
228544         TO DSP-BAT-TRL-SEEN.
228546     MOVE WS-BAT-TRL-COUNT (WS-CURRENT-BATCH-SUB)
228548         TO DSP-BAT-TRL-RECORD-COUNT.
228550     MOVE WS-BAT-TRL-HASH (WS-CURRENT-BATCH-SUB)
228552         TO DSP-BAT-TRL-POWER-HASH.
228554     WRITE DISPOSITION-BATCH-RECORD.
228556     ADD 1 TO WS-CURRENT-BATCH-SUB.
228558 8200-EXIT.
228600     EXIT.
228700*=================================================================
228800 9000-TERMINATE-JOB.
229900         MOVE WS-EXTRACT-WRITTEN-CTR TO XTR-TRL-RECORD-COUNT
230000         WRITE EXTRACT-TRAILER-RECORD
230100         CLOSE EXTRACT-FILE
230110         MOVE 1 TO WS-CURRENT-BATCH-SUB
230120         PERFORM 8200-WRITE-BATCH-DISPOSITION
230130             THRU 8200-EXIT
230140             WS-BATCH-TABLE-COUNT TIMES
230150         CLOSE DISPOSITION-FILE
230200     END-IF.
230300     CLOSE EXCEPTION-REPORT.
230400     CLOSE AGED-REJECTS-REPORT.
