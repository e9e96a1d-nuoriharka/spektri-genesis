000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-SURVEIL.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     ACCOUNT BEHAVIOUR SURVEILLANCE.  READS THE ACTIVITY
001000*     ARCHIVE (SPKTARC) IN ACCOUNT-ID ORDER AND LOOKS AT EACH
001100*     ACCOUNT'S AUDIT ENTRIES OVER A LOOK-BACK PERIOD ENDING ON
001200*     THE RUN DATE (PARM-PERIOD-DAYS DAYS, 30 BY DEFAULT) FOR
001300*     THREE PATTERNS:
001400*       - FLIP-FLOP: THE ACCOUNT TRANSITIONS BACK TO THE STATE
001500*         IT HAD JUST LEFT AT LEAST PARM-SURV-FLIP-LIMIT TIMES;
001600*       - GROWTH: ITS POWER-LEVEL AT THE END OF THE PERIOD IS
001700*         UP BY MORE THAN PARM-SURV-GROWTH-PCT PERCENT ON WHAT
001800*         IT WAS BEFORE THE PERIOD'S FIRST ENTRY;
001900*       - MAINT+OVR: IT WAS CHANGED BY BOTH SPEKTRE-MAINT AND
002000*         SPEKTRE-OVERRIDE ON THE SAME DATE.
002100*     EACH FLAGGED ACCOUNT IS PRINTED ON THE REVIEW REPORT WITH
002200*     THE PERIOD'S EVENT TRAIL.  WITH PARM-SURV-HOLD-FEED SET,
002300*     A FLAGGED ACCOUNT NOT ALREADY HELD IS ALSO APPENDED TO THE
002400*     HOLD-ACCOUNT-FILE FOR THE DISPUTE DESK TO DECIDE.  ANY
002500*     FLAGGED ACCOUNT ENDS THE JOB WITH RETURN CODE 4.
002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY.
002800*     DATE       BY    DESCRIPTION
002900*     ---------- ----- ------------------------------------------
003000*     2026-10-15 LEA   ORIGINAL VERSION.
003010*     2026-10-15 LEA   ONLY A MISSING HOLD FILE (STATUS 35) IS
003020*                      TAKEN AS NO HOLDS; ANY OTHER OPEN
003030*                      FAILURE NOW ABORTS THE JOB.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ACTIVITY-ARCHIVE-FILE
003900         ASSIGN TO ARCHFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS ARC-ARCHIVE-KEY
004300         FILE STATUS IS WS-ARCHFILE-STATUS.
004400
004500     SELECT HOLD-ACCOUNT-FILE
004600         ASSIGN TO HOLDFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-HOLDFILE-STATUS.
004900
005000     SELECT PARM-CONTROL-FILE
005100         ASSIGN TO PARMCARD
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-PARMCARD-STATUS.
005400
005500     SELECT SURVEILLANCE-REPORT
005600         ASSIGN TO SURVRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-SURVRPT-STATUS.
005900
006000     SELECT RUN-LEDGER-FILE
006100         ASSIGN TO RUNLEDGR
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RUNLEDGR-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ACTIVITY-ARCHIVE-FILE
006800     RECORD CONTAINS 120 CHARACTERS.
006900     COPY SPKTARC.
007000
007100 FD  HOLD-ACCOUNT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400     COPY SPKTHLD.
007500
007600 FD  PARM-CONTROL-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900     COPY SPKTPRM.
008000
008100 FD  SURVEILLANCE-REPORT
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 133 CHARACTERS.
008400 01  SURVEILLANCE-REPORT-RECORD      PIC X(133).
008500
008600 FD  RUN-LEDGER-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900     COPY SPKTLDG.
009000
009100 WORKING-STORAGE SECTION.
009200*-----------------------------------------------------------------
009300* FILE STATUS FIELDS AND SWITCHES.
009400*-----------------------------------------------------------------
009500 01  WS-ARCHFILE-STATUS          PIC X(02) VALUE '00'.
009600 01  WS-HOLDFILE-STATUS          PIC X(02) VALUE '00'.
009700 01  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
009800 01  WS-SURVRPT-STATUS           PIC X(02) VALUE '00'.
009900 01  WS-RUNLEDGR-STATUS          PIC X(02) VALUE '00'.
010000 01  WS-SWITCHES.
010100     05  WS-HOLDFILE-EOF-SWITCH  PIC X(01) VALUE 'N'.
010200         88  END-OF-HOLD-FILE              VALUE 'Y'.
010300     05  WS-HOLD-FEED-SWITCH     PIC X(01) VALUE 'N'.
010400         88  HOLD-FEED-REQUESTED           VALUE 'Y'.
010500     05  WS-HOLD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
010600         88  ACCOUNT-ALREADY-HELD          VALUE 'Y'.
010700     05  WS-OTHER-SOURCE-SWITCH  PIC X(01) VALUE 'N'.
010800         88  OTHER-SOURCE-SAME-DATE        VALUE 'Y'.
010900     05  WS-RUNLEDGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
011000         88  END-OF-RUN-LEDGER             VALUE 'Y'.
011100     05  WS-PRED-CLEAN-SWITCH    PIC X(01) VALUE 'N'.
011200         88  PREDECESSOR-RAN-CLEAN         VALUE 'Y'.
011300     05  WS-SELF-DONE-SWITCH     PIC X(01) VALUE 'N'.
011400         88  JOB-ALREADY-RAN-CLEAN         VALUE 'Y'.
011500     05  WS-LEDGER-OVR-SWITCH    PIC X(01) VALUE 'N'.
011600         88  LEDGER-OVERRIDE-REQUESTED     VALUE 'Y'.
011700*-----------------------------------------------------------------
011800* RUN DATE, LOOK-BACK PERIOD, AND THRESHOLDS.
011900*-----------------------------------------------------------------
012000 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
012100 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
012200 01  WS-PERIOD-START-DATE        PIC 9(08) VALUE ZERO.
012300 01  WS-PERIOD-DAYS              PIC 9(03) VALUE 30.
012400 01  WS-STEP-BACK-DAYS           PIC 9(03) VALUE ZERO.
012500 01  WS-FLIP-LIMIT               PIC 9(02) VALUE 2.
012600 01  WS-GROWTH-LIMIT-PCT         PIC 9(04) VALUE 100.
012700 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
012800 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
012900 01  WS-RUN-LEDGER-CONTROLS.
013000     05  WS-LEDGER-JOB-NAME      PIC X(08) VALUE 'SURVEIL '.
013100     05  WS-LEDGER-PRED-NAME     PIC X(08) VALUE 'MSTLOAD '.
013200     05  WS-LEDGER-EVENT-CODE    PIC X(05) VALUE SPACES.
013300     05  WS-LEDGER-OUTCOME-CODE  PIC X(05) VALUE SPACES.
013400*-----------------------------------------------------------------
013500* CALENDAR WORK FIELDS FOR STEPPING BACK FROM THE RUN DATE TO
013600* THE FIRST DAY OF THE PERIOD, ONE DAY AT A TIME.
013700*-----------------------------------------------------------------
013800 01  WS-DATE-PARTS-WORK          PIC 9(08) VALUE ZERO.
013900 01  WS-DATE-PARTS REDEFINES WS-DATE-PARTS-WORK.
014000     05  WS-DPW-YEAR             PIC 9(04).
014100     05  WS-DPW-MONTH            PIC 9(02).
014200     05  WS-DPW-DAY              PIC 9(02).
014300 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
014400 01  WS-LEAP-REMAINDER-4         PIC 9(04) COMP VALUE ZERO.
014500 01  WS-LEAP-REMAINDER-100       PIC 9(04) COMP VALUE ZERO.
014600 01  WS-LEAP-REMAINDER-400       PIC 9(04) COMP VALUE ZERO.
014700 01  WS-MONTH-LENGTH-VALUES      PIC X(24)
014800         VALUE '312831303130313130313031'.
014900 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
015000     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
015100*-----------------------------------------------------------------
015200* WORK FIELDS AND COUNTERS.
015300*-----------------------------------------------------------------
015400 01  WS-ARC-KEY                  PIC X(10) VALUE LOW-VALUES.
015500 01  WS-ACTION-WORK              PIC X(03) VALUE SPACES.
015600 01  WS-ARCHIVE-READ-CTR         PIC 9(07) COMP VALUE ZERO.
015700 01  WS-ENTRIES-IN-PERIOD-CTR    PIC 9(07) COMP VALUE ZERO.
015800 01  WS-ACCOUNTS-ACTIVE-CTR      PIC 9(07) COMP VALUE ZERO.
015900 01  WS-ACCOUNTS-FLAGGED-CTR     PIC 9(07) COMP VALUE ZERO.
016000 01  WS-FLIP-FLAGGED-CTR         PIC 9(07) COMP VALUE ZERO.
016100 01  WS-GROWTH-FLAGGED-CTR       PIC 9(07) COMP VALUE ZERO.
016200 01  WS-SAME-DATE-FLAGGED-CTR    PIC 9(07) COMP VALUE ZERO.
016300 01  WS-HOLDS-PLACED-CTR         PIC 9(07) COMP VALUE ZERO.
016400 01  WS-ALREADY-HELD-CTR         PIC 9(07) COMP VALUE ZERO.
016500 01  WS-BLOCK-LINES-NEEDED       PIC 9(05) COMP VALUE ZERO.
016600*-----------------------------------------------------------------
016700* ONE ACCOUNT AS IT IS SURVEYED.  THE LAST TRANSITION (FROM /
016800* TO) IS KEPT SO A TRANSITION STRAIGHT BACK CAN BE SEEN; THE
016900* CURRENT ENTRY DATE AND WHICH PROGRAMS CHANGED THE ACCOUNT ON
017000* IT ARE KEPT UNTIL THE DATE CHANGES.
017100*-----------------------------------------------------------------
017200 01  WS-ACCOUNT-WORK.
017300     05  WS-ACC-ACCOUNT-ID       PIC X(10).
017400     05  WS-ACC-ENTRY-CTR        PIC 9(05) COMP.
017500     05  WS-ACC-FLIP-CTR         PIC 9(05) COMP.
017600     05  WS-ACC-SAME-DATE-CTR    PIC 9(05) COMP.
017700     05  WS-ACC-START-POWER      PIC 9(07).
017800     05  WS-ACC-END-POWER        PIC 9(07).
017900     05  WS-ACC-GROWTH-PCT       PIC 9(07) COMP.
018000     05  WS-ACC-LAST-FROM-STATE  PIC X(20).
018100     05  WS-ACC-LAST-TO-STATE    PIC X(20).
018200     05  WS-ACC-CUR-DATE         PIC 9(08).
018300     05  WS-ACC-MAINT-SW         PIC X(01).
018400         88  MAINT-CHANGED-ON-DATE         VALUE 'Y'.
018500     05  WS-ACC-OVERRIDE-SW      PIC X(01).
018600         88  OVERRIDE-CHANGED-ON-DATE      VALUE 'Y'.
018700     05  WS-ACC-GROWTH-SW        PIC X(01).
018800         88  GROWTH-MEASURED               VALUE 'Y'.
018900     05  WS-ACC-PATTERNS.
019000         10  WS-ACC-FLIP-CODE    PIC X(09).
019100         10  FILLER              PIC X(01).
019200         10  WS-ACC-GROWTH-CODE  PIC X(06).
019300         10  FILLER              PIC X(01).
019400         10  WS-ACC-SAME-CODE    PIC X(09).
019500     05  WS-ACC-HOLD-ACTION      PIC X(20).
019600*-----------------------------------------------------------------
019700* THE ACCOUNT'S EVENT TRAIL FOR THE PERIOD, KEPT FOR PRINTING
019800* IF THE ACCOUNT IS FLAGGED.  ENTRIES PAST THE TABLE SIZE ARE
019900* STILL SURVEYED, ONLY NOT LISTED.
020000*-----------------------------------------------------------------
020100 01  WS-TRAIL-TABLE-CONTROLS.
020200     05  WS-TRAIL-MAX-ENTRIES    PIC 9(04) COMP VALUE 100.
020300     05  WS-TRAIL-TABLE-COUNT    PIC 9(04) COMP VALUE ZERO.
020400     05  WS-TRAIL-UNLISTED-CTR   PIC 9(05) COMP VALUE ZERO.
020500 01  WS-TRAIL-TABLE.
020600     05  WS-TRAIL-ENTRY OCCURS 100 TIMES
020700                             INDEXED BY TRL-IDX TRL-SCAN-IDX.
020800         10  WS-TRL-EVENT-DATE       PIC 9(08).
020900         10  WS-TRL-EVENT-TIME       PIC 9(08).
021000         10  WS-TRL-SOURCE-PROGRAM   PIC X(08).
021100         10  WS-TRL-ACTION-CODE      PIC X(03).
021200         10  WS-TRL-OLD-STATE        PIC X(20).
021300         10  WS-TRL-NEW-STATE        PIC X(20).
021400         10  WS-TRL-OLD-POWER        PIC 9(07).
021500         10  WS-TRL-NEW-POWER        PIC 9(07).
021600         10  WS-TRL-FLIP-MARK        PIC X(10).
021700         10  WS-TRL-SAME-DATE-MARK   PIC X(10).
021800*-----------------------------------------------------------------
021900* HOLDS IN EFFECT ON THE RUN DATE, SO AN ACCOUNT ALREADY HELD
022000* IS NOT HELD TWICE.
022100*-----------------------------------------------------------------
022200 01  WS-HOLD-TABLE-CONTROLS.
022300     05  WS-HOLD-MAX-ENTRIES     PIC 9(04) COMP VALUE 500.
022400     05  WS-HOLD-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
022500 01  WS-HOLD-TABLE.
022600     05  WS-HOLD-ENTRY OCCURS 500 TIMES
022700                             INDEXED BY HLD-IDX.
022800         10  WS-HLD-TBL-ACCOUNT-ID   PIC X(10).
022900 01  WS-REASON-POINTER           PIC 9(02) COMP VALUE ZERO.
023000*-----------------------------------------------------------------
023100* PRINT LINES AND PAGINATION CONTROLS.
023200*-----------------------------------------------------------------
023300 01  WS-PAGINATION-CONTROLS.
023400     05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
023500     05  WS-LINE-CTR             PIC 9(03) COMP VALUE 99.
023600     05  WS-PAGE-CTR             PIC 9(04) COMP VALUE ZERO.
023700 01  WS-REPORT-LINE                  PIC X(133).
023800 01  WS-RPT-PAGE-HEADING.
023900     05  FILLER                      PIC X(48)
024000             VALUE 'SPEKTRE-SURVEIL ACCOUNT BEHAVIOUR REVIEW'.
024100     05  FILLER                      PIC X(10)
024200             VALUE '   PERIOD '.
024300     05  WS-RPT-HDG-PERIOD-START     PIC 9(08).
024400     05  FILLER                      PIC X(04) VALUE ' TO '.
024500     05  WS-RPT-HDG-PERIOD-END       PIC 9(08).
024600     05  FILLER                      PIC X(43) VALUE SPACES.
024700     05  FILLER                      PIC X(08) VALUE 'PAGE '.
024800     05  WS-RPT-HDG-PAGE             PIC ZZZ9.
024900 01  WS-RPT-LIMITS-HEADING.
025000     05  FILLER                      PIC X(24)
025100             VALUE 'FLAGGED AT FLIP-BACKS >='.
025200     05  WS-RPT-LIM-FLIPS            PIC ZZ9.
025300     05  FILLER                      PIC X(21)
025400             VALUE ',  POWER GROWTH OVER '.
025500     05  WS-RPT-LIM-GROWTH           PIC ZZZ9.
025600     05  FILLER                      PIC X(35)
025700             VALUE '%,  MAINT AND OVERRIDE ON ONE DATE.'.
025800     05  FILLER                      PIC X(12)
025900             VALUE '  HOLD FEED '.
026000     05  WS-RPT-LIM-FEED             PIC X(03).
026100     05  FILLER                      PIC X(31) VALUE SPACES.
026200 01  WS-RPT-COLUMN-HEADING-1.
026300     05  FILLER                      PIC X(01) VALUE SPACES.
026400     05  FILLER                      PIC X(12) VALUE 'ACCOUNT'.
026500     05  FILLER                      PIC X(29)
026600             VALUE 'PATTERNS FLAGGED'.
026700     05  FILLER                      PIC X(07) VALUE ' FLIP'.
026800     05  FILLER                      PIC X(11) VALUE '    START'.
026900     05  FILLER                      PIC X(11) VALUE '      END'.
027000     05  FILLER                      PIC X(11) VALUE '   GROWTH'.
027100     05  FILLER                      PIC X(07) VALUE '  M+O'.
027200     05  FILLER                      PIC X(07) VALUE 'TRAIL'.
027300     05  FILLER                      PIC X(20) VALUE 'HOLD'.
027400     05  FILLER                      PIC X(17) VALUE SPACES.
027500 01  WS-RPT-COLUMN-HEADING-2.
027600     05  FILLER                      PIC X(42) VALUE SPACES.
027700     05  FILLER                      PIC X(07) VALUE 'BACKS'.
027800     05  FILLER                      PIC X(11) VALUE '    POWER'.
027900     05  FILLER                      PIC X(11) VALUE '    POWER'.
028000     05  FILLER                      PIC X(11) VALUE '  PERCENT'.
028100     05  FILLER                      PIC X(07) VALUE 'DATES'.
028200     05  FILLER                      PIC X(07) VALUE 'ENTRS'.
028300     05  FILLER                      PIC X(20) VALUE 'ACTION'.
028400     05  FILLER                      PIC X(17) VALUE SPACES.
028500 01  WS-RPT-ACCOUNT-LINE.
028600     05  FILLER                      PIC X(01) VALUE SPACES.
028700     05  WS-RPT-ACC-ACCOUNT-ID       PIC X(10).
028800     05  FILLER                      PIC X(02) VALUE SPACES.
028900     05  WS-RPT-ACC-PATTERNS         PIC X(27).
029000     05  FILLER                      PIC X(02) VALUE SPACES.
029100     05  WS-RPT-ACC-FLIPS            PIC ZZZZ9.
029200     05  FILLER                      PIC X(02) VALUE SPACES.
029300     05  WS-RPT-ACC-START-POWER      PIC Z,ZZZ,ZZ9.
029400     05  FILLER                      PIC X(02) VALUE SPACES.
029500     05  WS-RPT-ACC-END-POWER        PIC Z,ZZZ,ZZ9.
029600     05  FILLER                      PIC X(02) VALUE SPACES.
029700     05  WS-RPT-ACC-GROWTH           PIC X(09).
029800     05  FILLER                      PIC X(02) VALUE SPACES.
029900     05  WS-RPT-ACC-SAME-DATES       PIC ZZZZ9.
030000     05  FILLER                      PIC X(02) VALUE SPACES.
030100     05  WS-RPT-ACC-ENTRIES          PIC ZZZZ9.
030200     05  FILLER                      PIC X(02) VALUE SPACES.
030300     05  WS-RPT-ACC-HOLD-ACTION      PIC X(20).
030400     05  FILLER                      PIC X(17) VALUE SPACES.
030500 01  WS-RPT-PCT-EDIT                 PIC Z,ZZZ,ZZ9.
030600 01  WS-RPT-TRAIL-HEADING.
030700     05  FILLER                      PIC X(06) VALUE SPACES.
030800     05  FILLER                      PIC X(09) VALUE 'DATE'.
030900     05  FILLER                      PIC X(10) VALUE 'TIME'.
031000     05  FILLER                      PIC X(10) VALUE 'SOURCE'.
031100     05  FILLER                      PIC X(05) VALUE 'ACT'.
031200     05  FILLER                      PIC X(24) VALUE 'OLD STATE'.
031300     05  FILLER                      PIC X(22) VALUE 'NEW STATE'.
031400     05  FILLER                      PIC X(11) VALUE 'OLD POWER'.
031500     05  FILLER                      PIC X(11) VALUE 'NEW POWER'.
031600     05  FILLER                      PIC X(25) VALUE SPACES.
031700 01  WS-RPT-TRAIL-LINE.
031800     05  FILLER                      PIC X(06) VALUE SPACES.
031900     05  WS-RPT-TRL-EVENT-DATE       PIC 9(08).
032000     05  FILLER                      PIC X(01) VALUE SPACES.
032100     05  WS-RPT-TRL-EVENT-TIME       PIC 9(08).
032200     05  FILLER                      PIC X(02) VALUE SPACES.
032300     05  WS-RPT-TRL-SOURCE           PIC X(08).
032400     05  FILLER                      PIC X(02) VALUE SPACES.
032500     05  WS-RPT-TRL-ACTION           PIC X(03).
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  WS-RPT-TRL-OLD-STATE        PIC X(20).
032800     05  FILLER                      PIC X(04) VALUE ' -> '.
032900     05  WS-RPT-TRL-NEW-STATE        PIC X(20).
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  WS-RPT-TRL-OLD-POWER        PIC Z,ZZZ,ZZ9.
033200     05  FILLER                      PIC X(02) VALUE SPACES.
033300     05  WS-RPT-TRL-NEW-POWER        PIC Z,ZZZ,ZZ9.
033400     05  FILLER                      PIC X(02) VALUE SPACES.
033500     05  WS-RPT-TRL-FLIP-MARK        PIC X(10).
033600     05  FILLER                      PIC X(01) VALUE SPACES.
033700     05  WS-RPT-TRL-SAME-DATE-MARK   PIC X(10).
033800     05  FILLER                      PIC X(04) VALUE SPACES.
033900 01  WS-RPT-UNLISTED-LINE.
034000     05  FILLER                      PIC X(06) VALUE SPACES.
034100     05  WS-RPT-UNL-COUNT            PIC ZZZZ9.
034200     05  FILLER                      PIC X(41)
034300             VALUE ' FURTHER ENTRIES IN THE PERIOD NOT LISTED'.
034400     05  FILLER                      PIC X(81) VALUE SPACES.
034500 01  WS-RPT-COUNT-LINE.
034600     05  FILLER                      PIC X(02) VALUE SPACES.
034700     05  WS-RPT-COUNT-LABEL          PIC X(30).
034800     05  WS-RPT-COUNT-VALUE          PIC Z,ZZZ,ZZ9.
034900     05  FILLER                      PIC X(92) VALUE SPACES.
035000 01  WS-RPT-MESSAGE-LINE.
035100     05  FILLER                      PIC X(02) VALUE SPACES.
035200     05  WS-RPT-MESSAGE-TEXT         PIC X(80).
035300     05  FILLER                      PIC X(51) VALUE SPACES.
035400 01  WS-RPT-BLANK-LINE               PIC X(133) VALUE SPACES.
035500*-----------------------------------------------------------------
035600 PROCEDURE DIVISION.
035700*=================================================================
035800 0000-MAINLINE-CONTROL.
035900*=================================================================
036000     PERFORM 1000-INITIALIZE-JOB
036100         THRU 1000-EXIT.
036200
036300     PERFORM 2050-READ-ARCHIVE-RECORD
036400         THRU 2050-EXIT.
036500     PERFORM 2000-SURVEY-ONE-ACCOUNT
036600         THRU 2000-EXIT
036700         UNTIL WS-ARC-KEY = HIGH-VALUES.
036800
036900     PERFORM 8000-PRINT-TOTALS
037000         THRU 8000-EXIT.
037100
037200     PERFORM 9000-TERMINATE-JOB
037300         THRU 9000-EXIT.
037400
037500     STOP RUN.
037600*=================================================================
037700 1000-INITIALIZE-JOB.
037800*=================================================================
037900     DISPLAY '>> [COBOL] SPEKTRE-SURVEIL BEHAVIOUR REVIEW...'.
038000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
038100
038200     OPEN INPUT PARM-CONTROL-FILE.
038300     IF WS-PARMCARD-STATUS = '00'
038400         READ PARM-CONTROL-FILE
038500             AT END
038600                 MOVE WS-CURRENT-DATE TO WS-RUN-DATE
038700             NOT AT END
038800                 IF PARM-AS-OF-DATE NUMERIC
038900                    AND PARM-AS-OF-DATE > ZERO
039000                     MOVE PARM-AS-OF-DATE TO WS-RUN-DATE
039100                 ELSE
039200                     MOVE WS-CURRENT-DATE TO WS-RUN-DATE
039300                 END-IF
039400                 IF PARM-PERIOD-DAYS NUMERIC
039500                    AND PARM-PERIOD-DAYS > ZERO
039600                     MOVE PARM-PERIOD-DAYS TO WS-PERIOD-DAYS
039700                 END-IF
039800                 IF PARM-SURV-FLIP-LIMIT NUMERIC
039900                    AND PARM-SURV-FLIP-LIMIT > ZERO
040000                     MOVE PARM-SURV-FLIP-LIMIT TO WS-FLIP-LIMIT
040100                 END-IF
040200                 IF PARM-SURV-GROWTH-PCT NUMERIC
040300                    AND PARM-SURV-GROWTH-PCT > ZERO
040400                     MOVE PARM-SURV-GROWTH-PCT
040500                         TO WS-GROWTH-LIMIT-PCT
040600                 END-IF
040700                 IF PARM-SURV-HOLD-FEED-YES
040800                     MOVE 'Y' TO WS-HOLD-FEED-SWITCH
040900                 END-IF
041000                 IF PARM-LEDGER-OVERRIDE-YES
041100                     MOVE 'Y' TO WS-LEDGER-OVR-SWITCH
041200                 END-IF
041300         END-READ
041400         CLOSE PARM-CONTROL-FILE
041500     ELSE
041600         MOVE WS-CURRENT-DATE TO WS-RUN-DATE
041700     END-IF.
041800
041900     PERFORM 1900-VERIFY-RUN-LEDGER
042000         THRU 1900-EXIT.
042100
042200     PERFORM 1200-COMPUTE-PERIOD-START
042300         THRU 1200-EXIT.
042400     DISPLAY '>> [COBOL] LOOK-BACK PERIOD ' WS-PERIOD-START-DATE
042500         ' TO ' WS-RUN-DATE '.'.
042600
042700     OPEN INPUT ACTIVITY-ARCHIVE-FILE.
042800     IF WS-ARCHFILE-STATUS NOT = '00'
042900         DISPLAY '>> [COBOL] UNABLE TO OPEN ACTIVITY-ARCHIVE-'
043000             'FILE, STATUS ' WS-ARCHFILE-STATUS '.  JOB ABORTED.'
043100         MOVE 16 TO WS-RETURN-CODE
043200         MOVE WS-RETURN-CODE TO RETURN-CODE
043300         STOP RUN
043400     END-IF.
043500     OPEN OUTPUT SURVEILLANCE-REPORT.
043600     IF WS-SURVRPT-STATUS NOT = '00'
043700         DISPLAY '>> [COBOL] UNABLE TO OPEN SURVEILLANCE-REPORT,'
043800             ' STATUS ' WS-SURVRPT-STATUS '.  JOB ABORTED.'
043900         MOVE 16 TO WS-RETURN-CODE
044000         MOVE WS-RETURN-CODE TO RETURN-CODE
044100         STOP RUN
044200     END-IF.
044300
044400     PERFORM 1800-LOAD-HOLD-TABLE
044500         THRU 1800-EXIT.
044600     IF HOLD-FEED-REQUESTED
044700         PERFORM 1850-OPEN-HOLD-FEED
044800             THRU 1850-EXIT
044900     END-IF.
045000 1000-EXIT.
045100     EXIT.
045200*=================================================================
045300 1200-COMPUTE-PERIOD-START.
045400*=================================================================
045500*    THE PERIOD INCLUDES THE RUN DATE, SO THE FIRST DAY IS
045600*    PERIOD-DAYS LESS ONE CALENDAR DAYS BEFORE IT.
045700*=================================================================
045800     MOVE WS-RUN-DATE TO WS-DATE-PARTS-WORK.
045900     COMPUTE WS-STEP-BACK-DAYS = WS-PERIOD-DAYS - 1.
046000     PERFORM 1210-STEP-BACK-ONE-DAY
046100         THRU 1210-EXIT
046200         WS-STEP-BACK-DAYS TIMES.
046300     MOVE WS-DATE-PARTS-WORK TO WS-PERIOD-START-DATE.
046400 1200-EXIT.
046500     EXIT.
046600*=================================================================
046700 1210-STEP-BACK-ONE-DAY.
046800*=================================================================
046900     IF WS-DPW-DAY > 1
047000         SUBTRACT 1 FROM WS-DPW-DAY
047100         GO TO 1210-EXIT
047200     END-IF.
047300     IF WS-DPW-MONTH > 1
047400         SUBTRACT 1 FROM WS-DPW-MONTH
047500     ELSE
047600         MOVE 12 TO WS-DPW-MONTH
047700         SUBTRACT 1 FROM WS-DPW-YEAR
047800     END-IF.
047900     MOVE WS-MONTH-LENGTH (WS-DPW-MONTH) TO WS-DPW-DAY.
048000     IF WS-DPW-MONTH = 2
048100         DIVIDE WS-DPW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
048200             REMAINDER WS-LEAP-REMAINDER-4
048300         DIVIDE WS-DPW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
048400             REMAINDER WS-LEAP-REMAINDER-100
048500         DIVIDE WS-DPW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
048600             REMAINDER WS-LEAP-REMAINDER-400
048700         IF WS-LEAP-REMAINDER-4 = ZERO
048800            AND (WS-LEAP-REMAINDER-100 NOT = ZERO
048900              OR WS-LEAP-REMAINDER-400 = ZERO)
049000             MOVE 29 TO WS-DPW-DAY
049100         END-IF
049200     END-IF.
049300 1210-EXIT.
049400     EXIT.
049500*=================================================================
049600 1800-LOAD-HOLD-TABLE.
049700*=================================================================
049800*    LOADS THE HOLDS IN EFFECT ON THE RUN DATE.  A MISSING
049900*    FILE SIMPLY MEANS THERE ARE NO HOLDS.  ANY OTHER OPEN
049910*    FAILURE ABORTS THE JOB -- AN EMPTY TABLE WOULD LET THE
049920*    HOLD FEED HOLD ACCOUNTS THAT ARE ALREADY HELD.
050000*=================================================================
050100     OPEN INPUT HOLD-ACCOUNT-FILE.
050110     IF WS-HOLDFILE-STATUS = '35'
050120         GO TO 1800-EXIT
050130     END-IF.
050200     IF WS-HOLDFILE-STATUS NOT = '00'
050300         DISPLAY '>> [COBOL] UNABLE TO OPEN HOLD-ACCOUNT-FILE, '
050310             'STATUS ' WS-HOLDFILE-STATUS '.  JOB ABORTED.'
050320         MOVE 16 TO WS-RETURN-CODE
050330         MOVE WS-RETURN-CODE TO RETURN-CODE
050340         STOP RUN
050400     END-IF.
050500     PERFORM 1810-LOAD-ONE-HOLD-RECORD
050600         THRU 1810-EXIT
050700         UNTIL END-OF-HOLD-FILE.
050800     CLOSE HOLD-ACCOUNT-FILE.
050900 1800-EXIT.
051000     EXIT.
051100*=================================================================
051200 1810-LOAD-ONE-HOLD-RECORD.
051300*=================================================================
051400*    A BLANK DATE ON AN OLDER HOLD RECORD IS TREATED AS ZERO.
051500*=================================================================
051600     READ HOLD-ACCOUNT-FILE
051700         AT END
051800             MOVE 'Y' TO WS-HOLDFILE-EOF-SWITCH
051900             GO TO 1810-EXIT
052000     END-READ.
052100     IF HLD-EFFECTIVE-DATE NOT NUMERIC
052200         MOVE ZERO TO HLD-EFFECTIVE-DATE
052300     END-IF.
052400     IF HLD-EXPIRY-DATE NOT NUMERIC
052500         MOVE ZERO TO HLD-EXPIRY-DATE
052600     END-IF.
052700     IF HLD-EFFECTIVE-DATE > WS-RUN-DATE
052800         GO TO 1810-EXIT
052900     END-IF.
053000     IF HLD-EXPIRY-DATE > ZERO
053100        AND HLD-EXPIRY-DATE < WS-RUN-DATE
053200         GO TO 1810-EXIT
053300     END-IF.
053400     IF WS-HOLD-TABLE-COUNT < WS-HOLD-MAX-ENTRIES
053500         ADD 1 TO WS-HOLD-TABLE-COUNT
053600         SET HLD-IDX TO WS-HOLD-TABLE-COUNT
053700         MOVE HLD-ACCOUNT-ID
053800             TO WS-HLD-TBL-ACCOUNT-ID (HLD-IDX)
053900     ELSE
054000         DISPLAY '>> [COBOL] *** HOLD-ACCOUNT TABLE EXCEEDS '
054100             WS-HOLD-MAX-ENTRIES ' ENTRIES.  ACCOUNT '
054200             HLD-ACCOUNT-ID ' MAY BE HELD TWICE. ***'
054300         MOVE 8 TO WS-RETURN-CODE
054400     END-IF.
054500 1810-EXIT.
054600     EXIT.
054700*=================================================================
054800 1850-OPEN-HOLD-FEED.
054900*=================================================================
055000*    NEW HOLDS ARE APPENDED; THE OPERATIONS RECORDS ALREADY ON
055100*    THE FILE ARE LEFT AS THEY ARE.
055200*=================================================================
055300     OPEN EXTEND HOLD-ACCOUNT-FILE.
055400     IF WS-HOLDFILE-STATUS = '35'
055500         OPEN OUTPUT HOLD-ACCOUNT-FILE
055600     END-IF.
055700     IF WS-HOLDFILE-STATUS NOT = '00'
055800         DISPLAY '>> [COBOL] UNABLE TO OPEN HOLD-ACCOUNT-FILE '
055900             'FOR THE HOLD FEED, STATUS ' WS-HOLDFILE-STATUS
056000             '.  JOB ABORTED.'
056100         MOVE 16 TO WS-RETURN-CODE
056200         MOVE WS-RETURN-CODE TO RETURN-CODE
056300         STOP RUN
056400     END-IF.
056500     DISPLAY '>> [COBOL] HOLD FEED ON -- FLAGGED ACCOUNTS WILL '
056600         'BE HELD FROM ' WS-RUN-DATE '.'.
056700 1850-EXIT.
056800     EXIT.
056900*=================================================================
057000 1900-VERIFY-RUN-LEDGER.
057100*=================================================================
057200*    REFUSES TO START UNLESS SPEKTRE-MSTLOAD COMPLETED CLEAN
057300*    FOR THE RUN DATE, AND REFUSES A SECOND CLEAN RUN FOR ONE
057400*    DATE, UNLESS THE OPERATOR OVERRIDE PARM IS SUPPLIED.
057500*=================================================================
057600     OPEN INPUT RUN-LEDGER-FILE.
057700     IF WS-RUNLEDGR-STATUS = '35'
057800         DISPLAY '>> [COBOL] NO RUN LEDGER ON HAND -- '
057900             'STARTING A NEW ONE.'
058000     ELSE
058100         IF WS-RUNLEDGR-STATUS NOT = '00'
058200             DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
058300                 'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
058400             MOVE 16 TO WS-RETURN-CODE
058500             MOVE WS-RETURN-CODE TO RETURN-CODE
058600             STOP RUN
058700         END-IF
058800         PERFORM 1910-SCAN-ONE-LEDGER-RECORD
058900             THRU 1910-EXIT
059000             UNTIL END-OF-RUN-LEDGER
059100         CLOSE RUN-LEDGER-FILE
059200     END-IF.
059300     IF LEDGER-OVERRIDE-REQUESTED
059400         DISPLAY '>> [COBOL] RUN-LEDGER CHECK BYPASSED BY '
059500             'OPERATOR OVERRIDE.'
059600         GO TO 1900-WRITE-START
059700     END-IF.
059800     IF JOB-ALREADY-RAN-CLEAN
059900         DISPLAY '>> [COBOL] *** SPEKTRE-SURVEIL ALREADY '
060000             'COMPLETED CLEAN FOR ' WS-RUN-DATE
060100             '.  RERUN REFUSED -- SUPPLY THE LEDGER-OVERRIDE '
060200             'PARM FOR A GENUINE RERUN. ***'
060300         MOVE 16 TO WS-RETURN-CODE
060400         MOVE WS-RETURN-CODE TO RETURN-CODE
060500         STOP RUN
060600     END-IF.
060700     IF NOT PREDECESSOR-RAN-CLEAN
060800         DISPLAY '>> [COBOL] *** PREDECESSOR '
060900             WS-LEDGER-PRED-NAME ' HAS NOT COMPLETED CLEAN '
061000             'FOR ' WS-RUN-DATE '.  JOB REFUSED. ***'
061100         MOVE 16 TO WS-RETURN-CODE
061200         MOVE WS-RETURN-CODE TO RETURN-CODE
061300         STOP RUN
061400     END-IF.
061500 1900-WRITE-START.
061600     MOVE 'START' TO WS-LEDGER-EVENT-CODE.
061700     MOVE SPACES  TO WS-LEDGER-OUTCOME-CODE.
061800     PERFORM 1950-WRITE-RUN-LEDGER
061900         THRU 1950-EXIT.
062000 1900-EXIT.
062100     EXIT.
062200*=================================================================
062300 1910-SCAN-ONE-LEDGER-RECORD.
062400*=================================================================
062500     READ RUN-LEDGER-FILE
062600         AT END
062700             MOVE 'Y' TO WS-RUNLEDGR-EOF-SWITCH
062800             GO TO 1910-EXIT
062900     END-READ.
063000     IF LDG-BUSINESS-DATE = WS-RUN-DATE
063100        AND LDG-EVENT-END
063200        AND LDG-OUTCOME-CLEAN
063300         IF LDG-JOB-NAME = WS-LEDGER-PRED-NAME
063400             MOVE 'Y' TO WS-PRED-CLEAN-SWITCH
063500         END-IF
063600         IF LDG-JOB-NAME = WS-LEDGER-JOB-NAME
063700             MOVE 'Y' TO WS-SELF-DONE-SWITCH
063800         END-IF
063900     END-IF.
064000 1910-EXIT.
064100     EXIT.
064200*=================================================================
064300 1950-WRITE-RUN-LEDGER.
064400*=================================================================
064500     OPEN EXTEND RUN-LEDGER-FILE.
064600     IF WS-RUNLEDGR-STATUS = '35'
064700         OPEN OUTPUT RUN-LEDGER-FILE
064800     END-IF.
064900     IF WS-RUNLEDGR-STATUS NOT = '00'
065000         DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
065100             'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
065200         MOVE 16 TO WS-RETURN-CODE
065300         MOVE WS-RETURN-CODE TO RETURN-CODE
065400         STOP RUN
065500     END-IF.
065600     ACCEPT WS-CURRENT-TIME FROM TIME.
065700     MOVE SPACES                 TO RUN-LEDGER-RECORD.
065800     MOVE WS-LEDGER-JOB-NAME     TO LDG-JOB-NAME.
065900     MOVE WS-RUN-DATE            TO LDG-BUSINESS-DATE.
066000     MOVE WS-LEDGER-EVENT-CODE   TO LDG-EVENT-CODE.
066100     MOVE WS-LEDGER-OUTCOME-CODE TO LDG-OUTCOME-CODE.
066200     MOVE WS-CURRENT-DATE        TO LDG-EVENT-DATE.
066300     MOVE WS-CURRENT-TIME        TO LDG-EVENT-TIME.
066400     WRITE RUN-LEDGER-RECORD.
066500     CLOSE RUN-LEDGER-FILE.
066600 1950-EXIT.
066700     EXIT.
066800*=================================================================
066900 2000-SURVEY-ONE-ACCOUNT.
067000*=================================================================
067100*    TAKES EVERY ARCHIVE ENTRY FOR ONE ACCOUNT, THEN JUDGES THE
067200*    ACCOUNT ON THE ENTRIES THAT FELL IN THE PERIOD.
067300*=================================================================
067400     MOVE SPACES     TO WS-ACCOUNT-WORK.
067500     MOVE WS-ARC-KEY TO WS-ACC-ACCOUNT-ID.
067600     MOVE ZERO       TO WS-ACC-ENTRY-CTR.
067700     MOVE ZERO       TO WS-ACC-FLIP-CTR.
067800     MOVE ZERO       TO WS-ACC-SAME-DATE-CTR.
067900     MOVE ZERO       TO WS-ACC-START-POWER.
068000     MOVE ZERO       TO WS-ACC-END-POWER.
068100     MOVE ZERO       TO WS-ACC-GROWTH-PCT.
068200     MOVE ZERO       TO WS-ACC-CUR-DATE.
068300     MOVE 'N'        TO WS-ACC-MAINT-SW.
068400     MOVE 'N'        TO WS-ACC-OVERRIDE-SW.
068500     MOVE 'N'        TO WS-ACC-GROWTH-SW.
068600     MOVE ZERO       TO WS-TRAIL-TABLE-COUNT.
068700     MOVE ZERO       TO WS-TRAIL-UNLISTED-CTR.
068800
068900     PERFORM 2100-TAKE-ONE-ENTRY
069000         THRU 2100-EXIT
069100         UNTIL WS-ARC-KEY NOT = WS-ACC-ACCOUNT-ID.
069200
069300     IF WS-ACC-ENTRY-CTR = ZERO
069400         GO TO 2000-EXIT
069500     END-IF.
069600     ADD 1 TO WS-ACCOUNTS-ACTIVE-CTR.
069700     PERFORM 2300-CLOSE-ENTRY-DATE
069800         THRU 2300-EXIT.
069900     PERFORM 2400-JUDGE-ACCOUNT
070000         THRU 2400-EXIT.
070100 2000-EXIT.
070200     EXIT.
070300*=================================================================
070400 2050-READ-ARCHIVE-RECORD.
070500*=================================================================
070600     READ ACTIVITY-ARCHIVE-FILE
070700         AT END
070800             MOVE HIGH-VALUES TO WS-ARC-KEY
070900         NOT AT END
071000             ADD 1 TO WS-ARCHIVE-READ-CTR
071100             MOVE ARC-ACCOUNT-ID TO WS-ARC-KEY
071200     END-READ.
071300 2050-EXIT.
071400     EXIT.
071500*=================================================================
071600 2100-TAKE-ONE-ENTRY.
071700*=================================================================
071800*    ONLY AUDIT ENTRIES DATED INSIDE THE PERIOD ARE SURVEYED.
071900*    HISTORY ENTRIES REPEAT WHAT THE AUDIT ENTRIES SAY.
072000*=================================================================
072100     IF ARC-IS-AUDIT-ENTRY
072200        AND ARC-EVENT-DATE NOT < WS-PERIOD-START-DATE
072300        AND ARC-EVENT-DATE NOT > WS-RUN-DATE
072400         PERFORM 2200-POST-ENTRY
072500             THRU 2200-EXIT
072600     END-IF.
072700     PERFORM 2050-READ-ARCHIVE-RECORD
072800         THRU 2050-EXIT.
072900 2100-EXIT.
073000     EXIT.
073100*=================================================================
073200 2200-POST-ENTRY.
073300*=================================================================
073400*    THE OPENING POWER-LEVEL IS THE FIRST ENTRY'S OLD VALUE, OR
073500*    ITS NEW VALUE WHEN THE ACCOUNT WAS ADDED OR REINSTATED BY
073600*    IT.  A MAINTENANCE ENTRY ARCHIVED BEFORE THE ACTION CODE
073700*    WAS CARRIED IS CLASSED BY ITS VALUES.
073800*=================================================================
073900     ADD 1 TO WS-ENTRIES-IN-PERIOD-CTR.
074000     ADD 1 TO WS-ACC-ENTRY-CTR.
074100     IF ARC-SOURCE-PROGRAM = 'MAINT   '
074200         MOVE ARC-ACTION-CODE TO WS-ACTION-WORK
074300         IF WS-ACTION-WORK = SPACES
074400             IF ARC-OLD-STATE = SPACES
074500                 MOVE 'ADD' TO WS-ACTION-WORK
074600             ELSE
074700                 IF ARC-NEW-STATE = SPACES
074800                     MOVE 'DEL' TO WS-ACTION-WORK
074900                 ELSE
075000                     MOVE 'CHG' TO WS-ACTION-WORK
075100                 END-IF
075200             END-IF
075300         END-IF
075400     ELSE
075500         MOVE 'TRN' TO WS-ACTION-WORK
075600     END-IF.
075700
075800     IF WS-ACC-ENTRY-CTR = 1
075900         IF ARC-OLD-STATE = SPACES
076000             MOVE ARC-NEW-POWER-LEVEL TO WS-ACC-START-POWER
076100         ELSE
076200             MOVE ARC-OLD-POWER-LEVEL TO WS-ACC-START-POWER
076300         END-IF
076400     END-IF.
076500     MOVE ARC-NEW-POWER-LEVEL TO WS-ACC-END-POWER.
076600
076700     IF ARC-EVENT-DATE NOT = WS-ACC-CUR-DATE
076800         PERFORM 2300-CLOSE-ENTRY-DATE
076900             THRU 2300-EXIT
077000         MOVE ARC-EVENT-DATE TO WS-ACC-CUR-DATE
077100     END-IF.
077200     IF ARC-SOURCE-PROGRAM = 'MAINT   '
077300         MOVE 'Y' TO WS-ACC-MAINT-SW
077400     ELSE
077500         MOVE 'Y' TO WS-ACC-OVERRIDE-SW
077600     END-IF.
077700
077800     PERFORM 2250-KEEP-TRAIL-ENTRY
077900         THRU 2250-EXIT.
078000     PERFORM 2270-CHECK-FLIP-BACK
078100         THRU 2270-EXIT.
078200 2200-EXIT.
078300     EXIT.
078400*=================================================================
078500 2250-KEEP-TRAIL-ENTRY.
078600*=================================================================
078700     IF WS-TRAIL-TABLE-COUNT NOT < WS-TRAIL-MAX-ENTRIES
078800         ADD 1 TO WS-TRAIL-UNLISTED-CTR
078900         GO TO 2250-EXIT
079000     END-IF.
079100     ADD 1 TO WS-TRAIL-TABLE-COUNT.
079200     SET TRL-IDX TO WS-TRAIL-TABLE-COUNT.
079300     MOVE ARC-EVENT-DATE      TO WS-TRL-EVENT-DATE (TRL-IDX).
079400     MOVE ARC-EVENT-TIME      TO WS-TRL-EVENT-TIME (TRL-IDX).
079500     MOVE ARC-SOURCE-PROGRAM  TO WS-TRL-SOURCE-PROGRAM (TRL-IDX).
079600     MOVE WS-ACTION-WORK      TO WS-TRL-ACTION-CODE (TRL-IDX).
079700     MOVE ARC-OLD-STATE       TO WS-TRL-OLD-STATE (TRL-IDX).
079800     MOVE ARC-NEW-STATE       TO WS-TRL-NEW-STATE (TRL-IDX).
079900     MOVE ARC-OLD-POWER-LEVEL TO WS-TRL-OLD-POWER (TRL-IDX).
080000     MOVE ARC-NEW-POWER-LEVEL TO WS-TRL-NEW-POWER (TRL-IDX).
080100     MOVE SPACES              TO WS-TRL-FLIP-MARK (TRL-IDX).
080200     MOVE SPACES              TO WS-TRL-SAME-DATE-MARK (TRL-IDX).
080300 2250-EXIT.
080400     EXIT.
080500*=================================================================
080600 2270-CHECK-FLIP-BACK.
080700*=================================================================
080800*    A FLIP-BACK IS A TRANSITION STRAIGHT BACK TO THE STATE THE
080900*    ACCOUNT'S LAST TRANSITION TOOK IT FROM.  A POWER-ONLY
081000*    CHANGE DOES NOT BREAK THE PATTERN; AN ADD, DEL, OR REI
081100*    STARTS IT AFRESH.
081200*=================================================================
081300     IF ARC-OLD-STATE = SPACES
081400        OR ARC-NEW-STATE = SPACES
081500         MOVE SPACES TO WS-ACC-LAST-FROM-STATE
081600         MOVE SPACES TO WS-ACC-LAST-TO-STATE
081700         GO TO 2270-EXIT
081800     END-IF.
081900     IF ARC-OLD-STATE = ARC-NEW-STATE
082000         GO TO 2270-EXIT
082100     END-IF.
082200     IF WS-ACC-LAST-FROM-STATE NOT = SPACES
082300        AND ARC-NEW-STATE = WS-ACC-LAST-FROM-STATE
082400        AND ARC-OLD-STATE = WS-ACC-LAST-TO-STATE
082500         ADD 1 TO WS-ACC-FLIP-CTR
082600         IF WS-TRAIL-UNLISTED-CTR = ZERO
082700             MOVE 'FLIP-BACK' TO WS-TRL-FLIP-MARK (TRL-IDX)
082800         END-IF
082900     END-IF.
083000     MOVE ARC-OLD-STATE TO WS-ACC-LAST-FROM-STATE.
083100     MOVE ARC-NEW-STATE TO WS-ACC-LAST-TO-STATE.
083200 2270-EXIT.
083300     EXIT.
083400*=================================================================
083500 2300-CLOSE-ENTRY-DATE.
083600*=================================================================
083700*    COUNTS THE DATE JUST FINISHED IF BOTH SPEKTRE-MAINT AND
083800*    SPEKTRE-OVERRIDE CHANGED THE ACCOUNT ON IT.
083900*=================================================================
084000     IF MAINT-CHANGED-ON-DATE
084100        AND OVERRIDE-CHANGED-ON-DATE
084200         ADD 1 TO WS-ACC-SAME-DATE-CTR
084300     END-IF.
084400     MOVE 'N' TO WS-ACC-MAINT-SW.
084500     MOVE 'N' TO WS-ACC-OVERRIDE-SW.
084600 2300-EXIT.
084700     EXIT.
084800*=================================================================
084900 2400-JUDGE-ACCOUNT.
085000*=================================================================
085100*    GROWTH IS MEASURED ONLY FROM A NON-ZERO OPENING POWER-
085200*    LEVEL; A PERCENTAGE TOO LARGE TO HOLD IS SHOWN AS THE
085300*    LARGEST THE FIELD CAN CARRY.
085400*=================================================================
085500     IF WS-ACC-START-POWER > ZERO
085600         MOVE 'Y' TO WS-ACC-GROWTH-SW
085700         IF WS-ACC-END-POWER > WS-ACC-START-POWER
085800             COMPUTE WS-ACC-GROWTH-PCT
085900                 = (WS-ACC-END-POWER - WS-ACC-START-POWER)
086000                   * 100 / WS-ACC-START-POWER
086100                 ON SIZE ERROR
086200                     MOVE 9999999 TO WS-ACC-GROWTH-PCT
086300             END-COMPUTE
086400         END-IF
086500     END-IF.
086600
086700     IF WS-ACC-FLIP-CTR NOT < WS-FLIP-LIMIT
086800         MOVE 'FLIP-FLOP' TO WS-ACC-FLIP-CODE
086900         ADD 1 TO WS-FLIP-FLAGGED-CTR
087000     END-IF.
087100     IF GROWTH-MEASURED
087200        AND WS-ACC-GROWTH-PCT > WS-GROWTH-LIMIT-PCT
087300         MOVE 'GROWTH' TO WS-ACC-GROWTH-CODE
087400         ADD 1 TO WS-GROWTH-FLAGGED-CTR
087500     END-IF.
087600     IF WS-ACC-SAME-DATE-CTR > ZERO
087700         MOVE 'MAINT+OVR' TO WS-ACC-SAME-CODE
087800         ADD 1 TO WS-SAME-DATE-FLAGGED-CTR
087900     END-IF.
088000     IF WS-ACC-PATTERNS = SPACES
088100         GO TO 2400-EXIT
088200     END-IF.
088300
088400     ADD 1 TO WS-ACCOUNTS-FLAGGED-CTR.
088500     IF WS-RETURN-CODE < 4
088600         MOVE 4 TO WS-RETURN-CODE
088700     END-IF.
088800     PERFORM 2500-HOLD-FLAGGED-ACCOUNT
088900         THRU 2500-EXIT.
089000     PERFORM 3000-PRINT-ACCOUNT-BLOCK
089100         THRU 3000-EXIT.
089200 2400-EXIT.
089300     EXIT.
089400*=================================================================
089500 2500-HOLD-FLAGGED-ACCOUNT.
089600*=================================================================
089700*    AN ACCOUNT ALREADY HELD KEEPS THE HOLD IT HAS.  OTHERWISE,
089800*    WITH THE FEED ON, A HOLD IS ADDED FROM THE RUN DATE WITH NO
089900*    EXPIRY; THE DISPUTE DESK RELEASES IT.
090000*=================================================================
090100     MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
090200     SET HLD-IDX TO 1.
090300     PERFORM 2510-SCAN-HOLD-ENTRY
090400         THRU 2510-EXIT
090500         UNTIL HLD-IDX > WS-HOLD-TABLE-COUNT
090600            OR ACCOUNT-ALREADY-HELD.
090700     IF ACCOUNT-ALREADY-HELD
090800         MOVE 'ALREADY HELD' TO WS-ACC-HOLD-ACTION
090900         ADD 1 TO WS-ALREADY-HELD-CTR
091000         GO TO 2500-EXIT
091100     END-IF.
091200     IF NOT HOLD-FEED-REQUESTED
091300         MOVE 'FOR REVIEW' TO WS-ACC-HOLD-ACTION
091400         GO TO 2500-EXIT
091500     END-IF.
091600     MOVE SPACES              TO HOLD-ACCOUNT-RECORD.
091700     MOVE WS-ACC-ACCOUNT-ID   TO HLD-ACCOUNT-ID.
091800     MOVE 1                   TO WS-REASON-POINTER.
091900     STRING 'SURVEILLANCE' DELIMITED BY SIZE
092000         INTO HLD-HOLD-REASON
092100         WITH POINTER WS-REASON-POINTER
092200     END-STRING.
092300     IF WS-ACC-FLIP-CODE NOT = SPACES
092400         STRING ' ' DELIMITED BY SIZE
092500             WS-ACC-FLIP-CODE DELIMITED BY SPACE
092600             INTO HLD-HOLD-REASON
092700             WITH POINTER WS-REASON-POINTER
092800         END-STRING
092900     END-IF.
093000     IF WS-ACC-GROWTH-CODE NOT = SPACES
093100         STRING ' ' DELIMITED BY SIZE
093200             WS-ACC-GROWTH-CODE DELIMITED BY SPACE
093300             INTO HLD-HOLD-REASON
093400             WITH POINTER WS-REASON-POINTER
093500         END-STRING
093600     END-IF.
093700     IF WS-ACC-SAME-CODE NOT = SPACES
093800         STRING ' ' DELIMITED BY SIZE
093900             WS-ACC-SAME-CODE DELIMITED BY SPACE
094000             INTO HLD-HOLD-REASON
094100             WITH POINTER WS-REASON-POINTER
094200         END-STRING
094300     END-IF.
094400     MOVE WS-RUN-DATE         TO HLD-EFFECTIVE-DATE.
094500     MOVE ZERO                TO HLD-EXPIRY-DATE.
094600     WRITE HOLD-ACCOUNT-RECORD.
094700     ADD 1 TO WS-HOLDS-PLACED-CTR.
094800     MOVE 'HOLD PLACED' TO WS-ACC-HOLD-ACTION.
094900 2500-EXIT.
095000     EXIT.
095100*=================================================================
095200 2510-SCAN-HOLD-ENTRY.
095300*=================================================================
095400     IF WS-HLD-TBL-ACCOUNT-ID (HLD-IDX) = WS-ACC-ACCOUNT-ID
095500         MOVE 'Y' TO WS-HOLD-FOUND-SWITCH
095600     ELSE
095700         SET HLD-IDX UP BY 1
095800     END-IF.
095900 2510-EXIT.
096000     EXIT.
096100*=================================================================
096200 3000-PRINT-ACCOUNT-BLOCK.
096300*=================================================================
096400*    ONE LINE FOR THE ACCOUNT, THEN ITS EVENT TRAIL FOR THE
096500*    PERIOD.  A BLOCK THAT WOULD RUN OFF THE PAGE STARTS A NEW
096600*    ONE WHEN IT WILL FIT ON A PAGE OF ITS OWN.
096700*=================================================================
096800     COMPUTE WS-BLOCK-LINES-NEEDED = WS-TRAIL-TABLE-COUNT + 4.
096900     IF WS-LINE-CTR + WS-BLOCK-LINES-NEEDED > WS-LINES-PER-PAGE
097000        AND WS-BLOCK-LINES-NEEDED + 7 NOT > WS-LINES-PER-PAGE
097100         MOVE 99 TO WS-LINE-CTR
097200     END-IF.
097300
097400     MOVE WS-ACC-ACCOUNT-ID    TO WS-RPT-ACC-ACCOUNT-ID.
097500     MOVE WS-ACC-PATTERNS      TO WS-RPT-ACC-PATTERNS.
097600     MOVE WS-ACC-FLIP-CTR      TO WS-RPT-ACC-FLIPS.
097700     MOVE WS-ACC-START-POWER   TO WS-RPT-ACC-START-POWER.
097800     MOVE WS-ACC-END-POWER     TO WS-RPT-ACC-END-POWER.
097900     IF GROWTH-MEASURED
098000         MOVE WS-ACC-GROWTH-PCT TO WS-RPT-PCT-EDIT
098100         MOVE WS-RPT-PCT-EDIT   TO WS-RPT-ACC-GROWTH
098200     ELSE
098300         MOVE '      N/A' TO WS-RPT-ACC-GROWTH
098400     END-IF.
098500     MOVE WS-ACC-SAME-DATE-CTR TO WS-RPT-ACC-SAME-DATES.
098600     MOVE WS-ACC-ENTRY-CTR     TO WS-RPT-ACC-ENTRIES.
098700     MOVE WS-ACC-HOLD-ACTION   TO WS-RPT-ACC-HOLD-ACTION.
098800     MOVE WS-RPT-ACCOUNT-LINE  TO WS-REPORT-LINE.
098900     PERFORM 7000-PRINT-REPORT-LINE
099000         THRU 7000-EXIT.
099100     MOVE WS-RPT-TRAIL-HEADING TO WS-REPORT-LINE.
099200     PERFORM 7000-PRINT-REPORT-LINE
099300         THRU 7000-EXIT.
099400
099500     SET TRL-IDX TO 1.
099600     PERFORM 3100-PRINT-TRAIL-ENTRY
099700         THRU 3100-EXIT
099800         WS-TRAIL-TABLE-COUNT TIMES.
099900     IF WS-TRAIL-UNLISTED-CTR > ZERO
100000         MOVE WS-TRAIL-UNLISTED-CTR TO WS-RPT-UNL-COUNT
100100         MOVE WS-RPT-UNLISTED-LINE  TO WS-REPORT-LINE
100200         PERFORM 7000-PRINT-REPORT-LINE
100300             THRU 7000-EXIT
100400     END-IF.
100500     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
100600     PERFORM 7000-PRINT-REPORT-LINE
100700         THRU 7000-EXIT.
100800 3000-EXIT.
100900     EXIT.
101000*=================================================================
101100 3100-PRINT-TRAIL-ENTRY.
101200*=================================================================
101300*    AN ENTRY IS MARKED M+O DATE WHEN THE OTHER PROGRAM ALSO
101400*    CHANGED THE ACCOUNT ON THE SAME DATE.
101500*=================================================================
101600     MOVE 'N' TO WS-OTHER-SOURCE-SWITCH.
101700     SET TRL-SCAN-IDX TO 1.
101800     PERFORM 3110-SCAN-SAME-DATE
101900         THRU 3110-EXIT
102000         UNTIL TRL-SCAN-IDX > WS-TRAIL-TABLE-COUNT
102100            OR OTHER-SOURCE-SAME-DATE.
102200     IF OTHER-SOURCE-SAME-DATE
102300         MOVE 'M+O DATE' TO WS-TRL-SAME-DATE-MARK (TRL-IDX)
102400     END-IF.
102500
102600     MOVE WS-TRL-EVENT-DATE (TRL-IDX)
102700         TO WS-RPT-TRL-EVENT-DATE.
102800     MOVE WS-TRL-EVENT-TIME (TRL-IDX)
102900         TO WS-RPT-TRL-EVENT-TIME.
103000     MOVE WS-TRL-SOURCE-PROGRAM (TRL-IDX)
103100         TO WS-RPT-TRL-SOURCE.
103200     MOVE WS-TRL-ACTION-CODE (TRL-IDX)
103300         TO WS-RPT-TRL-ACTION.
103400     MOVE WS-TRL-OLD-STATE (TRL-IDX)
103500         TO WS-RPT-TRL-OLD-STATE.
103600     MOVE WS-TRL-NEW-STATE (TRL-IDX)
103700         TO WS-RPT-TRL-NEW-STATE.
103800     MOVE WS-TRL-OLD-POWER (TRL-IDX)
103900         TO WS-RPT-TRL-OLD-POWER.
104000     MOVE WS-TRL-NEW-POWER (TRL-IDX)
104100         TO WS-RPT-TRL-NEW-POWER.
104200     MOVE WS-TRL-FLIP-MARK (TRL-IDX)
104300         TO WS-RPT-TRL-FLIP-MARK.
104400     MOVE WS-TRL-SAME-DATE-MARK (TRL-IDX)
104500         TO WS-RPT-TRL-SAME-DATE-MARK.
104600     MOVE WS-RPT-TRAIL-LINE TO WS-REPORT-LINE.
104700     PERFORM 7000-PRINT-REPORT-LINE
104800         THRU 7000-EXIT.
104900     SET TRL-IDX UP BY 1.
105000 3100-EXIT.
105100     EXIT.
105200*=================================================================
105300 3110-SCAN-SAME-DATE.
105400*=================================================================
105500     IF WS-TRL-EVENT-DATE (TRL-SCAN-IDX)
105600            = WS-TRL-EVENT-DATE (TRL-IDX)
105700        AND ((WS-TRL-SOURCE-PROGRAM (TRL-IDX) = 'MAINT   '
105800          AND WS-TRL-SOURCE-PROGRAM (TRL-SCAN-IDX)
105900               NOT = 'MAINT   ')
106000         OR (WS-TRL-SOURCE-PROGRAM (TRL-IDX) NOT = 'MAINT   '
106100          AND WS-TRL-SOURCE-PROGRAM (TRL-SCAN-IDX)
106200               = 'MAINT   '))
106300         MOVE 'Y' TO WS-OTHER-SOURCE-SWITCH
106400     ELSE
106500         SET TRL-SCAN-IDX UP BY 1
106600     END-IF.
106700 3110-EXIT.
106800     EXIT.
106900*=================================================================
107000 7000-PRINT-REPORT-LINE.
107100*=================================================================
107200*    ALL REPORT OUTPUT FUNNELS THROUGH HERE SO THE PAGE BREAKS
107300*    AND PAGE HEADINGS STAY CONSISTENT.
107400*=================================================================
107500     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
107600         PERFORM 7100-PRINT-PAGE-HEADING
107700             THRU 7100-EXIT
107800     END-IF.
107900     WRITE SURVEILLANCE-REPORT-RECORD FROM WS-REPORT-LINE.
108000     ADD 1 TO WS-LINE-CTR.
108100 7000-EXIT.
108200     EXIT.
108300*=================================================================
108400 7100-PRINT-PAGE-HEADING.
108500*=================================================================
108600     ADD 1 TO WS-PAGE-CTR.
108700     MOVE WS-PERIOD-START-DATE TO WS-RPT-HDG-PERIOD-START.
108800     MOVE WS-RUN-DATE          TO WS-RPT-HDG-PERIOD-END.
108900     MOVE WS-PAGE-CTR          TO WS-RPT-HDG-PAGE.
109000     MOVE WS-FLIP-LIMIT        TO WS-RPT-LIM-FLIPS.
109100     MOVE WS-GROWTH-LIMIT-PCT  TO WS-RPT-LIM-GROWTH.
109200     IF HOLD-FEED-REQUESTED
109300         MOVE 'ON'  TO WS-RPT-LIM-FEED
109400     ELSE
109500         MOVE 'OFF' TO WS-RPT-LIM-FEED
109600     END-IF.
109700     WRITE SURVEILLANCE-REPORT-RECORD FROM WS-RPT-PAGE-HEADING.
109800     WRITE SURVEILLANCE-REPORT-RECORD FROM WS-RPT-LIMITS-HEADING.
109900     WRITE SURVEILLANCE-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
110000     WRITE SURVEILLANCE-REPORT-RECORD
110100         FROM WS-RPT-COLUMN-HEADING-1.
110200     WRITE SURVEILLANCE-REPORT-RECORD
110300         FROM WS-RPT-COLUMN-HEADING-2.
110400     WRITE SURVEILLANCE-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
110500     MOVE 6 TO WS-LINE-CTR.
110600 7100-EXIT.
110700     EXIT.
110800*=================================================================
110900 8000-PRINT-TOTALS.
111000*=================================================================
111100     IF WS-ACCOUNTS-FLAGGED-CTR = ZERO
111200         MOVE 'NO ACCOUNT MATCHED A SURVEILLANCE PATTERN IN THE PE
111300-            'RIOD.' TO WS-RPT-MESSAGE-TEXT
111400         MOVE WS-RPT-MESSAGE-LINE TO WS-REPORT-LINE
111500         PERFORM 7000-PRINT-REPORT-LINE
111600             THRU 7000-EXIT
111700         MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE
111800         PERFORM 7000-PRINT-REPORT-LINE
111900             THRU 7000-EXIT
112000     END-IF.
112100     MOVE 'ARCHIVE ENTRIES READ.........:' TO WS-RPT-COUNT-LABEL.
112200     MOVE WS-ARCHIVE-READ-CTR TO WS-RPT-COUNT-VALUE.
112300     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
112400     PERFORM 7000-PRINT-REPORT-LINE
112500         THRU 7000-EXIT.
112600     MOVE 'AUDIT ENTRIES IN PERIOD......:' TO WS-RPT-COUNT-LABEL.
112700     MOVE WS-ENTRIES-IN-PERIOD-CTR TO WS-RPT-COUNT-VALUE.
112800     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
112900     PERFORM 7000-PRINT-REPORT-LINE
113000         THRU 7000-EXIT.
113100     MOVE 'ACCOUNTS ACTIVE IN PERIOD....:' TO WS-RPT-COUNT-LABEL.
113200     MOVE WS-ACCOUNTS-ACTIVE-CTR TO WS-RPT-COUNT-VALUE.
113300     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
113400     PERFORM 7000-PRINT-REPORT-LINE
113500         THRU 7000-EXIT.
113600     MOVE 'FLAGGED FLIP-FLOP............:' TO WS-RPT-COUNT-LABEL.
113700     MOVE WS-FLIP-FLAGGED-CTR TO WS-RPT-COUNT-VALUE.
113800     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
113900     PERFORM 7000-PRINT-REPORT-LINE
114000         THRU 7000-EXIT.
114100     MOVE 'FLAGGED POWER GROWTH.........:' TO WS-RPT-COUNT-LABEL.
114200     MOVE WS-GROWTH-FLAGGED-CTR TO WS-RPT-COUNT-VALUE.
114300     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
114400     PERFORM 7000-PRINT-REPORT-LINE
114500         THRU 7000-EXIT.
114600     MOVE 'FLAGGED MAINT+OVERRIDE DATE..:' TO WS-RPT-COUNT-LABEL.
114700     MOVE WS-SAME-DATE-FLAGGED-CTR TO WS-RPT-COUNT-VALUE.
114800     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
114900     PERFORM 7000-PRINT-REPORT-LINE
115000         THRU 7000-EXIT.
115100     MOVE 'ACCOUNTS FLAGGED.............:' TO WS-RPT-COUNT-LABEL.
115200     MOVE WS-ACCOUNTS-FLAGGED-CTR TO WS-RPT-COUNT-VALUE.
115300     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
115400     PERFORM 7000-PRINT-REPORT-LINE
115500         THRU 7000-EXIT.
115600     MOVE 'ALREADY HELD.................:' TO WS-RPT-COUNT-LABEL.
115700     MOVE WS-ALREADY-HELD-CTR TO WS-RPT-COUNT-VALUE.
115800     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
115900     PERFORM 7000-PRINT-REPORT-LINE
116000         THRU 7000-EXIT.
116100     MOVE 'HOLDS PLACED.................:' TO WS-RPT-COUNT-LABEL.
116200     MOVE WS-HOLDS-PLACED-CTR TO WS-RPT-COUNT-VALUE.
116300     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
116400     PERFORM 7000-PRINT-REPORT-LINE
116500         THRU 7000-EXIT.
116600 8000-EXIT.
116700     EXIT.
116800*=================================================================
116900 9000-TERMINATE-JOB.
117000*=================================================================
117100     CLOSE ACTIVITY-ARCHIVE-FILE.
117200     CLOSE SURVEILLANCE-REPORT.
117300     IF HOLD-FEED-REQUESTED
117400         CLOSE HOLD-ACCOUNT-FILE
117500     END-IF.
117600     DISPLAY '>> [COBOL] ARCHIVE ENTRIES READ...: '
117700             WS-ARCHIVE-READ-CTR.
117800     DISPLAY '>> [COBOL] ENTRIES IN PERIOD......: '
117900             WS-ENTRIES-IN-PERIOD-CTR.
118000     DISPLAY '>> [COBOL] ACCOUNTS FLAGGED.......: '
118100             WS-ACCOUNTS-FLAGGED-CTR.
118200     DISPLAY '>> [COBOL] HOLDS PLACED...........: '
118300             WS-HOLDS-PLACED-CTR.
118400     MOVE 'END  ' TO WS-LEDGER-EVENT-CODE.
118500     IF WS-RETURN-CODE < 8
118600         MOVE 'CLEAN' TO WS-LEDGER-OUTCOME-CODE
118700     ELSE
118800         MOVE 'ERROR' TO WS-LEDGER-OUTCOME-CODE
118900     END-IF.
119000     PERFORM 1950-WRITE-RUN-LEDGER
119100         THRU 1950-EXIT.
119200     MOVE WS-RETURN-CODE TO RETURN-CODE.
119300     DISPLAY '>> [COBOL] SPEKTRE-SURVEIL JOB COMPLETE.'.
119400 9000-EXIT.
119500     EXIT.
