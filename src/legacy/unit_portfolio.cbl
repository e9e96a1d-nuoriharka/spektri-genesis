000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-UNITRPT.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     WEEKLY BUSINESS-UNIT PORTFOLIO REPORT.  READS THE KEYED
001000*     ACCOUNT-MASTER-FILE AND THE ACTIVITY ARCHIVE (SPKTARC)
001100*     SEQUENTIALLY -- BOTH ARE IN ACCOUNT-ID ORDER, SO THEY
001200*     ARE MATCH-MERGED IN ONE PASS -- AND PRINTS ONE PAGE
001300*     GROUP PER OWNING BUSINESS UNIT (MST-BUSINESS-UNIT):
001400*       - ACCOUNT COUNT AND TOTAL POWER-LEVEL BY CURRENT
001500*         STATE;
001600*       - THE SPREAD OF ACCOUNTS ACROSS POWER-LEVEL BANDS;
001700*       - THE SPEKTRE-OVERRIDE STATE TRANSITIONS AND THE
001800*         SPEKTRE-MAINT ADD/CHG/DEL/REI ACTIONS ARCHIVED FOR
001900*         THE PERIOD;
002000*       - THE HOLDS IN EFFECT AT ANY TIME DURING THE PERIOD.
002100*     THE PERIOD ENDS ON THE RUN DATE (THE PARM AS-OF DATE
002200*     WHEN SUPPLIED, THE SYSTEM DATE OTHERWISE) AND COVERS
002300*     PARM-PERIOD-DAYS DAYS, SEVEN BY DEFAULT.  ACTIVITY FOR AN
002400*     ACCOUNT NO LONGER ON THE MASTER IS SHOWN ON ITS OWN PAGE
002500*     GROUP AFTER THE UNITS.
002600*
002700*     A GRAND-TOTAL PAGE ADDS THE UNIT PAGES BACK UP AND TIES
002800*     THE ACCOUNT COUNT AND POWER-LEVEL TOTAL TO THE MASTER
002900*     RECORDS READ.  A PORTFOLIO THAT DOES NOT TIE ENDS THE
003000*     JOB WITH A NON-ZERO RETURN CODE.
003100*-----------------------------------------------------------------
003200* MODIFICATION HISTORY.
003300*     DATE       BY    DESCRIPTION
003400*     ---------- ----- ------------------------------------------
003500*     2026-10-15 LEA   ORIGINAL VERSION.
003600*-----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.    IBM-370.
004000 OBJECT-COMPUTER.    IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACCOUNT-MASTER-FILE
004400         ASSIGN TO ACCTMST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS MST-ACCOUNT-ID
004800         FILE STATUS IS WS-ACCTMST-STATUS.
004900
005000     SELECT ACTIVITY-ARCHIVE-FILE
005100         ASSIGN TO ARCHFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS ARC-ARCHIVE-KEY
005500         FILE STATUS IS WS-ARCHFILE-STATUS.
005600
005700     SELECT HOLD-ACCOUNT-FILE
005800         ASSIGN TO HOLDFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-HOLDFILE-STATUS.
006100
006200     SELECT PARM-CONTROL-FILE
006300         ASSIGN TO PARMCARD
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-PARMCARD-STATUS.
006600
006700     SELECT PORTFOLIO-REPORT
006800         ASSIGN TO UNITRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-UNITRPT-STATUS.
007100
007200     SELECT RUN-LEDGER-FILE
007300         ASSIGN TO RUNLEDGR
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RUNLEDGR-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  ACCOUNT-MASTER-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100     COPY SPKTMST.
008200
008300 FD  ACTIVITY-ARCHIVE-FILE
008400     RECORD CONTAINS 120 CHARACTERS.
008500     COPY SPKTARC.
008600
008700 FD  HOLD-ACCOUNT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 80 CHARACTERS.
009000     COPY SPKTHLD.
009100
009200 FD  PARM-CONTROL-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS.
009500     COPY SPKTPRM.
009600
009700 FD  PORTFOLIO-REPORT
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 133 CHARACTERS.
010000 01  PORTFOLIO-REPORT-RECORD         PIC X(133).
010100
010200 FD  RUN-LEDGER-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500     COPY SPKTLDG.
010600
010700 WORKING-STORAGE SECTION.
010800*-----------------------------------------------------------------
010900* FILE STATUS FIELDS AND SWITCHES.
011000*-----------------------------------------------------------------
011100 01  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
011200 01  WS-ARCHFILE-STATUS          PIC X(02) VALUE '00'.
011300 01  WS-HOLDFILE-STATUS          PIC X(02) VALUE '00'.
011400 01  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
011500 01  WS-UNITRPT-STATUS           PIC X(02) VALUE '00'.
011600 01  WS-RUNLEDGR-STATUS          PIC X(02) VALUE '00'.
011700 01  WS-SWITCHES.
011800     05  WS-ARCH-ON-HAND-SWITCH  PIC X(01) VALUE 'N'.
011900         88  ARCHIVE-IS-ON-HAND            VALUE 'Y'.
012000     05  WS-HOLDFILE-EOF-SWITCH  PIC X(01) VALUE 'N'.
012100         88  END-OF-HOLD-FILE              VALUE 'Y'.
012200     05  WS-UNIT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012300         88  UNIT-ENTRY-FOUND              VALUE 'Y'.
012400     05  WS-STATE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
012500         88  STATE-ENTRY-FOUND             VALUE 'Y'.
012600     05  WS-PAIR-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012700         88  PAIR-ENTRY-FOUND              VALUE 'Y'.
012800     05  WS-GRAND-PAGE-SWITCH    PIC X(01) VALUE 'N'.
012900         88  PRINTING-GRAND-TOTALS         VALUE 'Y'.
013000     05  WS-RUNLEDGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
013100         88  END-OF-RUN-LEDGER             VALUE 'Y'.
013200     05  WS-PRED-CLEAN-SWITCH    PIC X(01) VALUE 'N'.
013300         88  PREDECESSOR-RAN-CLEAN         VALUE 'Y'.
013400     05  WS-SELF-DONE-SWITCH     PIC X(01) VALUE 'N'.
013500         88  JOB-ALREADY-RAN-CLEAN         VALUE 'Y'.
013600     05  WS-LEDGER-OVR-SWITCH    PIC X(01) VALUE 'N'.
013700         88  LEDGER-OVERRIDE-REQUESTED     VALUE 'Y'.
013800*-----------------------------------------------------------------
013900* RUN DATE AND REPORTING PERIOD.
014000*-----------------------------------------------------------------
014100 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
014200 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
014300 01  WS-PERIOD-START-DATE        PIC 9(08) VALUE ZERO.
014400 01  WS-PERIOD-DAYS              PIC 9(03) VALUE 7.
014500 01  WS-STEP-BACK-DAYS           PIC 9(03) VALUE ZERO.
014600 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
014700 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
014800 01  WS-RUN-LEDGER-CONTROLS.
014900     05  WS-LEDGER-JOB-NAME      PIC X(08) VALUE 'UNITRPT '.
015000     05  WS-LEDGER-PRED-NAME     PIC X(08) VALUE 'MSTLOAD '.
015100     05  WS-LEDGER-EVENT-CODE    PIC X(05) VALUE SPACES.
015200     05  WS-LEDGER-OUTCOME-CODE  PIC X(05) VALUE SPACES.
015300*-----------------------------------------------------------------
015400* CALENDAR WORK FIELDS FOR STEPPING BACK FROM THE RUN DATE TO
015500* THE FIRST DAY OF THE PERIOD, ONE DAY AT A TIME.
015600*-----------------------------------------------------------------
015700 01  WS-DATE-PARTS-WORK          PIC 9(08) VALUE ZERO.
015800 01  WS-DATE-PARTS REDEFINES WS-DATE-PARTS-WORK.
015900     05  WS-DPW-YEAR             PIC 9(04).
016000     05  WS-DPW-MONTH            PIC 9(02).
016100     05  WS-DPW-DAY              PIC 9(02).
016200 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
016300 01  WS-LEAP-REMAINDER-4         PIC 9(04) COMP VALUE ZERO.
016400 01  WS-LEAP-REMAINDER-100       PIC 9(04) COMP VALUE ZERO.
016500 01  WS-LEAP-REMAINDER-400       PIC 9(04) COMP VALUE ZERO.
016600 01  WS-MONTH-LENGTH-VALUES      PIC X(24)
016700         VALUE '312831303130313130313031'.
016800 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
016900     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
017000*-----------------------------------------------------------------
017100* MERGE CONTROL KEYS.  HIGH-VALUES MARKS AN EXHAUSTED FILE SO
017200* THE OTHER FILE DRAINS THROUGH THE SAME COMPARE.
017300*-----------------------------------------------------------------
017400 01  WS-MST-KEY                  PIC X(10) VALUE LOW-VALUES.
017500 01  WS-ARC-KEY                  PIC X(10) VALUE LOW-VALUES.
017600 01  WS-POSTING-UNIT             PIC X(08) VALUE SPACES.
017700 01  WS-PRINT-UNIT               PIC X(08) VALUE SPACES.
017800*-----------------------------------------------------------------
017900* WORK FIELDS AND COUNTERS.
018000*-----------------------------------------------------------------
018100 01  WS-MASTER-READ-CTR          PIC 9(07) COMP VALUE ZERO.
018200 01  WS-MASTER-POWER-TOTAL       PIC 9(13) COMP VALUE ZERO.
018300 01  WS-ARCHIVE-READ-CTR         PIC 9(07) COMP VALUE ZERO.
018400 01  WS-ARCHIVE-IN-PERIOD-CTR    PIC 9(07) COMP VALUE ZERO.
018500 01  WS-ACTION-WORK              PIC X(03) VALUE SPACES.
018600 01  WS-DELTA-WORK               PIC S9(08) COMP VALUE ZERO.
018700 01  WS-BAND-SUB                 PIC 9(04) COMP VALUE ZERO.
018800 01  WS-NEXT-UNIT-SUB            PIC 9(04) COMP VALUE ZERO.
018900 01  WS-UNITS-PRINTED-CTR        PIC 9(04) COMP VALUE ZERO.
019000 01  WS-ACCOUNT-DIFFERENCE       PIC S9(09) COMP VALUE ZERO.
019100 01  WS-POWER-DIFFERENCE         PIC S9(13) COMP VALUE ZERO.
019200*-----------------------------------------------------------------
019300* POWER-LEVEL BANDS.  EACH BAND HOLDS THE ACCOUNTS WHOSE
019400* POWER-LEVEL IS ABOVE THE PRIOR BAND'S UPPER LIMIT AND NOT
019500* ABOVE ITS OWN.  THE LAST LIMIT IS THE LARGEST POWER-LEVEL
019600* THE MASTER CAN HOLD.
019700*-----------------------------------------------------------------
019800 01  WS-BAND-COUNT               PIC 9(04) COMP VALUE 6.
019900 01  WS-BAND-VALUES.
020000     05  FILLER                  PIC 9(07) VALUE 0.
020100     05  FILLER                  PIC X(20) VALUE 'ZERO'.
020200     05  FILLER                  PIC 9(07) VALUE 999.
020300     05  FILLER                  PIC X(20) VALUE '1 - 999'.
020400     05  FILLER                  PIC 9(07) VALUE 9999.
020500     05  FILLER                  PIC X(20) VALUE '1,000 - 9,999'.
020600     05  FILLER                  PIC 9(07) VALUE 99999.
020700     05  FILLER                  PIC X(20)
020800             VALUE '10,000 - 99,999'.
020900     05  FILLER                  PIC 9(07) VALUE 999999.
021000     05  FILLER                  PIC X(20)
021100             VALUE '100,000 - 999,999'.
021200     05  FILLER                  PIC 9(07) VALUE 9999999.
021300     05  FILLER                  PIC X(20)
021400             VALUE '1,000,000 AND OVER'.
021500 01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
021600     05  WS-BAND-ENTRY OCCURS 6 TIMES.
021700         10  WS-BAND-UPPER-LIMIT     PIC 9(07).
021800         10  WS-BAND-LABEL           PIC X(20).
021900*-----------------------------------------------------------------
022000* BUSINESS-UNIT TABLE.  ONE ENTRY PER UNIT SEEN ON THE MASTER
022100* OR IN THE PERIOD'S ACTIVITY; A UNIT OF HIGH-VALUES COLLECTS
022200* THE ACTIVITY AND HOLDS OF ACCOUNTS NO LONGER ON THE MASTER.
022300* THE COUNTERS GROUP IS LAID OUT THE SAME AS THE EMPTY, PRINT,
022400* AND GRAND-TOTAL COUNTERS BELOW SO IT MOVES AS ONE.
022500*-----------------------------------------------------------------
022600 01  WS-UNIT-TABLE-CONTROLS.
022700     05  WS-UNIT-MAX-ENTRIES     PIC 9(04) COMP VALUE 200.
022800     05  WS-UNIT-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
022900 01  WS-UNIT-TABLE.
023000     05  WS-UNIT-ENTRY OCCURS 200 TIMES
023100                             INDEXED BY UNT-IDX.
023200         10  WS-UNT-BUSINESS-UNIT    PIC X(08).
023300         10  WS-UNT-PRINTED-SW       PIC X(01).
023400         10  WS-UNT-COUNTERS.
023500             15  WS-UNT-ACCOUNT-CTR      PIC 9(07) COMP.
023600             15  WS-UNT-POWER-TOTAL      PIC 9(13) COMP.
023700             15  WS-UNT-BAND-CTR         PIC 9(07) COMP
023800                                         OCCURS 6 TIMES.
023900             15  WS-UNT-TRANSITION-CTR   PIC 9(07) COMP.
024000             15  WS-UNT-TRANSITION-DELTA PIC S9(13) COMP.
024100             15  WS-UNT-ADD-CTR          PIC 9(07) COMP.
024200             15  WS-UNT-CHG-CTR          PIC 9(07) COMP.
024300             15  WS-UNT-DEL-CTR          PIC 9(07) COMP.
024400             15  WS-UNT-REI-CTR          PIC 9(07) COMP.
024500             15  WS-UNT-HOLD-CTR         PIC 9(07) COMP.
024600 01  WS-EMPTY-UNIT-COUNTERS.
024700     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
024800     05  FILLER                  PIC 9(13) COMP VALUE ZERO.
024900     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025000     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025100     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025200     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025300     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025400     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025500     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025600     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
025700     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025800     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
025900     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
026000     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
026100     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
026200 01  WS-PRINT-COUNTERS.
026300     05  WS-PRT-ACCOUNT-CTR      PIC 9(07) COMP.
026400     05  WS-PRT-POWER-TOTAL      PIC 9(13) COMP.
026500     05  WS-PRT-BAND-CTR         PIC 9(07) COMP
026600                                 OCCURS 6 TIMES.
026700     05  WS-PRT-TRANSITION-CTR   PIC 9(07) COMP.
026800     05  WS-PRT-TRANSITION-DELTA PIC S9(13) COMP.
026900     05  WS-PRT-ADD-CTR          PIC 9(07) COMP.
027000     05  WS-PRT-CHG-CTR          PIC 9(07) COMP.
027100     05  WS-PRT-DEL-CTR          PIC 9(07) COMP.
027200     05  WS-PRT-REI-CTR          PIC 9(07) COMP.
027300     05  WS-PRT-HOLD-CTR         PIC 9(07) COMP.
027400 01  WS-GRAND-COUNTERS.
027500     05  WS-GRD-ACCOUNT-CTR      PIC 9(07) COMP.
027600     05  WS-GRD-POWER-TOTAL      PIC 9(13) COMP.
027700     05  WS-GRD-BAND-CTR         PIC 9(07) COMP
027800                                 OCCURS 6 TIMES.
027900     05  WS-GRD-TRANSITION-CTR   PIC 9(07) COMP.
028000     05  WS-GRD-TRANSITION-DELTA PIC S9(13) COMP.
028100     05  WS-GRD-ADD-CTR          PIC 9(07) COMP.
028200     05  WS-GRD-CHG-CTR          PIC 9(07) COMP.
028300     05  WS-GRD-DEL-CTR          PIC 9(07) COMP.
028400     05  WS-GRD-REI-CTR          PIC 9(07) COMP.
028500     05  WS-GRD-HOLD-CTR         PIC 9(07) COMP.
028600*-----------------------------------------------------------------
028700* UNIT / CURRENT-STATE TABLE, AND THE SUITE-WIDE CURRENT-STATE
028800* TABLE THE GRAND-TOTAL PAGE PRINTS.
028900*-----------------------------------------------------------------
029000 01  WS-UST-TABLE-CONTROLS.
029100     05  WS-UST-MAX-ENTRIES      PIC 9(04) COMP VALUE 2000.
029200     05  WS-UST-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
029300 01  WS-UNIT-STATE-TABLE.
029400     05  WS-UNIT-STATE-ENTRY OCCURS 2000 TIMES
029500                             INDEXED BY UST-IDX.
029600         10  WS-UST-BUSINESS-UNIT    PIC X(08).
029700         10  WS-UST-STATE            PIC X(20).
029800         10  WS-UST-ACCOUNT-CTR      PIC 9(07) COMP.
029900         10  WS-UST-POWER-TOTAL      PIC 9(13) COMP.
030000 01  WS-GST-TABLE-CONTROLS.
030100     05  WS-GST-MAX-ENTRIES      PIC 9(04) COMP VALUE 200.
030200     05  WS-GST-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
030300 01  WS-GRAND-STATE-TABLE.
030400     05  WS-GRAND-STATE-ENTRY OCCURS 200 TIMES
030500                             INDEXED BY GST-IDX.
030600         10  WS-GST-STATE            PIC X(20).
030700         10  WS-GST-ACCOUNT-CTR      PIC 9(07) COMP.
030800         10  WS-GST-POWER-TOTAL      PIC 9(13) COMP.
030900*-----------------------------------------------------------------
031000* UNIT / TRANSITION-PAIR TABLE FOR THE PERIOD.
031100*-----------------------------------------------------------------
031200 01  WS-PAIR-TABLE-CONTROLS.
031300     05  WS-PAIR-MAX-ENTRIES     PIC 9(04) COMP VALUE 1000.
031400     05  WS-PAIR-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
031500 01  WS-PAIR-TABLE.
031600     05  WS-PAIR-ENTRY OCCURS 1000 TIMES
031700                             INDEXED BY PAIR-IDX.
031800         10  WS-PAIR-BUSINESS-UNIT   PIC X(08).
031900         10  WS-PAIR-FROM-STATE      PIC X(20).
032000         10  WS-PAIR-TO-STATE        PIC X(20).
032100         10  WS-PAIR-COUNT           PIC 9(07) COMP.
032200         10  WS-PAIR-DELTA           PIC S9(13) COMP.
032300*-----------------------------------------------------------------
032400* HOLD TABLE -- EVERY HOLD IN EFFECT AT ANY TIME DURING THE
032500* PERIOD.  THE OWNING UNIT IS FILLED IN AS THE MASTER PASSES;
032600* A HOLD LEFT AT HIGH-VALUES IS FOR AN ACCOUNT NOT ON THE
032700* MASTER.
032800*-----------------------------------------------------------------
032900 01  WS-HOLD-TABLE-CONTROLS.
033000     05  WS-HOLD-MAX-ENTRIES     PIC 9(04) COMP VALUE 500.
033100     05  WS-HOLD-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
033200 01  WS-HOLD-ACCOUNT-TABLE.
033300     05  WS-HOLD-ENTRY OCCURS 500 TIMES
033400                             INDEXED BY HLD-IDX.
033500         10  WS-HLD-TBL-ACCOUNT-ID   PIC X(10).
033600         10  WS-HLD-TBL-REASON       PIC X(40).
033700         10  WS-HLD-TBL-EFFECTIVE    PIC 9(08).
033800         10  WS-HLD-TBL-EXPIRY       PIC 9(08).
033900         10  WS-HLD-TBL-UNIT         PIC X(08).
034000*-----------------------------------------------------------------
034100* PRINT LINES AND PAGINATION CONTROLS.
034200*-----------------------------------------------------------------
034300 01  WS-PAGINATION-CONTROLS.
034400     05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
034500     05  WS-LINE-CTR             PIC 9(03) COMP VALUE 99.
034600     05  WS-PAGE-CTR             PIC 9(04) COMP VALUE ZERO.
034700 01  WS-REPORT-LINE                  PIC X(133).
034800 01  WS-RPT-PAGE-HEADING.
034900     05  FILLER                      PIC X(48)
035000             VALUE 'SPEKTRE-UNITRPT BUSINESS-UNIT PORTFOLIO'.
035100     05  FILLER                      PIC X(09)
035200             VALUE 'RUN DATE '.
035300     05  WS-RPT-HDG-RUN-DATE         PIC 9(08).
035400     05  FILLER                      PIC X(03) VALUE SPACES.
035500     05  FILLER                      PIC X(05) VALUE 'PAGE '.
035600     05  WS-RPT-HDG-PAGE             PIC ZZZ9.
035700     05  FILLER                      PIC X(56) VALUE SPACES.
035800 01  WS-RPT-UNIT-HEADING.
035900     05  FILLER                      PIC X(15)
036000             VALUE 'BUSINESS UNIT: '.
036100     05  WS-RPT-HDG-UNIT             PIC X(30).
036200     05  FILLER                      PIC X(10)
036300             VALUE '   PERIOD '.
036400     05  WS-RPT-HDG-PERIOD-START     PIC 9(08).
036500     05  FILLER                      PIC X(04) VALUE ' TO '.
036600     05  WS-RPT-HDG-PERIOD-END       PIC 9(08).
036700     05  FILLER                      PIC X(58) VALUE SPACES.
036800 01  WS-RPT-SECTION-HEADER.
036900     05  WS-RPT-SECTION-TITLE        PIC X(60).
037000     05  FILLER                      PIC X(73) VALUE SPACES.
037100 01  WS-RPT-STATE-COLUMNS.
037200     05  FILLER                      PIC X(02) VALUE SPACES.
037300     05  FILLER                      PIC X(20)
037400             VALUE 'CURRENT-STATE'.
037500     05  FILLER                      PIC X(02) VALUE SPACES.
037600     05  FILLER                      PIC X(09)
037700             VALUE ' ACCOUNTS'.
037800     05  FILLER                      PIC X(03) VALUE SPACES.
037900     05  FILLER                      PIC X(17)
038000             VALUE 'TOTAL POWER-LEVEL'.
038100     05  FILLER                      PIC X(80) VALUE SPACES.
038200 01  WS-RPT-STATE-LINE.
038300     05  FILLER                      PIC X(02) VALUE SPACES.
038400     05  WS-RPT-STATE                PIC X(20).
038500     05  FILLER                      PIC X(02) VALUE SPACES.
038600     05  WS-RPT-STATE-ACCOUNTS       PIC Z,ZZZ,ZZ9.
038700     05  FILLER                      PIC X(03) VALUE SPACES.
038800     05  WS-RPT-STATE-POWER          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
038900     05  FILLER                      PIC X(80) VALUE SPACES.
039000 01  WS-RPT-BAND-COLUMNS.
039100     05  FILLER                      PIC X(02) VALUE SPACES.
039200     05  FILLER                      PIC X(20)
039300             VALUE 'POWER-LEVEL BAND'.
039400     05  FILLER                      PIC X(02) VALUE SPACES.
039500     05  FILLER                      PIC X(09)
039600             VALUE ' ACCOUNTS'.
039700     05  FILLER                      PIC X(100) VALUE SPACES.
039800 01  WS-RPT-BAND-LINE.
039900     05  FILLER                      PIC X(02) VALUE SPACES.
040000     05  WS-RPT-BAND-LABEL           PIC X(20).
040100     05  FILLER                      PIC X(02) VALUE SPACES.
040200     05  WS-RPT-BAND-ACCOUNTS        PIC Z,ZZZ,ZZ9.
040300     05  FILLER                      PIC X(100) VALUE SPACES.
040400 01  WS-RPT-PAIR-COLUMNS.
040500     05  FILLER                      PIC X(02) VALUE SPACES.
040600     05  FILLER                      PIC X(20)
040700             VALUE 'FROM-STATE'.
040800     05  FILLER                      PIC X(01) VALUE SPACES.
040900     05  FILLER                      PIC X(20)
041000             VALUE 'TO-STATE'.
041100     05  FILLER                      PIC X(02) VALUE SPACES.
041200     05  FILLER                      PIC X(09)
041300             VALUE '    COUNT'.
041400     05  FILLER                      PIC X(03) VALUE SPACES.
041500     05  FILLER                      PIC X(18)
041600             VALUE '  NET POWER CHANGE'.
041700     05  FILLER                      PIC X(58) VALUE SPACES.
041800 01  WS-RPT-PAIR-LINE.
041900     05  FILLER                      PIC X(02) VALUE SPACES.
042000     05  WS-RPT-PAIR-FROM            PIC X(20).
042100     05  FILLER                      PIC X(01) VALUE SPACES.
042200     05  WS-RPT-PAIR-TO              PIC X(20).
042300     05  FILLER                      PIC X(02) VALUE SPACES.
042400     05  WS-RPT-PAIR-COUNT           PIC Z,ZZZ,ZZ9.
042500     05  FILLER                      PIC X(03) VALUE SPACES.
042600     05  WS-RPT-PAIR-DELTA           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
042700     05  FILLER                      PIC X(58) VALUE SPACES.
042800 01  WS-RPT-HOLD-COLUMNS.
042900     05  FILLER                      PIC X(04) VALUE SPACES.
043000     05  FILLER                      PIC X(10)
043100             VALUE 'ACCOUNT-ID'.
043200     05  FILLER                      PIC X(02) VALUE SPACES.
043300     05  FILLER                      PIC X(40)
043400             VALUE 'HOLD REASON'.
043500     05  FILLER                      PIC X(02) VALUE SPACES.
043600     05  FILLER                      PIC X(08) VALUE 'EFF-DATE'.
043700     05  FILLER                      PIC X(03) VALUE SPACES.
043800     05  FILLER                      PIC X(08) VALUE 'EXP-DATE'.
043900     05  FILLER                      PIC X(56) VALUE SPACES.
044000 01  WS-RPT-HOLD-LINE.
044100     05  FILLER                      PIC X(04) VALUE SPACES.
044200     05  WS-RPT-HOLD-ACCOUNT-ID      PIC X(10).
044300     05  FILLER                      PIC X(02) VALUE SPACES.
044400     05  WS-RPT-HOLD-REASON          PIC X(40).
044500     05  FILLER                      PIC X(02) VALUE SPACES.
044600     05  WS-RPT-HOLD-EFFECTIVE       PIC 9(08).
044700     05  FILLER                      PIC X(03) VALUE SPACES.
044800     05  WS-RPT-HOLD-EXPIRY          PIC 9(08).
044900     05  FILLER                      PIC X(56) VALUE SPACES.
045000 01  WS-RPT-COUNT-LINE.
045100     05  FILLER                      PIC X(02) VALUE SPACES.
045200     05  WS-RPT-COUNT-LABEL          PIC X(30).
045300     05  WS-RPT-COUNT-VALUE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
045400     05  FILLER                      PIC X(83) VALUE SPACES.
045500 01  WS-RPT-BALANCE-LINE.
045600     05  FILLER                      PIC X(02) VALUE SPACES.
045700     05  WS-RPT-BALANCE-TEXT         PIC X(60).
045800     05  FILLER                      PIC X(71) VALUE SPACES.
045900 01  WS-RPT-BLANK-LINE               PIC X(133) VALUE SPACES.
046000*-----------------------------------------------------------------
046100 PROCEDURE DIVISION.
046200*=================================================================
046300 0000-MAINLINE-CONTROL.
046400*=================================================================
046500     PERFORM 1000-INITIALIZE-JOB
046600         THRU 1000-EXIT.
046700
046800     PERFORM 2100-READ-MASTER-RECORD
046900         THRU 2100-EXIT.
047000     PERFORM 2150-READ-ARCHIVE-RECORD
047100         THRU 2150-EXIT.
047200     PERFORM 2000-MERGE-ONE-ENTRY
047300         THRU 2000-EXIT
047400         UNTIL WS-MST-KEY = HIGH-VALUES
047500           AND WS-ARC-KEY = HIGH-VALUES.
047600     PERFORM 2900-POST-HOLDS-TO-UNITS
047700         THRU 2900-EXIT.
047800
047900     PERFORM 3000-PRINT-UNIT-PAGES
048000         THRU 3000-EXIT.
048100     PERFORM 4000-PRINT-GRAND-TOTAL-PAGE
048200         THRU 4000-EXIT.
048300
048400     PERFORM 9000-TERMINATE-JOB
048500         THRU 9000-EXIT.
048600
048700     STOP RUN.
048800*=================================================================
048900 1000-INITIALIZE-JOB.
049000*=================================================================
049100     DISPLAY '>> [COBOL] SPEKTRE-UNITRPT PORTFOLIO REPORT...'.
049200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
049300
049400     OPEN INPUT PARM-CONTROL-FILE.
049500     IF WS-PARMCARD-STATUS = '00'
049600         READ PARM-CONTROL-FILE
049700             AT END
049800                 MOVE WS-CURRENT-DATE TO WS-RUN-DATE
049900             NOT AT END
050000                 IF PARM-AS-OF-DATE NUMERIC
050100                    AND PARM-AS-OF-DATE > ZERO
050200                     MOVE PARM-AS-OF-DATE TO WS-RUN-DATE
050300                 ELSE
050400                     MOVE WS-CURRENT-DATE TO WS-RUN-DATE
050500                 END-IF
050600                 IF PARM-PERIOD-DAYS NUMERIC
050700                    AND PARM-PERIOD-DAYS > ZERO
050800                     MOVE PARM-PERIOD-DAYS TO WS-PERIOD-DAYS
050900                 END-IF
051000                 IF PARM-LEDGER-OVERRIDE-YES
051100                     MOVE 'Y' TO WS-LEDGER-OVR-SWITCH
051200                 END-IF
051300         END-READ
051400         CLOSE PARM-CONTROL-FILE
051500     ELSE
051600         MOVE WS-CURRENT-DATE TO WS-RUN-DATE
051700     END-IF.
051800
051900     PERFORM 1900-VERIFY-RUN-LEDGER
052000         THRU 1900-EXIT.
052100
052200     PERFORM 1200-COMPUTE-PERIOD-START
052300         THRU 1200-EXIT.
052400     DISPLAY '>> [COBOL] REPORTING PERIOD ' WS-PERIOD-START-DATE
052500         ' TO ' WS-RUN-DATE '.'.
052600     MOVE WS-EMPTY-UNIT-COUNTERS TO WS-GRAND-COUNTERS.
052700
052800     OPEN INPUT ACCOUNT-MASTER-FILE.
052900     IF WS-ACCTMST-STATUS NOT = '00'
053000         DISPLAY '>> [COBOL] UNABLE TO OPEN ACCOUNT-MASTER-'
053100             'FILE, STATUS ' WS-ACCTMST-STATUS '.  JOB ABORTED.'
053200         MOVE 16 TO WS-RETURN-CODE
053300         MOVE WS-RETURN-CODE TO RETURN-CODE
053400         STOP RUN
053500     END-IF.
053600*    A MISSING ACTIVITY ARCHIVE ONLY COSTS THE PERIOD-ACTIVITY
053700*    SECTIONS -- THE MASTER PORTFOLIO ITSELF STILL PRINTS.
053800     OPEN INPUT ACTIVITY-ARCHIVE-FILE.
053900     IF WS-ARCHFILE-STATUS = '00'
054000         MOVE 'Y' TO WS-ARCH-ON-HAND-SWITCH
054100     ELSE
054200         DISPLAY '>> [COBOL] ACTIVITY ARCHIVE NOT ON HAND, '
054300             'STATUS ' WS-ARCHFILE-STATUS
054400             ' -- ACTIVITY SECTIONS WILL BE EMPTY.'
054500     END-IF.
054600     OPEN OUTPUT PORTFOLIO-REPORT.
054700     IF WS-UNITRPT-STATUS NOT = '00'
054800         DISPLAY '>> [COBOL] UNABLE TO OPEN PORTFOLIO-REPORT, '
054900             'STATUS ' WS-UNITRPT-STATUS '.  JOB ABORTED.'
055000         MOVE 16 TO WS-RETURN-CODE
055100         MOVE WS-RETURN-CODE TO RETURN-CODE
055200         STOP RUN
055300     END-IF.
055400
055500     PERFORM 1800-LOAD-HOLD-TABLE
055600         THRU 1800-EXIT.
055700 1000-EXIT.
055800     EXIT.
055900*=================================================================
056000 1200-COMPUTE-PERIOD-START.
056100*=================================================================
056200*    THE PERIOD INCLUDES THE RUN DATE, SO THE FIRST DAY IS
056300*    PERIOD-DAYS LESS ONE CALENDAR DAYS BEFORE IT.
056400*=================================================================
056500     MOVE WS-RUN-DATE TO WS-DATE-PARTS-WORK.
056600     COMPUTE WS-STEP-BACK-DAYS = WS-PERIOD-DAYS - 1.
056700     PERFORM 1210-STEP-BACK-ONE-DAY
056800         THRU 1210-EXIT
056900         WS-STEP-BACK-DAYS TIMES.
057000     MOVE WS-DATE-PARTS-WORK TO WS-PERIOD-START-DATE.
057100 1200-EXIT.
057200     EXIT.
057300*=================================================================
057400 1210-STEP-BACK-ONE-DAY.
057500*=================================================================
057600     IF WS-DPW-DAY > 1
057700         SUBTRACT 1 FROM WS-DPW-DAY
057800         GO TO 1210-EXIT
057900     END-IF.
058000     IF WS-DPW-MONTH > 1
058100         SUBTRACT 1 FROM WS-DPW-MONTH
058200     ELSE
058300         MOVE 12 TO WS-DPW-MONTH
058400         SUBTRACT 1 FROM WS-DPW-YEAR
058500     END-IF.
058600     MOVE WS-MONTH-LENGTH (WS-DPW-MONTH) TO WS-DPW-DAY.
058700     IF WS-DPW-MONTH = 2
058800         DIVIDE WS-DPW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
058900             REMAINDER WS-LEAP-REMAINDER-4
059000         DIVIDE WS-DPW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
059100             REMAINDER WS-LEAP-REMAINDER-100
059200         DIVIDE WS-DPW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
059300             REMAINDER WS-LEAP-REMAINDER-400
059400         IF WS-LEAP-REMAINDER-4 = ZERO
059500            AND (WS-LEAP-REMAINDER-100 NOT = ZERO
059600              OR WS-LEAP-REMAINDER-400 = ZERO)
059700             MOVE 29 TO WS-DPW-DAY
059800         END-IF
059900     END-IF.
060000 1210-EXIT.
060100     EXIT.
060200*=================================================================
060300 1800-LOAD-HOLD-TABLE.
060400*=================================================================
060500*    LOADS EVERY HOLD IN EFFECT AT ANY TIME DURING THE PERIOD.
060600*    A MISSING FILE SIMPLY MEANS THERE ARE NO HOLDS.
060700*=================================================================
060800     OPEN INPUT HOLD-ACCOUNT-FILE.
060900     IF WS-HOLDFILE-STATUS NOT = '00'
061000         GO TO 1800-EXIT
061100     END-IF.
061200     PERFORM 1810-LOAD-ONE-HOLD-RECORD
061300         THRU 1810-EXIT
061400         UNTIL END-OF-HOLD-FILE.
061500     CLOSE HOLD-ACCOUNT-FILE.
061600 1800-EXIT.
061700     EXIT.
061800*=================================================================
061900 1810-LOAD-ONE-HOLD-RECORD.
062000*=================================================================
062100*    A HOLD THAT TOOK EFFECT AFTER THE RUN DATE, OR EXPIRED
062200*    BEFORE THE PERIOD BEGAN, IS NOT TABLED.  A BLANK DATE ON
062300*    AN OLDER HOLD RECORD IS TREATED AS ZERO.
062400*=================================================================
062500     READ HOLD-ACCOUNT-FILE
062600         AT END
062700             MOVE 'Y' TO WS-HOLDFILE-EOF-SWITCH
062800             GO TO 1810-EXIT
062900     END-READ.
063000     IF HLD-EFFECTIVE-DATE NOT NUMERIC
063100         MOVE ZERO TO HLD-EFFECTIVE-DATE
063200     END-IF.
063300     IF HLD-EXPIRY-DATE NOT NUMERIC
063400         MOVE ZERO TO HLD-EXPIRY-DATE
063500     END-IF.
063600     IF HLD-EFFECTIVE-DATE > WS-RUN-DATE
063700         GO TO 1810-EXIT
063800     END-IF.
063900     IF HLD-EXPIRY-DATE > ZERO
064000        AND HLD-EXPIRY-DATE < WS-PERIOD-START-DATE
064100         GO TO 1810-EXIT
064200     END-IF.
064300     IF WS-HOLD-TABLE-COUNT < WS-HOLD-MAX-ENTRIES
064400         ADD 1 TO WS-HOLD-TABLE-COUNT
064500         SET HLD-IDX TO WS-HOLD-TABLE-COUNT
064600         MOVE HLD-ACCOUNT-ID
064700             TO WS-HLD-TBL-ACCOUNT-ID (HLD-IDX)
064800         MOVE HLD-HOLD-REASON
064900             TO WS-HLD-TBL-REASON (HLD-IDX)
065000         MOVE HLD-EFFECTIVE-DATE
065100             TO WS-HLD-TBL-EFFECTIVE (HLD-IDX)
065200         MOVE HLD-EXPIRY-DATE
065300             TO WS-HLD-TBL-EXPIRY (HLD-IDX)
065400         MOVE HIGH-VALUES
065500             TO WS-HLD-TBL-UNIT (HLD-IDX)
065600     ELSE
065700         DISPLAY '>> [COBOL] *** HOLD-ACCOUNT TABLE EXCEEDS '
065800             WS-HOLD-MAX-ENTRIES ' ENTRIES.  ACCOUNT '
065900             HLD-ACCOUNT-ID ' WILL NOT SHOW ITS HOLD. ***'
066000         MOVE 4 TO WS-RETURN-CODE
066100     END-IF.
066200 1810-EXIT.
066300     EXIT.
066400*=================================================================
066500 1900-VERIFY-RUN-LEDGER.
066600*=================================================================
066700*    REFUSES TO START UNLESS SPEKTRE-MSTLOAD COMPLETED CLEAN
066800*    FOR THE RUN DATE, AND REFUSES A SECOND CLEAN RUN FOR ONE
066900*    DATE, UNLESS THE OPERATOR OVERRIDE PARM IS SUPPLIED.
067000*=================================================================
067100     OPEN INPUT RUN-LEDGER-FILE.
067200     IF WS-RUNLEDGR-STATUS = '35'
067300         DISPLAY '>> [COBOL] NO RUN LEDGER ON HAND -- '
067400             'STARTING A NEW ONE.'
067500     ELSE
067600         IF WS-RUNLEDGR-STATUS NOT = '00'
067700             DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
067800                 'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
067900             MOVE 16 TO WS-RETURN-CODE
068000             MOVE WS-RETURN-CODE TO RETURN-CODE
068100             STOP RUN
068200         END-IF
068300         PERFORM 1910-SCAN-ONE-LEDGER-RECORD
068400             THRU 1910-EXIT
068500             UNTIL END-OF-RUN-LEDGER
068600         CLOSE RUN-LEDGER-FILE
068700     END-IF.
068800     IF LEDGER-OVERRIDE-REQUESTED
068900         DISPLAY '>> [COBOL] RUN-LEDGER CHECK BYPASSED BY '
069000             'OPERATOR OVERRIDE.'
069100         GO TO 1900-WRITE-START
069200     END-IF.
069300     IF JOB-ALREADY-RAN-CLEAN
069400         DISPLAY '>> [COBOL] *** SPEKTRE-UNITRPT ALREADY '
069500             'COMPLETED CLEAN FOR ' WS-RUN-DATE
069600             '.  RERUN REFUSED -- SUPPLY THE LEDGER-OVERRIDE '
069700             'PARM FOR A GENUINE RERUN. ***'
069800         MOVE 16 TO WS-RETURN-CODE
069900         MOVE WS-RETURN-CODE TO RETURN-CODE
070000         STOP RUN
070100     END-IF.
070200     IF NOT PREDECESSOR-RAN-CLEAN
070300         DISPLAY '>> [COBOL] *** PREDECESSOR '
070400             WS-LEDGER-PRED-NAME ' HAS NOT COMPLETED CLEAN '
070500             'FOR ' WS-RUN-DATE '.  JOB REFUSED. ***'
070600         MOVE 16 TO WS-RETURN-CODE
070700         MOVE WS-RETURN-CODE TO RETURN-CODE
070800         STOP RUN
070900     END-IF.
071000 1900-WRITE-START.
071100     MOVE 'START' TO WS-LEDGER-EVENT-CODE.
071200     MOVE SPACES  TO WS-LEDGER-OUTCOME-CODE.
071300     PERFORM 1950-WRITE-RUN-LEDGER
071400         THRU 1950-EXIT.
071500 1900-EXIT.
071600     EXIT.
071700*=================================================================
071800 1910-SCAN-ONE-LEDGER-RECORD.
071900*=================================================================
072000     READ RUN-LEDGER-FILE
072100         AT END
072200             MOVE 'Y' TO WS-RUNLEDGR-EOF-SWITCH
072300             GO TO 1910-EXIT
072400     END-READ.
072500     IF LDG-BUSINESS-DATE = WS-RUN-DATE
072600        AND LDG-EVENT-END
072700        AND LDG-OUTCOME-CLEAN
072800         IF LDG-JOB-NAME = WS-LEDGER-PRED-NAME
072900             MOVE 'Y' TO WS-PRED-CLEAN-SWITCH
073000         END-IF
073100         IF LDG-JOB-NAME = WS-LEDGER-JOB-NAME
073200             MOVE 'Y' TO WS-SELF-DONE-SWITCH
073300         END-IF
073400     END-IF.
073500 1910-EXIT.
073600     EXIT.
073700*=================================================================
073800 1950-WRITE-RUN-LEDGER.
073900*=================================================================
074000     OPEN EXTEND RUN-LEDGER-FILE.
074100     IF WS-RUNLEDGR-STATUS = '35'
074200         OPEN OUTPUT RUN-LEDGER-FILE
074300     END-IF.
074400     IF WS-RUNLEDGR-STATUS NOT = '00'
074500         DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
074600             'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
074700         MOVE 16 TO WS-RETURN-CODE
074800         MOVE WS-RETURN-CODE TO RETURN-CODE
074900         STOP RUN
075000     END-IF.
075100     ACCEPT WS-CURRENT-TIME FROM TIME.
075200     MOVE SPACES                 TO RUN-LEDGER-RECORD.
075300     MOVE WS-LEDGER-JOB-NAME     TO LDG-JOB-NAME.
075400     MOVE WS-RUN-DATE            TO LDG-BUSINESS-DATE.
075500     MOVE WS-LEDGER-EVENT-CODE   TO LDG-EVENT-CODE.
075600     MOVE WS-LEDGER-OUTCOME-CODE TO LDG-OUTCOME-CODE.
075700     MOVE WS-CURRENT-DATE        TO LDG-EVENT-DATE.
075800     MOVE WS-CURRENT-TIME        TO LDG-EVENT-TIME.
075900     WRITE RUN-LEDGER-RECORD.
076000     CLOSE RUN-LEDGER-FILE.
076100 1950-EXIT.
076200     EXIT.
076300*=================================================================
076400 2000-MERGE-ONE-ENTRY.
076500*=================================================================
076600*    THE ARCHIVE ENTRIES FOR AN ACCOUNT ARE TAKEN WHILE ITS
076700*    MASTER RECORD IS STILL IN HAND, SO THEY POST TO THE UNIT
076800*    THAT OWNS THE ACCOUNT TODAY.
076900*=================================================================
077000     IF WS-ARC-KEY NOT > WS-MST-KEY
077100         PERFORM 2300-POST-ARCHIVE-ENTRY
077200             THRU 2300-EXIT
077300         PERFORM 2150-READ-ARCHIVE-RECORD
077400             THRU 2150-EXIT
077500     ELSE
077600         PERFORM 2200-POST-MASTER-RECORD
077700             THRU 2200-EXIT
077800         PERFORM 2100-READ-MASTER-RECORD
077900             THRU 2100-EXIT
078000     END-IF.
078100 2000-EXIT.
078200     EXIT.
078300*=================================================================
078400 2100-READ-MASTER-RECORD.
078500*=================================================================
078600     READ ACCOUNT-MASTER-FILE
078700         AT END
078800             MOVE HIGH-VALUES TO WS-MST-KEY
078900         NOT AT END
079000             ADD 1 TO WS-MASTER-READ-CTR
079100             ADD MST-POWER-LEVEL TO WS-MASTER-POWER-TOTAL
079200             MOVE MST-ACCOUNT-ID TO WS-MST-KEY
079300     END-READ.
079400 2100-EXIT.
079500     EXIT.
079600*=================================================================
079700 2150-READ-ARCHIVE-RECORD.
079800*=================================================================
079900     IF NOT ARCHIVE-IS-ON-HAND
080000         MOVE HIGH-VALUES TO WS-ARC-KEY
080100         GO TO 2150-EXIT
080200     END-IF.
080300     READ ACTIVITY-ARCHIVE-FILE
080400         AT END
080500             MOVE HIGH-VALUES TO WS-ARC-KEY
080600         NOT AT END
080700             ADD 1 TO WS-ARCHIVE-READ-CTR
080800             MOVE ARC-ACCOUNT-ID TO WS-ARC-KEY
080900     END-READ.
081000 2150-EXIT.
081100     EXIT.
081200*=================================================================
081300 2200-POST-MASTER-RECORD.
081400*=================================================================
081500     MOVE MST-BUSINESS-UNIT TO WS-POSTING-UNIT.
081600     SET HLD-IDX TO 1.
081700     PERFORM 2260-MARK-HELD-ACCOUNT
081800         THRU 2260-EXIT
081900         WS-HOLD-TABLE-COUNT TIMES.
082000
082100     PERFORM 2500-FIND-UNIT-ENTRY
082200         THRU 2500-EXIT.
082300     IF NOT UNIT-ENTRY-FOUND
082400         GO TO 2200-EXIT
082500     END-IF.
082600     ADD 1               TO WS-UNT-ACCOUNT-CTR (UNT-IDX).
082700     ADD MST-POWER-LEVEL TO WS-UNT-POWER-TOTAL (UNT-IDX).
082800     MOVE 1 TO WS-BAND-SUB.
082900     PERFORM 2250-STEP-POWER-BAND
083000         THRU 2250-EXIT
083100         UNTIL MST-POWER-LEVEL
083200               NOT > WS-BAND-UPPER-LIMIT (WS-BAND-SUB).
083300     ADD 1 TO WS-UNT-BAND-CTR (UNT-IDX, WS-BAND-SUB).
083400
083500     PERFORM 2600-POST-UNIT-STATE
083600         THRU 2600-EXIT.
083700     PERFORM 2650-POST-GRAND-STATE
083800         THRU 2650-EXIT.
083900 2200-EXIT.
084000     EXIT.
084100*=================================================================
084200 2250-STEP-POWER-BAND.
084300*=================================================================
084400     ADD 1 TO WS-BAND-SUB.
084500 2250-EXIT.
084600     EXIT.
084700*=================================================================
084800 2260-MARK-HELD-ACCOUNT.
084900*=================================================================
085000     IF WS-HLD-TBL-ACCOUNT-ID (HLD-IDX) = MST-ACCOUNT-ID
085100         MOVE MST-BUSINESS-UNIT TO WS-HLD-TBL-UNIT (HLD-IDX)
085200     END-IF.
085300     SET HLD-IDX UP BY 1.
085400 2260-EXIT.
085500     EXIT.
085600*=================================================================
085700 2300-POST-ARCHIVE-ENTRY.
085800*=================================================================
085900*    ONLY AUDIT ENTRIES DATED INSIDE THE PERIOD COUNT.  AN ENTRY
086000*    FOR AN ACCOUNT NOT ON THE MASTER POSTS TO THE HIGH-VALUES
086100*    UNIT.
086200*=================================================================
086300     IF NOT ARC-IS-AUDIT-ENTRY
086400         GO TO 2300-EXIT
086500     END-IF.
086600     IF ARC-EVENT-DATE < WS-PERIOD-START-DATE
086700        OR ARC-EVENT-DATE > WS-RUN-DATE
086800         GO TO 2300-EXIT
086900     END-IF.
087000     ADD 1 TO WS-ARCHIVE-IN-PERIOD-CTR.
087100     IF ARC-ACCOUNT-ID = WS-MST-KEY
087200         MOVE MST-BUSINESS-UNIT TO WS-POSTING-UNIT
087300     ELSE
087400         MOVE HIGH-VALUES TO WS-POSTING-UNIT
087500     END-IF.
087600     PERFORM 2500-FIND-UNIT-ENTRY
087700         THRU 2500-EXIT.
087800     IF NOT UNIT-ENTRY-FOUND
087900         GO TO 2300-EXIT
088000     END-IF.
088100     IF ARC-SOURCE-PROGRAM = 'MAINT   '
088200         PERFORM 2400-POST-MAINT-ACTION
088300             THRU 2400-EXIT
088400     ELSE
088500         PERFORM 2450-POST-TRANSITION
088600             THRU 2450-EXIT
088700     END-IF.
088800 2300-EXIT.
088900     EXIT.
089000*=================================================================
089100 2400-POST-MAINT-ACTION.
089200*=================================================================
089300*    AN ENTRY ARCHIVED BEFORE THE ACTION CODE WAS CARRIED IS
089400*    CLASSED BY ITS VALUES: NO OLD STATE IS AN ADD (A REI OF
089500*    THAT AGE LOOKS THE SAME AND COUNTS AS ONE), NO NEW STATE
089600*    IS A DEL, ANYTHING ELSE IS A CHG.
089700*=================================================================
089800     MOVE ARC-ACTION-CODE TO WS-ACTION-WORK.
089900     IF WS-ACTION-WORK = SPACES
090000         IF ARC-OLD-STATE = SPACES
090100             MOVE 'ADD' TO WS-ACTION-WORK
090200         ELSE
090300             IF ARC-NEW-STATE = SPACES
090400                 MOVE 'DEL' TO WS-ACTION-WORK
090500             ELSE
090600                 MOVE 'CHG' TO WS-ACTION-WORK
090700             END-IF
090800         END-IF
090900     END-IF.
091000     IF WS-ACTION-WORK = 'ADD'
091100         ADD 1 TO WS-UNT-ADD-CTR (UNT-IDX)
091200     END-IF.
091300     IF WS-ACTION-WORK = 'CHG'
091400         ADD 1 TO WS-UNT-CHG-CTR (UNT-IDX)
091500     END-IF.
091600     IF WS-ACTION-WORK = 'DEL'
091700         ADD 1 TO WS-UNT-DEL-CTR (UNT-IDX)
091800     END-IF.
091900     IF WS-ACTION-WORK = 'REI'
092000         ADD 1 TO WS-UNT-REI-CTR (UNT-IDX)
092100     END-IF.
092200 2400-EXIT.
092300     EXIT.
092400*=================================================================
092500 2450-POST-TRANSITION.
092600*=================================================================
092700     COMPUTE WS-DELTA-WORK
092800             = ARC-NEW-POWER-LEVEL - ARC-OLD-POWER-LEVEL.
092900     ADD 1             TO WS-UNT-TRANSITION-CTR (UNT-IDX).
093000     ADD WS-DELTA-WORK TO WS-UNT-TRANSITION-DELTA (UNT-IDX).
093100
093200     MOVE 'N' TO WS-PAIR-FOUND-SWITCH.
093300     SET PAIR-IDX TO 1.
093400     PERFORM 2460-SCAN-PAIR-ENTRY
093500         THRU 2460-EXIT
093600         UNTIL PAIR-IDX > WS-PAIR-TABLE-COUNT
093700            OR PAIR-ENTRY-FOUND.
093800
093900     IF NOT PAIR-ENTRY-FOUND
094000         IF WS-PAIR-TABLE-COUNT < WS-PAIR-MAX-ENTRIES
094100             ADD 1 TO WS-PAIR-TABLE-COUNT
094200             SET PAIR-IDX TO WS-PAIR-TABLE-COUNT
094300             MOVE WS-POSTING-UNIT
094400                 TO WS-PAIR-BUSINESS-UNIT (PAIR-IDX)
094500             MOVE ARC-OLD-STATE TO WS-PAIR-FROM-STATE (PAIR-IDX)
094600             MOVE ARC-NEW-STATE TO WS-PAIR-TO-STATE (PAIR-IDX)
094700             MOVE ZERO TO WS-PAIR-COUNT (PAIR-IDX)
094800             MOVE ZERO TO WS-PAIR-DELTA (PAIR-IDX)
094900         ELSE
095000             DISPLAY '>> [COBOL] *** TRANSITION-PAIR TABLE '
095100                 'EXCEEDS ' WS-PAIR-MAX-ENTRIES ' ENTRIES. '
095200                 ' PAIR ' ARC-OLD-STATE ' TO ' ARC-NEW-STATE
095300                 ' WAS NOT DETAILED. ***'
095400             MOVE 4 TO WS-RETURN-CODE
095500             GO TO 2450-EXIT
095600         END-IF
095700     END-IF.
095800
095900     ADD 1             TO WS-PAIR-COUNT (PAIR-IDX).
096000     ADD WS-DELTA-WORK TO WS-PAIR-DELTA (PAIR-IDX).
096100 2450-EXIT.
096200     EXIT.
096300*=================================================================
096400 2460-SCAN-PAIR-ENTRY.
096500*=================================================================
096600     IF WS-PAIR-BUSINESS-UNIT (PAIR-IDX) = WS-POSTING-UNIT
096700        AND WS-PAIR-FROM-STATE (PAIR-IDX) = ARC-OLD-STATE
096800        AND WS-PAIR-TO-STATE (PAIR-IDX) = ARC-NEW-STATE
096900         MOVE 'Y' TO WS-PAIR-FOUND-SWITCH
097000     ELSE
097100         SET PAIR-IDX UP BY 1
097200     END-IF.
097300 2460-EXIT.
097400     EXIT.
097500*=================================================================
097600 2500-FIND-UNIT-ENTRY.
097700*=================================================================
097800*    LEAVES UNT-IDX ON THE ENTRY FOR WS-POSTING-UNIT, ADDING IT
097900*    IF IT IS NEW.  UNIT-ENTRY-FOUND STAYS OFF ONLY WHEN THE
098000*    TABLE IS FULL.
098100*=================================================================
098200     MOVE 'N' TO WS-UNIT-FOUND-SWITCH.
098300     SET UNT-IDX TO 1.
098400     PERFORM 2510-SCAN-UNIT-ENTRY
098500         THRU 2510-EXIT
098600         UNTIL UNT-IDX > WS-UNIT-TABLE-COUNT
098700            OR UNIT-ENTRY-FOUND.
098800
098900     IF NOT UNIT-ENTRY-FOUND
099000         IF WS-UNIT-TABLE-COUNT < WS-UNIT-MAX-ENTRIES
099100             ADD 1 TO WS-UNIT-TABLE-COUNT
099200             SET UNT-IDX TO WS-UNIT-TABLE-COUNT
099300             MOVE WS-POSTING-UNIT
099400                 TO WS-UNT-BUSINESS-UNIT (UNT-IDX)
099500             MOVE 'N' TO WS-UNT-PRINTED-SW (UNT-IDX)
099600             MOVE WS-EMPTY-UNIT-COUNTERS
099700                 TO WS-UNT-COUNTERS (UNT-IDX)
099800             MOVE 'Y' TO WS-UNIT-FOUND-SWITCH
099900         ELSE
100000             DISPLAY '>> [COBOL] *** BUSINESS-UNIT TABLE '
100100                 'EXCEEDS ' WS-UNIT-MAX-ENTRIES ' ENTRIES. '
100200                 ' UNIT ' WS-POSTING-UNIT
100300                 ' WAS NOT REPORTED. ***'
100400             MOVE 4 TO WS-RETURN-CODE
100500         END-IF
100600     END-IF.
100700 2500-EXIT.
100800     EXIT.
100900*=================================================================
101000 2510-SCAN-UNIT-ENTRY.
101100*=================================================================
101200     IF WS-UNT-BUSINESS-UNIT (UNT-IDX) = WS-POSTING-UNIT
101300         MOVE 'Y' TO WS-UNIT-FOUND-SWITCH
101400     ELSE
101500         SET UNT-IDX UP BY 1
101600     END-IF.
101700 2510-EXIT.
101800     EXIT.
101900*=================================================================
102000 2600-POST-UNIT-STATE.
102100*=================================================================
102200     MOVE 'N' TO WS-STATE-FOUND-SWITCH.
102300     SET UST-IDX TO 1.
102400     PERFORM 2610-SCAN-UNIT-STATE-ENTRY
102500         THRU 2610-EXIT
102600         UNTIL UST-IDX > WS-UST-TABLE-COUNT
102700            OR STATE-ENTRY-FOUND.
102800
102900     IF NOT STATE-ENTRY-FOUND
103000         IF WS-UST-TABLE-COUNT < WS-UST-MAX-ENTRIES
103100             ADD 1 TO WS-UST-TABLE-COUNT
103200             SET UST-IDX TO WS-UST-TABLE-COUNT
103300             MOVE WS-POSTING-UNIT
103400                 TO WS-UST-BUSINESS-UNIT (UST-IDX)
103500             MOVE MST-CURRENT-STATE TO WS-UST-STATE (UST-IDX)
103600             MOVE ZERO TO WS-UST-ACCOUNT-CTR (UST-IDX)
103700             MOVE ZERO TO WS-UST-POWER-TOTAL (UST-IDX)
103800         ELSE
103900             DISPLAY '>> [COBOL] *** UNIT/STATE TABLE '
104000                 'EXCEEDS ' WS-UST-MAX-ENTRIES ' ENTRIES. '
104100                 ' STATE ' MST-CURRENT-STATE ' OF UNIT '
104200                 WS-POSTING-UNIT ' WAS NOT DETAILED. ***'
104300             MOVE 4 TO WS-RETURN-CODE
104400             GO TO 2600-EXIT
104500         END-IF
104600     END-IF.
104700
104800     ADD 1               TO WS-UST-ACCOUNT-CTR (UST-IDX).
104900     ADD MST-POWER-LEVEL TO WS-UST-POWER-TOTAL (UST-IDX).
105000 2600-EXIT.
105100     EXIT.
105200*=================================================================
105300 2610-SCAN-UNIT-STATE-ENTRY.
105400*=================================================================
105500     IF WS-UST-BUSINESS-UNIT (UST-IDX) = WS-POSTING-UNIT
105600        AND WS-UST-STATE (UST-IDX) = MST-CURRENT-STATE
105700         MOVE 'Y' TO WS-STATE-FOUND-SWITCH
105800     ELSE
105900         SET UST-IDX UP BY 1
106000     END-IF.
106100 2610-EXIT.
106200     EXIT.
106300*=================================================================
106400 2650-POST-GRAND-STATE.
106500*=================================================================
106600     MOVE 'N' TO WS-STATE-FOUND-SWITCH.
106700     SET GST-IDX TO 1.
106800     PERFORM 2660-SCAN-GRAND-STATE-ENTRY
106900         THRU 2660-EXIT
107000         UNTIL GST-IDX > WS-GST-TABLE-COUNT
107100            OR STATE-ENTRY-FOUND.
107200
107300     IF NOT STATE-ENTRY-FOUND
107400         IF WS-GST-TABLE-COUNT < WS-GST-MAX-ENTRIES
107500             ADD 1 TO WS-GST-TABLE-COUNT
107600             SET GST-IDX TO WS-GST-TABLE-COUNT
107700             MOVE MST-CURRENT-STATE TO WS-GST-STATE (GST-IDX)
107800             MOVE ZERO TO WS-GST-ACCOUNT-CTR (GST-IDX)
107900             MOVE ZERO TO WS-GST-POWER-TOTAL (GST-IDX)
108000         ELSE
108100             DISPLAY '>> [COBOL] *** CURRENT-STATE TABLE '
108200                 'EXCEEDS ' WS-GST-MAX-ENTRIES ' ENTRIES. '
108300                 ' STATE ' MST-CURRENT-STATE
108400                 ' WAS NOT DETAILED. ***'
108500             MOVE 4 TO WS-RETURN-CODE
108600             GO TO 2650-EXIT
108700         END-IF
108800     END-IF.
108900
109000     ADD 1               TO WS-GST-ACCOUNT-CTR (GST-IDX).
109100     ADD MST-POWER-LEVEL TO WS-GST-POWER-TOTAL (GST-IDX).
109200 2650-EXIT.
109300     EXIT.
109400*=================================================================
109500 2660-SCAN-GRAND-STATE-ENTRY.
109600*=================================================================
109700     IF WS-GST-STATE (GST-IDX) = MST-CURRENT-STATE
109800         MOVE 'Y' TO WS-STATE-FOUND-SWITCH
109900     ELSE
110000         SET GST-IDX UP BY 1
110100     END-IF.
110200 2660-EXIT.
110300     EXIT.
110400*=================================================================
110500 2900-POST-HOLDS-TO-UNITS.
110600*=================================================================
110700*    THE MASTER PASS HAS STAMPED EACH HOLD WITH ITS OWNING
110800*    UNIT; EACH HOLD NOW COUNTS AGAINST THAT UNIT.
110900*=================================================================
111000     SET HLD-IDX TO 1.
111100     PERFORM 2910-POST-ONE-HOLD
111200         THRU 2910-EXIT
111300         WS-HOLD-TABLE-COUNT TIMES.
111400 2900-EXIT.
111500     EXIT.
111600*=================================================================
111700 2910-POST-ONE-HOLD.
111800*=================================================================
111900     MOVE WS-HLD-TBL-UNIT (HLD-IDX) TO WS-POSTING-UNIT.
112000     PERFORM 2500-FIND-UNIT-ENTRY
112100         THRU 2500-EXIT.
112200     IF UNIT-ENTRY-FOUND
112300         ADD 1 TO WS-UNT-HOLD-CTR (UNT-IDX)
112400     END-IF.
112500     SET HLD-IDX UP BY 1.
112600 2910-EXIT.
112700     EXIT.
112800*=================================================================
112900 3000-PRINT-UNIT-PAGES.
113000*=================================================================
113100*    UNITS PRINT IN BUSINESS-UNIT ORDER: EACH PASS PICKS THE
113200*    LOWEST UNIT NOT YET PRINTED.  HIGH-VALUES (ACCOUNTS NO
113300*    LONGER ON THE MASTER) THEREFORE PRINTS LAST.
113400*=================================================================
113500     PERFORM 3100-PRINT-ONE-UNIT
113600         THRU 3100-EXIT
113700         WS-UNIT-TABLE-COUNT TIMES.
113800 3000-EXIT.
113900     EXIT.
114000*=================================================================
114100 3100-PRINT-ONE-UNIT.
114200*=================================================================
114300     MOVE ZERO TO WS-NEXT-UNIT-SUB.
114400     SET UNT-IDX TO 1.
114500     PERFORM 3110-SCAN-FOR-NEXT-UNIT
114600         THRU 3110-EXIT
114700         WS-UNIT-TABLE-COUNT TIMES.
114800     SET UNT-IDX TO WS-NEXT-UNIT-SUB.
114900     MOVE 'Y' TO WS-UNT-PRINTED-SW (UNT-IDX).
115000     ADD 1 TO WS-UNITS-PRINTED-CTR.
115100     MOVE WS-UNT-BUSINESS-UNIT (UNT-IDX) TO WS-PRINT-UNIT.
115200     MOVE WS-UNT-COUNTERS (UNT-IDX)      TO WS-PRINT-COUNTERS.
115300     IF WS-PRINT-UNIT = HIGH-VALUES
115400         MOVE 'ACCOUNTS NO LONGER ON MASTER' TO WS-RPT-HDG-UNIT
115500     ELSE
115600         IF WS-PRINT-UNIT = SPACES
115700             MOVE '(NO UNIT ON MASTER)' TO WS-RPT-HDG-UNIT
115800         ELSE
115900             MOVE WS-PRINT-UNIT TO WS-RPT-HDG-UNIT
116000         END-IF
116100     END-IF.
116200     MOVE 99 TO WS-LINE-CTR.
116300
116400     PERFORM 5000-PRINT-PORTFOLIO-SECTIONS
116500         THRU 5000-EXIT.
116600
116700     ADD WS-PRT-ACCOUNT-CTR      TO WS-GRD-ACCOUNT-CTR.
116800     ADD WS-PRT-POWER-TOTAL      TO WS-GRD-POWER-TOTAL.
116900     ADD WS-PRT-TRANSITION-CTR   TO WS-GRD-TRANSITION-CTR.
117000     ADD WS-PRT-TRANSITION-DELTA TO WS-GRD-TRANSITION-DELTA.
117100     ADD WS-PRT-ADD-CTR          TO WS-GRD-ADD-CTR.
117200     ADD WS-PRT-CHG-CTR          TO WS-GRD-CHG-CTR.
117300     ADD WS-PRT-DEL-CTR          TO WS-GRD-DEL-CTR.
117400     ADD WS-PRT-REI-CTR          TO WS-GRD-REI-CTR.
117500     ADD WS-PRT-HOLD-CTR         TO WS-GRD-HOLD-CTR.
117600     MOVE 1 TO WS-BAND-SUB.
117700     PERFORM 3150-ADD-ONE-BAND-TO-GRAND
117800         THRU 3150-EXIT
117900         WS-BAND-COUNT TIMES.
118000 3100-EXIT.
118100     EXIT.
118200*=================================================================
118300 3110-SCAN-FOR-NEXT-UNIT.
118400*=================================================================
118500     IF WS-UNT-PRINTED-SW (UNT-IDX) = 'N'
118600         IF WS-NEXT-UNIT-SUB = ZERO
118700             SET WS-NEXT-UNIT-SUB TO UNT-IDX
118800         ELSE
118900             IF WS-UNT-BUSINESS-UNIT (UNT-IDX)
119000                < WS-UNT-BUSINESS-UNIT (WS-NEXT-UNIT-SUB)
119100                 SET WS-NEXT-UNIT-SUB TO UNT-IDX
119200             END-IF
119300         END-IF
119400     END-IF.
119500     SET UNT-IDX UP BY 1.
119600 3110-EXIT.
119700     EXIT.
119800*=================================================================
119900 3150-ADD-ONE-BAND-TO-GRAND.
120000*=================================================================
120100     ADD WS-PRT-BAND-CTR (WS-BAND-SUB)
120200         TO WS-GRD-BAND-CTR (WS-BAND-SUB).
120300     ADD 1 TO WS-BAND-SUB.
120400 3150-EXIT.
120500     EXIT.
120600*=================================================================
120700 4000-PRINT-GRAND-TOTAL-PAGE.
120800*=================================================================
120900     MOVE 'Y' TO WS-GRAND-PAGE-SWITCH.
121000     MOVE WS-GRAND-COUNTERS TO WS-PRINT-COUNTERS.
121100     MOVE 'ALL UNITS -- GRAND TOTAL' TO WS-RPT-HDG-UNIT.
121200     MOVE 99 TO WS-LINE-CTR.
121300
121400     PERFORM 5000-PRINT-PORTFOLIO-SECTIONS
121500         THRU 5000-EXIT.
121600     PERFORM 4100-PRINT-BALANCE-SECTION
121700         THRU 4100-EXIT.
121800 4000-EXIT.
121900     EXIT.
122000*=================================================================
122100 4100-PRINT-BALANCE-SECTION.
122200*=================================================================
122300*    THE UNIT PAGES, ADDED BACK UP, MUST ACCOUNT FOR EVERY
122400*    MASTER RECORD READ AND EVERY UNIT OF POWER-LEVEL ON THEM.
122500*=================================================================
122600     MOVE 'TIE-OUT TO THE ACCOUNT MASTER' TO WS-RPT-SECTION-TITLE.
122700     MOVE WS-RPT-SECTION-HEADER TO WS-REPORT-LINE.
122800     PERFORM 7000-PRINT-REPORT-LINE
122900         THRU 7000-EXIT.
123000
123100     COMPUTE WS-ACCOUNT-DIFFERENCE
123200             = WS-MASTER-READ-CTR - WS-GRD-ACCOUNT-CTR.
123300     COMPUTE WS-POWER-DIFFERENCE
123400             = WS-MASTER-POWER-TOTAL - WS-GRD-POWER-TOTAL.
123500
123600     MOVE 'BUSINESS UNITS REPORTED......:' TO WS-RPT-COUNT-LABEL.
123700     MOVE WS-UNITS-PRINTED-CTR TO WS-RPT-COUNT-VALUE.
123800     PERFORM 4110-PRINT-COUNT-LINE
123900         THRU 4110-EXIT.
124000     MOVE 'MASTER RECORDS READ..........:' TO WS-RPT-COUNT-LABEL.
124100     MOVE WS-MASTER-READ-CTR TO WS-RPT-COUNT-VALUE.
124200     PERFORM 4110-PRINT-COUNT-LINE
124300         THRU 4110-EXIT.
124400     MOVE 'ACCOUNTS ON UNIT PAGES.......:' TO WS-RPT-COUNT-LABEL.
124500     MOVE WS-GRD-ACCOUNT-CTR TO WS-RPT-COUNT-VALUE.
124600     PERFORM 4110-PRINT-COUNT-LINE
124700         THRU 4110-EXIT.
124800     MOVE '  DIFFERENCE.................:' TO WS-RPT-COUNT-LABEL.
124900     MOVE WS-ACCOUNT-DIFFERENCE TO WS-RPT-COUNT-VALUE.
125000     PERFORM 4110-PRINT-COUNT-LINE
125100         THRU 4110-EXIT.
125200     MOVE 'MASTER POWER-LEVEL TOTAL.....:' TO WS-RPT-COUNT-LABEL.
125300     MOVE WS-MASTER-POWER-TOTAL TO WS-RPT-COUNT-VALUE.
125400     PERFORM 4110-PRINT-COUNT-LINE
125500         THRU 4110-EXIT.
125600     MOVE 'POWER-LEVEL ON UNIT PAGES....:' TO WS-RPT-COUNT-LABEL.
125700     MOVE WS-GRD-POWER-TOTAL TO WS-RPT-COUNT-VALUE.
125800     PERFORM 4110-PRINT-COUNT-LINE
125900         THRU 4110-EXIT.
126000     MOVE '  DIFFERENCE.................:' TO WS-RPT-COUNT-LABEL.
126100     MOVE WS-POWER-DIFFERENCE TO WS-RPT-COUNT-VALUE.
126200     PERFORM 4110-PRINT-COUNT-LINE
126300         THRU 4110-EXIT.
126400
126500     IF WS-ACCOUNT-DIFFERENCE = ZERO
126600        AND WS-POWER-DIFFERENCE = ZERO
126700         MOVE 'PORTFOLIO TIES TO THE ACCOUNT MASTER.'
126800             TO WS-RPT-BALANCE-TEXT
126900     ELSE
127000         MOVE '*** PORTFOLIO DOES NOT TIE TO THE MASTER ***'
127100             TO WS-RPT-BALANCE-TEXT
127200         DISPLAY '>> [COBOL] *** PORTFOLIO DOES NOT TIE TO THE '
127300             'ACCOUNT MASTER: ' WS-GRD-ACCOUNT-CTR
127400             ' ACCOUNTS ON UNIT PAGES, ' WS-MASTER-READ-CTR
127500             ' MASTER RECORDS READ. ***'
127600         MOVE 8 TO WS-RETURN-CODE
127700     END-IF.
127800     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
127900     PERFORM 7000-PRINT-REPORT-LINE
128000         THRU 7000-EXIT.
128100     MOVE WS-RPT-BALANCE-LINE TO WS-REPORT-LINE.
128200     PERFORM 7000-PRINT-REPORT-LINE
128300         THRU 7000-EXIT.
128400 4100-EXIT.
128500     EXIT.
128600*=================================================================
128700 4110-PRINT-COUNT-LINE.
128800*=================================================================
128900     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
129000     PERFORM 7000-PRINT-REPORT-LINE
129100         THRU 7000-EXIT.
129200 4110-EXIT.
129300     EXIT.
129400*=================================================================
129500 5000-PRINT-PORTFOLIO-SECTIONS.
129600*=================================================================
129700*    PRINTS THE SECTIONS FOR WS-PRINT-UNIT FROM WS-PRINT-
129800*    COUNTERS, OR FOR THE WHOLE SUITE ON THE GRAND-TOTAL PAGE.
129900*=================================================================
130000     PERFORM 5100-PRINT-STATE-SECTION
130100         THRU 5100-EXIT.
130200     PERFORM 5200-PRINT-BAND-SECTION
130300         THRU 5200-EXIT.
130400     PERFORM 5300-PRINT-TRANSITION-SECTION
130500         THRU 5300-EXIT.
130600     PERFORM 5400-PRINT-MAINT-SECTION
130700         THRU 5400-EXIT.
130800     PERFORM 5500-PRINT-HOLD-SECTION
130900         THRU 5500-EXIT.
131000 5000-EXIT.
131100     EXIT.
131200*=================================================================
131300 5100-PRINT-STATE-SECTION.
131400*=================================================================
131500     MOVE 'ACCOUNTS BY CURRENT STATE' TO WS-RPT-SECTION-TITLE.
131600     MOVE WS-RPT-SECTION-HEADER TO WS-REPORT-LINE.
131700     PERFORM 7000-PRINT-REPORT-LINE
131800         THRU 7000-EXIT.
131900     MOVE WS-RPT-STATE-COLUMNS TO WS-REPORT-LINE.
132000     PERFORM 7000-PRINT-REPORT-LINE
132100         THRU 7000-EXIT.
132200
132300     IF PRINTING-GRAND-TOTALS
132400         SET GST-IDX TO 1
132500         PERFORM 5120-PRINT-GRAND-STATE-LINE
132600             THRU 5120-EXIT
132700             WS-GST-TABLE-COUNT TIMES
132800     ELSE
132900         SET UST-IDX TO 1
133000         PERFORM 5110-PRINT-UNIT-STATE-LINE
133100             THRU 5110-EXIT
133200             WS-UST-TABLE-COUNT TIMES
133300     END-IF.
133400
133500     MOVE 'TOTAL'            TO WS-RPT-STATE.
133600     MOVE WS-PRT-ACCOUNT-CTR TO WS-RPT-STATE-ACCOUNTS.
133700     MOVE WS-PRT-POWER-TOTAL TO WS-RPT-STATE-POWER.
133800     MOVE WS-RPT-STATE-LINE TO WS-REPORT-LINE.
133900     PERFORM 7000-PRINT-REPORT-LINE
134000         THRU 7000-EXIT.
134100     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
134200     PERFORM 7000-PRINT-REPORT-LINE
134300         THRU 7000-EXIT.
134400 5100-EXIT.
134500     EXIT.
134600*=================================================================
134700 5110-PRINT-UNIT-STATE-LINE.
134800*=================================================================
134900     IF WS-UST-BUSINESS-UNIT (UST-IDX) = WS-PRINT-UNIT
135000         MOVE WS-UST-STATE (UST-IDX)       TO WS-RPT-STATE
135100         MOVE WS-UST-ACCOUNT-CTR (UST-IDX)
135200             TO WS-RPT-STATE-ACCOUNTS
135300         MOVE WS-UST-POWER-TOTAL (UST-IDX) TO WS-RPT-STATE-POWER
135400         MOVE WS-RPT-STATE-LINE TO WS-REPORT-LINE
135500         PERFORM 7000-PRINT-REPORT-LINE
135600             THRU 7000-EXIT
135700     END-IF.
135800     SET UST-IDX UP BY 1.
135900 5110-EXIT.
136000     EXIT.
136100*=================================================================
136200 5120-PRINT-GRAND-STATE-LINE.
136300*=================================================================
136400     MOVE WS-GST-STATE (GST-IDX)       TO WS-RPT-STATE.
136500     MOVE WS-GST-ACCOUNT-CTR (GST-IDX) TO WS-RPT-STATE-ACCOUNTS.
136600     MOVE WS-GST-POWER-TOTAL (GST-IDX) TO WS-RPT-STATE-POWER.
136700     MOVE WS-RPT-STATE-LINE TO WS-REPORT-LINE.
136800     PERFORM 7000-PRINT-REPORT-LINE
136900         THRU 7000-EXIT.
137000     SET GST-IDX UP BY 1.
137100 5120-EXIT.
137200     EXIT.
137300*=================================================================
137400 5200-PRINT-BAND-SECTION.
137500*=================================================================
137600     MOVE 'POWER-LEVEL BAND DISTRIBUTION' TO WS-RPT-SECTION-TITLE.
137700     MOVE WS-RPT-SECTION-HEADER TO WS-REPORT-LINE.
137800     PERFORM 7000-PRINT-REPORT-LINE
137900         THRU 7000-EXIT.
138000     MOVE WS-RPT-BAND-COLUMNS TO WS-REPORT-LINE.
138100     PERFORM 7000-PRINT-REPORT-LINE
138200         THRU 7000-EXIT.
138300     MOVE 1 TO WS-BAND-SUB.
138400     PERFORM 5210-PRINT-ONE-BAND-LINE
138500         THRU 5210-EXIT
138600         WS-BAND-COUNT TIMES.
138700     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
138800     PERFORM 7000-PRINT-REPORT-LINE
138900         THRU 7000-EXIT.
139000 5200-EXIT.
139100     EXIT.
139200*=================================================================
139300 5210-PRINT-ONE-BAND-LINE.
139400*=================================================================
139500     MOVE WS-BAND-LABEL (WS-BAND-SUB)   TO WS-RPT-BAND-LABEL.
139600     MOVE WS-PRT-BAND-CTR (WS-BAND-SUB) TO WS-RPT-BAND-ACCOUNTS.
139700     MOVE WS-RPT-BAND-LINE TO WS-REPORT-LINE.
139800     PERFORM 7000-PRINT-REPORT-LINE
139900         THRU 7000-EXIT.
140000     ADD 1 TO WS-BAND-SUB.
140100 5210-EXIT.
140200     EXIT.
140300*=================================================================
140400 5300-PRINT-TRANSITION-SECTION.
140500*=================================================================
140600*    A UNIT PAGE DETAILS EACH FROM/TO PAIR; THE GRAND-TOTAL
140700*    PAGE CARRIES THE TOTAL ONLY (SPEKTRE-TRNSTAT HAS THE
140800*    SUITE-WIDE MATRIX).
140900*=================================================================
141000     MOVE 'STATE TRANSITIONS FOR THE PERIOD (SPEKTRE-OVERRIDE)'
141100         TO WS-RPT-SECTION-TITLE.
141200     MOVE WS-RPT-SECTION-HEADER TO WS-REPORT-LINE.
141300     PERFORM 7000-PRINT-REPORT-LINE
141400         THRU 7000-EXIT.
141500     MOVE WS-RPT-PAIR-COLUMNS TO WS-REPORT-LINE.
141600     PERFORM 7000-PRINT-REPORT-LINE
141700         THRU 7000-EXIT.
141800
141900     IF NOT PRINTING-GRAND-TOTALS
142000         SET PAIR-IDX TO 1
142100         PERFORM 5310-PRINT-ONE-PAIR-LINE
142200             THRU 5310-EXIT
142300             WS-PAIR-TABLE-COUNT TIMES
142400     END-IF.
142500
142600     MOVE 'TOTAL'                 TO WS-RPT-PAIR-FROM.
142700     MOVE SPACES                  TO WS-RPT-PAIR-TO.
142800     MOVE WS-PRT-TRANSITION-CTR   TO WS-RPT-PAIR-COUNT.
142900     MOVE WS-PRT-TRANSITION-DELTA TO WS-RPT-PAIR-DELTA.
143000     MOVE WS-RPT-PAIR-LINE TO WS-REPORT-LINE.
143100     PERFORM 7000-PRINT-REPORT-LINE
143200         THRU 7000-EXIT.
143300     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
143400     PERFORM 7000-PRINT-REPORT-LINE
143500         THRU 7000-EXIT.
143600 5300-EXIT.
143700     EXIT.
143800*=================================================================
143900 5310-PRINT-ONE-PAIR-LINE.
144000*=================================================================
144100     IF WS-PAIR-BUSINESS-UNIT (PAIR-IDX) = WS-PRINT-UNIT
144200         MOVE WS-PAIR-FROM-STATE (PAIR-IDX) TO WS-RPT-PAIR-FROM
144300         MOVE WS-PAIR-TO-STATE (PAIR-IDX)   TO WS-RPT-PAIR-TO
144400         MOVE WS-PAIR-COUNT (PAIR-IDX)      TO WS-RPT-PAIR-COUNT
144500         MOVE WS-PAIR-DELTA (PAIR-IDX)      TO WS-RPT-PAIR-DELTA
144600         MOVE WS-RPT-PAIR-LINE TO WS-REPORT-LINE
144700         PERFORM 7000-PRINT-REPORT-LINE
144800             THRU 7000-EXIT
144900     END-IF.
145000     SET PAIR-IDX UP BY 1.
145100 5310-EXIT.
145200     EXIT.
145300*=================================================================
145400 5400-PRINT-MAINT-SECTION.
145500*=================================================================
145600     MOVE 'MAINTENANCE ACTIONS FOR THE PERIOD (SPEKTRE-MAINT)'
145700         TO WS-RPT-SECTION-TITLE.
145800     MOVE WS-RPT-SECTION-HEADER TO WS-REPORT-LINE.
145900     PERFORM 7000-PRINT-REPORT-LINE
146000         THRU 7000-EXIT.
146100     MOVE 'ADD  -- ACCOUNTS OPENED......:' TO WS-RPT-COUNT-LABEL.
146200     MOVE WS-PRT-ADD-CTR TO WS-RPT-COUNT-VALUE.
146300     PERFORM 4110-PRINT-COUNT-LINE
146400         THRU 4110-EXIT.
146500     MOVE 'CHG  -- ACCOUNTS CHANGED.....:' TO WS-RPT-COUNT-LABEL.
146600     MOVE WS-PRT-CHG-CTR TO WS-RPT-COUNT-VALUE.
146700     PERFORM 4110-PRINT-COUNT-LINE
146800         THRU 4110-EXIT.
146900     MOVE 'DEL  -- ACCOUNTS RETIRED.....:' TO WS-RPT-COUNT-LABEL.
147000     MOVE WS-PRT-DEL-CTR TO WS-RPT-COUNT-VALUE.
147100     PERFORM 4110-PRINT-COUNT-LINE
147200         THRU 4110-EXIT.
147300     MOVE 'REI  -- ACCOUNTS REINSTATED..:' TO WS-RPT-COUNT-LABEL.
147400     MOVE WS-PRT-REI-CTR TO WS-RPT-COUNT-VALUE.
147500     PERFORM 4110-PRINT-COUNT-LINE
147600         THRU 4110-EXIT.
147700     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
147800     PERFORM 7000-PRINT-REPORT-LINE
147900         THRU 7000-EXIT.
148000 5400-EXIT.
148100     EXIT.
148200*=================================================================
148300 5500-PRINT-HOLD-SECTION.
148400*=================================================================
148500*    A UNIT PAGE LISTS EACH HOLD; THE GRAND-TOTAL PAGE CARRIES
148600*    THE COUNT ONLY.
148700*=================================================================
148800     MOVE 'HOLDS IN EFFECT DURING THE PERIOD'
148900         TO WS-RPT-SECTION-TITLE.
149000     MOVE WS-RPT-SECTION-HEADER TO WS-REPORT-LINE.
149100     PERFORM 7000-PRINT-REPORT-LINE
149200         THRU 7000-EXIT.
149300     IF NOT PRINTING-GRAND-TOTALS
149400        AND WS-PRT-HOLD-CTR > ZERO
149500         MOVE WS-RPT-HOLD-COLUMNS TO WS-REPORT-LINE
149600         PERFORM 7000-PRINT-REPORT-LINE
149700             THRU 7000-EXIT
149800         SET HLD-IDX TO 1
149900         PERFORM 5510-PRINT-ONE-HOLD-LINE
150000             THRU 5510-EXIT
150100             WS-HOLD-TABLE-COUNT TIMES
150200     END-IF.
150300     MOVE 'HOLDS IN EFFECT..............:' TO WS-RPT-COUNT-LABEL.
150400     MOVE WS-PRT-HOLD-CTR TO WS-RPT-COUNT-VALUE.
150500     PERFORM 4110-PRINT-COUNT-LINE
150600         THRU 4110-EXIT.
150700     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
150800     PERFORM 7000-PRINT-REPORT-LINE
150900         THRU 7000-EXIT.
151000 5500-EXIT.
151100     EXIT.
151200*=================================================================
151300 5510-PRINT-ONE-HOLD-LINE.
151400*=================================================================
151500     IF WS-HLD-TBL-UNIT (HLD-IDX) = WS-PRINT-UNIT
151600         MOVE WS-HLD-TBL-ACCOUNT-ID (HLD-IDX)
151700             TO WS-RPT-HOLD-ACCOUNT-ID
151800         MOVE WS-HLD-TBL-REASON (HLD-IDX)
151900             TO WS-RPT-HOLD-REASON
152000         MOVE WS-HLD-TBL-EFFECTIVE (HLD-IDX)
152100             TO WS-RPT-HOLD-EFFECTIVE
152200         MOVE WS-HLD-TBL-EXPIRY (HLD-IDX)
152300             TO WS-RPT-HOLD-EXPIRY
152400         MOVE WS-RPT-HOLD-LINE TO WS-REPORT-LINE
152500         PERFORM 7000-PRINT-REPORT-LINE
152600             THRU 7000-EXIT
152700     END-IF.
152800     SET HLD-IDX UP BY 1.
152900 5510-EXIT.
153000     EXIT.
153100*=================================================================
153200 7000-PRINT-REPORT-LINE.
153300*=================================================================
153400*    ALL REPORT OUTPUT FUNNELS THROUGH HERE SO THE PAGE BREAKS
153500*    AND PAGE HEADINGS STAY CONSISTENT.
153600*=================================================================
153700     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
153800         PERFORM 7100-PRINT-PAGE-HEADING
153900             THRU 7100-EXIT
154000     END-IF.
154100     WRITE PORTFOLIO-REPORT-RECORD FROM WS-REPORT-LINE.
154200     ADD 1 TO WS-LINE-CTR.
154300 7000-EXIT.
154400     EXIT.
154500*=================================================================
154600 7100-PRINT-PAGE-HEADING.
154700*=================================================================
154800*    EVERY PAGE, INCLUDING A UNIT'S CONTINUATION PAGES, NAMES
154900*    THE UNIT AND THE PERIOD UNDER THE PAGE HEADING.
155000*=================================================================
155100     ADD 1 TO WS-PAGE-CTR.
155200     MOVE WS-RUN-DATE TO WS-RPT-HDG-RUN-DATE.
155300     MOVE WS-PAGE-CTR TO WS-RPT-HDG-PAGE.
155400     MOVE WS-PERIOD-START-DATE TO WS-RPT-HDG-PERIOD-START.
155500     MOVE WS-RUN-DATE TO WS-RPT-HDG-PERIOD-END.
155600     WRITE PORTFOLIO-REPORT-RECORD FROM WS-RPT-PAGE-HEADING.
155700     WRITE PORTFOLIO-REPORT-RECORD FROM WS-RPT-UNIT-HEADING.
155800     WRITE PORTFOLIO-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
155900     MOVE 3 TO WS-LINE-CTR.
156000 7100-EXIT.
156100     EXIT.
156200*=================================================================
156300 9000-TERMINATE-JOB.
156400*=================================================================
156500     CLOSE ACCOUNT-MASTER-FILE.
156600     IF ARCHIVE-IS-ON-HAND
156700         CLOSE ACTIVITY-ARCHIVE-FILE
156800     END-IF.
156900     CLOSE PORTFOLIO-REPORT.
157000     DISPLAY '>> [COBOL] MASTER RECORDS READ....: '
157100             WS-MASTER-READ-CTR.
157200     DISPLAY '>> [COBOL] ARCHIVE ENTRIES READ...: '
157300             WS-ARCHIVE-READ-CTR.
157400     DISPLAY '>> [COBOL] ENTRIES IN PERIOD......: '
157500             WS-ARCHIVE-IN-PERIOD-CTR.
157600     DISPLAY '>> [COBOL] BUSINESS UNITS.........: '
157700             WS-UNITS-PRINTED-CTR.
157800     MOVE 'END  ' TO WS-LEDGER-EVENT-CODE.
157900     IF WS-RETURN-CODE < 8
158000         MOVE 'CLEAN' TO WS-LEDGER-OUTCOME-CODE
158100     ELSE
158200         MOVE 'ERROR' TO WS-LEDGER-OUTCOME-CODE
158300     END-IF.
158400     PERFORM 1950-WRITE-RUN-LEDGER
158500         THRU 1950-EXIT.
158600     MOVE WS-RETURN-CODE TO RETURN-CODE.
158700     DISPLAY '>> [COBOL] SPEKTRE-UNITRPT JOB COMPLETE.'.
158800 9000-EXIT.
158900     EXIT.
