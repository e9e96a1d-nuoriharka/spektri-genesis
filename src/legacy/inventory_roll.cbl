000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-ROLLFWD.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     MONTH-END STATE INVENTORY ROLL-FORWARD.  RUNS AFTER THE
001000*     LAST NIGHTLY CHAIN OF THE MONTH AND THE ARCHIVE LOAD THAT
001100*     FOLLOWS IT.  TAKES A SNAPSHOT (SPKTSNP) OF THE KEYED
001200*     ACCOUNT MASTER AS AT THE CLOSE, THEN ROLLS THE PRIOR
001300*     MONTH'S SNAPSHOT FORWARD THROUGH THE MONTH'S AUDIT
001400*     ENTRIES ON THE ACTIVITY ARCHIVE (SPKTARC) AND PROVES THE
001500*     RESULT AGAINST THE NEW SNAPSHOT, CURRENT-STATE BY
001600*     CURRENT-STATE, FOR ACCOUNT COUNT AND POWER-LEVEL TOTAL:
001700*         OPENING + MOVED IN - MOVED OUT + ADD/REI - DEL
001800*         (+ POWER CHANGES WITHIN THE STATE) = CLOSING.
001900*     THE PRIOR SNAPSHOT, THE ARCHIVE, AND THE MASTER ARE ALL
002000*     IN ACCOUNT-ID ORDER AND ARE MATCH-MERGED IN ONE PASS, SO
002100*     EACH ACCOUNT IS ALSO ROLLED ON ITS OWN.  AN ACCOUNT WHOSE
002200*     ENTRIES DO NOT FOLLOW ON FROM ONE ANOTHER, OR WHOSE
002300*     ROLLED-FORWARD STATE OR POWER-LEVEL IS NOT WHAT THE
002400*     MASTER HOLDS AT CLOSE, IS LISTED UNDER EACH STATE IT
002500*     PUTS OUT OF BALANCE.  ANY STATE OUT OF BALANCE ENDS THE
002600*     JOB WITH RETURN CODE 8.
002700*
002800*     THE MONTH'S ENTRIES ARE THE AUDIT ENTRIES STAMPED AFTER
002900*     THE ARCHIVED-THROUGH DATE AND TIME ON THE PRIOR
003000*     SNAPSHOT'S TRAILER.  THE NEW SNAPSHOT IS WRITTEN WHETHER
003100*     OR NOT THE MONTH BALANCES -- IT IS THE MASTER AS IT
003200*     STOOD, AND NEXT MONTH ROLLS FORWARD FROM IT.  WITH NO
003300*     PRIOR SNAPSHOT (THE FIRST MONTH) THE CLOSING INVENTORY IS
003400*     PRINTED AND SAVED AND THE JOB ENDS WITH RETURN CODE 4.
003500*-----------------------------------------------------------------
003600* MODIFICATION HISTORY.
003700*     DATE       BY    DESCRIPTION
003800*     ---------- ----- ------------------------------------------
003900*     2026-10-15 LEA   ORIGINAL VERSION.
003910*     2026-10-15 LEA   ON A FIRST-MONTH RUN ONLY A MISSING
003920*                      ACTIVITY ARCHIVE (STATUS 35) LEADS TO A
003930*                      SNAPSHOT-ONLY RUN; ANY OTHER OPEN
003940*                      FAILURE NOW ABORTS THE JOB.
004000*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.    IBM-370.
004400 OBJECT-COMPUTER.    IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCOUNT-MASTER-FILE
004800         ASSIGN TO ACCTMST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS MST-ACCOUNT-ID
005200         FILE STATUS IS WS-ACCTMST-STATUS.
005300
005400     SELECT ACTIVITY-ARCHIVE-FILE
005500         ASSIGN TO ARCHFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS ARC-ARCHIVE-KEY
005900         FILE STATUS IS WS-ARCHFILE-STATUS.
006000
006100     SELECT PRIOR-SNAPSHOT-FILE
006200         ASSIGN TO OLDSNAP
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-OLDSNAP-STATUS.
006500
006600     SELECT NEW-SNAPSHOT-FILE
006700         ASSIGN TO NEWSNAP
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-NEWSNAP-STATUS.
007000
007100     SELECT PARM-CONTROL-FILE
007200         ASSIGN TO PARMCARD
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-PARMCARD-STATUS.
007500
007600     SELECT ROLL-FORWARD-REPORT
007700         ASSIGN TO ROLLRPT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-ROLLRPT-STATUS.
008000
008100     SELECT RUN-LEDGER-FILE
008200         ASSIGN TO RUNLEDGR
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-RUNLEDGR-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  ACCOUNT-MASTER-FILE
008900     RECORD CONTAINS 80 CHARACTERS.
009000     COPY SPKTMST.
009100
009200 FD  ACTIVITY-ARCHIVE-FILE
009300     RECORD CONTAINS 120 CHARACTERS.
009400     COPY SPKTARC.
009500
009600 FD  PRIOR-SNAPSHOT-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  PRIOR-SNAPSHOT-RECORD.
010000     05  PSN-RECORD-TYPE             PIC X(01).
010100         88  PSN-IS-HEADER                  VALUE 'H'.
010200         88  PSN-IS-DETAIL                  VALUE 'D'.
010300         88  PSN-IS-TRAILER                 VALUE 'T'.
010400     05  PSN-ACCOUNT-ID              PIC X(10).
010500     05  PSN-CURRENT-STATE           PIC X(20).
010600     05  PSN-POWER-LEVEL             PIC 9(07).
010700     05  PSN-BUSINESS-UNIT           PIC X(08).
010800     05  FILLER                      PIC X(34).
010900 01  PRIOR-SNAPSHOT-HEADER.
011000     05  PSN-HDR-RECORD-TYPE         PIC X(01).
011100     05  PSN-HDR-CLOSE-DATE          PIC 9(08).
011200     05  PSN-HDR-CREATED-DATE        PIC 9(08).
011300     05  PSN-HDR-CREATED-TIME        PIC 9(08).
011400     05  FILLER                      PIC X(55).
011500 01  PRIOR-SNAPSHOT-TRAILER.
011600     05  PSN-TRL-RECORD-TYPE         PIC X(01).
011700     05  PSN-TRL-RECORD-COUNT        PIC 9(07).
011800     05  PSN-TRL-POWER-TOTAL         PIC 9(13).
011900     05  PSN-TRL-THROUGH-DATE        PIC 9(08).
012000     05  PSN-TRL-THROUGH-TIME        PIC 9(08).
012100     05  FILLER                      PIC X(43).
012200
012300 FD  NEW-SNAPSHOT-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 80 CHARACTERS.
012600     COPY SPKTSNP.
012700
012800 FD  PARM-CONTROL-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 80 CHARACTERS.
013100     COPY SPKTPRM.
013200
013300 FD  ROLL-FORWARD-REPORT
013400     LABEL RECORDS ARE STANDARD
013500     RECORD CONTAINS 133 CHARACTERS.
013600 01  ROLL-FORWARD-REPORT-RECORD      PIC X(133).
013700
013800 FD  RUN-LEDGER-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 80 CHARACTERS.
014100     COPY SPKTLDG.
014200
014300 WORKING-STORAGE SECTION.
014400*-----------------------------------------------------------------
014500* FILE STATUS FIELDS AND SWITCHES.
014600*-----------------------------------------------------------------
014700 01  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
014800 01  WS-ARCHFILE-STATUS          PIC X(02) VALUE '00'.
014900 01  WS-OLDSNAP-STATUS           PIC X(02) VALUE '00'.
015000 01  WS-NEWSNAP-STATUS           PIC X(02) VALUE '00'.
015100 01  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
015200 01  WS-ROLLRPT-STATUS           PIC X(02) VALUE '00'.
015300 01  WS-RUNLEDGR-STATUS          PIC X(02) VALUE '00'.
015400 01  WS-SWITCHES.
015500     05  WS-PRIOR-ON-HAND-SWITCH PIC X(01) VALUE 'N'.
015600         88  PRIOR-SNAPSHOT-ON-HAND        VALUE 'Y'.
015700     05  WS-ARCH-ON-HAND-SWITCH  PIC X(01) VALUE 'N'.
015800         88  ARCHIVE-IS-ON-HAND            VALUE 'Y'.
015900     05  WS-OLDSNAP-EOF-SWITCH   PIC X(01) VALUE 'N'.
016000         88  END-OF-PRIOR-SNAPSHOT         VALUE 'Y'.
016100     05  WS-TRAILER-SEEN-SWITCH  PIC X(01) VALUE 'N'.
016200         88  PRIOR-TRAILER-SEEN            VALUE 'Y'.
016300     05  WS-STATE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
016400         88  STATE-ENTRY-FOUND             VALUE 'Y'.
016500     05  WS-BALANCED-SWITCH      PIC X(01) VALUE 'Y'.
016600         88  STATE-IN-BALANCE              VALUE 'Y'.
016700     05  WS-EXC-LISTED-SWITCH    PIC X(01) VALUE 'N'.
016800         88  ACCOUNT-WAS-LISTED            VALUE 'Y'.
016900     05  WS-RUNLEDGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
017000         88  END-OF-RUN-LEDGER             VALUE 'Y'.
017100     05  WS-PRED-CLEAN-SWITCH    PIC X(01) VALUE 'N'.
017200         88  PREDECESSOR-RAN-CLEAN         VALUE 'Y'.
017300     05  WS-SELF-DONE-SWITCH     PIC X(01) VALUE 'N'.
017400         88  JOB-ALREADY-RAN-CLEAN         VALUE 'Y'.
017500     05  WS-LEDGER-OVR-SWITCH    PIC X(01) VALUE 'N'.
017600         88  LEDGER-OVERRIDE-REQUESTED     VALUE 'Y'.
017700*-----------------------------------------------------------------
017800* CLOSE DATE AND RUN-LEDGER CONTROLS.
017900*-----------------------------------------------------------------
018000 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
018100 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
018200 01  WS-PRIOR-CLOSE-DATE         PIC 9(08) VALUE ZERO.
018300 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
018400 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
018500 01  WS-RUN-LEDGER-CONTROLS.
018600     05  WS-LEDGER-JOB-NAME      PIC X(08) VALUE 'ROLLFWD '.
018700     05  WS-LEDGER-PRED-NAME     PIC X(08) VALUE 'MSTLOAD '.
018800     05  WS-LEDGER-EVENT-CODE    PIC X(05) VALUE SPACES.
018900     05  WS-LEDGER-OUTCOME-CODE  PIC X(05) VALUE SPACES.
019000*-----------------------------------------------------------------
019100* ARCHIVE STAMPS.  THE CUT-OFF IS THE PRIOR SNAPSHOT'S
019200* ARCHIVED-THROUGH STAMP; THE THROUGH STAMP IS THE LATEST
019300* ENTRY SEEN THIS RUN AND GOES ON THE NEW SNAPSHOT'S TRAILER.
019400* DATE AND TIME ARE BOTH EIGHT DIGITS, SO EACH GROUP COMPARES
019500* AS ONE VALUE.
019600*-----------------------------------------------------------------
019700 01  WS-CUTOFF-STAMP.
019800     05  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
019900     05  WS-CUTOFF-TIME          PIC 9(08) VALUE ZERO.
020000 01  WS-THROUGH-STAMP.
020100     05  WS-THROUGH-DATE         PIC 9(08) VALUE ZERO.
020200     05  WS-THROUGH-TIME         PIC 9(08) VALUE ZERO.
020300 01  WS-ENTRY-STAMP.
020400     05  WS-ENTRY-DATE           PIC 9(08) VALUE ZERO.
020500     05  WS-ENTRY-TIME           PIC 9(08) VALUE ZERO.
020600*-----------------------------------------------------------------
020700* MERGE CONTROL KEYS.  HIGH-VALUES MARKS AN EXHAUSTED FILE SO
020800* THE OTHER FILES DRAIN THROUGH THE SAME COMPARE.
020900*-----------------------------------------------------------------
021000 01  WS-PSN-KEY                  PIC X(10) VALUE LOW-VALUES.
021100 01  WS-ARC-KEY                  PIC X(10) VALUE LOW-VALUES.
021200 01  WS-MST-KEY                  PIC X(10) VALUE LOW-VALUES.
021300 01  WS-LOW-KEY                  PIC X(10) VALUE LOW-VALUES.
021400 01  WS-POSTING-STATE            PIC X(20) VALUE SPACES.
021500 01  WS-PRINT-STATE              PIC X(20) VALUE SPACES.
021600*-----------------------------------------------------------------
021700* WORK FIELDS AND COUNTERS.
021800*-----------------------------------------------------------------
021900 01  WS-CHECK-RECORD-CTR         PIC 9(07) COMP VALUE ZERO.
022000 01  WS-CHECK-POWER-TOTAL        PIC 9(13) COMP VALUE ZERO.
022100 01  WS-PRIOR-READ-CTR           PIC 9(07) COMP VALUE ZERO.
022200 01  WS-PRIOR-POWER-TOTAL        PIC 9(13) COMP VALUE ZERO.
022300 01  WS-MASTER-READ-CTR          PIC 9(07) COMP VALUE ZERO.
022400 01  WS-MASTER-POWER-TOTAL       PIC 9(13) COMP VALUE ZERO.
022500 01  WS-ARCHIVE-READ-CTR         PIC 9(07) COMP VALUE ZERO.
022600 01  WS-ENTRIES-ROLLED-CTR       PIC 9(07) COMP VALUE ZERO.
022700 01  WS-SNAPSHOT-WRITTEN-CTR     PIC 9(07) COMP VALUE ZERO.
022800 01  WS-STATES-OUT-CTR           PIC 9(07) COMP VALUE ZERO.
022900 01  WS-EXCEPTION-CTR            PIC 9(07) COMP VALUE ZERO.
023000 01  WS-ACTION-WORK              PIC X(03) VALUE SPACES.
023100 01  WS-DELTA-WORK               PIC S9(08) COMP VALUE ZERO.
023200 01  WS-NEXT-STATE-SUB           PIC 9(04) COMP VALUE ZERO.
023300 01  WS-ROLLED-CTR               PIC S9(09) COMP VALUE ZERO.
023400 01  WS-ROLLED-POWER             PIC S9(15) COMP VALUE ZERO.
023500 01  WS-DIFFERENCE-CTR           PIC S9(09) COMP VALUE ZERO.
023600 01  WS-DIFFERENCE-POWER         PIC S9(15) COMP VALUE ZERO.
023700*-----------------------------------------------------------------
023800* ONE ACCOUNT AS IT IS ROLLED: WHAT THE PRIOR SNAPSHOT HELD,
023900* WHERE ITS ENTRIES TOOK IT, AND WHAT THE MASTER HOLDS AT
024000* CLOSE.  THE FIRST ENTRY THAT DOES NOT FOLLOW ON FROM THE
024100* ONE BEFORE IS KEPT: THE STATE THE ENTRY POSTED TO AND THE
024200* STATE THE ACCOUNT HELD AT THE TIME.  AN ACCOUNT THAT DOES
024300* NOT PROVE IS COPIED WHOLE INTO THE EXCEPTION TABLE.
024400*-----------------------------------------------------------------
024500 01  WS-ACCOUNT-WORK.
024600     05  WS-ACT-ACCOUNT-ID       PIC X(10).
024700     05  WS-ACT-OPEN-SW          PIC X(01).
024800         88  ACCOUNT-WAS-OPEN              VALUE 'Y'.
024900     05  WS-ACT-OPEN-STATE       PIC X(20).
025000     05  WS-ACT-OPEN-POWER       PIC 9(07).
025100     05  WS-ACT-ROLL-SW          PIC X(01).
025200         88  ACCOUNT-ROLLS-ON              VALUE 'Y'.
025300     05  WS-ACT-ROLL-STATE       PIC X(20).
025400     05  WS-ACT-ROLL-POWER       PIC 9(07).
025500     05  WS-ACT-CLOSE-SW         PIC X(01).
025600         88  ACCOUNT-ON-MASTER             VALUE 'Y'.
025700     05  WS-ACT-CLOSE-STATE      PIC X(20).
025800     05  WS-ACT-CLOSE-POWER      PIC 9(07).
025900     05  WS-ACT-BREAK-SW         PIC X(01).
026000         88  ENTRY-CHAIN-BROKEN            VALUE 'Y'.
026100     05  WS-ACT-BREAK-STATE      PIC X(20).
026200     05  WS-ACT-HELD-STATE       PIC X(20).
026300     05  WS-ACT-REASON           PIC X(26).
026400*-----------------------------------------------------------------
026500* CURRENT-STATE TABLE.  ONE ENTRY PER STATE SEEN ON EITHER
026600* SNAPSHOT OR IN THE MONTH'S ENTRIES.  THE COUNTERS GROUP IS
026700* LAID OUT THE SAME AS THE EMPTY, PRINT, AND GRAND-TOTAL
026800* COUNTERS BELOW SO IT MOVES AS ONE.
026900*-----------------------------------------------------------------
027000 01  WS-STATE-TABLE-CONTROLS.
027100     05  WS-STATE-MAX-ENTRIES    PIC 9(04) COMP VALUE 500.
027200     05  WS-STATE-TABLE-COUNT    PIC 9(04) COMP VALUE ZERO.
027300 01  WS-STATE-TABLE.
027400     05  WS-STATE-ENTRY OCCURS 500 TIMES
027500                             INDEXED BY STT-IDX.
027600         10  WS-STT-STATE            PIC X(20).
027700         10  WS-STT-PRINTED-SW       PIC X(01).
027800         10  WS-STT-COUNTERS.
027900             15  WS-STT-OPEN-CTR         PIC 9(07) COMP.
028000             15  WS-STT-OPEN-POWER       PIC S9(13) COMP.
028100             15  WS-STT-IN-CTR           PIC 9(07) COMP.
028200             15  WS-STT-IN-POWER         PIC S9(13) COMP.
028300             15  WS-STT-OUT-CTR          PIC 9(07) COMP.
028400             15  WS-STT-OUT-POWER        PIC S9(13) COMP.
028500             15  WS-STT-ADDREI-CTR       PIC 9(07) COMP.
028600             15  WS-STT-ADDREI-POWER     PIC S9(13) COMP.
028700             15  WS-STT-DEL-CTR          PIC 9(07) COMP.
028800             15  WS-STT-DEL-POWER        PIC S9(13) COMP.
028900             15  WS-STT-ADJ-POWER        PIC S9(13) COMP.
029000             15  WS-STT-CLOSE-CTR        PIC 9(07) COMP.
029100             15  WS-STT-CLOSE-POWER      PIC S9(13) COMP.
029200 01  WS-EMPTY-STATE-COUNTERS.
029300     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
029400     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
029500     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
029600     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
029700     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
029800     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
029900     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
030000     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
030100     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
030200     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
030300     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
030400     05  FILLER                  PIC 9(07) COMP VALUE ZERO.
030500     05  FILLER                  PIC S9(13) COMP VALUE ZERO.
030600 01  WS-PRINT-COUNTERS.
030700     05  WS-PRT-OPEN-CTR         PIC 9(07) COMP.
030800     05  WS-PRT-OPEN-POWER       PIC S9(13) COMP.
030900     05  WS-PRT-IN-CTR           PIC 9(07) COMP.
031000     05  WS-PRT-IN-POWER         PIC S9(13) COMP.
031100     05  WS-PRT-OUT-CTR          PIC 9(07) COMP.
031200     05  WS-PRT-OUT-POWER        PIC S9(13) COMP.
031300     05  WS-PRT-ADDREI-CTR       PIC 9(07) COMP.
031400     05  WS-PRT-ADDREI-POWER     PIC S9(13) COMP.
031500     05  WS-PRT-DEL-CTR          PIC 9(07) COMP.
031600     05  WS-PRT-DEL-POWER        PIC S9(13) COMP.
031700     05  WS-PRT-ADJ-POWER        PIC S9(13) COMP.
031800     05  WS-PRT-CLOSE-CTR        PIC 9(07) COMP.
031900     05  WS-PRT-CLOSE-POWER      PIC S9(13) COMP.
032000 01  WS-GRAND-COUNTERS.
032100     05  WS-GRD-OPEN-CTR         PIC 9(07) COMP.
032200     05  WS-GRD-OPEN-POWER       PIC S9(13) COMP.
032300     05  WS-GRD-IN-CTR           PIC 9(07) COMP.
032400     05  WS-GRD-IN-POWER         PIC S9(13) COMP.
032500     05  WS-GRD-OUT-CTR          PIC 9(07) COMP.
032600     05  WS-GRD-OUT-POWER        PIC S9(13) COMP.
032700     05  WS-GRD-ADDREI-CTR       PIC 9(07) COMP.
032800     05  WS-GRD-ADDREI-POWER     PIC S9(13) COMP.
032900     05  WS-GRD-DEL-CTR          PIC 9(07) COMP.
033000     05  WS-GRD-DEL-POWER        PIC S9(13) COMP.
033100     05  WS-GRD-ADJ-POWER        PIC S9(13) COMP.
033200     05  WS-GRD-CLOSE-CTR        PIC 9(07) COMP.
033300     05  WS-GRD-CLOSE-POWER      PIC S9(13) COMP.
033400*-----------------------------------------------------------------
033500* ACCOUNTS THAT DID NOT PROVE, IN ACCOUNT-ID ORDER.  EACH
033600* ENTRY IS A COPY OF WS-ACCOUNT-WORK.
033700*-----------------------------------------------------------------
033800 01  WS-EXC-TABLE-CONTROLS.
033900     05  WS-EXC-MAX-ENTRIES      PIC 9(04) COMP VALUE 1000.
034000     05  WS-EXC-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
034100 01  WS-EXCEPTION-TABLE.
034200     05  WS-EXC-ENTRY OCCURS 1000 TIMES
034300                             INDEXED BY EXC-IDX.
034400         10  WS-EXC-ACCOUNT-WORK     PIC X(161).
034500*-----------------------------------------------------------------
034600* PRINT LINES AND PAGINATION CONTROLS.
034700*-----------------------------------------------------------------
034800 01  WS-PAGINATION-CONTROLS.
034900     05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
035000     05  WS-LINE-CTR             PIC 9(03) COMP VALUE 99.
035100     05  WS-PAGE-CTR             PIC 9(04) COMP VALUE ZERO.
035200 01  WS-REPORT-LINE                  PIC X(133).
035300 01  WS-RPT-PAGE-HEADING.
035400     05  FILLER                      PIC X(56)
035500             VALUE 'SPEKTRE-ROLLFWD STATE INVENTORY ROLL-FORWARD'.
035600     05  FILLER                      PIC X(11)
035700             VALUE 'CLOSE DATE '.
035800     05  WS-RPT-HDG-CLOSE-DATE       PIC 9(08).
035900     05  FILLER                      PIC X(03) VALUE SPACES.
036000     05  FILLER                      PIC X(12)
036100             VALUE 'PRIOR CLOSE '.
036200     05  WS-RPT-HDG-PRIOR-DATE       PIC 9(08).
036300     05  FILLER                      PIC X(03) VALUE SPACES.
036400     05  FILLER                      PIC X(05) VALUE 'PAGE '.
036500     05  WS-RPT-HDG-PAGE             PIC ZZZ9.
036600     05  FILLER                      PIC X(23) VALUE SPACES.
036700 01  WS-RPT-COLUMN-HEADING.
036800     05  FILLER                      PIC X(01) VALUE SPACES.
036900     05  FILLER                      PIC X(27)
037000             VALUE 'CURRENT-STATE'.
037100     05  FILLER                      PIC X(11)
037200                   VALUE '    OPENING'.
037300     05  FILLER                      PIC X(11)
037400                   VALUE '   MOVED IN'.
037500     05  FILLER                      PIC X(11)
037600                   VALUE '  MOVED OUT'.
037700     05  FILLER                      PIC X(11)
037800                   VALUE '    ADD/REI'.
037900     05  FILLER                      PIC X(11)
038000                   VALUE '        DEL'.
038100     05  FILLER                      PIC X(11)
038200                   VALUE '  POWER ADJ'.
038300     05  FILLER                      PIC X(11)
038400                   VALUE '     ROLLED'.
038500     05  FILLER                      PIC X(11)
038600                   VALUE '    CLOSING'.
038700     05  FILLER                      PIC X(11)
038800                   VALUE ' DIFFERENCE'.
038900     05  FILLER                      PIC X(06) VALUE SPACES.
039000 01  WS-RPT-ROLL-LINE.
039100     05  FILLER                      PIC X(01) VALUE SPACES.
039200     05  WS-RPT-ROLL-STATE           PIC X(20).
039300     05  FILLER                      PIC X(01) VALUE SPACES.
039400     05  WS-RPT-ROLL-LABEL           PIC X(06).
039500     05  WS-RPT-ROLL-OPENING         PIC -(10)9.
039600     05  WS-RPT-ROLL-IN              PIC -(10)9.
039700     05  WS-RPT-ROLL-OUT             PIC -(10)9.
039800     05  WS-RPT-ROLL-ADDREI          PIC -(10)9.
039900     05  WS-RPT-ROLL-DEL             PIC -(10)9.
040000     05  WS-RPT-ROLL-ADJ             PIC X(11).
040100     05  WS-RPT-ROLL-ROLLED          PIC -(10)9.
040200     05  WS-RPT-ROLL-CLOSING         PIC -(10)9.
040300     05  WS-RPT-ROLL-DIFFERENCE      PIC -(10)9.
040400     05  FILLER                      PIC X(06) VALUE SPACES.
040500 01  WS-RPT-ADJ-EDIT                 PIC -(10)9.
040600 01  WS-RPT-EXC-TITLE.
040700     05  FILLER                      PIC X(04) VALUE SPACES.
040800     05  FILLER                      PIC X(40)
040900             VALUE 'ACCOUNTS BEHIND THE DIFFERENCE:'.
041000     05  FILLER                      PIC X(89) VALUE SPACES.
041100 01  WS-RPT-EXC-HEADING.
041200     05  FILLER                      PIC X(04) VALUE SPACES.
041300     05  FILLER                      PIC X(12) VALUE 'ACCOUNT'.
041400     05  FILLER                      PIC X(30)
041500             VALUE 'OPENING (PRIOR SNAPSHOT)'.
041600     05  FILLER                      PIC X(30)
041700             VALUE 'ROLLED FORWARD'.
041800     05  FILLER                      PIC X(30)
041900             VALUE 'CLOSING (MASTER)'.
042000     05  FILLER                      PIC X(27) VALUE 'REASON'.
042100 01  WS-RPT-EXC-LINE.
042200     05  FILLER                      PIC X(04) VALUE SPACES.
042300     05  WS-RPT-EXC-ACCOUNT-ID       PIC X(10).
042400     05  FILLER                      PIC X(02) VALUE SPACES.
042500     05  WS-RPT-EXC-OPEN-STATE       PIC X(20).
042600     05  FILLER                      PIC X(01) VALUE SPACES.
042700     05  WS-RPT-EXC-OPEN-POWER       PIC X(07).
042800     05  FILLER                      PIC X(02) VALUE SPACES.
042900     05  WS-RPT-EXC-ROLL-STATE       PIC X(20).
043000     05  FILLER                      PIC X(01) VALUE SPACES.
043100     05  WS-RPT-EXC-ROLL-POWER       PIC X(07).
043200     05  FILLER                      PIC X(02) VALUE SPACES.
043300     05  WS-RPT-EXC-CLOSE-STATE      PIC X(20).
043400     05  FILLER                      PIC X(01) VALUE SPACES.
043500     05  WS-RPT-EXC-CLOSE-POWER      PIC X(07).
043600     05  FILLER                      PIC X(02) VALUE SPACES.
043700     05  WS-RPT-EXC-REASON           PIC X(26).
043800     05  FILLER                      PIC X(01) VALUE SPACES.
043900 01  WS-RPT-POWER-EDIT               PIC ZZZZZZ9.
044000 01  WS-RPT-COUNT-LINE.
044100     05  FILLER                      PIC X(02) VALUE SPACES.
044200     05  WS-RPT-COUNT-LABEL          PIC X(30).
044300     05  WS-RPT-COUNT-VALUE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
044400     05  FILLER                      PIC X(83) VALUE SPACES.
044500 01  WS-RPT-BALANCE-LINE.
044600     05  FILLER                      PIC X(02) VALUE SPACES.
044700     05  WS-RPT-BALANCE-TEXT         PIC X(80).
044800     05  FILLER                      PIC X(51) VALUE SPACES.
044900 01  WS-RPT-BLANK-LINE               PIC X(133) VALUE SPACES.
045000*-----------------------------------------------------------------
045100 PROCEDURE DIVISION.
045200*=================================================================
045300 0000-MAINLINE-CONTROL.
045400*=================================================================
045500     PERFORM 1000-INITIALIZE-JOB
045600         THRU 1000-EXIT.
045700
045800     PERFORM 2050-READ-PRIOR-SNAPSHOT
045900         THRU 2050-EXIT.
046000     PERFORM 2100-READ-MASTER-RECORD
046100         THRU 2100-EXIT.
046200     PERFORM 2150-READ-ARCHIVE-RECORD
046300         THRU 2150-EXIT.
046400     PERFORM 2000-ROLL-ONE-ACCOUNT
046500         THRU 2000-EXIT
046600         UNTIL WS-PSN-KEY = HIGH-VALUES
046700           AND WS-MST-KEY = HIGH-VALUES
046800           AND WS-ARC-KEY = HIGH-VALUES.
046900
047000     PERFORM 3000-CLOSE-NEW-SNAPSHOT
047100         THRU 3000-EXIT.
047200     PERFORM 4000-PRINT-ROLL-FORWARD
047300         THRU 4000-EXIT.
047400     PERFORM 8000-PRINT-TOTALS
047500         THRU 8000-EXIT.
047600
047700     PERFORM 9000-TERMINATE-JOB
047800         THRU 9000-EXIT.
047900
048000     STOP RUN.
048100*=================================================================
048200 1000-INITIALIZE-JOB.
048300*=================================================================
048400     DISPLAY '>> [COBOL] SPEKTRE-ROLLFWD STATE ROLL-FORWARD...'.
048500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
048600     ACCEPT WS-CURRENT-TIME FROM TIME.
048700
048800     OPEN INPUT PARM-CONTROL-FILE.
048900     IF WS-PARMCARD-STATUS = '00'
049000         READ PARM-CONTROL-FILE
049100             AT END
049200                 MOVE WS-CURRENT-DATE TO WS-RUN-DATE
049300             NOT AT END
049400                 IF PARM-AS-OF-DATE NUMERIC
049500                    AND PARM-AS-OF-DATE > ZERO
049600                     MOVE PARM-AS-OF-DATE TO WS-RUN-DATE
049700                 ELSE
049800                     MOVE WS-CURRENT-DATE TO WS-RUN-DATE
049900                 END-IF
050000                 IF PARM-LEDGER-OVERRIDE-YES
050100                     MOVE 'Y' TO WS-LEDGER-OVR-SWITCH
050200                 END-IF
050300         END-READ
050400         CLOSE PARM-CONTROL-FILE
050500     ELSE
050600         MOVE WS-CURRENT-DATE TO WS-RUN-DATE
050700     END-IF.
050800
050900     PERFORM 1900-VERIFY-RUN-LEDGER
051000         THRU 1900-EXIT.
051100
051200     PERFORM 1100-VERIFY-PRIOR-SNAPSHOT
051300         THRU 1100-EXIT.
051400
051500     OPEN INPUT ACCOUNT-MASTER-FILE.
051600     IF WS-ACCTMST-STATUS NOT = '00'
051700         DISPLAY '>> [COBOL] UNABLE TO OPEN ACCOUNT-MASTER-'
051800             'FILE, STATUS ' WS-ACCTMST-STATUS '.  JOB ABORTED.'
051900         MOVE 16 TO WS-RETURN-CODE
052000         MOVE WS-RETURN-CODE TO RETURN-CODE
052100         STOP RUN
052200     END-IF.
052300*    WITHOUT THE ARCHIVE THERE IS NOTHING TO ROLL FORWARD WITH;
052400*    ONLY A FIRST-MONTH SNAPSHOT CAN BE TAKEN WITHOUT IT, AND
052410*    ONLY WHEN THE ARCHIVE IS ABSENT RATHER THAN UNREADABLE.
052500     OPEN INPUT ACTIVITY-ARCHIVE-FILE.
052600     IF WS-ARCHFILE-STATUS = '00'
052700         MOVE 'Y' TO WS-ARCH-ON-HAND-SWITCH
052800     ELSE
052900         IF PRIOR-SNAPSHOT-ON-HAND
052910            OR WS-ARCHFILE-STATUS NOT = '35'
053000             DISPLAY '>> [COBOL] UNABLE TO OPEN ACTIVITY-'
053100                 'ARCHIVE-FILE, STATUS ' WS-ARCHFILE-STATUS
053200                 '.  JOB ABORTED.'
053300             MOVE 16 TO WS-RETURN-CODE
053400             MOVE WS-RETURN-CODE TO RETURN-CODE
053500             STOP RUN
053600         END-IF
053700         DISPLAY '>> [COBOL] ACTIVITY ARCHIVE NOT ON HAND, '
053800             'STATUS ' WS-ARCHFILE-STATUS
053900             ' -- SNAPSHOT ONLY.'
054000     END-IF.
054100
054200     OPEN OUTPUT NEW-SNAPSHOT-FILE.
054300     IF WS-NEWSNAP-STATUS NOT = '00'
054400         DISPLAY '>> [COBOL] UNABLE TO OPEN NEW-SNAPSHOT-FILE, '
054500             'STATUS ' WS-NEWSNAP-STATUS '.  JOB ABORTED.'
054600         MOVE 16 TO WS-RETURN-CODE
054700         MOVE WS-RETURN-CODE TO RETURN-CODE
054800         STOP RUN
054900     END-IF.
055000     MOVE SPACES          TO SNAPSHOT-HEADER-RECORD.
055100     MOVE 'H'             TO SNP-HDR-RECORD-TYPE.
055200     MOVE WS-RUN-DATE     TO SNP-HDR-CLOSE-DATE.
055300     MOVE WS-CURRENT-DATE TO SNP-HDR-CREATED-DATE.
055400     MOVE WS-CURRENT-TIME TO SNP-HDR-CREATED-TIME.
055500     WRITE SNAPSHOT-HEADER-RECORD.
055600
055700     OPEN OUTPUT ROLL-FORWARD-REPORT.
055800     IF WS-ROLLRPT-STATUS NOT = '00'
055900         DISPLAY '>> [COBOL] UNABLE TO OPEN ROLL-FORWARD-REPORT,'
056000             ' STATUS ' WS-ROLLRPT-STATUS '.  JOB ABORTED.'
056100         MOVE 16 TO WS-RETURN-CODE
056200         MOVE WS-RETURN-CODE TO RETURN-CODE
056300         STOP RUN
056400     END-IF.
056500     MOVE WS-EMPTY-STATE-COUNTERS TO WS-GRAND-COUNTERS.
056600     DISPLAY '>> [COBOL] CLOSE DATE ' WS-RUN-DATE
056700         ', ENTRIES AFTER ' WS-CUTOFF-DATE '/' WS-CUTOFF-TIME
056800         '.'.
056900 1000-EXIT.
057000     EXIT.
057100*=================================================================
057200 1100-VERIFY-PRIOR-SNAPSHOT.
057300*=================================================================
057400*    THE PRIOR SNAPSHOT IS READ THROUGH ONCE AND PROVED AGAINST
057500*    ITS OWN TRAILER BEFORE ANYTHING IS ROLLED FROM IT, THEN
057600*    REOPENED FOR THE MERGE.  ITS TRAILER SETS THE CUT-OFF FOR
057700*    THE MONTH'S ARCHIVE ENTRIES.
057800*=================================================================
057900     OPEN INPUT PRIOR-SNAPSHOT-FILE.
058000     IF WS-OLDSNAP-STATUS = '35'
058100         DISPLAY '>> [COBOL] NO PRIOR SNAPSHOT ON HAND -- '
058200             'OPENING INVENTORY WILL BE TAKEN AT THIS CLOSE.'
058300         MOVE 4 TO WS-RETURN-CODE
058400         GO TO 1100-EXIT
058500     END-IF.
058600     IF WS-OLDSNAP-STATUS NOT = '00'
058700         DISPLAY '>> [COBOL] UNABLE TO OPEN PRIOR-SNAPSHOT-FILE,'
058800             ' STATUS ' WS-OLDSNAP-STATUS '.  JOB ABORTED.'
058900         MOVE 16 TO WS-RETURN-CODE
059000         MOVE WS-RETURN-CODE TO RETURN-CODE
059100         STOP RUN
059200     END-IF.
059300     READ PRIOR-SNAPSHOT-FILE
059400         AT END
059500             MOVE SPACES TO PRIOR-SNAPSHOT-RECORD
059600     END-READ.
059700     IF NOT PSN-IS-HEADER
059800         DISPLAY '>> [COBOL] *** PRIOR-SNAPSHOT-FILE HAS NO '
059900             'HEADER RECORD.  JOB ABORTED. ***'
060000         MOVE 16 TO WS-RETURN-CODE
060100         MOVE WS-RETURN-CODE TO RETURN-CODE
060200         STOP RUN
060300     END-IF.
060400     MOVE PSN-HDR-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE.
060500     IF WS-PRIOR-CLOSE-DATE NOT < WS-RUN-DATE
060600         DISPLAY '>> [COBOL] *** PRIOR SNAPSHOT CLOSED '
060700             WS-PRIOR-CLOSE-DATE ', NOT BEFORE THIS CLOSE ('
060800             WS-RUN-DATE ').  WRONG GENERATION -- JOB '
060900             'ABORTED. ***'
061000         MOVE 16 TO WS-RETURN-CODE
061100         MOVE WS-RETURN-CODE TO RETURN-CODE
061200         STOP RUN
061300     END-IF.
061400     PERFORM 1110-CHECK-ONE-SNAPSHOT-RECORD
061500         THRU 1110-EXIT
061600         UNTIL END-OF-PRIOR-SNAPSHOT.
061700     CLOSE PRIOR-SNAPSHOT-FILE.
061800     IF NOT PRIOR-TRAILER-SEEN
061900        OR WS-CHECK-RECORD-CTR NOT = PSN-TRL-RECORD-COUNT
062000        OR WS-CHECK-POWER-TOTAL NOT = PSN-TRL-POWER-TOTAL
062100         DISPLAY '>> [COBOL] *** PRIOR SNAPSHOT DOES NOT AGREE '
062200             'WITH ITS TRAILER (' WS-CHECK-RECORD-CTR
062300             ' RECORDS READ).  JOB ABORTED. ***'
062400         MOVE 16 TO WS-RETURN-CODE
062500         MOVE WS-RETURN-CODE TO RETURN-CODE
062600         STOP RUN
062700     END-IF.
062800     MOVE PSN-TRL-THROUGH-DATE TO WS-CUTOFF-DATE.
062900     MOVE PSN-TRL-THROUGH-TIME TO WS-CUTOFF-TIME.
063000
063100     OPEN INPUT PRIOR-SNAPSHOT-FILE.
063200     IF WS-OLDSNAP-STATUS NOT = '00'
063300         DISPLAY '>> [COBOL] UNABLE TO REOPEN PRIOR-SNAPSHOT-'
063400             'FILE, STATUS ' WS-OLDSNAP-STATUS '.  JOB ABORTED.'
063500         MOVE 16 TO WS-RETURN-CODE
063600         MOVE WS-RETURN-CODE TO RETURN-CODE
063700         STOP RUN
063800     END-IF.
063900     READ PRIOR-SNAPSHOT-FILE
064000         AT END
064100             CONTINUE
064200     END-READ.
064300     MOVE 'N' TO WS-OLDSNAP-EOF-SWITCH.
064400     MOVE 'Y' TO WS-PRIOR-ON-HAND-SWITCH.
064500 1100-EXIT.
064600     EXIT.
064700*=================================================================
064800 1110-CHECK-ONE-SNAPSHOT-RECORD.
064900*=================================================================
065000     READ PRIOR-SNAPSHOT-FILE
065100         AT END
065200             MOVE 'Y' TO WS-OLDSNAP-EOF-SWITCH
065300             GO TO 1110-EXIT
065400     END-READ.
065500     IF PSN-IS-DETAIL
065600         ADD 1 TO WS-CHECK-RECORD-CTR
065700         ADD PSN-POWER-LEVEL TO WS-CHECK-POWER-TOTAL
065800     END-IF.
065900     IF PSN-IS-TRAILER
066000         MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
066100         MOVE 'Y' TO WS-OLDSNAP-EOF-SWITCH
066200     END-IF.
066300 1110-EXIT.
066400     EXIT.
066500*=================================================================
066600 1900-VERIFY-RUN-LEDGER.
066700*=================================================================
066800*    REFUSES TO START UNLESS SPEKTRE-MSTLOAD COMPLETED CLEAN
066900*    FOR THE CLOSE DATE, AND REFUSES A SECOND CLEAN RUN FOR ONE
067000*    DATE, UNLESS THE OPERATOR OVERRIDE PARM IS SUPPLIED.
067100*=================================================================
067200     OPEN INPUT RUN-LEDGER-FILE.
067300     IF WS-RUNLEDGR-STATUS = '35'
067400         DISPLAY '>> [COBOL] NO RUN LEDGER ON HAND -- '
067500             'STARTING A NEW ONE.'
067600     ELSE
067700         IF WS-RUNLEDGR-STATUS NOT = '00'
067800             DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
067900                 'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
068000             MOVE 16 TO WS-RETURN-CODE
068100             MOVE WS-RETURN-CODE TO RETURN-CODE
068200             STOP RUN
068300         END-IF
068400         PERFORM 1910-SCAN-ONE-LEDGER-RECORD
068500             THRU 1910-EXIT
068600             UNTIL END-OF-RUN-LEDGER
068700         CLOSE RUN-LEDGER-FILE
068800     END-IF.
068900     IF LEDGER-OVERRIDE-REQUESTED
069000         DISPLAY '>> [COBOL] RUN-LEDGER CHECK BYPASSED BY '
069100             'OPERATOR OVERRIDE.'
069200         GO TO 1900-WRITE-START
069300     END-IF.
069400     IF JOB-ALREADY-RAN-CLEAN
069500         DISPLAY '>> [COBOL] *** SPEKTRE-ROLLFWD ALREADY '
069600             'COMPLETED CLEAN FOR ' WS-RUN-DATE
069700             '.  RERUN REFUSED -- SUPPLY THE LEDGER-OVERRIDE '
069800             'PARM FOR A GENUINE RERUN. ***'
069900         MOVE 16 TO WS-RETURN-CODE
070000         MOVE WS-RETURN-CODE TO RETURN-CODE
070100         STOP RUN
070200     END-IF.
070300     IF NOT PREDECESSOR-RAN-CLEAN
070400         DISPLAY '>> [COBOL] *** PREDECESSOR '
070500             WS-LEDGER-PRED-NAME ' HAS NOT COMPLETED CLEAN '
070600             'FOR ' WS-RUN-DATE '.  JOB REFUSED. ***'
070700         MOVE 16 TO WS-RETURN-CODE
070800         MOVE WS-RETURN-CODE TO RETURN-CODE
070900         STOP RUN
071000     END-IF.
071100 1900-WRITE-START.
071200     MOVE 'START' TO WS-LEDGER-EVENT-CODE.
071300     MOVE SPACES  TO WS-LEDGER-OUTCOME-CODE.
071400     PERFORM 1950-WRITE-RUN-LEDGER
071500         THRU 1950-EXIT.
071600 1900-EXIT.
071700     EXIT.
071800*=================================================================
071900 1910-SCAN-ONE-LEDGER-RECORD.
072000*=================================================================
072100     READ RUN-LEDGER-FILE
072200         AT END
072300             MOVE 'Y' TO WS-RUNLEDGR-EOF-SWITCH
072400             GO TO 1910-EXIT
072500     END-READ.
072600     IF LDG-BUSINESS-DATE = WS-RUN-DATE
072700        AND LDG-EVENT-END
072800        AND LDG-OUTCOME-CLEAN
072900         IF LDG-JOB-NAME = WS-LEDGER-PRED-NAME
073000             MOVE 'Y' TO WS-PRED-CLEAN-SWITCH
073100         END-IF
073200         IF LDG-JOB-NAME = WS-LEDGER-JOB-NAME
073300             MOVE 'Y' TO WS-SELF-DONE-SWITCH
073400         END-IF
073500     END-IF.
073600 1910-EXIT.
073700     EXIT.
073800*=================================================================
073900 1950-WRITE-RUN-LEDGER.
074000*=================================================================
074100     OPEN EXTEND RUN-LEDGER-FILE.
074200     IF WS-RUNLEDGR-STATUS = '35'
074300         OPEN OUTPUT RUN-LEDGER-FILE
074400     END-IF.
074500     IF WS-RUNLEDGR-STATUS NOT = '00'
074600         DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
074700             'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
074800         MOVE 16 TO WS-RETURN-CODE
074900         MOVE WS-RETURN-CODE TO RETURN-CODE
075000         STOP RUN
075100     END-IF.
075200     ACCEPT WS-CURRENT-TIME FROM TIME.
075300     MOVE SPACES                 TO RUN-LEDGER-RECORD.
075400     MOVE WS-LEDGER-JOB-NAME     TO LDG-JOB-NAME.
075500     MOVE WS-RUN-DATE            TO LDG-BUSINESS-DATE.
075600     MOVE WS-LEDGER-EVENT-CODE   TO LDG-EVENT-CODE.
075700     MOVE WS-LEDGER-OUTCOME-CODE TO LDG-OUTCOME-CODE.
075800     MOVE WS-CURRENT-DATE        TO LDG-EVENT-DATE.
075900     MOVE WS-CURRENT-TIME        TO LDG-EVENT-TIME.
076000     WRITE RUN-LEDGER-RECORD.
076100     CLOSE RUN-LEDGER-FILE.
076200 1950-EXIT.
076300     EXIT.
076400*=================================================================
076500 2000-ROLL-ONE-ACCOUNT.
076600*=================================================================
076700*    TAKES THE LOWEST ACCOUNT-ID IN HAND ON ANY OF THE THREE
076800*    FILES: ITS OPENING POSITION, THEN EVERY ARCHIVE ENTRY FOR
076900*    IT IN DATE AND TIME ORDER, THEN ITS CLOSING POSITION.
077000*=================================================================
077100     MOVE WS-PSN-KEY TO WS-LOW-KEY.
077200     IF WS-ARC-KEY < WS-LOW-KEY
077300         MOVE WS-ARC-KEY TO WS-LOW-KEY
077400     END-IF.
077500     IF WS-MST-KEY < WS-LOW-KEY
077600         MOVE WS-MST-KEY TO WS-LOW-KEY
077700     END-IF.
077800     MOVE SPACES     TO WS-ACCOUNT-WORK.
077900     MOVE WS-LOW-KEY TO WS-ACT-ACCOUNT-ID.
078000     MOVE 'N'        TO WS-ACT-OPEN-SW.
078100     MOVE 'N'        TO WS-ACT-ROLL-SW.
078200     MOVE 'N'        TO WS-ACT-CLOSE-SW.
078300     MOVE 'N'        TO WS-ACT-BREAK-SW.
078400     MOVE ZERO       TO WS-ACT-OPEN-POWER.
078500     MOVE ZERO       TO WS-ACT-ROLL-POWER.
078600     MOVE ZERO       TO WS-ACT-CLOSE-POWER.
078700
078800     IF WS-PSN-KEY = WS-LOW-KEY
078900         PERFORM 2200-POST-OPENING-POSITION
079000             THRU 2200-EXIT
079100         PERFORM 2050-READ-PRIOR-SNAPSHOT
079200             THRU 2050-EXIT
079300     END-IF.
079400     PERFORM 2300-ROLL-ONE-ENTRY
079500         THRU 2300-EXIT
079600         UNTIL WS-ARC-KEY NOT = WS-LOW-KEY.
079700     IF WS-MST-KEY = WS-LOW-KEY
079800         PERFORM 2400-POST-CLOSING-POSITION
079900             THRU 2400-EXIT
080000         PERFORM 2100-READ-MASTER-RECORD
080100             THRU 2100-EXIT
080200     END-IF.
080300     IF PRIOR-SNAPSHOT-ON-HAND
080400         PERFORM 2500-PROVE-ACCOUNT
080500             THRU 2500-EXIT
080600     END-IF.
080700 2000-EXIT.
080800     EXIT.
080900*=================================================================
081000 2050-READ-PRIOR-SNAPSHOT.
081100*=================================================================
081200     IF NOT PRIOR-SNAPSHOT-ON-HAND
081300        OR END-OF-PRIOR-SNAPSHOT
081400         MOVE HIGH-VALUES TO WS-PSN-KEY
081500         GO TO 2050-EXIT
081600     END-IF.
081700     READ PRIOR-SNAPSHOT-FILE
081800         AT END
081900             MOVE 'Y' TO WS-OLDSNAP-EOF-SWITCH
082000     END-READ.
082100     IF END-OF-PRIOR-SNAPSHOT
082200        OR PSN-IS-TRAILER
082300         MOVE 'Y' TO WS-OLDSNAP-EOF-SWITCH
082400         MOVE HIGH-VALUES TO WS-PSN-KEY
082500         GO TO 2050-EXIT
082600     END-IF.
082700     ADD 1 TO WS-PRIOR-READ-CTR.
082800     ADD PSN-POWER-LEVEL TO WS-PRIOR-POWER-TOTAL.
082900     MOVE PSN-ACCOUNT-ID TO WS-PSN-KEY.
083000 2050-EXIT.
083100     EXIT.
083200*=================================================================
083300 2100-READ-MASTER-RECORD.
083400*=================================================================
083500     READ ACCOUNT-MASTER-FILE
083600         AT END
083700             MOVE HIGH-VALUES TO WS-MST-KEY
083800         NOT AT END
083900             ADD 1 TO WS-MASTER-READ-CTR
084000             ADD MST-POWER-LEVEL TO WS-MASTER-POWER-TOTAL
084100             MOVE MST-ACCOUNT-ID TO WS-MST-KEY
084200     END-READ.
084300 2100-EXIT.
084400     EXIT.
084500*=================================================================
084600 2150-READ-ARCHIVE-RECORD.
084700*=================================================================
084800*    EVERY ENTRY READ MOVES THE THROUGH STAMP ON IF IT IS THE
084900*    LATEST SEEN, WHETHER OR NOT IT FALLS IN THIS MONTH.
085000*=================================================================
085100     IF NOT ARCHIVE-IS-ON-HAND
085200         MOVE HIGH-VALUES TO WS-ARC-KEY
085300         GO TO 2150-EXIT
085400     END-IF.
085500     READ ACTIVITY-ARCHIVE-FILE
085600         AT END
085700             MOVE HIGH-VALUES TO WS-ARC-KEY
085800             GO TO 2150-EXIT
085900     END-READ.
086000     ADD 1 TO WS-ARCHIVE-READ-CTR.
086100     MOVE ARC-ACCOUNT-ID TO WS-ARC-KEY.
086200     MOVE ARC-EVENT-DATE TO WS-ENTRY-DATE.
086300     MOVE ARC-EVENT-TIME TO WS-ENTRY-TIME.
086400     IF WS-ENTRY-STAMP > WS-THROUGH-STAMP
086500         MOVE WS-ENTRY-STAMP TO WS-THROUGH-STAMP
086600     END-IF.
086700 2150-EXIT.
086800     EXIT.
086900*=================================================================
087000 2200-POST-OPENING-POSITION.
087100*=================================================================
087200     MOVE 'Y'               TO WS-ACT-OPEN-SW.
087300     MOVE PSN-CURRENT-STATE TO WS-ACT-OPEN-STATE.
087400     MOVE PSN-POWER-LEVEL   TO WS-ACT-OPEN-POWER.
087500     MOVE 'Y'               TO WS-ACT-ROLL-SW.
087600     MOVE PSN-CURRENT-STATE TO WS-ACT-ROLL-STATE.
087700     MOVE PSN-POWER-LEVEL   TO WS-ACT-ROLL-POWER.
087800     MOVE PSN-CURRENT-STATE TO WS-POSTING-STATE.
087900     PERFORM 2600-FIND-STATE-ENTRY
088000         THRU 2600-EXIT.
088100     IF STATE-ENTRY-FOUND
088200         ADD 1               TO WS-STT-OPEN-CTR (STT-IDX)
088300         ADD PSN-POWER-LEVEL TO WS-STT-OPEN-POWER (STT-IDX)
088400     END-IF.
088500 2200-EXIT.
088600     EXIT.
088700*=================================================================
088800 2300-ROLL-ONE-ENTRY.
088900*=================================================================
089000*    ONLY AUDIT ENTRIES STAMPED AFTER THE CUT-OFF ARE THE
089100*    MONTH'S.  HISTORY ENTRIES REPEAT WHAT THE AUDIT ENTRIES
089200*    ALREADY SAY AND ARE PASSED OVER.
089300*=================================================================
089400     IF PRIOR-SNAPSHOT-ON-HAND
089500        AND ARC-IS-AUDIT-ENTRY
089600        AND WS-ENTRY-STAMP > WS-CUTOFF-STAMP
089700         PERFORM 2350-APPLY-ENTRY
089800             THRU 2350-EXIT
089900     END-IF.
090000     PERFORM 2150-READ-ARCHIVE-RECORD
090100         THRU 2150-EXIT.
090200 2300-EXIT.
090300     EXIT.
090400*=================================================================
090500 2350-APPLY-ENTRY.
090600*=================================================================
090700*    A MAINTENANCE ENTRY ARCHIVED BEFORE THE ACTION CODE WAS
090800*    CARRIED IS CLASSED BY ITS VALUES, AS SPEKTRE-UNITRPT DOES.
090900*    A SPEKTRE-OVERRIDE ENTRY IS A TRANSITION.  A TRANSITION OR
091000*    CHG THAT LEAVES THE STATE ALONE ONLY ADJUSTS THE STATE'S
091100*    POWER-LEVEL.  EACH ENTRY MUST START FROM WHERE THE ACCOUNT
091200*    STANDS; THE FIRST THAT DOES NOT IS NOTED AND THE ROLL
091300*    CARRIES ON FROM THE ENTRY'S OWN VALUES.
091400*=================================================================
091500     ADD 1 TO WS-ENTRIES-ROLLED-CTR.
091600     IF ARC-SOURCE-PROGRAM = 'MAINT   '
091700         MOVE ARC-ACTION-CODE TO WS-ACTION-WORK
091800         IF WS-ACTION-WORK = SPACES
091900             IF ARC-OLD-STATE = SPACES
092000                 MOVE 'ADD' TO WS-ACTION-WORK
092100             ELSE
092200                 IF ARC-NEW-STATE = SPACES
092300                     MOVE 'DEL' TO WS-ACTION-WORK
092400                 ELSE
092500                     MOVE 'CHG' TO WS-ACTION-WORK
092600                 END-IF
092700             END-IF
092800         END-IF
092900     ELSE
093000         MOVE 'TRN' TO WS-ACTION-WORK
093100     END-IF.
093200
093300     IF WS-ACTION-WORK = 'ADD'
093400        OR WS-ACTION-WORK = 'REI'
093500         IF ACCOUNT-ROLLS-ON
093600             MOVE ARC-NEW-STATE TO WS-POSTING-STATE
093700             PERFORM 2380-NOTE-CHAIN-BREAK
093800                 THRU 2380-EXIT
093900         END-IF
094000         MOVE ARC-NEW-STATE TO WS-POSTING-STATE
094100         PERFORM 2600-FIND-STATE-ENTRY
094200             THRU 2600-EXIT
094300         IF STATE-ENTRY-FOUND
094400             ADD 1 TO WS-STT-ADDREI-CTR (STT-IDX)
094500             ADD ARC-NEW-POWER-LEVEL
094600                 TO WS-STT-ADDREI-POWER (STT-IDX)
094700         END-IF
094800         GO TO 2350-ROLL-ON
094900     END-IF.
095000
095100     IF NOT ACCOUNT-ROLLS-ON
095200        OR WS-ACT-ROLL-STATE NOT = ARC-OLD-STATE
095300        OR WS-ACT-ROLL-POWER NOT = ARC-OLD-POWER-LEVEL
095400         MOVE ARC-OLD-STATE TO WS-POSTING-STATE
095500         PERFORM 2380-NOTE-CHAIN-BREAK
095600             THRU 2380-EXIT
095700     END-IF.
095800
095900     IF WS-ACTION-WORK = 'DEL'
096000         MOVE ARC-OLD-STATE TO WS-POSTING-STATE
096100         PERFORM 2600-FIND-STATE-ENTRY
096200             THRU 2600-EXIT
096300         IF STATE-ENTRY-FOUND
096400             ADD 1 TO WS-STT-DEL-CTR (STT-IDX)
096500             ADD ARC-OLD-POWER-LEVEL
096600                 TO WS-STT-DEL-POWER (STT-IDX)
096700         END-IF
096800         MOVE 'N'    TO WS-ACT-ROLL-SW
096900         MOVE SPACES TO WS-ACT-ROLL-STATE
097000         MOVE ZERO   TO WS-ACT-ROLL-POWER
097100         GO TO 2350-EXIT
097200     END-IF.
097300
097400     IF ARC-OLD-STATE = ARC-NEW-STATE
097500         COMPUTE WS-DELTA-WORK
097600             = ARC-NEW-POWER-LEVEL - ARC-OLD-POWER-LEVEL
097700         MOVE ARC-OLD-STATE TO WS-POSTING-STATE
097800         PERFORM 2600-FIND-STATE-ENTRY
097900             THRU 2600-EXIT
098000         IF STATE-ENTRY-FOUND
098100             ADD WS-DELTA-WORK TO WS-STT-ADJ-POWER (STT-IDX)
098200         END-IF
098300         GO TO 2350-ROLL-ON
098400     END-IF.
098500     MOVE ARC-OLD-STATE TO WS-POSTING-STATE.
098600     PERFORM 2600-FIND-STATE-ENTRY
098700         THRU 2600-EXIT.
098800     IF STATE-ENTRY-FOUND
098900         ADD 1 TO WS-STT-OUT-CTR (STT-IDX)
099000         ADD ARC-OLD-POWER-LEVEL TO WS-STT-OUT-POWER (STT-IDX)
099100     END-IF.
099200     MOVE ARC-NEW-STATE TO WS-POSTING-STATE.
099300     PERFORM 2600-FIND-STATE-ENTRY
099400         THRU 2600-EXIT.
099500     IF STATE-ENTRY-FOUND
099600         ADD 1 TO WS-STT-IN-CTR (STT-IDX)
099700         ADD ARC-NEW-POWER-LEVEL TO WS-STT-IN-POWER (STT-IDX)
099800     END-IF.
099900 2350-ROLL-ON.
100000     MOVE 'Y'                 TO WS-ACT-ROLL-SW.
100100     MOVE ARC-NEW-STATE       TO WS-ACT-ROLL-STATE.
100200     MOVE ARC-NEW-POWER-LEVEL TO WS-ACT-ROLL-POWER.
100300 2350-EXIT.
100400     EXIT.
100500*=================================================================
100600 2380-NOTE-CHAIN-BREAK.
100700*=================================================================
100800*    KEEPS THE FIRST BREAK ONLY: THE STATE IN WS-POSTING-STATE
100900*    THAT THE ENTRY POSTS AGAINST, AND WHERE THE ACCOUNT STOOD.
101000*=================================================================
101100     IF ENTRY-CHAIN-BROKEN
101200         GO TO 2380-EXIT
101300     END-IF.
101400     MOVE 'Y'              TO WS-ACT-BREAK-SW.
101500     MOVE WS-POSTING-STATE TO WS-ACT-BREAK-STATE.
101600     IF ACCOUNT-ROLLS-ON
101700         MOVE WS-ACT-ROLL-STATE TO WS-ACT-HELD-STATE
101800     ELSE
101900         MOVE SPACES TO WS-ACT-HELD-STATE
102000     END-IF.
102100 2380-EXIT.
102200     EXIT.
102300*=================================================================
102400 2400-POST-CLOSING-POSITION.
102500*=================================================================
102600*    THE MASTER RECORD IS POSTED AS CLOSING INVENTORY AND
102700*    WRITTEN TO THE NEW SNAPSHOT.
102800*=================================================================
102900     MOVE 'Y'               TO WS-ACT-CLOSE-SW.
103000     MOVE MST-CURRENT-STATE TO WS-ACT-CLOSE-STATE.
103100     MOVE MST-POWER-LEVEL   TO WS-ACT-CLOSE-POWER.
103200     MOVE MST-CURRENT-STATE TO WS-POSTING-STATE.
103300     PERFORM 2600-FIND-STATE-ENTRY
103400         THRU 2600-EXIT.
103500     IF STATE-ENTRY-FOUND
103600         ADD 1               TO WS-STT-CLOSE-CTR (STT-IDX)
103700         ADD MST-POWER-LEVEL TO WS-STT-CLOSE-POWER (STT-IDX)
103800     END-IF.
103900
104000     MOVE SPACES            TO SNAPSHOT-DETAIL-RECORD.
104100     MOVE 'D'               TO SNP-RECORD-TYPE.
104200     MOVE MST-ACCOUNT-ID    TO SNP-ACCOUNT-ID.
104300     MOVE MST-CURRENT-STATE TO SNP-CURRENT-STATE.
104400     MOVE MST-POWER-LEVEL   TO SNP-POWER-LEVEL.
104500     MOVE MST-BUSINESS-UNIT TO SNP-BUSINESS-UNIT.
104600     WRITE SNAPSHOT-DETAIL-RECORD.
104700     ADD 1 TO WS-SNAPSHOT-WRITTEN-CTR.
104800 2400-EXIT.
104900     EXIT.
105000*=================================================================
105100 2500-PROVE-ACCOUNT.
105200*=================================================================
105300*    THE ACCOUNT PROVES WHEN ITS ENTRIES FOLLOW ON FROM ONE
105400*    ANOTHER AND LEAVE IT WHERE THE MASTER HAS IT AT CLOSE.
105500*=================================================================
105600     IF ENTRY-CHAIN-BROKEN
105700         MOVE 'ARCHIVE ENTRY OUT OF STEP' TO WS-ACT-REASON
105800         GO TO 2500-LIST
105900     END-IF.
106000     IF ACCOUNT-ROLLS-ON
106100        AND NOT ACCOUNT-ON-MASTER
106200         MOVE 'NOT ON MASTER AT CLOSE' TO WS-ACT-REASON
106300         GO TO 2500-LIST
106400     END-IF.
106500     IF ACCOUNT-ON-MASTER
106600        AND NOT ACCOUNT-ROLLS-ON
106700         MOVE 'ON MASTER, NO ADD OR REI' TO WS-ACT-REASON
106800         GO TO 2500-LIST
106900     END-IF.
107000     IF NOT ACCOUNT-ON-MASTER
107100         GO TO 2500-EXIT
107200     END-IF.
107300     IF WS-ACT-ROLL-STATE NOT = WS-ACT-CLOSE-STATE
107400         MOVE 'STATE DIFFERS FROM MASTER' TO WS-ACT-REASON
107500         GO TO 2500-LIST
107600     END-IF.
107700     IF WS-ACT-ROLL-POWER NOT = WS-ACT-CLOSE-POWER
107800         MOVE 'POWER DIFFERS FROM MASTER' TO WS-ACT-REASON
107900         GO TO 2500-LIST
108000     END-IF.
108100     GO TO 2500-EXIT.
108200 2500-LIST.
108300     ADD 1 TO WS-EXCEPTION-CTR.
108400     IF WS-EXC-TABLE-COUNT < WS-EXC-MAX-ENTRIES
108500         ADD 1 TO WS-EXC-TABLE-COUNT
108600         SET EXC-IDX TO WS-EXC-TABLE-COUNT
108700         MOVE WS-ACCOUNT-WORK TO WS-EXC-ACCOUNT-WORK (EXC-IDX)
108800     ELSE
108900         DISPLAY '>> [COBOL] *** EXCEPTION TABLE EXCEEDS '
109000             WS-EXC-MAX-ENTRIES ' ENTRIES.  ACCOUNT '
109100             WS-ACT-ACCOUNT-ID ' (' WS-ACT-REASON
109200             ') WILL NOT BE LISTED. ***'
109300     END-IF.
109400 2500-EXIT.
109500     EXIT.
109600*=================================================================
109700 2600-FIND-STATE-ENTRY.
109800*=================================================================
109900*    LEAVES STT-IDX ON THE ENTRY FOR WS-POSTING-STATE, ADDING
110000*    IT IF IT IS NEW.  STATE-ENTRY-FOUND STAYS OFF ONLY WHEN THE
110100*    TABLE IS FULL -- THE ROLL-FORWARD CANNOT THEN BE PROVED.
110200*=================================================================
110300     MOVE 'N' TO WS-STATE-FOUND-SWITCH.
110400     SET STT-IDX TO 1.
110500     PERFORM 2610-SCAN-STATE-ENTRY
110600         THRU 2610-EXIT
110700         UNTIL STT-IDX > WS-STATE-TABLE-COUNT
110800            OR STATE-ENTRY-FOUND.
110900
111000     IF NOT STATE-ENTRY-FOUND
111100         IF WS-STATE-TABLE-COUNT < WS-STATE-MAX-ENTRIES
111200             ADD 1 TO WS-STATE-TABLE-COUNT
111300             SET STT-IDX TO WS-STATE-TABLE-COUNT
111400             MOVE WS-POSTING-STATE TO WS-STT-STATE (STT-IDX)
111500             MOVE 'N' TO WS-STT-PRINTED-SW (STT-IDX)
111600             MOVE WS-EMPTY-STATE-COUNTERS
111700                 TO WS-STT-COUNTERS (STT-IDX)
111800             MOVE 'Y' TO WS-STATE-FOUND-SWITCH
111900         ELSE
112000             DISPLAY '>> [COBOL] *** CURRENT-STATE TABLE '
112100                 'EXCEEDS ' WS-STATE-MAX-ENTRIES ' ENTRIES. '
112200                 ' STATE ' WS-POSTING-STATE
112300                 ' CANNOT BE PROVED. ***'
112400             MOVE 8 TO WS-RETURN-CODE
112500         END-IF
112600     END-IF.
112700 2600-EXIT.
112800     EXIT.
112900*=================================================================
113000 2610-SCAN-STATE-ENTRY.
113100*=================================================================
113200     IF WS-STT-STATE (STT-IDX) = WS-POSTING-STATE
113300         MOVE 'Y' TO WS-STATE-FOUND-SWITCH
113400     ELSE
113500         SET STT-IDX UP BY 1
113600     END-IF.
113700 2610-EXIT.
113800     EXIT.
113900*=================================================================
114000 3000-CLOSE-NEW-SNAPSHOT.
114100*=================================================================
114200     MOVE SPACES                  TO SNAPSHOT-TRAILER-RECORD.
114300     MOVE 'T'                     TO SNP-TRL-RECORD-TYPE.
114400     MOVE WS-SNAPSHOT-WRITTEN-CTR TO SNP-TRL-RECORD-COUNT.
114500     MOVE WS-MASTER-POWER-TOTAL   TO SNP-TRL-POWER-TOTAL.
114600     MOVE WS-THROUGH-DATE         TO SNP-TRL-THROUGH-DATE.
114700     MOVE WS-THROUGH-TIME         TO SNP-TRL-THROUGH-TIME.
114800     WRITE SNAPSHOT-TRAILER-RECORD.
114900     CLOSE NEW-SNAPSHOT-FILE.
115000 3000-EXIT.
115100     EXIT.
115200*=================================================================
115300 4000-PRINT-ROLL-FORWARD.
115400*=================================================================
115500*    STATES PRINT IN STATE ORDER: EACH PASS PICKS THE LOWEST
115600*    STATE NOT YET PRINTED.  THE ALL-STATES LINES THEN TIE THE
115700*    OPENING TO THE PRIOR SNAPSHOT AND THE CLOSING TO THE
115800*    MASTER.
115900*=================================================================
116000     MOVE 99 TO WS-LINE-CTR.
116100     IF NOT PRIOR-SNAPSHOT-ON-HAND
116200         MOVE 'NO PRIOR SNAPSHOT -- CLOSING INVENTORY TAKEN, NOTHI
116300-            'NG TO PROVE.'
116400             TO WS-RPT-BALANCE-TEXT
116500         MOVE WS-RPT-BALANCE-LINE TO WS-REPORT-LINE
116600         PERFORM 7000-PRINT-REPORT-LINE
116700             THRU 7000-EXIT
116800         MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE
116900         PERFORM 7000-PRINT-REPORT-LINE
117000             THRU 7000-EXIT
117100     END-IF.
117200     PERFORM 4100-PRINT-ONE-STATE
117300         THRU 4100-EXIT
117400         WS-STATE-TABLE-COUNT TIMES.
117500
117600     MOVE WS-GRAND-COUNTERS TO WS-PRINT-COUNTERS.
117700     MOVE 'ALL STATES'      TO WS-PRINT-STATE.
117800     PERFORM 4200-PRINT-STATE-LINES
117900         THRU 4200-EXIT.
118000     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
118100     PERFORM 7000-PRINT-REPORT-LINE
118200         THRU 7000-EXIT.
118300
118400     IF PRIOR-SNAPSHOT-ON-HAND
118500        AND (WS-GRD-OPEN-CTR NOT = WS-PRIOR-READ-CTR
118600          OR WS-GRD-OPEN-POWER NOT = WS-PRIOR-POWER-TOTAL)
118700         DISPLAY '>> [COBOL] *** OPENING INVENTORY OF '
118800             WS-GRD-OPEN-CTR ' ACCOUNTS DOES NOT TIE TO THE '
118900             WS-PRIOR-READ-CTR ' ON THE PRIOR SNAPSHOT. ***'
119000         MOVE '*** OPENING INVENTORY DOES NOT TIE TO THE PRIOR SNA
119100-            'PSHOT ***'
119200             TO WS-RPT-BALANCE-TEXT
119300         MOVE WS-RPT-BALANCE-LINE TO WS-REPORT-LINE
119400         PERFORM 7000-PRINT-REPORT-LINE
119500             THRU 7000-EXIT
119600         MOVE 8 TO WS-RETURN-CODE
119700     END-IF.
119800     IF WS-GRD-CLOSE-CTR NOT = WS-MASTER-READ-CTR
119900        OR WS-GRD-CLOSE-POWER NOT = WS-MASTER-POWER-TOTAL
120000         DISPLAY '>> [COBOL] *** CLOSING INVENTORY OF '
120100             WS-GRD-CLOSE-CTR ' ACCOUNTS DOES NOT TIE TO THE '
120200             WS-MASTER-READ-CTR ' MASTER RECORDS READ. ***'
120300         MOVE '*** CLOSING INVENTORY DOES NOT TIE TO THE MASTER **
120400-            '*'
120500             TO WS-RPT-BALANCE-TEXT
120600         MOVE WS-RPT-BALANCE-LINE TO WS-REPORT-LINE
120700         PERFORM 7000-PRINT-REPORT-LINE
120800             THRU 7000-EXIT
120900         MOVE 8 TO WS-RETURN-CODE
121000     END-IF.
121100 4000-EXIT.
121200     EXIT.
121300*=================================================================
121400 4100-PRINT-ONE-STATE.
121500*=================================================================
121600     MOVE ZERO TO WS-NEXT-STATE-SUB.
121700     SET STT-IDX TO 1.
121800     PERFORM 4110-SCAN-FOR-NEXT-STATE
121900         THRU 4110-EXIT
122000         WS-STATE-TABLE-COUNT TIMES.
122100     SET STT-IDX TO WS-NEXT-STATE-SUB.
122200     MOVE 'Y' TO WS-STT-PRINTED-SW (STT-IDX).
122300     MOVE WS-STT-STATE (STT-IDX)    TO WS-PRINT-STATE.
122400     MOVE WS-STT-COUNTERS (STT-IDX) TO WS-PRINT-COUNTERS.
122500
122600     ADD WS-PRT-OPEN-CTR     TO WS-GRD-OPEN-CTR.
122700     ADD WS-PRT-OPEN-POWER   TO WS-GRD-OPEN-POWER.
122800     ADD WS-PRT-IN-CTR       TO WS-GRD-IN-CTR.
122900     ADD WS-PRT-IN-POWER     TO WS-GRD-IN-POWER.
123000     ADD WS-PRT-OUT-CTR      TO WS-GRD-OUT-CTR.
123100     ADD WS-PRT-OUT-POWER    TO WS-GRD-OUT-POWER.
123200     ADD WS-PRT-ADDREI-CTR   TO WS-GRD-ADDREI-CTR.
123300     ADD WS-PRT-ADDREI-POWER TO WS-GRD-ADDREI-POWER.
123400     ADD WS-PRT-DEL-CTR      TO WS-GRD-DEL-CTR.
123500     ADD WS-PRT-DEL-POWER    TO WS-GRD-DEL-POWER.
123600     ADD WS-PRT-ADJ-POWER    TO WS-GRD-ADJ-POWER.
123700     ADD WS-PRT-CLOSE-CTR    TO WS-GRD-CLOSE-CTR.
123800     ADD WS-PRT-CLOSE-POWER  TO WS-GRD-CLOSE-POWER.
123900
124000     PERFORM 4200-PRINT-STATE-LINES
124100         THRU 4200-EXIT.
124200     IF PRIOR-SNAPSHOT-ON-HAND
124300        AND NOT STATE-IN-BALANCE
124400         ADD 1 TO WS-STATES-OUT-CTR
124500         MOVE 8 TO WS-RETURN-CODE
124600         PERFORM 4300-PRINT-RESPONSIBLE-ACCOUNTS
124700             THRU 4300-EXIT
124800     END-IF.
124900 4100-EXIT.
125000     EXIT.
125100*=================================================================
125200 4110-SCAN-FOR-NEXT-STATE.
125300*=================================================================
125400     IF WS-STT-PRINTED-SW (STT-IDX) = 'N'
125500         IF WS-NEXT-STATE-SUB = ZERO
125600             SET WS-NEXT-STATE-SUB TO STT-IDX
125700         ELSE
125800             IF WS-STT-STATE (STT-IDX)
125900                < WS-STT-STATE (WS-NEXT-STATE-SUB)
126000                 SET WS-NEXT-STATE-SUB TO STT-IDX
126100             END-IF
126200         END-IF
126300     END-IF.
126400     SET STT-IDX UP BY 1.
126500 4110-EXIT.
126600     EXIT.
126700*=================================================================
126800 4200-PRINT-STATE-LINES.
126900*=================================================================
127000*    TWO LINES FROM WS-PRINT-COUNTERS: ACCOUNTS, THEN POWER-
127100*    LEVEL.  ROLLED IS WHAT THE OPENING AND THE MONTH'S
127200*    MOVEMENTS COME TO; DIFFERENCE IS CLOSING LESS ROLLED.
127300*    WITH NO PRIOR SNAPSHOT THERE IS NOTHING TO ROLL, SO THE
127400*    DIFFERENCE IS NOT JUDGED.
127500*=================================================================
127600     COMPUTE WS-ROLLED-CTR
127700         = WS-PRT-OPEN-CTR + WS-PRT-IN-CTR - WS-PRT-OUT-CTR
127800         + WS-PRT-ADDREI-CTR - WS-PRT-DEL-CTR.
127900     COMPUTE WS-ROLLED-POWER
128000         = WS-PRT-OPEN-POWER + WS-PRT-IN-POWER
128100         - WS-PRT-OUT-POWER + WS-PRT-ADDREI-POWER
128200         - WS-PRT-DEL-POWER + WS-PRT-ADJ-POWER.
128300     COMPUTE WS-DIFFERENCE-CTR
128400         = WS-PRT-CLOSE-CTR - WS-ROLLED-CTR.
128500     COMPUTE WS-DIFFERENCE-POWER
128600         = WS-PRT-CLOSE-POWER - WS-ROLLED-POWER.
128700     MOVE 'Y' TO WS-BALANCED-SWITCH.
128800     IF WS-DIFFERENCE-CTR NOT = ZERO
128900        OR WS-DIFFERENCE-POWER NOT = ZERO
129000         MOVE 'N' TO WS-BALANCED-SWITCH
129100     END-IF.
129200
129300     MOVE WS-PRINT-STATE     TO WS-RPT-ROLL-STATE.
129400     MOVE 'ACCTS'            TO WS-RPT-ROLL-LABEL.
129500     MOVE WS-PRT-OPEN-CTR    TO WS-RPT-ROLL-OPENING.
129600     MOVE WS-PRT-IN-CTR      TO WS-RPT-ROLL-IN.
129700     MOVE WS-PRT-OUT-CTR     TO WS-RPT-ROLL-OUT.
129800     MOVE WS-PRT-ADDREI-CTR  TO WS-RPT-ROLL-ADDREI.
129900     MOVE WS-PRT-DEL-CTR     TO WS-RPT-ROLL-DEL.
130000     MOVE SPACES             TO WS-RPT-ROLL-ADJ.
130100     MOVE WS-ROLLED-CTR      TO WS-RPT-ROLL-ROLLED.
130200     MOVE WS-PRT-CLOSE-CTR   TO WS-RPT-ROLL-CLOSING.
130300     MOVE WS-DIFFERENCE-CTR  TO WS-RPT-ROLL-DIFFERENCE.
130400     MOVE WS-RPT-ROLL-LINE   TO WS-REPORT-LINE.
130500     PERFORM 7000-PRINT-REPORT-LINE
130600         THRU 7000-EXIT.
130700
130800     IF PRIOR-SNAPSHOT-ON-HAND
130900        AND NOT STATE-IN-BALANCE
131000         MOVE '** OUT OF BALANCE **' TO WS-RPT-ROLL-STATE
131100     ELSE
131200         MOVE SPACES TO WS-RPT-ROLL-STATE
131300     END-IF.
131400     MOVE 'POWER'             TO WS-RPT-ROLL-LABEL.
131500     MOVE WS-PRT-OPEN-POWER   TO WS-RPT-ROLL-OPENING.
131600     MOVE WS-PRT-IN-POWER     TO WS-RPT-ROLL-IN.
131700     MOVE WS-PRT-OUT-POWER    TO WS-RPT-ROLL-OUT.
131800     MOVE WS-PRT-ADDREI-POWER TO WS-RPT-ROLL-ADDREI.
131900     MOVE WS-PRT-DEL-POWER    TO WS-RPT-ROLL-DEL.
132000     MOVE WS-PRT-ADJ-POWER    TO WS-RPT-ADJ-EDIT.
132100     MOVE WS-RPT-ADJ-EDIT     TO WS-RPT-ROLL-ADJ.
132200     MOVE WS-ROLLED-POWER     TO WS-RPT-ROLL-ROLLED.
132300     MOVE WS-PRT-CLOSE-POWER  TO WS-RPT-ROLL-CLOSING.
132400     MOVE WS-DIFFERENCE-POWER TO WS-RPT-ROLL-DIFFERENCE.
132500     MOVE WS-RPT-ROLL-LINE    TO WS-REPORT-LINE.
132600     PERFORM 7000-PRINT-REPORT-LINE
132700         THRU 7000-EXIT.
132800 4200-EXIT.
132900     EXIT.
133000*=================================================================
133100 4300-PRINT-RESPONSIBLE-ACCOUNTS.
133200*=================================================================
133300*    LISTS EVERY ACCOUNT THAT DID NOT PROVE AND TOUCHES THE
133400*    STATE IN WS-PRINT-STATE -- OPENED, ROLLED, OR CLOSED IN IT,
133500*    OR HAD AN OUT-OF-STEP ENTRY AGAINST IT.
133600*=================================================================
133700     MOVE WS-RPT-EXC-TITLE TO WS-REPORT-LINE.
133800     PERFORM 7000-PRINT-REPORT-LINE
133900         THRU 7000-EXIT.
134000     MOVE WS-RPT-EXC-HEADING TO WS-REPORT-LINE.
134100     PERFORM 7000-PRINT-REPORT-LINE
134200         THRU 7000-EXIT.
134300     MOVE 'N' TO WS-EXC-LISTED-SWITCH.
134400     SET EXC-IDX TO 1.
134500     PERFORM 4310-LIST-ONE-EXCEPTION
134600         THRU 4310-EXIT
134700         WS-EXC-TABLE-COUNT TIMES.
134800     IF NOT ACCOUNT-WAS-LISTED
134900         MOVE SPACES TO WS-RPT-EXC-LINE
135000         MOVE 'NONE IN EXCEPTION TABLE' TO WS-RPT-EXC-REASON
135100         MOVE '(NONE LISTED)' TO WS-RPT-EXC-OPEN-STATE
135200         MOVE WS-RPT-EXC-LINE TO WS-REPORT-LINE
135300         PERFORM 7000-PRINT-REPORT-LINE
135400             THRU 7000-EXIT
135500     END-IF.
135600     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
135700     PERFORM 7000-PRINT-REPORT-LINE
135800         THRU 7000-EXIT.
135900 4300-EXIT.
136000     EXIT.
136100*=================================================================
136200 4310-LIST-ONE-EXCEPTION.
136300*=================================================================
136400     MOVE WS-EXC-ACCOUNT-WORK (EXC-IDX) TO WS-ACCOUNT-WORK.
136500     SET EXC-IDX UP BY 1.
136600     IF (ACCOUNT-WAS-OPEN
136700         AND WS-ACT-OPEN-STATE = WS-PRINT-STATE)
136800        OR (ACCOUNT-ROLLS-ON
136900         AND WS-ACT-ROLL-STATE = WS-PRINT-STATE)
137000        OR (ACCOUNT-ON-MASTER
137100         AND WS-ACT-CLOSE-STATE = WS-PRINT-STATE)
137200        OR (ENTRY-CHAIN-BROKEN
137300         AND (WS-ACT-BREAK-STATE = WS-PRINT-STATE
137400           OR WS-ACT-HELD-STATE = WS-PRINT-STATE))
137500         CONTINUE
137600     ELSE
137700         GO TO 4310-EXIT
137800     END-IF.
137900     MOVE 'Y' TO WS-EXC-LISTED-SWITCH.
138000     MOVE SPACES            TO WS-RPT-EXC-LINE.
138100     MOVE WS-ACT-ACCOUNT-ID TO WS-RPT-EXC-ACCOUNT-ID.
138200     MOVE WS-ACT-REASON     TO WS-RPT-EXC-REASON.
138300     IF ACCOUNT-WAS-OPEN
138400         MOVE WS-ACT-OPEN-STATE TO WS-RPT-EXC-OPEN-STATE
138500         MOVE WS-ACT-OPEN-POWER TO WS-RPT-POWER-EDIT
138600         MOVE WS-RPT-POWER-EDIT TO WS-RPT-EXC-OPEN-POWER
138700     ELSE
138800         MOVE '(NOT ON FILE)' TO WS-RPT-EXC-OPEN-STATE
138900     END-IF.
139000     IF ACCOUNT-ROLLS-ON
139100         MOVE WS-ACT-ROLL-STATE TO WS-RPT-EXC-ROLL-STATE
139200         MOVE WS-ACT-ROLL-POWER TO WS-RPT-POWER-EDIT
139300         MOVE WS-RPT-POWER-EDIT TO WS-RPT-EXC-ROLL-POWER
139400     ELSE
139500         MOVE '(RETIRED/NONE)' TO WS-RPT-EXC-ROLL-STATE
139600     END-IF.
139700     IF ACCOUNT-ON-MASTER
139800         MOVE WS-ACT-CLOSE-STATE TO WS-RPT-EXC-CLOSE-STATE
139900         MOVE WS-ACT-CLOSE-POWER TO WS-RPT-POWER-EDIT
140000         MOVE WS-RPT-POWER-EDIT  TO WS-RPT-EXC-CLOSE-POWER
140100     ELSE
140200         MOVE '(NOT ON FILE)' TO WS-RPT-EXC-CLOSE-STATE
140300     END-IF.
140400     MOVE WS-RPT-EXC-LINE TO WS-REPORT-LINE.
140500     PERFORM 7000-PRINT-REPORT-LINE
140600         THRU 7000-EXIT.
140700 4310-EXIT.
140800     EXIT.
140900*=================================================================
141000 7000-PRINT-REPORT-LINE.
141100*=================================================================
141200*    ALL REPORT OUTPUT FUNNELS THROUGH HERE SO THE PAGE BREAKS
141300*    AND PAGE HEADINGS STAY CONSISTENT.
141400*=================================================================
141500     IF WS-LINE-CTR >= WS-LINES-PER-PAGE
141600         PERFORM 7100-PRINT-PAGE-HEADING
141700             THRU 7100-EXIT
141800     END-IF.
141900     WRITE ROLL-FORWARD-REPORT-RECORD FROM WS-REPORT-LINE.
142000     ADD 1 TO WS-LINE-CTR.
142100 7000-EXIT.
142200     EXIT.
142300*=================================================================
142400 7100-PRINT-PAGE-HEADING.
142500*=================================================================
142600     ADD 1 TO WS-PAGE-CTR.
142700     MOVE WS-RUN-DATE         TO WS-RPT-HDG-CLOSE-DATE.
142800     MOVE WS-PRIOR-CLOSE-DATE TO WS-RPT-HDG-PRIOR-DATE.
142900     MOVE WS-PAGE-CTR         TO WS-RPT-HDG-PAGE.
143000     WRITE ROLL-FORWARD-REPORT-RECORD FROM WS-RPT-PAGE-HEADING.
143100     WRITE ROLL-FORWARD-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
143200     WRITE ROLL-FORWARD-REPORT-RECORD FROM WS-RPT-COLUMN-HEADING.
143300     WRITE ROLL-FORWARD-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
143400     MOVE 4 TO WS-LINE-CTR.
143500 7100-EXIT.
143600     EXIT.
143700*=================================================================
143800 8000-PRINT-TOTALS.
143900*=================================================================
144000     MOVE 'PRIOR SNAPSHOT ACCOUNTS......:' TO WS-RPT-COUNT-LABEL.
144100     MOVE WS-PRIOR-READ-CTR TO WS-RPT-COUNT-VALUE.
144200     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
144300     PERFORM 7000-PRINT-REPORT-LINE
144400         THRU 7000-EXIT.
144500     MOVE 'ARCHIVE ENTRIES READ.........:' TO WS-RPT-COUNT-LABEL.
144600     MOVE WS-ARCHIVE-READ-CTR TO WS-RPT-COUNT-VALUE.
144700     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
144800     PERFORM 7000-PRINT-REPORT-LINE
144900         THRU 7000-EXIT.
145000     MOVE 'ENTRIES ROLLED FORWARD.......:' TO WS-RPT-COUNT-LABEL.
145100     MOVE WS-ENTRIES-ROLLED-CTR TO WS-RPT-COUNT-VALUE.
145200     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
145300     PERFORM 7000-PRINT-REPORT-LINE
145400         THRU 7000-EXIT.
145500     MOVE 'MASTER ACCOUNTS AT CLOSE.....:' TO WS-RPT-COUNT-LABEL.
145600     MOVE WS-MASTER-READ-CTR TO WS-RPT-COUNT-VALUE.
145700     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
145800     PERFORM 7000-PRINT-REPORT-LINE
145900         THRU 7000-EXIT.
146000     MOVE 'SNAPSHOT RECORDS WRITTEN.....:' TO WS-RPT-COUNT-LABEL.
146100     MOVE WS-SNAPSHOT-WRITTEN-CTR TO WS-RPT-COUNT-VALUE.
146200     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
146300     PERFORM 7000-PRINT-REPORT-LINE
146400         THRU 7000-EXIT.
146500     MOVE 'STATES OUT OF BALANCE........:' TO WS-RPT-COUNT-LABEL.
146600     MOVE WS-STATES-OUT-CTR TO WS-RPT-COUNT-VALUE.
146700     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
146800     PERFORM 7000-PRINT-REPORT-LINE
146900         THRU 7000-EXIT.
147000     MOVE 'ACCOUNTS THAT DID NOT PROVE..:' TO WS-RPT-COUNT-LABEL.
147100     MOVE WS-EXCEPTION-CTR TO WS-RPT-COUNT-VALUE.
147200     MOVE WS-RPT-COUNT-LINE TO WS-REPORT-LINE.
147300     PERFORM 7000-PRINT-REPORT-LINE
147400         THRU 7000-EXIT.
147500     MOVE WS-RPT-BLANK-LINE TO WS-REPORT-LINE.
147600     PERFORM 7000-PRINT-REPORT-LINE
147700         THRU 7000-EXIT.
147800     IF NOT PRIOR-SNAPSHOT-ON-HAND
147900         MOVE 'OPENING INVENTORY TAKEN -- ROLL-FORWARD STARTS NEXT
148000-            ' MONTH.' TO WS-RPT-BALANCE-TEXT
148100     ELSE
148200         IF WS-RETURN-CODE < 8
148300             MOVE 'ROLL-FORWARD PROVED -- EVERY STATE BALANCES.'
148400                 TO WS-RPT-BALANCE-TEXT
148500         ELSE
148600             MOVE '*** ROLL-FORWARD DOES NOT PROVE -- SEE THE STAT
148700-                'ES MARKED OUT OF BALANCE ***'
148800                 TO WS-RPT-BALANCE-TEXT
148900         END-IF
149000     END-IF.
149100     MOVE WS-RPT-BALANCE-LINE TO WS-REPORT-LINE.
149200     PERFORM 7000-PRINT-REPORT-LINE
149300         THRU 7000-EXIT.
149400 8000-EXIT.
149500     EXIT.
149600*=================================================================
149700 9000-TERMINATE-JOB.
149800*=================================================================
149900     CLOSE ACCOUNT-MASTER-FILE.
150000     IF ARCHIVE-IS-ON-HAND
150100         CLOSE ACTIVITY-ARCHIVE-FILE
150200     END-IF.
150300     IF PRIOR-SNAPSHOT-ON-HAND
150400         CLOSE PRIOR-SNAPSHOT-FILE
150500     END-IF.
150600     CLOSE ROLL-FORWARD-REPORT.
150700     DISPLAY '>> [COBOL] PRIOR SNAPSHOT ACCOUNTS: '
150800             WS-PRIOR-READ-CTR.
150900     DISPLAY '>> [COBOL] ARCHIVE ENTRIES READ...: '
151000             WS-ARCHIVE-READ-CTR.
151100     DISPLAY '>> [COBOL] ENTRIES ROLLED FORWARD.: '
151200             WS-ENTRIES-ROLLED-CTR.
151300     DISPLAY '>> [COBOL] MASTER RECORDS READ....: '
151400             WS-MASTER-READ-CTR.
151500     DISPLAY '>> [COBOL] STATES OUT OF BALANCE..: '
151600             WS-STATES-OUT-CTR.
151700     DISPLAY '>> [COBOL] ACCOUNTS NOT PROVED....: '
151800             WS-EXCEPTION-CTR.
151900     MOVE 'END  ' TO WS-LEDGER-EVENT-CODE.
152000     IF WS-RETURN-CODE < 8
152100         MOVE 'CLEAN' TO WS-LEDGER-OUTCOME-CODE
152200     ELSE
152300         MOVE 'ERROR' TO WS-LEDGER-OUTCOME-CODE
152400     END-IF.
152500     PERFORM 1950-WRITE-RUN-LEDGER
152600         THRU 1950-EXIT.
152700     MOVE WS-RETURN-CODE TO RETURN-CODE.
152800     DISPLAY '>> [COBOL] SPEKTRE-ROLLFWD JOB COMPLETE.'.
152900 9000-EXIT.
153000     EXIT.
