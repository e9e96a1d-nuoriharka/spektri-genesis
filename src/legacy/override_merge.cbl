000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-OVRMERGE.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     MERGE AND BALANCING STEP FOR A PARTITIONED SPEKTRE-OVERRIDE
001000*     NIGHT.  EACH PARTITION RUNS SPEKTRE-OVERRIDE OVER ITS OWN
001100*     ACCOUNT-ID RANGE (SEE SPKTPTN) AND WRITES ITS OWN OUTPUT,
001200*     AUDIT, HISTORY, EXTRACT, RECYCLE AND DISPOSITION FILES AND
001300*     ITS OWN CONTROL-TOTALS CARD.  THIS STEP RUNS ONCE EVERY
001400*     PARTITION HAS ENDED CLEAN AND BUILDS THE SINGLE FILES AND
001500*     THE SINGLE CONTROL-TOTALS CARD THAT SPEKTRE-RECON,
001600*     SPEKTRE-MSTLOAD AND SPEKTRE-ARCLOAD READ.  EACH INPUT DD
001700*     (CTLIN, OUTIN, AUDIN, HISIN, XTRIN, REJIN, DSPIN) IS THE
001800*     CONCATENATION OF THE PARTITIONS' DATASETS IN PARTITION
001900*     ORDER, SO AUDIT AND HISTORY STAY PAIRED RECORD FOR RECORD.
002000*
002100*     EVERY RECORD IS PLACED IN ITS PARTITION BY ACCOUNT-ID AND
002200*     COUNTED.  A PARTITION BALANCES WHEN ITS AUDIT AND HISTORY
002300*     COUNTS EQUAL THE TRANSITIONS ON ITS CARD, ITS EXTRACT
002400*     DETAILS EQUAL THE EXTRACT COUNT ON ITS CARD, AND ITS
002500*     OUTPUT POWER-LEVEL TOTAL EQUALS THE AFTER TOTAL ON ITS
002600*     CARD.  THE WHOLE BALANCES WHEN, IN ADDITION, EVERY
002700*     PARTITION REPORTED THE SAME BATCH RECORDS AND EACH GOOD
002800*     BATCH'S DETAILS ACROSS ALL PARTITIONS ADD UP TO ITS
002900*     TRAILER COUNT -- SO NO ACCOUNT FELL BETWEEN TWO RANGES
003000*     OR WAS TAKEN BY BOTH.
003100*
003200*     A MISSING, REPEATED OR STALE PARTITION CARD STOPS THE JOB
003300*     WITH RETURN CODE 16 BEFORE ANYTHING IS WRITTEN.  ANY OUT-
003400*     OF-BALANCE CONDITION PRINTS ON THE BALANCE REPORT AND
003500*     ENDS THE JOB WITH RETURN CODE 8.  THE MERGED FILES AND
003600*     CARD ARE STILL WRITTEN FOR INVESTIGATION, BUT THE LEDGER
003700*     IS SIGNED ERROR SO NOTHING DOWNSTREAM WILL START.  THE
003800*     STEP SIGNS THE RUN LEDGER AS OVERRIDE, SO THE JOBS AFTER
003900*     IT ARE SEQUENCED EXACTLY AS ON AN UNPARTITIONED NIGHT.
004000*-----------------------------------------------------------------
004100* MODIFICATION HISTORY.
004200*     DATE       BY    DESCRIPTION
004300*     ---------- ----- ------------------------------------------
004400*     2026-10-15 LEA   ORIGINAL VERSION.
004500*-----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.    IBM-370.
004900 OBJECT-COMPUTER.    IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PARM-CONTROL-FILE
005300         ASSIGN TO PARMCARD
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PARMCARD-STATUS.
005600
005700     SELECT PARTITION-CONTROL-FILE
005800         ASSIGN TO PARTCTL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PARTCTL-STATUS.
006100
006200     SELECT RUN-LEDGER-FILE
006300         ASSIGN TO RUNLEDGR
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RUNLEDGR-STATUS.
006600
006700     SELECT PART-CONTROL-TOTALS-FILE
006800         ASSIGN TO CTLIN
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-CTLIN-STATUS.
007100
007200     SELECT CONTROL-TOTALS-FILE
007300         ASSIGN TO CTLFILE
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-CTLFILE-STATUS.
007600
007700     SELECT PART-OUTPUT-FILE
007800         ASSIGN TO OUTIN
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-OUTIN-STATUS.
008100
008200     SELECT SPKT-OUTPUT-FILE
008300         ASSIGN TO OUTFILE
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-OUTFILE-STATUS.
008600
008700     SELECT PART-AUDIT-LOG-FILE
008800         ASSIGN TO AUDIN
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-AUDIN-STATUS.
009100
009200     SELECT AUDIT-LOG-FILE
009300         ASSIGN TO AUDITLOG
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-AUDITLOG-STATUS.
009600
009700     SELECT PART-HISTORY-FILE
009800         ASSIGN TO HISIN
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-HISIN-STATUS.
010100
010200     SELECT HISTORY-FILE
010300         ASSIGN TO HISTFILE
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-HISTFILE-STATUS.
010600
010700     SELECT PART-EXTRACT-FILE
010800         ASSIGN TO XTRIN
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS WS-XTRIN-STATUS.
011100
011200     SELECT EXTRACT-FILE
011300         ASSIGN TO XTRFILE
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS WS-XTRFILE-STATUS.
011600
011700     SELECT PART-RECYCLE-FILE
011800         ASSIGN TO REJIN
011900         ORGANIZATION IS SEQUENTIAL
012000         FILE STATUS IS WS-REJIN-STATUS.
012100
012200     SELECT REJECT-RECYCLE-OUT-FILE
012300         ASSIGN TO RECYCOUT
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS WS-RECYCOUT-STATUS.
012600
012700     SELECT PART-DISPOSITION-FILE
012800         ASSIGN TO DSPIN
012900         ORGANIZATION IS SEQUENTIAL
013000         FILE STATUS IS WS-DSPIN-STATUS.
013100
013200     SELECT DISPOSITION-FILE
013300         ASSIGN TO DSPFILE
013400         ORGANIZATION IS SEQUENTIAL
013500         FILE STATUS IS WS-DSPFILE-STATUS.
013600
013700     SELECT BALANCE-REPORT
013800         ASSIGN TO BALRPT
013900         ORGANIZATION IS SEQUENTIAL
014000         FILE STATUS IS WS-BALRPT-STATUS.
014100
014200 DATA DIVISION.
014300 FILE SECTION.
014400 FD  PARM-CONTROL-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700     COPY SPKTPRM.
014800
014900 FD  PARTITION-CONTROL-FILE
015000     LABEL RECORDS ARE STANDARD
015100     RECORD CONTAINS 80 CHARACTERS.
015200     COPY SPKTPTN.
015300
015400 FD  RUN-LEDGER-FILE
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 80 CHARACTERS.
015700     COPY SPKTLDG.
015800
015900*    THE PARTITIONS' OWN CONTROL-TOTALS CARDS -- SAME LAYOUT AS
016000*    SPKTCTL, WHICH DESCRIBES THE MERGED CARD WRITTEN BELOW.
016100 FD  PART-CONTROL-TOTALS-FILE
016200     LABEL RECORDS ARE STANDARD
016300     RECORD CONTAINS 80 CHARACTERS.
016400 01  PART-CONTROL-TOTALS-RECORD.
016500     05  PCT-IN-JOB-DATE             PIC 9(08).
016600     05  PCT-IN-RECORDS-READ         PIC 9(07).
016700     05  PCT-IN-TRANSITIONS-APPLIED  PIC 9(07).
016800     05  PCT-IN-RECORDS-REJECTED     PIC 9(07).
016900     05  PCT-IN-POWER-BEFORE-TOTAL   PIC 9(13).
017000     05  PCT-IN-POWER-AFTER-TOTAL    PIC 9(13).
017100     05  PCT-IN-PARTITION-NO         PIC 9(02).
017200     05  PCT-IN-EXTRACT-WRITTEN      PIC 9(07).
017300     05  FILLER                      PIC X(16).
017400
017500 FD  CONTROL-TOTALS-FILE
017600     LABEL RECORDS ARE STANDARD
017700     RECORD CONTAINS 80 CHARACTERS.
017800     COPY SPKTCTL.
017900
018000 FD  PART-OUTPUT-FILE
018100     LABEL RECORDS ARE STANDARD
018200     RECORD CONTAINS 80 CHARACTERS.
018300 01  PART-OUTPUT-RECORD.
018400     05  OUT-IN-ACCOUNT-ID           PIC X(10).
018500     05  OUT-IN-CURRENT-STATE        PIC X(20).
018600     05  OUT-IN-POWER-LEVEL          PIC 9(07).
018700     05  FILLER                      PIC X(43).
018800
018900 FD  SPKT-OUTPUT-FILE
019000     LABEL RECORDS ARE STANDARD
019100     RECORD CONTAINS 80 CHARACTERS.
019200     COPY SPKTOUT.
019300
019400 FD  PART-AUDIT-LOG-FILE
019500     LABEL RECORDS ARE STANDARD
019600     RECORD CONTAINS 80 CHARACTERS.
019700 01  PART-AUDIT-LOG-RECORD.
019800     05  AUD-IN-ACCOUNT-ID           PIC X(10).
019900     05  FILLER                      PIC X(70).
020000
020100 FD  AUDIT-LOG-FILE
020200     LABEL RECORDS ARE STANDARD
020300     RECORD CONTAINS 80 CHARACTERS.
020400     COPY SPKTAUD.
020500
020600 FD  PART-HISTORY-FILE
020700     LABEL RECORDS ARE STANDARD
020800     RECORD CONTAINS 80 CHARACTERS.
020900 01  PART-HISTORY-RECORD.
021000     05  HIS-IN-ACCOUNT-ID           PIC X(10).
021100     05  FILLER                      PIC X(70).
021200
021300 FD  HISTORY-FILE
021400     LABEL RECORDS ARE STANDARD
021500     RECORD CONTAINS 80 CHARACTERS.
021600     COPY SPKTHIS.
021700
021800 FD  PART-EXTRACT-FILE
021900     LABEL RECORDS ARE STANDARD
022000     RECORD CONTAINS 100 CHARACTERS.
022100 01  PART-EXTRACT-RECORD.
022200     05  XTR-IN-RECORD-TYPE          PIC X(01).
022300         88  XTR-IN-IS-HEADER               VALUE 'H'.
022400         88  XTR-IN-IS-TRAILER              VALUE 'T'.
022500     05  XTR-IN-ACCOUNT-ID           PIC X(10).
022600     05  FILLER                      PIC X(89).
022700 01  PART-EXTRACT-TRAILER-RECORD.
022800     05  FILLER                      PIC X(01).
022900     05  XTR-IN-TRL-RECORD-COUNT     PIC 9(07).
023000     05  FILLER                      PIC X(92).
023100
023200 FD  EXTRACT-FILE
023300     LABEL RECORDS ARE STANDARD
023400     RECORD CONTAINS 100 CHARACTERS.
023500     COPY SPKTXTR.
023600
023700 FD  PART-RECYCLE-FILE
023800     LABEL RECORDS ARE STANDARD
023900     RECORD CONTAINS 80 CHARACTERS.
024000 01  PART-RECYCLE-RECORD.
024100     05  REJ-IN-ACCOUNT-ID           PIC X(10).
024200     05  FILLER                      PIC X(70).
024300
024400 FD  REJECT-RECYCLE-OUT-FILE
024500     LABEL RECORDS ARE STANDARD
024600     RECORD CONTAINS 80 CHARACTERS.
024700     COPY SPKTREJ.
024800
024900 FD  PART-DISPOSITION-FILE
025000     LABEL RECORDS ARE STANDARD
025100     RECORD CONTAINS 100 CHARACTERS.
025200 01  PART-DISPOSITION-RECORD.
025300     05  DSP-IN-RECORD-TYPE          PIC X(01).
025400         88  DSP-IN-IS-BATCH                VALUE 'B'.
025500     05  DSP-IN-SOURCE-SYSTEM        PIC X(08).
025600     05  DSP-IN-BATCH-SEQ            PIC 9(02).
025700     05  DSP-IN-ACCOUNT-ID           PIC X(10).
025800     05  FILLER                      PIC X(79).
025900 01  PART-DISPOSITION-BATCH-RECORD.
026000     05  FILLER                      PIC X(11).
026100     05  DSP-IN-BAT-BATCH-DATE       PIC 9(08).
026200     05  DSP-IN-BAT-PROCESSING-DATE  PIC 9(08).
026300     05  DSP-IN-BAT-STATUS           PIC X(01).
026400         88  DSP-IN-BAT-GOOD                VALUE 'G'.
026500     05  DSP-IN-BAT-TRL-SEEN         PIC X(01).
026600     05  DSP-IN-BAT-TRL-RECORD-COUNT PIC 9(07).
026700     05  FILLER                      PIC X(64).
026800
026900 FD  DISPOSITION-FILE
027000     LABEL RECORDS ARE STANDARD
027100     RECORD CONTAINS 100 CHARACTERS.
027200     COPY SPKTDSP.
027300
027400 FD  BALANCE-REPORT
027500     LABEL RECORDS ARE STANDARD
027600     RECORD CONTAINS 133 CHARACTERS.
027700 01  BALANCE-REPORT-RECORD           PIC X(133).
027800
027900 WORKING-STORAGE SECTION.
028000*-----------------------------------------------------------------
028100* FILE STATUS FIELDS AND SWITCHES.
028200*-----------------------------------------------------------------
028300 01  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
028400 01  WS-PARTCTL-STATUS           PIC X(02) VALUE '00'.
028500 01  WS-RUNLEDGR-STATUS          PIC X(02) VALUE '00'.
028600 01  WS-CTLIN-STATUS             PIC X(02) VALUE '00'.
028700 01  WS-CTLFILE-STATUS           PIC X(02) VALUE '00'.
028800 01  WS-OUTIN-STATUS             PIC X(02) VALUE '00'.
028900 01  WS-OUTFILE-STATUS           PIC X(02) VALUE '00'.
029000 01  WS-AUDIN-STATUS             PIC X(02) VALUE '00'.
029100 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
029200 01  WS-HISIN-STATUS             PIC X(02) VALUE '00'.
029300 01  WS-HISTFILE-STATUS          PIC X(02) VALUE '00'.
029400 01  WS-XTRIN-STATUS             PIC X(02) VALUE '00'.
029500 01  WS-XTRFILE-STATUS           PIC X(02) VALUE '00'.
029600 01  WS-REJIN-STATUS             PIC X(02) VALUE '00'.
029700 01  WS-RECYCOUT-STATUS          PIC X(02) VALUE '00'.
029800 01  WS-DSPIN-STATUS             PIC X(02) VALUE '00'.
029900 01  WS-DSPFILE-STATUS           PIC X(02) VALUE '00'.
030000 01  WS-BALRPT-STATUS            PIC X(02) VALUE '00'.
030100 01  WS-SWITCHES.
030200     05  WS-PARTCTL-EOF-SWITCH   PIC X(01) VALUE 'N'.
030300         88  END-OF-PARTITION-CARDS        VALUE 'Y'.
030400     05  WS-PART-CARD-BAD-SWITCH PIC X(01) VALUE 'N'.
030500         88  PARTITION-CARDS-BAD           VALUE 'Y'.
030600     05  WS-PART-OPEN-END-SWITCH PIC X(01) VALUE 'N'.
030700         88  OPEN-ENDED-CARD-SEEN          VALUE 'Y'.
030800     05  WS-CTLIN-EOF-SWITCH     PIC X(01) VALUE 'N'.
030900         88  END-OF-PARTITION-TOTALS       VALUE 'Y'.
031000     05  WS-MERGE-EOF-SWITCH     PIC X(01) VALUE 'N'.
031100         88  END-OF-MERGE-INPUT            VALUE 'Y'.
031200     05  WS-PTN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
031300         88  KEY-PARTITION-FOUND           VALUE 'Y'.
031400     05  WS-RUNLEDGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
031500         88  END-OF-RUN-LEDGER             VALUE 'Y'.
031600     05  WS-SELF-DONE-SWITCH     PIC X(01) VALUE 'N'.
031700         88  JOB-ALREADY-RAN-CLEAN         VALUE 'Y'.
031800     05  WS-LEDGER-OVR-SWITCH    PIC X(01) VALUE 'N'.
031900         88  LEDGER-OVERRIDE-REQUESTED     VALUE 'Y'.
032000     05  WS-PRED-MISSING-SWITCH  PIC X(01) VALUE 'N'.
032100         88  PARTITION-NOT-ENDED-CLEAN     VALUE 'Y'.
032200*-----------------------------------------------------------------
032300* WORK FIELDS AND COUNTERS.
032400*-----------------------------------------------------------------
032500 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
032600 01  WS-DISCREPANCY-CTR          PIC 9(07) COMP VALUE ZERO.
032700 01  WS-CURRENT-DATE-TIME.
032800     05  WS-CURRENT-DATE         PIC 9(08).
032900     05  WS-CURRENT-TIME         PIC 9(08).
033000 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
033100 01  WS-RUN-LEDGER-CONTROLS.
033200     05  WS-LEDGER-JOB-NAME      PIC X(08) VALUE 'OVERRIDE'.
033300     05  WS-LEDGER-EVENT-CODE    PIC X(05) VALUE SPACES.
033400     05  WS-LEDGER-OUTCOME-CODE  PIC X(05) VALUE SPACES.
033500 01  WS-LEDGER-PART-NAME.
033600     05  WS-LDG-PART-PREFIX      PIC X(06).
033700     05  WS-LDG-PART-NO          PIC X(02).
033800     05  WS-LDG-PART-NO-N REDEFINES WS-LDG-PART-NO
033900                                 PIC 9(02).
034000 01  WS-PART-PREV-HIGH-KEY       PIC X(10) VALUE LOW-VALUES.
034100 01  WS-PART-CARDS-READ          PIC 9(04) COMP VALUE ZERO.
034200 01  WS-PTN-SUB                  PIC 9(04) COMP VALUE ZERO.
034300 01  WS-KEY-TO-PLACE             PIC X(10) VALUE SPACES.
034400 01  WS-LAST-PTN-SUB             PIC 9(04) COMP VALUE ZERO.
034500 01  WS-ORDER-ERROR-CTR          PIC 9(07) COMP VALUE ZERO.
034600 01  WS-MERGE-FILE-NAME          PIC X(20) VALUE SPACES.
034700 01  WS-MERGE-RECORDS-CTR        PIC 9(07) COMP VALUE ZERO.
034800 01  WS-XTR-HEADERS-CTR          PIC 9(04) COMP VALUE ZERO.
034900 01  WS-XTR-TRAILERS-CTR         PIC 9(04) COMP VALUE ZERO.
035000 01  WS-XTR-DETAILS-CTR          PIC 9(07) COMP VALUE ZERO.
035100 01  WS-XTR-SEGMENT-CTR          PIC 9(07) COMP VALUE ZERO.
035200 01  WS-XTR-TRAILER-SUM          PIC 9(09) COMP VALUE ZERO.
035300 01  WS-DSP-DETAILS-CTR          PIC 9(07) COMP VALUE ZERO.
035400 01  WS-DSP-BATCHES-CTR          PIC 9(07) COMP VALUE ZERO.
035500 01  WS-DSB-SUB                  PIC 9(04) COMP VALUE ZERO.
035600 01  WS-PTN-BALANCE-SWITCH       PIC X(01) VALUE 'Y'.
035700     88  PARTITION-IN-BALANCE              VALUE 'Y'.
035800*-----------------------------------------------------------------
035900* PARTITION TABLE -- ONE ENTRY PER PARTITION CARD, IN PARTITION
036000* ORDER, WITH THE TOTALS FROM ITS CONTROL-TOTALS CARD AND THE
036100* RECORDS OF EACH FILE PLACED IN IT BY ACCOUNT-ID.  THE LAST
036200* PARTITION'S HIGH KEY IS HIGH-VALUES, SO EVERY KEY LANDS.
036300*-----------------------------------------------------------------
036400 01  WS-PARTITION-TABLE-CONTROLS.
036500     05  WS-PTN-MAX-ENTRIES      PIC 9(04) COMP VALUE 20.
036600     05  WS-PTN-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
036700 01  WS-PARTITION-TABLE.
036800     05  WS-PTN-ENTRY OCCURS 20 TIMES
036900                         INDEXED BY PTN-IDX.
037000         10  WS-PTN-TBL-HIGH-KEY     PIC X(10).
037100         10  WS-PTN-TBL-LEDGER-SW    PIC X(01).
037200         10  WS-PTN-TBL-CARD-SW      PIC X(01).
037300         10  WS-PTN-TBL-CTL-READ     PIC 9(07) COMP.
037400         10  WS-PTN-TBL-CTL-APPLIED  PIC 9(07) COMP.
037500         10  WS-PTN-TBL-CTL-REJECTED PIC 9(07) COMP.
037600         10  WS-PTN-TBL-CTL-EXTRACT  PIC 9(07) COMP.
037700         10  WS-PTN-TBL-CTL-BEFORE   PIC 9(13) COMP.
037800         10  WS-PTN-TBL-CTL-AFTER    PIC 9(13) COMP.
037900         10  WS-PTN-TBL-OUT-CTR      PIC 9(07) COMP.
038000         10  WS-PTN-TBL-OUT-POWER    PIC 9(13) COMP.
038100         10  WS-PTN-TBL-AUD-CTR      PIC 9(07) COMP.
038200         10  WS-PTN-TBL-HIS-CTR      PIC 9(07) COMP.
038300         10  WS-PTN-TBL-XTR-CTR      PIC 9(07) COMP.
038400         10  WS-PTN-TBL-REJ-CTR      PIC 9(07) COMP.
038500         10  WS-PTN-TBL-DSP-CTR      PIC 9(07) COMP.
038600*-----------------------------------------------------------------
038700* MERGED TOTALS -- THE SUMS OF THE PARTITION CARDS, WRITTEN AS
038800* THE ONE CONTROL-TOTALS CARD, AND THE SUMS OF THE FILE COUNTS.
038900*-----------------------------------------------------------------
039000 01  WS-MERGED-TOTALS.
039100     05  WS-TOT-CTL-READ         PIC 9(07) COMP VALUE ZERO.
039200     05  WS-TOT-CTL-APPLIED      PIC 9(07) COMP VALUE ZERO.
039300     05  WS-TOT-CTL-REJECTED     PIC 9(07) COMP VALUE ZERO.
039400     05  WS-TOT-CTL-EXTRACT      PIC 9(07) COMP VALUE ZERO.
039500     05  WS-TOT-CTL-BEFORE       PIC 9(13) COMP VALUE ZERO.
039600     05  WS-TOT-CTL-AFTER        PIC 9(13) COMP VALUE ZERO.
039700     05  WS-TOT-OUT-CTR          PIC 9(07) COMP VALUE ZERO.
039800     05  WS-TOT-OUT-POWER        PIC 9(13) COMP VALUE ZERO.
039900     05  WS-TOT-AUD-CTR          PIC 9(07) COMP VALUE ZERO.
040000     05  WS-TOT-HIS-CTR          PIC 9(07) COMP VALUE ZERO.
040100     05  WS-TOT-XTR-CTR          PIC 9(07) COMP VALUE ZERO.
040200     05  WS-TOT-REJ-CTR          PIC 9(07) COMP VALUE ZERO.
040300     05  WS-TOT-DSP-CTR          PIC 9(07) COMP VALUE ZERO.
040400*-----------------------------------------------------------------
040500* DISPOSITION BATCH TABLE -- EVERY PARTITION WRITES THE SAME
040600* BATCH RECORD FOR EVERY INPUT BATCH, BECAUSE EVERY PARTITION
040700* VERIFIES EVERY BATCH WHOLE.  THE FIRST COPY IS KEPT, THE REST
040800* MUST MATCH IT, AND ONE COPY PER BATCH IS WRITTEN TO THE
040900* MERGED FILE.  THE DETAILS OF EACH BATCH ARE COUNTED ACROSS
041000* ALL PARTITIONS TO PROVE THEM AGAINST THE SOURCE TRAILER.
041100*-----------------------------------------------------------------
041200 01  WS-DSP-BATCH-CONTROLS.
041300     05  WS-DSB-MAX-ENTRIES      PIC 9(04) COMP VALUE 99.
041400     05  WS-DSB-HIGH-SEQ         PIC 9(04) COMP VALUE ZERO.
041500 01  WS-DSP-BATCH-TABLE.
041600     05  WS-DSB-ENTRY OCCURS 99 TIMES.
041700         10  WS-DSB-RECORD           PIC X(100).
041800         10  WS-DSB-COPIES-CTR       PIC 9(04) COMP.
041900         10  WS-DSB-DETAILS-CTR      PIC 9(07) COMP.
042000 01  WS-DSB-RECORD-VIEW.
042100     05  FILLER                      PIC X(11).
042200     05  WS-DSB-BATCH-DATE           PIC 9(08).
042300     05  WS-DSB-PROCESSING-DATE      PIC 9(08).
042400     05  WS-DSB-STATUS               PIC X(01).
042500         88  WS-DSB-GOOD                    VALUE 'G'.
042600     05  WS-DSB-TRL-SEEN             PIC X(01).
042700     05  WS-DSB-TRL-RECORD-COUNT     PIC 9(07).
042800     05  FILLER                      PIC X(64).
042900*-----------------------------------------------------------------
043000* PRINT LINES FOR THE BALANCE REPORT.
043100*-----------------------------------------------------------------
043200 01  WS-REPORT-LINE                  PIC X(133).
043300 01  WS-REPORT-HEADING-1.
043400     05  FILLER                      PIC X(50)
043500             VALUE 'SPEKTRE-OVRMERGE PARTITION MERGE AND BALANCE'.
043600     05  FILLER                      PIC X(15)
043700             VALUE 'BUSINESS DATE: '.
043800     05  WS-RPT-BUSINESS-DATE        PIC 9(08).
043900     05  FILLER                      PIC X(60) VALUE SPACES.
044000 01  WS-REPORT-HEADING-2.
044100     05  FILLER                      PIC X(17)
044200             VALUE ' PART  HIGH KEY'.
044300     05  FILLER                      PIC X(36)
044400             VALUE '     READ  APPLIED REJECTED   OUTPUT'.
044500     05  FILLER                      PIC X(36)
044600             VALUE '    AUDIT  HISTORY  EXTRACT  RECYCLE'.
044700     05  FILLER                      PIC X(09)
044800             VALUE '  DISPOSN'.
044900     05  FILLER                      PIC X(35)
045000             VALUE '   OUTPUT POWER  STATUS'.
045100 01  WS-BALANCE-LINE.
045200     05  FILLER                      PIC X(01) VALUE SPACES.
045300     05  WS-BAL-PARTITION            PIC X(05).
045400     05  FILLER                      PIC X(01) VALUE SPACES.
045500     05  WS-BAL-HIGH-KEY             PIC X(10).
045600     05  FILLER                      PIC X(02) VALUE SPACES.
045700     05  WS-BAL-READ                 PIC Z(06)9.
045800     05  FILLER                      PIC X(02) VALUE SPACES.
045900     05  WS-BAL-APPLIED              PIC Z(06)9.
046000     05  FILLER                      PIC X(02) VALUE SPACES.
046100     05  WS-BAL-REJECTED             PIC Z(06)9.
046200     05  FILLER                      PIC X(02) VALUE SPACES.
046300     05  WS-BAL-OUTPUT               PIC Z(06)9.
046400     05  FILLER                      PIC X(02) VALUE SPACES.
046500     05  WS-BAL-AUDIT                PIC Z(06)9.
046600     05  FILLER                      PIC X(02) VALUE SPACES.
046700     05  WS-BAL-HISTORY              PIC Z(06)9.
046800     05  FILLER                      PIC X(02) VALUE SPACES.
046900     05  WS-BAL-EXTRACT              PIC Z(06)9.
047000     05  FILLER                      PIC X(02) VALUE SPACES.
047100     05  WS-BAL-RECYCLE              PIC Z(06)9.
047200     05  FILLER                      PIC X(02) VALUE SPACES.
047300     05  WS-BAL-DISPOSITION          PIC Z(06)9.
047400     05  FILLER                      PIC X(02) VALUE SPACES.
047500     05  WS-BAL-OUTPUT-POWER         PIC Z(12)9.
047600     05  FILLER                      PIC X(02) VALUE SPACES.
047700     05  WS-BAL-STATUS               PIC X(14).
047800     05  FILLER                      PIC X(04) VALUE SPACES.
047900 01  WS-DISCREPANCY-LINE.
048000     05  FILLER                      PIC X(05) VALUE ' *** '.
048100     05  WS-DSC-MESSAGE              PIC X(50).
048200     05  FILLER                      PIC X(11)
048300             VALUE ' PARTITION '.
048400     05  WS-DSC-PARTITION            PIC X(03).
048500     05  FILLER                      PIC X(10)
048600             VALUE ' EXPECTED '.
048700     05  WS-DSC-EXPECTED             PIC ZZZ,ZZZ,ZZZ,ZZ9.
048800     05  FILLER                      PIC X(07) VALUE ' FOUND '.
048900     05  WS-DSC-FOUND                PIC ZZZ,ZZZ,ZZZ,ZZ9.
049000     05  FILLER                      PIC X(17) VALUE SPACES.
049100 01  WS-RPT-CLEAN-LINE.
049200     05  FILLER                      PIC X(60)
049300             VALUE 'ALL PARTITIONS BALANCE -- MERGE COMPLETE'.
049400     05  FILLER                      PIC X(73) VALUE SPACES.
049500 01  WS-RPT-ERROR-LINE.
049600     05  FILLER                      PIC X(60)
049700             VALUE 'OUT OF BALANCE -- MERGED FILES NOT USABLE'.
049800     05  FILLER                      PIC X(73) VALUE SPACES.
049900 01  WS-DSC-PART-EDIT                PIC 9(02).
050000 01  WS-DSC-BATCH-EDIT               PIC 9(02).
050100*-----------------------------------------------------------------
050200 PROCEDURE DIVISION.
050300*=================================================================
050400 0000-MAINLINE-CONTROL.
050500*=================================================================
050600     PERFORM 1000-INITIALIZE-JOB
050700         THRU 1000-EXIT.
050800
050900     PERFORM 2000-MERGE-OUTPUT-FILE
051000         THRU 2000-EXIT.
051100     PERFORM 2100-MERGE-AUDIT-LOG
051200         THRU 2100-EXIT.
051300     PERFORM 2200-MERGE-HISTORY-FILE
051400         THRU 2200-EXIT.
051500     PERFORM 2300-MERGE-EXTRACT-FILE
051600         THRU 2300-EXIT.
051700     PERFORM 2400-MERGE-RECYCLE-FILE
051800         THRU 2400-EXIT.
051900     PERFORM 2500-MERGE-DISPOSITION-FILE
052000         THRU 2500-EXIT.
052100
052200     PERFORM 3000-BALANCE-PARTITIONS
052300         THRU 3000-EXIT.
052400
052500     PERFORM 3500-WRITE-CONTROL-TOTALS-CARD
052600         THRU 3500-EXIT.
052700
052800     PERFORM 9000-TERMINATE-JOB
052900         THRU 9000-EXIT.
053000
053100     STOP RUN.
053200*=================================================================
053300 1000-INITIALIZE-JOB.
053400*=================================================================
053500     DISPLAY '>> [COBOL] SPEKTRE-OVRMERGE PARTITION MERGE...'.
053600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
053700     ACCEPT WS-CURRENT-TIME FROM TIME.
053800
053900*    THE PARM CARD IS OPTIONAL HERE -- IT ONLY SUPPLIES THE
054000*    BUSINESS (AS-OF) DATE AND THE RUN-LEDGER OVERRIDE.
054100     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
054200     OPEN INPUT PARM-CONTROL-FILE.
054300     IF WS-PARMCARD-STATUS = '00'
054400         READ PARM-CONTROL-FILE
054500             AT END
054600                 CONTINUE
054700             NOT AT END
054800                 IF PARM-AS-OF-DATE NUMERIC
054900                    AND PARM-AS-OF-DATE > ZERO
055000                     MOVE PARM-AS-OF-DATE TO WS-BUSINESS-DATE
055100                 END-IF
055200                 IF PARM-LEDGER-OVERRIDE-YES
055300                     MOVE 'Y' TO WS-LEDGER-OVR-SWITCH
055400                 END-IF
055500         END-READ
055600         CLOSE PARM-CONTROL-FILE
055700     END-IF.
055800
055900     PERFORM 1400-LOAD-PARTITION-TABLE
056000         THRU 1400-EXIT.
056100
056200     PERFORM 1900-VERIFY-RUN-LEDGER
056300         THRU 1900-EXIT.
056400
056500     PERFORM 1500-LOAD-CONTROL-CARDS
056600         THRU 1500-EXIT.
056700
056800     OPEN OUTPUT BALANCE-REPORT.
056900     IF WS-BALRPT-STATUS NOT = '00'
057000         DISPLAY '>> [COBOL] UNABLE TO OPEN BALANCE-REPORT, '
057100             'STATUS ' WS-BALRPT-STATUS '.  JOB ABORTED.'
057200         MOVE 16 TO WS-RETURN-CODE
057300         MOVE WS-RETURN-CODE TO RETURN-CODE
057400         STOP RUN
057500     END-IF.
057600     MOVE WS-BUSINESS-DATE TO WS-RPT-BUSINESS-DATE.
057700     MOVE WS-REPORT-HEADING-1 TO WS-REPORT-LINE.
057800     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
057900     MOVE SPACES TO WS-REPORT-LINE.
058000     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
058100 1000-EXIT.
058200     EXIT.
058300*=================================================================
058400 1400-LOAD-PARTITION-TABLE.
058500*=================================================================
058600*    THE SAME PARTITION CARDS THE PARTITIONS RAN FROM, CHECKED
058700*    BY THE SAME RULES: NUMBERED 01, 02, ... IN ORDER, HIGH KEYS
058800*    RISING, AND ONLY THE LAST CARD LEFT OPEN-ENDED.
058900*=================================================================
059000     OPEN INPUT PARTITION-CONTROL-FILE.
059100     IF WS-PARTCTL-STATUS NOT = '00'
059200         DISPLAY '>> [COBOL] UNABLE TO OPEN PARTITION-CONTROL-'
059300             'FILE, STATUS ' WS-PARTCTL-STATUS '.  JOB ABORTED.'
059400         MOVE 16 TO WS-RETURN-CODE
059500         MOVE WS-RETURN-CODE TO RETURN-CODE
059600         STOP RUN
059700     END-IF.
059800     PERFORM 1410-READ-PARTITION-CARD
059900         THRU 1410-EXIT
060000         UNTIL END-OF-PARTITION-CARDS.
060100     CLOSE PARTITION-CONTROL-FILE.
060200     IF NOT OPEN-ENDED-CARD-SEEN
060300         DISPLAY '>> [COBOL] *** THE LAST PARTITION CARD MUST '
060400             'LEAVE ITS HIGH KEY BLANK. ***'
060500         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
060600     END-IF.
060700     IF PARTITION-CARDS-BAD
060800         DISPLAY '>> [COBOL] *** PARTITION-CONTROL-FILE IN '
060900             'ERROR.  JOB ABORTED. ***'
061000         MOVE 16 TO WS-RETURN-CODE
061100         MOVE WS-RETURN-CODE TO RETURN-CODE
061200         STOP RUN
061300     END-IF.
061400     DISPLAY '>> [COBOL] MERGING ' WS-PTN-TABLE-COUNT
061500         ' PARTITIONS.'.
061600 1400-EXIT.
061700     EXIT.
061800*=================================================================
061900 1410-READ-PARTITION-CARD.
062000*=================================================================
062100     READ PARTITION-CONTROL-FILE
062200         AT END
062300             MOVE 'Y' TO WS-PARTCTL-EOF-SWITCH
062400             GO TO 1410-EXIT
062500     END-READ.
062600     ADD 1 TO WS-PART-CARDS-READ.
062700     IF WS-PTN-TABLE-COUNT NOT < WS-PTN-MAX-ENTRIES
062800         DISPLAY '>> [COBOL] *** MORE THAN ' WS-PTN-MAX-ENTRIES
062900             ' PARTITION CARDS. ***'
063000         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
063100         MOVE 'Y' TO WS-PARTCTL-EOF-SWITCH
063200         GO TO 1410-EXIT
063300     END-IF.
063400     IF PTN-PARTITION-NO NOT NUMERIC
063500        OR PTN-PARTITION-NO NOT = WS-PART-CARDS-READ
063600         DISPLAY '>> [COBOL] *** PARTITION CARD '
063700             WS-PART-CARDS-READ ' IS NUMBERED ' PTN-PARTITION-NO
063800             ' -- CARDS MUST RUN 01, 02, ... IN ORDER. ***'
063900         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
064000         GO TO 1410-EXIT
064100     END-IF.
064200     IF OPEN-ENDED-CARD-SEEN
064300         DISPLAY '>> [COBOL] *** PARTITION CARD ' PTN-PARTITION-NO
064400             ' FOLLOWS THE OPEN-ENDED LAST PARTITION. ***'
064500         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
064600     END-IF.
064700     IF PTN-HIGH-ACCOUNT-ID NOT = SPACES
064800        AND PTN-HIGH-ACCOUNT-ID NOT > WS-PART-PREV-HIGH-KEY
064900         DISPLAY '>> [COBOL] *** PARTITION CARD ' PTN-PARTITION-NO
065000             ' HIGH KEY ' PTN-HIGH-ACCOUNT-ID
065100             ' DOES NOT RISE ABOVE THE CARD BEFORE IT. ***'
065200         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
065300     END-IF.
065400     ADD 1 TO WS-PTN-TABLE-COUNT.
065500     MOVE WS-PTN-TABLE-COUNT TO WS-PTN-SUB.
065600     IF PTN-HIGH-ACCOUNT-ID = SPACES
065700         MOVE HIGH-VALUES TO WS-PTN-TBL-HIGH-KEY (WS-PTN-SUB)
065800         MOVE 'Y' TO WS-PART-OPEN-END-SWITCH
065900     ELSE
066000         MOVE PTN-HIGH-ACCOUNT-ID
066100             TO WS-PTN-TBL-HIGH-KEY (WS-PTN-SUB)
066200         MOVE PTN-HIGH-ACCOUNT-ID TO WS-PART-PREV-HIGH-KEY
066300     END-IF.
066400     MOVE 'N'  TO WS-PTN-TBL-LEDGER-SW     (WS-PTN-SUB).
066500     MOVE 'N'  TO WS-PTN-TBL-CARD-SW       (WS-PTN-SUB).
066600     MOVE ZERO TO WS-PTN-TBL-CTL-READ      (WS-PTN-SUB).
066700     MOVE ZERO TO WS-PTN-TBL-CTL-APPLIED   (WS-PTN-SUB).
066800     MOVE ZERO TO WS-PTN-TBL-CTL-REJECTED  (WS-PTN-SUB).
066900     MOVE ZERO TO WS-PTN-TBL-CTL-EXTRACT   (WS-PTN-SUB).
067000     MOVE ZERO TO WS-PTN-TBL-CTL-BEFORE    (WS-PTN-SUB).
067100     MOVE ZERO TO WS-PTN-TBL-CTL-AFTER     (WS-PTN-SUB).
067200     MOVE ZERO TO WS-PTN-TBL-OUT-CTR       (WS-PTN-SUB).
067300     MOVE ZERO TO WS-PTN-TBL-OUT-POWER     (WS-PTN-SUB).
067400     MOVE ZERO TO WS-PTN-TBL-AUD-CTR       (WS-PTN-SUB).
067500     MOVE ZERO TO WS-PTN-TBL-HIS-CTR       (WS-PTN-SUB).
067600     MOVE ZERO TO WS-PTN-TBL-XTR-CTR       (WS-PTN-SUB).
067700     MOVE ZERO TO WS-PTN-TBL-REJ-CTR       (WS-PTN-SUB).
067800     MOVE ZERO TO WS-PTN-TBL-DSP-CTR       (WS-PTN-SUB).
067900 1410-EXIT.
068000     EXIT.
068100*=================================================================
068200 1500-LOAD-CONTROL-CARDS.
068300*=================================================================
068400*    ONE CONTROL-TOTALS CARD PER PARTITION, STAMPED WITH ITS
068500*    PARTITION NUMBER AND TONIGHT'S DATE.  A MISSING, REPEATED,
068600*    UNNUMBERED OR STALE CARD MEANS A PARTITION'S OUTPUTS ARE
068700*    NOT THE ONES ON THE CONCATENATION, SO NOTHING IS MERGED.
068800*=================================================================
068900     OPEN INPUT PART-CONTROL-TOTALS-FILE.
069000     IF WS-CTLIN-STATUS NOT = '00'
069100         DISPLAY '>> [COBOL] UNABLE TO OPEN PART-CONTROL-TOTALS-'
069200             'FILE, STATUS ' WS-CTLIN-STATUS '.  JOB ABORTED.'
069300         MOVE 16 TO WS-RETURN-CODE
069400         MOVE WS-RETURN-CODE TO RETURN-CODE
069500         STOP RUN
069600     END-IF.
069700     PERFORM 1510-READ-CONTROL-CARD
069800         THRU 1510-EXIT
069900         UNTIL END-OF-PARTITION-TOTALS.
070000     CLOSE PART-CONTROL-TOTALS-FILE.
070100     MOVE 1 TO WS-PTN-SUB.
070200     PERFORM 1520-CHECK-CARD-PRESENT
070300         THRU 1520-EXIT
070400         WS-PTN-TABLE-COUNT TIMES.
070500     IF PARTITION-CARDS-BAD
070600         DISPLAY '>> [COBOL] *** PARTITION CONTROL-TOTALS CARDS '
070700             'IN ERROR.  NOTHING MERGED.  JOB ABORTED. ***'
070800         MOVE 16 TO WS-RETURN-CODE
070900         MOVE WS-RETURN-CODE TO RETURN-CODE
071000         STOP RUN
071100     END-IF.
071200 1500-EXIT.
071300     EXIT.
071400*=================================================================
071500 1510-READ-CONTROL-CARD.
071600*=================================================================
071700     READ PART-CONTROL-TOTALS-FILE
071800         AT END
071900             MOVE 'Y' TO WS-CTLIN-EOF-SWITCH
072000             GO TO 1510-EXIT
072100     END-READ.
072200     IF PCT-IN-PARTITION-NO NOT NUMERIC
072300        OR PCT-IN-PARTITION-NO = ZERO
072400        OR PCT-IN-PARTITION-NO > WS-PTN-TABLE-COUNT
072500         DISPLAY '>> [COBOL] *** CONTROL-TOTALS CARD FOR '
072600             'PARTITION ' PCT-IN-PARTITION-NO
072700             ' IS NOT A PARTITION ON PARTITION-CONTROL-FILE. ***'
072800         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
072900         GO TO 1510-EXIT
073000     END-IF.
073100     MOVE PCT-IN-PARTITION-NO TO WS-PTN-SUB.
073200     IF WS-PTN-TBL-CARD-SW (WS-PTN-SUB) = 'Y'
073300         DISPLAY '>> [COBOL] *** SECOND CONTROL-TOTALS CARD FOR '
073400             'PARTITION ' PCT-IN-PARTITION-NO '. ***'
073500         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
073600         GO TO 1510-EXIT
073700     END-IF.
073800     IF PCT-IN-JOB-DATE NOT = WS-BUSINESS-DATE
073900         DISPLAY '>> [COBOL] *** CONTROL-TOTALS CARD FOR '
074000             'PARTITION ' PCT-IN-PARTITION-NO ' IS DATED '
074100             PCT-IN-JOB-DATE ', NOT ' WS-BUSINESS-DATE '. ***'
074200         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
074300         GO TO 1510-EXIT
074400     END-IF.
074500     IF PCT-IN-RECORDS-READ         NOT NUMERIC
074600        OR PCT-IN-TRANSITIONS-APPLIED NOT NUMERIC
074700        OR PCT-IN-RECORDS-REJECTED  NOT NUMERIC
074800        OR PCT-IN-POWER-BEFORE-TOTAL NOT NUMERIC
074900        OR PCT-IN-POWER-AFTER-TOTAL NOT NUMERIC
075000        OR PCT-IN-EXTRACT-WRITTEN   NOT NUMERIC
075100         DISPLAY '>> [COBOL] *** CONTROL-TOTALS CARD FOR '
075200             'PARTITION ' PCT-IN-PARTITION-NO
075300             ' HAS A NON-NUMERIC TOTAL. ***'
075400         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
075500         GO TO 1510-EXIT
075600     END-IF.
075700     MOVE 'Y' TO WS-PTN-TBL-CARD-SW (WS-PTN-SUB).
075800     MOVE PCT-IN-RECORDS-READ
075900         TO WS-PTN-TBL-CTL-READ (WS-PTN-SUB).
076000     MOVE PCT-IN-TRANSITIONS-APPLIED
076100         TO WS-PTN-TBL-CTL-APPLIED (WS-PTN-SUB).
076200     MOVE PCT-IN-RECORDS-REJECTED
076300         TO WS-PTN-TBL-CTL-REJECTED (WS-PTN-SUB).
076400     MOVE PCT-IN-EXTRACT-WRITTEN
076500         TO WS-PTN-TBL-CTL-EXTRACT (WS-PTN-SUB).
076600     MOVE PCT-IN-POWER-BEFORE-TOTAL
076700         TO WS-PTN-TBL-CTL-BEFORE (WS-PTN-SUB).
076800     MOVE PCT-IN-POWER-AFTER-TOTAL
076900         TO WS-PTN-TBL-CTL-AFTER (WS-PTN-SUB).
077000     ADD PCT-IN-RECORDS-READ        TO WS-TOT-CTL-READ.
077100     ADD PCT-IN-TRANSITIONS-APPLIED TO WS-TOT-CTL-APPLIED.
077200     ADD PCT-IN-RECORDS-REJECTED    TO WS-TOT-CTL-REJECTED.
077300     ADD PCT-IN-EXTRACT-WRITTEN     TO WS-TOT-CTL-EXTRACT.
077400     ADD PCT-IN-POWER-BEFORE-TOTAL  TO WS-TOT-CTL-BEFORE.
077500     ADD PCT-IN-POWER-AFTER-TOTAL   TO WS-TOT-CTL-AFTER.
077600 1510-EXIT.
077700     EXIT.
077800*=================================================================
077900 1520-CHECK-CARD-PRESENT.
078000*=================================================================
078100     IF WS-PTN-TBL-CARD-SW (WS-PTN-SUB) NOT = 'Y'
078200         MOVE WS-PTN-SUB TO WS-DSC-PART-EDIT
078300         DISPLAY '>> [COBOL] *** NO CONTROL-TOTALS CARD FOR '
078400             'PARTITION ' WS-DSC-PART-EDIT '. ***'
078500         MOVE 'Y' TO WS-PART-CARD-BAD-SWITCH
078600     END-IF.
078700     ADD 1 TO WS-PTN-SUB.
078800 1520-EXIT.
078900     EXIT.
079000*=================================================================
079100 1900-VERIFY-RUN-LEDGER.
079200*=================================================================
079300*    REFUSES TO START UNLESS EVERY PARTITION (OVRPRTNN) ENDED
079400*    CLEAN FOR THE BUSINESS DATE, AND REFUSES A SECOND CLEAN
079500*    MERGE FOR ONE DATE, UNLESS THE OPERATOR OVERRIDE PARM IS
079600*    SUPPLIED.  THE MERGE SIGNS AS OVERRIDE.
079700*=================================================================
079800     OPEN INPUT RUN-LEDGER-FILE.
079900     IF WS-RUNLEDGR-STATUS = '35'
080000         DISPLAY '>> [COBOL] NO RUN LEDGER ON HAND -- '
080100             'STARTING A NEW ONE.'
080200     ELSE
080300         IF WS-RUNLEDGR-STATUS NOT = '00'
080400             DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
080500                 'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
080600             MOVE 16 TO WS-RETURN-CODE
080700             MOVE WS-RETURN-CODE TO RETURN-CODE
080800             STOP RUN
080900         END-IF
081000         PERFORM 1910-SCAN-ONE-LEDGER-RECORD
081100             THRU 1910-EXIT
081200             UNTIL END-OF-RUN-LEDGER
081300         CLOSE RUN-LEDGER-FILE
081400     END-IF.
081500     IF LEDGER-OVERRIDE-REQUESTED
081600         DISPLAY '>> [COBOL] RUN-LEDGER CHECK BYPASSED BY '
081700             'OPERATOR OVERRIDE.'
081800         GO TO 1900-WRITE-START
081900     END-IF.
082000     IF JOB-ALREADY-RAN-CLEAN
082100         DISPLAY '>> [COBOL] *** SPEKTRE-OVERRIDE ALREADY '
082200             'COMPLETED CLEAN FOR ' WS-BUSINESS-DATE
082300             '.  RERUN REFUSED -- SUPPLY THE LEDGER-OVERRIDE '
082400             'PARM FOR A GENUINE RERUN. ***'
082500         MOVE 16 TO WS-RETURN-CODE
082600         MOVE WS-RETURN-CODE TO RETURN-CODE
082700         STOP RUN
082800     END-IF.
082900     MOVE 1 TO WS-PTN-SUB.
083000     PERFORM 1920-CHECK-PARTITION-LEDGER
083100         THRU 1920-EXIT
083200         WS-PTN-TABLE-COUNT TIMES.
083300     IF PARTITION-NOT-ENDED-CLEAN
083400         DISPLAY '>> [COBOL] *** NOT EVERY PARTITION HAS '
083500             'COMPLETED CLEAN FOR ' WS-BUSINESS-DATE
083600             '.  JOB REFUSED. ***'
083700         MOVE 16 TO WS-RETURN-CODE
083800         MOVE WS-RETURN-CODE TO RETURN-CODE
083900         STOP RUN
084000     END-IF.
084100 1900-WRITE-START.
084200     MOVE 'START' TO WS-LEDGER-EVENT-CODE.
084300     MOVE SPACES  TO WS-LEDGER-OUTCOME-CODE.
084400     PERFORM 1950-WRITE-RUN-LEDGER
084500         THRU 1950-EXIT.
084600 1900-EXIT.
084700     EXIT.
084800*=================================================================
084900 1910-SCAN-ONE-LEDGER-RECORD.
085000*=================================================================
085100     READ RUN-LEDGER-FILE
085200         AT END
085300             MOVE 'Y' TO WS-RUNLEDGR-EOF-SWITCH
085400             GO TO 1910-EXIT
085500     END-READ.
085600     IF LDG-BUSINESS-DATE = WS-BUSINESS-DATE
085700        AND LDG-EVENT-END
085800        AND LDG-OUTCOME-CLEAN
085900         IF LDG-JOB-NAME = WS-LEDGER-JOB-NAME
086000             MOVE 'Y' TO WS-SELF-DONE-SWITCH
086100         END-IF
086200         MOVE LDG-JOB-NAME TO WS-LEDGER-PART-NAME
086300         IF WS-LDG-PART-PREFIX = 'OVRPRT'
086400            AND WS-LDG-PART-NO NUMERIC
086500             IF WS-LDG-PART-NO-N > ZERO
086600                AND WS-LDG-PART-NO-N NOT > WS-PTN-TABLE-COUNT
086700                 MOVE 'Y'
086800                     TO WS-PTN-TBL-LEDGER-SW (WS-LDG-PART-NO-N)
086900             END-IF
087000         END-IF
087100     END-IF.
087200 1910-EXIT.
087300     EXIT.
087400*=================================================================
087500 1920-CHECK-PARTITION-LEDGER.
087600*=================================================================
087700     IF WS-PTN-TBL-LEDGER-SW (WS-PTN-SUB) NOT = 'Y'
087800         MOVE WS-PTN-SUB TO WS-DSC-PART-EDIT
087900         DISPLAY '>> [COBOL] *** PARTITION OVRPRT'
088000             WS-DSC-PART-EDIT ' HAS NOT COMPLETED CLEAN. ***'
088100         MOVE 'Y' TO WS-PRED-MISSING-SWITCH
088200     END-IF.
088300     ADD 1 TO WS-PTN-SUB.
088400 1920-EXIT.
088500     EXIT.
088600*=================================================================
088700 1950-WRITE-RUN-LEDGER.
088800*=================================================================
088900     OPEN EXTEND RUN-LEDGER-FILE.
089000     IF WS-RUNLEDGR-STATUS = '35'
089100         OPEN OUTPUT RUN-LEDGER-FILE
089200     END-IF.
089300     IF WS-RUNLEDGR-STATUS NOT = '00'
089400         DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
089500             'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
089600         MOVE 16 TO WS-RETURN-CODE
089700         MOVE WS-RETURN-CODE TO RETURN-CODE
089800         STOP RUN
089900     END-IF.
090000     ACCEPT WS-CURRENT-TIME FROM TIME.
090100     MOVE SPACES                 TO RUN-LEDGER-RECORD.
090200     MOVE WS-LEDGER-JOB-NAME     TO LDG-JOB-NAME.
090300     MOVE WS-BUSINESS-DATE       TO LDG-BUSINESS-DATE.
090400     MOVE WS-LEDGER-EVENT-CODE   TO LDG-EVENT-CODE.
090500     MOVE WS-LEDGER-OUTCOME-CODE TO LDG-OUTCOME-CODE.
090600     MOVE WS-CURRENT-DATE        TO LDG-EVENT-DATE.
090700     MOVE WS-CURRENT-TIME        TO LDG-EVENT-TIME.
090800     WRITE RUN-LEDGER-RECORD.
090900     CLOSE RUN-LEDGER-FILE.
091000 1950-EXIT.
091100     EXIT.
091200*=================================================================
091300 2000-MERGE-OUTPUT-FILE.
091400*=================================================================
091500     OPEN INPUT PART-OUTPUT-FILE.
091600     IF WS-OUTIN-STATUS NOT = '00'
091700         DISPLAY '>> [COBOL] UNABLE TO OPEN PART-OUTPUT-FILE, '
091800             'STATUS ' WS-OUTIN-STATUS '.  JOB ABORTED.'
091900         MOVE 16 TO WS-RETURN-CODE
092000         MOVE WS-RETURN-CODE TO RETURN-CODE
092100         STOP RUN
092200     END-IF.
092300     OPEN OUTPUT SPKT-OUTPUT-FILE.
092400     IF WS-OUTFILE-STATUS NOT = '00'
092500         DISPLAY '>> [COBOL] UNABLE TO OPEN SPKT-OUTPUT-FILE, '
092600             'STATUS ' WS-OUTFILE-STATUS '.  JOB ABORTED.'
092700         MOVE 16 TO WS-RETURN-CODE
092800         MOVE WS-RETURN-CODE TO RETURN-CODE
092900         STOP RUN
093000     END-IF.
093100     MOVE 'OUTPUT FILE' TO WS-MERGE-FILE-NAME.
093200     PERFORM 2800-START-ONE-FILE
093300         THRU 2800-EXIT.
093400     PERFORM 2010-COPY-OUTPUT-RECORD
093500         THRU 2010-EXIT
093600         UNTIL END-OF-MERGE-INPUT.
093700     CLOSE PART-OUTPUT-FILE.
093800     CLOSE SPKT-OUTPUT-FILE.
093900     PERFORM 2890-END-ONE-FILE
094000         THRU 2890-EXIT.
094100 2000-EXIT.
094200     EXIT.
094300*=================================================================
094400 2010-COPY-OUTPUT-RECORD.
094500*=================================================================
094600     READ PART-OUTPUT-FILE
094700         AT END
094800             MOVE 'Y' TO WS-MERGE-EOF-SWITCH
094900             GO TO 2010-EXIT
095000     END-READ.
095100     WRITE SPKT-OUTPUT-RECORD FROM PART-OUTPUT-RECORD.
095200     MOVE OUT-IN-ACCOUNT-ID TO WS-KEY-TO-PLACE.
095300     PERFORM 2850-PLACE-KEY-IN-PARTITION
095400         THRU 2850-EXIT.
095500     ADD 1 TO WS-PTN-TBL-OUT-CTR (WS-PTN-SUB).
095600     ADD OUT-IN-POWER-LEVEL TO WS-PTN-TBL-OUT-POWER (WS-PTN-SUB).
095700     ADD 1 TO WS-TOT-OUT-CTR.
095800     ADD OUT-IN-POWER-LEVEL TO WS-TOT-OUT-POWER.
095900 2010-EXIT.
096000     EXIT.
096100*=================================================================
096200 2100-MERGE-AUDIT-LOG.
096300*=================================================================
096400     OPEN INPUT PART-AUDIT-LOG-FILE.
096500     IF WS-AUDIN-STATUS NOT = '00'
096600         DISPLAY '>> [COBOL] UNABLE TO OPEN PART-AUDIT-LOG-FILE, '
096700             'STATUS ' WS-AUDIN-STATUS '.  JOB ABORTED.'
096800         MOVE 16 TO WS-RETURN-CODE
096900         MOVE WS-RETURN-CODE TO RETURN-CODE
097000         STOP RUN
097100     END-IF.
097200     OPEN OUTPUT AUDIT-LOG-FILE.
097300     IF WS-AUDITLOG-STATUS NOT = '00'
097400         DISPLAY '>> [COBOL] UNABLE TO OPEN AUDIT-LOG-FILE, '
097500             'STATUS ' WS-AUDITLOG-STATUS '.  JOB ABORTED.'
097600         MOVE 16 TO WS-RETURN-CODE
097700         MOVE WS-RETURN-CODE TO RETURN-CODE
097800         STOP RUN
097900     END-IF.
098000     MOVE 'AUDIT LOG' TO WS-MERGE-FILE-NAME.
098100     PERFORM 2800-START-ONE-FILE
098200         THRU 2800-EXIT.
098300     PERFORM 2110-COPY-AUDIT-RECORD
098400         THRU 2110-EXIT
098500         UNTIL END-OF-MERGE-INPUT.
098600     CLOSE PART-AUDIT-LOG-FILE.
098700     CLOSE AUDIT-LOG-FILE.
098800     PERFORM 2890-END-ONE-FILE
098900         THRU 2890-EXIT.
099000 2100-EXIT.
099100     EXIT.
099200*=================================================================
099300 2110-COPY-AUDIT-RECORD.
099400*=================================================================
099500     READ PART-AUDIT-LOG-FILE
099600         AT END
099700             MOVE 'Y' TO WS-MERGE-EOF-SWITCH
099800             GO TO 2110-EXIT
099900     END-READ.
100000     WRITE AUDIT-LOG-RECORD FROM PART-AUDIT-LOG-RECORD.
100100     MOVE AUD-IN-ACCOUNT-ID TO WS-KEY-TO-PLACE.
100200     PERFORM 2850-PLACE-KEY-IN-PARTITION
100300         THRU 2850-EXIT.
100400     ADD 1 TO WS-PTN-TBL-AUD-CTR (WS-PTN-SUB).
100500     ADD 1 TO WS-TOT-AUD-CTR.
100600 2110-EXIT.
100700     EXIT.
100800*=================================================================
100900 2200-MERGE-HISTORY-FILE.
101000*=================================================================
101100     OPEN INPUT PART-HISTORY-FILE.
101200     IF WS-HISIN-STATUS NOT = '00'
101300         DISPLAY '>> [COBOL] UNABLE TO OPEN PART-HISTORY-FILE, '
101400             'STATUS ' WS-HISIN-STATUS '.  JOB ABORTED.'
101500         MOVE 16 TO WS-RETURN-CODE
101600         MOVE WS-RETURN-CODE TO RETURN-CODE
101700         STOP RUN
101800     END-IF.
101900     OPEN OUTPUT HISTORY-FILE.
102000     IF WS-HISTFILE-STATUS NOT = '00'
102100         DISPLAY '>> [COBOL] UNABLE TO OPEN HISTORY-FILE, '
102200             'STATUS ' WS-HISTFILE-STATUS '.  JOB ABORTED.'
102300         MOVE 16 TO WS-RETURN-CODE
102400         MOVE WS-RETURN-CODE TO RETURN-CODE
102500         STOP RUN
102600     END-IF.
102700     MOVE 'HISTORY FILE' TO WS-MERGE-FILE-NAME.
102800     PERFORM 2800-START-ONE-FILE
102900         THRU 2800-EXIT.
103000     PERFORM 2210-COPY-HISTORY-RECORD
103100         THRU 2210-EXIT
103200         UNTIL END-OF-MERGE-INPUT.
103300     CLOSE PART-HISTORY-FILE.
103400     CLOSE HISTORY-FILE.
103500     PERFORM 2890-END-ONE-FILE
103600         THRU 2890-EXIT.
103700 2200-EXIT.
103800     EXIT.
103900*=================================================================
104000 2210-COPY-HISTORY-RECORD.
104100*=================================================================
104200     READ PART-HISTORY-FILE
104300         AT END
104400             MOVE 'Y' TO WS-MERGE-EOF-SWITCH
104500             GO TO 2210-EXIT
104600     END-READ.
104700     WRITE HISTORY-RECORD FROM PART-HISTORY-RECORD.
104800     MOVE HIS-IN-ACCOUNT-ID TO WS-KEY-TO-PLACE.
104900     PERFORM 2850-PLACE-KEY-IN-PARTITION
105000         THRU 2850-EXIT.
105100     ADD 1 TO WS-PTN-TBL-HIS-CTR (WS-PTN-SUB).
105200     ADD 1 TO WS-TOT-HIS-CTR.
105300 2210-EXIT.
105400     EXIT.
105500*=================================================================
105600 2300-MERGE-EXTRACT-FILE.
105700*=================================================================
105800*    EACH PARTITION'S EXTRACT IS A HEADER, ITS DETAILS AND A
105900*    TRAILER.  THE FIRST PARTITION'S HEADER HEADS THE MERGED
106000*    EXTRACT, THE DETAILS ARE COPIED, AND ONE TRAILER CARRYING
106100*    THE MERGED DETAIL COUNT CLOSES IT.  EACH SEGMENT'S OWN
106200*    TRAILER IS PROVED AGAINST THE DETAILS IN FRONT OF IT.
106300*=================================================================
106400     OPEN INPUT PART-EXTRACT-FILE.
106500     IF WS-XTRIN-STATUS NOT = '00'
106600         DISPLAY '>> [COBOL] UNABLE TO OPEN PART-EXTRACT-FILE, '
106700             'STATUS ' WS-XTRIN-STATUS '.  JOB ABORTED.'
106800         MOVE 16 TO WS-RETURN-CODE
106900         MOVE WS-RETURN-CODE TO RETURN-CODE
107000         STOP RUN
107100     END-IF.
107200     OPEN OUTPUT EXTRACT-FILE.
107300     IF WS-XTRFILE-STATUS NOT = '00'
107400         DISPLAY '>> [COBOL] UNABLE TO OPEN EXTRACT-FILE, '
107500             'STATUS ' WS-XTRFILE-STATUS '.  JOB ABORTED.'
107600         MOVE 16 TO WS-RETURN-CODE
107700         MOVE WS-RETURN-CODE TO RETURN-CODE
107800         STOP RUN
107900     END-IF.
108000     MOVE 'EXTRACT FILE' TO WS-MERGE-FILE-NAME.
108100     PERFORM 2800-START-ONE-FILE
108200         THRU 2800-EXIT.
108300     PERFORM 2310-COPY-EXTRACT-RECORD
108400         THRU 2310-EXIT
108500         UNTIL END-OF-MERGE-INPUT.
108600     CLOSE PART-EXTRACT-FILE.
108700     MOVE SPACES             TO EXTRACT-TRAILER-RECORD.
108800     MOVE 'T'                TO XTR-TRL-RECORD-TYPE.
108900     MOVE WS-XTR-DETAILS-CTR TO XTR-TRL-RECORD-COUNT.
109000     WRITE EXTRACT-TRAILER-RECORD.
109100     CLOSE EXTRACT-FILE.
109200     PERFORM 2890-END-ONE-FILE
109300         THRU 2890-EXIT.
109400
109500     IF WS-XTR-HEADERS-CTR NOT = WS-PTN-TABLE-COUNT
109600         MOVE 'EXTRACT HEADERS -- ONE PER PARTITION'
109700             TO WS-DSC-MESSAGE
109800         MOVE 'ALL'              TO WS-DSC-PARTITION
109900         MOVE WS-PTN-TABLE-COUNT TO WS-DSC-EXPECTED
110000         MOVE WS-XTR-HEADERS-CTR TO WS-DSC-FOUND
110100         PERFORM 5000-WRITE-DISCREPANCY
110200             THRU 5000-EXIT
110300     END-IF.
110400     IF WS-XTR-TRAILERS-CTR NOT = WS-PTN-TABLE-COUNT
110500         MOVE 'EXTRACT TRAILERS -- ONE PER PARTITION'
110600             TO WS-DSC-MESSAGE
110700         MOVE 'ALL'               TO WS-DSC-PARTITION
110800         MOVE WS-PTN-TABLE-COUNT  TO WS-DSC-EXPECTED
110900         MOVE WS-XTR-TRAILERS-CTR TO WS-DSC-FOUND
111000         PERFORM 5000-WRITE-DISCREPANCY
111100             THRU 5000-EXIT
111200     END-IF.
111300     IF WS-XTR-TRAILER-SUM NOT = WS-XTR-DETAILS-CTR
111400         MOVE 'EXTRACT DETAILS AGAINST SUM OF PARTITION TRAILERS'
111500             TO WS-DSC-MESSAGE
111600         MOVE 'ALL'              TO WS-DSC-PARTITION
111700         MOVE WS-XTR-TRAILER-SUM TO WS-DSC-EXPECTED
111800         MOVE WS-XTR-DETAILS-CTR TO WS-DSC-FOUND
111900         PERFORM 5000-WRITE-DISCREPANCY
112000             THRU 5000-EXIT
112100     END-IF.
112200 2300-EXIT.
112300     EXIT.
112400*=================================================================
112500 2310-COPY-EXTRACT-RECORD.
112600*=================================================================
112700     READ PART-EXTRACT-FILE
112800         AT END
112900             MOVE 'Y' TO WS-MERGE-EOF-SWITCH
113000             GO TO 2310-EXIT
113100     END-READ.
113200     IF XTR-IN-IS-HEADER
113300         ADD 1 TO WS-XTR-HEADERS-CTR
113400         MOVE ZERO TO WS-XTR-SEGMENT-CTR
113500         IF WS-XTR-HEADERS-CTR = 1
113600             WRITE EXTRACT-HEADER-RECORD FROM PART-EXTRACT-RECORD
113700         END-IF
113800         GO TO 2310-EXIT
113900     END-IF.
114000     IF XTR-IN-IS-TRAILER
114100         ADD 1 TO WS-XTR-TRAILERS-CTR
114200         ADD XTR-IN-TRL-RECORD-COUNT TO WS-XTR-TRAILER-SUM
114300         IF XTR-IN-TRL-RECORD-COUNT NOT = WS-XTR-SEGMENT-CTR
114400             MOVE 'EXTRACT SEGMENT DETAILS AGAINST ITS TRAILER'
114500                 TO WS-DSC-MESSAGE
114600             MOVE WS-XTR-TRAILERS-CTR TO WS-DSC-PART-EDIT
114700             MOVE WS-DSC-PART-EDIT    TO WS-DSC-PARTITION
114800             MOVE XTR-IN-TRL-RECORD-COUNT TO WS-DSC-EXPECTED
114900             MOVE WS-XTR-SEGMENT-CTR  TO WS-DSC-FOUND
115000             PERFORM 5000-WRITE-DISCREPANCY
115100                 THRU 5000-EXIT
115200         END-IF
115300         GO TO 2310-EXIT
115400     END-IF.
115500     WRITE EXTRACT-DETAIL-RECORD FROM PART-EXTRACT-RECORD.
115600     ADD 1 TO WS-XTR-SEGMENT-CTR.
115700     ADD 1 TO WS-XTR-DETAILS-CTR.
115800     MOVE XTR-IN-ACCOUNT-ID TO WS-KEY-TO-PLACE.
115900     PERFORM 2850-PLACE-KEY-IN-PARTITION
116000         THRU 2850-EXIT.
116100     ADD 1 TO WS-PTN-TBL-XTR-CTR (WS-PTN-SUB).
116200     ADD 1 TO WS-TOT-XTR-CTR.
116300 2310-EXIT.
116400     EXIT.
116500*=================================================================
116600 2400-MERGE-RECYCLE-FILE.
116700*=================================================================
116800     OPEN INPUT PART-RECYCLE-FILE.
116900     IF WS-REJIN-STATUS NOT = '00'
117000         DISPLAY '>> [COBOL] UNABLE TO OPEN PART-RECYCLE-FILE, '
117100             'STATUS ' WS-REJIN-STATUS '.  JOB ABORTED.'
117200         MOVE 16 TO WS-RETURN-CODE
117300         MOVE WS-RETURN-CODE TO RETURN-CODE
117400         STOP RUN
117500     END-IF.
117600     OPEN OUTPUT REJECT-RECYCLE-OUT-FILE.
117700     IF WS-RECYCOUT-STATUS NOT = '00'
117800         DISPLAY '>> [COBOL] UNABLE TO OPEN REJECT-RECYCLE-OUT-'
117900             'FILE, STATUS ' WS-RECYCOUT-STATUS
118000             '.  JOB ABORTED.'
118100         MOVE 16 TO WS-RETURN-CODE
118200         MOVE WS-RETURN-CODE TO RETURN-CODE
118300         STOP RUN
118400     END-IF.
118500     MOVE 'RECYCLE FILE' TO WS-MERGE-FILE-NAME.
118600     PERFORM 2800-START-ONE-FILE
118700         THRU 2800-EXIT.
118800     PERFORM 2410-COPY-RECYCLE-RECORD
118900         THRU 2410-EXIT
119000         UNTIL END-OF-MERGE-INPUT.
119100     CLOSE PART-RECYCLE-FILE.
119200     CLOSE REJECT-RECYCLE-OUT-FILE.
119300     PERFORM 2890-END-ONE-FILE
119400         THRU 2890-EXIT.
119500 2400-EXIT.
119600     EXIT.
119700*=================================================================
119800 2410-COPY-RECYCLE-RECORD.
119900*=================================================================
120000     READ PART-RECYCLE-FILE
120100         AT END
120200             MOVE 'Y' TO WS-MERGE-EOF-SWITCH
120300             GO TO 2410-EXIT
120400     END-READ.
120500     WRITE REJECT-RECYCLE-RECORD FROM PART-RECYCLE-RECORD.
120600     MOVE REJ-IN-ACCOUNT-ID TO WS-KEY-TO-PLACE.
120700     PERFORM 2850-PLACE-KEY-IN-PARTITION
120800         THRU 2850-EXIT.
120900     ADD 1 TO WS-PTN-TBL-REJ-CTR (WS-PTN-SUB).
121000     ADD 1 TO WS-TOT-REJ-CTR.
121100 2410-EXIT.
121200     EXIT.
121300*=================================================================
121400 2500-MERGE-DISPOSITION-FILE.
121500*=================================================================
121600*    DETAILS ARE COPIED AS THEY COME.  BATCH RECORDS ARE HELD
121700*    IN THE DISPOSITION BATCH TABLE AND WRITTEN ONCE EACH, IN
121800*    BATCH ORDER, AFTER THE LAST DETAIL -- THE SAME SHAPE AS AN
121900*    UNPARTITIONED NIGHT'S FILE.
122000*=================================================================
122100     OPEN INPUT PART-DISPOSITION-FILE.
122200     IF WS-DSPIN-STATUS NOT = '00'
122300         DISPLAY '>> [COBOL] UNABLE TO OPEN PART-DISPOSITION-'
122400             'FILE, STATUS ' WS-DSPIN-STATUS '.  JOB ABORTED.'
122500         MOVE 16 TO WS-RETURN-CODE
122600         MOVE WS-RETURN-CODE TO RETURN-CODE
122700         STOP RUN
122800     END-IF.
122900     OPEN OUTPUT DISPOSITION-FILE.
123000     IF WS-DSPFILE-STATUS NOT = '00'
123100         DISPLAY '>> [COBOL] UNABLE TO OPEN DISPOSITION-FILE, '
123200             'STATUS ' WS-DSPFILE-STATUS '.  JOB ABORTED.'
123300         MOVE 16 TO WS-RETURN-CODE
123400         MOVE WS-RETURN-CODE TO RETURN-CODE
123500         STOP RUN
123600     END-IF.
123700     MOVE 1 TO WS-DSB-SUB.
123800     PERFORM 2550-CLEAR-BATCH-ENTRY
123900         THRU 2550-EXIT
124000         WS-DSB-MAX-ENTRIES TIMES.
124100     MOVE 'DISPOSITION FILE' TO WS-MERGE-FILE-NAME.
124200     PERFORM 2800-START-ONE-FILE
124300         THRU 2800-EXIT.
124400     PERFORM 2510-COPY-DISPOSITION-RECORD
124500         THRU 2510-EXIT
124600         UNTIL END-OF-MERGE-INPUT.
124700     CLOSE PART-DISPOSITION-FILE.
124800     MOVE 1 TO WS-DSB-SUB.
124900     PERFORM 2600-WRITE-BATCH-DISPOSITION
125000         THRU 2600-EXIT
125100         WS-DSB-HIGH-SEQ TIMES.
125200     CLOSE DISPOSITION-FILE.
125300     PERFORM 2890-END-ONE-FILE
125400         THRU 2890-EXIT.
125500 2500-EXIT.
125600     EXIT.
125700*=================================================================
125800 2510-COPY-DISPOSITION-RECORD.
125900*=================================================================
126000     READ PART-DISPOSITION-FILE
126100         AT END
126200             MOVE 'Y' TO WS-MERGE-EOF-SWITCH
126300             GO TO 2510-EXIT
126400     END-READ.
126500     IF DSP-IN-IS-BATCH
126600         PERFORM 2520-TABLE-BATCH-RECORD
126700             THRU 2520-EXIT
126800         GO TO 2510-EXIT
126900     END-IF.
127000     WRITE DISPOSITION-DETAIL-RECORD FROM PART-DISPOSITION-RECORD.
127100     ADD 1 TO WS-DSP-DETAILS-CTR.
127200     MOVE DSP-IN-ACCOUNT-ID TO WS-KEY-TO-PLACE.
127300     PERFORM 2850-PLACE-KEY-IN-PARTITION
127400         THRU 2850-EXIT.
127500     ADD 1 TO WS-PTN-TBL-DSP-CTR (WS-PTN-SUB).
127600     ADD 1 TO WS-TOT-DSP-CTR.
127700*    RECYCLED RECORDS CARRY BATCH ZERO AND BELONG TO NO BATCH.
127800     IF DSP-IN-BATCH-SEQ NUMERIC
127900        AND DSP-IN-BATCH-SEQ > ZERO
128000         ADD 1 TO WS-DSB-DETAILS-CTR (DSP-IN-BATCH-SEQ)
128100     END-IF.
128200 2510-EXIT.
128300     EXIT.
128400*=================================================================
128500 2520-TABLE-BATCH-RECORD.
128600*=================================================================
128700     ADD 1 TO WS-DSP-BATCHES-CTR.
128800     IF DSP-IN-BATCH-SEQ NOT NUMERIC
128900        OR DSP-IN-BATCH-SEQ = ZERO
129000         MOVE 'DISPOSITION BATCH RECORD WITH NO BATCH NUMBER'
129100             TO WS-DSC-MESSAGE
129200         MOVE 'ALL'              TO WS-DSC-PARTITION
129300         MOVE ZERO               TO WS-DSC-EXPECTED
129400         MOVE WS-DSP-BATCHES-CTR TO WS-DSC-FOUND
129500         PERFORM 5000-WRITE-DISCREPANCY
129600             THRU 5000-EXIT
129700         GO TO 2520-EXIT
129800     END-IF.
129900     MOVE DSP-IN-BATCH-SEQ TO WS-DSB-SUB.
130000     IF WS-DSB-SUB > WS-DSB-HIGH-SEQ
130100         MOVE WS-DSB-SUB TO WS-DSB-HIGH-SEQ
130200     END-IF.
130300     ADD 1 TO WS-DSB-COPIES-CTR (WS-DSB-SUB).
130400     IF WS-DSB-COPIES-CTR (WS-DSB-SUB) = 1
130500         MOVE PART-DISPOSITION-RECORD
130600             TO WS-DSB-RECORD (WS-DSB-SUB)
130700         IF DSP-IN-BAT-PROCESSING-DATE NOT = WS-BUSINESS-DATE
130800             MOVE 'DISPOSITION BATCH PROCESSED ON ANOTHER DATE'
130900                 TO WS-DSC-MESSAGE
131000             MOVE 'ALL'            TO WS-DSC-PARTITION
131100             MOVE WS-BUSINESS-DATE TO WS-DSC-EXPECTED
131200             MOVE DSP-IN-BAT-PROCESSING-DATE TO WS-DSC-FOUND
131300             PERFORM 5000-WRITE-DISCREPANCY
131400                 THRU 5000-EXIT
131500         END-IF
131600         GO TO 2520-EXIT
131700     END-IF.
131800     IF PART-DISPOSITION-RECORD NOT = WS-DSB-RECORD (WS-DSB-SUB)
131900         MOVE WS-DSB-RECORD (WS-DSB-SUB) TO WS-DSB-RECORD-VIEW
132000         MOVE DSP-IN-BATCH-SEQ TO WS-DSC-BATCH-EDIT
132100         MOVE SPACES TO WS-DSC-MESSAGE
132200         STRING 'BATCH ' WS-DSC-BATCH-EDIT
132300                ' RECORD DIFFERS FROM PARTITION 1 (TRAILER)'
132400                                      DELIMITED BY SIZE
132500             INTO WS-DSC-MESSAGE
132600         END-STRING
132700         MOVE WS-DSB-COPIES-CTR (WS-DSB-SUB) TO WS-DSC-PART-EDIT
132800         MOVE WS-DSC-PART-EDIT TO WS-DSC-PARTITION
132900         MOVE WS-DSB-TRL-RECORD-COUNT     TO WS-DSC-EXPECTED
133000         MOVE DSP-IN-BAT-TRL-RECORD-COUNT TO WS-DSC-FOUND
133100         PERFORM 5000-WRITE-DISCREPANCY
133200             THRU 5000-EXIT
133300     END-IF.
133400 2520-EXIT.
133500     EXIT.
133600*=================================================================
133700 2550-CLEAR-BATCH-ENTRY.
133800*=================================================================
133900     MOVE SPACES TO WS-DSB-RECORD      (WS-DSB-SUB).
134000     MOVE ZERO   TO WS-DSB-COPIES-CTR  (WS-DSB-SUB).
134100     MOVE ZERO   TO WS-DSB-DETAILS-CTR (WS-DSB-SUB).
134200     ADD 1 TO WS-DSB-SUB.
134300 2550-EXIT.
134400     EXIT.
134500*=================================================================
134600 2600-WRITE-BATCH-DISPOSITION.
134700*=================================================================
134800*    EVERY PARTITION MUST HAVE REPORTED THE BATCH.  A GOOD
134900*    BATCH'S DETAILS, TAKEN ACROSS ALL PARTITIONS, MUST ADD UP
135000*    TO THE SOURCE'S TRAILER COUNT; A FAILED BATCH'S TRAILER IS
135100*    WHAT FAILED IT, SO IT PROVES NOTHING.
135200*=================================================================
135300     MOVE WS-DSB-SUB TO WS-DSC-BATCH-EDIT.
135400     IF WS-DSB-COPIES-CTR (WS-DSB-SUB) NOT = WS-PTN-TABLE-COUNT
135500         MOVE SPACES TO WS-DSC-MESSAGE
135600         STRING 'BATCH ' WS-DSC-BATCH-EDIT
135700                ' NOT REPORTED BY EVERY PARTITION'
135800                                      DELIMITED BY SIZE
135900             INTO WS-DSC-MESSAGE
136000         END-STRING
136100         MOVE 'ALL'              TO WS-DSC-PARTITION
136200         MOVE WS-PTN-TABLE-COUNT TO WS-DSC-EXPECTED
136300         MOVE WS-DSB-COPIES-CTR (WS-DSB-SUB) TO WS-DSC-FOUND
136400         PERFORM 5000-WRITE-DISCREPANCY
136500             THRU 5000-EXIT
136600     END-IF.
136700     IF WS-DSB-COPIES-CTR (WS-DSB-SUB) = ZERO
136800         GO TO 2600-NEXT
136900     END-IF.
137000     MOVE WS-DSB-RECORD (WS-DSB-SUB) TO WS-DSB-RECORD-VIEW.
137100     IF WS-DSB-GOOD
137200        AND WS-DSB-TRL-RECORD-COUNT NUMERIC
137300        AND WS-DSB-TRL-RECORD-COUNT
137400            NOT = WS-DSB-DETAILS-CTR (WS-DSB-SUB)
137500         MOVE SPACES TO WS-DSC-MESSAGE
137600         STRING 'GOOD BATCH ' WS-DSC-BATCH-EDIT
137700                ' DETAILS, ALL PARTITIONS, VS TRAILER'
137800                                      DELIMITED BY SIZE
137900             INTO WS-DSC-MESSAGE
138000         END-STRING
138100         MOVE 'ALL'                   TO WS-DSC-PARTITION
138200         MOVE WS-DSB-TRL-RECORD-COUNT TO WS-DSC-EXPECTED
138300         MOVE WS-DSB-DETAILS-CTR (WS-DSB-SUB) TO WS-DSC-FOUND
138400         PERFORM 5000-WRITE-DISCREPANCY
138500             THRU 5000-EXIT
138600     END-IF.
138700     WRITE DISPOSITION-BATCH-RECORD
138800         FROM WS-DSB-RECORD (WS-DSB-SUB).
138900 2600-NEXT.
139000     ADD 1 TO WS-DSB-SUB.
139100 2600-EXIT.
139200     EXIT.
139300*=================================================================
139400 2800-START-ONE-FILE.
139500*=================================================================
139600     MOVE 'N'  TO WS-MERGE-EOF-SWITCH.
139700     MOVE ZERO TO WS-MERGE-RECORDS-CTR.
139800     MOVE ZERO TO WS-ORDER-ERROR-CTR.
139900     MOVE 1    TO WS-LAST-PTN-SUB.
140000 2800-EXIT.
140100     EXIT.
140200*=================================================================
140300 2850-PLACE-KEY-IN-PARTITION.
140400*=================================================================
140500*    SETS WS-PTN-SUB TO THE PARTITION WHOSE RANGE HOLDS THE KEY
140600*    IN WS-KEY-TO-PLACE -- THE FIRST WHOSE HIGH KEY IS NOT BELOW
140700*    IT.  THE CONCATENATION RUNS IN PARTITION ORDER, SO A
140800*    RECORD PLACED IN AN EARLIER PARTITION THAN THE ONE BEFORE
140900*    IT MEANS THE DATASETS ARE OUT OF ORDER OR MISPLACED.
141000*=================================================================
141100     ADD 1 TO WS-MERGE-RECORDS-CTR.
141200     MOVE 'N' TO WS-PTN-FOUND-SWITCH.
141300     SET PTN-IDX TO 1.
141400     PERFORM 2860-SCAN-PARTITION-ENTRY
141500         THRU 2860-EXIT
141600         UNTIL KEY-PARTITION-FOUND
141700            OR PTN-IDX > WS-PTN-TABLE-COUNT.
141800     SET WS-PTN-SUB TO PTN-IDX.
141900     IF WS-PTN-SUB < WS-LAST-PTN-SUB
142000         ADD 1 TO WS-ORDER-ERROR-CTR
142100     END-IF.
142200     MOVE WS-PTN-SUB TO WS-LAST-PTN-SUB.
142300 2850-EXIT.
142400     EXIT.
142500*=================================================================
142600 2860-SCAN-PARTITION-ENTRY.
142700*=================================================================
142800     IF WS-KEY-TO-PLACE NOT > WS-PTN-TBL-HIGH-KEY (PTN-IDX)
142900         MOVE 'Y' TO WS-PTN-FOUND-SWITCH
143000     ELSE
143100         SET PTN-IDX UP BY 1
143200     END-IF.
143300 2860-EXIT.
143400     EXIT.
143500*=================================================================
143600 2890-END-ONE-FILE.
143700*=================================================================
143800     DISPLAY '>> [COBOL] ' WS-MERGE-FILE-NAME ' RECORDS MERGED: '
143900         WS-MERGE-RECORDS-CTR.
144000     IF WS-ORDER-ERROR-CTR > ZERO
144100         MOVE SPACES TO WS-DSC-MESSAGE
144200         STRING WS-MERGE-FILE-NAME DELIMITED BY '  '
144300                ' RECORDS OUT OF PARTITION ORDER'
144400                                      DELIMITED BY SIZE
144500             INTO WS-DSC-MESSAGE
144600         END-STRING
144700         MOVE 'ALL'              TO WS-DSC-PARTITION
144800         MOVE ZERO               TO WS-DSC-EXPECTED
144900         MOVE WS-ORDER-ERROR-CTR TO WS-DSC-FOUND
145000         PERFORM 5000-WRITE-DISCREPANCY
145100             THRU 5000-EXIT
145200     END-IF.
145300 2890-EXIT.
145400     EXIT.
145500*=================================================================
145600 3000-BALANCE-PARTITIONS.
145700*=================================================================
145800     MOVE SPACES TO WS-REPORT-LINE.
145900     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
146000     MOVE WS-REPORT-HEADING-2 TO WS-REPORT-LINE.
146100     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
146200     MOVE 1 TO WS-PTN-SUB.
146300     PERFORM 3100-BALANCE-ONE-PARTITION
146400         THRU 3100-EXIT
146500         WS-PTN-TABLE-COUNT TIMES.
146600
146700     MOVE 'TOTAL'             TO WS-BAL-PARTITION.
146800     MOVE SPACES              TO WS-BAL-HIGH-KEY.
146900     MOVE WS-TOT-CTL-READ     TO WS-BAL-READ.
147000     MOVE WS-TOT-CTL-APPLIED  TO WS-BAL-APPLIED.
147100     MOVE WS-TOT-CTL-REJECTED TO WS-BAL-REJECTED.
147200     MOVE WS-TOT-OUT-CTR      TO WS-BAL-OUTPUT.
147300     MOVE WS-TOT-AUD-CTR      TO WS-BAL-AUDIT.
147400     MOVE WS-TOT-HIS-CTR      TO WS-BAL-HISTORY.
147500     MOVE WS-TOT-XTR-CTR      TO WS-BAL-EXTRACT.
147600     MOVE WS-TOT-REJ-CTR      TO WS-BAL-RECYCLE.
147700     MOVE WS-TOT-DSP-CTR      TO WS-BAL-DISPOSITION.
147800     MOVE WS-TOT-OUT-POWER    TO WS-BAL-OUTPUT-POWER.
147900     IF WS-DISCREPANCY-CTR = ZERO
148000         MOVE 'BALANCED'       TO WS-BAL-STATUS
148100     ELSE
148200         MOVE 'OUT OF BALANCE' TO WS-BAL-STATUS
148300     END-IF.
148400     MOVE SPACES TO WS-REPORT-LINE.
148500     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
148600     MOVE WS-BALANCE-LINE TO WS-REPORT-LINE.
148700     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
148800 3000-EXIT.
148900     EXIT.
149000*=================================================================
149100 3100-BALANCE-ONE-PARTITION.
149200*=================================================================
149300*    THE PARTITION'S LINE, THEN A DISCREPANCY LINE UNDER IT FOR
149400*    EACH FILE THAT DOES NOT AGREE WITH ITS CONTROL-TOTALS CARD.
149500*    OUTPUT, RECYCLE AND DISPOSITION COUNTS ARE SHOWN FOR THE
149600*    RECORD; THE CARD CARRIES NO TOTAL TO PROVE THEM AGAINST.
149700*=================================================================
149800     MOVE 'Y' TO WS-PTN-BALANCE-SWITCH.
149900     IF WS-PTN-TBL-AUD-CTR (WS-PTN-SUB)
150000            NOT = WS-PTN-TBL-CTL-APPLIED (WS-PTN-SUB)
150100        OR WS-PTN-TBL-HIS-CTR (WS-PTN-SUB)
150200            NOT = WS-PTN-TBL-CTL-APPLIED (WS-PTN-SUB)
150300        OR WS-PTN-TBL-XTR-CTR (WS-PTN-SUB)
150400            NOT = WS-PTN-TBL-CTL-EXTRACT (WS-PTN-SUB)
150500        OR WS-PTN-TBL-OUT-POWER (WS-PTN-SUB)
150600            NOT = WS-PTN-TBL-CTL-AFTER (WS-PTN-SUB)
150700         MOVE 'N' TO WS-PTN-BALANCE-SWITCH
150800     END-IF.
150900     MOVE WS-PTN-SUB TO WS-DSC-PART-EDIT.
151000     MOVE WS-DSC-PART-EDIT TO WS-BAL-PARTITION.
151100     IF WS-PTN-SUB = WS-PTN-TABLE-COUNT
151200         MOVE '(TOP)' TO WS-BAL-HIGH-KEY
151300     ELSE
151400         MOVE WS-PTN-TBL-HIGH-KEY (WS-PTN-SUB) TO WS-BAL-HIGH-KEY
151500     END-IF.
151600     MOVE WS-PTN-TBL-CTL-READ     (WS-PTN-SUB) TO WS-BAL-READ.
151700     MOVE WS-PTN-TBL-CTL-APPLIED  (WS-PTN-SUB) TO WS-BAL-APPLIED.
151800     MOVE WS-PTN-TBL-CTL-REJECTED (WS-PTN-SUB) TO WS-BAL-REJECTED.
151900     MOVE WS-PTN-TBL-OUT-CTR      (WS-PTN-SUB) TO WS-BAL-OUTPUT.
152000     MOVE WS-PTN-TBL-AUD-CTR      (WS-PTN-SUB) TO WS-BAL-AUDIT.
152100     MOVE WS-PTN-TBL-HIS-CTR      (WS-PTN-SUB) TO WS-BAL-HISTORY.
152200     MOVE WS-PTN-TBL-XTR-CTR      (WS-PTN-SUB) TO WS-BAL-EXTRACT.
152300     MOVE WS-PTN-TBL-REJ-CTR      (WS-PTN-SUB) TO WS-BAL-RECYCLE.
152400     MOVE WS-PTN-TBL-DSP-CTR (WS-PTN-SUB) TO WS-BAL-DISPOSITION.
152500     MOVE WS-PTN-TBL-OUT-POWER (WS-PTN-SUB)
152600         TO WS-BAL-OUTPUT-POWER.
152700     IF PARTITION-IN-BALANCE
152800         MOVE 'BALANCED'       TO WS-BAL-STATUS
152900     ELSE
153000         MOVE 'OUT OF BALANCE' TO WS-BAL-STATUS
153100     END-IF.
153200     MOVE WS-BALANCE-LINE TO WS-REPORT-LINE.
153300     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
153400
153500     MOVE WS-DSC-PART-EDIT TO WS-DSC-PARTITION.
153600     IF WS-PTN-TBL-AUD-CTR (WS-PTN-SUB)
153700            NOT = WS-PTN-TBL-CTL-APPLIED (WS-PTN-SUB)
153800         MOVE 'AUDIT RECORDS AGAINST TRANSITIONS APPLIED'
153900             TO WS-DSC-MESSAGE
154000         MOVE WS-PTN-TBL-CTL-APPLIED (WS-PTN-SUB)
154100             TO WS-DSC-EXPECTED
154200         MOVE WS-PTN-TBL-AUD-CTR (WS-PTN-SUB) TO WS-DSC-FOUND
154300         PERFORM 5000-WRITE-DISCREPANCY
154400             THRU 5000-EXIT
154500     END-IF.
154600     IF WS-PTN-TBL-HIS-CTR (WS-PTN-SUB)
154700            NOT = WS-PTN-TBL-CTL-APPLIED (WS-PTN-SUB)
154800         MOVE 'HISTORY RECORDS AGAINST TRANSITIONS APPLIED'
154900             TO WS-DSC-MESSAGE
155000         MOVE WS-PTN-TBL-CTL-APPLIED (WS-PTN-SUB)
155100             TO WS-DSC-EXPECTED
155200         MOVE WS-PTN-TBL-HIS-CTR (WS-PTN-SUB) TO WS-DSC-FOUND
155300         PERFORM 5000-WRITE-DISCREPANCY
155400             THRU 5000-EXIT
155500     END-IF.
155600     IF WS-PTN-TBL-XTR-CTR (WS-PTN-SUB)
155700            NOT = WS-PTN-TBL-CTL-EXTRACT (WS-PTN-SUB)
155800         MOVE 'EXTRACT DETAILS AGAINST EXTRACT COUNT ON CARD'
155900             TO WS-DSC-MESSAGE
156000         MOVE WS-PTN-TBL-CTL-EXTRACT (WS-PTN-SUB)
156100             TO WS-DSC-EXPECTED
156200         MOVE WS-PTN-TBL-XTR-CTR (WS-PTN-SUB) TO WS-DSC-FOUND
156300         PERFORM 5000-WRITE-DISCREPANCY
156400             THRU 5000-EXIT
156500     END-IF.
156600     IF WS-PTN-TBL-OUT-POWER (WS-PTN-SUB)
156700            NOT = WS-PTN-TBL-CTL-AFTER (WS-PTN-SUB)
156800         MOVE 'OUTPUT POWER-LEVEL AGAINST AFTER TOTAL ON CARD'
156900             TO WS-DSC-MESSAGE
157000         MOVE WS-PTN-TBL-CTL-AFTER (WS-PTN-SUB)
157100             TO WS-DSC-EXPECTED
157200         MOVE WS-PTN-TBL-OUT-POWER (WS-PTN-SUB) TO WS-DSC-FOUND
157300         PERFORM 5000-WRITE-DISCREPANCY
157400             THRU 5000-EXIT
157500     END-IF.
157600     ADD 1 TO WS-PTN-SUB.
157700 3100-EXIT.
157800     EXIT.
157900*=================================================================
158000 3500-WRITE-CONTROL-TOTALS-CARD.
158100*=================================================================
158200*    THE ONE CARD SPEKTRE-RECON PROVES THE MERGED FILES AGAINST:
158300*    THE SUM OF THE PARTITION CARDS, STAMPED PARTITION ZERO.
158400*=================================================================
158500     OPEN OUTPUT CONTROL-TOTALS-FILE.
158600     IF WS-CTLFILE-STATUS NOT = '00'
158700         DISPLAY '>> [COBOL] UNABLE TO OPEN CONTROL-TOTALS-FILE, '
158800             'STATUS ' WS-CTLFILE-STATUS '.  JOB ABORTED.'
158900         MOVE 16 TO WS-RETURN-CODE
159000         MOVE WS-RETURN-CODE TO RETURN-CODE
159100         STOP RUN
159200     END-IF.
159300     MOVE SPACES              TO CONTROL-TOTALS-RECORD.
159400     MOVE WS-BUSINESS-DATE    TO CTL-JOB-DATE.
159500     MOVE WS-TOT-CTL-READ     TO CTL-RECORDS-READ.
159600     MOVE WS-TOT-CTL-APPLIED  TO CTL-TRANSITIONS-APPLIED.
159700     MOVE WS-TOT-CTL-REJECTED TO CTL-RECORDS-REJECTED.
159800     MOVE WS-TOT-CTL-BEFORE   TO CTL-POWER-BEFORE-TOTAL.
159900     MOVE WS-TOT-CTL-AFTER    TO CTL-POWER-AFTER-TOTAL.
160000     MOVE ZERO                TO CTL-PARTITION-NO.
160100     MOVE WS-TOT-CTL-EXTRACT  TO CTL-EXTRACT-WRITTEN.
160200     WRITE CONTROL-TOTALS-RECORD.
160300     CLOSE CONTROL-TOTALS-FILE.
160400 3500-EXIT.
160500     EXIT.
160600*=================================================================
160700 5000-WRITE-DISCREPANCY.
160800*=================================================================
160900     MOVE WS-DISCREPANCY-LINE TO WS-REPORT-LINE.
161000     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
161100     ADD 1 TO WS-DISCREPANCY-CTR.
161200     MOVE 8 TO WS-RETURN-CODE.
161300 5000-EXIT.
161400     EXIT.
161500*=================================================================
161600 9000-TERMINATE-JOB.
161700*=================================================================
161800     MOVE SPACES TO WS-REPORT-LINE.
161900     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
162000     IF WS-DISCREPANCY-CTR = ZERO
162100         MOVE WS-RPT-CLEAN-LINE TO WS-REPORT-LINE
162200     ELSE
162300         MOVE WS-RPT-ERROR-LINE TO WS-REPORT-LINE
162400     END-IF.
162500     WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
162600     CLOSE BALANCE-REPORT.
162700     DISPLAY '>> [COBOL] PARTITIONS MERGED.......: '
162800         WS-PTN-TABLE-COUNT.
162900     DISPLAY '>> [COBOL] TRANSITIONS APPLIED.....: '
163000         WS-TOT-CTL-APPLIED.
163100     DISPLAY '>> [COBOL] EXTRACT DETAILS.........: '
163200         WS-XTR-DETAILS-CTR.
163300     DISPLAY '>> [COBOL] DISPOSITION BATCHES.....: '
163400         WS-DSB-HIGH-SEQ.
163500     DISPLAY '>> [COBOL] DISCREPANCIES FOUND.....: '
163600         WS-DISCREPANCY-CTR.
163700     MOVE 'END  ' TO WS-LEDGER-EVENT-CODE.
163800     IF WS-RETURN-CODE < 8
163900         MOVE 'CLEAN' TO WS-LEDGER-OUTCOME-CODE
164000     ELSE
164100         MOVE 'ERROR' TO WS-LEDGER-OUTCOME-CODE
164200     END-IF.
164300     PERFORM 1950-WRITE-RUN-LEDGER
164400         THRU 1950-EXIT.
164500     MOVE WS-RETURN-CODE TO RETURN-CODE.
164600     DISPLAY '>> [COBOL] SPEKTRE-OVRMERGE JOB COMPLETE.'.
164700 9000-EXIT.
164800     EXIT.
