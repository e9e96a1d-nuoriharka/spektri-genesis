000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-MASSUPD.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     CRITERIA-DRIVEN MASS UPDATE.  READS THE MASS-UPDATE
001000*     REQUESTS (SPKTMUR) AND SELECTS ACCOUNTS FROM THE KEYED
001100*     ACCOUNT-MASTER-FILE BY BUSINESS UNIT, CURRENT STATE,
001200*     AND/OR POWER-LEVEL RANGE, SO A REORGANISED UNIT OR A
001300*     RETIRED PRODUCT STATE NO LONGER MEANS KEYING HUNDREDS
001400*     OF CHG TRANSACTIONS BY HAND.
001500*
001600*     THE FIRST PASS OVER THE MASTER LISTS EVERY ACCOUNT EACH
001700*     REQUEST WOULD TOUCH WITH ITS CONTROL COUNT AND POWER-
001800*     LEVEL TOTAL.  A PREVIEW REQUEST STOPS THERE.  A CONFIRM
001900*     REQUEST WHOSE COUNT AND TOTAL STILL AGREE WITH THE ONES
002000*     COPIED FROM ITS PREVIEW HAS ONE CHG TRANSACTION PER
002100*     ACCOUNT GENERATED IN A SECOND PASS.
002200*
002300*     THE GENERATED TRANSACTIONS ARE MERGED IN ACCOUNT-ID
002400*     ORDER WITH THE NIGHT'S HAND-KEYED MAINTENANCE
002500*     TRANSACTIONS INTO THE FILE SPEKTRE-MAINT READS, SO THEY
002600*     GET THE SAME EDITS, HOLD AND APPROVAL CHECKS, AUDIT
002700*     TRAIL, AND REJECTS AS HAND-KEYED WORK.  WHERE AN
002800*     ACCOUNT ALSO HAS A HAND-KEYED TRANSACTION, THE HAND-
002900*     KEYED ONE WINS AND THE GENERATED CHG IS DROPPED AND
003000*     REPORTED.  WITH NO REQUESTS THE HAND-KEYED FILE IS
003100*     COPIED THROUGH UNCHANGED.
003200*
003300*     A REQUEST THAT FAILS ITS EDITS OR ITS CONFIRMATION
003400*     GENERATES NOTHING AND ENDS THE JOB WITH A NON-ZERO
003500*     RETURN CODE.
003600*-----------------------------------------------------------------
003700* MODIFICATION HISTORY.
003800*     DATE       BY    DESCRIPTION
003900*     ---------- ----- ------------------------------------------
004000*     2026-10-15 LEA   ORIGINAL VERSION.
004010*     2026-10-15 LEA   OVERLAPPING REQUESTS ARE NOW COUNTED ON
004020*                      THE PREVIEW PASS ONLY; A CONFIRM RUN
004030*                      PRINTED THEM DOUBLED.
004100*-----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MASS-UPDATE-REQUEST-FILE
004900         ASSIGN TO MASSREQ
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-MASSREQ-STATUS.
005200
005300     SELECT ACCOUNT-MASTER-FILE
005400         ASSIGN TO ACCTMST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS MST-ACCOUNT-ID
005800         FILE STATUS IS WS-ACCTMST-STATUS.
005900
006000     SELECT HAND-KEYED-TXN-FILE
006100         ASSIGN TO TXNIN
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-TXNIN-STATUS.
006400
006500     SELECT MAINT-TRANSACTION-FILE
006600         ASSIGN TO TXNOUT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-TXNOUT-STATUS.
006900
007000     SELECT MASS-UPDATE-REPORT
007100         ASSIGN TO MASSRPT
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-MASSRPT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  MASS-UPDATE-REQUEST-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 120 CHARACTERS.
008000     COPY SPKTMUR.
008100
008200 FD  ACCOUNT-MASTER-FILE
008300     RECORD CONTAINS 80 CHARACTERS.
008400     COPY SPKTMST.
008500
008600*-----------------------------------------------------------------
008700* THE HAND-KEYED FILE CARRIES THE MAINT-TRANSACTION LAYOUT (SEE
008800* SPKTMNT); ONLY THE ACCOUNT-ID IS NEEDED HERE, SO THE REST IS
008900* CARRIED AS ONE FIELD AND COPIED THROUGH AS IS.
009000*-----------------------------------------------------------------
009100 FD  HAND-KEYED-TXN-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 100 CHARACTERS.
009400 01  HAND-KEYED-TXN-RECORD.
009500     05  HKT-ACCOUNT-ID              PIC X(10).
009600     05  FILLER                      PIC X(90).
009700
009800 FD  MAINT-TRANSACTION-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 100 CHARACTERS.
010100     COPY SPKTMNT.
010200
010300 FD  MASS-UPDATE-REPORT
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 133 CHARACTERS.
010600 01  MASS-UPDATE-REPORT-RECORD       PIC X(133).
010700
010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------------------
011000* FILE STATUS FIELDS AND SWITCHES.
011100*-----------------------------------------------------------------
011200 01  WS-MASSREQ-STATUS           PIC X(02) VALUE '00'.
011300 01  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
011400 01  WS-TXNIN-STATUS             PIC X(02) VALUE '00'.
011500 01  WS-TXNOUT-STATUS            PIC X(02) VALUE '00'.
011600 01  WS-MASSRPT-STATUS           PIC X(02) VALUE '00'.
011700 01  WS-SWITCHES.
011800     05  WS-MASSREQ-EOF-SWITCH   PIC X(01) VALUE 'N'.
011900         88  END-OF-REQUESTS               VALUE 'Y'.
012000     05  WS-ACCTMST-EOF-SWITCH   PIC X(01) VALUE 'N'.
012100         88  END-OF-MASTER                 VALUE 'Y'.
012200     05  WS-TXNIN-EOF-SWITCH     PIC X(01) VALUE 'N'.
012300         88  END-OF-HAND-KEYED             VALUE 'Y'.
012400     05  WS-TXNIN-ON-HAND-SWITCH PIC X(01) VALUE 'N'.
012500         88  HAND-KEYED-IS-ON-HAND         VALUE 'Y'.
012600     05  WS-CHANGE-NEEDED-SWITCH PIC X(01) VALUE 'N'.
012700         88  ACCOUNT-NEEDS-CHANGE          VALUE 'Y'.
012710     05  WS-PASS-SWITCH          PIC X(01) VALUE 'P'.
012720         88  PREVIEW-PASS-ACTIVE           VALUE 'P'.
012730         88  GENERATE-PASS-ACTIVE          VALUE 'G'.
012800*-----------------------------------------------------------------
012900* MERGE CONTROL KEYS.  HIGH-VALUES MARKS AN EXHAUSTED SIDE SO
013000* THE MERGE DRIVES THE OTHER SIDE THROUGH.
013100*-----------------------------------------------------------------
013200 01  WS-HAND-KEYED-KEY           PIC X(10) VALUE LOW-VALUES.
013300 01  WS-GENERATED-KEY            PIC X(10) VALUE LOW-VALUES.
013400*-----------------------------------------------------------------
013500* WORK FIELDS AND COUNTERS.
013600*-----------------------------------------------------------------
013700 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
013800 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
013900 01  WS-MASTERS-READ-CTR         PIC 9(07) COMP VALUE ZERO.
014000 01  WS-REQUESTS-READ-CTR        PIC 9(07) COMP VALUE ZERO.
014100 01  WS-REQUESTS-REJECTED-CTR    PIC 9(07) COMP VALUE ZERO.
014200 01  WS-CONFIRMED-CTR            PIC 9(07) COMP VALUE ZERO.
014300 01  WS-HAND-KEYED-COPIED-CTR    PIC 9(07) COMP VALUE ZERO.
014400 01  WS-GENERATED-CTR            PIC 9(07) COMP VALUE ZERO.
014500 01  WS-DROPPED-CTR              PIC 9(07) COMP VALUE ZERO.
014600 01  WS-TXNS-WRITTEN-CTR         PIC 9(07) COMP VALUE ZERO.
014700*-----------------------------------------------------------------
014800* MASS-UPDATE REQUEST TABLE.  THE STATUS BYTE IS
014900*     V = PASSED ITS EDITS
015000*     E = FAILED ITS EDITS (TAKES NO ACCOUNTS)
015100*     M = CONFIRM REQUEST WHOSE COUNTS NO LONGER MATCH ITS
015200*         PREVIEW (STILL GOVERNS ITS ACCOUNTS, GENERATES
015300*         NOTHING)
015400* THE GOVERNING REQUEST FOR AN ACCOUNT IS THE FIRST V OR M
015500* REQUEST THAT SELECTS IT, IN BOTH PASSES, SO THE SECOND
015600* PASS GENERATES EXACTLY WHAT THE FIRST PASS COUNTED.
015700*-----------------------------------------------------------------
015800 01  WS-REQUEST-TABLE-CONTROLS.
015900     05  WS-REQUEST-MAX-ENTRIES  PIC 9(04) COMP VALUE 20.
016000     05  WS-REQUEST-TABLE-COUNT  PIC 9(04) COMP VALUE ZERO.
016100     05  WS-REQUEST-SCAN-SUB     PIC 9(04) COMP VALUE ZERO.
016200     05  WS-REQUEST-MATCH-SUB    PIC 9(04) COMP VALUE ZERO.
016300 01  WS-REQUEST-TABLE.
016400     05  WS-REQUEST-ENTRY OCCURS 20 TIMES.
016500         10  WS-REQ-ID               PIC X(08).
016600         10  WS-REQ-RUN-MODE         PIC X(07).
016700         10  WS-REQ-SEL-UNIT         PIC X(08).
016800         10  WS-REQ-SEL-STATE        PIC X(20).
016900         10  WS-REQ-SEL-POWER-LOW    PIC 9(07).
017000         10  WS-REQ-SEL-POWER-HIGH   PIC 9(07).
017100         10  WS-REQ-NEW-STATE        PIC X(20).
017200         10  WS-REQ-NEW-UNIT         PIC X(08).
017300         10  WS-REQ-OPERATOR-ID      PIC X(08).
017400         10  WS-REQ-EFFECTIVE-DATE   PIC 9(08).
017500         10  WS-REQ-CONFIRM-COUNT    PIC 9(07).
017600         10  WS-REQ-CONFIRM-POWER    PIC 9(11).
017700         10  WS-REQ-STATUS-SW        PIC X(01).
017800         10  WS-REQ-REASON           PIC X(40).
017900         10  WS-REQ-SELECTED-CTR     PIC 9(07) COMP.
018000         10  WS-REQ-POWER-TOTAL      PIC 9(13) COMP.
018100         10  WS-REQ-AT-TARGET-CTR    PIC 9(07) COMP.
018200         10  WS-REQ-OVERLAP-CTR      PIC 9(07) COMP.
018300         10  WS-REQ-GENERATED-CTR    PIC 9(07) COMP.
018400         10  WS-REQ-DROPPED-CTR      PIC 9(07) COMP.
018500*-----------------------------------------------------------------
018600* PRINT LINES FOR THE MASS-UPDATE REPORT.
018700*-----------------------------------------------------------------
018800 01  WS-REPORT-LINE                  PIC X(133).
018900 01  WS-RPT-BLANK-LINE               PIC X(133) VALUE SPACES.
019000 01  WS-RPT-HEADER.
019100     05  FILLER                      PIC X(44)
019200             VALUE 'SPEKTRE-MASSUPD MASS-UPDATE REPORT'.
019300     05  FILLER                      PIC X(10)
019400             VALUE ' RUN DATE '.
019500     05  WS-RPT-HDG-DATE             PIC 9(08).
019600     05  FILLER                      PIC X(71) VALUE SPACES.
019700 01  WS-RPT-SECTION-LINE.
019800     05  WS-RPT-SECTION-TITLE        PIC X(60).
019900     05  FILLER                      PIC X(73) VALUE SPACES.
020000 01  WS-RPT-REQUEST-LINE.
020100     05  FILLER                      PIC X(10)
020200             VALUE '  REQUEST '.
020300     05  WS-RPT-REQ-ID               PIC X(08).
020400     05  FILLER                      PIC X(07) VALUE '  MODE '.
020500     05  WS-RPT-REQ-MODE             PIC X(07).
020600     05  FILLER                      PIC X(11)
020700             VALUE '  OPERATOR '.
020800     05  WS-RPT-REQ-OPERATOR         PIC X(08).
020900     05  FILLER                      PIC X(12)
021000             VALUE '  EFFECTIVE '.
021100     05  WS-RPT-REQ-EFFECTIVE        PIC 9(08).
021200     05  FILLER                      PIC X(02) VALUE SPACES.
021300     05  WS-RPT-REQ-DISPOSITION      PIC X(40).
021400     05  FILLER                      PIC X(20) VALUE SPACES.
021500 01  WS-RPT-SELECT-LINE.
021600     05  FILLER                      PIC X(17)
021700             VALUE '    SELECT  UNIT '.
021800     05  WS-RPT-SEL-UNIT             PIC X(08).
021900     05  FILLER                      PIC X(08) VALUE '  STATE '.
022000     05  WS-RPT-SEL-STATE            PIC X(20).
022100     05  FILLER                      PIC X(08) VALUE '  POWER '.
022200     05  WS-RPT-SEL-LOW              PIC Z,ZZZ,ZZ9.
022300     05  FILLER                      PIC X(04) VALUE ' TO '.
022400     05  WS-RPT-SEL-HIGH             PIC Z,ZZZ,ZZ9.
022500     05  FILLER                      PIC X(50) VALUE SPACES.
022600 01  WS-RPT-SET-LINE.
022700     05  FILLER                      PIC X(17)
022800             VALUE '    SET     UNIT '.
022900     05  WS-RPT-SET-UNIT             PIC X(08).
023000     05  FILLER                      PIC X(08) VALUE '  STATE '.
023100     05  WS-RPT-SET-STATE            PIC X(20).
023200     05  FILLER                      PIC X(80) VALUE SPACES.
023300 01  WS-RPT-DETAIL-COLUMNS.
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  FILLER                      PIC X(10) VALUE 'REQUEST'.
023600     05  FILLER                      PIC X(12) VALUE 'ACCOUNT-ID'.
023700     05  FILLER                      PIC X(22) VALUE 'NAME'.
023800     05  FILLER                      PIC X(10) VALUE 'UNIT'.
023900     05  FILLER                      PIC X(22) VALUE 'STATE'.
024000     05  FILLER                      PIC X(11) VALUE '    POWER'.
024100     05  FILLER                      PIC X(22) VALUE 'NEW STATE'.
024200     05  FILLER                      PIC X(10) VALUE 'NEW UNIT'.
024300     05  FILLER                      PIC X(12) VALUE SPACES.
024400 01  WS-RPT-DETAIL-LINE.
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  WS-RPT-DTL-REQ-ID           PIC X(08).
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800     05  WS-RPT-DTL-ACCOUNT-ID       PIC X(10).
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  WS-RPT-DTL-NAME             PIC X(20).
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  WS-RPT-DTL-UNIT             PIC X(08).
025300     05  FILLER                      PIC X(02) VALUE SPACES.
025400     05  WS-RPT-DTL-STATE            PIC X(20).
025500     05  FILLER                      PIC X(02) VALUE SPACES.
025600     05  WS-RPT-DTL-POWER            PIC Z,ZZZ,ZZ9.
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800     05  WS-RPT-DTL-NEW-STATE        PIC X(20).
025900     05  FILLER                      PIC X(02) VALUE SPACES.
026000     05  WS-RPT-DTL-NEW-UNIT         PIC X(08).
026100     05  FILLER                      PIC X(14) VALUE SPACES.
026200 01  WS-RPT-DROPPED-LINE.
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  WS-RPT-DRP-REQ-ID           PIC X(08).
026500     05  FILLER                      PIC X(02) VALUE SPACES.
026600     05  WS-RPT-DRP-ACCOUNT-ID       PIC X(10).
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  FILLER                      PIC X(44)
026900             VALUE 'GENERATED CHG DROPPED -- HAND-KEYED TXN WINS'.
027000     05  FILLER                      PIC X(65) VALUE SPACES.
027100 01  WS-RPT-TOTAL-LINE.
027200     05  FILLER                      PIC X(04) VALUE SPACES.
027300     05  WS-RPT-TOTAL-LABEL          PIC X(40).
027400     05  WS-RPT-TOTAL-VALUE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
027500     05  FILLER                      PIC X(71) VALUE SPACES.
027600*-----------------------------------------------------------------
027700 PROCEDURE DIVISION.
027800*=================================================================
027900 0000-MAINLINE-CONTROL.
028000*=================================================================
028100     PERFORM 1000-INITIALIZE-JOB
028200         THRU 1000-EXIT.
028300
028400     PERFORM 2000-PREVIEW-PASS
028500         THRU 2000-EXIT.
028600
028700     PERFORM 2500-CHECK-CONFIRMATIONS
028800         THRU 2500-EXIT.
028900
029000     PERFORM 3000-GENERATE-PASS
029100         THRU 3000-EXIT.
029200
029300     PERFORM 9000-TERMINATE-JOB
029400         THRU 9000-EXIT.
029500
029600     STOP RUN.
029700*=================================================================
029800 1000-INITIALIZE-JOB.
029900*=================================================================
030000     DISPLAY '>> [COBOL] SPEKTRE-MASSUPD MASS UPDATE...'.
030100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
030200     OPEN INPUT ACCOUNT-MASTER-FILE.
030300     IF WS-ACCTMST-STATUS NOT = '00'
030400         DISPLAY '>> [COBOL] UNABLE TO OPEN ACCOUNT-MASTER-'
030500             'FILE, STATUS ' WS-ACCTMST-STATUS '.  JOB ABORTED.'
030600         MOVE 16 TO WS-RETURN-CODE
030700         MOVE WS-RETURN-CODE TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     OPEN OUTPUT MASS-UPDATE-REPORT.
031100     IF WS-MASSRPT-STATUS NOT = '00'
031200         DISPLAY '>> [COBOL] UNABLE TO OPEN MASS-UPDATE-'
031300             'REPORT, STATUS ' WS-MASSRPT-STATUS
031400             '.  JOB ABORTED.'
031500         MOVE 16 TO WS-RETURN-CODE
031600         MOVE WS-RETURN-CODE TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE.
032000     MOVE WS-RPT-HEADER TO WS-REPORT-LINE.
032100     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
032200     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
032300
032400     PERFORM 1100-LOAD-REQUESTS
032500         THRU 1100-EXIT.
032600     PERFORM 1200-PRINT-REQUESTS
032700         THRU 1200-EXIT.
032800 1000-EXIT.
032900     EXIT.
033000*=================================================================
033100 1100-LOAD-REQUESTS.
033200*=================================================================
033300*    A MISSING REQUEST FILE MEANS NO MASS UPDATE TONIGHT -- THE
033400*    STEP STILL COPIES THE HAND-KEYED TRANSACTIONS THROUGH, SO
033500*    IT CAN STAY IN THE CHAIN EVERY NIGHT.
033600*=================================================================
033700     OPEN INPUT MASS-UPDATE-REQUEST-FILE.
033800     IF WS-MASSREQ-STATUS = '35'
033900         DISPLAY '>> [COBOL] NO MASS-UPDATE REQUEST FILE ON '
034000             'HAND -- NOTHING TO SELECT.'
034100         GO TO 1100-EXIT
034200     END-IF.
034300     IF WS-MASSREQ-STATUS NOT = '00'
034400         DISPLAY '>> [COBOL] UNABLE TO OPEN MASS-UPDATE-'
034500             'REQUEST-FILE, STATUS ' WS-MASSREQ-STATUS
034600             '.  JOB ABORTED.'
034700         MOVE 16 TO WS-RETURN-CODE
034800         MOVE WS-RETURN-CODE TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     PERFORM 1110-LOAD-ONE-REQUEST
035200         THRU 1110-EXIT
035300         UNTIL END-OF-REQUESTS.
035400     CLOSE MASS-UPDATE-REQUEST-FILE.
035500     DISPLAY '>> [COBOL] MASS-UPDATE REQUESTS READ: '
035600         WS-REQUESTS-READ-CTR.
035700 1100-EXIT.
035800     EXIT.
035900*=================================================================
036000 1110-LOAD-ONE-REQUEST.
036100*=================================================================
036200     READ MASS-UPDATE-REQUEST-FILE
036300         AT END
036400             MOVE 'Y' TO WS-MASSREQ-EOF-SWITCH
036500             GO TO 1110-EXIT
036600     END-READ.
036700     ADD 1 TO WS-REQUESTS-READ-CTR.
036800     IF WS-REQUEST-TABLE-COUNT NOT < WS-REQUEST-MAX-ENTRIES
036900         DISPLAY '>> [COBOL] *** MORE THAN '
037000             WS-REQUEST-MAX-ENTRIES ' MASS-UPDATE REQUESTS. '
037100             ' REQUEST ' MUR-REQUEST-ID ' WAS DROPPED. ***'
037200         ADD 1 TO WS-REQUESTS-REJECTED-CTR
037300         MOVE 8 TO WS-RETURN-CODE
037400         GO TO 1110-EXIT
037500     END-IF.
037600     ADD 1 TO WS-REQUEST-TABLE-COUNT.
037700     MOVE WS-REQUEST-TABLE-COUNT TO WS-REQUEST-SCAN-SUB.
037800     MOVE MUR-REQUEST-ID
037900         TO WS-REQ-ID (WS-REQUEST-SCAN-SUB).
038000     MOVE MUR-RUN-MODE
038100         TO WS-REQ-RUN-MODE (WS-REQUEST-SCAN-SUB).
038200     MOVE MUR-SEL-BUSINESS-UNIT
038300         TO WS-REQ-SEL-UNIT (WS-REQUEST-SCAN-SUB).
038400     MOVE MUR-SEL-CURRENT-STATE
038500         TO WS-REQ-SEL-STATE (WS-REQUEST-SCAN-SUB).
038600     MOVE MUR-NEW-CURRENT-STATE
038700         TO WS-REQ-NEW-STATE (WS-REQUEST-SCAN-SUB).
038800     MOVE MUR-NEW-BUSINESS-UNIT
038900         TO WS-REQ-NEW-UNIT (WS-REQUEST-SCAN-SUB).
039000     MOVE MUR-OPERATOR-ID
039100         TO WS-REQ-OPERATOR-ID (WS-REQUEST-SCAN-SUB).
039200     MOVE ZERO TO WS-REQ-SEL-POWER-LOW (WS-REQUEST-SCAN-SUB).
039300     MOVE ZERO TO WS-REQ-SEL-POWER-HIGH (WS-REQUEST-SCAN-SUB).
039400     MOVE ZERO TO WS-REQ-EFFECTIVE-DATE (WS-REQUEST-SCAN-SUB).
039500     MOVE ZERO TO WS-REQ-CONFIRM-COUNT (WS-REQUEST-SCAN-SUB).
039600     MOVE ZERO TO WS-REQ-CONFIRM-POWER (WS-REQUEST-SCAN-SUB).
039700     MOVE ZERO TO WS-REQ-SELECTED-CTR (WS-REQUEST-SCAN-SUB).
039800     MOVE ZERO TO WS-REQ-POWER-TOTAL (WS-REQUEST-SCAN-SUB).
039900     MOVE ZERO TO WS-REQ-AT-TARGET-CTR (WS-REQUEST-SCAN-SUB).
040000     MOVE ZERO TO WS-REQ-OVERLAP-CTR (WS-REQUEST-SCAN-SUB).
040100     MOVE ZERO TO WS-REQ-GENERATED-CTR (WS-REQUEST-SCAN-SUB).
040200     MOVE ZERO TO WS-REQ-DROPPED-CTR (WS-REQUEST-SCAN-SUB).
040300     MOVE 'V'    TO WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB).
040400     MOVE SPACES TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB).
040500     IF MUR-EFFECTIVE-DATE NUMERIC
040600         MOVE MUR-EFFECTIVE-DATE
040700             TO WS-REQ-EFFECTIVE-DATE (WS-REQUEST-SCAN-SUB)
040800     END-IF.
040900     PERFORM 1120-EDIT-REQUEST
041000         THRU 1120-EXIT.
041100     IF WS-REQ-REASON (WS-REQUEST-SCAN-SUB) NOT = SPACES
041200         MOVE 'E' TO WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB)
041300         ADD 1 TO WS-REQUESTS-REJECTED-CTR
041400         MOVE 8 TO WS-RETURN-CODE
041500     END-IF.
041600 1110-EXIT.
041700     EXIT.
041800*=================================================================
041900 1120-EDIT-REQUEST.
042000*=================================================================
042100*    THE FIRST FAILED EDIT SETS THE REASON.  A REQUEST WITH NO
042200*    SELECTION AT ALL WOULD TOUCH THE WHOLE MASTER AND IS
042300*    REFUSED.
042400*=================================================================
042500     IF MUR-REQUEST-ID = SPACES
042600         MOVE 'REQUEST-ID MISSING'
042700             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
042800         GO TO 1120-EXIT
042900     END-IF.
043000     IF NOT MUR-MODE-PREVIEW
043100        AND NOT MUR-MODE-CONFIRM
043200         MOVE 'RUN MODE NOT PREVIEW OR CONFIRM'
043300             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
043400         GO TO 1120-EXIT
043500     END-IF.
043600     IF MUR-SEL-POWER-LOW NOT NUMERIC
043700        OR MUR-SEL-POWER-HIGH NOT NUMERIC
043800         MOVE 'POWER-LEVEL RANGE NOT NUMERIC'
043900             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
044000         GO TO 1120-EXIT
044100     END-IF.
044200     MOVE MUR-SEL-POWER-LOW
044300         TO WS-REQ-SEL-POWER-LOW (WS-REQUEST-SCAN-SUB).
044400     MOVE MUR-SEL-POWER-HIGH
044500         TO WS-REQ-SEL-POWER-HIGH (WS-REQUEST-SCAN-SUB).
044600     IF MUR-SEL-POWER-HIGH > ZERO
044700        AND MUR-SEL-POWER-LOW > MUR-SEL-POWER-HIGH
044800         MOVE 'POWER-LEVEL RANGE LOW ABOVE HIGH'
044900             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
045000         GO TO 1120-EXIT
045100     END-IF.
045200     IF MUR-SEL-BUSINESS-UNIT = SPACES
045300        AND MUR-SEL-CURRENT-STATE = SPACES
045400        AND MUR-SEL-POWER-LOW = ZERO
045500        AND MUR-SEL-POWER-HIGH = ZERO
045600         MOVE 'NO SELECTION CRITERIA'
045700             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
045800         GO TO 1120-EXIT
045900     END-IF.
046000     IF MUR-NEW-CURRENT-STATE = SPACES
046100        AND MUR-NEW-BUSINESS-UNIT = SPACES
046200         MOVE 'NO NEW STATE OR BUSINESS UNIT'
046300             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
046400         GO TO 1120-EXIT
046500     END-IF.
046600     IF MUR-OPERATOR-ID = SPACES
046700         MOVE 'OPERATOR-ID MISSING'
046800             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
046900         GO TO 1120-EXIT
047000     END-IF.
047100     IF NOT MUR-MODE-CONFIRM
047200         GO TO 1120-EXIT
047300     END-IF.
047400     IF MUR-CONFIRM-COUNT NOT NUMERIC
047500        OR MUR-CONFIRM-POWER-TOTAL NOT NUMERIC
047600        OR MUR-CONFIRM-COUNT = ZERO
047700         MOVE 'CONFIRM COUNT/POWER TOTAL MISSING'
047800             TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
047900         GO TO 1120-EXIT
048000     END-IF.
048100     MOVE MUR-CONFIRM-COUNT
048200         TO WS-REQ-CONFIRM-COUNT (WS-REQUEST-SCAN-SUB).
048300     MOVE MUR-CONFIRM-POWER-TOTAL
048400         TO WS-REQ-CONFIRM-POWER (WS-REQUEST-SCAN-SUB).
048500 1120-EXIT.
048600     EXIT.
048700*=================================================================
048800 1200-PRINT-REQUESTS.
048900*=================================================================
049000     MOVE 'MASS-UPDATE REQUESTS' TO WS-RPT-SECTION-TITLE.
049100     MOVE WS-RPT-SECTION-LINE TO WS-REPORT-LINE.
049200     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
049300     MOVE 1 TO WS-REQUEST-SCAN-SUB.
049400     PERFORM 1210-PRINT-ONE-REQUEST
049500         THRU 1210-EXIT
049600         UNTIL WS-REQUEST-SCAN-SUB > WS-REQUEST-TABLE-COUNT.
049700     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
049800 1200-EXIT.
049900     EXIT.
050000*=================================================================
050100 1210-PRINT-ONE-REQUEST.
050200*=================================================================
050300     MOVE WS-REQ-ID (WS-REQUEST-SCAN-SUB)
050400         TO WS-RPT-REQ-ID.
050500     MOVE WS-REQ-RUN-MODE (WS-REQUEST-SCAN-SUB)
050600         TO WS-RPT-REQ-MODE.
050700     MOVE WS-REQ-OPERATOR-ID (WS-REQUEST-SCAN-SUB)
050800         TO WS-RPT-REQ-OPERATOR.
050900     MOVE WS-REQ-EFFECTIVE-DATE (WS-REQUEST-SCAN-SUB)
051000         TO WS-RPT-REQ-EFFECTIVE.
051100     IF WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB) = 'E'
051200         MOVE WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
051300             TO WS-RPT-REQ-DISPOSITION
051400     ELSE
051500         MOVE 'ACCEPTED' TO WS-RPT-REQ-DISPOSITION
051600     END-IF.
051700     MOVE WS-RPT-REQUEST-LINE TO WS-REPORT-LINE.
051800     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
051900     MOVE WS-REQ-SEL-UNIT (WS-REQUEST-SCAN-SUB)
052000         TO WS-RPT-SEL-UNIT.
052100     MOVE WS-REQ-SEL-STATE (WS-REQUEST-SCAN-SUB)
052200         TO WS-RPT-SEL-STATE.
052300     MOVE WS-REQ-SEL-POWER-LOW (WS-REQUEST-SCAN-SUB)
052400         TO WS-RPT-SEL-LOW.
052500     MOVE WS-REQ-SEL-POWER-HIGH (WS-REQUEST-SCAN-SUB)
052600         TO WS-RPT-SEL-HIGH.
052700     MOVE WS-RPT-SELECT-LINE TO WS-REPORT-LINE.
052800     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
052900     MOVE WS-REQ-NEW-UNIT (WS-REQUEST-SCAN-SUB)
053000         TO WS-RPT-SET-UNIT.
053100     MOVE WS-REQ-NEW-STATE (WS-REQUEST-SCAN-SUB)
053200         TO WS-RPT-SET-STATE.
053300     MOVE WS-RPT-SET-LINE TO WS-REPORT-LINE.
053400     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
053500     ADD 1 TO WS-REQUEST-SCAN-SUB.
053600 1210-EXIT.
053700     EXIT.
053800*=================================================================
053900 2000-PREVIEW-PASS.
054000*=================================================================
054100*    FIRST PASS OVER THE MASTER.  LISTS EVERY ACCOUNT A
054200*    REQUEST WOULD TOUCH AND ACCUMULATES EACH REQUEST'S
054300*    CONTROL COUNT AND POWER-LEVEL TOTAL.
054400*=================================================================
054500     MOVE 'ACCOUNTS SELECTED' TO WS-RPT-SECTION-TITLE.
054600     MOVE WS-RPT-SECTION-LINE TO WS-REPORT-LINE.
054700     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
054800     MOVE WS-RPT-DETAIL-COLUMNS TO WS-REPORT-LINE.
054900     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
055000     IF WS-REQUEST-TABLE-COUNT > ZERO
055100         PERFORM 2100-READ-MASTER
055200             THRU 2100-EXIT
055300         PERFORM 2200-SELECT-ONE-ACCOUNT
055400             THRU 2200-EXIT
055500             UNTIL END-OF-MASTER
055600     END-IF.
055700     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
055800 2000-EXIT.
055900     EXIT.
056000*=================================================================
056100 2100-READ-MASTER.
056200*=================================================================
056300     READ ACCOUNT-MASTER-FILE NEXT RECORD
056400         AT END
056500             MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
056600         NOT AT END
056700             ADD 1 TO WS-MASTERS-READ-CTR
056800     END-READ.
056900 2100-EXIT.
057000     EXIT.
057100*=================================================================
057200 2200-SELECT-ONE-ACCOUNT.
057300*=================================================================
057400     PERFORM 2300-FIND-GOVERNING-REQUEST
057500         THRU 2300-EXIT.
057600     IF WS-REQUEST-MATCH-SUB = ZERO
057700         GO TO 2200-READ-NEXT
057800     END-IF.
057900     IF NOT ACCOUNT-NEEDS-CHANGE
058000         ADD 1 TO WS-REQ-AT-TARGET-CTR (WS-REQUEST-MATCH-SUB)
058100         GO TO 2200-READ-NEXT
058200     END-IF.
058300     ADD 1 TO WS-REQ-SELECTED-CTR (WS-REQUEST-MATCH-SUB).
058400     ADD MST-POWER-LEVEL
058500         TO WS-REQ-POWER-TOTAL (WS-REQUEST-MATCH-SUB).
058600     MOVE WS-REQ-ID (WS-REQUEST-MATCH-SUB)
058700         TO WS-RPT-DTL-REQ-ID.
058800     MOVE MST-ACCOUNT-ID    TO WS-RPT-DTL-ACCOUNT-ID.
058900     MOVE MST-ACCOUNT-NAME  TO WS-RPT-DTL-NAME.
059000     MOVE MST-BUSINESS-UNIT TO WS-RPT-DTL-UNIT.
059100     MOVE MST-CURRENT-STATE TO WS-RPT-DTL-STATE.
059200     MOVE MST-POWER-LEVEL   TO WS-RPT-DTL-POWER.
059300     MOVE WS-REQ-NEW-STATE (WS-REQUEST-MATCH-SUB)
059400         TO WS-RPT-DTL-NEW-STATE.
059500     MOVE WS-REQ-NEW-UNIT (WS-REQUEST-MATCH-SUB)
059600         TO WS-RPT-DTL-NEW-UNIT.
059700     MOVE WS-RPT-DETAIL-LINE TO WS-REPORT-LINE.
059800     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
059900 2200-READ-NEXT.
060000     PERFORM 2100-READ-MASTER
060100         THRU 2100-EXIT.
060200 2200-EXIT.
060300     EXIT.
060400*=================================================================
060500 2300-FIND-GOVERNING-REQUEST.
060600*=================================================================
060700*    THE FIRST REQUEST ON THE FILE THAT SELECTS THE MASTER
060800*    RECORD IN HAND GOVERNS IT; LATER REQUESTS THAT ALSO
060900*    SELECT IT ONLY COUNT THE OVERLAP, AND ONLY ON THE PREVIEW
061000*    PASS SO A CONFIRM RUN DOES NOT COUNT IT TWICE.  THE ACCOUNT
061010*    NEEDS A CHANGE UNLESS IT ALREADY CARRIES EVERY NEW VALUE.
061100*=================================================================
061200     MOVE ZERO TO WS-REQUEST-MATCH-SUB.
061300     MOVE 'N'  TO WS-CHANGE-NEEDED-SWITCH.
061400     MOVE 1    TO WS-REQUEST-SCAN-SUB.
061500     PERFORM 2310-TEST-ONE-REQUEST
061600         THRU 2310-EXIT
061700         UNTIL WS-REQUEST-SCAN-SUB > WS-REQUEST-TABLE-COUNT.
061800     IF WS-REQUEST-MATCH-SUB = ZERO
061900         GO TO 2300-EXIT
062000     END-IF.
062100     IF WS-REQ-NEW-STATE (WS-REQUEST-MATCH-SUB) NOT = SPACES
062200        AND WS-REQ-NEW-STATE (WS-REQUEST-MATCH-SUB)
062300            NOT = MST-CURRENT-STATE
062400         MOVE 'Y' TO WS-CHANGE-NEEDED-SWITCH
062500     END-IF.
062600     IF WS-REQ-NEW-UNIT (WS-REQUEST-MATCH-SUB) NOT = SPACES
062700        AND WS-REQ-NEW-UNIT (WS-REQUEST-MATCH-SUB)
062800            NOT = MST-BUSINESS-UNIT
062900         MOVE 'Y' TO WS-CHANGE-NEEDED-SWITCH
063000     END-IF.
063100 2300-EXIT.
063200     EXIT.
063300*=================================================================
063400 2310-TEST-ONE-REQUEST.
063500*=================================================================
063600     IF WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB) = 'E'
063700         GO TO 2310-NEXT
063800     END-IF.
063900     IF WS-REQ-SEL-UNIT (WS-REQUEST-SCAN-SUB) NOT = SPACES
064000        AND WS-REQ-SEL-UNIT (WS-REQUEST-SCAN-SUB)
064100            NOT = MST-BUSINESS-UNIT
064200         GO TO 2310-NEXT
064300     END-IF.
064400     IF WS-REQ-SEL-STATE (WS-REQUEST-SCAN-SUB) NOT = SPACES
064500        AND WS-REQ-SEL-STATE (WS-REQUEST-SCAN-SUB)
064600            NOT = MST-CURRENT-STATE
064700         GO TO 2310-NEXT
064800     END-IF.
064900     IF MST-POWER-LEVEL
065000            < WS-REQ-SEL-POWER-LOW (WS-REQUEST-SCAN-SUB)
065100         GO TO 2310-NEXT
065200     END-IF.
065300     IF WS-REQ-SEL-POWER-HIGH (WS-REQUEST-SCAN-SUB) > ZERO
065400        AND MST-POWER-LEVEL
065500            > WS-REQ-SEL-POWER-HIGH (WS-REQUEST-SCAN-SUB)
065600         GO TO 2310-NEXT
065700     END-IF.
065800     IF WS-REQUEST-MATCH-SUB = ZERO
065900         MOVE WS-REQUEST-SCAN-SUB TO WS-REQUEST-MATCH-SUB
066000     ELSE
066100         IF PREVIEW-PASS-ACTIVE
066110             ADD 1 TO WS-REQ-OVERLAP-CTR (WS-REQUEST-SCAN-SUB)
066120         END-IF
066200     END-IF.
066300 2310-NEXT.
066400     ADD 1 TO WS-REQUEST-SCAN-SUB.
066500 2310-EXIT.
066600     EXIT.
066700*=================================================================
066800 2500-CHECK-CONFIRMATIONS.
066900*=================================================================
067000*    A CONFIRM REQUEST GENERATES ONLY WHEN THE SELECTION STILL
067100*    FINDS THE COUNT AND POWER TOTAL ITS PREVIEW SHOWED.
067200*=================================================================
067300     MOVE 1 TO WS-REQUEST-SCAN-SUB.
067400     PERFORM 2510-CHECK-ONE-CONFIRMATION
067500         THRU 2510-EXIT
067600         UNTIL WS-REQUEST-SCAN-SUB > WS-REQUEST-TABLE-COUNT.
067700 2500-EXIT.
067800     EXIT.
067900*=================================================================
068000 2510-CHECK-ONE-CONFIRMATION.
068100*=================================================================
068200     IF WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB) NOT = 'V'
068300        OR WS-REQ-RUN-MODE (WS-REQUEST-SCAN-SUB) NOT = 'CONFIRM'
068400         GO TO 2510-NEXT
068500     END-IF.
068600     IF WS-REQ-SELECTED-CTR (WS-REQUEST-SCAN-SUB)
068700            = WS-REQ-CONFIRM-COUNT (WS-REQUEST-SCAN-SUB)
068800        AND WS-REQ-POWER-TOTAL (WS-REQUEST-SCAN-SUB)
068900            = WS-REQ-CONFIRM-POWER (WS-REQUEST-SCAN-SUB)
069000         ADD 1 TO WS-CONFIRMED-CTR
069100         GO TO 2510-NEXT
069200     END-IF.
069300     MOVE 'M' TO WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB).
069400     MOVE 'COUNTS DO NOT MATCH PREVIEW'
069500         TO WS-REQ-REASON (WS-REQUEST-SCAN-SUB).
069600     DISPLAY '>> [COBOL] *** REQUEST '
069700         WS-REQ-ID (WS-REQUEST-SCAN-SUB)
069800         ' NOT CONFIRMED -- SELECTION NO LONGER MATCHES '
069900         'ITS PREVIEW. ***'.
070000     MOVE 8 TO WS-RETURN-CODE.
070100 2510-NEXT.
070200     ADD 1 TO WS-REQUEST-SCAN-SUB.
070300 2510-EXIT.
070400     EXIT.
070500*=================================================================
070600 3000-GENERATE-PASS.
070700*=================================================================
070800*    MERGES THE GENERATED CHG TRANSACTIONS WITH THE NIGHT'S
070900*    HAND-KEYED TRANSACTIONS INTO THE SPEKTRE-MAINT INPUT.
071000*    BOTH SIDES ARRIVE IN ACCOUNT-ID ORDER.  THE MASTER IS
071100*    READ AGAIN ONLY WHEN SOME REQUEST WAS CONFIRMED.
071200*=================================================================
071210     MOVE 'G' TO WS-PASS-SWITCH.
071300     MOVE 'GENERATED TRANSACTIONS DROPPED'
071400         TO WS-RPT-SECTION-TITLE.
071500     MOVE WS-RPT-SECTION-LINE TO WS-REPORT-LINE.
071600     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
071700     OPEN OUTPUT MAINT-TRANSACTION-FILE.
071800     IF WS-TXNOUT-STATUS NOT = '00'
071900         DISPLAY '>> [COBOL] UNABLE TO OPEN MAINT-TRANSACTION-'
072000             'FILE, STATUS ' WS-TXNOUT-STATUS '.  JOB ABORTED.'
072100         MOVE 16 TO WS-RETURN-CODE
072200         MOVE WS-RETURN-CODE TO RETURN-CODE
072300         STOP RUN
072400     END-IF.
072500     OPEN INPUT HAND-KEYED-TXN-FILE.
072600     IF WS-TXNIN-STATUS = '00'
072700         MOVE 'Y' TO WS-TXNIN-ON-HAND-SWITCH
072800     ELSE
072900         IF WS-TXNIN-STATUS = '35'
073000             DISPLAY '>> [COBOL] NO HAND-KEYED TRANSACTION '
073100                 'FILE ON HAND -- GENERATED WORK ONLY.'
073200         ELSE
073300             DISPLAY '>> [COBOL] UNABLE TO OPEN HAND-KEYED-'
073400                 'TXN-FILE, STATUS ' WS-TXNIN-STATUS
073500                 '.  JOB ABORTED.'
073600             MOVE 16 TO WS-RETURN-CODE
073700             MOVE WS-RETURN-CODE TO RETURN-CODE
073800             STOP RUN
073900         END-IF
074000     END-IF.
074100     CLOSE ACCOUNT-MASTER-FILE.
074200     MOVE 'N' TO WS-ACCTMST-EOF-SWITCH.
074300     IF WS-CONFIRMED-CTR > ZERO
074400         OPEN INPUT ACCOUNT-MASTER-FILE
074500         IF WS-ACCTMST-STATUS NOT = '00'
074600             DISPLAY '>> [COBOL] UNABLE TO REOPEN ACCOUNT-'
074700                 'MASTER-FILE, STATUS ' WS-ACCTMST-STATUS
074800                 '.  JOB ABORTED.'
074900             MOVE 16 TO WS-RETURN-CODE
075000             MOVE WS-RETURN-CODE TO RETURN-CODE
075100             STOP RUN
075200         END-IF
075300     ELSE
075400         MOVE 'Y' TO WS-ACCTMST-EOF-SWITCH
075500     END-IF.
075600     PERFORM 3200-NEXT-GENERATED-TXN
075700         THRU 3200-EXIT.
075800     PERFORM 3300-READ-HAND-KEYED
075900         THRU 3300-EXIT.
076000     PERFORM 3100-MERGE-ONE-TXN
076100         THRU 3100-EXIT
076200         UNTIL WS-GENERATED-KEY = HIGH-VALUES
076300           AND WS-HAND-KEYED-KEY = HIGH-VALUES.
076400     IF HAND-KEYED-IS-ON-HAND
076500         CLOSE HAND-KEYED-TXN-FILE
076600     END-IF.
076700     IF WS-CONFIRMED-CTR > ZERO
076800         CLOSE ACCOUNT-MASTER-FILE
076900     END-IF.
077000     CLOSE MAINT-TRANSACTION-FILE.
077100     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
077200 3000-EXIT.
077300     EXIT.
077400*=================================================================
077500 3100-MERGE-ONE-TXN.
077600*=================================================================
077700*    ON EQUAL KEYS THE HAND-KEYED TRANSACTION -- AN OPERATOR'S
077800*    SPECIFIC INSTRUCTION FOR THE ACCOUNT -- WINS, AND THE
077900*    GENERATED CHG IS DROPPED, SINCE SPEKTRE-MAINT TAKES ONE
078000*    TRANSACTION PER ACCOUNT PER RUN.
078100*=================================================================
078200     IF WS-HAND-KEYED-KEY < WS-GENERATED-KEY
078300         WRITE MAINT-TRANSACTION-RECORD
078400             FROM HAND-KEYED-TXN-RECORD
078500         ADD 1 TO WS-HAND-KEYED-COPIED-CTR
078600         ADD 1 TO WS-TXNS-WRITTEN-CTR
078700         PERFORM 3300-READ-HAND-KEYED
078800             THRU 3300-EXIT
078900         GO TO 3100-EXIT
079000     END-IF.
079100     IF WS-GENERATED-KEY < WS-HAND-KEYED-KEY
079200         PERFORM 3400-WRITE-GENERATED-TXN
079300             THRU 3400-EXIT
079400         PERFORM 3200-NEXT-GENERATED-TXN
079500             THRU 3200-EXIT
079600         GO TO 3100-EXIT
079700     END-IF.
079800     MOVE WS-REQ-ID (WS-REQUEST-MATCH-SUB)
079900         TO WS-RPT-DRP-REQ-ID.
080000     MOVE WS-GENERATED-KEY TO WS-RPT-DRP-ACCOUNT-ID.
080100     MOVE WS-RPT-DROPPED-LINE TO WS-REPORT-LINE.
080200     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
080300     ADD 1 TO WS-REQ-DROPPED-CTR (WS-REQUEST-MATCH-SUB).
080400     ADD 1 TO WS-DROPPED-CTR.
080500     IF WS-RETURN-CODE = ZERO
080600         MOVE 4 TO WS-RETURN-CODE
080700     END-IF.
080800     WRITE MAINT-TRANSACTION-RECORD
080900         FROM HAND-KEYED-TXN-RECORD.
081000     ADD 1 TO WS-HAND-KEYED-COPIED-CTR.
081100     ADD 1 TO WS-TXNS-WRITTEN-CTR.
081200     PERFORM 3300-READ-HAND-KEYED
081300         THRU 3300-EXIT.
081400     PERFORM 3200-NEXT-GENERATED-TXN
081500         THRU 3200-EXIT.
081600 3100-EXIT.
081700     EXIT.
081800*=================================================================
081900 3200-NEXT-GENERATED-TXN.
082000*=================================================================
082100*    READS THE MASTER FORWARD TO THE NEXT ACCOUNT GOVERNED BY
082200*    A CONFIRMED REQUEST THAT STILL NEEDS A CHANGE.  THE
082300*    MASTER RECORD STAYS IN THE BUFFER UNTIL ITS CHG IS
082400*    WRITTEN OR DROPPED.
082500*=================================================================
082600     MOVE HIGH-VALUES TO WS-GENERATED-KEY.
082700     IF END-OF-MASTER
082800         GO TO 3200-EXIT
082900     END-IF.
083000     PERFORM 2100-READ-MASTER
083100         THRU 2100-EXIT.
083200     IF END-OF-MASTER
083300         GO TO 3200-EXIT
083400     END-IF.
083500     PERFORM 2300-FIND-GOVERNING-REQUEST
083600         THRU 2300-EXIT.
083700     IF WS-REQUEST-MATCH-SUB = ZERO
083800         GO TO 3200-NEXT-GENERATED-TXN
083900     END-IF.
084000     IF NOT ACCOUNT-NEEDS-CHANGE
084100        OR WS-REQ-STATUS-SW (WS-REQUEST-MATCH-SUB) NOT = 'V'
084200        OR WS-REQ-RUN-MODE (WS-REQUEST-MATCH-SUB)
084300            NOT = 'CONFIRM'
084400         GO TO 3200-NEXT-GENERATED-TXN
084500     END-IF.
084600     MOVE MST-ACCOUNT-ID TO WS-GENERATED-KEY.
084700 3200-EXIT.
084800     EXIT.
084900*=================================================================
085000 3300-READ-HAND-KEYED.
085100*=================================================================
085200     IF NOT HAND-KEYED-IS-ON-HAND
085300        OR END-OF-HAND-KEYED
085400         MOVE HIGH-VALUES TO WS-HAND-KEYED-KEY
085500         GO TO 3300-EXIT
085600     END-IF.
085700     READ HAND-KEYED-TXN-FILE
085800         AT END
085900             MOVE 'Y' TO WS-TXNIN-EOF-SWITCH
086000             MOVE HIGH-VALUES TO WS-HAND-KEYED-KEY
086100             GO TO 3300-EXIT
086200     END-READ.
086300     MOVE HKT-ACCOUNT-ID TO WS-HAND-KEYED-KEY.
086400 3300-EXIT.
086500     EXIT.
086600*=================================================================
086700 3400-WRITE-GENERATED-TXN.
086800*=================================================================
086900*    A CHG MUST CARRY THE STATE AND POWER-LEVEL, SO THE
087000*    MASTER'S OWN VALUES GO WHERE THE REQUEST SETS NOTHING.
087100*    THE NAME AND CONTACT ARE LEFT BLANK (KEEP THE MASTER'S),
087200*    AS IS THE UNIT WHEN THE REQUEST DOES NOT SET ONE.
087300*=================================================================
087400     MOVE SPACES TO MAINT-TRANSACTION-RECORD.
087500     MOVE MST-ACCOUNT-ID  TO MNT-ACCOUNT-ID.
087600     MOVE 'CHG'           TO MNT-ACTION-CODE.
087700     IF WS-REQ-NEW-STATE (WS-REQUEST-MATCH-SUB) = SPACES
087800         MOVE MST-CURRENT-STATE TO MNT-CURRENT-STATE
087900     ELSE
088000         MOVE WS-REQ-NEW-STATE (WS-REQUEST-MATCH-SUB)
088100             TO MNT-CURRENT-STATE
088200     END-IF.
088300     MOVE MST-POWER-LEVEL TO MNT-POWER-LEVEL.
088400     MOVE WS-REQ-NEW-UNIT (WS-REQUEST-MATCH-SUB)
088500         TO MNT-BUSINESS-UNIT.
088600     MOVE WS-REQ-EFFECTIVE-DATE (WS-REQUEST-MATCH-SUB)
088700         TO MNT-EFFECTIVE-DATE.
088800     MOVE WS-REQ-OPERATOR-ID (WS-REQUEST-MATCH-SUB)
088900         TO MNT-OPERATOR-ID.
089000     WRITE MAINT-TRANSACTION-RECORD.
089100     ADD 1 TO WS-REQ-GENERATED-CTR (WS-REQUEST-MATCH-SUB).
089200     ADD 1 TO WS-GENERATED-CTR.
089300     ADD 1 TO WS-TXNS-WRITTEN-CTR.
089400 3400-EXIT.
089500     EXIT.
089600*=================================================================
089700 8000-PRINT-CONTROL-TOTALS.
089800*=================================================================
089900     MOVE 'CONTROL TOTALS BY REQUEST' TO WS-RPT-SECTION-TITLE.
090000     MOVE WS-RPT-SECTION-LINE TO WS-REPORT-LINE.
090100     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
090200     MOVE 1 TO WS-REQUEST-SCAN-SUB.
090300     PERFORM 8010-PRINT-REQUEST-TOTALS
090400         THRU 8010-EXIT
090500         UNTIL WS-REQUEST-SCAN-SUB > WS-REQUEST-TABLE-COUNT.
090600     MOVE 'JOB TOTALS' TO WS-RPT-SECTION-TITLE.
090700     MOVE WS-RPT-SECTION-LINE TO WS-REPORT-LINE.
090800     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
090900     MOVE 'MASTER RECORDS READ' TO WS-RPT-TOTAL-LABEL.
091000     MOVE WS-MASTERS-READ-CTR TO WS-RPT-TOTAL-VALUE.
091100     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
091200     MOVE 'HAND-KEYED TRANSACTIONS COPIED'
091300         TO WS-RPT-TOTAL-LABEL.
091400     MOVE WS-HAND-KEYED-COPIED-CTR TO WS-RPT-TOTAL-VALUE.
091500     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
091600     MOVE 'CHG TRANSACTIONS GENERATED' TO WS-RPT-TOTAL-LABEL.
091700     MOVE WS-GENERATED-CTR TO WS-RPT-TOTAL-VALUE.
091800     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
091900     MOVE 'GENERATED CHG DROPPED' TO WS-RPT-TOTAL-LABEL.
092000     MOVE WS-DROPPED-CTR TO WS-RPT-TOTAL-VALUE.
092100     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
092200     MOVE 'TRANSACTIONS WRITTEN FOR SPEKTRE-MAINT'
092300         TO WS-RPT-TOTAL-LABEL.
092400     MOVE WS-TXNS-WRITTEN-CTR TO WS-RPT-TOTAL-VALUE.
092500     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
092600 8000-EXIT.
092700     EXIT.
092800*=================================================================
092900 8010-PRINT-REQUEST-TOTALS.
093000*=================================================================
093100*    THE ACCOUNTS SELECTED AND THEIR POWER TOTAL ARE THE
093200*    FIGURES A CONFIRM REQUEST MUST CARRY.
093300*=================================================================
093400     MOVE WS-REQ-ID (WS-REQUEST-SCAN-SUB)
093500         TO WS-RPT-REQ-ID.
093600     MOVE WS-REQ-RUN-MODE (WS-REQUEST-SCAN-SUB)
093700         TO WS-RPT-REQ-MODE.
093800     MOVE WS-REQ-OPERATOR-ID (WS-REQUEST-SCAN-SUB)
093900         TO WS-RPT-REQ-OPERATOR.
094000     MOVE WS-REQ-EFFECTIVE-DATE (WS-REQUEST-SCAN-SUB)
094100         TO WS-RPT-REQ-EFFECTIVE.
094200     IF WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB) NOT = 'V'
094300         MOVE WS-REQ-REASON (WS-REQUEST-SCAN-SUB)
094400             TO WS-RPT-REQ-DISPOSITION
094500     ELSE
094600         IF WS-REQ-RUN-MODE (WS-REQUEST-SCAN-SUB) = 'CONFIRM'
094700             MOVE 'CONFIRMED -- CHG TRANSACTIONS GENERATED'
094800                 TO WS-RPT-REQ-DISPOSITION
094900         ELSE
095000             MOVE 'PREVIEW ONLY -- NOTHING GENERATED'
095100                 TO WS-RPT-REQ-DISPOSITION
095200         END-IF
095300     END-IF.
095400     MOVE WS-RPT-REQUEST-LINE TO WS-REPORT-LINE.
095500     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
095600     IF WS-REQ-STATUS-SW (WS-REQUEST-SCAN-SUB) = 'E'
095700         GO TO 8010-NEXT
095800     END-IF.
095900     MOVE 'ACCOUNTS SELECTED' TO WS-RPT-TOTAL-LABEL.
096000     MOVE WS-REQ-SELECTED-CTR (WS-REQUEST-SCAN-SUB)
096100         TO WS-RPT-TOTAL-VALUE.
096200     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
096300     MOVE 'POWER-LEVEL TOTAL OF ACCOUNTS SELECTED'
096400         TO WS-RPT-TOTAL-LABEL.
096500     MOVE WS-REQ-POWER-TOTAL (WS-REQUEST-SCAN-SUB)
096600         TO WS-RPT-TOTAL-VALUE.
096700     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
096800     MOVE 'ALREADY AT THE NEW VALUES (SKIPPED)'
096900         TO WS-RPT-TOTAL-LABEL.
097000     MOVE WS-REQ-AT-TARGET-CTR (WS-REQUEST-SCAN-SUB)
097100         TO WS-RPT-TOTAL-VALUE.
097200     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
097300     MOVE 'GOVERNED BY AN EARLIER REQUEST'
097400         TO WS-RPT-TOTAL-LABEL.
097500     MOVE WS-REQ-OVERLAP-CTR (WS-REQUEST-SCAN-SUB)
097600         TO WS-RPT-TOTAL-VALUE.
097700     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
097800     IF WS-REQ-RUN-MODE (WS-REQUEST-SCAN-SUB) NOT = 'CONFIRM'
097900         GO TO 8010-NEXT
098000     END-IF.
098100     MOVE 'CONFIRM COUNT ON REQUEST'
098200         TO WS-RPT-TOTAL-LABEL.
098300     MOVE WS-REQ-CONFIRM-COUNT (WS-REQUEST-SCAN-SUB)
098400         TO WS-RPT-TOTAL-VALUE.
098500     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
098600     MOVE 'CONFIRM POWER TOTAL ON REQUEST'
098700         TO WS-RPT-TOTAL-LABEL.
098800     MOVE WS-REQ-CONFIRM-POWER (WS-REQUEST-SCAN-SUB)
098900         TO WS-RPT-TOTAL-VALUE.
099000     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
099100     MOVE 'CHG TRANSACTIONS GENERATED'
099200         TO WS-RPT-TOTAL-LABEL.
099300     MOVE WS-REQ-GENERATED-CTR (WS-REQUEST-SCAN-SUB)
099400         TO WS-RPT-TOTAL-VALUE.
099500     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
099600     MOVE 'DROPPED FOR A HAND-KEYED TRANSACTION'
099700         TO WS-RPT-TOTAL-LABEL.
099800     MOVE WS-REQ-DROPPED-CTR (WS-REQUEST-SCAN-SUB)
099900         TO WS-RPT-TOTAL-VALUE.
100000     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
100100 8010-NEXT.
100200     WRITE MASS-UPDATE-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
100300     ADD 1 TO WS-REQUEST-SCAN-SUB.
100400 8010-EXIT.
100500     EXIT.
100600*=================================================================
100700 9000-TERMINATE-JOB.
100800*=================================================================
100900     PERFORM 8000-PRINT-CONTROL-TOTALS
101000         THRU 8000-EXIT.
101100     CLOSE MASS-UPDATE-REPORT.
101200     DISPLAY '>> [COBOL] MASS-UPDATE REQUESTS READ: '
101300             WS-REQUESTS-READ-CTR.
101400     DISPLAY '>> [COBOL] REQUESTS REJECTED.......: '
101500             WS-REQUESTS-REJECTED-CTR.
101600     DISPLAY '>> [COBOL] REQUESTS CONFIRMED......: '
101700             WS-CONFIRMED-CTR.
101800     DISPLAY '>> [COBOL] HAND-KEYED TXNS COPIED..: '
101900             WS-HAND-KEYED-COPIED-CTR.
102000     DISPLAY '>> [COBOL] CHG TXNS GENERATED......: '
102100             WS-GENERATED-CTR.
102200     DISPLAY '>> [COBOL] GENERATED CHG DROPPED...: '
102300             WS-DROPPED-CTR.
102400     DISPLAY '>> [COBOL] TXNS WRITTEN FOR MAINT..: '
102500             WS-TXNS-WRITTEN-CTR.
102600     MOVE WS-RETURN-CODE TO RETURN-CODE.
102700     DISPLAY '>> [COBOL] SPEKTRE-MASSUPD JOB COMPLETE.'.
102800 9000-EXIT.
102900     EXIT.
