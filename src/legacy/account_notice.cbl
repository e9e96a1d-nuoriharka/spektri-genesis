000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-NOTIFY.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     NIGHTLY ACCOUNT-HOLDER NOTIFICATION FEED.  RUNS AFTER
001000*     SPEKTRE-MSTLOAD AND WRITES THE OUTBOUND CORRESPONDENCE
001100*     FILE FOR THE PRINT/MAIL VENDOR (SPKTNTC), ONE NOTICE PER
001200*     ACCOUNT HOLDER TO BE TOLD OF A CHANGE MADE TONIGHT:
001300*       - EVERY CURRENT-STATE CHANGE SPEKTRE-OVERRIDE APPLIED,
001400*         FROM THE NIGHT'S AUDIT-LOG-FILE (A POWER-LEVEL-ONLY
001500*         CHANGE IS NOT NOTIFIED);
001600*       - EVERY RETIREMENT (DEL) AND REINSTATEMENT (REI)
001700*         SPEKTRE-MAINT APPLIED, FROM THE NIGHT'S MAINTENANCE
001800*         AUDIT FILE (SPKTMAU).
001900*     THE ACCOUNT NAME AND CONTACT REFERENCE COME FROM THE
002000*     KEYED ACCOUNT-MASTER-FILE, EXCEPT FOR A RETIRED ACCOUNT,
002100*     WHICH IS NO LONGER ON IT: THOSE COME FROM THE PRIOR
002200*     NIGHT'S FLAT MASTER -- THE SAME GENERATION SPEKTRE-MAINT
002300*     READ AS ITS OLD MASTER.
002400*
002500*     NO NOTICE IS SENT FOR AN ACCOUNT ON HOLD (SPKTHLD) ON THE
002600*     RUN DATE, FOR A STATE FLAGGED "NO NOTICE" ON THE NOTICE-
002700*     STATE CONTROL FILE (SPKTNSC), OR FOR AN ACCOUNT WITH NO
002800*     CONTACT REFERENCE TO WRITE TO.  THE NOTICE REGISTER LISTS
002900*     EVERY NOTICE SENT AND EVERY ONE HELD BACK WITH ITS
003000*     REASON.  THE NOTICE FILE IS BRACKETED BY A HEADER AND A
003100*     TRAILER COUNT THE SAME WAY THE WAREHOUSE EXTRACT IS.
003200*
003300*     A NOTICE HELD BACK FOR WANT OF A CONTACT REFERENCE ENDS
003400*     THE JOB WITH RETURN CODE 4 SO THE RECORD GETS FIXED; A
003500*     NOTICE LOST TO A FULL TABLE ENDS IT WITH RETURN CODE 8.
003600*-----------------------------------------------------------------
003700* MODIFICATION HISTORY.
003800*     DATE       BY    DESCRIPTION
003900*     ---------- ----- ------------------------------------------
004000*     2026-10-15 LEA   ORIGINAL VERSION.
004010*     2026-10-15 LEA   ONLY A MISSING HOLD FILE OR NOTICE-STATE
004020*                      CONTROL FILE (STATUS 35) IS TAKEN AS
004030*                      EMPTY; ANY OTHER OPEN FAILURE ON EITHER
004040*                      NOW ABORTS THE JOB.
004100*-----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT AUDIT-LOG-FILE
004900         ASSIGN TO AUDITLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AUDITLOG-STATUS.
005200
005300     SELECT MAINT-AUDIT-FILE
005400         ASSIGN TO MNTAUDIT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-MNTAUDIT-STATUS.
005700
005800     SELECT ACCOUNT-MASTER-FILE
005900         ASSIGN TO ACCTMST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS MST-ACCOUNT-ID
006300         FILE STATUS IS WS-ACCTMST-STATUS.
006400
006500     SELECT OLD-MASTER-FILE
006600         ASSIGN TO OLDMAST
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-OLDMAST-STATUS.
006900
007000     SELECT HOLD-ACCOUNT-FILE
007100         ASSIGN TO HOLDFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-HOLDFILE-STATUS.
007400
007500     SELECT NOTICE-STATE-CONTROL-FILE
007600         ASSIGN TO NTCSTATE
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-NTCSTATE-STATUS.
007900
008000     SELECT NOTICE-FILE
008100         ASSIGN TO NTCFILE
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-NTCFILE-STATUS.
008400
008500     SELECT NOTICE-REGISTER
008600         ASSIGN TO NTCRGST
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-NTCRGST-STATUS.
008900
009000     SELECT PARM-CONTROL-FILE
009100         ASSIGN TO PARMCARD
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-PARMCARD-STATUS.
009400
009500     SELECT RUN-LEDGER-FILE
009600         ASSIGN TO RUNLEDGR
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-RUNLEDGR-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  AUDIT-LOG-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500     COPY SPKTAUD.
010600
010700 FD  MAINT-AUDIT-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 100 CHARACTERS.
011000     COPY SPKTMAU.
011100
011200 FD  ACCOUNT-MASTER-FILE
011300     RECORD CONTAINS 80 CHARACTERS.
011400     COPY SPKTMST.
011500
011600 FD  OLD-MASTER-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 80 CHARACTERS.
011900     COPY SPKTOUT.
012000
012100 FD  HOLD-ACCOUNT-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 80 CHARACTERS.
012400     COPY SPKTHLD.
012500
012600 FD  NOTICE-STATE-CONTROL-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900     COPY SPKTNSC.
013000
013100 FD  NOTICE-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 100 CHARACTERS.
013400     COPY SPKTNTC.
013500
013600 FD  NOTICE-REGISTER
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 133 CHARACTERS.
013900 01  NOTICE-REGISTER-RECORD          PIC X(133).
014000
014100 FD  PARM-CONTROL-FILE
014200     LABEL RECORDS ARE STANDARD
014300     RECORD CONTAINS 80 CHARACTERS.
014400     COPY SPKTPRM.
014500
014600 FD  RUN-LEDGER-FILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 80 CHARACTERS.
014900     COPY SPKTLDG.
015000
015100 WORKING-STORAGE SECTION.
015200*-----------------------------------------------------------------
015300* FILE STATUS FIELDS AND SWITCHES.
015400*-----------------------------------------------------------------
015500 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
015600 01  WS-MNTAUDIT-STATUS          PIC X(02) VALUE '00'.
015700 01  WS-ACCTMST-STATUS           PIC X(02) VALUE '00'.
015800 01  WS-OLDMAST-STATUS           PIC X(02) VALUE '00'.
015900 01  WS-HOLDFILE-STATUS          PIC X(02) VALUE '00'.
016000 01  WS-NTCSTATE-STATUS          PIC X(02) VALUE '00'.
016100 01  WS-NTCFILE-STATUS           PIC X(02) VALUE '00'.
016200 01  WS-NTCRGST-STATUS           PIC X(02) VALUE '00'.
016300 01  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
016400 01  WS-RUNLEDGR-STATUS          PIC X(02) VALUE '00'.
016500 01  WS-SWITCHES.
016600     05  WS-AUDITLOG-EOF-SWITCH  PIC X(01) VALUE 'N'.
016700         88  END-OF-AUDIT-LOG              VALUE 'Y'.
016800     05  WS-MNTAUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
016900         88  END-OF-MAINT-AUDIT            VALUE 'Y'.
017000     05  WS-OLDMAST-EOF-SWITCH   PIC X(01) VALUE 'N'.
017100         88  END-OF-OLD-MASTER             VALUE 'Y'.
017200     05  WS-HOLDFILE-EOF-SWITCH  PIC X(01) VALUE 'N'.
017300         88  END-OF-HOLD-FILE              VALUE 'Y'.
017400     05  WS-NTCSTATE-EOF-SWITCH  PIC X(01) VALUE 'N'.
017500         88  END-OF-NOTICE-STATES          VALUE 'Y'.
017600     05  WS-HELD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
017700         88  ACCOUNT-IS-HELD               VALUE 'Y'.
017800     05  WS-NO-NOTICE-SWITCH     PIC X(01) VALUE 'N'.
017900         88  STATE-GETS-NO-NOTICE          VALUE 'Y'.
018000     05  WS-RUNLEDGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
018100         88  END-OF-RUN-LEDGER             VALUE 'Y'.
018200     05  WS-PRED-CLEAN-SWITCH    PIC X(01) VALUE 'N'.
018300         88  PREDECESSOR-RAN-CLEAN         VALUE 'Y'.
018400     05  WS-SELF-DONE-SWITCH     PIC X(01) VALUE 'N'.
018500         88  JOB-ALREADY-RAN-CLEAN         VALUE 'Y'.
018600     05  WS-LEDGER-OVR-SWITCH    PIC X(01) VALUE 'N'.
018700         88  LEDGER-OVERRIDE-REQUESTED     VALUE 'Y'.
018800*-----------------------------------------------------------------
018900* RUN DATE AND RUN-LEDGER CONTROLS.
019000*-----------------------------------------------------------------
019100 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
019200 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
019300 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
019400 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
019500 01  WS-RUN-LEDGER-CONTROLS.
019600     05  WS-LEDGER-JOB-NAME      PIC X(08) VALUE 'NOTIFY  '.
019700     05  WS-LEDGER-PRED-NAME     PIC X(08) VALUE 'MSTLOAD '.
019800     05  WS-LEDGER-EVENT-CODE    PIC X(05) VALUE SPACES.
019900     05  WS-LEDGER-OUTCOME-CODE  PIC X(05) VALUE SPACES.
020000*-----------------------------------------------------------------
020100* THE NOTICE IN HAND.  BOTH SOURCES BUILD THEIR CANDIDATE HERE
020200* AND 5000-ISSUE-NOTICE DECIDES WHETHER IT IS SENT.
020300*-----------------------------------------------------------------
020400 01  WS-CANDIDATE-NOTICE.
020500     05  WS-CAND-ACCOUNT-ID      PIC X(10).
020600     05  WS-CAND-NOTICE-TYPE     PIC X(03).
020700     05  WS-CAND-ACCOUNT-NAME    PIC X(20).
020800     05  WS-CAND-CONTACT-REF     PIC X(12).
020900     05  WS-CAND-OLD-STATE       PIC X(20).
021000     05  WS-CAND-NEW-STATE       PIC X(20).
021100     05  WS-CAND-EFFECTIVE-DATE  PIC 9(08).
021200     05  WS-CAND-TEST-STATE      PIC X(20).
021300     05  WS-CAND-DISPOSITION     PIC X(31).
021400*-----------------------------------------------------------------
021500* WORK FIELDS AND COUNTERS.
021600*-----------------------------------------------------------------
021700 01  WS-AUDIT-READ-CTR           PIC 9(07) COMP VALUE ZERO.
021800 01  WS-POWER-ONLY-CTR           PIC 9(07) COMP VALUE ZERO.
021900 01  WS-MAINT-AUDIT-READ-CTR     PIC 9(07) COMP VALUE ZERO.
022000 01  WS-MAINT-OTHER-CTR          PIC 9(07) COMP VALUE ZERO.
022100 01  WS-OLD-MASTER-READ-CTR      PIC 9(07) COMP VALUE ZERO.
022200 01  WS-CANDIDATE-CTR            PIC 9(07) COMP VALUE ZERO.
022300 01  WS-NOTICES-WRITTEN-CTR      PIC 9(07) COMP VALUE ZERO.
022400 01  WS-SUPPRESSED-HELD-CTR      PIC 9(07) COMP VALUE ZERO.
022500 01  WS-SKIPPED-STATE-CTR        PIC 9(07) COMP VALUE ZERO.
022600 01  WS-SUPPRESSED-NO-REF-CTR    PIC 9(07) COMP VALUE ZERO.
022700 01  WS-RETIREMENTS-CTR          PIC 9(07) COMP VALUE ZERO.
022800*-----------------------------------------------------------------
022900* HOLD TABLE -- THE HOLDS IN EFFECT ON THE RUN DATE.
023000*-----------------------------------------------------------------
023100 01  WS-HOLD-TABLE-CONTROLS.
023200     05  WS-HOLD-MAX-ENTRIES     PIC 9(04) COMP VALUE 500.
023300     05  WS-HOLD-TABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
023400 01  WS-HOLD-ACCOUNT-TABLE.
023500     05  WS-HOLD-ENTRY OCCURS 500 TIMES
023600                             INDEXED BY HLD-IDX.
023700         10  WS-HLD-TBL-ACCOUNT-ID   PIC X(10).
023800*-----------------------------------------------------------------
023900* NO-NOTICE STATE TABLE -- THE STATES FLAGGED 'N' ON THE
024000* NOTICE-STATE CONTROL FILE.
024100*-----------------------------------------------------------------
024200 01  WS-NSC-TABLE-CONTROLS.
024300     05  WS-NSC-MAX-ENTRIES      PIC 9(04) COMP VALUE 200.
024400     05  WS-NSC-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
024500 01  WS-NO-NOTICE-STATE-TABLE.
024600     05  WS-NSC-ENTRY OCCURS 200 TIMES
024700                             INDEXED BY NSC-IDX.
024800         10  WS-NSC-TBL-STATE        PIC X(20).
024900*-----------------------------------------------------------------
025000* MAINTENANCE ACTION TABLE -- THE NIGHT'S DEL AND REI ACTIONS,
025100* HELD UNTIL THE PRIOR NIGHT'S MASTER HAS BEEN PASSED FOR THE
025200* NAME AND CONTACT REFERENCE OF THE RETIRED ACCOUNTS.
025300*-----------------------------------------------------------------
025400 01  WS-MNT-TABLE-CONTROLS.
025500     05  WS-MNT-MAX-ENTRIES      PIC 9(04) COMP VALUE 1000.
025600     05  WS-MNT-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
025700 01  WS-MAINT-ACTION-TABLE.
025800     05  WS-MNT-ENTRY OCCURS 1000 TIMES
025900                             INDEXED BY MNT-IDX.
026000         10  WS-MNT-TBL-ACCOUNT-ID   PIC X(10).
026100         10  WS-MNT-TBL-NOTICE-TYPE  PIC X(03).
026200         10  WS-MNT-TBL-OLD-STATE    PIC X(20).
026300         10  WS-MNT-TBL-NEW-STATE    PIC X(20).
026400         10  WS-MNT-TBL-JOB-DATE     PIC 9(08).
026500         10  WS-MNT-TBL-ACCOUNT-NAME PIC X(20).
026600         10  WS-MNT-TBL-CONTACT-REF  PIC X(12).
026700*-----------------------------------------------------------------
026800* PRINT LINES FOR THE NOTICE REGISTER.
026900*-----------------------------------------------------------------
027000 01  WS-REPORT-LINE                  PIC X(133).
027100 01  WS-RPT-BLANK-LINE               PIC X(133) VALUE SPACES.
027200 01  WS-RPT-HEADER.
027300     05  FILLER                      PIC X(44)
027400             VALUE 'SPEKTRE-NOTIFY NOTICE REGISTER'.
027500     05  FILLER                      PIC X(10)
027600             VALUE ' RUN DATE '.
027700     05  WS-RPT-HDG-DATE             PIC 9(08).
027800     05  FILLER                      PIC X(71) VALUE SPACES.
027900 01  WS-RPT-COLUMNS.
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  FILLER                      PIC X(11) VALUE 'ACCOUNT-ID'.
028200     05  FILLER                      PIC X(04) VALUE 'TYP'.
028300     05  FILLER                      PIC X(21) VALUE 'NAME'.
028400     05  FILLER                      PIC X(13)
028500             VALUE 'CONTACT-REF'.
028600     05  FILLER                      PIC X(21) VALUE 'OLD STATE'.
028700     05  FILLER                      PIC X(21) VALUE 'NEW STATE'.
028800     05  FILLER                      PIC X(09) VALUE 'EFFECTIV'.
028900     05  FILLER                      PIC X(31)
029000             VALUE 'DISPOSITION'.
029100 01  WS-RPT-DETAIL-LINE.
029200     05  FILLER                      PIC X(02) VALUE SPACES.
029300     05  WS-RPT-ACCOUNT-ID           PIC X(10).
029400     05  FILLER                      PIC X(01) VALUE SPACES.
029500     05  WS-RPT-NOTICE-TYPE          PIC X(03).
029600     05  FILLER                      PIC X(01) VALUE SPACES.
029700     05  WS-RPT-ACCOUNT-NAME         PIC X(20).
029800     05  FILLER                      PIC X(01) VALUE SPACES.
029900     05  WS-RPT-CONTACT-REF          PIC X(12).
030000     05  FILLER                      PIC X(01) VALUE SPACES.
030100     05  WS-RPT-OLD-STATE            PIC X(20).
030200     05  FILLER                      PIC X(01) VALUE SPACES.
030300     05  WS-RPT-NEW-STATE            PIC X(20).
030400     05  FILLER                      PIC X(01) VALUE SPACES.
030500     05  WS-RPT-EFFECTIVE-DATE       PIC 9(08).
030600     05  FILLER                      PIC X(01) VALUE SPACES.
030700     05  WS-RPT-DISPOSITION          PIC X(31).
030800 01  WS-RPT-SECTION-LINE.
030900     05  WS-RPT-SECTION-TITLE        PIC X(60).
031000     05  FILLER                      PIC X(73) VALUE SPACES.
031100 01  WS-RPT-TOTAL-LINE.
031200     05  FILLER                      PIC X(04) VALUE SPACES.
031300     05  WS-RPT-TOTAL-LABEL          PIC X(40).
031400     05  WS-RPT-TOTAL-VALUE          PIC Z,ZZZ,ZZ9.
031500     05  FILLER                      PIC X(80) VALUE SPACES.
031600*-----------------------------------------------------------------
031700 PROCEDURE DIVISION.
031800*=================================================================
031900 0000-MAINLINE-CONTROL.
032000*=================================================================
032100     PERFORM 1000-INITIALIZE-JOB
032200         THRU 1000-EXIT.
032300
032400     PERFORM 2000-OVERRIDE-NOTICES
032500         THRU 2000-EXIT.
032600
032700     PERFORM 3000-LOAD-MAINT-ACTIONS
032800         THRU 3000-EXIT.
032900     PERFORM 3500-FIND-RETIRED-DETAILS
033000         THRU 3500-EXIT.
033100     PERFORM 4000-MAINT-NOTICES
033200         THRU 4000-EXIT.
033300
033400     PERFORM 9000-TERMINATE-JOB
033500         THRU 9000-EXIT.
033600
033700     STOP RUN.
033800*=================================================================
033900 1000-INITIALIZE-JOB.
034000*=================================================================
034100     DISPLAY '>> [COBOL] SPEKTRE-NOTIFY NOTIFICATION FEED...'.
034200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
034300     ACCEPT WS-CURRENT-TIME FROM TIME.
034400
034500     OPEN INPUT PARM-CONTROL-FILE.
034600     IF WS-PARMCARD-STATUS = '00'
034700         READ PARM-CONTROL-FILE
034800             AT END
034900                 MOVE WS-CURRENT-DATE TO WS-RUN-DATE
035000             NOT AT END
035100                 IF PARM-AS-OF-DATE NUMERIC
035200                    AND PARM-AS-OF-DATE > ZERO
035300                     MOVE PARM-AS-OF-DATE TO WS-RUN-DATE
035400                 ELSE
035500                     MOVE WS-CURRENT-DATE TO WS-RUN-DATE
035600                 END-IF
035700                 IF PARM-LEDGER-OVERRIDE-YES
035800                     MOVE 'Y' TO WS-LEDGER-OVR-SWITCH
035900                 END-IF
036000         END-READ
036100         CLOSE PARM-CONTROL-FILE
036200     ELSE
036300         MOVE WS-CURRENT-DATE TO WS-RUN-DATE
036400     END-IF.
036500
036600     PERFORM 1900-VERIFY-RUN-LEDGER
036700         THRU 1900-EXIT.
036800
036900     OPEN INPUT ACCOUNT-MASTER-FILE.
037000     IF WS-ACCTMST-STATUS NOT = '00'
037100         DISPLAY '>> [COBOL] UNABLE TO OPEN ACCOUNT-MASTER-'
037200             'FILE, STATUS ' WS-ACCTMST-STATUS '.  JOB ABORTED.'
037300         MOVE 16 TO WS-RETURN-CODE
037400         MOVE WS-RETURN-CODE TO RETURN-CODE
037500         STOP RUN
037600     END-IF.
037700     OPEN OUTPUT NOTICE-FILE.
037800     IF WS-NTCFILE-STATUS NOT = '00'
037900         DISPLAY '>> [COBOL] UNABLE TO OPEN NOTICE-FILE, '
038000             'STATUS ' WS-NTCFILE-STATUS '.  JOB ABORTED.'
038100         MOVE 16 TO WS-RETURN-CODE
038200         MOVE WS-RETURN-CODE TO RETURN-CODE
038300         STOP RUN
038400     END-IF.
038500     OPEN OUTPUT NOTICE-REGISTER.
038600     IF WS-NTCRGST-STATUS NOT = '00'
038700         DISPLAY '>> [COBOL] UNABLE TO OPEN NOTICE-REGISTER, '
038800             'STATUS ' WS-NTCRGST-STATUS '.  JOB ABORTED.'
038900         MOVE 16 TO WS-RETURN-CODE
039000         MOVE WS-RETURN-CODE TO RETURN-CODE
039100         STOP RUN
039200     END-IF.
039300
039400     MOVE SPACES          TO NOTICE-HEADER-RECORD.
039500     MOVE 'H'             TO NTC-HDR-RECORD-TYPE.
039600     MOVE WS-CURRENT-DATE TO NTC-HDR-NOTICE-DATE.
039700     MOVE WS-CURRENT-TIME TO NTC-HDR-NOTICE-TIME.
039800     MOVE 'SPEKTRE'       TO NTC-HDR-SOURCE-SYSTEM.
039900     WRITE NOTICE-HEADER-RECORD.
040000
040100     MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE.
040200     MOVE WS-RPT-HEADER TO WS-REPORT-LINE.
040300     WRITE NOTICE-REGISTER-RECORD FROM WS-REPORT-LINE.
040400     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-BLANK-LINE.
040500     MOVE WS-RPT-COLUMNS TO WS-REPORT-LINE.
040600     WRITE NOTICE-REGISTER-RECORD FROM WS-REPORT-LINE.
040700
040800     PERFORM 1800-LOAD-HOLD-TABLE
040900         THRU 1800-EXIT.
041000     PERFORM 1850-LOAD-NO-NOTICE-STATES
041100         THRU 1850-EXIT.
041200 1000-EXIT.
041300     EXIT.
041400*=================================================================
041500 1800-LOAD-HOLD-TABLE.
041600*=================================================================
041700*    LOADS THE HOLDS IN EFFECT ON THE RUN DATE.  A MISSING
041800*    FILE SIMPLY MEANS THERE ARE NO HOLDS; ANY OTHER OPEN
041810*    FAILURE ABORTS THE JOB RATHER THAN NOTIFY HELD ACCOUNTS.
041900*=================================================================
042000     OPEN INPUT HOLD-ACCOUNT-FILE.
042010     IF WS-HOLDFILE-STATUS = '35'
042020         GO TO 1800-EXIT
042030     END-IF.
042100     IF WS-HOLDFILE-STATUS NOT = '00'
042200         DISPLAY '>> [COBOL] UNABLE TO OPEN HOLD-ACCOUNT-FILE, '
042210             'STATUS ' WS-HOLDFILE-STATUS '.  JOB ABORTED.'
042220         MOVE 16 TO WS-RETURN-CODE
042230         MOVE WS-RETURN-CODE TO RETURN-CODE
042240         STOP RUN
042300     END-IF.
042400     PERFORM 1810-LOAD-ONE-HOLD-RECORD
042500         THRU 1810-EXIT
042600         UNTIL END-OF-HOLD-FILE.
042700     CLOSE HOLD-ACCOUNT-FILE.
042800 1800-EXIT.
042900     EXIT.
043000*=================================================================
043100 1810-LOAD-ONE-HOLD-RECORD.
043200*=================================================================
043300     READ HOLD-ACCOUNT-FILE
043400         AT END
043500             MOVE 'Y' TO WS-HOLDFILE-EOF-SWITCH
043600             GO TO 1810-EXIT
043700     END-READ.
043800     IF HLD-EFFECTIVE-DATE NOT NUMERIC
043900         MOVE ZERO TO HLD-EFFECTIVE-DATE
044000     END-IF.
044100     IF HLD-EXPIRY-DATE NOT NUMERIC
044200         MOVE ZERO TO HLD-EXPIRY-DATE
044300     END-IF.
044400     IF HLD-EFFECTIVE-DATE > WS-RUN-DATE
044500         GO TO 1810-EXIT
044600     END-IF.
044700     IF HLD-EXPIRY-DATE > ZERO
044800        AND HLD-EXPIRY-DATE < WS-RUN-DATE
044900         GO TO 1810-EXIT
045000     END-IF.
045100     IF WS-HOLD-TABLE-COUNT < WS-HOLD-MAX-ENTRIES
045200         ADD 1 TO WS-HOLD-TABLE-COUNT
045300         SET HLD-IDX TO WS-HOLD-TABLE-COUNT
045400         MOVE HLD-ACCOUNT-ID
045500             TO WS-HLD-TBL-ACCOUNT-ID (HLD-IDX)
045600     ELSE
045700         DISPLAY '>> [COBOL] *** HOLD-ACCOUNT TABLE EXCEEDS '
045800             WS-HOLD-MAX-ENTRIES ' ENTRIES.  ACCOUNT '
045900             HLD-ACCOUNT-ID ' IS NOT PROTECTED. ***'
046000         MOVE 8 TO WS-RETURN-CODE
046100     END-IF.
046200 1810-EXIT.
046300     EXIT.
046400*=================================================================
046500 1850-LOAD-NO-NOTICE-STATES.
046600*=================================================================
046700*    A MISSING CONTROL FILE MEANS EVERY STATE GETS A NOTICE;
046710*    ANY OTHER OPEN FAILURE ABORTS THE JOB.
046800*=================================================================
046900     OPEN INPUT NOTICE-STATE-CONTROL-FILE.
047000     IF WS-NTCSTATE-STATUS = '35'
047100         DISPLAY '>> [COBOL] NO NOTICE-STATE CONTROL FILE ON '
047200             'HAND -- EVERY STATE GETS A NOTICE.'
047300         GO TO 1850-EXIT
047310     END-IF.
047320     IF WS-NTCSTATE-STATUS NOT = '00'
047330         DISPLAY '>> [COBOL] UNABLE TO OPEN NOTICE-STATE-CONTROL-'
047340             'FILE, STATUS ' WS-NTCSTATE-STATUS '.  JOB ABORTED.'
047350         MOVE 16 TO WS-RETURN-CODE
047360         MOVE WS-RETURN-CODE TO RETURN-CODE
047370         STOP RUN
047400     END-IF.
047500     PERFORM 1860-LOAD-ONE-NOTICE-STATE
047600         THRU 1860-EXIT
047700         UNTIL END-OF-NOTICE-STATES.
047800     CLOSE NOTICE-STATE-CONTROL-FILE.
047900 1850-EXIT.
048000     EXIT.
048100*=================================================================
048200 1860-LOAD-ONE-NOTICE-STATE.
048300*=================================================================
048400     READ NOTICE-STATE-CONTROL-FILE
048500         AT END
048600             MOVE 'Y' TO WS-NTCSTATE-EOF-SWITCH
048700             GO TO 1860-EXIT
048800     END-READ.
048900     IF NOT NSC-NO-NOTICE
049000         GO TO 1860-EXIT
049100     END-IF.
049200     IF WS-NSC-TABLE-COUNT < WS-NSC-MAX-ENTRIES
049300         ADD 1 TO WS-NSC-TABLE-COUNT
049400         SET NSC-IDX TO WS-NSC-TABLE-COUNT
049500         MOVE NSC-CURRENT-STATE
049600             TO WS-NSC-TBL-STATE (NSC-IDX)
049700     ELSE
049800         DISPLAY '>> [COBOL] *** NO-NOTICE STATE TABLE EXCEEDS '
049900             WS-NSC-MAX-ENTRIES ' ENTRIES.  STATE '
050000             NSC-CURRENT-STATE ' WILL BE NOTIFIED. ***'
050100         MOVE 8 TO WS-RETURN-CODE
050200     END-IF.
050300 1860-EXIT.
050400     EXIT.
050500*=================================================================
050600 1900-VERIFY-RUN-LEDGER.
050700*=================================================================
050800*    REFUSES TO START UNLESS SPEKTRE-MSTLOAD COMPLETED CLEAN
050900*    FOR THE RUN DATE, AND REFUSES A SECOND CLEAN RUN FOR ONE
051000*    DATE -- THE VENDOR WOULD MAIL EVERY NOTICE TWICE -- UNLESS
051100*    THE OPERATOR OVERRIDE PARM IS SUPPLIED.
051200*=================================================================
051300     OPEN INPUT RUN-LEDGER-FILE.
051400     IF WS-RUNLEDGR-STATUS = '35'
051500         DISPLAY '>> [COBOL] NO RUN LEDGER ON HAND -- '
051600             'STARTING A NEW ONE.'
051700     ELSE
051800         IF WS-RUNLEDGR-STATUS NOT = '00'
051900             DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
052000                 'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
052100             MOVE 16 TO WS-RETURN-CODE
052200             MOVE WS-RETURN-CODE TO RETURN-CODE
052300             STOP RUN
052400         END-IF
052500         PERFORM 1910-SCAN-ONE-LEDGER-RECORD
052600             THRU 1910-EXIT
052700             UNTIL END-OF-RUN-LEDGER
052800         CLOSE RUN-LEDGER-FILE
052900     END-IF.
053000     IF LEDGER-OVERRIDE-REQUESTED
053100         DISPLAY '>> [COBOL] RUN-LEDGER CHECK BYPASSED BY '
053200             'OPERATOR OVERRIDE.'
053300         GO TO 1900-WRITE-START
053400     END-IF.
053500     IF JOB-ALREADY-RAN-CLEAN
053600         DISPLAY '>> [COBOL] *** SPEKTRE-NOTIFY ALREADY '
053700             'COMPLETED CLEAN FOR ' WS-RUN-DATE
053800             '.  RERUN REFUSED -- SUPPLY THE LEDGER-OVERRIDE '
053900             'PARM FOR A GENUINE RERUN. ***'
054000         MOVE 16 TO WS-RETURN-CODE
054100         MOVE WS-RETURN-CODE TO RETURN-CODE
054200         STOP RUN
054300     END-IF.
054400     IF NOT PREDECESSOR-RAN-CLEAN
054500         DISPLAY '>> [COBOL] *** PREDECESSOR '
054600             WS-LEDGER-PRED-NAME ' HAS NOT COMPLETED CLEAN '
054700             'FOR ' WS-RUN-DATE '.  JOB REFUSED. ***'
054800         MOVE 16 TO WS-RETURN-CODE
054900         MOVE WS-RETURN-CODE TO RETURN-CODE
055000         STOP RUN
055100     END-IF.
055200 1900-WRITE-START.
055300     MOVE 'START' TO WS-LEDGER-EVENT-CODE.
055400     MOVE SPACES  TO WS-LEDGER-OUTCOME-CODE.
055500     PERFORM 1950-WRITE-RUN-LEDGER
055600         THRU 1950-EXIT.
055700 1900-EXIT.
055800     EXIT.
055900*=================================================================
056000 1910-SCAN-ONE-LEDGER-RECORD.
056100*=================================================================
056200     READ RUN-LEDGER-FILE
056300         AT END
056400             MOVE 'Y' TO WS-RUNLEDGR-EOF-SWITCH
056500             GO TO 1910-EXIT
056600     END-READ.
056700     IF LDG-BUSINESS-DATE = WS-RUN-DATE
056800        AND LDG-EVENT-END
056900        AND LDG-OUTCOME-CLEAN
057000         IF LDG-JOB-NAME = WS-LEDGER-PRED-NAME
057100             MOVE 'Y' TO WS-PRED-CLEAN-SWITCH
057200         END-IF
057300         IF LDG-JOB-NAME = WS-LEDGER-JOB-NAME
057400             MOVE 'Y' TO WS-SELF-DONE-SWITCH
057500         END-IF
057600     END-IF.
057700 1910-EXIT.
057800     EXIT.
057900*=================================================================
058000 1950-WRITE-RUN-LEDGER.
058100*=================================================================
058200     OPEN EXTEND RUN-LEDGER-FILE.
058300     IF WS-RUNLEDGR-STATUS = '35'
058400         OPEN OUTPUT RUN-LEDGER-FILE
058500     END-IF.
058600     IF WS-RUNLEDGR-STATUS NOT = '00'
058700         DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
058800             'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
058900         MOVE 16 TO WS-RETURN-CODE
059000         MOVE WS-RETURN-CODE TO RETURN-CODE
059100         STOP RUN
059200     END-IF.
059300     ACCEPT WS-CURRENT-TIME FROM TIME.
059400     MOVE SPACES                 TO RUN-LEDGER-RECORD.
059500     MOVE WS-LEDGER-JOB-NAME     TO LDG-JOB-NAME.
059600     MOVE WS-RUN-DATE            TO LDG-BUSINESS-DATE.
059700     MOVE WS-LEDGER-EVENT-CODE   TO LDG-EVENT-CODE.
059800     MOVE WS-LEDGER-OUTCOME-CODE TO LDG-OUTCOME-CODE.
059900     MOVE WS-CURRENT-DATE        TO LDG-EVENT-DATE.
060000     MOVE WS-CURRENT-TIME        TO LDG-EVENT-TIME.
060100     WRITE RUN-LEDGER-RECORD.
060200     CLOSE RUN-LEDGER-FILE.
060300 1950-EXIT.
060400     EXIT.
060500*=================================================================
060600 2000-OVERRIDE-NOTICES.
060700*=================================================================
060800*    ONE NOTICE PER AUDIT RECORD WHOSE CURRENT-STATE MOVED.  A
060900*    MISSING AUDIT LOG MEANS SPEKTRE-OVERRIDE CHANGED NOTHING.
061000*=================================================================
061100     OPEN INPUT AUDIT-LOG-FILE.
061200     IF WS-AUDITLOG-STATUS = '35'
061300         DISPLAY '>> [COBOL] NO AUDIT-LOG-FILE ON HAND -- '
061400             'NO STATE CHANGES TO NOTIFY.'
061500         GO TO 2000-EXIT
061600     END-IF.
061700     IF WS-AUDITLOG-STATUS NOT = '00'
061800         DISPLAY '>> [COBOL] UNABLE TO OPEN AUDIT-LOG-FILE, '
061900             'STATUS ' WS-AUDITLOG-STATUS '.  JOB ABORTED.'
062000         MOVE 16 TO WS-RETURN-CODE
062100         MOVE WS-RETURN-CODE TO RETURN-CODE
062200         STOP RUN
062300     END-IF.
062400     PERFORM 2100-NOTIFY-ONE-AUDIT-RECORD
062500         THRU 2100-EXIT
062600         UNTIL END-OF-AUDIT-LOG.
062700     CLOSE AUDIT-LOG-FILE.
062800 2000-EXIT.
062900     EXIT.
063000*=================================================================
063100 2100-NOTIFY-ONE-AUDIT-RECORD.
063200*=================================================================
063300     READ AUDIT-LOG-FILE
063400         AT END
063500             MOVE 'Y' TO WS-AUDITLOG-EOF-SWITCH
063600             GO TO 2100-EXIT
063700     END-READ.
063800     ADD 1 TO WS-AUDIT-READ-CTR.
063900     IF AUD-NEW-STATE = AUD-OLD-STATE
064000         ADD 1 TO WS-POWER-ONLY-CTR
064100         GO TO 2100-EXIT
064200     END-IF.
064300     MOVE SPACES            TO WS-CANDIDATE-NOTICE.
064400     MOVE AUD-ACCOUNT-ID    TO WS-CAND-ACCOUNT-ID.
064500     MOVE 'STC'             TO WS-CAND-NOTICE-TYPE.
064600     MOVE AUD-OLD-STATE     TO WS-CAND-OLD-STATE.
064700     MOVE AUD-NEW-STATE     TO WS-CAND-NEW-STATE.
064800     MOVE AUD-NEW-STATE     TO WS-CAND-TEST-STATE.
064900     MOVE AUD-JOB-DATE      TO WS-CAND-EFFECTIVE-DATE.
065000     MOVE AUD-ACCOUNT-ID    TO MST-ACCOUNT-ID.
065100     READ ACCOUNT-MASTER-FILE
065200         INVALID KEY
065300             CONTINUE
065400         NOT INVALID KEY
065500             MOVE MST-ACCOUNT-NAME TO WS-CAND-ACCOUNT-NAME
065600             MOVE MST-CONTACT-REF  TO WS-CAND-CONTACT-REF
065700     END-READ.
065800     PERFORM 5000-ISSUE-NOTICE
065900         THRU 5000-EXIT.
066000 2100-EXIT.
066100     EXIT.
066200*=================================================================
066300 3000-LOAD-MAINT-ACTIONS.
066400*=================================================================
066500*    TABLES THE NIGHT'S DEL AND REI ACTIONS.  A MISSING
066600*    MAINTENANCE AUDIT FILE MEANS SPEKTRE-MAINT APPLIED NOTHING.
066700*=================================================================
066800     OPEN INPUT MAINT-AUDIT-FILE.
066900     IF WS-MNTAUDIT-STATUS = '35'
067000         DISPLAY '>> [COBOL] NO MAINT-AUDIT-FILE ON HAND -- '
067100             'NO RETIREMENTS OR REINSTATEMENTS TO NOTIFY.'
067200         GO TO 3000-EXIT
067300     END-IF.
067400     IF WS-MNTAUDIT-STATUS NOT = '00'
067500         DISPLAY '>> [COBOL] UNABLE TO OPEN MAINT-AUDIT-FILE, '
067600             'STATUS ' WS-MNTAUDIT-STATUS '.  JOB ABORTED.'
067700         MOVE 16 TO WS-RETURN-CODE
067800         MOVE WS-RETURN-CODE TO RETURN-CODE
067900         STOP RUN
068000     END-IF.
068100     PERFORM 3100-LOAD-ONE-MAINT-ACTION
068200         THRU 3100-EXIT
068300         UNTIL END-OF-MAINT-AUDIT.
068400     CLOSE MAINT-AUDIT-FILE.
068500 3000-EXIT.
068600     EXIT.
068700*=================================================================
068800 3100-LOAD-ONE-MAINT-ACTION.
068900*=================================================================
069000*    A REINSTATED ACCOUNT IS BACK ON TONIGHT'S MASTER, SO ITS
069100*    NAME AND CONTACT REFERENCE ARE READ FROM IT HERE.
069200*=================================================================
069300     READ MAINT-AUDIT-FILE
069400         AT END
069500             MOVE 'Y' TO WS-MNTAUDIT-EOF-SWITCH
069600             GO TO 3100-EXIT
069700     END-READ.
069800     ADD 1 TO WS-MAINT-AUDIT-READ-CTR.
069900     IF MAU-ACTION-CODE NOT = 'DEL'
070000        AND MAU-ACTION-CODE NOT = 'REI'
070100         ADD 1 TO WS-MAINT-OTHER-CTR
070200         GO TO 3100-EXIT
070300     END-IF.
070400     IF WS-MNT-TABLE-COUNT NOT < WS-MNT-MAX-ENTRIES
070500         DISPLAY '>> [COBOL] *** MAINTENANCE ACTION TABLE '
070600             'EXCEEDS ' WS-MNT-MAX-ENTRIES ' ENTRIES.  NO '
070700             'NOTICE FOR ' MAU-ACTION-CODE ' OF ACCOUNT '
070800             MAU-ACCOUNT-ID '. ***'
070900         MOVE 8 TO WS-RETURN-CODE
071000         GO TO 3100-EXIT
071100     END-IF.
071200     ADD 1 TO WS-MNT-TABLE-COUNT.
071300     SET MNT-IDX TO WS-MNT-TABLE-COUNT.
071400     MOVE MAU-ACCOUNT-ID  TO WS-MNT-TBL-ACCOUNT-ID (MNT-IDX).
071500     MOVE MAU-OLD-STATE   TO WS-MNT-TBL-OLD-STATE (MNT-IDX).
071600     MOVE MAU-NEW-STATE   TO WS-MNT-TBL-NEW-STATE (MNT-IDX).
071700     MOVE MAU-JOB-DATE    TO WS-MNT-TBL-JOB-DATE (MNT-IDX).
071800     MOVE SPACES          TO WS-MNT-TBL-ACCOUNT-NAME (MNT-IDX).
071900     MOVE SPACES          TO WS-MNT-TBL-CONTACT-REF (MNT-IDX).
072000     IF MAU-ACTION-CODE = 'DEL'
072100         MOVE 'RET' TO WS-MNT-TBL-NOTICE-TYPE (MNT-IDX)
072200         ADD 1 TO WS-RETIREMENTS-CTR
072300         GO TO 3100-EXIT
072400     END-IF.
072500     MOVE 'REI' TO WS-MNT-TBL-NOTICE-TYPE (MNT-IDX).
072600     MOVE MAU-ACCOUNT-ID TO MST-ACCOUNT-ID.
072700     READ ACCOUNT-MASTER-FILE
072800         INVALID KEY
072900             CONTINUE
073000         NOT INVALID KEY
073100             MOVE MST-ACCOUNT-NAME
073200                 TO WS-MNT-TBL-ACCOUNT-NAME (MNT-IDX)
073300             MOVE MST-CONTACT-REF
073400                 TO WS-MNT-TBL-CONTACT-REF (MNT-IDX)
073500     END-READ.
073600 3100-EXIT.
073700     EXIT.
073800*=================================================================
073900 3500-FIND-RETIRED-DETAILS.
074000*=================================================================
074100*    A RETIRED ACCOUNT IS GONE FROM TONIGHT'S MASTER.  ONE PASS
074200*    OF THE PRIOR NIGHT'S FLAT MASTER PICKS UP ITS NAME AND
074300*    CONTACT REFERENCE.  THE PASS IS SKIPPED ON A NIGHT WITH NO
074400*    RETIREMENTS; WITHOUT THE FILE THE NOTICES ARE HELD BACK
074500*    FOR WANT OF A CONTACT REFERENCE.
074600*=================================================================
074700     IF WS-RETIREMENTS-CTR = ZERO
074800         GO TO 3500-EXIT
074900     END-IF.
075000     OPEN INPUT OLD-MASTER-FILE.
075100     IF WS-OLDMAST-STATUS NOT = '00'
075200         DISPLAY '>> [COBOL] UNABLE TO OPEN OLD-MASTER-FILE, '
075300             'STATUS ' WS-OLDMAST-STATUS
075400             ' -- RETIRED ACCOUNTS HAVE NO CONTACT REFERENCE.'
075500         GO TO 3500-EXIT
075600     END-IF.
075700     PERFORM 3510-MATCH-ONE-OLD-MASTER
075800         THRU 3510-EXIT
075900         UNTIL END-OF-OLD-MASTER.
076000     CLOSE OLD-MASTER-FILE.
076100 3500-EXIT.
076200     EXIT.
076300*=================================================================
076400 3510-MATCH-ONE-OLD-MASTER.
076500*=================================================================
076600     READ OLD-MASTER-FILE
076700         AT END
076800             MOVE 'Y' TO WS-OLDMAST-EOF-SWITCH
076900             GO TO 3510-EXIT
077000     END-READ.
077100     ADD 1 TO WS-OLD-MASTER-READ-CTR.
077200     SET MNT-IDX TO 1.
077300     PERFORM 3520-SCAN-ONE-MAINT-ENTRY
077400         THRU 3520-EXIT
077500         UNTIL MNT-IDX > WS-MNT-TABLE-COUNT.
077600 3510-EXIT.
077700     EXIT.
077800*=================================================================
077900 3520-SCAN-ONE-MAINT-ENTRY.
078000*=================================================================
078100     IF WS-MNT-TBL-ACCOUNT-ID (MNT-IDX) = SPKT-OUT-ACCOUNT-ID
078200        AND WS-MNT-TBL-NOTICE-TYPE (MNT-IDX) = 'RET'
078300         MOVE SPKT-OUT-ACCOUNT-NAME
078400             TO WS-MNT-TBL-ACCOUNT-NAME (MNT-IDX)
078500         MOVE SPKT-OUT-CONTACT-REF
078600             TO WS-MNT-TBL-CONTACT-REF (MNT-IDX)
078700     END-IF.
078800     SET MNT-IDX UP BY 1.
078900 3520-EXIT.
079000     EXIT.
079100*=================================================================
079200 4000-MAINT-NOTICES.
079300*=================================================================
079400     SET MNT-IDX TO 1.
079500     PERFORM 4100-NOTIFY-ONE-MAINT-ACTION
079600         THRU 4100-EXIT
079700         UNTIL MNT-IDX > WS-MNT-TABLE-COUNT.
079800 4000-EXIT.
079900     EXIT.
080000*=================================================================
080100 4100-NOTIFY-ONE-MAINT-ACTION.
080200*=================================================================
080300*    A RETIREMENT IS TESTED AGAINST THE NO-NOTICE STATES BY THE
080400*    STATE THE ACCOUNT WAS RETIRED FROM.
080500*=================================================================
080600     MOVE SPACES TO WS-CANDIDATE-NOTICE.
080700     MOVE WS-MNT-TBL-ACCOUNT-ID (MNT-IDX)
080800         TO WS-CAND-ACCOUNT-ID.
080900     MOVE WS-MNT-TBL-NOTICE-TYPE (MNT-IDX)
081000         TO WS-CAND-NOTICE-TYPE.
081100     MOVE WS-MNT-TBL-ACCOUNT-NAME (MNT-IDX)
081200         TO WS-CAND-ACCOUNT-NAME.
081300     MOVE WS-MNT-TBL-CONTACT-REF (MNT-IDX)
081400         TO WS-CAND-CONTACT-REF.
081500     MOVE WS-MNT-TBL-OLD-STATE (MNT-IDX)
081600         TO WS-CAND-OLD-STATE.
081700     MOVE WS-MNT-TBL-NEW-STATE (MNT-IDX)
081800         TO WS-CAND-NEW-STATE.
081900     MOVE WS-MNT-TBL-JOB-DATE (MNT-IDX)
082000         TO WS-CAND-EFFECTIVE-DATE.
082100     IF WS-CAND-NOTICE-TYPE = 'RET'
082200         MOVE WS-CAND-OLD-STATE TO WS-CAND-TEST-STATE
082300     ELSE
082400         MOVE WS-CAND-NEW-STATE TO WS-CAND-TEST-STATE
082500     END-IF.
082600     PERFORM 5000-ISSUE-NOTICE
082700         THRU 5000-EXIT.
082800     SET MNT-IDX UP BY 1.
082900 4100-EXIT.
083000     EXIT.
083100*=================================================================
083200 5000-ISSUE-NOTICE.
083300*=================================================================
083400*    WRITES THE CANDIDATE NOTICE UNLESS THE ACCOUNT IS HELD,
083500*    ITS STATE IS FLAGGED NO NOTICE, OR THERE IS NO CONTACT
083600*    REFERENCE TO WRITE TO, AND LISTS IT ON THE REGISTER
083700*    EITHER WAY.
083800*=================================================================
083900     ADD 1 TO WS-CANDIDATE-CTR.
084000     MOVE 'N' TO WS-HELD-FOUND-SWITCH.
084100     SET HLD-IDX TO 1.
084200     PERFORM 5100-SCAN-HOLD-ENTRY
084300         THRU 5100-EXIT
084400         UNTIL HLD-IDX > WS-HOLD-TABLE-COUNT
084500            OR ACCOUNT-IS-HELD.
084600     IF ACCOUNT-IS-HELD
084700         MOVE 'SUPPRESSED - ACCOUNT ON HOLD'
084800             TO WS-CAND-DISPOSITION
084900         ADD 1 TO WS-SUPPRESSED-HELD-CTR
085000         GO TO 5000-REGISTER
085100     END-IF.
085200     MOVE 'N' TO WS-NO-NOTICE-SWITCH.
085300     SET NSC-IDX TO 1.
085400     PERFORM 5200-SCAN-NO-NOTICE-STATE
085500         THRU 5200-EXIT
085600         UNTIL NSC-IDX > WS-NSC-TABLE-COUNT
085700            OR STATE-GETS-NO-NOTICE.
085800     IF STATE-GETS-NO-NOTICE
085900         MOVE 'SKIPPED - NO-NOTICE STATE'
086000             TO WS-CAND-DISPOSITION
086100         ADD 1 TO WS-SKIPPED-STATE-CTR
086200         GO TO 5000-REGISTER
086300     END-IF.
086400     IF WS-CAND-CONTACT-REF = SPACES
086500         MOVE 'SUPPRESSED - NO CONTACT REF'
086600             TO WS-CAND-DISPOSITION
086700         ADD 1 TO WS-SUPPRESSED-NO-REF-CTR
086800         IF WS-RETURN-CODE < 4
086900             MOVE 4 TO WS-RETURN-CODE
087000         END-IF
087100         GO TO 5000-REGISTER
087200     END-IF.
087300     MOVE SPACES                 TO NOTICE-DETAIL-RECORD.
087400     MOVE 'D'                    TO NTC-RECORD-TYPE.
087500     MOVE WS-CAND-ACCOUNT-ID     TO NTC-ACCOUNT-ID.
087600     MOVE WS-CAND-NOTICE-TYPE    TO NTC-NOTICE-TYPE.
087700     MOVE WS-CAND-ACCOUNT-NAME   TO NTC-ACCOUNT-NAME.
087800     MOVE WS-CAND-CONTACT-REF    TO NTC-CONTACT-REF.
087900     MOVE WS-CAND-OLD-STATE      TO NTC-OLD-STATE.
088000     MOVE WS-CAND-NEW-STATE      TO NTC-NEW-STATE.
088100     MOVE WS-CAND-EFFECTIVE-DATE TO NTC-EFFECTIVE-DATE.
088200     WRITE NOTICE-DETAIL-RECORD.
088300     ADD 1 TO WS-NOTICES-WRITTEN-CTR.
088400     MOVE 'SENT' TO WS-CAND-DISPOSITION.
088500 5000-REGISTER.
088600     MOVE WS-CAND-ACCOUNT-ID     TO WS-RPT-ACCOUNT-ID.
088700     MOVE WS-CAND-NOTICE-TYPE    TO WS-RPT-NOTICE-TYPE.
088800     MOVE WS-CAND-ACCOUNT-NAME   TO WS-RPT-ACCOUNT-NAME.
088900     MOVE WS-CAND-CONTACT-REF    TO WS-RPT-CONTACT-REF.
089000     MOVE WS-CAND-OLD-STATE      TO WS-RPT-OLD-STATE.
089100     MOVE WS-CAND-NEW-STATE      TO WS-RPT-NEW-STATE.
089200     MOVE WS-CAND-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE.
089300     MOVE WS-CAND-DISPOSITION    TO WS-RPT-DISPOSITION.
089400     MOVE WS-RPT-DETAIL-LINE TO WS-REPORT-LINE.
089500     WRITE NOTICE-REGISTER-RECORD FROM WS-REPORT-LINE.
089600 5000-EXIT.
089700     EXIT.
089800*=================================================================
089900 5100-SCAN-HOLD-ENTRY.
090000*=================================================================
090100     IF WS-HLD-TBL-ACCOUNT-ID (HLD-IDX) = WS-CAND-ACCOUNT-ID
090200         MOVE 'Y' TO WS-HELD-FOUND-SWITCH
090300     ELSE
090400         SET HLD-IDX UP BY 1
090500     END-IF.
090600 5100-EXIT.
090700     EXIT.
090800*=================================================================
090900 5200-SCAN-NO-NOTICE-STATE.
091000*=================================================================
091100     IF WS-NSC-TBL-STATE (NSC-IDX) = WS-CAND-TEST-STATE
091200         MOVE 'Y' TO WS-NO-NOTICE-SWITCH
091300     ELSE
091400         SET NSC-IDX UP BY 1
091500     END-IF.
091600 5200-EXIT.
091700     EXIT.
091800*=================================================================
091900 8000-PRINT-TOTALS.
092000*=================================================================
092100     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-BLANK-LINE.
092200     MOVE 'REGISTER TOTALS' TO WS-RPT-SECTION-TITLE.
092300     MOVE WS-RPT-SECTION-LINE TO WS-REPORT-LINE.
092400     WRITE NOTICE-REGISTER-RECORD FROM WS-REPORT-LINE.
092500     MOVE 'OVERRIDE AUDIT RECORDS READ' TO WS-RPT-TOTAL-LABEL.
092600     MOVE WS-AUDIT-READ-CTR TO WS-RPT-TOTAL-VALUE.
092700     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
092800     MOVE '  POWER-LEVEL ONLY (NOT NOTIFIED)'
092900         TO WS-RPT-TOTAL-LABEL.
093000     MOVE WS-POWER-ONLY-CTR TO WS-RPT-TOTAL-VALUE.
093100     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
093200     MOVE 'MAINTENANCE AUDIT RECORDS READ'
093300         TO WS-RPT-TOTAL-LABEL.
093400     MOVE WS-MAINT-AUDIT-READ-CTR TO WS-RPT-TOTAL-VALUE.
093500     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
093600     MOVE '  ADD/CHG (NOT NOTIFIED)' TO WS-RPT-TOTAL-LABEL.
093700     MOVE WS-MAINT-OTHER-CTR TO WS-RPT-TOTAL-VALUE.
093800     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
093900     MOVE 'NOTICES CONSIDERED' TO WS-RPT-TOTAL-LABEL.
094000     MOVE WS-CANDIDATE-CTR TO WS-RPT-TOTAL-VALUE.
094100     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
094200     MOVE '  SENT' TO WS-RPT-TOTAL-LABEL.
094300     MOVE WS-NOTICES-WRITTEN-CTR TO WS-RPT-TOTAL-VALUE.
094400     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
094500     MOVE '  SUPPRESSED - ACCOUNT ON HOLD'
094600         TO WS-RPT-TOTAL-LABEL.
094700     MOVE WS-SUPPRESSED-HELD-CTR TO WS-RPT-TOTAL-VALUE.
094800     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
094900     MOVE '  SKIPPED - NO-NOTICE STATE' TO WS-RPT-TOTAL-LABEL.
095000     MOVE WS-SKIPPED-STATE-CTR TO WS-RPT-TOTAL-VALUE.
095100     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
095200     MOVE '  SUPPRESSED - NO CONTACT REF' TO WS-RPT-TOTAL-LABEL.
095300     MOVE WS-SUPPRESSED-NO-REF-CTR TO WS-RPT-TOTAL-VALUE.
095400     WRITE NOTICE-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE.
095500 8000-EXIT.
095600     EXIT.
095700*=================================================================
095800 9000-TERMINATE-JOB.
095900*=================================================================
096000     MOVE SPACES TO NOTICE-TRAILER-RECORD.
096100     MOVE 'T'    TO NTC-TRL-RECORD-TYPE.
096200     MOVE WS-NOTICES-WRITTEN-CTR TO NTC-TRL-RECORD-COUNT.
096300     WRITE NOTICE-TRAILER-RECORD.
096400     PERFORM 8000-PRINT-TOTALS
096500         THRU 8000-EXIT.
096600     CLOSE ACCOUNT-MASTER-FILE.
096700     CLOSE NOTICE-FILE.
096800     CLOSE NOTICE-REGISTER.
096900     DISPLAY '>> [COBOL] NOTICES CONSIDERED.....: '
097000             WS-CANDIDATE-CTR.
097100     DISPLAY '>> [COBOL] NOTICES SENT...........: '
097200             WS-NOTICES-WRITTEN-CTR.
097300     DISPLAY '>> [COBOL] SUPPRESSED (HOLD)......: '
097400             WS-SUPPRESSED-HELD-CTR.
097500     DISPLAY '>> [COBOL] SKIPPED (STATE)........: '
097600             WS-SKIPPED-STATE-CTR.
097700     DISPLAY '>> [COBOL] SUPPRESSED (NO REF)....: '
097800             WS-SUPPRESSED-NO-REF-CTR.
097900     MOVE 'END  ' TO WS-LEDGER-EVENT-CODE.
098000     IF WS-RETURN-CODE < 8
098100         MOVE 'CLEAN' TO WS-LEDGER-OUTCOME-CODE
098200     ELSE
098300         MOVE 'ERROR' TO WS-LEDGER-OUTCOME-CODE
098400     END-IF.
098500     PERFORM 1950-WRITE-RUN-LEDGER
098600         THRU 1950-EXIT.
098700     MOVE WS-RETURN-CODE TO RETURN-CODE.
098800     DISPLAY '>> [COBOL] SPEKTRE-NOTIFY JOB COMPLETE.'.
098900 9000-EXIT.
099000     EXIT.
