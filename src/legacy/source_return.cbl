000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-SRCRTN.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     BUILDS THE NIGHTLY RETURN FILE FOR ONE FEEDING SOURCE
001000*     SYSTEM FROM THE DISPOSITION-FILE SPEKTRE-OVERRIDE WRITES.
001100*     THE STEP RUNS ONCE PER SOURCE SYSTEM AFTER SPEKTRE-
001200*     OVERRIDE, EACH RUN NAMING ITS SOURCE IN PARM-RETURN-
001300*     SOURCE AND WRITING ITS OWN RETFILE.
001400*
001500*     EVERY BATCH THE SOURCE SENT TONIGHT IS RETURNED AS A
001600*     HEADER ECHOING THE SOURCE'S BATCH DATE AND WHETHER THE
001700*     BATCH PASSED ITS INTEGRITY CHECKS, ONE DETAIL PER
001800*     ACCOUNT IN THE BATCH WITH ITS DISPOSITION (APPLIED,
001900*     UNCHANGED, HELD, REJECTED WITH THE REASON, OR BATCH
002000*     FAILED), AND A TRAILER ECHOING THE SOURCE'S OWN TRAILER
002100*     TOTALS NEXT TO THE COUNTS RETURNED (SEE SPKTRTN).  A
002200*     SOURCE THAT SENT NOTHING TONIGHT GETS A HEADER MARKED
002300*     "NO BATCH" AND AN EMPTY TRAILER, SO IT HEARS THAT ITS
002400*     FEED NEVER ARRIVED.
002500*
002600*     A DISPOSITION-FILE THAT CARRIES NO BATCH FOR THE RUN DATE
002700*     IS NOT TONIGHT'S FILE AND STOPS THE JOB WITH RETURN CODE
002800*     16 BEFORE ANYTHING IS SENT.  NO BATCH FROM THE SOURCE, OR
002900*     A GOOD BATCH WHOSE DETAILS RETURNED DO NOT MATCH ITS
003000*     TRAILER COUNT, ENDS THE JOB WITH RETURN CODE 4.
003100*-----------------------------------------------------------------
003200* MODIFICATION HISTORY.
003300*     DATE       BY    DESCRIPTION
003400*     ---------- ----- ------------------------------------------
003500*     2026-10-15 LEA   ORIGINAL VERSION.
003600*     2026-10-15 LEA   SOURCE BATCH TABLE RAISED FROM 20 TO 99
003700*                      ENTRIES TO MATCH THE OVERRIDE BATCH LIMIT.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-370.
004200 OBJECT-COMPUTER.    IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DISPOSITION-FILE
004600         ASSIGN TO DSPFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DSPFILE-STATUS.
004900
005000     SELECT RETURN-FILE
005100         ASSIGN TO RETFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RETFILE-STATUS.
005400
005500     SELECT PARM-CONTROL-FILE
005600         ASSIGN TO PARMCARD
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-PARMCARD-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  DISPOSITION-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 100 CHARACTERS.
006500     COPY SPKTDSP.
006600
006700 FD  RETURN-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 100 CHARACTERS.
007000     COPY SPKTRTN.
007100
007200 FD  PARM-CONTROL-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500     COPY SPKTPRM.
007600
007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------------
007900* FILE STATUS FIELDS AND SWITCHES.
008000*-----------------------------------------------------------------
008100 01  WS-DSPFILE-STATUS           PIC X(02) VALUE '00'.
008200 01  WS-RETFILE-STATUS           PIC X(02) VALUE '00'.
008300 01  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
008400 01  WS-SWITCHES.
008500     05  WS-DSPFILE-EOF-SWITCH   PIC X(01) VALUE 'N'.
008600         88  END-OF-DISPOSITIONS           VALUE 'Y'.
008700*-----------------------------------------------------------------
008800* RUN CONTROLS.
008900*-----------------------------------------------------------------
009000 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
009100 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
009200 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
009300 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
009400 01  WS-RETURN-SOURCE            PIC X(08) VALUE SPACES.
009500 01  WS-TONIGHT-BATCH-CTR        PIC 9(07) COMP VALUE ZERO.
009600 01  WS-DETAILS-RETURNED-CTR     PIC 9(07) COMP VALUE ZERO.
009700*-----------------------------------------------------------------
009800* SOURCE BATCH TABLE -- THE SOURCE'S BATCHES ON TONIGHT'S
009900* DISPOSITION FILE, IN INPUT ORDER, WITH THE COUNTS RETURNED
010000* FOR EACH.
010100*-----------------------------------------------------------------
010200 01  WS-SRC-BATCH-CONTROLS.
010300     05  WS-SRC-BATCH-MAX-ENTRIES  PIC 9(04) COMP VALUE 99.
010400     05  WS-SRC-BATCH-COUNT        PIC 9(04) COMP VALUE ZERO.
010500     05  WS-SRC-BATCH-SUB          PIC 9(04) COMP VALUE ZERO.
010600 01  WS-SRC-BATCH-TABLE.
010700     05  WS-SRC-BATCH-ENTRY OCCURS 99 TIMES.
010800         10  WS-SRC-BATCH-SEQ        PIC 9(02).
010900         10  WS-SRC-BATCH-DATE       PIC 9(08).
011000         10  WS-SRC-STATUS           PIC X(01).
011100         10  WS-SRC-TRL-COUNT        PIC 9(07).
011200         10  WS-SRC-TRL-HASH         PIC 9(13).
011300         10  WS-SRC-RETURNED-CTR     PIC 9(07) COMP.
011400         10  WS-SRC-APPLIED-CTR      PIC 9(07) COMP.
011500         10  WS-SRC-UNCHANGED-CTR    PIC 9(07) COMP.
011600         10  WS-SRC-HELD-CTR         PIC 9(07) COMP.
011700         10  WS-SRC-REJECTED-CTR     PIC 9(07) COMP.
011800         10  WS-SRC-FAILED-CTR       PIC 9(07) COMP.
011900*-----------------------------------------------------------------
012000 PROCEDURE DIVISION.
012100*=================================================================
012200 0000-MAINLINE-CONTROL.
012300*=================================================================
012400     PERFORM 1000-INITIALIZE-JOB
012500         THRU 1000-EXIT.
012600
012700     PERFORM 1500-LOAD-SOURCE-BATCHES
012800         THRU 1500-EXIT.
012900
013000     IF WS-SRC-BATCH-COUNT = ZERO
013100         PERFORM 2500-RETURN-NO-BATCH
013200             THRU 2500-EXIT
013300     ELSE
013400         MOVE 1 TO WS-SRC-BATCH-SUB
013500         PERFORM 2000-RETURN-ONE-BATCH
013600             THRU 2000-EXIT
013700             WS-SRC-BATCH-COUNT TIMES
013800     END-IF.
013900
014000     PERFORM 9000-TERMINATE-JOB
014100         THRU 9000-EXIT.
014200
014300     STOP RUN.
014400*=================================================================
014500 1000-INITIALIZE-JOB.
014600*=================================================================
014700*    THE CONTROL CARD IS REQUIRED -- IT NAMES THE SOURCE SYSTEM
014800*    THIS RUN RETURNS TO.
014900*=================================================================
015000     DISPLAY '>> [COBOL] SPEKTRE-SRCRTN SOURCE RETURN FILE...'.
015100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015200     ACCEPT WS-CURRENT-TIME FROM TIME.
015300     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
015400
015500     OPEN INPUT PARM-CONTROL-FILE.
015600     IF WS-PARMCARD-STATUS NOT = '00'
015700         DISPLAY '>> [COBOL] UNABLE TO OPEN PARM-CONTROL-FILE, '
015800             'STATUS ' WS-PARMCARD-STATUS '.  JOB ABORTED.'
015900         MOVE 16 TO WS-RETURN-CODE
016000         MOVE WS-RETURN-CODE TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300     READ PARM-CONTROL-FILE
016400         AT END
016500             MOVE SPACES TO WS-RETURN-SOURCE
016600         NOT AT END
016700             MOVE PARM-RETURN-SOURCE TO WS-RETURN-SOURCE
016800             IF PARM-AS-OF-DATE NUMERIC
016900                AND PARM-AS-OF-DATE > ZERO
017000                 MOVE PARM-AS-OF-DATE TO WS-RUN-DATE
017100             END-IF
017200     END-READ.
017300     CLOSE PARM-CONTROL-FILE.
017400     IF WS-RETURN-SOURCE = SPACES
017500         DISPLAY '>> [COBOL] *** NO SOURCE SYSTEM NAMED ON THE '
017600             'CONTROL CARD.  JOB ABORTED. ***'
017700         MOVE 16 TO WS-RETURN-CODE
017800         MOVE WS-RETURN-CODE TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100     DISPLAY '>> [COBOL] RETURN FILE FOR SOURCE '
018200         WS-RETURN-SOURCE ' FOR ' WS-RUN-DATE.
018300
018400     OPEN INPUT DISPOSITION-FILE.
018500     IF WS-DSPFILE-STATUS NOT = '00'
018600         DISPLAY '>> [COBOL] UNABLE TO OPEN DISPOSITION-FILE, '
018700             'STATUS ' WS-DSPFILE-STATUS '.  JOB ABORTED.'
018800         MOVE 16 TO WS-RETURN-CODE
018900         MOVE WS-RETURN-CODE TO RETURN-CODE
019000         STOP RUN
019100     END-IF.
019200 1000-EXIT.
019300     EXIT.
019400*=================================================================
019500 1500-LOAD-SOURCE-BATCHES.
019600*=================================================================
019700*    FIRST PASS: TABLES THE SOURCE'S BATCH RECORDS FOR THE RUN
019800*    DATE.  A FILE WITH NO BATCH AT ALL FOR THE RUN DATE IS A
019900*    STALE FILE, AND NOTHING IS RETURNED FROM IT.
020000*=================================================================
020100     PERFORM 1510-LOAD-ONE-BATCH-RECORD
020200         THRU 1510-EXIT
020300         UNTIL END-OF-DISPOSITIONS.
020400     CLOSE DISPOSITION-FILE.
020500     IF WS-TONIGHT-BATCH-CTR = ZERO
020600         DISPLAY '>> [COBOL] *** DISPOSITION-FILE CARRIES NO '
020700             'BATCH FOR ' WS-RUN-DATE '.  NOTHING RETURNED.  '
020800             'JOB ABORTED. ***'
020900         MOVE 16 TO WS-RETURN-CODE
021000         MOVE WS-RETURN-CODE TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     OPEN OUTPUT RETURN-FILE.
021400     IF WS-RETFILE-STATUS NOT = '00'
021500         DISPLAY '>> [COBOL] UNABLE TO OPEN RETURN-FILE, '
021600             'STATUS ' WS-RETFILE-STATUS '.  JOB ABORTED.'
021700         MOVE 16 TO WS-RETURN-CODE
021800         MOVE WS-RETURN-CODE TO RETURN-CODE
021900         STOP RUN
022000     END-IF.
022100 1500-EXIT.
022200     EXIT.
022300*=================================================================
022400 1510-LOAD-ONE-BATCH-RECORD.
022500*=================================================================
022600     READ DISPOSITION-FILE
022700         AT END
022800             MOVE 'Y' TO WS-DSPFILE-EOF-SWITCH
022900             GO TO 1510-EXIT
023000     END-READ.
023100     IF NOT DSP-IS-BATCH
023200         GO TO 1510-EXIT
023300     END-IF.
023400     IF DSP-BAT-PROCESSING-DATE NOT = WS-RUN-DATE
023500         GO TO 1510-EXIT
023600     END-IF.
023700     ADD 1 TO WS-TONIGHT-BATCH-CTR.
023800     IF DSP-BAT-SOURCE-SYSTEM NOT = WS-RETURN-SOURCE
023900         GO TO 1510-EXIT
024000     END-IF.
024100     IF WS-SRC-BATCH-COUNT NOT < WS-SRC-BATCH-MAX-ENTRIES
024200         DISPLAY '>> [COBOL] *** SOURCE ' WS-RETURN-SOURCE
024300             ' SENT MORE THAN ' WS-SRC-BATCH-MAX-ENTRIES
024400             ' BATCHES.  BATCH ' DSP-BAT-BATCH-SEQ
024500             ' IS NOT RETURNED. ***'
024600         MOVE 8 TO WS-RETURN-CODE
024700         GO TO 1510-EXIT
024800     END-IF.
024900     ADD 1 TO WS-SRC-BATCH-COUNT.
025000     MOVE WS-SRC-BATCH-COUNT TO WS-SRC-BATCH-SUB.
025100     MOVE DSP-BAT-BATCH-SEQ
025200         TO WS-SRC-BATCH-SEQ (WS-SRC-BATCH-SUB).
025300     MOVE DSP-BAT-BATCH-DATE
025400         TO WS-SRC-BATCH-DATE (WS-SRC-BATCH-SUB).
025500     MOVE DSP-BAT-STATUS
025600         TO WS-SRC-STATUS (WS-SRC-BATCH-SUB).
025700     MOVE DSP-BAT-TRL-RECORD-COUNT
025800         TO WS-SRC-TRL-COUNT (WS-SRC-BATCH-SUB).
025900     MOVE DSP-BAT-TRL-POWER-HASH
026000         TO WS-SRC-TRL-HASH (WS-SRC-BATCH-SUB).
026100     MOVE ZERO TO WS-SRC-RETURNED-CTR (WS-SRC-BATCH-SUB).
026200     MOVE ZERO TO WS-SRC-APPLIED-CTR (WS-SRC-BATCH-SUB).
026300     MOVE ZERO TO WS-SRC-UNCHANGED-CTR (WS-SRC-BATCH-SUB).
026400     MOVE ZERO TO WS-SRC-HELD-CTR (WS-SRC-BATCH-SUB).
026500     MOVE ZERO TO WS-SRC-REJECTED-CTR (WS-SRC-BATCH-SUB).
026600     MOVE ZERO TO WS-SRC-FAILED-CTR (WS-SRC-BATCH-SUB).
026700 1510-EXIT.
026800     EXIT.
026900*=================================================================
027000 2000-RETURN-ONE-BATCH.
027100*=================================================================
027200*    HEADER, ONE PASS OF THE DISPOSITION FILE FOR THE BATCH'S
027300*    DETAILS, AND TRAILER.  A SOURCE NORMALLY SENDS ONE BATCH A
027400*    NIGHT, SO THE FILE IS NORMALLY PASSED ONCE.
027500*=================================================================
027600     MOVE SPACES             TO RETURN-HEADER-RECORD.
027700     MOVE 'H'                TO RTN-HDR-RECORD-TYPE.
027800     MOVE WS-RETURN-SOURCE   TO RTN-HDR-SOURCE-SYSTEM.
027900     MOVE WS-SRC-BATCH-DATE (WS-SRC-BATCH-SUB)
028000         TO RTN-HDR-BATCH-DATE.
028100     MOVE WS-RUN-DATE        TO RTN-HDR-PROCESSING-DATE.
028200     MOVE WS-CURRENT-DATE    TO RTN-HDR-RETURN-DATE.
028300     MOVE WS-CURRENT-TIME    TO RTN-HDR-RETURN-TIME.
028400     MOVE WS-SRC-STATUS (WS-SRC-BATCH-SUB)
028500         TO RTN-HDR-BATCH-STATUS.
028600     WRITE RETURN-HEADER-RECORD.
028700
028800     OPEN INPUT DISPOSITION-FILE.
028900     IF WS-DSPFILE-STATUS NOT = '00'
029000         DISPLAY '>> [COBOL] UNABLE TO OPEN DISPOSITION-FILE, '
029100             'STATUS ' WS-DSPFILE-STATUS '.  JOB ABORTED.'
029200         MOVE 16 TO WS-RETURN-CODE
029300         MOVE WS-RETURN-CODE TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     MOVE 'N' TO WS-DSPFILE-EOF-SWITCH.
029700     PERFORM 2100-RETURN-ONE-DETAIL
029800         THRU 2100-EXIT
029900         UNTIL END-OF-DISPOSITIONS.
030000     CLOSE DISPOSITION-FILE.
030100
030200     MOVE SPACES TO RETURN-TRAILER-RECORD.
030300     MOVE 'T'    TO RTN-TRL-RECORD-TYPE.
030400     MOVE WS-SRC-TRL-COUNT (WS-SRC-BATCH-SUB)
030500         TO RTN-TRL-SOURCE-COUNT.
030600     MOVE WS-SRC-TRL-HASH (WS-SRC-BATCH-SUB)
030700         TO RTN-TRL-SOURCE-POWER-HASH.
030800     MOVE WS-SRC-RETURNED-CTR (WS-SRC-BATCH-SUB)
030900         TO RTN-TRL-RETURNED-COUNT.
031000     MOVE WS-SRC-APPLIED-CTR (WS-SRC-BATCH-SUB)
031100         TO RTN-TRL-APPLIED-COUNT.
031200     MOVE WS-SRC-UNCHANGED-CTR (WS-SRC-BATCH-SUB)
031300         TO RTN-TRL-UNCHANGED-COUNT.
031400     MOVE WS-SRC-HELD-CTR (WS-SRC-BATCH-SUB)
031500         TO RTN-TRL-HELD-COUNT.
031600     MOVE WS-SRC-REJECTED-CTR (WS-SRC-BATCH-SUB)
031700         TO RTN-TRL-REJECTED-COUNT.
031800     MOVE WS-SRC-FAILED-CTR (WS-SRC-BATCH-SUB)
031900         TO RTN-TRL-FAILED-COUNT.
032000     WRITE RETURN-TRAILER-RECORD.
032100
032200     DISPLAY '>> [COBOL] BATCH ' WS-SRC-BATCH-SEQ
032300         (WS-SRC-BATCH-SUB) ' STATUS '
032400         WS-SRC-STATUS (WS-SRC-BATCH-SUB) ' RETURNED '
032500         WS-SRC-RETURNED-CTR (WS-SRC-BATCH-SUB)
032600         ' OF TRAILER COUNT '
032700         WS-SRC-TRL-COUNT (WS-SRC-BATCH-SUB).
032800     IF WS-SRC-STATUS (WS-SRC-BATCH-SUB) = 'G'
032900        AND WS-SRC-RETURNED-CTR (WS-SRC-BATCH-SUB)
033000            NOT = WS-SRC-TRL-COUNT (WS-SRC-BATCH-SUB)
033100         DISPLAY '>> [COBOL] *** DETAILS RETURNED DO NOT '
033200             'MATCH THE SOURCE TRAILER COUNT. ***'
033300         IF WS-RETURN-CODE < 4
033400             MOVE 4 TO WS-RETURN-CODE
033500         END-IF
033600     END-IF.
033700     ADD 1 TO WS-SRC-BATCH-SUB.
033800 2000-EXIT.
033900     EXIT.
034000*=================================================================
034100 2100-RETURN-ONE-DETAIL.
034200*=================================================================
034300     READ DISPOSITION-FILE
034400         AT END
034500             MOVE 'Y' TO WS-DSPFILE-EOF-SWITCH
034600             GO TO 2100-EXIT
034700     END-READ.
034800     IF NOT DSP-IS-DETAIL
034900         GO TO 2100-EXIT
035000     END-IF.
035100     IF DSP-SOURCE-SYSTEM NOT = WS-RETURN-SOURCE
035200        OR DSP-BATCH-SEQ NOT = WS-SRC-BATCH-SEQ (WS-SRC-BATCH-SUB)
035300         GO TO 2100-EXIT
035400     END-IF.
035500     MOVE SPACES              TO RETURN-DETAIL-RECORD.
035600     MOVE 'D'                 TO RTN-RECORD-TYPE.
035700     MOVE DSP-ACCOUNT-ID      TO RTN-ACCOUNT-ID.
035800     MOVE DSP-DISPOSITION     TO RTN-DISPOSITION.
035900     MOVE DSP-NEW-STATE       TO RTN-NEW-STATE.
036000     MOVE DSP-NEW-POWER-LEVEL TO RTN-NEW-POWER-LEVEL.
036100     MOVE DSP-REJECT-REASON   TO RTN-REJECT-REASON.
036200     WRITE RETURN-DETAIL-RECORD.
036300     ADD 1 TO WS-SRC-RETURNED-CTR (WS-SRC-BATCH-SUB).
036400     ADD 1 TO WS-DETAILS-RETURNED-CTR.
036500     IF DSP-APPLIED
036600         ADD 1 TO WS-SRC-APPLIED-CTR (WS-SRC-BATCH-SUB)
036700     END-IF.
036800     IF DSP-UNCHANGED
036900         ADD 1 TO WS-SRC-UNCHANGED-CTR (WS-SRC-BATCH-SUB)
037000     END-IF.
037100     IF DSP-HELD
037200         ADD 1 TO WS-SRC-HELD-CTR (WS-SRC-BATCH-SUB)
037300     END-IF.
037400     IF DSP-REJECTED
037500         ADD 1 TO WS-SRC-REJECTED-CTR (WS-SRC-BATCH-SUB)
037600     END-IF.
037700     IF DSP-BATCH-FAILED
037800         ADD 1 TO WS-SRC-FAILED-CTR (WS-SRC-BATCH-SUB)
037900     END-IF.
038000 2100-EXIT.
038100     EXIT.
038200*=================================================================
038300 2500-RETURN-NO-BATCH.
038400*=================================================================
038500*    THE SOURCE SENT NOTHING TONIGHT.  IT STILL GETS A FILE, SO
038600*    A FEED THAT NEVER ARRIVED IS NOT MISTAKEN FOR A QUIET ONE.
038700*=================================================================
038800     DISPLAY '>> [COBOL] *** NO BATCH FROM SOURCE '
038900         WS-RETURN-SOURCE ' FOR ' WS-RUN-DATE '. ***'.
039000     MOVE SPACES             TO RETURN-HEADER-RECORD.
039100     MOVE 'H'                TO RTN-HDR-RECORD-TYPE.
039200     MOVE WS-RETURN-SOURCE   TO RTN-HDR-SOURCE-SYSTEM.
039300     MOVE ZERO               TO RTN-HDR-BATCH-DATE.
039400     MOVE WS-RUN-DATE        TO RTN-HDR-PROCESSING-DATE.
039500     MOVE WS-CURRENT-DATE    TO RTN-HDR-RETURN-DATE.
039600     MOVE WS-CURRENT-TIME    TO RTN-HDR-RETURN-TIME.
039700     MOVE 'N'                TO RTN-HDR-BATCH-STATUS.
039800     WRITE RETURN-HEADER-RECORD.
039900     MOVE SPACES TO RETURN-TRAILER-RECORD.
040000     MOVE 'T'    TO RTN-TRL-RECORD-TYPE.
040100     MOVE ZERO   TO RTN-TRL-SOURCE-COUNT.
040200     MOVE ZERO   TO RTN-TRL-SOURCE-POWER-HASH.
040300     MOVE ZERO   TO RTN-TRL-RETURNED-COUNT.
040400     MOVE ZERO   TO RTN-TRL-APPLIED-COUNT.
040500     MOVE ZERO   TO RTN-TRL-UNCHANGED-COUNT.
040600     MOVE ZERO   TO RTN-TRL-HELD-COUNT.
040700     MOVE ZERO   TO RTN-TRL-REJECTED-COUNT.
040800     MOVE ZERO   TO RTN-TRL-FAILED-COUNT.
040900     WRITE RETURN-TRAILER-RECORD.
041000     IF WS-RETURN-CODE < 4
041100         MOVE 4 TO WS-RETURN-CODE
041200     END-IF.
041300 2500-EXIT.
041400     EXIT.
041500*=================================================================
041600 9000-TERMINATE-JOB.
041700*=================================================================
041800     CLOSE RETURN-FILE.
041900     DISPLAY '>> [COBOL] BATCHES RETURNED.......: '
042000             WS-SRC-BATCH-COUNT.
042100     DISPLAY '>> [COBOL] DETAILS RETURNED.......: '
042200             WS-DETAILS-RETURNED-CTR.
042300     MOVE WS-RETURN-CODE TO RETURN-CODE.
042400     DISPLAY '>> [COBOL] SPEKTRE-SRCRTN JOB COMPLETE.'.
042500 9000-EXIT.
042600     EXIT.
