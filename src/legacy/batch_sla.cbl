000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SPEKTRE-SLARPT.
000300 AUTHOR.         LAURI-ELIAS.
000400 INSTALLATION.   SPEKTRE DATA CENTER.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*-----------------------------------------------------------------
000800* REMARKS.
000900*     MORNING BATCH-WINDOW REPORT.  PAIRS THE START AND END
001000*     RECORDS EACH JOB IN THE NIGHTLY CHAIN WRITES TO THE
001100*     RUN-LEDGER-FILE (SPKTLDG) FOR ONE BUSINESS DATE AND
001200*     PRINTS, PER JOB AND FOR THE CHAIN AS A WHOLE, WHEN IT
001300*     STARTED AND ENDED, HOW LONG IT TOOK, AND HOW THAT
001400*     COMPARES WITH THE AVERAGE OF ITS CLEAN RUNS OVER THE
001500*     THIRTY BUSINESS DATES BEFORE, AND WITH THE TARGET FINISH
001600*     TIME ON THE SLA-CONTROL-FILE (SPKTSLA).
001700*
001800*     THE BUSINESS DATE IS PARM-AS-OF-DATE WHEN SUPPLIED,
001900*     OTHERWISE THE LATEST BUSINESS DATE ON THE LEDGER.  WHEN
002000*     A JOB WAS RERUN THE LAST START AND THE END THAT FOLLOWS
002100*     IT ARE REPORTED, WITH THE NUMBER OF STARTS.
002200*
002300*     A JOB ON THE CONTROL FILE THAT DID NOT RUN, NEVER
002400*     ENDED, ENDED ERROR, OR FINISHED AFTER ITS TARGET BREACHES
002500*     THE CHAIN SLA AND ENDS THE JOB WITH RETURN CODE 8 SO THE
002600*     SCHEDULER PAGES THE ON-CALL.  A JOB THAT ONLY RAN LONGER
002700*     THAN ITS AVERAGE ALLOWS ENDS THE JOB WITH RETURN CODE 4.
002800*
002900*     THE JOBS STAMP THEIR END RECORD WITH THE DATE THEY
003000*     STARTED, SO AN END TIME EARLIER THAN THE START TIME IS
003100*     TAKEN AS THE JOB HAVING RUN PAST MIDNIGHT.
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY.
003400*     DATE       BY    DESCRIPTION
003500*     ---------- ----- ------------------------------------------
003600*     2026-10-15 LEA   ORIGINAL VERSION.
003700*-----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.    IBM-370.
004100 OBJECT-COMPUTER.    IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RUN-LEDGER-FILE
004500         ASSIGN TO RUNLEDGR
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RUNLEDGR-STATUS.
004800
004900     SELECT SLA-CONTROL-FILE
005000         ASSIGN TO SLACTL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SLACTL-STATUS.
005300
005400     SELECT PARM-CONTROL-FILE
005500         ASSIGN TO PARMCARD
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-PARMCARD-STATUS.
005800
005900     SELECT SLA-REPORT
006000         ASSIGN TO SLARPT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-SLARPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RUN-LEDGER-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900     COPY SPKTLDG.
007000
007100 FD  SLA-CONTROL-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400     COPY SPKTSLA.
007500
007600 FD  PARM-CONTROL-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900     COPY SPKTPRM.
008000
008100 FD  SLA-REPORT
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 133 CHARACTERS.
008400 01  SLA-REPORT-RECORD               PIC X(133).
008500
008600 WORKING-STORAGE SECTION.
008700*-----------------------------------------------------------------
008800* FILE STATUS FIELDS AND SWITCHES.
008900*-----------------------------------------------------------------
009000 01  WS-RUNLEDGR-STATUS          PIC X(02) VALUE '00'.
009100 01  WS-SLACTL-STATUS            PIC X(02) VALUE '00'.
009200 01  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
009300 01  WS-SLARPT-STATUS            PIC X(02) VALUE '00'.
009400 01  WS-SWITCHES.
009500     05  WS-RUNLEDGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
009600         88  END-OF-RUN-LEDGER             VALUE 'Y'.
009700     05  WS-SLACTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
009800         88  END-OF-SLA-CONTROL            VALUE 'Y'.
009900     05  WS-CHAIN-STARTED-SWITCH PIC X(01) VALUE 'N'.
010000         88  CHAIN-HAS-STARTED             VALUE 'Y'.
010100     05  WS-CHAIN-ENDED-SWITCH   PIC X(01) VALUE 'N'.
010200         88  CHAIN-HAS-ENDED               VALUE 'Y'.
010300     05  WS-CHAIN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
010400         88  CHAIN-STILL-OPEN              VALUE 'Y'.
010500     05  WS-CHAIN-TARGET-SWITCH  PIC X(01) VALUE 'N'.
010600         88  CHAIN-HAS-TARGET              VALUE 'Y'.
010700*-----------------------------------------------------------------
010800* WORK FIELDS AND COUNTERS.
010900*-----------------------------------------------------------------
011000 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
011100 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
011200 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
011300 01  WS-BUSINESS-DAY-NUMBER      PIC S9(09) COMP VALUE ZERO.
011400 01  WS-AVERAGE-DAYS             PIC 9(04) COMP VALUE 30.
011500 01  WS-DEFAULT-TOLERANCE-PCT    PIC 9(03) COMP VALUE 25.
011600 01  WS-LEDGER-READ-CTR          PIC 9(07) COMP VALUE ZERO.
011700 01  WS-JOBS-EXPECTED-CTR        PIC 9(07) COMP VALUE ZERO.
011800 01  WS-JOBS-RAN-CTR             PIC 9(07) COMP VALUE ZERO.
011900 01  WS-JOBS-NOT-RUN-CTR         PIC 9(07) COMP VALUE ZERO.
012000 01  WS-JOBS-OPEN-CTR            PIC 9(07) COMP VALUE ZERO.
012100 01  WS-JOBS-ERROR-CTR           PIC 9(07) COMP VALUE ZERO.
012200 01  WS-JOBS-LATE-CTR            PIC 9(07) COMP VALUE ZERO.
012300 01  WS-JOBS-SLOW-CTR            PIC 9(07) COMP VALUE ZERO.
012400 01  WS-JOBS-UNLISTED-CTR        PIC 9(07) COMP VALUE ZERO.
012500*-----------------------------------------------------------------
012600* DAY NUMBERS.  A CALENDAR DATE IS TURNED INTO A CONTINUOUS
012700* DAY COUNT SO THAT TIMES ON DIFFERENT DATES CAN BE SUBTRACTED
012800* ACROSS MONTH AND YEAR ENDS.  EVERY START AND END IS HELD AS
012900* SECONDS FROM MIDNIGHT OPENING ITS BUSINESS DATE.
013000*-----------------------------------------------------------------
013100 01  WS-DATE-PARTS-WORK          PIC 9(08) VALUE ZERO.
013200 01  WS-DATE-PARTS REDEFINES WS-DATE-PARTS-WORK.
013300     05  WS-DPW-YEAR             PIC 9(04).
013400     05  WS-DPW-MONTH            PIC 9(02).
013500     05  WS-DPW-DAY              PIC 9(02).
013600 01  WS-DAY-NUMBER-WORK          PIC S9(09) COMP VALUE ZERO.
013700 01  WS-STEP-DATE-SAVE           PIC 9(08) VALUE ZERO.
013800 01  WS-STEP-DAY-NUMBER          PIC S9(09) COMP VALUE ZERO.
013900 01  WS-DN-MARCH-YEAR            PIC S9(09) COMP VALUE ZERO.
014000 01  WS-DN-MARCH-MONTH           PIC S9(09) COMP VALUE ZERO.
014100 01  WS-DN-MONTH-DAYS            PIC S9(09) COMP VALUE ZERO.
014200 01  WS-DN-QUAD-YEARS            PIC S9(09) COMP VALUE ZERO.
014300 01  WS-DN-CENTURIES             PIC S9(09) COMP VALUE ZERO.
014400 01  WS-DN-QUAD-CENTURIES        PIC S9(09) COMP VALUE ZERO.
014500 01  WS-TIME-PARTS-WORK          PIC 9(08) VALUE ZERO.
014600 01  WS-TIME-PARTS REDEFINES WS-TIME-PARTS-WORK.
014700     05  WS-TPW-HOURS            PIC 9(02).
014800     05  WS-TPW-MINUTES          PIC 9(02).
014900     05  WS-TPW-SECONDS          PIC 9(02).
015000     05  WS-TPW-HUNDREDTHS       PIC 9(02).
015100 01  WS-SECONDS-WORK             PIC S9(09) COMP VALUE ZERO.
015200 01  WS-START-MOMENT             PIC S9(09) COMP VALUE ZERO.
015300 01  WS-END-MOMENT               PIC S9(09) COMP VALUE ZERO.
015400 01  WS-ELAPSED-SECONDS          PIC S9(09) COMP VALUE ZERO.
015500 01  WS-TARGET-MOMENT            PIC S9(09) COMP VALUE ZERO.
015600*-----------------------------------------------------------------
015700* SLA CONTROL TABLE -- THE EXPECTED JOBS IN CHAIN ORDER.
015800*-----------------------------------------------------------------
015900 01  WS-CONTROL-TABLE-CONTROLS.
016000     05  WS-CONTROL-MAX-ENTRIES  PIC 9(04) COMP VALUE 50.
016100     05  WS-CONTROL-TABLE-COUNT  PIC 9(04) COMP VALUE ZERO.
016200     05  WS-CONTROL-SUB          PIC 9(04) COMP VALUE ZERO.
016300 01  WS-CONTROL-TABLE.
016400     05  WS-CONTROL-ENTRY OCCURS 50 TIMES.
016500         10  WS-CTL-JOB-NAME         PIC X(08).
016600         10  WS-CTL-TARGET-SW        PIC X(01).
016700         10  WS-CTL-TARGET-MOMENT    PIC S9(09) COMP.
016800         10  WS-CTL-TARGET-OFFSET    PIC 9(01).
016900         10  WS-CTL-TARGET-TIME      PIC 9(04).
017000         10  WS-CTL-TOLERANCE-PCT    PIC 9(03) COMP.
017100*-----------------------------------------------------------------
017200* RUN TABLE -- ONE ENTRY PER JOB PER BUSINESS DATE IN THE
017300* REPORT DATE AND THE THIRTY DATES BEFORE IT.  A START CLEARS
017400* ANY EARLIER END, SO AFTER THE PASS EACH ENTRY HOLDS THE LAST
017500* START AND THE END THAT FOLLOWED IT, IF ANY.  THE DAY OFFSET
017600* IS THE BUSINESS DATE'S DISTANCE FROM THE REPORT DATE (ZERO
017700* FOR THE REPORT DATE, NEGATIVE BEFORE IT).
017800*-----------------------------------------------------------------
017900 01  WS-RUN-TABLE-CONTROLS.
018000     05  WS-RUN-MAX-ENTRIES      PIC 9(04) COMP VALUE 2000.
018100     05  WS-RUN-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
018200     05  WS-RUN-SUB              PIC 9(04) COMP VALUE ZERO.
018300     05  WS-RUN-MATCH-SUB        PIC 9(04) COMP VALUE ZERO.
018400     05  WS-RUN-DAY-OFFSET-WORK  PIC S9(05) COMP VALUE ZERO.
018500 01  WS-RUN-TABLE.
018600     05  WS-RUN-ENTRY OCCURS 2000 TIMES.
018700         10  WS-RUN-JOB-NAME         PIC X(08).
018800         10  WS-RUN-DAY-OFFSET       PIC S9(05) COMP.
018900         10  WS-RUN-BUSINESS-DAY-NO  PIC S9(09) COMP.
019000         10  WS-RUN-START-CTR        PIC 9(03) COMP.
019100         10  WS-RUN-START-DATE       PIC 9(08).
019200         10  WS-RUN-START-TIME       PIC 9(08).
019300         10  WS-RUN-END-SW           PIC X(01).
019400         10  WS-RUN-END-DATE         PIC 9(08).
019500         10  WS-RUN-END-TIME         PIC 9(08).
019600         10  WS-RUN-OUTCOME          PIC X(05).
019700         10  WS-RUN-LISTED-SW        PIC X(01).
019800*-----------------------------------------------------------------
019900* AVERAGE AND CHAIN ACCUMULATORS.
020000*-----------------------------------------------------------------
020100 01  WS-AVERAGE-WORK.
020200     05  WS-AVG-TOTAL-SECONDS    PIC S9(11) COMP VALUE ZERO.
020300     05  WS-AVG-RUNS-CTR         PIC 9(04) COMP VALUE ZERO.
020400     05  WS-AVG-SECONDS          PIC S9(09) COMP VALUE ZERO.
020500     05  WS-AVG-LIMIT-SECONDS    PIC S9(09) COMP VALUE ZERO.
020600     05  WS-AVG-VARIANCE-PCT     PIC S9(05) COMP VALUE ZERO.
020700 01  WS-CHAIN-WORK.
020800     05  WS-CHAIN-START-MOMENT   PIC S9(09) COMP VALUE ZERO.
020900     05  WS-CHAIN-END-MOMENT     PIC S9(09) COMP VALUE ZERO.
021000     05  WS-CHAIN-TARGET-MOMENT  PIC S9(09) COMP VALUE ZERO.
021100     05  WS-CHAIN-BREACH-CTR     PIC 9(07) COMP VALUE ZERO.
021200     05  WS-PRIOR-DAY-OFFSET     PIC S9(05) COMP VALUE ZERO.
021300     05  WS-PRIOR-START-MOMENT   PIC S9(09) COMP VALUE ZERO.
021400     05  WS-PRIOR-END-MOMENT     PIC S9(09) COMP VALUE ZERO.
021500     05  WS-PRIOR-STARTED-SW     PIC X(01) VALUE 'N'.
021600     05  WS-PRIOR-OPEN-SW        PIC X(01) VALUE 'N'.
021700*-----------------------------------------------------------------
021800* DISPLAY FORMATS FOR CLOCK TIMES, DURATIONS, AND TARGETS.
021900*-----------------------------------------------------------------
022000 01  WS-CLOCK-EDIT.
022100     05  WS-CLK-HOURS            PIC 9(02).
022200     05  FILLER                  PIC X(01) VALUE '.'.
022300     05  WS-CLK-MINUTES          PIC 9(02).
022400     05  FILLER                  PIC X(01) VALUE '.'.
022500     05  WS-CLK-SECONDS          PIC 9(02).
022600 01  WS-DURATION-EDIT.
022700     05  WS-DUR-HOURS            PIC ZZ9.
022800     05  FILLER                  PIC X(01) VALUE ':'.
022900     05  WS-DUR-MINUTES          PIC 9(02).
023000     05  FILLER                  PIC X(01) VALUE ':'.
023100     05  WS-DUR-SECONDS          PIC 9(02).
023200 01  WS-DURATION-WORK            PIC S9(09) COMP VALUE ZERO.
023300 01  WS-DURATION-HOURS           PIC 9(05) COMP VALUE ZERO.
023400 01  WS-DURATION-REMAINDER       PIC 9(05) COMP VALUE ZERO.
023500 01  WS-DURATION-MINUTES         PIC 9(05) COMP VALUE ZERO.
023600 01  WS-DURATION-SECONDS         PIC 9(05) COMP VALUE ZERO.
023700 01  WS-TARGET-EDIT.
023800     05  FILLER                  PIC X(01) VALUE '+'.
023900     05  WS-TGT-OFFSET           PIC 9(01).
024000     05  FILLER                  PIC X(01) VALUE SPACES.
024100     05  WS-TGT-HOURS            PIC 9(02).
024200     05  FILLER                  PIC X(01) VALUE '.'.
024300     05  WS-TGT-MINUTES          PIC 9(02).
024400 01  WS-TARGET-TIME-WORK         PIC 9(04) VALUE ZERO.
024500 01  WS-TARGET-TIME-PARTS REDEFINES WS-TARGET-TIME-WORK.
024600     05  WS-TTW-HOURS            PIC 9(02).
024700     05  WS-TTW-MINUTES          PIC 9(02).
024800*-----------------------------------------------------------------
024900* PRINT LINES FOR THE SLA REPORT.
025000*-----------------------------------------------------------------
025100 01  WS-REPORT-LINE                  PIC X(133).
025200 01  WS-RPT-PAGE-HEADING.
025300     05  FILLER                      PIC X(56)
025400             VALUE 'SPEKTRE-SLARPT BATCH WINDOW TIMES AND SLA'.
025500     05  FILLER                      PIC X(14)
025600             VALUE 'BUSINESS DATE '.
025700     05  WS-RPT-HDG-BUSINESS-DATE    PIC 9(08).
025800     05  FILLER                      PIC X(03) VALUE SPACES.
025900     05  FILLER                      PIC X(09)
026000             VALUE 'RUN DATE '.
026100     05  WS-RPT-HDG-RUN-DATE         PIC 9(08).
026200     05  FILLER                      PIC X(35) VALUE SPACES.
026300 01  WS-RPT-COLUMN-HEADING.
026400     05  FILLER                      PIC X(01) VALUE SPACES.
026500     05  FILLER                      PIC X(10) VALUE 'JOB'.
026600     05  FILLER                      PIC X(05) VALUE 'RUNS'.
026700     05  FILLER                      PIC X(19) VALUE 'STARTED'.
026800     05  FILLER                      PIC X(19) VALUE 'ENDED'.
026900     05  FILLER                      PIC X(07) VALUE 'OUTCOME'.
027000     05  FILLER                      PIC X(11) VALUE '  ELAPSED'.
027100     05  FILLER                      PIC X(11) VALUE '  AVERAGE'.
027200     05  FILLER                      PIC X(08) VALUE ' VS AVG'.
027300     05  FILLER                      PIC X(17) VALUE 'TARGET'.
027400     05  FILLER                      PIC X(25) VALUE 'STATUS'.
027500 01  WS-RPT-DETAIL-LINE.
027600     05  FILLER                      PIC X(01) VALUE SPACES.
027700     05  WS-RPT-JOB-NAME             PIC X(08).
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  WS-RPT-RUNS                 PIC ZZ9.
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  WS-RPT-START-DATE           PIC X(08).
028200     05  FILLER                      PIC X(01) VALUE SPACES.
028300     05  WS-RPT-START-TIME           PIC X(08).
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  WS-RPT-END-DATE             PIC X(08).
028600     05  FILLER                      PIC X(01) VALUE SPACES.
028700     05  WS-RPT-END-TIME             PIC X(08).
028800     05  FILLER                      PIC X(02) VALUE SPACES.
028900     05  WS-RPT-OUTCOME              PIC X(05).
029000     05  FILLER                      PIC X(02) VALUE SPACES.
029100     05  WS-RPT-ELAPSED              PIC X(09).
029200     05  FILLER                      PIC X(02) VALUE SPACES.
029300     05  WS-RPT-AVERAGE              PIC X(09).
029400     05  FILLER                      PIC X(02) VALUE SPACES.
029500     05  WS-RPT-VARIANCE             PIC X(06).
029600     05  FILLER                      PIC X(02) VALUE SPACES.
029700     05  WS-RPT-TARGET               PIC X(08).
029800     05  FILLER                      PIC X(01) VALUE SPACES.
029900     05  WS-RPT-TARGET-RESULT        PIC X(06).
030000     05  FILLER                      PIC X(02) VALUE SPACES.
030100     05  WS-RPT-STATUS               PIC X(14).
030200     05  FILLER                      PIC X(11) VALUE SPACES.
030300 01  WS-RPT-VARIANCE-EDIT.
030400     05  WS-RPT-VAR-PCT              PIC -(4)9.
030500     05  FILLER                      PIC X(01) VALUE '%'.
030600 01  WS-RPT-COUNT-LINE.
030700     05  FILLER                      PIC X(02) VALUE SPACES.
030800     05  WS-RPT-COUNT-LABEL          PIC X(30).
030900     05  WS-RPT-COUNT-VALUE          PIC Z,ZZZ,ZZ9.
031000     05  FILLER                      PIC X(92) VALUE SPACES.
031100 01  WS-RPT-MESSAGE-LINE.
031200     05  FILLER                      PIC X(02) VALUE SPACES.
031300     05  WS-RPT-MESSAGE-TEXT         PIC X(80).
031400     05  FILLER                      PIC X(51) VALUE SPACES.
031500 01  WS-RPT-BLANK-LINE               PIC X(133) VALUE SPACES.
031600*-----------------------------------------------------------------
031700 PROCEDURE DIVISION.
031800*=================================================================
031900 0000-MAINLINE-CONTROL.
032000*=================================================================
032100     PERFORM 1000-INITIALIZE-JOB
032200         THRU 1000-EXIT.
032300
032400     PERFORM 2000-LOAD-RUN-TABLE
032500         THRU 2000-EXIT.
032600
032700     PERFORM 3000-PRINT-HEADINGS
032800         THRU 3000-EXIT.
032900
033000     MOVE 1 TO WS-CONTROL-SUB.
033100     PERFORM 3100-REPORT-EXPECTED-JOB
033200         THRU 3100-EXIT
033300         WS-CONTROL-TABLE-COUNT TIMES.
033400
033500     MOVE 1 TO WS-RUN-SUB.
033600     PERFORM 3200-REPORT-UNLISTED-JOB
033700         THRU 3200-EXIT
033800         WS-RUN-TABLE-COUNT TIMES.
033900
034000     PERFORM 3500-REPORT-CHAIN
034100         THRU 3500-EXIT.
034200
034300     PERFORM 8000-PRINT-TOTALS
034400         THRU 8000-EXIT.
034500
034600     PERFORM 9000-TERMINATE-JOB
034700         THRU 9000-EXIT.
034800
034900     STOP RUN.
035000*=================================================================
035100 1000-INITIALIZE-JOB.
035200*=================================================================
035300     DISPLAY '>> [COBOL] SPEKTRE-SLARPT BATCH WINDOW REPORT...'.
035400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
035500
035600*    THE PARM CARD IS OPTIONAL HERE: WITHOUT ONE THE REPORT
035700*    COVERS THE LATEST BUSINESS DATE ON THE LEDGER.
035800     OPEN INPUT PARM-CONTROL-FILE.
035900     IF WS-PARMCARD-STATUS = '00'
036000         READ PARM-CONTROL-FILE
036100             AT END
036200                 CONTINUE
036300             NOT AT END
036400                 IF PARM-AS-OF-DATE NUMERIC
036500                    AND PARM-AS-OF-DATE > ZERO
036600                     MOVE PARM-AS-OF-DATE TO WS-BUSINESS-DATE
036700                 END-IF
036800         END-READ
036900         CLOSE PARM-CONTROL-FILE
037000     END-IF.
037100
037200     PERFORM 1100-LOAD-SLA-CONTROL
037300         THRU 1100-EXIT.
037400
037500     OPEN INPUT RUN-LEDGER-FILE.
037600     IF WS-RUNLEDGR-STATUS NOT = '00'
037700         DISPLAY '>> [COBOL] UNABLE TO OPEN RUN-LEDGER-FILE, '
037800             'STATUS ' WS-RUNLEDGR-STATUS '.  JOB ABORTED.'
037900         MOVE 16 TO WS-RETURN-CODE
038000         MOVE WS-RETURN-CODE TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300     IF WS-BUSINESS-DATE = ZERO
038400         PERFORM 1300-FIND-LATEST-DATE
038500             THRU 1300-EXIT
038600             UNTIL END-OF-RUN-LEDGER
038700         CLOSE RUN-LEDGER-FILE
038800         OPEN INPUT RUN-LEDGER-FILE
038900         MOVE 'N' TO WS-RUNLEDGR-EOF-SWITCH
039000     END-IF.
039100     IF WS-BUSINESS-DATE = ZERO
039200         DISPLAY '>> [COBOL] *** RUN-LEDGER-FILE IS EMPTY.  '
039300             'NOTHING TO REPORT.  JOB ABORTED. ***'
039400         MOVE 16 TO WS-RETURN-CODE
039500         MOVE WS-RETURN-CODE TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     MOVE WS-BUSINESS-DATE TO WS-DATE-PARTS-WORK.
039900     PERFORM 5100-COMPUTE-DAY-NUMBER
040000         THRU 5100-EXIT.
040100     MOVE WS-DAY-NUMBER-WORK TO WS-BUSINESS-DAY-NUMBER.
040200     DISPLAY '>> [COBOL] REPORTING BUSINESS DATE '
040300         WS-BUSINESS-DATE.
040400
040500     OPEN OUTPUT SLA-REPORT.
040600     IF WS-SLARPT-STATUS NOT = '00'
040700         DISPLAY '>> [COBOL] UNABLE TO OPEN SLA-REPORT, '
040800             'STATUS ' WS-SLARPT-STATUS '.  JOB ABORTED.'
040900         MOVE 16 TO WS-RETURN-CODE
041000         MOVE WS-RETURN-CODE TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300 1000-EXIT.
041400     EXIT.
041500*=================================================================
041600 1100-LOAD-SLA-CONTROL.
041700*=================================================================
041800*    THE CONTROL FILE IS REQUIRED -- WITHOUT IT THERE IS NO SLA
041900*    TO MEASURE THE CHAIN AGAINST.
042000*=================================================================
042100     OPEN INPUT SLA-CONTROL-FILE.
042200     IF WS-SLACTL-STATUS NOT = '00'
042300         DISPLAY '>> [COBOL] UNABLE TO OPEN SLA-CONTROL-FILE, '
042400             'STATUS ' WS-SLACTL-STATUS '.  JOB ABORTED.'
042500         MOVE 16 TO WS-RETURN-CODE
042600         MOVE WS-RETURN-CODE TO RETURN-CODE
042700         STOP RUN
042800     END-IF.
042900     PERFORM 1110-LOAD-ONE-CONTROL-RECORD
043000         THRU 1110-EXIT
043100         UNTIL END-OF-SLA-CONTROL.
043200     CLOSE SLA-CONTROL-FILE.
043300     DISPLAY '>> [COBOL] JOBS ON SLA CONTROL: '
043400         WS-CONTROL-TABLE-COUNT.
043500 1100-EXIT.
043600     EXIT.
043700*=================================================================
043800 1110-LOAD-ONE-CONTROL-RECORD.
043900*=================================================================
044000     READ SLA-CONTROL-FILE
044100         AT END
044200             MOVE 'Y' TO WS-SLACTL-EOF-SWITCH
044300             GO TO 1110-EXIT
044400     END-READ.
044500     IF SLA-JOB-NAME = SPACES
044600         GO TO 1110-EXIT
044700     END-IF.
044800     IF WS-CONTROL-TABLE-COUNT NOT < WS-CONTROL-MAX-ENTRIES
044900         DISPLAY '>> [COBOL] *** SLA CONTROL TABLE EXCEEDS '
045000             WS-CONTROL-MAX-ENTRIES ' ENTRIES.  JOB '
045100             SLA-JOB-NAME ' IS NOT MEASURED. ***'
045200         IF WS-RETURN-CODE < 4
045300             MOVE 4 TO WS-RETURN-CODE
045400         END-IF
045500         GO TO 1110-EXIT
045600     END-IF.
045700     ADD 1 TO WS-CONTROL-TABLE-COUNT.
045800     MOVE WS-CONTROL-TABLE-COUNT TO WS-CONTROL-SUB.
045900     MOVE SLA-JOB-NAME TO WS-CTL-JOB-NAME (WS-CONTROL-SUB).
046000     MOVE 'N'          TO WS-CTL-TARGET-SW (WS-CONTROL-SUB).
046100     MOVE ZERO         TO WS-CTL-TARGET-MOMENT (WS-CONTROL-SUB).
046200     MOVE ZERO         TO WS-CTL-TARGET-OFFSET (WS-CONTROL-SUB).
046300     MOVE ZERO         TO WS-CTL-TARGET-TIME (WS-CONTROL-SUB).
046400     IF SLA-TARGET-END-TIME NUMERIC
046500        AND SLA-TARGET-DAY-OFFSET NUMERIC
046600         MOVE SLA-TARGET-END-TIME TO WS-TARGET-TIME-WORK
046700         MOVE 'Y' TO WS-CTL-TARGET-SW (WS-CONTROL-SUB)
046800         MOVE SLA-TARGET-DAY-OFFSET
046900             TO WS-CTL-TARGET-OFFSET (WS-CONTROL-SUB)
047000         MOVE SLA-TARGET-END-TIME
047100             TO WS-CTL-TARGET-TIME (WS-CONTROL-SUB)
047200         COMPUTE WS-CTL-TARGET-MOMENT (WS-CONTROL-SUB)
047300             = (SLA-TARGET-DAY-OFFSET * 86400)
047400             + (WS-TTW-HOURS * 3600)
047500             + (WS-TTW-MINUTES * 60)
047600     END-IF.
047700     IF SLA-AVG-TOLERANCE-PCT NUMERIC
047800        AND SLA-AVG-TOLERANCE-PCT > ZERO
047900         MOVE SLA-AVG-TOLERANCE-PCT
048000             TO WS-CTL-TOLERANCE-PCT (WS-CONTROL-SUB)
048100     ELSE
048200         MOVE WS-DEFAULT-TOLERANCE-PCT
048300             TO WS-CTL-TOLERANCE-PCT (WS-CONTROL-SUB)
048400     END-IF.
048500 1110-EXIT.
048600     EXIT.
048700*=================================================================
048800 1300-FIND-LATEST-DATE.
048900*=================================================================
049000     READ RUN-LEDGER-FILE
049100         AT END
049200             MOVE 'Y' TO WS-RUNLEDGR-EOF-SWITCH
049300             GO TO 1300-EXIT
049400     END-READ.
049500     IF LDG-BUSINESS-DATE NUMERIC
049600        AND LDG-BUSINESS-DATE > WS-BUSINESS-DATE
049700         MOVE LDG-BUSINESS-DATE TO WS-BUSINESS-DATE
049800     END-IF.
049900 1300-EXIT.
050000     EXIT.
050100*=================================================================
050200 2000-LOAD-RUN-TABLE.
050300*=================================================================
050400     PERFORM 2100-POST-LEDGER-RECORD
050500         THRU 2100-EXIT
050600         UNTIL END-OF-RUN-LEDGER.
050700     CLOSE RUN-LEDGER-FILE.
050800 2000-EXIT.
050900     EXIT.
051000*=================================================================
051100 2100-POST-LEDGER-RECORD.
051200*=================================================================
051300*    ONLY THE REPORT DATE AND THE THIRTY BUSINESS DATES BEFORE
051400*    IT ARE KEPT.  A START OPENS A FRESH RUN FOR THE JOB AND
051500*    DATE; AN END CLOSES WHATEVER RUN IS OPEN.
051600*=================================================================
051700     READ RUN-LEDGER-FILE
051800         AT END
051900             MOVE 'Y' TO WS-RUNLEDGR-EOF-SWITCH
052000             GO TO 2100-EXIT
052100     END-READ.
052200     ADD 1 TO WS-LEDGER-READ-CTR.
052300     IF LDG-BUSINESS-DATE NOT NUMERIC
052400        OR LDG-BUSINESS-DATE > WS-BUSINESS-DATE
052500         GO TO 2100-EXIT
052600     END-IF.
052700     MOVE LDG-BUSINESS-DATE TO WS-DATE-PARTS-WORK.
052800     PERFORM 5100-COMPUTE-DAY-NUMBER
052900         THRU 5100-EXIT.
053000     COMPUTE WS-RUN-DAY-OFFSET-WORK
053100         = WS-DAY-NUMBER-WORK - WS-BUSINESS-DAY-NUMBER.
053200     IF WS-RUN-DAY-OFFSET-WORK < (0 - WS-AVERAGE-DAYS)
053300         GO TO 2100-EXIT
053400     END-IF.
053500
053600     MOVE ZERO TO WS-RUN-MATCH-SUB.
053700     MOVE 1    TO WS-RUN-SUB.
053800     PERFORM 2110-SCAN-ONE-RUN-ENTRY
053900         THRU 2110-EXIT
054000         UNTIL WS-RUN-SUB > WS-RUN-TABLE-COUNT
054100            OR WS-RUN-MATCH-SUB > ZERO.
054200     IF WS-RUN-MATCH-SUB = ZERO
054300         IF WS-RUN-TABLE-COUNT NOT < WS-RUN-MAX-ENTRIES
054400             DISPLAY '>> [COBOL] *** RUN TABLE EXCEEDS '
054500                 WS-RUN-MAX-ENTRIES ' ENTRIES.  JOB '
054600                 LDG-JOB-NAME ' FOR ' LDG-BUSINESS-DATE
054700                 ' IS NOT MEASURED. ***'
054800             IF WS-RETURN-CODE < 4
054900                 MOVE 4 TO WS-RETURN-CODE
055000             END-IF
055100             GO TO 2100-EXIT
055200         END-IF
055300         ADD 1 TO WS-RUN-TABLE-COUNT
055400         MOVE WS-RUN-TABLE-COUNT TO WS-RUN-MATCH-SUB
055500         MOVE LDG-JOB-NAME
055600             TO WS-RUN-JOB-NAME (WS-RUN-MATCH-SUB)
055700         MOVE WS-RUN-DAY-OFFSET-WORK
055800             TO WS-RUN-DAY-OFFSET (WS-RUN-MATCH-SUB)
055900         MOVE WS-DAY-NUMBER-WORK
056000             TO WS-RUN-BUSINESS-DAY-NO (WS-RUN-MATCH-SUB)
056100         MOVE ZERO TO WS-RUN-START-CTR (WS-RUN-MATCH-SUB)
056200         MOVE ZERO TO WS-RUN-START-DATE (WS-RUN-MATCH-SUB)
056300         MOVE ZERO TO WS-RUN-START-TIME (WS-RUN-MATCH-SUB)
056400         MOVE 'N'  TO WS-RUN-END-SW (WS-RUN-MATCH-SUB)
056500         MOVE ZERO TO WS-RUN-END-DATE (WS-RUN-MATCH-SUB)
056600         MOVE ZERO TO WS-RUN-END-TIME (WS-RUN-MATCH-SUB)
056700         MOVE SPACES TO WS-RUN-OUTCOME (WS-RUN-MATCH-SUB)
056800         MOVE 'N'  TO WS-RUN-LISTED-SW (WS-RUN-MATCH-SUB)
056900     END-IF.
057000
057100     IF LDG-EVENT-START
057200         ADD 1 TO WS-RUN-START-CTR (WS-RUN-MATCH-SUB)
057300         MOVE LDG-EVENT-DATE
057400             TO WS-RUN-START-DATE (WS-RUN-MATCH-SUB)
057500         MOVE LDG-EVENT-TIME
057600             TO WS-RUN-START-TIME (WS-RUN-MATCH-SUB)
057700         MOVE 'N'    TO WS-RUN-END-SW (WS-RUN-MATCH-SUB)
057800         MOVE ZERO   TO WS-RUN-END-DATE (WS-RUN-MATCH-SUB)
057900         MOVE ZERO   TO WS-RUN-END-TIME (WS-RUN-MATCH-SUB)
058000         MOVE SPACES TO WS-RUN-OUTCOME (WS-RUN-MATCH-SUB)
058100     END-IF.
058200     IF LDG-EVENT-END
058300         MOVE 'Y' TO WS-RUN-END-SW (WS-RUN-MATCH-SUB)
058400         MOVE LDG-EVENT-DATE
058500             TO WS-RUN-END-DATE (WS-RUN-MATCH-SUB)
058600         MOVE LDG-EVENT-TIME
058700             TO WS-RUN-END-TIME (WS-RUN-MATCH-SUB)
058800         MOVE LDG-OUTCOME-CODE
058900             TO WS-RUN-OUTCOME (WS-RUN-MATCH-SUB)
059000     END-IF.
059100 2100-EXIT.
059200     EXIT.
059300*=================================================================
059400 2110-SCAN-ONE-RUN-ENTRY.
059500*=================================================================
059600     IF WS-RUN-JOB-NAME (WS-RUN-SUB) = LDG-JOB-NAME
059700        AND WS-RUN-DAY-OFFSET (WS-RUN-SUB)
059800            = WS-RUN-DAY-OFFSET-WORK
059900         MOVE WS-RUN-SUB TO WS-RUN-MATCH-SUB
060000     ELSE
060100         ADD 1 TO WS-RUN-SUB
060200     END-IF.
060300 2110-EXIT.
060400     EXIT.
060500*=================================================================
060600 3000-PRINT-HEADINGS.
060700*=================================================================
060800     MOVE WS-BUSINESS-DATE TO WS-RPT-HDG-BUSINESS-DATE.
060900     MOVE WS-CURRENT-DATE  TO WS-RPT-HDG-RUN-DATE.
061000     MOVE WS-RPT-PAGE-HEADING TO WS-REPORT-LINE.
061100     WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
061200     WRITE SLA-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
061300     MOVE WS-RPT-COLUMN-HEADING TO WS-REPORT-LINE.
061400     WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
061500     WRITE SLA-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
061600 3000-EXIT.
061700     EXIT.
061800*=================================================================
061900 3100-REPORT-EXPECTED-JOB.
062000*=================================================================
062100*    ONE LINE PER JOB ON THE CONTROL FILE, IN CHAIN ORDER.  THE
062200*    STATUS NAMES THE WORST CONDITION FOUND; A MISSED TARGET
062300*    ALSO SHOWS IN THE TARGET COLUMN ALONGSIDE AN ERROR.
062400*=================================================================
062500     MOVE SPACES TO WS-RPT-DETAIL-LINE.
062600     MOVE WS-CTL-JOB-NAME (WS-CONTROL-SUB) TO WS-RPT-JOB-NAME.
062700     ADD 1 TO WS-JOBS-EXPECTED-CTR.
062800     IF WS-CTL-TARGET-SW (WS-CONTROL-SUB) = 'Y'
062900         MOVE WS-CTL-TARGET-OFFSET (WS-CONTROL-SUB)
063000             TO WS-TGT-OFFSET
063100         MOVE WS-CTL-TARGET-TIME (WS-CONTROL-SUB)
063200             TO WS-TARGET-TIME-WORK
063300         MOVE WS-TTW-HOURS   TO WS-TGT-HOURS
063400         MOVE WS-TTW-MINUTES TO WS-TGT-MINUTES
063500         MOVE WS-TARGET-EDIT TO WS-RPT-TARGET
063600         IF NOT CHAIN-HAS-TARGET
063700            OR WS-CTL-TARGET-MOMENT (WS-CONTROL-SUB)
063800               > WS-CHAIN-TARGET-MOMENT
063900             MOVE 'Y' TO WS-CHAIN-TARGET-SWITCH
064000             MOVE WS-CTL-TARGET-MOMENT (WS-CONTROL-SUB)
064100                 TO WS-CHAIN-TARGET-MOMENT
064200         END-IF
064300     END-IF.
064400
064500     MOVE ZERO TO WS-RUN-MATCH-SUB.
064600     MOVE 1    TO WS-RUN-SUB.
064700     MOVE ZERO TO WS-RUN-DAY-OFFSET-WORK.
064800     PERFORM 3110-FIND-TONIGHTS-RUN
064900         THRU 3110-EXIT
065000         UNTIL WS-RUN-SUB > WS-RUN-TABLE-COUNT
065100            OR WS-RUN-MATCH-SUB > ZERO.
065200     IF WS-RUN-MATCH-SUB = ZERO
065300         MOVE 'DID NOT RUN' TO WS-RPT-STATUS
065400         ADD 1 TO WS-JOBS-NOT-RUN-CTR
065500         ADD 1 TO WS-CHAIN-BREACH-CTR
065600         GO TO 3100-WRITE
065700     END-IF.
065800     MOVE 'Y' TO WS-RUN-LISTED-SW (WS-RUN-MATCH-SUB).
065900     MOVE WS-RUN-MATCH-SUB TO WS-RUN-SUB.
066000     PERFORM 4000-FORMAT-RUN
066100         THRU 4000-EXIT.
066200     PERFORM 4200-COMPUTE-JOB-AVERAGE
066300         THRU 4200-EXIT.
066400     IF WS-AVG-RUNS-CTR > ZERO
066500         MOVE WS-AVG-SECONDS TO WS-DURATION-WORK
066600         PERFORM 5300-FORMAT-DURATION
066700             THRU 5300-EXIT
066800         MOVE WS-DURATION-EDIT TO WS-RPT-AVERAGE
066900     ELSE
067000         MOVE '     NONE' TO WS-RPT-AVERAGE
067100     END-IF.
067200
067300     IF WS-RUN-END-SW (WS-RUN-SUB) NOT = 'Y'
067400         MOVE 'NEVER ENDED' TO WS-RPT-STATUS
067500         ADD 1 TO WS-JOBS-OPEN-CTR
067600         ADD 1 TO WS-CHAIN-BREACH-CTR
067700         GO TO 3100-WRITE
067800     END-IF.
067900
068000     IF WS-AVG-RUNS-CTR > ZERO
068100        AND WS-AVG-SECONDS > ZERO
068200         COMPUTE WS-AVG-VARIANCE-PCT ROUNDED
068300             = ((WS-ELAPSED-SECONDS - WS-AVG-SECONDS) * 100)
068400             / WS-AVG-SECONDS
068500             ON SIZE ERROR
068600                 MOVE 9999 TO WS-AVG-VARIANCE-PCT
068700         END-COMPUTE
068800         MOVE WS-AVG-VARIANCE-PCT TO WS-RPT-VAR-PCT
068900         MOVE WS-RPT-VARIANCE-EDIT TO WS-RPT-VARIANCE
069000     END-IF.
069100     IF WS-CTL-TARGET-SW (WS-CONTROL-SUB) = 'Y'
069200         IF WS-END-MOMENT
069300            > WS-CTL-TARGET-MOMENT (WS-CONTROL-SUB)
069400             MOVE 'MISSED' TO WS-RPT-TARGET-RESULT
069500         ELSE
069600             MOVE 'MET'    TO WS-RPT-TARGET-RESULT
069700         END-IF
069800     END-IF.
069900
070000     IF WS-RUN-OUTCOME (WS-RUN-SUB) NOT = 'CLEAN'
070100         MOVE 'ENDED ERROR' TO WS-RPT-STATUS
070200         ADD 1 TO WS-JOBS-ERROR-CTR
070300         ADD 1 TO WS-CHAIN-BREACH-CTR
070400         IF WS-RPT-TARGET-RESULT = 'MISSED'
070500             ADD 1 TO WS-JOBS-LATE-CTR
070600         END-IF
070700         GO TO 3100-WRITE
070800     END-IF.
070900     IF WS-RPT-TARGET-RESULT = 'MISSED'
071000         MOVE 'MISSED TARGET' TO WS-RPT-STATUS
071100         ADD 1 TO WS-JOBS-LATE-CTR
071200         ADD 1 TO WS-CHAIN-BREACH-CTR
071300         GO TO 3100-WRITE
071400     END-IF.
071500     IF WS-AVG-RUNS-CTR > ZERO
071600         COMPUTE WS-AVG-LIMIT-SECONDS
071700             = (WS-AVG-SECONDS
071800                * (100 + WS-CTL-TOLERANCE-PCT (WS-CONTROL-SUB)))
071900             / 100
072000         IF WS-ELAPSED-SECONDS > WS-AVG-LIMIT-SECONDS
072100             MOVE 'OVER AVERAGE' TO WS-RPT-STATUS
072200             ADD 1 TO WS-JOBS-SLOW-CTR
072300             IF WS-RETURN-CODE < 4
072400                 MOVE 4 TO WS-RETURN-CODE
072500             END-IF
072600             GO TO 3100-WRITE
072700         END-IF
072800     END-IF.
072900     MOVE 'OK' TO WS-RPT-STATUS.
073000 3100-WRITE.
073100     MOVE WS-RPT-DETAIL-LINE TO WS-REPORT-LINE.
073200     WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
073300     ADD 1 TO WS-CONTROL-SUB.
073400 3100-EXIT.
073500     EXIT.
073600*=================================================================
073700 3110-FIND-TONIGHTS-RUN.
073800*=================================================================
073900     IF WS-RUN-JOB-NAME (WS-RUN-SUB)
074000            = WS-CTL-JOB-NAME (WS-CONTROL-SUB)
074100        AND WS-RUN-DAY-OFFSET (WS-RUN-SUB) = ZERO
074200         MOVE WS-RUN-SUB TO WS-RUN-MATCH-SUB
074300     ELSE
074400         ADD 1 TO WS-RUN-SUB
074500     END-IF.
074600 3110-EXIT.
074700     EXIT.
074800*=================================================================
074900 3200-REPORT-UNLISTED-JOB.
075000*=================================================================
075100*    A JOB THAT RAN TONIGHT BUT IS NOT ON THE CONTROL FILE IS
075200*    SHOWN AND TIMED INTO THE CHAIN, BUT HAS NO TARGET AND
075300*    CANNOT BREACH THE SLA.
075400*=================================================================
075500     IF WS-RUN-DAY-OFFSET (WS-RUN-SUB) NOT = ZERO
075600        OR WS-RUN-LISTED-SW (WS-RUN-SUB) = 'Y'
075700         GO TO 3200-NEXT
075800     END-IF.
075900     MOVE SPACES TO WS-RPT-DETAIL-LINE.
076000     MOVE WS-RUN-JOB-NAME (WS-RUN-SUB) TO WS-RPT-JOB-NAME.
076100     ADD 1 TO WS-JOBS-UNLISTED-CTR.
076200     PERFORM 4000-FORMAT-RUN
076300         THRU 4000-EXIT.
076400     MOVE 'NOT ON CONTROL' TO WS-RPT-STATUS.
076500     MOVE WS-RPT-DETAIL-LINE TO WS-REPORT-LINE.
076600     WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
076700 3200-NEXT.
076800     ADD 1 TO WS-RUN-SUB.
076900 3200-EXIT.
077000     EXIT.
077100*=================================================================
077200 3500-REPORT-CHAIN.
077300*=================================================================
077400*    THE CHAIN RUNS FROM THE EARLIEST START TO THE LATEST END
077500*    TONIGHT AND IS MEASURED AGAINST THE LATEST JOB TARGET AND
077600*    THE AVERAGE WINDOW OF THE THIRTY DATES BEFORE.
077700*=================================================================
077800     WRITE SLA-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
077900     MOVE SPACES TO WS-RPT-DETAIL-LINE.
078000     MOVE 'CHAIN' TO WS-RPT-JOB-NAME.
078100     IF CHAIN-HAS-TARGET
078200         MOVE ZERO TO WS-DURATION-WORK
078300         DIVIDE WS-CHAIN-TARGET-MOMENT BY 86400
078400             GIVING WS-DURATION-HOURS
078500             REMAINDER WS-DURATION-WORK
078600         MOVE WS-DURATION-HOURS TO WS-TGT-OFFSET
078700         DIVIDE WS-DURATION-WORK BY 3600
078800             GIVING WS-DURATION-HOURS
078900             REMAINDER WS-DURATION-REMAINDER
079000         MOVE WS-DURATION-HOURS TO WS-TGT-HOURS
079100         DIVIDE WS-DURATION-REMAINDER BY 60
079200             GIVING WS-DURATION-MINUTES
079300         MOVE WS-DURATION-MINUTES TO WS-TGT-MINUTES
079400         MOVE WS-TARGET-EDIT TO WS-RPT-TARGET
079500     END-IF.
079600
079700     MOVE 1 TO WS-RUN-SUB.
079800     PERFORM 3510-TIME-TONIGHTS-CHAIN
079900         THRU 3510-EXIT
080000         WS-RUN-TABLE-COUNT TIMES.
080100     IF CHAIN-HAS-STARTED
080200         MOVE WS-CHAIN-START-MOMENT TO WS-START-MOMENT
080300         PERFORM 5400-FORMAT-MOMENT-START
080400             THRU 5400-EXIT
080500     END-IF.
080600     IF CHAIN-HAS-ENDED
080700        AND NOT CHAIN-STILL-OPEN
080800         MOVE WS-CHAIN-END-MOMENT TO WS-END-MOMENT
080900         PERFORM 5450-FORMAT-MOMENT-END
081000             THRU 5450-EXIT
081100         COMPUTE WS-DURATION-WORK
081200             = WS-CHAIN-END-MOMENT - WS-CHAIN-START-MOMENT
081300         MOVE WS-DURATION-WORK TO WS-ELAPSED-SECONDS
081400         PERFORM 5300-FORMAT-DURATION
081500             THRU 5300-EXIT
081600         MOVE WS-DURATION-EDIT TO WS-RPT-ELAPSED
081700         IF CHAIN-HAS-TARGET
081800             IF WS-CHAIN-END-MOMENT > WS-CHAIN-TARGET-MOMENT
081900                 MOVE 'MISSED' TO WS-RPT-TARGET-RESULT
082000             ELSE
082100                 MOVE 'MET'    TO WS-RPT-TARGET-RESULT
082200             END-IF
082300         END-IF
082400     END-IF.
082500
082600     PERFORM 4300-COMPUTE-CHAIN-AVERAGE
082700         THRU 4300-EXIT.
082800     IF WS-AVG-RUNS-CTR > ZERO
082900         MOVE WS-AVG-SECONDS TO WS-DURATION-WORK
083000         PERFORM 5300-FORMAT-DURATION
083100             THRU 5300-EXIT
083200         MOVE WS-DURATION-EDIT TO WS-RPT-AVERAGE
083300         IF CHAIN-HAS-ENDED
083400            AND NOT CHAIN-STILL-OPEN
083500            AND WS-AVG-SECONDS > ZERO
083600             COMPUTE WS-AVG-VARIANCE-PCT ROUNDED
083700                 = ((WS-ELAPSED-SECONDS - WS-AVG-SECONDS)
083800                    * 100) / WS-AVG-SECONDS
083900                 ON SIZE ERROR
084000                     MOVE 9999 TO WS-AVG-VARIANCE-PCT
084100             END-COMPUTE
084200             MOVE WS-AVG-VARIANCE-PCT TO WS-RPT-VAR-PCT
084300             MOVE WS-RPT-VARIANCE-EDIT TO WS-RPT-VARIANCE
084400         END-IF
084500     ELSE
084600         MOVE '     NONE' TO WS-RPT-AVERAGE
084700     END-IF.
084800
084900     IF WS-CHAIN-BREACH-CTR > ZERO
085000         MOVE 'SLA BREACHED' TO WS-RPT-STATUS
085100         MOVE 8 TO WS-RETURN-CODE
085200     ELSE
085300         MOVE 'WITHIN SLA'   TO WS-RPT-STATUS
085400     END-IF.
085500     MOVE WS-RPT-DETAIL-LINE TO WS-REPORT-LINE.
085600     WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
085700 3500-EXIT.
085800     EXIT.
085900*=================================================================
086000 3510-TIME-TONIGHTS-CHAIN.
086100*=================================================================
086200     IF WS-RUN-DAY-OFFSET (WS-RUN-SUB) NOT = ZERO
086300        OR WS-RUN-START-CTR (WS-RUN-SUB) = ZERO
086400         GO TO 3510-NEXT
086500     END-IF.
086600     PERFORM 5000-COMPUTE-RUN-MOMENTS
086700         THRU 5000-EXIT.
086800     IF NOT CHAIN-HAS-STARTED
086900        OR WS-START-MOMENT < WS-CHAIN-START-MOMENT
087000         MOVE 'Y' TO WS-CHAIN-STARTED-SWITCH
087100         MOVE WS-START-MOMENT TO WS-CHAIN-START-MOMENT
087200     END-IF.
087300     IF WS-RUN-END-SW (WS-RUN-SUB) NOT = 'Y'
087400         MOVE 'Y' TO WS-CHAIN-OPEN-SWITCH
087500         GO TO 3510-NEXT
087600     END-IF.
087700     IF NOT CHAIN-HAS-ENDED
087800        OR WS-END-MOMENT > WS-CHAIN-END-MOMENT
087900         MOVE 'Y' TO WS-CHAIN-ENDED-SWITCH
088000         MOVE WS-END-MOMENT TO WS-CHAIN-END-MOMENT
088100     END-IF.
088200 3510-NEXT.
088300     ADD 1 TO WS-RUN-SUB.
088400 3510-EXIT.
088500     EXIT.
088600*=================================================================
088700 4000-FORMAT-RUN.
088800*=================================================================
088900*    FILLS THE RUN COLUMNS OF THE DETAIL LINE FOR THE RUN TABLE
089000*    ENTRY AT WS-RUN-SUB AND COUNTS THE JOB AS HAVING RUN.
089100*=================================================================
089200     ADD 1 TO WS-JOBS-RAN-CTR.
089300     MOVE WS-RUN-START-CTR (WS-RUN-SUB) TO WS-RPT-RUNS.
089400     PERFORM 5000-COMPUTE-RUN-MOMENTS
089500         THRU 5000-EXIT.
089600     MOVE WS-RUN-START-DATE (WS-RUN-SUB) TO WS-RPT-START-DATE.
089700     MOVE WS-RUN-START-TIME (WS-RUN-SUB) TO WS-TIME-PARTS-WORK.
089800     PERFORM 5200-FORMAT-CLOCK
089900         THRU 5200-EXIT.
090000     MOVE WS-CLOCK-EDIT TO WS-RPT-START-TIME.
090100     IF WS-RUN-END-SW (WS-RUN-SUB) NOT = 'Y'
090200         GO TO 4000-EXIT
090300     END-IF.
090400     PERFORM 5450-FORMAT-MOMENT-END
090500         THRU 5450-EXIT.
090600     MOVE WS-RUN-OUTCOME (WS-RUN-SUB) TO WS-RPT-OUTCOME.
090700     MOVE WS-ELAPSED-SECONDS TO WS-DURATION-WORK.
090800     PERFORM 5300-FORMAT-DURATION
090900         THRU 5300-EXIT.
091000     MOVE WS-DURATION-EDIT TO WS-RPT-ELAPSED.
091100 4000-EXIT.
091200     EXIT.
091300*=================================================================
091400 4200-COMPUTE-JOB-AVERAGE.
091500*=================================================================
091600*    AVERAGES THE CLEAN, COMPLETED RUNS OF THE JOB ON THE
091700*    THIRTY BUSINESS DATES BEFORE THE REPORT DATE.  THE ENTRY
091800*    FOR TONIGHT IS RE-TIMED AFTERWARDS.
091900*=================================================================
092000     MOVE ZERO TO WS-AVG-TOTAL-SECONDS.
092100     MOVE ZERO TO WS-AVG-RUNS-CTR.
092200     MOVE ZERO TO WS-AVG-SECONDS.
092300     MOVE WS-RUN-SUB TO WS-RUN-MATCH-SUB.
092400     MOVE 1 TO WS-RUN-SUB.
092500     PERFORM 4210-ADD-ONE-PRIOR-RUN
092600         THRU 4210-EXIT
092700         WS-RUN-TABLE-COUNT TIMES.
092800     IF WS-AVG-RUNS-CTR > ZERO
092900         COMPUTE WS-AVG-SECONDS ROUNDED
093000             = WS-AVG-TOTAL-SECONDS / WS-AVG-RUNS-CTR
093100     END-IF.
093200     MOVE WS-RUN-MATCH-SUB TO WS-RUN-SUB.
093300     PERFORM 5000-COMPUTE-RUN-MOMENTS
093400         THRU 5000-EXIT.
093500 4200-EXIT.
093600     EXIT.
093700*=================================================================
093800 4210-ADD-ONE-PRIOR-RUN.
093900*=================================================================
094000     IF WS-RUN-JOB-NAME (WS-RUN-SUB)
094100            = WS-RUN-JOB-NAME (WS-RUN-MATCH-SUB)
094200        AND WS-RUN-DAY-OFFSET (WS-RUN-SUB) < ZERO
094300        AND WS-RUN-START-CTR (WS-RUN-SUB) > ZERO
094400        AND WS-RUN-END-SW (WS-RUN-SUB) = 'Y'
094500        AND WS-RUN-OUTCOME (WS-RUN-SUB) = 'CLEAN'
094600         PERFORM 5000-COMPUTE-RUN-MOMENTS
094700             THRU 5000-EXIT
094800         ADD WS-ELAPSED-SECONDS TO WS-AVG-TOTAL-SECONDS
094900         ADD 1 TO WS-AVG-RUNS-CTR
095000     END-IF.
095100     ADD 1 TO WS-RUN-SUB.
095200 4210-EXIT.
095300     EXIT.
095400*=================================================================
095500 4300-COMPUTE-CHAIN-AVERAGE.
095600*=================================================================
095700*    TIMES THE CHAIN ON EACH OF THE THIRTY PRIOR DATES THE SAME
095800*    WAY AS TONIGHT.  A DATE WITH A RUN THAT NEVER ENDED IS
095900*    LEFT OUT OF THE AVERAGE.
096000*=================================================================
096100     MOVE ZERO TO WS-AVG-TOTAL-SECONDS.
096200     MOVE ZERO TO WS-AVG-RUNS-CTR.
096300     MOVE ZERO TO WS-AVG-SECONDS.
096400     MOVE -1   TO WS-PRIOR-DAY-OFFSET.
096500     PERFORM 4310-TIME-ONE-PRIOR-CHAIN
096600         THRU 4310-EXIT
096700         WS-AVERAGE-DAYS TIMES.
096800     IF WS-AVG-RUNS-CTR > ZERO
096900         COMPUTE WS-AVG-SECONDS ROUNDED
097000             = WS-AVG-TOTAL-SECONDS / WS-AVG-RUNS-CTR
097100     END-IF.
097200 4300-EXIT.
097300     EXIT.
097400*=================================================================
097500 4310-TIME-ONE-PRIOR-CHAIN.
097600*=================================================================
097700     MOVE 'N' TO WS-PRIOR-STARTED-SW.
097800     MOVE 'N' TO WS-PRIOR-OPEN-SW.
097900     MOVE ZERO TO WS-PRIOR-START-MOMENT.
098000     MOVE ZERO TO WS-PRIOR-END-MOMENT.
098100     MOVE 1 TO WS-RUN-SUB.
098200     PERFORM 4320-TIME-ONE-PRIOR-RUN
098300         THRU 4320-EXIT
098400         WS-RUN-TABLE-COUNT TIMES.
098500     IF WS-PRIOR-STARTED-SW = 'Y'
098600        AND WS-PRIOR-OPEN-SW = 'N'
098700         ADD WS-PRIOR-END-MOMENT TO WS-AVG-TOTAL-SECONDS
098800         SUBTRACT WS-PRIOR-START-MOMENT
098900             FROM WS-AVG-TOTAL-SECONDS
099000         ADD 1 TO WS-AVG-RUNS-CTR
099100     END-IF.
099200     SUBTRACT 1 FROM WS-PRIOR-DAY-OFFSET.
099300 4310-EXIT.
099400     EXIT.
099500*=================================================================
099600 4320-TIME-ONE-PRIOR-RUN.
099700*=================================================================
099800     IF WS-RUN-DAY-OFFSET (WS-RUN-SUB) NOT = WS-PRIOR-DAY-OFFSET
099900        OR WS-RUN-START-CTR (WS-RUN-SUB) = ZERO
100000         GO TO 4320-NEXT
100100     END-IF.
100200     PERFORM 5000-COMPUTE-RUN-MOMENTS
100300         THRU 5000-EXIT.
100400     IF WS-RUN-END-SW (WS-RUN-SUB) NOT = 'Y'
100500         MOVE 'Y' TO WS-PRIOR-OPEN-SW
100600     END-IF.
100700     IF WS-PRIOR-STARTED-SW = 'N'
100800        OR WS-START-MOMENT < WS-PRIOR-START-MOMENT
100900         MOVE WS-START-MOMENT TO WS-PRIOR-START-MOMENT
101000     END-IF.
101100     IF WS-PRIOR-STARTED-SW = 'N'
101200        OR WS-END-MOMENT > WS-PRIOR-END-MOMENT
101300         MOVE WS-END-MOMENT TO WS-PRIOR-END-MOMENT
101400     END-IF.
101500     MOVE 'Y' TO WS-PRIOR-STARTED-SW.
101600 4320-NEXT.
101700     ADD 1 TO WS-RUN-SUB.
101800 4320-EXIT.
101900     EXIT.
102000*=================================================================
102100 5000-COMPUTE-RUN-MOMENTS.
102200*=================================================================
102300*    START AND END OF THE RUN AT WS-RUN-SUB AS SECONDS FROM THE
102400*    MIDNIGHT OPENING ITS BUSINESS DATE.  AN END THAT COMES OUT
102500*    BEFORE ITS START WAS STAMPED WITH THE START DATE AFTER THE
102600*    JOB RAN PAST MIDNIGHT, AND IS MOVED ON A DAY.
102700*=================================================================
102800     MOVE WS-RUN-START-DATE (WS-RUN-SUB) TO WS-DATE-PARTS-WORK.
102900     PERFORM 5100-COMPUTE-DAY-NUMBER
103000         THRU 5100-EXIT.
103100     MOVE WS-RUN-START-TIME (WS-RUN-SUB) TO WS-TIME-PARTS-WORK.
103200     PERFORM 5150-COMPUTE-SECONDS
103300         THRU 5150-EXIT.
103400     COMPUTE WS-START-MOMENT
103500         = ((WS-DAY-NUMBER-WORK
103600             - WS-RUN-BUSINESS-DAY-NO (WS-RUN-SUB)) * 86400)
103700         + WS-SECONDS-WORK.
103800     MOVE WS-START-MOMENT TO WS-END-MOMENT.
103900     MOVE ZERO TO WS-ELAPSED-SECONDS.
104000     IF WS-RUN-END-SW (WS-RUN-SUB) NOT = 'Y'
104100         GO TO 5000-EXIT
104200     END-IF.
104300     MOVE WS-RUN-END-DATE (WS-RUN-SUB) TO WS-DATE-PARTS-WORK.
104400     PERFORM 5100-COMPUTE-DAY-NUMBER
104500         THRU 5100-EXIT.
104600     MOVE WS-RUN-END-TIME (WS-RUN-SUB) TO WS-TIME-PARTS-WORK.
104700     PERFORM 5150-COMPUTE-SECONDS
104800         THRU 5150-EXIT.
104900     COMPUTE WS-END-MOMENT
105000         = ((WS-DAY-NUMBER-WORK
105100             - WS-RUN-BUSINESS-DAY-NO (WS-RUN-SUB)) * 86400)
105200         + WS-SECONDS-WORK.
105300     IF WS-END-MOMENT < WS-START-MOMENT
105400         ADD 86400 TO WS-END-MOMENT
105500     END-IF.
105600     COMPUTE WS-ELAPSED-SECONDS
105700         = WS-END-MOMENT - WS-START-MOMENT.
105800 5000-EXIT.
105900     EXIT.
106000*=================================================================
106100 5100-COMPUTE-DAY-NUMBER.
106200*=================================================================
106300*    CONTINUOUS DAY NUMBER FOR THE DATE IN WS-DATE-PARTS-WORK.
106400*    THE YEAR IS COUNTED FROM MARCH SO THAT THE LEAP DAY FALLS
106500*    AT ITS END; EACH DIVISION IS A SEPARATE STEP SO THAT IT
106600*    TRUNCATES.  AN INVALID DATE COUNTS AS DAY ZERO.
106700*=================================================================
106800     MOVE ZERO TO WS-DAY-NUMBER-WORK.
106900     IF WS-DATE-PARTS-WORK NOT NUMERIC
107000        OR WS-DPW-MONTH < 1
107100        OR WS-DPW-MONTH > 12
107200         GO TO 5100-EXIT
107300     END-IF.
107400     IF WS-DPW-MONTH < 3
107500         COMPUTE WS-DN-MARCH-YEAR  = WS-DPW-YEAR + 4799
107600         COMPUTE WS-DN-MARCH-MONTH = WS-DPW-MONTH + 9
107700     ELSE
107800         COMPUTE WS-DN-MARCH-YEAR  = WS-DPW-YEAR + 4800
107900         COMPUTE WS-DN-MARCH-MONTH = WS-DPW-MONTH - 3
108000     END-IF.
108100     COMPUTE WS-DN-MONTH-DAYS = (153 * WS-DN-MARCH-MONTH) + 2.
108200     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
108300     DIVIDE WS-DN-MARCH-YEAR BY 4 GIVING WS-DN-QUAD-YEARS.
108400     DIVIDE WS-DN-MARCH-YEAR BY 100 GIVING WS-DN-CENTURIES.
108500     DIVIDE WS-DN-MARCH-YEAR BY 400
108600         GIVING WS-DN-QUAD-CENTURIES.
108700     COMPUTE WS-DAY-NUMBER-WORK
108800         = WS-DPW-DAY + WS-DN-MONTH-DAYS
108900         + (365 * WS-DN-MARCH-YEAR)
109000         + WS-DN-QUAD-YEARS - WS-DN-CENTURIES
109100         + WS-DN-QUAD-CENTURIES - 32045.
109200 5100-EXIT.
109300     EXIT.
109400*=================================================================
109500 5150-COMPUTE-SECONDS.
109600*=================================================================
109700*    SECONDS PAST MIDNIGHT FOR THE HHMMSSHH TIME IN
109800*    WS-TIME-PARTS-WORK, AS THE LEDGER STAMPS IT.
109900*=================================================================
110000     MOVE ZERO TO WS-SECONDS-WORK.
110100     IF WS-TIME-PARTS-WORK NOT NUMERIC
110200         GO TO 5150-EXIT
110300     END-IF.
110400     COMPUTE WS-SECONDS-WORK
110500         = (WS-TPW-HOURS * 3600)
110600         + (WS-TPW-MINUTES * 60)
110700         + WS-TPW-SECONDS.
110800 5150-EXIT.
110900     EXIT.
111000*=================================================================
111100 5200-FORMAT-CLOCK.
111200*=================================================================
111300     MOVE WS-TPW-HOURS   TO WS-CLK-HOURS.
111400     MOVE WS-TPW-MINUTES TO WS-CLK-MINUTES.
111500     MOVE WS-TPW-SECONDS TO WS-CLK-SECONDS.
111600 5200-EXIT.
111700     EXIT.
111800*=================================================================
111900 5300-FORMAT-DURATION.
112000*=================================================================
112100*    HHH:MM:SS FOR THE SECONDS IN WS-DURATION-WORK.
112200*=================================================================
112300     IF WS-DURATION-WORK < ZERO
112400         MOVE ZERO TO WS-DURATION-WORK
112500     END-IF.
112600     DIVIDE WS-DURATION-WORK BY 3600
112700         GIVING WS-DURATION-HOURS
112800         REMAINDER WS-DURATION-REMAINDER.
112900     DIVIDE WS-DURATION-REMAINDER BY 60
113000         GIVING WS-DURATION-MINUTES
113100         REMAINDER WS-DURATION-SECONDS.
113200     MOVE WS-DURATION-HOURS   TO WS-DUR-HOURS.
113300     MOVE WS-DURATION-MINUTES TO WS-DUR-MINUTES.
113400     MOVE WS-DURATION-SECONDS TO WS-DUR-SECONDS.
113500 5300-EXIT.
113600     EXIT.
113700*=================================================================
113800 5400-FORMAT-MOMENT-START.
113900*=================================================================
114000*    DATE AND CLOCK TIME OF THE MOMENT IN WS-START-MOMENT, SET
114100*    IN THE STARTED COLUMNS.  USED FOR THE CHAIN LINE, WHERE
114200*    THE MOMENT IS NOT TIED TO ONE JOB'S LEDGER RECORD.
114300*=================================================================
114400     MOVE WS-START-MOMENT TO WS-DURATION-WORK.
114500     PERFORM 5500-MOMENT-TO-DATE-TIME
114600         THRU 5500-EXIT.
114700     MOVE WS-DATE-PARTS-WORK TO WS-RPT-START-DATE.
114800     MOVE WS-CLOCK-EDIT      TO WS-RPT-START-TIME.
114900 5400-EXIT.
115000     EXIT.
115100*=================================================================
115200 5450-FORMAT-MOMENT-END.
115300*=================================================================
115400     MOVE WS-END-MOMENT TO WS-DURATION-WORK.
115500     PERFORM 5500-MOMENT-TO-DATE-TIME
115600         THRU 5500-EXIT.
115700     MOVE WS-DATE-PARTS-WORK TO WS-RPT-END-DATE.
115800     MOVE WS-CLOCK-EDIT      TO WS-RPT-END-TIME.
115900 5450-EXIT.
116000     EXIT.
116100*=================================================================
116200 5500-MOMENT-TO-DATE-TIME.
116300*=================================================================
116400*    SPLITS THE MOMENT IN WS-DURATION-WORK INTO WHOLE DAYS
116500*    AFTER THE REPORT'S BUSINESS DATE AND A CLOCK TIME, AND
116600*    STEPS THE BUSINESS DATE FORWARD THAT MANY DAYS.
116700*=================================================================
116800     IF WS-DURATION-WORK < ZERO
116900         MOVE ZERO TO WS-DURATION-WORK
117000     END-IF.
117100     DIVIDE WS-DURATION-WORK BY 86400
117200         GIVING WS-DURATION-HOURS
117300         REMAINDER WS-DURATION-WORK.
117400     MOVE WS-BUSINESS-DATE TO WS-DATE-PARTS-WORK.
117500     PERFORM 5510-STEP-FORWARD-ONE-DAY
117600         THRU 5510-EXIT
117700         WS-DURATION-HOURS TIMES.
117800     DIVIDE WS-DURATION-WORK BY 3600
117900         GIVING WS-DURATION-HOURS
118000         REMAINDER WS-DURATION-REMAINDER.
118100     DIVIDE WS-DURATION-REMAINDER BY 60
118200         GIVING WS-DURATION-MINUTES
118300         REMAINDER WS-DURATION-SECONDS.
118400     MOVE WS-DURATION-HOURS   TO WS-CLK-HOURS.
118500     MOVE WS-DURATION-MINUTES TO WS-CLK-MINUTES.
118600     MOVE WS-DURATION-SECONDS TO WS-CLK-SECONDS.
118700 5500-EXIT.
118800     EXIT.
118900*=================================================================
119000 5510-STEP-FORWARD-ONE-DAY.
119100*=================================================================
119200*    LATE IN THE MONTH THE NEXT DAY IS TESTED AGAINST THE FIRST
119300*    OF THE FOLLOWING MONTH; ONE THAT REACHES IT ROLLS OVER.
119400*=================================================================
119500     ADD 1 TO WS-DPW-DAY.
119600     IF WS-DPW-DAY < 29
119700         GO TO 5510-EXIT
119800     END-IF.
119900     MOVE WS-DATE-PARTS-WORK TO WS-STEP-DATE-SAVE.
120000     PERFORM 5100-COMPUTE-DAY-NUMBER
120100         THRU 5100-EXIT.
120200     MOVE WS-DAY-NUMBER-WORK TO WS-STEP-DAY-NUMBER.
120300     MOVE 1 TO WS-DPW-DAY.
120400     IF WS-DPW-MONTH = 12
120500         MOVE 1 TO WS-DPW-MONTH
120600         ADD 1 TO WS-DPW-YEAR
120700     ELSE
120800         ADD 1 TO WS-DPW-MONTH
120900     END-IF.
121000     PERFORM 5100-COMPUTE-DAY-NUMBER
121100         THRU 5100-EXIT.
121200     IF WS-STEP-DAY-NUMBER < WS-DAY-NUMBER-WORK
121300         MOVE WS-STEP-DATE-SAVE TO WS-DATE-PARTS-WORK
121400     END-IF.
121500 5510-EXIT.
121600     EXIT.
121700*=================================================================
121800 8000-PRINT-TOTALS.
121900*=================================================================
122000     WRITE SLA-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
122100     MOVE 'JOBS EXPECTED................' TO WS-RPT-COUNT-LABEL.
122200     MOVE WS-JOBS-EXPECTED-CTR TO WS-RPT-COUNT-VALUE.
122300     WRITE SLA-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
122400     MOVE 'JOBS DID NOT RUN.............' TO WS-RPT-COUNT-LABEL.
122500     MOVE WS-JOBS-NOT-RUN-CTR TO WS-RPT-COUNT-VALUE.
122600     WRITE SLA-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
122700     MOVE 'JOBS NEVER ENDED.............' TO WS-RPT-COUNT-LABEL.
122800     MOVE WS-JOBS-OPEN-CTR TO WS-RPT-COUNT-VALUE.
122900     WRITE SLA-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
123000     MOVE 'JOBS ENDED ERROR.............' TO WS-RPT-COUNT-LABEL.
123100     MOVE WS-JOBS-ERROR-CTR TO WS-RPT-COUNT-VALUE.
123200     WRITE SLA-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
123300     MOVE 'JOBS MISSED TARGET...........' TO WS-RPT-COUNT-LABEL.
123400     MOVE WS-JOBS-LATE-CTR TO WS-RPT-COUNT-VALUE.
123500     WRITE SLA-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
123600     MOVE 'JOBS OVER AVERAGE............' TO WS-RPT-COUNT-LABEL.
123700     MOVE WS-JOBS-SLOW-CTR TO WS-RPT-COUNT-VALUE.
123800     WRITE SLA-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
123900     MOVE 'JOBS RUN NOT ON CONTROL......' TO WS-RPT-COUNT-LABEL.
124000     MOVE WS-JOBS-UNLISTED-CTR TO WS-RPT-COUNT-VALUE.
124100     WRITE SLA-REPORT-RECORD FROM WS-RPT-COUNT-LINE.
124200     WRITE SLA-REPORT-RECORD FROM WS-RPT-BLANK-LINE.
124300     IF WS-CHAIN-BREACH-CTR > ZERO
124400         MOVE '*** CHAIN SLA BREACHED -- ON-CALL TO BE PAGED ***'
124500             TO WS-RPT-MESSAGE-TEXT
124600     ELSE
124700         MOVE 'CHAIN COMPLETED WITHIN SLA.'
124800             TO WS-RPT-MESSAGE-TEXT
124900     END-IF.
125000     WRITE SLA-REPORT-RECORD FROM WS-RPT-MESSAGE-LINE.
125100 8000-EXIT.
125200     EXIT.
125300*=================================================================
125400 9000-TERMINATE-JOB.
125500*=================================================================
125600     CLOSE SLA-REPORT.
125700     DISPLAY '>> [COBOL] LEDGER RECORDS READ....: '
125800             WS-LEDGER-READ-CTR.
125900     DISPLAY '>> [COBOL] JOBS EXPECTED..........: '
126000             WS-JOBS-EXPECTED-CTR.
126100     DISPLAY '>> [COBOL] SLA BREACHES...........: '
126200             WS-CHAIN-BREACH-CTR.
126300     MOVE WS-RETURN-CODE TO RETURN-CODE.
126400     DISPLAY '>> [COBOL] SPEKTRE-SLARPT JOB COMPLETE.'.
126500 9000-EXIT.
126600     EXIT.
