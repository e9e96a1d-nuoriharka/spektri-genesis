001400*
001500*     BOTH INPUT FILES MUST BE IN ASCENDING ACCOUNT-ID
001600*     SEQUENCE.  EVERY APPLIED TRANSACTION IS APPENDED TO THE
001700*     MAINTENANCE AUDIT FILE (SPKTMAU), WHICH LEADS WITH THE
001800*     SAME FIELDS AS THE AUDIT-LOG-RECORD SPEKTRE-OVERRIDE USES
001900*     FOR STATE CHANGES, SO THE TWO TRAILS RECONCILE THE SAME
001910*     WAY, AND ADDS THE ACTION CODE APPLIED.  A TRANSACTION THAT
002000*     CANNOT BE APPLIED -- UNKNOWN ACTION CODE, CHG/DEL FOR AN
002100*     ACCOUNT NOT ON THE MASTER, ADD FOR AN ACCOUNT ALREADY ON
002200*     THE MASTER, BAD FIELD VALUES, OR A RECORD OUT OF
002300*     SEQUENCE -- IS WRITTEN TO THE REJECT REPORT AND THE JOB
002400*     ENDS WITH A NON-ZERO RETURN CODE.
002410*
002420*     A DEL, AN REI, OR A CHG OVER THE PARM-CARD APPROVAL
002430*     THRESHOLDS IS NOT APPLIED ON THE KEYING OPERATOR'S SAY-SO
002440*     ALONE: IT WAITS ON THE PENDING FILE UNTIL A SECOND
002450*     OPERATOR'S APPROVAL (SPKTAPV) MATCHES IT.  THE
002460*     APPROVAL-QUEUE REPORT SHOWS WHAT IS WAITING, WHO KEYED IT,
002470*     AND HOW LONG IT HAS WAITED.
002500*-----------------------------------------------------------------
002600* MODIFICATION HISTORY.
002700*     DATE       BY    DESCRIPTION
008000*                      THE PENDING REPORT SHOWS WHAT RELEASED,
008100*                      PARKED, CANCELLED, AND IS STILL PENDING.
008200*                      THE TRANSACTION RECORD GREW TO 100 BYTES.
008202*     2026-10-15 LEA   THE MAINTENANCE AUDIT RECORD NOW CARRIES
008204*                      THE ACTION CODE APPLIED (NEW COPYBOOK
008206*                      SPKTMAU, 100 BYTES) SO AN ADD AND A REI,
008208*                      WHICH LOOK ALIKE BY THEIR OLD AND NEW
008210*                      VALUES, CAN BE TOLD APART DOWNSTREAM.
008212*     2026-10-15 LEA   SECOND-PERSON APPROVAL.  EVERY DEL, EVERY
008214*                      REI, AND ANY CHG WHOSE POWER-LEVEL OR
008216*                      STATE CHANGE CROSSES THE NEW PARM-CARD
008218*                      THRESHOLDS NOW WAITS ON THE PENDING FILE
008220*                      (STATUS A) UNTIL A DIFFERENT OPERATOR'S
008222*                      APPROVAL ON THE NEW APPROVAL FILE MATCHES
008224*                      IT.  NEW APPROVAL-QUEUE REPORT.  THE
008226*                      TRANSACTION CARRIES THE KEYING OPERATOR,
008228*                      THE AUDIT RECORD THE OPERATOR AND THE
008230*                      APPROVER, AND THE PENDING RECORD GREW TO
008232*                      120 BYTES FOR THE OPERATOR, QUEUED DATE,
008234*                      APPROVAL REASON, AND APPROVER.
008236*     2026-10-15 LEA   AN REI NOW CARRIES THE ACCOUNT NAME,
008238*                      OWNING BUSINESS UNIT, AND CONTACT
008240*                      REFERENCE KEYED ON THE TRANSACTION ONTO THE
008242*                      REINSTATED RECORD.  THE RETIRED ARCHIVE
008244*                      HOLDS ONLY THE STATE AND POWER-LEVEL, SO A
008246*                      REINSTATED ACCOUNT USED TO COME BACK WITH
008248*                      NO CONTACT REFERENCE TO WRITE TO.
008250*     2026-10-15 LEA   THE RETIRED ARCHIVE RECORD GREW TO 100
008252*                      BYTES AND NOW CARRIES THE ACCOUNT NAME,
008254*                      OWNING BUSINESS UNIT, AND CONTACT
008256*                      REFERENCE OF THE RETIRED ACCOUNT, SO
008258*                      SPEKTRE-INQUIRY CAN FIND A RETIRED ACCOUNT
008260*                      BY THEM.  A DESCRIPTIVE FIELD LEFT BLANK
008262*                      ON AN REI NOW COMES BACK FROM THE ARCHIVE.
008264*     2026-10-15 LEA   A TRANSACTION THAT NEEDS SECOND-PERSON
008266*                      APPROVAL BUT CARRIES NO KEYING OPERATOR
008268*                      IS NOW REJECTED INSTEAD OF QUEUED, AND
008270*                      AN APPROVAL IS NEVER MATCHED AGAINST A
008272*                      BLANK KEYER.
008300*-----------------------------------------------------------------
008400 ENVIRONMENT DIVISION.
008500 CONFIGURATION SECTION.
014200         ORGANIZATION IS SEQUENTIAL
014300         FILE STATUS IS WS-PNDRPT-STATUS.
014400
014405     SELECT APPROVAL-FILE
014410         ASSIGN TO APPRFILE
014415         ORGANIZATION IS SEQUENTIAL
014420         FILE STATUS IS WS-APPRFILE-STATUS.
014425
014430     SELECT APPROVAL-QUEUE-REPORT
014435         ASSIGN TO APRQRPT
014440         ORGANIZATION IS SEQUENTIAL
014445         FILE STATUS IS WS-APRQRPT-STATUS.
014450
014500     SELECT PARM-CONTROL-FILE
014600         ASSIGN TO PARMCARD
014700         ORGANIZATION IS SEQUENTIAL
016000     COPY SPKTMNT.
016100
016200*-----------------------------------------------------------------
016300* THE PENDING FILES LEAD WITH THE SAME FIELDS AS THE TRANSACTION
016400* RECORD (SEE SPKTMNT); THEY ARE SPELLED OUT HERE UNDER THEIR
016500* OWN NAMES BECAUSE THE COPYBOOK IS ALREADY TAKEN BY THE
016600* TRANSACTION FD.  AFTER THE KEYING OPERATOR COME THE DATE THE
016610* ENTRY STARTED WAITING, THE REASON IT NEEDS APPROVAL (BLANK FOR
016620* A PLAIN FUTURE-DATED PARK), AND THE APPROVER ONCE APPROVED:
016630*     D = DEL          R = REI
016640*     P = CHG POWER-LEVEL CHANGE OVER THE PARM-CARD LIMIT
016650*     S = CHG STATE CHANGE
016700*-----------------------------------------------------------------
016800 FD  PENDING-IN-FILE
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 120 CHARACTERS.
017100 01  PENDING-IN-RECORD.
017200     05  PND-IN-ACCOUNT-ID           PIC X(10).
017300     05  PND-IN-ACTION-CODE          PIC X(03).
017700     05  PND-IN-BUSINESS-UNIT        PIC X(08).
017800     05  PND-IN-CONTACT-REF          PIC X(12).
017900     05  PND-IN-EFFECTIVE-DATE       PIC 9(08).
018000     05  PND-IN-OPERATOR-ID          PIC X(08).
018010     05  PND-IN-QUEUED-DATE          PIC 9(08).
018020     05  PND-IN-APPROVAL-REASON      PIC X(01).
018030     05  PND-IN-APPROVER-ID          PIC X(08).
018040     05  FILLER                      PIC X(07).
018100
018200 FD  PENDING-OUT-FILE
018300     LABEL RECORDS ARE STANDARD
018400     RECORD CONTAINS 120 CHARACTERS.
018500 01  PENDING-OUT-RECORD.
018600     05  PND-OUT-ACCOUNT-ID          PIC X(10).
018700     05  PND-OUT-ACTION-CODE         PIC X(03).
019100     05  PND-OUT-BUSINESS-UNIT       PIC X(08).
019200     05  PND-OUT-CONTACT-REF         PIC X(12).
019300     05  PND-OUT-EFFECTIVE-DATE      PIC 9(08).
019400     05  PND-OUT-OPERATOR-ID         PIC X(08).
019410     05  PND-OUT-QUEUED-DATE         PIC 9(08).
019420     05  PND-OUT-APPROVAL-REASON     PIC X(01).
019430     05  PND-OUT-APPROVER-ID         PIC X(08).
019440     05  FILLER                      PIC X(07).
019500
019600 FD  PENDING-REPORT
019700     LABEL RECORDS ARE STANDARD
021000
021100 FD  MAINT-AUDIT-FILE
021200     LABEL RECORDS ARE STANDARD
021300     RECORD CONTAINS 100 CHARACTERS.
021400     COPY SPKTMAU.
021500
021600 FD  MAINT-REJECT-REPORT
021700     LABEL RECORDS ARE STANDARD
022500
022600 FD  RETIRED-ARCHIVE-IN-FILE
022700     LABEL RECORDS ARE STANDARD
022800     RECORD CONTAINS 100 CHARACTERS.
022900 01  RETIRED-ARCHIVE-IN-RECORD.
023000     05  RET-IN-ACCOUNT-ID           PIC X(10).
023100     05  RET-IN-CURRENT-STATE        PIC X(20).
023200     05  RET-IN-POWER-LEVEL          PIC 9(07).
023300     05  RET-IN-RETIRED-DATE         PIC 9(08).
023400     05  RET-IN-RETIRED-TIME         PIC 9(08).
023500     05  RET-IN-ACCOUNT-NAME         PIC X(20).
023510     05  RET-IN-BUSINESS-UNIT        PIC X(08).
023520     05  RET-IN-CONTACT-REF          PIC X(12).
023530     05  FILLER                      PIC X(07).
023600
023700 FD  RETIRED-ARCHIVE-OUT-FILE
023800     LABEL RECORDS ARE STANDARD
023810     RECORD CONTAINS 100 CHARACTERS.
023820     COPY SPKTRET.
023830
023840 FD  APPROVAL-FILE
023850     LABEL RECORDS ARE STANDARD
023900     RECORD CONTAINS 80 CHARACTERS.
024000     COPY SPKTAPV.
024010
024020 FD  APPROVAL-QUEUE-REPORT
024030     LABEL RECORDS ARE STANDARD
024040     RECORD CONTAINS 133 CHARACTERS.
024050 01  APPROVAL-QUEUE-RECORD           PIC X(133).
024100
024200 FD  PARM-CONTROL-FILE
024300     LABEL RECORDS ARE STANDARD
026600 01  WS-PENDIN-STATUS            PIC X(02) VALUE '00'.
026700 01  WS-PENDOUT-STATUS           PIC X(02) VALUE '00'.
026800 01  WS-PNDRPT-STATUS            PIC X(02) VALUE '00'.
026810 01  WS-APPRFILE-STATUS          PIC X(02) VALUE '00'.
026820 01  WS-APRQRPT-STATUS           PIC X(02) VALUE '00'.
026900 01  WS-SWITCHES.
027000     05  WS-HOLDFILE-EOF-SWITCH  PIC X(01) VALUE 'N'.
027100         88  END-OF-HOLD-FILE             VALUE 'Y'.
029300         88  PENDING-CANCEL-MATCHED       VALUE 'Y'.
029400     05  WS-PND-LIVE-FOUND-SW    PIC X(01) VALUE 'N'.
029500         88  PENDING-ENTRY-EXISTS         VALUE 'Y'.
029510     05  WS-APPRFILE-EOF-SWITCH  PIC X(01) VALUE 'N'.
029520         88  END-OF-APPROVAL-FILE         VALUE 'Y'.
029530     05  WS-APPROVAL-OK-SWITCH   PIC X(01) VALUE 'Y'.
029540         88  TXN-MAY-BE-APPLIED           VALUE 'Y'.
029550         88  TXN-APPROVAL-REJECTED        VALUE 'X'.
029560     05  WS-APPR-STATE-SWITCH    PIC X(01) VALUE 'N'.
029570         88  STATE-CHANGE-NEEDS-APPROVAL  VALUE 'Y'.
029600*-----------------------------------------------------------------
029700* MERGE CONTROL KEYS.  HIGH-VALUES MARKS AN EXHAUSTED FILE SO
029800* THE BALANCE-LINE COMPARES DRIVE THE REMAINING FILE THROUGH.
031200     05  WS-CURRENT-TIME         PIC 9(08).
031300 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
031400*-----------------------------------------------------------------
031401* SECOND-PERSON APPROVAL.  THE THRESHOLDS COME FROM THE PARM
031402* CARD (ZERO = THAT TEST IS NOT MADE).  THE TRANSACTION IN HAND
031403* CARRIES ITS PENDING-TABLE ENTRY (ZERO FOR TONIGHT'S KEYED
031404* FILE) AND ANY APPROVER ALREADY STAMPED ON THAT ENTRY.  THE
031405* MATCH FIELDS DESCRIBE THE TRANSACTION AN APPROVAL IS SOUGHT
031406* FOR, FROM WHICHEVER SIDE ASKS.
031407*-----------------------------------------------------------------
031408 01  WS-APPR-POWER-CHANGE        PIC 9(07) VALUE ZERO.
031409 01  WS-APPR-POWER-PCT           PIC 9(03) VALUE ZERO.
031410 01  WS-APPROVAL-REASON          PIC X(01) VALUE SPACE.
031411 01  WS-APPROVED-BY              PIC X(08) VALUE SPACES.
031412 01  WS-TXN-APPROVER-ID          PIC X(08) VALUE SPACES.
031413 01  WS-TXN-PENDING-SUB          PIC 9(04) COMP VALUE ZERO.
031414 01  WS-POWER-CHANGE-WORK        PIC S9(08) COMP VALUE ZERO.
031415 01  WS-PCT-CHANGE-WORK          PIC 9(11) COMP VALUE ZERO.
031416 01  WS-PCT-LIMIT-WORK           PIC 9(11) COMP VALUE ZERO.
031417 01  WS-APPROVAL-MATCH-FIELDS.
031418     05  WS-MATCH-ACCOUNT-ID     PIC X(10).
031419     05  WS-MATCH-ACTION-CODE    PIC X(03).
031420     05  WS-MATCH-CURRENT-STATE  PIC X(20).
031421     05  WS-MATCH-POWER-LEVEL    PIC 9(07).
031422     05  WS-MATCH-OPERATOR-ID    PIC X(08).
031423     05  WS-MATCH-QUEUED-DATE    PIC 9(08).
031424*-----------------------------------------------------------------
031425* APPROVAL TABLE -- TONIGHT'S APPROVAL FILE.  THE USED BYTE IS
031426* N = NOT YET MATCHED, Y = RELEASED A TRANSACTION, X = REFUSED
031427* (THE APPROVER KEYED THE TRANSACTION THEMSELVES).
031428*-----------------------------------------------------------------
031429 01  WS-APPROVAL-TABLE-CONTROLS.
031430     05  WS-APPROVAL-MAX-ENTRIES PIC 9(04) COMP VALUE 500.
031431     05  WS-APPROVAL-TABLE-COUNT PIC 9(04) COMP VALUE ZERO.
031432     05  WS-APPROVAL-SCAN-SUB    PIC 9(04) COMP VALUE ZERO.
031433     05  WS-APPROVAL-MATCH-SUB   PIC 9(04) COMP VALUE ZERO.
031434 01  WS-APPROVAL-TABLE.
031435     05  WS-APPROVAL-ENTRY OCCURS 500 TIMES.
031436         10  WS-APV-TBL-ACCOUNT-ID   PIC X(10).
031437         10  WS-APV-TBL-ACTION-CODE  PIC X(03).
031438         10  WS-APV-TBL-STATE        PIC X(20).
031439         10  WS-APV-TBL-POWER        PIC 9(07).
031440         10  WS-APV-TBL-APPROVER-ID  PIC X(08).
031441         10  WS-APV-TBL-DATE         PIC 9(08).
031442         10  WS-APV-TBL-USED-SW      PIC X(01).
031443*-----------------------------------------------------------------
031444* COARSE DAY NUMBERS FOR THE DAYS-WAITING COLUMN, AS IN
031445* SPEKTRE-XTRACK.  Y*372 + M*31 + D IS NOT CALENDAR-EXACT, BUT IT
031446* INCREASES FOR EVERY SUCCESSIVE DATE, SO THE WAIT ONLY EVER
031447* OVERSTATES BY A FEW DAYS ACROSS A MONTH END.
031448*-----------------------------------------------------------------
031449 01  WS-DATE-PARTS-WORK          PIC 9(08) VALUE ZERO.
031450 01  WS-DATE-PARTS REDEFINES WS-DATE-PARTS-WORK.
031451     05  WS-DPW-YEAR             PIC 9(04).
031452     05  WS-DPW-MONTH            PIC 9(02).
031453     05  WS-DPW-DAY              PIC 9(02).
031454 01  WS-DAY-NUMBER-WORK          PIC 9(08) COMP VALUE ZERO.
031455 01  WS-TODAY-DAY-NUMBER         PIC 9(08) COMP VALUE ZERO.
031456 01  WS-DAYS-WAITING             PIC S9(08) COMP VALUE ZERO.
031457*-----------------------------------------------------------------
031500* PENDING-TRANSACTION TABLE AND MERGE HOLD AREA.  THE TABLE
031600* CARRIES THE PRIOR RUNS' PARKED TRANSACTIONS PLUS TONIGHT'S NEW
031700* ONES; THE STATUS BYTE TRACKS EACH ENTRY'S DISPOSITION:
032200*     C = CANCELLED TONIGHT BY A CAN ACTION
032300*     X = RELEASE SUPERSEDED BY TONIGHT'S KEYED TRANSACTION
032400*         FOR THE SAME ACCOUNT (REJECT-REPORTED, NOT APPLIED)
032500*     A = WAITING FOR A SECOND OPERATOR'S APPROVAL (CARRIED
032510*         FORWARD)
032520* ONLY P, N, AND A GO BACK OUT TO THE PENDING FILE.  THE HOLD AREA
032600* PARKS THE FILE TRANSACTION IN HAND WHILE A RELEASED ENTRY WITH
032700* A LOWER ACCOUNT-ID IS DELIVERED FIRST, SO THE BALANCE-LINE
032800* MERGE STILL SEES ONE ASCENDING TRANSACTION STREAM.
034300         10  WS-PND-BUSINESS-UNIT    PIC X(08).
034400         10  WS-PND-CONTACT-REF      PIC X(12).
034500         10  WS-PND-EFFECTIVE-DATE   PIC 9(08).
034510         10  WS-PND-OPERATOR-ID      PIC X(08).
034520         10  WS-PND-QUEUED-DATE      PIC 9(08).
034530         10  WS-PND-APPROVAL-REASON  PIC X(01).
034540         10  WS-PND-APPROVER-ID      PIC X(08).
034600         10  WS-PND-STATUS-SW        PIC X(01).
034700 01  WS-HELD-FILE-TXN            PIC X(100) VALUE SPACES.
034800 01  WS-FILE-TXN-KEY             PIC X(10) VALUE LOW-VALUES.
036800     05  FILLER                      PIC X(02) VALUE SPACES.
036900     05  WS-RPT-PND-DISPOSITION      PIC X(10).
037000     05  FILLER                      PIC X(84) VALUE SPACES.
037001*-----------------------------------------------------------------
037002* PRINT LINES FOR THE APPROVAL-QUEUE REPORT.
037003*-----------------------------------------------------------------
037004 01  WS-APQ-REPORT-LINE              PIC X(133).
037005 01  WS-RPT-APQ-HEADER.
037006     05  FILLER                      PIC X(44)
037007             VALUE 'SPEKTRE-MAINT APPROVAL-QUEUE REPORT'.
037008     05  FILLER                      PIC X(15)
037009             VALUE ' BUSINESS DATE '.
037010     05  WS-RPT-APQ-HDG-DATE         PIC 9(08).
037011     05  FILLER                      PIC X(66) VALUE SPACES.
037012 01  WS-RPT-APQ-COLUMNS.
037013     05  FILLER                      PIC X(02) VALUE SPACES.
037014     05  FILLER                      PIC X(12) VALUE 'ACCOUNT-ID'.
037015     05  FILLER                      PIC X(05) VALUE 'ACT'.
037016     05  FILLER                      PIC X(22) VALUE 'NEW STATE'.
037017     05  FILLER                      PIC X(11) VALUE '    POWER'.
037018     05  FILLER                      PIC X(10) VALUE 'KEYED BY'.
037019     05  FILLER                      PIC X(10) VALUE 'WAITING'.
037020     05  FILLER                      PIC X(10) VALUE '    DAYS'.
037021     05  FILLER                      PIC X(30)
037022             VALUE 'REASON FOR APPROVAL'.
037023     05  FILLER                      PIC X(21) VALUE SPACES.
037024 01  WS-RPT-APQ-DETAIL.
037025     05  FILLER                      PIC X(02) VALUE SPACES.
037026     05  WS-RPT-APQ-ACCOUNT-ID       PIC X(10).
037027     05  FILLER                      PIC X(02) VALUE SPACES.
037028     05  WS-RPT-APQ-ACTION           PIC X(03).
037029     05  FILLER                      PIC X(02) VALUE SPACES.
037030     05  WS-RPT-APQ-STATE            PIC X(20).
037031     05  FILLER                      PIC X(02) VALUE SPACES.
037032     05  WS-RPT-APQ-POWER            PIC Z,ZZZ,ZZ9.
037033     05  FILLER                      PIC X(02) VALUE SPACES.
037034     05  WS-RPT-APQ-OPERATOR         PIC X(08).
037035     05  FILLER                      PIC X(02) VALUE SPACES.
037036     05  WS-RPT-APQ-QUEUED           PIC 9(08).
037037     05  FILLER                      PIC X(04) VALUE SPACES.
037038     05  WS-RPT-APQ-DAYS             PIC ZZZ9.
037039     05  FILLER                      PIC X(02) VALUE SPACES.
037040     05  WS-RPT-APQ-REASON           PIC X(30).
037041     05  FILLER                      PIC X(21) VALUE SPACES.
037042 01  WS-RPT-APQ-UNUSED-HEADER.
037043     05  FILLER                      PIC X(60)
037044             VALUE 'APPROVALS ON FILE NOT USED TONIGHT'.
037045     05  FILLER                      PIC X(73) VALUE SPACES.
037046 01  WS-RPT-APQ-UNUSED-DETAIL.
037047     05  FILLER                      PIC X(02) VALUE SPACES.
037048     05  WS-RPT-APU-ACCOUNT-ID       PIC X(10).
037049     05  FILLER                      PIC X(02) VALUE SPACES.
037050     05  WS-RPT-APU-ACTION           PIC X(03).
037051     05  FILLER                      PIC X(02) VALUE SPACES.
037052     05  WS-RPT-APU-APPROVER         PIC X(08).
037053     05  FILLER                      PIC X(02) VALUE SPACES.
037054     05  WS-RPT-APU-DATE             PIC 9(08).
037055     05  FILLER                      PIC X(02) VALUE SPACES.
037056     05  WS-RPT-APU-DISPOSITION      PIC X(40).
037057     05  FILLER                      PIC X(54) VALUE SPACES.
037058 01  WS-RPT-APQ-TOTAL-LINE.
037059     05  FILLER                      PIC X(02) VALUE SPACES.
037060     05  WS-RPT-APQ-TOTAL-LABEL      PIC X(40).
037061     05  WS-RPT-APQ-TOTAL-VALUE      PIC ZZZ,ZZ9.
037062     05  FILLER                      PIC X(84) VALUE SPACES.
037063 01  WS-RPT-APQ-BLANK-LINE           PIC X(133) VALUE SPACES.
037100 01  WS-RUN-LEDGER-CONTROLS.
037200     05  WS-LEDGER-JOB-NAME      PIC X(08) VALUE 'MAINT   '.
037300     05  WS-LEDGER-PRED-NAME     PIC X(08) VALUE SPACES.
040400         10  WS-RET-TBL-POWER        PIC 9(07).
040500         10  WS-RET-TBL-RETIRED-DATE PIC 9(08).
040600         10  WS-RET-TBL-RETIRED-TIME PIC 9(08).
040610         10  WS-RET-TBL-ACCOUNT-NAME PIC X(20).
040620         10  WS-RET-TBL-BUSINESS-UNIT PIC X(08).
040630         10  WS-RET-TBL-CONTACT-REF  PIC X(12).
040700         10  WS-RET-TBL-REMOVED-SW   PIC X(01).
040800*-----------------------------------------------------------------
040900* COUNTERS FOR THE END-OF-JOB TOTALS.
042400     05  WS-TXNS-RELEASED-CTR        PIC 9(07) COMP VALUE ZERO.
042500     05  WS-TXNS-CANCELLED-CTR       PIC 9(07) COMP VALUE ZERO.
042600     05  WS-TXNS-PENDING-CTR         PIC 9(07) COMP VALUE ZERO.
042610     05  WS-TXNS-QUEUED-APPR-CTR     PIC 9(07) COMP VALUE ZERO.
042620     05  WS-APPROVALS-MATCHED-CTR    PIC 9(07) COMP VALUE ZERO.
042630     05  WS-APPROVALS-REFUSED-CTR    PIC 9(07) COMP VALUE ZERO.
042640     05  WS-APPROVALS-UNUSED-CTR     PIC 9(07) COMP VALUE ZERO.
042650     05  WS-TXNS-AWAITING-APPR-CTR   PIC 9(07) COMP VALUE ZERO.
042700*-----------------------------------------------------------------
042800 PROCEDURE DIVISION.
042900*=================================================================
044900     ACCEPT WS-CURRENT-TIME FROM TIME.
045000
045100*    THE PARM CARD IS OPTIONAL HERE -- IT ONLY SUPPLIES THE
045200*    BUSINESS (AS-OF) DATE, THE RUN-LEDGER OVERRIDE, AND THE
045210*    SECOND-PERSON APPROVAL THRESHOLDS.
045300     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
045400     OPEN INPUT PARM-CONTROL-FILE.
045500     IF WS-PARMCARD-STATUS = '00'
046300                 END-IF
046400                 IF PARM-LEDGER-OVERRIDE-YES
046500                     MOVE 'Y' TO WS-LEDGER-OVR-SWITCH
046505                 END-IF
046510                 IF PARM-APPR-POWER-CHANGE NUMERIC
046515                     MOVE PARM-APPR-POWER-CHANGE
046520                         TO WS-APPR-POWER-CHANGE
046525                 END-IF
046530                 IF PARM-APPR-POWER-PCT NUMERIC
046535                     MOVE PARM-APPR-POWER-PCT
046540                         TO WS-APPR-POWER-PCT
046545                 END-IF
046550                 IF PARM-APPR-STATE-CHANGE-YES
046555                     MOVE 'Y' TO WS-APPR-STATE-SWITCH
046600                 END-IF
046700         END-READ
046800         CLOSE PARM-CONTROL-FILE
050800     MOVE 'PENDING-REPORT'     TO WS-FILE-NAME-CHECK.
050900     PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
051000         THRU 1050-EXIT.
051010     OPEN OUTPUT APPROVAL-QUEUE-REPORT.
051020     MOVE WS-APRQRPT-STATUS TO WS-FILE-STATUS-CHECK.
051030     MOVE 'APPROVAL-QUEUE-RPT' TO WS-FILE-NAME-CHECK.
051040     PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
051050         THRU 1050-EXIT.
051060     PERFORM 1700-LOAD-APPROVAL-TABLE
051070         THRU 1700-EXIT.
051100     PERFORM 1100-LOAD-PENDING-FILE
051200         THRU 1100-EXIT.
051300     PERFORM 1150-PREPASS-CANCEL-ACTIONS
057400     IF PND-IN-EFFECTIVE-DATE NOT NUMERIC
057500         MOVE ZERO TO PND-IN-EFFECTIVE-DATE
057600     END-IF.
057610     IF PND-IN-QUEUED-DATE NOT NUMERIC
057620         MOVE ZERO TO PND-IN-QUEUED-DATE
057630     END-IF.
057700     IF WS-PENDING-TABLE-COUNT < WS-PENDING-MAX-ENTRIES
057800         ADD 1 TO WS-PENDING-TABLE-COUNT
057900         MOVE WS-PENDING-TABLE-COUNT TO WS-PENDING-SCAN-SUB
059300             TO WS-PND-CONTACT-REF (WS-PENDING-SCAN-SUB)
059400         MOVE PND-IN-EFFECTIVE-DATE
059500             TO WS-PND-EFFECTIVE-DATE (WS-PENDING-SCAN-SUB)
059600         MOVE PND-IN-OPERATOR-ID
059700             TO WS-PND-OPERATOR-ID (WS-PENDING-SCAN-SUB)
059705         MOVE PND-IN-QUEUED-DATE
059710             TO WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB)
059715         MOVE PND-IN-APPROVAL-REASON
059720             TO WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB)
059725         MOVE PND-IN-APPROVER-ID
059730             TO WS-PND-APPROVER-ID (WS-PENDING-SCAN-SUB)
059735         IF PND-IN-APPROVAL-REASON NOT = SPACE
059740            AND PND-IN-APPROVER-ID = SPACES
059745             PERFORM 1120-MATCH-PENDING-APPROVAL
059750                 THRU 1120-EXIT
059755         END-IF
059760         IF WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB)
059765                NOT = SPACE
059770            AND WS-PND-APPROVER-ID (WS-PENDING-SCAN-SUB) = SPACES
059775             MOVE 'A' TO WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB)
059800         ELSE
059900             IF PND-IN-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
059910                 MOVE 'R'
059920                     TO WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB)
059930             ELSE
059940                 MOVE 'P'
059950                     TO WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB)
059960             END-IF
060000         END-IF
060100     ELSE
060200         DISPLAY '>> [COBOL] *** PENDING-TRANSACTION TABLE '
060500         MOVE 8 TO WS-RETURN-CODE
060600     END-IF.
060700 1110-EXIT.
060702     EXIT.
060704*=================================================================
060706 1120-MATCH-PENDING-APPROVAL.
060708*=================================================================
060710*    AN ENTRY WAITING FOR APPROVAL IS LOOKED UP ON TONIGHT'S
060712*    APPROVAL FILE.  ONCE APPROVED IT IS STAMPED WITH THE
060714*    APPROVER AND RELEASES LIKE ANY OTHER PENDING ENTRY.
060716*=================================================================
060718     MOVE WS-PND-ACCOUNT-ID (WS-PENDING-SCAN-SUB)
060720         TO WS-MATCH-ACCOUNT-ID.
060722     MOVE WS-PND-ACTION-CODE (WS-PENDING-SCAN-SUB)
060724         TO WS-MATCH-ACTION-CODE.
060726     MOVE WS-PND-CURRENT-STATE (WS-PENDING-SCAN-SUB)
060728         TO WS-MATCH-CURRENT-STATE.
060730     MOVE WS-PND-POWER-LEVEL (WS-PENDING-SCAN-SUB)
060732         TO WS-MATCH-POWER-LEVEL.
060734     MOVE WS-PND-OPERATOR-ID (WS-PENDING-SCAN-SUB)
060736         TO WS-MATCH-OPERATOR-ID.
060738     MOVE WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB)
060740         TO WS-MATCH-QUEUED-DATE.
060742     PERFORM 2820-FIND-APPROVAL
060744         THRU 2820-EXIT.
060746     IF WS-APPROVAL-MATCH-SUB > ZERO
060748         MOVE WS-APV-TBL-APPROVER-ID (WS-APPROVAL-MATCH-SUB)
060750             TO WS-PND-APPROVER-ID (WS-PENDING-SCAN-SUB)
060752         DISPLAY '>> [COBOL] ' WS-MATCH-ACCOUNT-ID
060754             ' ' WS-MATCH-ACTION-CODE ' APPROVED BY '
060756             WS-APV-TBL-APPROVER-ID (WS-APPROVAL-MATCH-SUB) '.'
060758     END-IF.
060760 1120-EXIT.
060800     EXIT.
060900*=================================================================
061000 1150-PREPASS-CANCEL-ACTIONS.
065700*=================================================================
065800     IF WS-PND-ACCOUNT-ID (WS-PENDING-SCAN-SUB) = MNT-ACCOUNT-ID
065900        AND (WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'P'
066000             OR WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'R'
066010             OR WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'A')
066100         MOVE 'C' TO WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB)
066200         MOVE 'Y' TO WS-PND-CANCEL-HIT-SW
066300         ADD 1 TO WS-TXNS-CANCELLED-CTR
067000*=================================================================
067100 1900-VERIFY-RUN-LEDGER.
067200*=================================================================
067300*    SPEKTRE-MASSUPD RUNS AHEAD OF THIS JOB TO BUILD ITS
067400*    TRANSACTION FILE BUT KEEPS NO RUN-LEDGER RECORDS, SO THERE
067410*    IS NO PREDECESSOR TO VERIFY -- ONLY THE DOUBLE-RUN GUARD
067420*    APPLIES.
067500*=================================================================
067600     OPEN INPUT RUN-LEDGER-FILE.
067700     IF WS-RUNLEDGR-STATUS = '35'
075900     WRITE RUN-LEDGER-RECORD.
076000     CLOSE RUN-LEDGER-FILE.
076100 1950-EXIT.
076101     EXIT.
076102*=================================================================
076103 1700-LOAD-APPROVAL-TABLE.
076104*=================================================================
076105*    LOADS TONIGHT'S SECOND-OPERATOR APPROVALS.  A MISSING FILE
076106*    SIMPLY MEANS NOTHING WAITING IS RELEASED TONIGHT.
076107*=================================================================
076108     OPEN INPUT APPROVAL-FILE.
076109     IF WS-APPRFILE-STATUS = '35'
076110         DISPLAY '>> [COBOL] NO APPROVAL FILE ON HAND -- '
076111             'NOTHING WAITING IS APPROVED.'
076112         GO TO 1700-EXIT
076113     END-IF.
076114     MOVE WS-APPRFILE-STATUS TO WS-FILE-STATUS-CHECK.
076115     MOVE 'APPROVAL-FILE'      TO WS-FILE-NAME-CHECK.
076116     PERFORM 1050-VERIFY-FILE-STATUS-OR-ABEND
076117         THRU 1050-EXIT.
076118     PERFORM 1710-LOAD-ONE-APPROVAL
076119         THRU 1710-EXIT
076120         UNTIL END-OF-APPROVAL-FILE.
076121     CLOSE APPROVAL-FILE.
076122     DISPLAY '>> [COBOL] APPROVALS ON FILE: '
076123         WS-APPROVAL-TABLE-COUNT.
076124 1700-EXIT.
076125     EXIT.
076126*=================================================================
076127 1710-LOAD-ONE-APPROVAL.
076128*=================================================================
076129*    AN APPROVAL WITHOUT AN ACCOUNT OR AN APPROVER IS IGNORED.
076130*    A BLANK POWER-LEVEL OR DATE IS TREATED AS ZERO.
076131*=================================================================
076132     READ APPROVAL-FILE
076133         AT END
076134             MOVE 'Y' TO WS-APPRFILE-EOF-SWITCH
076135             GO TO 1710-EXIT
076136     END-READ.
076137     IF APV-ACCOUNT-ID = SPACES
076138        OR APV-APPROVER-ID = SPACES
076139         GO TO 1710-EXIT
076140     END-IF.
076141     IF APV-POWER-LEVEL NOT NUMERIC
076142         MOVE ZERO TO APV-POWER-LEVEL
076143     END-IF.
076144     IF APV-APPROVAL-DATE NOT NUMERIC
076145         MOVE ZERO TO APV-APPROVAL-DATE
076146     END-IF.
076147     IF WS-APPROVAL-TABLE-COUNT < WS-APPROVAL-MAX-ENTRIES
076148         ADD 1 TO WS-APPROVAL-TABLE-COUNT
076149         MOVE WS-APPROVAL-TABLE-COUNT TO WS-APPROVAL-SCAN-SUB
076150         MOVE APV-ACCOUNT-ID
076151             TO WS-APV-TBL-ACCOUNT-ID (WS-APPROVAL-SCAN-SUB)
076152         MOVE APV-ACTION-CODE
076153             TO WS-APV-TBL-ACTION-CODE (WS-APPROVAL-SCAN-SUB)
076154         MOVE APV-CURRENT-STATE
076155             TO WS-APV-TBL-STATE (WS-APPROVAL-SCAN-SUB)
076156         MOVE APV-POWER-LEVEL
076157             TO WS-APV-TBL-POWER (WS-APPROVAL-SCAN-SUB)
076158         MOVE APV-APPROVER-ID
076159             TO WS-APV-TBL-APPROVER-ID (WS-APPROVAL-SCAN-SUB)
076160         MOVE APV-APPROVAL-DATE
076161             TO WS-APV-TBL-DATE (WS-APPROVAL-SCAN-SUB)
076162         MOVE 'N' TO WS-APV-TBL-USED-SW (WS-APPROVAL-SCAN-SUB)
076163     ELSE
076164         DISPLAY '>> [COBOL] *** APPROVAL TABLE EXCEEDS '
076165             WS-APPROVAL-MAX-ENTRIES ' ENTRIES.  APPROVAL FOR '
076166             APV-ACCOUNT-ID ' WAS DROPPED. ***'
076167         MOVE 8 TO WS-RETURN-CODE
076168     END-IF.
076169 1710-EXIT.
076200     EXIT.
076300*=================================================================
076400 1800-LOAD-HOLD-TABLE.
087900             TO WS-RET-TBL-RETIRED-DATE (WS-RETIRED-SCAN-SUB)
088000         MOVE RET-IN-RETIRED-TIME
088100             TO WS-RET-TBL-RETIRED-TIME (WS-RETIRED-SCAN-SUB)
088110         MOVE RET-IN-ACCOUNT-NAME
088120             TO WS-RET-TBL-ACCOUNT-NAME (WS-RETIRED-SCAN-SUB)
088130         MOVE RET-IN-BUSINESS-UNIT
088140             TO WS-RET-TBL-BUSINESS-UNIT (WS-RETIRED-SCAN-SUB)
088150         MOVE RET-IN-CONTACT-REF
088160             TO WS-RET-TBL-CONTACT-REF (WS-RETIRED-SCAN-SUB)
088200         MOVE 'N'
088300             TO WS-RET-TBL-REMOVED-SW (WS-RETIRED-SCAN-SUB)
088400     ELSE
092000*    -- WINS AND THE RELEASED ENTRY IS REJECTED, SO THE BALANCE
092100*    LINE NEVER SEES TWO TRANSACTIONS FOR ONE ACCOUNT.
092200*=================================================================
092210     MOVE SPACES TO WS-TXN-APPROVER-ID.
092220     MOVE SPACES TO WS-APPROVED-BY.
092230     MOVE ZERO   TO WS-TXN-PENDING-SUB.
092300     IF NOT FILE-TXN-IN-HAND
092400        AND NOT END-OF-TXN-FILE
092500         PERFORM 2100-READ-TRANSACTION
100800         TO MNT-CONTACT-REF.
100900     MOVE WS-PND-EFFECTIVE-DATE (WS-RELEASED-SUB)
101000         TO MNT-EFFECTIVE-DATE.
101010     MOVE WS-PND-OPERATOR-ID (WS-RELEASED-SUB)
101020         TO MNT-OPERATOR-ID.
101030     MOVE WS-PND-APPROVER-ID (WS-RELEASED-SUB)
101040         TO WS-TXN-APPROVER-ID.
101050     MOVE WS-RELEASED-SUB TO WS-TXN-PENDING-SUB.
101100     MOVE 'D' TO WS-PND-STATUS-SW (WS-RELEASED-SUB).
101200     MOVE WS-RELEASED-KEY TO WS-TXN-KEY.
101300     ADD 1 TO WS-TXNS-RELEASED-CTR.
110700             TO WS-PND-CONTACT-REF (WS-PENDING-SCAN-SUB)
110800         MOVE MNT-EFFECTIVE-DATE
110900             TO WS-PND-EFFECTIVE-DATE (WS-PENDING-SCAN-SUB)
110910         MOVE MNT-OPERATOR-ID
110920             TO WS-PND-OPERATOR-ID (WS-PENDING-SCAN-SUB)
110930         MOVE WS-BUSINESS-DATE
110940             TO WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB)
110950         MOVE SPACE
110960             TO WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB)
110970         MOVE SPACES
110980             TO WS-PND-APPROVER-ID (WS-PENDING-SCAN-SUB)
111000         MOVE 'N' TO WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB)
111100         ADD 1 TO WS-TXNS-PARKED-CTR
111200         DISPLAY '>> [COBOL] ' MNT-ACCOUNT-ID
112400*=================================================================
112500 2160-SCAN-ONE-LIVE-PENDING.
112600*=================================================================
112700*    P, N, R, AND A ENTRIES ARE LIVE; A DELIVERED, CANCELLED,
112800*    OR SUPERSEDED ENTRY NO LONGER BLOCKS A NEW PARK.
112900*=================================================================
113000     IF WS-PND-ACCOUNT-ID (WS-PENDING-SCAN-SUB) = MNT-ACCOUNT-ID
113100        AND (WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'P'
113200             OR WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'N'
113300             OR WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'R'
113310             OR WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'A')
113400         MOVE 'Y' TO WS-PND-LIVE-FOUND-SW
113500     ELSE
113600         ADD 1 TO WS-PENDING-SCAN-SUB
121000             ADD 1 TO WS-RECORDS-WRITTEN-CTR
121100             ADD SPKT-IN-POWER-LEVEL TO WS-POWER-HASH-TOTAL
121200             ADD 1 TO WS-ADDS-APPLIED-CTR
121300             MOVE SPACES              TO MAINT-AUDIT-RECORD
121400             MOVE SPACES              TO MAU-OLD-STATE
121500             MOVE ZERO                TO MAU-OLD-POWER-LEVEL
121600             MOVE MNT-CURRENT-STATE   TO MAU-NEW-STATE
121610             MOVE MNT-POWER-LEVEL     TO MAU-NEW-POWER-LEVEL
121700             PERFORM 2700-WRITE-MAINT-AUDIT-RECORD
121800                 THRU 2700-EXIT
121900         ELSE
127100*    THE TRANSACTION ACCOUNT MATCHES THE CURRENT OLD-MASTER
127200*    RECORD.  CHG REPLACES IT, DEL DROPS IT (AND ARCHIVES THE
127300*    OUTGOING RECORD), ADD AND REI ARE DUPLICATES AND ARE
127400*    REJECTED WITH THE MASTER PASSED THROUGH UNCHANGED.  A CHG
127410*    OR DEL STILL AWAITING SECOND-PERSON APPROVAL IS QUEUED AND
127420*    THE MASTER PASSES THROUGH UNCHANGED.
127500*=================================================================
127600     IF MNT-ACTION-CHANGE
127700         PERFORM 2410-EDIT-TXN-FIELDS
127800             THRU 2410-EXIT
127900         IF EXC-REASON = SPACES
127905             PERFORM 2800-CHECK-APPROVAL
127910                 THRU 2800-EXIT
127915             IF TXN-APPROVAL-REJECTED
127920                 PERFORM 2310-WRITE-MASTER-TO-INPUT
127925                     THRU 2310-EXIT
127930                 GO TO 2500-READ-BOTH
127935             END-IF
127940             IF NOT TXN-MAY-BE-APPLIED
127945                 PERFORM 2850-QUEUE-FOR-APPROVAL
127950                     THRU 2850-EXIT
127955                 PERFORM 2310-WRITE-MASTER-TO-INPUT
127960                     THRU 2310-EXIT
127965                 GO TO 2500-READ-BOTH
127970             END-IF
128000             MOVE SPACES              TO SPKT-INPUT-RECORD
128100             MOVE MNT-ACCOUNT-ID      TO SPKT-IN-ACCOUNT-ID
128200             MOVE MNT-CURRENT-STATE   TO SPKT-IN-CURRENT-STATE
130800             ADD 1 TO WS-RECORDS-WRITTEN-CTR
130900             ADD SPKT-IN-POWER-LEVEL TO WS-POWER-HASH-TOTAL
131000             ADD 1 TO WS-CHANGES-APPLIED-CTR
131100             MOVE SPACES              TO MAINT-AUDIT-RECORD
131200             MOVE SPKT-OUT-CURRENT-STATE TO MAU-OLD-STATE
131300             MOVE SPKT-OUT-POWER-LEVEL   TO MAU-OLD-POWER-LEVEL
131400             MOVE MNT-CURRENT-STATE   TO MAU-NEW-STATE
131410             MOVE MNT-POWER-LEVEL     TO MAU-NEW-POWER-LEVEL
131500             PERFORM 2700-WRITE-MAINT-AUDIT-RECORD
131600                 THRU 2700-EXIT
131700         ELSE
133600                     THRU 2310-EXIT
133700                 GO TO 2500-READ-BOTH
133800             END-IF
133805             PERFORM 2800-CHECK-APPROVAL
133810                 THRU 2800-EXIT
133815             IF TXN-APPROVAL-REJECTED
133820                 PERFORM 2310-WRITE-MASTER-TO-INPUT
133825                     THRU 2310-EXIT
133830                 GO TO 2500-READ-BOTH
133835             END-IF
133840             IF NOT TXN-MAY-BE-APPLIED
133845                 PERFORM 2850-QUEUE-FOR-APPROVAL
133850                     THRU 2850-EXIT
133855                 PERFORM 2310-WRITE-MASTER-TO-INPUT
133860                     THRU 2310-EXIT
133865                 GO TO 2500-READ-BOTH
133870             END-IF
133900             ADD 1 TO WS-DELETES-APPLIED-CTR
134000             MOVE SPACES              TO MAINT-AUDIT-RECORD
134100             MOVE SPKT-OUT-CURRENT-STATE TO MAU-OLD-STATE
134200             MOVE SPKT-OUT-POWER-LEVEL   TO MAU-OLD-POWER-LEVEL
134300             MOVE SPACES              TO MAU-NEW-STATE
134310             MOVE ZERO                TO MAU-NEW-POWER-LEVEL
134400             PERFORM 2700-WRITE-MAINT-AUDIT-RECORD
134500                 THRU 2700-EXIT
134600             PERFORM 2750-ARCHIVE-RETIRED-ACCOUNT
138600*=================================================================
138700*    PULLS THE ACCOUNT BACK FROM THE RETIRED ARCHIVE WITH ITS
138800*    LAST STATE AND POWER-LEVEL AND MARKS THE ARCHIVE ENTRY
138900*    REMOVED SO IT DROPS OUT OF THE REWRITTEN ARCHIVE.  THE
138910*    DESCRIPTIVE FIELDS COME FROM THE TRANSACTION WHERE KEYED
138920*    AND FROM THE ARCHIVE ENTRY WHERE LEFT BLANK.
139000*=================================================================
139100     PERFORM 2465-FIND-RETIRED-ENTRY
139200         THRU 2465-EXIT.
139900             THRU 2600-EXIT
140000         GO TO 2460-EXIT
140100     END-IF.
140105     PERFORM 2800-CHECK-APPROVAL
140110         THRU 2800-EXIT.
140115     IF TXN-APPROVAL-REJECTED
140120         GO TO 2460-EXIT
140125     END-IF.
140130     IF NOT TXN-MAY-BE-APPLIED
140135         PERFORM 2850-QUEUE-FOR-APPROVAL
140140             THRU 2850-EXIT
140145         GO TO 2460-EXIT
140150     END-IF.
140200     MOVE SPACES              TO SPKT-INPUT-RECORD.
140300     MOVE MNT-ACCOUNT-ID      TO SPKT-IN-ACCOUNT-ID.
140400     MOVE WS-RET-TBL-STATE (WS-RETIRED-MATCH-SUB)
140500                              TO SPKT-IN-CURRENT-STATE.
140600     MOVE WS-RET-TBL-POWER (WS-RETIRED-MATCH-SUB)
140700                              TO SPKT-IN-POWER-LEVEL.
140702*    A BLANK DESCRIPTIVE FIELD ON AN REI TAKES THE VALUE THE
140704*    ACCOUNT WAS RETIRED WITH.
140706     IF MNT-ACCOUNT-NAME = SPACES
140708         MOVE WS-RET-TBL-ACCOUNT-NAME (WS-RETIRED-MATCH-SUB)
140710                              TO SPKT-IN-ACCOUNT-NAME
140712     ELSE
140714         MOVE MNT-ACCOUNT-NAME
140716                              TO SPKT-IN-ACCOUNT-NAME
140718     END-IF.
140720     IF MNT-BUSINESS-UNIT = SPACES
140722         MOVE WS-RET-TBL-BUSINESS-UNIT (WS-RETIRED-MATCH-SUB)
140724                              TO SPKT-IN-BUSINESS-UNIT
140726     ELSE
140728         MOVE MNT-BUSINESS-UNIT
140730                              TO SPKT-IN-BUSINESS-UNIT
140732     END-IF.
140734     IF MNT-CONTACT-REF = SPACES
140736         MOVE WS-RET-TBL-CONTACT-REF (WS-RETIRED-MATCH-SUB)
140738                              TO SPKT-IN-CONTACT-REF
140740     ELSE
140742         MOVE MNT-CONTACT-REF
140744                              TO SPKT-IN-CONTACT-REF
140746     END-IF.
140800     WRITE SPKT-INPUT-RECORD.
140900     ADD 1 TO WS-RECORDS-WRITTEN-CTR.
141000     ADD SPKT-IN-POWER-LEVEL TO WS-POWER-HASH-TOTAL.
141100     ADD 1 TO WS-REINSTATES-APPLIED-CTR.
141200     MOVE SPACES              TO MAINT-AUDIT-RECORD.
141300     MOVE SPACES              TO MAU-OLD-STATE.
141310     MOVE ZERO                TO MAU-OLD-POWER-LEVEL.
141400     MOVE WS-RET-TBL-STATE (WS-RETIRED-MATCH-SUB)
141500                              TO MAU-NEW-STATE.
141600     MOVE WS-RET-TBL-POWER (WS-RETIRED-MATCH-SUB)
141700                              TO MAU-NEW-POWER-LEVEL.
141800     PERFORM 2700-WRITE-MAINT-AUDIT-RECORD
141900         THRU 2700-EXIT.
142000     MOVE 'Y' TO WS-RET-TBL-REMOVED-SW (WS-RETIRED-MATCH-SUB).
146600             TO WS-RET-TBL-RETIRED-DATE (WS-RETIRED-SCAN-SUB)
146700         MOVE WS-CURRENT-TIME
146800             TO WS-RET-TBL-RETIRED-TIME (WS-RETIRED-SCAN-SUB)
146810         MOVE SPKT-OUT-ACCOUNT-NAME
146820             TO WS-RET-TBL-ACCOUNT-NAME (WS-RETIRED-SCAN-SUB)
146830         MOVE SPKT-OUT-BUSINESS-UNIT
146840             TO WS-RET-TBL-BUSINESS-UNIT (WS-RETIRED-SCAN-SUB)
146850         MOVE SPKT-OUT-CONTACT-REF
146860             TO WS-RET-TBL-CONTACT-REF (WS-RETIRED-SCAN-SUB)
146900         MOVE 'N'
147000             TO WS-RET-TBL-REMOVED-SW (WS-RETIRED-SCAN-SUB)
147100         ADD 1 TO WS-RETIRES-ARCHIVED-CTR
149000*=================================================================
149100 2700-WRITE-MAINT-AUDIT-RECORD.
149200*=================================================================
149300     MOVE MNT-ACCOUNT-ID TO MAU-ACCOUNT-ID.
149400     MOVE WS-CURRENT-DATE TO MAU-JOB-DATE.
149500     MOVE WS-CURRENT-TIME TO MAU-JOB-TIME.
149600     MOVE MNT-ACTION-CODE TO MAU-ACTION-CODE.
149610     MOVE MNT-OPERATOR-ID TO MAU-OPERATOR-ID.
149620     MOVE WS-APPROVED-BY  TO MAU-APPROVER-ID.
149630     WRITE MAINT-AUDIT-RECORD.
149700 2700-EXIT.
149701     EXIT.
149702*=================================================================
149703 2800-CHECK-APPROVAL.
149704*=================================================================
149705*    DECIDES WHETHER THE TRANSACTION IN HAND NEEDS A SECOND
149706*    OPERATOR'S APPROVAL AND, IF SO, WHETHER IT HAS ONE -- EITHER
149707*    STAMPED ON ITS PENDING ENTRY AT LOAD TIME OR ON TONIGHT'S
149708*    APPROVAL FILE.  EVERY DEL AND REI NEEDS ONE; A CHG ONLY
149709*    WHEN IT CROSSES THE PARM-CARD THRESHOLDS.  FOR A CHG THE
149710*    OLD MASTER RECORD MUST BE IN HAND.
149711*    ONE THAT NEEDS APPROVAL BUT CARRIES NO KEYING OPERATOR IS
149712*    REJECTED OUTRIGHT -- THERE IS NO ONE TO TELL THE APPROVER
149713*    APART FROM, SO IT IS NEITHER APPLIED NOR QUEUED.
149714*=================================================================
149715     MOVE 'Y'    TO WS-APPROVAL-OK-SWITCH.
149716     MOVE SPACE  TO WS-APPROVAL-REASON.
149717     IF MNT-ACTION-DELETE
149718         MOVE 'D' TO WS-APPROVAL-REASON
149719     END-IF.
149720     IF MNT-ACTION-REINSTATE
149721         MOVE 'R' TO WS-APPROVAL-REASON
149722     END-IF.
149723     IF MNT-ACTION-CHANGE
149724         PERFORM 2810-TEST-CHANGE-THRESHOLDS
149725             THRU 2810-EXIT
149726     END-IF.
149727     IF WS-APPROVAL-REASON = SPACE
149728         GO TO 2800-EXIT
149729     END-IF.
149730     IF MNT-OPERATOR-ID = SPACES
149731         MOVE 'X'             TO WS-APPROVAL-OK-SWITCH
149732         MOVE MNT-ACCOUNT-ID  TO EXC-ACCOUNT-ID
149733         MOVE MNT-ACTION-CODE TO EXC-BAD-VALUE
149734         MOVE 'OPERATOR ID REQUIRED FOR APPROVAL'
149735                              TO EXC-REASON
149736         PERFORM 2600-WRITE-REJECT-LINE
149737             THRU 2600-EXIT
149738         GO TO 2800-EXIT
149739     END-IF.
149740     IF WS-TXN-APPROVER-ID NOT = SPACES
149741         MOVE WS-TXN-APPROVER-ID TO WS-APPROVED-BY
149742         GO TO 2800-EXIT
149743     END-IF.
149744     MOVE MNT-ACCOUNT-ID    TO WS-MATCH-ACCOUNT-ID.
149745     MOVE MNT-ACTION-CODE   TO WS-MATCH-ACTION-CODE.
149746     MOVE MNT-CURRENT-STATE TO WS-MATCH-CURRENT-STATE.
149747     IF MNT-POWER-LEVEL NUMERIC
149748         MOVE MNT-POWER-LEVEL TO WS-MATCH-POWER-LEVEL
149749     ELSE
149750         MOVE ZERO TO WS-MATCH-POWER-LEVEL
149751     END-IF.
149752     MOVE MNT-OPERATOR-ID   TO WS-MATCH-OPERATOR-ID.
149753     IF WS-TXN-PENDING-SUB > ZERO
149754         MOVE WS-PND-QUEUED-DATE (WS-TXN-PENDING-SUB)
149755             TO WS-MATCH-QUEUED-DATE
149756     ELSE
149757         MOVE WS-BUSINESS-DATE TO WS-MATCH-QUEUED-DATE
149758     END-IF.
149759     PERFORM 2820-FIND-APPROVAL
149760         THRU 2820-EXIT.
149761     IF WS-APPROVAL-MATCH-SUB > ZERO
149762         MOVE WS-APV-TBL-APPROVER-ID (WS-APPROVAL-MATCH-SUB)
149763             TO WS-APPROVED-BY
149764     ELSE
149765         MOVE 'N' TO WS-APPROVAL-OK-SWITCH
149766     END-IF.
149767 2800-EXIT.
149768     EXIT.
149769*=================================================================
149770 2810-TEST-CHANGE-THRESHOLDS.
149771*=================================================================
149772*    S = THE STATE CHANGES AND THE PARM CARD ASKS FOR APPROVAL OF
149773*    ANY STATE CHANGE.  P = THE POWER-LEVEL MOVES (EITHER WAY) BY
149774*    MORE THAN THE UNIT LIMIT OR BY MORE THAN THE PERCENTAGE OF
149775*    THE OLD POWER-LEVEL.  ANY CHANGE FROM A ZERO POWER-LEVEL IS
149776*    OVER THE PERCENTAGE.  A ZERO THRESHOLD IS NOT TESTED.
149777*=================================================================
149778     IF STATE-CHANGE-NEEDS-APPROVAL
149779        AND MNT-CURRENT-STATE NOT = SPKT-OUT-CURRENT-STATE
149780         MOVE 'S' TO WS-APPROVAL-REASON
149781         GO TO 2810-EXIT
149782     END-IF.
149783     COMPUTE WS-POWER-CHANGE-WORK =
149784         MNT-POWER-LEVEL - SPKT-OUT-POWER-LEVEL.
149785     IF WS-POWER-CHANGE-WORK < ZERO
149786         COMPUTE WS-POWER-CHANGE-WORK =
149787             ZERO - WS-POWER-CHANGE-WORK
149788     END-IF.
149789     IF WS-POWER-CHANGE-WORK = ZERO
149790         GO TO 2810-EXIT
149791     END-IF.
149792     IF WS-APPR-POWER-CHANGE > ZERO
149793        AND WS-POWER-CHANGE-WORK > WS-APPR-POWER-CHANGE
149794         MOVE 'P' TO WS-APPROVAL-REASON
149795         GO TO 2810-EXIT
149796     END-IF.
149797     IF WS-APPR-POWER-PCT = ZERO
149798         GO TO 2810-EXIT
149799     END-IF.
149800     COMPUTE WS-PCT-CHANGE-WORK = WS-POWER-CHANGE-WORK * 100.
149801     COMPUTE WS-PCT-LIMIT-WORK =
149802         SPKT-OUT-POWER-LEVEL * WS-APPR-POWER-PCT.
149803     IF WS-PCT-CHANGE-WORK > WS-PCT-LIMIT-WORK
149804         MOVE 'P' TO WS-APPROVAL-REASON
149805     END-IF.
149806 2810-EXIT.
149807     EXIT.
149808*=================================================================
149809 2820-FIND-APPROVAL.
149810*=================================================================
149811*    LOOKS FOR AN UNUSED APPROVAL MATCHING THE MATCH FIELDS.  IT
149812*    MUST NAME THE SAME ACCOUNT AND ACTION (AND, FOR A CHG, THE
149813*    SAME NEW STATE AND POWER-LEVEL), BE DATED NO EARLIER THAN
149814*    THE DAY THE TRANSACTION STARTED WAITING AND NO LATER THAN
149815*    THE BUSINESS DATE, AND COME FROM AN OPERATOR OTHER THAN THE
149816*    ONE WHO KEYED THE TRANSACTION.  EACH APPROVAL RELEASES ONE
149817*    TRANSACTION ONLY.
149818*=================================================================
149819     MOVE ZERO TO WS-APPROVAL-MATCH-SUB.
149820     MOVE 1    TO WS-APPROVAL-SCAN-SUB.
149821     PERFORM 2825-SCAN-ONE-APPROVAL
149822         THRU 2825-EXIT
149823         UNTIL WS-APPROVAL-SCAN-SUB > WS-APPROVAL-TABLE-COUNT
149824            OR WS-APPROVAL-MATCH-SUB > ZERO.
149825     IF WS-APPROVAL-MATCH-SUB > ZERO
149826         MOVE 'Y' TO WS-APV-TBL-USED-SW (WS-APPROVAL-MATCH-SUB)
149827         ADD 1 TO WS-APPROVALS-MATCHED-CTR
149828     END-IF.
149829 2820-EXIT.
149830     EXIT.
149831*=================================================================
149832 2825-SCAN-ONE-APPROVAL.
149833*=================================================================
149834*    AN OPERATOR CANNOT APPROVE THEIR OWN TRANSACTION.  SUCH AN
149835*    APPROVAL IS MARKED REFUSED AND THE SCAN GOES ON.
149836*=================================================================
149837     IF WS-APV-TBL-ACCOUNT-ID (WS-APPROVAL-SCAN-SUB)
149838            = WS-MATCH-ACCOUNT-ID
149839        AND WS-APV-TBL-ACTION-CODE (WS-APPROVAL-SCAN-SUB)
149840            = WS-MATCH-ACTION-CODE
149841        AND WS-APV-TBL-USED-SW (WS-APPROVAL-SCAN-SUB) = 'N'
149842        AND WS-APV-TBL-DATE (WS-APPROVAL-SCAN-SUB)
149843            NOT < WS-MATCH-QUEUED-DATE
149844        AND WS-APV-TBL-DATE (WS-APPROVAL-SCAN-SUB)
149845            NOT > WS-BUSINESS-DATE
149846        AND (WS-MATCH-ACTION-CODE NOT = 'CHG'
149847             OR (WS-APV-TBL-STATE (WS-APPROVAL-SCAN-SUB)
149848                     = WS-MATCH-CURRENT-STATE
149849                 AND WS-APV-TBL-POWER (WS-APPROVAL-SCAN-SUB)
149850                     = WS-MATCH-POWER-LEVEL))
149851         IF WS-APV-TBL-APPROVER-ID (WS-APPROVAL-SCAN-SUB)
149852                = WS-MATCH-OPERATOR-ID
149853             MOVE 'X' TO WS-APV-TBL-USED-SW (WS-APPROVAL-SCAN-SUB)
149854             ADD 1 TO WS-APPROVALS-REFUSED-CTR
149855             DISPLAY '>> [COBOL] ' WS-MATCH-ACCOUNT-ID
149856                 ' APPROVAL REFUSED -- '
149857                 WS-APV-TBL-APPROVER-ID (WS-APPROVAL-SCAN-SUB)
149858                 ' KEYED THE TRANSACTION.'
149859         ELSE
149860             MOVE WS-APPROVAL-SCAN-SUB TO WS-APPROVAL-MATCH-SUB
149861         END-IF
149862     END-IF.
149863     ADD 1 TO WS-APPROVAL-SCAN-SUB.
149864 2825-EXIT.
149865     EXIT.
149866*=================================================================
149867 2850-QUEUE-FOR-APPROVAL.
149868*=================================================================
149869*    THE TRANSACTION IN HAND WAITS ON THE PENDING TABLE (STATUS
149870*    A) UNTIL A MATCHING APPROVAL ARRIVES.  A RELEASED PENDING
149871*    ENTRY SIMPLY GOES BACK TO WAITING; TONIGHT'S KEYED
149872*    TRANSACTION GETS A NEW ENTRY, UNLESS THE ACCOUNT ALREADY HAS
149873*    A LIVE ONE.
149874*=================================================================
149875     IF WS-TXN-PENDING-SUB > ZERO
149876         MOVE WS-APPROVAL-REASON
149877             TO WS-PND-APPROVAL-REASON (WS-TXN-PENDING-SUB)
149878         MOVE SPACES TO WS-PND-APPROVER-ID (WS-TXN-PENDING-SUB)
149879         MOVE 'A' TO WS-PND-STATUS-SW (WS-TXN-PENDING-SUB)
149880         SUBTRACT 1 FROM WS-TXNS-RELEASED-CTR
149881         GO TO 2850-QUEUED
149882     END-IF.
149883     MOVE 'N' TO WS-PND-LIVE-FOUND-SW.
149884     MOVE 1 TO WS-PENDING-SCAN-SUB.
149885     PERFORM 2160-SCAN-ONE-LIVE-PENDING
149886         THRU 2160-EXIT
149887         UNTIL WS-PENDING-SCAN-SUB > WS-PENDING-TABLE-COUNT
149888            OR PENDING-ENTRY-EXISTS.
149889     IF PENDING-ENTRY-EXISTS
149890         MOVE MNT-ACCOUNT-ID  TO EXC-ACCOUNT-ID
149891         MOVE MNT-ACTION-CODE TO EXC-BAD-VALUE
149892         MOVE 'ACCOUNT ALREADY HAS A PENDING TXN'
149893                              TO EXC-REASON
149894         PERFORM 2600-WRITE-REJECT-LINE
149895             THRU 2600-EXIT
149896         GO TO 2850-EXIT
149897     END-IF.
149898     IF WS-PENDING-TABLE-COUNT NOT < WS-PENDING-MAX-ENTRIES
149899         MOVE MNT-ACCOUNT-ID  TO EXC-ACCOUNT-ID
149900         MOVE MNT-ACTION-CODE TO EXC-BAD-VALUE
149901         MOVE 'PENDING-TRANSACTION TABLE FULL'
149902                              TO EXC-REASON
149903         PERFORM 2600-WRITE-REJECT-LINE
149904             THRU 2600-EXIT
149905         GO TO 2850-EXIT
149906     END-IF.
149907     ADD 1 TO WS-PENDING-TABLE-COUNT.
149908     MOVE WS-PENDING-TABLE-COUNT TO WS-PENDING-SCAN-SUB.
149909     MOVE MNT-ACCOUNT-ID
149910         TO WS-PND-ACCOUNT-ID (WS-PENDING-SCAN-SUB).
149911     MOVE MNT-ACTION-CODE
149912         TO WS-PND-ACTION-CODE (WS-PENDING-SCAN-SUB).
149913     MOVE MNT-CURRENT-STATE
149914         TO WS-PND-CURRENT-STATE (WS-PENDING-SCAN-SUB).
149915     MOVE WS-MATCH-POWER-LEVEL
149916         TO WS-PND-POWER-LEVEL (WS-PENDING-SCAN-SUB).
149917     MOVE MNT-ACCOUNT-NAME
149918         TO WS-PND-ACCOUNT-NAME (WS-PENDING-SCAN-SUB).
149919     MOVE MNT-BUSINESS-UNIT
149920         TO WS-PND-BUSINESS-UNIT (WS-PENDING-SCAN-SUB).
149921     MOVE MNT-CONTACT-REF
149922         TO WS-PND-CONTACT-REF (WS-PENDING-SCAN-SUB).
149923     MOVE MNT-EFFECTIVE-DATE
149924         TO WS-PND-EFFECTIVE-DATE (WS-PENDING-SCAN-SUB).
149925     MOVE MNT-OPERATOR-ID
149926         TO WS-PND-OPERATOR-ID (WS-PENDING-SCAN-SUB).
149927     MOVE WS-BUSINESS-DATE
149928         TO WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB).
149929     MOVE WS-APPROVAL-REASON
149930         TO WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB).
149931     MOVE SPACES
149932         TO WS-PND-APPROVER-ID (WS-PENDING-SCAN-SUB).
149933     MOVE 'A' TO WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB).
149934 2850-QUEUED.
149935     ADD 1 TO WS-TXNS-QUEUED-APPR-CTR.
149936     DISPLAY '>> [COBOL] ' MNT-ACCOUNT-ID ' ' MNT-ACTION-CODE
149937         ' QUEUED FOR SECOND-PERSON APPROVAL.'.
149938 2850-EXIT.
149939     EXIT.
149940*=================================================================
150000 9000-TERMINATE-JOB.
150100*=================================================================
150200     CLOSE MAINT-TRANSACTION-FILE.
151500         THRU 8600-EXIT.
151600     PERFORM 8700-PRINT-PENDING-REPORT
151700         THRU 8700-EXIT.
151710     PERFORM 8800-PRINT-APPROVAL-QUEUE
151720         THRU 8800-EXIT.
151800     DISPLAY '>> [COBOL] TRANSACTIONS READ......: '
151900             WS-TXNS-READ-CTR.
152000     DISPLAY '>> [COBOL] OLD MASTERS READ.......: '
154300             WS-TXNS-CANCELLED-CTR.
154400     DISPLAY '>> [COBOL] TXNS STILL PENDING.....: '
154500             WS-TXNS-PENDING-CTR.
154510     DISPLAY '>> [COBOL] TXNS QUEUED FOR APPR...: '
154520             WS-TXNS-QUEUED-APPR-CTR.
154530     DISPLAY '>> [COBOL] APPROVALS MATCHED......: '
154540             WS-APPROVALS-MATCHED-CTR.
154550     DISPLAY '>> [COBOL] APPROVALS REFUSED......: '
154560             WS-APPROVALS-REFUSED-CTR.
154570     DISPLAY '>> [COBOL] TXNS AWAITING APPROVAL.: '
154580             WS-TXNS-AWAITING-APPR-CTR.
154600     MOVE 'END  ' TO WS-LEDGER-EVENT-CODE.
154700     IF WS-RETURN-CODE < 8
154800         MOVE 'CLEAN' TO WS-LEDGER-OUTCOME-CODE
157600*=================================================================
157700 8600-REWRITE-PENDING-FILE.
157800*=================================================================
157900*    ONLY THE ENTRIES STILL WAITING FOR THEIR EFFECTIVE DATE OR
158000*    FOR APPROVAL GO BACK OUT -- RELEASED AND CANCELLED ENTRIES
158010*    DROP OFF.
158100*=================================================================
158200     OPEN OUTPUT PENDING-OUT-FILE.
158300     MOVE WS-PENDOUT-STATUS TO WS-FILE-STATUS-CHECK.
159600*=================================================================
159700     IF WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'P'
159800        OR WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'N'
159810        OR WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'A'
159900         MOVE SPACES TO PENDING-OUT-RECORD
160000         MOVE WS-PND-ACCOUNT-ID (WS-PENDING-SCAN-SUB)
160100             TO PND-OUT-ACCOUNT-ID
161300             TO PND-OUT-CONTACT-REF
161400         MOVE WS-PND-EFFECTIVE-DATE (WS-PENDING-SCAN-SUB)
161500             TO PND-OUT-EFFECTIVE-DATE
161510         MOVE WS-PND-OPERATOR-ID (WS-PENDING-SCAN-SUB)
161520             TO PND-OUT-OPERATOR-ID
161530         MOVE WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB)
161540             TO PND-OUT-QUEUED-DATE
161550         MOVE WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB)
161560             TO PND-OUT-APPROVAL-REASON
161570         MOVE WS-PND-APPROVER-ID (WS-PENDING-SCAN-SUB)
161580             TO PND-OUT-APPROVER-ID
161600         WRITE PENDING-OUT-RECORD
161700         ADD 1 TO WS-TXNS-PENDING-CTR
161800     END-IF.
165700                 IF WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'N'
165800                     MOVE 'PARKED    ' TO WS-RPT-PND-DISPOSITION
165900                 ELSE
165910                 IF WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) = 'A'
165920                     MOVE 'AWAIT APPR' TO WS-RPT-PND-DISPOSITION
165930                 ELSE
166000                     MOVE 'PENDING   ' TO WS-RPT-PND-DISPOSITION
166010                 END-IF
166100                 END-IF
166200             END-IF
166300         END-IF
166600     WRITE PENDING-REPORT-RECORD FROM WS-PND-REPORT-LINE.
166700     ADD 1 TO WS-PENDING-SCAN-SUB.
166800 8710-EXIT.
166801     EXIT.
166802*=================================================================
166803 8800-PRINT-APPROVAL-QUEUE.
166804*=================================================================
166805*    ONE LINE PER TRANSACTION STILL WAITING FOR A SECOND
166806*    OPERATOR, WITH WHO KEYED IT AND HOW LONG IT HAS WAITED,
166807*    THEN THE APPROVALS ON FILE THAT RELEASED NOTHING TONIGHT.
166808*=================================================================
166809     MOVE WS-BUSINESS-DATE TO WS-DATE-PARTS-WORK.
166810     COMPUTE WS-TODAY-DAY-NUMBER =
166811         WS-DPW-YEAR * 372 + WS-DPW-MONTH * 31 + WS-DPW-DAY.
166812     MOVE WS-BUSINESS-DATE TO WS-RPT-APQ-HDG-DATE.
166813     MOVE WS-RPT-APQ-HEADER TO WS-APQ-REPORT-LINE.
166814     WRITE APPROVAL-QUEUE-RECORD FROM WS-APQ-REPORT-LINE.
166815     MOVE WS-RPT-APQ-COLUMNS TO WS-APQ-REPORT-LINE.
166816     WRITE APPROVAL-QUEUE-RECORD FROM WS-APQ-REPORT-LINE.
166817     MOVE 1 TO WS-PENDING-SCAN-SUB.
166818     PERFORM 8810-PRINT-ONE-WAITING-TXN
166819         THRU 8810-EXIT
166820         UNTIL WS-PENDING-SCAN-SUB > WS-PENDING-TABLE-COUNT.
166821     WRITE APPROVAL-QUEUE-RECORD FROM WS-RPT-APQ-BLANK-LINE.
166822     MOVE WS-RPT-APQ-UNUSED-HEADER TO WS-APQ-REPORT-LINE.
166823     WRITE APPROVAL-QUEUE-RECORD FROM WS-APQ-REPORT-LINE.
166824     MOVE 1 TO WS-APPROVAL-SCAN-SUB.
166825     PERFORM 8820-PRINT-ONE-UNUSED-APPROVAL
166826         THRU 8820-EXIT
166827         UNTIL WS-APPROVAL-SCAN-SUB > WS-APPROVAL-TABLE-COUNT.
166828     WRITE APPROVAL-QUEUE-RECORD FROM WS-RPT-APQ-BLANK-LINE.
166829     MOVE 'TRANSACTIONS AWAITING APPROVAL'
166830         TO WS-RPT-APQ-TOTAL-LABEL.
166831     MOVE WS-TXNS-AWAITING-APPR-CTR TO WS-RPT-APQ-TOTAL-VALUE.
166832     WRITE APPROVAL-QUEUE-RECORD FROM WS-RPT-APQ-TOTAL-LINE.
166833     MOVE 'QUEUED FOR APPROVAL THIS RUN'
166834         TO WS-RPT-APQ-TOTAL-LABEL.
166835     MOVE WS-TXNS-QUEUED-APPR-CTR TO WS-RPT-APQ-TOTAL-VALUE.
166836     WRITE APPROVAL-QUEUE-RECORD FROM WS-RPT-APQ-TOTAL-LINE.
166837     MOVE 'APPROVALS MATCHED THIS RUN'
166838         TO WS-RPT-APQ-TOTAL-LABEL.
166839     MOVE WS-APPROVALS-MATCHED-CTR TO WS-RPT-APQ-TOTAL-VALUE.
166840     WRITE APPROVAL-QUEUE-RECORD FROM WS-RPT-APQ-TOTAL-LINE.
166841     MOVE 'APPROVALS REFUSED (SELF-APPROVAL)'
166842         TO WS-RPT-APQ-TOTAL-LABEL.
166843     MOVE WS-APPROVALS-REFUSED-CTR TO WS-RPT-APQ-TOTAL-VALUE.
166844     WRITE APPROVAL-QUEUE-RECORD FROM WS-RPT-APQ-TOTAL-LINE.
166845     MOVE 'APPROVALS NOT USED'
166846         TO WS-RPT-APQ-TOTAL-LABEL.
166847     MOVE WS-APPROVALS-UNUSED-CTR TO WS-RPT-APQ-TOTAL-VALUE.
166848     WRITE APPROVAL-QUEUE-RECORD FROM WS-RPT-APQ-TOTAL-LINE.
166849     CLOSE APPROVAL-QUEUE-REPORT.
166850 8800-EXIT.
166851     EXIT.
166852*=================================================================
166853 8810-PRINT-ONE-WAITING-TXN.
166854*=================================================================
166855*    DAYS WAITING USES THE COARSE DAY NUMBERS (SEE WORKING-
166856*    STORAGE); AN ENTRY WITH NO QUEUED DATE SHOWS ZERO.
166857*=================================================================
166858     IF WS-PND-STATUS-SW (WS-PENDING-SCAN-SUB) NOT = 'A'
166859         GO TO 8810-NEXT
166860     END-IF.
166861     ADD 1 TO WS-TXNS-AWAITING-APPR-CTR.
166862     MOVE WS-PND-ACCOUNT-ID (WS-PENDING-SCAN-SUB)
166863         TO WS-RPT-APQ-ACCOUNT-ID.
166864     MOVE WS-PND-ACTION-CODE (WS-PENDING-SCAN-SUB)
166865         TO WS-RPT-APQ-ACTION.
166866     MOVE WS-PND-CURRENT-STATE (WS-PENDING-SCAN-SUB)
166867         TO WS-RPT-APQ-STATE.
166868     MOVE WS-PND-POWER-LEVEL (WS-PENDING-SCAN-SUB)
166869         TO WS-RPT-APQ-POWER.
166870     MOVE WS-PND-OPERATOR-ID (WS-PENDING-SCAN-SUB)
166871         TO WS-RPT-APQ-OPERATOR.
166872     MOVE WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB)
166873         TO WS-RPT-APQ-QUEUED.
166874     MOVE ZERO TO WS-DAYS-WAITING.
166875     IF WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB) > ZERO
166876         MOVE WS-PND-QUEUED-DATE (WS-PENDING-SCAN-SUB)
166877             TO WS-DATE-PARTS-WORK
166878         COMPUTE WS-DAY-NUMBER-WORK =
166879             WS-DPW-YEAR * 372 + WS-DPW-MONTH * 31 + WS-DPW-DAY
166880         COMPUTE WS-DAYS-WAITING =
166881             WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER-WORK
166882         IF WS-DAYS-WAITING < ZERO
166883             MOVE ZERO TO WS-DAYS-WAITING
166884         END-IF
166885     END-IF.
166886     MOVE WS-DAYS-WAITING TO WS-RPT-APQ-DAYS.
166887     IF WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB) = 'D'
166888         MOVE 'DEL REQUIRES APPROVAL' TO WS-RPT-APQ-REASON
166889     ELSE
166890     IF WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB) = 'R'
166891         MOVE 'REI REQUIRES APPROVAL' TO WS-RPT-APQ-REASON
166892     ELSE
166893     IF WS-PND-APPROVAL-REASON (WS-PENDING-SCAN-SUB) = 'P'
166894         MOVE 'POWER CHANGE OVER PARM LIMIT' TO WS-RPT-APQ-REASON
166895     ELSE
166896         MOVE 'STATE CHANGE REQUIRES APPROVAL'
166897             TO WS-RPT-APQ-REASON
166898     END-IF
166899     END-IF
166900     END-IF.
166901     MOVE WS-RPT-APQ-DETAIL TO WS-APQ-REPORT-LINE.
166902     WRITE APPROVAL-QUEUE-RECORD FROM WS-APQ-REPORT-LINE.
166903 8810-NEXT.
166904     ADD 1 TO WS-PENDING-SCAN-SUB.
166905 8810-EXIT.
166906     EXIT.
166907*=================================================================
166908 8820-PRINT-ONE-UNUSED-APPROVAL.
166909*=================================================================
166910     IF WS-APV-TBL-USED-SW (WS-APPROVAL-SCAN-SUB) = 'Y'
166911         GO TO 8820-NEXT
166912     END-IF.
166913     MOVE WS-APV-TBL-ACCOUNT-ID (WS-APPROVAL-SCAN-SUB)
166914         TO WS-RPT-APU-ACCOUNT-ID.
166915     MOVE WS-APV-TBL-ACTION-CODE (WS-APPROVAL-SCAN-SUB)
166916         TO WS-RPT-APU-ACTION.
166917     MOVE WS-APV-TBL-APPROVER-ID (WS-APPROVAL-SCAN-SUB)
166918         TO WS-RPT-APU-APPROVER.
166919     MOVE WS-APV-TBL-DATE (WS-APPROVAL-SCAN-SUB)
166920         TO WS-RPT-APU-DATE.
166921     IF WS-APV-TBL-USED-SW (WS-APPROVAL-SCAN-SUB) = 'X'
166922         MOVE 'REFUSED -- APPROVER KEYED THE TXN'
166923             TO WS-RPT-APU-DISPOSITION
166924     ELSE
166925         ADD 1 TO WS-APPROVALS-UNUSED-CTR
166926         MOVE 'NO WAITING TRANSACTION MATCHED'
166927             TO WS-RPT-APU-DISPOSITION
166928     END-IF.
166929     MOVE WS-RPT-APQ-UNUSED-DETAIL TO WS-APQ-REPORT-LINE.
166930     WRITE APPROVAL-QUEUE-RECORD FROM WS-APQ-REPORT-LINE.
166931 8820-NEXT.
166932     ADD 1 TO WS-APPROVAL-SCAN-SUB.
166933 8820-EXIT.
166934     EXIT.
167000*=================================================================
167100 8510-WRITE-ONE-RETIRED-RECORD.
167200*=================================================================
168200             TO RET-RETIRED-DATE
168300         MOVE WS-RET-TBL-RETIRED-TIME (WS-RETIRED-SCAN-SUB)
168400             TO RET-RETIRED-TIME
168410         MOVE WS-RET-TBL-ACCOUNT-NAME (WS-RETIRED-SCAN-SUB)
168420             TO RET-ACCOUNT-NAME
168430         MOVE WS-RET-TBL-BUSINESS-UNIT (WS-RETIRED-SCAN-SUB)
168440             TO RET-BUSINESS-UNIT
168450         MOVE WS-RET-TBL-CONTACT-REF (WS-RETIRED-SCAN-SUB)
168460             TO RET-CONTACT-REF
168500         WRITE RETIRED-ACCOUNT-RECORD
168600     END-IF.
168700     ADD 1 TO WS-RETIRED-SCAN-SUB.
168800 8510-EXIT.
168900     EXIT.
169000
