001600*     LOOKUP COSTS ONLY THE ENTRIES FOR THE ACCOUNT ASKED
001700*     ABOUT.  AN ACCOUNT-ID NOT ON THE MASTER IS REPORTED AS
001800*     SUCH AND SETS A NON-ZERO RETURN CODE.
001810*
001820*     A REQUEST CAN ALSO SEARCH BY CONTACT REFERENCE, BY ACCOUNT
001830*     NAME (THE LEADING CHARACTERS GIVEN), OR BY BUSINESS UNIT,
001840*     USING THE ALTERNATE KEYS ON THE KEYED MASTER AND A PASS OF
001850*     THE RETIRED-ACCOUNT ARCHIVE.  ONE MATCHING ACCOUNT PRINTS
001860*     ITS FULL PROFILE AS ABOVE; SEVERAL PRINT A SHORT MATCH
001870*     LIST.  A BUSINESS-UNIT SEARCH ALWAYS LISTS EVERY ACCOUNT
001880*     IN THE UNIT.  A SEARCH THAT MATCHES NOTHING IS REPORTED
001890*     AND SETS A NON-ZERO RETURN CODE.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY.
002100*     DATE       BY    DESCRIPTION
004600*                      ACCOUNT -- A FIFTY-ACCOUNT REQUEST FILE
004700*                      WAS TAKING MOST OF A MORNING AGAINST
004800*                      MONTHS OF ARCHIVE.
004805*     2026-10-15 LEA   A REQUEST CAN NOW SEARCH BY CONTACT
004810*                      REFERENCE, BY THE LEADING CHARACTERS OF
004815*                      THE ACCOUNT NAME, OR BY BUSINESS UNIT (NEW
004820*                      SEARCH TYPE AND VALUE ON THE REQUEST
004825*                      RECORD; A BLANK TYPE IS STILL AN ACCOUNT-
004830*                      ID LOOKUP).  THE MASTER IS READ BY ITS NEW
004835*                      ALTERNATE KEYS AND THE RETIRED-ACCOUNT
004840*                      ARCHIVE, WHICH NOW CARRIES THE DESCRIPTIVE
004845*                      FIELDS, IS SEARCHED THE SAME WAY.  ONE
004850*                      MATCH PRINTS THE FULL PROFILE, SEVERAL A
004855*                      MATCH LIST; A UNIT SEARCH LISTS THE WHOLE
004860*                      UNIT.
004900*-----------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
006100     SELECT ACCOUNT-MASTER-FILE
006200         ASSIGN TO ACCTMST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS MST-ACCOUNT-ID
006510         ALTERNATE RECORD KEY IS MST-ACCOUNT-NAME
006520             WITH DUPLICATES
006530         ALTERNATE RECORD KEY IS MST-BUSINESS-UNIT
006540             WITH DUPLICATES
006550         ALTERNATE RECORD KEY IS MST-CONTACT-REF
006560             WITH DUPLICATES
006600         FILE STATUS IS WS-ACCTMST-STATUS.
006700
006800     SELECT ACTIVITY-ARCHIVE-FILE
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  INQUIRY-REQUEST-RECORD.
009600     05  INQ-ACCOUNT-ID              PIC X(10).
009700     05  INQ-SEARCH-TYPE             PIC X(01).
009710         88  INQ-SEARCH-TYPE-VALID         VALUE ' ' 'A' 'C'
009720                                            'N' 'U'.
009730         88  INQ-SEARCH-BY-ACCOUNT         VALUE ' ' 'A'.
009740         88  INQ-SEARCH-BY-CONTACT         VALUE 'C'.
009750         88  INQ-SEARCH-BY-NAME            VALUE 'N'.
009760         88  INQ-SEARCH-BY-UNIT            VALUE 'U'.
009770     05  INQ-SEARCH-VALUE            PIC X(20).
009780     05  FILLER                      PIC X(49).
009800
009900 FD  ACCOUNT-MASTER-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
011100
011200 FD  RETIRED-ARCHIVE-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 100 CHARACTERS.
011500     COPY SPKTRET.
011600
011700 FD  INQUIRY-REPORT
014800         88  END-OF-RETIRED-ARCHIVE        VALUE 'Y'.
014900     05  WS-RETIRED-FOUND-SWITCH PIC X(01) VALUE 'N'.
015000         88  RETIRED-RECORD-FOUND          VALUE 'Y'.
015010     05  WS-MASTER-MATCH-EOF-SW  PIC X(01) VALUE 'N'.
015020         88  END-OF-MASTER-MATCHES         VALUE 'Y'.
015030     05  WS-SEARCH-PASS-SWITCH   PIC X(01) VALUE 'C'.
015040         88  SEARCH-PASS-COUNTING          VALUE 'C'.
015050         88  SEARCH-PASS-LISTING           VALUE 'L'.
015060     05  WS-CANDIDATE-MATCH-SW   PIC X(01) VALUE 'N'.
015070         88  CANDIDATE-MATCHES             VALUE 'Y'.
015100*-----------------------------------------------------------------
015200* WORK FIELDS AND COUNTERS.
015300*-----------------------------------------------------------------
015600 01  WS-NOT-FOUND-CTR            PIC 9(07) COMP VALUE ZERO.
015700 01  WS-RETIRED-FOUND-CTR        PIC 9(07) COMP VALUE ZERO.
015800 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
015802 01  WS-SEARCHES-CTR             PIC 9(07) COMP VALUE ZERO.
015804 01  WS-MATCH-LISTS-CTR          PIC 9(07) COMP VALUE ZERO.
015806*-----------------------------------------------------------------
015808* SEARCH WORK AREAS.  A NAME SEARCH MATCHES ON THE LEADING
015810* CHARACTERS GIVEN: THE CANDIDATE NAME IS BLANKED PAST THE
015812* LENGTH OF THE SEARCH NAME AND THE TWO COMPARED WHOLE.  THE
015814* FIRST PASS OF A SEARCH ONLY COUNTS; THE SECOND LISTS.
015816*-----------------------------------------------------------------
015818 01  WS-MATCH-CTR                PIC 9(07) COMP VALUE ZERO.
015820 01  WS-FIRST-MATCH-ID           PIC X(10) VALUE SPACES.
015822 01  WS-SEARCH-NAME-LEN          PIC 9(04) COMP VALUE ZERO.
015824 01  WS-NAME-CHAR-SUB            PIC 9(04) COMP VALUE ZERO.
015826 01  WS-SEARCH-NAME              PIC X(20) VALUE SPACES.
015828 01  WS-SEARCH-NAME-CHARS REDEFINES WS-SEARCH-NAME.
015830     05  WS-SEARCH-NAME-CHAR     PIC X(01) OCCURS 20 TIMES.
015832 01  WS-SEARCH-UNIT              PIC X(08) VALUE SPACES.
015834 01  WS-SEARCH-CONTACT-REF       PIC X(12) VALUE SPACES.
015836 01  WS-CANDIDATE-ACCOUNT.
015838     05  WS-CAND-ACCOUNT-ID      PIC X(10).
015840     05  WS-CAND-ACCOUNT-NAME    PIC X(20).
015842     05  WS-CAND-BUSINESS-UNIT   PIC X(08).
015844     05  WS-CAND-CONTACT-REF     PIC X(12).
015846     05  WS-CAND-STATE           PIC X(20).
015848     05  WS-CAND-POWER           PIC 9(07).
015850     05  WS-CAND-RETIRED-DATE    PIC 9(08).
015852 01  WS-CAND-NAME-WORK           PIC X(20) VALUE SPACES.
015854 01  WS-CAND-NAME-CHARS REDEFINES WS-CAND-NAME-WORK.
015856     05  WS-CAND-NAME-CHAR       PIC X(01) OCCURS 20 TIMES.
015900*-----------------------------------------------------------------
016000* LAST RETIRED-ARCHIVE ENTRY SAVED FOR THE ACCOUNT IN HAND.
016100*-----------------------------------------------------------------
028600     05  FILLER                      PIC X(26)
028700             VALUE '    NO HISTORY ON FILE'.
028800     05  FILLER                      PIC X(107) VALUE SPACES.
028801 01  WS-RPT-SEARCH-HEADER.
028802     05  FILLER                      PIC X(25)
028803             VALUE 'ACCOUNT SEARCH.........: '.
028804     05  WS-RPT-SRCH-TYPE            PIC X(22).
028805     05  WS-RPT-SRCH-VALUE           PIC X(20).
028806     05  FILLER                      PIC X(66) VALUE SPACES.
028807 01  WS-RPT-MATCH-COUNT-LINE.
028808     05  FILLER                      PIC X(25)
028809             VALUE '  ACCOUNTS MATCHED.....: '.
028810     05  WS-RPT-MATCH-COUNT          PIC ZZZ,ZZ9.
028811     05  FILLER                      PIC X(101) VALUE SPACES.
028812 01  WS-RPT-MATCH-HEADING.
028813     05  FILLER                      PIC X(15)
028814             VALUE '    ACCOUNT-ID '.
028815     05  FILLER                      PIC X(21)
028816             VALUE 'ACCOUNT NAME'.
028817     05  FILLER                      PIC X(09) VALUE 'UNIT'.
028818     05  FILLER                      PIC X(13) VALUE 'CONTACT'.
028819     05  FILLER                      PIC X(21) VALUE 'STATE'.
028820     05  FILLER                      PIC X(08) VALUE '  POWER'.
028821     05  FILLER                      PIC X(17)
028822             VALUE 'STATUS  RETIRED'.
028823     05  FILLER                      PIC X(29) VALUE SPACES.
028824 01  WS-RPT-MATCH-LINE.
028825     05  FILLER                      PIC X(04) VALUE SPACES.
028826     05  WS-RPT-MTC-ACCOUNT-ID       PIC X(10).
028827     05  FILLER                      PIC X(01) VALUE SPACES.
028828     05  WS-RPT-MTC-ACCOUNT-NAME     PIC X(20).
028829     05  FILLER                      PIC X(01) VALUE SPACES.
028830     05  WS-RPT-MTC-BUSINESS-UNIT    PIC X(08).
028831     05  FILLER                      PIC X(01) VALUE SPACES.
028832     05  WS-RPT-MTC-CONTACT-REF      PIC X(12).
028833     05  FILLER                      PIC X(01) VALUE SPACES.
028834     05  WS-RPT-MTC-STATE            PIC X(20).
028835     05  FILLER                      PIC X(01) VALUE SPACES.
028836     05  WS-RPT-MTC-POWER            PIC 9(07).
028837     05  FILLER                      PIC X(01) VALUE SPACES.
028838     05  WS-RPT-MTC-STATUS           PIC X(07).
028839     05  FILLER                      PIC X(01) VALUE SPACES.
028840     05  WS-RPT-MTC-RETIRED-DATE     PIC X(08).
028841     05  FILLER                      PIC X(30) VALUE SPACES.
028842 01  WS-RPT-NO-MATCH-LINE.
028843     05  FILLER                      PIC X(40)
028844             VALUE '  *** NO ACCOUNT MATCHES THE SEARCH ***'.
028845     05  FILLER                      PIC X(93) VALUE SPACES.
028846 01  WS-RPT-NO-VALUE-LINE.
028847     05  FILLER                      PIC X(40)
028848             VALUE '  *** NO SEARCH VALUE ON THE REQUEST ***'.
028849     05  FILLER                      PIC X(93) VALUE SPACES.
028850 01  WS-RPT-BAD-TYPE-LINE.
028851     05  FILLER                      PIC X(25)
028852             VALUE 'ACCOUNT SEARCH.........: '.
028853     05  FILLER                      PIC X(25)
028854             VALUE '*** UNKNOWN SEARCH TYPE '''.
028855     05  WS-RPT-BAD-SEARCH-TYPE      PIC X(01).
028856     05  FILLER                      PIC X(05) VALUE ''' ***'.
028857     05  FILLER                      PIC X(77) VALUE SPACES.
028900*-----------------------------------------------------------------
029000 PROCEDURE DIVISION.
029100*=================================================================
041700*=================================================================
041800 2000-PROCESS-INQUIRY.
041900*=================================================================
041902*    A BLANK (OR 'A') SEARCH TYPE IS THE ACCOUNT-ID LOOKUP THE
041904*    REQUEST FILE HAS ALWAYS CARRIED.
041906*=================================================================
041908     IF INQ-SEARCH-BY-ACCOUNT
041910         PERFORM 2200-PRINT-ACCOUNT-PROFILE
041912             THRU 2200-EXIT
041914     END-IF.
041916     IF INQ-SEARCH-BY-CONTACT
041918        OR INQ-SEARCH-BY-NAME
041920        OR INQ-SEARCH-BY-UNIT
041922         PERFORM 4000-PROCESS-SEARCH
041924             THRU 4000-EXIT
041926     END-IF.
041928     IF NOT INQ-SEARCH-TYPE-VALID
041930         MOVE INQ-SEARCH-TYPE TO WS-RPT-BAD-SEARCH-TYPE
041932         MOVE WS-RPT-BAD-TYPE-LINE TO WS-REPORT-LINE
041934         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE
041936         MOVE 4 TO WS-RETURN-CODE
041938     END-IF.
041940
041942     MOVE SPACES TO WS-REPORT-LINE.
041944     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE.
041946
041948     PERFORM 2100-READ-REQUEST-RECORD
041950         THRU 2100-EXIT.
041952 2000-EXIT.
041954     EXIT.
041956*=================================================================
041958 2100-READ-REQUEST-RECORD.
041960*=================================================================
041962     READ INQUIRY-REQUEST-FILE
041964         AT END
041966             MOVE 'Y' TO WS-REQ-EOF-SWITCH
041968         NOT AT END
041970             ADD 1 TO WS-REQUESTS-READ-CTR
041972     END-READ.
041974 2100-EXIT.
041976     EXIT.
041978*=================================================================
041980 2200-PRINT-ACCOUNT-PROFILE.
041982*=================================================================
042000     MOVE INQ-ACCOUNT-ID TO WS-RPT-HDR-ACCOUNT-ID.
042100     MOVE WS-RPT-PROFILE-HEADER TO WS-REPORT-LINE.
042200     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE.
049400             THRU 3400-EXIT
049500             WS-HISTORY-KEPT-CTR TIMES
049600     END-IF.
049700 2200-EXIT.
051500     EXIT.
051600*=================================================================
051700 3100-READ-MASTER-BY-KEY.
051900     MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
052000     MOVE INQ-ACCOUNT-ID TO MST-ACCOUNT-ID.
052100     READ ACCOUNT-MASTER-FILE
052110         KEY IS MST-ACCOUNT-ID
052200         INVALID KEY
052300             MOVE 'N' TO WS-MASTER-FOUND-SWITCH
052400         NOT INVALID KEY
065800 3510-EXIT.
065900     EXIT.
066000*=================================================================
066001 4000-PROCESS-SEARCH.
066002*=================================================================
066003*    COUNTS THE MATCHES ON THE MASTER AND THE RETIRED ARCHIVE
066004*    FIRST.  ONE MATCH (OTHER THAN ON A UNIT SEARCH) PRINTS THE
066005*    FULL PROFILE THROUGH THE ACCOUNT-ID LOOKUP; OTHERWISE A
066006*    SECOND PASS PRINTS THE MATCH LIST.
066007*=================================================================
066008     ADD 1 TO WS-SEARCHES-CTR.
066009     IF INQ-SEARCH-BY-CONTACT
066010         MOVE 'BY CONTACT REFERENCE  ' TO WS-RPT-SRCH-TYPE
066011     END-IF.
066012     IF INQ-SEARCH-BY-NAME
066013         MOVE 'BY NAME BEGINNING     ' TO WS-RPT-SRCH-TYPE
066014     END-IF.
066015     IF INQ-SEARCH-BY-UNIT
066016         MOVE 'BY BUSINESS UNIT      ' TO WS-RPT-SRCH-TYPE
066017     END-IF.
066018     MOVE INQ-SEARCH-VALUE TO WS-RPT-SRCH-VALUE.
066019     MOVE WS-RPT-SEARCH-HEADER TO WS-REPORT-LINE.
066020     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE.
066021     IF INQ-SEARCH-VALUE = SPACES
066022         MOVE WS-RPT-NO-VALUE-LINE TO WS-REPORT-LINE
066023         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE
066024         MOVE 4 TO WS-RETURN-CODE
066025         GO TO 4000-EXIT
066026     END-IF.
066027
066028     MOVE INQ-SEARCH-VALUE TO WS-SEARCH-NAME.
066029     MOVE INQ-SEARCH-VALUE TO WS-SEARCH-UNIT.
066030     MOVE INQ-SEARCH-VALUE TO WS-SEARCH-CONTACT-REF.
066031     MOVE 20 TO WS-SEARCH-NAME-LEN.
066032     PERFORM 4050-BACK-OFF-TRAILING-SPACE
066033         THRU 4050-EXIT
066034         UNTIL WS-SEARCH-NAME-CHAR (WS-SEARCH-NAME-LEN)
066035               NOT = SPACE.
066036
066037     MOVE 'C'    TO WS-SEARCH-PASS-SWITCH.
066038     MOVE ZERO   TO WS-MATCH-CTR.
066039     MOVE SPACES TO WS-FIRST-MATCH-ID.
066040     PERFORM 4100-SEARCH-MASTER
066041         THRU 4100-EXIT.
066042     PERFORM 4300-SEARCH-RETIRED-ARCHIVE
066043         THRU 4300-EXIT.
066044
066045     IF WS-MATCH-CTR = ZERO
066046         MOVE WS-RPT-NO-MATCH-LINE TO WS-REPORT-LINE
066047         WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE
066048         ADD 1 TO WS-NOT-FOUND-CTR
066049         MOVE 4 TO WS-RETURN-CODE
066050         GO TO 4000-EXIT
066051     END-IF.
066052     IF WS-MATCH-CTR = 1
066053        AND NOT INQ-SEARCH-BY-UNIT
066054         MOVE WS-FIRST-MATCH-ID TO INQ-ACCOUNT-ID
066055         PERFORM 2200-PRINT-ACCOUNT-PROFILE
066056             THRU 2200-EXIT
066057         GO TO 4000-EXIT
066058     END-IF.
066059
066060     MOVE WS-MATCH-CTR TO WS-RPT-MATCH-COUNT.
066061     MOVE WS-RPT-MATCH-COUNT-LINE TO WS-REPORT-LINE.
066062     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE.
066063     MOVE WS-RPT-MATCH-HEADING TO WS-REPORT-LINE.
066064     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE.
066065     MOVE 'L' TO WS-SEARCH-PASS-SWITCH.
066066     PERFORM 4100-SEARCH-MASTER
066067         THRU 4100-EXIT.
066068     PERFORM 4300-SEARCH-RETIRED-ARCHIVE
066069         THRU 4300-EXIT.
066070     ADD 1 TO WS-MATCH-LISTS-CTR.
066071 4000-EXIT.
066072     EXIT.
066073*=================================================================
066074 4050-BACK-OFF-TRAILING-SPACE.
066075*=================================================================
066076     SUBTRACT 1 FROM WS-SEARCH-NAME-LEN.
066077 4050-EXIT.
066078     EXIT.
066079*=================================================================
066080 4100-SEARCH-MASTER.
066081*=================================================================
066082*    POSITIONS THE MASTER ON THE ALTERNATE KEY FOR THE SEARCH
066083*    AND READS FORWARD IN THAT KEY'S ORDER UNTIL THE FIRST
066084*    RECORD THAT NO LONGER MATCHES.
066085*=================================================================
066086     MOVE 'N' TO WS-MASTER-MATCH-EOF-SW.
066087     IF INQ-SEARCH-BY-CONTACT
066088         MOVE WS-SEARCH-CONTACT-REF TO MST-CONTACT-REF
066089         START ACCOUNT-MASTER-FILE
066090             KEY IS NOT LESS THAN MST-CONTACT-REF
066091             INVALID KEY
066092                 MOVE 'Y' TO WS-MASTER-MATCH-EOF-SW
066093         END-START
066094     END-IF.
066095     IF INQ-SEARCH-BY-NAME
066096         MOVE WS-SEARCH-NAME TO MST-ACCOUNT-NAME
066097         START ACCOUNT-MASTER-FILE
066098             KEY IS NOT LESS THAN MST-ACCOUNT-NAME
066099             INVALID KEY
066100                 MOVE 'Y' TO WS-MASTER-MATCH-EOF-SW
066101         END-START
066102     END-IF.
066103     IF INQ-SEARCH-BY-UNIT
066104         MOVE WS-SEARCH-UNIT TO MST-BUSINESS-UNIT
066105         START ACCOUNT-MASTER-FILE
066106             KEY IS NOT LESS THAN MST-BUSINESS-UNIT
066107             INVALID KEY
066108                 MOVE 'Y' TO WS-MASTER-MATCH-EOF-SW
066109         END-START
066110     END-IF.
066111     PERFORM 4110-READ-NEXT-MASTER-MATCH
066112         THRU 4110-EXIT
066113         UNTIL END-OF-MASTER-MATCHES.
066114 4100-EXIT.
066115     EXIT.
066116*=================================================================
066117 4110-READ-NEXT-MASTER-MATCH.
066118*=================================================================
066119     READ ACCOUNT-MASTER-FILE NEXT RECORD
066120         AT END
066121             MOVE 'Y' TO WS-MASTER-MATCH-EOF-SW
066122             GO TO 4110-EXIT
066123     END-READ.
066124     MOVE MST-ACCOUNT-ID    TO WS-CAND-ACCOUNT-ID.
066125     MOVE MST-ACCOUNT-NAME  TO WS-CAND-ACCOUNT-NAME.
066126     MOVE MST-BUSINESS-UNIT TO WS-CAND-BUSINESS-UNIT.
066127     MOVE MST-CONTACT-REF   TO WS-CAND-CONTACT-REF.
066128     MOVE MST-CURRENT-STATE TO WS-CAND-STATE.
066129     MOVE MST-POWER-LEVEL   TO WS-CAND-POWER.
066130     MOVE ZERO              TO WS-CAND-RETIRED-DATE.
066131     PERFORM 4500-TEST-CANDIDATE
066132         THRU 4500-EXIT.
066133     IF NOT CANDIDATE-MATCHES
066134         MOVE 'Y' TO WS-MASTER-MATCH-EOF-SW
066135         GO TO 4110-EXIT
066136     END-IF.
066137     PERFORM 4600-COUNT-OR-LIST-MATCH
066138         THRU 4600-EXIT.
066139 4110-EXIT.
066140     EXIT.
066141*=================================================================
066142 4300-SEARCH-RETIRED-ARCHIVE.
066143*=================================================================
066144*    THE RETIRED ARCHIVE IS FLAT, SO EVERY ENTRY IS TESTED.  AS
066145*    FOR THE ACCOUNT-ID LOOKUP, A MISSING FILE MEANS NO ACCOUNT
066146*    HAS EVER BEEN RETIRED.
066147*=================================================================
066148     MOVE 'N' TO WS-RETARCH-EOF-SWITCH.
066149     OPEN INPUT RETIRED-ARCHIVE-FILE.
066150     IF WS-RETARCH-STATUS NOT = '00'
066151         MOVE 'Y' TO WS-RETARCH-EOF-SWITCH
066152         GO TO 4300-EXIT
066153     END-IF.
066154     PERFORM 4310-TEST-RETIRED-RECORD
066155         THRU 4310-EXIT
066156         UNTIL END-OF-RETIRED-ARCHIVE.
066157     CLOSE RETIRED-ARCHIVE-FILE.
066158 4300-EXIT.
066159     EXIT.
066160*=================================================================
066161 4310-TEST-RETIRED-RECORD.
066162*=================================================================
066163     READ RETIRED-ARCHIVE-FILE
066164         AT END
066165             MOVE 'Y' TO WS-RETARCH-EOF-SWITCH
066166             GO TO 4310-EXIT
066167     END-READ.
066168     MOVE RET-ACCOUNT-ID    TO WS-CAND-ACCOUNT-ID.
066169     MOVE RET-ACCOUNT-NAME  TO WS-CAND-ACCOUNT-NAME.
066170     MOVE RET-BUSINESS-UNIT TO WS-CAND-BUSINESS-UNIT.
066171     MOVE RET-CONTACT-REF   TO WS-CAND-CONTACT-REF.
066172     MOVE RET-CURRENT-STATE TO WS-CAND-STATE.
066173     MOVE RET-POWER-LEVEL   TO WS-CAND-POWER.
066174     MOVE RET-RETIRED-DATE  TO WS-CAND-RETIRED-DATE.
066175     PERFORM 4500-TEST-CANDIDATE
066176         THRU 4500-EXIT.
066177     IF CANDIDATE-MATCHES
066178         PERFORM 4600-COUNT-OR-LIST-MATCH
066179             THRU 4600-EXIT
066180     END-IF.
066181 4310-EXIT.
066182     EXIT.
066183*=================================================================
066184 4500-TEST-CANDIDATE.
066185*=================================================================
066186*    CONTACT REFERENCE AND BUSINESS UNIT MATCH EXACTLY; A NAME
066187*    MATCHES WHEN IT BEGINS WITH THE SEARCH NAME.
066188*=================================================================
066189     MOVE 'N' TO WS-CANDIDATE-MATCH-SW.
066190     IF INQ-SEARCH-BY-CONTACT
066191         IF WS-CAND-CONTACT-REF = WS-SEARCH-CONTACT-REF
066192             MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
066193         END-IF
066194     END-IF.
066195     IF INQ-SEARCH-BY-UNIT
066196         IF WS-CAND-BUSINESS-UNIT = WS-SEARCH-UNIT
066197             MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
066198         END-IF
066199     END-IF.
066200     IF INQ-SEARCH-BY-NAME
066201         MOVE WS-CAND-ACCOUNT-NAME TO WS-CAND-NAME-WORK
066202         MOVE WS-SEARCH-NAME-LEN   TO WS-NAME-CHAR-SUB
066203         PERFORM 4510-BLANK-NAME-TAIL
066204             THRU 4510-EXIT
066205             UNTIL WS-NAME-CHAR-SUB NOT < 20
066206         IF WS-CAND-NAME-WORK = WS-SEARCH-NAME
066207             MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
066208         END-IF
066209     END-IF.
066210 4500-EXIT.
066211     EXIT.
066212*=================================================================
066213 4510-BLANK-NAME-TAIL.
066214*=================================================================
066215     ADD 1 TO WS-NAME-CHAR-SUB.
066216     MOVE SPACE TO WS-CAND-NAME-CHAR (WS-NAME-CHAR-SUB).
066217 4510-EXIT.
066218     EXIT.
066219*=================================================================
066220 4600-COUNT-OR-LIST-MATCH.
066221*=================================================================
066222     IF SEARCH-PASS-COUNTING
066223         ADD 1 TO WS-MATCH-CTR
066224         IF WS-MATCH-CTR = 1
066225             MOVE WS-CAND-ACCOUNT-ID TO WS-FIRST-MATCH-ID
066226         END-IF
066227         GO TO 4600-EXIT
066228     END-IF.
066229     MOVE WS-CAND-ACCOUNT-ID    TO WS-RPT-MTC-ACCOUNT-ID.
066230     MOVE WS-CAND-ACCOUNT-NAME  TO WS-RPT-MTC-ACCOUNT-NAME.
066231     MOVE WS-CAND-BUSINESS-UNIT TO WS-RPT-MTC-BUSINESS-UNIT.
066232     MOVE WS-CAND-CONTACT-REF   TO WS-RPT-MTC-CONTACT-REF.
066233     MOVE WS-CAND-STATE         TO WS-RPT-MTC-STATE.
066234     MOVE WS-CAND-POWER         TO WS-RPT-MTC-POWER.
066235     IF WS-CAND-RETIRED-DATE = ZERO
066236         MOVE 'ACTIVE '         TO WS-RPT-MTC-STATUS
066237         MOVE SPACES            TO WS-RPT-MTC-RETIRED-DATE
066238     ELSE
066239         MOVE 'RETIRED'         TO WS-RPT-MTC-STATUS
066240         MOVE WS-CAND-RETIRED-DATE
066241                                TO WS-RPT-MTC-RETIRED-DATE
066242     END-IF.
066243     MOVE WS-RPT-MATCH-LINE TO WS-REPORT-LINE.
066244     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-LINE.
066245 4600-EXIT.
066246     EXIT.
066247*=================================================================
066248 9000-TERMINATE-JOB.
066249*=================================================================
066300     CLOSE INQUIRY-REQUEST-FILE.
066400     CLOSE ACCOUNT-MASTER-FILE.
066500     IF ARCHIVE-IS-ON-HAND
067200             WS-NOT-FOUND-CTR.
067300     DISPLAY '>> [COBOL] RETIRED ACCOUNTS FOUND.: '
067400             WS-RETIRED-FOUND-CTR.
067410     DISPLAY '>> [COBOL] SEARCHES PROCESSED.....: '
067420             WS-SEARCHES-CTR.
067430     DISPLAY '>> [COBOL] MATCH LISTS PRINTED....: '
067440             WS-MATCH-LISTS-CTR.
067500     MOVE WS-RETURN-CODE TO RETURN-CODE.
067600     DISPLAY '>> [COBOL] SPEKTRE-INQUIRY JOB COMPLETE.'.
067700 9000-EXIT.
