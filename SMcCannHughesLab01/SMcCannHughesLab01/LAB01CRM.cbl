000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01CRM.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01CRM
000090*  DESCRIPTION  INCREMENTAL CRM CHANGE FEED.  READS THE CONTACTA
000100*               AUDIT TRAIL AND PASSES ON ONLY THE RECORDS WRITTEN
000110*               SINCE THE LAST SUCCESSFUL FEED, AS A DELTA FILE
000120*               (CRMDELTA) THE CRM LOADS IN PLACE OF RELOADING THE
000130*               WHOLE CONTACTV EXPORT.  EACH ROW IS TAGGED:
000140*                 NEW      - AN ADD
000150*                 CHANGE   - A CHANGE
000160*                 DEACT    - A DEACTIVATION (D, OR A CHANGE THAT
000170*                            SET THE STATUS INACTIVE)
000180*                 RENAME   - A RENAME, CARRYING OLD AND NEW KEY
000190*                 BOUNCE   - AN UNDELIVERABLE FLAG FROM LAB01BNC
000200*                 SUPPRESS - AN ADD OR CHANGE THAT LEAVES THE
000210*                            CONTACT DO-NOT-CONTACT (STATUS N) OR
000220*                            FLAGGED UNDELIVERABLE (EMAIL FLAG U),
000230*                            SO THE CRM LEARNS THE CONTACT STOPPED
000240*                            BEING MAILABLE INSTEAD OF THE CONTACT
000250*                            SIMPLY DROPPING OUT OF THE EXPORT.
000251*                 ERASE    - A PERSONAL INFORMATION ERASURE FROM
000252*                            LAB01ERA.  OLD AND NEW KEY ARE BOTH
000253*                            THE PLACEHOLDER, ERASED + THE
000254*                            REQUEST ID - THE TRAIL HOLDS NOTHING
000255*                            ELSE - SO THE CRM DROPS ITS COPY BY
000256*                            THE REQUEST ID ON THE CERTIFICATE.
000260*               A TRAILER ROW CARRIES THE ROW COUNT AND THE
000270*               HIGH-WATER TIMESTAMP.  THE HIGH-WATER MARK IS KEPT
000280*               ON THE CRMCTRL CONTROL FILE AND ONLY MOVED FORWARD
000290*               WHEN THE WHOLE RUN SUCCEEDS, SO A FAILED RUN
000300*               RESENDS THE SAME WINDOW INSTEAD OF SKIPPING IT.
000310*               RUNS AHEAD OF LAB01AUD IN THE NIGHTLY STREAM,
000320*               WHILE THE DAY'S RECORDS ARE STILL ON THE LIVE
000330*               TRAIL.
000340*================================================================
000350*  MODIFICATION HISTORY
000360*----------------------------------------------------------------
000370*  DATE       INIT  DESCRIPTION
000380*  2026-10-15 SMH   ORIGINAL - TAGGED DELTA FEED FROM THE AUDIT
000390*                   TRAIL WITH A HIGH-WATER CONTROL FILE, SO THE
000400*                   CRM STOPS RELOADING THE WHOLE CONTACTV FILE.
000402*  2026-10-15 SMH   THE AUDIT RECORD NOW ENDS WITH THE BEFORE
000404*                   AND AFTER CONSENT IMAGES; THE COPY REPLACING
000406*                   LIST CARRIES THE NEW FIELDS.
000407*  2026-10-15 SMH   THE AUDIT RECORD NOW ALSO CARRIES THE BEFORE
000408*                   AND AFTER ORGANIZATION ID, NAME AND ACCOUNT;
000409*                   THE COPY REPLACING LIST CARRIES THEM.
000410*  2026-10-15 SMH   AN E (ERASURE) RECORD FROM LAB01ERA GOES AS AN
000411*                   ERASE ROW CARRYING THE PLACEHOLDER AS ITS OLD
000412*                   KEY, WITH ITS OWN SUMMARY COUNT.
000414*  2026-10-15 SMH   THE HEADER ROW WRITE IS NOW CHECKED TOO.
000415*  2026-10-15 SMH   THE CONTROL RECORD WRITE IS CHECKED; A FAILURE
000416*                   SETS RETURN CODE 8.
000417*================================================================
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.         GENERIC-PC.
000460 OBJECT-COMPUTER.         GENERIC-PC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490*----------------------------------------------------------------
000500*   CONTACT-AUDIT-FILE - THE TRAIL OF APPLIED TRANSACTIONS, READ
000510*   ONLY; EVERY RECORD PAST THE HIGH-WATER MARK GOES TO THE FEED
000520*----------------------------------------------------------------
000530     SELECT CONTACT-AUDIT-FILE
000540         ASSIGN TO           "CONTACTA"
000550         ORGANIZATION IS     LINE SEQUENTIAL
000560         FILE STATUS IS      WS-AUDIT-STATUS.
000570
000580*----------------------------------------------------------------
000590*   FEED-CONTROL-FILE - ONE RECORD: THE HIGH-WATER TIMESTAMP OF
000600*   THE LAST SUCCESSFUL FEED, ITS RUN DATE, AND ITS ROW COUNT.
000610*   A MISSING FILE MEANS NO FEED HAS RUN - THE WHOLE TRAIL GOES.
000620*----------------------------------------------------------------
000630     SELECT FEED-CONTROL-FILE
000640         ASSIGN TO           "CRMCTRL"
000650         ORGANIZATION IS     LINE SEQUENTIAL
000660         FILE STATUS IS      WS-CONTROL-STATUS.
000670
000680*----------------------------------------------------------------
000690*   CRM-DELTA-FILE - THE TAGGED CHANGE ROWS FOR THE CRM, A
000700*   HEADER ROW FIRST AND THE TRAILER ROW LAST
000710*----------------------------------------------------------------
000720     SELECT CRM-DELTA-FILE
000730         ASSIGN TO           "CRMDELTA"
000740         ORGANIZATION IS     LINE SEQUENTIAL
000750         FILE STATUS IS      WS-DELTA-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CONTACT-AUDIT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810*  RECORD LAYOUT COMES FROM THE SHARED CONTACTA COPYBOOK.
000820     COPY CONTACTA
000830      REPLACING ==WS-AUDIT-RECORD==   BY ==AUD-RECORD==
000840        ==WS-AUDIT-TXN-CODE==         BY ==AUD-TXN-CODE==
000850        ==WS-AUDIT-TIMESTAMP==        BY ==AUD-TIMESTAMP==
000860        ==WS-AUDIT-BEFORE-FIRSTNAME== BY ==AUD-BEF-FIRSTNAME==
000870        ==WS-AUDIT-BEFORE-LASTNAME==  BY ==AUD-BEF-LASTNAME==
000880        ==WS-AUDIT-BEFORE-EMAIL==     BY ==AUD-BEF-EMAIL==
000890        ==WS-AUDIT-BEFORE-PHONENUMBER==
000900                                      BY ==AUD-BEF-PHONENUMBER==
000910        ==WS-AUDIT-AFTER-FIRSTNAME==  BY ==AUD-AFT-FIRSTNAME==
000920        ==WS-AUDIT-AFTER-LASTNAME==   BY ==AUD-AFT-LASTNAME==
000930        ==WS-AUDIT-AFTER-EMAIL==      BY ==AUD-AFT-EMAIL==
000940        ==WS-AUDIT-AFTER-PHONENUMBER==
000950                                      BY ==AUD-AFT-PHONENUMBER==
000960        ==WS-AUDIT-BEFORE-CATEGORY==  BY ==AUD-BEF-CATEGORY==
000970        ==WS-AUDIT-BEFORE-STREET==    BY ==AUD-BEF-STREET==
000980        ==WS-AUDIT-BEFORE-CITY==      BY ==AUD-BEF-CITY==
000990        ==WS-AUDIT-BEFORE-PROVINCE==  BY ==AUD-BEF-PROVINCE==
001000        ==WS-AUDIT-BEFORE-POSTALCODE==
001010                                      BY ==AUD-BEF-POSTALCODE==
001020        ==WS-AUDIT-AFTER-CATEGORY==   BY ==AUD-AFT-CATEGORY==
001030        ==WS-AUDIT-AFTER-STREET==     BY ==AUD-AFT-STREET==
001040        ==WS-AUDIT-AFTER-CITY==       BY ==AUD-AFT-CITY==
001050        ==WS-AUDIT-AFTER-PROVINCE==   BY ==AUD-AFT-PROVINCE==
001060        ==WS-AUDIT-AFTER-POSTALCODE==
001070                                      BY ==AUD-AFT-POSTALCODE==
001080        ==WS-AUDIT-BEFORE-STATUS==    BY ==AUD-BEF-STATUS==
001090        ==WS-AUDIT-BEFORE-STATUS-DATE==
001100                                      BY ==AUD-BEF-STATUS-DATE==
001110        ==WS-AUDIT-AFTER-STATUS==     BY ==AUD-AFT-STATUS==
001120        ==WS-AUDIT-AFTER-STATUS-DATE==
001130                                      BY ==AUD-AFT-STATUS-DATE==
001140        ==WS-AUDIT-BEFORE-DEPARTMENT==
001150                                      BY ==AUD-BEF-DEPARTMENT==
001160        ==WS-AUDIT-AFTER-DEPARTMENT==
001170                                      BY ==AUD-AFT-DEPARTMENT==
001180        ==WS-AUDIT-BEFORE-EMAIL-FLAG==
001190                                BY ==AUD-BEF-EMAIL-FLAG==
001200        ==WS-AUDIT-BEFORE-BOUNCE-COUNT==
001210                                BY ==AUD-BEF-BOUNCE-COUNT==
001220        ==WS-AUDIT-BEFORE-BOUNCE-DATE==
001230                                BY ==AUD-BEF-BOUNCE-DATE==
001240        ==WS-AUDIT-AFTER-EMAIL-FLAG==
001250                                BY ==AUD-AFT-EMAIL-FLAG==
001260        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
001270                                BY ==AUD-AFT-BOUNCE-COUNT==
001280        ==WS-AUDIT-AFTER-BOUNCE-DATE==
001290                                BY ==AUD-AFT-BOUNCE-DATE==
001293        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
001296        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
001297        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
001298                                BY ==AUD-BEF-CONSENT-TYPE==
001299        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
001300                                BY ==AUD-BEF-CONSENT-SOURCE==
001301        ==WS-AUDIT-BEFORE-CONSENT-DATE==
001302                                BY ==AUD-BEF-CONSENT-DATE==
001303        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
001304                                BY ==AUD-BEF-CONSENT-EXPIRY==
001305        ==WS-AUDIT-AFTER-CONSENT-TYPE==
001306                                BY ==AUD-AFT-CONSENT-TYPE==
001307        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
001308                                BY ==AUD-AFT-CONSENT-SOURCE==
001309        ==WS-AUDIT-AFTER-CONSENT-DATE==
001310                                BY ==AUD-AFT-CONSENT-DATE==
001311        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
001312                                BY ==AUD-AFT-CONSENT-EXPIRY==
001313        ==WS-AUDIT-BEFORE-ORG-ID==
001314                                BY ==AUD-BEF-ORG-ID==
001315        ==WS-AUDIT-AFTER-ORG-ID==
001316                                BY ==AUD-AFT-ORG-ID==
001317        ==WS-AUDIT-BEFORE-ORG-NAME==
001318                                BY ==AUD-BEF-ORG-NAME==
001319        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
001320                                BY ==AUD-BEF-ORG-ACCOUNT==
001321        ==WS-AUDIT-AFTER-ORG-NAME==
001322                                BY ==AUD-AFT-ORG-NAME==
001323        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
001324                                BY ==AUD-AFT-ORG-ACCOUNT==.
001325
001326*----------------------------------------------------------------
001327*   FEED-CONTROL-FILE RECORD
001330*----------------------------------------------------------------
001340 FD  FEED-CONTROL-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  FEED-CONTROL-RECORD.
001370     05  CTL-HIGH-WATER                    PIC X(16).
001380     05  FILLER                            PIC X(01).
001390     05  CTL-LAST-RUN-DATE                 PIC X(08).
001400     05  FILLER                            PIC X(01).
001410     05  CTL-LAST-ROW-COUNT                PIC 9(06).
001420
001430*----------------------------------------------------------------
001440*   CRM-DELTA-FILE RECORD - BUILT WITH A STRING OF TRIMMED
001450*   VALUES LIKE THE MAIN CSV EXPORT
001460*----------------------------------------------------------------
001470 FD  CRM-DELTA-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  CRM-DELTA-RECORD                      PIC X(200).
001500
001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001530*   SWITCHES AND FILE STATUS FIELDS
001540*----------------------------------------------------------------
001550 01  WS-AUDIT-STATUS                        PIC X(02).
001560     88  WS-AUDIT-OK                        VALUE "00".
001570     88  WS-AUDIT-FILE-MISSING              VALUE "35".
001580 01  WS-CONTROL-STATUS                      PIC X(02).
001590     88  WS-CONTROL-OK                      VALUE "00".
001600     88  WS-CONTROL-MISSING                 VALUE "35".
001610 01  WS-DELTA-STATUS                        PIC X(02).
001620     88  WS-DELTA-OK                        VALUE "00".
001630 01  WS-AUDIT-EOF-SWITCH                    PIC X(01)
001640         VALUE "N".
001650     88  WS-AUDIT-EOF                       VALUE "Y".
001660     88  WS-AUDIT-NOT-EOF                   VALUE "N".
001670 01  WS-RUN-OK-SWITCH                       PIC X(01)
001680         VALUE "N".
001690     88  WS-RUN-OK                          VALUE "Y".
001700     88  WS-RUN-NOT-OK                      VALUE "N".
001710*----------------------------------------------------------------
001720*   FEED WINDOW - THE HIGH-WATER MARK THE LAST GOOD FEED LEFT,
001730*   AND THE NEWEST TIMESTAMP PASSED ON BY THIS ONE
001740*----------------------------------------------------------------
001750 01  WS-TODAY-DATE                          PIC 9(08).
001760 01  WS-LAST-HIGH-WATER                     PIC X(16)
001770         VALUE SPACES.
001780 01  WS-NEW-HIGH-WATER                      PIC X(16)
001790         VALUE SPACES.
001800*----------------------------------------------------------------
001810*   CURRENT ROW - TAG AND THE OLD KEY A RENAME CARRIES
001820*----------------------------------------------------------------
001830 01  WS-ROW-TAG                             PIC X(08).
001840 01  WS-ROW-OLD-LASTNAME                    PIC X(10).
001850 01  WS-ROW-OLD-FIRSTNAME                   PIC X(08).
001860 01  WS-DELTA-HEADER-LINE.
001870     05  FILLER                            PIC X(36)
001880             VALUE "action,timestamp,oldLastName,oldFirs".
001890     05  FILLER                            PIC X(36)
001900             VALUE "tName,lastName,firstName,email,phone".
001910     05  FILLER                            PIC X(36)
001920             VALUE "Number,category,street,city,province".
001930     05  FILLER                            PIC X(36)
001940             VALUE ",postalCode,status,department,emailF".
001950     05  FILLER                            PIC X(03)
001960             VALUE "lag".
001970 01  WS-TRAILER-COUNT                       PIC 9(06).
001980*----------------------------------------------------------------
001990*   FEED COUNTERS
002000*----------------------------------------------------------------
002010 01  WS-AUDIT-READ-COUNT                    PIC 9(06) COMP
002020         VALUE ZERO.
002030 01  WS-ROW-COUNT                           PIC 9(06) COMP
002040         VALUE ZERO.
002050 01  WS-NEW-COUNT                           PIC 9(06) COMP
002060         VALUE ZERO.
002070 01  WS-CHANGE-COUNT                        PIC 9(06) COMP
002080         VALUE ZERO.
002090 01  WS-DEACT-COUNT                         PIC 9(06) COMP
002100         VALUE ZERO.
002110 01  WS-RENAME-COUNT                        PIC 9(06) COMP
002120         VALUE ZERO.
002130 01  WS-BOUNCE-COUNT                        PIC 9(06) COMP
002140         VALUE ZERO.
002150 01  WS-SUPPRESS-COUNT                      PIC 9(06) COMP
002160         VALUE ZERO.
002163 01  WS-ERASE-COUNT                         PIC 9(06) COMP
002166         VALUE ZERO.
002170 01  WS-SKIPPED-COUNT                       PIC 9(06) COMP
002180         VALUE ZERO.
002190 01  WS-ERROR-COUNT                         PIC 9(06) COMP
002200         VALUE ZERO.
002210*----------------------------------------------------------------
002220*   FEED SUMMARY PRINT LINES
002230*----------------------------------------------------------------
002240 01  WS-CRM-TITLE-LINE                      PIC X(40)
002250         VALUE "CRM CHANGE FEED SUMMARY".
002260 01  WS-CRM-SPACE-LINE                      PIC X(40)
002270         VALUE SPACES.
002280 01  WS-CRM-WINDOW-LINE.
002290     05  WS-CRM-WINDOW-LABEL               PIC X(24).
002300     05  WS-CRM-WINDOW-OUT                 PIC X(16).
002310 01  WS-CRM-SUMMARY-LINE.
002320     05  WS-CRM-SUMMARY-LABEL              PIC X(24).
002330     05  WS-CRM-SUMMARY-OUT                PIC ZZZ,ZZ9.
002340
002350 PROCEDURE DIVISION.
002360*================================================================
002370*  0000-MAINLINE
002380*================================================================
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF WS-RUN-OK
002420         PERFORM 1200-READ-AUDIT THRU 1200-EXIT
002430         PERFORM 2000-FEED-ONE-RECORD THRU 2000-EXIT
002440             UNTIL WS-AUDIT-EOF
002450         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
002460         PERFORM 9000-TERMINATE THRU 9000-EXIT
002470         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
002480     END-IF.
002490     IF WS-ERROR-COUNT > ZERO
002500         MOVE 8                           TO RETURN-CODE
002510     END-IF.
002520     GOBACK.
002530*================================================================
002540*  1000-INITIALIZE - PICK UP THE LAST HIGH-WATER MARK, THEN OPEN
002550*  THE TRAIL AND THE DELTA FILE.  NO TRAIL MEANS NOTHING HAS
002560*  CHANGED; THE CONTROL FILE IS LEFT AS IT STANDS.
002570*================================================================
002580 1000-INITIALIZE.
002590     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002600     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002610     IF WS-ERROR-COUNT = ZERO
002620         OPEN INPUT CONTACT-AUDIT-FILE
002630         IF NOT WS-AUDIT-OK
002640             IF WS-AUDIT-FILE-MISSING
002650                 DISPLAY "LAB01CRM: NO AUDIT TRAIL - NO CRM "
002660                     "FEED CUT"
002670             ELSE
002680                 DISPLAY "LAB01CRM: ERROR OPENING CONTACT-AUDIT-"
002690                     "FILE, STATUS = " WS-AUDIT-STATUS
002700                 ADD 1 TO WS-ERROR-COUNT
002710             END-IF
002720         ELSE
002730             OPEN OUTPUT CRM-DELTA-FILE
002740             IF NOT WS-DELTA-OK
002750                 DISPLAY "LAB01CRM: UNABLE TO OPEN CRM-DELTA-"
002760                     "FILE, STATUS = " WS-DELTA-STATUS
002770                 ADD 1 TO WS-ERROR-COUNT
002780                 CLOSE CONTACT-AUDIT-FILE
002790             ELSE
002800                 MOVE WS-DELTA-HEADER-LINE TO CRM-DELTA-RECORD
002810                 WRITE CRM-DELTA-RECORD
002811                 IF NOT WS-DELTA-OK
002812                     DISPLAY "LAB01CRM: HEADER WRITE FAILED, "
002813                         "STATUS = " WS-DELTA-STATUS
002814                     ADD 1 TO WS-ERROR-COUNT
002815                 END-IF
002820                 SET WS-RUN-OK            TO TRUE
002830             END-IF
002840         END-IF
002850     END-IF.
002860 1000-EXIT.
002870     EXIT.
002880*================================================================
002890*  1100-READ-CONTROL - THE HIGH-WATER MARK THE LAST SUCCESSFUL
002900*  FEED LEFT.  A MISSING CONTROL FILE IS A FIRST RUN AND SENDS
002910*  THE WHOLE TRAIL.
002920*================================================================
002930 1100-READ-CONTROL.
002940     MOVE SPACES                          TO WS-LAST-HIGH-WATER.
002950     OPEN INPUT FEED-CONTROL-FILE.
002960     IF NOT WS-CONTROL-OK
002970         IF WS-CONTROL-MISSING
002980             DISPLAY "LAB01CRM: NO CRMCTRL CONTROL FILE - "
002990                 "SENDING THE WHOLE AUDIT TRAIL"
003000         ELSE
003010             DISPLAY "LAB01CRM: ERROR OPENING FEED-CONTROL-"
003020                 "FILE, STATUS = " WS-CONTROL-STATUS
003030             ADD 1 TO WS-ERROR-COUNT
003040         END-IF
003050     ELSE
003060         READ FEED-CONTROL-FILE
003070             AT END
003080                 MOVE SPACES              TO FEED-CONTROL-RECORD
003090         END-READ
003100         MOVE CTL-HIGH-WATER              TO WS-LAST-HIGH-WATER
003110         CLOSE FEED-CONTROL-FILE
003120     END-IF.
003130     MOVE WS-LAST-HIGH-WATER              TO WS-NEW-HIGH-WATER.
003140 1100-EXIT.
003150     EXIT.
003160*================================================================
003170*  1200-READ-AUDIT - READ THE NEXT AUDIT RECORD
003180*================================================================
003190 1200-READ-AUDIT.
003200     READ CONTACT-AUDIT-FILE
003210         AT END
003220             SET WS-AUDIT-EOF TO TRUE
003230     END-READ.
003240 1200-EXIT.
003250     EXIT.
003260*================================================================
003270*  2000-FEED-ONE-RECORD - AN AUDIT RECORD PAST THE HIGH-WATER
003280*  MARK IS TAGGED AND WRITTEN; ONE AT OR BEFORE IT WENT OUT ON
003290*  AN EARLIER FEED
003300*================================================================
003310 2000-FEED-ONE-RECORD.
003320     ADD 1 TO WS-AUDIT-READ-COUNT.
003330     IF AUD-TIMESTAMP > WS-LAST-HIGH-WATER
003340         PERFORM 2100-TAG-ROW THRU 2100-EXIT
003350         IF WS-ROW-TAG = SPACES
003360             ADD 1 TO WS-SKIPPED-COUNT
003370         ELSE
003380             PERFORM 2200-WRITE-DELTA-ROW THRU 2200-EXIT
003390         END-IF
003400         IF AUD-TIMESTAMP > WS-NEW-HIGH-WATER
003410             MOVE AUD-TIMESTAMP           TO WS-NEW-HIGH-WATER
003420         END-IF
003430     END-IF.
003440     PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
003450 2000-EXIT.
003460     EXIT.
003470*================================================================
003480*  2100-TAG-ROW - CLASSIFY THE AUDIT RECORD FOR THE CRM.  AN ADD
003490*  OR CHANGE THAT LEAVES THE CONTACT DO-NOT-CONTACT OR FLAGGED
003500*  UNDELIVERABLE GOES AS A SUPPRESS ROW.  A BOUNCE ROW ALWAYS
003506*  MEANS THE ADDRESS HAS STOPPED BEING MAILABLE.  AN ERASURE
003512*  CARRIES ITS BEFORE KEY, THE PLACEHOLDER, AS THE OLD KEY.
003518*  CODES THE CRM HAS NO USE FOR LEAVE THE TAG BLANK AND ARE
003524*  SKIPPED.
003530*================================================================
003540 2100-TAG-ROW.
003550     MOVE SPACES                          TO WS-ROW-TAG.
003560     MOVE SPACES                          TO WS-ROW-OLD-LASTNAME.
003570     MOVE SPACES                          TO WS-ROW-OLD-FIRSTNAME.
003580     EVALUATE AUD-TXN-CODE
003590         WHEN "A"
003600             IF AUD-AFT-STATUS = "N"
003610                 OR AUD-AFT-EMAIL-FLAG = "U"
003620                 MOVE "SUPPRESS"          TO WS-ROW-TAG
003630             ELSE
003640                 MOVE "NEW"               TO WS-ROW-TAG
003650             END-IF
003660         WHEN "C"
003670             IF AUD-AFT-STATUS = "I"
003680                 AND AUD-BEF-STATUS NOT = "I"
003690                 MOVE "DEACT"             TO WS-ROW-TAG
003700             ELSE
003710                 IF AUD-AFT-STATUS = "N"
003720                     OR AUD-AFT-EMAIL-FLAG = "U"
003730                     MOVE "SUPPRESS"      TO WS-ROW-TAG
003740                 ELSE
003750                     MOVE "CHANGE"        TO WS-ROW-TAG
003760                 END-IF
003770             END-IF
003780         WHEN "D"
003790             MOVE "DEACT"                 TO WS-ROW-TAG
003800         WHEN "R"
003810             MOVE "RENAME"                TO WS-ROW-TAG
003820             MOVE AUD-BEF-LASTNAME        TO WS-ROW-OLD-LASTNAME
003830             MOVE AUD-BEF-FIRSTNAME       TO WS-ROW-OLD-FIRSTNAME
003840         WHEN "B"
003850             MOVE "BOUNCE"                TO WS-ROW-TAG
003852         WHEN "E"
003854             MOVE "ERASE"                 TO WS-ROW-TAG
003856             MOVE AUD-BEF-LASTNAME        TO WS-ROW-OLD-LASTNAME
003858             MOVE AUD-BEF-FIRSTNAME       TO WS-ROW-OLD-FIRSTNAME
003860         WHEN OTHER
003870             CONTINUE
003880     END-EVALUATE.
003890 2100-EXIT.
003900     EXIT.
003910*================================================================
003920*  2200-WRITE-DELTA-ROW - ONE TAGGED ROW: THE TAG, THE AUDIT
003930*  TIMESTAMP, THE OLD KEY (RENAMES AND ERASURES ONLY), AND THE
003940*  CONTACT AS THE AFTER IMAGE LEFT IT
003950*================================================================
003960 2200-WRITE-DELTA-ROW.
003970     MOVE SPACES                          TO CRM-DELTA-RECORD.
003980     STRING FUNCTION TRIM(WS-ROW-TAG)     DELIMITED BY SIZE
003990            ","                           DELIMITED BY SIZE
004000            AUD-TIMESTAMP                 DELIMITED BY SIZE
004010            ","                           DELIMITED BY SIZE
004020            FUNCTION TRIM(WS-ROW-OLD-LASTNAME)
004030                                          DELIMITED BY SIZE
004040            ","                           DELIMITED BY SIZE
004050            FUNCTION TRIM(WS-ROW-OLD-FIRSTNAME)
004060                                          DELIMITED BY SIZE
004070            ","                           DELIMITED BY SIZE
004080            FUNCTION TRIM(AUD-AFT-LASTNAME)
004090                                          DELIMITED BY SIZE
004100            ","                           DELIMITED BY SIZE
004110            FUNCTION TRIM(AUD-AFT-FIRSTNAME)
004120                                          DELIMITED BY SIZE
004130            ","                           DELIMITED BY SIZE
004140            FUNCTION TRIM(AUD-AFT-EMAIL)  DELIMITED BY SIZE
004150            ","                           DELIMITED BY SIZE
004160            FUNCTION TRIM(AUD-AFT-PHONENUMBER)
004170                                          DELIMITED BY SIZE
004180            ","                           DELIMITED BY SIZE
004190            FUNCTION TRIM(AUD-AFT-CATEGORY)
004200                                          DELIMITED BY SIZE
004210            ","                           DELIMITED BY SIZE
004220            FUNCTION TRIM(AUD-AFT-STREET) DELIMITED BY SIZE
004230            ","                           DELIMITED BY SIZE
004240            FUNCTION TRIM(AUD-AFT-CITY)   DELIMITED BY SIZE
004250            ","                           DELIMITED BY SIZE
004260            FUNCTION TRIM(AUD-AFT-PROVINCE)
004270                                          DELIMITED BY SIZE
004280            ","                           DELIMITED BY SIZE
004290            FUNCTION TRIM(AUD-AFT-POSTALCODE)
004300                                          DELIMITED BY SIZE
004310            ","                           DELIMITED BY SIZE
004320            FUNCTION TRIM(AUD-AFT-STATUS) DELIMITED BY SIZE
004330            ","                           DELIMITED BY SIZE
004340            FUNCTION TRIM(AUD-AFT-DEPARTMENT)
004350                                          DELIMITED BY SIZE
004360            ","                           DELIMITED BY SIZE
004370            FUNCTION TRIM(AUD-AFT-EMAIL-FLAG)
004380                                          DELIMITED BY SIZE
004390         INTO CRM-DELTA-RECORD
004400     END-STRING.
004410     WRITE CRM-DELTA-RECORD.
004420     IF NOT WS-DELTA-OK
004430         DISPLAY "LAB01CRM: DELTA WRITE FAILED, STATUS = "
004440             WS-DELTA-STATUS
004450         ADD 1 TO WS-ERROR-COUNT
004460     ELSE
004470         ADD 1 TO WS-ROW-COUNT
004480         EVALUATE WS-ROW-TAG
004490             WHEN "NEW"
004500                 ADD 1 TO WS-NEW-COUNT
004510             WHEN "CHANGE"
004520                 ADD 1 TO WS-CHANGE-COUNT
004530             WHEN "DEACT"
004540                 ADD 1 TO WS-DEACT-COUNT
004550             WHEN "RENAME"
004560                 ADD 1 TO WS-RENAME-COUNT
004570             WHEN "BOUNCE"
004580                 ADD 1 TO WS-BOUNCE-COUNT
004590             WHEN "SUPPRESS"
004600                 ADD 1 TO WS-SUPPRESS-COUNT
004603             WHEN "ERASE"
004606                 ADD 1 TO WS-ERASE-COUNT
004610         END-EVALUATE
004620     END-IF.
004630 2200-EXIT.
004640     EXIT.
004650*================================================================
004660*  3000-WRITE-TRAILER - THE ROW COUNT AND THE HIGH-WATER
004670*  TIMESTAMP, SO THE CRM CAN TELL A SHORT FILE FROM A SHORT DAY
004680*================================================================
004690 3000-WRITE-TRAILER.
004700     MOVE WS-ROW-COUNT                    TO WS-TRAILER-COUNT.
004710     MOVE SPACES                          TO CRM-DELTA-RECORD.
004720     STRING "TRAILER,"                    DELIMITED BY SIZE
004730            WS-TRAILER-COUNT              DELIMITED BY SIZE
004740            ","                           DELIMITED BY SIZE
004750            WS-NEW-HIGH-WATER             DELIMITED BY SIZE
004760         INTO CRM-DELTA-RECORD
004770     END-STRING.
004780     WRITE CRM-DELTA-RECORD.
004790     IF NOT WS-DELTA-OK
004800         DISPLAY "LAB01CRM: TRAILER WRITE FAILED, STATUS = "
004810             WS-DELTA-STATUS
004820         ADD 1 TO WS-ERROR-COUNT
004830     END-IF.
004840 3000-EXIT.
004850     EXIT.
004860*================================================================
004870*  3100-WRITE-CONTROL - MOVE THE HIGH-WATER MARK FORWARD.  ONLY
004880*  REACHED WHEN THE WHOLE FEED WAS WRITTEN CLEANLY; AFTER A
004890*  FAILURE THE OLD MARK STAYS AND THE NEXT RUN RESENDS THE SAME
004900*  WINDOW.
004910*================================================================
004920 3100-WRITE-CONTROL.
004930     OPEN OUTPUT FEED-CONTROL-FILE.
004940     IF NOT WS-CONTROL-OK
004950         DISPLAY "LAB01CRM: UNABLE TO OPEN FEED-CONTROL-FILE, "
004960             "STATUS = " WS-CONTROL-STATUS
004970         ADD 1 TO WS-ERROR-COUNT
004980     ELSE
004990         MOVE SPACES                      TO FEED-CONTROL-RECORD
005000         MOVE WS-NEW-HIGH-WATER           TO CTL-HIGH-WATER
005010         MOVE WS-TODAY-DATE               TO CTL-LAST-RUN-DATE
005020         MOVE WS-ROW-COUNT                TO CTL-LAST-ROW-COUNT
005030         WRITE FEED-CONTROL-RECORD
005031         IF NOT WS-CONTROL-OK
005032             DISPLAY "LAB01CRM: ERROR WRITING FEED-CONTROL-FILE, "
005033                 "STATUS = " WS-CONTROL-STATUS
005034             ADD 1 TO WS-ERROR-COUNT
005035         END-IF
005040         CLOSE FEED-CONTROL-FILE
005050     END-IF.
005060 3100-EXIT.
005070     EXIT.
005080*================================================================
005090*  8000-PRINT-SUMMARY - WHAT THE FEED SENT
005100*================================================================
005110 8000-PRINT-SUMMARY.
005120     DISPLAY WS-CRM-SPACE-LINE.
005130     DISPLAY WS-CRM-TITLE-LINE.
005140     DISPLAY WS-CRM-SPACE-LINE.
005150     MOVE "PREVIOUS HIGH-WATER:    "      TO WS-CRM-WINDOW-LABEL.
005160     MOVE WS-LAST-HIGH-WATER              TO WS-CRM-WINDOW-OUT.
005170     DISPLAY WS-CRM-WINDOW-LINE.
005180     MOVE "NEW HIGH-WATER:         "      TO WS-CRM-WINDOW-LABEL.
005190     MOVE WS-NEW-HIGH-WATER               TO WS-CRM-WINDOW-OUT.
005200     DISPLAY WS-CRM-WINDOW-LINE.
005210     MOVE "AUDIT RECORDS READ:     "      TO WS-CRM-SUMMARY-LABEL.
005220     MOVE WS-AUDIT-READ-COUNT             TO WS-CRM-SUMMARY-OUT.
005230     DISPLAY WS-CRM-SUMMARY-LINE.
005240     MOVE "NEW ROWS:               "      TO WS-CRM-SUMMARY-LABEL.
005250     MOVE WS-NEW-COUNT                    TO WS-CRM-SUMMARY-OUT.
005260     DISPLAY WS-CRM-SUMMARY-LINE.
005270     MOVE "CHANGE ROWS:            "      TO WS-CRM-SUMMARY-LABEL.
005280     MOVE WS-CHANGE-COUNT                 TO WS-CRM-SUMMARY-OUT.
005290     DISPLAY WS-CRM-SUMMARY-LINE.
005300     MOVE "DEACTIVATION ROWS:      "      TO WS-CRM-SUMMARY-LABEL.
005310     MOVE WS-DEACT-COUNT                  TO WS-CRM-SUMMARY-OUT.
005320     DISPLAY WS-CRM-SUMMARY-LINE.
005330     MOVE "RENAME ROWS:            "      TO WS-CRM-SUMMARY-LABEL.
005340     MOVE WS-RENAME-COUNT                 TO WS-CRM-SUMMARY-OUT.
005350     DISPLAY WS-CRM-SUMMARY-LINE.
005360     MOVE "BOUNCE ROWS:            "      TO WS-CRM-SUMMARY-LABEL.
005370     MOVE WS-BOUNCE-COUNT                 TO WS-CRM-SUMMARY-OUT.
005380     DISPLAY WS-CRM-SUMMARY-LINE.
005390     MOVE "SUPPRESS ROWS:          "      TO WS-CRM-SUMMARY-LABEL.
005400     MOVE WS-SUPPRESS-COUNT               TO WS-CRM-SUMMARY-OUT.
005410     DISPLAY WS-CRM-SUMMARY-LINE.
005412     MOVE "ERASE ROWS:             "      TO WS-CRM-SUMMARY-LABEL.
005414     MOVE WS-ERASE-COUNT                  TO WS-CRM-SUMMARY-OUT.
005416     DISPLAY WS-CRM-SUMMARY-LINE.
005420     MOVE "TOTAL ROWS SENT:        "      TO WS-CRM-SUMMARY-LABEL.
005430     MOVE WS-ROW-COUNT                    TO WS-CRM-SUMMARY-OUT.
005440     DISPLAY WS-CRM-SUMMARY-LINE.
005450     MOVE "RECORDS NOT FED:        "      TO WS-CRM-SUMMARY-LABEL.
005460     MOVE WS-SKIPPED-COUNT                TO WS-CRM-SUMMARY-OUT.
005470     DISPLAY WS-CRM-SUMMARY-LINE.
005480     MOVE "ERRORS:                 "      TO WS-CRM-SUMMARY-LABEL.
005490     MOVE WS-ERROR-COUNT                  TO WS-CRM-SUMMARY-OUT.
005500     DISPLAY WS-CRM-SUMMARY-LINE.
005510     IF WS-ERROR-COUNT > ZERO
005520         DISPLAY "LAB01CRM: HIGH-WATER MARK NOT MOVED - THE NEXT "
005530             "RUN RESENDS THIS WINDOW"
005540     END-IF.
005550 8000-EXIT.
005560     EXIT.
005570*================================================================
005580*  9000-TERMINATE - CLOSE THE TRAIL AND THE DELTA FILE, THEN
005590*  MOVE THE HIGH-WATER MARK IF NOTHING WENT WRONG
005600*================================================================
005610 9000-TERMINATE.
005620     CLOSE CONTACT-AUDIT-FILE.
005630     CLOSE CRM-DELTA-FILE.
005640     IF WS-ERROR-COUNT = ZERO
005650         PERFORM 3100-WRITE-CONTROL THRU 3100-EXIT
005660     END-IF.
005670 9000-EXIT.
005680     EXIT.
005690 END PROGRAM LAB01CRM.
