000070*================================================================
000080*  PROGRAM      LAB01BKO
000090*  DESCRIPTION  AUDIT-DRIVEN BATCH BACKOUT.  READS THE CONTACT
000100*               AUDIT TRAIL FOR THE TIMESTAMP RANGE (OR BATCH
000110*               ID) GIVEN IN THE BKOPARM FILE, SORTS THE MATCHED
000120*               RECORDS NEWEST FIRST, AND REVERSES EACH APPLIED
000130*               TRANSACTION AGAINST THE MASTER: AN ADD IS
000140*               REMOVED, A CHANGE HAS ITS BEFORE IMAGE PUT
000281*                   MAILING-LIST MEMBERSHIPS AND NOTES BACK TO
000282*                   THE OLD KEY ALONG WITH THE MASTER RECORD,
000283*                   MATCHING WHAT LAB01 MOVES ON THE RENAME.
000284*  2026-10-15 SMH   BKOPARM MAY NOW NAME A BATCH ID AFTER THE TWO
000285*                   TIMESTAMPS - ONLY THAT BATCH'S AUDIT RECORDS
000286*                   ARE REVERSED, WITHIN THE RANGE IF ONE IS ALSO
000287*                   GIVEN, OR ACROSS THE WHOLE TRAIL IF NOT.
000288*  2026-10-15 SMH   ADDED THE P (CONSENT) REVERSAL - THE BEFORE
000289*                   CONSENT IMAGE GOES BACK ON THE CONSENT FILE,
000290*                   OR THE RECORD IS REMOVED WHEN THE CONSENT
000291*                   WAS NEW.  A RENAME REVERSAL MOVES THE
000292*                   CONSENT RECORD BACK WITH THE CHILD RECORDS.
000293*                   SORT RECORD WIDENED FOR THE CONSENT IMAGES.
000294*  2026-10-15 SMH   A RENAME REVERSAL NOW ALSO MOVES THE
000295*                   CONTACT'S CAMPAIGN SEND HISTORY (SENDHIST)
000296*                   BACK TO THE OLD KEY.
000297*  2026-10-15 SMH   ADDED THE O (ORGANIZATION) REVERSAL - AN
000298*                   OPENING IS REMOVED FROM THE ORGANIZATION
000299*                   MASTER, A CHANGE OR CLOSE HAS ITS BEFORE IMAGE
000300*                   PUT BACK.  THE CONTACTS A CLOSE DEACTIVATED
000301*                   CARRY THEIR OWN D RECORDS AND COME BACK WITH
000302*                   THEM.  THE CONTACT'S ORGANIZATION ID IS NOW
000303*                   RESTORED WITH THE REST OF THE BEFORE IMAGE.
000304*  2026-10-15 SMH   AN E (ERASURE) RECORD FROM LAB01ERA IS PASSED
000305*                   OVER WITHOUT COUNTING AN ERROR - AN ERASURE IS
000306*                   NEVER BACKED OUT.
000307*  2026-10-15 SMH   ANY AUDIT RECORD BEARING AN ERASED PLACEHOLDER
000308*                   KEY IS PASSED OVER TOO AND COUNTED ON THE
000309*                   SUMMARY - REVERSING ONE WOULD UNDO AN ERASURE.
000310*================================================================
000311 
000312 ENVIRONMENT DIVISION.
000313 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.         GENERIC-PC.
000330 OBJECT-COMPUTER.         GENERIC-PC.
000340 INPUT-OUTPUT SECTION.
000440 
000450*----------------------------------------------------------------
000460*   BACKOUT-PARM-FILE - ONE RECORD: THE FROM AND TO TIMESTAMPS
000470*   (YYYYMMDDHHMMSSCC, INCLUSIVE) OF THE WORK TO REVERSE, AND
000475*   OPTIONALLY THE BATCH ID TO CONFINE IT TO
000480*----------------------------------------------------------------
000490     SELECT BACKOUT-PARM-FILE
000500         ASSIGN TO           "BKOPARM"
000688         FILE STATUS IS      WS-NOTE-FILE-STATUS.
000689
000690*----------------------------------------------------------------
000691*   CONSENT-FILE - ONE CONSENT RECORD PER CONTACT.  A P REVERSAL
000692*   PUTS THE PRIOR CONSENT BACK; A RENAME REVERSAL MOVES THE
000693*   RECORD BACK TO THE OLD KEY.  A MISSING FILE MEANS NO
000694*   CONSENT RECORDS TO MOVE.
000695*----------------------------------------------------------------
000696     SELECT CONSENT-FILE
000697         ASSIGN TO           "CONSENT"
000698         ORGANIZATION IS     INDEXED
000699         ACCESS MODE IS      DYNAMIC
000700         RECORD KEY IS       CN-CONSENT-KEY
000701         FILE STATUS IS      WS-CONSENT-FILE-STATUS.
000702
000703*----------------------------------------------------------------
000704*   SEND-HISTORY-FILE - THE CAMPAIGN SENDS LAB01LEX RECORDS.  A
000705*   RENAME REVERSAL MOVES THE CONTACT'S SENDS BACK TO THE OLD
000706*   KEY.  A MISSING FILE MEANS NO SENDS TO MOVE.
000707*----------------------------------------------------------------
000708     SELECT SEND-HISTORY-FILE
000709         ASSIGN TO           "SENDHIST"
000710         ORGANIZATION IS     INDEXED
000711         ACCESS MODE IS      DYNAMIC
000712         RECORD KEY IS       SH-SEND-KEY
000713         FILE STATUS IS      WS-SEND-FILE-STATUS.
000714
000715*----------------------------------------------------------------
000716*   ORGANIZATION-FILE - THE ORGANIZATION MASTER.  AN O REVERSAL
000717*   REMOVES AN OPENING OR PUTS THE PRIOR IMAGE BACK.  A MISSING
000718*   FILE FAILS ANY O REVERSAL IN THE RANGE.
000719*----------------------------------------------------------------
000720     SELECT ORGANIZATION-FILE
000721         ASSIGN TO           "ORGMAST"
000722         ORGANIZATION IS     INDEXED
000723         ACCESS MODE IS      DYNAMIC
000724         RECORD KEY IS       OG-ORG-ID
000725         FILE STATUS IS      WS-ORG-FILE-STATUS.
000726
000727*----------------------------------------------------------------
000728*   BKO-SORT-WORK-FILE - THE IN-RANGE AUDIT RECORDS SORTED
000729*   NEWEST FIRST, SO EACH REVERSAL UNDOES THE LATEST STATE
000730*----------------------------------------------------------------
000731     SELECT BKO-SORT-WORK-FILE
000732         ASSIGN TO           "BKOSORT".
000733 
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CONTACT-AUDIT-FILE
001113        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
001114                                BY ==AUD-AFT-BOUNCE-COUNT==
001115        ==WS-AUDIT-AFTER-BOUNCE-DATE==
001116                                BY ==AUD-AFT-BOUNCE-DATE==
001117        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
001118        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
001119        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
001120                                BY ==AUD-BEF-CONSENT-TYPE==
001121        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
001122                                BY ==AUD-BEF-CONSENT-SOURCE==
001123        ==WS-AUDIT-BEFORE-CONSENT-DATE==
001124                                BY ==AUD-BEF-CONSENT-DATE==
001125        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
001126                                BY ==AUD-BEF-CONSENT-EXPIRY==
001127        ==WS-AUDIT-AFTER-CONSENT-TYPE==
001128                                BY ==AUD-AFT-CONSENT-TYPE==
001129        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
001130                                BY ==AUD-AFT-CONSENT-SOURCE==
001131        ==WS-AUDIT-AFTER-CONSENT-DATE==
001132                                BY ==AUD-AFT-CONSENT-DATE==
001133        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
001134                                BY ==AUD-AFT-CONSENT-EXPIRY==
001135        ==WS-AUDIT-BEFORE-ORG-ID==
001136                                BY ==AUD-BEF-ORG-ID==
001137        ==WS-AUDIT-AFTER-ORG-ID==
001138                                BY ==AUD-AFT-ORG-ID==
001139        ==WS-AUDIT-BEFORE-ORG-NAME==
001140                                BY ==AUD-BEF-ORG-NAME==
001141        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
001142                                BY ==AUD-BEF-ORG-ACCOUNT==
001143        ==WS-AUDIT-AFTER-ORG-NAME==
001144                                BY ==AUD-AFT-ORG-NAME==
001145        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
001146                                BY ==AUD-AFT-ORG-ACCOUNT==.
001147 
001148 FD  BACKOUT-PARM-FILE
001149     LABEL RECORDS ARE STANDARD.
001150 01  BACKOUT-PARM-RECORD.
001151     05  PARM-FROM-TIMESTAMP               PIC X(16).
001160     05  PARM-TO-TIMESTAMP                 PIC X(16).
001165     05  PARM-BATCH-ID                     PIC X(16).
001170 
001180 FD  CONTACT-MASTER-FILE
001190     LABEL RECORDS ARE STANDARD.
001342                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001343                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001344                   ==WS-LAST-BOUNCE-DATE==
001345                                BY ==CM-LAST-BOUNCE-DATE==
001346                   ==WS-ORGANIZATION-ID==
001347                                BY ==CM-ORGANIZATION-ID==.
001350 
001351 FD  LIST-MEMBER-FILE
001352     LABEL RECORDS ARE STANDARD.
001373           ==WS-NOTE-TIMESTAMP==      BY ==NT-NOTE-TIMESTAMP==
001374           ==WS-NOTE-TEXT==           BY ==NT-NOTE-TEXT==.
001375
001376 FD  CONSENT-FILE
001377     LABEL RECORDS ARE STANDARD.
001378*  RECORD LAYOUT COMES FROM THE SHARED CONSENT COPYBOOK.
001379     COPY CONSENT
001380      REPLACING ==WS-CONSENT-RECORD==  BY ==CN-CONSENT-RECORD==
001381           ==WS-CONSENT-KEY==         BY ==CN-CONSENT-KEY==
001382           ==WS-CONSENT-LASTNAME==    BY ==CN-CONSENT-LASTNAME==
001383           ==WS-CONSENT-FIRSTNAME==   BY ==CN-CONSENT-FIRSTNAME==
001384           ==WS-CONSENT-TYPE==        BY ==CN-CONSENT-TYPE==
001385           ==WS-CONSENT-SOURCE==      BY ==CN-CONSENT-SOURCE==
001386           ==WS-CONSENT-OBTAINED-DATE==
001387                                BY ==CN-CONSENT-OBTAINED-DATE==
001388           ==WS-CONSENT-EXPIRY-DATE==
001389                                BY ==CN-CONSENT-EXPIRY-DATE==.
001390
001391 FD  SEND-HISTORY-FILE
001392     LABEL RECORDS ARE STANDARD.
001393*  RECORD LAYOUT COMES FROM THE SHARED SEND-HISTORY COPYBOOK.
001394     COPY SENDHIST
001395      REPLACING ==WS-SEND-RECORD==     BY ==SH-SEND-RECORD==
001396           ==WS-SEND-KEY==            BY ==SH-SEND-KEY==
001397           ==WS-SEND-LASTNAME==       BY ==SH-SEND-LASTNAME==
001398           ==WS-SEND-FIRSTNAME==      BY ==SH-SEND-FIRSTNAME==
001399           ==WS-SEND-DATE==           BY ==SH-SEND-DATE==
001400           ==WS-SEND-LIST-CODE==      BY ==SH-SEND-LIST-CODE==
001401           ==WS-SEND-CAMPAIGN-ID==    BY ==SH-SEND-CAMPAIGN-ID==.
001402
001403 FD  ORGANIZATION-FILE
001404     LABEL RECORDS ARE STANDARD.
001405*  RECORD LAYOUT COMES FROM THE SHARED ORGMAST COPYBOOK.
001406     COPY ORGMAST
001407      REPLACING ==WS-ORG-RECORD==      BY ==OG-ORG-RECORD==
001408           ==WS-ORG-ID==              BY ==OG-ORG-ID==
001409           ==WS-ORG-NAME==            BY ==OG-ORG-NAME==
001410           ==WS-ORG-ACCOUNT==         BY ==OG-ORG-ACCOUNT==
001411           ==WS-ORG-STREET==          BY ==OG-ORG-STREET==
001412           ==WS-ORG-CITY==            BY ==OG-ORG-CITY==
001413           ==WS-ORG-PROVINCE==        BY ==OG-ORG-PROVINCE==
001414           ==WS-ORG-POSTALCODE==      BY ==OG-ORG-POSTALCODE==
001415           ==WS-ORG-STATUS==          BY ==OG-ORG-STATUS==
001416           ==WS-ORG-IS-ACTIVE==       BY ==OG-ORG-IS-ACTIVE==
001417           ==WS-ORG-IS-CLOSED==       BY ==OG-ORG-IS-CLOSED==
001418           ==WS-ORG-STATUS-DATE==     BY ==OG-ORG-STATUS-DATE==
001419           ==WS-ORG-DEPARTMENT==      BY ==OG-ORG-DEPARTMENT==.
001420
001421*----------------------------------------------------------------
001422*   BKO-SORT-WORK-FILE - ONE AUDIT IMAGE, KEYED BY TIMESTAMP
001423*   FOR THE NEWEST-FIRST SORT; THE REST OF THE RECORD RIDES
001424*   ALONG OPAQUELY AND IS PICKED APART IN WORKING-STORAGE
001425*----------------------------------------------------------------
001426 SD  BKO-SORT-WORK-FILE.
001427 01  SR-AUDIT-RECORD.
001430     05  SR-AUD-TXN-CODE                   PIC X(01).
001440     05  FILLER                            PIC X(01).
001450     05  SR-AUD-TIMESTAMP                  PIC X(16).
001460     05  FILLER                            PIC X(502).
001470 
001480 WORKING-STORAGE SECTION.
001490*----------------------------------------------------------------
001500*   CURRENT AUDIT RECORD WORKING AREA
001510*----------------------------------------------------------------
001513     COPY CONTACTA.
001516*----------------------------------------------------------------
001519*   MEMBERSHIP, NOTE, CONSENT, AND SEND-HISTORY HOLD AREAS FOR
001522*   THE RENAME REVERSAL
001523*----------------------------------------------------------------
001524     COPY CONTACTS.
001525     COPY CONTACTT.
001526     COPY CONSENT.
001527     COPY SENDHIST.
001530*----------------------------------------------------------------
001540*   SWITCHES AND FILE STATUS FIELDS
001550*----------------------------------------------------------------
001632         VALUE "N".
001633     88  WS-NOTES-OPEN                      VALUE "Y".
001634     88  WS-NOTES-NOT-OPEN                  VALUE "N".
001635 01  WS-CONSENT-FILE-STATUS                 PIC X(02).
001636     88  WS-CONSENT-FILE-OK                 VALUE "00".
001637     88  WS-CONSENT-FILE-MISSING            VALUE "35".
001638 01  WS-CONSENTS-OPEN-SWITCH                PIC X(01)
001639         VALUE "N".
001640     88  WS-CONSENTS-OPEN                   VALUE "Y".
001641     88  WS-CONSENTS-NOT-OPEN               VALUE "N".
001642 01  WS-SEND-FILE-STATUS                    PIC X(02).
001643     88  WS-SEND-FILE-OK                    VALUE "00".
001644 01  WS-SENDS-OPEN-SWITCH                   PIC X(01)
001645         VALUE "N".
001646     88  WS-SENDS-OPEN                      VALUE "Y".
001647     88  WS-SENDS-NOT-OPEN                  VALUE "N".
001648 01  WS-ORG-FILE-STATUS                     PIC X(02).
001649     88  WS-ORG-FILE-OK                     VALUE "00".
001650 01  WS-ORGS-OPEN-SWITCH                    PIC X(01)
001651         VALUE "N".
001652     88  WS-ORGS-OPEN                       VALUE "Y".
001653     88  WS-ORGS-NOT-OPEN                   VALUE "N".
001654 01  WS-REKEY-MORE-SWITCH                   PIC X(01)
001655         VALUE "N".
001656     88  WS-REKEY-MORE                      VALUE "Y".
001657     88  WS-REKEY-DONE                      VALUE "N".
001658 01  WS-AUDIT-EOF-SWITCH                    PIC X(01)
001659         VALUE "N".
001660     88  WS-AUDIT-EOF                       VALUE "Y".
001661     88  WS-AUDIT-NOT-EOF                   VALUE "N".
001670 01  WS-SORT-EOF-SWITCH                     PIC X(01)
001680         VALUE "N".
001690     88  WS-SORT-EOF                        VALUE "Y".
001730     88  WS-RUN-OK                          VALUE "Y".
001740     88  WS-RUN-NOT-OK                      VALUE "N".
001750*----------------------------------------------------------------
001760*   BACKOUT RANGE AND BATCH ID FROM BKOPARM
001770*----------------------------------------------------------------
001780 01  WS-FROM-TIMESTAMP                      PIC X(16)
001790         VALUE SPACES.
001800 01  WS-TO-TIMESTAMP                        PIC X(16)
001803         VALUE SPACES.
001806 01  WS-BATCH-ID                            PIC X(16)
001810         VALUE SPACES.
001820*----------------------------------------------------------------
001830*   BACKOUT COUNTERS
001890 01  WS-DEL-REVERSED-COUNT                  PIC 9(06) COMP
001900         VALUE ZERO.
001902 01  WS-REN-REVERSED-COUNT                  PIC 9(06) COMP
001903         VALUE ZERO.
001904 01  WS-CNS-REVERSED-COUNT                  PIC 9(06) COMP
001905         VALUE ZERO.
001906 01  WS-ORG-REVERSED-COUNT                  PIC 9(06) COMP
001907         VALUE ZERO.
001908 01  WS-ERASED-SKIPPED-COUNT                PIC 9(06) COMP
001909         VALUE ZERO.
001910 01  WS-REVERSE-ERROR-COUNT                 PIC 9(06) COMP
001920         VALUE ZERO.
001930*----------------------------------------------------------------
002174         IF WS-NOTES-OPEN
002175             CLOSE CONTACT-NOTE-FILE
002176         END-IF
002177         IF WS-CONSENTS-OPEN
002178             CLOSE CONSENT-FILE
002179         END-IF
002180         IF WS-SENDS-OPEN
002181             CLOSE SEND-HISTORY-FILE
002182         END-IF
002183         IF WS-ORGS-OPEN
002184             CLOSE ORGANIZATION-FILE
002185         END-IF
002186         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
002190     END-IF.
002200     IF WS-REVERSE-ERROR-COUNT > ZERO
002210         MOVE 8                           TO RETURN-CODE
002220     END-IF.
002230     GOBACK.
002240*================================================================
002250*  1000-INITIALIZE - PICK UP THE RANGE AND BATCH AND OPEN THE
002260*  MASTER FOR UPDATE.  WITHOUT A PARAMETER FILE NOTHING IS
002270*  REVERSED - A BACKOUT IS NEVER RUN BY ACCIDENT.
002280*================================================================
002380         END-READ
002390         MOVE PARM-FROM-TIMESTAMP         TO WS-FROM-TIMESTAMP
002400         MOVE PARM-TO-TIMESTAMP           TO WS-TO-TIMESTAMP
002401         MOVE PARM-BATCH-ID               TO WS-BATCH-ID
002402*        A BATCH ID ON ITS OWN SELECTS THAT BATCH WHENEVER IT RAN
002403         IF WS-BATCH-ID NOT = SPACES
002404             AND WS-FROM-TIMESTAMP = SPACES
002405             AND WS-TO-TIMESTAMP = SPACES
002406             MOVE ALL "0"                 TO WS-FROM-TIMESTAMP
002407             MOVE ALL "9"                 TO WS-TO-TIMESTAMP
002408         END-IF
002410         CLOSE BACKOUT-PARM-FILE
002420         IF WS-FROM-TIMESTAMP = SPACES
002430             OR WS-TO-TIMESTAMP = SPACES
002510                     WS-MASTER-STATUS
002512                 ADD 1 TO WS-REVERSE-ERROR-COUNT
002520             ELSE
002523                 SET WS-RUN-OK            TO TRUE
002526*                THE CHILD FILES RIDE ALONG SO A RENAME
002529*                REVERSAL CAN MOVE MEMBERSHIPS, NOTES,
002532*                CONSENT, AND SENDS BACK; A MISSING FILE JUST
002533*                LEAVES THAT STEP OFF
002534                 OPEN I-O LIST-MEMBER-FILE
002535                 IF WS-MEMBER-FILE-OK
002536                     SET WS-MEMBERS-OPEN  TO TRUE
002539                 IF WS-NOTE-FILE-OK
002540                     SET WS-NOTES-OPEN    TO TRUE
002541                 END-IF
002542                 OPEN I-O CONSENT-FILE
002543                 IF WS-CONSENT-FILE-OK
002544                     SET WS-CONSENTS-OPEN TO TRUE
002545                 END-IF
002546                 OPEN I-O SEND-HISTORY-FILE
002547                 IF WS-SEND-FILE-OK
002548                     SET WS-SENDS-OPEN    TO TRUE
002549                 END-IF
002550                 OPEN I-O ORGANIZATION-FILE
002551                 IF WS-ORG-FILE-OK
002552                     SET WS-ORGS-OPEN     TO TRUE
002553                 END-IF
002554             END-IF
002555         END-IF
002560     END-IF.
002570 1000-EXIT.
002580     EXIT.
002800 1100-EXIT.
002810     EXIT.
002820*================================================================
002830*  1110-RELEASE-ONE - RELEASE ONE IN-RANGE AUDIT RECORD OF THE
002835*  CHOSEN BATCH, WHEN ONE IS CHOSEN
002840*================================================================
002850 1110-RELEASE-ONE.
002860     IF AUD-TIMESTAMP NOT < WS-FROM-TIMESTAMP
002870         AND AUD-TIMESTAMP NOT > WS-TO-TIMESTAMP
002873         AND (WS-BATCH-ID = SPACES
002876             OR AUD-BATCH-ID = WS-BATCH-ID)
002880         MOVE AUD-RECORD                  TO SR-AUDIT-RECORD
002890         RELEASE SR-AUDIT-RECORD
002900     END-IF.
003280 2010-EXIT.
003290     EXIT.
003300*================================================================
003310*  2100-REVERSE-ONE - PASS OVER ANY RECORD OF AN ERASED CONTACT,
003311*  THEN ROUTE THE REST BY CODE.  LAB01ERA LEAVES THE CONTACT'S
003312*  RECORDS ON THE TRAIL MASKED TO THE ERASED PLACEHOLDER KEY, AND
003313*  ITS OWN E RECORD CARRIES THAT KEY ON BOTH SIDES.  REVERSING ANY
003314*  OF THEM WOULD DELETE OR REWRITE THE PLACEHOLDER, SO THEY ARE
003315*  COUNTED AND SKIPPED.
003320*================================================================
003321 2100-REVERSE-ONE.
003322     IF WS-AUDIT-BEFORE-LASTNAME = "ERASED"
003323         OR WS-AUDIT-AFTER-LASTNAME = "ERASED"
003324         ADD 1 TO WS-ERASED-SKIPPED-COUNT
003325     ELSE
003326         PERFORM 2110-ROUTE-BY-CODE THRU 2110-EXIT
003327     END-IF.
003328     PERFORM 2010-RETURN-SORTED-AUDIT THRU 2010-EXIT.
003329 2100-EXIT.
003330     EXIT.
003331*================================================================
003337*  2110-ROUTE-BY-CODE - REVERSE ONE AUDIT RECORD BY ITS CODE
003338*================================================================
003339 2110-ROUTE-BY-CODE.
003340     EVALUATE WS-AUDIT-TXN-CODE
003350         WHEN "A"
003360             PERFORM 2200-REVERSE-ADD THRU 2200-EXIT
003404             PERFORM 2600-REVERSE-RENAME THRU 2600-EXIT
003405         WHEN "B"
003406             PERFORM 2300-REVERSE-CHANGE THRU 2300-EXIT
003407         WHEN "P"
003409             PERFORM 2700-REVERSE-CONSENT THRU 2700-EXIT
003411         WHEN "O"
003413             PERFORM 2800-REVERSE-ORGANIZATION THRU 2800-EXIT
003415         WHEN OTHER
003420             DISPLAY "LAB01BKO: UNKNOWN AUDIT CODE "
003430                 WS-AUDIT-TXN-CODE
003440             ADD 1 TO WS-REVERSE-ERROR-COUNT
003450     END-EVALUATE.
003470 2110-EXIT.
003480     EXIT.
003490*================================================================
003500*  2200-REVERSE-ADD - THE AUDITED ADD PUT A NEW RECORD ON THE
004493     MOVE WS-AUDIT-BEFORE-BOUNCE-COUNT    TO CM-BOUNCE-COUNT.
004494     MOVE WS-AUDIT-BEFORE-BOUNCE-DATE
004495         TO CM-LAST-BOUNCE-DATE.
004496     MOVE WS-AUDIT-BEFORE-ORG-ID
004497         TO CM-ORGANIZATION-ID.
004500 2500-EXIT.
004501     EXIT.
004502*================================================================
004503*  2600-REVERSE-RENAME - THE AUDITED RENAME MOVED THE RECORD TO
004504*  ITS NEW KEY; REVERSING IT REMOVES THE NEW-KEY RECORD AND
004505*  PUTS THE BEFORE IMAGE BACK UNDER THE OLD KEY
004506*================================================================
004507 2600-REVERSE-RENAME.
004508     MOVE WS-AUDIT-AFTER-LASTNAME         TO CM-LASTNAME.
004509     MOVE WS-AUDIT-AFTER-FIRSTNAME        TO CM-FIRSTNAME.
004510     READ CONTACT-MASTER-FILE
004511         INVALID KEY
004512             DISPLAY "LAB01BKO: RENAME REVERSAL - NOT ON "
004513                 "FILE, " CM-LASTNAME " " CM-FIRSTNAME
004514             ADD 1 TO WS-REVERSE-ERROR-COUNT
004515         NOT INVALID KEY
004516             DELETE CONTACT-MASTER-FILE
004517                 INVALID KEY
004518                     DISPLAY "LAB01BKO: RENAME REVERSAL "
004519                         "FAILED, " CM-LASTNAME " "
004520                         CM-FIRSTNAME
004521                     ADD 1 TO WS-REVERSE-ERROR-COUNT
004522                 NOT INVALID KEY
004523                     PERFORM 2610-RESTORE-OLD-KEY THRU 2610-EXIT
004524             END-DELETE
004525     END-READ.
004526 2600-EXIT.
004527     EXIT.
004528*================================================================
004529*  2610-RESTORE-OLD-KEY - THE BEFORE IMAGE BACK UNDER ITS OWN
004530*  (OLD) KEY
004531*================================================================
004532 2610-RESTORE-OLD-KEY.
004533     PERFORM 2500-MOVE-BEFORE-TO-MASTER THRU 2500-EXIT.
004534     WRITE CM-CONTACT
004535         INVALID KEY
004536             DISPLAY "LAB01BKO: RENAME REVERSAL RESTORE "
004537                 "FAILED, " CM-LASTNAME " " CM-FIRSTNAME
004538             ADD 1 TO WS-REVERSE-ERROR-COUNT
004539         NOT INVALID KEY
004540             ADD 1 TO WS-REN-REVERSED-COUNT
004541             PERFORM 2620-RESTORE-MEMBERSHIPS THRU 2620-EXIT
004542             PERFORM 2630-RESTORE-NOTES THRU 2630-EXIT
004543             PERFORM 2640-RESTORE-CONSENT THRU 2640-EXIT
004551             PERFORM 2650-RESTORE-SENDS THRU 2650-EXIT
004552     END-WRITE.
004553 2610-EXIT.
004554     EXIT.
004694 2632-EXIT.
004695     EXIT.
004696*================================================================
004706*  2640-RESTORE-CONSENT - THE RENAME MOVED THE CONTACT'S
004716*  CONSENT RECORD TO THE NEW KEY; MOVE IT BACK UNDER THE OLD ONE
004726*================================================================
004736 2640-RESTORE-CONSENT.
004746     IF WS-CONSENTS-OPEN
004756         MOVE WS-AUDIT-AFTER-LASTNAME     TO CN-CONSENT-LASTNAME
004766         MOVE WS-AUDIT-AFTER-FIRSTNAME    TO CN-CONSENT-FIRSTNAME
004776         READ CONSENT-FILE
004786             INVALID KEY
004796                 CONTINUE
004806             NOT INVALID KEY
004816                 PERFORM 2641-MOVE-CONSENT THRU 2641-EXIT
004826         END-READ
004836     END-IF.
004846 2640-EXIT.
004856     EXIT.
004866*================================================================
004876*  2641-MOVE-CONSENT - DROP THE NEW-KEY CONSENT AND WRITE IT
004886*  BACK UNDER THE OLD KEY
004896*================================================================
004906 2641-MOVE-CONSENT.
004916     MOVE CN-CONSENT-RECORD               TO WS-CONSENT-RECORD.
004926     DELETE CONSENT-FILE
004936         INVALID KEY
004946             DISPLAY "LAB01BKO: CONSENT RESTORE FAILED, "
004956                 CN-CONSENT-LASTNAME " " CN-CONSENT-FIRSTNAME
004966             ADD 1 TO WS-REVERSE-ERROR-COUNT
004976         NOT INVALID KEY
004986             MOVE WS-CONSENT-RECORD       TO CN-CONSENT-RECORD
004996             MOVE WS-AUDIT-BEFORE-LASTNAME
005006                 TO CN-CONSENT-LASTNAME
005016             MOVE WS-AUDIT-BEFORE-FIRSTNAME
005026                 TO CN-CONSENT-FIRSTNAME
005036             WRITE CN-CONSENT-RECORD
005046                 INVALID KEY
005056                     DISPLAY "LAB01BKO: CONSENT RESTORE "
005066                         "FAILED, " CN-CONSENT-LASTNAME " "
005076                         CN-CONSENT-FIRSTNAME
005086                     ADD 1 TO WS-REVERSE-ERROR-COUNT
005096             END-WRITE
005106     END-DELETE.
005116 2641-EXIT.
005126     EXIT.
005136*================================================================
005146*  2650-RESTORE-SENDS - THE RENAME MOVED THE CONTACT'S CAMPAIGN
005156*  SENDS TO THE NEW KEY; MOVE THEM BACK UNDER THE OLD ONE
005166*================================================================
005176 2650-RESTORE-SENDS.
005186     IF WS-SENDS-OPEN
005196         SET WS-REKEY-MORE                TO TRUE
005206         PERFORM 2651-RESTORE-ONE-SEND THRU 2651-EXIT
005216             UNTIL WS-REKEY-DONE
005226     END-IF.
005236 2650-EXIT.
005246     EXIT.
005256*================================================================
005266*  2651-RESTORE-ONE-SEND - FIND THE NEXT SEND STILL UNDER THE
005276*  RENAMED-TO KEY AND MOVE IT BACK
005286*================================================================
005296 2651-RESTORE-ONE-SEND.
005306     SET WS-REKEY-DONE                    TO TRUE.
005316     MOVE WS-AUDIT-AFTER-LASTNAME         TO SH-SEND-LASTNAME.
005326     MOVE WS-AUDIT-AFTER-FIRSTNAME        TO SH-SEND-FIRSTNAME.
005336     MOVE LOW-VALUES                      TO SH-SEND-DATE.
005346     MOVE LOW-VALUES                      TO SH-SEND-LIST-CODE.
005356     START SEND-HISTORY-FILE
005366         KEY IS NOT LESS THAN SH-SEND-KEY
005376         INVALID KEY
005386             CONTINUE
005396         NOT INVALID KEY
005406             READ SEND-HISTORY-FILE NEXT RECORD
005416                 AT END
005426                     CONTINUE
005436                 NOT AT END
005446                     IF SH-SEND-LASTNAME
005456                             = WS-AUDIT-AFTER-LASTNAME
005466                         AND SH-SEND-FIRSTNAME
005476                             = WS-AUDIT-AFTER-FIRSTNAME
005486                         PERFORM 2652-MOVE-ONE-SEND
005496                             THRU 2652-EXIT
005506                     END-IF
005516             END-READ
005526     END-START.
005536 2651-EXIT.
005546     EXIT.
005556*================================================================
005566*  2652-MOVE-ONE-SEND - DROP THE NEW-KEY SEND AND WRITE IT BACK
005576*  UNDER THE OLD KEY
005586*================================================================
005596 2652-MOVE-ONE-SEND.
005606     MOVE SH-SEND-RECORD                  TO WS-SEND-RECORD.
005616     DELETE SEND-HISTORY-FILE
005626         INVALID KEY
005636             DISPLAY "LAB01BKO: SEND RESTORE FAILED, "
005646                 SH-SEND-LASTNAME " " SH-SEND-FIRSTNAME
005656             ADD 1 TO WS-REVERSE-ERROR-COUNT
005666         NOT INVALID KEY
005676             MOVE WS-SEND-RECORD          TO SH-SEND-RECORD
005686             MOVE WS-AUDIT-BEFORE-LASTNAME
005696                 TO SH-SEND-LASTNAME
005706             MOVE WS-AUDIT-BEFORE-FIRSTNAME
005716                 TO SH-SEND-FIRSTNAME
005726             WRITE SH-SEND-RECORD
005736                 INVALID KEY
005746                     DISPLAY "LAB01BKO: SEND RESTORE FAILED, "
005756                         SH-SEND-LASTNAME " " SH-SEND-FIRSTNAME
005766                     ADD 1 TO WS-REVERSE-ERROR-COUNT
005776                 NOT INVALID KEY
005786                     SET WS-REKEY-MORE    TO TRUE
005796             END-WRITE
005806     END-DELETE.
005816 2652-EXIT.
005826     EXIT.
005836*================================================================
005846*  2700-REVERSE-CONSENT - THE AUDITED CONSENT TRANSACTION LEFT
005856*  THE CONTACT ITSELF ALONE.  WHEN IT REPLACED A CONSENT, THE
005866*  BEFORE CONSENT IMAGE GOES BACK OVER THE RECORD; WHEN IT
005876*  FILED THE CONTACT'S FIRST CONSENT (BLANK BEFORE TYPE), THE
005886*  RECORD IS REMOVED.
005896*================================================================
005906 2700-REVERSE-CONSENT.
005916     IF WS-CONSENTS-NOT-OPEN
005926         DISPLAY "LAB01BKO: CONSENT REVERSAL - NO CONSENT "
005936             "FILE, " WS-AUDIT-BEFORE-LASTNAME " "
005946             WS-AUDIT-BEFORE-FIRSTNAME
005956         ADD 1 TO WS-REVERSE-ERROR-COUNT
005966     ELSE
005976         MOVE WS-AUDIT-BEFORE-LASTNAME    TO CN-CONSENT-LASTNAME
005986         MOVE WS-AUDIT-BEFORE-FIRSTNAME   TO CN-CONSENT-FIRSTNAME
005996         READ CONSENT-FILE
006006             INVALID KEY
006016                 DISPLAY "LAB01BKO: CONSENT REVERSAL - NOT ON "
006026                     "FILE, " CN-CONSENT-LASTNAME " "
006036                     CN-CONSENT-FIRSTNAME
006046                 ADD 1 TO WS-REVERSE-ERROR-COUNT
006056             NOT INVALID KEY
006066                 PERFORM 2710-RESTORE-CONSENT THRU 2710-EXIT
006076         END-READ
006086     END-IF.
006096 2700-EXIT.
006106     EXIT.
006116*================================================================
006126*  2710-RESTORE-CONSENT - REWRITE THE RECORD FROM THE BEFORE
006136*  CONSENT IMAGE, OR DELETE IT WHEN THERE WAS NONE
006146*================================================================
006156 2710-RESTORE-CONSENT.
006166     IF WS-AUDIT-BEFORE-CONSENT-TYPE = SPACES
006176         DELETE CONSENT-FILE
006186             INVALID KEY
006196                 DISPLAY "LAB01BKO: CONSENT REVERSAL FAILED, "
006206                     CN-CONSENT-LASTNAME " "
006216                     CN-CONSENT-FIRSTNAME
006226                 ADD 1 TO WS-REVERSE-ERROR-COUNT
006236             NOT INVALID KEY
006246                 ADD 1 TO WS-CNS-REVERSED-COUNT
006256         END-DELETE
006266     ELSE
006276         MOVE WS-AUDIT-BEFORE-CONSENT-TYPE
006286             TO CN-CONSENT-TYPE
006296         MOVE WS-AUDIT-BEFORE-CONSENT-SOURCE
006306             TO CN-CONSENT-SOURCE
006316         MOVE WS-AUDIT-BEFORE-CONSENT-DATE
006326             TO CN-CONSENT-OBTAINED-DATE
006336         MOVE WS-AUDIT-BEFORE-CONSENT-EXPIRY
006346             TO CN-CONSENT-EXPIRY-DATE
006356         REWRITE CN-CONSENT-RECORD
006366             INVALID KEY
006376                 DISPLAY "LAB01BKO: CONSENT REVERSAL FAILED, "
006386                     CN-CONSENT-LASTNAME " "
006396                     CN-CONSENT-FIRSTNAME
006406                 ADD 1 TO WS-REVERSE-ERROR-COUNT
006416             NOT INVALID KEY
006426                 ADD 1 TO WS-CNS-REVERSED-COUNT
006436         END-REWRITE
006446     END-IF.
006456 2710-EXIT.
006466     EXIT.
006476*================================================================
006486*  2800-REVERSE-ORGANIZATION - THE AUDITED ORGANIZATION
006496*  TRANSACTION CHANGED ONLY THE ORGANIZATION MASTER.  AN
006506*  OPENING (BLANK BEFORE ID) IS REMOVED; A CHANGE OR CLOSE HAS
006516*  ITS BEFORE IMAGE PUT BACK.
006526*================================================================
006536 2800-REVERSE-ORGANIZATION.
006546     IF WS-ORGS-NOT-OPEN
006556         DISPLAY "LAB01BKO: ORGANIZATION REVERSAL - NO "
006566             "ORGANIZATION FILE, " WS-AUDIT-AFTER-ORG-ID
006576         ADD 1 TO WS-REVERSE-ERROR-COUNT
006586     ELSE
006596         IF WS-AUDIT-BEFORE-ORG-ID = SPACES
006606             MOVE WS-AUDIT-AFTER-ORG-ID   TO OG-ORG-ID
006616         ELSE
006626             MOVE WS-AUDIT-BEFORE-ORG-ID  TO OG-ORG-ID
006636         END-IF
006646         READ ORGANIZATION-FILE
006656             INVALID KEY
006666                 DISPLAY "LAB01BKO: ORGANIZATION REVERSAL - NOT "
006676                     "ON FILE, " OG-ORG-ID
006686                 ADD 1 TO WS-REVERSE-ERROR-COUNT
006696             NOT INVALID KEY
006706                 PERFORM 2810-RESTORE-ORGANIZATION THRU 2810-EXIT
006716         END-READ
006726     END-IF.
006736 2800-EXIT.
006746     EXIT.
006756*================================================================
006766*  2810-RESTORE-ORGANIZATION - REWRITE THE ORGANIZATION FROM THE
006776*  BEFORE IMAGE, OR DELETE IT WHEN THE TRANSACTION OPENED IT
006786*================================================================
006796 2810-RESTORE-ORGANIZATION.
006806     IF WS-AUDIT-BEFORE-ORG-ID = SPACES
006816         DELETE ORGANIZATION-FILE
006826             INVALID KEY
006836                 DISPLAY "LAB01BKO: ORGANIZATION REVERSAL "
006846                     "FAILED, " OG-ORG-ID
006856                 ADD 1 TO WS-REVERSE-ERROR-COUNT
006866             NOT INVALID KEY
006876                 ADD 1 TO WS-ORG-REVERSED-COUNT
006886         END-DELETE
006896     ELSE
006906         MOVE WS-AUDIT-BEFORE-ORG-NAME    TO OG-ORG-NAME
006916         MOVE WS-AUDIT-BEFORE-ORG-ACCOUNT TO OG-ORG-ACCOUNT
006926         MOVE WS-AUDIT-BEFORE-STREET      TO OG-ORG-STREET
006936         MOVE WS-AUDIT-BEFORE-CITY        TO OG-ORG-CITY
006946         MOVE WS-AUDIT-BEFORE-PROVINCE    TO OG-ORG-PROVINCE
006956         MOVE WS-AUDIT-BEFORE-POSTALCODE  TO OG-ORG-POSTALCODE
006966         MOVE WS-AUDIT-BEFORE-STATUS      TO OG-ORG-STATUS
006976         MOVE WS-AUDIT-BEFORE-STATUS-DATE TO OG-ORG-STATUS-DATE
006986         MOVE WS-AUDIT-BEFORE-DEPARTMENT  TO OG-ORG-DEPARTMENT
006996         REWRITE OG-ORG-RECORD
007006             INVALID KEY
007016                 DISPLAY "LAB01BKO: ORGANIZATION REVERSAL "
007026                     "FAILED, " OG-ORG-ID
007036                 ADD 1 TO WS-REVERSE-ERROR-COUNT
007046             NOT INVALID KEY
007056                 ADD 1 TO WS-ORG-REVERSED-COUNT
007066         END-REWRITE
007076     END-IF.
007086 2810-EXIT.
007096     EXIT.
007106*================================================================
007116*  8000-PRINT-SUMMARY - WHAT THE BACKOUT UNDID, BY KIND, PLUS
007126*  ANY REVERSALS THAT COULD NOT BE APPLIED
007136*================================================================
007146 8000-PRINT-SUMMARY.
007156     DISPLAY WS-BKO-SPACE-LINE.
007166     DISPLAY WS-BKO-TITLE-LINE.
007176     DISPLAY "RANGE " WS-FROM-TIMESTAMP " - " WS-TO-TIMESTAMP.
007186     IF WS-BATCH-ID NOT = SPACES
007196         DISPLAY "BATCH " WS-BATCH-ID
007206     END-IF.
007216     DISPLAY WS-BKO-SPACE-LINE.
007226     MOVE "ADDS REVERSED:          "
007236         TO WS-BKO-SUMMARY-LABEL.
007246     MOVE WS-ADD-REVERSED-COUNT           TO WS-BKO-SUMMARY-OUT.
007256     DISPLAY WS-BKO-SUMMARY-LINE.
007266     MOVE "CHANGES REVERSED:       "
007276         TO WS-BKO-SUMMARY-LABEL.
007286     MOVE WS-CHG-REVERSED-COUNT           TO WS-BKO-SUMMARY-OUT.
007296     DISPLAY WS-BKO-SUMMARY-LINE.
007306     MOVE "DELETES REVERSED:       "
007316         TO WS-BKO-SUMMARY-LABEL.
007326     MOVE WS-DEL-REVERSED-COUNT           TO WS-BKO-SUMMARY-OUT.
007336     DISPLAY WS-BKO-SUMMARY-LINE.
007346     MOVE "RENAMES REVERSED:       "
007356         TO WS-BKO-SUMMARY-LABEL.
007366     MOVE WS-REN-REVERSED-COUNT           TO WS-BKO-SUMMARY-OUT.
007376     DISPLAY WS-BKO-SUMMARY-LINE.
007386     MOVE "CONSENTS REVERSED:      "
007396         TO WS-BKO-SUMMARY-LABEL.
007406     MOVE WS-CNS-REVERSED-COUNT           TO WS-BKO-SUMMARY-OUT.
007416     DISPLAY WS-BKO-SUMMARY-LINE.
007426     MOVE "ORGANIZATIONS REVERSED: "
007436         TO WS-BKO-SUMMARY-LABEL.
007446     MOVE WS-ORG-REVERSED-COUNT           TO WS-BKO-SUMMARY-OUT.
007456     DISPLAY WS-BKO-SUMMARY-LINE.
007466     MOVE "ERASED CONTACT, SKIPPED:"
007476         TO WS-BKO-SUMMARY-LABEL.
007486     MOVE WS-ERASED-SKIPPED-COUNT         TO WS-BKO-SUMMARY-OUT.
007496     DISPLAY WS-BKO-SUMMARY-LINE.
007506     MOVE "REVERSALS IN ERROR:     "
007516         TO WS-BKO-SUMMARY-LABEL.
007526     MOVE WS-REVERSE-ERROR-COUNT          TO WS-BKO-SUMMARY-OUT.
007536     DISPLAY WS-BKO-SUMMARY-LINE.
007546 8000-EXIT.
007556     EXIT.
007566 END PROGRAM LAB01BKO.
