000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01DQS.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01DQS
000090*  DESCRIPTION  MONTHLY CONTACT DATA-QUALITY SCORECARD.  SCORES
000100*               EVERY ACTIVE CONTACT ON THE MASTER AGAINST SEVEN
000110*               COMPLETENESS AND HEALTH CHECKS:
000120*                 P - NO PHONE NUMBER
000130*                 A - POSTAL ADDRESS MISSING OR PARTIAL (ANY OF
000140*                     STREET, CITY, PROVINCE, POSTAL CODE BLANK)
000150*                 E - EMAIL FLAGGED UNDELIVERABLE (U), OR A
000160*                     BOUNCE COUNT AT OR OVER THE DQSPARM LIMIT
000170*                 C - CATEGORY RETIRED ON CONTACTG, OR NOT ON IT
000180*                 D - NO OWNING DEPARTMENT (UNOWNED)
000190*                 L - NOT SUBSCRIBED TO ANY LIST ON CONTACTS
000200*                 S - NO NOTE ON CONTACTT AND NO CONTACTA AUDIT
000210*                     RECORD IN OVER A YEAR
000220*               PRINTS ONE SCORECARD PAGE PER OWNING DEPARTMENT -
000230*               THE PERCENTAGE OF ITS ACTIVE CONTACTS FAILING EACH
000240*               CHECK AND ITS WORST OFFENDERS - THEN A PAGE FOR
000250*               ALL DEPARTMENTS TOGETHER, AND WRITES EVERY FAILING
000260*               CONTACT TO THE DQSWORK WORKLIST SORTED BY
000270*               DEPARTMENT, MOST FAILURES FIRST, SO EACH
000280*               DEPARTMENT CAN WORK ITS OWN LIST THROUGH LAB01FIX.
000290*               INACTIVE AND DO-NOT-CONTACT CONTACTS ARE NOT
000300*               SCORED.
000310*================================================================
000320*  MODIFICATION HISTORY
000330*----------------------------------------------------------------
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 SMH   ORIGINAL - PER-DEPARTMENT SCORECARD AND
000360*                   CORRECTION WORKLIST OVER THE MASTER, ITS LIST
000370*                   MEMBERSHIPS, NOTES, AND AUDIT TRAIL.
000372*  2026-10-15 SMH   THE AUDIT RECORD NOW ENDS WITH THE BEFORE
000374*                   AND AFTER CONSENT IMAGES; THE COPY REPLACING
000376*                   LIST CARRIES THE NEW FIELDS.
000378*  2026-10-15 SMH   THE CONTACT COPYBOOK NOW MAPS THE ORGANIZATION
000380*                   ID, AND THE AUDIT RECORD CARRIES THE BEFORE
000382*                   AND AFTER ORGANIZATION ID, NAME AND ACCOUNT;
000384*                   THE COPY REPLACING LISTS CARRY THE NEW FIELDS.
000385*  2026-10-15 SMH   AN ACTIVITY WORK FILE WRITE THAT FAILS IS NOW
000386*                   REPORTED ON THE JOB LOG.
000387*================================================================
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.         GENERIC-PC.
000430 OBJECT-COMPUTER.         GENERIC-PC.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460*----------------------------------------------------------------
000470*   DQS-PARM-FILE - ONE OPTIONAL RECORD: THE BOUNCE COUNT THAT
000480*   FAILS THE EMAIL CHECK AND HOW MANY WORST OFFENDERS TO LIST
000490*   PER DEPARTMENT.  A MISSING FILE OR BLANK FIELD TAKES THE
000500*   DEFAULTS (3 BOUNCES, 10 OFFENDERS).
000510*----------------------------------------------------------------
000520     SELECT DQS-PARM-FILE
000530         ASSIGN TO           "DQSPARM"
000540         ORGANIZATION IS     LINE SEQUENTIAL
000550         FILE STATUS IS      WS-PARM-STATUS.
000560
000570*----------------------------------------------------------------
000580*   CONTACT-MASTER-FILE - SAME PHYSICAL FILE AS LAB01, OPENED
000590*   INPUT-ONLY AND READ IN FULL IN KEY ORDER
000600*----------------------------------------------------------------
000610     SELECT CONTACT-MASTER-FILE
000620         ASSIGN TO           "CONTACTM"
000630         ORGANIZATION IS     INDEXED
000640         ACCESS MODE IS      DYNAMIC
000650         RECORD KEY IS       CM-CONTACT-KEY
000660         ALTERNATE RECORD KEY IS CM-EMAIL
000670             WITH DUPLICATES
000680         FILE STATUS IS      WS-MASTER-STATUS.
000690
000700*----------------------------------------------------------------
000710*   LIST-MEMBER-FILE - THE MAILING-LIST MEMBERSHIPS, READ ONLY;
000720*   EACH CONTACT'S ROWS ARE FOUND BY ITS CONTACT KEY
000730*----------------------------------------------------------------
000740     SELECT LIST-MEMBER-FILE
000750         ASSIGN TO           "CONTACTS"
000760         ORGANIZATION IS     INDEXED
000770         ACCESS MODE IS      DYNAMIC
000780         RECORD KEY IS       MB-MEMBER-KEY
000790         FILE STATUS IS      WS-MEMBER-FILE-STATUS.
000800
000810*----------------------------------------------------------------
000820*   CONTACT-NOTE-FILE - THE DATED NOTES, READ ONLY; THE NEWEST
000830*   NOTE COUNTS AS ACTIVITY ON THE CONTACT
000840*----------------------------------------------------------------
000850     SELECT CONTACT-NOTE-FILE
000860         ASSIGN TO           "CONTACTT"
000870         ORGANIZATION IS     INDEXED
000880         ACCESS MODE IS      DYNAMIC
000890         RECORD KEY IS       NT-NOTE-KEY
000900         FILE STATUS IS      WS-NOTE-FILE-STATUS.
000910
000920*----------------------------------------------------------------
000930*   CATEGORY-REF-FILE - THE VALID CATEGORY CODES AND THEIR
000940*   ACTIVE FLAGS, LOADED INTO A TABLE FOR THE CATEGORY CHECK
000950*----------------------------------------------------------------
000960     SELECT CATEGORY-REF-FILE
000970         ASSIGN TO           "CONTACTG"
000980         ORGANIZATION IS     LINE SEQUENTIAL
000990         FILE STATUS IS      WS-CATREF-STATUS.
001000
001010*----------------------------------------------------------------
001020*   CONTACT-AUDIT-FILE - THE AUDIT TRAIL, READ ONLY; THE NEWEST
001030*   AUDIT RECORD FOR A KEY COUNTS AS ACTIVITY ON THE CONTACT
001040*----------------------------------------------------------------
001050     SELECT CONTACT-AUDIT-FILE
001060         ASSIGN TO           "CONTACTA"
001070         ORGANIZATION IS     LINE SEQUENTIAL
001080         FILE STATUS IS      WS-AUDIT-STATUS.
001090
001100*----------------------------------------------------------------
001110*   ACTIVITY-SORT-WORK-FILE - AUDIT KEYS AND TIMESTAMPS SORTED
001120*   INTO MASTER KEY ORDER
001130*----------------------------------------------------------------
001140     SELECT ACTIVITY-SORT-WORK-FILE
001150         ASSIGN TO           "DQSASORT".
001160
001170*----------------------------------------------------------------
001180*   ACTIVITY-WORK-FILE - ONE ROW PER CONTACT KEY ON THE AUDIT
001190*   TRAIL WITH THE DATE OF ITS NEWEST RECORD, MATCHED AGAINST
001200*   THE MASTER AS IT IS READ
001210*----------------------------------------------------------------
001220     SELECT ACTIVITY-WORK-FILE
001230         ASSIGN TO           "DQSACT"
001240         ORGANIZATION IS     LINE SEQUENTIAL
001250         FILE STATUS IS      WS-ACTIVITY-STATUS.
001260
001270*----------------------------------------------------------------
001280*   SCORE-SORT-WORK-FILE - ONE SCORED CONTACT, SORTED BY
001290*   DEPARTMENT AND MOST FAILURES FIRST FOR THE PAGES
001300*----------------------------------------------------------------
001310     SELECT SCORE-SORT-WORK-FILE
001320         ASSIGN TO           "DQSSSORT".
001330
001340*----------------------------------------------------------------
001350*   WORKLIST-FILE - EVERY CONTACT THAT FAILED ONE OR MORE
001360*   CHECKS, IN THE SAME ORDER AS THE SCORECARD PAGES
001370*----------------------------------------------------------------
001380     SELECT WORKLIST-FILE
001390         ASSIGN TO           "DQSWORK"
001400         ORGANIZATION IS     LINE SEQUENTIAL
001410         FILE STATUS IS      WS-WORKLIST-STATUS.
001420
001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  DQS-PARM-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  DQS-PARM-RECORD.
001480     05  PARM-BOUNCE-LIMIT                 PIC X(03).
001490     05  FILLER                            PIC X(01).
001500     05  PARM-OFFENDER-LIMIT               PIC X(02).
001510
001520 FD  CONTACT-MASTER-FILE
001530     LABEL RECORDS ARE STANDARD.
001540*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
001550     COPY CONTACTR
001560         REPLACING ==WS-CONTACT==     BY ==CM-CONTACT==
001570                   ==WS-CONTACT-KEY== BY ==CM-CONTACT-KEY==
001580                   ==WS-LASTNAME==    BY ==CM-LASTNAME==
001590                   ==WS-FIRSTNAME==   BY ==CM-FIRSTNAME==
001600                   ==WS-EMAIL==       BY ==CM-EMAIL==
001610                   ==WS-PHONENUMBER== BY ==CM-PHONENUMBER==
001620                   ==WS-CATEGORY==    BY ==CM-CATEGORY==
001630                   ==WS-STREET==      BY ==CM-STREET==
001640                   ==WS-CITY==        BY ==CM-CITY==
001650                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
001660                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
001670                   ==WS-STATUS==      BY ==CM-STATUS==
001680                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
001690                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
001700                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001710                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001720                   ==WS-LAST-BOUNCE-DATE==
001730                                BY ==CM-LAST-BOUNCE-DATE==
001733                   ==WS-ORGANIZATION-ID==
001736                                BY ==CM-ORGANIZATION-ID==.
001740
001750 FD  LIST-MEMBER-FILE
001760     LABEL RECORDS ARE STANDARD.
001770*  RECORD LAYOUT COMES FROM THE SHARED CONTACTS COPYBOOK.
001780     COPY CONTACTS
001790      REPLACING ==WS-MEMBER==         BY ==MB-MEMBER==
001800           ==WS-MEMBER-KEY==          BY ==MB-MEMBER-KEY==
001810           ==WS-MEMBER-LASTNAME==     BY ==MB-MEMBER-LASTNAME==
001820           ==WS-MEMBER-FIRSTNAME==    BY ==MB-MEMBER-FIRSTNAME==
001830           ==WS-MEMBER-LIST-CODE==    BY ==MB-MEMBER-LIST-CODE==
001840           ==WS-MEMBER-STATUS==       BY ==MB-MEMBER-STATUS==
001850           ==WS-MEMBER-STATUS-DATE==
001860                                    BY ==MB-MEMBER-STATUS-DATE==.
001870
001880 FD  CONTACT-NOTE-FILE
001890     LABEL RECORDS ARE STANDARD.
001900*  RECORD LAYOUT COMES FROM THE SHARED CONTACTT COPYBOOK.
001910     COPY CONTACTT
001920      REPLACING ==WS-NOTE==           BY ==NT-NOTE==
001930           ==WS-NOTE-KEY==            BY ==NT-NOTE-KEY==
001940           ==WS-NOTE-LASTNAME==       BY ==NT-NOTE-LASTNAME==
001950           ==WS-NOTE-FIRSTNAME==      BY ==NT-NOTE-FIRSTNAME==
001960           ==WS-NOTE-SEQUENCE==       BY ==NT-NOTE-SEQUENCE==
001970           ==WS-NOTE-TIMESTAMP==      BY ==NT-NOTE-TIMESTAMP==
001980           ==WS-NOTE-TEXT==           BY ==NT-NOTE-TEXT==.
001990
002000 FD  CATEGORY-REF-FILE
002010     LABEL RECORDS ARE STANDARD.
002020*  RECORD LAYOUT COMES FROM THE SHARED CONTACTG COPYBOOK.
002030     COPY CONTACTG
002040      REPLACING ==WS-CATREF-RECORD==  BY ==CG-CATREF-RECORD==
002050           ==WS-CATREF-CODE==         BY ==CG-CATREF-CODE==
002060           ==WS-CATREF-DESC==         BY ==CG-CATREF-DESC==
002070           ==WS-CATREF-ACTIVE==       BY ==CG-CATREF-ACTIVE==.
002080
002090 FD  CONTACT-AUDIT-FILE
002100     LABEL RECORDS ARE STANDARD.
002110*  RECORD LAYOUT COMES FROM THE SHARED CONTACTA COPYBOOK.
002120     COPY CONTACTA
002130      REPLACING ==WS-AUDIT-RECORD==   BY ==AUD-RECORD==
002140        ==WS-AUDIT-TXN-CODE==         BY ==AUD-TXN-CODE==
002150        ==WS-AUDIT-TIMESTAMP==        BY ==AUD-TIMESTAMP==
002160        ==WS-AUDIT-BEFORE-FIRSTNAME== BY ==AUD-BEF-FIRSTNAME==
002170        ==WS-AUDIT-BEFORE-LASTNAME==  BY ==AUD-BEF-LASTNAME==
002180        ==WS-AUDIT-BEFORE-EMAIL==     BY ==AUD-BEF-EMAIL==
002190        ==WS-AUDIT-BEFORE-PHONENUMBER==
002200                                      BY ==AUD-BEF-PHONENUMBER==
002210        ==WS-AUDIT-AFTER-FIRSTNAME==  BY ==AUD-AFT-FIRSTNAME==
002220        ==WS-AUDIT-AFTER-LASTNAME==   BY ==AUD-AFT-LASTNAME==
002230        ==WS-AUDIT-AFTER-EMAIL==      BY ==AUD-AFT-EMAIL==
002240        ==WS-AUDIT-AFTER-PHONENUMBER==
002250                                      BY ==AUD-AFT-PHONENUMBER==
002260        ==WS-AUDIT-BEFORE-CATEGORY==  BY ==AUD-BEF-CATEGORY==
002270        ==WS-AUDIT-BEFORE-STREET==    BY ==AUD-BEF-STREET==
002280        ==WS-AUDIT-BEFORE-CITY==      BY ==AUD-BEF-CITY==
002290        ==WS-AUDIT-BEFORE-PROVINCE==  BY ==AUD-BEF-PROVINCE==
002300        ==WS-AUDIT-BEFORE-POSTALCODE==
002310                                      BY ==AUD-BEF-POSTALCODE==
002320        ==WS-AUDIT-AFTER-CATEGORY==   BY ==AUD-AFT-CATEGORY==
002330        ==WS-AUDIT-AFTER-STREET==     BY ==AUD-AFT-STREET==
002340        ==WS-AUDIT-AFTER-CITY==       BY ==AUD-AFT-CITY==
002350        ==WS-AUDIT-AFTER-PROVINCE==   BY ==AUD-AFT-PROVINCE==
002360        ==WS-AUDIT-AFTER-POSTALCODE==
002370                                      BY ==AUD-AFT-POSTALCODE==
002380        ==WS-AUDIT-BEFORE-STATUS==    BY ==AUD-BEF-STATUS==
002390        ==WS-AUDIT-BEFORE-STATUS-DATE==
002400                                      BY ==AUD-BEF-STATUS-DATE==
002410        ==WS-AUDIT-AFTER-STATUS==     BY ==AUD-AFT-STATUS==
002420        ==WS-AUDIT-AFTER-STATUS-DATE==
002430                                      BY ==AUD-AFT-STATUS-DATE==
002440        ==WS-AUDIT-BEFORE-DEPARTMENT==
002450                                      BY ==AUD-BEF-DEPARTMENT==
002460        ==WS-AUDIT-AFTER-DEPARTMENT==
002470                                      BY ==AUD-AFT-DEPARTMENT==
002480        ==WS-AUDIT-BEFORE-EMAIL-FLAG==
002490                                BY ==AUD-BEF-EMAIL-FLAG==
002500        ==WS-AUDIT-BEFORE-BOUNCE-COUNT==
002510                                BY ==AUD-BEF-BOUNCE-COUNT==
002520        ==WS-AUDIT-BEFORE-BOUNCE-DATE==
002530                                BY ==AUD-BEF-BOUNCE-DATE==
002540        ==WS-AUDIT-AFTER-EMAIL-FLAG==
002550                                BY ==AUD-AFT-EMAIL-FLAG==
002560        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
002570                                BY ==AUD-AFT-BOUNCE-COUNT==
002580        ==WS-AUDIT-AFTER-BOUNCE-DATE==
002590                                BY ==AUD-AFT-BOUNCE-DATE==
002600        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
002601        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
002602        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
002603                                BY ==AUD-BEF-CONSENT-TYPE==
002604        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
002605                                BY ==AUD-BEF-CONSENT-SOURCE==
002606        ==WS-AUDIT-BEFORE-CONSENT-DATE==
002607                                BY ==AUD-BEF-CONSENT-DATE==
002608        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
002609                                BY ==AUD-BEF-CONSENT-EXPIRY==
002610        ==WS-AUDIT-AFTER-CONSENT-TYPE==
002611                                BY ==AUD-AFT-CONSENT-TYPE==
002612        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
002613                                BY ==AUD-AFT-CONSENT-SOURCE==
002614        ==WS-AUDIT-AFTER-CONSENT-DATE==
002615                                BY ==AUD-AFT-CONSENT-DATE==
002616        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
002617                                BY ==AUD-AFT-CONSENT-EXPIRY==
002618        ==WS-AUDIT-BEFORE-ORG-ID==
002619                                BY ==AUD-BEF-ORG-ID==
002620        ==WS-AUDIT-AFTER-ORG-ID==
002621                                BY ==AUD-AFT-ORG-ID==
002622        ==WS-AUDIT-BEFORE-ORG-NAME==
002623                                BY ==AUD-BEF-ORG-NAME==
002624        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
002625                                BY ==AUD-BEF-ORG-ACCOUNT==
002626        ==WS-AUDIT-AFTER-ORG-NAME==
002627                                BY ==AUD-AFT-ORG-NAME==
002628        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
002629                                BY ==AUD-AFT-ORG-ACCOUNT==.
002630
002631*----------------------------------------------------------------
002640*   ACTIVITY-SORT-WORK-FILE - ONE AUDIT RECORD'S KEY AND TIME
002650*----------------------------------------------------------------
002660 SD  ACTIVITY-SORT-WORK-FILE.
002670 01  SA-ACTIVITY-RECORD.
002680     05  SA-CONTACT-KEY.
002690         10  SA-LASTNAME                   PIC X(10).
002700         10  SA-FIRSTNAME                  PIC X(08).
002710     05  SA-TIMESTAMP                      PIC X(16).
002720
002730*----------------------------------------------------------------
002740*   ACTIVITY-WORK-FILE RECORD
002750*----------------------------------------------------------------
002760 FD  ACTIVITY-WORK-FILE
002770     LABEL RECORDS ARE STANDARD.
002780 01  ACTIVITY-WORK-RECORD.
002790     05  AW-CONTACT-KEY.
002800         10  AW-LASTNAME                   PIC X(10).
002810         10  AW-FIRSTNAME                  PIC X(08).
002820     05  FILLER                            PIC X(01).
002830     05  AW-LAST-DATE                      PIC X(08).
002840
002850*----------------------------------------------------------------
002860*   SCORE-SORT-WORK-FILE - ONE SCORED CONTACT.  THE CHECK FLAGS
002870*   CARRY THE LETTER OF EACH FAILED CHECK IN ITS OWN POSITION
002880*   (P A E C D L S), SPACE WHEN THE CHECK PASSED.  THE LAYOUT
002890*   IS ALSO THE WORKLIST RECORD.
002900*----------------------------------------------------------------
002910 SD  SCORE-SORT-WORK-FILE.
002920 01  SS-SCORE-RECORD.
002930     05  SS-DEPARTMENT                     PIC X(03).
002940     05  FILLER                            PIC X(01).
002950     05  SS-FAIL-COUNT                     PIC 9(01).
002960     05  FILLER                            PIC X(01).
002970     05  SS-LASTNAME                       PIC X(10).
002980     05  FILLER                            PIC X(01).
002990     05  SS-FIRSTNAME                      PIC X(08).
003000     05  FILLER                            PIC X(01).
003010     05  SS-CHECK-FLAGS.
003020         10  SS-CHECK-FLAG OCCURS 7 TIMES  PIC X(01).
003030     05  FILLER                            PIC X(01).
003040     05  SS-LAST-ACTIVITY                  PIC X(08).
003050     05  FILLER                            PIC X(01).
003060     05  SS-EMAIL                          PIC X(26).
003070     05  FILLER                            PIC X(01).
003080     05  SS-PHONENUMBER                    PIC X(12).
003090
003100*----------------------------------------------------------------
003110*   WORKLIST-FILE RECORD - A COPY OF THE SCORED CONTACT
003120*----------------------------------------------------------------
003130 FD  WORKLIST-FILE
003140     LABEL RECORDS ARE STANDARD.
003150 01  WORKLIST-RECORD                       PIC X(82).
003160
003170 WORKING-STORAGE SECTION.
003180*----------------------------------------------------------------
003190*   SWITCHES AND FILE STATUS FIELDS
003200*----------------------------------------------------------------
003210 01  WS-PARM-STATUS                         PIC X(02).
003220     88  WS-PARM-OK                         VALUE "00".
003230 01  WS-MASTER-STATUS                       PIC X(02).
003240     88  WS-MASTER-OK                       VALUE "00".
003250 01  WS-MEMBER-FILE-STATUS                  PIC X(02).
003260     88  WS-MEMBER-FILE-OK                  VALUE "00".
003270     88  WS-MEMBER-FILE-MISSING             VALUE "35".
003280 01  WS-NOTE-FILE-STATUS                    PIC X(02).
003290     88  WS-NOTE-FILE-OK                    VALUE "00".
003300     88  WS-NOTE-FILE-MISSING               VALUE "35".
003310 01  WS-CATREF-STATUS                       PIC X(02).
003320     88  WS-CATREF-OK                       VALUE "00".
003330     88  WS-CATREF-MISSING                  VALUE "35".
003340 01  WS-AUDIT-STATUS                        PIC X(02).
003350     88  WS-AUDIT-OK                        VALUE "00".
003360     88  WS-AUDIT-FILE-MISSING              VALUE "35".
003370 01  WS-ACTIVITY-STATUS                     PIC X(02).
003380     88  WS-ACTIVITY-OK                     VALUE "00".
003390 01  WS-WORKLIST-STATUS                     PIC X(02).
003400     88  WS-WORKLIST-OK                     VALUE "00".
003410 01  WS-MASTER-EOF-SWITCH                   PIC X(01)
003420         VALUE "N".
003430     88  WS-MASTER-EOF                      VALUE "Y".
003440     88  WS-MASTER-NOT-EOF                  VALUE "N".
003450 01  WS-AUDIT-EOF-SWITCH                    PIC X(01)
003460         VALUE "N".
003470     88  WS-AUDIT-EOF                       VALUE "Y".
003480     88  WS-AUDIT-NOT-EOF                   VALUE "N".
003490 01  WS-ACT-SORT-EOF-SWITCH                 PIC X(01)
003500         VALUE "N".
003510     88  WS-ACT-SORT-EOF                    VALUE "Y".
003520     88  WS-ACT-SORT-NOT-EOF                VALUE "N".
003530 01  WS-ACTIVITY-EOF-SWITCH                 PIC X(01)
003540         VALUE "N".
003550     88  WS-ACTIVITY-EOF                    VALUE "Y".
003560     88  WS-ACTIVITY-NOT-EOF                VALUE "N".
003570 01  WS-SCORE-SORT-EOF-SWITCH               PIC X(01)
003580         VALUE "N".
003590     88  WS-SCORE-SORT-EOF                  VALUE "Y".
003600     88  WS-SCORE-SORT-NOT-EOF              VALUE "N".
003610 01  WS-RUN-OK-SWITCH                       PIC X(01)
003620         VALUE "N".
003630     88  WS-RUN-OK                          VALUE "Y".
003640     88  WS-RUN-NOT-OK                      VALUE "N".
003650 01  WS-MEMBERS-OPEN-SWITCH                 PIC X(01)
003660         VALUE "N".
003670     88  WS-MEMBERS-OPEN                    VALUE "Y".
003680     88  WS-MEMBERS-NOT-OPEN                VALUE "N".
003690 01  WS-NOTES-OPEN-SWITCH                   PIC X(01)
003700         VALUE "N".
003710     88  WS-NOTES-OPEN                      VALUE "Y".
003720     88  WS-NOTES-NOT-OPEN                  VALUE "N".
003730 01  WS-ACTIVITY-OPEN-SWITCH                PIC X(01)
003740         VALUE "N".
003750     88  WS-ACTIVITY-OPEN                   VALUE "Y".
003760     88  WS-ACTIVITY-NOT-OPEN               VALUE "N".
003770 01  WS-CATREF-LOADED-SWITCH                PIC X(01)
003780         VALUE "N".
003790     88  WS-CATREF-LOADED                   VALUE "Y".
003800     88  WS-CATREF-NOT-LOADED               VALUE "N".
003810 01  WS-CATREF-EOF-SWITCH                   PIC X(01)
003820         VALUE "N".
003830     88  WS-CATREF-EOF                      VALUE "Y".
003840     88  WS-CATREF-NOT-EOF                  VALUE "N".
003850 01  WS-SCAN-SWITCH                         PIC X(01)
003860         VALUE "N".
003870     88  WS-SCAN-DONE                       VALUE "Y".
003880     88  WS-SCAN-MORE                       VALUE "N".
003890 01  WS-DEPT-STARTED-SWITCH                 PIC X(01)
003900         VALUE "N".
003910     88  WS-DEPT-STARTED                    VALUE "Y".
003920     88  WS-DEPT-NOT-STARTED                VALUE "N".
003930*----------------------------------------------------------------
003940*   RUN DATE, STALE-ACTIVITY CUTOFF (ONE YEAR BEFORE THE RUN
003950*   DATE), AND THE DQSPARM SETTINGS
003960*----------------------------------------------------------------
003970 01  WS-TODAY-DATE                          PIC 9(08).
003980 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
003990                                            PIC X(08).
004000 01  WS-CUTOFF-DATE                         PIC 9(08).
004010 01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
004020                                            PIC X(08).
004030 01  WS-BOUNCE-LIMIT                        PIC 9(03)
004040         VALUE 3.
004050 01  WS-OFFENDER-LIMIT                      PIC 9(02)
004060         VALUE 10.
004070*----------------------------------------------------------------
004080*   CATEGORY REFERENCE TABLE, LOADED FROM CONTACTG
004090*----------------------------------------------------------------
004100 01  WS-CATEGORY-TABLE.
004110     05  WS-CAT-COUNT                      PIC 9(02) COMP
004120             VALUE ZERO.
004130     05  WS-CAT-ENTRY OCCURS 20 TIMES.
004140         10  WS-CAT-CODE                   PIC X(07).
004150         10  WS-CAT-ACTIVE                 PIC X(01).
004160 01  WS-CAT-SUB                             PIC 9(02) COMP.
004170 01  WS-CAT-FOUND-SWITCH                    PIC X(01).
004180     88  WS-CAT-FOUND                       VALUE "Y".
004190     88  WS-CAT-NOT-FOUND                   VALUE "N".
004200*----------------------------------------------------------------
004210*   THE SEVEN CHECKS - THE LETTER EACH SETS IN THE CHECK FLAGS
004220*   AND THE LABEL ITS SCORECARD LINE CARRIES
004230*----------------------------------------------------------------
004240 01  WS-CHECK-LETTER-VALUES                 PIC X(07)
004250         VALUE "PAECDLS".
004260 01  WS-CHECK-LETTERS REDEFINES WS-CHECK-LETTER-VALUES.
004270     05  WS-CHECK-LETTER OCCURS 7 TIMES    PIC X(01).
004280 01  WS-CHECK-LABEL-VALUES.
004290     05  FILLER                            PIC X(33)
004300             VALUE "NO PHONE NUMBER".
004310     05  FILLER                            PIC X(33)
004320             VALUE "POSTAL ADDRESS MISSING/PARTIAL".
004330     05  FILLER                            PIC X(33)
004340             VALUE "EMAIL UNDELIVERABLE OR BOUNCING".
004350     05  FILLER                            PIC X(33)
004360             VALUE "CATEGORY RETIRED OR UNKNOWN".
004370     05  FILLER                            PIC X(33)
004380             VALUE "NO OWNING DEPARTMENT".
004390     05  FILLER                            PIC X(33)
004400             VALUE "NO LIST MEMBERSHIPS".
004410     05  FILLER                            PIC X(33)
004420             VALUE "NO NOTE/AUDIT ACTIVITY IN A YEAR".
004430 01  WS-CHECK-LABELS REDEFINES WS-CHECK-LABEL-VALUES.
004440     05  WS-CHECK-LABEL OCCURS 7 TIMES     PIC X(33).
004450 01  WS-CHECK-SUB                           PIC 9(02) COMP.
004460*----------------------------------------------------------------
004470*   CURRENT CONTACT - ITS SUBSCRIBED-LIST COUNT AND THE DATE OF
004480*   ITS NEWEST NOTE OR AUDIT RECORD
004490*----------------------------------------------------------------
004500 01  WS-ACTIVE-LIST-COUNT                   PIC 9(06) COMP
004510         VALUE ZERO.
004520 01  WS-LAST-ACTIVITY                       PIC X(08)
004530         VALUE SPACES.
004540*----------------------------------------------------------------
004550*   ACTIVITY BREAK FIELDS - THE KEY BEING COLLAPSED AND THE
004560*   DATE OF ITS NEWEST AUDIT RECORD SO FAR
004570*----------------------------------------------------------------
004580 01  WS-HELD-KEY.
004590     05  WS-HELD-LASTNAME                  PIC X(10).
004600     05  WS-HELD-FIRSTNAME                 PIC X(08).
004610 01  WS-HELD-DATE                           PIC X(08).
004620*----------------------------------------------------------------
004630*   SCORECARD COUNTS - THE CURRENT DEPARTMENT'S, THE WHOLE
004640*   RUN'S, AND THE SET THE PAGE BEING PRINTED SHOWS.  THE THREE
004650*   GROUPS SHARE ONE LAYOUT SO A GROUP MOVE LOADS THE PAGE.
004660*----------------------------------------------------------------
004670 01  WS-DEPT-COUNTS.
004680     05  WS-DEPT-SCORED                    PIC 9(06) COMP.
004690     05  WS-DEPT-CLEAN                     PIC 9(06) COMP.
004700     05  WS-DEPT-FAILED OCCURS 7 TIMES     PIC 9(06) COMP.
004710 01  WS-ALL-COUNTS.
004720     05  WS-ALL-SCORED                     PIC 9(06) COMP.
004730     05  WS-ALL-CLEAN                      PIC 9(06) COMP.
004740     05  WS-ALL-FAILED OCCURS 7 TIMES      PIC 9(06) COMP.
004750 01  WS-SHOWN-COUNTS.
004760     05  WS-SHOWN-SCORED                   PIC 9(06) COMP.
004770     05  WS-SHOWN-CLEAN                    PIC 9(06) COMP.
004780     05  WS-SHOWN-FAILED OCCURS 7 TIMES    PIC 9(06) COMP.
004790 01  WS-CURRENT-DEPT                        PIC X(03)
004800         VALUE SPACES.
004810*----------------------------------------------------------------
004820*   WORST-OFFENDER TABLE - THE CURRENT DEPARTMENT'S FIRST
004830*   FAILING CONTACTS, WHICH THE SORT DELIVERS MOST FAILURES
004840*   FIRST
004850*----------------------------------------------------------------
004860 01  WS-OFFENDER-TABLE.
004870     05  WS-OFFENDER-COUNT                 PIC 9(02) COMP
004880             VALUE ZERO.
004890     05  WS-OFFENDER-ENTRY OCCURS 10 TIMES.
004900         10  WS-OFF-LASTNAME               PIC X(10).
004910         10  WS-OFF-FIRSTNAME              PIC X(08).
004920         10  WS-OFF-FAIL-COUNT             PIC 9(01).
004930         10  WS-OFF-CHECK-FLAGS            PIC X(07).
004940         10  WS-OFF-LAST-ACTIVITY          PIC X(08).
004950 01  WS-OFFENDER-SUB                        PIC 9(02) COMP.
004960*----------------------------------------------------------------
004970*   PERCENTAGE WORK FIELDS
004980*----------------------------------------------------------------
004990 01  WS-PCT-PART                            PIC 9(06) COMP.
005000 01  WS-PCT-BASE                            PIC 9(06) COMP.
005010 01  WS-PCT                                 PIC 9(03)V9.
005020*----------------------------------------------------------------
005030*   RUN COUNTERS
005040*----------------------------------------------------------------
005050 01  WS-PAGE-COUNT                          PIC 9(04) COMP
005060         VALUE ZERO.
005070 01  WS-RC-AUDIT-READ-COUNT                 PIC 9(06) COMP
005080         VALUE ZERO.
005090 01  WS-RC-MASTER-READ-COUNT                PIC 9(06) COMP
005100         VALUE ZERO.
005110 01  WS-RC-SCORED-COUNT                     PIC 9(06) COMP
005120         VALUE ZERO.
005130 01  WS-RC-SKIPPED-COUNT                    PIC 9(06) COMP
005140         VALUE ZERO.
005150 01  WS-RC-WORKLIST-COUNT                   PIC 9(06) COMP
005160         VALUE ZERO.
005170 01  WS-RC-DEPT-COUNT                       PIC 9(06) COMP
005180         VALUE ZERO.
005190*----------------------------------------------------------------
005200*   REPORT LINES
005210*----------------------------------------------------------------
005220 01  WS-DQS-SPACE-LINE                      PIC X(60)
005230         VALUE SPACES.
005240 01  WS-DQS-TITLE-LINE.
005250     05  FILLER                            PIC X(36)
005260             VALUE "CONTACT DATA-QUALITY SCORECARD".
005270     05  FILLER                            PIC X(06)
005280             VALUE "AS OF ".
005290     05  WS-DQS-DATE-OUT                   PIC X(08).
005300     05  FILLER                            PIC X(08)
005310             VALUE "  PAGE: ".
005320     05  WS-DQS-PAGE-OUT                   PIC ZZZ9.
005330 01  WS-DQS-DEPT-LINE.
005340     05  FILLER                            PIC X(12)
005350             VALUE "DEPARTMENT: ".
005360     05  WS-DQS-DEPT-OUT                   PIC X(17).
005370 01  WS-DQS-COUNT-LINE.
005380     05  WS-DQS-COUNT-LABEL                PIC X(36).
005390     05  WS-DQS-COUNT-OUT                  PIC ZZZ,ZZ9.
005400     05  FILLER                            PIC X(03)
005410             VALUE SPACES.
005420     05  WS-DQS-COUNT-PCT-OUT              PIC ZZ9.9.
005430     05  FILLER                            PIC X(01)
005440             VALUE "%".
005450 01  WS-DQS-CHECK-HEADER-LINE.
005460     05  FILLER                            PIC X(36)
005470             VALUE "   CHECK".
005480     05  FILLER                            PIC X(07)
005490             VALUE "FAILING".
005500     05  FILLER                            PIC X(09)
005510             VALUE "      PCT".
005520 01  WS-DQS-CHECK-LINE.
005530     05  WS-DQS-CHECK-LETTER-OUT           PIC X(01).
005540     05  FILLER                            PIC X(02)
005550             VALUE SPACES.
005560     05  WS-DQS-CHECK-LABEL-OUT            PIC X(33).
005570     05  WS-DQS-CHECK-COUNT-OUT            PIC ZZZ,ZZ9.
005580     05  FILLER                            PIC X(03)
005590             VALUE SPACES.
005600     05  WS-DQS-CHECK-PCT-OUT              PIC ZZ9.9.
005610     05  FILLER                            PIC X(01)
005620             VALUE "%".
005630 01  WS-DQS-OFFENDER-TITLE-LINE             PIC X(60)
005640         VALUE "WORST OFFENDERS".
005650 01  WS-DQS-OFFENDER-HEADER-LINE.
005660     05  FILLER                            PIC X(11)
005670             VALUE "LAST NAME".
005680     05  FILLER                            PIC X(09)
005690             VALUE "FIRST".
005700     05  FILLER                            PIC X(07)
005710             VALUE "FAILS".
005720     05  FILLER                            PIC X(09)
005730             VALUE "CHECKS".
005740     05  FILLER                            PIC X(13)
005750             VALUE "LAST ACTIVITY".
005760 01  WS-DQS-OFFENDER-LINE.
005770     05  WS-DQS-OFF-LASTNAME-OUT           PIC X(10).
005780     05  FILLER                            PIC X(01)
005790             VALUE SPACES.
005800     05  WS-DQS-OFF-FIRSTNAME-OUT          PIC X(08).
005810     05  FILLER                            PIC X(05)
005820             VALUE SPACES.
005830     05  WS-DQS-OFF-FAIL-COUNT-OUT         PIC 9(01).
005840     05  FILLER                            PIC X(02)
005850             VALUE SPACES.
005860     05  WS-DQS-OFF-FLAGS-OUT              PIC X(07).
005870     05  FILLER                            PIC X(02)
005880             VALUE SPACES.
005890     05  WS-DQS-OFF-ACTIVITY-OUT           PIC X(08).
005900 01  WS-RC-SUMMARY-LINE.
005910     05  WS-RC-SUMMARY-LABEL               PIC X(28).
005920     05  WS-RC-SUMMARY-OUT                 PIC ZZZ,ZZ9.
005930
005940 PROCEDURE DIVISION.
005950*================================================================
005960*  0000-MAINLINE
005970*================================================================
005980 0000-MAINLINE.
005990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006000     IF WS-RUN-OK
006010         SORT ACTIVITY-SORT-WORK-FILE
006020             ON ASCENDING KEY SA-LASTNAME
006030                              SA-FIRSTNAME
006040                              SA-TIMESTAMP
006050             INPUT PROCEDURE IS 1200-RELEASE-AUDIT
006060                 THRU 1200-EXIT
006070             OUTPUT PROCEDURE IS 1300-WRITE-LATEST-ACTIVITY
006080                 THRU 1300-EXIT
006090         SORT SCORE-SORT-WORK-FILE
006100             ON ASCENDING KEY SS-DEPARTMENT
006110             ON DESCENDING KEY SS-FAIL-COUNT
006120             ON ASCENDING KEY SS-LASTNAME
006130                              SS-FIRSTNAME
006140             INPUT PROCEDURE IS 2000-SCORE-MASTER
006150                 THRU 2000-EXIT
006160             OUTPUT PROCEDURE IS 3000-PRINT-SCORECARDS
006170                 THRU 3000-EXIT
006180         PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT
006190     END-IF.
006200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006210     GOBACK.
006220*================================================================
006230*  1000-INITIALIZE - SET THE STALE-ACTIVITY CUTOFF, PICK UP THE
006240*  PARAMETERS AND CATEGORY TABLE, AND OPEN THE MASTER AND THE
006250*  WORKLIST.  NO MASTER MEANS NOTHING TO SCORE.
006260*================================================================
006270 1000-INITIALIZE.
006280     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
006290     SUBTRACT 10000 FROM WS-TODAY-DATE GIVING WS-CUTOFF-DATE.
006300     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
006310     PERFORM 1100-LOAD-CATEGORY-TABLE THRU 1100-EXIT.
006320     OPEN INPUT CONTACT-MASTER-FILE.
006330     IF NOT WS-MASTER-OK
006340         DISPLAY "LAB01DQS: UNABLE TO OPEN CONTACT-MASTER-FILE, "
006350             "STATUS = " WS-MASTER-STATUS
006360     ELSE
006370         OPEN OUTPUT WORKLIST-FILE
006380         IF NOT WS-WORKLIST-OK
006390             DISPLAY "LAB01DQS: UNABLE TO OPEN WORKLIST-FILE, "
006400                 "STATUS = " WS-WORKLIST-STATUS
006410             CLOSE CONTACT-MASTER-FILE
006420         ELSE
006430             SET WS-RUN-OK                TO TRUE
006440             PERFORM 1150-OPEN-CHILD-FILES THRU 1150-EXIT
006450         END-IF
006460     END-IF.
006470 1000-EXIT.
006480     EXIT.
006490*================================================================
006500*  1050-READ-PARAMETERS - THE BOUNCE LIMIT AND THE NUMBER OF
006510*  WORST OFFENDERS PER PAGE.  A MISSING FILE, A BLANK OR NON-
006520*  NUMERIC FIELD, OR AN OFFENDER COUNT OUTSIDE 1-10 KEEPS THE
006530*  DEFAULT.
006540*================================================================
006550 1050-READ-PARAMETERS.
006560     OPEN INPUT DQS-PARM-FILE.
006570     IF WS-PARM-OK
006580         READ DQS-PARM-FILE
006590             AT END
006600                 MOVE SPACES              TO DQS-PARM-RECORD
006610         END-READ
006620         IF PARM-BOUNCE-LIMIT NUMERIC
006630             AND PARM-BOUNCE-LIMIT NOT = "000"
006640             MOVE PARM-BOUNCE-LIMIT       TO WS-BOUNCE-LIMIT
006650         END-IF
006660         IF PARM-OFFENDER-LIMIT NUMERIC
006670             AND PARM-OFFENDER-LIMIT NOT = "00"
006680             AND PARM-OFFENDER-LIMIT NOT > "10"
006690             MOVE PARM-OFFENDER-LIMIT     TO WS-OFFENDER-LIMIT
006700         END-IF
006710         CLOSE DQS-PARM-FILE
006720     END-IF.
006730 1050-EXIT.
006740     EXIT.
006750*================================================================
006760*  1100-LOAD-CATEGORY-TABLE - READ THE CATEGORY REFERENCE FILE
006770*  INTO THE TABLE.  WITHOUT IT NO CATEGORY CAN BE CALLED
006780*  RETIRED, SO THE CATEGORY CHECK IS SKIPPED FOR THE RUN.
006790*================================================================
006800 1100-LOAD-CATEGORY-TABLE.
006810     OPEN INPUT CATEGORY-REF-FILE.
006820     IF NOT WS-CATREF-OK
006830         IF WS-CATREF-MISSING
006840             DISPLAY "LAB01DQS: NO CATEGORY-REF-FILE - CATEGORY "
006850                 "CHECK SKIPPED"
006860         ELSE
006870             DISPLAY "LAB01DQS: ERROR OPENING CATEGORY-REF-FILE, "
006880                 "STATUS = " WS-CATREF-STATUS
006890         END-IF
006900     ELSE
006910         SET WS-CATREF-LOADED             TO TRUE
006920         SET WS-CATREF-NOT-EOF            TO TRUE
006930         PERFORM 1110-READ-CATEGORY THRU 1110-EXIT
006940         PERFORM 1120-TABLE-ONE-CATEGORY THRU 1120-EXIT
006950             UNTIL WS-CATREF-EOF
006960                OR WS-CAT-COUNT = 20
006970         CLOSE CATEGORY-REF-FILE
006980     END-IF.
006990 1100-EXIT.
007000     EXIT.
007010*================================================================
007020*  1110-READ-CATEGORY - READ THE NEXT CATEGORY REFERENCE ROW
007030*================================================================
007040 1110-READ-CATEGORY.
007050     READ CATEGORY-REF-FILE
007060         AT END
007070             SET WS-CATREF-EOF TO TRUE
007080     END-READ.
007090 1110-EXIT.
007100     EXIT.
007110*================================================================
007120*  1120-TABLE-ONE-CATEGORY - ADD ONE REFERENCE ROW TO THE TABLE
007130*================================================================
007140 1120-TABLE-ONE-CATEGORY.
007150     ADD 1 TO WS-CAT-COUNT.
007160     MOVE CG-CATREF-CODE        TO WS-CAT-CODE(WS-CAT-COUNT).
007170     MOVE CG-CATREF-ACTIVE      TO WS-CAT-ACTIVE(WS-CAT-COUNT).
007180     PERFORM 1110-READ-CATEGORY THRU 1110-EXIT.
007190 1120-EXIT.
007200     EXIT.
007210*================================================================
007220*  1150-OPEN-CHILD-FILES - THE MEMBERSHIP AND NOTE FILES.  A
007230*  FILE THAT WILL NOT OPEN IS REPORTED AND TREATED AS EMPTY -
007240*  EVERY CONTACT THEN FAILS THE LIST CHECK, OR HAS ONLY ITS
007250*  AUDIT RECORDS TO SHOW ACTIVITY.
007260*================================================================
007270 1150-OPEN-CHILD-FILES.
007280     OPEN INPUT LIST-MEMBER-FILE.
007290     IF WS-MEMBER-FILE-OK
007300         SET WS-MEMBERS-OPEN              TO TRUE
007310     ELSE
007320         IF WS-MEMBER-FILE-MISSING
007330             DISPLAY "LAB01DQS: NO LIST-MEMBER-FILE - NO CONTACT "
007340                 "HAS A LIST MEMBERSHIP"
007350         ELSE
007360             DISPLAY "LAB01DQS: ERROR OPENING LIST-MEMBER-FILE, "
007370                 "STATUS = " WS-MEMBER-FILE-STATUS
007380         END-IF
007390     END-IF.
007400     OPEN INPUT CONTACT-NOTE-FILE.
007410     IF WS-NOTE-FILE-OK
007420         SET WS-NOTES-OPEN                TO TRUE
007430     ELSE
007440         IF WS-NOTE-FILE-MISSING
007450             DISPLAY "LAB01DQS: NO CONTACT-NOTE-FILE - ACTIVITY "
007460                 "FROM THE AUDIT TRAIL ONLY"
007470         ELSE
007480             DISPLAY "LAB01DQS: ERROR OPENING CONTACT-NOTE-FILE, "
007490                 "STATUS = " WS-NOTE-FILE-STATUS
007500         END-IF
007510     END-IF.
007520 1150-EXIT.
007530     EXIT.
007540*================================================================
007550*  1200-RELEASE-AUDIT - INPUT PROCEDURE FOR THE ACTIVITY SORT.
007560*  RELEASES EVERY AUDIT RECORD'S CONTACT KEY AND TIMESTAMP.  THE
007570*  KEY IS THE AFTER IMAGE'S - THE KEY THE CONTACT HOLDS NOW,
007580*  ACROSS A RENAME - OR THE BEFORE IMAGE'S WHEN THERE IS NO
007590*  AFTER IMAGE.
007600*================================================================
007610 1200-RELEASE-AUDIT.
007620     OPEN INPUT CONTACT-AUDIT-FILE.
007630     IF NOT WS-AUDIT-OK
007640         IF WS-AUDIT-FILE-MISSING
007650             DISPLAY "LAB01DQS: NO AUDIT TRAIL - ACTIVITY FROM "
007660                 "NOTES ONLY"
007670         ELSE
007680             DISPLAY "LAB01DQS: ERROR OPENING CONTACT-AUDIT-"
007690                 "FILE, STATUS = " WS-AUDIT-STATUS
007700         END-IF
007710     ELSE
007720         SET WS-AUDIT-NOT-EOF             TO TRUE
007730         PERFORM 1210-READ-AUDIT THRU 1210-EXIT
007740         PERFORM 1220-RELEASE-ONE-AUDIT THRU 1220-EXIT
007750             UNTIL WS-AUDIT-EOF
007760         CLOSE CONTACT-AUDIT-FILE
007770     END-IF.
007780 1200-EXIT.
007790     EXIT.
007800*================================================================
007810*  1210-READ-AUDIT - READ THE NEXT AUDIT RECORD
007820*================================================================
007830 1210-READ-AUDIT.
007840     READ CONTACT-AUDIT-FILE
007850         AT END
007860             SET WS-AUDIT-EOF TO TRUE
007870     END-READ.
007880 1210-EXIT.
007890     EXIT.
007900*================================================================
007910*  1220-RELEASE-ONE-AUDIT - ONE AUDIT KEY AND TIME TO THE SORT
007920*================================================================
007930 1220-RELEASE-ONE-AUDIT.
007940     ADD 1 TO WS-RC-AUDIT-READ-COUNT.
007950     IF AUD-AFT-LASTNAME NOT = SPACES
007960         MOVE AUD-AFT-LASTNAME            TO SA-LASTNAME
007970         MOVE AUD-AFT-FIRSTNAME           TO SA-FIRSTNAME
007980     ELSE
007990         MOVE AUD-BEF-LASTNAME            TO SA-LASTNAME
008000         MOVE AUD-BEF-FIRSTNAME           TO SA-FIRSTNAME
008010     END-IF.
008020     MOVE AUD-TIMESTAMP                   TO SA-TIMESTAMP.
008030     RELEASE SA-ACTIVITY-RECORD.
008040     PERFORM 1210-READ-AUDIT THRU 1210-EXIT.
008050 1220-EXIT.
008060     EXIT.
008070*================================================================
008080*  1300-WRITE-LATEST-ACTIVITY - OUTPUT PROCEDURE FOR THE
008090*  ACTIVITY SORT.  COLLAPSES EACH KEY'S RECORDS TO ONE ROW
008100*  CARRYING THE DATE OF ITS NEWEST RECORD - THE LAST ONE, SINCE
008110*  THE TIMESTAMP IS THE MINOR SORT KEY.
008120*================================================================
008130 1300-WRITE-LATEST-ACTIVITY.
008140     OPEN OUTPUT ACTIVITY-WORK-FILE.
008150     IF NOT WS-ACTIVITY-OK
008160         DISPLAY "LAB01DQS: UNABLE TO OPEN ACTIVITY-WORK-FILE, "
008170             "STATUS = " WS-ACTIVITY-STATUS
008180     ELSE
008190         SET WS-ACT-SORT-NOT-EOF          TO TRUE
008200         MOVE SPACES                      TO WS-HELD-KEY
008210         MOVE SPACES                      TO WS-HELD-DATE
008220         PERFORM 1310-RETURN-ACTIVITY THRU 1310-EXIT
008230         PERFORM 1320-COLLAPSE-ONE-ACTIVITY THRU 1320-EXIT
008240             UNTIL WS-ACT-SORT-EOF
008250         IF WS-HELD-KEY NOT = SPACES
008260             PERFORM 1330-WRITE-HELD-ACTIVITY THRU 1330-EXIT
008270         END-IF
008280         CLOSE ACTIVITY-WORK-FILE
008290     END-IF.
008300 1300-EXIT.
008310     EXIT.
008320*================================================================
008330*  1310-RETURN-ACTIVITY - NEXT SORTED AUDIT KEY AND TIME
008340*================================================================
008350 1310-RETURN-ACTIVITY.
008360     RETURN ACTIVITY-SORT-WORK-FILE
008370         AT END
008380             SET WS-ACT-SORT-EOF TO TRUE
008390     END-RETURN.
008400 1310-EXIT.
008410     EXIT.
008420*================================================================
008430*  1320-COLLAPSE-ONE-ACTIVITY - WRITE THE HELD KEY WHEN THE KEY
008440*  CHANGES, THEN HOLD THIS RECORD'S DATE AS THE NEWEST SO FAR
008450*================================================================
008460 1320-COLLAPSE-ONE-ACTIVITY.
008470     IF SA-CONTACT-KEY NOT = WS-HELD-KEY
008480         IF WS-HELD-KEY NOT = SPACES
008490             PERFORM 1330-WRITE-HELD-ACTIVITY THRU 1330-EXIT
008500         END-IF
008510         MOVE SA-CONTACT-KEY              TO WS-HELD-KEY
008520     END-IF.
008530     MOVE SA-TIMESTAMP(1:8)               TO WS-HELD-DATE.
008540     PERFORM 1310-RETURN-ACTIVITY THRU 1310-EXIT.
008550 1320-EXIT.
008560     EXIT.
008570*================================================================
008580*  1330-WRITE-HELD-ACTIVITY - ONE KEY'S NEWEST AUDIT DATE
008590*================================================================
008600 1330-WRITE-HELD-ACTIVITY.
008610     MOVE SPACES                          TO ACTIVITY-WORK-RECORD.
008620     MOVE WS-HELD-KEY                     TO AW-CONTACT-KEY.
008630     MOVE WS-HELD-DATE                    TO AW-LAST-DATE.
008640     WRITE ACTIVITY-WORK-RECORD.
008642     IF NOT WS-ACTIVITY-OK
008644         DISPLAY "LAB01DQS: ERROR WRITING ACTIVITY-WORK-FILE, "
008646             "STATUS = " WS-ACTIVITY-STATUS
008648     END-IF.
008650 1330-EXIT.
008660     EXIT.
008670*================================================================
008680*  2000-SCORE-MASTER - INPUT PROCEDURE FOR THE SCORE SORT.  READS
008690*  THE MASTER IN KEY ORDER ALONGSIDE THE ACTIVITY WORK FILE,
008700*  WHICH IS IN THE SAME ORDER, AND RELEASES ONE SCORED RECORD
008710*  PER ACTIVE CONTACT.
008720*================================================================
008730 2000-SCORE-MASTER.
008740     SET WS-ACTIVITY-NOT-EOF              TO TRUE.
008750     OPEN INPUT ACTIVITY-WORK-FILE.
008760     IF NOT WS-ACTIVITY-OK
008770         SET WS-ACTIVITY-EOF              TO TRUE
008780     ELSE
008790         SET WS-ACTIVITY-OPEN             TO TRUE
008800         PERFORM 2020-READ-ACTIVITY THRU 2020-EXIT
008810     END-IF.
008820     SET WS-MASTER-NOT-EOF                TO TRUE.
008830     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
008840     PERFORM 2100-SCORE-ONE-CONTACT THRU 2100-EXIT
008850         UNTIL WS-MASTER-EOF.
008860     IF WS-ACTIVITY-OPEN
008870         CLOSE ACTIVITY-WORK-FILE
008880     END-IF.
008890 2000-EXIT.
008900     EXIT.
008910*================================================================
008920*  2010-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER
008930*================================================================
008940 2010-READ-MASTER.
008950     READ CONTACT-MASTER-FILE NEXT RECORD
008960         AT END
008970             SET WS-MASTER-EOF TO TRUE
008980     END-READ.
008990 2010-EXIT.
009000     EXIT.
009010*================================================================
009020*  2020-READ-ACTIVITY - READ THE NEXT ACTIVITY WORK ROW
009030*================================================================
009040 2020-READ-ACTIVITY.
009050     READ ACTIVITY-WORK-FILE
009060         AT END
009070             SET WS-ACTIVITY-EOF TO TRUE
009080     END-READ.
009090 2020-EXIT.
009100     EXIT.
009110*================================================================
009120*  2100-SCORE-ONE-CONTACT - SCORE AN ACTIVE CONTACT AND RELEASE
009130*  IT TO THE SORT; INACTIVE AND DO-NOT-CONTACT ONES ARE COUNTED
009140*  AND PASSED BY
009150*================================================================
009160 2100-SCORE-ONE-CONTACT.
009170     ADD 1 TO WS-RC-MASTER-READ-COUNT.
009180     IF CM-STATUS = "A" OR CM-STATUS = SPACES
009190         PERFORM 2200-CHECK-CONTACT THRU 2200-EXIT
009200         RELEASE SS-SCORE-RECORD
009210         ADD 1 TO WS-RC-SCORED-COUNT
009220     ELSE
009230         ADD 1 TO WS-RC-SKIPPED-COUNT
009240     END-IF.
009250     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
009260 2100-EXIT.
009270     EXIT.
009280*================================================================
009290*  2200-CHECK-CONTACT - RUN THE SEVEN CHECKS, BUILDING THE SCORE
009300*  RECORD WITH A LETTER IN EACH FAILED CHECK'S POSITION
009310*================================================================
009320 2200-CHECK-CONTACT.
009330     MOVE SPACES                          TO SS-SCORE-RECORD.
009340     MOVE ZERO                            TO SS-FAIL-COUNT.
009350     MOVE CM-DEPARTMENT                   TO SS-DEPARTMENT.
009360     MOVE CM-LASTNAME                     TO SS-LASTNAME.
009370     MOVE CM-FIRSTNAME                    TO SS-FIRSTNAME.
009380     MOVE CM-EMAIL                        TO SS-EMAIL.
009390     MOVE CM-PHONENUMBER                  TO SS-PHONENUMBER.
009400     IF CM-PHONENUMBER = SPACES
009410         MOVE 1                           TO WS-CHECK-SUB
009420         PERFORM 2290-FAIL-CHECK THRU 2290-EXIT
009430     END-IF.
009440     IF CM-STREET = SPACES
009450         OR CM-CITY = SPACES
009460         OR CM-PROVINCE = SPACES
009470         OR CM-POSTALCODE = SPACES
009480         MOVE 2                           TO WS-CHECK-SUB
009490         PERFORM 2290-FAIL-CHECK THRU 2290-EXIT
009500     END-IF.
009510     IF CM-EMAIL-FLAG = "U"
009520         OR (CM-BOUNCE-COUNT NUMERIC
009530             AND CM-BOUNCE-COUNT NOT < WS-BOUNCE-LIMIT)
009540         MOVE 3                           TO WS-CHECK-SUB
009550         PERFORM 2290-FAIL-CHECK THRU 2290-EXIT
009560     END-IF.
009570     IF WS-CATREF-LOADED
009580         PERFORM 2300-CHECK-CATEGORY THRU 2300-EXIT
009590         IF WS-CAT-NOT-FOUND
009600             MOVE 4                       TO WS-CHECK-SUB
009610             PERFORM 2290-FAIL-CHECK THRU 2290-EXIT
009620         END-IF
009630     END-IF.
009640     IF CM-DEPARTMENT = SPACES
009650         MOVE 5                           TO WS-CHECK-SUB
009660         PERFORM 2290-FAIL-CHECK THRU 2290-EXIT
009670     END-IF.
009680     PERFORM 2400-COUNT-MEMBERSHIPS THRU 2400-EXIT.
009690     IF WS-ACTIVE-LIST-COUNT = ZERO
009700         MOVE 6                           TO WS-CHECK-SUB
009710         PERFORM 2290-FAIL-CHECK THRU 2290-EXIT
009720     END-IF.
009730     PERFORM 2500-FIND-LAST-ACTIVITY THRU 2500-EXIT.
009740     MOVE WS-LAST-ACTIVITY                TO SS-LAST-ACTIVITY.
009750     IF WS-LAST-ACTIVITY = SPACES
009760         OR WS-LAST-ACTIVITY < WS-CUTOFF-DATE-X
009770         MOVE 7                           TO WS-CHECK-SUB
009780         PERFORM 2290-FAIL-CHECK THRU 2290-EXIT
009790     END-IF.
009800 2200-EXIT.
009810     EXIT.
009820*================================================================
009830*  2290-FAIL-CHECK - MARK CHECK WS-CHECK-SUB FAILED
009840*================================================================
009850 2290-FAIL-CHECK.
009860     MOVE WS-CHECK-LETTER(WS-CHECK-SUB)
009870         TO SS-CHECK-FLAG(WS-CHECK-SUB).
009880     ADD 1 TO SS-FAIL-COUNT.
009890 2290-EXIT.
009900     EXIT.
009910*================================================================
009920*  2300-CHECK-CATEGORY - THE CONTACT'S CATEGORY MUST BE ON THE
009930*  REFERENCE TABLE AND STILL ACTIVE
009940*================================================================
009950 2300-CHECK-CATEGORY.
009960     SET WS-CAT-NOT-FOUND                 TO TRUE.
009970     PERFORM 2310-CHECK-ONE-CATEGORY THRU 2310-EXIT
009980         VARYING WS-CAT-SUB FROM 1 BY 1
009990         UNTIL WS-CAT-SUB > WS-CAT-COUNT
010000            OR WS-CAT-FOUND.
010010 2300-EXIT.
010020     EXIT.
010030*================================================================
010040*  2310-CHECK-ONE-CATEGORY - COMPARE ONE TABLE ENTRY
010050*================================================================
010060 2310-CHECK-ONE-CATEGORY.
010070     IF CM-CATEGORY = WS-CAT-CODE(WS-CAT-SUB)
010080         AND WS-CAT-ACTIVE(WS-CAT-SUB) = "Y"
010090         SET WS-CAT-FOUND                 TO TRUE
010100     END-IF.
010110 2310-EXIT.
010120     EXIT.
010130*================================================================
010140*  2400-COUNT-MEMBERSHIPS - LOOK FOR A SUBSCRIBED (STATUS A) ROW
010150*  UNDER THE CONTACT'S KEY; THE FIRST ONE FOUND IS ENOUGH
010160*================================================================
010170 2400-COUNT-MEMBERSHIPS.
010180     MOVE ZERO                            TO WS-ACTIVE-LIST-COUNT.
010190     IF WS-MEMBERS-OPEN
010200         MOVE CM-LASTNAME                 TO MB-MEMBER-LASTNAME
010210         MOVE CM-FIRSTNAME                TO MB-MEMBER-FIRSTNAME
010220         MOVE LOW-VALUES                  TO MB-MEMBER-LIST-CODE
010230         START LIST-MEMBER-FILE
010240             KEY IS NOT LESS THAN MB-MEMBER-KEY
010250             INVALID KEY
010260                 CONTINUE
010270             NOT INVALID KEY
010280                 SET WS-SCAN-MORE         TO TRUE
010290                 PERFORM 2410-READ-ONE-MEMBERSHIP THRU 2410-EXIT
010300                     UNTIL WS-SCAN-DONE
010310         END-START
010320     END-IF.
010330 2400-EXIT.
010340     EXIT.
010350*================================================================
010360*  2410-READ-ONE-MEMBERSHIP - NEXT ROW; STOP AT THE END OF THE
010370*  CONTACT'S ROWS OR AT ITS FIRST SUBSCRIBED ONE
010380*================================================================
010390 2410-READ-ONE-MEMBERSHIP.
010400     READ LIST-MEMBER-FILE NEXT RECORD
010410         AT END
010420             SET WS-SCAN-DONE             TO TRUE
010430         NOT AT END
010440             IF MB-MEMBER-LASTNAME = CM-LASTNAME
010450                 AND MB-MEMBER-FIRSTNAME = CM-FIRSTNAME
010460                 IF MB-MEMBER-STATUS = "A"
010470                     ADD 1 TO WS-ACTIVE-LIST-COUNT
010480                     SET WS-SCAN-DONE     TO TRUE
010490                 END-IF
010500             ELSE
010510                 SET WS-SCAN-DONE         TO TRUE
010520             END-IF
010530     END-READ.
010540 2410-EXIT.
010550     EXIT.
010560*================================================================
010570*  2500-FIND-LAST-ACTIVITY - THE NEWER OF THE CONTACT'S NEWEST
010580*  AUDIT DATE (FROM THE ACTIVITY WORK FILE, ADVANCED IN STEP
010590*  WITH THE MASTER) AND ITS NEWEST NOTE DATE
010600*================================================================
010610 2500-FIND-LAST-ACTIVITY.
010620     MOVE SPACES                          TO WS-LAST-ACTIVITY.
010630     PERFORM 2020-READ-ACTIVITY THRU 2020-EXIT
010640         UNTIL WS-ACTIVITY-EOF
010650            OR AW-CONTACT-KEY NOT < CM-CONTACT-KEY.
010660     IF WS-ACTIVITY-NOT-EOF
010670         AND AW-CONTACT-KEY = CM-CONTACT-KEY
010680         MOVE AW-LAST-DATE                TO WS-LAST-ACTIVITY
010690     END-IF.
010700     IF WS-NOTES-OPEN
010710         MOVE CM-LASTNAME                 TO NT-NOTE-LASTNAME
010720         MOVE CM-FIRSTNAME                TO NT-NOTE-FIRSTNAME
010730         MOVE ZERO                        TO NT-NOTE-SEQUENCE
010740         START CONTACT-NOTE-FILE
010750             KEY IS NOT LESS THAN NT-NOTE-KEY
010760             INVALID KEY
010770                 CONTINUE
010780             NOT INVALID KEY
010790                 SET WS-SCAN-MORE         TO TRUE
010800                 PERFORM 2510-READ-ONE-NOTE THRU 2510-EXIT
010810                     UNTIL WS-SCAN-DONE
010820         END-START
010830     END-IF.
010840 2500-EXIT.
010850     EXIT.
010860*================================================================
010870*  2510-READ-ONE-NOTE - NEXT NOTE; KEEP ITS DATE IF IT IS THE
010880*  NEWEST ACTIVITY YET, STOPPING AT THE END OF THE CONTACT'S
010890*  NOTES
010900*================================================================
010910 2510-READ-ONE-NOTE.
010920     READ CONTACT-NOTE-FILE NEXT RECORD
010930         AT END
010940             SET WS-SCAN-DONE             TO TRUE
010950         NOT AT END
010960             IF NT-NOTE-LASTNAME = CM-LASTNAME
010970                 AND NT-NOTE-FIRSTNAME = CM-FIRSTNAME
010980                 IF NT-NOTE-TIMESTAMP(1:8) > WS-LAST-ACTIVITY
010990                     MOVE NT-NOTE-TIMESTAMP(1:8)
011000                         TO WS-LAST-ACTIVITY
011010                 END-IF
011020             ELSE
011030                 SET WS-SCAN-DONE         TO TRUE
011040             END-IF
011050     END-READ.
011060 2510-EXIT.
011070     EXIT.
011080*================================================================
011090*  3000-PRINT-SCORECARDS - OUTPUT PROCEDURE FOR THE SCORE SORT.
011100*  BREAKS ON THE DEPARTMENT, PRINTING EACH DEPARTMENT'S PAGE AS
011110*  IT FINISHES, WRITES EVERY FAILING CONTACT TO THE WORKLIST,
011120*  AND ENDS WITH THE ALL-DEPARTMENTS PAGE.
011130*================================================================
011140 3000-PRINT-SCORECARDS.
011150     SET WS-SCORE-SORT-NOT-EOF            TO TRUE.
011160     SET WS-DEPT-NOT-STARTED              TO TRUE.
011170     MOVE ZERO                            TO WS-ALL-SCORED.
011180     MOVE ZERO                            TO WS-ALL-CLEAN.
011190     PERFORM 3010-ZERO-ALL-CHECK THRU 3010-EXIT
011200         VARYING WS-CHECK-SUB FROM 1 BY 1
011210         UNTIL WS-CHECK-SUB > 7.
011220     PERFORM 3020-RETURN-SCORE THRU 3020-EXIT.
011230     PERFORM 3100-TALLY-ONE-CONTACT THRU 3100-EXIT
011240         UNTIL WS-SCORE-SORT-EOF.
011250     IF WS-DEPT-STARTED
011260         PERFORM 3300-PRINT-DEPT-PAGE THRU 3300-EXIT
011270     END-IF.
011280     PERFORM 3400-PRINT-ALL-DEPT-PAGE THRU 3400-EXIT.
011290 3000-EXIT.
011300     EXIT.
011310*================================================================
011320*  3010-ZERO-ALL-CHECK - CLEAR ONE RUN-WIDE CHECK COUNT
011330*================================================================
011340 3010-ZERO-ALL-CHECK.
011350     MOVE ZERO                  TO WS-ALL-FAILED(WS-CHECK-SUB).
011360 3010-EXIT.
011370     EXIT.
011380*================================================================
011390*  3020-RETURN-SCORE - NEXT SORTED SCORE RECORD
011400*================================================================
011410 3020-RETURN-SCORE.
011420     RETURN SCORE-SORT-WORK-FILE
011430         AT END
011440             SET WS-SCORE-SORT-EOF TO TRUE
011450     END-RETURN.
011460 3020-EXIT.
011470     EXIT.
011480*================================================================
011490*  3100-TALLY-ONE-CONTACT - START A NEW DEPARTMENT AT EACH
011500*  BREAK, COUNT THIS CONTACT, AND WORKLIST IT IF IT FAILED
011510*================================================================
011520 3100-TALLY-ONE-CONTACT.
011530     IF WS-DEPT-NOT-STARTED
011540         PERFORM 3200-START-DEPARTMENT THRU 3200-EXIT
011550     ELSE
011560         IF SS-DEPARTMENT NOT = WS-CURRENT-DEPT
011570             PERFORM 3300-PRINT-DEPT-PAGE THRU 3300-EXIT
011580             PERFORM 3200-START-DEPARTMENT THRU 3200-EXIT
011590         END-IF
011600     END-IF.
011610     ADD 1 TO WS-DEPT-SCORED.
011620     ADD 1 TO WS-ALL-SCORED.
011630     IF SS-FAIL-COUNT = ZERO
011640         ADD 1 TO WS-DEPT-CLEAN
011650         ADD 1 TO WS-ALL-CLEAN
011660     ELSE
011670         PERFORM 3110-COUNT-ONE-CHECK THRU 3110-EXIT
011680             VARYING WS-CHECK-SUB FROM 1 BY 1
011690             UNTIL WS-CHECK-SUB > 7
011700         PERFORM 3120-WRITE-WORKLIST THRU 3120-EXIT
011710         IF WS-OFFENDER-COUNT < WS-OFFENDER-LIMIT
011720             PERFORM 3130-HOLD-OFFENDER THRU 3130-EXIT
011730         END-IF
011740     END-IF.
011750     PERFORM 3020-RETURN-SCORE THRU 3020-EXIT.
011760 3100-EXIT.
011770     EXIT.
011780*================================================================
011790*  3110-COUNT-ONE-CHECK - COUNT ONE FAILED CHECK FOR THE
011800*  DEPARTMENT AND THE RUN
011810*================================================================
011820 3110-COUNT-ONE-CHECK.
011830     IF SS-CHECK-FLAG(WS-CHECK-SUB) NOT = SPACE
011840         ADD 1 TO WS-DEPT-FAILED(WS-CHECK-SUB)
011850         ADD 1 TO WS-ALL-FAILED(WS-CHECK-SUB)
011860     END-IF.
011870 3110-EXIT.
011880     EXIT.
011890*================================================================
011900*  3120-WRITE-WORKLIST - ONE FAILING CONTACT TO THE WORKLIST
011910*================================================================
011920 3120-WRITE-WORKLIST.
011930     MOVE SS-SCORE-RECORD                 TO WORKLIST-RECORD.
011940     WRITE WORKLIST-RECORD.
011950     IF NOT WS-WORKLIST-OK
011960         DISPLAY "LAB01DQS: ERROR WRITING WORKLIST-FILE, "
011970             "STATUS = " WS-WORKLIST-STATUS
011980     ELSE
011990         ADD 1 TO WS-RC-WORKLIST-COUNT
012000     END-IF.
012010 3120-EXIT.
012020     EXIT.
012030*================================================================
012040*  3130-HOLD-OFFENDER - KEEP THIS CONTACT FOR THE DEPARTMENT'S
012050*  WORST-OFFENDER LIST
012060*================================================================
012070 3130-HOLD-OFFENDER.
012080     ADD 1 TO WS-OFFENDER-COUNT.
012090     MOVE SS-LASTNAME
012100         TO WS-OFF-LASTNAME(WS-OFFENDER-COUNT).
012110     MOVE SS-FIRSTNAME
012120         TO WS-OFF-FIRSTNAME(WS-OFFENDER-COUNT).
012130     MOVE SS-FAIL-COUNT
012140         TO WS-OFF-FAIL-COUNT(WS-OFFENDER-COUNT).
012150     MOVE SS-CHECK-FLAGS
012160         TO WS-OFF-CHECK-FLAGS(WS-OFFENDER-COUNT).
012170     MOVE SS-LAST-ACTIVITY
012180         TO WS-OFF-LAST-ACTIVITY(WS-OFFENDER-COUNT).
012190 3130-EXIT.
012200     EXIT.
012210*================================================================
012220*  3200-START-DEPARTMENT - CLEAR THE DEPARTMENT'S COUNTS AND
012230*  WORST-OFFENDER LIST
012240*================================================================
012250 3200-START-DEPARTMENT.
012260     SET WS-DEPT-STARTED                  TO TRUE.
012270     MOVE SS-DEPARTMENT                   TO WS-CURRENT-DEPT.
012280     MOVE ZERO                            TO WS-DEPT-SCORED.
012290     MOVE ZERO                            TO WS-DEPT-CLEAN.
012300     MOVE ZERO                            TO WS-OFFENDER-COUNT.
012310     PERFORM 3210-ZERO-DEPT-CHECK THRU 3210-EXIT
012320         VARYING WS-CHECK-SUB FROM 1 BY 1
012330         UNTIL WS-CHECK-SUB > 7.
012340 3200-EXIT.
012350     EXIT.
012360*================================================================
012370*  3210-ZERO-DEPT-CHECK - CLEAR ONE DEPARTMENT CHECK COUNT
012380*================================================================
012390 3210-ZERO-DEPT-CHECK.
012400     MOVE ZERO                  TO WS-DEPT-FAILED(WS-CHECK-SUB).
012410 3210-EXIT.
012420     EXIT.
012430*================================================================
012440*  3300-PRINT-DEPT-PAGE - THE FINISHED DEPARTMENT'S SCORECARD
012450*  AND ITS WORST OFFENDERS
012460*================================================================
012470 3300-PRINT-DEPT-PAGE.
012480     ADD 1 TO WS-RC-DEPT-COUNT.
012490     IF WS-CURRENT-DEPT = SPACES
012500         MOVE "(UNOWNED)"                 TO WS-DQS-DEPT-OUT
012510     ELSE
012520         MOVE WS-CURRENT-DEPT             TO WS-DQS-DEPT-OUT
012530     END-IF.
012540     MOVE WS-DEPT-COUNTS                  TO WS-SHOWN-COUNTS.
012550     PERFORM 3500-PRINT-PAGE-BODY THRU 3500-EXIT.
012560     PERFORM 3600-PRINT-OFFENDERS THRU 3600-EXIT.
012570 3300-EXIT.
012580     EXIT.
012590*================================================================
012600*  3400-PRINT-ALL-DEPT-PAGE - THE SAME SCORECARD OVER EVERY
012610*  ACTIVE CONTACT IN THE RUN
012620*================================================================
012630 3400-PRINT-ALL-DEPT-PAGE.
012640     MOVE "(ALL DEPARTMENTS)"             TO WS-DQS-DEPT-OUT.
012650     MOVE WS-ALL-COUNTS                   TO WS-SHOWN-COUNTS.
012660     PERFORM 3500-PRINT-PAGE-BODY THRU 3500-EXIT.
012670 3400-EXIT.
012680     EXIT.
012690*================================================================
012700*  3500-PRINT-PAGE-BODY - PAGE HEADERS, THE CONTACTS SCORED AND
012710*  PASSING, AND ONE LINE PER CHECK, FROM WS-SHOWN-COUNTS
012720*================================================================
012730 3500-PRINT-PAGE-BODY.
012740     ADD 1 TO WS-PAGE-COUNT.
012750     MOVE WS-PAGE-COUNT                   TO WS-DQS-PAGE-OUT.
012760     MOVE WS-TODAY-DATE-X                 TO WS-DQS-DATE-OUT.
012770     DISPLAY WS-DQS-SPACE-LINE.
012780     DISPLAY WS-DQS-TITLE-LINE.
012790     DISPLAY WS-DQS-DEPT-LINE.
012800     DISPLAY WS-DQS-SPACE-LINE.
012810     MOVE "ACTIVE CONTACTS SCORED"        TO WS-DQS-COUNT-LABEL.
012820     MOVE WS-SHOWN-SCORED                 TO WS-PCT-PART.
012830     PERFORM 3520-PRINT-COUNT-LINE THRU 3520-EXIT.
012840     MOVE "PASSING EVERY CHECK"           TO WS-DQS-COUNT-LABEL.
012850     MOVE WS-SHOWN-CLEAN                  TO WS-PCT-PART.
012860     PERFORM 3520-PRINT-COUNT-LINE THRU 3520-EXIT.
012870     DISPLAY WS-DQS-SPACE-LINE.
012880     DISPLAY WS-DQS-CHECK-HEADER-LINE.
012890     PERFORM 3510-PRINT-CHECK-LINE THRU 3510-EXIT
012900         VARYING WS-CHECK-SUB FROM 1 BY 1
012910         UNTIL WS-CHECK-SUB > 7.
012920 3500-EXIT.
012930     EXIT.
012940*================================================================
012950*  3510-PRINT-CHECK-LINE - ONE CHECK'S FAILING COUNT AND ITS
012960*  PERCENTAGE OF THE CONTACTS SCORED
012970*================================================================
012980 3510-PRINT-CHECK-LINE.
012990     MOVE WS-CHECK-LETTER(WS-CHECK-SUB)
013000         TO WS-DQS-CHECK-LETTER-OUT.
013010     MOVE WS-CHECK-LABEL(WS-CHECK-SUB)
013020         TO WS-DQS-CHECK-LABEL-OUT.
013030     MOVE WS-SHOWN-FAILED(WS-CHECK-SUB)   TO WS-PCT-PART.
013040     MOVE WS-PCT-PART              TO WS-DQS-CHECK-COUNT-OUT.
013050     PERFORM 3530-COMPUTE-PCT THRU 3530-EXIT.
013060     MOVE WS-PCT                          TO WS-DQS-CHECK-PCT-OUT.
013070     DISPLAY WS-DQS-CHECK-LINE.
013080 3510-EXIT.
013090     EXIT.
013100*================================================================
013110*  3520-PRINT-COUNT-LINE - ONE LABELLED COUNT AND ITS PERCENTAGE
013120*  OF THE CONTACTS SCORED
013130*================================================================
013140 3520-PRINT-COUNT-LINE.
013150     MOVE WS-PCT-PART                     TO WS-DQS-COUNT-OUT.
013160     PERFORM 3530-COMPUTE-PCT THRU 3530-EXIT.
013170     MOVE WS-PCT                          TO WS-DQS-COUNT-PCT-OUT.
013180     DISPLAY WS-DQS-COUNT-LINE.
013190 3520-EXIT.
013200     EXIT.
013210*================================================================
013220*  3530-COMPUTE-PCT - WS-PCT-PART AS A PERCENTAGE OF THE
013230*  CONTACTS SCORED ON THIS PAGE, TO ONE DECIMAL
013240*================================================================
013250 3530-COMPUTE-PCT.
013260     MOVE WS-SHOWN-SCORED                 TO WS-PCT-BASE.
013270     IF WS-PCT-BASE = ZERO
013280         MOVE ZERO                        TO WS-PCT
013290     ELSE
013300         COMPUTE WS-PCT ROUNDED = WS-PCT-PART * 100 / WS-PCT-BASE
013310     END-IF.
013320 3530-EXIT.
013330     EXIT.
013340*================================================================
013350*  3600-PRINT-OFFENDERS - THE DEPARTMENT'S WORST OFFENDERS, MOST
013360*  FAILED CHECKS FIRST
013370*================================================================
013380 3600-PRINT-OFFENDERS.
013390     DISPLAY WS-DQS-SPACE-LINE.
013400     IF WS-OFFENDER-COUNT = ZERO
013410         DISPLAY "NO CONTACT IN THIS DEPARTMENT FAILED A CHECK"
013420     ELSE
013430         DISPLAY WS-DQS-OFFENDER-TITLE-LINE
013440         DISPLAY WS-DQS-OFFENDER-HEADER-LINE
013450         PERFORM 3610-PRINT-ONE-OFFENDER THRU 3610-EXIT
013460             VARYING WS-OFFENDER-SUB FROM 1 BY 1
013470             UNTIL WS-OFFENDER-SUB > WS-OFFENDER-COUNT
013480     END-IF.
013490 3600-EXIT.
013500     EXIT.
013510*================================================================
013520*  3610-PRINT-ONE-OFFENDER - ONE WORST-OFFENDER LINE
013530*================================================================
013540 3610-PRINT-ONE-OFFENDER.
013550     MOVE WS-OFF-LASTNAME(WS-OFFENDER-SUB)
013560         TO WS-DQS-OFF-LASTNAME-OUT.
013570     MOVE WS-OFF-FIRSTNAME(WS-OFFENDER-SUB)
013580         TO WS-DQS-OFF-FIRSTNAME-OUT.
013590     MOVE WS-OFF-FAIL-COUNT(WS-OFFENDER-SUB)
013600         TO WS-DQS-OFF-FAIL-COUNT-OUT.
013610     MOVE WS-OFF-CHECK-FLAGS(WS-OFFENDER-SUB)
013620         TO WS-DQS-OFF-FLAGS-OUT.
013630     MOVE WS-OFF-LAST-ACTIVITY(WS-OFFENDER-SUB)
013640         TO WS-DQS-OFF-ACTIVITY-OUT.
013650     DISPLAY WS-DQS-OFFENDER-LINE.
013660 3610-EXIT.
013670     EXIT.
013680*================================================================
013690*  8000-PRINT-RUN-TOTALS - RUN TOTALS UNDER THE SCORECARDS
013700*================================================================
013710 8000-PRINT-RUN-TOTALS.
013720     DISPLAY WS-DQS-SPACE-LINE.
013730     DISPLAY "ACTIVITY CUTOFF DATE:       " WS-CUTOFF-DATE-X.
013740     MOVE "AUDIT RECORDS READ:         "
013750         TO WS-RC-SUMMARY-LABEL.
013760     MOVE WS-RC-AUDIT-READ-COUNT          TO WS-RC-SUMMARY-OUT.
013770     DISPLAY WS-RC-SUMMARY-LINE.
013780     MOVE "MASTER RECORDS READ:        "
013790         TO WS-RC-SUMMARY-LABEL.
013800     MOVE WS-RC-MASTER-READ-COUNT         TO WS-RC-SUMMARY-OUT.
013810     DISPLAY WS-RC-SUMMARY-LINE.
013820     MOVE "ACTIVE CONTACTS SCORED:     "
013830         TO WS-RC-SUMMARY-LABEL.
013840     MOVE WS-RC-SCORED-COUNT              TO WS-RC-SUMMARY-OUT.
013850     DISPLAY WS-RC-SUMMARY-LINE.
013860     MOVE "INACTIVE/DNC NOT SCORED:    "
013870         TO WS-RC-SUMMARY-LABEL.
013880     MOVE WS-RC-SKIPPED-COUNT             TO WS-RC-SUMMARY-OUT.
013890     DISPLAY WS-RC-SUMMARY-LINE.
013900     MOVE "DEPARTMENTS SCORED:         "
013910         TO WS-RC-SUMMARY-LABEL.
013920     MOVE WS-RC-DEPT-COUNT                TO WS-RC-SUMMARY-OUT.
013930     DISPLAY WS-RC-SUMMARY-LINE.
013940     MOVE "CONTACTS ON WORKLIST:       "
013950         TO WS-RC-SUMMARY-LABEL.
013960     MOVE WS-RC-WORKLIST-COUNT            TO WS-RC-SUMMARY-OUT.
013970     DISPLAY WS-RC-SUMMARY-LINE.
013980 8000-EXIT.
013990     EXIT.
014000*================================================================
014010*  9000-TERMINATE - CLOSE FILES AND RETURN
014020*================================================================
014030 9000-TERMINATE.
014040     IF WS-RUN-OK
014050         CLOSE CONTACT-MASTER-FILE
014060         CLOSE WORKLIST-FILE
014070     END-IF.
014080     IF WS-MEMBERS-OPEN
014090         CLOSE LIST-MEMBER-FILE
014100     END-IF.
014110     IF WS-NOTES-OPEN
014120         CLOSE CONTACT-NOTE-FILE
014130     END-IF.
014140 9000-EXIT.
014150     EXIT.
014160 END PROGRAM LAB01DQS.
