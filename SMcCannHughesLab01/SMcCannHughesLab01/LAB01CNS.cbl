000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01CNS.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01CNS
000088*  DESCRIPTION  NIGHTLY CONSENT EXPIRY SWEEP.  READS EVERY
000096*               CONSENT RECORD AND PICKS OUT THOSE CARRYING AN
000104*               EXPIRY DATE - IMPLIED (TYPE I) CONSENTS, AND ANY
000112*               EXPRESS ONE GIVEN A DATE - THAT HAVE ALREADY RUN
000120*               OUT OR RUN OUT WITHIN THE CNSPARM WINDOW (30 DAYS
000130*               UNLESS SET).  EACH IS LOOKED UP ON THE MASTER
000140*               FOR ITS OWNING DEPARTMENT AND LISTED ON THAT
000150*               DEPARTMENT'S PAGE, SOONEST EXPIRY FIRST, SO THE
000160*               DEPARTMENT CAN GET EXPRESS CONSENT BEFORE IT IS
000170*               TOO LATE.  FOR EVERY CONSENT ALREADY EXPIRED
000180*               THE SWEEP APPENDS A U (UNSUBSCRIBE) TRANSACTION
000190*               TO THE RAW CONTACT-TXN BATCH FOR EACH LIST THE
000200*               CONTACT IS STILL SUBSCRIBED TO, UNDER ITS OWN H
000210*               HEADER, SO THE OPT-OUTS GO THROUGH THE LAB01EDT
000220*               EDIT AND THE LAB01 APPLY AND AUDIT LIKE ANY
000230*               OTHER.  INACTIVE CONTACTS AND CONSENTS WITH NO
000240*               CONTACT BEHIND THEM ARE COUNTED, NOT LISTED.
000250*================================================================
000260*  MODIFICATION HISTORY
000270*----------------------------------------------------------------
000280*  DATE       INIT  DESCRIPTION
000290*  2026-10-15 SMH   ORIGINAL - EXPIRED AND EXPIRING IMPLIED
000300*                   CONSENTS BY OWNING DEPARTMENT, AND THE
000310*                   UNSUBSCRIBES FOR THE EXPIRED ONES.
000311*  2026-10-15 SMH   CONTACT COPYBOOK ALSO MAPS THE ORGANIZATION
000312*                   ID ONTO THE MASTER RECORD.
000313*  2026-10-15 SMH   ANY CONSENT WITH AN EXPIRY DATE IS SWEPT, NOT
000314*                   ONLY IMPLIED ONES.  THE BATCH OPEN AND EVERY
000315*                   WRITE TO IT ARE CHECKED; A FAILED WRITE IS
000316*                   COUNTED AND RETURNED.
000320*================================================================
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.         GENERIC-PC.
000370 OBJECT-COMPUTER.         GENERIC-PC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*----------------------------------------------------------------
000410*   CNS-PARM-FILE - OPTIONAL RUN PARAMETERS.  COLUMNS 1-3 ARE
000420*   THE NUMBER OF DAYS AHEAD TO LOOK FOR EXPIRING CONSENTS.
000430*----------------------------------------------------------------
000440     SELECT CNS-PARM-FILE
000450         ASSIGN TO           "CNSPARM"
000460         ORGANIZATION IS     LINE SEQUENTIAL
000470         FILE STATUS IS      WS-PARM-STATUS.
000480
000490*----------------------------------------------------------------
000500*   CONSENT-FILE - ONE CONSENT RECORD PER CONTACT, READ IN FULL
000510*   IN KEY ORDER
000520*----------------------------------------------------------------
000530     SELECT CONSENT-FILE
000540         ASSIGN TO           "CONSENT"
000550         ORGANIZATION IS     INDEXED
000560         ACCESS MODE IS      DYNAMIC
000570         RECORD KEY IS       CN-CONSENT-KEY
000580         FILE STATUS IS      WS-CONSENT-FILE-STATUS.
000590
000600*----------------------------------------------------------------
000610*   CONTACT-MASTER-FILE - SAME PHYSICAL FILE AS LAB01, OPENED
000620*   INPUT-ONLY FOR THE OWNING DEPARTMENT AND STATUS
000630*----------------------------------------------------------------
000640     SELECT CONTACT-MASTER-FILE
000650         ASSIGN TO           "CONTACTM"
000660         ORGANIZATION IS     INDEXED
000670         ACCESS MODE IS      DYNAMIC
000680         RECORD KEY IS       CM-CONTACT-KEY
000690         ALTERNATE RECORD KEY IS CM-EMAIL
000700             WITH DUPLICATES
000710         FILE STATUS IS      WS-MASTER-STATUS.
000720
000730*----------------------------------------------------------------
000740*   LIST-MEMBER-FILE - THE LISTS AN EXPIRED CONTACT IS STILL
000750*   SUBSCRIBED TO, READ WITH START PER CONTACT
000760*----------------------------------------------------------------
000770     SELECT LIST-MEMBER-FILE
000780         ASSIGN TO           "CONTACTS"
000790         ORGANIZATION IS     INDEXED
000800         ACCESS MODE IS      DYNAMIC
000810         RECORD KEY IS       MB-MEMBER-KEY
000820         FILE STATUS IS      WS-MEMBER-FILE-STATUS.
000830
000840*----------------------------------------------------------------
000850*   CONTACT-TXN-FILE - THE RAW TRANSACTION BATCH.  GENERATED
000860*   UNSUBSCRIBES ARE APPENDED SO THEY JOIN ANY HAND-KEYED
000870*   TRANSACTIONS ALREADY WAITING FOR THE LAB01EDT EDIT PASS.
000880*----------------------------------------------------------------
000890     SELECT CONTACT-TXN-FILE
000900         ASSIGN TO           "CONTACTX"
000910         ORGANIZATION IS     LINE SEQUENTIAL
000920         FILE STATUS IS      WS-TXN-FILE-STATUS.
000930
000940*----------------------------------------------------------------
000950*   CNS-SORT-WORK-FILE - THE SWEPT CONSENTS, SORTED BY
000960*   DEPARTMENT AND SOONEST EXPIRY FOR THE REPORT
000970*----------------------------------------------------------------
000980     SELECT CNS-SORT-WORK-FILE
000990         ASSIGN TO           "CNSSORT".
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  CNS-PARM-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  CNS-PARM-RECORD.
001060     05  PARM-WINDOW-DAYS                  PIC X(03).
001070
001080 FD  CONSENT-FILE
001090     LABEL RECORDS ARE STANDARD.
001100*  RECORD LAYOUT COMES FROM THE SHARED CONSENT COPYBOOK.
001110     COPY CONSENT
001120      REPLACING ==WS-CONSENT-RECORD==  BY ==CN-CONSENT-RECORD==
001130           ==WS-CONSENT-KEY==         BY ==CN-CONSENT-KEY==
001140           ==WS-CONSENT-LASTNAME==    BY ==CN-CONSENT-LASTNAME==
001150           ==WS-CONSENT-FIRSTNAME==   BY ==CN-CONSENT-FIRSTNAME==
001160           ==WS-CONSENT-TYPE==        BY ==CN-CONSENT-TYPE==
001170           ==WS-CONSENT-SOURCE==      BY ==CN-CONSENT-SOURCE==
001180           ==WS-CONSENT-OBTAINED-DATE==
001190                          BY ==CN-CONSENT-OBTAINED-DATE==
001200           ==WS-CONSENT-EXPIRY-DATE==
001210                          BY ==CN-CONSENT-EXPIRY-DATE==.
001220
001230 FD  CONTACT-MASTER-FILE
001240     LABEL RECORDS ARE STANDARD.
001250*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
001260     COPY CONTACTR
001270         REPLACING ==WS-CONTACT==     BY ==CM-CONTACT==
001280                   ==WS-CONTACT-KEY== BY ==CM-CONTACT-KEY==
001290                   ==WS-LASTNAME==    BY ==CM-LASTNAME==
001300                   ==WS-FIRSTNAME==   BY ==CM-FIRSTNAME==
001310                   ==WS-EMAIL==       BY ==CM-EMAIL==
001320                   ==WS-PHONENUMBER== BY ==CM-PHONENUMBER==
001330                   ==WS-CATEGORY==    BY ==CM-CATEGORY==
001340                   ==WS-STREET==      BY ==CM-STREET==
001350                   ==WS-CITY==        BY ==CM-CITY==
001360                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
001370                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
001380                   ==WS-STATUS==      BY ==CM-STATUS==
001390                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
001400                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
001410                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001420                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001430                   ==WS-LAST-BOUNCE-DATE==
001440                                BY ==CM-LAST-BOUNCE-DATE==
001443                   ==WS-ORGANIZATION-ID==
001446                                BY ==CM-ORGANIZATION-ID==.
001450
001460 FD  LIST-MEMBER-FILE
001470     LABEL RECORDS ARE STANDARD.
001480*  RECORD LAYOUT COMES FROM THE SHARED CONTACTS COPYBOOK.
001490     COPY CONTACTS
001500      REPLACING ==WS-MEMBER==         BY ==MB-MEMBER==
001510           ==WS-MEMBER-KEY==          BY ==MB-MEMBER-KEY==
001520           ==WS-MEMBER-LASTNAME==     BY ==MB-MEMBER-LASTNAME==
001530           ==WS-MEMBER-FIRSTNAME==    BY ==MB-MEMBER-FIRSTNAME==
001540           ==WS-MEMBER-LIST-CODE==    BY ==MB-MEMBER-LIST-CODE==
001550           ==WS-MEMBER-STATUS==       BY ==MB-MEMBER-STATUS==
001560           ==WS-MEMBER-STATUS-DATE==
001570                                    BY ==MB-MEMBER-STATUS-DATE==.
001580
001590 FD  CONTACT-TXN-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY CONTACTX
001620      REPLACING ==WS-TRANSACTION==  BY ==TX-TRANSACTION==
001630           ==WS-TXN-CODE==          BY ==TX-TXN-CODE==
001640           ==WS-TXN-IS-ADD==        BY ==TX-TXN-IS-ADD==
001650           ==WS-TXN-IS-CHANGE==     BY ==TX-TXN-IS-CHANGE==
001660           ==WS-TXN-IS-DELETE==     BY ==TX-TXN-IS-DELETE==
001670           ==WS-TXN-IS-SUBSCRIBE==  BY ==TX-TXN-IS-SUBSCRIBE==
001680           ==WS-TXN-IS-UNSUBSCRIBE==
001690                                    BY ==TX-TXN-IS-UNSUBSCRIBE==
001700           ==WS-TXN-IS-RENAME==     BY ==TX-TXN-IS-RENAME==
001710           ==WS-TXN-IS-HEADER==     BY ==TX-TXN-IS-HEADER==
001720           ==WS-TXN-IS-NOTE==       BY ==TX-TXN-IS-NOTE==
001730           ==WS-TXN-IS-CONSENT==    BY ==TX-TXN-IS-CONSENT==
001731           ==WS-TXN-IS-ORG-ADD==    BY ==TX-TXN-IS-ORG-ADD==
001732           ==WS-TXN-IS-ORG-CHANGE== BY ==TX-TXN-IS-ORG-CHANGE==
001733           ==WS-TXN-IS-ORG-CLOSE==  BY ==TX-TXN-IS-ORG-CLOSE==
001734           ==WS-TXN-IS-ORGANIZATION==
001735                          BY ==TX-TXN-IS-ORGANIZATION==
001740           ==WS-TXN-CONTACT-KEY==   BY ==TX-TXN-CONTACT-KEY==
001750           ==WS-TXN-LASTNAME==      BY ==TX-TXN-LASTNAME==
001760           ==WS-TXN-FIRSTNAME==     BY ==TX-TXN-FIRSTNAME==
001770           ==WS-TXN-EMAIL==         BY ==TX-TXN-EMAIL==
001780           ==WS-TXN-PHONENUMBER==   BY ==TX-TXN-PHONENUMBER==
001790           ==WS-TXN-CATEGORY==      BY ==TX-TXN-CATEGORY==
001800           ==WS-TXN-STREET==        BY ==TX-TXN-STREET==
001810           ==WS-TXN-CITY==          BY ==TX-TXN-CITY==
001820           ==WS-TXN-PROVINCE==      BY ==TX-TXN-PROVINCE==
001830           ==WS-TXN-POSTALCODE==    BY ==TX-TXN-POSTALCODE==
001840           ==WS-TXN-STATUS==        BY ==TX-TXN-STATUS==
001850           ==WS-TXN-LIST-CODE==     BY ==TX-TXN-LIST-CODE==
001860           ==WS-TXN-NEW-CONTACT-KEY==
001870                                BY ==TX-TXN-NEW-CONTACT-KEY==
001880           ==WS-TXN-NEW-LASTNAME==  BY ==TX-TXN-NEW-LASTNAME==
001890           ==WS-TXN-NEW-FIRSTNAME==
001900                                BY ==TX-TXN-NEW-FIRSTNAME==
001910           ==WS-TXN-EFFECTIVE-DATE==
001920                                BY ==TX-TXN-EFFECTIVE-DATE==
001930           ==WS-TXN-DEPARTMENT==    BY ==TX-TXN-DEPARTMENT==
001940           ==WS-TXN-OVERRIDE==      BY ==TX-TXN-OVERRIDE==
001950           ==WS-TXN-NOTE-TEXT==     BY ==TX-TXN-NOTE-TEXT==
001951           ==WS-TXN-ORG-DATA==      BY ==TX-TXN-ORG-DATA==
001952           ==WS-TXN-ORG-NAME==      BY ==TX-TXN-ORG-NAME==
001953           ==WS-TXN-ORG-ACCOUNT==   BY ==TX-TXN-ORG-ACCOUNT==
001954           ==WS-TXN-ORG-ID==        BY ==TX-TXN-ORG-ID==
001960           ==WS-TXN-CONSENT-DATA==
001970                                BY ==TX-TXN-CONSENT-DATA==
001980           ==WS-TXN-CONSENT-TYPE==
001990                                BY ==TX-TXN-CONSENT-TYPE==
002000           ==WS-TXN-CONSENT-SOURCE==
002010                                BY ==TX-TXN-CONSENT-SOURCE==
002020           ==WS-TXN-CONSENT-OBTAINED==
002030                                BY ==TX-TXN-CONSENT-OBTAINED==
002040           ==WS-TXN-CONSENT-EXPIRY==
002050                                BY ==TX-TXN-CONSENT-EXPIRY==
002060           ==WS-TXN-BATCH-ID==      BY ==TX-TXN-BATCH-ID==
002070           ==WS-TXN-OPERATOR==      BY ==TX-TXN-OPERATOR==.
002080
002090*----------------------------------------------------------------
002100*   CNS-SORT-WORK-FILE - ONE SWEPT CONSENT WITH ITS OWNING
002110*   DEPARTMENT AND WHETHER IT HAS EXPIRED OR IS EXPIRING
002120*----------------------------------------------------------------
002130 SD  CNS-SORT-WORK-FILE.
002140 01  SC-CONSENT-RECORD.
002150     05  SC-DEPARTMENT                     PIC X(03).
002160     05  SC-EXPIRY-DATE                    PIC X(08).
002170     05  SC-LASTNAME                       PIC X(10).
002180     05  SC-FIRSTNAME                      PIC X(08).
002190     05  SC-SOURCE                         PIC X(20).
002200     05  SC-OBTAINED-DATE                  PIC X(08).
002210     05  SC-STATE                          PIC X(01).
002220         88  SC-EXPIRED                    VALUE "X".
002230         88  SC-EXPIRING                   VALUE "W".
002240
002250 WORKING-STORAGE SECTION.
002260*----------------------------------------------------------------
002270*   GENERATED-TRANSACTION WORKING AREA
002280*----------------------------------------------------------------
002290     COPY CONTACTX.
002300*----------------------------------------------------------------
002310*   SWITCHES AND FILE STATUS FIELDS
002320*----------------------------------------------------------------
002330 01  WS-PARM-STATUS                         PIC X(02).
002340     88  WS-PARM-OK                         VALUE "00".
002350 01  WS-CONSENT-FILE-STATUS                 PIC X(02).
002360     88  WS-CONSENT-FILE-OK                 VALUE "00".
002370     88  WS-CONSENT-FILE-MISSING            VALUE "35".
002380 01  WS-MASTER-STATUS                       PIC X(02).
002390     88  WS-MASTER-OK                       VALUE "00".
002400 01  WS-MEMBER-FILE-STATUS                  PIC X(02).
002410     88  WS-MEMBER-FILE-OK                  VALUE "00".
002420     88  WS-MEMBER-FILE-MISSING             VALUE "35".
002430 01  WS-TXN-FILE-STATUS                     PIC X(02).
002440     88  WS-TXN-FILE-OK                     VALUE "00".
002450     88  WS-TXN-FILE-MISSING                VALUE "35".
002460 01  WS-CONSENT-EOF-SWITCH                  PIC X(01)
002470         VALUE "N".
002480     88  WS-CONSENT-EOF                     VALUE "Y".
002490     88  WS-CONSENT-NOT-EOF                 VALUE "N".
002500 01  WS-SORT-EOF-SWITCH                     PIC X(01)
002510         VALUE "N".
002520     88  WS-SORT-EOF                        VALUE "Y".
002530     88  WS-SORT-NOT-EOF                    VALUE "N".
002540 01  WS-RUN-OK-SWITCH                       PIC X(01)
002550         VALUE "N".
002560     88  WS-RUN-OK                          VALUE "Y".
002570     88  WS-RUN-NOT-OK                      VALUE "N".
002580 01  WS-MEMBERS-OPEN-SWITCH                 PIC X(01)
002590         VALUE "N".
002600     88  WS-MEMBERS-OPEN                    VALUE "Y".
002610     88  WS-MEMBERS-NOT-OPEN                VALUE "N".
002620 01  WS-SCAN-SWITCH                         PIC X(01)
002630         VALUE "N".
002640     88  WS-SCAN-DONE                       VALUE "Y".
002650     88  WS-SCAN-MORE                       VALUE "N".
002660 01  WS-DEPT-STARTED-SWITCH                 PIC X(01)
002670         VALUE "N".
002680     88  WS-DEPT-STARTED                    VALUE "Y".
002690     88  WS-DEPT-NOT-STARTED                VALUE "N".
002700*----------------------------------------------------------------
002710*   THE SWEEP'S BATCH - AN H HEADER AHEAD OF THE FIRST
002720*   GENERATED UNSUBSCRIBE NAMES THIS OPERATOR ID AND A BATCH ID
002730*   TAKEN FROM THE DATE AND TIME.  NO DEPARTMENT IS NAMED, SO
002740*   THE UNSUBSCRIBES ARE EDITED UNOWNED, AS LAB01IMP'S ARE.
002750*----------------------------------------------------------------
002760 01  WS-SWEEP-OPERATOR                      PIC X(08)
002770         VALUE "CNSSWEEP".
002780 01  WS-BATCH-STAMP.
002790     05  WS-BATCH-STAMP-DATE               PIC 9(08).
002800     05  WS-BATCH-STAMP-TIME               PIC 9(08).
002810 01  WS-HEADER-WRITTEN-SWITCH               PIC X(01)
002820         VALUE "N".
002830     88  WS-HEADER-WRITTEN                  VALUE "Y".
002840     88  WS-HEADER-NOT-WRITTEN              VALUE "N".
002850*----------------------------------------------------------------
002860*   RUN DATE, THE CNSPARM WINDOW, AND THE LAST DAY IT REACHES
002870*----------------------------------------------------------------
002880 01  WS-TODAY-DATE                          PIC 9(08).
002890 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
002900                                            PIC X(08).
002910 01  WS-WINDOW-DAYS                         PIC 9(03)
002920         VALUE 30.
002930 01  WS-WINDOW-DATE                         PIC X(08).
002940 01  WS-DAY-SUB                             PIC 9(03) COMP.
002950*----------------------------------------------------------------
002960*   CALENDAR WORK FIELDS FOR STEPPING THE WINDOW DATE A DAY AT
002970*   A TIME
002980*----------------------------------------------------------------
002990 01  WS-DATE-WORK.
003000     05  WS-DATE-YEAR                      PIC 9(04).
003010     05  WS-DATE-MONTH                     PIC 9(02).
003020     05  WS-DATE-DAY                       PIC 9(02).
003030 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(08).
003040 01  WS-LEAP-QUOTIENT                       PIC 9(04) COMP.
003050 01  WS-LEAP-REMAINDER                      PIC 9(04) COMP.
003060 01  WS-MONTH-MAX-DAY                       PIC 9(02).
003070*----------------------------------------------------------------
003080*   DEPARTMENT BREAK FIELDS
003090*----------------------------------------------------------------
003100 01  WS-CURRENT-DEPT                        PIC X(03)
003110         VALUE SPACES.
003120 01  WS-DEPT-EXPIRED-COUNT                  PIC 9(06) COMP.
003130 01  WS-DEPT-EXPIRING-COUNT                 PIC 9(06) COMP.
003140*----------------------------------------------------------------
003150*   RUN COUNTERS
003160*----------------------------------------------------------------
003170 01  WS-PAGE-COUNT                          PIC 9(04) COMP
003180         VALUE ZERO.
003190 01  WS-RC-CONSENT-READ-COUNT               PIC 9(06) COMP
003200         VALUE ZERO.
003210 01  WS-RC-CURRENT-COUNT                    PIC 9(06) COMP
003220         VALUE ZERO.
003230 01  WS-RC-EXPIRED-COUNT                    PIC 9(06) COMP
003240         VALUE ZERO.
003250 01  WS-RC-EXPIRING-COUNT                   PIC 9(06) COMP
003260         VALUE ZERO.
003270 01  WS-RC-INACTIVE-COUNT                   PIC 9(06) COMP
003280         VALUE ZERO.
003290 01  WS-RC-ORPHAN-COUNT                     PIC 9(06) COMP
003300         VALUE ZERO.
003310 01  WS-RC-UNSUB-GEN-COUNT                  PIC 9(06) COMP
003320         VALUE ZERO.
003330 01  WS-RC-DEPT-COUNT                       PIC 9(06) COMP
003340         VALUE ZERO.
003343 01  WS-RC-WRITE-ERROR-COUNT                PIC 9(06) COMP
003346         VALUE ZERO.
003350*----------------------------------------------------------------
003360*   REPORT LINES
003370*----------------------------------------------------------------
003380 01  WS-CNS-SPACE-LINE                      PIC X(60)
003390         VALUE SPACES.
003400 01  WS-CNS-TITLE-LINE.
003410     05  FILLER                            PIC X(36)
003420             VALUE "CONSENT EXPIRY SWEEP".
003430     05  FILLER                            PIC X(06)
003440             VALUE "AS OF ".
003450     05  WS-CNS-DATE-OUT                   PIC X(08).
003460     05  FILLER                            PIC X(08)
003470             VALUE "  PAGE: ".
003480     05  WS-CNS-PAGE-OUT                   PIC ZZZ9.
003490 01  WS-CNS-DEPT-LINE.
003500     05  FILLER                            PIC X(12)
003510             VALUE "DEPARTMENT: ".
003520     05  WS-CNS-DEPT-OUT                   PIC X(17).
003530 01  WS-CNS-HEADER-LINE.
003540     05  FILLER                            PIC X(11)
003550             VALUE "LAST NAME".
003560     05  FILLER                            PIC X(09)
003570             VALUE "FIRST".
003580     05  FILLER                            PIC X(10)
003590             VALUE "OBTAINED".
003600     05  FILLER                            PIC X(10)
003610             VALUE "EXPIRES".
003620     05  FILLER                            PIC X(10)
003630             VALUE "STATE".
003640     05  FILLER                            PIC X(06)
003650             VALUE "SOURCE".
003660 01  WS-CNS-DETAIL-LINE.
003670     05  WS-CNS-LASTNAME-OUT               PIC X(10).
003680     05  FILLER                            PIC X(01)
003690             VALUE SPACES.
003700     05  WS-CNS-FIRSTNAME-OUT              PIC X(08).
003710     05  FILLER                            PIC X(01)
003720             VALUE SPACES.
003730     05  WS-CNS-OBTAINED-OUT               PIC X(08).
003740     05  FILLER                            PIC X(02)
003750             VALUE SPACES.
003760     05  WS-CNS-EXPIRY-OUT                 PIC X(08).
003770     05  FILLER                            PIC X(02)
003780             VALUE SPACES.
003790     05  WS-CNS-STATE-OUT                  PIC X(08).
003800     05  FILLER                            PIC X(02)
003810             VALUE SPACES.
003820     05  WS-CNS-SOURCE-OUT                 PIC X(20).
003830 01  WS-RC-SUMMARY-LINE.
003840     05  WS-RC-SUMMARY-LABEL               PIC X(28).
003850     05  WS-RC-SUMMARY-OUT                 PIC ZZZ,ZZ9.
003860
003870 PROCEDURE DIVISION.
003880*================================================================
003890*  0000-MAINLINE
003900*================================================================
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003930     IF WS-RUN-OK
003940         SORT CNS-SORT-WORK-FILE
003950             ON ASCENDING KEY SC-DEPARTMENT
003960                              SC-EXPIRY-DATE
003970                              SC-LASTNAME
003980                              SC-FIRSTNAME
003990             INPUT PROCEDURE IS 2000-SELECT-CONSENTS
004000                 THRU 2000-EXIT
004010             OUTPUT PROCEDURE IS 3000-PRINT-SWEEP
004020                 THRU 3000-EXIT
004030         PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT
004040     END-IF.
004050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004060     GOBACK.
004070*================================================================
004080*  1000-INITIALIZE - SET THE WINDOW DATE, THEN OPEN THE CONSENT
004090*  FILE, THE MASTER, AND THE TRANSACTION BATCH.  NO CONSENT
004100*  FILE OR NO MASTER MEANS NOTHING TO SWEEP.
004110*================================================================
004120 1000-INITIALIZE.
004130     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004140     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
004150     MOVE WS-TODAY-DATE-X                 TO WS-DATE-WORK-X.
004160     PERFORM 1100-ADD-ONE-DAY THRU 1100-EXIT
004170         VARYING WS-DAY-SUB FROM 1 BY 1
004180         UNTIL WS-DAY-SUB > WS-WINDOW-DAYS.
004190     MOVE WS-DATE-WORK-X                  TO WS-WINDOW-DATE.
004200     OPEN INPUT CONSENT-FILE.
004210     IF NOT WS-CONSENT-FILE-OK
004220         IF WS-CONSENT-FILE-MISSING
004230             DISPLAY "LAB01CNS: NO CONSENT-FILE - NOTHING TO "
004240                 "SWEEP"
004250         ELSE
004260             DISPLAY "LAB01CNS: UNABLE TO OPEN CONSENT-FILE, "
004270                 "STATUS = " WS-CONSENT-FILE-STATUS
004280         END-IF
004290     ELSE
004300         OPEN INPUT CONTACT-MASTER-FILE
004310         IF NOT WS-MASTER-OK
004320             DISPLAY "LAB01CNS: UNABLE TO OPEN "
004330                 "CONTACT-MASTER-FILE, STATUS = "
004340                 WS-MASTER-STATUS
004350             CLOSE CONSENT-FILE
004360         ELSE
004370             OPEN EXTEND CONTACT-TXN-FILE
004380             IF WS-TXN-FILE-MISSING
004390                 OPEN OUTPUT CONTACT-TXN-FILE
004400             END-IF
004402             IF NOT WS-TXN-FILE-OK
004404                 DISPLAY "LAB01CNS: UNABLE TO OPEN "
004406                     "CONTACT-TXN-FILE, STATUS = "
004408                     WS-TXN-FILE-STATUS
004410                 CLOSE CONSENT-FILE
004412                 CLOSE CONTACT-MASTER-FILE
004414             ELSE
004416                 SET WS-RUN-OK            TO TRUE
004418                 PERFORM 1150-OPEN-MEMBER-FILE THRU 1150-EXIT
004420             END-IF
004430         END-IF
004440     END-IF.
004450 1000-EXIT.
004460     EXIT.
004470*================================================================
004480*  1050-READ-PARAMETERS - THE NUMBER OF DAYS AHEAD TO LOOK.  A
004490*  MISSING FILE, OR A BLANK, ZERO, OR NON-NUMERIC FIELD, KEEPS
004500*  THE 30-DAY DEFAULT.
004510*================================================================
004520 1050-READ-PARAMETERS.
004530     OPEN INPUT CNS-PARM-FILE.
004540     IF WS-PARM-OK
004550         READ CNS-PARM-FILE
004560             AT END
004570                 MOVE SPACES              TO CNS-PARM-RECORD
004580         END-READ
004590         IF PARM-WINDOW-DAYS NUMERIC
004600             AND PARM-WINDOW-DAYS NOT = "000"
004610             MOVE PARM-WINDOW-DAYS        TO WS-WINDOW-DAYS
004620         END-IF
004630         CLOSE CNS-PARM-FILE
004640     END-IF.
004650 1050-EXIT.
004660     EXIT.
004670*================================================================
004680*  1100-ADD-ONE-DAY - STEP THE CALENDAR WORK DATE ON BY ONE
004690*  DAY, ROLLING THE MONTH AND YEAR OVER AT THEIR ENDS
004700*================================================================
004710 1100-ADD-ONE-DAY.
004720     ADD 1 TO WS-DATE-DAY.
004730     EVALUATE WS-DATE-MONTH
004740         WHEN 01 WHEN 03 WHEN 05 WHEN 07
004750         WHEN 08 WHEN 10 WHEN 12
004760             MOVE 31                      TO WS-MONTH-MAX-DAY
004770         WHEN 04 WHEN 06 WHEN 09 WHEN 11
004780             MOVE 30                      TO WS-MONTH-MAX-DAY
004790         WHEN OTHER
004800             PERFORM 1110-JUDGE-LEAP-YEAR THRU 1110-EXIT
004810     END-EVALUATE.
004820     IF WS-DATE-DAY > WS-MONTH-MAX-DAY
004830         MOVE 01                          TO WS-DATE-DAY
004840         ADD 1 TO WS-DATE-MONTH
004850         IF WS-DATE-MONTH > 12
004860             MOVE 01                      TO WS-DATE-MONTH
004870             ADD 1 TO WS-DATE-YEAR
004880         END-IF
004890     END-IF.
004900 1100-EXIT.
004910     EXIT.
004920*================================================================
004930*  1110-JUDGE-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A YEAR
004940*  DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT DIVISIBLE BY 400
004950*================================================================
004960 1110-JUDGE-LEAP-YEAR.
004970     MOVE 28                              TO WS-MONTH-MAX-DAY.
004980     DIVIDE WS-DATE-YEAR BY 4
004990         GIVING WS-LEAP-QUOTIENT
005000         REMAINDER WS-LEAP-REMAINDER.
005010     IF WS-LEAP-REMAINDER = ZERO
005020         MOVE 29                          TO WS-MONTH-MAX-DAY
005030         DIVIDE WS-DATE-YEAR BY 100
005040             GIVING WS-LEAP-QUOTIENT
005050             REMAINDER WS-LEAP-REMAINDER
005060         IF WS-LEAP-REMAINDER = ZERO
005070             MOVE 28                      TO WS-MONTH-MAX-DAY
005080             DIVIDE WS-DATE-YEAR BY 400
005090                 GIVING WS-LEAP-QUOTIENT
005100                 REMAINDER WS-LEAP-REMAINDER
005110             IF WS-LEAP-REMAINDER = ZERO
005120                 MOVE 29                  TO WS-MONTH-MAX-DAY
005130             END-IF
005140         END-IF
005150     END-IF.
005160 1110-EXIT.
005170     EXIT.
005180*================================================================
005190*  1150-OPEN-MEMBER-FILE - THE LIST MEMBERSHIPS.  WITHOUT THEM
005200*  THE SWEEP STILL REPORTS, BUT HAS NO LIST TO UNSUBSCRIBE AN
005210*  EXPIRED CONTACT FROM.
005220*================================================================
005230 1150-OPEN-MEMBER-FILE.
005240     OPEN INPUT LIST-MEMBER-FILE.
005250     IF WS-MEMBER-FILE-OK
005260         SET WS-MEMBERS-OPEN              TO TRUE
005270     ELSE
005280         IF WS-MEMBER-FILE-MISSING
005290             DISPLAY "LAB01CNS: NO LIST-MEMBER-FILE - NO "
005300                 "UNSUBSCRIBES GENERATED"
005310         ELSE
005320             DISPLAY "LAB01CNS: ERROR OPENING LIST-MEMBER-FILE, "
005330                 "STATUS = " WS-MEMBER-FILE-STATUS
005340         END-IF
005350     END-IF.
005360 1150-EXIT.
005370     EXIT.
005380*================================================================
005390*  2000-SELECT-CONSENTS - INPUT PROCEDURE FOR THE SORT.  READS
005400*  EVERY CONSENT AND RELEASES EACH ONE THAT IS EXPIRED OR
005410*  EXPIRES ON OR BEFORE THE WINDOW DATE.
005420*================================================================
005430 2000-SELECT-CONSENTS.
005440     SET WS-CONSENT-NOT-EOF               TO TRUE.
005450     PERFORM 2010-READ-CONSENT THRU 2010-EXIT.
005460     PERFORM 2100-CHECK-ONE-CONSENT THRU 2100-EXIT
005470         UNTIL WS-CONSENT-EOF.
005480 2000-EXIT.
005490     EXIT.
005500*================================================================
005510*  2010-READ-CONSENT - NEXT CONSENT RECORD IN KEY ORDER
005520*================================================================
005530 2010-READ-CONSENT.
005540     READ CONSENT-FILE NEXT RECORD
005550         AT END
005560             SET WS-CONSENT-EOF           TO TRUE
005570         NOT AT END
005580             ADD 1 TO WS-RC-CONSENT-READ-COUNT
005590     END-READ.
005600 2010-EXIT.
005610     EXIT.
005620*================================================================
005627*  2100-CHECK-ONE-CONSENT - A CONSENT WITH NO EXPIRY DATE (AS
005634*  EXPRESS CONSENT NORMALLY HAS), OR ONE RUNNING PAST THE
005641*  WINDOW, IS CURRENT AND LEFT ALONE, WHATEVER ITS TYPE.  THE
005650*  REST ARE LOOKED UP ON THE MASTER FOR THEIR DEPARTMENT.
005660*================================================================
005670 2100-CHECK-ONE-CONSENT.
005680     IF CN-CONSENT-EXPIRY-DATE = SPACES
005700         OR CN-CONSENT-EXPIRY-DATE > WS-WINDOW-DATE
005710         ADD 1 TO WS-RC-CURRENT-COUNT
005720     ELSE
005730         MOVE CN-CONSENT-LASTNAME         TO CM-LASTNAME
005740         MOVE CN-CONSENT-FIRSTNAME        TO CM-FIRSTNAME
005750         READ CONTACT-MASTER-FILE
005760             INVALID KEY
005770                 ADD 1 TO WS-RC-ORPHAN-COUNT
005780             NOT INVALID KEY
005790                 PERFORM 2200-RELEASE-CONSENT THRU 2200-EXIT
005800         END-READ
005810     END-IF.
005820     PERFORM 2010-READ-CONSENT THRU 2010-EXIT.
005830 2100-EXIT.
005840     EXIT.
005850*================================================================
005860*  2200-RELEASE-CONSENT - AN INACTIVE CONTACT IS NO LONGER
005870*  MAILED, SO ITS CONSENT IS ONLY COUNTED.  ANY OTHER GOES TO
005880*  THE SORT, MARKED EXPIRED WHEN THE EXPIRY IS BEFORE TODAY.
005890*================================================================
005900 2200-RELEASE-CONSENT.
005910     IF CM-STATUS = "I"
005920         ADD 1 TO WS-RC-INACTIVE-COUNT
005930     ELSE
005940         MOVE SPACES                      TO SC-CONSENT-RECORD
005950         MOVE CM-DEPARTMENT               TO SC-DEPARTMENT
005960         MOVE CN-CONSENT-EXPIRY-DATE      TO SC-EXPIRY-DATE
005970         MOVE CN-CONSENT-LASTNAME         TO SC-LASTNAME
005980         MOVE CN-CONSENT-FIRSTNAME        TO SC-FIRSTNAME
005990         MOVE CN-CONSENT-SOURCE           TO SC-SOURCE
006000         MOVE CN-CONSENT-OBTAINED-DATE    TO SC-OBTAINED-DATE
006010         IF CN-CONSENT-EXPIRY-DATE < WS-TODAY-DATE-X
006020             SET SC-EXPIRED               TO TRUE
006030             ADD 1 TO WS-RC-EXPIRED-COUNT
006040         ELSE
006050             SET SC-EXPIRING              TO TRUE
006060             ADD 1 TO WS-RC-EXPIRING-COUNT
006070         END-IF
006080         RELEASE SC-CONSENT-RECORD
006090     END-IF.
006100 2200-EXIT.
006110     EXIT.
006120*================================================================
006130*  3000-PRINT-SWEEP - OUTPUT PROCEDURE FOR THE SORT.  BREAKS ON
006140*  THE DEPARTMENT, LISTING EACH CONSENT ON ITS DEPARTMENT'S
006150*  PAGE, AND UNSUBSCRIBES EVERY EXPIRED ONE FROM ITS LISTS.
006160*================================================================
006170 3000-PRINT-SWEEP.
006180     SET WS-SORT-NOT-EOF                  TO TRUE.
006190     SET WS-DEPT-NOT-STARTED              TO TRUE.
006200     PERFORM 3010-RETURN-CONSENT THRU 3010-EXIT.
006210     PERFORM 3100-LIST-ONE-CONSENT THRU 3100-EXIT
006220         UNTIL WS-SORT-EOF.
006230     IF WS-DEPT-STARTED
006240         PERFORM 3300-END-DEPARTMENT THRU 3300-EXIT
006250     ELSE
006260         DISPLAY WS-CNS-SPACE-LINE
006270         DISPLAY "NO CONSENT EXPIRED OR EXPIRING BY "
006280             WS-WINDOW-DATE
006290     END-IF.
006300 3000-EXIT.
006310     EXIT.
006320*================================================================
006330*  3010-RETURN-CONSENT - NEXT SORTED CONSENT
006340*================================================================
006350 3010-RETURN-CONSENT.
006360     RETURN CNS-SORT-WORK-FILE
006370         AT END
006380             SET WS-SORT-EOF              TO TRUE
006390     END-RETURN.
006400 3010-EXIT.
006410     EXIT.
006420*================================================================
006430*  3100-LIST-ONE-CONSENT - START A NEW DEPARTMENT PAGE AT EACH
006440*  BREAK, LIST THIS CONSENT, AND UNSUBSCRIBE IT IF EXPIRED
006450*================================================================
006460 3100-LIST-ONE-CONSENT.
006470     IF WS-DEPT-NOT-STARTED
006480         PERFORM 3200-START-DEPARTMENT THRU 3200-EXIT
006490     ELSE
006500         IF SC-DEPARTMENT NOT = WS-CURRENT-DEPT
006510             PERFORM 3300-END-DEPARTMENT THRU 3300-EXIT
006520             PERFORM 3200-START-DEPARTMENT THRU 3200-EXIT
006530         END-IF
006540     END-IF.
006550     MOVE SC-LASTNAME                     TO WS-CNS-LASTNAME-OUT.
006560     MOVE SC-FIRSTNAME                   TO WS-CNS-FIRSTNAME-OUT.
006570     MOVE SC-OBTAINED-DATE                TO WS-CNS-OBTAINED-OUT.
006580     MOVE SC-EXPIRY-DATE                  TO WS-CNS-EXPIRY-OUT.
006590     MOVE SC-SOURCE                       TO WS-CNS-SOURCE-OUT.
006600     IF SC-EXPIRED
006610         MOVE "EXPIRED"                   TO WS-CNS-STATE-OUT
006620         ADD 1 TO WS-DEPT-EXPIRED-COUNT
006630     ELSE
006640         MOVE "EXPIRING"                  TO WS-CNS-STATE-OUT
006650         ADD 1 TO WS-DEPT-EXPIRING-COUNT
006660     END-IF.
006670     DISPLAY WS-CNS-DETAIL-LINE.
006680     IF SC-EXPIRED AND WS-MEMBERS-OPEN
006690         PERFORM 3400-UNSUBSCRIBE-CONTACT THRU 3400-EXIT
006700     END-IF.
006710     PERFORM 3010-RETURN-CONSENT THRU 3010-EXIT.
006720 3100-EXIT.
006730     EXIT.
006740*================================================================
006750*  3200-START-DEPARTMENT - PAGE HEADERS FOR THE NEXT
006760*  DEPARTMENT AND CLEAR ITS COUNTS
006770*================================================================
006780 3200-START-DEPARTMENT.
006790     SET WS-DEPT-STARTED                  TO TRUE.
006800     MOVE SC-DEPARTMENT                   TO WS-CURRENT-DEPT.
006810     MOVE ZERO                        TO WS-DEPT-EXPIRED-COUNT.
006820     MOVE ZERO                       TO WS-DEPT-EXPIRING-COUNT.
006830     ADD 1 TO WS-RC-DEPT-COUNT.
006840     ADD 1 TO WS-PAGE-COUNT.
006850     MOVE WS-PAGE-COUNT                   TO WS-CNS-PAGE-OUT.
006860     MOVE WS-TODAY-DATE-X                 TO WS-CNS-DATE-OUT.
006870     IF WS-CURRENT-DEPT = SPACES
006880         MOVE "(UNOWNED)"                 TO WS-CNS-DEPT-OUT
006890     ELSE
006900         MOVE WS-CURRENT-DEPT             TO WS-CNS-DEPT-OUT
006910     END-IF.
006920     DISPLAY WS-CNS-SPACE-LINE.
006930     DISPLAY WS-CNS-TITLE-LINE.
006940     DISPLAY WS-CNS-DEPT-LINE.
006950     DISPLAY WS-CNS-SPACE-LINE.
006960     DISPLAY WS-CNS-HEADER-LINE.
006970 3200-EXIT.
006980     EXIT.
006990*================================================================
007000*  3300-END-DEPARTMENT - THE FINISHED DEPARTMENT'S COUNTS
007010*================================================================
007020 3300-END-DEPARTMENT.
007030     DISPLAY WS-CNS-SPACE-LINE.
007040     MOVE "EXPIRED:                    "
007050         TO WS-RC-SUMMARY-LABEL.
007060     MOVE WS-DEPT-EXPIRED-COUNT           TO WS-RC-SUMMARY-OUT.
007070     DISPLAY WS-RC-SUMMARY-LINE.
007080     MOVE "EXPIRING BY WINDOW DATE:    "
007090         TO WS-RC-SUMMARY-LABEL.
007100     MOVE WS-DEPT-EXPIRING-COUNT          TO WS-RC-SUMMARY-OUT.
007110     DISPLAY WS-RC-SUMMARY-LINE.
007120 3300-EXIT.
007130     EXIT.
007140*================================================================
007150*  3400-UNSUBSCRIBE-CONTACT - ONE U TRANSACTION FOR EACH LIST
007160*  THE EXPIRED CONTACT IS STILL SUBSCRIBED TO
007170*================================================================
007180 3400-UNSUBSCRIBE-CONTACT.
007190     MOVE SC-LASTNAME                     TO MB-MEMBER-LASTNAME.
007200     MOVE SC-FIRSTNAME                    TO MB-MEMBER-FIRSTNAME.
007210     MOVE LOW-VALUES                      TO MB-MEMBER-LIST-CODE.
007220     START LIST-MEMBER-FILE
007230         KEY IS NOT LESS THAN MB-MEMBER-KEY
007240         INVALID KEY
007250             CONTINUE
007260         NOT INVALID KEY
007270             SET WS-SCAN-MORE             TO TRUE
007280             PERFORM 3410-READ-ONE-MEMBERSHIP THRU 3410-EXIT
007290                 UNTIL WS-SCAN-DONE
007300     END-START.
007310 3400-EXIT.
007320     EXIT.
007330*================================================================
007340*  3410-READ-ONE-MEMBERSHIP - NEXT ROW; STOP AT THE END OF THE
007350*  CONTACT'S ROWS, UNSUBSCRIBING EACH SUBSCRIBED ONE
007360*================================================================
007370 3410-READ-ONE-MEMBERSHIP.
007380     READ LIST-MEMBER-FILE NEXT RECORD
007390         AT END
007400             SET WS-SCAN-DONE             TO TRUE
007410         NOT AT END
007420             IF MB-MEMBER-LASTNAME = SC-LASTNAME
007430                 AND MB-MEMBER-FIRSTNAME = SC-FIRSTNAME
007440                 IF MB-MEMBER-STATUS = "A"
007450                     PERFORM 3420-GENERATE-UNSUBSCRIBE
007460                         THRU 3420-EXIT
007470                 END-IF
007480             ELSE
007490                 SET WS-SCAN-DONE         TO TRUE
007500             END-IF
007510     END-READ.
007520 3410-EXIT.
007530     EXIT.
007540*================================================================
007550*  3420-GENERATE-UNSUBSCRIBE - A U TRANSACTION FOR THE LIST
007560*================================================================
007570 3420-GENERATE-UNSUBSCRIBE.
007580     MOVE SPACES                          TO WS-TRANSACTION.
007590     MOVE "U"                             TO WS-TXN-CODE.
007600     MOVE SC-LASTNAME                     TO WS-TXN-LASTNAME.
007610     MOVE SC-FIRSTNAME                    TO WS-TXN-FIRSTNAME.
007620     MOVE MB-MEMBER-LIST-CODE             TO WS-TXN-LIST-CODE.
007630     PERFORM 3460-WRITE-TRANSACTION THRU 3460-EXIT.
007650 3420-EXIT.
007660     EXIT.
007670*================================================================
007680*  3450-WRITE-BATCH-HEADER - ONE H RECORD AHEAD OF THE FIRST
007690*  GENERATED UNSUBSCRIBE, CARRYING THE BATCH ID AND THE SWEEP'S
007700*  OPERATOR ID.  IT IS BUILT IN THE FILE'S OWN RECORD AREA SO
007710*  THE TRANSACTION WAITING TO GO OUT IS LEFT INTACT.
007720*================================================================
007730 3450-WRITE-BATCH-HEADER.
007740     ACCEPT WS-BATCH-STAMP-DATE FROM DATE YYYYMMDD.
007750     ACCEPT WS-BATCH-STAMP-TIME FROM TIME.
007760     MOVE SPACES                          TO TX-TRANSACTION.
007770     MOVE "H"                             TO TX-TXN-CODE.
007780     MOVE WS-BATCH-STAMP                  TO TX-TXN-BATCH-ID.
007790     MOVE WS-SWEEP-OPERATOR               TO TX-TXN-OPERATOR.
007800     WRITE TX-TRANSACTION.
007801     IF NOT WS-TXN-FILE-OK
007802         DISPLAY "LAB01CNS: ERROR WRITING CONTACT-TXN-FILE, "
007803             "STATUS = " WS-TXN-FILE-STATUS
007804         ADD 1 TO WS-RC-WRITE-ERROR-COUNT
007805     END-IF.
007810     SET WS-HEADER-WRITTEN                TO TRUE.
007820 3450-EXIT.
007830     EXIT.
007840*================================================================
007850*  3455-WRITE-CLOSING-HEADER - A BLANK H BEHIND THE LAST
007860*  GENERATED UNSUBSCRIBE, SO WHATEVER FOLLOWS ON THE RAW BATCH
007870*  STARTS A BATCH OF ITS OWN
007880*================================================================
007890 3455-WRITE-CLOSING-HEADER.
007900     MOVE SPACES                          TO TX-TRANSACTION.
007910     MOVE "H"                             TO TX-TXN-CODE.
007920     WRITE TX-TRANSACTION.
007921     IF NOT WS-TXN-FILE-OK
007922         DISPLAY "LAB01CNS: ERROR WRITING CONTACT-TXN-FILE, "
007923             "STATUS = " WS-TXN-FILE-STATUS
007924         ADD 1 TO WS-RC-WRITE-ERROR-COUNT
007925     END-IF.
007930 3455-EXIT.
007940     EXIT.
007950*================================================================
007960*  3460-WRITE-TRANSACTION - APPEND ONE GENERATED UNSUBSCRIBE TO
007970*  THE RAW BATCH FOR THE LAB01EDT EDIT PASS
007980*================================================================
007990 3460-WRITE-TRANSACTION.
008000     IF WS-HEADER-NOT-WRITTEN
008010         PERFORM 3450-WRITE-BATCH-HEADER THRU 3450-EXIT
008020     END-IF.
008030     MOVE WS-TRANSACTION                  TO TX-TRANSACTION.
008040     WRITE TX-TRANSACTION.
008041     IF NOT WS-TXN-FILE-OK
008042         DISPLAY "LAB01CNS: ERROR WRITING CONTACT-TXN-FILE, "
008043             "STATUS = " WS-TXN-FILE-STATUS
008044         ADD 1 TO WS-RC-WRITE-ERROR-COUNT
008045     ELSE
008046         ADD 1 TO WS-RC-UNSUB-GEN-COUNT
008047     END-IF.
008050 3460-EXIT.
008060     EXIT.
008070*================================================================
008080*  8000-PRINT-RUN-TOTALS - WHAT THE SWEEP READ, FOUND, AND
008090*  GENERATED
008100*================================================================
008110 8000-PRINT-RUN-TOTALS.
008120     DISPLAY WS-CNS-SPACE-LINE.
008130     DISPLAY "EXPIRY WINDOW ENDS:         " WS-WINDOW-DATE.
008140     MOVE "CONSENT RECORDS READ:       "
008150         TO WS-RC-SUMMARY-LABEL.
008160     MOVE WS-RC-CONSENT-READ-COUNT        TO WS-RC-SUMMARY-OUT.
008170     DISPLAY WS-RC-SUMMARY-LINE.
008180     MOVE "NO EXPIRY OR STILL CURRENT: "
008190         TO WS-RC-SUMMARY-LABEL.
008200     MOVE WS-RC-CURRENT-COUNT             TO WS-RC-SUMMARY-OUT.
008210     DISPLAY WS-RC-SUMMARY-LINE.
008220     MOVE "EXPIRED:                    "
008230         TO WS-RC-SUMMARY-LABEL.
008240     MOVE WS-RC-EXPIRED-COUNT             TO WS-RC-SUMMARY-OUT.
008250     DISPLAY WS-RC-SUMMARY-LINE.
008260     MOVE "EXPIRING:                   "
008270         TO WS-RC-SUMMARY-LABEL.
008280     MOVE WS-RC-EXPIRING-COUNT            TO WS-RC-SUMMARY-OUT.
008290     DISPLAY WS-RC-SUMMARY-LINE.
008300     MOVE "INACTIVE CONTACT, SKIPPED:  "
008310         TO WS-RC-SUMMARY-LABEL.
008320     MOVE WS-RC-INACTIVE-COUNT            TO WS-RC-SUMMARY-OUT.
008330     DISPLAY WS-RC-SUMMARY-LINE.
008340     MOVE "NO CONTACT ON MASTER:       "
008350         TO WS-RC-SUMMARY-LABEL.
008360     MOVE WS-RC-ORPHAN-COUNT              TO WS-RC-SUMMARY-OUT.
008370     DISPLAY WS-RC-SUMMARY-LINE.
008380     MOVE "DEPARTMENTS LISTED:         "
008390         TO WS-RC-SUMMARY-LABEL.
008400     MOVE WS-RC-DEPT-COUNT                TO WS-RC-SUMMARY-OUT.
008410     DISPLAY WS-RC-SUMMARY-LINE.
008420     MOVE "UNSUBSCRIBES GENERATED:     "
008430         TO WS-RC-SUMMARY-LABEL.
008440     MOVE WS-RC-UNSUB-GEN-COUNT           TO WS-RC-SUMMARY-OUT.
008450     DISPLAY WS-RC-SUMMARY-LINE.
008452     MOVE "WRITE ERRORS:               "
008454         TO WS-RC-SUMMARY-LABEL.
008456     MOVE WS-RC-WRITE-ERROR-COUNT         TO WS-RC-SUMMARY-OUT.
008458     DISPLAY WS-RC-SUMMARY-LINE.
008460 8000-EXIT.
008470     EXIT.
008480*================================================================
008490*  9000-TERMINATE - CLOSE FILES AND RETURN
008500*================================================================
008510 9000-TERMINATE.
008520     IF WS-RUN-OK
008530         IF WS-HEADER-WRITTEN
008540             PERFORM 3455-WRITE-CLOSING-HEADER THRU 3455-EXIT
008550         END-IF
008560         CLOSE CONSENT-FILE
008570         CLOSE CONTACT-MASTER-FILE
008580         CLOSE CONTACT-TXN-FILE
008590     END-IF.
008600     IF WS-MEMBERS-OPEN
008610         CLOSE LIST-MEMBER-FILE
008620     END-IF.
008622     IF WS-RC-WRITE-ERROR-COUNT > ZERO
008624         MOVE 8                           TO RETURN-CODE
008626     END-IF.
008630 9000-EXIT.
008640     EXIT.
008650 END PROGRAM LAB01CNS.
