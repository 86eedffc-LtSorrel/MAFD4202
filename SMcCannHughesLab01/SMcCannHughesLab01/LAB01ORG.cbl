000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01ORG.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01ORG
000090*  DESCRIPTION  ORGANIZATION CONTACT ROLL-UP.  READS THE WHOLE
000100*               MASTER, SORTS EVERY CONTACT THAT NAMES AN
000110*               ORGANIZATION BY ORGANIZATION ID, ACTIVE BEFORE
000120*               INACTIVE, AND NAME, AND MATCHES THEM AGAINST
000130*               THE ORGANIZATION MASTER READ IN KEY ORDER.
000140*               EACH ORGANIZATION GETS A PAGE SHOWING ITS
000150*               NAME, ACCOUNT NUMBER, ADDRESS, STATUS, AND
000160*               OWNING DEPARTMENT, THEN ITS ACTIVE AND INACTIVE
000170*               CONTACTS WITH A COUNT OF EACH.  AN ORGANIZATION
000180*               WITH NO CONTACTS STILL GETS ITS PAGE.  CONTACTS
000190*               NAMING AN ORGANIZATION ID THAT IS NOT ON THE
000200*               ORGANIZATION MASTER ARE LISTED UNDER THAT ID,
000210*               FLAGGED AS NOT ON FILE, SO THEY CAN BE FIXED.
000220*               A CONTACT IS INACTIVE WHEN ITS STATUS IS I;
000230*               EVERY OTHER STATUS COUNTS AS ACTIVE.
000240*================================================================
000250*  MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 SMH   ORIGINAL - ACTIVE AND INACTIVE CONTACTS BY
000290*                   ORGANIZATION, WITH RUN TOTALS.
000300*================================================================
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.         GENERIC-PC.
000350 OBJECT-COMPUTER.         GENERIC-PC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*----------------------------------------------------------------
000390*   CONTACT-MASTER-FILE - SAME PHYSICAL FILE AS LAB01, OPENED
000400*   INPUT-ONLY AND READ IN FULL IN KEY ORDER
000410*----------------------------------------------------------------
000420     SELECT CONTACT-MASTER-FILE
000430         ASSIGN TO           "CONTACTM"
000440         ORGANIZATION IS     INDEXED
000450         ACCESS MODE IS      DYNAMIC
000460         RECORD KEY IS       CM-CONTACT-KEY
000470         ALTERNATE RECORD KEY IS CM-EMAIL
000480             WITH DUPLICATES
000490         FILE STATUS IS      WS-MASTER-STATUS.
000500
000510*----------------------------------------------------------------
000520*   ORGANIZATION-FILE - THE ORGANIZATION MASTER, READ IN FULL
000530*   IN KEY ORDER.  A MISSING FILE LEAVES EVERY ORGANIZATION ID
000540*   ON THE CONTACTS LISTED AS NOT ON FILE.
000550*----------------------------------------------------------------
000560     SELECT ORGANIZATION-FILE
000570         ASSIGN TO           "ORGMAST"
000580         ORGANIZATION IS     INDEXED
000590         ACCESS MODE IS      DYNAMIC
000600         RECORD KEY IS       OG-ORG-ID
000610         FILE STATUS IS      WS-ORG-FILE-STATUS.
000620
000630*----------------------------------------------------------------
000640*   ORG-SORT-WORK-FILE - THE CONTACTS THAT NAME AN
000650*   ORGANIZATION, SORTED BY ORGANIZATION, STATE, AND NAME
000660*----------------------------------------------------------------
000670     SELECT ORG-SORT-WORK-FILE
000680         ASSIGN TO           "ORGSORT".
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONTACT-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
000750     COPY CONTACTR
000760         REPLACING ==WS-CONTACT==     BY ==CM-CONTACT==
000770                   ==WS-CONTACT-KEY== BY ==CM-CONTACT-KEY==
000780                   ==WS-LASTNAME==    BY ==CM-LASTNAME==
000790                   ==WS-FIRSTNAME==   BY ==CM-FIRSTNAME==
000800                   ==WS-EMAIL==       BY ==CM-EMAIL==
000810                   ==WS-PHONENUMBER== BY ==CM-PHONENUMBER==
000820                   ==WS-CATEGORY==    BY ==CM-CATEGORY==
000830                   ==WS-STREET==      BY ==CM-STREET==
000840                   ==WS-CITY==        BY ==CM-CITY==
000850                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
000860                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
000870                   ==WS-STATUS==      BY ==CM-STATUS==
000880                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
000890                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
000900                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
000910                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
000920                   ==WS-LAST-BOUNCE-DATE==
000930                                BY ==CM-LAST-BOUNCE-DATE==
000940                   ==WS-ORGANIZATION-ID==
000950                                BY ==CM-ORGANIZATION-ID==.
000960
000970 FD  ORGANIZATION-FILE
000980     LABEL RECORDS ARE STANDARD.
000990*  RECORD LAYOUT COMES FROM THE SHARED ORGMAST COPYBOOK.
001000     COPY ORGMAST
001010      REPLACING ==WS-ORG-RECORD==      BY ==OG-ORG-RECORD==
001020           ==WS-ORG-ID==              BY ==OG-ORG-ID==
001030           ==WS-ORG-NAME==            BY ==OG-ORG-NAME==
001040           ==WS-ORG-ACCOUNT==         BY ==OG-ORG-ACCOUNT==
001050           ==WS-ORG-STREET==          BY ==OG-ORG-STREET==
001060           ==WS-ORG-CITY==            BY ==OG-ORG-CITY==
001070           ==WS-ORG-PROVINCE==        BY ==OG-ORG-PROVINCE==
001080           ==WS-ORG-POSTALCODE==      BY ==OG-ORG-POSTALCODE==
001090           ==WS-ORG-STATUS==          BY ==OG-ORG-STATUS==
001100           ==WS-ORG-IS-ACTIVE==       BY ==OG-ORG-IS-ACTIVE==
001110           ==WS-ORG-IS-CLOSED==       BY ==OG-ORG-IS-CLOSED==
001120           ==WS-ORG-STATUS-DATE==     BY ==OG-ORG-STATUS-DATE==
001130           ==WS-ORG-DEPARTMENT==      BY ==OG-ORG-DEPARTMENT==.
001140
001150*----------------------------------------------------------------
001160*   ORG-SORT-WORK-FILE - ONE CONTACT WITH ITS ORGANIZATION ID
001170*   AND WHETHER IT IS ACTIVE (A) OR INACTIVE (I)
001180*----------------------------------------------------------------
001190 SD  ORG-SORT-WORK-FILE.
001200 01  SO-CONTACT-RECORD.
001210     05  SO-ORG-ID                         PIC X(08).
001220     05  SO-STATE                          PIC X(01).
001230         88  SO-ACTIVE                     VALUE "A".
001240         88  SO-INACTIVE                   VALUE "I".
001250     05  SO-LASTNAME                       PIC X(10).
001260     05  SO-FIRSTNAME                      PIC X(08).
001270     05  SO-EMAIL                          PIC X(26).
001280     05  SO-PHONENUMBER                    PIC X(12).
001290
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------------
001320*   SWITCHES AND FILE STATUS FIELDS
001330*----------------------------------------------------------------
001340 01  WS-MASTER-STATUS                       PIC X(02).
001350     88  WS-MASTER-OK                       VALUE "00".
001360 01  WS-ORG-FILE-STATUS                     PIC X(02).
001370     88  WS-ORG-FILE-OK                     VALUE "00".
001380     88  WS-ORG-FILE-MISSING                VALUE "35".
001390 01  WS-ORGS-OPEN-SWITCH                    PIC X(01)
001400         VALUE "N".
001410     88  WS-ORGS-OPEN                       VALUE "Y".
001420     88  WS-ORGS-NOT-OPEN                   VALUE "N".
001430 01  WS-MASTER-EOF-SWITCH                   PIC X(01)
001440         VALUE "N".
001450     88  WS-MASTER-EOF                      VALUE "Y".
001460     88  WS-MASTER-NOT-EOF                  VALUE "N".
001470 01  WS-ORG-EOF-SWITCH                      PIC X(01)
001480         VALUE "N".
001490     88  WS-ORG-EOF                         VALUE "Y".
001500     88  WS-ORG-NOT-EOF                     VALUE "N".
001510 01  WS-SORT-EOF-SWITCH                     PIC X(01)
001520         VALUE "N".
001530     88  WS-SORT-EOF                        VALUE "Y".
001540     88  WS-SORT-NOT-EOF                    VALUE "N".
001550 01  WS-RUN-OK-SWITCH                       PIC X(01)
001560         VALUE "N".
001570     88  WS-RUN-OK                          VALUE "Y".
001580     88  WS-RUN-NOT-OK                      VALUE "N".
001590 01  WS-ON-FILE-SWITCH                      PIC X(01)
001600         VALUE "N".
001610     88  WS-ORG-ON-FILE                     VALUE "Y".
001620     88  WS-ORG-NOT-ON-FILE                 VALUE "N".
001630*----------------------------------------------------------------
001640*   MATCH KEYS - THE NEXT ORGANIZATION ON FILE AND THE NEXT
001650*   SORTED CONTACT'S ORGANIZATION.  EACH GOES TO HIGH-VALUES AT
001660*   ITS END, SO THE OTHER SIDE RUNS OUT ON ITS OWN.
001670*----------------------------------------------------------------
001680 01  WS-MASTER-ORG-KEY                      PIC X(08).
001690 01  WS-CONTACT-ORG-KEY                     PIC X(08).
001700 01  WS-CURRENT-ORG-ID                      PIC X(08).
001710*----------------------------------------------------------------
001720*   RUN DATE
001730*----------------------------------------------------------------
001740 01  WS-TODAY-DATE                          PIC X(08).
001750*----------------------------------------------------------------
001760*   ORGANIZATION BREAK COUNTERS
001770*----------------------------------------------------------------
001780 01  WS-ORG-ACTIVE-COUNT                    PIC 9(06) COMP.
001790 01  WS-ORG-INACTIVE-COUNT                  PIC 9(06) COMP.
001800*----------------------------------------------------------------
001810*   RUN COUNTERS
001820*----------------------------------------------------------------
001830 01  WS-PAGE-COUNT                          PIC 9(04) COMP
001840         VALUE ZERO.
001850 01  WS-RC-MASTER-READ-COUNT                PIC 9(06) COMP
001860         VALUE ZERO.
001870 01  WS-RC-NO-ORG-COUNT                     PIC 9(06) COMP
001880         VALUE ZERO.
001890 01  WS-RC-ORG-READ-COUNT                   PIC 9(06) COMP
001900         VALUE ZERO.
001910 01  WS-RC-ORG-OPEN-COUNT                   PIC 9(06) COMP
001920         VALUE ZERO.
001930 01  WS-RC-ORG-CLOSED-COUNT                 PIC 9(06) COMP
001940         VALUE ZERO.
001950 01  WS-RC-ORG-EMPTY-COUNT                  PIC 9(06) COMP
001960         VALUE ZERO.
001970 01  WS-RC-ORG-UNKNOWN-COUNT                PIC 9(06) COMP
001980         VALUE ZERO.
001990 01  WS-RC-ACTIVE-COUNT                     PIC 9(06) COMP
002000         VALUE ZERO.
002010 01  WS-RC-INACTIVE-COUNT                   PIC 9(06) COMP
002020         VALUE ZERO.
002030*----------------------------------------------------------------
002040*   REPORT LINES
002050*----------------------------------------------------------------
002060 01  WS-ORG-SPACE-LINE                      PIC X(60)
002070         VALUE SPACES.
002080 01  WS-ORG-TITLE-LINE.
002090     05  FILLER                            PIC X(36)
002100             VALUE "ORGANIZATION CONTACT ROLL-UP".
002110     05  FILLER                            PIC X(06)
002120             VALUE "AS OF ".
002130     05  WS-ORG-DATE-OUT                   PIC X(08).
002140     05  FILLER                            PIC X(08)
002150             VALUE "  PAGE: ".
002160     05  WS-ORG-PAGE-OUT                   PIC ZZZ9.
002170 01  WS-ORG-NAME-LINE.
002180     05  FILLER                            PIC X(14)
002190             VALUE "ORGANIZATION: ".
002200     05  WS-ORG-ID-OUT                     PIC X(08).
002210     05  FILLER                            PIC X(02)
002220             VALUE SPACES.
002230     05  WS-ORG-NAME-OUT                   PIC X(30).
002240 01  WS-ORG-ACCOUNT-LINE.
002250     05  FILLER                            PIC X(09)
002260             VALUE "ACCOUNT: ".
002270     05  WS-ORG-ACCOUNT-OUT                PIC X(12).
002280     05  FILLER                            PIC X(10)
002290             VALUE "  STATUS: ".
002300     05  WS-ORG-STATUS-OUT                 PIC X(06).
002310     05  FILLER                            PIC X(08)
002320             VALUE "  SINCE ".
002330     05  WS-ORG-STATUS-DATE-OUT            PIC X(08).
002340     05  FILLER                            PIC X(08)
002350             VALUE "  DEPT: ".
002360     05  WS-ORG-DEPT-OUT                   PIC X(09).
002370 01  WS-ORG-ADDRESS-LINE.
002380     05  FILLER                            PIC X(09)
002390             VALUE "ADDRESS: ".
002400     05  WS-ORG-STREET-OUT                 PIC X(20).
002410     05  FILLER                            PIC X(01)
002420             VALUE SPACES.
002430     05  WS-ORG-CITY-OUT                   PIC X(13).
002440     05  FILLER                            PIC X(01)
002450             VALUE SPACES.
002460     05  WS-ORG-PROVINCE-OUT               PIC X(02).
002470     05  FILLER                            PIC X(01)
002480             VALUE SPACES.
002490     05  WS-ORG-POSTALCODE-OUT             PIC X(07).
002500 01  WS-ORG-HEADER-LINE.
002510     05  FILLER                            PIC X(11)
002520             VALUE "LAST NAME".
002530     05  FILLER                            PIC X(09)
002540             VALUE "FIRST".
002550     05  FILLER                            PIC X(10)
002560             VALUE "STATE".
002570     05  FILLER                            PIC X(27)
002580             VALUE "EMAIL".
002590     05  FILLER                            PIC X(05)
002600             VALUE "PHONE".
002610 01  WS-ORG-DETAIL-LINE.
002620     05  WS-ORG-LASTNAME-OUT               PIC X(10).
002630     05  FILLER                            PIC X(01)
002640             VALUE SPACES.
002650     05  WS-ORG-FIRSTNAME-OUT              PIC X(08).
002660     05  FILLER                            PIC X(01)
002670             VALUE SPACES.
002680     05  WS-ORG-STATE-OUT                  PIC X(08).
002690     05  FILLER                            PIC X(02)
002700             VALUE SPACES.
002710     05  WS-ORG-EMAIL-OUT                  PIC X(26).
002720     05  FILLER                            PIC X(01)
002730             VALUE SPACES.
002740     05  WS-ORG-PHONE-OUT                  PIC X(12).
002750 01  WS-RC-SUMMARY-LINE.
002760     05  WS-RC-SUMMARY-LABEL               PIC X(28).
002770     05  WS-RC-SUMMARY-OUT                 PIC ZZZ,ZZ9.
002780
002790 PROCEDURE DIVISION.
002800*================================================================
002810*  0000-MAINLINE
002820*================================================================
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     IF WS-RUN-OK
002860         SORT ORG-SORT-WORK-FILE
002870             ON ASCENDING KEY SO-ORG-ID
002880                              SO-STATE
002890                              SO-LASTNAME
002900                              SO-FIRSTNAME
002910             INPUT PROCEDURE IS 2000-SELECT-CONTACTS
002920                 THRU 2000-EXIT
002930             OUTPUT PROCEDURE IS 3000-PRINT-ROLL-UP
002940                 THRU 3000-EXIT
002950         PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT
002960     END-IF.
002970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002980     GOBACK.
002990*================================================================
003000*  1000-INITIALIZE - OPEN THE MASTER AND THE ORGANIZATION
003010*  MASTER.  NO CONTACT MASTER MEANS NOTHING TO ROLL UP; NO
003020*  ORGANIZATION MASTER STILL LISTS THE CONTACTS BY THE ID THEY
003030*  CARRY.
003040*================================================================
003050 1000-INITIALIZE.
003060     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003070     OPEN INPUT CONTACT-MASTER-FILE.
003080     IF NOT WS-MASTER-OK
003090         DISPLAY "LAB01ORG: UNABLE TO OPEN "
003100             "CONTACT-MASTER-FILE, STATUS = "
003110             WS-MASTER-STATUS
003120     ELSE
003130         SET WS-RUN-OK                    TO TRUE
003140         OPEN INPUT ORGANIZATION-FILE
003150         IF WS-ORG-FILE-OK
003160             SET WS-ORGS-OPEN             TO TRUE
003170         ELSE
003180             IF WS-ORG-FILE-MISSING
003190                 DISPLAY "LAB01ORG: NO ORGANIZATION-FILE - "
003200                     "EVERY ORGANIZATION LISTED AS NOT ON FILE"
003210             ELSE
003220                 DISPLAY "LAB01ORG: UNABLE TO OPEN "
003230                     "ORGANIZATION-FILE, STATUS = "
003240                     WS-ORG-FILE-STATUS
003250             END-IF
003260         END-IF
003270     END-IF.
003280 1000-EXIT.
003290     EXIT.
003300*================================================================
003310*  2000-SELECT-CONTACTS - INPUT PROCEDURE FOR THE SORT.  READS
003320*  EVERY CONTACT AND RELEASES EACH ONE THAT NAMES AN
003330*  ORGANIZATION.
003340*================================================================
003350 2000-SELECT-CONTACTS.
003360     SET WS-MASTER-NOT-EOF                TO TRUE.
003370     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
003380     PERFORM 2100-CHECK-ONE-CONTACT THRU 2100-EXIT
003390         UNTIL WS-MASTER-EOF.
003400 2000-EXIT.
003410     EXIT.
003420*================================================================
003430*  2010-READ-MASTER - NEXT CONTACT IN KEY ORDER
003440*================================================================
003450 2010-READ-MASTER.
003460     READ CONTACT-MASTER-FILE NEXT RECORD
003470         AT END
003480             SET WS-MASTER-EOF            TO TRUE
003490         NOT AT END
003500             ADD 1 TO WS-RC-MASTER-READ-COUNT
003510     END-READ.
003520 2010-EXIT.
003530     EXIT.
003540*================================================================
003550*  2100-CHECK-ONE-CONTACT - A CONTACT WITH NO ORGANIZATION IS
003560*  ONLY COUNTED.  ANY OTHER GOES TO THE SORT, MARKED INACTIVE
003570*  WHEN ITS STATUS IS I.
003580*================================================================
003590 2100-CHECK-ONE-CONTACT.
003600     IF CM-ORGANIZATION-ID = SPACES
003610         ADD 1 TO WS-RC-NO-ORG-COUNT
003620     ELSE
003630         MOVE SPACES                      TO SO-CONTACT-RECORD
003640         MOVE CM-ORGANIZATION-ID          TO SO-ORG-ID
003650         MOVE CM-LASTNAME                 TO SO-LASTNAME
003660         MOVE CM-FIRSTNAME                TO SO-FIRSTNAME
003670         MOVE CM-EMAIL                    TO SO-EMAIL
003680         MOVE CM-PHONENUMBER              TO SO-PHONENUMBER
003690         IF CM-STATUS = "I"
003700             SET SO-INACTIVE              TO TRUE
003710         ELSE
003720             SET SO-ACTIVE                TO TRUE
003730         END-IF
003740         RELEASE SO-CONTACT-RECORD
003750     END-IF.
003760     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
003770 2100-EXIT.
003780     EXIT.
003790*================================================================
003800*  3000-PRINT-ROLL-UP - OUTPUT PROCEDURE FOR THE SORT.  MATCHES
003810*  THE SORTED CONTACTS AGAINST THE ORGANIZATION MASTER, ONE
003820*  PAGE PER ORGANIZATION ON EITHER SIDE.
003830*================================================================
003840 3000-PRINT-ROLL-UP.
003850     SET WS-SORT-NOT-EOF                  TO TRUE.
003860     SET WS-ORG-NOT-EOF                   TO TRUE.
003870     PERFORM 3010-RETURN-CONTACT THRU 3010-EXIT.
003880     PERFORM 3020-READ-ORGANIZATION THRU 3020-EXIT.
003890     PERFORM 3100-ROLL-UP-ONE-ORG THRU 3100-EXIT
003900         UNTIL WS-SORT-EOF AND WS-ORG-EOF.
003910     IF WS-PAGE-COUNT = ZERO
003920         DISPLAY WS-ORG-SPACE-LINE
003930         DISPLAY "NO ORGANIZATIONS AND NO CONTACTS NAMING ONE"
003940     END-IF.
003950 3000-EXIT.
003960     EXIT.
003970*================================================================
003980*  3010-RETURN-CONTACT - NEXT SORTED CONTACT AND ITS MATCH KEY
003990*================================================================
004000 3010-RETURN-CONTACT.
004010     RETURN ORG-SORT-WORK-FILE
004020         AT END
004030             SET WS-SORT-EOF              TO TRUE
004040     END-RETURN.
004050     IF WS-SORT-EOF
004060         MOVE HIGH-VALUES                 TO WS-CONTACT-ORG-KEY
004070     ELSE
004080         MOVE SO-ORG-ID                   TO WS-CONTACT-ORG-KEY
004090     END-IF.
004100 3010-EXIT.
004110     EXIT.
004120*================================================================
004130*  3020-READ-ORGANIZATION - NEXT ORGANIZATION IN KEY ORDER AND
004140*  ITS MATCH KEY.  WITH NO FILE OPEN THIS SIDE IS AT ITS END
004150*  FROM THE START.
004160*================================================================
004170 3020-READ-ORGANIZATION.
004180     IF WS-ORGS-NOT-OPEN
004190         SET WS-ORG-EOF                   TO TRUE
004200     ELSE
004210         READ ORGANIZATION-FILE NEXT RECORD
004220             AT END
004230                 SET WS-ORG-EOF           TO TRUE
004240             NOT AT END
004250                 ADD 1 TO WS-RC-ORG-READ-COUNT
004260         END-READ
004270     END-IF.
004280     IF WS-ORG-EOF
004290         MOVE HIGH-VALUES                 TO WS-MASTER-ORG-KEY
004300     ELSE
004310         MOVE OG-ORG-ID                   TO WS-MASTER-ORG-KEY
004320     END-IF.
004330 3020-EXIT.
004340     EXIT.
004350*================================================================
004360*  3100-ROLL-UP-ONE-ORG - THE LOWER OF THE TWO KEYS IS THE NEXT
004370*  PAGE.  AN ORGANIZATION ON FILE TAKES ITS CONTACTS (IF ANY)
004380*  WITH IT; CONTACTS AHEAD OF THE NEXT ORGANIZATION ON FILE
004390*  NAME ONE THAT IS NOT ON FILE.
004400*================================================================
004410 3100-ROLL-UP-ONE-ORG.
004420     IF WS-MASTER-ORG-KEY NOT > WS-CONTACT-ORG-KEY
004430         PERFORM 3200-START-ORGANIZATION THRU 3200-EXIT
004440     ELSE
004450         PERFORM 3250-START-UNKNOWN-ORG THRU 3250-EXIT
004460     END-IF.
004470     PERFORM 3300-LIST-ONE-CONTACT THRU 3300-EXIT
004480         UNTIL WS-CONTACT-ORG-KEY NOT = WS-CURRENT-ORG-ID.
004490     PERFORM 3400-END-ORGANIZATION THRU 3400-EXIT.
004500     IF WS-ORG-ON-FILE
004510         PERFORM 3020-READ-ORGANIZATION THRU 3020-EXIT
004520     END-IF.
004530 3100-EXIT.
004540     EXIT.
004550*================================================================
004560*  3200-START-ORGANIZATION - PAGE HEADINGS FOR AN ORGANIZATION
004570*  ON FILE
004580*================================================================
004590 3200-START-ORGANIZATION.
004600     SET WS-ORG-ON-FILE                   TO TRUE.
004610     MOVE OG-ORG-ID                       TO WS-CURRENT-ORG-ID.
004620     MOVE OG-ORG-NAME                     TO WS-ORG-NAME-OUT.
004630     MOVE OG-ORG-ACCOUNT                  TO WS-ORG-ACCOUNT-OUT.
004640     IF OG-ORG-IS-CLOSED
004650         MOVE "CLOSED"                    TO WS-ORG-STATUS-OUT
004660         ADD 1 TO WS-RC-ORG-CLOSED-COUNT
004670     ELSE
004680         MOVE "OPEN"                      TO WS-ORG-STATUS-OUT
004690         ADD 1 TO WS-RC-ORG-OPEN-COUNT
004700     END-IF.
004710     MOVE OG-ORG-STATUS-DATE          TO WS-ORG-STATUS-DATE-OUT.
004720     IF OG-ORG-DEPARTMENT = SPACES
004730         MOVE "(UNOWNED)"                 TO WS-ORG-DEPT-OUT
004740     ELSE
004750         MOVE OG-ORG-DEPARTMENT           TO WS-ORG-DEPT-OUT
004760     END-IF.
004770     MOVE OG-ORG-STREET                   TO WS-ORG-STREET-OUT.
004780     MOVE OG-ORG-CITY                     TO WS-ORG-CITY-OUT.
004790     MOVE OG-ORG-PROVINCE                 TO WS-ORG-PROVINCE-OUT.
004800     MOVE OG-ORG-POSTALCODE             TO WS-ORG-POSTALCODE-OUT.
004810     PERFORM 3260-PRINT-HEADINGS THRU 3260-EXIT.
004820 3200-EXIT.
004830     EXIT.
004840*================================================================
004850*  3250-START-UNKNOWN-ORG - PAGE HEADINGS FOR AN ORGANIZATION ID
004860*  THE CONTACTS CARRY BUT THE ORGANIZATION MASTER DOES NOT
004870*================================================================
004880 3250-START-UNKNOWN-ORG.
004890     SET WS-ORG-NOT-ON-FILE               TO TRUE.
004900     MOVE WS-CONTACT-ORG-KEY              TO WS-CURRENT-ORG-ID.
004910     MOVE "(NOT ON ORGANIZATION MASTER)"  TO WS-ORG-NAME-OUT.
004920     MOVE SPACES                          TO WS-ORG-ACCOUNT-OUT.
004930     MOVE SPACES                          TO WS-ORG-STATUS-OUT.
004940     MOVE SPACES                      TO WS-ORG-STATUS-DATE-OUT.
004950     MOVE SPACES                          TO WS-ORG-DEPT-OUT.
004960     MOVE SPACES                          TO WS-ORG-STREET-OUT.
004970     MOVE SPACES                          TO WS-ORG-CITY-OUT.
004980     MOVE SPACES                          TO WS-ORG-PROVINCE-OUT.
004990     MOVE SPACES                        TO WS-ORG-POSTALCODE-OUT.
005000     ADD 1 TO WS-RC-ORG-UNKNOWN-COUNT.
005010     PERFORM 3260-PRINT-HEADINGS THRU 3260-EXIT.
005020 3250-EXIT.
005030     EXIT.
005040*================================================================
005050*  3260-PRINT-HEADINGS - NEW PAGE FOR THE CURRENT ORGANIZATION
005060*  AND CLEAR ITS COUNTS
005070*================================================================
005080 3260-PRINT-HEADINGS.
005090     MOVE ZERO                            TO WS-ORG-ACTIVE-COUNT.
005100     MOVE ZERO                          TO WS-ORG-INACTIVE-COUNT.
005110     ADD 1 TO WS-PAGE-COUNT.
005120     MOVE WS-PAGE-COUNT                   TO WS-ORG-PAGE-OUT.
005130     MOVE WS-TODAY-DATE                   TO WS-ORG-DATE-OUT.
005140     MOVE WS-CURRENT-ORG-ID               TO WS-ORG-ID-OUT.
005150     DISPLAY WS-ORG-SPACE-LINE.
005160     DISPLAY WS-ORG-TITLE-LINE.
005170     DISPLAY WS-ORG-NAME-LINE.
005180     IF WS-ORG-ON-FILE
005190         DISPLAY WS-ORG-ACCOUNT-LINE
005200         DISPLAY WS-ORG-ADDRESS-LINE
005210     END-IF.
005220     DISPLAY WS-ORG-SPACE-LINE.
005230     DISPLAY WS-ORG-HEADER-LINE.
005240 3260-EXIT.
005250     EXIT.
005260*================================================================
005270*  3300-LIST-ONE-CONTACT - ONE CONTACT OF THE CURRENT
005280*  ORGANIZATION, ACTIVE ONES FIRST
005290*================================================================
005300 3300-LIST-ONE-CONTACT.
005310     MOVE SO-LASTNAME                     TO WS-ORG-LASTNAME-OUT.
005320     MOVE SO-FIRSTNAME                   TO WS-ORG-FIRSTNAME-OUT.
005330     MOVE SO-EMAIL                        TO WS-ORG-EMAIL-OUT.
005340     MOVE SO-PHONENUMBER                  TO WS-ORG-PHONE-OUT.
005350     IF SO-INACTIVE
005360         MOVE "INACTIVE"                  TO WS-ORG-STATE-OUT
005370         ADD 1 TO WS-ORG-INACTIVE-COUNT
005380         ADD 1 TO WS-RC-INACTIVE-COUNT
005390     ELSE
005400         MOVE "ACTIVE"                    TO WS-ORG-STATE-OUT
005410         ADD 1 TO WS-ORG-ACTIVE-COUNT
005420         ADD 1 TO WS-RC-ACTIVE-COUNT
005430     END-IF.
005440     DISPLAY WS-ORG-DETAIL-LINE.
005450     PERFORM 3010-RETURN-CONTACT THRU 3010-EXIT.
005460 3300-EXIT.
005470     EXIT.
005480*================================================================
005490*  3400-END-ORGANIZATION - THE FINISHED ORGANIZATION'S COUNTS
005500*================================================================
005510 3400-END-ORGANIZATION.
005520     IF WS-ORG-ACTIVE-COUNT = ZERO
005530         AND WS-ORG-INACTIVE-COUNT = ZERO
005540         DISPLAY "NO CONTACTS"
005550         ADD 1 TO WS-RC-ORG-EMPTY-COUNT
005560     END-IF.
005570     DISPLAY WS-ORG-SPACE-LINE.
005580     MOVE "ACTIVE CONTACTS:            "
005590         TO WS-RC-SUMMARY-LABEL.
005600     MOVE WS-ORG-ACTIVE-COUNT             TO WS-RC-SUMMARY-OUT.
005610     DISPLAY WS-RC-SUMMARY-LINE.
005620     MOVE "INACTIVE CONTACTS:          "
005630         TO WS-RC-SUMMARY-LABEL.
005640     MOVE WS-ORG-INACTIVE-COUNT           TO WS-RC-SUMMARY-OUT.
005650     DISPLAY WS-RC-SUMMARY-LINE.
005660 3400-EXIT.
005670     EXIT.
005680*================================================================
005690*  8000-PRINT-RUN-TOTALS - WHAT THE ROLL-UP READ AND LISTED
005700*================================================================
005710 8000-PRINT-RUN-TOTALS.
005720     DISPLAY WS-ORG-SPACE-LINE.
005730     MOVE "CONTACT RECORDS READ:       "
005740         TO WS-RC-SUMMARY-LABEL.
005750     MOVE WS-RC-MASTER-READ-COUNT         TO WS-RC-SUMMARY-OUT.
005760     DISPLAY WS-RC-SUMMARY-LINE.
005770     MOVE "CONTACTS WITH NO ORG:       "
005780         TO WS-RC-SUMMARY-LABEL.
005790     MOVE WS-RC-NO-ORG-COUNT              TO WS-RC-SUMMARY-OUT.
005800     DISPLAY WS-RC-SUMMARY-LINE.
005810     MOVE "ORGANIZATIONS ON FILE:      "
005820         TO WS-RC-SUMMARY-LABEL.
005830     MOVE WS-RC-ORG-READ-COUNT            TO WS-RC-SUMMARY-OUT.
005840     DISPLAY WS-RC-SUMMARY-LINE.
005850     MOVE "  OPEN:                     "
005860         TO WS-RC-SUMMARY-LABEL.
005870     MOVE WS-RC-ORG-OPEN-COUNT            TO WS-RC-SUMMARY-OUT.
005880     DISPLAY WS-RC-SUMMARY-LINE.
005890     MOVE "  CLOSED:                   "
005900         TO WS-RC-SUMMARY-LABEL.
005910     MOVE WS-RC-ORG-CLOSED-COUNT          TO WS-RC-SUMMARY-OUT.
005920     DISPLAY WS-RC-SUMMARY-LINE.
005930     MOVE "ORGANIZATIONS, NO CONTACTS: "
005940         TO WS-RC-SUMMARY-LABEL.
005950     MOVE WS-RC-ORG-EMPTY-COUNT           TO WS-RC-SUMMARY-OUT.
005960     DISPLAY WS-RC-SUMMARY-LINE.
005970     MOVE "ORG IDS NOT ON FILE:        "
005980         TO WS-RC-SUMMARY-LABEL.
005990     MOVE WS-RC-ORG-UNKNOWN-COUNT         TO WS-RC-SUMMARY-OUT.
006000     DISPLAY WS-RC-SUMMARY-LINE.
006010     MOVE "ACTIVE ORG CONTACTS:        "
006020         TO WS-RC-SUMMARY-LABEL.
006030     MOVE WS-RC-ACTIVE-COUNT              TO WS-RC-SUMMARY-OUT.
006040     DISPLAY WS-RC-SUMMARY-LINE.
006050     MOVE "INACTIVE ORG CONTACTS:      "
006060         TO WS-RC-SUMMARY-LABEL.
006070     MOVE WS-RC-INACTIVE-COUNT            TO WS-RC-SUMMARY-OUT.
006080     DISPLAY WS-RC-SUMMARY-LINE.
006090 8000-EXIT.
006100     EXIT.
006110*================================================================
006120*  9000-TERMINATE - CLOSE FILES AND RETURN
006130*================================================================
006140 9000-TERMINATE.
006150     IF WS-RUN-OK
006160         CLOSE CONTACT-MASTER-FILE
006170     END-IF.
006180     IF WS-ORGS-OPEN
006190         CLOSE ORGANIZATION-FILE
006200     END-IF.
006210 9000-EXIT.
006220     EXIT.
006230 END PROGRAM LAB01ORG.
