000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01ADR.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01ADR
000090*  DESCRIPTION  ONE-TIME POSTAL ADDRESS CLEANUP OF THE CONTACT
000100*               MASTER.  READS EVERY CONTACT, HANDS ITS ADDRESS
000110*               TO LAB01ADS, AND FOR EACH ADDRESS WHOSE STANDARD
000120*               FORM DIFFERS FROM WHAT IS ON FILE GENERATES A
000130*               CHANGE TRANSACTION CARRYING THE CORRECTED FIELDS.
000140*               THE CHANGES ARE APPENDED TO THE RAW CONTACT-TXN
000150*               BATCH UNDER THEIR OWN H HEADER, SO THE FIXES GO
000160*               THROUGH THE LAB01EDT EDIT AND THE LAB01 APPLY AND
000170*               AUDIT LIKE ANY OTHER CHANGE.  AN ADDRESS LAB01ADS
000180*               CANNOT STANDARDIZE (UNKNOWN PROVINCE, BAD POSTAL
000190*               CODE, POSTAL CODE OUTSIDE THE PROVINCE) IS WRITTEN
000200*               TO THE ADREXCP REPORT FOR ITS OWNING DEPARTMENT TO
000210*               CORRECT BY HAND.  A RERUN AFTER THE CHANGES HAVE
000220*               BEEN APPLIED FINDS NOTHING LEFT TO FIX.
000230*================================================================
000240*  MODIFICATION HISTORY
000250*----------------------------------------------------------------
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 SMH   ORIGINAL - CHANGE TRANSACTIONS FOR EVERY
000280*                   ADDRESS ON THE MASTER NOT YET IN STANDARD
000290*                   FORM, AND A REPORT OF THE ONES THAT CANNOT BE
000300*                   FIXED WITHOUT A PERSON LOOKING AT THEM.
000301*  2026-10-15 SMH   THE TRANSACTION LAYOUT GAINED THE P
000302*                   (CONSENT) CODE AND ITS VIEW OF THE NOTE-TEXT
000303*                   AREA; THE COPY REPLACING LIST CARRIES THE
000304*                   NEW NAMES.
000305*  2026-10-15 SMH   CONTACT COPYBOOK ALSO MAPS THE ORGANIZATION
000306*                   ID ONTO THE MASTER RECORD.
000307*  2026-10-15 SMH   OPENS OF THE BATCH AND EXCEPTION REPORT ARE
000308*                   CHECKED (THE RUN STOPS IF EITHER FAILS) AND
000309*                   WRITE FAILURES ARE COUNTED AND RETURNED.
000311*  2026-10-15 SMH   PARAGRAPHS RENUMBERED TO THE FOUR-DIGIT SCHEME
000313*                   THE OTHER LAB01 PROGRAMS USE.
000315*================================================================
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.         GENERIC-PC.
000360 OBJECT-COMPUTER.         GENERIC-PC.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*----------------------------------------------------------------
000400*   CONTACT-MASTER-FILE - SAME PHYSICAL FILE AS LAB01, OPENED
000410*   INPUT-ONLY AND READ IN FULL IN KEY ORDER
000420*----------------------------------------------------------------
000430     SELECT CONTACT-MASTER-FILE
000440         ASSIGN TO           "CONTACTM"
000450         ORGANIZATION IS     INDEXED
000460         ACCESS MODE IS      DYNAMIC
000470         RECORD KEY IS       CM-CONTACT-KEY
000480         ALTERNATE RECORD KEY IS CM-EMAIL
000490             WITH DUPLICATES
000500         FILE STATUS IS      WS-MASTER-STATUS.
000510
000520*----------------------------------------------------------------
000530*   CONTACT-TXN-FILE - THE RAW TRANSACTION BATCH.  GENERATED
000540*   CHANGES ARE APPENDED SO THEY JOIN ANY HAND-KEYED
000550*   TRANSACTIONS ALREADY WAITING FOR THE LAB01EDT EDIT PASS.
000560*----------------------------------------------------------------
000570     SELECT CONTACT-TXN-FILE
000580         ASSIGN TO           "CONTACTX"
000590         ORGANIZATION IS     LINE SEQUENTIAL
000600         FILE STATUS IS      WS-TXN-FILE-STATUS.
000610
000620*----------------------------------------------------------------
000630*   ADDRESS-EXCEPT-FILE - CONTACTS WHOSE ADDRESS COULD NOT BE
000640*   STANDARDIZED, WITH THE ADDRESS AS IT STANDS AND THE REASON
000650*----------------------------------------------------------------
000660     SELECT ADDRESS-EXCEPT-FILE
000670         ASSIGN TO           "ADREXCP"
000680         ORGANIZATION IS     LINE SEQUENTIAL
000690         FILE STATUS IS      WS-EXCEPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONTACT-MASTER-FILE
000740     LABEL RECORDS ARE STANDARD.
000750*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
000760     COPY CONTACTR
000770         REPLACING ==WS-CONTACT==     BY ==CM-CONTACT==
000780                   ==WS-CONTACT-KEY== BY ==CM-CONTACT-KEY==
000790                   ==WS-LASTNAME==    BY ==CM-LASTNAME==
000800                   ==WS-FIRSTNAME==   BY ==CM-FIRSTNAME==
000810                   ==WS-EMAIL==       BY ==CM-EMAIL==
000820                   ==WS-PHONENUMBER== BY ==CM-PHONENUMBER==
000830                   ==WS-CATEGORY==    BY ==CM-CATEGORY==
000840                   ==WS-STREET==      BY ==CM-STREET==
000850                   ==WS-CITY==        BY ==CM-CITY==
000860                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
000870                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
000880                   ==WS-STATUS==      BY ==CM-STATUS==
000890                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
000900                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
000910                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
000920                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
000930                   ==WS-LAST-BOUNCE-DATE==
000940                                BY ==CM-LAST-BOUNCE-DATE==
000943                   ==WS-ORGANIZATION-ID==
000946                                BY ==CM-ORGANIZATION-ID==.
000950
000960 FD  CONTACT-TXN-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CONTACTX
000990      REPLACING ==WS-TRANSACTION==  BY ==TX-TRANSACTION==
001000           ==WS-TXN-CODE==          BY ==TX-TXN-CODE==
001010           ==WS-TXN-IS-ADD==        BY ==TX-TXN-IS-ADD==
001020           ==WS-TXN-IS-CHANGE==     BY ==TX-TXN-IS-CHANGE==
001030           ==WS-TXN-IS-DELETE==     BY ==TX-TXN-IS-DELETE==
001040           ==WS-TXN-IS-SUBSCRIBE==  BY ==TX-TXN-IS-SUBSCRIBE==
001050           ==WS-TXN-IS-UNSUBSCRIBE==
001060                                    BY ==TX-TXN-IS-UNSUBSCRIBE==
001070           ==WS-TXN-IS-RENAME==     BY ==TX-TXN-IS-RENAME==
001080           ==WS-TXN-IS-HEADER==     BY ==TX-TXN-IS-HEADER==
001090           ==WS-TXN-IS-NOTE==       BY ==TX-TXN-IS-NOTE==
001094           ==WS-TXN-IS-CONSENT==    BY ==TX-TXN-IS-CONSENT==
001095           ==WS-TXN-IS-ORG-ADD==    BY ==TX-TXN-IS-ORG-ADD==
001096           ==WS-TXN-IS-ORG-CHANGE== BY ==TX-TXN-IS-ORG-CHANGE==
001097           ==WS-TXN-IS-ORG-CLOSE==  BY ==TX-TXN-IS-ORG-CLOSE==
001098           ==WS-TXN-IS-ORGANIZATION==
001099                          BY ==TX-TXN-IS-ORGANIZATION==
001100           ==WS-TXN-CONTACT-KEY==   BY ==TX-TXN-CONTACT-KEY==
001110           ==WS-TXN-LASTNAME==      BY ==TX-TXN-LASTNAME==
001120           ==WS-TXN-FIRSTNAME==     BY ==TX-TXN-FIRSTNAME==
001130           ==WS-TXN-EMAIL==         BY ==TX-TXN-EMAIL==
001140           ==WS-TXN-PHONENUMBER==   BY ==TX-TXN-PHONENUMBER==
001150           ==WS-TXN-CATEGORY==      BY ==TX-TXN-CATEGORY==
001160           ==WS-TXN-STREET==        BY ==TX-TXN-STREET==
001170           ==WS-TXN-CITY==          BY ==TX-TXN-CITY==
001180           ==WS-TXN-PROVINCE==      BY ==TX-TXN-PROVINCE==
001190           ==WS-TXN-POSTALCODE==    BY ==TX-TXN-POSTALCODE==
001200           ==WS-TXN-STATUS==        BY ==TX-TXN-STATUS==
001210           ==WS-TXN-LIST-CODE==     BY ==TX-TXN-LIST-CODE==
001220           ==WS-TXN-NEW-CONTACT-KEY==
001230                                BY ==TX-TXN-NEW-CONTACT-KEY==
001240           ==WS-TXN-NEW-LASTNAME==  BY ==TX-TXN-NEW-LASTNAME==
001250           ==WS-TXN-NEW-FIRSTNAME==
001260                                BY ==TX-TXN-NEW-FIRSTNAME==
001270           ==WS-TXN-EFFECTIVE-DATE==
001280                                BY ==TX-TXN-EFFECTIVE-DATE==
001290           ==WS-TXN-DEPARTMENT==    BY ==TX-TXN-DEPARTMENT==
001291           ==WS-TXN-OVERRIDE==      BY ==TX-TXN-OVERRIDE==
001292           ==WS-TXN-NOTE-TEXT==     BY ==TX-TXN-NOTE-TEXT==
001293           ==WS-TXN-ORG-DATA==      BY ==TX-TXN-ORG-DATA==
001294           ==WS-TXN-ORG-NAME==      BY ==TX-TXN-ORG-NAME==
001295           ==WS-TXN-ORG-ACCOUNT==   BY ==TX-TXN-ORG-ACCOUNT==
001296           ==WS-TXN-ORG-ID==        BY ==TX-TXN-ORG-ID==
001302           ==WS-TXN-CONSENT-DATA==
001303                                BY ==TX-TXN-CONSENT-DATA==
001304           ==WS-TXN-CONSENT-TYPE==
001305                                BY ==TX-TXN-CONSENT-TYPE==
001306           ==WS-TXN-CONSENT-SOURCE==
001307                                BY ==TX-TXN-CONSENT-SOURCE==
001308           ==WS-TXN-CONSENT-OBTAINED==
001309                                BY ==TX-TXN-CONSENT-OBTAINED==
001310           ==WS-TXN-CONSENT-EXPIRY==
001311                                BY ==TX-TXN-CONSENT-EXPIRY==
001320           ==WS-TXN-BATCH-ID==      BY ==TX-TXN-BATCH-ID==
001330           ==WS-TXN-OPERATOR==      BY ==TX-TXN-OPERATOR==.
001340
001350 FD  ADDRESS-EXCEPT-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  ADDRESS-EXCEPT-RECORD.
001380     05  AX-DEPARTMENT                     PIC X(03).
001390     05  FILLER                            PIC X(01).
001400     05  AX-LASTNAME                       PIC X(10).
001410     05  FILLER                            PIC X(01).
001420     05  AX-FIRSTNAME                      PIC X(08).
001430     05  FILLER                            PIC X(01).
001440     05  AX-STREET                         PIC X(20).
001450     05  FILLER                            PIC X(01).
001460     05  AX-CITY                           PIC X(13).
001470     05  FILLER                            PIC X(01).
001480     05  AX-PROVINCE                       PIC X(02).
001490     05  FILLER                            PIC X(01).
001500     05  AX-POSTALCODE                     PIC X(07).
001510     05  FILLER                            PIC X(01).
001520     05  AX-REASON                         PIC X(24).
001530
001540 WORKING-STORAGE SECTION.
001550*----------------------------------------------------------------
001560*   GENERATED-TRANSACTION WORKING AREA
001570*----------------------------------------------------------------
001580     COPY CONTACTX.
001590*----------------------------------------------------------------
001600*   POSTAL ADDRESS HANDED TO LAB01ADS TO BE STANDARDIZED
001610*----------------------------------------------------------------
001620     COPY ADDRSTD.
001630*----------------------------------------------------------------
001640*   SWITCHES AND FILE STATUS FIELDS
001650*----------------------------------------------------------------
001660 01  WS-MASTER-STATUS                       PIC X(02).
001670     88  WS-MASTER-OK                       VALUE "00".
001680 01  WS-TXN-FILE-STATUS                     PIC X(02).
001690     88  WS-TXN-FILE-OK                     VALUE "00".
001700     88  WS-TXN-FILE-MISSING                VALUE "35".
001710 01  WS-EXCEPT-STATUS                       PIC X(02).
001720     88  WS-EXCEPT-OK                       VALUE "00".
001730 01  WS-MASTER-EOF-SWITCH                   PIC X(01)
001740         VALUE "N".
001750     88  WS-MASTER-EOF                      VALUE "Y".
001760     88  WS-MASTER-NOT-EOF                  VALUE "N".
001770 01  WS-FILES-OPEN-SWITCH                   PIC X(01)
001780         VALUE "N".
001790     88  WS-FILES-OPEN                      VALUE "Y".
001800     88  WS-FILES-NOT-OPEN                  VALUE "N".
001810*----------------------------------------------------------------
001820*   THE CLEANUP'S BATCH - AN H HEADER AHEAD OF THE FIRST
001830*   GENERATED CHANGE NAMES THIS OPERATOR ID AND A BATCH ID TAKEN
001840*   FROM THE DATE AND TIME.  NO DEPARTMENT IS NAMED, SO THE
001850*   CHANGES ARE EDITED UNOWNED, AS LAB01IMP'S ARE.
001860*----------------------------------------------------------------
001870 01  WS-CLEANUP-OPERATOR                    PIC X(08)
001880         VALUE "ADRCLEAN".
001890 01  WS-BATCH-STAMP.
001900     05  WS-BATCH-STAMP-DATE               PIC 9(08).
001910     05  WS-BATCH-STAMP-TIME               PIC 9(08).
001920 01  WS-HEADER-WRITTEN-SWITCH               PIC X(01)
001930         VALUE "N".
001940     88  WS-HEADER-WRITTEN                  VALUE "Y".
001950     88  WS-HEADER-NOT-WRITTEN              VALUE "N".
001960*----------------------------------------------------------------
001970*   CLEANUP SUMMARY COUNTERS
001980*----------------------------------------------------------------
001990 01  WS-MASTER-READ-COUNT                   PIC 9(06) COMP
002000         VALUE ZERO.
002010 01  WS-NO-ADDRESS-COUNT                    PIC 9(06) COMP
002020         VALUE ZERO.
002030 01  WS-STANDARD-COUNT                      PIC 9(06) COMP
002040         VALUE ZERO.
002050 01  WS-CHG-GEN-COUNT                       PIC 9(06) COMP
002060         VALUE ZERO.
002070 01  WS-EXCEPT-COUNT                        PIC 9(06) COMP
002073         VALUE ZERO.
002076 01  WS-WRITE-ERROR-COUNT                   PIC 9(06) COMP
002080         VALUE ZERO.
002090*----------------------------------------------------------------
002100*   CLEANUP SUMMARY PRINT LINES
002110*----------------------------------------------------------------
002120 01  WS-SUM-TITLE-LINE                      PIC X(42)
002130         VALUE "POSTAL ADDRESS CLEANUP - SUMMARY".
002140 01  WS-SUM-SPACE-LINE                      PIC X(42)
002150         VALUE SPACES.
002160 01  WS-SUM-LINE.
002170     05  WS-SUM-LABEL                      PIC X(24).
002180     05  WS-SUM-OUT                        PIC ZZZ,ZZ9.
002190
002200 PROCEDURE DIVISION.
002210*================================================================
002220*  0000-MAINLINE
002230*================================================================
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     IF WS-FILES-OPEN
002270         PERFORM 3100-READ-MASTER THRU 3100-EXIT
002280         PERFORM 2000-CLEAN-ONE-CONTACT THRU 2000-EXIT
002290             UNTIL WS-MASTER-EOF
002300         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
002310     END-IF.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     GOBACK.
002340*================================================================
002350*  1000-INITIALIZE - OPEN THE MASTER, THE TRANSACTION BATCH, AND
002360*  THE EXCEPTION REPORT.  THE BATCH OPENS EXTEND SO GENERATED
002370*  CHANGES JOIN ANY HAND-KEYED ONES ALREADY WAITING.
002380*================================================================
002390 1000-INITIALIZE.
002400     OPEN INPUT CONTACT-MASTER-FILE.
002410     IF NOT WS-MASTER-OK
002420         DISPLAY "LAB01ADR: UNABLE TO OPEN CONTACT-MASTER-FILE, "
002430             "STATUS = " WS-MASTER-STATUS
002440     ELSE
002450         OPEN EXTEND CONTACT-TXN-FILE
002460         IF WS-TXN-FILE-MISSING
002470             OPEN OUTPUT CONTACT-TXN-FILE
002480         END-IF
002481         IF NOT WS-TXN-FILE-OK
002482             DISPLAY "LAB01ADR: UNABLE TO OPEN CONTACT-TXN-FILE, "
002483                 "STATUS = " WS-TXN-FILE-STATUS
002484             CLOSE CONTACT-MASTER-FILE
002485         ELSE
002486             OPEN OUTPUT ADDRESS-EXCEPT-FILE
002487             IF NOT WS-EXCEPT-OK
002488                 DISPLAY "LAB01ADR: UNABLE TO OPEN "
002489                     "ADDRESS-EXCEPT-FILE, STATUS = "
002490                     WS-EXCEPT-STATUS
002491                 CLOSE CONTACT-MASTER-FILE
002492                 CLOSE CONTACT-TXN-FILE
002493             ELSE
002494                 SET WS-FILES-OPEN        TO TRUE
002495             END-IF
002496         END-IF
002497     END-IF.
002498     IF WS-FILES-NOT-OPEN
002499         DISPLAY "LAB01ADR: CLEANUP NOT RUN"
002500         MOVE 8                           TO RETURN-CODE
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540*================================================================
002550*  2000-CLEAN-ONE-CONTACT - HAND ONE CONTACT'S ADDRESS TO
002560*  LAB01ADS.  AN ADDRESS THAT CANNOT BE STANDARDIZED GOES TO THE
002570*  EXCEPTION REPORT, ONE WHOSE STANDARD FORM DIFFERS GETS A
002580*  CHANGE, AND ONE ALREADY IN STANDARD FORM IS LEFT ALONE.
002590*================================================================
002600 2000-CLEAN-ONE-CONTACT.
002610     ADD 1 TO WS-MASTER-READ-COUNT.
002620     IF CM-STREET = SPACES
002630         AND CM-CITY = SPACES
002640         AND CM-PROVINCE = SPACES
002650         AND CM-POSTALCODE = SPACES
002660         ADD 1 TO WS-NO-ADDRESS-COUNT
002670     ELSE
002680         MOVE CM-STREET                   TO WS-ADDR-STREET
002690         MOVE CM-CITY                     TO WS-ADDR-CITY
002700         MOVE CM-PROVINCE                 TO WS-ADDR-PROVINCE
002710         MOVE CM-POSTALCODE               TO WS-ADDR-POSTALCODE
002720         CALL "LAB01ADS" USING WS-ADDR-PARMS
002730         END-CALL
002740         IF WS-ADDR-REJECTED
002750             PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
002760         ELSE
002770             IF WS-ADDR-CHANGED
002780                 PERFORM 2200-GENERATE-CHANGE THRU 2200-EXIT
002790             ELSE
002800                 ADD 1 TO WS-STANDARD-COUNT
002810             END-IF
002820         END-IF
002830     END-IF.
002840     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
002850 2000-EXIT.
002860     EXIT.
002870*================================================================
002880*  2200-GENERATE-CHANGE - A CHANGE CARRYING ONLY THE ADDRESS
002890*  FIELDS WHOSE STANDARD FORM DIFFERS FROM THE MASTER
002900*================================================================
002910 2200-GENERATE-CHANGE.
002920     MOVE SPACES                          TO WS-TRANSACTION.
002930     MOVE "C"                             TO WS-TXN-CODE.
002940     MOVE CM-LASTNAME                     TO WS-TXN-LASTNAME.
002950     MOVE CM-FIRSTNAME                    TO WS-TXN-FIRSTNAME.
002960     IF WS-ADDR-STREET NOT = CM-STREET
002970         MOVE WS-ADDR-STREET              TO WS-TXN-STREET
002980     END-IF.
002990     IF WS-ADDR-CITY NOT = CM-CITY
003000         MOVE WS-ADDR-CITY                TO WS-TXN-CITY
003010     END-IF.
003020     IF WS-ADDR-PROVINCE NOT = CM-PROVINCE
003030         MOVE WS-ADDR-PROVINCE            TO WS-TXN-PROVINCE
003040     END-IF.
003050     IF WS-ADDR-POSTALCODE NOT = CM-POSTALCODE
003060         MOVE WS-ADDR-POSTALCODE          TO WS-TXN-POSTALCODE
003070     END-IF.
003080     PERFORM 2600-WRITE-TRANSACTION THRU 2600-EXIT.
003090 2200-EXIT.
003110     EXIT.
003120*================================================================
003130*  2300-WRITE-EXCEPTION - ONE LINE ON THE EXCEPTION REPORT FOR AN
003140*  ADDRESS THAT NEEDS A PERSON TO FIX IT, SHOWN AS IT STANDS ON
003150*  THE MASTER
003160*================================================================
003170 2300-WRITE-EXCEPTION.
003180     MOVE SPACES                     TO ADDRESS-EXCEPT-RECORD.
003190     MOVE CM-DEPARTMENT                   TO AX-DEPARTMENT.
003200     MOVE CM-LASTNAME                     TO AX-LASTNAME.
003210     MOVE CM-FIRSTNAME                    TO AX-FIRSTNAME.
003220     MOVE CM-STREET                       TO AX-STREET.
003230     MOVE CM-CITY                         TO AX-CITY.
003240     MOVE CM-PROVINCE                     TO AX-PROVINCE.
003250     MOVE CM-POSTALCODE                   TO AX-POSTALCODE.
003260     MOVE WS-ADDR-REASON                  TO AX-REASON.
003270     WRITE ADDRESS-EXCEPT-RECORD.
003272     IF NOT WS-EXCEPT-OK
003274         DISPLAY "LAB01ADR: ERROR WRITING ADDRESS-EXCEPT-FILE, "
003276             "STATUS = " WS-EXCEPT-STATUS
003278         ADD 1 TO WS-WRITE-ERROR-COUNT
003280     ELSE
003282         ADD 1 TO WS-EXCEPT-COUNT
003284     END-IF.
003292 2300-EXIT.
003300     EXIT.
003310*================================================================
003320*  2500-WRITE-BATCH-HEADER - ONE H RECORD AHEAD OF THE FIRST
003330*  GENERATED CHANGE, CARRYING THE BATCH ID AND THE CLEANUP'S
003340*  OPERATOR ID.  IT IS BUILT IN THE FILE'S OWN RECORD AREA SO
003350*  THE TRANSACTION WAITING TO GO OUT IS LEFT INTACT.
003360*================================================================
003370 2500-WRITE-BATCH-HEADER.
003380     ACCEPT WS-BATCH-STAMP-DATE FROM DATE YYYYMMDD.
003390     ACCEPT WS-BATCH-STAMP-TIME FROM TIME.
003400     MOVE SPACES                          TO TX-TRANSACTION.
003410     MOVE "H"                             TO TX-TXN-CODE.
003420     MOVE WS-BATCH-STAMP                  TO TX-TXN-BATCH-ID.
003430     MOVE WS-CLEANUP-OPERATOR             TO TX-TXN-OPERATOR.
003440     WRITE TX-TRANSACTION.
003441     IF NOT WS-TXN-FILE-OK
003442         DISPLAY "LAB01ADR: ERROR WRITING CONTACT-TXN-FILE, "
003443             "STATUS = " WS-TXN-FILE-STATUS
003444         ADD 1 TO WS-WRITE-ERROR-COUNT
003445     END-IF.
003450     SET WS-HEADER-WRITTEN                TO TRUE.
003460 2500-EXIT.
003470     EXIT.
003480*================================================================
003490*  2550-WRITE-CLOSING-HEADER - A BLANK H BEHIND THE LAST GENERATED
003500*  CHANGE, SO WHATEVER FOLLOWS ON THE RAW BATCH STARTS A BATCH
003510*  OF ITS OWN
003520*================================================================
003530 2550-WRITE-CLOSING-HEADER.
003540     MOVE SPACES                          TO TX-TRANSACTION.
003550     MOVE "H"                             TO TX-TXN-CODE.
003560     WRITE TX-TRANSACTION.
003561     IF NOT WS-TXN-FILE-OK
003562         DISPLAY "LAB01ADR: ERROR WRITING CONTACT-TXN-FILE, "
003563             "STATUS = " WS-TXN-FILE-STATUS
003564         ADD 1 TO WS-WRITE-ERROR-COUNT
003565     END-IF.
003572 2550-EXIT.
003580     EXIT.
003590*================================================================
003600*  2600-WRITE-TRANSACTION - APPEND ONE GENERATED CHANGE TO THE
003610*  RAW BATCH FOR THE LAB01EDT EDIT PASS
003620*================================================================
003630 2600-WRITE-TRANSACTION.
003640     IF WS-HEADER-NOT-WRITTEN
003650         PERFORM 2500-WRITE-BATCH-HEADER THRU 2500-EXIT
003660     END-IF.
003670     MOVE WS-TRANSACTION                  TO TX-TRANSACTION.
003680     WRITE TX-TRANSACTION.
003681     IF NOT WS-TXN-FILE-OK
003682         DISPLAY "LAB01ADR: ERROR WRITING CONTACT-TXN-FILE, "
003683             "STATUS = " WS-TXN-FILE-STATUS
003684         ADD 1 TO WS-WRITE-ERROR-COUNT
003685     ELSE
003686         ADD 1 TO WS-CHG-GEN-COUNT
003687     END-IF.
003693 2600-EXIT.
003700     EXIT.
003710*================================================================
003720*  3100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER
003730*================================================================
003740 3100-READ-MASTER.
003750     READ CONTACT-MASTER-FILE NEXT RECORD
003760         AT END
003770             SET WS-MASTER-EOF            TO TRUE
003780     END-READ.
003790 3100-EXIT.
003800     EXIT.
003810*================================================================
003820*  8000-PRINT-SUMMARY - HOW MANY CONTACTS THE CLEANUP FIXED,
003830*  FOUND ALREADY STANDARD, AND COULD NOT FIX
003840*================================================================
003850 8000-PRINT-SUMMARY.
003860     DISPLAY WS-SUM-SPACE-LINE.
003870     DISPLAY WS-SUM-TITLE-LINE.
003880     DISPLAY WS-SUM-SPACE-LINE.
003890     MOVE "CONTACTS READ:          "      TO WS-SUM-LABEL.
003900     MOVE WS-MASTER-READ-COUNT            TO WS-SUM-OUT.
003910     DISPLAY WS-SUM-LINE.
003920     MOVE "NO ADDRESS ON FILE:     "      TO WS-SUM-LABEL.
003930     MOVE WS-NO-ADDRESS-COUNT             TO WS-SUM-OUT.
003940     DISPLAY WS-SUM-LINE.
003950     MOVE "ALREADY STANDARD:       "      TO WS-SUM-LABEL.
003960     MOVE WS-STANDARD-COUNT               TO WS-SUM-OUT.
003970     DISPLAY WS-SUM-LINE.
003980     MOVE "CHANGES GENERATED:      "      TO WS-SUM-LABEL.
003990     MOVE WS-CHG-GEN-COUNT                TO WS-SUM-OUT.
004000     DISPLAY WS-SUM-LINE.
004010     MOVE "CANNOT FIX (ADREXCP):   "      TO WS-SUM-LABEL.
004020     MOVE WS-EXCEPT-COUNT                 TO WS-SUM-OUT.
004030     DISPLAY WS-SUM-LINE.
004032     MOVE "WRITE ERRORS:           "      TO WS-SUM-LABEL.
004034     MOVE WS-WRITE-ERROR-COUNT            TO WS-SUM-OUT.
004036     DISPLAY WS-SUM-LINE.
004043 8000-EXIT.
004050     EXIT.
004060*================================================================
004070*  9000-TERMINATE - CLOSE FILES AND RETURN
004080*================================================================
004090 9000-TERMINATE.
004100     IF WS-FILES-OPEN
004110         IF WS-HEADER-WRITTEN
004120             PERFORM 2550-WRITE-CLOSING-HEADER THRU 2550-EXIT
004130         END-IF
004140         CLOSE CONTACT-MASTER-FILE
004150         CLOSE CONTACT-TXN-FILE
004160         CLOSE ADDRESS-EXCEPT-FILE
004170     END-IF.
004172     IF WS-WRITE-ERROR-COUNT > ZERO
004174         MOVE 8                           TO RETURN-CODE
004176     END-IF.
004180 9000-EXIT.
004190     EXIT.
004200 END PROGRAM LAB01ADR.
