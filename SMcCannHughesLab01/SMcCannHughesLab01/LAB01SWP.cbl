000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01SWP.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01SWP
000090*  DESCRIPTION  FUZZY DUPLICATE SWEEP OF THE WHOLE CONTACT MASTER.
000100*               LAB01 ONLY CATCHES AN ADD WHOSE EMAIL IS ALREADY
000110*               ON FILE; THIS SWEEP COMPARES EVERY CONTACT THAT IS
000120*               NOT INACTIVE WITH EVERY OTHER ONE THAT SHARES
000130*                 N - A SOUND-ALIKE LAST NAME (SOUNDEX CODE) AND
000140*                     THE SAME FIRST INITIAL,
000150*                 P - THE SAME PHONE NUMBER (DIGITS ONLY), OR
000160*                 A - THE SAME STREET AND POSTAL CODE.
000170*               EACH CANDIDATE PAIR IS SCORED - NAME 40 (50 WHEN
000180*               THE FIRST NAMES ARE IDENTICAL), PHONE 45, ADDRESS
000190*               35, TO A MOST OF 100 - AND A PAIR SCORING AT OR
000200*               OVER THE SWPPARM THRESHOLD (DEFAULT 50) IS QUEUED
000210*               ON CONTACTD IN THE SAME LAYOUT LAB01 DIVERTS TO,
000220*               SO THE REVIEWERS WORK IT WITH THE SAME K/I/M
000230*               DECISIONS THROUGH LAB01DUP.  A SWEEP ENTRY CARRIES
000240*               ONE CONTACT'S KEY AND PHONE AND ITS PARTNER'S
000250*               EMAIL, WITH A REASON OF "SWEEP", THE SCORE, AND
000260*               WHAT MATCHED (E.G. "SWEEP 085 PHN/ADDR").  PAIRS
000270*               ON THE DUPKEEP KEEP-BOTH REGISTER, AND PAIRS
000280*               ALREADY WAITING ON CONTACTD, ARE NOT QUEUED AGAIN.
000290*               RUN AFTER LAB01 HAS WRITTEN THE NIGHT'S CONTACTD
000300*               AND BEFORE THE REVIEWERS START ON IT.
000310*================================================================
000320*  MODIFICATION HISTORY
000330*----------------------------------------------------------------
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 SMH   ORIGINAL - NAME/PHONE/ADDRESS BLOCKING SWEEP
000360*                   OF THE MASTER INTO THE DUPLICATE-REVIEW QUEUE.
000362*  2026-10-15 SMH   CONTACT COPYBOOK ALSO MAPS THE ORGANIZATION
000364*                   ID ONTO THE MASTER RECORD.
000366*  2026-10-15 SMH   WRITES TO THE PAIR WORK FILE AND THE REVIEW
000368*                   QUEUE NOW CHECK THEIR FILE STATUS.
000370*================================================================
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.         GENERIC-PC.
000420 OBJECT-COMPUTER.         GENERIC-PC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*----------------------------------------------------------------
000460*   SWP-PARM-FILE - ONE OPTIONAL RECORD: THE SCORE A PAIR MUST
000470*   REACH TO BE QUEUED.  A MISSING FILE OR BLANK FIELD TAKES THE
000480*   DEFAULT OF 50.
000490*----------------------------------------------------------------
000500     SELECT SWP-PARM-FILE
000510         ASSIGN TO           "SWPPARM"
000520         ORGANIZATION IS     LINE SEQUENTIAL
000530         FILE STATUS IS      WS-PARM-STATUS.
000540
000550*----------------------------------------------------------------
000560*   CONTACT-MASTER-FILE - SAME PHYSICAL FILE AS LAB01, OPENED
000570*   INPUT-ONLY AND READ IN FULL IN KEY ORDER
000580*----------------------------------------------------------------
000590     SELECT CONTACT-MASTER-FILE
000600         ASSIGN TO           "CONTACTM"
000610         ORGANIZATION IS     INDEXED
000620         ACCESS MODE IS      DYNAMIC
000630         RECORD KEY IS       CM-CONTACT-KEY
000640         ALTERNATE RECORD KEY IS CM-EMAIL
000650             WITH DUPLICATES
000660         FILE STATUS IS      WS-MASTER-STATUS.
000670
000680*----------------------------------------------------------------
000690*   KEEP-REGISTER-FILE - THE PAIRS REVIEWERS HAVE ALREADY KEPT
000700*   AS TWO DIFFERENT PEOPLE, AS LAB01DUP RECORDS THEM
000710*----------------------------------------------------------------
000720     SELECT KEEP-REGISTER-FILE
000730         ASSIGN TO           "DUPKEEP"
000740         ORGANIZATION IS     LINE SEQUENTIAL
000750         FILE STATUS IS      WS-KEEP-STATUS.
000760
000770*----------------------------------------------------------------
000780*   DUPLICATE-RPT-FILE - THE DUPLICATES-REVIEW QUEUE.  READ
000790*   FIRST FOR THE ENTRIES ALREADY WAITING, THEN OPENED EXTEND
000800*   SO THE SWEEP'S PAIRS JOIN LAB01'S DIVERTED ADDS.
000810*----------------------------------------------------------------
000820     SELECT DUPLICATE-RPT-FILE
000830         ASSIGN TO           "CONTACTD"
000840         ORGANIZATION IS     LINE SEQUENTIAL
000850         FILE STATUS IS      WS-DUPL-STATUS.
000860
000870*----------------------------------------------------------------
000880*   BLOCK-SORT-WORK-FILE - ONE ROW PER CONTACT PER BLOCK IT
000890*   FALLS IN, SORTED SO EACH BLOCK'S CONTACTS COME TOGETHER
000900*----------------------------------------------------------------
000910     SELECT BLOCK-SORT-WORK-FILE
000920         ASSIGN TO           "SWPBSORT".
000930
000940*----------------------------------------------------------------
000950*   PAIR-WORK-FILE - ONE ROW PER CANDIDATE PAIR PER BLOCK THE
000960*   TWO CONTACTS SHARE
000970*----------------------------------------------------------------
000980     SELECT PAIR-WORK-FILE
000990         ASSIGN TO           "SWPPAIR"
001000         ORGANIZATION IS     LINE SEQUENTIAL
001010         FILE STATUS IS      WS-PAIR-STATUS.
001020
001030*----------------------------------------------------------------
001040*   PAIR-SORT-WORK-FILE - THE CANDIDATE PAIRS SORTED SO A PAIR
001050*   FOUND IN MORE THAN ONE BLOCK COMES TOGETHER FOR SCORING
001060*----------------------------------------------------------------
001070     SELECT PAIR-SORT-WORK-FILE
001080         ASSIGN TO           "SWPPSORT".
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  SWP-PARM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  SWP-PARM-RECORD.
001150     05  PARM-THRESHOLD                    PIC X(03).
001160
001170 FD  CONTACT-MASTER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
001200     COPY CONTACTR
001210         REPLACING ==WS-CONTACT==     BY ==CM-CONTACT==
001220                   ==WS-CONTACT-KEY== BY ==CM-CONTACT-KEY==
001230                   ==WS-LASTNAME==    BY ==CM-LASTNAME==
001240                   ==WS-FIRSTNAME==   BY ==CM-FIRSTNAME==
001250                   ==WS-EMAIL==       BY ==CM-EMAIL==
001260                   ==WS-PHONENUMBER== BY ==CM-PHONENUMBER==
001270                   ==WS-CATEGORY==    BY ==CM-CATEGORY==
001280                   ==WS-STREET==      BY ==CM-STREET==
001290                   ==WS-CITY==        BY ==CM-CITY==
001300                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
001310                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
001320                   ==WS-STATUS==      BY ==CM-STATUS==
001330                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
001340                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
001350                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001360                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001370                   ==WS-LAST-BOUNCE-DATE==
001380                                BY ==CM-LAST-BOUNCE-DATE==
001383                   ==WS-ORGANIZATION-ID==
001386                                BY ==CM-ORGANIZATION-ID==.
001390
001400 FD  KEEP-REGISTER-FILE
001410     LABEL RECORDS ARE STANDARD.
001420*  RECORD LAYOUT COMES FROM THE SHARED DUPKEEP COPYBOOK.
001430     COPY DUPKEEP
001440      REPLACING ==WS-DUPKEEP-RECORD==   BY ==DK-DUPKEEP-RECORD==
001450           ==WS-DUPKEEP-KEY-1==         BY ==DK-DUPKEEP-KEY-1==
001460           ==WS-DUPKEEP-LASTNAME-1==
001470                         BY ==DK-DUPKEEP-LASTNAME-1==
001480           ==WS-DUPKEEP-FIRSTNAME-1==
001490                         BY ==DK-DUPKEEP-FIRSTNAME-1==
001500           ==WS-DUPKEEP-KEY-2==         BY ==DK-DUPKEEP-KEY-2==
001510           ==WS-DUPKEEP-LASTNAME-2==
001520                         BY ==DK-DUPKEEP-LASTNAME-2==
001530           ==WS-DUPKEEP-FIRSTNAME-2==
001540                         BY ==DK-DUPKEEP-FIRSTNAME-2==
001550           ==WS-DUPKEEP-KEPT-DATE==
001560                         BY ==DK-DUPKEEP-KEPT-DATE==.
001570
001580*----------------------------------------------------------------
001590*   DUPLICATE-RPT-FILE RECORD - SAME SHAPE LAB01 WRITES AND
001600*   LAB01DUP READS
001610*----------------------------------------------------------------
001620 FD  DUPLICATE-RPT-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  DUPLICATE-RPT-RECORD.
001650     05  DUPL-FIRSTNAME                    PIC X(08).
001660     05  FILLER                            PIC X(01).
001670     05  DUPL-LASTNAME                     PIC X(10).
001680     05  FILLER                            PIC X(01).
001690     05  DUPL-EMAIL                        PIC X(26).
001700     05  FILLER                            PIC X(01).
001710     05  DUPL-PHONENUMBER                  PIC X(12).
001720     05  FILLER                            PIC X(01).
001730     05  DUPL-REASON                       PIC X(24).
001740
001750*----------------------------------------------------------------
001760*   BLOCK-SORT-WORK-FILE - THE BLOCK TYPE (N, P, OR A), THE
001770*   BLOCK KEY (SOUNDEX CODE AND FIRST INITIAL, PHONE DIGITS, OR
001780*   STREET AND POSTAL CODE), AND THE CONTACT IN IT
001790*----------------------------------------------------------------
001800 SD  BLOCK-SORT-WORK-FILE.
001810 01  SB-BLOCK-RECORD.
001820     05  SB-BLOCK-TYPE                     PIC X(01).
001830     05  SB-BLOCK-KEY                      PIC X(27).
001840     05  SB-CONTACT-KEY.
001850         10  SB-LASTNAME                   PIC X(10).
001860         10  SB-FIRSTNAME                  PIC X(08).
001870     05  SB-EMAIL                          PIC X(26).
001880     05  SB-PHONENUMBER                    PIC X(12).
001890
001900*----------------------------------------------------------------
001910*   PAIR-WORK-FILE RECORD - TWO CONTACTS SHARING A BLOCK, THE
001920*   LOWER KEY FIRST, WITH THE BLOCK TYPE THEY SHARED AND
001930*   WHETHER THEIR FIRST NAMES ARE IDENTICAL
001940*----------------------------------------------------------------
001950 FD  PAIR-WORK-FILE
001960     LABEL RECORDS ARE STANDARD.
001970 01  PAIR-WORK-RECORD.
001980     05  PW-KEY-1.
001990         10  PW-LASTNAME-1                 PIC X(10).
002000         10  PW-FIRSTNAME-1                PIC X(08).
002010     05  PW-KEY-2.
002020         10  PW-LASTNAME-2                 PIC X(10).
002030         10  PW-FIRSTNAME-2                PIC X(08).
002040     05  PW-MATCH-TYPE                     PIC X(01).
002050     05  PW-FIRST-SAME                     PIC X(01).
002060     05  PW-EMAIL-1                        PIC X(26).
002070     05  PW-EMAIL-2                        PIC X(26).
002080     05  PW-PHONENUMBER-1                  PIC X(12).
002090     05  PW-PHONENUMBER-2                  PIC X(12).
002100
002110*----------------------------------------------------------------
002120*   PAIR-SORT-WORK-FILE - SAME LAYOUT AS THE PAIR WORK FILE
002130*----------------------------------------------------------------
002140 SD  PAIR-SORT-WORK-FILE.
002150 01  SP-PAIR-RECORD.
002160     05  SP-KEY-1.
002170         10  SP-LASTNAME-1                 PIC X(10).
002180         10  SP-FIRSTNAME-1                PIC X(08).
002190     05  SP-KEY-2.
002200         10  SP-LASTNAME-2                 PIC X(10).
002210         10  SP-FIRSTNAME-2                PIC X(08).
002220     05  SP-MATCH-TYPE                     PIC X(01).
002230     05  SP-FIRST-SAME                     PIC X(01).
002240     05  SP-EMAIL-1                        PIC X(26).
002250     05  SP-EMAIL-2                        PIC X(26).
002260     05  SP-PHONENUMBER-1                  PIC X(12).
002270     05  SP-PHONENUMBER-2                  PIC X(12).
002280
002290 WORKING-STORAGE SECTION.
002300*----------------------------------------------------------------
002310*   SWITCHES AND FILE STATUS FIELDS
002320*----------------------------------------------------------------
002330 01  WS-PARM-STATUS                         PIC X(02).
002340     88  WS-PARM-OK                         VALUE "00".
002350 01  WS-MASTER-STATUS                       PIC X(02).
002360     88  WS-MASTER-OK                       VALUE "00".
002370 01  WS-KEEP-STATUS                         PIC X(02).
002380     88  WS-KEEP-OK                         VALUE "00".
002390     88  WS-KEEP-MISSING                    VALUE "35".
002400 01  WS-DUPL-STATUS                         PIC X(02).
002410     88  WS-DUPL-OK                         VALUE "00".
002420     88  WS-DUPL-MISSING                    VALUE "35".
002430 01  WS-PAIR-STATUS                         PIC X(02).
002440     88  WS-PAIR-OK                         VALUE "00".
002450 01  WS-MASTER-EOF-SWITCH                   PIC X(01)
002460         VALUE "N".
002470     88  WS-MASTER-EOF                      VALUE "Y".
002480     88  WS-MASTER-NOT-EOF                  VALUE "N".
002490 01  WS-KEEP-EOF-SWITCH                     PIC X(01)
002500         VALUE "N".
002510     88  WS-KEEP-EOF                        VALUE "Y".
002520     88  WS-KEEP-NOT-EOF                    VALUE "N".
002530 01  WS-DUPL-EOF-SWITCH                     PIC X(01)
002540         VALUE "N".
002550     88  WS-DUPL-EOF                        VALUE "Y".
002560     88  WS-DUPL-NOT-EOF                    VALUE "N".
002570 01  WS-BLOCK-SORT-EOF-SWITCH               PIC X(01)
002580         VALUE "N".
002590     88  WS-BLOCK-SORT-EOF                  VALUE "Y".
002600     88  WS-BLOCK-SORT-NOT-EOF              VALUE "N".
002610 01  WS-PAIR-EOF-SWITCH                     PIC X(01)
002620         VALUE "N".
002630     88  WS-PAIR-EOF                        VALUE "Y".
002640     88  WS-PAIR-NOT-EOF                    VALUE "N".
002650 01  WS-PAIR-SORT-EOF-SWITCH                PIC X(01)
002660         VALUE "N".
002670     88  WS-PAIR-SORT-EOF                   VALUE "Y".
002680     88  WS-PAIR-SORT-NOT-EOF               VALUE "N".
002690 01  WS-RUN-OK-SWITCH                       PIC X(01)
002700         VALUE "N".
002710     88  WS-RUN-OK                          VALUE "Y".
002720     88  WS-RUN-NOT-OK                      VALUE "N".
002730 01  WS-LISTED-SWITCH                       PIC X(01).
002740     88  WS-LISTED                          VALUE "Y".
002750     88  WS-NOT-LISTED                      VALUE "N".
002760*----------------------------------------------------------------
002770*   THE SWPPARM SETTING
002780*----------------------------------------------------------------
002790 01  WS-THRESHOLD                           PIC 9(03)
002800         VALUE 50.
002810*----------------------------------------------------------------
002820*   MATCH WEIGHTS - WHAT EACH KIND OF MATCH ADDS TO A PAIR'S
002830*   SCORE, AND THE MOST A PAIR CAN SCORE
002840*----------------------------------------------------------------
002850 01  WS-NAME-WEIGHT                         PIC 9(03)
002860         VALUE 40.
002870 01  WS-FIRST-SAME-WEIGHT                   PIC 9(03)
002880         VALUE 10.
002890 01  WS-PHONE-WEIGHT                        PIC 9(03)
002900         VALUE 45.
002910 01  WS-ADDRESS-WEIGHT                      PIC 9(03)
002920         VALUE 35.
002930 01  WS-MAXIMUM-SCORE                       PIC 9(03)
002940         VALUE 100.
002950*----------------------------------------------------------------
002960*   CASE CONVERSION AND THE SOUNDEX CODE OF EACH LETTER.  H AND
002970*   W CARRY 9 - THEY ARE PASSED OVER WITHOUT SEPARATING TWO
002980*   LETTERS OF THE SAME CODE; THE VOWELS AND Y CARRY 0, WHICH
002990*   DOES SEPARATE THEM.
003000*----------------------------------------------------------------
003010 01  WS-LOWER-CASE                          PIC X(26)
003020         VALUE "abcdefghijklmnopqrstuvwxyz".
003030 01  WS-UPPER-CASE                          PIC X(26)
003040         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003050 01  WS-SOUNDEX-CODES                       PIC X(26)
003060         VALUE "01230129022455012623019202".
003070*----------------------------------------------------------------
003080*   SOUNDEX WORK FIELDS
003090*----------------------------------------------------------------
003100 01  WS-SDX-NAME                            PIC X(10).
003110 01  WS-SDX-NAME-CODES                      PIC X(10).
003120 01  WS-SDX-RESULT                          PIC X(04).
003130 01  WS-SDX-SUB                             PIC 9(02) COMP.
003140 01  WS-SDX-LENGTH                          PIC 9(02) COMP.
003150 01  WS-SDX-PRIOR-CODE                      PIC X(01).
003160 01  WS-SDX-CODE                            PIC X(01).
003170*----------------------------------------------------------------
003180*   BLOCK KEY WORK FIELDS - THE BLOCK ROW BEING RELEASED, THE
003190*   CONTACT'S PHONE DIGITS, AND ITS UPPER-CASED FIRST INITIAL,
003200*   STREET, AND POSTAL CODE
003210*----------------------------------------------------------------
003220 01  WS-NEW-BLOCK.
003230     05  WS-NEW-BLOCK-TYPE                 PIC X(01).
003240     05  WS-NEW-BLOCK-KEY                  PIC X(27).
003250 01  WS-PHONE-DIGITS                        PIC X(12).
003260 01  WS-PHONE-LENGTH                        PIC 9(02) COMP.
003270 01  WS-PHONE-SUB                           PIC 9(02) COMP.
003280 01  WS-FIRST-INITIAL                       PIC X(01).
003290 01  WS-UPPER-STREET                        PIC X(20).
003300 01  WS-UPPER-POSTALCODE                    PIC X(07).
003310*----------------------------------------------------------------
003320*   BLOCK TABLE - THE CONTACTS OF THE BLOCK BEING PAIRED.  A
003330*   BLOCK LARGER THAN THE TABLE IS PAIRED ON ITS FIRST 50
003340*   CONTACTS AND REPORTED.
003350*----------------------------------------------------------------
003360 01  WS-HELD-BLOCK.
003370     05  WS-HELD-BLOCK-TYPE                PIC X(01).
003380     05  WS-HELD-BLOCK-KEY                 PIC X(27).
003390 01  WS-BLOCK-OVERFLOW-SWITCH               PIC X(01).
003400     88  WS-BLOCK-OVERFLOW                  VALUE "Y".
003410     88  WS-NO-BLOCK-OVERFLOW               VALUE "N".
003420 01  WS-BLOCK-TABLE.
003430     05  WS-BLK-COUNT                      PIC 9(02) COMP
003440             VALUE ZERO.
003450     05  WS-BLK-ENTRY OCCURS 50 TIMES.
003460         10  WS-BLK-CONTACT-KEY.
003470             15  WS-BLK-LASTNAME           PIC X(10).
003480             15  WS-BLK-FIRSTNAME          PIC X(08).
003490         10  WS-BLK-EMAIL                  PIC X(26).
003500         10  WS-BLK-PHONENUMBER            PIC X(12).
003510 01  WS-BLK-SUB-1                           PIC 9(02) COMP.
003520 01  WS-BLK-SUB-2                           PIC 9(02) COMP.
003530*----------------------------------------------------------------
003540*   KEEP-BOTH TABLE, LOADED FROM DUPKEEP
003550*----------------------------------------------------------------
003560 01  WS-KEEP-TABLE.
003570     05  WS-KEEP-COUNT                     PIC 9(03) COMP
003580             VALUE ZERO.
003590     05  WS-KEEP-ENTRY OCCURS 500 TIMES.
003600         10  WS-KEEP-KEY-1                 PIC X(18).
003610         10  WS-KEEP-KEY-2                 PIC X(18).
003620 01  WS-KEEP-SUB                            PIC 9(03) COMP.
003630*----------------------------------------------------------------
003640*   PENDING TABLE - THE ENTRIES ALREADY ON CONTACTD, LOADED SO
003650*   A PAIR STILL WAITING FOR REVIEW IS NOT QUEUED TWICE
003660*----------------------------------------------------------------
003670 01  WS-PENDING-TABLE.
003680     05  WS-PEND-COUNT                     PIC 9(03) COMP
003690             VALUE ZERO.
003700     05  WS-PEND-ENTRY OCCURS 200 TIMES.
003710         10  WS-PEND-LASTNAME              PIC X(10).
003720         10  WS-PEND-FIRSTNAME             PIC X(08).
003730         10  WS-PEND-EMAIL                 PIC X(26).
003740 01  WS-PEND-SUB                            PIC 9(03) COMP.
003750*----------------------------------------------------------------
003760*   PAIR BREAK FIELDS - THE PAIR BEING COLLAPSED, EVERY KIND OF
003770*   MATCH FOUND FOR IT SO FAR, AND ITS SCORE
003780*----------------------------------------------------------------
003790 01  WS-HELD-PAIR.
003800     05  WS-HELD-KEY-1.
003810         10  WS-HELD-LASTNAME-1            PIC X(10).
003820         10  WS-HELD-FIRSTNAME-1           PIC X(08).
003830     05  WS-HELD-KEY-2.
003840         10  WS-HELD-LASTNAME-2            PIC X(10).
003850         10  WS-HELD-FIRSTNAME-2           PIC X(08).
003860 01  WS-HELD-EMAIL-1                        PIC X(26).
003870 01  WS-HELD-EMAIL-2                        PIC X(26).
003880 01  WS-HELD-PHONENUMBER-1                  PIC X(12).
003890 01  WS-HELD-PHONENUMBER-2                  PIC X(12).
003900 01  WS-HELD-FIRST-SAME                     PIC X(01).
003910 01  WS-HELD-NAME-MATCH                     PIC X(01).
003920 01  WS-HELD-PHONE-MATCH                    PIC X(01).
003930 01  WS-HELD-ADDRESS-MATCH                  PIC X(01).
003940 01  WS-PAIR-SCORE                          PIC 9(03).
003950 01  WS-REASON-TEXT                         PIC X(24).
003960 01  WS-REASON-WORD                         PIC X(04).
003970 01  WS-REASON-POINTER                      PIC 9(02) COMP.
003980*----------------------------------------------------------------
003990*   RUN COUNTERS
004000*----------------------------------------------------------------
004010 01  WS-MASTER-READ-COUNT                   PIC 9(06) COMP
004020         VALUE ZERO.
004030 01  WS-INACTIVE-SKIP-COUNT                 PIC 9(06) COMP
004040         VALUE ZERO.
004050 01  WS-BLOCK-ROW-COUNT                     PIC 9(06) COMP
004060         VALUE ZERO.
004070 01  WS-BLOCK-OVERFLOW-COUNT                PIC 9(06) COMP
004080         VALUE ZERO.
004090 01  WS-CANDIDATE-COUNT                     PIC 9(06) COMP
004100         VALUE ZERO.
004110 01  WS-BELOW-COUNT                         PIC 9(06) COMP
004120         VALUE ZERO.
004130 01  WS-KEPT-SKIP-COUNT                     PIC 9(06) COMP
004140         VALUE ZERO.
004150 01  WS-PENDING-SKIP-COUNT                  PIC 9(06) COMP
004160         VALUE ZERO.
004170 01  WS-NO-EMAIL-KEY-COUNT                  PIC 9(06) COMP
004180         VALUE ZERO.
004190 01  WS-QUEUED-COUNT                        PIC 9(06) COMP
004200         VALUE ZERO.
004210*----------------------------------------------------------------
004220*   SWEEP SUMMARY PRINT LINES
004230*----------------------------------------------------------------
004240 01  WS-SWP-TITLE-LINE                      PIC X(44)
004250         VALUE "FUZZY DUPLICATE SWEEP SUMMARY".
004260 01  WS-SWP-SPACE-LINE                      PIC X(44)
004270         VALUE SPACES.
004280 01  WS-SWP-SUMMARY-LINE.
004290     05  WS-SWP-SUMMARY-LABEL              PIC X(28).
004300     05  WS-SWP-SUMMARY-OUT                PIC ZZZ,ZZ9.
004310
004320 PROCEDURE DIVISION.
004330*================================================================
004340*  0000-MAINLINE
004350*================================================================
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380     IF WS-RUN-OK
004390         SORT BLOCK-SORT-WORK-FILE
004400             ON ASCENDING KEY SB-BLOCK-TYPE
004410                              SB-BLOCK-KEY
004420                              SB-LASTNAME
004430                              SB-FIRSTNAME
004440             INPUT PROCEDURE IS 2000-RELEASE-BLOCKS
004450                 THRU 2000-EXIT
004460             OUTPUT PROCEDURE IS 3000-PAIR-BLOCKS
004470                 THRU 3000-EXIT
004480         SORT PAIR-SORT-WORK-FILE
004490             ON ASCENDING KEY SP-LASTNAME-1
004500                              SP-FIRSTNAME-1
004510                              SP-LASTNAME-2
004520                              SP-FIRSTNAME-2
004530             INPUT PROCEDURE IS 4000-RELEASE-PAIRS
004540                 THRU 4000-EXIT
004550             OUTPUT PROCEDURE IS 5000-SCORE-PAIRS
004560                 THRU 5000-EXIT
004570         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
004580     ELSE
004590         MOVE 8                           TO RETURN-CODE
004600     END-IF.
004610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004620     GOBACK.
004630*================================================================
004640*  1000-INITIALIZE - PICK UP THE THRESHOLD, THE KEEP-BOTH PAIRS,
004650*  AND THE ENTRIES ALREADY WAITING FOR REVIEW, THEN OPEN THE
004660*  MASTER AND THE REVIEW QUEUE.  NO MASTER MEANS NOTHING TO
004670*  SWEEP.
004680*================================================================
004690 1000-INITIALIZE.
004700     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
004710     PERFORM 1100-LOAD-KEEP-TABLE THRU 1100-EXIT.
004720     PERFORM 1200-LOAD-PENDING-TABLE THRU 1200-EXIT.
004730     OPEN INPUT CONTACT-MASTER-FILE.
004740     IF NOT WS-MASTER-OK
004750         DISPLAY "LAB01SWP: UNABLE TO OPEN CONTACT-MASTER-FILE, "
004760             "STATUS = " WS-MASTER-STATUS
004770     ELSE
004780         OPEN EXTEND DUPLICATE-RPT-FILE
004790         IF WS-DUPL-MISSING
004800             OPEN OUTPUT DUPLICATE-RPT-FILE
004810         END-IF
004820         IF NOT WS-DUPL-OK
004830             DISPLAY "LAB01SWP: UNABLE TO OPEN DUPLICATE-RPT-"
004840                 "FILE, STATUS = " WS-DUPL-STATUS
004850             CLOSE CONTACT-MASTER-FILE
004860         ELSE
004870             SET WS-RUN-OK                TO TRUE
004880         END-IF
004890     END-IF.
004900 1000-EXIT.
004910     EXIT.
004920*================================================================
004930*  1050-READ-PARAMETERS - THE SCORE A PAIR MUST REACH TO BE
004940*  QUEUED.  A MISSING FILE, A BLANK OR NON-NUMERIC FIELD, OR A
004950*  THRESHOLD OUTSIDE 1-100 KEEPS THE DEFAULT.
004960*================================================================
004970 1050-READ-PARAMETERS.
004980     OPEN INPUT SWP-PARM-FILE.
004990     IF WS-PARM-OK
005000         READ SWP-PARM-FILE
005010             AT END
005020                 MOVE SPACES              TO SWP-PARM-RECORD
005030         END-READ
005040         IF PARM-THRESHOLD NUMERIC
005050             AND PARM-THRESHOLD NOT = "000"
005060             AND PARM-THRESHOLD NOT > "100"
005070             MOVE PARM-THRESHOLD          TO WS-THRESHOLD
005080         END-IF
005090         CLOSE SWP-PARM-FILE
005100     END-IF.
005110 1050-EXIT.
005120     EXIT.
005130*================================================================
005140*  1100-LOAD-KEEP-TABLE - READ THE KEEP-BOTH REGISTER INTO THE
005150*  TABLE.  NO REGISTER YET SIMPLY MEANS NO PAIR HAS BEEN KEPT.
005160*================================================================
005170 1100-LOAD-KEEP-TABLE.
005180     OPEN INPUT KEEP-REGISTER-FILE.
005190     IF NOT WS-KEEP-OK
005200         IF NOT WS-KEEP-MISSING
005210             DISPLAY "LAB01SWP: ERROR OPENING KEEP-REGISTER-"
005220                 "FILE, STATUS = " WS-KEEP-STATUS
005230         END-IF
005240     ELSE
005250         SET WS-KEEP-NOT-EOF              TO TRUE
005260         PERFORM 1110-READ-KEEP THRU 1110-EXIT
005270         PERFORM 1120-TABLE-ONE-KEEP THRU 1120-EXIT
005280             UNTIL WS-KEEP-EOF
005290                OR WS-KEEP-COUNT = 500
005300         IF WS-KEEP-NOT-EOF
005310             DISPLAY "LAB01SWP: MORE THAN 500 KEPT PAIRS ON THE "
005320                 "REGISTER - THE REST MAY BE PROPOSED AGAIN"
005330         END-IF
005340         CLOSE KEEP-REGISTER-FILE
005350     END-IF.
005360 1100-EXIT.
005370     EXIT.
005380*================================================================
005390*  1110-READ-KEEP - READ THE NEXT KEPT PAIR
005400*================================================================
005410 1110-READ-KEEP.
005420     READ KEEP-REGISTER-FILE
005430         AT END
005440             SET WS-KEEP-EOF TO TRUE
005450     END-READ.
005460 1110-EXIT.
005470     EXIT.
005480*================================================================
005490*  1120-TABLE-ONE-KEEP - ADD ONE KEPT PAIR TO THE TABLE
005500*================================================================
005510 1120-TABLE-ONE-KEEP.
005520     ADD 1 TO WS-KEEP-COUNT.
005530     MOVE DK-DUPKEEP-KEY-1      TO WS-KEEP-KEY-1(WS-KEEP-COUNT).
005540     MOVE DK-DUPKEEP-KEY-2      TO WS-KEEP-KEY-2(WS-KEEP-COUNT).
005550     PERFORM 1110-READ-KEEP THRU 1110-EXIT.
005560 1120-EXIT.
005570     EXIT.
005580*================================================================
005590*  1200-LOAD-PENDING-TABLE - THE ENTRIES ALREADY ON THE REVIEW
005600*  QUEUE, SO A PAIR STILL WAITING FROM AN EARLIER SWEEP IS NOT
005610*  QUEUED A SECOND TIME
005620*================================================================
005630 1200-LOAD-PENDING-TABLE.
005640     OPEN INPUT DUPLICATE-RPT-FILE.
005650     IF NOT WS-DUPL-OK
005660         IF NOT WS-DUPL-MISSING
005670             DISPLAY "LAB01SWP: ERROR OPENING DUPLICATE-RPT-"
005680                 "FILE, STATUS = " WS-DUPL-STATUS
005690         END-IF
005700     ELSE
005710         SET WS-DUPL-NOT-EOF              TO TRUE
005720         PERFORM 1210-READ-PENDING THRU 1210-EXIT
005730         PERFORM 1220-TABLE-ONE-PENDING THRU 1220-EXIT
005740             UNTIL WS-DUPL-EOF
005750                OR WS-PEND-COUNT = 200
005760         IF WS-DUPL-NOT-EOF
005770             DISPLAY "LAB01SWP: MORE THAN 200 ENTRIES WAITING "
005780                 "FOR REVIEW - A PAIR PAST THEM MAY BE QUEUED "
005790                 "TWICE"
005800         END-IF
005810         CLOSE DUPLICATE-RPT-FILE
005820     END-IF.
005830 1200-EXIT.
005840     EXIT.
005850*================================================================
005860*  1210-READ-PENDING - READ THE NEXT WAITING ENTRY
005870*================================================================
005880 1210-READ-PENDING.
005890     READ DUPLICATE-RPT-FILE
005900         AT END
005910             SET WS-DUPL-EOF TO TRUE
005920     END-READ.
005930 1210-EXIT.
005940     EXIT.
005950*================================================================
005960*  1220-TABLE-ONE-PENDING - ADD ONE WAITING ENTRY TO THE TABLE
005970*================================================================
005980 1220-TABLE-ONE-PENDING.
005990     ADD 1 TO WS-PEND-COUNT.
006000     MOVE DUPL-LASTNAME      TO WS-PEND-LASTNAME(WS-PEND-COUNT).
006010     MOVE DUPL-FIRSTNAME     TO WS-PEND-FIRSTNAME(WS-PEND-COUNT).
006020     MOVE DUPL-EMAIL         TO WS-PEND-EMAIL(WS-PEND-COUNT).
006030     PERFORM 1210-READ-PENDING THRU 1210-EXIT.
006040 1220-EXIT.
006050     EXIT.
006060*================================================================
006070*  2000-RELEASE-BLOCKS - INPUT PROCEDURE FOR THE BLOCK SORT.
006080*  READS THE MASTER IN KEY ORDER AND RELEASES ONE ROW FOR EACH
006090*  BLOCK A CONTACT FALLS IN.  INACTIVE CONTACTS ARE PASSED BY -
006100*  THEY HAVE ALREADY LEFT THE FILE'S WORKING SET.
006110*================================================================
006120 2000-RELEASE-BLOCKS.
006130     SET WS-MASTER-NOT-EOF                TO TRUE.
006140     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
006150     PERFORM 2100-RELEASE-ONE-CONTACT THRU 2100-EXIT
006160         UNTIL WS-MASTER-EOF.
006170 2000-EXIT.
006180     EXIT.
006190*================================================================
006200*  2010-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER
006210*================================================================
006220 2010-READ-MASTER.
006230     READ CONTACT-MASTER-FILE NEXT RECORD
006240         AT END
006250             SET WS-MASTER-EOF TO TRUE
006260     END-READ.
006270 2010-EXIT.
006280     EXIT.
006290*================================================================
006300*  2100-RELEASE-ONE-CONTACT - THE NAME, PHONE, AND ADDRESS
006310*  BLOCK ROWS FOR ONE CONTACT THAT IS NOT INACTIVE
006320*================================================================
006330 2100-RELEASE-ONE-CONTACT.
006340     ADD 1 TO WS-MASTER-READ-COUNT.
006350     IF CM-STATUS = "I"
006360         ADD 1 TO WS-INACTIVE-SKIP-COUNT
006370     ELSE
006380         PERFORM 2200-RELEASE-NAME-BLOCK THRU 2200-EXIT
006390         PERFORM 2300-RELEASE-PHONE-BLOCK THRU 2300-EXIT
006400         PERFORM 2400-RELEASE-ADDRESS-BLOCK THRU 2400-EXIT
006410     END-IF.
006420     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
006430 2100-EXIT.
006440     EXIT.
006450*================================================================
006460*  2200-RELEASE-NAME-BLOCK - BLOCK N: THE SOUNDEX CODE OF THE
006470*  LAST NAME AND THE FIRST INITIAL
006480*================================================================
006490 2200-RELEASE-NAME-BLOCK.
006500     IF CM-LASTNAME NOT = SPACES
006510         PERFORM 2210-BUILD-SOUNDEX THRU 2210-EXIT
006520         MOVE CM-FIRSTNAME(1:1)           TO WS-FIRST-INITIAL
006530         INSPECT WS-FIRST-INITIAL
006540             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
006550         MOVE SPACES                      TO WS-NEW-BLOCK
006560         MOVE "N"                         TO WS-NEW-BLOCK-TYPE
006570         MOVE WS-SDX-RESULT               TO WS-NEW-BLOCK-KEY(1:4)
006580         MOVE WS-FIRST-INITIAL            TO WS-NEW-BLOCK-KEY(5:1)
006590         PERFORM 2900-RELEASE-BLOCK-ROW THRU 2900-EXIT
006600     END-IF.
006610 2200-EXIT.
006620     EXIT.
006630*================================================================
006640*  2210-BUILD-SOUNDEX - THE FOUR-CHARACTER SOUNDEX CODE OF THE
006650*  LAST NAME: ITS FIRST LETTER, THEN THE CODES OF THE LETTERS
006660*  AFTER IT, A RUN OF ONE CODE WRITTEN ONCE, PADDED WITH ZEROS
006670*================================================================
006680 2210-BUILD-SOUNDEX.
006690     MOVE CM-LASTNAME                     TO WS-SDX-NAME.
006700     INSPECT WS-SDX-NAME
006710         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
006720     MOVE WS-SDX-NAME                     TO WS-SDX-NAME-CODES.
006730     INSPECT WS-SDX-NAME-CODES
006740         CONVERTING WS-UPPER-CASE TO WS-SOUNDEX-CODES.
006750     MOVE "0000"                          TO WS-SDX-RESULT.
006760     MOVE WS-SDX-NAME(1:1)                TO WS-SDX-RESULT(1:1).
006770     MOVE 1                               TO WS-SDX-LENGTH.
006780     MOVE WS-SDX-NAME-CODES(1:1)          TO WS-SDX-PRIOR-CODE.
006790     PERFORM 2220-SOUNDEX-ONE-LETTER THRU 2220-EXIT
006800         VARYING WS-SDX-SUB FROM 2 BY 1
006810         UNTIL WS-SDX-SUB > 10
006820            OR WS-SDX-LENGTH = 4.
006830 2210-EXIT.
006840     EXIT.
006850*================================================================
006860*  2220-SOUNDEX-ONE-LETTER - A VOWEL BREAKS A RUN; A CODED
006870*  LETTER IS WRITTEN UNLESS IT CONTINUES THE RUN; H, W, AND
006880*  ANYTHING NOT A LETTER ARE PASSED OVER
006890*================================================================
006900 2220-SOUNDEX-ONE-LETTER.
006910     MOVE WS-SDX-NAME-CODES(WS-SDX-SUB:1) TO WS-SDX-CODE.
006920     EVALUATE TRUE
006930         WHEN WS-SDX-CODE = "0"
006940             MOVE "0"                     TO WS-SDX-PRIOR-CODE
006950         WHEN WS-SDX-CODE NOT < "1"
006960              AND WS-SDX-CODE NOT > "6"
006970             IF WS-SDX-CODE NOT = WS-SDX-PRIOR-CODE
006980                 ADD 1 TO WS-SDX-LENGTH
006990                 MOVE WS-SDX-CODE
007000                     TO WS-SDX-RESULT(WS-SDX-LENGTH:1)
007010             END-IF
007020             MOVE WS-SDX-CODE             TO WS-SDX-PRIOR-CODE
007030         WHEN OTHER
007040             CONTINUE
007050     END-EVALUATE.
007060 2220-EXIT.
007070     EXIT.
007080*================================================================
007090*  2300-RELEASE-PHONE-BLOCK - BLOCK P: THE DIGITS OF THE PHONE
007100*  NUMBER, SO PUNCTUATION DOES NOT HIDE A MATCH.  FEWER THAN
007110*  SEVEN DIGITS IS NOT A NUMBER WORTH MATCHING ON.
007120*================================================================
007130 2300-RELEASE-PHONE-BLOCK.
007140     MOVE SPACES                          TO WS-PHONE-DIGITS.
007150     MOVE ZERO                            TO WS-PHONE-LENGTH.
007160     PERFORM 2310-TAKE-ONE-DIGIT THRU 2310-EXIT
007170         VARYING WS-PHONE-SUB FROM 1 BY 1
007180         UNTIL WS-PHONE-SUB > 12.
007190     IF WS-PHONE-LENGTH NOT < 7
007200         MOVE SPACES                      TO WS-NEW-BLOCK
007210         MOVE "P"                         TO WS-NEW-BLOCK-TYPE
007220         MOVE WS-PHONE-DIGITS             TO WS-NEW-BLOCK-KEY
007230         PERFORM 2900-RELEASE-BLOCK-ROW THRU 2900-EXIT
007240     END-IF.
007250 2300-EXIT.
007260     EXIT.
007270*================================================================
007280*  2310-TAKE-ONE-DIGIT - KEEP ONE PHONE CHARACTER IF A DIGIT
007290*================================================================
007300 2310-TAKE-ONE-DIGIT.
007310     IF CM-PHONENUMBER(WS-PHONE-SUB:1) NUMERIC
007320         ADD 1 TO WS-PHONE-LENGTH
007330         MOVE CM-PHONENUMBER(WS-PHONE-SUB:1)
007340             TO WS-PHONE-DIGITS(WS-PHONE-LENGTH:1)
007350     END-IF.
007360 2310-EXIT.
007370     EXIT.
007380*================================================================
007390*  2400-RELEASE-ADDRESS-BLOCK - BLOCK A: STREET AND POSTAL CODE,
007400*  BOTH REQUIRED, COMPARED IN UPPER CASE
007410*================================================================
007420 2400-RELEASE-ADDRESS-BLOCK.
007430     IF CM-STREET NOT = SPACES
007440         AND CM-POSTALCODE NOT = SPACES
007450         MOVE CM-STREET                   TO WS-UPPER-STREET
007460         MOVE CM-POSTALCODE               TO WS-UPPER-POSTALCODE
007470         INSPECT WS-UPPER-STREET
007480             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
007490         INSPECT WS-UPPER-POSTALCODE
007500             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
007510         MOVE SPACES                      TO WS-NEW-BLOCK
007520         MOVE "A"                         TO WS-NEW-BLOCK-TYPE
007530         MOVE WS-UPPER-STREET           TO WS-NEW-BLOCK-KEY(1:20)
007540         MOVE WS-UPPER-POSTALCODE       TO WS-NEW-BLOCK-KEY(21:7)
007550         PERFORM 2900-RELEASE-BLOCK-ROW THRU 2900-EXIT
007560     END-IF.
007570 2400-EXIT.
007580     EXIT.
007590*================================================================
007600*  2900-RELEASE-BLOCK-ROW - ONE BLOCK ROW FOR THE CURRENT
007610*  CONTACT TO THE SORT
007620*================================================================
007630 2900-RELEASE-BLOCK-ROW.
007640     MOVE SPACES                          TO SB-BLOCK-RECORD.
007650     MOVE WS-NEW-BLOCK-TYPE               TO SB-BLOCK-TYPE.
007660     MOVE WS-NEW-BLOCK-KEY                TO SB-BLOCK-KEY.
007670     MOVE CM-CONTACT-KEY                  TO SB-CONTACT-KEY.
007680     MOVE CM-EMAIL                        TO SB-EMAIL.
007690     MOVE CM-PHONENUMBER                  TO SB-PHONENUMBER.
007700     RELEASE SB-BLOCK-RECORD.
007710     ADD 1 TO WS-BLOCK-ROW-COUNT.
007720 2900-EXIT.
007730     EXIT.
007740*================================================================
007750*  3000-PAIR-BLOCKS - OUTPUT PROCEDURE FOR THE BLOCK SORT.
007760*  GATHERS EACH BLOCK'S CONTACTS AND WRITES EVERY PAIR OF THEM
007770*  TO THE PAIR WORK FILE.
007780*================================================================
007790 3000-PAIR-BLOCKS.
007800     OPEN OUTPUT PAIR-WORK-FILE.
007810     IF NOT WS-PAIR-OK
007820         DISPLAY "LAB01SWP: UNABLE TO OPEN PAIR-WORK-FILE, "
007830             "STATUS = " WS-PAIR-STATUS
007840     ELSE
007850         SET WS-BLOCK-SORT-NOT-EOF        TO TRUE
007860         MOVE SPACES                      TO WS-HELD-BLOCK
007870         MOVE ZERO                        TO WS-BLK-COUNT
007880         SET WS-NO-BLOCK-OVERFLOW         TO TRUE
007890         PERFORM 3010-RETURN-BLOCK-ROW THRU 3010-EXIT
007900         PERFORM 3100-COLLECT-ONE-ROW THRU 3100-EXIT
007910             UNTIL WS-BLOCK-SORT-EOF
007920         PERFORM 3200-PAIR-HELD-BLOCK THRU 3200-EXIT
007930         CLOSE PAIR-WORK-FILE
007940     END-IF.
007950 3000-EXIT.
007960     EXIT.
007970*================================================================
007980*  3010-RETURN-BLOCK-ROW - NEXT SORTED BLOCK ROW
007990*================================================================
008000 3010-RETURN-BLOCK-ROW.
008010     RETURN BLOCK-SORT-WORK-FILE
008020         AT END
008030             SET WS-BLOCK-SORT-EOF TO TRUE
008040     END-RETURN.
008050 3010-EXIT.
008060     EXIT.
008070*================================================================
008080*  3100-COLLECT-ONE-ROW - PAIR THE HELD BLOCK WHEN THE BLOCK
008090*  CHANGES, THEN ADD THIS CONTACT TO THE ONE BEING GATHERED
008100*================================================================
008110 3100-COLLECT-ONE-ROW.
008120     IF SB-BLOCK-TYPE NOT = WS-HELD-BLOCK-TYPE
008130         OR SB-BLOCK-KEY NOT = WS-HELD-BLOCK-KEY
008140         PERFORM 3200-PAIR-HELD-BLOCK THRU 3200-EXIT
008150         MOVE SB-BLOCK-TYPE               TO WS-HELD-BLOCK-TYPE
008160         MOVE SB-BLOCK-KEY                TO WS-HELD-BLOCK-KEY
008170         MOVE ZERO                        TO WS-BLK-COUNT
008180         SET WS-NO-BLOCK-OVERFLOW         TO TRUE
008190     END-IF.
008200     IF WS-BLK-COUNT < 50
008210         ADD 1 TO WS-BLK-COUNT
008220         MOVE SB-CONTACT-KEY  TO WS-BLK-CONTACT-KEY(WS-BLK-COUNT)
008230         MOVE SB-EMAIL        TO WS-BLK-EMAIL(WS-BLK-COUNT)
008240         MOVE SB-PHONENUMBER  TO WS-BLK-PHONENUMBER(WS-BLK-COUNT)
008250     ELSE
008260         IF WS-NO-BLOCK-OVERFLOW
008270             SET WS-BLOCK-OVERFLOW        TO TRUE
008280             ADD 1 TO WS-BLOCK-OVERFLOW-COUNT
008290             DISPLAY "LAB01SWP: BLOCK " SB-BLOCK-TYPE " "
008300                 SB-BLOCK-KEY " HAS OVER 50 CONTACTS - ONLY "
008310                 "THE FIRST 50 ARE PAIRED"
008320         END-IF
008330     END-IF.
008340     PERFORM 3010-RETURN-BLOCK-ROW THRU 3010-EXIT.
008350 3100-EXIT.
008360     EXIT.
008370*================================================================
008380*  3200-PAIR-HELD-BLOCK - EVERY PAIR OF CONTACTS IN THE HELD
008390*  BLOCK.  THE SORT DELIVERED THEM IN KEY ORDER, SO THE FIRST OF
008400*  EACH PAIR ALWAYS HAS THE LOWER KEY.
008410*================================================================
008420 3200-PAIR-HELD-BLOCK.
008430     IF WS-BLK-COUNT > 1
008440         PERFORM 3210-PAIR-ONE-CONTACT THRU 3210-EXIT
008450             VARYING WS-BLK-SUB-1 FROM 1 BY 1
008460             UNTIL WS-BLK-SUB-1 NOT < WS-BLK-COUNT
008470     END-IF.
008480 3200-EXIT.
008490     EXIT.
008500*================================================================
008510*  3210-PAIR-ONE-CONTACT - PAIR ONE CONTACT WITH EVERY CONTACT
008520*  AFTER IT IN THE BLOCK
008530*================================================================
008540 3210-PAIR-ONE-CONTACT.
008550     ADD 1 TO WS-BLK-SUB-1 GIVING WS-BLK-SUB-2.
008560     PERFORM 3220-WRITE-ONE-PAIR THRU 3220-EXIT
008570         UNTIL WS-BLK-SUB-2 > WS-BLK-COUNT.
008580 3210-EXIT.
008590     EXIT.
008600*================================================================
008610*  3220-WRITE-ONE-PAIR - ONE CANDIDATE PAIR TO THE WORK FILE
008620*================================================================
008630 3220-WRITE-ONE-PAIR.
008640     MOVE SPACES                          TO PAIR-WORK-RECORD.
008650     MOVE WS-BLK-CONTACT-KEY(WS-BLK-SUB-1)  TO PW-KEY-1.
008660     MOVE WS-BLK-CONTACT-KEY(WS-BLK-SUB-2)  TO PW-KEY-2.
008670     MOVE WS-HELD-BLOCK-TYPE              TO PW-MATCH-TYPE.
008680     IF WS-BLK-FIRSTNAME(WS-BLK-SUB-1)
008690         = WS-BLK-FIRSTNAME(WS-BLK-SUB-2)
008700         MOVE "Y"                         TO PW-FIRST-SAME
008710     ELSE
008720         MOVE "N"                         TO PW-FIRST-SAME
008730     END-IF.
008740     MOVE WS-BLK-EMAIL(WS-BLK-SUB-1)      TO PW-EMAIL-1.
008750     MOVE WS-BLK-EMAIL(WS-BLK-SUB-2)      TO PW-EMAIL-2.
008760     MOVE WS-BLK-PHONENUMBER(WS-BLK-SUB-1)
008770         TO PW-PHONENUMBER-1.
008780     MOVE WS-BLK-PHONENUMBER(WS-BLK-SUB-2)
008790         TO PW-PHONENUMBER-2.
008800     WRITE PAIR-WORK-RECORD.
008802     IF NOT WS-PAIR-OK
008804         DISPLAY "LAB01SWP: ERROR WRITING PAIR-WORK-FILE, "
008806             "STATUS = " WS-PAIR-STATUS
008808     END-IF.
008810     ADD 1 TO WS-BLK-SUB-2.
008820 3220-EXIT.
008830     EXIT.
008840*================================================================
008850*  4000-RELEASE-PAIRS - INPUT PROCEDURE FOR THE PAIR SORT.
008860*  RELEASES EVERY CANDIDATE PAIR ON THE WORK FILE.
008870*================================================================
008880 4000-RELEASE-PAIRS.
008890     OPEN INPUT PAIR-WORK-FILE.
008900     IF NOT WS-PAIR-OK
008910         DISPLAY "LAB01SWP: UNABLE TO REOPEN PAIR-WORK-FILE, "
008920             "STATUS = " WS-PAIR-STATUS
008930     ELSE
008940         SET WS-PAIR-NOT-EOF              TO TRUE
008950         PERFORM 4010-READ-PAIR THRU 4010-EXIT
008960         PERFORM 4100-RELEASE-ONE-PAIR THRU 4100-EXIT
008970             UNTIL WS-PAIR-EOF
008980         CLOSE PAIR-WORK-FILE
008990     END-IF.
009000 4000-EXIT.
009010     EXIT.
009020*================================================================
009030*  4010-READ-PAIR - READ THE NEXT CANDIDATE PAIR
009040*================================================================
009050 4010-READ-PAIR.
009060     READ PAIR-WORK-FILE
009070         AT END
009080             SET WS-PAIR-EOF TO TRUE
009090     END-READ.
009100 4010-EXIT.
009110     EXIT.
009120*================================================================
009130*  4100-RELEASE-ONE-PAIR - ONE CANDIDATE PAIR TO THE SORT
009140*================================================================
009150 4100-RELEASE-ONE-PAIR.
009160     MOVE PAIR-WORK-RECORD                TO SP-PAIR-RECORD.
009170     RELEASE SP-PAIR-RECORD.
009180     PERFORM 4010-READ-PAIR THRU 4010-EXIT.
009190 4100-EXIT.
009200     EXIT.
009210*================================================================
009220*  5000-SCORE-PAIRS - OUTPUT PROCEDURE FOR THE PAIR SORT.
009230*  COLLAPSES EACH PAIR'S ROWS - ONE FOR EVERY BLOCK THE TWO
009240*  CONTACTS SHARE - AND SCORES IT ON EVERYTHING THAT MATCHED.
009250*================================================================
009260 5000-SCORE-PAIRS.
009270     SET WS-PAIR-SORT-NOT-EOF             TO TRUE.
009280     MOVE SPACES                          TO WS-HELD-PAIR.
009290     PERFORM 5010-RETURN-PAIR THRU 5010-EXIT.
009300     PERFORM 5100-COLLAPSE-ONE-PAIR THRU 5100-EXIT
009310         UNTIL WS-PAIR-SORT-EOF.
009320     IF WS-HELD-PAIR NOT = SPACES
009330         PERFORM 5200-SCORE-HELD-PAIR THRU 5200-EXIT
009340     END-IF.
009350 5000-EXIT.
009360     EXIT.
009370*================================================================
009380*  5010-RETURN-PAIR - NEXT SORTED CANDIDATE PAIR
009390*================================================================
009400 5010-RETURN-PAIR.
009410     RETURN PAIR-SORT-WORK-FILE
009420         AT END
009430             SET WS-PAIR-SORT-EOF TO TRUE
009440     END-RETURN.
009450 5010-EXIT.
009460     EXIT.
009470*================================================================
009480*  5100-COLLAPSE-ONE-PAIR - SCORE THE HELD PAIR WHEN THE PAIR
009490*  CHANGES, THEN NOTE WHAT THIS ROW MATCHED ON
009500*================================================================
009510 5100-COLLAPSE-ONE-PAIR.
009520     IF SP-KEY-1 NOT = WS-HELD-KEY-1
009530         OR SP-KEY-2 NOT = WS-HELD-KEY-2
009540         IF WS-HELD-PAIR NOT = SPACES
009550             PERFORM 5200-SCORE-HELD-PAIR THRU 5200-EXIT
009560         END-IF
009570         MOVE SP-KEY-1                    TO WS-HELD-KEY-1
009580         MOVE SP-KEY-2                    TO WS-HELD-KEY-2
009590         MOVE SP-EMAIL-1                  TO WS-HELD-EMAIL-1
009600         MOVE SP-EMAIL-2                  TO WS-HELD-EMAIL-2
009610         MOVE SP-PHONENUMBER-1            TO WS-HELD-PHONENUMBER-1
009620         MOVE SP-PHONENUMBER-2            TO WS-HELD-PHONENUMBER-2
009630         MOVE SP-FIRST-SAME               TO WS-HELD-FIRST-SAME
009640         MOVE "N"                         TO WS-HELD-NAME-MATCH
009650         MOVE "N"                         TO WS-HELD-PHONE-MATCH
009660         MOVE "N"                         TO WS-HELD-ADDRESS-MATCH
009670     END-IF.
009680     EVALUATE SP-MATCH-TYPE
009690         WHEN "N"
009700             MOVE "Y"                     TO WS-HELD-NAME-MATCH
009710         WHEN "P"
009720             MOVE "Y"                     TO WS-HELD-PHONE-MATCH
009730         WHEN "A"
009740             MOVE "Y"                     TO WS-HELD-ADDRESS-MATCH
009750     END-EVALUATE.
009760     PERFORM 5010-RETURN-PAIR THRU 5010-EXIT.
009770 5100-EXIT.
009780     EXIT.
009790*================================================================
009800*  5200-SCORE-HELD-PAIR - ADD UP THE HELD PAIR'S MATCHES AND
009810*  QUEUE IT IF IT REACHES THE THRESHOLD.  IDENTICAL FIRST NAMES
009820*  ONLY COUNT ALONGSIDE A SOUND-ALIKE LAST NAME.
009830*================================================================
009840 5200-SCORE-HELD-PAIR.
009850     ADD 1 TO WS-CANDIDATE-COUNT.
009860     MOVE ZERO                            TO WS-PAIR-SCORE.
009870     IF WS-HELD-NAME-MATCH = "Y"
009880         ADD WS-NAME-WEIGHT               TO WS-PAIR-SCORE
009890         IF WS-HELD-FIRST-SAME = "Y"
009900             ADD WS-FIRST-SAME-WEIGHT     TO WS-PAIR-SCORE
009910         END-IF
009920     END-IF.
009930     IF WS-HELD-PHONE-MATCH = "Y"
009940         ADD WS-PHONE-WEIGHT              TO WS-PAIR-SCORE
009950     END-IF.
009960     IF WS-HELD-ADDRESS-MATCH = "Y"
009970         ADD WS-ADDRESS-WEIGHT            TO WS-PAIR-SCORE
009980     END-IF.
009990     IF WS-PAIR-SCORE > WS-MAXIMUM-SCORE
010000         MOVE WS-MAXIMUM-SCORE            TO WS-PAIR-SCORE
010010     END-IF.
010020     IF WS-PAIR-SCORE < WS-THRESHOLD
010030         ADD 1 TO WS-BELOW-COUNT
010040     ELSE
010050         PERFORM 5300-CHECK-KEEP-TABLE THRU 5300-EXIT
010060         IF WS-LISTED
010070             ADD 1 TO WS-KEPT-SKIP-COUNT
010080         ELSE
010090             PERFORM 5400-QUEUE-PAIR THRU 5400-EXIT
010100         END-IF
010110     END-IF.
010120 5200-EXIT.
010130     EXIT.
010140*================================================================
010150*  5300-CHECK-KEEP-TABLE - HAS A REVIEWER ALREADY KEPT THIS PAIR
010160*  AS TWO PEOPLE?  THE KEYS ARE MATCHED IN EITHER ORDER.
010170*================================================================
010180 5300-CHECK-KEEP-TABLE.
010190     SET WS-NOT-LISTED                    TO TRUE.
010200     PERFORM 5310-CHECK-ONE-KEEP THRU 5310-EXIT
010210         VARYING WS-KEEP-SUB FROM 1 BY 1
010220         UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
010230            OR WS-LISTED.
010240 5300-EXIT.
010250     EXIT.
010260*================================================================
010270*  5310-CHECK-ONE-KEEP - COMPARE ONE KEPT PAIR
010280*================================================================
010290 5310-CHECK-ONE-KEEP.
010300     IF (WS-KEEP-KEY-1(WS-KEEP-SUB) = WS-HELD-KEY-1
010310         AND WS-KEEP-KEY-2(WS-KEEP-SUB) = WS-HELD-KEY-2)
010320        OR (WS-KEEP-KEY-1(WS-KEEP-SUB) = WS-HELD-KEY-2
010330         AND WS-KEEP-KEY-2(WS-KEEP-SUB) = WS-HELD-KEY-1)
010340         SET WS-LISTED                    TO TRUE
010350     END-IF.
010360 5310-EXIT.
010370     EXIT.
010380*================================================================
010390*  5400-QUEUE-PAIR - BUILD THE REVIEW ENTRY.  LAB01DUP FINDS THE
010400*  PARTNER THROUGH THE EMAIL ON THE ENTRY, SO THE ENTRY CARRIES
010410*  THE SECOND CONTACT'S KEY AND PHONE WITH THE FIRST CONTACT'S
010420*  EMAIL - OR THE OTHER WAY ROUND WHEN THE FIRST HAS NO EMAIL.
010430*  A PAIR WITH NO EMAIL BETWEEN THEM, OR ONE EMAIL SHARED BY
010440*  BOTH, CANNOT BE TOLD APART THAT WAY AND IS LISTED INSTEAD.
010450*================================================================
010460 5400-QUEUE-PAIR.
010470     IF WS-HELD-EMAIL-1 = WS-HELD-EMAIL-2
010480         ADD 1 TO WS-NO-EMAIL-KEY-COUNT
010490         DISPLAY "LAB01SWP: NO DISTINCT EMAIL, NOT QUEUED - "
010500             WS-HELD-LASTNAME-1 " " WS-HELD-FIRSTNAME-1 " / "
010510             WS-HELD-LASTNAME-2 " " WS-HELD-FIRSTNAME-2
010520     ELSE
010530         MOVE SPACES                      TO DUPLICATE-RPT-RECORD
010540         IF WS-HELD-EMAIL-1 NOT = SPACES
010550             MOVE WS-HELD-LASTNAME-2      TO DUPL-LASTNAME
010560             MOVE WS-HELD-FIRSTNAME-2     TO DUPL-FIRSTNAME
010570             MOVE WS-HELD-PHONENUMBER-2   TO DUPL-PHONENUMBER
010580             MOVE WS-HELD-EMAIL-1         TO DUPL-EMAIL
010590         ELSE
010600             MOVE WS-HELD-LASTNAME-1      TO DUPL-LASTNAME
010610             MOVE WS-HELD-FIRSTNAME-1     TO DUPL-FIRSTNAME
010620             MOVE WS-HELD-PHONENUMBER-1   TO DUPL-PHONENUMBER
010630             MOVE WS-HELD-EMAIL-2         TO DUPL-EMAIL
010640         END-IF
010650         PERFORM 5410-CHECK-PENDING-TABLE THRU 5410-EXIT
010660         IF WS-LISTED
010670             ADD 1 TO WS-PENDING-SKIP-COUNT
010680         ELSE
010690             PERFORM 5500-WRITE-QUEUE-ENTRY THRU 5500-EXIT
010700         END-IF
010710     END-IF.
010720 5400-EXIT.
010730     EXIT.
010740*================================================================
010750*  5410-CHECK-PENDING-TABLE - IS THIS ENTRY ALREADY WAITING ON
010760*  THE REVIEW QUEUE?
010770*================================================================
010780 5410-CHECK-PENDING-TABLE.
010790     SET WS-NOT-LISTED                    TO TRUE.
010800     PERFORM 5420-CHECK-ONE-PENDING THRU 5420-EXIT
010810         VARYING WS-PEND-SUB FROM 1 BY 1
010820         UNTIL WS-PEND-SUB > WS-PEND-COUNT
010830            OR WS-LISTED.
010840 5410-EXIT.
010850     EXIT.
010860*================================================================
010870*  5420-CHECK-ONE-PENDING - COMPARE ONE WAITING ENTRY
010880*================================================================
010890 5420-CHECK-ONE-PENDING.
010900     IF WS-PEND-LASTNAME(WS-PEND-SUB) = DUPL-LASTNAME
010910         AND WS-PEND-FIRSTNAME(WS-PEND-SUB) = DUPL-FIRSTNAME
010920         AND WS-PEND-EMAIL(WS-PEND-SUB) = DUPL-EMAIL
010930         SET WS-LISTED                    TO TRUE
010940     END-IF.
010950 5420-EXIT.
010960     EXIT.
010970*================================================================
010980*  5500-WRITE-QUEUE-ENTRY - THE REASON SHOWS THE SCORE AND WHAT
010990*  MATCHED, THEN THE ENTRY GOES ON THE REVIEW QUEUE
011000*================================================================
011010 5500-WRITE-QUEUE-ENTRY.
011020     MOVE SPACES                          TO WS-REASON-TEXT.
011030     MOVE 1                               TO WS-REASON-POINTER.
011040     STRING "SWEEP " WS-PAIR-SCORE " "    DELIMITED BY SIZE
011050         INTO WS-REASON-TEXT
011060         WITH POINTER WS-REASON-POINTER
011070     END-STRING.
011080     IF WS-HELD-NAME-MATCH = "Y"
011090         MOVE "NAME"                      TO WS-REASON-WORD
011100         PERFORM 5510-ADD-REASON-WORD THRU 5510-EXIT
011110     END-IF.
011120     IF WS-HELD-PHONE-MATCH = "Y"
011130         MOVE "PHN"                       TO WS-REASON-WORD
011140         PERFORM 5510-ADD-REASON-WORD THRU 5510-EXIT
011150     END-IF.
011160     IF WS-HELD-ADDRESS-MATCH = "Y"
011170         MOVE "ADDR"                      TO WS-REASON-WORD
011180         PERFORM 5510-ADD-REASON-WORD THRU 5510-EXIT
011190     END-IF.
011200     MOVE WS-REASON-TEXT                  TO DUPL-REASON.
011210     WRITE DUPLICATE-RPT-RECORD.
011212     IF NOT WS-DUPL-OK
011214         DISPLAY "LAB01SWP: ERROR WRITING DUPLICATE-RPT-FILE, "
011216             "STATUS = " WS-DUPL-STATUS
011218     ELSE
011220         ADD 1 TO WS-QUEUED-COUNT
011222     END-IF.
011230 5500-EXIT.
011240     EXIT.
011250*================================================================
011260*  5510-ADD-REASON-WORD - ONE MATCH WORD ONTO THE REASON, AFTER
011270*  A SLASH WHEN IT IS NOT THE FIRST
011280*================================================================
011290 5510-ADD-REASON-WORD.
011300     IF WS-REASON-POINTER > 11
011310         STRING "/"                       DELIMITED BY SIZE
011320             INTO WS-REASON-TEXT
011330             WITH POINTER WS-REASON-POINTER
011340         END-STRING
011350     END-IF.
011360     STRING WS-REASON-WORD                DELIMITED BY SPACE
011370         INTO WS-REASON-TEXT
011380         WITH POINTER WS-REASON-POINTER
011390     END-STRING.
011400 5510-EXIT.
011410     EXIT.
011420*================================================================
011430*  8000-PRINT-SUMMARY - WHAT THE SWEEP FOUND
011440*================================================================
011450 8000-PRINT-SUMMARY.
011460     DISPLAY WS-SWP-SPACE-LINE.
011470     DISPLAY WS-SWP-TITLE-LINE.
011480     DISPLAY WS-SWP-SPACE-LINE.
011490     MOVE "SCORE THRESHOLD:            "
011500         TO WS-SWP-SUMMARY-LABEL.
011510     MOVE WS-THRESHOLD                    TO WS-SWP-SUMMARY-OUT.
011520     DISPLAY WS-SWP-SUMMARY-LINE.
011530     MOVE "MASTER RECORDS READ:        "
011540         TO WS-SWP-SUMMARY-LABEL.
011550     MOVE WS-MASTER-READ-COUNT            TO WS-SWP-SUMMARY-OUT.
011560     DISPLAY WS-SWP-SUMMARY-LINE.
011570     MOVE "INACTIVE NOT SWEPT:         "
011580         TO WS-SWP-SUMMARY-LABEL.
011590     MOVE WS-INACTIVE-SKIP-COUNT          TO WS-SWP-SUMMARY-OUT.
011600     DISPLAY WS-SWP-SUMMARY-LINE.
011610     MOVE "BLOCK ROWS SORTED:          "
011620         TO WS-SWP-SUMMARY-LABEL.
011630     MOVE WS-BLOCK-ROW-COUNT              TO WS-SWP-SUMMARY-OUT.
011640     DISPLAY WS-SWP-SUMMARY-LINE.
011650     MOVE "OVERSIZE BLOCKS CUT AT 50:  "
011660         TO WS-SWP-SUMMARY-LABEL.
011670     MOVE WS-BLOCK-OVERFLOW-COUNT         TO WS-SWP-SUMMARY-OUT.
011680     DISPLAY WS-SWP-SUMMARY-LINE.
011690     MOVE "CANDIDATE PAIRS SCORED:     "
011700         TO WS-SWP-SUMMARY-LABEL.
011710     MOVE WS-CANDIDATE-COUNT              TO WS-SWP-SUMMARY-OUT.
011720     DISPLAY WS-SWP-SUMMARY-LINE.
011730     MOVE "BELOW THRESHOLD:            "
011740         TO WS-SWP-SUMMARY-LABEL.
011750     MOVE WS-BELOW-COUNT                  TO WS-SWP-SUMMARY-OUT.
011760     DISPLAY WS-SWP-SUMMARY-LINE.
011770     MOVE "ALREADY KEPT AS TWO PEOPLE: "
011780         TO WS-SWP-SUMMARY-LABEL.
011790     MOVE WS-KEPT-SKIP-COUNT              TO WS-SWP-SUMMARY-OUT.
011800     DISPLAY WS-SWP-SUMMARY-LINE.
011810     MOVE "ALREADY WAITING FOR REVIEW: "
011820         TO WS-SWP-SUMMARY-LABEL.
011830     MOVE WS-PENDING-SKIP-COUNT           TO WS-SWP-SUMMARY-OUT.
011840     DISPLAY WS-SWP-SUMMARY-LINE.
011850     MOVE "NO DISTINCT EMAIL:          "
011860         TO WS-SWP-SUMMARY-LABEL.
011870     MOVE WS-NO-EMAIL-KEY-COUNT           TO WS-SWP-SUMMARY-OUT.
011880     DISPLAY WS-SWP-SUMMARY-LINE.
011890     MOVE "PAIRS QUEUED FOR REVIEW:    "
011900         TO WS-SWP-SUMMARY-LABEL.
011910     MOVE WS-QUEUED-COUNT                 TO WS-SWP-SUMMARY-OUT.
011920     DISPLAY WS-SWP-SUMMARY-LINE.
011930 8000-EXIT.
011940     EXIT.
011950*================================================================
011960*  9000-TERMINATE - CLOSE FILES AND RETURN
011970*================================================================
011980 9000-TERMINATE.
011990     IF WS-RUN-OK
012000         CLOSE CONTACT-MASTER-FILE
012010         CLOSE DUPLICATE-RPT-FILE
012020     END-IF.
012030 9000-EXIT.
012040     EXIT.
012050 END PROGRAM LAB01SWP.
