000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01MON.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01MON
000090*  DESCRIPTION  MONTH-END MASTER STATISTICS SNAPSHOT AND TREND
000100*               REPORT.  COUNTS THE CONTACT MASTER AS IT STANDS -
000110*               EVERY CONTACT, BY STATUS (A, I, N), WITH EMAIL
000120*               FLAG U, AND BY CATEGORY, OWNING DEPARTMENT, AND
000130*               PROVINCE - THEN COUNTS THE MONTH'S ADDS, CHANGES,
000140*               DEACTIVATIONS, RENAMES, AND BOUNCES FROM THE
000150*               CONTACTA AUDIT TRAIL AND THE MONTH'S ARCHIVED AND
000160*               RESTORED CONTACTS FROM THE LAB01ARC RUN LOG
000170*               (ARCLOG).  THE COUNTS ARE WRITTEN AS ONE SNAPSHOT
000180*               RECORD PER MONTH TO THE MONHIST HISTORY FILE; A
000190*               RERUN FOR THE SAME MONTH REPLACES IT.  THE TREND
000200*               REPORT THEN PRINTS THE LAST 13 MONTHS ON FILE
000210*               SIDE BY SIDE WITH THE CHANGE FROM THE PREVIOUS
000220*               MONTH AND FROM THE SAME MONTH LAST YEAR.
000230*               RUN ON THE LAST DAY OF THE MONTH, OR EARLY IN THE
000240*               NEXT WITH MONPARM NAMING THE MONTH, AND BEFORE ANY
000250*               LAB01AUD PURGE CUTS INTO THAT MONTH'S AUDIT
000260*               RECORDS.  A CHANGE THAT SETS STATUS I COUNTS AS A
000270*               DEACTIVATION, AS IT DOES IN THE LAB01CRM FEED.
000280*================================================================
000290*  MODIFICATION HISTORY
000300*----------------------------------------------------------------
000310*  DATE       INIT  DESCRIPTION
000320*  2026-10-15 SMH   ORIGINAL - MONTHLY SNAPSHOT TO MONHIST AND THE
000330*                   13-MONTH TREND REPORT.
000340*================================================================
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.         GENERIC-PC.
000390 OBJECT-COMPUTER.         GENERIC-PC.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420*----------------------------------------------------------------
000430*   MON-PARM-FILE - OPTIONAL RUN PARAMETERS.  COLUMNS 1-6 ARE
000440*   THE SNAPSHOT MONTH AS YYYYMM; BLANK MEANS THE RUN DATE'S
000450*   MONTH.
000460*----------------------------------------------------------------
000470     SELECT MON-PARM-FILE
000480         ASSIGN TO           "MONPARM"
000490         ORGANIZATION IS     LINE SEQUENTIAL
000500         FILE STATUS IS      WS-PARM-STATUS.
000510
000520*----------------------------------------------------------------
000530*   CONTACT-MASTER-FILE - SAME PHYSICAL FILE AS LAB01, READ IN
000540*   FULL IN KEY ORDER
000550*----------------------------------------------------------------
000560     SELECT CONTACT-MASTER-FILE
000570         ASSIGN TO           "CONTACTM"
000580         ORGANIZATION IS     INDEXED
000590         ACCESS MODE IS      DYNAMIC
000600         RECORD KEY IS       CM-CONTACT-KEY
000610         ALTERNATE RECORD KEY IS CM-EMAIL
000620             WITH DUPLICATES
000630         FILE STATUS IS      WS-MASTER-STATUS.
000640
000650*----------------------------------------------------------------
000660*   CONTACT-AUDIT-FILE - THE LIVE AUDIT TRAIL LAB01 APPENDS TO;
000670*   ONLY THE SNAPSHOT MONTH'S RECORDS ARE COUNTED
000680*----------------------------------------------------------------
000690     SELECT CONTACT-AUDIT-FILE
000700         ASSIGN TO           "CONTACTA"
000710         ORGANIZATION IS     LINE SEQUENTIAL
000720         FILE STATUS IS      WS-AUDIT-STATUS.
000730
000740*----------------------------------------------------------------
000750*   ARCHIVE-LOG-FILE - ONE ROW PER LAB01ARC RUN; THE ROWS DATED
000760*   IN THE SNAPSHOT MONTH ARE ADDED UP
000770*----------------------------------------------------------------
000780     SELECT ARCHIVE-LOG-FILE
000790         ASSIGN TO           "ARCLOG"
000800         ORGANIZATION IS     LINE SEQUENTIAL
000810         FILE STATUS IS      WS-ARCLOG-STATUS.
000820
000830*----------------------------------------------------------------
000840*   MONTHLY-HISTORY-FILE - ONE SNAPSHOT PER MONTH, KEYED ON THE
000850*   MONTH, SO THE TREND REPORT READS 13 MONTHS FROM ONE START
000860*----------------------------------------------------------------
000870     SELECT MONTHLY-HISTORY-FILE
000880         ASSIGN TO           "MONHIST"
000890         ORGANIZATION IS     INDEXED
000900         ACCESS MODE IS      DYNAMIC
000910         RECORD KEY IS       MH-SNAP-MONTH
000920         FILE STATUS IS      WS-MONHIST-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  MON-PARM-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  MON-PARM-RECORD.
000990     05  PARM-SNAP-MONTH.
001000         10  PARM-SNAP-YEAR                PIC X(04).
001010         10  PARM-SNAP-MM                  PIC X(02).
001020
001030 FD  CONTACT-MASTER-FILE
001040     LABEL RECORDS ARE STANDARD.
001050*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
001060     COPY CONTACTR
001070         REPLACING ==WS-CONTACT==     BY ==CM-CONTACT==
001080                   ==WS-CONTACT-KEY== BY ==CM-CONTACT-KEY==
001090                   ==WS-LASTNAME==    BY ==CM-LASTNAME==
001100                   ==WS-FIRSTNAME==   BY ==CM-FIRSTNAME==
001110                   ==WS-EMAIL==       BY ==CM-EMAIL==
001120                   ==WS-PHONENUMBER== BY ==CM-PHONENUMBER==
001130                   ==WS-CATEGORY==    BY ==CM-CATEGORY==
001140                   ==WS-STREET==      BY ==CM-STREET==
001150                   ==WS-CITY==        BY ==CM-CITY==
001160                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
001170                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
001180                   ==WS-STATUS==      BY ==CM-STATUS==
001190                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
001200                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
001210                   ==WS-EMAIL-FLAG==  BY ==CM-EMAIL-FLAG==
001220                   ==WS-BOUNCE-COUNT==
001230                                      BY ==CM-BOUNCE-COUNT==
001240                   ==WS-LAST-BOUNCE-DATE==
001250                                BY ==CM-LAST-BOUNCE-DATE==
001253                   ==WS-ORGANIZATION-ID==
001256                                BY ==CM-ORGANIZATION-ID==.
001260
001270 FD  CONTACT-AUDIT-FILE
001280     LABEL RECORDS ARE STANDARD.
001290*  RECORD LAYOUT COMES FROM THE SHARED CONTACTA COPYBOOK.
001300     COPY CONTACTA
001310      REPLACING ==WS-AUDIT-RECORD==   BY ==AUD-RECORD==
001320        ==WS-AUDIT-TXN-CODE==         BY ==AUD-TXN-CODE==
001330        ==WS-AUDIT-TIMESTAMP==        BY ==AUD-TIMESTAMP==
001340        ==WS-AUDIT-BEFORE-FIRSTNAME== BY ==AUD-BEF-FIRSTNAME==
001350        ==WS-AUDIT-BEFORE-LASTNAME==  BY ==AUD-BEF-LASTNAME==
001360        ==WS-AUDIT-BEFORE-EMAIL==     BY ==AUD-BEF-EMAIL==
001370        ==WS-AUDIT-BEFORE-PHONENUMBER==
001380                                      BY ==AUD-BEF-PHONENUMBER==
001390        ==WS-AUDIT-AFTER-FIRSTNAME==  BY ==AUD-AFT-FIRSTNAME==
001400        ==WS-AUDIT-AFTER-LASTNAME==   BY ==AUD-AFT-LASTNAME==
001410        ==WS-AUDIT-AFTER-EMAIL==      BY ==AUD-AFT-EMAIL==
001420        ==WS-AUDIT-AFTER-PHONENUMBER==
001430                                      BY ==AUD-AFT-PHONENUMBER==
001440        ==WS-AUDIT-BEFORE-CATEGORY==  BY ==AUD-BEF-CATEGORY==
001450        ==WS-AUDIT-BEFORE-STREET==    BY ==AUD-BEF-STREET==
001460        ==WS-AUDIT-BEFORE-CITY==      BY ==AUD-BEF-CITY==
001470        ==WS-AUDIT-BEFORE-PROVINCE==  BY ==AUD-BEF-PROVINCE==
001480        ==WS-AUDIT-BEFORE-POSTALCODE==
001490                                      BY ==AUD-BEF-POSTALCODE==
001500        ==WS-AUDIT-AFTER-CATEGORY==   BY ==AUD-AFT-CATEGORY==
001510        ==WS-AUDIT-AFTER-STREET==     BY ==AUD-AFT-STREET==
001520        ==WS-AUDIT-AFTER-CITY==       BY ==AUD-AFT-CITY==
001530        ==WS-AUDIT-AFTER-PROVINCE==   BY ==AUD-AFT-PROVINCE==
001540        ==WS-AUDIT-AFTER-POSTALCODE==
001550                                      BY ==AUD-AFT-POSTALCODE==
001560        ==WS-AUDIT-BEFORE-STATUS==    BY ==AUD-BEF-STATUS==
001570        ==WS-AUDIT-BEFORE-STATUS-DATE==
001580                                      BY ==AUD-BEF-STATUS-DATE==
001590        ==WS-AUDIT-AFTER-STATUS==     BY ==AUD-AFT-STATUS==
001600        ==WS-AUDIT-AFTER-STATUS-DATE==
001610                                      BY ==AUD-AFT-STATUS-DATE==
001620        ==WS-AUDIT-BEFORE-DEPARTMENT==
001630                                      BY ==AUD-BEF-DEPARTMENT==
001640        ==WS-AUDIT-AFTER-DEPARTMENT==
001650                                      BY ==AUD-AFT-DEPARTMENT==
001660        ==WS-AUDIT-BEFORE-EMAIL-FLAG==
001670                                BY ==AUD-BEF-EMAIL-FLAG==
001680        ==WS-AUDIT-BEFORE-BOUNCE-COUNT==
001690                                BY ==AUD-BEF-BOUNCE-COUNT==
001700        ==WS-AUDIT-BEFORE-BOUNCE-DATE==
001710                                BY ==AUD-BEF-BOUNCE-DATE==
001720        ==WS-AUDIT-AFTER-EMAIL-FLAG==
001730                                BY ==AUD-AFT-EMAIL-FLAG==
001740        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
001750                                BY ==AUD-AFT-BOUNCE-COUNT==
001760        ==WS-AUDIT-AFTER-BOUNCE-DATE==
001770                                BY ==AUD-AFT-BOUNCE-DATE==
001780        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
001790        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
001800        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
001810                                BY ==AUD-BEF-CONSENT-TYPE==
001820        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
001830                                BY ==AUD-BEF-CONSENT-SOURCE==
001840        ==WS-AUDIT-BEFORE-CONSENT-DATE==
001850                                BY ==AUD-BEF-CONSENT-DATE==
001860        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
001870                                BY ==AUD-BEF-CONSENT-EXPIRY==
001880        ==WS-AUDIT-AFTER-CONSENT-TYPE==
001890                                BY ==AUD-AFT-CONSENT-TYPE==
001900        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
001910                                BY ==AUD-AFT-CONSENT-SOURCE==
001920        ==WS-AUDIT-AFTER-CONSENT-DATE==
001930                                BY ==AUD-AFT-CONSENT-DATE==
001940        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
001941                                BY ==AUD-AFT-CONSENT-EXPIRY==
001942        ==WS-AUDIT-BEFORE-ORG-ID==
001943                                BY ==AUD-BEF-ORG-ID==
001944        ==WS-AUDIT-AFTER-ORG-ID==
001945                                BY ==AUD-AFT-ORG-ID==
001946        ==WS-AUDIT-BEFORE-ORG-NAME==
001947                                BY ==AUD-BEF-ORG-NAME==
001948        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
001949                                BY ==AUD-BEF-ORG-ACCOUNT==
001950        ==WS-AUDIT-AFTER-ORG-NAME==
001951                                BY ==AUD-AFT-ORG-NAME==
001952        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
001953                                BY ==AUD-AFT-ORG-ACCOUNT==.
001960
001970 FD  ARCHIVE-LOG-FILE
001980     LABEL RECORDS ARE STANDARD.
001990     COPY ARCLOG
002000         REPLACING ==WS-ARCLOG-RECORD==
002010                               BY ==AL-ARCLOG-RECORD==
002020                   ==WS-ARCLOG-RUN-DATE==
002030                               BY ==AL-ARCLOG-RUN-DATE==
002040                   ==WS-ARCLOG-RUN-MONTH==
002050                               BY ==AL-ARCLOG-RUN-MONTH==
002060                   ==WS-ARCLOG-CUTOFF-DATE==
002070                               BY ==AL-ARCLOG-CUTOFF-DATE==
002080                   ==WS-ARCLOG-ARCHIVED==
002090                               BY ==AL-ARCLOG-ARCHIVED==
002100                   ==WS-ARCLOG-RETAINED==
002110                               BY ==AL-ARCLOG-RETAINED==
002120                   ==WS-ARCLOG-RESTORED==
002130                               BY ==AL-ARCLOG-RESTORED==
002140                   ==WS-ARCLOG-ERRORS==
002150                               BY ==AL-ARCLOG-ERRORS==.
002160
002170 FD  MONTHLY-HISTORY-FILE
002180     LABEL RECORDS ARE STANDARD.
002190*  FULL LAYOUT IS IN THE MONSNAP COPYBOOK; THE RECORD IS MOVED
002200*  WHOLE TO AND FROM THE WORKING COPY.
002210 01  MH-SNAP-RECORD.
002220     05  MH-SNAP-MONTH                     PIC X(06).
002230     05  FILLER                            PIC X(734).
002240
002250 WORKING-STORAGE SECTION.
002260*----------------------------------------------------------------
002270*   SNAPSHOT WORKING AREA, SHARED LAYOUT WITH THE HISTORY FILE
002280*----------------------------------------------------------------
002290     COPY MONSNAP.
002300*----------------------------------------------------------------
002310*   SWITCHES AND FILE STATUS FIELDS
002320*----------------------------------------------------------------
002330 01  WS-PARM-STATUS                         PIC X(02).
002340     88  WS-PARM-OK                         VALUE "00".
002350 01  WS-MASTER-STATUS                       PIC X(02).
002360     88  WS-MASTER-OK                       VALUE "00".
002370     88  WS-MASTER-DUP                      VALUE "02".
002380 01  WS-AUDIT-STATUS                        PIC X(02).
002390     88  WS-AUDIT-OK                        VALUE "00".
002400     88  WS-AUDIT-MISSING                   VALUE "35".
002410 01  WS-ARCLOG-STATUS                       PIC X(02).
002420     88  WS-ARCLOG-OK                       VALUE "00".
002430     88  WS-ARCLOG-MISSING                  VALUE "35".
002440 01  WS-MONHIST-STATUS                      PIC X(02).
002450     88  WS-MONHIST-OK                      VALUE "00".
002460     88  WS-MONHIST-MISSING                 VALUE "35".
002470 01  WS-RUN-OK-SWITCH                       PIC X(01)
002480         VALUE "N".
002490     88  WS-RUN-OK                          VALUE "Y".
002500     88  WS-RUN-NOT-OK                      VALUE "N".
002510 01  WS-MASTER-EOF-SWITCH                   PIC X(01)
002520         VALUE "N".
002530     88  WS-MASTER-EOF                      VALUE "Y".
002540     88  WS-MASTER-NOT-EOF                  VALUE "N".
002550 01  WS-AUDIT-EOF-SWITCH                    PIC X(01)
002560         VALUE "N".
002570     88  WS-AUDIT-EOF                       VALUE "Y".
002580     88  WS-AUDIT-NOT-EOF                   VALUE "N".
002590 01  WS-ARCLOG-EOF-SWITCH                   PIC X(01)
002600         VALUE "N".
002610     88  WS-ARCLOG-EOF                      VALUE "Y".
002620     88  WS-ARCLOG-NOT-EOF                  VALUE "N".
002630 01  WS-HISTORY-EOF-SWITCH                  PIC X(01)
002640         VALUE "N".
002650     88  WS-HISTORY-EOF                     VALUE "Y".
002660     88  WS-HISTORY-NOT-EOF                 VALUE "N".
002670 01  WS-SNAP-REPLACED-SWITCH                PIC X(01)
002680         VALUE "N".
002690     88  WS-SNAP-REPLACED                   VALUE "Y".
002700     88  WS-SNAP-NEW                        VALUE "N".
002710 01  WS-SLOT-FOUND-SWITCH                   PIC X(01)
002720         VALUE "N".
002730     88  WS-SLOT-FOUND                      VALUE "Y".
002740     88  WS-SLOT-NOT-FOUND                  VALUE "N".
002750*----------------------------------------------------------------
002760*   RUN DATE AND THE SNAPSHOT MONTH.  A MONTH IS ALSO HELD AS A
002770*   RUNNING MONTH NUMBER (YEAR * 12 + MONTH - 1) SO THE TREND
002780*   REPORT CAN STEP BACK 12 MONTHS AND PLACE EACH SNAPSHOT IN ITS
002790*   COLUMN BY SUBTRACTION.
002800*----------------------------------------------------------------
002810 01  WS-TODAY-DATE                          PIC X(08).
002820 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE.
002830     05  WS-TODAY-MONTH                    PIC X(06).
002840     05  FILLER                            PIC X(02).
002850 01  WS-RUN-MONTH-WORK.
002860     05  WS-RUN-YEAR                       PIC 9(04).
002870     05  WS-RUN-MM                         PIC 9(02).
002880 01  WS-RUN-MONTH REDEFINES WS-RUN-MONTH-WORK
002890                                            PIC X(06).
002900 01  WS-CONVERT-MONTH-WORK.
002910     05  WS-CONVERT-YEAR                   PIC 9(04).
002920     05  WS-CONVERT-MM                     PIC 9(02).
002930 01  WS-CONVERT-MONTH REDEFINES WS-CONVERT-MONTH-WORK
002940                                            PIC X(06).
002950 01  WS-CONVERT-NUMBER                      PIC 9(06) COMP.
002960 01  WS-CONVERT-REMAINDER                   PIC 9(02) COMP.
002970 01  WS-RUN-MONTH-NUMBER                    PIC 9(06) COMP.
002980 01  WS-START-MONTH-NUMBER                  PIC 9(06) COMP.
002990 01  WS-START-MONTH                         PIC X(06).
003000*----------------------------------------------------------------
003010*   SNAPSHOT TABLE INSERT WORK FIELDS - THE SLOT A CODE BELONGS
003020*   IN, AND THE SUBSCRIPT USED TO OPEN THE TABLE UP AT THAT SLOT
003030*----------------------------------------------------------------
003040 01  WS-SNAP-SUB                            PIC 9(02) COMP.
003050 01  WS-SLOT-SUB                            PIC 9(02) COMP.
003060 01  WS-SHIFT-SUB                           PIC 9(02) COMP.
003070*----------------------------------------------------------------
003080*   TREND TABLE - ONE ROW PER FIGURE ON THE REPORT, KEYED ON A
003090*   SECTION KIND AND A CODE AND KEPT IN KEY ORDER, WITH ONE CELL
003100*   PER MONTH.  KIND A IS THE CONTACT COUNTS AND KIND B THE
003110*   ACTIVITY COUNTS (THE CODE IS THE WS-SNAP-COUNT NUMBER); C, D,
003120*   AND P ARE CATEGORY, DEPARTMENT, AND PROVINCE.  A CODE OF
003130*   HIGH-VALUES IS THE SECTION'S OTHER ROW, WHICH SORTS LAST.
003140*----------------------------------------------------------------
003150 01  WS-TREND-TABLE.
003160     05  WS-TR-USED                        PIC 9(02) COMP
003170             VALUE ZERO.
003180     05  WS-TR-ENTRY OCCURS 90 TIMES.
003190         10  WS-TR-KEY.
003200             15  WS-TR-KIND                PIC X(01).
003210             15  WS-TR-CODE                PIC X(07).
003220         10  WS-TR-METRIC-VIEW REDEFINES WS-TR-KEY.
003230             15  FILLER                    PIC X(01).
003240             15  WS-TR-METRIC              PIC 9(02).
003250             15  FILLER                    PIC X(05).
003260         10  WS-TR-CELLS.
003270             15  WS-TR-CELL                PIC 9(07)
003280                     OCCURS 13 TIMES.
003290 01  WS-TR-SUB                              PIC 9(02) COMP.
003300 01  WS-TR-ROW                              PIC 9(02) COMP.
003310 01  WS-TR-SEARCH-KEY.
003320     05  WS-TR-SEARCH-KIND                 PIC X(01).
003330     05  WS-TR-SEARCH-CODE                 PIC X(07).
003340 01  WS-TR-SEARCH-METRIC-VIEW REDEFINES WS-TR-SEARCH-KEY.
003350     05  FILLER                            PIC X(01).
003360     05  WS-TR-SEARCH-METRIC               PIC 9(02).
003370     05  FILLER                            PIC X(05).
003380 01  WS-TR-LAST-KIND                        PIC X(01).
003390 01  WS-POST-VALUE                          PIC 9(07).
003400 01  WS-METRIC-SUB                          PIC 9(02) COMP.
003410*----------------------------------------------------------------
003420*   TREND COLUMNS - THE MONTH EACH OF THE 13 COLUMNS STANDS FOR
003430*   AND WHETHER A SNAPSHOT WAS ON FILE FOR IT.  COLUMN 13 IS THE
003440*   SNAPSHOT MONTH, 12 THE MONTH BEFORE, AND 1 THE SAME MONTH
003450*   LAST YEAR.
003460*----------------------------------------------------------------
003470 01  WS-COLUMN-TABLE.
003480     05  WS-COL-ENTRY OCCURS 13 TIMES.
003490         10  WS-COL-MONTH                  PIC X(06).
003500         10  WS-COL-PRESENT-SWITCH         PIC X(01).
003510             88  WS-COL-PRESENT            VALUE "Y".
003520             88  WS-COL-ABSENT             VALUE "N".
003530 01  WS-COL-SUB                             PIC 9(02) COMP.
003540 01  WS-CHANGE                              PIC S9(07) COMP.
003550*----------------------------------------------------------------
003560*   ROW LABELS FOR THE CONTACT AND ACTIVITY FIGURES, IN
003570*   WS-SNAP-COUNT ORDER
003580*----------------------------------------------------------------
003590 01  WS-METRIC-NAME-VALUES.
003600     05  FILLER                            PIC X(14)
003610             VALUE "TOTAL".
003620     05  FILLER                            PIC X(14)
003630             VALUE "ACTIVE (A)".
003640     05  FILLER                            PIC X(14)
003650             VALUE "INACTIVE (I)".
003660     05  FILLER                            PIC X(14)
003670             VALUE "NO CONTACT (N)".
003680     05  FILLER                            PIC X(14)
003690             VALUE "EMAIL FLAG U".
003700     05  FILLER                            PIC X(14)
003710             VALUE "ADDS".
003720     05  FILLER                            PIC X(14)
003730             VALUE "CHANGES".
003740     05  FILLER                            PIC X(14)
003750             VALUE "DEACTIVATIONS".
003760     05  FILLER                            PIC X(14)
003770             VALUE "RENAMES".
003780     05  FILLER                            PIC X(14)
003790             VALUE "BOUNCES".
003800     05  FILLER                            PIC X(14)
003810             VALUE "ARCHIVED".
003820     05  FILLER                            PIC X(14)
003830             VALUE "RESTORED".
003840 01  WS-METRIC-NAME-TABLE REDEFINES WS-METRIC-NAME-VALUES.
003850     05  WS-METRIC-NAME                    PIC X(14)
003860             OCCURS 12 TIMES.
003870*----------------------------------------------------------------
003880*   RUN COUNTERS
003890*----------------------------------------------------------------
003900 01  WS-ERROR-COUNT                         PIC 9(06) COMP
003910         VALUE ZERO.
003920 01  WS-AUDIT-READ-COUNT                    PIC 9(06) COMP
003930         VALUE ZERO.
003940 01  WS-AUDIT-MONTH-COUNT                   PIC 9(06) COMP
003950         VALUE ZERO.
003960 01  WS-AUDIT-OTHER-COUNT                   PIC 9(06) COMP
003970         VALUE ZERO.
003980 01  WS-ARCLOG-RUN-COUNT                    PIC 9(06) COMP
003990         VALUE ZERO.
004000 01  WS-HISTORY-MONTH-COUNT                 PIC 9(06) COMP
004010         VALUE ZERO.
004020 01  WS-TREND-OVERFLOW-COUNT                PIC 9(06) COMP
004030         VALUE ZERO.
004040*----------------------------------------------------------------
004050*   REPORT LINES
004060*----------------------------------------------------------------
004070 01  WS-MON-SPACE-LINE                      PIC X(60)
004080         VALUE SPACES.
004090 01  WS-MON-TITLE-LINE.
004100     05  FILLER                            PIC X(37)
004110             VALUE "CONTACT MASTER TREND - 13 MONTHS TO ".
004120     05  WS-MON-MONTH-OUT                  PIC X(06).
004130     05  FILLER                            PIC X(10)
004140             VALUE "   AS OF ".
004150     05  WS-MON-DATE-OUT                   PIC X(08).
004160 01  WS-MON-HEADER-LINE.
004170     05  FILLER                            PIC X(14)
004180             VALUE "MONTH".
004190     05  WS-MON-HEAD-COLUMN OCCURS 13 TIMES.
004200         10  FILLER                        PIC X(02).
004210         10  WS-MON-HEAD-MONTH             PIC X(06).
004220     05  FILLER                            PIC X(11)
004230             VALUE "    CHG MTH".
004240     05  FILLER                            PIC X(11)
004250             VALUE "     CHG YR".
004260 01  WS-MON-SECTION-LINE.
004270     05  WS-MON-SECTION-OUT                PIC X(20).
004280 01  WS-MON-DETAIL-LINE.
004290     05  WS-MON-LABEL-OUT                  PIC X(14).
004300     05  WS-MON-COLUMN OCCURS 13 TIMES.
004310         10  WS-MON-CELL-OUT               PIC Z(07)9.
004320         10  WS-MON-CELL-BLANK REDEFINES WS-MON-CELL-OUT
004330                                            PIC X(08).
004340     05  FILLER                            PIC X(02).
004350     05  WS-MON-MONTH-CHANGE-OUT           PIC +(08)9.
004360     05  WS-MON-MONTH-CHANGE-BLANK
004370             REDEFINES WS-MON-MONTH-CHANGE-OUT
004380                                            PIC X(09).
004390     05  FILLER                            PIC X(02).
004400     05  WS-MON-YEAR-CHANGE-OUT            PIC +(08)9.
004410     05  WS-MON-YEAR-CHANGE-BLANK
004420             REDEFINES WS-MON-YEAR-CHANGE-OUT
004430                                            PIC X(09).
004440 01  WS-RC-SUMMARY-LINE.
004450     05  WS-RC-SUMMARY-LABEL               PIC X(28).
004460     05  WS-RC-SUMMARY-OUT                 PIC ZZZ,ZZ9.
004470
004480 PROCEDURE DIVISION.
004490*================================================================
004500*  0000-MAINLINE
004510*================================================================
004520 0000-MAINLINE.
004530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004540     IF WS-RUN-OK
004550         PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
004560         PERFORM 3000-COUNT-ACTIVITY THRU 3000-EXIT
004570         PERFORM 4000-COUNT-ARCHIVING THRU 4000-EXIT
004580         PERFORM 4500-WRITE-SNAPSHOT THRU 4500-EXIT
004590         PERFORM 5000-TREND-REPORT THRU 5000-EXIT
004600         PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT
004610     END-IF.
004620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004630     IF WS-ERROR-COUNT > ZERO
004640         MOVE 8                           TO RETURN-CODE
004650     END-IF.
004660     GOBACK.
004670*================================================================
004680*  1000-INITIALIZE - SETTLE THE SNAPSHOT MONTH, THEN OPEN THE
004690*  MASTER AND THE HISTORY FILE.  WITHOUT EITHER THERE IS NO
004700*  SNAPSHOT TO TAKE OR NOWHERE TO KEEP IT.
004710*================================================================
004720 1000-INITIALIZE.
004730     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004740     MOVE WS-TODAY-MONTH                  TO WS-RUN-MONTH.
004750     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
004760     COMPUTE WS-RUN-MONTH-NUMBER =
004770         WS-RUN-YEAR * 12 + WS-RUN-MM - 1.
004780     OPEN INPUT CONTACT-MASTER-FILE.
004790     IF NOT WS-MASTER-OK
004800         DISPLAY "LAB01MON: UNABLE TO OPEN CONTACT-MASTER-FILE, "
004810             "STATUS = " WS-MASTER-STATUS
004820         ADD 1 TO WS-ERROR-COUNT
004830     ELSE
004840         PERFORM 1080-OPEN-MONTHLY-HISTORY THRU 1080-EXIT
004850         IF WS-MONHIST-OK
004860             SET WS-RUN-OK                TO TRUE
004870         ELSE
004880             CLOSE CONTACT-MASTER-FILE
004890         END-IF
004900     END-IF.
004910 1000-EXIT.
004920     EXIT.
004930*================================================================
004940*  1050-READ-PARAMETERS - THE SNAPSHOT MONTH.  A MISSING FILE,
004950*  OR A BLANK OR INVALID MONTH, KEEPS THE RUN DATE'S MONTH.
004960*================================================================
004970 1050-READ-PARAMETERS.
004980     OPEN INPUT MON-PARM-FILE.
004990     IF WS-PARM-OK
005000         READ MON-PARM-FILE
005010             AT END
005020                 MOVE SPACES              TO MON-PARM-RECORD
005030         END-READ
005040         IF PARM-SNAP-MONTH NUMERIC
005050             AND PARM-SNAP-MM NOT < "01"
005060             AND PARM-SNAP-MM NOT > "12"
005070             MOVE PARM-SNAP-MONTH         TO WS-RUN-MONTH
005080         ELSE
005090             IF PARM-SNAP-MONTH NOT = SPACES
005100                 DISPLAY "LAB01MON: MONPARM MONTH "
005110                     PARM-SNAP-MONTH " INVALID - " WS-RUN-MONTH
005120                     " USED"
005130             END-IF
005140         END-IF
005150         CLOSE MON-PARM-FILE
005160     END-IF.
005170 1050-EXIT.
005180     EXIT.
005190*================================================================
005200*  1080-OPEN-MONTHLY-HISTORY - OPEN THE HISTORY FILE FOR UPDATE,
005210*  CREATING IT ON THE FIRST RUN
005220*================================================================
005230 1080-OPEN-MONTHLY-HISTORY.
005240     OPEN I-O MONTHLY-HISTORY-FILE.
005250     IF WS-MONHIST-MISSING
005260         OPEN OUTPUT MONTHLY-HISTORY-FILE
005270         CLOSE MONTHLY-HISTORY-FILE
005280         OPEN I-O MONTHLY-HISTORY-FILE
005290     END-IF.
005300     IF NOT WS-MONHIST-OK
005310         DISPLAY "LAB01MON: UNABLE TO OPEN MONTHLY-HISTORY-FILE, "
005320             "STATUS = " WS-MONHIST-STATUS
005330         ADD 1 TO WS-ERROR-COUNT
005340     END-IF.
005350 1080-EXIT.
005360     EXIT.
005370*================================================================
005380*  2000-COUNT-MASTER - CLEAR THE SNAPSHOT AND COUNT EVERY
005390*  CONTACT ON THE MASTER
005400*================================================================
005410 2000-COUNT-MASTER.
005420     MOVE SPACES                          TO WS-SNAP-RECORD.
005430     MOVE WS-RUN-MONTH                    TO WS-SNAP-MONTH.
005440     MOVE WS-TODAY-DATE                   TO WS-SNAP-TAKEN-DATE.
005450     MOVE ZERO                            TO WS-SNAP-COUNTS.
005460     MOVE ZERO                            TO WS-SNAP-CAT-USED.
005470     MOVE ZERO                            TO WS-SNAP-CAT-OTHER.
005480     MOVE ZERO                            TO WS-SNAP-DEPT-USED.
005490     MOVE ZERO                            TO WS-SNAP-DEPT-OTHER.
005500     MOVE ZERO                            TO WS-SNAP-PROV-USED.
005510     MOVE ZERO                            TO WS-SNAP-PROV-OTHER.
005520     SET WS-MASTER-NOT-EOF                TO TRUE.
005530     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005540     PERFORM 2200-COUNT-ONE-CONTACT THRU 2200-EXIT
005550         UNTIL WS-MASTER-EOF.
005560 2000-EXIT.
005570     EXIT.
005580*================================================================
005590*  2100-READ-MASTER - READ THE NEXT MASTER RECORD
005600*================================================================
005610 2100-READ-MASTER.
005620     READ CONTACT-MASTER-FILE NEXT RECORD
005630         AT END
005640             SET WS-MASTER-EOF            TO TRUE
005650     END-READ.
005660     IF NOT WS-MASTER-EOF
005670         AND NOT WS-MASTER-OK
005680         AND NOT WS-MASTER-DUP
005690         DISPLAY "LAB01MON: ERROR READING CONTACT-MASTER-FILE, "
005700             "STATUS = " WS-MASTER-STATUS
005710         ADD 1 TO WS-ERROR-COUNT
005720         SET WS-MASTER-EOF                TO TRUE
005730     END-IF.
005740 2100-EXIT.
005750     EXIT.
005760*================================================================
005770*  2200-COUNT-ONE-CONTACT - ADD ONE CONTACT INTO THE STATUS,
005780*  EMAIL-FLAG, CATEGORY, DEPARTMENT, AND PROVINCE COUNTS.  A
005790*  BLANK STATUS IS AN OLDER ACTIVE RECORD.
005800*================================================================
005810 2200-COUNT-ONE-CONTACT.
005820     ADD 1 TO WS-SNAP-TOTAL.
005830     EVALUATE CM-STATUS
005840         WHEN "I"
005850             ADD 1 TO WS-SNAP-STATUS-I
005860         WHEN "N"
005870             ADD 1 TO WS-SNAP-STATUS-N
005880         WHEN OTHER
005890             ADD 1 TO WS-SNAP-STATUS-A
005900     END-EVALUATE.
005910     IF CM-EMAIL-FLAG = "U"
005920         ADD 1 TO WS-SNAP-EMAIL-U
005930     END-IF.
005940     PERFORM 2300-COUNT-CATEGORY THRU 2300-EXIT.
005950     PERFORM 2400-COUNT-DEPARTMENT THRU 2400-EXIT.
005960     PERFORM 2500-COUNT-PROVINCE THRU 2500-EXIT.
005970     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005980 2200-EXIT.
005990     EXIT.
006000*================================================================
006010*  2300-COUNT-CATEGORY - FIND THE CONTACT'S CATEGORY IN THE
006020*  SNAPSHOT TABLE, OR THE SLOT IT BELONGS IN, AND COUNT IT
006030*================================================================
006040 2300-COUNT-CATEGORY.
006050     SET WS-SLOT-NOT-FOUND                TO TRUE.
006060     PERFORM 2310-FIND-CATEGORY-SLOT THRU 2310-EXIT
006070         VARYING WS-SNAP-SUB FROM 1 BY 1
006080         UNTIL WS-SNAP-SUB > WS-SNAP-CAT-USED
006090            OR WS-SLOT-FOUND.
006100     IF WS-SLOT-FOUND
006110         IF WS-SNAP-CAT-CODE(WS-SLOT-SUB) = CM-CATEGORY
006120             ADD 1 TO WS-SNAP-CAT-TOTAL(WS-SLOT-SUB)
006130         ELSE
006140             PERFORM 2320-INSERT-CATEGORY THRU 2320-EXIT
006150         END-IF
006160     ELSE
006170         COMPUTE WS-SLOT-SUB = WS-SNAP-CAT-USED + 1
006180         PERFORM 2320-INSERT-CATEGORY THRU 2320-EXIT
006190     END-IF.
006200 2300-EXIT.
006210     EXIT.
006220*================================================================
006230*  2310-FIND-CATEGORY-SLOT - THE FIRST ENTRY NOT BELOW THE
006240*  CONTACT'S CATEGORY IS ITS ENTRY OR THE SLOT FOR A NEW ONE
006250*================================================================
006260 2310-FIND-CATEGORY-SLOT.
006270     IF WS-SNAP-CAT-CODE(WS-SNAP-SUB) NOT < CM-CATEGORY
006280         MOVE WS-SNAP-SUB                 TO WS-SLOT-SUB
006290         SET WS-SLOT-FOUND                TO TRUE
006300     END-IF.
006310 2310-EXIT.
006320     EXIT.
006330*================================================================
006340*  2320-INSERT-CATEGORY - OPEN THE TABLE UP AT THE SLOT AND
006350*  START A NEW ENTRY THERE.  A FULL TABLE COUNTS THE CONTACT AS
006360*  OTHER.
006370*================================================================
006380 2320-INSERT-CATEGORY.
006390     IF WS-SNAP-CAT-USED = 20
006400         ADD 1 TO WS-SNAP-CAT-OTHER
006410     ELSE
006420         PERFORM 2330-SHIFT-CATEGORY THRU 2330-EXIT
006430             VARYING WS-SHIFT-SUB FROM WS-SNAP-CAT-USED BY -1
006440             UNTIL WS-SHIFT-SUB < WS-SLOT-SUB
006450         MOVE CM-CATEGORY
006460             TO WS-SNAP-CAT-CODE(WS-SLOT-SUB)
006470         MOVE 1
006480             TO WS-SNAP-CAT-TOTAL(WS-SLOT-SUB)
006490         ADD 1 TO WS-SNAP-CAT-USED
006500     END-IF.
006510 2320-EXIT.
006520     EXIT.
006530*================================================================
006540*  2330-SHIFT-CATEGORY - MOVE ONE ENTRY DOWN A PLACE
006550*================================================================
006560 2330-SHIFT-CATEGORY.
006570     MOVE WS-SNAP-CAT-ENTRY(WS-SHIFT-SUB)
006580         TO WS-SNAP-CAT-ENTRY(WS-SHIFT-SUB + 1).
006590 2330-EXIT.
006600     EXIT.
006610*================================================================
006620*  2400-COUNT-DEPARTMENT - THE SAME FOR THE OWNING DEPARTMENT;
006630*  A BLANK DEPARTMENT (UNOWNED) IS AN ENTRY OF ITS OWN
006640*================================================================
006650 2400-COUNT-DEPARTMENT.
006660     SET WS-SLOT-NOT-FOUND                TO TRUE.
006670     PERFORM 2410-FIND-DEPARTMENT-SLOT THRU 2410-EXIT
006680         VARYING WS-SNAP-SUB FROM 1 BY 1
006690         UNTIL WS-SNAP-SUB > WS-SNAP-DEPT-USED
006700            OR WS-SLOT-FOUND.
006710     IF WS-SLOT-FOUND
006720         IF WS-SNAP-DEPT-CODE(WS-SLOT-SUB) = CM-DEPARTMENT
006730             ADD 1 TO WS-SNAP-DEPT-TOTAL(WS-SLOT-SUB)
006740         ELSE
006750             PERFORM 2420-INSERT-DEPARTMENT THRU 2420-EXIT
006760         END-IF
006770     ELSE
006780         COMPUTE WS-SLOT-SUB = WS-SNAP-DEPT-USED + 1
006790         PERFORM 2420-INSERT-DEPARTMENT THRU 2420-EXIT
006800     END-IF.
006810 2400-EXIT.
006820     EXIT.
006830*================================================================
006840*  2410-FIND-DEPARTMENT-SLOT - FIRST ENTRY NOT BELOW THE
006850*  CONTACT'S DEPARTMENT
006860*================================================================
006870 2410-FIND-DEPARTMENT-SLOT.
006880     IF WS-SNAP-DEPT-CODE(WS-SNAP-SUB) NOT < CM-DEPARTMENT
006890         MOVE WS-SNAP-SUB                 TO WS-SLOT-SUB
006900         SET WS-SLOT-FOUND                TO TRUE
006910     END-IF.
006920 2410-EXIT.
006930     EXIT.
006940*================================================================
006950*  2420-INSERT-DEPARTMENT - NEW ENTRY AT THE SLOT, OR OTHER
006960*================================================================
006970 2420-INSERT-DEPARTMENT.
006980     IF WS-SNAP-DEPT-USED = 20
006990         ADD 1 TO WS-SNAP-DEPT-OTHER
007000     ELSE
007010         PERFORM 2430-SHIFT-DEPARTMENT THRU 2430-EXIT
007020             VARYING WS-SHIFT-SUB FROM WS-SNAP-DEPT-USED BY -1
007030             UNTIL WS-SHIFT-SUB < WS-SLOT-SUB
007040         MOVE CM-DEPARTMENT
007050             TO WS-SNAP-DEPT-CODE(WS-SLOT-SUB)
007060         MOVE 1
007070             TO WS-SNAP-DEPT-TOTAL(WS-SLOT-SUB)
007080         ADD 1 TO WS-SNAP-DEPT-USED
007090     END-IF.
007100 2420-EXIT.
007110     EXIT.
007120*================================================================
007130*  2430-SHIFT-DEPARTMENT - MOVE ONE ENTRY DOWN A PLACE
007140*================================================================
007150 2430-SHIFT-DEPARTMENT.
007160     MOVE WS-SNAP-DEPT-ENTRY(WS-SHIFT-SUB)
007170         TO WS-SNAP-DEPT-ENTRY(WS-SHIFT-SUB + 1).
007180 2430-EXIT.
007190     EXIT.
007200*================================================================
007210*  2500-COUNT-PROVINCE - THE SAME FOR THE PROVINCE; A BLANK
007220*  PROVINCE IS AN ENTRY OF ITS OWN
007230*================================================================
007240 2500-COUNT-PROVINCE.
007250     SET WS-SLOT-NOT-FOUND                TO TRUE.
007260     PERFORM 2510-FIND-PROVINCE-SLOT THRU 2510-EXIT
007270         VARYING WS-SNAP-SUB FROM 1 BY 1
007280         UNTIL WS-SNAP-SUB > WS-SNAP-PROV-USED
007290            OR WS-SLOT-FOUND.
007300     IF WS-SLOT-FOUND
007310         IF WS-SNAP-PROV-CODE(WS-SLOT-SUB) = CM-PROVINCE
007320             ADD 1 TO WS-SNAP-PROV-TOTAL(WS-SLOT-SUB)
007330         ELSE
007340             PERFORM 2520-INSERT-PROVINCE THRU 2520-EXIT
007350         END-IF
007360     ELSE
007370         COMPUTE WS-SLOT-SUB = WS-SNAP-PROV-USED + 1
007380         PERFORM 2520-INSERT-PROVINCE THRU 2520-EXIT
007390     END-IF.
007400 2500-EXIT.
007410     EXIT.
007420*================================================================
007430*  2510-FIND-PROVINCE-SLOT - FIRST ENTRY NOT BELOW THE
007440*  CONTACT'S PROVINCE
007450*================================================================
007460 2510-FIND-PROVINCE-SLOT.
007470     IF WS-SNAP-PROV-CODE(WS-SNAP-SUB) NOT < CM-PROVINCE
007480         MOVE WS-SNAP-SUB                 TO WS-SLOT-SUB
007490         SET WS-SLOT-FOUND                TO TRUE
007500     END-IF.
007510 2510-EXIT.
007520     EXIT.
007530*================================================================
007540*  2520-INSERT-PROVINCE - NEW ENTRY AT THE SLOT, OR OTHER
007550*================================================================
007560 2520-INSERT-PROVINCE.
007570     IF WS-SNAP-PROV-USED = 15
007580         ADD 1 TO WS-SNAP-PROV-OTHER
007590     ELSE
007600         PERFORM 2530-SHIFT-PROVINCE THRU 2530-EXIT
007610             VARYING WS-SHIFT-SUB FROM WS-SNAP-PROV-USED BY -1
007620             UNTIL WS-SHIFT-SUB < WS-SLOT-SUB
007630         MOVE CM-PROVINCE
007640             TO WS-SNAP-PROV-CODE(WS-SLOT-SUB)
007650         MOVE 1
007660             TO WS-SNAP-PROV-TOTAL(WS-SLOT-SUB)
007670         ADD 1 TO WS-SNAP-PROV-USED
007680     END-IF.
007690 2520-EXIT.
007700     EXIT.
007710*================================================================
007720*  2530-SHIFT-PROVINCE - MOVE ONE ENTRY DOWN A PLACE
007730*================================================================
007740 2530-SHIFT-PROVINCE.
007750     MOVE WS-SNAP-PROV-ENTRY(WS-SHIFT-SUB)
007760         TO WS-SNAP-PROV-ENTRY(WS-SHIFT-SUB + 1).
007770 2530-EXIT.
007780     EXIT.
007790*================================================================
007800*  3000-COUNT-ACTIVITY - READ THE LIVE AUDIT TRAIL AND COUNT THE
007810*  SNAPSHOT MONTH'S RECORDS BY KIND.  NO TRAIL MEANS NO ACTIVITY
007820*  TO COUNT.
007830*================================================================
007840 3000-COUNT-ACTIVITY.
007850     OPEN INPUT CONTACT-AUDIT-FILE.
007860     IF NOT WS-AUDIT-OK
007870         IF WS-AUDIT-MISSING
007880             DISPLAY "LAB01MON: NO CONTACT-AUDIT-FILE - NO "
007890                 "ACTIVITY COUNTED"
007900         ELSE
007910             DISPLAY "LAB01MON: UNABLE TO OPEN CONTACT-AUDIT-"
007920                 "FILE, STATUS = " WS-AUDIT-STATUS
007930             ADD 1 TO WS-ERROR-COUNT
007940         END-IF
007950     ELSE
007960         SET WS-AUDIT-NOT-EOF             TO TRUE
007970         PERFORM 3100-READ-AUDIT THRU 3100-EXIT
007980         PERFORM 3200-COUNT-ONE-AUDIT THRU 3200-EXIT
007990             UNTIL WS-AUDIT-EOF
008000         CLOSE CONTACT-AUDIT-FILE
008010     END-IF.
008020 3000-EXIT.
008030     EXIT.
008040*================================================================
008050*  3100-READ-AUDIT - READ THE NEXT AUDIT RECORD
008060*================================================================
008070 3100-READ-AUDIT.
008080     READ CONTACT-AUDIT-FILE
008090         AT END
008100             SET WS-AUDIT-EOF             TO TRUE
008110         NOT AT END
008120             ADD 1 TO WS-AUDIT-READ-COUNT
008130     END-READ.
008140 3100-EXIT.
008150     EXIT.
008160*================================================================
008170*  3200-COUNT-ONE-AUDIT - A RECORD STAMPED IN THE SNAPSHOT MONTH
008180*  IS COUNTED BY ITS CODE.  A CHANGE THAT SETS STATUS I IS A
008190*  DEACTIVATION, AS IS A D FROM A TRAIL WRITTEN BEFORE DELETES
008200*  BECAME STATUS FLIPS.  NOTES, CONSENTS, AND ANY OTHER CODES
008210*  ARE COUNTED AS OTHER ACTIVITY ONLY.
008220*================================================================
008230 3200-COUNT-ONE-AUDIT.
008240     IF AUD-TIMESTAMP(1:6) = WS-RUN-MONTH
008250         ADD 1 TO WS-AUDIT-MONTH-COUNT
008260         EVALUATE AUD-TXN-CODE
008270             WHEN "A"
008280                 ADD 1 TO WS-SNAP-ADDS
008290             WHEN "C"
008300                 IF AUD-AFT-STATUS = "I"
008310                     AND AUD-BEF-STATUS NOT = "I"
008320                     ADD 1 TO WS-SNAP-DEACTIVATIONS
008330                 ELSE
008340                     ADD 1 TO WS-SNAP-CHANGES
008350                 END-IF
008360             WHEN "D"
008370                 ADD 1 TO WS-SNAP-DEACTIVATIONS
008380             WHEN "R"
008390                 ADD 1 TO WS-SNAP-RENAMES
008400             WHEN "B"
008410                 ADD 1 TO WS-SNAP-BOUNCES
008420             WHEN OTHER
008430                 ADD 1 TO WS-AUDIT-OTHER-COUNT
008440         END-EVALUATE
008450     END-IF.
008460     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
008470 3200-EXIT.
008480     EXIT.
008490*================================================================
008500*  4000-COUNT-ARCHIVING - ADD UP THE ARCHIVED AND RESTORED
008510*  COUNTS OF EVERY LAB01ARC RUN DATED IN THE SNAPSHOT MONTH.  NO
008520*  LOG MEANS NO ARCHIVE RUNS YET.
008530*================================================================
008540 4000-COUNT-ARCHIVING.
008550     OPEN INPUT ARCHIVE-LOG-FILE.
008560     IF NOT WS-ARCLOG-OK
008570         IF WS-ARCLOG-MISSING
008580             DISPLAY "LAB01MON: NO ARCLOG - NO ARCHIVE RUNS "
008590                 "COUNTED"
008600         ELSE
008610             DISPLAY "LAB01MON: UNABLE TO OPEN ARCLOG, STATUS = "
008620                 WS-ARCLOG-STATUS
008630             ADD 1 TO WS-ERROR-COUNT
008640         END-IF
008650     ELSE
008660         SET WS-ARCLOG-NOT-EOF            TO TRUE
008670         PERFORM 4100-READ-ARCLOG THRU 4100-EXIT
008680         PERFORM 4200-COUNT-ONE-RUN THRU 4200-EXIT
008690             UNTIL WS-ARCLOG-EOF
008700         CLOSE ARCHIVE-LOG-FILE
008710     END-IF.
008720 4000-EXIT.
008730     EXIT.
008740*================================================================
008750*  4100-READ-ARCLOG - READ THE NEXT ARCHIVE RUN ROW
008760*================================================================
008770 4100-READ-ARCLOG.
008780     READ ARCHIVE-LOG-FILE
008790         AT END
008800             SET WS-ARCLOG-EOF            TO TRUE
008810     END-READ.
008820 4100-EXIT.
008830     EXIT.
008840*================================================================
008850*  4200-COUNT-ONE-RUN - ADD IN A RUN FROM THE SNAPSHOT MONTH
008860*================================================================
008870 4200-COUNT-ONE-RUN.
008880     IF AL-ARCLOG-RUN-MONTH = WS-RUN-MONTH
008890         ADD 1 TO WS-ARCLOG-RUN-COUNT
008900         IF AL-ARCLOG-ARCHIVED NUMERIC
008910             ADD AL-ARCLOG-ARCHIVED       TO WS-SNAP-ARCHIVED
008920         END-IF
008930         IF AL-ARCLOG-RESTORED NUMERIC
008940             ADD AL-ARCLOG-RESTORED       TO WS-SNAP-RESTORED
008950         END-IF
008960     END-IF.
008970     PERFORM 4100-READ-ARCLOG THRU 4100-EXIT.
008980 4200-EXIT.
008990     EXIT.
009000*================================================================
009010*  4500-WRITE-SNAPSHOT - ADD THE MONTH'S RECORD TO THE HISTORY
009020*  FILE, OR REPLACE IT WHEN THE MONTH HAS ALREADY BEEN TAKEN
009030*================================================================
009040 4500-WRITE-SNAPSHOT.
009050     MOVE WS-SNAP-MONTH                   TO MH-SNAP-MONTH.
009060     READ MONTHLY-HISTORY-FILE
009070         INVALID KEY
009080             SET WS-SNAP-NEW              TO TRUE
009090         NOT INVALID KEY
009100             SET WS-SNAP-REPLACED         TO TRUE
009110     END-READ.
009120     MOVE WS-SNAP-RECORD                  TO MH-SNAP-RECORD.
009130     IF WS-SNAP-REPLACED
009140         REWRITE MH-SNAP-RECORD
009150     ELSE
009160         WRITE MH-SNAP-RECORD
009170     END-IF.
009180     IF NOT WS-MONHIST-OK
009190         DISPLAY "LAB01MON: ERROR WRITING MONTHLY-HISTORY-FILE, "
009200             "STATUS = " WS-MONHIST-STATUS
009210         ADD 1 TO WS-ERROR-COUNT
009220     END-IF.
009230 4500-EXIT.
009240     EXIT.
009250*================================================================
009260*  5000-TREND-REPORT - LOAD THE 13 MONTHS ENDING WITH THE
009270*  SNAPSHOT MONTH FROM THE HISTORY FILE INTO THE TREND TABLE AND
009280*  PRINT IT.  THE CONTACT AND ACTIVITY ROWS ARE SET UP FIRST SO
009290*  THEY PRINT EVEN FOR A MONTH WITH NOTHING TO SHOW.
009300*================================================================
009310 5000-TREND-REPORT.
009320     COMPUTE WS-START-MONTH-NUMBER = WS-RUN-MONTH-NUMBER - 12.
009330     MOVE WS-START-MONTH-NUMBER           TO WS-CONVERT-NUMBER.
009340     PERFORM 5900-CONVERT-MONTH THRU 5900-EXIT.
009350     MOVE WS-CONVERT-MONTH                TO WS-START-MONTH.
009360     PERFORM 5010-SET-ONE-COLUMN THRU 5010-EXIT
009370         VARYING WS-COL-SUB FROM 1 BY 1
009380         UNTIL WS-COL-SUB > 13.
009390     MOVE ZERO                            TO WS-TR-USED.
009400     PERFORM 5020-SET-ONE-METRIC-ROW THRU 5020-EXIT
009410         VARYING WS-METRIC-SUB FROM 1 BY 1
009420         UNTIL WS-METRIC-SUB > 12.
009430     MOVE WS-START-MONTH                  TO MH-SNAP-MONTH.
009440     SET WS-HISTORY-NOT-EOF               TO TRUE.
009450     START MONTHLY-HISTORY-FILE
009460         KEY IS NOT LESS THAN MH-SNAP-MONTH
009470         INVALID KEY
009480             SET WS-HISTORY-EOF           TO TRUE
009490     END-START.
009500     IF WS-HISTORY-NOT-EOF
009510         PERFORM 5100-READ-HISTORY THRU 5100-EXIT
009520     END-IF.
009530     PERFORM 5200-POST-ONE-MONTH THRU 5200-EXIT
009540         UNTIL WS-HISTORY-EOF.
009550     PERFORM 6000-PRINT-TREND THRU 6000-EXIT.
009560 5000-EXIT.
009570     EXIT.
009580*================================================================
009590*  5010-SET-ONE-COLUMN - THE MONTH A COLUMN STANDS FOR, NOT YET
009600*  FOUND ON FILE
009610*================================================================
009620 5010-SET-ONE-COLUMN.
009630     COMPUTE WS-CONVERT-NUMBER =
009640         WS-START-MONTH-NUMBER + WS-COL-SUB - 1.
009650     PERFORM 5900-CONVERT-MONTH THRU 5900-EXIT.
009660     MOVE WS-CONVERT-MONTH            TO WS-COL-MONTH(WS-COL-SUB).
009670     SET WS-COL-ABSENT(WS-COL-SUB)        TO TRUE.
009680 5010-EXIT.
009690     EXIT.
009700*================================================================
009710*  5020-SET-ONE-METRIC-ROW - ONE CONTACT (KIND A) OR ACTIVITY
009720*  (KIND B) ROW, IN WS-SNAP-COUNT ORDER
009730*================================================================
009740 5020-SET-ONE-METRIC-ROW.
009750     ADD 1 TO WS-TR-USED.
009760     MOVE SPACES                      TO WS-TR-KEY(WS-TR-USED).
009770     IF WS-METRIC-SUB > 5
009780         MOVE "B"                     TO WS-TR-KIND(WS-TR-USED)
009790     ELSE
009800         MOVE "A"                     TO WS-TR-KIND(WS-TR-USED)
009810     END-IF.
009820     MOVE WS-METRIC-SUB               TO WS-TR-METRIC(WS-TR-USED).
009830     MOVE ZERO                        TO WS-TR-CELLS(WS-TR-USED).
009840 5020-EXIT.
009850     EXIT.
009860*================================================================
009870*  5100-READ-HISTORY - READ THE NEXT SNAPSHOT; ONE PAST THE
009880*  SNAPSHOT MONTH ENDS THE TREND
009890*================================================================
009900 5100-READ-HISTORY.
009910     READ MONTHLY-HISTORY-FILE NEXT RECORD
009920         AT END
009930             SET WS-HISTORY-EOF           TO TRUE
009940     END-READ.
009950     IF WS-HISTORY-NOT-EOF
009960         IF NOT WS-MONHIST-OK
009970             DISPLAY "LAB01MON: ERROR READING MONTHLY-HISTORY-"
009980                 "FILE, STATUS = " WS-MONHIST-STATUS
009990             ADD 1 TO WS-ERROR-COUNT
010000             SET WS-HISTORY-EOF           TO TRUE
010010         ELSE
010020             IF MH-SNAP-MONTH > WS-RUN-MONTH
010030                 SET WS-HISTORY-EOF       TO TRUE
010040             END-IF
010050         END-IF
010060     END-IF.
010070 5100-EXIT.
010080     EXIT.
010090*================================================================
010100*  5200-POST-ONE-MONTH - PLACE ONE SNAPSHOT IN ITS COLUMN AND
010110*  POST EVERY FIGURE IT CARRIES TO ITS TREND ROW
010120*================================================================
010130 5200-POST-ONE-MONTH.
010140     MOVE MH-SNAP-RECORD                  TO WS-SNAP-RECORD.
010150     MOVE WS-SNAP-MONTH                   TO WS-CONVERT-MONTH.
010160     COMPUTE WS-COL-SUB =
010170         WS-CONVERT-YEAR * 12 + WS-CONVERT-MM - 1
010180         - WS-START-MONTH-NUMBER + 1.
010190     SET WS-COL-PRESENT(WS-COL-SUB)       TO TRUE.
010200     ADD 1 TO WS-HISTORY-MONTH-COUNT.
010210     PERFORM 5210-POST-ONE-METRIC THRU 5210-EXIT
010220         VARYING WS-METRIC-SUB FROM 1 BY 1
010230         UNTIL WS-METRIC-SUB > 12.
010240     MOVE "C"                             TO WS-TR-SEARCH-KIND.
010250     PERFORM 5220-POST-ONE-CATEGORY THRU 5220-EXIT
010260         VARYING WS-SNAP-SUB FROM 1 BY 1
010270         UNTIL WS-SNAP-SUB > WS-SNAP-CAT-USED.
010280     IF WS-SNAP-CAT-OTHER > ZERO
010290         MOVE HIGH-VALUES                 TO WS-TR-SEARCH-CODE
010300         MOVE WS-SNAP-CAT-OTHER           TO WS-POST-VALUE
010310         PERFORM 5300-POST-VALUE THRU 5300-EXIT
010320     END-IF.
010330     MOVE "D"                             TO WS-TR-SEARCH-KIND.
010340     PERFORM 5230-POST-ONE-DEPARTMENT THRU 5230-EXIT
010350         VARYING WS-SNAP-SUB FROM 1 BY 1
010360         UNTIL WS-SNAP-SUB > WS-SNAP-DEPT-USED.
010370     IF WS-SNAP-DEPT-OTHER > ZERO
010380         MOVE HIGH-VALUES                 TO WS-TR-SEARCH-CODE
010390         MOVE WS-SNAP-DEPT-OTHER          TO WS-POST-VALUE
010400         PERFORM 5300-POST-VALUE THRU 5300-EXIT
010410     END-IF.
010420     MOVE "P"                             TO WS-TR-SEARCH-KIND.
010430     PERFORM 5240-POST-ONE-PROVINCE THRU 5240-EXIT
010440         VARYING WS-SNAP-SUB FROM 1 BY 1
010450         UNTIL WS-SNAP-SUB > WS-SNAP-PROV-USED.
010460     IF WS-SNAP-PROV-OTHER > ZERO
010470         MOVE HIGH-VALUES                 TO WS-TR-SEARCH-CODE
010480         MOVE WS-SNAP-PROV-OTHER          TO WS-POST-VALUE
010490         PERFORM 5300-POST-VALUE THRU 5300-EXIT
010500     END-IF.
010510     PERFORM 5100-READ-HISTORY THRU 5100-EXIT.
010520 5200-EXIT.
010530     EXIT.
010540*================================================================
010550*  5210-POST-ONE-METRIC - A CONTACT OR ACTIVITY FIGURE; ITS ROW
010560*  IS THE SAME NUMBER AS THE FIGURE
010570*================================================================
010580 5210-POST-ONE-METRIC.
010590     MOVE WS-SNAP-COUNT(WS-METRIC-SUB)
010600         TO WS-TR-CELL(WS-METRIC-SUB, WS-COL-SUB).
010610 5210-EXIT.
010620     EXIT.
010630*================================================================
010640*  5220-POST-ONE-CATEGORY - ONE CATEGORY ENTRY
010650*================================================================
010660 5220-POST-ONE-CATEGORY.
010670     MOVE WS-SNAP-CAT-CODE(WS-SNAP-SUB)   TO WS-TR-SEARCH-CODE.
010680     MOVE WS-SNAP-CAT-TOTAL(WS-SNAP-SUB)  TO WS-POST-VALUE.
010690     PERFORM 5300-POST-VALUE THRU 5300-EXIT.
010700 5220-EXIT.
010710     EXIT.
010720*================================================================
010730*  5230-POST-ONE-DEPARTMENT - ONE DEPARTMENT ENTRY
010740*================================================================
010750 5230-POST-ONE-DEPARTMENT.
010760     MOVE WS-SNAP-DEPT-CODE(WS-SNAP-SUB)  TO WS-TR-SEARCH-CODE.
010770     MOVE WS-SNAP-DEPT-TOTAL(WS-SNAP-SUB) TO WS-POST-VALUE.
010780     PERFORM 5300-POST-VALUE THRU 5300-EXIT.
010790 5230-EXIT.
010800     EXIT.
010810*================================================================
010820*  5240-POST-ONE-PROVINCE - ONE PROVINCE ENTRY
010830*================================================================
010840 5240-POST-ONE-PROVINCE.
010850     MOVE WS-SNAP-PROV-CODE(WS-SNAP-SUB)  TO WS-TR-SEARCH-CODE.
010860     MOVE WS-SNAP-PROV-TOTAL(WS-SNAP-SUB) TO WS-POST-VALUE.
010870     PERFORM 5300-POST-VALUE THRU 5300-EXIT.
010880 5240-EXIT.
010890     EXIT.
010900*================================================================
010910*  5300-POST-VALUE - FIND THE ROW FOR THE SEARCH KEY, OR OPEN
010920*  ONE UP IN KEY ORDER, AND PUT THE VALUE IN THIS MONTH'S CELL.
010930*  A FULL TABLE DROPS THE FIGURE AND COUNTS IT.
010940*================================================================
010950 5300-POST-VALUE.
010960     SET WS-SLOT-NOT-FOUND                TO TRUE.
010970     PERFORM 5310-FIND-TREND-SLOT THRU 5310-EXIT
010980         VARYING WS-TR-SUB FROM 1 BY 1
010990         UNTIL WS-TR-SUB > WS-TR-USED
011000            OR WS-SLOT-FOUND.
011010     IF NOT WS-SLOT-FOUND
011020         COMPUTE WS-TR-ROW = WS-TR-USED + 1
011030     END-IF.
011040     IF WS-SLOT-FOUND
011050         AND WS-TR-KEY(WS-TR-ROW) = WS-TR-SEARCH-KEY
011060         MOVE WS-POST-VALUE
011070             TO WS-TR-CELL(WS-TR-ROW, WS-COL-SUB)
011080     ELSE
011090         IF WS-TR-USED = 90
011100             ADD 1 TO WS-TREND-OVERFLOW-COUNT
011110         ELSE
011120             PERFORM 5320-SHIFT-TREND-ROW THRU 5320-EXIT
011130                 VARYING WS-SHIFT-SUB FROM WS-TR-USED BY -1
011140                 UNTIL WS-SHIFT-SUB < WS-TR-ROW
011150             MOVE WS-TR-SEARCH-KEY        TO WS-TR-KEY(WS-TR-ROW)
011160             MOVE ZERO                TO WS-TR-CELLS(WS-TR-ROW)
011170             MOVE WS-POST-VALUE
011180                 TO WS-TR-CELL(WS-TR-ROW, WS-COL-SUB)
011190             ADD 1 TO WS-TR-USED
011200         END-IF
011210     END-IF.
011220 5300-EXIT.
011230     EXIT.
011240*================================================================
011250*  5310-FIND-TREND-SLOT - FIRST ROW NOT BELOW THE SEARCH KEY
011260*================================================================
011270 5310-FIND-TREND-SLOT.
011280     IF WS-TR-KEY(WS-TR-SUB) NOT < WS-TR-SEARCH-KEY
011290         MOVE WS-TR-SUB                   TO WS-TR-ROW
011300         SET WS-SLOT-FOUND                TO TRUE
011310     END-IF.
011320 5310-EXIT.
011330     EXIT.
011340*================================================================
011350*  5320-SHIFT-TREND-ROW - MOVE ONE ROW DOWN A PLACE
011360*================================================================
011370 5320-SHIFT-TREND-ROW.
011380     MOVE WS-TR-ENTRY(WS-SHIFT-SUB)
011390         TO WS-TR-ENTRY(WS-SHIFT-SUB + 1).
011400 5320-EXIT.
011410     EXIT.
011420*================================================================
011430*  5900-CONVERT-MONTH - TURN A RUNNING MONTH NUMBER BACK INTO
011440*  YYYYMM
011450*================================================================
011460 5900-CONVERT-MONTH.
011470     DIVIDE WS-CONVERT-NUMBER BY 12
011480         GIVING WS-CONVERT-YEAR
011490         REMAINDER WS-CONVERT-REMAINDER.
011500     COMPUTE WS-CONVERT-MM = WS-CONVERT-REMAINDER + 1.
011510 5900-EXIT.
011520     EXIT.
011530*================================================================
011540*  6000-PRINT-TREND - TITLE, MONTH HEADINGS, AND ONE LINE PER
011550*  TREND ROW WITH A SECTION HEADING AHEAD OF EACH KIND
011560*================================================================
011570 6000-PRINT-TREND.
011580     MOVE WS-RUN-MONTH                    TO WS-MON-MONTH-OUT.
011590     MOVE WS-TODAY-DATE                   TO WS-MON-DATE-OUT.
011600     PERFORM 6010-SET-ONE-HEADING THRU 6010-EXIT
011610         VARYING WS-COL-SUB FROM 1 BY 1
011620         UNTIL WS-COL-SUB > 13.
011630     DISPLAY WS-MON-SPACE-LINE.
011640     DISPLAY WS-MON-TITLE-LINE.
011650     DISPLAY WS-MON-SPACE-LINE.
011660     DISPLAY WS-MON-HEADER-LINE.
011670     MOVE SPACES                          TO WS-TR-LAST-KIND.
011680     PERFORM 6100-PRINT-ONE-ROW THRU 6100-EXIT
011690         VARYING WS-TR-SUB FROM 1 BY 1
011700         UNTIL WS-TR-SUB > WS-TR-USED.
011710 6000-EXIT.
011720     EXIT.
011730*================================================================
011740*  6010-SET-ONE-HEADING - ONE MONTH HEADING
011750*================================================================
011760 6010-SET-ONE-HEADING.
011770     MOVE SPACES                TO WS-MON-HEAD-COLUMN(WS-COL-SUB).
011780     MOVE WS-COL-MONTH(WS-COL-SUB)
011790         TO WS-MON-HEAD-MONTH(WS-COL-SUB).
011800 6010-EXIT.
011810     EXIT.
011820*================================================================
011830*  6100-PRINT-ONE-ROW - ONE TREND LINE.  A MONTH WITH NO
011840*  SNAPSHOT ON FILE PRINTS BLANK, AS DOES A CHANGE THAT WOULD
011850*  NEED ONE.
011860*================================================================
011870 6100-PRINT-ONE-ROW.
011880     IF WS-TR-KIND(WS-TR-SUB) NOT = WS-TR-LAST-KIND
011890         PERFORM 6200-PRINT-SECTION-HEADING THRU 6200-EXIT
011900     END-IF.
011910     PERFORM 6300-SET-ROW-LABEL THRU 6300-EXIT.
011920     PERFORM 6110-SET-ONE-CELL THRU 6110-EXIT
011930         VARYING WS-COL-SUB FROM 1 BY 1
011940         UNTIL WS-COL-SUB > 13.
011950     IF WS-COL-PRESENT(13) AND WS-COL-PRESENT(12)
011960         COMPUTE WS-CHANGE = WS-TR-CELL(WS-TR-SUB, 13)
011970                           - WS-TR-CELL(WS-TR-SUB, 12)
011980         MOVE WS-CHANGE               TO WS-MON-MONTH-CHANGE-OUT
011990     ELSE
012000         MOVE SPACES                  TO WS-MON-MONTH-CHANGE-BLANK
012010     END-IF.
012020     IF WS-COL-PRESENT(13) AND WS-COL-PRESENT(1)
012030         COMPUTE WS-CHANGE = WS-TR-CELL(WS-TR-SUB, 13)
012040                           - WS-TR-CELL(WS-TR-SUB, 1)
012050         MOVE WS-CHANGE                TO WS-MON-YEAR-CHANGE-OUT
012060     ELSE
012070         MOVE SPACES                  TO WS-MON-YEAR-CHANGE-BLANK
012080     END-IF.
012090     DISPLAY WS-MON-DETAIL-LINE.
012100 6100-EXIT.
012110     EXIT.
012120*================================================================
012130*  6110-SET-ONE-CELL - ONE MONTH'S FIGURE, OR BLANK
012140*================================================================
012150 6110-SET-ONE-CELL.
012160     IF WS-COL-PRESENT(WS-COL-SUB)
012170         MOVE WS-TR-CELL(WS-TR-SUB, WS-COL-SUB)
012180             TO WS-MON-CELL-OUT(WS-COL-SUB)
012190     ELSE
012200         MOVE SPACES            TO WS-MON-CELL-BLANK(WS-COL-SUB)
012210     END-IF.
012220 6110-EXIT.
012230     EXIT.
012240*================================================================
012250*  6200-PRINT-SECTION-HEADING - A BLANK LINE AND THE NAME OF THE
012260*  SECTION THE NEXT ROWS BELONG TO
012270*================================================================
012280 6200-PRINT-SECTION-HEADING.
012290     MOVE WS-TR-KIND(WS-TR-SUB)           TO WS-TR-LAST-KIND.
012300     EVALUATE WS-TR-LAST-KIND
012310         WHEN "A"
012320             MOVE "CONTACTS"              TO WS-MON-SECTION-OUT
012330         WHEN "B"
012340             MOVE "ACTIVITY IN MONTH"     TO WS-MON-SECTION-OUT
012350         WHEN "C"
012360             MOVE "BY CATEGORY"           TO WS-MON-SECTION-OUT
012370         WHEN "D"
012380             MOVE "BY DEPARTMENT"         TO WS-MON-SECTION-OUT
012390         WHEN OTHER
012400             MOVE "BY PROVINCE"           TO WS-MON-SECTION-OUT
012410     END-EVALUATE.
012420     DISPLAY WS-MON-SPACE-LINE.
012430     DISPLAY WS-MON-SECTION-LINE.
012440 6200-EXIT.
012450     EXIT.
012460*================================================================
012470*  6300-SET-ROW-LABEL - THE FIGURE'S NAME, OR THE CODE.  A BLANK
012480*  DEPARTMENT IS UNOWNED; A BLANK CATEGORY OR PROVINCE IS NONE.
012490*================================================================
012500 6300-SET-ROW-LABEL.
012510     MOVE SPACES                          TO WS-MON-LABEL-OUT.
012520     EVALUATE TRUE
012530         WHEN WS-TR-KIND(WS-TR-SUB) = "A"
012540           OR WS-TR-KIND(WS-TR-SUB) = "B"
012550             MOVE WS-METRIC-NAME(WS-TR-METRIC(WS-TR-SUB))
012560                 TO WS-MON-LABEL-OUT
012570         WHEN WS-TR-CODE(WS-TR-SUB) = HIGH-VALUES
012580             MOVE "(OTHER)"               TO WS-MON-LABEL-OUT
012590         WHEN WS-TR-CODE(WS-TR-SUB) = SPACES
012600           AND WS-TR-KIND(WS-TR-SUB) = "D"
012610             MOVE "(UNOWNED)"             TO WS-MON-LABEL-OUT
012620         WHEN WS-TR-CODE(WS-TR-SUB) = SPACES
012630             MOVE "(NONE)"                TO WS-MON-LABEL-OUT
012640         WHEN OTHER
012650             MOVE WS-TR-CODE(WS-TR-SUB)   TO WS-MON-LABEL-OUT
012660     END-EVALUATE.
012670 6300-EXIT.
012680     EXIT.
012690*================================================================
012700*  8000-PRINT-RUN-TOTALS
012710*================================================================
012720 8000-PRINT-RUN-TOTALS.
012730     DISPLAY WS-MON-SPACE-LINE.
012740     DISPLAY "SNAPSHOT MONTH:             " WS-RUN-MONTH.
012750     IF WS-SNAP-REPLACED
012760         DISPLAY "SNAPSHOT:                   REPLACED"
012770     ELSE
012780         DISPLAY "SNAPSHOT:                   ADDED"
012790     END-IF.
012800     MOVE "AUDIT RECORDS READ:         "
012810         TO WS-RC-SUMMARY-LABEL.
012820     MOVE WS-AUDIT-READ-COUNT             TO WS-RC-SUMMARY-OUT.
012830     DISPLAY WS-RC-SUMMARY-LINE.
012840     MOVE "AUDIT RECORDS IN MONTH:     "
012850         TO WS-RC-SUMMARY-LABEL.
012860     MOVE WS-AUDIT-MONTH-COUNT            TO WS-RC-SUMMARY-OUT.
012870     DISPLAY WS-RC-SUMMARY-LINE.
012880     MOVE "  OTHER ACTIVITY, UNCOUNTED:"
012890         TO WS-RC-SUMMARY-LABEL.
012900     MOVE WS-AUDIT-OTHER-COUNT            TO WS-RC-SUMMARY-OUT.
012910     DISPLAY WS-RC-SUMMARY-LINE.
012920     MOVE "ARCHIVE RUNS IN MONTH:      "
012930         TO WS-RC-SUMMARY-LABEL.
012940     MOVE WS-ARCLOG-RUN-COUNT             TO WS-RC-SUMMARY-OUT.
012950     DISPLAY WS-RC-SUMMARY-LINE.
012960     MOVE "MONTHS ON FILE (OF 13):     "
012970         TO WS-RC-SUMMARY-LABEL.
012980     MOVE WS-HISTORY-MONTH-COUNT          TO WS-RC-SUMMARY-OUT.
012990     DISPLAY WS-RC-SUMMARY-LINE.
013000     IF WS-TREND-OVERFLOW-COUNT > ZERO
013010         MOVE "FIGURES OVER TREND TABLE:   "
013020             TO WS-RC-SUMMARY-LABEL
013030         MOVE WS-TREND-OVERFLOW-COUNT     TO WS-RC-SUMMARY-OUT
013040         DISPLAY WS-RC-SUMMARY-LINE
013050     END-IF.
013060     MOVE "ERRORS:                     "
013070         TO WS-RC-SUMMARY-LABEL.
013080     MOVE WS-ERROR-COUNT                  TO WS-RC-SUMMARY-OUT.
013090     DISPLAY WS-RC-SUMMARY-LINE.
013100 8000-EXIT.
013110     EXIT.
013120*================================================================
013130*  9000-TERMINATE
013140*================================================================
013150 9000-TERMINATE.
013160     IF WS-RUN-OK
013170         CLOSE CONTACT-MASTER-FILE
013180         CLOSE MONTHLY-HISTORY-FILE
013190     END-IF.
013200 9000-EXIT.
013210     EXIT.
013220 END PROGRAM LAB01MON.
