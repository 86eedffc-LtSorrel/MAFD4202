000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01ERA.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01ERA
000090*  DESCRIPTION  PERSONAL INFORMATION ERASURE.  FOR EACH REQUEST
000100*               ON THE ERASEREQ FILE (A FORMER STUDENT OR OTHER
000110*               CONTACT ASKING TO BE FORGOTTEN) THE CONTACT'S
000120*               NAME, EMAIL, PHONE, AND ADDRESS ARE REMOVED FROM
000130*               EVERY FILE THAT HOLDS THEM:
000140*                 CONTACTM - THE MASTER RECORD IS REPLACED BY A
000150*                     PLACEHOLDER KEYED ERASED + THE REQUEST ID,
000160*                     STATUS I, WITH NOTHING IDENTIFYING LEFT.
000170*                 CONTACTT, CONTACTS, CONSENT, SENDHIST - THE
000180*                     CONTACT'S ROWS MOVE TO THE PLACEHOLDER KEY
000190*                     THE SAME WAY A RENAME MOVES THEM; NOTE
000200*                     TEXT IS BLANKED.
000210*                 CONTACTA AND EVERY AUDARCH ARCHIVE (FROM
000220*                     AUDLOG) - EACH BEFORE OR AFTER IMAGE OF
000230*                     THE CONTACT IS MASKED IN PLACE.
000240*                 EVERY CONARCH GENERATION (FROM ARCLOG) AND
000250*                     CONTACTB BACKUP (FROM CONTACTN) - EACH
000260*                     IMAGE OF THE CONTACT IS MASKED IN PLACE.
000261*                 CONTACTD - EACH DUPLICATES-REVIEW ENTRY FOR THE
000262*                     CONTACT IS MASKED IN PLACE; ON A SWEEP PAIR
000263*                     ONLY THE CONTACT'S OWN SIDE IS MASKED.
000264*                 DUPKEEP - A KEEP-BOTH PAIR NAMING THE CONTACT
000265*                     MOVES TO THE PLACEHOLDER KEY.
000266*                 CONTACTH - HELD TRANSACTIONS FOR THE CONTACT
000267*                     ARE DROPPED SO NONE IS APPLIED LATER.
000270*               MASKED RECORDS STAY WHERE THEY WERE AS
000280*               PLACEHOLDERS, SO RECORD COUNTS, THE LAB01VFY
000290*               BACKUP TIE-OUT, AND THE AUDIT HISTORY STILL
000300*               BALANCE.  AN IMAGE IS THE CONTACT'S WHEN ITS KEY
000310*               IS ONE THE CONTACT HAS HELD (RENAMES ARE
000320*               FOLLOWED THROUGH THE AUDIT TRAIL AS LAB01AUD
000323*               DOES) OR ITS EMAIL IS ONE BEING ERASED.  THE
000326*               MASTER RECORD IS FOUND, AND THE CHILD ROWS MOVED,
000329*               UNDER EVERY SUCH KEY, SO A REQUEST NAMING A KEY
000332*               THE CONTACT HAS SINCE BEEN RENAMED FROM STILL
000335*               ERASES THE LIVE RECORD.  EVERY
000340*               ERASED EMAIL IS WRITTEN TO THE NOREADD FILE SO
000344*               LAB01IMP NEVER BRINGS IT BACK FROM THE CRM.  THE
000348*               PLACEHOLDER IS ITSELF AUDITED AS AN E RECORD ON
000352*               CONTACTA CARRYING ONLY THE PLACEHOLDER KEY AND THE
000356*               STATUS GOING TO I, SO LAB01CRM PASSES IT ON.
000360*               EACH REQUEST APPENDS A COMPLETION CERTIFICATE TO
000370*               ERASECRT LISTING EVERY FILE SWEPT AND HOW MANY
000380*               RECORDS WERE MASKED; THE CERTIFICATE CARRIES THE
000390*               REQUEST ID AND PLACEHOLDER KEY, NEVER THE
000400*               PERSON'S DETAILS.  A REQUEST CAN BE RERUN - THE
000410*               SECOND RUN FINDS ONLY WHAT THE FIRST MISSED.
000420*               RETURN CODES: 0 = ALL COMPLETE, 4 = REQUESTS
000425*               REJECTED, 8 = A CERTIFICATE IS INCOMPLETE.  A
000430*               MISSING AUDLOG OR ARCLOG LEAVES EVERY CERTIFICATE
000435*               INCOMPLETE - ITS ARCHIVES CANNOT BE FOUND.
000440*================================================================
000450*  MODIFICATION HISTORY
000460*----------------------------------------------------------------
000470*  DATE       INIT  DESCRIPTION
000480*  2026-10-15 SMH   ORIGINAL - MASTER PLACEHOLDER, CHILD-FILE
000490*                   RE-KEY, AUDIT/ARCHIVE/BACKUP MASKING, THE
000500*                   NOREADD MARKER, AND A CERTIFICATE PER
000510*                   REQUEST.
000512*  2026-10-15 SMH   THE REVIEW QUEUE, KEEP-BOTH REGISTER, AND HELD
000514*                   TRANSACTIONS ARE SWEPT TOO; THE PLACEHOLDER IS
000516*                   AUDITED AS AN E RECORD.  A MISSING AUDLOG OR
000518*                   ARCLOG NOW LEAVES THE CERTIFICATE INCOMPLETE.
000519*  2026-10-15 SMH   THE ALIAS TABLE IS BUILT BEFORE THE MASTER
000520*                   STEP.  THE CONTACT IS FOUND ON THE MASTER
000521*                   UNDER ANY KEY IT HAS HELD (OR BY ITS EMAIL),
000522*                   AND THE CHILD FILES ARE RE-KEYED UNDER EVERY
000523*                   SUCH KEY.
000524*  2026-10-15 SMH   THE CERTIFICATE AND RUN TOTALS NOW READ MASKED
000525*                   OR SET - THEY TAKE IN THE NOREADD MARKERS.
000526*================================================================
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.         GENERIC-PC.
000570 OBJECT-COMPUTER.         GENERIC-PC.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*----------------------------------------------------------------
000610*   ERASURE-REQUEST-FILE - ONE RECORD PER ERASURE REQUEST: THE
000620*   REQUEST ID THE CERTIFICATE IS FILED UNDER, THE CONTACT KEY,
000630*   THE EMAIL THE PERSON GAVE, AND THE DATE THE REQUEST CAME IN
000640*----------------------------------------------------------------
000650     SELECT ERASURE-REQUEST-FILE
000660         ASSIGN TO           "ERASEREQ"
000670         ORGANIZATION IS     LINE SEQUENTIAL
000680         FILE STATUS IS      WS-REQUEST-STATUS.
000690
000700*----------------------------------------------------------------
000710*   CONTACT-MASTER-FILE - SAME PHYSICAL FILE AS LAB01, OPENED
000720*   I-O SO THE CONTACT CAN BE REPLACED BY ITS PLACEHOLDER
000730*----------------------------------------------------------------
000740     SELECT CONTACT-MASTER-FILE
000750         ASSIGN TO           "CONTACTM"
000760         ORGANIZATION IS     INDEXED
000770         ACCESS MODE IS      DYNAMIC
000780         RECORD KEY IS       CM-CONTACT-KEY
000790         ALTERNATE RECORD KEY IS CM-EMAIL
000800             WITH DUPLICATES
000810         FILE STATUS IS      WS-MASTER-STATUS.
000820
000830*----------------------------------------------------------------
000840*   CONTACT-NOTE-FILE, LIST-MEMBER-FILE, CONSENT-FILE, AND
000850*   SEND-HISTORY-FILE - THE CONTACT'S CHILD ROWS, OPENED I-O SO
000860*   THEY CAN MOVE TO THE PLACEHOLDER KEY.  A MISSING FILE HOLDS
000870*   NOTHING TO ERASE AND IS NOT CREATED.
000880*----------------------------------------------------------------
000890     SELECT CONTACT-NOTE-FILE
000900         ASSIGN TO           "CONTACTT"
000910         ORGANIZATION IS     INDEXED
000920         ACCESS MODE IS      DYNAMIC
000930         RECORD KEY IS       NT-NOTE-KEY
000940         FILE STATUS IS      WS-NOTE-FILE-STATUS.
000950
000960     SELECT LIST-MEMBER-FILE
000970         ASSIGN TO           "CONTACTS"
000980         ORGANIZATION IS     INDEXED
000990         ACCESS MODE IS      DYNAMIC
001000         RECORD KEY IS       MB-MEMBER-KEY
001010         FILE STATUS IS      WS-MEMBER-FILE-STATUS.
001020
001030     SELECT CONSENT-FILE
001040         ASSIGN TO           "CONSENT"
001050         ORGANIZATION IS     INDEXED
001060         ACCESS MODE IS      DYNAMIC
001070         RECORD KEY IS       CN-CONSENT-KEY
001080         FILE STATUS IS      WS-CONSENT-FILE-STATUS.
001090
001100     SELECT SEND-HISTORY-FILE
001110         ASSIGN TO           "SENDHIST"
001120         ORGANIZATION IS     INDEXED
001130         ACCESS MODE IS      DYNAMIC
001140         RECORD KEY IS       SH-SEND-KEY
001150         FILE STATUS IS      WS-SEND-FILE-STATUS.
001160
001170*----------------------------------------------------------------
001180*   NO-READD-FILE - THE DO-NOT-RE-ADD MARKERS LAB01IMP CHECKS,
001190*   KEYED ON THE EMAIL.  CREATED EMPTY ON THE FIRST RUN.
001200*----------------------------------------------------------------
001210     SELECT NO-READD-FILE
001220         ASSIGN TO           "NOREADD"
001230         ORGANIZATION IS     INDEXED
001240         ACCESS MODE IS      DYNAMIC
001250         RECORD KEY IS       NR-NOREADD-EMAIL
001260         FILE STATUS IS      WS-NOREADD-STATUS.
001270
001280*----------------------------------------------------------------
001290*   AUDIT-IMAGE-FILE - THE LIVE CONTACTA TRAIL OR ONE DATED
001300*   AUDARCH ARCHIVE, WHICHEVER GENERATION IS BEING SWEPT
001310*----------------------------------------------------------------
001320     SELECT AUDIT-IMAGE-FILE
001330         ASSIGN TO DYNAMIC   WS-GEN-FILE-NAME
001340         ORGANIZATION IS     LINE SEQUENTIAL
001350         FILE STATUS IS      WS-GEN-FILE-STATUS.
001360
001370*----------------------------------------------------------------
001380*   CONTACT-IMAGE-FILE - ONE CONARCH ARCHIVE OR CONTACTB
001390*   BACKUP GENERATION, FLAT CONTACT IMAGES
001400*----------------------------------------------------------------
001410     SELECT CONTACT-IMAGE-FILE
001420         ASSIGN TO DYNAMIC   WS-GEN-FILE-NAME
001430         ORGANIZATION IS     LINE SEQUENTIAL
001440         FILE STATUS IS      WS-GEN-FILE-STATUS.
001450
001451*----------------------------------------------------------------
001452*   DUPLICATE-RPT-FILE, KEEP-REGISTER-FILE, PENDING-TXN-FILE -
001453*   THE DUPLICATES-REVIEW QUEUE, THE KEEP-BOTH REGISTER, AND THE
001454*   HELD TRANSACTIONS, EACH SWEPT THROUGH THE WORK FILE THE SAME
001455*   WAY AS A GENERATION
001456*----------------------------------------------------------------
001457     SELECT DUPLICATE-RPT-FILE
001458         ASSIGN TO           "CONTACTD"
001459         ORGANIZATION IS     LINE SEQUENTIAL
001460         FILE STATUS IS      WS-GEN-FILE-STATUS.
001461
001462     SELECT KEEP-REGISTER-FILE
001463         ASSIGN TO           "DUPKEEP"
001464         ORGANIZATION IS     LINE SEQUENTIAL
001465         FILE STATUS IS      WS-GEN-FILE-STATUS.
001466
001467     SELECT PENDING-TXN-FILE
001468         ASSIGN TO           "CONTACTH"
001469         ORGANIZATION IS     LINE SEQUENTIAL
001470         FILE STATUS IS      WS-GEN-FILE-STATUS.
001471*----------------------------------------------------------------
001472*   ERASE-WORK-FILE - THE MASKED COPY OF THE GENERATION BEING
001480*   SWEPT, COPIED BACK OVER IT ONCE THE WHOLE FILE HAS BEEN
001490*   WRITTEN CLEANLY
001500*----------------------------------------------------------------
001510     SELECT ERASE-WORK-FILE
001520         ASSIGN TO           "ERAWORK"
001530         ORGANIZATION IS     LINE SEQUENTIAL
001540         FILE STATUS IS      WS-WORK-STATUS.
001550
001560*----------------------------------------------------------------
001570*   BACKUP-CONTROL-FILE, ARCHIVE-LOG-FILE, AUDIT-LOG-FILE - THE
001580*   LISTS OF CONTACTB, CONARCH, AND AUDARCH GENERATIONS ON HAND
001590*   KEPT BY LAB01, LAB01ARC, AND LAB01AUD.  READ ONLY.
001600*----------------------------------------------------------------
001610     SELECT BACKUP-CONTROL-FILE
001620         ASSIGN TO           "CONTACTN"
001630         ORGANIZATION IS     LINE SEQUENTIAL
001640         FILE STATUS IS      WS-BKCTL-STATUS.
001650
001660     SELECT ARCHIVE-LOG-FILE
001670         ASSIGN TO           "ARCLOG"
001680         ORGANIZATION IS     LINE SEQUENTIAL
001690         FILE STATUS IS      WS-ARCLOG-STATUS.
001700
001710     SELECT AUDIT-LOG-FILE
001720         ASSIGN TO           "AUDLOG"
001730         ORGANIZATION IS     LINE SEQUENTIAL
001740         FILE STATUS IS      WS-AUDLOG-STATUS.
001750
001760*----------------------------------------------------------------
001770*   CERTIFICATE-FILE - THE COMPLETION CERTIFICATES, APPENDED
001780*   ONE PER REQUEST AND FILED AS PROOF TO THE REQUESTER
001790*----------------------------------------------------------------
001800     SELECT CERTIFICATE-FILE
001810         ASSIGN TO           "ERASECRT"
001820         ORGANIZATION IS     LINE SEQUENTIAL
001830         FILE STATUS IS      WS-CERT-STATUS.
001840
001850 DATA DIVISION.
001860 FILE SECTION.
001870 FD  ERASURE-REQUEST-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  ERASURE-REQUEST-RECORD.
001900     05  ER-REQUEST-ID                     PIC X(08).
001910     05  ER-CONTACT-KEY.
001920         10  ER-LASTNAME                   PIC X(10).
001930         10  ER-FIRSTNAME                  PIC X(08).
001940     05  ER-EMAIL                          PIC X(26).
001950     05  ER-RECEIVED-DATE                  PIC X(08).
001960
001970 FD  CONTACT-MASTER-FILE
001980     LABEL RECORDS ARE STANDARD.
001990*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
002000     COPY CONTACTR
002010         REPLACING ==WS-CONTACT==     BY ==CM-CONTACT==
002020                   ==WS-CONTACT-KEY== BY ==CM-CONTACT-KEY==
002030                   ==WS-LASTNAME==    BY ==CM-LASTNAME==
002040                   ==WS-FIRSTNAME==   BY ==CM-FIRSTNAME==
002050                   ==WS-EMAIL==       BY ==CM-EMAIL==
002060                   ==WS-PHONENUMBER== BY ==CM-PHONENUMBER==
002070                   ==WS-CATEGORY==    BY ==CM-CATEGORY==
002080                   ==WS-STREET==      BY ==CM-STREET==
002090                   ==WS-CITY==        BY ==CM-CITY==
002100                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
002110                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
002120                   ==WS-STATUS==      BY ==CM-STATUS==
002130                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
002140                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
002150                   ==WS-EMAIL-FLAG==  BY ==CM-EMAIL-FLAG==
002160                   ==WS-BOUNCE-COUNT==
002170                                      BY ==CM-BOUNCE-COUNT==
002180                   ==WS-LAST-BOUNCE-DATE==
002190                                BY ==CM-LAST-BOUNCE-DATE==
002200                   ==WS-ORGANIZATION-ID==
002210                                BY ==CM-ORGANIZATION-ID==.
002220
002230 FD  CONTACT-NOTE-FILE
002240     LABEL RECORDS ARE STANDARD.
002250*  RECORD LAYOUT COMES FROM THE SHARED CONTACTT COPYBOOK.
002260     COPY CONTACTT
002270      REPLACING ==WS-NOTE==           BY ==NT-NOTE==
002280           ==WS-NOTE-KEY==            BY ==NT-NOTE-KEY==
002290           ==WS-NOTE-LASTNAME==       BY ==NT-NOTE-LASTNAME==
002300           ==WS-NOTE-FIRSTNAME==      BY ==NT-NOTE-FIRSTNAME==
002310           ==WS-NOTE-SEQUENCE==       BY ==NT-NOTE-SEQUENCE==
002320           ==WS-NOTE-TIMESTAMP==      BY ==NT-NOTE-TIMESTAMP==
002330           ==WS-NOTE-TEXT==           BY ==NT-NOTE-TEXT==.
002340
002350 FD  LIST-MEMBER-FILE
002360     LABEL RECORDS ARE STANDARD.
002370*  RECORD LAYOUT COMES FROM THE SHARED CONTACTS COPYBOOK.
002380     COPY CONTACTS
002390      REPLACING ==WS-MEMBER==         BY ==MB-MEMBER==
002400           ==WS-MEMBER-KEY==          BY ==MB-MEMBER-KEY==
002410           ==WS-MEMBER-LASTNAME==     BY ==MB-MEMBER-LASTNAME==
002420           ==WS-MEMBER-FIRSTNAME==    BY ==MB-MEMBER-FIRSTNAME==
002430           ==WS-MEMBER-LIST-CODE==    BY ==MB-MEMBER-LIST-CODE==
002440           ==WS-MEMBER-STATUS==       BY ==MB-MEMBER-STATUS==
002450           ==WS-MEMBER-STATUS-DATE==
002460                                    BY ==MB-MEMBER-STATUS-DATE==.
002470
002480 FD  CONSENT-FILE
002490     LABEL RECORDS ARE STANDARD.
002500*  RECORD LAYOUT COMES FROM THE SHARED CONSENT COPYBOOK.
002510     COPY CONSENT
002520      REPLACING ==WS-CONSENT-RECORD==  BY ==CN-CONSENT-RECORD==
002530           ==WS-CONSENT-KEY==         BY ==CN-CONSENT-KEY==
002540           ==WS-CONSENT-LASTNAME==    BY ==CN-CONSENT-LASTNAME==
002550           ==WS-CONSENT-FIRSTNAME==   BY ==CN-CONSENT-FIRSTNAME==
002560           ==WS-CONSENT-TYPE==        BY ==CN-CONSENT-TYPE==
002570           ==WS-CONSENT-SOURCE==      BY ==CN-CONSENT-SOURCE==
002580           ==WS-CONSENT-OBTAINED-DATE==
002590                                BY ==CN-CONSENT-OBTAINED-DATE==
002600           ==WS-CONSENT-EXPIRY-DATE==
002610                                BY ==CN-CONSENT-EXPIRY-DATE==.
002620
002630 FD  SEND-HISTORY-FILE
002640     LABEL RECORDS ARE STANDARD.
002650*  RECORD LAYOUT COMES FROM THE SHARED SEND-HISTORY COPYBOOK.
002660     COPY SENDHIST
002670      REPLACING ==WS-SEND-RECORD==     BY ==SH-SEND-RECORD==
002680           ==WS-SEND-KEY==            BY ==SH-SEND-KEY==
002690           ==WS-SEND-LASTNAME==       BY ==SH-SEND-LASTNAME==
002700           ==WS-SEND-FIRSTNAME==      BY ==SH-SEND-FIRSTNAME==
002710           ==WS-SEND-DATE==           BY ==SH-SEND-DATE==
002720           ==WS-SEND-LIST-CODE==      BY ==SH-SEND-LIST-CODE==
002730           ==WS-SEND-CAMPAIGN-ID==    BY ==SH-SEND-CAMPAIGN-ID==.
002740
002750 FD  NO-READD-FILE
002760     LABEL RECORDS ARE STANDARD.
002770*  RECORD LAYOUT COMES FROM THE SHARED NOREADD COPYBOOK.
002780     COPY NOREADD
002790      REPLACING ==WS-NOREADD-RECORD==  BY ==NR-NOREADD-RECORD==
002800           ==WS-NOREADD-EMAIL==        BY ==NR-NOREADD-EMAIL==
002810           ==WS-NOREADD-ERASED-DATE==
002820                                BY ==NR-NOREADD-ERASED-DATE==
002830           ==WS-NOREADD-REQUEST-ID==
002840                                BY ==NR-NOREADD-REQUEST-ID==.
002850
002860 FD  AUDIT-IMAGE-FILE
002870     LABEL RECORDS ARE STANDARD.
002880 01  AUDIT-IMAGE-RECORD                    PIC X(520).
002890
002900 FD  CONTACT-IMAGE-FILE
002910     LABEL RECORDS ARE STANDARD.
002920 01  CONTACT-IMAGE-RECORD                  PIC X(137).
002930
002931 FD  DUPLICATE-RPT-FILE
002932     LABEL RECORDS ARE STANDARD.
002933 01  DUPLICATE-RPT-RECORD.
002934     05  DUPL-FIRSTNAME                    PIC X(08).
002935     05  FILLER                            PIC X(01).
002936     05  DUPL-LASTNAME                     PIC X(10).
002937     05  FILLER                            PIC X(01).
002938     05  DUPL-EMAIL                        PIC X(26).
002939     05  FILLER                            PIC X(01).
002940     05  DUPL-PHONENUMBER                  PIC X(12).
002941     05  FILLER                            PIC X(01).
002942     05  DUPL-REASON                       PIC X(24).
002943
002944 FD  KEEP-REGISTER-FILE
002945     LABEL RECORDS ARE STANDARD.
002946 01  KEEP-REGISTER-RECORD                  PIC X(46).
002947
002948 FD  PENDING-TXN-FILE
002949     LABEL RECORDS ARE STANDARD.
002950 01  PENDING-TXN-RECORD                    PIC X(236).
002951
002952 FD  ERASE-WORK-FILE
002953     LABEL RECORDS ARE STANDARD.
002960 01  ERASE-WORK-AUDIT-RECORD               PIC X(520).
002970 01  ERASE-WORK-CONTACT-RECORD             PIC X(137).
002972 01  ERASE-WORK-QUEUE-RECORD               PIC X(84).
002974 01  ERASE-WORK-KEEP-RECORD                PIC X(46).
002976 01  ERASE-WORK-HELD-RECORD                PIC X(236).
002980
002990 FD  BACKUP-CONTROL-FILE
003000     LABEL RECORDS ARE STANDARD.
003010 01  BACKUP-CONTROL-RECORD                 PIC X(16).
003020
003030 FD  ARCHIVE-LOG-FILE
003040     LABEL RECORDS ARE STANDARD.
003050     COPY ARCLOG
003060         REPLACING ==WS-ARCLOG-RECORD==
003070                               BY ==AL-ARCLOG-RECORD==
003080                   ==WS-ARCLOG-RUN-DATE==
003090                               BY ==AL-ARCLOG-RUN-DATE==
003100                   ==WS-ARCLOG-RUN-MONTH==
003110                               BY ==AL-ARCLOG-RUN-MONTH==
003120                   ==WS-ARCLOG-CUTOFF-DATE==
003130                               BY ==AL-ARCLOG-CUTOFF-DATE==
003140                   ==WS-ARCLOG-ARCHIVED==
003150                               BY ==AL-ARCLOG-ARCHIVED==
003160                   ==WS-ARCLOG-RETAINED==
003170                               BY ==AL-ARCLOG-RETAINED==
003180                   ==WS-ARCLOG-RESTORED==
003190                               BY ==AL-ARCLOG-RESTORED==
003200                   ==WS-ARCLOG-ERRORS==
003210                               BY ==AL-ARCLOG-ERRORS==.
003220
003230 FD  AUDIT-LOG-FILE
003240     LABEL RECORDS ARE STANDARD.
003250     COPY AUDLOG
003260         REPLACING ==WS-AUDLOG-RECORD==
003270                               BY ==UL-AUDLOG-RECORD==
003280                   ==WS-AUDLOG-RUN-DATE==
003290                               BY ==UL-AUDLOG-RUN-DATE==
003300                   ==WS-AUDLOG-CUTOFF-DATE==
003310                               BY ==UL-AUDLOG-CUTOFF-DATE==
003320                   ==WS-AUDLOG-ARCHIVED==
003330                               BY ==UL-AUDLOG-ARCHIVED==
003340                   ==WS-AUDLOG-KEPT==
003350                               BY ==UL-AUDLOG-KEPT==.
003360
003370 FD  CERTIFICATE-FILE
003380     LABEL RECORDS ARE STANDARD.
003390 01  CERTIFICATE-RECORD                    PIC X(80).
003400
003410 WORKING-STORAGE SECTION.
003420*----------------------------------------------------------------
003430*   CONTACT IMAGE AND AUDIT IMAGE WORKING AREAS, SHARED LAYOUTS
003440*   WITH THE MASTER AND THE AUDIT TRAIL
003450*----------------------------------------------------------------
003460     COPY CONTACTR.
003470     COPY CONTACTA.
003480*----------------------------------------------------------------
003490*   CHILD-ROW SAVE AREAS FOR THE MOVE TO THE PLACEHOLDER KEY
003500*----------------------------------------------------------------
003510     COPY CONTACTT.
003520     COPY CONTACTS.
003530     COPY CONSENT.
003540     COPY SENDHIST.
003541*----------------------------------------------------------------
003542*   KEEP-BOTH PAIR AND HELD TRANSACTION WORKING AREAS
003543*----------------------------------------------------------------
003544     COPY DUPKEEP.
003545     COPY CONTACTX.
003546 01  WS-KEEP-HOLD-KEY                       PIC X(18).
003550*----------------------------------------------------------------
003560*   THE MASTER RECORD AS IT STOOD, KEPT UNTIL ITS PLACEHOLDER
003570*   IS SAFELY WRITTEN
003580*----------------------------------------------------------------
003590 01  WS-SAVED-CONTACT                       PIC X(137).
003600*----------------------------------------------------------------
003610*   SWITCHES AND FILE STATUS FIELDS
003620*----------------------------------------------------------------
003630 01  WS-REQUEST-STATUS                      PIC X(02).
003640     88  WS-REQUEST-OK                      VALUE "00".
003650     88  WS-REQUEST-MISSING                 VALUE "35".
003660 01  WS-MASTER-STATUS                       PIC X(02).
003670     88  WS-MASTER-OK                       VALUE "00".
003674     88  WS-MASTER-MORE-ON-EMAIL            VALUE "02".
003680     88  WS-MASTER-DUP                      VALUE "02".
003690 01  WS-NOTE-FILE-STATUS                    PIC X(02).
003700     88  WS-NOTE-FILE-OK                    VALUE "00".
003710     88  WS-NOTE-FILE-MISSING               VALUE "35".
003720 01  WS-MEMBER-FILE-STATUS                  PIC X(02).
003730     88  WS-MEMBER-FILE-OK                  VALUE "00".
003740     88  WS-MEMBER-FILE-MISSING             VALUE "35".
003750 01  WS-CONSENT-FILE-STATUS                 PIC X(02).
003760     88  WS-CONSENT-FILE-OK                 VALUE "00".
003770     88  WS-CONSENT-FILE-MISSING            VALUE "35".
003780 01  WS-SEND-FILE-STATUS                    PIC X(02).
003790     88  WS-SEND-FILE-OK                    VALUE "00".
003800     88  WS-SEND-FILE-MISSING               VALUE "35".
003810 01  WS-NOREADD-STATUS                      PIC X(02).
003820     88  WS-NOREADD-OK                      VALUE "00".
003830     88  WS-NOREADD-MISSING                 VALUE "35".
003840     88  WS-NOREADD-ALREADY-SET             VALUE "22".
003850 01  WS-GEN-FILE-STATUS                     PIC X(02).
003860     88  WS-GEN-FILE-OK                     VALUE "00".
003870     88  WS-GEN-FILE-MISSING                VALUE "35".
003880 01  WS-WORK-STATUS                         PIC X(02).
003890     88  WS-WORK-OK                         VALUE "00".
003900 01  WS-BKCTL-STATUS                        PIC X(02).
003910     88  WS-BKCTL-OK                        VALUE "00".
003920 01  WS-ARCLOG-STATUS                       PIC X(02).
003930     88  WS-ARCLOG-OK                       VALUE "00".
003940 01  WS-AUDLOG-STATUS                       PIC X(02).
003950     88  WS-AUDLOG-OK                       VALUE "00".
003960 01  WS-CERT-STATUS                         PIC X(02).
003970     88  WS-CERT-OK                         VALUE "00".
003980     88  WS-CERT-MISSING                    VALUE "35".
003990 01  WS-MASTER-OPEN-SWITCH                  PIC X(01)
004000         VALUE "N".
004010     88  WS-MASTER-OPEN                     VALUE "Y".
004020     88  WS-MASTER-NOT-OPEN                 VALUE "N".
004030 01  WS-NOTE-OPEN-SWITCH                    PIC X(01)
004040         VALUE "N".
004050     88  WS-NOTE-FILE-OPEN                  VALUE "Y".
004060     88  WS-NOTE-FILE-NOT-OPEN              VALUE "N".
004070 01  WS-MEMBER-OPEN-SWITCH                  PIC X(01)
004080         VALUE "N".
004090     88  WS-MEMBER-FILE-OPEN                VALUE "Y".
004100     88  WS-MEMBER-FILE-NOT-OPEN            VALUE "N".
004110 01  WS-CONSENT-OPEN-SWITCH                 PIC X(01)
004120         VALUE "N".
004130     88  WS-CONSENT-FILE-OPEN               VALUE "Y".
004140     88  WS-CONSENT-FILE-NOT-OPEN           VALUE "N".
004150 01  WS-SEND-OPEN-SWITCH                    PIC X(01)
004160         VALUE "N".
004170     88  WS-SEND-FILE-OPEN                  VALUE "Y".
004180     88  WS-SEND-FILE-NOT-OPEN              VALUE "N".
004190 01  WS-NOREADD-OPEN-SWITCH                 PIC X(01)
004200         VALUE "N".
004210     88  WS-NOREADD-OPEN                    VALUE "Y".
004220     88  WS-NOREADD-NOT-OPEN                VALUE "N".
004230 01  WS-CERT-OPEN-SWITCH                    PIC X(01)
004240         VALUE "N".
004250     88  WS-CERT-OPEN                       VALUE "Y".
004260     88  WS-CERT-NOT-OPEN                   VALUE "N".
004270 01  WS-REQUEST-EOF-SWITCH                  PIC X(01)
004280         VALUE "N".
004290     88  WS-REQUEST-EOF                     VALUE "Y".
004300     88  WS-REQUEST-NOT-EOF                 VALUE "N".
004310 01  WS-LIST-EOF-SWITCH                     PIC X(01)
004320         VALUE "N".
004330     88  WS-LIST-EOF                        VALUE "Y".
004340     88  WS-LIST-NOT-EOF                    VALUE "N".
004350 01  WS-IMAGE-EOF-SWITCH                    PIC X(01)
004360         VALUE "N".
004370     88  WS-IMAGE-EOF                       VALUE "Y".
004380     88  WS-IMAGE-NOT-EOF                   VALUE "N".
004390 01  WS-REQUEST-REJECTED-SWITCH             PIC X(01)
004400         VALUE "N".
004410     88  WS-REQUEST-REJECTED                VALUE "Y".
004420     88  WS-REQUEST-ACCEPTED                VALUE "N".
004430 01  WS-PLACEHOLDER-SWITCH                  PIC X(01)
004440         VALUE "N".
004450     88  WS-PLACEHOLDER-ON-FILE             VALUE "Y".
004460     88  WS-PLACEHOLDER-NOT-ON-FILE         VALUE "N".
004461 01  WS-CONTACT-FOUND-SWITCH                PIC X(01)
004462         VALUE "N".
004463     88  WS-CONTACT-FOUND                   VALUE "Y".
004464     88  WS-CONTACT-NOT-FOUND               VALUE "N".
004470 01  WS-REKEY-SWITCH                        PIC X(01)
004480         VALUE "N".
004490     88  WS-REKEY-MORE                      VALUE "Y".
004500     88  WS-REKEY-DONE                      VALUE "N".
004510 01  WS-COPY-FAILED-SWITCH                  PIC X(01)
004520         VALUE "N".
004530     88  WS-COPY-FAILED                     VALUE "Y".
004540     88  WS-COPY-NOT-FAILED                 VALUE "N".
004550 01  WS-IMAGE-MATCH-SWITCH                  PIC X(01)
004560         VALUE "N".
004570     88  WS-IMAGE-MATCHED                   VALUE "Y".
004580     88  WS-IMAGE-NOT-MATCHED               VALUE "N".
004590 01  WS-RECORD-MASKED-SWITCH                PIC X(01)
004600         VALUE "N".
004610     88  WS-RECORD-MASKED                   VALUE "Y".
004620     88  WS-RECORD-NOT-MASKED               VALUE "N".
004630 01  WS-GEN-OVERFLOW-SWITCH                 PIC X(01)
004640         VALUE "N".
004650     88  WS-GEN-OVERFLOW                    VALUE "Y".
004660     88  WS-GEN-NO-OVERFLOW                 VALUE "N".
004661 01  WS-AUDLOG-LIST-SWITCH                  PIC X(01)
004662         VALUE "N".
004663     88  WS-AUDLOG-NOT-ON-HAND              VALUE "Y".
004664     88  WS-AUDLOG-ON-HAND                  VALUE "N".
004665 01  WS-ARCLOG-LIST-SWITCH                  PIC X(01)
004666         VALUE "N".
004667     88  WS-ARCLOG-NOT-ON-HAND              VALUE "Y".
004668     88  WS-ARCLOG-ON-HAND                  VALUE "N".
004670*----------------------------------------------------------------
004680*   THE REQUEST BEING WORKED AND THE PLACEHOLDER IT LEAVES.  THE
004690*   PLACEHOLDER KEY IS ERASED + THE REQUEST ID, SO EVERY ERASED
004700*   CONTACT HAS ITS OWN KEY AND A RERUN FINDS ITS OWN WORK.
004710*----------------------------------------------------------------
004720 01  WS-ERASE-KEY.
004730     05  WS-ERASE-LASTNAME                 PIC X(10).
004740     05  WS-ERASE-FIRSTNAME                PIC X(08).
004742 01  WS-REKEY-KEY.
004744     05  WS-REKEY-LASTNAME                 PIC X(10).
004746     05  WS-REKEY-FIRSTNAME                PIC X(08).
004750 01  WS-PLACEHOLDER-KEY.
004760     05  WS-PLACEHOLDER-LASTNAME           PIC X(10)
004770             VALUE "ERASED".
004780     05  WS-PLACEHOLDER-FIRSTNAME          PIC X(08)
004790             VALUE SPACES.
004800 01  WS-MATCH-EMAIL-1                       PIC X(26)
004810         VALUE SPACES.
004820 01  WS-MATCH-EMAIL-2                       PIC X(26)
004830         VALUE SPACES.
004840 01  WS-EMAIL-CHK                           PIC X(26).
004850 01  WS-ERASED-NOTE-TEXT                    PIC X(60)
004860         VALUE "PERSONAL INFORMATION ERASED".
004870 01  WS-RUN-DATE                            PIC X(08)
004873         VALUE SPACES.
004876 01  WS-RUN-TIME                            PIC X(08)
004880         VALUE SPACES.
004890*----------------------------------------------------------------
004900*   ALIAS TABLE - EVERY KEY THE CONTACT HAS HELD, SEEDED WITH
004910*   THE REQUEST KEY AND GROWN FROM RENAME RECORDS ON THE AUDIT
004920*   TRAIL AND ITS ARCHIVES UNTIL A PASS ADDS NOTHING, AS
004930*   LAB01AUD BUILDS IT FOR THE HISTORY DETAIL
004940*----------------------------------------------------------------
004950 01  WS-ALIAS-TABLE.
004960     05  WS-ALIAS-COUNT                    PIC 9(02) COMP
004970             VALUE ZERO.
004980     05  WS-ALIAS-ENTRY OCCURS 10 TIMES.
004990         10  WS-ALIAS-LASTNAME             PIC X(10).
005000         10  WS-ALIAS-FIRSTNAME            PIC X(08).
005010 01  WS-ALIAS-SUB                           PIC 9(02) COMP.
005020 01  WS-ALIAS-CHK-LASTNAME                  PIC X(10).
005030 01  WS-ALIAS-CHK-FIRSTNAME                 PIC X(08).
005040 01  WS-ALIAS-FOUND-SWITCH                  PIC X(01).
005050     88  WS-ALIAS-FOUND                     VALUE "Y".
005060     88  WS-ALIAS-NOT-FOUND                 VALUE "N".
005070 01  WS-ALIAS-ADDED-SWITCH                  PIC X(01).
005080     88  WS-ALIAS-ADDED                     VALUE "Y".
005090     88  WS-NO-ALIAS-ADDED                  VALUE "N".
005100*----------------------------------------------------------------
005110*   GENERATION TABLE - EVERY SEQUENTIAL FILE TO SWEEP, BUILT
005120*   ONCE AT START-UP: THE LIVE CONTACTA TRAIL, EACH AUDARCH
005130*   ARCHIVE NAMED ON AUDLOG, EACH CONARCH ARCHIVE NAMED ON
005140*   ARCLOG, AND EACH CONTACTB BACKUP NAMED ON CONTACTN.  THE
005150*   KIND SAYS WHICH LAYOUT THE FILE HOLDS.
005160*----------------------------------------------------------------
005170 01  WS-GEN-TABLE.
005180     05  WS-GEN-COUNT                      PIC 9(02) COMP
005190             VALUE ZERO.
005200     05  WS-GEN-ENTRY OCCURS 60 TIMES.
005210         10  WS-GEN-KIND                   PIC X(01).
005220             88  WS-GEN-IS-AUDIT           VALUE "A".
005230             88  WS-GEN-IS-CONTACT         VALUE "C".
005240         10  WS-GEN-NAME                   PIC X(16).
005250 01  WS-GEN-SUB                             PIC 9(02) COMP.
005260 01  WS-GEN-MAX                             PIC 9(02) COMP
005270         VALUE 60.
005280 01  WS-GEN-FILE-NAME                       PIC X(16).
005290 01  WS-GEN-CHK-KIND                        PIC X(01).
005300 01  WS-GEN-CHK-NAME                        PIC X(16).
005310 01  WS-GEN-BUILD-NAME.
005320     05  WS-GEN-BUILD-PREFIX               PIC X(07).
005330     05  WS-GEN-BUILD-DATE                 PIC X(08).
005340     05  FILLER                            PIC X(01)
005350             VALUE SPACE.
005360 01  WS-GEN-FOUND-SWITCH                    PIC X(01).
005370     88  WS-GEN-FOUND                       VALUE "Y".
005380     88  WS-GEN-NOT-FOUND                   VALUE "N".
005390*----------------------------------------------------------------
005400*   CERTIFICATE TABLE - ONE ENTRY PER FILE SWEPT FOR THE
005410*   REQUEST, WITH ITS MASKED COUNT AND HOW THE SWEEP ENDED
005420*----------------------------------------------------------------
005430 01  WS-CERT-TABLE.
005440     05  WS-CERT-COUNT                     PIC 9(02) COMP
005450             VALUE ZERO.
005460     05  WS-CERT-ENTRY OCCURS 70 TIMES.
005470         10  WS-CERT-FILE-NAME             PIC X(16).
005480         10  WS-CERT-MASKED                PIC 9(06) COMP.
005490         10  WS-CERT-RESULT                PIC X(20).
005500 01  WS-CERT-SUB                            PIC 9(02) COMP.
005510 01  WS-CERT-CHK-NAME                       PIC X(16).
005520 01  WS-CERT-CHK-RESULT                     PIC X(20).
005530*----------------------------------------------------------------
005540*   PER-FILE AND PER-REQUEST COUNTERS
005550*----------------------------------------------------------------
005560 01  WS-FILE-MASKED-COUNT                   PIC 9(06) COMP
005570         VALUE ZERO.
005580 01  WS-REQ-MASKED-COUNT                    PIC 9(06) COMP
005590         VALUE ZERO.
005600 01  WS-REQ-ERROR-COUNT                     PIC 9(06) COMP
005610         VALUE ZERO.
005620*----------------------------------------------------------------
005630*   RUN COUNTERS
005640*----------------------------------------------------------------
005650 01  WS-RC-REQUEST-COUNT                    PIC 9(06) COMP
005660         VALUE ZERO.
005670 01  WS-RC-COMPLETE-COUNT                   PIC 9(06) COMP
005680         VALUE ZERO.
005690 01  WS-RC-INCOMPLETE-COUNT                 PIC 9(06) COMP
005700         VALUE ZERO.
005710 01  WS-RC-REJECT-COUNT                     PIC 9(06) COMP
005720         VALUE ZERO.
005730 01  WS-RC-MASKED-COUNT                     PIC 9(06) COMP
005740         VALUE ZERO.
005750*----------------------------------------------------------------
005760*   CERTIFICATE PRINT LINES
005770*----------------------------------------------------------------
005780 01  WS-CRT-RULE-LINE                       PIC X(80)
005790         VALUE ALL "=".
005800 01  WS-CRT-SPACE-LINE                      PIC X(80)
005810         VALUE SPACES.
005820 01  WS-CRT-TITLE-LINE                      PIC X(80)
005830         VALUE "PERSONAL INFORMATION ERASURE - COMPLETION CERTIFIC
005840-        "ATE".
005850 01  WS-CRT-REQUEST-LINE.
005860     05  FILLER                            PIC X(12)
005870             VALUE "REQUEST ID: ".
005880     05  WS-CRT-REQUEST-ID-OUT             PIC X(08).
005890     05  FILLER                            PIC X(13)
005900             VALUE "   RECEIVED: ".
005910     05  WS-CRT-RECEIVED-OUT               PIC X(08).
005920     05  FILLER                            PIC X(14)
005930             VALUE "   COMPLETED: ".
005940     05  WS-CRT-COMPLETED-OUT              PIC X(08).
005950     05  FILLER                            PIC X(17)
005960             VALUE SPACES.
005970 01  WS-CRT-PLACEHOLDER-LINE.
005980     05  FILLER                            PIC X(33)
005990             VALUE "CONTACT NOW HELD AS PLACEHOLDER: ".
006000     05  WS-CRT-PLACE-LASTNAME-OUT         PIC X(10).
006010     05  FILLER                            PIC X(01)
006020             VALUE SPACE.
006030     05  WS-CRT-PLACE-FIRSTNAME-OUT        PIC X(08).
006040     05  FILLER                            PIC X(28)
006050             VALUE SPACES.
006060 01  WS-CRT-HEADER-LINE.
006070     05  FILLER                            PIC X(18)
006080             VALUE "FILE".
006090     05  FILLER                            PIC X(16)
006100             VALUE "RECORDS MASKED".
006110     05  FILLER                            PIC X(46)
006120             VALUE "RESULT".
006130 01  WS-CRT-DETAIL-LINE.
006140     05  WS-CRT-FILE-OUT                   PIC X(16).
006150     05  FILLER                            PIC X(09)
006160             VALUE SPACES.
006170     05  WS-CRT-MASKED-OUT                 PIC ZZZ,ZZ9.
006180     05  FILLER                            PIC X(02)
006190             VALUE SPACES.
006200     05  WS-CRT-RESULT-OUT                 PIC X(20).
006210     05  FILLER                            PIC X(26)
006220             VALUE SPACES.
006230 01  WS-CRT-TOTAL-LINE.
006240     05  FILLER                            PIC X(25)
006249             VALUE "TOTAL MASKED OR SET".
006260     05  WS-CRT-TOTAL-OUT                  PIC ZZZ,ZZ9.
006270     05  FILLER                            PIC X(48)
006280             VALUE SPACES.
006290 01  WS-CRT-STATUS-LINE.
006300     05  WS-CRT-STATUS-OUT                 PIC X(40).
006310     05  WS-CRT-ERRORS-OUT                 PIC ZZZ,ZZ9.
006320     05  FILLER                            PIC X(33)
006330             VALUE SPACES.
006340*----------------------------------------------------------------
006350*   RUN SUMMARY PRINT LINES
006360*----------------------------------------------------------------
006370 01  WS-ERA-TITLE-LINE                      PIC X(44)
006380         VALUE "PERSONAL INFORMATION ERASURE SUMMARY".
006390 01  WS-ERA-SPACE-LINE                      PIC X(44)
006400         VALUE SPACES.
006410 01  WS-ERA-SUMMARY-LINE.
006420     05  WS-ERA-SUMMARY-LABEL              PIC X(28).
006430     05  WS-ERA-SUMMARY-OUT                PIC ZZZ,ZZ9.
006440
006450 PROCEDURE DIVISION.
006460*================================================================
006470*  0000-MAINLINE
006480*================================================================
006490 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006510     IF WS-REQUEST-OK
006520         PERFORM 2900-READ-REQUEST THRU 2900-EXIT
006530         PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
006540             UNTIL WS-REQUEST-EOF
006550         CLOSE ERASURE-REQUEST-FILE
006560         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
006570     END-IF.
006580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006590     IF WS-RC-INCOMPLETE-COUNT > ZERO
006600         MOVE 8                           TO RETURN-CODE
006610     ELSE
006620         IF WS-RC-REJECT-COUNT > ZERO
006630             MOVE 4                       TO RETURN-CODE
006640         END-IF
006650     END-IF.
006660     GOBACK.
006670*================================================================
006680*  1000-INITIALIZE - OPEN THE REQUESTS.  WITHOUT A REQUEST FILE
006690*  NOTHING IS OPENED AND NOTHING IS ERASED.  OTHERWISE OPEN THE
006700*  KEYED FILES AND THE CERTIFICATE FILE AND LIST EVERY
006710*  SEQUENTIAL GENERATION TO BE SWEPT.
006720*================================================================
006730 1000-INITIALIZE.
006740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006750     OPEN INPUT ERASURE-REQUEST-FILE.
006760     IF NOT WS-REQUEST-OK
006770         IF WS-REQUEST-MISSING
006780             DISPLAY "LAB01ERA: NO ERASEREQ REQUEST FILE - "
006790                 "NOTHING ERASED"
006800         ELSE
006810             DISPLAY "LAB01ERA: ERROR OPENING ERASEREQ, "
006820                 "STATUS = " WS-REQUEST-STATUS
006830         END-IF
006840     ELSE
006850         PERFORM 1100-OPEN-KEYED-FILES THRU 1100-EXIT
006860         PERFORM 1300-OPEN-CERTIFICATE-FILE THRU 1300-EXIT
006870         PERFORM 1400-BUILD-GENERATION-TABLE THRU 1400-EXIT
006880     END-IF.
006890 1000-EXIT.
006900     EXIT.
006910*================================================================
006920*  1100-OPEN-KEYED-FILES - THE MASTER AND THE MARKER FILE MUST
006930*  OPEN (THE MARKER FILE IS CREATED EMPTY THE FIRST TIME).  A
006940*  MISSING CHILD FILE HOLDS NOTHING TO ERASE; ANY OTHER OPEN
006950*  FAILURE LEAVES THAT FILE OUT AND MARKS EVERY CERTIFICATE
006960*  INCOMPLETE.
006970*================================================================
006980 1100-OPEN-KEYED-FILES.
006990     OPEN I-O CONTACT-MASTER-FILE.
007000     IF WS-MASTER-OK
007010         SET WS-MASTER-OPEN               TO TRUE
007020     ELSE
007030         DISPLAY "LAB01ERA: UNABLE TO OPEN CONTACT-MASTER-"
007040             "FILE, STATUS = " WS-MASTER-STATUS
007050     END-IF.
007060     OPEN I-O CONTACT-NOTE-FILE.
007070     IF WS-NOTE-FILE-OK
007080         SET WS-NOTE-FILE-OPEN            TO TRUE
007090     ELSE
007100         IF NOT WS-NOTE-FILE-MISSING
007110             DISPLAY "LAB01ERA: UNABLE TO OPEN CONTACT-NOTE-"
007120                 "FILE, STATUS = " WS-NOTE-FILE-STATUS
007130         END-IF
007140     END-IF.
007150     OPEN I-O LIST-MEMBER-FILE.
007160     IF WS-MEMBER-FILE-OK
007170         SET WS-MEMBER-FILE-OPEN          TO TRUE
007180     ELSE
007190         IF NOT WS-MEMBER-FILE-MISSING
007200             DISPLAY "LAB01ERA: UNABLE TO OPEN LIST-MEMBER-"
007210                 "FILE, STATUS = " WS-MEMBER-FILE-STATUS
007220         END-IF
007230     END-IF.
007240     OPEN I-O CONSENT-FILE.
007250     IF WS-CONSENT-FILE-OK
007260         SET WS-CONSENT-FILE-OPEN         TO TRUE
007270     ELSE
007280         IF NOT WS-CONSENT-FILE-MISSING
007290             DISPLAY "LAB01ERA: UNABLE TO OPEN CONSENT-FILE, "
007300                 "STATUS = " WS-CONSENT-FILE-STATUS
007310         END-IF
007320     END-IF.
007330     OPEN I-O SEND-HISTORY-FILE.
007340     IF WS-SEND-FILE-OK
007350         SET WS-SEND-FILE-OPEN            TO TRUE
007360     ELSE
007370         IF NOT WS-SEND-FILE-MISSING
007380             DISPLAY "LAB01ERA: UNABLE TO OPEN SEND-HISTORY-"
007390                 "FILE, STATUS = " WS-SEND-FILE-STATUS
007400         END-IF
007410     END-IF.
007420     OPEN I-O NO-READD-FILE.
007430     IF WS-NOREADD-MISSING
007440         OPEN OUTPUT NO-READD-FILE
007450         CLOSE NO-READD-FILE
007460         OPEN I-O NO-READD-FILE
007470     END-IF.
007480     IF WS-NOREADD-OK
007490         SET WS-NOREADD-OPEN              TO TRUE
007500     ELSE
007510         DISPLAY "LAB01ERA: UNABLE TO OPEN NO-READD-FILE, "
007520             "STATUS = " WS-NOREADD-STATUS
007530     END-IF.
007540 1100-EXIT.
007550     EXIT.
007560*================================================================
007570*  1300-OPEN-CERTIFICATE-FILE - THE CERTIFICATES ACCUMULATE, SO
007580*  THE FILE OPENS EXTEND; IT IS CREATED ON THE FIRST RUN.  A
007590*  CERTIFICATE THAT CANNOT BE FILED IS STILL DISPLAYED.
007600*================================================================
007610 1300-OPEN-CERTIFICATE-FILE.
007620     OPEN EXTEND CERTIFICATE-FILE.
007630     IF WS-CERT-MISSING
007640         OPEN OUTPUT CERTIFICATE-FILE
007650     END-IF.
007660     IF WS-CERT-OK
007670         SET WS-CERT-OPEN                 TO TRUE
007680     ELSE
007690         DISPLAY "LAB01ERA: UNABLE TO OPEN ERASECRT, STATUS = "
007700             WS-CERT-STATUS
007710     END-IF.
007720 1300-EXIT.
007730     EXIT.
007740*================================================================
007750*  1400-BUILD-GENERATION-TABLE - THE LIVE AUDIT TRAIL FIRST,
007760*  THEN EVERY GENERATION THE THREE LISTS NAME.  A NAME THAT
007770*  APPEARS TWICE (A RERUN WITH THE SAME CUTOFF) IS LISTED ONCE.
007775*  A MISSING CONTACTN JUST MEANS NO BACKUPS YET.  A MISSING
007780*  AUDLOG OR ARCLOG IS NOTED FOR THE CERTIFICATES, SINCE THE
007785*  ARCHIVES IT WOULD NAME CANNOT THEN BE FOUND.
007790*================================================================
007800 1400-BUILD-GENERATION-TABLE.
007810     MOVE ZERO                            TO WS-GEN-COUNT.
007820     MOVE "A"                             TO WS-GEN-CHK-KIND.
007830     MOVE "CONTACTA"                      TO WS-GEN-CHK-NAME.
007840     PERFORM 1500-ADD-GENERATION THRU 1500-EXIT.
007850     OPEN INPUT AUDIT-LOG-FILE.
007860     IF WS-AUDLOG-OK
007870         SET WS-LIST-NOT-EOF              TO TRUE
007880         PERFORM 1410-READ-AUDIT-LOG THRU 1410-EXIT
007890         PERFORM 1420-LIST-ONE-AUDIT-ARCHIVE THRU 1420-EXIT
007900             UNTIL WS-LIST-EOF
007910         CLOSE AUDIT-LOG-FILE
007912     ELSE
007914         DISPLAY "LAB01ERA: AUDLOG NOT ON HAND, STATUS = "
007916             WS-AUDLOG-STATUS " - AUDARCH ARCHIVES NOT SWEPT"
007918         SET WS-AUDLOG-NOT-ON-HAND        TO TRUE
007920     END-IF.
007930     OPEN INPUT ARCHIVE-LOG-FILE.
007940     IF WS-ARCLOG-OK
007950         SET WS-LIST-NOT-EOF              TO TRUE
007960         PERFORM 1430-READ-ARCHIVE-LOG THRU 1430-EXIT
007970         PERFORM 1440-LIST-ONE-CONTACT-ARCHIVE THRU 1440-EXIT
007980             UNTIL WS-LIST-EOF
007990         CLOSE ARCHIVE-LOG-FILE
007992     ELSE
007994         DISPLAY "LAB01ERA: ARCLOG NOT ON HAND, STATUS = "
007996             WS-ARCLOG-STATUS " - CONARCH ARCHIVES NOT SWEPT"
007998         SET WS-ARCLOG-NOT-ON-HAND        TO TRUE
008000     END-IF.
008010     OPEN INPUT BACKUP-CONTROL-FILE.
008020     IF WS-BKCTL-OK
008030         SET WS-LIST-NOT-EOF              TO TRUE
008040         PERFORM 1450-READ-BACKUP-CONTROL THRU 1450-EXIT
008050         PERFORM 1460-LIST-ONE-BACKUP THRU 1460-EXIT
008060             UNTIL WS-LIST-EOF
008070         CLOSE BACKUP-CONTROL-FILE
008080     END-IF.
008090     IF WS-GEN-OVERFLOW
008100         DISPLAY "LAB01ERA: MORE THAN " WS-GEN-MAX
008110             " GENERATIONS ON HAND - THE REST ARE NOT SWEPT"
008120     END-IF.
008130 1400-EXIT.
008140     EXIT.
008150*================================================================
008160*  1410-READ-AUDIT-LOG - READ THE NEXT AUDLOG ROW
008170*================================================================
008180 1410-READ-AUDIT-LOG.
008190     READ AUDIT-LOG-FILE
008200         AT END
008210             SET WS-LIST-EOF TO TRUE
008220     END-READ.
008230 1410-EXIT.
008240     EXIT.
008250*================================================================
008260*  1420-LIST-ONE-AUDIT-ARCHIVE - THE CUTOFF ON AN AUDLOG ROW
008270*  NAMES ITS AUDARCH ARCHIVE
008280*================================================================
008290 1420-LIST-ONE-AUDIT-ARCHIVE.
008300     IF UL-AUDLOG-CUTOFF-DATE NOT = SPACES
008310         AND UL-AUDLOG-CUTOFF-DATE NUMERIC
008320         MOVE "AUDARCH"                   TO WS-GEN-BUILD-PREFIX
008330         MOVE UL-AUDLOG-CUTOFF-DATE       TO WS-GEN-BUILD-DATE
008340         MOVE "A"                         TO WS-GEN-CHK-KIND
008350         MOVE WS-GEN-BUILD-NAME           TO WS-GEN-CHK-NAME
008360         PERFORM 1500-ADD-GENERATION THRU 1500-EXIT
008370     END-IF.
008380     PERFORM 1410-READ-AUDIT-LOG THRU 1410-EXIT.
008390 1420-EXIT.
008400     EXIT.
008410*================================================================
008420*  1430-READ-ARCHIVE-LOG - READ THE NEXT ARCLOG ROW
008430*================================================================
008440 1430-READ-ARCHIVE-LOG.
008450     READ ARCHIVE-LOG-FILE
008460         AT END
008470             SET WS-LIST-EOF TO TRUE
008480     END-READ.
008490 1430-EXIT.
008500     EXIT.
008510*================================================================
008520*  1440-LIST-ONE-CONTACT-ARCHIVE - THE CUTOFF ON AN ARCLOG ROW
008530*  NAMES ITS CONARCH ARCHIVE.  A RESTORE-ONLY RUN HAS NO CUTOFF
008540*  AND NAMES NOTHING.
008550*================================================================
008560 1440-LIST-ONE-CONTACT-ARCHIVE.
008570     IF AL-ARCLOG-CUTOFF-DATE NOT = SPACES
008580         AND AL-ARCLOG-CUTOFF-DATE NUMERIC
008590         MOVE "CONARCH"                   TO WS-GEN-BUILD-PREFIX
008600         MOVE AL-ARCLOG-CUTOFF-DATE       TO WS-GEN-BUILD-DATE
008610         MOVE "C"                         TO WS-GEN-CHK-KIND
008620         MOVE WS-GEN-BUILD-NAME           TO WS-GEN-CHK-NAME
008630         PERFORM 1500-ADD-GENERATION THRU 1500-EXIT
008640     END-IF.
008650     PERFORM 1430-READ-ARCHIVE-LOG THRU 1430-EXIT.
008660 1440-EXIT.
008670     EXIT.
008680*================================================================
008690*  1450-READ-BACKUP-CONTROL - READ THE NEXT BACKUP NAME
008700*================================================================
008710 1450-READ-BACKUP-CONTROL.
008720     READ BACKUP-CONTROL-FILE
008730         AT END
008740             SET WS-LIST-EOF TO TRUE
008750     END-READ.
008760 1450-EXIT.
008770     EXIT.
008780*================================================================
008790*  1460-LIST-ONE-BACKUP - CONTACTN CARRIES THE FULL NAME OF
008800*  EACH CONTACTB GENERATION
008810*================================================================
008820 1460-LIST-ONE-BACKUP.
008830     IF BACKUP-CONTROL-RECORD NOT = SPACES
008840         MOVE "C"                         TO WS-GEN-CHK-KIND
008850         MOVE BACKUP-CONTROL-RECORD       TO WS-GEN-CHK-NAME
008860         PERFORM 1500-ADD-GENERATION THRU 1500-EXIT
008870     END-IF.
008880     PERFORM 1450-READ-BACKUP-CONTROL THRU 1450-EXIT.
008890 1460-EXIT.
008900     EXIT.
008910*================================================================
008920*  1500-ADD-GENERATION - ADD THE CHECKED NAME TO THE TABLE IF
008930*  IT IS NOT THERE ALREADY
008940*================================================================
008950 1500-ADD-GENERATION.
008960     SET WS-GEN-NOT-FOUND                 TO TRUE.
008970     PERFORM 1510-CHECK-ONE-GENERATION THRU 1510-EXIT
008980         VARYING WS-GEN-SUB FROM 1 BY 1
008990         UNTIL WS-GEN-SUB > WS-GEN-COUNT
009000            OR WS-GEN-FOUND.
009010     IF WS-GEN-NOT-FOUND
009020         IF WS-GEN-COUNT < WS-GEN-MAX
009030             ADD 1 TO WS-GEN-COUNT
009040             MOVE WS-GEN-CHK-KIND
009050                 TO WS-GEN-KIND(WS-GEN-COUNT)
009060             MOVE WS-GEN-CHK-NAME
009070                 TO WS-GEN-NAME(WS-GEN-COUNT)
009080         ELSE
009090             SET WS-GEN-OVERFLOW          TO TRUE
009100         END-IF
009110     END-IF.
009120 1500-EXIT.
009130     EXIT.
009140*================================================================
009150*  1510-CHECK-ONE-GENERATION - COMPARE ONE TABLE ENTRY
009160*================================================================
009170 1510-CHECK-ONE-GENERATION.
009180     IF WS-GEN-NAME(WS-GEN-SUB) = WS-GEN-CHK-NAME
009190         SET WS-GEN-FOUND                 TO TRUE
009200     END-IF.
009210 1510-EXIT.
009220     EXIT.
009230*================================================================
009240*  2000-PROCESS-ONE-REQUEST - EDIT THE REQUEST AND, IF IT
009250*  STANDS, ERASE THE CONTACT FROM EVERY FILE, SET THE MARKERS,
009257*  AND FILE THE CERTIFICATE.  EVERY KEY THE CONTACT HAS HELD IS
009264*  GATHERED FIRST, THEN THE MASTER GOES: A REQUEST IT REJECTS
009271*  TOUCHES NOTHING ELSE.
009280*================================================================
009290 2000-PROCESS-ONE-REQUEST.
009300     ADD 1 TO WS-RC-REQUEST-COUNT.
009310     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.
009320     IF WS-REQUEST-ACCEPTED
009330         PERFORM 2200-SET-UP-REQUEST THRU 2200-EXIT
009334         PERFORM 3100-BUILD-ALIAS-TABLE THRU 3100-EXIT
009340         PERFORM 3000-ERASE-MASTER THRU 3000-EXIT
009350     END-IF.
009360     IF WS-REQUEST-ACCEPTED
009380         PERFORM 3300-REKEY-NOTES THRU 3300-EXIT
009390         PERFORM 3400-REKEY-MEMBERSHIPS THRU 3400-EXIT
009400         PERFORM 3500-REKEY-CONSENT THRU 3500-EXIT
009410         PERFORM 3600-REKEY-SEND-HISTORY THRU 3600-EXIT
009420         PERFORM 4000-MASK-GENERATIONS THRU 4000-EXIT
009422         PERFORM 4600-MASK-REVIEW-QUEUE THRU 4600-EXIT
009424         PERFORM 4700-REKEY-KEEP-REGISTER THRU 4700-EXIT
009426         PERFORM 4800-DROP-HELD-TRANSACTIONS THRU 4800-EXIT
009430         PERFORM 5000-SET-MARKERS THRU 5000-EXIT
009440         PERFORM 6000-WRITE-CERTIFICATE THRU 6000-EXIT
009450     ELSE
009460         ADD 1 TO WS-RC-REJECT-COUNT
009470     END-IF.
009480     PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
009490 2000-EXIT.
009500     EXIT.
009510*================================================================
009520*  2100-EDIT-REQUEST - A REQUEST NEEDS ITS ID (THE PLACEHOLDER
009530*  AND THE CERTIFICATE ARE FILED UNDER IT) AND THE CONTACT'S
009540*  LAST NAME
009550*================================================================
009560 2100-EDIT-REQUEST.
009570     SET WS-REQUEST-ACCEPTED              TO TRUE.
009580     IF ER-REQUEST-ID = SPACES
009590         DISPLAY "LAB01ERA: REQUEST REJECTED - NO REQUEST ID"
009600         SET WS-REQUEST-REJECTED          TO TRUE
009610     ELSE
009620         IF ER-LASTNAME = SPACES
009630             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
009640                 " REJECTED - NO CONTACT NAME"
009650             SET WS-REQUEST-REJECTED      TO TRUE
009660         END-IF
009670     END-IF.
009680 2100-EXIT.
009690     EXIT.
009700*================================================================
009710*  2200-SET-UP-REQUEST - CLEAR THE CERTIFICATE TABLE AND THE
009720*  COUNTS, AND SET THE KEY, PLACEHOLDER, AND EMAIL TO ERASE
009730*================================================================
009740 2200-SET-UP-REQUEST.
009750     MOVE ZERO                            TO WS-CERT-COUNT.
009760     MOVE ZERO                            TO WS-REQ-MASKED-COUNT.
009770     MOVE ZERO                            TO WS-REQ-ERROR-COUNT.
009780     MOVE ER-LASTNAME                     TO WS-ERASE-LASTNAME.
009790     MOVE ER-FIRSTNAME                    TO WS-ERASE-FIRSTNAME.
009800     MOVE ER-REQUEST-ID              TO WS-PLACEHOLDER-FIRSTNAME.
009810     MOVE ER-EMAIL                        TO WS-MATCH-EMAIL-1.
009820     MOVE SPACES                          TO WS-MATCH-EMAIL-2.
009830 2200-EXIT.
009840     EXIT.
009850*================================================================
009860*  2900-READ-REQUEST - READ THE NEXT ERASURE REQUEST
009870*================================================================
009880 2900-READ-REQUEST.
009890     READ ERASURE-REQUEST-FILE
009900         AT END
009910             SET WS-REQUEST-EOF TO TRUE
009920     END-READ.
009930 2900-EXIT.
009940     EXIT.
009950*================================================================
009960*  3000-ERASE-MASTER - REPLACE THE CONTACT BY ITS PLACEHOLDER.
009968*  THE CONTACT IS LOOKED FOR UNDER EVERY KEY IN THE ALIAS TABLE,
009976*  THEN BY THE REQUEST EMAIL.  IF THE PLACEHOLDER IS ALREADY ON
009984*  FILE AND THE CONTACT IS GONE, THIS IS A RERUN AND THE SWEEP
009992*  CARRIES ON.  IF BOTH ARE ON FILE THE REQUEST ID HAS BEEN USED
010000*  BEFORE FOR SOMEONE ELSE AND THE REQUEST IS REJECTED UNTOUCHED.
010008*  A CONTACT NOT ON THE MASTER (ALREADY ARCHIVED) IS STILL SWEPT
010016*  FROM EVERY OTHER FILE.
010030*================================================================
010040 3000-ERASE-MASTER.
010050     MOVE "CONTACTM"                      TO WS-CERT-CHK-NAME.
010060     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
010070     IF WS-MASTER-NOT-OPEN
010080         MOVE "FILE NOT OPEN"             TO WS-CERT-CHK-RESULT
010090         ADD 1 TO WS-REQ-ERROR-COUNT
010100     ELSE
010110         MOVE WS-PLACEHOLDER-KEY          TO CM-CONTACT-KEY
010120         READ CONTACT-MASTER-FILE
010130             INVALID KEY
010140                 SET WS-PLACEHOLDER-NOT-ON-FILE TO TRUE
010150             NOT INVALID KEY
010160                 SET WS-PLACEHOLDER-ON-FILE TO TRUE
010170         END-READ
010174         MOVE SPACES                      TO WS-CERT-CHK-RESULT
010180         PERFORM 3040-FIND-CONTACT THRU 3040-EXIT
010184         EVALUATE TRUE
010188             WHEN WS-CERT-CHK-RESULT NOT = SPACES
010192                 CONTINUE
010196             WHEN WS-CONTACT-NOT-FOUND
010200                 AND WS-PLACEHOLDER-ON-FILE
010210                 MOVE "ALREADY ERASED"    TO WS-CERT-CHK-RESULT
010219             WHEN WS-CONTACT-NOT-FOUND
010230                 MOVE "NOT ON FILE"       TO WS-CERT-CHK-RESULT
010240             WHEN WS-PLACEHOLDER-ON-FILE
010270                 DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
010280                     " REJECTED - REQUEST ID ALREADY USED"
010290                 SET WS-REQUEST-REJECTED  TO TRUE
010299             WHEN OTHER
010310                 PERFORM 3010-REPLACE-MASTER-RECORD THRU 3010-EXIT
010320         END-EVALUATE
010380     END-IF.
010390     IF WS-REQUEST-ACCEPTED
010400         PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT
010410     END-IF.
010420 3000-EXIT.
010430     EXIT.
010440*================================================================
010450*  3010-REPLACE-MASTER-RECORD - DROP THE CONTACT AND WRITE ITS
010460*  PLACEHOLDER: NOTHING IDENTIFYING, STATUS I FROM TODAY, THE
010470*  CATEGORY, DEPARTMENT, AND ORGANIZATION KEPT FOR THE COUNTS.
010480*  THE MASTER EMAIL JOINS THE ONES TO ERASE.  A PLACEHOLDER
010486*  WRITE THAT FAILS PUTS THE CONTACT BACK AS IT WAS; ONE THAT
010492*  SUCCEEDS IS AUDITED.
010500*================================================================
010510 3010-REPLACE-MASTER-RECORD.
010520     IF CM-EMAIL NOT = WS-MATCH-EMAIL-1
010530         MOVE CM-EMAIL                    TO WS-MATCH-EMAIL-2
010540     END-IF.
010550     MOVE CM-CONTACT                      TO WS-SAVED-CONTACT.
010560     DELETE CONTACT-MASTER-FILE
010570         INVALID KEY
010580             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
010590                 " - MASTER DELETE FAILED, STATUS = "
010600                 WS-MASTER-STATUS
010610             MOVE "ERROR - NOT CHANGED"   TO WS-CERT-CHK-RESULT
010620             ADD 1 TO WS-REQ-ERROR-COUNT
010630         NOT INVALID KEY
010640             MOVE WS-SAVED-CONTACT        TO WS-CONTACT
010650             PERFORM 3900-MASK-CONTACT-IMAGE THRU 3900-EXIT
010660             MOVE "I"                     TO WS-STATUS
010670             MOVE WS-RUN-DATE             TO WS-STATUS-DATE
010680             MOVE WS-CONTACT              TO CM-CONTACT
010690             WRITE CM-CONTACT
010700                 INVALID KEY
010710                     DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
010720                         " - PLACEHOLDER WRITE FAILED, STATUS = "
010730                         WS-MASTER-STATUS
010740                     MOVE "ERROR - NOT CHANGED"
010750                         TO WS-CERT-CHK-RESULT
010760                     ADD 1 TO WS-REQ-ERROR-COUNT
010770                     PERFORM 3020-RESTORE-MASTER-RECORD
010780                         THRU 3020-EXIT
010790                 NOT INVALID KEY
010800                     MOVE 1           TO WS-FILE-MASKED-COUNT
010810                     MOVE "PLACEHOLDER WRITTEN"
010820                         TO WS-CERT-CHK-RESULT
010823                     PERFORM 3030-WRITE-ERASE-AUDIT
010826                         THRU 3030-EXIT
010830             END-WRITE
010840     END-DELETE.
010850 3010-EXIT.
010860     EXIT.
010870*================================================================
010880*  3020-RESTORE-MASTER-RECORD - THE PLACEHOLDER WRITE FAILED
010890*  AFTER THE CONTACT WAS DROPPED; PUT IT BACK WHERE IT WAS
010900*================================================================
010910 3020-RESTORE-MASTER-RECORD.
010920     MOVE WS-SAVED-CONTACT                TO CM-CONTACT.
010930     WRITE CM-CONTACT
010940         INVALID KEY
010950             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
010960                 " - MASTER RESTORE FAILED, STATUS = "
010970                 WS-MASTER-STATUS
010980     END-WRITE.
010990 3020-EXIT.
010991     EXIT.
010992*================================================================
010993*  3030-WRITE-ERASE-AUDIT - RECORD THE ERASURE ON THE CONTACTA
010994*  TRAIL AS AN E RECORD SO LAB01CRM PASSES IT ON.  BOTH IMAGES
010995*  CARRY ONLY THE PLACEHOLDER KEY, CATEGORY, DEPARTMENT,
010996*  ORGANIZATION, AND STATUS - THE BEFORE STATUS AS IT STOOD, THE
010997*  AFTER STATUS I FROM TODAY - SO NOTHING ERASED IS WRITTEN
010998*  BACK.  THE TRAIL IS CREATED IF IT IS NOT THERE.  AN AUDIT
010999*  RECORD THAT CANNOT BE WRITTEN LEAVES THE REQUEST INCOMPLETE.
011000*================================================================
011001 3030-WRITE-ERASE-AUDIT.
011002     MOVE SPACES                          TO WS-AUDIT-RECORD.
011003     ACCEPT WS-RUN-TIME FROM TIME.
011004     MOVE "E"                             TO WS-AUDIT-TXN-CODE.
011005     MOVE WS-RUN-DATE                TO WS-AUDIT-TIMESTAMP(1:8).
011006     MOVE WS-RUN-TIME                TO WS-AUDIT-TIMESTAMP(9:8).
011007     MOVE WS-LASTNAME              TO WS-AUDIT-AFTER-LASTNAME.
011008     MOVE WS-FIRSTNAME             TO WS-AUDIT-AFTER-FIRSTNAME.
011009     MOVE WS-CATEGORY              TO WS-AUDIT-AFTER-CATEGORY.
011010     MOVE WS-STATUS                TO WS-AUDIT-AFTER-STATUS.
011011     MOVE WS-STATUS-DATE           TO WS-AUDIT-AFTER-STATUS-DATE.
011012     MOVE WS-DEPARTMENT            TO WS-AUDIT-AFTER-DEPARTMENT.
011013     MOVE WS-ORGANIZATION-ID       TO WS-AUDIT-AFTER-ORG-ID.
011014     MOVE WS-SAVED-CONTACT                TO WS-CONTACT.
011015     MOVE WS-PLACEHOLDER-LASTNAME  TO WS-AUDIT-BEFORE-LASTNAME.
011016     MOVE WS-PLACEHOLDER-FIRSTNAME TO WS-AUDIT-BEFORE-FIRSTNAME.
011017     MOVE WS-CATEGORY              TO WS-AUDIT-BEFORE-CATEGORY.
011018     MOVE WS-STATUS                TO WS-AUDIT-BEFORE-STATUS.
011019     MOVE WS-STATUS-DATE           TO WS-AUDIT-BEFORE-STATUS-DATE.
011020     MOVE WS-DEPARTMENT            TO WS-AUDIT-BEFORE-DEPARTMENT.
011021     MOVE WS-ORGANIZATION-ID       TO WS-AUDIT-BEFORE-ORG-ID.
011022     MOVE ER-REQUEST-ID                   TO WS-AUDIT-BATCH-ID.
011023     MOVE "LAB01ERA"                      TO WS-AUDIT-OPERATOR.
011024     MOVE "CONTACTA"                      TO WS-GEN-FILE-NAME.
011025     OPEN EXTEND AUDIT-IMAGE-FILE.
011026     IF WS-GEN-FILE-MISSING
011027         OPEN OUTPUT AUDIT-IMAGE-FILE
011028     END-IF.
011029     IF NOT WS-GEN-FILE-OK
011030         DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
011031             " - UNABLE TO OPEN CONTACTA, STATUS = "
011032             WS-GEN-FILE-STATUS
011033         ADD 1 TO WS-REQ-ERROR-COUNT
011034     ELSE
011035         MOVE WS-AUDIT-RECORD             TO AUDIT-IMAGE-RECORD
011036         WRITE AUDIT-IMAGE-RECORD
011037         IF NOT WS-GEN-FILE-OK
011038             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
011039                 " - ERROR WRITING CONTACTA, STATUS = "
011040                 WS-GEN-FILE-STATUS
011041             ADD 1 TO WS-REQ-ERROR-COUNT
011042         END-IF
011043         CLOSE AUDIT-IMAGE-FILE
011044     END-IF.
011045 3030-EXIT.
011046     EXIT.
011047*================================================================
011048*  3040-FIND-CONTACT - READ THE CONTACT'S MASTER RECORD UNDER THE
011049*  FIRST KEY IN THE ALIAS TABLE STILL ON FILE.  FAILING THAT, THE
011050*  REQUEST EMAIL IS LOOKED UP ON THE CM-EMAIL ALTERNATE KEY; A
011051*  RECORD FOUND THAT WAY HAS ITS KEY ADDED TO THE TABLE AND ITS
011052*  RENAMES FOLLOWED.  AN EMAIL CARRIED BY MORE THAN ONE CONTACT
011053*  DOES NOT SAY WHICH IS MEANT, SO NONE IS TAKEN AND THE REQUEST
011054*  IS LEFT INCOMPLETE FOR THE OFFICE TO LOOK AT.
011055*================================================================
011056 3040-FIND-CONTACT.
011057     SET WS-CONTACT-NOT-FOUND             TO TRUE.
011058     PERFORM 3050-READ-ONE-ALIAS THRU 3050-EXIT
011059         VARYING WS-ALIAS-SUB FROM 1 BY 1
011060         UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
011061            OR WS-CONTACT-FOUND.
011062     IF WS-CONTACT-NOT-FOUND
011063         AND WS-MATCH-EMAIL-1 NOT = SPACES
011064         MOVE WS-MATCH-EMAIL-1            TO CM-EMAIL
011065         READ CONTACT-MASTER-FILE
011066             KEY IS CM-EMAIL
011067             INVALID KEY
011068                 CONTINUE
011069             NOT INVALID KEY
011070                 IF WS-MASTER-MORE-ON-EMAIL
011071                     DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
011072                         " - EMAIL IS ON MORE THAN ONE CONTACT"
011073                     MOVE "ERROR - EMAIL SHARED"
011074                         TO WS-CERT-CHK-RESULT
011075                     ADD 1 TO WS-REQ-ERROR-COUNT
011076                 ELSE
011077                     SET WS-CONTACT-FOUND TO TRUE
011078                     PERFORM 3060-ADD-EMAIL-KEY THRU 3060-EXIT
011079                 END-IF
011080         END-READ
011081     END-IF.
011082 3040-EXIT.
011083     EXIT.
011084*================================================================
011085*  3050-READ-ONE-ALIAS - READ THE MASTER UNDER ONE ALIAS KEY
011086*================================================================
011087 3050-READ-ONE-ALIAS.
011088     MOVE WS-ALIAS-LASTNAME(WS-ALIAS-SUB) TO CM-LASTNAME.
011089     MOVE WS-ALIAS-FIRSTNAME(WS-ALIAS-SUB)
011090         TO CM-FIRSTNAME.
011091     READ CONTACT-MASTER-FILE
011092         INVALID KEY
011093             CONTINUE
011094         NOT INVALID KEY
011095             SET WS-CONTACT-FOUND         TO TRUE
011096     END-READ.
011097 3050-EXIT.
011098     EXIT.
011099*================================================================
011100*  3060-ADD-EMAIL-KEY - THE RECORD FOUND BY EMAIL JOINS THE
011101*  ALIAS TABLE AND ITS RENAMES ARE FOLLOWED LIKE THE REQUEST
011102*  KEY'S.  THE ALIAS SCAN READS ONLY THE AUDIT GENERATIONS, SO
011103*  THE MASTER RECORD JUST READ STAYS IN ITS RECORD AREA.
011104*================================================================
011105 3060-ADD-EMAIL-KEY.
011106     MOVE CM-LASTNAME                TO WS-ALIAS-CHK-LASTNAME.
011107     MOVE CM-FIRSTNAME               TO WS-ALIAS-CHK-FIRSTNAME.
011108     SET WS-NO-ALIAS-ADDED                TO TRUE.
011109     PERFORM 3140-ADD-ALIAS THRU 3140-EXIT.
011110     PERFORM 3110-ALIAS-SCAN-PASS THRU 3110-EXIT
011111         UNTIL WS-NO-ALIAS-ADDED.
011112 3060-EXIT.
011113     EXIT.
011114*================================================================
011115*  3100-BUILD-ALIAS-TABLE - SEED THE TABLE WITH THE REQUEST KEY,
011116*  THEN RESCAN THE AUDIT TRAIL AND ITS ARCHIVES FOR RENAME
011117*  RECORDS TOUCHING A KNOWN KEY UNTIL A PASS ADDS NOTHING NEW
011118*================================================================
011119 3100-BUILD-ALIAS-TABLE.
011120     MOVE 1                               TO WS-ALIAS-COUNT.
011121     MOVE WS-ERASE-LASTNAME               TO WS-ALIAS-LASTNAME(1).
011122     MOVE WS-ERASE-FIRSTNAME
011123         TO WS-ALIAS-FIRSTNAME(1).
011124     SET WS-ALIAS-ADDED                   TO TRUE.
011125     PERFORM 3110-ALIAS-SCAN-PASS THRU 3110-EXIT
011130         UNTIL WS-NO-ALIAS-ADDED.
011140 3100-EXIT.
011150     EXIT.
011160*================================================================
011170*  3110-ALIAS-SCAN-PASS - ONE PASS OF EVERY AUDIT GENERATION
011180*  LOOKING FOR RENAMES THAT EXTEND THE ALIAS TABLE
011190*================================================================
011200 3110-ALIAS-SCAN-PASS.
011210     SET WS-NO-ALIAS-ADDED                TO TRUE.
011220     PERFORM 3120-ALIAS-SCAN-ONE-FILE THRU 3120-EXIT
011230         VARYING WS-GEN-SUB FROM 1 BY 1
011240         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
011250 3110-EXIT.
011260     EXIT.
011270*================================================================
011280*  3120-ALIAS-SCAN-ONE-FILE - READ ONE AUDIT GENERATION FOR
011290*  RENAMES.  A GENERATION NO LONGER ON HAND IS PASSED OVER HERE
011300*  AND REPORTED WHEN IT IS SWEPT.
011310*================================================================
011320 3120-ALIAS-SCAN-ONE-FILE.
011330     IF WS-GEN-IS-AUDIT(WS-GEN-SUB)
011340         MOVE WS-GEN-NAME(WS-GEN-SUB)     TO WS-GEN-FILE-NAME
011350         OPEN INPUT AUDIT-IMAGE-FILE
011360         IF WS-GEN-FILE-OK
011370             SET WS-IMAGE-NOT-EOF         TO TRUE
011380             PERFORM 4210-READ-AUDIT-IMAGE THRU 4210-EXIT
011390             PERFORM 3130-CHECK-ONE-FOR-ALIAS THRU 3130-EXIT
011400                 UNTIL WS-IMAGE-EOF
011410             CLOSE AUDIT-IMAGE-FILE
011420         END-IF
011430     END-IF.
011440 3120-EXIT.
011450     EXIT.
011460*================================================================
011470*  3130-CHECK-ONE-FOR-ALIAS - A RENAME WHOSE BEFORE KEY IS
011480*  KNOWN ADDS ITS AFTER KEY, AND THE OTHER WAY AROUND
011490*================================================================
011500 3130-CHECK-ONE-FOR-ALIAS.
011510     IF WS-AUDIT-TXN-CODE = "R"
011520         MOVE WS-AUDIT-BEFORE-LASTNAME  TO WS-ALIAS-CHK-LASTNAME
011530         MOVE WS-AUDIT-BEFORE-FIRSTNAME
011540             TO WS-ALIAS-CHK-FIRSTNAME
011550         PERFORM 3150-FIND-ALIAS THRU 3150-EXIT
011560         IF WS-ALIAS-FOUND
011570             MOVE WS-AUDIT-AFTER-LASTNAME
011580                 TO WS-ALIAS-CHK-LASTNAME
011590             MOVE WS-AUDIT-AFTER-FIRSTNAME
011600                 TO WS-ALIAS-CHK-FIRSTNAME
011610             PERFORM 3140-ADD-ALIAS THRU 3140-EXIT
011620         ELSE
011630             MOVE WS-AUDIT-AFTER-LASTNAME
011640                 TO WS-ALIAS-CHK-LASTNAME
011650             MOVE WS-AUDIT-AFTER-FIRSTNAME
011660                 TO WS-ALIAS-CHK-FIRSTNAME
011670             PERFORM 3150-FIND-ALIAS THRU 3150-EXIT
011680             IF WS-ALIAS-FOUND
011690                 MOVE WS-AUDIT-BEFORE-LASTNAME
011700                     TO WS-ALIAS-CHK-LASTNAME
011710                 MOVE WS-AUDIT-BEFORE-FIRSTNAME
011720                     TO WS-ALIAS-CHK-FIRSTNAME
011730                 PERFORM 3140-ADD-ALIAS THRU 3140-EXIT
011740             END-IF
011750         END-IF
011760     END-IF.
011770     PERFORM 4210-READ-AUDIT-IMAGE THRU 4210-EXIT.
011780 3130-EXIT.
011790     EXIT.
011800*================================================================
011810*  3140-ADD-ALIAS - ADD THE CHECKED KEY TO THE TABLE IF IT IS
011816*  NOT THERE ALREADY.  A PLACEHOLDER KEY LEFT BY AN EARLIER
011822*  ERASURE IS NEVER TAKEN AS AN ALIAS.
011830*================================================================
011840 3140-ADD-ALIAS.
011850     PERFORM 3150-FIND-ALIAS THRU 3150-EXIT.
011860     IF WS-ALIAS-NOT-FOUND
011870         AND WS-ALIAS-COUNT < 10
011880         AND WS-ALIAS-CHK-LASTNAME NOT = SPACES
011884         AND WS-ALIAS-CHK-LASTNAME NOT = WS-PLACEHOLDER-LASTNAME
011890         ADD 1 TO WS-ALIAS-COUNT
011900         MOVE WS-ALIAS-CHK-LASTNAME
011910             TO WS-ALIAS-LASTNAME(WS-ALIAS-COUNT)
011920         MOVE WS-ALIAS-CHK-FIRSTNAME
011930             TO WS-ALIAS-FIRSTNAME(WS-ALIAS-COUNT)
011940         SET WS-ALIAS-ADDED               TO TRUE
011950     END-IF.
011960 3140-EXIT.
011970     EXIT.
011980*================================================================
011990*  3150-FIND-ALIAS - IS THE CHECKED KEY IN THE ALIAS TABLE
012000*================================================================
012010 3150-FIND-ALIAS.
012020     SET WS-ALIAS-NOT-FOUND               TO TRUE.
012030     PERFORM 3160-CHECK-ONE-ALIAS THRU 3160-EXIT
012040         VARYING WS-ALIAS-SUB FROM 1 BY 1
012050         UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
012060            OR WS-ALIAS-FOUND.
012070 3150-EXIT.
012080     EXIT.
012090*================================================================
012100*  3160-CHECK-ONE-ALIAS - COMPARE ONE TABLE ENTRY
012110*================================================================
012120 3160-CHECK-ONE-ALIAS.
012130     IF WS-ALIAS-CHK-LASTNAME = WS-ALIAS-LASTNAME(WS-ALIAS-SUB)
012140         AND WS-ALIAS-CHK-FIRSTNAME
012150             = WS-ALIAS-FIRSTNAME(WS-ALIAS-SUB)
012160         SET WS-ALIAS-FOUND               TO TRUE
012170     END-IF.
012180 3160-EXIT.
012190     EXIT.
012200*================================================================
012209*  3300-REKEY-NOTES - THE CONTACT'S NOTES, UNDER EVERY KEY IN THE
012218*  ALIAS TABLE, MOVE TO THE PLACEHOLDER KEY WITH THEIR SEQUENCE
012227*  AND TIMESTAMP, THE TEXT BLANKED.  EACH PASS RE-STARTS AT THE
012236*  KEY AND MOVES THE FIRST NOTE STILL THERE, UNTIL NONE REMAIN,
012245*  AS A RENAME DOES IN LAB01.
012260*================================================================
012270 3300-REKEY-NOTES.
012280     MOVE "CONTACTT"                      TO WS-CERT-CHK-NAME.
012290     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
012300     IF WS-NOTE-FILE-OPEN
012310         MOVE SPACES                      TO WS-CERT-CHK-RESULT
012319         PERFORM 3305-REKEY-NOTES-FOR-KEY THRU 3305-EXIT
012328             VARYING WS-ALIAS-SUB FROM 1 BY 1
012337             UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
012350         PERFORM 7100-SET-SWEEP-RESULT THRU 7100-EXIT
012360     ELSE
012370         PERFORM 7200-SET-NOT-OPEN-RESULT THRU 7200-EXIT
012380     END-IF.
012390     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
012400 3300-EXIT.
012410     EXIT.
012411*================================================================
012412*  3305-REKEY-NOTES-FOR-KEY - MOVE EVERY NOTE UNDER ONE ALIAS KEY
012413*================================================================
012414 3305-REKEY-NOTES-FOR-KEY.
012415     MOVE WS-ALIAS-ENTRY(WS-ALIAS-SUB)    TO WS-REKEY-KEY.
012416     SET WS-REKEY-MORE                    TO TRUE.
012417     PERFORM 3310-REKEY-ONE-NOTE THRU 3310-EXIT
012418         UNTIL WS-REKEY-DONE.
012419 3305-EXIT.
012420     EXIT.
012421*================================================================
012430*  3310-REKEY-ONE-NOTE - FIND THE NEXT NOTE STILL UNDER THE
012439*  ALIAS KEY AND MOVE IT
012450*================================================================
012460 3310-REKEY-ONE-NOTE.
012470     SET WS-REKEY-DONE                    TO TRUE.
012479     MOVE WS-REKEY-LASTNAME               TO NT-NOTE-LASTNAME.
012488     MOVE WS-REKEY-FIRSTNAME              TO NT-NOTE-FIRSTNAME.
012500     MOVE ZERO                            TO NT-NOTE-SEQUENCE.
012510     START CONTACT-NOTE-FILE
012520         KEY IS NOT LESS THAN NT-NOTE-KEY
012530         INVALID KEY
012540             CONTINUE
012550         NOT INVALID KEY
012560             READ CONTACT-NOTE-FILE NEXT RECORD
012570                 AT END
012580                     CONTINUE
012590                 NOT AT END
012599                     IF NT-NOTE-LASTNAME = WS-REKEY-LASTNAME
012610                         AND NT-NOTE-FIRSTNAME
012619                             = WS-REKEY-FIRSTNAME
012630                         PERFORM 3320-MOVE-ONE-NOTE
012640                             THRU 3320-EXIT
012650                     END-IF
012660             END-READ
012670     END-START.
012680 3310-EXIT.
012690     EXIT.
012700*================================================================
012710*  3320-MOVE-ONE-NOTE - DROP THE NOTE AND WRITE IT BACK UNDER
012720*  THE PLACEHOLDER KEY WITH ITS TEXT BLANKED
012730*================================================================
012740 3320-MOVE-ONE-NOTE.
012750     MOVE NT-NOTE                         TO WS-NOTE.
012760     DELETE CONTACT-NOTE-FILE
012770         INVALID KEY
012780             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
012790                 " - NOTE MOVE FAILED, STATUS = "
012800                 WS-NOTE-FILE-STATUS
012810             MOVE "ERROR - INCOMPLETE"    TO WS-CERT-CHK-RESULT
012820             ADD 1 TO WS-REQ-ERROR-COUNT
012830         NOT INVALID KEY
012840             MOVE WS-NOTE                 TO NT-NOTE
012850             MOVE WS-PLACEHOLDER-LASTNAME TO NT-NOTE-LASTNAME
012860             MOVE WS-PLACEHOLDER-FIRSTNAME
012870                 TO NT-NOTE-FIRSTNAME
012880             MOVE WS-ERASED-NOTE-TEXT     TO NT-NOTE-TEXT
012890             WRITE NT-NOTE
012900                 INVALID KEY
012910                     DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
012920                         " - NOTE REWRITE FAILED, STATUS = "
012930                         WS-NOTE-FILE-STATUS
012940                     MOVE "ERROR - INCOMPLETE"
012950                         TO WS-CERT-CHK-RESULT
012960                     ADD 1 TO WS-REQ-ERROR-COUNT
012970                 NOT INVALID KEY
012980                     ADD 1 TO WS-FILE-MASKED-COUNT
012990                     SET WS-REKEY-MORE    TO TRUE
013000             END-WRITE
013010     END-DELETE.
013020 3320-EXIT.
013030     EXIT.
013040*================================================================
013047*  3400-REKEY-MEMBERSHIPS - THE CONTACT'S MAILING-LIST ROWS,
013054*  UNDER EVERY KEY IN THE ALIAS TABLE, MOVE TO THE PLACEHOLDER
013061*  KEY, LIST AND STATUS UNTOUCHED, SO THE LIST COUNTS STILL
013068*  BALANCE
013080*================================================================
013090 3400-REKEY-MEMBERSHIPS.
013100     MOVE "CONTACTS"                      TO WS-CERT-CHK-NAME.
013110     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
013120     IF WS-MEMBER-FILE-OPEN
013130         MOVE SPACES                      TO WS-CERT-CHK-RESULT
013139         PERFORM 3405-REKEY-ROWS-FOR-KEY THRU 3405-EXIT
013148             VARYING WS-ALIAS-SUB FROM 1 BY 1
013157             UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
013170         PERFORM 7100-SET-SWEEP-RESULT THRU 7100-EXIT
013180     ELSE
013190         PERFORM 7200-SET-NOT-OPEN-RESULT THRU 7200-EXIT
013200     END-IF.
013210     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
013220 3400-EXIT.
013230     EXIT.
013231*================================================================
013232*  3405-REKEY-ROWS-FOR-KEY - MOVE EVERY ROW UNDER ONE ALIAS KEY
013233*================================================================
013234 3405-REKEY-ROWS-FOR-KEY.
013235     MOVE WS-ALIAS-ENTRY(WS-ALIAS-SUB)    TO WS-REKEY-KEY.
013236     SET WS-REKEY-MORE                    TO TRUE.
013237     PERFORM 3410-REKEY-ONE-MEMBERSHIP THRU 3410-EXIT
013238         UNTIL WS-REKEY-DONE.
013239 3405-EXIT.
013240     EXIT.
013241*================================================================
013250*  3410-REKEY-ONE-MEMBERSHIP - FIND THE NEXT ROW STILL UNDER
013259*  THE ALIAS KEY AND MOVE IT
013270*================================================================
013280 3410-REKEY-ONE-MEMBERSHIP.
013290     SET WS-REKEY-DONE                    TO TRUE.
013299     MOVE WS-REKEY-LASTNAME               TO MB-MEMBER-LASTNAME.
013308     MOVE WS-REKEY-FIRSTNAME              TO MB-MEMBER-FIRSTNAME.
013320     MOVE LOW-VALUES                      TO MB-MEMBER-LIST-CODE.
013330     START LIST-MEMBER-FILE
013340         KEY IS NOT LESS THAN MB-MEMBER-KEY
013350         INVALID KEY
013360             CONTINUE
013370         NOT INVALID KEY
013380             READ LIST-MEMBER-FILE NEXT RECORD
013390                 AT END
013400                     CONTINUE
013410                 NOT AT END
013419                     IF MB-MEMBER-LASTNAME = WS-REKEY-LASTNAME
013430                         AND MB-MEMBER-FIRSTNAME
013439                             = WS-REKEY-FIRSTNAME
013450                         PERFORM 3420-MOVE-ONE-MEMBERSHIP
013460                             THRU 3420-EXIT
013470                     END-IF
013480             END-READ
013490     END-START.
013500 3410-EXIT.
013510     EXIT.
013520*================================================================
013530*  3420-MOVE-ONE-MEMBERSHIP - DROP THE ROW AND WRITE IT BACK
013540*  UNDER THE PLACEHOLDER KEY
013550*================================================================
013560 3420-MOVE-ONE-MEMBERSHIP.
013570     MOVE MB-MEMBER                       TO WS-MEMBER.
013580     DELETE LIST-MEMBER-FILE
013590         INVALID KEY
013600             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
013610                 " - MEMBERSHIP MOVE FAILED, STATUS = "
013620                 WS-MEMBER-FILE-STATUS
013630             MOVE "ERROR - INCOMPLETE"    TO WS-CERT-CHK-RESULT
013640             ADD 1 TO WS-REQ-ERROR-COUNT
013650         NOT INVALID KEY
013660             MOVE WS-MEMBER               TO MB-MEMBER
013670             MOVE WS-PLACEHOLDER-LASTNAME TO MB-MEMBER-LASTNAME
013680             MOVE WS-PLACEHOLDER-FIRSTNAME
013690                 TO MB-MEMBER-FIRSTNAME
013700             WRITE MB-MEMBER
013710                 INVALID KEY
013720                     DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
013730                         " - MEMBERSHIP REWRITE FAILED, "
013740                         "STATUS = " WS-MEMBER-FILE-STATUS
013750                     MOVE "ERROR - INCOMPLETE"
013760                         TO WS-CERT-CHK-RESULT
013770                     ADD 1 TO WS-REQ-ERROR-COUNT
013780                 NOT INVALID KEY
013790                     ADD 1 TO WS-FILE-MASKED-COUNT
013800                     SET WS-REKEY-MORE    TO TRUE
013810             END-WRITE
013820     END-DELETE.
013830 3420-EXIT.
013840     EXIT.
013850*================================================================
013857*  3500-REKEY-CONSENT - THE CONTACT'S CONSENT RECORD, UNDER
013864*  WHICHEVER KEY IN THE ALIAS TABLE HOLDS ONE, MOVES TO THE
013871*  PLACEHOLDER KEY WITH ITS TYPE AND DATES
013880*================================================================
013890 3500-REKEY-CONSENT.
013900     MOVE "CONSENT"                       TO WS-CERT-CHK-NAME.
013910     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
013920     IF WS-CONSENT-FILE-OPEN
013930         MOVE SPACES                      TO WS-CERT-CHK-RESULT
013940         PERFORM 3505-REKEY-CONSENT-FOR-KEY THRU 3505-EXIT
013950             VARYING WS-ALIAS-SUB FROM 1 BY 1
013960             UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
014020         PERFORM 7100-SET-SWEEP-RESULT THRU 7100-EXIT
014030     ELSE
014040         PERFORM 7200-SET-NOT-OPEN-RESULT THRU 7200-EXIT
014050     END-IF.
014060     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
014070 3500-EXIT.
014071     EXIT.
014072*================================================================
014073*  3505-REKEY-CONSENT-FOR-KEY - MOVE THE CONSENT RECORD HELD
014074*  UNDER ONE ALIAS KEY, IF THERE IS ONE
014075*================================================================
014076 3505-REKEY-CONSENT-FOR-KEY.
014077     MOVE WS-ALIAS-LASTNAME(WS-ALIAS-SUB) TO CN-CONSENT-LASTNAME.
014078     MOVE WS-ALIAS-FIRSTNAME(WS-ALIAS-SUB)
014079         TO CN-CONSENT-FIRSTNAME.
014080     READ CONSENT-FILE
014081         INVALID KEY
014082             CONTINUE
014083         NOT INVALID KEY
014084             PERFORM 3510-MOVE-CONSENT THRU 3510-EXIT
014085     END-READ.
014086 3505-EXIT.
014087     EXIT.
014090*================================================================
014100*  3510-MOVE-CONSENT - DROP THE CONSENT AND WRITE IT BACK UNDER
014110*  THE PLACEHOLDER KEY
014120*================================================================
014130 3510-MOVE-CONSENT.
014140     MOVE CN-CONSENT-RECORD               TO WS-CONSENT-RECORD.
014150     DELETE CONSENT-FILE
014160         INVALID KEY
014170             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
014180                 " - CONSENT MOVE FAILED, STATUS = "
014190                 WS-CONSENT-FILE-STATUS
014200             MOVE "ERROR - INCOMPLETE"    TO WS-CERT-CHK-RESULT
014210             ADD 1 TO WS-REQ-ERROR-COUNT
014220         NOT INVALID KEY
014230             MOVE WS-CONSENT-RECORD       TO CN-CONSENT-RECORD
014240             MOVE WS-PLACEHOLDER-LASTNAME
014250                 TO CN-CONSENT-LASTNAME
014260             MOVE WS-PLACEHOLDER-FIRSTNAME
014270                 TO CN-CONSENT-FIRSTNAME
014280             WRITE CN-CONSENT-RECORD
014290                 INVALID KEY
014300                     DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
014310                         " - CONSENT REWRITE FAILED, STATUS = "
014320                         WS-CONSENT-FILE-STATUS
014330                     MOVE "ERROR - INCOMPLETE"
014340                         TO WS-CERT-CHK-RESULT
014350                     ADD 1 TO WS-REQ-ERROR-COUNT
014360                 NOT INVALID KEY
014370                     ADD 1 TO WS-FILE-MASKED-COUNT
014380             END-WRITE
014390     END-DELETE.
014400 3510-EXIT.
014410     EXIT.
014420*================================================================
014427*  3600-REKEY-SEND-HISTORY - THE CONTACT'S CAMPAIGN SENDS, UNDER
014434*  EVERY KEY IN THE ALIAS TABLE, MOVE TO THE PLACEHOLDER KEY,
014441*  DATE, LIST, AND CAMPAIGN UNTOUCHED, SO THE CAMPAIGN COUNTS
014448*  STILL BALANCE
014460*================================================================
014470 3600-REKEY-SEND-HISTORY.
014480     MOVE "SENDHIST"                      TO WS-CERT-CHK-NAME.
014490     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
014500     IF WS-SEND-FILE-OPEN
014510         MOVE SPACES                      TO WS-CERT-CHK-RESULT
014519         PERFORM 3605-REKEY-SENDS-FOR-KEY THRU 3605-EXIT
014528             VARYING WS-ALIAS-SUB FROM 1 BY 1
014537             UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
014550         PERFORM 7100-SET-SWEEP-RESULT THRU 7100-EXIT
014560     ELSE
014570         PERFORM 7200-SET-NOT-OPEN-RESULT THRU 7200-EXIT
014580     END-IF.
014590     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
014600 3600-EXIT.
014610     EXIT.
014611*================================================================
014612*  3605-REKEY-SENDS-FOR-KEY - MOVE EVERY SEND UNDER ONE ALIAS KEY
014613*================================================================
014614 3605-REKEY-SENDS-FOR-KEY.
014615     MOVE WS-ALIAS-ENTRY(WS-ALIAS-SUB)    TO WS-REKEY-KEY.
014616     SET WS-REKEY-MORE                    TO TRUE.
014617     PERFORM 3610-REKEY-ONE-SEND THRU 3610-EXIT
014618         UNTIL WS-REKEY-DONE.
014619 3605-EXIT.
014620     EXIT.
014621*================================================================
014630*  3610-REKEY-ONE-SEND - FIND THE NEXT SEND STILL UNDER THE
014639*  ALIAS KEY AND MOVE IT
014650*================================================================
014660 3610-REKEY-ONE-SEND.
014670     SET WS-REKEY-DONE                    TO TRUE.
014679     MOVE WS-REKEY-LASTNAME               TO SH-SEND-LASTNAME.
014688     MOVE WS-REKEY-FIRSTNAME              TO SH-SEND-FIRSTNAME.
014700     MOVE LOW-VALUES                      TO SH-SEND-DATE.
014710     MOVE LOW-VALUES                      TO SH-SEND-LIST-CODE.
014720     START SEND-HISTORY-FILE
014730         KEY IS NOT LESS THAN SH-SEND-KEY
014740         INVALID KEY
014750             CONTINUE
014760         NOT INVALID KEY
014770             READ SEND-HISTORY-FILE NEXT RECORD
014780                 AT END
014790                     CONTINUE
014800                 NOT AT END
014809                     IF SH-SEND-LASTNAME = WS-REKEY-LASTNAME
014820                         AND SH-SEND-FIRSTNAME
014829                             = WS-REKEY-FIRSTNAME
014840                         PERFORM 3620-MOVE-ONE-SEND
014850                             THRU 3620-EXIT
014860                     END-IF
014870             END-READ
014880     END-START.
014890 3610-EXIT.
014900     EXIT.
014910*================================================================
014920*  3620-MOVE-ONE-SEND - DROP THE SEND AND WRITE IT BACK UNDER
014930*  THE PLACEHOLDER KEY
014940*================================================================
014950 3620-MOVE-ONE-SEND.
014960     MOVE SH-SEND-RECORD                  TO WS-SEND-RECORD.
014970     DELETE SEND-HISTORY-FILE
014980         INVALID KEY
014990             DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
015000                 " - SEND MOVE FAILED, STATUS = "
015010                 WS-SEND-FILE-STATUS
015020             MOVE "ERROR - INCOMPLETE"    TO WS-CERT-CHK-RESULT
015030             ADD 1 TO WS-REQ-ERROR-COUNT
015040         NOT INVALID KEY
015050             MOVE WS-SEND-RECORD          TO SH-SEND-RECORD
015060             MOVE WS-PLACEHOLDER-LASTNAME TO SH-SEND-LASTNAME
015070             MOVE WS-PLACEHOLDER-FIRSTNAME
015080                 TO SH-SEND-FIRSTNAME
015090             WRITE SH-SEND-RECORD
015100                 INVALID KEY
015110                     DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
015120                         " - SEND REWRITE FAILED, STATUS = "
015130                         WS-SEND-FILE-STATUS
015140                     MOVE "ERROR - INCOMPLETE"
015150                         TO WS-CERT-CHK-RESULT
015160                     ADD 1 TO WS-REQ-ERROR-COUNT
015170                 NOT INVALID KEY
015180                     ADD 1 TO WS-FILE-MASKED-COUNT
015190                     SET WS-REKEY-MORE    TO TRUE
015200             END-WRITE
015210     END-DELETE.
015220 3620-EXIT.
015230     EXIT.
015240*================================================================
015250*  3800-MATCH-IMAGE - IS THE CHECKED KEY ONE THE CONTACT HAS
015260*  HELD, OR THE CHECKED EMAIL ONE BEING ERASED.  BLANKS NEVER
015270*  MATCH, SO THE EMPTY SIDE OF AN ADD OR AN ORGANIZATION
015280*  RECORD IS LEFT ALONE.
015290*================================================================
015300 3800-MATCH-IMAGE.
015310     SET WS-IMAGE-NOT-MATCHED             TO TRUE.
015320     IF WS-ALIAS-CHK-LASTNAME NOT = SPACES
015330         PERFORM 3150-FIND-ALIAS THRU 3150-EXIT
015340         IF WS-ALIAS-FOUND
015350             SET WS-IMAGE-MATCHED         TO TRUE
015360         END-IF
015370     END-IF.
015380     IF WS-EMAIL-CHK NOT = SPACES
015390         IF WS-EMAIL-CHK = WS-MATCH-EMAIL-1
015400             OR WS-EMAIL-CHK = WS-MATCH-EMAIL-2
015410             SET WS-IMAGE-MATCHED         TO TRUE
015420         END-IF
015430     END-IF.
015440 3800-EXIT.
015450     EXIT.
015460*================================================================
015470*  3900-MASK-CONTACT-IMAGE - TURN THE CONTACT IMAGE IN THE
015480*  WORKING AREA INTO A PLACEHOLDER: THE KEY BECOMES THE
015490*  PLACEHOLDER KEY AND EVERY IDENTIFYING FIELD IS CLEARED.  THE
015500*  STATUS, CATEGORY, DEPARTMENT, AND ORGANIZATION STAY SO THE
015510*  COUNTS BUILT FROM THEM ARE UNCHANGED.
015520*================================================================
015530 3900-MASK-CONTACT-IMAGE.
015540     MOVE WS-PLACEHOLDER-LASTNAME         TO WS-LASTNAME.
015550     MOVE WS-PLACEHOLDER-FIRSTNAME        TO WS-FIRSTNAME.
015560     MOVE SPACES                          TO WS-EMAIL.
015570     MOVE SPACES                          TO WS-PHONENUMBER.
015580     MOVE SPACES                          TO WS-STREET.
015590     MOVE SPACES                          TO WS-CITY.
015600     MOVE SPACES                          TO WS-PROVINCE.
015610     MOVE SPACES                          TO WS-POSTALCODE.
015620     MOVE SPACES                          TO WS-EMAIL-FLAG.
015630     MOVE ZERO                            TO WS-BOUNCE-COUNT.
015640     MOVE SPACES                          TO WS-LAST-BOUNCE-DATE.
015650 3900-EXIT.
015660     EXIT.
015670*================================================================
015680*  4000-MASK-GENERATIONS - SWEEP EVERY SEQUENTIAL GENERATION IN
015687*  THE TABLE.  WHEN THE TABLE OVERFLOWED, OR AUDLOG OR ARCLOG
015694*  WAS NOT ON HAND TO NAME ITS ARCHIVES, THE CERTIFICATE SAYS SO
015701*  AND THE REQUEST IS LEFT INCOMPLETE.
015710*================================================================
015720 4000-MASK-GENERATIONS.
015730     PERFORM 4100-MASK-ONE-GENERATION THRU 4100-EXIT
015740         VARYING WS-GEN-SUB FROM 1 BY 1
015750         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
015760     IF WS-GEN-OVERFLOW
015770         MOVE "(FURTHER FILES)"           TO WS-CERT-CHK-NAME
015780         MOVE ZERO                        TO WS-FILE-MASKED-COUNT
015790         MOVE "NOT SWEPT"                 TO WS-CERT-CHK-RESULT
015791         ADD 1 TO WS-REQ-ERROR-COUNT
015792         PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT
015793     END-IF.
015794     IF WS-AUDLOG-NOT-ON-HAND
015795         MOVE "AUDLOG"                    TO WS-CERT-CHK-NAME
015796         MOVE ZERO                        TO WS-FILE-MASKED-COUNT
015797         MOVE "LIST NOT ON HAND"          TO WS-CERT-CHK-RESULT
015798         ADD 1 TO WS-REQ-ERROR-COUNT
015799         PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT
015800     END-IF.
015801     IF WS-ARCLOG-NOT-ON-HAND
015802         MOVE "ARCLOG"                    TO WS-CERT-CHK-NAME
015803         MOVE ZERO                        TO WS-FILE-MASKED-COUNT
015804         MOVE "LIST NOT ON HAND"          TO WS-CERT-CHK-RESULT
015805         ADD 1 TO WS-REQ-ERROR-COUNT
015810         PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT
015820     END-IF.
015830 4000-EXIT.
015840     EXIT.
015850*================================================================
015860*  4100-MASK-ONE-GENERATION - SWEEP ONE GENERATION WITH THE
015870*  LAYOUT ITS KIND CALLS FOR
015880*================================================================
015890 4100-MASK-ONE-GENERATION.
015900     MOVE WS-GEN-NAME(WS-GEN-SUB)         TO WS-GEN-FILE-NAME.
015910     MOVE WS-GEN-NAME(WS-GEN-SUB)         TO WS-CERT-CHK-NAME.
015920     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
015930     MOVE SPACES                          TO WS-CERT-CHK-RESULT.
015940     SET WS-COPY-NOT-FAILED               TO TRUE.
015950     IF WS-GEN-IS-AUDIT(WS-GEN-SUB)
015960         PERFORM 4200-MASK-AUDIT-FILE THRU 4200-EXIT
015970     ELSE
015980         PERFORM 4400-MASK-CONTACT-FILE THRU 4400-EXIT
015990     END-IF.
016000     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
016010 4100-EXIT.
016020     EXIT.
016030*================================================================
016040*  4200-MASK-AUDIT-FILE - COPY THE AUDIT GENERATION TO THE WORK
016050*  FILE, MASKING EVERY IMAGE OF THE CONTACT, THEN COPY THE WORK
016060*  FILE BACK OVER IT.  NOTHING IS COPIED BACK WHEN NOTHING WAS
016070*  MASKED OR THE WORK FILE WAS NOT WRITTEN CLEANLY - THE
016080*  GENERATION IS THEN LEFT EXACTLY AS IT WAS.
016090*================================================================
016100 4200-MASK-AUDIT-FILE.
016110     OPEN INPUT AUDIT-IMAGE-FILE.
016120     IF NOT WS-GEN-FILE-OK
016130         PERFORM 7300-SET-OPEN-FAILED-RESULT THRU 7300-EXIT
016140     ELSE
016150         OPEN OUTPUT ERASE-WORK-FILE
016160         IF NOT WS-WORK-OK
016170             DISPLAY "LAB01ERA: UNABLE TO OPEN ERAWORK, "
016180                 "STATUS = " WS-WORK-STATUS
016190             SET WS-COPY-FAILED           TO TRUE
016200         ELSE
016210             SET WS-IMAGE-NOT-EOF         TO TRUE
016220             PERFORM 4210-READ-AUDIT-IMAGE THRU 4210-EXIT
016230             PERFORM 4220-MASK-ONE-AUDIT THRU 4220-EXIT
016240                 UNTIL WS-IMAGE-EOF
016250                    OR WS-COPY-FAILED
016260             CLOSE ERASE-WORK-FILE
016270         END-IF
016280         CLOSE AUDIT-IMAGE-FILE
016290         IF WS-COPY-NOT-FAILED
016300             AND WS-FILE-MASKED-COUNT > ZERO
016310             PERFORM 4300-COPY-AUDIT-BACK THRU 4300-EXIT
016320         END-IF
016330         PERFORM 7400-SET-COPY-RESULT THRU 7400-EXIT
016340     END-IF.
016350 4200-EXIT.
016360     EXIT.
016370*================================================================
016380*  4210-READ-AUDIT-IMAGE - READ THE NEXT AUDIT RECORD INTO THE
016390*  WORKING AREA
016400*================================================================
016410 4210-READ-AUDIT-IMAGE.
016420     READ AUDIT-IMAGE-FILE
016430         AT END
016440             SET WS-IMAGE-EOF TO TRUE
016450     END-READ.
016460     IF NOT WS-IMAGE-EOF
016470         MOVE AUDIT-IMAGE-RECORD          TO WS-AUDIT-RECORD
016480     END-IF.
016490 4210-EXIT.
016500     EXIT.
016510*================================================================
016520*  4220-MASK-ONE-AUDIT - MASK WHICHEVER SIDES OF THE RECORD ARE
016530*  THE CONTACT'S, WRITE IT TO THE WORK FILE, READ THE NEXT
016540*================================================================
016550 4220-MASK-ONE-AUDIT.
016560     SET WS-RECORD-NOT-MASKED             TO TRUE.
016570     MOVE WS-AUDIT-BEFORE-LASTNAME
016580         TO WS-ALIAS-CHK-LASTNAME.
016590     MOVE WS-AUDIT-BEFORE-FIRSTNAME
016600         TO WS-ALIAS-CHK-FIRSTNAME.
016610     MOVE WS-AUDIT-BEFORE-EMAIL           TO WS-EMAIL-CHK.
016620     PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT.
016630     IF WS-IMAGE-MATCHED
016640         PERFORM 4230-MASK-BEFORE-IMAGE THRU 4230-EXIT
016650         SET WS-RECORD-MASKED             TO TRUE
016660     END-IF.
016670     MOVE WS-AUDIT-AFTER-LASTNAME
016680         TO WS-ALIAS-CHK-LASTNAME.
016690     MOVE WS-AUDIT-AFTER-FIRSTNAME
016700         TO WS-ALIAS-CHK-FIRSTNAME.
016710     MOVE WS-AUDIT-AFTER-EMAIL            TO WS-EMAIL-CHK.
016720     PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT.
016730     IF WS-IMAGE-MATCHED
016740         PERFORM 4240-MASK-AFTER-IMAGE THRU 4240-EXIT
016750         SET WS-RECORD-MASKED             TO TRUE
016760     END-IF.
016770     IF WS-RECORD-MASKED
016780         ADD 1 TO WS-FILE-MASKED-COUNT
016790     END-IF.
016800     MOVE WS-AUDIT-RECORD
016810         TO ERASE-WORK-AUDIT-RECORD.
016820     WRITE ERASE-WORK-AUDIT-RECORD.
016830     IF NOT WS-WORK-OK
016840         DISPLAY "LAB01ERA: ERROR WRITING ERAWORK, STATUS = "
016850             WS-WORK-STATUS
016860         SET WS-COPY-FAILED               TO TRUE
016870     ELSE
016880         PERFORM 4210-READ-AUDIT-IMAGE THRU 4210-EXIT
016890     END-IF.
016900 4220-EXIT.
016910     EXIT.
016920*================================================================
016930*  4230-MASK-BEFORE-IMAGE - THE BEFORE IMAGE BECOMES THE
016940*  PLACEHOLDER
016950*================================================================
016960 4230-MASK-BEFORE-IMAGE.
016970     MOVE WS-PLACEHOLDER-LASTNAME  TO WS-AUDIT-BEFORE-LASTNAME.
016980     MOVE WS-PLACEHOLDER-FIRSTNAME TO WS-AUDIT-BEFORE-FIRSTNAME.
016990     MOVE SPACES                   TO WS-AUDIT-BEFORE-EMAIL.
017000     MOVE SPACES                   TO WS-AUDIT-BEFORE-PHONENUMBER.
017010     MOVE SPACES                   TO WS-AUDIT-BEFORE-STREET.
017020     MOVE SPACES                   TO WS-AUDIT-BEFORE-CITY.
017030     MOVE SPACES                   TO WS-AUDIT-BEFORE-PROVINCE.
017040     MOVE SPACES                   TO WS-AUDIT-BEFORE-POSTALCODE.
017050 4230-EXIT.
017060     EXIT.
017070*================================================================
017080*  4240-MASK-AFTER-IMAGE - THE AFTER IMAGE BECOMES THE
017090*  PLACEHOLDER
017100*================================================================
017110 4240-MASK-AFTER-IMAGE.
017120     MOVE WS-PLACEHOLDER-LASTNAME  TO WS-AUDIT-AFTER-LASTNAME.
017130     MOVE WS-PLACEHOLDER-FIRSTNAME TO WS-AUDIT-AFTER-FIRSTNAME.
017140     MOVE SPACES                   TO WS-AUDIT-AFTER-EMAIL.
017150     MOVE SPACES                   TO WS-AUDIT-AFTER-PHONENUMBER.
017160     MOVE SPACES                   TO WS-AUDIT-AFTER-STREET.
017170     MOVE SPACES                   TO WS-AUDIT-AFTER-CITY.
017180     MOVE SPACES                   TO WS-AUDIT-AFTER-PROVINCE.
017190     MOVE SPACES                   TO WS-AUDIT-AFTER-POSTALCODE.
017200 4240-EXIT.
017210     EXIT.
017220*================================================================
017230*  4300-COPY-AUDIT-BACK - COPY THE MASKED WORK FILE BACK OVER
017240*  THE AUDIT GENERATION, RECORD FOR RECORD
017250*================================================================
017260 4300-COPY-AUDIT-BACK.
017270     OPEN INPUT ERASE-WORK-FILE.
017280     IF NOT WS-WORK-OK
017290         DISPLAY "LAB01ERA: UNABLE TO REOPEN ERAWORK, STATUS = "
017300             WS-WORK-STATUS
017310         SET WS-COPY-FAILED               TO TRUE
017320     ELSE
017330         OPEN OUTPUT AUDIT-IMAGE-FILE
017340         IF NOT WS-GEN-FILE-OK
017350             DISPLAY "LAB01ERA: UNABLE TO OPEN " WS-GEN-FILE-NAME
017360                 " FOR OUTPUT, STATUS = " WS-GEN-FILE-STATUS
017370             SET WS-COPY-FAILED           TO TRUE
017380         ELSE
017390             SET WS-IMAGE-NOT-EOF         TO TRUE
017400             PERFORM 4310-READ-WORK-AUDIT THRU 4310-EXIT
017410             PERFORM 4320-COPY-ONE-AUDIT THRU 4320-EXIT
017420                 UNTIL WS-IMAGE-EOF
017430                    OR WS-COPY-FAILED
017440             CLOSE AUDIT-IMAGE-FILE
017450             IF WS-COPY-FAILED
017460                 DISPLAY "LAB01ERA: " WS-GEN-FILE-NAME
017470                     " IS INCOMPLETE - RESTORE IT FROM ERAWORK"
017480             END-IF
017490         END-IF
017500         CLOSE ERASE-WORK-FILE
017510     END-IF.
017520 4300-EXIT.
017530     EXIT.
017540*================================================================
017550*  4310-READ-WORK-AUDIT - READ THE NEXT MASKED AUDIT RECORD
017560*================================================================
017570 4310-READ-WORK-AUDIT.
017580     READ ERASE-WORK-FILE
017590         AT END
017600             SET WS-IMAGE-EOF TO TRUE
017610     END-READ.
017620 4310-EXIT.
017630     EXIT.
017640*================================================================
017650*  4320-COPY-ONE-AUDIT - WRITE ONE RECORD BACK AND READ THE
017660*  NEXT
017670*================================================================
017680 4320-COPY-ONE-AUDIT.
017690     MOVE ERASE-WORK-AUDIT-RECORD         TO AUDIT-IMAGE-RECORD.
017700     WRITE AUDIT-IMAGE-RECORD.
017710     IF NOT WS-GEN-FILE-OK
017720         DISPLAY "LAB01ERA: ERROR WRITING " WS-GEN-FILE-NAME
017730             ", STATUS = " WS-GEN-FILE-STATUS
017740         SET WS-COPY-FAILED               TO TRUE
017750     ELSE
017760         PERFORM 4310-READ-WORK-AUDIT THRU 4310-EXIT
017770     END-IF.
017780 4320-EXIT.
017790     EXIT.
017800*================================================================
017810*  4400-MASK-CONTACT-FILE - COPY THE ARCHIVE OR BACKUP
017820*  GENERATION TO THE WORK FILE, TURNING EVERY IMAGE OF THE
017830*  CONTACT INTO A PLACEHOLDER, THEN COPY IT BACK - THE SAME
017840*  RULES AS 4200 FOR THE AUDIT GENERATIONS
017850*================================================================
017860 4400-MASK-CONTACT-FILE.
017870     OPEN INPUT CONTACT-IMAGE-FILE.
017880     IF NOT WS-GEN-FILE-OK
017890         PERFORM 7300-SET-OPEN-FAILED-RESULT THRU 7300-EXIT
017900     ELSE
017910         OPEN OUTPUT ERASE-WORK-FILE
017920         IF NOT WS-WORK-OK
017930             DISPLAY "LAB01ERA: UNABLE TO OPEN ERAWORK, "
017940                 "STATUS = " WS-WORK-STATUS
017950             SET WS-COPY-FAILED           TO TRUE
017960         ELSE
017970             SET WS-IMAGE-NOT-EOF         TO TRUE
017980             PERFORM 4410-READ-CONTACT-IMAGE THRU 4410-EXIT
017990             PERFORM 4420-MASK-ONE-CONTACT THRU 4420-EXIT
018000                 UNTIL WS-IMAGE-EOF
018010                    OR WS-COPY-FAILED
018020             CLOSE ERASE-WORK-FILE
018030         END-IF
018040         CLOSE CONTACT-IMAGE-FILE
018050         IF WS-COPY-NOT-FAILED
018060             AND WS-FILE-MASKED-COUNT > ZERO
018070             PERFORM 4500-COPY-CONTACT-BACK THRU 4500-EXIT
018080         END-IF
018090         PERFORM 7400-SET-COPY-RESULT THRU 7400-EXIT
018100     END-IF.
018110 4400-EXIT.
018120     EXIT.
018130*================================================================
018140*  4410-READ-CONTACT-IMAGE - READ THE NEXT FLAT CONTACT IMAGE
018150*  INTO THE WORKING AREA
018160*================================================================
018170 4410-READ-CONTACT-IMAGE.
018180     READ CONTACT-IMAGE-FILE
018190         AT END
018200             SET WS-IMAGE-EOF TO TRUE
018210     END-READ.
018220     IF NOT WS-IMAGE-EOF
018230         MOVE CONTACT-IMAGE-RECORD        TO WS-CONTACT
018240     END-IF.
018250 4410-EXIT.
018260     EXIT.
018270*================================================================
018280*  4420-MASK-ONE-CONTACT - MASK THE IMAGE IF IT IS THE
018290*  CONTACT'S, WRITE IT TO THE WORK FILE, READ THE NEXT
018300*================================================================
018310 4420-MASK-ONE-CONTACT.
018320     MOVE WS-LASTNAME
018330         TO WS-ALIAS-CHK-LASTNAME.
018340     MOVE WS-FIRSTNAME
018350         TO WS-ALIAS-CHK-FIRSTNAME.
018360     MOVE WS-EMAIL                        TO WS-EMAIL-CHK.
018370     PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT.
018380     IF WS-IMAGE-MATCHED
018390         PERFORM 3900-MASK-CONTACT-IMAGE THRU 3900-EXIT
018400         ADD 1 TO WS-FILE-MASKED-COUNT
018410     END-IF.
018420     MOVE WS-CONTACT
018430         TO ERASE-WORK-CONTACT-RECORD.
018440     WRITE ERASE-WORK-CONTACT-RECORD.
018450     IF NOT WS-WORK-OK
018460         DISPLAY "LAB01ERA: ERROR WRITING ERAWORK, STATUS = "
018470             WS-WORK-STATUS
018480         SET WS-COPY-FAILED               TO TRUE
018490     ELSE
018500         PERFORM 4410-READ-CONTACT-IMAGE THRU 4410-EXIT
018510     END-IF.
018520 4420-EXIT.
018530     EXIT.
018540*================================================================
018550*  4500-COPY-CONTACT-BACK - COPY THE MASKED WORK FILE BACK OVER
018560*  THE ARCHIVE OR BACKUP GENERATION, RECORD FOR RECORD
018570*================================================================
018580 4500-COPY-CONTACT-BACK.
018590     OPEN INPUT ERASE-WORK-FILE.
018600     IF NOT WS-WORK-OK
018610         DISPLAY "LAB01ERA: UNABLE TO REOPEN ERAWORK, STATUS = "
018620             WS-WORK-STATUS
018630         SET WS-COPY-FAILED               TO TRUE
018640     ELSE
018650         OPEN OUTPUT CONTACT-IMAGE-FILE
018660         IF NOT WS-GEN-FILE-OK
018670             DISPLAY "LAB01ERA: UNABLE TO OPEN " WS-GEN-FILE-NAME
018680                 " FOR OUTPUT, STATUS = " WS-GEN-FILE-STATUS
018690             SET WS-COPY-FAILED           TO TRUE
018700         ELSE
018710             SET WS-IMAGE-NOT-EOF         TO TRUE
018720             PERFORM 4510-READ-WORK-CONTACT THRU 4510-EXIT
018730             PERFORM 4520-COPY-ONE-CONTACT THRU 4520-EXIT
018740                 UNTIL WS-IMAGE-EOF
018750                    OR WS-COPY-FAILED
018760             CLOSE CONTACT-IMAGE-FILE
018770             IF WS-COPY-FAILED
018780                 DISPLAY "LAB01ERA: " WS-GEN-FILE-NAME
018790                     " IS INCOMPLETE - RESTORE IT FROM ERAWORK"
018800             END-IF
018810         END-IF
018820         CLOSE ERASE-WORK-FILE
018830     END-IF.
018840 4500-EXIT.
018850     EXIT.
018860*================================================================
018870*  4510-READ-WORK-CONTACT - READ THE NEXT MASKED CONTACT IMAGE
018880*================================================================
018890 4510-READ-WORK-CONTACT.
018900     READ ERASE-WORK-FILE
018910         AT END
018920             SET WS-IMAGE-EOF TO TRUE
018930     END-READ.
018940 4510-EXIT.
018950     EXIT.
018960*================================================================
018970*  4520-COPY-ONE-CONTACT - WRITE ONE IMAGE BACK AND READ THE
018980*  NEXT
018990*================================================================
019000 4520-COPY-ONE-CONTACT.
019010     MOVE ERASE-WORK-CONTACT-RECORD       TO CONTACT-IMAGE-RECORD.
019020     WRITE CONTACT-IMAGE-RECORD.
019030     IF NOT WS-GEN-FILE-OK
019040         DISPLAY "LAB01ERA: ERROR WRITING " WS-GEN-FILE-NAME
019050             ", STATUS = " WS-GEN-FILE-STATUS
019060         SET WS-COPY-FAILED               TO TRUE
019070     ELSE
019080         PERFORM 4510-READ-WORK-CONTACT THRU 4510-EXIT
019090     END-IF.
019100 4520-EXIT.
019110     EXIT.
019120*================================================================
019121*  4600-MASK-REVIEW-QUEUE - COPY THE DUPLICATES-REVIEW QUEUE TO
019122*  THE WORK FILE, MASKING EVERY ENTRY OF THE CONTACT, THEN COPY
019123*  IT BACK - THE SAME RULES AS 4200 FOR THE AUDIT GENERATIONS
019124*================================================================
019125 4600-MASK-REVIEW-QUEUE.
019126     MOVE "CONTACTD"                      TO WS-GEN-FILE-NAME.
019127     MOVE "CONTACTD"                      TO WS-CERT-CHK-NAME.
019128     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
019129     MOVE SPACES                          TO WS-CERT-CHK-RESULT.
019130     SET WS-COPY-NOT-FAILED               TO TRUE.
019131     OPEN INPUT DUPLICATE-RPT-FILE.
019132     IF NOT WS-GEN-FILE-OK
019133         PERFORM 7300-SET-OPEN-FAILED-RESULT THRU 7300-EXIT
019134     ELSE
019135         OPEN OUTPUT ERASE-WORK-FILE
019136         IF NOT WS-WORK-OK
019137             DISPLAY "LAB01ERA: UNABLE TO OPEN ERAWORK, "
019138                 "STATUS = " WS-WORK-STATUS
019139             SET WS-COPY-FAILED           TO TRUE
019140         ELSE
019141             SET WS-IMAGE-NOT-EOF         TO TRUE
019142             PERFORM 4610-READ-QUEUE-ENTRY THRU 4610-EXIT
019143             PERFORM 4620-MASK-ONE-QUEUE-ENTRY THRU 4620-EXIT
019144                 UNTIL WS-IMAGE-EOF
019145                    OR WS-COPY-FAILED
019146             CLOSE ERASE-WORK-FILE
019147         END-IF
019148         CLOSE DUPLICATE-RPT-FILE
019149         IF WS-COPY-NOT-FAILED
019150             AND WS-FILE-MASKED-COUNT > ZERO
019151             PERFORM 4650-COPY-QUEUE-BACK THRU 4650-EXIT
019152         END-IF
019153         PERFORM 7400-SET-COPY-RESULT THRU 7400-EXIT
019154     END-IF.
019155     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
019156 4600-EXIT.
019157     EXIT.
019158*================================================================
019159*  4610-READ-QUEUE-ENTRY - READ THE NEXT REVIEW QUEUE ENTRY
019160*================================================================
019161 4610-READ-QUEUE-ENTRY.
019162     READ DUPLICATE-RPT-FILE
019163         AT END
019164             SET WS-IMAGE-EOF TO TRUE
019165     END-READ.
019166 4610-EXIT.
019167     EXIT.
019168*================================================================
019169*  4620-MASK-ONE-QUEUE-ENTRY - A SWEEP PAIR FROM LAB01SWP CARRIES
019170*  ONE CONTACT'S KEY AND PHONE AND ITS PARTNER'S EMAIL, SO EACH
019171*  SIDE IS MASKED ON ITS OWN MATCH.  ANY OTHER ENTRY IS ALL ONE
019172*  CONTACT'S AND IS MASKED WHOLE ON EITHER MATCH.  WRITE THE
019173*  ENTRY TO THE WORK FILE AND READ THE NEXT.
019174*================================================================
019175 4620-MASK-ONE-QUEUE-ENTRY.
019176     SET WS-RECORD-NOT-MASKED             TO TRUE.
019177     MOVE DUPL-LASTNAME
019178         TO WS-ALIAS-CHK-LASTNAME.
019179     MOVE DUPL-FIRSTNAME
019180         TO WS-ALIAS-CHK-FIRSTNAME.
019181     IF DUPL-REASON(1:6) = "SWEEP "
019182         MOVE SPACES                      TO WS-EMAIL-CHK
019183         PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT
019184         IF WS-IMAGE-MATCHED
019185             PERFORM 4630-MASK-QUEUE-KEY THRU 4630-EXIT
019186         END-IF
019187         MOVE SPACES                      TO WS-ALIAS-CHK-LASTNAME
019188         MOVE DUPL-EMAIL                  TO WS-EMAIL-CHK
019189         PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT
019190         IF WS-IMAGE-MATCHED
019191             MOVE SPACES                  TO DUPL-EMAIL
019192             SET WS-RECORD-MASKED         TO TRUE
019193         END-IF
019194     ELSE
019195         MOVE DUPL-EMAIL                  TO WS-EMAIL-CHK
019196         PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT
019197         IF WS-IMAGE-MATCHED
019198             PERFORM 4630-MASK-QUEUE-KEY THRU 4630-EXIT
019199             MOVE SPACES                  TO DUPL-EMAIL
019200         END-IF
019201     END-IF.
019202     IF WS-RECORD-MASKED
019203         ADD 1 TO WS-FILE-MASKED-COUNT
019204     END-IF.
019205     MOVE DUPLICATE-RPT-RECORD
019206         TO ERASE-WORK-QUEUE-RECORD.
019207     WRITE ERASE-WORK-QUEUE-RECORD.
019208     IF NOT WS-WORK-OK
019209         DISPLAY "LAB01ERA: ERROR WRITING ERAWORK, STATUS = "
019210             WS-WORK-STATUS
019211         SET WS-COPY-FAILED               TO TRUE
019212     ELSE
019213         PERFORM 4610-READ-QUEUE-ENTRY THRU 4610-EXIT
019214     END-IF.
019215 4620-EXIT.
019216     EXIT.
019217*================================================================
019218*  4630-MASK-QUEUE-KEY - THE ENTRY'S KEY BECOMES THE PLACEHOLDER
019219*  AND ITS PHONE IS CLEARED
019220*================================================================
019221 4630-MASK-QUEUE-KEY.
019222     MOVE WS-PLACEHOLDER-LASTNAME         TO DUPL-LASTNAME.
019223     MOVE WS-PLACEHOLDER-FIRSTNAME        TO DUPL-FIRSTNAME.
019224     MOVE SPACES                          TO DUPL-PHONENUMBER.
019225     SET WS-RECORD-MASKED                 TO TRUE.
019226 4630-EXIT.
019227     EXIT.
019228*================================================================
019229*  4650-COPY-QUEUE-BACK - COPY THE MASKED WORK FILE BACK OVER
019230*  THE REVIEW QUEUE, ENTRY FOR ENTRY
019231*================================================================
019232 4650-COPY-QUEUE-BACK.
019233     OPEN INPUT ERASE-WORK-FILE.
019234     IF NOT WS-WORK-OK
019235         DISPLAY "LAB01ERA: UNABLE TO REOPEN ERAWORK, STATUS = "
019236             WS-WORK-STATUS
019237         SET WS-COPY-FAILED               TO TRUE
019238     ELSE
019239         OPEN OUTPUT DUPLICATE-RPT-FILE
019240         IF NOT WS-GEN-FILE-OK
019241             DISPLAY "LAB01ERA: UNABLE TO OPEN " WS-GEN-FILE-NAME
019242                 " FOR OUTPUT, STATUS = " WS-GEN-FILE-STATUS
019243             SET WS-COPY-FAILED           TO TRUE
019244         ELSE
019245             SET WS-IMAGE-NOT-EOF         TO TRUE
019246             PERFORM 4660-READ-WORK-QUEUE THRU 4660-EXIT
019247             PERFORM 4670-COPY-ONE-QUEUE-ENTRY THRU 4670-EXIT
019248                 UNTIL WS-IMAGE-EOF
019249                    OR WS-COPY-FAILED
019250             CLOSE DUPLICATE-RPT-FILE
019251             IF WS-COPY-FAILED
019252                 DISPLAY "LAB01ERA: " WS-GEN-FILE-NAME
019253                     " IS INCOMPLETE - RESTORE IT FROM ERAWORK"
019254             END-IF
019255         END-IF
019256         CLOSE ERASE-WORK-FILE
019257     END-IF.
019258 4650-EXIT.
019259     EXIT.
019260*================================================================
019261*  4660-READ-WORK-QUEUE - READ THE NEXT MASKED QUEUE ENTRY
019262*================================================================
019263 4660-READ-WORK-QUEUE.
019264     READ ERASE-WORK-FILE
019265         AT END
019266             SET WS-IMAGE-EOF TO TRUE
019267     END-READ.
019268 4660-EXIT.
019269     EXIT.
019270*================================================================
019271*  4670-COPY-ONE-QUEUE-ENTRY - WRITE ONE ENTRY BACK AND READ THE
019272*  NEXT
019273*================================================================
019274 4670-COPY-ONE-QUEUE-ENTRY.
019275     MOVE ERASE-WORK-QUEUE-RECORD         TO DUPLICATE-RPT-RECORD.
019276     WRITE DUPLICATE-RPT-RECORD.
019277     IF NOT WS-GEN-FILE-OK
019278         DISPLAY "LAB01ERA: ERROR WRITING " WS-GEN-FILE-NAME
019279             ", STATUS = " WS-GEN-FILE-STATUS
019280         SET WS-COPY-FAILED               TO TRUE
019281     ELSE
019282         PERFORM 4660-READ-WORK-QUEUE THRU 4660-EXIT
019283     END-IF.
019284 4670-EXIT.
019285     EXIT.
019286*================================================================
019287*  4700-REKEY-KEEP-REGISTER - COPY THE KEEP-BOTH REGISTER TO THE
019288*  WORK FILE, MOVING EVERY PAIR THAT NAMES THE CONTACT TO THE
019289*  PLACEHOLDER KEY, THEN COPY IT BACK - THE SAME RULES AS 4200
019290*================================================================
019291 4700-REKEY-KEEP-REGISTER.
019292     MOVE "DUPKEEP"                       TO WS-GEN-FILE-NAME.
019293     MOVE "DUPKEEP"                       TO WS-CERT-CHK-NAME.
019294     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
019295     MOVE SPACES                          TO WS-CERT-CHK-RESULT.
019296     SET WS-COPY-NOT-FAILED               TO TRUE.
019297     OPEN INPUT KEEP-REGISTER-FILE.
019298     IF NOT WS-GEN-FILE-OK
019299         PERFORM 7300-SET-OPEN-FAILED-RESULT THRU 7300-EXIT
019300     ELSE
019301         OPEN OUTPUT ERASE-WORK-FILE
019302         IF NOT WS-WORK-OK
019303             DISPLAY "LAB01ERA: UNABLE TO OPEN ERAWORK, "
019304                 "STATUS = " WS-WORK-STATUS
019305             SET WS-COPY-FAILED           TO TRUE
019306         ELSE
019307             SET WS-IMAGE-NOT-EOF         TO TRUE
019308             PERFORM 4710-READ-KEEP-PAIR THRU 4710-EXIT
019309             PERFORM 4720-REKEY-ONE-KEEP-PAIR THRU 4720-EXIT
019310                 UNTIL WS-IMAGE-EOF
019311                    OR WS-COPY-FAILED
019312             CLOSE ERASE-WORK-FILE
019313         END-IF
019314         CLOSE KEEP-REGISTER-FILE
019315         IF WS-COPY-NOT-FAILED
019316             AND WS-FILE-MASKED-COUNT > ZERO
019317             PERFORM 4750-COPY-KEEP-BACK THRU 4750-EXIT
019318         END-IF
019319         PERFORM 7400-SET-COPY-RESULT THRU 7400-EXIT
019320     END-IF.
019321     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
019322 4700-EXIT.
019323     EXIT.
019324*================================================================
019325*  4710-READ-KEEP-PAIR - READ THE NEXT KEEP-BOTH PAIR INTO THE
019326*  WORKING AREA
019327*================================================================
019328 4710-READ-KEEP-PAIR.
019329     READ KEEP-REGISTER-FILE
019330         AT END
019331             SET WS-IMAGE-EOF TO TRUE
019332     END-READ.
019333     IF NOT WS-IMAGE-EOF
019334         MOVE KEEP-REGISTER-RECORD        TO WS-DUPKEEP-RECORD
019335     END-IF.
019336 4710-EXIT.
019337     EXIT.
019338*================================================================
019339*  4720-REKEY-ONE-KEEP-PAIR - EITHER KEY THE CONTACT HAS HELD
019340*  BECOMES THE PLACEHOLDER KEY, AND THE PAIR IS PUT BACK IN
019341*  ORDER SO THE LOWER KEY STILL COMES FIRST.  WRITE THE PAIR TO
019342*  THE WORK FILE AND READ THE NEXT.
019343*================================================================
019344 4720-REKEY-ONE-KEEP-PAIR.
019345     SET WS-RECORD-NOT-MASKED             TO TRUE.
019346     MOVE SPACES                          TO WS-EMAIL-CHK.
019347     MOVE WS-DUPKEEP-LASTNAME-1
019348         TO WS-ALIAS-CHK-LASTNAME.
019349     MOVE WS-DUPKEEP-FIRSTNAME-1
019350         TO WS-ALIAS-CHK-FIRSTNAME.
019351     PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT.
019352     IF WS-IMAGE-MATCHED
019353         MOVE WS-PLACEHOLDER-KEY          TO WS-DUPKEEP-KEY-1
019354         SET WS-RECORD-MASKED             TO TRUE
019355     END-IF.
019356     MOVE WS-DUPKEEP-LASTNAME-2
019357         TO WS-ALIAS-CHK-LASTNAME.
019358     MOVE WS-DUPKEEP-FIRSTNAME-2
019359         TO WS-ALIAS-CHK-FIRSTNAME.
019360     PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT.
019361     IF WS-IMAGE-MATCHED
019362         MOVE WS-PLACEHOLDER-KEY          TO WS-DUPKEEP-KEY-2
019363         SET WS-RECORD-MASKED             TO TRUE
019364     END-IF.
019365     IF WS-RECORD-MASKED
019366         ADD 1 TO WS-FILE-MASKED-COUNT
019367         IF WS-DUPKEEP-KEY-1 > WS-DUPKEEP-KEY-2
019368             MOVE WS-DUPKEEP-KEY-1        TO WS-KEEP-HOLD-KEY
019369             MOVE WS-DUPKEEP-KEY-2        TO WS-DUPKEEP-KEY-1
019370             MOVE WS-KEEP-HOLD-KEY        TO WS-DUPKEEP-KEY-2
019371         END-IF
019372     END-IF.
019373     MOVE WS-DUPKEEP-RECORD
019374         TO ERASE-WORK-KEEP-RECORD.
019375     WRITE ERASE-WORK-KEEP-RECORD.
019376     IF NOT WS-WORK-OK
019377         DISPLAY "LAB01ERA: ERROR WRITING ERAWORK, STATUS = "
019378             WS-WORK-STATUS
019379         SET WS-COPY-FAILED               TO TRUE
019380     ELSE
019381         PERFORM 4710-READ-KEEP-PAIR THRU 4710-EXIT
019382     END-IF.
019383 4720-EXIT.
019384     EXIT.
019385*================================================================
019386*  4750-COPY-KEEP-BACK - COPY THE RE-KEYED WORK FILE BACK OVER
019387*  THE KEEP-BOTH REGISTER, PAIR FOR PAIR
019388*================================================================
019389 4750-COPY-KEEP-BACK.
019390     OPEN INPUT ERASE-WORK-FILE.
019391     IF NOT WS-WORK-OK
019392         DISPLAY "LAB01ERA: UNABLE TO REOPEN ERAWORK, STATUS = "
019393             WS-WORK-STATUS
019394         SET WS-COPY-FAILED               TO TRUE
019395     ELSE
019396         OPEN OUTPUT KEEP-REGISTER-FILE
019397         IF NOT WS-GEN-FILE-OK
019398             DISPLAY "LAB01ERA: UNABLE TO OPEN " WS-GEN-FILE-NAME
019399                 " FOR OUTPUT, STATUS = " WS-GEN-FILE-STATUS
019400             SET WS-COPY-FAILED           TO TRUE
019401         ELSE
019402             SET WS-IMAGE-NOT-EOF         TO TRUE
019403             PERFORM 4760-READ-WORK-KEEP THRU 4760-EXIT
019404             PERFORM 4770-COPY-ONE-KEEP-PAIR THRU 4770-EXIT
019405                 UNTIL WS-IMAGE-EOF
019406                    OR WS-COPY-FAILED
019407             CLOSE KEEP-REGISTER-FILE
019408             IF WS-COPY-FAILED
019409                 DISPLAY "LAB01ERA: " WS-GEN-FILE-NAME
019410                     " IS INCOMPLETE - RESTORE IT FROM ERAWORK"
019411             END-IF
019412         END-IF
019413         CLOSE ERASE-WORK-FILE
019414     END-IF.
019415 4750-EXIT.
019416     EXIT.
019417*================================================================
019418*  4760-READ-WORK-KEEP - READ THE NEXT RE-KEYED PAIR
019419*================================================================
019420 4760-READ-WORK-KEEP.
019421     READ ERASE-WORK-FILE
019422         AT END
019423             SET WS-IMAGE-EOF TO TRUE
019424     END-READ.
019425 4760-EXIT.
019426     EXIT.
019427*================================================================
019428*  4770-COPY-ONE-KEEP-PAIR - WRITE ONE PAIR BACK AND READ THE
019429*  NEXT
019430*================================================================
019431 4770-COPY-ONE-KEEP-PAIR.
019432     MOVE ERASE-WORK-KEEP-RECORD          TO KEEP-REGISTER-RECORD.
019433     WRITE KEEP-REGISTER-RECORD.
019434     IF NOT WS-GEN-FILE-OK
019435         DISPLAY "LAB01ERA: ERROR WRITING " WS-GEN-FILE-NAME
019436             ", STATUS = " WS-GEN-FILE-STATUS
019437         SET WS-COPY-FAILED               TO TRUE
019438     ELSE
019439         PERFORM 4760-READ-WORK-KEEP THRU 4760-EXIT
019440     END-IF.
019441 4770-EXIT.
019442     EXIT.
019443*================================================================
019444*  4800-DROP-HELD-TRANSACTIONS - COPY THE HELD TRANSACTIONS TO
019445*  THE WORK FILE LEAVING OUT EVERY ONE FOR THE CONTACT, SO
019446*  NOTHING IS APPLIED TO IT WHEN ITS DATE COMES, THEN COPY THE
019447*  REST BACK - THE SAME RULES AS 4200
019448*================================================================
019449 4800-DROP-HELD-TRANSACTIONS.
019450     MOVE "CONTACTH"                      TO WS-GEN-FILE-NAME.
019451     MOVE "CONTACTH"                      TO WS-CERT-CHK-NAME.
019452     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
019453     MOVE SPACES                          TO WS-CERT-CHK-RESULT.
019454     SET WS-COPY-NOT-FAILED               TO TRUE.
019455     OPEN INPUT PENDING-TXN-FILE.
019456     IF NOT WS-GEN-FILE-OK
019457         PERFORM 7300-SET-OPEN-FAILED-RESULT THRU 7300-EXIT
019458     ELSE
019459         OPEN OUTPUT ERASE-WORK-FILE
019460         IF NOT WS-WORK-OK
019461             DISPLAY "LAB01ERA: UNABLE TO OPEN ERAWORK, "
019462                 "STATUS = " WS-WORK-STATUS
019463             SET WS-COPY-FAILED           TO TRUE
019464         ELSE
019465             SET WS-IMAGE-NOT-EOF         TO TRUE
019466             PERFORM 4810-READ-HELD-TXN THRU 4810-EXIT
019467             PERFORM 4820-CHECK-ONE-HELD-TXN THRU 4820-EXIT
019468                 UNTIL WS-IMAGE-EOF
019469                    OR WS-COPY-FAILED
019470             CLOSE ERASE-WORK-FILE
019471         END-IF
019472         CLOSE PENDING-TXN-FILE
019473         IF WS-COPY-NOT-FAILED
019474             AND WS-FILE-MASKED-COUNT > ZERO
019475             PERFORM 4850-COPY-HELD-BACK THRU 4850-EXIT
019476         END-IF
019477         PERFORM 7400-SET-COPY-RESULT THRU 7400-EXIT
019478         IF WS-COPY-NOT-FAILED
019479             AND WS-FILE-MASKED-COUNT > ZERO
019480             MOVE "HELD ENTRIES DROPPED"  TO WS-CERT-CHK-RESULT
019481         END-IF
019482     END-IF.
019483     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
019484 4800-EXIT.
019485     EXIT.
019486*================================================================
019487*  4810-READ-HELD-TXN - READ THE NEXT HELD TRANSACTION INTO THE
019488*  WORKING AREA
019489*================================================================
019490 4810-READ-HELD-TXN.
019491     READ PENDING-TXN-FILE
019492         AT END
019493             SET WS-IMAGE-EOF TO TRUE
019494     END-READ.
019495     IF NOT WS-IMAGE-EOF
019496         MOVE PENDING-TXN-RECORD          TO WS-TRANSACTION
019497     END-IF.
019498 4810-EXIT.
019499     EXIT.
019500*================================================================
019501*  4820-CHECK-ONE-HELD-TXN - A TRANSACTION IS THE CONTACT'S WHEN
019502*  ITS KEY OR NEW KEY IS ONE THE CONTACT HAS HELD OR ITS EMAIL
019503*  IS ONE BEING ERASED.  THE CONTACT'S ARE COUNTED AND DROPPED,
019504*  EVERY OTHER ONE GOES TO THE WORK FILE; THEN READ THE NEXT.
019505*================================================================
019506 4820-CHECK-ONE-HELD-TXN.
019507     MOVE WS-TXN-LASTNAME
019508         TO WS-ALIAS-CHK-LASTNAME.
019509     MOVE WS-TXN-FIRSTNAME
019510         TO WS-ALIAS-CHK-FIRSTNAME.
019511     MOVE WS-TXN-EMAIL                    TO WS-EMAIL-CHK.
019512     PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT.
019513     IF WS-IMAGE-NOT-MATCHED
019514         MOVE WS-TXN-NEW-LASTNAME         TO WS-ALIAS-CHK-LASTNAME
019515         MOVE WS-TXN-NEW-FIRSTNAME       TO WS-ALIAS-CHK-FIRSTNAME
019516         MOVE SPACES                      TO WS-EMAIL-CHK
019517         PERFORM 3800-MATCH-IMAGE THRU 3800-EXIT
019518     END-IF.
019519     IF WS-IMAGE-MATCHED
019520         ADD 1 TO WS-FILE-MASKED-COUNT
019521     ELSE
019522         MOVE WS-TRANSACTION
019523             TO ERASE-WORK-HELD-RECORD
019524         WRITE ERASE-WORK-HELD-RECORD
019525         IF NOT WS-WORK-OK
019526             DISPLAY "LAB01ERA: ERROR WRITING ERAWORK, STATUS = "
019527                 WS-WORK-STATUS
019528             SET WS-COPY-FAILED           TO TRUE
019529         END-IF
019530     END-IF.
019531     IF WS-COPY-NOT-FAILED
019532         PERFORM 4810-READ-HELD-TXN THRU 4810-EXIT
019533     END-IF.
019534 4820-EXIT.
019535     EXIT.
019536*================================================================
019537*  4850-COPY-HELD-BACK - COPY THE REMAINING TRANSACTIONS BACK
019538*  OVER THE HELD FILE
019539*================================================================
019540 4850-COPY-HELD-BACK.
019541     OPEN INPUT ERASE-WORK-FILE.
019542     IF NOT WS-WORK-OK
019543         DISPLAY "LAB01ERA: UNABLE TO REOPEN ERAWORK, STATUS = "
019544             WS-WORK-STATUS
019545         SET WS-COPY-FAILED               TO TRUE
019546     ELSE
019547         OPEN OUTPUT PENDING-TXN-FILE
019548         IF NOT WS-GEN-FILE-OK
019549             DISPLAY "LAB01ERA: UNABLE TO OPEN " WS-GEN-FILE-NAME
019550                 " FOR OUTPUT, STATUS = " WS-GEN-FILE-STATUS
019551             SET WS-COPY-FAILED           TO TRUE
019552         ELSE
019553             SET WS-IMAGE-NOT-EOF         TO TRUE
019554             PERFORM 4860-READ-WORK-HELD THRU 4860-EXIT
019555             PERFORM 4870-COPY-ONE-HELD-TXN THRU 4870-EXIT
019556                 UNTIL WS-IMAGE-EOF
019557                    OR WS-COPY-FAILED
019558             CLOSE PENDING-TXN-FILE
019559             IF WS-COPY-FAILED
019560                 DISPLAY "LAB01ERA: " WS-GEN-FILE-NAME
019561                     " IS INCOMPLETE - RESTORE IT FROM ERAWORK"
019562             END-IF
019563         END-IF
019564         CLOSE ERASE-WORK-FILE
019565     END-IF.
019566 4850-EXIT.
019567     EXIT.
019568*================================================================
019569*  4860-READ-WORK-HELD - READ THE NEXT REMAINING TRANSACTION
019570*================================================================
019571 4860-READ-WORK-HELD.
019572     READ ERASE-WORK-FILE
019573         AT END
019574             SET WS-IMAGE-EOF TO TRUE
019575     END-READ.
019576 4860-EXIT.
019577     EXIT.
019578*================================================================
019579*  4870-COPY-ONE-HELD-TXN - WRITE ONE TRANSACTION BACK AND READ
019580*  THE NEXT
019581*================================================================
019582 4870-COPY-ONE-HELD-TXN.
019583     MOVE ERASE-WORK-HELD-RECORD          TO PENDING-TXN-RECORD.
019584     WRITE PENDING-TXN-RECORD.
019585     IF NOT WS-GEN-FILE-OK
019586         DISPLAY "LAB01ERA: ERROR WRITING " WS-GEN-FILE-NAME
019587             ", STATUS = " WS-GEN-FILE-STATUS
019588         SET WS-COPY-FAILED               TO TRUE
019589     ELSE
019590         PERFORM 4860-READ-WORK-HELD THRU 4860-EXIT
019591     END-IF.
019592 4870-EXIT.
019593     EXIT.
019594*================================================================
019595*  5000-SET-MARKERS - A DO-NOT-RE-ADD MARKER FOR EVERY EMAIL
019596*  ERASED, SO LAB01IMP DROPS IT IF THE CRM SENDS IT AGAIN.  AN
019597*  ADDRESS ALREADY MARKED BY AN EARLIER REQUEST IS LEFT AS IT
019598*  IS.
019599*================================================================
019600 5000-SET-MARKERS.
019601     MOVE "NOREADD"                       TO WS-CERT-CHK-NAME.
019602     MOVE ZERO                            TO WS-FILE-MASKED-COUNT.
019603     IF WS-NOREADD-OPEN
019604         MOVE SPACES                      TO WS-CERT-CHK-RESULT
019605         IF WS-MATCH-EMAIL-1 NOT = SPACES
019606             MOVE WS-MATCH-EMAIL-1        TO WS-EMAIL-CHK
019607             PERFORM 5100-SET-ONE-MARKER THRU 5100-EXIT
019608         END-IF
019609         IF WS-MATCH-EMAIL-2 NOT = SPACES
019610             MOVE WS-MATCH-EMAIL-2        TO WS-EMAIL-CHK
019611             PERFORM 5100-SET-ONE-MARKER THRU 5100-EXIT
019612         END-IF
019613         IF WS-CERT-CHK-RESULT = SPACES
019614             IF WS-FILE-MASKED-COUNT > ZERO
019615                 MOVE "MARKER SET"        TO WS-CERT-CHK-RESULT
019616             ELSE
019617                 MOVE "NO EMAIL TO MARK"  TO WS-CERT-CHK-RESULT
019618             END-IF
019619         END-IF
019620     ELSE
019621         MOVE "FILE NOT OPEN"             TO WS-CERT-CHK-RESULT
019622         ADD 1 TO WS-REQ-ERROR-COUNT
019623     END-IF.
019624     PERFORM 7000-ADD-CERT-ENTRY THRU 7000-EXIT.
019625 5000-EXIT.
019626     EXIT.
019627*================================================================
019628*  5100-SET-ONE-MARKER - WRITE THE MARKER FOR ONE EMAIL
019629*================================================================
019630 5100-SET-ONE-MARKER.
019631     MOVE SPACES                          TO NR-NOREADD-RECORD.
019632     MOVE WS-EMAIL-CHK                    TO NR-NOREADD-EMAIL.
019633     MOVE WS-RUN-DATE
019634         TO NR-NOREADD-ERASED-DATE.
019635     MOVE ER-REQUEST-ID
019636         TO NR-NOREADD-REQUEST-ID.
019637     WRITE NR-NOREADD-RECORD
019638         INVALID KEY
019639             IF WS-NOREADD-ALREADY-SET
019640                 IF WS-CERT-CHK-RESULT = SPACES
019641                     MOVE "ALREADY MARKED"
019642                         TO WS-CERT-CHK-RESULT
019643                 END-IF
019644             ELSE
019645                 DISPLAY "LAB01ERA: REQUEST " ER-REQUEST-ID
019646                     " - MARKER WRITE FAILED, STATUS = "
019650                     WS-NOREADD-STATUS
019660                 MOVE "ERROR - INCOMPLETE"
019670                     TO WS-CERT-CHK-RESULT
019680                 ADD 1 TO WS-REQ-ERROR-COUNT
019690             END-IF
019700         NOT INVALID KEY
019710             ADD 1 TO WS-FILE-MASKED-COUNT
019720     END-WRITE.
019730 5100-EXIT.
019740     EXIT.
019750*================================================================
019760*  6000-WRITE-CERTIFICATE - THE COMPLETION CERTIFICATE: THE
019770*  REQUEST ID AND DATES, THE PLACEHOLDER KEY, ONE LINE PER FILE
019780*  SWEPT, THE TOTAL, AND WHETHER THE ERASURE IS COMPLETE.  EACH
019790*  LINE IS FILED ON ERASECRT AND DISPLAYED.
019800*================================================================
019810 6000-WRITE-CERTIFICATE.
019820     MOVE WS-CRT-RULE-LINE                TO CERTIFICATE-RECORD.
019830     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
019840     MOVE WS-CRT-TITLE-LINE               TO CERTIFICATE-RECORD.
019850     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
019860     MOVE WS-CRT-SPACE-LINE               TO CERTIFICATE-RECORD.
019870     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
019880     MOVE ER-REQUEST-ID
019890         TO WS-CRT-REQUEST-ID-OUT.
019900     MOVE ER-RECEIVED-DATE                TO WS-CRT-RECEIVED-OUT.
019910     MOVE WS-RUN-DATE                     TO WS-CRT-COMPLETED-OUT.
019920     MOVE WS-CRT-REQUEST-LINE             TO CERTIFICATE-RECORD.
019930     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
019940     MOVE WS-PLACEHOLDER-LASTNAME
019950         TO WS-CRT-PLACE-LASTNAME-OUT.
019960     MOVE WS-PLACEHOLDER-FIRSTNAME
019970         TO WS-CRT-PLACE-FIRSTNAME-OUT.
019980     MOVE WS-CRT-PLACEHOLDER-LINE         TO CERTIFICATE-RECORD.
019990     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020000     MOVE WS-CRT-SPACE-LINE               TO CERTIFICATE-RECORD.
020010     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020020     MOVE WS-CRT-HEADER-LINE              TO CERTIFICATE-RECORD.
020030     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020040     PERFORM 6100-PUT-ONE-FILE-LINE THRU 6100-EXIT
020050         VARYING WS-CERT-SUB FROM 1 BY 1
020060         UNTIL WS-CERT-SUB > WS-CERT-COUNT.
020070     MOVE WS-CRT-SPACE-LINE               TO CERTIFICATE-RECORD.
020080     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020090     MOVE WS-REQ-MASKED-COUNT             TO WS-CRT-TOTAL-OUT.
020100     MOVE WS-CRT-TOTAL-LINE               TO CERTIFICATE-RECORD.
020110     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020120     IF WS-REQ-ERROR-COUNT = ZERO
020130         MOVE "ERASURE COMPLETE"          TO WS-CRT-STATUS-OUT
020140         MOVE ZERO                        TO WS-CRT-ERRORS-OUT
020150         ADD 1 TO WS-RC-COMPLETE-COUNT
020160     ELSE
020170         MOVE "ERASURE INCOMPLETE - RERUN AFTER ERRORS:"
020180             TO WS-CRT-STATUS-OUT
020190         MOVE WS-REQ-ERROR-COUNT          TO WS-CRT-ERRORS-OUT
020200         ADD 1 TO WS-RC-INCOMPLETE-COUNT
020210     END-IF.
020220     MOVE WS-CRT-STATUS-LINE              TO CERTIFICATE-RECORD.
020230     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020240     MOVE WS-CRT-RULE-LINE                TO CERTIFICATE-RECORD.
020250     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020260     ADD WS-REQ-MASKED-COUNT              TO WS-RC-MASKED-COUNT.
020270 6000-EXIT.
020280     EXIT.
020290*================================================================
020300*  6100-PUT-ONE-FILE-LINE - ONE CERTIFICATE LINE FOR ONE FILE
020310*================================================================
020320 6100-PUT-ONE-FILE-LINE.
020330     MOVE WS-CERT-FILE-NAME(WS-CERT-SUB)  TO WS-CRT-FILE-OUT.
020340     MOVE WS-CERT-MASKED(WS-CERT-SUB)     TO WS-CRT-MASKED-OUT.
020350     MOVE WS-CERT-RESULT(WS-CERT-SUB)     TO WS-CRT-RESULT-OUT.
020360     MOVE WS-CRT-DETAIL-LINE              TO CERTIFICATE-RECORD.
020370     PERFORM 6900-PUT-CERTIFICATE-LINE THRU 6900-EXIT.
020380 6100-EXIT.
020390     EXIT.
020400*================================================================
020410*  6900-PUT-CERTIFICATE-LINE - FILE ONE LINE AND DISPLAY IT
020420*================================================================
020430 6900-PUT-CERTIFICATE-LINE.
020440     DISPLAY CERTIFICATE-RECORD.
020450     IF WS-CERT-OPEN
020460         WRITE CERTIFICATE-RECORD
020470         IF NOT WS-CERT-OK
020480             DISPLAY "LAB01ERA: ERROR WRITING ERASECRT, "
020490                 "STATUS = " WS-CERT-STATUS
020500         END-IF
020510     END-IF.
020520 6900-EXIT.
020530     EXIT.
020540*================================================================
020550*  7000-ADD-CERT-ENTRY - RECORD THE FILE JUST SWEPT, ITS MASKED
020560*  COUNT, AND HOW THE SWEEP ENDED FOR THE CERTIFICATE
020570*================================================================
020580 7000-ADD-CERT-ENTRY.
020590     ADD WS-FILE-MASKED-COUNT             TO WS-REQ-MASKED-COUNT.
020600     IF WS-CERT-COUNT < 70
020610         ADD 1 TO WS-CERT-COUNT
020620         MOVE WS-CERT-CHK-NAME
020630             TO WS-CERT-FILE-NAME(WS-CERT-COUNT)
020640         MOVE WS-FILE-MASKED-COUNT
020650             TO WS-CERT-MASKED(WS-CERT-COUNT)
020660         MOVE WS-CERT-CHK-RESULT
020670             TO WS-CERT-RESULT(WS-CERT-COUNT)
020680     END-IF.
020690 7000-EXIT.
020700     EXIT.
020710*================================================================
020720*  7100-SET-SWEEP-RESULT - A KEYED FILE SWEPT WITHOUT ERROR
020730*  SAYS WHETHER IT HELD ANYTHING
020740*================================================================
020750 7100-SET-SWEEP-RESULT.
020760     IF WS-CERT-CHK-RESULT = SPACES
020770         IF WS-FILE-MASKED-COUNT > ZERO
020780             MOVE "MOVED TO PLACEHOLDER"  TO WS-CERT-CHK-RESULT
020790         ELSE
020800             MOVE "NONE FOUND"            TO WS-CERT-CHK-RESULT
020810         END-IF
020820     END-IF.
020830 7100-EXIT.
020840     EXIT.
020850*================================================================
020860*  7200-SET-NOT-OPEN-RESULT - A CHILD FILE THAT DOES NOT EXIST
020870*  HOLDS NOTHING; ONE THAT EXISTS BUT WOULD NOT OPEN LEAVES THE
020880*  REQUEST INCOMPLETE
020890*================================================================
020900 7200-SET-NOT-OPEN-RESULT.
020910     EVALUATE WS-CERT-CHK-NAME
020920         WHEN "CONTACTT"
020930             IF WS-NOTE-FILE-MISSING
020940                 MOVE "FILE NOT ON HAND"  TO WS-CERT-CHK-RESULT
020950             ELSE
020960                 MOVE "FILE NOT OPEN"     TO WS-CERT-CHK-RESULT
020970             END-IF
020980         WHEN "CONTACTS"
020990             IF WS-MEMBER-FILE-MISSING
021000                 MOVE "FILE NOT ON HAND"  TO WS-CERT-CHK-RESULT
021010             ELSE
021020                 MOVE "FILE NOT OPEN"     TO WS-CERT-CHK-RESULT
021030             END-IF
021040         WHEN "CONSENT"
021050             IF WS-CONSENT-FILE-MISSING
021060                 MOVE "FILE NOT ON HAND"  TO WS-CERT-CHK-RESULT
021070             ELSE
021080                 MOVE "FILE NOT OPEN"     TO WS-CERT-CHK-RESULT
021090             END-IF
021100         WHEN OTHER
021110             IF WS-SEND-FILE-MISSING
021120                 MOVE "FILE NOT ON HAND"  TO WS-CERT-CHK-RESULT
021130             ELSE
021140                 MOVE "FILE NOT OPEN"     TO WS-CERT-CHK-RESULT
021150             END-IF
021160     END-EVALUATE.
021170     IF WS-CERT-CHK-RESULT = "FILE NOT OPEN"
021180         ADD 1 TO WS-REQ-ERROR-COUNT
021190     END-IF.
021200 7200-EXIT.
021210     EXIT.
021220*================================================================
021230*  7300-SET-OPEN-FAILED-RESULT - A GENERATION NAMED ON ITS LIST
021240*  BUT NO LONGER ON DISK (LAB01 EMPTIES AND DROPS THE OLDEST
021250*  BACKUP), OR A QUEUE OR REGISTER NEVER YET WRITTEN, HOLDS
021260*  NOTHING; ANY OTHER OPEN FAILURE LEAVES THE REQUEST INCOMPLETE
021270*================================================================
021280 7300-SET-OPEN-FAILED-RESULT.
021290     IF WS-GEN-FILE-MISSING
021300         MOVE "FILE NOT ON HAND"          TO WS-CERT-CHK-RESULT
021310     ELSE
021320         DISPLAY "LAB01ERA: UNABLE TO OPEN " WS-GEN-FILE-NAME
021330             ", STATUS = " WS-GEN-FILE-STATUS
021340         MOVE "FILE NOT OPEN"             TO WS-CERT-CHK-RESULT
021350         ADD 1 TO WS-REQ-ERROR-COUNT
021360     END-IF.
021370 7300-EXIT.
021380     EXIT.
021390*================================================================
021400*  7400-SET-COPY-RESULT - HOW THE SWEEP OF A GENERATION ENDED.
021410*  A FAILED SWEEP MASKED NOTHING THAT STUCK, SO ITS COUNT IS
021420*  TAKEN BACK TO ZERO.
021430*================================================================
021440 7400-SET-COPY-RESULT.
021450     IF WS-COPY-FAILED
021460         MOVE ZERO                        TO WS-FILE-MASKED-COUNT
021470         MOVE "ERROR - NOT CHANGED"       TO WS-CERT-CHK-RESULT
021480         ADD 1 TO WS-REQ-ERROR-COUNT
021490     ELSE
021500         IF WS-FILE-MASKED-COUNT > ZERO
021510             MOVE "MASKED IN PLACE"       TO WS-CERT-CHK-RESULT
021520         ELSE
021530             MOVE "NONE FOUND"            TO WS-CERT-CHK-RESULT
021540         END-IF
021550     END-IF.
021560 7400-EXIT.
021570     EXIT.
021580*================================================================
021590*  8000-PRINT-SUMMARY - REQUESTS READ, COMPLETED, LEFT
021600*  INCOMPLETE, AND REJECTED, AND THE RECORDS MASKED
021610*================================================================
021620 8000-PRINT-SUMMARY.
021630     DISPLAY WS-ERA-SPACE-LINE.
021640     DISPLAY WS-ERA-TITLE-LINE.
021650     DISPLAY WS-ERA-SPACE-LINE.
021660     MOVE "REQUESTS READ:              "
021670         TO WS-ERA-SUMMARY-LABEL.
021680     MOVE WS-RC-REQUEST-COUNT             TO WS-ERA-SUMMARY-OUT.
021690     DISPLAY WS-ERA-SUMMARY-LINE.
021700     MOVE "ERASURES COMPLETE:          "
021710         TO WS-ERA-SUMMARY-LABEL.
021720     MOVE WS-RC-COMPLETE-COUNT            TO WS-ERA-SUMMARY-OUT.
021730     DISPLAY WS-ERA-SUMMARY-LINE.
021740     MOVE "ERASURES INCOMPLETE:        "
021750         TO WS-ERA-SUMMARY-LABEL.
021760     MOVE WS-RC-INCOMPLETE-COUNT          TO WS-ERA-SUMMARY-OUT.
021770     DISPLAY WS-ERA-SUMMARY-LINE.
021780     MOVE "REQUESTS REJECTED:          "
021790         TO WS-ERA-SUMMARY-LABEL.
021800     MOVE WS-RC-REJECT-COUNT              TO WS-ERA-SUMMARY-OUT.
021810     DISPLAY WS-ERA-SUMMARY-LINE.
021819     MOVE "RECORDS MASKED OR SET:      "
021830         TO WS-ERA-SUMMARY-LABEL.
021840     MOVE WS-RC-MASKED-COUNT              TO WS-ERA-SUMMARY-OUT.
021850     DISPLAY WS-ERA-SUMMARY-LINE.
021860 8000-EXIT.
021870     EXIT.
021880*================================================================
021890*  9000-TERMINATE - CLOSE WHATEVER THE INITIALIZE OPENED
021900*================================================================
021910 9000-TERMINATE.
021920     IF WS-MASTER-OPEN
021930         CLOSE CONTACT-MASTER-FILE
021940     END-IF.
021950     IF WS-NOTE-FILE-OPEN
021960         CLOSE CONTACT-NOTE-FILE
021970     END-IF.
021980     IF WS-MEMBER-FILE-OPEN
021990         CLOSE LIST-MEMBER-FILE
022000     END-IF.
022010     IF WS-CONSENT-FILE-OPEN
022020         CLOSE CONSENT-FILE
022030     END-IF.
022040     IF WS-SEND-FILE-OPEN
022050         CLOSE SEND-HISTORY-FILE
022060     END-IF.
022070     IF WS-NOREADD-OPEN
022080         CLOSE NO-READD-FILE
022090     END-IF.
022100     IF WS-CERT-OPEN
022110         CLOSE CERTIFICATE-FILE
022120     END-IF.
022130 9000-EXIT.
022140     EXIT.
022150 END PROGRAM LAB01ERA.
