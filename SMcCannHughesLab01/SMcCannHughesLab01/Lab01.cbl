001349*                   PENDING FILE UNTOUCHED, SO A HELD
001350*                   TRANSACTION CANNOT BE DROPPED BY A
001351*                   HALF-DONE PASS.
001352*  2026-10-15 SMH   EVERY AUDIT RECORD NOW CARRIES THE BATCH ID
001353*                   AND SUBMITTING OPERATOR OF ITS TRANSACTION,
001354*                   AND EACH BATCH'S ROW ON THE BATCH REGISTER IS
001355*                   STAMPED WITH THE DATE IT WAS APPLIED (366).
001356*  2026-10-15 SMH   ADDED THE P (CONSENT) TRANSACTION - 355
001357*                   FILES THE CONTACT'S CONSENT RECORD ON THE
001358*                   NEW CONSENT FILE (ADDED OR REPLACED) AND
001359*                   AUDITS IT WITH THE PRIOR AND NEW CONSENT IN
001360*                   THE AUDIT RECORD'S CONSENT IMAGES.  A RENAME
001361*                   NOW CARRIES THE CONSENT RECORD TO THE NEW
001362*                   KEY WITH THE MEMBERSHIPS AND NOTES (343).
001363*  2026-10-15 SMH   A RENAME NOW ALSO CARRIES THE CONTACT'S
001364*                   CAMPAIGN SEND HISTORY (SENDHIST, WRITTEN BY
001365*                   LAB01LEX) TO THE NEW KEY (344).
001366*  2026-10-15 SMH   ADDED THE ORGANIZATION MASTER (ORGMAST) AND
001367*                   THE O/M/X TRANSACTIONS THAT OPEN, CHANGE, AND
001368*                   CLOSE AN ORGANIZATION (380-386).  CLOSING ONE
001369*                   DEACTIVATES EVERY ACTIVE CONTACT THAT WORKS
001370*                   FOR IT IN THE SAME RUN, EACH WITH ITS OWN D
001371*                   AUDIT RECORD.  ORGANIZATION CHANGES ARE
001372*                   AUDITED AS CODE O.  AN ADD OR CHANGE NOW
001373*                   CARRIES THE CONTACT'S ORGANIZATION ID, AND
001374*                   AN ADD FOR AN ORGANIZATION ALREADY CLOSED
001375*                   GOES ON INACTIVE.
001376*  2026-10-15 SMH   A BATCH REGISTER THAT FAILS TO OPEN (OTHER
001377*                   THAN NOT BEING THERE) OR TO TAKE AN APPLIED
001378*                   DATE STAMP NOW LOGS A RUN-CONTROL ERROR LINE.
001379*================================================================
001380 
001381 ENVIRONMENT DIVISION.
001382 CONFIGURATION SECTION.
001383 SOURCE-COMPUTER.         GENERIC-PC.
001384 OBJECT-COMPUTER.         GENERIC-PC.
001385 INPUT-OUTPUT SECTION.
001386 FILE-CONTROL.
001390*----------------------------------------------------------------
001400*   CONTACT-MASTER-FILE - INDEXED, KEYED ON LAST NAME + FIRST
001410*   NAME.  REPLACES THE HARD-CODED MOVE STATEMENTS THIS PROGRAM
002906         FILE STATUS IS      WS-NOTE-FILE-STATUS.
002907
002908*----------------------------------------------------------------
002909*   BATCH-REGISTER-FILE - ONE ROW PER BATCH, WRITTEN BY LAB01EDT
002910*   AND KEYED ON THE BATCH ID.  366 STAMPS THE DATE EACH BATCH
002911*   IS APPLIED.
002912*----------------------------------------------------------------
002913     SELECT BATCH-REGISTER-FILE
002914         ASSIGN TO           "BATCHREG"
002915         ORGANIZATION IS     INDEXED
002916         ACCESS MODE IS      DYNAMIC
002917         RECORD KEY IS       BR-BATCH-ID
002918         FILE STATUS IS      WS-BATCHREG-STATUS.
002919*----------------------------------------------------------------
002920*   CONSENT-FILE - ONE ANTI-SPAM CONSENT RECORD PER CONTACT,
002921*   INDEXED, KEYED ON THE CONTACT KEY.  MAINTAINED BY THE P
002922*   TRANSACTIONS IN 355, SWEPT BY LAB01CNS AND CHECKED BY THE
002923*   LAB01LEX CAMPAIGN EXPORT.
002924*----------------------------------------------------------------
002925     SELECT CONSENT-FILE
002926         ASSIGN TO           "CONSENT"
002927         ORGANIZATION IS     INDEXED
002928         ACCESS MODE IS      DYNAMIC
002929         RECORD KEY IS       CN-CONSENT-KEY
002930         FILE STATUS IS      WS-CONSENT-FILE-STATUS.
002931*----------------------------------------------------------------
002932*   SEND-HISTORY-FILE - ONE ROW PER CAMPAIGN SEND, WRITTEN BY
002933*   LAB01LEX, KEYED ON THE CONTACT KEY + SEND DATE + LIST CODE.
002934*   A RENAME CARRIES THE CONTACT'S ROWS TO THE NEW KEY (344).
002935*----------------------------------------------------------------
002936     SELECT SEND-HISTORY-FILE
002937         ASSIGN TO           "SENDHIST"
002938         ORGANIZATION IS     INDEXED
002939         ACCESS MODE IS      DYNAMIC
002940         RECORD KEY IS       SH-SEND-KEY
002941         FILE STATUS IS      WS-SEND-FILE-STATUS.
002942*----------------------------------------------------------------
002943*   ORGANIZATION-FILE - ONE ROW PER VENDOR OR CLIENT COMPANY,
002944*   INDEXED, KEYED ON THE ORGANIZATION ID.  MAINTAINED BY THE
002945*   O/M/X TRANSACTIONS IN 380-386.
002946*----------------------------------------------------------------
002947     SELECT ORGANIZATION-FILE
002948         ASSIGN TO           "ORGMAST"
002949         ORGANIZATION IS     INDEXED
002950         ACCESS MODE IS      DYNAMIC
002951         RECORD KEY IS       OG-ORG-ID
002952         FILE STATUS IS      WS-ORG-FILE-STATUS.
002953*----------------------------------------------------------------
002954*   BACKUP-CONTROL-FILE - THE NAMES OF THE BACKUP GENERATIONS
002955*   ON HAND, OLDEST FIRST.  WHEN A NEW GENERATION PUSHES THE
002956*   COUNT PAST THREE, THE OLDEST FILE IS EMPTIED AND DROPPED
002957*   FROM THE LIST.
002958*----------------------------------------------------------------
002959     SELECT BACKUP-CONTROL-FILE
002960         ASSIGN TO           "CONTACTN"
002970         ORGANIZATION IS     LINE SEQUENTIAL
002980         FILE STATUS IS      WS-BKCTL-STATUS.
003182                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
003183                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
003184                   ==WS-LAST-BOUNCE-DATE==
003185                                BY ==CM-LAST-BOUNCE-DATE==
003186                   ==WS-ORGANIZATION-ID==
003187                                BY ==CM-ORGANIZATION-ID==.
003190 
003200 FD  EXCEPT-RPT-FILE
003210     LABEL RECORDS ARE STANDARD.
003407           ==WS-TXN-IS-RENAME==     BY ==TX-TXN-IS-RENAME==
003408           ==WS-TXN-IS-HEADER==     BY ==TX-TXN-IS-HEADER==
003409           ==WS-TXN-IS-NOTE==       BY ==TX-TXN-IS-NOTE==
003410           ==WS-TXN-IS-CONSENT==    BY ==TX-TXN-IS-CONSENT==
003411           ==WS-TXN-IS-ORG-ADD==    BY ==TX-TXN-IS-ORG-ADD==
003412           ==WS-TXN-IS-ORG-CHANGE== BY ==TX-TXN-IS-ORG-CHANGE==
003413           ==WS-TXN-IS-ORG-CLOSE==  BY ==TX-TXN-IS-ORG-CLOSE==
003414           ==WS-TXN-IS-ORGANIZATION==
003415                          BY ==TX-TXN-IS-ORGANIZATION==
003416           ==WS-TXN-CONTACT-KEY==   BY ==TX-TXN-CONTACT-KEY==
003420           ==WS-TXN-LASTNAME==      BY ==TX-TXN-LASTNAME==
003430           ==WS-TXN-FIRSTNAME==     BY ==TX-TXN-FIRSTNAME==
003440           ==WS-TXN-EMAIL==         BY ==TX-TXN-EMAIL==
003460           ==WS-TXN-CATEGORY==      BY ==TX-TXN-CATEGORY==
003470           ==WS-TXN-STREET==        BY ==TX-TXN-STREET==
003480           ==WS-TXN-CITY==          BY ==TX-TXN-CITY==
003481           ==WS-TXN-PROVINCE==      BY ==TX-TXN-PROVINCE==
003482           ==WS-TXN-POSTALCODE==    BY ==TX-TXN-POSTALCODE==
003483           ==WS-TXN-BATCH-ID==      BY ==TX-TXN-BATCH-ID==
003484           ==WS-TXN-OPERATOR==      BY ==TX-TXN-OPERATOR==
003485           ==WS-TXN-STATUS==        BY ==TX-TXN-STATUS==
003486           ==WS-TXN-LIST-CODE==     BY ==TX-TXN-LIST-CODE==
003487           ==WS-TXN-NEW-CONTACT-KEY==
003488                                BY ==TX-TXN-NEW-CONTACT-KEY==
003489           ==WS-TXN-NEW-LASTNAME==  BY ==TX-TXN-NEW-LASTNAME==
003490           ==WS-TXN-NEW-FIRSTNAME==
003491                                BY ==TX-TXN-NEW-FIRSTNAME==
003492           ==WS-TXN-EFFECTIVE-DATE==
003493                                BY ==TX-TXN-EFFECTIVE-DATE==
003494           ==WS-TXN-DEPARTMENT==    BY ==TX-TXN-DEPARTMENT==
003495           ==WS-TXN-OVERRIDE==      BY ==TX-TXN-OVERRIDE==
003496           ==WS-TXN-NOTE-TEXT==     BY ==TX-TXN-NOTE-TEXT==
003497           ==WS-TXN-ORG-DATA==      BY ==TX-TXN-ORG-DATA==
003498           ==WS-TXN-ORG-NAME==      BY ==TX-TXN-ORG-NAME==
003499           ==WS-TXN-ORG-ACCOUNT==   BY ==TX-TXN-ORG-ACCOUNT==
003500           ==WS-TXN-ORG-ID==        BY ==TX-TXN-ORG-ID==
003501           ==WS-TXN-CONSENT-DATA==
003502                                BY ==TX-TXN-CONSENT-DATA==
003503           ==WS-TXN-CONSENT-TYPE==
003504                                BY ==TX-TXN-CONSENT-TYPE==
003505           ==WS-TXN-CONSENT-SOURCE==
003506                                BY ==TX-TXN-CONSENT-SOURCE==
003507           ==WS-TXN-CONSENT-OBTAINED==
003508                                BY ==TX-TXN-CONSENT-OBTAINED==
003509           ==WS-TXN-CONSENT-EXPIRY==
003510                                BY ==TX-TXN-CONSENT-EXPIRY==.
003511
003512*----------------------------------------------------------------
003513*   PENDING-TXN-FILE RECORD - SAME TRANSACTION LAYOUT, HELD
003514*   UNTIL ITS EFFECTIVE DATE COMES DUE
003515*----------------------------------------------------------------
003516 FD  PENDING-TXN-FILE
003517     LABEL RECORDS ARE STANDARD.
003518     COPY CONTACTX
003519      REPLACING ==WS-TRANSACTION==  BY ==PD-TRANSACTION==
003520           ==WS-TXN-CODE==          BY ==PD-TXN-CODE==
003521           ==WS-TXN-IS-ADD==        BY ==PD-TXN-IS-ADD==
003522           ==WS-TXN-IS-CHANGE==     BY ==PD-TXN-IS-CHANGE==
003523           ==WS-TXN-IS-DELETE==     BY ==PD-TXN-IS-DELETE==
003524           ==WS-TXN-IS-SUBSCRIBE==  BY ==PD-TXN-IS-SUBSCRIBE==
003525           ==WS-TXN-IS-UNSUBSCRIBE==
003526                                    BY ==PD-TXN-IS-UNSUBSCRIBE==
003527           ==WS-TXN-IS-RENAME==     BY ==PD-TXN-IS-RENAME==
003528           ==WS-TXN-IS-HEADER==     BY ==PD-TXN-IS-HEADER==
003529           ==WS-TXN-IS-NOTE==       BY ==PD-TXN-IS-NOTE==
003530           ==WS-TXN-IS-CONSENT==    BY ==PD-TXN-IS-CONSENT==
003531           ==WS-TXN-IS-ORG-ADD==    BY ==PD-TXN-IS-ORG-ADD==
003532           ==WS-TXN-IS-ORG-CHANGE== BY ==PD-TXN-IS-ORG-CHANGE==
003533           ==WS-TXN-IS-ORG-CLOSE==  BY ==PD-TXN-IS-ORG-CLOSE==
003534           ==WS-TXN-IS-ORGANIZATION==
003541                          BY ==PD-TXN-IS-ORGANIZATION==
003542           ==WS-TXN-CONTACT-KEY==   BY ==PD-TXN-CONTACT-KEY==
003543           ==WS-TXN-LASTNAME==      BY ==PD-TXN-LASTNAME==
003544           ==WS-TXN-FIRSTNAME==     BY ==PD-TXN-FIRSTNAME==
003560                                BY ==PD-TXN-EFFECTIVE-DATE==
003561           ==WS-TXN-DEPARTMENT==    BY ==PD-TXN-DEPARTMENT==
003562           ==WS-TXN-OVERRIDE==      BY ==PD-TXN-OVERRIDE==
003563           ==WS-TXN-NOTE-TEXT==     BY ==PD-TXN-NOTE-TEXT==
003564           ==WS-TXN-ORG-DATA==      BY ==PD-TXN-ORG-DATA==
003565           ==WS-TXN-ORG-NAME==      BY ==PD-TXN-ORG-NAME==
003566           ==WS-TXN-ORG-ACCOUNT==   BY ==PD-TXN-ORG-ACCOUNT==
003567           ==WS-TXN-ORG-ID==        BY ==PD-TXN-ORG-ID==
003568           ==WS-TXN-CONSENT-DATA==
003569                                BY ==PD-TXN-CONSENT-DATA==
003570           ==WS-TXN-CONSENT-TYPE==
003571                                BY ==PD-TXN-CONSENT-TYPE==
003572           ==WS-TXN-CONSENT-SOURCE==
003573                                BY ==PD-TXN-CONSENT-SOURCE==
003574           ==WS-TXN-CONSENT-OBTAINED==
003575                                BY ==PD-TXN-CONSENT-OBTAINED==
003576           ==WS-TXN-CONSENT-EXPIRY==
003577                                BY ==PD-TXN-CONSENT-EXPIRY==
003578           ==WS-TXN-BATCH-ID==      BY ==PD-TXN-BATCH-ID==
003579           ==WS-TXN-OPERATOR==      BY ==PD-TXN-OPERATOR==.
003580
003581*----------------------------------------------------------------
003582*   PENDING-WORK-FILE RECORD - ONE FLAT TRANSACTION IMAGE
003583*----------------------------------------------------------------
003584 FD  PENDING-WORK-FILE
003585     LABEL RECORDS ARE STANDARD.
003586 01  PENDING-WORK-RECORD                   PIC X(236).
003587 
003588*----------------------------------------------------------------
003589*   DUPLICATE-RPT-FILE RECORD
003590*----------------------------------------------------------------
003591 FD  DUPLICATE-RPT-FILE
003592     LABEL RECORDS ARE STANDARD.
003593 01  DUPLICATE-RPT-RECORD.
003594     05  DUPL-FIRSTNAME                    PIC X(08).
003600     05  FILLER                            PIC X(01).
003610     05  DUPL-LASTNAME                     PIC X(10).
003620     05  FILLER                            PIC X(01).
003797           ==WS-TXN-IS-RENAME==     BY ==SR-TXN-IS-RENAME==
003798           ==WS-TXN-IS-HEADER==     BY ==SR-TXN-IS-HEADER==
003799           ==WS-TXN-IS-NOTE==       BY ==SR-TXN-IS-NOTE==
003800           ==WS-TXN-IS-CONSENT==    BY ==SR-TXN-IS-CONSENT==
003801           ==WS-TXN-IS-ORG-ADD==    BY ==SR-TXN-IS-ORG-ADD==
003802           ==WS-TXN-IS-ORG-CHANGE== BY ==SR-TXN-IS-ORG-CHANGE==
003803           ==WS-TXN-IS-ORG-CLOSE==  BY ==SR-TXN-IS-ORG-CLOSE==
003804           ==WS-TXN-IS-ORGANIZATION==
003805                          BY ==SR-TXN-IS-ORGANIZATION==
003806           ==WS-TXN-CONTACT-KEY==   BY ==SR-TXN-CONTACT-KEY==
003810           ==WS-TXN-LASTNAME==      BY ==SR-TXN-LASTNAME==
003820           ==WS-TXN-FIRSTNAME==     BY ==SR-TXN-FIRSTNAME==
003830           ==WS-TXN-EMAIL==         BY ==SR-TXN-EMAIL==
003870           ==WS-TXN-CITY==          BY ==SR-TXN-CITY==
003880           ==WS-TXN-PROVINCE==      BY ==SR-TXN-PROVINCE==
003890           ==WS-TXN-POSTALCODE==    BY ==SR-TXN-POSTALCODE==
003893           ==WS-TXN-BATCH-ID==      BY ==SR-TXN-BATCH-ID==
003896           ==WS-TXN-OPERATOR==      BY ==SR-TXN-OPERATOR==
003900           ==WS-TXN-STATUS==        BY ==SR-TXN-STATUS==
003902           ==WS-TXN-LIST-CODE==     BY ==SR-TXN-LIST-CODE==
003903           ==WS-TXN-NEW-CONTACT-KEY==
003909                                BY ==SR-TXN-EFFECTIVE-DATE==
003910           ==WS-TXN-DEPARTMENT==    BY ==SR-TXN-DEPARTMENT==
003911           ==WS-TXN-OVERRIDE==      BY ==SR-TXN-OVERRIDE==
003912           ==WS-TXN-NOTE-TEXT==     BY ==SR-TXN-NOTE-TEXT==
003913           ==WS-TXN-ORG-DATA==      BY ==SR-TXN-ORG-DATA==
003914           ==WS-TXN-ORG-NAME==      BY ==SR-TXN-ORG-NAME==
003915           ==WS-TXN-ORG-ACCOUNT==   BY ==SR-TXN-ORG-ACCOUNT==
003916           ==WS-TXN-ORG-ID==        BY ==SR-TXN-ORG-ID==
003917           ==WS-TXN-CONSENT-DATA==
003918                                BY ==SR-TXN-CONSENT-DATA==
003919           ==WS-TXN-CONSENT-TYPE==
003920                                BY ==SR-TXN-CONSENT-TYPE==
003921           ==WS-TXN-CONSENT-SOURCE==
003922                                BY ==SR-TXN-CONSENT-SOURCE==
003923           ==WS-TXN-CONSENT-OBTAINED==
003924                                BY ==SR-TXN-CONSENT-OBTAINED==
003925           ==WS-TXN-CONSENT-EXPIRY==
003926                                BY ==SR-TXN-CONSENT-EXPIRY==.
003927 
003928*----------------------------------------------------------------
003930*   RPT-SORT-WORK-FILE - CONTACT-MASTER RECORDS SORTED BY
003940*   CATEGORY + LAST NAME + FIRST NAME FOR THE SECTIONED LISTING
003950*----------------------------------------------------------------
004102           ==WS-EMAIL-FLAG==        BY ==RS-EMAIL-FLAG==
004103           ==WS-BOUNCE-COUNT==    BY ==RS-BOUNCE-COUNT==
004104           ==WS-LAST-BOUNCE-DATE==
004105                                BY ==RS-LAST-BOUNCE-DATE==
004106           ==WS-ORGANIZATION-ID==
004107                                BY ==RS-ORGANIZATION-ID==.
004110 
004120*----------------------------------------------------------------
004130*   RESTART-FILE RECORD - HOLDS ONE CHECKPOINTED CONTACT-MASTER
004953        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
004954                                BY ==AUDIT-AFTER-BOUNCE-COUNT==
004955        ==WS-AUDIT-AFTER-BOUNCE-DATE==
004956                                BY ==AUDIT-AFTER-BOUNCE-DATE==
004957        ==WS-AUDIT-BATCH-ID==         BY ==AUDIT-BATCH-ID==
004958        ==WS-AUDIT-OPERATOR==         BY ==AUDIT-OPERATOR==
004959        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
004960                                BY ==AUDIT-BEFORE-CONSENT-TYPE==
004961        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
004962                                BY ==AUDIT-BEFORE-CONSENT-SOURCE==
004963        ==WS-AUDIT-BEFORE-CONSENT-DATE==
004964                                BY ==AUDIT-BEFORE-CONSENT-DATE==
004965        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
004966                                BY ==AUDIT-BEFORE-CONSENT-EXPIRY==
004967        ==WS-AUDIT-AFTER-CONSENT-TYPE==
004968                                BY ==AUDIT-AFTER-CONSENT-TYPE==
004969        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
004970                                BY ==AUDIT-AFTER-CONSENT-SOURCE==
004971        ==WS-AUDIT-AFTER-CONSENT-DATE==
004972                                BY ==AUDIT-AFTER-CONSENT-DATE==
004973        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
004974                                BY ==AUDIT-AFTER-CONSENT-EXPIRY==
004975        ==WS-AUDIT-BEFORE-ORG-ID==
004976                                BY ==AUDIT-BEFORE-ORG-ID==
004977        ==WS-AUDIT-AFTER-ORG-ID==
004978                                BY ==AUDIT-AFTER-ORG-ID==
004979        ==WS-AUDIT-BEFORE-ORG-NAME==
004980                                BY ==AUDIT-BEFORE-ORG-NAME==
004981        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
004982                                BY ==AUDIT-BEFORE-ORG-ACCOUNT==
004983        ==WS-AUDIT-AFTER-ORG-NAME==
004984                                BY ==AUDIT-AFTER-ORG-NAME==
004985        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
004986                                BY ==AUDIT-AFTER-ORG-ACCOUNT==.
004987 
004988*----------------------------------------------------------------
004989*   MAILING-LABEL-FILE RECORD - ONE LABEL LINE PER RECORD; EACH
004990*   LABEL IS THREE LINES AND A BLANK SEPARATOR
004991*----------------------------------------------------------------
005000 FD  MAILING-LABEL-FILE
005010     LABEL RECORDS ARE STANDARD.
005020 01  MAILING-LABEL-RECORD                  PIC X(44).
005310*----------------------------------------------------------------
005320 FD  MASTER-BACKUP-FILE
005330     LABEL RECORDS ARE STANDARD.
005340 01  MASTER-BACKUP-RECORD                  PIC X(137).
005350 
005351*----------------------------------------------------------------
005352*   LIST-MEMBER-FILE RECORD
005384           ==WS-NOTE-TEXT==           BY ==NT-NOTE-TEXT==.
005385
005386*----------------------------------------------------------------
005387*   BATCH-REGISTER-FILE RECORD
005388*----------------------------------------------------------------
005389 FD  BATCH-REGISTER-FILE
005390     LABEL RECORDS ARE STANDARD.
005391*  RECORD LAYOUT COMES FROM THE SHARED BATCHREG COPYBOOK.
005392     COPY BATCHREG
005393      REPLACING ==WS-BATCH-RECORD==  BY ==BR-BATCH-RECORD==
005394           ==WS-BATCH-ID==           BY ==BR-BATCH-ID==
005395           ==WS-BATCH-DEPARTMENT==   BY ==BR-BATCH-DEPARTMENT==
005396           ==WS-BATCH-OPERATOR==     BY ==BR-BATCH-OPERATOR==
005397           ==WS-BATCH-EDIT-DATE==    BY ==BR-BATCH-EDIT-DATE==
005398           ==WS-BATCH-READ-COUNT==   BY ==BR-BATCH-READ-COUNT==
005399           ==WS-BATCH-ACCEPT-COUNT== BY ==BR-BATCH-ACCEPT-COUNT==
005400           ==WS-BATCH-REJECT-COUNT== BY ==BR-BATCH-REJECT-COUNT==
005401           ==WS-BATCH-APPLIED-DATE== BY ==BR-BATCH-APPLIED-DATE==.
005402*----------------------------------------------------------------
005403*   CONSENT-FILE RECORD
005404*----------------------------------------------------------------
005405 FD  CONSENT-FILE
005406     LABEL RECORDS ARE STANDARD.
005407*  RECORD LAYOUT COMES FROM THE SHARED CONSENT COPYBOOK.
005408     COPY CONSENT
005409      REPLACING ==WS-CONSENT-RECORD==  BY ==CN-CONSENT-RECORD==
005410           ==WS-CONSENT-KEY==         BY ==CN-CONSENT-KEY==
005411           ==WS-CONSENT-LASTNAME==    BY ==CN-CONSENT-LASTNAME==
005412           ==WS-CONSENT-FIRSTNAME==   BY ==CN-CONSENT-FIRSTNAME==
005413           ==WS-CONSENT-TYPE==        BY ==CN-CONSENT-TYPE==
005414           ==WS-CONSENT-SOURCE==      BY ==CN-CONSENT-SOURCE==
005415           ==WS-CONSENT-OBTAINED-DATE==
005416                                BY ==CN-CONSENT-OBTAINED-DATE==
005417           ==WS-CONSENT-EXPIRY-DATE==
005418                                BY ==CN-CONSENT-EXPIRY-DATE==.
005419*----------------------------------------------------------------
005420*   SEND-HISTORY-FILE RECORD
005421*----------------------------------------------------------------
005422 FD  SEND-HISTORY-FILE
005423     LABEL RECORDS ARE STANDARD.
005424*  RECORD LAYOUT COMES FROM THE SHARED SEND-HISTORY COPYBOOK.
005425     COPY SENDHIST
005426      REPLACING ==WS-SEND-RECORD==     BY ==SH-SEND-RECORD==
005427           ==WS-SEND-KEY==            BY ==SH-SEND-KEY==
005428           ==WS-SEND-LASTNAME==       BY ==SH-SEND-LASTNAME==
005429           ==WS-SEND-FIRSTNAME==      BY ==SH-SEND-FIRSTNAME==
005430           ==WS-SEND-DATE==           BY ==SH-SEND-DATE==
005431           ==WS-SEND-LIST-CODE==      BY ==SH-SEND-LIST-CODE==
005432           ==WS-SEND-CAMPAIGN-ID==    BY ==SH-SEND-CAMPAIGN-ID==.
005433*----------------------------------------------------------------
005434*   ORGANIZATION-FILE RECORD
005435*----------------------------------------------------------------
005436 FD  ORGANIZATION-FILE
005437     LABEL RECORDS ARE STANDARD.
005438*  RECORD LAYOUT COMES FROM THE SHARED ORGMAST COPYBOOK.
005439     COPY ORGMAST
005440      REPLACING ==WS-ORG-RECORD==      BY ==OG-ORG-RECORD==
005441           ==WS-ORG-ID==              BY ==OG-ORG-ID==
005442           ==WS-ORG-NAME==            BY ==OG-ORG-NAME==
005443           ==WS-ORG-ACCOUNT==         BY ==OG-ORG-ACCOUNT==
005444           ==WS-ORG-STREET==          BY ==OG-ORG-STREET==
005445           ==WS-ORG-CITY==            BY ==OG-ORG-CITY==
005446           ==WS-ORG-PROVINCE==        BY ==OG-ORG-PROVINCE==
005447           ==WS-ORG-POSTALCODE==      BY ==OG-ORG-POSTALCODE==
005448           ==WS-ORG-STATUS==          BY ==OG-ORG-STATUS==
005449           ==WS-ORG-IS-ACTIVE==       BY ==OG-ORG-IS-ACTIVE==
005450           ==WS-ORG-IS-CLOSED==       BY ==OG-ORG-IS-CLOSED==
005451           ==WS-ORG-STATUS-DATE==     BY ==OG-ORG-STATUS-DATE==
005452           ==WS-ORG-DEPARTMENT==      BY ==OG-ORG-DEPARTMENT==.
005453*----------------------------------------------------------------
005454*   BACKUP-CONTROL-FILE RECORD - ONE GENERATION NAME PER LINE
005455*----------------------------------------------------------------
005456 FD  BACKUP-CONTROL-FILE
005457     LABEL RECORDS ARE STANDARD.
005458 01  BACKUP-CONTROL-RECORD                 PIC X(16).
005459 
005460 WORKING-STORAGE SECTION.
005461*----------------------------------------------------------------
005462*   REPORT HEADING LINES (UNCHANGED FROM THE ORIGINAL LAYOUT)
005463*----------------------------------------------------------------
005470 01  WS-SPACE-HEADER                      PIC X(50)
005480         VALUE SPACES.
005490 01  WS-SPACE-CONTACT                      PIC X(50)
005640*----------------------------------------------------------------
005650     COPY CONTACTX.
005651*----------------------------------------------------------------
005652*   MEMBERSHIP, NOTE, CONSENT, AND SEND-HISTORY HOLD AREAS - A
005653*   RENAME RE-KEYS THE CONTACT'S CHILD RECORDS THROUGH THESE
005654*----------------------------------------------------------------
005655     COPY CONTACTS.
005656     COPY CONTACTT.
005657     COPY CONSENT.
005658     COPY SENDHIST.
005660*----------------------------------------------------------------
005670*   SWITCHES AND COUNTERS
005680*----------------------------------------------------------------
007020 01  WS-RC-ADD-APPLIED-COUNT                  PIC 9(06) COMP
007030         VALUE ZERO.
007040 01  WS-RC-CHG-APPLIED-COUNT                  PIC 9(06) COMP
007041         VALUE ZERO.
007042 01  WS-RC-DEL-APPLIED-COUNT                  PIC 9(06) COMP
007043         VALUE ZERO.
007044 01  WS-RC-DUP-DIVERT-COUNT                   PIC 9(06) COMP
007045         VALUE ZERO.
007046 01  WS-RC-SUB-APPLIED-COUNT                  PIC 9(06) COMP
007047         VALUE ZERO.
007048 01  WS-RC-UNS-APPLIED-COUNT                  PIC 9(06) COMP
007049         VALUE ZERO.
007050 01  WS-NOTE-FILE-STATUS                      PIC X(02).
007051     88  WS-NOTE-FILE-OK                      VALUE "00".
007052     88  WS-NOTE-FILE-MISSING                 VALUE "35".
007053 01  WS-BATCHREG-STATUS                       PIC X(02).
007054     88  WS-BATCHREG-OK                       VALUE "00".
007055     88  WS-BATCHREG-MISSING                  VALUE "35".
007056 01  WS-BATCHREG-OPEN-SWITCH                  PIC X(01)
007057         VALUE "N".
007058     88  WS-BATCHREG-OPEN                     VALUE "Y".
007059     88  WS-BATCHREG-NOT-OPEN                 VALUE "N".
007060 01  WS-LAST-STAMPED-BATCH                    PIC X(16)
007061         VALUE SPACES.
007062 01  WS-CONSENT-FILE-STATUS                   PIC X(02).
007063     88  WS-CONSENT-FILE-OK                   VALUE "00".
007064     88  WS-CONSENT-FILE-MISSING              VALUE "35".
007065 01  WS-CONSENT-OPEN-SWITCH                   PIC X(01)
007066         VALUE "N".
007067     88  WS-CONSENT-FILE-OPEN                 VALUE "Y".
007068     88  WS-CONSENT-FILE-NOT-OPEN             VALUE "N".
007069 01  WS-CONSENT-FOUND-SWITCH                  PIC X(01).
007070     88  WS-CONSENT-ON-FILE                   VALUE "Y".
007071     88  WS-CONSENT-NOT-ON-FILE               VALUE "N".
007072 01  WS-RC-CNS-APPLIED-COUNT                  PIC 9(06) COMP
007073         VALUE ZERO.
007074 01  WS-SEND-FILE-STATUS                      PIC X(02).
007075     88  WS-SEND-FILE-OK                      VALUE "00".
007076     88  WS-SEND-FILE-MISSING                 VALUE "35".
007077 01  WS-SEND-OPEN-SWITCH                      PIC X(01)
007078         VALUE "N".
007079     88  WS-SEND-FILE-OPEN                    VALUE "Y".
007080     88  WS-SEND-FILE-NOT-OPEN                VALUE "N".
007081 01  WS-ORG-FILE-STATUS                       PIC X(02).
007082     88  WS-ORG-FILE-OK                       VALUE "00".
007083     88  WS-ORG-FILE-MISSING                  VALUE "35".
007084 01  WS-ORG-OPEN-SWITCH                       PIC X(01)
007085         VALUE "N".
007086     88  WS-ORG-FILE-OPEN                     VALUE "Y".
007087     88  WS-ORG-FILE-NOT-OPEN                 VALUE "N".
007088 01  WS-ORG-SCAN-EOF-SWITCH                   PIC X(01)
007089         VALUE "N".
007090     88  WS-ORG-SCAN-EOF                      VALUE "Y".
007091     88  WS-ORG-SCAN-NOT-EOF                  VALUE "N".
007092 01  WS-CLOSING-ORG-ID                        PIC X(08)
007093         VALUE SPACES.
007094 01  WS-RC-ORG-ADD-APPLIED-COUNT              PIC 9(06) COMP
007095         VALUE ZERO.
007096 01  WS-RC-ORG-CHG-APPLIED-COUNT              PIC 9(06) COMP
007097         VALUE ZERO.
007098 01  WS-RC-ORG-CLS-APPLIED-COUNT              PIC 9(06) COMP
007099         VALUE ZERO.
007100 01  WS-RC-ORG-DEACT-COUNT                    PIC 9(06) COMP
007101         VALUE ZERO.
007102 01  WS-NOTE-SCAN-EOF-SWITCH                  PIC X(01)
007103         VALUE "N".
007104     88  WS-NOTE-SCAN-EOF                     VALUE "Y".
007742     05  WS-AUDIT-BEFORE-EMAIL-FLAG        PIC X(01).
007743     05  WS-AUDIT-BEFORE-BOUNCE-COUNT      PIC X(03).
007744     05  WS-AUDIT-BEFORE-BOUNCE-DATE       PIC X(08).
007747     05  WS-AUDIT-BEFORE-ORG-ID            PIC X(08).
007750 01  WS-AUDIT-AFTER.
007760     05  WS-AUDIT-AFTER-FIRSTNAME          PIC X(08).
007770     05  WS-AUDIT-AFTER-LASTNAME           PIC X(10).
007862     05  WS-AUDIT-AFTER-EMAIL-FLAG         PIC X(01).
007863     05  WS-AUDIT-AFTER-BOUNCE-COUNT       PIC X(03).
007864     05  WS-AUDIT-AFTER-BOUNCE-DATE        PIC X(08).
007865     05  WS-AUDIT-AFTER-ORG-ID             PIC X(08).
007866*----------------------------------------------------------------
007867*   CONSENT IMAGES - LOADED ONLY BY 355 FOR A P TRANSACTION AND
007868*   CLEARED BY 360 ONCE WRITTEN, SO EVERY OTHER AUDIT RECORD
007869*   CARRIES THEM BLANK
007870*----------------------------------------------------------------
007871 01  WS-AUDIT-CONSENT-BEFORE               VALUE SPACES.
007872     05  WS-AUDIT-BEFORE-CONSENT-TYPE      PIC X(01).
007873     05  WS-AUDIT-BEFORE-CONSENT-SOURCE    PIC X(20).
007874     05  WS-AUDIT-BEFORE-CONSENT-DATE      PIC X(08).
007875     05  WS-AUDIT-BEFORE-CONSENT-EXPIRY    PIC X(08).
007876 01  WS-AUDIT-CONSENT-AFTER                VALUE SPACES.
007877     05  WS-AUDIT-AFTER-CONSENT-TYPE       PIC X(01).
007878     05  WS-AUDIT-AFTER-CONSENT-SOURCE     PIC X(20).
007879     05  WS-AUDIT-AFTER-CONSENT-DATE       PIC X(08).
007880     05  WS-AUDIT-AFTER-CONSENT-EXPIRY     PIC X(08).
007881*----------------------------------------------------------------
007882*   ORGANIZATION IMAGES - LOADED ONLY BY 387/388 FOR AN O/M/X
007883*   TRANSACTION AND CLEARED BY 360 ONCE WRITTEN, LIKE THE
007884*   CONSENT IMAGES.  WS-AUDIT-CODE, WHEN SET, IS WRITTEN AS THE
007885*   AUDIT CODE IN PLACE OF THE TRANSACTION'S OWN CODE.
007886*----------------------------------------------------------------
007887 01  WS-AUDIT-ORG-BEFORE                   VALUE SPACES.
007888     05  WS-AUDIT-BEFORE-ORG-NAME          PIC X(30).
007889     05  WS-AUDIT-BEFORE-ORG-ACCOUNT       PIC X(12).
007890 01  WS-AUDIT-ORG-AFTER                    VALUE SPACES.
007891     05  WS-AUDIT-AFTER-ORG-NAME           PIC X(30).
007892     05  WS-AUDIT-AFTER-ORG-ACCOUNT        PIC X(12).
007893 01  WS-AUDIT-CODE                         PIC X(01)
007894         VALUE SPACES.
007895*----------------------------------------------------------------
007896*   600-LOOKUP-CONTACT - LAST-NAME LOOKUP PASSED TO LAB01LKP
007897*----------------------------------------------------------------
007900 01  WS-LOOKUP-LASTNAME                    PIC X(10)
007910         VALUE "Doe".
007920 01  WS-LOOKUP-FOUND-SWITCH                PIC X(01)
008132                   ==WS-EMAIL-FLAG==    BY ==LU-EMAIL-FLAG==
008133                   ==WS-BOUNCE-COUNT== BY ==LU-BOUNCE-COUNT==
008134                   ==WS-LAST-BOUNCE-DATE==
008135                                BY ==LU-LAST-BOUNCE-DATE==
008136                   ==WS-ORGANIZATION-ID==
008137                                BY ==LU-ORGANIZATION-ID==.
008140 01  WS-CURRENT-CATEGORY                      PIC X(07)
008150         VALUE SPACES.
008160 01  WS-CATEGORY-SUBTOTAL                     PIC 9(06) COMP
014850         ELSE
014851             PERFORM 315-OPEN-MEMBER-FILE THRU 315-EXIT
014852             PERFORM 316-OPEN-NOTE-FILE THRU 316-EXIT
014853             PERFORM 317-OPEN-BATCH-REGISTER THRU 317-EXIT
014854             PERFORM 318-OPEN-CONSENT-FILE THRU 318-EXIT
014855             PERFORM 319-OPEN-SEND-HISTORY THRU 319-EXIT
014856             PERFORM 311-OPEN-ORGANIZATION-FILE THRU 311-EXIT
014860             PERFORM 310-READ-TRANSACTION THRU 310-EXIT
014870             PERFORM 320-APPLY-TRANSACTION THRU 320-EXIT
014880                 UNTIL WS-TXN-EOF
014910             CLOSE CONTACT-MASTER-FILE
014911             CLOSE LIST-MEMBER-FILE
014912             CLOSE CONTACT-NOTE-FILE
014913             IF WS-BATCHREG-OPEN
014914                 CLOSE BATCH-REGISTER-FILE
014915             END-IF
014916             IF WS-CONSENT-FILE-OPEN
014917                 CLOSE CONSENT-FILE
014918             END-IF
014919             IF WS-SEND-FILE-OPEN
014920                 CLOSE SEND-HISTORY-FILE
014921             END-IF
014922             IF WS-ORG-FILE-OPEN
014923                 CLOSE ORGANIZATION-FILE
014924             END-IF
014925             PERFORM 302-CLEAR-TXN-FILE THRU 302-EXIT
014930         END-IF
014940         END-IF
014950     ELSE
015193 316-EXIT.
015194     EXIT.
015195*================================================================
015196*  317-OPEN-BATCH-REGISTER - OPEN THE BATCH REGISTER FOR UPDATE
015197*  SO 366 CAN STAMP EACH BATCH'S APPLIED DATE.  A MISSING OR
015198*  UNOPENABLE REGISTER ONLY SKIPS THE STAMPING - THE BATCH IS
015199*  STILL APPLIED.  A MISSING REGISTER IS EXPECTED BEFORE THE
015200*  FIRST BATCH IS LOGGED; ANY OTHER FAILURE IS A RUN ERROR.
015201*================================================================
015202 317-OPEN-BATCH-REGISTER.
015203     OPEN I-O BATCH-REGISTER-FILE.
015204     IF WS-BATCHREG-OK
015205         SET WS-BATCHREG-OPEN             TO TRUE
015206     ELSE
015207         DISPLAY "LAB01: BATCH-REGISTER-FILE NOT OPENED, "
015208             "STATUS = " WS-BATCHREG-STATUS
015209             " - APPLIED DATES NOT STAMPED"
015210         IF NOT WS-BATCHREG-MISSING
015211             MOVE "OPEN BATCH-REGISTER-FILE FAILED"
015212                 TO WS-RC-ERROR-TEXT
015213             MOVE WS-BATCHREG-STATUS      TO WS-RC-ERROR-STATUS
015214             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
015215         END-IF
015216     END-IF.
015217 317-EXIT.
015218     EXIT.
015219*================================================================
015220*  318-OPEN-CONSENT-FILE - OPEN THE CONSENT FILE FOR UPDATE
015221*  ALONGSIDE THE MASTER.  A MISSING FILE IS CREATED EMPTY - THE
015222*  FIRST CONSENT EVER FILED HAS NO FILE TO FIND.
015223*================================================================
015224 318-OPEN-CONSENT-FILE.
015225     OPEN I-O CONSENT-FILE.
015226     IF WS-CONSENT-FILE-MISSING
015227         OPEN OUTPUT CONSENT-FILE
015228         CLOSE CONSENT-FILE
015229         OPEN I-O CONSENT-FILE
015230     END-IF.
015231     IF WS-CONSENT-FILE-OK
015232         SET WS-CONSENT-FILE-OPEN         TO TRUE
015233     ELSE
015234         DISPLAY "LAB01: UNABLE TO OPEN CONSENT-FILE, "
015235             "STATUS = " WS-CONSENT-FILE-STATUS
015236         MOVE "OPEN CONSENT-FILE FAILED"  TO WS-RC-ERROR-TEXT
015237         MOVE WS-CONSENT-FILE-STATUS      TO WS-RC-ERROR-STATUS
015238         PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
015239     END-IF.
015240 318-EXIT.
015241     EXIT.
015242*================================================================
015243*  319-OPEN-SEND-HISTORY - OPEN THE CAMPAIGN SEND HISTORY FOR
015244*  UPDATE SO A RENAME CAN CARRY IT TO THE NEW KEY.  THE FILE IS
015245*  WRITTEN BY LAB01LEX; UNTIL THE FIRST EXPORT HAS RUN THERE IS
015246*  NO HISTORY TO CARRY, SO A MISSING FILE IS LEFT CLOSED.
015247*================================================================
015248 319-OPEN-SEND-HISTORY.
015249     OPEN I-O SEND-HISTORY-FILE.
015250     IF WS-SEND-FILE-OK
015251         SET WS-SEND-FILE-OPEN            TO TRUE
015252     ELSE
015253         IF NOT WS-SEND-FILE-MISSING
015254             DISPLAY "LAB01: UNABLE TO OPEN SEND-HISTORY-FILE, "
015255                 "STATUS = " WS-SEND-FILE-STATUS
015256             MOVE "OPEN SEND-HISTORY FAILED" TO WS-RC-ERROR-TEXT
015257             MOVE WS-SEND-FILE-STATUS     TO WS-RC-ERROR-STATUS
015258             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
015259         END-IF
015260     END-IF.
015261 319-EXIT.
015262     EXIT.
015263*================================================================
015264*  301-BACKUP-MASTER - TAKE A GENERATION-DATED FLAT COPY OF THE
015265*  WHOLE MASTER (CONTACTB + TODAY'S DATE) BEFORE ANY
015266*  TRANSACTION IS APPLIED, THEN ROLL THE GENERATION LIST SO
015267*  ONLY THE LAST FEW BACKUPS ARE KEPT ON HAND.  IF THE BACKUP
015268*  CANNOT BE TAKEN THE TRANSACTIONS ARE NOT APPLIED.
015269*================================================================
015270 301-BACKUP-MASTER.
015271     SET WS-BACKUP-NOT-OK                 TO TRUE.
015272     MOVE WS-TODAY-DATE                   TO WS-BACKUP-NAME-DATE.
015273     OPEN INPUT CONTACT-MASTER-FILE.
015274     IF NOT WS-MASTER-OK
015280         DISPLAY "LAB01: UNABLE TO OPEN CONTACT-MASTER-FILE "
015290             "FOR BACKUP, STATUS = " WS-MASTER-STATUS
015300     ELSE
016660     END-IF.
016670 310-EXIT.
016680     EXIT.
016681*================================================================
016682*  311-OPEN-ORGANIZATION-FILE - OPEN THE ORGANIZATION MASTER FOR
016683*  UPDATE ALONGSIDE THE CONTACT MASTER.  A MISSING FILE IS
016684*  CREATED EMPTY - THE FIRST ORGANIZATION EVER OPENED HAS NO
016685*  FILE TO FIND.
016686*================================================================
016687 311-OPEN-ORGANIZATION-FILE.
016688     OPEN I-O ORGANIZATION-FILE.
016689     IF WS-ORG-FILE-MISSING
016690         OPEN OUTPUT ORGANIZATION-FILE
016691         CLOSE ORGANIZATION-FILE
016692         OPEN I-O ORGANIZATION-FILE
016694     END-IF.
016695     IF WS-ORG-FILE-OK
016696         SET WS-ORG-FILE-OPEN             TO TRUE
016697     ELSE
016698         DISPLAY "LAB01: UNABLE TO OPEN ORGANIZATION-FILE, "
016699             "STATUS = " WS-ORG-FILE-STATUS
016700         MOVE "OPEN ORGANIZATION-FILE FAILED"
016701             TO WS-RC-ERROR-TEXT
016702         MOVE WS-ORG-FILE-STATUS          TO WS-RC-ERROR-STATUS
016703         PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
016704     END-IF.
016705 311-EXIT.
016706     EXIT.
016707*================================================================
016708*  320-APPLY-TRANSACTION - ROUTE ONE TRANSACTION BY ITS CODE
016710*================================================================
016720*  ADDS ARE NOT APPLIED HERE -- THEY ARE SORTED BY EMAIL AND
016730*  APPLIED BY 305-DEDUP-AND-APPLY-ADDS AFTER THIS BATCH IS READ.
016740 320-APPLY-TRANSACTION.
016750     ADD 1 TO WS-RC-TXN-READ-COUNT.
016752     IF WS-TXN-BATCH-ID NOT = SPACES
016754         AND WS-TXN-BATCH-ID NOT = WS-LAST-STAMPED-BATCH
016756         PERFORM 366-STAMP-BATCH-APPLIED THRU 366-EXIT
016758     END-IF.
016760     MOVE WS-TXN-LASTNAME                TO CM-LASTNAME.
016770     MOVE WS-TXN-FIRSTNAME               TO CM-FIRSTNAME.
016780     EVALUATE TRUE
016846             PERFORM 345-APPLY-RENAME THRU 345-EXIT
016847         WHEN WS-TXN-IS-NOTE
016848             PERFORM 356-APPLY-NOTE THRU 356-EXIT
016849         WHEN WS-TXN-IS-CONSENT
016850             PERFORM 355-APPLY-CONSENT THRU 355-EXIT
016851         WHEN WS-TXN-IS-ORGANIZATION
016852             IF WS-ORG-FILE-OPEN
016853                 EVALUATE TRUE
016854                     WHEN WS-TXN-IS-ORG-ADD
016855                         PERFORM 380-APPLY-ORG-ADD THRU 380-EXIT
016856                     WHEN WS-TXN-IS-ORG-CHANGE
016857                         PERFORM 382-APPLY-ORG-CHANGE
016858                              THRU 382-EXIT
016859                     WHEN WS-TXN-IS-ORG-CLOSE
016860                         PERFORM 384-APPLY-ORG-CLOSE THRU 384-EXIT
016861                 END-EVALUATE
016862             ELSE
016863                 DISPLAY "LAB01: ORGANIZATION - FILE NOT OPEN, "
016864                     WS-TXN-ORG-ID
016865                 MOVE "ORGANIZATION - FILE NOT OPEN"
016866                     TO WS-RC-ERROR-TEXT
016867                 PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
016868             END-IF
016869         WHEN OTHER
016870             DISPLAY "LAB01: UNKNOWN TXN CODE " WS-TXN-CODE
016871             ADD 1 TO WS-RC-UNKNOWN-CODE-COUNT
016880             MOVE "UNKNOWN TXN CODE"      TO WS-RC-ERROR-TEXT
016890             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
016900     END-EVALUATE.
018075         MOVE SPACES             TO CM-EMAIL-FLAG
018076         MOVE ZERO               TO CM-BOUNCE-COUNT
018077         MOVE SPACES             TO CM-LAST-BOUNCE-DATE
018078         MOVE WS-TXN-ORG-ID      TO CM-ORGANIZATION-ID
018079         PERFORM 331-CHECK-ORG-CLOSED THRU 331-EXIT
018080         WRITE CM-CONTACT
018090             INVALID KEY
018100                 DISPLAY "LAB01: ADD - ALREADY ON FILE, "
018200                 ADD 1 TO WS-RC-ADD-APPLIED-COUNT
018210         END-WRITE
018220     END-IF.
018221 330-EXIT.
018222     EXIT.
018223*================================================================
018224*  331-CHECK-ORG-CLOSED - AN ADD IS APPLIED AFTER THE WHOLE
018225*  BATCH, SO AN ORGANIZATION CLOSED EARLIER IN THE SAME BATCH IS
018226*  ALREADY CLOSED ON ORGMAST.  THE NEW CONTACT GOES ON INACTIVE,
018227*  JUST AS THE CLOSE WOULD HAVE LEFT IT HAD IT BEEN ON FILE.
018228*================================================================
018229 331-CHECK-ORG-CLOSED.
018230     IF CM-ORGANIZATION-ID NOT = SPACES
018231         AND WS-ORG-FILE-OPEN
018234         MOVE CM-ORGANIZATION-ID          TO OG-ORG-ID
018235         READ ORGANIZATION-FILE
018236             INVALID KEY
018237                 CONTINUE
018238             NOT INVALID KEY
018239                 IF OG-ORG-IS-CLOSED
018240                     MOVE "I"             TO CM-STATUS
018241                     DISPLAY "LAB01: ADD - ORGANIZATION "
018242                         OG-ORG-ID " CLOSED, ADDED INACTIVE, "
018243                         CM-LASTNAME " " CM-FIRSTNAME
018244                 END-IF
018245         END-READ
018246     END-IF.
018247 331-EXIT.
018248     EXIT.
018250*================================================================
018260*  332-CHECK-EMAIL-ON-MASTER - LOOK UP THIS ADD'S EMAIL ON
018270*  CONTACT-MASTER-FILE BY ITS ALTERNATE RECORD KEY, CM-EMAIL.
018770             IF WS-TXN-STATUS NOT = SPACES
018780                 MOVE WS-TXN-STATUS       TO CM-STATUS
018790                 MOVE WS-TODAY-DATE       TO CM-STATUS-DATE
018792             END-IF
018794             IF WS-TXN-ORG-ID NOT = SPACES
018796                 MOVE WS-TXN-ORG-ID       TO CM-ORGANIZATION-ID
018800             END-IF
018810             REWRITE CM-CONTACT
018820                 INVALID KEY
018940             END-REWRITE
018950     END-READ.
018960 340-EXIT.
018961     EXIT.
018962*================================================================
018963*  345-APPLY-RENAME - MOVE A CONTACT TO ITS NEW KEY.  THE OLD
018964*  RECORD IS SNAPPED AS THE BEFORE IMAGE, REMOVED, AND WRITTEN
018965*  BACK UNDER THE NEW KEY WITH EVERY OTHER FIELD (AND THE
018966*  STATUS DATE) UNTOUCHED.  A WRITE THAT FAILS PUTS THE OLD
018967*  RECORD BACK SO THE CONTACT IS NEVER LOST MID-RENAME.
018968*================================================================
018969 345-APPLY-RENAME.
018970     READ CONTACT-MASTER-FILE
018971         INVALID KEY
018972             DISPLAY "LAB01: RENAME - NOT ON FILE, "
018973                 CM-LASTNAME " " CM-FIRSTNAME
018974             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
018975             MOVE "RENAME - NOT ON FILE"  TO WS-RC-ERROR-TEXT
018976             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
018977         NOT INVALID KEY
018978             PERFORM 362-SNAP-BEFORE-IMAGE THRU 362-EXIT
018979             MOVE CM-CONTACT              TO WS-CONTACT
018980             PERFORM 346-REKEY-CONTACT THRU 346-EXIT
018981     END-READ.
018982 345-EXIT.
018983     EXIT.
018984*================================================================
018985*  346-REKEY-CONTACT - DROP THE OLD KEY'S RECORD AND WRITE THE
018986*  SAVED IMAGE BACK UNDER THE NEW KEY
018987*================================================================
018988 346-REKEY-CONTACT.
018989     DELETE CONTACT-MASTER-FILE
018990         INVALID KEY
018991             DISPLAY "LAB01: RENAME - DELETE FAILED, "
018992                 CM-LASTNAME " " CM-FIRSTNAME
018993             MOVE "RENAME - DELETE FAILED" TO WS-RC-ERROR-TEXT
018994             MOVE WS-MASTER-STATUS        TO WS-RC-ERROR-STATUS
018995             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
018996         NOT INVALID KEY
018997             MOVE WS-CONTACT              TO CM-CONTACT
018998             MOVE WS-TXN-NEW-LASTNAME     TO CM-LASTNAME
018999             MOVE WS-TXN-NEW-FIRSTNAME    TO CM-FIRSTNAME
019000             WRITE CM-CONTACT
019001                 INVALID KEY
019002                     DISPLAY "LAB01: RENAME - NEW KEY ON "
019003                         "FILE, " CM-LASTNAME " " CM-FIRSTNAME
019004                     MOVE "RENAME - NEW KEY ON FILE"
019005                         TO WS-RC-ERROR-TEXT
019006                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019007                     PERFORM 347-RESTORE-OLD-KEY THRU 347-EXIT
019008                 NOT INVALID KEY
019009                     PERFORM 364-SNAP-AFTER-IMAGE THRU 364-EXIT
019010                     PERFORM 360-WRITE-AUDIT THRU 360-EXIT
019011                     ADD 1 TO WS-RC-REN-APPLIED-COUNT
019012                     PERFORM 348-REKEY-MEMBERSHIPS
019013                         THRU 348-EXIT
019014                     PERFORM 349-REKEY-NOTES THRU 349-EXIT
019015                     PERFORM 343-REKEY-CONSENT THRU 343-EXIT
019016                     PERFORM 344-REKEY-SEND-HISTORY
019023                         THRU 344-EXIT
019024             END-WRITE
019025     END-DELETE.
019026 346-EXIT.
019174 349B-EXIT.
019175     EXIT.
019176*================================================================
019177*  343-REKEY-CONSENT - THE CONTACT'S CONSENT RECORD MOVES TO THE
019178*  NEW KEY WITH THE MASTER RECORD, SO THE CAMPAIGN EXPORT STILL
019179*  FINDS CURRENT CONSENT AFTER THE RENAME
019180*================================================================
019181 343-REKEY-CONSENT.
019182     IF WS-CONSENT-FILE-OPEN
019183         MOVE WS-TXN-LASTNAME             TO CN-CONSENT-LASTNAME
019184         MOVE WS-TXN-FIRSTNAME            TO CN-CONSENT-FIRSTNAME
019185         READ CONSENT-FILE
019186             INVALID KEY
019187                 CONTINUE
019188             NOT INVALID KEY
019189                 PERFORM 343A-MOVE-CONSENT THRU 343A-EXIT
019190         END-READ
019191     END-IF.
019192 343-EXIT.
019193     EXIT.
019194*================================================================
019195*  343A-MOVE-CONSENT - DROP THE OLD-KEY CONSENT AND WRITE IT
019196*  BACK UNDER THE NEW KEY, EVERY OTHER FIELD UNTOUCHED
019197*================================================================
019198 343A-MOVE-CONSENT.
019199     MOVE CN-CONSENT-RECORD               TO WS-CONSENT-RECORD.
019200     DELETE CONSENT-FILE
019201         INVALID KEY
019202             DISPLAY "LAB01: RENAME - CONSENT MOVE FAILED, "
019203                 CN-CONSENT-LASTNAME " " CN-CONSENT-FIRSTNAME
019204             MOVE "RENAME - CONSENT MOVE FAILED"
019205                 TO WS-RC-ERROR-TEXT
019206             MOVE WS-CONSENT-FILE-STATUS  TO WS-RC-ERROR-STATUS
019207             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019208         NOT INVALID KEY
019209             MOVE WS-CONSENT-RECORD       TO CN-CONSENT-RECORD
019210             MOVE WS-TXN-NEW-LASTNAME     TO CN-CONSENT-LASTNAME
019211             MOVE WS-TXN-NEW-FIRSTNAME    TO CN-CONSENT-FIRSTNAME
019212             WRITE CN-CONSENT-RECORD
019213                 INVALID KEY
019214                     DISPLAY "LAB01: RENAME - CONSENT "
019215                         "REWRITE FAILED, " CN-CONSENT-LASTNAME
019216                         " " CN-CONSENT-FIRSTNAME
019217                     MOVE "RENAME - CONSENT MOVE FAILED"
019218                         TO WS-RC-ERROR-TEXT
019219                     MOVE WS-CONSENT-FILE-STATUS
019220                         TO WS-RC-ERROR-STATUS
019221                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019222             END-WRITE
019223     END-DELETE.
019224 343A-EXIT.
019225     EXIT.
019226*================================================================
019227*  344-REKEY-SEND-HISTORY - THE CONTACT'S CAMPAIGN SENDS MOVE TO
019228*  THE NEW KEY WITH THE MASTER RECORD, SO THE EXPORT'S FREQUENCY
019229*  CAP STILL COUNTS THEM AND THE INQUIRY STILL RETURNS THEM
019230*================================================================
019231 344-REKEY-SEND-HISTORY.
019232     IF WS-SEND-FILE-OPEN
019233         SET WS-REKEY-MORE                TO TRUE
019234         PERFORM 344A-REKEY-ONE-SEND THRU 344A-EXIT
019235             UNTIL WS-REKEY-DONE
019236     END-IF.
019237 344-EXIT.
019238     EXIT.
019239*================================================================
019240*  344A-REKEY-ONE-SEND - FIND THE NEXT SEND STILL UNDER THE OLD
019241*  KEY AND MOVE IT
019242*================================================================
019243 344A-REKEY-ONE-SEND.
019244     SET WS-REKEY-DONE                    TO TRUE.
019245     MOVE WS-TXN-LASTNAME                 TO SH-SEND-LASTNAME.
019246     MOVE WS-TXN-FIRSTNAME                TO SH-SEND-FIRSTNAME.
019247     MOVE LOW-VALUES                      TO SH-SEND-DATE.
019248     MOVE LOW-VALUES                      TO SH-SEND-LIST-CODE.
019249     START SEND-HISTORY-FILE
019250         KEY IS NOT LESS THAN SH-SEND-KEY
019251         INVALID KEY
019252             CONTINUE
019253         NOT INVALID KEY
019254             READ SEND-HISTORY-FILE NEXT RECORD
019255                 AT END
019256                     CONTINUE
019257                 NOT AT END
019258                     IF SH-SEND-LASTNAME = WS-TXN-LASTNAME
019259                         AND SH-SEND-FIRSTNAME
019260                             = WS-TXN-FIRSTNAME
019261                         PERFORM 344B-MOVE-ONE-SEND
019262                             THRU 344B-EXIT
019263                     END-IF
019264             END-READ
019265     END-START.
019266 344A-EXIT.
019267     EXIT.
019268*================================================================
019269*  344B-MOVE-ONE-SEND - DROP THE OLD-KEY SEND AND WRITE IT BACK
019270*  UNDER THE NEW KEY, DATE, LIST, AND CAMPAIGN UNTOUCHED
019271*================================================================
019272 344B-MOVE-ONE-SEND.
019273     MOVE SH-SEND-RECORD                  TO WS-SEND-RECORD.
019274     DELETE SEND-HISTORY-FILE
019275         INVALID KEY
019276             DISPLAY "LAB01: RENAME - SEND MOVE FAILED, "
019277                 SH-SEND-LASTNAME " " SH-SEND-FIRSTNAME
019278             MOVE "RENAME - SEND MOVE FAILED"
019279                 TO WS-RC-ERROR-TEXT
019280             MOVE WS-SEND-FILE-STATUS     TO WS-RC-ERROR-STATUS
019281             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019282         NOT INVALID KEY
019283             MOVE WS-SEND-RECORD          TO SH-SEND-RECORD
019284             MOVE WS-TXN-NEW-LASTNAME     TO SH-SEND-LASTNAME
019285             MOVE WS-TXN-NEW-FIRSTNAME    TO SH-SEND-FIRSTNAME
019286             WRITE SH-SEND-RECORD
019287                 INVALID KEY
019288                     DISPLAY "LAB01: RENAME - SEND REWRITE "
019289                         "FAILED, " SH-SEND-LASTNAME " "
019290                         SH-SEND-FIRSTNAME
019291                     MOVE "RENAME - SEND MOVE FAILED"
019292                         TO WS-RC-ERROR-TEXT
019293                     MOVE WS-SEND-FILE-STATUS
019294                         TO WS-RC-ERROR-STATUS
019295                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019296                 NOT INVALID KEY
019297                     SET WS-REKEY-MORE    TO TRUE
019298             END-WRITE
019299     END-DELETE.
019300 344B-EXIT.
019301     EXIT.
019302*================================================================
019303*  347-RESTORE-OLD-KEY - THE NEW-KEY WRITE FAILED AFTER THE OLD
019304*  RECORD WAS DROPPED; PUT THE SAVED IMAGE BACK WHERE IT WAS
019305*================================================================
019306 347-RESTORE-OLD-KEY.
019307     MOVE WS-CONTACT                      TO CM-CONTACT.
019308     WRITE CM-CONTACT
019309         INVALID KEY
019310             DISPLAY "LAB01: RENAME - RESTORE FAILED, "
019311                 CM-LASTNAME " " CM-FIRSTNAME
019312             MOVE "RENAME - RESTORE FAILED" TO WS-RC-ERROR-TEXT
019313             MOVE WS-MASTER-STATUS        TO WS-RC-ERROR-STATUS
019314             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019315     END-WRITE.
019316 347-EXIT.
019317     EXIT.
019318*================================================================
019319*  350-APPLY-DELETE - DEACTIVATE A CONTACT.  THE RECORD STAYS ON
019320*  THE MASTER WITH STATUS I AND TODAY AS THE EFFECTIVE DATE, SO
019321*  A CONTACT DEACTIVATED IN ERROR CAN BE REVIEWED AND
019322*  REACTIVATED WITH A CHANGE CARRYING STATUS A
019323*================================================================
019324 350-APPLY-DELETE.
019325     READ CONTACT-MASTER-FILE
019326         INVALID KEY
019327             DISPLAY "LAB01: DELETE - NOT ON FILE, "
019328                 CM-LASTNAME " " CM-FIRSTNAME
019329             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
019330             MOVE "DELETE - NOT ON FILE"  TO WS-RC-ERROR-TEXT
019331             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019332         NOT INVALID KEY
019333             PERFORM 362-SNAP-BEFORE-IMAGE THRU 362-EXIT
019334             MOVE "I"                     TO CM-STATUS
019335             MOVE WS-TODAY-DATE           TO CM-STATUS-DATE
019336             REWRITE CM-CONTACT
019337                 INVALID KEY
019338                     DISPLAY "LAB01: DELETE FAILED, "
019339                         CM-LASTNAME " " CM-FIRSTNAME
019340                     MOVE "DELETE - REWRITE FAILED"
019341                         TO WS-RC-ERROR-TEXT
019342                     MOVE WS-MASTER-STATUS
019343                         TO WS-RC-ERROR-STATUS
019344                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019345                 NOT INVALID KEY
019346                     PERFORM 364-SNAP-AFTER-IMAGE THRU 364-EXIT
019347                     PERFORM 360-WRITE-AUDIT THRU 360-EXIT
019348                     ADD 1 TO WS-RC-DEL-APPLIED-COUNT
019349             END-REWRITE
019350     END-READ.
019351 350-EXIT.
019352     EXIT.
019353*================================================================
019354*  352-APPLY-SUBSCRIBE - PUT THE CONTACT ON THE NAMED MAILING
019355*  LIST.  THE CONTACT MUST BE ON THE MASTER; A MEMBERSHIP ROW
019356*  ALREADY ON FILE (A PRIOR UNSUBSCRIBE, OR A RE-KEYED
019357*  SUBSCRIBE) IS SET BACK TO SUBSCRIBED RATHER THAN DUPLICATED.
019358*================================================================
019359 352-APPLY-SUBSCRIBE.
019360     READ CONTACT-MASTER-FILE
019361         INVALID KEY
019362             DISPLAY "LAB01: SUBSCRIBE - NOT ON FILE, "
019363                 CM-LASTNAME " " CM-FIRSTNAME
019364             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
019365             MOVE "SUBSCRIBE - NOT ON FILE" TO WS-RC-ERROR-TEXT
019366             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019367         NOT INVALID KEY
019368             PERFORM 353-WRITE-MEMBERSHIP THRU 353-EXIT
019369     END-READ.
019370 352-EXIT.
019371     EXIT.
019372*================================================================
019373*  353-WRITE-MEMBERSHIP - WRITE OR REACTIVATE ONE MEMBERSHIP ROW
019374*================================================================
019375 353-WRITE-MEMBERSHIP.
019376     MOVE WS-TXN-LASTNAME             TO MB-MEMBER-LASTNAME.
019377     MOVE WS-TXN-FIRSTNAME            TO MB-MEMBER-FIRSTNAME.
019378     MOVE WS-TXN-LIST-CODE            TO MB-MEMBER-LIST-CODE.
019379     READ LIST-MEMBER-FILE
019380         INVALID KEY
019381             MOVE "A"                 TO MB-MEMBER-STATUS
019382             MOVE WS-TODAY-DATE       TO MB-MEMBER-STATUS-DATE
019383             WRITE MB-MEMBER
019384                 INVALID KEY
019385                     DISPLAY "LAB01: SUBSCRIBE FAILED, "
019386                         MB-MEMBER-LASTNAME " "
019387                         MB-MEMBER-FIRSTNAME
019388                     MOVE "SUBSCRIBE - WRITE FAILED"
019389                         TO WS-RC-ERROR-TEXT
019390                     MOVE WS-MEMBER-FILE-STATUS
019391                         TO WS-RC-ERROR-STATUS
019392                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019393                 NOT INVALID KEY
019394                     ADD 1 TO WS-RC-SUB-APPLIED-COUNT
019395             END-WRITE
019396         NOT INVALID KEY
019397             MOVE "A"                 TO MB-MEMBER-STATUS
019398             MOVE WS-TODAY-DATE       TO MB-MEMBER-STATUS-DATE
019399             REWRITE MB-MEMBER
019400                 INVALID KEY
019401                     DISPLAY "LAB01: SUBSCRIBE FAILED, "
019402                         MB-MEMBER-LASTNAME " "
019403                         MB-MEMBER-FIRSTNAME
019404                     MOVE "SUBSCRIBE - REWRITE FAILED"
019405                         TO WS-RC-ERROR-TEXT
019406                     MOVE WS-MEMBER-FILE-STATUS
019407                         TO WS-RC-ERROR-STATUS
019408                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019409                 NOT INVALID KEY
019410                     ADD 1 TO WS-RC-SUB-APPLIED-COUNT
019411             END-REWRITE
019412     END-READ.
019413 353-EXIT.
019414     EXIT.
019415*================================================================
019416*  354-APPLY-UNSUBSCRIBE - TAKE THE CONTACT OFF THE NAMED LIST.
019417*  THE ROW STAYS ON FILE WITH STATUS U AND TODAY AS EFFECTIVE
019418*  DATE, THE SAME WAY A CONTACT DELETE LEAVES THE MASTER RECORD
019419*  INACTIVE, SO THE OPT-OUT SURVIVES AS EVIDENCE.
019420*================================================================
019421 354-APPLY-UNSUBSCRIBE.
019422     MOVE WS-TXN-LASTNAME             TO MB-MEMBER-LASTNAME.
019423     MOVE WS-TXN-FIRSTNAME            TO MB-MEMBER-FIRSTNAME.
019424     MOVE WS-TXN-LIST-CODE            TO MB-MEMBER-LIST-CODE.
019425     READ LIST-MEMBER-FILE
019426         INVALID KEY
019427             DISPLAY "LAB01: UNSUBSCRIBE - NOT A MEMBER, "
019428                 MB-MEMBER-LASTNAME " " MB-MEMBER-FIRSTNAME
019429             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
019430             MOVE "UNSUBSCRIBE - NOT A MEMBER"
019431                 TO WS-RC-ERROR-TEXT
019432             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019433         NOT INVALID KEY
019434             MOVE "U"                 TO MB-MEMBER-STATUS
019435             MOVE WS-TODAY-DATE       TO MB-MEMBER-STATUS-DATE
019436             REWRITE MB-MEMBER
019437                 INVALID KEY
019438                     DISPLAY "LAB01: UNSUBSCRIBE FAILED, "
019439                         MB-MEMBER-LASTNAME " "
019440                         MB-MEMBER-FIRSTNAME
019441                     MOVE "UNSUBSCRIBE - REWRITE FAILED"
019442                         TO WS-RC-ERROR-TEXT
019443                     MOVE WS-MEMBER-FILE-STATUS
019444                         TO WS-RC-ERROR-STATUS
019445                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019446                 NOT INVALID KEY
019447                     ADD 1 TO WS-RC-UNS-APPLIED-COUNT
019448             END-REWRITE
019449     END-READ.
019450 354-EXIT.
019451     EXIT.
019452*================================================================
019453*  355-APPLY-CONSENT - FILE THE CONTACT'S ANTI-SPAM CONSENT.
019454*  THE CONTACT MUST BE ON THE MASTER; ITS ONE CONSENT RECORD IS
019455*  ADDED OR REPLACED, AND THE AUDIT RECORD CARRIES THE CONTACT
019456*  UNCHANGED IN BOTH IMAGES WITH THE PRIOR AND NEW CONSENT IN
019457*  THE CONSENT IMAGES, SO LAB01BKO CAN PUT THE OLD ONE BACK.
019458*================================================================
019459 355-APPLY-CONSENT.
019460     READ CONTACT-MASTER-FILE
019461         INVALID KEY
019462             DISPLAY "LAB01: CONSENT - NOT ON FILE, "
019463                 CM-LASTNAME " " CM-FIRSTNAME
019464             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
019465             MOVE "CONSENT - NOT ON FILE" TO WS-RC-ERROR-TEXT
019466             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019467         NOT INVALID KEY
019468             IF WS-CONSENT-FILE-OPEN
019469                 PERFORM 362-SNAP-BEFORE-IMAGE THRU 362-EXIT
019470                 PERFORM 364-SNAP-AFTER-IMAGE THRU 364-EXIT
019471                 PERFORM 355A-FILE-CONSENT THRU 355A-EXIT
019472             ELSE
019473                 DISPLAY "LAB01: CONSENT - FILE NOT OPEN, "
019474                     CM-LASTNAME " " CM-FIRSTNAME
019475                 MOVE "CONSENT - FILE NOT OPEN"
019476                     TO WS-RC-ERROR-TEXT
019477                 PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019478             END-IF
019479     END-READ.
019480 355-EXIT.
019481     EXIT.
019482*================================================================
019483*  355A-FILE-CONSENT - SNAP ANY CONSENT ALREADY ON FILE AS THE
019484*  BEFORE IMAGE, THEN ADD OR REPLACE THE RECORD
019485*================================================================
019486 355A-FILE-CONSENT.
019487     MOVE SPACES                     TO WS-AUDIT-CONSENT-BEFORE.
019488     MOVE WS-TXN-LASTNAME                 TO CN-CONSENT-LASTNAME.
019489     MOVE WS-TXN-FIRSTNAME                TO CN-CONSENT-FIRSTNAME.
019490     READ CONSENT-FILE
019491         INVALID KEY
019492             SET WS-CONSENT-NOT-ON-FILE   TO TRUE
019493         NOT INVALID KEY
019494             SET WS-CONSENT-ON-FILE       TO TRUE
019495             MOVE CN-CONSENT-TYPE
019496                 TO WS-AUDIT-BEFORE-CONSENT-TYPE
019497             MOVE CN-CONSENT-SOURCE
019498                 TO WS-AUDIT-BEFORE-CONSENT-SOURCE
019499             MOVE CN-CONSENT-OBTAINED-DATE
019500                 TO WS-AUDIT-BEFORE-CONSENT-DATE
019501             MOVE CN-CONSENT-EXPIRY-DATE
019502                 TO WS-AUDIT-BEFORE-CONSENT-EXPIRY
019503     END-READ.
019504     MOVE WS-TXN-LASTNAME                 TO CN-CONSENT-LASTNAME.
019505     MOVE WS-TXN-FIRSTNAME                TO CN-CONSENT-FIRSTNAME.
019506     MOVE WS-TXN-CONSENT-TYPE             TO CN-CONSENT-TYPE.
019507     MOVE WS-TXN-CONSENT-SOURCE           TO CN-CONSENT-SOURCE.
019508     MOVE WS-TXN-CONSENT-OBTAINED     TO CN-CONSENT-OBTAINED-DATE.
019509     MOVE WS-TXN-CONSENT-EXPIRY         TO CN-CONSENT-EXPIRY-DATE.
019510     IF WS-CONSENT-ON-FILE
019511         REWRITE CN-CONSENT-RECORD
019512             INVALID KEY
019513                 PERFORM 355B-CONSENT-FAILED THRU 355B-EXIT
019514             NOT INVALID KEY
019515                 PERFORM 355C-AUDIT-CONSENT THRU 355C-EXIT
019516         END-REWRITE
019517     ELSE
019518         WRITE CN-CONSENT-RECORD
019519             INVALID KEY
019520                 PERFORM 355B-CONSENT-FAILED THRU 355B-EXIT
019521             NOT INVALID KEY
019522                 PERFORM 355C-AUDIT-CONSENT THRU 355C-EXIT
019523         END-WRITE
019524     END-IF.
019525 355A-EXIT.
019526     EXIT.
019527*================================================================
019528*  355B-CONSENT-FAILED - THE CONSENT RECORD COULD NOT BE FILED
019529*================================================================
019530 355B-CONSENT-FAILED.
019531     DISPLAY "LAB01: CONSENT WRITE FAILED, "
019532         CN-CONSENT-LASTNAME " " CN-CONSENT-FIRSTNAME.
019533     MOVE "CONSENT - WRITE FAILED"        TO WS-RC-ERROR-TEXT.
019534     MOVE WS-CONSENT-FILE-STATUS          TO WS-RC-ERROR-STATUS.
019535     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT.
019536     MOVE SPACES                     TO WS-AUDIT-CONSENT-BEFORE.
019537 355B-EXIT.
019538     EXIT.
019539*================================================================
019540*  355C-AUDIT-CONSENT - THE CONSENT AS FILED BECOMES THE AFTER
019541*  CONSENT IMAGE OF THE AUDIT RECORD
019542*================================================================
019543 355C-AUDIT-CONSENT.
019544     MOVE CN-CONSENT-TYPE       TO WS-AUDIT-AFTER-CONSENT-TYPE.
019545     MOVE CN-CONSENT-SOURCE     TO WS-AUDIT-AFTER-CONSENT-SOURCE.
019546     MOVE CN-CONSENT-OBTAINED-DATE
019547         TO WS-AUDIT-AFTER-CONSENT-DATE.
019548     MOVE CN-CONSENT-EXPIRY-DATE
019549         TO WS-AUDIT-AFTER-CONSENT-EXPIRY.
019550     PERFORM 360-WRITE-AUDIT THRU 360-EXIT.
019551     ADD 1 TO WS-RC-CNS-APPLIED-COUNT.
019552 355C-EXIT.
019553     EXIT.
019554*================================================================
019555*  356-APPLY-NOTE - FILE ONE DATED NOTE AGAINST THE CONTACT.
019556*  THE CONTACT MUST BE ON THE MASTER; THE NOTE TAKES THE NEXT
019557*  SEQUENCE NUMBER UNDER ITS CONTACT AND A CONTACTA-STYLE
019558*  TIMESTAMP, SO NOTES READ BACK IN THE ORDER THEY WERE FILED.
019559*================================================================
019560 356-APPLY-NOTE.
019561     READ CONTACT-MASTER-FILE
019562         INVALID KEY
019563             DISPLAY "LAB01: NOTE - NOT ON FILE, "
019564                 CM-LASTNAME " " CM-FIRSTNAME
019565             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
019566             MOVE "NOTE - NOT ON FILE"    TO WS-RC-ERROR-TEXT
019567             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019568         NOT INVALID KEY
019569             PERFORM 357-FIND-NEXT-NOTE-SEQ THRU 357-EXIT
019570             PERFORM 359-WRITE-NOTE THRU 359-EXIT
019571     END-READ.
019572 356-EXIT.
019573     EXIT.
019574*================================================================
019575*  357-FIND-NEXT-NOTE-SEQ - WALK THE CONTACT'S EXISTING NOTES
019576*  AND TAKE THE SEQUENCE NUMBER AFTER THE HIGHEST ON FILE
019577*================================================================
019578 357-FIND-NEXT-NOTE-SEQ.
019579     MOVE 1                               TO WS-NOTE-NEXT-SEQ.
019580     MOVE WS-TXN-LASTNAME                 TO NT-NOTE-LASTNAME.
019581     MOVE WS-TXN-FIRSTNAME               TO NT-NOTE-FIRSTNAME.
019582     MOVE ZERO                            TO NT-NOTE-SEQUENCE.
019583     SET WS-NOTE-SCAN-NOT-EOF             TO TRUE.
019584     START CONTACT-NOTE-FILE
019585         KEY IS NOT LESS THAN NT-NOTE-KEY
019586         INVALID KEY
019587             SET WS-NOTE-SCAN-EOF         TO TRUE
019588     END-START.
019589     IF WS-NOTE-SCAN-NOT-EOF
019590         PERFORM 358-SCAN-ONE-NOTE THRU 358-EXIT
019591             UNTIL WS-NOTE-SCAN-EOF
019592     END-IF.
019593 357-EXIT.
019594     EXIT.
019595*================================================================
019596*  358-SCAN-ONE-NOTE - ONE OF THE CONTACT'S NOTES; THE SCAN
019597*  STOPS AT THE FIRST NOTE BELONGING TO ANOTHER CONTACT
019598*================================================================
019599 358-SCAN-ONE-NOTE.
019600     READ CONTACT-NOTE-FILE NEXT RECORD
019601         AT END
019602             SET WS-NOTE-SCAN-EOF TO TRUE
019603     END-READ.
019604     IF WS-NOTE-SCAN-NOT-EOF
019605         IF NT-NOTE-LASTNAME = WS-TXN-LASTNAME
019606             AND NT-NOTE-FIRSTNAME = WS-TXN-FIRSTNAME
019607             COMPUTE WS-NOTE-NEXT-SEQ = NT-NOTE-SEQUENCE + 1
019608         ELSE
019609             SET WS-NOTE-SCAN-EOF         TO TRUE
019610         END-IF
019611     END-IF.
019612 358-EXIT.
019613     EXIT.
019614*================================================================
019615*  359-WRITE-NOTE - THE NOTE RECORD ITSELF, TIMESTAMPED LIKE
019616*  THE CONTACTA AUDIT RECORDS
019617*================================================================
019618 359-WRITE-NOTE.
019619     MOVE WS-TXN-LASTNAME                 TO NT-NOTE-LASTNAME.
019620     MOVE WS-TXN-FIRSTNAME               TO NT-NOTE-FIRSTNAME.
019621     MOVE WS-NOTE-NEXT-SEQ                TO NT-NOTE-SEQUENCE.
019622     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
019623     ACCEPT WS-AUDIT-TIME FROM TIME.
019624     MOVE WS-AUDIT-DATE               TO NT-NOTE-TIMESTAMP(1:8).
019625     MOVE WS-AUDIT-TIME               TO NT-NOTE-TIMESTAMP(9:8).
019626     MOVE WS-TXN-NOTE-TEXT                TO NT-NOTE-TEXT.
019627     WRITE NT-NOTE
019628         INVALID KEY
019629             DISPLAY "LAB01: NOTE WRITE FAILED, "
019630                 NT-NOTE-LASTNAME " " NT-NOTE-FIRSTNAME
019631             MOVE "NOTE - WRITE FAILED"   TO WS-RC-ERROR-TEXT
019632             MOVE WS-NOTE-FILE-STATUS     TO WS-RC-ERROR-STATUS
019633             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
019634         NOT INVALID KEY
019635             ADD 1 TO WS-RC-NOTE-APPLIED-COUNT
019636     END-WRITE.
019637 359-EXIT.
019638     EXIT.
019639*================================================================
019640*  360-WRITE-AUDIT - WRITE ONE AUDIT RECORD FOR THE TRANSACTION
019641*  JUST APPLIED, CAPTURING THE BEFORE/AFTER IMAGE THE CALLING
019642*  PARAGRAPH LOADED INTO WS-AUDIT-BEFORE AND WS-AUDIT-AFTER
019643*================================================================
019644 360-WRITE-AUDIT.
019645     MOVE SPACES                          TO AUDIT-RECORD.
019646     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
019647     ACCEPT WS-AUDIT-TIME FROM TIME.
019648     MOVE WS-TXN-CODE                     TO AUDIT-TXN-CODE.
019649     IF WS-AUDIT-CODE NOT = SPACES
019650         MOVE WS-AUDIT-CODE               TO AUDIT-TXN-CODE
019651     END-IF.
019652     MOVE WS-AUDIT-DATE                   TO AUDIT-TIMESTAMP(1:8).
019653     MOVE WS-AUDIT-TIME                   TO AUDIT-TIMESTAMP(9:8).
019654     MOVE WS-AUDIT-BEFORE-FIRSTNAME    TO AUDIT-BEFORE-FIRSTNAME.
019655     MOVE WS-AUDIT-BEFORE-LASTNAME     TO AUDIT-BEFORE-LASTNAME.
019656     MOVE WS-AUDIT-BEFORE-EMAIL            TO AUDIT-BEFORE-EMAIL.
019657     MOVE WS-AUDIT-BEFORE-PHONENUMBER TO AUDIT-BEFORE-PHONENUMBER.
019658     MOVE WS-AUDIT-AFTER-FIRSTNAME     TO AUDIT-AFTER-FIRSTNAME.
019659     MOVE WS-AUDIT-AFTER-LASTNAME      TO AUDIT-AFTER-LASTNAME.
019660     MOVE WS-AUDIT-AFTER-EMAIL             TO AUDIT-AFTER-EMAIL.
019661     MOVE WS-AUDIT-AFTER-PHONENUMBER   TO AUDIT-AFTER-PHONENUMBER.
019662     MOVE WS-AUDIT-BEFORE-CATEGORY     TO AUDIT-BEFORE-CATEGORY.
019663     MOVE WS-AUDIT-BEFORE-STREET       TO AUDIT-BEFORE-STREET.
019664     MOVE WS-AUDIT-BEFORE-CITY         TO AUDIT-BEFORE-CITY.
019665     MOVE WS-AUDIT-BEFORE-PROVINCE     TO AUDIT-BEFORE-PROVINCE.
019666     MOVE WS-AUDIT-BEFORE-POSTALCODE   TO AUDIT-BEFORE-POSTALCODE.
019667     MOVE WS-AUDIT-AFTER-CATEGORY      TO AUDIT-AFTER-CATEGORY.
019668     MOVE WS-AUDIT-AFTER-STREET        TO AUDIT-AFTER-STREET.
019669     MOVE WS-AUDIT-AFTER-CITY          TO AUDIT-AFTER-CITY.
019670     MOVE WS-AUDIT-AFTER-PROVINCE      TO AUDIT-AFTER-PROVINCE.
019671     MOVE WS-AUDIT-AFTER-POSTALCODE    TO AUDIT-AFTER-POSTALCODE.
019672     MOVE WS-AUDIT-BEFORE-STATUS       TO AUDIT-BEFORE-STATUS.
019673     MOVE WS-AUDIT-BEFORE-STATUS-DATE
019674         TO AUDIT-BEFORE-STATUS-DATE.
019675     MOVE WS-AUDIT-AFTER-STATUS        TO AUDIT-AFTER-STATUS.
019676     MOVE WS-AUDIT-AFTER-STATUS-DATE
019680         TO AUDIT-AFTER-STATUS-DATE.
019681     MOVE WS-AUDIT-BEFORE-DEPARTMENT
019682         TO AUDIT-BEFORE-DEPARTMENT.
019694         TO AUDIT-AFTER-BOUNCE-COUNT.
019695     MOVE WS-AUDIT-AFTER-BOUNCE-DATE
019696         TO AUDIT-AFTER-BOUNCE-DATE.
019697     MOVE WS-TXN-BATCH-ID                 TO AUDIT-BATCH-ID.
019698     MOVE WS-TXN-OPERATOR                 TO AUDIT-OPERATOR.
019699     MOVE WS-AUDIT-BEFORE-CONSENT-TYPE
019700         TO AUDIT-BEFORE-CONSENT-TYPE.
019701     MOVE WS-AUDIT-BEFORE-CONSENT-SOURCE
019702         TO AUDIT-BEFORE-CONSENT-SOURCE.
019703     MOVE WS-AUDIT-BEFORE-CONSENT-DATE
019704         TO AUDIT-BEFORE-CONSENT-DATE.
019705     MOVE WS-AUDIT-BEFORE-CONSENT-EXPIRY
019706         TO AUDIT-BEFORE-CONSENT-EXPIRY.
019707     MOVE WS-AUDIT-AFTER-CONSENT-TYPE
019708         TO AUDIT-AFTER-CONSENT-TYPE.
019709     MOVE WS-AUDIT-AFTER-CONSENT-SOURCE
019710         TO AUDIT-AFTER-CONSENT-SOURCE.
019711     MOVE WS-AUDIT-AFTER-CONSENT-DATE
019712         TO AUDIT-AFTER-CONSENT-DATE.
019713     MOVE WS-AUDIT-AFTER-CONSENT-EXPIRY
019714         TO AUDIT-AFTER-CONSENT-EXPIRY.
019715     MOVE WS-AUDIT-BEFORE-ORG-ID          TO AUDIT-BEFORE-ORG-ID.
019716     MOVE WS-AUDIT-AFTER-ORG-ID           TO AUDIT-AFTER-ORG-ID.
019717     MOVE WS-AUDIT-BEFORE-ORG-NAME      TO AUDIT-BEFORE-ORG-NAME.
019718     MOVE WS-AUDIT-BEFORE-ORG-ACCOUNT
019719         TO AUDIT-BEFORE-ORG-ACCOUNT.
019720     MOVE WS-AUDIT-AFTER-ORG-NAME       TO AUDIT-AFTER-ORG-NAME.
019721     MOVE WS-AUDIT-AFTER-ORG-ACCOUNT
019722         TO AUDIT-AFTER-ORG-ACCOUNT.
019723     WRITE AUDIT-RECORD.
019724     MOVE SPACES                     TO WS-AUDIT-CONSENT-BEFORE.
019725     MOVE SPACES                     TO WS-AUDIT-CONSENT-AFTER.
019726     MOVE SPACES                     TO WS-AUDIT-ORG-BEFORE.
019727     MOVE SPACES                     TO WS-AUDIT-ORG-AFTER.
019728     MOVE SPACES                     TO WS-AUDIT-CODE.
019729 360-EXIT.
019730     EXIT.
019731*================================================================
019732*  362-SNAP-BEFORE-IMAGE - CAPTURE THE MASTER RECORD AS IT
019740*  STANDS INTO THE BEFORE IMAGE, AHEAD OF A CHANGE OR DELETE
019750*================================================================
019760 362-SNAP-BEFORE-IMAGE.
019872     MOVE CM-EMAIL-FLAG       TO WS-AUDIT-BEFORE-EMAIL-FLAG.
019873     MOVE CM-BOUNCE-COUNT     TO WS-AUDIT-BEFORE-BOUNCE-COUNT.
019874     MOVE CM-LAST-BOUNCE-DATE TO WS-AUDIT-BEFORE-BOUNCE-DATE.
019877     MOVE CM-ORGANIZATION-ID  TO WS-AUDIT-BEFORE-ORG-ID.
019880 362-EXIT.
019890     EXIT.
019900*================================================================
020052     MOVE CM-EMAIL-FLAG       TO WS-AUDIT-AFTER-EMAIL-FLAG.
020053     MOVE CM-BOUNCE-COUNT     TO WS-AUDIT-AFTER-BOUNCE-COUNT.
020054     MOVE CM-LAST-BOUNCE-DATE TO WS-AUDIT-AFTER-BOUNCE-DATE.
020057     MOVE CM-ORGANIZATION-ID  TO WS-AUDIT-AFTER-ORG-ID.
020058 364-EXIT.
020059     EXIT.
020060*================================================================
020061*  366-STAMP-BATCH-APPLIED - STAMP TODAY AS THE APPLIED DATE ON
020062*  THE REGISTER ROW OF THE BATCH THIS TRANSACTION CAME IN.  A
020063*  BATCH'S TRANSACTIONS ARRIVE TOGETHER, SO EACH ROW IS READ
020064*  ONCE PER RUN; A BATCH NOT ON THE REGISTER IS LEFT ALONE.
020065*================================================================
020066 366-STAMP-BATCH-APPLIED.
020067     MOVE WS-TXN-BATCH-ID             TO WS-LAST-STAMPED-BATCH.
020068     IF WS-BATCHREG-OPEN
020069         MOVE WS-TXN-BATCH-ID             TO BR-BATCH-ID
020070         READ BATCH-REGISTER-FILE
020071             INVALID KEY
020072                 CONTINUE
020073             NOT INVALID KEY
020074                 MOVE WS-TODAY-DATE-X     TO BR-BATCH-APPLIED-DATE
020075                 REWRITE BR-BATCH-RECORD
020076                 IF NOT WS-BATCHREG-OK
020077                     DISPLAY "LAB01: BATCH " WS-TXN-BATCH-ID
020078                         " NOT STAMPED, STATUS = "
020079                         WS-BATCHREG-STATUS
020080                     MOVE "STAMP BATCH-REGISTER FAILED"
020081                         TO WS-RC-ERROR-TEXT
020082                     MOVE WS-BATCHREG-STATUS TO WS-RC-ERROR-STATUS
020083                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020084                 END-IF
020085         END-READ
020086     END-IF.
020087 366-EXIT.
020088     EXIT.
020089*================================================================
020090*  370-LOG-RUN-ERROR - ONE ERROR LINE TO THE RUN-CONTROL FILE.
020100*  THE CALLER LOADS WS-RC-ERROR-TEXT (AND THE FILE STATUS WHEN
020110*  THERE IS ONE) BEFORE PERFORMING THIS; THE JOB-LOG DISPLAYS
020170     MOVE WS-RC-ERROR-STATUS            TO WS-RC-ERROR-STATUS-OUT.
020180     MOVE SPACES                          TO RUN-CONTROL-RECORD.
020190     MOVE WS-RC-ERROR-LINE                TO RUN-CONTROL-RECORD.
020191     WRITE RUN-CONTROL-RECORD.
020192     MOVE SPACES                          TO WS-RC-ERROR-STATUS.
020193 370-EXIT.
020194     EXIT.
020195*================================================================
020196*  380-APPLY-ORG-ADD - OPEN A NEW ORGANIZATION.  THE AUDIT
020197*  RECORD (CODE O) HAS A BLANK BEFORE IMAGE, WHICH IS HOW
020198*  LAB01BKO KNOWS TO REMOVE THE ORGANIZATION AGAIN.
020199*================================================================
020200 380-APPLY-ORG-ADD.
020201     MOVE WS-TXN-ORG-ID                   TO OG-ORG-ID.
020202     MOVE WS-TXN-ORG-NAME                 TO OG-ORG-NAME.
020203     MOVE WS-TXN-ORG-ACCOUNT              TO OG-ORG-ACCOUNT.
020204     MOVE WS-TXN-STREET                   TO OG-ORG-STREET.
020205     MOVE WS-TXN-CITY                     TO OG-ORG-CITY.
020206     MOVE WS-TXN-PROVINCE                 TO OG-ORG-PROVINCE.
020207     MOVE WS-TXN-POSTALCODE               TO OG-ORG-POSTALCODE.
020208     MOVE "A"                             TO OG-ORG-STATUS.
020209     MOVE WS-TODAY-DATE-X                 TO OG-ORG-STATUS-DATE.
020210     MOVE WS-TXN-DEPARTMENT               TO OG-ORG-DEPARTMENT.
020211     WRITE OG-ORG-RECORD
020212         INVALID KEY
020213             DISPLAY "LAB01: ORG ADD - ALREADY ON FILE, "
020214                 OG-ORG-ID
020215             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
020216             MOVE "ORG ADD - ID ALREADY ON FILE"
020217                 TO WS-RC-ERROR-TEXT
020218             MOVE WS-ORG-FILE-STATUS      TO WS-RC-ERROR-STATUS
020221             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020222         NOT INVALID KEY
020223             MOVE SPACES                  TO WS-AUDIT-BEFORE
020224             MOVE SPACES                  TO WS-AUDIT-ORG-BEFORE
020225             PERFORM 388-SNAP-ORG-AFTER THRU 388-EXIT
020226             MOVE "O"                     TO WS-AUDIT-CODE
020227             PERFORM 360-WRITE-AUDIT THRU 360-EXIT
020228             ADD 1 TO WS-RC-ORG-ADD-APPLIED-COUNT
020229     END-WRITE.
020230 380-EXIT.
020231     EXIT.
020232*================================================================
020233*  382-APPLY-ORG-CHANGE - UPDATE AN ORGANIZATION ON FILE.  ONLY
020234*  THE FIELDS THE TRANSACTION CARRIES ARE REPLACED; THE STATUS
020235*  AND OWNING DEPARTMENT ARE LEFT AS THEY STAND.
020236*================================================================
020237 382-APPLY-ORG-CHANGE.
020238     MOVE WS-TXN-ORG-ID                   TO OG-ORG-ID.
020239     READ ORGANIZATION-FILE
020240         INVALID KEY
020241             DISPLAY "LAB01: ORG CHANGE - NOT ON FILE, "
020242                 OG-ORG-ID
020243             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
020244             MOVE "ORG CHANGE - NOT ON FILE" TO WS-RC-ERROR-TEXT
020245             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020246         NOT INVALID KEY
020247             PERFORM 387-SNAP-ORG-BEFORE THRU 387-EXIT
020248             IF WS-TXN-ORG-NAME NOT = SPACES
020249                 MOVE WS-TXN-ORG-NAME     TO OG-ORG-NAME
020250             END-IF
020251             IF WS-TXN-ORG-ACCOUNT NOT = SPACES
020252                 MOVE WS-TXN-ORG-ACCOUNT  TO OG-ORG-ACCOUNT
020253             END-IF
020254             IF WS-TXN-STREET NOT = SPACES
020255                 MOVE WS-TXN-STREET       TO OG-ORG-STREET
020256             END-IF
020257             IF WS-TXN-CITY NOT = SPACES
020258                 MOVE WS-TXN-CITY         TO OG-ORG-CITY
020259             END-IF
020260             IF WS-TXN-PROVINCE NOT = SPACES
020261                 MOVE WS-TXN-PROVINCE     TO OG-ORG-PROVINCE
020262             END-IF
020263             IF WS-TXN-POSTALCODE NOT = SPACES
020264                 MOVE WS-TXN-POSTALCODE   TO OG-ORG-POSTALCODE
020265             END-IF
020266             REWRITE OG-ORG-RECORD
020267                 INVALID KEY
020268                     DISPLAY "LAB01: ORG CHANGE FAILED, "
020269                         OG-ORG-ID
020270                     MOVE "ORG CHANGE - REWRITE FAILED"
020271                         TO WS-RC-ERROR-TEXT
020272                     MOVE WS-ORG-FILE-STATUS
020273                         TO WS-RC-ERROR-STATUS
020274                     PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020275                 NOT INVALID KEY
020276                     PERFORM 388-SNAP-ORG-AFTER THRU 388-EXIT
020277                     MOVE "O"             TO WS-AUDIT-CODE
020278                     PERFORM 360-WRITE-AUDIT THRU 360-EXIT
020279                     ADD 1 TO WS-RC-ORG-CHG-APPLIED-COUNT
020280             END-REWRITE
020281     END-READ.
020282 382-EXIT.
020283     EXIT.
020284*================================================================
020285*  384-APPLY-ORG-CLOSE - CLOSE AN ORGANIZATION, THEN DEACTIVATE
020286*  EVERY CONTACT STILL ACTIVE UNDER IT.  THE ORGANIZATION'S O
020287*  RECORD IS WRITTEN FIRST, SO A BACKOUT (LATEST FIRST) PUTS THE
020288*  CONTACTS BACK BEFORE IT REOPENS THE ORGANIZATION.
020289*================================================================
020290 384-APPLY-ORG-CLOSE.
020291     MOVE WS-TXN-ORG-ID                   TO OG-ORG-ID.
020292     READ ORGANIZATION-FILE
020293         INVALID KEY
020294             DISPLAY "LAB01: ORG CLOSE - NOT ON FILE, "
020295                 OG-ORG-ID
020296             ADD 1 TO WS-RC-NOT-ON-FILE-COUNT
020297             MOVE "ORG CLOSE - NOT ON FILE" TO WS-RC-ERROR-TEXT
020298             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020299         NOT INVALID KEY
020300             IF OG-ORG-IS-CLOSED
020301                 DISPLAY "LAB01: ORG CLOSE - ALREADY CLOSED, "
020302                     OG-ORG-ID
020303                 MOVE "ORG CLOSE - ALREADY CLOSED"
020304                     TO WS-RC-ERROR-TEXT
020305                 PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020306             ELSE
020307                 PERFORM 384A-CLOSE-ORGANIZATION THRU 384A-EXIT
020308             END-IF
020309     END-READ.
020310 384-EXIT.
020311     EXIT.
020312*================================================================
020313*  384A-CLOSE-ORGANIZATION - MARK THE ORGANIZATION CLOSED AND
020314*  AUDIT IT, THEN SCAN THE MASTER FOR ITS CONTACTS
020315*================================================================
020316 384A-CLOSE-ORGANIZATION.
020317     PERFORM 387-SNAP-ORG-BEFORE THRU 387-EXIT.
020318     MOVE "C"                             TO OG-ORG-STATUS.
020319     MOVE WS-TODAY-DATE-X                 TO OG-ORG-STATUS-DATE.
020320     REWRITE OG-ORG-RECORD
020321         INVALID KEY
020322             DISPLAY "LAB01: ORG CLOSE FAILED, " OG-ORG-ID
020323             MOVE "ORG CLOSE - REWRITE FAILED" TO WS-RC-ERROR-TEXT
020324             MOVE WS-ORG-FILE-STATUS      TO WS-RC-ERROR-STATUS
020325             PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020326         NOT INVALID KEY
020327             PERFORM 388-SNAP-ORG-AFTER THRU 388-EXIT
020328             MOVE "O"                     TO WS-AUDIT-CODE
020329             PERFORM 360-WRITE-AUDIT THRU 360-EXIT
020330             ADD 1 TO WS-RC-ORG-CLS-APPLIED-COUNT
020331             MOVE OG-ORG-ID               TO WS-CLOSING-ORG-ID
020332             MOVE LOW-VALUES              TO CM-CONTACT-KEY
020333             SET WS-ORG-SCAN-NOT-EOF      TO TRUE
020334             START CONTACT-MASTER-FILE
020335                 KEY IS NOT LESS THAN CM-CONTACT-KEY
020336                 INVALID KEY
020337                     SET WS-ORG-SCAN-EOF  TO TRUE
020338             END-START
020339             PERFORM 385-READ-NEXT-CONTACT THRU 385-EXIT
020340             PERFORM 386-DEACTIVATE-ORG-CONTACT THRU 386-EXIT
020341                 UNTIL WS-ORG-SCAN-EOF
020342     END-REWRITE.
020343 384A-EXIT.
020344     EXIT.
020345*================================================================
020346*  385-READ-NEXT-CONTACT - NEXT MASTER RECORD FOR THE CLOSE SCAN
020347*================================================================
020348 385-READ-NEXT-CONTACT.
020349     IF WS-ORG-SCAN-NOT-EOF
020350         READ CONTACT-MASTER-FILE NEXT RECORD
020351             AT END
020352                 SET WS-ORG-SCAN-EOF      TO TRUE
020353         END-READ
020354     END-IF.
020355 385-EXIT.
020356     EXIT.
020357*================================================================
020358*  386-DEACTIVATE-ORG-CONTACT - A CONTACT OF THE CLOSING
020359*  ORGANIZATION THAT IS NOT ALREADY INACTIVE IS SET TO STATUS I
020360*  AND AUDITED AS A D, EXACTLY AS 350 WOULD HAVE DONE, SO
020361*  LAB01BKO REVERSES IT THE SAME WAY
020362*================================================================
020363 386-DEACTIVATE-ORG-CONTACT.
020364     IF CM-ORGANIZATION-ID = WS-CLOSING-ORG-ID
020365         AND CM-STATUS NOT = "I"
020366         PERFORM 362-SNAP-BEFORE-IMAGE THRU 362-EXIT
020367         MOVE "I"                         TO CM-STATUS
020368         MOVE WS-TODAY-DATE               TO CM-STATUS-DATE
020369         REWRITE CM-CONTACT
020370             INVALID KEY
020371                 DISPLAY "LAB01: ORG CLOSE - CONTACT NOT "
020372                     "DEACTIVATED, " CM-LASTNAME " " CM-FIRSTNAME
020373                 MOVE "ORG CLOSE - CONTACT REWRITE FAILED"
020374                     TO WS-RC-ERROR-TEXT
020375                 MOVE WS-MASTER-STATUS    TO WS-RC-ERROR-STATUS
020376                 PERFORM 370-LOG-RUN-ERROR THRU 370-EXIT
020377             NOT INVALID KEY
020378                 PERFORM 364-SNAP-AFTER-IMAGE THRU 364-EXIT
020379                 MOVE "D"                 TO WS-AUDIT-CODE
020380                 PERFORM 360-WRITE-AUDIT THRU 360-EXIT
020381                 ADD 1 TO WS-RC-ORG-DEACT-COUNT
020382         END-REWRITE
020383     END-IF.
020384     PERFORM 385-READ-NEXT-CONTACT THRU 385-EXIT.
020385 386-EXIT.
020386     EXIT.
020387*================================================================
020388*  387-SNAP-ORG-BEFORE - THE ORGANIZATION AS IT STANDS INTO THE
020389*  BEFORE IMAGE.  THE ADDRESS, STATUS, AND OWNER RIDE IN THE
020390*  CONTACT IMAGE FIELDS OF THE SAME NAMES; THE NAME FIELDS STAY
020391*  BLANK.
020392*================================================================
020393 387-SNAP-ORG-BEFORE.
020394     MOVE SPACES                          TO WS-AUDIT-BEFORE.
020395     MOVE OG-ORG-ID           TO WS-AUDIT-BEFORE-ORG-ID.
020396     MOVE OG-ORG-NAME         TO WS-AUDIT-BEFORE-ORG-NAME.
020397     MOVE OG-ORG-ACCOUNT      TO WS-AUDIT-BEFORE-ORG-ACCOUNT.
020398     MOVE OG-ORG-STREET       TO WS-AUDIT-BEFORE-STREET.
020399     MOVE OG-ORG-CITY         TO WS-AUDIT-BEFORE-CITY.
020400     MOVE OG-ORG-PROVINCE     TO WS-AUDIT-BEFORE-PROVINCE.
020401     MOVE OG-ORG-POSTALCODE   TO WS-AUDIT-BEFORE-POSTALCODE.
020402     MOVE OG-ORG-STATUS       TO WS-AUDIT-BEFORE-STATUS.
020403     MOVE OG-ORG-STATUS-DATE  TO WS-AUDIT-BEFORE-STATUS-DATE.
020404     MOVE OG-ORG-DEPARTMENT   TO WS-AUDIT-BEFORE-DEPARTMENT.
020405 387-EXIT.
020406     EXIT.
020407*================================================================
020408*  388-SNAP-ORG-AFTER - THE ORGANIZATION AS JUST WRITTEN OR
020409*  REWRITTEN INTO THE AFTER IMAGE
020410*================================================================
020411 388-SNAP-ORG-AFTER.
020412     MOVE SPACES                          TO WS-AUDIT-AFTER.
020413     MOVE OG-ORG-ID           TO WS-AUDIT-AFTER-ORG-ID.
020414     MOVE OG-ORG-NAME         TO WS-AUDIT-AFTER-ORG-NAME.
020415     MOVE OG-ORG-ACCOUNT      TO WS-AUDIT-AFTER-ORG-ACCOUNT.
020416     MOVE OG-ORG-STREET       TO WS-AUDIT-AFTER-STREET.
020417     MOVE OG-ORG-CITY         TO WS-AUDIT-AFTER-CITY.
020418     MOVE OG-ORG-PROVINCE     TO WS-AUDIT-AFTER-PROVINCE.
020419     MOVE OG-ORG-POSTALCODE   TO WS-AUDIT-AFTER-POSTALCODE.
020420     MOVE OG-ORG-STATUS       TO WS-AUDIT-AFTER-STATUS.
020421     MOVE OG-ORG-STATUS-DATE  TO WS-AUDIT-AFTER-STATUS-DATE.
020422     MOVE OG-ORG-DEPARTMENT   TO WS-AUDIT-AFTER-DEPARTMENT.
020423 388-EXIT.
020424     EXIT.
020425*================================================================
020426*  400-PRINT-REPORT - PRINT ONE CONTACT, STARTING A NEW PAGE
020427*  WHEN THE CURRENT PAGE IS FULL
020428*================================================================
020429 400-PRINT-REPORT.
020430     IF WS-PAGE-COUNT = ZERO
020431         OR WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
020432         PERFORM 410-PRINT-HEADERS THRU 410-EXIT
020433     END-IF.
020434     DISPLAY WS-CONTACT.
020435     ADD 1 TO WS-LINE-COUNT.
020436     ADD 1 TO WS-CONTACT-TOTAL.
020437     ADD 1 TO WS-RC-PRINTED-COUNT.
020438 400-EXIT.
020439     EXIT.
020440*================================================================
020441*  410-PRINT-HEADERS - START A NEW REPORT PAGE
020442*================================================================
020443 410-PRINT-HEADERS.
020444     ADD 1 TO WS-PAGE-COUNT.
020445     MOVE ZERO                           TO WS-LINE-COUNT.
020450     MOVE WS-PAGE-COUNT                  TO WS-PAGE-NUMBER-OUT.
020460     PERFORM 420-FIND-CATEGORY-DESC THRU 420-EXIT.
020470     MOVE WS-CAT-DESC-OUT              TO WS-CATEGORY-HEADER-OUT.
022420     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022430     MOVE "DELETES APPLIED:            "
022440         TO WS-RC-SUMMARY-LABEL.
022441     MOVE WS-RC-DEL-APPLIED-COUNT         TO WS-RC-SUMMARY-OUT.
022442     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022443     MOVE "NOTES APPLIED:              "
022444         TO WS-RC-SUMMARY-LABEL.
022445     MOVE WS-RC-NOTE-APPLIED-COUNT        TO WS-RC-SUMMARY-OUT.
022446     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022447     MOVE "CONSENTS APPLIED:           "
022448         TO WS-RC-SUMMARY-LABEL.
022449     MOVE WS-RC-CNS-APPLIED-COUNT         TO WS-RC-SUMMARY-OUT.
022450     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022451     MOVE "ORGANIZATIONS OPENED:       "
022452         TO WS-RC-SUMMARY-LABEL.
022453     MOVE WS-RC-ORG-ADD-APPLIED-COUNT     TO WS-RC-SUMMARY-OUT.
022454     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022455     MOVE "ORGANIZATIONS CHANGED:      "
022456         TO WS-RC-SUMMARY-LABEL.
022457     MOVE WS-RC-ORG-CHG-APPLIED-COUNT     TO WS-RC-SUMMARY-OUT.
022458     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022459     MOVE "ORGANIZATIONS CLOSED:       "
022460         TO WS-RC-SUMMARY-LABEL.
022461     MOVE WS-RC-ORG-CLS-APPLIED-COUNT     TO WS-RC-SUMMARY-OUT.
022462     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022463     MOVE "CONTACTS CLOSED WITH ORG:   "
022464         TO WS-RC-SUMMARY-LABEL.
022465     MOVE WS-RC-ORG-DEACT-COUNT           TO WS-RC-SUMMARY-OUT.
022473     PERFORM 9110-WRITE-SUMMARY-LINE THRU 9110-EXIT.
022474     MOVE "PENDING TXNS RELEASED:      "
022475         TO WS-RC-SUMMARY-LABEL.
