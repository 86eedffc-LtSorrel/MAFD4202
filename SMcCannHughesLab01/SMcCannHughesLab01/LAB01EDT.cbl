000443*                   WHEN THE PENDING FILE CANNOT BE OPENED,
000444*                   INSTEAD OF SLIPPING INTO TONIGHT'S BATCH
000445*                   AND APPLYING EARLY.
000446*  2026-10-15 SMH   EVERY BATCH NOW CARRIES A BATCH ID AND THE
000447*                   SUBMITTING OPERATOR FROM ITS H HEADER (AN ID
000448*                   IS ISSUED WHEN THE HEADER LEAVES IT BLANK, OR
000449*                   FOR A HEADERLESS BATCH), STAMPED ON EVERY
000450*                   TRANSACTION.  EACH BATCH'S READ, ACCEPTED,
000451*                   AND REJECTED COUNTS GO TO THE NEW BATCH
000452*                   REGISTER FOR LAB01 TO STAMP WHEN APPLIED.
000453*  2026-10-15 SMH   POSTAL ADDRESSES ON ADDS AND CHANGES ARE NOW
000454*                   PUT INTO STANDARD FORM BY LAB01ADS (UPPER
000455*                   CASE, STREET SUFFIXES ABBREVIATED, POSTAL
000456*                   CODE AS A9A 9A9).  AN UNKNOWN PROVINCE, A
000457*                   BADLY FORMED POSTAL CODE, OR A POSTAL CODE
000458*                   THAT DOES NOT BELONG TO THE PROVINCE IS
000459*                   REJECTED.
000460*  2026-10-15 SMH   ADDED THE P (CONSENT) TRANSACTION.  THE
000461*                   CONTACT MUST BE ON THE MASTER, THE TYPE
000462*                   MUST BE E (EXPRESS) OR I (IMPLIED), THE
000463*                   SOURCE NON-BLANK, AND THE DATE OBTAINED A
000464*                   REAL DATE NOT PAST TODAY.  AN EXPIRY, WHEN
000465*                   GIVEN, MUST BE A REAL DATE NOT BEFORE THE
000466*                   DATE OBTAINED.  AN IMPLIED CONSENT LASTS AT
000467*                   MOST TWO YEARS, AND A BLANK EXPIRY ON ONE
000468*                   IS FILLED IN AT THE TWO-YEAR MARK.
000469*  2026-10-15 SMH   ADDED THE O, M, AND X TRANSACTIONS THAT OPEN,
000470*                   CHANGE, AND CLOSE AN ORGANIZATION ON THE NEW
000471*                   ORGANIZATION MASTER.  AN OPEN NEEDS AN ID NOT
000472*                   ALREADY IN USE AND A NAME; A CHANGE OR CLOSE
000473*                   NEEDS AN ORGANIZATION ON FILE AND STILL OPEN,
000474*                   OWNED BY THE SUBMITTING DEPARTMENT UNLESS THE
000475*                   OVERRIDE IS ON.  AN ADD OR CHANGE NAMING AN
000476*                   ORGANIZATION IS REJECTED WHEN IT IS NOT ON
000477*                   FILE OR IS CLOSED.  ORGANIZATIONS OPENED OR
000478*                   CLOSED EARLIER IN THE SAME RUN COUNT.
000479*  2026-10-15 SMH   A HEADER BATCH ID ALREADY REGISTERED TO A
000480*                   DIFFERENT DEPARTMENT IS REPLACED BY A FRESHLY
000481*                   ISSUED ID, SO ONE BATCH ID NEVER COVERS TWO
000482*                   DEPARTMENTS' WORK AND A BACKOUT BY ID TAKES
000483*                   OUT ONLY ONE.
000484*================================================================
000485 
000486 ENVIRONMENT DIVISION.
000487 CONFIGURATION SECTION.
000488 SOURCE-COMPUTER.         GENERIC-PC.
000489 OBJECT-COMPUTER.         GENERIC-PC.
000490 INPUT-OUTPUT SECTION.
000491 FILE-CONTROL.
000500*----------------------------------------------------------------
000510*   CONTACT-TXN-FILE - THE RAW ADD/CHANGE/DELETE BATCH AS KEYED
000520*   BY THE SUBMITTING DEPARTMENTS, BEFORE ANY EDITING
000830         ASSIGN TO           "CONTACTG"
000840         ORGANIZATION IS     LINE SEQUENTIAL
000850         FILE STATUS IS      WS-CATREF-STATUS.
000851
000852*----------------------------------------------------------------
000853*   BATCH-REGISTER-FILE - ONE ROW PER BATCH EDITED, KEYED ON
000854*   THE BATCH ID, WITH ITS BALANCING COUNTS.  A MISSING FILE IS
000855*   CREATED; LAB01 STAMPS THE APPLIED DATE ON THE SAME ROWS.
000856*----------------------------------------------------------------
000857     SELECT BATCH-REGISTER-FILE
000858         ASSIGN TO           "BATCHREG"
000859         ORGANIZATION IS     INDEXED
000860         ACCESS MODE IS      DYNAMIC
000861         RECORD KEY IS       BR-BATCH-ID
000862         FILE STATUS IS      WS-BATCHREG-STATUS.
000864
000865*----------------------------------------------------------------
000866*   ORGANIZATION-FILE - THE ORGANIZATION MASTER, OPENED INPUT-
000867*   ONLY SO ORGANIZATION TRANSACTIONS AND THE ORGANIZATION ID
000868*   ON AN ADD OR CHANGE CAN BE CHECKED AGAINST WHAT IS ON FILE.
000869*   A MISSING FILE LEAVES ONLY THIS RUN'S OPENS TO CHECK.
000870*----------------------------------------------------------------
000871     SELECT ORGANIZATION-FILE
000872         ASSIGN TO           "ORGMAST"
000873         ORGANIZATION IS     INDEXED
000874         ACCESS MODE IS      DYNAMIC
000875         RECORD KEY IS       OG-ORG-ID
000876         FILE STATUS IS      WS-ORG-FILE-STATUS.
000877 
000878 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CONTACT-TXN-FILE
000900     LABEL RECORDS ARE STANDARD.
000967           ==WS-TXN-IS-RENAME==     BY ==TX-TXN-IS-RENAME==
000968           ==WS-TXN-IS-HEADER==     BY ==TX-TXN-IS-HEADER==
000969           ==WS-TXN-IS-NOTE==       BY ==TX-TXN-IS-NOTE==
000970           ==WS-TXN-IS-CONSENT==    BY ==TX-TXN-IS-CONSENT==
000971           ==WS-TXN-IS-ORG-ADD==    BY ==TX-TXN-IS-ORG-ADD==
000972           ==WS-TXN-IS-ORG-CHANGE== BY ==TX-TXN-IS-ORG-CHANGE==
000973           ==WS-TXN-IS-ORG-CLOSE==  BY ==TX-TXN-IS-ORG-CLOSE==
000974           ==WS-TXN-IS-ORGANIZATION==
000975                          BY ==TX-TXN-IS-ORGANIZATION==
000976           ==WS-TXN-CONTACT-KEY==   BY ==TX-TXN-CONTACT-KEY==
000980           ==WS-TXN-LASTNAME==      BY ==TX-TXN-LASTNAME==
000990           ==WS-TXN-FIRSTNAME==     BY ==TX-TXN-FIRSTNAME==
001000           ==WS-TXN-EMAIL==         BY ==TX-TXN-EMAIL==
001040           ==WS-TXN-CITY==          BY ==TX-TXN-CITY==
001050           ==WS-TXN-PROVINCE==      BY ==TX-TXN-PROVINCE==
001060           ==WS-TXN-POSTALCODE==    BY ==TX-TXN-POSTALCODE==
001063           ==WS-TXN-BATCH-ID==      BY ==TX-TXN-BATCH-ID==
001066           ==WS-TXN-OPERATOR==      BY ==TX-TXN-OPERATOR==
001070           ==WS-TXN-STATUS==        BY ==TX-TXN-STATUS==
001072           ==WS-TXN-LIST-CODE==     BY ==TX-TXN-LIST-CODE==
001073           ==WS-TXN-NEW-CONTACT-KEY==
001079                                BY ==TX-TXN-EFFECTIVE-DATE==
001080           ==WS-TXN-DEPARTMENT==    BY ==TX-TXN-DEPARTMENT==
001081           ==WS-TXN-OVERRIDE==      BY ==TX-TXN-OVERRIDE==
001082           ==WS-TXN-NOTE-TEXT==     BY ==TX-TXN-NOTE-TEXT==
001083           ==WS-TXN-ORG-DATA==      BY ==TX-TXN-ORG-DATA==
001084           ==WS-TXN-ORG-NAME==      BY ==TX-TXN-ORG-NAME==
001085           ==WS-TXN-ORG-ACCOUNT==   BY ==TX-TXN-ORG-ACCOUNT==
001086           ==WS-TXN-ORG-ID==        BY ==TX-TXN-ORG-ID==
001087           ==WS-TXN-CONSENT-DATA==
001088                                BY ==TX-TXN-CONSENT-DATA==
001089           ==WS-TXN-CONSENT-TYPE==
001090                                BY ==TX-TXN-CONSENT-TYPE==
001091           ==WS-TXN-CONSENT-SOURCE==
001092                                BY ==TX-TXN-CONSENT-SOURCE==
001093           ==WS-TXN-CONSENT-OBTAINED==
001094                                BY ==TX-TXN-CONSENT-OBTAINED==
001095           ==WS-TXN-CONSENT-EXPIRY==
001096                                BY ==TX-TXN-CONSENT-EXPIRY==.
001097 
001098 FD  EDITED-TXN-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CONTACTX
001120      REPLACING ==WS-TRANSACTION==  BY ==ED-TRANSACTION==
001167           ==WS-TXN-IS-RENAME==     BY ==ED-TXN-IS-RENAME==
001168           ==WS-TXN-IS-HEADER==     BY ==ED-TXN-IS-HEADER==
001169           ==WS-TXN-IS-NOTE==       BY ==ED-TXN-IS-NOTE==
001170           ==WS-TXN-IS-CONSENT==    BY ==ED-TXN-IS-CONSENT==
001171           ==WS-TXN-IS-ORG-ADD==    BY ==ED-TXN-IS-ORG-ADD==
001172           ==WS-TXN-IS-ORG-CHANGE== BY ==ED-TXN-IS-ORG-CHANGE==
001173           ==WS-TXN-IS-ORG-CLOSE==  BY ==ED-TXN-IS-ORG-CLOSE==
001174           ==WS-TXN-IS-ORGANIZATION==
001175                          BY ==ED-TXN-IS-ORGANIZATION==
001176           ==WS-TXN-CONTACT-KEY==   BY ==ED-TXN-CONTACT-KEY==
001180           ==WS-TXN-LASTNAME==      BY ==ED-TXN-LASTNAME==
001190           ==WS-TXN-FIRSTNAME==     BY ==ED-TXN-FIRSTNAME==
001200           ==WS-TXN-EMAIL==         BY ==ED-TXN-EMAIL==
001240           ==WS-TXN-CITY==          BY ==ED-TXN-CITY==
001250           ==WS-TXN-PROVINCE==      BY ==ED-TXN-PROVINCE==
001260           ==WS-TXN-POSTALCODE==    BY ==ED-TXN-POSTALCODE==
001263           ==WS-TXN-BATCH-ID==      BY ==ED-TXN-BATCH-ID==
001266           ==WS-TXN-OPERATOR==      BY ==ED-TXN-OPERATOR==
001270           ==WS-TXN-STATUS==        BY ==ED-TXN-STATUS==
001272           ==WS-TXN-LIST-CODE==     BY ==ED-TXN-LIST-CODE==
001273           ==WS-TXN-NEW-CONTACT-KEY==
001279                                BY ==ED-TXN-EFFECTIVE-DATE==
001280           ==WS-TXN-DEPARTMENT==    BY ==ED-TXN-DEPARTMENT==
001281           ==WS-TXN-OVERRIDE==      BY ==ED-TXN-OVERRIDE==
001282           ==WS-TXN-NOTE-TEXT==     BY ==ED-TXN-NOTE-TEXT==
001283           ==WS-TXN-ORG-DATA==      BY ==ED-TXN-ORG-DATA==
001284           ==WS-TXN-ORG-NAME==      BY ==ED-TXN-ORG-NAME==
001285           ==WS-TXN-ORG-ACCOUNT==   BY ==ED-TXN-ORG-ACCOUNT==
001286           ==WS-TXN-ORG-ID==        BY ==ED-TXN-ORG-ID==
001287           ==WS-TXN-CONSENT-DATA==
001288                                BY ==ED-TXN-CONSENT-DATA==
001289           ==WS-TXN-CONSENT-TYPE==
001290                                BY ==ED-TXN-CONSENT-TYPE==
001291           ==WS-TXN-CONSENT-SOURCE==
001292                                BY ==ED-TXN-CONSENT-SOURCE==
001293           ==WS-TXN-CONSENT-OBTAINED==
001294                                BY ==ED-TXN-CONSENT-OBTAINED==
001295           ==WS-TXN-CONSENT-EXPIRY==
001296                                BY ==ED-TXN-CONSENT-EXPIRY==.
001297 
001298*----------------------------------------------------------------
001300*   REJECT-FILE RECORD - THE REJECTED TRANSACTION IMAGE FOLLOWED
001310*   BY THE REASON THE EDIT REJECTED IT
001320*----------------------------------------------------------------
001330 FD  REJECT-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  REJECT-RECORD.
001360     05  REJ-TRANSACTION                   PIC X(236).
001370     05  FILLER                            PIC X(01).
001371     05  REJ-REASON                        PIC X(24).
001372 
001373 FD  PENDING-TXN-FILE
001374     LABEL RECORDS ARE STANDARD.
001375     COPY CONTACTX
001376      REPLACING ==WS-TRANSACTION==  BY ==PD-TRANSACTION==
001377           ==WS-TXN-CODE==          BY ==PD-TXN-CODE==
001378           ==WS-TXN-IS-ADD==        BY ==PD-TXN-IS-ADD==
001379           ==WS-TXN-IS-CHANGE==     BY ==PD-TXN-IS-CHANGE==
001380           ==WS-TXN-IS-DELETE==     BY ==PD-TXN-IS-DELETE==
001381           ==WS-TXN-IS-SUBSCRIBE==  BY ==PD-TXN-IS-SUBSCRIBE==
001382           ==WS-TXN-IS-UNSUBSCRIBE==
001383                                    BY ==PD-TXN-IS-UNSUBSCRIBE==
001384           ==WS-TXN-IS-RENAME==     BY ==PD-TXN-IS-RENAME==
001385           ==WS-TXN-IS-HEADER==     BY ==PD-TXN-IS-HEADER==
001386           ==WS-TXN-IS-NOTE==       BY ==PD-TXN-IS-NOTE==
001387           ==WS-TXN-IS-CONSENT==    BY ==PD-TXN-IS-CONSENT==
001388           ==WS-TXN-IS-ORG-ADD==    BY ==PD-TXN-IS-ORG-ADD==
001389           ==WS-TXN-IS-ORG-CHANGE== BY ==PD-TXN-IS-ORG-CHANGE==
001390           ==WS-TXN-IS-ORG-CLOSE==  BY ==PD-TXN-IS-ORG-CLOSE==
001391           ==WS-TXN-IS-ORGANIZATION==
001392                          BY ==PD-TXN-IS-ORGANIZATION==
001393           ==WS-TXN-CONTACT-KEY==   BY ==PD-TXN-CONTACT-KEY==
001394           ==WS-TXN-LASTNAME==      BY ==PD-TXN-LASTNAME==
001395           ==WS-TXN-FIRSTNAME==     BY ==PD-TXN-FIRSTNAME==
001396           ==WS-TXN-EMAIL==         BY ==PD-TXN-EMAIL==
001397           ==WS-TXN-PHONENUMBER==   BY ==PD-TXN-PHONENUMBER==
001398           ==WS-TXN-CATEGORY==      BY ==PD-TXN-CATEGORY==
001399           ==WS-TXN-STREET==        BY ==PD-TXN-STREET==
001400           ==WS-TXN-CITY==          BY ==PD-TXN-CITY==
001401           ==WS-TXN-PROVINCE==      BY ==PD-TXN-PROVINCE==
001402           ==WS-TXN-POSTALCODE==    BY ==PD-TXN-POSTALCODE==
001403           ==WS-TXN-STATUS==        BY ==PD-TXN-STATUS==
001404           ==WS-TXN-LIST-CODE==     BY ==PD-TXN-LIST-CODE==
001405           ==WS-TXN-NEW-CONTACT-KEY==
001406                                BY ==PD-TXN-NEW-CONTACT-KEY==
001407           ==WS-TXN-NEW-LASTNAME==  BY ==PD-TXN-NEW-LASTNAME==
001408           ==WS-TXN-NEW-FIRSTNAME==
001409                                BY ==PD-TXN-NEW-FIRSTNAME==
001410           ==WS-TXN-EFFECTIVE-DATE==
001411                                BY ==PD-TXN-EFFECTIVE-DATE==
001412           ==WS-TXN-DEPARTMENT==    BY ==PD-TXN-DEPARTMENT==
001413           ==WS-TXN-OVERRIDE==      BY ==PD-TXN-OVERRIDE==
001414           ==WS-TXN-NOTE-TEXT==     BY ==PD-TXN-NOTE-TEXT==
001415           ==WS-TXN-ORG-DATA==      BY ==PD-TXN-ORG-DATA==
001416           ==WS-TXN-ORG-NAME==      BY ==PD-TXN-ORG-NAME==
001417           ==WS-TXN-ORG-ACCOUNT==   BY ==PD-TXN-ORG-ACCOUNT==
001418           ==WS-TXN-ORG-ID==        BY ==PD-TXN-ORG-ID==
001419           ==WS-TXN-CONSENT-DATA==
001420                                BY ==PD-TXN-CONSENT-DATA==
001421           ==WS-TXN-CONSENT-TYPE==
001422                                BY ==PD-TXN-CONSENT-TYPE==
001423           ==WS-TXN-CONSENT-SOURCE==
001424                                BY ==PD-TXN-CONSENT-SOURCE==
001425           ==WS-TXN-CONSENT-OBTAINED==
001426                                BY ==PD-TXN-CONSENT-OBTAINED==
001427           ==WS-TXN-CONSENT-EXPIRY==
001428                                BY ==PD-TXN-CONSENT-EXPIRY==
001429           ==WS-TXN-BATCH-ID==      BY ==PD-TXN-BATCH-ID==
001435           ==WS-TXN-OPERATOR==      BY ==PD-TXN-OPERATOR==.
001436
001437 FD  CONTACT-MASTER-FILE
001438     LABEL RECORDS ARE STANDARD.
001455                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001456                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001457                   ==WS-LAST-BOUNCE-DATE==
001458                                BY ==CM-LAST-BOUNCE-DATE==
001459                   ==WS-ORGANIZATION-ID==
001460                                BY ==CM-ORGANIZATION-ID==.
001461
001462 FD  CATEGORY-REF-FILE
001463     LABEL RECORDS ARE STANDARD.
001464*  RECORD LAYOUT COMES FROM THE SHARED CONTACTG COPYBOOK.
001465     COPY CONTACTG
001466      REPLACING ==WS-CATREF-RECORD==  BY ==CG-CATREF-RECORD==
001467           ==WS-CATREF-CODE==         BY ==CG-CATREF-CODE==
001468           ==WS-CATREF-DESC==         BY ==CG-CATREF-DESC==
001470           ==WS-CATREF-ACTIVE==       BY ==CG-CATREF-ACTIVE==.
001471
001472 FD  BATCH-REGISTER-FILE
001473     LABEL RECORDS ARE STANDARD.
001474*  RECORD LAYOUT COMES FROM THE SHARED BATCHREG COPYBOOK.
001475     COPY BATCHREG
001476      REPLACING ==WS-BATCH-RECORD==  BY ==BR-BATCH-RECORD==
001477           ==WS-BATCH-ID==           BY ==BR-BATCH-ID==
001478           ==WS-BATCH-DEPARTMENT==   BY ==BR-BATCH-DEPARTMENT==
001479           ==WS-BATCH-OPERATOR==     BY ==BR-BATCH-OPERATOR==
001480           ==WS-BATCH-EDIT-DATE==    BY ==BR-BATCH-EDIT-DATE==
001481           ==WS-BATCH-READ-COUNT==   BY ==BR-BATCH-READ-COUNT==
001482           ==WS-BATCH-ACCEPT-COUNT== BY ==BR-BATCH-ACCEPT-COUNT==
001483           ==WS-BATCH-REJECT-COUNT== BY ==BR-BATCH-REJECT-COUNT==
001484           ==WS-BATCH-APPLIED-DATE== BY ==BR-BATCH-APPLIED-DATE==.
001485
001486 FD  ORGANIZATION-FILE
001487     LABEL RECORDS ARE STANDARD.
001488*  RECORD LAYOUT COMES FROM THE SHARED ORGMAST COPYBOOK.
001489     COPY ORGMAST
001490      REPLACING ==WS-ORG-RECORD==      BY ==OG-ORG-RECORD==
001491           ==WS-ORG-ID==              BY ==OG-ORG-ID==
001492           ==WS-ORG-NAME==            BY ==OG-ORG-NAME==
001493           ==WS-ORG-ACCOUNT==         BY ==OG-ORG-ACCOUNT==
001494           ==WS-ORG-STREET==          BY ==OG-ORG-STREET==
001495           ==WS-ORG-CITY==            BY ==OG-ORG-CITY==
001496           ==WS-ORG-PROVINCE==        BY ==OG-ORG-PROVINCE==
001497           ==WS-ORG-POSTALCODE==      BY ==OG-ORG-POSTALCODE==
001498           ==WS-ORG-STATUS==          BY ==OG-ORG-STATUS==
001499           ==WS-ORG-IS-ACTIVE==       BY ==OG-ORG-IS-ACTIVE==
001500           ==WS-ORG-IS-CLOSED==       BY ==OG-ORG-IS-CLOSED==
001501           ==WS-ORG-STATUS-DATE==     BY ==OG-ORG-STATUS-DATE==
001502           ==WS-ORG-DEPARTMENT==      BY ==OG-ORG-DEPARTMENT==.
001503 
001504 WORKING-STORAGE SECTION.
001505*----------------------------------------------------------------
001510*   CURRENT-TRANSACTION WORKING AREA
001520*----------------------------------------------------------------
001530     COPY CONTACTX.
001620 01  WS-REJECT-STATUS                       PIC X(02).
001630     88  WS-REJECT-OK                       VALUE "00".
001640 01  WS-CATREF-STATUS                       PIC X(02).
001641     88  WS-CATREF-OK                       VALUE "00".
001642     88  WS-CATREF-MISSING                  VALUE "35".
001643 01  WS-MASTER-STATUS                       PIC X(02).
001644     88  WS-MASTER-OK                       VALUE "00".
001645 01  WS-PENDING-STATUS                      PIC X(02).
001646     88  WS-PENDING-OK                      VALUE "00".
001647     88  WS-PENDING-MISSING                 VALUE "35".
001648 01  WS-BATCHREG-STATUS                     PIC X(02).
001649     88  WS-BATCHREG-OK                     VALUE "00".
001650     88  WS-BATCHREG-MISSING                VALUE "35".
001651 01  WS-BATCHREG-OPEN-SWITCH                PIC X(01)
001652         VALUE "N".
001653     88  WS-BATCHREG-OPEN                   VALUE "Y".
001654     88  WS-BATCHREG-NOT-OPEN               VALUE "N".
001655 01  WS-PENDING-OPEN-SWITCH                 PIC X(01)
001656         VALUE "N".
001657     88  WS-PENDING-OPEN                    VALUE "Y".
001658     88  WS-PENDING-NOT-OPEN                VALUE "N".
001659 01  WS-ORG-FILE-STATUS                     PIC X(02).
001660     88  WS-ORG-FILE-OK                     VALUE "00".
001661     88  WS-ORG-FILE-MISSING                VALUE "35".
001662 01  WS-ORG-OPEN-SWITCH                     PIC X(01)
001663         VALUE "N".
001664     88  WS-ORG-FILE-OPEN                   VALUE "Y".
001669     88  WS-ORG-FILE-NOT-OPEN               VALUE "N".
001670 01  WS-TODAY-DATE                          PIC 9(08).
001671 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
001672                                            PIC X(08).
001683 01  WS-LEAP-QUOTIENT                       PIC 9(04) COMP.
001684 01  WS-LEAP-REMAINDER                      PIC 9(04) COMP.
001685 01  WS-MONTH-MAX-DAY                       PIC 9(02).
001686*----------------------------------------------------------------
001687*   247-EDIT-CONSENT-FIELDS - LATEST EXPIRY AN IMPLIED CONSENT
001688*   MAY CARRY (TWO YEARS FROM THE DATE OBTAINED)
001689*----------------------------------------------------------------
001690 01  WS-IMPLIED-LIMIT-DATE                  PIC X(08).
001691 01  WS-MASTER-OPEN-SWITCH                  PIC X(01)
001692         VALUE "N".
001693     88  WS-MASTER-OPEN                     VALUE "Y".
001694     88  WS-MASTER-NOT-OPEN                 VALUE "N".
001695 01  WS-KEY-FOUND-SWITCH                    PIC X(01).
001696     88  WS-KEY-ON-MASTER                   VALUE "Y".
001697     88  WS-KEY-NOT-ON-MASTER               VALUE "N".
001698*----------------------------------------------------------------
001699*   ORGANIZATIONS OPENED OR CLOSED EARLIER IN THIS RUN - THE
001700*   ORGANIZATION MASTER IS NOT UPDATED UNTIL LAB01 APPLIES THE
001701*   BATCH, SO 238 LOOKS HERE BEFORE IT LOOKS ON FILE.  STATE IS
001702*   A (OPENED) OR C (CLOSED).
001703*----------------------------------------------------------------
001704 01  WS-RUN-ORG-TABLE.
001705     05  WS-RUN-ORG-COUNT                  PIC 9(02) COMP
001706             VALUE ZERO.
001707     05  WS-RUN-ORG-ENTRY OCCURS 50 TIMES.
001708         10  WS-RUN-ORG-ID                 PIC X(08).
001709         10  WS-RUN-ORG-STATE              PIC X(01).
001710         10  WS-RUN-ORG-DEPT               PIC X(03).
001711 01  WS-RUN-ORG-SUB                         PIC 9(02) COMP.
001712 01  WS-RUN-ORG-HIT                         PIC 9(02) COMP.
001713 01  WS-ORG-FOUND-SWITCH                    PIC X(01).
001714     88  WS-ORG-FOUND                       VALUE "Y".
001715     88  WS-ORG-NOT-FOUND                   VALUE "N".
001716     88  WS-ORG-UNCHECKED                   VALUE "U".
001717 01  WS-FOUND-ORG-STATE                     PIC X(01).
001718     88  WS-FOUND-ORG-CLOSED                VALUE "C".
001719 01  WS-FOUND-ORG-DEPT                      PIC X(03).
001720*----------------------------------------------------------------
001721*   CURRENT BATCH HEADER - SET BY THE H RECORD THAT OPENS EACH
001722*   DEPARTMENT'S BATCH.  A BLANK DEPARTMENT (NO HEADER SEEN)
001723*   LEAVES THE OWNERSHIP CHECK OFF FOR OLD-STYLE BATCHES.
001724*----------------------------------------------------------------
001725 01  WS-CURRENT-DEPT                        PIC X(03)
001726         VALUE SPACES.
001727 01  WS-CURRENT-OVERRIDE                    PIC X(01)
001728         VALUE "N".
001729     88  WS-OVERRIDE-ACTIVE                 VALUE "Y".
001730 01  WS-HEADER-COUNT                        PIC 9(06) COMP
001731         VALUE ZERO.
001732 01  WS-CURRENT-BATCH-ID                    PIC X(16)
001733         VALUE SPACES.
001734 01  WS-CURRENT-OPERATOR                    PIC X(08)
001735         VALUE SPACES.
001736 01  WS-CURRENT-READ-COUNT                  PIC 9(06) COMP
001737         VALUE ZERO.
001738 01  WS-CURRENT-ACCEPT-COUNT                PIC 9(06) COMP
001739         VALUE ZERO.
001740 01  WS-CURRENT-REJECT-COUNT                PIC 9(06) COMP
001741         VALUE ZERO.
001742*----------------------------------------------------------------
001743*   207-ISSUE-BATCH-ID WORK FIELDS - AN ISSUED ID IS THE DATE
001744*   AND TIME; ONE NOT LATER THAN THE LAST ID ISSUED IN THIS RUN
001745*   IS BUMPED PAST IT SO TWO HEADERS IN ONE TICK STAY DISTINCT
001746*----------------------------------------------------------------
001747 01  WS-ISSUE-STAMP.
001748     05  WS-ISSUE-DATE                     PIC 9(08).
001749     05  WS-ISSUE-TIME                     PIC 9(08).
001750 01  WS-ISSUE-STAMP-N REDEFINES WS-ISSUE-STAMP
001751                                            PIC 9(16).
001752 01  WS-LAST-BATCH-ID                       PIC X(16)
001753         VALUE SPACES.
001754 01  WS-REGISTERED-COUNT                    PIC 9(06) COMP
001755         VALUE ZERO.
001756 01  WS-CATREF-EOF-SWITCH                   PIC X(01)
001757         VALUE "N".
001758     88  WS-CATREF-EOF                      VALUE "Y".
001759     88  WS-CATREF-NOT-EOF                  VALUE "N".
001760*----------------------------------------------------------------
001761*   CATEGORY REFERENCE TABLE - LOADED AT 1000-INITIALIZE AND
001762*   SEARCHED FOR EVERY NON-BLANK TRANSACTION CATEGORY.  WHEN
001763*   THE REFERENCE FILE IS MISSING THE COUNT STAYS ZERO AND THE
001764*   CATEGORY CHECK IS SKIPPED.
001765*----------------------------------------------------------------
001770 01  WS-CATEGORY-TABLE.
001780     05  WS-CAT-COUNT                      PIC 9(02) COMP
001790             VALUE ZERO.
002090     05  WS-EMAIL-DOMAIN                   PIC X(26).
002100     05  WS-AT-COUNT                       PIC 9(02) COMP.
002110     05  WS-DOT-COUNT                      PIC 9(02) COMP.
002112*----------------------------------------------------------------
002114*   POSTAL ADDRESS HANDED TO LAB01ADS TO BE STANDARDIZED
002116*----------------------------------------------------------------
002118     COPY ADDRSTD.
002120*----------------------------------------------------------------
002130*   BALANCING PAGE COUNTERS - READ, ACCEPTED, AND REJECTED IN
002140*   TOTAL AND BY TRANSACTION CODE
002415         VALUE ZERO.
002416 01  WS-NOTE-REJECT-COUNT                   PIC 9(06) COMP
002417         VALUE ZERO.
002418 01  WS-CNS-READ-COUNT                      PIC 9(06) COMP
002419         VALUE ZERO.
002420 01  WS-CNS-ACCEPT-COUNT                    PIC 9(06) COMP
002421         VALUE ZERO.
002422 01  WS-CNS-REJECT-COUNT                    PIC 9(06) COMP
002423         VALUE ZERO.
002424 01  WS-ORG-READ-COUNT                      PIC 9(06) COMP
002425         VALUE ZERO.
002426 01  WS-ORG-ACCEPT-COUNT                    PIC 9(06) COMP
002427         VALUE ZERO.
002428 01  WS-ORG-REJECT-COUNT                    PIC 9(06) COMP
002429         VALUE ZERO.
002430 01  WS-BAD-CODE-COUNT                      PIC 9(06) COMP
002431         VALUE ZERO.
002432*----------------------------------------------------------------
002433*   BALANCING PAGE PRINT LINES
002440*----------------------------------------------------------------
002450 01  WS-BAL-TITLE-LINE                      PIC X(47)
002460         VALUE "CONTACT TRANSACTION EDIT - BATCH BALANCING".
002720     IF WS-FILES-OPEN
002730         PERFORM 200-EDIT-ONE-TRANSACTION THRU 200-EXIT
002740             UNTIL WS-TXN-EOF
002745         PERFORM 290-REGISTER-BATCH THRU 290-EXIT
002750         PERFORM 800-PRINT-BALANCING-PAGE THRU 800-EXIT
002760     END-IF.
002770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003090             PERFORM 1100-LOAD-CATEGORY-TABLE THRU 1100-EXIT
003091             PERFORM 1200-OPEN-MASTER THRU 1200-EXIT
003092             PERFORM 1300-OPEN-PENDING-FILE THRU 1300-EXIT
003094             PERFORM 1400-OPEN-BATCH-REGISTER THRU 1400-EXIT
003096             PERFORM 1250-OPEN-ORGANIZATION-FILE THRU 1250-EXIT
003098             PERFORM 207-ISSUE-BATCH-ID THRU 207-EXIT
003100         END-IF
003110     END-IF.
003120 1000-EXIT.
003575 1200-EXIT.
003576     EXIT.
003577*================================================================
003578*  1250-OPEN-ORGANIZATION-FILE - OPEN THE ORGANIZATION MASTER
003579*  READ-ONLY FOR THE ORGANIZATION CHECKS.  UNTIL THE FIRST
003580*  ORGANIZATION IS APPLIED THERE IS NO FILE, AND ONLY THIS RUN'S
003581*  OPENS CAN BE CHECKED.
003582*================================================================
003583 1250-OPEN-ORGANIZATION-FILE.
003584     OPEN INPUT ORGANIZATION-FILE.
003585     IF WS-ORG-FILE-OK
003586         SET WS-ORG-FILE-OPEN             TO TRUE
003587     ELSE
003588         IF NOT WS-ORG-FILE-MISSING
003589             DISPLAY "LAB01EDT: ORGANIZATION-FILE NOT OPENED, "
003590                 "STATUS = " WS-ORG-FILE-STATUS
003591         END-IF
003592     END-IF.
003593 1250-EXIT.
003594     EXIT.
003595*================================================================
003596*  1300-OPEN-PENDING-FILE - OPEN THE PENDING FILE FOR APPEND.
003597*  THE FIRST FUTURE-DATED TRANSACTION EVER HELD HAS NO FILE TO
003598*  FIND, SO A MISSING FILE IS CREATED.
003599*================================================================
003600 1300-OPEN-PENDING-FILE.
003601     OPEN EXTEND PENDING-TXN-FILE.
003602     IF WS-PENDING-MISSING
003603         OPEN OUTPUT PENDING-TXN-FILE
003604     END-IF.
003605     IF WS-PENDING-OK
003606         SET WS-PENDING-OPEN              TO TRUE
003607     ELSE
003608         DISPLAY "LAB01EDT: PENDING-TXN-FILE NOT OPENED, "
003609             "STATUS = " WS-PENDING-STATUS
003610     END-IF.
003611 1300-EXIT.
003612     EXIT.
003613*================================================================
003614*  1400-OPEN-BATCH-REGISTER - OPEN THE BATCH REGISTER FOR
003615*  UPDATE.  THE FIRST BATCH EVER EDITED HAS NO REGISTER TO
003616*  FIND, SO A MISSING FILE IS CREATED.  A REGISTER THAT STILL
003617*  CANNOT BE OPENED JUST LEAVES THE BATCHES UNREGISTERED.
003618*================================================================
003619 1400-OPEN-BATCH-REGISTER.
003620     OPEN I-O BATCH-REGISTER-FILE.
003621     IF WS-BATCHREG-MISSING
003622         OPEN OUTPUT BATCH-REGISTER-FILE
003623         CLOSE BATCH-REGISTER-FILE
003624         OPEN I-O BATCH-REGISTER-FILE
003625     END-IF.
003626     IF WS-BATCHREG-OK
003627         SET WS-BATCHREG-OPEN             TO TRUE
003628     ELSE
003629         DISPLAY "LAB01EDT: BATCH-REGISTER-FILE NOT OPENED, "
003630             "STATUS = " WS-BATCHREG-STATUS
003631     END-IF.
003632 1400-EXIT.
003633     EXIT.
003634*================================================================
003635*  200-EDIT-ONE-TRANSACTION - VALIDATE EVERY FIELD OF ONE
003636*  TRANSACTION, ROUTE IT TO THE EDITED FILE OR THE REJECT FILE,
003637*  COUNT IT FOR THE BALANCING PAGE, AND READ THE NEXT ONE
003638*================================================================
003639 200-EDIT-ONE-TRANSACTION.
003640     IF WS-TXN-IS-HEADER
003641         PERFORM 205-TAKE-BATCH-HEADER THRU 205-EXIT
003642     ELSE
003643         PERFORM 206-EDIT-DATA-TRANSACTION THRU 206-EXIT
003644     END-IF.
003645     PERFORM 310-READ-TRANSACTION THRU 310-EXIT.
003646 200-EXIT.
003647     EXIT.
003648*================================================================
003649*  205-TAKE-BATCH-HEADER - AN H RECORD OPENS A BATCH: FILE THE
003650*  BATCH IT CLOSES ON THE REGISTER, THEN REMEMBER THE SUBMITTING
003651*  DEPARTMENT, THE OPERATOR, THE BATCH ID (ISSUING ONE WHEN THE
003652*  HEADER LEAVES IT BLANK, OR NAMES A BATCH REGISTERED TO ANOTHER
003653*  DEPARTMENT), AND WHETHER THE OVERRIDE IS ON.
003654*  A BLANK-DEPARTMENT HEADER IS A RESET - THE TRANSACTIONS
003655*  AFTER IT RUN UNOWNED, AS A HEADERLESS BATCH DOES, WHICH IS
003656*  HOW LAB01FIX CLOSES ITS SESSION'S BATCH.  THE HEADER ITSELF
003657*  NEVER REACHES THE EDITED FILE.
003658*================================================================
003659 205-TAKE-BATCH-HEADER.
003660     PERFORM 290-REGISTER-BATCH THRU 290-EXIT.
003661     MOVE WS-TXN-DEPARTMENT               TO WS-CURRENT-DEPT.
003662     MOVE WS-TXN-OVERRIDE                 TO WS-CURRENT-OVERRIDE.
003663     MOVE WS-TXN-OPERATOR                 TO WS-CURRENT-OPERATOR.
003664     IF WS-TXN-BATCH-ID = SPACES
003665         PERFORM 207-ISSUE-BATCH-ID THRU 207-EXIT
003666     ELSE
003667         MOVE WS-TXN-BATCH-ID             TO WS-CURRENT-BATCH-ID
003668         PERFORM 208-CHECK-BATCH-OWNER THRU 208-EXIT
003669     END-IF.
003670     ADD 1 TO WS-HEADER-COUNT.
003671 205-EXIT.
003672     EXIT.
003673*================================================================
003674*  206-EDIT-DATA-TRANSACTION - VALIDATE EVERY FIELD OF ONE DATA
003675*  TRANSACTION, ROUTE IT TO THE EDITED FILE OR THE REJECT FILE,
003676*  AND COUNT IT FOR THE BALANCING PAGE
003677*================================================================
003678 206-EDIT-DATA-TRANSACTION.
003679     SET WS-TXN-ACCEPTED                  TO TRUE.
003680     MOVE SPACES                          TO WS-EDIT-REASON.
003681     PERFORM 210-EDIT-TXN-CODE THRU 210-EXIT.
003682     IF WS-TXN-ACCEPTED
003683         IF NOT WS-TXN-IS-ORGANIZATION
003684             PERFORM 220-EDIT-CONTACT-KEY THRU 220-EXIT
003685         END-IF
003686     END-IF.
003687     IF WS-TXN-ACCEPTED
003688         PERFORM 215-EDIT-EFFECTIVE-DATE THRU 215-EXIT
003689     END-IF.
003690     IF WS-TXN-ACCEPTED
003691         EVALUATE TRUE
003692             WHEN WS-TXN-IS-ADD
003693                 PERFORM 230-EDIT-ADD-FIELDS THRU 230-EXIT
003694             WHEN WS-TXN-IS-CHANGE
003695                 PERFORM 240-EDIT-CHANGE-FIELDS THRU 240-EXIT
003696             WHEN WS-TXN-IS-DELETE
003697                 CONTINUE
003698             WHEN WS-TXN-IS-SUBSCRIBE
003699                 PERFORM 242-EDIT-LIST-FIELDS THRU 242-EXIT
003700             WHEN WS-TXN-IS-UNSUBSCRIBE
003701                 PERFORM 242-EDIT-LIST-FIELDS THRU 242-EXIT
003702             WHEN WS-TXN-IS-RENAME
003703                 PERFORM 244-EDIT-RENAME-FIELDS THRU 244-EXIT
003704             WHEN WS-TXN-IS-NOTE
003705                 PERFORM 243-EDIT-NOTE-FIELDS THRU 243-EXIT
003706             WHEN WS-TXN-IS-CONSENT
003707                 PERFORM 247-EDIT-CONSENT-FIELDS THRU 247-EXIT
003708             WHEN WS-TXN-IS-ORG-ADD
003709                 PERFORM 232-EDIT-ORG-ADD-FIELDS THRU 232-EXIT
003710             WHEN WS-TXN-IS-ORG-CHANGE
003711                 PERFORM 233-EDIT-ORG-CHANGE-FIELDS THRU 233-EXIT
003712             WHEN WS-TXN-IS-ORG-CLOSE
003713                 PERFORM 234-EDIT-ORG-CLOSE-FIELDS THRU 234-EXIT
003714         END-EVALUATE
003715     END-IF.
003716     IF WS-TXN-ACCEPTED
003717         AND (WS-TXN-IS-CHANGE OR WS-TXN-IS-DELETE
003718             OR WS-TXN-IS-RENAME)
003719         PERFORM 225-EDIT-DEPARTMENT-OWNER THRU 225-EXIT
003720     END-IF.
003721     IF WS-TXN-ACCEPTED
003722         AND (WS-TXN-IS-ORG-ADD OR WS-TXN-IS-ORG-CLOSE)
003723         PERFORM 231-NOTE-RUN-ORGANIZATION THRU 231-EXIT
003724     END-IF.
003725*    ACCEPTED OR REJECTED, THE IMAGE CARRIES ITS BATCH ID AND
003726*    SUBMITTING OPERATOR FORWARD
003727     MOVE WS-CURRENT-BATCH-ID             TO WS-TXN-BATCH-ID.
003728     MOVE WS-CURRENT-OPERATOR             TO WS-TXN-OPERATOR.
003729     IF WS-TXN-ACCEPTED
003730         PERFORM 260-WRITE-EDITED THRU 260-EXIT
003731     ELSE
003732         PERFORM 270-WRITE-REJECT THRU 270-EXIT
003733     END-IF.
003734     PERFORM 280-COUNT-TRANSACTION THRU 280-EXIT.
003735 206-EXIT.
003736     EXIT.
003737*================================================================
003738*  207-ISSUE-BATCH-ID - ISSUE A BATCH ID FROM TODAY'S DATE AND
003739*  THE TIME OF DAY, KEPT LATER THAN THE LAST ONE ISSUED
003740*================================================================
003741 207-ISSUE-BATCH-ID.
003742     ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD.
003743     ACCEPT WS-ISSUE-TIME FROM TIME.
003744     IF WS-ISSUE-STAMP NOT > WS-LAST-BATCH-ID
003745         MOVE WS-LAST-BATCH-ID            TO WS-ISSUE-STAMP
003746         ADD 1 TO WS-ISSUE-STAMP-N
003747     END-IF.
003748     MOVE WS-ISSUE-STAMP                  TO WS-CURRENT-BATCH-ID.
003749     MOVE WS-ISSUE-STAMP                  TO WS-LAST-BATCH-ID.
003750 207-EXIT.
003751     EXIT.
003752*================================================================
003753*  208-CHECK-BATCH-OWNER - A BATCH ID ALREADY ON THE REGISTER
003754*  MAY ONLY BE REUSED BY THE DEPARTMENT THAT OWNS IT (A BATCH
003755*  RESUBMITTED UNDER ITS OWN ID).  ANOTHER DEPARTMENT'S HEADER
003756*  NAMING IT IS GIVEN A FRESH ID, SO A BACKOUT BY ID NEVER TAKES
003757*  OUT TWO DEPARTMENTS' WORK TOGETHER.  THE BATCH JUST FINISHED
003758*  HAS ALREADY BEEN FILED BY 290, SO A CLASH WITHIN THIS RUN IS
003759*  CAUGHT THE SAME WAY.
003760*================================================================
003761 208-CHECK-BATCH-OWNER.
003762     IF WS-BATCHREG-OPEN
003763         MOVE WS-CURRENT-BATCH-ID         TO BR-BATCH-ID
003764         READ BATCH-REGISTER-FILE
003765             INVALID KEY
003766                 CONTINUE
003767             NOT INVALID KEY
003768                 IF BR-BATCH-DEPARTMENT NOT = WS-CURRENT-DEPT
003769                     DISPLAY "LAB01EDT: BATCH "
003770                         WS-CURRENT-BATCH-ID
003771                         " IS REGISTERED TO DEPARTMENT "
003772                         BR-BATCH-DEPARTMENT " - NEW ID ISSUED"
003773                     PERFORM 207-ISSUE-BATCH-ID THRU 207-EXIT
003774                 END-IF
003775         END-READ
003776     END-IF.
003777 208-EXIT.
003778     EXIT.
003931*================================================================
003932*  210-EDIT-TXN-CODE - THE TRANSACTION CODE MUST BE A, C, D, S,
003933*  U, R, N, P, O, M, OR X.  H (BATCH HEADER) RECORDS NEVER REACH
003934*  THIS EDIT - 200 TAKES THEM BEFORE THE DATA-TRANSACTION PATH.
003935*================================================================
003936 210-EDIT-TXN-CODE.
003937     IF NOT WS-TXN-IS-ADD
003944         AND NOT WS-TXN-IS-UNSUBSCRIBE
003946         AND NOT WS-TXN-IS-RENAME
003947         AND NOT WS-TXN-IS-NOTE
003948         AND NOT WS-TXN-IS-CONSENT
003949         AND NOT WS-TXN-IS-ORGANIZATION
003950         SET WS-TXN-REJECTED              TO TRUE
003960         MOVE "UNKNOWN TXN CODE"          TO WS-EDIT-REASON
003970     END-IF.
004159 246-EXIT.
004160     EXIT.
004161*================================================================
004162*  247-EDIT-CONSENT-FIELDS - A CONSENT NEEDS A TYPE (E OR I), A
004163*  SOURCE, AND A REAL DATE OBTAINED NOT PAST TODAY.  AN EXPIRY,
004164*  WHEN GIVEN, MUST BE A REAL DATE NOT BEFORE THE DATE
004165*  OBTAINED.  IMPLIED CONSENT RUNS OUT TWO YEARS AFTER IT WAS
004166*  OBTAINED, SO A LATER EXPIRY IS REJECTED AND A BLANK ONE IS
004167*  FILLED IN AT THE TWO-YEAR MARK.  WHEN THE MASTER IS OPEN
004168*  THE CONTACT MUST BE ON FILE.
004169*================================================================
004170 247-EDIT-CONSENT-FIELDS.
004171     IF WS-TXN-CONSENT-TYPE NOT = "E"
004172         AND WS-TXN-CONSENT-TYPE NOT = "I"
004173         SET WS-TXN-REJECTED              TO TRUE
004174         MOVE "INVALID CONSENT TYPE"      TO WS-EDIT-REASON
004175     END-IF.
004176     IF WS-TXN-ACCEPTED
004177         AND WS-TXN-CONSENT-SOURCE = SPACES
004178         SET WS-TXN-REJECTED              TO TRUE
004179         MOVE "BLANK CONSENT SOURCE"      TO WS-EDIT-REASON
004180     END-IF.
004181     IF WS-TXN-ACCEPTED
004182         SET WS-EDATE-OK                  TO TRUE
004183         IF WS-TXN-CONSENT-OBTAINED NOT NUMERIC
004184             SET WS-EDATE-BAD             TO TRUE
004185         ELSE
004186             MOVE WS-TXN-CONSENT-OBTAINED TO WS-EDATE-WORK
004187             PERFORM 216-EDIT-DATE-PARTS THRU 216-EXIT
004188         END-IF
004189         IF WS-EDATE-BAD
004190             OR WS-TXN-CONSENT-OBTAINED > WS-TODAY-DATE-X
004191             SET WS-TXN-REJECTED          TO TRUE
004192             MOVE "INVALID CONSENT DATE"  TO WS-EDIT-REASON
004193         END-IF
004194     END-IF.
004195     IF WS-TXN-ACCEPTED
004196         AND WS-TXN-CONSENT-EXPIRY NOT = SPACES
004197         SET WS-EDATE-OK                  TO TRUE
004198         IF WS-TXN-CONSENT-EXPIRY NOT NUMERIC
004199             SET WS-EDATE-BAD             TO TRUE
004200         ELSE
004201             MOVE WS-TXN-CONSENT-EXPIRY   TO WS-EDATE-WORK
004202             PERFORM 216-EDIT-DATE-PARTS THRU 216-EXIT
004203         END-IF
004204         IF WS-EDATE-BAD
004205             OR WS-TXN-CONSENT-EXPIRY < WS-TXN-CONSENT-OBTAINED
004206             SET WS-TXN-REJECTED          TO TRUE
004207             MOVE "INVALID CONSENT EXPIRY"
004208                 TO WS-EDIT-REASON
004209         END-IF
004210     END-IF.
004211*    TWO YEARS ON FROM A 29 FEBRUARY IS NEVER A LEAP YEAR, SO
004212*    THAT ONE DATE STEPS BACK TO THE 28TH
004213     IF WS-TXN-ACCEPTED
004214         AND WS-TXN-CONSENT-TYPE = "I"
004215         MOVE WS-TXN-CONSENT-OBTAINED     TO WS-EDATE-WORK
004216         ADD 2                            TO WS-EDATE-YEAR
004217         IF WS-EDATE-MONTH = 02 AND WS-EDATE-DAY = 29
004218             MOVE 28                      TO WS-EDATE-DAY
004219         END-IF
004220         MOVE WS-EDATE-WORK               TO WS-IMPLIED-LIMIT-DATE
004221         IF WS-TXN-CONSENT-EXPIRY = SPACES
004222             MOVE WS-IMPLIED-LIMIT-DATE   TO WS-TXN-CONSENT-EXPIRY
004223         ELSE
004224             IF WS-TXN-CONSENT-EXPIRY > WS-IMPLIED-LIMIT-DATE
004225                 SET WS-TXN-REJECTED      TO TRUE
004226                 MOVE "IMPLIED EXPIRY TOO LATE"
004227                     TO WS-EDIT-REASON
004228             END-IF
004229         END-IF
004230     END-IF.
004231     IF WS-TXN-ACCEPTED AND WS-MASTER-OPEN
004232         MOVE WS-TXN-LASTNAME             TO CM-LASTNAME
004233         MOVE WS-TXN-FIRSTNAME            TO CM-FIRSTNAME
004234         PERFORM 246-CHECK-KEY-ON-MASTER THRU 246-EXIT
004235         IF WS-KEY-NOT-ON-MASTER
004236             SET WS-TXN-REJECTED          TO TRUE
004237             MOVE "CONSENT KEY NOT ON FILE"
004238                 TO WS-EDIT-REASON
004239         END-IF
004240     END-IF.
004241 247-EXIT.
004242     EXIT.
004243*================================================================
004244*  220-EDIT-CONTACT-KEY - EVERY TRANSACTION MUST CARRY A FULL
004245*  CONTACT KEY (LAST NAME AND FIRST NAME BOTH NON-BLANK)
004246*================================================================
004247 220-EDIT-CONTACT-KEY.
004248     IF WS-TXN-LASTNAME = SPACES
004249         OR WS-TXN-FIRSTNAME = SPACES
004250         SET WS-TXN-REJECTED              TO TRUE
004251         MOVE "CONTACT KEY IS BLANK"      TO WS-EDIT-REASON
004252     END-IF.
004253 220-EXIT.
004254     EXIT.
004255*================================================================
004256*  225-EDIT-DEPARTMENT-OWNER - A CHANGE, DELETE, OR RENAME MUST
004257*  COME FROM THE CONTACT'S OWNING DEPARTMENT, UNLESS THE BATCH
004258*  HEADER CARRIES THE OVERRIDE.  UNOWNED CONTACTS (BLANK
004259*  DEPARTMENT ON THE MASTER), HEADERLESS BATCHES, AND A CLOSED
004260*  MASTER ALL LEAVE THE CHECK OFF.
004261*================================================================
004262 225-EDIT-DEPARTMENT-OWNER.
004263     IF WS-MASTER-OPEN
004264         AND WS-CURRENT-DEPT NOT = SPACES
004265         AND NOT WS-OVERRIDE-ACTIVE
004266         MOVE WS-TXN-LASTNAME             TO CM-LASTNAME
004267         MOVE WS-TXN-FIRSTNAME            TO CM-FIRSTNAME
004268         READ CONTACT-MASTER-FILE
004269             INVALID KEY
004270                 CONTINUE
004271             NOT INVALID KEY
004272                 IF CM-DEPARTMENT NOT = SPACES
004273                     AND CM-DEPARTMENT NOT = WS-CURRENT-DEPT
004274                     SET WS-TXN-REJECTED  TO TRUE
004275                     MOVE "WRONG OWNING DEPARTMENT"
004276                         TO WS-EDIT-REASON
004277                 END-IF
004278         END-READ
004279     END-IF.
004280 225-EXIT.
004281     EXIT.
004282*================================================================
004283*  226-EDIT-ORG-OWNER - AN ORGANIZATION IS CHANGED OR CLOSED
004284*  ONLY BY ITS OWNING DEPARTMENT, UNDER THE SAME RULES 225
004285*  APPLIES TO A CONTACT.  238 HAS ALREADY FOUND THE OWNER.
004286*================================================================
004287 226-EDIT-ORG-OWNER.
004288     IF WS-ORG-FOUND
004289         AND WS-CURRENT-DEPT NOT = SPACES
004290         AND NOT WS-OVERRIDE-ACTIVE
004291         AND WS-FOUND-ORG-DEPT NOT = SPACES
004292         AND WS-FOUND-ORG-DEPT NOT = WS-CURRENT-DEPT
004293         SET WS-TXN-REJECTED              TO TRUE
004294         MOVE "WRONG OWNING DEPARTMENT"   TO WS-EDIT-REASON
004295     END-IF.
004296 226-EXIT.
004297     EXIT.
004298*================================================================
004299*  230-EDIT-ADD-FIELDS - AN ADD MUST SUPPLY EVERY FIELD, AND THE
004300*  EMAIL AND PHONE MUST PASS THE SAME FORMAT EDITS THE MASTER
004301*  VALIDATION APPLIES
004302*================================================================
004303 230-EDIT-ADD-FIELDS.
004304     IF WS-TXN-EMAIL = SPACES
004305         SET WS-TXN-REJECTED              TO TRUE
004306         MOVE "ADD WITH BLANK EMAIL"      TO WS-EDIT-REASON
004307     ELSE
004308         PERFORM 250-EDIT-EMAIL-FORMAT THRU 250-EXIT
004309     END-IF.
004310     IF WS-TXN-ACCEPTED
004311         IF WS-TXN-PHONENUMBER = SPACES
004312             SET WS-TXN-REJECTED          TO TRUE
004313             MOVE "ADD WITH BLANK PHONE"  TO WS-EDIT-REASON
004314         ELSE
004315             PERFORM 255-EDIT-PHONE-FORMAT THRU 255-EXIT
004316         END-IF
004317     END-IF.
004320     IF WS-TXN-ACCEPTED
004330         IF WS-TXN-CATEGORY = SPACES
004340             SET WS-TXN-REJECTED          TO TRUE
004380             PERFORM 245-EDIT-CATEGORY-CODE THRU 245-EXIT
004390         END-IF
004400     END-IF.
004401     IF WS-TXN-ACCEPTED
004402         PERFORM 235-EDIT-ADDRESS-FIELDS THRU 235-EXIT
004403     END-IF.
004404     IF WS-TXN-ACCEPTED
004405         AND WS-TXN-ORG-ID NOT = SPACES
004406         PERFORM 241-EDIT-CONTACT-ORG THRU 241-EXIT
004407     END-IF.
004410 230-EXIT.
004411     EXIT.
004412*================================================================
004413*  231-NOTE-RUN-ORGANIZATION - REMEMBER AN ACCEPTED OPEN OR
004414*  CLOSE FOR THE REST OF THE RUN.  A CLOSE OF AN ORGANIZATION
004415*  ALREADY IN THE TABLE UPDATES ITS ENTRY; A FULL TABLE LEAVES
004416*  LATER TRANSACTIONS TO THE FILE CHECK AND TO LAB01.
004417*================================================================
004418 231-NOTE-RUN-ORGANIZATION.
004419     MOVE ZERO                            TO WS-RUN-ORG-HIT.
004420     PERFORM 239-CHECK-ONE-RUN-ORG THRU 239-EXIT
004421         VARYING WS-RUN-ORG-SUB FROM 1 BY 1
004422         UNTIL WS-RUN-ORG-SUB > WS-RUN-ORG-COUNT
004423            OR WS-RUN-ORG-HIT > ZERO.
004424     IF WS-RUN-ORG-HIT = ZERO
004425         AND WS-RUN-ORG-COUNT < 50
004426         ADD 1 TO WS-RUN-ORG-COUNT
004427         MOVE WS-RUN-ORG-COUNT            TO WS-RUN-ORG-HIT
004428         MOVE WS-TXN-ORG-ID
004429             TO WS-RUN-ORG-ID(WS-RUN-ORG-HIT)
004430         MOVE WS-CURRENT-DEPT
004431             TO WS-RUN-ORG-DEPT(WS-RUN-ORG-HIT)
004432     END-IF.
004433     IF WS-RUN-ORG-HIT > ZERO
004434         IF WS-TXN-IS-ORG-ADD
004435             MOVE "A"         TO WS-RUN-ORG-STATE(WS-RUN-ORG-HIT)
004436         ELSE
004437             MOVE "C"         TO WS-RUN-ORG-STATE(WS-RUN-ORG-HIT)
004438         END-IF
004439     END-IF.
004440 231-EXIT.
004441     EXIT.
004442*================================================================
004443*  232-EDIT-ORG-ADD-FIELDS - OPENING AN ORGANIZATION NEEDS AN ID
004444*  NOT ALREADY IN USE (ON FILE OR OPENED EARLIER IN THIS RUN)
004445*  AND A NAME.  THE ADDRESS, WHEN GIVEN, IS STANDARDIZED LIKE A
004446*  CONTACT'S.
004447*================================================================
004448 232-EDIT-ORG-ADD-FIELDS.
004449     IF WS-TXN-ORG-ID = SPACES
004450         SET WS-TXN-REJECTED              TO TRUE
004451         MOVE "ORG ID IS BLANK"           TO WS-EDIT-REASON
004452     END-IF.
004453     IF WS-TXN-ACCEPTED
004454         AND WS-TXN-ORG-NAME = SPACES
004455         SET WS-TXN-REJECTED              TO TRUE
004456         MOVE "ORG WITH BLANK NAME"       TO WS-EDIT-REASON
004457     END-IF.
004458     IF WS-TXN-ACCEPTED
004459         PERFORM 238-FIND-ORGANIZATION THRU 238-EXIT
004460         IF WS-ORG-FOUND
004461             SET WS-TXN-REJECTED          TO TRUE
004462             MOVE "ORG ID ALREADY ON FILE"
004463                 TO WS-EDIT-REASON
004464         END-IF
004465     END-IF.
004466     IF WS-TXN-ACCEPTED
004467         PERFORM 235-EDIT-ADDRESS-FIELDS THRU 235-EXIT
004468     END-IF.
004469 232-EXIT.
004470     EXIT.
004471*================================================================
004472*  233-EDIT-ORG-CHANGE-FIELDS - A CHANGE MUST CARRY AT LEAST ONE
004473*  FIELD AND NAME AN ORGANIZATION ON FILE AND STILL OPEN, OWNED
004474*  BY THE SUBMITTING DEPARTMENT
004475*================================================================
004476 233-EDIT-ORG-CHANGE-FIELDS.
004477     IF WS-TXN-ORG-ID = SPACES
004478         SET WS-TXN-REJECTED              TO TRUE
004479         MOVE "ORG ID IS BLANK"           TO WS-EDIT-REASON
004480     END-IF.
004481     IF WS-TXN-ACCEPTED
004482         AND WS-TXN-ORG-NAME = SPACES
004483         AND WS-TXN-ORG-ACCOUNT = SPACES
004484         AND WS-TXN-STREET = SPACES
004485         AND WS-TXN-CITY = SPACES
004486         AND WS-TXN-PROVINCE = SPACES
004487         AND WS-TXN-POSTALCODE = SPACES
004488         SET WS-TXN-REJECTED              TO TRUE
004489         MOVE "ORG CHG WITH NO FIELDS"    TO WS-EDIT-REASON
004490     END-IF.
004491     IF WS-TXN-ACCEPTED
004492         PERFORM 241-EDIT-CONTACT-ORG THRU 241-EXIT
004493     END-IF.
004494     IF WS-TXN-ACCEPTED
004495         PERFORM 226-EDIT-ORG-OWNER THRU 226-EXIT
004496     END-IF.
004497     IF WS-TXN-ACCEPTED
004498         PERFORM 235-EDIT-ADDRESS-FIELDS THRU 235-EXIT
004499     END-IF.
004500 233-EXIT.
004501     EXIT.
004502*================================================================
004503*  234-EDIT-ORG-CLOSE-FIELDS - A CLOSE MUST NAME AN ORGANIZATION
004504*  ON FILE AND NOT ALREADY CLOSED, OWNED BY THE SUBMITTING
004505*  DEPARTMENT
004506*================================================================
004507 234-EDIT-ORG-CLOSE-FIELDS.
004508     IF WS-TXN-ORG-ID = SPACES
004509         SET WS-TXN-REJECTED              TO TRUE
004510         MOVE "ORG ID IS BLANK"           TO WS-EDIT-REASON
004511     END-IF.
004512     IF WS-TXN-ACCEPTED
004513         PERFORM 238-FIND-ORGANIZATION THRU 238-EXIT
004514         IF WS-ORG-NOT-FOUND
004515             SET WS-TXN-REJECTED          TO TRUE
004516             MOVE "ORG NOT ON FILE"       TO WS-EDIT-REASON
004517         END-IF
004518         IF WS-ORG-FOUND AND WS-FOUND-ORG-CLOSED
004519             SET WS-TXN-REJECTED          TO TRUE
004520             MOVE "ORG ALREADY CLOSED"    TO WS-EDIT-REASON
004521         END-IF
004522     END-IF.
004523     IF WS-TXN-ACCEPTED
004524         PERFORM 226-EDIT-ORG-OWNER THRU 226-EXIT
004525     END-IF.
004526 234-EXIT.
004527     EXIT.
004528*================================================================
004529*  235-EDIT-ADDRESS-FIELDS - ANY POSTAL ADDRESS FIELD AN ADD OR
004530*  CHANGE CARRIES MUST COME THROUGH THE LAB01ADS STANDARDIZATION;
004531*  A TRANSACTION WITH NO ADDRESS FIELDS SKIPS IT
004532*================================================================
004533 235-EDIT-ADDRESS-FIELDS.
004534     IF WS-TXN-STREET NOT = SPACES
004535         OR WS-TXN-CITY NOT = SPACES
004536         OR WS-TXN-PROVINCE NOT = SPACES
004537         OR WS-TXN-POSTALCODE NOT = SPACES
004538         PERFORM 236-STANDARDIZE-ADDRESS THRU 236-EXIT
004539     END-IF.
004540 235-EXIT.
004541     EXIT.
004542*================================================================
004543*  236-STANDARDIZE-ADDRESS - HAND THE ADDRESS TO LAB01ADS.  AN
004544*  ADDRESS IT CANNOT STANDARDIZE IS REJECTED WITH ITS REASON;
004545*  OTHERWISE THE STANDARD FORM OF EACH FIELD THE TRANSACTION
004546*  CARRIED REPLACES WHAT WAS KEYED.  A CHANGE CARRYING ONLY ONE
004547*  OF THE PROVINCE AND POSTAL CODE IS CROSS-CHECKED AGAINST THE
004548*  OTHER AS IT STANDS ON THE MASTER.
004549*================================================================
004550 236-STANDARDIZE-ADDRESS.
004551     MOVE WS-TXN-STREET                   TO WS-ADDR-STREET.
004552     MOVE WS-TXN-CITY                     TO WS-ADDR-CITY.
004553     MOVE WS-TXN-PROVINCE                 TO WS-ADDR-PROVINCE.
004554     MOVE WS-TXN-POSTALCODE               TO WS-ADDR-POSTALCODE.
004555     IF WS-TXN-IS-CHANGE AND WS-MASTER-OPEN
004556         PERFORM 237-BORROW-MASTER-ADDRESS THRU 237-EXIT
004557     END-IF.
004558     CALL "LAB01ADS" USING WS-ADDR-PARMS
004559     END-CALL.
004560     IF WS-ADDR-REJECTED
004561         SET WS-TXN-REJECTED              TO TRUE
004562         MOVE WS-ADDR-REASON              TO WS-EDIT-REASON
004563     ELSE
004564         IF WS-TXN-STREET NOT = SPACES
004565             MOVE WS-ADDR-STREET          TO WS-TXN-STREET
004566         END-IF
004567         IF WS-TXN-CITY NOT = SPACES
004568             MOVE WS-ADDR-CITY            TO WS-TXN-CITY
004569         END-IF
004570         IF WS-TXN-PROVINCE NOT = SPACES
004571             MOVE WS-ADDR-PROVINCE        TO WS-TXN-PROVINCE
004572         END-IF
004573         IF WS-TXN-POSTALCODE NOT = SPACES
004574             MOVE WS-ADDR-POSTALCODE      TO WS-TXN-POSTALCODE
004575         END-IF
004576     END-IF.
004577 236-EXIT.
004578     EXIT.
004579*================================================================
004580*  237-BORROW-MASTER-ADDRESS - A CHANGE CARRYING THE PROVINCE
004581*  WITHOUT THE POSTAL CODE, OR THE POSTAL CODE WITHOUT THE
004582*  PROVINCE, TAKES THE MISSING ONE FROM THE MASTER FOR THE
004583*  CROSS-CHECK.  A KEY NOT ON FILE IS LEFT FOR LAB01 TO REPORT.
004584*================================================================
004585 237-BORROW-MASTER-ADDRESS.
004586     IF WS-TXN-PROVINCE = SPACES
004587         AND WS-TXN-POSTALCODE NOT = SPACES
004588         OR WS-TXN-PROVINCE NOT = SPACES
004589         AND WS-TXN-POSTALCODE = SPACES
004590         MOVE WS-TXN-LASTNAME             TO CM-LASTNAME
004591         MOVE WS-TXN-FIRSTNAME            TO CM-FIRSTNAME
004592         READ CONTACT-MASTER-FILE
004593             INVALID KEY
004594                 CONTINUE
004595             NOT INVALID KEY
004596                 IF WS-TXN-PROVINCE = SPACES
004597                     MOVE CM-PROVINCE     TO WS-ADDR-PROVINCE
004598                 ELSE
004599                     MOVE CM-POSTALCODE   TO WS-ADDR-POSTALCODE
004600                 END-IF
004601         END-READ
004602     END-IF.
004603 237-EXIT.
004604     EXIT.
004605*================================================================
004606*  238-FIND-ORGANIZATION - LOOK UP WS-TXN-ORG-ID, FIRST AMONG
004607*  THE ORGANIZATIONS OPENED OR CLOSED EARLIER IN THIS RUN, THEN
004608*  ON FILE.  WITH NEITHER A HIT NOR AN OPEN FILE THE ANSWER IS
004609*  UNCHECKED, AND THE CALLER LETS THE TRANSACTION THROUGH.
004610*================================================================
004611 238-FIND-ORGANIZATION.
004612     SET WS-ORG-NOT-FOUND                 TO TRUE.
004613     MOVE SPACES                          TO WS-FOUND-ORG-STATE.
004614     MOVE SPACES                          TO WS-FOUND-ORG-DEPT.
004615     MOVE ZERO                            TO WS-RUN-ORG-HIT.
004616     PERFORM 239-CHECK-ONE-RUN-ORG THRU 239-EXIT
004617         VARYING WS-RUN-ORG-SUB FROM 1 BY 1
004618         UNTIL WS-RUN-ORG-SUB > WS-RUN-ORG-COUNT
004619            OR WS-RUN-ORG-HIT > ZERO.
004620     IF WS-RUN-ORG-HIT > ZERO
004621         SET WS-ORG-FOUND                 TO TRUE
004622         MOVE WS-RUN-ORG-STATE(WS-RUN-ORG-HIT)
004623             TO WS-FOUND-ORG-STATE
004624         MOVE WS-RUN-ORG-DEPT(WS-RUN-ORG-HIT)
004625             TO WS-FOUND-ORG-DEPT
004626     ELSE
004627         IF WS-ORG-FILE-OPEN
004628             MOVE WS-TXN-ORG-ID           TO OG-ORG-ID
004629             READ ORGANIZATION-FILE
004630                 INVALID KEY
004631                     SET WS-ORG-NOT-FOUND TO TRUE
004632                 NOT INVALID KEY
004633                     SET WS-ORG-FOUND     TO TRUE
004634                     MOVE OG-ORG-STATUS   TO WS-FOUND-ORG-STATE
004635                     MOVE OG-ORG-DEPARTMENT
004636                         TO WS-FOUND-ORG-DEPT
004637             END-READ
004638         ELSE
004639             SET WS-ORG-UNCHECKED         TO TRUE
004640         END-IF
004641     END-IF.
004642 238-EXIT.
004643     EXIT.
004644*================================================================
004645*  239-CHECK-ONE-RUN-ORG - COMPARE ONE RUN TABLE ENTRY
004646*================================================================
004647 239-CHECK-ONE-RUN-ORG.
004648     IF WS-RUN-ORG-ID(WS-RUN-ORG-SUB) = WS-TXN-ORG-ID
004649         MOVE WS-RUN-ORG-SUB              TO WS-RUN-ORG-HIT
004650     END-IF.
004651 239-EXIT.
004652     EXIT.
004653*================================================================
004654*  240-EDIT-CHANGE-FIELDS - A CHANGE ONLY CARRIES THE FIELDS IT
004655*  IS CHANGING, BUT ANY FIELD IT DOES CARRY MUST PASS THE SAME
004656*  FORMAT EDITS AN ADD WOULD.  A CHANGE CARRYING NO FIELDS AT
004657*  ALL DOES NOTHING AND IS REJECTED AS SUCH.
004658*================================================================
004659 240-EDIT-CHANGE-FIELDS.
004660     IF WS-TXN-EMAIL = SPACES
004661         AND WS-TXN-PHONENUMBER = SPACES
004662         AND WS-TXN-CATEGORY = SPACES
004663         AND WS-TXN-STREET = SPACES
004664         AND WS-TXN-CITY = SPACES
004665         AND WS-TXN-PROVINCE = SPACES
004666         AND WS-TXN-POSTALCODE = SPACES
004667         AND WS-TXN-STATUS = SPACES
004668         AND WS-TXN-ORG-ID = SPACES
004669         SET WS-TXN-REJECTED              TO TRUE
004670         MOVE "CHANGE WITH NO FIELDS"     TO WS-EDIT-REASON
004671     END-IF.
004672     IF WS-TXN-ACCEPTED
004673         AND WS-TXN-EMAIL NOT = SPACES
004674         PERFORM 250-EDIT-EMAIL-FORMAT THRU 250-EXIT
004675     END-IF.
004676     IF WS-TXN-ACCEPTED
004677         AND WS-TXN-PHONENUMBER NOT = SPACES
004678         PERFORM 255-EDIT-PHONE-FORMAT THRU 255-EXIT
004680     END-IF.
004690     IF WS-TXN-ACCEPTED
004700         AND WS-TXN-STATUS NOT = SPACES
004780         AND WS-TXN-CATEGORY NOT = SPACES
004790         PERFORM 245-EDIT-CATEGORY-CODE THRU 245-EXIT
004800     END-IF.
004801     IF WS-TXN-ACCEPTED
004802         PERFORM 235-EDIT-ADDRESS-FIELDS THRU 235-EXIT
004803     END-IF.
004804     IF WS-TXN-ACCEPTED
004805         AND WS-TXN-ORG-ID NOT = SPACES
004806         PERFORM 241-EDIT-CONTACT-ORG THRU 241-EXIT
004807     END-IF.
004810 240-EXIT.
004811     EXIT.
004812*================================================================
004813*  241-EDIT-CONTACT-ORG - AN ADD OR CHANGE NAMING AN
004814*  ORGANIZATION MUST NAME ONE THAT IS ON FILE (OR OPENED
004815*  EARLIER IN THIS RUN) AND NOT CLOSED
004816*================================================================
004817 241-EDIT-CONTACT-ORG.
004818     PERFORM 238-FIND-ORGANIZATION THRU 238-EXIT.
004819     IF WS-ORG-NOT-FOUND
004820         SET WS-TXN-REJECTED              TO TRUE
004821         MOVE "ORG NOT ON FILE"           TO WS-EDIT-REASON
004822     END-IF.
004823     IF WS-ORG-FOUND AND WS-FOUND-ORG-CLOSED
004824         SET WS-TXN-REJECTED              TO TRUE
004825         MOVE "ORGANIZATION IS CLOSED"    TO WS-EDIT-REASON
004826     END-IF.
004827 241-EXIT.
004828     EXIT.
004830*================================================================
004840*  245-EDIT-CATEGORY-CODE - THE TRANSACTION CATEGORY MUST BE ON
004850*  THE CATEGORY REFERENCE FILE AND STILL ACTIVE.  WHEN NO
005990*================================================================
006000 280-COUNT-TRANSACTION.
006010     ADD 1 TO WS-READ-COUNT.
006015     ADD 1 TO WS-CURRENT-READ-COUNT.
006020     IF WS-TXN-ACCEPTED
006030         ADD 1 TO WS-ACCEPT-COUNT
006035         ADD 1 TO WS-CURRENT-ACCEPT-COUNT
006040     ELSE
006050         ADD 1 TO WS-REJECT-COUNT
006055         ADD 1 TO WS-CURRENT-REJECT-COUNT
006060     END-IF.
006070     EVALUATE TRUE
006080         WHEN WS-TXN-IS-ADD
006306             ELSE
006307                 ADD 1 TO WS-NOTE-REJECT-COUNT
006308             END-IF
006309         WHEN WS-TXN-IS-CONSENT
006310             ADD 1 TO WS-CNS-READ-COUNT
006311             IF WS-TXN-ACCEPTED
006312                 ADD 1 TO WS-CNS-ACCEPT-COUNT
006313             ELSE
006314                 ADD 1 TO WS-CNS-REJECT-COUNT
006315             END-IF
006316         WHEN WS-TXN-IS-ORGANIZATION
006317             ADD 1 TO WS-ORG-READ-COUNT
006318             IF WS-TXN-ACCEPTED
006319                 ADD 1 TO WS-ORG-ACCEPT-COUNT
006320             ELSE
006321                 ADD 1 TO WS-ORG-REJECT-COUNT
006322             END-IF
006323         WHEN OTHER
006324             ADD 1 TO WS-BAD-CODE-COUNT
006325     END-EVALUATE.
006326 280-EXIT.
006327     EXIT.
006328*================================================================
006329*  290-REGISTER-BATCH - FILE THE BATCH JUST FINISHED ON THE
006330*  BATCH REGISTER WITH ITS COUNTS, THEN START THE NEXT BATCH'S
006331*  COUNTS AT ZERO.  A BATCH WITH NO TRANSACTIONS IS NOT FILED.
006332*  AN ID ALREADY ON THE REGISTER (A BATCH RESUBMITTED UNDER
006333*  ITS OWN ID BY THE SAME DEPARTMENT - 208 SEES TO THAT) HAS
006334*  THESE COUNTS ADDED TO ITS ROW.
006335*================================================================
006336 290-REGISTER-BATCH.
006337     IF WS-BATCHREG-OPEN
006338         AND WS-CURRENT-READ-COUNT > ZERO
006339         MOVE SPACES                      TO BR-BATCH-RECORD
006340         MOVE WS-CURRENT-BATCH-ID         TO BR-BATCH-ID
006341         MOVE WS-CURRENT-DEPT             TO BR-BATCH-DEPARTMENT
006342         MOVE WS-CURRENT-OPERATOR         TO BR-BATCH-OPERATOR
006343         MOVE WS-TODAY-DATE-X             TO BR-BATCH-EDIT-DATE
006344         MOVE WS-CURRENT-READ-COUNT       TO BR-BATCH-READ-COUNT
006345         MOVE WS-CURRENT-ACCEPT-COUNT     TO BR-BATCH-ACCEPT-COUNT
006346         MOVE WS-CURRENT-REJECT-COUNT     TO BR-BATCH-REJECT-COUNT
006347         WRITE BR-BATCH-RECORD
006348             INVALID KEY
006349                 PERFORM 291-ADD-TO-REGISTERED THRU 291-EXIT
006350             NOT INVALID KEY
006351                 ADD 1 TO WS-REGISTERED-COUNT
006352         END-WRITE
006353     END-IF.
006354     MOVE ZERO                        TO WS-CURRENT-READ-COUNT.
006355     MOVE ZERO                        TO WS-CURRENT-ACCEPT-COUNT.
006356     MOVE ZERO                        TO WS-CURRENT-REJECT-COUNT.
006357 290-EXIT.
006358     EXIT.
006359*================================================================
006360*  291-ADD-TO-REGISTERED - ADD THIS RUN'S COUNTS TO A BATCH
006361*  ALREADY ON THE REGISTER.  IT IS NOT APPLIED UNTIL LAB01 HAS
006362*  SEEN THE NEW TRANSACTIONS, SO THE APPLIED DATE IS CLEARED.
006363*================================================================
006364 291-ADD-TO-REGISTERED.
006365     READ BATCH-REGISTER-FILE
006366         INVALID KEY
006367             DISPLAY "LAB01EDT: BATCH " WS-CURRENT-BATCH-ID
006368                 " NOT REGISTERED, STATUS = " WS-BATCHREG-STATUS
006369         NOT INVALID KEY
006370             ADD WS-CURRENT-READ-COUNT    TO BR-BATCH-READ-COUNT
006371             ADD WS-CURRENT-ACCEPT-COUNT  TO BR-BATCH-ACCEPT-COUNT
006372             ADD WS-CURRENT-REJECT-COUNT  TO BR-BATCH-REJECT-COUNT
006373             MOVE SPACES                  TO BR-BATCH-APPLIED-DATE
006374             REWRITE BR-BATCH-RECORD
006375                 INVALID KEY
006376                     DISPLAY "LAB01EDT: BATCH "
006377                         WS-CURRENT-BATCH-ID " NOT REGISTERED, "
006378                         "STATUS = " WS-BATCHREG-STATUS
006379             END-REWRITE
006380     END-READ.
006381 291-EXIT.
006382     EXIT.
006383*================================================================
006384*  310-READ-TRANSACTION - READ THE NEXT RAW TRANSACTION RECORD
006385*================================================================
006386 310-READ-TRANSACTION.
006387     READ CONTACT-TXN-FILE
006390         AT END
006400             SET WS-TXN-EOF TO TRUE
006410     END-READ.
006460     EXIT.
006470*================================================================
006480*  800-PRINT-BALANCING-PAGE - RECORDS READ, ACCEPTED, AND
006490*  REJECTED, IN TOTAL AND BY TRANSACTION CODE (A, C, D, S, U, R,
006492*  N, P, AND THE O/M/X ORGANIZATION CODES TOGETHER), WITH THE H
006494*  BATCH HEADERS, BATCHES REGISTERED, AND FUTURE-DATED HOLDS
006496*  COUNTED ON THEIR OWN, FOR TIE-OUT AGAINST THE SUBMITTING
006500*  DEPARTMENT'S COUNT
006510*================================================================
006520 800-PRINT-BALANCING-PAGE.
006530     DISPLAY WS-BAL-SPACE-LINE.
006610     DISPLAY WS-BAL-TOTAL-LINE.
006620     MOVE "TRANSACTIONS REJECTED:"        TO WS-BAL-TOTAL-LABEL.
006630     MOVE WS-REJECT-COUNT                 TO WS-BAL-TOTAL-OUT.
006632     DISPLAY WS-BAL-TOTAL-LINE.
006634     MOVE "BATCH HEADERS READ:   "        TO WS-BAL-TOTAL-LABEL.
006636     MOVE WS-HEADER-COUNT                 TO WS-BAL-TOTAL-OUT.
006638     DISPLAY WS-BAL-TOTAL-LINE.
006640     MOVE "BATCHES REGISTERED:   "        TO WS-BAL-TOTAL-LABEL.
006642     MOVE WS-REGISTERED-COUNT             TO WS-BAL-TOTAL-OUT.
006643     DISPLAY WS-BAL-TOTAL-LINE.
006644     MOVE "HELD FOR FUTURE DATE: "        TO WS-BAL-TOTAL-LABEL.
006645     MOVE WS-FUTURE-HELD-COUNT            TO WS-BAL-TOTAL-OUT.
006828     MOVE WS-NOTE-ACCEPT-COUNT        TO WS-BAL-CODE-ACCEPT-OUT.
006829     MOVE WS-NOTE-REJECT-COUNT        TO WS-BAL-CODE-REJECT-OUT.
006830     DISPLAY WS-BAL-CODE-LINE.
006831     MOVE "CONSENTS"                      TO WS-BAL-CODE-LABEL.
006832     MOVE WS-CNS-READ-COUNT             TO WS-BAL-CODE-READ-OUT.
006833     MOVE WS-CNS-ACCEPT-COUNT         TO WS-BAL-CODE-ACCEPT-OUT.
006834     MOVE WS-CNS-REJECT-COUNT         TO WS-BAL-CODE-REJECT-OUT.
006835     DISPLAY WS-BAL-CODE-LINE.
006836     MOVE "ORGS"                          TO WS-BAL-CODE-LABEL.
006837     MOVE WS-ORG-READ-COUNT             TO WS-BAL-CODE-READ-OUT.
006838     MOVE WS-ORG-ACCEPT-COUNT         TO WS-BAL-CODE-ACCEPT-OUT.
006839     MOVE WS-ORG-REJECT-COUNT         TO WS-BAL-CODE-REJECT-OUT.
006840     DISPLAY WS-BAL-CODE-LINE.
006841     MOVE "INVALID"                       TO WS-BAL-CODE-LABEL.
006842     MOVE WS-BAD-CODE-COUNT             TO WS-BAL-CODE-READ-OUT.
006843     MOVE ZERO                        TO WS-BAL-CODE-ACCEPT-OUT.
006850     MOVE WS-BAD-CODE-COUNT           TO WS-BAL-CODE-REJECT-OUT.
006860     DISPLAY WS-BAL-CODE-LINE.
006870 800-EXIT.
007094     IF WS-PENDING-OPEN
007095         CLOSE PENDING-TXN-FILE
007096     END-IF.
007097     IF WS-BATCHREG-OPEN
007098         CLOSE BATCH-REGISTER-FILE
007099     END-IF.
007100     IF WS-ORG-FILE-OPEN
007101         CLOSE ORGANIZATION-FILE
007102     END-IF.
007103 9000-EXIT.
007110     EXIT.
007120 END PROGRAM LAB01EDT.
