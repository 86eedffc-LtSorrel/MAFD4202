000300*                   GENERATED TRANSACTIONS LEAVE IT BLANK.
000310*  2026-08-22 SMH   COPY LISTS EXTENDED FOR THE STATUS FIELDS;
000320*                   GENERATED TRANSACTIONS LEAVE THE STATUS
000321*                   BLANK, SO NEW CONTACTS START ACTIVE.
000322*  2026-10-15 SMH   THE GENERATED TRANSACTIONS NOW GO OUT AS ONE
000323*                   BATCH: AN H RECORD AHEAD OF THE FIRST CARRIES
000324*                   A BATCH ID AND THE IMPORT'S OPERATOR ID, AND
000325*                   A BLANK-DEPARTMENT H CLOSES IT, AS LAB01FIX
000326*                   CLOSES ITS SESSION.
000327*  2026-10-15 SMH   THE TRANSACTION LAYOUT GAINED THE P
000328*                   (CONSENT) CODE AND ITS VIEW OF THE NOTE-TEXT
000329*                   AREA; THE COPY REPLACING LIST CARRIES THE
000330*                   NEW NAMES.
000331*  2026-10-15 SMH   A CSV ROW WHOSE EMAIL IS ON THE NOREADD
000337*                   DO-NOT-RE-ADD FILE (WRITTEN BY THE LAB01ERA
000338*                   ERASURE JOB) IS DROPPED AND COUNTED INSTEAD OF
000339*                   BRINGING AN ERASED PERSON BACK FROM THE CRM.
000340*================================================================
000350 
000360 ENVIRONMENT DIVISION.
000700         ASSIGN TO           "CONTACTX"
000710         ORGANIZATION IS     LINE SEQUENTIAL
000720         FILE STATUS IS      WS-TXN-FILE-STATUS.
000721
000722*----------------------------------------------------------------
000723*   NO-READD-FILE - THE EMAIL ADDRESSES ERASED BY LAB01ERA,
000724*   OPENED INPUT-ONLY.  A ROW CARRYING ONE IS NEVER IMPORTED.  A
000725*   MISSING FILE MEANS NOTHING HAS BEEN ERASED YET.
000726*----------------------------------------------------------------
000727     SELECT NO-READD-FILE
000728         ASSIGN TO           "NOREADD"
000729         ORGANIZATION IS     INDEXED
000730         ACCESS MODE IS      DYNAMIC
000737         RECORD KEY IS       NR-NOREADD-EMAIL
000738         FILE STATUS IS      WS-NOREADD-STATUS.
000739 
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CRM-CSV-FILE
000962                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
000963                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
000964                   ==WS-LAST-BOUNCE-DATE==
000965                                BY ==CM-LAST-BOUNCE-DATE==
000966                   ==WS-ORGANIZATION-ID==
000967                                BY ==CM-ORGANIZATION-ID==.
000970 
000980 FD  CONTACT-TXN-FILE
000990     LABEL RECORDS ARE STANDARD.
001057           ==WS-TXN-IS-RENAME==     BY ==TX-TXN-IS-RENAME==
001058           ==WS-TXN-IS-HEADER==     BY ==TX-TXN-IS-HEADER==
001059           ==WS-TXN-IS-NOTE==       BY ==TX-TXN-IS-NOTE==
001060           ==WS-TXN-IS-CONSENT==    BY ==TX-TXN-IS-CONSENT==
001061           ==WS-TXN-IS-ORG-ADD==    BY ==TX-TXN-IS-ORG-ADD==
001062           ==WS-TXN-IS-ORG-CHANGE== BY ==TX-TXN-IS-ORG-CHANGE==
001063           ==WS-TXN-IS-ORG-CLOSE==  BY ==TX-TXN-IS-ORG-CLOSE==
001064           ==WS-TXN-IS-ORGANIZATION==
001065                          BY ==TX-TXN-IS-ORGANIZATION==
001066           ==WS-TXN-CONTACT-KEY==   BY ==TX-TXN-CONTACT-KEY==
001070           ==WS-TXN-LASTNAME==      BY ==TX-TXN-LASTNAME==
001080           ==WS-TXN-FIRSTNAME==     BY ==TX-TXN-FIRSTNAME==
001090           ==WS-TXN-EMAIL==         BY ==TX-TXN-EMAIL==
001169                                BY ==TX-TXN-EFFECTIVE-DATE==
001170           ==WS-TXN-DEPARTMENT==    BY ==TX-TXN-DEPARTMENT==
001171           ==WS-TXN-OVERRIDE==      BY ==TX-TXN-OVERRIDE==
001172           ==WS-TXN-NOTE-TEXT==     BY ==TX-TXN-NOTE-TEXT==
001173           ==WS-TXN-ORG-DATA==      BY ==TX-TXN-ORG-DATA==
001174           ==WS-TXN-ORG-NAME==      BY ==TX-TXN-ORG-NAME==
001175           ==WS-TXN-ORG-ACCOUNT==   BY ==TX-TXN-ORG-ACCOUNT==
001176           ==WS-TXN-ORG-ID==        BY ==TX-TXN-ORG-ID==
001177           ==WS-TXN-CONSENT-DATA==
001178                                BY ==TX-TXN-CONSENT-DATA==
001179           ==WS-TXN-CONSENT-TYPE==
001180                                BY ==TX-TXN-CONSENT-TYPE==
001181           ==WS-TXN-CONSENT-SOURCE==
001182                                BY ==TX-TXN-CONSENT-SOURCE==
001183           ==WS-TXN-CONSENT-OBTAINED==
001184                                BY ==TX-TXN-CONSENT-OBTAINED==
001185           ==WS-TXN-CONSENT-EXPIRY==
001186                                BY ==TX-TXN-CONSENT-EXPIRY==
001187           ==WS-TXN-BATCH-ID==      BY ==TX-TXN-BATCH-ID==
001188           ==WS-TXN-OPERATOR==      BY ==TX-TXN-OPERATOR==.
001189
001190 FD  NO-READD-FILE
001191     LABEL RECORDS ARE STANDARD.
001192*  RECORD LAYOUT COMES FROM THE SHARED NOREADD COPYBOOK.
001193     COPY NOREADD
001194      REPLACING ==WS-NOREADD-RECORD==  BY ==NR-NOREADD-RECORD==
001195           ==WS-NOREADD-EMAIL==        BY ==NR-NOREADD-EMAIL==
001196           ==WS-NOREADD-ERASED-DATE==
001197                                BY ==NR-NOREADD-ERASED-DATE==
001198           ==WS-NOREADD-REQUEST-ID==
001199                                BY ==NR-NOREADD-REQUEST-ID==.
001200 
001201 WORKING-STORAGE SECTION.
001202*----------------------------------------------------------------
001203*   GENERATED-TRANSACTION WORKING AREA
001210*----------------------------------------------------------------
001220     COPY CONTACTX.
001230*----------------------------------------------------------------
001300     88  WS-MASTER-OK                       VALUE "00".
001310 01  WS-TXN-FILE-STATUS                     PIC X(02).
001320     88  WS-TXN-FILE-OK                     VALUE "00".
001323     88  WS-TXN-FILE-MISSING                VALUE "35".
001326 01  WS-NOREADD-STATUS                      PIC X(02).
001331     88  WS-NOREADD-OK                      VALUE "00".
001332     88  WS-NOREADD-MISSING                 VALUE "35".
001333 01  WS-NOREADD-OPEN-SWITCH                 PIC X(01)
001334         VALUE "N".
001335     88  WS-NOREADD-OPEN                    VALUE "Y".
001336     88  WS-NOREADD-NOT-OPEN                VALUE "N".
001337 01  WS-ERASED-SWITCH                       PIC X(01).
001338     88  WS-EMAIL-ERASED                    VALUE "Y".
001339     88  WS-EMAIL-NOT-ERASED                VALUE "N".
001340 01  WS-CSV-EOF-SWITCH                      PIC X(01)
001350         VALUE "N".
001360     88  WS-CSV-EOF                         VALUE "Y".
001630*----------------------------------------------------------------
001640 01  WS-IMPORT-CATEGORY                     PIC X(07)
001650         VALUE "GENERAL".
001651*----------------------------------------------------------------
001652*   THE IMPORT'S BATCH - AN H HEADER AHEAD OF THE FIRST GENERATED
001653*   TRANSACTION NAMES THIS OPERATOR ID AND A BATCH ID TAKEN FROM
001654*   THE DATE AND TIME.  NO DEPARTMENT IS NAMED, SO THE IMPORT IS
001655*   EDITED UNOWNED AS BEFORE.
001656*----------------------------------------------------------------
001657 01  WS-IMPORT-OPERATOR                     PIC X(08)
001658         VALUE "CRMIMPRT".
001659 01  WS-BATCH-STAMP.
001660     05  WS-BATCH-STAMP-DATE               PIC 9(08).
001661     05  WS-BATCH-STAMP-TIME               PIC 9(08).
001662 01  WS-HEADER-WRITTEN-SWITCH               PIC X(01)
001663         VALUE "N".
001664     88  WS-HEADER-WRITTEN                  VALUE "Y".
001668     88  WS-HEADER-NOT-WRITTEN              VALUE "N".
001669*----------------------------------------------------------------
001670*   IMPORT SUMMARY COUNTERS
001680*----------------------------------------------------------------
001690 01  WS-ROW-READ-COUNT                      PIC 9(06) COMP
001750 01  WS-SAME-COUNT                          PIC 9(06) COMP
001760         VALUE ZERO.
001770 01  WS-BAD-ROW-COUNT                       PIC 9(06) COMP
001773         VALUE ZERO.
001776 01  WS-ERASED-SKIP-COUNT                   PIC 9(06) COMP
001780         VALUE ZERO.
001790*----------------------------------------------------------------
001800*   IMPORT SUMMARY PRINT LINES
002280                 OPEN OUTPUT CONTACT-TXN-FILE
002290             END-IF
002300             SET WS-FILES-OPEN            TO TRUE
002305             PERFORM 1100-OPEN-NOREADD-FILE THRU 1100-EXIT
002310         END-IF
002320     END-IF.
002321 1000-EXIT.
002322     EXIT.
002323*================================================================
002324*  1100-OPEN-NOREADD-FILE - THE DO-NOT-RE-ADD MARKERS.  A MISSING
002325*  FILE IS NOT AN ERROR - NOTHING HAS BEEN ERASED YET, SO EVERY
002326*  ROW IS IMPORTED AS BEFORE.  A FILE THAT IS THERE BUT WILL NOT
002327*  OPEN STOPS THE IMPORT: WITHOUT IT AN ERASED CONTACT WOULD BE
002328*  BROUGHT BACK FROM THE CRM.
002329*================================================================
002330 1100-OPEN-NOREADD-FILE.
002331     OPEN INPUT NO-READD-FILE.
002334     IF WS-NOREADD-OK
002335         SET WS-NOREADD-OPEN              TO TRUE
002336     ELSE
002337         IF NOT WS-NOREADD-MISSING
002338             DISPLAY "LAB01IMP: UNABLE TO OPEN NO-READD-FILE, "
002339                 "STATUS = " WS-NOREADD-STATUS
002340             DISPLAY "LAB01IMP: IMPORT NOT RUN"
002341             CLOSE CRM-CSV-FILE
002342             CLOSE CONTACT-MASTER-FILE
002343             CLOSE CONTACT-TXN-FILE
002344             SET WS-FILES-NOT-OPEN        TO TRUE
002345         END-IF
002346     END-IF.
002347 1100-EXIT.
002348     EXIT.
002350*================================================================
002360*  200-IMPORT-ONE-ROW - PARSE ONE CSV ROW, LOOK ITS KEY UP ON
002370*  THE MASTER, GENERATE THE RIGHT TRANSACTION (OR NONE), AND
002390*================================================================
002400 200-IMPORT-ONE-ROW.
002410     PERFORM 210-PARSE-CSV-ROW THRU 210-EXIT.
002412     IF WS-ROW-OK
002414         PERFORM 215-CHECK-NOREADD THRU 215-EXIT
002416     END-IF.
002420     IF WS-ROW-OK
002430         PERFORM 220-MATCH-MASTER THRU 220-EXIT
002440         IF WS-KEY-ON-MASTER
002740             ADD 1 TO WS-BAD-ROW-COUNT
002750         END-IF
002760     END-IF.
002761 210-EXIT.
002762     EXIT.
002763*================================================================
002764*  215-CHECK-NOREADD - A ROW WHOSE EMAIL WAS ERASED AT ITS
002765*  OWNER'S REQUEST IS DROPPED, WHATEVER NAME THE CRM NOW HAS ON
002766*  IT, AND COUNTED SO THE SUMMARY SHOWS THE CRM STILL HOLDS IT
002767*================================================================
002768 215-CHECK-NOREADD.
002773     SET WS-EMAIL-NOT-ERASED              TO TRUE.
002774     IF WS-NOREADD-OPEN
002775         AND WS-CSV-EMAIL NOT = SPACES
002776         MOVE WS-CSV-EMAIL                TO NR-NOREADD-EMAIL
002777         READ NO-READD-FILE
002778             INVALID KEY
002779                 CONTINUE
002780             NOT INVALID KEY
002781                 SET WS-EMAIL-ERASED      TO TRUE
002782         END-READ
002783     END-IF.
002784     IF WS-EMAIL-ERASED
002785         SET WS-ROW-BAD                   TO TRUE
002786         ADD 1 TO WS-ERASED-SKIP-COUNT
002787     END-IF.
002788 215-EXIT.
002789     EXIT.
002790*================================================================
002800*  220-MATCH-MASTER - DIRECT KEYED READ OF THE MASTER FOR THIS
002810*  ROW'S LAST NAME + FIRST NAME
003320     END-IF.
003330 240-EXIT.
003340     EXIT.
003342*================================================================
003344*  250-WRITE-BATCH-HEADER - ONE H RECORD AHEAD OF THE IMPORT'S
003346*  FIRST GENERATED TRANSACTION, CARRYING THE BATCH ID AND THE
003348*  IMPORT'S OPERATOR ID.  IT IS BUILT IN THE FILE'S OWN RECORD
003351*  AREA SO THE TRANSACTION WAITING TO GO OUT IS LEFT INTACT.
003352*================================================================
003353 250-WRITE-BATCH-HEADER.
003354     ACCEPT WS-BATCH-STAMP-DATE FROM DATE YYYYMMDD.
003355     ACCEPT WS-BATCH-STAMP-TIME FROM TIME.
003356     MOVE SPACES                          TO TX-TRANSACTION.
003357     MOVE "H"                             TO TX-TXN-CODE.
003358     MOVE WS-BATCH-STAMP                  TO TX-TXN-BATCH-ID.
003359     MOVE WS-IMPORT-OPERATOR              TO TX-TXN-OPERATOR.
003360     WRITE TX-TRANSACTION.
003361     SET WS-HEADER-WRITTEN                TO TRUE.
003362 250-EXIT.
003363     EXIT.
003364*================================================================
003365*  255-WRITE-CLOSING-HEADER - A BLANK H BEHIND THE IMPORT'S LAST
003366*  TRANSACTION, SO WHATEVER FOLLOWS ON THE RAW BATCH STARTS A
003367*  BATCH OF ITS OWN
003368*================================================================
003369 255-WRITE-CLOSING-HEADER.
003370     MOVE SPACES                          TO TX-TRANSACTION.
003371     MOVE "H"                             TO TX-TXN-CODE.
003372     WRITE TX-TRANSACTION.
003373 255-EXIT.
003374     EXIT.
003375*================================================================
003376*  260-WRITE-TRANSACTION - APPEND ONE GENERATED TRANSACTION TO
003377*  THE RAW BATCH FOR THE LAB01EDT EDIT PASS
003380*================================================================
003390 260-WRITE-TRANSACTION.
003392     IF WS-HEADER-NOT-WRITTEN
003394         PERFORM 250-WRITE-BATCH-HEADER THRU 250-EXIT
003396     END-IF.
003400     MOVE WS-TRANSACTION                  TO TX-TRANSACTION.
003410     WRITE TX-TRANSACTION.
003420 260-EXIT.
003740     MOVE "BAD ROWS IGNORED:       "      TO WS-SUM-LABEL.
003750     MOVE WS-BAD-ROW-COUNT                TO WS-SUM-OUT.
003760     DISPLAY WS-SUM-LINE.
003762     MOVE "ERASED - NOT RE-ADDED:  "      TO WS-SUM-LABEL.
003764     MOVE WS-ERASED-SKIP-COUNT            TO WS-SUM-OUT.
003766     DISPLAY WS-SUM-LINE.
003770 800-EXIT.
003780     EXIT.
003790*================================================================
003810*================================================================
003820 9000-TERMINATE.
003830     IF WS-FILES-OPEN
003832         IF WS-HEADER-WRITTEN
003834             PERFORM 255-WRITE-CLOSING-HEADER THRU 255-EXIT
003836         END-IF
003840         CLOSE CRM-CSV-FILE
003850         CLOSE CONTACT-MASTER-FILE
003860         CLOSE CONTACT-TXN-FILE
003862         IF WS-NOREADD-OPEN
003864             CLOSE NO-READD-FILE
003866         END-IF
003870     END-IF.
003880 9000-EXIT.
003890     EXIT.
