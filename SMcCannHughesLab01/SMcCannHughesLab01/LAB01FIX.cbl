000336*                   BLANK-DEPARTMENT H RECORD, SO A HEADERLESS
000337*                   BATCH APPENDED AFTERWARDS REVERTS TO
000338*                   UNOWNED HANDLING AT THE EDIT.
000339*  2026-10-15 SMH   THE SESSION NOW TAKES AN OPERATOR ID, AND ITS
000340*                   OPENING H RECORD CARRIES THE OPERATOR AND A
000341*                   BATCH ID TAKEN FROM THE DATE AND TIME, SO THE
000342*                   SESSION'S CORRECTIONS ARE REGISTERED AND
000343*                   AUDITED AS ONE BATCH.
000344*  2026-10-15 SMH   THE TRANSACTION LAYOUT GAINED THE P
000345*                   (CONSENT) CODE AND ITS VIEW OF THE NOTE-TEXT
000346*                   AREA; THE COPY REPLACING LIST CARRIES THE
000347*                   NEW NAMES.
000348*  2026-10-15 SMH   A BLANK OPERATOR ID IS REFUSED AND THE SESSION
000349*                   DOES NOT START, SO EVERY REGISTERED BATCH
000350*                   NAMES WHO KEYED IT.
000351*================================================================
000352
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.         GENERIC-PC.
000960                   ==WS-BOUNCE-COUNT==
000970                                      BY ==CM-BOUNCE-COUNT==
000980                   ==WS-LAST-BOUNCE-DATE==
000990                                BY ==CM-LAST-BOUNCE-DATE==
000993                   ==WS-ORGANIZATION-ID==
000996                                BY ==CM-ORGANIZATION-ID==.
001000
001010 FD  CATEGORY-REF-FILE
001020     LABEL RECORDS ARE STANDARD.
001210           ==WS-TXN-IS-RENAME==     BY ==TX-TXN-IS-RENAME==
001220           ==WS-TXN-IS-HEADER==     BY ==TX-TXN-IS-HEADER==
001230           ==WS-TXN-IS-NOTE==       BY ==TX-TXN-IS-NOTE==
001231           ==WS-TXN-IS-CONSENT==    BY ==TX-TXN-IS-CONSENT==
001232           ==WS-TXN-IS-ORG-ADD==    BY ==TX-TXN-IS-ORG-ADD==
001233           ==WS-TXN-IS-ORG-CHANGE== BY ==TX-TXN-IS-ORG-CHANGE==
001234           ==WS-TXN-IS-ORG-CLOSE==  BY ==TX-TXN-IS-ORG-CLOSE==
001235           ==WS-TXN-IS-ORGANIZATION==
001236                          BY ==TX-TXN-IS-ORGANIZATION==
001240           ==WS-TXN-CONTACT-KEY==   BY ==TX-TXN-CONTACT-KEY==
001250           ==WS-TXN-LASTNAME==      BY ==TX-TXN-LASTNAME==
001260           ==WS-TXN-FIRSTNAME==     BY ==TX-TXN-FIRSTNAME==
001420                                BY ==TX-TXN-EFFECTIVE-DATE==
001430           ==WS-TXN-DEPARTMENT==    BY ==TX-TXN-DEPARTMENT==
001440           ==WS-TXN-OVERRIDE==      BY ==TX-TXN-OVERRIDE==
001441           ==WS-TXN-NOTE-TEXT==     BY ==TX-TXN-NOTE-TEXT==
001442           ==WS-TXN-ORG-DATA==      BY ==TX-TXN-ORG-DATA==
001443           ==WS-TXN-ORG-NAME==      BY ==TX-TXN-ORG-NAME==
001444           ==WS-TXN-ORG-ACCOUNT==   BY ==TX-TXN-ORG-ACCOUNT==
001445           ==WS-TXN-ORG-ID==        BY ==TX-TXN-ORG-ID==
001446           ==WS-TXN-CONSENT-DATA==
001447                                BY ==TX-TXN-CONSENT-DATA==
001448           ==WS-TXN-CONSENT-TYPE==
001449                                BY ==TX-TXN-CONSENT-TYPE==
001450           ==WS-TXN-CONSENT-SOURCE==
001451                                BY ==TX-TXN-CONSENT-SOURCE==
001452           ==WS-TXN-CONSENT-OBTAINED==
001453                                BY ==TX-TXN-CONSENT-OBTAINED==
001454           ==WS-TXN-CONSENT-EXPIRY==
001455                                BY ==TX-TXN-CONSENT-EXPIRY==
001458           ==WS-TXN-BATCH-ID==      BY ==TX-TXN-BATCH-ID==
001459           ==WS-TXN-OPERATOR==      BY ==TX-TXN-OPERATOR==.
001460
001470 WORKING-STORAGE SECTION.
001480*----------------------------------------------------------------
002060         VALUE SPACES.
002070 01  WS-OPERATOR-OVERRIDE                   PIC X(01)
002080         VALUE "N".
002081 01  WS-OPERATOR-ID                         PIC X(08)
002082         VALUE SPACES.
002083 01  WS-BATCH-STAMP.
002084     05  WS-BATCH-STAMP-DATE               PIC 9(08).
002085     05  WS-BATCH-STAMP-TIME               PIC 9(08).
002090 01  WS-HEADER-WRITTEN-SWITCH               PIC X(01)
002100         VALUE "N".
002110     88  WS-HEADER-WRITTEN                  VALUE "Y".
002670     GOBACK.
002680*================================================================
002690*  1000-INITIALIZE - OPEN THE MASTER AND THE RAW BATCH, LOAD
002700*  THE CATEGORY TABLE, AND TAKE THE OPERATOR'S ID AND DEPARTMENT.
002705*  NO SESSION STARTS WITHOUT AN OPERATOR ID.
002710*================================================================
002720 1000-INITIALIZE.
002730     OPEN INPUT CONTACT-MASTER-FILE.
002840                 "FILE, STATUS = " WS-TXN-FILE-STATUS
002850             CLOSE CONTACT-MASTER-FILE
002860         ELSE
002880             PERFORM 1100-LOAD-CATEGORY-TABLE THRU 1100-EXIT
002890             DISPLAY "CONTACT CORRECTION - X AT THE SEARCH "
002900                 "PROMPT ENDS THE SESSION"
002901             DISPLAY "OPERATOR ID (8 CHARS): "
002902             ACCEPT WS-OPERATOR-ID
002903             IF WS-OPERATOR-ID = SPACES
002904                 DISPLAY "LAB01FIX: NO OPERATOR ID - SESSION NOT "
002905                     "STARTED"
002906                 CLOSE CONTACT-MASTER-FILE
002907                 CLOSE CONTACT-TXN-FILE
002908             ELSE
002909                 SET WS-RUN-OK            TO TRUE
002910                 DISPLAY "OPERATOR DEPARTMENT (3 CHARS): "
002920                 ACCEPT WS-OPERATOR-DEPT
002930                 DISPLAY "OVERRIDE AUTHORITY (Y/N): "
002940                 ACCEPT WS-OPERATOR-OVERRIDE
002945             END-IF
002950         END-IF
002960     END-IF.
002970 1000-EXIT.
006870*================================================================
006880*  5100-WRITE-BATCH-HEADER - ONE H RECORD NAMING THE OPERATOR'S
006890*  DEPARTMENT AHEAD OF THE SESSION'S FIRST CORRECTION, SO
006900*  LAB01EDT APPLIES THE SAME OWNERSHIP RULES AS ANY BATCH.
006903*  THE HEADER ALSO CARRIES THE OPERATOR ID AND THE SESSION'S
006906*  BATCH ID, THE DATE AND TIME THE FIRST CORRECTION WAS QUEUED
006910*================================================================
006920 5100-WRITE-BATCH-HEADER.
006930     MOVE SPACES                          TO WS-TRANSACTION.
006940     MOVE "H"                             TO WS-TXN-CODE.
006950     MOVE WS-OPERATOR-DEPT                TO WS-TXN-DEPARTMENT.
006960     MOVE WS-OPERATOR-OVERRIDE            TO WS-TXN-OVERRIDE.
006962     ACCEPT WS-BATCH-STAMP-DATE FROM DATE YYYYMMDD.
006964     ACCEPT WS-BATCH-STAMP-TIME FROM TIME.
006966     MOVE WS-BATCH-STAMP                  TO WS-TXN-BATCH-ID.
006968     MOVE WS-OPERATOR-ID                  TO WS-TXN-OPERATOR.
006970     MOVE WS-TRANSACTION                  TO TX-TRANSACTION.
006980     WRITE TX-TRANSACTION.
006990     SET WS-HEADER-WRITTEN                TO TRUE.
