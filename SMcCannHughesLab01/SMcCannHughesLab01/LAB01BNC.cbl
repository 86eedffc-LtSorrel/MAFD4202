000284*                   BOUNCE NOW WALKS THE EQUAL-KEY RUN AND
000286*                   FLAGS EVERY CONTACT CARRYING THE ADDRESS,
000288*                   NOT JUST THE FIRST.
000289*  2026-10-15 SMH   AUDIT RECORDS NOW CARRY A BATCH ID (THE RUN'S
000290*                   FIRST AUDIT TIMESTAMP) AND LAB01BNC AS THE
000291*                   OPERATOR, SO ONE BOUNCE RUN CAN BE BACKED OUT
000292*                   BY BATCH ID.
000293*  2026-10-15 SMH   THE AUDIT RECORD NOW ENDS WITH THE BEFORE
000294*                   AND AFTER CONSENT IMAGES; THE COPY REPLACING
000295*                   LIST CARRIES THE NEW FIELDS.
000296*================================================================
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000950                   ==WS-BOUNCE-COUNT==
000960                                      BY ==CM-BOUNCE-COUNT==
000970                   ==WS-LAST-BOUNCE-DATE==
000980                                BY ==CM-LAST-BOUNCE-DATE==
000983                   ==WS-ORGANIZATION-ID==
000986                                BY ==CM-ORGANIZATION-ID==.
000990
001000 FD  CONTACT-AUDIT-FILE
001010     LABEL RECORDS ARE STANDARD.
001470        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
001480                                      BY ==AUD-AFT-BOUNCE-COUNT==
001490        ==WS-AUDIT-AFTER-BOUNCE-DATE==
001492                                      BY ==AUD-AFT-BOUNCE-DATE==
001494        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
001496        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
001498        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
001501                                BY ==AUD-BEF-CONSENT-TYPE==
001502        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
001503                                BY ==AUD-BEF-CONSENT-SOURCE==
001504        ==WS-AUDIT-BEFORE-CONSENT-DATE==
001505                                BY ==AUD-BEF-CONSENT-DATE==
001506        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
001507                                BY ==AUD-BEF-CONSENT-EXPIRY==
001508        ==WS-AUDIT-AFTER-CONSENT-TYPE==
001509                                BY ==AUD-AFT-CONSENT-TYPE==
001510        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
001511                                BY ==AUD-AFT-CONSENT-SOURCE==
001512        ==WS-AUDIT-AFTER-CONSENT-DATE==
001513                                BY ==AUD-AFT-CONSENT-DATE==
001514        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
001515                                BY ==AUD-AFT-CONSENT-EXPIRY==
001516        ==WS-AUDIT-BEFORE-ORG-ID==
001517                                BY ==AUD-BEF-ORG-ID==
001518        ==WS-AUDIT-AFTER-ORG-ID==
001519                                BY ==AUD-AFT-ORG-ID==
001520        ==WS-AUDIT-BEFORE-ORG-NAME==
001521                                BY ==AUD-BEF-ORG-NAME==
001522        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
001523                                BY ==AUD-BEF-ORG-ACCOUNT==
001524        ==WS-AUDIT-AFTER-ORG-NAME==
001525                                BY ==AUD-AFT-ORG-NAME==
001526        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
001527                                BY ==AUD-AFT-ORG-ACCOUNT==.
001528
001529 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------
001540*   SWITCHES AND FILE STATUS FIELDS
001550*----------------------------------------------------------------
001770 01  WS-TODAY-DATE                          PIC 9(08).
001780 01  WS-AUDIT-DATE                          PIC 9(08).
001790 01  WS-AUDIT-TIME                          PIC 9(08).
001791*   EACH RUN'S AUDIT RECORDS FORM ONE BATCH, ID'D BY THE FIRST
001792*   RECORD'S TIMESTAMP, WITH THIS PROGRAM AS THE OPERATOR
001793 01  WS-RUN-BATCH-ID                        PIC X(16)
001794         VALUE SPACES.
001795 01  WS-RUN-OPERATOR                        PIC X(08)
001796         VALUE "LAB01BNC".
001800 01  WS-AUDIT-BEFORE.
001810     05  WS-AUDIT-BEFORE-FIRSTNAME         PIC X(08).
001820     05  WS-AUDIT-BEFORE-LASTNAME          PIC X(10).
004280         TO AUD-AFT-BOUNCE-COUNT.
004290     MOVE WS-AUDIT-AFTER-BOUNCE-DATE
004300         TO AUD-AFT-BOUNCE-DATE.
004301     IF WS-RUN-BATCH-ID = SPACES
004302         MOVE AUD-TIMESTAMP               TO WS-RUN-BATCH-ID
004303     END-IF.
004304     MOVE WS-RUN-BATCH-ID                 TO AUD-BATCH-ID.
004305     MOVE WS-RUN-OPERATOR                 TO AUD-OPERATOR.
004310     WRITE AUD-RECORD.
004320 4000-EXIT.
004330     EXIT.
