000300*               REVIEW.  THE DIVERT FILE ONLY CARRIES NAME,
000310*               EMAIL, AND PHONE, SO THE DECISION RECORD MAY
000320*               SUPPLY THE CATEGORY AND ADDRESS THE DIVERT LOST.
000321*               ENTRIES QUEUED BY THE LAB01SWP SWEEP (REASON
000322*               "SWEEP ...") PAIR TWO CONTACTS ALREADY ON THE
000323*               MASTER - THE ENTRY'S OWN KEY AND THE PARTNER
000324*               HOLDING ITS EMAIL.  FOR THOSE, K KEEPS BOTH AND
000325*               RECORDS THE PAIR ON THE DUPKEEP REGISTER SO THE
000326*               SWEEP STOPS PROPOSING IT; I RETIRES THE PARTNER;
000327*               M MERGES INTO THE PARTNER AND RETIRES THE ENTRY'S
000328*               CONTACT.  A SWEEP PAIR EITHER OF WHOSE CONTACTS
000329*               HAS SINCE GONE INACTIVE OR OFF FILE IS DROPPED.
000330*================================================================
000340*  MODIFICATION HISTORY
000350*----------------------------------------------------------------
000360*  DATE       INIT  DESCRIPTION
000370*  2026-09-02 SMH   ORIGINAL - KEEP/KEEP-INCOMING/MERGE OUTCOMES
000380*                   APPLIED FROM THE REVIEW-DECISION FILE, WITH
000381*                   A CONTACTA AUDIT RECORD FOR EVERY UPDATE.
000382*  2026-10-15 SMH   AUDIT RECORDS NOW CARRY A BATCH ID (THE RUN'S
000383*                   FIRST AUDIT TIMESTAMP) AND LAB01DUP AS THE
000384*                   OPERATOR, SO ONE REVIEW RUN CAN BE BACKED OUT
000385*                   BY BATCH ID.
000386*  2026-10-15 SMH   SWEEP ENTRIES FROM LAB01SWP: K RECORDS THE
000387*                   PAIR ON THE DUPKEEP KEEP-BOTH REGISTER, I AND
000388*                   M RESOLVE BETWEEN TWO EXISTING CONTACTS, AND
000389*                   STALE PAIRS ARE DROPPED.
000390*  2026-10-15 SMH   THE AUDIT RECORD NOW ENDS WITH THE BEFORE
000391*                   AND AFTER CONSENT IMAGES; THE COPY REPLACING
000392*                   LIST CARRIES THE NEW FIELDS.
000393*  2026-10-15 SMH   A FAILED WRITE TO THE KEEP-BOTH REGISTER
000398*                   LEAVES THE SWEEP PAIR ON THE QUEUE AND COUNTS
000399*                   AN ERROR.
000400*================================================================
000410
000420 ENVIRONMENT DIVISION.
000960         ASSIGN TO           "DUPWORK"
000970         ORGANIZATION IS     LINE SEQUENTIAL
000980         FILE STATUS IS      WS-WORK-STATUS.
000983
000986*----------------------------------------------------------------
000991*   KEEP-REGISTER-FILE - THE PAIRS OF CONTACTS REVIEWERS HAVE
000992*   KEPT AS TWO DIFFERENT PEOPLE, APPENDED TO WHEN A SWEEP ENTRY
000993*   IS RESOLVED K AND READ BY LAB01SWP
000994*----------------------------------------------------------------
000995     SELECT KEEP-REGISTER-FILE
000996         ASSIGN TO           "DUPKEEP"
000997         ORGANIZATION IS     LINE SEQUENTIAL
000998         FILE STATUS IS      WS-KEEP-STATUS.
000999
001000 DATA DIVISION.
001010 FILE SECTION.
001020*----------------------------------------------------------------
001502                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001503                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001504                   ==WS-LAST-BOUNCE-DATE==
001505                                BY ==CM-LAST-BOUNCE-DATE==
001506                   ==WS-ORGANIZATION-ID==
001507                                BY ==CM-ORGANIZATION-ID==.
001510
001520 FD  CONTACT-AUDIT-FILE
001530     LABEL RECORDS ARE STANDARD.
001873        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
001874                                BY ==AUD-AFT-BOUNCE-COUNT==
001875        ==WS-AUDIT-AFTER-BOUNCE-DATE==
001876                                BY ==AUD-AFT-BOUNCE-DATE==
001877        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
001878        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
001879        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
001880                                BY ==AUD-BEF-CONSENT-TYPE==
001881        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
001882                                BY ==AUD-BEF-CONSENT-SOURCE==
001883        ==WS-AUDIT-BEFORE-CONSENT-DATE==
001884                                BY ==AUD-BEF-CONSENT-DATE==
001885        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
001886                                BY ==AUD-BEF-CONSENT-EXPIRY==
001887        ==WS-AUDIT-AFTER-CONSENT-TYPE==
001888                                BY ==AUD-AFT-CONSENT-TYPE==
001889        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
001890                                BY ==AUD-AFT-CONSENT-SOURCE==
001891        ==WS-AUDIT-AFTER-CONSENT-DATE==
001892                                BY ==AUD-AFT-CONSENT-DATE==
001893        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
001894                                BY ==AUD-AFT-CONSENT-EXPIRY==
001895        ==WS-AUDIT-BEFORE-ORG-ID==
001896                                BY ==AUD-BEF-ORG-ID==
001897        ==WS-AUDIT-AFTER-ORG-ID==
001898                                BY ==AUD-AFT-ORG-ID==
001899        ==WS-AUDIT-BEFORE-ORG-NAME==
001900                                BY ==AUD-BEF-ORG-NAME==
001901        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
001902                                BY ==AUD-BEF-ORG-ACCOUNT==
001903        ==WS-AUDIT-AFTER-ORG-NAME==
001904                                BY ==AUD-AFT-ORG-NAME==
001905        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
001906                                BY ==AUD-AFT-ORG-ACCOUNT==.
001907
001908 FD  DIVERT-WORK-FILE
001909     LABEL RECORDS ARE STANDARD.
001910 01  DIVERT-WORK-RECORD                    PIC X(84).
001911
001912 FD  KEEP-REGISTER-FILE
001913     LABEL RECORDS ARE STANDARD.
001914*  RECORD LAYOUT COMES FROM THE SHARED DUPKEEP COPYBOOK.
001915     COPY DUPKEEP
001916      REPLACING ==WS-DUPKEEP-RECORD==   BY ==DK-DUPKEEP-RECORD==
001917           ==WS-DUPKEEP-KEY-1==         BY ==DK-DUPKEEP-KEY-1==
001918           ==WS-DUPKEEP-LASTNAME-1==
001919                         BY ==DK-DUPKEEP-LASTNAME-1==
001920           ==WS-DUPKEEP-FIRSTNAME-1==
001921                         BY ==DK-DUPKEEP-FIRSTNAME-1==
001922           ==WS-DUPKEEP-KEY-2==         BY ==DK-DUPKEEP-KEY-2==
001923           ==WS-DUPKEEP-LASTNAME-2==
001924                         BY ==DK-DUPKEEP-LASTNAME-2==
001925           ==WS-DUPKEEP-FIRSTNAME-2==
001926                         BY ==DK-DUPKEEP-FIRSTNAME-2==
001927           ==WS-DUPKEEP-KEPT-DATE==
001928                         BY ==DK-DUPKEEP-KEPT-DATE==.
001929
001930 WORKING-STORAGE SECTION.
001931*----------------------------------------------------------------
001940*   SWITCHES AND FILE STATUS FIELDS
001950*----------------------------------------------------------------
001960 01  WS-DUPL-STATUS                         PIC X(02).
002070     88  WS-AUDIT-FILE-MISSING              VALUE "35".
002080 01  WS-WORK-STATUS                         PIC X(02).
002090     88  WS-WORK-OK                         VALUE "00".
002092 01  WS-KEEP-STATUS                         PIC X(02).
002094     88  WS-KEEP-OK                         VALUE "00".
002096     88  WS-KEEP-MISSING                    VALUE "35".
002100 01  WS-DUPL-EOF-SWITCH                     PIC X(01)
002110         VALUE "N".
002120     88  WS-DUPL-EOF                        VALUE "Y".
002240     88  WS-ENTRY-NOT-FOUND                 VALUE "N".
002250 01  WS-LOSER-FOUND-SWITCH                  PIC X(01).
002260     88  WS-LOSER-FOUND                     VALUE "Y".
002263     88  WS-LOSER-NOT-FOUND                 VALUE "N".
002266 01  WS-KEEP-OPEN-SWITCH                    PIC X(01)
002271         VALUE "N".
002272     88  WS-KEEP-OPEN                       VALUE "Y".
002273     88  WS-KEEP-NOT-OPEN                   VALUE "N".
002274 01  WS-ENTRY-KIND-SWITCH                   PIC X(01).
002275     88  WS-SWEEP-ENTRY                     VALUE "S".
002276     88  WS-DIVERTED-ENTRY                  VALUE "D".
002277 01  WS-PAIR-STATE-SWITCH                   PIC X(01).
002278     88  WS-PAIR-ON-FILE                    VALUE "Y".
002279     88  WS-PAIR-GONE                       VALUE "N".
002280*----------------------------------------------------------------
002290*   DIVERT TABLE - THE WHOLE CONTACTD FILE, LOADED UP FRONT SO
002300*   EACH DECISION CAN BE MATCHED AND THE UNDECIDED ENTRIES
002580 01  WS-LOSER-KEY.
002590     05  WS-LOSER-LASTNAME                 PIC X(10).
002600     05  WS-LOSER-FIRSTNAME                PIC X(08).
002601*   A SWEEP ENTRY'S OWN CONTACT KEY - ITS PARTNER'S KEY IS THE
002602*   LOSER KEY ABOVE, FOUND THROUGH THE EMAIL ON THE ENTRY
002603 01  WS-ENTRY-KEY.
002604     05  WS-ENTRY-LASTNAME                 PIC X(10).
002605     05  WS-ENTRY-FIRSTNAME                PIC X(08).
002610*----------------------------------------------------------------
002620*   AUDIT IMAGE WORK AREAS AND TIMESTAMP FIELDS, MATCHING THE
002630*   SNAP AREAS LAB01 LOADS FOR 360-WRITE-AUDIT
002650 01  WS-TODAY-DATE                          PIC 9(08).
002660 01  WS-AUDIT-DATE                          PIC 9(08).
002670 01  WS-AUDIT-TIME                          PIC 9(08).
002671*   EACH RUN'S AUDIT RECORDS FORM ONE BATCH, ID'D BY THE FIRST
002672*   RECORD'S TIMESTAMP, WITH THIS PROGRAM AS THE OPERATOR
002673 01  WS-RUN-BATCH-ID                        PIC X(16)
002674         VALUE SPACES.
002675 01  WS-RUN-OPERATOR                        PIC X(08)
002676         VALUE "LAB01DUP".
002680 01  WS-AUDIT-CODE                          PIC X(01).
002690 01  WS-AUDIT-BEFORE.
002700     05  WS-AUDIT-BEFORE-FIRSTNAME         PIC X(08).
003080 01  WS-ERROR-COUNT                         PIC 9(06) COMP
003090         VALUE ZERO.
003100 01  WS-LEFT-ON-FILE-COUNT                  PIC 9(06) COMP
003102         VALUE ZERO.
003104 01  WS-KEPT-BOTH-COUNT                     PIC 9(06) COMP
003106         VALUE ZERO.
003108 01  WS-STALE-PAIR-COUNT                    PIC 9(06) COMP
003110         VALUE ZERO.
003120*----------------------------------------------------------------
003130*   RESOLUTION SUMMARY PRINT LINES
004380             CLOSE REVIEW-DECISION-FILE
004390         ELSE
004400             SET WS-RUN-OK                TO TRUE
004405             PERFORM 1250-OPEN-KEEP-REGISTER THRU 1250-EXIT
004410         END-IF
004420     END-IF.
004422 1200-EXIT.
004424     EXIT.
004426*================================================================
004431*  1250-OPEN-KEEP-REGISTER - THE KEEP-BOTH REGISTER FOR APPEND,
004432*  STARTED FRESH THE FIRST TIME.  WITHOUT IT A SWEEP ENTRY
004433*  DECIDED K CANNOT BE RECORDED AND STAYS ON THE QUEUE.
004434*================================================================
004435 1250-OPEN-KEEP-REGISTER.
004436     OPEN EXTEND KEEP-REGISTER-FILE.
004437     IF WS-KEEP-MISSING
004438         OPEN OUTPUT KEEP-REGISTER-FILE
004439     END-IF.
004440     IF WS-KEEP-OK
004441         SET WS-KEEP-OPEN                 TO TRUE
004442     ELSE
004443         DISPLAY "LAB01DUP: UNABLE TO OPEN KEEP-REGISTER-FILE, "
004444             "STATUS = " WS-KEEP-STATUS
004445         ADD 1 TO WS-ERROR-COUNT
004446     END-IF.
004447 1250-EXIT.
004448     EXIT.
004450*================================================================
004460*  1300-READ-DECISION - READ THE NEXT REVIEW DECISION INTO THE
004470*  WORKING AREA
004680*================================================================
004690*  2000-RESOLVE-ONE - MATCH THIS DECISION TO ITS DIVERTED ENTRY
004700*  AND ROUTE IT BY ITS ACTION
004705*  (A SWEEP PAIR THAT NO LONGER STANDS IS DROPPED INSTEAD)
004710*================================================================
004720 2000-RESOLVE-ONE.
004730     PERFORM 2100-FIND-DIVERT-ENTRY THRU 2100-EXIT.
004732     IF WS-ENTRY-FOUND
004734         PERFORM 2150-CHECK-SWEEP-PAIR THRU 2150-EXIT
004736     END-IF.
004740     IF WS-ENTRY-NOT-FOUND
004750         DISPLAY "LAB01DUP: NO DIVERTED ENTRY FOR "
004760             WS-DEC-LASTNAME " " WS-DEC-FIRSTNAME
004770         ADD 1 TO WS-UNMATCHED-COUNT
004775     END-IF.
004780     IF WS-ENTRY-FOUND
004785         AND WS-PAIR-ON-FILE
004790         EVALUATE WS-DEC-ACTION
004800             WHEN "K"
004810                 PERFORM 2200-KEEP-MASTER THRU 2200-EXIT
005180         MOVE WS-DIV-SUB                  TO WS-DIV-HIT
005190     END-IF.
005200 2110-EXIT.
005201     EXIT.
005202*================================================================
005203*  2150-CHECK-SWEEP-PAIR - AN ENTRY QUEUED BY LAB01SWP PAIRS THE
005204*  CONTACT UNDER ITS OWN KEY WITH THE PARTNER HOLDING ITS EMAIL.
005205*  BOTH MUST STILL BE ON THE MASTER, NOT INACTIVE, AND TWO
005206*  DIFFERENT RECORDS, OR THE PAIR IS DROPPED FROM THE QUEUE.
005207*  THE PARTNER'S KEY IS LEFT IN WS-LOSER-KEY.
005208*================================================================
005209 2150-CHECK-SWEEP-PAIR.
005210     SET WS-DIVERTED-ENTRY                TO TRUE.
005211     SET WS-PAIR-ON-FILE                  TO TRUE.
005212     IF WS-DIV-REASON(WS-DIV-HIT)(1:6) = "SWEEP "
005213         SET WS-SWEEP-ENTRY               TO TRUE
005214         MOVE WS-DEC-LASTNAME             TO WS-ENTRY-LASTNAME
005215         MOVE WS-DEC-FIRSTNAME            TO WS-ENTRY-FIRSTNAME
005216         MOVE WS-ENTRY-KEY                TO CM-CONTACT-KEY
005217         READ CONTACT-MASTER-FILE
005218             INVALID KEY
005219                 SET WS-PAIR-GONE         TO TRUE
005220             NOT INVALID KEY
005221                 IF CM-STATUS = "I"
005222                     SET WS-PAIR-GONE     TO TRUE
005223                 END-IF
005224         END-READ
005225         IF WS-PAIR-ON-FILE
005226             PERFORM 2310-FIND-LOSING-MASTER THRU 2310-EXIT
005227             IF WS-LOSER-NOT-FOUND
005228                 OR WS-LOSER-KEY = WS-ENTRY-KEY
005229                 OR CM-STATUS = "I"
005230                 SET WS-PAIR-GONE         TO TRUE
005231             END-IF
005232         END-IF
005233         IF WS-PAIR-GONE
005234             DISPLAY "LAB01DUP: SWEEP PAIR NO LONGER ON FILE, "
005235                 "DROPPED - " WS-DEC-LASTNAME " " WS-DEC-FIRSTNAME
005236             MOVE "Y"               TO WS-DIV-DECIDED(WS-DIV-HIT)
005237             ADD 1 TO WS-STALE-PAIR-COUNT
005238         END-IF
005239     END-IF.
005240 2150-EXIT.
005241     EXIT.
005242*================================================================
005243*  2200-KEEP-MASTER - THE MASTER WON THE REVIEW; THE DIVERTED
005244*  TRANSACTION IS SIMPLY DROPPED FROM THE REVIEW FILE.  FOR A
005245*  SWEEP ENTRY BOTH CONTACTS STAND AND THE PAIR IS REGISTERED.
005250*================================================================
005260 2200-KEEP-MASTER.
005261     IF WS-SWEEP-ENTRY
005262         PERFORM 2210-REGISTER-KEEP-BOTH THRU 2210-EXIT
005263     ELSE
005264         MOVE "Y"               TO WS-DIV-DECIDED(WS-DIV-HIT)
005265         ADD 1 TO WS-KEPT-MASTER-COUNT
005266     END-IF.
005267 2200-EXIT.
005268     EXIT.
005269*================================================================
005270*  2210-REGISTER-KEEP-BOTH - THE REVIEWER SAYS THE SWEEP PAIR
005271*  IS TWO DIFFERENT PEOPLE.  THE PAIR GOES ON THE KEEP-BOTH
005272*  REGISTER, LOWER KEY FIRST, SO LAB01SWP DOES NOT PROPOSE IT
005273*  AGAIN.  WITH NO REGISTER OPEN THE ENTRY STAYS ON THE QUEUE.
005274*================================================================
005275 2210-REGISTER-KEEP-BOTH.
005276     IF WS-KEEP-NOT-OPEN
005277         DISPLAY "LAB01DUP: NO KEEP-BOTH REGISTER, PAIR LEFT FOR "
005278             "REVIEW - " WS-DEC-LASTNAME " " WS-DEC-FIRSTNAME
005279     ELSE
005280         MOVE SPACES                      TO DK-DUPKEEP-RECORD
005281         IF WS-LOSER-KEY < WS-ENTRY-KEY
005282             MOVE WS-LOSER-KEY            TO DK-DUPKEEP-KEY-1
005283             MOVE WS-ENTRY-KEY            TO DK-DUPKEEP-KEY-2
005284         ELSE
005285             MOVE WS-ENTRY-KEY            TO DK-DUPKEEP-KEY-1
005286             MOVE WS-LOSER-KEY            TO DK-DUPKEEP-KEY-2
005287         END-IF
005288         MOVE WS-TODAY-DATE               TO DK-DUPKEEP-KEPT-DATE
005289         WRITE DK-DUPKEEP-RECORD
005290         IF NOT WS-KEEP-OK
005291             DISPLAY "LAB01DUP: ERROR WRITING KEEP-REGISTER-FILE,"
005292                 " STATUS = " WS-KEEP-STATUS
005293             ADD 1 TO WS-ERROR-COUNT
005294         ELSE
005295             MOVE "Y"           TO WS-DIV-DECIDED(WS-DIV-HIT)
005296             ADD 1 TO WS-KEPT-BOTH-COUNT
005297         END-IF
005298     END-IF.
005299 2210-EXIT.
005300     EXIT.
005310*================================================================
005320*  2300-KEEP-INCOMING - THE INCOMING CONTACT WON.  THE MASTER
005350*  UNDER ITS OWN KEY - OVERLAYING THAT KEY'S RECORD IF IT
005360*  EXISTS, ADDED FRESH IF NOT.  WHEN THE LOSING MASTER ALREADY
005370*  SITS UNDER THE INCOMING KEY IT IS JUST OVERLAID IN PLACE.
005373*  FOR A SWEEP ENTRY THE PARTNER IS RETIRED AND THE ENTRY'S
005376*  CONTACT, ALREADY ON FILE, KEEPS ITS OWN EMAIL AND PHONE.
005380*================================================================
005390 2300-KEEP-INCOMING.
005400     PERFORM 2310-FIND-LOSING-MASTER THRU 2310-EXIT.
006450*================================================================
006460 2350-OVERLAY-INCOMING.
006470     PERFORM 4100-SNAP-BEFORE-IMAGE THRU 4100-EXIT.
006475     IF WS-DIVERTED-ENTRY
006480         MOVE WS-DEC-EMAIL                TO CM-EMAIL
006490         MOVE WS-DIV-PHONENUMBER(WS-DIV-HIT)
006493             TO CM-PHONENUMBER
006496     END-IF.
006500     PERFORM 2500-OVERLAY-DECISION-FIELDS THRU 2500-EXIT.
006510     MOVE "A"                             TO CM-STATUS.
006520     MOVE WS-TODAY-DATE                   TO CM-STATUS-DATE.
006670*================================================================
006680*  2400-MERGE-FIELDS - THE SURVIVING MASTER RECORD (THE ONE
006690*  HOLDING THE EMAIL) KEEPS ITS KEY AND TAKES THE INCOMING
006700*  FIELD VALUES, AUDITED AS A CHANGE.  FOR A SWEEP ENTRY THE
006703*  SURVIVOR IS THE PARTNER, AND THE ENTRY'S OWN CONTACT IS THEN
006706*  RETIRED INTO IT.
006710*================================================================
006720 2400-MERGE-FIELDS.
006730     PERFORM 2310-FIND-LOSING-MASTER THRU 2310-EXIT.
006930                 PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
006940                 MOVE "Y"       TO WS-DIV-DECIDED(WS-DIV-HIT)
006950                 ADD 1 TO WS-MERGED-COUNT
006951                 IF WS-SWEEP-ENTRY
006952                     MOVE WS-ENTRY-KEY        TO WS-LOSER-KEY
006953                     PERFORM 2320-RETIRE-LOSING-MASTER
006954                         THRU 2320-EXIT
006955                 END-IF
006960         END-REWRITE
006970     END-IF.
006980 2400-EXIT.
008270         TO AUD-AFT-BOUNCE-COUNT.
008271     MOVE WS-AUDIT-AFTER-BOUNCE-DATE
008272         TO AUD-AFT-BOUNCE-DATE.
008273     IF WS-RUN-BATCH-ID = SPACES
008274         MOVE AUD-TIMESTAMP               TO WS-RUN-BATCH-ID
008275     END-IF.
008276     MOVE WS-RUN-BATCH-ID                 TO AUD-BATCH-ID.
008277     MOVE WS-RUN-OPERATOR                 TO AUD-OPERATOR.
008278     WRITE AUD-RECORD.
008280 4000-EXIT.
008290     EXIT.
008300*================================================================
008980         TO WS-DUP-SUMMARY-LABEL.
008990     MOVE WS-LEFT-ON-FILE-COUNT           TO WS-DUP-SUMMARY-OUT.
009000     DISPLAY WS-DUP-SUMMARY-LINE.
009001     MOVE "SWEEP PAIRS KEPT BOTH:    "
009002         TO WS-DUP-SUMMARY-LABEL.
009003     MOVE WS-KEPT-BOTH-COUNT              TO WS-DUP-SUMMARY-OUT.
009004     DISPLAY WS-DUP-SUMMARY-LINE.
009005     MOVE "STALE SWEEP PAIRS DROPPED:"
009006         TO WS-DUP-SUMMARY-LABEL.
009007     MOVE WS-STALE-PAIR-COUNT             TO WS-DUP-SUMMARY-OUT.
009008     DISPLAY WS-DUP-SUMMARY-LINE.
009010     MOVE "ERRORS:                   "
009020         TO WS-DUP-SUMMARY-LABEL.
009030     MOVE WS-ERROR-COUNT                  TO WS-DUP-SUMMARY-OUT.
009110     CLOSE REVIEW-DECISION-FILE.
009120     CLOSE CONTACT-MASTER-FILE.
009130     CLOSE CONTACT-AUDIT-FILE.
009132     IF WS-KEEP-OPEN
009134         CLOSE KEEP-REGISTER-FILE
009136     END-IF.
009140 9000-EXIT.
009150     EXIT.
009160 END PROGRAM LAB01DUP.
