000130*               WHOSE MASTER RECORD IS STILL ACTIVE - INACTIVE
000140*               AND DO-NOT-CONTACT CONTACTS NEVER REACH A
000150*               CAMPAIGN FILE, THE SAME RULE THE MAIN CSV EXPORT
000155*               APPLIES - AND WHO HOLD A CURRENT CONSENT ON THE
000160*               CONSENT FILE.  A RUN-CONTROL SUMMARY COUNTS THE
000170*               MEMBERS EXPORTED PER LIST SO THE FILES CAN BE
000180*               TIED OUT AGAINST THE EMAIL TOOL'S IMPORT COUNTS.
000182*               EVERY MEMBER EXPORTED IS RECORDED ON THE SEND
000184*               HISTORY (SENDHIST), AND A CONTACT ALREADY SENT
000186*               THE LEXPARM MAXIMUM IN THE LAST 30 DAYS, ACROSS
000188*               ALL LISTS, IS HELD BACK AND NAMED ON LEXCTRL.
000190*================================================================
000200*  MODIFICATION HISTORY
000210*----------------------------------------------------------------
000260*                   SINGLE CONTACTV EXPORT IN A SPREADSHEET.
000262*  2026-09-02 SMH   ADDRESSES FLAGGED UNDELIVERABLE BY LAB01BNC
000264*                   ARE NOW SKIPPED LIKE DO-NOT-CONTACT ONES.
000265*  2026-10-15 SMH   A MEMBER WITH NO CONSENT RECORD, OR WHOSE
000266*                   CONSENT HAS EXPIRED, IS HELD BACK AND
000267*                   COUNTED ON LEXCTRL.  NO CONSENT FILE HOLDS
000268*                   EVERY MEMBER.
000269*  2026-10-15 SMH   EVERY MEMBER EXPORTED IS WRITTEN TO THE SEND
000270*                   HISTORY (SENDHIST) WITH THE LEXPARM CAMPAIGN
000271*                   ID.  A CONTACT ALREADY SENT THE LEXPARM
000272*                   MAXIMUM IN THE LAST 30 DAYS ACROSS ALL LISTS
000273*                   IS HELD BACK AND NAMED ON LEXCTRL WITH THE
000274*                   LIST THAT LOST IT.
000275*  2026-10-15 SMH   A LIST CSV THAT WILL NOT OPEN HAS ITS MEMBERS
000276*                   SKIPPED, SO NO SEND IS RECORDED FOR A MEMBER
000277*                   NEVER EXPORTED.  THE CAMPAIGN LINE NOW GIVES
000278*                   THE DATE THE SEND WINDOW COUNTS FROM AFTER.
000279*  2026-10-15 SMH   A SEND HISTORY WRITE THAT FAILS (OTHER THAN
000280*                   THE SAME-DAY RERUN DUPLICATE) IS NAMED ON
000281*                   LEXCTRL AND COUNTED IN THE SUMMARY.
000282*================================================================
000283
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.         GENERIC-PC.
000540         RECORD KEY IS       CM-CONTACT-KEY
000550         ALTERNATE RECORD KEY IS CM-EMAIL
000560             WITH DUPLICATES
000561         FILE STATUS IS      WS-MASTER-STATUS.
000562
000563*----------------------------------------------------------------
000564*   CONSENT-FILE - THE CONSENT BEHIND EACH MEMBER, LOOKED UP BY
000565*   ITS CONTACT KEY
000566*----------------------------------------------------------------
000567     SELECT CONSENT-FILE
000568         ASSIGN TO           "CONSENT"
000569         ORGANIZATION IS     INDEXED
000570         ACCESS MODE IS      DYNAMIC
000571         RECORD KEY IS       CN-CONSENT-KEY
000572         FILE STATUS IS      WS-CONSENT-FILE-STATUS.
000573
000574*----------------------------------------------------------------
000575*   LEX-PARM-FILE - ONE OPTIONAL RECORD: THE CAMPAIGN ID TO
000576*   STAMP ON THE SEND HISTORY AND THE MOST SENDS ONE CONTACT MAY
000577*   RECEIVE IN ANY 30 DAYS.  A MISSING FILE OR BLANK FIELD
000578*   TAKES THE DEFAULTS (LEX + THE RUN DATE, 4 SENDS).
000579*----------------------------------------------------------------
000580     SELECT LEX-PARM-FILE
000581         ASSIGN TO           "LEXPARM"
000582         ORGANIZATION IS     LINE SEQUENTIAL
000583         FILE STATUS IS      WS-PARM-STATUS.
000584
000585*----------------------------------------------------------------
000586*   SEND-HISTORY-FILE - ONE ROW PER MEMBER EXPORTED, KEYED ON
000587*   THE CONTACT KEY + SEND DATE + LIST CODE.  READ TO COUNT A
000588*   CONTACT'S RECENT SENDS, THEN WRITTEN FOR EACH NEW ONE.
000589*----------------------------------------------------------------
000590     SELECT SEND-HISTORY-FILE
000591         ASSIGN TO           "SENDHIST"
000592         ORGANIZATION IS     INDEXED
000593         ACCESS MODE IS      DYNAMIC
000594         RECORD KEY IS       SH-SEND-KEY
000595         FILE STATUS IS      WS-SEND-FILE-STATUS.
000596
000597*----------------------------------------------------------------
000600*   LEX-SORT-WORK-FILE - MEMBERSHIPS SORTED BY LIST CODE + NAME
000610*   SO EACH LIST'S MEMBERS ARRIVE TOGETHER FOR ITS ONE CSV
000620*----------------------------------------------------------------
001152                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001153                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001154                   ==WS-LAST-BOUNCE-DATE==
001155                                BY ==CM-LAST-BOUNCE-DATE==
001156                   ==WS-ORGANIZATION-ID==
001157                                BY ==CM-ORGANIZATION-ID==.
001158
001159 FD  CONSENT-FILE
001160     LABEL RECORDS ARE STANDARD.
001161*  RECORD LAYOUT COMES FROM THE SHARED CONSENT COPYBOOK.
001162     COPY CONSENT
001163      REPLACING ==WS-CONSENT-RECORD==  BY ==CN-CONSENT-RECORD==
001164           ==WS-CONSENT-KEY==         BY ==CN-CONSENT-KEY==
001165           ==WS-CONSENT-LASTNAME==    BY ==CN-CONSENT-LASTNAME==
001166           ==WS-CONSENT-FIRSTNAME==   BY ==CN-CONSENT-FIRSTNAME==
001167           ==WS-CONSENT-TYPE==        BY ==CN-CONSENT-TYPE==
001168           ==WS-CONSENT-SOURCE==      BY ==CN-CONSENT-SOURCE==
001169           ==WS-CONSENT-OBTAINED-DATE==
001170                          BY ==CN-CONSENT-OBTAINED-DATE==
001171           ==WS-CONSENT-EXPIRY-DATE==
001172                          BY ==CN-CONSENT-EXPIRY-DATE==.
001173
001174 FD  LEX-PARM-FILE
001175     LABEL RECORDS ARE STANDARD.
001176 01  LEX-PARM-RECORD.
001177     05  PARM-CAMPAIGN-ID                  PIC X(12).
001178     05  FILLER                            PIC X(01).
001179     05  PARM-MAX-SENDS                    PIC X(02).
001180
001181 FD  SEND-HISTORY-FILE
001182     LABEL RECORDS ARE STANDARD.
001183*  RECORD LAYOUT COMES FROM THE SHARED SEND-HISTORY COPYBOOK.
001184     COPY SENDHIST
001185      REPLACING ==WS-SEND-RECORD==     BY ==SH-SEND-RECORD==
001186           ==WS-SEND-KEY==            BY ==SH-SEND-KEY==
001187           ==WS-SEND-LASTNAME==       BY ==SH-SEND-LASTNAME==
001188           ==WS-SEND-FIRSTNAME==      BY ==SH-SEND-FIRSTNAME==
001189           ==WS-SEND-DATE==           BY ==SH-SEND-DATE==
001190           ==WS-SEND-LIST-CODE==      BY ==SH-SEND-LIST-CODE==
001191           ==WS-SEND-CAMPAIGN-ID==    BY ==SH-SEND-CAMPAIGN-ID==.
001192
001193*----------------------------------------------------------------
001194*   LEX-SORT-WORK-FILE - ONE MEMBERSHIP ROW, KEYED FOR THE SORT
001195*----------------------------------------------------------------
001200 SD  LEX-SORT-WORK-FILE.
001210     COPY CONTACTS
001220      REPLACING ==WS-MEMBER==         BY ==SR-MEMBER==
001600     88  WS-EXPORT-OK                       VALUE "00".
001610 01  WS-RUN-CONTROL-STATUS                  PIC X(02).
001620     88  WS-RUN-CONTROL-OK                  VALUE "00".
001621 01  WS-CONSENT-FILE-STATUS                 PIC X(02).
001622     88  WS-CONSENT-FILE-OK                 VALUE "00".
001623     88  WS-CONSENT-FILE-MISSING            VALUE "35".
001624 01  WS-PARM-STATUS                         PIC X(02).
001625     88  WS-PARM-OK                         VALUE "00".
001626 01  WS-SEND-FILE-STATUS                    PIC X(02).
001627     88  WS-SEND-FILE-OK                    VALUE "00".
001628     88  WS-SEND-FILE-MISSING               VALUE "35".
001629     88  WS-SEND-FILE-DUPLICATE             VALUE "22".
001630 01  WS-MEMBER-EOF-SWITCH                   PIC X(01)
001640         VALUE "N".
001650     88  WS-MEMBER-EOF                      VALUE "Y".
001680         VALUE "N".
001690     88  WS-SORT-EOF                        VALUE "Y".
001700     88  WS-SORT-NOT-EOF                    VALUE "N".
001701 01  WS-RUN-OK-SWITCH                       PIC X(01)
001702         VALUE "N".
001703     88  WS-RUN-OK                          VALUE "Y".
001704     88  WS-RUN-NOT-OK                      VALUE "N".
001705 01  WS-CONSENTS-OPEN-SWITCH                PIC X(01)
001706         VALUE "N".
001707     88  WS-CONSENTS-OPEN                   VALUE "Y".
001708     88  WS-CONSENTS-NOT-OPEN               VALUE "N".
001709 01  WS-CONSENT-CURRENT-SWITCH              PIC X(01)
001710         VALUE "N".
001711     88  WS-CONSENT-CURRENT                 VALUE "Y".
001712     88  WS-CONSENT-NOT-CURRENT             VALUE "N".
001713 01  WS-SENDS-OPEN-SWITCH                   PIC X(01)
001714         VALUE "N".
001715     88  WS-SENDS-OPEN                      VALUE "Y".
001716     88  WS-SENDS-NOT-OPEN                  VALUE "N".
001717 01  WS-SEND-SCAN-SWITCH                    PIC X(01)
001718         VALUE "N".
001719     88  WS-SEND-SCAN-MORE                  VALUE "Y".
001720     88  WS-SEND-SCAN-DONE                  VALUE "N".
001721 01  WS-LIST-OPEN-SWITCH                    PIC X(01)
001722         VALUE "N".
001723     88  WS-LIST-OPEN                       VALUE "Y".
001724     88  WS-LIST-NOT-OPEN                   VALUE "N".
001725*----------------------------------------------------------------
001726*   RUN DATE - A CONSENT EXPIRING BEFORE IT IS NO LONGER CURRENT
001727*----------------------------------------------------------------
001728 01  WS-TODAY-DATE                          PIC 9(08).
001729 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
001730                                            PIC X(08).
001731*----------------------------------------------------------------
001732*   FREQUENCY CAP - THE LEXPARM CAMPAIGN AND MAXIMUM, THE DAY
001733*   BEFORE THE 30-DAY WINDOW OPENS, AND THE CURRENT MEMBER'S
001734*   SENDS INSIDE IT
001735*----------------------------------------------------------------
001736 01  WS-CAMPAIGN-ID                         PIC X(12)
001737         VALUE SPACES.
001738 01  WS-MAX-SENDS                           PIC 9(02)
001739         VALUE 4.
001740 01  WS-CAP-WINDOW-DAYS                     PIC 9(03)
001741         VALUE 30.
001742 01  WS-WINDOW-START-DATE                   PIC X(08).
001743 01  WS-DAY-SUB                             PIC 9(03) COMP.
001744 01  WS-RECENT-SEND-COUNT                   PIC 9(03) COMP
001745         VALUE ZERO.
001747*----------------------------------------------------------------
001748*   CALENDAR WORK FIELDS FOR STEPPING BACK TO THE WINDOW START
001749*   A DAY AT A TIME
001750*----------------------------------------------------------------
001751 01  WS-DATE-WORK.
001752     05  WS-DATE-YEAR                      PIC 9(04).
001753     05  WS-DATE-MONTH                     PIC 9(02).
001754     05  WS-DATE-DAY                       PIC 9(02).
001755 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(08).
001756 01  WS-LEAP-QUOTIENT                       PIC 9(04) COMP.
001757 01  WS-LEAP-REMAINDER                      PIC 9(04) COMP.
001758 01  WS-MONTH-MAX-DAY                       PIC 9(02).
001759*----------------------------------------------------------------
001760*   PER-LIST EXPORT NAME AND CONTROL-BREAK FIELDS
001770*----------------------------------------------------------------
001780 01  WS-EXPORT-NAME.
001890*----------------------------------------------------------------
001900 01  WS-LIST-EXPORT-COUNT                   PIC 9(06) COMP
001910         VALUE ZERO.
001913 01  WS-LIST-CAP-HELD-COUNT                 PIC 9(06) COMP
001916         VALUE ZERO.
001920 01  WS-RC-MEMBER-READ-COUNT                PIC 9(06) COMP
001930         VALUE ZERO.
001940 01  WS-RC-EXPORTED-COUNT                   PIC 9(06) COMP
001970         VALUE ZERO.
001980 01  WS-RC-LIST-COUNT                       PIC 9(06) COMP
001990         VALUE ZERO.
001992 01  WS-RC-NO-CONSENT-COUNT                 PIC 9(06) COMP
001994         VALUE ZERO.
001996 01  WS-RC-CAP-HELD-COUNT                   PIC 9(06) COMP
001997         VALUE ZERO.
001998 01  WS-RC-SEND-ERROR-COUNT                 PIC 9(06) COMP
001999         VALUE ZERO.
002000 01  WS-RC-LIST-LINE.
002010     05  FILLER                            PIC X(05)
002020             VALUE "LIST ".
002030     05  WS-RC-LIST-CODE-OUT               PIC X(07).
002040     05  FILLER                            PIC X(11)
002050             VALUE " EXPORTED: ".
002051     05  WS-RC-LIST-TOTAL-OUT              PIC ZZZ,ZZ9.
002052     05  FILLER                            PIC X(11)
002053             VALUE " CAP HELD: ".
002054     05  WS-RC-LIST-HELD-OUT               PIC ZZZ,ZZ9.
002055 01  WS-RC-HELD-LINE.
002056     05  FILLER                            PIC X(07)
002057             VALUE "  HELD ".
002062     05  WS-RC-HELD-LIST-OUT               PIC X(07).
002063     05  FILLER                            PIC X(01)
002064             VALUE SPACE.
002065     05  WS-RC-HELD-LASTNAME-OUT           PIC X(10).
002066     05  FILLER                            PIC X(01)
002067             VALUE SPACE.
002068     05  WS-RC-HELD-FIRSTNAME-OUT          PIC X(08).
002069     05  FILLER                            PIC X(18)
002070             VALUE " SENDS IN 30 DAYS:".
002071     05  WS-RC-HELD-SENDS-OUT              PIC ZZ9.
002072 01  WS-RC-SEND-ERROR-LINE.
002073     05  FILLER                            PIC X(15)
002074             VALUE "  SEND NOT KEPT".
002075     05  FILLER                            PIC X(01)
002076             VALUE SPACE.
002077     05  WS-RC-SEND-LASTNAME-OUT           PIC X(10).
002078     05  FILLER                            PIC X(01)
002079             VALUE SPACE.
002080     05  WS-RC-SEND-FIRSTNAME-OUT          PIC X(08).
002081     05  FILLER                            PIC X(09)
002082             VALUE " STATUS: ".
002083     05  WS-RC-SEND-STATUS-OUT             PIC X(02).
002084 01  WS-RC-CAMPAIGN-LINE.
002085     05  FILLER                            PIC X(09)
002086             VALUE "CAMPAIGN ".
002087     05  WS-RC-CAMPAIGN-OUT                PIC X(12).
002088     05  FILLER                            PIC X(06)
002089             VALUE " CAP: ".
002090     05  WS-RC-CAP-OUT                     PIC Z9.
002091     05  FILLER                            PIC X(20)
002092             VALUE " SENDS/30 DAYS AFTER".
002093     05  FILLER                            PIC X(01)
002094             VALUE SPACE.
002095     05  WS-RC-WINDOW-OUT                  PIC X(08).
002096 01  WS-RC-SUMMARY-LINE.
002097     05  WS-RC-SUMMARY-LABEL               PIC X(28).
002098     05  WS-RC-SUMMARY-OUT                 PIC ZZZ,ZZ9.
002100
002110 PROCEDURE DIVISION.
002120*================================================================
002300*================================================================
002310*  1000-INITIALIZE - OPEN THE MEMBERSHIPS, THE MASTER, AND THE
002320*  RUN-CONTROL FILE.  NO MEMBERSHIP FILE MEANS NOTHING TO CUT.
002322*  THE CONSENT FILE OPENS LAST; WITHOUT IT NO MEMBER CAN SHOW A
002324*  CURRENT CONSENT, SO THE RUN CUTS EMPTY FILES AND SAYS WHY.
002326*  THE SEND HISTORY MUST OPEN BEFORE ANYTHING IS CUT - A SEND
002328*  THAT CANNOT BE RECORDED WOULD ESCAPE THE NEXT RUN'S CAP.
002330*================================================================
002340 1000-INITIALIZE.
002341     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002342     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
002343     MOVE WS-TODAY-DATE-X                 TO WS-DATE-WORK-X.
002344     PERFORM 1060-SUBTRACT-ONE-DAY THRU 1060-EXIT
002345         VARYING WS-DAY-SUB FROM 1 BY 1
002346         UNTIL WS-DAY-SUB > WS-CAP-WINDOW-DAYS.
002347     MOVE WS-DATE-WORK-X                  TO WS-WINDOW-START-DATE.
002350     OPEN INPUT LIST-MEMBER-FILE.
002360     IF NOT WS-MEMBER-FILE-OK
002370         IF WS-MEMBER-FILE-MISSING
002480                 "FILE, STATUS = " WS-MASTER-STATUS
002490             CLOSE LIST-MEMBER-FILE
002500         ELSE
002501             PERFORM 1080-OPEN-SEND-HISTORY THRU 1080-EXIT
002502             IF WS-SENDS-NOT-OPEN
002503                 CLOSE LIST-MEMBER-FILE
002504                 CLOSE CONTACT-MASTER-FILE
002505             ELSE
002510                 OPEN OUTPUT RUN-CONTROL-FILE
002511                 SET WS-RUN-OK                TO TRUE
002512                 OPEN INPUT CONSENT-FILE
002513                 IF WS-CONSENT-FILE-OK
002514                     SET WS-CONSENTS-OPEN     TO TRUE
002515                 ELSE
002516                     IF WS-CONSENT-FILE-MISSING
002517                         DISPLAY "LAB01LEX: NO CONSENT-FILE - "
002518                             "EVERY MEMBER HELD BACK"
002519                     ELSE
002520                         DISPLAY "LAB01LEX: ERROR OPENING "
002521                             "CONSENT-FILE, STATUS = "
002522                             WS-CONSENT-FILE-STATUS
002523                     END-IF
002528                 END-IF
002529             END-IF
002530         END-IF
002540     END-IF.
002550 1000-EXIT.
002551     EXIT.
002552*================================================================
002553*  1050-READ-PARAMETERS - PICK UP THE CAMPAIGN ID AND THE SEND
002554*  CAP FROM LEXPARM.  A MISSING FILE OR A BLANK OR NON-NUMERIC
002555*  FIELD KEEPS THE DEFAULT; A CAP OF ZERO IS NOT TAKEN.
002556*================================================================
002557 1050-READ-PARAMETERS.
002558     STRING "LEX"                         DELIMITED BY SIZE
002559            WS-TODAY-DATE-X               DELIMITED BY SIZE
002560         INTO WS-CAMPAIGN-ID
002561     END-STRING.
002562     OPEN INPUT LEX-PARM-FILE.
002563     IF WS-PARM-OK
002564         READ LEX-PARM-FILE
002565             AT END
002566                 MOVE SPACES              TO LEX-PARM-RECORD
002567         END-READ
002568         IF PARM-CAMPAIGN-ID NOT = SPACES
002569             MOVE PARM-CAMPAIGN-ID        TO WS-CAMPAIGN-ID
002570         END-IF
002571         IF PARM-MAX-SENDS NUMERIC
002572             AND PARM-MAX-SENDS NOT = "00"
002573             MOVE PARM-MAX-SENDS          TO WS-MAX-SENDS
002574         END-IF
002575         CLOSE LEX-PARM-FILE
002576     END-IF.
002577 1050-EXIT.
002578     EXIT.
002579*================================================================
002580*  1060-SUBTRACT-ONE-DAY - STEP THE CALENDAR WORK DATE BACK BY
002581*  ONE DAY
002582*================================================================
002583 1060-SUBTRACT-ONE-DAY.
002584     SUBTRACT 1 FROM WS-DATE-DAY.
002585     IF WS-DATE-DAY = ZERO
002586         SUBTRACT 1 FROM WS-DATE-MONTH
002587         IF WS-DATE-MONTH = ZERO
002588             MOVE 12                      TO WS-DATE-MONTH
002589             SUBTRACT 1 FROM WS-DATE-YEAR
002590         END-IF
002591         EVALUATE WS-DATE-MONTH
002592             WHEN 01 WHEN 03 WHEN 05 WHEN 07
002593             WHEN 08 WHEN 10 WHEN 12
002594                 MOVE 31                  TO WS-MONTH-MAX-DAY
002595             WHEN 04 WHEN 06 WHEN 09 WHEN 11
002596                 MOVE 30                  TO WS-MONTH-MAX-DAY
002597             WHEN OTHER
002598                 PERFORM 1070-JUDGE-LEAP-YEAR THRU 1070-EXIT
002599         END-EVALUATE
002600         MOVE WS-MONTH-MAX-DAY            TO WS-DATE-DAY
002601     END-IF.
002602 1060-EXIT.
002603     EXIT.
002604*================================================================
002605*  1070-JUDGE-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A YEAR
002606*  DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT DIVISIBLE BY 400
002607*================================================================
002608 1070-JUDGE-LEAP-YEAR.
002609     MOVE 28                              TO WS-MONTH-MAX-DAY.
002610     DIVIDE WS-DATE-YEAR BY 4
002611         GIVING WS-LEAP-QUOTIENT
002612         REMAINDER WS-LEAP-REMAINDER.
002613     IF WS-LEAP-REMAINDER = ZERO
002614         MOVE 29                          TO WS-MONTH-MAX-DAY
002615         DIVIDE WS-DATE-YEAR BY 100
002616             GIVING WS-LEAP-QUOTIENT
002617             REMAINDER WS-LEAP-REMAINDER
002618         IF WS-LEAP-REMAINDER = ZERO
002619             MOVE 28                      TO WS-MONTH-MAX-DAY
002620             DIVIDE WS-DATE-YEAR BY 400
002621                 GIVING WS-LEAP-QUOTIENT
002622                 REMAINDER WS-LEAP-REMAINDER
002623             IF WS-LEAP-REMAINDER = ZERO
002624                 MOVE 29                  TO WS-MONTH-MAX-DAY
002625             END-IF
002626         END-IF
002627     END-IF.
002628 1070-EXIT.
002629     EXIT.
002630*================================================================
002631*  1080-OPEN-SEND-HISTORY - OPEN THE SEND HISTORY FOR UPDATE.  A
002632*  MISSING FILE IS CREATED EMPTY - THE FIRST EXPORT EVER CUT HAS
002633*  NO HISTORY TO FIND.
002634*================================================================
002635 1080-OPEN-SEND-HISTORY.
002636     OPEN I-O SEND-HISTORY-FILE.
002637     IF WS-SEND-FILE-MISSING
002638         OPEN OUTPUT SEND-HISTORY-FILE
002639         CLOSE SEND-HISTORY-FILE
002640         OPEN I-O SEND-HISTORY-FILE
002641     END-IF.
002642     IF WS-SEND-FILE-OK
002643         SET WS-SENDS-OPEN                TO TRUE
002644     ELSE
002645         DISPLAY "LAB01LEX: UNABLE TO OPEN SEND-HISTORY-FILE, "
002646             "STATUS = " WS-SEND-FILE-STATUS
002647     END-IF.
002648 1080-EXIT.
002649     EXIT.
002650*================================================================
002651*  1100-RELEASE-MEMBERS - INPUT PROCEDURE FOR THE SORT.  READS
002652*  THE WHOLE MEMBERSHIP FILE AND RELEASES EVERY ROW; THE STATUS
002653*  FILTERING HAPPENS ON THE OUTPUT SIDE WHERE THE MASTER IS
002654*  CONSULTED TOO.
002655*================================================================
002656 1100-RELEASE-MEMBERS.
002657     SET WS-MEMBER-NOT-EOF                TO TRUE.
002658     PERFORM 1110-READ-MEMBER THRU 1110-EXIT.
002660     PERFORM 1120-RELEASE-ONE-MEMBER THRU 1120-EXIT
002670         UNTIL WS-MEMBER-EOF.
002680 1100-EXIT.
003370*  MASTER RECORD IS STILL ACTIVE REACH THE CAMPAIGN FILE.
003380*  UNSUBSCRIBED ROWS, CONTACTS GONE FROM THE MASTER, AND
003390*  INACTIVE OR DO-NOT-CONTACT CONTACTS ARE SKIPPED AND COUNTED.
003391*  A CONTACT THAT WOULD OTHERWISE GO OUT BUT HAS NO CURRENT
003392*  CONSENT IS HELD BACK AND COUNTED SEPARATELY.  ONE ALREADY AT
003393*  THE SEND CAP IS HELD BACK AND NAMED AGAINST THIS LIST; THE
003394*  LISTS ARE CUT IN LIST-CODE ORDER, SO THE LATER LISTS ARE THE
003395*  ONES THAT LOSE A CONTACT WHEN THE CAP IS REACHED.  A MEMBER OF
003396*  A LIST WHOSE CSV WOULD NOT OPEN IS SKIPPED - NOTHING IS WRITTEN
003397*  FOR IT AND NO SEND IS RECORDED.
003400*================================================================
003410 2200-CHECK-AND-WRITE-MEMBER.
003420     IF WS-MEMBER-STATUS NOT = "A"
003425         OR WS-LIST-NOT-OPEN
003430         ADD 1 TO WS-RC-SKIPPED-COUNT
003440     ELSE
003450         MOVE WS-MEMBER-LASTNAME          TO CM-LASTNAME
003522                     OR CM-EMAIL-FLAG = "U"
003530                     ADD 1 TO WS-RC-SKIPPED-COUNT
003540                 ELSE
003541                     PERFORM 2220-CHECK-CONSENT THRU 2220-EXIT
003542                     IF WS-CONSENT-CURRENT
003543                         PERFORM 2230-COUNT-RECENT-SENDS
003544                             THRU 2230-EXIT
003545                         IF WS-RECENT-SEND-COUNT
003546                             NOT < WS-MAX-SENDS
003547                             PERFORM 2240-HOLD-FOR-CAP
003548                                 THRU 2240-EXIT
003549                         ELSE
003550                             PERFORM 2210-WRITE-EXPORT-ROW
003551                                 THRU 2210-EXIT
003552                             PERFORM 2250-RECORD-SEND
003553                                 THRU 2250-EXIT
003554                         END-IF
003555                     ELSE
003556                         ADD 1 TO WS-RC-NO-CONSENT-COUNT
003557                     END-IF
003560                 END-IF
003570         END-READ
003580     END-IF.
003720            FUNCTION TRIM(CM-PHONENUMBER) DELIMITED BY SIZE
003730         INTO LIST-EXPORT-RECORD
003740     END-STRING.
003741     WRITE LIST-EXPORT-RECORD.
003742     ADD 1 TO WS-LIST-EXPORT-COUNT.
003743     ADD 1 TO WS-RC-EXPORTED-COUNT.
003744 2210-EXIT.
003745     EXIT.
003746*================================================================
003747*  2220-CHECK-CONSENT - THE MEMBER'S CONSENT IS CURRENT WHEN ITS
003748*  CONSENT RECORD IS ON FILE AND HAS NO EXPIRY, OR AN EXPIRY NOT
003749*  BEFORE TODAY
003750*================================================================
003751 2220-CHECK-CONSENT.
003752     SET WS-CONSENT-NOT-CURRENT           TO TRUE.
003753     IF WS-CONSENTS-OPEN
003754         MOVE WS-MEMBER-LASTNAME          TO CN-CONSENT-LASTNAME
003755         MOVE WS-MEMBER-FIRSTNAME        TO CN-CONSENT-FIRSTNAME
003756         READ CONSENT-FILE
003757             INVALID KEY
003758                 CONTINUE
003759             NOT INVALID KEY
003760                 IF CN-CONSENT-EXPIRY-DATE = SPACES
003761                     OR CN-CONSENT-EXPIRY-DATE
003762                         NOT < WS-TODAY-DATE-X
003763                     SET WS-CONSENT-CURRENT TO TRUE
003764                 END-IF
003765         END-READ
003766     END-IF.
003767 2220-EXIT.
003768     EXIT.
003769*================================================================
003770*  2230-COUNT-RECENT-SENDS - COUNT THE MEMBER'S SENDS ON ANY LIST
003771*  SINCE THE WINDOW OPENED.  A ROW FOR THIS LIST DATED TODAY IS
003772*  THIS VERY SEND, RECORDED BY AN EARLIER RUN OF THE DAY, AND
003773*  IS NOT COUNTED AGAINST IT.
003774*================================================================
003775 2230-COUNT-RECENT-SENDS.
003776     MOVE ZERO                            TO WS-RECENT-SEND-COUNT.
003777     SET WS-SEND-SCAN-DONE                TO TRUE.
003778     MOVE WS-MEMBER-LASTNAME              TO SH-SEND-LASTNAME.
003779     MOVE WS-MEMBER-FIRSTNAME             TO SH-SEND-FIRSTNAME.
003780     MOVE WS-WINDOW-START-DATE            TO SH-SEND-DATE.
003781     MOVE HIGH-VALUES                     TO SH-SEND-LIST-CODE.
003782     START SEND-HISTORY-FILE
003783         KEY IS GREATER THAN SH-SEND-KEY
003784         INVALID KEY
003785             CONTINUE
003786         NOT INVALID KEY
003787             SET WS-SEND-SCAN-MORE        TO TRUE
003788     END-START.
003789     PERFORM 2231-COUNT-ONE-SEND THRU 2231-EXIT
003790         UNTIL WS-SEND-SCAN-DONE.
003791 2230-EXIT.
003792     EXIT.
003793*================================================================
003794*  2231-COUNT-ONE-SEND - READ THE NEXT SEND; STOP AT THE NEXT
003795*  CONTACT
003796*================================================================
003797 2231-COUNT-ONE-SEND.
003798     READ SEND-HISTORY-FILE NEXT RECORD
003799         AT END
003800             SET WS-SEND-SCAN-DONE        TO TRUE
003801         NOT AT END
003802             IF SH-SEND-LASTNAME NOT = WS-MEMBER-LASTNAME
003803                 OR SH-SEND-FIRSTNAME NOT = WS-MEMBER-FIRSTNAME
003805                 SET WS-SEND-SCAN-DONE    TO TRUE
003806             ELSE
003807                 IF SH-SEND-DATE NOT = WS-TODAY-DATE-X
003808                     OR SH-SEND-LIST-CODE
003809                         NOT = WS-MEMBER-LIST-CODE
003810                     ADD 1 TO WS-RECENT-SEND-COUNT
003811                 END-IF
003812             END-IF
003813     END-READ.
003814 2231-EXIT.
003815     EXIT.
003816*================================================================
003817*  2240-HOLD-FOR-CAP - THE MEMBER HAS HAD ITS SENDS FOR THE
003818*  WINDOW; NAME IT ON THE RUN-CONTROL FILE AGAINST THE LIST
003819*  THAT LOST IT
003820*================================================================
003821 2240-HOLD-FOR-CAP.
003822     ADD 1 TO WS-LIST-CAP-HELD-COUNT.
003823     ADD 1 TO WS-RC-CAP-HELD-COUNT.
003824     MOVE WS-MEMBER-LIST-CODE             TO WS-RC-HELD-LIST-OUT.
003825     MOVE WS-MEMBER-LASTNAME         TO WS-RC-HELD-LASTNAME-OUT.
003826     MOVE WS-MEMBER-FIRSTNAME       TO WS-RC-HELD-FIRSTNAME-OUT.
003827     MOVE WS-RECENT-SEND-COUNT            TO WS-RC-HELD-SENDS-OUT.
003828     MOVE SPACES                          TO RUN-CONTROL-RECORD.
003829     MOVE WS-RC-HELD-LINE                 TO RUN-CONTROL-RECORD.
003830     WRITE RUN-CONTROL-RECORD.
003831 2240-EXIT.
003832     EXIT.
003833*================================================================
003834*  2250-RECORD-SEND - ADD THE SEND TO THE CONTACT'S HISTORY.  A
003835*  ROW ALREADY THERE (STATUS 22) IS FROM AN EARLIER RUN OF THE
003836*  DAY AND IS LEFT AS IT STANDS; ANY OTHER FAILURE NAMES THE
003837*  CONTACT ON THE RUN-CONTROL FILE.
003838*================================================================
003839 2250-RECORD-SEND.
003840     MOVE WS-MEMBER-LASTNAME              TO SH-SEND-LASTNAME.
003841     MOVE WS-MEMBER-FIRSTNAME             TO SH-SEND-FIRSTNAME.
003842     MOVE WS-TODAY-DATE-X                 TO SH-SEND-DATE.
003843     MOVE WS-MEMBER-LIST-CODE             TO SH-SEND-LIST-CODE.
003844     MOVE WS-CAMPAIGN-ID                  TO SH-SEND-CAMPAIGN-ID.
003845     WRITE SH-SEND-RECORD.
003846     IF NOT WS-SEND-FILE-OK
003847         AND NOT WS-SEND-FILE-DUPLICATE
003848         DISPLAY "LAB01LEX: ERROR WRITING SEND-HISTORY-FILE, "
003849             "STATUS = " WS-SEND-FILE-STATUS
003850         ADD 1 TO WS-RC-SEND-ERROR-COUNT
003851         MOVE WS-MEMBER-LASTNAME      TO WS-RC-SEND-LASTNAME-OUT
003852         MOVE WS-MEMBER-FIRSTNAME    TO WS-RC-SEND-FIRSTNAME-OUT
003853         MOVE WS-SEND-FILE-STATUS        TO WS-RC-SEND-STATUS-OUT
003854         MOVE SPACES                      TO RUN-CONTROL-RECORD
003855         MOVE WS-RC-SEND-ERROR-LINE       TO RUN-CONTROL-RECORD
003856         WRITE RUN-CONTROL-RECORD
003857     END-IF.
003858 2250-EXIT.
003859     EXIT.
003860*================================================================
003861*  2300-OPEN-LIST - OPEN THE NEXT LIST'S CSV AND WRITE ITS
003862*  HEADER ROW
003863*================================================================
003864 2300-OPEN-LIST.
003865     MOVE WS-MEMBER-LIST-CODE             TO WS-CURRENT-LIST.
003866     MOVE WS-MEMBER-LIST-CODE             TO WS-EXPORT-NAME-LIST.
003870     MOVE ZERO                            TO WS-LIST-EXPORT-COUNT.
003875     MOVE ZERO                         TO WS-LIST-CAP-HELD-COUNT.
003880     OPEN OUTPUT LIST-EXPORT-FILE.
003890     IF NOT WS-EXPORT-OK
003900         DISPLAY "LAB01LEX: UNABLE TO OPEN " WS-EXPORT-NAME
003910             ", STATUS = " WS-EXPORT-STATUS
003915         SET WS-LIST-NOT-OPEN             TO TRUE
003920     ELSE
003925         SET WS-LIST-OPEN                 TO TRUE
003930         MOVE WS-CSV-HEADER-LINE          TO LIST-EXPORT-RECORD
003940         WRITE LIST-EXPORT-RECORD
003950     END-IF.
003970     EXIT.
003980*================================================================
003990*  2400-CLOSE-LIST - CLOSE THE FINISHED LIST'S CSV AND WRITE
004000*  ITS MEMBERS-EXPORTED LINE TO THE RUN-CONTROL FILE, WITH THE
004005*  MEMBERS THE SEND CAP HELD BACK FROM IT
004010*================================================================
004020 2400-CLOSE-LIST.
004025     IF WS-LIST-OPEN
004030         CLOSE LIST-EXPORT-FILE
004033         SET WS-LIST-NOT-OPEN             TO TRUE
004036     END-IF.
004040     ADD 1 TO WS-RC-LIST-COUNT.
004050     MOVE WS-CURRENT-LIST                 TO WS-RC-LIST-CODE-OUT.
004060     MOVE WS-LIST-EXPORT-COUNT            TO WS-RC-LIST-TOTAL-OUT.
004065     MOVE WS-LIST-CAP-HELD-COUNT          TO WS-RC-LIST-HELD-OUT.
004070     MOVE SPACES                          TO RUN-CONTROL-RECORD.
004080     MOVE WS-RC-LIST-LINE                 TO RUN-CONTROL-RECORD.
004090     WRITE RUN-CONTROL-RECORD.
004140*  LINES
004150*================================================================
004160 8000-WRITE-RUN-TOTALS.
004161     MOVE WS-CAMPAIGN-ID                  TO WS-RC-CAMPAIGN-OUT.
004162     MOVE WS-MAX-SENDS                    TO WS-RC-CAP-OUT.
004163     MOVE WS-WINDOW-START-DATE            TO WS-RC-WINDOW-OUT.
004164     MOVE SPACES                          TO RUN-CONTROL-RECORD.
004165     MOVE WS-RC-CAMPAIGN-LINE             TO RUN-CONTROL-RECORD.
004166     WRITE RUN-CONTROL-RECORD.
004170     MOVE "LISTS EXPORTED:             "
004180         TO WS-RC-SUMMARY-LABEL.
004190     MOVE WS-RC-LIST-COUNT                TO WS-RC-SUMMARY-OUT.
004290     MOVE "MEMBERS SKIPPED:            "
004300         TO WS-RC-SUMMARY-LABEL.
004310     MOVE WS-RC-SKIPPED-COUNT             TO WS-RC-SUMMARY-OUT.
004311     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
004312     MOVE "NO CURRENT CONSENT:         "
004313         TO WS-RC-SUMMARY-LABEL.
004314     MOVE WS-RC-NO-CONSENT-COUNT          TO WS-RC-SUMMARY-OUT.
004315     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
004316     MOVE "HELD BY FREQUENCY CAP:      "
004317         TO WS-RC-SUMMARY-LABEL.
004318     MOVE WS-RC-CAP-HELD-COUNT            TO WS-RC-SUMMARY-OUT.
004320     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
004322     MOVE "SENDS NOT RECORDED:         "
004324         TO WS-RC-SUMMARY-LABEL.
004326     MOVE WS-RC-SEND-ERROR-COUNT          TO WS-RC-SUMMARY-OUT.
004328     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
004330 8000-EXIT.
004340     EXIT.
004350*================================================================
004510         CLOSE CONTACT-MASTER-FILE
004520         CLOSE RUN-CONTROL-FILE
004530     END-IF.
004531     IF WS-CONSENTS-OPEN
004532         CLOSE CONSENT-FILE
004533     END-IF.
004534     IF WS-SENDS-OPEN
004535         CLOSE SEND-HISTORY-FILE
004536     END-IF.
004540 9000-EXIT.
004550     EXIT.
004560 END PROGRAM LAB01LEX.
