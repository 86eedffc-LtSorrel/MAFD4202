000090*  DESCRIPTION  REQUEST-DRIVEN BATCH INQUIRY FOR THE HELP DESK.
000100*               READS A REQUEST FILE WHERE EACH RECORD CARRIES
000110*               A REQUEST NUMBER, A SEARCH TYPE (L = LAST NAME,
000120*               E = EMAIL, P = PHONE NUMBER, O = ORGANIZATION
000130*               ID), AND A SEARCH VALUE, AND WRITES EVERY
000135*               MATCHING CONTACT TO THE RESPONSE FILE TAGGED
000140*               WITH ITS REQUEST NUMBER - INCLUDING A NOT FOUND
000150*               RESPONSE WHEN NOTHING MATCHES.  THE HELP DESK
000160*               DROPS A REQUEST FILE IN AND GETS ITS ANSWERS
000170*               BACK WITHOUT EVER TOUCHING THE MASTER.  LAST
000180*               NAME AND EMAIL SEARCHES RUN KEYED (EMAIL ON THE
000190*               CM-EMAIL ALTERNATE KEY); PHONE AND ORGANIZATION
000200*               SEARCHES SCAN THE FILE.  INACTIVE AND
000210*               DO-NOT-CONTACT RECORDS ARE RETURNED TOO - THE
000220*               RESPONSE CARRIES THE STATUS FLAG SO THE HELP
000230*               DESK SEES WHAT THEY ARE LOOKING AT.
000347*  2026-09-02 SMH   RESPONSES NOW CARRY THE CONTACT'S NOTES IN
000348*                   DATE ORDER UNDER EACH MATCH, SO THE HELP
000349*                   DESK SEES THE WHOLE STORY FOR A NAME.
000350*  2026-10-15 SMH   EACH MATCH NOW ALSO CARRIES THE CONTACT'S
000351*                   CAMPAIGN SENDS OF THE LAST THREE MONTHS FROM
000352*                   THE SEND HISTORY (SENDHIST), AS SENT LINES
000353*                   AFTER ITS NOTES.
000354*  2026-10-15 SMH   ADDED SEARCH TYPE O - EVERY CONTACT CARRYING
000355*                   THE ORGANIZATION ID, FOUND BY A SCAN LIKE THE
000356*                   PHONE SEARCH.  EACH MATCH NOW CARRIES THE
000357*                   CONTACT'S ORGANIZATION ID.
000358*================================================================
000360 
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000731         RECORD KEY IS       NT-NOTE-KEY
000732         FILE STATUS IS      WS-NOTE-FILE-STATUS.
000733
000734*----------------------------------------------------------------
000735*   SEND-HISTORY-FILE - THE CAMPAIGN SENDS LAB01LEX RECORDS,
000736*   READ ONLY; EACH MATCH'S NOTES ARE FOLLOWED BY ITS SENDS OF
000737*   THE LAST THREE MONTHS.  A MISSING FILE MEANS NO SEND LINES.
000738*----------------------------------------------------------------
000739     SELECT SEND-HISTORY-FILE
000740         ASSIGN TO           "SENDHIST"
000741         ORGANIZATION IS     INDEXED
000742         ACCESS MODE IS      DYNAMIC
000743         RECORD KEY IS       SH-SEND-KEY
000744         FILE STATUS IS      WS-SEND-FILE-STATUS.
000745
000746 DATA DIVISION.
000750 FILE SECTION.
000760 FD  INQUIRY-REQUEST-FILE
000770     LABEL RECORDS ARE STANDARD.
000970     05  FILLER                            PIC X(01).
000980     05  RSP-CATEGORY                      PIC X(07).
000990     05  FILLER                            PIC X(01).
000993     05  RSP-STATUS                        PIC X(01).
000996     05  FILLER                            PIC X(01).
001000     05  RSP-ORGANIZATION-ID               PIC X(08).
001001*  NOTE LINES SHARE THE RESPONSE FILE UNDER THEIR OWN LAYOUT,
001002*  TAGGED WITH THE SAME REQUEST NUMBER AS THE MATCH ABOVE THEM
001003 01  INQUIRY-NOTE-RECORD.
001008     05  RSPN-TIMESTAMP                    PIC X(16).
001009     05  FILLER                            PIC X(01).
001010     05  RSPN-TEXT                         PIC X(60).
001011*  SEND LINES LIKEWISE, ONE PER CAMPAIGN SEND, AFTER THE NOTES
001012 01  INQUIRY-SEND-RECORD.
001013     05  RSPS-REQ-NUMBER                   PIC X(06).
001014     05  FILLER                            PIC X(01).
001015     05  RSPS-MESSAGE                      PIC X(09).
001016     05  FILLER                            PIC X(01).
001017     05  RSPS-SEND-DATE                    PIC X(08).
001018     05  FILLER                            PIC X(01).
001019     05  RSPS-LIST-CODE                    PIC X(07).
001020     05  FILLER                            PIC X(01).
001021     05  RSPS-CAMPAIGN-ID                  PIC X(12).
001022 
001023 FD  CONTACT-MASTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040*  RECORD LAYOUT COMES FROM THE SHARED CONTACTR COPYBOOK.
001050     COPY CONTACTR
001150                   ==WS-PROVINCE==    BY ==CM-PROVINCE==
001160                   ==WS-POSTALCODE==  BY ==CM-POSTALCODE==
001170                   ==WS-STATUS==      BY ==CM-STATUS==
001171                   ==WS-STATUS-DATE== BY ==CM-STATUS-DATE==
001172                   ==WS-DEPARTMENT==  BY ==CM-DEPARTMENT==
001173                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001174                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001175                   ==WS-LAST-BOUNCE-DATE==
001176                                BY ==CM-LAST-BOUNCE-DATE==
001177                   ==WS-ORGANIZATION-ID==
001185                                BY ==CM-ORGANIZATION-ID==.
001186
001187 FD  CONTACT-NOTE-FILE
001188     LABEL RECORDS ARE STANDARD.
001195           ==WS-NOTE-SEQUENCE==       BY ==NT-NOTE-SEQUENCE==
001196           ==WS-NOTE-TIMESTAMP==      BY ==NT-NOTE-TIMESTAMP==
001197           ==WS-NOTE-TEXT==           BY ==NT-NOTE-TEXT==.
001198
001199 FD  SEND-HISTORY-FILE
001200     LABEL RECORDS ARE STANDARD.
001201*  RECORD LAYOUT COMES FROM THE SHARED SEND-HISTORY COPYBOOK.
001202     COPY SENDHIST
001203      REPLACING ==WS-SEND-RECORD==     BY ==SH-SEND-RECORD==
001204           ==WS-SEND-KEY==            BY ==SH-SEND-KEY==
001205           ==WS-SEND-LASTNAME==       BY ==SH-SEND-LASTNAME==
001206           ==WS-SEND-FIRSTNAME==      BY ==SH-SEND-FIRSTNAME==
001207           ==WS-SEND-DATE==           BY ==SH-SEND-DATE==
001208           ==WS-SEND-LIST-CODE==      BY ==SH-SEND-LIST-CODE==
001209           ==WS-SEND-CAMPAIGN-ID==    BY ==SH-SEND-CAMPAIGN-ID==.
001210 
001211 WORKING-STORAGE SECTION.
001212*----------------------------------------------------------------
001220*   SWITCHES AND FILE STATUS FIELDS
001230*----------------------------------------------------------------
001240 01  WS-REQUEST-STATUS                      PIC X(02).
001288         VALUE "N".
001289     88  WS-NOTE-EOF                        VALUE "Y".
001290     88  WS-NOTE-NOT-EOF                    VALUE "N".
001291 01  WS-SEND-FILE-STATUS                    PIC X(02).
001292     88  WS-SEND-FILE-OK                    VALUE "00".
001293 01  WS-SENDS-OPEN-SWITCH                   PIC X(01)
001294         VALUE "N".
001295     88  WS-SENDS-OPEN                      VALUE "Y".
001296     88  WS-SENDS-NOT-OPEN                  VALUE "N".
001297 01  WS-SEND-EOF-SWITCH                     PIC X(01)
001298         VALUE "N".
001299     88  WS-SEND-EOF                        VALUE "Y".
001300     88  WS-SEND-NOT-EOF                    VALUE "N".
001301*----------------------------------------------------------------
001302*   OLDEST SEND DATE RETURNED - THE RUN DATE THREE MONTHS BACK
001303*----------------------------------------------------------------
001304 01  WS-SENDS-SINCE-DATE.
001305     05  WS-SINCE-YEAR                     PIC 9(04).
001306     05  WS-SINCE-MONTH                    PIC 9(02).
001307     05  WS-SINCE-DAY                      PIC 9(02).
001308 01  WS-SENDS-SINCE-DATE-X REDEFINES WS-SENDS-SINCE-DATE
001309                                            PIC X(08).
001310 01  WS-MASTER-STATUS                       PIC X(02).
001311     88  WS-MASTER-OK                       VALUE "00".
001312     88  WS-MASTER-DUP                      VALUE "02".
001313 01  WS-REQUEST-EOF-SWITCH                  PIC X(01)
001320         VALUE "N".
001330     88  WS-REQUEST-EOF                     VALUE "Y".
001340     88  WS-REQUEST-NOT-EOF                 VALUE "N".
001480     88  WS-SEARCH-BY-LASTNAME              VALUE "L".
001490     88  WS-SEARCH-BY-EMAIL                 VALUE "E".
001500     88  WS-SEARCH-BY-PHONE                 VALUE "P".
001505     88  WS-SEARCH-BY-ORGANIZATION          VALUE "O".
001510 01  WS-REQ-SEARCH-VALUE                    PIC X(26).
001520 01  WS-MATCH-COUNT                         PIC 9(06) COMP
001530         VALUE ZERO.
001610 01  WS-NOT-FOUND-COUNT                     PIC 9(06) COMP
001620         VALUE ZERO.
001621 01  WS-NOTES-RETURNED-COUNT                PIC 9(06) COMP
001623         VALUE ZERO.
001625 01  WS-SENDS-RETURNED-COUNT                PIC 9(06) COMP
001627         VALUE ZERO.
001630 01  WS-BAD-TYPE-COUNT                      PIC 9(06) COMP
001640         VALUE ZERO.
001650*----------------------------------------------------------------
001890     GOBACK.
001900*================================================================
001910*  1000-INITIALIZE - OPEN THE REQUEST FILE, THE RESPONSE FILE,
001915*  AND THE MASTER, THEN THE NOTES AND THE SEND HISTORY IF THEY
001920*  ARE THERE.  SENDS ARE RETURNED BACK TO THIS DAY THREE MONTHS
001925*  AGO.
001930*================================================================
001940 1000-INITIALIZE.
001941     ACCEPT WS-SENDS-SINCE-DATE FROM DATE YYYYMMDD.
001942     IF WS-SINCE-MONTH > 3
001943         SUBTRACT 3 FROM WS-SINCE-MONTH
001944     ELSE
001945         ADD 9 TO WS-SINCE-MONTH
001946         SUBTRACT 1 FROM WS-SINCE-YEAR
001947     END-IF.
001950     OPEN INPUT INQUIRY-REQUEST-FILE.
001960     IF NOT WS-REQUEST-OK
001970         IF WS-REQUEST-MISSING
002132             IF WS-NOTE-FILE-OK
002133                 SET WS-NOTES-OPEN        TO TRUE
002134             END-IF
002135             OPEN INPUT SEND-HISTORY-FILE
002136             IF WS-SEND-FILE-OK
002137                 SET WS-SENDS-OPEN        TO TRUE
002138             END-IF
002140         END-IF
002150     END-IF.
002160 1000-EXIT.
002300             PERFORM 2200-SEARCH-BY-EMAIL THRU 2200-EXIT
002310         WHEN WS-SEARCH-BY-PHONE
002320             PERFORM 2300-SEARCH-BY-PHONE THRU 2300-EXIT
002323         WHEN WS-SEARCH-BY-ORGANIZATION
002326             PERFORM 2400-SEARCH-BY-ORGANIZATION THRU 2400-EXIT
002330         WHEN OTHER
002340             ADD 1 TO WS-BAD-TYPE-COUNT
002350             PERFORM 2700-WRITE-BAD-TYPE THRU 2700-EXIT
002370     IF WS-MATCH-COUNT = ZERO
002380         AND (WS-SEARCH-BY-LASTNAME
002390             OR WS-SEARCH-BY-EMAIL
002400             OR WS-SEARCH-BY-PHONE
002405             OR WS-SEARCH-BY-ORGANIZATION)
002410         ADD 1 TO WS-NOT-FOUND-COUNT
002420         PERFORM 2600-WRITE-NOT-FOUND THRU 2600-EXIT
002430     END-IF.
003560     PERFORM 2500-READ-MASTER-NEXT THRU 2500-EXIT.
003570 2310-EXIT.
003580     EXIT.
003582*================================================================
003584*  2400-SEARCH-BY-ORGANIZATION - THE ORGANIZATION ID IS NOT A
003586*  KEY EITHER, SO THE WHOLE MASTER IS SCANNED THE SAME WAY
003588*================================================================
003591 2400-SEARCH-BY-ORGANIZATION.
003592     MOVE LOW-VALUES                      TO CM-CONTACT-KEY.
003593     SET WS-SCAN-NOT-EOF                  TO TRUE.
003594     START CONTACT-MASTER-FILE
003595         KEY IS NOT LESS THAN CM-CONTACT-KEY
003596         INVALID KEY
003597             SET WS-SCAN-EOF              TO TRUE
003598     END-START.
003599     IF WS-SCAN-NOT-EOF
003600         PERFORM 2500-READ-MASTER-NEXT THRU 2500-EXIT
003601     END-IF.
003602     PERFORM 2410-CHECK-ONE-BY-ORGANIZATION THRU 2410-EXIT
003603         UNTIL WS-SCAN-EOF.
003604 2400-EXIT.
003605     EXIT.
003606*================================================================
003607*  2410-CHECK-ONE-BY-ORGANIZATION - RESPOND WITH THIS RECORD IF
003608*  IT CARRIES THE ORGANIZATION ID AND SCAN ON
003609*================================================================
003610 2410-CHECK-ONE-BY-ORGANIZATION.
003611     IF CM-ORGANIZATION-ID = WS-REQ-SEARCH-VALUE(1:8)
003612         PERFORM 2800-WRITE-MATCH THRU 2800-EXIT
003613     END-IF.
003614     PERFORM 2500-READ-MASTER-NEXT THRU 2500-EXIT.
003615 2410-EXIT.
003616     EXIT.
003617*================================================================
003618*  2500-READ-MASTER-NEXT - NEXT MASTER RECORD ALONG WHICHEVER
003619*  KEY THE LAST START ESTABLISHED
003620*================================================================
003630 2500-READ-MASTER-NEXT.
003640     READ CONTACT-MASTER-FILE NEXT RECORD
003860     EXIT.
003870*================================================================
003880*  2700-WRITE-BAD-TYPE - THE REQUEST CARRIED A SEARCH TYPE
003890*  OTHER THAN L, E, P, OR O
003900*================================================================
003910 2700-WRITE-BAD-TYPE.
003920     MOVE SPACES                     TO INQUIRY-RESPONSE-RECORD.
004100     MOVE CM-PHONENUMBER                  TO RSP-PHONENUMBER.
004110     MOVE CM-CATEGORY                     TO RSP-CATEGORY.
004120     MOVE CM-STATUS                       TO RSP-STATUS.
004125     MOVE CM-ORGANIZATION-ID              TO RSP-ORGANIZATION-ID.
004130     WRITE INQUIRY-RESPONSE-RECORD.
004140     ADD 1 TO WS-MATCH-COUNT.
004150     ADD 1 TO WS-RESPONSE-COUNT.
004151     PERFORM 2900-WRITE-CONTACT-NOTES THRU 2900-EXIT.
004155     PERFORM 2950-WRITE-CONTACT-SENDS THRU 2950-EXIT.
004160 2800-EXIT.
004170     EXIT.
004171*================================================================
004217 2910-EXIT.
004218     EXIT.
004219*================================================================
004220*  2950-WRITE-CONTACT-SENDS - THE MATCHED CONTACT'S CAMPAIGN
004221*  SENDS SINCE THE CUT-OFF DATE, OLDEST FIRST, UNDER ITS NOTES.
004222*  LIKE THE NOTE SCAN, IT RUNS ON ITS OWN FILE.
004223*================================================================
004224 2950-WRITE-CONTACT-SENDS.
004225     IF WS-SENDS-OPEN
004226         MOVE CM-LASTNAME                 TO SH-SEND-LASTNAME
004227         MOVE CM-FIRSTNAME                TO SH-SEND-FIRSTNAME
004228         MOVE WS-SENDS-SINCE-DATE-X       TO SH-SEND-DATE
004229         MOVE LOW-VALUES                  TO SH-SEND-LIST-CODE
004230         SET WS-SEND-NOT-EOF              TO TRUE
004231         START SEND-HISTORY-FILE
004232             KEY IS NOT LESS THAN SH-SEND-KEY
004233             INVALID KEY
004234                 SET WS-SEND-EOF          TO TRUE
004235         END-START
004236         PERFORM 2960-RETURN-ONE-SEND THRU 2960-EXIT
004237             UNTIL WS-SEND-EOF
004238     END-IF.
004239 2950-EXIT.
004240     EXIT.
004241*================================================================
004242*  2960-RETURN-ONE-SEND - ONE SEND LINE TO THE RESPONSE FILE;
004243*  THE SCAN STOPS AT THE FIRST SEND OF ANOTHER CONTACT
004244*================================================================
004245 2960-RETURN-ONE-SEND.
004246     READ SEND-HISTORY-FILE NEXT RECORD
004247         AT END
004248             SET WS-SEND-EOF TO TRUE
004249     END-READ.
004250     IF WS-SEND-NOT-EOF
004251         IF SH-SEND-LASTNAME = CM-LASTNAME
004252             AND SH-SEND-FIRSTNAME = CM-FIRSTNAME
004253             MOVE SPACES             TO INQUIRY-SEND-RECORD
004254             MOVE WS-REQ-NUMBER           TO RSPS-REQ-NUMBER
004255             MOVE "SENT"                  TO RSPS-MESSAGE
004256             MOVE SH-SEND-DATE            TO RSPS-SEND-DATE
004257             MOVE SH-SEND-LIST-CODE       TO RSPS-LIST-CODE
004258             MOVE SH-SEND-CAMPAIGN-ID     TO RSPS-CAMPAIGN-ID
004259             WRITE INQUIRY-SEND-RECORD
004260             ADD 1 TO WS-SENDS-RETURNED-COUNT
004261             ADD 1 TO WS-RESPONSE-COUNT
004262         ELSE
004263             SET WS-SEND-EOF              TO TRUE
004264         END-IF
004265     END-IF.
004266 2960-EXIT.
004267     EXIT.
004268*================================================================
004269*  800-PRINT-SUMMARY - WHAT THE SERVICE RUN ANSWERED
004270*================================================================
004271 800-PRINT-SUMMARY.
004272     DISPLAY WS-INQ-SPACE-LINE.
004273     DISPLAY WS-INQ-TITLE-LINE.
004274     DISPLAY WS-INQ-SPACE-LINE.
004275     MOVE "REQUESTS READ:      "          TO WS-INQ-SUMMARY-LABEL.
004276     MOVE WS-REQUEST-COUNT                TO WS-INQ-SUMMARY-OUT.
004277     DISPLAY WS-INQ-SUMMARY-LINE.
004280     MOVE "RESPONSES WRITTEN:  "          TO WS-INQ-SUMMARY-LABEL.
004290     MOVE WS-RESPONSE-COUNT               TO WS-INQ-SUMMARY-OUT.
004300     DISPLAY WS-INQ-SUMMARY-LINE.
004331     MOVE "NOTES RETURNED:     "          TO WS-INQ-SUMMARY-LABEL.
004332     MOVE WS-NOTES-RETURNED-COUNT         TO WS-INQ-SUMMARY-OUT.
004333     DISPLAY WS-INQ-SUMMARY-LINE.
004334     MOVE "SENDS RETURNED:     "          TO WS-INQ-SUMMARY-LABEL.
004335     MOVE WS-SENDS-RETURNED-COUNT         TO WS-INQ-SUMMARY-OUT.
004336     DISPLAY WS-INQ-SUMMARY-LINE.
004340     MOVE "BAD SEARCH TYPES:   "          TO WS-INQ-SUMMARY-LABEL.
004350     MOVE WS-BAD-TYPE-COUNT               TO WS-INQ-SUMMARY-OUT.
004360     DISPLAY WS-INQ-SUMMARY-LINE.
004461         IF WS-NOTES-OPEN
004462             CLOSE CONTACT-NOTE-FILE
004463         END-IF
004464         IF WS-SENDS-OPEN
004465             CLOSE SEND-HISTORY-FILE
004466         END-IF
004470     END-IF.
004480 9000-EXIT.
004490     EXIT.
