000190*               BEING LOST.  THE HISTORY NAME AND THE CUTOFF
000200*               COME FROM THE AUDPARM PARAMETER FILE; EITHER
000210*               MAY BE LEFT BLANK TO SKIP THAT FUNCTION.
000213*               EVERY ARCHIVE CUT IS LOGGED TO AUDLOG SO THE
000216*               ERASURE JOB (LAB01ERA) CAN FIND EACH GENERATION.
000220*================================================================
000230*  MODIFICATION HISTORY
000240*----------------------------------------------------------------
000413*                   CONTACT'S NOTES FROM THE CONTACTT CHILD
000414*                   FILE, IN DATE ORDER, ACROSS EVERY KEY THE
000415*                   CONTACT HAS HELD.
000416*  2026-10-15 SMH   AUDIT RECORDS NOW END WITH THE BATCH ID AND
000417*                   SUBMITTING OPERATOR; THE ARCHIVE AND KEEP
000418*                   RECORDS WIDENED TO MATCH.
000419*  2026-10-15 SMH   ARCHIVE AND KEEP RECORDS WIDENED FOR THE
000420*                   CONSENT IMAGES NOW AT THE END OF THE AUDIT
000421*                   RECORD.
000422*  2026-10-15 SMH   EVERY RUN THAT CUTS AN ARCHIVE NOW APPENDS A
000423*                   ROW TO THE NEW AUDLOG RUN LOG (AUDLOG.CPY), SO
000424*                   LAB01ERA CAN FIND EVERY AUDARCH GENERATION.
000425*================================================================
000426 
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.         GENERIC-PC.
000871         RECORD KEY IS       NT-NOTE-KEY
000872         FILE STATUS IS      WS-NOTE-FILE-STATUS.
000873
000874*----------------------------------------------------------------
000875*   AUDIT-LOG-FILE - ONE ROW APPENDED PER ARCHIVE CUT WITH THE
000876*   RUN DATE, CUTOFF, AND COUNTS, SO THE AUDARCH GENERATIONS ON
000877*   HAND CAN BE FOUND AGAIN
000878*----------------------------------------------------------------
000879     SELECT AUDIT-LOG-FILE
000880         ASSIGN TO           "AUDLOG"
000881         ORGANIZATION IS     LINE SEQUENTIAL
000882         FILE STATUS IS      WS-AUDLOG-STATUS.
000883
000884 DATA DIVISION.
000890 FILE SECTION.
000900 FD  CONTACT-AUDIT-FILE
000910     LABEL RECORDS ARE STANDARD.
001253        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
001254                                BY ==AUD-AFT-BOUNCE-COUNT==
001255        ==WS-AUDIT-AFTER-BOUNCE-DATE==
001256                                BY ==AUD-AFT-BOUNCE-DATE==
001257        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
001258        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
001259        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
001260                                BY ==AUD-BEF-CONSENT-TYPE==
001261        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
001262                                BY ==AUD-BEF-CONSENT-SOURCE==
001263        ==WS-AUDIT-BEFORE-CONSENT-DATE==
001264                                BY ==AUD-BEF-CONSENT-DATE==
001265        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
001266                                BY ==AUD-BEF-CONSENT-EXPIRY==
001267        ==WS-AUDIT-AFTER-CONSENT-TYPE==
001268                                BY ==AUD-AFT-CONSENT-TYPE==
001269        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
001270                                BY ==AUD-AFT-CONSENT-SOURCE==
001271        ==WS-AUDIT-AFTER-CONSENT-DATE==
001272                                BY ==AUD-AFT-CONSENT-DATE==
001273        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
001274                                BY ==AUD-AFT-CONSENT-EXPIRY==
001275        ==WS-AUDIT-BEFORE-ORG-ID==
001276                                BY ==AUD-BEF-ORG-ID==
001277        ==WS-AUDIT-AFTER-ORG-ID==
001278                                BY ==AUD-AFT-ORG-ID==
001279        ==WS-AUDIT-BEFORE-ORG-NAME==
001280                                BY ==AUD-BEF-ORG-NAME==
001281        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
001282                                BY ==AUD-BEF-ORG-ACCOUNT==
001283        ==WS-AUDIT-AFTER-ORG-NAME==
001284                                BY ==AUD-AFT-ORG-NAME==
001285        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
001286                                BY ==AUD-AFT-ORG-ACCOUNT==.
001287 
001288 FD  AUDIT-PARM-FILE
001289     LABEL RECORDS ARE STANDARD.
001290 01  AUDIT-PARM-RECORD.
001291     05  PARM-HISTORY-LASTNAME             PIC X(10).
001300     05  PARM-HISTORY-FIRSTNAME            PIC X(08).
001310     05  PARM-CUTOFF-DATE                  PIC X(08).
001320 
001330 FD  AUDIT-ARCHIVE-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  AUDIT-ARCHIVE-RECORD                  PIC X(520).
001360 
001370 FD  AUDIT-KEEP-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  AUDIT-KEEP-RECORD                     PIC X(520).
001391
001392 FD  CONTACT-NOTE-FILE
001393     LABEL RECORDS ARE STANDARD.
001401           ==WS-NOTE-TIMESTAMP==      BY ==NT-NOTE-TIMESTAMP==
001402           ==WS-NOTE-TEXT==           BY ==NT-NOTE-TEXT==.
001403
001404 FD  AUDIT-LOG-FILE
001405     LABEL RECORDS ARE STANDARD.
001406     COPY AUDLOG
001407         REPLACING ==WS-AUDLOG-RECORD==
001408                               BY ==AL-AUDLOG-RECORD==
001409                   ==WS-AUDLOG-RUN-DATE==
001410                               BY ==AL-AUDLOG-RUN-DATE==
001411                   ==WS-AUDLOG-CUTOFF-DATE==
001412                               BY ==AL-AUDLOG-CUTOFF-DATE==
001413                   ==WS-AUDLOG-ARCHIVED==
001414                               BY ==AL-AUDLOG-ARCHIVED==
001415                   ==WS-AUDLOG-KEPT==
001416                               BY ==AL-AUDLOG-KEPT==.
001417
001418 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------
001430*   CURRENT AUDIT RECORD WORKING AREA
001440*----------------------------------------------------------------
001550     88  WS-ARCHIVE-OK                      VALUE "00".
001560     88  WS-ARCHIVE-MISSING                 VALUE "35".
001570 01  WS-KEEP-STATUS                         PIC X(02).
001572     88  WS-KEEP-OK                         VALUE "00".
001574 01  WS-NOTE-FILE-STATUS                    PIC X(02).
001576     88  WS-NOTE-FILE-OK                    VALUE "00".
001578 01  WS-AUDLOG-STATUS                       PIC X(02).
001580     88  WS-AUDLOG-OK                       VALUE "00".
001582     88  WS-AUDLOG-MISSING                  VALUE "35".
001583 01  WS-NOTE-EOF-SWITCH                     PIC X(01)
001584         VALUE "N".
001585     88  WS-NOTE-EOF                        VALUE "Y".
001930             VALUE "AUDARCH".
001940     05  WS-ARCHIVE-NAME-DATE              PIC X(08)
001950             VALUE SPACES.
001951*----------------------------------------------------------------
001952*   RUN DATE FOR THE AUDIT LOG ROW
001953*----------------------------------------------------------------
001954 01  WS-RUN-DATE                            PIC X(08)
001955         VALUE SPACES.
001960*----------------------------------------------------------------
001970*   DAILY SUMMARY CONTROL-BREAK FIELDS AND COUNTERS
001980*----------------------------------------------------------------
005750     MOVE WS-KEPT-COUNT                   TO WS-ARCHIVE-TOTAL-OUT.
005760     DISPLAY WS-ARCHIVE-TOTAL-LINE.
005770     DISPLAY "ARCHIVED TO " WS-ARCHIVE-NAME.
005775     PERFORM 4300-WRITE-AUDIT-LOG THRU 4300-EXIT.
005780 4010-EXIT.
005790     EXIT.
005800*================================================================
005970     PERFORM 4100-READ-KEEP THRU 4100-EXIT.
005980 4200-EXIT.
005990     EXIT.
005992*================================================================
005994*  4300-WRITE-AUDIT-LOG - APPEND THIS CUT TO AUDLOG SO THE
005996*  ARCHIVE GENERATION CAN BE FOUND AGAIN.  THE LOG IS CREATED ON
005998*  THE FIRST RUN.  A LOG THAT CANNOT BE WRITTEN IS REPORTED BUT
006001*  DOES NOT UNDO THE CUT.
006002*================================================================
006003 4300-WRITE-AUDIT-LOG.
006004     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006005     OPEN EXTEND AUDIT-LOG-FILE.
006006     IF WS-AUDLOG-MISSING
006007         OPEN OUTPUT AUDIT-LOG-FILE
006008     END-IF.
006009     IF NOT WS-AUDLOG-OK
006010         DISPLAY "LAB01AUD: UNABLE TO OPEN AUDLOG, STATUS = "
006011             WS-AUDLOG-STATUS
006012     ELSE
006013         MOVE SPACES                      TO AL-AUDLOG-RECORD
006014         MOVE WS-RUN-DATE                 TO AL-AUDLOG-RUN-DATE
006015         MOVE WS-CUTOFF-DATE              TO AL-AUDLOG-CUTOFF-DATE
006016         MOVE WS-ARCHIVED-COUNT           TO AL-AUDLOG-ARCHIVED
006017         MOVE WS-KEPT-COUNT               TO AL-AUDLOG-KEPT
006018         WRITE AL-AUDLOG-RECORD
006019         IF NOT WS-AUDLOG-OK
006020             DISPLAY "LAB01AUD: ERROR WRITING AUDLOG, STATUS = "
006021                 WS-AUDLOG-STATUS
006022         END-IF
006023         CLOSE AUDIT-LOG-FILE
006024     END-IF.
006025 4300-EXIT.
006026     EXIT.
006027*================================================================
006028*  9000-TERMINATE - NOTHING LEFT OPEN; EACH PASS CLOSES ITS OWN
006029*  FILES
006030*================================================================
006040 9000-TERMINATE.
006050     CONTINUE.
