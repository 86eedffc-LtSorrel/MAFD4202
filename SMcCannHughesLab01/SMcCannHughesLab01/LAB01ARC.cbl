000190*               CAN STILL ANSWER QUESTIONS ABOUT AN ARCHIVED
000200*               CONTACT.  EITHER PARAMETER MAY BE LEFT BLANK TO
000210*               SKIP THAT FUNCTION, LIKE LAB01AUD'S AUDPARM.
000213*               EVERY RUN APPENDS ITS COUNTS TO ARCLOG FOR THE
000216*               MONTH-END STATISTICS SNAPSHOT (LAB01MON).
000220*================================================================
000230*  MODIFICATION HISTORY
000240*----------------------------------------------------------------
000270*                   INACTIVE CONTACTS TO A DATED FILE, WITH A
000280*                   SINGLE-CONTACT RESTORE PATH AND ARCHIVED/
000290*                   RETAINED/RESTORED COUNTS IN THE SUMMARY.
000292*  2026-10-15 SMH   APPEND ONE ROW PER RUN TO THE NEW ARCLOG RUN
000294*                   LOG (ARCLOG.CPY) FOR THE LAB01MON MONTH-END
000296*                   SNAPSHOT.
000300*================================================================
000310
000320 ENVIRONMENT DIVISION.
000710         ASSIGN TO DYNAMIC   WS-ARCHIVE-NAME
000720         ORGANIZATION IS     LINE SEQUENTIAL
000730         FILE STATUS IS      WS-ARCHIVE-STATUS.
000733
000736*----------------------------------------------------------------
000741*   ARCHIVE-LOG-FILE - ONE ROW APPENDED PER RUN WITH THE RUN
000742*   DATE, CUTOFF, AND SUMMARY COUNTS, FOR THE MONTH-END
000743*   STATISTICS JOB
000744*----------------------------------------------------------------
000745     SELECT ARCHIVE-LOG-FILE
000746         ASSIGN TO           "ARCLOG"
000747         ORGANIZATION IS     LINE SEQUENTIAL
000748         FILE STATUS IS      WS-ARCLOG-STATUS.
000749
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ARCHIVE-PARM-FILE
001040                   ==WS-BOUNCE-COUNT==
001050                                      BY ==CM-BOUNCE-COUNT==
001060                   ==WS-LAST-BOUNCE-DATE==
001070                                BY ==CM-LAST-BOUNCE-DATE==
001073                   ==WS-ORGANIZATION-ID==
001076                                BY ==CM-ORGANIZATION-ID==.
001080
001090 FD  CONTACT-ARCHIVE-FILE
001100     LABEL RECORDS ARE STANDARD.
001102 01  CONTACT-ARCHIVE-RECORD                PIC X(137).
001104
001106 FD  ARCHIVE-LOG-FILE
001111     LABEL RECORDS ARE STANDARD.
001112     COPY ARCLOG
001113         REPLACING ==WS-ARCLOG-RECORD==
001114                               BY ==AL-ARCLOG-RECORD==
001115                   ==WS-ARCLOG-RUN-DATE==
001116                               BY ==AL-ARCLOG-RUN-DATE==
001117                   ==WS-ARCLOG-RUN-MONTH==
001118                               BY ==AL-ARCLOG-RUN-MONTH==
001119                   ==WS-ARCLOG-CUTOFF-DATE==
001120                               BY ==AL-ARCLOG-CUTOFF-DATE==
001121                   ==WS-ARCLOG-ARCHIVED==
001122                               BY ==AL-ARCLOG-ARCHIVED==
001123                   ==WS-ARCLOG-RETAINED==
001124                               BY ==AL-ARCLOG-RETAINED==
001125                   ==WS-ARCLOG-RESTORED==
001126                               BY ==AL-ARCLOG-RESTORED==
001127                   ==WS-ARCLOG-ERRORS==
001128                               BY ==AL-ARCLOG-ERRORS==.
001129
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150*   CURRENT-CONTACT WORKING AREA, SHARED LAYOUT WITH THE MASTER
001260 01  WS-ARCHIVE-STATUS                      PIC X(02).
001270     88  WS-ARCHIVE-OK                      VALUE "00".
001280     88  WS-ARCHIVE-MISSING                 VALUE "35".
001282 01  WS-ARCLOG-STATUS                       PIC X(02).
001284     88  WS-ARCLOG-OK                       VALUE "00".
001286     88  WS-ARCLOG-MISSING                  VALUE "35".
001290 01  WS-MASTER-EOF-SWITCH                   PIC X(01)
001300         VALUE "N".
001310     88  WS-MASTER-EOF                      VALUE "Y".
001700     05  WS-ARCHIVE-NAME-DATE              PIC X(08)
001710             VALUE SPACES.
001720*----------------------------------------------------------------
001721*   RUN DATE FOR THE ARCHIVE LOG ROW
001722*----------------------------------------------------------------
001723 01  WS-RUN-DATE                            PIC X(08)
001724         VALUE SPACES.
001725*----------------------------------------------------------------
001730*   ARCHIVE/RESTORE COUNTERS
001740*----------------------------------------------------------------
001750 01  WS-ARCHIVED-COUNT                      PIC 9(06) COMP
002050     END-IF.
002060     IF WS-ARCHIVE-WANTED OR WS-RESTORE-WANTED
002070         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
002075         PERFORM 8100-WRITE-ARCHIVE-LOG THRU 8100-EXIT
002080     END-IF.
002090     IF WS-ERROR-COUNT > ZERO
002100         MOVE 8                           TO RETURN-CODE
004440     END-IF.
004450 8000-EXIT.
004460     EXIT.
004461*================================================================
004471*  8100-WRITE-ARCHIVE-LOG - APPEND THIS RUN'S COUNTS TO ARCLOG
004481*  SO THE MONTH-END SNAPSHOT CAN REPORT ARCHIVE ACTIVITY.  THE
004491*  LOG IS CREATED ON THE FIRST RUN.  A LOG THAT CANNOT BE
004501*  WRITTEN IS REPORTED BUT DOES NOT UNDO THE RUN.
004511*================================================================
004521 8100-WRITE-ARCHIVE-LOG.
004531     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004541     OPEN EXTEND ARCHIVE-LOG-FILE.
004551     IF WS-ARCLOG-MISSING
004561         OPEN OUTPUT ARCHIVE-LOG-FILE
004571     END-IF.
004581     IF NOT WS-ARCLOG-OK
004591         DISPLAY "LAB01ARC: UNABLE TO OPEN ARCLOG, STATUS = "
004601             WS-ARCLOG-STATUS
004611     ELSE
004621         MOVE SPACES                      TO AL-ARCLOG-RECORD
004631         MOVE WS-RUN-DATE                 TO AL-ARCLOG-RUN-DATE
004641         MOVE WS-CUTOFF-DATE              TO AL-ARCLOG-CUTOFF-DATE
004651         MOVE WS-ARCHIVED-COUNT           TO AL-ARCLOG-ARCHIVED
004661         MOVE WS-RETAINED-COUNT           TO AL-ARCLOG-RETAINED
004671         MOVE WS-RESTORED-COUNT           TO AL-ARCLOG-RESTORED
004681         MOVE WS-ERROR-COUNT              TO AL-ARCLOG-ERRORS
004691         WRITE AL-ARCLOG-RECORD
004701         IF NOT WS-ARCLOG-OK
004711             DISPLAY "LAB01ARC: ERROR WRITING ARCLOG, STATUS = "
004721                 WS-ARCLOG-STATUS
004731         END-IF
004741         CLOSE ARCHIVE-LOG-FILE
004751     END-IF.
004761 8100-EXIT.
004771     EXIT.
004781 END PROGRAM LAB01ARC.
