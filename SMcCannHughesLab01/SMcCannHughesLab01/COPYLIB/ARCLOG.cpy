000010*=================================================================
000020*  ARCLOG.CPY
000030*
000040*  RETENTION ARCHIVE RUN LOG - ONE ROW APPENDED BY EVERY LAB01ARC
000050*  RUN THAT ARCHIVES OR RESTORES, CARRYING THE RUN DATE, THE
000060*  CUTOFF IT WAS GIVEN, AND THE COUNTS FROM ITS SUMMARY.  READ BY
000070*  LAB01MON, WHICH ADDS UP THE RUNS DATED IN THE SNAPSHOT MONTH,
000072*  AND BY LAB01ERA TO FIND EVERY DATED ARCHIVE GENERATION ON
000074*  HAND.  AN ARCHIVE CUT BEFORE THE LOG EXISTED CAN BE ADDED BY
000076*  HAND AS ONE ROW WITH ITS CUTOFF DATE AND ZERO COUNTS.
000080*
000090*  THE COUNTS ARE UNSIGNED DISPLAY NUMERICS SO THE LOG CAN BE
000100*  READ AND CHECKED AS PLAIN TEXT.
000110*
000120*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000130*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000140*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000150*
000160*  MODIFICATION HISTORY
000170*  ---------------------------------------------------------------
000180*  DATE       INIT  DESCRIPTION
000190*  2026-10-15 SMH   ORIGINAL COPYBOOK - RUN DATE, CUTOFF, AND
000200*                   ARCHIVED/RETAINED/RESTORED/ERROR COUNTS.
000202*  2026-10-15 SMH   NOTE ON LAB01ERA AS A READER AND ON ADDING AN
000204*                   EARLIER ARCHIVE TO THE LOG BY HAND.
000210*=================================================================
000220 01  WS-ARCLOG-RECORD.
000230     05  WS-ARCLOG-RUN-DATE.
000240         10  WS-ARCLOG-RUN-MONTH       PIC X(06).
000250         10  FILLER                    PIC X(02).
000260     05  FILLER                        PIC X(01).
000270     05  WS-ARCLOG-CUTOFF-DATE         PIC X(08).
000280     05  FILLER                        PIC X(01).
000290     05  WS-ARCLOG-ARCHIVED            PIC 9(06).
000300     05  FILLER                        PIC X(01).
000310     05  WS-ARCLOG-RETAINED            PIC 9(06).
000320     05  FILLER                        PIC X(01).
000330     05  WS-ARCLOG-RESTORED            PIC 9(06).
000340     05  FILLER                        PIC X(01).
000350     05  WS-ARCLOG-ERRORS              PIC 9(06).
