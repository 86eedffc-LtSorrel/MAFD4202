000010*=================================================================
000020*  AUDLOG.CPY
000030*
000040*  AUDIT ARCHIVE RUN LOG - ONE ROW APPENDED BY EVERY LAB01AUD
000050*  RUN THAT CUTS AUDIT RECORDS TO A DATED AUDARCH ARCHIVE,
000060*  CARRYING THE RUN DATE, THE CUTOFF (WHICH NAMES THE ARCHIVE
000070*  FILE), AND THE ARCHIVED AND KEPT COUNTS.  READ BY LAB01ERA
000080*  TO FIND EVERY AUDARCH GENERATION ON HAND.  AN ARCHIVE CUT
000090*  BEFORE THE LOG EXISTED CAN BE ADDED BY HAND AS ONE ROW WITH
000100*  ITS CUTOFF DATE.
000110*
000120*  THE COUNTS ARE UNSIGNED DISPLAY NUMERICS SO THE LOG CAN BE
000130*  READ AND CHECKED AS PLAIN TEXT.
000140*
000150*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000160*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000170*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000180*
000190*  MODIFICATION HISTORY
000200*  ---------------------------------------------------------------
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 SMH   ORIGINAL COPYBOOK - RUN DATE, CUTOFF, AND
000230*                   ARCHIVED/KEPT COUNTS.
000240*=================================================================
000250 01  WS-AUDLOG-RECORD.
000260     05  WS-AUDLOG-RUN-DATE            PIC X(08).
000270     05  FILLER                        PIC X(01).
000280     05  WS-AUDLOG-CUTOFF-DATE         PIC X(08).
000290     05  FILLER                        PIC X(01).
000300     05  WS-AUDLOG-ARCHIVED            PIC 9(06).
000310     05  FILLER                        PIC X(01).
000320     05  WS-AUDLOG-KEPT                PIC 9(06).
