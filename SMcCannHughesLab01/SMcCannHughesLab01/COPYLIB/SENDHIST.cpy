000010*=================================================================
000020*  SENDHIST.CPY
000030*
000040*  CAMPAIGN SEND-HISTORY RECORD - ONE ROW FOR EVERY MEMBER
000050*  LAB01LEX CUTS TO A LISTEXP FILE, KEYED ON THE CONTACT KEY
000060*  (LAST NAME + FIRST NAME), THE SEND DATE, AND THE LIST CODE,
000070*  SO A CONTACT'S SENDS READ IN DATE ORDER FROM ONE START.
000080*  WRITTEN BY LAB01LEX, WHICH ALSO COUNTS A CONTACT'S SENDS IN
000090*  THE LAST 30 DAYS AGAINST ITS FREQUENCY CAP; READ BY LAB01INQ
000100*  RESPONSES; CARRIED TO THE NEW KEY BY A LAB01 RENAME.
000110*
000120*  THE SEND DATE IS YYYYMMDD, THE DAY THE EXPORT WAS CUT.  THE
000130*  CAMPAIGN ID IS THE ONE THE EXPORT RUN WAS GIVEN ON LEXPARM.
000140*
000150*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000160*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000170*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000180*
000190*  MODIFICATION HISTORY
000200*  ---------------------------------------------------------------
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 SMH   ORIGINAL COPYBOOK - CONTACT KEY, SEND DATE,
000230*                   LIST CODE, AND CAMPAIGN ID.
000240*=================================================================
000250 01  WS-SEND-RECORD.
000260     05  WS-SEND-KEY.
000270         10  WS-SEND-LASTNAME          PIC X(10).
000280         10  WS-SEND-FIRSTNAME         PIC X(08).
000290         10  WS-SEND-DATE              PIC X(08).
000300         10  WS-SEND-LIST-CODE         PIC X(07).
000310     05  WS-SEND-CAMPAIGN-ID           PIC X(12).
