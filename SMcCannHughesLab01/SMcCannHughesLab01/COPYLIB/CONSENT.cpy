000010*=================================================================
000020*  CONSENT.CPY
000030*
000040*  ANTI-SPAM CONSENT RECORD - ONE ROW PER CONTACT, KEYED ON THE
000050*  CONTACT KEY (LAST NAME + FIRST NAME), HOLDING WHY WE ARE
000060*  ALLOWED TO EMAIL THE CONTACT.  A CONTACTS MEMBERSHIP ONLY
000070*  SHOWS THAT SOMEONE IS ON A LIST; THIS RECORD IS THE CONSENT
000080*  BEHIND IT.  MAINTAINED BY THE P (CONSENT) TRANSACTION LAB01
000090*  APPLIES AND AUDITS ON CONTACTA; SWEPT NIGHTLY BY LAB01CNS
000100*  AND CHECKED BY LAB01LEX BEFORE A MEMBER IS EXPORTED.
000110*
000120*  WS-CONSENT-TYPE IS E = EXPRESS, I = IMPLIED.  IMPLIED CONSENT
000130*  (A VENDOR TRANSACTION, AN ENQUIRY) RUNS OUT TWO YEARS AFTER
000140*  IT WAS OBTAINED; LAB01EDT FILLS THAT EXPIRY IN WHEN THE
000150*  TRANSACTION LEAVES IT BLANK.  EXPRESS CONSENT DOES NOT RUN
000160*  OUT, SO ITS EXPIRY IS NORMALLY SPACES.  CONSENT IS CURRENT
000170*  WHEN THE EXPIRY IS SPACES OR NOT EARLIER THAN TODAY.  NO 88S -
000180*  CALLERS COMPARE THE RAW VALUE, AS FOR THE CONTACT STATUS.
000190*
000200*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000210*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000220*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000230*
000240*  MODIFICATION HISTORY
000250*  ---------------------------------------------------------------
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 SMH   ORIGINAL COPYBOOK - CONSENT TYPE, SOURCE,
000280*                   DATE OBTAINED, AND EXPIRY DATE.
000290*=================================================================
000300 01  WS-CONSENT-RECORD.
000310     05  WS-CONSENT-KEY.
000320         10  WS-CONSENT-LASTNAME       PIC X(10).
000330         10  WS-CONSENT-FIRSTNAME      PIC X(08).
000340     05  WS-CONSENT-TYPE               PIC X(01).
000350     05  WS-CONSENT-SOURCE             PIC X(20).
000360     05  WS-CONSENT-OBTAINED-DATE      PIC X(08).
000370     05  WS-CONSENT-EXPIRY-DATE        PIC X(08).
