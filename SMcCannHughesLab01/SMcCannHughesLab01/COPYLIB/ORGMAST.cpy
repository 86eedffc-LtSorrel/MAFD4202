000010*=================================================================
000020*  ORGMAST.CPY
000030*
000040*  ORGANIZATION MASTER RECORD - ONE ROW FOR EVERY VENDOR OR
000050*  CLIENT COMPANY THE CONTACTS WORK FOR, KEYED ON THE
000060*  ORGANIZATION ID.  A CONTACT NAMES ITS ORGANIZATION IN THE
000070*  CONTACTR ORGANIZATION ID.  OPENED (O), CHANGED (M), AND
000080*  CLOSED (X) BY LAB01 FROM TRANSACTIONS EDITED BY LAB01EDT;
000090*  CLOSING AN ORGANIZATION DEACTIVATES ITS CONTACTS IN THE SAME
000100*  RUN.  REVERSED BY LAB01BKO, ROLLED UP BY LAB01ORG, AND
000110*  SEARCHED BY LAB01INQ.
000120*
000130*  THE STATUS IS A (ACTIVE) OR C (CLOSED); THE STATUS DATE IS
000140*  THE YYYYMMDD IT LAST CHANGED.  THE DEPARTMENT IS THE OWNING
000150*  DEPARTMENT, CHECKED THE SAME WAY AS A CONTACT'S.
000160*
000170*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000180*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000190*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000200*
000210*  MODIFICATION HISTORY
000220*  ---------------------------------------------------------------
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 SMH   ORIGINAL COPYBOOK - ORGANIZATION ID, NAME,
000250*                   ACCOUNT NUMBER, ADDRESS, STATUS, AND OWNING
000260*                   DEPARTMENT.
000270*=================================================================
000280 01  WS-ORG-RECORD.
000290     05  WS-ORG-ID                     PIC X(08).
000300     05  WS-ORG-NAME                   PIC X(30).
000310     05  WS-ORG-ACCOUNT                PIC X(12).
000320     05  WS-ORG-STREET                 PIC X(20).
000330     05  WS-ORG-CITY                   PIC X(13).
000340     05  WS-ORG-PROVINCE               PIC X(02).
000350     05  WS-ORG-POSTALCODE             PIC X(07).
000360     05  WS-ORG-STATUS                 PIC X(01).
000370         88  WS-ORG-IS-ACTIVE          VALUE "A".
000380         88  WS-ORG-IS-CLOSED          VALUE "C".
000390     05  WS-ORG-STATUS-DATE            PIC X(08).
000400     05  WS-ORG-DEPARTMENT             PIC X(03).
