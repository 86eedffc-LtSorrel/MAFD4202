000010*=================================================================
000020*  BATCHREG.CPY
000030*
000040*  BATCH REGISTER RECORD - ONE ROW PER TRANSACTION BATCH, KEYED
000050*  ON THE BATCH ID (YYYYMMDDHHMMSSCC) THE H HEADER CARRIES OR
000060*  LAB01EDT ISSUES.  LAB01EDT WRITES THE ROW WHEN IT FINISHES
000070*  EDITING THE BATCH, WITH THE SAME READ, ACCEPTED, AND REJECTED
000080*  COUNTS ITS BALANCING PAGE PRINTS; LAB01 STAMPS THE APPLIED
000090*  DATE WHEN IT APPLIES THE BATCH'S TRANSACTIONS.  A BATCH WITH
000100*  FUTURE-DATED TRANSACTIONS IS STAMPED AGAIN AS THE HELD ONES
000110*  COME DUE, SO THE APPLIED DATE IS THE LATEST DAY ANY OF ITS
000120*  WORK REACHED THE MASTER.  LAB01BKO TAKES THE SAME BATCH ID AS
000130*  ITS SELECTION.
000140*
000150*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000160*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000170*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000180*
000190*  MODIFICATION HISTORY
000200*  ---------------------------------------------------------------
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 SMH   ORIGINAL COPYBOOK - BATCH ID, DEPARTMENT,
000230*                   OPERATOR, EDIT COUNTS, AND APPLIED DATE.
000240*=================================================================
000250 01  WS-BATCH-RECORD.
000260     05  WS-BATCH-ID                   PIC X(16).
000270     05  FILLER                        PIC X(01).
000280     05  WS-BATCH-DEPARTMENT           PIC X(03).
000290     05  FILLER                        PIC X(01).
000300     05  WS-BATCH-OPERATOR             PIC X(08).
000310     05  FILLER                        PIC X(01).
000320     05  WS-BATCH-EDIT-DATE            PIC X(08).
000330     05  FILLER                        PIC X(01).
000340     05  WS-BATCH-READ-COUNT           PIC 9(06).
000350     05  FILLER                        PIC X(01).
000360     05  WS-BATCH-ACCEPT-COUNT         PIC 9(06).
000370     05  FILLER                        PIC X(01).
000380     05  WS-BATCH-REJECT-COUNT         PIC 9(06).
000390     05  FILLER                        PIC X(01).
000400     05  WS-BATCH-APPLIED-DATE         PIC X(08).
