000010*=================================================================
000020*  PROVREF.CPY
000030*
000040*  PROVINCE REFERENCE RECORD - ONE ROW PER VALID PROVINCE OR
000050*  TERRITORY CODE: THE TWO-LETTER CODE CARRIED ON THE CONTACT
000060*  RECORD, THE FIRST LETTERS OF THE POSTAL CODES THAT BELONG
000070*  TO IT (E.G. "KLMNP" FOR ON, "GHJ" FOR QC), AND ITS NAME.
000080*  LOADED BY LAB01ADS TO STANDARDIZE AND CROSS-CHECK POSTAL
000090*  ADDRESSES FOR THE FRONT-END EDIT AND THE ADDRESS CLEANUP.
000100*
000110*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000120*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000130*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000140*
000150*  MODIFICATION HISTORY
000160*  ---------------------------------------------------------------
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 SMH   ORIGINAL COPYBOOK - PROVINCE CODE, VALID
000190*                   POSTAL-CODE FIRST LETTERS, AND NAME.
000200*=================================================================
000210 01  WS-PROVREF-RECORD.
000220     05  WS-PROVREF-CODE               PIC X(02).
000230     05  FILLER                        PIC X(01).
000240     05  WS-PROVREF-LETTERS            PIC X(06).
000250     05  FILLER                        PIC X(01).
000260     05  WS-PROVREF-NAME               PIC X(30).
