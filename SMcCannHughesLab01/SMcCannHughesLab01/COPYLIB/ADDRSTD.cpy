000010*=================================================================
000020*  ADDRSTD.CPY
000030*
000040*  POSTAL ADDRESS STANDARDIZATION PARAMETER BLOCK, PASSED TO THE
000050*  LAB01ADS SUBPROGRAM.  THE CALLER LOADS THE STREET, CITY,
000060*  PROVINCE, AND POSTAL CODE; LAB01ADS HANDS THEM BACK IN
000070*  STANDARD FORM - UPPER CASE, SINGLE-SPACED, THE COMMON STREET
000080*  SUFFIXES AND DIRECTIONS ABBREVIATED, AND THE POSTAL CODE AS
000090*  "A9A 9A9" - AND SETS THE RESULT AND, FOR AN ADDRESS IT
000100*  CANNOT STANDARDIZE, THE REASON.  BLANK FIELDS ARE LEFT BLANK
000110*  AND ARE NOT AN ERROR; THE POSTAL CODE IS ONLY CROSS-CHECKED
000120*  AGAINST THE PROVINCE WHEN BOTH ARE PRESENT.  THE CHANGED
000130*  SWITCH TELLS THE CALLER WHETHER STANDARD FORM DIFFERS FROM
000140*  WHAT IT PASSED IN.
000150*
000160*  WRITTEN WITH THE WS- PREFIX BELOW; THE SUBPROGRAM COPIES IT
000170*  INTO ITS LINKAGE SECTION WITH A FULL-WORD REPLACING LIST.
000180*
000190*  MODIFICATION HISTORY
000200*  ---------------------------------------------------------------
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 SMH   ORIGINAL COPYBOOK - ADDRESS FIELDS, RESULT,
000230*                   CHANGED SWITCH, AND REJECT REASON.
000240*=================================================================
000250 01  WS-ADDR-PARMS.
000260     05  WS-ADDR-FIELDS.
000270         10  WS-ADDR-STREET            PIC X(20).
000280         10  WS-ADDR-CITY              PIC X(13).
000290         10  WS-ADDR-PROVINCE          PIC X(02).
000300         10  WS-ADDR-POSTALCODE        PIC X(07).
000310     05  WS-ADDR-RESULT                PIC X(01).
000320         88  WS-ADDR-CLEAN             VALUE "Y".
000330         88  WS-ADDR-REJECTED          VALUE "N".
000340     05  WS-ADDR-CHANGED-SWITCH        PIC X(01).
000350         88  WS-ADDR-CHANGED           VALUE "Y".
000360         88  WS-ADDR-UNCHANGED         VALUE "N".
000370     05  WS-ADDR-REASON                PIC X(24).
