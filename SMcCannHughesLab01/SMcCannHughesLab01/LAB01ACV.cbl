000369*                   RECORD NOW LIFTS THE MIDDLE GENERATION'S
000370*                   AFTER IMAGE FROM COLUMN 145 TO COLUMN 164;
000371*                   THE NEW FIELDS STAY BLANK.
000372*  2026-10-15 SMH   WORK RECORD WIDENED FOR THE BATCH ID AND
000373*                   OPERATOR NOW AT THE END OF THE AUDIT RECORD;
000374*                   REMAPPED RECORDS LEAVE THEM BLANK.
000375*  2026-10-15 SMH   WORK RECORD WIDENED FOR THE CONSENT IMAGES
000376*                   NOW AT THE END OF THE AUDIT RECORD; REMAPPED
000377*                   RECORDS LEAVE THEM BLANK.
000378*  2026-10-15 SMH   WORK RECORD WIDENED FOR THE ORGANIZATION
000379*                   IMAGES NOW AT THE END OF THE AUDIT RECORD;
000380*                   REMAPPED RECORDS LEAVE THEM BLANK.
000381*================================================================
000382 
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.         GENERIC-PC.
001003        ==WS-AUDIT-AFTER-BOUNCE-COUNT==
001004                                BY ==AUD-AFT-BOUNCE-COUNT==
001005        ==WS-AUDIT-AFTER-BOUNCE-DATE==
001006                                BY ==AUD-AFT-BOUNCE-DATE==
001007        ==WS-AUDIT-BATCH-ID==         BY ==AUD-BATCH-ID==
001008        ==WS-AUDIT-OPERATOR==         BY ==AUD-OPERATOR==
001009        ==WS-AUDIT-BEFORE-CONSENT-TYPE==
001010                                BY ==AUD-BEF-CONSENT-TYPE==
001011        ==WS-AUDIT-BEFORE-CONSENT-SOURCE==
001012                                BY ==AUD-BEF-CONSENT-SOURCE==
001013        ==WS-AUDIT-BEFORE-CONSENT-DATE==
001014                                BY ==AUD-BEF-CONSENT-DATE==
001015        ==WS-AUDIT-BEFORE-CONSENT-EXPIRY==
001016                                BY ==AUD-BEF-CONSENT-EXPIRY==
001017        ==WS-AUDIT-AFTER-CONSENT-TYPE==
001018                                BY ==AUD-AFT-CONSENT-TYPE==
001019        ==WS-AUDIT-AFTER-CONSENT-SOURCE==
001020                                BY ==AUD-AFT-CONSENT-SOURCE==
001021        ==WS-AUDIT-AFTER-CONSENT-DATE==
001022                                BY ==AUD-AFT-CONSENT-DATE==
001023        ==WS-AUDIT-AFTER-CONSENT-EXPIRY==
001024                                BY ==AUD-AFT-CONSENT-EXPIRY==
001025        ==WS-AUDIT-BEFORE-ORG-ID==
001026                                BY ==AUD-BEF-ORG-ID==
001027        ==WS-AUDIT-AFTER-ORG-ID==
001028                                BY ==AUD-AFT-ORG-ID==
001029        ==WS-AUDIT-BEFORE-ORG-NAME==
001030                                BY ==AUD-BEF-ORG-NAME==
001031        ==WS-AUDIT-BEFORE-ORG-ACCOUNT==
001032                                BY ==AUD-BEF-ORG-ACCOUNT==
001033        ==WS-AUDIT-AFTER-ORG-NAME==
001034                                BY ==AUD-AFT-ORG-NAME==
001035        ==WS-AUDIT-AFTER-ORG-ACCOUNT==
001036                                BY ==AUD-AFT-ORG-ACCOUNT==.
001037 
001038 FD  CONVERT-WORK-FILE
001039     LABEL RECORDS ARE STANDARD.
001040 01  CONVERT-WORK-RECORD                   PIC X(520).
001041 
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------
001070*   CONVERTED RECORD WORKING AREA
