000080*
000090*  TXN-CODE IS "A" = ADD, "C" = CHANGE, "D" = DELETE, "S" =
000100*  SUBSCRIBE TO A MAILING LIST, "U" = UNSUBSCRIBE, "R" =
000110*  RENAME (MOVE THE CONTACT TO A NEW KEY), "N" = NOTE, "P" =
000111*  CONSENT, AND "H" = BATCH HEADER.  THE KEY FIELDS
000112*  IDENTIFY THE CONTACT; FOR "A" ALL FIELDS ARE SUPPLIED,
000120*  FOR "C" ONLY THE FIELDS BEING CHANGED NEED BE NON-BLANK, FOR
000122*  "D" ONLY THE KEY IS REQUIRED, FOR "S"/"U" THE KEY AND THE
000124*  LIST CODE ARE REQUIRED, FOR "R" THE OLD KEY AND THE
000125*  NEW-KEY FIELDS ARE REQUIRED, FOR "N" THE KEY AND THE NOTE
000126*  TEXT ARE REQUIRED, AND FOR "P" THE KEY AND THE CONSENT TYPE,
000127*  SOURCE, AND DATE OBTAINED ARE REQUIRED.  "O" OPENS (ADDS) AN
000128*  ORGANIZATION, "M" CHANGES ONE, AND "X" CLOSES ONE; ALL THREE
000129*  CARRY THE ORGANIZATION ID AND LEAVE THE CONTACT KEY BLANK.
000130*  AN "O" NEEDS THE NAME; AN "M" CARRIES ONLY THE FIELDS IT IS
000131*  CHANGING.  AN "A" OR "C" MAY CARRY AN ORGANIZATION ID TO
000132*  ATTACH THE CONTACT TO THAT ORGANIZATION.  AN "H" RECORD OPENS
000133*  A DEPARTMENT'S BATCH, CARRYING ONLY THE DEPARTMENT AND
000134*  OVERRIDE FIELDS; A BLANK-DEPARTMENT "H" RESETS THE BATCH TO
000135*  UNOWNED HANDLING.  THE "H" ALSO CARRIES THE BATCH ID AND THE
000136*  SUBMITTING OPERATOR; LAB01EDT STAMPS BOTH ON EVERY
000137*  TRANSACTION IN THE BATCH, AND LAB01 CARRIES THEM INTO THE
000138*  CONTACTA AUDIT.
000139*
000140*  A "P" RECORD CARRIES NO NOTE, SO ITS CONSENT FIELDS RIDE IN
000141*  THE NOTE-TEXT AREA (WS-TXN-CONSENT-DATA REDEFINES IT).  AN
000142*  "O" OR "M" RECORD LIKEWISE CARRIES THE ORGANIZATION NAME AND
000143*  ACCOUNT NUMBER THERE (WS-TXN-ORG-DATA), AND ITS ADDRESS IN
000144*  THE CONTACT ADDRESS FIELDS.
000145*
000146*  MODIFICATION HISTORY
000150*  ---------------------------------------------------------------
000160*  DATE       INIT  DESCRIPTION
000170*  2026-08-09 SMH   ORIGINAL COPYBOOK - ADD/CHANGE/DELETE
000307*                   CONTACT THROUGH THE SAME EDIT AND APPLY
000308*                   CYCLE; THE NOTE LANDS ON THE CONTACTT CHILD
000309*                   FILE.
000310*  2026-10-15 SMH   ADDED WS-TXN-BATCH-ID (YYYYMMDDHHMMSSCC) AND
000311*                   WS-TXN-OPERATOR AT THE END OF THE RECORD.
000312*                   THE H RECORD SETS THEM FOR ITS BATCH; A
000313*                   BLANK BATCH ID IS ISSUED BY LAB01EDT.
000314*  2026-10-15 SMH   ADDED THE P (CONSENT) CODE AND THE CONSENT
000315*                   VIEW OF THE NOTE-TEXT AREA - TYPE (E/I),
000316*                   SOURCE, DATE OBTAINED, AND EXPIRY - SO THE
000317*                   CONSENT RECORDS ARE MAINTAINED THROUGH THE
000318*                   SAME EDIT, APPLY, AND AUDIT CYCLE.
000319*  2026-10-15 SMH   ADDED THE O (OPEN ORGANIZATION), M (CHANGE
000320*                   ORGANIZATION), AND X (CLOSE ORGANIZATION)
000321*                   CODES, THE ORGANIZATION VIEW OF THE NOTE-
000322*                   TEXT AREA (NAME AND ACCOUNT NUMBER), AND WS-
000323*                   TXN-ORG-ID AT THE END OF THE RECORD, SO THE
000324*                   ORGANIZATION MASTER (ORGMAST) IS MAINTAINED
000325*                   THROUGH THE SAME EDIT, APPLY, AND AUDIT
000326*                   CYCLE.
000327*=================================================================
000328 01  WS-TRANSACTION.
000329     05  WS-TXN-CODE                   PIC X(01).
000330         88  WS-TXN-IS-ADD             VALUE "A".
000331         88  WS-TXN-IS-CHANGE          VALUE "C".
000340         88  WS-TXN-IS-DELETE          VALUE "D".
000342         88  WS-TXN-IS-SUBSCRIBE       VALUE "S".
000344         88  WS-TXN-IS-UNSUBSCRIBE     VALUE "U".
000346         88  WS-TXN-IS-RENAME          VALUE "R".
000348         88  WS-TXN-IS-HEADER          VALUE "H".
000349         88  WS-TXN-IS-NOTE            VALUE "N".
000350         88  WS-TXN-IS-CONSENT         VALUE "P".
000351         88  WS-TXN-IS-ORG-ADD         VALUE "O".
000352         88  WS-TXN-IS-ORG-CHANGE      VALUE "M".
000353         88  WS-TXN-IS-ORG-CLOSE       VALUE "X".
000354         88  WS-TXN-IS-ORGANIZATION    VALUE "O" "M" "X".
000355     05  WS-TXN-CONTACT-KEY.
000360         10  WS-TXN-LASTNAME           PIC X(10).
000370         10  WS-TXN-FIRSTNAME          PIC X(08).
000380     05  WS-TXN-EMAIL                  PIC X(26).
000510     05  WS-TXN-DEPARTMENT             PIC X(03).
000520     05  WS-TXN-OVERRIDE               PIC X(01).
000530     05  WS-TXN-NOTE-TEXT              PIC X(60).
000540     05  WS-TXN-CONSENT-DATA REDEFINES WS-TXN-NOTE-TEXT.
000550         10  WS-TXN-CONSENT-TYPE       PIC X(01).
000560         10  WS-TXN-CONSENT-SOURCE     PIC X(20).
000570         10  WS-TXN-CONSENT-OBTAINED   PIC X(08).
000580         10  WS-TXN-CONSENT-EXPIRY     PIC X(08).
000590         10  FILLER                    PIC X(23).
000600     05  WS-TXN-ORG-DATA REDEFINES WS-TXN-NOTE-TEXT.
000610         10  WS-TXN-ORG-NAME           PIC X(30).
000620         10  WS-TXN-ORG-ACCOUNT        PIC X(12).
000630         10  FILLER                    PIC X(18).
000640     05  WS-TXN-BATCH-ID               PIC X(16).
000650     05  WS-TXN-OPERATOR               PIC X(08).
000660     05  WS-TXN-ORG-ID                 PIC X(08).
