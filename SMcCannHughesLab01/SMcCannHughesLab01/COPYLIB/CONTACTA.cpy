000330*                   COUNT, AND LAST-BOUNCE DATE, SO A B (BOUNCE
000331*                   FLAG) RECORD FROM LAB01BNC CAN BE REVERSED
000332*                   LIKE ANY CHANGE.
000333*  2026-10-15 SMH   ADDED THE BATCH ID AND SUBMITTING OPERATOR
000334*                   AT THE END OF THE RECORD, SO LAB01BKO CAN
000335*                   BACK OUT ONE BATCH BY ITS ID.  RECORDS
000336*                   WRITTEN BEFORE THE FIELDS READ THEM AS
000337*                   SPACES.
000338*  2026-10-15 SMH   ADDED THE BEFORE AND AFTER CONSENT IMAGES
000339*                   (TYPE, SOURCE, DATE OBTAINED, EXPIRY) AT
000340*                   THE END OF THE RECORD, FILLED ON A P
000341*                   (CONSENT) RECORD SO LAB01BKO CAN PUT THE
000342*                   PRIOR CONSENT BACK.  EVERY OTHER CODE, AND
000343*                   RECORDS WRITTEN BEFORE THE FIELDS, CARRY
000344*                   SPACES.
000345*  2026-10-15 SMH   ADDED THE BEFORE AND AFTER ORGANIZATION ID
000346*                   ON EVERY RECORD, AND THE BEFORE AND AFTER
000347*                   ORGANIZATION NAME AND ACCOUNT NUMBER, FILLED
000348*                   ON AN O (ORGANIZATION) RECORD.  AN O RECORD
000349*                   CARRIES THE ORGANIZATION'S ADDRESS, STATUS,
000350*                   STATUS DATE, AND OWNING DEPARTMENT IN THE
000351*                   CONTACT IMAGE FIELDS OF THE SAME NAMES; A
000352*                   BLANK BEFORE ID MARKS THE OPENING OF A NEW
000353*                   ORGANIZATION.  RECORDS WRITTEN BEFORE THE
000354*                   FIELDS READ THEM AS SPACES.
000355*  2026-10-15 SMH   AN E (ERASURE) RECORD FROM LAB01ERA CARRIES
000356*                   ONLY THE PLACEHOLDER KEY AND STATUS CHANGE.
000357*=================================================================
000358 01  WS-AUDIT-RECORD.
000359     05  WS-AUDIT-TXN-CODE             PIC X(01).
000360     05  FILLER                        PIC X(01).
000370     05  WS-AUDIT-TIMESTAMP            PIC X(16).
000380     05  FILLER                        PIC X(01).
000870     05  WS-AUDIT-AFTER-BOUNCE-COUNT  PIC X(03).
000880     05  FILLER                        PIC X(01).
000890     05  WS-AUDIT-AFTER-BOUNCE-DATE    PIC X(08).
000900     05  FILLER                        PIC X(01).
000910     05  WS-AUDIT-BATCH-ID             PIC X(16).
000920     05  FILLER                        PIC X(01).
000930     05  WS-AUDIT-OPERATOR             PIC X(08).
000940     05  FILLER                        PIC X(01).
000950     05  WS-AUDIT-BEFORE-CONSENT-TYPE  PIC X(01).
000960     05  FILLER                        PIC X(01).
000970     05  WS-AUDIT-BEFORE-CONSENT-SOURCE
000980                                       PIC X(20).
000990     05  FILLER                        PIC X(01).
001000     05  WS-AUDIT-BEFORE-CONSENT-DATE  PIC X(08).
001010     05  FILLER                        PIC X(01).
001020     05  WS-AUDIT-BEFORE-CONSENT-EXPIRY
001030                                       PIC X(08).
001040     05  FILLER                        PIC X(01).
001050     05  WS-AUDIT-AFTER-CONSENT-TYPE   PIC X(01).
001060     05  FILLER                        PIC X(01).
001070     05  WS-AUDIT-AFTER-CONSENT-SOURCE PIC X(20).
001080     05  FILLER                        PIC X(01).
001090     05  WS-AUDIT-AFTER-CONSENT-DATE   PIC X(08).
001100     05  FILLER                        PIC X(01).
001110     05  WS-AUDIT-AFTER-CONSENT-EXPIRY PIC X(08).
001120     05  FILLER                        PIC X(01).
001130     05  WS-AUDIT-BEFORE-ORG-ID        PIC X(08).
001140     05  FILLER                        PIC X(01).
001150     05  WS-AUDIT-AFTER-ORG-ID         PIC X(08).
001160     05  FILLER                        PIC X(01).
001170     05  WS-AUDIT-BEFORE-ORG-NAME      PIC X(30).
001180     05  FILLER                        PIC X(01).
001190     05  WS-AUDIT-BEFORE-ORG-ACCOUNT   PIC X(12).
001200     05  FILLER                        PIC X(01).
001210     05  WS-AUDIT-AFTER-ORG-NAME       PIC X(30).
001220     05  FILLER                        PIC X(01).
001230     05  WS-AUDIT-AFTER-ORG-ACCOUNT    PIC X(12).
