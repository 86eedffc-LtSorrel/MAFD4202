000418*                   COUNT, AND THE LAST-BOUNCE DATE.  FLAGGED
000419*                   ADDRESSES ARE SUPPRESSED FROM EVERY CSV
000420*                   EXPORT THE SAME WAY DO-NOT-CONTACT IS.
000421*  2026-10-15 SMH   ADDED WS-ORGANIZATION-ID - THE ORGANIZATION
000422*                   (ORGMAST) A VENDOR CONTACT WORKS FOR, SET BY
000423*                   AN ADD OR CHANGE.  CLOSING THE ORGANIZATION
000424*                   DEACTIVATES EVERY CONTACT CARRYING ITS ID.
000425*                   SPACES ON RECORDS OLDER THAN THE FIELD, OR
000426*                   ON A CONTACT WITH NO ORGANIZATION, MEANS
000427*                   NONE.
000428*=================================================================
000429 01  WS-CONTACT.
000430     05  WS-CONTACT-KEY.
000431         10  WS-LASTNAME               PIC X(10).
000440         10  WS-FIRSTNAME              PIC X(08).
000450     05  WS-EMAIL                      PIC X(26).
000460     05  WS-PHONENUMBER                PIC X(12).
000550     05  WS-EMAIL-FLAG                 PIC X(01).
000560     05  WS-BOUNCE-COUNT               PIC 9(03).
000570     05  WS-LAST-BOUNCE-DATE           PIC X(08).
000580     05  WS-ORGANIZATION-ID            PIC X(08).
