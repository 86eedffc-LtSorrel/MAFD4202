001030                   ==WS-BOUNCE-COUNT==
001040                                      BY ==CM-BOUNCE-COUNT==
001050                   ==WS-LAST-BOUNCE-DATE==
001060                                BY ==CM-LAST-BOUNCE-DATE==
001063                   ==WS-ORGANIZATION-ID==
001066                                BY ==CM-ORGANIZATION-ID==.
001070
001080 FD  CATEGORY-REF-FILE
001090     LABEL RECORDS ARE STANDARD.
001200
001210 FD  MASTER-BACKUP-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  MASTER-BACKUP-RECORD                  PIC X(137).
001240
001250 WORKING-STORAGE SECTION.
001260*----------------------------------------------------------------
