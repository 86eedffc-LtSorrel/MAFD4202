000652                   ==WS-EMAIL-FLAG==    BY ==MF-EMAIL-FLAG==
000653                   ==WS-BOUNCE-COUNT== BY ==MF-BOUNCE-COUNT==
000654                   ==WS-LAST-BOUNCE-DATE==
000655                                BY ==MF-LAST-BOUNCE-DATE==
000656                   ==WS-ORGANIZATION-ID==
000657                                BY ==MF-ORGANIZATION-ID==.
000660 
000670 WORKING-STORAGE SECTION.
000680 01  WS-MASTER-STATUS                      PIC X(02).
000952                   ==WS-EMAIL-FLAG==    BY ==LK-EMAIL-FLAG==
000953                   ==WS-BOUNCE-COUNT== BY ==LK-BOUNCE-COUNT==
000954                   ==WS-LAST-BOUNCE-DATE==
000955                                BY ==LK-LAST-BOUNCE-DATE==
000956                   ==WS-ORGANIZATION-ID==
000957                                BY ==LK-ORGANIZATION-ID==.
000960 01  LK-FOUND-SWITCH                        PIC X(01).
000970     88  LK-FOUND                           VALUE "Y".
000980     88  LK-NOT-FOUND                       VALUE "N".
