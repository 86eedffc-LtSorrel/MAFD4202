001152                   ==WS-EMAIL-FLAG==    BY ==CM-EMAIL-FLAG==
001153                   ==WS-BOUNCE-COUNT== BY ==CM-BOUNCE-COUNT==
001154                   ==WS-LAST-BOUNCE-DATE==
001155                                BY ==CM-LAST-BOUNCE-DATE==
001156                   ==WS-ORGANIZATION-ID==
001157                                BY ==CM-ORGANIZATION-ID==.
001160 
001170*----------------------------------------------------------------
001180*   REC-SORT-WORK-FILE - ONE PARSED CRM ROW, KEYED BY EMAIL
