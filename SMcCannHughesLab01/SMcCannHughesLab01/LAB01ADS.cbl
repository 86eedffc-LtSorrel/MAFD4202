000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.              LAB01ADS.
000030 AUTHOR.                  SARAH MCCANN-HUGHES.
000040 INSTALLATION.            MAFD 4202 LAB.
000050 DATE-WRITTEN.            2026-10-15.
000060 DATE-COMPILED.           2026-10-15.
000070*================================================================
000080*  PROGRAM      LAB01ADS
000090*  DESCRIPTION  CALLED SUBPROGRAM THAT PUTS ONE POSTAL ADDRESS
000100*               INTO STANDARD FORM AND CROSS-CHECKS IT.  THE
000110*               STREET, CITY, PROVINCE, AND POSTAL CODE ARE
000120*               UPPER-CASED; THE STREET IS SINGLE-SPACED WITH
000130*               ITS SUFFIX (STREET, AVENUE, ROAD ...) AND ITS
000140*               DIRECTION (NORTH, EAST ...) ABBREVIATED; THE
000150*               POSTAL CODE IS PUT INTO "A9A 9A9" FORM.  THE
000160*               PROVINCE MUST BE ON THE PROVREF REFERENCE FILE
000170*               AND THE POSTAL CODE'S FIRST LETTER MUST BELONG TO
000180*               IT.  SHARED BY THE LAB01EDT FRONT-END EDIT AND THE
000190*               LAB01ADR MASTER CLEANUP SO BOTH HOLD AN ADDRESS TO
000200*               THE SAME STANDARD.  THE REFERENCE FILE IS LOADED
000210*               ON THE FIRST CALL; WHEN IT IS MISSING THE PROVINCE
000220*               CHECKS ARE SKIPPED, LIKE THE CATEGORY CHECK IN
000230*               LAB01EDT.
000240*================================================================
000250*  MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 SMH   ORIGINAL - ADDRESS STANDARDIZATION AND THE
000290*                   PROVINCE / POSTAL-CODE CROSS-CHECK.
000300*================================================================
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.         GENERIC-PC.
000350 OBJECT-COMPUTER.         GENERIC-PC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*----------------------------------------------------------------
000390*   PROVINCE-REF-FILE - THE VALID PROVINCE AND TERRITORY CODES
000400*   AND THE POSTAL-CODE FIRST LETTERS THAT BELONG TO EACH
000410*----------------------------------------------------------------
000420     SELECT PROVINCE-REF-FILE
000430         ASSIGN TO           "PROVREF"
000440         ORGANIZATION IS     LINE SEQUENTIAL
000450         FILE STATUS IS      WS-PROVREF-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PROVINCE-REF-FILE
000500     LABEL RECORDS ARE STANDARD.
000510*  RECORD LAYOUT COMES FROM THE SHARED PROVREF COPYBOOK.
000520     COPY PROVREF
000530      REPLACING ==WS-PROVREF-RECORD==  BY ==PV-PROVREF-RECORD==
000540           ==WS-PROVREF-CODE==         BY ==PV-PROVREF-CODE==
000550           ==WS-PROVREF-LETTERS==      BY ==PV-PROVREF-LETTERS==
000560           ==WS-PROVREF-NAME==         BY ==PV-PROVREF-NAME==.
000570
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000600*   SWITCHES AND FILE STATUS FIELDS
000610*----------------------------------------------------------------
000620 01  WS-PROVREF-STATUS                      PIC X(02).
000630     88  WS-PROVREF-OK                      VALUE "00".
000640     88  WS-PROVREF-MISSING                 VALUE "35".
000650 01  WS-PROVREF-EOF-SWITCH                  PIC X(01)
000660         VALUE "N".
000670     88  WS-PROVREF-EOF                     VALUE "Y".
000680     88  WS-PROVREF-NOT-EOF                 VALUE "N".
000690 01  WS-PROVREF-LOADED-SWITCH               PIC X(01)
000700         VALUE "N".
000710     88  WS-PROVREF-LOADED                  VALUE "Y".
000720     88  WS-PROVREF-NOT-LOADED              VALUE "N".
000730*----------------------------------------------------------------
000740*   PROVINCE REFERENCE TABLE, LOADED FROM PROVREF ON THE FIRST
000750*   CALL AND KEPT FOR THE REST OF THE RUN
000760*----------------------------------------------------------------
000770 01  WS-PROVINCE-TABLE.
000780     05  WS-PROV-COUNT                     PIC 9(02) COMP
000790             VALUE ZERO.
000800     05  WS-PROV-ENTRY OCCURS 20 TIMES.
000810         10  WS-PROV-CODE                  PIC X(02).
000820         10  WS-PROV-LETTERS               PIC X(06).
000830 01  WS-PROV-SUB                            PIC 9(02) COMP.
000840 01  WS-PROV-MATCH-SUB                      PIC 9(02) COMP.
000850 01  WS-PROV-FOUND-SWITCH                   PIC X(01).
000860     88  WS-PROV-FOUND                      VALUE "Y".
000870     88  WS-PROV-NOT-FOUND                  VALUE "N".
000880 01  WS-LETTER-COUNT                        PIC 9(02) COMP.
000890*----------------------------------------------------------------
000900*   CASE CONVERSION
000910*----------------------------------------------------------------
000920 01  WS-LOWER-CASE                          PIC X(26)
000930         VALUE "abcdefghijklmnopqrstuvwxyz".
000940 01  WS-UPPER-CASE                          PIC X(26)
000950         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000960*----------------------------------------------------------------
000970*   STREET SUFFIXES AND DIRECTIONS, IN FULL AND ABBREVIATED
000980*   AS THE POST OFFICE PRINTS THEM
000990*----------------------------------------------------------------
001000 01  WS-SUFFIX-VALUES.
001010     05  FILLER                            PIC X(14)
001020             VALUE "AVENUE    AVE ".
001030     05  FILLER                            PIC X(14)
001040             VALUE "AV        AVE ".
001050     05  FILLER                            PIC X(14)
001060             VALUE "BOULEVARD BLVD".
001070     05  FILLER                            PIC X(14)
001080             VALUE "CIRCLE    CIR ".
001090     05  FILLER                            PIC X(14)
001100             VALUE "COURT     CRT ".
001110     05  FILLER                            PIC X(14)
001120             VALUE "CRESCENT  CRES".
001130     05  FILLER                            PIC X(14)
001140             VALUE "DRIVE     DR  ".
001150     05  FILLER                            PIC X(14)
001160             VALUE "GARDENS   GDNS".
001170     05  FILLER                            PIC X(14)
001180             VALUE "HEIGHTS   HTS ".
001190     05  FILLER                            PIC X(14)
001200             VALUE "HIGHWAY   HWY ".
001210     05  FILLER                            PIC X(14)
001220             VALUE "PARKWAY   PKY ".
001230     05  FILLER                            PIC X(14)
001240             VALUE "PLACE     PL  ".
001250     05  FILLER                            PIC X(14)
001260             VALUE "ROAD      RD  ".
001270     05  FILLER                            PIC X(14)
001280             VALUE "SQUARE    SQ  ".
001290     05  FILLER                            PIC X(14)
001300             VALUE "STREET    ST  ".
001310     05  FILLER                            PIC X(14)
001320             VALUE "TERRACE   TERR".
001330 01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
001340     05  WS-SUFFIX-ENTRY OCCURS 16 TIMES.
001350         10  WS-SUFFIX-FULL                PIC X(10).
001360         10  WS-SUFFIX-ABBR                PIC X(04).
001370 01  WS-DIRECTION-VALUES.
001380     05  FILLER                            PIC X(12)
001390             VALUE "NORTH     N ".
001400     05  FILLER                            PIC X(12)
001410             VALUE "SOUTH     S ".
001420     05  FILLER                            PIC X(12)
001430             VALUE "EAST      E ".
001440     05  FILLER                            PIC X(12)
001450             VALUE "WEST      W ".
001460     05  FILLER                            PIC X(12)
001470             VALUE "NORTHEAST NE".
001480     05  FILLER                            PIC X(12)
001490             VALUE "NORTHWEST NW".
001500     05  FILLER                            PIC X(12)
001510             VALUE "SOUTHEAST SE".
001520     05  FILLER                            PIC X(12)
001530             VALUE "SOUTHWEST SW".
001540 01  WS-DIRECTION-TABLE REDEFINES WS-DIRECTION-VALUES.
001550     05  WS-DIRECTION-ENTRY OCCURS 8 TIMES.
001560         10  WS-DIRECTION-FULL             PIC X(10).
001570         10  WS-DIRECTION-ABBR             PIC X(02).
001580 01  WS-ABBR-SUB                            PIC 9(02) COMP.
001590 01  WS-ABBR-FOUND-SWITCH                   PIC X(01).
001600     88  WS-ABBR-FOUND                      VALUE "Y".
001610     88  WS-ABBR-NOT-FOUND                  VALUE "N".
001620*----------------------------------------------------------------
001630*   STREET WORK AREA - THE STREET SPLIT INTO ITS WORDS (TWENTY
001640*   CHARACTERS HOLD AT MOST TEN) AND REBUILT SINGLE-SPACED
001650*----------------------------------------------------------------
001660 01  WS-ORIGINAL-FIELDS                     PIC X(42).
001670 01  WS-STREET-WORDS.
001680     05  WS-WORD OCCURS 10 TIMES           PIC X(20).
001690 01  WS-WORD-SUB                            PIC 9(02) COMP.
001700 01  WS-LAST-WORD-SUB                       PIC 9(02) COMP.
001710 01  WS-SUFFIX-WORD-SUB                     PIC 9(02) COMP.
001720 01  WS-WORD-LENGTH                         PIC 9(02) COMP.
001730 01  WS-NEW-STREET                          PIC X(20).
001740 01  WS-STREET-POINTER                      PIC 9(02) COMP.
001750*----------------------------------------------------------------
001760*   POSTAL CODE WORK AREA - THE CODE WITH ITS SPACES AND
001770*   HYPHENS TAKEN OUT, AND ONE CHARACTER OF IT AT A TIME
001780*----------------------------------------------------------------
001790 01  WS-PC-PACKED                           PIC X(06).
001800 01  WS-PC-LENGTH                           PIC 9(02) COMP.
001810 01  WS-PC-SUB                              PIC 9(02) COMP.
001820 01  WS-PC-CHAR                             PIC X(01).
001830     88  WS-PC-FIRST-LETTER                 VALUE "A" "B" "C"
001840             "E" "G" "H" "J" THRU "N" "P" "R" "S" "T" "V" "X"
001850             "Y".
001860     88  WS-PC-LETTER                       VALUE "A" "B" "C"
001870             "E" "G" "H" "J" THRU "N" "P" "R" "S" "T" "V" THRU
001880             "Z".
001890 LINKAGE SECTION.
001900*----------------------------------------------------------------
001910*   LK-ADDR-PARMS - THE ADDRESS TO STANDARDIZE, PASSED BY THE
001920*   CALLER AND HANDED BACK IN STANDARD FORM WITH THE RESULT
001930*----------------------------------------------------------------
001940     COPY ADDRSTD
001950      REPLACING ==WS-ADDR-PARMS==      BY ==LK-ADDR-PARMS==
001960           ==WS-ADDR-FIELDS==          BY ==LK-ADDR-FIELDS==
001970           ==WS-ADDR-STREET==          BY ==LK-ADDR-STREET==
001980           ==WS-ADDR-CITY==            BY ==LK-ADDR-CITY==
001990           ==WS-ADDR-PROVINCE==        BY ==LK-ADDR-PROVINCE==
002000           ==WS-ADDR-POSTALCODE==      BY ==LK-ADDR-POSTALCODE==
002010           ==WS-ADDR-RESULT==          BY ==LK-ADDR-RESULT==
002020           ==WS-ADDR-CLEAN==           BY ==LK-ADDR-CLEAN==
002030           ==WS-ADDR-REJECTED==        BY ==LK-ADDR-REJECTED==
002040           ==WS-ADDR-CHANGED-SWITCH==
002050                                   BY ==LK-ADDR-CHANGED-SWITCH==
002060           ==WS-ADDR-CHANGED==         BY ==LK-ADDR-CHANGED==
002070           ==WS-ADDR-UNCHANGED==       BY ==LK-ADDR-UNCHANGED==
002080           ==WS-ADDR-REASON==          BY ==LK-ADDR-REASON==.
002090 PROCEDURE DIVISION USING LK-ADDR-PARMS.
002100*================================================================
002110*  0000-MAINLINE
002120*================================================================
002130 0000-MAINLINE.
002140     SET LK-ADDR-CLEAN                    TO TRUE.
002150     SET LK-ADDR-UNCHANGED                TO TRUE.
002160     MOVE SPACES                          TO LK-ADDR-REASON.
002170     IF WS-PROVREF-NOT-LOADED
002180         PERFORM 1000-LOAD-PROVINCE-TABLE THRU 1000-EXIT
002190     END-IF.
002200     MOVE LK-ADDR-FIELDS                  TO WS-ORIGINAL-FIELDS.
002210     INSPECT LK-ADDR-FIELDS
002220         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002230     IF LK-ADDR-STREET NOT = SPACES
002240         PERFORM 2000-STANDARDIZE-STREET THRU 2000-EXIT
002250     END-IF.
002260     IF LK-ADDR-POSTALCODE NOT = SPACES
002270         PERFORM 3000-STANDARDIZE-POSTALCODE THRU 3000-EXIT
002280     END-IF.
002290     IF LK-ADDR-CLEAN
002300         AND LK-ADDR-PROVINCE NOT = SPACES
002310         AND WS-PROV-COUNT > ZERO
002320         PERFORM 4000-CHECK-PROVINCE THRU 4000-EXIT
002330     END-IF.
002340     IF LK-ADDR-FIELDS NOT = WS-ORIGINAL-FIELDS
002350         SET LK-ADDR-CHANGED              TO TRUE
002360     END-IF.
002370     GOBACK.
002380*================================================================
002390*  1000-LOAD-PROVINCE-TABLE - READ THE PROVINCE REFERENCE FILE
002400*  INTO THE TABLE, ONCE PER RUN.  A MISSING FILE JUST LEAVES THE
002410*  TABLE EMPTY AND THE PROVINCE CHECKS OFF.
002420*================================================================
002430 1000-LOAD-PROVINCE-TABLE.
002440     SET WS-PROVREF-LOADED                TO TRUE.
002450     OPEN INPUT PROVINCE-REF-FILE.
002460     IF NOT WS-PROVREF-OK
002470         IF NOT WS-PROVREF-MISSING
002480             DISPLAY "LAB01ADS: ERROR OPENING PROVINCE-REF-FILE, "
002490                 "STATUS = " WS-PROVREF-STATUS
002500         END-IF
002510     ELSE
002520         PERFORM 1100-READ-PROVINCE THRU 1100-EXIT
002530         PERFORM 1200-TABLE-ONE-PROVINCE THRU 1200-EXIT
002540             UNTIL WS-PROVREF-EOF
002550                OR WS-PROV-COUNT = 20
002560         CLOSE PROVINCE-REF-FILE
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600*================================================================
002610*  1100-READ-PROVINCE - READ THE NEXT PROVINCE REFERENCE ROW
002620*================================================================
002630 1100-READ-PROVINCE.
002640     READ PROVINCE-REF-FILE
002650         AT END
002660             SET WS-PROVREF-EOF TO TRUE
002670     END-READ.
002680 1100-EXIT.
002690     EXIT.
002700*================================================================
002710*  1200-TABLE-ONE-PROVINCE - ADD ONE REFERENCE ROW TO THE TABLE
002720*================================================================
002730 1200-TABLE-ONE-PROVINCE.
002740     ADD 1 TO WS-PROV-COUNT.
002750     MOVE PV-PROVREF-CODE       TO WS-PROV-CODE(WS-PROV-COUNT).
002760     MOVE PV-PROVREF-LETTERS    TO WS-PROV-LETTERS(WS-PROV-COUNT).
002770     INSPECT WS-PROV-ENTRY(WS-PROV-COUNT)
002780         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002790     PERFORM 1100-READ-PROVINCE THRU 1100-EXIT.
002800 1200-EXIT.
002810     EXIT.
002820*================================================================
002830*  2000-STANDARDIZE-STREET - SPLIT THE STREET INTO WORDS, DROP
002840*  THE PERIOD OFF AN ABBREVIATION ("AVE." BECOMES "AVE"),
002850*  ABBREVIATE A TRAILING DIRECTION AND THE SUFFIX AHEAD OF IT,
002860*  AND PUT THE WORDS BACK TOGETHER SINGLE-SPACED.  THE FIRST
002870*  WORD (THE CIVIC NUMBER OR A ONE-WORD NAME) IS NEVER TAKEN
002880*  FOR A SUFFIX.
002890*================================================================
002900 2000-STANDARDIZE-STREET.
002910     MOVE SPACES                          TO WS-STREET-WORDS.
002920     UNSTRING LK-ADDR-STREET DELIMITED BY ALL SPACE
002930         INTO WS-WORD(1)  WS-WORD(2)  WS-WORD(3)  WS-WORD(4)
002940              WS-WORD(5)  WS-WORD(6)  WS-WORD(7)  WS-WORD(8)
002950              WS-WORD(9)  WS-WORD(10)
002960     END-UNSTRING.
002970     MOVE ZERO                            TO WS-LAST-WORD-SUB.
002980     PERFORM 2100-TRIM-ONE-WORD THRU 2100-EXIT
002990         VARYING WS-WORD-SUB FROM 1 BY 1
003000         UNTIL WS-WORD-SUB > 10.
003010     MOVE WS-LAST-WORD-SUB                TO WS-SUFFIX-WORD-SUB.
003020     IF WS-LAST-WORD-SUB > 1
003030         PERFORM 2200-ABBREVIATE-DIRECTION THRU 2200-EXIT
003040     END-IF.
003050     IF WS-SUFFIX-WORD-SUB > 1
003060         PERFORM 2300-ABBREVIATE-SUFFIX THRU 2300-EXIT
003070     END-IF.
003080     MOVE SPACES                          TO WS-NEW-STREET.
003090     MOVE 1                               TO WS-STREET-POINTER.
003100     PERFORM 2400-APPEND-ONE-WORD THRU 2400-EXIT
003110         VARYING WS-WORD-SUB FROM 1 BY 1
003120         UNTIL WS-WORD-SUB > 10.
003130     MOVE WS-NEW-STREET                   TO LK-ADDR-STREET.
003140 2000-EXIT.
003150     EXIT.
003160*================================================================
003170*  2100-TRIM-ONE-WORD - DROP A TRAILING PERIOD FROM ONE WORD AND
003180*  NOTE THE LAST WORD THAT IS NOT BLANK
003190*================================================================
003200 2100-TRIM-ONE-WORD.
003210     IF WS-WORD(WS-WORD-SUB) NOT = SPACES
003220         MOVE ZERO                        TO WS-WORD-LENGTH
003230         INSPECT WS-WORD(WS-WORD-SUB)
003240             TALLYING WS-WORD-LENGTH FOR CHARACTERS
003250                 BEFORE INITIAL SPACE
003260         IF WS-WORD(WS-WORD-SUB)(WS-WORD-LENGTH:1) = "."
003270             MOVE SPACE
003280                 TO WS-WORD(WS-WORD-SUB)(WS-WORD-LENGTH:1)
003290         END-IF
003300         IF WS-WORD(WS-WORD-SUB) NOT = SPACES
003310             MOVE WS-WORD-SUB             TO WS-LAST-WORD-SUB
003320         END-IF
003330     END-IF.
003340 2100-EXIT.
003350     EXIT.
003360*================================================================
003370*  2200-ABBREVIATE-DIRECTION - A LAST WORD THAT IS A DIRECTION
003380*  IS ABBREVIATED, AND THE SUFFIX IS THEN THE WORD AHEAD OF IT
003390*================================================================
003400 2200-ABBREVIATE-DIRECTION.
003410     SET WS-ABBR-NOT-FOUND                TO TRUE.
003420     PERFORM 2210-CHECK-ONE-DIRECTION THRU 2210-EXIT
003430         VARYING WS-ABBR-SUB FROM 1 BY 1
003440         UNTIL WS-ABBR-SUB > 8
003450            OR WS-ABBR-FOUND.
003460     IF WS-ABBR-FOUND
003470         SUBTRACT 1 FROM WS-SUFFIX-WORD-SUB
003480     ELSE
003490         IF WS-WORD(WS-LAST-WORD-SUB) = "N" OR "S" OR "E" OR "W"
003500             OR "NE" OR "NW" OR "SE" OR "SW"
003510             SUBTRACT 1 FROM WS-SUFFIX-WORD-SUB
003520         END-IF
003530     END-IF.
003540 2200-EXIT.
003550     EXIT.
003560*================================================================
003570*  2210-CHECK-ONE-DIRECTION - COMPARE ONE DIRECTION TABLE ENTRY
003580*================================================================
003590 2210-CHECK-ONE-DIRECTION.
003600     IF WS-WORD(WS-LAST-WORD-SUB) = WS-DIRECTION-FULL(WS-ABBR-SUB)
003610         SET WS-ABBR-FOUND                TO TRUE
003620         MOVE WS-DIRECTION-ABBR(WS-ABBR-SUB)
003630             TO WS-WORD(WS-LAST-WORD-SUB)
003640     END-IF.
003650 2210-EXIT.
003660     EXIT.
003670*================================================================
003680*  2300-ABBREVIATE-SUFFIX - A SUFFIX WORD ON THE TABLE IS
003690*  REPLACED BY ITS ABBREVIATION
003700*================================================================
003710 2300-ABBREVIATE-SUFFIX.
003720     SET WS-ABBR-NOT-FOUND                TO TRUE.
003730     PERFORM 2310-CHECK-ONE-SUFFIX THRU 2310-EXIT
003740         VARYING WS-ABBR-SUB FROM 1 BY 1
003750         UNTIL WS-ABBR-SUB > 16
003760            OR WS-ABBR-FOUND.
003770 2300-EXIT.
003780     EXIT.
003790*================================================================
003800*  2310-CHECK-ONE-SUFFIX - COMPARE ONE SUFFIX TABLE ENTRY
003810*================================================================
003820 2310-CHECK-ONE-SUFFIX.
003830     IF WS-WORD(WS-SUFFIX-WORD-SUB) = WS-SUFFIX-FULL(WS-ABBR-SUB)
003840         SET WS-ABBR-FOUND                TO TRUE
003850         MOVE WS-SUFFIX-ABBR(WS-ABBR-SUB)
003860             TO WS-WORD(WS-SUFFIX-WORD-SUB)
003870     END-IF.
003880 2310-EXIT.
003890     EXIT.
003900*================================================================
003910*  2400-APPEND-ONE-WORD - ADD ONE NON-BLANK WORD TO THE REBUILT
003920*  STREET, ONE SPACE AFTER THE WORD BEFORE IT
003930*================================================================
003940 2400-APPEND-ONE-WORD.
003950     IF WS-WORD(WS-WORD-SUB) NOT = SPACES
003960         IF WS-STREET-POINTER > 1
003970             ADD 1 TO WS-STREET-POINTER
003980         END-IF
003990         STRING WS-WORD(WS-WORD-SUB)      DELIMITED BY SPACE
004000             INTO WS-NEW-STREET
004010             WITH POINTER WS-STREET-POINTER
004020         END-STRING
004030     END-IF.
004040 2400-EXIT.
004050     EXIT.
004060*================================================================
004070*  3000-STANDARDIZE-POSTALCODE - TAKE THE SPACES AND HYPHENS OUT
004080*  OF THE POSTAL CODE.  WHAT IS LEFT MUST BE SIX CHARACTERS,
004090*  LETTER-DIGIT-LETTER DIGIT-LETTER-DIGIT, USING ONLY THE
004100*  LETTERS THE POST OFFICE ISSUES; IT GOES BACK AS "A9A 9A9".
004110*================================================================
004120 3000-STANDARDIZE-POSTALCODE.
004130     MOVE SPACES                          TO WS-PC-PACKED.
004140     MOVE ZERO                            TO WS-PC-LENGTH.
004150     PERFORM 3100-PACK-ONE-CHARACTER THRU 3100-EXIT
004160         VARYING WS-PC-SUB FROM 1 BY 1
004170         UNTIL WS-PC-SUB > 7.
004180     IF WS-PC-LENGTH NOT = 6
004190         SET LK-ADDR-REJECTED             TO TRUE
004200     ELSE
004210         MOVE WS-PC-PACKED(1:1)           TO WS-PC-CHAR
004220         IF NOT WS-PC-FIRST-LETTER
004230             SET LK-ADDR-REJECTED         TO TRUE
004240         END-IF
004250         MOVE WS-PC-PACKED(3:1)           TO WS-PC-CHAR
004260         IF NOT WS-PC-LETTER
004270             SET LK-ADDR-REJECTED         TO TRUE
004280         END-IF
004290         MOVE WS-PC-PACKED(5:1)           TO WS-PC-CHAR
004300         IF NOT WS-PC-LETTER
004310             SET LK-ADDR-REJECTED         TO TRUE
004320         END-IF
004330         IF WS-PC-PACKED(2:1) NOT NUMERIC
004340             OR WS-PC-PACKED(4:1) NOT NUMERIC
004350             OR WS-PC-PACKED(6:1) NOT NUMERIC
004360             SET LK-ADDR-REJECTED         TO TRUE
004370         END-IF
004380     END-IF.
004390     IF LK-ADDR-REJECTED
004400         MOVE "INVALID POSTAL CODE"       TO LK-ADDR-REASON
004410     ELSE
004420         MOVE SPACES                      TO LK-ADDR-POSTALCODE
004430         MOVE WS-PC-PACKED(1:3)     TO LK-ADDR-POSTALCODE(1:3)
004440         MOVE WS-PC-PACKED(4:3)     TO LK-ADDR-POSTALCODE(5:3)
004450     END-IF.
004460 3000-EXIT.
004470     EXIT.
004480*================================================================
004490*  3100-PACK-ONE-CHARACTER - KEEP ONE POSTAL CODE CHARACTER
004500*  THAT IS NOT A SPACE OR A HYPHEN
004510*================================================================
004520 3100-PACK-ONE-CHARACTER.
004530     IF LK-ADDR-POSTALCODE(WS-PC-SUB:1) NOT = SPACE
004540         AND LK-ADDR-POSTALCODE(WS-PC-SUB:1) NOT = "-"
004550         ADD 1 TO WS-PC-LENGTH
004560         IF WS-PC-LENGTH NOT > 6
004570             MOVE LK-ADDR-POSTALCODE(WS-PC-SUB:1)
004580                 TO WS-PC-PACKED(WS-PC-LENGTH:1)
004590         END-IF
004600     END-IF.
004610 3100-EXIT.
004620     EXIT.
004630*================================================================
004640*  4000-CHECK-PROVINCE - THE PROVINCE MUST BE ON THE REFERENCE
004650*  TABLE, AND A POSTAL CODE WITH IT MUST START WITH ONE OF THE
004660*  LETTERS THAT PROVINCE'S CODES START WITH
004670*================================================================
004680 4000-CHECK-PROVINCE.
004690     SET WS-PROV-NOT-FOUND                TO TRUE.
004700     PERFORM 4100-CHECK-ONE-PROVINCE THRU 4100-EXIT
004710         VARYING WS-PROV-SUB FROM 1 BY 1
004720         UNTIL WS-PROV-SUB > WS-PROV-COUNT
004730            OR WS-PROV-FOUND.
004740     IF WS-PROV-NOT-FOUND
004750         SET LK-ADDR-REJECTED             TO TRUE
004760         MOVE "INVALID PROVINCE CODE"     TO LK-ADDR-REASON
004770     ELSE
004780         IF LK-ADDR-POSTALCODE NOT = SPACES
004790             MOVE ZERO                    TO WS-LETTER-COUNT
004800             INSPECT WS-PROV-LETTERS(WS-PROV-MATCH-SUB)
004810                 TALLYING WS-LETTER-COUNT
004820                 FOR ALL LK-ADDR-POSTALCODE(1:1)
004830             IF WS-LETTER-COUNT = ZERO
004840                 SET LK-ADDR-REJECTED     TO TRUE
004850                 MOVE "POSTAL CODE NOT IN PROV"
004860                     TO LK-ADDR-REASON
004870             END-IF
004880         END-IF
004890     END-IF.
004900 4000-EXIT.
004910     EXIT.
004920*================================================================
004930*  4100-CHECK-ONE-PROVINCE - COMPARE ONE TABLE ENTRY, KEEPING
004940*  THE SUBSCRIPT OF THE ONE THAT MATCHES
004950*================================================================
004960 4100-CHECK-ONE-PROVINCE.
004970     IF LK-ADDR-PROVINCE = WS-PROV-CODE(WS-PROV-SUB)
004980         SET WS-PROV-FOUND                TO TRUE
004990         MOVE WS-PROV-SUB                 TO WS-PROV-MATCH-SUB
005000     END-IF.
005010 4100-EXIT.
005020     EXIT.
005030 END PROGRAM LAB01ADS.
