001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - DISTRIBUTOR NEW-RELEASE
001200*                   CATALOG IMPORT.
001210*  2026-10-15 VSG   THE DISTRIBUTOR'S RATING (COLUMNS 52-56,
001220*                   G/PG/PG-13/R/NC-17/X) NOW SETS VIDEO-RATING;
001230*                   AN UNRECOGNIZED RATING CREATES THE TITLE
001240*                   UNRATED AND LISTS IT ON CATEXC FOR VIDMAINT.
001250*  2026-10-15 VSG   NEW TITLES CREATE WITH NO DISTRIBUTOR NAMED
001260*                   (POGEN USES ITS DEFAULT UNTIL VIDMAINT SETS
001270*                   ONE).
001275*  2026-10-15 VSG   THE DISTRIBUTOR'S GENRE (COLUMNS 58-69) NOW
001280*                   DEFAULTS VIDEO-GENRE; A GENRE WITH NO HOUSE
001285*                   CODE CREATES THE TITLE UNCLASSIFIED AND
001290*                   LISTS IT ON CATEXC FOR VIDMAINT.
001300*=================================================================
001400*  READS THE DISTRIBUTOR'S CATALOG FILE (TITLE, MEDIA FORMAT,
001500*  RELEASE DATE) AND PRE-CREATES VIDOFILE RECORDS FOR THE NEW
005500     05  DC-MEDIA-FORMAT            PIC X(1).
005600     05  FILLER                     PIC X(1).
005700     05  DC-RELEASE-DATE            PIC 9(8).
005710     05  FILLER                     PIC X(1).
005720     05  DC-RATING                  PIC X(5).
005730     05  FILLER                     PIC X(1).
005740     05  DC-GENRE                   PIC X(12).
005800     05  FILLER                     PIC X(11).
005900 FD  CATREG-RPT
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  CATREG-LINE                    PIC X(80).
008700     05  WS-TITLES-CREATED          PIC 9(5) VALUE ZERO.
008800     05  WS-DUPLICATES-SKIPPED      PIC 9(5) VALUE ZERO.
008900     05  WS-NEAR-MATCHES            PIC 9(5) VALUE ZERO.
008910     05  WS-UNRATED-TITLES          PIC 9(5) VALUE ZERO.
008920     05  WS-UNCLASSIFIED-TITLES     PIC 9(5) VALUE ZERO.
009000     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
009100 01  WS-REGISTER-DETAIL.
009200     05  FILLER                     PIC X(1)  VALUE SPACE.
009700     05  RG-RELEASE-DATE            PIC 9(8).
009800     05  FILLER                     PIC X(2)  VALUE SPACE.
009900     05  RG-TITLE                   PIC X(40).
009910     05  FILLER                     PIC X(2)  VALUE SPACE.
009920     05  RG-RATING                  PIC X(1).
009930     05  FILLER                     PIC X(2)  VALUE SPACE.
009940     05  RG-GENRE                   PIC X(2).
010000 01  WS-EXCEPT-DETAIL.
010100     05  FILLER                     PIC X(1)  VALUE SPACE.
010200     05  XC-CATALOG-TITLE           PIC X(40).
026000     MOVE DC-RELEASE-DATE            TO VIDEO-RELEASE-DATE
026100     MOVE ZERO                       TO VIDEO-TOTAL-COPIES
026200     MOVE ZERO                       TO VIDEO-STORE-CODE
026205     MOVE ZERO                       TO VIDEO-DISTRIBUTOR-ID
026210     PERFORM 2250-TRANSLATE-THE-RATING
026220     PERFORM 2260-TRANSLATE-THE-GENRE
026300     WRITE VIDEO-RECORD
026400         INVALID KEY
026500             DISPLAY 'CATIMPRT: VIDOFILE WRITE FAILED='
027000             MOVE VIDEO-MEDIA-FORMAT TO RG-FORMAT
027100             MOVE VIDEO-RELEASE-DATE TO RG-RELEASE-DATE
027200             MOVE VIDEO-TITLE        TO RG-TITLE
027210             MOVE VIDEO-RATING       TO RG-RATING
027220             MOVE VIDEO-GENRE        TO RG-GENRE
027300             WRITE CATREG-LINE FROM WS-REGISTER-DETAIL
027400             ADD 1 TO WS-REGISTER-LINES
027500     END-WRITE.
027502*=================================================================
027504*    2250-TRANSLATE-THE-RATING - DISTRIBUTOR RATING TEXT TO THE
027506*    ONE-CHARACTER VIDEO-RATING CODE; ANYTHING ELSE LEAVES THE
027508*    TITLE UNRATED AND ON THE EXCEPTION LIST
027510*=================================================================
027512 2250-TRANSLATE-THE-RATING.
027514     EVALUATE DC-RATING
027516         WHEN 'G    '
027518             MOVE 'G' TO VIDEO-RATING
027520         WHEN 'PG   '
027522             MOVE 'P' TO VIDEO-RATING
027524         WHEN 'PG-13'
027526             MOVE 'T' TO VIDEO-RATING
027528         WHEN 'R    '
027530             MOVE 'R' TO VIDEO-RATING
027532         WHEN 'NC-17'
027534             MOVE 'N' TO VIDEO-RATING
027536         WHEN 'X    '
027538             MOVE 'X' TO VIDEO-RATING
027540         WHEN OTHER
027542             MOVE SPACE TO VIDEO-RATING
027544             ADD 1 TO WS-UNRATED-TITLES
027546             MOVE DC-TITLE           TO XC-CATALOG-TITLE
027548             MOVE WS-NEXT-VIDEO-CODE TO XC-MATCH-CODE
027550             MOVE 'RATING NOT KNOWN' TO XC-TEXT
027552             WRITE CATEXC-LINE FROM WS-EXCEPT-DETAIL
027554     END-EVALUATE.
027555*=================================================================
027556*    2260-TRANSLATE-THE-GENRE - DISTRIBUTOR GENRE TEXT TO THE
027557*    HOUSE GENRE CODE; A BLANK GENRE LEAVES THE TITLE
027558*    UNCLASSIFIED, ANY OTHER UNKNOWN TEXT ALSO LISTS ON CATEXC
027559*=================================================================
027560 2260-TRANSLATE-THE-GENRE.
027561     EVALUATE DC-GENRE
027562         WHEN 'ACTION      '
027563         WHEN 'ADVENTURE   '
027564             MOVE 'AC' TO VIDEO-GENRE
027565         WHEN 'ANIMATION   '
027566         WHEN 'ANIMATED    '
027567             MOVE 'AN' TO VIDEO-GENRE
027568         WHEN 'COMEDY      '
027569             MOVE 'CO' TO VIDEO-GENRE
027570         WHEN 'DOCUMENTARY '
027571             MOVE 'DO' TO VIDEO-GENRE
027572         WHEN 'DRAMA       '
027573             MOVE 'DR' TO VIDEO-GENRE
027574         WHEN 'FAMILY      '
027575         WHEN 'KIDS        '
027576         WHEN 'CHILDREN    '
027577             MOVE 'FA' TO VIDEO-GENRE
027578         WHEN 'FOREIGN     '
027579             MOVE 'FO' TO VIDEO-GENRE
027580         WHEN 'HORROR      '
027581             MOVE 'HO' TO VIDEO-GENRE
027582         WHEN 'MUSICAL     '
027583         WHEN 'MUSIC       '
027584             MOVE 'MU' TO VIDEO-GENRE
027585         WHEN 'ROMANCE     '
027586             MOVE 'RO' TO VIDEO-GENRE
027587         WHEN 'SCI-FI      '
027588         WHEN 'SCIENCE FICT'
027589         WHEN 'FANTASY     '
027590             MOVE 'SF' TO VIDEO-GENRE
027591         WHEN 'THRILLER    '
027592         WHEN 'SUSPENSE    '
027593         WHEN 'MYSTERY     '
027594             MOVE 'TH' TO VIDEO-GENRE
027595         WHEN 'WESTERN     '
027596             MOVE 'WE' TO VIDEO-GENRE
027597         WHEN SPACES
027598             MOVE SPACES TO VIDEO-GENRE
027599             ADD 1 TO WS-UNCLASSIFIED-TITLES
027600         WHEN OTHER
027601             MOVE SPACES TO VIDEO-GENRE
027602             ADD 1 TO WS-UNCLASSIFIED-TITLES
027603             MOVE DC-TITLE           TO XC-CATALOG-TITLE
027604             MOVE WS-NEXT-VIDEO-CODE TO XC-MATCH-CODE
027605             MOVE 'GENRE NOT KNOWN'  TO XC-TEXT
027606             WRITE CATEXC-LINE FROM WS-EXCEPT-DETAIL
027607     END-EVALUATE.
027608*=================================================================
027700*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
027800*=================================================================
027900 3000-TERMINATE.
028700     DISPLAY 'CATIMPRT: DUPLICATES SKIPPED = '
028800         WS-DUPLICATES-SKIPPED
028900     DISPLAY 'CATIMPRT: NEAR MATCHES       = '
029000         WS-NEAR-MATCHES
029010     DISPLAY 'CATIMPRT: UNRATED TITLES     = '
029020         WS-UNRATED-TITLES
029030     DISPLAY 'CATIMPRT: UNCLASSIFIED TITLES= '
029040         WS-UNCLASSIFIED-TITLES.
029100*=================================================================
029200*=================================================================
029300*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
