001180*  2026-09-02 VSG   PRIMARY CARD NOW CARRIES THE MEMBERSHIP
001190*                   START DATE (COLUMNS 52-59) AND EXPIRY DATE
001191*                   (COLUMNS 60-67) FOR THE RENEWAL BILLING RUN.
001192*  2026-10-15 VSG   PRIMARY CARD NOW CARRIES THE MEMBERSHIP CLASS
001193*                   (T/S/P) IN COLUMN 68 FOR THE CHECKOUT RENTAL
001194*                   LIMITS; AN ADD WITH NO CLASS OPENS AS A
001195*                   TRIAL MEMBER.
001196*  2026-10-15 VSG   CLASS U ENROLS THE MEMBER ON THE UNLIMITED-
001197*                   RENTAL SUBSCRIPTION; AN ADD STARTS WITH NO
001198*                   SUBSCRIPTION MONTH BILLED, SO THE NEXT
001199*                   MEMRENEW CYCLE BILLS THE FIRST FEE.
001200*  2026-10-15 VSG   PRIMARY CARD NOW CARRIES THE CONTACT
001201*                   PREFERENCES - NO MAIL (COL 69), NO PHONE
001202*                   (COL 70), STATEMENT ONLY (COL 71), Y/N, AND
001203*                   THE LETTER LANGUAGE EN/ES (COLS 72-73).  A
001204*                   CHANGE CARD LEFT BLANK KEEPS THE CURRENT
001205*                   SETTING; AN ADD DEFAULTS TO N AND EN.
001206*  2026-10-15 VSG   CUSTOMER NUMBERS 900000 AND UP ARE RESERVED
001207*                   FOR THE ANONYMOUS TOKENS PRIVRET PUTS ON
001208*                   AGED RENTAL HISTORY; AN ADD IN THAT RANGE
001209*                   IS REJECTED.
001210*  2026-10-15 VSG   PRIMARY CARD NOW CARRIES THE KEYING
001211*                   OPERATOR'S ID IN COLUMNS 74-76; EACH CHGJRNL
001212*                   LINE IS STAMPED WITH IT FOR THE SEGREGATION-
001213*                   OF-DUTIES EXCEPTIONS REPORT.
001214*=================================================================
001300*  CARD-DRIVEN MAINTENANCE FOR CUSTFILE.  AN ADD CARD REGISTERS
001400*  A NEW MEMBER, A CHANGE CARD REPLACES NAME/ADDRESS/PHONE, AND
001500*  A DEACTIVATE CARD FLAGS THE MEMBER INACTIVE WITHOUT DELETING
005693         10  CC-HOME-STORE          PIC 9(2).
005694         10  CC-MEMBER-SINCE        PIC 9(8).
005696         10  CC-EXPIRY-DATE         PIC 9(8).
005697         10  CC-MEMBER-CLASS        PIC X(1).
005698             88  CC-CLASS-VALID     VALUE 'T' 'S' 'P' 'U'.
005699         10  CC-NO-MAIL             PIC X(1).
005700             88  CC-NO-MAIL-VALID   VALUE 'Y' 'N'.
005701         10  CC-NO-PHONE            PIC X(1).
005702             88  CC-NO-PHONE-VALID  VALUE 'Y' 'N'.
005703         10  CC-STMT-ONLY           PIC X(1).
005704             88  CC-STMT-ONLY-VALID VALUE 'Y' 'N'.
005705         10  CC-LANGUAGE            PIC X(2).
005706             88  CC-LANGUAGE-VALID  VALUE 'EN' 'ES'.
005707         10  CC-OPERATOR-ID         PIC X(3).
005708     05  CC-ADDRESS                 PIC X(40).
005709 01  FC-STATUSES.
005800     05  FC-CUSTFILE-STATUS         PIC X(2).
005900     05  FC-CUSTCARD-STATUS         PIC X(2).
006000     05  FC-CUSTAUD-STATUS          PIC X(2).
006600     05  WS-CUST-ON-FILE-SW         PIC X(1) VALUE 'N'.
006700         88  WS-CUST-ON-FILE        VALUE 'Y'.
006800 01  WS-REJECT-REASON               PIC X(30).
006810 01  WS-FIRST-RESERVED-ID           PIC 9(6) VALUE 900000.
006900 01  WS-BEFORE-IMAGE.
007000     05  WS-BEFORE-NAME             PIC X(30).
007100     05  WS-BEFORE-ADDRESS          PIC X(40).
007200     05  WS-BEFORE-PHONE            PIC X(12).
007300     05  WS-BEFORE-ACTIVE           PIC X(1).
007310     05  WS-BEFORE-CLASS            PIC X(1).
007320     05  WS-BEFORE-PREFS            PIC X(5).
007400 01  WS-COUNTERS.
007500     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
007600     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
009600     05  AI-PHONE                   PIC X(12).
009700     05  FILLER                     PIC X(1)  VALUE SPACE.
009800     05  AI-ACTIVE                  PIC X(1).
009810     05  FILLER                     PIC X(1)  VALUE SPACE.
009820     05  AI-CLASS                   PIC X(1).
009830     05  FILLER                     PIC X(1)  VALUE SPACE.
009840     05  AI-PREFS                   PIC X(5).
009900 01  WS-AUDIT-ADDR-LINE.
010000     05  FILLER                     PIC X(9)  VALUE SPACE.
010100     05  AA-ADDRESS                 PIC X(40).
014300     IF NOT WS-EOF
014400         ADD 1 TO WS-CARDS-READ
014410         MOVE SPACES TO CUST-TRANS-CARD
014420         MOVE CUST-CARD-IMAGE (1:76) TO CC-PRIMARY-FIELDS
014430         IF CC-ADD OR CC-CHANGE
014440             PERFORM 1150-READ-ADDRESS-CARD
014450         END-IF
018000         MOVE CUSTOMER-ADDRESS       TO WS-BEFORE-ADDRESS
018100         MOVE CUSTOMER-PHONE         TO WS-BEFORE-PHONE
018200         MOVE CUSTOMER-ACTIVE-FLAG   TO WS-BEFORE-ACTIVE
018210         MOVE CUSTOMER-MEMBER-CLASS  TO WS-BEFORE-CLASS
018220         MOVE CUSTOMER-CONTACT-PREFS TO WS-BEFORE-PREFS
018300     END-IF.
018400*=================================================================
018500*    2100-APPLY-ADD - REGISTER A NEW MEMBER
019200         MOVE 'CUSTOMER ALREADY ON FILE'
019300             TO WS-REJECT-REASON
019400     END-IF
019410     IF WS-CARD-OK
019420         AND CC-CUSTOMER-ID NOT < WS-FIRST-RESERVED-ID
019430         MOVE 'N' TO WS-CARD-OK-SW
019440         MOVE 'CUSTOMER-ID IN RESERVED RANGE'
019450             TO WS-REJECT-REASON
019460     END-IF
019500     IF WS-CARD-OK
019600         MOVE CC-CUSTOMER-ID         TO CUSTOMER-ID
019700         MOVE CC-NAME                TO CUSTOMER-NAME
020094         ELSE
020095             MOVE ZERO               TO CUSTOMER-EXPIRY-DATE
020096         END-IF
020097         IF CC-CLASS-VALID
020098             MOVE CC-MEMBER-CLASS    TO CUSTOMER-MEMBER-CLASS
020099         ELSE
020100             MOVE 'T'                TO CUSTOMER-MEMBER-CLASS
020101         END-IF
020102         MOVE ZERO                   TO CUSTOMER-SUB-BILLED-MONTH
020103         MOVE ZERO                   TO CUSTOMER-SUB-FEE-BILLED
020104         MOVE 'N'                    TO CUSTOMER-NO-MAIL
020105         MOVE 'N'                    TO CUSTOMER-NO-PHONE
020106         MOVE 'N'                    TO CUSTOMER-STMT-ONLY
020107         MOVE 'EN'                   TO CUSTOMER-LANGUAGE
020108         PERFORM 2450-APPLY-CONTACT-PREFS
020109         WRITE CUSTOMER-RECORD
020200             INVALID KEY
020300                 MOVE 'N' TO WS-CARD-OK-SW
020400                 MOVE 'CUSTFILE WRITE FAILED'
022590             AND CC-EXPIRY-DATE > ZERO
022591             MOVE CC-EXPIRY-DATE     TO CUSTOMER-EXPIRY-DATE
022592         END-IF
022593         IF CC-CLASS-VALID
022594             MOVE CC-MEMBER-CLASS    TO CUSTOMER-MEMBER-CLASS
022595         END-IF
022596         PERFORM 2450-APPLY-CONTACT-PREFS
022600         REWRITE CUSTOMER-RECORD
022700             INVALID KEY
022800                 MOVE 'N' TO WS-CARD-OK-SW
028100         MOVE 'N' TO WS-CARD-OK-SW
028200         MOVE 'ADDRESS IS REQUIRED'
028300             TO WS-REJECT-REASON
028310     END-IF
028320     IF WS-CARD-OK
028330         AND CC-MEMBER-CLASS NOT = SPACE
028340         AND NOT CC-CLASS-VALID
028350         MOVE 'N' TO WS-CARD-OK-SW
028360         MOVE 'MEMBER CLASS NOT T/S/P/U'
028370             TO WS-REJECT-REASON
028371     END-IF
028372     IF WS-CARD-OK
028373         AND ((CC-NO-MAIL NOT = SPACE AND NOT CC-NO-MAIL-VALID)
028374           OR (CC-NO-PHONE NOT = SPACE AND NOT CC-NO-PHONE-VALID)
028375           OR (CC-STMT-ONLY NOT = SPACE
028376               AND NOT CC-STMT-ONLY-VALID))
028377         MOVE 'N' TO WS-CARD-OK-SW
028378         MOVE 'CONTACT PREFERENCE NOT Y/N'
028379             TO WS-REJECT-REASON
028380     END-IF
028381     IF WS-CARD-OK
028382         AND CC-LANGUAGE NOT = SPACES
028383         AND NOT CC-LANGUAGE-VALID
028384         MOVE 'N' TO WS-CARD-OK-SW
028385         MOVE 'LETTER LANGUAGE NOT EN/ES'
028386             TO WS-REJECT-REASON
028400     END-IF.
028405*=================================================================
028410*    2450-APPLY-CONTACT-PREFS - MOVE THE PREFERENCES THE CARD
028415*    CARRIES; A BLANK COLUMN LEAVES THE RECORD'S SETTING ALONE
028420*=================================================================
028425 2450-APPLY-CONTACT-PREFS.
028430     IF CC-NO-MAIL-VALID
028435         MOVE CC-NO-MAIL             TO CUSTOMER-NO-MAIL
028440     END-IF
028445     IF CC-NO-PHONE-VALID
028450         MOVE CC-NO-PHONE            TO CUSTOMER-NO-PHONE
028455     END-IF
028460     IF CC-STMT-ONLY-VALID
028465         MOVE CC-STMT-ONLY           TO CUSTOMER-STMT-ONLY
028470     END-IF
028475     IF CC-LANGUAGE-VALID
028480         MOVE CC-LANGUAGE            TO CUSTOMER-LANGUAGE
028485     END-IF.
028500*=================================================================
028600*    2900-WRITE-AUDIT-LINES - CARD DISPOSITION PLUS BEFORE AND
028700*    AFTER IMAGES FOR EVERY ACCEPTED UPDATE
030400             MOVE WS-BEFORE-NAME     TO AI-NAME
030500             MOVE WS-BEFORE-PHONE    TO AI-PHONE
030600             MOVE WS-BEFORE-ACTIVE   TO AI-ACTIVE
030610             MOVE WS-BEFORE-CLASS    TO AI-CLASS
030620             MOVE WS-BEFORE-PREFS    TO AI-PREFS
030700             WRITE CUSTAUD-LINE FROM WS-AUDIT-IMAGE-LINE
030800             MOVE WS-BEFORE-ADDRESS  TO AA-ADDRESS
030900             WRITE CUSTAUD-LINE FROM WS-AUDIT-ADDR-LINE
031300         MOVE CUSTOMER-NAME          TO AI-NAME
031400         MOVE CUSTOMER-PHONE         TO AI-PHONE
031500         MOVE CUSTOMER-ACTIVE-FLAG   TO AI-ACTIVE
031510         MOVE CUSTOMER-MEMBER-CLASS  TO AI-CLASS
031520         MOVE CUSTOMER-CONTACT-PREFS TO AI-PREFS
031600         WRITE CUSTAUD-LINE FROM WS-AUDIT-IMAGE-LINE
031700         MOVE CUSTOMER-ADDRESS       TO AA-ADDRESS
031800         WRITE CUSTAUD-LINE FROM WS-AUDIT-ADDR-LINE
032061     MOVE 'CUSTMNT ' TO CJRN-PROGRAM
032062     MOVE SPACES TO CJRN-KEY
032063     MOVE CC-CUSTOMER-ID TO CJRN-KEY (1:6)
032064     MOVE CC-OPERATOR-ID TO CJRN-OPERATOR
032065     IF WS-BEFORE-NAME NOT = CUSTOMER-NAME
032066         MOVE 'NAME        ' TO CJRN-FIELD
032067         MOVE WS-BEFORE-NAME (1:12) TO CJRN-OLD-VALUE
032087         MOVE SPACES TO CJRN-NEW-VALUE
032088         MOVE CUSTOMER-ACTIVE-FLAG TO CJRN-NEW-VALUE (1:1)
032089         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
032090     END-IF
032091     IF WS-BEFORE-CLASS NOT = CUSTOMER-MEMBER-CLASS
032092         MOVE 'MEMBER-CLASS' TO CJRN-FIELD
032093         MOVE SPACES TO CJRN-OLD-VALUE
032094         MOVE WS-BEFORE-CLASS TO CJRN-OLD-VALUE (1:1)
032095         MOVE SPACES TO CJRN-NEW-VALUE
032096         MOVE CUSTOMER-MEMBER-CLASS TO CJRN-NEW-VALUE (1:1)
032097         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
032098     END-IF
032099     IF WS-BEFORE-PREFS NOT = CUSTOMER-CONTACT-PREFS
032100         MOVE 'CONTACT-PREF' TO CJRN-FIELD
032101         MOVE SPACES TO CJRN-OLD-VALUE
032102         MOVE WS-BEFORE-PREFS TO CJRN-OLD-VALUE (1:5)
032103         MOVE SPACES TO CJRN-NEW-VALUE
032104         MOVE CUSTOMER-CONTACT-PREFS TO CJRN-NEW-VALUE (1:5)
032105         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
032106     END-IF.
032107*=================================================================
032200*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
032300*=================================================================
032400 3000-TERMINATE.
