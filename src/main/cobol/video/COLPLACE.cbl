001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - COLLECTIONS AGENCY
001200*                   PLACEMENT EXTRACT.
001210*  2026-10-15 VSG   PLACEMENT IS A LEGALLY REQUIRED NOTICE AND
001220*                   GOES OUT WHATEVER THE CUSTOMER'S CONTACT
001230*                   PREFERENCES; WHEN ONE IS SET (NO MAIL, NO
001240*                   PHONE, STATEMENT ONLY) THE AGENCY HEADER
001250*                   CARRIES A PREFERENCE-OVERRIDE FLAG (COL 35),
001260*                   THE REGISTER LINE SAYS SO, AND THE
001270*                   OVERRIDES ARE COUNTED ON THE RUN TOTALS.
001300*=================================================================
001400*  WALKS THE BLOKFILE BLOCK LIST AND PLACES WITH THE COLLECTIONS
001500*  AGENCY ANY ACCOUNT BLOCKED LONGER THAN THE PLACECTL THRESHOLD
004800     SELECT OPTIONAL PLACECTL-FILE ASSIGN TO 'PLACECTL'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FC-PLACECTL-STATUS.
005010     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
005050         FILE STATUS IS FC-CUSTFILE-STATUS.
005100     SELECT AGENCYOUT-FILE ASSIGN TO 'AGENCYOUT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FC-AGENCYOUT-STATUS.
006200 COPY RECVREC.
006300 FD  RENTFILE.
006400 COPY RENTREC.
006410 FD  CUSTFILE.
006420 COPY CUSTREC.
006500 FD  PLACECTL-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  PLACECTL-CARD.
008100     05  AG-AMOUNT                  PIC 9(6)V99.
008200     05  FILLER                     PIC X(1).
008300     05  AG-DATE                    PIC 9(8).
008310     05  AG-PREF-OVERRIDE           PIC X(1).
008320         88  AG-OVERRIDES-PREFERENCE VALUE 'Y'.
008330     05  FILLER                     PIC X(45).
008500 FD  COLREG-RPT
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  COLREG-LINE                    PIC X(80).
009600     05  FC-PLACECTL-STATUS         PIC X(2).
009700     05  FC-AGENCYOUT-STATUS        PIC X(2).
009800     05  FC-COLREG-STATUS           PIC X(2).
009810     05  FC-CUSTFILE-STATUS         PIC X(2).
009900 01  WS-SWITCHES.
010000     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
010100         88  WS-EOF                 VALUE 'Y'.
010300         88  WS-SCAN-DONE           VALUE 'Y'.
010400     05  WS-RECV-FOUND-SW           PIC X(1).
010500         88  WS-RECV-FOUND          VALUE 'Y'.
010510     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
010520         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
010600 01  WS-CURRENT-DATE.
010700     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
010800 01  WS-MIN-BALANCE                 PIC 9(5)V99 VALUE 50.00.
011400     05  WS-ACCOUNTS-PLACED         PIC 9(5) VALUE ZERO.
011500     05  WS-DETAILS-WRITTEN         PIC 9(7) VALUE ZERO.
011600     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
011610     05  WS-PREF-OVERRIDES          PIC 9(5) VALUE ZERO.
011700 01  WS-REGISTER-DETAIL.
011800     05  FILLER                     PIC X(1)  VALUE SPACE.
011900     05  RG-CUSTOMER-ID             PIC 9(6).
016900         MOVE 'Y' TO WS-EOF-SW
017000     END-IF
017100     OPEN INPUT RENTFILE
017110     OPEN INPUT CUSTFILE
017120     IF FC-CUSTFILE-STATUS = '00'
017130         OR FC-CUSTFILE-STATUS = '05'
017140         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
017150     END-IF
017200     OPEN OUTPUT AGENCYOUT-FILE
017300     OPEN OUTPUT COLREG-RPT
017400     IF NOT RCHK-IN-PROD
024300     MOVE ZERO                       TO AG-REF-NUMBER
024400     MOVE RECV-BALANCE-DUE           TO AG-AMOUNT
024500     MOVE WS-CURRENT-DATE-YYYYMMDD   TO AG-DATE
024510     MOVE 'N'                        TO AG-PREF-OVERRIDE
024520     PERFORM 2250-CHECK-PREFERENCES
024600     WRITE AGENCY-RECORD
024700     MOVE BLOCK-CUSTOMER-ID TO WS-PLACE-CUSTOMER-ID
024800     PERFORM 2300-WRITE-FEE-DETAIL
025800     MOVE RECV-BALANCE-DUE           TO RG-BALANCE
025900     MOVE BLOCK-LISTED-DATE          TO RG-LISTED-DATE
026000     MOVE 'PLACED WITH AGENCY'       TO RG-TEXT
026010     IF AG-OVERRIDES-PREFERENCE
026020         MOVE 'PLACED - PREF OVERRD' TO RG-TEXT
026030     END-IF
026100     WRITE COLREG-LINE FROM WS-REGISTER-DETAIL
026200     ADD 1 TO WS-REGISTER-LINES.
026205*=================================================================
026210*    2250-CHECK-PREFERENCES - THE PLACEMENT GOES OUT REGARDLESS;
026215*    FLAG THE HEADER WHEN IT OVERRIDES A CONTACT PREFERENCE
026220*=================================================================
026225 2250-CHECK-PREFERENCES.
026230     IF WS-CUSTFILE-AVAILABLE
026235         MOVE BLOCK-CUSTOMER-ID TO CUSTOMER-ID
026240         READ CUSTFILE
026245             INVALID KEY
026250                 CONTINUE
026255             NOT INVALID KEY
026260                 IF CUSTOMER-MAIL-REFUSED
026265                     OR CUSTOMER-PHONE-REFUSED
026270                     OR CUSTOMER-STATEMENT-ONLY
026275                     MOVE 'Y' TO AG-PREF-OVERRIDE
026280                     ADD 1 TO WS-PREF-OVERRIDES
026285                 END-IF
026290         END-READ
026295     END-IF.
026300*=================================================================
026400*    2300-WRITE-FEE-DETAIL - ONE HAND-OFF LINE PER FEE-BEARING
026500*    RENTAL THROUGH THE CUSTOMER-ID ALTERNATE KEY
030500     CLOSE BLOKFILE
030600     CLOSE RECVFILE
030700     CLOSE RENTFILE
030710     IF WS-CUSTFILE-AVAILABLE
030720         CLOSE CUSTFILE
030730     END-IF
030800     CLOSE AGENCYOUT-FILE
030900     CLOSE COLREG-RPT
031000     DISPLAY 'COLPLACE: BLOCKS READ     = ' WS-BLOCKS-READ
031100     DISPLAY 'COLPLACE: ACCOUNTS PLACED = '
031200         WS-ACCOUNTS-PLACED
031300     DISPLAY 'COLPLACE: DETAILS WRITTEN = '
031400         WS-DETAILS-WRITTEN
031410     DISPLAY 'COLPLACE: PREF OVERRIDES  = '
031420         WS-PREF-OVERRIDES.
031500*=================================================================
031600*=================================================================
031700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
