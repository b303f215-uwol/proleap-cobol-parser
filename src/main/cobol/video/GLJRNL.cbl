001240*                   RELISTS EACH RENTAL'S FULL ACCRUAL NIGHTLY,
001250*                   SO THE RAW TOTAL RE-BOOKED THE WHOLE
001260*                   RECEIVABLE EVERY NIGHT.
001265*  2026-10-15 VSG   SECURITY-DEPOSIT LEGS FROM THE DEPREG
001270*                   REGISTER: TAKEN, APPLIED TO THE FEE,
001275*                   RELEASED AT THE COUNTER, AND CREDITED TO THE
001280*                   ACCOUNT WHEN A RENTAL CLOSES LOST.
001282*  2026-10-15 VSG   DAMAGE LEGS FROM THE WAIVCLM REGISTER:
001284*                   DAMAGE BILLED AT RETURN INSPECTION BOOKS
001286*                   DR 1200 / CR 4160, CLAIMS ABSORBED UNDER THE
001288*                   DAMAGE WAIVER BOOK DR 5150 / CR 1500, AND
001290*                   THE NIGHT'S WAIVER LOSS RATIO IS DISPLAYED.
001291*  2026-10-15 VSG   UNCLAIMED-PROPERTY LEGS FROM THE ANNUAL
001292*                   ESCHEAT REGISTER: CERTIFICATES REMITTED BOOK
001293*                   DR 2300 / CR 2400, CREDIT BALANCES REMITTED
001294*                   DR 2110 / CR 2400 UNCLAIMED PROPERTY
001295*                   PAYABLE, AND CERTIFICATES TAKEN TO BREAKAGE
001296*                   DR 2300 / CR 4300.
001297*  2026-10-15 VSG   CARD-SETTLEMENT LEGS FROM THE CARDSETL
001298*                   SETLREG REGISTER: PROCESSOR FEES BOOK
001299*                   DR 5200 / CR 1000 AND REVERSED CHARGEBACKS
001300*                   BOOK DR 1200 / CR 1000.
001310*  2026-10-15 VSG   PAYABLES LEG FROM THE INVMATCH VCHREG
001320*                   REGISTER: APPROVED DISTRIBUTOR VOUCHERS BOOK
001330*                   DR 1500 / CR 2000 ACCOUNTS PAYABLE.
001332*  2026-10-15 VSG   REVENUE-SHARE LEG FROM THE REVSHARE RSHRREG
001334*                   REGISTER: STUDIO SHARE AND MINIMUM-GUARANTEE
001336*                   SHORTFALL BOOK DR 5300 / CR 2050.
001337*  2026-10-15 VSG   DISPOSAL LEGS FROM THE DISPREG REGISTER
001338*                   (WRITEOFF AND RTVPROC): A COPY WRITTEN OFF,
001339*                   SOLD, OR RETURNED TO VENDOR RELIEVES ITS
001340*                   COST FROM 1500 AND ITS ACCUMULATED
001341*                   DEPRECIATION FROM 1510 AND EXPENSES ONLY ITS
001342*                   NET BOOK VALUE (5100/5110/5120); A
001343*                   REINSTATED COPY REVERSES THE WRITE-OFF.
001344*  2026-10-15 VSG   MERCHANDISE LEGS FROM THE RENTPROC MERCHREG
001345*                   REGISTER: CONCESSION AND MERCHANDISE SALES
001346*                   (NET OF THE TAX THE TAXREG LEG BOOKS) BOOK
001347*                   DR 1000 / CR 4400, AND THEIR COST RELIEVES
001348*                   MERCHANDISE INVENTORY DR 5400 / CR 1400.
001349*  2026-10-15 VSG   STORE SEGMENT: EVERY REGISTER LINE IS
001350*                   CREDITED TO A STORE - THE STORE IN COLUMNS
001351*                   79-80 WHEN THE LINE CARRIES ONE, OTHERWISE
001352*                   THE STORE OF THE TILL THAT TOOK IT (REGSTORE
001353*                   CARDS), OTHERWISE HEAD OFFICE (00) - AND THE
001354*                   JOURNAL IS WRITTEN STORE BY STORE WITH THE
001355*                   STORE IN COLUMNS 49-50 OF EVERY ENTRY.
001356*  2026-10-15 VSG   FRANCHISE LEGS FROM THE ROYALTY ROYREG
001357*                   REGISTER: ROYALTY BOOKS DR 5600 / CR 2060 AND
001358*                   THE ADVERTISING FUND DR 5610 / CR 2070, EACH
001359*                   UNDER THE STORE THAT EARNED THE REVENUE.
001360*=================================================================
001400*  SUMMARIZES THE DAY'S FEE ACTIVITY INTO BALANCED DEBIT/CREDIT
001500*  JOURNAL ENTRIES IN THE ACCOUNTANT'S IMPORT FORMAT:
001600*    - FEES ASSESSED (FEEDUE LESS FEEDUEP)    DR 1200 / CR 4100
001800*    - CASH APPLIED  (CASHREG REGISTER)       DR 1000 / CR 1200
001805*    - EX-RENTAL SALES (SALEREG REGISTER)     DR 1000 / CR 4200
001806*    - GIFT CERT SALES/REDEMPTIONS/TENDERS    2300 LIABILITY
001807*    - SECURITY DEPOSITS (DEPREG REGISTER)    2120 LIABILITY
001808*    - DAMAGE BILLED (WAIVCLM REGISTER)       DR 1200 / CR 4160
001809*    - WAIVER CLAIMS (WAIVCLM REGISTER)       DR 5150 / CR 1500
001810*    - UNCLAIMED PROPERTY (ESCHREG REGISTER)  2400 LIABILITY
001811*    - GIFT CERT BREAKAGE (ESCHREG REGISTER)  DR 2300 / CR 4300
001812*    - CARD PROCESSOR FEES (SETLREG)          DR 5200 / CR 1000
001813*    - CARD CHARGEBACKS (SETLREG)             DR 1200 / CR 1000
001814*    - DISTRIBUTOR VOUCHERS (VCHREG)          DR 1500 / CR 2000
001815*    - STUDIO REVENUE SHARE (RSHRREG)         DR 5300 / CR 2050
001816*    - COPY DISPOSALS AT BOOK (DISPREG)       DR 1510 / CR 1500
001817*                                             DR 51X0 BOOK VALUE
001818*    - MERCHANDISE SALES (MERCHREG)           DR 1000 / CR 4400
001819*    - MERCHANDISE COST OF GOODS (MERCHREG)   DR 5400 / CR 1400
001820*    - FRANCHISE ROYALTY (ROYREG)             DR 5600 / CR 2060
001821*    - ADVERTISING FUND (ROYREG)              DR 5610 / CR 2070
001822*  THE ASSESSED LEG IS THE DAY'S MOVEMENT ONLY: FEEDUE CARRIES
001823*  EACH OPEN RENTAL'S ACCRUAL TO DATE, SO TONIGHT'S TOTAL MINUS
001830*  THE PRIOR NIGHT'S IS WHAT ACCRUED TODAY.  A NEGATIVE
001840*  MOVEMENT (RENTALS RETURNED AND RELIEVED THROUGH THE WAIVER
001850*  AND CASH LEGS) BOOKS NOTHING.
002100*  TOTALS, AND THE STEP ABORTS RC=12 IF DEBITS DO NOT EQUAL
002200*  CREDITS - MONTH-END CLOSE STOPS RECONSTRUCTING THIS FROM THE
002300*  FEEDUE REPORT BY HAND.
002305*
002310*  EVERY ACTIVITY IS SUMMED BY STORE AND EACH STORE'S ENTRIES
002315*  BALANCE ON THEIR OWN.  A REGISTER LINE BELONGS TO THE STORE
002320*  IN ITS COLUMNS 79-80 (FEEDUE, ADJREG, SALEREG, DISPREG, AND
002325*  THE LOSTCONV DEPREG LINES CARRY THE RENTAL'S OR COPY'S
002330*  STORE THERE); FAILING THAT TO THE STORE OF THE TILL THAT
002335*  TOOK IT, FROM THE REGSTORE CARDS (REGISTER 1-2, STORE 4-5);
002340*  FAILING THAT TO STORE 00, HEAD OFFICE - WHICH IS WHERE THE
002345*  ESCHEAT, CARD-SETTLEMENT, PAYABLES, REVENUE-SHARE, AND
002350*  REFUND LEGS ALWAYS LAND.  THE FEE MOVEMENT IS TAKEN STORE BY
002355*  STORE; ON THE FIRST NIGHT AFTER THE FEEDUE LISTING GAINED
002360*  ITS STORE COLUMN THE PRIOR LISTING HAS NONE, SO BOTH NIGHTS'
002365*  FEES ARE TAKEN AT HEAD OFFICE THAT ONE NIGHT.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003991     SELECT OPTIONAL TAXREG-IN ASSIGN TO 'TAXREG'
003992         ORGANIZATION IS LINE SEQUENTIAL
003993         FILE STATUS IS FC-TAXREG-STATUS.
003994     SELECT OPTIONAL DEPREG-IN ASSIGN TO 'DEPREG'
003995         ORGANIZATION IS LINE SEQUENTIAL
003996         FILE STATUS IS FC-DEPREG-STATUS.
003997     SELECT OPTIONAL WAIVCLM-IN ASSIGN TO 'WAIVCLM'
003998         ORGANIZATION IS LINE SEQUENTIAL
003999         FILE STATUS IS FC-WAIVCLM-STATUS.
004000     SELECT OPTIONAL ESCHREG-IN ASSIGN TO 'ESCHREG'
004001         ORGANIZATION IS LINE SEQUENTIAL
004002         FILE STATUS IS FC-ESCHREG-STATUS.
004003     SELECT OPTIONAL SETLREG-IN ASSIGN TO 'SETLREG'
004004         ORGANIZATION IS LINE SEQUENTIAL
004005         FILE STATUS IS FC-SETLREG-STATUS.
004006     SELECT OPTIONAL VCHREG-IN ASSIGN TO 'VCHREG'
004007         ORGANIZATION IS LINE SEQUENTIAL
004008         FILE STATUS IS FC-VCHREG-STATUS.
004009     SELECT OPTIONAL RSHRREG-IN ASSIGN TO 'RSHRREG'
004010         ORGANIZATION IS LINE SEQUENTIAL
004011         FILE STATUS IS FC-RSHRREG-STATUS.
004012     SELECT OPTIONAL DISPREG-IN ASSIGN TO 'DISPREG'
004013         ORGANIZATION IS LINE SEQUENTIAL
004014         FILE STATUS IS FC-DISPREG-STATUS.
004015     SELECT OPTIONAL MERCHREG-IN ASSIGN TO 'MERCHREG'
004016         ORGANIZATION IS LINE SEQUENTIAL
004017         FILE STATUS IS FC-MERCHREG-STATUS.
004018     SELECT OPTIONAL ROYREG-IN ASSIGN TO 'ROYREG'
004019         ORGANIZATION IS LINE SEQUENTIAL
004020         FILE STATUS IS FC-ROYREG-STATUS.
004021     SELECT OPTIONAL REGSTORE-IN ASSIGN TO 'REGSTORE'
004022         ORGANIZATION IS LINE SEQUENTIAL
004023         FILE STATUS IS FC-REGSTORE-STATUS.
004024     SELECT GLJRNL-OUT ASSIGN TO 'GLJRNL'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FC-GLJRNL-STATUS.
004300 DATA DIVISION.
005391 FD  TAXREG-IN
005392     RECORD CONTAINS 80 CHARACTERS.
005393 01  TAXREG-IN-LINE                 PIC X(80).
005394 FD  DEPREG-IN
005395     RECORD CONTAINS 80 CHARACTERS.
005396 01  DEPREG-IN-LINE                 PIC X(80).
005397 FD  WAIVCLM-IN
005398     RECORD CONTAINS 80 CHARACTERS.
005399 01  WAIVCLM-IN-LINE                PIC X(80).
005400 FD  ESCHREG-IN
005401     RECORD CONTAINS 80 CHARACTERS.
005402 01  ESCHREG-IN-LINE                PIC X(80).
005403 FD  SETLREG-IN
005404     RECORD CONTAINS 80 CHARACTERS.
005405 01  SETLREG-IN-LINE                PIC X(80).
005406 FD  VCHREG-IN
005407     RECORD CONTAINS 80 CHARACTERS.
005408 01  VCHREG-IN-LINE                 PIC X(80).
005409 FD  RSHRREG-IN
005410     RECORD CONTAINS 80 CHARACTERS.
005411 01  RSHRREG-IN-LINE                PIC X(80).
005412 FD  DISPREG-IN
005413     RECORD CONTAINS 80 CHARACTERS.
005414 01  DISPREG-IN-LINE                PIC X(80).
005415 FD  MERCHREG-IN
005416     RECORD CONTAINS 80 CHARACTERS.
005417 01  MERCHREG-IN-LINE               PIC X(80).
005418 FD  ROYREG-IN
005419     RECORD CONTAINS 80 CHARACTERS.
005420 01  ROYREG-IN-LINE                 PIC X(80).
005421 FD  REGSTORE-IN
005422     RECORD CONTAINS 80 CHARACTERS.
005423 01  REGSTORE-CARD.
005424     05  RC-REGISTER-ID             PIC X(2).
005425     05  FILLER                     PIC X(1).
005426     05  RC-STORE-CODE              PIC X(2).
005427     05  FILLER                     PIC X(75).
005428 FD  GLJRNL-OUT
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  GLJRNL-LINE                    PIC X(80).
005700 WORKING-STORAGE SECTION.
006320     05  FC-GIFTREG-STATUS          PIC X(2).
006330     05  FC-REFNDREG-STATUS         PIC X(2).
006340     05  FC-TAXREG-STATUS           PIC X(2).
006350     05  FC-DEPREG-STATUS           PIC X(2).
006360     05  FC-WAIVCLM-STATUS          PIC X(2).
006370     05  FC-ESCHREG-STATUS          PIC X(2).
006380     05  FC-SETLREG-STATUS          PIC X(2).
006390     05  FC-VCHREG-STATUS           PIC X(2).
006395     05  FC-RSHRREG-STATUS          PIC X(2).
006396     05  FC-DISPREG-STATUS          PIC X(2).
006397     05  FC-MERCHREG-STATUS         PIC X(2).
006398     05  FC-ROYREG-STATUS           PIC X(2).
006399     05  FC-REGSTORE-STATUS         PIC X(2).
006400     05  FC-GLJRNL-STATUS           PIC X(2).
006500 01  WS-SWITCHES.
006600     05  WS-FEE-EOF-SW              PIC X(1) VALUE 'N'.
007160         88  WS-REFND-EOF           VALUE 'Y'.
007170     05  WS-TAX-EOF-SW              PIC X(1) VALUE 'N'.
007180         88  WS-TAX-EOF             VALUE 'Y'.
007185     05  WS-DEP-EOF-SW              PIC X(1) VALUE 'N'.
007190         88  WS-DEP-EOF             VALUE 'Y'.
007192     05  WS-WAIV-EOF-SW             PIC X(1) VALUE 'N'.
007194         88  WS-WAIV-EOF            VALUE 'Y'.
007195     05  WS-ESCH-EOF-SW             PIC X(1) VALUE 'N'.
007196         88  WS-ESCH-EOF            VALUE 'Y'.
007197     05  WS-SETL-EOF-SW             PIC X(1) VALUE 'N'.
007198         88  WS-SETL-EOF            VALUE 'Y'.
007199     05  WS-VCH-EOF-SW              PIC X(1) VALUE 'N'.
007200         88  WS-VCH-EOF             VALUE 'Y'.
007210     05  WS-RSHR-EOF-SW             PIC X(1) VALUE 'N'.
007220         88  WS-RSHR-EOF            VALUE 'Y'.
007222     05  WS-DISP-EOF-SW             PIC X(1) VALUE 'N'.
007224         88  WS-DISP-EOF            VALUE 'Y'.
007225     05  WS-MERCH-EOF-SW            PIC X(1) VALUE 'N'.
007226         88  WS-MERCH-EOF           VALUE 'Y'.
007227     05  WS-ROY-EOF-SW              PIC X(1) VALUE 'N'.
007228         88  WS-ROY-EOF             VALUE 'Y'.
007229     05  WS-RSTR-EOF-SW             PIC X(1) VALUE 'N'.
007230         88  WS-RSTR-EOF            VALUE 'Y'.
007231     05  WS-FEEP-UNSTORED-SW        PIC X(1) VALUE 'N'.
007232         88  WS-FEEP-UNSTORED       VALUE 'Y'.
007233 01  WS-CURRENT-DATE.
007300     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
007400 01  WS-AMOUNT-PARSE.
007500     05  WS-AMT-X                   PIC X(8).
008260     05  WS-CREDIT-CONSUMED         PIC 9(9)V99 VALUE ZERO.
008270     05  WS-CREDIT-REFUNDED         PIC 9(9)V99 VALUE ZERO.
008280     05  WS-TAX-COLLECTED           PIC 9(9)V99 VALUE ZERO.
008282     05  WS-DEP-HELD                PIC 9(9)V99 VALUE ZERO.
008284     05  WS-DEP-APPLIED             PIC 9(9)V99 VALUE ZERO.
008286     05  WS-DEP-RELEASED            PIC 9(9)V99 VALUE ZERO.
008288     05  WS-DEP-CREDITED            PIC 9(9)V99 VALUE ZERO.
008289     05  WS-WAIVER-FEES             PIC 9(9)V99 VALUE ZERO.
008290     05  WS-WAIVER-CLAIMS           PIC 9(9)V99 VALUE ZERO.
008291     05  WS-DAMAGE-BILLED           PIC 9(9)V99 VALUE ZERO.
008292     05  WS-ESCH-GIFT-REMIT         PIC 9(9)V99 VALUE ZERO.
008293     05  WS-ESCH-CREDIT-REMIT       PIC 9(9)V99 VALUE ZERO.
008294     05  WS-ESCH-BREAKAGE           PIC 9(9)V99 VALUE ZERO.
008295     05  WS-CARD-FEES               PIC 9(9)V99 VALUE ZERO.
008296     05  WS-CARD-CHARGEBACKS        PIC 9(9)V99 VALUE ZERO.
008297     05  WS-VOUCHERS-PAYABLE        PIC 9(9)V99 VALUE ZERO.
008298     05  WS-STUDIO-SHARE            PIC 9(9)V99 VALUE ZERO.
008299     05  WS-DISP-COST               PIC 9(9)V99 VALUE ZERO.
008300     05  WS-DISP-ACCUM              PIC 9(9)V99 VALUE ZERO.
008301     05  WS-DISP-WO-BOOK            PIC 9(9)V99 VALUE ZERO.
008302     05  WS-DISP-SALE-BOOK          PIC 9(9)V99 VALUE ZERO.
008303     05  WS-DISP-RTV-BOOK           PIC 9(9)V99 VALUE ZERO.
008304     05  WS-REIN-COST               PIC 9(9)V99 VALUE ZERO.
008305     05  WS-REIN-ACCUM              PIC 9(9)V99 VALUE ZERO.
008306     05  WS-REIN-BOOK               PIC 9(9)V99 VALUE ZERO.
008307     05  WS-MERCH-REVENUE           PIC 9(9)V99 VALUE ZERO.
008308     05  WS-MERCH-COST              PIC 9(9)V99 VALUE ZERO.
008309     05  WS-ROYALTY-DUE             PIC 9(9)V99 VALUE ZERO.
008310     05  WS-AD-FUND-DUE             PIC 9(9)V99 VALUE ZERO.
008311 01  WS-LINE-COST                   PIC 9(7)V99.
008312 01  WS-LINE-ACCUM                  PIC 9(7)V99.
008313 01  WS-LOSS-RATIO                  PIC 9(5)V9 VALUE ZERO.
008314*=================================================================
008315*    STORE SEGMENT - WS-ACTIVITY-TOTALS ALWAYS HOLDS THE TOTALS OF
008316*    WS-CURRENT-STORE; THE OTHER STORES' TOTALS WAIT IN THEIR
008317*    SLOTS (STORE + 1) AND ARE SWAPPED IN WHEN A LINE FOR THAT
008318*    STORE TURNS UP.  A SLOT IS THE LENGTH OF WS-ACTIVITY-TOTALS.
008319*=================================================================
008320 01  WS-LINE-LOCATION.
008321     05  WS-LINE-STORE-X            PIC X(2).
008322     05  WS-LINE-REGISTER-X         PIC X(2).
008323 01  WS-STORE-FIELDS.
008324     05  WS-LINE-STORE              PIC 9(2).
008325     05  WS-LINE-REGISTER           PIC 9(2).
008326     05  WS-CURRENT-STORE           PIC 9(2) VALUE ZERO.
008327     05  WS-STORE-SUB               PIC 9(3).
008328     05  WS-STORES-JOURNALED        PIC 9(3) VALUE ZERO.
008329     05  WS-REGISTERS-MAPPED        PIC 9(3) VALUE ZERO.
008330 01  WS-REGISTER-STORES.
008331     05  WS-RS-STORE                PIC 9(2) OCCURS 100 TIMES.
008332 01  WS-STORE-TOTALS.
008333     05  WS-STORE-SLOT              OCCURS 100 TIMES.
008334         10  WS-SLOT-USED-SW        PIC X(1).
008335             88  WS-SLOT-USED       VALUE 'Y'.
008336         10  WS-SLOT-TOTALS         PIC X(440).
008337 01  WS-JOURNAL-TOTALS.
008400     05  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE ZERO.
008500     05  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE ZERO.
008600     05  WS-ENTRY-COUNT             PIC 9(5) VALUE ZERO.
009600     05  JE-DR-CR                   PIC X(2).
009700     05  JE-AMOUNT                  PIC 9(9)V99.
009800     05  JE-DESCRIPTION             PIC X(30).
009810     05  JE-STORE-CODE              PIC 9(2).
009820     05  FILLER                     PIC X(30) VALUE SPACE.
010000 01  WS-TRAILER-RECORD.
010100     05  FILLER                     PIC X(1)  VALUE 'T'.
010200     05  TR-ENTRY-COUNT             PIC 9(5).
010900 0000-MAINLINE.
011000     PERFORM 0900-DISPLAY-VERSION-STAMP
011100     PERFORM 1000-INITIALIZE
011310     PERFORM 2500-SUM-PRIOR-FEES
011320         UNTIL WS-FEEP-EOF
011330     PERFORM 2000-SUM-ASSESSED-FEES
011340         UNTIL WS-FEE-EOF
011400     PERFORM 3000-SUM-WAIVED-FEES
011500         UNTIL WS-ADJ-EOF
011600     PERFORM 4000-SUM-CASH-APPLIED
011760         UNTIL WS-REFND-EOF
011770     PERFORM 4900-SUM-TAX-COLLECTED
011780         UNTIL WS-TAX-EOF
011785     PERFORM 4950-SUM-DEPOSITS
011790         UNTIL WS-DEP-EOF
011792     PERFORM 4960-SUM-WAIVER-ACTIVITY
011794         UNTIL WS-WAIV-EOF
011795     PERFORM 4970-SUM-UNCLAIMED-PROPERTY
011796         UNTIL WS-ESCH-EOF
011797     PERFORM 4980-SUM-CARD-SETTLEMENT
011798         UNTIL WS-SETL-EOF
011799     PERFORM 4990-SUM-PAYABLES-VOUCHERS
011800         UNTIL WS-VCH-EOF
011810     PERFORM 4995-SUM-REVENUE-SHARE
011820         UNTIL WS-RSHR-EOF
011822     PERFORM 4997-SUM-COPY-DISPOSALS
011824         UNTIL WS-DISP-EOF
011825     PERFORM 4998-SUM-MERCH-SALES
011826         UNTIL WS-MERCH-EOF
011827     PERFORM 4999-SUM-ROYALTIES
011828         UNTIL WS-ROY-EOF
011830     PERFORM 5000-WRITE-THE-JOURNAL
011900     PERFORM 6000-TERMINATE
012000     PERFORM 9000-DISPLAY-VERSION-TRAILER
012100     STOP RUN.
013000*=================================================================
013100 1000-INITIALIZE.
013200     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
013205     PERFORM 1050-CLEAR-ONE-STORE
013210         VARYING WS-STORE-SUB FROM 1 BY 1
013215         UNTIL WS-STORE-SUB > 100
013220     MOVE ZEROS TO WS-REGISTER-STORES
013225     OPEN INPUT REGSTORE-IN
013230     IF FC-REGSTORE-STATUS NOT = '00'
013235         MOVE 'Y' TO WS-RSTR-EOF-SW
013240     END-IF
013245     PERFORM 1100-LOAD-REGISTER-STORE
013250         UNTIL WS-RSTR-EOF
013255     CLOSE REGSTORE-IN
013300     OPEN INPUT FEEDUE-IN
013400     IF FC-FEEDUE-STATUS NOT = '00'
013500         MOVE 'Y' TO WS-FEE-EOF-SW
014486     IF FC-TAXREG-STATUS NOT = '00'
014487         MOVE 'Y' TO WS-TAX-EOF-SW
014488     END-IF
014489     OPEN INPUT DEPREG-IN
014490     IF FC-DEPREG-STATUS NOT = '00'
014491         MOVE 'Y' TO WS-DEP-EOF-SW
014492     END-IF
014493     OPEN INPUT WAIVCLM-IN
014494     IF FC-WAIVCLM-STATUS NOT = '00'
014495         MOVE 'Y' TO WS-WAIV-EOF-SW
014496     END-IF
014497     OPEN INPUT ESCHREG-IN
014498     IF FC-ESCHREG-STATUS NOT = '00'
014499         MOVE 'Y' TO WS-ESCH-EOF-SW
014500     END-IF
014510     OPEN INPUT SETLREG-IN
014520     IF FC-SETLREG-STATUS NOT = '00'
014530         MOVE 'Y' TO WS-SETL-EOF-SW
014540     END-IF
014542     OPEN INPUT VCHREG-IN
014544     IF FC-VCHREG-STATUS NOT = '00'
014546         MOVE 'Y' TO WS-VCH-EOF-SW
014548     END-IF
014549     OPEN INPUT RSHRREG-IN
014550     IF FC-RSHRREG-STATUS NOT = '00'
014551         MOVE 'Y' TO WS-RSHR-EOF-SW
014552     END-IF
014553     OPEN INPUT DISPREG-IN
014554     IF FC-DISPREG-STATUS NOT = '00'
014555         MOVE 'Y' TO WS-DISP-EOF-SW
014556     END-IF
014557     OPEN INPUT MERCHREG-IN
014558     IF FC-MERCHREG-STATUS NOT = '00'
014559         MOVE 'Y' TO WS-MERCH-EOF-SW
014560     END-IF
014565     OPEN INPUT ROYREG-IN
014570     IF FC-ROYREG-STATUS NOT = '00'
014575         MOVE 'Y' TO WS-ROY-EOF-SW
014580     END-IF
014585     OPEN OUTPUT GLJRNL-OUT
014600     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-BUSINESS-DATE
014700     WRITE GLJRNL-LINE FROM WS-HEADER-RECORD.
014702*=================================================================
014704*    1050-CLEAR-ONE-STORE - EVERY STORE STARTS THE NIGHT AT ZERO
014706*=================================================================
014708 1050-CLEAR-ONE-STORE.
014710     MOVE 'N' TO WS-SLOT-USED-SW (WS-STORE-SUB)
014712     MOVE WS-ACTIVITY-TOTALS TO WS-SLOT-TOTALS (WS-STORE-SUB).
014714*=================================================================
014716*    1100-LOAD-REGISTER-STORE - ONE REGSTORE CARD PER TILL: THE
014718*    REGISTER ID IN COLUMNS 1-2 AND ITS STORE IN 4-5.  A TILL
014720*    WITH NO CARD IS TAKEN AT HEAD OFFICE.
014722*=================================================================
014724 1100-LOAD-REGISTER-STORE.
014726     READ REGSTORE-IN
014728         AT END
014730             MOVE 'Y' TO WS-RSTR-EOF-SW
014732     END-READ
014734     IF NOT WS-RSTR-EOF
014736         AND RC-REGISTER-ID NUMERIC
014738         AND RC-STORE-CODE NUMERIC
014740         MOVE RC-REGISTER-ID TO WS-LINE-REGISTER
014742         MOVE RC-STORE-CODE
014744             TO WS-RS-STORE (WS-LINE-REGISTER + 1)
014746         ADD 1 TO WS-REGISTERS-MAPPED
014748     END-IF.
014800*=================================================================
014900*    2000-SUM-ASSESSED-FEES - FEEDUE DETAIL LINES (THE FEE SITS
015000*    IN COLUMNS 34-40 OF THE LISTING, THE STORE IN 79-80; CTL
015010*    TRAILER LINES SKIP)
015100*=================================================================
015200 2000-SUM-ASSESSED-FEES.
015300     READ FEEDUE-IN
015700     IF NOT WS-FEE-EOF
015800         AND FEEDUE-IN-LINE (1:4) NOT = 'CTL '
015900         AND FEEDUE-IN-LINE (2:5) NUMERIC
015910         MOVE SPACES TO WS-LINE-LOCATION
015920         IF NOT WS-FEEP-UNSTORED
015930             MOVE FEEDUE-IN-LINE (79:2) TO WS-LINE-STORE-X
015940         END-IF
015950         PERFORM 7000-SELECT-LINE-STORE
016000         MOVE FEEDUE-IN-LINE (34:7) TO WS-AMT-X (1:7)
016100         MOVE SPACE TO WS-AMT-X (8:1)
016200         PERFORM 8000-PARSE-EDITED-AMOUNT
016400     END-IF.
016402*=================================================================
016405*    2500-SUM-PRIOR-FEES - THE PRIOR GENERATION OF THE FEEDUE
016408*    LISTING (FEEDUEP), SAME DETAIL-LINE SHAPE AS TONIGHT'S.  A
016409*    PRIOR LISTING WITHOUT THE STORE COLUMN PUTS TONIGHT'S FEES
016410*    AT HEAD OFFICE TOO, SO THE MOVEMENT STILL NETS.
016411*=================================================================
016414 2500-SUM-PRIOR-FEES.
016417     READ FEEDUEP-IN
016429     IF NOT WS-FEEP-EOF
016432         AND FEEDUEP-IN-LINE (1:4) NOT = 'CTL '
016435         AND FEEDUEP-IN-LINE (2:5) NUMERIC
016436         MOVE SPACES TO WS-LINE-LOCATION
016437         MOVE FEEDUEP-IN-LINE (79:2) TO WS-LINE-STORE-X
016438         IF WS-LINE-STORE-X NOT NUMERIC
016439             MOVE 'Y' TO WS-FEEP-UNSTORED-SW
016440         END-IF
016441         PERFORM 7000-SELECT-LINE-STORE
016442         MOVE FEEDUEP-IN-LINE (34:7) TO WS-AMT-X (1:7)
016443         MOVE SPACE TO WS-AMT-X (8:1)
016444         PERFORM 8000-PARSE-EDITED-AMOUNT
016447         ADD WS-AMT-VALUE TO WS-FEES-PRIOR
016450     END-IF.
016453*=================================================================
016456*    2600-COMPUTE-FEE-MOVEMENT - THE DAY'S ACCRUAL IS TONIGHT'S
016459*    LISTING LESS THE PRIOR NIGHT'S, STORE BY STORE, FOR THE
016460*    STORE WHOSE TOTALS ARE IN HAND.  A FALL IN THE TOTAL MEANS
016462*    RENTALS CAME OFF THE LISTING AT RETURN - THAT RELIEF IS
016465*    BOOKED BY THE WAIVER AND CASH LEGS, NOT HERE.
016468*=================================================================
016483         MOVE WS-FEE-DELTA TO WS-FEES-MOVEMENT
016486     ELSE
016489         MOVE ZERO TO WS-FEES-MOVEMENT
016492         DISPLAY 'GLJRNL: STORE ' JE-STORE-CODE
016493             ' FEEDUE TOTAL AT OR BELOW PRIOR '
016495             'NIGHT - NO ASSESSED ENTRY BOOKED'
016498     END-IF.
016500*=================================================================
016600*    3000-SUM-WAIVED-FEES - ADJREG ACCEPTED LINES (AMOUNT IN
016700*    COLUMNS 26-33, DISPOSITION IN COLUMNS 36-43, STORE 79-80)
016800*=================================================================
016900 3000-SUM-WAIVED-FEES.
017000     READ ADJREG-IN
017400     IF NOT WS-ADJ-EOF
017500         AND ADJREG-IN-LINE (2:6) NUMERIC
017600         AND ADJREG-IN-LINE (36:8) = 'ACCEPTED'
017610         MOVE SPACES TO WS-LINE-LOCATION
017620         MOVE ADJREG-IN-LINE (79:2) TO WS-LINE-STORE-X
017630         PERFORM 7000-SELECT-LINE-STORE
017700         MOVE ADJREG-IN-LINE (26:8) TO WS-AMT-X
017800         PERFORM 8000-PARSE-EDITED-AMOUNT
017900         ADD WS-AMT-VALUE TO WS-FEES-WAIVED
018000     END-IF.
018100*=================================================================
018200*    4000-SUM-CASH-APPLIED - CASHREG LINES (APPLIED AMOUNT IN
018300*    COLUMNS 30-37, TILL IN 78-79)
018400*=================================================================
018500 4000-SUM-CASH-APPLIED.
018600     READ CASHREG-IN
018900     END-READ
019000     IF NOT WS-CASH-EOF
019100         AND CASHREG-IN-LINE (2:6) NUMERIC
019110         MOVE SPACES TO WS-LINE-LOCATION
019120         MOVE CASHREG-IN-LINE (78:2) TO WS-LINE-REGISTER-X
019130         PERFORM 7000-SELECT-LINE-STORE
019200         MOVE CASHREG-IN-LINE (30:8) TO WS-AMT-X
019300         PERFORM 8000-PARSE-EDITED-AMOUNT
019301         MOVE WS-AMT-VALUE TO WS-LINE-APPLIED
019500     END-IF.
019510*=================================================================
019520*    4500-SUM-EX-RENTAL-SALES - SALEREG LINES FROM THE WRITEOFF
019530*    SALE PROCESSING (SALE PRICE IN COLUMNS 23-28, STORE 79-80)
019540*=================================================================
019550 4500-SUM-EX-RENTAL-SALES.
019551     READ SALEREG-IN
019554     END-READ
019555     IF NOT WS-SALE-EOF
019556         AND SALEREG-IN-LINE (2:5) NUMERIC
019557         MOVE SPACES TO WS-LINE-LOCATION
019558         MOVE SALEREG-IN-LINE (79:2) TO WS-LINE-STORE-X
019559         PERFORM 7000-SELECT-LINE-STORE
019560         MOVE SALEREG-IN-LINE (21:8) TO WS-AMT-X
019561         PERFORM 8000-PARSE-EDITED-AMOUNT
019562         ADD WS-AMT-VALUE TO WS-SALES-REVENUE
019563     END-IF.
019564*=================================================================
019565*    4700-SUM-GIFT-ACTIVITY - GIFTREG LINES FROM THE RENTPROC
019566*    CERTIFICATE PROCESSING ('S' SALES AND 'R' CHECKOUT
019567*    REDEMPTIONS, AMOUNT IN COLUMNS 13-20, TILL IN 33-34)
019568*=================================================================
019569 4700-SUM-GIFT-ACTIVITY.
019570     READ GIFTREG-IN
019571         AT END
019572             MOVE 'Y' TO WS-GIFT-EOF-SW
019573     END-READ
019574     IF NOT WS-GIFT-EOF
019575         AND GIFTREG-IN-LINE (5:6) NUMERIC
019576         MOVE SPACES TO WS-LINE-LOCATION
019577         MOVE GIFTREG-IN-LINE (33:2) TO WS-LINE-REGISTER-X
019578         PERFORM 7000-SELECT-LINE-STORE
019579         MOVE GIFTREG-IN-LINE (13:8) TO WS-AMT-X
019580         PERFORM 8000-PARSE-EDITED-AMOUNT
019581         EVALUATE GIFTREG-IN-LINE (2:1)
019582             WHEN 'S'
019583                 ADD WS-AMT-VALUE TO WS-GIFT-SOLD
019584             WHEN 'R'
019585                 ADD WS-AMT-VALUE TO WS-GIFT-REDEEMED
019586             WHEN OTHER
019587                 CONTINUE
019588         END-EVALUATE
019589     END-IF.
019590*=================================================================
019591*    4800-SUM-REFUNDS - ACCEPTED REFNDREG LINES (AMOUNT IN
019592*    COLUMNS 20-27, DISPOSITION IN COLUMNS 30-37) - HEAD OFFICE
019593*=================================================================
019594 4800-SUM-REFUNDS.
019595     READ REFNDREG-IN
019596         AT END
019597             MOVE 'Y' TO WS-REFND-EOF-SW
019598     END-READ
019599     IF NOT WS-REFND-EOF
019600         AND REFNDREG-IN-LINE (2:6) NUMERIC
019601         AND REFNDREG-IN-LINE (30:8) = 'ACCEPTED'
019602         MOVE SPACES TO WS-LINE-LOCATION
019603         PERFORM 7000-SELECT-LINE-STORE
019604         MOVE REFNDREG-IN-LINE (20:8) TO WS-AMT-X
019605         PERFORM 8000-PARSE-EDITED-AMOUNT
019606         ADD WS-AMT-VALUE TO WS-CREDIT-REFUNDED
019607     END-IF.
019608*=================================================================
019609*    4900-SUM-TAX-COLLECTED - TAXREG LINES FROM THE COUNTER
019610*    (TAX AMOUNT IN COLUMNS 25-31, TILL IN 34-35)
019611*=================================================================
019612 4900-SUM-TAX-COLLECTED.
019613     READ TAXREG-IN
019614         AT END
019615             MOVE 'Y' TO WS-TAX-EOF-SW
019616     END-READ
019617     IF NOT WS-TAX-EOF
019618         AND TAXREG-IN-LINE (5:8) NUMERIC
019619         MOVE SPACES TO WS-LINE-LOCATION
019620         MOVE TAXREG-IN-LINE (34:2) TO WS-LINE-REGISTER-X
019621         PERFORM 7000-SELECT-LINE-STORE
019622         MOVE SPACE TO WS-AMT-X
019623         MOVE TAXREG-IN-LINE (25:7) TO WS-AMT-X (1:7)
019624         MOVE SPACE TO WS-AMT-X (8:1)
019625         PERFORM 8000-PARSE-EDITED-AMOUNT
019626         ADD WS-AMT-VALUE TO WS-TAX-COLLECTED
019627     END-IF.
019628*=================================================================
019629*    4950-SUM-DEPOSITS - DEPREG LINES FROM RENTPROC AND LOSTCONV
019630*    ('H' TAKEN, 'A' APPLIED TO THE FEE, 'R' RELEASED, 'C'
019631*    CREDITED TO THE ACCOUNT; AMOUNT IN COLUMNS 22-29, TILL IN
019632*    42-43, STORE IN 79-80 ON THE LOSTCONV LINES)
019633*=================================================================
019634 4950-SUM-DEPOSITS.
019635     READ DEPREG-IN
019636         AT END
019637             MOVE 'Y' TO WS-DEP-EOF-SW
019638     END-READ
019639     IF NOT WS-DEP-EOF
019640         AND DEPREG-IN-LINE (5:6) NUMERIC
019641         MOVE DEPREG-IN-LINE (79:2) TO WS-LINE-STORE-X
019642         MOVE DEPREG-IN-LINE (42:2) TO WS-LINE-REGISTER-X
019643         PERFORM 7000-SELECT-LINE-STORE
019644         MOVE DEPREG-IN-LINE (22:8) TO WS-AMT-X
019645         PERFORM 8000-PARSE-EDITED-AMOUNT
019646         EVALUATE DEPREG-IN-LINE (2:1)
019647             WHEN 'H'
019648                 ADD WS-AMT-VALUE TO WS-DEP-HELD
019649             WHEN 'A'
019650                 ADD WS-AMT-VALUE TO WS-DEP-APPLIED
019651             WHEN 'R'
019652                 ADD WS-AMT-VALUE TO WS-DEP-RELEASED
019653             WHEN 'C'
019654                 ADD WS-AMT-VALUE TO WS-DEP-CREDITED
019655             WHEN OTHER
019656                 CONTINUE
019657         END-EVALUATE
019658     END-IF.
019659*=================================================================
019660*    4960-SUM-WAIVER-ACTIVITY - WAIVCLM LINES FROM RENTPROC
019661*    ('F' WAIVER FEE SOLD, 'C' WAIVER CLAIM, 'B' DAMAGE BILLED;
019662*    AMOUNT IN COLUMNS 22-29, THE DEPREG COLUMNS; TILL 56-57)
019663*=================================================================
019664 4960-SUM-WAIVER-ACTIVITY.
019665     READ WAIVCLM-IN
019666         AT END
019667             MOVE 'Y' TO WS-WAIV-EOF-SW
019668     END-READ
019669     IF NOT WS-WAIV-EOF
019670         AND WAIVCLM-IN-LINE (5:6) NUMERIC
019671         MOVE SPACES TO WS-LINE-LOCATION
019672         MOVE WAIVCLM-IN-LINE (56:2) TO WS-LINE-REGISTER-X
019673         PERFORM 7000-SELECT-LINE-STORE
019674         MOVE WAIVCLM-IN-LINE (22:8) TO WS-AMT-X
019675         PERFORM 8000-PARSE-EDITED-AMOUNT
019676         EVALUATE WAIVCLM-IN-LINE (2:1)
019677             WHEN 'F'
019678                 ADD WS-AMT-VALUE TO WS-WAIVER-FEES
019679             WHEN 'C'
019680                 ADD WS-AMT-VALUE TO WS-WAIVER-CLAIMS
019681             WHEN 'B'
019682                 ADD WS-AMT-VALUE TO WS-DAMAGE-BILLED
019683             WHEN OTHER
019684                 CONTINUE
019685         END-EVALUATE
019686     END-IF.
019687*=================================================================
019688*    4970-SUM-UNCLAIMED-PROPERTY - ESCHREG LINES FROM ESCHEAT
019689*    ('E' CERTIFICATE REMITTED, 'C' CREDIT BALANCE REMITTED,
019690*    'B' CERTIFICATE TO BREAKAGE; AMOUNT IN COLUMNS 22-29) -
019691*    HEAD OFFICE
019692*=================================================================
019693 4970-SUM-UNCLAIMED-PROPERTY.
019694     READ ESCHREG-IN
019695         AT END
019696             MOVE 'Y' TO WS-ESCH-EOF-SW
019697     END-READ
019698     IF NOT WS-ESCH-EOF
019699         AND ESCHREG-IN-LINE (5:6) NUMERIC
019700         MOVE SPACES TO WS-LINE-LOCATION
019701         PERFORM 7000-SELECT-LINE-STORE
019702         MOVE ESCHREG-IN-LINE (22:8) TO WS-AMT-X
019703         PERFORM 8000-PARSE-EDITED-AMOUNT
019704         EVALUATE ESCHREG-IN-LINE (2:1)
019705             WHEN 'E'
019706                 ADD WS-AMT-VALUE TO WS-ESCH-GIFT-REMIT
019707             WHEN 'C'
019708                 ADD WS-AMT-VALUE TO WS-ESCH-CREDIT-REMIT
019709             WHEN 'B'
019710                 ADD WS-AMT-VALUE TO WS-ESCH-BREAKAGE
019711             WHEN OTHER
019712                 CONTINUE
019713         END-EVALUATE
019714     END-IF.
019715*=================================================================
019716*    4980-SUM-CARD-SETTLEMENT - SETLREG LINES FROM CARDSETL
019717*    ('F' PROCESSOR FEES, 'K' CHARGEBACK REVERSED; THE OTHER
019718*    LINE TYPES ARE RECONCILING ITEMS ONLY) - HEAD OFFICE
019719*=================================================================
019720 4980-SUM-CARD-SETTLEMENT.
019721     READ SETLREG-IN
019722         AT END
019723             MOVE 'Y' TO WS-SETL-EOF-SW
019724     END-READ
019725     IF NOT WS-SETL-EOF
019726         AND SETLREG-IN-LINE (5:6) NUMERIC
019727         MOVE SPACES TO WS-LINE-LOCATION
019728         PERFORM 7000-SELECT-LINE-STORE
019729         MOVE SETLREG-IN-LINE (22:8) TO WS-AMT-X
019730         PERFORM 8000-PARSE-EDITED-AMOUNT
019731         EVALUATE SETLREG-IN-LINE (2:1)
019732             WHEN 'F'
019733                 ADD WS-AMT-VALUE TO WS-CARD-FEES
019734             WHEN 'K'
019735                 ADD WS-AMT-VALUE TO WS-CARD-CHARGEBACKS
019736             WHEN OTHER
019737                 CONTINUE
019738         END-EVALUATE
019739     END-IF.
019740*=================================================================
019741*    4990-SUM-PAYABLES-VOUCHERS - VCHREG LINES FROM INVMATCH
019742*    ('V' VOUCHER APPROVED FOR PAYMENT) - HEAD OFFICE
019743*=================================================================
019744 4990-SUM-PAYABLES-VOUCHERS.
019745     READ VCHREG-IN
019746         AT END
019747             MOVE 'Y' TO WS-VCH-EOF-SW
019748     END-READ
019749     IF NOT WS-VCH-EOF
019750         AND VCHREG-IN-LINE (5:6) NUMERIC
019751         AND VCHREG-IN-LINE (2:1) = 'V'
019752         MOVE SPACES TO WS-LINE-LOCATION
019753         PERFORM 7000-SELECT-LINE-STORE
019754         MOVE VCHREG-IN-LINE (22:8) TO WS-AMT-X
019755         PERFORM 8000-PARSE-EDITED-AMOUNT
019756         ADD WS-AMT-VALUE TO WS-VOUCHERS-PAYABLE
019757     END-IF.
019758*=================================================================
019759*    4995-SUM-REVENUE-SHARE - RSHRREG LINES FROM REVSHARE ('S'
019760*    STUDIO SHARE, 'G' MINIMUM-GUARANTEE SHORTFALL) - HEAD
019761*    OFFICE
019762*=================================================================
019763 4995-SUM-REVENUE-SHARE.
019764     READ RSHRREG-IN
019765         AT END
019766             MOVE 'Y' TO WS-RSHR-EOF-SW
019767     END-READ
019768     IF NOT WS-RSHR-EOF
019769         AND RSHRREG-IN-LINE (5:6) NUMERIC
019770         AND (RSHRREG-IN-LINE (2:1) = 'S'
019771             OR RSHRREG-IN-LINE (2:1) = 'G')
019772         MOVE SPACES TO WS-LINE-LOCATION
019773         PERFORM 7000-SELECT-LINE-STORE
019774         MOVE RSHRREG-IN-LINE (22:8) TO WS-AMT-X
019775         PERFORM 8000-PARSE-EDITED-AMOUNT
019776         ADD WS-AMT-VALUE TO WS-STUDIO-SHARE
019777     END-IF.
019778*=================================================================
019779*    4997-SUM-COPY-DISPOSALS - DISPREG LINES FROM WRITEOFF AND
019780*    RTVPROC (TYPE IN COLUMN 2: W WRITTEN OFF, S SOLD, V
019781*    RETURNED TO VENDOR, R REINSTATED; COST 23-30, ACCUMULATED
019782*    DEPRECIATION 32-39, NET BOOK VALUE 41-48, STORE 79-80)
019783*=================================================================
019784 4997-SUM-COPY-DISPOSALS.
019785     READ DISPREG-IN
019786         AT END
019787             MOVE 'Y' TO WS-DISP-EOF-SW
019788     END-READ
019789     IF NOT WS-DISP-EOF
019790         AND DISPREG-IN-LINE (4:5) NUMERIC
019791         MOVE SPACES TO WS-LINE-LOCATION
019792         MOVE DISPREG-IN-LINE (79:2) TO WS-LINE-STORE-X
019793         PERFORM 7000-SELECT-LINE-STORE
019794         MOVE DISPREG-IN-LINE (23:8) TO WS-AMT-X
019795         PERFORM 8000-PARSE-EDITED-AMOUNT
019796         MOVE WS-AMT-VALUE TO WS-LINE-COST
019797         MOVE DISPREG-IN-LINE (32:8) TO WS-AMT-X
019798         PERFORM 8000-PARSE-EDITED-AMOUNT
019799         MOVE WS-AMT-VALUE TO WS-LINE-ACCUM
019800         MOVE DISPREG-IN-LINE (41:8) TO WS-AMT-X
019801         PERFORM 8000-PARSE-EDITED-AMOUNT
019802         EVALUATE DISPREG-IN-LINE (2:1)
019803             WHEN 'W'
019804                 ADD WS-LINE-COST  TO WS-DISP-COST
019805                 ADD WS-LINE-ACCUM TO WS-DISP-ACCUM
019806                 ADD WS-AMT-VALUE  TO WS-DISP-WO-BOOK
019807             WHEN 'S'
019808                 ADD WS-LINE-COST  TO WS-DISP-COST
019809                 ADD WS-LINE-ACCUM TO WS-DISP-ACCUM
019810                 ADD WS-AMT-VALUE  TO WS-DISP-SALE-BOOK
019812             WHEN 'V'
019814                 ADD WS-LINE-COST  TO WS-DISP-COST
019816                 ADD WS-LINE-ACCUM TO WS-DISP-ACCUM
019818                 ADD WS-AMT-VALUE  TO WS-DISP-RTV-BOOK
019820             WHEN 'R'
019822                 ADD WS-LINE-COST  TO WS-REIN-COST
019824                 ADD WS-LINE-ACCUM TO WS-REIN-ACCUM
019826                 ADD WS-AMT-VALUE  TO WS-REIN-BOOK
019828             WHEN OTHER
019830                 CONTINUE
019832         END-EVALUATE
019834     END-IF.
019836*=================================================================
019837*    4998-SUM-MERCH-SALES - MERCHREG SALE LINES FROM RENTPROC
019838*    (TYPE S IN COLUMN 2; NET SALE 20-27, COST 30-37, DATE 40-47,
019839*    TILL 50-51)
019840*=================================================================
019841 4998-SUM-MERCH-SALES.
019842     READ MERCHREG-IN
019843         AT END
019844             MOVE 'Y' TO WS-MERCH-EOF-SW
019845     END-READ
019846     IF NOT WS-MERCH-EOF
019847         AND MERCHREG-IN-LINE (2:1) = 'S'
019848         AND MERCHREG-IN-LINE (40:8) NUMERIC
019849         MOVE SPACES TO WS-LINE-LOCATION
019850         MOVE MERCHREG-IN-LINE (50:2) TO WS-LINE-REGISTER-X
019851         PERFORM 7000-SELECT-LINE-STORE
019852         MOVE MERCHREG-IN-LINE (20:8) TO WS-AMT-X
019853         PERFORM 8000-PARSE-EDITED-AMOUNT
019854         ADD WS-AMT-VALUE TO WS-MERCH-REVENUE
019855         MOVE MERCHREG-IN-LINE (30:8) TO WS-AMT-X
019856         PERFORM 8000-PARSE-EDITED-AMOUNT
019857         ADD WS-AMT-VALUE TO WS-MERCH-COST
019858     END-IF.
019859*=================================================================
019860*    4999-SUM-ROYALTIES - ROYREG LINES FROM ROYALTY ('R'
019861*    ROYALTY, 'A' ADVERTISING FUND; AMOUNT 22-29, STORE 79-80)
019862*=================================================================
019863 4999-SUM-ROYALTIES.
019864     READ ROYREG-IN
019865         AT END
019866             MOVE 'Y' TO WS-ROY-EOF-SW
019867     END-READ
019868     IF NOT WS-ROY-EOF
019869         AND ROYREG-IN-LINE (5:6) NUMERIC
019870         AND (ROYREG-IN-LINE (2:1) = 'R'
019871             OR ROYREG-IN-LINE (2:1) = 'A')
019872         MOVE SPACES TO WS-LINE-LOCATION
019873         MOVE ROYREG-IN-LINE (79:2) TO WS-LINE-STORE-X
019874         PERFORM 7000-SELECT-LINE-STORE
019875         MOVE ROYREG-IN-LINE (22:8) TO WS-AMT-X
019876         PERFORM 8000-PARSE-EDITED-AMOUNT
019877         IF ROYREG-IN-LINE (2:1) = 'R'
019878             ADD WS-AMT-VALUE TO WS-ROYALTY-DUE
019879         ELSE
019880             ADD WS-AMT-VALUE TO WS-AD-FUND-DUE
019881         END-IF
019882     END-IF.
019883*=================================================================
019884*    5000-WRITE-THE-JOURNAL - EACH STORE'S ENTRIES IN TURN, THEN
019885*    THE BATCH TRAILER
019886*=================================================================
019900 5000-WRITE-THE-JOURNAL.
019902     MOVE WS-ACTIVITY-TOTALS
019904         TO WS-SLOT-TOTALS (WS-CURRENT-STORE + 1)
019906     PERFORM 5010-WRITE-ONE-STORE
019908         VARYING WS-STORE-SUB FROM 1 BY 1
019910         UNTIL WS-STORE-SUB > 100
019912     MOVE WS-ENTRY-COUNT   TO TR-ENTRY-COUNT
019914     MOVE WS-ACCOUNT-HASH  TO TR-ACCOUNT-HASH
019916     MOVE WS-TOTAL-DEBITS  TO TR-TOTAL-DEBITS
019918     MOVE WS-TOTAL-CREDITS TO TR-TOTAL-CREDITS
019920     WRITE GLJRNL-LINE FROM WS-TRAILER-RECORD
019922     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
019924         DISPLAY 'GLJRNL: OUT OF BALANCE, DR='
019926             WS-TOTAL-DEBITS ' CR=' WS-TOTAL-CREDITS
019928         DISPLAY 'GLJRNL: JOURNAL MUST NOT BE IMPORTED'
019930         MOVE 12 TO RETURN-CODE
019932     END-IF.
019934*=================================================================
019936*    5010-WRITE-ONE-STORE - A STORE WITH ACTIVITY TONIGHT: ITS
019938*    TOTALS BACK INTO WS-ACTIVITY-TOTALS, ITS FEE MOVEMENT, ITS
019940*    ENTRIES, AND ITS RUN TOTALS ON THE LOG
019942*=================================================================
019944 5010-WRITE-ONE-STORE.
019946     IF WS-SLOT-USED (WS-STORE-SUB)
019948         MOVE WS-SLOT-TOTALS (WS-STORE-SUB) TO WS-ACTIVITY-TOTALS
019950         COMPUTE JE-STORE-CODE = WS-STORE-SUB - 1
019952         ADD 1 TO WS-STORES-JOURNALED
019954         PERFORM 2600-COMPUTE-FEE-MOVEMENT
019956         PERFORM 5050-WRITE-STORE-ENTRIES
019958         PERFORM 6100-DISPLAY-STORE-TOTALS
019960     END-IF.
019962*=================================================================
019964*    5050-WRITE-STORE-ENTRIES - BALANCED PAIRS PER ACTIVITY FOR
019966*    THE STORE IN JE-STORE-CODE
019968*=================================================================
019970 5050-WRITE-STORE-ENTRIES.
020000     IF WS-FEES-MOVEMENT > ZERO
020100         MOVE 1200 TO JE-ACCOUNT
020200         MOVE 'DR' TO JE-DR-CR
023232         MOVE 'RECEIVABLE RELIEVED' TO JE-DESCRIPTION
023233         PERFORM 5100-WRITE-ONE-ENTRY
023234     END-IF
023235     IF WS-DEP-HELD > ZERO
023236         MOVE 1000 TO JE-ACCOUNT
023237         MOVE 'DR' TO JE-DR-CR
023238         MOVE WS-DEP-HELD TO JE-AMOUNT
023239         MOVE 'SECURITY DEPOSIT CASH' TO JE-DESCRIPTION
023240         PERFORM 5100-WRITE-ONE-ENTRY
023241         MOVE 2120 TO JE-ACCOUNT
023242         MOVE 'CR' TO JE-DR-CR
023243         MOVE 'SECURITY DEPOSITS HELD' TO JE-DESCRIPTION
023244         PERFORM 5100-WRITE-ONE-ENTRY
023245     END-IF
023246     IF WS-DEP-APPLIED > ZERO
023247         MOVE 2120 TO JE-ACCOUNT
023248         MOVE 'DR' TO JE-DR-CR
023249         MOVE WS-DEP-APPLIED TO JE-AMOUNT
023250         MOVE 'DEPOSIT APPLIED TO FEES' TO JE-DESCRIPTION
023251         PERFORM 5100-WRITE-ONE-ENTRY
023252         MOVE 1200 TO JE-ACCOUNT
023253         MOVE 'CR' TO JE-DR-CR
023254         MOVE 'RECEIVABLE RELIEVED' TO JE-DESCRIPTION
023255         PERFORM 5100-WRITE-ONE-ENTRY
023256     END-IF
023257     IF WS-DEP-RELEASED > ZERO
023258         MOVE 2120 TO JE-ACCOUNT
023259         MOVE 'DR' TO JE-DR-CR
023260         MOVE WS-DEP-RELEASED TO JE-AMOUNT
023261         MOVE 'DEPOSIT RELEASED' TO JE-DESCRIPTION
023262         PERFORM 5100-WRITE-ONE-ENTRY
023263         MOVE 1000 TO JE-ACCOUNT
023264         MOVE 'CR' TO JE-DR-CR
023265         MOVE 'DEPOSIT CASH RETURNED' TO JE-DESCRIPTION
023266         PERFORM 5100-WRITE-ONE-ENTRY
023267     END-IF
023268     IF WS-DEP-CREDITED > ZERO
023269         MOVE 2120 TO JE-ACCOUNT
023270         MOVE 'DR' TO JE-DR-CR
023271         MOVE WS-DEP-CREDITED TO JE-AMOUNT
023272         MOVE 'DEPOSIT TO ACCOUNT CREDIT' TO JE-DESCRIPTION
023273         PERFORM 5100-WRITE-ONE-ENTRY
023274         MOVE 2110 TO JE-ACCOUNT
023275         MOVE 'CR' TO JE-DR-CR
023276         MOVE 'CUSTOMER CREDIT BALANCES' TO JE-DESCRIPTION
023277         PERFORM 5100-WRITE-ONE-ENTRY
023278     END-IF
023279     IF WS-DAMAGE-BILLED > ZERO
023280         MOVE 1200 TO JE-ACCOUNT
023281         MOVE 'DR' TO JE-DR-CR
023282         MOVE WS-DAMAGE-BILLED TO JE-AMOUNT
023283         MOVE 'DAMAGE CHARGES BILLED' TO JE-DESCRIPTION
023284         PERFORM 5100-WRITE-ONE-ENTRY
023285         MOVE 4160 TO JE-ACCOUNT
023286         MOVE 'CR' TO JE-DR-CR
023287         MOVE 'DAMAGE CHARGE REVENUE' TO JE-DESCRIPTION
023288         PERFORM 5100-WRITE-ONE-ENTRY
023289     END-IF
023290     IF WS-WAIVER-CLAIMS > ZERO
023291         MOVE 5150 TO JE-ACCOUNT
023292         MOVE 'DR' TO JE-DR-CR
023293         MOVE WS-WAIVER-CLAIMS TO JE-AMOUNT
023294         MOVE 'DAMAGE WAIVER CLAIMS' TO JE-DESCRIPTION
023295         PERFORM 5100-WRITE-ONE-ENTRY
023296         MOVE 1500 TO JE-ACCOUNT
023297         MOVE 'CR' TO JE-DR-CR
023298         MOVE 'RENTAL INVENTORY DAMAGED' TO JE-DESCRIPTION
023299         PERFORM 5100-WRITE-ONE-ENTRY
023300     END-IF
023302     IF WS-ESCH-GIFT-REMIT > ZERO
023304         MOVE 2300 TO JE-ACCOUNT
023306         MOVE 'DR' TO JE-DR-CR
023308         MOVE WS-ESCH-GIFT-REMIT TO JE-AMOUNT
023310         MOVE 'GIFT CERTS ESCHEATED' TO JE-DESCRIPTION
023312         PERFORM 5100-WRITE-ONE-ENTRY
023314         MOVE 2400 TO JE-ACCOUNT
023316         MOVE 'CR' TO JE-DR-CR
023318         MOVE 'UNCLAIMED PROPERTY PAYABLE' TO JE-DESCRIPTION
023320         PERFORM 5100-WRITE-ONE-ENTRY
023322     END-IF
023324     IF WS-ESCH-CREDIT-REMIT > ZERO
023326         MOVE 2110 TO JE-ACCOUNT
023328         MOVE 'DR' TO JE-DR-CR
023330         MOVE WS-ESCH-CREDIT-REMIT TO JE-AMOUNT
023332         MOVE 'CREDIT BALANCES ESCHEATED' TO JE-DESCRIPTION
023334         PERFORM 5100-WRITE-ONE-ENTRY
023336         MOVE 2400 TO JE-ACCOUNT
023338         MOVE 'CR' TO JE-DR-CR
023340         MOVE 'UNCLAIMED PROPERTY PAYABLE' TO JE-DESCRIPTION
023342         PERFORM 5100-WRITE-ONE-ENTRY
023344     END-IF
023346     IF WS-ESCH-BREAKAGE > ZERO
023348         MOVE 2300 TO JE-ACCOUNT
023350         MOVE 'DR' TO JE-DR-CR
023352         MOVE WS-ESCH-BREAKAGE TO JE-AMOUNT
023354         MOVE 'GIFT CERTS DORMANT' TO JE-DESCRIPTION
023356         PERFORM 5100-WRITE-ONE-ENTRY
023358         MOVE 4300 TO JE-ACCOUNT
023360         MOVE 'CR' TO JE-DR-CR
023362         MOVE 'GIFT CERT BREAKAGE INCOME' TO JE-DESCRIPTION
023364         PERFORM 5100-WRITE-ONE-ENTRY
023366     END-IF
023367     IF WS-CARD-FEES > ZERO
023368         MOVE 5200 TO JE-ACCOUNT
023369         MOVE 'DR' TO JE-DR-CR
023370         MOVE WS-CARD-FEES TO JE-AMOUNT
023371         MOVE 'CARD PROCESSING FEES' TO JE-DESCRIPTION
023372         PERFORM 5100-WRITE-ONE-ENTRY
023373         MOVE 1000 TO JE-ACCOUNT
023374         MOVE 'CR' TO JE-DR-CR
023375         MOVE 'FEES NETTED FROM SETTLEMENT' TO JE-DESCRIPTION
023376         PERFORM 5100-WRITE-ONE-ENTRY
023377     END-IF
023378     IF WS-CARD-CHARGEBACKS > ZERO
023379         MOVE 1200 TO JE-ACCOUNT
023380         MOVE 'DR' TO JE-DR-CR
023381         MOVE WS-CARD-CHARGEBACKS TO JE-AMOUNT
023382         MOVE 'CARD CHARGEBACKS REVERSED' TO JE-DESCRIPTION
023383         PERFORM 5100-WRITE-ONE-ENTRY
023384         MOVE 1000 TO JE-ACCOUNT
023385         MOVE 'CR' TO JE-DR-CR
023386         MOVE 'CHARGEBACKS DEBITED BY BANK' TO JE-DESCRIPTION
023387         PERFORM 5100-WRITE-ONE-ENTRY
023388     END-IF
023389     IF WS-VOUCHERS-PAYABLE > ZERO
023390         MOVE 1500 TO JE-ACCOUNT
023391         MOVE 'DR' TO JE-DR-CR
023392         MOVE WS-VOUCHERS-PAYABLE TO JE-AMOUNT
023393         MOVE 'DISTRIBUTOR STOCK INVOICED' TO JE-DESCRIPTION
023394         PERFORM 5100-WRITE-ONE-ENTRY
023395         MOVE 2000 TO JE-ACCOUNT
023396         MOVE 'CR' TO JE-DR-CR
023397         MOVE 'ACCOUNTS PAYABLE VOUCHERED' TO JE-DESCRIPTION
023398         PERFORM 5100-WRITE-ONE-ENTRY
023399     END-IF
023400     IF WS-STUDIO-SHARE > ZERO
023401         MOVE 5300 TO JE-ACCOUNT
023402         MOVE 'DR' TO JE-DR-CR
023403         MOVE WS-STUDIO-SHARE TO JE-AMOUNT
023404         MOVE 'STUDIO REVENUE SHARE' TO JE-DESCRIPTION
023405         PERFORM 5100-WRITE-ONE-ENTRY
023406         MOVE 2050 TO JE-ACCOUNT
023407         MOVE 'CR' TO JE-DR-CR
023408         MOVE 'REVENUE SHARE PAYABLE' TO JE-DESCRIPTION
023409         PERFORM 5100-WRITE-ONE-ENTRY
023410     END-IF
023412     IF WS-DISP-COST > ZERO
023414         PERFORM 5200-WRITE-DISPOSAL-LEGS
023416     END-IF
023418     IF WS-REIN-COST > ZERO
023420         PERFORM 5300-WRITE-REINSTATED-LEGS
023422     END-IF
023424     IF WS-SALES-REVENUE > ZERO
023426         MOVE 1000 TO JE-ACCOUNT
023428         MOVE 'DR' TO JE-DR-CR
023430         MOVE WS-SALES-REVENUE TO JE-AMOUNT
023432         MOVE 'EX-RENTAL SALES CASH' TO JE-DESCRIPTION
023434         PERFORM 5100-WRITE-ONE-ENTRY
023436         MOVE 4200 TO JE-ACCOUNT
023438         MOVE 'CR' TO JE-DR-CR
023440         MOVE 'EX-RENTAL SALES REVENUE' TO JE-DESCRIPTION
023442         PERFORM 5100-WRITE-ONE-ENTRY
023444     END-IF
023445     IF WS-MERCH-REVENUE > ZERO
023446         MOVE 1000 TO JE-ACCOUNT
023447         MOVE 'DR' TO JE-DR-CR
023448         MOVE WS-MERCH-REVENUE TO JE-AMOUNT
023449         MOVE 'MERCHANDISE SALES CASH' TO JE-DESCRIPTION
023450         PERFORM 5100-WRITE-ONE-ENTRY
023451         MOVE 4400 TO JE-ACCOUNT
023452         MOVE 'CR' TO JE-DR-CR
023453         MOVE 'MERCHANDISE REVENUE' TO JE-DESCRIPTION
023454         PERFORM 5100-WRITE-ONE-ENTRY
023455     END-IF
023456     IF WS-MERCH-COST > ZERO
023457         MOVE 5400 TO JE-ACCOUNT
023458         MOVE 'DR' TO JE-DR-CR
023459         MOVE WS-MERCH-COST TO JE-AMOUNT
023460         MOVE 'COST OF MERCHANDISE SOLD' TO JE-DESCRIPTION
023461         PERFORM 5100-WRITE-ONE-ENTRY
023462         MOVE 1400 TO JE-ACCOUNT
023463         MOVE 'CR' TO JE-DR-CR
023464         MOVE 'MERCHANDISE INVENTORY' TO JE-DESCRIPTION
023465         PERFORM 5100-WRITE-ONE-ENTRY
023466     END-IF
023467     IF WS-ROYALTY-DUE > ZERO
023468         MOVE 5600 TO JE-ACCOUNT
023469         MOVE 'DR' TO JE-DR-CR
023470         MOVE WS-ROYALTY-DUE TO JE-AMOUNT
023471         MOVE 'FRANCHISE ROYALTY' TO JE-DESCRIPTION
023472         PERFORM 5100-WRITE-ONE-ENTRY
023473         MOVE 2060 TO JE-ACCOUNT
023474         MOVE 'CR' TO JE-DR-CR
023475         MOVE 'ROYALTY PAYABLE' TO JE-DESCRIPTION
023476         PERFORM 5100-WRITE-ONE-ENTRY
023477     END-IF
023478     IF WS-AD-FUND-DUE > ZERO
023479         MOVE 5610 TO JE-ACCOUNT
023480         MOVE 'DR' TO JE-DR-CR
023481         MOVE WS-AD-FUND-DUE TO JE-AMOUNT
023482         MOVE 'ADVERTISING FUND' TO JE-DESCRIPTION
023483         PERFORM 5100-WRITE-ONE-ENTRY
023484         MOVE 2070 TO JE-ACCOUNT
023485         MOVE 'CR' TO JE-DR-CR
023486         MOVE 'ADVERTISING FUND PAYABLE' TO JE-DESCRIPTION
023487         PERFORM 5100-WRITE-ONE-ENTRY
024300     END-IF.
024400*=================================================================
024500*    5100-WRITE-ONE-ENTRY
025300         ADD JE-AMOUNT TO WS-TOTAL-CREDITS
025400     END-IF
025500     WRITE GLJRNL-LINE FROM WS-JOURNAL-ENTRY.
025501*=================================================================
025502*    5200-WRITE-DISPOSAL-LEGS - THE COPIES' COST LEAVES RENTAL
025503*    INVENTORY, THEIR ACCUMULATED DEPRECIATION IS RELIEVED, AND
025504*    ONLY THE NET BOOK VALUE IS EXPENSED
025505*=================================================================
025506 5200-WRITE-DISPOSAL-LEGS.
025507     IF WS-DISP-ACCUM > ZERO
025508         MOVE 1510 TO JE-ACCOUNT
025509         MOVE 'DR' TO JE-DR-CR
025510         MOVE WS-DISP-ACCUM TO JE-AMOUNT
025511         MOVE 'ACCUM DEPRECIATION RELIEVED' TO JE-DESCRIPTION
025512         PERFORM 5100-WRITE-ONE-ENTRY
025513     END-IF
025514     IF WS-DISP-WO-BOOK > ZERO
025515         MOVE 5100 TO JE-ACCOUNT
025516         MOVE 'DR' TO JE-DR-CR
025517         MOVE WS-DISP-WO-BOOK TO JE-AMOUNT
025518         MOVE 'WRITE-OFFS AT BOOK VALUE' TO JE-DESCRIPTION
025519         PERFORM 5100-WRITE-ONE-ENTRY
025520     END-IF
025521     IF WS-DISP-SALE-BOOK > ZERO
025522         MOVE 5110 TO JE-ACCOUNT
025523         MOVE 'DR' TO JE-DR-CR
025524         MOVE WS-DISP-SALE-BOOK TO JE-AMOUNT
025525         MOVE 'EX-RENTAL COST OF SALES' TO JE-DESCRIPTION
025526         PERFORM 5100-WRITE-ONE-ENTRY
025527     END-IF
025528     IF WS-DISP-RTV-BOOK > ZERO
025529         MOVE 5120 TO JE-ACCOUNT
025530         MOVE 'DR' TO JE-DR-CR
025531         MOVE WS-DISP-RTV-BOOK TO JE-AMOUNT
025532         MOVE 'RETURNED TO VENDOR AT BOOK' TO JE-DESCRIPTION
025533         PERFORM 5100-WRITE-ONE-ENTRY
025534     END-IF
025535     MOVE 1500 TO JE-ACCOUNT
025536     MOVE 'CR' TO JE-DR-CR
025537     MOVE WS-DISP-COST TO JE-AMOUNT
025538     MOVE 'RENTAL INVENTORY RETIRED' TO JE-DESCRIPTION
025539     PERFORM 5100-WRITE-ONE-ENTRY.
025540*=================================================================
025541*    5300-WRITE-REINSTATED-LEGS - A WRITE-OFF REVERSED PUTS THE
025542*    COPY BACK AT COST AND REVERSES ITS BOOK-VALUE EXPENSE
025543*=================================================================
025544 5300-WRITE-REINSTATED-LEGS.
025545     MOVE 1500 TO JE-ACCOUNT
025546     MOVE 'DR' TO JE-DR-CR
025547     MOVE WS-REIN-COST TO JE-AMOUNT
025548     MOVE 'RENTAL INVENTORY REINSTATED' TO JE-DESCRIPTION
025549     PERFORM 5100-WRITE-ONE-ENTRY
025550     IF WS-REIN-ACCUM > ZERO
025551         MOVE 1510 TO JE-ACCOUNT
025552         MOVE 'CR' TO JE-DR-CR
025553         MOVE WS-REIN-ACCUM TO JE-AMOUNT
025554         MOVE 'ACCUM DEPRECIATION RESTORED' TO JE-DESCRIPTION
025555         PERFORM 5100-WRITE-ONE-ENTRY
025556     END-IF
025557     IF WS-REIN-BOOK > ZERO
025558         MOVE 5100 TO JE-ACCOUNT
025559         MOVE 'CR' TO JE-DR-CR
025560         MOVE WS-REIN-BOOK TO JE-AMOUNT
025561         MOVE 'WRITE-OFFS REVERSED' TO JE-DESCRIPTION
025562         PERFORM 5100-WRITE-ONE-ENTRY
025563     END-IF.
025600*=================================================================
025700*    6000-TERMINATE
025800*=================================================================
026220     CLOSE GIFTREG-IN
026230     CLOSE REFNDREG-IN
026240     CLOSE TAXREG-IN
026250     CLOSE DEPREG-IN
026260     CLOSE WAIVCLM-IN
026270     CLOSE ESCHREG-IN
026280     CLOSE SETLREG-IN
026290     CLOSE VCHREG-IN
026295     CLOSE RSHRREG-IN
026296     CLOSE DISPREG-IN
026297     CLOSE MERCHREG-IN
026298     CLOSE ROYREG-IN
026300     CLOSE GLJRNL-OUT
026310     DISPLAY 'GLJRNL: TILLS MAPPED   = ' WS-REGISTERS-MAPPED
026320     DISPLAY 'GLJRNL: STORES         = ' WS-STORES-JOURNALED
026711     DISPLAY 'GLJRNL: ENTRIES        = ' WS-ENTRY-COUNT.
026712*=================================================================
026713*    6100-DISPLAY-STORE-TOTALS - ONE STORE'S ACTIVITY ON THE LOG
026714*=================================================================
026715 6100-DISPLAY-STORE-TOTALS.
026716     DISPLAY 'GLJRNL: STORE          = ' JE-STORE-CODE
026717     DISPLAY 'GLJRNL: FEEDUE TONIGHT = ' WS-FEES-ASSESSED
026718     DISPLAY 'GLJRNL: FEEDUE PRIOR   = ' WS-FEES-PRIOR
026719     DISPLAY 'GLJRNL: FEES ASSESSED  = ' WS-FEES-MOVEMENT
026720     DISPLAY 'GLJRNL: FEES WAIVED    = ' WS-FEES-WAIVED
026721     DISPLAY 'GLJRNL: CASH APPLIED   = ' WS-CASH-APPLIED
026722     DISPLAY 'GLJRNL: SALES REVENUE  = ' WS-SALES-REVENUE
026723     DISPLAY 'GLJRNL: GIFT SOLD      = ' WS-GIFT-SOLD
026724     DISPLAY 'GLJRNL: GIFT REDEEMED  = ' WS-GIFT-REDEEMED
026725     DISPLAY 'GLJRNL: GIFT TENDERED  = ' WS-GIFT-TENDERED
026726     DISPLAY 'GLJRNL: CREDIT CREATED = ' WS-CREDIT-CREATED
026727     DISPLAY 'GLJRNL: CREDIT USED    = ' WS-CREDIT-CONSUMED
026728     DISPLAY 'GLJRNL: CREDIT REFUNDED= ' WS-CREDIT-REFUNDED
026729     DISPLAY 'GLJRNL: TAX COLLECTED  = ' WS-TAX-COLLECTED
026730     DISPLAY 'GLJRNL: DEPOSITS HELD  = ' WS-DEP-HELD
026731     DISPLAY 'GLJRNL: DEP APPLIED    = ' WS-DEP-APPLIED
026732     DISPLAY 'GLJRNL: DEP RELEASED   = ' WS-DEP-RELEASED
026733     DISPLAY 'GLJRNL: DEP CREDITED   = ' WS-DEP-CREDITED
026734     DISPLAY 'GLJRNL: DAMAGE BILLED  = ' WS-DAMAGE-BILLED
026735     DISPLAY 'GLJRNL: WAIVER FEES    = ' WS-WAIVER-FEES
026736     DISPLAY 'GLJRNL: WAIVER CLAIMS  = ' WS-WAIVER-CLAIMS
026737     MOVE ZERO TO WS-LOSS-RATIO
026738     IF WS-WAIVER-FEES > ZERO
026739         COMPUTE WS-LOSS-RATIO ROUNDED =
026740             WS-WAIVER-CLAIMS * 100 / WS-WAIVER-FEES
026741             ON SIZE ERROR
026742                 MOVE 99999.9 TO WS-LOSS-RATIO
026743         END-COMPUTE
026744     END-IF
026745     DISPLAY 'GLJRNL: WAIVER LOSS %  = ' WS-LOSS-RATIO
026746     DISPLAY 'GLJRNL: ESCHEAT CERTS  = ' WS-ESCH-GIFT-REMIT
026747     DISPLAY 'GLJRNL: ESCHEAT CREDIT = ' WS-ESCH-CREDIT-REMIT
026748     DISPLAY 'GLJRNL: GIFT BREAKAGE  = ' WS-ESCH-BREAKAGE
026749     DISPLAY 'GLJRNL: CARD FEES      = ' WS-CARD-FEES
026750     DISPLAY 'GLJRNL: CHARGEBACKS    = ' WS-CARD-CHARGEBACKS
026751     DISPLAY 'GLJRNL: VOUCHERS AP    = ' WS-VOUCHERS-PAYABLE
026752     DISPLAY 'GLJRNL: STUDIO SHARE   = ' WS-STUDIO-SHARE
026753     DISPLAY 'GLJRNL: DISPOSED COST  = ' WS-DISP-COST
026754     DISPLAY 'GLJRNL: REINSTATED     = ' WS-REIN-COST
026755     DISPLAY 'GLJRNL: MERCH REVENUE  = ' WS-MERCH-REVENUE
026756     DISPLAY 'GLJRNL: MERCH COST     = ' WS-MERCH-COST
026757     DISPLAY 'GLJRNL: ROYALTY        = ' WS-ROYALTY-DUE
026758     DISPLAY 'GLJRNL: AD FUND        = ' WS-AD-FUND-DUE.
026759*=================================================================
026760*    7000-SELECT-LINE-STORE - CREDIT THE LINE IN HAND TO ITS
026761*    STORE: THE STORE IT CARRIES, ELSE ITS TILL'S STORE, ELSE
026762*    HEAD OFFICE.  A LINE FOR ANOTHER STORE PUTS THE CURRENT
026763*    STORE'S TOTALS BACK IN THEIR SLOT AND BRINGS THAT STORE'S
026764*    INTO WS-ACTIVITY-TOTALS.
026765*=================================================================
026766 7000-SELECT-LINE-STORE.
026767     IF WS-LINE-STORE-X NUMERIC
026768         MOVE WS-LINE-STORE-X TO WS-LINE-STORE
026769     ELSE
026770         IF WS-LINE-REGISTER-X NUMERIC
026771             MOVE WS-LINE-REGISTER-X TO WS-LINE-REGISTER
026772             MOVE WS-RS-STORE (WS-LINE-REGISTER + 1)
026773                 TO WS-LINE-STORE
026774         ELSE
026775             MOVE ZERO TO WS-LINE-STORE
026776         END-IF
026777     END-IF
026778     IF WS-LINE-STORE NOT = WS-CURRENT-STORE
026779         MOVE WS-ACTIVITY-TOTALS
026780             TO WS-SLOT-TOTALS (WS-CURRENT-STORE + 1)
026781         MOVE WS-SLOT-TOTALS (WS-LINE-STORE + 1)
026782             TO WS-ACTIVITY-TOTALS
026783         MOVE WS-LINE-STORE TO WS-CURRENT-STORE
026784     END-IF
026785     MOVE 'Y' TO WS-SLOT-USED-SW (WS-CURRENT-STORE + 1).
026800*=================================================================
026900*    8000-PARSE-EDITED-AMOUNT - EDITED ZZZZ9.99 PRINT FIELD
027000*    BACK TO A NUMERIC VALUE
