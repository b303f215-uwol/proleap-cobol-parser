002378*  2026-09-02 VSG   EVERY SUCCESSFUL VIDOFILE/RENTFILE UPDATE
002381*                   NOW JOURNALS ITS AFTER-IMAGE THROUGH
002384*                   AFTJRNL FOR FORWARD RECOVERY.
002385*  2026-10-15 VSG   A WRITE-OFF OF A COPY STILL OUT ON A
002386*                   CUSTOMER'S OPEN RENTAL IS NOW LISTED ON THE
002387*                   WOCUST REGISTER (CUSTOMER, RENTAL, VIDEO,
002388*                   DATE, REASON, WAIVER FLAG) FOR THE NIGHTLY
002389*                   RISKSCR CUSTOMER RISK SCORE.
002390*  2026-10-15 VSG   A COPY WRITTEN OFF OR SOLD NOW TAKES ITS
002391*                   NET BOOK VALUE (COST LESS THE INVDEPR
002392*                   ACCUMULATED DEPRECIATION) OFF THE BOOKS: THE
002393*                   COPY IS MARKED RELIEVED AND LISTED ON THE
002394*                   DISPREG DISPOSAL REGISTER FOR THE GL
002395*                   JOURNAL.  A REINSTATED COPY PUTS IT BACK.
002396*  2026-10-15 VSG   SALEREG AND DISPREG LINES NOW CARRY THE
002397*                   STORE IN COLUMNS 79-80 - THE TITLE'S STORE
002398*                   FOR A SALE, THE COPY'S FOR A DISPOSAL - SO
002399*                   GLJRNL CAN BOOK THEM TO THAT STORE.
002400*  2026-10-15 VSG   WRITE-OFF AND REINSTATE CARDS NOW NEED A
002401*                   KEYING OPERATOR WITH WRITE-OFF AUTHORITY
002402*                   (OPRAUTH); REFUSED CARDS ARE REJECTED.
002403*  2026-10-15 VSG   DISPREG IS NOW EXTENDED, SHARED WITH RTVPROC,
002404*                   NOT REWRITTEN; IF IT CANNOT BE OPENED NO CARD
002405*                   IS PROCESSED, SO NO COPY IS RELIEVED WITHOUT
002406*                   ITS DISPOSAL LINE.
002410*=================================================================
002500*  ACCEPTS A VIDEO-CODE, REASON, AND DATE FROM SYSIN, FLAGS THE
002600*  MATCHING VIDOFILE RECORD AS WRITTEN OFF (VIDEO-ACTIVE-FLAG='N')
002700*  AND RECORDS THE REASON/DATE. THE RECORD STAYS ON FILE FOR
004575         ACCESS MODE IS DYNAMIC
004580         RECORD KEY IS COPY-KEY OF COPY-RECORD
004585         FILE STATUS IS FC-CPYFILE-STATUS.
004586     SELECT WOCUST-RPT ASSIGN TO 'WOCUST'
004587         ORGANIZATION IS LINE SEQUENTIAL
004588         FILE STATUS IS FC-WOCUST-STATUS.
004589     SELECT OPTIONAL DISPREG-RPT ASSIGN TO 'DISPREG'
004590         ORGANIZATION IS LINE SEQUENTIAL
004591         FILE STATUS IS FC-DISPREG-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  VIDOFILE.
006211 FD  SALEREG-RPT
006212     RECORD CONTAINS 80 CHARACTERS.
006213 01  SALEREG-LINE                   PIC X(80).
006214 FD  WOCUST-RPT
006215     RECORD CONTAINS 80 CHARACTERS.
006216 01  WOCUST-LINE                    PIC X(80).
006217 FD  DISPREG-RPT
006218     RECORD CONTAINS 80 CHARACTERS.
006219 01  DISPREG-LINE                   PIC X(80).
006220 FD  CPYFILE.
006221 COPY COPYREC.
006230 FD  RENTFILE.
006240 COPY RENTREC.
006300 WORKING-STORAGE SECTION.
006510 COPY BREGREQ.
006520 COPY AFTJRNQ.
006600 COPY FILERRQ.
006610 COPY OPRAUTHQ.
006700 01  FC-STATUSES.
006800     05  FC-VIDOFILE-STATUS         PIC X(2).
006900     05  FC-CARDS-STATUS            PIC X(2).
007005     05  FC-SALEREG-STATUS          PIC X(2).
007010     05  FC-CPYFILE-STATUS          PIC X(2).
007015     05  FC-RENTFILE-STATUS         PIC X(2).
007016     05  FC-WOCUST-STATUS           PIC X(2).
007017     05  FC-DISPREG-STATUS          PIC X(2).
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007300         88  WS-EOF                 VALUE 'Y'.
007340         88  WS-RENTFILE-AVAILABLE  VALUE 'Y'.
007350     05  WS-RENT-SCAN-DONE-SW       PIC X(1) VALUE 'N'.
007360         88  WS-RENT-SCAN-DONE      VALUE 'Y'.
007370     05  WS-OPERATOR-CLEARED-SW     PIC X(1) VALUE 'Y'.
007380         88  WS-OPERATOR-CLEARED    VALUE 'Y'.
007400 01  WS-COUNTERS.
007500     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
007600     05  WS-WRITEOFFS-APPLIED       PIC 9(5) VALUE ZERO.
007800     05  WS-REINSTATED-APPLIED      PIC 9(5) VALUE ZERO.
007801     05  WS-SALES-APPLIED           PIC 9(5) VALUE ZERO.
007802     05  WS-WAIVERS-HONORED         PIC 9(5) VALUE ZERO.
007803     05  WS-CUSTOMER-WRITEOFFS      PIC 9(5) VALUE ZERO.
007810 01  WS-COPY-MARK-STATUS            PIC X(1).
007811 01  WS-DISP-TYPE                   PIC X(1).
007812 01  WS-ACCUM-DEPREC                PIC 9(3)V99.
007813 01  WS-BOOK-VALUE                  PIC 9(3)V99.
007814 01  WS-DISP-DETAIL.
007815     05  FILLER                     PIC X(1)  VALUE SPACE.
007816     05  DP-DISP-TYPE               PIC X(1).
007817     05  FILLER                     PIC X(1)  VALUE SPACE.
007818     05  DP-VIDEO-CODE              PIC 9(5).
007819     05  FILLER                     PIC X(1)  VALUE '/'.
007820     05  DP-COPY-NUMBER             PIC 9(3).
007821     05  FILLER                     PIC X(1)  VALUE SPACE.
007822     05  DP-DISP-DATE               PIC 9(8).
007823     05  FILLER                     PIC X(1)  VALUE SPACE.
007824     05  DP-COST                    PIC ZZZZ9.99.
007825     05  FILLER                     PIC X(1)  VALUE SPACE.
007826     05  DP-ACCUM-DEPREC            PIC ZZZZ9.99.
007827     05  FILLER                     PIC X(1)  VALUE SPACE.
007828     05  DP-BOOK-VALUE              PIC ZZZZ9.99.
007829     05  FILLER                     PIC X(2)  VALUE SPACE.
007830     05  DP-SOURCE                  PIC X(8).
007832     05  FILLER                     PIC X(20) VALUE SPACE.
007834     05  DP-STORE-CODE              PIC 9(2).
007836 01  WS-SALE-DETAIL.
007838     05  FILLER                     PIC X(1)  VALUE SPACE.
007840     05  SD-VIDEO-CODE              PIC 9(5).
007850     05  FILLER                     PIC X(1)  VALUE '/'.
007860     05  SD-COPY-NUMBER             PIC 9(3).
007893     05  SD-TEXT                    PIC X(20).
007894     05  FILLER                     PIC X(2)  VALUE SPACE.
007895     05  SD-OPERATOR-ID             PIC X(3).
007896     05  FILLER                     PIC X(23) VALUE SPACE.
007897     05  SD-STORE-CODE              PIC 9(2).
007898 01  WS-WOCUST-DETAIL.
007899     05  FILLER                     PIC X(1)  VALUE SPACE.
007900     05  WD-CUSTOMER-ID             PIC 9(6).
007901     05  FILLER                     PIC X(2)  VALUE SPACE.
007902     05  WD-RENTAL-NUMBER           PIC 9(7).
007903     05  FILLER                     PIC X(2)  VALUE SPACE.
007904     05  WD-VIDEO-CODE              PIC 9(5).
007905     05  FILLER                     PIC X(2)  VALUE SPACE.
007906     05  WD-WRITEOFF-DATE           PIC 9(8).
007907     05  FILLER                     PIC X(2)  VALUE SPACE.
007908     05  WD-REASON                  PIC X(20).
007909     05  FILLER                     PIC X(2)  VALUE SPACE.
007910     05  WD-WAIVER-FLAG             PIC X(1).
007911*=================================================================
008000*    REINSTATED-BY-MONTH SUMMARY TABLE (CARD DATE YYYYMM)
008100*=================================================================
008200 01  WS-MONTH-SUMMARY.
014091     END-IF
014100     OPEN INPUT WRITEOFF-CARDS
014150     OPEN OUTPUT SALEREG-RPT
014160     OPEN OUTPUT WOCUST-RPT
014170     OPEN EXTEND DISPREG-RPT
014171     IF FC-DISPREG-STATUS NOT = '00'
014172         AND FC-DISPREG-STATUS NOT = '05'
014173         MOVE 'WRITEOFF' TO FERR-PROGRAM-ID
014174         MOVE 'DISPREG' TO FERR-FILE-NAME
014175         MOVE 'OPEN' TO FERR-OPERATION
014176         MOVE FC-DISPREG-STATUS TO FERR-STATUS
014177         MOVE SPACES TO FERR-RECORD
014178         CALL 'FILERR' USING FILE-ERROR-REQUEST
014179         MOVE 'Y' TO WS-EOF-SW
014180     END-IF
014200     OPEN OUTPUT REVAUD-RPT
014300     IF NOT RCHK-IN-PROD
014400         WRITE REVAUD-LINE FROM RCHK-WATERMARK
016200             DISPLAY 'WRITEOFF: NO SUCH VIDEO-CODE=' WC-VIDEO-CODE
016300     END-READ
016400     IF FC-VIDOFILE-STATUS = '00'
016410         PERFORM 2050-CHECK-OPERATOR-AUTHORITY
016420     END-IF
016430     IF FC-VIDOFILE-STATUS = '00'
016440         AND WS-OPERATOR-CLEARED
016500         EVALUATE TRUE
016600             WHEN WC-REINSTATE
016700                 PERFORM 2200-REINSTATE-ITEM
017500     END-IF
017600     PERFORM 1100-READ-NEXT-CARD.
017700*=================================================================
017702*    2050-CHECK-OPERATOR-AUTHORITY - A WRITE-OFF OR REINSTATE
017704*    NEEDS AN OPERATOR CLEARED FOR WRITE-OFFS; SALES ARE NOT
017706*    CONTROLLED HERE
017708*=================================================================
017710 2050-CHECK-OPERATOR-AUTHORITY.
017712     MOVE 'Y' TO WS-OPERATOR-CLEARED-SW
017714     IF WC-WRITE-OFF
017716         OR WC-REINSTATE
017718         MOVE 'WRITEOFF' TO OAUT-CALLER
017720         MOVE WC-OPERATOR-ID TO OAUT-OPERATOR-ID
017722         MOVE 'O' TO OAUT-FUNCTION
017724         MOVE ZERO TO OAUT-AMOUNT
017726         MOVE SPACES TO OAUT-ITEM-KEY
017728         MOVE WC-VIDEO-CODE TO OAUT-ITEM-KEY (1:5)
017730         IF WC-COPY-NUMBER NUMERIC
017732             MOVE WC-COPY-NUMBER TO OAUT-ITEM-KEY (7:3)
017734         END-IF
017736         CALL 'OPRAUTH' USING OPERATOR-AUTH-REQUEST
017738         IF OAUT-REFUSED
017740             MOVE 'N' TO WS-OPERATOR-CLEARED-SW
017742             ADD 1 TO WS-WRITEOFFS-REJECTED
017744             DISPLAY 'WRITEOFF: OPERATOR REFUSED, VIDEO-CODE='
017746                 WC-VIDEO-CODE ' ' OAUT-REASON
017748         END-IF
017750     END-IF.
017752*=================================================================
017800 2100-MARK-WRITTEN-OFF.
017900     MOVE 'N'                        TO VIDEO-ACTIVE-FLAG
018000     MOVE WC-REASON                  TO VIDEO-WRITEOFF-REASON
023445     MOVE WC-SALE-PRICE              TO SD-SALE-PRICE
023446     MOVE 'PREVIOUSLY VIEWED'        TO SD-TEXT
023447     MOVE WC-OPERATOR-ID             TO SD-OPERATOR-ID
023448     MOVE VIDEO-STORE-CODE           TO SD-STORE-CODE
023449     WRITE SALEREG-LINE FROM WS-SALE-DETAIL.
023450*=================================================================
023451*    2400-MARK-THE-COPY - WHEN THE CARD NAMES A PHYSICAL COPY,
023452*    CARRY THE WRITE-OFF/REINSTATEMENT/SALE ONTO ITS CPYFILE
023453*    RECORD SO THE COPY-LEVEL INVENTORY SHOWS WHICH COPY IS GONE
023454*=================================================================
023455 2400-MARK-THE-COPY.
023456     IF WS-CPYFILE-AVAILABLE
023457         AND WC-COPY-NUMBER NUMERIC
023458         AND WC-COPY-NUMBER > ZERO
023459         MOVE WC-VIDEO-CODE TO COPY-VIDEO-CODE
023460         MOVE WC-COPY-NUMBER TO COPY-NUMBER
023461         READ CPYFILE
023462             INVALID KEY
023463                 DISPLAY 'WRITEOFF: COPY NOT ON CPYFILE='
023464                     WC-VIDEO-CODE '/' WC-COPY-NUMBER
023465             NOT INVALID KEY
023466                 MOVE WS-COPY-MARK-STATUS TO COPY-STATUS
023467                 PERFORM 2450-SET-BOOK-STATUS
023468                 REWRITE COPY-RECORD
023469                     INVALID KEY
023470                         DISPLAY 'WRITEOFF: CPYFILE REWRITE '
023471                             'FAILED=' WC-VIDEO-CODE
023472                     NOT INVALID KEY
023473                         IF WS-DISP-TYPE NOT = SPACE
023474                             PERFORM 2460-WRITE-DISPOSAL-LINE
023475                         END-IF
023476                 END-REWRITE
023477         END-READ
023478     END-IF.
023479*=================================================================
023480*    2450-SET-BOOK-STATUS - A COPY WRITTEN OFF OR SOLD THAT IS
023481*    STILL CARRIED AT A COST COMES OFF THE BOOKS AT ITS NET BOOK
023482*    VALUE; A REINSTATED COPY THAT WAS RELIEVED GOES BACK ON.  A
023483*    COPY NOT YET COSTED IS LEFT FOR THE INVDEPR DISPOSAL SWEEP.
023484*=================================================================
023485 2450-SET-BOOK-STATUS.
023486     MOVE SPACE TO WS-DISP-TYPE
023487     IF COPY-ACQUIRED-COST NOT NUMERIC
023488         MOVE ZERO TO COPY-ACQUIRED-COST
023489     END-IF
023490     IF COPY-ACCUM-DEPREC NOT NUMERIC
023491         MOVE ZERO TO COPY-ACCUM-DEPREC
023492     END-IF
023493     EVALUATE WS-COPY-MARK-STATUS
023494         WHEN 'W'
023495             IF COPY-ON-BOOKS
023496                 AND COPY-ACQUIRED-COST > ZERO
023497                 MOVE 'W' TO WS-DISP-TYPE
023498                 MOVE 'R' TO COPY-BOOK-STATUS
023499             END-IF
023500         WHEN 'X'
023501             IF COPY-ON-BOOKS
023502                 AND COPY-ACQUIRED-COST > ZERO
023503                 MOVE 'S' TO WS-DISP-TYPE
023504                 MOVE 'R' TO COPY-BOOK-STATUS
023505             END-IF
023506         WHEN 'S'
023507             IF COPY-BOOK-RELIEVED
023508                 MOVE 'R' TO WS-DISP-TYPE
023509                 MOVE SPACE TO COPY-BOOK-STATUS
023510             END-IF
023511         WHEN OTHER
023512             CONTINUE
023513     END-EVALUATE.
023514*=================================================================
023515*    2460-WRITE-DISPOSAL-LINE - DISPREG: TYPE IN COLUMN 2, COPY
023516*    4-12, DATE 14-21, COST 23-30, ACCUMULATED DEPRECIATION
023517*    32-39, NET BOOK VALUE 41-48
023518*=================================================================
023519 2460-WRITE-DISPOSAL-LINE.
023520     MOVE COPY-ACCUM-DEPREC TO WS-ACCUM-DEPREC
023521     IF WS-ACCUM-DEPREC > COPY-ACQUIRED-COST
023522         MOVE COPY-ACQUIRED-COST TO WS-ACCUM-DEPREC
023523     END-IF
023524     COMPUTE WS-BOOK-VALUE =
023525         COPY-ACQUIRED-COST - WS-ACCUM-DEPREC
023526     MOVE WS-DISP-TYPE               TO DP-DISP-TYPE
023527     MOVE COPY-VIDEO-CODE            TO DP-VIDEO-CODE
023528     MOVE COPY-NUMBER                TO DP-COPY-NUMBER
023529     MOVE WC-DATE                    TO DP-DISP-DATE
023530     MOVE COPY-ACQUIRED-COST         TO DP-COST
023531     MOVE WS-ACCUM-DEPREC            TO DP-ACCUM-DEPREC
023532     MOVE WS-BOOK-VALUE              TO DP-BOOK-VALUE
023533     MOVE 'WRITEOFF'                 TO DP-SOURCE
023534     MOVE COPY-STORE-CODE            TO DP-STORE-CODE
023535     WRITE DISPREG-LINE FROM WS-DISP-DETAIL.
023536*=================================================================
023537*    2700-SETTLE-WAIVERED-RENTAL - A WRITE-OFF AGAINST AN OPEN
023538*    RENTAL CARRYING THE DAMAGE WAIVER CLOSES THAT RENTAL WITH
023539*    THE FEE CLEARED: THE WAIVER BOUGHT THE CUSTOMER OUT OF THE
023540*    DAMAGE, SO THE SHOP ABSORBS THE COPY
023541*=================================================================
023542 2700-SETTLE-WAIVERED-RENTAL.
023543     IF WS-RENTFILE-AVAILABLE
023544         MOVE 'N' TO WS-RENT-SCAN-DONE-SW
023545         MOVE WC-VIDEO-CODE TO RENTAL-VIDEO-CODE
023546         START RENTFILE KEY IS EQUAL TO RENTAL-VIDEO-CODE
023547             INVALID KEY
023548                 MOVE 'Y' TO WS-RENT-SCAN-DONE-SW
023549         END-START
023550         PERFORM 2710-SCAN-ONE-RENTAL
023551             UNTIL WS-RENT-SCAN-DONE
023552     END-IF.
023553*=================================================================
023554*    2710-SCAN-ONE-RENTAL
023555*=================================================================
023556 2710-SCAN-ONE-RENTAL.
023557     READ RENTFILE NEXT RECORD
023558         AT END
023559             MOVE 'Y' TO WS-RENT-SCAN-DONE-SW
023560     END-READ
023561     IF NOT WS-RENT-SCAN-DONE
023562         IF RENTAL-VIDEO-CODE NOT = WC-VIDEO-CODE
023563             MOVE 'Y' TO WS-RENT-SCAN-DONE-SW
023564         ELSE
023565             IF RENTAL-OPEN
023566                 AND RENTAL-WAIVERED
023567                 AND (WC-COPY-NUMBER NOT NUMERIC
023568                     OR WC-COPY-NUMBER = ZERO
023569                     OR WC-COPY-NUMBER = RENTAL-COPY-NUMBER)
023570                 MOVE 'R' TO RENTAL-STATUS
023571                 MOVE WC-DATE TO RENTAL-RETURN-DATE
023572                 MOVE ZERO TO RENTAL-LATE-FEE
023573                 REWRITE RENTAL-RECORD
023574                     INVALID KEY
023575                         DISPLAY 'WRITEOFF: RENTFILE REWRITE '
023576                             'FAILED=' RENTAL-NUMBER
023577                     NOT INVALID KEY
023578                         ADD 1 TO WS-WAIVERS-HONORED
023579                         MOVE 'RW' TO AJRN-OPERATION
023580                         PERFORM 2760-JOURNAL-RENT-IMAGE
023581                         PERFORM 2720-WRITE-CUSTOMER-LINE
023582                         MOVE 'Y' TO WS-RENT-SCAN-DONE-SW
023583                 END-REWRITE
023584             END-IF
023585             IF NOT WS-RENT-SCAN-DONE
023586                 AND RENTAL-OPEN
023587                 AND NOT RENTAL-WAIVERED
023588                 AND WC-COPY-NUMBER NUMERIC
023589                 AND WC-COPY-NUMBER > ZERO
023590                 AND WC-COPY-NUMBER = RENTAL-COPY-NUMBER
023591                 PERFORM 2720-WRITE-CUSTOMER-LINE
023592                 MOVE 'Y' TO WS-RENT-SCAN-DONE-SW
023593             END-IF
023594         END-IF
023595     END-IF.
023596*=================================================================
023597*    2720-WRITE-CUSTOMER-LINE - THE COPY WAS WRITTEN OFF WHILE
023598*    OUT ON THIS CUSTOMER'S RENTAL: LIST IT ON WOCUST.  AN
023599*    UNWAIVERED RENTAL STAYS OPEN FOR RETURN OR LOSTCONV BILLING.
023600*=================================================================
023601 2720-WRITE-CUSTOMER-LINE.
023602     MOVE RENTAL-CUSTOMER-ID         TO WD-CUSTOMER-ID
023603     MOVE RENTAL-NUMBER              TO WD-RENTAL-NUMBER
023604     MOVE WC-VIDEO-CODE              TO WD-VIDEO-CODE
023605     MOVE WC-DATE                    TO WD-WRITEOFF-DATE
023606     MOVE WC-REASON                  TO WD-REASON
023607     MOVE RENTAL-WAIVER-FLAG         TO WD-WAIVER-FLAG
023608     WRITE WOCUST-LINE FROM WS-WOCUST-DETAIL
023609     ADD 1 TO WS-CUSTOMER-WRITEOFFS.
023610*=================================================================
023611*    2750/2760 - AFTER-IMAGE JOURNAL HOOKS FOR FORWARD
023612*    RECOVERY (SEE AFTJRNL/FILROLL)
023613*=================================================================
023614 2750-JOURNAL-VIDEO-IMAGE.
023615     MOVE 'VIDOFILE' TO AJRN-FILE-NAME
023616     MOVE SPACES TO AJRN-RECORD-IMAGE
023617     MOVE VIDEO-RECORD TO AJRN-RECORD-IMAGE
023618     CALL 'AFTJRNL' USING AFTER-IMAGE-REQUEST.
023619 2760-JOURNAL-RENT-IMAGE.
023620     MOVE 'RENTFILE' TO AJRN-FILE-NAME
023621     MOVE SPACES TO AJRN-RECORD-IMAGE
023622     MOVE RENTAL-RECORD TO AJRN-RECORD-IMAGE
023623     CALL 'AFTJRNL' USING AFTER-IMAGE-REQUEST.
023624*=================================================================
023625 3000-TERMINATE.
023700     SET WS-MONTH-IDX TO 1
023800     PERFORM 3100-WRITE-MONTH-LINE
023900         VARYING WS-MONTH-IDX FROM 1 BY 1
024191     END-IF
024200     CLOSE WRITEOFF-CARDS
024250     CLOSE SALEREG-RPT
024260     CLOSE WOCUST-RPT
024270     CLOSE DISPREG-RPT
024300     CLOSE REVAUD-RPT
024400     DISPLAY 'WRITEOFF: CARDS READ      = ' WS-CARDS-READ
024500     DISPLAY 'WRITEOFF: APPLIED         = ' WS-WRITEOFFS-APPLIED
024700         WS-REINSTATED-APPLIED
024710     DISPLAY 'WRITEOFF: SALES APPLIED   = ' WS-SALES-APPLIED
024720     DISPLAY 'WRITEOFF: WAIVERS HONORED = ' WS-WAIVERS-HONORED
024730     DISPLAY 'WRITEOFF: CUSTOMER ITEMS  = '
024740         WS-CUSTOMER-WRITEOFFS
024800     DISPLAY 'WRITEOFF: REJECTED        = ' WS-WRITEOFFS-REJECTED.
024900*=================================================================
025000*    3100-WRITE-MONTH-LINE - MONTHLY REINSTATEMENT SUMMARY
