001330*                   FORWARD RECOVERY, AND A BRAND-NEW RECVFILE
001340*                   RECORD CLEARS THE CREDIT AND PLACED FIELDS
001350*                   INSTEAD OF INHERITING THE READ BUFFER.
001355*  2026-10-15 VSG   A SECURITY DEPOSIT HELD ON THE RENTAL IS NOW
001360*                   APPLIED AGAINST THE LOST CHARGE BEFORE IT IS
001365*                   BILLED TO RECVFILE; ANY DEPOSIT LEFT OVER
001370*                   BECOMES CUSTOMER CREDIT.  BOTH LIST ON THE
001375*                   DEPREG REGISTER FOR THE GL LIABILITY LEG.
001376*  2026-10-15 VSG   EQUIPMENT RENTALS (PLAYERS AND GAME CONSOLES)
001377*                   CONVERT ON THEIR OWN LOSTCTL THRESHOLD
001378*                   (COLUMNS 5-7, DEFAULT 30 DAYS) AT THE UNIT'S
001379*                   PURCHASE COST; THE UNIT IS MARKED LOST ON
001380*                   EQPFILE AND NO TITLE COPY IS RELIEVED.
001385*  2026-10-15 VSG   DEPREG LINES NOW CARRY THE RENTAL'S STORE IN
001390*                   COLUMNS 79-80 - THERE IS NO TILL BEHIND A
001395*                   CONVERSION - FOR THE STORE-LEVEL LEDGER.
001396*  2026-10-15 VSG   SELECTS FROM THE NIGHT'S OPENRENT OPEN-RENTALS
001397*                   EXTRACT (OPNEXTR) INSTEAD OF WALKING
001398*                   RENTFILE; ONLY A RENTAL BEING CONVERTED IS
001399*                   READ FOR UPDATE, BY KEY, AND THE TITLE'S
001400*                   FORMAT AND TIER COME ON THE EXTRACT.
001401*=================================================================
001500*  WALKS THE OPEN RENTALS ON THE OPENRENT EXTRACT AND CONVERTS ANY
001600*  RENTAL STILL OPEN PAST THE LOSTCTL THRESHOLD (DAYS BEYOND THE
001700*  DUE DATE, DEFAULT 60) TO THE LOST STATUS: THE REPLACEMENT COST
001800*  FROM THE REPLCOST FORMAT/TIER TABLE IS ADDED TO THE RENTAL'S
001900*  FEE (SO PAYPOST, FEEAGING, AND THE COLLECTION LETTERS PURSUE
002000*  IT) AND MIRRORED ONTO THE CUSTOMER'S RECVFILE BALANCE, THE
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS COPY-KEY OF COPY-RECORD
005500         FILE STATUS IS FC-CPYFILE-STATUS.
005510     SELECT OPTIONAL EQPFILE ASSIGN TO 'IDXEQUIP'
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS DYNAMIC
005540         RECORD KEY IS EQUIP-SERIAL-NUMBER OF EQUIPMENT-RECORD
005550         FILE STATUS IS FC-EQPFILE-STATUS.
005560     SELECT OPENRENT-IN ASSIGN TO 'OPENRENT'
005570         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS FC-OPENRENT-STATUS.
005600     SELECT OPTIONAL REPLCOST-FILE ASSIGN TO 'REPLCOST'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FC-REPLCOST-STATUS.
006200     SELECT LOSTRPT-RPT ASSIGN TO 'LOSTRPT'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FC-LOSTRPT-STATUS.
006410     SELECT OPTIONAL DEPREG-RPT ASSIGN TO 'DEPREG'
006420         ORGANIZATION IS LINE SEQUENTIAL
006430         FILE STATUS IS FC-DEPREG-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RENTFILE.
007200 COPY RECVREC.
007300 FD  CPYFILE.
007400 COPY COPYREC.
007410 FD  EQPFILE.
007420 COPY EQUIPREC.
007430 FD  OPENRENT-IN
007440     RECORD CONTAINS 100 CHARACTERS.
007450 01  OPENRENT-LINE                  PIC X(100).
007500 FD  REPLCOST-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  REPLCOST-INPUT-LINE.
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  LOSTCTL-CARD.
008700     05  LC-THRESHOLD-DAYS          PIC 9(3).
008710     05  FILLER                     PIC X(1).
008720     05  LC-EQUIP-THRESHOLD-DAYS    PIC 9(3).
008730     05  FILLER                     PIC X(73).
008900 FD  LOSTRPT-RPT
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  LOSTRPT-LINE                   PIC X(80).
009110 FD  DEPREG-RPT
009120     RECORD CONTAINS 80 CHARACTERS.
009130 01  DEPREG-LINE                    PIC X(80).
009200 WORKING-STORAGE SECTION.
009300*=================================================================
009400 COPY VERSTAMP.
009600 COPY FILERRQ.
009610 COPY AFTJRNQ.
009700 COPY REPLCOST.
009710 COPY OPNXREC.
009800 01  FC-STATUSES.
009900     05  FC-RENTFILE-STATUS         PIC X(2).
010000     05  FC-VIDOFILE-STATUS         PIC X(2).
010300     05  FC-REPLCOST-STATUS         PIC X(2).
010400     05  FC-LOSTCTL-STATUS          PIC X(2).
010500     05  FC-LOSTRPT-STATUS          PIC X(2).
010510     05  FC-DEPREG-STATUS           PIC X(2).
010520     05  FC-EQPFILE-STATUS          PIC X(2).
010530     05  FC-OPENRENT-STATUS         PIC X(2).
010600 01  WS-SWITCHES.
010700     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
010800         88  WS-EOF                 VALUE 'Y'.
011400         88  WS-VIDOFILE-AVAILABLE  VALUE 'Y'.
011500     05  WS-RECV-ON-FILE-SW         PIC X(1) VALUE 'N'.
011600         88  WS-RECV-ON-FILE        VALUE 'Y'.
011610     05  WS-EQPFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
011620         88  WS-EQPFILE-AVAILABLE   VALUE 'Y'.
011700 01  WS-CURRENT-DATE.
011800     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
011900 01  WS-THRESHOLD-DAYS              PIC 9(3) VALUE 60.
012000 01  WS-CUTOFF-DATE                 PIC 9(8).
012010 01  WS-EQUIP-THRESHOLD-DAYS        PIC 9(3) VALUE 30.
012020 01  WS-EQUIP-CUTOFF-DATE           PIC 9(8).
012100 01  WS-DAYS-OVERDUE                PIC 9(5).
012200 01  WS-REPL-COST-DEFAULT           PIC 9(3)V99 VALUE 20.00.
012300 01  WS-REPL-COST-AMT               PIC 9(3)V99.
012310 01  WS-DEPOSIT-FIELDS.
012320     05  WS-DEPOSIT-APPLIED         PIC 9(3)V99.
012330     05  WS-DEPOSIT-CREDIT          PIC 9(3)V99.
012340     05  WS-RECV-CHARGE-AMT         PIC 9(3)V99.
012500 01  WS-COUNTERS.
012600     05  WS-RENTALS-CHECKED         PIC 9(7) VALUE ZERO.
012700     05  WS-RENTALS-CONVERTED       PIC 9(7) VALUE ZERO.
012710     05  WS-EQUIP-CONVERTED         PIC 9(7) VALUE ZERO.
012800     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
012900 01  WS-DETAIL-LINE.
013000     05  FILLER                     PIC X(1)  VALUE SPACE.
014100     05  DL-REPL-COST               PIC ZZ9.99.
014200     05  FILLER                     PIC X(2)  VALUE SPACE.
014300     05  DL-TEXT                    PIC X(16).
014301     05  FILLER                     PIC X(1)  VALUE SPACE.
014302     05  DL-EQUIP-SERIAL            PIC X(12).
014305 01  WS-DEPOSIT-DETAIL.
014310     05  FILLER                     PIC X(1)  VALUE SPACE.
014315     05  DP-TRANS-TYPE              PIC X(1).
014320     05  FILLER                     PIC X(2)  VALUE SPACE.
014325     05  DP-CUSTOMER-ID             PIC 9(6).
014330     05  FILLER                     PIC X(2)  VALUE SPACE.
014335     05  DP-RENTAL-NUMBER           PIC 9(7).
014340     05  FILLER                     PIC X(2)  VALUE SPACE.
014345     05  DP-AMOUNT                  PIC ZZZZ9.99.
014350     05  FILLER                     PIC X(2)  VALUE SPACE.
014355     05  DP-TRANS-DATE              PIC 9(8).
014360     05  FILLER                     PIC X(2)  VALUE SPACE.
014365     05  DP-REGISTER-ID             PIC 9(2)  VALUE ZERO.
014366     05  FILLER                     PIC X(35) VALUE SPACE.
014367     05  DP-STORE-CODE              PIC 9(2).
014400 PROCEDURE DIVISION.
014500*=================================================================
014600 0000-MAINLINE.
017300     PERFORM 1060-LOAD-REPL-COST-TABLE
017400     COMPUTE WS-CUTOFF-DATE =
017500         WS-CURRENT-DATE-YYYYMMDD - WS-THRESHOLD-DAYS
017510     COMPUTE WS-EQUIP-CUTOFF-DATE =
017520         WS-CURRENT-DATE-YYYYMMDD - WS-EQUIP-THRESHOLD-DAYS
017600     OPEN I-O RENTFILE
017700     IF FC-RENTFILE-STATUS NOT = '00'
017800         AND FC-RENTFILE-STATUS NOT = '05'
018400         CALL 'FILERR' USING FILE-ERROR-REQUEST
018500         MOVE 'Y' TO WS-EOF-SW
018600     END-IF
018605     OPEN INPUT OPENRENT-IN
018610     IF FC-OPENRENT-STATUS NOT = '00'
018615         MOVE 'LOSTCONV' TO FERR-PROGRAM-ID
018620         MOVE 'OPENRENT' TO FERR-FILE-NAME
018625         MOVE 'OPEN' TO FERR-OPERATION
018630         MOVE FC-OPENRENT-STATUS TO FERR-STATUS
018635         MOVE SPACES TO FERR-RECORD
018640         CALL 'FILERR' USING FILE-ERROR-REQUEST
018645         MOVE 'Y' TO WS-EOF-SW
018650     END-IF
018700     OPEN I-O VIDOFILE
018800     IF FC-VIDOFILE-STATUS = '00'
018900         OR FC-VIDOFILE-STATUS = '05'
020100         OR FC-CPYFILE-STATUS = '05'
020200         MOVE 'Y' TO WS-CPYFILE-AVAIL-SW
020300     END-IF
020310     OPEN I-O EQPFILE
020320     IF FC-EQPFILE-STATUS = '00'
020330         OR FC-EQPFILE-STATUS = '05'
020340         MOVE 'Y' TO WS-EQPFILE-AVAIL-SW
020350     END-IF
020400     OPEN OUTPUT LOSTRPT-RPT
020500     IF NOT RCHK-IN-PROD
020600         WRITE LOSTRPT-LINE FROM RCHK-WATERMARK
020700     END-IF
020710     OPEN EXTEND DEPREG-RPT
020800     PERFORM 1100-READ-NEXT-RENTAL.
020900*=================================================================
020910*    1050-LOAD-CONTROL-CARD - OVERDUE-DAYS THRESHOLDS (TITLES
020920*    IN COLUMNS 1-3, EQUIPMENT IN COLUMNS 5-7)
021100*=================================================================
021200 1050-LOAD-CONTROL-CARD.
021300     OPEN INPUT LOSTCTL-FILE
022100                     MOVE LC-THRESHOLD-DAYS
022200                         TO WS-THRESHOLD-DAYS
022300                 END-IF
022310                 IF LC-EQUIP-THRESHOLD-DAYS NUMERIC
022320                     AND LC-EQUIP-THRESHOLD-DAYS > ZERO
022330                     MOVE LC-EQUIP-THRESHOLD-DAYS
022340                         TO WS-EQUIP-THRESHOLD-DAYS
022350                 END-IF
022400         END-READ
022500     END-IF
022600     CLOSE LOSTCTL-FILE.
026100     END-IF
026200     PERFORM 1070-READ-NEXT-REPL-COST.
026300*=================================================================
026400*    1100-READ-NEXT-RENTAL - NEXT EXTRACT RECORD; THE CONTROL
026410*    TRAILER ENDS THE DETAIL
026500*=================================================================
026600 1100-READ-NEXT-RENTAL.
026700     READ OPENRENT-IN INTO OPEN-RENTAL-EXTRACT
026800         AT END
026900             MOVE 'Y' TO WS-EOF-SW
027000     END-READ
027010     IF NOT WS-EOF
027020         IF OX-TRAILER-RECORD
027030             MOVE 'Y' TO WS-EOF-SW
027040         ELSE
027050             MOVE OX-RENTAL-IMAGE TO RENTAL-RECORD
027060         END-IF
027070     END-IF.
027100*=================================================================
027200*    2000-CHECK-ONE-RENTAL - CONVERT A RENTAL OPEN PAST THE
027300*    THRESHOLD
027500 2000-CHECK-ONE-RENTAL.
027600     ADD 1 TO WS-RENTALS-CHECKED
027700     IF RENTAL-OPEN
027710         IF RENTAL-OF-EQUIPMENT
027720             IF RENTAL-DUE-DATE < WS-EQUIP-CUTOFF-DATE
027730                 PERFORM 2050-READ-FOR-UPDATE
027740             END-IF
027750         ELSE
027760             IF RENTAL-DUE-DATE < WS-CUTOFF-DATE
027770                 PERFORM 2050-READ-FOR-UPDATE
027780             END-IF
027790         END-IF
028000     END-IF
028100     PERFORM 1100-READ-NEXT-RENTAL.
028200*=================================================================
028205*    2050-READ-FOR-UPDATE - THE RENTAL DUE FOR CONVERSION IS
028210*    READ FROM RENTFILE BY KEY AND CONVERTED ONLY IF IT IS
028215*    STILL OPEN THERE
028220*=================================================================
028225 2050-READ-FOR-UPDATE.
028230     READ RENTFILE
028235         INVALID KEY
028240             DISPLAY 'LOSTCONV: RENTAL NOT ON RENTFILE='
028245                 RENTAL-NUMBER
028250         NOT INVALID KEY
028255             IF RENTAL-OPEN
028260                 PERFORM 2100-CONVERT-TO-LOST
028265             END-IF
028270     END-READ.
028275*=================================================================
028300*    2100-CONVERT-TO-LOST - CLOSE THE RENTAL AS LOST, BILL THE
028400*    REPLACEMENT COST, AND RELIEVE THE COPY
028700*=================================================================
028800 2100-CONVERT-TO-LOST.
028900     COMPUTE WS-DAYS-OVERDUE =
029000         WS-CURRENT-DATE-YYYYMMDD - RENTAL-DUE-DATE
029010     IF RENTAL-OF-EQUIPMENT
029020         PERFORM 2250-LOOKUP-EQUIP-COST
029030     ELSE
029040         PERFORM 2200-LOOKUP-REPL-COST
029050     END-IF
029200     MOVE 'L' TO RENTAL-STATUS
029300     ADD WS-REPL-COST-AMT TO RENTAL-LATE-FEE
029310     PERFORM 2150-APPLY-HELD-DEPOSIT
029400     REWRITE RENTAL-RECORD
029500         INVALID KEY
029600             DISPLAY 'LOSTCONV: RENTFILE REWRITE FAILED='
029730             PERFORM 2870-JOURNAL-RENTAL-IMAGE
029800     END-REWRITE
029900     PERFORM 2300-BILL-RECEIVABLE
029910     PERFORM 2350-LIST-DEPOSIT-APPLIED
029920     IF RENTAL-OF-EQUIPMENT
029930         PERFORM 2450-MARK-EQUIPMENT-LOST
029940         ADD 1 TO WS-EQUIP-CONVERTED
029950     ELSE
029960         PERFORM 2400-RELIEVE-THE-COPY
029970     END-IF
030100     PERFORM 2500-WRITE-REPORT-LINE
030200     ADD 1 TO WS-RENTALS-CONVERTED.
030702*=================================================================
030704*    2150-APPLY-HELD-DEPOSIT - A SECURITY DEPOSIT HELD ON THE
030706*    RENTAL PAYS DOWN THE CHARGE FIRST; ONLY THE REST OF THE
030708*    REPLACEMENT COST IS BILLED, AND A DEPOSIT LARGER THAN THE
030710*    RENTAL'S CHARGES BECOMES CUSTOMER CREDIT
030712*=================================================================
030714 2150-APPLY-HELD-DEPOSIT.
030716     MOVE ZERO TO WS-DEPOSIT-APPLIED
030718     MOVE ZERO TO WS-DEPOSIT-CREDIT
030720     MOVE WS-REPL-COST-AMT TO WS-RECV-CHARGE-AMT
030722     IF RENTAL-DEPOSIT-AMT > ZERO
030724         IF RENTAL-LATE-FEE >= RENTAL-DEPOSIT-AMT
030726             MOVE RENTAL-DEPOSIT-AMT TO WS-DEPOSIT-APPLIED
030728         ELSE
030730             MOVE RENTAL-LATE-FEE TO WS-DEPOSIT-APPLIED
030732         END-IF
030734         SUBTRACT WS-DEPOSIT-APPLIED FROM RENTAL-LATE-FEE
030736         COMPUTE WS-DEPOSIT-CREDIT =
030738             RENTAL-DEPOSIT-AMT - WS-DEPOSIT-APPLIED
030740         IF WS-DEPOSIT-APPLIED >= WS-RECV-CHARGE-AMT
030742             MOVE ZERO TO WS-RECV-CHARGE-AMT
030744         ELSE
030746             SUBTRACT WS-DEPOSIT-APPLIED FROM WS-RECV-CHARGE-AMT
030748         END-IF
030750         MOVE ZERO TO RENTAL-DEPOSIT-AMT
030752     END-IF.
030800*=================================================================
030900*    2200-LOOKUP-REPL-COST - RESOLVE THE REPLACEMENT COST FOR
031000*    THE RENTAL'S TITLE FORMAT AND TIER (CARRIED ON THE
031010*    EXTRACT), FALLING BACK TO THE DEFAULT
031100*=================================================================
031200 2200-LOOKUP-REPL-COST.
031300     MOVE WS-REPL-COST-DEFAULT TO WS-REPL-COST-AMT
032100     IF REPL-COST-ENTRY-COUNT > 0
032200         SET REPL-COST-IDX TO 1
032300         SEARCH REPL-COST-ENTRY
032400             AT END
032500                 CONTINUE
032600             WHEN REPL-COST-FORMAT (REPL-COST-IDX)
032700                     = OX-MEDIA-FORMAT
032800                 AND REPL-COST-TIER (REPL-COST-IDX)
032900                     = OX-PRICE-TIER
033000                 MOVE REPL-COST-AMT (REPL-COST-IDX)
033100                     TO WS-REPL-COST-AMT
033200         END-SEARCH
033400     END-IF.
033500*=================================================================
033600*    2300-BILL-RECEIVABLE - MIRROR THE REPLACEMENT CHARGE ONTO
034400             MOVE 'N' TO WS-RECV-ON-FILE-SW
034500     END-READ
034600     IF WS-RECV-ON-FILE
034700         ADD WS-RECV-CHARGE-AMT TO RECV-BALANCE-DUE
034710         ADD WS-DEPOSIT-CREDIT TO RECV-CREDIT-BALANCE
034800         REWRITE RECV-RECORD
034900             INVALID KEY
035000                 DISPLAY 'LOSTCONV: RECVFILE REWRITE FAILED='
035200         END-REWRITE
035300     ELSE
035400         MOVE RENTAL-CUSTOMER-ID     TO RECV-CUSTOMER-ID
035500         MOVE WS-RECV-CHARGE-AMT     TO RECV-BALANCE-DUE
035600         MOVE ZERO                   TO RECV-LAST-PAYMENT-DATE
035700         MOVE ZERO                   TO RECV-LAST-PAYMENT-AMT
035710         MOVE WS-DEPOSIT-CREDIT      TO RECV-CREDIT-BALANCE
035720         MOVE SPACE                  TO RECV-PLACED-FLAG
035730         MOVE ZERO                   TO RECV-PLACED-DATE
035740         MOVE ZERO                   TO RECV-OTHER-CHARGES
036100                     RECV-CUSTOMER-ID
036200         END-WRITE
036300     END-IF.
036305*=================================================================
036310*    2350-LIST-DEPOSIT-APPLIED - DEPREG LINES FOR THE DEPOSIT
036315*    APPLIED (A) AND ANY REMAINDER TURNED TO CREDIT (C)
036320*=================================================================
036325 2350-LIST-DEPOSIT-APPLIED.
036330     MOVE RENTAL-CUSTOMER-ID         TO DP-CUSTOMER-ID
036335     MOVE RENTAL-NUMBER              TO DP-RENTAL-NUMBER
036340     MOVE WS-CURRENT-DATE-YYYYMMDD   TO DP-TRANS-DATE
036342     MOVE RENTAL-STORE-CODE          TO DP-STORE-CODE
036345     IF WS-DEPOSIT-APPLIED > ZERO
036350         MOVE 'A'                    TO DP-TRANS-TYPE
036355         MOVE WS-DEPOSIT-APPLIED     TO DP-AMOUNT
036360         WRITE DEPREG-LINE FROM WS-DEPOSIT-DETAIL
036365     END-IF
036370     IF WS-DEPOSIT-CREDIT > ZERO
036375         MOVE 'C'                    TO DP-TRANS-TYPE
036380         MOVE WS-DEPOSIT-CREDIT      TO DP-AMOUNT
036385         WRITE DEPREG-LINE FROM WS-DEPOSIT-DETAIL
036390     END-IF.
036400*=================================================================
036405*    2250-LOOKUP-EQUIP-COST - A LOST PLAYER OR CONSOLE IS BILLED
036410*    AT WHAT THE UNIT COST TO BUY, FALLING BACK TO THE DEFAULT
036415*=================================================================
036420 2250-LOOKUP-EQUIP-COST.
036425     MOVE WS-REPL-COST-DEFAULT TO WS-REPL-COST-AMT
036430     IF WS-EQPFILE-AVAILABLE
036435         MOVE RENTAL-EQUIP-SERIAL TO EQUIP-SERIAL-NUMBER
036440         READ EQPFILE
036445             INVALID KEY
036450                 CONTINUE
036455             NOT INVALID KEY
036460                 IF EQUIP-PURCHASE-COST > ZERO
036465                     MOVE EQUIP-PURCHASE-COST
036470                         TO WS-REPL-COST-AMT
036475                 END-IF
036480         END-READ
036485     END-IF.
036490*=================================================================
036500*    2400-RELIEVE-THE-COPY - THE COPY IS GONE: REDUCE THE OWNED
036600*    COUNT AND MARK THE PHYSICAL COPY WRITTEN OFF
036700*=================================================================
039900         END-READ
040000     END-IF.
040010*=================================================================
040011*    2450-MARK-EQUIPMENT-LOST - THE UNIT IS GONE: STATUS LOST,
040012*    NO LONGER TIED TO A RENTAL
040013*=================================================================
040014 2450-MARK-EQUIPMENT-LOST.
040015     IF WS-EQPFILE-AVAILABLE
040016         MOVE RENTAL-EQUIP-SERIAL TO EQUIP-SERIAL-NUMBER
040017         READ EQPFILE
040018             INVALID KEY
040019                 CONTINUE
040020             NOT INVALID KEY
040021                 MOVE 'L' TO EQUIP-STATUS
040022                 MOVE ZERO TO EQUIP-RENTAL-NUMBER
040023                 REWRITE EQUIPMENT-RECORD
040024                     INVALID KEY
040025                         DISPLAY 'LOSTCONV: EQPFILE REWRITE '
040026                             'FAILED=' EQUIP-SERIAL-NUMBER
040027                 END-REWRITE
040028         END-READ
040029     END-IF.
040030*=================================================================
040031*    2870/2880 - AFTER-IMAGE JOURNAL HOOKS FOR FORWARD
040032*    RECOVERY (SEE AFTJRNL/FILROLL)
040040*=================================================================
040050 2870-JOURNAL-RENTAL-IMAGE.
040060     MOVE 'RENTFILE' TO AJRN-FILE-NAME
040800     MOVE RENTAL-DUE-DATE            TO DL-DUE-DATE
040900     MOVE WS-DAYS-OVERDUE            TO DL-DAYS-OVERDUE
041000     MOVE WS-REPL-COST-AMT           TO DL-REPL-COST
041010     IF RENTAL-OF-EQUIPMENT
041020         MOVE 'EQUIPMENT LOST'       TO DL-TEXT
041030         MOVE RENTAL-EQUIP-SERIAL    TO DL-EQUIP-SERIAL
041040     ELSE
041050         MOVE 'CONVERTED LOST'       TO DL-TEXT
041060         MOVE SPACES                 TO DL-EQUIP-SERIAL
041070     END-IF
041200     WRITE LOSTRPT-LINE FROM WS-DETAIL-LINE
041300     ADD 1 TO WS-REPORT-LINES.
041400*=================================================================
041600*=================================================================
041700 3000-TERMINATE.
041800     CLOSE RENTFILE
041810     CLOSE OPENRENT-IN
041900     IF WS-VIDOFILE-AVAILABLE
042000         CLOSE VIDOFILE
042100     END-IF
042300     IF WS-CPYFILE-AVAILABLE
042400         CLOSE CPYFILE
042500     END-IF
042510     IF WS-EQPFILE-AVAILABLE
042520         CLOSE EQPFILE
042530     END-IF
042600     CLOSE LOSTRPT-RPT
042610     CLOSE DEPREG-RPT
042700     DISPLAY 'LOSTCONV: RENTALS CHECKED   = ' WS-RENTALS-CHECKED
042800     DISPLAY 'LOSTCONV: RENTALS CONVERTED = '
042810         WS-RENTALS-CONVERTED
042820     DISPLAY 'LOSTCONV: EQUIPMENT LOST    = '
042830         WS-EQUIP-CONVERTED.
043000*=================================================================
043100*=================================================================
043200*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
