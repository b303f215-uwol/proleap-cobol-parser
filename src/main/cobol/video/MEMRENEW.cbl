001220*                   RECV-OTHER-CHARGES SO PAYPOST PRESERVES
001230*                   IT AND FEEAGING AGES IT - THE FEE NO
001240*                   LONGER EVAPORATES ON THE NEXT PAYMENT.
001245*  2026-10-15 VSG   UNLIMITED-RENTAL SUBSCRIPTION BILLING: EACH
001250*                   ACTIVE CLASS U MEMBER NOT YET BILLED FOR THE
001255*                   CURRENT MONTH IS BILLED THE MONTHLY PLAN FEE
001260*                   (RENEWCTL COLUMNS 11-15, DEFAULT 24.99) INTO
001265*                   RECV-OTHER-CHARGES, THE MONTH AND FEE ARE
001270*                   STAMPED ON CUSTFILE, AND A NOTICE PRINTS.
001275*  2026-10-15 VSG   HONOURS THE CUSTOMER'S CONTACT PREFERENCES -
001280*                   THE FEE IS STILL BILLED BUT NO NOTICE PRINTS
001285*                   FOR A NO-MAIL OR STATEMENT-ONLY CUSTOMER
001290*                   (COUNTED AS SUPPRESSED), AND NOTICES PRINT
001295*                   IN THE PREFERRED LANGUAGE (EN/ES).
001300*=================================================================
001400*  WALKS CUSTFILE AND, FOR EVERY ACTIVE MEMBER WHOSE EXPIRY
001500*  DATE FALLS WITHIN THE RENEWAL WINDOW (RENEWCTL: FEE AND
001600*  NOTICE DAYS, DEFAULTS 10.00 AND 30), BILLS THE RENEWAL FEE
001700*  ONTO THE RECVFILE RECEIVABLE, EXTENDS THE EXPIRY A YEAR, AND
001800*  PRINTS A READY-TO-MAIL RENEWAL NOTICE.  THE CARD-FILE OF
001900*  PAPER REMINDERS RETIRES.  UNLIMITED-RENTAL SUBSCRIBERS
001910*  (CLASS U) ARE ALSO BILLED THE MONTHLY PLAN FEE EACH CYCLE.
002000*=================================================================
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
005200     05  RC-RENEWAL-FEE             PIC 9(3)V99.
005300     05  FILLER                     PIC X(1).
005400     05  RC-NOTICE-DAYS             PIC 9(3).
005410     05  FILLER                     PIC X(1).
005420     05  RC-PLAN-FEE                PIC 9(3)V99.
005430     05  FILLER                     PIC X(65).
005600 FD  RENEWRPT-RPT
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  RENEWRPT-LINE                  PIC X(80).
007000         88  WS-EOF                 VALUE 'Y'.
007100     05  WS-RECV-ON-FILE-SW         PIC X(1).
007200         88  WS-RECV-ON-FILE        VALUE 'Y'.
007210     05  WS-NOTICE-SUPPRESSED-SW    PIC X(1).
007220         88  WS-NOTICE-SUPPRESSED   VALUE 'Y'.
007300 01  WS-CURRENT-DATE.
007400     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
007410 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
007420     05  WS-CURRENT-YYYYMM          PIC 9(6).
007430     05  FILLER                     PIC 9(2).
007500 01  WS-RENEWAL-FEE                 PIC 9(3)V99 VALUE 10.00.
007600 01  WS-NOTICE-DAYS                 PIC 9(3) VALUE 30.
007610 01  WS-PLAN-FEE                    PIC 9(3)V99 VALUE 24.99.
007620 01  WS-CHARGE-AMT                  PIC 9(3)V99.
007700 01  WS-WINDOW-DATE                 PIC 9(8).
007800 01  WS-COUNTERS.
007900     05  WS-MEMBERS-READ            PIC 9(7) VALUE ZERO.
008000     05  WS-RENEWALS-BILLED         PIC 9(5) VALUE ZERO.
008100     05  WS-NOTICE-LINES            PIC 9(7) VALUE ZERO.
008110     05  WS-PLANS-BILLED            PIC 9(5) VALUE ZERO.
008120     05  WS-PLAN-FEES-BILLED        PIC 9(7)V99 VALUE ZERO.
008130     05  WS-NOTICES-SUPPRESSED      PIC 9(5) VALUE ZERO.
008200 01  WS-NOTICE-NAME-LINE.
008300     05  FILLER                     PIC X(1)  VALUE SPACE.
008400     05  NN-NAME                    PIC X(30).
009400     05  ND-EXPIRY                  PIC 9(8).
009500     05  FILLER                     PIC X(6)  VALUE SPACE.
009600     05  ND-FEE                     PIC ZZ9.99.
009610 01  WS-PLAN-NOTICE-DETAIL.
009620     05  FILLER                     PIC X(1)  VALUE SPACE.
009630     05  PD-LABEL                   PIC X(22).
009640     05  PD-MONTH                   PIC 9(6).
009650     05  FILLER                     PIC X(8)  VALUE SPACE.
009660     05  PD-FEE                     PIC ZZ9.99.
009662*=================================================================
009664*    NOTICE WORDING - ONE SET PER LETTER LANGUAGE (1 = EN,
009666*    2 = ES), PICKED BY THE CUSTOMER'S CONTACT PREFERENCE
009668*=================================================================
009670 01  WS-WORDING-VALUES.
009672     05  FILLER                     PIC X(52) VALUE
009674     'YOUR MEMBERSHIP IS UP FOR RENEWAL.'.
009676     05  FILLER                     PIC X(52) VALUE
009678     'YOUR UNLIMITED-RENTAL PLAN FEE FOR THE MONTH:'.
009680     05  FILLER                     PIC X(52) VALUE
009682     'THE RENEWAL FEE SHOWN HAS BEEN BILLED TO YOUR'.
009684     05  FILLER                     PIC X(52) VALUE
009686     'THE PLAN FEE SHOWN HAS BEEN BILLED TO YOUR'.
009688     05  FILLER                     PIC X(52) VALUE
009690     'ACCOUNT AND IS PAYABLE AT THE COUNTER.'.
009692     05  FILLER                     PIC X(22) VALUE
009694     'MEMBERSHIP EXPIRES'.
009696     05  FILLER                     PIC X(22) VALUE
009698     'PLAN MONTH (YYYYMM)'.
009700     05  FILLER                     PIC X(52) VALUE
009702     'SU MEMBRESIA ESTA LISTA PARA RENOVARSE.'.
009704     05  FILLER                     PIC X(52) VALUE
009706     'CUOTA MENSUAL DE SU PLAN DE ALQUILER ILIMITADO:'.
009708     05  FILLER                     PIC X(52) VALUE
009710     'LA CUOTA DE RENOVACION INDICADA SE HA CARGADO A SU'.
009712     05  FILLER                     PIC X(52) VALUE
009714     'LA CUOTA DEL PLAN INDICADA SE HA CARGADO A SU'.
009716     05  FILLER                     PIC X(52) VALUE
009718     'CUENTA Y SE PAGA EN EL MOSTRADOR.'.
009720     05  FILLER                     PIC X(22) VALUE
009722     'LA MEMBRESIA VENCE'.
009724     05  FILLER                     PIC X(22) VALUE
009726     'MES DEL PLAN (AAAAMM)'.
009728 01  WS-WORDING-TABLE REDEFINES WS-WORDING-VALUES.
009730     05  WS-WORDING-SET OCCURS 2 TIMES.
009732         10  WS-WORDING-RENEWAL     PIC X(52).
009734         10  WS-WORDING-PLAN        PIC X(52).
009736         10  WS-WORDING-RENEW-BILLED PIC X(52).
009738         10  WS-WORDING-PLAN-BILLED PIC X(52).
009740         10  WS-WORDING-PAYABLE     PIC X(52).
009742         10  WS-WORDING-EXPIRES     PIC X(22).
009744         10  WS-WORDING-PLAN-MONTH  PIC X(22).
009746 01  WS-WORDING-SUB                 PIC 9(1).
009748 PROCEDURE DIVISION.
009800*=================================================================
009900 0000-MAINLINE.
010000     PERFORM 0900-DISPLAY-VERSION-STAMP
016200                     AND RC-NOTICE-DAYS > ZERO
016300                     MOVE RC-NOTICE-DAYS TO WS-NOTICE-DAYS
016400                 END-IF
016410                 IF RC-PLAN-FEE NUMERIC
016420                     AND RC-PLAN-FEE > ZERO
016430                     MOVE RC-PLAN-FEE TO WS-PLAN-FEE
016440                 END-IF
016500         END-READ
016600     END-IF
016700     CLOSE RENEWCTL-FILE.
017800     END-IF.
017900*=================================================================
018000*    2000-CHECK-ONE-MEMBER - ACTIVE, DATED, AND EXPIRING INSIDE
018100*    THE NOTICE WINDOW; AN ACTIVE SUBSCRIBER NOT YET BILLED FOR
018110*    THIS MONTH ALSO GETS THE PLAN FEE
018200*=================================================================
018300 2000-CHECK-ONE-MEMBER.
018400     IF CUSTOMER-IS-ACTIVE
018600         AND CUSTOMER-EXPIRY-DATE <= WS-WINDOW-DATE
018700         PERFORM 2100-BILL-THE-RENEWAL
018800     END-IF
018810     IF CUSTOMER-IS-ACTIVE
018820         AND CUSTOMER-CLASS-SUBSCRIBER
018830         IF CUSTOMER-SUB-BILLED-MONTH NOT NUMERIC
018840             MOVE ZERO TO CUSTOMER-SUB-BILLED-MONTH
018850         END-IF
018860         IF CUSTOMER-SUB-BILLED-MONTH < WS-CURRENT-YYYYMM
018870             PERFORM 2300-BILL-THE-PLAN-FEE
018880         END-IF
018890     END-IF
018900     PERFORM 1100-READ-NEXT-MEMBER.
019000*=================================================================
019100*    2100-BILL-THE-RENEWAL - FEE ONTO THE RECEIVABLE, EXPIRY
019200*    EXTENDED A YEAR, NOTICE PRINTED
019300*=================================================================
019400 2100-BILL-THE-RENEWAL.
019405     MOVE WS-RENEWAL-FEE TO WS-CHARGE-AMT
019410     PERFORM 2150-CHARGE-THE-RECEIVABLE
019411     PERFORM 2190-CHECK-PREFERENCES
019412     IF WS-NOTICE-SUPPRESSED
019413         ADD 1 TO WS-NOTICES-SUPPRESSED
019414     ELSE
019415         PERFORM 2200-PRINT-THE-NOTICE
019416     END-IF
019420     ADD 10000 TO CUSTOMER-EXPIRY-DATE
019425     REWRITE CUSTOMER-RECORD
019430         INVALID KEY
019435             DISPLAY 'MEMRENEW: CUSTFILE REWRITE FAILED='
019440                 CUSTOMER-ID
019445     END-REWRITE
019450     ADD 1 TO WS-RENEWALS-BILLED.
019455*=================================================================
019460*    2150-CHARGE-THE-RECEIVABLE - WS-CHARGE-AMT ONTO THE
019465*    CUSTOMER'S RECVFILE BALANCE AND OTHER CHARGES, OPENING
019470*    THE RECEIVABLE IF THERE IS NONE
019475*=================================================================
019480 2150-CHARGE-THE-RECEIVABLE.
019500     MOVE 'Y' TO WS-RECV-ON-FILE-SW
019600     MOVE CUSTOMER-ID TO RECV-CUSTOMER-ID
019700     READ RECVFILE
019900             MOVE 'N' TO WS-RECV-ON-FILE-SW
020000     END-READ
020100     IF WS-RECV-ON-FILE
020200         ADD WS-CHARGE-AMT TO RECV-BALANCE-DUE
020210         ADD WS-CHARGE-AMT TO RECV-OTHER-CHARGES
020300         REWRITE RECV-RECORD
020400             INVALID KEY
020500                 DISPLAY 'MEMRENEW: RECVFILE REWRITE FAILED='
020700         END-REWRITE
020800     ELSE
020900         MOVE CUSTOMER-ID            TO RECV-CUSTOMER-ID
021000         MOVE WS-CHARGE-AMT          TO RECV-BALANCE-DUE
021100         MOVE ZERO                   TO RECV-LAST-PAYMENT-DATE
021200         MOVE ZERO                   TO RECV-LAST-PAYMENT-AMT
021300         MOVE ZERO                   TO RECV-CREDIT-BALANCE
021400         MOVE SPACE                  TO RECV-PLACED-FLAG
021500         MOVE ZERO                   TO RECV-PLACED-DATE
021510         MOVE WS-CHARGE-AMT          TO RECV-OTHER-CHARGES
021600         WRITE RECV-RECORD
021700             INVALID KEY
021800                 DISPLAY 'MEMRENEW: RECVFILE WRITE FAILED='
021900                     RECV-CUSTOMER-ID
022000         END-WRITE
022100     END-IF.
022110*=================================================================
022120*    2190-CHECK-PREFERENCES - NO NOTICE FOR A CUSTOMER WHO
022130*    REFUSES MAIL OR TAKES THE STATEMENT ONLY; OTHERWISE PICK
022140*    THE WORDING FOR THE CUSTOMER'S LETTER LANGUAGE
022150*=================================================================
022160 2190-CHECK-PREFERENCES.
022170     MOVE 'N' TO WS-NOTICE-SUPPRESSED-SW
022180     IF CUSTOMER-MAIL-REFUSED
022190         OR CUSTOMER-STATEMENT-ONLY
022200         MOVE 'Y' TO WS-NOTICE-SUPPRESSED-SW
022210     END-IF
022220     IF CUSTOMER-LANG-SPANISH
022230         MOVE 2 TO WS-WORDING-SUB
022240     ELSE
022250         MOVE 1 TO WS-WORDING-SUB
022260     END-IF.
023000*=================================================================
023100*    2200-PRINT-THE-NOTICE - READY-TO-MAIL RENEWAL NOTICE
023200*=================================================================
023500     MOVE CUSTOMER-ADDRESS TO NA-ADDRESS
023600     WRITE RENEWRPT-LINE FROM WS-NOTICE-NAME-LINE
023700     WRITE RENEWRPT-LINE FROM WS-NOTICE-ADDR-LINE
023710     MOVE WS-WORDING-RENEWAL (WS-WORDING-SUB) TO NT-TEXT
023900     WRITE RENEWRPT-LINE FROM WS-NOTICE-TEXT-LINE
023910     MOVE WS-WORDING-EXPIRES (WS-WORDING-SUB) TO ND-LABEL
024100     MOVE CUSTOMER-EXPIRY-DATE    TO ND-EXPIRY
024200     MOVE WS-RENEWAL-FEE          TO ND-FEE
024300     WRITE RENEWRPT-LINE FROM WS-NOTICE-DETAIL
024310     MOVE WS-WORDING-RENEW-BILLED (WS-WORDING-SUB) TO NT-TEXT
024600     WRITE RENEWRPT-LINE FROM WS-NOTICE-TEXT-LINE
024610     MOVE WS-WORDING-PAYABLE (WS-WORDING-SUB) TO NT-TEXT
024800     WRITE RENEWRPT-LINE FROM WS-NOTICE-TEXT-LINE
024900     MOVE SPACES TO RENEWRPT-LINE
025000     WRITE RENEWRPT-LINE
025100     ADD 7 TO WS-NOTICE-LINES.
025102*=================================================================
025104*    2300-BILL-THE-PLAN-FEE - THIS MONTH'S SUBSCRIPTION FEE ONTO
025106*    THE RECEIVABLE, MONTH AND FEE STAMPED ON THE MEMBER, NOTICE
025108*    PRINTED
025110*=================================================================
025112 2300-BILL-THE-PLAN-FEE.
025114     MOVE WS-PLAN-FEE TO WS-CHARGE-AMT
025116     PERFORM 2150-CHARGE-THE-RECEIVABLE
025118     MOVE WS-CURRENT-YYYYMM TO CUSTOMER-SUB-BILLED-MONTH
025120     MOVE WS-PLAN-FEE TO CUSTOMER-SUB-FEE-BILLED
025121     PERFORM 2190-CHECK-PREFERENCES
025122     IF WS-NOTICE-SUPPRESSED
025123         ADD 1 TO WS-NOTICES-SUPPRESSED
025124     ELSE
025125         PERFORM 2350-PRINT-THE-PLAN-NOTICE
025126     END-IF
025127     REWRITE CUSTOMER-RECORD
025128         INVALID KEY
025129             DISPLAY 'MEMRENEW: CUSTFILE REWRITE FAILED='
025130                 CUSTOMER-ID
025132     END-REWRITE
025134     ADD 1 TO WS-PLANS-BILLED
025136     ADD WS-PLAN-FEE TO WS-PLAN-FEES-BILLED.
025138*=================================================================
025140*    2350-PRINT-THE-PLAN-NOTICE - MONTHLY PLAN FEE NOTICE
025142*=================================================================
025144 2350-PRINT-THE-PLAN-NOTICE.
025146     MOVE CUSTOMER-NAME    TO NN-NAME
025148     MOVE CUSTOMER-ADDRESS TO NA-ADDRESS
025150     WRITE RENEWRPT-LINE FROM WS-NOTICE-NAME-LINE
025152     WRITE RENEWRPT-LINE FROM WS-NOTICE-ADDR-LINE
025153     MOVE WS-WORDING-PLAN (WS-WORDING-SUB) TO NT-TEXT
025158     WRITE RENEWRPT-LINE FROM WS-NOTICE-TEXT-LINE
025159     MOVE WS-WORDING-PLAN-MONTH (WS-WORDING-SUB) TO PD-LABEL
025162     MOVE WS-CURRENT-YYYYMM       TO PD-MONTH
025164     MOVE WS-PLAN-FEE             TO PD-FEE
025166     WRITE RENEWRPT-LINE FROM WS-PLAN-NOTICE-DETAIL
025167     MOVE WS-WORDING-PLAN-BILLED (WS-WORDING-SUB) TO NT-TEXT
025172     WRITE RENEWRPT-LINE FROM WS-NOTICE-TEXT-LINE
025173     MOVE WS-WORDING-PAYABLE (WS-WORDING-SUB) TO NT-TEXT
025176     WRITE RENEWRPT-LINE FROM WS-NOTICE-TEXT-LINE
025178     MOVE SPACES TO RENEWRPT-LINE
025180     WRITE RENEWRPT-LINE
025182     ADD 7 TO WS-NOTICE-LINES.
025200*=================================================================
025300*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
025400*=================================================================
025800     CLOSE RENEWRPT-RPT
025900     DISPLAY 'MEMRENEW: MEMBERS READ    = ' WS-MEMBERS-READ
026000     DISPLAY 'MEMRENEW: RENEWALS BILLED = '
026100         WS-RENEWALS-BILLED
026110     DISPLAY 'MEMRENEW: PLANS BILLED    = ' WS-PLANS-BILLED
026120     DISPLAY 'MEMRENEW: PLAN FEES       = ' WS-PLAN-FEES-BILLED
026130     DISPLAY 'MEMRENEW: PREFS SUPPRESSED= '
026140         WS-NOTICES-SUPPRESSED.
026200*=================================================================
026300*=================================================================
026400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
