001140*  2026-09-02 VSG   THE PROMOTION DISCOUNT ACTUALLY GIVEN IS
001150*                   NOW RETURNED IN PREQ-DISCOUNT-AMT FOR THE
001160*                   PROMO REGISTER.
001170*  2026-10-15 VSG   AN UNLIMITED-RENTAL SUBSCRIBER'S RENTAL
001180*                   (PREQ-SUBSCRIBER-FLAG) PRICES AT ZERO WITH
001190*                   NO PROMOTION TAKEN; THE WAIVER STILL PRICES.
001191*  2026-10-15 VSG   SINGLE-USE PROMO CODES: A PROMO ROW NAMING A
001192*                   CUSTOMER IS HONORED ONLY FOR THAT CUSTOMER
001193*                   AND ONLY WHILE UNUSED; A REDEMPTION MARKS
001194*                   THE ROW USED FOR THE REST OF THE RUN AND
001195*                   IS FLAGGED BACK TO THE CALLER.  PROMO TABLE
001196*                   RAISED TO 500 ROWS FOR CAMPAIGN CODES.
001200*=================================================================
001300*  CALLABLE PRICING ENGINE FOR RENTAL QUOTES (SEE PRICEREQ FOR
001400*  THE REQUEST AREA).  RATES COME FROM THE RATEFILE DATASET -
005200     05  PM-EFFECT-DATE             PIC 9(8).
005300     05  PM-EXPIRE-DATE             PIC 9(8).
005400     05  PM-DISCOUNT-PCT            PIC 9(2).
005410     05  PM-CUSTOMER-ID             PIC 9(6).
005420     05  PM-USED-DATE               PIC 9(8).
005430     05  FILLER                     PIC X(42).
005600 WORKING-STORAGE SECTION.
005700*=================================================================
005800 COPY RATETBL.
008000         10  WS-RT-PKG-PRICE        PIC 9(3)V99.
008100 01  WS-PROMO-TABLE.
008200     05  WS-PROMO-COUNT             PIC 9(3) VALUE ZERO.
008300     05  WS-PROMO-ROW OCCURS 500 TIMES.
008400         10  WS-PM-CODE             PIC X(6).
008500         10  WS-PM-EFFECT-DATE      PIC 9(8).
008600         10  WS-PM-EXPIRE-DATE      PIC 9(8).
008700         10  WS-PM-DISCOUNT-PCT     PIC 9(2).
008710         10  WS-PM-CUSTOMER-ID      PIC 9(6).
008720         10  WS-PM-USED-DATE        PIC 9(8).
008800 01  WS-SUBSCRIPTS.
008900     05  WS-RATE-SUB                PIC 9(3).
009000     05  WS-PROMO-SUB               PIC 9(3).
009100     05  WS-PICKED-SUB              PIC 9(3).
009110     05  WS-PROMO-HIT-SUB           PIC 9(3).
009200 01  WS-PICKED-EFFECT-DATE          PIC 9(8).
009300 01  WS-WORK-AMOUNTS.
009400     05  WS-WHOLE-WEEKS             PIC 9(3).
010800     MOVE ZERO TO PREQ-PRICE
010810     MOVE ZERO TO PREQ-WAIVER-FEE
010820     MOVE ZERO TO PREQ-DISCOUNT-AMT
010830     MOVE 'N'  TO PREQ-SINGLE-USE-FLAG
010900     MOVE '0'  TO PREQ-STATUS
011000     PERFORM 2000-PICK-RATE-ROW
011100     IF PREQ-OK
011110         IF NOT PREQ-SUBSCRIBER
011200             PERFORM 3000-PRICE-THE-LENGTH
011300             IF PREQ-PROMO-CODE NOT = SPACES
011400                 PERFORM 4000-APPLY-PROMOTION
011410             END-IF
011500         END-IF
011510         IF PREQ-WAIVER-WANTED
011520             PERFORM 5000-PRICE-THE-WAIVER
017700*    1400-STORE-PROMO-ROW
017800*=================================================================
017900 1400-STORE-PROMO-ROW.
018000     IF WS-PROMO-COUNT < 500
018100         ADD 1 TO WS-PROMO-COUNT
018200         MOVE PM-CODE
018300             TO WS-PM-CODE (WS-PROMO-COUNT)
018700             TO WS-PM-EXPIRE-DATE (WS-PROMO-COUNT)
018800         MOVE PM-DISCOUNT-PCT
018900             TO WS-PM-DISCOUNT-PCT (WS-PROMO-COUNT)
018905     MOVE ZERO TO WS-PM-CUSTOMER-ID (WS-PROMO-COUNT)
018910     MOVE ZERO TO WS-PM-USED-DATE (WS-PROMO-COUNT)
018915     IF PM-CUSTOMER-ID NUMERIC
018920         MOVE PM-CUSTOMER-ID
018925             TO WS-PM-CUSTOMER-ID (WS-PROMO-COUNT)
018930     END-IF
018935     IF PM-USED-DATE NUMERIC
018940         MOVE PM-USED-DATE
018945             TO WS-PM-USED-DATE (WS-PROMO-COUNT)
018950     END-IF
019000     END-IF
019100     PERFORM 1300-READ-NEXT-PROMO.
019200*=================================================================
027900     MOVE WS-BEST-PRICE TO PREQ-PRICE.
028000*=================================================================
028100*    4000-APPLY-PROMOTION - PERCENT OFF WITHIN THE PROMO WINDOW;
028200*    AN UNKNOWN OR EXPIRED CODE FLAGS THE QUOTE, PRICE STANDS.
028210*    A SINGLE-USE CODE IS MARKED USED AS OF THE PRICING DATE
028300*=================================================================
028400 4000-APPLY-PROMOTION.
028500     MOVE ZERO TO WS-DISCOUNT-PCT
028510     MOVE ZERO TO WS-PROMO-HIT-SUB
028600     MOVE ZERO TO WS-PROMO-SUB
028700     PERFORM 4100-CHECK-ONE-PROMO
028800         UNTIL WS-PROMO-SUB >= WS-PROMO-COUNT
029100         COMPUTE PREQ-PRICE ROUNDED =
029200             PREQ-PRICE
029300             - (PREQ-PRICE * WS-DISCOUNT-PCT / 100)
029310         IF WS-PM-CUSTOMER-ID (WS-PROMO-HIT-SUB) > ZERO
029320             MOVE PREQ-AS-OF-DATE
029330                 TO WS-PM-USED-DATE (WS-PROMO-HIT-SUB)
029340             MOVE 'Y' TO PREQ-SINGLE-USE-FLAG
029350         END-IF
029400     ELSE
029500         MOVE '2' TO PREQ-STATUS
029600     END-IF.
029700*=================================================================
029800*    4100-CHECK-ONE-PROMO - A ROW NAMING A CUSTOMER FITS ONLY
029810*    THAT CUSTOMER, AND ONLY UNTIL IT HAS BEEN USED
029900*=================================================================
030000 4100-CHECK-ONE-PROMO.
030100     ADD 1 TO WS-PROMO-SUB
030400             <= PREQ-AS-OF-DATE
030500         AND WS-PM-EXPIRE-DATE (WS-PROMO-SUB)
030600             >= PREQ-AS-OF-DATE
030610         AND (WS-PM-CUSTOMER-ID (WS-PROMO-SUB) = ZERO
030620             OR (PREQ-CUSTOMER-ID NUMERIC
030630                 AND PREQ-CUSTOMER-ID
030640                     = WS-PM-CUSTOMER-ID (WS-PROMO-SUB)
030650                 AND WS-PM-USED-DATE (WS-PROMO-SUB) = ZERO))
030700         MOVE WS-PM-DISCOUNT-PCT (WS-PROMO-SUB)
030800             TO WS-DISCOUNT-PCT
030810         MOVE WS-PROMO-SUB TO WS-PROMO-HIT-SUB
030900     END-IF.
031000*=================================================================
031100*    5000-PRICE-THE-WAIVER - FLAT PER-NIGHT WAIVER CHARGE ON
