001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - DAILY BANK-DEPOSIT
001200*                   RECONCILIATION.
001210*  2026-10-15 VSG   BANK-CARD PAYMENTS (CASHREG COLUMN 80 = B)
001220*                   ARE PAID BY THE CARD PROCESSOR, NOT IN THE
001230*                   DEPOSIT BAG; THEY PRINT SEPARATELY AND
001240*                   CARDSETL RECONCILES THEM.
001250*  2026-10-15 VSG   EQUIPMENT CHECKOUTS (RENTREG TYPE E) ARE
001260*                   PRICED AT THE COUNTER LIKE A TITLE CHECKOUT
001270*                   AND NOW COUNT AS BANK CASH.
001275*  2026-10-15 VSG   CONCESSION AND MERCHANDISE SALES (RENTREG
001280*                   TYPE M, SALES TAX INCLUDED) COUNT AS BANK
001285*                   CASH.
001300*=================================================================
001400*  TOTALS THE NIGHT'S CASH BY TENDER FROM THE TWO COUNTER
001500*  REGISTERS - ACCEPTED CHECKOUT/RENEWAL PRICING ON RENTREG AND
001600*  PAYMENTS RECEIVED ON CASHREG (GIFT-TENDER LINES ARE NOT BANK
001700*  CASH AND COUNT SEPARATELY, AS DO BANK-CARD PAYMENTS, WHICH
001710*  THE PROCESSOR SETTLES) - AND MATCHES THE EXPECTED
001800*  DEPOSIT AGAINST THE KEYED BANK-DEPOSIT CARD.  THE OVER/SHORT
001900*  PRINTS ON THE DEPRPT REPORT AND AN OUT-OF-BALANCE NIGHT ENDS
002000*  RC=4, SO A LIGHT DRAWER SURFACES THE NEXT MORNING INSTEAD OF
007900     05  WS-RENTREG-CASH            PIC 9(9)V99 VALUE ZERO.
008000     05  WS-CASHREG-CASH            PIC 9(9)V99 VALUE ZERO.
008100     05  WS-GIFT-TENDERED           PIC 9(9)V99 VALUE ZERO.
008110     05  WS-CARD-TENDERED           PIC 9(9)V99 VALUE ZERO.
008200     05  WS-EXPECTED-DEPOSIT        PIC 9(9)V99 VALUE ZERO.
008300     05  WS-KEYED-DEPOSIT           PIC 9(9)V99 VALUE ZERO.
008400     05  WS-OVER-SHORT              PIC S9(9)V99 VALUE ZERO.
014100     CLOSE DEPCARD-FILE.
014200*=================================================================
014300*    2000-SUM-RENTREG-CASH - ACCEPTED COUNTER-CASH LINES ONLY
014310*    (TYPES C/N/G/E IN COLUMN 2; A RETURN'S AMOUNT IS A BILLED
014410*    FEE, NOT DRAWER CASH - IT ARRIVES LATER ON CASHREG.
014420*    AMOUNT IN COLUMNS 40-46, DISPOSITION IN COLUMNS 30-37)
014500*=================================================================
015300         AND RENTREG-IN-LINE (30:8) = 'ACCEPTED'
015310         AND (RENTREG-IN-LINE (2:1) = 'C'
015320             OR RENTREG-IN-LINE (2:1) = 'N'
015330             OR RENTREG-IN-LINE (2:1) = 'G'
015340             OR RENTREG-IN-LINE (2:1) = 'E'
015350             OR RENTREG-IN-LINE (2:1) = 'M')
015400         MOVE SPACE TO WS-AMT-X
015500         MOVE RENTREG-IN-LINE (40:7) TO WS-AMT-X (1:7)
015600         MOVE SPACE TO WS-AMT-X (8:1)
015900     END-IF.
016000*=================================================================
016100*    3000-SUM-CASHREG-CASH - PAYMENTS RECEIVED (PAYMENT AMOUNT
016200*    IN COLUMNS 20-27); GIFT-TENDER AND BANK-CARD LINES ARE
016210*    NOT BANK CASH
016300*=================================================================
016400 3000-SUM-CASHREG-CASH.
016500     READ CASHREG-IN
017300         IF CASHREG-IN-LINE (50:11) = 'GIFT TENDER'
017400             ADD WS-AMT-VALUE TO WS-GIFT-TENDERED
017500         ELSE
017510             IF CASHREG-IN-LINE (80:1) = 'B'
017520                 ADD WS-AMT-VALUE TO WS-CARD-TENDERED
017530             ELSE
017540                 ADD WS-AMT-VALUE TO WS-CASHREG-CASH
017550             END-IF
017700         END-IF
017800     END-IF.
017900*=================================================================
019300     MOVE 'GIFT TENDER (NON-CASH)'  TO TL-LABEL
019400     MOVE WS-GIFT-TENDERED          TO TL-AMOUNT
019500     PERFORM 4100-WRITE-TOTAL-LINE
019510     MOVE 'BANK CARD (PROCESSOR)'   TO TL-LABEL
019520     MOVE WS-CARD-TENDERED          TO TL-AMOUNT
019530     PERFORM 4100-WRITE-TOTAL-LINE
019600     MOVE 'EXPECTED DEPOSIT'        TO TL-LABEL
019700     MOVE WS-EXPECTED-DEPOSIT       TO TL-AMOUNT
019800     PERFORM 4100-WRITE-TOTAL-LINE
