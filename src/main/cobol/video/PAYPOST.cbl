001178*                   PRESERVED WHEN THE BALANCE IS RECOMPUTED
001180*                   AND PAID DOWN AFTER THE RENTAL FEES,
001182*                   BEFORE ANY REMAINDER BANKS AS CREDIT.
001183*  2026-10-15 VSG   CARDS NOW CARRY A TENDER TYPE IN COLUMN 33
001184*                   (B = BANK CARD), STAMPED IN COLUMN 80 OF
001185*                   THE CASHREG LINE SO CARDSETL CAN MATCH THE
001186*                   PROCESSOR'S SETTLEMENT AND THE BANK
001187*                   DEPOSIT AND DRAWER COUNTS LEAVE IT OUT.
001200*=================================================================
001300*  READS THE DAY'S PAYMENT CARDS (CUSTOMER ID, AMOUNT, DATE) AND
001400*  APPLIES EACH PAYMENT AGAINST THE CUSTOMER'S OUTSTANDING LATE
005810     05  PC-GIFT-NUMBER             PIC 9(6).
005820     05  PC-REGISTER-ID             PIC 9(2).
005830     05  PC-OPERATOR-ID             PIC X(3).
005840     05  PC-TENDER-TYPE             PIC X(1).
005850         88  PC-CARD-TENDER         VALUE 'B'.
005860     05  FILLER                     PIC X(47).
006000 FD  CASHREG-RPT
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  CASHREG-LINE                   PIC X(80).
011800     05  RG-REASON                  PIC X(25).
011805     05  RG-OPERATOR-ID             PIC X(3).
011810     05  RG-REGISTER-ID             PIC 9(2).
011820     05  RG-TENDER-TYPE             PIC X(1).
011900 PROCEDURE DIVISION.
012000*=================================================================
012100 0000-MAINLINE.
035440         MOVE ZERO                   TO RG-REGISTER-ID
035450     END-IF
035460     MOVE PC-OPERATOR-ID             TO RG-OPERATOR-ID
035465     IF PC-CARD-TENDER
035470         AND NOT WS-GIFT-TENDER
035475         MOVE 'B'                    TO RG-TENDER-TYPE
035480     ELSE
035485         MOVE SPACE                  TO RG-TENDER-TYPE
035490     END-IF
035500     MOVE PC-PAYMENT-DATE            TO RG-PAYMENT-DATE
035600     MOVE PC-AMOUNT                  TO RG-PAYMENT-AMT
035700     MOVE WS-AMOUNT-APPLIED          TO RG-APPLIED-AMT
