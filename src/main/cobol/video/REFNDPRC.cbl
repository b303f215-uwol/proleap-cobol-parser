001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - CREDIT-ON-ACCOUNT REFUND
001200*                   PROCESSING.
001210*  2026-10-15 VSG   REFUND CARDS NOW CARRY THE KEYING OPERATOR IN
001220*                   COLUMNS 22-24, WHO MUST HOLD REFUND AUTHORITY
001230*                   AND A REFUND LIMIT COVERING THE AMOUNT
001240*                   (OPRAUTH); THE OPERATOR PRINTS AT THE END OF
001250*                   EACH REFNDREG LINE.
001300*=================================================================
001400*  READS THE DAY'S REFUND CARDS (CUSTOMER, AMOUNT, DATE) AND
001500*  PAYS A CUSTOMER BACK OUT OF THE CREDIT BALANCE CARRIED ON
004400     05  RF-CUSTOMER-ID             PIC 9(6).
004500     05  RF-AMOUNT                  PIC 9(5)V99.
004600     05  RF-REFUND-DATE             PIC 9(8).
004610     05  RF-OPERATOR-ID             PIC X(3).
004620     05  FILLER                     PIC X(56).
004800 FD  REFNDREG-RPT
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  REFNDREG-LINE                  PIC X(80).
005200*=================================================================
005300 COPY VERSTAMP.
005400 COPY REGCHKQ.
005410 COPY OPRAUTHQ.
005500 01  FC-STATUSES.
005600     05  FC-RECVFILE-STATUS         PIC X(2).
005700     05  FC-REFCARD-STATUS          PIC X(2).
007900     05  RG-DISPOSITION             PIC X(8).
008000     05  FILLER                     PIC X(2)  VALUE SPACE.
008100     05  RG-REASON                  PIC X(30).
008110     05  FILLER                     PIC X(2)  VALUE SPACE.
008120     05  RG-OPERATOR-ID             PIC X(3).
008200 PROCEDURE DIVISION.
008300*=================================================================
008400 0000-MAINLINE.
014500         MOVE 'REFUND AMOUNT INVALID'
014600             TO WS-REJECT-REASON
014700     ELSE
014710         PERFORM 2050-CHECK-OPERATOR-AUTHORITY
014720         IF WS-CARD-OK
014730             PERFORM 2100-APPLY-REFUND
014740         END-IF
014900     END-IF
015000     PERFORM 2900-WRITE-REGISTER-LINE
015100     PERFORM 1100-READ-NEXT-CARD.
015105*=================================================================
015110*    2050-CHECK-OPERATOR-AUTHORITY - THE KEYING OPERATOR MUST BE
015115*    CLEARED FOR REFUNDS UP TO THIS AMOUNT
015120*=================================================================
015125 2050-CHECK-OPERATOR-AUTHORITY.
015130     MOVE 'REFNDPRC' TO OAUT-CALLER
015135     MOVE RF-OPERATOR-ID TO OAUT-OPERATOR-ID
015140     MOVE 'F' TO OAUT-FUNCTION
015145     MOVE RF-AMOUNT TO OAUT-AMOUNT
015150     MOVE SPACES TO OAUT-ITEM-KEY
015155     MOVE RF-CUSTOMER-ID TO OAUT-ITEM-KEY (1:6)
015160     CALL 'OPRAUTH' USING OPERATOR-AUTH-REQUEST
015165     IF OAUT-REFUSED
015170         MOVE 'N' TO WS-CARD-OK-SW
015175         MOVE OAUT-REASON TO WS-REJECT-REASON
015180     END-IF.
015200*=================================================================
015300*    2100-APPLY-REFUND - THE CREDIT ON FILE MUST COVER THE
015400*    REFUND IN FULL
018800     MOVE RF-REFUND-DATE             TO RG-REFUND-DATE
018900     MOVE RF-AMOUNT                  TO RG-AMOUNT
019000     MOVE WS-REJECT-REASON           TO RG-REASON
019010     MOVE RF-OPERATOR-ID             TO RG-OPERATOR-ID
019100     IF WS-CARD-OK
019200         MOVE 'ACCEPTED'             TO RG-DISPOSITION
019300     ELSE
