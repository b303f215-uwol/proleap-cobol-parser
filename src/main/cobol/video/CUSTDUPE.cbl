001220*                   TABLE ARE NOW REJECTED BEFORE APPLY (RC=8)
001230*                   SO THE RENTHIST REWRITE CANNOT SILENTLY
001240*                   MISS A CONFIRMED PAIR.
001250*  2026-10-15 VSG   MERGE CARDS NOW CARRY THE KEYING OPERATOR IN
001260*                   COLUMNS 15-17, WHO MUST HOLD CUSTOMER-MERGE
001270*                   AUTHORITY (OPRAUTH); REFUSED MERGES REJECT.
001300*=================================================================
001400*  PASS 1 SCANS CUSTFILE FOR PROBABLE DUPLICATE REGISTRATIONS -
001500*  TWO ACTIVE CUSTOMERS MATCHING ON NAME, PHONE, OR ADDRESS -
006400     05  MG-SURVIVOR-ID             PIC 9(6).
006500     05  FILLER                     PIC X(1).
006600     05  MG-DUPLICATE-ID            PIC 9(6).
006610     05  FILLER                     PIC X(1).
006620     05  MG-OPERATOR-ID             PIC X(3).
006630     05  FILLER                     PIC X(63).
006800 FD  RENTHIST-IN
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  RENTHIST-IN-LINE.
008400*=================================================================
008500 COPY VERSTAMP.
008502 COPY REGCHKQ.
008503 COPY OPRAUTHQ.
008600 01  FC-STATUSES.
008700     05  FC-CUSTFILE-STATUS         PIC X(2).
008800     05  FC-RENTFILE-STATUS         PIC X(2).
033300         MOVE 'N' TO WS-CARD-OK-SW
033400         MOVE 'IDS ARE THE SAME' TO MD-STATUS
033500     END-IF
033501     IF WS-CARD-OK
033502         MOVE 'CUSTDUPE' TO OAUT-CALLER
033503         MOVE MG-OPERATOR-ID TO OAUT-OPERATOR-ID
033504         MOVE 'M' TO OAUT-FUNCTION
033505         MOVE ZERO TO OAUT-AMOUNT
033506         MOVE SPACES TO OAUT-ITEM-KEY
033507         MOVE MG-SURVIVOR-ID TO OAUT-ITEM-KEY (1:6)
033508         MOVE MG-DUPLICATE-ID TO OAUT-ITEM-KEY (8:6)
033509         CALL 'OPRAUTH' USING OPERATOR-AUTH-REQUEST
033510         IF OAUT-REFUSED
033511             MOVE 'N' TO WS-CARD-OK-SW
033512             MOVE OAUT-REASON TO MD-STATUS
033513         END-IF
033514     END-IF
033515     IF WS-CARD-OK
033520         AND WS-MERGE-COUNT >= 100
033530         MOVE 'N' TO WS-CARD-OK-SW
033540         MOVE 'MERGE TABLE FULL' TO MD-STATUS
