001110*  2026-09-02 VSG   CARDS NOW CARRY THE KEYING OPERATOR'S ID
001120*                   IN COLUMNS 32-34, STAMPED ON EVERY ADJREG
001130*                   LINE FOR THE PER-OPERATOR SUMMARY.
001140*  2026-10-15 VSG   AN ACCEPTED ADJREG LINE NOW CARRIES THE
001150*                   RENTAL'S STORE IN COLUMNS 79-80 SO GLJRNL
001160*                   CAN BOOK THE WAIVER TO THAT STORE.
001170*  2026-10-15 VSG   THE KEYING OPERATOR MUST NOW HOLD FEE-WAIVER
001180*                   AUTHORITY AND A WAIVER LIMIT COVERING THE
001190*                   AMOUNT (OPRAUTH); REFUSED CARDS REJECT.
001200*=================================================================
001300*  READS MANAGER-APPROVED ADJUSTMENT CARDS (CUSTOMER ID, VIDEO
001400*  CODE, AMOUNT, REASON CODE, APPROVING MANAGER) AND POSTS EACH
006800 COPY VERSTAMP.
006802 COPY REGCHKQ.
006803 COPY CHGJRNQ.
006804 COPY OPRAUTHQ.
006900 01  FC-STATUSES.
007000     05  FC-RENTFILE-STATUS         PIC X(2).
007100     05  FC-RECVFILE-STATUS         PIC X(2).
011500     05  FILLER                     PIC X(2)  VALUE SPACE.
011600     05  RG-REASON                  PIC X(30).
011610     05  RG-OPERATOR-ID             PIC X(3).
011620     05  RG-STORE-CODE              PIC X(2).
011700 01  WS-SUMMARY-DETAIL.
011800     05  FILLER                     PIC X(1)  VALUE SPACE.
011900     05  SU-REASON-CODE             PIC X(2).
020800         MOVE 'N' TO WS-CARD-OK-SW
020900         MOVE 'APPROVING MANAGER REQUIRED'
021000             TO WS-REJECT-REASON
021010     END-IF
021020     IF WS-CARD-OK
021030         PERFORM 2060-CHECK-OPERATOR-AUTHORITY
021100     END-IF.
021105*=================================================================
021110*    2060-CHECK-OPERATOR-AUTHORITY - THE KEYING OPERATOR MUST BE
021115*    CLEARED FOR WAIVERS UP TO THIS AMOUNT
021120*=================================================================
021125 2060-CHECK-OPERATOR-AUTHORITY.
021130     MOVE 'FEEADJ' TO OAUT-CALLER
021135     MOVE AC-OPERATOR-ID TO OAUT-OPERATOR-ID
021140     MOVE 'W' TO OAUT-FUNCTION
021145     MOVE AC-AMOUNT TO OAUT-AMOUNT
021150     MOVE SPACES TO OAUT-ITEM-KEY
021155     MOVE AC-CUSTOMER-ID TO OAUT-ITEM-KEY (1:6)
021160     MOVE AC-VIDEO-CODE TO OAUT-ITEM-KEY (8:5)
021165     CALL 'OPRAUTH' USING OPERATOR-AUTH-REQUEST
021170     IF OAUT-REFUSED
021175         MOVE 'N' TO WS-CARD-OK-SW
021180         MOVE OAUT-REASON TO WS-REJECT-REASON
021185     END-IF.
021200*=================================================================
021300*    2100-FIND-FEE-BEARING-RENTAL - LOCATE THE CUSTOMER'S RENTAL
021400*    OF THIS TITLE THAT STILL CARRIES A FEE, THROUGH THE
033500     MOVE WS-REJECT-REASON           TO RG-REASON
033600     IF WS-CARD-OK
033700         MOVE 'ACCEPTED'             TO RG-DISPOSITION
033710         MOVE RENTAL-STORE-CODE      TO RG-STORE-CODE
033800     ELSE
033810         MOVE SPACES                 TO RG-STORE-CODE
033900         ADD 1 TO WS-CARDS-REJECTED
034000         MOVE 'REJECTED'             TO RG-DISPOSITION
034100     END-IF
