001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - ONLINE CUSTOMER ACCOUNT
001200*                   INQUIRY ON THE SCRNSET/SCRN1 MAP.
001210*  2026-10-15 VSG   EACH OPEN RENTAL NOW SHOWS THE HOUSEHOLD
001220*                   MEMBER WHO TOOK IT (CODE/MEMBER, 00 = THE
001230*                   ACCOUNT HOLDER).
001240*  2026-10-15 VSG   REPLY LINE NOW ENDS WITH THE CUSTOMER'S
001250*                   CONTACT PREFERENCES FROM CUSTFILE - PRF=
001260*                   M (NO MAIL), P (NO PHONE), S (STATEMENT
001270*                   ONLY), '-' WHERE NOT SET, THEN THE LETTER
001280*                   LANGUAGE.
001300*=================================================================
001400*  COMPANION TO VIDINQ ON THE SAME PSEUDO-CONVERSATIONAL
001500*  RECEIVE/SEND/RETURN SHAPE.  COUNTER STAFF KEY A 6-DIGIT
003200 COPY RENTREC.
003300 COPY CREDREC.
003400 COPY BLOKREC.
003410 COPY CUSTREC.
003500 COPY CICSMAP.
003600 01  WS-INQUIRY-FIELDS.
003700     05  WS-INQUIRY-ID              PIC 9(6).
005400     05  FILLER                     PIC X(1)  VALUE SPACE.
005500     05  WS-RP-DUE OCCURS 3 TIMES.
005600         10  WS-RP-DUE-CODE         PIC X(5).
005610         10  WS-RP-DUE-SLASH        PIC X(1).
005620         10  WS-RP-DUE-MEMBER       PIC 9(2).
005700         10  FILLER                 PIC X(1).
005800         10  WS-RP-DUE-DATE         PIC X(8).
005900         10  FILLER                 PIC X(1).
005910     05  FILLER                     PIC X(5)  VALUE ' PRF='.
005920     05  WS-RP-NO-MAIL              PIC X(1).
005930     05  WS-RP-NO-PHONE             PIC X(1).
005940     05  WS-RP-STMT-ONLY            PIC X(1).
005950     05  WS-RP-LANGUAGE             PIC X(2).
006100 01  WS-NOT-FOUND-LINE.
006200     05  FILLER                     PIC X(29)
006300         VALUE 'CUSTINQ: CUSTOMER-ID INVALID '.
009400         PERFORM 2100-READ-THE-BALANCE
009500         PERFORM 2200-READ-THE-CREDITS
009600         PERFORM 2300-CHECK-THE-BLOCK-LIST
009610         PERFORM 2350-READ-THE-PREFERENCES
009700         PERFORM 2400-BROWSE-OPEN-RENTALS
009800         MOVE WS-OPEN-COUNT TO WS-RP-OPEN-COUNT
009900         MOVE WS-REPLY-LINE TO MSGO
014000     IF WS-RESPONSE = DFHRESP(NORMAL)
014100         MOVE 'Y' TO WS-RP-BLOCKED
014200     END-IF.
014202*=================================================================
014204*    2350-READ-THE-PREFERENCES - CONTACT PREFERENCES FROM THE
014206*    CUSTOMER MASTER
014208*=================================================================
014210 2350-READ-THE-PREFERENCES.
014212     MOVE '-' TO WS-RP-NO-MAIL
014214     MOVE '-' TO WS-RP-NO-PHONE
014216     MOVE '-' TO WS-RP-STMT-ONLY
014218     MOVE SPACES TO WS-RP-LANGUAGE
014220     EXEC CICS READ FILE('CUSTFILE')
014222               INTO(CUSTOMER-RECORD)
014224               RIDFLD(WS-INQUIRY-ID)
014226               RESP(WS-RESPONSE)
014228     END-EXEC
014230     IF WS-RESPONSE = DFHRESP(NORMAL)
014232         IF CUSTOMER-MAIL-REFUSED
014234             MOVE 'M' TO WS-RP-NO-MAIL
014236         END-IF
014238         IF CUSTOMER-PHONE-REFUSED
014240             MOVE 'P' TO WS-RP-NO-PHONE
014242         END-IF
014244         IF CUSTOMER-STATEMENT-ONLY
014246             MOVE 'S' TO WS-RP-STMT-ONLY
014248         END-IF
014250         IF CUSTOMER-LANG-ENGLISH
014252             MOVE 'EN' TO WS-RP-LANGUAGE
014254         ELSE
014256             MOVE CUSTOMER-LANGUAGE TO WS-RP-LANGUAGE
014258         END-IF
014260     END-IF.
014300*=================================================================
014400*    2400-BROWSE-OPEN-RENTALS - WALK THE CUSTOMER'S RENTALS
014500*    THROUGH THE RENTAL-CUSTOMER-ID ALTERNATE INDEX
018300                     ADD 1 TO WS-DUE-SLOT
018400                     MOVE RENTAL-VIDEO-CODE
018500                         TO WS-RP-DUE-CODE (WS-DUE-SLOT)
018510                     MOVE '/' TO WS-RP-DUE-SLASH (WS-DUE-SLOT)
018520                     MOVE RENTAL-MEMBER-NO
018530                         TO WS-RP-DUE-MEMBER (WS-DUE-SLOT)
018600                     MOVE RENTAL-DUE-DATE
018700                         TO WS-RP-DUE-DATE (WS-DUE-SLOT)
018800                 END-IF
