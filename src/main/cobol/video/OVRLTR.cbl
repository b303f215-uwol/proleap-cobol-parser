001104*  2026-09-02 VSG   ACCOUNTS PLACED WITH THE COLLECTIONS
001105*                   AGENCY (RECVFILE PLACED FLAG) NO LONGER
001106*                   GET A LETTER - THE AGENCY WORKS THEM.
001107*  2026-10-15 VSG   HONOURS THE CUSTOMER'S CONTACT PREFERENCES -
001108*                   NO LETTER FOR A NO-MAIL OR STATEMENT-ONLY
001109*                   CUSTOMER (COUNTED AS SUPPRESSED), AND THE
001110*                   LETTER TEXT PRINTS IN THE CUSTOMER'S
001111*                   PREFERRED LANGUAGE (EN/ES).
001112*  2026-10-15 VSG   AN OVERDUE EQUIPMENT RENTAL LISTS THE UNIT'S
001113*                   SERIAL NUMBER IN PLACE OF A TITLE, AND ITS
001114*                   DAILY RATE IS THE EQUIPMENT TIER'S ONE-NIGHT
001115*                   PRICE FROM PRICENG.
001200*=================================================================
001300*  READS THE OVERDUE LISTING OVRDUE PRODUCES, GATHERS THE LINES
001400*  BY CUSTOMER, JOINS EACH CUSTOMER TO CUSTFILE FOR NAME AND
005300     05  OV-CUSTOMER-ID             PIC 9(6).
005400     05  FILLER                     PIC X(2).
005500     05  OV-DUE-DATE                PIC 9(8).
005510     05  FILLER                     PIC X(2).
005520     05  OV-STORE                   PIC 9(2).
005530     05  FILLER                     PIC X(2).
005540     05  OV-EQUIP-SERIAL            PIC X(12).
005550     05  FILLER                     PIC X(1).
005560     05  OV-EQUIP-TYPE              PIC X(1).
005570     05  FILLER                     PIC X(36).
005700 FD  CUSTFILE.
005800 COPY CUSTREC.
005900 FD  VIDOFILE.
007200*=================================================================
007300 COPY VERSTAMP.
007400 COPY FEERATE.
007410 COPY PRICEREQ.
007500 01  FC-STATUSES.
007600     05  FC-OVERDUE-STATUS          PIC X(2).
007700     05  FC-CUSTFILE-STATUS         PIC X(2).
008920         88  WS-RECVFILE-AVAILABLE  VALUE 'Y'.
008930     05  WS-CUST-PLACED-SW          PIC X(1) VALUE 'N'.
008940         88  WS-CUST-PLACED         VALUE 'Y'.
008950     05  WS-CUST-SUPPRESSED-SW      PIC X(1) VALUE 'N'.
008960         88  WS-CUST-SUPPRESSED     VALUE 'Y'.
009000 01  WS-CURRENT-DATE.
009100     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
009200 01  WS-FEE-RATE-DEFAULT            PIC 9(3)V99 VALUE 1.00.
010200         10  WS-ITEM-CUSTOMER-ID    PIC 9(6).
010300         10  WS-ITEM-DUE-DATE       PIC 9(8).
010400         10  WS-ITEM-DONE-SW        PIC X(1).
010410         10  WS-ITEM-EQUIP-SERIAL   PIC X(12).
010420         10  WS-ITEM-EQUIP-TYPE     PIC X(1).
010500 01  WS-ITEM-SUB                    PIC 9(3).
010600 01  WS-LETTER-SUB                  PIC 9(3).
010700 01  WS-LETTER-CUSTOMER-ID          PIC 9(6).
010900     05  WS-LINES-READ              PIC 9(5) VALUE ZERO.
011000     05  WS-LETTERS-PRINTED         PIC 9(5) VALUE ZERO.
011010     05  WS-LETTERS-SKIPPED         PIC 9(5) VALUE ZERO.
011020     05  WS-LETTERS-SUPPRESSED      PIC 9(5) VALUE ZERO.
011100 01  WS-LETTER-NAME-LINE.
011200     05  FILLER                     PIC X(1)  VALUE SPACE.
011300     05  LN-NAME                    PIC X(30).
012400     05  LD-DAYS-LATE               PIC ZZZZ9.
012500     05  FILLER                     PIC X(2)  VALUE SPACE.
012600     05  LD-DAILY-RATE              PIC ZZ9.99.
012602*=================================================================
012604*    LETTER WORDING - ONE SET PER LETTER LANGUAGE (1 = EN,
012606*    2 = ES), PICKED BY THE CUSTOMER'S CONTACT PREFERENCE
012608*=================================================================
012610 01  WS-WORDING-VALUES.
012612     05  FILLER                     PIC X(56) VALUE
012614     'OUR RECORDS SHOW THE FOLLOWING RENTALS ARE OVERDUE:'.
012616     05  FILLER                     PIC X(56) VALUE
012618     'PLEASE RETURN THEM PROMPTLY - THE DAILY RATE SHOWN'.
012620     05  FILLER                     PIC X(56) VALUE
012622     'CONTINUES TO ACCRUE UNTIL EACH TITLE IS RETURNED.'.
012624     05  FILLER                     PIC X(56) VALUE
012626     'NUESTROS REGISTROS INDICAN ESTOS ALQUILERES VENCIDOS:'.
012628     05  FILLER                     PIC X(56) VALUE
012630     'DEVUELVALOS PRONTO - LA TARIFA DIARIA INDICADA SIGUE'.
012632     05  FILLER                     PIC X(56) VALUE
012634     'ACUMULANDOSE HASTA QUE SE DEVUELVA CADA TITULO.'.
012636 01  WS-WORDING-TABLE REDEFINES WS-WORDING-VALUES.
012638     05  WS-WORDING-SET OCCURS 2 TIMES.
012640         10  WS-WORDING-OPENING     PIC X(56).
012642         10  WS-WORDING-CLOSING-1   PIC X(56).
012644         10  WS-WORDING-CLOSING-2   PIC X(56).
012646 01  WS-WORDING-SUB                 PIC 9(1).
012700 PROCEDURE DIVISION.
012800*=================================================================
012900 0000-MAINLINE.
022400             TO WS-ITEM-DUE-DATE (WS-ITEM-COUNT)
022500         MOVE 'N'
022600             TO WS-ITEM-DONE-SW (WS-ITEM-COUNT)
022610         MOVE OV-EQUIP-SERIAL
022620             TO WS-ITEM-EQUIP-SERIAL (WS-ITEM-COUNT)
022630         MOVE OV-EQUIP-TYPE
022640             TO WS-ITEM-EQUIP-TYPE (WS-ITEM-COUNT)
022700     ELSE
022800         DISPLAY 'OVRLTR: OVERDUE TABLE FULL, LINE DROPPED'
022900     END-IF
024600             TO WS-LETTER-CUSTOMER-ID
024610         PERFORM 3150-CHECK-PLACED
024620         IF WS-CUST-PLACED
024625             ADD 1 TO WS-LETTERS-SKIPPED
024630             PERFORM 3160-SWEEP-PLACED-ITEMS
024640         ELSE
024650             PERFORM 3180-CHECK-PREFERENCES
024660             IF WS-CUST-SUPPRESSED
024670                 ADD 1 TO WS-LETTERS-SUPPRESSED
024680                 PERFORM 3160-SWEEP-PLACED-ITEMS
024690             ELSE
024700                 PERFORM 3200-PRINT-ONE-LETTER
024705             END-IF
024710         END-IF
024800     END-IF.
024810*=================================================================
024862         END-READ
024863     END-IF.
024864*=================================================================
024865*    3160-SWEEP-PLACED-ITEMS - MARK THE PLACED (OR SUPPRESSED)
024866*    CUSTOMER'S LINES DONE SO NO LATER PASS PICKS THEM UP
024867*=================================================================
024868 3160-SWEEP-PLACED-ITEMS.
024870     MOVE ZERO TO WS-LETTER-SUB
024871     PERFORM 3170-SWEEP-ONE-ITEM
024872         UNTIL WS-LETTER-SUB >= WS-ITEM-COUNT.
024880             = WS-LETTER-CUSTOMER-ID
024881         MOVE 'Y' TO WS-ITEM-DONE-SW (WS-LETTER-SUB)
024882     END-IF.
024883*=================================================================
024884*    3180-CHECK-PREFERENCES - A CUSTOMER WHO REFUSES MAIL, OR
024885*    TAKES THE STATEMENT ONLY, GETS NO LETTER; OTHERWISE NOTE
024886*    THE LANGUAGE THE LETTER PRINTS IN
024887*=================================================================
024888 3180-CHECK-PREFERENCES.
024889     MOVE 'N' TO WS-CUST-SUPPRESSED-SW
024890     MOVE 1 TO WS-WORDING-SUB
024891     IF WS-CUSTFILE-AVAILABLE
024892         MOVE WS-LETTER-CUSTOMER-ID TO CUSTOMER-ID
024893         READ CUSTFILE
024894             INVALID KEY
024895                 CONTINUE
024896             NOT INVALID KEY
024897                 IF CUSTOMER-MAIL-REFUSED
024898                     OR CUSTOMER-STATEMENT-ONLY
024899                     MOVE 'Y' TO WS-CUST-SUPPRESSED-SW
024900                 END-IF
024901                 IF CUSTOMER-LANG-SPANISH
024902                     MOVE 2 TO WS-WORDING-SUB
024903                 END-IF
024904         END-READ
024905     END-IF.
024906*=================================================================
025000*    3200-PRINT-ONE-LETTER
025100*=================================================================
025200 3200-PRINT-ONE-LETTER.
025300     ADD 1 TO WS-LETTERS-PRINTED
025400     PERFORM 3250-PRINT-NAME-AND-ADDRESS
025410     MOVE WS-WORDING-OPENING (WS-WORDING-SUB) TO LT-TEXT
025700     WRITE LETTER-LINE FROM WS-LETTER-TEXT-LINE
025800     MOVE ZERO TO WS-LETTER-SUB
025900     PERFORM 3300-PRINT-CUSTOMER-ITEM
026000         UNTIL WS-LETTER-SUB >= WS-ITEM-COUNT
026010     MOVE WS-WORDING-CLOSING-1 (WS-WORDING-SUB) TO LT-TEXT
026300     WRITE LETTER-LINE FROM WS-LETTER-TEXT-LINE
026310     MOVE WS-WORDING-CLOSING-2 (WS-WORDING-SUB) TO LT-TEXT
026600     WRITE LETTER-LINE FROM WS-LETTER-TEXT-LINE
026700     MOVE SPACES TO LETTER-LINE
026800     WRITE LETTER-LINE.
030600*    3350-PRINT-ITEM-DETAIL - TITLE, DAYS LATE, DAILY RATE
030700*=================================================================
030800 3350-PRINT-ITEM-DETAIL.
030802     IF WS-ITEM-EQUIP-SERIAL (WS-LETTER-SUB) NOT = SPACES
030804         PERFORM 3360-PRINT-EQUIP-DETAIL
030806     ELSE
030808         PERFORM 3370-PRINT-TITLE-DETAIL
030810     END-IF.
030812*=================================================================
030814*    3360-PRINT-EQUIP-DETAIL - PLAYER OR CONSOLE BY SERIAL, THE
030816*    RATE BEING ONE NIGHT ON THE UNIT'S EQUIPMENT TIER
030818*=================================================================
030820 3360-PRINT-EQUIP-DETAIL.
030822     MOVE SPACES TO LD-TITLE
030824     STRING 'EQUIPMENT UNIT ' DELIMITED BY SIZE
030826            WS-ITEM-EQUIP-SERIAL (WS-LETTER-SUB)
030828                DELIMITED BY SPACE
030830         INTO LD-TITLE
030832     END-STRING
030834     COMPUTE WS-DAYS-LATE =
030836         WS-CURRENT-DATE-YYYYMMDD
030838             - WS-ITEM-DUE-DATE (WS-LETTER-SUB)
030840     MOVE WS-DAYS-LATE TO LD-DAYS-LATE
030842     MOVE WS-FEE-RATE-DEFAULT TO LD-DAILY-RATE
030844     MOVE WS-ITEM-EQUIP-TYPE (WS-LETTER-SUB) TO PREQ-TIER
030846     MOVE 1                          TO PREQ-NIGHTS
030848     MOVE SPACES                     TO PREQ-PROMO-CODE
030850     MOVE WS-CURRENT-DATE-YYYYMMDD   TO PREQ-AS-OF-DATE
030852     MOVE 'N'                        TO PREQ-WAIVER-FLAG
030854     MOVE 'N'                        TO PREQ-SUBSCRIBER-FLAG
030856     MOVE ZERO                       TO PREQ-CUSTOMER-ID
030858     CALL 'PRICENG' USING PRICE-REQUEST
030860     IF PREQ-OK
030862         MOVE PREQ-PRICE TO LD-DAILY-RATE
030864     END-IF
030866     WRITE LETTER-LINE FROM WS-LETTER-DETAIL.
030868*=================================================================
030870*    3370-PRINT-TITLE-DETAIL - TITLE RATE FROM THE FEERATE TABLE
030872*=================================================================
030874 3370-PRINT-TITLE-DETAIL.
030900     MOVE SPACES TO LD-TITLE
031000     MOVE SPACE  TO VIDEO-MEDIA-FORMAT
031100     IF WS-VIDOFILE-AVAILABLE
035300     DISPLAY 'OVRLTR: LETTERS PRINTED    = '
035400         WS-LETTERS-PRINTED
035500     DISPLAY 'OVRLTR: PLACED SKIPPED     = '
035600         WS-LETTERS-SKIPPED
035602     DISPLAY 'OVRLTR: PREFS SUPPRESSED   = '
035604         WS-LETTERS-SUPPRESSED.
035610*=================================================================
035620*=================================================================
035700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
