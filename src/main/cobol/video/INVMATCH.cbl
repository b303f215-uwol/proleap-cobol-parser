000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    INVMATCH.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - DISTRIBUTOR INVOICE
001200*                   THREE-WAY MATCH AND PAYABLES VOUCHERS.
001300*=================================================================
001400*  READS THE INVCARD INVOICE-ENTRY CARDS, ONE PER LINE OF A
001500*  DISTRIBUTOR'S INVOICE, AND MATCHES EACH LINE THREE WAYS: TO
001600*  THE PURCHASE ORDER ON POFILE (SAME DISTRIBUTOR, SAME TITLE),
001700*  TO THE COPIES PORECV HAS RECEIVED AGAINST IT AND NOT YET
001800*  INVOICED, AND TO THE PRICE POGEN RAISED THE ORDER AT.  A
001900*  CLEAN LINE ADDS TO THE PO'S INVOICED QUANTITY AND WRITES AN
002000*  APPROVED VOUCHER ONTO VCHFILE, DUE ON THE INVOICE DATE PLUS
002100*  THE DISTRIBUTOR'S TERMS, AND LISTS ON THE VCHREG REGISTER
002200*  THAT GLJRNL BOOKS TO ACCOUNTS PAYABLE.  A LINE THAT FAILS
002300*  ANY LEG - NO SUCH PO, WRONG DISTRIBUTOR OR TITLE, NOTHING
002400*  RECEIVED, MORE BILLED THAN RECEIVED, PRICE NOT THE PO PRICE
002500*  - LISTS ON THE INVEXC EXCEPTIONS REPORT FOR THE BUYER TO
002600*  TAKE UP WITH THE DISTRIBUTOR, AND NOTHING IS VOUCHERED.
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL POFILE ASSIGN TO 'IDXPO'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PO-NUMBER OF PO-RECORD
003800         FILE STATUS IS FC-POFILE-STATUS.
003900     SELECT OPTIONAL VCHFILE ASSIGN TO 'IDXVCH'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS VCH-NUMBER OF VCH-RECORD
004300         FILE STATUS IS FC-VCHFILE-STATUS.
004400     SELECT OPTIONAL DISTFILE ASSIGN TO 'IDXDIST'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DIST-ID OF DIST-RECORD
004800         FILE STATUS IS FC-DISTFILE-STATUS.
004900     SELECT INVCARD-FILE ASSIGN TO 'INVCARD'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FC-INVCARD-STATUS.
005200     SELECT VCHREG-RPT ASSIGN TO 'VCHREG'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FC-VCHREG-STATUS.
005500     SELECT INVEXC-RPT ASSIGN TO 'INVEXC'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FC-INVEXC-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  POFILE.
006100 COPY POREC.
006200 FD  VCHFILE.
006300 COPY VCHREC.
006400 FD  DISTFILE.
006500 COPY DISTREC.
006600 FD  INVCARD-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  INVOICE-CARD.
006900     05  IC-INVOICE-NUMBER          PIC X(10).
007000     05  IC-DIST-ID                 PIC 9(4).
007100     05  IC-INVOICE-DATE            PIC 9(8).
007200     05  IC-PO-NUMBER               PIC 9(6).
007300     05  IC-VIDEO-CODE              PIC 9(5).
007400     05  IC-QTY-BILLED              PIC 9(3).
007500     05  IC-UNIT-PRICE              PIC 9(3)V99.
007600     05  FILLER                     PIC X(39).
007700 FD  VCHREG-RPT
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  VCHREG-LINE                    PIC X(80).
008000 FD  INVEXC-RPT
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  INVEXC-LINE                    PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*=================================================================
008500 COPY VERSTAMP.
008600 COPY REGCHKQ.
008700 COPY CALREQ.
008800 01  FC-STATUSES.
008900     05  FC-POFILE-STATUS           PIC X(2).
009000     05  FC-VCHFILE-STATUS          PIC X(2).
009100     05  FC-DISTFILE-STATUS         PIC X(2).
009200     05  FC-INVCARD-STATUS          PIC X(2).
009300     05  FC-VCHREG-STATUS           PIC X(2).
009400     05  FC-INVEXC-STATUS           PIC X(2).
009500 01  WS-SWITCHES.
009600     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009700         88  WS-EOF                 VALUE 'Y'.
009800     05  WS-SEED-EOF-SW             PIC X(1) VALUE 'N'.
009900         88  WS-SEED-EOF            VALUE 'Y'.
010000     05  WS-LINE-OK-SW              PIC X(1) VALUE 'Y'.
010100         88  WS-LINE-OK             VALUE 'Y'.
010200     05  WS-PO-ON-FILE-SW           PIC X(1) VALUE 'N'.
010300         88  WS-PO-ON-FILE          VALUE 'Y'.
010400     05  WS-DUPLICATE-SW            PIC X(1) VALUE 'N'.
010500         88  WS-DUPLICATE-LINE      VALUE 'Y'.
010600     05  WS-DISTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
010700         88  WS-DISTFILE-AVAIL      VALUE 'Y'.
010800 01  WS-CURRENT-DATE.
010900     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
011000 01  WS-EXCEPTION-REASON            PIC X(30).
011100 01  WS-NEXT-VCH-NUMBER             PIC 9(6) VALUE ZERO.
011200 01  WS-QTY-AVAILABLE               PIC 9(3).
011300 01  WS-VOUCHER-AMOUNT              PIC 9(6)V99.
011400 01  WS-TERMS-DEFAULT-DAYS          PIC 9(3) VALUE 30.
011500 01  WS-TERMS-DAYS                  PIC 9(3).
011600 01  WS-TERMS-PARSE.
011700     05  WS-TERMS-X                 PIC X(3).
011800     05  WS-TERMS-NUM-X             PIC X(3).
011900     05  WS-TERMS-NUM REDEFINES WS-TERMS-NUM-X
012000                                    PIC 9(3).
012100 01  WS-COUNTERS.
012200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
012300     05  WS-LINES-VOUCHERED         PIC 9(5) VALUE ZERO.
012400     05  WS-LINES-EXCEPTED          PIC 9(5) VALUE ZERO.
012500     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
012600     05  WS-VOUCHERED-AMOUNT        PIC 9(9)V99 VALUE ZERO.
012700*=================================================================
012800*    VCHREG - TYPE IN COLUMN 2 (V VOUCHER APPROVED), VOUCHER
012900*    NUMBER 5-10, DUE DATE 13-20, AMOUNT 22-29 FOR GLJRNL
013000*=================================================================
013100 01  WS-REGISTER-DETAIL.
013200     05  FILLER                     PIC X(1)  VALUE SPACE.
013300     05  VR-TRANS-TYPE              PIC X(1).
013400     05  FILLER                     PIC X(2)  VALUE SPACE.
013500     05  VR-VCH-NUMBER              PIC 9(6).
013600     05  FILLER                     PIC X(2)  VALUE SPACE.
013700     05  VR-DUE-DATE                PIC 9(8).
013800     05  FILLER                     PIC X(1)  VALUE SPACE.
013900     05  VR-AMOUNT                  PIC ZZZZ9.99.
014000     05  FILLER                     PIC X(2)  VALUE SPACE.
014100     05  VR-DIST-ID                 PIC 9(4).
014200     05  FILLER                     PIC X(2)  VALUE SPACE.
014300     05  VR-INVOICE-NUMBER          PIC X(10).
014400     05  FILLER                     PIC X(2)  VALUE SPACE.
014500     05  VR-PO-NUMBER               PIC 9(6).
014600     05  FILLER                     PIC X(2)  VALUE SPACE.
014700     05  VR-QTY                     PIC ZZ9.
014800     05  FILLER                     PIC X(20) VALUE SPACE.
014900 01  WS-REGISTER-HEADING.
015000     05  FILLER                     PIC X(30)
015100         VALUE 'INVMATCH - PAYABLES VOUCHERS  '.
015200     05  FILLER                     PIC X(10) VALUE 'RUN DATE  '.
015300     05  RH-RUN-DATE                PIC 9(8).
015400     05  FILLER                     PIC X(32) VALUE SPACE.
015500 01  WS-EXCEPTION-DETAIL.
015600     05  FILLER                     PIC X(1)  VALUE SPACE.
015700     05  XD-INVOICE-NUMBER          PIC X(10).
015800     05  FILLER                     PIC X(1)  VALUE SPACE.
015900     05  XD-DIST-ID                 PIC 9(4).
016000     05  FILLER                     PIC X(1)  VALUE SPACE.
016100     05  XD-PO-NUMBER               PIC 9(6).
016200     05  FILLER                     PIC X(1)  VALUE SPACE.
016300     05  XD-QTY-BILLED              PIC ZZ9.
016400     05  FILLER                     PIC X(1)  VALUE SPACE.
016500     05  XD-QTY-AVAILABLE           PIC ZZ9.
016600     05  FILLER                     PIC X(1)  VALUE SPACE.
016700     05  XD-UNIT-PRICE              PIC ZZ9.99.
016800     05  FILLER                     PIC X(1)  VALUE SPACE.
016900     05  XD-PO-PRICE                PIC ZZ9.99.
017000     05  FILLER                     PIC X(1)  VALUE SPACE.
017100     05  XD-REASON                  PIC X(30).
017200     05  FILLER                     PIC X(4)  VALUE SPACE.
017300 01  WS-EXCEPTION-HEADING.
017400     05  FILLER                     PIC X(30)
017500         VALUE 'INVMATCH - INVOICE EXCEPTIONS '.
017600     05  FILLER                     PIC X(50)
017700         VALUE 'INVOICE    DIST PO     BILL RECV  PRICE PO-PRC'.
017800 PROCEDURE DIVISION.
017900*=================================================================
018000 0000-MAINLINE.
018100     PERFORM 0900-DISPLAY-VERSION-STAMP
018200     PERFORM 1000-INITIALIZE
018300     PERFORM 2000-MATCH-INVOICE-LINE
018400         UNTIL WS-EOF
018500     PERFORM 3000-TERMINATE
018600     PERFORM 9000-DISPLAY-VERSION-TRAILER
018700     STOP RUN.
018800*=================================================================
018900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
019000*=================================================================
019100 0900-DISPLAY-VERSION-STAMP.
019200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='INVMATCH -'==
019300                             ==:PROGVERS:== BY =='Version 001'==.
019400*=================================================================
019500*    1000-INITIALIZE - OPEN FILES, SEED THE VOUCHER NUMBER AND
019600*    PRIME THE READ
019700*=================================================================
019800 1000-INITIALIZE.
019900     MOVE 'INVMATCH' TO RCHK-CALLER
020000     CALL 'REGCHK' USING REGION-CHECK
020100     IF RCHK-MISMATCH
020200         DISPLAY 'INVMATCH: REGION INTERLOCK - UPDATES REFUSED'
020300         MOVE 12 TO RETURN-CODE
020400         STOP RUN
020500     END-IF
020600     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
020700     OPEN I-O POFILE
020800     IF FC-POFILE-STATUS NOT = '00'
020900         DISPLAY 'INVMATCH: UNABLE TO OPEN POFILE, STATUS='
021000             FC-POFILE-STATUS
021100         MOVE 'Y' TO WS-EOF-SW
021200     END-IF
021300     OPEN I-O VCHFILE
021400     IF FC-VCHFILE-STATUS NOT = '00'
021500         AND FC-VCHFILE-STATUS NOT = '05'
021600         DISPLAY 'INVMATCH: UNABLE TO OPEN VCHFILE, STATUS='
021700             FC-VCHFILE-STATUS
021800         MOVE 'Y' TO WS-EOF-SW
021900     END-IF
022000     PERFORM 1080-SEED-VCH-NUMBER
022100     OPEN INPUT DISTFILE
022200     IF FC-DISTFILE-STATUS = '00'
022300         MOVE 'Y' TO WS-DISTFILE-AVAIL-SW
022400     END-IF
022500     OPEN INPUT INVCARD-FILE
022600     IF FC-INVCARD-STATUS NOT = '00'
022700         MOVE 'Y' TO WS-EOF-SW
022800     END-IF
022900     OPEN OUTPUT VCHREG-RPT
023000     OPEN OUTPUT INVEXC-RPT
023100     IF NOT RCHK-IN-PROD
023200         WRITE VCHREG-LINE FROM RCHK-WATERMARK
023300         WRITE INVEXC-LINE FROM RCHK-WATERMARK
023400     END-IF
023500     MOVE WS-CURRENT-DATE-YYYYMMDD TO RH-RUN-DATE
023600     WRITE VCHREG-LINE FROM WS-REGISTER-HEADING
023700     WRITE INVEXC-LINE FROM WS-EXCEPTION-HEADING
023800     PERFORM 1100-READ-NEXT-CARD.
023900*=================================================================
024000*    1080-SEED-VCH-NUMBER - WALK VCHFILE IN KEY ORDER SO THE
024100*    LAST RECORD READ LEAVES THE HIGHEST NUMBER ON FILE
024200*=================================================================
024300 1080-SEED-VCH-NUMBER.
024400     MOVE 'N' TO WS-SEED-EOF-SW
024500     MOVE ZERO TO VCH-NUMBER
024600     START VCHFILE KEY IS NOT LESS THAN VCH-NUMBER
024700         INVALID KEY
024800             MOVE 'Y' TO WS-SEED-EOF-SW
024900     END-START
025000     PERFORM 1090-SEED-READ-NEXT
025100         UNTIL WS-SEED-EOF.
025200*=================================================================
025300*    1090-SEED-READ-NEXT
025400*=================================================================
025500 1090-SEED-READ-NEXT.
025600     READ VCHFILE NEXT RECORD
025700         AT END
025800             MOVE 'Y' TO WS-SEED-EOF-SW
025900     END-READ
026000     IF NOT WS-SEED-EOF
026100         MOVE VCH-NUMBER TO WS-NEXT-VCH-NUMBER
026200     END-IF.
026300*=================================================================
026400*    1100-READ-NEXT-CARD
026500*=================================================================
026600 1100-READ-NEXT-CARD.
026700     READ INVCARD-FILE
026800         AT END
026900             MOVE 'Y' TO WS-EOF-SW
027000     END-READ
027100     IF NOT WS-EOF
027200         ADD 1 TO WS-CARDS-READ
027300     END-IF.
027400*=================================================================
027500*    2000-MATCH-INVOICE-LINE - EDIT THE CARD, MATCH IT TO THE
027600*    PO, THE RECEIPTS AND THE PRICE, THEN VOUCHER OR EXCEPT IT
027700*=================================================================
027800 2000-MATCH-INVOICE-LINE.
027900     MOVE 'Y' TO WS-LINE-OK-SW
028000     MOVE SPACES TO WS-EXCEPTION-REASON
028100     MOVE ZERO TO WS-QTY-AVAILABLE
028200     MOVE 'N' TO WS-PO-ON-FILE-SW
028300     PERFORM 2100-EDIT-INVOICE-CARD
028400     IF WS-LINE-OK
028500         PERFORM 2200-MATCH-TO-PO
028600     END-IF
028700     IF WS-LINE-OK
028800         PERFORM 2300-MATCH-TO-RECEIPTS
028900     END-IF
029000     IF WS-LINE-OK
029100         AND IC-UNIT-PRICE NOT = PO-UNIT-COST
029200         MOVE 'N' TO WS-LINE-OK-SW
029300         MOVE 'PRICE DIFFERS FROM PO PRICE'
029400             TO WS-EXCEPTION-REASON
029500     END-IF
029600     IF WS-LINE-OK
029700         PERFORM 2400-CHECK-DUPLICATE-LINE
029800     END-IF
029900     IF WS-LINE-OK
030000         PERFORM 4000-WRITE-VOUCHER
030100     END-IF
030200     IF WS-LINE-OK
030300         ADD 1 TO WS-LINES-VOUCHERED
030400     ELSE
030500         ADD 1 TO WS-LINES-EXCEPTED
030600         PERFORM 2900-WRITE-EXCEPTION-LINE
030700     END-IF
030800     PERFORM 1100-READ-NEXT-CARD.
030900*=================================================================
031000*    2100-EDIT-INVOICE-CARD - REQUIRED FIELDS PRESENT AND
031100*    NUMERIC
031200*=================================================================
031300 2100-EDIT-INVOICE-CARD.
031400     IF IC-INVOICE-NUMBER = SPACES
031500         MOVE 'N' TO WS-LINE-OK-SW
031600         MOVE 'INVOICE NUMBER IS REQUIRED'
031700             TO WS-EXCEPTION-REASON
031800     END-IF
031900     IF WS-LINE-OK
032000         AND (IC-DIST-ID NOT NUMERIC
032100             OR IC-PO-NUMBER NOT NUMERIC
032200             OR IC-VIDEO-CODE NOT NUMERIC)
032300         MOVE 'N' TO WS-LINE-OK-SW
032400         MOVE 'DIST, PO OR TITLE NOT NUMERIC'
032500             TO WS-EXCEPTION-REASON
032600     END-IF
032700     IF WS-LINE-OK
032800         AND (IC-INVOICE-DATE NOT NUMERIC
032900             OR IC-INVOICE-DATE = ZERO)
033000         MOVE 'N' TO WS-LINE-OK-SW
033100         MOVE 'INVOICE DATE INVALID'
033200             TO WS-EXCEPTION-REASON
033300     END-IF
033400     IF WS-LINE-OK
033500         AND (IC-QTY-BILLED NOT NUMERIC
033600             OR IC-QTY-BILLED = ZERO)
033700         MOVE 'N' TO WS-LINE-OK-SW
033800         MOVE 'QUANTITY BILLED INVALID'
033900             TO WS-EXCEPTION-REASON
034000     END-IF
034100     IF WS-LINE-OK
034200         AND IC-UNIT-PRICE NOT NUMERIC
034300         MOVE 'N' TO WS-LINE-OK-SW
034400         MOVE 'UNIT PRICE INVALID'
034500             TO WS-EXCEPTION-REASON
034600     END-IF.
034700*=================================================================
034800*    2200-MATCH-TO-PO - THE ORDER EXISTS, WAS RAISED TO THIS
034900*    DISTRIBUTOR (OR TO NONE) AND IS FOR THIS TITLE
035000*=================================================================
035100 2200-MATCH-TO-PO.
035200     MOVE 'Y' TO WS-PO-ON-FILE-SW
035300     MOVE IC-PO-NUMBER TO PO-NUMBER
035400     READ POFILE
035500         INVALID KEY
035600             MOVE 'N' TO WS-PO-ON-FILE-SW
035700     END-READ
035800     IF NOT WS-PO-ON-FILE
035900         MOVE 'N' TO WS-LINE-OK-SW
036000         MOVE 'PO NOT ON FILE'
036100             TO WS-EXCEPTION-REASON
036200     END-IF
036300     IF WS-LINE-OK
036400         AND PO-DISTRIBUTOR-ID NOT = ZERO
036500         AND PO-DISTRIBUTOR-ID NOT = IC-DIST-ID
036600         MOVE 'N' TO WS-LINE-OK-SW
036700         MOVE 'PO RAISED TO OTHER DISTRIBUTOR'
036800             TO WS-EXCEPTION-REASON
036900     END-IF
037000     IF WS-LINE-OK
037100         AND PO-VIDEO-CODE NOT = IC-VIDEO-CODE
037200         MOVE 'N' TO WS-LINE-OK-SW
037300         MOVE 'TITLE NOT ON THIS PO'
037400             TO WS-EXCEPTION-REASON
037500     END-IF.
037600*=================================================================
037700*    2300-MATCH-TO-RECEIPTS - BILLED QUANTITY COVERED BY COPIES
037800*    RECEIVED AND NOT ALREADY INVOICED
037900*=================================================================
038000 2300-MATCH-TO-RECEIPTS.
038100     IF PO-QTY-RECEIVED > PO-QTY-INVOICED
038200         COMPUTE WS-QTY-AVAILABLE =
038300             PO-QTY-RECEIVED - PO-QTY-INVOICED
038400     END-IF
038500     EVALUATE TRUE
038600         WHEN PO-QTY-RECEIVED = ZERO
038700             MOVE 'N' TO WS-LINE-OK-SW
038800             MOVE 'NO RECEIPT AGAINST PO'
038900                 TO WS-EXCEPTION-REASON
039000         WHEN WS-QTY-AVAILABLE = ZERO
039100             MOVE 'N' TO WS-LINE-OK-SW
039200             MOVE 'RECEIPTS ALREADY INVOICED'
039300                 TO WS-EXCEPTION-REASON
039400         WHEN IC-QTY-BILLED > WS-QTY-AVAILABLE
039500             MOVE 'N' TO WS-LINE-OK-SW
039600             MOVE 'QTY BILLED EXCEEDS RECEIVED'
039700                 TO WS-EXCEPTION-REASON
039800         WHEN OTHER
039900             CONTINUE
040000     END-EVALUATE.
040100*=================================================================
040200*    2400-CHECK-DUPLICATE-LINE - THE SAME INVOICE LINE FOR THE
040300*    SAME PO MUST NOT BE VOUCHERED TWICE
040400*=================================================================
040500 2400-CHECK-DUPLICATE-LINE.
040600     MOVE 'N' TO WS-DUPLICATE-SW
040700     MOVE 'N' TO WS-SEED-EOF-SW
040800     MOVE ZERO TO VCH-NUMBER
040900     START VCHFILE KEY IS NOT LESS THAN VCH-NUMBER
041000         INVALID KEY
041100             MOVE 'Y' TO WS-SEED-EOF-SW
041200     END-START
041300     PERFORM 2410-CHECK-ONE-VOUCHER
041400         UNTIL WS-SEED-EOF
041500         OR WS-DUPLICATE-LINE
041600     IF WS-DUPLICATE-LINE
041700         MOVE 'N' TO WS-LINE-OK-SW
041800         MOVE 'INVOICE LINE ALREADY VOUCHERED'
041900             TO WS-EXCEPTION-REASON
042000     END-IF.
042100*=================================================================
042200*    2410-CHECK-ONE-VOUCHER
042300*=================================================================
042400 2410-CHECK-ONE-VOUCHER.
042500     READ VCHFILE NEXT RECORD
042600         AT END
042700             MOVE 'Y' TO WS-SEED-EOF-SW
042800     END-READ
042900     IF NOT WS-SEED-EOF
043000         AND VCH-INVOICE-NUMBER = IC-INVOICE-NUMBER
043100         AND VCH-DISTRIBUTOR-ID = IC-DIST-ID
043200         AND VCH-PO-NUMBER = IC-PO-NUMBER
043300         MOVE 'Y' TO WS-DUPLICATE-SW
043400     END-IF.
043500*=================================================================
043600*    2900-WRITE-EXCEPTION-LINE
043700*=================================================================
043800 2900-WRITE-EXCEPTION-LINE.
043900     MOVE IC-INVOICE-NUMBER          TO XD-INVOICE-NUMBER
044000     MOVE ZERO                       TO XD-DIST-ID
044100     MOVE ZERO                       TO XD-PO-NUMBER
044200     MOVE ZERO                       TO XD-QTY-BILLED
044300     MOVE ZERO                       TO XD-UNIT-PRICE
044400     MOVE ZERO                       TO XD-PO-PRICE
044500     IF IC-DIST-ID NUMERIC
044600         MOVE IC-DIST-ID             TO XD-DIST-ID
044700     END-IF
044800     IF IC-PO-NUMBER NUMERIC
044900         MOVE IC-PO-NUMBER           TO XD-PO-NUMBER
045000     END-IF
045100     IF IC-QTY-BILLED NUMERIC
045200         MOVE IC-QTY-BILLED          TO XD-QTY-BILLED
045300     END-IF
045400     IF IC-UNIT-PRICE NUMERIC
045500         MOVE IC-UNIT-PRICE          TO XD-UNIT-PRICE
045600     END-IF
045700     IF WS-PO-ON-FILE
045800         MOVE PO-UNIT-COST           TO XD-PO-PRICE
045900     END-IF
046000     MOVE WS-QTY-AVAILABLE           TO XD-QTY-AVAILABLE
046100     MOVE WS-EXCEPTION-REASON        TO XD-REASON
046200     WRITE INVEXC-LINE FROM WS-EXCEPTION-DETAIL
046300     ADD 1 TO WS-REPORT-LINES.
046400*=================================================================
046500*    4000-WRITE-VOUCHER - CHARGE THE BILLED COPIES AGAINST THE
046600*    PO, WRITE THE APPROVED VOUCHER AND LIST IT ON VCHREG
046700*=================================================================
046800 4000-WRITE-VOUCHER.
046900     PERFORM 4100-COMPUTE-DUE-DATE
047000     COMPUTE WS-VOUCHER-AMOUNT =
047100         IC-QTY-BILLED * PO-UNIT-COST
047200     ADD IC-QTY-BILLED TO PO-QTY-INVOICED
047300     REWRITE PO-RECORD
047400         INVALID KEY
047500             MOVE 'N' TO WS-LINE-OK-SW
047600             MOVE 'POFILE REWRITE FAILED'
047700                 TO WS-EXCEPTION-REASON
047800     END-REWRITE
047900     IF WS-LINE-OK
048000         ADD 1 TO WS-NEXT-VCH-NUMBER
048100         MOVE WS-NEXT-VCH-NUMBER     TO VCH-NUMBER
048200         MOVE IC-INVOICE-NUMBER      TO VCH-INVOICE-NUMBER
048300         MOVE IC-DIST-ID             TO VCH-DISTRIBUTOR-ID
048400         MOVE IC-PO-NUMBER           TO VCH-PO-NUMBER
048500         MOVE IC-VIDEO-CODE          TO VCH-VIDEO-CODE
048600         MOVE IC-QTY-BILLED          TO VCH-QTY
048700         MOVE PO-UNIT-COST           TO VCH-UNIT-COST
048800         MOVE WS-VOUCHER-AMOUNT      TO VCH-AMOUNT
048900         MOVE IC-INVOICE-DATE        TO VCH-INVOICE-DATE
049000         MOVE CALR-RESULT-DATE       TO VCH-DUE-DATE
049100         MOVE WS-CURRENT-DATE-YYYYMMDD TO VCH-ENTERED-DATE
049200         MOVE 'A'                    TO VCH-STATUS
049300         WRITE VCH-RECORD
049400             INVALID KEY
049500                 DISPLAY 'INVMATCH: VCHFILE WRITE FAILED='
049600                     VCH-NUMBER
049700                 MOVE 'N' TO WS-LINE-OK-SW
049800                 MOVE 'VCHFILE WRITE FAILED'
049900                     TO WS-EXCEPTION-REASON
050000         END-WRITE
050100     END-IF
050200     IF WS-LINE-OK
050300         PERFORM 4200-WRITE-REGISTER-LINE
050400     END-IF.
050500*=================================================================
050600*    4100-COMPUTE-DUE-DATE - INVOICE DATE PLUS THE TERMS DAYS
050700*    FROM THE DISTRIBUTOR'S DIST-TERMS
050800*=================================================================
050900 4100-COMPUTE-DUE-DATE.
051000     MOVE WS-TERMS-DEFAULT-DAYS TO WS-TERMS-DAYS
051100     IF WS-DISTFILE-AVAIL
051200         MOVE IC-DIST-ID TO DIST-ID
051300         READ DISTFILE
051400             INVALID KEY
051500                 MOVE SPACES TO DIST-TERMS
051600         END-READ
051700         PERFORM 4110-PARSE-TERMS
051800     END-IF
051900     MOVE IC-INVOICE-DATE TO CALR-RESULT-DATE
052000     IF WS-TERMS-DAYS > ZERO
052100         MOVE 'A'                    TO CALR-FUNCTION
052200         MOVE IC-INVOICE-DATE        TO CALR-DATE
052300         MOVE ZERO                   TO CALR-END-DATE
052400         MOVE WS-TERMS-DAYS          TO CALR-DAYS
052500         CALL 'STORECAL' USING CALENDAR-REQUEST
052600     END-IF.
052700*=================================================================
052800*    4110-PARSE-TERMS - 'NETNN' OR 'NET NN' GIVES NN DAYS,
052900*    'COD' GIVES NONE, ANYTHING ELSE KEEPS THE DEFAULT
053000*=================================================================
053100 4110-PARSE-TERMS.
053200     IF DIST-TERMS (1:3) = 'COD'
053300         MOVE ZERO TO WS-TERMS-DAYS
053400     END-IF
053500     IF DIST-TERMS (1:3) = 'NET'
053600         MOVE DIST-TERMS (4:3) TO WS-TERMS-X
053700         MOVE '000' TO WS-TERMS-NUM-X
053800         EVALUATE TRUE
053900             WHEN WS-TERMS-X (1:1) = SPACE
054000                 MOVE WS-TERMS-X (2:2) TO WS-TERMS-NUM-X (2:2)
054100             WHEN WS-TERMS-X (3:1) = SPACE
054200                 MOVE WS-TERMS-X (1:2) TO WS-TERMS-NUM-X (2:2)
054300             WHEN OTHER
054400                 MOVE WS-TERMS-X TO WS-TERMS-NUM-X
054500         END-EVALUATE
054600         IF WS-TERMS-NUM NUMERIC
054700             MOVE WS-TERMS-NUM TO WS-TERMS-DAYS
054800         END-IF
054900     END-IF.
055000*=================================================================
055100*    4200-WRITE-REGISTER-LINE
055200*=================================================================
055300 4200-WRITE-REGISTER-LINE.
055400     MOVE 'V'                        TO VR-TRANS-TYPE
055500     MOVE VCH-NUMBER                 TO VR-VCH-NUMBER
055600     MOVE VCH-DUE-DATE               TO VR-DUE-DATE
055700     MOVE VCH-AMOUNT                 TO VR-AMOUNT
055800     MOVE VCH-DISTRIBUTOR-ID         TO VR-DIST-ID
055900     MOVE VCH-INVOICE-NUMBER         TO VR-INVOICE-NUMBER
056000     MOVE VCH-PO-NUMBER              TO VR-PO-NUMBER
056100     MOVE VCH-QTY                    TO VR-QTY
056200     WRITE VCHREG-LINE FROM WS-REGISTER-DETAIL
056300     ADD 1 TO WS-REPORT-LINES
056400     ADD VCH-AMOUNT TO WS-VOUCHERED-AMOUNT.
056500*=================================================================
056600*    3000-TERMINATE
056700*=================================================================
056800 3000-TERMINATE.
056900     CLOSE POFILE
057000     CLOSE VCHFILE
057100     IF WS-DISTFILE-AVAIL
057200         CLOSE DISTFILE
057300     END-IF
057400     CLOSE INVCARD-FILE
057500     CLOSE VCHREG-RPT
057600     CLOSE INVEXC-RPT
057700     DISPLAY 'INVMATCH: CARDS READ       = ' WS-CARDS-READ
057800     DISPLAY 'INVMATCH: LINES VOUCHERED  = ' WS-LINES-VOUCHERED
057900     DISPLAY 'INVMATCH: LINES EXCEPTED   = ' WS-LINES-EXCEPTED
058000     DISPLAY 'INVMATCH: AMOUNT VOUCHERED = '
058100         WS-VOUCHERED-AMOUNT
058200     IF WS-LINES-EXCEPTED > ZERO
058300         MOVE 4 TO RETURN-CODE
058400     END-IF.
058500*=================================================================
058600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
058700*=================================================================
058800 9000-DISPLAY-VERSION-TRAILER.
058900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='INVMATCH -'==
059000                             ==:LINECOUNT:== BY WS-REPORT-LINES.
