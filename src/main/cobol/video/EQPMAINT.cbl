000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    EQPMAINT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - RENTAL-EQUIPMENT
001200*                   MAINTENANCE FOR THE NEW EQPFILE INVENTORY
001300*                   OF PLAYERS AND GAME CONSOLES.
001400*=================================================================
001500*  CARD-DRIVEN MAINTENANCE FOR EQPFILE.  AN ADD CARD CREATES AN
001600*  EQUIPMENT RECORD (SERIAL NUMBER, TYPE, MODEL, CONDITION,
001700*  PURCHASE COST AND DATE, HOME STORE, DEPOSIT), A CHANGE CARD
001800*  AMENDS THE CONDITION AND WHICHEVER OF THE MODEL, STORE, AND
001900*  DEPOSIT IT CARRIES, AND A RETIRE CARD TAKES THE UNIT OUT OF
002000*  SERVICE.  A UNIT OUT ON RENTAL CANNOT BE RETIRED.  TYPE AND
002100*  CONDITION ARE EDITED AGAINST THE 88-LEVELS IN EQUIPREC, AND
002200*  EVERY CARD IS LISTED ON THE MAINTENANCE AUDIT REPORT WITH ITS
002300*  BEFORE AND AFTER IMAGES.
002400*
002500*  CARD LAYOUT: TYPE 1 (A/C/R), SERIAL 2-13, EQUIPMENT TYPE 14
002600*  (P PLAYER, G GAME CONSOLE), MODEL 15-34, CONDITION 35,
002700*  PURCHASE COST 36-40 (9(3)V99), PURCHASE DATE 41-48, STORE
002800*  49-50, DEPOSIT 51-55 (9(3)V99, BLANK = PURCHASE COST).
002900*=================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL EQPFILE ASSIGN TO 'IDXEQUIP'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS EQUIP-SERIAL-NUMBER OF EQUIPMENT-RECORD
004000         FILE STATUS IS FC-EQPFILE-STATUS.
004100     SELECT EQPCARD-FILE ASSIGN TO 'EQPCARD'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FC-EQPCARD-STATUS.
004400     SELECT EQPAUD-RPT ASSIGN TO 'EQPAUD'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FC-EQPAUD-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  EQPFILE.
005000 COPY EQUIPREC.
005100 FD  EQPCARD-FILE
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  EQUIP-TRANS-CARD.
005400     05  EQ-TRANS-TYPE              PIC X(1).
005500         88  EQ-ADD                 VALUE 'A'.
005600         88  EQ-CHANGE              VALUE 'C'.
005700         88  EQ-RETIRE              VALUE 'R'.
005800     05  EQ-SERIAL-NUMBER           PIC X(12).
005900     05  EQ-EQUIP-TYPE              PIC X(1).
006000     05  EQ-MODEL                   PIC X(20).
006100     05  EQ-CONDITION               PIC X(1).
006200     05  EQ-PURCHASE-COST           PIC 9(3)V99.
006300     05  EQ-PURCHASE-DATE           PIC 9(8).
006400     05  EQ-STORE-CODE              PIC 9(2).
006500     05  EQ-DEPOSIT-AMT             PIC 9(3)V99.
006600     05  FILLER                     PIC X(25).
006700 FD  EQPAUD-RPT
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  EQPAUD-LINE                    PIC X(80).
007000 WORKING-STORAGE SECTION.
007100*=================================================================
007200 COPY VERSTAMP.
007300 COPY REGCHKQ.
007400 01  FC-STATUSES.
007500     05  FC-EQPFILE-STATUS          PIC X(2).
007600     05  FC-EQPCARD-STATUS          PIC X(2).
007700     05  FC-EQPAUD-STATUS           PIC X(2).
007800 01  WS-SWITCHES.
007900     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
008000         88  WS-EOF                 VALUE 'Y'.
008100     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
008200         88  WS-CARD-OK             VALUE 'Y'.
008300     05  WS-EQUIP-ON-FILE-SW        PIC X(1) VALUE 'N'.
008400         88  WS-EQUIP-ON-FILE       VALUE 'Y'.
008500 01  WS-REJECT-REASON               PIC X(30).
008600 01  WS-BEFORE-IMAGE.
008700     05  WS-BEFORE-CONDITION        PIC X(1).
008800     05  WS-BEFORE-STATUS           PIC X(1).
008900     05  WS-BEFORE-STORE            PIC 9(2).
009000     05  WS-BEFORE-DEPOSIT          PIC 9(3)V99.
009100 01  WS-COUNTERS.
009200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
009300     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
009400     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
009500     05  WS-RETIRES-APPLIED         PIC 9(5) VALUE ZERO.
009600     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
009700     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
009800 01  WS-AUDIT-HEAD-LINE.
009900     05  FILLER                     PIC X(1)  VALUE SPACE.
010000     05  AH-TRANS-TYPE              PIC X(1).
010100     05  FILLER                     PIC X(2)  VALUE SPACE.
010200     05  AH-SERIAL-NUMBER           PIC X(12).
010300     05  FILLER                     PIC X(2)  VALUE SPACE.
010400     05  AH-DISPOSITION             PIC X(8).
010500     05  FILLER                     PIC X(2)  VALUE SPACE.
010600     05  AH-REASON                  PIC X(30).
010700 01  WS-AUDIT-IMAGE-LINE.
010800     05  FILLER                     PIC X(1)  VALUE SPACE.
010900     05  AI-TAG                     PIC X(7).
011000     05  FILLER                     PIC X(1)  VALUE SPACE.
011100     05  AI-CONDITION               PIC X(1).
011200     05  FILLER                     PIC X(2)  VALUE SPACE.
011300     05  AI-STATUS                  PIC X(1).
011400     05  FILLER                     PIC X(2)  VALUE SPACE.
011500     05  AI-STORE                   PIC 9(2).
011600     05  FILLER                     PIC X(2)  VALUE SPACE.
011700     05  AI-DEPOSIT                 PIC ZZ9.99.
011800 PROCEDURE DIVISION.
011900*=================================================================
012000 0000-MAINLINE.
012100     PERFORM 0900-DISPLAY-VERSION-STAMP
012200     PERFORM 1000-INITIALIZE
012300     PERFORM 2000-PROCESS-EQUIP-CARD
012400         UNTIL WS-EOF
012500     PERFORM 3000-TERMINATE
012600     PERFORM 9000-DISPLAY-VERSION-TRAILER
012700     STOP RUN.
012800*=================================================================
012900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
013000*=================================================================
013100 0900-DISPLAY-VERSION-STAMP.
013200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='EQPMAINT -'==
013300                             ==:PROGVERS:== BY =='Version 001'==.
013400*=================================================================
013500*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
013600*=================================================================
013700 1000-INITIALIZE.
013800     MOVE 'EQPMAINT' TO RCHK-CALLER
013900     CALL 'REGCHK' USING REGION-CHECK
014000     IF RCHK-MISMATCH
014100         DISPLAY 'EQPMAINT: REGION INTERLOCK - UPDATES REFUSED'
014200         MOVE 12 TO RETURN-CODE
014300         STOP RUN
014400     END-IF
014500     OPEN I-O EQPFILE
014600     IF FC-EQPFILE-STATUS NOT = '00'
014700         AND FC-EQPFILE-STATUS NOT = '05'
014800         DISPLAY 'EQPMAINT: UNABLE TO OPEN EQPFILE, STATUS='
014900             FC-EQPFILE-STATUS
015000         MOVE 'Y' TO WS-EOF-SW
015100     END-IF
015200     OPEN INPUT EQPCARD-FILE
015300     IF FC-EQPCARD-STATUS NOT = '00'
015400         MOVE 'Y' TO WS-EOF-SW
015500     END-IF
015600     OPEN OUTPUT EQPAUD-RPT
015700     IF NOT RCHK-IN-PROD
015800         WRITE EQPAUD-LINE FROM RCHK-WATERMARK
015900     END-IF
016000     PERFORM 1100-READ-NEXT-CARD.
016100*=================================================================
016200*    1100-READ-NEXT-CARD
016300*=================================================================
016400 1100-READ-NEXT-CARD.
016500     READ EQPCARD-FILE
016600         AT END
016700             MOVE 'Y' TO WS-EOF-SW
016800     END-READ
016900     IF NOT WS-EOF
017000         ADD 1 TO WS-CARDS-READ
017100     END-IF.
017200*=================================================================
017300*    2000-PROCESS-EQUIP-CARD - APPLY ONE MAINTENANCE CARD
017400*=================================================================
017500 2000-PROCESS-EQUIP-CARD.
017600     MOVE 'Y' TO WS-CARD-OK-SW
017700     MOVE SPACES TO WS-REJECT-REASON
017800     PERFORM 2050-READ-EQUIPMENT
017900     EVALUATE TRUE
018000         WHEN EQ-ADD
018100             PERFORM 2100-APPLY-ADD
018200         WHEN EQ-CHANGE
018300             PERFORM 2200-APPLY-CHANGE
018400         WHEN EQ-RETIRE
018500             PERFORM 2300-APPLY-RETIRE
018600         WHEN OTHER
018700             MOVE 'N' TO WS-CARD-OK-SW
018800             MOVE 'INVALID TRANSACTION TYPE'
018900                 TO WS-REJECT-REASON
019000     END-EVALUATE
019100     PERFORM 2900-WRITE-AUDIT-LINES
019200     PERFORM 1100-READ-NEXT-CARD.
019300*=================================================================
019400*    2050-READ-EQUIPMENT - FETCH AND SNAPSHOT THE BEFORE IMAGE
019500*=================================================================
019600 2050-READ-EQUIPMENT.
019700     MOVE 'Y' TO WS-EQUIP-ON-FILE-SW
019800     MOVE SPACES TO WS-BEFORE-IMAGE
019900     MOVE EQ-SERIAL-NUMBER TO EQUIP-SERIAL-NUMBER
020000     READ EQPFILE
020100         INVALID KEY
020200             MOVE 'N' TO WS-EQUIP-ON-FILE-SW
020300     END-READ
020400     IF WS-EQUIP-ON-FILE
020500         MOVE EQUIP-CONDITION        TO WS-BEFORE-CONDITION
020600         MOVE EQUIP-STATUS           TO WS-BEFORE-STATUS
020700         MOVE EQUIP-STORE-CODE       TO WS-BEFORE-STORE
020800         MOVE EQUIP-DEPOSIT-AMT      TO WS-BEFORE-DEPOSIT
020900     END-IF.
021000*=================================================================
021100*    2100-APPLY-ADD - CREATE A NEW EQUIPMENT RECORD, IN THE
021200*    STORE AND READY TO RENT
021300*=================================================================
021400 2100-APPLY-ADD.
021500     IF EQ-SERIAL-NUMBER = SPACES
021600         MOVE 'N' TO WS-CARD-OK-SW
021700         MOVE 'SERIAL NUMBER MISSING'
021800             TO WS-REJECT-REASON
021900     END-IF
022000     IF WS-CARD-OK
022100         AND WS-EQUIP-ON-FILE
022200         MOVE 'N' TO WS-CARD-OK-SW
022300         MOVE 'SERIAL ALREADY ON FILE'
022400             TO WS-REJECT-REASON
022500     END-IF
022600     IF WS-CARD-OK
022700         MOVE EQ-EQUIP-TYPE TO EQUIP-TYPE
022800         IF NOT EQUIP-TYPE-VALID
022900             MOVE 'N' TO WS-CARD-OK-SW
023000             MOVE 'INVALID EQUIPMENT TYPE'
023100                 TO WS-REJECT-REASON
023200         END-IF
023300     END-IF
023400     IF WS-CARD-OK
023500         PERFORM 2400-EDIT-CONDITION
023600     END-IF
023700     IF WS-CARD-OK
023800         AND (EQ-PURCHASE-COST NOT NUMERIC
023900             OR EQ-PURCHASE-COST = ZERO)
024000         MOVE 'N' TO WS-CARD-OK-SW
024100         MOVE 'PURCHASE COST INVALID'
024200             TO WS-REJECT-REASON
024300     END-IF
024400     IF WS-CARD-OK
024500         MOVE EQ-SERIAL-NUMBER       TO EQUIP-SERIAL-NUMBER
024600         MOVE EQ-EQUIP-TYPE          TO EQUIP-TYPE
024700         MOVE EQ-MODEL               TO EQUIP-MODEL
024800         MOVE EQ-CONDITION           TO EQUIP-CONDITION
024900         MOVE EQ-PURCHASE-COST       TO EQUIP-PURCHASE-COST
025000         IF EQ-PURCHASE-DATE NUMERIC
025100             MOVE EQ-PURCHASE-DATE   TO EQUIP-PURCHASE-DATE
025200         ELSE
025300             MOVE ZERO               TO EQUIP-PURCHASE-DATE
025400         END-IF
025500         MOVE 'S'                    TO EQUIP-STATUS
025600         IF EQ-DEPOSIT-AMT NUMERIC
025700             MOVE EQ-DEPOSIT-AMT     TO EQUIP-DEPOSIT-AMT
025800         ELSE
025900             MOVE ZERO               TO EQUIP-DEPOSIT-AMT
026000         END-IF
026100         IF EQ-STORE-CODE NUMERIC
026200             MOVE EQ-STORE-CODE      TO EQUIP-STORE-CODE
026300         ELSE
026400             MOVE ZERO               TO EQUIP-STORE-CODE
026500         END-IF
026600         MOVE ZERO                   TO EQUIP-RENTAL-NUMBER
026700         WRITE EQUIPMENT-RECORD
026800             INVALID KEY
026900                 MOVE 'N' TO WS-CARD-OK-SW
027000                 MOVE 'EQPFILE WRITE FAILED'
027100                     TO WS-REJECT-REASON
027200         END-WRITE
027300     END-IF
027400     IF WS-CARD-OK
027500         ADD 1 TO WS-ADDS-APPLIED
027600     END-IF.
027700*=================================================================
027800*    2200-APPLY-CHANGE - AMEND THE CONDITION, AND THE MODEL,
027900*    STORE, AND DEPOSIT WHERE THE CARD CARRIES THEM
028000*=================================================================
028100 2200-APPLY-CHANGE.
028200     IF NOT WS-EQUIP-ON-FILE
028300         MOVE 'N' TO WS-CARD-OK-SW
028400         MOVE 'SERIAL NOT ON FILE'
028500             TO WS-REJECT-REASON
028600     END-IF
028700     IF WS-CARD-OK
028800         PERFORM 2400-EDIT-CONDITION
028900     END-IF
029000     IF WS-CARD-OK
029100         MOVE EQ-CONDITION           TO EQUIP-CONDITION
029200         IF EQ-MODEL NOT = SPACES
029300             MOVE EQ-MODEL           TO EQUIP-MODEL
029400         END-IF
029500         IF EQ-STORE-CODE NUMERIC
029600             MOVE EQ-STORE-CODE      TO EQUIP-STORE-CODE
029700         END-IF
029800         IF EQ-DEPOSIT-AMT NUMERIC
029900             MOVE EQ-DEPOSIT-AMT     TO EQUIP-DEPOSIT-AMT
030000         END-IF
030100         REWRITE EQUIPMENT-RECORD
030200             INVALID KEY
030300                 MOVE 'N' TO WS-CARD-OK-SW
030400                 MOVE 'EQPFILE REWRITE FAILED'
030500                     TO WS-REJECT-REASON
030600         END-REWRITE
030700     END-IF
030800     IF WS-CARD-OK
030900         ADD 1 TO WS-CHANGES-APPLIED
031000     END-IF.
031100*=================================================================
031200*    2300-APPLY-RETIRE - TAKE THE UNIT OUT OF SERVICE; A UNIT
031300*    OUT ON RENTAL MUST COME BACK (OR GO LOST) FIRST
031400*=================================================================
031500 2300-APPLY-RETIRE.
031600     IF NOT WS-EQUIP-ON-FILE
031700         MOVE 'N' TO WS-CARD-OK-SW
031800         MOVE 'SERIAL NOT ON FILE'
031900             TO WS-REJECT-REASON
032000     END-IF
032100     IF WS-CARD-OK
032200         AND EQUIP-RETIRED
032300         MOVE 'N' TO WS-CARD-OK-SW
032400         MOVE 'EQUIPMENT ALREADY RETIRED'
032500             TO WS-REJECT-REASON
032600     END-IF
032700     IF WS-CARD-OK
032800         AND EQUIP-RENTED
032900         MOVE 'N' TO WS-CARD-OK-SW
033000         MOVE 'EQUIPMENT OUT ON RENTAL'
033100             TO WS-REJECT-REASON
033200     END-IF
033300     IF WS-CARD-OK
033400         MOVE 'X'                    TO EQUIP-STATUS
033500         REWRITE EQUIPMENT-RECORD
033600             INVALID KEY
033700                 MOVE 'N' TO WS-CARD-OK-SW
033800                 MOVE 'EQPFILE REWRITE FAILED'
033900                     TO WS-REJECT-REASON
034000         END-REWRITE
034100     END-IF
034200     IF WS-CARD-OK
034300         ADD 1 TO WS-RETIRES-APPLIED
034400     END-IF.
034500*=================================================================
034600*    2400-EDIT-CONDITION - THE CARD'S CONDITION MUST PASS THE
034700*    88-LEVEL DOMAIN DEFINED IN EQUIPREC
034800*=================================================================
034900 2400-EDIT-CONDITION.
035000     MOVE EQ-CONDITION TO EQUIP-CONDITION
035100     IF NOT EQUIP-COND-NEW
035200         AND NOT EQUIP-COND-GOOD
035300         AND NOT EQUIP-COND-WORN
035400         AND NOT EQUIP-COND-DAMAGED
035500         MOVE 'N' TO WS-CARD-OK-SW
035600         MOVE 'INVALID CONDITION CODE'
035700             TO WS-REJECT-REASON
035800     END-IF
035900     IF WS-EQUIP-ON-FILE
036000         MOVE WS-BEFORE-CONDITION TO EQUIP-CONDITION
036100     END-IF.
036200*=================================================================
036300*    2900-WRITE-AUDIT-LINES - CARD DISPOSITION PLUS BEFORE AND
036400*    AFTER IMAGES FOR EVERY ACCEPTED UPDATE
036500*=================================================================
036600 2900-WRITE-AUDIT-LINES.
036700     MOVE EQ-TRANS-TYPE              TO AH-TRANS-TYPE
036800     MOVE EQ-SERIAL-NUMBER           TO AH-SERIAL-NUMBER
036900     MOVE WS-REJECT-REASON           TO AH-REASON
037000     IF WS-CARD-OK
037100         MOVE 'ACCEPTED'             TO AH-DISPOSITION
037200     ELSE
037300         ADD 1 TO WS-CARDS-REJECTED
037400         MOVE 'REJECTED'             TO AH-DISPOSITION
037500     END-IF
037600     WRITE EQPAUD-LINE FROM WS-AUDIT-HEAD-LINE
037700     ADD 1 TO WS-AUDIT-LINES
037800     IF WS-CARD-OK
037900         IF WS-EQUIP-ON-FILE
038000             MOVE 'BEFORE '              TO AI-TAG
038100             MOVE WS-BEFORE-CONDITION    TO AI-CONDITION
038200             MOVE WS-BEFORE-STATUS       TO AI-STATUS
038300             MOVE WS-BEFORE-STORE        TO AI-STORE
038400             MOVE WS-BEFORE-DEPOSIT      TO AI-DEPOSIT
038500             WRITE EQPAUD-LINE FROM WS-AUDIT-IMAGE-LINE
038600             ADD 1 TO WS-AUDIT-LINES
038700         END-IF
038800         MOVE 'AFTER  '              TO AI-TAG
038900         MOVE EQUIP-CONDITION        TO AI-CONDITION
039000         MOVE EQUIP-STATUS           TO AI-STATUS
039100         MOVE EQUIP-STORE-CODE       TO AI-STORE
039200         MOVE EQUIP-DEPOSIT-AMT      TO AI-DEPOSIT
039300         WRITE EQPAUD-LINE FROM WS-AUDIT-IMAGE-LINE
039400         ADD 1 TO WS-AUDIT-LINES
039500     END-IF.
039600*=================================================================
039700*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
039800*=================================================================
039900 3000-TERMINATE.
040000     CLOSE EQPFILE
040100     CLOSE EQPCARD-FILE
040200     CLOSE EQPAUD-RPT
040300     DISPLAY 'EQPMAINT: CARDS READ       = ' WS-CARDS-READ
040400     DISPLAY 'EQPMAINT: ADDS APPLIED     = ' WS-ADDS-APPLIED
040500     DISPLAY 'EQPMAINT: CHANGES APPLIED  = ' WS-CHANGES-APPLIED
040600     DISPLAY 'EQPMAINT: RETIRES APPLIED  = ' WS-RETIRES-APPLIED
040700     DISPLAY 'EQPMAINT: CARDS REJECTED   = ' WS-CARDS-REJECTED.
040800*=================================================================
040900*=================================================================
041000*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
041100*=================================================================
041200 9000-DISPLAY-VERSION-TRAILER.
041300     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='EQPMAINT -'==
041400                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
