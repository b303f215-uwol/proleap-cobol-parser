000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    MRCHROP.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MERCHANDISE REORDER
001200*                   REPORT.
001300*=================================================================
001400*  SCANS MERCHFILE AND LISTS EVERY ACTIVE SKU WHOSE ON-HAND HAS
001500*  FALLEN TO OR BELOW ITS REORDER POINT, WITH THE QUANTITY TO
001600*  ORDER, THE UNIT COST, AND THE DISTRIBUTOR THAT SUPPLIES IT.
001700*  POGEN READS THE REPORT AND RAISES THE PURCHASE ORDERS THE
001800*  SAME WAY IT DOES FOR TITLES ON THE RESTOCK REPORT.  A SKU
001900*  WITH NO REORDER POINT IS NOT STOCKED FOR REORDER AND IS
002000*  PASSED OVER, AS IS A DISCONTINUED SKU.  THE ORDER QUANTITY
002100*  IS THE SKU'S REORDER QUANTITY, OR WHEN THAT IS ZERO ENOUGH
002200*  TO BRING THE ON-HAND BACK TO TWICE THE REORDER POINT.
002300*
002400*  DETAIL LINE: SKU 2-9, DESCRIPTION 12-41, ON-HAND 44-48,
002500*  REORDER POINT 51-55, ORDER QTY 58-62, UNIT COST 65-70
002600*  (ZZ9.99), DISTRIBUTOR 73-76.
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL MERCHFILE ASSIGN TO 'IDXMERCH'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS MERCH-SKU OF MERCHANDISE-RECORD
003500         FILE STATUS IS FC-MERCHFILE-STATUS.
003600     SELECT MRCHROP-RPT ASSIGN TO 'MRCHROP'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FC-MRCHROP-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  MERCHFILE.
004200 COPY MERCHREC.
004300 FD  MRCHROP-RPT
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  MRCHROP-LINE                   PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 COPY VERSTAMP.
004800 COPY FILERRQ.
004900 01  FC-STATUSES.
005000     05  FC-MERCHFILE-STATUS        PIC X(2).
005100     05  FC-MRCHROP-STATUS          PIC X(2).
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
005400         88  WS-EOF                 VALUE 'Y'.
005500 01  WS-ORDER-QTY                   PIC 9(6).
005600 01  WS-COUNTERS.
005700     05  WS-SKUS-SCANNED            PIC 9(7) VALUE ZERO.
005800     05  WS-SKUS-TO-REORDER         PIC 9(7) VALUE ZERO.
005900     05  WS-REPORT-LINES            PIC 9(7) VALUE ZERO.
006000 01  WS-DETAIL-LINE.
006100     05  FILLER                     PIC X(1)  VALUE SPACE.
006200     05  DL-SKU                     PIC X(8).
006300     05  FILLER                     PIC X(2)  VALUE SPACE.
006400     05  DL-DESCRIPTION             PIC X(30).
006500     05  FILLER                     PIC X(2)  VALUE SPACE.
006600     05  DL-ON-HAND                 PIC ZZZZ9.
006700     05  FILLER                     PIC X(2)  VALUE SPACE.
006800     05  DL-REORDER-POINT           PIC ZZZZ9.
006900     05  FILLER                     PIC X(2)  VALUE SPACE.
007000     05  DL-ORDER-QTY               PIC ZZZZ9.
007100     05  FILLER                     PIC X(2)  VALUE SPACE.
007200     05  DL-UNIT-COST               PIC ZZ9.99.
007300     05  FILLER                     PIC X(2)  VALUE SPACE.
007400     05  DL-DISTRIBUTOR-ID          PIC 9(4).
007500 01  WS-TOTAL-LINE.
007600     05  FILLER                     PIC X(11) VALUE SPACE.
007700     05  FILLER                     PIC X(30)
007800         VALUE 'SKUS AT OR BELOW REORDER POINT'.
007900     05  FILLER                     PIC X(2)  VALUE SPACE.
008000     05  TL-SKUS                    PIC ZZZZ9.
008100 PROCEDURE DIVISION.
008200*=================================================================
008300 0000-MAINLINE.
008400     PERFORM 0900-DISPLAY-VERSION-STAMP
008500     PERFORM 1000-INITIALIZE
008600     PERFORM 2000-SCAN-MERCHFILE
008700         UNTIL WS-EOF
008800     PERFORM 3000-TERMINATE
008900     PERFORM 9000-DISPLAY-VERSION-TRAILER
009000     STOP RUN.
009100*=================================================================
009200*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
009300*=================================================================
009400 0900-DISPLAY-VERSION-STAMP.
009500     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='MRCHROP -'==
009600                             ==:PROGVERS:== BY =='Version 001'==.
009700*=================================================================
009800*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
009900*=================================================================
010000 1000-INITIALIZE.
010100     OPEN INPUT MERCHFILE
010200     IF FC-MERCHFILE-STATUS NOT = '00'
010300         AND FC-MERCHFILE-STATUS NOT = '05'
010400         MOVE 'MRCHROP' TO FERR-PROGRAM-ID
010500         MOVE 'MERCHFILE' TO FERR-FILE-NAME
010600         MOVE 'OPEN' TO FERR-OPERATION
010700         MOVE FC-MERCHFILE-STATUS TO FERR-STATUS
010800         MOVE SPACES TO FERR-RECORD
010900         CALL 'FILERR' USING FILE-ERROR-REQUEST
011000         MOVE 'Y' TO WS-EOF-SW
011100     END-IF
011200     OPEN OUTPUT MRCHROP-RPT
011300     IF NOT WS-EOF
011400         PERFORM 1100-READ-NEXT-MERCH
011500     END-IF.
011600*=================================================================
011700*    1100-READ-NEXT-MERCH
011800*=================================================================
011900 1100-READ-NEXT-MERCH.
012000     READ MERCHFILE NEXT RECORD
012100         AT END
012200             MOVE 'Y' TO WS-EOF-SW
012300     END-READ.
012400*=================================================================
012500*    2000-SCAN-MERCHFILE - AN ACTIVE SKU WITH A REORDER POINT
012600*    THAT THE ON-HAND HAS FALLEN TO NEEDS ORDERING
012700*=================================================================
012800 2000-SCAN-MERCHFILE.
012900     ADD 1 TO WS-SKUS-SCANNED
013000     IF MERCH-ACTIVE
013100         AND MERCH-REORDER-POINT > ZERO
013200         AND MERCH-ON-HAND NOT > MERCH-REORDER-POINT
013300         PERFORM 2100-WRITE-REORDER-LINE
013400     END-IF
013500     PERFORM 1100-READ-NEXT-MERCH.
013600*=================================================================
013700*    2100-WRITE-REORDER-LINE
013800*=================================================================
013900 2100-WRITE-REORDER-LINE.
014000     ADD 1 TO WS-SKUS-TO-REORDER
014100     IF MERCH-REORDER-QTY > ZERO
014200         MOVE MERCH-REORDER-QTY      TO WS-ORDER-QTY
014300     ELSE
014400         COMPUTE WS-ORDER-QTY =
014500             (MERCH-REORDER-POINT * 2) - MERCH-ON-HAND
014600     END-IF
014700     IF WS-ORDER-QTY > 99999
014800         MOVE 99999                  TO WS-ORDER-QTY
014900     END-IF
015000     MOVE MERCH-SKU                  TO DL-SKU
015100     MOVE MERCH-DESCRIPTION          TO DL-DESCRIPTION
015200     MOVE MERCH-ON-HAND              TO DL-ON-HAND
015300     MOVE MERCH-REORDER-POINT        TO DL-REORDER-POINT
015400     MOVE WS-ORDER-QTY               TO DL-ORDER-QTY
015500     MOVE MERCH-UNIT-COST            TO DL-UNIT-COST
015600     MOVE MERCH-DISTRIBUTOR-ID       TO DL-DISTRIBUTOR-ID
015700     WRITE MRCHROP-LINE FROM WS-DETAIL-LINE
015800     ADD 1 TO WS-REPORT-LINES.
015900*=================================================================
016000*    3000-TERMINATE - TOTAL LINE, CLOSE FILES, DISPLAY COUNTS
016100*=================================================================
016200 3000-TERMINATE.
016300     MOVE WS-SKUS-TO-REORDER         TO TL-SKUS
016400     WRITE MRCHROP-LINE FROM WS-TOTAL-LINE
016500     ADD 1 TO WS-REPORT-LINES
016600     CLOSE MERCHFILE
016700     CLOSE MRCHROP-RPT
016800     DISPLAY 'MRCHROP: SKUS SCANNED     = ' WS-SKUS-SCANNED
016900     DISPLAY 'MRCHROP: SKUS TO REORDER  = ' WS-SKUS-TO-REORDER.
017000*=================================================================
017100*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
017200*=================================================================
017300 9000-DISPLAY-VERSION-TRAILER.
017400     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='MRCHROP -'==
017500                             ==:LINECOUNT:== BY
017600                                 WS-REPORT-LINES.
