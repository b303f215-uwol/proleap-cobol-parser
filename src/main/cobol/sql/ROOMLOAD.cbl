000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    ROOMLOAD.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - ROOM TABLE LOADER FROM
001200*                   ROOM CARDS.
001300*=================================================================
001400*  LOADS THE ROOM TABLE (ROOM ID, DESCRIPTION, SEATING
001500*  CAPACITY) FROM THE ROOM CARD DECK.  AN ADD CARD INSERTS A
001600*  NEW ROOM AND A CHANGE CARD REPLACES THE DESCRIPTION AND
001700*  CAPACITY OF ONE ALREADY THERE.  SCHDLOAD WILL NOT SCHEDULE A
001800*  CLASS INTO A ROOM THAT IS NOT ON THE TABLE, SCHDCONF CHECKS
001900*  CLASS SIZES AGAINST THE CAPACITY, AND ENRLLOAD AND WAITPROM
002000*  USE IT AS THE SEAT LIMIT.  EVERY CARD IS ECHOED TO THE LOAD
002100*  REGISTER WITH ITS DISPOSITION.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ROOMCARD-FILE ASSIGN TO 'ROOMCARD'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FC-ROOMCARD-STATUS.
003200     SELECT ROOMREG-RPT ASSIGN TO 'ROOMREG'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FC-ROOMREG-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ROOMCARD-FILE
003800     RECORD CONTAINS 80 CHARACTERS.
003900 01  ROOM-CARD.
004000     05  RC-TRANS-TYPE              PIC X(1).
004100         88  RC-ADD                 VALUE 'A'.
004200         88  RC-CHANGE              VALUE 'C'.
004300     05  RC-ROOM-ID                 PIC X(6).
004400     05  RC-ROOM-DESC               PIC X(20).
004500     05  RC-ROOM-CAPACITY           PIC 9(3).
004600     05  FILLER                     PIC X(50).
004700 FD  ROOMREG-RPT
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  ROOMREG-LINE                   PIC X(80).
005000 WORKING-STORAGE SECTION.
005100*=================================================================
005200 COPY VERSTAMP.
005300   EXEC SQL
005400     INCLUDE SQLSCRIPT
005500   END-EXEC.
005600   EXEC SQL
005700     INCLUDE ROOM
005800   END-EXEC.
005900*=================================================================
006000   EXEC SQL BEGIN DECLARE SECTION
006100   END-EXEC.
006200     01 WS-ROOM-REC.
006300         05 WS-ROOM-ID              PIC X(6).
006400         05 WS-ROOM-DESC            PIC X(20).
006500         05 WS-ROOM-CAPACITY        PIC 9(3).
006600     01 WS-ROOM-CHECK-ID            PIC X(6).
006700   EXEC SQL END DECLARE SECTION
006800   END-EXEC.
006900*=================================================================
007000 01  FC-STATUSES.
007100     05  FC-ROOMCARD-STATUS         PIC X(2).
007200     05  FC-ROOMREG-STATUS          PIC X(2).
007300 01  WS-SWITCHES.
007400     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007500         88  WS-EOF                 VALUE 'Y'.
007600     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
007700         88  WS-CARD-OK             VALUE 'Y'.
007800     05  WS-ROW-ON-TABLE-SW         PIC X(1) VALUE 'N'.
007900         88  WS-ROW-ON-TABLE        VALUE 'Y'.
008000 01  WS-REJECT-REASON               PIC X(30).
008100 01  WS-COUNTERS.
008200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
008300     05  WS-ROWS-INSERTED           PIC 9(5) VALUE ZERO.
008400     05  WS-ROWS-UPDATED            PIC 9(5) VALUE ZERO.
008500     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
008600     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
008700 01  WS-REGISTER-DETAIL.
008800     05  FILLER                     PIC X(1)  VALUE SPACE.
008900     05  RG-TRANS-TYPE              PIC X(1).
009000     05  FILLER                     PIC X(2)  VALUE SPACE.
009100     05  RG-ROOM-ID                 PIC X(6).
009200     05  FILLER                     PIC X(2)  VALUE SPACE.
009300     05  RG-ROOM-DESC               PIC X(20).
009400     05  FILLER                     PIC X(2)  VALUE SPACE.
009500     05  RG-ROOM-CAPACITY           PIC X(3).
009600     05  FILLER                     PIC X(2)  VALUE SPACE.
009700     05  RG-DISPOSITION             PIC X(8).
009800     05  FILLER                     PIC X(2)  VALUE SPACE.
009900     05  RG-REASON                  PIC X(30).
010000 PROCEDURE DIVISION.
010100*=================================================================
010200 0000-MAINLINE.
010300     PERFORM 0900-DISPLAY-VERSION-STAMP
010400     PERFORM 1000-INITIALIZE
010500     PERFORM 2000-PROCESS-ROOM-CARD
010600         UNTIL WS-EOF
010700     PERFORM 3000-TERMINATE
010800     PERFORM 9000-DISPLAY-VERSION-TRAILER
010900     STOP RUN.
011000*=================================================================
011100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
011200*=================================================================
011300 0900-DISPLAY-VERSION-STAMP.
011400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='ROOMLOAD -'==
011500                             ==:PROGVERS:== BY =='Version 001'==.
011600*=================================================================
011700*    1000-INITIALIZE
011800*=================================================================
011900 1000-INITIALIZE.
012000     OPEN INPUT ROOMCARD-FILE
012100     IF FC-ROOMCARD-STATUS NOT = '00'
012200         MOVE 'Y' TO WS-EOF-SW
012300     END-IF
012400     OPEN OUTPUT ROOMREG-RPT
012500     PERFORM 1100-READ-NEXT-CARD.
012600*=================================================================
012700*    1100-READ-NEXT-CARD
012800*=================================================================
012900 1100-READ-NEXT-CARD.
013000     READ ROOMCARD-FILE
013100         AT END
013200             MOVE 'Y' TO WS-EOF-SW
013300     END-READ
013400     IF NOT WS-EOF
013500         ADD 1 TO WS-CARDS-READ
013600     END-IF.
013700*=================================================================
013800*    2000-PROCESS-ROOM-CARD
013900*=================================================================
014000 2000-PROCESS-ROOM-CARD.
014100     MOVE 'Y' TO WS-CARD-OK-SW
014200     MOVE SPACES TO WS-REJECT-REASON
014300     PERFORM 2100-EDIT-CARD
014400     IF WS-CARD-OK
014500         IF RC-ADD
014600             PERFORM 2200-INSERT-ROOM
014700         ELSE
014800             PERFORM 2300-UPDATE-ROOM
014900         END-IF
015000     END-IF
015100     PERFORM 2900-WRITE-REGISTER-LINE
015200     PERFORM 1100-READ-NEXT-CARD.
015300*=================================================================
015400*    2100-EDIT-CARD - FIELD EDITS AND THE ROOM LOOKUP
015500*=================================================================
015600 2100-EDIT-CARD.
015700     IF NOT RC-ADD
015800         AND NOT RC-CHANGE
015900         MOVE 'N' TO WS-CARD-OK-SW
016000         MOVE 'INVALID TRANSACTION TYPE'
016100             TO WS-REJECT-REASON
016200     END-IF
016300     IF WS-CARD-OK
016400         AND RC-ROOM-ID = SPACES
016500         MOVE 'N' TO WS-CARD-OK-SW
016600         MOVE 'ROOM ID IS REQUIRED'
016700             TO WS-REJECT-REASON
016800     END-IF
016900     IF WS-CARD-OK
017000         AND (RC-ROOM-CAPACITY NOT NUMERIC
017100              OR RC-ROOM-CAPACITY = ZERO)
017200         MOVE 'N' TO WS-CARD-OK-SW
017300         MOVE 'CAPACITY NOT NUMERIC'
017400             TO WS-REJECT-REASON
017500     END-IF
017600     IF WS-CARD-OK
017700         MOVE 'N' TO WS-ROW-ON-TABLE-SW
017800         MOVE RC-ROOM-ID TO WS-ROOM-CHECK-ID
017900   EXEC SQL
018000     SELECT ROOM-ID
018100       INTO :WS-ROOM-CHECK-ID
018200       FROM ROOM
018300       WHERE ROOM-ID = :WS-ROOM-CHECK-ID
018400   END-EXEC
018500         EVALUATE TRUE
018600             WHEN SQLCODE = 0
018700                 MOVE 'Y' TO WS-ROW-ON-TABLE-SW
018800             WHEN SQLCODE = 100
018900                 CONTINUE
019000             WHEN OTHER
019100                 MOVE 'N' TO WS-CARD-OK-SW
019200                 MOVE 'ROOM LOOKUP SQL ERROR'
019300                     TO WS-REJECT-REASON
019400                 DISPLAY 'ROOMLOAD: SQLCODE=' SQLCODE
019500         END-EVALUATE
019600     END-IF
019700     IF WS-CARD-OK
019800         AND RC-ADD
019900         AND WS-ROW-ON-TABLE
020000         MOVE 'N' TO WS-CARD-OK-SW
020100         MOVE 'ROOM ALREADY ON TABLE'
020200             TO WS-REJECT-REASON
020300     END-IF
020400     IF WS-CARD-OK
020500         AND RC-CHANGE
020600         AND NOT WS-ROW-ON-TABLE
020700         MOVE 'N' TO WS-CARD-OK-SW
020800         MOVE 'ROOM NOT ON TABLE'
020900             TO WS-REJECT-REASON
021000     END-IF.
021100*=================================================================
021200*    2200-INSERT-ROOM
021300*=================================================================
021400 2200-INSERT-ROOM.
021500     MOVE RC-ROOM-ID       TO WS-ROOM-ID
021600     MOVE RC-ROOM-DESC     TO WS-ROOM-DESC
021700     MOVE RC-ROOM-CAPACITY TO WS-ROOM-CAPACITY
021800   EXEC SQL
021900     INSERT INTO ROOM
022000       (ROOM-ID, ROOM-DESC, ROOM-CAPACITY)
022100       VALUES (:WS-ROOM-ID, :WS-ROOM-DESC,
022200               :WS-ROOM-CAPACITY)
022300   END-EXEC
022400     IF SQLCODE = 0
022500         ADD 1 TO WS-ROWS-INSERTED
022600     ELSE
022700         MOVE 'N' TO WS-CARD-OK-SW
022800         MOVE 'INSERT FAILED'
022900             TO WS-REJECT-REASON
023000         DISPLAY 'ROOMLOAD: INSERT SQLCODE=' SQLCODE
023100     END-IF.
023200*=================================================================
023300*    2300-UPDATE-ROOM
023400*=================================================================
023500 2300-UPDATE-ROOM.
023600     MOVE RC-ROOM-ID       TO WS-ROOM-ID
023700     MOVE RC-ROOM-DESC     TO WS-ROOM-DESC
023800     MOVE RC-ROOM-CAPACITY TO WS-ROOM-CAPACITY
023900   EXEC SQL
024000     UPDATE ROOM
024100       SET ROOM-DESC     = :WS-ROOM-DESC,
024200           ROOM-CAPACITY = :WS-ROOM-CAPACITY
024300       WHERE ROOM-ID = :WS-ROOM-ID
024400   END-EXEC
024500     IF SQLCODE = 0
024600         ADD 1 TO WS-ROWS-UPDATED
024700     ELSE
024800         MOVE 'N' TO WS-CARD-OK-SW
024900         MOVE 'UPDATE FAILED'
025000             TO WS-REJECT-REASON
025100         DISPLAY 'ROOMLOAD: UPDATE SQLCODE=' SQLCODE
025200     END-IF.
025300*=================================================================
025400*    2900-WRITE-REGISTER-LINE
025500*=================================================================
025600 2900-WRITE-REGISTER-LINE.
025700     MOVE RC-TRANS-TYPE              TO RG-TRANS-TYPE
025800     MOVE RC-ROOM-ID                 TO RG-ROOM-ID
025900     MOVE RC-ROOM-DESC               TO RG-ROOM-DESC
026000     MOVE RC-ROOM-CAPACITY           TO RG-ROOM-CAPACITY
026100     MOVE WS-REJECT-REASON           TO RG-REASON
026200     IF WS-CARD-OK
026300         MOVE 'ACCEPTED'             TO RG-DISPOSITION
026400     ELSE
026500         ADD 1 TO WS-CARDS-REJECTED
026600         MOVE 'REJECTED'             TO RG-DISPOSITION
026700     END-IF
026800     WRITE ROOMREG-LINE FROM WS-REGISTER-DETAIL
026900     ADD 1 TO WS-REGISTER-LINES.
027000*=================================================================
027100*    3000-TERMINATE
027200*=================================================================
027300 3000-TERMINATE.
027400   EXEC SQL
027500     COMMIT WORK
027600   END-EXEC
027700     CLOSE ROOMCARD-FILE
027800     CLOSE ROOMREG-RPT
027900     DISPLAY 'ROOMLOAD: CARDS READ     = ' WS-CARDS-READ
028000     DISPLAY 'ROOMLOAD: ROWS INSERTED  = ' WS-ROWS-INSERTED
028100     DISPLAY 'ROOMLOAD: ROWS UPDATED   = ' WS-ROWS-UPDATED
028200     DISPLAY 'ROOMLOAD: CARDS REJECTED = ' WS-CARDS-REJECTED.
028300*=================================================================
028400*=================================================================
028500*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
028600*=================================================================
028700 9000-DISPLAY-VERSION-TRAILER.
028800     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='ROOMLOAD -'==
028900                             ==:LINECOUNT:== BY
029000                                 WS-REGISTER-LINES.
