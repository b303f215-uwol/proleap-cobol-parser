000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    RSHRMNT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - STUDIO REVENUE-SHARE
001200*                   TERMS MAINTENANCE.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR RSHRFILE, THE TITLES TAKEN ON
001500*  REVENUE-SHARING TERMS.  AN ADD CARD SETS UP A TITLE'S TERMS
001600*  (STUDIO ID AND NAME, SHARE PERCENTAGE, WINDOW START AND END
001700*  DATES, MINIMUM GUARANTEE), A CHANGE CARD AMENDS WHICHEVER
001800*  FIELDS ARE FILLED AND RE-INSTATES CANCELLED TERMS, AND A
001900*  CANCEL CARD STOPS THE MONTHLY REVSHARE SETTLEMENT PICKING
002000*  THE TITLE UP.  TERMS ALREADY CLOSED BY THE SETTLEMENT ARE
002100*  NOT AMENDED.  EVERY CARD LISTS ON THE RSHRAUD AUDIT REPORT
002200*  WITH ITS DISPOSITION, AND EACH ACCEPTED FIELD CHANGE
002300*  JOURNALS TO THE COMMON CHGJRNL CHANGE JOURNAL.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL RSHRFILE ASSIGN TO 'IDXRSHR'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS RSHR-VIDEO-CODE OF RSHR-RECORD
003500         FILE STATUS IS FC-RSHRFILE-STATUS.
003600     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004000         FILE STATUS IS FC-VIDOFILE-STATUS.
004100     SELECT RSHRCARD-FILE ASSIGN TO 'RSHRCARD'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FC-RSHRCARD-STATUS.
004400     SELECT RSHRAUD-RPT ASSIGN TO 'RSHRAUD'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FC-RSHRAUD-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RSHRFILE.
005000 COPY RSHRREC.
005100 FD  VIDOFILE.
005200 COPY VIDOREC.
005300 FD  RSHRCARD-FILE
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  RSHR-TRANS-CARD.
005600     05  RM-TRANS-TYPE              PIC X(1).
005700         88  RM-ADD                 VALUE 'A'.
005800         88  RM-CHANGE              VALUE 'C'.
005900         88  RM-CANCEL              VALUE 'X'.
006000     05  RM-VIDEO-CODE              PIC 9(5).
006100     05  RM-STUDIO-ID               PIC 9(4).
006200     05  RM-STUDIO-ID-X REDEFINES RM-STUDIO-ID
006300                                    PIC X(4).
006400     05  RM-STUDIO-NAME             PIC X(25).
006500     05  RM-SHARE-PCT               PIC 9(2)V99.
006600     05  RM-SHARE-PCT-X REDEFINES RM-SHARE-PCT
006700                                    PIC X(4).
006800     05  RM-START-DATE              PIC 9(8).
006900     05  RM-START-DATE-X REDEFINES RM-START-DATE
007000                                    PIC X(8).
007100     05  RM-END-DATE                PIC 9(8).
007200     05  RM-END-DATE-X REDEFINES RM-END-DATE
007300                                    PIC X(8).
007400     05  RM-MIN-GUARANTEE           PIC 9(5)V99.
007500     05  RM-MIN-GUARANTEE-X REDEFINES RM-MIN-GUARANTEE
007600                                    PIC X(7).
007700     05  FILLER                     PIC X(18).
007800 FD  RSHRAUD-RPT
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  RSHRAUD-LINE                   PIC X(80).
008100 WORKING-STORAGE SECTION.
008200*=================================================================
008300 COPY VERSTAMP.
008400 COPY REGCHKQ.
008500 COPY CHGJRNQ.
008600 01  FC-STATUSES.
008700     05  FC-RSHRFILE-STATUS         PIC X(2).
008800     05  FC-VIDOFILE-STATUS         PIC X(2).
008900     05  FC-RSHRCARD-STATUS         PIC X(2).
009000     05  FC-RSHRAUD-STATUS          PIC X(2).
009100 01  WS-SWITCHES.
009200     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009300         88  WS-EOF                 VALUE 'Y'.
009400     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009500         88  WS-CARD-OK             VALUE 'Y'.
009600     05  WS-TERMS-ON-FILE-SW        PIC X(1) VALUE 'N'.
009700         88  WS-TERMS-ON-FILE       VALUE 'Y'.
009800     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
009900         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
010000 01  WS-REJECT-REASON               PIC X(30).
010100 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
010200 01  WS-BEFORE-IMAGE.
010300     05  WS-BEFORE-STUDIO-ID        PIC 9(4).
010400     05  WS-BEFORE-STUDIO-NAME      PIC X(25).
010500     05  WS-BEFORE-SHARE-PCT        PIC 9(2)V99.
010600     05  WS-BEFORE-START-DATE       PIC 9(8).
010700     05  WS-BEFORE-END-DATE         PIC 9(8).
010800     05  WS-BEFORE-MIN-GUARANTEE    PIC 9(5)V99.
010900     05  WS-BEFORE-STATUS           PIC X(1).
011000 01  WS-JOURNAL-EDIT.
011100     05  WS-JRNL-PCT                PIC Z9.99.
011200     05  WS-JRNL-AMOUNT             PIC ZZZZ9.99.
011300 01  WS-COUNTERS.
011400     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
011500     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
011600     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
011700     05  WS-CANCELS-APPLIED         PIC 9(5) VALUE ZERO.
011800     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
011900     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
012000 01  WS-AUDIT-DETAIL.
012100     05  FILLER                     PIC X(1)  VALUE SPACE.
012200     05  AH-TRANS-TYPE              PIC X(1).
012300     05  FILLER                     PIC X(2)  VALUE SPACE.
012400     05  AH-VIDEO-CODE              PIC 9(5).
012500     05  FILLER                     PIC X(2)  VALUE SPACE.
012600     05  AH-STUDIO-ID               PIC 9(4).
012700     05  FILLER                     PIC X(2)  VALUE SPACE.
012800     05  AH-STUDIO-NAME             PIC X(18).
012900     05  FILLER                     PIC X(2)  VALUE SPACE.
013000     05  AH-SHARE-PCT               PIC Z9.99.
013100     05  FILLER                     PIC X(2)  VALUE SPACE.
013200     05  AH-DISPOSITION             PIC X(8).
013300     05  FILLER                     PIC X(2)  VALUE SPACE.
013400     05  AH-REASON                  PIC X(26).
013500 PROCEDURE DIVISION.
013600*=================================================================
013700 0000-MAINLINE.
013800     PERFORM 0900-DISPLAY-VERSION-STAMP
013900     PERFORM 1000-INITIALIZE
014000     PERFORM 2000-PROCESS-RSHR-CARD
014100         UNTIL WS-EOF
014200     PERFORM 3000-TERMINATE
014300     PERFORM 9000-DISPLAY-VERSION-TRAILER
014400     STOP RUN.
014500*=================================================================
014600*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
014700*=================================================================
014800 0900-DISPLAY-VERSION-STAMP.
014900     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='RSHRMNT -'==
015000                             ==:PROGVERS:== BY =='Version 001'==.
015100*=================================================================
015200*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
015300*=================================================================
015400 1000-INITIALIZE.
015500     MOVE 'RSHRMNT' TO RCHK-CALLER
015600     CALL 'REGCHK' USING REGION-CHECK
015700     IF RCHK-MISMATCH
015800         DISPLAY 'RSHRMNT: REGION INTERLOCK - UPDATES REFUSED'
015900         MOVE 12 TO RETURN-CODE
016000         STOP RUN
016100     END-IF
016200     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
016300     OPEN I-O RSHRFILE
016400     IF FC-RSHRFILE-STATUS NOT = '00'
016500         AND FC-RSHRFILE-STATUS NOT = '05'
016600         DISPLAY 'RSHRMNT: UNABLE TO OPEN RSHRFILE, STATUS='
016700             FC-RSHRFILE-STATUS
016800         MOVE 'Y' TO WS-EOF-SW
016900     END-IF
017000     OPEN INPUT VIDOFILE
017100     IF FC-VIDOFILE-STATUS = '00'
017200         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
017300     END-IF
017400     OPEN INPUT RSHRCARD-FILE
017500     IF FC-RSHRCARD-STATUS NOT = '00'
017600         MOVE 'Y' TO WS-EOF-SW
017700     END-IF
017800     OPEN OUTPUT RSHRAUD-RPT
017900     IF NOT RCHK-IN-PROD
018000         WRITE RSHRAUD-LINE FROM RCHK-WATERMARK
018100     END-IF
018200     PERFORM 1100-READ-NEXT-CARD.
018300*=================================================================
018400*    1100-READ-NEXT-CARD
018500*=================================================================
018600 1100-READ-NEXT-CARD.
018700     READ RSHRCARD-FILE
018800         AT END
018900             MOVE 'Y' TO WS-EOF-SW
019000     END-READ
019100     IF NOT WS-EOF
019200         ADD 1 TO WS-CARDS-READ
019300     END-IF.
019400*=================================================================
019500*    2000-PROCESS-RSHR-CARD - APPLY ONE MAINTENANCE CARD
019600*=================================================================
019700 2000-PROCESS-RSHR-CARD.
019800     MOVE 'Y' TO WS-CARD-OK-SW
019900     MOVE SPACES TO WS-REJECT-REASON
020000     PERFORM 2050-READ-TERMS
020100     EVALUATE TRUE
020200         WHEN RM-ADD
020300             PERFORM 2100-APPLY-ADD
020400         WHEN RM-CHANGE
020500             PERFORM 2200-APPLY-CHANGE
020600         WHEN RM-CANCEL
020700             PERFORM 2300-APPLY-CANCEL
020800         WHEN OTHER
020900             MOVE 'N' TO WS-CARD-OK-SW
021000             MOVE 'INVALID TRANSACTION TYPE'
021100                 TO WS-REJECT-REASON
021200     END-EVALUATE
021300     PERFORM 2900-WRITE-AUDIT-LINE
021400     IF WS-CARD-OK
021500         PERFORM 2950-JOURNAL-THE-CHANGES
021600     END-IF
021700     PERFORM 1100-READ-NEXT-CARD.
021800*=================================================================
021900*    2050-READ-TERMS - FETCH AND SNAPSHOT THE BEFORE IMAGE
022000*=================================================================
022100 2050-READ-TERMS.
022200     MOVE 'Y' TO WS-TERMS-ON-FILE-SW
022300     MOVE ZERO   TO WS-BEFORE-STUDIO-ID
022400     MOVE SPACES TO WS-BEFORE-STUDIO-NAME
022500     MOVE ZERO   TO WS-BEFORE-SHARE-PCT
022600     MOVE ZERO   TO WS-BEFORE-START-DATE
022700     MOVE ZERO   TO WS-BEFORE-END-DATE
022800     MOVE ZERO   TO WS-BEFORE-MIN-GUARANTEE
022900     MOVE SPACES TO WS-BEFORE-STATUS
023000     MOVE RM-VIDEO-CODE TO RSHR-VIDEO-CODE
023100     READ RSHRFILE
023200         INVALID KEY
023300             MOVE 'N' TO WS-TERMS-ON-FILE-SW
023400     END-READ
023500     IF WS-TERMS-ON-FILE
023600         MOVE RSHR-STUDIO-ID         TO WS-BEFORE-STUDIO-ID
023700         MOVE RSHR-STUDIO-NAME       TO WS-BEFORE-STUDIO-NAME
023800         MOVE RSHR-SHARE-PCT         TO WS-BEFORE-SHARE-PCT
023900         MOVE RSHR-START-DATE        TO WS-BEFORE-START-DATE
024000         MOVE RSHR-END-DATE          TO WS-BEFORE-END-DATE
024100         MOVE RSHR-MIN-GUARANTEE     TO WS-BEFORE-MIN-GUARANTEE
024200         MOVE RSHR-STATUS            TO WS-BEFORE-STATUS
024300     END-IF.
024400*=================================================================
024500*    2100-APPLY-ADD - SET UP A TITLE'S REVENUE-SHARE TERMS
024600*=================================================================
024700 2100-APPLY-ADD.
024800     PERFORM 2400-EDIT-CARD-FIELDS
024900     IF WS-CARD-OK
025000         AND WS-TERMS-ON-FILE
025100         MOVE 'N' TO WS-CARD-OK-SW
025200         MOVE 'TERMS ALREADY ON FILE'
025300             TO WS-REJECT-REASON
025400     END-IF
025500     IF WS-CARD-OK
025600         AND (RM-STUDIO-ID NOT NUMERIC
025700             OR RM-STUDIO-ID = ZERO)
025800         MOVE 'N' TO WS-CARD-OK-SW
025900         MOVE 'STUDIO-ID NOT NUMERIC'
026000             TO WS-REJECT-REASON
026100     END-IF
026200     IF WS-CARD-OK
026300         AND RM-STUDIO-NAME = SPACES
026400         MOVE 'N' TO WS-CARD-OK-SW
026500         MOVE 'STUDIO NAME IS REQUIRED'
026600             TO WS-REJECT-REASON
026700     END-IF
026800     IF WS-CARD-OK
026900         AND (RM-SHARE-PCT NOT NUMERIC
027000             OR RM-SHARE-PCT = ZERO)
027100         MOVE 'N' TO WS-CARD-OK-SW
027200         MOVE 'SHARE PERCENTAGE INVALID'
027300             TO WS-REJECT-REASON
027400     END-IF
027500     IF WS-CARD-OK
027600         AND (RM-START-DATE NOT NUMERIC
027700             OR RM-START-DATE = ZERO
027800             OR RM-END-DATE NOT NUMERIC
027900             OR RM-END-DATE < RM-START-DATE)
028000         MOVE 'N' TO WS-CARD-OK-SW
028100         MOVE 'WINDOW DATES INVALID'
028200             TO WS-REJECT-REASON
028300     END-IF
028400     IF WS-CARD-OK
028500         AND RM-MIN-GUARANTEE NOT NUMERIC
028600         AND RM-MIN-GUARANTEE-X NOT = SPACES
028700         MOVE 'N' TO WS-CARD-OK-SW
028800         MOVE 'MINIMUM GUARANTEE INVALID'
028900             TO WS-REJECT-REASON
029000     END-IF
029100     IF WS-CARD-OK
029200         MOVE RM-VIDEO-CODE          TO RSHR-VIDEO-CODE
029300         MOVE RM-STUDIO-ID           TO RSHR-STUDIO-ID
029400         MOVE RM-STUDIO-NAME         TO RSHR-STUDIO-NAME
029500         MOVE RM-SHARE-PCT           TO RSHR-SHARE-PCT
029600         MOVE RM-START-DATE          TO RSHR-START-DATE
029700         MOVE RM-END-DATE            TO RSHR-END-DATE
029800         MOVE ZERO                   TO RSHR-MIN-GUARANTEE
029900         IF RM-MIN-GUARANTEE NUMERIC
030000             MOVE RM-MIN-GUARANTEE   TO RSHR-MIN-GUARANTEE
030100         END-IF
030200         MOVE ZERO                   TO RSHR-RENTALS-TO-DATE
030300         MOVE ZERO                   TO RSHR-REVENUE-TO-DATE
030400         MOVE ZERO                   TO RSHR-SHARE-TO-DATE
030500         MOVE ZERO                   TO RSHR-LAST-SETTLED-DATE
030600         MOVE 'A'                    TO RSHR-STATUS
030700         MOVE WS-CURRENT-DATE-YYYYMMDD
030800                                     TO RSHR-ADDED-DATE
030900         WRITE RSHR-RECORD
031000             INVALID KEY
031100                 MOVE 'N' TO WS-CARD-OK-SW
031200                 MOVE 'RSHRFILE WRITE FAILED'
031300                     TO WS-REJECT-REASON
031400         END-WRITE
031500     END-IF
031600     IF WS-CARD-OK
031700         ADD 1 TO WS-ADDS-APPLIED
031800     END-IF.
031900*=================================================================
032000*    2200-APPLY-CHANGE - AMEND THE FILLED FIELDS, RE-INSTATE
032100*=================================================================
032200 2200-APPLY-CHANGE.
032300     PERFORM 2400-EDIT-CARD-FIELDS
032400     IF WS-CARD-OK
032500         AND NOT WS-TERMS-ON-FILE
032600         MOVE 'N' TO WS-CARD-OK-SW
032700         MOVE 'TERMS NOT ON FILE'
032800             TO WS-REJECT-REASON
032900     END-IF
033000     IF WS-CARD-OK
033100         AND RSHR-CLOSED
033200         MOVE 'N' TO WS-CARD-OK-SW
033300         MOVE 'TERMS ALREADY CLOSED'
033400             TO WS-REJECT-REASON
033500     END-IF
033600     IF WS-CARD-OK
033700         AND ((RM-STUDIO-ID NOT NUMERIC
033800                 AND RM-STUDIO-ID-X NOT = SPACES)
033900             OR (RM-SHARE-PCT NOT NUMERIC
034000                 AND RM-SHARE-PCT-X NOT = SPACES)
034100             OR (RM-START-DATE NOT NUMERIC
034200                 AND RM-START-DATE-X NOT = SPACES)
034300             OR (RM-END-DATE NOT NUMERIC
034400                 AND RM-END-DATE-X NOT = SPACES)
034500             OR (RM-MIN-GUARANTEE NOT NUMERIC
034600                 AND RM-MIN-GUARANTEE-X NOT = SPACES))
034700         MOVE 'N' TO WS-CARD-OK-SW
034800         MOVE 'CHANGED FIELD NOT NUMERIC'
034900             TO WS-REJECT-REASON
035000     END-IF
035100     IF WS-CARD-OK
035200         IF RM-STUDIO-ID NUMERIC
035300             AND RM-STUDIO-ID > ZERO
035400             MOVE RM-STUDIO-ID       TO RSHR-STUDIO-ID
035500         END-IF
035600         IF RM-STUDIO-NAME NOT = SPACES
035700             MOVE RM-STUDIO-NAME     TO RSHR-STUDIO-NAME
035800         END-IF
035900         IF RM-SHARE-PCT NUMERIC
036000             AND RM-SHARE-PCT > ZERO
036100             MOVE RM-SHARE-PCT       TO RSHR-SHARE-PCT
036200         END-IF
036300         IF RM-START-DATE NUMERIC
036400             AND RM-START-DATE > ZERO
036500             MOVE RM-START-DATE      TO RSHR-START-DATE
036600         END-IF
036700         IF RM-END-DATE NUMERIC
036800             AND RM-END-DATE > ZERO
036900             MOVE RM-END-DATE        TO RSHR-END-DATE
037000         END-IF
037100         IF RM-MIN-GUARANTEE NUMERIC
037200             MOVE RM-MIN-GUARANTEE   TO RSHR-MIN-GUARANTEE
037300         END-IF
037400         IF RSHR-END-DATE < RSHR-START-DATE
037500             MOVE 'N' TO WS-CARD-OK-SW
037600             MOVE 'WINDOW DATES INVALID'
037700                 TO WS-REJECT-REASON
037800         END-IF
037900     END-IF
038000     IF WS-CARD-OK
038100         MOVE 'A'                    TO RSHR-STATUS
038200         REWRITE RSHR-RECORD
038300             INVALID KEY
038400                 MOVE 'N' TO WS-CARD-OK-SW
038500                 MOVE 'RSHRFILE REWRITE FAILED'
038600                     TO WS-REJECT-REASON
038700         END-REWRITE
038800     END-IF
038900     IF WS-CARD-OK
039000         ADD 1 TO WS-CHANGES-APPLIED
039100     END-IF.
039200*=================================================================
039300*    2300-APPLY-CANCEL - NO FURTHER SETTLEMENT, HISTORY KEPT
039400*=================================================================
039500 2300-APPLY-CANCEL.
039600     IF NOT WS-TERMS-ON-FILE
039700         MOVE 'N' TO WS-CARD-OK-SW
039800         MOVE 'TERMS NOT ON FILE'
039900             TO WS-REJECT-REASON
040000     END-IF
040100     IF WS-CARD-OK
040200         AND NOT RSHR-ACTIVE
040300         MOVE 'N' TO WS-CARD-OK-SW
040400         MOVE 'TERMS NOT ACTIVE'
040500             TO WS-REJECT-REASON
040600     END-IF
040700     IF WS-CARD-OK
040800         MOVE 'X' TO RSHR-STATUS
040900         REWRITE RSHR-RECORD
041000             INVALID KEY
041100                 MOVE 'N' TO WS-CARD-OK-SW
041200                 MOVE 'RSHRFILE REWRITE FAILED'
041300                     TO WS-REJECT-REASON
041400         END-REWRITE
041500     END-IF
041600     IF WS-CARD-OK
041700         ADD 1 TO WS-CANCELS-APPLIED
041800     END-IF.
041900*=================================================================
042000*    2400-EDIT-CARD-FIELDS - FIELD EDITS FOR ADD/CHANGE CARDS:
042100*    THE TITLE MUST BE ON VIDOFILE WHEN IT CAN BE READ
042200*=================================================================
042300 2400-EDIT-CARD-FIELDS.
042400     IF RM-VIDEO-CODE NOT NUMERIC
042500         OR RM-VIDEO-CODE = ZERO
042600         MOVE 'N' TO WS-CARD-OK-SW
042700         MOVE 'VIDEO-CODE NOT NUMERIC'
042800             TO WS-REJECT-REASON
042900     END-IF
043000     IF WS-CARD-OK
043100         AND WS-VIDOFILE-AVAIL
043200         MOVE RM-VIDEO-CODE TO VIDEO-CODE
043300         READ VIDOFILE
043400             INVALID KEY
043500                 MOVE 'N' TO WS-CARD-OK-SW
043600                 MOVE 'TITLE NOT ON VIDOFILE'
043700                     TO WS-REJECT-REASON
043800         END-READ
043900     END-IF.
044000*=================================================================
044100*    2900-WRITE-AUDIT-LINE
044200*=================================================================
044300 2900-WRITE-AUDIT-LINE.
044400     MOVE RM-TRANS-TYPE              TO AH-TRANS-TYPE
044500     MOVE ZERO                       TO AH-VIDEO-CODE
044600     IF RM-VIDEO-CODE NUMERIC
044700         MOVE RM-VIDEO-CODE          TO AH-VIDEO-CODE
044800     END-IF
044900     IF WS-CARD-OK
045000         AND NOT RM-ADD
045100         MOVE RSHR-STUDIO-ID         TO AH-STUDIO-ID
045200         MOVE RSHR-STUDIO-NAME       TO AH-STUDIO-NAME
045300         MOVE RSHR-SHARE-PCT         TO AH-SHARE-PCT
045400     ELSE
045500         MOVE ZERO                   TO AH-STUDIO-ID
045600         IF RM-STUDIO-ID NUMERIC
045700             MOVE RM-STUDIO-ID       TO AH-STUDIO-ID
045800         END-IF
045900         MOVE RM-STUDIO-NAME         TO AH-STUDIO-NAME
046000         MOVE ZERO                   TO AH-SHARE-PCT
046100         IF RM-SHARE-PCT NUMERIC
046200             MOVE RM-SHARE-PCT       TO AH-SHARE-PCT
046300         END-IF
046400     END-IF
046500     MOVE WS-REJECT-REASON           TO AH-REASON
046600     IF WS-CARD-OK
046700         MOVE 'ACCEPTED'             TO AH-DISPOSITION
046800     ELSE
046900         ADD 1 TO WS-CARDS-REJECTED
047000         MOVE 'REJECTED'             TO AH-DISPOSITION
047100     END-IF
047200     WRITE RSHRAUD-LINE FROM WS-AUDIT-DETAIL
047300     ADD 1 TO WS-AUDIT-LINES.
047400*=================================================================
047500*    2950-JOURNAL-THE-CHANGES - ONE CHGJRNL LINE PER FIELD
047600*    THAT ACTUALLY CHANGED (AN ADD'S BEFORE IMAGE IS EMPTY, SO
047700*    EVERY FILLED FIELD JOURNALS)
047800*=================================================================
047900 2950-JOURNAL-THE-CHANGES.
048000     MOVE 'RSHRMNT' TO CJRN-PROGRAM
048100     MOVE SPACES TO CJRN-KEY
048200     MOVE RM-VIDEO-CODE TO CJRN-KEY (1:5)
048300     MOVE SPACES TO CJRN-OPERATOR
048400     IF WS-BEFORE-STUDIO-ID NOT = RSHR-STUDIO-ID
048500         MOVE 'STUDIO-ID   ' TO CJRN-FIELD
048600         MOVE SPACES TO CJRN-OLD-VALUE
048700         MOVE WS-BEFORE-STUDIO-ID TO CJRN-OLD-VALUE (1:4)
048800         MOVE SPACES TO CJRN-NEW-VALUE
048900         MOVE RSHR-STUDIO-ID TO CJRN-NEW-VALUE (1:4)
049000         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
049100     END-IF
049200     IF WS-BEFORE-STUDIO-NAME NOT = RSHR-STUDIO-NAME
049300         MOVE 'STUDIO-NAME ' TO CJRN-FIELD
049400         MOVE WS-BEFORE-STUDIO-NAME (1:12) TO CJRN-OLD-VALUE
049500         MOVE RSHR-STUDIO-NAME (1:12) TO CJRN-NEW-VALUE
049600         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
049700     END-IF
049800     IF WS-BEFORE-SHARE-PCT NOT = RSHR-SHARE-PCT
049900         MOVE 'SHARE-PCT   ' TO CJRN-FIELD
050000         MOVE WS-BEFORE-SHARE-PCT TO WS-JRNL-PCT
050100         MOVE WS-JRNL-PCT TO CJRN-OLD-VALUE
050200         MOVE RSHR-SHARE-PCT TO WS-JRNL-PCT
050300         MOVE WS-JRNL-PCT TO CJRN-NEW-VALUE
050400         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
050500     END-IF
050600     IF WS-BEFORE-START-DATE NOT = RSHR-START-DATE
050700         MOVE 'START-DATE  ' TO CJRN-FIELD
050800         MOVE SPACES TO CJRN-OLD-VALUE
050900         MOVE WS-BEFORE-START-DATE TO CJRN-OLD-VALUE (1:8)
051000         MOVE SPACES TO CJRN-NEW-VALUE
051100         MOVE RSHR-START-DATE TO CJRN-NEW-VALUE (1:8)
051200         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
051300     END-IF
051400     IF WS-BEFORE-END-DATE NOT = RSHR-END-DATE
051500         MOVE 'END-DATE    ' TO CJRN-FIELD
051600         MOVE SPACES TO CJRN-OLD-VALUE
051700         MOVE WS-BEFORE-END-DATE TO CJRN-OLD-VALUE (1:8)
051800         MOVE SPACES TO CJRN-NEW-VALUE
051900         MOVE RSHR-END-DATE TO CJRN-NEW-VALUE (1:8)
052000         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
052100     END-IF
052200     IF WS-BEFORE-MIN-GUARANTEE NOT = RSHR-MIN-GUARANTEE
052300         MOVE 'GUARANTEE   ' TO CJRN-FIELD
052400         MOVE WS-BEFORE-MIN-GUARANTEE TO WS-JRNL-AMOUNT
052500         MOVE WS-JRNL-AMOUNT TO CJRN-OLD-VALUE
052600         MOVE RSHR-MIN-GUARANTEE TO WS-JRNL-AMOUNT
052700         MOVE WS-JRNL-AMOUNT TO CJRN-NEW-VALUE
052800         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
052900     END-IF
053000     IF WS-BEFORE-STATUS NOT = RSHR-STATUS
053100         MOVE 'STATUS      ' TO CJRN-FIELD
053200         MOVE SPACES TO CJRN-OLD-VALUE
053300         MOVE WS-BEFORE-STATUS TO CJRN-OLD-VALUE (1:1)
053400         MOVE SPACES TO CJRN-NEW-VALUE
053500         MOVE RSHR-STATUS TO CJRN-NEW-VALUE (1:1)
053600         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
053700     END-IF.
053800*=================================================================
053900*    3000-TERMINATE
054000*=================================================================
054100 3000-TERMINATE.
054200     CLOSE RSHRFILE
054300     IF WS-VIDOFILE-AVAIL
054400         CLOSE VIDOFILE
054500     END-IF
054600     CLOSE RSHRCARD-FILE
054700     CLOSE RSHRAUD-RPT
054800     DISPLAY 'RSHRMNT: CARDS READ        = ' WS-CARDS-READ
054900     DISPLAY 'RSHRMNT: ADDS APPLIED      = ' WS-ADDS-APPLIED
055000     DISPLAY 'RSHRMNT: CHANGES APPLIED   = ' WS-CHANGES-APPLIED
055100     DISPLAY 'RSHRMNT: CANCELS APPLIED   = ' WS-CANCELS-APPLIED
055200     DISPLAY 'RSHRMNT: CARDS REJECTED    = ' WS-CARDS-REJECTED.
055300*=================================================================
055400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
055500*=================================================================
055600 9000-DISPLAY-VERSION-TRAILER.
055700     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='RSHRMNT -'==
055800                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
