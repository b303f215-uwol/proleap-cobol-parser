000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    DISTMNT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - DISTRIBUTOR MASTER
001200*                   MAINTENANCE.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR DISTFILE, THE DISTRIBUTORS THE
001500*  STORE BUYS FROM.  AN ADD CARD SETS UP A DISTRIBUTOR (ID, NAME,
001600*  ADDRESS, PHONE, PAYMENT TERMS, TYPICAL LEAD TIME IN DAYS), A
001700*  CHANGE CARD AMENDS WHICHEVER FIELDS ARE FILLED AND RE-ACTIVATES
001800*  AN INACTIVE DISTRIBUTOR, AND AN INACTIVATE CARD STOPS NEW
001900*  ORDERS GOING TO IT WHILE KEEPING ITS HISTORY FOR THE VENDOR
002000*  SCORECARD.  EVERY CARD LISTS ON THE DISTRIBUTOR AUDIT REPORT
002100*  WITH ITS DISPOSITION, AND EACH ACCEPTED FIELD CHANGE JOURNALS
002200*  TO THE COMMON CHGJRNL CHANGE JOURNAL.
002300*=================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL DISTFILE ASSIGN TO 'IDXDIST'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS DIST-ID OF DIST-RECORD
003400         FILE STATUS IS FC-DISTFILE-STATUS.
003500     SELECT DISTCARD-FILE ASSIGN TO 'DISTCARD'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FC-DISTCARD-STATUS.
003800     SELECT DISTAUD-RPT ASSIGN TO 'DISTAUD'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FC-DISTAUD-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  DISTFILE.
004400 COPY DISTREC.
004500 FD  DISTCARD-FILE
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  DIST-TRANS-CARD.
004800     05  DM-TRANS-TYPE              PIC X(1).
004900         88  DM-ADD                 VALUE 'A'.
005000         88  DM-CHANGE              VALUE 'C'.
005100         88  DM-INACTIVATE          VALUE 'X'.
005200     05  DM-DIST-ID                 PIC 9(4).
005300     05  DM-NAME                    PIC X(25).
005400     05  DM-ADDRESS                 PIC X(30).
005500     05  DM-PHONE                   PIC X(10).
005600     05  DM-TERMS                   PIC X(6).
005700     05  DM-LEAD-DAYS               PIC 9(3).
005800     05  DM-LEAD-DAYS-X REDEFINES DM-LEAD-DAYS
005900                                    PIC X(3).
006000     05  FILLER                     PIC X(1).
006100 FD  DISTAUD-RPT
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  DISTAUD-LINE                   PIC X(80).
006400 WORKING-STORAGE SECTION.
006500*=================================================================
006600 COPY VERSTAMP.
006700 COPY REGCHKQ.
006800 COPY CHGJRNQ.
006900 01  FC-STATUSES.
007000     05  FC-DISTFILE-STATUS         PIC X(2).
007100     05  FC-DISTCARD-STATUS         PIC X(2).
007200     05  FC-DISTAUD-STATUS          PIC X(2).
007300 01  WS-SWITCHES.
007400     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007500         88  WS-EOF                 VALUE 'Y'.
007600     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
007700         88  WS-CARD-OK             VALUE 'Y'.
007800     05  WS-DIST-ON-FILE-SW         PIC X(1) VALUE 'N'.
007900         88  WS-DIST-ON-FILE        VALUE 'Y'.
008000 01  WS-REJECT-REASON               PIC X(30).
008100 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
008200 01  WS-BEFORE-IMAGE.
008300     05  WS-BEFORE-NAME             PIC X(25).
008400     05  WS-BEFORE-ADDRESS          PIC X(30).
008500     05  WS-BEFORE-PHONE            PIC X(10).
008600     05  WS-BEFORE-TERMS            PIC X(6).
008700     05  WS-BEFORE-LEAD-DAYS        PIC X(3).
008800     05  WS-BEFORE-STATUS           PIC X(1).
008900 01  WS-COUNTERS.
009000     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
009100     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
009200     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
009300     05  WS-INACTIVATES-APPLIED     PIC 9(5) VALUE ZERO.
009400     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
009500     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
009600 01  WS-AUDIT-DETAIL.
009700     05  FILLER                     PIC X(1)  VALUE SPACE.
009800     05  AH-TRANS-TYPE              PIC X(1).
009900     05  FILLER                     PIC X(2)  VALUE SPACE.
010000     05  AH-DIST-ID                 PIC 9(4).
010100     05  FILLER                     PIC X(2)  VALUE SPACE.
010200     05  AH-NAME                    PIC X(20).
010300     05  FILLER                     PIC X(2)  VALUE SPACE.
010400     05  AH-LEAD-DAYS               PIC ZZ9.
010500     05  FILLER                     PIC X(2)  VALUE SPACE.
010600     05  AH-DISPOSITION             PIC X(8).
010700     05  FILLER                     PIC X(2)  VALUE SPACE.
010800     05  AH-REASON                  PIC X(30).
010900 PROCEDURE DIVISION.
011000*=================================================================
011100 0000-MAINLINE.
011200     PERFORM 0900-DISPLAY-VERSION-STAMP
011300     PERFORM 1000-INITIALIZE
011400     PERFORM 2000-PROCESS-DIST-CARD
011500         UNTIL WS-EOF
011600     PERFORM 3000-TERMINATE
011700     PERFORM 9000-DISPLAY-VERSION-TRAILER
011800     STOP RUN.
011900*=================================================================
012000*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
012100*=================================================================
012200 0900-DISPLAY-VERSION-STAMP.
012300     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='DISTMNT -'==
012400                             ==:PROGVERS:== BY =='Version 001'==.
012500*=================================================================
012600*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
012700*=================================================================
012800 1000-INITIALIZE.
012900     MOVE 'DISTMNT' TO RCHK-CALLER
013000     CALL 'REGCHK' USING REGION-CHECK
013100     IF RCHK-MISMATCH
013200         DISPLAY 'DISTMNT: REGION INTERLOCK - UPDATES REFUSED'
013300         MOVE 12 TO RETURN-CODE
013400         STOP RUN
013500     END-IF
013600     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
013700     OPEN I-O DISTFILE
013800     IF FC-DISTFILE-STATUS NOT = '00'
013900         AND FC-DISTFILE-STATUS NOT = '05'
014000         DISPLAY 'DISTMNT: UNABLE TO OPEN DISTFILE, STATUS='
014100             FC-DISTFILE-STATUS
014200         MOVE 'Y' TO WS-EOF-SW
014300     END-IF
014400     OPEN INPUT DISTCARD-FILE
014500     IF FC-DISTCARD-STATUS NOT = '00'
014600         MOVE 'Y' TO WS-EOF-SW
014700     END-IF
014800     OPEN OUTPUT DISTAUD-RPT
014900     IF NOT RCHK-IN-PROD
015000         WRITE DISTAUD-LINE FROM RCHK-WATERMARK
015100     END-IF
015200     PERFORM 1100-READ-NEXT-CARD.
015300*=================================================================
015400*    1100-READ-NEXT-CARD
015500*=================================================================
015600 1100-READ-NEXT-CARD.
015700     READ DISTCARD-FILE
015800         AT END
015900             MOVE 'Y' TO WS-EOF-SW
016000     END-READ
016100     IF NOT WS-EOF
016200         ADD 1 TO WS-CARDS-READ
016300     END-IF.
016400*=================================================================
016500*    2000-PROCESS-DIST-CARD - APPLY ONE MAINTENANCE CARD
016600*=================================================================
016700 2000-PROCESS-DIST-CARD.
016800     MOVE 'Y' TO WS-CARD-OK-SW
016900     MOVE SPACES TO WS-REJECT-REASON
017000     PERFORM 2050-READ-DISTRIBUTOR
017100     EVALUATE TRUE
017200         WHEN DM-ADD
017300             PERFORM 2100-APPLY-ADD
017400         WHEN DM-CHANGE
017500             PERFORM 2200-APPLY-CHANGE
017600         WHEN DM-INACTIVATE
017700             PERFORM 2300-APPLY-INACTIVATE
017800         WHEN OTHER
017900             MOVE 'N' TO WS-CARD-OK-SW
018000             MOVE 'INVALID TRANSACTION TYPE'
018100                 TO WS-REJECT-REASON
018200     END-EVALUATE
018300     PERFORM 2900-WRITE-AUDIT-LINE
018400     IF WS-CARD-OK
018500         PERFORM 2950-JOURNAL-THE-CHANGES
018600     END-IF
018700     PERFORM 1100-READ-NEXT-CARD.
018800*=================================================================
018900*    2050-READ-DISTRIBUTOR - FETCH AND SNAPSHOT THE BEFORE IMAGE
019000*=================================================================
019100 2050-READ-DISTRIBUTOR.
019200     MOVE 'Y' TO WS-DIST-ON-FILE-SW
019300     MOVE SPACES TO WS-BEFORE-IMAGE
019400     MOVE DM-DIST-ID TO DIST-ID
019500     READ DISTFILE
019600         INVALID KEY
019700             MOVE 'N' TO WS-DIST-ON-FILE-SW
019800     END-READ
019900     IF WS-DIST-ON-FILE
020000         MOVE DIST-NAME              TO WS-BEFORE-NAME
020100         MOVE DIST-ADDRESS           TO WS-BEFORE-ADDRESS
020200         MOVE DIST-PHONE             TO WS-BEFORE-PHONE
020300         MOVE DIST-TERMS             TO WS-BEFORE-TERMS
020400         MOVE DIST-LEAD-DAYS         TO WS-BEFORE-LEAD-DAYS
020500         MOVE DIST-STATUS            TO WS-BEFORE-STATUS
020600     END-IF.
020700*=================================================================
020800*    2100-APPLY-ADD - SET UP A NEW DISTRIBUTOR
020900*=================================================================
021000 2100-APPLY-ADD.
021100     PERFORM 2400-EDIT-CARD-FIELDS
021200     IF WS-CARD-OK
021300         AND WS-DIST-ON-FILE
021400         MOVE 'N' TO WS-CARD-OK-SW
021500         MOVE 'DISTRIBUTOR ALREADY ON FILE'
021600             TO WS-REJECT-REASON
021700     END-IF
021800     IF WS-CARD-OK
021900         AND DM-NAME = SPACES
022000         MOVE 'N' TO WS-CARD-OK-SW
022100         MOVE 'NAME IS REQUIRED'
022200             TO WS-REJECT-REASON
022300     END-IF
022400     IF WS-CARD-OK
022500         AND (DM-LEAD-DAYS NOT NUMERIC
022600             OR DM-LEAD-DAYS = ZERO)
022700         MOVE 'N' TO WS-CARD-OK-SW
022800         MOVE 'LEAD DAYS INVALID'
022900             TO WS-REJECT-REASON
023000     END-IF
023100     IF WS-CARD-OK
023200         MOVE DM-DIST-ID             TO DIST-ID
023300         MOVE DM-NAME                TO DIST-NAME
023400         MOVE DM-ADDRESS             TO DIST-ADDRESS
023500         MOVE DM-PHONE               TO DIST-PHONE
023600         MOVE DM-TERMS               TO DIST-TERMS
023700         MOVE DM-LEAD-DAYS           TO DIST-LEAD-DAYS
023800         MOVE 'A'                    TO DIST-STATUS
023900         MOVE WS-CURRENT-DATE-YYYYMMDD
024000                                     TO DIST-ADDED-DATE
024100         WRITE DIST-RECORD
024200             INVALID KEY
024300                 MOVE 'N' TO WS-CARD-OK-SW
024400                 MOVE 'DISTFILE WRITE FAILED'
024500                     TO WS-REJECT-REASON
024600         END-WRITE
024700     END-IF
024800     IF WS-CARD-OK
024900         ADD 1 TO WS-ADDS-APPLIED
025000     END-IF.
025100*=================================================================
025200*    2200-APPLY-CHANGE - AMEND THE FILLED FIELDS, RE-ACTIVATE
025300*=================================================================
025400 2200-APPLY-CHANGE.
025500     PERFORM 2400-EDIT-CARD-FIELDS
025600     IF WS-CARD-OK
025700         AND NOT WS-DIST-ON-FILE
025800         MOVE 'N' TO WS-CARD-OK-SW
025900         MOVE 'DISTRIBUTOR NOT ON FILE'
026000             TO WS-REJECT-REASON
026100     END-IF
026200     IF WS-CARD-OK
026300         AND DM-LEAD-DAYS NOT NUMERIC
026400         AND DM-LEAD-DAYS-X NOT = SPACES
026500         MOVE 'N' TO WS-CARD-OK-SW
026600         MOVE 'LEAD DAYS INVALID'
026700             TO WS-REJECT-REASON
026800     END-IF
026900     IF WS-CARD-OK
027000         IF DM-NAME NOT = SPACES
027100             MOVE DM-NAME            TO DIST-NAME
027200         END-IF
027300         IF DM-ADDRESS NOT = SPACES
027400             MOVE DM-ADDRESS         TO DIST-ADDRESS
027500         END-IF
027600         IF DM-PHONE NOT = SPACES
027700             MOVE DM-PHONE           TO DIST-PHONE
027800         END-IF
027900         IF DM-TERMS NOT = SPACES
028000             MOVE DM-TERMS           TO DIST-TERMS
028100         END-IF
028200         IF DM-LEAD-DAYS NUMERIC
028300             AND DM-LEAD-DAYS > ZERO
028400             MOVE DM-LEAD-DAYS       TO DIST-LEAD-DAYS
028500         END-IF
028600         MOVE 'A'                    TO DIST-STATUS
028700         REWRITE DIST-RECORD
028800             INVALID KEY
028900                 MOVE 'N' TO WS-CARD-OK-SW
029000                 MOVE 'DISTFILE REWRITE FAILED'
029100                     TO WS-REJECT-REASON
029200         END-REWRITE
029300     END-IF
029400     IF WS-CARD-OK
029500         ADD 1 TO WS-CHANGES-APPLIED
029600     END-IF.
029700*=================================================================
029800*    2300-APPLY-INACTIVATE - NO NEW ORDERS, HISTORY KEPT
029900*=================================================================
030000 2300-APPLY-INACTIVATE.
030100     IF NOT WS-DIST-ON-FILE
030200         MOVE 'N' TO WS-CARD-OK-SW
030300         MOVE 'DISTRIBUTOR NOT ON FILE'
030400             TO WS-REJECT-REASON
030500     END-IF
030600     IF WS-CARD-OK
030700         AND DIST-INACTIVE
030800         MOVE 'N' TO WS-CARD-OK-SW
030900         MOVE 'DISTRIBUTOR ALREADY INACTIVE'
031000             TO WS-REJECT-REASON
031100     END-IF
031200     IF WS-CARD-OK
031300         MOVE 'I' TO DIST-STATUS
031400         REWRITE DIST-RECORD
031500             INVALID KEY
031600                 MOVE 'N' TO WS-CARD-OK-SW
031700                 MOVE 'DISTFILE REWRITE FAILED'
031800                     TO WS-REJECT-REASON
031900         END-REWRITE
032000     END-IF
032100     IF WS-CARD-OK
032200         ADD 1 TO WS-INACTIVATES-APPLIED
032300     END-IF.
032400*=================================================================
032500*    2400-EDIT-CARD-FIELDS - FIELD EDITS FOR ADD/CHANGE CARDS
032600*=================================================================
032700 2400-EDIT-CARD-FIELDS.
032800     IF DM-DIST-ID NOT NUMERIC
032900         OR DM-DIST-ID = ZERO
033000         MOVE 'N' TO WS-CARD-OK-SW
033100         MOVE 'DISTRIBUTOR-ID NOT NUMERIC'
033200             TO WS-REJECT-REASON
033300     END-IF.
033400*=================================================================
033500*    2900-WRITE-AUDIT-LINE
033600*=================================================================
033700 2900-WRITE-AUDIT-LINE.
033800     MOVE DM-TRANS-TYPE              TO AH-TRANS-TYPE
033900     MOVE DM-DIST-ID                 TO AH-DIST-ID
034000     IF WS-CARD-OK
034100         AND NOT DM-ADD
034200         MOVE DIST-NAME              TO AH-NAME
034300         MOVE DIST-LEAD-DAYS         TO AH-LEAD-DAYS
034400     ELSE
034500         MOVE DM-NAME                TO AH-NAME
034600         IF DM-LEAD-DAYS NUMERIC
034700             MOVE DM-LEAD-DAYS       TO AH-LEAD-DAYS
034800         ELSE
034900             MOVE ZERO               TO AH-LEAD-DAYS
035000         END-IF
035100     END-IF
035200     MOVE WS-REJECT-REASON           TO AH-REASON
035300     IF WS-CARD-OK
035400         MOVE 'ACCEPTED'             TO AH-DISPOSITION
035500     ELSE
035600         ADD 1 TO WS-CARDS-REJECTED
035700         MOVE 'REJECTED'             TO AH-DISPOSITION
035800     END-IF
035900     WRITE DISTAUD-LINE FROM WS-AUDIT-DETAIL
036000     ADD 1 TO WS-AUDIT-LINES.
036100*=================================================================
036200*    2950-JOURNAL-THE-CHANGES - ONE CHGJRNL LINE PER FIELD
036300*    THAT ACTUALLY CHANGED (AN ADD'S BEFORE IMAGE IS SPACES,
036400*    SO EVERY FILLED FIELD JOURNALS)
036500*=================================================================
036600 2950-JOURNAL-THE-CHANGES.
036700     MOVE 'DISTMNT' TO CJRN-PROGRAM
036800     MOVE SPACES TO CJRN-KEY
036900     MOVE DM-DIST-ID TO CJRN-KEY (1:4)
037000     MOVE SPACES TO CJRN-OPERATOR
037100     IF WS-BEFORE-NAME NOT = DIST-NAME
037200         MOVE 'NAME        ' TO CJRN-FIELD
037300         MOVE WS-BEFORE-NAME (1:12) TO CJRN-OLD-VALUE
037400         MOVE DIST-NAME (1:12) TO CJRN-NEW-VALUE
037500         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
037600     END-IF
037700     IF WS-BEFORE-ADDRESS NOT = DIST-ADDRESS
037800         MOVE 'ADDRESS     ' TO CJRN-FIELD
037900         MOVE WS-BEFORE-ADDRESS (1:12) TO CJRN-OLD-VALUE
038000         MOVE DIST-ADDRESS (1:12) TO CJRN-NEW-VALUE
038100         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
038200     END-IF
038300     IF WS-BEFORE-PHONE NOT = DIST-PHONE
038400         MOVE 'PHONE       ' TO CJRN-FIELD
038500         MOVE WS-BEFORE-PHONE TO CJRN-OLD-VALUE
038600         MOVE DIST-PHONE TO CJRN-NEW-VALUE
038700         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
038800     END-IF
038900     IF WS-BEFORE-TERMS NOT = DIST-TERMS
039000         MOVE 'TERMS       ' TO CJRN-FIELD
039100         MOVE WS-BEFORE-TERMS TO CJRN-OLD-VALUE
039200         MOVE DIST-TERMS TO CJRN-NEW-VALUE
039300         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
039400     END-IF
039500     IF WS-BEFORE-LEAD-DAYS NOT = DIST-LEAD-DAYS
039600         MOVE 'LEAD-DAYS   ' TO CJRN-FIELD
039700         MOVE SPACES TO CJRN-OLD-VALUE
039800         MOVE WS-BEFORE-LEAD-DAYS TO CJRN-OLD-VALUE (1:3)
039900         MOVE SPACES TO CJRN-NEW-VALUE
040000         MOVE DIST-LEAD-DAYS TO CJRN-NEW-VALUE (1:3)
040100         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
040200     END-IF
040300     IF WS-BEFORE-STATUS NOT = DIST-STATUS
040400         MOVE 'STATUS      ' TO CJRN-FIELD
040500         MOVE SPACES TO CJRN-OLD-VALUE
040600         MOVE WS-BEFORE-STATUS TO CJRN-OLD-VALUE (1:1)
040700         MOVE SPACES TO CJRN-NEW-VALUE
040800         MOVE DIST-STATUS TO CJRN-NEW-VALUE (1:1)
040900         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
041000     END-IF.
041100*=================================================================
041200*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
041300*=================================================================
041400 3000-TERMINATE.
041500     CLOSE DISTFILE
041600     CLOSE DISTCARD-FILE
041700     CLOSE DISTAUD-RPT
041800     DISPLAY 'DISTMNT: CARDS READ        = ' WS-CARDS-READ
041900     DISPLAY 'DISTMNT: ADDS APPLIED      = ' WS-ADDS-APPLIED
042000     DISPLAY 'DISTMNT: CHANGES APPLIED   = ' WS-CHANGES-APPLIED
042100     DISPLAY 'DISTMNT: INACTIVATES       = '
042200         WS-INACTIVATES-APPLIED
042300     DISPLAY 'DISTMNT: CARDS REJECTED    = ' WS-CARDS-REJECTED.
042400*=================================================================
042500*=================================================================
042600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
042700*=================================================================
042800 9000-DISPLAY-VERSION-TRAILER.
042900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='DISTMNT -'==
043000                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
