000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    EMPLMNT.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - EMPLOYER MASTER
001200*                   MAINTENANCE.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR EMPLMAST, THE EMPLOYERS (BY
001500*  BETRIEBSNUMMER) THE PAYROLL INPUT MAY NAME AS BTRNR-A OR
001600*  BTRNR-E.  AN ADD CARD SETS UP AN EMPLOYER - NUMBER, NAME,
001700*  VALID-FROM DATE (BLANK FOR TODAY), VALID-TO DATE (BLANK FOR
001800*  OPEN-ENDED), THE PAYROLL BUREAU'S EMPLOYER REFERENCE AND THE
001900*  KEYING OPERATOR - AND A CHANGE CARD AMENDS WHICHEVER OF THEM
002000*  ARE FILLED.  BOTH ARE FOLLOWED BY AN ADDRESS CONTINUATION
002100*  CARD (STREET, POSTCODE, TOWN; A BLANK FIELD ON A CHANGE KEEPS
002200*  THE CURRENT VALUE).  A CLOSE CARD ENDS THE EMPLOYER'S
002300*  VALIDITY ON THE DATE IN THE VALID-TO COLUMNS (BLANK FOR
002400*  TODAY); THE RECORD STAYS ON FILE SO EARLIER ABSENCES STILL
002500*  FIND IT.  A CHANGE CARD THAT MOVES VALID-TO BACK TO OPEN-
002600*  ENDED (99999999) RE-OPENS A CLOSED EMPLOYER.  EVERY CARD
002700*  LISTS ON THE EMPLOYER AUDIT REPORT (EMPLAUD) WITH ITS
002800*  DISPOSITION, AND EACH ACCEPTED FIELD CHANGE JOURNALS TO THE
002900*  COMMON CHGJRNL CHANGE JOURNAL.
003000*=================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL EMPLMAST ASSIGN TO 'IDXEMPL'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS EM-BTRNR OF EMPLOYER-MASTER-RECORD
004100         FILE STATUS IS FC-EMPLMAST-STATUS.
004200     SELECT EMPLCARD-FILE ASSIGN TO 'EMPLCARD'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FC-EMPLCARD-STATUS.
004500     SELECT EMPLAUD-RPT ASSIGN TO 'EMPLAUD'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FC-EMPLAUD-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EMPLMAST.
005100 COPY EMPLMREC.
005200 FD  EMPLCARD-FILE
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  EMPL-CARD-IMAGE                PIC X(80).
005500 FD  EMPLAUD-RPT
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  EMPLAUD-LINE                   PIC X(80).
005800 WORKING-STORAGE SECTION.
005900*=================================================================
006000 COPY VERSTAMP.
006100 COPY REGCHKQ.
006200 COPY CHGJRNQ.
006300*=================================================================
006400*    THE PRIMARY CARD AND ITS ADDRESS CONTINUATION CARD
006500*=================================================================
006600 01  EMPL-TRANS-CARD.
006700     05  EC-PRIMARY-FIELDS.
006800         10  EC-TRANS-TYPE          PIC X(1).
006900             88  EC-ADD             VALUE 'A'.
007000             88  EC-CHANGE          VALUE 'C'.
007100             88  EC-CLOSE           VALUE 'X'.
007200         10  EC-BTRNR               PIC X(8).
007300         10  EC-NAME                PIC X(30).
007400         10  EC-VALID-FROM          PIC X(8).
007500         10  EC-VALID-TO            PIC X(8).
007600         10  EC-BUREAU-REF          PIC X(10).
007700         10  EC-OPERATOR-ID         PIC X(3).
007800         10  FILLER                 PIC X(12).
007900     05  EC-ADDRESS-FIELDS.
008000         10  EC-STRASSE             PIC X(30).
008100         10  EC-PLZ                 PIC X(10).
008200         10  EC-ORT                 PIC X(30).
008300         10  FILLER                 PIC X(10).
008400 01  FC-STATUSES.
008500     05  FC-EMPLMAST-STATUS         PIC X(2).
008600     05  FC-EMPLCARD-STATUS         PIC X(2).
008700     05  FC-EMPLAUD-STATUS          PIC X(2).
008800 01  WS-SWITCHES.
008900     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009000         88  WS-EOF                 VALUE 'Y'.
009100     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009200         88  WS-CARD-OK             VALUE 'Y'.
009300     05  WS-EMPL-ON-FILE-SW         PIC X(1) VALUE 'N'.
009400         88  WS-EMPL-ON-FILE        VALUE 'Y'.
009500     05  WS-DATE-OK-SW              PIC X(1) VALUE 'Y'.
009600         88  WS-DATE-OK             VALUE 'Y'.
009700 01  WS-REJECT-REASON               PIC X(24).
009800 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
009900 01  WS-NEW-VALID-FROM              PIC 9(8).
010000 01  WS-NEW-VALID-TO                PIC 9(8).
010100 01  WS-DATE-EDIT.
010200     05  WS-DATE-EDIT-X             PIC X(8).
010300     05  WS-DATE-EDIT-N REDEFINES WS-DATE-EDIT-X.
010400         10  WS-DATE-EDIT-YYYY      PIC 9(4).
010500         10  WS-DATE-EDIT-MM        PIC 9(2).
010600         10  WS-DATE-EDIT-DD        PIC 9(2).
010700 01  WS-BEFORE-IMAGE.
010800     05  WS-BEFORE-NAME             PIC X(30).
010900     05  WS-BEFORE-STRASSE          PIC X(30).
011000     05  WS-BEFORE-PLZ              PIC X(10).
011100     05  WS-BEFORE-ORT              PIC X(30).
011200     05  WS-BEFORE-VALID-FROM       PIC X(8).
011300     05  WS-BEFORE-VALID-TO         PIC X(8).
011400     05  WS-BEFORE-BUREAU-REF       PIC X(10).
011500     05  WS-BEFORE-STATUS           PIC X(1).
011600 01  WS-COUNTERS.
011700     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
011800     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
011900     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
012000     05  WS-CLOSES-APPLIED          PIC 9(5) VALUE ZERO.
012100     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
012200     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
012300 01  WS-AUDIT-DETAIL.
012400     05  FILLER                     PIC X(1)  VALUE SPACE.
012500     05  AH-TRANS-TYPE              PIC X(1).
012600     05  FILLER                     PIC X(1)  VALUE SPACE.
012700     05  AH-BTRNR                   PIC X(8).
012800     05  FILLER                     PIC X(1)  VALUE SPACE.
012900     05  AH-NAME                    PIC X(16).
013000     05  FILLER                     PIC X(1)  VALUE SPACE.
013100     05  AH-VALID-FROM              PIC X(8).
013200     05  FILLER                     PIC X(1)  VALUE '-'.
013300     05  AH-VALID-TO                PIC X(8).
013400     05  FILLER                     PIC X(1)  VALUE SPACE.
013500     05  AH-DISPOSITION             PIC X(8).
013600     05  FILLER                     PIC X(1)  VALUE SPACE.
013700     05  AH-REASON                  PIC X(24).
013800 PROCEDURE DIVISION.
013900*=================================================================
014000 0000-MAINLINE.
014100     PERFORM 0900-DISPLAY-VERSION-STAMP
014200     PERFORM 1000-INITIALIZE
014300     PERFORM 2000-PROCESS-EMPL-CARD
014400         UNTIL WS-EOF
014500     PERFORM 3000-TERMINATE
014600     PERFORM 9000-DISPLAY-VERSION-TRAILER
014700     STOP RUN.
014800*=================================================================
014900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
015000*=================================================================
015100 0900-DISPLAY-VERSION-STAMP.
015200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='EMPLMNT -'==
015300                             ==:PROGVERS:== BY =='Version 001'==.
015400*=================================================================
015500*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
015600*=================================================================
015700 1000-INITIALIZE.
015800     MOVE 'EMPLMNT' TO RCHK-CALLER
015900     CALL 'REGCHK' USING REGION-CHECK
016000     IF RCHK-MISMATCH
016100         DISPLAY 'EMPLMNT: REGION INTERLOCK - UPDATES REFUSED'
016200         MOVE 12 TO RETURN-CODE
016300         STOP RUN
016400     END-IF
016500     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
016600     OPEN I-O EMPLMAST
016700     IF FC-EMPLMAST-STATUS NOT = '00'
016800         AND FC-EMPLMAST-STATUS NOT = '05'
016900         DISPLAY 'EMPLMNT: UNABLE TO OPEN EMPLMAST, STATUS='
017000             FC-EMPLMAST-STATUS
017100         MOVE 12 TO RETURN-CODE
017200         MOVE 'Y' TO WS-EOF-SW
017300     END-IF
017400     OPEN INPUT EMPLCARD-FILE
017500     IF FC-EMPLCARD-STATUS NOT = '00'
017600         MOVE 'Y' TO WS-EOF-SW
017700     END-IF
017800     OPEN OUTPUT EMPLAUD-RPT
017900     IF NOT RCHK-IN-PROD
018000         WRITE EMPLAUD-LINE FROM RCHK-WATERMARK
018100     END-IF
018200     MOVE ' EMPLOYER MASTER MAINTENANCE AUDIT' TO EMPLAUD-LINE
018300     WRITE EMPLAUD-LINE
018400     ADD 1 TO WS-AUDIT-LINES
018500     IF NOT WS-EOF
018600         PERFORM 1100-READ-NEXT-CARD
018700     END-IF.
018800*=================================================================
018900*    1100-READ-NEXT-CARD
019000*=================================================================
019100 1100-READ-NEXT-CARD.
019200     READ EMPLCARD-FILE
019300         AT END
019400             MOVE 'Y' TO WS-EOF-SW
019500     END-READ
019600     IF NOT WS-EOF
019700         ADD 1 TO WS-CARDS-READ
019800         MOVE SPACES TO EMPL-TRANS-CARD
019900         MOVE EMPL-CARD-IMAGE TO EC-PRIMARY-FIELDS
020000         IF EC-ADD OR EC-CHANGE
020100             PERFORM 1150-READ-ADDRESS-CARD
020200         END-IF
020300     END-IF.
020400*=================================================================
020500*    1150-READ-ADDRESS-CARD - THE CONTINUATION CARD CARRYING
020600*    THE ADDRESS FOR AN ADD OR CHANGE TRANSACTION
020700*=================================================================
020800 1150-READ-ADDRESS-CARD.
020900     READ EMPLCARD-FILE
021000         AT END
021100             MOVE 'Y' TO WS-EOF-SW
021200             DISPLAY 'EMPLMNT: ADDRESS CARD MISSING FOR BTRNR='
021300                 EC-BTRNR
021400     END-READ
021500     IF NOT WS-EOF
021600         ADD 1 TO WS-CARDS-READ
021700         MOVE EMPL-CARD-IMAGE TO EC-ADDRESS-FIELDS
021800     END-IF.
021900*=================================================================
022000*    2000-PROCESS-EMPL-CARD - APPLY ONE MAINTENANCE CARD
022100*=================================================================
022200 2000-PROCESS-EMPL-CARD.
022300     MOVE 'Y' TO WS-CARD-OK-SW
022400     MOVE SPACES TO WS-REJECT-REASON
022500     PERFORM 2050-READ-EMPLOYER
022600     EVALUATE TRUE
022700         WHEN EC-ADD
022800             PERFORM 2100-APPLY-ADD
022900         WHEN EC-CHANGE
023000             PERFORM 2200-APPLY-CHANGE
023100         WHEN EC-CLOSE
023200             PERFORM 2300-APPLY-CLOSE
023300         WHEN OTHER
023400             MOVE 'N' TO WS-CARD-OK-SW
023500             MOVE 'INVALID TRANSACTION TYPE'
023600                 TO WS-REJECT-REASON
023700     END-EVALUATE
023800     PERFORM 2900-WRITE-AUDIT-LINE
023900     IF WS-CARD-OK
024000         PERFORM 2950-JOURNAL-THE-CHANGES
024100     END-IF
024200     PERFORM 1100-READ-NEXT-CARD.
024300*=================================================================
024400*    2050-READ-EMPLOYER - FETCH AND SNAPSHOT THE BEFORE IMAGE
024500*=================================================================
024600 2050-READ-EMPLOYER.
024700     MOVE 'Y' TO WS-EMPL-ON-FILE-SW
024800     MOVE SPACES TO WS-BEFORE-IMAGE
024900     MOVE EC-BTRNR TO EM-BTRNR
025000     READ EMPLMAST
025100         INVALID KEY
025200             MOVE 'N' TO WS-EMPL-ON-FILE-SW
025300     END-READ
025400     IF WS-EMPL-ON-FILE
025500         MOVE EM-NAME                TO WS-BEFORE-NAME
025600         MOVE EM-STRASSE             TO WS-BEFORE-STRASSE
025700         MOVE EM-PLZ                 TO WS-BEFORE-PLZ
025800         MOVE EM-ORT                 TO WS-BEFORE-ORT
025900         MOVE EM-VALID-FROM          TO WS-BEFORE-VALID-FROM
026000         MOVE EM-VALID-TO            TO WS-BEFORE-VALID-TO
026100         MOVE EM-BUREAU-REF          TO WS-BEFORE-BUREAU-REF
026200         MOVE EM-STATUS              TO WS-BEFORE-STATUS
026300     END-IF.
026400*=================================================================
026500*    2100-APPLY-ADD - SET UP A NEW EMPLOYER
026600*=================================================================
026700 2100-APPLY-ADD.
026800     PERFORM 2400-EDIT-CARD-FIELDS
026900     IF WS-CARD-OK
027000         AND WS-EMPL-ON-FILE
027100         MOVE 'N' TO WS-CARD-OK-SW
027200         MOVE 'EMPLOYER ALREADY ON FILE'
027300             TO WS-REJECT-REASON
027400     END-IF
027500     IF WS-CARD-OK
027600         AND EC-NAME = SPACES
027700         MOVE 'N' TO WS-CARD-OK-SW
027800         MOVE 'NAME IS REQUIRED'
027900             TO WS-REJECT-REASON
028000     END-IF
028100     IF WS-CARD-OK
028200         AND EC-BUREAU-REF = SPACES
028300         MOVE 'N' TO WS-CARD-OK-SW
028400         MOVE 'BUREAU REF IS REQUIRED'
028500             TO WS-REJECT-REASON
028600     END-IF
028700     IF WS-CARD-OK
028800         MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-NEW-VALID-FROM
028900         MOVE 99999999 TO WS-NEW-VALID-TO
029000         PERFORM 2500-EDIT-THE-WINDOW
029100     END-IF
029200     IF WS-CARD-OK
029300         MOVE SPACES                 TO EMPLOYER-MASTER-RECORD
029400         MOVE EC-BTRNR               TO EM-BTRNR
029500         MOVE EC-NAME                TO EM-NAME
029600         MOVE EC-STRASSE             TO EM-STRASSE
029700         MOVE EC-PLZ                 TO EM-PLZ
029800         MOVE EC-ORT                 TO EM-ORT
029900         MOVE WS-NEW-VALID-FROM      TO EM-VALID-FROM
030000         MOVE WS-NEW-VALID-TO        TO EM-VALID-TO
030100         MOVE EC-BUREAU-REF          TO EM-BUREAU-REF
030200         PERFORM 2600-SET-THE-STATUS
030300         MOVE WS-CURRENT-DATE-YYYYMMDD
030400                                     TO EM-ADDED-DATE
030500         MOVE WS-CURRENT-DATE-YYYYMMDD
030600                                     TO EM-CHANGED-DATE
030700         WRITE EMPLOYER-MASTER-RECORD
030800             INVALID KEY
030900                 MOVE 'N' TO WS-CARD-OK-SW
031000                 MOVE 'EMPLMAST WRITE FAILED'
031100                     TO WS-REJECT-REASON
031200         END-WRITE
031300     END-IF
031400     IF WS-CARD-OK
031500         ADD 1 TO WS-ADDS-APPLIED
031600     END-IF.
031700*=================================================================
031800*    2200-APPLY-CHANGE - AMEND THE FILLED FIELDS
031900*=================================================================
032000 2200-APPLY-CHANGE.
032100     PERFORM 2400-EDIT-CARD-FIELDS
032200     IF WS-CARD-OK
032300         AND NOT WS-EMPL-ON-FILE
032400         MOVE 'N' TO WS-CARD-OK-SW
032500         MOVE 'EMPLOYER NOT ON FILE'
032600             TO WS-REJECT-REASON
032700     END-IF
032800     IF WS-CARD-OK
032900         MOVE EM-VALID-FROM TO WS-NEW-VALID-FROM
033000         MOVE EM-VALID-TO TO WS-NEW-VALID-TO
033100         PERFORM 2500-EDIT-THE-WINDOW
033200     END-IF
033300     IF WS-CARD-OK
033400         IF EC-NAME NOT = SPACES
033500             MOVE EC-NAME            TO EM-NAME
033600         END-IF
033700         IF EC-STRASSE NOT = SPACES
033800             MOVE EC-STRASSE         TO EM-STRASSE
033900         END-IF
034000         IF EC-PLZ NOT = SPACES
034100             MOVE EC-PLZ             TO EM-PLZ
034200         END-IF
034300         IF EC-ORT NOT = SPACES
034400             MOVE EC-ORT             TO EM-ORT
034500         END-IF
034600         IF EC-BUREAU-REF NOT = SPACES
034700             MOVE EC-BUREAU-REF      TO EM-BUREAU-REF
034800         END-IF
034900         MOVE WS-NEW-VALID-FROM      TO EM-VALID-FROM
035000         MOVE WS-NEW-VALID-TO        TO EM-VALID-TO
035100         PERFORM 2600-SET-THE-STATUS
035200         MOVE WS-CURRENT-DATE-YYYYMMDD
035300                                     TO EM-CHANGED-DATE
035400         REWRITE EMPLOYER-MASTER-RECORD
035500             INVALID KEY
035600                 MOVE 'N' TO WS-CARD-OK-SW
035700                 MOVE 'EMPLMAST REWRITE FAILED'
035800                     TO WS-REJECT-REASON
035900         END-REWRITE
036000     END-IF
036100     IF WS-CARD-OK
036200         ADD 1 TO WS-CHANGES-APPLIED
036300     END-IF.
036400*=================================================================
036500*    2300-APPLY-CLOSE - END THE VALIDITY, KEEP THE RECORD
036600*=================================================================
036700 2300-APPLY-CLOSE.
036800     IF NOT WS-EMPL-ON-FILE
036900         MOVE 'N' TO WS-CARD-OK-SW
037000         MOVE 'EMPLOYER NOT ON FILE'
037100             TO WS-REJECT-REASON
037200     END-IF
037300     IF WS-CARD-OK
037400         AND EM-CLOSED
037500         MOVE 'N' TO WS-CARD-OK-SW
037600         MOVE 'EMPLOYER ALREADY CLOSED'
037700             TO WS-REJECT-REASON
037800     END-IF
037900     IF WS-CARD-OK
038000         MOVE EM-VALID-FROM TO WS-NEW-VALID-FROM
038100         MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-NEW-VALID-TO
038200         PERFORM 2500-EDIT-THE-WINDOW
038300     END-IF
038400     IF WS-CARD-OK
038500         AND WS-NEW-VALID-TO = 99999999
038600         MOVE 'N' TO WS-CARD-OK-SW
038700         MOVE 'VALID-TO INVALID'
038800             TO WS-REJECT-REASON
038900     END-IF
039000     IF WS-CARD-OK
039100         MOVE WS-NEW-VALID-TO        TO EM-VALID-TO
039200         MOVE 'C'                    TO EM-STATUS
039300         MOVE WS-CURRENT-DATE-YYYYMMDD
039400                                     TO EM-CHANGED-DATE
039500         REWRITE EMPLOYER-MASTER-RECORD
039600             INVALID KEY
039700                 MOVE 'N' TO WS-CARD-OK-SW
039800                 MOVE 'EMPLMAST REWRITE FAILED'
039900                     TO WS-REJECT-REASON
040000         END-REWRITE
040100     END-IF
040200     IF WS-CARD-OK
040300         ADD 1 TO WS-CLOSES-APPLIED
040400     END-IF.
040500*=================================================================
040600*    2400-EDIT-CARD-FIELDS - FIELD EDITS FOR ADD/CHANGE CARDS
040700*=================================================================
040800 2400-EDIT-CARD-FIELDS.
040900     IF EC-BTRNR NOT NUMERIC
041000         OR EC-BTRNR = ZERO
041100         MOVE 'N' TO WS-CARD-OK-SW
041200         MOVE 'BTRNR NOT NUMERIC'
041300             TO WS-REJECT-REASON
041400     END-IF.
041500*=================================================================
041600*    2500-EDIT-THE-WINDOW - A FILLED DATE ON THE CARD REPLACES
041700*    THE DEFAULT OR CURRENT ONE; THE WINDOW MUST NOT END BEFORE
041800*    IT STARTS
041900*=================================================================
042000 2500-EDIT-THE-WINDOW.
042100     IF EC-VALID-FROM NOT = SPACES
042200         MOVE EC-VALID-FROM TO WS-DATE-EDIT-X
042300         PERFORM 2550-EDIT-ONE-DATE
042400         IF WS-DATE-OK
042500             MOVE WS-DATE-EDIT-N TO WS-NEW-VALID-FROM
042600         ELSE
042700             MOVE 'N' TO WS-CARD-OK-SW
042800             MOVE 'VALID-FROM INVALID'
042900                 TO WS-REJECT-REASON
043000         END-IF
043100     END-IF
043200     IF WS-CARD-OK
043300         AND EC-VALID-TO NOT = SPACES
043400         MOVE EC-VALID-TO TO WS-DATE-EDIT-X
043500         PERFORM 2550-EDIT-ONE-DATE
043600         IF WS-DATE-OK
043700             MOVE WS-DATE-EDIT-N TO WS-NEW-VALID-TO
043800         ELSE
043900             MOVE 'N' TO WS-CARD-OK-SW
044000             MOVE 'VALID-TO INVALID'
044100                 TO WS-REJECT-REASON
044200         END-IF
044300     END-IF
044400     IF WS-CARD-OK
044500         AND WS-NEW-VALID-TO < WS-NEW-VALID-FROM
044600         MOVE 'N' TO WS-CARD-OK-SW
044700         MOVE 'VALID-TO BEFORE FROM'
044800             TO WS-REJECT-REASON
044900     END-IF.
045000*=================================================================
045100*    2550-EDIT-ONE-DATE - YYYYMMDD, OR 99999999 FOR OPEN-ENDED
045200*=================================================================
045300 2550-EDIT-ONE-DATE.
045400     MOVE 'Y' TO WS-DATE-OK-SW
045500     IF WS-DATE-EDIT-X NOT NUMERIC
045600         MOVE 'N' TO WS-DATE-OK-SW
045700     ELSE
045800         IF WS-DATE-EDIT-X NOT = '99999999'
045900             AND (WS-DATE-EDIT-YYYY < 1900
046000                 OR WS-DATE-EDIT-MM < 1
046100                 OR WS-DATE-EDIT-MM > 12
046200                 OR WS-DATE-EDIT-DD < 1
046300                 OR WS-DATE-EDIT-DD > 31)
046400             MOVE 'N' TO WS-DATE-OK-SW
046500         END-IF
046600     END-IF.
046700*=================================================================
046800*    2600-SET-THE-STATUS - OPEN WHILE THE WINDOW IS OPEN-ENDED
046900*=================================================================
047000 2600-SET-THE-STATUS.
047100     IF EM-OPEN-ENDED
047200         MOVE 'A' TO EM-STATUS
047300     ELSE
047400         MOVE 'C' TO EM-STATUS
047500     END-IF.
047600*=================================================================
047700*    2900-WRITE-AUDIT-LINE
047800*=================================================================
047900 2900-WRITE-AUDIT-LINE.
048000     MOVE EC-TRANS-TYPE              TO AH-TRANS-TYPE
048100     MOVE EC-BTRNR                   TO AH-BTRNR
048200     IF WS-CARD-OK
048300         MOVE EM-NAME                TO AH-NAME
048400         MOVE EM-VALID-FROM          TO AH-VALID-FROM
048500         MOVE EM-VALID-TO            TO AH-VALID-TO
048600     ELSE
048700         MOVE EC-NAME                TO AH-NAME
048800         MOVE EC-VALID-FROM          TO AH-VALID-FROM
048900         MOVE EC-VALID-TO            TO AH-VALID-TO
049000     END-IF
049100     MOVE WS-REJECT-REASON           TO AH-REASON
049200     IF WS-CARD-OK
049300         MOVE 'ACCEPTED'             TO AH-DISPOSITION
049400     ELSE
049500         ADD 1 TO WS-CARDS-REJECTED
049600         MOVE 'REJECTED'             TO AH-DISPOSITION
049700     END-IF
049800     WRITE EMPLAUD-LINE FROM WS-AUDIT-DETAIL
049900     ADD 1 TO WS-AUDIT-LINES.
050000*=================================================================
050100*    2950-JOURNAL-THE-CHANGES - ONE CHGJRNL LINE PER FIELD
050200*    THAT ACTUALLY CHANGED (AN ADD'S BEFORE IMAGE IS SPACES,
050300*    SO EVERY FILLED FIELD JOURNALS)
050400*=================================================================
050500 2950-JOURNAL-THE-CHANGES.
050600     MOVE 'EMPLMNT' TO CJRN-PROGRAM
050700     MOVE SPACES TO CJRN-KEY
050800     MOVE EC-BTRNR TO CJRN-KEY (1:8)
050900     MOVE EC-OPERATOR-ID TO CJRN-OPERATOR
051000     IF WS-BEFORE-NAME NOT = EM-NAME
051100         MOVE 'NAME        ' TO CJRN-FIELD
051200         MOVE WS-BEFORE-NAME (1:12) TO CJRN-OLD-VALUE
051300         MOVE EM-NAME (1:12) TO CJRN-NEW-VALUE
051400         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
051500     END-IF
051600     IF WS-BEFORE-STRASSE NOT = EM-STRASSE
051700         MOVE 'STRASSE     ' TO CJRN-FIELD
051800         MOVE WS-BEFORE-STRASSE (1:12) TO CJRN-OLD-VALUE
051900         MOVE EM-STRASSE (1:12) TO CJRN-NEW-VALUE
052000         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
052100     END-IF
052200     IF WS-BEFORE-PLZ NOT = EM-PLZ
052300         MOVE 'PLZ         ' TO CJRN-FIELD
052400         MOVE WS-BEFORE-PLZ TO CJRN-OLD-VALUE
052500         MOVE EM-PLZ TO CJRN-NEW-VALUE
052600         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
052700     END-IF
052800     IF WS-BEFORE-ORT NOT = EM-ORT
052900         MOVE 'ORT         ' TO CJRN-FIELD
053000         MOVE WS-BEFORE-ORT (1:12) TO CJRN-OLD-VALUE
053100         MOVE EM-ORT (1:12) TO CJRN-NEW-VALUE
053200         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
053300     END-IF
053400     IF WS-BEFORE-VALID-FROM NOT = EM-VALID-FROM
053500         MOVE 'VALID-FROM  ' TO CJRN-FIELD
053600         MOVE WS-BEFORE-VALID-FROM TO CJRN-OLD-VALUE
053700         MOVE EM-VALID-FROM TO CJRN-NEW-VALUE
053800         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
053900     END-IF
054000     IF WS-BEFORE-VALID-TO NOT = EM-VALID-TO
054100         MOVE 'VALID-TO    ' TO CJRN-FIELD
054200         MOVE WS-BEFORE-VALID-TO TO CJRN-OLD-VALUE
054300         MOVE EM-VALID-TO TO CJRN-NEW-VALUE
054400         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
054500     END-IF
054600     IF WS-BEFORE-BUREAU-REF NOT = EM-BUREAU-REF
054700         MOVE 'BUREAU-REF  ' TO CJRN-FIELD
054800         MOVE WS-BEFORE-BUREAU-REF TO CJRN-OLD-VALUE
054900         MOVE EM-BUREAU-REF TO CJRN-NEW-VALUE
055000         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
055100     END-IF
055200     IF WS-BEFORE-STATUS NOT = EM-STATUS
055300         MOVE 'STATUS      ' TO CJRN-FIELD
055400         MOVE SPACES TO CJRN-OLD-VALUE
055500         MOVE WS-BEFORE-STATUS TO CJRN-OLD-VALUE (1:1)
055600         MOVE SPACES TO CJRN-NEW-VALUE
055700         MOVE EM-STATUS TO CJRN-NEW-VALUE (1:1)
055800         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
055900     END-IF.
056000*=================================================================
056100*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
056200*=================================================================
056300 3000-TERMINATE.
056400     CLOSE EMPLMAST
056500     CLOSE EMPLCARD-FILE
056600     CLOSE EMPLAUD-RPT
056700     DISPLAY 'EMPLMNT: CARDS READ        = ' WS-CARDS-READ
056800     DISPLAY 'EMPLMNT: ADDS APPLIED      = ' WS-ADDS-APPLIED
056900     DISPLAY 'EMPLMNT: CHANGES APPLIED   = ' WS-CHANGES-APPLIED
057000     DISPLAY 'EMPLMNT: CLOSES APPLIED    = ' WS-CLOSES-APPLIED
057100     DISPLAY 'EMPLMNT: CARDS REJECTED    = ' WS-CARDS-REJECTED.
057200*=================================================================
057300*=================================================================
057400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
057500*=================================================================
057600 9000-DISPLAY-VERSION-TRAILER.
057700     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='EMPLMNT -'==
057800                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
