000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    HHMMNT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - HOUSEHOLD MEMBER
001200*                   MAINTENANCE.
001210*  2026-10-15 VSG   CARDS NOW CARRY THE MEMBER'S BIRTH DATE AND
001220*                   THE ACCOUNT HOLDER'S RESTRICTED-TITLE
001230*                   CONSENT FOR THE CONTENT-RATING CHECK.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR HHMFILE ON THE CUSTMNT PATTERN.
001500*  AN ADD CARD AUTHORIZES A NEW RENTER ON A CUSTOMER ACCOUNT
001600*  ALREADY ON CUSTFILE, A CHANGE CARD REPLACES THE MEMBER'S
001700*  NAME, RELATIONSHIP, AND RENTAL PERMISSION, AND A DEACTIVATE
001800*  CARD FLAGS THE MEMBER INACTIVE WITHOUT DELETING THE RECORD.
001900*  EVERY ACCEPTED UPDATE IS LISTED WITH ITS BEFORE AND AFTER
002000*  IMAGES ON THE MAINTENANCE AUDIT LISTING AND JOURNALED TO
002100*  CHGJRNL; REJECTED CARDS ARE LISTED WITH THE EDIT THAT FAILED.
002200*
002300*  CARD LAYOUT:
002400*    COL  1     TRANSACTION TYPE (A/C/D)
002500*    COL  2- 7  CUSTOMER-ID OF THE ACCOUNT
002600*    COL  8- 9  MEMBER NUMBER (01-99; 00 IS THE ACCOUNT HOLDER)
002700*    COL 10-39  MEMBER NAME
002800*    COL 40-49  RELATIONSHIP TO THE ACCOUNT HOLDER
002900*    COL 50     RENTAL PERMISSION (Y/N; BLANK ON AN ADD = Y)
002910*    COL 51-58  BIRTH DATE YYYYMMDD (REQUIRED ON AN ADD; BLANK
002920*               ON A CHANGE KEEPS THE DATE ON FILE)
002930*    COL 59     RESTRICTED-TITLE CONSENT (Y/N; BLANK ON AN ADD
002940*               = N, ON A CHANGE KEEPS THE FLAG ON FILE)
003000*=================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL HHMFILE ASSIGN TO 'IDXHHM'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS HHM-KEY OF HOUSEHOLD-MEMBER-RECORD
004100         FILE STATUS IS FC-HHMFILE-STATUS.
004200     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
004600         FILE STATUS IS FC-CUSTFILE-STATUS.
004700     SELECT HHMCARD-FILE ASSIGN TO 'HHMCARD'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FC-HHMCARD-STATUS.
005000     SELECT HHMAUD-RPT ASSIGN TO 'HHMAUD'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FC-HHMAUD-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HHMFILE.
005600 COPY HHMREC.
005700 FD  CUSTFILE.
005800 COPY CUSTREC.
005900 FD  HHMCARD-FILE
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  HHM-TRANS-CARD.
006200     05  HC-TRANS-TYPE              PIC X(1).
006300         88  HC-ADD                 VALUE 'A'.
006400         88  HC-CHANGE              VALUE 'C'.
006500         88  HC-DEACTIVATE          VALUE 'D'.
006600     05  HC-CUSTOMER-ID             PIC 9(6).
006700     05  HC-MEMBER-NO               PIC 9(2).
006800     05  HC-NAME                    PIC X(30).
006900     05  HC-RELATIONSHIP            PIC X(10).
007000     05  HC-PERMISSION              PIC X(1).
007100         88  HC-PERMISSION-VALID    VALUE 'Y' 'N'.
007110     05  HC-BIRTH-DATE-X            PIC X(8).
007120     05  HC-BIRTH-DATE REDEFINES HC-BIRTH-DATE-X
007130                                    PIC 9(8).
007140     05  HC-CONSENT                 PIC X(1).
007150         88  HC-CONSENT-VALID       VALUE 'Y' 'N'.
007160     05  FILLER                     PIC X(21).
007300 FD  HHMAUD-RPT
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  HHMAUD-LINE                    PIC X(80).
007600 WORKING-STORAGE SECTION.
007700*=================================================================
007800 COPY VERSTAMP.
007900 COPY REGCHKQ.
008000 COPY CHGJRNQ.
008100 01  FC-STATUSES.
008200     05  FC-HHMFILE-STATUS          PIC X(2).
008300     05  FC-CUSTFILE-STATUS         PIC X(2).
008400     05  FC-HHMCARD-STATUS          PIC X(2).
008500     05  FC-HHMAUD-STATUS           PIC X(2).
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
008800         88  WS-EOF                 VALUE 'Y'.
008900     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009000         88  WS-CARD-OK             VALUE 'Y'.
009100     05  WS-MEMBER-ON-FILE-SW       PIC X(1) VALUE 'N'.
009200         88  WS-MEMBER-ON-FILE      VALUE 'Y'.
009300     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
009400         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
009500 01  WS-REJECT-REASON               PIC X(30).
009600 01  WS-BEFORE-IMAGE.
009700     05  WS-BEFORE-NAME             PIC X(30).
009800     05  WS-BEFORE-RELATIONSHIP     PIC X(10).
009900     05  WS-BEFORE-PERMISSION       PIC X(1).
010000     05  WS-BEFORE-ACTIVE           PIC X(1).
010010     05  WS-BEFORE-BIRTH-DATE       PIC X(8).
010020     05  WS-BEFORE-CONSENT          PIC X(1).
010100 01  WS-COUNTERS.
010200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
010300     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
010400     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
010500     05  WS-DEACTIVATES-APPLIED     PIC 9(5) VALUE ZERO.
010600     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
010700     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
010800 01  WS-AUDIT-HEAD-LINE.
010900     05  FILLER                     PIC X(1)  VALUE SPACE.
011000     05  AH-TRANS-TYPE              PIC X(1).
011100     05  FILLER                     PIC X(2)  VALUE SPACE.
011200     05  AH-CUSTOMER-ID             PIC 9(6).
011300     05  FILLER                     PIC X(1)  VALUE '-'.
011400     05  AH-MEMBER-NO               PIC 9(2).
011500     05  FILLER                     PIC X(2)  VALUE SPACE.
011600     05  AH-DISPOSITION             PIC X(8).
011700     05  FILLER                     PIC X(2)  VALUE SPACE.
011800     05  AH-REASON                  PIC X(30).
011900 01  WS-AUDIT-IMAGE-LINE.
012000     05  FILLER                     PIC X(1)  VALUE SPACE.
012100     05  AI-TAG                     PIC X(7).
012200     05  FILLER                     PIC X(1)  VALUE SPACE.
012300     05  AI-NAME                    PIC X(30).
012400     05  FILLER                     PIC X(1)  VALUE SPACE.
012500     05  AI-RELATIONSHIP            PIC X(10).
012600     05  FILLER                     PIC X(1)  VALUE SPACE.
012700     05  AI-PERMISSION              PIC X(1).
012800     05  FILLER                     PIC X(1)  VALUE SPACE.
012900     05  AI-ACTIVE                  PIC X(1).
012910     05  FILLER                     PIC X(1)  VALUE SPACE.
012920     05  AI-BIRTH-DATE              PIC X(8).
012930     05  FILLER                     PIC X(1)  VALUE SPACE.
012940     05  AI-CONSENT                 PIC X(1).
013000 PROCEDURE DIVISION.
013100*=================================================================
013200 0000-MAINLINE.
013300     PERFORM 0900-DISPLAY-VERSION-STAMP
013400     PERFORM 1000-INITIALIZE
013500     PERFORM 2000-PROCESS-MEMBER-CARD
013600         UNTIL WS-EOF
013700     PERFORM 3000-TERMINATE
013800     PERFORM 9000-DISPLAY-VERSION-TRAILER
013900     STOP RUN.
014000*=================================================================
014100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
014200*=================================================================
014300 0900-DISPLAY-VERSION-STAMP.
014400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='HHMMNT -'==
014500                             ==:PROGVERS:== BY =='Version 001'==.
014600*=================================================================
014700*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
014800*=================================================================
014900 1000-INITIALIZE.
015000     MOVE 'HHMMNT' TO RCHK-CALLER
015100     CALL 'REGCHK' USING REGION-CHECK
015200     IF RCHK-MISMATCH
015300         DISPLAY 'HHMMNT: REGION INTERLOCK - UPDATES REFUSED'
015400         MOVE 12 TO RETURN-CODE
015500         STOP RUN
015600     END-IF
015700     OPEN I-O HHMFILE
015800     IF FC-HHMFILE-STATUS NOT = '00'
015900         AND FC-HHMFILE-STATUS NOT = '05'
016000         DISPLAY 'HHMMNT: UNABLE TO OPEN HHMFILE, STATUS='
016100             FC-HHMFILE-STATUS
016200         MOVE 'Y' TO WS-EOF-SW
016300     END-IF
016400     OPEN INPUT CUSTFILE
016500     IF FC-CUSTFILE-STATUS = '00'
016600         OR FC-CUSTFILE-STATUS = '05'
016700         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
016800     END-IF
016900     OPEN INPUT HHMCARD-FILE
017000     IF FC-HHMCARD-STATUS NOT = '00'
017100         MOVE 'Y' TO WS-EOF-SW
017200     END-IF
017300     OPEN OUTPUT HHMAUD-RPT
017400     IF NOT RCHK-IN-PROD
017500         WRITE HHMAUD-LINE FROM RCHK-WATERMARK
017600     END-IF
017700     PERFORM 1100-READ-NEXT-CARD.
017800*=================================================================
017900*    1100-READ-NEXT-CARD
018000*=================================================================
018100 1100-READ-NEXT-CARD.
018200     READ HHMCARD-FILE
018300         AT END
018400             MOVE 'Y' TO WS-EOF-SW
018500     END-READ
018600     IF NOT WS-EOF
018700         ADD 1 TO WS-CARDS-READ
018800     END-IF.
018900*=================================================================
019000*    2000-PROCESS-MEMBER-CARD - APPLY ONE MAINTENANCE CARD
019100*=================================================================
019200 2000-PROCESS-MEMBER-CARD.
019300     MOVE 'Y' TO WS-CARD-OK-SW
019400     MOVE SPACES TO WS-REJECT-REASON
019500     PERFORM 2050-READ-MEMBER
019600     EVALUATE TRUE
019700         WHEN HC-ADD
019800             PERFORM 2100-APPLY-ADD
019900         WHEN HC-CHANGE
020000             PERFORM 2200-APPLY-CHANGE
020100         WHEN HC-DEACTIVATE
020200             PERFORM 2300-APPLY-DEACTIVATE
020300         WHEN OTHER
020400             MOVE 'N' TO WS-CARD-OK-SW
020500             MOVE 'INVALID TRANSACTION TYPE'
020600                 TO WS-REJECT-REASON
020700     END-EVALUATE
020800     PERFORM 2900-WRITE-AUDIT-LINES
020900     IF WS-CARD-OK
021000         PERFORM 2950-JOURNAL-THE-CHANGES
021100     END-IF
021200     PERFORM 1100-READ-NEXT-CARD.
021300*=================================================================
021400*    2050-READ-MEMBER - FETCH AND SNAPSHOT THE BEFORE IMAGE
021500*=================================================================
021600 2050-READ-MEMBER.
021700     MOVE 'N' TO WS-MEMBER-ON-FILE-SW
021800     MOVE SPACES TO WS-BEFORE-IMAGE
021900     IF HC-CUSTOMER-ID NUMERIC
022000         AND HC-MEMBER-NO NUMERIC
022100         MOVE 'Y' TO WS-MEMBER-ON-FILE-SW
022200         MOVE HC-CUSTOMER-ID TO HHM-CUSTOMER-ID
022300         MOVE HC-MEMBER-NO TO HHM-MEMBER-NO
022400         READ HHMFILE
022500             INVALID KEY
022600                 MOVE 'N' TO WS-MEMBER-ON-FILE-SW
022700         END-READ
022800     END-IF
022900     IF WS-MEMBER-ON-FILE
023000         MOVE HHM-NAME               TO WS-BEFORE-NAME
023100         MOVE HHM-RELATIONSHIP       TO WS-BEFORE-RELATIONSHIP
023200         MOVE HHM-RENT-PERMISSION    TO WS-BEFORE-PERMISSION
023300         MOVE HHM-ACTIVE-FLAG        TO WS-BEFORE-ACTIVE
023310         MOVE HHM-BIRTH-DATE         TO WS-BEFORE-BIRTH-DATE
023320         MOVE HHM-RESTRICT-CONSENT   TO WS-BEFORE-CONSENT
023400     END-IF.
023500*=================================================================
023600*    2100-APPLY-ADD - AUTHORIZE A NEW RENTER ON THE ACCOUNT
023700*=================================================================
023800 2100-APPLY-ADD.
023900     PERFORM 2400-EDIT-CARD-FIELDS
024000     IF WS-CARD-OK
024100         AND WS-MEMBER-ON-FILE
024200         MOVE 'N' TO WS-CARD-OK-SW
024300         MOVE 'MEMBER ALREADY ON FILE'
024400             TO WS-REJECT-REASON
024500     END-IF
024510     IF WS-CARD-OK
024520         AND HC-BIRTH-DATE-X = SPACES
024530         MOVE 'N' TO WS-CARD-OK-SW
024540         MOVE 'BIRTH DATE IS REQUIRED'
024550             TO WS-REJECT-REASON
024560     END-IF
024600     IF WS-CARD-OK
024700         PERFORM 2450-CHECK-THE-ACCOUNT
024800     END-IF
024900     IF WS-CARD-OK
025000         MOVE HC-CUSTOMER-ID         TO HHM-CUSTOMER-ID
025100         MOVE HC-MEMBER-NO           TO HHM-MEMBER-NO
025200         MOVE HC-NAME                TO HHM-NAME
025300         MOVE HC-RELATIONSHIP        TO HHM-RELATIONSHIP
025400         IF HC-PERMISSION-VALID
025500             MOVE HC-PERMISSION      TO HHM-RENT-PERMISSION
025600         ELSE
025700             MOVE 'Y'                TO HHM-RENT-PERMISSION
025800         END-IF
025900         MOVE 'Y'                    TO HHM-ACTIVE-FLAG
025910         MOVE HC-BIRTH-DATE          TO HHM-BIRTH-DATE
025920         IF HC-CONSENT-VALID
025930             MOVE HC-CONSENT         TO HHM-RESTRICT-CONSENT
025940         ELSE
025950             MOVE 'N'                TO HHM-RESTRICT-CONSENT
025960         END-IF
026000         WRITE HOUSEHOLD-MEMBER-RECORD
026100             INVALID KEY
026200                 MOVE 'N' TO WS-CARD-OK-SW
026300                 MOVE 'HHMFILE WRITE FAILED'
026400                     TO WS-REJECT-REASON
026500         END-WRITE
026600     END-IF
026700     IF WS-CARD-OK
026800         ADD 1 TO WS-ADDS-APPLIED
026900     END-IF.
027000*=================================================================
027100*    2200-APPLY-CHANGE - REPLACE NAME/RELATIONSHIP/PERMISSION;
027200*    A CHANGE CARD ALSO REINSTATES A DEACTIVATED MEMBER
027300*=================================================================
027400 2200-APPLY-CHANGE.
027500     PERFORM 2400-EDIT-CARD-FIELDS
027600     IF WS-CARD-OK
027700         AND NOT WS-MEMBER-ON-FILE
027800         MOVE 'N' TO WS-CARD-OK-SW
027900         MOVE 'MEMBER NOT ON FILE'
028000             TO WS-REJECT-REASON
028100     END-IF
028200     IF WS-CARD-OK
028300         MOVE HC-NAME                TO HHM-NAME
028400         MOVE HC-RELATIONSHIP        TO HHM-RELATIONSHIP
028500         IF HC-PERMISSION-VALID
028600             MOVE HC-PERMISSION      TO HHM-RENT-PERMISSION
028700         END-IF
028800         MOVE 'Y'                    TO HHM-ACTIVE-FLAG
028810         IF HC-BIRTH-DATE-X NOT = SPACES
028820             MOVE HC-BIRTH-DATE      TO HHM-BIRTH-DATE
028830         END-IF
028840         IF HC-CONSENT-VALID
028850             MOVE HC-CONSENT         TO HHM-RESTRICT-CONSENT
028860         END-IF
028900         REWRITE HOUSEHOLD-MEMBER-RECORD
029000             INVALID KEY
029100                 MOVE 'N' TO WS-CARD-OK-SW
029200                 MOVE 'HHMFILE REWRITE FAILED'
029300                     TO WS-REJECT-REASON
029400         END-REWRITE
029500     END-IF
029600     IF WS-CARD-OK
029700         ADD 1 TO WS-CHANGES-APPLIED
029800     END-IF.
029900*=================================================================
030000*    2300-APPLY-DEACTIVATE - FLAG THE MEMBER INACTIVE
030100*=================================================================
030200 2300-APPLY-DEACTIVATE.
030300     IF NOT WS-MEMBER-ON-FILE
030400         MOVE 'N' TO WS-CARD-OK-SW
030500         MOVE 'MEMBER NOT ON FILE'
030600             TO WS-REJECT-REASON
030700     END-IF
030800     IF WS-CARD-OK
030900         AND HHM-IS-INACTIVE
031000         MOVE 'N' TO WS-CARD-OK-SW
031100         MOVE 'MEMBER ALREADY INACTIVE'
031200             TO WS-REJECT-REASON
031300     END-IF
031400     IF WS-CARD-OK
031500         MOVE 'N' TO HHM-ACTIVE-FLAG
031600         REWRITE HOUSEHOLD-MEMBER-RECORD
031700             INVALID KEY
031800                 MOVE 'N' TO WS-CARD-OK-SW
031900                 MOVE 'HHMFILE REWRITE FAILED'
032000                     TO WS-REJECT-REASON
032100         END-REWRITE
032200     END-IF
032300     IF WS-CARD-OK
032400         ADD 1 TO WS-DEACTIVATES-APPLIED
032500     END-IF.
032600*=================================================================
032700*    2400-EDIT-CARD-FIELDS - FIELD EDITS FOR ADD/CHANGE CARDS
032800*=================================================================
032900 2400-EDIT-CARD-FIELDS.
033000     IF HC-CUSTOMER-ID NOT NUMERIC
033100         OR HC-CUSTOMER-ID = ZERO
033200         MOVE 'N' TO WS-CARD-OK-SW
033300         MOVE 'CUSTOMER-ID NOT NUMERIC'
033400             TO WS-REJECT-REASON
033500     END-IF
033600     IF WS-CARD-OK
033700         AND (HC-MEMBER-NO NOT NUMERIC
033800             OR HC-MEMBER-NO = ZERO)
033900         MOVE 'N' TO WS-CARD-OK-SW
034000         MOVE 'MEMBER NUMBER NOT 01-99'
034100             TO WS-REJECT-REASON
034200     END-IF
034300     IF WS-CARD-OK
034400         AND HC-NAME = SPACES
034500         MOVE 'N' TO WS-CARD-OK-SW
034600         MOVE 'NAME IS REQUIRED'
034700             TO WS-REJECT-REASON
034800     END-IF
034900     IF WS-CARD-OK
035000         AND HC-RELATIONSHIP = SPACES
035100         MOVE 'N' TO WS-CARD-OK-SW
035200         MOVE 'RELATIONSHIP IS REQUIRED'
035300             TO WS-REJECT-REASON
035400     END-IF
035500     IF WS-CARD-OK
035600         AND HC-PERMISSION NOT = SPACE
035700         AND NOT HC-PERMISSION-VALID
035800         MOVE 'N' TO WS-CARD-OK-SW
035900         MOVE 'RENT PERMISSION NOT Y/N'
036000             TO WS-REJECT-REASON
036005     END-IF
036010     IF WS-CARD-OK
036015         AND HC-BIRTH-DATE-X NOT = SPACES
036020         AND (HC-BIRTH-DATE NOT NUMERIC
036025             OR HC-BIRTH-DATE < 19000101)
036030         MOVE 'N' TO WS-CARD-OK-SW
036035         MOVE 'BIRTH DATE NOT YYYYMMDD'
036040             TO WS-REJECT-REASON
036045     END-IF
036050     IF WS-CARD-OK
036055         AND HC-CONSENT NOT = SPACE
036060         AND NOT HC-CONSENT-VALID
036065         MOVE 'N' TO WS-CARD-OK-SW
036070         MOVE 'CONSENT FLAG NOT Y/N'
036075             TO WS-REJECT-REASON
036100     END-IF.
036200*=================================================================
036300*    2450-CHECK-THE-ACCOUNT - A MEMBER IS ONLY ADDED TO AN
036400*    ACTIVE ACCOUNT ALREADY ON CUSTFILE
036500*=================================================================
036600 2450-CHECK-THE-ACCOUNT.
036700     IF WS-CUSTFILE-AVAILABLE
036800         MOVE HC-CUSTOMER-ID TO CUSTOMER-ID
036900         READ CUSTFILE
037000             INVALID KEY
037100                 MOVE 'N' TO WS-CARD-OK-SW
037200                 MOVE 'CUSTOMER NOT ON FILE'
037300                     TO WS-REJECT-REASON
037400             NOT INVALID KEY
037500                 IF CUSTOMER-IS-INACTIVE
037600                     MOVE 'N' TO WS-CARD-OK-SW
037700                     MOVE 'CUSTOMER INACTIVE'
037800                         TO WS-REJECT-REASON
037900                 END-IF
038000         END-READ
038100     ELSE
038200         MOVE 'N' TO WS-CARD-OK-SW
038300         MOVE 'CUSTOMER FILE UNAVAILABLE'
038400             TO WS-REJECT-REASON
038500     END-IF.
038600*=================================================================
038700*    2900-WRITE-AUDIT-LINES - CARD DISPOSITION PLUS BEFORE AND
038800*    AFTER IMAGES FOR EVERY ACCEPTED UPDATE
038900*=================================================================
039000 2900-WRITE-AUDIT-LINES.
039100     MOVE HC-TRANS-TYPE              TO AH-TRANS-TYPE
039200     MOVE HC-CUSTOMER-ID             TO AH-CUSTOMER-ID
039300     MOVE HC-MEMBER-NO               TO AH-MEMBER-NO
039400     MOVE WS-REJECT-REASON           TO AH-REASON
039500     IF WS-CARD-OK
039600         MOVE 'ACCEPTED'             TO AH-DISPOSITION
039700     ELSE
039800         ADD 1 TO WS-CARDS-REJECTED
039900         MOVE 'REJECTED'             TO AH-DISPOSITION
040000     END-IF
040100     WRITE HHMAUD-LINE FROM WS-AUDIT-HEAD-LINE
040200     ADD 1 TO WS-AUDIT-LINES
040300     IF WS-CARD-OK
040400         IF WS-MEMBER-ON-FILE
040500             MOVE 'BEFORE '          TO AI-TAG
040600             MOVE WS-BEFORE-NAME     TO AI-NAME
040700             MOVE WS-BEFORE-RELATIONSHIP
040800                                     TO AI-RELATIONSHIP
040900             MOVE WS-BEFORE-PERMISSION
041000                                     TO AI-PERMISSION
041100             MOVE WS-BEFORE-ACTIVE   TO AI-ACTIVE
041110             MOVE WS-BEFORE-BIRTH-DATE
041120                                     TO AI-BIRTH-DATE
041130             MOVE WS-BEFORE-CONSENT  TO AI-CONSENT
041200             WRITE HHMAUD-LINE FROM WS-AUDIT-IMAGE-LINE
041300             ADD 1 TO WS-AUDIT-LINES
041400         END-IF
041500         MOVE 'AFTER  '              TO AI-TAG
041600         MOVE HHM-NAME               TO AI-NAME
041700         MOVE HHM-RELATIONSHIP       TO AI-RELATIONSHIP
041800         MOVE HHM-RENT-PERMISSION    TO AI-PERMISSION
041900         MOVE HHM-ACTIVE-FLAG        TO AI-ACTIVE
041910         MOVE HHM-BIRTH-DATE         TO AI-BIRTH-DATE
041920         MOVE HHM-RESTRICT-CONSENT   TO AI-CONSENT
042000         WRITE HHMAUD-LINE FROM WS-AUDIT-IMAGE-LINE
042100         ADD 1 TO WS-AUDIT-LINES
042200     END-IF.
042300*=================================================================
042400*    2950-JOURNAL-THE-CHANGES - ONE CHGJRNL LINE PER FIELD
042500*    THAT ACTUALLY CHANGED (AN ADD'S BEFORE IMAGE IS SPACES,
042600*    SO EVERY FILLED FIELD JOURNALS)
042700*=================================================================
042800 2950-JOURNAL-THE-CHANGES.
042900     MOVE 'HHMMNT  ' TO CJRN-PROGRAM
043000     MOVE SPACES TO CJRN-KEY
043100     MOVE HC-CUSTOMER-ID TO CJRN-KEY (1:6)
043200     MOVE '-' TO CJRN-KEY (7:1)
043300     MOVE HC-MEMBER-NO TO CJRN-KEY (8:2)
043400     MOVE SPACES TO CJRN-OPERATOR
043500     IF WS-BEFORE-NAME NOT = HHM-NAME
043600         MOVE 'MEMBER-NAME ' TO CJRN-FIELD
043700         MOVE WS-BEFORE-NAME (1:12) TO CJRN-OLD-VALUE
043800         MOVE HHM-NAME (1:12) TO CJRN-NEW-VALUE
043900         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
044000     END-IF
044100     IF WS-BEFORE-RELATIONSHIP NOT = HHM-RELATIONSHIP
044200         MOVE 'RELATIONSHIP' TO CJRN-FIELD
044300         MOVE WS-BEFORE-RELATIONSHIP TO CJRN-OLD-VALUE
044400         MOVE HHM-RELATIONSHIP TO CJRN-NEW-VALUE
044500         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
044600     END-IF
044700     IF WS-BEFORE-PERMISSION NOT = HHM-RENT-PERMISSION
044800         MOVE 'RENT-PERMIT ' TO CJRN-FIELD
044900         MOVE SPACES TO CJRN-OLD-VALUE
045000         MOVE WS-BEFORE-PERMISSION TO CJRN-OLD-VALUE (1:1)
045100         MOVE SPACES TO CJRN-NEW-VALUE
045200         MOVE HHM-RENT-PERMISSION TO CJRN-NEW-VALUE (1:1)
045300         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
045400     END-IF
045500     IF WS-BEFORE-ACTIVE NOT = HHM-ACTIVE-FLAG
045600         MOVE 'ACTIVE-FLAG ' TO CJRN-FIELD
045700         MOVE SPACES TO CJRN-OLD-VALUE
045800         MOVE WS-BEFORE-ACTIVE TO CJRN-OLD-VALUE (1:1)
045900         MOVE SPACES TO CJRN-NEW-VALUE
046000         MOVE HHM-ACTIVE-FLAG TO CJRN-NEW-VALUE (1:1)
046100         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
046105     END-IF
046110     IF WS-BEFORE-BIRTH-DATE NOT = HHM-BIRTH-DATE
046115         MOVE 'BIRTH-DATE  ' TO CJRN-FIELD
046120         MOVE WS-BEFORE-BIRTH-DATE TO CJRN-OLD-VALUE
046125         MOVE HHM-BIRTH-DATE TO CJRN-NEW-VALUE
046130         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
046135     END-IF
046140     IF WS-BEFORE-CONSENT NOT = HHM-RESTRICT-CONSENT
046145         MOVE 'RATED-CONSNT' TO CJRN-FIELD
046150         MOVE SPACES TO CJRN-OLD-VALUE
046155         MOVE WS-BEFORE-CONSENT TO CJRN-OLD-VALUE (1:1)
046160         MOVE SPACES TO CJRN-NEW-VALUE
046165         MOVE HHM-RESTRICT-CONSENT TO CJRN-NEW-VALUE (1:1)
046170         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
046200     END-IF.
046300*=================================================================
046400*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
046500*=================================================================
046600 3000-TERMINATE.
046700     CLOSE HHMFILE
046800     IF WS-CUSTFILE-AVAILABLE
046900         CLOSE CUSTFILE
047000     END-IF
047100     CLOSE HHMCARD-FILE
047200     CLOSE HHMAUD-RPT
047300     DISPLAY 'HHMMNT: CARDS READ        = ' WS-CARDS-READ
047400     DISPLAY 'HHMMNT: ADDS APPLIED      = ' WS-ADDS-APPLIED
047500     DISPLAY 'HHMMNT: CHANGES APPLIED   = ' WS-CHANGES-APPLIED
047600     DISPLAY 'HHMMNT: DEACTIVATED       = '
047700         WS-DEACTIVATES-APPLIED
047800     DISPLAY 'HHMMNT: CARDS REJECTED    = ' WS-CARDS-REJECTED.
047900*=================================================================
048000*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
048100*=================================================================
048200 9000-DISPLAY-VERSION-TRAILER.
048300     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='HHMMNT -'==
048400                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
