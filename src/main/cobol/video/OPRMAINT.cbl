000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    OPRMAINT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - OPERATOR SECURITY PROFILE
001200*                   MAINTENANCE.
001210*  2026-10-15 VSG   NEW P CARD SETS THE OPERATOR'S PHONE NUMBER
001220*                   (COLUMNS 5-16, BLANK CLEARS IT) FOR THE
001230*                   SEGREGATION-OF-DUTIES NAME/PHONE MATCH.
001240*  2026-10-15 VSG   MANAGER OVERRIDE FLAG IN COLUMN 75 OF THE
001250*                   ADD AND CHANGE CARDS (Y, N, BLANK TO LEAVE
001260*                   IT), SHOWN AFTER THE FUNCTION FLAGS ON OPRAUD.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR OPRFILE, THE OPERATOR SECURITY
001500*  PROFILES OPRAUTH AND THE CICS CAPTURE TRANSACTIONS CHECK.
001600*  AN ADD CARD SETS UP AN OPERATOR (ID, NAME, HOME STORE,
001700*  ACTIVE-FROM AND OPTIONAL ACTIVE-TO DATES, A Y/N FLAG FOR
001800*  EACH CONTROLLED FUNCTION AND FOR MANAGER OVERRIDE, WAIVER
001810*  AND REFUND LIMITS), A
001900*  CHANGE CARD AMENDS WHICHEVER FIELDS ARE FILLED - EACH
002000*  FUNCTION FLAG SEPARATELY - AND A REVOKE CARD ENDS THE
002100*  OPERATOR'S ACCESS ON THE CARD'S ACTIVE-TO DATE (OR TODAY'S
002110*  BUSINESS DATE WHEN BLANK).  A PHONE CARD SETS THE NUMBER
002120*  THE OPERATOR CAN BE REACHED ON.  THE PROFILE STAYS ON FILE SO
002300*  THE ACCESS LISTING STILL SHOWS WHO HAD WHAT.  EVERY CARD
002400*  LISTS ON THE OPRAUD AUDIT REPORT WITH ITS DISPOSITION, AND
002500*  EACH ACCEPTED FIELD CHANGE JOURNALS TO CHGJRNL UNDER THE
002600*  MAINTAINING OPERATOR'S ID.
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL OPRFILE ASSIGN TO 'IDXOPR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OPR-ID OF OPERATOR-RECORD
003800         FILE STATUS IS FC-OPRFILE-STATUS.
003900     SELECT OPRCARD-FILE ASSIGN TO 'OPRCARD'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FC-OPRCARD-STATUS.
004200     SELECT OPRAUD-RPT ASSIGN TO 'OPRAUD'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FC-OPRAUD-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OPRFILE.
004800 COPY OPRREC.
004900 FD  OPRCARD-FILE
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  OPR-TRANS-CARD.
005200     05  OM-TRANS-TYPE              PIC X(1).
005300         88  OM-ADD                 VALUE 'A'.
005400         88  OM-CHANGE              VALUE 'C'.
005500         88  OM-REVOKE              VALUE 'X'.
005510         88  OM-PHONE-CARD          VALUE 'P'.
005600     05  OM-OPERATOR-ID             PIC X(3).
005700     05  OM-NAME                    PIC X(30).
005710*    A PHONE CARD CARRIES THE NUMBER WHERE THE NAME WOULD BE
005720     05  OM-PHONE-AREA REDEFINES OM-NAME.
005730         10  OM-PHONE               PIC X(12).
005740         10  FILLER                 PIC X(18).
005800     05  OM-HOME-STORE              PIC 9(2).
005900     05  OM-HOME-STORE-X REDEFINES OM-HOME-STORE
006000                                    PIC X(2).
006100     05  OM-ACTIVE-FROM             PIC 9(8).
006200     05  OM-ACTIVE-FROM-X REDEFINES OM-ACTIVE-FROM
006300                                    PIC X(8).
006400     05  OM-ACTIVE-TO               PIC 9(8).
006500     05  OM-ACTIVE-TO-X REDEFINES OM-ACTIVE-TO
006600                                    PIC X(8).
006700*    FUNCTION FLAGS IN OPRREC ORDER - WAIVE, WRITE-OFF, RATE,
006800*    MERGE, REFUND - EACH Y OR N, BLANK ON A CHANGE CARD TO
006900*    LEAVE THAT FLAG AS IT STANDS
007000     05  OM-FUNCTIONS.
007100         10  OM-FUNCTION-FLAG       PIC X(1) OCCURS 5 TIMES.
007200     05  OM-WAIVE-LIMIT             PIC 9(5)V99.
007300     05  OM-WAIVE-LIMIT-X REDEFINES OM-WAIVE-LIMIT
007400                                    PIC X(7).
007500     05  OM-REFUND-LIMIT            PIC 9(5)V99.
007600     05  OM-REFUND-LIMIT-X REDEFINES OM-REFUND-LIMIT
007700                                    PIC X(7).
007800     05  OM-MAINT-OPERATOR          PIC X(3).
007810     05  OM-OVERRIDE-FLAG           PIC X(1).
007900     05  FILLER                     PIC X(5).
008000 FD  OPRAUD-RPT
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  OPRAUD-LINE                    PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*=================================================================
008500 COPY VERSTAMP.
008600 COPY REGCHKQ.
008700 COPY CHGJRNQ.
008800 01  FC-STATUSES.
008900     05  FC-OPRFILE-STATUS          PIC X(2).
009000     05  FC-OPRCARD-STATUS          PIC X(2).
009100     05  FC-OPRAUD-STATUS           PIC X(2).
009200 01  WS-SWITCHES.
009300     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009400         88  WS-EOF                 VALUE 'Y'.
009500     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009600         88  WS-CARD-OK             VALUE 'Y'.
009700     05  WS-OPR-ON-FILE-SW          PIC X(1) VALUE 'N'.
009800         88  WS-OPR-ON-FILE         VALUE 'Y'.
009900 01  WS-REJECT-REASON               PIC X(30).
010000 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
010100 01  WS-FLAG-SUB                    PIC 9(1) COMP.
010200 01  WS-FUNCTION-FLAGS.
010300     05  WS-FUNCTION-FLAG           PIC X(1) OCCURS 5 TIMES.
010400 01  WS-BEFORE-IMAGE.
010500     05  WS-BEFORE-NAME             PIC X(30).
010600     05  WS-BEFORE-HOME-STORE       PIC X(2).
010700     05  WS-BEFORE-ACTIVE-FROM      PIC X(8).
010800     05  WS-BEFORE-ACTIVE-TO        PIC X(8).
010900     05  WS-BEFORE-FUNCTIONS        PIC X(5).
011000     05  WS-BEFORE-WAIVE-LIMIT      PIC X(7).
011100     05  WS-BEFORE-REFUND-LIMIT     PIC X(7).
011110     05  WS-BEFORE-PHONE            PIC X(12).
011120     05  WS-BEFORE-OVERRIDE         PIC X(1).
011200 01  WS-AFTER-IMAGE.
011300     05  WS-AFTER-HOME-STORE        PIC 9(2).
011400     05  WS-AFTER-ACTIVE-FROM       PIC 9(8).
011500     05  WS-AFTER-ACTIVE-TO         PIC 9(8).
011600     05  WS-AFTER-WAIVE-LIMIT       PIC 9(5)V99.
011700     05  WS-AFTER-REFUND-LIMIT      PIC 9(5)V99.
011800 01  WS-AFTER-IMAGE-X REDEFINES WS-AFTER-IMAGE.
011900     05  WS-AFTER-HOME-STORE-X      PIC X(2).
012000     05  WS-AFTER-ACTIVE-FROM-X     PIC X(8).
012100     05  WS-AFTER-ACTIVE-TO-X       PIC X(8).
012200     05  WS-AFTER-WAIVE-LIMIT-X     PIC X(7).
012300     05  WS-AFTER-REFUND-LIMIT-X    PIC X(7).
012400 01  WS-COUNTERS.
012500     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
012600     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
012700     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
012800     05  WS-REVOKES-APPLIED         PIC 9(5) VALUE ZERO.
012810     05  WS-PHONES-APPLIED          PIC 9(5) VALUE ZERO.
012900     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
013000     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
013100 01  WS-AUDIT-DETAIL.
013200     05  FILLER                     PIC X(1)  VALUE SPACE.
013300     05  AH-TRANS-TYPE              PIC X(1).
013400     05  FILLER                     PIC X(2)  VALUE SPACE.
013500     05  AH-OPERATOR-ID             PIC X(3).
013600     05  FILLER                     PIC X(2)  VALUE SPACE.
013700     05  AH-NAME                    PIC X(15).
013800     05  FILLER                     PIC X(1)  VALUE SPACE.
013900     05  AH-FUNCTIONS               PIC X(5).
013910     05  AH-OVERRIDE                PIC X(1).
014000     05  FILLER                     PIC X(1)  VALUE SPACE.
014100     05  AH-ACTIVE-TO               PIC X(8).
014200     05  FILLER                     PIC X(1)  VALUE SPACE.
014300     05  AH-DISPOSITION             PIC X(8).
014400     05  FILLER                     PIC X(1)  VALUE SPACE.
014500     05  AH-REASON                  PIC X(30).
014600 PROCEDURE DIVISION.
014700*=================================================================
014800 0000-MAINLINE.
014900     PERFORM 0900-DISPLAY-VERSION-STAMP
015000     PERFORM 1000-INITIALIZE
015100     PERFORM 2000-PROCESS-OPR-CARD
015200         UNTIL WS-EOF
015300     PERFORM 3000-TERMINATE
015400     PERFORM 9000-DISPLAY-VERSION-TRAILER
015500     STOP RUN.
015600*=================================================================
015700*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
015800*=================================================================
015900 0900-DISPLAY-VERSION-STAMP.
016000     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='OPRMAINT -'==
016100                             ==:PROGVERS:== BY =='Version 001'==.
016200*=================================================================
016300*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
016400*=================================================================
016500 1000-INITIALIZE.
016600     MOVE 'OPRMAINT' TO RCHK-CALLER
016700     CALL 'REGCHK' USING REGION-CHECK
016800     IF RCHK-MISMATCH
016900         DISPLAY 'OPRMAINT: REGION INTERLOCK - UPDATES REFUSED'
017000         MOVE 12 TO RETURN-CODE
017100         STOP RUN
017200     END-IF
017300     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
017400     OPEN I-O OPRFILE
017500     IF FC-OPRFILE-STATUS NOT = '00'
017600         AND FC-OPRFILE-STATUS NOT = '05'
017700         DISPLAY 'OPRMAINT: UNABLE TO OPEN OPRFILE, STATUS='
017800             FC-OPRFILE-STATUS
017900         MOVE 'Y' TO WS-EOF-SW
018000     END-IF
018100     OPEN INPUT OPRCARD-FILE
018200     IF FC-OPRCARD-STATUS NOT = '00'
018300         MOVE 'Y' TO WS-EOF-SW
018400     END-IF
018500     OPEN OUTPUT OPRAUD-RPT
018600     IF NOT RCHK-IN-PROD
018700         WRITE OPRAUD-LINE FROM RCHK-WATERMARK
018800     END-IF
018900     PERFORM 1100-READ-NEXT-CARD.
019000*=================================================================
019100*    1100-READ-NEXT-CARD
019200*=================================================================
019300 1100-READ-NEXT-CARD.
019400     READ OPRCARD-FILE
019500         AT END
019600             MOVE 'Y' TO WS-EOF-SW
019700     END-READ
019800     IF NOT WS-EOF
019900         ADD 1 TO WS-CARDS-READ
020000     END-IF.
020100*=================================================================
020200*    2000-PROCESS-OPR-CARD - APPLY ONE MAINTENANCE CARD
020300*=================================================================
020400 2000-PROCESS-OPR-CARD.
020500     MOVE 'Y' TO WS-CARD-OK-SW
020600     MOVE SPACES TO WS-REJECT-REASON
020700     PERFORM 2050-READ-OPERATOR
020800     EVALUATE TRUE
020900         WHEN OM-ADD
021000             PERFORM 2100-APPLY-ADD
021100         WHEN OM-CHANGE
021200             PERFORM 2200-APPLY-CHANGE
021300         WHEN OM-REVOKE
021400             PERFORM 2300-APPLY-REVOKE
021410         WHEN OM-PHONE-CARD
021420             PERFORM 2350-APPLY-PHONE
021500         WHEN OTHER
021600             MOVE 'N' TO WS-CARD-OK-SW
021700             MOVE 'INVALID TRANSACTION TYPE'
021800                 TO WS-REJECT-REASON
021900     END-EVALUATE
022000     PERFORM 2900-WRITE-AUDIT-LINE
022100     IF WS-CARD-OK
022200         PERFORM 2950-JOURNAL-THE-CHANGES
022300     END-IF
022400     PERFORM 1100-READ-NEXT-CARD.
022500*=================================================================
022600*    2050-READ-OPERATOR - FETCH AND SNAPSHOT THE BEFORE IMAGE
022700*=================================================================
022800 2050-READ-OPERATOR.
022900     MOVE 'Y' TO WS-OPR-ON-FILE-SW
023000     MOVE SPACES TO WS-BEFORE-IMAGE
023100     MOVE OM-OPERATOR-ID TO OPR-ID
023200     READ OPRFILE
023300         INVALID KEY
023400             MOVE 'N' TO WS-OPR-ON-FILE-SW
023500     END-READ
023600     IF WS-OPR-ON-FILE
023700         MOVE OPR-NAME               TO WS-BEFORE-NAME
023800         MOVE OPR-HOME-STORE         TO WS-BEFORE-HOME-STORE
023900         MOVE OPR-ACTIVE-FROM        TO WS-BEFORE-ACTIVE-FROM
024000         MOVE OPR-ACTIVE-TO          TO WS-BEFORE-ACTIVE-TO
024100         MOVE OPR-FUNCTIONS          TO WS-BEFORE-FUNCTIONS
024200         MOVE OPR-WAIVE-LIMIT        TO WS-AFTER-WAIVE-LIMIT
024300         MOVE WS-AFTER-WAIVE-LIMIT-X TO WS-BEFORE-WAIVE-LIMIT
024400         MOVE OPR-REFUND-LIMIT       TO WS-AFTER-REFUND-LIMIT
024500         MOVE WS-AFTER-REFUND-LIMIT-X
024600                                     TO WS-BEFORE-REFUND-LIMIT
024610         MOVE OPR-PHONE              TO WS-BEFORE-PHONE
024620         MOVE OPR-OVERRIDE-FLAG      TO WS-BEFORE-OVERRIDE
024700     END-IF.
024800*=================================================================
024900*    2100-APPLY-ADD - SET UP A NEW OPERATOR
025000*=================================================================
025100 2100-APPLY-ADD.
025200     PERFORM 2400-EDIT-CARD-FIELDS
025300     IF WS-CARD-OK
025400         AND WS-OPR-ON-FILE
025500         MOVE 'N' TO WS-CARD-OK-SW
025600         MOVE 'OPERATOR ALREADY ON FILE'
025700             TO WS-REJECT-REASON
025800     END-IF
025900     IF WS-CARD-OK
026000         AND OM-NAME = SPACES
026100         MOVE 'N' TO WS-CARD-OK-SW
026200         MOVE 'NAME IS REQUIRED'
026300             TO WS-REJECT-REASON
026400     END-IF
026500     IF WS-CARD-OK
026600         AND (OM-HOME-STORE NOT NUMERIC
026700             OR OM-ACTIVE-FROM NOT NUMERIC
026800             OR OM-ACTIVE-FROM = ZERO)
026900         MOVE 'N' TO WS-CARD-OK-SW
027000         MOVE 'STORE AND ACTIVE-FROM REQUIRED'
027100             TO WS-REJECT-REASON
027200     END-IF
027300     IF WS-CARD-OK
027400         MOVE OM-OPERATOR-ID         TO OPR-ID
027500         MOVE OM-NAME                TO OPR-NAME
027600         MOVE OM-HOME-STORE          TO OPR-HOME-STORE
027700         MOVE OM-ACTIVE-FROM         TO OPR-ACTIVE-FROM
027800         MOVE ZERO                   TO OPR-ACTIVE-TO
027900         IF OM-ACTIVE-TO NUMERIC
028000             MOVE OM-ACTIVE-TO       TO OPR-ACTIVE-TO
028100         END-IF
028200         MOVE 'NNNNN'                TO WS-FUNCTION-FLAGS
028300         PERFORM 2450-MERGE-ONE-FLAG
028400             VARYING WS-FLAG-SUB FROM 1 BY 1
028500             UNTIL WS-FLAG-SUB > 5
028600         MOVE WS-FUNCTION-FLAGS      TO OPR-FUNCTIONS
028700         MOVE ZERO                   TO OPR-WAIVE-LIMIT
028800         IF OM-WAIVE-LIMIT NUMERIC
028900             MOVE OM-WAIVE-LIMIT     TO OPR-WAIVE-LIMIT
029000         END-IF
029100         MOVE ZERO                   TO OPR-REFUND-LIMIT
029200         IF OM-REFUND-LIMIT NUMERIC
029300             MOVE OM-REFUND-LIMIT    TO OPR-REFUND-LIMIT
029400         END-IF
029500         MOVE WS-CURRENT-DATE-YYYYMMDD
029600                                     TO OPR-LAST-MAINT-DATE
029610         MOVE SPACES                 TO OPR-PHONE
029620         MOVE 'N'                    TO OPR-OVERRIDE-FLAG
029630         IF OM-OVERRIDE-FLAG = 'Y'
029640             MOVE 'Y'                TO OPR-OVERRIDE-FLAG
029650         END-IF
029700         WRITE OPERATOR-RECORD
029800             INVALID KEY
029900                 MOVE 'N' TO WS-CARD-OK-SW
030000                 MOVE 'OPRFILE WRITE FAILED'
030100                     TO WS-REJECT-REASON
030200         END-WRITE
030300     END-IF
030400     IF WS-CARD-OK
030500         ADD 1 TO WS-ADDS-APPLIED
030600     END-IF.
030700*=================================================================
030800*    2200-APPLY-CHANGE - AMEND THE FILLED FIELDS
030900*=================================================================
031000 2200-APPLY-CHANGE.
031100     PERFORM 2400-EDIT-CARD-FIELDS
031200     IF WS-CARD-OK
031300         AND NOT WS-OPR-ON-FILE
031400         MOVE 'N' TO WS-CARD-OK-SW
031500         MOVE 'OPERATOR NOT ON FILE'
031600             TO WS-REJECT-REASON
031700     END-IF
031800     IF WS-CARD-OK
031900         AND OM-HOME-STORE NOT NUMERIC
032000         AND OM-HOME-STORE-X NOT = SPACES
032100         MOVE 'N' TO WS-CARD-OK-SW
032200         MOVE 'HOME STORE INVALID'
032300             TO WS-REJECT-REASON
032400     END-IF
032500     IF WS-CARD-OK
032600         AND OM-ACTIVE-FROM NOT NUMERIC
032700         AND OM-ACTIVE-FROM-X NOT = SPACES
032800         MOVE 'N' TO WS-CARD-OK-SW
032900         MOVE 'ACTIVE-FROM DATE INVALID'
033000             TO WS-REJECT-REASON
033100     END-IF
033200     IF WS-CARD-OK
033300         IF OM-NAME NOT = SPACES
033400             MOVE OM-NAME            TO OPR-NAME
033500         END-IF
033600         IF OM-HOME-STORE NUMERIC
033700             MOVE OM-HOME-STORE      TO OPR-HOME-STORE
033800         END-IF
033900         IF OM-ACTIVE-FROM NUMERIC
034000             AND OM-ACTIVE-FROM > ZERO
034100             MOVE OM-ACTIVE-FROM     TO OPR-ACTIVE-FROM
034200         END-IF
034300         IF OM-ACTIVE-TO NUMERIC
034400             MOVE OM-ACTIVE-TO       TO OPR-ACTIVE-TO
034500         END-IF
034600         MOVE OPR-FUNCTIONS          TO WS-FUNCTION-FLAGS
034700         PERFORM 2450-MERGE-ONE-FLAG
034800             VARYING WS-FLAG-SUB FROM 1 BY 1
034900             UNTIL WS-FLAG-SUB > 5
035000         MOVE WS-FUNCTION-FLAGS      TO OPR-FUNCTIONS
035010         IF OM-OVERRIDE-FLAG NOT = SPACE
035020             MOVE OM-OVERRIDE-FLAG   TO OPR-OVERRIDE-FLAG
035030         END-IF
035100         IF OM-WAIVE-LIMIT NUMERIC
035200             MOVE OM-WAIVE-LIMIT     TO OPR-WAIVE-LIMIT
035300         END-IF
035400         IF OM-REFUND-LIMIT NUMERIC
035500             MOVE OM-REFUND-LIMIT    TO OPR-REFUND-LIMIT
035600         END-IF
035700         MOVE WS-CURRENT-DATE-YYYYMMDD
035800                                     TO OPR-LAST-MAINT-DATE
035900         REWRITE OPERATOR-RECORD
036000             INVALID KEY
036100                 MOVE 'N' TO WS-CARD-OK-SW
036200                 MOVE 'OPRFILE REWRITE FAILED'
036300                     TO WS-REJECT-REASON
036400         END-REWRITE
036500     END-IF
036600     IF WS-CARD-OK
036700         ADD 1 TO WS-CHANGES-APPLIED
036800     END-IF.
036900*=================================================================
037000*    2300-APPLY-REVOKE - ACCESS ENDS ON THE CARD'S ACTIVE-TO
037100*    DATE, OR THE BUSINESS DATE WHEN THE CARD LEAVES IT BLANK
037200*=================================================================
037300 2300-APPLY-REVOKE.
037400     IF NOT WS-OPR-ON-FILE
037500         MOVE 'N' TO WS-CARD-OK-SW
037600         MOVE 'OPERATOR NOT ON FILE'
037700             TO WS-REJECT-REASON
037800     END-IF
037900     IF WS-CARD-OK
038000         AND OM-ACTIVE-TO NOT NUMERIC
038100         AND OM-ACTIVE-TO-X NOT = SPACES
038200         MOVE 'N' TO WS-CARD-OK-SW
038300         MOVE 'ACTIVE-TO DATE INVALID'
038400             TO WS-REJECT-REASON
038500     END-IF
038600     IF WS-CARD-OK
038700         IF OM-ACTIVE-TO NUMERIC
038800             AND OM-ACTIVE-TO > ZERO
038900             MOVE OM-ACTIVE-TO       TO OPR-ACTIVE-TO
039000         ELSE
039100             MOVE WS-CURRENT-DATE-YYYYMMDD
039200                                     TO OPR-ACTIVE-TO
039300         END-IF
039400         MOVE WS-CURRENT-DATE-YYYYMMDD
039500                                     TO OPR-LAST-MAINT-DATE
039600         REWRITE OPERATOR-RECORD
039700             INVALID KEY
039800                 MOVE 'N' TO WS-CARD-OK-SW
039900                 MOVE 'OPRFILE REWRITE FAILED'
040000                     TO WS-REJECT-REASON
040100         END-REWRITE
040200     END-IF
040300     IF WS-CARD-OK
040400         ADD 1 TO WS-REVOKES-APPLIED
040500     END-IF.
040502*=================================================================
040504*    2350-APPLY-PHONE - SET OR CLEAR THE OPERATOR'S PHONE
040506*=================================================================
040508 2350-APPLY-PHONE.
040510     IF NOT WS-OPR-ON-FILE
040512         MOVE 'N' TO WS-CARD-OK-SW
040514         MOVE 'OPERATOR NOT ON FILE'
040516             TO WS-REJECT-REASON
040518     END-IF
040520     IF WS-CARD-OK
040522         AND OM-MAINT-OPERATOR = SPACES
040524         MOVE 'N' TO WS-CARD-OK-SW
040526         MOVE 'MAINTAINING OPERATOR REQUIRED'
040528             TO WS-REJECT-REASON
040530     END-IF
040532     IF WS-CARD-OK
040534         MOVE OM-PHONE               TO OPR-PHONE
040536         MOVE WS-CURRENT-DATE-YYYYMMDD
040538                                     TO OPR-LAST-MAINT-DATE
040540         REWRITE OPERATOR-RECORD
040542             INVALID KEY
040544                 MOVE 'N' TO WS-CARD-OK-SW
040546                 MOVE 'OPRFILE REWRITE FAILED'
040548                     TO WS-REJECT-REASON
040550         END-REWRITE
040552     END-IF
040554     IF WS-CARD-OK
040556         ADD 1 TO WS-PHONES-APPLIED
040558     END-IF.
040600*=================================================================
040700*    2400-EDIT-CARD-FIELDS - FIELD EDITS FOR ADD/CHANGE CARDS
040800*=================================================================
040900 2400-EDIT-CARD-FIELDS.
041000     IF OM-OPERATOR-ID = SPACES
041100         MOVE 'N' TO WS-CARD-OK-SW
041200         MOVE 'OPERATOR ID IS REQUIRED'
041300             TO WS-REJECT-REASON
041400     END-IF
041500     IF WS-CARD-OK
041600         AND OM-ACTIVE-TO NOT NUMERIC
041700         AND OM-ACTIVE-TO-X NOT = SPACES
041800         MOVE 'N' TO WS-CARD-OK-SW
041900         MOVE 'ACTIVE-TO DATE INVALID'
042000             TO WS-REJECT-REASON
042100     END-IF
042200     IF WS-CARD-OK
042300         AND OM-FUNCTIONS NOT = SPACES
042400         PERFORM 2410-EDIT-ONE-FLAG
042500             VARYING WS-FLAG-SUB FROM 1 BY 1
042600             UNTIL WS-FLAG-SUB > 5
042700     END-IF
042710     IF WS-CARD-OK
042720         AND OM-OVERRIDE-FLAG NOT = 'Y'
042730         AND OM-OVERRIDE-FLAG NOT = 'N'
042740         AND OM-OVERRIDE-FLAG NOT = SPACE
042750         MOVE 'N' TO WS-CARD-OK-SW
042760         MOVE 'OVERRIDE FLAG NOT Y OR N'
042770             TO WS-REJECT-REASON
042780     END-IF
042800     IF WS-CARD-OK
042900         AND ((OM-WAIVE-LIMIT NOT NUMERIC
043000             AND OM-WAIVE-LIMIT-X NOT = SPACES)
043100             OR (OM-REFUND-LIMIT NOT NUMERIC
043200             AND OM-REFUND-LIMIT-X NOT = SPACES))
043300         MOVE 'N' TO WS-CARD-OK-SW
043400         MOVE 'DOLLAR LIMIT NOT NUMERIC'
043500             TO WS-REJECT-REASON
043600     END-IF
043700     IF WS-CARD-OK
043800         AND OM-MAINT-OPERATOR = SPACES
043900         MOVE 'N' TO WS-CARD-OK-SW
044000         MOVE 'MAINTAINING OPERATOR REQUIRED'
044100             TO WS-REJECT-REASON
044200     END-IF.
044300*=================================================================
044400*    2410-EDIT-ONE-FLAG - Y, N, OR BLANK
044500*=================================================================
044600 2410-EDIT-ONE-FLAG.
044700     IF OM-FUNCTION-FLAG (WS-FLAG-SUB) NOT = 'Y'
044800         AND OM-FUNCTION-FLAG (WS-FLAG-SUB) NOT = 'N'
044900         AND OM-FUNCTION-FLAG (WS-FLAG-SUB) NOT = SPACE
045000         MOVE 'N' TO WS-CARD-OK-SW
045100         MOVE 'FUNCTION FLAG NOT Y OR N'
045200             TO WS-REJECT-REASON
045300     END-IF.
045400*=================================================================
045500*    2450-MERGE-ONE-FLAG - A FILLED CARD FLAG REPLACES THE
045600*    FLAG ON FILE
045700*=================================================================
045800 2450-MERGE-ONE-FLAG.
045900     IF OM-FUNCTION-FLAG (WS-FLAG-SUB) NOT = SPACE
046000         MOVE OM-FUNCTION-FLAG (WS-FLAG-SUB)
046100             TO WS-FUNCTION-FLAG (WS-FLAG-SUB)
046200     END-IF.
046300*=================================================================
046400*    2900-WRITE-AUDIT-LINE
046500*=================================================================
046600 2900-WRITE-AUDIT-LINE.
046700     MOVE OM-TRANS-TYPE              TO AH-TRANS-TYPE
046800     MOVE OM-OPERATOR-ID             TO AH-OPERATOR-ID
046900     IF WS-CARD-OK
047000         MOVE OPR-NAME               TO AH-NAME
047100         MOVE OPR-FUNCTIONS          TO AH-FUNCTIONS
047110         MOVE OPR-OVERRIDE-FLAG      TO AH-OVERRIDE
047200         MOVE OPR-ACTIVE-TO          TO WS-AFTER-ACTIVE-TO
047300         MOVE WS-AFTER-ACTIVE-TO-X   TO AH-ACTIVE-TO
047400     ELSE
047500         MOVE OM-NAME                TO AH-NAME
047600         MOVE OM-FUNCTIONS           TO AH-FUNCTIONS
047610         MOVE OM-OVERRIDE-FLAG       TO AH-OVERRIDE
047700         MOVE OM-ACTIVE-TO-X         TO AH-ACTIVE-TO
047800     END-IF
047900     MOVE WS-REJECT-REASON           TO AH-REASON
048000     IF WS-CARD-OK
048100         MOVE 'ACCEPTED'             TO AH-DISPOSITION
048200     ELSE
048300         ADD 1 TO WS-CARDS-REJECTED
048400         MOVE 'REJECTED'             TO AH-DISPOSITION
048500     END-IF
048600     WRITE OPRAUD-LINE FROM WS-AUDIT-DETAIL
048700     ADD 1 TO WS-AUDIT-LINES.
048800*=================================================================
048900*    2950-JOURNAL-THE-CHANGES - ONE CHGJRNL LINE PER FIELD
049000*    THAT ACTUALLY CHANGED (AN ADD'S BEFORE IMAGE IS SPACES,
049100*    SO EVERY FIELD JOURNALS)
049200*=================================================================
049300 2950-JOURNAL-THE-CHANGES.
049400     MOVE 'OPRMAINT' TO CJRN-PROGRAM
049500     MOVE SPACES TO CJRN-KEY
049600     MOVE OPR-ID TO CJRN-KEY (1:3)
049700     MOVE OM-MAINT-OPERATOR TO CJRN-OPERATOR
049800     MOVE OPR-HOME-STORE TO WS-AFTER-HOME-STORE
049900     MOVE OPR-ACTIVE-FROM TO WS-AFTER-ACTIVE-FROM
050000     MOVE OPR-ACTIVE-TO TO WS-AFTER-ACTIVE-TO
050100     MOVE OPR-WAIVE-LIMIT TO WS-AFTER-WAIVE-LIMIT
050200     MOVE OPR-REFUND-LIMIT TO WS-AFTER-REFUND-LIMIT
050300     IF WS-BEFORE-NAME NOT = OPR-NAME
050400         MOVE 'NAME        ' TO CJRN-FIELD
050500         MOVE WS-BEFORE-NAME (1:12) TO CJRN-OLD-VALUE
050600         MOVE OPR-NAME (1:12) TO CJRN-NEW-VALUE
050700         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
050800     END-IF
050900     IF WS-BEFORE-HOME-STORE NOT = WS-AFTER-HOME-STORE-X
051000         MOVE 'HOME-STORE  ' TO CJRN-FIELD
051100         MOVE WS-BEFORE-HOME-STORE TO CJRN-OLD-VALUE
051200         MOVE WS-AFTER-HOME-STORE-X TO CJRN-NEW-VALUE
051300         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
051400     END-IF
051500     IF WS-BEFORE-ACTIVE-FROM NOT = WS-AFTER-ACTIVE-FROM-X
051600         MOVE 'ACTIVE-FROM ' TO CJRN-FIELD
051700         MOVE WS-BEFORE-ACTIVE-FROM TO CJRN-OLD-VALUE
051800         MOVE WS-AFTER-ACTIVE-FROM-X TO CJRN-NEW-VALUE
051900         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
052000     END-IF
052100     IF WS-BEFORE-ACTIVE-TO NOT = WS-AFTER-ACTIVE-TO-X
052200         MOVE 'ACTIVE-TO   ' TO CJRN-FIELD
052300         MOVE WS-BEFORE-ACTIVE-TO TO CJRN-OLD-VALUE
052400         MOVE WS-AFTER-ACTIVE-TO-X TO CJRN-NEW-VALUE
052500         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
052600     END-IF
052700     IF WS-BEFORE-FUNCTIONS NOT = OPR-FUNCTIONS
052800         MOVE 'FUNCTIONS   ' TO CJRN-FIELD
052900         MOVE WS-BEFORE-FUNCTIONS TO CJRN-OLD-VALUE
053000         MOVE OPR-FUNCTIONS TO CJRN-NEW-VALUE
053100         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
053200     END-IF
053300     IF WS-BEFORE-WAIVE-LIMIT NOT = WS-AFTER-WAIVE-LIMIT-X
053400         MOVE 'WAIVE-LIMIT ' TO CJRN-FIELD
053500         MOVE WS-BEFORE-WAIVE-LIMIT TO CJRN-OLD-VALUE
053600         MOVE WS-AFTER-WAIVE-LIMIT-X TO CJRN-NEW-VALUE
053700         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
053800     END-IF
053900     IF WS-BEFORE-REFUND-LIMIT NOT = WS-AFTER-REFUND-LIMIT-X
054000         MOVE 'REFUND-LIMIT' TO CJRN-FIELD
054100         MOVE WS-BEFORE-REFUND-LIMIT TO CJRN-OLD-VALUE
054200         MOVE WS-AFTER-REFUND-LIMIT-X TO CJRN-NEW-VALUE
054300         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
054310     END-IF
054320     IF WS-BEFORE-PHONE NOT = OPR-PHONE
054330         MOVE 'PHONE       ' TO CJRN-FIELD
054340         MOVE WS-BEFORE-PHONE TO CJRN-OLD-VALUE
054350         MOVE OPR-PHONE TO CJRN-NEW-VALUE
054360         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
054370     END-IF
054380     IF WS-BEFORE-OVERRIDE NOT = OPR-OVERRIDE-FLAG
054382         MOVE 'OVERRIDE    ' TO CJRN-FIELD
054384         MOVE WS-BEFORE-OVERRIDE TO CJRN-OLD-VALUE
054386         MOVE OPR-OVERRIDE-FLAG TO CJRN-NEW-VALUE
054388         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
054400     END-IF.
054500*=================================================================
054600*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
054700*=================================================================
054800 3000-TERMINATE.
054900     CLOSE OPRFILE
055000     CLOSE OPRCARD-FILE
055100     CLOSE OPRAUD-RPT
055200     DISPLAY 'OPRMAINT: CARDS READ        = ' WS-CARDS-READ
055300     DISPLAY 'OPRMAINT: ADDS APPLIED      = ' WS-ADDS-APPLIED
055400     DISPLAY 'OPRMAINT: CHANGES APPLIED   = ' WS-CHANGES-APPLIED
055500     DISPLAY 'OPRMAINT: REVOKES APPLIED   = ' WS-REVOKES-APPLIED
055510     DISPLAY 'OPRMAINT: PHONES APPLIED    = ' WS-PHONES-APPLIED
055600     DISPLAY 'OPRMAINT: CARDS REJECTED    = ' WS-CARDS-REJECTED.
055700*=================================================================
055800*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
055900*=================================================================
056000 9000-DISPLAY-VERSION-TRAILER.
056100     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='OPRMAINT -'==
056200                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
