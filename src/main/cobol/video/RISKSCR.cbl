000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    RISKSCR.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - NIGHTLY CUSTOMER RISK
001200*                   SCORE AND BAND FROM THE COLLECTIONS TRAIL.
001210*  2026-10-15 VSG   A COLREG LINE COUNTS AS A PLACEMENT ON ITS
001220*                   'PLACED' PREFIX, SO A PLACEMENT OVERRIDING
001230*                   THE CONTACT PREFERENCE IS SCORED TOO.
001300*=================================================================
001400*  COMBINES THE SIGNALS OF A BAD RISK THAT ARE SCATTERED OVER
001500*  THE NIGHTLY REGISTERS INTO ONE SCORE AND BAND PER CUSTOMER
001600*  ON RISKFILE:
001700*    - NSFREG   ACCEPTED BOUNCED-CHECK REVERSALS       (EVENT)
001800*    - COLREG   ACCOUNTS PLACED WITH THE AGENCY        (EVENT)
001900*    - WOCUST   WRITE-OFFS SETTLED AGAINST A RENTAL    (EVENT)
002000*    - RENTFILE/RENTHIST  RENTALS CLOSED LOST          (STATE)
002100*    - AGING    60- AND 90-DAY FEE BUCKETS             (STATE)
002200*  EVENT COUNTS ACCUMULATE NIGHT OVER NIGHT; THE CONTROL
002300*  RECORD (CUSTOMER ZERO) HOLDS THE DATE THEY WERE LAST POSTED
002400*  SO A RERUN OF THE SAME NIGHT DOES NOT COUNT THEM TWICE.
002500*  STATE FIGURES ARE CLEARED AND RECOMPUTED EVERY RUN.  THE
002600*  BAND THRESHOLDS COME FROM THE OPTIONAL RISKCTL CARD
002700*  (MEDIUM IN COLUMNS 1-3, HIGH IN COLUMNS 5-7, DEFAULTS 30
002800*  AND 60).  EVERY CUSTOMER WHOSE BAND MOVED IS LISTED ON
002900*  RISKRPT.  RENTPROC READS THE BAND AT CHECKOUT AND ASKS A
003000*  HIGH-BAND CUSTOMER FOR A REFUNDABLE SECURITY DEPOSIT.
003100*=================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL RISKFILE ASSIGN TO 'IDXRISK'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RISK-CUSTOMER-ID OF RISK-RECORD
004200         FILE STATUS IS FC-RISKFILE-STATUS.
004300     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
004700         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
004800            OF RENTAL-RECORD WITH DUPLICATES
004900         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
005000            OF RENTAL-RECORD WITH DUPLICATES
005100         FILE STATUS IS FC-RENTFILE-STATUS.
005200     SELECT OPTIONAL RISKCTL-FILE ASSIGN TO 'RISKCTL'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FC-RISKCTL-STATUS.
005500     SELECT OPTIONAL NSFREG-IN ASSIGN TO 'NSFREG'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FC-NSFREG-STATUS.
005800     SELECT OPTIONAL COLREG-IN ASSIGN TO 'COLREG'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FC-COLREG-STATUS.
006100     SELECT OPTIONAL WOCUST-IN ASSIGN TO 'WOCUST'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FC-WOCUST-STATUS.
006400     SELECT OPTIONAL AGING-IN ASSIGN TO 'AGING'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FC-AGING-STATUS.
006700     SELECT OPTIONAL RENTHIST-IN ASSIGN TO 'RENTHIST'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FC-RENTHIST-STATUS.
007000     SELECT RISKRPT-RPT ASSIGN TO 'RISKRPT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FC-RISKRPT-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  RISKFILE.
007600 COPY RISKREC.
007700 FD  RENTFILE.
007800 COPY RENTREC.
007900 FD  RISKCTL-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  RISKCTL-CARD.
008200     05  RC-MEDIUM-THRESHOLD        PIC 9(3).
008300     05  FILLER                     PIC X(1).
008400     05  RC-HIGH-THRESHOLD          PIC 9(3).
008500     05  FILLER                     PIC X(73).
008600 FD  NSFREG-IN
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  NSFREG-IN-LINE                 PIC X(80).
008900 FD  COLREG-IN
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  COLREG-IN-LINE                 PIC X(80).
009200 FD  WOCUST-IN
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  WOCUST-IN-LINE                 PIC X(80).
009500 FD  AGING-IN
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  AGING-IN-LINE                  PIC X(80).
009800 FD  RENTHIST-IN
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  RENTHIST-IN-LINE.
010100     05  RH-RENTAL-NUMBER           PIC 9(7).
010200     05  FILLER                     PIC X(1).
010300     05  RH-VIDEO-CODE              PIC 9(5).
010400     05  FILLER                     PIC X(1).
010500     05  RH-CUSTOMER-ID             PIC 9(6).
010600     05  FILLER                     PIC X(36).
010700     05  RH-STATUS                  PIC X(1).
010800     05  FILLER                     PIC X(23).
010900 FD  RISKRPT-RPT
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  RISKRPT-LINE                   PIC X(80).
011200 WORKING-STORAGE SECTION.
011300*=================================================================
011400 COPY VERSTAMP.
011500 COPY REGCHKQ.
011600 COPY FILERRQ.
011700 01  FC-STATUSES.
011800     05  FC-RISKFILE-STATUS         PIC X(2).
011900     05  FC-RENTFILE-STATUS         PIC X(2).
012000     05  FC-RISKCTL-STATUS          PIC X(2).
012100     05  FC-NSFREG-STATUS           PIC X(2).
012200     05  FC-COLREG-STATUS           PIC X(2).
012300     05  FC-WOCUST-STATUS           PIC X(2).
012400     05  FC-AGING-STATUS            PIC X(2).
012500     05  FC-RENTHIST-STATUS         PIC X(2).
012600     05  FC-RISKRPT-STATUS          PIC X(2).
012700 01  WS-SWITCHES.
012800     05  WS-RISK-EOF-SW             PIC X(1) VALUE 'N'.
012900         88  WS-RISK-EOF            VALUE 'Y'.
013000     05  WS-INPUT-EOF-SW            PIC X(1) VALUE 'N'.
013100         88  WS-INPUT-EOF           VALUE 'Y'.
013200     05  WS-RENTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
013300         88  WS-RENTFILE-AVAILABLE  VALUE 'Y'.
013400     05  WS-EVENTS-POSTED-SW        PIC X(1) VALUE 'N'.
013500         88  WS-EVENTS-POSTED       VALUE 'Y'.
013600     05  WS-RISK-ON-FILE-SW         PIC X(1) VALUE 'N'.
013700         88  WS-RISK-ON-FILE        VALUE 'Y'.
013800 01  WS-CURRENT-DATE.
013900     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
014000 01  WS-THRESHOLDS.
014100     05  WS-MEDIUM-THRESHOLD        PIC 9(3) VALUE 30.
014200     05  WS-HIGH-THRESHOLD          PIC 9(3) VALUE 60.
014300 01  WS-SCORE-WEIGHTS.
014400     05  WS-NSF-WEIGHT              PIC 9(3) VALUE 20.
014500     05  WS-PLACED-WEIGHT           PIC 9(3) VALUE 40.
014600     05  WS-WRITEOFF-WEIGHT         PIC 9(3) VALUE 15.
014700     05  WS-LOST-WEIGHT             PIC 9(3) VALUE 25.
014800     05  WS-AGED-60-WEIGHT          PIC 9(3) VALUE 10.
014900     05  WS-AGED-90-WEIGHT          PIC 9(3) VALUE 20.
015000 01  WS-SCORE-WORK                  PIC 9(7).
015200*    ONE POSTING TO A CUSTOMER'S RISK RECORD
015300 01  WS-POSTING.
015400     05  WS-POST-CUSTOMER-ID        PIC 9(6).
015500     05  WS-POST-TYPE               PIC X(1).
015600         88  WS-POST-NSF            VALUE 'N'.
015700         88  WS-POST-PLACED         VALUE 'P'.
015800         88  WS-POST-WRITEOFF       VALUE 'W'.
015900         88  WS-POST-LOST           VALUE 'L'.
016000         88  WS-POST-AGED           VALUE 'A'.
016100     05  WS-POST-AGED-60-AMT        PIC 9(5)V99.
016200     05  WS-POST-AGED-90-AMT        PIC 9(5)V99.
016300 01  WS-AMOUNT-PARSE.
016400     05  WS-AMT-X                   PIC X(8).
016500     05  WS-AMT-WHOLE               PIC 9(5).
016600     05  WS-AMT-CENTS               PIC 9(2).
016700     05  WS-AMT-VALUE               PIC 9(7)V99.
016800 01  WS-COUNTERS.
016900     05  WS-NSF-POSTED              PIC 9(7) VALUE ZERO.
017000     05  WS-PLACED-POSTED           PIC 9(7) VALUE ZERO.
017100     05  WS-WRITEOFFS-POSTED        PIC 9(7) VALUE ZERO.
017200     05  WS-LOST-POSTED             PIC 9(7) VALUE ZERO.
017300     05  WS-AGED-POSTED             PIC 9(7) VALUE ZERO.
017400     05  WS-CUSTOMERS-SCORED        PIC 9(7) VALUE ZERO.
017500     05  WS-HIGH-BAND-COUNT         PIC 9(7) VALUE ZERO.
017600     05  WS-BAND-MOVES              PIC 9(7) VALUE ZERO.
017700     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
017800 01  WS-HEADING-LINE.
017900     05  FILLER                     PIC X(1)  VALUE SPACE.
018000     05  FILLER                     PIC X(40) VALUE
018100         'CUSTNO  OLD NEW SCORE  NSF PLC  WO LST  '.
018200     05  FILLER                     PIC X(39) VALUE
018300         ' AGED-60   AGED-90'.
018400 01  WS-DETAIL-LINE.
018500     05  FILLER                     PIC X(1)  VALUE SPACE.
018600     05  DL-CUSTOMER-ID             PIC 9(6).
018700     05  FILLER                     PIC X(3)  VALUE SPACE.
018800     05  DL-OLD-BAND                PIC X(1).
018900     05  FILLER                     PIC X(3)  VALUE SPACE.
019000     05  DL-NEW-BAND                PIC X(1).
019100     05  FILLER                     PIC X(2)  VALUE SPACE.
019200     05  DL-SCORE                   PIC ZZ9.
019300     05  FILLER                     PIC X(3)  VALUE SPACE.
019400     05  DL-NSF-COUNT               PIC ZZ9.
019500     05  FILLER                     PIC X(1)  VALUE SPACE.
019600     05  DL-PLACED-COUNT            PIC ZZ9.
019700     05  FILLER                     PIC X(1)  VALUE SPACE.
019800     05  DL-WRITEOFF-COUNT          PIC ZZ9.
019900     05  FILLER                     PIC X(1)  VALUE SPACE.
020000     05  DL-LOST-COUNT              PIC ZZ9.
020100     05  FILLER                     PIC X(2)  VALUE SPACE.
020200     05  DL-AGED-60-AMT             PIC ZZZZ9.99.
020300     05  FILLER                     PIC X(2)  VALUE SPACE.
020400     05  DL-AGED-90-AMT             PIC ZZZZ9.99.
020500 PROCEDURE DIVISION.
020600*=================================================================
020700 0000-MAINLINE.
020800     PERFORM 0900-DISPLAY-VERSION-STAMP
020900     PERFORM 1000-INITIALIZE
021000     PERFORM 2000-CLEAR-STATE-FIGURES
021100     IF NOT WS-EVENTS-POSTED
021200         PERFORM 3000-POST-EVENT-REGISTERS
021300     END-IF
021400     PERFORM 4000-POST-STATE-FIGURES
021500     PERFORM 5000-SCORE-ALL-CUSTOMERS
021600     PERFORM 6000-TERMINATE
021700     PERFORM 9000-DISPLAY-VERSION-TRAILER
021800     STOP RUN.
021900*=================================================================
022000*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
022100*=================================================================
022200 0900-DISPLAY-VERSION-STAMP.
022300     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='RISKSCR -'==
022400                             ==:PROGVERS:== BY =='Version 001'==.
022500*=================================================================
022600*    1000-INITIALIZE - CONTROL CARD, OPEN FILES, RERUN CHECK
022700*=================================================================
022800 1000-INITIALIZE.
022900     MOVE 'RISKSCR' TO RCHK-CALLER
023000     CALL 'REGCHK' USING REGION-CHECK
023100     IF RCHK-MISMATCH
023200         DISPLAY 'RISKSCR: REGION INTERLOCK - UPDATES REFUSED'
023300         MOVE 12 TO RETURN-CODE
023400         STOP RUN
023500     END-IF
023600     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
023700     PERFORM 1050-LOAD-CONTROL-CARD
023800     OPEN I-O RISKFILE
023900     IF FC-RISKFILE-STATUS NOT = '00'
024000         AND FC-RISKFILE-STATUS NOT = '05'
024100         MOVE 'RISKSCR' TO FERR-PROGRAM-ID
024200         MOVE 'RISKFILE' TO FERR-FILE-NAME
024300         MOVE 'OPEN' TO FERR-OPERATION
024400         MOVE FC-RISKFILE-STATUS TO FERR-STATUS
024500         MOVE SPACES TO FERR-RECORD
024600         CALL 'FILERR' USING FILE-ERROR-REQUEST
024700         MOVE 12 TO RETURN-CODE
024800         STOP RUN
024900     END-IF
025000     OPEN INPUT RENTFILE
025100     IF FC-RENTFILE-STATUS = '00'
025200         OR FC-RENTFILE-STATUS = '05'
025300         MOVE 'Y' TO WS-RENTFILE-AVAIL-SW
025400     END-IF
025500     OPEN OUTPUT RISKRPT-RPT
025600     IF NOT RCHK-IN-PROD
025700         WRITE RISKRPT-LINE FROM RCHK-WATERMARK
025800     END-IF
025900     WRITE RISKRPT-LINE FROM WS-HEADING-LINE
026000     PERFORM 1100-CHECK-CONTROL-RECORD.
026100*=================================================================
026200*    1050-LOAD-CONTROL-CARD - MEDIUM AND HIGH BAND THRESHOLDS
026300*=================================================================
026400 1050-LOAD-CONTROL-CARD.
026500     OPEN INPUT RISKCTL-FILE
026600     IF FC-RISKCTL-STATUS = '00'
026700         READ RISKCTL-FILE
026800             AT END
026900                 CONTINUE
027000             NOT AT END
027100                 IF RC-MEDIUM-THRESHOLD NUMERIC
027200                     AND RC-MEDIUM-THRESHOLD > ZERO
027300                     MOVE RC-MEDIUM-THRESHOLD
027400                         TO WS-MEDIUM-THRESHOLD
027500                 END-IF
027600                 IF RC-HIGH-THRESHOLD NUMERIC
027700                     AND RC-HIGH-THRESHOLD > ZERO
027800                     MOVE RC-HIGH-THRESHOLD
027900                         TO WS-HIGH-THRESHOLD
028000                 END-IF
028100         END-READ
028200     END-IF
028300     CLOSE RISKCTL-FILE
028400     IF WS-HIGH-THRESHOLD < WS-MEDIUM-THRESHOLD
028500         DISPLAY 'RISKSCR: HIGH THRESHOLD BELOW MEDIUM - '
028600             'MEDIUM RAISED TO MATCH'
028700         MOVE WS-HIGH-THRESHOLD TO WS-MEDIUM-THRESHOLD
028800     END-IF.
028900*=================================================================
029000*    1100-CHECK-CONTROL-RECORD - HAVE TONIGHT'S EVENT
029100*    REGISTERS ALREADY BEEN POSTED BY AN EARLIER RUN?
029200*=================================================================
029300 1100-CHECK-CONTROL-RECORD.
029400     MOVE ZERO TO RISK-CUSTOMER-ID
029500     READ RISKFILE
029600         INVALID KEY
029700             CONTINUE
029800         NOT INVALID KEY
029900             IF RISK-SCORE-DATE = WS-CURRENT-DATE-YYYYMMDD
030000                 MOVE 'Y' TO WS-EVENTS-POSTED-SW
030100                 DISPLAY 'RISKSCR: EVENTS FOR '
030200                     WS-CURRENT-DATE-YYYYMMDD
030300                     ' ALREADY POSTED - RESCORING ONLY'
030400             END-IF
030500     END-READ.
030600*=================================================================
030700*    2000-CLEAR-STATE-FIGURES - THE LOST COUNT AND AGED
030800*    AMOUNTS ARE REBUILT FROM SCRATCH EVERY RUN
030900*=================================================================
031000 2000-CLEAR-STATE-FIGURES.
031100     MOVE 'N' TO WS-RISK-EOF-SW
031200     MOVE ZERO TO RISK-CUSTOMER-ID
031300     START RISKFILE KEY IS GREATER THAN RISK-CUSTOMER-ID
031400         INVALID KEY
031500             MOVE 'Y' TO WS-RISK-EOF-SW
031600     END-START
031700     IF NOT WS-RISK-EOF
031800         PERFORM 2100-READ-NEXT-RISK
031900     END-IF
032000     PERFORM 2200-CLEAR-ONE-RECORD
032100         UNTIL WS-RISK-EOF.
032200*=================================================================
032300*    2100-READ-NEXT-RISK
032400*=================================================================
032500 2100-READ-NEXT-RISK.
032600     READ RISKFILE NEXT RECORD
032700         AT END
032800             MOVE 'Y' TO WS-RISK-EOF-SW
032900     END-READ.
033000*=================================================================
033100*    2200-CLEAR-ONE-RECORD
033200*=================================================================
033300 2200-CLEAR-ONE-RECORD.
033400     MOVE ZERO TO RISK-LOST-COUNT
033500     MOVE ZERO TO RISK-AGED-60-AMT
033600     MOVE ZERO TO RISK-AGED-90-AMT
033700     REWRITE RISK-RECORD
033800         INVALID KEY
033900             DISPLAY 'RISKSCR: RISKFILE REWRITE FAILED='
034000                 RISK-CUSTOMER-ID
034100     END-REWRITE
034200     PERFORM 2100-READ-NEXT-RISK.
034300*=================================================================
034400*    3000-POST-EVENT-REGISTERS - TONIGHT'S NSF REVERSALS,
034500*    AGENCY PLACEMENTS AND CUSTOMER WRITE-OFFS, THEN STAMP THE
034600*    CONTROL RECORD SO A RERUN SKIPS THEM
034700*=================================================================
034800 3000-POST-EVENT-REGISTERS.
034900     OPEN INPUT NSFREG-IN
035000     IF FC-NSFREG-STATUS = '00'
035100         MOVE 'N' TO WS-INPUT-EOF-SW
035200         PERFORM 3100-POST-ONE-NSF-LINE
035300             UNTIL WS-INPUT-EOF
035400         CLOSE NSFREG-IN
035500     END-IF
035600     OPEN INPUT COLREG-IN
035700     IF FC-COLREG-STATUS = '00'
035800         MOVE 'N' TO WS-INPUT-EOF-SW
035900         PERFORM 3200-POST-ONE-COL-LINE
036000             UNTIL WS-INPUT-EOF
036100         CLOSE COLREG-IN
036200     END-IF
036300     OPEN INPUT WOCUST-IN
036400     IF FC-WOCUST-STATUS = '00'
036500         MOVE 'N' TO WS-INPUT-EOF-SW
036600         PERFORM 3300-POST-ONE-WO-LINE
036700             UNTIL WS-INPUT-EOF
036800         CLOSE WOCUST-IN
036900     END-IF
037000     PERFORM 3900-STAMP-CONTROL-RECORD.
037100*=================================================================
037200*    3100-POST-ONE-NSF-LINE - ACCEPTED REVERSALS ONLY
037300*    (CUSTOMER IN COLUMNS 2-7, DISPOSITION IN COLUMNS 48-55)
037400*=================================================================
037500 3100-POST-ONE-NSF-LINE.
037600     READ NSFREG-IN
037700         AT END
037800             MOVE 'Y' TO WS-INPUT-EOF-SW
037900     END-READ
038000     IF NOT WS-INPUT-EOF
038100         AND NSFREG-IN-LINE (2:6) NUMERIC
038200         AND NSFREG-IN-LINE (48:8) = 'ACCEPTED'
038300         MOVE NSFREG-IN-LINE (2:6) TO WS-POST-CUSTOMER-ID
038400         MOVE 'N' TO WS-POST-TYPE
038500         PERFORM 7000-POST-TO-RISK-RECORD
038600         ADD 1 TO WS-NSF-POSTED
038700     END-IF.
038800*=================================================================
038900*    3200-POST-ONE-COL-LINE - AGENCY PLACEMENTS (CUSTOMER IN
039000*    COLUMNS 2-7, PLACEMENT TEXT FROM COLUMN 31)
039100*=================================================================
039200 3200-POST-ONE-COL-LINE.
039300     READ COLREG-IN
039400         AT END
039500             MOVE 'Y' TO WS-INPUT-EOF-SW
039600     END-READ
039700     IF NOT WS-INPUT-EOF
039800         AND COLREG-IN-LINE (2:6) NUMERIC
039900         AND COLREG-IN-LINE (31:6) = 'PLACED'
040000         MOVE COLREG-IN-LINE (2:6) TO WS-POST-CUSTOMER-ID
040100         MOVE 'P' TO WS-POST-TYPE
040200         PERFORM 7000-POST-TO-RISK-RECORD
040300         ADD 1 TO WS-PLACED-POSTED
040400     END-IF.
040500*=================================================================
040600*    3300-POST-ONE-WO-LINE - WRITE-OFFS SETTLED AGAINST A
040700*    CUSTOMER'S RENTAL (CUSTOMER IN COLUMNS 2-7)
040800*=================================================================
040900 3300-POST-ONE-WO-LINE.
041000     READ WOCUST-IN
041100         AT END
041200             MOVE 'Y' TO WS-INPUT-EOF-SW
041300     END-READ
041400     IF NOT WS-INPUT-EOF
041500         AND WOCUST-IN-LINE (2:6) NUMERIC
041600         MOVE WOCUST-IN-LINE (2:6) TO WS-POST-CUSTOMER-ID
041700         MOVE 'W' TO WS-POST-TYPE
041800         PERFORM 7000-POST-TO-RISK-RECORD
041900         ADD 1 TO WS-WRITEOFFS-POSTED
042000     END-IF.
042100*=================================================================
042200*    3900-STAMP-CONTROL-RECORD - CUSTOMER ZERO CARRIES THE
042300*    BUSINESS DATE WHOSE EVENTS ARE NOW ON FILE
042400*=================================================================
042500 3900-STAMP-CONTROL-RECORD.
042600     MOVE 'Y' TO WS-RISK-ON-FILE-SW
042700     MOVE ZERO TO RISK-CUSTOMER-ID
042800     READ RISKFILE
042900         INVALID KEY
043000             MOVE 'N' TO WS-RISK-ON-FILE-SW
043100     END-READ
043200     IF NOT WS-RISK-ON-FILE
043300         INITIALIZE RISK-RECORD
043400         MOVE ZERO TO RISK-CUSTOMER-ID
043500     END-IF
043600     MOVE WS-CURRENT-DATE-YYYYMMDD TO RISK-SCORE-DATE
043700     IF WS-RISK-ON-FILE
043800         REWRITE RISK-RECORD
043900             INVALID KEY
044000                 DISPLAY 'RISKSCR: CONTROL RECORD REWRITE '
044100                     'FAILED'
044200         END-REWRITE
044300     ELSE
044400         WRITE RISK-RECORD
044500             INVALID KEY
044600                 DISPLAY 'RISKSCR: CONTROL RECORD WRITE FAILED'
044700         END-WRITE
044800     END-IF.
044900*=================================================================
045000*    4000-POST-STATE-FIGURES - TONIGHT'S AGED BALANCES AND
045100*    EVERY RENTAL CLOSED LOST, OPEN OR ARCHIVED
045200*=================================================================
045300 4000-POST-STATE-FIGURES.
045400     OPEN INPUT AGING-IN
045500     IF FC-AGING-STATUS = '00'
045600         MOVE 'N' TO WS-INPUT-EOF-SW
045700         PERFORM 4100-POST-ONE-AGING-LINE
045800             UNTIL WS-INPUT-EOF
045900         CLOSE AGING-IN
046000     END-IF
046100     IF WS-RENTFILE-AVAILABLE
046200         MOVE 'N' TO WS-INPUT-EOF-SW
046300         PERFORM 4200-POST-ONE-RENTAL
046400             UNTIL WS-INPUT-EOF
046500     END-IF
046600     OPEN INPUT RENTHIST-IN
046700     IF FC-RENTHIST-STATUS = '00'
046800         MOVE 'N' TO WS-INPUT-EOF-SW
046900         PERFORM 4300-POST-ONE-HIST-LINE
047000             UNTIL WS-INPUT-EOF
047100         CLOSE RENTHIST-IN
047200     END-IF.
047300*=================================================================
047400*    4100-POST-ONE-AGING-LINE - CUSTOMER IN COLUMNS 2-7,
047500*    60-DAY BUCKET IN COLUMNS 30-37, 90-DAY IN COLUMNS 40-47
047600*=================================================================
047700 4100-POST-ONE-AGING-LINE.
047800     READ AGING-IN
047900         AT END
048000             MOVE 'Y' TO WS-INPUT-EOF-SW
048100     END-READ
048200     IF NOT WS-INPUT-EOF
048300         AND AGING-IN-LINE (2:6) NUMERIC
048400         AND AGING-IN-LINE (2:6) NOT = '000000'
048500         MOVE AGING-IN-LINE (2:6) TO WS-POST-CUSTOMER-ID
048600         MOVE AGING-IN-LINE (30:8) TO WS-AMT-X
048700         PERFORM 8000-PARSE-EDITED-AMOUNT
048800         MOVE WS-AMT-VALUE TO WS-POST-AGED-60-AMT
048900         MOVE AGING-IN-LINE (40:8) TO WS-AMT-X
049000         PERFORM 8000-PARSE-EDITED-AMOUNT
049100         MOVE WS-AMT-VALUE TO WS-POST-AGED-90-AMT
049200         IF WS-POST-AGED-60-AMT > ZERO
049300             OR WS-POST-AGED-90-AMT > ZERO
049400             MOVE 'A' TO WS-POST-TYPE
049500             PERFORM 7000-POST-TO-RISK-RECORD
049600             ADD 1 TO WS-AGED-POSTED
049700         END-IF
049800     END-IF.
049900*=================================================================
050000*    4200-POST-ONE-RENTAL - RENTALS CONVERTED LOST AND STILL
050100*    ON RENTFILE
050200*=================================================================
050300 4200-POST-ONE-RENTAL.
050400     READ RENTFILE NEXT RECORD
050500         AT END
050600             MOVE 'Y' TO WS-INPUT-EOF-SW
050700     END-READ
050800     IF NOT WS-INPUT-EOF
050900         AND RENTAL-LOST
051000         MOVE RENTAL-CUSTOMER-ID TO WS-POST-CUSTOMER-ID
051100         MOVE 'L' TO WS-POST-TYPE
051200         PERFORM 7000-POST-TO-RISK-RECORD
051300         ADD 1 TO WS-LOST-POSTED
051400     END-IF.
051500*=================================================================
051600*    4300-POST-ONE-HIST-LINE - LOST RENTALS ARCHIVED TO
051700*    RENTHIST (STATUS IN COLUMN 57)
051800*=================================================================
051900 4300-POST-ONE-HIST-LINE.
052000     READ RENTHIST-IN
052100         AT END
052200             MOVE 'Y' TO WS-INPUT-EOF-SW
052300     END-READ
052400     IF NOT WS-INPUT-EOF
052500         AND RH-STATUS = 'L'
052600         AND RH-CUSTOMER-ID NUMERIC
052700         MOVE RH-CUSTOMER-ID TO WS-POST-CUSTOMER-ID
052800         MOVE 'L' TO WS-POST-TYPE
052900         PERFORM 7000-POST-TO-RISK-RECORD
053000         ADD 1 TO WS-LOST-POSTED
053100     END-IF.
053200*=================================================================
053300*    5000-SCORE-ALL-CUSTOMERS - RESCORE EVERY RISK RECORD AND
053400*    LIST THE CUSTOMERS WHOSE BAND MOVED
053500*=================================================================
053600 5000-SCORE-ALL-CUSTOMERS.
053700     MOVE 'N' TO WS-RISK-EOF-SW
053800     MOVE ZERO TO RISK-CUSTOMER-ID
053900     START RISKFILE KEY IS GREATER THAN RISK-CUSTOMER-ID
054000         INVALID KEY
054100             MOVE 'Y' TO WS-RISK-EOF-SW
054200     END-START
054300     IF NOT WS-RISK-EOF
054400         PERFORM 2100-READ-NEXT-RISK
054500     END-IF
054600     PERFORM 5100-SCORE-ONE-CUSTOMER
054700         UNTIL WS-RISK-EOF.
054800*=================================================================
054900*    5100-SCORE-ONE-CUSTOMER - WEIGHTED SUM OF THE SIGNALS,
055000*    CAPPED AT 999, THEN BANDED.  THE PRIOR BAND ONLY ROLLS
055100*    FORWARD ON THE FIRST SCORING OF A BUSINESS DATE SO A
055200*    RERUN REPORTS THE SAME MOVERS.
055300*=================================================================
055400 5100-SCORE-ONE-CUSTOMER.
055500     ADD 1 TO WS-CUSTOMERS-SCORED
055600     IF RISK-SCORE-DATE < WS-CURRENT-DATE-YYYYMMDD
055700         MOVE RISK-BAND TO RISK-PRIOR-BAND
055800     END-IF
055900     IF RISK-PRIOR-BAND = SPACE
056000         MOVE 'L' TO RISK-PRIOR-BAND
056100     END-IF
056300     COMPUTE WS-SCORE-WORK =
056400         (RISK-NSF-COUNT      * WS-NSF-WEIGHT)
056500       + (RISK-PLACED-COUNT   * WS-PLACED-WEIGHT)
056600       + (RISK-WRITEOFF-COUNT * WS-WRITEOFF-WEIGHT)
056700       + (RISK-LOST-COUNT     * WS-LOST-WEIGHT)
056800     IF RISK-AGED-60-AMT > ZERO
056900         ADD WS-AGED-60-WEIGHT TO WS-SCORE-WORK
057000     END-IF
057100     IF RISK-AGED-90-AMT > ZERO
057200         ADD WS-AGED-90-WEIGHT TO WS-SCORE-WORK
057300     END-IF
057400     IF WS-SCORE-WORK > 999
057500         MOVE 999 TO WS-SCORE-WORK
057600     END-IF
057700     MOVE WS-SCORE-WORK TO RISK-SCORE
057800     EVALUATE TRUE
057900         WHEN RISK-SCORE NOT < WS-HIGH-THRESHOLD
058000             MOVE 'H' TO RISK-BAND
058100         WHEN RISK-SCORE NOT < WS-MEDIUM-THRESHOLD
058200             MOVE 'M' TO RISK-BAND
058300         WHEN OTHER
058400             MOVE 'L' TO RISK-BAND
058500     END-EVALUATE
058600     MOVE WS-CURRENT-DATE-YYYYMMDD TO RISK-SCORE-DATE
058700     IF RISK-BAND-HIGH
058800         ADD 1 TO WS-HIGH-BAND-COUNT
058900     END-IF
059000     IF RISK-BAND NOT = RISK-PRIOR-BAND
059100         PERFORM 5200-WRITE-REPORT-LINE
059200     END-IF
059300     REWRITE RISK-RECORD
059400         INVALID KEY
059500             DISPLAY 'RISKSCR: RISKFILE REWRITE FAILED='
059600                 RISK-CUSTOMER-ID
059700     END-REWRITE
059800     PERFORM 2100-READ-NEXT-RISK.
059900*=================================================================
060000*    5200-WRITE-REPORT-LINE - ONE LINE PER BAND MOVER
060100*=================================================================
060200 5200-WRITE-REPORT-LINE.
060300     MOVE RISK-CUSTOMER-ID           TO DL-CUSTOMER-ID
060400     MOVE RISK-PRIOR-BAND            TO DL-OLD-BAND
060500     MOVE RISK-BAND                  TO DL-NEW-BAND
060600     MOVE RISK-SCORE                 TO DL-SCORE
060700     MOVE RISK-NSF-COUNT             TO DL-NSF-COUNT
060800     MOVE RISK-PLACED-COUNT          TO DL-PLACED-COUNT
060900     MOVE RISK-WRITEOFF-COUNT        TO DL-WRITEOFF-COUNT
061000     MOVE RISK-LOST-COUNT            TO DL-LOST-COUNT
061100     MOVE RISK-AGED-60-AMT           TO DL-AGED-60-AMT
061200     MOVE RISK-AGED-90-AMT           TO DL-AGED-90-AMT
061300     WRITE RISKRPT-LINE FROM WS-DETAIL-LINE
061400     ADD 1 TO WS-BAND-MOVES
061500     ADD 1 TO WS-REPORT-LINES.
061600*=================================================================
061700*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
061800*=================================================================
061900 6000-TERMINATE.
062000     CLOSE RISKFILE
062100     IF WS-RENTFILE-AVAILABLE
062200         CLOSE RENTFILE
062300     END-IF
062400     CLOSE RISKRPT-RPT
062500     DISPLAY 'RISKSCR: NSF REVERSALS POSTED = ' WS-NSF-POSTED
062600     DISPLAY 'RISKSCR: AGENCY PLACEMENTS    = ' WS-PLACED-POSTED
062700     DISPLAY 'RISKSCR: WRITE-OFFS POSTED    = '
062800         WS-WRITEOFFS-POSTED
062900     DISPLAY 'RISKSCR: LOST RENTALS POSTED  = ' WS-LOST-POSTED
063000     DISPLAY 'RISKSCR: AGED BALANCES POSTED = ' WS-AGED-POSTED
063100     DISPLAY 'RISKSCR: CUSTOMERS SCORED     = '
063200         WS-CUSTOMERS-SCORED
063300     DISPLAY 'RISKSCR: HIGH-BAND CUSTOMERS  = '
063400         WS-HIGH-BAND-COUNT
063500     DISPLAY 'RISKSCR: BAND MOVES LISTED    = ' WS-BAND-MOVES.
063600*=================================================================
063700*    7000-POST-TO-RISK-RECORD - APPLY ONE POSTING, CREATING
063800*    THE CUSTOMER'S RISK RECORD ON FIRST SIGHT
063900*=================================================================
064000 7000-POST-TO-RISK-RECORD.
064100     IF WS-POST-CUSTOMER-ID > ZERO
064200         PERFORM 7100-APPLY-POSTING
064300     END-IF.
064400*=================================================================
064500*    7100-APPLY-POSTING
064600*=================================================================
064700 7100-APPLY-POSTING.
064800     MOVE 'Y' TO WS-RISK-ON-FILE-SW
064900     MOVE WS-POST-CUSTOMER-ID TO RISK-CUSTOMER-ID
065000     READ RISKFILE
065100         INVALID KEY
065200             MOVE 'N' TO WS-RISK-ON-FILE-SW
065300     END-READ
065400     IF NOT WS-RISK-ON-FILE
065500         INITIALIZE RISK-RECORD
065600         MOVE WS-POST-CUSTOMER-ID TO RISK-CUSTOMER-ID
065700         MOVE 'L' TO RISK-BAND
065800         MOVE 'L' TO RISK-PRIOR-BAND
065900     END-IF
066000     EVALUATE TRUE
066100         WHEN WS-POST-NSF
066200             IF RISK-NSF-COUNT < 999
066300                 ADD 1 TO RISK-NSF-COUNT
066400             END-IF
066500         WHEN WS-POST-PLACED
066600             IF RISK-PLACED-COUNT < 999
066700                 ADD 1 TO RISK-PLACED-COUNT
066800             END-IF
066900         WHEN WS-POST-WRITEOFF
067000             IF RISK-WRITEOFF-COUNT < 999
067100                 ADD 1 TO RISK-WRITEOFF-COUNT
067200             END-IF
067300         WHEN WS-POST-LOST
067400             IF RISK-LOST-COUNT < 999
067500                 ADD 1 TO RISK-LOST-COUNT
067600             END-IF
067700         WHEN WS-POST-AGED
067800             MOVE WS-POST-AGED-60-AMT TO RISK-AGED-60-AMT
067900             MOVE WS-POST-AGED-90-AMT TO RISK-AGED-90-AMT
068000     END-EVALUATE
068100     IF WS-RISK-ON-FILE
068200         REWRITE RISK-RECORD
068300             INVALID KEY
068400                 DISPLAY 'RISKSCR: RISKFILE REWRITE FAILED='
068500                     RISK-CUSTOMER-ID
068600         END-REWRITE
068700     ELSE
068800         WRITE RISK-RECORD
068900             INVALID KEY
069000                 DISPLAY 'RISKSCR: RISKFILE WRITE FAILED='
069100                     RISK-CUSTOMER-ID
069200         END-WRITE
069300     END-IF.
069400*=================================================================
069500*    8000-PARSE-EDITED-AMOUNT - TURN A ZZZZ9.99 REGISTER
069600*    AMOUNT BACK INTO A NUMBER
069700*=================================================================
069800 8000-PARSE-EDITED-AMOUNT.
069900     MOVE ZERO TO WS-AMT-VALUE
070000     INSPECT WS-AMT-X REPLACING ALL SPACE BY '0'
070100     IF WS-AMT-X (1:5) NUMERIC
070200         AND WS-AMT-X (7:2) NUMERIC
070300         MOVE WS-AMT-X (1:5) TO WS-AMT-WHOLE
070400         MOVE WS-AMT-X (7:2) TO WS-AMT-CENTS
070500         COMPUTE WS-AMT-VALUE =
070600             WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
070700     END-IF.
070800*=================================================================
070900*=================================================================
071000*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
071100*=================================================================
071200 9000-DISPLAY-VERSION-TRAILER.
071300     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='RISKSCR -'==
071400                             ==:LINECOUNT:== BY
071500                                 WS-REPORT-LINES.
