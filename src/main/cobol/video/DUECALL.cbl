000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    DUECALL.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - PRE-DUE COURTESY CALL
001200*                   SHEET, ONE PAGE PER STORE.
001210*  2026-10-15 VSG   A HOUSEHOLD WHOSE CONTACT PREFERENCE REFUSES
001220*                   PHONE CALLS IS LEFT OFF THE SHEET AND
001230*                   COUNTED AS SUPPRESSED ON THE RUN TOTALS.
001240*  2026-10-15 VSG   AN EQUIPMENT RENTAL DUE ON THE CALL DATE IS
001250*                   NAMED FROM EQPFILE (SERIAL AND MODEL), NOT
001260*                   LOOKED UP ON VIDOFILE UNDER VIDEO CODE 0.
001300*=================================================================
001400*  LISTS EVERY OPEN RENTAL DUE BACK ON THE NEXT BUSINESS DAY
001500*  (THE FIRST OPEN DATE AFTER TODAY PER STORECAL, SO A SATURDAY
001600*  RUN BEFORE A SUNDAY CLOSURE PICKS UP MONDAY'S RETURNS) SO THE
001700*  COUNTER CAN RING THE HOUSEHOLD BEFORE THE TAPE GOES LATE.
001800*  RENTFILE IS WALKED ON THE ALTERNATE CUSTOMER KEY SO EACH
001900*  HOUSEHOLD'S RENTALS ARRIVE TOGETHER; THE HOUSEHOLD IS JOINED
002000*  TO CUSTFILE FOR NAME AND PHONE AND TALLIED - TITLES DUE
002100*  TOMORROW, AND EVERY TITLE IT HAS OUT AT THAT STORE.  A NEW
002200*  RELEASE WITH A HOLDFILE QUEUE WAITING MAKES THE HOUSEHOLD A
002300*  PRIORITY CALL: THOSE PRINT FIRST ON THE STORE'S PAGE, THE
002400*  REST FOLLOW, EACH GROUP IN PHONE-NUMBER ORDER.  RENTALS
002500*  ALREADY OVERDUE ARE LEFT TO OVRLTR.
002600*=================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
003700         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
003800            OF RENTAL-RECORD WITH DUPLICATES
003900         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
004000            OF RENTAL-RECORD WITH DUPLICATES
004100         FILE STATUS IS FC-RENTFILE-STATUS.
004200     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
004600         FILE STATUS IS FC-CUSTFILE-STATUS.
004700     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
005100         FILE STATUS IS FC-VIDOFILE-STATUS.
005200     SELECT OPTIONAL HOLDFILE ASSIGN TO 'IDXHOLD'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HOLD-VIDEO-CODE OF HOLD-RECORD
005600         FILE STATUS IS FC-HOLDFILE-STATUS.
005610     SELECT OPTIONAL EQPFILE ASSIGN TO 'IDXEQUIP'
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS EQUIP-SERIAL-NUMBER OF EQUIPMENT-RECORD
005650         FILE STATUS IS FC-EQPFILE-STATUS.
005700     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
005800     SELECT DUECALL-RPT ASSIGN TO 'DUECALL'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FC-DUECALL-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  RENTFILE.
006400 COPY RENTREC.
006500 FD  CUSTFILE.
006600 COPY CUSTREC.
006700 FD  VIDOFILE.
006800 COPY VIDOREC.
006900 FD  HOLDFILE.
007000 COPY HOLDREC.
007010 FD  EQPFILE.
007020 COPY EQUIPREC.
007100 SD  SORT-WORK.
007200 01  SORT-RECORD.
007300     05  SR-STORE-CODE              PIC 9(2).
007400     05  SR-HOUSEHOLD-PRIORITY      PIC X(1).
007500         88  SR-PRIORITY-HOUSEHOLD  VALUE '1'.
007600     05  SR-PHONE                   PIC X(12).
007700     05  SR-CUSTOMER-ID             PIC 9(6).
007800     05  SR-TITLE-PRIORITY          PIC X(1).
007900         88  SR-PRIORITY-TITLE      VALUE '1'.
008000     05  SR-VIDEO-CODE              PIC 9(5).
008100     05  SR-COPY-NUMBER             PIC 9(3).
008200     05  SR-NAME                    PIC X(30).
008300     05  SR-TITLE                   PIC X(40).
008400     05  SR-QUEUE-COUNT             PIC 9(2).
008500     05  SR-TITLES-DUE              PIC 9(3).
008600     05  SR-TITLES-OUT              PIC 9(3).
008700 FD  DUECALL-RPT
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  DUECALL-LINE                   PIC X(80).
009000 WORKING-STORAGE SECTION.
009100*=================================================================
009200 COPY VERSTAMP.
009300 COPY CALREQ.
009400 01  FC-STATUSES.
009500     05  FC-RENTFILE-STATUS         PIC X(2).
009600     05  FC-CUSTFILE-STATUS         PIC X(2).
009700     05  FC-VIDOFILE-STATUS         PIC X(2).
009800     05  FC-HOLDFILE-STATUS         PIC X(2).
009810     05  FC-EQPFILE-STATUS          PIC X(2).
009900     05  FC-DUECALL-STATUS          PIC X(2).
010000 01  WS-SWITCHES.
010100     05  WS-RENT-EOF-SW             PIC X(1) VALUE 'N'.
010200         88  WS-RENT-EOF            VALUE 'Y'.
010300     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
010400         88  WS-SORT-EOF            VALUE 'Y'.
010500     05  WS-FIRST-RECORD-SW         PIC X(1) VALUE 'Y'.
010600         88  WS-FIRST-RECORD        VALUE 'Y'.
010700     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
010800         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
010900     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
011000         88  WS-VIDOFILE-AVAILABLE  VALUE 'Y'.
011100     05  WS-HOLDFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
011200         88  WS-HOLDFILE-AVAILABLE  VALUE 'Y'.
011210     05  WS-EQPFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
011220         88  WS-EQPFILE-AVAILABLE   VALUE 'Y'.
011300 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
011400 01  WS-CALL-DUE-DATE               PIC 9(8).
011410 01  WS-EQUIP-TITLE.
011420     05  FILLER                     PIC X(10) VALUE 'EQUIPMENT '.
011430     05  WS-ET-SERIAL               PIC X(12).
011440     05  FILLER                     PIC X(1)  VALUE SPACE.
011450     05  WS-ET-MODEL                PIC X(17).
011500 01  WS-BREAK-CUSTOMER-ID           PIC 9(6).
011600 01  WS-BREAK-STORE-CODE            PIC 9(2).
011700 01  WS-BREAK-PRIORITY              PIC X(1).
011800 01  WS-BREAK-HOUSEHOLD.
011900     05  WS-BREAK-PHONE             PIC X(12).
012000     05  WS-BREAK-HH-CUSTOMER-ID    PIC 9(6).
012100*=================================================================
012200*    ONE HOUSEHOLD'S OPEN RENTALS, GATHERED ON THE CUSTOMER KEY
012300*    AND TALLIED BY STORE BEFORE THE DUE ONES ARE RELEASED
012400*=================================================================
012500 01  WS-HOUSEHOLD-TABLE.
012600     05  WS-HH-COUNT                PIC 9(3) VALUE ZERO.
012700     05  WS-HH-DUE-COUNT            PIC 9(3) VALUE ZERO.
012800     05  WS-HH-ENTRY OCCURS 50 TIMES
012900                      INDEXED BY WS-HH-IDX WS-HH-IDX2.
013000         10  WS-HH-STORE-CODE       PIC 9(2).
013100         10  WS-HH-DUE-SW           PIC X(1).
013200             88  WS-HH-DUE-NEXT-DAY VALUE 'Y'.
013300         10  WS-HH-HOT-SW           PIC X(1).
013400             88  WS-HH-HOT-TITLE    VALUE 'Y'.
013500         10  WS-HH-VIDEO-CODE       PIC 9(5).
013600         10  WS-HH-COPY-NUMBER      PIC 9(3).
013700         10  WS-HH-TITLE            PIC X(40).
013800         10  WS-HH-QUEUE-COUNT      PIC 9(2).
013900 01  WS-STORE-TALLY.
014000     05  WS-TALLY-DUE               PIC 9(3).
014100     05  WS-TALLY-OUT               PIC 9(3).
014200     05  WS-TALLY-HOT-SW            PIC X(1).
014300         88  WS-TALLY-HOT           VALUE 'Y'.
014400 01  WS-HH-NAME                     PIC X(30).
014500 01  WS-HH-PHONE                    PIC X(12).
014510 01  WS-HH-NO-CALL-SW               PIC X(1).
014520     88  WS-HH-NO-CALL              VALUE 'Y'.
014600 01  WS-COUNTERS.
014700     05  WS-RENTALS-READ            PIC 9(7) VALUE ZERO.
014800     05  WS-RENTALS-DUE             PIC 9(7) VALUE ZERO.
014900     05  WS-RENTALS-DROPPED         PIC 9(5) VALUE ZERO.
015000     05  WS-NOT-ON-CUSTFILE         PIC 9(5) VALUE ZERO.
015010     05  WS-CALLS-SUPPRESSED        PIC 9(5) VALUE ZERO.
015100     05  WS-STORE-HOUSEHOLDS        PIC 9(5) VALUE ZERO.
015200     05  WS-STORE-TITLES            PIC 9(5) VALUE ZERO.
015300     05  WS-STORE-PRIORITY-CALLS    PIC 9(5) VALUE ZERO.
015400     05  WS-TOTAL-HOUSEHOLDS        PIC 9(7) VALUE ZERO.
015500     05  WS-TOTAL-PRIORITY-CALLS    PIC 9(7) VALUE ZERO.
015600     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
015700 01  WS-PAGE-HEAD-LINE.
015800     05  FILLER                     PIC X(1)  VALUE SPACE.
015900     05  FILLER                     PIC X(28)
016000         VALUE 'COURTESY CALL SHEET - STORE '.
016100     05  PH-STORE-CODE              PIC 9(2).
016200     05  FILLER                     PIC X(10)
016300         VALUE '   DUE ON '.
016400     05  PH-DUE-DATE                PIC 9(8).
016500     05  FILLER                     PIC X(9)  VALUE '   RUN ON'.
016600     05  FILLER                     PIC X(1)  VALUE SPACE.
016700     05  PH-RUN-DATE                PIC 9(8).
016800 01  WS-COLUMN-HEAD-LINE.
016900     05  FILLER                     PIC X(1)  VALUE SPACE.
017000     05  FILLER                     PIC X(40)
017100         VALUE 'PHONE         NAME                      '.
017200     05  FILLER                     PIC X(36)
017300         VALUE '      CUST     DUE  OUT  CALLED/NOTE'.
017400 01  WS-SECTION-LINE.
017500     05  FILLER                     PIC X(1)  VALUE SPACE.
017600     05  SL-TEXT                    PIC X(50).
017700 01  WS-HOUSEHOLD-LINE.
017800     05  FILLER                     PIC X(1)  VALUE SPACE.
017900     05  HL-PHONE                   PIC X(12).
018000     05  FILLER                     PIC X(2)  VALUE SPACE.
018100     05  HL-NAME                    PIC X(30).
018200     05  FILLER                     PIC X(2)  VALUE SPACE.
018300     05  HL-CUSTOMER-ID             PIC 9(6).
018400     05  FILLER                     PIC X(3)  VALUE SPACE.
018500     05  HL-TITLES-DUE              PIC ZZ9.
018600     05  FILLER                     PIC X(2)  VALUE SPACE.
018700     05  HL-TITLES-OUT              PIC ZZ9.
018800     05  FILLER                     PIC X(2)  VALUE SPACE.
018900     05  FILLER                     PIC X(11)
019000         VALUE '___________'.
019100 01  WS-TITLE-LINE.
019200     05  FILLER                     PIC X(3)  VALUE SPACE.
019300     05  TL-PRIORITY-FLAG           PIC X(1).
019400     05  FILLER                     PIC X(1)  VALUE SPACE.
019500     05  TL-VIDEO-CODE              PIC 9(5).
019600     05  FILLER                     PIC X(1)  VALUE '/'.
019700     05  TL-COPY-NUMBER             PIC 9(3).
019800     05  FILLER                     PIC X(2)  VALUE SPACE.
019900     05  TL-TITLE                   PIC X(40).
020000     05  FILLER                     PIC X(2)  VALUE SPACE.
020100     05  FILLER                     PIC X(6)  VALUE 'HOLDS '.
020200     05  TL-QUEUE-COUNT             PIC Z9.
020300 01  WS-STORE-TOTAL-LINE.
020400     05  FILLER                     PIC X(1)  VALUE SPACE.
020500     05  FILLER                     PIC X(6)  VALUE 'STORE '.
020600     05  ST-STORE-CODE              PIC 9(2).
020700     05  FILLER                     PIC X(13)
020800         VALUE ' HOUSEHOLDS='.
020900     05  ST-HOUSEHOLDS              PIC ZZZZ9.
021000     05  FILLER                     PIC X(9)  VALUE ' TITLES='.
021100     05  ST-TITLES                  PIC ZZZZ9.
021200     05  FILLER                     PIC X(11) VALUE ' PRIORITY='.
021300     05  ST-PRIORITY-CALLS          PIC ZZZZ9.
021400 01  WS-PRIORITY-HEAD               PIC X(50)
021500     VALUE '** PRIORITY - NEW RELEASES WITH HOLDS WAITING **'.
021600 01  WS-ROUTINE-HEAD                PIC X(50)
021700     VALUE '** ROUTINE REMINDERS **'.
021800 PROCEDURE DIVISION.
021900*=================================================================
022000 0000-MAINLINE.
022100     PERFORM 0900-DISPLAY-VERSION-STAMP
022200     PERFORM 0950-SET-CALL-DATE
022300     SORT SORT-WORK
022400         ASCENDING KEY SR-STORE-CODE SR-HOUSEHOLD-PRIORITY
022500                       SR-PHONE SR-CUSTOMER-ID
022600                       SR-TITLE-PRIORITY SR-VIDEO-CODE
022700         INPUT PROCEDURE IS 1000-SELECT-DUE-RENTALS
022800         OUTPUT PROCEDURE IS 2000-PRINT-CALL-SHEETS
022900     PERFORM 9000-DISPLAY-VERSION-TRAILER
023000     STOP RUN.
023100*=================================================================
023200*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
023300*=================================================================
023400 0900-DISPLAY-VERSION-STAMP.
023500     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='DUECALL -'==
023600                             ==:PROGVERS:== BY =='Version 001'==.
023700*=================================================================
023800*    0950-SET-CALL-DATE - THE NEXT OPEN DATE AFTER TODAY
023900*=================================================================
024000 0950-SET-CALL-DATE.
024100     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
024200     MOVE 'N'                      TO CALR-FUNCTION
024300     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
024400     MOVE ZERO                     TO CALR-END-DATE
024500     CALL 'STORECAL' USING CALENDAR-REQUEST
024600     MOVE CALR-RESULT-DATE TO WS-CALL-DUE-DATE.
024700*=================================================================
024800*    1000-SELECT-DUE-RENTALS - WALK RENTFILE HOUSEHOLD BY
024900*    HOUSEHOLD AND RELEASE THE RENTALS DUE ON THE CALL DATE
025000*=================================================================
025100 1000-SELECT-DUE-RENTALS.
025200     OPEN INPUT RENTFILE
025300     IF FC-RENTFILE-STATUS NOT = '00'
025400         AND FC-RENTFILE-STATUS NOT = '05'
025500         DISPLAY 'DUECALL: UNABLE TO OPEN RENTFILE, STATUS='
025600             FC-RENTFILE-STATUS
025700         MOVE 'Y' TO WS-RENT-EOF-SW
025800     END-IF
025900     OPEN INPUT CUSTFILE
026000     IF FC-CUSTFILE-STATUS = '00'
026100         OR FC-CUSTFILE-STATUS = '05'
026200         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
026300     END-IF
026400     OPEN INPUT VIDOFILE
026500     IF FC-VIDOFILE-STATUS = '00'
026600         OR FC-VIDOFILE-STATUS = '05'
026700         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
026800     END-IF
026900     OPEN INPUT HOLDFILE
027000     IF FC-HOLDFILE-STATUS = '00'
027100         OR FC-HOLDFILE-STATUS = '05'
027200         MOVE 'Y' TO WS-HOLDFILE-AVAIL-SW
027300     END-IF
027310     OPEN INPUT EQPFILE
027320     IF FC-EQPFILE-STATUS = '00'
027330         OR FC-EQPFILE-STATUS = '05'
027340         MOVE 'Y' TO WS-EQPFILE-AVAIL-SW
027350     END-IF
027400     IF NOT WS-RENT-EOF
027500         MOVE ZERO TO RENTAL-CUSTOMER-ID
027600         START RENTFILE KEY IS NOT LESS THAN RENTAL-CUSTOMER-ID
027700             INVALID KEY
027800                 MOVE 'Y' TO WS-RENT-EOF-SW
027900         END-START
028000     END-IF
028100     PERFORM 1100-READ-NEXT-RENTAL
028200     PERFORM 1200-GATHER-ONE-HOUSEHOLD
028300         UNTIL WS-RENT-EOF
028400     CLOSE RENTFILE
028500     IF WS-CUSTFILE-AVAILABLE
028600         CLOSE CUSTFILE
028700     END-IF
028800     IF WS-VIDOFILE-AVAILABLE
028900         CLOSE VIDOFILE
029000     END-IF
029100     IF WS-HOLDFILE-AVAILABLE
029200         CLOSE HOLDFILE
029300     END-IF
029310     IF WS-EQPFILE-AVAILABLE
029320         CLOSE EQPFILE
029330     END-IF.
029400*=================================================================
029500*    1100-READ-NEXT-RENTAL
029600*=================================================================
029700 1100-READ-NEXT-RENTAL.
029800     IF NOT WS-RENT-EOF
029900         READ RENTFILE NEXT RECORD
030000             AT END
030100                 MOVE 'Y' TO WS-RENT-EOF-SW
030200         END-READ
030300     END-IF
030400     IF NOT WS-RENT-EOF
030500         ADD 1 TO WS-RENTALS-READ
030600     END-IF.
030700*=================================================================
030800*    1200-GATHER-ONE-HOUSEHOLD - ALL OF ONE CUSTOMER'S OPEN
030900*    RENTALS INTO THE TABLE, THEN TALLY AND RELEASE IF ANY IS
031000*    DUE ON THE CALL DATE
031100*=================================================================
031200 1200-GATHER-ONE-HOUSEHOLD.
031300     MOVE RENTAL-CUSTOMER-ID TO WS-BREAK-CUSTOMER-ID
031400     MOVE ZERO TO WS-HH-COUNT
031500     MOVE ZERO TO WS-HH-DUE-COUNT
031600     PERFORM 1300-TABLE-ONE-RENTAL
031700         UNTIL WS-RENT-EOF
031800         OR RENTAL-CUSTOMER-ID NOT = WS-BREAK-CUSTOMER-ID
031900     IF WS-HH-DUE-COUNT > ZERO
032000         PERFORM 1500-RELEASE-HOUSEHOLD
032100     END-IF.
032200*=================================================================
032300*    1300-TABLE-ONE-RENTAL - OPEN RENTALS ONLY; THE ONES DUE ON
032400*    THE CALL DATE CARRY THEIR TITLE AND HOLD QUEUE
032500*=================================================================
032600 1300-TABLE-ONE-RENTAL.
032700     IF RENTAL-OPEN
032800         IF WS-HH-COUNT < 50
032900             ADD 1 TO WS-HH-COUNT
033000             SET WS-HH-IDX TO WS-HH-COUNT
033100             PERFORM 1350-LOAD-TABLE-ENTRY
033200         ELSE
033300             ADD 1 TO WS-RENTALS-DROPPED
033400             DISPLAY 'DUECALL: HOUSEHOLD TABLE FULL, CUSTOMER '
033500                 RENTAL-CUSTOMER-ID ' RENTAL ' RENTAL-NUMBER
033600         END-IF
033700     END-IF
033800     PERFORM 1100-READ-NEXT-RENTAL.
033900*=================================================================
034000*    1350-LOAD-TABLE-ENTRY
034100*=================================================================
034200 1350-LOAD-TABLE-ENTRY.
034300     MOVE RENTAL-STORE-CODE  TO WS-HH-STORE-CODE (WS-HH-IDX)
034400     MOVE RENTAL-VIDEO-CODE  TO WS-HH-VIDEO-CODE (WS-HH-IDX)
034500     MOVE RENTAL-COPY-NUMBER TO WS-HH-COPY-NUMBER (WS-HH-IDX)
034600     MOVE 'N'                TO WS-HH-DUE-SW (WS-HH-IDX)
034700     MOVE 'N'                TO WS-HH-HOT-SW (WS-HH-IDX)
034800     MOVE SPACES             TO WS-HH-TITLE (WS-HH-IDX)
034900     MOVE ZERO               TO WS-HH-QUEUE-COUNT (WS-HH-IDX)
035000     IF RENTAL-DUE-DATE > WS-CURRENT-DATE-YYYYMMDD
035100         AND RENTAL-DUE-DATE NOT > WS-CALL-DUE-DATE
035200         MOVE 'Y' TO WS-HH-DUE-SW (WS-HH-IDX)
035300         ADD 1 TO WS-HH-DUE-COUNT
035400         ADD 1 TO WS-RENTALS-DUE
035500         IF RENTAL-OF-EQUIPMENT
035510             PERFORM 1450-LOOK-UP-EQUIPMENT
035520         ELSE
035530             PERFORM 1400-LOOK-UP-TITLE
035540         END-IF
035600     END-IF.
035700*=================================================================
035800*    1400-LOOK-UP-TITLE - TITLE AND TIER FROM VIDOFILE, WAITING
035900*    QUEUE FROM HOLDFILE; A NEW RELEASE WITH A QUEUE IS HOT
036000*=================================================================
036100 1400-LOOK-UP-TITLE.
036200     MOVE SPACE TO VIDEO-PRICE-TIER
036300     IF WS-VIDOFILE-AVAILABLE
036400         MOVE RENTAL-VIDEO-CODE TO VIDEO-CODE
036500         READ VIDOFILE
036600             INVALID KEY
036700                 MOVE '*** NOT ON VIDOFILE ***'
036800                     TO WS-HH-TITLE (WS-HH-IDX)
036900             NOT INVALID KEY
037000                 MOVE VIDEO-TITLE TO WS-HH-TITLE (WS-HH-IDX)
037100         END-READ
037200     END-IF
037300     IF WS-HOLDFILE-AVAILABLE
037400         MOVE RENTAL-VIDEO-CODE TO HOLD-VIDEO-CODE
037500         READ HOLDFILE
037600             INVALID KEY
037700                 CONTINUE
037800             NOT INVALID KEY
037900                 MOVE HOLD-QUEUE-COUNT
038000                     TO WS-HH-QUEUE-COUNT (WS-HH-IDX)
038100         END-READ
038200     END-IF
038300     IF VIDEO-TIER-NEW-RELEASE
038400         AND WS-HH-QUEUE-COUNT (WS-HH-IDX) > ZERO
038500         MOVE 'Y' TO WS-HH-HOT-SW (WS-HH-IDX)
038600     END-IF.
038602*=================================================================
038606*    1450-LOOK-UP-EQUIPMENT - A PLAYER OR CONSOLE IS NOT A TITLE;
038610*    IT IS NAMED BY SERIAL AND MODEL FROM EQPFILE AND HAS NO HOLD
038614*    QUEUE
038618*=================================================================
038622 1450-LOOK-UP-EQUIPMENT.
038626     MOVE RENTAL-EQUIP-SERIAL TO WS-ET-SERIAL
038630     MOVE '*** NOT ON EQPFILE' TO WS-ET-MODEL
038634     IF WS-EQPFILE-AVAILABLE
038638         MOVE RENTAL-EQUIP-SERIAL TO EQUIP-SERIAL-NUMBER
038642         READ EQPFILE
038646             INVALID KEY
038650                 CONTINUE
038654             NOT INVALID KEY
038658                 MOVE EQUIP-MODEL TO WS-ET-MODEL
038662         END-READ
038666     END-IF
038670     MOVE WS-EQUIP-TITLE TO WS-HH-TITLE (WS-HH-IDX).
038700*=================================================================
038800*    1500-RELEASE-HOUSEHOLD - NAME AND PHONE FROM CUSTFILE, THEN
038900*    ONE SORT RECORD PER RENTAL DUE ON THE CALL DATE, UNLESS THE
038910*    HOUSEHOLD HAS ASKED NOT TO BE PHONED
039000*=================================================================
039100 1500-RELEASE-HOUSEHOLD.
039110     MOVE 'N' TO WS-HH-NO-CALL-SW
039200     MOVE SPACES TO WS-HH-PHONE
039300     MOVE '*** NOT ON CUSTFILE ***' TO WS-HH-NAME
039400     IF WS-CUSTFILE-AVAILABLE
039500         MOVE WS-BREAK-CUSTOMER-ID TO CUSTOMER-ID
039600         READ CUSTFILE
039700             INVALID KEY
039800                 ADD 1 TO WS-NOT-ON-CUSTFILE
039900             NOT INVALID KEY
040000                 MOVE CUSTOMER-NAME  TO WS-HH-NAME
040100                 MOVE CUSTOMER-PHONE TO WS-HH-PHONE
040110                 IF CUSTOMER-PHONE-REFUSED
040120                     MOVE 'Y' TO WS-HH-NO-CALL-SW
040130                 END-IF
040200         END-READ
040300     END-IF
040310     IF WS-HH-NO-CALL
040320         ADD 1 TO WS-CALLS-SUPPRESSED
040330     ELSE
040400         PERFORM 1600-RELEASE-ONE-ENTRY
040500             VARYING WS-HH-IDX FROM 1 BY 1
040600             UNTIL WS-HH-IDX > WS-HH-COUNT
040610     END-IF.
040700*=================================================================
040800*    1600-RELEASE-ONE-ENTRY - TALLY THE HOUSEHOLD AT THE ENTRY'S
040900*    STORE AND RELEASE IT IF IT IS DUE ON THE CALL DATE
041000*=================================================================
041100 1600-RELEASE-ONE-ENTRY.
041200     IF WS-HH-DUE-NEXT-DAY (WS-HH-IDX)
041300         MOVE ZERO TO WS-TALLY-DUE
041400         MOVE ZERO TO WS-TALLY-OUT
041500         MOVE 'N'  TO WS-TALLY-HOT-SW
041600         PERFORM 1650-TALLY-ONE-ENTRY
041700             VARYING WS-HH-IDX2 FROM 1 BY 1
041800             UNTIL WS-HH-IDX2 > WS-HH-COUNT
041900         MOVE WS-HH-STORE-CODE (WS-HH-IDX)  TO SR-STORE-CODE
042000         MOVE '2'                           TO
042100             SR-HOUSEHOLD-PRIORITY
042200         IF WS-TALLY-HOT
042300             MOVE '1' TO SR-HOUSEHOLD-PRIORITY
042400         END-IF
042500         MOVE WS-HH-PHONE                   TO SR-PHONE
042600         MOVE WS-BREAK-CUSTOMER-ID          TO SR-CUSTOMER-ID
042700         MOVE '2'                           TO SR-TITLE-PRIORITY
042800         IF WS-HH-HOT-TITLE (WS-HH-IDX)
042900             MOVE '1' TO SR-TITLE-PRIORITY
043000         END-IF
043100         MOVE WS-HH-VIDEO-CODE (WS-HH-IDX)  TO SR-VIDEO-CODE
043200         MOVE WS-HH-COPY-NUMBER (WS-HH-IDX) TO SR-COPY-NUMBER
043300         MOVE WS-HH-NAME                    TO SR-NAME
043400         MOVE WS-HH-TITLE (WS-HH-IDX)       TO SR-TITLE
043500         MOVE WS-HH-QUEUE-COUNT (WS-HH-IDX) TO SR-QUEUE-COUNT
043600         MOVE WS-TALLY-DUE                  TO SR-TITLES-DUE
043700         MOVE WS-TALLY-OUT                  TO SR-TITLES-OUT
043800         RELEASE SORT-RECORD
043900     END-IF.
044000*=================================================================
044100*    1650-TALLY-ONE-ENTRY - SAME STORE AS THE ENTRY RELEASED
044200*=================================================================
044300 1650-TALLY-ONE-ENTRY.
044400     IF WS-HH-STORE-CODE (WS-HH-IDX2)
044500             = WS-HH-STORE-CODE (WS-HH-IDX)
044600         ADD 1 TO WS-TALLY-OUT
044700         IF WS-HH-DUE-NEXT-DAY (WS-HH-IDX2)
044800             ADD 1 TO WS-TALLY-DUE
044900         END-IF
045000         IF WS-HH-HOT-TITLE (WS-HH-IDX2)
045100             MOVE 'Y' TO WS-TALLY-HOT-SW
045200         END-IF
045300     END-IF.
045400*=================================================================
045500*    2000-PRINT-CALL-SHEETS - A PAGE PER STORE, PRIORITY
045600*    HOUSEHOLDS FIRST, A HOUSEHOLD LINE OVER ITS TITLES
045700*=================================================================
045800 2000-PRINT-CALL-SHEETS.
045900     OPEN OUTPUT DUECALL-RPT
046000     PERFORM 2100-RETURN-ONE-RECORD
046100     PERFORM 2200-PROCESS-ONE-RECORD
046200         UNTIL WS-SORT-EOF
046300     IF NOT WS-FIRST-RECORD
046400         PERFORM 2700-CLOSE-STORE-BREAK
046500     END-IF
046600     CLOSE DUECALL-RPT
046700     DISPLAY 'DUECALL: CALL DATE          = ' WS-CALL-DUE-DATE
046800     DISPLAY 'DUECALL: RENTALS READ       = ' WS-RENTALS-READ
046900     DISPLAY 'DUECALL: RENTALS DUE        = ' WS-RENTALS-DUE
047000     DISPLAY 'DUECALL: HOUSEHOLDS TO CALL = '
047100         WS-TOTAL-HOUSEHOLDS
047200     DISPLAY 'DUECALL: PRIORITY CALLS     = '
047300         WS-TOTAL-PRIORITY-CALLS
047400     DISPLAY 'DUECALL: NOT ON CUSTFILE    = ' WS-NOT-ON-CUSTFILE
047410     DISPLAY 'DUECALL: PREFS SUPPRESSED   = ' WS-CALLS-SUPPRESSED
047500     DISPLAY 'DUECALL: RENTALS DROPPED    = ' WS-RENTALS-DROPPED.
047600*=================================================================
047700*    2100-RETURN-ONE-RECORD
047800*=================================================================
047900 2100-RETURN-ONE-RECORD.
048000     RETURN SORT-WORK
048100         AT END
048200             MOVE 'Y' TO WS-SORT-EOF-SW
048300     END-RETURN.
048400*=================================================================
048500*    2200-PROCESS-ONE-RECORD - BREAKS ON STORE, PRIORITY GROUP
048600*    AND HOUSEHOLD
048700*=================================================================
048800 2200-PROCESS-ONE-RECORD.
048900     IF WS-FIRST-RECORD
049000         MOVE 'N' TO WS-FIRST-RECORD-SW
049100         PERFORM 2300-OPEN-STORE-PAGE
049200         PERFORM 2400-OPEN-PRIORITY-GROUP
049300         PERFORM 2500-PRINT-HOUSEHOLD-LINE
049400     ELSE
049500         IF SR-STORE-CODE NOT = WS-BREAK-STORE-CODE
049600             PERFORM 2700-CLOSE-STORE-BREAK
049700             PERFORM 2300-OPEN-STORE-PAGE
049800             PERFORM 2400-OPEN-PRIORITY-GROUP
049900             PERFORM 2500-PRINT-HOUSEHOLD-LINE
050000         ELSE
050100             IF SR-HOUSEHOLD-PRIORITY NOT = WS-BREAK-PRIORITY
050200                 PERFORM 2400-OPEN-PRIORITY-GROUP
050300                 PERFORM 2500-PRINT-HOUSEHOLD-LINE
050400             ELSE
050500                 IF SR-PHONE NOT = WS-BREAK-PHONE
050600                     OR SR-CUSTOMER-ID
050700                         NOT = WS-BREAK-HH-CUSTOMER-ID
050800                     PERFORM 2500-PRINT-HOUSEHOLD-LINE
050900                 END-IF
051000             END-IF
051100         END-IF
051200     END-IF
051300     PERFORM 2600-PRINT-TITLE-LINE
051400     PERFORM 2100-RETURN-ONE-RECORD.
051500*=================================================================
051600*    2300-OPEN-STORE-PAGE
051700*=================================================================
051800 2300-OPEN-STORE-PAGE.
051900     MOVE SR-STORE-CODE            TO WS-BREAK-STORE-CODE
052000     MOVE SR-STORE-CODE            TO PH-STORE-CODE
052100     MOVE WS-CALL-DUE-DATE         TO PH-DUE-DATE
052200     MOVE WS-CURRENT-DATE-YYYYMMDD TO PH-RUN-DATE
052300     WRITE DUECALL-LINE FROM WS-PAGE-HEAD-LINE
052400         AFTER ADVANCING PAGE
052500     WRITE DUECALL-LINE FROM WS-COLUMN-HEAD-LINE
052600     ADD 2 TO WS-REPORT-LINES.
052700*=================================================================
052800*    2400-OPEN-PRIORITY-GROUP
052900*=================================================================
053000 2400-OPEN-PRIORITY-GROUP.
053100     MOVE SR-HOUSEHOLD-PRIORITY TO WS-BREAK-PRIORITY
053200     IF SR-PRIORITY-HOUSEHOLD
053300         MOVE WS-PRIORITY-HEAD TO SL-TEXT
053400     ELSE
053500         MOVE WS-ROUTINE-HEAD  TO SL-TEXT
053600     END-IF
053700     MOVE SPACES TO DUECALL-LINE
053800     WRITE DUECALL-LINE
053900     WRITE DUECALL-LINE FROM WS-SECTION-LINE
054000     ADD 2 TO WS-REPORT-LINES.
054100*=================================================================
054200*    2500-PRINT-HOUSEHOLD-LINE - PHONE, NAME AND THE TALLY OF
054300*    TITLES DUE TOMORROW AND OUT IN ALL AT THIS STORE
054400*=================================================================
054500 2500-PRINT-HOUSEHOLD-LINE.
054600     MOVE SR-PHONE       TO WS-BREAK-PHONE
054700     MOVE SR-CUSTOMER-ID TO WS-BREAK-HH-CUSTOMER-ID
054800     MOVE SR-PHONE       TO HL-PHONE
054900     MOVE SR-NAME        TO HL-NAME
055000     MOVE SR-CUSTOMER-ID TO HL-CUSTOMER-ID
055100     MOVE SR-TITLES-DUE  TO HL-TITLES-DUE
055200     MOVE SR-TITLES-OUT  TO HL-TITLES-OUT
055300     WRITE DUECALL-LINE FROM WS-HOUSEHOLD-LINE
055400     ADD 1 TO WS-REPORT-LINES
055500     ADD 1 TO WS-STORE-HOUSEHOLDS
055600     ADD 1 TO WS-TOTAL-HOUSEHOLDS
055700     IF SR-PRIORITY-HOUSEHOLD
055800         ADD 1 TO WS-STORE-PRIORITY-CALLS
055900         ADD 1 TO WS-TOTAL-PRIORITY-CALLS
056000     END-IF.
056100*=================================================================
056200*    2600-PRINT-TITLE-LINE - A '*' MARKS THE TITLE WITH A QUEUE
056300*=================================================================
056400 2600-PRINT-TITLE-LINE.
056500     MOVE SPACE TO TL-PRIORITY-FLAG
056600     IF SR-PRIORITY-TITLE
056700         MOVE '*' TO TL-PRIORITY-FLAG
056800     END-IF
056900     MOVE SR-VIDEO-CODE  TO TL-VIDEO-CODE
057000     MOVE SR-COPY-NUMBER TO TL-COPY-NUMBER
057100     MOVE SR-TITLE       TO TL-TITLE
057200     MOVE SR-QUEUE-COUNT TO TL-QUEUE-COUNT
057300     WRITE DUECALL-LINE FROM WS-TITLE-LINE
057400     ADD 1 TO WS-REPORT-LINES
057500     ADD 1 TO WS-STORE-TITLES.
057600*=================================================================
057700*    2700-CLOSE-STORE-BREAK
057800*=================================================================
057900 2700-CLOSE-STORE-BREAK.
058000     MOVE WS-BREAK-STORE-CODE     TO ST-STORE-CODE
058100     MOVE WS-STORE-HOUSEHOLDS     TO ST-HOUSEHOLDS
058200     MOVE WS-STORE-TITLES         TO ST-TITLES
058300     MOVE WS-STORE-PRIORITY-CALLS TO ST-PRIORITY-CALLS
058400     MOVE SPACES TO DUECALL-LINE
058500     WRITE DUECALL-LINE
058600     WRITE DUECALL-LINE FROM WS-STORE-TOTAL-LINE
058700     ADD 2 TO WS-REPORT-LINES
058800     MOVE ZERO TO WS-STORE-HOUSEHOLDS
058900     MOVE ZERO TO WS-STORE-TITLES
059000     MOVE ZERO TO WS-STORE-PRIORITY-CALLS.
059100*=================================================================
059200*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
059300*=================================================================
059400 9000-DISPLAY-VERSION-TRAILER.
059500     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='DUECALL -'==
059600                             ==:LINECOUNT:== BY
059700                                 WS-REPORT-LINES.
