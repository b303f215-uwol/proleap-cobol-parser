001137*  2026-09-02 VSG   DETAIL LINES NOW CARRY THE RENTAL'S STORE
001138*                   AND THE RUN SUMMARIZES OVERDUE RENTALS PER
001139*                   STORE FOR THE SECOND LOCATION.
001140*  2026-10-15 VSG   AN OVERDUE EQUIPMENT RENTAL (PLAYER OR GAME
001141*                   CONSOLE) CARRIES THE UNIT'S SERIAL NUMBER
001142*                   AND EQUIPMENT TYPE ON ITS DETAIL LINE IN
001143*                   PLACE OF A TITLE, AND IS COUNTED SEPARATELY.
001144*  2026-10-15 VSG   OVERDUE CANDIDATES NOW COME FROM THE NIGHT'S
001145*                   OPENRENT OPEN-RENTALS EXTRACT (OPNEXTR)
001146*                   INSTEAD OF A FULL RENTFILE SCAN; EACH IS
001147*                   RE-READ FROM RENTFILE BY KEY SO A RENTAL
001148*                   CONVERTED TO LOST LATER THE SAME NIGHT IS
001149*                   NOT LISTED.
001200*=================================================================
001300*  OPENS VIDOFILE AND CHECKS THE FILE STATUS CODE ON EVERY ACCESS,
001400*  LISTING ANY RECORD THAT FAILED TO READ CLEANLY ON A SEPARATE
001500*  EXCEPTION LISTING, THEN SCANS THE OPENRENT EXTRACT FOR OPEN
001600*  RENTALS PAST DUE DATE AND PRODUCES THE OVERDUE LISTING.
001700*=================================================================
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002930         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
002940            OF RENTAL-RECORD WITH DUPLICATES
003000         FILE STATUS IS FC-RENTFILE-STATUS.
003010     SELECT OPTIONAL EQPFILE ASSIGN TO 'IDXEQUIP'
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS DYNAMIC
003040         RECORD KEY IS EQUIP-SERIAL-NUMBER OF EQUIPMENT-RECORD
003050         FILE STATUS IS FC-EQPFILE-STATUS.
003060     SELECT OPENRENT-IN ASSIGN TO 'OPENRENT'
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS FC-OPENRENT-STATUS.
003100     SELECT EXCEPT-RPT ASSIGN TO 'VIDOEXC'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FC-EXCEPT-STATUS.
004000 COPY VIDOREC.
004100 FD  RENTFILE.
004200 COPY RENTREC.
004210 FD  EQPFILE.
004220 COPY EQUIPREC.
004230 FD  OPENRENT-IN
004240     RECORD CONTAINS 100 CHARACTERS.
004250 01  OPENRENT-LINE                  PIC X(100).
004300 FD  EXCEPT-RPT
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  EXCEPT-LINE                    PIC X(80).
004900 WORKING-STORAGE SECTION.
004950 COPY VERSTAMP.
004951 COPY FILERRQ.
004952 COPY OPNXREC.
005000 01  FC-STATUSES.
005100     05  FC-VIDOFILE-STATUS         PIC X(2).
005200     05  FC-RENTFILE-STATUS         PIC X(2).
005300     05  FC-EXCEPT-STATUS           PIC X(2).
005400     05  FC-OVERDUE-STATUS          PIC X(2).
005410     05  FC-EQPFILE-STATUS          PIC X(2).
005420     05  FC-OPENRENT-STATUS         PIC X(2).
005500 01  WS-SWITCHES.
005600     05  WS-VIDEO-EOF-SW            PIC X(1) VALUE 'N'.
005700         88  WS-VIDEO-EOF           VALUE 'Y'.
005800     05  WS-RENTAL-EOF-SW           PIC X(1) VALUE 'N'.
005900         88  WS-RENTAL-EOF          VALUE 'Y'.
005910     05  WS-EQPFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
005920         88  WS-EQPFILE-AVAILABLE   VALUE 'Y'.
006000 01  WS-CURRENT-DATE.
006100     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
006200 01  WS-COUNTERS.
006300     05  WS-VIDEO-READS             PIC 9(7) VALUE ZERO.
006400     05  WS-VIDEO-EXCEPTIONS        PIC 9(7) VALUE ZERO.
006500     05  WS-RENTALS-OVERDUE         PIC 9(7) VALUE ZERO.
006510     05  WS-EQUIP-OVERDUE           PIC 9(7) VALUE ZERO.
006600 01  WS-EXCEPT-LINE.
006700     05  FILLER                     PIC X(1)  VALUE SPACE.
006800     05  XL-VIDEO-CODE              PIC 9(5).
007900     05  OL-DUE-DATE                PIC 9(8).
007910     05  FILLER                     PIC X(2)  VALUE SPACE.
007920     05  OL-STORE                   PIC 9(2).
007930     05  FILLER                     PIC X(2)  VALUE SPACE.
007940     05  OL-EQUIP-SERIAL            PIC X(12).
007950     05  FILLER                     PIC X(1)  VALUE SPACE.
007960     05  OL-EQUIP-TYPE              PIC X(1).
008000 PROCEDURE DIVISION.
008100*=================================================================
008200 0000-MAINLINE.
009856         CALL 'FILERR' USING FILE-ERROR-REQUEST
009900         MOVE 'Y' TO WS-RENTAL-EOF-SW
010000     END-IF
010001     OPEN INPUT OPENRENT-IN
010002     IF FC-OPENRENT-STATUS NOT = '00'
010003         MOVE 'OVRDUE' TO FERR-PROGRAM-ID
010004         MOVE 'OPENRENT' TO FERR-FILE-NAME
010005         MOVE 'OPEN' TO FERR-OPERATION
010006         MOVE FC-OPENRENT-STATUS TO FERR-STATUS
010007         MOVE SPACES TO FERR-RECORD
010008         CALL 'FILERR' USING FILE-ERROR-REQUEST
010009         MOVE 'Y' TO WS-RENTAL-EOF-SW
010010     END-IF
010011     OPEN INPUT EQPFILE
010020     IF FC-EQPFILE-STATUS = '00' OR '05'
010030         MOVE 'Y' TO WS-EQPFILE-AVAIL-SW
010040     END-IF
010100     OPEN OUTPUT EXCEPT-RPT
010200     OPEN OUTPUT OVERDUE-RPT
010300     PERFORM 1100-READ-NEXT-VIDEO
011600     END-IF.
011700*=================================================================
011800 1200-READ-NEXT-RENTAL.
011900     READ OPENRENT-IN INTO OPEN-RENTAL-EXTRACT
012000         AT END
012100             MOVE 'Y' TO WS-RENTAL-EOF-SW
012200     END-READ
012210     IF NOT WS-RENTAL-EOF
012220         IF OX-TRAILER-RECORD
012230             MOVE 'Y' TO WS-RENTAL-EOF-SW
012240         ELSE
012250             MOVE OX-RENTAL-IMAGE TO RENTAL-RECORD
012260         END-IF
012270     END-IF.
012300*=================================================================
012400 2000-SCAN-VIDOFILE.
012500     PERFORM 1100-READ-NEXT-VIDEO.
013500 4000-SCAN-RENTFILE.
013600     IF RENTAL-OPEN
013700         AND RENTAL-DUE-DATE < WS-CURRENT-DATE-YYYYMMDD
013800         PERFORM 4050-CONFIRM-STILL-OPEN
013900     END-IF
014000     PERFORM 1200-READ-NEXT-RENTAL.
014010*=================================================================
014020*    4050-CONFIRM-STILL-OPEN - THE EXTRACT IS CUT BEFORE THE
014030*    LOST CONVERSION, SO RENTFILE HAS THE LAST WORD
014040*=================================================================
014050 4050-CONFIRM-STILL-OPEN.
014060     READ RENTFILE
014070         INVALID KEY
014080             CONTINUE
014090         NOT INVALID KEY
014091             IF RENTAL-OPEN
014092                 PERFORM 4100-WRITE-OVERDUE-LINE
014093             END-IF
014094     END-READ.
014100*=================================================================
014200 4100-WRITE-OVERDUE-LINE.
014300     ADD 1 TO WS-RENTALS-OVERDUE
014500     MOVE RENTAL-CUSTOMER-ID         TO OL-CUSTOMER-ID
014600     MOVE RENTAL-DUE-DATE            TO OL-DUE-DATE
014610     MOVE RENTAL-STORE-CODE          TO OL-STORE
014620     MOVE SPACES                     TO OL-EQUIP-SERIAL
014630     MOVE SPACE                      TO OL-EQUIP-TYPE
014640     IF RENTAL-OF-EQUIPMENT
014650         ADD 1 TO WS-EQUIP-OVERDUE
014660         MOVE RENTAL-EQUIP-SERIAL    TO OL-EQUIP-SERIAL
014670         PERFORM 4150-LOOKUP-EQUIP-TYPE
014680     END-IF
014700     WRITE OVERDUE-LINE FROM WS-OVERDUE-LINE
014710     PERFORM 4200-COUNT-STORE.
014720*=================================================================
014721*    4150-LOOKUP-EQUIP-TYPE - PLAYER OR CONSOLE, FOR THE LETTER
014722*    RUN TO PRICE THE DAILY RATE STILL ACCRUING
014723*=================================================================
014724 4150-LOOKUP-EQUIP-TYPE.
014725     IF WS-EQPFILE-AVAILABLE
014726         MOVE RENTAL-EQUIP-SERIAL TO EQUIP-SERIAL-NUMBER
014727         READ EQPFILE
014728             INVALID KEY
014729                 CONTINUE
014730             NOT INVALID KEY
014731                 MOVE EQUIP-TYPE TO OL-EQUIP-TYPE
014732         END-READ
014733     END-IF.
014734*=================================================================
014735*    4200-COUNT-STORE - ACCUMULATE OVERDUE RENTALS BY STORE
014740*=================================================================
014750 4200-COUNT-STORE.
014751     SET WS-STORE-IDX TO 1
014930     WRITE OVERDUE-LINE FROM WS-CONTROL-TRAILER
015000     CLOSE VIDOFILE
015100     CLOSE RENTFILE
015105     CLOSE OPENRENT-IN
015110     IF WS-EQPFILE-AVAILABLE
015120         CLOSE EQPFILE
015130     END-IF
015200     CLOSE EXCEPT-RPT
015300     CLOSE OVERDUE-RPT
015400     DISPLAY 'OVRDUE: VIDOFILE READS    = ' WS-VIDEO-READS
015500     DISPLAY 'OVRDUE: VIDOFILE EXCEPTS  = ' WS-VIDEO-EXCEPTIONS
015510     DISPLAY 'OVRDUE: RENTALS OVERDUE   = ' WS-RENTALS-OVERDUE
015520     DISPLAY 'OVRDUE: EQUIPMENT OVERDUE = ' WS-EQUIP-OVERDUE.
015610*=================================================================
015620*    5100-WRITE-STORE-LINE - PER-STORE SUMMARY
015630*=================================================================
