000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    OPNEXTR.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - NIGHTLY OPEN-RENTALS
001200*                   EXTRACT.
001300*=================================================================
001400*  RUNS STRAIGHT AFTER RENTPROC.  MAKES THE NIGHT'S ONE FULL
001500*  PASS OF RENTFILE, PICKS OUT THE OPEN RENTALS, ENRICHES EACH
001600*  WITH THE TITLE'S MEDIA FORMAT AND PRICE TIER FROM VIDOFILE
001700*  AND THE CUSTOMER'S ACTIVE FLAG AND MEMBERSHIP CLASS FROM
001800*  CUSTFILE, AND SORTS THEM BY CUSTOMER AND RENTAL NUMBER ONTO
001900*  THE OPENRENT EXTRACT (SEE OPNXREC).  LATEFEE, LOSTCONV AND
002000*  OVRDUE READ THE EXTRACT INSTEAD OF WALKING RENTFILE EACH.
002100*  A CONTROL TRAILER CARRIES THE RENTALS READ AND THE OPEN
002200*  RENTALS WRITTEN FOR BALANCE TO PROVE AGAINST RENTFILE.
002300*=================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
003400         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
003500            OF RENTAL-RECORD WITH DUPLICATES
003600         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
003700            OF RENTAL-RECORD WITH DUPLICATES
003800         FILE STATUS IS FC-RENTFILE-STATUS.
003900     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004300         FILE STATUS IS FC-VIDOFILE-STATUS.
004400     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
004800         FILE STATUS IS FC-CUSTFILE-STATUS.
004900     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
005000     SELECT OPENRENT-OUT ASSIGN TO 'OPENRENT'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FC-OPENRENT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RENTFILE.
005600 COPY RENTREC.
005700 FD  VIDOFILE.
005800 COPY VIDOREC.
005900 FD  CUSTFILE.
006000 COPY CUSTREC.
006100 SD  SORT-WORK.
006200 01  SORT-RECORD.
006300     05  SR-CUSTOMER-ID             PIC 9(6).
006400     05  SR-RENTAL-NUMBER           PIC 9(7).
006500     05  SR-EXTRACT-RECORD          PIC X(100).
006600 FD  OPENRENT-OUT
006700     RECORD CONTAINS 100 CHARACTERS.
006800 01  OPENRENT-LINE                  PIC X(100).
006900 WORKING-STORAGE SECTION.
007000*=================================================================
007100 COPY VERSTAMP.
007200 COPY FILERRQ.
007300 COPY OPNXREC.
007400 01  FC-STATUSES.
007500     05  FC-RENTFILE-STATUS         PIC X(2).
007600     05  FC-VIDOFILE-STATUS         PIC X(2).
007700     05  FC-CUSTFILE-STATUS         PIC X(2).
007800     05  FC-OPENRENT-STATUS         PIC X(2).
007900 01  WS-SWITCHES.
008000     05  WS-RENT-EOF-SW             PIC X(1) VALUE 'N'.
008100         88  WS-RENT-EOF            VALUE 'Y'.
008200     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
008300         88  WS-SORT-EOF            VALUE 'Y'.
008400     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
008500         88  WS-VIDOFILE-AVAILABLE  VALUE 'Y'.
008600     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
008700         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
008800 01  WS-CURRENT-DATE.
008900     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
009000 01  WS-COUNTERS.
009100     05  WS-RENTALS-READ            PIC 9(7) VALUE ZERO.
009200     05  WS-RENTALS-RELEASED        PIC 9(7) VALUE ZERO.
009300     05  WS-RENTALS-WRITTEN         PIC 9(7) VALUE ZERO.
009400     05  WS-TITLES-NOT-ON-FILE      PIC 9(7) VALUE ZERO.
009500     05  WS-CUSTOMERS-NOT-ON-FILE   PIC 9(7) VALUE ZERO.
009600 PROCEDURE DIVISION.
009700*=================================================================
009800 0000-MAINLINE.
009900     PERFORM 0900-DISPLAY-VERSION-STAMP
010000     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
010100     SORT SORT-WORK
010200         ASCENDING KEY SR-CUSTOMER-ID SR-RENTAL-NUMBER
010300         INPUT PROCEDURE IS 1000-SELECT-OPEN-RENTALS
010400         OUTPUT PROCEDURE IS 2000-WRITE-THE-EXTRACT
010500     PERFORM 9000-DISPLAY-VERSION-TRAILER
010600     STOP RUN.
010700*=================================================================
010800*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
010900*=================================================================
011000 0900-DISPLAY-VERSION-STAMP.
011100     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='OPNEXTR -'==
011200                             ==:PROGVERS:== BY =='Version 001'==.
011300*=================================================================
011400*    1000-SELECT-OPEN-RENTALS - ONE PASS OF RENTFILE, RELEASING
011500*    EACH OPEN RENTAL WITH ITS TITLE AND CUSTOMER DETAIL
011600*=================================================================
011700 1000-SELECT-OPEN-RENTALS.
011800     OPEN INPUT RENTFILE
011900     IF FC-RENTFILE-STATUS NOT = '00'
012000         AND FC-RENTFILE-STATUS NOT = '05'
012100         MOVE 'OPNEXTR' TO FERR-PROGRAM-ID
012200         MOVE 'RENTFILE' TO FERR-FILE-NAME
012300         MOVE 'OPEN' TO FERR-OPERATION
012400         MOVE FC-RENTFILE-STATUS TO FERR-STATUS
012500         MOVE SPACES TO FERR-RECORD
012600         CALL 'FILERR' USING FILE-ERROR-REQUEST
012700         MOVE 'Y' TO WS-RENT-EOF-SW
012800     END-IF
012900     OPEN INPUT VIDOFILE
013000     IF FC-VIDOFILE-STATUS = '00'
013100         OR FC-VIDOFILE-STATUS = '05'
013200         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
013300     END-IF
013400     OPEN INPUT CUSTFILE
013500     IF FC-CUSTFILE-STATUS = '00'
013600         OR FC-CUSTFILE-STATUS = '05'
013700         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
013800     END-IF
013900     PERFORM 1100-READ-NEXT-RENTAL
014000     PERFORM 1200-SELECT-ONE-RENTAL
014100         UNTIL WS-RENT-EOF
014200     CLOSE RENTFILE
014300     IF WS-VIDOFILE-AVAILABLE
014400         CLOSE VIDOFILE
014500     END-IF
014600     IF WS-CUSTFILE-AVAILABLE
014700         CLOSE CUSTFILE
014800     END-IF.
014900*=================================================================
015000*    1100-READ-NEXT-RENTAL
015100*=================================================================
015200 1100-READ-NEXT-RENTAL.
015300     READ RENTFILE NEXT RECORD
015400         AT END
015500             MOVE 'Y' TO WS-RENT-EOF-SW
015600     END-READ
015700     IF NOT WS-RENT-EOF
015800         ADD 1 TO WS-RENTALS-READ
015900     END-IF.
016000*=================================================================
016100*    1200-SELECT-ONE-RENTAL - OPEN RENTALS ONLY
016200*=================================================================
016300 1200-SELECT-ONE-RENTAL.
016400     IF RENTAL-OPEN
016500         PERFORM 1300-BUILD-EXTRACT-RECORD
016600         MOVE RENTAL-CUSTOMER-ID    TO SR-CUSTOMER-ID
016700         MOVE RENTAL-NUMBER         TO SR-RENTAL-NUMBER
016800         MOVE OPEN-RENTAL-EXTRACT   TO SR-EXTRACT-RECORD
016900         RELEASE SORT-RECORD
017000         ADD 1 TO WS-RENTALS-RELEASED
017100     END-IF
017200     PERFORM 1100-READ-NEXT-RENTAL.
017300*=================================================================
017400*    1300-BUILD-EXTRACT-RECORD - THE RENTAL PLUS ITS TITLE'S
017500*    FORMAT AND TIER AND ITS CUSTOMER'S STATUS
017600*=================================================================
017700 1300-BUILD-EXTRACT-RECORD.
017800     MOVE SPACES                    TO OPEN-RENTAL-EXTRACT
017900     MOVE 'D'                       TO OX-RECORD-TYPE
018000     MOVE RENTAL-RECORD             TO OX-RENTAL-IMAGE
018100     IF NOT RENTAL-OF-EQUIPMENT
018200         PERFORM 1400-LOOKUP-TITLE
018300     END-IF
018400     PERFORM 1500-LOOKUP-CUSTOMER.
018500*=================================================================
018600*    1400-LOOKUP-TITLE - MEDIA FORMAT AND PRICE TIER
018700*=================================================================
018800 1400-LOOKUP-TITLE.
018900     IF WS-VIDOFILE-AVAILABLE
019000         MOVE RENTAL-VIDEO-CODE TO VIDEO-CODE
019100         READ VIDOFILE
019200             INVALID KEY
019300                 ADD 1 TO WS-TITLES-NOT-ON-FILE
019400             NOT INVALID KEY
019500                 MOVE VIDEO-MEDIA-FORMAT TO OX-MEDIA-FORMAT
019600                 MOVE VIDEO-PRICE-TIER   TO OX-PRICE-TIER
019700         END-READ
019800     END-IF.
019900*=================================================================
020000*    1500-LOOKUP-CUSTOMER - ACTIVE FLAG AND MEMBERSHIP CLASS
020100*=================================================================
020200 1500-LOOKUP-CUSTOMER.
020300     IF WS-CUSTFILE-AVAILABLE
020400         MOVE RENTAL-CUSTOMER-ID TO CUSTOMER-ID
020500         READ CUSTFILE
020600             INVALID KEY
020700                 ADD 1 TO WS-CUSTOMERS-NOT-ON-FILE
020800             NOT INVALID KEY
020900                 MOVE CUSTOMER-ACTIVE-FLAG
021000                     TO OX-CUSTOMER-ACTIVE
021100                 MOVE CUSTOMER-MEMBER-CLASS
021200                     TO OX-CUSTOMER-CLASS
021300         END-READ
021400     END-IF.
021500*=================================================================
021600*    2000-WRITE-THE-EXTRACT - SORTED DETAIL, THEN THE CONTROL
021700*    TRAILER
021800*=================================================================
021900 2000-WRITE-THE-EXTRACT.
022000     OPEN OUTPUT OPENRENT-OUT
022100     PERFORM 2100-RETURN-ONE-RECORD
022200     PERFORM 2200-WRITE-ONE-RECORD
022300         UNTIL WS-SORT-EOF
022400     PERFORM 2300-WRITE-CONTROL-TRAILER
022500     CLOSE OPENRENT-OUT
022600     DISPLAY 'OPNEXTR: RENTALS READ       = ' WS-RENTALS-READ
022700     DISPLAY 'OPNEXTR: OPEN RENTALS       = ' WS-RENTALS-WRITTEN
022800     DISPLAY 'OPNEXTR: TITLES NOT ON FILE = '
022900         WS-TITLES-NOT-ON-FILE
023000     DISPLAY 'OPNEXTR: CUSTS NOT ON FILE  = '
023100         WS-CUSTOMERS-NOT-ON-FILE.
023200*=================================================================
023300*    2100-RETURN-ONE-RECORD
023400*=================================================================
023500 2100-RETURN-ONE-RECORD.
023600     RETURN SORT-WORK
023700         AT END
023800             MOVE 'Y' TO WS-SORT-EOF-SW
023900     END-RETURN.
024000*=================================================================
024100*    2200-WRITE-ONE-RECORD
024200*=================================================================
024300 2200-WRITE-ONE-RECORD.
024400     WRITE OPENRENT-LINE FROM SR-EXTRACT-RECORD
024500     ADD 1 TO WS-RENTALS-WRITTEN
024600     PERFORM 2100-RETURN-ONE-RECORD.
024700*=================================================================
024800*    2300-WRITE-CONTROL-TRAILER - RENTALS READ AND OPEN RENTALS
024900*    WRITTEN, WRITTEN EVEN ON AN EMPTY NIGHT
025000*=================================================================
025100 2300-WRITE-CONTROL-TRAILER.
025200     MOVE SPACES                    TO OPEN-RENTAL-EXTRACT
025300     MOVE 'T'                       TO OX-RECORD-TYPE
025400     MOVE 'CTL RENTALS READ='       TO OX-TRL-TAG
025500     MOVE WS-RENTALS-READ           TO OX-TRL-RENTALS-READ
025600     MOVE ' OPEN='                  TO OX-TRL-OPEN-TAG
025700     MOVE WS-RENTALS-WRITTEN        TO OX-TRL-OPEN-WRITTEN
025800     MOVE ' AS OF '                 TO OX-TRL-DATE-TAG
025900     MOVE WS-CURRENT-DATE-YYYYMMDD  TO OX-TRL-AS-OF-DATE
026000     WRITE OPENRENT-LINE FROM OPEN-RENTAL-EXTRACT.
026100*=================================================================
026200*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
026300*=================================================================
026400 9000-DISPLAY-VERSION-TRAILER.
026500     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='OPNEXTR -'==
026600                             ==:LINECOUNT:== BY
026700                                 WS-RENTALS-WRITTEN.
