000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SICKCERT.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - SICK-NOTE CERTIFICATE
001200*                   POSTING FROM THE CERTIFICATE CARDS.
001300*=================================================================
001400*  POSTS THE DOCTOR'S CERTIFICATES PERSONNEL HAS RECEIVED TO
001500*  THE CERTIFICATE FILE (SICKCRTI IN, SICKCRTO OUT, SEE
001600*  SICKCREC) THAT SICKLKUP MATCHES THE ABS PERIODS ON PARSEDTL
001700*  AGAINST - FOR THE WEEKLY MISSING-CERTIFICATE LIST (SICKMISS)
001800*  AND FOR THE UNCOVERED-ABSENCE FLAG ON THE PAYINTF BUREAU
001900*  FEED.  EACH SICKCARD CARD CARRIES THE PERSNR, THE DATE THE
002000*  ABSENCE STARTED, THE DATE THE CERTIFICATE WAS RECEIVED AND
002100*  THE LAST DAY IT COVERS.  A CARD FOR AN ABSENCE ALREADY ON
002200*  FILE IS A FOLLOW-UP CERTIFICATE: IT EXTENDS THE COVER WHEN
002300*  IT RUNS LATER, AND IS LISTED AND OTHERWISE IGNORED WHEN IT
002400*  DOES NOT.  A CARD WITH A BAD DATE, A COVER ENDING BEFORE THE
002500*  ABSENCE STARTED, OR A RECEIVED DATE AFTER TODAY IS REJECTED.
002600*  CERTIFICATES WHOSE COVER ENDED BEFORE LAST YEAR ARE DROPPED
002700*  AS THE FILE ROLLS FORWARD.  EVERY CARD IS LISTED ON SICKPOST
002800*  WITH WHAT BECAME OF IT.
002900*=================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL CERT-CARDS ASSIGN TO 'SICKCARD'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FC-CARD-STATUS.
003900     SELECT OPTIONAL CERTS-IN ASSIGN TO 'SICKCRTI'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FC-CERTI-STATUS.
004200     SELECT CERTS-OUT ASSIGN TO 'SICKCRTO'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FC-CERTO-STATUS.
004500     SELECT POST-LIST ASSIGN TO 'SICKPOST'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FC-LIST-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CERT-CARDS
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  CERT-CARD.
005300     05  CD-PERSNR                  PIC 9(9).
005400     05  FILLER                     PIC X(1).
005500     05  CD-START-DATE              PIC 9(8).
005600     05  FILLER                     PIC X(1).
005700     05  CD-RECEIVED-DATE           PIC 9(8).
005800     05  FILLER                     PIC X(1).
005900     05  CD-COVERED-TO              PIC 9(8).
006000     05  FILLER                     PIC X(44).
006100 FD  CERTS-IN
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  CERTS-IN-RECORD                PIC X(80).
006400 FD  CERTS-OUT
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  CERTS-OUT-RECORD               PIC X(80).
006700 FD  POST-LIST
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  POST-LIST-LINE                 PIC X(80).
007000 WORKING-STORAGE SECTION.
007100*=================================================================
007200 COPY VERSTAMP.
007300 COPY SICKCREC.
007400 01  FC-STATUSES.
007500     05  FC-CARD-STATUS             PIC X(2).
007600     05  FC-CERTI-STATUS            PIC X(2).
007700     05  FC-CERTO-STATUS            PIC X(2).
007800     05  FC-LIST-STATUS             PIC X(2).
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
008100         88  WS-EOF                 VALUE 'Y'.
008200     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
008300         88  WS-LOAD-EOF            VALUE 'Y'.
008400     05  WS-CERT-FOUND-SW           PIC X(1) VALUE 'N'.
008500         88  WS-CERT-FOUND          VALUE 'Y'.
008600 01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.
008700 01  WS-RUN-YEAR                    PIC 9(4) VALUE ZERO.
008800 01  WS-KEEP-FROM-YEAR              PIC 9(4) VALUE ZERO.
008900 01  WS-DATE-CHECK                  PIC 9(8).
009000 01  FILLER REDEFINES WS-DATE-CHECK.
009100     05  WS-DC-YEAR                 PIC 9(4).
009200     05  WS-DC-MONTH                PIC 9(2).
009300     05  WS-DC-DAY                  PIC 9(2).
009400 01  WS-DATE-SW                     PIC X(1).
009500     88  WS-DATE-VALID              VALUE 'Y'.
009600 01  WS-REJECT-REASON               PIC X(24).
009700*=================================================================
009800*    CERTIFICATE FILE - ONE ROW PER PERSNR AND ABSENCE START
009900*=================================================================
010000 01  WS-CERT-TABLE.
010100     05  WS-CRT-COUNT               PIC 9(4) VALUE ZERO.
010200     05  WS-CRT-ROW OCCURS 3000 TIMES.
010300         10  WS-CRT-IMAGE           PIC X(80).
010400         10  WS-CRT-KEY REDEFINES WS-CRT-IMAGE.
010500             15  WS-CRT-PERSNR      PIC 9(9).
010600             15  FILLER             PIC X(1).
010700             15  FILLER             PIC 9(5).
010800             15  FILLER             PIC X(1).
010900             15  WS-CRT-START-DATE  PIC 9(8).
011000             15  FILLER             PIC X(1).
011100             15  FILLER             PIC 9(8).
011200             15  FILLER             PIC X(1).
011300             15  WS-CRT-COVERED-TO  PIC 9(8).
011400             15  FILLER             PIC X(38).
011500 01  WS-CRT-SUB                     PIC 9(4).
011600 01  WS-COUNTERS.
011700     05  WS-CERTS-CARRIED           PIC 9(5) VALUE ZERO.
011800     05  WS-CERTS-EXPIRED           PIC 9(5) VALUE ZERO.
011900     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
012000     05  WS-CARDS-POSTED            PIC 9(5) VALUE ZERO.
012100     05  WS-CARDS-EXTENDED          PIC 9(5) VALUE ZERO.
012200     05  WS-CARDS-ALREADY           PIC 9(5) VALUE ZERO.
012300     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
012400     05  WS-CERTS-WRITTEN           PIC 9(5) VALUE ZERO.
012500     05  WS-LIST-LINES              PIC 9(5) VALUE ZERO.
012600*=================================================================
012700*    POSTING LISTING
012800*=================================================================
012900 01  WS-LIST-HEADING.
013000     05  FILLER                     PIC X(36)
013100         VALUE ' SICK-NOTE CERTIFICATES POSTED - RUN'.
013200     05  FILLER                     PIC X(4)  VALUE ' OF '.
013300     05  LH-RUN-DATE                PIC 9(8).
013400     05  FILLER                     PIC X(31) VALUE SPACE.
013500 01  WS-LIST-COLUMNS.
013600     05  FILLER                     PIC X(40)
013700         VALUE ' PERSNR    ABS START RECEIVED COVERED TO'.
013800     05  FILLER                     PIC X(40)
013900         VALUE '  DISPOSITION'.
014000 01  WS-LIST-DETAIL.
014100     05  FILLER                     PIC X(1)  VALUE SPACE.
014200     05  LL-PERSNR                  PIC X(9).
014300     05  FILLER                     PIC X(1)  VALUE SPACE.
014400     05  LL-START-DATE              PIC X(8).
014500     05  FILLER                     PIC X(2)  VALUE SPACE.
014600     05  LL-RECEIVED-DATE           PIC X(8).
014700     05  FILLER                     PIC X(1)  VALUE SPACE.
014800     05  LL-COVERED-TO              PIC X(8).
014900     05  FILLER                     PIC X(4)  VALUE SPACE.
015000     05  LL-DISPOSITION             PIC X(38).
015100 01  WS-TOTAL-DETAIL.
015200     05  FILLER                     PIC X(1)  VALUE SPACE.
015300     05  TL-LABEL                   PIC X(20).
015400     05  TL-COUNT                   PIC ZZZZ9.
015500     05  FILLER                     PIC X(54) VALUE SPACE.
015600 PROCEDURE DIVISION.
015700*=================================================================
015800 0000-MAINLINE.
015900     PERFORM 0900-DISPLAY-VERSION-STAMP
016000     PERFORM 1000-INITIALIZE
016100     PERFORM 2000-POST-ONE-CARD
016200         UNTIL WS-EOF
016300     PERFORM 3000-WRITE-THE-CERTS
016400     PERFORM 4000-TERMINATE
016500     PERFORM 9000-DISPLAY-VERSION-TRAILER
016600     STOP RUN.
016700*=================================================================
016800*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
016900*=================================================================
017000 0900-DISPLAY-VERSION-STAMP.
017100     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SICKCERT -'==
017200                             ==:PROGVERS:== BY =='Version 001'==.
017300*=================================================================
017400*    1000-INITIALIZE - PRIOR CERTIFICATES, LISTING, CARDS
017500*=================================================================
017600 1000-INITIALIZE.
017700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017800     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
017900     COMPUTE WS-KEEP-FROM-YEAR = WS-RUN-YEAR - 1
018000     PERFORM 1100-LOAD-PRIOR-CERTS
018100     OPEN OUTPUT POST-LIST
018200     MOVE WS-RUN-DATE TO LH-RUN-DATE
018300     WRITE POST-LIST-LINE FROM WS-LIST-HEADING
018400     WRITE POST-LIST-LINE FROM WS-LIST-COLUMNS
018500     ADD 2 TO WS-LIST-LINES
018600     OPEN INPUT CERT-CARDS
018700     IF FC-CARD-STATUS NOT = '00'
018800         DISPLAY 'SICKCERT: NO SICKCARD THIS RUN, STATUS='
018900             FC-CARD-STATUS
019000         MOVE 'Y' TO WS-EOF-SW
019100     ELSE
019200         PERFORM 1900-READ-NEXT-CARD
019300     END-IF.
019400*=================================================================
019500*    1100-LOAD-PRIOR-CERTS - A CERTIFICATE WHOSE COVER ENDED
019600*    BEFORE LAST YEAR IS NOT CARRIED FORWARD
019700*=================================================================
019800 1100-LOAD-PRIOR-CERTS.
019900     MOVE 'N' TO WS-LOAD-EOF-SW
020000     OPEN INPUT CERTS-IN
020100     IF FC-CERTI-STATUS = '00'
020200         PERFORM 1110-LOAD-ONE-CERT
020300             UNTIL WS-LOAD-EOF
020400     ELSE
020500         DISPLAY 'SICKCERT: NO PRIOR CERTIFICATES, STATUS='
020600             FC-CERTI-STATUS
020700     END-IF
020800     CLOSE CERTS-IN.
020900*=================================================================
021000*    1110-LOAD-ONE-CERT
021100*=================================================================
021200 1110-LOAD-ONE-CERT.
021300     READ CERTS-IN INTO SICK-CERTIFICATE-RECORD
021400         AT END
021500             MOVE 'Y' TO WS-LOAD-EOF-SW
021600         NOT AT END
021700             IF SK-COVERED-TO (1:4) < WS-KEEP-FROM-YEAR
021800                 ADD 1 TO WS-CERTS-EXPIRED
021900             ELSE
022000                 IF WS-CRT-COUNT < 3000
022100                     ADD 1 TO WS-CRT-COUNT
022200                     ADD 1 TO WS-CERTS-CARRIED
022300                     MOVE SICK-CERTIFICATE-RECORD
022400                         TO WS-CRT-IMAGE (WS-CRT-COUNT)
022500                 ELSE
022600                     DISPLAY 'SICKCERT: CERTIFICATE TABLE FULL, '
022700                         'DROPPED=' SK-PERSNR ' ' SK-START-DATE
022800                 END-IF
022900             END-IF
023000     END-READ.
023100*=================================================================
023200*    1900-READ-NEXT-CARD
023300*=================================================================
023400 1900-READ-NEXT-CARD.
023500     READ CERT-CARDS
023600         AT END
023700             MOVE 'Y' TO WS-EOF-SW
023800     END-READ
023900     IF NOT WS-EOF
024000         ADD 1 TO WS-CARDS-READ
024100     END-IF.
024200*=================================================================
024300*    2000-POST-ONE-CARD - CHECK IT, THEN ADD OR EXTEND
024400*=================================================================
024500 2000-POST-ONE-CARD.
024600     PERFORM 2100-CHECK-THE-CARD
024700     IF WS-REJECT-REASON NOT = SPACES
024800         ADD 1 TO WS-CARDS-REJECTED
024900         MOVE WS-REJECT-REASON TO LL-DISPOSITION
025000     ELSE
025100         PERFORM 2200-FIND-THE-CERT
025200         EVALUATE TRUE
025300             WHEN NOT WS-CERT-FOUND
025400                 PERFORM 2300-ADD-THE-CERT
025500             WHEN CD-COVERED-TO > WS-CRT-COVERED-TO (WS-CRT-SUB)
025600                 PERFORM 2400-EXTEND-THE-CERT
025700             WHEN OTHER
025800                 ADD 1 TO WS-CARDS-ALREADY
025900                 MOVE 'ALREADY COVERED - NOT POSTED'
026000                     TO LL-DISPOSITION
026100         END-EVALUATE
026200     END-IF
026300     MOVE CERT-CARD (1:9)  TO LL-PERSNR
026400     MOVE CERT-CARD (11:8) TO LL-START-DATE
026500     MOVE CERT-CARD (20:8) TO LL-RECEIVED-DATE
026600     MOVE CERT-CARD (29:8) TO LL-COVERED-TO
026700     WRITE POST-LIST-LINE FROM WS-LIST-DETAIL
026800     ADD 1 TO WS-LIST-LINES
026900     PERFORM 1900-READ-NEXT-CARD.
027000*=================================================================
027100*    2100-CHECK-THE-CARD - NUMBERS AND DATES THAT MAKE SENSE
027200*=================================================================
027300 2100-CHECK-THE-CARD.
027400     MOVE SPACES TO WS-REJECT-REASON
027500     IF CD-PERSNR NOT NUMERIC
027600         OR CD-PERSNR = ZERO
027700         MOVE 'REJECTED - PERSNR' TO WS-REJECT-REASON
027800     END-IF
027900     IF WS-REJECT-REASON = SPACES
028000         MOVE CD-START-DATE TO WS-DATE-CHECK
028100         PERFORM 2150-CHECK-ONE-DATE
028200         IF NOT WS-DATE-VALID
028300             MOVE 'REJECTED - ABS START' TO WS-REJECT-REASON
028400         END-IF
028500     END-IF
028600     IF WS-REJECT-REASON = SPACES
028700         MOVE CD-RECEIVED-DATE TO WS-DATE-CHECK
028800         PERFORM 2150-CHECK-ONE-DATE
028900         IF NOT WS-DATE-VALID
029000             OR CD-RECEIVED-DATE > WS-RUN-DATE
029100             MOVE 'REJECTED - RECEIVED' TO WS-REJECT-REASON
029200         END-IF
029300     END-IF
029400     IF WS-REJECT-REASON = SPACES
029500         MOVE CD-COVERED-TO TO WS-DATE-CHECK
029600         PERFORM 2150-CHECK-ONE-DATE
029700         IF NOT WS-DATE-VALID
029800             OR CD-COVERED-TO < CD-START-DATE
029900             MOVE 'REJECTED - COVERED TO' TO WS-REJECT-REASON
030000         END-IF
030100     END-IF.
030200*=================================================================
030300*    2150-CHECK-ONE-DATE - YYYYMMDD WITH A REAL MONTH AND DAY
030400*=================================================================
030500 2150-CHECK-ONE-DATE.
030600     MOVE 'N' TO WS-DATE-SW
030700     IF WS-DATE-CHECK NUMERIC
030800         AND WS-DC-YEAR > 1900
030900         AND WS-DC-MONTH > ZERO
031000         AND WS-DC-MONTH < 13
031100         AND WS-DC-DAY > ZERO
031200         AND WS-DC-DAY < 32
031300         MOVE 'Y' TO WS-DATE-SW
031400     END-IF.
031500*=================================================================
031600*    2200-FIND-THE-CERT - SAME PERSNR AND ABSENCE START
031700*=================================================================
031800 2200-FIND-THE-CERT.
031900     MOVE 'N' TO WS-CERT-FOUND-SW
032000     MOVE ZERO TO WS-CRT-SUB
032100     PERFORM 2210-CHECK-ONE-CERT
032200         UNTIL WS-CRT-SUB >= WS-CRT-COUNT
032300         OR WS-CERT-FOUND.
032400*=================================================================
032500*    2210-CHECK-ONE-CERT
032600*=================================================================
032700 2210-CHECK-ONE-CERT.
032800     ADD 1 TO WS-CRT-SUB
032900     IF WS-CRT-PERSNR (WS-CRT-SUB) = CD-PERSNR
033000         AND WS-CRT-START-DATE (WS-CRT-SUB) = CD-START-DATE
033100         MOVE 'Y' TO WS-CERT-FOUND-SW
033200     END-IF.
033300*=================================================================
033400*    2300-ADD-THE-CERT - A NEW ABSENCE
033500*=================================================================
033600 2300-ADD-THE-CERT.
033700     IF WS-CRT-COUNT < 3000
033800         MOVE SPACES TO SICK-CERTIFICATE-RECORD
033900         MOVE CD-PERSNR         TO SK-PERSNR
034000         MOVE CD-PERSNR (5:5)   TO SK-BAND-NR
034100         MOVE CD-START-DATE     TO SK-START-DATE
034200         MOVE CD-RECEIVED-DATE  TO SK-RECEIVED-DATE
034300         MOVE CD-COVERED-TO     TO SK-COVERED-TO
034400         MOVE WS-RUN-DATE       TO SK-POSTED-DATE
034500         ADD 1 TO WS-CRT-COUNT
034600         MOVE SICK-CERTIFICATE-RECORD
034700             TO WS-CRT-IMAGE (WS-CRT-COUNT)
034800         ADD 1 TO WS-CARDS-POSTED
034900         MOVE 'POSTED' TO LL-DISPOSITION
035000     ELSE
035100         ADD 1 TO WS-CARDS-REJECTED
035200         MOVE 'REJECTED - CERTIFICATE TABLE FULL'
035300             TO LL-DISPOSITION
035400     END-IF.
035500*=================================================================
035600*    2400-EXTEND-THE-CERT - A FOLLOW-UP CERTIFICATE RUNNING
035700*    LATER THAN THE COVER ON FILE
035800*=================================================================
035900 2400-EXTEND-THE-CERT.
036000     MOVE WS-CRT-IMAGE (WS-CRT-SUB) TO SICK-CERTIFICATE-RECORD
036100     MOVE CD-RECEIVED-DATE  TO SK-RECEIVED-DATE
036200     MOVE CD-COVERED-TO     TO SK-COVERED-TO
036300     MOVE WS-RUN-DATE       TO SK-POSTED-DATE
036400     MOVE SICK-CERTIFICATE-RECORD TO WS-CRT-IMAGE (WS-CRT-SUB)
036500     ADD 1 TO WS-CARDS-EXTENDED
036600     MOVE 'FOLLOW-UP - COVER EXTENDED' TO LL-DISPOSITION.
036700*=================================================================
036800*    3000-WRITE-THE-CERTS - THE NEW CERTIFICATE FILE
036900*=================================================================
037000 3000-WRITE-THE-CERTS.
037100     OPEN OUTPUT CERTS-OUT
037200     MOVE ZERO TO WS-CRT-SUB
037300     PERFORM 3100-WRITE-ONE-CERT
037400         UNTIL WS-CRT-SUB >= WS-CRT-COUNT
037500     CLOSE CERTS-OUT.
037600*=================================================================
037700*    3100-WRITE-ONE-CERT
037800*=================================================================
037900 3100-WRITE-ONE-CERT.
038000     ADD 1 TO WS-CRT-SUB
038100     WRITE CERTS-OUT-RECORD FROM WS-CRT-IMAGE (WS-CRT-SUB)
038200     ADD 1 TO WS-CERTS-WRITTEN.
038300*=================================================================
038400*    4000-TERMINATE - TOTALS ON THE LISTING AND THE CONSOLE
038500*=================================================================
038600 4000-TERMINATE.
038700     CLOSE CERT-CARDS
038800     MOVE SPACES TO POST-LIST-LINE
038900     WRITE POST-LIST-LINE
039000     ADD 1 TO WS-LIST-LINES
039100     MOVE 'CARDS READ'          TO TL-LABEL
039200     MOVE WS-CARDS-READ         TO TL-COUNT
039300     PERFORM 4100-WRITE-TOTAL-LINE
039400     MOVE 'POSTED'              TO TL-LABEL
039500     MOVE WS-CARDS-POSTED       TO TL-COUNT
039600     PERFORM 4100-WRITE-TOTAL-LINE
039700     MOVE 'COVER EXTENDED'      TO TL-LABEL
039800     MOVE WS-CARDS-EXTENDED     TO TL-COUNT
039900     PERFORM 4100-WRITE-TOTAL-LINE
040000     MOVE 'ALREADY COVERED'     TO TL-LABEL
040100     MOVE WS-CARDS-ALREADY      TO TL-COUNT
040200     PERFORM 4100-WRITE-TOTAL-LINE
040300     MOVE 'REJECTED'            TO TL-LABEL
040400     MOVE WS-CARDS-REJECTED     TO TL-COUNT
040500     PERFORM 4100-WRITE-TOTAL-LINE
040600     MOVE 'CERTIFICATES ON FILE' TO TL-LABEL
040700     MOVE WS-CERTS-WRITTEN      TO TL-COUNT
040800     PERFORM 4100-WRITE-TOTAL-LINE
040900     CLOSE POST-LIST
041000     DISPLAY 'SICKCERT: CERTS CARRIED  = ' WS-CERTS-CARRIED
041100     DISPLAY 'SICKCERT: CERTS EXPIRED  = ' WS-CERTS-EXPIRED
041200     DISPLAY 'SICKCERT: CARDS READ     = ' WS-CARDS-READ
041300     DISPLAY 'SICKCERT: CARDS POSTED   = ' WS-CARDS-POSTED
041400     DISPLAY 'SICKCERT: COVER EXTENDED = ' WS-CARDS-EXTENDED
041500     DISPLAY 'SICKCERT: ALREADY COVERED= ' WS-CARDS-ALREADY
041600     DISPLAY 'SICKCERT: CARDS REJECTED = ' WS-CARDS-REJECTED
041700     DISPLAY 'SICKCERT: CERTS WRITTEN  = ' WS-CERTS-WRITTEN.
041800*=================================================================
041900*    4100-WRITE-TOTAL-LINE
042000*=================================================================
042100 4100-WRITE-TOTAL-LINE.
042200     WRITE POST-LIST-LINE FROM WS-TOTAL-DETAIL
042300     ADD 1 TO WS-LIST-LINES.
042400*=================================================================
042500*=================================================================
042600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
042700*=================================================================
042800 9000-DISPLAY-VERSION-TRAILER.
042900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SICKCERT -'==
043000                             ==:LINECOUNT:== BY
043100                                 WS-LIST-LINES.
