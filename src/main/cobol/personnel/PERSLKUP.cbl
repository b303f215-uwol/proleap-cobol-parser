000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PERSLKUP.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - PERSONNEL MASTER LOOKUP.
001200*=================================================================
001300*  CALLABLE LOOKUP ON THE INDEXED PERSONNEL MASTER (SEE PERSLKQ
001400*  FOR THE REQUEST AREA AND PERSMREC FOR THE RECORD).  BY
001500*  PERSONNEL NUMBER IT RETURNS THE HISTORY SEGMENT IN FORCE ON
001600*  THE AS-OF DATE - THE FIRST SEGMENT ENDING AFTER THE DATE,
001700*  PROVIDED IT HAD TAKEN EFFECT BY THEN - OR THE CURRENT
001800*  SEGMENT WHEN THE DATE IS ZERO.  BY BAND NUMBER (THE LAST
001900*  FIVE DIGITS OF THE PERSONNEL NUMBER, AS THE PARSED PAYROLL
002000*  DETAIL CARRIES IT) IT BROWSES THE ALTERNATE KEY FOR EVERY
002100*  SEGMENT OF THAT BAND IN FORCE ON THE DATE, AND SAYS SO WHEN
002200*  TWO PEOPLE SHARE THE BAND.  THE MASTER OPENS ON THE FIRST
002300*  CALL AND STAYS OPEN FOR THE RUN; WITH NO MASTER EVERY LOOKUP
002400*  COMES BACK UNAVAILABLE AND THE CALLER CARRIES ON WITHOUT IT.
002500*=================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL PERSMAST ASSIGN TO 'IDXPERS'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS PM-KEY OF PERSONNEL-MASTER-RECORD
003600         ALTERNATE RECORD KEY IS PM-BAND-NR
003700            OF PERSONNEL-MASTER-RECORD
003800            WITH DUPLICATES
003900         FILE STATUS IS FC-PERSMAST-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PERSMAST.
004300 COPY PERSMREC.
004400 WORKING-STORAGE SECTION.
004500 01  FC-PERSMAST-STATUS             PIC X(2).
004600 01  WS-SWITCHES.
004700     05  WS-OPENED-SW               PIC X(1) VALUE 'N'.
004800         88  WS-MASTER-OPENED       VALUE 'Y'.
004900     05  WS-MASTER-SW               PIC X(1) VALUE 'N'.
005000         88  WS-MASTER-AVAILABLE    VALUE 'Y'.
005100     05  WS-BROWSE-DONE-SW          PIC X(1) VALUE 'N'.
005200         88  WS-BROWSE-DONE         VALUE 'Y'.
005300 01  WS-MATCHES                     PIC 9(3) VALUE ZERO.
005400 LINKAGE SECTION.
005500 COPY PERSLKQ.
005600 PROCEDURE DIVISION USING PERSONNEL-LOOKUP-REQUEST.
005700*=================================================================
005800 0000-MAINLINE.
005900     IF NOT WS-MASTER-OPENED
006000         PERFORM 1000-OPEN-THE-MASTER
006100     END-IF
006200     MOVE 'N' TO PLK-RESULT
006300     MOVE SPACES TO PLK-MASTER-IMAGE
006400     IF NOT WS-MASTER-AVAILABLE
006500         MOVE 'U' TO PLK-RESULT
006600     ELSE
006700         EVALUATE TRUE
006800             WHEN PLK-BY-PERSNR
006900                 PERFORM 2000-LOOK-UP-BY-PERSNR
007000             WHEN PLK-BY-BAND-NR
007100                 PERFORM 3000-LOOK-UP-BY-BAND-NR
007200             WHEN OTHER
007300                 CONTINUE
007400         END-EVALUATE
007500     END-IF
007600     GOBACK.
007700*=================================================================
007800*    1000-OPEN-THE-MASTER - ONCE PER RUN
007900*=================================================================
008000 1000-OPEN-THE-MASTER.
008100     MOVE 'Y' TO WS-OPENED-SW
008200     OPEN INPUT PERSMAST
008300     IF FC-PERSMAST-STATUS = '00'
008400         MOVE 'Y' TO WS-MASTER-SW
008500     ELSE
008600         DISPLAY 'PERSLKUP: PERSMAST NOT AVAILABLE, STATUS='
008700             FC-PERSMAST-STATUS
008800         DISPLAY 'PERSLKUP: PERSONNEL LOOKUPS FOR ' PLK-CALLER
008900             ' WILL NOT BE ANSWERED'
009000     END-IF.
009100*=================================================================
009200*    2000-LOOK-UP-BY-PERSNR - CURRENT SEGMENT ON ITS OWN KEY,
009300*    AN EARLIER DATE BY THE FIRST SEGMENT ENDING AFTER IT
009400*=================================================================
009500 2000-LOOK-UP-BY-PERSNR.
009600     MOVE PLK-PERSNR TO PM-PERSNR
009700     IF PLK-AS-OF-DATE = ZERO
009800         MOVE 99999999 TO PM-END-DATE
009900         READ PERSMAST
010000             INVALID KEY
010100                 CONTINUE
010200             NOT INVALID KEY
010300                 PERFORM 2100-RETURN-THE-SEGMENT
010400         END-READ
010500     ELSE
010600         MOVE PLK-AS-OF-DATE TO PM-END-DATE
010700         START PERSMAST KEY IS GREATER THAN PM-KEY
010800             INVALID KEY
010900                 MOVE 'Y' TO WS-BROWSE-DONE-SW
011000             NOT INVALID KEY
011100                 MOVE 'N' TO WS-BROWSE-DONE-SW
011200         END-START
011300         IF NOT WS-BROWSE-DONE
011400             READ PERSMAST NEXT RECORD
011500                 AT END
011600                     MOVE 'Y' TO WS-BROWSE-DONE-SW
011700             END-READ
011800         END-IF
011900         IF NOT WS-BROWSE-DONE
012000             AND PM-PERSNR = PLK-PERSNR
012100             AND PM-EFFECTIVE-DATE NOT > PLK-AS-OF-DATE
012200             PERFORM 2100-RETURN-THE-SEGMENT
012300         END-IF
012400     END-IF.
012500*=================================================================
012600*    2100-RETURN-THE-SEGMENT
012700*=================================================================
012800 2100-RETURN-THE-SEGMENT.
012900     MOVE 'Y' TO PLK-RESULT
013000     MOVE PERSONNEL-MASTER-RECORD TO PLK-MASTER-IMAGE.
013100*=================================================================
013200*    3000-LOOK-UP-BY-BAND-NR - BROWSE THE ALTERNATE KEY
013300*=================================================================
013400 3000-LOOK-UP-BY-BAND-NR.
013500     MOVE ZERO TO WS-MATCHES
013600     MOVE PLK-BAND-NR TO PM-BAND-NR
013700     START PERSMAST KEY IS EQUAL TO PM-BAND-NR
013800         INVALID KEY
013900             MOVE 'Y' TO WS-BROWSE-DONE-SW
014000         NOT INVALID KEY
014100             MOVE 'N' TO WS-BROWSE-DONE-SW
014200     END-START
014300     PERFORM 3100-CHECK-NEXT-BAND-SEGMENT
014400         UNTIL WS-BROWSE-DONE
014500     IF WS-MATCHES > 1
014600         MOVE 'A' TO PLK-RESULT
014700     END-IF.
014800*=================================================================
014900*    3100-CHECK-NEXT-BAND-SEGMENT - KEEP THE FIRST SEGMENT IN
015000*    FORCE ON THE DATE, COUNT THE REST
015100*=================================================================
015200 3100-CHECK-NEXT-BAND-SEGMENT.
015300     READ PERSMAST NEXT RECORD
015400         AT END
015500             MOVE 'Y' TO WS-BROWSE-DONE-SW
015600     END-READ
015700     IF NOT WS-BROWSE-DONE
015800         IF PM-BAND-NR NOT = PLK-BAND-NR
015900             MOVE 'Y' TO WS-BROWSE-DONE-SW
016000         ELSE
016100             IF (PLK-AS-OF-DATE = ZERO
016200                 AND PM-CURRENT-SEGMENT)
016300                 OR (PLK-AS-OF-DATE > ZERO
016400                 AND PM-EFFECTIVE-DATE NOT > PLK-AS-OF-DATE
016500                 AND PM-END-DATE > PLK-AS-OF-DATE)
016600                 ADD 1 TO WS-MATCHES
016700                 IF WS-MATCHES = 1
016800                     PERFORM 2100-RETURN-THE-SEGMENT
016900                 END-IF
017000             END-IF
017100         END-IF
017200     END-IF.
