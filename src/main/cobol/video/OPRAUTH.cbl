000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    OPRAUTH.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - OPERATOR AUTHORIZATION
001200*                   CHECK FOR THE CONTROLLED BATCH FUNCTIONS.
001210*  2026-10-15 VSG   FUNCTION V - MANAGER OVERRIDE OF A REFUSED
001220*                   CHECKOUT; RENTPROC CHECKS THE APPROVING
001230*                   MANAGER ON EACH OVERRIDE CARD.
001300*=================================================================
001400*  CALLABLE OPERATOR AUTHORIZATION CHECK (SEE OPRAUTHQ FOR THE
001500*  REQUEST AREA).  FEEADJ, WRITEOFF, RATEMNT, CUSTDUPE AND
001600*  REFNDPRC CALL HERE WITH THE OPERATOR ID ON EACH CARD BEFORE
001700*  APPLYING A FEE WAIVER, WRITE-OFF, RATE CHANGE, CUSTOMER MERGE
001800*  OR REFUND, AND RENTPROC WITH THE MANAGER WHO APPROVED A
001810*  CHECKOUT OVERRIDE.  THE OPERATOR MUST BE ON THE OPRFILE
001820*  PROFILE FILE, ACTIVE ON THE BUSINESS DATE, FLAGGED FOR THE
001830*  FUNCTION AND -
002000*  FOR WAIVERS AND REFUNDS - WITHIN THEIR DOLLAR LIMIT.  EVERY
002100*  REFUSAL APPENDS ONE LINE TO THE SECVIOL SECURITY-VIOLATION
002200*  REGISTER AND IS HANDED BACK WITH ITS REASON SO THE CALLER
002300*  REJECTS THE CARD ON ITS OWN REGISTER.  THE PROFILE FILE OPENS
002400*  ON THE FIRST CALL AND STAYS OPEN FOR THE RUN; WITH NO PROFILE
002500*  FILE EVERY CHECK IS REFUSED, SO A MISSING DD NEVER LETS AN
002600*  UNCHECKED CARD THROUGH.
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL OPRFILE ASSIGN TO 'IDXOPR'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS OPR-ID OF OPERATOR-RECORD
003800         FILE STATUS IS FC-OPRFILE-STATUS.
003900     SELECT OPTIONAL SECVIOL-FILE ASSIGN TO 'SECVIOL'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FC-SECVIOL-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  OPRFILE.
004500 COPY OPRREC.
004600 FD  SECVIOL-FILE
004700     RECORD CONTAINS 80 CHARACTERS.
004800 01  SECVIOL-RECORD                 PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 COPY SECVLINE.
005100 01  FC-STATUSES.
005200     05  FC-OPRFILE-STATUS          PIC X(2).
005300     05  FC-SECVIOL-STATUS          PIC X(2).
005400 01  WS-SWITCHES.
005500     05  WS-OPENED-SW               PIC X(1) VALUE 'N'.
005600         88  WS-FILES-OPENED        VALUE 'Y'.
005700     05  WS-PROFILES-SW             PIC X(1) VALUE 'N'.
005800         88  WS-PROFILES-AVAILABLE  VALUE 'Y'.
005900     05  WS-SECVIOL-OPENED-SW       PIC X(1) VALUE 'N'.
006000         88  WS-SECVIOL-OPENED      VALUE 'Y'.
006100     05  WS-SECVIOL-SW              PIC X(1) VALUE 'N'.
006200         88  WS-SECVIOL-AVAILABLE   VALUE 'Y'.
006300     05  WS-ON-FILE-SW              PIC X(1) VALUE 'N'.
006400         88  WS-OPERATOR-ON-FILE    VALUE 'Y'.
006500 01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
006600 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
006700                                    PIC X(8).
006800 LINKAGE SECTION.
006900 COPY OPRAUTHQ.
007000 PROCEDURE DIVISION USING OPERATOR-AUTH-REQUEST.
007100*=================================================================
007200 0000-MAINLINE.
007300     IF NOT WS-FILES-OPENED
007400         PERFORM 1000-OPEN-THE-PROFILES
007500     END-IF
007600     MOVE 'Y' TO OAUT-RESULT
007700     MOVE SPACES TO OAUT-REASON
007800     PERFORM 2000-CHECK-THE-OPERATOR
007900     IF OAUT-REASON NOT = SPACES
008000         MOVE 'N' TO OAUT-RESULT
008100         PERFORM 3000-LOG-THE-VIOLATION
008200     END-IF
008300     GOBACK.
008400*=================================================================
008500*    1000-OPEN-THE-PROFILES - ONCE PER RUN
008600*=================================================================
008700 1000-OPEN-THE-PROFILES.
008800     MOVE 'Y' TO WS-OPENED-SW
008900     CALL 'BUSDATE' USING WS-BUSINESS-DATE
009000     OPEN INPUT OPRFILE
009100     IF FC-OPRFILE-STATUS = '00'
009200         MOVE 'Y' TO WS-PROFILES-SW
009300     ELSE
009400         DISPLAY 'OPRAUTH: OPRFILE NOT AVAILABLE, STATUS='
009500             FC-OPRFILE-STATUS
009600         DISPLAY 'OPRAUTH: ALL CONTROLLED FUNCTIONS REFUSED'
009700     END-IF.
009800*=================================================================
009900*    2000-CHECK-THE-OPERATOR - LEAVE OAUT-REASON BLANK TO GRANT
010000*=================================================================
010100 2000-CHECK-THE-OPERATOR.
010200     MOVE 'N' TO WS-ON-FILE-SW
010300     IF NOT WS-PROFILES-AVAILABLE
010400         MOVE 'OPERATOR FILE UNAVAILABLE' TO OAUT-REASON
010500     ELSE
010600         IF OAUT-OPERATOR-ID = SPACES
010700             MOVE 'OPERATOR ID MISSING' TO OAUT-REASON
010800         ELSE
010900             MOVE OAUT-OPERATOR-ID TO OPR-ID
011000             READ OPRFILE
011100                 INVALID KEY
011200                     MOVE 'OPERATOR NOT ON PROFILE FILE'
011300                         TO OAUT-REASON
011400                 NOT INVALID KEY
011500                     MOVE 'Y' TO WS-ON-FILE-SW
011600             END-READ
011700         END-IF
011800     END-IF
011900     IF WS-OPERATOR-ON-FILE
012000         PERFORM 2100-CHECK-THE-PROFILE
012100     END-IF.
012200*=================================================================
012300*    2100-CHECK-THE-PROFILE - ACTIVE DATES, FUNCTION, LIMIT
012400*=================================================================
012500 2100-CHECK-THE-PROFILE.
012600     IF WS-BUSINESS-DATE < OPR-ACTIVE-FROM
012700         OR (OPR-ACTIVE-TO > ZERO
012800             AND WS-BUSINESS-DATE > OPR-ACTIVE-TO)
012900         MOVE 'OPERATOR NOT ACTIVE' TO OAUT-REASON
013000     ELSE
013100         EVALUATE TRUE
013200             WHEN OAUT-FEE-WAIVER
013300                 IF NOT OPR-MAY-WAIVE
013400                     MOVE 'NOT AUTHORIZED FOR FEE WAIVERS'
013500                         TO OAUT-REASON
013600                 ELSE
013700                     IF OAUT-AMOUNT > OPR-WAIVE-LIMIT
013800                         MOVE 'WAIVER OVER OPERATOR LIMIT'
013900                             TO OAUT-REASON
014000                     END-IF
014100                 END-IF
014200             WHEN OAUT-WRITE-OFF
014300                 IF NOT OPR-MAY-WRITE-OFF
014400                     MOVE 'NOT AUTHORIZED FOR WRITE-OFFS'
014500                         TO OAUT-REASON
014600                 END-IF
014700             WHEN OAUT-RATE-CHANGE
014800                 IF NOT OPR-MAY-CHANGE-RATES
014900                     MOVE 'NOT AUTHORIZED FOR RATE CHANGES'
015000                         TO OAUT-REASON
015100                 END-IF
015200             WHEN OAUT-CUSTOMER-MERGE
015300                 IF NOT OPR-MAY-MERGE
015400                     MOVE 'NOT AUTHORIZED FOR MERGES'
015500                         TO OAUT-REASON
015600                 END-IF
015700             WHEN OAUT-REFUND
015800                 IF NOT OPR-MAY-REFUND
015900                     MOVE 'NOT AUTHORIZED FOR REFUNDS'
016000                         TO OAUT-REASON
016100                 ELSE
016200                     IF OAUT-AMOUNT > OPR-REFUND-LIMIT
016300                         MOVE 'REFUND OVER OPERATOR LIMIT'
016400                             TO OAUT-REASON
016500                     END-IF
016600                 END-IF
016610             WHEN OAUT-MGR-OVERRIDE
016620                 IF NOT OPR-MAY-OVERRIDE
016630                     MOVE 'NOT AUTHORIZED FOR OVERRIDES'
016640                         TO OAUT-REASON
016650                 END-IF
016700             WHEN OTHER
016800                 MOVE 'UNKNOWN FUNCTION CODE' TO OAUT-REASON
016900         END-EVALUATE
017000     END-IF.
017100*=================================================================
017200*    3000-LOG-THE-VIOLATION - ONE SECVIOL LINE PER REFUSAL
017300*=================================================================
017400 3000-LOG-THE-VIOLATION.
017500     IF NOT WS-SECVIOL-OPENED
017600         MOVE 'Y' TO WS-SECVIOL-OPENED-SW
017700         OPEN EXTEND SECVIOL-FILE
017800         IF FC-SECVIOL-STATUS = '00'
017900             MOVE 'Y' TO WS-SECVIOL-SW
018000         ELSE
018100             DISPLAY 'OPRAUTH: SECVIOL NOT AVAILABLE, STATUS='
018200                 FC-SECVIOL-STATUS
018300         END-IF
018400     END-IF
018500     DISPLAY 'OPRAUTH: ' OAUT-CALLER ' OPERATOR '
018600         OAUT-OPERATOR-ID ' REFUSED - ' OAUT-REASON
018700     IF WS-SECVIOL-AVAILABLE
018800         MOVE WS-BUSINESS-DATE-X TO SV-DATE
018900         MOVE OAUT-CALLER        TO SV-SOURCE
019000         MOVE OAUT-OPERATOR-ID   TO SV-OPERATOR-ID
019100         MOVE OAUT-FUNCTION      TO SV-FUNCTION
019200         MOVE OAUT-AMOUNT        TO SV-AMOUNT
019300         MOVE OAUT-ITEM-KEY      TO SV-ITEM-KEY
019400         MOVE OAUT-REASON        TO SV-REASON
019500         WRITE SECVIOL-RECORD FROM SECURITY-VIOLATION-LINE
019600     END-IF.
