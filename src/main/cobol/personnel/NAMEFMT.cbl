000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    NAMEFMT.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - NAME-LINE AND SALUTATION
001200*                   FORMATTING SERVICE.
001300*=================================================================
001400*  CALLABLE FORMATTER FOR THE D111E NAME PARTS (SEE NAMEFMTQ FOR
001500*  THE REQUEST AREA).  EVERY LABEL AND LETTER RUN CALLS IT SO A
001600*  PERSON IS ADDRESSED THE SAME WAY ON EVERYTHING WE MAIL:
001700*    FORM LINE   HERRN / FRAU FROM THE ADDRESS-FORM CODE, OR
001800*                FROM THE GENDER WHEN THE CODE IS NOT SET.
001900*    NAME LINE   TITEL VORNAME ADEL VORSATZ NAME, ONE SPACE
002000*                BETWEEN THE PARTS PRESENT.  WHEN IT IS WIDER
002100*                THAN THE CALLER'S LINE THE SHORT SURNAME
002200*                (KNACHNAME) STANDS IN FOR ADEL VORSATZ NAME,
002300*                THEN THE FIRST NAME DROPS TO ITS INITIAL.
002400*    SALUTATION  SEHR GEEHRTER HERR / SEHR GEEHRTE FRAU (OR THE
002410*                RANK IN THEIR PLACE) WITH A DR. OR PROF.
002500*                TITLE AND THE FULL SURNAME, OR
002600*                GUTEN TAG WITH FIRST NAME AND SURNAME WHEN NO
002700*                FORM OF ADDRESS APPLIES.
002800*    SORT NAME   NAME, VORNAME ADEL VORSATZ - THE NOBILITY WORDS
002900*                FOLLOW THE FIRST NAME SO VON MUELLER FILES
003000*                UNDER M.
003100*  NOTHING IS OPENED AND NOTHING IS KEPT BETWEEN CALLS.
003200*=================================================================
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-FORM-SW                 PIC X(1).
004100         88  WS-FORM-HERR           VALUE 'H'.
004200         88  WS-FORM-FRAU           VALUE 'F'.
004300         88  WS-FORM-NONE           VALUE 'N'.
004400     05  WS-SHORT-SURNAME-SW        PIC X(1).
004500         88  WS-USE-SHORT-SURNAME   VALUE 'Y'.
004600     05  WS-INITIAL-SW              PIC X(1).
004700         88  WS-USE-INITIAL         VALUE 'Y'.
004800 01  WS-LINE-WIDTH                  PIC 9(3).
004900 01  WS-BUILD-FIELDS.
005000     05  WS-BUILD-LINE              PIC X(160).
005100     05  WS-BUILD-PTR               PIC 9(3) COMP.
005200     05  WS-BUILD-LENGTH            PIC 9(3).
005300     05  WS-PART                    PIC X(30).
005400 01  WS-FULL-LINE                   PIC X(160).
005500 LINKAGE SECTION.
005600 COPY NAMEFMTQ.
005700 PROCEDURE DIVISION USING NAME-FORMAT-REQUEST.
005800*=================================================================
005900 0000-MAINLINE.
006000     MOVE NFQ-LINE-WIDTH TO WS-LINE-WIDTH
006100     IF WS-LINE-WIDTH = ZERO
006200         MOVE 35 TO WS-LINE-WIDTH
006300     END-IF
006400     IF WS-LINE-WIDTH > 60
006500         MOVE 60 TO WS-LINE-WIDTH
006600     END-IF
006700     PERFORM 1000-DECIDE-THE-FORM
006800     PERFORM 2000-BUILD-THE-NAME-LINE
006900     PERFORM 3000-BUILD-THE-SALUTATION
007000     PERFORM 4000-BUILD-THE-SORT-NAME
007100     GOBACK.
007200*=================================================================
007300*    1000-DECIDE-THE-FORM - ADDRESS-FORM CODE FIRST, THEN GENDER
007400*=================================================================
007500 1000-DECIDE-THE-FORM.
007600     EVALUATE NFQ-ANSCHRIFT
007700         WHEN '1'
007800             MOVE 'H' TO WS-FORM-SW
007900         WHEN '2'
008000             MOVE 'F' TO WS-FORM-SW
008100         WHEN '3'
008200             MOVE 'N' TO WS-FORM-SW
008300         WHEN OTHER
008400             EVALUATE NFQ-GESCHLECHT
008500                 WHEN 'M'
008600                     MOVE 'H' TO WS-FORM-SW
008700                 WHEN 'W'
008800                     MOVE 'F' TO WS-FORM-SW
008900                 WHEN OTHER
009000                     MOVE 'N' TO WS-FORM-SW
009100             END-EVALUATE
009200     END-EVALUATE
009300     EVALUATE TRUE
009400         WHEN WS-FORM-HERR
009500             MOVE 'Herrn' TO NFQ-FORM-LINE
009600         WHEN WS-FORM-FRAU
009700             MOVE 'Frau' TO NFQ-FORM-LINE
009800         WHEN OTHER
009900             MOVE SPACES TO NFQ-FORM-LINE
010000     END-EVALUATE.
010100*=================================================================
010200*    2000-BUILD-THE-NAME-LINE - FULL LINE, THEN SHORT SURNAME,
010300*    THEN FIRST-NAME INITIAL UNTIL IT FITS THE CALLER'S WIDTH
010400*=================================================================
010500 2000-BUILD-THE-NAME-LINE.
010600     MOVE 'N' TO WS-SHORT-SURNAME-SW
010700     MOVE 'N' TO WS-INITIAL-SW
010800     PERFORM 2100-BUILD-ONE-NAME-LINE
010900     MOVE WS-BUILD-LENGTH TO NFQ-FULL-LENGTH
011000     MOVE WS-BUILD-LINE TO WS-FULL-LINE
011100     IF WS-BUILD-LENGTH > WS-LINE-WIDTH
011200         AND NFQ-KNACHNAME NOT = SPACES
011300         MOVE 'Y' TO WS-SHORT-SURNAME-SW
011400         PERFORM 2100-BUILD-ONE-NAME-LINE
011500     END-IF
011600     IF WS-BUILD-LENGTH > WS-LINE-WIDTH
011700         AND NFQ-VORNAME NOT = SPACES
011800         MOVE 'Y' TO WS-INITIAL-SW
011900         PERFORM 2100-BUILD-ONE-NAME-LINE
012000     END-IF
012100     EVALUATE TRUE
012200         WHEN NFQ-FULL-LENGTH NOT > WS-LINE-WIDTH
012300             MOVE 'Y' TO NFQ-RESULT
012400             MOVE WS-BUILD-LINE TO NFQ-NAME-LINE
012500         WHEN WS-BUILD-LENGTH NOT > WS-LINE-WIDTH
012600             MOVE 'S' TO NFQ-RESULT
012700             MOVE WS-BUILD-LINE TO NFQ-NAME-LINE
012800         WHEN OTHER
012900             MOVE 'N' TO NFQ-RESULT
013000             MOVE WS-FULL-LINE TO NFQ-NAME-LINE
013100     END-EVALUATE.
013200*=================================================================
013300*    2100-BUILD-ONE-NAME-LINE - TITEL VORNAME ADEL VORSATZ NAME
013400*=================================================================
013500 2100-BUILD-ONE-NAME-LINE.
013600     PERFORM 7000-START-THE-LINE
013700     MOVE NFQ-TITEL TO WS-PART
013800     PERFORM 7100-APPEND-THE-PART
013900     IF WS-USE-INITIAL
014000         MOVE SPACES TO WS-PART
014100         MOVE NFQ-VORNAME (1:1) TO WS-PART (1:1)
014200         MOVE '.' TO WS-PART (2:1)
014300     ELSE
014400         MOVE NFQ-VORNAME TO WS-PART
014500     END-IF
014600     PERFORM 7100-APPEND-THE-PART
014700     PERFORM 2200-APPEND-THE-SURNAME
014800     COMPUTE WS-BUILD-LENGTH = WS-BUILD-PTR - 1.
014900*=================================================================
015000*    2200-APPEND-THE-SURNAME - ADEL VORSATZ NAME, OR THE SHORT
015100*    SURNAME IN THEIR PLACE
015200*=================================================================
015300 2200-APPEND-THE-SURNAME.
015400     IF WS-USE-SHORT-SURNAME
015500         MOVE NFQ-KNACHNAME TO WS-PART
015600         PERFORM 7100-APPEND-THE-PART
015700     ELSE
015800         MOVE NFQ-ADEL TO WS-PART
015900         PERFORM 7100-APPEND-THE-PART
016000         MOVE NFQ-VORSATZ TO WS-PART
016100         PERFORM 7100-APPEND-THE-PART
016200         MOVE NFQ-NAME TO WS-PART
016300         PERFORM 7100-APPEND-THE-PART
016400     END-IF.
016500*=================================================================
016600*    3000-BUILD-THE-SALUTATION - ONLY DR. AND PROF. CARRY INTO
016700*    THE SALUTATION; A RANK (ADEL) TAKES THE PLACE OF HERR OR
016710*    FRAU; THE SURNAME IS ALWAYS THE FULL ONE
016800*=================================================================
016900 3000-BUILD-THE-SALUTATION.
017000     PERFORM 7000-START-THE-LINE
017100     EVALUATE TRUE
017200         WHEN WS-FORM-HERR
017300             MOVE 'Sehr geehrter' TO WS-PART
017400         WHEN WS-FORM-FRAU
017500             MOVE 'Sehr geehrte' TO WS-PART
017600         WHEN OTHER
017700             MOVE 'Guten Tag' TO WS-PART
017800     END-EVALUATE
017900     PERFORM 7100-APPEND-THE-PART
017910     IF NFQ-ADEL = SPACES
017920         EVALUATE TRUE
017930             WHEN WS-FORM-HERR
017940                 MOVE 'Herr' TO WS-PART
017950                 PERFORM 7100-APPEND-THE-PART
017960             WHEN WS-FORM-FRAU
017970                 MOVE 'Frau' TO WS-PART
017980                 PERFORM 7100-APPEND-THE-PART
017990             WHEN OTHER
017991                 CONTINUE
017992         END-EVALUATE
017993     END-IF
018000     IF WS-FORM-NONE
018100         MOVE NFQ-VORNAME TO WS-PART
018200         PERFORM 7100-APPEND-THE-PART
018300     ELSE
018400         IF NFQ-TITEL (1:2) = 'Dr' OR 'DR'
018500             OR NFQ-TITEL (1:4) = 'Prof' OR 'PROF'
018600             MOVE NFQ-TITEL TO WS-PART
018700             PERFORM 7100-APPEND-THE-PART
018800         END-IF
018900     END-IF
019000     MOVE 'N' TO WS-SHORT-SURNAME-SW
019100     PERFORM 2200-APPEND-THE-SURNAME
019200     STRING ',' DELIMITED BY SIZE
019300         INTO WS-BUILD-LINE WITH POINTER WS-BUILD-PTR
019400     END-STRING
019500     MOVE WS-BUILD-LINE TO NFQ-SALUTATION.
019600*=================================================================
019700*    4000-BUILD-THE-SORT-NAME - NAME, VORNAME ADEL VORSATZ
019800*=================================================================
019900 4000-BUILD-THE-SORT-NAME.
020000     PERFORM 7000-START-THE-LINE
020100     MOVE NFQ-NAME TO WS-PART
020200     PERFORM 7100-APPEND-THE-PART
020300     STRING ',' DELIMITED BY SIZE
020400         INTO WS-BUILD-LINE WITH POINTER WS-BUILD-PTR
020500     END-STRING
020600     MOVE NFQ-VORNAME TO WS-PART
020700     PERFORM 7100-APPEND-THE-PART
020800     MOVE NFQ-ADEL TO WS-PART
020900     PERFORM 7100-APPEND-THE-PART
021000     MOVE NFQ-VORSATZ TO WS-PART
021100     PERFORM 7100-APPEND-THE-PART
021200     MOVE WS-BUILD-LINE TO NFQ-SORT-NAME.
021300*=================================================================
021400*    7000-START-THE-LINE
021500*=================================================================
021600 7000-START-THE-LINE.
021700     MOVE SPACES TO WS-BUILD-LINE
021800     MOVE 1 TO WS-BUILD-PTR.
021900*=================================================================
022000*    7100-APPEND-THE-PART - A BLANK PART ADDS NOTHING; ANY OTHER
022100*    GOES IN UP TO ITS TRAILING SPACES, ONE SPACE AFTER THE LAST
022200*=================================================================
022300 7100-APPEND-THE-PART.
022400     IF WS-PART NOT = SPACES
022500         IF WS-BUILD-PTR > 1
022600             ADD 1 TO WS-BUILD-PTR
022700         END-IF
022800         STRING WS-PART DELIMITED BY '  '
022900             INTO WS-BUILD-LINE WITH POINTER WS-BUILD-PTR
023000         END-STRING
023100     END-IF.
