000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    LANDNORM.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - COUNTRY TABLE AND
001200*                   D111E-LAND NORMALIZATION SERVICE.
001300*=================================================================
001400*  CALLABLE NORMALIZER FOR THE FREE-TEXT D111E-LAND (SEE
001500*  LANDNRMQ FOR THE REQUEST AREA).  THE FIELD HOLDS
001600*  DEUTSCHLAND, BRD, D, OESTERREICH AND THE TYPOS THE BRANCHES
001700*  KEY, SO THE SAME COUNTRY ARRIVES UNDER SEVERAL SPELLINGS.
001800*  THE TEXT IS UPPER-CASED AND STRIPPED OF SPACES, FULL STOPS,
001900*  HYPHENS AND SLASHES (B.R.D. AND BRD MATCH ALIKE), THEN
002000*  LOOKED UP IN THE SPELLING TABLE, WHICH GIVES THE ISO
002100*  COUNTRY CODE.  THE COUNTRY TABLE THEN GIVES THE NAME THE
002200*  COUNTRY IS FILED AND PRINTED UNDER, THE ORDER OF THE TOWN
002300*  AND POSTAL-CODE LINES ON A LABEL, AND THE POSTAL-CODE
002400*  FORMAT, AGAINST WHICH THE CALLER'S POSTAL CODE IS CHECKED.
002500*  A BLANK LAND IS THE HOME COUNTRY.  SPELLINGS NOT BUILT IN
002600*  CAN BE ADDED WITHOUT A RECOMPILE ON THE OPTIONAL LANDSPEL
002700*  CARDS - THE SPELLING IN COLUMNS 1-30 AND THE ISO CODE IN
002800*  32-33; THEY LOAD ON THE FIRST CALL AND STAY RESIDENT.
002900*=================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL SPELLING-CARDS ASSIGN TO 'LANDSPEL'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FC-SPELLING-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SPELLING-CARDS
004200     RECORD CONTAINS 80 CHARACTERS.
004300 01  SPELLING-CARD.
004400     05  LS-SPELLING                PIC X(30).
004500     05  FILLER                     PIC X(1).
004600     05  LS-ISO-CODE                PIC X(2).
004700     05  FILLER                     PIC X(47).
004800 WORKING-STORAGE SECTION.
004900 01  FC-STATUSES.
005000     05  FC-SPELLING-STATUS         PIC X(2).
005100 01  WS-SWITCHES.
005200     05  WS-LOADED-SW               PIC X(1) VALUE 'N'.
005300         88  WS-LOADED              VALUE 'Y'.
005400     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
005500         88  WS-LOAD-EOF            VALUE 'Y'.
005600     05  WS-COUNTRY-SW              PIC X(1) VALUE 'N'.
005700         88  WS-COUNTRY-FOUND       VALUE 'Y'.
005800 01  WS-HOME-ISO                    PIC X(2) VALUE 'DE'.
005900 01  WS-FOUND-ISO                   PIC X(2).
006000 01  WS-LAND-UPPER                  PIC X(30).
006100 01  WS-LAND-KEY                    PIC X(30).
006200 01  WS-KEY-LENGTH                  PIC 9(2).
006300 01  WS-CHAR-SUB                    PIC 9(2).
006400 01  WS-CHAR                        PIC X(1).
006500 01  WS-FORMAT-CHAR                 PIC X(1).
006600 01  WS-PLZ-UPPER                   PIC X(10).
006700 01  WS-LOWER-CASE                  PIC X(26)
006800     VALUE 'abcdefghijklmnopqrstuvwxyz'.
006900 01  WS-UPPER-CASE                  PIC X(26)
007000     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
007100*=================================================================
007200*    COUNTRY TABLE - ISO CODE, NAME, LINE ORDER, PLZ FORMAT
007300*=================================================================
007400 01  WS-COUNTRY-VALUES.
007500     05  FILLER                     PIC X(33) VALUE
007600         'DEDEUTSCHLAND         P99999     '.
007700     05  FILLER                     PIC X(33) VALUE
007800         'ATOESTERREICH         P9999      '.
007900     05  FILLER                     PIC X(33) VALUE
008000         'CHSCHWEIZ             P9999      '.
008100     05  FILLER                     PIC X(33) VALUE
008200         'FRFRANKREICH          P99999     '.
008300     05  FILLER                     PIC X(33) VALUE
008400         'NLNIEDERLANDE         P9999 AA   '.
008500     05  FILLER                     PIC X(33) VALUE
008600         'BEBELGIEN             P9999      '.
008700     05  FILLER                     PIC X(33) VALUE
008800         'LULUXEMBURG           P9999      '.
008900     05  FILLER                     PIC X(33) VALUE
009000         'DKDAENEMARK           P9999      '.
009100     05  FILLER                     PIC X(33) VALUE
009200         'ITITALIEN             P99999     '.
009300     05  FILLER                     PIC X(33) VALUE
009400         'ESSPANIEN             P99999     '.
009500     05  FILLER                     PIC X(33) VALUE
009600         'PLPOLEN               P99-999    '.
009700     05  FILLER                     PIC X(33) VALUE
009800         'CZTSCHECHIEN          P999 99    '.
009900     05  FILLER                     PIC X(33) VALUE
010000         'GBGROSSBRITANNIEN     L          '.
010100     05  FILLER                     PIC X(33) VALUE
010200         'USUSA                 O99999     '.
010300 01  WS-COUNTRY-TABLE REDEFINES WS-COUNTRY-VALUES.
010400     05  WS-CTY-ROW OCCURS 14 TIMES
010500                     INDEXED BY WS-CTY-IDX.
010600         10  WS-CTY-ISO-CODE        PIC X(2).
010700         10  WS-CTY-NAME            PIC X(20).
010800         10  WS-CTY-LINE-ORDER      PIC X(1).
010900         10  WS-CTY-PLZ-FORMAT      PIC X(10).
011000*=================================================================
011100*    SPELLING TABLE - THE SPELLINGS SEEN ON D111E-LAND, AS KEYS
011200*    (UPPER CASE, NO SPACES OR PUNCTUATION)
011300*=================================================================
011400 01  WS-SPELLING-VALUES.
011500     05  FILLER                     PIC X(32) VALUE
011600         'DEUTSCHLAND                   DE'.
011700     05  FILLER                     PIC X(32) VALUE
011800         'D                             DE'.
011900     05  FILLER                     PIC X(32) VALUE
012000         'DE                            DE'.
012100     05  FILLER                     PIC X(32) VALUE
012200         'DEU                           DE'.
012300     05  FILLER                     PIC X(32) VALUE
012400         'BRD                           DE'.
012500     05  FILLER                     PIC X(32) VALUE
012600         'BUNDESREPUBLIK                DE'.
012700     05  FILLER                     PIC X(32) VALUE
012800         'BUNDESREPUBLIKDEUTSCHLAND     DE'.
012900     05  FILLER                     PIC X(32) VALUE
013000         'GERMANY                       DE'.
013100     05  FILLER                     PIC X(32) VALUE
013200         'DEUTSCHALND                   DE'.
013300     05  FILLER                     PIC X(32) VALUE
013400         'DEUTSCHLNAD                   DE'.
013500     05  FILLER                     PIC X(32) VALUE
013600         'DUETSCHLAND                   DE'.
013700     05  FILLER                     PIC X(32) VALUE
013800         'DEUTSCHLAN                    DE'.
013900     05  FILLER                     PIC X(32) VALUE
014000         'DEUTCHLAND                    DE'.
014100     05  FILLER                     PIC X(32) VALUE
014200         'DEUTSCHLAMD                   DE'.
014300     05  FILLER                     PIC X(32) VALUE
014400         'OESTERREICH                   AT'.
014500     05  FILLER                     PIC X(32) VALUE
014600         'OSTERREICH                    AT'.
014700     05  FILLER                     PIC X(32) VALUE
014800         'OESTEREICH                    AT'.
014900     05  FILLER                     PIC X(32) VALUE
015000         'OESTREICH                     AT'.
015100     05  FILLER                     PIC X(32) VALUE
015200         'AUSTRIA                       AT'.
015300     05  FILLER                     PIC X(32) VALUE
015400         'A                             AT'.
015500     05  FILLER                     PIC X(32) VALUE
015600         'AT                            AT'.
015700     05  FILLER                     PIC X(32) VALUE
015800         'AUT                           AT'.
015900     05  FILLER                     PIC X(32) VALUE
016000         'SCHWEIZ                       CH'.
016100     05  FILLER                     PIC X(32) VALUE
016200         'CH                            CH'.
016300     05  FILLER                     PIC X(32) VALUE
016400         'SUISSE                        CH'.
016500     05  FILLER                     PIC X(32) VALUE
016600         'SVIZZERA                      CH'.
016700     05  FILLER                     PIC X(32) VALUE
016800         'SWITZERLAND                   CH'.
016900     05  FILLER                     PIC X(32) VALUE
017000         'SCHWIEZ                       CH'.
017100     05  FILLER                     PIC X(32) VALUE
017200         'FRANKREICH                    FR'.
017300     05  FILLER                     PIC X(32) VALUE
017400         'F                             FR'.
017500     05  FILLER                     PIC X(32) VALUE
017600         'FR                            FR'.
017700     05  FILLER                     PIC X(32) VALUE
017800         'FRANCE                        FR'.
017900     05  FILLER                     PIC X(32) VALUE
018000         'NIEDERLANDE                   NL'.
018100     05  FILLER                     PIC X(32) VALUE
018200         'HOLLAND                       NL'.
018300     05  FILLER                     PIC X(32) VALUE
018400         'NL                            NL'.
018500     05  FILLER                     PIC X(32) VALUE
018600         'NETHERLANDS                   NL'.
018700     05  FILLER                     PIC X(32) VALUE
018800         'NEDERLAND                     NL'.
018900     05  FILLER                     PIC X(32) VALUE
019000         'BELGIEN                       BE'.
019100     05  FILLER                     PIC X(32) VALUE
019200         'B                             BE'.
019300     05  FILLER                     PIC X(32) VALUE
019400         'BE                            BE'.
019500     05  FILLER                     PIC X(32) VALUE
019600         'BELGIQUE                      BE'.
019700     05  FILLER                     PIC X(32) VALUE
019800         'BELGIE                        BE'.
019900     05  FILLER                     PIC X(32) VALUE
020000         'BELGIUM                       BE'.
020100     05  FILLER                     PIC X(32) VALUE
020200         'LUXEMBURG                     LU'.
020300     05  FILLER                     PIC X(32) VALUE
020400         'L                             LU'.
020500     05  FILLER                     PIC X(32) VALUE
020600         'LU                            LU'.
020700     05  FILLER                     PIC X(32) VALUE
020800         'LUXEMBOURG                    LU'.
020900     05  FILLER                     PIC X(32) VALUE
021000         'DAENEMARK                     DK'.
021100     05  FILLER                     PIC X(32) VALUE
021200         'DANEMARK                      DK'.
021300     05  FILLER                     PIC X(32) VALUE
021400         'DK                            DK'.
021500     05  FILLER                     PIC X(32) VALUE
021600         'DENMARK                       DK'.
021700     05  FILLER                     PIC X(32) VALUE
021800         'ITALIEN                       IT'.
021900     05  FILLER                     PIC X(32) VALUE
022000         'I                             IT'.
022100     05  FILLER                     PIC X(32) VALUE
022200         'IT                            IT'.
022300     05  FILLER                     PIC X(32) VALUE
022400         'ITALIA                        IT'.
022500     05  FILLER                     PIC X(32) VALUE
022600         'ITALY                         IT'.
022700     05  FILLER                     PIC X(32) VALUE
022800         'SPANIEN                       ES'.
022900     05  FILLER                     PIC X(32) VALUE
023000         'E                             ES'.
023100     05  FILLER                     PIC X(32) VALUE
023200         'ES                            ES'.
023300     05  FILLER                     PIC X(32) VALUE
023400         'ESPANA                        ES'.
023500     05  FILLER                     PIC X(32) VALUE
023600         'SPAIN                         ES'.
023700     05  FILLER                     PIC X(32) VALUE
023800         'POLEN                         PL'.
023900     05  FILLER                     PIC X(32) VALUE
024000         'PL                            PL'.
024100     05  FILLER                     PIC X(32) VALUE
024200         'POLSKA                        PL'.
024300     05  FILLER                     PIC X(32) VALUE
024400         'POLAND                        PL'.
024500     05  FILLER                     PIC X(32) VALUE
024600         'TSCHECHIEN                    CZ'.
024700     05  FILLER                     PIC X(32) VALUE
024800         'CZ                            CZ'.
024900     05  FILLER                     PIC X(32) VALUE
025000         'TSCHECHISCHEREPUBLIK          CZ'.
025100     05  FILLER                     PIC X(32) VALUE
025200         'CZECHREPUBLIC                 CZ'.
025300     05  FILLER                     PIC X(32) VALUE
025400         'GROSSBRITANNIEN               GB'.
025500     05  FILLER                     PIC X(32) VALUE
025600         'GB                            GB'.
025700     05  FILLER                     PIC X(32) VALUE
025800         'UK                            GB'.
025900     05  FILLER                     PIC X(32) VALUE
026000         'ENGLAND                       GB'.
026100     05  FILLER                     PIC X(32) VALUE
026200         'VEREINIGTESKOENIGREICH        GB'.
026300     05  FILLER                     PIC X(32) VALUE
026400         'UNITEDKINGDOM                 GB'.
026500     05  FILLER                     PIC X(32) VALUE
026600         'USA                           US'.
026700     05  FILLER                     PIC X(32) VALUE
026800         'US                            US'.
026900     05  FILLER                     PIC X(32) VALUE
027000         'VEREINIGTESTAATEN             US'.
027100     05  FILLER                     PIC X(32) VALUE
027200         'VEREINIGTESTAATENVONAMERIKA   US'.
027300     05  FILLER                     PIC X(32) VALUE
027400         'AMERIKA                       US'.
027500 01  WS-SPELLING-TABLE REDEFINES WS-SPELLING-VALUES.
027600     05  WS-SPL-ROW OCCURS 80 TIMES
027700                     INDEXED BY WS-SPL-IDX.
027800         10  WS-SPL-KEY             PIC X(30).
027900         10  WS-SPL-ISO-CODE        PIC X(2).
028000*=================================================================
028100*    SPELLINGS ADDED ON THE LANDSPEL CARDS
028200*=================================================================
028300 01  WS-EXTRA-TABLE.
028400     05  WS-EXT-COUNT               PIC 9(3) VALUE ZERO.
028500     05  WS-EXT-ROW OCCURS 100 TIMES
028600                     INDEXED BY WS-EXT-IDX.
028700         10  WS-EXT-KEY             PIC X(30).
028800         10  WS-EXT-ISO-CODE        PIC X(2).
028900 LINKAGE SECTION.
029000 COPY LANDNRMQ.
029100 PROCEDURE DIVISION USING LAND-NORM-REQUEST.
029200*=================================================================
029300 0000-MAINLINE.
029400     IF NOT WS-LOADED
029500         PERFORM 1000-LOAD-EXTRA-SPELLINGS
029600     END-IF
029700     MOVE 'U'    TO LNQ-RESULT
029750     MOVE 'N'    TO WS-COUNTRY-SW
029800     MOVE SPACES TO LNQ-ISO-CODE
029900     MOVE SPACES TO LNQ-COUNTRY-NAME
030000     MOVE SPACES TO LNQ-LINE-ORDER
030100     MOVE SPACES TO LNQ-PLZ-FORMAT
030200     MOVE 'N'    TO LNQ-PLZ-RESULT
030300     MOVE LNQ-LAND TO WS-LAND-UPPER
030400     PERFORM 2000-BUILD-THE-KEY
030500     IF WS-LAND-KEY = SPACES
030600         MOVE WS-HOME-ISO TO WS-FOUND-ISO
030700     ELSE
030800         PERFORM 2100-FIND-THE-SPELLING
030900     END-IF
031000     IF WS-FOUND-ISO NOT = SPACES
031100         PERFORM 3000-FIND-THE-COUNTRY
031200     END-IF
031300     IF WS-COUNTRY-FOUND
031400         PERFORM 3100-RETURN-THE-COUNTRY
031500         PERFORM 4000-CHECK-THE-PLZ
031600     END-IF
031700     GOBACK.
031800*=================================================================
031900*    1000-LOAD-EXTRA-SPELLINGS - ONCE PER RUN; NO CARDS IS FINE
032000*=================================================================
032100 1000-LOAD-EXTRA-SPELLINGS.
032200     MOVE 'Y' TO WS-LOADED-SW
032300     OPEN INPUT SPELLING-CARDS
032400     IF FC-SPELLING-STATUS = '00'
032500         PERFORM 1100-LOAD-ONE-SPELLING
032600             UNTIL WS-LOAD-EOF
032700     END-IF
032800     CLOSE SPELLING-CARDS.
032900*=================================================================
033000*    1100-LOAD-ONE-SPELLING - THE CODE MUST BE ON THE COUNTRY
033100*    TABLE
033200*=================================================================
033300 1100-LOAD-ONE-SPELLING.
033400     READ SPELLING-CARDS
033500         AT END
033600             MOVE 'Y' TO WS-LOAD-EOF-SW
033700         NOT AT END
033800             MOVE LS-ISO-CODE TO WS-FOUND-ISO
033900             PERFORM 3000-FIND-THE-COUNTRY
034000             MOVE LS-SPELLING TO WS-LAND-UPPER
034100             PERFORM 2000-BUILD-THE-KEY
034200             EVALUATE TRUE
034300                 WHEN NOT WS-COUNTRY-FOUND
034400                 WHEN WS-LAND-KEY = SPACES
034500                     DISPLAY 'LANDNORM: LANDSPEL CARD IGNORED='
034600                         SPELLING-CARD
034700                 WHEN WS-EXT-COUNT < 100
034800                     ADD 1 TO WS-EXT-COUNT
034900                     SET WS-EXT-IDX TO WS-EXT-COUNT
035000                     MOVE WS-LAND-KEY
035100                         TO WS-EXT-KEY (WS-EXT-IDX)
035200                     MOVE LS-ISO-CODE
035300                         TO WS-EXT-ISO-CODE (WS-EXT-IDX)
035400                 WHEN OTHER
035500                     DISPLAY 'LANDNORM: SPELLING TABLE FULL, '
035600                         'DROPPED=' LS-SPELLING
035700             END-EVALUATE
035800     END-READ.
035900*=================================================================
036000*    2000-BUILD-THE-KEY - UPPER CASE, SPACES AND PUNCTUATION
036100*    SQUEEZED OUT
036200*=================================================================
036300 2000-BUILD-THE-KEY.
036400     INSPECT WS-LAND-UPPER
036500         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
036600     MOVE SPACES TO WS-LAND-KEY
036700     MOVE ZERO TO WS-KEY-LENGTH
036800     PERFORM 2010-TAKE-ONE-CHARACTER
036900         VARYING WS-CHAR-SUB FROM 1 BY 1
037000         UNTIL WS-CHAR-SUB > 30.
037100*=================================================================
037200*    2010-TAKE-ONE-CHARACTER
037300*=================================================================
037400 2010-TAKE-ONE-CHARACTER.
037500     MOVE WS-LAND-UPPER (WS-CHAR-SUB:1) TO WS-CHAR
037600     IF WS-CHAR NOT = SPACE
037700         AND WS-CHAR NOT = '.'
037800         AND WS-CHAR NOT = '-'
037900         AND WS-CHAR NOT = '/'
038000         ADD 1 TO WS-KEY-LENGTH
038100         MOVE WS-CHAR TO WS-LAND-KEY (WS-KEY-LENGTH:1)
038200     END-IF.
038300*=================================================================
038400*    2100-FIND-THE-SPELLING - BUILT-IN SPELLINGS, THEN THE
038500*    LANDSPEL ADDITIONS
038600*=================================================================
038700 2100-FIND-THE-SPELLING.
038800     MOVE SPACES TO WS-FOUND-ISO
038900     SET WS-SPL-IDX TO 1
039000     SEARCH WS-SPL-ROW
039100         AT END
039200             CONTINUE
039300         WHEN WS-SPL-KEY (WS-SPL-IDX) = WS-LAND-KEY
039400             MOVE WS-SPL-ISO-CODE (WS-SPL-IDX) TO WS-FOUND-ISO
039500     END-SEARCH
039600     IF WS-FOUND-ISO = SPACES
039700         AND WS-EXT-COUNT > ZERO
039800         SET WS-EXT-IDX TO 1
039900         SEARCH WS-EXT-ROW
040000             AT END
040100                 CONTINUE
040200             WHEN WS-EXT-KEY (WS-EXT-IDX) = WS-LAND-KEY
040300                 AND WS-EXT-IDX NOT > WS-EXT-COUNT
040400                 MOVE WS-EXT-ISO-CODE (WS-EXT-IDX)
040500                     TO WS-FOUND-ISO
040600         END-SEARCH
040700     END-IF.
040800*=================================================================
040900*    3000-FIND-THE-COUNTRY
041000*=================================================================
041100 3000-FIND-THE-COUNTRY.
041200     MOVE 'N' TO WS-COUNTRY-SW
041300     SET WS-CTY-IDX TO 1
041400     SEARCH WS-CTY-ROW
041500         AT END
041600             CONTINUE
041700         WHEN WS-CTY-ISO-CODE (WS-CTY-IDX) = WS-FOUND-ISO
041800             MOVE 'Y' TO WS-COUNTRY-SW
041900     END-SEARCH.
042000*=================================================================
042100*    3100-RETURN-THE-COUNTRY
042200*=================================================================
042300 3100-RETURN-THE-COUNTRY.
042400     IF WS-FOUND-ISO = WS-HOME-ISO
042500         MOVE 'D' TO LNQ-RESULT
042600     ELSE
042700         MOVE 'F' TO LNQ-RESULT
042800     END-IF
042900     MOVE WS-CTY-ISO-CODE (WS-CTY-IDX)   TO LNQ-ISO-CODE
043000     MOVE WS-CTY-NAME (WS-CTY-IDX)       TO LNQ-COUNTRY-NAME
043100     MOVE WS-CTY-LINE-ORDER (WS-CTY-IDX) TO LNQ-LINE-ORDER
043200     MOVE WS-CTY-PLZ-FORMAT (WS-CTY-IDX) TO LNQ-PLZ-FORMAT.
043300*=================================================================
043400*    4000-CHECK-THE-PLZ - POSITION BY POSITION AGAINST THE
043500*    COUNTRY'S FORMAT
043600*=================================================================
043700 4000-CHECK-THE-PLZ.
043800     MOVE LNQ-PLZ TO WS-PLZ-UPPER
043900     INSPECT WS-PLZ-UPPER
044000         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
044100     IF WS-PLZ-UPPER = SPACES
044200         MOVE 'N' TO LNQ-PLZ-RESULT
044300     ELSE
044400         MOVE 'Y' TO LNQ-PLZ-RESULT
044500         IF LNQ-PLZ-FORMAT NOT = SPACES
044600             PERFORM 4010-CHECK-ONE-POSITION
044700                 VARYING WS-CHAR-SUB FROM 1 BY 1
044800                 UNTIL WS-CHAR-SUB > 10
044900         END-IF
045000     END-IF.
045100*=================================================================
045200*    4010-CHECK-ONE-POSITION
045300*=================================================================
045400 4010-CHECK-ONE-POSITION.
045500     MOVE LNQ-PLZ-FORMAT (WS-CHAR-SUB:1) TO WS-FORMAT-CHAR
045600     MOVE WS-PLZ-UPPER (WS-CHAR-SUB:1)   TO WS-CHAR
045700     EVALUATE WS-FORMAT-CHAR
045800         WHEN '9'
045900             IF WS-CHAR NOT NUMERIC
046000                 MOVE 'N' TO LNQ-PLZ-RESULT
046100             END-IF
046200         WHEN 'A'
046300             IF WS-CHAR NOT ALPHABETIC-UPPER
046400                 OR WS-CHAR = SPACE
046500                 MOVE 'N' TO LNQ-PLZ-RESULT
046600             END-IF
046700         WHEN OTHER
046800             IF WS-CHAR NOT = WS-FORMAT-CHAR
046900                 MOVE 'N' TO LNQ-PLZ-RESULT
047000             END-IF
047100     END-EVALUATE.
