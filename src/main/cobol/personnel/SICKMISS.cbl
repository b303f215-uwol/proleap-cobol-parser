000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SICKMISS.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - WEEKLY MISSING SICK-NOTE
001200*                   CERTIFICATE LIST BY EMPLOYER AND DST.
001300*=================================================================
001400*  THE WEEKLY LIST OF SICKNESS ABSENCES STILL WITHOUT THE
001500*  DOCTOR'S CERTIFICATE COMPANY RULES ASK FOR, SO PERSONNEL CAN
001600*  CHASE THEM BEFORE PAYROLL QUERIES THEM.  EVERY ABS ELEMENT ON
001700*  PARSEDTL IS CHECKED THROUGH SICKLKUP AGAINST THE
001800*  CERTIFICATES SICKCERT HAS POSTED; ONE THAT NEEDS A
001900*  CERTIFICATE, IS NOT COVERED TO ITS LAST DAY, AND IS PAST
002000*  ITS GRACE PERIOD IS LISTED.  THE PERSON'S DEPARTMENT (DST)
002100*  AND NAME COME FROM THE PERSONNEL MASTER (PERSLKUP) AS OF THE
002200*  DAY THE ABSENCE STARTED.  THE LIST IS SORTED BY DST WITHIN
002300*  EMPLOYER (BTRNR-A), WITH THE EMPLOYER'S NAME FROM THE
002400*  EMPLOYER MASTER (EMPLLKUP) AT THE HEAD OF EACH EMPLOYER, A
002500*  COUNT AT EVERY DST AND EMPLOYER BREAK, AND THE WEEK'S
002600*  FIGURES AT THE END - HOW MANY ABSENCES NEEDED A CERTIFICATE,
002700*  HOW MANY ARE COVERED, STILL IN GRACE, MISSING, OR CARRY NO
002800*  DATE TO MATCH ON.
002900*=================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARSED-IN ASSIGN TO 'PARSEDTL'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FC-PARSED-STATUS.
003900     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
004000     SELECT MISS-RPT ASSIGN TO 'SICKMISS'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FC-MISS-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PARSED-IN
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  PARSED-IN-LINE.
004800     05  PD-TYPE                    PIC X(3).
004900         88  PD-ABSENCE             VALUE 'ABS'.
005000     05  FILLER                     PIC X(1).
005100     05  PD-TAG-NUM                 PIC 9(4).
005200     05  FILLER                     PIC X(1).
005300     05  PD-BAND-NR                 PIC 9(5).
005400     05  FILLER                     PIC X(1).
005500     05  PD-BTRNR-A                 PIC X(8).
005600     05  FILLER                     PIC X(1).
005700     05  PD-BTRNR-E                 PIC X(8).
005800     05  FILLER                     PIC X(1).
005900     05  PD-WERT.
006000         10  PD-WERT-DAYS           PIC X(3).
006100         10  FILLER                 PIC X(32).
006200     05  FILLER                     PIC X(1).
006300     05  PD-DATUM                   PIC X(8).
006400     05  PD-DATUM-N REDEFINES PD-DATUM
006500                                    PIC 9(8).
006600     05  FILLER                     PIC X(3).
006700 SD  SORT-WORK.
006800 01  SORT-RECORD.
006900     05  SR-BTRNR-A                 PIC X(8).
007000     05  SR-DST                     PIC 9(3).
007100     05  SR-BAND-NR                 PIC 9(5).
007200     05  SR-START-DATE              PIC 9(8).
007300     05  SR-TAG-NUM                 PIC 9(4).
007400     05  SR-END-DATE                PIC 9(8).
007500     05  SR-DAYS                    PIC 9(3).
007600     05  SR-COVERED-TO              PIC 9(8).
007700     05  SR-DAYS-OVERDUE            PIC 9(5).
007800     05  SR-NAME                    PIC X(20).
007900 FD  MISS-RPT
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  MISS-LINE                      PIC X(80).
008200 WORKING-STORAGE SECTION.
008300*=================================================================
008400 COPY VERSTAMP.
008500 COPY SICKLKQ.
008600 COPY PERSLKQ.
008700 COPY PERSMREC.
008800 COPY EMPLLKQ.
008900 COPY EMPLMREC.
009000 COPY CALREQ.
009100 01  FC-STATUSES.
009200     05  FC-PARSED-STATUS           PIC X(2).
009300     05  FC-MISS-STATUS             PIC X(2).
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009600         88  WS-EOF                 VALUE 'Y'.
009700     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
009800         88  WS-SORT-EOF            VALUE 'Y'.
009900     05  WS-FIRST-RECORD-SW         PIC X(1) VALUE 'Y'.
010000         88  WS-FIRST-RECORD        VALUE 'Y'.
010100 01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.
010200 01  WS-BREAK-KEYS.
010300     05  WS-BREAK-BTRNR-A           PIC X(8).
010400     05  WS-BREAK-DST               PIC 9(3).
010500 01  WS-COUNTERS.
010600     05  WS-LINES-READ              PIC 9(7) VALUE ZERO.
010700     05  WS-ABS-CHECKED             PIC 9(7) VALUE ZERO.
010800     05  WS-CERT-NEEDED             PIC 9(7) VALUE ZERO.
010900     05  WS-CERT-COVERED            PIC 9(7) VALUE ZERO.
011000     05  WS-CERT-IN-GRACE           PIC 9(7) VALUE ZERO.
011100     05  WS-CERT-MISSING            PIC 9(7) VALUE ZERO.
011200     05  WS-CERT-UNDATED            PIC 9(7) VALUE ZERO.
011300     05  WS-CERT-UNCHECKED          PIC 9(7) VALUE ZERO.
011400     05  WS-DST-MISSING             PIC 9(5) VALUE ZERO.
011500     05  WS-EMPLR-MISSING           PIC 9(5) VALUE ZERO.
011600     05  WS-REPORT-LINES            PIC 9(7) VALUE ZERO.
011700*=================================================================
011800*    MISSING-CERTIFICATE LIST
011900*=================================================================
012000 01  WS-PAGE-HEAD-LINE.
012100     05  FILLER                     PIC X(31)
012200         VALUE ' MISSING SICK-NOTE CERTIFICATES'.
012300     05  FILLER                     PIC X(10) VALUE '  WEEK TO '.
012400     05  PH-RUN-DATE                PIC 9(8).
012500     05  FILLER                     PIC X(31) VALUE SPACE.
012600 01  WS-EMPLOYER-HEAD-LINE.
012700     05  FILLER                     PIC X(10) VALUE ' EMPLOYER '.
012800     05  EH-BTRNR-A                 PIC X(8).
012900     05  FILLER                     PIC X(1)  VALUE SPACE.
013000     05  EH-NAME                    PIC X(30).
013100     05  FILLER                     PIC X(31) VALUE SPACE.
013200 01  WS-DST-HEAD-LINE.
013300     05  FILLER                     PIC X(6)  VALUE '   DST'.
013400     05  DH-DST                     PIC 9(3).
013500     05  FILLER                     PIC X(71) VALUE SPACE.
013600 01  WS-COLUMN-HEAD-LINE.
013700     05  FILLER                     PIC X(40)
013800         VALUE '    BAND  NAME                 TAG  STAR'.
013900     05  FILLER                     PIC X(40)
014000         VALUE 'TED   LAST DAY DAYS  COVERED OVERDUE'.
014100 01  WS-DETAIL-LINE.
014200     05  FILLER                     PIC X(4)  VALUE SPACE.
014300     05  DL-BAND-NR                 PIC 9(5).
014400     05  FILLER                     PIC X(1)  VALUE SPACE.
014500     05  DL-NAME                    PIC X(20).
014600     05  FILLER                     PIC X(1)  VALUE SPACE.
014700     05  DL-TAG-NUM                 PIC 9(4).
014800     05  FILLER                     PIC X(1)  VALUE SPACE.
014900     05  DL-START-DATE              PIC 9(8).
015000     05  FILLER                     PIC X(2)  VALUE SPACE.
015100     05  DL-END-DATE                PIC 9(8).
015200     05  FILLER                     PIC X(2)  VALUE SPACE.
015300     05  DL-DAYS                    PIC ZZ9.
015400     05  FILLER                     PIC X(2)  VALUE SPACE.
015500     05  DL-COVERED-TO              PIC X(8).
015600     05  FILLER                     PIC X(2)  VALUE SPACE.
015700     05  DL-DAYS-OVERDUE            PIC ZZZZ9.
015800     05  FILLER                     PIC X(4)  VALUE SPACE.
015900 01  WS-COUNT-LINE.
016000     05  FILLER                     PIC X(4)  VALUE SPACE.
016100     05  CL-LABEL                   PIC X(24).
016200     05  CL-COUNT                   PIC ZZZZZZ9.
016300     05  FILLER                     PIC X(45) VALUE SPACE.
016400 PROCEDURE DIVISION.
016500*=================================================================
016600 0000-MAINLINE.
016700     PERFORM 0900-DISPLAY-VERSION-STAMP
016800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016900     SORT SORT-WORK
017000         ASCENDING KEY SR-BTRNR-A SR-DST SR-BAND-NR
017100                       SR-START-DATE
017200         INPUT PROCEDURE IS 1000-SELECT-THE-MISSING
017300         OUTPUT PROCEDURE IS 2000-PRINT-THE-LIST
017400     PERFORM 9000-DISPLAY-VERSION-TRAILER
017500     STOP RUN.
017600*=================================================================
017700*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
017800*=================================================================
017900 0900-DISPLAY-VERSION-STAMP.
018000     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SICKMISS -'==
018100                             ==:PROGVERS:== BY =='Version 001'==.
018200*=================================================================
018300*    1000-SELECT-THE-MISSING - ONE SORT RECORD PER ABSENCE
018400*    WHOSE CERTIFICATE IS MISSING PAST ITS GRACE PERIOD
018500*=================================================================
018600 1000-SELECT-THE-MISSING.
018700     MOVE 'SICKMISS' TO SKQ-CALLER
018800     MOVE WS-RUN-DATE TO SKQ-AS-OF-DATE
018900     MOVE 'SICKMISS' TO PLK-CALLER
019000     MOVE 'B' TO PLK-FUNCTION
019100     OPEN INPUT PARSED-IN
019200     IF FC-PARSED-STATUS NOT = '00'
019300         DISPLAY 'SICKMISS: UNABLE TO OPEN PARSEDTL, STATUS='
019400             FC-PARSED-STATUS
019500         MOVE 12 TO RETURN-CODE
019600         MOVE 'Y' TO WS-EOF-SW
019700     END-IF
019800     PERFORM 1100-CHECK-ONE-LINE
019900         UNTIL WS-EOF
020000     CLOSE PARSED-IN.
020100*=================================================================
020200*    1100-CHECK-ONE-LINE
020300*=================================================================
020400 1100-CHECK-ONE-LINE.
020500     READ PARSED-IN
020600         AT END
020700             MOVE 'Y' TO WS-EOF-SW
020800     END-READ
020900     IF NOT WS-EOF
021000         ADD 1 TO WS-LINES-READ
021100     END-IF
021200     IF NOT WS-EOF
021300         AND PD-ABSENCE
021400         ADD 1 TO WS-ABS-CHECKED
021500         PERFORM 1200-CHECK-THE-CERTIFICATE
021600     END-IF.
021700*=================================================================
021800*    1200-CHECK-THE-CERTIFICATE - THROUGH SICKLKUP; A DAY COUNT
021900*    THAT IS NOT NUMERIC COUNTS ONE DAY, AS IN ABSLEDG
022000*=================================================================
022100 1200-CHECK-THE-CERTIFICATE.
022200     MOVE PD-BAND-NR TO SKQ-BAND-NR
022300     MOVE PD-TAG-NUM TO SKQ-TAG-NUM
022400     IF PD-WERT-DAYS NUMERIC
022500         MOVE PD-WERT-DAYS TO SKQ-DAYS
022600     ELSE
022700         MOVE 1 TO SKQ-DAYS
022800     END-IF
022900     IF PD-DATUM NUMERIC
023000         MOVE PD-DATUM-N TO SKQ-START-DATE
023100     ELSE
023200         MOVE ZERO TO SKQ-START-DATE
023300     END-IF
023400     CALL 'SICKLKUP' USING SICK-CERT-REQUEST
023500     IF NOT SKQ-NOT-REQUIRED
023600         ADD 1 TO WS-CERT-NEEDED
023700     END-IF
023800     EVALUATE TRUE
023900         WHEN SKQ-COVERED
024000             ADD 1 TO WS-CERT-COVERED
024100         WHEN SKQ-IN-GRACE
024200             ADD 1 TO WS-CERT-IN-GRACE
024300         WHEN SKQ-MISSING
024400             ADD 1 TO WS-CERT-MISSING
024500             PERFORM 1300-RELEASE-THE-ABSENCE
024600         WHEN SKQ-UNDATED
024700             ADD 1 TO WS-CERT-UNDATED
024800             DISPLAY 'SICKMISS: BAND-NR ' PD-BAND-NR ' TAG '
024900                 PD-TAG-NUM ' HAS NO DATE - NOT CHECKED'
025000         WHEN SKQ-UNAVAILABLE
025100             ADD 1 TO WS-CERT-UNCHECKED
025200         WHEN OTHER
025300             CONTINUE
025400     END-EVALUATE.
025500*=================================================================
025600*    1300-RELEASE-THE-ABSENCE - DST AND NAME AS OF THE FIRST
025700*    DAY OF THE ABSENCE, AND THE DAYS SINCE THE GRACE RAN OUT
025800*=================================================================
025900 1300-RELEASE-THE-ABSENCE.
026000     MOVE PD-BTRNR-A            TO SR-BTRNR-A
026100     MOVE PD-BAND-NR            TO SR-BAND-NR
026200     MOVE SKQ-START-DATE        TO SR-START-DATE
026300     MOVE PD-TAG-NUM            TO SR-TAG-NUM
026400     MOVE SKQ-END-DATE          TO SR-END-DATE
026500     MOVE SKQ-DAYS              TO SR-DAYS
026600     MOVE SKQ-COVERED-TO        TO SR-COVERED-TO
026700     MOVE PD-BAND-NR            TO PLK-BAND-NR
026800     MOVE SKQ-START-DATE        TO PLK-AS-OF-DATE
026900     CALL 'PERSLKUP' USING PERSONNEL-LOOKUP-REQUEST
027000     EVALUATE TRUE
027100         WHEN PLK-FOUND
027200             MOVE PLK-MASTER-IMAGE TO PERSONNEL-MASTER-RECORD
027300             MOVE PM-DST        TO SR-DST
027400             MOVE PM-NAME       TO SR-NAME
027500         WHEN PLK-AMBIGUOUS
027600             MOVE PLK-MASTER-IMAGE TO PERSONNEL-MASTER-RECORD
027700             MOVE PM-DST        TO SR-DST
027800             MOVE 'BAND NR SHARED' TO SR-NAME
027900         WHEN PLK-NOT-FOUND
028000             MOVE ZERO          TO SR-DST
028100             MOVE 'NOT ON MASTER' TO SR-NAME
028200         WHEN OTHER
028300             MOVE ZERO          TO SR-DST
028400             MOVE SPACES        TO SR-NAME
028500     END-EVALUATE
028600     MOVE 'D' TO CALR-FUNCTION
028700     MOVE SKQ-GRACE-END-DATE TO CALR-DATE
028800     MOVE WS-RUN-DATE TO CALR-END-DATE
028900     CALL 'STORECAL' USING CALENDAR-REQUEST
029000     MOVE CALR-DAYS TO SR-DAYS-OVERDUE
029100     RELEASE SORT-RECORD.
029200*=================================================================
029300*    2000-PRINT-THE-LIST - CONTROL BREAKS ON DST WITHIN EMPLOYER
029400*=================================================================
029500 2000-PRINT-THE-LIST.
029600     OPEN OUTPUT MISS-RPT
029700     MOVE 'SICKMISS' TO ELK-CALLER
029800     MOVE ZERO TO ELK-AS-OF-DATE
029900     MOVE WS-RUN-DATE TO PH-RUN-DATE
030000     WRITE MISS-LINE FROM WS-PAGE-HEAD-LINE
030100     ADD 1 TO WS-REPORT-LINES
030200     PERFORM 2100-RETURN-ONE-RECORD
030300     PERFORM 2200-PRINT-ONE-ABSENCE
030400         UNTIL WS-SORT-EOF
030500     IF NOT WS-FIRST-RECORD
030600         PERFORM 2500-CLOSE-DST-BREAK
030700         PERFORM 2600-CLOSE-EMPLOYER-BREAK
030800     END-IF
030900     PERFORM 2700-PRINT-THE-WEEK
031000     CLOSE MISS-RPT
031100     DISPLAY 'SICKMISS: LINES READ     = ' WS-LINES-READ
031200     DISPLAY 'SICKMISS: ABS CHECKED    = ' WS-ABS-CHECKED
031300     DISPLAY 'SICKMISS: CERT NEEDED    = ' WS-CERT-NEEDED
031400     DISPLAY 'SICKMISS: COVERED        = ' WS-CERT-COVERED
031500     DISPLAY 'SICKMISS: IN GRACE       = ' WS-CERT-IN-GRACE
031600     DISPLAY 'SICKMISS: MISSING        = ' WS-CERT-MISSING
031700     DISPLAY 'SICKMISS: UNDATED        = ' WS-CERT-UNDATED
031800     DISPLAY 'SICKMISS: NOT CHECKED    = ' WS-CERT-UNCHECKED.
031900*=================================================================
032000*    2100-RETURN-ONE-RECORD
032100*=================================================================
032200 2100-RETURN-ONE-RECORD.
032300     RETURN SORT-WORK
032400         AT END
032500             MOVE 'Y' TO WS-SORT-EOF-SW
032600     END-RETURN.
032700*=================================================================
032800*    2200-PRINT-ONE-ABSENCE
032900*=================================================================
033000 2200-PRINT-ONE-ABSENCE.
033100     IF WS-FIRST-RECORD
033200         MOVE 'N' TO WS-FIRST-RECORD-SW
033300         PERFORM 2300-OPEN-EMPLOYER
033400         PERFORM 2400-OPEN-DST
033500     ELSE
033600         IF SR-BTRNR-A NOT = WS-BREAK-BTRNR-A
033700             PERFORM 2500-CLOSE-DST-BREAK
033800             PERFORM 2600-CLOSE-EMPLOYER-BREAK
033900             PERFORM 2300-OPEN-EMPLOYER
034000             PERFORM 2400-OPEN-DST
034100         ELSE
034200             IF SR-DST NOT = WS-BREAK-DST
034300                 PERFORM 2500-CLOSE-DST-BREAK
034400                 PERFORM 2400-OPEN-DST
034500             END-IF
034600         END-IF
034700     END-IF
034800     MOVE SR-BAND-NR            TO DL-BAND-NR
034900     MOVE SR-NAME               TO DL-NAME
035000     MOVE SR-TAG-NUM            TO DL-TAG-NUM
035100     MOVE SR-START-DATE         TO DL-START-DATE
035200     MOVE SR-END-DATE           TO DL-END-DATE
035300     MOVE SR-DAYS               TO DL-DAYS
035400     IF SR-COVERED-TO = ZERO
035500         MOVE 'NONE'            TO DL-COVERED-TO
035600     ELSE
035700         MOVE SR-COVERED-TO     TO DL-COVERED-TO
035800     END-IF
035900     MOVE SR-DAYS-OVERDUE       TO DL-DAYS-OVERDUE
036000     WRITE MISS-LINE FROM WS-DETAIL-LINE
036100     ADD 1 TO WS-REPORT-LINES
036200     ADD 1 TO WS-DST-MISSING
036300     ADD 1 TO WS-EMPLR-MISSING
036400     PERFORM 2100-RETURN-ONE-RECORD.
036500*=================================================================
036600*    2300-OPEN-EMPLOYER - NEW PAGE, EMPLOYER NAME FROM THE
036700*    EMPLOYER MASTER
036800*=================================================================
036900 2300-OPEN-EMPLOYER.
037000     MOVE SR-BTRNR-A TO WS-BREAK-BTRNR-A
037100     MOVE ZERO TO WS-EMPLR-MISSING
037200     MOVE SR-BTRNR-A TO EH-BTRNR-A
037300     MOVE SR-BTRNR-A TO ELK-BTRNR
037400     CALL 'EMPLLKUP' USING EMPLOYER-LOOKUP-REQUEST
037500     IF ELK-FOUND OR ELK-OUTSIDE-WINDOW
037600         MOVE ELK-MASTER-IMAGE TO EMPLOYER-MASTER-RECORD
037700         MOVE EM-NAME TO EH-NAME
037800     ELSE
037900         MOVE 'NOT ON THE EMPLOYER MASTER' TO EH-NAME
038000     END-IF
038100     MOVE SPACES TO MISS-LINE
038200     WRITE MISS-LINE
038300         AFTER ADVANCING PAGE
038400     WRITE MISS-LINE FROM WS-EMPLOYER-HEAD-LINE
038500     ADD 2 TO WS-REPORT-LINES.
038600*=================================================================
038700*    2400-OPEN-DST
038800*=================================================================
038900 2400-OPEN-DST.
039000     MOVE SR-DST TO WS-BREAK-DST
039100     MOVE ZERO TO WS-DST-MISSING
039200     MOVE SR-DST TO DH-DST
039300     MOVE SPACES TO MISS-LINE
039400     WRITE MISS-LINE
039500     WRITE MISS-LINE FROM WS-DST-HEAD-LINE
039600     WRITE MISS-LINE FROM WS-COLUMN-HEAD-LINE
039700     ADD 3 TO WS-REPORT-LINES.
039800*=================================================================
039900*    2500-CLOSE-DST-BREAK
040000*=================================================================
040100 2500-CLOSE-DST-BREAK.
040200     MOVE 'MISSING IN DST' TO CL-LABEL
040300     MOVE WS-DST-MISSING TO CL-COUNT
040400     WRITE MISS-LINE FROM WS-COUNT-LINE
040500     ADD 1 TO WS-REPORT-LINES.
040600*=================================================================
040700*    2600-CLOSE-EMPLOYER-BREAK
040800*=================================================================
040900 2600-CLOSE-EMPLOYER-BREAK.
041000     MOVE SPACES TO MISS-LINE
041100     WRITE MISS-LINE
041200     MOVE 'MISSING FOR EMPLOYER' TO CL-LABEL
041300     MOVE WS-EMPLR-MISSING TO CL-COUNT
041400     WRITE MISS-LINE FROM WS-COUNT-LINE
041500     ADD 2 TO WS-REPORT-LINES.
041600*=================================================================
041700*    2700-PRINT-THE-WEEK - THE WEEK'S FIGURES ON THEIR OWN PAGE
041800*=================================================================
041900 2700-PRINT-THE-WEEK.
042000     MOVE SPACES TO MISS-LINE
042100     WRITE MISS-LINE
042200         AFTER ADVANCING PAGE
042300     ADD 1 TO WS-REPORT-LINES
042400     MOVE 'ABSENCES CHECKED'         TO CL-LABEL
042500     MOVE WS-ABS-CHECKED             TO CL-COUNT
042600     PERFORM 2710-WRITE-COUNT-LINE
042700     MOVE 'CERTIFICATE NEEDED'       TO CL-LABEL
042800     MOVE WS-CERT-NEEDED             TO CL-COUNT
042900     PERFORM 2710-WRITE-COUNT-LINE
043000     MOVE 'COVERED'                  TO CL-LABEL
043100     MOVE WS-CERT-COVERED            TO CL-COUNT
043200     PERFORM 2710-WRITE-COUNT-LINE
043300     MOVE 'STILL IN GRACE'           TO CL-LABEL
043400     MOVE WS-CERT-IN-GRACE           TO CL-COUNT
043500     PERFORM 2710-WRITE-COUNT-LINE
043600     MOVE 'MISSING - LISTED'         TO CL-LABEL
043700     MOVE WS-CERT-MISSING            TO CL-COUNT
043800     PERFORM 2710-WRITE-COUNT-LINE
043900     MOVE 'NO DATE - NOT CHECKED'    TO CL-LABEL
044000     MOVE WS-CERT-UNDATED            TO CL-COUNT
044100     PERFORM 2710-WRITE-COUNT-LINE
044200     IF WS-CERT-UNCHECKED > ZERO
044300         MOVE 'NO CERTIFICATE FILE'  TO CL-LABEL
044400         MOVE WS-CERT-UNCHECKED      TO CL-COUNT
044500         PERFORM 2710-WRITE-COUNT-LINE
044600     END-IF.
044700*=================================================================
044800*    2710-WRITE-COUNT-LINE
044900*=================================================================
045000 2710-WRITE-COUNT-LINE.
045100     WRITE MISS-LINE FROM WS-COUNT-LINE
045200     ADD 1 TO WS-REPORT-LINES.
045300*=================================================================
045400*=================================================================
045500*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
045600*=================================================================
045700 9000-DISPLAY-VERSION-TRAILER.
045800     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SICKMISS -'==
045900                             ==:LINECOUNT:== BY
046000                                 WS-REPORT-LINES.
