000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    JLPROP.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - JOINER/LEAVER ACTIONS FROM
001200*                   THE MONTHLY D111E DELTA.
001300*=================================================================
001400*  TURNS THE JOINERS AND LEAVERS D111ECMP FINDS EACH MONTH
001500*  (THE JLDELTA FILE, SEE JLDLREC) INTO THE FOLLOW-ON WORK THAT
001600*  USED TO BE DONE BY HAND FROM THE PRINTED DELTA REPORT.  A
001700*  JOINER IN A TEACHING DEPARTMENT - A DST ON THE JLDEPTS TABLE,
001800*  WHICH ALSO GIVES THE TEACHER DEPARTMENT, OR ANYONE CARRYING
001900*  THE TEACHING OCCUPATION CODE (D111E-BEA 'LEH') - GETS A
002000*  TCHMAINT ADD CARD (TEACHER-ID IS THE PERSNR, HIRED THE FIRST
002100*  OF THE PERIOD) AND A CONFIRMED PERSMTCH CROSS-REFERENCE LINK.
002200*  A JOINER ALREADY LINKED TO A TEACHER GETS NOTHING BUT A LINE.
002300*  A LEAVER WITH A CROSS-REFERENCE LINK GETS A TCHMAINT DELETE
002400*  CARD FOR THE LINKED TEACHER, AND EVERY LEAVER GOES ON THE
002500*  LEAVERS FILE (SEE LEAVREC), WHICH CLOSES THE ABSLEDG
002600*  ENTITLEMENT AND BLOCKS FURTHER PAYINTF TRANSACTIONS FROM
002700*  THE FIRST DAY AFTER THE LAST PERIOD THE PERSON WAS ON.
002800*  NOTHING IS APPLIED ON THE RUN THAT PROPOSES IT: EACH ACTION
002900*  IS LISTED ON JLLIST AND HELD (JLHELDI IN, JLHELDO OUT, SEE
003000*  JLACREC) UNTIL HR SENDS A JLCONF CARD FOR THE PERSON - C TO
003100*  CONFIRM, R TO REJECT - WHICH DECIDES ALL THAT PERSON'S HELD
003200*  ACTIONS ON THE NEXT RUN.  CONFIRMED ACTIONS ARE RELEASED AS
003300*  TCHMAINT CARDS (JLTCHCD), CROSS-REFERENCE ENTRIES IN THE
003400*  PERSXRF LAYOUT (JLXREF, CONCATENATED ON PERSMTCH'S PERSXRFI)
003500*  AND NEW LEAVERS RECORDS.  EVERY ACTION, WHATEVER BECOMES OF
003600*  IT, IS LISTED WITH ITS DISPOSITION.
003700*=================================================================
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL JL-DELTA ASSIGN TO 'JLDELTA'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FC-DELTA-STATUS.
004700     SELECT OPTIONAL DEPT-CTL ASSIGN TO 'JLDEPTS'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FC-DEPT-STATUS.
005000     SELECT OPTIONAL XREF-IN ASSIGN TO 'PERSXRFI'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FC-XREFI-STATUS.
005300     SELECT OPTIONAL HR-CARDS ASSIGN TO 'JLCONF'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FC-CARD-STATUS.
005600     SELECT OPTIONAL HELD-IN ASSIGN TO 'JLHELDI'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FC-HELDI-STATUS.
005900     SELECT HELD-OUT ASSIGN TO 'JLHELDO'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FC-HELDO-STATUS.
006200     SELECT OPTIONAL LEAVERS-IN ASSIGN TO 'LEAVERSI'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FC-LEAVI-STATUS.
006500     SELECT LEAVERS-OUT ASSIGN TO 'LEAVERSO'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FC-LEAVO-STATUS.
006800     SELECT TCHCARD-OUT ASSIGN TO 'JLTCHCD'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FC-TCHCD-STATUS.
007100     SELECT XREF-ADD-OUT ASSIGN TO 'JLXREF'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FC-XREFA-STATUS.
007400     SELECT JL-LIST ASSIGN TO 'JLLIST'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FC-LIST-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  JL-DELTA
008000     RECORD CONTAINS 80 CHARACTERS.
008100 COPY JLDLREC.
008200 FD  DEPT-CTL
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  DEPT-CARD.
008500     05  DC-DST                     PIC 9(3).
008600     05  FILLER                     PIC X(1).
008700     05  DC-TEACHER-DEPT            PIC X(10).
008800     05  FILLER                     PIC X(66).
008900 FD  XREF-IN
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  XREFI-RECORD.
009200     05  XRI-PERSNR                 PIC 9(9).
009300     05  FILLER                     PIC X(1).
009400     05  XRI-TEACHER-ID             PIC 9(10).
009500     05  FILLER                     PIC X(1).
009600     05  XRI-STATUS                 PIC X(1).
009700     05  FILLER                     PIC X(69).
009800 FD  HR-CARDS
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  HR-CARD.
010100     05  HC-DECISION                PIC X(1).
010200         88  HC-CONFIRM             VALUE 'C'.
010300         88  HC-REJECT              VALUE 'R'.
010400     05  FILLER                     PIC X(1).
010500     05  HC-PERSNR                  PIC 9(9).
010600     05  FILLER                     PIC X(69).
010700 FD  HELD-IN
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  HELD-IN-RECORD                 PIC X(80).
011000 FD  HELD-OUT
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  HELD-OUT-RECORD                PIC X(80).
011300 FD  LEAVERS-IN
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  LEAVERS-IN-RECORD              PIC X(80).
011600 FD  LEAVERS-OUT
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  LEAVERS-OUT-RECORD             PIC X(80).
011900 FD  TCHCARD-OUT
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  TCHCARD-OUT-RECORD             PIC X(80).
012200 FD  XREF-ADD-OUT
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  XREF-ADD-RECORD                PIC X(80).
012500 FD  JL-LIST
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  JL-LIST-LINE                   PIC X(80).
012800 WORKING-STORAGE SECTION.
012900*=================================================================
013000 COPY VERSTAMP.
013100 COPY JLACREC.
013200 COPY LEAVREC.
013300 01  FC-STATUSES.
013400     05  FC-DELTA-STATUS            PIC X(2).
013500     05  FC-DEPT-STATUS             PIC X(2).
013600     05  FC-XREFI-STATUS            PIC X(2).
013700     05  FC-CARD-STATUS             PIC X(2).
013800     05  FC-HELDI-STATUS            PIC X(2).
013900     05  FC-HELDO-STATUS            PIC X(2).
014000     05  FC-LEAVI-STATUS            PIC X(2).
014100     05  FC-LEAVO-STATUS            PIC X(2).
014200     05  FC-TCHCD-STATUS            PIC X(2).
014300     05  FC-XREFA-STATUS            PIC X(2).
014400     05  FC-LIST-STATUS             PIC X(2).
014500 01  WS-SWITCHES.
014600     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
014700         88  WS-EOF                 VALUE 'Y'.
014800     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
014900         88  WS-LOAD-EOF            VALUE 'Y'.
015000     05  WS-TEACHING-SW             PIC X(1) VALUE 'N'.
015100         88  WS-TEACHING            VALUE 'Y'.
015200     05  WS-LINK-FOUND-SW           PIC X(1) VALUE 'N'.
015300         88  WS-LINK-FOUND          VALUE 'Y'.
015400     05  WS-LEAVER-FOUND-SW         PIC X(1) VALUE 'N'.
015500         88  WS-LEAVER-FOUND        VALUE 'Y'.
015600     05  WS-ACTION-FOUND-SW         PIC X(1) VALUE 'N'.
015700         88  WS-ACTION-FOUND        VALUE 'Y'.
015800 01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.
015900 01  WS-NEW-DEPT                    PIC X(10).
016000 01  WS-LINKED-TCH-ID               PIC 9(10).
016100 01  WS-EFFECTIVE-DATE              PIC 9(8).
016200 01  WS-CARD-DECISION               PIC X(1).
016300*=================================================================
016400*    TEACHING DEPARTMENTS - DST TO TEACHER DEPARTMENT
016500*=================================================================
016600 01  WS-DEPT-TABLE.
016700     05  WS-DPT-COUNT               PIC 9(3) VALUE ZERO.
016800     05  WS-DPT-ROW OCCURS 50 TIMES.
016900         10  WS-DPT-DST             PIC 9(3).
017000         10  WS-DPT-DEPT            PIC X(10).
017100 01  WS-DPT-SUB                     PIC 9(3).
017200*=================================================================
017300*    CROSS-REFERENCE LINKS IN FORCE - CONFIRMED (C) OR BROKEN
017400*    THIS MONTH (B); PENDING AND DELETED ENTRIES ARE NOT LINKS
017500*=================================================================
017600 01  WS-XREF-TABLE.
017700     05  WS-XRF-COUNT               PIC 9(4) VALUE ZERO.
017800     05  WS-XRF-ENTRY OCCURS 500 TIMES.
017900         10  WS-XRF-PERSNR          PIC 9(9).
018000         10  WS-XRF-TCH-ID          PIC 9(10).
018100 01  WS-XRF-SUB                     PIC 9(4).
018200*=================================================================
018300*    PEOPLE ALREADY ON THE LEAVERS FILE
018400*=================================================================
018500 01  WS-LEAVER-TABLE.
018600     05  WS-LVR-COUNT               PIC 9(4) VALUE ZERO.
018700     05  WS-LVR-PERSNR OCCURS 2000 TIMES
018800                                    PIC 9(9).
018900 01  WS-LVR-SUB                     PIC 9(4).
019000*=================================================================
019100*    HR DECISION CARDS - ONE PER PERSON
019200*=================================================================
019300 01  WS-CARD-TABLE.
019400     05  WS-CRD-COUNT               PIC 9(3) VALUE ZERO.
019500     05  WS-CRD-ROW OCCURS 200 TIMES.
019600         10  WS-CRD-PERSNR          PIC 9(9).
019700         10  WS-CRD-DECISION        PIC X(1).
019800         10  WS-CRD-USED            PIC X(1).
019900 01  WS-CRD-SUB                     PIC 9(3).
020000*=================================================================
020100*    ACTIONS FOR THIS RUN - ORIGIN H HELD FROM AN EARLIER RUN,
020200*    N PROPOSED FROM THIS MONTH'S DELTA
020300*=================================================================
020400 01  WS-ACTION-TABLE.
020500     05  WS-ACT-COUNT               PIC 9(4) VALUE ZERO.
020600     05  WS-ACT-ROW OCCURS 500 TIMES.
020700         10  WS-ACT-IMAGE           PIC X(80).
020800         10  WS-ACT-KEY REDEFINES WS-ACT-IMAGE.
020900             15  WS-ACT-PERSNR      PIC 9(9).
021000             15  FILLER             PIC X(1).
021100             15  WS-ACT-ACTION      PIC X(4).
021200             15  FILLER             PIC X(66).
021300         10  WS-ACT-ORIGIN          PIC X(1).
021400 01  WS-ACT-SUB                     PIC 9(4).
021500 01  WS-COUNTERS.
021600     05  WS-DELTAS-READ             PIC 9(5) VALUE ZERO.
021700     05  WS-JOINERS-PROPOSED        PIC 9(5) VALUE ZERO.
021800     05  WS-JOINERS-NOT-TEACHING    PIC 9(5) VALUE ZERO.
021900     05  WS-LEAVERS-PROPOSED        PIC 9(5) VALUE ZERO.
022000     05  WS-NO-ACTION               PIC 9(5) VALUE ZERO.
022100     05  WS-ACTIONS-CARRIED         PIC 9(5) VALUE ZERO.
022200     05  WS-ACTIONS-PROPOSED        PIC 9(5) VALUE ZERO.
022300     05  WS-ACTIONS-AWAITING        PIC 9(5) VALUE ZERO.
022400     05  WS-ACTIONS-RELEASED        PIC 9(5) VALUE ZERO.
022500     05  WS-ACTIONS-REJECTED        PIC 9(5) VALUE ZERO.
022600     05  WS-CARDS-LOADED            PIC 9(5) VALUE ZERO.
022700     05  WS-CARDS-UNUSED            PIC 9(5) VALUE ZERO.
022800     05  WS-TCH-CARDS-WRITTEN       PIC 9(5) VALUE ZERO.
022900     05  WS-XREF-WRITTEN            PIC 9(5) VALUE ZERO.
023000     05  WS-LEAVERS-CARRIED         PIC 9(5) VALUE ZERO.
023100     05  WS-LEAVERS-ADDED           PIC 9(5) VALUE ZERO.
023200     05  WS-LIST-LINES              PIC 9(5) VALUE ZERO.
023300*=================================================================
023400*    RELEASED OUTPUT - A TCHMAINT CARD AND A PERSXRF ENTRY
023500*=================================================================
023600 01  WS-TEACHER-CARD.
023700     05  TK-TRANS-TYPE              PIC X(1).
023800     05  TK-TEACHER-ID              PIC 9(10).
023900     05  TK-TEACHER-NAME            PIC X(30).
024000     05  TK-TEACHER-DEPT            PIC X(10).
024100     05  TK-HIRE-DATE               PIC 9(8).
024200     05  FILLER                     PIC X(21) VALUE SPACE.
024300 01  WS-XREF-ADD-LINE.
024400     05  XA-PERSNR                  PIC 9(9).
024500     05  FILLER                     PIC X(1)  VALUE SPACE.
024600     05  XA-TEACHER-ID              PIC 9(10).
024700     05  FILLER                     PIC X(1)  VALUE SPACE.
024800     05  XA-STATUS                  PIC X(1)  VALUE 'C'.
024900     05  FILLER                     PIC X(1)  VALUE SPACE.
025000     05  XA-CONFIDENCE              PIC X(1)  VALUE 'E'.
025100     05  FILLER                     PIC X(1)  VALUE SPACE.
025200     05  XA-LINK-DATE               PIC 9(8).
025300     05  FILLER                     PIC X(47) VALUE SPACE.
025400*=================================================================
025500*    HR CONFIRMATION LISTING
025600*=================================================================
025700 01  WS-LIST-HEADING.
025800     05  FILLER                     PIC X(38)
025900         VALUE ' JOINER/LEAVER ACTIONS FOR HR - RUN OF'.
026000     05  FILLER                     PIC X(1)  VALUE SPACE.
026100     05  LH-RUN-DATE                PIC 9(8).
026200     05  FILLER                     PIC X(33) VALUE SPACE.
026300 01  WS-LIST-COLUMNS.
026400     05  FILLER                     PIC X(42)
026500         VALUE ' PERSNR    ACTION                 TEACHER'.
026600     05  FILLER                     PIC X(38)
026700         VALUE '   EFFECTIV DISPOSITION NAME'.
026800 01  WS-LIST-DETAIL.
026900     05  FILLER                     PIC X(1)  VALUE SPACE.
027000     05  LL-PERSNR                  PIC 9(9).
027100     05  FILLER                     PIC X(1)  VALUE SPACE.
027200     05  LL-ACTION-TEXT             PIC X(22).
027300     05  FILLER                     PIC X(1)  VALUE SPACE.
027400     05  LL-TEACHER-ID              PIC X(10).
027500     05  FILLER                     PIC X(1)  VALUE SPACE.
027600     05  LL-EFFECTIVE               PIC X(8).
027700     05  FILLER                     PIC X(1)  VALUE SPACE.
027800     05  LL-DISPOSITION             PIC X(11).
027900     05  FILLER                     PIC X(1)  VALUE SPACE.
028000     05  LL-NAME                    PIC X(14).
028100 01  WS-TOTAL-DETAIL.
028200     05  FILLER                     PIC X(1)  VALUE SPACE.
028300     05  TL-LABEL                   PIC X(20).
028400     05  TL-COUNT                   PIC ZZZZ9.
028500     05  FILLER                     PIC X(54) VALUE SPACE.
028600 PROCEDURE DIVISION.
028700*=================================================================
028800 0000-MAINLINE.
028900     PERFORM 0900-DISPLAY-VERSION-STAMP
029000     PERFORM 1000-INITIALIZE
029100     PERFORM 2000-PROPOSE-FOR-ONE-PERSON
029200         UNTIL WS-EOF
029300     PERFORM 3000-SETTLE-THE-ACTIONS
029400     PERFORM 4000-TERMINATE
029500     PERFORM 9000-DISPLAY-VERSION-TRAILER
029600     STOP RUN.
029700*=================================================================
029800*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
029900*=================================================================
030000 0900-DISPLAY-VERSION-STAMP.
030100     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='JLPROP -'==
030200                             ==:PROGVERS:== BY =='Version 001'==.
030300*=================================================================
030400*    1000-INITIALIZE - TABLES, HELD ACTIONS, HR CARDS, OPEN FILES
030500*=================================================================
030600 1000-INITIALIZE.
030700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030800     OPEN OUTPUT JL-LIST
030900     OPEN OUTPUT HELD-OUT
031000     OPEN OUTPUT LEAVERS-OUT
031100     OPEN OUTPUT TCHCARD-OUT
031200     OPEN OUTPUT XREF-ADD-OUT
031300     PERFORM 1100-LOAD-TEACHING-DEPTS
031400     PERFORM 1200-LOAD-XREF-LINKS
031500     PERFORM 1300-CARRY-THE-LEAVERS
031600     PERFORM 1400-LOAD-HR-CARDS
031700     PERFORM 1500-LOAD-HELD-ACTIONS
031800     MOVE WS-RUN-DATE TO LH-RUN-DATE
031900     WRITE JL-LIST-LINE FROM WS-LIST-HEADING
032000     WRITE JL-LIST-LINE FROM WS-LIST-COLUMNS
032100     ADD 2 TO WS-LIST-LINES
032200     OPEN INPUT JL-DELTA
032300     IF FC-DELTA-STATUS NOT = '00'
032400         DISPLAY 'JLPROP: NO JLDELTA THIS RUN, STATUS='
032500             FC-DELTA-STATUS
032600         MOVE 'Y' TO WS-EOF-SW
032700     ELSE
032800         PERFORM 1900-READ-NEXT-DELTA
032900     END-IF.
033000*=================================================================
033100*    1100-LOAD-TEACHING-DEPTS - WITH NO TABLE ONLY THE TEACHING
033200*    OCCUPATION CODE MARKS A TEACHER
033300*=================================================================
033400 1100-LOAD-TEACHING-DEPTS.
033500     MOVE 'N' TO WS-LOAD-EOF-SW
033600     OPEN INPUT DEPT-CTL
033700     IF FC-DEPT-STATUS = '00'
033800         PERFORM 1110-LOAD-ONE-DEPT
033900             UNTIL WS-LOAD-EOF
034000     ELSE
034100         DISPLAY 'JLPROP: NO JLDEPTS, TEACHERS BY BEA ONLY'
034200     END-IF
034300     CLOSE DEPT-CTL.
034400*=================================================================
034500*    1110-LOAD-ONE-DEPT
034600*=================================================================
034700 1110-LOAD-ONE-DEPT.
034800     READ DEPT-CTL
034900         AT END
035000             MOVE 'Y' TO WS-LOAD-EOF-SW
035100         NOT AT END
035200             IF WS-DPT-COUNT < 50
035300                 AND DC-DST NUMERIC
035400                 AND DC-TEACHER-DEPT NOT = SPACES
035500                 ADD 1 TO WS-DPT-COUNT
035600                 MOVE DC-DST
035700                     TO WS-DPT-DST (WS-DPT-COUNT)
035800                 MOVE DC-TEACHER-DEPT
035900                     TO WS-DPT-DEPT (WS-DPT-COUNT)
036000             ELSE
036100                 DISPLAY 'JLPROP: JLDEPTS CARD IGNORED=' DEPT-CARD
036200             END-IF
036300     END-READ.
036400*=================================================================
036500*    1200-LOAD-XREF-LINKS - PERSMTCH'S CROSS-REFERENCE
036600*=================================================================
036700 1200-LOAD-XREF-LINKS.
036800     MOVE 'N' TO WS-LOAD-EOF-SW
036900     OPEN INPUT XREF-IN
037000     IF FC-XREFI-STATUS = '00'
037100         PERFORM 1210-LOAD-ONE-XREF
037200             UNTIL WS-LOAD-EOF
037300     ELSE
037400         DISPLAY 'JLPROP: NO PERSXRFI, STATUS=' FC-XREFI-STATUS
037500     END-IF
037600     CLOSE XREF-IN.
037700*=================================================================
037800*    1210-LOAD-ONE-XREF
037900*=================================================================
038000 1210-LOAD-ONE-XREF.
038100     READ XREF-IN
038200         AT END
038300             MOVE 'Y' TO WS-LOAD-EOF-SW
038400         NOT AT END
038500             IF XRI-STATUS = 'C' OR XRI-STATUS = 'B'
038600                 IF WS-XRF-COUNT < 500
038700                     ADD 1 TO WS-XRF-COUNT
038800                     MOVE XRI-PERSNR
038900                         TO WS-XRF-PERSNR (WS-XRF-COUNT)
039000                     MOVE XRI-TEACHER-ID
039100                         TO WS-XRF-TCH-ID (WS-XRF-COUNT)
039200                 ELSE
039300                     DISPLAY 'JLPROP: XREF FULL, ROW DROPPED'
039400                 END-IF
039500             END-IF
039600     END-READ.
039700*=================================================================
039800*    1300-CARRY-THE-LEAVERS - EVERY LEAVER ALREADY CONFIRMED
039900*    GOES STRAIGHT TO THE NEW FILE
040000*=================================================================
040100 1300-CARRY-THE-LEAVERS.
040200     MOVE 'N' TO WS-LOAD-EOF-SW
040300     OPEN INPUT LEAVERS-IN
040400     IF FC-LEAVI-STATUS = '00'
040500         PERFORM 1310-CARRY-ONE-LEAVER
040600             UNTIL WS-LOAD-EOF
040700     ELSE
040800         DISPLAY 'JLPROP: NO PRIOR LEAVERS, STATUS='
040900             FC-LEAVI-STATUS
041000     END-IF
041100     CLOSE LEAVERS-IN.
041200*=================================================================
041300*    1310-CARRY-ONE-LEAVER
041400*=================================================================
041500 1310-CARRY-ONE-LEAVER.
041600     READ LEAVERS-IN INTO LEAVER-RECORD
041700         AT END
041800             MOVE 'Y' TO WS-LOAD-EOF-SW
041900         NOT AT END
042000             WRITE LEAVERS-OUT-RECORD FROM LEAVER-RECORD
042100             ADD 1 TO WS-LEAVERS-CARRIED
042200             IF WS-LVR-COUNT < 2000
042300                 ADD 1 TO WS-LVR-COUNT
042400                 MOVE LV-PERSNR TO WS-LVR-PERSNR (WS-LVR-COUNT)
042500             END-IF
042600     END-READ.
042700*=================================================================
042800*    1400-LOAD-HR-CARDS - C CONFIRMS, R REJECTS
042900*=================================================================
043000 1400-LOAD-HR-CARDS.
043100     MOVE 'N' TO WS-LOAD-EOF-SW
043200     OPEN INPUT HR-CARDS
043300     IF FC-CARD-STATUS = '00'
043400         PERFORM 1410-LOAD-ONE-CARD
043500             UNTIL WS-LOAD-EOF
043600     END-IF
043700     CLOSE HR-CARDS.
043800*=================================================================
043900*    1410-LOAD-ONE-CARD
044000*=================================================================
044100 1410-LOAD-ONE-CARD.
044200     READ HR-CARDS
044300         AT END
044400             MOVE 'Y' TO WS-LOAD-EOF-SW
044500         NOT AT END
044600             IF (HC-CONFIRM OR HC-REJECT)
044700                 AND HC-PERSNR NUMERIC
044800                 AND WS-CRD-COUNT < 200
044900                 ADD 1 TO WS-CRD-COUNT
045000                 ADD 1 TO WS-CARDS-LOADED
045100                 MOVE HC-PERSNR
045200                     TO WS-CRD-PERSNR (WS-CRD-COUNT)
045300                 MOVE HC-DECISION
045400                     TO WS-CRD-DECISION (WS-CRD-COUNT)
045500                 MOVE 'N' TO WS-CRD-USED (WS-CRD-COUNT)
045600             ELSE
045700                 DISPLAY 'JLPROP: BAD JLCONF CARD=' HR-CARD
045800             END-IF
045900     END-READ.
046000*=================================================================
046100*    1500-LOAD-HELD-ACTIONS - LAST RUN'S UNDECIDED ACTIONS
046200*=================================================================
046300 1500-LOAD-HELD-ACTIONS.
046400     MOVE 'N' TO WS-LOAD-EOF-SW
046500     OPEN INPUT HELD-IN
046600     IF FC-HELDI-STATUS = '00'
046700         PERFORM 1510-LOAD-ONE-HELD
046800             UNTIL WS-LOAD-EOF
046900     ELSE
047000         DISPLAY 'JLPROP: NO HELD ACTIONS, STATUS='
047100             FC-HELDI-STATUS
047200     END-IF
047300     CLOSE HELD-IN.
047400*=================================================================
047500*    1510-LOAD-ONE-HELD
047600*=================================================================
047700 1510-LOAD-ONE-HELD.
047800     READ HELD-IN
047900         AT END
048000             MOVE 'Y' TO WS-LOAD-EOF-SW
048100         NOT AT END
048200             IF WS-ACT-COUNT < 500
048300                 ADD 1 TO WS-ACT-COUNT
048400                 ADD 1 TO WS-ACTIONS-CARRIED
048500                 MOVE HELD-IN-RECORD
048600                     TO WS-ACT-IMAGE (WS-ACT-COUNT)
048700                 MOVE 'H' TO WS-ACT-ORIGIN (WS-ACT-COUNT)
048800             ELSE
048900                 DISPLAY 'JLPROP: ACTION TABLE FULL, DROPPED='
049000                     HELD-IN-RECORD
049100             END-IF
049200     END-READ.
049300*=================================================================
049400*    1900-READ-NEXT-DELTA
049500*=================================================================
049600 1900-READ-NEXT-DELTA.
049700     READ JL-DELTA
049800         AT END
049900             MOVE 'Y' TO WS-EOF-SW
050000     END-READ
050100     IF NOT WS-EOF
050200         ADD 1 TO WS-DELTAS-READ
050300     END-IF.
050400*=================================================================
050500*    2000-PROPOSE-FOR-ONE-PERSON
050600*=================================================================
050700 2000-PROPOSE-FOR-ONE-PERSON.
050800     EVALUATE TRUE
050900         WHEN JD-JOINER
051000             PERFORM 2100-PROPOSE-FOR-JOINER
051100         WHEN JD-LEAVER
051200             PERFORM 2200-PROPOSE-FOR-LEAVER
051300         WHEN OTHER
051400             DISPLAY 'JLPROP: BAD JLDELTA TYPE=' JD-TYPE
051500                 ' PERSNR=' JD-PERSNR
051600     END-EVALUATE
051700     PERFORM 1900-READ-NEXT-DELTA.
051800*=================================================================
051900*    2100-PROPOSE-FOR-JOINER - TEACHER ADD AND CROSS-REFERENCE
052000*    LINK FOR A TEACHING JOINER NOT ALREADY LINKED
052100*=================================================================
052200 2100-PROPOSE-FOR-JOINER.
052300     PERFORM 2110-FIND-TEACHING-DEPT
052400     IF NOT WS-TEACHING
052500         ADD 1 TO WS-JOINERS-NOT-TEACHING
052600     ELSE
052700         PERFORM 2400-FIND-XREF-LINK
052800         IF WS-LINK-FOUND
052900             MOVE 'ALREADY A TEACHER' TO LL-ACTION-TEXT
053000             MOVE WS-LINKED-TCH-ID TO LL-TEACHER-ID
053100             PERFORM 2900-LIST-NO-ACTION
053200         ELSE
053300             ADD 1 TO WS-JOINERS-PROPOSED
053400             MOVE SPACES TO JOINER-LEAVER-ACTION
053500             MOVE JD-PERSNR TO JA-PERSNR
053600             MOVE JD-PERSNR TO JA-TEACHER-ID
053700             MOVE WS-NEW-DEPT TO JA-DEPT
053800             MOVE JD-NAME TO JA-NAME
053900             MOVE ZERO TO JA-EFFECTIVE-DATE
054000             IF JD-PERIOD NUMERIC
054100                 COMPUTE JA-EFFECTIVE-DATE
054200                     = JD-PERIOD-J * 10000 + JD-PERIOD-M * 100 + 1
054300             END-IF
054400             MOVE 'TADD' TO JA-ACTION
054500             PERFORM 2500-ADD-NEW-ACTION
054600             MOVE 'XREF' TO JA-ACTION
054700             PERFORM 2500-ADD-NEW-ACTION
054800         END-IF
054900     END-IF.
055000*=================================================================
055100*    2110-FIND-TEACHING-DEPT - THE JLDEPTS TABLE FIRST, THEN THE
055200*    TEACHING OCCUPATION CODE UNDER A DEPARTMENT NAMED FOR THE DST
055300*=================================================================
055400 2110-FIND-TEACHING-DEPT.
055500     MOVE 'N' TO WS-TEACHING-SW
055600     MOVE SPACES TO WS-NEW-DEPT
055700     MOVE ZERO TO WS-DPT-SUB
055800     PERFORM 2120-CHECK-ONE-DEPT
055900         UNTIL WS-DPT-SUB >= WS-DPT-COUNT
056000         OR WS-TEACHING
056100     IF NOT WS-TEACHING
056200         AND JD-BEA = 'LEH'
056300         MOVE 'Y' TO WS-TEACHING-SW
056400         STRING 'DST ' JD-DST DELIMITED BY SIZE
056500             INTO WS-NEW-DEPT
056600     END-IF.
056700*=================================================================
056800*    2120-CHECK-ONE-DEPT
056900*=================================================================
057000 2120-CHECK-ONE-DEPT.
057100     ADD 1 TO WS-DPT-SUB
057200     IF WS-DPT-DST (WS-DPT-SUB) = JD-DST
057300         MOVE 'Y' TO WS-TEACHING-SW
057400         MOVE WS-DPT-DEPT (WS-DPT-SUB) TO WS-NEW-DEPT
057500     END-IF.
057600*=================================================================
057700*    2200-PROPOSE-FOR-LEAVER - TEACHER DELETE WHERE LINKED, AND
057800*    THE LEAVERS FILE ENTRY, EFFECTIVE THE FIRST OF THE MONTH
057900*    AFTER THE LAST PERIOD THE PERSON WAS ON
058000*=================================================================
058100 2200-PROPOSE-FOR-LEAVER.
058200     PERFORM 2300-FIND-LEAVER
058300     IF WS-LEAVER-FOUND
058400         MOVE 'ALREADY A LEAVER' TO LL-ACTION-TEXT
058500         MOVE SPACES TO LL-TEACHER-ID
058600         PERFORM 2900-LIST-NO-ACTION
058700     ELSE
058800         ADD 1 TO WS-LEAVERS-PROPOSED
058900         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
059000         IF JD-PERIOD NUMERIC
059100             IF JD-PERIOD-M < 12
059200                 COMPUTE WS-EFFECTIVE-DATE = JD-PERIOD-J * 10000
059300                     + (JD-PERIOD-M + 1) * 100 + 1
059400             ELSE
059500                 COMPUTE WS-EFFECTIVE-DATE
059600                     = (JD-PERIOD-J + 1) * 10000 + 101
059700             END-IF
059800         END-IF
059900         MOVE SPACES TO JOINER-LEAVER-ACTION
060000         MOVE JD-PERSNR TO JA-PERSNR
060100         MOVE JD-NAME TO JA-NAME
060200         MOVE WS-EFFECTIVE-DATE TO JA-EFFECTIVE-DATE
060300         PERFORM 2400-FIND-XREF-LINK
060400         IF WS-LINK-FOUND
060500             MOVE WS-LINKED-TCH-ID TO JA-TEACHER-ID
060600             MOVE 'TDEL' TO JA-ACTION
060700             PERFORM 2500-ADD-NEW-ACTION
060800         END-IF
060900         MOVE ZERO TO JA-TEACHER-ID
061000         MOVE 'LEAV' TO JA-ACTION
061100         PERFORM 2500-ADD-NEW-ACTION
061200     END-IF.
061300*=================================================================
061400*    2300-FIND-LEAVER - ALREADY ON THE LEAVERS FILE?
061500*=================================================================
061600 2300-FIND-LEAVER.
061700     MOVE 'N' TO WS-LEAVER-FOUND-SW
061800     MOVE ZERO TO WS-LVR-SUB
061900     PERFORM 2310-CHECK-ONE-LEAVER
062000         UNTIL WS-LVR-SUB >= WS-LVR-COUNT
062100         OR WS-LEAVER-FOUND.
062200*=================================================================
062300*    2310-CHECK-ONE-LEAVER
062400*=================================================================
062500 2310-CHECK-ONE-LEAVER.
062600     ADD 1 TO WS-LVR-SUB
062700     IF WS-LVR-PERSNR (WS-LVR-SUB) = JD-PERSNR
062800         MOVE 'Y' TO WS-LEAVER-FOUND-SW
062900     END-IF.
063000*=================================================================
063100*    2400-FIND-XREF-LINK - THE TEACHER THE PERSON IS LINKED TO
063200*=================================================================
063300 2400-FIND-XREF-LINK.
063400     MOVE 'N' TO WS-LINK-FOUND-SW
063500     MOVE ZERO TO WS-LINKED-TCH-ID
063600     MOVE ZERO TO WS-XRF-SUB
063700     PERFORM 2410-CHECK-ONE-XREF
063800         UNTIL WS-XRF-SUB >= WS-XRF-COUNT
063900         OR WS-LINK-FOUND.
064000*=================================================================
064100*    2410-CHECK-ONE-XREF
064200*=================================================================
064300 2410-CHECK-ONE-XREF.
064400     ADD 1 TO WS-XRF-SUB
064500     IF WS-XRF-PERSNR (WS-XRF-SUB) = JD-PERSNR
064600         MOVE 'Y' TO WS-LINK-FOUND-SW
064700         MOVE WS-XRF-TCH-ID (WS-XRF-SUB) TO WS-LINKED-TCH-ID
064800     END-IF.
064900*=================================================================
065000*    2500-ADD-NEW-ACTION - ONE ACTION PER PERSON AND KIND; A
065100*    RE-RUN OF THE SAME DELTA DOES NOT PROPOSE IT TWICE
065200*=================================================================
065300 2500-ADD-NEW-ACTION.
065400     MOVE 'N' TO WS-ACTION-FOUND-SW
065500     MOVE ZERO TO WS-ACT-SUB
065600     PERFORM 2510-CHECK-ONE-ACTION
065700         UNTIL WS-ACT-SUB >= WS-ACT-COUNT
065800         OR WS-ACTION-FOUND
065900     IF NOT WS-ACTION-FOUND
066000         IF WS-ACT-COUNT < 500
066100             ADD 1 TO WS-ACT-COUNT
066200             MOVE JOINER-LEAVER-ACTION
066300                 TO WS-ACT-IMAGE (WS-ACT-COUNT)
066400             MOVE 'N' TO WS-ACT-ORIGIN (WS-ACT-COUNT)
066500         ELSE
066600             DISPLAY 'JLPROP: ACTION TABLE FULL, NOT PROPOSED='
066700                 JA-PERSNR ' ' JA-ACTION
066800         END-IF
066900     END-IF.
067000*=================================================================
067100*    2510-CHECK-ONE-ACTION
067200*=================================================================
067300 2510-CHECK-ONE-ACTION.
067400     ADD 1 TO WS-ACT-SUB
067500     IF WS-ACT-PERSNR (WS-ACT-SUB) = JA-PERSNR
067600         AND WS-ACT-ACTION (WS-ACT-SUB) = JA-ACTION
067700         MOVE 'Y' TO WS-ACTION-FOUND-SW
067800     END-IF.
067900*=================================================================
068000*    2900-LIST-NO-ACTION - A DELTA THAT NEEDS NOTHING DOING
068100*=================================================================
068200 2900-LIST-NO-ACTION.
068300     ADD 1 TO WS-NO-ACTION
068400     MOVE JD-PERSNR TO LL-PERSNR
068500     MOVE SPACES TO LL-EFFECTIVE
068600     MOVE 'NO ACTION' TO LL-DISPOSITION
068700     MOVE JD-NAME TO LL-NAME
068800     WRITE JL-LIST-LINE FROM WS-LIST-DETAIL
068900     ADD 1 TO WS-LIST-LINES.
069000*=================================================================
069100*    3000-SETTLE-THE-ACTIONS - HELD ACTIONS TAKE HR'S DECISION;
069200*    NEW ONES ARE HELD FOR IT
069300*=================================================================
069400 3000-SETTLE-THE-ACTIONS.
069500     MOVE ZERO TO WS-ACT-SUB
069600     PERFORM 3100-SETTLE-ONE-ACTION
069700         UNTIL WS-ACT-SUB >= WS-ACT-COUNT.
069800*=================================================================
069900*    3100-SETTLE-ONE-ACTION
070000*=================================================================
070100 3100-SETTLE-ONE-ACTION.
070200     ADD 1 TO WS-ACT-SUB
070300     MOVE WS-ACT-IMAGE (WS-ACT-SUB) TO JOINER-LEAVER-ACTION
070400     IF WS-ACT-ORIGIN (WS-ACT-SUB) = 'N'
070500         ADD 1 TO WS-ACTIONS-PROPOSED
070600         WRITE HELD-OUT-RECORD FROM JOINER-LEAVER-ACTION
070700         MOVE 'PROPOSED' TO LL-DISPOSITION
070800     ELSE
070900         PERFORM 3200-FIND-HR-DECISION
071000         EVALUATE WS-CARD-DECISION
071100             WHEN 'C'
071200                 ADD 1 TO WS-ACTIONS-RELEASED
071300                 PERFORM 3300-RELEASE-THE-ACTION
071400                 MOVE 'RELEASED' TO LL-DISPOSITION
071500             WHEN 'R'
071600                 ADD 1 TO WS-ACTIONS-REJECTED
071700                 MOVE 'REJECTED' TO LL-DISPOSITION
071800             WHEN OTHER
071900                 ADD 1 TO WS-ACTIONS-AWAITING
072000                 WRITE HELD-OUT-RECORD FROM JOINER-LEAVER-ACTION
072100                 MOVE 'AWAITING HR' TO LL-DISPOSITION
072200         END-EVALUATE
072300     END-IF
072400     PERFORM 3900-WRITE-ACTION-LINE.
072500*=================================================================
072600*    3200-FIND-HR-DECISION - THE PERSON'S CARD, IF ANY
072700*=================================================================
072800 3200-FIND-HR-DECISION.
072900     MOVE SPACE TO WS-CARD-DECISION
073000     MOVE ZERO TO WS-CRD-SUB
073100     PERFORM 3210-CHECK-ONE-CARD
073200         UNTIL WS-CRD-SUB >= WS-CRD-COUNT
073300         OR WS-CARD-DECISION NOT = SPACE.
073400*=================================================================
073500*    3210-CHECK-ONE-CARD
073600*=================================================================
073700 3210-CHECK-ONE-CARD.
073800     ADD 1 TO WS-CRD-SUB
073900     IF WS-CRD-PERSNR (WS-CRD-SUB) = JA-PERSNR
074000         MOVE WS-CRD-DECISION (WS-CRD-SUB) TO WS-CARD-DECISION
074100         MOVE 'Y' TO WS-CRD-USED (WS-CRD-SUB)
074200     END-IF.
074300*=================================================================
074400*    3300-RELEASE-THE-ACTION - TO THE FILE THAT CARRIES IT OUT
074500*=================================================================
074600 3300-RELEASE-THE-ACTION.
074700     EVALUATE TRUE
074800         WHEN JA-TEACHER-ADD
074900             MOVE 'A'               TO TK-TRANS-TYPE
075000             MOVE JA-TEACHER-ID     TO TK-TEACHER-ID
075100             MOVE JA-NAME           TO TK-TEACHER-NAME
075200             MOVE JA-DEPT           TO TK-TEACHER-DEPT
075300             MOVE JA-EFFECTIVE-DATE TO TK-HIRE-DATE
075400             WRITE TCHCARD-OUT-RECORD FROM WS-TEACHER-CARD
075500             ADD 1 TO WS-TCH-CARDS-WRITTEN
075600         WHEN JA-XREF-LINK
075700             MOVE JA-PERSNR         TO XA-PERSNR
075800             MOVE JA-TEACHER-ID     TO XA-TEACHER-ID
075900             MOVE WS-RUN-DATE       TO XA-LINK-DATE
076000             WRITE XREF-ADD-RECORD FROM WS-XREF-ADD-LINE
076100             ADD 1 TO WS-XREF-WRITTEN
076200         WHEN JA-TEACHER-DEACT
076300             MOVE 'D'               TO TK-TRANS-TYPE
076400             MOVE JA-TEACHER-ID     TO TK-TEACHER-ID
076500             MOVE JA-NAME           TO TK-TEACHER-NAME
076600             MOVE SPACES            TO TK-TEACHER-DEPT
076700             MOVE ZERO              TO TK-HIRE-DATE
076800             WRITE TCHCARD-OUT-RECORD FROM WS-TEACHER-CARD
076900             ADD 1 TO WS-TCH-CARDS-WRITTEN
077000         WHEN JA-LEAVER-CLOSE
077100             MOVE SPACES            TO LEAVER-RECORD
077200             MOVE JA-PERSNR         TO LV-PERSNR
077300             MOVE JA-PERSNR (5:5)   TO LV-BAND-NR
077400             MOVE JA-EFFECTIVE-DATE TO LV-LEAVE-DATE
077500             MOVE WS-RUN-DATE       TO LV-RELEASED-DATE
077600             MOVE JA-NAME           TO LV-NAME
077700             WRITE LEAVERS-OUT-RECORD FROM LEAVER-RECORD
077800             ADD 1 TO WS-LEAVERS-ADDED
077900         WHEN OTHER
078000             DISPLAY 'JLPROP: UNKNOWN HELD ACTION=' JA-ACTION
078100                 ' PERSNR=' JA-PERSNR
078200     END-EVALUATE.
078300*=================================================================
078400*    3900-WRITE-ACTION-LINE
078500*=================================================================
078600 3900-WRITE-ACTION-LINE.
078700     MOVE JA-PERSNR TO LL-PERSNR
078800     MOVE SPACES TO LL-ACTION-TEXT
078900     EVALUATE TRUE
079000         WHEN JA-TEACHER-ADD
079100             STRING 'TEACHER ADD ' JA-DEPT DELIMITED BY SIZE
079200                 INTO LL-ACTION-TEXT
079300         WHEN JA-XREF-LINK
079400             MOVE 'PERSXRF LINK' TO LL-ACTION-TEXT
079500         WHEN JA-TEACHER-DEACT
079600             MOVE 'TEACHER DEACTIVATE' TO LL-ACTION-TEXT
079700         WHEN JA-LEAVER-CLOSE
079800             MOVE 'ABSLEDG CLOSE/PAYBLOCK' TO LL-ACTION-TEXT
079900         WHEN OTHER
080000             MOVE JA-ACTION TO LL-ACTION-TEXT
080100     END-EVALUATE
080200     IF JA-TEACHER-ID NUMERIC
080300         AND JA-TEACHER-ID > ZERO
080400         MOVE JA-TEACHER-ID TO LL-TEACHER-ID
080500     ELSE
080600         MOVE SPACES TO LL-TEACHER-ID
080700     END-IF
080800     MOVE JA-EFFECTIVE-DATE TO LL-EFFECTIVE
080900     MOVE JA-NAME TO LL-NAME
081000     WRITE JL-LIST-LINE FROM WS-LIST-DETAIL
081100     ADD 1 TO WS-LIST-LINES.
081200*=================================================================
081300*    4000-TERMINATE - UNUSED CARDS, CONTROL TOTALS
081400*=================================================================
081500 4000-TERMINATE.
081600     MOVE ZERO TO WS-CRD-SUB
081700     PERFORM 4100-CHECK-CARD-USED
081800         UNTIL WS-CRD-SUB >= WS-CRD-COUNT
081900     MOVE SPACES TO JL-LIST-LINE
082000     WRITE JL-LIST-LINE
082100     MOVE 'DELTAS READ' TO TL-LABEL
082200     MOVE WS-DELTAS-READ TO TL-COUNT
082300     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
082400     MOVE 'JOINERS NOT TEACHING' TO TL-LABEL
082500     MOVE WS-JOINERS-NOT-TEACHING TO TL-COUNT
082600     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
082700     MOVE 'NO ACTION NEEDED' TO TL-LABEL
082800     MOVE WS-NO-ACTION TO TL-COUNT
082900     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
083000     MOVE 'ACTIONS PROPOSED' TO TL-LABEL
083100     MOVE WS-ACTIONS-PROPOSED TO TL-COUNT
083200     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
083300     MOVE 'ACTIONS AWAITING HR' TO TL-LABEL
083400     MOVE WS-ACTIONS-AWAITING TO TL-COUNT
083500     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
083600     MOVE 'ACTIONS RELEASED' TO TL-LABEL
083700     MOVE WS-ACTIONS-RELEASED TO TL-COUNT
083800     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
083900     MOVE 'ACTIONS REJECTED' TO TL-LABEL
084000     MOVE WS-ACTIONS-REJECTED TO TL-COUNT
084100     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
084200     MOVE 'HR CARDS UNMATCHED' TO TL-LABEL
084300     MOVE WS-CARDS-UNUSED TO TL-COUNT
084400     WRITE JL-LIST-LINE FROM WS-TOTAL-DETAIL
084500     ADD 9 TO WS-LIST-LINES
084600     CLOSE JL-DELTA
084700     CLOSE JL-LIST
084800     CLOSE HELD-OUT
084900     CLOSE LEAVERS-OUT
085000     CLOSE TCHCARD-OUT
085100     CLOSE XREF-ADD-OUT
085200     DISPLAY 'JLPROP: DELTAS READ       = ' WS-DELTAS-READ
085300     DISPLAY 'JLPROP: JOINERS PROPOSED  = ' WS-JOINERS-PROPOSED
085400     DISPLAY 'JLPROP: LEAVERS PROPOSED  = ' WS-LEAVERS-PROPOSED
085500     DISPLAY 'JLPROP: ACTIONS CARRIED   = ' WS-ACTIONS-CARRIED
085600     DISPLAY 'JLPROP: ACTIONS PROPOSED  = ' WS-ACTIONS-PROPOSED
085700     DISPLAY 'JLPROP: ACTIONS AWAITING  = ' WS-ACTIONS-AWAITING
085800     DISPLAY 'JLPROP: ACTIONS RELEASED  = ' WS-ACTIONS-RELEASED
085900     DISPLAY 'JLPROP: ACTIONS REJECTED  = ' WS-ACTIONS-REJECTED
086000     DISPLAY 'JLPROP: HR CARDS LOADED   = ' WS-CARDS-LOADED
086100     DISPLAY 'JLPROP: TCHMAINT CARDS    = ' WS-TCH-CARDS-WRITTEN
086200     DISPLAY 'JLPROP: XREF ENTRIES      = ' WS-XREF-WRITTEN
086300     DISPLAY 'JLPROP: LEAVERS CARRIED   = ' WS-LEAVERS-CARRIED
086400     DISPLAY 'JLPROP: LEAVERS ADDED     = ' WS-LEAVERS-ADDED.
086500*=================================================================
086600*    4100-CHECK-CARD-USED - A CARD FOR NOBODY HELD IS LISTED
086700*=================================================================
086800 4100-CHECK-CARD-USED.
086900     ADD 1 TO WS-CRD-SUB
087000     IF WS-CRD-USED (WS-CRD-SUB) NOT = 'Y'
087100         ADD 1 TO WS-CARDS-UNUSED
087200         DISPLAY 'JLPROP: JLCONF CARD MATCHES NO HELD ACTION, '
087300             'PERSNR=' WS-CRD-PERSNR (WS-CRD-SUB)
087400     END-IF.
087500*=================================================================
087600*=================================================================
087700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
087800*=================================================================
087900 9000-DISPLAY-VERSION-TRAILER.
088000     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='JLPROP -'==
088100                             ==:LINECOUNT:== BY
088200                                 WS-LIST-LINES.
