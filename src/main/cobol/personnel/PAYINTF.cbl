001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 PSG   INITIAL VERSION - PAYROLL-BUREAU INTERFACE
001200*                   FILE FROM PARSED ABSENCE DATA.
001210*  2026-10-15 PSG   STORE-STAFF HOURS FROM THE TIMECARD RUN'S
001220*                   TIMETRAN FILE RELEASED IN THE SAME FEED.
001230*  2026-10-15 PSG   EACH ABSENCE'S BAND NUMBER CHECKED AGAINST
001240*                   THE PERSONNEL MASTER (PERSLKUP); UNKNOWN
001250*                   PEOPLE ARE LISTED AND COUNTED.
001260*  2026-10-15 PSG   EMPLOYER LOOKED UP ON THE EMPLOYER MASTER
001270*                   (EMPLLKUP); THE BUREAU'S EMPLOYER REFERENCE
001280*                   GOES ON EACH ABSENCE, AND AN ABSENCE DATED
001290*                   OUTSIDE ITS EMPLOYER'S VALIDITY IS HELD BACK.
001291*  2026-10-15 PSG   TRANSACTIONS FOR A LEAVER (LEAVERS FILE FROM
001292*                   JLPROP) ARE HELD BACK AND LISTED.
001293*  2026-10-15 PSG   AN ABSENCE STILL WITHOUT ITS SICK-NOTE
001294*                   CERTIFICATE PAST THE GRACE PERIOD (SICKLKUP)
001295*                   IS FLAGGED UNCOVERED FOR THE BUREAU.
001300*=================================================================
001400*  CONVERTS THE ABS ELEMENTS ON THE PARSEDTL PARSED-DETAIL FILE
001500*  INTO THE BUREAU'S FIXED TRANSACTION FORMAT.  THE FILE IS
002000*  SHORT FILE IS NEVER TRANSMITTED.  THIS SHOP RUNS UNDER
002100*  DECIMAL-POINT IS COMMA (SEE THE UNSTRING PASS), SO EVERY
002200*  VALUE FIELD HAS ITS COMMA CONVERTED TO THE BUREAU'S PERIOD
002210*  DECIMAL ON THE WAY OUT.  WHEN TIMETRAN IS ALLOCATED, THE
002220*  WEEK'S STORE-STAFF HOURS TRANSACTIONS TIMECARD BUILT (ALREADY
002230*  IN BUREAU FORMAT) FOLLOW THE ABSENCES INTO THE SAME FILE,
002240*  INSIDE THE ONE COUNT AND HASH TOTAL, SO THE BUREAU GETS ONE
002250*  FEED AND PAYACK RECONCILES BOTH; TIMETRAN'S OWN TRAILER COUNT
002260*  MUST TIE TO THE TRANSACTIONS COPIED OR THE RUN ENDS RC=12.
002270*  EVERY ABSENCE'S BAND NUMBER IS LOOKED UP ON THE PERSONNEL
002280*  MASTER; ONE THAT IS NOT THERE (OR IS SHARED BY TWO PEOPLE)
002290*  IS LISTED FOR PERSONNEL TO CHASE BUT STILL GOES TO THE
002295*  BUREAU, WHICH HOLDS ITS OWN PAYROLL RECORD FOR THE PERSON.
002296*  THE EMPLOYER (BTRNR-A) IS LOOKED UP ON THE EMPLOYER MASTER AS
002297*  OF THE ABSENCE DATE AND ITS BUREAU REFERENCE GOES OUT ON THE
002298*  TRANSACTION.  AN ABSENCE DATED OUTSIDE THE EMPLOYER'S
002299*  VALIDITY WINDOW IS LISTED AND NOT SENT; AN EMPLOYER NOT ON
002300*  THE MASTER IS LISTED AND SENT WITHOUT A REFERENCE.  THE
002301*  SAME REFERENCE IS ADDED TO EACH STORE-STAFF HOURS
002302*  TRANSACTION COPIED FROM TIMETRAN.  A PERSON ON THE LEAVERS
002303*  FILE (SEE LEAVREC) HAS LEFT: AN ABSENCE FOR THEIR BAND NUMBER
002304*  DATED ON OR AFTER THE LEAVING DATE, OR CARRYING NO DATE, AND
002305*  EVERY HOURS TRANSACTION FOR THEM, IS LISTED AND NOT SENT; THE
002306*  HOURS HELD BACK STILL COUNT TOWARDS TIMETRAN'S TRAILER TOTAL.
002307*  EACH ABSENCE SENT IS CHECKED THROUGH SICKLKUP AGAINST THE
002308*  SICK-NOTE CERTIFICATES SICKCERT HAS POSTED; ONE THAT NEEDS A
002309*  CERTIFICATE, IS NOT COVERED TO ITS LAST DAY AND IS PAST ITS
002310*  GRACE PERIOD GOES OUT WITH TR-CERT-FLAG 'U' SO THE BUREAU
002311*  TREATS IT AS UNPAID.  ONE STILL INSIDE ITS GRACE PERIOD GOES
002312*  OUT UNFLAGGED - THE WEEKLY SICKMISS LIST CHASES IT.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003200     SELECT PARSED-IN ASSIGN TO 'PARSEDTL'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FC-PARSED-STATUS.
003410     SELECT OPTIONAL TIMETRAN-IN ASSIGN TO 'TIMETRAN'
003600         ORGANIZATION IS LINE SEQUENTIAL
003610         FILE STATUS IS FC-TIMETRAN-STATUS.
003620     SELECT PAYINTF-OUT ASSIGN TO 'PAYINTF'
003630         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FC-PAYINTF-STATUS.
003710     SELECT OPTIONAL LEAVERS-IN ASSIGN TO 'LEAVERS'
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS FC-LEAVERS-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PARSED-IN
005200     05  PD-BTRNR-E                 PIC X(8).
005300     05  FILLER                     PIC X(1).
005400     05  PD-WERT                    PIC X(35).
005410     05  FILLER                     PIC X(1).
005420     05  PD-DATUM                   PIC X(8).
005430     05  PD-DATUM-N REDEFINES PD-DATUM
005440                                    PIC 9(8).
005500     05  FILLER                     PIC X(3).
005510 FD  TIMETRAN-IN
005700     RECORD CONTAINS 80 CHARACTERS.
005705 01  TIMETRAN-IN-LINE.
005710     05  TT-RECORD-TYPE             PIC X(1).
005715         88  TT-DETAIL              VALUE 'D'.
005720         88  TT-TRAILER             VALUE 'T'.
005725     05  TT-BTRNR-A                 PIC X(8).
005726     05  TT-BTRNR-E                 PIC X(8).
005727     05  TT-BAND-NR                 PIC 9(5).
005730     05  FILLER                     PIC X(39).
005731     05  TT-BUREAU-REF              PIC X(10).
005732     05  FILLER                     PIC X(9).
005735 01  TIMETRAN-TRAILER REDEFINES TIMETRAN-IN-LINE.
005740     05  FILLER                     PIC X(1).
005745     05  TT-TRANS-COUNT             PIC 9(7).
005750     05  FILLER                     PIC X(72).
005755 FD  PAYINTF-OUT
005760     RECORD CONTAINS 80 CHARACTERS.
005800 01  PAYINTF-LINE                   PIC X(80).
005810 FD  LEAVERS-IN
005820     RECORD CONTAINS 80 CHARACTERS.
005830 01  LEAVERS-IN-RECORD              PIC X(80).
005900 WORKING-STORAGE SECTION.
006000*=================================================================
006100 COPY VERSTAMP.
006120 COPY PERSLKQ.
006130 COPY EMPLLKQ.
006140 COPY EMPLMREC.
006150 COPY LEAVREC.
006160 COPY SICKLKQ.
006200 01  FC-STATUSES.
006300     05  FC-PARSED-STATUS           PIC X(2).
006400     05  FC-PAYINTF-STATUS          PIC X(2).
006410     05  FC-TIMETRAN-STATUS         PIC X(2).
006420     05  FC-LEAVERS-STATUS          PIC X(2).
006500 01  WS-SWITCHES.
006600     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
006700         88  WS-EOF                 VALUE 'Y'.
006710     05  WS-TIME-EOF-SW             PIC X(1) VALUE 'N'.
006720         88  WS-TIME-EOF            VALUE 'Y'.
006730     05  WS-LEAVERS-EOF-SW          PIC X(1) VALUE 'N'.
006740         88  WS-LEAVERS-EOF         VALUE 'Y'.
006750     05  WS-LEAVER-SW               PIC X(1) VALUE 'N'.
006760         88  WS-LEAVER              VALUE 'Y'.
006770     05  WS-BLOCKED-SW              PIC X(1) VALUE 'N'.
006780         88  WS-LEAVER-BLOCKED      VALUE 'Y'.
006800 01  WS-CREATION-DATE               PIC 9(8).
006900 01  WS-BTRNR-NUM                   PIC 9(8).
007000 01  WS-HASH-TOTAL                  PIC 9(13) VALUE ZERO.
007100 01  WS-VALUE-WORK                  PIC X(35).
007110 01  WS-LAST-BAND-CHECKED           PIC 9(5) VALUE ZERO.
007111*=================================================================
007112*    LEAVERS - BAND NUMBER AND LEAVING DATE
007113*=================================================================
007114 01  WS-LEAVER-TABLE.
007115     05  WS-LVR-COUNT               PIC 9(4) VALUE ZERO.
007116     05  WS-LVR-ROW OCCURS 2000 TIMES.
007117         10  WS-LVR-BAND-NR         PIC 9(5).
007118         10  WS-LVR-LEAVE-DATE      PIC 9(8).
007119 01  WS-LVR-SUB                     PIC 9(4).
007120 01  WS-BAND-WORK                   PIC 9(5).
007121 01  WS-LEAVE-DATE                  PIC 9(8).
007200 01  WS-COUNTERS.
007300     05  WS-LINES-READ              PIC 9(7) VALUE ZERO.
007400     05  WS-TRANS-WRITTEN           PIC 9(7) VALUE ZERO.
007500     05  WS-TRANS-COUNTED           PIC 9(7) VALUE ZERO.
007510     05  WS-HOURS-COPIED            PIC 9(7) VALUE ZERO.
007520     05  WS-HOURS-TRAILER-COUNT     PIC 9(7) VALUE ZERO.
007530     05  WS-NOT-ON-MASTER           PIC 9(7) VALUE ZERO.
007540     05  WS-BAND-SHARED             PIC 9(7) VALUE ZERO.
007550     05  WS-OUTSIDE-WINDOW          PIC 9(7) VALUE ZERO.
007560     05  WS-EMPL-NOT-ON-MASTER      PIC 9(7) VALUE ZERO.
007570     05  WS-LEAVERS-LOADED          PIC 9(7) VALUE ZERO.
007580     05  WS-LEAVER-ABS-BLOCKED      PIC 9(7) VALUE ZERO.
007590     05  WS-HOURS-BLOCKED           PIC 9(7) VALUE ZERO.
007595     05  WS-CERT-UNCOVERED          PIC 9(7) VALUE ZERO.
007600 01  WS-HEADER-RECORD.
007700     05  FILLER                     PIC X(1)  VALUE 'H'.
007800     05  HD-CREATION-DATE           PIC 9(8).
008600     05  TR-BAND-NR                 PIC 9(5).
008700     05  TR-TAG-NUM                 PIC 9(4).
008800     05  TR-VALUE                   PIC X(35).
008810     05  TR-BUREAU-REF              PIC X(10).
008820     05  TR-CERT-FLAG               PIC X(1)  VALUE SPACE.
008830         88  TR-CERT-UNCOVERED      VALUE 'U'.
008900     05  FILLER                     PIC X(8)  VALUE SPACE.
009000 01  WS-TRAILER-RECORD.
009100     05  FILLER                     PIC X(1)  VALUE 'T'.
009200     05  TL-TRANS-COUNT             PIC 9(7).
009900     PERFORM 1000-INITIALIZE
010000     PERFORM 2000-CONVERT-ONE-LINE
010100         UNTIL WS-EOF
010110     PERFORM 2500-COPY-ONE-HOURS-TRANS
010120         UNTIL WS-TIME-EOF
010200     PERFORM 3000-WRITE-TRAILER-AND-PROVE
010300     PERFORM 4000-TERMINATE
010400     PERFORM 9000-DISPLAY-VERSION-TRAILER
012100         MOVE 'Y' TO WS-EOF-SW
012200         MOVE 12 TO RETURN-CODE
012300     END-IF
012310     OPEN INPUT TIMETRAN-IN
012320     IF FC-TIMETRAN-STATUS NOT = '00'
012330         MOVE 'Y' TO WS-TIME-EOF-SW
012340     END-IF
012400     OPEN OUTPUT PAYINTF-OUT
012410     MOVE 'PAYINTF' TO PLK-CALLER
012420     MOVE 'B' TO PLK-FUNCTION
012430     MOVE ZERO TO PLK-AS-OF-DATE
012440     MOVE 'PAYINTF' TO ELK-CALLER
012442     MOVE 'PAYINTF' TO SKQ-CALLER
012444     MOVE WS-CREATION-DATE TO SKQ-AS-OF-DATE
012450     PERFORM 1200-LOAD-LEAVERS
012500     MOVE WS-CREATION-DATE TO HD-CREATION-DATE
012600     WRITE PAYINTF-LINE FROM WS-HEADER-RECORD
012700     PERFORM 1100-READ-NEXT-LINE.
013600     IF NOT WS-EOF
013700         ADD 1 TO WS-LINES-READ
013800     END-IF.
013810*=================================================================
013820*    1200-LOAD-LEAVERS - NO FILE, NO LEAVERS
013830*=================================================================
013840 1200-LOAD-LEAVERS.
013850     OPEN INPUT LEAVERS-IN
013860     IF FC-LEAVERS-STATUS = '00'
013870         PERFORM 1210-LOAD-ONE-LEAVER
013880             UNTIL WS-LEAVERS-EOF
013890     END-IF
013891     CLOSE LEAVERS-IN.
013892*=================================================================
013893*    1210-LOAD-ONE-LEAVER
013894*=================================================================
013895 1210-LOAD-ONE-LEAVER.
013896     READ LEAVERS-IN INTO LEAVER-RECORD
013897         AT END
013898             MOVE 'Y' TO WS-LEAVERS-EOF-SW
013899         NOT AT END
013900             IF WS-LVR-COUNT < 2000
013901                 ADD 1 TO WS-LVR-COUNT
013902                 ADD 1 TO WS-LEAVERS-LOADED
013903                 MOVE LV-BAND-NR
013904                     TO WS-LVR-BAND-NR (WS-LVR-COUNT)
013905                 MOVE LV-LEAVE-DATE
013906                     TO WS-LVR-LEAVE-DATE (WS-LVR-COUNT)
013907             ELSE
013908                 DISPLAY 'PAYINTF: LEAVERS TABLE FULL, DROPPED='
013909                     LV-PERSNR
013910             END-IF
013911     END-READ.
013912*=================================================================
014000*    2000-CONVERT-ONE-LINE - ONE BUREAU TRANSACTION PER ABS
014100*    ELEMENT, COMMA DECIMAL CONVERTED TO THE BUREAU'S PERIOD
014200*=================================================================
014300 2000-CONVERT-ONE-LINE.
014400     IF PD-ABSENCE
014410         PERFORM 2050-CHECK-THE-EMPLOYER
014411         MOVE 'N' TO WS-BLOCKED-SW
014412         IF NOT ELK-OUTSIDE-WINDOW
014413             PERFORM 2070-CHECK-FOR-LEAVER
014414         END-IF
014420     END-IF
014430     IF PD-ABSENCE
014440         AND NOT ELK-OUTSIDE-WINDOW
014450         AND NOT WS-LEAVER-BLOCKED
014500         MOVE PD-WERT TO WS-VALUE-WORK
014600         INSPECT WS-VALUE-WORK
014700             REPLACING ALL ',' BY '.'
015000         MOVE PD-BAND-NR             TO TR-BAND-NR
015100         MOVE PD-TAG-NUM             TO TR-TAG-NUM
015200         MOVE WS-VALUE-WORK          TO TR-VALUE
015210         MOVE SPACES                 TO TR-BUREAU-REF
015220         IF ELK-FOUND
015230             MOVE ELK-MASTER-IMAGE   TO EMPLOYER-MASTER-RECORD
015240             MOVE EM-BUREAU-REF      TO TR-BUREAU-REF
015250         END-IF
015260         PERFORM 2060-CHECK-THE-CERTIFICATE
015300         WRITE PAYINTF-LINE FROM WS-TRANS-RECORD
015400         ADD 1 TO WS-TRANS-WRITTEN
015500         IF PD-BTRNR-A NUMERIC
015900                 SUBTRACT 999999999999 FROM WS-HASH-TOTAL
016000             END-IF
016100         END-IF
016110         IF PD-BAND-NR NOT = WS-LAST-BAND-CHECKED
016120             PERFORM 2100-CHECK-THE-PERSON
016130         END-IF
016200     END-IF
016300     PERFORM 1100-READ-NEXT-LINE.
016310*=================================================================
016311*    2050-CHECK-THE-EMPLOYER - EMPLOYER MASTER AS OF THE
016312*    ABSENCE DATE (NO DATE ON THE LINE: THE NUMBER ONLY)
016313*=================================================================
016314 2050-CHECK-THE-EMPLOYER.
016315     MOVE PD-BTRNR-A TO ELK-BTRNR
016316     IF PD-DATUM NUMERIC
016317         MOVE PD-DATUM-N TO ELK-AS-OF-DATE
016318     ELSE
016319         MOVE ZERO TO ELK-AS-OF-DATE
016320     END-IF
016321     CALL 'EMPLLKUP' USING EMPLOYER-LOOKUP-REQUEST
016322     EVALUATE TRUE
016323         WHEN ELK-OUTSIDE-WINDOW
016324             ADD 1 TO WS-OUTSIDE-WINDOW
016325             DISPLAY 'PAYINTF: BTRNR ' PD-BTRNR-A ' NOT VALID ON '
016326                 PD-DATUM ' - BAND-NR ' PD-BAND-NR ' NOT SENT'
016327         WHEN ELK-NOT-FOUND
016328             ADD 1 TO WS-EMPL-NOT-ON-MASTER
016329             DISPLAY 'PAYINTF: BTRNR ' PD-BTRNR-A
016330                 ' NOT ON THE EMPLOYER MASTER'
016331         WHEN OTHER
016332             CONTINUE
016333     END-EVALUATE.
016334*=================================================================
016335*    2060-CHECK-THE-CERTIFICATE - A SICKNESS ABSENCE PAST ITS
016336*    GRACE PERIOD WITH NO CERTIFICATE COVERING IT IS FLAGGED
016337*=================================================================
016338 2060-CHECK-THE-CERTIFICATE.
016339     MOVE SPACE TO TR-CERT-FLAG
016340     MOVE PD-BAND-NR TO SKQ-BAND-NR
016341     MOVE PD-TAG-NUM TO SKQ-TAG-NUM
016342     IF PD-WERT (1:3) NUMERIC
016343         MOVE PD-WERT (1:3) TO SKQ-DAYS
016344     ELSE
016345         MOVE 1 TO SKQ-DAYS
016346     END-IF
016347     IF PD-DATUM NUMERIC
016348         MOVE PD-DATUM-N TO SKQ-START-DATE
016349     ELSE
016350         MOVE ZERO TO SKQ-START-DATE
016351     END-IF
016352     CALL 'SICKLKUP' USING SICK-CERT-REQUEST
016353     IF SKQ-MISSING
016354         MOVE 'U' TO TR-CERT-FLAG
016355         ADD 1 TO WS-CERT-UNCOVERED
016356         DISPLAY 'PAYINTF: BAND-NR ' PD-BAND-NR ' ABSENCE FROM '
016357             PD-DATUM ' HAS NO CERTIFICATE - FLAGGED'
016358     END-IF.
016359*=================================================================
016360*    2070-CHECK-FOR-LEAVER - AN ABSENCE ON OR AFTER THE LEAVING
016361*    DATE, OR WITH NO DATE, IS NOT SENT
016362*=================================================================
016363 2070-CHECK-FOR-LEAVER.
016364     MOVE PD-BAND-NR TO WS-BAND-WORK
016365     PERFORM 2080-FIND-LEAVER
016366     IF WS-LEAVER
016367         IF PD-DATUM NOT NUMERIC
016368             OR PD-DATUM-N NOT < WS-LEAVE-DATE
016369             MOVE 'Y' TO WS-BLOCKED-SW
016370             ADD 1 TO WS-LEAVER-ABS-BLOCKED
016371             DISPLAY 'PAYINTF: BAND-NR ' PD-BAND-NR ' LEFT '
016372                 WS-LEAVE-DATE ' - TAG ' PD-TAG-NUM ' NOT SENT'
016373         END-IF
016374     END-IF.
016375*=================================================================
016376*    2080-FIND-LEAVER - IS WS-BAND-WORK ON THE LEAVERS FILE?
016377*=================================================================
016378 2080-FIND-LEAVER.
016379     MOVE 'N' TO WS-LEAVER-SW
016380     MOVE ZERO TO WS-LEAVE-DATE
016381     MOVE ZERO TO WS-LVR-SUB
016382     PERFORM 2090-CHECK-ONE-LEAVER
016383         UNTIL WS-LVR-SUB >= WS-LVR-COUNT
016384         OR WS-LEAVER.
016385*=================================================================
016386*    2090-CHECK-ONE-LEAVER
016387*=================================================================
016388 2090-CHECK-ONE-LEAVER.
016389     ADD 1 TO WS-LVR-SUB
016390     IF WS-LVR-BAND-NR (WS-LVR-SUB) = WS-BAND-WORK
016391         MOVE 'Y' TO WS-LEAVER-SW
016392         MOVE WS-LVR-LEAVE-DATE (WS-LVR-SUB) TO WS-LEAVE-DATE
016393     END-IF.
016394*=================================================================
016395*    2100-CHECK-THE-PERSON - CURRENT SEGMENT BY BAND NUMBER,
016396*    ONCE PER RUN OF LINES FOR THE SAME PERSON
016397*=================================================================
016398 2100-CHECK-THE-PERSON.
016399     MOVE PD-BAND-NR TO WS-LAST-BAND-CHECKED
016400     MOVE PD-BAND-NR TO PLK-BAND-NR
016401     CALL 'PERSLKUP' USING PERSONNEL-LOOKUP-REQUEST
016402     EVALUATE TRUE
016403         WHEN PLK-NOT-FOUND
016404             ADD 1 TO WS-NOT-ON-MASTER
016405             DISPLAY 'PAYINTF: BAND-NR ' PD-BAND-NR
016406                 ' NOT ON THE PERSONNEL MASTER'
016407         WHEN PLK-AMBIGUOUS
016408             ADD 1 TO WS-BAND-SHARED
016409             DISPLAY 'PAYINTF: BAND-NR ' PD-BAND-NR
016410                 ' SHARED BY MORE THAN ONE PERSON'
016411         WHEN OTHER
016412             CONTINUE
016413     END-EVALUATE.
016414*=================================================================
016415*    2500-COPY-ONE-HOURS-TRANS - TIMECARD'S TRANSACTIONS GO OUT
016416*    AS THEY ARE, COUNTED AND HASHED WITH THE ABSENCES
016417*=================================================================
016418 2500-COPY-ONE-HOURS-TRANS.
016419     READ TIMETRAN-IN
016420         AT END
016421             MOVE 'Y' TO WS-TIME-EOF-SW
016422     END-READ
016423     IF NOT WS-TIME-EOF
016424         MOVE 'N' TO WS-LEAVER-SW
016425         IF TT-DETAIL
016426             MOVE TT-BAND-NR TO WS-BAND-WORK
016427             PERFORM 2080-FIND-LEAVER
016428         END-IF
016429         EVALUATE TRUE
016430             WHEN TT-DETAIL
016431                 AND WS-LEAVER
016432                 ADD 1 TO WS-HOURS-BLOCKED
016433                 DISPLAY 'PAYINTF: BAND-NR ' TT-BAND-NR ' LEFT '
016434                     WS-LEAVE-DATE ' - HOURS NOT SENT'
016435             WHEN TT-DETAIL
016436                 PERFORM 2550-ADD-THE-BUREAU-REF
016437                 WRITE PAYINTF-LINE FROM TIMETRAN-IN-LINE
016438                 ADD 1 TO WS-TRANS-WRITTEN
016439                 ADD 1 TO WS-HOURS-COPIED
016440                 IF TT-BTRNR-A NUMERIC
016441                     MOVE TT-BTRNR-A TO WS-BTRNR-NUM
016442                     ADD WS-BTRNR-NUM TO WS-HASH-TOTAL
016443                     IF WS-HASH-TOTAL > 999999999999
016444                         SUBTRACT 999999999999 FROM WS-HASH-TOTAL
016445                     END-IF
016446                 END-IF
016447             WHEN TT-TRAILER
016448                 IF TT-TRANS-COUNT NUMERIC
016449                     MOVE TT-TRANS-COUNT TO WS-HOURS-TRAILER-COUNT
016450                 END-IF
016452             WHEN OTHER
016454                 CONTINUE
016456         END-EVALUATE
016458     END-IF.
016459*=================================================================
016460*    2550-ADD-THE-BUREAU-REF - THE HOURS CARRY NO DATE OF THEIR
016461*    OWN, SO THE EMPLOYER IS LOOKED UP ON ITS NUMBER ONLY
016462*=================================================================
016463 2550-ADD-THE-BUREAU-REF.
016464     MOVE TT-BTRNR-A TO ELK-BTRNR
016465     MOVE ZERO TO ELK-AS-OF-DATE
016466     CALL 'EMPLLKUP' USING EMPLOYER-LOOKUP-REQUEST
016467     IF ELK-FOUND
016468         MOVE ELK-MASTER-IMAGE TO EMPLOYER-MASTER-RECORD
016469         MOVE EM-BUREAU-REF TO TT-BUREAU-REF
016470     END-IF
016471     IF ELK-NOT-FOUND
016472         ADD 1 TO WS-EMPL-NOT-ON-MASTER
016473         DISPLAY 'PAYINTF: BTRNR ' TT-BTRNR-A
016474             ' NOT ON THE EMPLOYER MASTER'
016475     END-IF.
016476*=================================================================
016500*    3000-WRITE-TRAILER-AND-PROVE - TRAILER, THEN RE-READ THE
016600*    FILE AND PROVE THE COUNT BEFORE RELEASE
016700*=================================================================
017600             WS-TRANS-WRITTEN ' COUNTED=' WS-TRANS-COUNTED
017700         DISPLAY 'PAYINTF: FILE MUST NOT BE TRANSMITTED'
017800         MOVE 12 TO RETURN-CODE
017810     END-IF
017820     IF WS-HOURS-COPIED + WS-HOURS-BLOCKED
017825         NOT = WS-HOURS-TRAILER-COUNT
017830         DISPLAY 'PAYINTF: TIMETRAN OUT OF BALANCE - COPIED='
017840             WS-HOURS-COPIED ' HELD BACK=' WS-HOURS-BLOCKED
017845             ' TRAILER=' WS-HOURS-TRAILER-COUNT
017850         DISPLAY 'PAYINTF: FILE MUST NOT BE TRANSMITTED'
017860         MOVE 12 TO RETURN-CODE
017900     END-IF.
018000*=================================================================
018100*    3100-RECOUNT-THE-FILE
020900*=================================================================
021000 4000-TERMINATE.
021100     CLOSE PARSED-IN
021110     CLOSE TIMETRAN-IN
021200     DISPLAY 'PAYINTF: LINES READ    = ' WS-LINES-READ
021210     DISPLAY 'PAYINTF: HOURS COPIED  = ' WS-HOURS-COPIED
021300     DISPLAY 'PAYINTF: TRANS WRITTEN = ' WS-TRANS-WRITTEN
021400     DISPLAY 'PAYINTF: HASH TOTAL    = ' WS-HASH-TOTAL
021410     DISPLAY 'PAYINTF: NOT ON MASTER = ' WS-NOT-ON-MASTER
021420     DISPLAY 'PAYINTF: BAND SHARED   = ' WS-BAND-SHARED
021430     DISPLAY 'PAYINTF: OUTSIDE WINDOW= ' WS-OUTSIDE-WINDOW
021440     DISPLAY 'PAYINTF: EMPLR UNKNOWN = ' WS-EMPL-NOT-ON-MASTER
021450     DISPLAY 'PAYINTF: LEAVERS       = ' WS-LEAVERS-LOADED
021460     DISPLAY 'PAYINTF: LEAVER ABS    = ' WS-LEAVER-ABS-BLOCKED
021470     DISPLAY 'PAYINTF: LEAVER HOURS  = ' WS-HOURS-BLOCKED
021480     DISPLAY 'PAYINTF: NO SICK NOTE  = ' WS-CERT-UNCOVERED.
021500*=================================================================
021600*=================================================================
021700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
