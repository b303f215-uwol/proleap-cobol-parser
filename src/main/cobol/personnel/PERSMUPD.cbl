000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PERSMUPD.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - MONTHLY UPDATE OF THE
001200*                   INDEXED PERSONNEL MASTER WITH EFFECTIVE-
001300*                   DATED HISTORY.
001400*=================================================================
001500*  UNTIL NOW THE PREVIOUS MONTH'S D111E ONLY SURVIVED AS THE
001600*  FILE D111ECMP COMPARES AGAINST, AND NOTHING COULD BE READ BY
001700*  PERSONNEL NUMBER.  THIS RUN APPLIES THE DETAILS ISSUE14 HAS
001800*  VALIDATED (PERSVAL, FULL D111E FORMAT) TO THE PERSMAST
001900*  INDEXED MASTER (SEE PERSMREC).  A PERSON NOT YET ON THE
002000*  MASTER GETS A CURRENT SEGMENT EFFECTIVE THE FIRST OF THE
002100*  REPORTING PERIOD.  FOR A PERSON ALREADY THERE, A CHANGE OF
002200*  DEPARTMENT (DST), COST CENTER (KNR), NAME OR ADDRESS IS NOT
002300*  OVERWRITTEN: THE CURRENT SEGMENT IS CLOSED - WRITTEN BACK
002400*  UNDER AN END DATE OF THE NEW PERIOD'S FIRST DAY - AND THE
002500*  CURRENT SEGMENT TAKES THE NEW VALUES FROM THAT DAY.  A
002600*  CHANGE ARRIVING IN THE SAME PERIOD THE CURRENT SEGMENT
002700*  OPENED (A CORRECTED RERUN) IS CORRECTED IN PLACE, AND ANY
002800*  OTHER FIELD IS SIMPLY KEPT UP TO DATE ON THE CURRENT
002900*  SEGMENT.  A DETAIL FROM A PERIOD OLDER THAN THE CURRENT
003000*  SEGMENT IS LISTED AND NOT APPLIED, SO RERUNNING AN OLD
003100*  EXTRACT CANNOT REWRITE HISTORY.  EVERY NEW PERSON AND EVERY
003200*  SEGMENT OPENED OR CORRECTED IS LISTED ON THE CHANGE REGISTER
003300*  (PERSMRPT) WITH THE FIELDS THAT MOVED.  RUNNING THE SAME
003400*  MONTH AGAIN CHANGES NOTHING.
003500*=================================================================
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PERSVAL ASSIGN TO UT-S-PERSVAL
004300         FILE STATUS IS FC-PERSVAL-STATUS.
004400     SELECT OPTIONAL PERSMAST ASSIGN TO 'IDXPERS'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PM-KEY OF PERSONNEL-MASTER-RECORD
004800         ALTERNATE RECORD KEY IS PM-BAND-NR
004900            OF PERSONNEL-MASTER-RECORD
005000            WITH DUPLICATES
005100         FILE STATUS IS FC-PERSMAST-STATUS.
005200     SELECT CHANGE-RPT ASSIGN TO 'PERSMRPT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FC-CHANGE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PERSVAL
005800     LABEL RECORDS STANDARD
005900     RECORDING F
006000     BLOCK 0 RECORDS
006100     DATA RECORD D111E-DATEI.
006200 COPY D111EREC.
006300 FD  PERSMAST.
006400 COPY PERSMREC.
006500 FD  CHANGE-RPT
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  CHANGE-LINE                    PIC X(80).
006800 WORKING-STORAGE SECTION.
006900*=================================================================
007000 COPY VERSTAMP.
007100 01  FC-STATUSES.
007200     05  FC-PERSVAL-STATUS          PIC X(2).
007300     05  FC-PERSMAST-STATUS         PIC X(2).
007400     05  FC-CHANGE-STATUS           PIC X(2).
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007700         88  WS-EOF                 VALUE 'Y'.
007800     05  WS-ON-MASTER-SW            PIC X(1) VALUE 'N'.
007900         88  WS-ON-MASTER           VALUE 'Y'.
008000     05  WS-TRACKED-CHANGE-SW       PIC X(1) VALUE 'N'.
008100         88  WS-TRACKED-CHANGE      VALUE 'Y'.
008200 01  WS-PERIOD-FIELDS.
008300     05  WS-PERIOD                  PIC 9(6).
008400     05  WS-EFFECTIVE-DATE          PIC 9(8).
008500*=================================================================
008600*    WHAT MOVED ON THIS DETAIL, AND THE SEGMENT BEING CLOSED
008700*=================================================================
008800 01  WS-NEW-FLAGS.
008900     05  WS-DST-FLAG                PIC X(1).
009000     05  WS-KNR-FLAG                PIC X(1).
009100     05  WS-NAME-FLAG               PIC X(1).
009200     05  WS-ADDRESS-FLAG            PIC X(1).
009300 01  WS-OLD-DST                     PIC 9(3).
009400 01  WS-OLD-KNR                     PIC 9(2).
009500 01  WS-CLOSED-SEGMENT              PIC X(400).
009600 01  WS-COUNTERS.
009700     05  WS-DETAILS-READ            PIC 9(7) VALUE ZERO.
009800     05  WS-NEW-PERSONS             PIC 9(7) VALUE ZERO.
009900     05  WS-SEGMENTS-OPENED         PIC 9(7) VALUE ZERO.
010000     05  WS-SEGMENTS-CORRECTED      PIC 9(7) VALUE ZERO.
010100     05  WS-UNCHANGED               PIC 9(7) VALUE ZERO.
010200     05  WS-OLDER-PERIOD            PIC 9(7) VALUE ZERO.
010300     05  WS-UPDATE-ERRORS           PIC 9(7) VALUE ZERO.
010400     05  WS-REPORT-LINES            PIC 9(7) VALUE ZERO.
010500 01  WS-CHANGE-DETAIL.
010600     05  FILLER                     PIC X(1)  VALUE SPACE.
010700     05  CL-PERSNR                  PIC 9(9).
010800     05  FILLER                     PIC X(2)  VALUE SPACE.
010900     05  CL-ACTION                  PIC X(11).
011000     05  FILLER                     PIC X(2)  VALUE SPACE.
011100     05  CL-EFFECTIVE-DATE          PIC 9(8).
011200     05  FILLER                     PIC X(2)  VALUE SPACE.
011300     05  CL-FIELD-NAME              PIC X(8).
011400     05  FILLER                     PIC X(2)  VALUE SPACE.
011500     05  CL-DETAIL-TEXT             PIC X(35).
011600 01  WS-TOTAL-DETAIL.
011700     05  FILLER                     PIC X(1)  VALUE SPACE.
011800     05  TL-LABEL                   PIC X(20).
011900     05  TL-COUNT                   PIC ZZZZZZ9.
012000 PROCEDURE DIVISION.
012100*=================================================================
012200 0000-MAINLINE.
012300     PERFORM 0900-DISPLAY-VERSION-STAMP
012400     PERFORM 1000-INITIALIZE
012500     PERFORM 2000-APPLY-ONE-DETAIL
012600         UNTIL WS-EOF
012700     PERFORM 3000-TERMINATE
012800     PERFORM 9000-DISPLAY-VERSION-TRAILER
012900     STOP RUN.
013000*=================================================================
013100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
013200*=================================================================
013300 0900-DISPLAY-VERSION-STAMP.
013400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='PERSMUPD -'==
013500                             ==:PROGVERS:== BY =='Version 001'==.
013600*=================================================================
013700*    1000-INITIALIZE
013800*=================================================================
013900 1000-INITIALIZE.
014000     OPEN INPUT PERSVAL
014100     IF FC-PERSVAL-STATUS NOT = '00'
014200         DISPLAY 'PERSMUPD: UNABLE TO OPEN PERSVAL, STATUS='
014300             FC-PERSVAL-STATUS
014400         MOVE 12 TO RETURN-CODE
014500         MOVE 'Y' TO WS-EOF-SW
014600     END-IF
014700     OPEN I-O PERSMAST
014800     IF FC-PERSMAST-STATUS NOT = '00'
014900         AND FC-PERSMAST-STATUS NOT = '05'
015000         DISPLAY 'PERSMUPD: UNABLE TO OPEN PERSMAST, STATUS='
015100             FC-PERSMAST-STATUS
015200         MOVE 12 TO RETURN-CODE
015300         MOVE 'Y' TO WS-EOF-SW
015400     END-IF
015500     OPEN OUTPUT CHANGE-RPT
015600     MOVE ' PERSONNEL MASTER CHANGE REGISTER' TO CHANGE-LINE
015700     WRITE CHANGE-LINE
015800     ADD 1 TO WS-REPORT-LINES
015900     IF NOT WS-EOF
016000         PERFORM 1100-READ-NEXT-DETAIL
016100     END-IF.
016200*=================================================================
016300*    1100-READ-NEXT-DETAIL - PERSVAL HOLDS DETAILS ONLY
016400*=================================================================
016500 1100-READ-NEXT-DETAIL.
016600     READ PERSVAL
016700         AT END
016800             MOVE 'Y' TO WS-EOF-SW
016900     END-READ
017000     IF NOT WS-EOF
017100         ADD 1 TO WS-DETAILS-READ
017200     END-IF.
017300*=================================================================
017400*    2000-APPLY-ONE-DETAIL - CURRENT SEGMENT OR A NEW PERSON
017500*=================================================================
017600 2000-APPLY-ONE-DETAIL.
017700     COMPUTE WS-PERIOD = D111E-DAT-J * 100 + D111E-DAT-M
017800     COMPUTE WS-EFFECTIVE-DATE = WS-PERIOD * 100 + 1
017900     MOVE D111E-PERSNR TO PM-PERSNR
018000     MOVE 99999999 TO PM-END-DATE
018100     READ PERSMAST
018200         INVALID KEY
018300             MOVE 'N' TO WS-ON-MASTER-SW
018400         NOT INVALID KEY
018500             MOVE 'Y' TO WS-ON-MASTER-SW
018600     END-READ
018700     IF WS-ON-MASTER
018800         PERFORM 2200-APPLY-TO-CURRENT
018900     ELSE
019000         PERFORM 2100-ADD-NEW-PERSON
019100     END-IF
019200     PERFORM 1100-READ-NEXT-DETAIL.
019300*=================================================================
019400*    2100-ADD-NEW-PERSON - FIRST SEGMENT, CURRENT FROM THE
019500*    FIRST OF THE PERIOD
019600*=================================================================
019700 2100-ADD-NEW-PERSON.
019800     MOVE SPACES TO PERSONNEL-MASTER-RECORD
019900     MOVE D111E-PERSNR TO PM-PERSNR
020000     MOVE 99999999 TO PM-END-DATE
020100     MOVE D111E-PERSNR TO PM-BAND-NR
020200     MOVE WS-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
020300     MOVE 'N' TO PM-SEGMENT-REASON
020400     MOVE ZERO TO PM-LAST-PERIOD
020500     PERFORM 2900-COPY-DETAIL-TO-MASTER
020600     WRITE PERSONNEL-MASTER-RECORD
020700         INVALID KEY
020800             DISPLAY 'PERSMUPD: ADD FAILED FOR PERSNR='
020900                 D111E-PERSNR ' STATUS=' FC-PERSMAST-STATUS
021000             ADD 1 TO WS-UPDATE-ERRORS
021100             MOVE 8 TO RETURN-CODE
021200         NOT INVALID KEY
021300             ADD 1 TO WS-NEW-PERSONS
021400             MOVE 'NEW PERSON ' TO CL-ACTION
021500             MOVE 'NAME    ' TO CL-FIELD-NAME
021600             MOVE D111E-NAME TO CL-DETAIL-TEXT
021700             PERFORM 2800-WRITE-CHANGE-LINE
021800     END-WRITE.
021900*=================================================================
022000*    2200-APPLY-TO-CURRENT - OPEN A SEGMENT, CORRECT THE
022100*    CURRENT ONE, OR JUST KEEP IT UP TO DATE
022200*=================================================================
022300 2200-APPLY-TO-CURRENT.
022400     IF WS-EFFECTIVE-DATE < PM-EFFECTIVE-DATE
022500         ADD 1 TO WS-OLDER-PERIOD
022600         MOVE 'NOT APPLIED' TO CL-ACTION
022700         MOVE 'PERIOD  ' TO CL-FIELD-NAME
022800         MOVE SPACES TO CL-DETAIL-TEXT
022900         STRING 'OLDER THAN SEGMENT FROM '
023000             PM-EFFECTIVE-DATE
023100             DELIMITED BY SIZE INTO CL-DETAIL-TEXT
023200         PERFORM 2800-WRITE-CHANGE-LINE
023300     ELSE
023400         PERFORM 2300-FIND-TRACKED-CHANGES
023500         IF NOT WS-TRACKED-CHANGE
023600             ADD 1 TO WS-UNCHANGED
023700             PERFORM 2900-COPY-DETAIL-TO-MASTER
023800             PERFORM 2500-REWRITE-CURRENT
023900         ELSE
024000             IF WS-EFFECTIVE-DATE = PM-EFFECTIVE-DATE
024100                 PERFORM 2400-CORRECT-IN-PLACE
024200             ELSE
024300                 PERFORM 2600-OPEN-NEW-SEGMENT
024400             END-IF
024500         END-IF
024600     END-IF.
024700*=================================================================
024800*    2300-FIND-TRACKED-CHANGES - DST, KNR, NAME, ADDRESS
024900*=================================================================
025000 2300-FIND-TRACKED-CHANGES.
025100     MOVE SPACES TO WS-NEW-FLAGS
025200     MOVE 'N' TO WS-TRACKED-CHANGE-SW
025300     MOVE PM-DST TO WS-OLD-DST
025400     MOVE PM-KNR TO WS-OLD-KNR
025500     IF D111E-DST NOT = PM-DST
025600         MOVE 'Y' TO WS-DST-FLAG
025700     END-IF
025800     IF D111E-KNR NOT = PM-KNR
025900         MOVE 'Y' TO WS-KNR-FLAG
026000     END-IF
026100     IF D111E-NAME NOT = PM-NAME
026200         OR D111E-VORNAME NOT = PM-VORNAME
026300         OR D111E-TITEL NOT = PM-TITEL
026400         OR D111E-VORSATZ NOT = PM-VORSATZ
026500         OR D111E-ADEL NOT = PM-ADEL
026600         OR D111E-KNACHNAME NOT = PM-KNACHNAME
026700         MOVE 'Y' TO WS-NAME-FLAG
026800     END-IF
026900     IF D111E-STRASSE NOT = PM-STRASSE
027000         OR D111E-HAUSNR NOT = PM-HAUSNR
027100         OR D111E-PLZ NOT = PM-PLZ
027200         OR D111E-ORT NOT = PM-ORT
027300         OR D111E-LAND NOT = PM-LAND
027400         MOVE 'Y' TO WS-ADDRESS-FLAG
027500     END-IF
027600     IF WS-NEW-FLAGS NOT = SPACES
027700         MOVE 'Y' TO WS-TRACKED-CHANGE-SW
027800     END-IF.
027900*=================================================================
028000*    2400-CORRECT-IN-PLACE - THE SEGMENT OPENED THIS PERIOD, SO
028100*    THE RERUN'S VALUES REPLACE IT; ITS FLAGS GAIN THE NEW ONES
028200*=================================================================
028300 2400-CORRECT-IN-PLACE.
028400     ADD 1 TO WS-SEGMENTS-CORRECTED
028500     MOVE 'CORRECTED  ' TO CL-ACTION
028600     PERFORM 2700-LIST-CHANGED-FIELDS
028700     IF WS-DST-FLAG = 'Y'
028800         MOVE 'Y' TO PM-DST-CHANGED
028900     END-IF
029000     IF WS-KNR-FLAG = 'Y'
029100         MOVE 'Y' TO PM-KNR-CHANGED
029200     END-IF
029300     IF WS-NAME-FLAG = 'Y'
029400         MOVE 'Y' TO PM-NAME-CHANGED
029500     END-IF
029600     IF WS-ADDRESS-FLAG = 'Y'
029700         MOVE 'Y' TO PM-ADDRESS-CHANGED
029800     END-IF
029900     PERFORM 2900-COPY-DETAIL-TO-MASTER
030000     PERFORM 2500-REWRITE-CURRENT.
030100*=================================================================
030200*    2500-REWRITE-CURRENT
030300*=================================================================
030400 2500-REWRITE-CURRENT.
030500     REWRITE PERSONNEL-MASTER-RECORD
030600         INVALID KEY
030700             DISPLAY 'PERSMUPD: REWRITE FAILED FOR PERSNR='
030800                 PM-PERSNR ' STATUS=' FC-PERSMAST-STATUS
030900             ADD 1 TO WS-UPDATE-ERRORS
031000             MOVE 8 TO RETURN-CODE
031100     END-REWRITE.
031200*=================================================================
031300*    2600-OPEN-NEW-SEGMENT - THE CURRENT SEGMENT TAKES THE NEW
031400*    VALUES FROM THE PERIOD'S FIRST DAY, AND ITS OLD VALUES GO
031500*    BACK ON FILE ENDING THAT SAME DAY
031600*=================================================================
031700 2600-OPEN-NEW-SEGMENT.
031800     ADD 1 TO WS-SEGMENTS-OPENED
031900     MOVE PERSONNEL-MASTER-RECORD TO WS-CLOSED-SEGMENT
032000     MOVE 'NEW SEGMENT' TO CL-ACTION
032100     PERFORM 2700-LIST-CHANGED-FIELDS
032200     MOVE WS-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
032300     MOVE 'C' TO PM-SEGMENT-REASON
032400     MOVE WS-NEW-FLAGS TO PM-CHANGE-FLAGS
032500     PERFORM 2900-COPY-DETAIL-TO-MASTER
032600     PERFORM 2500-REWRITE-CURRENT
032700     MOVE WS-CLOSED-SEGMENT TO PERSONNEL-MASTER-RECORD
032800     MOVE WS-EFFECTIVE-DATE TO PM-END-DATE
032900     WRITE PERSONNEL-MASTER-RECORD
033000         INVALID KEY
033100             DISPLAY 'PERSMUPD: HISTORY WRITE FAILED, PERSNR='
033200                 PM-PERSNR ' STATUS=' FC-PERSMAST-STATUS
033300             ADD 1 TO WS-UPDATE-ERRORS
033400             MOVE 8 TO RETURN-CODE
033500     END-WRITE.
033600*=================================================================
033700*    2700-LIST-CHANGED-FIELDS - ONE REGISTER LINE PER FIELD
033800*=================================================================
033900 2700-LIST-CHANGED-FIELDS.
034000     IF WS-DST-FLAG = 'Y'
034100         MOVE 'DST     ' TO CL-FIELD-NAME
034200         MOVE SPACES TO CL-DETAIL-TEXT
034300         STRING 'FROM ' WS-OLD-DST ' TO ' D111E-DST
034400             DELIMITED BY SIZE INTO CL-DETAIL-TEXT
034500         PERFORM 2800-WRITE-CHANGE-LINE
034600     END-IF
034700     IF WS-KNR-FLAG = 'Y'
034800         MOVE 'KNR     ' TO CL-FIELD-NAME
034900         MOVE SPACES TO CL-DETAIL-TEXT
035000         STRING 'FROM ' WS-OLD-KNR ' TO ' D111E-KNR
035100             DELIMITED BY SIZE INTO CL-DETAIL-TEXT
035200         PERFORM 2800-WRITE-CHANGE-LINE
035300     END-IF
035400     IF WS-NAME-FLAG = 'Y'
035500         MOVE 'NAME    ' TO CL-FIELD-NAME
035600         MOVE D111E-NAME TO CL-DETAIL-TEXT
035700         PERFORM 2800-WRITE-CHANGE-LINE
035800     END-IF
035900     IF WS-ADDRESS-FLAG = 'Y'
036000         MOVE 'ADDRESS ' TO CL-FIELD-NAME
036100         MOVE D111E-ORT TO CL-DETAIL-TEXT
036200         PERFORM 2800-WRITE-CHANGE-LINE
036300     END-IF.
036400*=================================================================
036500*    2800-WRITE-CHANGE-LINE
036600*=================================================================
036700 2800-WRITE-CHANGE-LINE.
036800     MOVE D111E-PERSNR TO CL-PERSNR
036900     MOVE WS-EFFECTIVE-DATE TO CL-EFFECTIVE-DATE
037000     WRITE CHANGE-LINE FROM WS-CHANGE-DETAIL
037100     ADD 1 TO WS-REPORT-LINES.
037200*=================================================================
037300*    2900-COPY-DETAIL-TO-MASTER - EVERY CARRIED FIELD, AND THE
037400*    LATEST PERIOD THE PERSON HAS BEEN SEEN
037500*=================================================================
037600 2900-COPY-DETAIL-TO-MASTER.
037700     MOVE D111E-PROJ       TO PM-PROJ
037800     MOVE D111E-DST        TO PM-DST
037900     MOVE D111E-BEA        TO PM-BEA
038000     MOVE D111E-BDST       TO PM-BDST
038100     MOVE D111E-KNR        TO PM-KNR
038200     MOVE D111E-KNAME      TO PM-KNAME
038300     MOVE D111E-NAME       TO PM-NAME
038400     MOVE D111E-VORNAME    TO PM-VORNAME
038500     MOVE D111E-TITEL      TO PM-TITEL
038600     MOVE D111E-VORSATZ    TO PM-VORSATZ
038700     MOVE D111E-ADEL       TO PM-ADEL
038800     MOVE D111E-KNACHNAME  TO PM-KNACHNAME
038900     MOVE D111E-GESCHLECHT TO PM-GESCHLECHT
039000     MOVE D111E-GEB-DAT    TO PM-GEB-DAT
039100     MOVE D111E-ANSCHRIFT  TO PM-ANSCHRIFT
039200     MOVE D111E-STRASSE    TO PM-STRASSE
039300     MOVE D111E-HAUSNR     TO PM-HAUSNR
039400     MOVE D111E-PLZ        TO PM-PLZ
039500     MOVE D111E-ORT        TO PM-ORT
039600     MOVE D111E-LAND       TO PM-LAND
039700     IF WS-PERIOD > PM-LAST-PERIOD
039800         MOVE WS-PERIOD    TO PM-LAST-PERIOD
039900     END-IF.
040000*=================================================================
040100*    3000-TERMINATE - CONTROL TOTALS
040200*=================================================================
040300 3000-TERMINATE.
040400     MOVE SPACES TO CHANGE-LINE
040500     WRITE CHANGE-LINE
040600     MOVE 'DETAILS READ        ' TO TL-LABEL
040700     MOVE WS-DETAILS-READ TO TL-COUNT
040800     WRITE CHANGE-LINE FROM WS-TOTAL-DETAIL
040900     MOVE 'NEW PERSONS         ' TO TL-LABEL
041000     MOVE WS-NEW-PERSONS TO TL-COUNT
041100     WRITE CHANGE-LINE FROM WS-TOTAL-DETAIL
041200     MOVE 'SEGMENTS OPENED     ' TO TL-LABEL
041300     MOVE WS-SEGMENTS-OPENED TO TL-COUNT
041400     WRITE CHANGE-LINE FROM WS-TOTAL-DETAIL
041500     MOVE 'SEGMENTS CORRECTED  ' TO TL-LABEL
041600     MOVE WS-SEGMENTS-CORRECTED TO TL-COUNT
041700     WRITE CHANGE-LINE FROM WS-TOTAL-DETAIL
041800     MOVE 'UNCHANGED           ' TO TL-LABEL
041900     MOVE WS-UNCHANGED TO TL-COUNT
042000     WRITE CHANGE-LINE FROM WS-TOTAL-DETAIL
042100     MOVE 'OLDER PERIOD        ' TO TL-LABEL
042200     MOVE WS-OLDER-PERIOD TO TL-COUNT
042300     WRITE CHANGE-LINE FROM WS-TOTAL-DETAIL
042400     MOVE 'UPDATE ERRORS       ' TO TL-LABEL
042500     MOVE WS-UPDATE-ERRORS TO TL-COUNT
042600     WRITE CHANGE-LINE FROM WS-TOTAL-DETAIL
042700     ADD 8 TO WS-REPORT-LINES
042800     CLOSE PERSVAL
042900     CLOSE PERSMAST
043000     CLOSE CHANGE-RPT
043100     DISPLAY 'PERSMUPD: DETAILS READ       = ' WS-DETAILS-READ
043200     DISPLAY 'PERSMUPD: NEW PERSONS        = ' WS-NEW-PERSONS
043300     DISPLAY 'PERSMUPD: SEGMENTS OPENED    = ' WS-SEGMENTS-OPENED
043400     DISPLAY 'PERSMUPD: SEGMENTS CORRECTED = '
043500         WS-SEGMENTS-CORRECTED
043600     DISPLAY 'PERSMUPD: UNCHANGED          = ' WS-UNCHANGED
043700     DISPLAY 'PERSMUPD: OLDER PERIOD       = ' WS-OLDER-PERIOD
043800     DISPLAY 'PERSMUPD: UPDATE ERRORS      = ' WS-UPDATE-ERRORS.
043900*=================================================================
044000*=================================================================
044100*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
044200*=================================================================
044300 9000-DISPLAY-VERSION-TRAILER.
044400     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='PERSMUPD -'==
044500                             ==:LINECOUNT:== BY
044600                                 WS-REPORT-LINES.
