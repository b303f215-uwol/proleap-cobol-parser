001130*  2026-09-02 VSG   CARDS NOW CARRY THE HOME STORE IN COLUMNS
001140*                   63-64 FOR THE SECOND LOCATION; ADD AND
001150*                   CHANGE CARDS SET VIDEO-STORE-CODE.
001160*  2026-10-15 VSG   CARDS NOW CARRY THE CONTENT RATING IN COLUMN
001170*                   65 (G/P/T/R/N/X); ADD CARDS SET IT, CHANGE
001180*                   CARDS AMEND IT WHEN THE COLUMN IS FILLED.
001182*  2026-10-15 VSG   CARDS NOW CARRY THE TITLE'S DISTRIBUTOR IN
001184*                   COLUMNS 66-69, EDITED AGAINST DISTFILE; ADD
001186*                   CARDS SET IT, CHANGE CARDS AMEND IT WHEN
001188*                   THE COLUMNS ARE FILLED.  POGEN RAISES THE
001190*                   TITLE'S ORDERS TO THIS DISTRIBUTOR.
001192*  2026-10-15 VSG   CARDS NOW CARRY THE GENRE CODE IN COLUMNS
001194*                   70-71, EDITED AGAINST VIDOREC; ADD CARDS SET
001196*                   IT, CHANGE CARDS AMEND IT WHEN THE COLUMNS
001198*                   ARE FILLED.
001200*=================================================================
001300*  CARD-DRIVEN MAINTENANCE FOR VIDOFILE.  AN ADD CARD CREATES A
001400*  NEW TITLE (CODE, TITLE, MEDIA FORMAT, COPIES, MIN COPIES,
003600     SELECT VIDAUD-RPT ASSIGN TO 'VIDAUD'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FC-VIDAUD-STATUS.
003810     SELECT OPTIONAL DISTFILE ASSIGN TO 'IDXDIST'
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS DIST-ID OF DIST-RECORD
003850         FILE STATUS IS FC-DISTFILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  VIDOFILE.
005500     05  VM-PRICE-TIER              PIC X(1).
005600     05  VM-EFFECT-DATE             PIC 9(8).
005610     05  VM-STORE-CODE              PIC 9(2).
005620     05  VM-RATING                  PIC X(1).
005630     05  VM-DISTRIBUTOR-ID          PIC 9(4).
005640     05  VM-GENRE                   PIC X(2).
005700     05  FILLER                     PIC X(9).
005800 FD  VIDAUD-RPT
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  VIDAUD-LINE                    PIC X(80).
006010 FD  DISTFILE.
006020 COPY DISTREC.
006100 WORKING-STORAGE SECTION.
006200*=================================================================
006300 COPY VERSTAMP.
006500     05  FC-VIDOFILE-STATUS         PIC X(2).
006600     05  FC-VIDCARD-STATUS          PIC X(2).
006700     05  FC-VIDAUD-STATUS           PIC X(2).
006710     05  FC-DISTFILE-STATUS         PIC X(2).
006800 01  WS-SWITCHES.
006900     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007000         88  WS-EOF                 VALUE 'Y'.
007200         88  WS-CARD-OK             VALUE 'Y'.
007300     05  WS-VIDEO-ON-FILE-SW        PIC X(1) VALUE 'N'.
007400         88  WS-VIDEO-ON-FILE       VALUE 'Y'.
007410     05  WS-DISTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
007420         88  WS-DISTFILE-AVAIL      VALUE 'Y'.
007500 01  WS-REJECT-REASON               PIC X(30).
007600 01  WS-BEFORE-IMAGE.
007700     05  WS-BEFORE-TITLE            PIC X(40).
008000     05  WS-BEFORE-MIN-COPIES       PIC 9(3).
008100     05  WS-BEFORE-TIER             PIC X(1).
008200     05  WS-BEFORE-ACTIVE           PIC X(1).
008210     05  WS-BEFORE-RATING           PIC X(1).
008220     05  WS-BEFORE-DISTRIBUTOR      PIC X(4).
008230     05  WS-BEFORE-GENRE            PIC X(2).
008300 01  WS-COUNTERS.
008400     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
008500     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
011100     05  AI-ACTIVE                  PIC X(1).
011200     05  FILLER                     PIC X(2)  VALUE SPACE.
011300     05  AI-TITLE                   PIC X(40).
011310     05  FILLER                     PIC X(1)  VALUE SPACE.
011320     05  AI-RATING                  PIC X(1).
011330     05  FILLER                     PIC X(1)  VALUE SPACE.
011340     05  AI-DISTRIBUTOR             PIC X(4).
011350     05  FILLER                     PIC X(1)  VALUE SPACE.
011360     05  AI-GENRE                   PIC X(2).
011400 PROCEDURE DIVISION.
011500*=================================================================
011600 0000-MAINLINE.
014501     IF NOT RCHK-IN-PROD
014502         WRITE VIDAUD-LINE FROM RCHK-WATERMARK
014503     END-IF
014504     OPEN INPUT DISTFILE
014505     IF FC-DISTFILE-STATUS = '00'
014506         MOVE 'Y' TO WS-DISTFILE-AVAIL-SW
014507     END-IF
014600     PERFORM 1100-READ-NEXT-CARD.
014700*=================================================================
014800*    1100-READ-NEXT-CARD
019400         MOVE VIDEO-MIN-COPIES       TO WS-BEFORE-MIN-COPIES
019500         MOVE VIDEO-PRICE-TIER       TO WS-BEFORE-TIER
019600         MOVE VIDEO-ACTIVE-FLAG      TO WS-BEFORE-ACTIVE
019610         MOVE VIDEO-RATING           TO WS-BEFORE-RATING
019620         MOVE VIDEO-DISTRIBUTOR-ID   TO WS-BEFORE-DISTRIBUTOR
019630         MOVE VIDEO-GENRE            TO WS-BEFORE-GENRE
019700     END-IF.
019800*=================================================================
019900*    2100-APPLY-ADD - CREATE A NEW TITLE
022490         ELSE
022491             MOVE ZERO               TO VIDEO-STORE-CODE
022492         END-IF
022493         MOVE VM-RATING              TO VIDEO-RATING
022494         IF VM-DISTRIBUTOR-ID NUMERIC
022495             MOVE VM-DISTRIBUTOR-ID  TO VIDEO-DISTRIBUTOR-ID
022496         ELSE
022497             MOVE ZERO               TO VIDEO-DISTRIBUTOR-ID
022498         END-IF
022499         MOVE VM-GENRE               TO VIDEO-GENRE
022500         WRITE VIDEO-RECORD
022600             INVALID KEY
022700                 MOVE 'N' TO WS-CARD-OK-SW
024910         IF VM-STORE-CODE NUMERIC
024920             MOVE VM-STORE-CODE      TO VIDEO-STORE-CODE
024930         END-IF
024940         IF VM-RATING NOT = SPACE
024950             MOVE VM-RATING          TO VIDEO-RATING
024960         END-IF
024965         IF VM-DISTRIBUTOR-ID NUMERIC
024970             AND VM-DISTRIBUTOR-ID > ZERO
024975             MOVE VM-DISTRIBUTOR-ID  TO VIDEO-DISTRIBUTOR-ID
024980         END-IF
024985         IF VM-GENRE NOT = SPACES
024990             MOVE VM-GENRE           TO VIDEO-GENRE
024995         END-IF
025000         REWRITE VIDEO-RECORD
025100             INVALID KEY
025200                 MOVE 'N' TO WS-CARD-OK-SW
032000         MOVE 'MIN COPIES NOT NUMERIC'
032100             TO WS-REJECT-REASON
032200     END-IF
032210     IF WS-CARD-OK
032220         MOVE VM-RATING TO VIDEO-RATING
032230         IF NOT VIDEO-RATING-VALID
032240             MOVE 'N' TO WS-CARD-OK-SW
032250             MOVE 'INVALID CONTENT RATING'
032260                 TO WS-REJECT-REASON
032270         END-IF
032280     END-IF
032281     IF WS-CARD-OK
032282         MOVE VM-GENRE TO VIDEO-GENRE
032283         IF NOT VIDEO-GENRE-VALID
032284             MOVE 'N' TO WS-CARD-OK-SW
032285             MOVE 'INVALID GENRE CODE'
032286                 TO WS-REJECT-REASON
032287         END-IF
032288     END-IF
032289     IF WS-CARD-OK
032290         AND WS-DISTFILE-AVAIL
032291         AND VM-DISTRIBUTOR-ID NUMERIC
032292         AND VM-DISTRIBUTOR-ID > ZERO
032293         PERFORM 2460-EDIT-DISTRIBUTOR
032294     END-IF
032300     PERFORM 2450-RESTORE-RECORD-FIELDS.
032400*=================================================================
032500*    2450-RESTORE-RECORD-FIELDS - THE EDITS ABOVE BORROWED THE
032900     IF WS-VIDEO-ON-FILE
033000         MOVE WS-BEFORE-FORMAT TO VIDEO-MEDIA-FORMAT
033100         MOVE WS-BEFORE-TIER   TO VIDEO-PRICE-TIER
033110         MOVE WS-BEFORE-RATING TO VIDEO-RATING
033120         MOVE WS-BEFORE-GENRE  TO VIDEO-GENRE
033200     END-IF.
033205*=================================================================
033210*    2460-EDIT-DISTRIBUTOR - A NAMED DISTRIBUTOR MUST BE ON
033215*    DISTFILE AND STILL ACTIVE
033220*=================================================================
033225 2460-EDIT-DISTRIBUTOR.
033230     MOVE VM-DISTRIBUTOR-ID TO DIST-ID
033235     READ DISTFILE
033240         INVALID KEY
033245             MOVE 'N' TO WS-CARD-OK-SW
033250             MOVE 'DISTRIBUTOR NOT ON FILE'
033255                 TO WS-REJECT-REASON
033260     END-READ
033265     IF WS-CARD-OK
033270         AND DIST-INACTIVE
033275         MOVE 'N' TO WS-CARD-OK-SW
033280         MOVE 'DISTRIBUTOR IS INACTIVE'
033285             TO WS-REJECT-REASON
033290     END-IF.
033300*=================================================================
033400*    2900-WRITE-AUDIT-LINES - CARD DISPOSITION PLUS BEFORE AND
033500*    AFTER IMAGES FOR EVERY ACCEPTED UPDATE
035500             MOVE WS-BEFORE-TIER         TO AI-TIER
035600             MOVE WS-BEFORE-ACTIVE       TO AI-ACTIVE
035700             MOVE WS-BEFORE-TITLE        TO AI-TITLE
035710             MOVE WS-BEFORE-RATING       TO AI-RATING
035720             MOVE WS-BEFORE-DISTRIBUTOR  TO AI-DISTRIBUTOR
035730             MOVE WS-BEFORE-GENRE        TO AI-GENRE
035800             WRITE VIDAUD-LINE FROM WS-AUDIT-IMAGE-LINE
035900             ADD 1 TO WS-AUDIT-LINES
036000         END-IF
036500         MOVE VIDEO-PRICE-TIER       TO AI-TIER
036600         MOVE VIDEO-ACTIVE-FLAG      TO AI-ACTIVE
036700         MOVE VIDEO-TITLE            TO AI-TITLE
036710         MOVE VIDEO-RATING           TO AI-RATING
036720         MOVE VIDEO-DISTRIBUTOR-ID   TO AI-DISTRIBUTOR
036730         MOVE VIDEO-GENRE            TO AI-GENRE
036800         WRITE VIDAUD-LINE FROM WS-AUDIT-IMAGE-LINE
036900         ADD 1 TO WS-AUDIT-LINES
037000     END-IF.
037099         MOVE SPACES TO CJRN-NEW-VALUE
037100         MOVE VIDEO-ACTIVE-FLAG TO CJRN-NEW-VALUE (1:1)
037101         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
037102     END-IF
037103     IF WS-BEFORE-RATING NOT = VIDEO-RATING
037104         MOVE 'RATING      ' TO CJRN-FIELD
037105         MOVE SPACES TO CJRN-OLD-VALUE
037106         MOVE WS-BEFORE-RATING TO CJRN-OLD-VALUE (1:1)
037107         MOVE SPACES TO CJRN-NEW-VALUE
037108         MOVE VIDEO-RATING TO CJRN-NEW-VALUE (1:1)
037109         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
037110     END-IF
037115     IF WS-BEFORE-DISTRIBUTOR NOT = VIDEO-DISTRIBUTOR-ID
037120         MOVE 'DISTRIBUTOR ' TO CJRN-FIELD
037125         MOVE SPACES TO CJRN-OLD-VALUE
037130         MOVE WS-BEFORE-DISTRIBUTOR TO CJRN-OLD-VALUE (1:4)
037135         MOVE SPACES TO CJRN-NEW-VALUE
037140         MOVE VIDEO-DISTRIBUTOR-ID TO CJRN-NEW-VALUE (1:4)
037145         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
037150     END-IF
037155     IF WS-BEFORE-GENRE NOT = VIDEO-GENRE
037160         MOVE 'GENRE       ' TO CJRN-FIELD
037165         MOVE SPACES TO CJRN-OLD-VALUE
037170         MOVE WS-BEFORE-GENRE TO CJRN-OLD-VALUE (1:2)
037175         MOVE SPACES TO CJRN-NEW-VALUE
037180         MOVE VIDEO-GENRE TO CJRN-NEW-VALUE (1:2)
037185         CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
037190     END-IF.
037195*=================================================================
037200*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
037300*=================================================================
037400 3000-TERMINATE.
037500     CLOSE VIDOFILE
037600     CLOSE VIDCARD-FILE
037700     CLOSE VIDAUD-RPT
037710     IF WS-DISTFILE-AVAIL
037720         CLOSE DISTFILE
037730     END-IF
037800     DISPLAY 'VIDMAINT: CARDS READ       = ' WS-CARDS-READ
037900     DISPLAY 'VIDMAINT: ADDS APPLIED     = ' WS-ADDS-APPLIED
038000     DISPLAY 'VIDMAINT: CHANGES APPLIED  = ' WS-CHANGES-APPLIED
