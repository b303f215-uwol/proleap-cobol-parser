002100*  2026-08-22 VSG   OPEN FAILURES NOW GO THROUGH THE COMMON
002200*                   FILERR HANDLER (STANDARD DIAGNOSTIC LINE,
002300*                   DIAGFILE DUMP, STEP RETURN CODE).
002310*  2026-10-15 VSG   RENTALS CLOSED LOST AND FULLY SETTLED ARE
002320*                   NOW ARCHIVED ONCE THEIR DUE DATE PASSES THE
002330*                   CUTOFF, AND THE HISTORY LINE CARRIES THE
002340*                   RENTAL STATUS IN COLUMN 57 SO RISKSCR CAN
002350*                   STILL COUNT THE LOSSES.
002360*  2026-10-15 VSG   THE HISTORY LINE NOW CARRIES THE HOUSEHOLD
002370*                   MEMBER WHO TOOK THE TAPE IN COLUMNS 59-60.
002375*  2026-10-15 VSG   THE HISTORY LINE NOW CARRIES THE PHYSICAL
002380*                   COPY RENTED IN COLUMNS 62-64 FOR THE COPYROI
002385*                   COPY PROFITABILITY REPORT.
002400*=================================================================
002500*  MOVES CLOSED-OUT RENTAL-TRANS RECORDS (RENTAL-RETURNED) WHOSE
002600*  RETURN DATE IS OLDER THAN WS-RETENTION-CUTOFF FROM RENTFILE TO
002700*  THE RENTHIST SEQUENTIAL HISTORY FILE, AND DELETES THEM FROM THE
002800*  ACTIVE FILE SO IT DOES NOT GROW UNBOUNDED.  A RENTAL CLOSED
002810*  LOST GOES THE SAME WAY ONCE NOTHING IS OWED ON IT AND ITS
002820*  DUE DATE IS OLDER THAN THE CUTOFF (IT HAS NO RETURN DATE).
002900*=================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
009200     05  HL-RETURN-DATE             PIC 9(8).
009300     05  FILLER                     PIC X(1)  VALUE SPACE.
009400     05  HL-LATE-FEE                PIC 9(5)V99.
009410     05  FILLER                     PIC X(1)  VALUE SPACE.
009420     05  HL-STATUS                  PIC X(1).
009430     05  FILLER                     PIC X(1)  VALUE SPACE.
009440     05  HL-MEMBER-NO               PIC 9(2).
009450     05  FILLER                     PIC X(1)  VALUE SPACE.
009460     05  HL-COPY-NUMBER             PIC 9(3).
009500 PROCEDURE DIVISION.
009600*=================================================================
009700 0000-MAINLINE.
014600         AND RENTAL-RETURN-DATE < WS-RETENTION-CUTOFF
014700         PERFORM 2100-ARCHIVE-AND-PURGE
014800     END-IF
014810     IF RENTAL-LOST
014820         AND RENTAL-LATE-FEE = ZERO
014830         AND RENTAL-DUE-DATE < WS-RETENTION-CUTOFF
014840         PERFORM 2100-ARCHIVE-AND-PURGE
014850     END-IF
014900     PERFORM 1100-READ-NEXT-RENTAL.
015000*=================================================================
015100 2100-ARCHIVE-AND-PURGE.
015600     MOVE RENTAL-DUE-DATE            TO HL-DUE-DATE
015700     MOVE RENTAL-RETURN-DATE         TO HL-RETURN-DATE
015800     MOVE RENTAL-LATE-FEE            TO HL-LATE-FEE
015810     MOVE RENTAL-STATUS              TO HL-STATUS
015820     MOVE RENTAL-MEMBER-NO           TO HL-MEMBER-NO
015830     MOVE RENTAL-COPY-NUMBER         TO HL-COPY-NUMBER
015900     WRITE RENTHIST-LINE FROM WS-HIST-LINE
016000     DELETE RENTFILE RECORD
016100         INVALID KEY
