001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 VSG   INITIAL VERSION - RENTAL-ARCHIVE RETRIEVAL
001200*                   AND RESTORE.
001210*  2026-10-15 VSG   A RESTORED RENTAL KEEPS THE STATUS THE
001220*                   ARCHIVE LINE CARRIES (LOST OR RETURNED) AND
001230*                   COMES BACK WITH NO SECURITY DEPOSIT HELD.
001240*  2026-10-15 VSG   EXTRACT LINES NOW SHOW THE HOUSEHOLD MEMBER
001250*                   WHO TOOK THE TAPE, AND A RESTORE CARRIES IT
001260*                   BACK ONTO THE RENTAL, FOR DISPUTE HANDLING.
001270*  2026-10-15 VSG   A RESTORED RENTAL CARRIES NO SUBSCRIPTION
001280*                   PLAN FLAG (THE ARCHIVE DOES NOT KEEP ONE).
001285*  2026-10-15 VSG   A RESTORE CARRIES BACK THE COPY NUMBER THE
001290*                   ARCHIVE LINE NOW HOLDS IN COLUMNS 62-64.
001300*=================================================================
001400*  REQUEST-CARD-DRIVEN ACCESS TO THE RENTHIST ARCHIVE.  AN
001500*  EXTRACT CARD SELECTS ARCHIVED RENTALS BY CUSTOMER ID, VIDEO
001600*  CODE, OR RETURN-DATE RANGE AND LISTS THEM READABLY ON THE
001700*  RETRIEVAL REPORT.  A RESTORE CARD NAMES AN ARCHIVED RENTAL
001800*  NUMBER AND WRITES THAT RECORD BACK INTO RENTFILE (STATUS
001900*  AS ARCHIVED) SO A DISPUTED OR MISTAKENLY PURGED RENTAL CAN BE
002000*  WORKED ON AGAIN.  THE ARCHIVE ITSELF IS NEVER MODIFIED.
002100*=================================================================
002200 ENVIRONMENT DIVISION.
006100     05  RH-RETURN-DATE             PIC 9(8).
006200     05  FILLER                     PIC X(1).
006300     05  RH-LATE-FEE                PIC 9(5)V99.
006310     05  FILLER                     PIC X(1).
006320     05  RH-STATUS                  PIC X(1).
006322     05  FILLER                     PIC X(1).
006324     05  RH-MEMBER-NO               PIC 9(2).
006325     05  FILLER                     PIC X(1).
006326     05  RH-COPY-NUMBER             PIC 9(3).
006330     05  FILLER                     PIC X(16).
006500 FD  RENTFILE.
006600 COPY RENTREC.
006700 FD  RQCARD-FILE
012600     05  RL-RETURN-DATE             PIC 9(8).
012700     05  FILLER                     PIC X(2)  VALUE SPACE.
012800     05  RL-LATE-FEE                PIC ZZZZ9.99.
012810     05  FILLER                     PIC X(2)  VALUE SPACE.
012820     05  RL-MEMBER-NO               PIC 9(2).
012900 PROCEDURE DIVISION.
013000*=================================================================
013100 0000-MAINLINE.
022900     MOVE RH-CHECKOUT-DATE           TO RL-CHECKOUT-DATE
023000     MOVE RH-RETURN-DATE             TO RL-RETURN-DATE
023100     MOVE RH-LATE-FEE                TO RL-LATE-FEE
023110     IF RH-MEMBER-NO NUMERIC
023120         MOVE RH-MEMBER-NO           TO RL-MEMBER-NO
023130     ELSE
023140         MOVE ZERO                   TO RL-MEMBER-NO
023150     END-IF
023200     WRITE RETRIEVE-LINE FROM WS-RETRIEVE-DETAIL
023300     ADD 1 TO WS-REPORT-LINES.
023400*=================================================================
027300     MOVE RH-DUE-DATE                TO RENTAL-DUE-DATE
027400     MOVE RH-RETURN-DATE             TO RENTAL-RETURN-DATE
027500     MOVE 'R'                        TO RENTAL-STATUS
027510     IF RH-STATUS = 'L'
027520         MOVE 'L'                    TO RENTAL-STATUS
027530     END-IF
027600     MOVE RH-LATE-FEE                TO RENTAL-LATE-FEE
027610     MOVE ZERO                       TO RENTAL-DEPOSIT-AMT
027620     IF RH-MEMBER-NO NUMERIC
027630         MOVE RH-MEMBER-NO           TO RENTAL-MEMBER-NO
027640     ELSE
027650         MOVE ZERO                   TO RENTAL-MEMBER-NO
027660     END-IF
027670     MOVE SPACE                      TO RENTAL-PLAN-FLAG
027675     IF RH-COPY-NUMBER NUMERIC
027680         MOVE RH-COPY-NUMBER         TO RENTAL-COPY-NUMBER
027685     ELSE
027690         MOVE ZERO                   TO RENTAL-COPY-NUMBER
027695     END-IF
027700     WRITE RENTAL-RECORD
027800         INVALID KEY
027900             DISPLAY 'HISTRTRV: RENTAL ALREADY ON FILE='
