001200*                   FOR THE NEW CPYFILE COPY-LEVEL INVENTORY.
001210*  2026-09-02 VSG   ADD CARDS NOW CARRY THE HOLDING STORE IN
001220*                   COLUMNS 19-20 FOR THE SECOND LOCATION.
001230*  2026-10-15 VSG   ADD CARDS NOW CARRY THE COPY'S ACQUISITION
001240*                   COST IN COLUMNS 21-25 (9(3)V99) FOR THE
001250*                   INVDEPR DEPRECIATION RUN; A BLANK COST IS
001260*                   LEFT FOR INVDEPR TO SET FROM THE TITLE'S
001270*                   RECEIPTS.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR CPYFILE.  AN ADD CARD CREATES A
001500*  COPY RECORD (VIDEO CODE, COPY NUMBER, CONDITION, ACQUISITION
006000     05  CP-CONDITION               PIC X(1).
006100     05  CP-EFFECT-DATE             PIC 9(8).
006110     05  CP-STORE-CODE              PIC 9(2).
006120     05  CP-ACQUIRED-COST           PIC 9(3)V99.
006200     05  FILLER                     PIC X(55).
006300 FD  CPYAUD-RPT
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  CPYAUD-LINE                    PIC X(80).
023430         ELSE
023440             MOVE ZERO               TO COPY-STORE-CODE
023450         END-IF
023455         IF CP-ACQUIRED-COST NUMERIC
023460             MOVE CP-ACQUIRED-COST   TO COPY-ACQUIRED-COST
023465         ELSE
023470             MOVE ZERO               TO COPY-ACQUIRED-COST
023475         END-IF
023480         MOVE ZERO                   TO COPY-ACCUM-DEPREC
023485         MOVE ZERO                   TO COPY-DEPREC-PERIOD
023490         MOVE SPACE                  TO COPY-BOOK-STATUS
023500         WRITE COPY-RECORD
023600             INVALID KEY
023700                 MOVE 'N' TO WS-CARD-OK-SW
