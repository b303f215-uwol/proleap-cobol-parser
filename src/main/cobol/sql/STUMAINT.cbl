001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 RSG   INITIAL VERSION - AUDITED STUDENT TABLE
001200*                   MAINTENANCE ON THE TCHMAINT PATTERN.
001210*  2026-10-15 RSG   GUARDIAN NAME AND PHONE COLUMNS FOR THE
001220*                   TRUANCY REPORT, CARRIED ON THE ADD AND
001230*                   CHANGE CARDS AND AUDITED LIKE THE NAME.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR THE STUDENT TABLE, SO ENRLLOAD
001500*  STOPS TAKING EN-STUDENT-ID ON FAITH.  AN ADD CARD INSERTS
001800*  CHANGE WRITES BEFORE AND AFTER IMAGE LINES IN THE SAME
001900*  TRANSACTION-LOG FORMAT TCHMAINT USES, AND THE RUN PRINTS A
002000*  MAINTENANCE REGISTER.
002010*  THE GUARDIAN NAME AND PHONE (COLUMNS 42-66 AND 67-80) ARE
002020*  THE CONTACT TRUANRPT PRINTS.  THEY ARE OPTIONAL ON AN ADD
002030*  CARD; ON A CHANGE CARD A BLANK GUARDIAN FIELD KEEPS WHAT IS
002040*  ON THE TABLE, SO A NAME-ONLY CHANGE DOES NOT WIPE THE
002050*  CONTACT.  A GUARDIAN CHANGE LOGS ITS OWN BEFORE AND AFTER
002060*  LINES (GUARDNM-B/-A, GUARDPH-B/-A).
002100*=================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004500         88  SC-DELETE              VALUE 'D'.
004600     05  SC-STUDENT-ID              PIC 9(10).
004700     05  SC-STUDENT-NAME            PIC X(30).
004810     05  SC-GUARDIAN-NAME           PIC X(25).
004820     05  SC-GUARDIAN-PHONE          PIC X(14).
004900 FD  TXN-LOG
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  TXN-LOG-LINE                   PIC X(80).
006800         05 WS-STUDENT-ID           PIC 9(10).
006900         05 WS-STUDENT-NAME         PIC X(30).
007000         05 WS-STUDENT-STATUS       PIC X(1).
007010         05 WS-GUARDIAN-NAME        PIC X(25).
007020         05 WS-GUARDIAN-PHONE       PIC X(14).
007100   EXEC SQL END DECLARE SECTION
007200   END-EXEC.
007300*=================================================================
008600 01  WS-BEFORE-IMAGE.
008700     05  WS-BEFORE-NAME             PIC X(30).
008800     05  WS-BEFORE-STATUS           PIC X(1).
008810     05  WS-BEFORE-GUARDIAN-NAME    PIC X(25).
008820     05  WS-BEFORE-GUARDIAN-PHONE   PIC X(14).
008900*=================================================================
009000*    TRANSACTION-LOG DETAIL - THE SAME LAYOUT TCHMAINT WRITES,
009100*    WITH THE NAME IMAGE CARRIED IN THE TRAILING BYTES
018700     MOVE SPACES TO WS-BEFORE-IMAGE
018800     MOVE SC-STUDENT-ID TO WS-STUDENT-ID
018900   EXEC SQL
019000     SELECT STUDENT-NAME, STATUS, GUARDIAN-NAME,
019010            GUARDIAN-PHONE
019100       INTO :WS-STUDENT-NAME, :WS-STUDENT-STATUS,
019110            :WS-GUARDIAN-NAME, :WS-GUARDIAN-PHONE
019200       FROM STUDENT
019300       WHERE STUDENT-ID = :WS-STUDENT-ID
019400   END-EXEC
019600         MOVE 'Y' TO WS-ROW-ON-TABLE-SW
019700         MOVE WS-STUDENT-NAME   TO WS-BEFORE-NAME
019800         MOVE WS-STUDENT-STATUS TO WS-BEFORE-STATUS
019810         MOVE WS-GUARDIAN-NAME  TO WS-BEFORE-GUARDIAN-NAME
019820         MOVE WS-GUARDIAN-PHONE TO WS-BEFORE-GUARDIAN-PHONE
019900     END-IF.
020000*=================================================================
020100*    2100-APPLY-INSERT
021200         MOVE SC-STUDENT-ID   TO WS-STUDENT-ID
021300         MOVE SC-STUDENT-NAME TO WS-STUDENT-NAME
021400         MOVE 'A'             TO WS-STUDENT-STATUS
021410         MOVE SC-GUARDIAN-NAME  TO WS-GUARDIAN-NAME
021420         MOVE SC-GUARDIAN-PHONE TO WS-GUARDIAN-PHONE
021500   EXEC SQL
021600     INSERT INTO STUDENT
021700       (STUDENT-ID, STUDENT-NAME, STATUS, GUARDIAN-NAME,
021710        GUARDIAN-PHONE)
021800       VALUES (:WS-STUDENT-ID, :WS-STUDENT-NAME,
021900               :WS-STUDENT-STATUS, :WS-GUARDIAN-NAME,
021910               :WS-GUARDIAN-PHONE)
022000   END-EXEC
022100         IF SQLCODE = 0
022200             ADD 1 TO WS-INSERTS-APPLIED
024000     END-IF
024100     IF WS-CARD-OK
024200         MOVE SC-STUDENT-NAME TO WS-STUDENT-NAME
024210         MOVE WS-BEFORE-GUARDIAN-NAME  TO WS-GUARDIAN-NAME
024220         MOVE WS-BEFORE-GUARDIAN-PHONE TO WS-GUARDIAN-PHONE
024230         IF SC-GUARDIAN-NAME NOT = SPACES
024240             MOVE SC-GUARDIAN-NAME  TO WS-GUARDIAN-NAME
024250         END-IF
024260         IF SC-GUARDIAN-PHONE NOT = SPACES
024270             MOVE SC-GUARDIAN-PHONE TO WS-GUARDIAN-PHONE
024280         END-IF
024300   EXEC SQL
024400     UPDATE STUDENT
024500       SET STUDENT-NAME = :WS-STUDENT-NAME,
024510           GUARDIAN-NAME = :WS-GUARDIAN-NAME,
024520           GUARDIAN-PHONE = :WS-GUARDIAN-PHONE
024600       WHERE STUDENT-ID = :WS-STUDENT-ID
024700   END-EXEC
024800         IF SQLCODE = 0
027400         IF SQLCODE = 0
027500             ADD 1 TO WS-RETIRES-APPLIED
027600             MOVE WS-BEFORE-NAME TO WS-STUDENT-NAME
027610             MOVE WS-BEFORE-GUARDIAN-NAME  TO WS-GUARDIAN-NAME
027620             MOVE WS-BEFORE-GUARDIAN-PHONE TO WS-GUARDIAN-PHONE
027700             PERFORM 2800-WRITE-AUDIT-IMAGES
027800         ELSE
027900             MOVE 'N' TO WS-CARD-OK-SW
031300     END-IF
031400     MOVE 'AFTER     ' TO WS-TXN-LOG-RESULT
031500     MOVE WS-STUDENT-NAME TO WS-TXN-LOG-IMAGE
031600     WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
031601     IF WS-GUARDIAN-NAME NOT = WS-BEFORE-GUARDIAN-NAME
031602         IF WS-ROW-ON-TABLE
031603             MOVE 'GUARDNM-B ' TO WS-TXN-LOG-RESULT
031604             MOVE WS-BEFORE-GUARDIAN-NAME TO WS-TXN-LOG-IMAGE
031605             WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
031606         END-IF
031607         MOVE 'GUARDNM-A ' TO WS-TXN-LOG-RESULT
031608         MOVE WS-GUARDIAN-NAME TO WS-TXN-LOG-IMAGE
031609         WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
031610     END-IF
031611     IF WS-GUARDIAN-PHONE NOT = WS-BEFORE-GUARDIAN-PHONE
031612         IF WS-ROW-ON-TABLE
031613             MOVE 'GUARDPH-B ' TO WS-TXN-LOG-RESULT
031614             MOVE WS-BEFORE-GUARDIAN-PHONE TO WS-TXN-LOG-IMAGE
031615             WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
031616         END-IF
031617         MOVE 'GUARDPH-A ' TO WS-TXN-LOG-RESULT
031618         MOVE WS-GUARDIAN-PHONE TO WS-TXN-LOG-IMAGE
031619         WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
031620     END-IF.
031700*=================================================================
031800*    2900-WRITE-REGISTER-LINE
031900*=================================================================
