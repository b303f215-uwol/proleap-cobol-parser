001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 RSG   INITIAL VERSION - CARD-DRIVEN GRADE POSTING
001200*                   ONTO THE ENROLLMENT TABLE.
001210*  2026-10-15 RSG   THE CARD NOW NAMES ITS COURSE (COLS 29-36)
001220*                   AND ONLY THAT CLASS'S ROW IS GRADED - ONE
001230*                   CARD GRADED EVERY COURSE THE STUDENT TOOK
001240*                   FROM THE TEACHER THAT TERM.
001300*=================================================================
001400*  POSTS TERM GRADES FROM THE GRADE CARD DECK ONTO THE NEW
001500*  GRADE COLUMN OF THE ENROLLMENT TABLE, IN THE ENRLLOAD MOLD:
001900*  SAME TEACHER WHO SIGNED THE CARD - A TEACHER POSTS ONLY
002000*  THEIR OWN CLASS.  TRNSCRPT READS THE GRADES BACK FOR THE
002100*  REGISTRAR'S TRANSCRIPT REPORT.
002110*  A CLASS IS THE TEACHER, TERM AND COURSE, SO THE CARD CARRIES
002120*  THE COURSE CODE IN COLUMNS 29-36 AND IT IS REQUIRED.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004500                                          'B-' 'C+' 'C ' 'C-'
004600                                          'D+' 'D ' 'F ' 'I '
004700                                          'W '.
004710     05  GC-COURSE-CODE             PIC X(8).
004800     05  FILLER                     PIC X(44).
004900 FD  GRADREG-RPT
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  GRADREG-LINE                   PIC X(80).
006600         05 WS-GR-TEACHER-ID        PIC 9(10).
006700         05 WS-GR-TERM              PIC X(6).
006800         05 WS-GR-GRADE             PIC X(2).
006810         05 WS-GR-COURSE-CODE       PIC X(8).
006900     01 WS-ENROLL-STATUS            PIC X(1).
007000   EXEC SQL END DECLARE SECTION
007100   END-EXEC.
017000         MOVE 'GRADE NOT ON VALID SET'
017100             TO WS-REJECT-REASON
017200     END-IF
017210     IF WS-CARD-OK
017220         AND GC-COURSE-CODE = SPACES
017230         MOVE 'N' TO WS-CARD-OK-SW
017240         MOVE 'COURSE CODE IS REQUIRED'
017250             TO WS-REJECT-REASON
017260     END-IF
017300     IF WS-CARD-OK
017400         MOVE GC-STUDENT-ID TO WS-GR-STUDENT-ID
017500         MOVE GC-TEACHER-ID TO WS-GR-TEACHER-ID
017600         MOVE GC-TERM       TO WS-GR-TERM
017610         MOVE GC-COURSE-CODE TO WS-GR-COURSE-CODE
017700   EXEC SQL
017800     SELECT STATUS
017900       INTO :WS-ENROLL-STATUS
018100       WHERE STUDENT-ID = :WS-GR-STUDENT-ID
018200         AND TEACHER-ID = :WS-GR-TEACHER-ID
018300         AND TERM = :WS-GR-TERM
018310         AND COURSE-CODE = :WS-GR-COURSE-CODE
018400   END-EXEC
018500         IF SQLCODE = 100
018600             MOVE 'N' TO WS-CARD-OK-SW
018700             MOVE 'NO ENROLLMENT FOR CLASS'
018800                 TO WS-REJECT-REASON
018900         ELSE
019000             IF SQLCODE NOT = 0
020600       WHERE STUDENT-ID = :WS-GR-STUDENT-ID
020700         AND TEACHER-ID = :WS-GR-TEACHER-ID
020800         AND TERM = :WS-GR-TERM
020810         AND COURSE-CODE = :WS-GR-COURSE-CODE
020900   END-EXEC
021000     IF SQLCODE = 0
021100         ADD 1 TO WS-GRADES-POSTED
