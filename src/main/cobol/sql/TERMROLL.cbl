001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 RSG   INITIAL VERSION - TERM ROLLOVER FOR THE
001200*                   REGISTRAR DATABASE.
001210*  2026-10-15 RSG   COURSE-CODE NOW GOES TO ENROLLHIST WITH THE
001220*                   REST OF THE ROW AND CARRIES FORWARD WITH AN
001230*                   ACTIVE ENROLLMENT, SO ENRLLOAD CAN FIND PAST
001240*                   PREREQUISITE GRADES.
001250*  2026-10-15 RSG   DROP-DATE NOW GOES TO ENROLLHIST WITH THE
001260*                   REST OF THE ROW.
001300*=================================================================
001400*  CLOSES A TERM AS A PROCESSED EVENT INSTEAD OF A VALUE ON A
001500*  CARD.  THE CONTROL CARD NAMES THE FINISHED TERM, THE NEW
018000 2000-ARCHIVE-FINISHED-TERM.
018100   EXEC SQL
018200     INSERT INTO ENROLLHIST
018210       (STUDENT-ID, TEACHER-ID, TERM, STATUS, GRADE, LOAD-SEQ,
018220        COURSE-CODE, DROP-DATE)
018230       SELECT STUDENT-ID, TEACHER-ID, TERM, STATUS, GRADE,
018240              LOAD-SEQ, COURSE-CODE, DROP-DATE
018600       FROM ENROLLMENT
018700       WHERE TERM = :WS-OLD-TERM
018800   END-EXEC
021200 3000-CARRY-ACTIVE-FORWARD.
021300   EXEC SQL
021400     INSERT INTO ENROLLMENT
021410       (STUDENT-ID, TEACHER-ID, TERM, STATUS, LOAD-SEQ,
021420        COURSE-CODE)
021430       SELECT STUDENT-ID, TEACHER-ID, :WS-NEW-TERM, 'A',
021440              LOAD-SEQ, COURSE-CODE
021800       FROM ENROLLMENT
021900       WHERE TERM = :WS-OLD-TERM
022000         AND STATUS = 'A'
