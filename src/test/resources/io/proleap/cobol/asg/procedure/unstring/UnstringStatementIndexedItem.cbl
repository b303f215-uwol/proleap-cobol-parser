000476     05  C-SUSPENSE          PIC 9(06)     VALUE ZERO.            Y2612893
000477     05  C-AUDIT             PIC 9(06)     VALUE ZERO.            Y2612893
000478     05  C-PARSED            PIC 9(06)     VALUE ZERO.            Y2612893
000479     05  C-ABS-WINDOW        PIC 9(06)     VALUE ZERO.            Y2612893
000477*=================================================================Y2612893
000478 01  FC-SUSPENSE-STATUS                  PIC X(02).                Y2612893
000479 01  FC-AUDIT-STATUS                     PIC X(02).                Y2612893
000492     05  WS-PD-BTRNR-E       PIC X(08).                           Y2612893
000493     05  FILLER              PIC X(01)  VALUE SPACE.              Y2612893
000494     05  WS-PD-WERT          PIC X(35).                           Y2612893
000494     05  FILLER              PIC X(01)  VALUE SPACE.              Y2612893
000495     05  WS-PD-DATUM         PIC X(08).                           Y2612893
000495 01  WS-PARSED-TRAILER.                                           Y2612893
000496     05  FILLER              PIC X(08)  VALUE 'TRAILER '.         Y2612893
000497     05  WS-PT-COUNT         PIC 9(06).                           Y2612893
001349     05  WS-TAG-NUM-A        PIC X(04).                           Y2612893
001350 01  WS-TAG-NUM              PIC 9(04).                           Y2612893
001351*=================================================================Y2612893
001352*    WS- Arbeitgeber-Stamm (EMPLMAST) fuer BTRNR-A/-E Pruefung    Y2612893
001353*        und Gueltigkeit der ABS-Elemente, Zugriff ueber EMPLLKUP Y2612893
001354 COPY EMPLLKQ.                                                    Y2612893
001355 01  WS-BTRNR-VALID          PIC X(01)  VALUE 'Y'.                Y2612893
001356     88  BTRNR-IS-VALID                 VALUE 'Y'.                Y2612893
001357 01  WS-ABS-WINDOW-SW        PIC X(01)  VALUE 'Y'.                Y2612893
001358     88  ABS-IN-WINDOW                  VALUE 'Y'.                Y2612893
001359 01  WS-RUN-DATUM            PIC 9(08)  VALUE ZERO.               Y2612893
001359*=================================================================Y2612893
001360*    WS- Pruefung auf Dezimalpunkt-Formatfehler - unter          Y2612893
001361*    DECIMAL-POINT IS COMMA ist das Komma der Dezimaltrenner,     Y2612893
001372         88  WS-FIRST-BAND              VALUE 'Y'.                 Y2612893
001373*=================================================================Y2612893
       Procedure Division.
           perform B70090-INIT-BTRNR-LOOKUP
           perform B70100
           stop run.                                                            
005010*=================================================================Y2612893
005020 B70090-INIT-BTRNR-LOOKUP.                                        Y2612893
005021     MOVE 'UNSTRSMP'                 TO ELK-CALLER                Y2612893
005022     ACCEPT WS-RUN-DATUM FROM DATE YYYYMMDD                       Y2612893
005023     MOVE WS-RUN-DATUM               TO Z-DATUM                   Y2612893
005026     .                                                            Y2612893
005040*=================================================================Y2612893
005050 B70100.                                                          Y2612893
005415             IF WS-TAG-NUM > 0 AND WS-TAG-NUM <= 10                Y2612893
005416                 MOVE Z-WERT2        TO Z-ABS (WS-TAG-NUM)        Y2612893
005420                 MOVE 'ABS'          TO WS-PD-TYPE                Y2612893
005421                 PERFORM B70116-CHECK-ABS-WINDOW                  Y2612893
005422                 IF ABS-IN-WINDOW                                 Y2612893
005423                     PERFORM B70117-WRITE-PARSED-DETAIL           Y2612893
005424                 ELSE                                             Y2612893
005425                     PERFORM B70111-LOG-ABS-WINDOW                Y2612893
005426                 END-IF                                           Y2612893
005418             ELSE                                                  Y2612893
005419                 PERFORM B70110-LOG-REJECTED-KEY                  Y2612893
005417             END-IF                                                Y2612893
005488             ELSE                                                 Y2612893
005489                 PERFORM B70110-LOG-REJECTED-KEY                  Y2612893
005491             END-IF                                                Y2612893
005492         WHEN Z-WERT1  = 'DATUM'                                  Y2612893
005493             PERFORM B70114-SET-ABS-DATUM                         Y2612893
005495         WHEN Z-WERT1  = 'BAND-NR'                                Y2612893
005496             MOVE Z-WERT2        TO Z-BAND-NR                     Y2612893
005497             PERFORM B70125-CHECK-BAND-BREAK                      Y2612893
005546        WS-BATCH-COUNT                                            Y2612893
005546     DISPLAY 'B70100: AUDIT RECORDS (C-AUDIT)     = ' C-AUDIT      Y2612893
005546     DISPLAY 'B70100: PARSED RECORDS (C-PARSED)   = ' C-PARSED    Y2612893
005546     DISPLAY 'B70100: ABS OUTSIDE EMPLOYER WINDOW = '             Y2612893
005547        C-ABS-WINDOW                                              Y2612893
005547     .                                                            Y2612893
005548*=================================================================Y2612893
005548*    B70119-WRITE-AUDIT-TRAIL - RECORD EACH T-WERT SEGMENT THAT    Y2612893
005537     MOVE Z-BTRNR-A          TO WS-PD-BTRNR-A                     Y2612893
005537     MOVE Z-BTRNR-E          TO WS-PD-BTRNR-E                     Y2612893
005537     MOVE Z-WERT2            TO WS-PD-WERT                        Y2612893
005537     MOVE Z-DATUM            TO WS-PD-DATUM                       Y2612893
005537     WRITE PARSED-LINE FROM WS-PARSED-DETAIL                      Y2612893
005537     IF FC-PARSED-STATUS NOT = '00'                               Y2612893
005537         DISPLAY 'B70117: WRITE FAILED FOR PARSED-LINE, STATUS='  Y2612893
005539*=================================================================Y2612893
005539 B70115-VALIDATE-BTRNR.                                           Y2612893
005539     MOVE 'N' TO WS-BTRNR-VALID                                   Y2612893
005540     MOVE Z-WERT2 TO ELK-BTRNR                                    Y2612893
005541     MOVE ZERO TO ELK-AS-OF-DATE                                  Y2612893
005542     CALL 'EMPLLKUP' USING EMPLOYER-LOOKUP-REQUEST                Y2612893
005543     IF ELK-FOUND                                                 Y2612893
005544        MOVE 'Y' TO WS-BTRNR-VALID                                Y2612893
005545     END-IF                                                       Y2612893
005539     .                                                            Y2612893
005540*=================================================================Y2612893
005541*    B70114-SET-ABS-DATUM - DATUM=JJJJMMTT GILT FUER DIE FOLGENDENY2612893
005542*    ABS-ELEMENTE; OHNE DATUM GILT DAS TAGESDATUM                 Y2612893
005543 B70114-SET-ABS-DATUM.                                            Y2612893
005544     IF Z-WERT2 (1:8) IS NUMERIC                                  Y2612893
005545         MOVE Z-WERT2            TO Z-DATUM                       Y2612893
005546     ELSE                                                         Y2612893
005547         PERFORM B70110-LOG-REJECTED-KEY                          Y2612893
005548     END-IF                                                       Y2612893
005549     .                                                            Y2612893
005550*=================================================================Y2612893
005551*    B70116-CHECK-ABS-WINDOW - BEIDE ARBEITGEBER MUESSEN AM DATUM Y2612893
005552*    DES ABS-ELEMENTS GUELTIG SEIN                                Y2612893
005553 B70116-CHECK-ABS-WINDOW.                                         Y2612893
005554     MOVE 'Y' TO WS-ABS-WINDOW-SW                                 Y2612893
005555     MOVE Z-DATUM (1:8) TO ELK-AS-OF-DATE                         Y2612893
005556     IF Z-BTRNR-A NOT = SPACES                                    Y2612893
005557         MOVE Z-BTRNR-A TO ELK-BTRNR                              Y2612893
005558         CALL 'EMPLLKUP' USING EMPLOYER-LOOKUP-REQUEST            Y2612893
005559         IF ELK-OUTSIDE-WINDOW                                    Y2612893
005560             MOVE 'N' TO WS-ABS-WINDOW-SW                         Y2612893
005561         END-IF                                                   Y2612893
005562     END-IF                                                       Y2612893
005563     IF Z-BTRNR-E NOT = SPACES                                    Y2612893
005564         MOVE Z-BTRNR-E TO ELK-BTRNR                              Y2612893
005565         CALL 'EMPLLKUP' USING EMPLOYER-LOOKUP-REQUEST            Y2612893
005566         IF ELK-OUTSIDE-WINDOW                                    Y2612893
005567             MOVE 'N' TO WS-ABS-WINDOW-SW                         Y2612893
005568         END-IF                                                   Y2612893
005569     END-IF                                                       Y2612893
005570     .                                                            Y2612893
005571*=================================================================Y2612893
005572 B70111-LOG-ABS-WINDOW.                                           Y2612893
005573     ADD 1 TO C-ABS-WINDOW                                        Y2612893
005574     DISPLAY 'B70100: ABS OUTSIDE EMPLOYER VALIDITY, KEY=' Z-WERT1Y2612893
005575        ' DATUM=' Z-DATUM (1:8)                                   Y2612893
005576     .                                                            Y2612893
005541*=================================================================Y2612893
005542 B70110-LOG-REJECTED-KEY.                                         Y2612893
005543     ADD 1 TO C-REJECTED                                          Y2612893
