000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    EMPLLKUP.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - EMPLOYER MASTER LOOKUP.
001200*=================================================================
001300*  CALLABLE LOOKUP ON THE INDEXED EMPLOYER MASTER (SEE EMPLLKQ
001400*  FOR THE REQUEST AREA AND EMPLMREC FOR THE RECORD).  THE
001500*  EMPLOYER IS READ ON ITS NUMBER; WHEN THE CALLER GIVES A DATE
001600*  THE EMPLOYER MUST ALSO HAVE BEEN VALID ON IT - ON OR AFTER
001700*  ITS VALID-FROM DATE AND ON OR BEFORE ITS VALID-TO DATE - OR
001800*  THE ANSWER IS OUTSIDE-WINDOW.  THE MASTER OPENS ON THE FIRST
001900*  CALL AND STAYS OPEN FOR THE RUN; WITH NO MASTER EVERY LOOKUP
002000*  COMES BACK UNAVAILABLE.
002100*=================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL EMPLMAST ASSIGN TO 'IDXEMPL'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS EM-BTRNR OF EMPLOYER-MASTER-RECORD
003200         FILE STATUS IS FC-EMPLMAST-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  EMPLMAST.
003600 COPY EMPLMREC.
003700 WORKING-STORAGE SECTION.
003800 01  FC-EMPLMAST-STATUS             PIC X(2).
003900 01  WS-SWITCHES.
004000     05  WS-OPENED-SW               PIC X(1) VALUE 'N'.
004100         88  WS-MASTER-OPENED       VALUE 'Y'.
004200     05  WS-MASTER-SW               PIC X(1) VALUE 'N'.
004300         88  WS-MASTER-AVAILABLE    VALUE 'Y'.
004400 LINKAGE SECTION.
004500 COPY EMPLLKQ.
004600 PROCEDURE DIVISION USING EMPLOYER-LOOKUP-REQUEST.
004700*=================================================================
004800 0000-MAINLINE.
004900     IF NOT WS-MASTER-OPENED
005000         PERFORM 1000-OPEN-THE-MASTER
005100     END-IF
005200     MOVE 'N' TO ELK-RESULT
005300     MOVE SPACES TO ELK-MASTER-IMAGE
005400     IF NOT WS-MASTER-AVAILABLE
005500         MOVE 'U' TO ELK-RESULT
005600     ELSE
005700         PERFORM 2000-LOOK-UP-THE-EMPLOYER
005800     END-IF
005900     GOBACK.
006000*=================================================================
006100*    1000-OPEN-THE-MASTER - ONCE PER RUN
006200*=================================================================
006300 1000-OPEN-THE-MASTER.
006400     MOVE 'Y' TO WS-OPENED-SW
006500     OPEN INPUT EMPLMAST
006600     IF FC-EMPLMAST-STATUS = '00'
006700         MOVE 'Y' TO WS-MASTER-SW
006800     ELSE
006900         DISPLAY 'EMPLLKUP: EMPLMAST NOT AVAILABLE, STATUS='
007000             FC-EMPLMAST-STATUS
007100         DISPLAY 'EMPLLKUP: EMPLOYER LOOKUPS FOR ' ELK-CALLER
007200             ' WILL NOT BE ANSWERED'
007300     END-IF.
007400*=================================================================
007500*    2000-LOOK-UP-THE-EMPLOYER - ON ITS NUMBER, THEN THE WINDOW
007600*=================================================================
007700 2000-LOOK-UP-THE-EMPLOYER.
007800     MOVE ELK-BTRNR TO EM-BTRNR
007900     READ EMPLMAST
008000         INVALID KEY
008100             CONTINUE
008200         NOT INVALID KEY
008300             PERFORM 2100-RETURN-THE-EMPLOYER
008400     END-READ.
008500*=================================================================
008600*    2100-RETURN-THE-EMPLOYER
008700*=================================================================
008800 2100-RETURN-THE-EMPLOYER.
008900     MOVE EMPLOYER-MASTER-RECORD TO ELK-MASTER-IMAGE
009000     IF ELK-AS-OF-DATE > ZERO
009100         AND (ELK-AS-OF-DATE < EM-VALID-FROM
009200             OR ELK-AS-OF-DATE > EM-VALID-TO)
009300         MOVE 'W' TO ELK-RESULT
009400     ELSE
009500         MOVE 'Y' TO ELK-RESULT
009600     END-IF.
