001250*                   NAME WITH A CONFIDENCE TIER, REVIEW CARDS
001260*                   CONFIRM OR DELETE PENDING LINKS, AND THE
001270*                   WORKLIST CARRIES ONLY NEW OR BROKEN LINKS.
001280*  2026-10-15 RSG   A BROKEN LINK IS LOOKED UP ON THE PERSONNEL
001290*                   MASTER (PERSLKUP) FOR THE PERSON'S NAME AND
001295*                   TO TELL A KNOWN PERSON FROM AN UNKNOWN ONE.
001300*=================================================================
001400*  RUNS THE SAME TEACHER CURSOR TCHRPT USES AND HOLDS THE ROWS
001500*  IN STORAGE, THEN READS THE D111E PERSONNEL EXTRACT AND PAIRS
002020*  CARD CONFIRMS OR DELETES THEM.  TEACHERS WITH NO PERSONNEL
002030*  RECORD, AND PERSONNEL CARRYING THE TEACHING OCCUPATION CODE
002040*  (D111E-BEA 'LEH') WITH NO TEACHER ROW, STILL GO ON THE
002050*  MONTHLY CLEAN-UP WORKLIST FOR THE REGISTRAR.  A CONFIRMED
002060*  LINK WHOSE PERSNR IS MISSING FROM THIS EXTRACT IS LOOKED UP
002070*  ON THE PERSONNEL MASTER: A PERSON THE MASTER KNOWS IS LISTED
002080*  WITH THEIR LAST NAME ON FILE AS NOT IN THE EXTRACT, ANYONE
002090*  ELSE AS HAVING NO PERSONNEL RECORD AT ALL.
002100*=================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004500 WORKING-STORAGE SECTION.
004600*=================================================================
004700 COPY VERSTAMP.
004710 COPY PERSMREC.
004720 COPY PERSLKQ.
004800   EXEC SQL
004900     INCLUDE SQLSCRIPT
005000   END-EXEC.
022400             TO ML-FINDING
022401         MOVE WS-XRF-PERSNR (WS-XRF-SUB) TO ML-KEY-VALUE
022402         MOVE SPACES TO ML-NAME
022403         PERFORM 4520-LOOK-UP-BROKEN-LINK
022404         WRITE MATCH-LINE FROM WS-MATCH-DETAIL
022405         ADD 1 TO WS-REPORT-LINES
022406     END-IF.
022407*=================================================================
022408*    4520-LOOK-UP-BROKEN-LINK - LAST NAME ON THE PERSONNEL
022409*    MASTER FOR SOMEONE KNOWN BUT MISSING FROM THIS EXTRACT
022410*=================================================================
022411 4520-LOOK-UP-BROKEN-LINK.
022412     MOVE 'PERSMTCH' TO PLK-CALLER
022413     MOVE 'P' TO PLK-FUNCTION
022414     MOVE WS-XRF-PERSNR (WS-XRF-SUB) TO PLK-PERSNR
022415     MOVE ZERO TO PLK-AS-OF-DATE
022416     CALL 'PERSLKUP' USING PERSONNEL-LOOKUP-REQUEST
022417     IF PLK-FOUND
022418         MOVE PLK-MASTER-IMAGE TO PERSONNEL-MASTER-RECORD
022419         MOVE 'LINK BROKEN, NOT IN D111E '
022420             TO ML-FINDING
022421         MOVE PM-NAME TO ML-NAME
022422     END-IF.
022500*=================================================================
022600*    5000-TERMINATE - REWRITE THE CROSS-REFERENCE, CLOSE THE
022610*    CURSOR AND THE FILES
