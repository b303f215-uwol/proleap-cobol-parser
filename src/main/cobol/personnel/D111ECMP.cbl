001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 PSG   INITIAL VERSION - MONTH-OVER-MONTH D111E
001200*                   DELTA REPORT.
001210*  2026-10-15 PSG   ADDITIONS AND DELETIONS ALSO WRITTEN TO THE
001220*                   JLDELTA FILE FOR THE JOINER/LEAVER RUN.
001300*=================================================================
001400*  READS THE CURRENT AND PRIOR MONTHS' D111E EXTRACTS SIDE BY
001500*  SIDE (BOTH IN D111E-PERSNR ORDER, THE SAME MATCH-MERGE SHAPE
001800*  DST/KNR MOVES - WITH CONTROL TOTALS PER CATEGORY, SO HR GETS
001900*  AN ANSWER TO 'WHO JOINED, WHO LEFT, WHO MOVED' WITHOUT
002000*  ANYONE DIFFING PRINTOUTS BY HAND.  ONLY DETAIL RECORDS
002100*  (D111E-SATZART 'D') TAKE PART.  EVERY ADDITION AND DELETION
002110*  ALSO GOES TO THE JLDELTA FILE (SEE JLDLREC) FROM WHICH JLPROP
002120*  PROPOSES THE JOINER AND LEAVER ACTIONS FOR HR TO CONFIRM.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003300     SELECT DELTA-RPT ASSIGN TO 'DELTARPT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FC-DELTA-STATUS.
003510     SELECT JL-DELTA ASSIGN TO 'JLDELTA'
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS FC-JLDELTA-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  D111E-CURR
007600 FD  DELTA-RPT
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  DELTA-LINE                     PIC X(80).
007810 FD  JL-DELTA
007820     RECORD CONTAINS 80 CHARACTERS.
007830 COPY JLDLREC.
007900 WORKING-STORAGE SECTION.
008000*=================================================================
008100 COPY VERSTAMP.
008300     05  FC-CURR-STATUS             PIC X(2).
008400     05  FC-PRIOR-STATUS            PIC X(2).
008500     05  FC-DELTA-STATUS            PIC X(2).
008510     05  FC-JLDELTA-STATUS          PIC X(2).
008600 01  WS-SWITCHES.
008700     05  WS-CURR-EOF-SW             PIC X(1) VALUE 'N'.
008800         88  WS-CURR-EOF            VALUE 'Y'.
013600     OPEN INPUT D111E-CURR
013700     OPEN INPUT D111E-PRIOR
013800     OPEN OUTPUT DELTA-RPT
013810     OPEN OUTPUT JL-DELTA
013900     PERFORM 1100-READ-NEXT-CURR
014000     PERFORM 1200-READ-NEXT-PRIOR.
014100*=================================================================
025700     MOVE 'PERSNR    '               TO DL-FIELD-NAME
025800     MOVE D111E-NAME (1:30)          TO DL-DETAIL-TEXT
025900     WRITE DELTA-LINE FROM WS-DELTA-DETAIL
026000     ADD 1 TO WS-REPORT-LINES
026010     MOVE SPACES                     TO JOINER-LEAVER-DELTA
026020     MOVE 'J'                        TO JD-TYPE
026030     MOVE D111E-PERSNR               TO JD-PERSNR
026040     MOVE D111E-DST                  TO JD-DST
026050     MOVE D111E-BEA                  TO JD-BEA
026060     MOVE D111E-DAT-J                TO JD-PERIOD-J
026070     MOVE D111E-DAT-M                TO JD-PERIOD-M
026080     MOVE D111E-NAME                 TO JD-NAME
026090     MOVE D111E-VORNAME              TO JD-VORNAME
026095     WRITE JOINER-LEAVER-DELTA.
026100*=================================================================
026200*    2300-REPORT-DELETION
026300*=================================================================
026800     MOVE 'PERSNR    '               TO DL-FIELD-NAME
026900     MOVE PRIOR-NAME (1:30)          TO DL-DETAIL-TEXT
027000     WRITE DELTA-LINE FROM WS-DELTA-DETAIL
027100     ADD 1 TO WS-REPORT-LINES
027110     MOVE SPACES                     TO JOINER-LEAVER-DELTA
027120     MOVE 'L'                        TO JD-TYPE
027130     MOVE PRIOR-PERSNR               TO JD-PERSNR
027140     MOVE PRIOR-DST                  TO JD-DST
027150     MOVE PRIOR-BEA                  TO JD-BEA
027160     MOVE PRIOR-DAT-J                TO JD-PERIOD-J
027170     MOVE PRIOR-DAT-M                TO JD-PERIOD-M
027180     MOVE PRIOR-NAME                 TO JD-NAME
027190     MOVE PRIOR-VORNAME              TO JD-VORNAME
027195     WRITE JOINER-LEAVER-DELTA.
027200*=================================================================
027300*    3000-TERMINATE - CONTROL TOTALS PER CATEGORY
027400*=================================================================
029100     CLOSE D111E-CURR
029200     CLOSE D111E-PRIOR
029300     CLOSE DELTA-RPT
029310     CLOSE JL-DELTA
029400     DISPLAY 'D111ECMP: ADDITIONS = ' WS-ADDITIONS
029500     DISPLAY 'D111ECMP: DELETIONS = ' WS-DELETIONS
029600     DISPLAY 'D111ECMP: CHANGED   = ' WS-CHANGES
