001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 SSG   INITIAL VERSION - ROLL-FORWARD UTILITY FOR
001200*                   THE AFTER-IMAGE JOURNAL.
001210*  2026-10-15 SSG   CUSTFILE IMAGE WIDENED TO 108 FOR THE
001220*                   MEMBERSHIP CLASS.
001230*  2026-10-15 SSG   RENTFILE IMAGE WIDENED TO 66 FOR THE
001240*                   SECURITY DEPOSIT.
001250*  2026-10-15 SSG   RENTFILE IMAGE WIDENED TO 68 FOR THE
001260*                   HOUSEHOLD MEMBER NUMBER.
001270*  2026-10-15 SSG   VIDOFILE IMAGE WIDENED TO 96 FOR THE
001280*                   CONTENT RATING.
001285*  2026-10-15 SSG   RENTFILE AND CUSTFILE IMAGES WIDENED TO 69
001290*                   AND 119 FOR THE SUBSCRIPTION FIELDS.
001292*  2026-10-15 SSG   JOURNAL IMAGE WIDENED TO 133 AND CUSTFILE
001294*                   IMAGE TO 124 FOR THE CONTACT PREFERENCES.
001295*  2026-10-15 SSG   VIDOFILE IMAGE WIDENED TO 100 FOR THE
001296*                   TITLE'S DISTRIBUTOR.
001297*  2026-10-15 SSG   VIDOFILE IMAGE WIDENED TO 102 FOR THE
001298*                   TITLE'S GENRE, AND RENTFILE IMAGE TO 82
001299*                   FOR THE ITEM CLASS AND EQUIPMENT SERIAL.
001300*=================================================================
001400*  REPLAYS THE AFTJRNL AFTER-IMAGE JOURNAL AGAINST THE THREE
001500*  INDEXED MASTERS FILRELD RESTORES (VIDOFILE, RENTFILE,
006600         88  AJ-OP-REWRITE          VALUE 'RW'.
006700         88  AJ-OP-DELETE           VALUE 'DL'.
006800     05  FILLER                     PIC X(1).
006900     05  AJ-RECORD-IMAGE            PIC X(133).
007100 FD  ROLLCTL-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  ROLLCTL-CARD.
018500*    2100-APPLY-TO-VIDOFILE
018600*=================================================================
018700 2100-APPLY-TO-VIDOFILE.
018800     MOVE AJ-RECORD-IMAGE (1:102) TO VIDEO-RECORD
018900     EVALUATE TRUE
019000         WHEN AJ-OP-DELETE
019100             DELETE VIDOFILE RECORD
023000*    2200-APPLY-TO-RENTFILE
023100*=================================================================
023200 2200-APPLY-TO-RENTFILE.
023300     MOVE AJ-RECORD-IMAGE (1:82) TO RENTAL-RECORD
023400     EVALUATE TRUE
023500         WHEN AJ-OP-DELETE
023600             DELETE RENTFILE RECORD
027500*    2300-APPLY-TO-CUSTFILE
027600*=================================================================
027700 2300-APPLY-TO-CUSTFILE.
027800     MOVE AJ-RECORD-IMAGE (1:124) TO CUSTOMER-RECORD
027900     EVALUATE TRUE
028000         WHEN AJ-OP-DELETE
028100             DELETE CUSTFILE RECORD
