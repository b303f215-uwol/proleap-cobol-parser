001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - PROMOTION EFFECTIVENESS
001200*                   REPORT.
001210*  2026-10-15 VSG   SINGLE-USE WIN-BACK CODES (PROMO ROWS NAMING
001220*                   A CUSTOMER) ARE LEFT TO THE WINRPT CAMPAIGN
001230*                   RESULTS REPORT AND NO LONGER CROWD THE
001240*                   20-CODE TABLE.
001300*=================================================================
001400*  READS THE PROMOREG REGISTER THE RENTAL POSTING WRITES (ONE
001500*  LINE PER ACCEPTED PROMO REDEMPTION WITH THE DISCOUNT GIVEN;
004800     05  PM-EFFECT-DATE             PIC 9(8).
004900     05  PM-EXPIRE-DATE             PIC 9(8).
005000     05  PM-DISCOUNT-PCT            PIC 9(2).
005010     05  PM-CUSTOMER-ID             PIC X(6).
005020     05  FILLER                     PIC X(50).
005200 FD  PROMOREG-IN
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  PROMOREG-IN-LINE.
020700     END-READ
020800     IF NOT WS-PROMO-EOF
020900         AND PM-CODE NOT = SPACES
020910         AND (PM-CUSTOMER-ID = SPACES
020920             OR PM-CUSTOMER-ID = '000000')
021000         AND WS-PROMO-COUNT < 20
021100         ADD 1 TO WS-PROMO-COUNT
021200         SET WS-PROMO-IDX TO WS-PROMO-COUNT
