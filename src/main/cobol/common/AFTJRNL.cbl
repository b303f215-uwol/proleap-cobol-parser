001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 SSG   INITIAL VERSION - COMMON AFTER-IMAGE
001200*                   JOURNAL WRITER FOR FORWARD RECOVERY.
001210*  2026-10-15 SSG   RECORD IMAGE WIDENED TO 133 (THE FULL REST
001220*                   OF THE 160-BYTE JOURNAL LINE) FOR THE
001230*                   CUSTFILE CONTACT PREFERENCES.
001300*=================================================================
001400*  CALLABLE AFTER-IMAGE WRITER (SEE AFTJRNQ FOR THE REQUEST
001500*  AREA).  EVERY SUCCESSFUL WRITE/REWRITE/DELETE AGAINST THE
004000     05  FILLER                     PIC X(1).
004100     05  AJ-OPERATION               PIC X(2).
004200     05  FILLER                     PIC X(1).
004300     05  AJ-RECORD-IMAGE            PIC X(133).
004500 WORKING-STORAGE SECTION.
004600 01  FC-AFTJRNL-STATUS              PIC X(2).
004700 01  WS-SWITCHES.
