000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 VSG   INITIAL VERSION - INDEXED-FILE UNLOAD.
001110*  2026-10-15 VSG   IMAGE LINES WIDENED TO 133 BYTES - THE
001120*                   CUSTFILE RECORD IS NOW 124 WITH THE CONTACT
001130*                   PREFERENCES.
001200*=================================================================
001300*  UNLOADS VIDOFILE, RENTFILE, AND CUSTFILE TO FLAT SEQUENTIAL
001400*  IMAGES (VIDOIMG/RENTIMG/CUSTIMG), EACH CLOSED WITH A TRAILER
006000 FD  CUSTFILE.
006100 COPY CUSTREC.
006200 FD  VIDOIMG-OUT
006300     RECORD CONTAINS 133 CHARACTERS.
006400 01  VIDOIMG-LINE                   PIC X(133).
006500 FD  RENTIMG-OUT
006600     RECORD CONTAINS 133 CHARACTERS.
006700 01  RENTIMG-LINE                   PIC X(133).
006800 FD  CUSTIMG-OUT
006900     RECORD CONTAINS 133 CHARACTERS.
007000 01  CUSTIMG-LINE                   PIC X(133).
007100 WORKING-STORAGE SECTION.
007200*=================================================================
007300 COPY VERSTAMP.
009800     05  TL-RECORD-COUNT            PIC 9(9).
009900     05  FILLER                     PIC X(1)  VALUE SPACE.
010000     05  TL-HASH-TOTAL              PIC 9(12).
010100     05  FILLER                     PIC X(103) VALUE SPACE.
010200 PROCEDURE DIVISION.
010300*=================================================================
010400 0000-MAINLINE.
