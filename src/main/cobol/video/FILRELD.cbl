000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 VSG   INITIAL VERSION - INDEXED-FILE RELOAD/VERIFY.
001110*  2026-10-15 VSG   CUSTFILE RELOAD NOW TAKES THE FULL 108-BYTE
001120*                   IMAGE - HOME STORE, MEMBERSHIP DATES, AND
001130*                   MEMBERSHIP CLASS WERE BEING DROPPED.
001140*  2026-10-15 VSG   RENTFILE AND VIDOFILE RELOADS NOW TAKE THE
001150*                   FULL 66- AND 95-BYTE IMAGES - THE COPY,
001160*                   STORE, WAIVER, AND DEPOSIT FIELDS WERE
001170*                   BEING DROPPED.
001180*  2026-10-15 VSG   RENTFILE RELOAD WIDENED TO 68 BYTES FOR THE
001190*                   HOUSEHOLD MEMBER NUMBER.
001192*  2026-10-15 VSG   VIDOFILE RELOAD WIDENED TO 96 BYTES FOR THE
001194*                   CONTENT RATING.
001195*  2026-10-15 VSG   RENTFILE AND CUSTFILE RELOADS WIDENED TO 69
001196*                   AND 119 BYTES FOR THE SUBSCRIPTION FIELDS.
001197*  2026-10-15 VSG   IMAGE LINE WIDENED TO 133 AND CUSTFILE
001198*                   RELOAD TO 124 BYTES FOR THE CONTACT
001199*                   PREFERENCES.
001200*  2026-10-15 VSG   VIDOFILE RELOAD WIDENED TO 100 BYTES FOR
001201*                   THE TITLE'S DISTRIBUTOR.
001202*  2026-10-15 VSG   VIDOFILE RELOAD WIDENED TO 102 BYTES FOR
001203*                   THE TITLE'S GENRE.
001205*  2026-10-15 VSG   RENTFILE RELOAD WIDENED TO 82 BYTES - THE
001206*                   ITEM CLASS AND EQUIPMENT SERIAL WERE
001207*                   BEING DROPPED.
001208*=================================================================
001300*  REBUILDS THE INDEXED FILE NAMED ON THE RELOAD CONTROL CARD
001400*  (VIDOFILE, RENTFILE, OR CUSTFILE) FROM THE FLAT IMAGE FILUNLD
001500*  WROTE, RECOMPUTING THE RECORD COUNT AND PRIMARY-KEY HASH AS
005900         88  RC-RELOAD-CUSTFILE     VALUE 'CUSTFILE'.
006000     05  FILLER                     PIC X(72).
006100 FD  IMAGE-IN
006200     RECORD CONTAINS 133 CHARACTERS.
006300 01  IMAGE-LINE.
006400     05  IM-TRAILER-TAG             PIC X(8).
006500     05  IM-TRAILER-COUNT           PIC 9(9).
006600     05  FILLER                     PIC X(1).
006700     05  IM-TRAILER-HASH            PIC 9(12).
006800     05  FILLER                     PIC X(103).
006900 FD  VIDOFILE.
007000 COPY VIDOREC.
007100 FD  RENTFILE.
018000     ADD 1 TO WS-RECORDS-LOADED
018100     EVALUATE TRUE
018200         WHEN RC-RELOAD-VIDOFILE
018300             MOVE IMAGE-LINE (1:102) TO VIDEO-RECORD
018400             ADD VIDEO-CODE TO WS-HASH-TOTAL
018500             WRITE VIDEO-RECORD
018600                 INVALID KEY
018900                     MOVE 12 TO RETURN-CODE
019000             END-WRITE
019100         WHEN RC-RELOAD-RENTFILE
019200             MOVE IMAGE-LINE (1:82) TO RENTAL-RECORD
019300             ADD RENTAL-NUMBER TO WS-HASH-TOTAL
019400             WRITE RENTAL-RECORD
019500                 INVALID KEY
019800                     MOVE 12 TO RETURN-CODE
019900             END-WRITE
020000         WHEN RC-RELOAD-CUSTFILE
020100             MOVE IMAGE-LINE (1:124) TO CUSTOMER-RECORD
020200             ADD CUSTOMER-ID TO WS-HASH-TOTAL
020300             WRITE CUSTOMER-RECORD
020400                 INVALID KEY
