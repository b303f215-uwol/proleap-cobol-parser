000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PAYRCPT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - COUNTER PAYMENT RECEIPT
001200*                   PRINT TRANSACTION.
001300*=================================================================
001400*  STARTED BY PAYCAPT ON THE REGISTER'S COUNTER PRINTER
001500*  (TERMINAL PR + REGISTER ID) WITH THE RECEIPT AS THE START
001600*  DATA.  RETRIEVES THE EIGHT RCPTREC LINES, BUILDS THEM AS ONE
001700*  PAGE AND PRINTS IT, THEN ENDS - NO CONVERSATION.
001800*=================================================================
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
002200 OBJECT-COMPUTER. IBM-370.
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500*=================================================================
002600 COPY VERSTAMP.
002700 COPY RCPTREC.
002800 01  WS-PRINT-FIELDS.
002900     05  WS-RECEIPT-LENGTH          PIC S9(4) COMP.
003000     05  WS-LINE-LENGTH             PIC S9(4) COMP VALUE 40.
003100     05  WS-LINE-SUB                PIC 9(1) COMP.
003200     05  WS-RESPONSE                PIC S9(8) COMP.
003300 PROCEDURE DIVISION.
003400*=================================================================
003500 0000-MAINLINE.
003600     MOVE LENGTH OF PAY-RECEIPT TO WS-RECEIPT-LENGTH
003700     EXEC CICS RETRIEVE
003800               INTO(PAY-RECEIPT)
003900               LENGTH(WS-RECEIPT-LENGTH)
004000               RESP(WS-RESPONSE)
004100     END-EXEC
004200     IF WS-RESPONSE = DFHRESP(NORMAL)
004300         PERFORM 1000-BUILD-ONE-LINE
004400             VARYING WS-LINE-SUB FROM 1 BY 1
004500             UNTIL WS-LINE-SUB > 8
004600         EXEC CICS SEND PAGE
004700         END-EXEC
004800     END-IF
004900     EXEC CICS RETURN
005000     END-EXEC.
005100*=================================================================
005200*    1000-BUILD-ONE-LINE - ACCUMULATE A LINE ONTO THE PAGE
005300*=================================================================
005400 1000-BUILD-ONE-LINE.
005500     EXEC CICS SEND TEXT
005600               FROM(RCPT-PRINT-LINE (WS-LINE-SUB))
005700               LENGTH(WS-LINE-LENGTH)
005800               ACCUM
005900               PRINT
006000     END-EXEC.
