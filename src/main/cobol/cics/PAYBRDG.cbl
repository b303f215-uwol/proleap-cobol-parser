000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PAYBRDG.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - COUNTER PAYMENT CAPTURE
001200*                   BRIDGE.
001300*=================================================================
001400*  END-OF-DAY BRIDGE TRANSACTION ON THE RENTBRDG PATTERN:
001500*  DRAINS THE PAYCAPQ TS QUEUE PAYCAPT FILLS DURING THE DAY AND
001600*  WRITES EACH ENTRY TO THE PYCD EXTRAPARTITION TD QUEUE, WHICH
001700*  THE CICS STARTUP JCL ALLOCATES TO THE NIGHTLY ONLINE PAYCARD
001800*  DATASET (PROD.VIDEO.PAYCARD.ONLINE).  THE ENTRIES ARE
001900*  ALREADY IN PAYCARD FORMAT, SO PAYPOST POSTS THEM UNCHANGED
002000*  BEHIND THE KEYED DECK.  AS WOBRIDGE DOES FOR WOGATE, A
002100*  DRAINED-COMPLETE CONTROL RECORD WITH THE ENTRY COUNT GOES TO
002200*  THE PYCT TD QUEUE (PROD.VIDEO.PAYBRDG.CTL) SO PAYGATE CAN
002300*  PROVE THE DRAIN RAN BEFORE PAYPOST.  ONCE DRAINED THE TS
002400*  QUEUE IS DELETED SO TOMORROW STARTS EMPTY.
002500*=================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200*=================================================================
003300 COPY VERSTAMP.
003400 01  WS-QUEUE-NAME                  PIC X(8)
003500     VALUE 'PAYCAPQ'.
003600 01  WS-TDQ-NAME                    PIC X(4)
003700     VALUE 'PYCD'.
003800 01  WS-CTL-TDQ-NAME                PIC X(4)
003900     VALUE 'PYCT'.
004000 01  WS-CONTROL-RECORD.
004100     05  FILLER                     PIC X(22)
004200         VALUE 'PAYCAPQ  DRAINED COUNT'.
004300     05  FILLER                     PIC X(1) VALUE '='.
004400     05  WS-CTL-COUNT               PIC 9(5).
004500     05  FILLER                     PIC X(6) VALUE SPACE.
004600 01  WS-CONTROL-LENGTH              PIC S9(4) COMP.
004700 01  WS-BRIDGE-FIELDS.
004800     05  WS-ITEM-NUMBER             PIC S9(4) COMP.
004900     05  WS-ENTRY-LENGTH            PIC S9(4) COMP.
005000     05  WS-RESPONSE                PIC S9(8) COMP.
005100     05  WS-ENTRIES-DRAINED         PIC 9(5) VALUE ZERO.
005200     05  WS-DRAIN-DONE-SW           PIC X(1) VALUE 'N'.
005300         88  WS-DRAIN-DONE          VALUE 'Y'.
005400 01  WS-PAYMENT-ENTRY               PIC X(80).
005500 PROCEDURE DIVISION.
005600*=================================================================
005700 0000-MAINLINE.
005800     MOVE 1 TO WS-ITEM-NUMBER
005900     PERFORM 1000-DRAIN-ONE-ENTRY
006000         UNTIL WS-DRAIN-DONE
006100     IF WS-ENTRIES-DRAINED > ZERO
006200         PERFORM 2000-DELETE-THE-QUEUE
006300     END-IF
006400     PERFORM 3000-WRITE-CONTROL-RECORD
006500     DISPLAY 'PAYBRDG: ENTRIES DRAINED = '
006600         WS-ENTRIES-DRAINED
006700     EXEC CICS RETURN
006800     END-EXEC.
006900*=================================================================
007000*    1000-DRAIN-ONE-ENTRY - TSQ ITEM TO THE PYCD CARD TDQ
007100*=================================================================
007200 1000-DRAIN-ONE-ENTRY.
007300     MOVE LENGTH OF WS-PAYMENT-ENTRY TO WS-ENTRY-LENGTH
007400     EXEC CICS READQ TS
007500               QUEUE(WS-QUEUE-NAME)
007600               INTO(WS-PAYMENT-ENTRY)
007700               LENGTH(WS-ENTRY-LENGTH)
007800               ITEM(WS-ITEM-NUMBER)
007900               RESP(WS-RESPONSE)
008000     END-EXEC
008100     IF WS-RESPONSE = DFHRESP(NORMAL)
008200         EXEC CICS WRITEQ TD
008300                   QUEUE(WS-TDQ-NAME)
008400                   FROM(WS-PAYMENT-ENTRY)
008500                   LENGTH(WS-ENTRY-LENGTH)
008600         END-EXEC
008700         ADD 1 TO WS-ENTRIES-DRAINED
008800         ADD 1 TO WS-ITEM-NUMBER
008900     ELSE
009000         MOVE 'Y' TO WS-DRAIN-DONE-SW
009100     END-IF.
009200*=================================================================
009300*    2000-DELETE-THE-QUEUE - TOMORROW STARTS EMPTY
009400*=================================================================
009500 2000-DELETE-THE-QUEUE.
009600     EXEC CICS DELETEQ TS
009700               QUEUE(WS-QUEUE-NAME)
009800     END-EXEC.
009900*=================================================================
010000*    3000-WRITE-CONTROL-RECORD - DRAINED-COMPLETE PROOF WITH
010100*    THE ENTRY COUNT, WRITTEN EVEN ON A ZERO-ENTRY DAY SO THE
010200*    GATE CAN TELL "BRIDGE RAN EMPTY" FROM "BRIDGE NEVER RAN"
010300*=================================================================
010400 3000-WRITE-CONTROL-RECORD.
010500     MOVE WS-ENTRIES-DRAINED TO WS-CTL-COUNT
010600     MOVE LENGTH OF WS-CONTROL-RECORD TO WS-CONTROL-LENGTH
010700     EXEC CICS WRITEQ TD
010800               QUEUE(WS-CTL-TDQ-NAME)
010900               FROM(WS-CONTROL-RECORD)
011000               LENGTH(WS-CONTROL-LENGTH)
011100     END-EXEC.
