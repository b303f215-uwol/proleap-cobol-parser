001130*                   QUEUE (THE WOBRIDGE CONTROL DATASET) SO
001140*                   THE WOGATE BATCH GATE CAN PROVE THE BRIDGE
001150*                   RAN BEFORE WRITEOFF POSTS.
001160*  2026-10-15 VSG   ENTRY WIDENED TO 45 COLUMNS TO MATCH WOCAPTR,
001170*                   WHICH NOW CARRIES THE KEYING OPERATOR.
001200*=================================================================
001300*  END-OF-DAY BRIDGE TRANSACTION: DRAINS THE WOCAPTRQ TS QUEUE
001400*  WOCAPTR FILLS DURING THE DAY AND WRITES EACH ENTRY TO THE
004300     05  WS-WO-REASON               PIC X(20).
004400     05  WS-WO-DATE                 PIC 9(8).
004410     05  WS-WO-TRANS-TYPE           PIC X(1).
004420     05  WS-WO-COPY-NUMBER          PIC X(3).
004430     05  WS-WO-SALE-PRICE           PIC X(5).
004440     05  WS-WO-OPERATOR-ID          PIC X(3).
004500 PROCEDURE DIVISION.
004600*=================================================================
004700 0000-MAINLINE.
