001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - MONTHLY TAXABLE-SALES
001200*                   REMITTANCE REPORT.
001210*  2026-10-15 VSG   CONCESSION AND MERCHANDISE SALES (TAXREG
001220*                   TYPE M) TOTAL ON A LINE OF THEIR OWN.
001300*=================================================================
001400*  READS THE TAXREG REGISTER LINES THE COUNTER WROTE (THE JCL
001500*  CONCATENATES THE MONTH'S GENERATIONS), SELECTS THE MONTH ON
006800     05  WS-RENTAL-TAX              PIC 9(9)V99 VALUE ZERO.
006900     05  WS-FEE-TAXABLE             PIC 9(9)V99 VALUE ZERO.
007000     05  WS-FEE-TAX                 PIC 9(9)V99 VALUE ZERO.
007010     05  WS-MERCH-TAXABLE           PIC 9(9)V99 VALUE ZERO.
007020     05  WS-MERCH-TAX               PIC 9(9)V99 VALUE ZERO.
007100     05  WS-LINES-SELECTED          PIC 9(7) VALUE ZERO.
007200 01  WS-REPORT-LINES                PIC 9(5) VALUE ZERO.
007300 01  WS-TOTAL-LINE.
014400 2100-ACCUMULATE-ONE-LINE.
014500     MOVE TAXREG-IN-LINE (15:8) TO WS-AMT-X
014600     PERFORM 8000-PARSE-EDITED-AMOUNT
014610     EVALUATE TAXREG-IN-LINE (2:1)
014620         WHEN 'F'
014630             ADD WS-AMT-VALUE TO WS-FEE-TAXABLE
014640         WHEN 'M'
014650             ADD WS-AMT-VALUE TO WS-MERCH-TAXABLE
014660         WHEN OTHER
014670             ADD WS-AMT-VALUE TO WS-RENTAL-TAXABLE
014680     END-EVALUATE
015200     MOVE SPACE TO WS-AMT-X
015300     MOVE TAXREG-IN-LINE (25:7) TO WS-AMT-X (1:7)
015400     MOVE SPACE TO WS-AMT-X (8:1)
015500     PERFORM 8000-PARSE-EDITED-AMOUNT
015510     EVALUATE TAXREG-IN-LINE (2:1)
015520         WHEN 'F'
015530             ADD WS-AMT-VALUE TO WS-FEE-TAX
015540         WHEN 'M'
015550             ADD WS-AMT-VALUE TO WS-MERCH-TAX
015560         WHEN OTHER
015570             ADD WS-AMT-VALUE TO WS-RENTAL-TAX
015580     END-EVALUATE.
016100*=================================================================
016200*    3000-WRITE-THE-TOTALS
016300*=================================================================
017000     MOVE WS-FEE-TAXABLE             TO TL-TAXABLE
017100     MOVE WS-FEE-TAX                 TO TL-TAX
017200     PERFORM 3100-WRITE-TOTAL-LINE
017210     MOVE 'MERCHANDISE TAXABLE     '  TO TL-LABEL
017220     MOVE WS-MERCH-TAXABLE           TO TL-TAXABLE
017230     MOVE WS-MERCH-TAX               TO TL-TAX
017240     PERFORM 3100-WRITE-TOTAL-LINE
017300     MOVE 'TOTAL TAXABLE / TAX DUE '  TO TL-LABEL
017400     COMPUTE TL-TAXABLE =
017410         WS-RENTAL-TAXABLE + WS-FEE-TAXABLE + WS-MERCH-TAXABLE
017420     COMPUTE TL-TAX =
017430         WS-RENTAL-TAX + WS-FEE-TAX + WS-MERCH-TAX
017700     PERFORM 3100-WRITE-TOTAL-LINE.
017800*=================================================================
017900*    3100-WRITE-TOTAL-LINE
019000     DISPLAY 'TAXRPT: MONTH SELECTED  = ' WS-SELECT-YYYYMM
019100     DISPLAY 'TAXRPT: LINES SELECTED  = ' WS-LINES-SELECTED
019200     DISPLAY 'TAXRPT: RENTAL TAX      = ' WS-RENTAL-TAX
019210     DISPLAY 'TAXRPT: LATE-FEE TAX    = ' WS-FEE-TAX
019220     DISPLAY 'TAXRPT: MERCHANDISE TAX = ' WS-MERCH-TAX.
019400*=================================================================
019500*    8000-PARSE-EDITED-AMOUNT - EDITED ZZZZ9.99 PRINT FIELD
019600*    BACK TO A NUMERIC VALUE
