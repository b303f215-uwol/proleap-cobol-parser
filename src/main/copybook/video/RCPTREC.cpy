      *=================================================================
      *  RCPTREC - COUNTER PAYMENT RECEIPT
      *  Eight 40-column print lines handed from PAYCAPT to the PAYRCPT
      *  print transaction started on the register's counter printer.
      *  PAYCAPT fills the variable fields; PAYRCPT prints the lines
      *  through the RCPT-PRINT-LINE view.
      *=================================================================
       01  PAY-RECEIPT.
           05  RCPT-LINE-1.
               10  FILLER                 PIC X(40)
                   VALUE 'MAIN STREET VIDEO - PAYMENT RECEIPT'.
           05  RCPT-LINE-2.
               10  FILLER                 PIC X(8)  VALUE 'RECEIPT '.
               10  RCPT-NUMBER            PIC 9(7).
               10  FILLER                 PIC X(7)  VALUE '  DATE '.
               10  RCPT-DATE              PIC X(8).
               10  FILLER                 PIC X(10) VALUE SPACE.
           05  RCPT-LINE-3.
               10  FILLER                 PIC X(9)  VALUE 'CUSTOMER '.
               10  RCPT-CUSTOMER-ID       PIC X(6).
               10  FILLER                 PIC X(5)  VALUE ' REG '.
               10  RCPT-REGISTER-ID       PIC X(2).
               10  FILLER                 PIC X(5)  VALUE ' OPR '.
               10  RCPT-OPERATOR-ID       PIC X(3).
               10  FILLER                 PIC X(10) VALUE SPACE.
           05  RCPT-LINE-4.
               10  FILLER                 PIC X(17)
                   VALUE 'AMOUNT PAID'.
               10  RCPT-AMOUNT            PIC ZZZZ9.99.
               10  FILLER                 PIC X(15) VALUE SPACE.
           05  RCPT-LINE-5.
               10  FILLER                 PIC X(17)
                   VALUE 'TENDER'.
               10  RCPT-TENDER            PIC X(23).
           05  RCPT-LINE-6.
               10  FILLER                 PIC X(17)
                   VALUE 'BALANCE BEFORE'.
               10  RCPT-BALANCE-BEFORE    PIC ZZZZ9.99.
               10  FILLER                 PIC X(15) VALUE SPACE.
           05  RCPT-LINE-7.
               10  FILLER                 PIC X(17)
                   VALUE 'BALANCE AFTER'.
               10  RCPT-BALANCE-AFTER     PIC ZZZZ9.99.
               10  FILLER                 PIC X(15) VALUE SPACE.
           05  RCPT-LINE-8.
               10  FILLER                 PIC X(40)
                   VALUE 'POSTS TO YOUR ACCOUNT OVERNIGHT'.
       01  PAY-RECEIPT-LINES REDEFINES PAY-RECEIPT.
           05  RCPT-PRINT-LINE            PIC X(40) OCCURS 8 TIMES.
