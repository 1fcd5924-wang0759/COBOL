ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL PayPlanFile ASSIGN TO "payplan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           DISPLAY "PAYPLAN: unable to open arledger.dat, status "
               WS-LEDGER-STATUS
           EXIT PARAGRAPH
       END-IF.
