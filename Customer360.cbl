PROGRAM-ID. CUST360.
*> The whole picture of one customer in one place, for when they are
*> on the phone: profile (CustomerFile), open A/R balance
*> (arledger.dat) and what the A/R history holds of them
*> (arhist.txt, ARARCHIVE's long-paid items), recent orders (orderhdr.dat), recent notes
*> (custnotes.txt, newest first), and the last few audit entries for
*> the record (custaudit.txt) - so the operator stops juggling four
*> programs while the customer waits.
           FILE STATUS IS WS-CUSTOMER-STATUS.
*> Each satellite file is OPTIONAL here: a shop that hasn't billed,
*> taken orders, or noted anything yet still gets the profile
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES.
       SELECT OPTIONAL HistLedgerFile ASSIGN TO "arhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
FD ARLedgerFile.
       COPY ARLEDREC.

*> Same shape ARARCHIVE moves the live ledger into
FD HistLedgerFile.
       COPY ARLEDREC REPLACING ==ARLedgerRecord== BY ==HistLedgerRecord==
                               ==ARInvoiceNum== BY ==AHInvoiceNum==
                               ==ARCustID== BY ==AHCustID==
                               ==ARInvoiceDate== BY ==AHInvoiceDate==
                               ==ARInvoiceAmount== BY ==AHInvoiceAmount==
                               ==ARAmountPaid== BY ==AHAmountPaid==
                               ==ARPaidFlag== BY ==AHPaidFlag==
                               ==AROpenItem== BY ==AHOpenItem==
                               ==ARPaidInFull== BY ==AHPaidInFull==
                               ==ARDocType== BY ==AHDocType==
                               ==ARDocInvoice== BY ==AHDocInvoice==
                               ==ARDocFinanceCharge== BY ==AHDocFinanceCharge==
                               ==ARDocReturnedCheck== BY ==AHDocReturnedCheck==
                               ==ARDocNsfFee== BY ==AHDocNsfFee==.

*> Shared with ORDERENTRY via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
       01 WS-OPEN-COUNT PIC 9(5).
       01 WS-DISPLAY-BALANCE PIC -$$$$$$$$$9.99.
       01 WS-LOYALTY-EOF PIC X.
       01 WS-HIST-EOF PIC X.
       01 WS-HIST-COUNT PIC 9(5).
       01 WS-HIST-TOTAL PIC S9(9)V99.
       01 WS-HIST-LAST PIC 9(8).
       01 WS-POINTS-BALANCE PIC S9(8).
*> Rolling last-5 buffers for orders, notes and audit entries -
*> newest kept, oldest pushed out
       MOVE ZERO TO WS-OPEN-COUNT.
       MOVE 'N' TO EndOfFile.
       OPEN INPUT ARLedgerFile.
       MOVE IDNum TO ARCustID.
       START ARLedgerFile KEY IS NOT LESS THAN ARCustID
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       PERFORM ReadLedger.
       PERFORM UNTIL AtEndOfFile
           IF AROpenItem
               COMPUTE WS-OPEN-AMOUNT =
                   ARInvoiceAmount - ARAmountPaid
               ADD WS-OPEN-AMOUNT TO WS-OPEN-BALANCE
       MOVE WS-OPEN-BALANCE TO WS-DISPLAY-BALANCE.
       DISPLAY "Open invoices: " WS-OPEN-COUNT
           "  Balance: " WS-DISPLAY-BALANCE.
       PERFORM ShowArchived.

ShowArchived.
*> Only a summary here - ARINQUIRY lists the archived invoices and
*> the applications that paid them
       MOVE ZERO TO WS-HIST-COUNT WS-HIST-TOTAL WS-HIST-LAST.
       MOVE 'N' TO WS-HIST-EOF.
       OPEN INPUT HistLedgerFile.
       PERFORM UNTIL WS-HIST-EOF = 'Y'
           READ HistLedgerFile
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ
           IF WS-HIST-EOF NOT = 'Y' AND AHCustID = IDNum
               ADD 1 TO WS-HIST-COUNT
               ADD AHInvoiceAmount TO WS-HIST-TOTAL
               IF AHInvoiceDate > WS-HIST-LAST
                   MOVE AHInvoiceDate TO WS-HIST-LAST
               END-IF
           END-IF
       END-PERFORM.
       CLOSE HistLedgerFile.
       IF WS-HIST-COUNT > 0
           MOVE WS-HIST-TOTAL TO WS-DISPLAY-BALANCE
           DISPLAY "Archived paid invoices: " WS-HIST-COUNT
               "  Total: " WS-DISPLAY-BALANCE
               "  Latest dated " WS-HIST-LAST
       END-IF.

ReadLedger.
       IF NotAtEndOfFile
           READ ARLedgerFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
       END-IF.
       IF NotAtEndOfFile AND ARCustID NOT = IDNum
           MOVE 'Y' TO EndOfFile
       END-IF.

ShowRecentOrders.
       DISPLAY "---------- RECENT ORDERS ----------".
