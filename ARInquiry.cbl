       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARINQUIRY.
*> Open-item balance inquiry over the A/R ledger (arledger.dat) that
*> taxCalculator.cbl posts billing sessions to. Collections gives a
*> customer IDNum and gets the customer's name (from CustomerFile),
*> every open invoice with its unpaid remainder, and the outstanding
*> balance - instead of working from a paper folder. For an old
*> invoice dispute it also looks into the A/R history ARARCHIVE
*> moves long-paid items to (arhist.txt) and the cash applications
*> that paid them (arhistlog.txt).
*> Only the customer's own items are read - the ledger is STARTed on
*> its customer key rather than read end to end.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
*> Unapplied cash movements written by ARPAYMENT - collections needs
*> to see money sitting on the account as well as what's owed
       SELECT OPTIONAL OnAccountFile ASSIGN TO "onaccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HistLedgerFile ASSIGN TO "arhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL HistLogFile ASSIGN TO "arhistlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OnAccountFile.
       COPY ONACCTREC.

*> Same shapes ARARCHIVE moves the live ledger and apply log into
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

FD HistLogFile.
       01 HistLogRecord.
           02 HLTimestamp PIC X(21).
           02 FILLER PIC X.
           02 HLCustID PIC 9(5).
           02 FILLER PIC X.
           02 HLInvoiceNum PIC 9(6).
           02 FILLER PIC X.
           02 HLAppliedAmount PIC -9(8).99.
           02 FILLER PIC X.
           02 HLOperatorID PIC X(10).
           02 FILLER PIC X.
           02 HLCheckRef PIC X(10).
           02 FILLER PIC X.
           02 HLPayerID PIC 9(5).
           02 FILLER PIC X.
           02 HLEntryType PIC X.
               88 HLReturnedCheck VALUE 'R'.

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-DISPLAY-BALANCE PIC -$$$$$$$$$9.99.
       01 WS-OA-EOF PIC X.
       01 WS-OA-BALANCE PIC S9(9)V99.
       01 WS-SHOW-HISTORY PIC X.
       01 WS-HIST-EOF PIC X.
       01 WS-HIST-IDX PIC 9(3).
       01 WS-HIST-MATCH PIC X.
       01 WS-APPLIED PIC S9(8)V99.
*> The customer's archived invoices, so one pass over the history
*> log finds their applications. The DEPENDING ON counter must be
*> declared ahead of the table it sizes
       01 HistCount PIC 9(3) VALUE ZERO.
       01 HistTable.
           02 HistInvoice OCCURS 0 TO 500 TIMES
                   DEPENDING ON HistCount PIC 9(6).

PROCEDURE DIVISION.
StartPara.
       ELSE
           DISPLAY "Account " IDNum ": " FirstName " " LastName
           PERFORM ListOpenItems
           DISPLAY "Show paid invoices from the A/R history? y/n"
           ACCEPT WS-SHOW-HISTORY
           IF WS-SHOW-HISTORY = 'y' OR WS-SHOW-HISTORY = 'Y'
               PERFORM ListHistory
           END-IF
       END-IF.

ListHistory.
       MOVE 0 TO HistCount.
       MOVE 'N' TO WS-HIST-EOF.
       OPEN INPUT HistLedgerFile.
       PERFORM UNTIL WS-HIST-EOF = 'Y'
           READ HistLedgerFile
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ
           IF WS-HIST-EOF NOT = 'Y' AND AHCustID = IDNum
               MOVE AHInvoiceAmount TO WS-DISPLAY-AMOUNT
               DISPLAY "Invoice " AHInvoiceNum " dated "
                   AHInvoiceDate " amount " WS-DISPLAY-AMOUNT
                   " paid in full"
               IF HistCount < 500
                   ADD 1 TO HistCount
                   MOVE AHInvoiceNum TO HistInvoice(HistCount)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE HistLedgerFile.
       IF HistCount = 0
           DISPLAY "No archived invoices for this account"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Archived applications:".
       MOVE 'N' TO WS-HIST-EOF.
       OPEN INPUT HistLogFile.
       PERFORM UNTIL WS-HIST-EOF = 'Y'
           READ HistLogFile
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ
           IF WS-HIST-EOF NOT = 'Y'
               PERFORM ShowHistApplication
           END-IF
       END-PERFORM.
       CLOSE HistLogFile.

ShowHistApplication.
       MOVE 'N' TO WS-HIST-MATCH.
       PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > HistCount OR WS-HIST-MATCH = 'Y'
           IF HistInvoice(WS-HIST-IDX) = HLInvoiceNum
               MOVE 'Y' TO WS-HIST-MATCH
           END-IF
       END-PERFORM.
       IF WS-HIST-MATCH = 'Y'
           COMPUTE WS-APPLIED = FUNCTION NUMVAL(HLAppliedAmount)
           MOVE WS-APPLIED TO WS-DISPLAY-AMOUNT
           IF HLReturnedCheck
               DISPLAY "  " HLTimestamp(1:8) " invoice " HLInvoiceNum
                   " " WS-DISPLAY-AMOUNT " ref " HLCheckRef
                   " returned check"
           ELSE
               DISPLAY "  " HLTimestamp(1:8) " invoice " HLInvoiceNum
                   " " WS-DISPLAY-AMOUNT " ref " HLCheckRef
           END-IF
       END-IF.

ListOpenItems.
           DISPLAY "No A/R ledger on file yet (status "
               WS-LEDGER-STATUS ")"
       ELSE
           MOVE IDNum TO ARCustID
           START ARLedgerFile KEY IS NOT LESS THAN ARCustID
               INVALID KEY MOVE 'Y' TO EndOfFile
           END-START
           PERFORM ReadLedger
           PERFORM UNTIL AtEndOfFile
               PERFORM CheckLedgerItem
       CLOSE OnAccountFile.

ReadLedger.
       IF NotAtEndOfFile
           READ ARLedgerFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
       END-IF.
       IF NotAtEndOfFile AND ARCustID NOT = IDNum
           MOVE 'Y' TO EndOfFile
       END-IF.

CheckLedgerItem.
       IF AROpenItem
           COMPUTE WS-OPEN-AMOUNT = ARInvoiceAmount - ARAmountPaid
           MOVE WS-OPEN-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Invoice " ARInvoiceNum " dated " ARInvoiceDate
