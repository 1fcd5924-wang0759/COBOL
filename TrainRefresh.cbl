       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRNREFRESH.
*> Refreshes the training data set - the practice copy of the data
*> files that a training session (TRNMODE) runs the RetailUtilities
*> menu, tutorial10's customer menu and the order programs against
*> - from a snapshot of the live files, taken in the training
*> directory:
*>   - every master, transaction and parameter file those programs
*>     read is copied across as it stands, the indexed masters
*>     (customers.txt, products.dat, stock.dat, orderhdr.dat,
*>     arledger.dat) rebuilt under the same keys;
*>   - the control numbers (rcptctl, orderctl, arctl, poctl,
*>     layawayctl) are copied too, so training receipts, orders and
*>     invoices number on from today's live ones - in the training
*>     files only, never taking a live number;
*>   - customer personal data is masked on the way: names, mailing
*>     address, phone and email on the customer master, ship-to
*>     street addresses, birth days (the year is kept, so age checks
*>     still behave), credit-application bank and trade references,
*>     and customer note text. Customer IDs, balances and history
*>     are kept so the practice data behaves like the real thing;
*>   - the logs (audit, security, ops, control totals, report spool,
*>     ...) start empty, so training activity is all they show.
*> The stamp file (training/trnstamp.txt) is emptied first and
*> written last - TRNMODE won't start a training session on a set
*> whose refresh didn't finish. The refresh overwrites whatever
*> trainees have keyed so far, so it takes a typed confirmation;
*> run it from a live session, never from inside training.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Generic line-at-a-time copy of each flat file in the file table
       SELECT OPTIONAL LiveSeqFile ASSIGN TO DYNAMIC WS-TR-LIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-STATUS.
       SELECT TrainSeqFile ASSIGN TO DYNAMIC WS-TR-TRAIN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAIN-STATUS.
*> The indexed masters - live side read in key order by primary key
*> alone, training side built with every key the programs use
       SELECT LiveCustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LiveCustID
           FILE STATUS IS WS-LIVE-STATUS.
       SELECT TrainCustomerFile ASSIGN TO "training/customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WS-TRAIN-STATUS.
       SELECT LiveProductFile ASSIGN TO "products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LiveProdSKU
           FILE STATUS IS WS-LIVE-STATUS.
       SELECT TrainProductFile ASSIGN TO "training/products.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ProdSKU
           FILE STATUS IS WS-TRAIN-STATUS.
       SELECT LiveStockFile ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LiveStockKey
           FILE STATUS IS WS-LIVE-STATUS.
       SELECT TrainStockFile ASSIGN TO "training/stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StockKey
           FILE STATUS IS WS-TRAIN-STATUS.
       SELECT LiveOrderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LiveOrderNum
           FILE STATUS IS WS-LIVE-STATUS.
       SELECT TrainOrderFile ASSIGN TO "training/orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-TRAIN-STATUS.
       SELECT LiveLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LiveARInvoiceNum
           ALTERNATE RECORD KEY IS LiveARCustID WITH DUPLICATES
           FILE STATUS IS WS-LIVE-STATUS.
       SELECT TrainLedgerFile ASSIGN TO "training/arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-TRAIN-STATUS.
       SELECT TrainStampFile ASSIGN TO "training/trnstamp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAIN-STATUS.

DATA DIVISION.
FILE SECTION.
FD LiveSeqFile.
       01 LiveSeqLine PIC X(512).

FD TrainSeqFile.
       01 TrainSeqLine PIC X(512).

*> Live masters as whole records, key in place - the layouts are
*> the shared copybooks' on the training side
FD LiveCustomerFile.
       01 LiveCustomerRecord.
           02 LiveCustID PIC 9(5).
           02 FILLER PIC X(113).

FD TrainCustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

FD LiveProductFile.
       01 LiveProductRecord.
           02 LiveProdSKU PIC X(10).
           02 FILLER PIC X(56).

FD TrainProductFile.
       01 ProductData.
           COPY PRODREC REPLACING ==LEVEL== BY ==02==.

FD LiveStockFile.
       01 LiveStockRecord.
           02 LiveStockKey PIC X(15).
           02 FILLER PIC X(35).

FD TrainStockFile.
       COPY STOCKREC.

FD LiveOrderFile.
       01 LiveOrderRecord.
           02 LiveOrderNum PIC 9(6).
           02 FILLER PIC X(39).

FD TrainOrderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

FD LiveLedgerFile.
       01 LiveLedgerRecord.
           02 LiveARInvoiceNum PIC 9(6).
           02 LiveARCustID PIC 9(5).
           02 FILLER PIC X(30).

FD TrainLedgerFile.
       COPY ARLEDREC.

*> Shared with TRNMODE via copybooks/TRNSTAMPREC.cpy
FD TrainStampFile.
       COPY TRNSTAMPREC.

WORKING-STORAGE SECTION.
       01 WS-LIVE-STATUS PIC XX.
       01 WS-TRAIN-STATUS PIC XX.
       01 WS-TR-LIVE-NAME PIC X(30).
       01 WS-TR-TRAIN-NAME PIC X(40).
       01 WS-TR-DIR PIC X(8) VALUE "training".
       01 WS-TR-DIR-RC PIC S9(9) BINARY.
       01 WS-TR-EOF PIC X.
       01 WS-CONFIRM PIC X(7).
*> The flat files the training programs read, and what happens to
*> each on the way across: C copied as it stands, M copied with the
*> customer details masked, E started empty (logs)
       01 WS-TR-FILE-NAMES.
           05 FILLER PIC X(21) VALUE "arctl.txt           C".
           05 FILLER PIC X(21) VALUE "backorder.txt       C".
           05 FILLER PIC X(21) VALUE "bizdate.txt         C".
           05 FILLER PIC X(21) VALUE "calcscript.txt      C".
           05 FILLER PIC X(21) VALUE "catrestrict.txt     C".
           05 FILLER PIC X(21) VALUE "contracts.txt       C".
           05 FILLER PIC X(21) VALUE "creditapps.txt      M".
           05 FILLER PIC X(21) VALUE "credithold.txt      C".
           05 FILLER PIC X(21) VALUE "creditlimits.txt    C".
           05 FILLER PIC X(21) VALUE "custdeposit.txt     C".
           05 FILLER PIC X(21) VALUE "custdob.txt         M".
           05 FILLER PIC X(21) VALUE "custnotes.txt       M".
           05 FILLER PIC X(21) VALUE "custparent.txt      C".
           05 FILLER PIC X(21) VALUE "custprefs.txt       C".
           05 FILLER PIC X(21) VALUE "giftcards.txt       C".
           05 FILLER PIC X(21) VALUE "holidays.txt        C".
           05 FILLER PIC X(21) VALUE "jurrates.txt        C".
           05 FILLER PIC X(21) VALUE "kitbom.txt          C".
           05 FILLER PIC X(21) VALUE "layaway.txt         C".
           05 FILLER PIC X(21) VALUE "layawayctl.txt      C".
           05 FILLER PIC X(21) VALUE "layawayparm.txt     C".
           05 FILLER PIC X(21) VALUE "laylines.txt        C".
           05 FILLER PIC X(21) VALUE "laypay.txt          C".
           05 FILLER PIC X(21) VALUE "locations.txt       C".
           05 FILLER PIC X(21) VALUE "lots.txt            C".
           05 FILLER PIC X(21) VALUE "loyalty.txt         C".
           05 FILLER PIC X(21) VALUE "nsfparm.txt         C".
           05 FILLER PIC X(21) VALUE "operators.txt       C".
           05 FILLER PIC X(21) VALUE "oplockout.txt       C".
           05 FILLER PIC X(21) VALUE "ordamend.txt        C".
           05 FILLER PIC X(21) VALUE "ordarchparm.txt     C".
           05 FILLER PIC X(21) VALUE "orderctl.txt        C".
           05 FILLER PIC X(21) VALUE "orderdetail.txt     C".
           05 FILLER PIC X(21) VALUE "orderhist_dtl.txt   C".
           05 FILLER PIC X(21) VALUE "orderhist_hdr.txt   C".
           05 FILLER PIC X(21) VALUE "periodctl.txt       C".
           05 FILLER PIC X(21) VALUE "poctl.txt           C".
           05 FILLER PIC X(21) VALUE "podtl.txt           C".
           05 FILLER PIC X(21) VALUE "pohdr.txt           C".
           05 FILLER PIC X(21) VALUE "poparm.txt          C".
           05 FILLER PIC X(21) VALUE "postaljur.txt       C".
           05 FILLER PIC X(21) VALUE "priceovparm.txt     C".
           05 FILLER PIC X(21) VALUE "priceovr.txt        C".
           05 FILLER PIC X(21) VALUE "promotions.txt      C".
           05 FILLER PIC X(21) VALUE "pwhistory.txt       C".
           05 FILLER PIC X(21) VALUE "pwparm.txt          C".
           05 FILLER PIC X(21) VALUE "rcptctl.txt         C".
           05 FILLER PIC X(21) VALUE "salesjournal.txt    C".
           05 FILLER PIC X(21) VALUE "shipments.txt       C".
           05 FILLER PIC X(21) VALUE "shipto.txt          M".
           05 FILLER PIC X(21) VALUE "stockloc.txt        C".
           05 FILLER PIC X(21) VALUE "stockmove.txt       C".
           05 FILLER PIC X(21) VALUE "storejur.txt        C".
           05 FILLER PIC X(21) VALUE "substitutes.txt     C".
           05 FILLER PIC X(21) VALUE "taxexempt.txt       C".
           05 FILLER PIC X(21) VALUE "taxrates.txt        C".
           05 FILLER PIC X(21) VALUE "tenderjrnl.txt      C".
           05 FILLER PIC X(21) VALUE "vendors.txt         C".
           05 FILLER PIC X(21) VALUE "vnditem.txt         C".
           05 FILLER PIC X(21) VALUE "agelog.txt          E".
           05 FILLER PIC X(21) VALUE "calchistory.txt     E".
           05 FILLER PIC X(21) VALUE "ctltotals.txt       E".
           05 FILLER PIC X(21) VALUE "custaudit.txt       E".
           05 FILLER PIC X(21) VALUE "gclog.txt           E".
           05 FILLER PIC X(21) VALUE "nsflog.txt          E".
           05 FILLER PIC X(21) VALUE "opsmsglog.txt       E".
           05 FILLER PIC X(21) VALUE "reportspool.txt     E".
           05 FILLER PIC X(21) VALUE "seclog.txt          E".
           05 FILLER PIC X(21) VALUE "spoolcat.txt        E".
           05 FILLER PIC X(21) VALUE "substlog.txt        E".
           05 FILLER PIC X(21) VALUE "syslock.txt         E".
       01 WS-TR-FILE-TABLE REDEFINES WS-TR-FILE-NAMES.
           05 WS-TR-FILE OCCURS 71 TIMES.
               10 WS-TR-FILE-NAME PIC X(20).
               10 WS-TR-FILE-ACTION PIC X.
       01 WS-TR-FILE-COUNT PIC 9(3) VALUE 71.
       01 WS-TR-IDX PIC 9(3).
*> Masking views of the flat files that carry customer details
       COPY SHIPTOREC.
       COPY CUSTDOBREC.
       COPY CREDAPPREC.
*> Same record tutorial10's NotesFile writes
       01 WS-TR-NOTE-RECORD.
           02 WS-TR-NOTE-KEY PIC X(27).
           02 WS-TR-NOTE-TEXT PIC X(60).
*> Run counts
       01 WS-TR-FILES-COPIED PIC 9(4) VALUE ZERO.
       01 WS-TR-FILES-EMPTIED PIC 9(4) VALUE ZERO.
       01 WS-TR-FILES-FAILED PIC 9(4) VALUE ZERO.
       01 WS-TR-RECORDS PIC 9(7).
       01 WS-TR-CUST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TR-MASK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COUNT-OUT PIC Z,ZZZ,ZZ9.
*> TRNMODE linkage - refuse to run inside a training session
       01 WS-TM-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.
*> BATCHLOCK linkage - the snapshot is not taken while the nightly
*> chain is rewriting the masters
       01 WS-BL-PROGRAM PIC X(12) VALUE "TRNREFRESH".
       01 WS-BL-STATUS PIC XX.
*> BIZDATE linkage - the stamp carries the business day copied
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-DATE PIC 9(8).
       01 WS-BD-STATUS PIC XX.
*> OPSLOG linkage - each refresh, and a failed one, on the log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "TRNREFRESH".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).

PROCEDURE DIVISION.
StartPara.
       DISPLAY "TRAINING DATA REFRESH".
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "TRNREFRESH: this is a training session - refresh "
               "the training data from a live session"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BATCHLOCK' USING WS-BL-PROGRAM, WS-BL-STATUS
       END-CALL.
       IF WS-BL-STATUS = "90"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "This REPLACES the whole training data set with a "
           "masked copy of the live files.".
       DISPLAY "Everything keyed in training so far is lost.".
       DISPLAY "Type REFRESH to proceed : " WITH NO ADVANCING.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "REFRESH"
           DISPLAY "Refresh cancelled - nothing changed"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
*> 0 made, 128 already there - anything else, no training directory
       CALL 'CBL_CREATE_DIR' USING WS-TR-DIR RETURNING WS-TR-DIR-RC
       END-CALL.
       IF WS-TR-DIR-RC NOT = 0 AND WS-TR-DIR-RC NOT = 128
           DISPLAY "TRNREFRESH: unable to create the training "
               "directory, code " WS-TR-DIR-RC
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
*> No stamp while the copy is part-done
       OPEN OUTPUT TrainStampFile.
       IF WS-TRAIN-STATUS NOT = "00"
           DISPLAY "TRNREFRESH: unable to write training/trnstamp.txt, "
               "status " WS-TRAIN-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CLOSE TrainStampFile.
       PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-FILE-COUNT
           PERFORM CopyFlatFile
       END-PERFORM.
       PERFORM CopyCustomers.
       PERFORM CopyProducts.
       PERFORM CopyStock.
       PERFORM CopyOrders.
       PERFORM CopyLedger.
       DISPLAY " ".
       MOVE WS-TR-FILES-COPIED TO WS-COUNT-OUT.
       DISPLAY "Files copied       : " WS-COUNT-OUT.
       MOVE WS-TR-FILES-EMPTIED TO WS-COUNT-OUT.
       DISPLAY "Logs started empty : " WS-COUNT-OUT.
       MOVE WS-TR-CUST-COUNT TO WS-COUNT-OUT.
       DISPLAY "Customers masked   : " WS-COUNT-OUT.
       MOVE WS-TR-MASK-COUNT TO WS-COUNT-OUT.
       DISPLAY "Other records masked: " WS-COUNT-OUT.
       IF WS-TR-FILES-FAILED > 0
           MOVE WS-TR-FILES-FAILED TO WS-COUNT-OUT
           DISPLAY "TRNREFRESH: " WS-COUNT-OUT " file(s) could not be "
               "copied - training set NOT usable"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-TEXT
           STRING "Training refresh failed - " WS-TR-FILES-FAILED
               " file(s) not copied" DELIMITED BY SIZE INTO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM WriteStamp.
       DISPLAY "Training data set refreshed as of business date "
           WS-BD-DATE.
       MOVE 'I' TO WS-OPS-SEVERITY.
       MOVE SPACES TO WS-OPS-TEXT.
       STRING "Training data refreshed - " WS-TR-FILES-COPIED
           " files, " WS-TR-CUST-COUNT " customers masked"
           DELIMITED BY SIZE INTO WS-OPS-TEXT.
       CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
           WS-OPS-TEXT.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

*> One entry of the file table - a live file not there yet just
*> leaves an empty training copy, as the programs would find it
CopyFlatFile.
       MOVE WS-TR-FILE-NAME(WS-TR-IDX) TO WS-TR-LIVE-NAME.
       MOVE SPACES TO WS-TR-TRAIN-NAME.
       STRING WS-TR-DIR "/" WS-TR-FILE-NAME(WS-TR-IDX)
           DELIMITED BY SPACE INTO WS-TR-TRAIN-NAME.
       OPEN OUTPUT TrainSeqFile.
       IF WS-TRAIN-STATUS NOT = "00"
           PERFORM TrainFileFailed
           EXIT PARAGRAPH
       END-IF.
       IF WS-TR-FILE-ACTION(WS-TR-IDX) = 'E'
           CLOSE TrainSeqFile
           ADD 1 TO WS-TR-FILES-EMPTIED
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT LiveSeqFile.
       IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "05"
           CLOSE TrainSeqFile
           DISPLAY "TRNREFRESH: unable to read " WS-TR-LIVE-NAME
               " status " WS-LIVE-STATUS
           ADD 1 TO WS-TR-FILES-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-TR-RECORDS.
       MOVE 'N' TO WS-TR-EOF.
       PERFORM UNTIL WS-TR-EOF = 'Y'
           READ LiveSeqFile
               AT END MOVE 'Y' TO WS-TR-EOF
           END-READ
           IF WS-TR-EOF NOT = 'Y'
               MOVE LiveSeqLine TO TrainSeqLine
               IF WS-TR-FILE-ACTION(WS-TR-IDX) = 'M'
                   PERFORM MaskFlatRecord
               END-IF
               WRITE TrainSeqLine
               ADD 1 TO WS-TR-RECORDS
           END-IF
       END-PERFORM.
       CLOSE LiveSeqFile.
       CLOSE TrainSeqFile.
       ADD 1 TO WS-TR-FILES-COPIED.

*> Street, bank and free-text details replaced with obvious
*> training values; the customer ID each record hangs off is kept
MaskFlatRecord.
       EVALUATE WS-TR-FILE-NAME(WS-TR-IDX)
           WHEN "shipto.txt"
               MOVE LiveSeqLine TO ShipToRecord
               MOVE SPACES TO STAddress
               STRING STCustID " TRAINING ROAD" DELIMITED BY SIZE
                   INTO STAddress
               MOVE ShipToRecord TO TrainSeqLine
           WHEN "custdob.txt"
               MOVE LiveSeqLine TO CustDobRecord
               MOVE "0101" TO CBBirthDate(5:4)
               MOVE CustDobRecord TO TrainSeqLine
           WHEN "creditapps.txt"
               MOVE LiveSeqLine TO CreditAppRecord
               MOVE "TRAINING BANK" TO CABankName
               MOVE SPACES TO CABankAccount
               STRING "TRN" CACustID DELIMITED BY SIZE
                   INTO CABankAccount
               MOVE "TRAINING TRADE REFERENCE 1" TO CATradeRef1
               MOVE "TRAINING TRADE REFERENCE 2" TO CATradeRef2
               MOVE CreditAppRecord TO TrainSeqLine
           WHEN "custnotes.txt"
               MOVE LiveSeqLine TO WS-TR-NOTE-RECORD
               MOVE "Training copy - note text withheld"
                   TO WS-TR-NOTE-TEXT
               MOVE WS-TR-NOTE-RECORD TO TrainSeqLine
       END-EVALUATE.
       ADD 1 TO WS-TR-MASK-COUNT.

TrainFileFailed.
       DISPLAY "TRNREFRESH: unable to write " WS-TR-TRAIN-NAME
           " status " WS-TRAIN-STATUS.
       ADD 1 TO WS-TR-FILES-FAILED.

*> Each customer keeps its ID and status; who they are is replaced
*> with a training name built on the ID, so lookups by ID and by
*> last name still work
CopyCustomers.
       MOVE "training/customers.txt" TO WS-TR-TRAIN-NAME.
       OPEN OUTPUT TrainCustomerFile.
       IF WS-TRAIN-STATUS NOT = "00"
           PERFORM TrainFileFailed
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT LiveCustomerFile.
       IF WS-LIVE-STATUS = "35"
           DISPLAY "No customers.txt on file - training customers "
               "left empty"
           CLOSE TrainCustomerFile
           ADD 1 TO WS-TR-FILES-COPIED
           EXIT PARAGRAPH
       END-IF.
       IF WS-LIVE-STATUS NOT = "00"
           DISPLAY "TRNREFRESH: unable to read customers.txt status "
               WS-LIVE-STATUS
           CLOSE TrainCustomerFile
           ADD 1 TO WS-TR-FILES-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-TR-EOF.
       PERFORM UNTIL WS-TR-EOF = 'Y'
           READ LiveCustomerFile
               AT END MOVE 'Y' TO WS-TR-EOF
           END-READ
           IF WS-TR-EOF NOT = 'Y'
               MOVE LiveCustomerRecord TO CustomerData
               PERFORM MaskCustomer
               WRITE CustomerData
               ADD 1 TO WS-TR-CUST-COUNT
           END-IF
       END-PERFORM.
       CLOSE LiveCustomerFile.
       CLOSE TrainCustomerFile.
       ADD 1 TO WS-TR-FILES-COPIED.

MaskCustomer.
       MOVE "TRAINING" TO FirstName.
       MOVE SPACES TO LastName.
       STRING "CUSTOMER" IDNum DELIMITED BY SIZE INTO LastName.
       MOVE SPACES TO MailAddress.
       STRING IDNum " TRAINING ROAD" DELIMITED BY SIZE
           INTO MailAddress.
       MOVE SPACES TO Phone.
       STRING "555-555-" IDNum(2:4) DELIMITED BY SIZE INTO Phone.
       MOVE SPACES TO Email.
       STRING "cust" IDNum "@training.invalid" DELIMITED BY SIZE
           INTO Email.

CopyProducts.
       MOVE "training/products.dat" TO WS-TR-TRAIN-NAME.
       OPEN OUTPUT TrainProductFile.
       IF WS-TRAIN-STATUS NOT = "00"
           PERFORM TrainFileFailed
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT LiveProductFile.
       IF WS-LIVE-STATUS = "35"
           CLOSE TrainProductFile
           ADD 1 TO WS-TR-FILES-COPIED
           EXIT PARAGRAPH
       END-IF.
       IF WS-LIVE-STATUS NOT = "00"
           DISPLAY "TRNREFRESH: unable to read products.dat status "
               WS-LIVE-STATUS
           CLOSE TrainProductFile
           ADD 1 TO WS-TR-FILES-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-TR-EOF.
       PERFORM UNTIL WS-TR-EOF = 'Y'
           READ LiveProductFile
               AT END MOVE 'Y' TO WS-TR-EOF
           END-READ
           IF WS-TR-EOF NOT = 'Y'
               MOVE LiveProductRecord TO ProductData
               WRITE ProductData
           END-IF
       END-PERFORM.
       CLOSE LiveProductFile.
       CLOSE TrainProductFile.
       ADD 1 TO WS-TR-FILES-COPIED.

CopyStock.
       MOVE "training/stock.dat" TO WS-TR-TRAIN-NAME.
       OPEN OUTPUT TrainStockFile.
       IF WS-TRAIN-STATUS NOT = "00"
           PERFORM TrainFileFailed
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT LiveStockFile.
       IF WS-LIVE-STATUS = "35"
           CLOSE TrainStockFile
           ADD 1 TO WS-TR-FILES-COPIED
           EXIT PARAGRAPH
       END-IF.
       IF WS-LIVE-STATUS NOT = "00"
           DISPLAY "TRNREFRESH: unable to read stock.dat status "
               WS-LIVE-STATUS
           CLOSE TrainStockFile
           ADD 1 TO WS-TR-FILES-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-TR-EOF.
       PERFORM UNTIL WS-TR-EOF = 'Y'
           READ LiveStockFile
               AT END MOVE 'Y' TO WS-TR-EOF
           END-READ
           IF WS-TR-EOF NOT = 'Y'
               MOVE LiveStockRecord TO StockData
               WRITE StockData
           END-IF
       END-PERFORM.
       CLOSE LiveStockFile.
       CLOSE TrainStockFile.
       ADD 1 TO WS-TR-FILES-COPIED.

CopyOrders.
       MOVE "training/orderhdr.dat" TO WS-TR-TRAIN-NAME.
       OPEN OUTPUT TrainOrderFile.
       IF WS-TRAIN-STATUS NOT = "00"
           PERFORM TrainFileFailed
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT LiveOrderFile.
       IF WS-LIVE-STATUS = "35"
           CLOSE TrainOrderFile
           ADD 1 TO WS-TR-FILES-COPIED
           EXIT PARAGRAPH
       END-IF.
       IF WS-LIVE-STATUS NOT = "00"
           DISPLAY "TRNREFRESH: unable to read orderhdr.dat status "
               WS-LIVE-STATUS
           CLOSE TrainOrderFile
           ADD 1 TO WS-TR-FILES-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-TR-EOF.
       PERFORM UNTIL WS-TR-EOF = 'Y'
           READ LiveOrderFile
               AT END MOVE 'Y' TO WS-TR-EOF
           END-READ
           IF WS-TR-EOF NOT = 'Y'
               MOVE LiveOrderRecord TO OrderHeaderData
               WRITE OrderHeaderData
           END-IF
       END-PERFORM.
       CLOSE LiveOrderFile.
       CLOSE TrainOrderFile.
       ADD 1 TO WS-TR-FILES-COPIED.

CopyLedger.
       MOVE "training/arledger.dat" TO WS-TR-TRAIN-NAME.
       OPEN OUTPUT TrainLedgerFile.
       IF WS-TRAIN-STATUS NOT = "00"
           PERFORM TrainFileFailed
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT LiveLedgerFile.
       IF WS-LIVE-STATUS = "35"
           CLOSE TrainLedgerFile
           ADD 1 TO WS-TR-FILES-COPIED
           EXIT PARAGRAPH
       END-IF.
       IF WS-LIVE-STATUS NOT = "00"
           DISPLAY "TRNREFRESH: unable to read arledger.dat status "
               WS-LIVE-STATUS
           CLOSE TrainLedgerFile
           ADD 1 TO WS-TR-FILES-FAILED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-TR-EOF.
       PERFORM UNTIL WS-TR-EOF = 'Y'
           READ LiveLedgerFile
               AT END MOVE 'Y' TO WS-TR-EOF
           END-READ
           IF WS-TR-EOF NOT = 'Y'
               MOVE LiveLedgerRecord TO ARLedgerRecord
               WRITE ARLedgerRecord
           END-IF
       END-PERFORM.
       CLOSE LiveLedgerFile.
       CLOSE TrainLedgerFile.
       ADD 1 TO WS-TR-FILES-COPIED.

*> Written last - the set is now one TRNMODE will train on
WriteStamp.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BD-DATE, WS-BD-STATUS
       END-CALL.
       OPEN OUTPUT TrainStampFile.
       MOVE FUNCTION CURRENT-DATE TO TSStamp.
       MOVE WS-BD-DATE TO TSBusDate.
       MOVE WS-TR-FILES-COPIED TO TSFilesCopied.
       MOVE WS-TR-CUST-COUNT TO TSCustMasked.
       WRITE TrainStampRecord.
       CLOSE TrainStampFile.
