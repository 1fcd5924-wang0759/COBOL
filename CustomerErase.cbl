       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTERASE.
*> Personal-data erasure for a former customer who has asked to be
*> forgotten - the step past tutorial10's soft delete, which leaves
*> name, address, phone and email on file. Supervisor-only, with a
*> typed confirmation, since it cannot be undone.
*> The customer's IDNum stays everywhere, and so does the money:
*> arledger.dat, arhist.txt, salesjournal.txt, orders, loyalty and
*> the rest of the books are keyed by ID alone and are not touched.
*> What goes is who the customer was:
*>   - customers.txt (or custhistory.txt, once CUSTPURGE has moved
*>     the record out): name replaced with ERASED CUSTOMERnnnnn,
*>     address, phone and email blanked, status Inactive;
*>   - custbackup.txt and every backup generation still catalogued
*>     on backupgens.txt, so CUSTRESTORE can never bring them back;
*>   - custnotes.txt note text, shipto.txt addresses, custdob.txt
*>     (the line dropped), creditapps.txt bank and trade references,
*>     delivqueue.txt and emaildocs.txt addresses and text, and the
*>     name values on the customer's custaudit.txt entries;
*>   - the produced outputs that may still hold a copy - the export
*>     feed (custexport.csv, custdelta.csv), the mail-merge and
*>     label runs (letters.txt, custlabels.txt), the customer report
*>     and its archive, and the report spool - have the customer's
*>     name, address, phone and email masked with asterisks in
*>     place, so every line keeps its shape.
*> Refused while the customer still has an open balance (open A/R
*> items, or money held on account) or an order not yet invoiced -
*> the books must be settled before the person can go.
*> Every flat file is worked through a staging copy and copied back
*> only when something in it changed; the master record is changed
*> last, so a run stopped by a file it could not rewrite can simply
*> be run again. The erasure is written to custaudit.txt as ERASE
*> (which CUSTEXPORT's delta feed ships as a delete), to the ops log,
*> and as a certificate-of-erasure entry on erasurelog.txt, with a
*> printed certificate (erasure_cert.txt) listing what was done in
*> each file - by customer ID only.
*> The certificate is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARInvoiceNum
           ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
       SELECT OPTIONAL OrderHeaderFile ASSIGN TO "orderhdr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderNum
           FILE STATUS IS WS-ORDHDR-STATUS.
       SELECT OPTIONAL OnAccountFile ASSIGN TO "onaccount.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL GenCatalogFile ASSIGN TO "backupgens.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
*> Each flat file in turn, by name, and its staging copy
       SELECT OPTIONAL LiveFile ASSIGN TO DYNAMIC WS-LIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-STATUS.
       SELECT WorkFile ASSIGN TO "custerase_work.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
       SELECT OPTIONAL CustomerAudit ASSIGN TO "custaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL ErasureLogFile ASSIGN TO "erasurelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "erasure_cert.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

*> Shared with taxCalculator.cbl/ARPAYMENT via copybooks/ARLEDREC.cpy
FD ARLedgerFile.
       COPY ARLEDREC.

*> Shared with ORDERENTRY via copybooks/ORDHDRREC.cpy
FD OrderHeaderFile.
       01 OrderHeaderData.
           COPY ORDHDRREC REPLACING ==LEVEL== BY ==02==.

*> Shared with ARPAYMENT/CREDITREVIEW via copybooks/ONACCTREC.cpy
FD OnAccountFile.
       COPY ONACCTREC.

*> Same catalog CUSTBACKUP keeps
FD GenCatalogFile.
       01 GenCatalogRecord.
           02 GenDate PIC 9(8).

FD LiveFile.
       01 LiveLine PIC X(300).

FD WorkFile.
       01 WorkLine PIC X(300).

*> Same record tutorial10 (coboltut.cbl) writes
FD CustomerAudit.
       01 AuditRecord.
           02 AuditTimestamp PIC X(21).
           02 FILLER PIC X VALUE SPACE.
           02 AuditOperation PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 AuditIDNum PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 AuditResult PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 AuditBeforeValues PIC X(32).
           02 FILLER PIC X VALUE SPACE.
           02 AuditAfterValues PIC X(32).
           02 FILLER PIC X VALUE SPACE.
           02 AuditOperatorID PIC X(10).

*> One certificate-of-erasure entry per customer erased - by ID
*> only. Fields kept contiguous with no separator FILLER, same LINE
*> SEQUENTIAL workaround CustomerPurge.cbl notes
FD ErasureLogFile.
       01 ErasureLogRecord.
           02 ELCustID PIC 9(5).
           02 ELBusDate PIC 9(8).
           02 ELStamp PIC X(21).
           02 ELOperator PIC X(10).
           02 ELRequestRef PIC X(15).
           02 ELFilesChanged PIC 9(3).
           02 ELRecordsChanged PIC 9(7).

*> Same layout tutorial10's OperatorFile reads; erasure needs the
*> supervisor role ('S')
FD OperatorFile.
       01 OperatorRecord.
           02 OpID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpPassword PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OpRole PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

FD ReportFile.
       01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-ORDHDR-STATUS PIC XX.
       01 WS-LIVE-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-LIVE-EOF PIC X.
       01 WS-WORK-EOF PIC X.
       01 WS-GEN-EOF PIC X.
       01 WS-OA-EOF PIC X.
       01 WS-LOG-EOF PIC X.
       01 WS-ID-INPUT PIC X(5).
       01 WS-ER-ID PIC 9(5).
       01 WS-ER-ID-TEXT REDEFINES WS-ER-ID PIC X(5).
       01 WS-ON-MASTER PIC X VALUE 'N'.
       01 WS-IN-HISTORY PIC X VALUE 'N'.
       01 WS-ALREADY-ERASED PIC X VALUE 'N'.
       01 WS-REFUSED PIC X VALUE 'N'.
       01 WS-CONFIRM PIC X(5).
       01 WS-REQUEST-REF PIC X(15).
       01 WS-RUN-ERROR PIC X VALUE 'N'.
*> Who the customer was, captured before anything is changed - the
*> values the produced outputs are searched for
       01 WS-ER-FIRST PIC X(15).
       01 WS-ER-LAST PIC X(15).
       01 WS-ER-ADDRESS PIC X(30).
       01 WS-ER-PHONE PIC X(12).
       01 WS-ER-EMAIL PIC X(40).
       01 WS-ERASED-FIRST PIC X(15) VALUE "ERASED".
       01 WS-ERASED-LAST PIC X(15).
       01 WS-ERASED-TEXT PIC X(20) VALUE "PERSONAL DATA ERASED".
*> Search values for the masking pass: the full name as letters
*> and labels print it, as the CSV feed carries it, and the contact
*> details as keyed. The first and last names alone are masked only
*> on a line that also carries the customer's ID
       01 ScrubCount PIC 9 VALUE ZERO.
       01 ScrubTable.
           02 ScrubValue OCCURS 0 TO 6 TIMES DEPENDING ON ScrubCount.
               03 Sv-Text PIC X(50).
               03 Sv-Len PIC 9(3).
       01 WS-SCRUB-WORK PIC X(50).
       01 WS-SCRUB-LEN PIC 9(3).
       01 WS-FIRST-LEN PIC 9(3).
       01 WS-LAST-LEN PIC 9(3).
       01 WS-MASK PIC X(50) VALUE ALL "*".
       01 WS-HITS PIC 9(5).
       01 WS-SV-IDX PIC 9.
*> Open balance and open order checks
       01 WS-OPEN-ITEMS PIC 9(5) VALUE ZERO.
       01 WS-OPEN-BALANCE PIC S9(9)V99 VALUE ZERO.
       01 WS-ON-ACCOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-OPEN-ORDERS PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-OUT PIC -$$$,$$$,$$9.99.
*> The flat files worked, in order, with what each needs done:
*>   H custhistory  B backup extract   N notes      S ship-to
*>   D birth dates  C credit apps      Q deliveries E e-mailed docs
*>   A audit trail  T produced output (masking only)
       01 WS-FILE-LIST.
           05 FILLER PIC X(21) VALUE "custhistory.txt     H".
           05 FILLER PIC X(21) VALUE "custbackup.txt      B".
           05 FILLER PIC X(21) VALUE "custnotes.txt       N".
           05 FILLER PIC X(21) VALUE "shipto.txt          S".
           05 FILLER PIC X(21) VALUE "custdob.txt         D".
           05 FILLER PIC X(21) VALUE "creditapps.txt      C".
           05 FILLER PIC X(21) VALUE "delivqueue.txt      Q".
           05 FILLER PIC X(21) VALUE "emaildocs.txt       E".
           05 FILLER PIC X(21) VALUE "custaudit.txt       A".
           05 FILLER PIC X(21) VALUE "custexport.csv      T".
           05 FILLER PIC X(21) VALUE "custdelta.csv       T".
           05 FILLER PIC X(21) VALUE "letters.txt         T".
           05 FILLER PIC X(21) VALUE "custlabels.txt      T".
           05 FILLER PIC X(21) VALUE "customer_report.txt T".
           05 FILLER PIC X(21) VALUE "customer_archive.txtT".
           05 FILLER PIC X(21) VALUE "reportspool.txt     T".
       01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           05 WS-FILE OCCURS 16 TIMES.
               10 WS-FILE-NAME PIC X(20).
               10 WS-FILE-KIND PIC X.
       01 WS-FILE-COUNT PIC 99 VALUE 16.
       01 WS-FILE-IDX PIC 99.
       01 WS-LIVE-NAME PIC X(30).
       01 WS-KIND PIC X.
       01 WS-LINE-CHANGED PIC X.
       01 WS-LINE-DROPPED PIC X.
       01 WS-LINES-CHANGED PIC 9(7).
*> What was done in each file, for the certificate. The DEPENDING ON
*> counter must be declared ahead of the table
       01 DoneCount PIC 9(3) VALUE ZERO.
       01 DoneTable.
           02 DoneEntry OCCURS 0 TO 120 TIMES DEPENDING ON DoneCount.
               03 Dn-Name PIC X(30).
               03 Dn-Lines PIC 9(7).
       01 WS-FILES-CHANGED PIC 9(3) VALUE ZERO.
       01 WS-RECORDS-CHANGED PIC 9(7) VALUE ZERO.
       01 WS-IDX PIC 9(3).
       01 WS-COUNT-OUT PIC Z,ZZZ,ZZ9.
*> Record views of the keyed flat files
       01 WS-HIST-RECORD.
           02 WH-IDNum PIC 9(5).
           02 WH-FirstName PIC X(15).
           02 WH-LastName PIC X(15).
           02 WH-MailAddress PIC X(30).
           02 WH-Phone PIC X(12).
           02 WH-Email PIC X(40).
           02 WH-PurgedDate PIC 9(8).
       COPY CUSTBACKREC.
       01 WS-NOTE-RECORD.
           02 WN-IDNum PIC 9(5).
           02 WN-Key PIC X(22).
           02 WN-Text PIC X(60).
       COPY SHIPTOREC.
       COPY CUSTDOBREC.
       COPY CREDAPPREC.
       COPY DELIVQREC.
       COPY EMAILDOCREC.
       01 WS-AUDIT-RECORD.
           02 WA-Timestamp PIC X(21).
           02 FILLER PIC X.
           02 WA-Operation PIC X(6).
           02 FILLER PIC X.
           02 WA-IDNum PIC X(5).
           02 FILLER PIC X.
           02 WA-Result PIC X(6).
           02 FILLER PIC X.
           02 WA-BeforeValues PIC X(32).
           02 FILLER PIC X.
           02 WA-AfterValues PIC X(32).
           02 FILLER PIC X.
           02 WA-OperatorID PIC X(10).
*> Supervisor sign-on
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OPERATOR-FOUND PIC X VALUE 'N'.
       01 WS-OPERATOR-EOF PIC X.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> BATCHLOCK answer - '90' means the nightly chain owns the files
*> right now and no supervisor overrode the closed window
       01 WS-BL-PROGRAM PIC X(12) VALUE "CUSTERASE".
       01 WS-BL-STATUS PIC XX.
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-STAMP PIC X(21).
*> OPSLOG linkage - every erasure, and a refused one, on the log
       01 WS-OPS-PROGRAM PIC X(12) VALUE "CUSTERASE".
       01 WS-OPS-SEVERITY PIC X.
       01 WS-OPS-TEXT PIC X(60).
*> RPTSPOOL linkage - the certificate filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CUSTERASE".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       DISPLAY "CUSTOMER PERSONAL-DATA ERASURE - supervisor sign-on "
           "required".
       CALL 'BATCHLOCK' USING WS-BL-PROGRAM, WS-BL-STATUS
       END-CALL.
       IF WS-BL-STATUS = "90"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ValidateOperator.
       IF WS-OPERATOR-FOUND = 'N'
           DISPLAY "CUSTERASE: supervisor sign-on failed - nothing "
               "erased"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       OPEN I-O CustomerFile.
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "CUSTERASE: unable to open CustomerFile, status "
               WS-CUSTOMER-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM GetCustomer.
       IF WS-ON-MASTER = 'N' AND WS-IN-HISTORY = 'N'
           DISPLAY "CUSTERASE: customer " WS-ER-ID " not on file or "
               "in custhistory.txt - nothing erased"
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM CheckErasureLog.
       IF WS-ALREADY-ERASED = 'Y'
           DISPLAY "CUSTERASE: customer " WS-ER-ID " has already been "
               "erased - see erasurelog.txt"
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM CheckOpenBalance.
       PERFORM CheckOnAccount.
       PERFORM CheckOpenOrders.
       IF WS-REFUSED = 'Y'
           DISPLAY "CUSTERASE: erasure refused - settle the account "
               "first, nothing erased"
           MOVE 'W' TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-TEXT
           STRING "Erasure of customer " WS-ER-ID
               " refused - open balance or orders"
               DELIMITED BY SIZE INTO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "Request reference (letter/e-mail ref, optional) : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-REQUEST-REF.
       ACCEPT WS-REQUEST-REF.
       DISPLAY "Erasing the personal data of customer " WS-ER-ID " ("
           FUNCTION TRIM(WS-ER-FIRST) " " FUNCTION TRIM(WS-ER-LAST)
           ") everywhere it is held.".
       DISPLAY "This cannot be undone. Type ERASE to proceed : "
           WITH NO ADVANCING.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "ERASE"
           DISPLAY "Erasure cancelled - nothing changed"
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO WS-ERASED-LAST.
       STRING "CUSTOMER" WS-ER-ID DELIMITED BY SIZE INTO WS-ERASED-LAST.
       PERFORM BuildScrubValues.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-LIVE-NAME
           MOVE WS-FILE-KIND(WS-FILE-IDX) TO WS-KIND
           PERFORM EraseInFlatFile
           IF WS-KIND = 'B'
               PERFORM EraseInGenerations
           END-IF
       END-PERFORM.
       IF WS-RUN-ERROR = 'Y'
           *> A file could not be rewritten - the master is left as it
           *> is so the erasure can be run again once it is fixed
           DISPLAY "CUSTERASE: erasure incomplete - customer master "
               "left unchanged, rerun once the file above is fixed"
           MOVE 'E' TO WS-OPS-SEVERITY
           MOVE SPACES TO WS-OPS-TEXT
           STRING "Erasure of customer " WS-ER-ID
               " incomplete - rerun required"
               DELIMITED BY SIZE INTO WS-OPS-TEXT
           CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
               WS-OPS-TEXT
           CLOSE CustomerFile
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-ON-MASTER = 'Y'
           PERFORM EraseMaster
       END-IF.
       CLOSE CustomerFile.
       MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
       PERFORM WriteEraseAudit.
       PERFORM WriteErasureLog.
       PERFORM WriteCertificate.
       MOVE 'I' TO WS-OPS-SEVERITY.
       MOVE SPACES TO WS-OPS-TEXT.
       STRING "Customer " WS-ER-ID " personal data erased by "
           WS-OPERATOR-ID DELIMITED BY SIZE INTO WS-OPS-TEXT.
       CALL 'OPSLOG' USING WS-OPS-PROGRAM, WS-OPS-SEVERITY,
           WS-OPS-TEXT.
       DISPLAY "Erasure complete. Records changed: "
           WS-RECORDS-CHANGED " in " WS-FILES-CHANGED " file(s); "
           "certificate in erasure_cert.txt".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

*> On the master, or - once CUSTPURGE has moved it out - in
*> custhistory.txt
GetCustomer.
       MOVE SPACES TO WS-ID-INPUT.
       PERFORM WITH TEST AFTER UNTIL WS-ID-INPUT IS NUMERIC
           DISPLAY "Customer ID to erase : " WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
       END-PERFORM.
       MOVE WS-ID-INPUT TO WS-ER-ID.
       MOVE WS-ER-ID TO IDNum.
       MOVE 'Y' TO WS-ON-MASTER.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO WS-ON-MASTER
       END-READ.
       IF WS-ON-MASTER = 'Y'
           MOVE FirstName TO WS-ER-FIRST
           MOVE LastName TO WS-ER-LAST
           MOVE MailAddress TO WS-ER-ADDRESS
           MOVE Phone TO WS-ER-PHONE
           MOVE Email TO WS-ER-EMAIL
           EXIT PARAGRAPH
       END-IF.
       MOVE "custhistory.txt" TO WS-LIVE-NAME.
       MOVE 'N' TO WS-LIVE-EOF.
       OPEN INPUT LiveFile.
       PERFORM UNTIL WS-LIVE-EOF = 'Y'
           READ LiveFile
               AT END MOVE 'Y' TO WS-LIVE-EOF
           END-READ
           IF WS-LIVE-EOF NOT = 'Y'
               MOVE LiveLine TO WS-HIST-RECORD
               IF WH-IDNum = WS-ER-ID
                   MOVE 'Y' TO WS-IN-HISTORY
                   MOVE WH-FirstName TO WS-ER-FIRST
                   MOVE WH-LastName TO WS-ER-LAST
                   MOVE WH-MailAddress TO WS-ER-ADDRESS
                   MOVE WH-Phone TO WS-ER-PHONE
                   MOVE WH-Email TO WS-ER-EMAIL
               END-IF
           END-IF
       END-PERFORM.
       CLOSE LiveFile.

CheckErasureLog.
       MOVE 'N' TO WS-LOG-EOF.
       OPEN INPUT ErasureLogFile.
       PERFORM UNTIL WS-LOG-EOF = 'Y' OR WS-ALREADY-ERASED = 'Y'
           READ ErasureLogFile
               AT END MOVE 'Y' TO WS-LOG-EOF
           END-READ
           IF WS-LOG-EOF NOT = 'Y' AND ELCustID = WS-ER-ID
               MOVE 'Y' TO WS-ALREADY-ERASED
           END-IF
       END-PERFORM.
       CLOSE ErasureLogFile.

CheckOpenBalance.
       OPEN INPUT ARLedgerFile.
       IF WS-LEDGER-STATUS NOT = "00"
           CLOSE ARLedgerFile
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO EndOfFile.
       MOVE WS-ER-ID TO ARCustID.
       START ARLedgerFile KEY IS NOT LESS THAN ARCustID
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
       PERFORM UNTIL AtEndOfFile
           READ ARLedgerFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile AND ARCustID NOT = WS-ER-ID
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile AND AROpenItem
               ADD 1 TO WS-OPEN-ITEMS
               COMPUTE WS-OPEN-BALANCE = WS-OPEN-BALANCE
                   + ARInvoiceAmount - ARAmountPaid
           END-IF
       END-PERFORM.
       CLOSE ARLedgerFile.
       IF WS-OPEN-ITEMS > 0
           MOVE WS-OPEN-BALANCE TO WS-AMOUNT-OUT
           DISPLAY "  " WS-OPEN-ITEMS " open A/R item(s), balance "
               WS-AMOUNT-OUT
           MOVE 'Y' TO WS-REFUSED
       END-IF.

*> Money held on account is owed back to the customer
CheckOnAccount.
       MOVE 'N' TO WS-OA-EOF.
       OPEN INPUT OnAccountFile.
       PERFORM UNTIL WS-OA-EOF = 'Y'
           READ OnAccountFile
               AT END MOVE 'Y' TO WS-OA-EOF
           END-READ
           IF WS-OA-EOF NOT = 'Y' AND OACustID = WS-ER-ID
               ADD OAAmount TO WS-ON-ACCOUNT
           END-IF
       END-PERFORM.
       CLOSE OnAccountFile.
       IF WS-ON-ACCOUNT NOT = ZERO
           MOVE WS-ON-ACCOUNT TO WS-AMOUNT-OUT
           DISPLAY "  on-account balance " WS-AMOUNT-OUT
           MOVE 'Y' TO WS-REFUSED
       END-IF.

*> Open or shipped - anything not yet invoiced or cancelled
CheckOpenOrders.
       OPEN INPUT OrderHeaderFile.
       IF WS-ORDHDR-STATUS NOT = "00"
           CLOSE OrderHeaderFile
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO EndOfFile.
       PERFORM UNTIL AtEndOfFile
           READ OrderHeaderFile
               AT END MOVE 'Y' TO EndOfFile
           END-READ
           IF NotAtEndOfFile AND OrderCustID = WS-ER-ID
                   AND (OrderOpen OR OrderShipped)
               ADD 1 TO WS-OPEN-ORDERS
               DISPLAY "  order " OrderNum " still " OrderStatus
           END-IF
       END-PERFORM.
       CLOSE OrderHeaderFile.
       IF WS-OPEN-ORDERS > 0
           MOVE 'Y' TO WS-REFUSED
       END-IF.

BuildScrubValues.
       MOVE 0 TO ScrubCount.
       MOVE SPACES TO WS-SCRUB-WORK.
       STRING FUNCTION TRIM(WS-ER-FIRST) " " FUNCTION TRIM(WS-ER-LAST)
           DELIMITED BY SIZE INTO WS-SCRUB-WORK.
       PERFORM AddScrubValue.
       MOVE SPACES TO WS-SCRUB-WORK.
       STRING FUNCTION TRIM(WS-ER-FIRST) "," FUNCTION TRIM(WS-ER-LAST)
           DELIMITED BY SIZE INTO WS-SCRUB-WORK.
       PERFORM AddScrubValue.
       MOVE WS-ER-ADDRESS TO WS-SCRUB-WORK.
       PERFORM AddScrubValue.
       MOVE WS-ER-PHONE TO WS-SCRUB-WORK.
       PERFORM AddScrubValue.
       MOVE WS-ER-EMAIL TO WS-SCRUB-WORK.
       PERFORM AddScrubValue.
       MOVE WS-ER-FIRST TO WS-SCRUB-WORK.
       PERFORM MeasureScrubWork.
       MOVE WS-SCRUB-LEN TO WS-FIRST-LEN.
       MOVE WS-ER-LAST TO WS-SCRUB-WORK.
       PERFORM MeasureScrubWork.
       MOVE WS-SCRUB-LEN TO WS-LAST-LEN.

*> Too short a value would mask unrelated text - four characters
*> at least
AddScrubValue.
       PERFORM MeasureScrubWork.
       IF WS-SCRUB-LEN > 3
           ADD 1 TO ScrubCount
           MOVE WS-SCRUB-WORK TO Sv-Text(ScrubCount)
           MOVE WS-SCRUB-LEN TO Sv-Len(ScrubCount)
       END-IF.

MeasureScrubWork.
       MOVE ZERO TO WS-SCRUB-LEN.
       INSPECT FUNCTION REVERSE(WS-SCRUB-WORK) TALLYING WS-SCRUB-LEN
           FOR LEADING SPACES.
       COMPUTE WS-SCRUB-LEN = 50 - WS-SCRUB-LEN.

*> One flat file through the staging copy, copied back only when a
*> line in it changed
EraseInFlatFile.
       MOVE ZERO TO WS-LINES-CHANGED.
       OPEN INPUT LiveFile.
       IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "05"
           DISPLAY "CUSTERASE: cannot open "
               FUNCTION TRIM(WS-LIVE-NAME) ", status "
               WS-LIVE-STATUS
           MOVE 'Y' TO WS-RUN-ERROR
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT WorkFile.
       IF WS-WORK-STATUS NOT = "00"
           DISPLAY "CUSTERASE: cannot open custerase_work.tmp, status "
               WS-WORK-STATUS
           CLOSE LiveFile
           MOVE 'Y' TO WS-RUN-ERROR
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-LIVE-EOF.
       PERFORM UNTIL WS-LIVE-EOF = 'Y'
           READ LiveFile
               AT END MOVE 'Y' TO WS-LIVE-EOF
           END-READ
           IF WS-LIVE-EOF NOT = 'Y'
               MOVE 'N' TO WS-LINE-CHANGED
               MOVE 'N' TO WS-LINE-DROPPED
               PERFORM EraseInLine
               IF WS-LINE-CHANGED = 'Y'
                   ADD 1 TO WS-LINES-CHANGED
               END-IF
               IF WS-LINE-DROPPED = 'N'
                   MOVE LiveLine TO WorkLine
                   WRITE WorkLine
               END-IF
           END-IF
       END-PERFORM.
       CLOSE LiveFile.
       CLOSE WorkFile.
       IF WS-LINES-CHANGED > 0
           PERFORM RewriteLiveFromWork
       END-IF.
       IF DoneCount < 120
           ADD 1 TO DoneCount
           MOVE WS-LIVE-NAME TO Dn-Name(DoneCount)
           MOVE WS-LINES-CHANGED TO Dn-Lines(DoneCount)
       END-IF.
       IF WS-LINES-CHANGED > 0
           ADD 1 TO WS-FILES-CHANGED
           ADD WS-LINES-CHANGED TO WS-RECORDS-CHANGED
       END-IF.

EraseInLine.
       EVALUATE WS-KIND
           WHEN 'H'
               MOVE LiveLine TO WS-HIST-RECORD
               IF WH-IDNum = WS-ER-ID
                   MOVE WS-ERASED-FIRST TO WH-FirstName
                   MOVE WS-ERASED-LAST TO WH-LastName
                   MOVE SPACES TO WH-MailAddress
                   MOVE SPACES TO WH-Phone
                   MOVE SPACES TO WH-Email
                   MOVE WS-HIST-RECORD TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'B'
               MOVE LiveLine TO BackupRecord
               IF LiveLine(1:5) = WS-ER-ID-TEXT
                   MOVE WS-ERASED-FIRST TO BackupFirstName
                   MOVE WS-ERASED-LAST TO BackupLastName
                   MOVE SPACES TO BackupMailAddress
                   MOVE SPACES TO BackupPhone
                   MOVE SPACES TO BackupEmail
                   MOVE 'I' TO BackupCustStatus
                   MOVE BackupRecord TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'N'
               MOVE LiveLine TO WS-NOTE-RECORD
               IF WN-IDNum = WS-ER-ID
                   MOVE WS-ERASED-TEXT TO WN-Text
                   MOVE WS-NOTE-RECORD TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'S'
               MOVE LiveLine TO ShipToRecord
               IF STCustID = WS-ER-ID
                   MOVE WS-ERASED-TEXT TO STAddress
                   MOVE SPACES TO STPostalCode
                   MOVE ShipToRecord TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'D'
               MOVE LiveLine TO CustDobRecord
               IF CBCustID = WS-ER-ID
                   MOVE 'Y' TO WS-LINE-DROPPED
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'C'
               MOVE LiveLine TO CreditAppRecord
               IF CACustID = WS-ER-ID
                   MOVE WS-ERASED-TEXT TO CABankName
                   MOVE SPACES TO CABankAccount
                   MOVE WS-ERASED-TEXT TO CATradeRef1
                   MOVE SPACES TO CATradeRef2
                   MOVE CreditAppRecord TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'Q'
               MOVE LiveLine TO DeliveryQueueRecord
               IF DQCustID = WS-ER-ID
                   MOVE SPACES TO DQEmail
                   MOVE DeliveryQueueRecord TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'E'
               MOVE LiveLine TO EmailDocRecord
               IF EDDocRef(19:5) = WS-ER-ID-TEXT
                   MOVE WS-ERASED-TEXT TO EDText
                   MOVE EmailDocRecord TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           WHEN 'A'
               MOVE LiveLine TO WS-AUDIT-RECORD
               IF WA-IDNum = WS-ER-ID-TEXT
                       AND (WA-BeforeValues NOT = SPACES
                           OR WA-AfterValues NOT = SPACES)
                   MOVE WS-ERASED-TEXT TO WA-BeforeValues
                   MOVE WS-ERASED-TEXT TO WA-AfterValues
                   MOVE WS-AUDIT-RECORD TO LiveLine
                   MOVE 'Y' TO WS-LINE-CHANGED
               ELSE
                   PERFORM MaskLine
               END-IF
           WHEN OTHER
               PERFORM MaskLine
       END-EVALUATE.

*> Mask the customer's values where they appear, in place
MaskLine.
       PERFORM VARYING WS-SV-IDX FROM 1 BY 1
               UNTIL WS-SV-IDX > ScrubCount
           MOVE ZERO TO WS-HITS
           INSPECT LiveLine TALLYING WS-HITS FOR ALL
               Sv-Text(WS-SV-IDX)(1:Sv-Len(WS-SV-IDX))
           IF WS-HITS > 0
               INSPECT LiveLine REPLACING ALL
                   Sv-Text(WS-SV-IDX)(1:Sv-Len(WS-SV-IDX))
                   BY WS-MASK(1:Sv-Len(WS-SV-IDX))
               MOVE 'Y' TO WS-LINE-CHANGED
           END-IF
       END-PERFORM.
       MOVE ZERO TO WS-HITS.
       INSPECT LiveLine TALLYING WS-HITS FOR ALL WS-ER-ID-TEXT.
       IF WS-HITS > 0 AND WS-FIRST-LEN > 0 AND WS-LAST-LEN > 0
           MOVE ZERO TO WS-HITS
           INSPECT LiveLine TALLYING WS-HITS FOR ALL
               WS-ER-LAST(1:WS-LAST-LEN)
           IF WS-HITS > 0
               INSPECT LiveLine REPLACING ALL
                   WS-ER-LAST(1:WS-LAST-LEN) BY WS-MASK(1:WS-LAST-LEN)
               INSPECT LiveLine REPLACING ALL
                   WS-ER-FIRST(1:WS-FIRST-LEN)
                   BY WS-MASK(1:WS-FIRST-LEN)
               MOVE 'Y' TO WS-LINE-CHANGED
           END-IF
       END-IF.

RewriteLiveFromWork.
       MOVE 'N' TO WS-WORK-EOF.
       OPEN INPUT WorkFile.
       OPEN OUTPUT LiveFile.
       IF WS-LIVE-STATUS NOT = "00"
           DISPLAY "CUSTERASE: cannot rewrite "
               FUNCTION TRIM(WS-LIVE-NAME) ", status "
               WS-LIVE-STATUS
           CLOSE WorkFile
           MOVE 'Y' TO WS-RUN-ERROR
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-WORK-EOF = 'Y'
           READ WorkFile
               AT END MOVE 'Y' TO WS-WORK-EOF
           END-READ
           IF WS-WORK-EOF NOT = 'Y'
               MOVE WorkLine TO LiveLine
               WRITE LiveLine
           END-IF
       END-PERFORM.
       CLOSE WorkFile.
       CLOSE LiveFile.

*> Every backup generation CUSTBACKUP still has catalogued
EraseInGenerations.
       MOVE 'N' TO WS-GEN-EOF.
       OPEN INPUT GenCatalogFile.
       PERFORM UNTIL WS-GEN-EOF = 'Y'
           READ GenCatalogFile
               AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ
           IF WS-GEN-EOF NOT = 'Y' AND GenDate IS NUMERIC
               MOVE SPACES TO WS-LIVE-NAME
               STRING "custbackup_g" GenDate ".txt"
                   DELIMITED BY SIZE INTO WS-LIVE-NAME
               PERFORM EraseInFlatFile
           END-IF
       END-PERFORM.
       CLOSE GenCatalogFile.

EraseMaster.
       MOVE WS-ER-ID TO IDNum.
       READ CustomerFile
           INVALID KEY
               DISPLAY "CUSTERASE: customer " WS-ER-ID
                   " vanished from the master"
               EXIT PARAGRAPH
       END-READ.
       MOVE WS-ERASED-FIRST TO FirstName.
       MOVE WS-ERASED-LAST TO LastName.
       MOVE SPACES TO MailAddress.
       MOVE SPACES TO Phone.
       MOVE SPACES TO Email.
       SET CustInactive TO TRUE.
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "CUSTERASE: unable to rewrite customer "
                   WS-ER-ID
           NOT INVALID KEY
               IF DoneCount < 120
                   ADD 1 TO DoneCount
                   MOVE "customers.txt" TO Dn-Name(DoneCount)
                   MOVE 1 TO Dn-Lines(DoneCount)
               END-IF
               ADD 1 TO WS-FILES-CHANGED
               ADD 1 TO WS-RECORDS-CHANGED
       END-REWRITE.

WriteEraseAudit.
       OPEN EXTEND CustomerAudit.
       *> Blank the whole record first - unset FILLER bytes trip
       *> this build's LINE SEQUENTIAL status-71 check
       MOVE SPACES TO AuditRecord.
       MOVE WS-STAMP TO AuditTimestamp.
       MOVE 'ERASE ' TO AuditOperation.
       MOVE WS-ER-ID TO AuditIDNum.
       MOVE 'OK' TO AuditResult.
       MOVE WS-ERASED-TEXT TO AuditBeforeValues.
       MOVE SPACES TO AuditAfterValues.
       STRING WS-ERASED-FIRST DELIMITED BY SPACE
           " " WS-ERASED-LAST DELIMITED BY SIZE
           INTO AuditAfterValues.
       MOVE WS-OPERATOR-ID TO AuditOperatorID.
       WRITE AuditRecord.
       CLOSE CustomerAudit.

WriteErasureLog.
       OPEN EXTEND ErasureLogFile.
       MOVE WS-ER-ID TO ELCustID.
       MOVE WS-RUN-DATE TO ELBusDate.
       MOVE WS-STAMP TO ELStamp.
       MOVE WS-OPERATOR-ID TO ELOperator.
       MOVE WS-REQUEST-REF TO ELRequestRef.
       MOVE WS-FILES-CHANGED TO ELFilesChanged.
       MOVE WS-RECORDS-CHANGED TO ELRecordsChanged.
       WRITE ErasureLogRecord.
       CLOSE ErasureLogFile.

WriteCertificate.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CUSTERASE: unable to open erasure_cert.txt, "
               "status " WS-REPORT-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE "CERTIFICATE OF ERASURE OF PERSONAL DATA" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Customer ID        " WS-ER-ID DELIMITED BY SIZE
           INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Request reference  " WS-REQUEST-REF DELIMITED BY SIZE
           INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Business date      " WS-RUN-DATE "   erased at "
           WS-STAMP(1:14) DELIMITED BY SIZE INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "Authorised by      " WS-OPERATOR-ID DELIMITED BY SIZE
           INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "FILE                            RECORDS ANONYMIZED"
           TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > DoneCount
           MOVE SPACES TO ReportLine
           IF Dn-Lines(WS-IDX) = ZERO
               STRING Dn-Name(WS-IDX) "  none held" DELIMITED BY SIZE
                   INTO ReportLine
           ELSE
               MOVE Dn-Lines(WS-IDX) TO WS-COUNT-OUT
               STRING Dn-Name(WS-IDX) "  " WS-COUNT-OUT
                   DELIMITED BY SIZE INTO ReportLine
           END-IF
           WRITE ReportLine
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "Kept for the books, by customer ID only: arledger.dat, "
           & "arhist.txt, salesjournal.txt," TO ReportLine.
       WRITE ReportLine.
       MOVE "orderhdr.dat, onaccount.txt, loyalty.txt and the other "
           & "ledgers." TO ReportLine.
       WRITE ReportLine.
       CLOSE ReportFile.
       PERFORM SpoolReport.

ValidateOperator.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
       DISPLAY "Password : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-PASSWORD.
       MOVE 'N' TO WS-OPERATOR-FOUND.
       IF WS-OPERATOR-ID = WS-DEFAULT-OPERATOR-ID
               AND WS-OPERATOR-PASSWORD = WS-DEFAULT-OPERATOR-PW
           MOVE 'Y' TO WS-OPERATOR-FOUND
       ELSE
           MOVE 'N' TO WS-OPERATOR-EOF
           OPEN INPUT OperatorFile
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
                   OR WS-OPERATOR-FOUND = 'Y'
               READ OperatorFile
                   AT END MOVE 'Y' TO WS-OPERATOR-EOF
               END-READ
               IF WS-OPERATOR-EOF NOT = 'Y'
                   IF OpID = WS-OPERATOR-ID
                           AND OpPassword = WS-OPERATOR-PASSWORD
                           AND OpRole = 'S'
                           AND OpStatus NOT = 'D'
                       MOVE 'Y' TO WS-OPERATOR-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OperatorFile
       END-IF.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "erasure_cert.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.
