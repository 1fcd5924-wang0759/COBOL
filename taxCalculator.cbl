	   *> Open-item A/R ledger: every billing session posts an
	   *> invoice record here so the charge stops evaporating when
	   *> the session ends. OPTIONAL so the first posting creates it
	   SELECT OPTIONAL ARLedgerFile ASSIGN TO "arledger.dat"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS ARInvoiceNum
	       ALTERNATE RECORD KEY IS ARCustID WITH DUPLICATES
	       FILE STATUS IS WS-LEDGER-STATUS.
	   *> Next invoice number to issue, so invoices stay sequential
	   *> and are never reissued across sessions
	   *> has no limit. Checked before a session posts to A/R
	   SELECT OPTIONAL CreditLimitFile ASSIGN TO "creditlimits.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   *> Credit applications - while the customer's latest one is
	   *> pending or declined nothing may be left on account
	   SELECT OPTIONAL CreditAppFile ASSIGN TO "creditapps.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   *> Checks the bank returned, logged by NSFCHECK - once a
	   *> customer reaches the limit in nsfparm.txt no more checks
	   *> (or charges on account) are taken from them
	   SELECT OPTIONAL NsfLogFile ASSIGN TO "nsflog.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL NsfParmFile ASSIGN TO "nsfparm.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   *> Operator ID/password pairs, the same file tutorial10's
	   *> sign-on reads - an over-limit charge needs one of these
	   *> keyed before it posts
	   *> a discount line at 100 points to the dollar
	   SELECT OPTIONAL LoyaltyFile ASSIGN TO "loyalty.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   *> Layaway contracts, their lines and their payments (the
	   *> next contract number in layawayctl.txt, the term and
	   *> minimum down payment in layawayparm.txt). The goods come
	   *> out of stock.dat when the contract opens, with a
	   *> stockmove.txt entry; the sale only reaches the journal
	   *> once the contract is paid off
	   SELECT OPTIONAL LayawayFile ASSIGN TO "layaway.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL LayLineFile ASSIGN TO "laylines.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL LayPayFile ASSIGN TO "laypay.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL LayawayControlFile
	       ASSIGN TO "layawayctl.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL LayawayParmFile ASSIGN TO "layawayparm.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT StockFile ASSIGN TO "stock.dat"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS RANDOM
	       RECORD KEY IS StockKey
	       FILE STATUS IS WS-STOCK-STATUS.
	   SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   *> Every line charged below its catalog price or keyed by
	   *> hand is logged for the weekly override report; the
	   *> variance allowed without a supervisor in priceovparm.txt
	   SELECT OPTIONAL PriceOverrideFile ASSIGN TO "priceovr.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL PriceOvParmFile
	       ASSIGN TO "priceovparm.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   *> Age-restricted categories, the customer's date of birth
	   *> when one is on file, and the log of every age check made
	   SELECT OPTIONAL CatRestrictFile ASSIGN TO "catrestrict.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL CustDobFile ASSIGN TO "custdob.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL AgeVerifyFile ASSIGN TO "agelog.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
	   01 ReceiptExemptRecord.
	       02 RcptExemptLabel PIC X(17).
	       02 RcptExemptCert  PIC X(15).
	   *> Heads a training session's receipt, above the number
	   01 ReceiptTrainingRecord PIC X(40).

	   *> Shared shape with TAXRATEMAINT, which appends the rows.
	   *> A blank/short effective date (rows written before the
	   FD SalesJournalFile.
	   COPY SALESJRNL.

	   *> Shared with CREDAPPROVE via copybooks/CREDLIMREC.cpy
	   FD CreditLimitFile.
	   COPY CREDLIMREC.

	   *> Shared with tutorial10/CREDAPPROVE via
	   *> copybooks/CREDAPPREC.cpy
	   FD CreditAppFile.
	   COPY CREDAPPREC.

	   *> Shared with NSFCHECK via copybooks/NSFLOGREC.cpy
	   FD NsfLogFile.
	   COPY NSFLOGREC.

	   *> Same layout NSFCHECK reads - only the return limit
	   *> matters here
	   FD NsfParmFile.
	   01 NsfParmRecord.
	       02 NsfParmFee PIC 9(4)V99.
	       02 NsfParmReturnLimit PIC 9(2).

	   *> Same layout tutorial10's OperatorFile reads; the credit
	   *> override needs the supervisor role ('S')
	       02 FILLER PIC X VALUE SPACE.
	       02 GLAmount PIC -9(7).99.

	   *> Shared with LAYAWAYEXP via copybooks/LAYAWAYREC.cpy,
	   *> copybooks/LAYLINEREC.cpy and copybooks/LAYPAYREC.cpy
	   FD LayawayFile.
	   COPY LAYAWAYREC.

	   FD LayLineFile.
	   COPY LAYLINEREC.

	   FD LayPayFile.
	   COPY LAYPAYREC.

	   FD LayawayControlFile.
	   01 LayawayControlRecord.
	       02 CtlNextLayawayNum PIC 9(6).

	   *> Same layout LAYAWAYEXP reads - the term and the minimum
	   *> down payment matter here, the cancellation policy there
	   FD LayawayParmFile.
	   01 LayawayParmRecord.
	       02 LayParmTermDays PIC 9(3).
	       02 LayParmMinDownPct PIC 9(2).
	       02 LayParmPolicy PIC X.
	       02 LayParmCancelFee PIC 9(4)V99.

	   *> Shared with ORDERENTRY/STOCKRECEIVE via
	   *> copybooks/STOCKREC.cpy
	   FD StockFile.
	   COPY STOCKREC.

	   *> Shared with every program that moves stock via
	   *> copybooks/STKMOVREC.cpy
	   FD StockMoveFile.
	   COPY STKMOVREC.

	   *> Shared with PRICEOVRPT via copybooks/PRCOVREC.cpy
	   FD PriceOverrideFile.
	   COPY PRCOVREC.

	   *> Percent below list an operator may charge on their own
	   *> word (99V99); past it the override needs a supervisor
	   FD PriceOvParmFile.
	   01 PriceOvParmRecord.
	       02 POvParmAllowPct PIC 9(2)V99.
	   *> Shared with TAXRATEMAINT via copybooks/CATRSTREC.cpy
	   FD CatRestrictFile.
	   COPY CATRSTREC.

	   *> Shared with coboltut.cbl via copybooks/CUSTDOBREC.cpy
	   FD CustDobFile.
	   COPY CUSTDOBREC.

	   *> Every age verification, passed or refused
	   FD AgeVerifyFile.
	   COPY AGEVERREC.

	   WORKING-STORAGE SECTION.
	    *> Rate is now looked up per item by category instead of
	    *> one flat VALUE; WS-ON-TAX holds whatever the lookup
	    *> resolves it to for the category just entered
	    01 WS-ON-TAX            PIC 9V9999.
	    01 WS-CATEGORY          PIC X(4).

	    *> Per-category tax rates. GEN keeps the old 0.13 flat
	    01   WS-ARCTL-EOF          PIC X VALUE 'N'.
	    01   WS-NEXT-INVOICE-NUM   PIC 9(6) VALUE 1.
	    01   WS-BILLING-DATE       PIC 9(8).
	    *> BIZDATE linkage - the billing and rate dates are the
	    *> business date on bizdate.txt, not the system clock
	    01   WS-BD-FUNCTION        PIC X(4) VALUE 'GET '.
	    01   WS-BD-STATUS          PIC XX.
	    *> CONTRPRICE linkage - the customer's negotiated unit
	    *> price for a SKU, the list price when no contract is in
	    *> force on the billing date
	    01   WS-CP-SKU             PIC X(10).
	    01   WS-CP-LIST            PIC 9(6)V99.
	    01   WS-CP-PRICE           PIC 9(6)V99.
	    01   WS-CP-STATUS          PIC XX.
	    *> Credit check: the customer's open A/R balance plus this
	    *> session's total may not pass the credit limit without an
	    *> operator sign-on to override it
	            10 WS-JL-SKU PIC X(10).
	            10 WS-JL-CERT PIC X(15).
	            10 WS-JL-OPER PIC X(10).
	            10 WS-JL-TIME PIC 9(4).
		    10 WS-JL-SIZE PIC A.
		    10 WS-JL-QTY PIC 9.
		    10 WS-JL-LOT PIC X(12).
	    01   WS-JRNL-IDX           PIC 9(3).
	    01   WS-ARLED-EOF          PIC X VALUE 'N'.
	    01   WS-CREDIT-EOF         PIC X VALUE 'N'.
	    *> files right now and no supervisor overrode it
	    01   WS-BL-PROGRAM         PIC X(12) VALUE "BILLING".
	    01   WS-BL-STATUS          PIC XX.
	    *> TRNMODE linkage - a training session, chosen at sign-on,
	    *> bills against the practice copy of the data files and
	    *> takes its receipt and invoice numbers from there
	    01   WS-TM-FUNCTION        PIC X(4).
	    01   WS-TM-FLAG            PIC X.
	    01   WS-TM-STATUS          PIC XX.
	    01   WS-TM-ANSWER          PIC X VALUE 'N'.
	    *> PWAGE answer on the seller's password age
	    01   WS-PA-STATUS          PIC XX.
	    *> SHIFTCLK linkage - a live session clocks the seller in
	    *> at sign-on and offers the clock-out when it ends
	    01   WS-SC-FUNCTION        PIC X(4).
	    01   WS-SC-SOURCE          PIC X(12) VALUE "BILLING".
	    01   WS-SC-STATUS          PIC XX.
	    01   WS-SC-ANSWER          PIC X VALUE 'N'.
	    01   WS-RING-TIME          PIC 9(8).
	    *> Credit hold lookup - an active hold refuses the whole
	    *> session before anything is rung in
	    01   WS-HOLD-EOF           PIC X.
	    01   WS-ON-HOLD            PIC X.
	    *> Credit application lookup - 'Y' while the customer's
	    *> latest application is pending or declined, refusing the
	    *> on-account tender
	    01   WS-CREDAPP-EOF        PIC X.
	    01   WS-CASH-ONLY          PIC X VALUE 'N'.
	    *> Returned-check lookup - 'Y' once the customer has as
	    *> many returned checks as the limit allows (zero = no
	    *> limit), refusing the check and on-account tenders
	    01   WS-NSF-EOF            PIC X.
	    01   WS-NSF-COUNT          PIC 9(3).
	    01   WS-NSF-LIMIT          PIC 9(2) VALUE 2.
	    01   WS-NO-CHECKS          PIC X VALUE 'N'.
	    *> Exemption certificate lookup - WS-EXEMPT-CERT stays
	    *> spaces unless a valid certificate is on file, so moving
	    *> it to the journal line is always right
	            10 WS-OL-SKU PIC X(10).
	    01   WS-OL-IDX             PIC 9(2).
	    01   WS-OL-PICK            PIC X(2).
	    *> Layaway session: 'L' opens a contract - goods reserved
	    *> out of stock and a down payment taken - and 'P' takes a
	    *> later payment against one; anything else is a sale
	    01   WS-SESSION-TYPE       PIC X VALUE 'S'.
		88 LayawayOpenSession  VALUE 'L', 'l'.
		88 LayawayPaySession   VALUE 'P', 'p'.
	    *> What the tenders took in, whatever they were paying
	    01   WS-TENDER-PAID        PIC S9(8)V99.
	    01   WS-STOCK-STATUS       PIC XX.
	    01   WS-LINE-OK            PIC X.
	    01   WS-LW-SIZE            PIC A VALUE SPACE.
	    01   WS-LW-QTY             PIC 9 VALUE 0.
	    01   WS-SM-QTY             PIC S9(5).
	    01   WS-SM-LOT             PIC X(12).
	    *> The supplier lot a layaway line's unit came out of, so
	    *> it goes back to the same lot if the contract never opens
	    01   WS-LW-LOT             PIC X(12) VALUE SPACES.
	    *> LOTTRACK linkage - where a reserved unit came from, lot
	    *> by lot oldest first; a blank lot is stock no lot
	    *> accounts for
	    01   WS-LT-FUNCTION        PIC X(4).
	    01   WS-LT-QTY             PIC 9(5).
	    01   WS-LT-LOT             PIC X(12) VALUE SPACES.
	    01   WS-LT-EXPIRY          PIC 9(8) VALUE ZERO.
	    01   WS-LT-REF             PIC X(10).
	    01   WS-LT-PIECES.
	        05 WS-LT-PIECE-COUNT PIC 9(2).
	        05 WS-LT-PIECE OCCURS 10 TIMES.
	            10 WS-LT-PIECE-LOT PIC X(12).
	            10 WS-LT-PIECE-QTY PIC 9(5).
	    01   WS-LT-IDX             PIC 9(2).
	    01   WS-LT-STATUS          PIC XX.
	    01   WS-LW-NUM             PIC 9(6) VALUE 1.
	    01   WS-LWCTL-EOF          PIC X VALUE 'N'.
	    01   WS-LW-PARM-EOF        PIC X VALUE 'N'.
	    *> Defaults until layawayparm.txt says otherwise: a 90 day
	    *> term and 10 percent down
	    01   WS-LW-TERM-DAYS       PIC 9(3) VALUE 90.
	    01   WS-LW-MIN-DOWN-PCT    PIC 9(2) VALUE 10.
	    01   WS-LW-MIN-DOWN        PIC S9(8)V99.
	    01   WS-LW-OWING           PIC S9(8)V99.
	    01   WS-LW-PAY-AMT         PIC 9(8)V99.
	    01   WS-LW-EXPIRY          PIC 9(8).
	    01   WS-LW-PICK            PIC 9(6).
	    01   WS-LW-SLOT            PIC 9(4).
	    01   WS-LW-IDX             PIC 9(4).
	    01   WS-LW-FOUND           PIC 9(4).
	    01   WS-LW-EOF             PIC X.
	    01   WS-LW-OVERFLOW        PIC X.
	    01   WS-LW-DONE            PIC X.
	    01   WS-LW-POSTED          PIC X.
	    01   WS-LL-EOF             PIC X.
	    *> STOCKLOC linkage - layaway goods come out of this
	    *> station's home location
	    01   WS-SL-FUNCTION        PIC X(4).
	    01   WS-STOCK-LOC          PIC X(4).
	    01   WS-SL-NAME            PIC X(20).
	    01   WS-SL-STATUS          PIC XX.
	    *> DATEUTIL linkage for the contract's expiry date
	    01   WS-DU-FUNCTION        PIC X(4).
	    01   WS-DU-DATE2           PIC 9(8) VALUE ZERO.
	    01   WS-DU-DAYS            PIC S9(5).
	    01   WS-DU-STATUS          PIC XX.
	    *> TAXJURIS linkage - the store's own sales tax
	    *> jurisdiction, whose rates replace taxrates.txt's for
	    *> any category it has a rate for
	    01   WS-STORE-JUR          PIC X(6) VALUE SPACES.
	    01   WS-TJ-FUNCTION        PIC X(4).
	    01   WS-TJ-POSTAL          PIC X(10) VALUE SPACES.
	    01   WS-TJ-STATUS          PIC XX.
	    01   WS-TJ-RATES.
		05 WS-TJ-STATE-RATE    PIC 9V9999.
		05 WS-TJ-COUNTY-RATE   PIC 9V9999.
		05 WS-TJ-CITY-RATE     PIC 9V9999.
		05 WS-TJ-TOTAL-RATE    PIC 9V9999.
	    *> Age-restricted categories loaded once at sign-on. The
	    *> DEPENDING ON counter must be declared ahead of the table
	    01   WS-CR-COUNT           PIC 9(3) VALUE ZERO.
	    01   WS-CR-TABLE.
		05 WS-CR OCCURS 0 TO 100 TIMES
			DEPENDING ON WS-CR-COUNT.
		    10 WS-CRT-CATEGORY PIC X(4).
		    10 WS-CRT-MIN-AGE PIC 9(2).
	    01   WS-CR-EOF             PIC X VALUE 'N'.
	    01   WS-CR-IDX             PIC 9(3).
	    01   WS-CR-MIN-AGE         PIC 9(2).
	    *> The buyer's date of birth, once this session has one -
	    *> from custdob.txt (C) or read off their ID (I); N when
	    *> no ID was shown
	    01   WS-AV-BIRTH           PIC 9(8) VALUE ZERO.
	    01   WS-AV-SOURCE          PIC X VALUE SPACE.
	    01   WS-AV-EOF             PIC X.
	    01   WS-AV-INPUT           PIC X(8).
	    01   WS-AV-YY              PIC 99.
	    01   WS-AV-YYYY            PIC 9999.
	    01   WS-AV-AGE             PIC S9(5).
	    01   WS-AV-RESULT-DATE     PIC 9(8).
	    01   WS-AV-RESULT          PIC X.
	    *> Layaway contracts held while a payment visit updates
	    *> one, then written back. The DEPENDING ON counter must be
	    *> declared ahead of the table
	    01   WS-LW-COUNT           PIC 9(4) VALUE ZERO.
	    01   WS-LW-TABLE.
		05 WS-LW OCCURS 0 TO 2000 TIMES
			DEPENDING ON WS-LW-COUNT.
		    10 WS-LWT-NUM PIC 9(6).
		    10 WS-LWT-CUST PIC 9(5).
		    10 WS-LWT-DATE PIC 9(8).
		    10 WS-LWT-EXPIRY PIC 9(8).
		    10 WS-LWT-LOCATION PIC X(4).
		    10 WS-LWT-TOTAL PIC S9(8)V99.
		    10 WS-LWT-PAID PIC S9(8)V99.
		    10 WS-LWT-STATUS PIC X.
		    10 WS-LWT-CLOSED PIC 9(8).
		    10 WS-LWT-RECEIPT PIC 9(6).
		    10 WS-LWT-REFUNDED PIC S9(8)V99.
		    10 WS-LWT-FORFEITED PIC S9(8)V99.
		    10 WS-LWT-OPER PIC X(10).
	    *> Price override control - no allowance until
	    *> priceovparm.txt gives one, so every override below list
	    *> needs a reason and a supervisor
	    01   WS-PO-EOF             PIC X VALUE 'N'.
	    01   WS-PO-ALLOW-PCT       PIC 9(2)V99 VALUE ZERO.
	    01   WS-PO-VARIANCE-PCT    PIC 9(5)V99.
	    01   WS-PO-LIST            PIC S9(6)V99.
	    01   WS-PO-TYPE            PIC X.
	    01   WS-PO-NEEDS-OK        PIC X.
	    01   WS-PO-ANSWER          PIC X.
	    01   WS-PO-REASON          PIC X(4).
	    01   WS-PO-SUPERVISOR      PIC X(10).
	    *> Reasons a price may be overridden
	    01   WS-PO-REASON-TABLE.
		05 FILLER PIC X(4) VALUE 'PMCH'.
		05 FILLER PIC X(4) VALUE 'DMG '.
		05 FILLER PIC X(4) VALUE 'SHLF'.
		05 FILLER PIC X(4) VALUE 'MGR '.
		05 FILLER PIC X(4) VALUE 'NCAT'.
	    01   WS-PO-REASONS REDEFINES WS-PO-REASON-TABLE.
		05 WS-PO-RSN-CODE OCCURS 5 TIMES
			INDEXED BY WS-PO-RSN-IDX PIC X(4).


	   PROCEDURE DIVISION.
		    MOVE 1 TO RETURN-CODE
		    GOBACK
		END-IF.
		PERFORM ChooseTrainingSession.
		PERFORM ClockOn.
		PERFORM LoadRates.
		PERFORM LoadPromos.

		   GOBACK
		END-IF.
		DISPLAY "Billing customer: " FirstName " " LastName.
	   *> The last customer's verified birth date doesn't carry
	   *> over - this one's is looked up or asked for afresh
		MOVE SPACE TO WS-AV-SOURCE.
		MOVE 0 TO WS-AV-BIRTH.
		PERFORM CheckCreditHold.
		IF WS-ON-HOLD = 'Y'
		   DISPLAY "Customer is on credit hold - "
		   GOBACK
		END-IF.
		PERFORM LoadCreditStanding.
		PERFORM CheckCreditApplication.
		PERFORM CheckReturnedChecks.
		PERFORM CheckTaxExemption.
		PERFORM ChooseSessionType.
		PERFORM LoadPriceOvParm.
		PERFORM LoadCatRestrictions.

		OPEN INPUT ProductFile.
		IF WS-PRODUCT-STATUS = "00"
		    DISPLAY "Product master not available (status "
		        WS-PRODUCT-STATUS "), key costs by hand"
		END-IF.
		IF LayawayOpenSession AND WS-PRODUCTS-OPEN NOT = 'Y'
		    DISPLAY "Layaway goods are rung by SKU - no "
			"layaway without the product master"
		    CLOSE CustomerFile
		    MOVE 1 TO RETURN-CODE
		    GOBACK
		END-IF.
		IF LayawayOpenSession
		    PERFORM OpenLayawayStock
		    IF WS-STOCK-STATUS NOT = "00"
			DISPLAY "Unable to open stock.dat, status "
			    WS-STOCK-STATUS " - no layaway"
			CLOSE ProductFile
			CLOSE CustomerFile
			MOVE 1 TO RETURN-CODE
			GOBACK
		    END-IF
		END-IF.

		OPEN OUTPUT ReceiptFile.
		CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-BILLING-DATE,
		    WS-BD-STATUS
		END-CALL.
		CALL 'PERIODCHK' USING WS-BILLING-DATE, WS-PC-STATUS
		END-CALL.
		IF WS-PC-STATUS = "90"
		    IF WS-PRODUCTS-OPEN = 'Y'
		        CLOSE ProductFile
		    END-IF
		    IF LayawayOpenSession
			CLOSE StockFile
		    END-IF
		    MOVE 1 TO RETURN-CODE
		    GOBACK
		END-IF.
		IF WS-TM-FLAG = 'Y'
		    MOVE "*** TRAINING *** NOT A VALID RECEIPT"
			TO ReceiptTrainingRecord
		    WRITE ReceiptTrainingRecord
		END-IF.
		PERFORM LoadReceiptNum.
		MOVE SPACES TO ReceiptHeaderRecord.
		MOVE "RECEIPT #" TO RcptHdrLabel.
		MOVE WS-RECEIPT-NUM TO RcptHdrNum.
		WRITE ReceiptHeaderRecord.
		IF LayawayPaySession
		    PERFORM LayawayPayment
		    CLOSE ReceiptFile
		    IF WS-PRODUCTS-OPEN = 'Y'
			CLOSE ProductFile
		    END-IF
		    CLOSE CustomerFile
		    PERFORM ClockOff
		    GOBACK
		END-IF.
		IF LayawayOpenSession
		    PERFORM LoadLayawayNum
		    MOVE SPACES TO ReceiptHeaderRecord
		    MOVE "LAYAWAY #" TO RcptHdrLabel
		    MOVE WS-LW-NUM TO RcptHdrNum
		    WRITE ReceiptHeaderRecord
		END-IF.
		IF WS-TAX-EXEMPT = 'Y'
		    MOVE SPACES TO ReceiptExemptRecord
		    MOVE "TAX EXEMPT CERT " TO RcptExemptLabel
	*> asking for the next, accumulating onto WS-TOTAL-COST
	PERFORM WITH TEST AFTER
	    UNTIL WS-DONE NOT = 'y' AND WS-DONE NOT = 'Y'
	    IF LayawayOpenSession
		*> Layaway takes goods only - no refunds or points
		MOVE 'S' TO WS-ITEM-TYPE
	    ELSE
		DISPLAY "Item type (S=sale, R=refund/void, "
		    "L=loyalty points): "
		ACCEPT WS-ITEM-TYPE
	    END-IF
	    MOVE 'Y' TO WS-LINE-OK
	    PERFORM GetItemCostAndCategory
	    IF WS-LINE-OK = 'Y' AND NOT RefundItem AND NOT LoyaltyItem
		PERFORM CheckAgeRestriction
	    END-IF
	    MOVE 0 TO WS-LW-QTY
	    MOVE SPACES TO WS-LW-LOT
	    IF LayawayOpenSession AND WS-LINE-OK = 'Y'
		PERFORM ReserveLayawayItem
	    END-IF
	    IF WS-LINE-OK = 'Y'
		PERFORM RingItem
	    END-IF
	    DISPLAY "Do you want to enter another item? y/n"
	    ACCEPT WS-DONE
	END-PERFORM.
	IF LayawayOpenSession
	    PERFORM OpenLayaway
	    CLOSE StockFile
	    IF WS-PRODUCTS-OPEN = 'Y'
		CLOSE ProductFile
	    END-IF
	    CLOSE CustomerFile
	    PERFORM ClockOff
	    GOBACK
	END-IF.
        MOVE WS-TOTAL-COST TO WS-DISPLAY-TOTAL
	DISPLAY "Acct " IDNum ": " FirstName " " LastName.
	    DISPLAY "Total: ", WS-DISPLAY-TOTAL.
	        CLOSE ProductFile
	    END-IF.
	    CLOSE CustomerFile.
	    PERFORM ClockOff.
	   *> GOBACK instead of STOP RUN so this still works standalone but
	   *> also returns control when CALLed from a menu driver
		GOBACK.
	           END-IF
	           MOVE WS-EXEMPT-CERT TO WS-JL-CERT(WS-JRNL-COUNT)
	           MOVE WS-SIGNON-ID TO WS-JL-OPER(WS-JRNL-COUNT)
	           ACCEPT WS-RING-TIME FROM TIME
	           MOVE WS-RING-TIME(1:4) TO WS-JL-TIME(WS-JRNL-COUNT)
		   MOVE WS-LW-SIZE TO WS-JL-SIZE(WS-JRNL-COUNT)
		   MOVE WS-LW-QTY TO WS-JL-QTY(WS-JRNL-COUNT)
		   MOVE WS-LW-LOT TO WS-JL-LOT(WS-JRNL-COUNT)
	       END-IF.

	    FlushJournal.
	               MOVE WS-JL-CERT(WS-JRNL-IDX) TO SJExemptCert
	               MOVE ZERO TO SJRmaNum
	               MOVE WS-JL-OPER(WS-JRNL-IDX) TO SJOperatorID
	               MOVE WS-JL-TIME(WS-JRNL-IDX) TO SJTime
		       MOVE WS-STORE-JUR TO SJJurisCode
	               WRITE SalesJournalRecord
	           END-PERFORM
	           CLOSE SalesJournalFile
	       END-PERFORM.
	       CLOSE HoldFile.

	    CheckCreditApplication.
	   *> The latest application on file decides: pending or
	   *> declined means no credit account yet, so the session is
	   *> cash, check, card or gift card only
	       MOVE 'N' TO WS-CASH-ONLY.
	       MOVE 'N' TO WS-CREDAPP-EOF.
	       OPEN INPUT CreditAppFile.
	       PERFORM UNTIL WS-CREDAPP-EOF = 'Y'
	           READ CreditAppFile
	               AT END MOVE 'Y' TO WS-CREDAPP-EOF
	           END-READ
	           IF WS-CREDAPP-EOF NOT = 'Y'
	               IF CACustID = IDNum
	                   IF CAApproved
	                       MOVE 'N' TO WS-CASH-ONLY
	                   ELSE
	                       MOVE 'Y' TO WS-CASH-ONLY
	                   END-IF
	               END-IF
	           END-IF
	       END-PERFORM.
	       CLOSE CreditAppFile.
	       IF WS-CASH-ONLY = 'Y'
	           DISPLAY "Credit application not approved - no "
	               "charges on account this session"
	       END-IF.

	    CheckReturnedChecks.
	   *> Count the customer's returned checks against the limit
	   *> NSFCHECK works to - at the limit the session is cash,
	   *> card or gift card only
	       MOVE 'N' TO WS-NO-CHECKS.
	       MOVE 'N' TO WS-NSF-EOF.
	       OPEN INPUT NsfParmFile.
	       READ NsfParmFile
	           AT END MOVE 'Y' TO WS-NSF-EOF
	       END-READ.
	       IF WS-NSF-EOF NOT = 'Y'
	           IF NsfParmReturnLimit IS NUMERIC
	               MOVE NsfParmReturnLimit TO WS-NSF-LIMIT
	           END-IF
	       END-IF.
	       CLOSE NsfParmFile.
	       IF WS-NSF-LIMIT = 0
	           EXIT PARAGRAPH
	       END-IF.
	       MOVE ZERO TO WS-NSF-COUNT.
	       MOVE 'N' TO WS-NSF-EOF.
	       OPEN INPUT NsfLogFile.
	       PERFORM UNTIL WS-NSF-EOF = 'Y'
	           READ NsfLogFile
	               AT END MOVE 'Y' TO WS-NSF-EOF
	           END-READ
	           IF WS-NSF-EOF NOT = 'Y'
	               IF NSCustID = IDNum
	                   ADD 1 TO WS-NSF-COUNT
	               END-IF
	           END-IF
	       END-PERFORM.
	       CLOSE NsfLogFile.
	       IF WS-NSF-COUNT NOT < WS-NSF-LIMIT
	           MOVE 'Y' TO WS-NO-CHECKS
	           DISPLAY "Customer has " WS-NSF-COUNT " returned "
	               "checks - cash, card or gift card only"
	       END-IF.

	    LoadCreditStanding.
	   *> Pull this customer's credit limit (if any) and current
	   *> open A/R balance up front, so the operator sees where the
	       OPEN INPUT ARLedgerFile.
	   *> "05" means the OPTIONAL file didn't exist yet - it is
	   *> still open (reading as empty) and must be closed, or
	   *> PostToLedger's OPEN I-O finds it already open and
	   *> the first shop session can never post. Only this
	   *> customer's items are read, off the customer key
	       IF WS-LEDGER-STATUS = "00"
	               OR WS-LEDGER-STATUS = "05"
		   MOVE IDNum TO ARCustID
		   START ARLedgerFile KEY IS NOT LESS THAN ARCustID
		       INVALID KEY MOVE 'Y' TO WS-ARLED-EOF
		   END-START
	           PERFORM UNTIL WS-ARLED-EOF = 'Y'
		       READ ARLedgerFile NEXT RECORD
	                   AT END MOVE 'Y' TO WS-ARLED-EOF
	               END-READ
	               IF WS-ARLED-EOF NOT = 'Y'
			       AND ARCustID NOT = IDNum
			   MOVE 'Y' TO WS-ARLED-EOF
		       END-IF
		       IF WS-ARLED-EOF NOT = 'Y'
			   IF AROpenItem
	                       COMPUTE WS-OPEN-BALANCE =
	                           WS-OPEN-BALANCE + ARInvoiceAmount
	                           - ARAmountPaid
	           END-IF
	       END-PERFORM.

	    ChooseTrainingSession.
	   *> A session already in training (from the RetailUtilities
	   *> menu) stays so; otherwise the seller chooses here, before
	   *> any data file is opened
	       MOVE 'GET ' TO WS-TM-FUNCTION.
	       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG,
		   WS-TM-STATUS
	       END-CALL.
	       IF WS-TM-FLAG NOT = 'Y'
		   DISPLAY "Training session? (Y/N) : "
		       WITH NO ADVANCING
		   ACCEPT WS-TM-ANSWER
		   IF WS-TM-ANSWER = 'Y' OR WS-TM-ANSWER = 'y'
		       MOVE 'SET ' TO WS-TM-FUNCTION
		       CALL 'TRNMODE' USING WS-TM-FUNCTION,
			   WS-TM-FLAG, WS-TM-STATUS
		       END-CALL
		       IF WS-TM-FLAG NOT = 'Y'
			   DISPLAY "No training data set on hand - "
			       "run TRNREFRESH first"
			   MOVE 1 TO RETURN-CODE
			   GOBACK
		       END-IF
		   END-IF
	       END-IF.
	       IF WS-TM-FLAG = 'Y'
		   DISPLAY "*** TRAINING *** billing session - "
		       "practice data only"
	       END-IF.
	    ClockOn.
	   *> Signing on at the register clocks the seller in on the
	   *> shift clock (SHIFTCLK); already on shift it changes
	   *> nothing. Training sessions are practice and not clocked
	       IF WS-TM-FLAG = 'Y'
	           EXIT PARAGRAPH
	       END-IF.
	       MOVE 'IN  ' TO WS-SC-FUNCTION.
	       CALL 'SHIFTCLK' USING WS-SC-FUNCTION, WS-SIGNON-ID,
		   WS-SC-SOURCE, WS-SC-STATUS
	       END-CALL.
	       EVALUATE WS-SC-STATUS
	           WHEN "00"
	               DISPLAY "Clocked in " WS-SIGNON-ID
	           WHEN "20"
	               DISPLAY "Clocked in " WS-SIGNON-ID
	               DISPLAY "Your last shift has no clock-out - "
		           "ask a supervisor to correct it"
	           WHEN "30"
	               DISPLAY "Shift clock unavailable - punch not "
		           "recorded, tell a supervisor"
	       END-EVALUATE.

	    ClockOff.
	   *> Signing off: the seller says whether this is the end of
	   *> the shift, and if so is clocked out
	       IF WS-TM-FLAG = 'Y'
	           EXIT PARAGRAPH
	       END-IF.
	       DISPLAY "End of your shift - clock out? (Y/N) : "
		   WITH NO ADVANCING.
	       ACCEPT WS-SC-ANSWER.
	       IF WS-SC-ANSWER NOT = 'Y' AND WS-SC-ANSWER NOT = 'y'
	           EXIT PARAGRAPH
	       END-IF.
	       MOVE 'OUT ' TO WS-SC-FUNCTION.
	       CALL 'SHIFTCLK' USING WS-SC-FUNCTION, WS-SIGNON-ID,
		   WS-SC-SOURCE, WS-SC-STATUS
	       END-CALL.
	       EVALUATE WS-SC-STATUS
	           WHEN "00"
	               DISPLAY "Clocked out " WS-SIGNON-ID
	           WHEN "20"
	               DISPLAY "Clocked out " WS-SIGNON-ID
	               DISPLAY "No clock-in on file for this shift - "
		           "ask a supervisor to correct it"
	           WHEN "30"
	               DISPLAY "Shift clock unavailable - punch not "
		           "recorded, tell a supervisor"
	       END-EVALUATE.

	    CheckPasswordAge.
	   *> The PWAGE module measures OPERMAINT's password-age stamp;
	   *> an expired password can't ring sales - it changes in
	           MOVE CtlNextInvoiceNum TO WS-NEXT-INVOICE-NUM
	       END-IF.
	       CLOSE ARControlFile.
	       OPEN I-O ARLedgerFile.
	       IF WS-LEDGER-STATUS NOT = "00"
	               AND WS-LEDGER-STATUS NOT = "05"
		   DISPLAY "Unable to post to arledger.dat, status "
	               WS-LEDGER-STATUS
	           MOVE 1 TO RETURN-CODE
	       ELSE
	           PERFORM OffsetDeposit
	           PERFORM CaptureTender
	           WRITE ARLedgerRecord
		       INVALID KEY
			   DISPLAY "Invoice " ARInvoiceNum
			       " already on the ledger - check"
			       " arctl.txt"
		   END-WRITE
	           CLOSE ARLedgerFile
	           DISPLAY "Posted invoice " ARInvoiceNum
	               " to A/R ledger"
	           *> no tender
	           EXIT PARAGRAPH
	       END-IF.
	       PERFORM TakeTenders.
	       ADD WS-TENDER-PAID TO ARAmountPaid.
	       IF ARAmountPaid NOT < ARInvoiceAmount
		   SET ARPaidInFull TO TRUE
	       END-IF.

	    TakeTenders.
	   *> Tenders until WS-TENDER-LEFT is covered, whether it is an
	   *> invoice's amount due or a layaway payment - which can't
	   *> be left on account. WS-TENDER-PAID is what they took in
	       MOVE ZERO TO WS-TENDER-PAID.
	       MOVE 'N' TO WS-ON-ACCOUNT-TAKEN.
	       PERFORM UNTIL WS-TENDER-LEFT NOT > ZERO
	               OR WS-ON-ACCOUNT-TAKEN = 'Y'
	                   PERFORM TenderCash
	               WHEN WS-TENDER-METHOD = 'K'
	                       OR WS-TENDER-METHOD = 'k'
	                   IF WS-NO-CHECKS = 'Y'
	                       DISPLAY "Checks refused - returned "
	                           "checks on file. Answer C, D or G"
	                   ELSE
	                       PERFORM TenderCheck
	                   END-IF
	               WHEN WS-TENDER-METHOD = 'D'
	                       OR WS-TENDER-METHOD = 'd'
	                   PERFORM TenderCard
	                   PERFORM TenderGiftCard
	               WHEN WS-TENDER-METHOD = 'A'
	                       OR WS-TENDER-METHOD = 'a'
	                   EVALUATE TRUE
			       WHEN LayawayOpenSession
				       OR LayawayPaySession
				   DISPLAY "Layaway payments can't go "
				       "on account - answer C, K, "
				       "D or G"
	                       WHEN WS-CASH-ONLY = 'Y'
	                           DISPLAY "No approved credit "
	                               "account - answer C, K, D or G"
	                       WHEN WS-NO-CHECKS = 'Y'
	                           DISPLAY "No charges on account "
	                               "- returned checks on file"
	                       WHEN OTHER
	                           PERFORM TenderOnAccount
	                   END-EVALUATE
	               WHEN OTHER
	                   DISPLAY "Answer C, K, D, G or A"
	           END-EVALUATE
	       END-PERFORM.

	    TenderCash.
	       DISPLAY "Cash given : " WITH NO ADVANCING.
	       ELSE
	           MOVE WS-TENDER-AMT TO WS-TENDER-APPLIED
	       END-IF.
	       ADD WS-TENDER-APPLIED TO WS-TENDER-PAID.
	       SUBTRACT WS-TENDER-APPLIED FROM WS-TENDER-LEFT.

	    TenderCheck.
	       MOVE WS-CHECK-NUM TO WS-TD-REF.
	       MOVE WS-TENDER-APPLIED TO WS-TD-AMT.
	       PERFORM WriteTenderRecord.
	       ADD WS-TENDER-APPLIED TO WS-TENDER-PAID.
	       SUBTRACT WS-TENDER-APPLIED FROM WS-TENDER-LEFT.

	    TenderCard.
	       MOVE SPACES TO WS-TD-REF.
	       MOVE WS-TENDER-APPLIED TO WS-TD-AMT.
	       PERFORM WriteTenderRecord.
	       ADD WS-TENDER-APPLIED TO WS-TENDER-PAID.
	       SUBTRACT WS-TENDER-APPLIED FROM WS-TENDER-LEFT.

	    TenderGiftCard.
	       MOVE WS-TENDER-APPLIED TO WS-TD-AMT.
	       PERFORM WriteTenderRecord.
	       PERFORM WriteGiftCardLog.
	       ADD WS-TENDER-APPLIED TO WS-TENDER-PAID.
	       SUBTRACT WS-TENDER-APPLIED FROM WS-TENDER-LEFT.
	       MOVE WS-GC-BALANCE(WS-GC-SLOT) TO WS-DISPLAY-BALANCE.
	       DISPLAY "Card balance now " WS-DISPLAY-BALANCE.
	    GetItemCostAndCategory.
	   *> Price from the product master when the operator gives a
	   *> SKU; a blank SKU (or a SKU not on file) falls back to the
	   *> old hand-keyed cost and category prompts. A SKU is priced
	   *> at the customer's contract price when one is in force on
	   *> the billing date (CONTRPRICE). A refund offers
	   *> to pull the original receipt's lines first. Charging a
	   *> catalog item less than its price, or keying a price by
	   *> hand, is a price override (ApprovePriceOverride)
	       IF LoyaltyItem
	           PERFORM RedeemPoints
	           EXIT PARAGRAPH
	           END-READ
	       END-IF.
	       IF WS-PROD-FOUND = 'Y'
	           MOVE ProdSKU TO WS-CP-SKU
	           MOVE ProdUnitPrice TO WS-CP-LIST
	           CALL 'CONTRPRICE' USING IDNum, WS-CP-SKU,
	               WS-BILLING-DATE, WS-CP-LIST, WS-CP-PRICE,
	               WS-CP-STATUS
	           END-CALL
	           MOVE WS-CP-PRICE TO WS-ITEM-COST
	           IF WS-CP-STATUS = "00"
	               DISPLAY "Contract price applied"
	           END-IF
	           MOVE ProdCategory TO WS-CATEGORY
	           DISPLAY "Item: " ProdDescription
		   IF NOT RefundItem
		       PERFORM OfferPriceOverride
		   END-IF
	       ELSE
	           DISPLAY "Enter cost of your item: "
	           ACCEPT WS-ITEM-COST
	           DISPLAY "Enter category code (FOOD/CLTH/ELEC/GEN): "
	           ACCEPT WS-CATEGORY
		   IF NOT RefundItem AND NOT LayawayOpenSession
		       *> A hand-keyed price has no list to hold it to
		       MOVE ZERO TO WS-PO-LIST
		       MOVE 'H' TO WS-PO-TYPE
		       PERFORM ApprovePriceOverride
		   END-IF
	       END-IF.

	    OfferPriceOverride.
	   *> A catalog item rings at its list (or contract) price
	   *> unless the operator overrides it; charging less is an
	   *> override. A refused override rings the item at its price
	       DISPLAY "Override the price? y/n : " WITH NO ADVANCING.
	       MOVE 'N' TO WS-PO-ANSWER.
	       ACCEPT WS-PO-ANSWER.
	       IF WS-PO-ANSWER NOT = 'y' AND WS-PO-ANSWER NOT = 'Y'
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE WS-ITEM-COST TO WS-PO-LIST.
	       DISPLAY "Price to charge : " WITH NO ADVANCING.
	       ACCEPT WS-ITEM-COST.
	       IF WS-ITEM-COST < ZERO
		   DISPLAY "A price can't be negative"
		   MOVE WS-PO-LIST TO WS-ITEM-COST
		   EXIT PARAGRAPH
	       END-IF.
	       IF WS-ITEM-COST NOT < WS-PO-LIST
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE 'B' TO WS-PO-TYPE.
	       PERFORM ApprovePriceOverride.
	       IF WS-LINE-OK = 'N'
		   MOVE WS-PO-LIST TO WS-ITEM-COST
		   MOVE 'Y' TO WS-LINE-OK
		   DISPLAY "Item rung at its catalog price"
	       END-IF.

	    ApprovePriceOverride.
	   *> Inside the allowance below list the override stands on
	   *> the operator's word; past it, or hand-keyed with no list
	   *> price to measure against, it needs a reason code and a
	   *> supervisor sign-on (the credit override's 'S' role).
	   *> Every override that stands is logged. A refused one
	   *> leaves WS-LINE-OK 'N'
	       MOVE SPACES TO WS-PO-REASON.
	       MOVE SPACES TO WS-PO-SUPERVISOR.
	       MOVE 'Y' TO WS-PO-NEEDS-OK.
	       IF WS-PO-TYPE = 'B' AND WS-PO-LIST > ZERO
		   COMPUTE WS-PO-VARIANCE-PCT ROUNDED =
		       (WS-PO-LIST - WS-ITEM-COST) * 100 / WS-PO-LIST
		   IF WS-PO-VARIANCE-PCT NOT > WS-PO-ALLOW-PCT
		       MOVE 'N' TO WS-PO-NEEDS-OK
		   END-IF
	       END-IF.
	       IF WS-PO-NEEDS-OK = 'Y'
		   PERFORM GetOverrideReason
		   IF WS-PO-REASON = SPACES
		       DISPLAY "No valid reason code - override "
			   "refused"
		       MOVE 'N' TO WS-LINE-OK
		       EXIT PARAGRAPH
		   END-IF
		   DISPLAY "Supervisor sign-on required for this "
		       "price"
		   PERFORM ValidateOperator
		   IF WS-OPERATOR-FOUND NOT = 'Y'
		       DISPLAY "Override refused"
		       MOVE 'N' TO WS-LINE-OK
		       EXIT PARAGRAPH
		   END-IF
		   MOVE WS-OPERATOR-ID TO WS-PO-SUPERVISOR
		   DISPLAY "Override accepted, signed by "
		       WS-OPERATOR-ID
	       END-IF.
	       PERFORM WritePriceOverride.

	    GetOverrideReason.
	       DISPLAY "Reason (PMCH=price match, DMG=damaged, "
		   "SHLF=shelf price, MGR=manager, "
		   "NCAT=not on catalog): " WITH NO ADVANCING.
	       ACCEPT WS-PO-REASON.
	       SET WS-PO-RSN-IDX TO 1.
	       SEARCH WS-PO-RSN-CODE
		   AT END MOVE SPACES TO WS-PO-REASON
		   WHEN WS-PO-RSN-CODE(WS-PO-RSN-IDX) = WS-PO-REASON
		       CONTINUE
	       END-SEARCH.

	    WritePriceOverride.
	       OPEN EXTEND PriceOverrideFile.
	       MOVE WS-BILLING-DATE TO POvDate.
	       MOVE WS-RECEIPT-NUM TO POvReceiptNum.
	       MOVE IDNum TO POvCustID.
	       MOVE WS-SIGNON-ID TO POvOperatorID.
	       MOVE WS-PO-SUPERVISOR TO POvSupervisorID.
	       MOVE WS-SKU-INPUT TO POvSKU.
	       MOVE WS-CATEGORY TO POvCategory.
	       MOVE WS-PO-LIST TO POvListPrice.
	       MOVE WS-ITEM-COST TO POvCharged.
	       MOVE WS-PO-REASON TO POvReason.
	       MOVE WS-PO-TYPE TO POvType.
	       WRITE PriceOverrideRecord.
	       CLOSE PriceOverrideFile.

	    LoadPriceOvParm.
	       OPEN INPUT PriceOvParmFile.
	       READ PriceOvParmFile
		   AT END MOVE 'Y' TO WS-PO-EOF
	       END-READ.
	       IF WS-PO-EOF NOT = 'Y'
		   IF POvParmAllowPct IS NUMERIC
		       MOVE POvParmAllowPct TO WS-PO-ALLOW-PCT
		   END-IF
	       END-IF.
	       CLOSE PriceOvParmFile.

	    LoadCatRestrictions.
	   *> A table holds the restricted categories for the session;
	   *> flagged-N rows are dropped as they load. Past 100 the
	   *> rest can't be checked, so say so rather than go quiet
	       MOVE 0 TO WS-CR-COUNT.
	       MOVE 'N' TO WS-CR-EOF.
	       OPEN INPUT CatRestrictFile.
	       PERFORM UNTIL WS-CR-EOF = 'Y'
		   READ CatRestrictFile
		       AT END MOVE 'Y' TO WS-CR-EOF
		   END-READ
		   IF WS-CR-EOF NOT = 'Y' AND CRAgeRestricted
		       IF WS-CR-COUNT = 100
			   DISPLAY "WARNING: more than 100 age "
			       "restrictions - the rest are not checked"
			   MOVE 'Y' TO WS-CR-EOF
		       ELSE
			   ADD 1 TO WS-CR-COUNT
			   MOVE CRCategory TO
			       WS-CRT-CATEGORY(WS-CR-COUNT)
			   MOVE CRMinAge TO WS-CRT-MIN-AGE(WS-CR-COUNT)
		       END-IF
		   END-IF
	       END-PERFORM.
	       CLOSE CatRestrictFile.

	    CheckAgeRestriction.
	   *> A restricted category rings only once the buyer is known
	   *> to be of age on the billing date. The date of birth on
	   *> the customer's file serves; without one the operator
	   *> reads it off the buyer's ID. Either way it is asked for
	   *> once a session. No ID, or under age, refuses the line.
	   *> Every check is logged to agelog.txt
	       MOVE 0 TO WS-CR-MIN-AGE.
	       PERFORM VARYING WS-CR-IDX FROM 1 BY 1
		       UNTIL WS-CR-IDX > WS-CR-COUNT
			  OR WS-CR-MIN-AGE > 0
		   IF WS-CRT-CATEGORY(WS-CR-IDX) = WS-CATEGORY
		       MOVE WS-CRT-MIN-AGE(WS-CR-IDX) TO WS-CR-MIN-AGE
		   END-IF
	       END-PERFORM.
	       IF WS-CR-MIN-AGE = 0
		   EXIT PARAGRAPH
	       END-IF.
	       DISPLAY "Age restricted item - buyer must be "
		   WS-CR-MIN-AGE " or over".
	       IF WS-AV-SOURCE = SPACE
		   PERFORM FindCustomerBirthDate
	       END-IF.
	       IF WS-AV-SOURCE = SPACE OR WS-AV-SOURCE = 'N'
		   PERFORM GetIdBirthDate
	       END-IF.
	       MOVE 0 TO WS-AV-AGE.
	       MOVE 'R' TO WS-AV-RESULT.
	       IF WS-AV-SOURCE NOT = 'N'
		   MOVE 'AGE ' TO WS-DU-FUNCTION
		   CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-AV-BIRTH,
		       WS-BILLING-DATE, WS-AV-AGE, WS-AV-RESULT-DATE,
		       WS-DU-STATUS
		   END-CALL
		   IF WS-DU-STATUS = "00"
			   AND WS-AV-AGE NOT < WS-CR-MIN-AGE
		       MOVE 'P' TO WS-AV-RESULT
		   END-IF
	       END-IF.
	       IF WS-AV-RESULT = 'R'
		   MOVE 'N' TO WS-LINE-OK
		   IF WS-AV-SOURCE = 'N'
		       DISPLAY "No proof of age - item refused"
		   ELSE
		       DISPLAY "Buyer is under " WS-CR-MIN-AGE
			   " - item refused"
		   END-IF
	       ELSE
		   DISPLAY "Age verified"
	       END-IF.
	       PERFORM WriteAgeVerify.

	    FindCustomerBirthDate.
	       MOVE 'N' TO WS-AV-EOF.
	       OPEN INPUT CustDobFile.
	       PERFORM UNTIL WS-AV-EOF = 'Y'
		   READ CustDobFile
		       AT END MOVE 'Y' TO WS-AV-EOF
		   END-READ
		   IF WS-AV-EOF NOT = 'Y'
		       IF CBCustID = IDNum AND CBBirthDate > 0
			   MOVE CBBirthDate TO WS-AV-BIRTH
			   MOVE 'C' TO WS-AV-SOURCE
			   MOVE 'Y' TO WS-AV-EOF
		       END-IF
		   END-IF
	       END-PERFORM.
	       CLOSE CustDobFile.

	    GetIdBirthDate.
	   *> Eight digits are taken as they stand; six take their
	   *> century from CENTURYWINDOW the way a two-digit birth
	   *> year always has. A blank or unreadable date is no ID
	       MOVE 'N' TO WS-AV-SOURCE.
	       MOVE 0 TO WS-AV-BIRTH.
	       MOVE SPACES TO WS-AV-INPUT.
	       DISPLAY "ID date of birth (YYYYMMDD or YYMMDD, "
		   "blank = no ID): " WITH NO ADVANCING.
	       ACCEPT WS-AV-INPUT.
	       IF WS-AV-INPUT IS NUMERIC
		   MOVE WS-AV-INPUT TO WS-AV-BIRTH
	       ELSE
		   IF WS-AV-INPUT(1:6) IS NUMERIC
			   AND WS-AV-INPUT(7:2) = SPACES
		       MOVE WS-AV-INPUT(1:2) TO WS-AV-YY
		       CALL 'CENTURYWINDOW' USING WS-AV-YY, WS-AV-YYYY
		       END-CALL
		       MOVE WS-AV-YYYY TO WS-AV-BIRTH(1:4)
		       MOVE WS-AV-INPUT(3:4) TO WS-AV-BIRTH(5:4)
		   END-IF
	       END-IF.
	       IF WS-AV-BIRTH = 0
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE 'VAL ' TO WS-DU-FUNCTION.
	       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-AV-BIRTH,
		   WS-DU-DATE2, WS-AV-AGE, WS-AV-RESULT-DATE,
		   WS-DU-STATUS
	       END-CALL.
	       IF WS-DU-STATUS NOT = "00"
		       OR WS-AV-BIRTH > WS-BILLING-DATE
		   DISPLAY "Not a valid date of birth"
		   MOVE 0 TO WS-AV-BIRTH
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE 'I' TO WS-AV-SOURCE.

	    WriteAgeVerify.
	       OPEN EXTEND AgeVerifyFile.
	       MOVE WS-BILLING-DATE TO AVDate.
	       MOVE WS-RECEIPT-NUM TO AVReceiptNum.
	       MOVE IDNum TO AVCustID.
	       MOVE WS-SIGNON-ID TO AVOperatorID.
	       MOVE WS-SKU-INPUT TO AVSKU.
	       MOVE WS-CATEGORY TO AVCategory.
	       MOVE WS-CR-MIN-AGE TO AVMinAge.
	       MOVE WS-AV-BIRTH TO AVBirthDate.
	       MOVE WS-AV-SOURCE TO AVSource.
	       MOVE WS-AV-AGE TO AVAge.
	       MOVE WS-AV-RESULT TO AVResult.
	       WRITE AgeVerifyRecord.
	       CLOSE AgeVerifyFile.
	    RedeemPoints.
	   *> Points pay at 100 to the dollar as a negative discount
	   *> line, taxed at the GEN rate it reverses the way a promo
	       END-IF.
	       MOVE 'Y' TO WS-PULLED.

	    RingItem.
	   *> One line onto the receipt and into the journal buffer,
	   *> then any promotion it earns
	       IF RefundItem
		   *> Back the item out: same cost, same category rate,
		   *> both negated so receipt, journal and A/R all see
		   *> the credit
		   COMPUTE WS-ITEM-COST = 0 - WS-ITEM-COST
	       END-IF.
	       SET WS-CAT-IDX TO 1.
	       SEARCH WS-CAT-ENTRY
		   AT END MOVE 0.13 TO WS-ON-TAX
		   WHEN WS-CAT-CODE(WS-CAT-IDX) = WS-CATEGORY
		       MOVE WS-CAT-RATE(WS-CAT-IDX) TO WS-ON-TAX
	       END-SEARCH.
	       IF WS-STORE-JUR NOT = SPACES
		   *> The counter sells where it stands - the store's
		   *> own jurisdiction's rate when it has one in force
		   MOVE 'RATE' TO WS-TJ-FUNCTION
		   CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
		       WS-STORE-JUR, WS-CATEGORY, WS-RATE-DATE,
		       WS-TJ-RATES, WS-TJ-STATUS
		   END-CALL
		   IF WS-TJ-STATUS = "00"
		       MOVE WS-TJ-TOTAL-RATE TO WS-ON-TAX
		   END-IF
	       END-IF.
	       IF WS-TAX-EXEMPT = 'Y'
		   *> Certificate on file and in date - no tax this
		   *> session
		   MOVE ZERO TO WS-ON-TAX
	       END-IF.
	       MULTIPLY WS-ON-TAX BY WS-ITEM-COST GIVING WS-ITEM-TOTAL.
	       ADD WS-ITEM-COST WS-ITEM-TOTAL TO WS-TOTAL-COST.
	       ADD 1 TO WS-ITEM-NO.
	       MOVE SPACES TO ReceiptRecord.
	       MOVE WS-ITEM-NO TO RcptItemNo.
	       MOVE WS-CATEGORY TO RcptCategory.
	       MOVE WS-ITEM-COST TO RcptItemCost.
	       MOVE WS-ITEM-TOTAL TO RcptItemTax.
	       IF RefundItem
		   MOVE " REFUND" TO RcptRefundTag
	       END-IF.
	       WRITE ReceiptRecord.
	       PERFORM WriteJournalLine.
	       *> A promotion's discount line reserves no stock
	       MOVE 0 TO WS-LW-QTY.
	       MOVE SPACES TO WS-LW-LOT.
	       PERFORM ApplyPromotion.

	    ChooseSessionType.
	       DISPLAY "Session (S=sale, L=new layaway, "
		   "P=layaway payment): ".
	       MOVE SPACE TO WS-SESSION-TYPE.
	       ACCEPT WS-SESSION-TYPE.
	       IF LayawayOpenSession OR LayawayPaySession
		   PERFORM LoadLayawayParm
	       END-IF.

	    LoadLayawayParm.
	       OPEN INPUT LayawayParmFile.
	       READ LayawayParmFile
		   AT END MOVE 'Y' TO WS-LW-PARM-EOF
	       END-READ.
	       IF WS-LW-PARM-EOF NOT = 'Y'
		   IF LayParmTermDays IS NUMERIC
		       MOVE LayParmTermDays TO WS-LW-TERM-DAYS
		   END-IF
		   IF LayParmMinDownPct IS NUMERIC
		       MOVE LayParmMinDownPct TO WS-LW-MIN-DOWN-PCT
		   END-IF
	       END-IF.
	       CLOSE LayawayParmFile.

	    OpenLayawayStock.
	   *> Layaway goods are reserved out of this station's home
	   *> location, the same default STANDINGRUN books against
	       MOVE 'HOME' TO WS-SL-FUNCTION.
	       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC,
		   WS-SL-NAME, WS-SL-STATUS
	       END-CALL.
	       OPEN I-O StockFile.

	    LoadLayawayNum.
	       OPEN INPUT LayawayControlFile.
	       READ LayawayControlFile
		   AT END MOVE 'Y' TO WS-LWCTL-EOF
	       END-READ.
	       IF WS-LWCTL-EOF NOT = 'Y'
		   MOVE CtlNextLayawayNum TO WS-LW-NUM
	       END-IF.
	       CLOSE LayawayControlFile.

	    SaveLayawayNum.
	       OPEN OUTPUT LayawayControlFile.
	       COMPUTE CtlNextLayawayNum = WS-LW-NUM + 1.
	       WRITE LayawayControlRecord.
	       CLOSE LayawayControlFile.

	    ReserveLayawayItem.
	   *> Layaway goods are rung by SKU and must be on the shelf
	   *> here - one unit comes out of StockOnHand now, with a
	   *> LAYAWAY movement, so nobody else sells what the customer
	   *> is paying off. No reservation, no line
	       IF WS-PROD-FOUND NOT = 'Y'
		   DISPLAY "Layaway goods must be rung by SKU - "
		       "line not taken"
		   MOVE 'N' TO WS-LINE-OK
		   EXIT PARAGRAPH
	       END-IF.
	       IF WS-JRNL-COUNT > 198
		   DISPLAY "Layaway is full - line not taken"
		   MOVE 'N' TO WS-LINE-OK
		   EXIT PARAGRAPH
	       END-IF.
	       DISPLAY "Size : " WITH NO ADVANCING.
	       MOVE SPACE TO WS-LW-SIZE.
	       ACCEPT WS-LW-SIZE.
	       MOVE WS-STOCK-LOC TO StockLocation.
	       MOVE WS-SKU-INPUT TO StockProdName.
	       MOVE WS-LW-SIZE TO StockSize.
	       READ StockFile
		   INVALID KEY MOVE 'N' TO WS-LINE-OK
	       END-READ.
	       IF WS-LINE-OK = 'Y'
		   IF StockOnHand < 1
		       MOVE 'N' TO WS-LINE-OK
		   END-IF
	       END-IF.
	       IF WS-LINE-OK = 'N'
		   DISPLAY "None of " WS-SKU-INPUT "/" WS-LW-SIZE
		       " on hand at " WS-STOCK-LOC " - line not taken"
		   EXIT PARAGRAPH
	       END-IF.
	       SUBTRACT 1 FROM StockOnHand.
	       REWRITE StockData
		   INVALID KEY
		       DISPLAY "Unable to reserve stock for "
			   WS-SKU-INPUT "/" WS-LW-SIZE
		       MOVE 'N' TO WS-LINE-OK
	       END-REWRITE.
	       IF WS-LINE-OK = 'Y'
		   MOVE 1 TO WS-LW-QTY
		   PERFORM TakeLayawayLot
	       END-IF.

	    TakeLayawayLot.
	   *> The reserved unit leaves its oldest supplier lot, with one
	   *> LAYAWAY movement per lot drawn on, so lots.txt and
	   *> RECALLTRACE know the contract holds it
	       MOVE 'TAKE' TO WS-LT-FUNCTION.
	       MOVE WS-LW-QTY TO WS-LT-QTY.
	       MOVE WS-LW-NUM TO WS-LT-REF.
	       CALL 'LOTTRACK' USING WS-LT-FUNCTION, StockProdName,
		   StockSize, WS-LT-QTY, WS-LT-LOT, WS-LT-EXPIRY,
		   WS-LT-REF, WS-LT-PIECES, WS-LT-STATUS
	       END-CALL.
	       MOVE WS-LT-PIECE-LOT(1) TO WS-LW-LOT.
	       PERFORM VARYING WS-LT-IDX FROM 1 BY 1
		       UNTIL WS-LT-IDX > WS-LT-PIECE-COUNT
		   COMPUTE WS-SM-QTY = 0 - WS-LT-PIECE-QTY(WS-LT-IDX)
		   MOVE WS-LT-PIECE-LOT(WS-LT-IDX) TO WS-SM-LOT
		   PERFORM WriteLayawayMove
	       END-PERFORM.

	    WriteLayawayMove.
	       OPEN EXTEND StockMoveFile.
	       MOVE StockProdName TO SMProdName.
	       MOVE StockSize TO SMSize.
	       MOVE WS-BILLING-DATE TO SMDate.
	       MOVE WS-SM-QTY TO SMQty.
	       MOVE "LAYAWAY" TO SMSource.
	       MOVE WS-LW-NUM TO SMReference.
	       MOVE WS-SIGNON-ID TO SMOperator.
	       MOVE WS-SM-LOT TO SMLot.
	       MOVE WS-STOCK-LOC TO SMLocation.
	       WRITE StockMoveRecord.
	       CLOSE StockMoveFile.

	    ReleaseLayawayStock.
	   *> A layaway that never opens puts back what its lines took
	   *> off the shelf
	       PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
		       UNTIL WS-JRNL-IDX > WS-JRNL-COUNT
		   IF WS-JL-QTY(WS-JRNL-IDX) > 0
		       MOVE WS-STOCK-LOC TO StockLocation
		       MOVE WS-JL-SKU(WS-JRNL-IDX) TO StockProdName
		       MOVE WS-JL-SIZE(WS-JRNL-IDX) TO StockSize
		       READ StockFile
			   INVALID KEY
			       DISPLAY "Unable to return stock for "
				   WS-JL-SKU(WS-JRNL-IDX)
			   NOT INVALID KEY
			       ADD WS-JL-QTY(WS-JRNL-IDX)
				   TO StockOnHand
			       REWRITE StockData
				   INVALID KEY
				       DISPLAY "Unable to return "
					   "stock for "
					   WS-JL-SKU(WS-JRNL-IDX)
			       END-REWRITE
			       MOVE WS-JL-QTY(WS-JRNL-IDX)
				   TO WS-SM-QTY
			       MOVE WS-JL-LOT(WS-JRNL-IDX) TO WS-SM-LOT
			       IF WS-SM-LOT NOT = SPACES
				   PERFORM ReturnLayawayLot
			       END-IF
			       PERFORM WriteLayawayMove
		       END-READ
		   END-IF
	       END-PERFORM.

	    ReturnLayawayLot.
	   *> Booked back into the lot it was taken from
	       MOVE 'RECV' TO WS-LT-FUNCTION.
	       MOVE WS-SM-QTY TO WS-LT-QTY.
	       MOVE WS-LW-NUM TO WS-LT-REF.
	       CALL 'LOTTRACK' USING WS-LT-FUNCTION, StockProdName,
		   StockSize, WS-LT-QTY, WS-SM-LOT, WS-LT-EXPIRY,
		   WS-LT-REF, WS-LT-PIECES, WS-LT-STATUS
	       END-CALL.

	    OpenLayaway.
	   *> The contract holds the rung-in lines at today's prices
	   *> and tax. It opens on a down payment of at least the
	   *> minimum percentage - paid in full on the spot it is
	   *> simply a completed sale. Less than the minimum puts the
	   *> goods back on the shelf and opens nothing
	       MOVE WS-TOTAL-COST TO WS-DISPLAY-TOTAL.
	       DISPLAY "Acct " IDNum ": " FirstName " " LastName.
	       DISPLAY "Layaway total: " WS-DISPLAY-TOTAL.
	       MOVE SPACES TO ReceiptTotalRecord.
	       MOVE "TOTAL:" TO RcptTotalLabel.
	       MOVE WS-TOTAL-COST TO RcptGrandTotal.
	       WRITE ReceiptTotalRecord.
	       IF WS-TOTAL-COST NOT > ZERO
		   DISPLAY "Nothing to lay away - no contract opened"
		   PERFORM ReleaseLayawayStock
		   CLOSE ReceiptFile
		   EXIT PARAGRAPH
	       END-IF.
	       COMPUTE WS-LW-MIN-DOWN ROUNDED =
		   WS-TOTAL-COST * WS-LW-MIN-DOWN-PCT / 100.
	       MOVE WS-LW-MIN-DOWN TO WS-DISPLAY-BALANCE.
	       DISPLAY "Down payment (minimum " WS-DISPLAY-BALANCE
		   ", 0 = pay in full) : " WITH NO ADVANCING.
	       MOVE ZERO TO WS-LW-PAY-AMT.
	       ACCEPT WS-LW-PAY-AMT.
	       IF WS-LW-PAY-AMT = ZERO
		       OR WS-LW-PAY-AMT > WS-TOTAL-COST
		   MOVE WS-TOTAL-COST TO WS-LW-PAY-AMT
	       END-IF.
	       IF WS-LW-PAY-AMT < WS-LW-MIN-DOWN
		   DISPLAY "Below the minimum down payment - no "
		       "contract opened, goods back in stock"
		   PERFORM ReleaseLayawayStock
		   CLOSE ReceiptFile
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE WS-LW-PAY-AMT TO WS-TENDER-LEFT.
	       PERFORM TakeTenders.
	       MOVE 'ADD ' TO WS-DU-FUNCTION.
	       MOVE WS-LW-TERM-DAYS TO WS-DU-DAYS.
	       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-BILLING-DATE,
		   WS-DU-DATE2, WS-DU-DAYS, WS-LW-EXPIRY, WS-DU-STATUS
	       END-CALL.
	       COMPUTE WS-LW-OWING = WS-TOTAL-COST - WS-TENDER-PAID.
	       IF WS-LW-OWING NOT > ZERO
		   MOVE 'Y' TO WS-LW-DONE
	       ELSE
		   MOVE 'N' TO WS-LW-DONE
	       END-IF.
	       OPEN EXTEND LayawayFile.
	       MOVE WS-LW-NUM TO LWNum.
	       MOVE IDNum TO LWCustID.
	       MOVE WS-BILLING-DATE TO LWDate.
	       MOVE WS-LW-EXPIRY TO LWExpiryDate.
	       MOVE WS-STOCK-LOC TO LWLocation.
	       MOVE WS-TOTAL-COST TO LWTotal.
	       MOVE WS-TENDER-PAID TO LWPaid.
	       MOVE ZERO TO LWClosedDate.
	       MOVE ZERO TO LWReceiptNum.
	       MOVE ZERO TO LWRefunded.
	       MOVE ZERO TO LWForfeited.
	       MOVE WS-SIGNON-ID TO LWOperatorID.
	       IF WS-LW-DONE = 'Y'
		   SET LWCompleted TO TRUE
		   MOVE WS-BILLING-DATE TO LWClosedDate
		   MOVE WS-RECEIPT-NUM TO LWReceiptNum
	       ELSE
		   SET LWOpen TO TRUE
	       END-IF.
	       WRITE LayawayRecord.
	       CLOSE LayawayFile.
	       PERFORM WriteLayawayLines.
	       PERFORM WriteLayawayPayment.
	       PERFORM SaveLayawayNum.
	       PERFORM PrintLayawayBalance.
	       CLOSE ReceiptFile.
	       IF WS-LW-DONE = 'Y'
		   PERFORM PostLayawayInvoice
		   DISPLAY "Paid in full - sale completed"
	       ELSE
		   MOVE WS-LW-OWING TO WS-DISPLAY-BALANCE
		   DISPLAY "Layaway " WS-LW-NUM " opened, "
		       WS-DISPLAY-BALANCE " owing by " WS-LW-EXPIRY
	       END-IF.
	       PERFORM SaveReceiptNum.

	    WriteLayawayLines.
	       OPEN EXTEND LayLineFile.
	       PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
		       UNTIL WS-JRNL-IDX > WS-JRNL-COUNT
		   MOVE WS-LW-NUM TO LLLayawayNum
		   MOVE WS-JRNL-IDX TO LLLineNum
		   MOVE WS-JL-CAT(WS-JRNL-IDX) TO LLCategory
		   MOVE WS-JL-COST(WS-JRNL-IDX) TO LLItemCost
		   MOVE WS-JL-TAX(WS-JRNL-IDX) TO LLItemTax
		   MOVE WS-JL-SKU(WS-JRNL-IDX) TO LLSKU
		   MOVE WS-JL-SIZE(WS-JRNL-IDX) TO LLSize
		   MOVE WS-JL-QTY(WS-JRNL-IDX) TO LLQty
		   MOVE WS-JL-CERT(WS-JRNL-IDX) TO LLExemptCert
		   MOVE WS-JL-LOT(WS-JRNL-IDX) TO LLLot
		   WRITE LayLineRecord
	       END-PERFORM.
	       CLOSE LayLineFile.

	    WriteLayawayPayment.
	       IF WS-TENDER-PAID = ZERO
		   EXIT PARAGRAPH
	       END-IF.
	       OPEN EXTEND LayPayFile.
	       MOVE WS-LW-NUM TO LYLayawayNum.
	       MOVE WS-BILLING-DATE TO LYDate.
	       MOVE WS-RECEIPT-NUM TO LYReceiptNum.
	       SET LYPayment TO TRUE.
	       MOVE WS-TENDER-PAID TO LYAmount.
	       MOVE WS-SIGNON-ID TO LYOperatorID.
	       WRITE LayPayRecord.
	       CLOSE LayPayFile.

	    PrintLayawayBalance.
	       MOVE SPACES TO ReceiptTotalRecord.
	       MOVE "PAID: " TO RcptTotalLabel.
	       MOVE WS-TENDER-PAID TO RcptGrandTotal.
	       WRITE ReceiptTotalRecord.
	       MOVE SPACES TO ReceiptTotalRecord.
	       MOVE "OWING:" TO RcptTotalLabel.
	       MOVE WS-LW-OWING TO RcptGrandTotal.
	       WRITE ReceiptTotalRecord.

	    LayawayPayment.
	   *> A later visit: the customer's open contracts are listed,
	   *> the payment goes through the normal tenders (never on
	   *> account) and adds to the contract. The payment that
	   *> clears it completes the sale - the contract's lines print
	   *> on this receipt and reach the journal, and the invoice
	   *> posts already paid
	       PERFORM LoadLayaways.
	       IF WS-LW-OVERFLOW = 'Y'
		   DISPLAY "Layaway file larger than 2000 contracts - "
		       "payment refused"
		   MOVE 1 TO RETURN-CODE
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE 0 TO WS-LW-FOUND.
	       PERFORM VARYING WS-LW-IDX FROM 1 BY 1
		       UNTIL WS-LW-IDX > WS-LW-COUNT
		   IF WS-LWT-CUST(WS-LW-IDX) = IDNum
			   AND WS-LWT-STATUS(WS-LW-IDX) = 'O'
		       ADD 1 TO WS-LW-FOUND
		       COMPUTE WS-LW-OWING = WS-LWT-TOTAL(WS-LW-IDX)
			   - WS-LWT-PAID(WS-LW-IDX)
		       MOVE WS-LW-OWING TO WS-DISPLAY-BALANCE
		       DISPLAY "Layaway " WS-LWT-NUM(WS-LW-IDX)
			   " term ends " WS-LWT-EXPIRY(WS-LW-IDX)
			   " owing " WS-DISPLAY-BALANCE
		   END-IF
	       END-PERFORM.
	       IF WS-LW-FOUND = 0
		   DISPLAY "No open layaway for this customer"
		   EXIT PARAGRAPH
	       END-IF.
	       DISPLAY "Layaway number : " WITH NO ADVANCING.
	       MOVE ZERO TO WS-LW-PICK.
	       ACCEPT WS-LW-PICK.
	       MOVE 0 TO WS-LW-SLOT.
	       PERFORM VARYING WS-LW-IDX FROM 1 BY 1
		       UNTIL WS-LW-IDX > WS-LW-COUNT
			  OR WS-LW-SLOT > 0
		   IF WS-LWT-NUM(WS-LW-IDX) = WS-LW-PICK
			   AND WS-LWT-CUST(WS-LW-IDX) = IDNum
			   AND WS-LWT-STATUS(WS-LW-IDX) = 'O'
		       MOVE WS-LW-IDX TO WS-LW-SLOT
		   END-IF
	       END-PERFORM.
	       IF WS-LW-SLOT = 0
		   DISPLAY "Not an open layaway of this customer"
		   EXIT PARAGRAPH
	       END-IF.
	       IF WS-LWT-EXPIRY(WS-LW-SLOT) < WS-BILLING-DATE
		   DISPLAY "Layaway term ended "
		       WS-LWT-EXPIRY(WS-LW-SLOT) " - payment refused"
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE WS-LW-PICK TO WS-LW-NUM.
	       COMPUTE WS-LW-OWING = WS-LWT-TOTAL(WS-LW-SLOT)
		   - WS-LWT-PAID(WS-LW-SLOT).
	       MOVE WS-LW-OWING TO WS-DISPLAY-BALANCE.
	       DISPLAY "Payment (0 = the " WS-DISPLAY-BALANCE
		   " owing) : " WITH NO ADVANCING.
	       MOVE ZERO TO WS-LW-PAY-AMT.
	       ACCEPT WS-LW-PAY-AMT.
	       IF WS-LW-PAY-AMT = ZERO
		       OR WS-LW-PAY-AMT > WS-LW-OWING
		   MOVE WS-LW-OWING TO WS-LW-PAY-AMT
	       END-IF.
	       MOVE SPACES TO ReceiptHeaderRecord.
	       MOVE "LAYAWAY #" TO RcptHdrLabel.
	       MOVE WS-LW-NUM TO RcptHdrNum.
	       WRITE ReceiptHeaderRecord.
	       MOVE WS-LW-PAY-AMT TO WS-TENDER-LEFT.
	       PERFORM TakeTenders.
	       PERFORM WriteLayawayPayment.
	       ADD WS-TENDER-PAID TO WS-LWT-PAID(WS-LW-SLOT).
	       COMPUTE WS-LW-OWING = WS-LWT-TOTAL(WS-LW-SLOT)
		   - WS-LWT-PAID(WS-LW-SLOT).
	       IF WS-LW-OWING NOT > ZERO
		   PERFORM CompleteLayaway
	       ELSE
		   MOVE WS-LW-OWING TO WS-DISPLAY-BALANCE
		   DISPLAY "Payment taken - " WS-DISPLAY-BALANCE
		       " still owing"
	       END-IF.
	       PERFORM PrintLayawayBalance.
	       PERFORM SaveLayaways.
	       PERFORM SaveReceiptNum.

	    CompleteLayaway.
	   *> Paid off: the contract's lines come back from
	   *> laylines.txt onto this receipt and into the journal
	   *> buffer, under this visit's receipt number and the seller
	   *> who opened the contract, and the sale posts
	       MOVE 0 TO WS-JRNL-COUNT.
	       MOVE 0 TO WS-ITEM-NO.
	       MOVE 'N' TO WS-LL-EOF.
	       OPEN INPUT LayLineFile.
	       PERFORM UNTIL WS-LL-EOF = 'Y'
		   READ LayLineFile
		       AT END MOVE 'Y' TO WS-LL-EOF
		   END-READ
		   IF WS-LL-EOF NOT = 'Y'
		       IF LLLayawayNum = WS-LW-NUM
			       AND WS-JRNL-COUNT < 200
			   PERFORM BufferLayawayLine
		       END-IF
		   END-IF
	       END-PERFORM.
	       CLOSE LayLineFile.
	       MOVE WS-LWT-TOTAL(WS-LW-SLOT) TO WS-TOTAL-COST.
	       MOVE SPACES TO ReceiptTotalRecord.
	       MOVE "TOTAL:" TO RcptTotalLabel.
	       MOVE WS-TOTAL-COST TO RcptGrandTotal.
	       WRITE ReceiptTotalRecord.
	       PERFORM PostLayawayInvoice.
	       IF WS-LW-POSTED = 'Y'
		   MOVE 'C' TO WS-LWT-STATUS(WS-LW-SLOT)
		   MOVE WS-BILLING-DATE TO WS-LWT-CLOSED(WS-LW-SLOT)
		   MOVE WS-RECEIPT-NUM TO WS-LWT-RECEIPT(WS-LW-SLOT)
		   DISPLAY "Layaway " WS-LW-NUM " paid in full - "
		       "sale completed"
	       END-IF.

	    BufferLayawayLine.
	       ADD 1 TO WS-JRNL-COUNT.
	       MOVE WS-BILLING-DATE TO WS-JL-DATE(WS-JRNL-COUNT).
	       MOVE WS-RECEIPT-NUM TO WS-JL-RECEIPT(WS-JRNL-COUNT).
	       MOVE IDNum TO WS-JL-CUST(WS-JRNL-COUNT).
	       MOVE LLCategory TO WS-JL-CAT(WS-JRNL-COUNT).
	       MOVE LLItemCost TO WS-JL-COST(WS-JRNL-COUNT).
	       MOVE LLItemTax TO WS-JL-TAX(WS-JRNL-COUNT).
	       MOVE LLSKU TO WS-JL-SKU(WS-JRNL-COUNT).
	       MOVE LLExemptCert TO WS-JL-CERT(WS-JRNL-COUNT).
	       MOVE WS-LWT-OPER(WS-LW-SLOT)
		   TO WS-JL-OPER(WS-JRNL-COUNT).
	       MOVE LLSize TO WS-JL-SIZE(WS-JRNL-COUNT).
	       MOVE LLQty TO WS-JL-QTY(WS-JRNL-COUNT).
	       MOVE LLLot TO WS-JL-LOT(WS-JRNL-COUNT).
	       ACCEPT WS-RING-TIME FROM TIME.
	       MOVE WS-RING-TIME(1:4) TO WS-JL-TIME(WS-JRNL-COUNT).
	       ADD 1 TO WS-ITEM-NO.
	       MOVE SPACES TO ReceiptRecord.
	       MOVE WS-ITEM-NO TO RcptItemNo.
	       MOVE LLCategory TO RcptCategory.
	       MOVE LLItemCost TO RcptItemCost.
	       MOVE LLItemTax TO RcptItemTax.
	       WRITE ReceiptRecord.

	    PostLayawayInvoice.
	   *> A paid-off layaway posts like any other sale: a numbered
	   *> invoice, already paid in full by the layaway payments,
	   *> and its lines into the journal under this visit's
	   *> receipt - so DAYBALANCE sees one receipt, one invoice
	   *> and matching totals
	       MOVE 'N' TO WS-LW-POSTED.
	       OPEN INPUT ARControlFile.
	       READ ARControlFile
		   AT END MOVE 'Y' TO WS-ARCTL-EOF
	       END-READ.
	       IF WS-ARCTL-EOF NOT = 'Y'
		   MOVE CtlNextInvoiceNum TO WS-NEXT-INVOICE-NUM
	       END-IF.
	       CLOSE ARControlFile.
	       OPEN I-O ARLedgerFile.
	       IF WS-LEDGER-STATUS NOT = "00"
		       AND WS-LEDGER-STATUS NOT = "05"
		   DISPLAY "Unable to post to arledger.dat, status "
		       WS-LEDGER-STATUS
		   MOVE 1 TO RETURN-CODE
		   EXIT PARAGRAPH
	       END-IF.
	       MOVE WS-NEXT-INVOICE-NUM TO ARInvoiceNum.
	       MOVE IDNum TO ARCustID.
	       MOVE WS-BILLING-DATE TO ARInvoiceDate.
	       MOVE WS-TOTAL-COST TO ARInvoiceAmount.
	       MOVE WS-TOTAL-COST TO ARAmountPaid.
	       SET ARPaidInFull TO TRUE.
	       SET ARDocInvoice TO TRUE.
	       WRITE ARLedgerRecord
		   INVALID KEY
		       DISPLAY "Invoice " ARInvoiceNum
			   " already on the ledger - check arctl.txt"
	       END-WRITE.
	       CLOSE ARLedgerFile.
	       DISPLAY "Posted invoice " WS-NEXT-INVOICE-NUM
		   " to A/R ledger".
	       ADD 1 TO WS-NEXT-INVOICE-NUM.
	       OPEN OUTPUT ARControlFile.
	       MOVE WS-NEXT-INVOICE-NUM TO CtlNextInvoiceNum.
	       WRITE ARControlRecord.
	       CLOSE ARControlFile.
	       PERFORM FlushJournal.
	       MOVE 'Y' TO WS-LW-POSTED.

	    LoadLayaways.
	       MOVE 0 TO WS-LW-COUNT.
	       MOVE 'N' TO WS-LW-EOF.
	       MOVE 'N' TO WS-LW-OVERFLOW.
	       OPEN INPUT LayawayFile.
	       PERFORM ReadLayaway.
	       PERFORM UNTIL WS-LW-EOF = 'Y' OR WS-LW-COUNT = 2000
		   ADD 1 TO WS-LW-COUNT
		   MOVE LWNum TO WS-LWT-NUM(WS-LW-COUNT)
		   MOVE LWCustID TO WS-LWT-CUST(WS-LW-COUNT)
		   MOVE LWDate TO WS-LWT-DATE(WS-LW-COUNT)
		   MOVE LWExpiryDate TO WS-LWT-EXPIRY(WS-LW-COUNT)
		   MOVE LWLocation TO WS-LWT-LOCATION(WS-LW-COUNT)
		   MOVE LWTotal TO WS-LWT-TOTAL(WS-LW-COUNT)
		   MOVE LWPaid TO WS-LWT-PAID(WS-LW-COUNT)
		   MOVE LWStatus TO WS-LWT-STATUS(WS-LW-COUNT)
		   MOVE LWClosedDate TO WS-LWT-CLOSED(WS-LW-COUNT)
		   MOVE LWReceiptNum TO WS-LWT-RECEIPT(WS-LW-COUNT)
		   MOVE LWRefunded TO WS-LWT-REFUNDED(WS-LW-COUNT)
		   MOVE LWForfeited TO WS-LWT-FORFEITED(WS-LW-COUNT)
		   MOVE LWOperatorID TO WS-LWT-OPER(WS-LW-COUNT)
		   PERFORM ReadLayaway
	       END-PERFORM.
	       IF WS-LW-EOF NOT = 'Y'
		   MOVE 'Y' TO WS-LW-OVERFLOW
	       END-IF.
	       CLOSE LayawayFile.

	    ReadLayaway.
	       READ LayawayFile
		   AT END MOVE 'Y' TO WS-LW-EOF
	       END-READ.

	    SaveLayaways.
	       OPEN OUTPUT LayawayFile.
	       PERFORM VARYING WS-LW-IDX FROM 1 BY 1
		       UNTIL WS-LW-IDX > WS-LW-COUNT
		   MOVE WS-LWT-NUM(WS-LW-IDX) TO LWNum
		   MOVE WS-LWT-CUST(WS-LW-IDX) TO LWCustID
		   MOVE WS-LWT-DATE(WS-LW-IDX) TO LWDate
		   MOVE WS-LWT-EXPIRY(WS-LW-IDX) TO LWExpiryDate
		   MOVE WS-LWT-LOCATION(WS-LW-IDX) TO LWLocation
		   MOVE WS-LWT-TOTAL(WS-LW-IDX) TO LWTotal
		   MOVE WS-LWT-PAID(WS-LW-IDX) TO LWPaid
		   MOVE WS-LWT-STATUS(WS-LW-IDX) TO LWStatus
		   MOVE WS-LWT-CLOSED(WS-LW-IDX) TO LWClosedDate
		   MOVE WS-LWT-RECEIPT(WS-LW-IDX) TO LWReceiptNum
		   MOVE WS-LWT-REFUNDED(WS-LW-IDX) TO LWRefunded
		   MOVE WS-LWT-FORFEITED(WS-LW-IDX) TO LWForfeited
		   MOVE WS-LWT-OPER(WS-LW-IDX) TO LWOperatorID
		   WRITE LayawayRecord
	       END-PERFORM.
	       CLOSE LayawayFile.

	    LoadPromos.
	       OPEN INPUT PromoFile.
	       PERFORM UNTIL WS-PROMO-EOF = 'Y' OR WS-PROMO-COUNT = 50
	    LoadRates.
	   *> Of the rates on file per category, take the one with the
	   *> latest effective date that is not in the future - so next
	   *> quarter's rate can sit in the file ahead of time. The
	   *> store's own tax jurisdiction (storejur.txt) is picked up
	   *> here too; with none set, taxrates.txt is the whole story
	       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RATE-DATE,
		   WS-BD-STATUS
	       END-CALL.
	       MOVE 'HOME' TO WS-TJ-FUNCTION.
	       CALL 'TAXJURIS' USING WS-TJ-FUNCTION, WS-TJ-POSTAL,
		   WS-STORE-JUR, WS-CATEGORY, WS-RATE-DATE,
		   WS-TJ-RATES, WS-TJ-STATUS
	       END-CALL.
	       PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
	               UNTIL WS-EFF-IDX > 4
	           MOVE ZERO TO WS-CAT-EFF(WS-EFF-IDX)
