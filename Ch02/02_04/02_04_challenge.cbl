      *********************************************************************************
      *  This program asks the user for the radius of a circle and calculates the     *
      *     circumference and area. 
      *  A batch run can also name a customer, and the priced cut list is then        *
      *     written as a numbered quotation in the QUOTEENTRY quote files - one       *
      *     line per circle plus any setup charge - to be followed up and converted   *
      *     to an order there like any other quote.                                   *
      *********************************************************************************

       ENVIRONMENT DIVISION.
	   *> OPTIONAL so a run with no parameters just prices at zero
	   SELECT OPTIONAL MaterialFile ASSIGN TO "material.cfg"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   *> The customer the cut list is quoted to, and the quote
	   *> files and number sequence QUOTEENTRY keeps
	   SELECT CustomerFile ASSIGN TO "customers.txt"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS RANDOM
	       RECORD KEY IS IDNum
	       FILE STATUS IS WS-CUSTOMER-STATUS.
	   SELECT OPTIONAL QuoteHeaderFile ASSIGN TO "quotehdr.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL QuoteDetailFile ASSIGN TO "quotedtl.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT OPTIONAL QuoteControlFile ASSIGN TO "quotectl.txt"
	       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
	       02 CT-MATERIAL-TOTAL PIC ZZZZZZZ9.99.
	       02 CT-EDGE-TOTAL     PIC ZZZZZZZ9.99.
	       02 CT-GRAND-TOTAL    PIC ZZZZZZZ9.99.
	   *> Written ahead of the totals only when the job carries a
	   *> setup charge; the grand total includes it
	   01 CircleSetupRecord.
	       02 CS-LABEL          PIC X(11).
	       02 CS-SETUP-CHARGE   PIC ZZZZZZZ9.99.

	   FD MaterialFile.
	   01 MaterialRecord.
	       02 MF-AREA-PRICE     PIC 9(3)V99.
	       02 MF-EDGE-PRICE     PIC 9(3)V99.
	   *> Flat charge per job for setting the cutter up; a file
	   *> written before the field existed reads back as no charge
	       02 MF-SETUP-CHARGE   PIC 9(4)V99.

	   *> Shared with QUOTEENTRY/CUSTBACKUP via
	   *> copybooks/CUSTREC.cpy
	   FD CustomerFile.
	   01 CustomerData.
	       COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

	   *> Shared with QUOTEENTRY via copybooks/QUOTEHDRREC.cpy
	   FD QuoteHeaderFile.
	   01 QuoteHeaderRecord.
	       COPY QUOTEHDRREC REPLACING ==LEVEL== BY ==02==.

	   *> Shared with QUOTEENTRY via copybooks/QUOTEDTLREC.cpy
	   FD QuoteDetailFile.
	   01 QuoteDetailRecord.
	       COPY QUOTEDTLREC REPLACING ==LEVEL== BY ==02==.

	   *> Same record QUOTEENTRY keeps its next quote number in
	   FD QuoteControlFile.
	   01 QuoteControlRecord.
	       02 CtlNextQuoteNum   PIC 9(6).

	   WORKING-STORAGE SECTION.
		01   WS-CONSTANTS.
	     05 WS-MATERIAL-TOTAL   PIC 9(8)V99 VALUE ZEROES.
	     05 WS-EDGE-TOTAL       PIC 9(8)V99 VALUE ZEROES.
	     05 WS-GRAND-TOTAL      PIC 9(8)V99 VALUE ZEROES.
	     05 WS-SETUP-CHARGE     PIC 9(4)V99 VALUE ZEROES.
	*> Quoting the cut list to a customer. QUOTEENTRY converts at
	*> most 50 lines of a quote, so a longer cut list is refused
	*> as a quote (the report is still written)
	01   WS-QUOTING.
	     05 WS-QUOTE-WANTED     PIC X VALUE 'N'.
	     05 WS-ID-INPUT         PIC X(5).
	     05 WS-CUSTOMER-STATUS  PIC XX.
	     05 WS-QCTL-EOF         PIC X VALUE 'N'.
	     05 WS-NEXT-QUOTE-NUM   PIC 9(6) VALUE 1.
	     05 WS-QUOTE-LINES      PIC 9(3) VALUE ZEROES.
	     05 WS-QUOTE-MAX-LINES  PIC 9(3) VALUE 50.
	     05 WS-CUT-COUNT        PIC 9(5) VALUE ZEROES.
	     05 WS-RUN-DATE         PIC 9(8).
	     05 WS-EXPIRY-DATE      PIC 9(8).
	     05 WS-DISPLAY-TOTAL    PIC $$$$$$$$9.99.
	*> BIZDATE linkage - the quote is dated on the business date
	01   WS-BD-FUNCTION         PIC X(4) VALUE 'GET '.
	01   WS-BD-STATUS           PIC XX.
	*> DATEUTIL linkage - thirty days to accept, as QUOTEENTRY gives
	01   WS-DU-FUNCTION         PIC X(4) VALUE 'ADD '.
	01   WS-DU-DATE2            PIC 9(8) VALUE ZEROES.
	01   WS-DU-DAYS             PIC S9(5) VALUE 30.
	01   WS-DU-STATUS           PIC XX.

	   PROCEDURE DIVISION.

		0200-BATCH-RUN.

		   PERFORM 0250-LOAD-MATERIAL.
		   PERFORM 0400-OPEN-QUOTE.
		   OPEN INPUT RadiusFile.
		   OPEN OUTPUT CircleReport.

		       MOVE WS-MATERIAL-COST TO CR-MATERIAL-COST
		       MOVE WS-EDGE-COST TO CR-EDGE-COST
		       WRITE CircleReportRecord
		       IF WS-QUOTE-WANTED = 'Y'
		           PERFORM 0450-QUOTE-CIRCLE
		       END-IF

		       READ RadiusFile
		           AT END MOVE 'Y' TO WS-RADIUS-EOF
	   *> Job totals at the bottom, so the quote comes straight
	   *> off the report instead of off a pocket calculator
		   COMPUTE WS-GRAND-TOTAL =
		       WS-MATERIAL-TOTAL + WS-EDGE-TOTAL
		       + WS-SETUP-CHARGE.
		   IF WS-SETUP-CHARGE > ZERO
		       MOVE "SETUP      " TO CS-LABEL
		       MOVE WS-SETUP-CHARGE TO CS-SETUP-CHARGE
		       WRITE CircleSetupRecord
		   END-IF.
		   MOVE "JOB TOTALS " TO CT-LABEL.
		   MOVE WS-MATERIAL-TOTAL TO CT-MATERIAL-TOTAL.
		   MOVE WS-EDGE-TOTAL TO CT-EDGE-TOTAL.
		   CLOSE RadiusFile.
		   CLOSE CircleReport.
		   DISPLAY "Batch report written to circle_report.dat".
		   IF WS-QUOTE-WANTED = 'Y'
		       PERFORM 0480-CLOSE-QUOTE
		   END-IF.

		0250-LOAD-MATERIAL.

		   IF WS-MATERIAL-EOF NOT = 'Y'
		       MOVE MF-AREA-PRICE TO WS-AREA-PRICE
		       MOVE MF-EDGE-PRICE TO WS-EDGE-PRICE
		       IF MF-SETUP-CHARGE IS NUMERIC
		           MOVE MF-SETUP-CHARGE TO WS-SETUP-CHARGE
		       END-IF
		   END-IF.
		   CLOSE MaterialFile.

		   COMPUTE WS-CIRCUMFERENCE = 2 * WS-PI * WS-RADIUS.
		   COMPUTE WS-AREA = WS-PI * WS-RADIUS * WS-RADIUS.

		0400-OPEN-QUOTE.

		   DISPLAY "Quote to customer ID (blank for none): ".
		   MOVE SPACES TO WS-ID-INPUT.
		   ACCEPT WS-ID-INPUT.
		   IF WS-ID-INPUT = SPACES
		       EXIT PARAGRAPH
		   END-IF.
		   IF WS-ID-INPUT IS NOT NUMERIC
		       DISPLAY "Customer ID must be numeric - "
		           "no quote written"
		       EXIT PARAGRAPH
		   END-IF.

		   OPEN INPUT CustomerFile.
		   IF WS-CUSTOMER-STATUS NOT = "00"
		       DISPLAY "Unable to open customers.txt, status "
		           WS-CUSTOMER-STATUS " - no quote written"
		       EXIT PARAGRAPH
		   END-IF.
		   MOVE WS-ID-INPUT TO IDNum.
		   READ CustomerFile
		       INVALID KEY MOVE "23" TO WS-CUSTOMER-STATUS
		   END-READ.
		   IF WS-CUSTOMER-STATUS NOT = "00" OR CustInactive
		       DISPLAY "Customer not found - no quote written"
		       CLOSE CustomerFile
		       EXIT PARAGRAPH
		   END-IF.
		   DISPLAY "Quoting for customer: " FirstName " "
		       LastName.
		   CLOSE CustomerFile.

	   *> Count the cut list first - a quote too long to convert is
	   *> refused before a line of it is written
		   PERFORM 0420-COUNT-CUTS.
		   MOVE WS-CUT-COUNT TO WS-QUOTE-LINES.
		   IF WS-SETUP-CHARGE > ZERO
		       ADD 1 TO WS-QUOTE-LINES
		   END-IF.
		   IF WS-CUT-COUNT = ZERO
		       DISPLAY "Cut list is empty - no quote written"
		       EXIT PARAGRAPH
		   END-IF.
		   IF WS-QUOTE-LINES > WS-QUOTE-MAX-LINES
		       DISPLAY "Cut list runs to " WS-QUOTE-LINES
		           " quote lines, more than the "
		           WS-QUOTE-MAX-LINES
		           " a quote converts - no quote written"
		       EXIT PARAGRAPH
		   END-IF.

		   CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE,
		       WS-BD-STATUS
		   END-CALL.
		   CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE,
		       WS-DU-DATE2, WS-DU-DAYS, WS-EXPIRY-DATE,
		       WS-DU-STATUS
		   END-CALL.
		   IF WS-DU-STATUS NOT = "00"
		       MOVE WS-RUN-DATE TO WS-EXPIRY-DATE
		   END-IF.

		   OPEN INPUT QuoteControlFile.
		   READ QuoteControlFile
		       AT END MOVE 'Y' TO WS-QCTL-EOF
		   END-READ.
		   IF WS-QCTL-EOF NOT = 'Y'
		       MOVE CtlNextQuoteNum TO WS-NEXT-QUOTE-NUM
		   END-IF.
		   CLOSE QuoteControlFile.

		   MOVE ZEROES TO WS-QUOTE-LINES.
		   OPEN EXTEND QuoteDetailFile.
		   MOVE 'Y' TO WS-QUOTE-WANTED.

		0420-COUNT-CUTS.

		   MOVE ZEROES TO WS-CUT-COUNT.
		   OPEN INPUT RadiusFile.
		   READ RadiusFile
		       AT END MOVE 'Y' TO WS-RADIUS-EOF
		   END-READ.
		   PERFORM UNTIL WS-RADIUS-EOF = 'Y'
		       ADD 1 TO WS-CUT-COUNT
		       READ RadiusFile
		           AT END MOVE 'Y' TO WS-RADIUS-EOF
		       END-READ
		   END-PERFORM.
		   CLOSE RadiusFile.
		   MOVE 'N' TO WS-RADIUS-EOF.

		0450-QUOTE-CIRCLE.

	   *> One quote line per circle: a single piece cut to the
	   *> radius, priced at its material plus edge cost
		   ADD 1 TO WS-QUOTE-LINES.
		   MOVE WS-NEXT-QUOTE-NUM TO QdQuoteNum.
		   MOVE WS-QUOTE-LINES TO QdLineNum.
		   MOVE "CUTCIRCLE" TO QdProdName.
		   MOVE SPACE TO QdSize.
		   MOVE 1 TO QdQty.
		   COMPUTE QdPrice = WS-MATERIAL-COST + WS-EDGE-COST.
		   SET QdCutCircle TO TRUE.
		   MOVE WS-RADIUS TO QdRadius.
		   MOVE WS-MATERIAL-COST TO QdMaterialCost.
		   MOVE WS-EDGE-COST TO QdEdgeCost.
		   WRITE QuoteDetailRecord.

		0480-CLOSE-QUOTE.

		   IF WS-SETUP-CHARGE > ZERO
		       ADD 1 TO WS-QUOTE-LINES
		       MOVE WS-NEXT-QUOTE-NUM TO QdQuoteNum
		       MOVE WS-QUOTE-LINES TO QdLineNum
		       MOVE "SETUP" TO QdProdName
		       MOVE SPACE TO QdSize
		       MOVE 1 TO QdQty
		       MOVE WS-SETUP-CHARGE TO QdPrice
		       SET QdSetupCharge TO TRUE
		       MOVE ZEROES TO QdRadius
		       MOVE ZEROES TO QdMaterialCost
		       MOVE ZEROES TO QdEdgeCost
		       WRITE QuoteDetailRecord
		   END-IF.
		   CLOSE QuoteDetailFile.

		   OPEN EXTEND QuoteHeaderFile.
		   MOVE WS-NEXT-QUOTE-NUM TO QhNum.
		   MOVE WS-ID-INPUT TO QhCustID.
		   MOVE WS-RUN-DATE TO QhDate.
		   MOVE WS-EXPIRY-DATE TO QhExpiry.
		   SET QhOpen TO TRUE.
		   WRITE QuoteHeaderRecord.
		   CLOSE QuoteHeaderFile.

		   MOVE WS-GRAND-TOTAL TO WS-DISPLAY-TOTAL.
		   DISPLAY "Quote " WS-NEXT-QUOTE-NUM " written, "
		       WS-QUOTE-LINES " lines, total " WS-DISPLAY-TOTAL
		       ", good until " WS-EXPIRY-DATE.

		   ADD 1 TO WS-NEXT-QUOTE-NUM.
		   OPEN OUTPUT QuoteControlFile.
		   MOVE WS-NEXT-QUOTE-NUM TO CtlNextQuoteNum.
		   WRITE QuoteControlRecord.
		   CLOSE QuoteControlFile.

		   END PROGRAM CIRCLES.

