01 MatchedInvoiceRecord.
	88 EndOfMatchedFile VALUE HIGH-VALUES.
	02 MatchInvoiceRef PIC X(10).
	02 MatchPONumber PIC 9(6).
	02 MatchGadgetID PIC 9(6).
	02 MatchQty PIC 9(5).
	02 MatchPrice PIC 9(4)V99.
	02 MatchInvoiceDate PIC X(8).
	02 MatchSupplier PIC 9(4).
	02 MatchPOPrice PIC 9(4)V99.
	02 MatchReceivedQty PIC 9(5).
	02 MatchReason PIC X(12).
		88 Match-No-PO-Line VALUE "NO PO LINE".
		88 Match-Not-Received VALUE "NOT RECEIVED".
