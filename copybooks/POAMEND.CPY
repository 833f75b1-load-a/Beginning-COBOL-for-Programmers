01 POAmendmentRecord.
	88 EndOfPOAmendFile VALUE HIGH-VALUES.
	02 AmendSupplier PIC 9(4).
	02 AmendPONumber PIC 9(6).
	02 AmendGadgetID PIC 9(6).
	02 AmendAction PIC X.
		88 Amend-Quantity VALUE "Q".
		88 Amend-Price VALUE "P".
		88 Amend-Cancel VALUE "C".
	02 AmendOldQty PIC 9(5).
	02 AmendNewQty PIC 9(5).
	02 AmendReceivedQty PIC 9(5).
	02 AmendOldPrice PIC 9(4)V99.
	02 AmendNewPrice PIC 9(4)V99.
	02 AmendOldStatus PIC X.
	02 AmendNewStatus PIC X.
	02 AmendDate PIC X(8).
	02 AmendOperatorID PIC X(8).
	02 AmendReason PIC X(20).
