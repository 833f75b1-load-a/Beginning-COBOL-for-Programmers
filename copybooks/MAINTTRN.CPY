	02 TransRawPrice PIC 9(4)V99.
	02 TransPricePresent PIC X.
		88 Price-Supplied VALUE "Y".
	02 TransOperatorID PIC X(8).
	02 TransApproverID PIC X(8).
