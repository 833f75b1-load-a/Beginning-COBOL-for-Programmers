01 PayablesRecord.
	88 EndOfPayablesFile VALUE HIGH-VALUES.
	02 PayKey.
		03 PaySupplier PIC 9(4).
		03 PayInvoiceRef PIC X(10).
		03 PayPONumber PIC 9(6).
		03 PayGadgetID PIC 9(6).
	02 PayInvoiceDate PIC X(8).
	02 PayDueDate PIC X(8).
	02 PayGrossAmount PIC 9(9)V99.
	02 PayDebitAmount PIC 9(9)V99.
	02 PayNetAmount PIC 9(9)V99.
	02 PayDebitNoteNumber PIC 9(6).
	02 PayPaymentNumber PIC 9(6).
	02 PayPaidDate PIC X(8).
	02 PayStatus PIC X.
		88 Pay-Unpaid VALUE "U".
		88 Pay-Paid VALUE "P".
