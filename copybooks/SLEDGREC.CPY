01 SalesLedgerRecord.
	88 EndOfSalesLedgerFile VALUE HIGH-VALUES.
	02 LedgerInvoiceNumber PIC 9(6).
	02 LedgerCustomer PIC 9(6).
	02 LedgerOrderRef PIC X(10).
	02 LedgerInvoiceDate PIC X(8).
	02 LedgerDueDate PIC X(8).
	02 LedgerAmount PIC 9(8)V99.
	02 LedgerAmountPaid PIC 9(8)V99.
	02 LedgerStatus PIC X.
		88 Ledger-Open VALUE "O".
		88 Ledger-Paid VALUE "P".
