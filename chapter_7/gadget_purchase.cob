	02 SupplierName		PIC X(30).
	02 SupplierAddress	PIC X(60).
	02 SupplierLeadTime	PIC 9(3).
	02 SupplierPaymentTerms	PIC 9(3).
	02 SupplierBankAccount	PIC X(20).

SD SupplierSortFile.
01 SupplierSortRecord.
	02 SupSort-Name		PIC X(30).
	02 SupSort-Address	PIC X(60).
	02 SupSort-LeadTime	PIC 9(3).
	02 SupSort-Terms	PIC 9(3).
	02 SupSort-BankAccount	PIC X(20).

FD SupplierWorkFile.
01 SupplierWorkRecord.
	02 SupWork-Name		PIC X(30).
	02 SupWork-Address	PIC X(60).
	02 SupWork-LeadTime	PIC 9(3).
	02 SupWork-Terms	PIC 9(3).
	02 SupWork-BankAccount	PIC X(20).

FD SupplierXrefFile.
01 SupplierXrefRecord.
