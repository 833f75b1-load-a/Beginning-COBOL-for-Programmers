IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Payment-Run.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SupplierMasterFile ASSIGN TO "supplier_master.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Supplier-Status.
	SELECT SupplierSortFile ASSIGN TO "supplier_sort.tmp".
	SELECT SupplierWorkFile ASSIGN TO "suppliers_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT PassedInvoiceFile ASSIGN TO "invoice_match_passed.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Passed-Status.
	SELECT ExceptionInvoiceFile ASSIGN TO "invoice_match_exceptions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Exception-Status.
	SELECT MatchSortFile ASSIGN TO "match_sort.tmp".
	SELECT PayablesFile ASSIGN TO "payables_register.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PayKey
		FILE STATUS IS WS-Payables-Status.
	SELECT DebitNoteFile ASSIGN TO "debit_notes.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RemittanceFile ASSIGN TO "remittance_advices.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT BankPaymentFile ASSIGN TO "bank_payments.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT PaymentNumberFile ASSIGN TO "payment_number.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PayNumber-Status.
	SELECT DebitNumberFile ASSIGN TO "debit_note_number.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-DebitNumber-Status.

DATA DIVISION.
FILE SECTION.
FD SupplierMasterFile.
01 SupplierMasterRecord.
	88 EndOfSupplierFile VALUE HIGH-VALUES.
	02 SupplierNumber	PIC 9(4).
	02 SupplierName		PIC X(30).
	02 SupplierAddress	PIC X(60).
	02 SupplierLeadTime	PIC 9(3).
	02 SupplierPaymentTerms	PIC 9(3).
	02 SupplierBankAccount	PIC X(20).

SD SupplierSortFile.
01 SupplierSortRecord.
	02 SupSort-Number	PIC 9(4).
	02 SupSort-Name		PIC X(30).
	02 SupSort-Address	PIC X(60).
	02 SupSort-LeadTime	PIC 9(3).
	02 SupSort-Terms	PIC 9(3).
	02 SupSort-BankAccount	PIC X(20).

FD SupplierWorkFile.
01 SupplierWorkRecord.
	88 EndOfSupplierWork VALUE HIGH-VALUES.
	02 SupWork-Number	PIC 9(4).
	02 SupWork-Name		PIC X(30).
	02 SupWork-Address	PIC X(60).
	02 SupWork-LeadTime	PIC 9(3).
	02 SupWork-Terms	PIC X(3).
	02 SupWork-Terms-Num REDEFINES SupWork-Terms PIC 9(3).
	02 SupWork-BankAccount	PIC X(20).

FD PassedInvoiceFile.
	COPY "MATCHREC.CPY" REPLACING MatchedInvoiceRecord BY PassedInvoiceRecord
		EndOfMatchedFile BY EndOfPassedFile
		LEADING ==Match== BY ==Passed==.

FD ExceptionInvoiceFile.
	COPY "MATCHREC.CPY" REPLACING MatchedInvoiceRecord BY ExceptionInvoiceRecord
		EndOfMatchedFile BY EndOfExceptionFile
		LEADING ==Match== BY ==Exception==.

SD MatchSortFile.
	COPY "MATCHREC.CPY" REPLACING MatchedInvoiceRecord BY MatchSortRecord
		EndOfMatchedFile BY EndOfMatchSort
		LEADING ==Match== BY ==MatchSort==.

FD PayablesFile.
	COPY "PAYREGRC.CPY".

FD DebitNoteFile.
01 DebitNoteLine	PIC X(90).

FD RemittanceFile.
01 RemittanceLine	PIC X(90).

FD BankPaymentFile.
01 BankPaymentRecord.
	02 BankRecordType	PIC X.
	02 BankPaymentDate	PIC X(8).
	02 BankPaymentNumber	PIC 9(6).
	02 BankSupplier		PIC 9(4).
	02 BankPayeeName	PIC X(30).
	02 BankAccount		PIC X(20).
	02 BankAmount		PIC 9(10)V99.
01 BankTrailerRecord.
	02 BankTrailerType	PIC X.
	02 BankTrailerDate	PIC X(8).
	02 BankTrailerCount	PIC 9(6).
	02 BankTrailerTotal	PIC 9(12)V99.

FD PaymentNumberFile.
01 PaymentNumberRecord.
	02 LastPaymentNumber	PIC 9(6).

FD DebitNumberFile.
01 DebitNumberRecord.
	02 LastDebitNoteNumber	PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-Supplier-Status	PIC XX.
01 WS-Passed-Status	PIC XX.
01 WS-Exception-Status	PIC XX.
01 WS-Payables-Status	PIC XX.
01 WS-PayNumber-Status	PIC XX.
01 WS-DebitNumber-Status PIC XX.
01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-Pay-Date		PIC X(8) VALUE SPACES.
01 WS-Invoice-Date	PIC X(8).
01 WS-Date-Num		PIC 9(8).
01 WS-Invoice-Day-Int	PIC 9(7).
01 WS-Due-Day-Int	PIC 9(7).
01 WS-Default-Terms	PIC 9(3) VALUE ZERO.
01 WS-Payment-Number	PIC 9(6) VALUE ZERO.
01 WS-Debit-Note-Number	PIC 9(6) VALUE ZERO.

01 WS-Current-Supplier	PIC 9(4) VALUE ZERO.
01 WS-Sup-Name		PIC X(30) VALUE SPACES.
01 WS-Sup-Address	PIC X(60) VALUE SPACES.
01 WS-Sup-Terms		PIC 9(3) VALUE ZERO.
01 WS-Sup-Bank-Account	PIC X(20) VALUE SPACES.
01 WS-Supplier-Found-Switch PIC X VALUE "N".
	88 Supplier-Found VALUE "Y".
01 WS-Supplier-Open-Switch PIC X VALUE "N".
	88 Supplier-Open VALUE "Y".

01 WS-Header-Switch	PIC X VALUE "N".
	88 Header-Written VALUE "Y".

01 WS-Payable-Qty	PIC 9(5) VALUE ZERO.
01 WS-Payable-Price	PIC 9(4)V99 VALUE ZERO.
01 WS-Debit-Total	PIC 9(10)V99 VALUE ZERO.
01 WS-Remit-Total	PIC 9(10)V99 VALUE ZERO.
01 WS-Run-Pay-Total	PIC 9(12)V99 VALUE ZERO.

01 WS-Registered-Count	PIC 9(4) VALUE ZERO.
01 WS-Duplicate-Count	PIC 9(4) VALUE ZERO.
01 WS-Unpayable-Count	PIC 9(4) VALUE ZERO.
01 WS-Awaiting-Count	PIC 9(4) VALUE ZERO.
01 WS-Debit-Note-Count	PIC 9(4) VALUE ZERO.
01 WS-Paid-Line-Count	PIC 9(4) VALUE ZERO.
01 WS-Payment-Count	PIC 9(6) VALUE ZERO.
01 WS-Held-Count	PIC 9(4) VALUE ZERO.
01 WS-Error-Count	PIC 9(4) VALUE ZERO.

01 WS-Dn-Supplier-Line.
	02 FILLER		PIC X(16) VALUE "DEBIT NOTE      ".
	02 Dn-Supplier-Number	PIC 9(4).
	02 FILLER		PIC X VALUE SPACE.
	02 Dn-Supplier-Name	PIC X(30).
01 WS-Dn-Number-Line.
	02 FILLER		PIC X(16) VALUE "DEBIT NOTE NO:  ".
	02 Dn-Note-Number	PIC 9(6).
01 WS-Dn-Date-Line.
	02 FILLER		PIC X(16) VALUE "DATE:           ".
	02 Dn-Note-Date		PIC X(8).
01 WS-Dn-Address-Line.
	02 FILLER		PIC X(16) VALUE "ADDRESS:        ".
	02 Dn-Supplier-Address	PIC X(60).
01 WS-Dn-Column-Line	PIC X(81) VALUE
	"INVOICE    PO     ID     INV QTY RCV QTY INV PRICE PO PRICE DISPOSITION     DEBIT".
01 WS-Dn-Detail-Line.
	02 Dn-InvoiceRef	PIC X(10).
	02 FILLER		PIC X VALUE SPACE.
	02 Dn-PONumber		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Dn-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Dn-Inv-Qty		PIC ZZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Dn-Rcv-Qty		PIC ZZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Dn-Inv-Price		PIC Z(3)9.99.
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Dn-PO-Price		PIC Z(3)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Dn-Disposition	PIC X(12).
	02 FILLER		PIC X VALUE SPACE.
	02 Dn-Debit		PIC Z(6)9.99.
01 WS-Dn-Total-Line.
	02 FILLER		PIC X(70) VALUE "DEBIT NOTE TOTAL".
	02 Dn-Total-Value	PIC Z(7)9.99.

01 WS-Rem-Supplier-Line.
	02 FILLER		PIC X(18) VALUE "REMITTANCE ADVICE ".
	02 Rem-Supplier-Number	PIC 9(4).
	02 FILLER		PIC X VALUE SPACE.
	02 Rem-Supplier-Name	PIC X(30).
01 WS-Rem-Number-Line.
	02 FILLER		PIC X(16) VALUE "PAYMENT NUMBER: ".
	02 Rem-Payment-Number	PIC 9(6).
01 WS-Rem-Date-Line.
	02 FILLER		PIC X(16) VALUE "PAYMENT DATE:   ".
	02 Rem-Payment-Date	PIC X(8).
01 WS-Rem-Address-Line.
	02 FILLER		PIC X(16) VALUE "ADDRESS:        ".
	02 Rem-Supplier-Address	PIC X(60).
01 WS-Rem-Column-Line	PIC X(83) VALUE
	"INVOICE    PO     ID     INV DATE        GROSS  DEBIT NOTE       DEBIT          NET".
01 WS-Rem-Detail-Line.
	02 Rem-InvoiceRef	PIC X(10).
	02 FILLER		PIC X VALUE SPACE.
	02 Rem-PONumber		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Rem-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Rem-Invoice-Date	PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Rem-Gross		PIC Z(8)9.99.
	02 FILLER		PIC X(6) VALUE SPACES.
	02 Rem-Debit-Note	PIC X(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Rem-Debit		PIC Z(7)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Rem-Net		PIC Z(8)9.99.
01 WS-Rem-Total-Line.
	02 FILLER		PIC X(70) VALUE "PAYMENT TOTAL".
	02 Rem-Total-Value	PIC Z(9)9.99.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

PERFORM Verify-Input-Files

SORT SupplierSortFile
	ON ASCENDING KEY SupSort-Number
	USING SupplierMasterFile
	GIVING SupplierWorkFile

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date

PERFORM Load-Payment-Numbers

OPEN I-O PayablesFile
IF WS-Payables-Status = "35"
	OPEN OUTPUT PayablesFile
	CLOSE PayablesFile
	OPEN I-O PayablesFile
END-IF
IF WS-Payables-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN payables_register.dat (STATUS " WS-Payables-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN OUTPUT DebitNoteFile

OPEN INPUT SupplierWorkFile
PERFORM Read-Supplier-Work

SORT MatchSortFile
	ON ASCENDING KEY MatchSortSupplier MatchSortInvoiceRef MatchSortPONumber MatchSortGadgetID
	USING PassedInvoiceFile ExceptionInvoiceFile
	OUTPUT PROCEDURE IS Register-Payables

CLOSE SupplierWorkFile
CLOSE PayablesFile
CLOSE DebitNoteFile

PERFORM Pay-Due-Invoices

PERFORM Save-Payment-Numbers

PERFORM Record-Run-End

DISPLAY "PAYMENT RUN COMPLETE FOR PAY DATE " WS-Pay-Date
DISPLAY "  LINES REGISTERED: " WS-Registered-Count
DISPLAY "  ALREADY ON FILE:  " WS-Duplicate-Count
DISPLAY "  NOT PAYABLE:      " WS-Unpayable-Count
DISPLAY "  AWAITING GOODS:   " WS-Awaiting-Count
DISPLAY "  DEBIT NOTES:      " WS-Debit-Note-Count
DISPLAY "  PAYMENTS MADE:    " WS-Payment-Count
DISPLAY "  LINES PAID:       " WS-Paid-Line-Count
DISPLAY "  LINES HELD:       " WS-Held-Count
DISPLAY "  ERRORS:           " WS-Error-Count
DISPLAY "DEBIT NOTES WRITTEN TO debit_notes.txt"
DISPLAY "REMITTANCE ADVICES WRITTEN TO remittance_advices.txt"
DISPLAY "BANK PAYMENT FILE WRITTEN TO bank_payments.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-PAYRUN" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-PAYRUN RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Payment-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-PAYRUN" TO ParmReqProgram
MOVE "PAY-DATE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found
	IF ParmReqValue (1:8) NOT NUMERIC OR ParmReqValue (9:12) NOT = SPACES
		DISPLAY "ERROR: RUN PARAMETER GADGET-PAYRUN PAY-DATE NOT YYYYMMDD: " ParmReqValue " - RUN ABANDONED"
		PERFORM Record-Run-Error
		STOP RUN
	END-IF
	MOVE ParmReqValue (1:8) TO WS-Pay-Date
	DISPLAY "USING PAY-DATE " WS-Pay-Date " FROM run_parameters.txt"
ELSE
	MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
	MOVE WS-Current-Timestamp (1:8) TO WS-Pay-Date
	DISPLAY "NO PAY-DATE PARAMETER ON run_parameters.txt - USING TODAY " WS-Pay-Date
END-IF

MOVE "GADGET-PAYRUN" TO ParmReqProgram
MOVE "DEFAULT-TERMS" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found
	DISPLAY "ERROR: RUN PARAMETER GADGET-PAYRUN DEFAULT-TERMS NOT ON run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF FUNCTION TEST-NUMVAL (ParmReqValue) NOT = 0
	DISPLAY "ERROR: RUN PARAMETER GADGET-PAYRUN DEFAULT-TERMS NOT NUMERIC: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
COMPUTE WS-Default-Terms = FUNCTION NUMVAL (ParmReqValue).

Verify-Input-Files.
OPEN INPUT SupplierMasterFile
IF WS-Supplier-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN supplier_master.txt (STATUS " WS-Supplier-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE SupplierMasterFile

OPEN INPUT PassedInvoiceFile
IF WS-Passed-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN invoice_match_passed.txt (STATUS " WS-Passed-Status ") - RUN Gadget-Invoice-Match FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE PassedInvoiceFile

OPEN INPUT ExceptionInvoiceFile
IF WS-Exception-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN invoice_match_exceptions.txt (STATUS " WS-Exception-Status ") - RUN Gadget-Invoice-Match FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE ExceptionInvoiceFile.

Load-Payment-Numbers.
OPEN INPUT PaymentNumberFile
IF WS-PayNumber-Status = "00"
	READ PaymentNumberFile
		AT END CONTINUE
		NOT AT END MOVE LastPaymentNumber TO WS-Payment-Number
	END-READ
	CLOSE PaymentNumberFile
END-IF

OPEN INPUT DebitNumberFile
IF WS-DebitNumber-Status = "00"
	READ DebitNumberFile
		AT END CONTINUE
		NOT AT END MOVE LastDebitNoteNumber TO WS-Debit-Note-Number
	END-READ
	CLOSE DebitNumberFile
END-IF.

Save-Payment-Numbers.
OPEN OUTPUT PaymentNumberFile
MOVE WS-Payment-Number TO LastPaymentNumber
WRITE PaymentNumberRecord
CLOSE PaymentNumberFile

OPEN OUTPUT DebitNumberFile
MOVE WS-Debit-Note-Number TO LastDebitNoteNumber
WRITE DebitNumberRecord
CLOSE DebitNumberFile.

Read-Supplier-Work.
READ SupplierWorkFile
	AT END SET EndOfSupplierWork TO TRUE
END-READ.

Advance-Supplier-Work.
PERFORM Read-Supplier-Work.

Find-Supplier.
MOVE "N" TO WS-Supplier-Found-Switch
PERFORM Advance-Supplier-Work
	UNTIL EndOfSupplierWork OR SupWork-Number NOT < WS-Current-Supplier
IF NOT EndOfSupplierWork AND SupWork-Number = WS-Current-Supplier
	MOVE "Y" TO WS-Supplier-Found-Switch
	MOVE SupWork-Name TO WS-Sup-Name
	MOVE SupWork-Address TO WS-Sup-Address
	MOVE SupWork-BankAccount TO WS-Sup-Bank-Account
	IF SupWork-Terms NUMERIC
		MOVE SupWork-Terms-Num TO WS-Sup-Terms
	ELSE
		DISPLAY "WARNING: SUPPLIER " WS-Current-Supplier " HAS NO PAYMENT TERMS ON supplier_master.txt - USING " WS-Default-Terms " DAYS"
		MOVE WS-Default-Terms TO WS-Sup-Terms
	END-IF
END-IF.

Register-Payables.
MOVE ZERO TO WS-Current-Supplier
MOVE "N" TO WS-Supplier-Open-Switch
MOVE "N" TO WS-Header-Switch

PERFORM Return-Matched-Line
PERFORM Register-Matched-Line UNTIL EndOfMatchSort

PERFORM Finish-Debit-Note.

Return-Matched-Line.
RETURN MatchSortFile
	AT END SET EndOfMatchSort TO TRUE
END-RETURN.

Register-Matched-Line.
EVALUATE TRUE
WHEN MatchSort-No-PO-Line
	DISPLAY "WARNING: INVOICE " MatchSortInvoiceRef " PO " MatchSortPONumber " GADGETID " MatchSortGadgetID " HAS NO PO LINE - NOT PAYABLE"
	ADD 1 TO WS-Unpayable-Count
WHEN MatchSort-Not-Received
	DISPLAY "WARNING: INVOICE " MatchSortInvoiceRef " PO " MatchSortPONumber " GADGETID " MatchSortGadgetID " BILLS " MatchSortQty " BUT ONLY " MatchSortReceivedQty " RECEIVED - HELD UNTIL GOODS ARRIVE"
	ADD 1 TO WS-Awaiting-Count
WHEN OTHER
	IF NOT Supplier-Open OR MatchSortSupplier NOT = WS-Current-Supplier
		PERFORM Finish-Debit-Note
		MOVE MatchSortSupplier TO WS-Current-Supplier
		MOVE "Y" TO WS-Supplier-Open-Switch
		PERFORM Find-Supplier
	END-IF
	IF Supplier-Found
		PERFORM Register-Payable
	ELSE
		DISPLAY "WARNING: SUPPLIER " MatchSortSupplier " NOT ON supplier_master.txt - INVOICE " MatchSortInvoiceRef " NOT REGISTERED"
		ADD 1 TO WS-Unpayable-Count
	END-IF
END-EVALUATE
PERFORM Return-Matched-Line.

Register-Payable.
MOVE MatchSortSupplier TO PaySupplier
MOVE MatchSortInvoiceRef TO PayInvoiceRef
MOVE MatchSortPONumber TO PayPONumber
MOVE MatchSortGadgetID TO PayGadgetID

READ PayablesFile
	INVALID KEY
		PERFORM Add-Payable
	NOT INVALID KEY
		ADD 1 TO WS-Duplicate-Count
END-READ.

Add-Payable.
IF MatchSortInvoiceDate NUMERIC
	MOVE MatchSortInvoiceDate TO WS-Invoice-Date
ELSE
	DISPLAY "WARNING: INVOICE " MatchSortInvoiceRef " HAS NO INVOICE DATE - DATED " WS-Run-Date
	MOVE WS-Run-Date TO WS-Invoice-Date
END-IF
MOVE WS-Invoice-Date TO WS-Date-Num
COMPUTE WS-Invoice-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)
COMPUTE WS-Due-Day-Int = WS-Invoice-Day-Int + WS-Sup-Terms
COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER (WS-Due-Day-Int)

IF MatchSortQty > MatchSortReceivedQty
	MOVE MatchSortReceivedQty TO WS-Payable-Qty
ELSE
	MOVE MatchSortQty TO WS-Payable-Qty
END-IF
IF MatchSortPrice > MatchSortPOPrice
	MOVE MatchSortPOPrice TO WS-Payable-Price
ELSE
	MOVE MatchSortPrice TO WS-Payable-Price
END-IF

MOVE MatchSortSupplier TO PaySupplier
MOVE MatchSortInvoiceRef TO PayInvoiceRef
MOVE MatchSortPONumber TO PayPONumber
MOVE MatchSortGadgetID TO PayGadgetID
MOVE WS-Invoice-Date TO PayInvoiceDate
MOVE WS-Date-Num TO PayDueDate
COMPUTE PayGrossAmount = MatchSortQty * MatchSortPrice
COMPUTE PayNetAmount = WS-Payable-Qty * WS-Payable-Price
COMPUTE PayDebitAmount = PayGrossAmount - PayNetAmount
MOVE ZERO TO PayDebitNoteNumber
MOVE ZERO TO PayPaymentNumber
MOVE SPACES TO PayPaidDate
MOVE "U" TO PayStatus

IF PayDebitAmount > ZERO
	PERFORM Write-Debit-Note-Line
	MOVE WS-Debit-Note-Number TO PayDebitNoteNumber
END-IF

WRITE PayablesRecord
	INVALID KEY
		DISPLAY "ERROR: PAYABLES LINE " PaySupplier "/" PayInvoiceRef " COULD NOT BE REGISTERED"
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		ADD 1 TO WS-Registered-Count
END-WRITE.

Write-Debit-Note-Line.
IF NOT Header-Written
	PERFORM Write-Debit-Note-Header
END-IF

MOVE MatchSortInvoiceRef TO Dn-InvoiceRef
MOVE MatchSortPONumber TO Dn-PONumber
MOVE MatchSortGadgetID TO Dn-GadgetID
MOVE MatchSortQty TO Dn-Inv-Qty
MOVE MatchSortReceivedQty TO Dn-Rcv-Qty
MOVE MatchSortPrice TO Dn-Inv-Price
MOVE MatchSortPOPrice TO Dn-PO-Price
MOVE MatchSortReason TO Dn-Disposition
MOVE PayDebitAmount TO Dn-Debit
WRITE DebitNoteLine FROM WS-Dn-Detail-Line
ADD PayDebitAmount TO WS-Debit-Total.

Write-Debit-Note-Header.
ADD 1 TO WS-Debit-Note-Number
MOVE ZERO TO WS-Debit-Total
MOVE WS-Current-Supplier TO Dn-Supplier-Number
MOVE WS-Sup-Name TO Dn-Supplier-Name
WRITE DebitNoteLine FROM WS-Dn-Supplier-Line
MOVE WS-Debit-Note-Number TO Dn-Note-Number
WRITE DebitNoteLine FROM WS-Dn-Number-Line
MOVE WS-Run-Date TO Dn-Note-Date
WRITE DebitNoteLine FROM WS-Dn-Date-Line
MOVE WS-Sup-Address TO Dn-Supplier-Address
WRITE DebitNoteLine FROM WS-Dn-Address-Line
WRITE DebitNoteLine FROM WS-Dn-Column-Line
MOVE "Y" TO WS-Header-Switch.

Finish-Debit-Note.
IF Header-Written
	MOVE WS-Debit-Total TO Dn-Total-Value
	WRITE DebitNoteLine FROM WS-Dn-Total-Line
	MOVE SPACES TO DebitNoteLine
	WRITE DebitNoteLine
	ADD 1 TO WS-Debit-Note-Count
END-IF
MOVE "N" TO WS-Header-Switch.

Pay-Due-Invoices.
OPEN I-O PayablesFile
OPEN OUTPUT RemittanceFile
OPEN OUTPUT BankPaymentFile
OPEN INPUT SupplierWorkFile
PERFORM Read-Supplier-Work

MOVE SPACES TO BankPaymentRecord
MOVE "H" TO BankRecordType
MOVE WS-Pay-Date TO BankPaymentDate
MOVE ZERO TO BankPaymentNumber
MOVE ZERO TO BankSupplier
MOVE ZERO TO BankAmount
WRITE BankPaymentRecord

MOVE ZERO TO WS-Current-Supplier
MOVE "N" TO WS-Supplier-Open-Switch
MOVE "N" TO WS-Header-Switch

PERFORM Read-Payable
PERFORM Pay-Payable UNTIL EndOfPayablesFile

PERFORM Finish-Remittance

MOVE SPACES TO BankTrailerRecord
MOVE "T" TO BankTrailerType
MOVE WS-Pay-Date TO BankTrailerDate
MOVE WS-Payment-Count TO BankTrailerCount
MOVE WS-Run-Pay-Total TO BankTrailerTotal
WRITE BankTrailerRecord

CLOSE SupplierWorkFile
CLOSE BankPaymentFile
CLOSE RemittanceFile
CLOSE PayablesFile.

Read-Payable.
READ PayablesFile NEXT
	AT END SET EndOfPayablesFile TO TRUE
END-READ.

Pay-Payable.
IF Pay-Unpaid AND PayDueDate NOT > WS-Pay-Date
	IF NOT Supplier-Open OR PaySupplier NOT = WS-Current-Supplier
		PERFORM Finish-Remittance
		MOVE PaySupplier TO WS-Current-Supplier
		MOVE "Y" TO WS-Supplier-Open-Switch
		PERFORM Find-Supplier
		PERFORM Check-Payee
	END-IF
	IF Supplier-Found
		PERFORM Pay-Line
	ELSE
		ADD 1 TO WS-Held-Count
	END-IF
END-IF
PERFORM Read-Payable.

Check-Payee.
IF NOT Supplier-Found
	DISPLAY "WARNING: SUPPLIER " WS-Current-Supplier " NOT ON supplier_master.txt - PAYMENT HELD"
ELSE
	IF WS-Sup-Bank-Account = SPACES
		DISPLAY "WARNING: SUPPLIER " WS-Current-Supplier " HAS NO BANK ACCOUNT ON supplier_master.txt - PAYMENT HELD"
		MOVE "N" TO WS-Supplier-Found-Switch
	END-IF
END-IF.

Pay-Line.
IF NOT Header-Written
	PERFORM Write-Remittance-Header
END-IF

MOVE PayInvoiceRef TO Rem-InvoiceRef
MOVE PayPONumber TO Rem-PONumber
MOVE PayGadgetID TO Rem-GadgetID
MOVE PayInvoiceDate TO Rem-Invoice-Date
MOVE PayGrossAmount TO Rem-Gross
IF PayDebitNoteNumber > ZERO
	MOVE PayDebitNoteNumber TO Rem-Debit-Note
ELSE
	MOVE SPACES TO Rem-Debit-Note
END-IF
MOVE PayDebitAmount TO Rem-Debit
MOVE PayNetAmount TO Rem-Net
WRITE RemittanceLine FROM WS-Rem-Detail-Line
ADD PayNetAmount TO WS-Remit-Total

MOVE WS-Payment-Number TO PayPaymentNumber
MOVE WS-Pay-Date TO PayPaidDate
MOVE "P" TO PayStatus
REWRITE PayablesRecord
	INVALID KEY
		DISPLAY "ERROR: PAYABLES LINE " PaySupplier "/" PayInvoiceRef " COULD NOT BE MARKED PAID"
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		ADD 1 TO WS-Paid-Line-Count
END-REWRITE.

Write-Remittance-Header.
ADD 1 TO WS-Payment-Number
MOVE ZERO TO WS-Remit-Total
MOVE WS-Current-Supplier TO Rem-Supplier-Number
MOVE WS-Sup-Name TO Rem-Supplier-Name
WRITE RemittanceLine FROM WS-Rem-Supplier-Line
MOVE WS-Payment-Number TO Rem-Payment-Number
WRITE RemittanceLine FROM WS-Rem-Number-Line
MOVE WS-Pay-Date TO Rem-Payment-Date
WRITE RemittanceLine FROM WS-Rem-Date-Line
MOVE WS-Sup-Address TO Rem-Supplier-Address
WRITE RemittanceLine FROM WS-Rem-Address-Line
WRITE RemittanceLine FROM WS-Rem-Column-Line
MOVE "Y" TO WS-Header-Switch.

Finish-Remittance.
IF Header-Written
	MOVE WS-Remit-Total TO Rem-Total-Value
	WRITE RemittanceLine FROM WS-Rem-Total-Line
	MOVE SPACES TO RemittanceLine
	WRITE RemittanceLine
	IF WS-Remit-Total > ZERO
		PERFORM Write-Bank-Payment
	END-IF
END-IF
MOVE "N" TO WS-Header-Switch.

Write-Bank-Payment.
MOVE SPACES TO BankPaymentRecord
MOVE "D" TO BankRecordType
MOVE WS-Pay-Date TO BankPaymentDate
MOVE WS-Payment-Number TO BankPaymentNumber
MOVE WS-Current-Supplier TO BankSupplier
MOVE WS-Sup-Name TO BankPayeeName
MOVE WS-Sup-Bank-Account TO BankAccount
MOVE WS-Remit-Total TO BankAmount
WRITE BankPaymentRecord
ADD 1 TO WS-Payment-Count
ADD WS-Remit-Total TO WS-Run-Pay-Total.
