IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Invoice.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT StockFile ASSIGN TO "stock_files.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS GadgetID
		ALTERNATE RECORD KEY IS GadgetName WITH DUPLICATES
		FILE STATUS IS WS-Stock-Status.
	SELECT CustomerMasterFile ASSIGN TO "customer_master.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Customer-Status.
	SELECT CustomerSortFile ASSIGN TO "customer_sort.tmp".
	SELECT CustomerWorkFile ASSIGN TO "customers_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ShipmentFile ASSIGN TO "despatch_shipped.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Shipment-Status.
	SELECT ShipmentSortFile ASSIGN TO "shipment_sort.tmp".
	SELECT UnbilledFile ASSIGN TO "despatch_unbilled.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ShipHistoryFile ASSIGN TO "shipment_history.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-History-Status.
	SELECT InvoiceFile ASSIGN TO "customer_invoices.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT SalesLedgerFile ASSIGN TO "sales_ledger.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LedgerInvoiceNumber
		FILE STATUS IS WS-Ledger-Status.
	SELECT InvoiceNumberFile ASSIGN TO "invoice_number.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-InvNumber-Status.

DATA DIVISION.
FILE SECTION.
FD StockFile.
	COPY "ITEMREC.CPY".

FD CustomerMasterFile.
01 CustomerMasterRecord.
	88 EndOfCustomerFile VALUE HIGH-VALUES.
	02 CustomerNumber	PIC 9(6).
	02 CustomerName		PIC X(30).
	02 CustomerAddress	PIC X(60).
	02 CustomerTerms	PIC 9(3).

SD CustomerSortFile.
01 CustomerSortRecord.
	02 CustSort-Number	PIC 9(6).
	02 CustSort-Name	PIC X(30).
	02 CustSort-Address	PIC X(60).
	02 CustSort-Terms	PIC 9(3).

FD CustomerWorkFile.
01 CustomerWorkRecord.
	88 EndOfCustomerWork VALUE HIGH-VALUES.
	02 CustWork-Number	PIC 9(6).
	02 CustWork-Name	PIC X(30).
	02 CustWork-Address	PIC X(60).
	02 CustWork-Terms	PIC 9(3).

FD ShipmentFile.
	COPY "SHIPREC.CPY".

SD ShipmentSortFile.
	COPY "SHIPREC.CPY" REPLACING ShipmentRecord BY ShipSortRecord
		EndOfShipmentFile BY EndOfShipSort
		LEADING ==Ship== BY ==ShipSort==.

FD UnbilledFile.
	COPY "SHIPREC.CPY" REPLACING ShipmentRecord BY UnbilledRecord
		EndOfShipmentFile BY EndOfUnbilledFile
		LEADING ==Ship== BY ==Unbilled==.

FD ShipHistoryFile.
	COPY "SHIPREC.CPY" REPLACING ShipmentRecord BY ShipHistoryRecord
		EndOfShipmentFile BY EndOfShipHistory
		LEADING ==Ship== BY ==ShipHist==.

FD InvoiceFile.
01 InvoiceLine		PIC X(80).

FD SalesLedgerFile.
	COPY "SLEDGREC.CPY".

FD InvoiceNumberFile.
01 InvoiceNumberRecord.
	02 LastInvoiceNumber	PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Customer-Status	PIC XX.
01 WS-Shipment-Status	PIC XX.
01 WS-History-Status	PIC XX.
01 WS-Ledger-Status	PIC XX.
01 WS-InvNumber-Status	PIC XX.
01 WS-Current-Timestamp	PIC X(21).
01 WS-Invoice-Date	PIC X(8).
01 WS-Due-Date		PIC X(8).
01 WS-Date-Num		PIC 9(8).
01 WS-Run-Day-Int	PIC 9(7).
01 WS-Due-Day-Int	PIC 9(7).
01 WS-Invoice-Number	PIC 9(6) VALUE ZERO.

01 WS-Current-Customer	PIC 9(6) VALUE ZERO.
01 WS-Current-Order-Ref	PIC X(10) VALUE SPACES.
01 WS-Cust-Name		PIC X(30) VALUE SPACES.
01 WS-Cust-Address	PIC X(60) VALUE SPACES.
01 WS-Cust-Terms	PIC 9(3) VALUE ZERO.
01 WS-Customer-Found-Switch PIC X VALUE "N".
	88 Customer-Found VALUE "Y".

01 WS-Header-Switch	PIC X VALUE "N".
	88 Header-Written VALUE "Y".

01 WS-Line-Value	PIC 9(8)V99 VALUE ZERO.
01 WS-Invoice-Total	PIC 9(8)V99 VALUE ZERO.
01 WS-Run-Total		PIC 9(10)V99 VALUE ZERO.

01 WS-Invoice-Count	PIC 9(4) VALUE ZERO.
01 WS-Line-Count	PIC 9(4) VALUE ZERO.
01 WS-Held-Count	PIC 9(4) VALUE ZERO.
01 WS-Missing-Count	PIC 9(4) VALUE ZERO.
01 WS-Error-Count	PIC 9(4) VALUE ZERO.

01 WS-Inv-Customer-Line.
	02 FILLER		PIC X(16) VALUE "INVOICE         ".
	02 Inv-Customer-Number	PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Inv-Customer-Name	PIC X(30).
01 WS-Inv-Number-Line.
	02 FILLER		PIC X(16) VALUE "INVOICE NUMBER: ".
	02 Inv-Invoice-Number	PIC 9(6).
01 WS-Inv-Date-Line.
	02 FILLER		PIC X(16) VALUE "INVOICE DATE:   ".
	02 Inv-Invoice-Date	PIC X(8).
01 WS-Inv-Order-Line.
	02 FILLER		PIC X(16) VALUE "YOUR ORDER REF: ".
	02 Inv-Order-Ref	PIC X(10).
01 WS-Inv-Address-Line.
	02 FILLER		PIC X(16) VALUE "ADDRESS:        ".
	02 Inv-Customer-Address	PIC X(60).
01 WS-Inv-Due-Line.
	02 FILLER		PIC X(16) VALUE "PAYMENT DUE:    ".
	02 Inv-Due-Date		PIC X(8).
01 WS-Inv-Column-Line	PIC X(72) VALUE
	"ID     ITEM                           DESPATCH  QTY   PRICE        VALUE".
01 WS-Inv-Detail-Line.
	02 Inv-Line-GadgetID	PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Inv-Line-Name	PIC X(30).
	02 FILLER		PIC X VALUE SPACE.
	02 Inv-Line-Date	PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Inv-Line-Qty		PIC ZZZ9.
	02 FILLER		PIC X VALUE SPACE.
	02 Inv-Line-Price	PIC Z(3)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Inv-Line-Value	PIC Z(8)9.99.
01 WS-Inv-Total-Line.
	02 FILLER		PIC X(60) VALUE "INVOICE TOTAL".
	02 Inv-Total-Value	PIC Z(8)9.99.

COPY "RUNCTL.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

OPEN INPUT CustomerMasterFile
IF WS-Customer-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN customer_master.txt (STATUS " WS-Customer-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE CustomerMasterFile

OPEN INPUT ShipmentFile
IF WS-Shipment-Status NOT = "00"
	DISPLAY "NO SHIPMENTS ON despatch_shipped.txt (STATUS " WS-Shipment-Status ") - NOTHING TO INVOICE"
	PERFORM Record-Run-End
	STOP RUN
END-IF
CLOSE ShipmentFile

SORT CustomerSortFile
	ON ASCENDING KEY CustSort-Number
	USING CustomerMasterFile
	GIVING CustomerWorkFile

OPEN INPUT StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN I-O SalesLedgerFile
IF WS-Ledger-Status = "35"
	OPEN OUTPUT SalesLedgerFile
END-IF

OPEN EXTEND ShipHistoryFile
IF WS-History-Status = "35"
	OPEN OUTPUT ShipHistoryFile
END-IF

OPEN OUTPUT InvoiceFile
OPEN OUTPUT UnbilledFile

PERFORM Load-Invoice-Number

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Invoice-Date
MOVE WS-Invoice-Date TO WS-Date-Num
COMPUTE WS-Run-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)

OPEN INPUT CustomerWorkFile
PERFORM Read-Customer-Work

SORT ShipmentSortFile
	ON ASCENDING KEY ShipSortCustomer ShipSortOrderRef ShipSortDate ShipSortGadgetID
	WITH DUPLICATES IN ORDER
	USING ShipmentFile
	OUTPUT PROCEDURE IS Produce-Invoices

CLOSE CustomerWorkFile
CLOSE StockFile
CLOSE SalesLedgerFile
CLOSE ShipHistoryFile
CLOSE InvoiceFile
CLOSE UnbilledFile

PERFORM Save-Invoice-Number

PERFORM Carry-Unbilled-Forward

PERFORM Record-Run-End

DISPLAY "INVOICE RUN COMPLETE"
DISPLAY "  INVOICES WRITTEN: " WS-Invoice-Count
DISPLAY "  INVOICE LINES:    " WS-Line-Count
DISPLAY "  HELD NO CUSTOMER: " WS-Held-Count
DISPLAY "  NOT ON STOCKFILE: " WS-Missing-Count
DISPLAY "  ERRORS:           " WS-Error-Count
DISPLAY "INVOICES WRITTEN TO customer_invoices.txt"
DISPLAY "SALES LEDGER UPDATED ON sales_ledger.dat - LAST INVOICE NUMBER " WS-Invoice-Number
DISPLAY "HELD SHIPMENTS LEFT ON despatch_shipped.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-INVOICE" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-INVOICE RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Invoice-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Load-Invoice-Number.
OPEN INPUT InvoiceNumberFile
IF WS-InvNumber-Status = "00"
	READ InvoiceNumberFile
		AT END CONTINUE
		NOT AT END MOVE LastInvoiceNumber TO WS-Invoice-Number
	END-READ
	CLOSE InvoiceNumberFile
END-IF.

Save-Invoice-Number.
OPEN OUTPUT InvoiceNumberFile
MOVE WS-Invoice-Number TO LastInvoiceNumber
WRITE InvoiceNumberRecord
CLOSE InvoiceNumberFile.

Read-Customer-Work.
READ CustomerWorkFile
	AT END SET EndOfCustomerWork TO TRUE
END-READ.

Produce-Invoices.
MOVE ZERO TO WS-Current-Customer
MOVE SPACES TO WS-Current-Order-Ref
MOVE "N" TO WS-Header-Switch
MOVE "N" TO WS-Customer-Found-Switch
MOVE ZERO TO WS-Invoice-Total

PERFORM Return-Shipment
PERFORM Process-Shipment UNTIL EndOfShipSort

PERFORM Finish-Invoice.

Return-Shipment.
RETURN ShipmentSortFile
	AT END SET EndOfShipSort TO TRUE
END-RETURN.

Process-Shipment.
IF ShipSortCustomer NOT = WS-Current-Customer
	PERFORM Finish-Invoice
	PERFORM Start-Customer
END-IF
IF ShipSortOrderRef NOT = WS-Current-Order-Ref
	PERFORM Finish-Invoice
	MOVE ShipSortOrderRef TO WS-Current-Order-Ref
END-IF

IF Customer-Found
	PERFORM Write-Invoice-Line
ELSE
	DISPLAY "WARNING: CUSTOMER " ShipSortCustomer " NOT ON customer_master.txt - ORDER " ShipSortOrderRef " GADGETID " ShipSortGadgetID " HELD"
	PERFORM Hold-Shipment
END-IF

PERFORM Return-Shipment.

Start-Customer.
MOVE ShipSortCustomer TO WS-Current-Customer
MOVE SPACES TO WS-Current-Order-Ref

MOVE "N" TO WS-Customer-Found-Switch
PERFORM Advance-Customer-Work
	UNTIL EndOfCustomerWork OR CustWork-Number NOT < WS-Current-Customer
IF NOT EndOfCustomerWork AND CustWork-Number = WS-Current-Customer
	MOVE "Y" TO WS-Customer-Found-Switch
	MOVE CustWork-Name TO WS-Cust-Name
	MOVE CustWork-Address TO WS-Cust-Address
	MOVE CustWork-Terms TO WS-Cust-Terms
	COMPUTE WS-Due-Day-Int = WS-Run-Day-Int + WS-Cust-Terms
	COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER (WS-Due-Day-Int)
	MOVE WS-Date-Num TO WS-Due-Date
END-IF.

Advance-Customer-Work.
PERFORM Read-Customer-Work.

Hold-Shipment.
MOVE ShipSortRecord TO UnbilledRecord
WRITE UnbilledRecord
ADD 1 TO WS-Held-Count.

Write-Invoice-Line.
IF NOT Header-Written
	PERFORM Write-Invoice-Header
END-IF

MOVE ShipSortGadgetID TO GadgetID
READ StockFile
	INVALID KEY
		DISPLAY "WARNING: GADGETID " ShipSortGadgetID " ON INVOICE " WS-Invoice-Number " BUT NOT ON STOCKFILE"
		ADD 1 TO WS-Missing-Count
		MOVE "** NOT ON STOCKFILE **" TO Inv-Line-Name
	NOT INVALID KEY
		MOVE GadgetName TO Inv-Line-Name
END-READ

COMPUTE WS-Line-Value = ShipSortQty * ShipSortPrice
ADD WS-Line-Value TO WS-Invoice-Total

MOVE ShipSortGadgetID TO Inv-Line-GadgetID
MOVE ShipSortDate TO Inv-Line-Date
MOVE ShipSortQty TO Inv-Line-Qty
MOVE ShipSortPrice TO Inv-Line-Price
MOVE WS-Line-Value TO Inv-Line-Value
WRITE InvoiceLine FROM WS-Inv-Detail-Line
ADD 1 TO WS-Line-Count

MOVE ShipSortRecord TO ShipHistoryRecord
MOVE WS-Invoice-Number TO ShipHistInvoiceNumber
WRITE ShipHistoryRecord.

Write-Invoice-Header.
ADD 1 TO WS-Invoice-Number
MOVE ZERO TO WS-Invoice-Total
MOVE WS-Current-Customer TO Inv-Customer-Number
MOVE WS-Cust-Name TO Inv-Customer-Name
WRITE InvoiceLine FROM WS-Inv-Customer-Line
MOVE WS-Invoice-Number TO Inv-Invoice-Number
WRITE InvoiceLine FROM WS-Inv-Number-Line
MOVE WS-Invoice-Date TO Inv-Invoice-Date
WRITE InvoiceLine FROM WS-Inv-Date-Line
MOVE WS-Current-Order-Ref TO Inv-Order-Ref
WRITE InvoiceLine FROM WS-Inv-Order-Line
MOVE WS-Cust-Address TO Inv-Customer-Address
WRITE InvoiceLine FROM WS-Inv-Address-Line
MOVE WS-Due-Date TO Inv-Due-Date
WRITE InvoiceLine FROM WS-Inv-Due-Line
WRITE InvoiceLine FROM WS-Inv-Column-Line
MOVE "Y" TO WS-Header-Switch.

Finish-Invoice.
IF Header-Written
	MOVE WS-Invoice-Total TO Inv-Total-Value
	WRITE InvoiceLine FROM WS-Inv-Total-Line
	MOVE SPACES TO InvoiceLine
	WRITE InvoiceLine
	PERFORM Post-Sales-Ledger
	ADD 1 TO WS-Invoice-Count
	ADD WS-Invoice-Total TO WS-Run-Total
END-IF
MOVE "N" TO WS-Header-Switch.

Post-Sales-Ledger.
MOVE WS-Invoice-Number TO LedgerInvoiceNumber
MOVE WS-Current-Customer TO LedgerCustomer
MOVE WS-Current-Order-Ref TO LedgerOrderRef
MOVE WS-Invoice-Date TO LedgerInvoiceDate
MOVE WS-Due-Date TO LedgerDueDate
MOVE WS-Invoice-Total TO LedgerAmount
MOVE ZERO TO LedgerAmountPaid
MOVE "O" TO LedgerStatus
WRITE SalesLedgerRecord
	INVALID KEY
		DISPLAY "ERROR: INVOICE " LedgerInvoiceNumber " ALREADY ON sales_ledger.dat - NOT POSTED"
		ADD 1 TO WS-Error-Count
END-WRITE.

Carry-Unbilled-Forward.
OPEN INPUT UnbilledFile
OPEN OUTPUT ShipmentFile
PERFORM Read-Unbilled
PERFORM Copy-Unbilled UNTIL EndOfUnbilledFile
CLOSE UnbilledFile
CLOSE ShipmentFile.

Read-Unbilled.
READ UnbilledFile
	AT END SET EndOfUnbilledFile TO TRUE
END-READ.

Copy-Unbilled.
MOVE UnbilledRecord TO ShipmentRecord
WRITE ShipmentRecord
PERFORM Read-Unbilled.
