	SELECT SupplierInvoiceFile ASSIGN TO "supplier_invoices.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Invoice-Status.
	SELECT PassedInvoiceFile ASSIGN TO "invoice_match_passed.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ExceptionInvoiceFile ASSIGN TO "invoice_match_exceptions.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT MatchReportFile ASSIGN TO "invoice_match_report.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
	02 InvGadgetID		PIC 9(6).
	02 InvQty		PIC 9(5).
	02 InvPrice		PIC 9(4)V99.
	02 InvInvoiceDate	PIC X(8).

FD PassedInvoiceFile.
01 PassedInvoiceRecord	PIC X(68).

FD ExceptionInvoiceFile.
01 ExceptionInvoiceRecord PIC X(68).

FD MatchReportFile.
01 MatchReportLine	PIC X(90).
01 WS-Reason-Code	PIC X(12) VALUE SPACES.
	88 Invoice-Line-Clean VALUE SPACES.

COPY "MATCHREC.CPY".

01 WS-Read-Count	PIC 9(4) VALUE ZERO.
01 WS-Passed-Count	PIC 9(4) VALUE ZERO.
01 WS-Exception-Count	PIC 9(4) VALUE ZERO.
END-IF

OPEN OUTPUT PassedInvoiceFile
OPEN OUTPUT ExceptionInvoiceFile
OPEN OUTPUT MatchReportFile

MOVE "INVOICE MATCH REPORT" TO MatchReportLine
CLOSE PORegisterFile
CLOSE SupplierInvoiceFile
CLOSE PassedInvoiceFile
CLOSE ExceptionInvoiceFile
CLOSE MatchReportFile

PERFORM Record-Run-End
DISPLAY "  PASSED:     " WS-Passed-Count
DISPLAY "  EXCEPTIONS: " WS-Exception-Count
DISPLAY "PASSED LINES WRITTEN TO invoice_match_passed.txt"
DISPLAY "EXCEPTION LINES WRITTEN TO invoice_match_exceptions.txt"
DISPLAY "REPORT WRITTEN TO invoice_match_report.txt"

STOP RUN.
READ PORegisterFile
	INVALID KEY
		MOVE "NO PO LINE" TO WS-Reason-Code
		MOVE ZERO TO PORegSupplier
		MOVE ZERO TO PORegReceivedQty
		MOVE ZERO TO PORegPrice
	NOT INVALID KEY
MOVE InvPrice TO Mch-Inv-Price
MOVE PORegPrice TO Mch-PO-Price

MOVE InvInvoiceRef TO MatchInvoiceRef
MOVE InvPONumber TO MatchPONumber
MOVE InvGadgetID TO MatchGadgetID
MOVE InvQty TO MatchQty
MOVE InvPrice TO MatchPrice
MOVE InvInvoiceDate TO MatchInvoiceDate
MOVE PORegSupplier TO MatchSupplier
MOVE PORegPrice TO MatchPOPrice
MOVE PORegReceivedQty TO MatchReceivedQty
MOVE WS-Reason-Code TO MatchReason

IF Invoice-Line-Clean
	MOVE "PASSED" TO Mch-Disposition
	WRITE PassedInvoiceRecord FROM MatchedInvoiceRecord
	ADD 1 TO WS-Passed-Count
ELSE
	MOVE WS-Reason-Code TO Mch-Disposition
	WRITE ExceptionInvoiceRecord FROM MatchedInvoiceRecord
	ADD 1 TO WS-Exception-Count
END-IF
WRITE MatchReportLine FROM WS-Report-Detail
END-IF
IF InvQty NOT = PORegReceivedQty
	MOVE "QTY DIFF" TO WS-Reason-Code
END-IF
IF POReg-Cancelled AND InvQty > PORegReceivedQty
	MOVE "PO CANCELLED" TO WS-Reason-Code
END-IF
IF (POReg-Open OR POReg-Part-Received) AND InvQty > PORegReceivedQty
	MOVE "NOT RECEIVED" TO WS-Reason-Code
END-IF.

Write-Match-Totals.
