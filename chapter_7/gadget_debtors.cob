IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Aged-Debtors.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SalesLedgerFile ASSIGN TO "sales_ledger.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS LedgerInvoiceNumber
		FILE STATUS IS WS-Ledger-Status.
	SELECT LedgerSortFile ASSIGN TO "ledger_sort.tmp".
	SELECT CustomerMasterFile ASSIGN TO "customer_master.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Customer-Status.
	SELECT CustomerSortFile ASSIGN TO "customer_sort.tmp".
	SELECT CustomerWorkFile ASSIGN TO "customers_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT DebtorsReportFile ASSIGN TO "aged_debtors_report.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SalesLedgerFile.
	COPY "SLEDGREC.CPY".

SD LedgerSortFile.
	COPY "SLEDGREC.CPY" REPLACING SalesLedgerRecord BY LedgerSortRecord
		EndOfSalesLedgerFile BY EndOfLedgerSort
		LEADING ==Ledger== BY ==LedgSort==.

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

FD DebtorsReportFile.
01 DebtorsReportLine	PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Ledger-Status	PIC XX.
01 WS-Customer-Status	PIC XX.
01 WS-Current-Timestamp	PIC X(21).
01 WS-As-At-Date	PIC X(8) VALUE SPACES.
01 WS-Date-Num		PIC 9(8).
01 WS-As-At-Day-Int	PIC 9(7).
01 WS-Invoice-Day-Int	PIC 9(7).
01 WS-Age-Days		PIC S9(5) VALUE ZERO.
01 WS-Balance		PIC 9(8)V99 VALUE ZERO.

01 WS-Current-Customer	PIC 9(6) VALUE ZERO.
01 WS-Cust-Name		PIC X(30) VALUE SPACES.
01 WS-Customer-Open-Switch PIC X VALUE "N".
	88 Customer-Open VALUE "Y".

01 WS-Cust-Current	PIC 9(9)V99 VALUE ZERO.
01 WS-Cust-30		PIC 9(9)V99 VALUE ZERO.
01 WS-Cust-60		PIC 9(9)V99 VALUE ZERO.
01 WS-Cust-90		PIC 9(9)V99 VALUE ZERO.
01 WS-Total-Current	PIC 9(9)V99 VALUE ZERO.
01 WS-Total-30		PIC 9(9)V99 VALUE ZERO.
01 WS-Total-60		PIC 9(9)V99 VALUE ZERO.
01 WS-Total-90		PIC 9(9)V99 VALUE ZERO.
01 WS-Total-Outstanding	PIC 9(10)V99 VALUE ZERO.

01 WS-Open-Count	PIC 9(4) VALUE ZERO.
01 WS-Customer-Count	PIC 9(4) VALUE ZERO.

01 WS-Report-Column-Line PIC X(88) VALUE
	"INVOICE ORDER REF  INV DATE DUE DATE      CURRENT      30 DAYS      60 DAYS     90+ DAYS".
01 WS-Report-Customer-Line.
	02 FILLER		PIC X(9) VALUE "CUSTOMER ".
	02 Deb-Customer-Number	PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-Customer-Name	PIC X(30).
01 WS-Report-Detail.
	02 Deb-Invoice-Number	PIC 9(6).
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Deb-Order-Ref	PIC X(10).
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-Invoice-Date	PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-Due-Date		PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-Current		PIC Z(8)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-30		PIC Z(8)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-60		PIC Z(8)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-90		PIC Z(8)9.99.
01 WS-Report-Total-Line.
	02 Deb-Total-Label	PIC X(37).
	02 Deb-Total-Current	PIC Z(8)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-Total-30		PIC Z(8)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-Total-60		PIC Z(8)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Deb-Total-90		PIC Z(8)9.99.
01 WS-Report-Outstanding-Line.
	02 FILLER		PIC X(28) VALUE "TOTAL OUTSTANDING".
	02 Deb-Outstanding	PIC Z(9)9.99.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

OPEN INPUT SalesLedgerFile
IF WS-Ledger-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN sales_ledger.dat (STATUS " WS-Ledger-Status ") - RUN Gadget-Invoice FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE SalesLedgerFile

OPEN INPUT CustomerMasterFile
IF WS-Customer-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN customer_master.txt (STATUS " WS-Customer-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE CustomerMasterFile

SORT CustomerSortFile
	ON ASCENDING KEY CustSort-Number
	USING CustomerMasterFile
	GIVING CustomerWorkFile

MOVE WS-As-At-Date TO WS-Date-Num
COMPUTE WS-As-At-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)

OPEN OUTPUT DebtorsReportFile

MOVE SPACES TO DebtorsReportLine
STRING "AGED DEBTORS REPORT AS AT " WS-As-At-Date DELIMITED BY SIZE INTO DebtorsReportLine
WRITE DebtorsReportLine
WRITE DebtorsReportLine FROM WS-Report-Column-Line

OPEN INPUT CustomerWorkFile
PERFORM Read-Customer-Work

SORT LedgerSortFile
	ON ASCENDING KEY LedgSortCustomer LedgSortInvoiceNumber
	USING SalesLedgerFile
	OUTPUT PROCEDURE IS Produce-Debtors-Report

CLOSE CustomerWorkFile

PERFORM Write-Grand-Totals

CLOSE DebtorsReportFile

PERFORM Record-Run-End

DISPLAY "AGED DEBTORS REPORT COMPLETE AS AT " WS-As-At-Date
DISPLAY "  CUSTOMERS OWING:  " WS-Customer-Count
DISPLAY "  OPEN INVOICES:    " WS-Open-Count
DISPLAY "REPORT WRITTEN TO aged_debtors_report.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-DEBTORS" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-DEBTORS RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Open-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-DEBTORS" TO ParmReqProgram
MOVE "AS-AT-DATE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found
	IF ParmReqValue (1:8) NOT NUMERIC OR ParmReqValue (9:12) NOT = SPACES
		DISPLAY "ERROR: RUN PARAMETER GADGET-DEBTORS AS-AT-DATE NOT YYYYMMDD: " ParmReqValue " - RUN ABANDONED"
		PERFORM Record-Run-Error
		STOP RUN
	END-IF
	MOVE ParmReqValue (1:8) TO WS-As-At-Date
	DISPLAY "USING AS-AT-DATE " WS-As-At-Date " FROM run_parameters.txt"
ELSE
	MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
	MOVE WS-Current-Timestamp (1:8) TO WS-As-At-Date
	DISPLAY "NO AS-AT-DATE PARAMETER ON run_parameters.txt - USING TODAY " WS-As-At-Date
END-IF.

Read-Customer-Work.
READ CustomerWorkFile
	AT END SET EndOfCustomerWork TO TRUE
END-READ.

Produce-Debtors-Report.
MOVE ZERO TO WS-Current-Customer
MOVE "N" TO WS-Customer-Open-Switch

PERFORM Return-Ledger-Item
PERFORM Process-Ledger-Item UNTIL EndOfLedgerSort

PERFORM Finish-Customer.

Return-Ledger-Item.
RETURN LedgerSortFile
	AT END SET EndOfLedgerSort TO TRUE
END-RETURN.

Process-Ledger-Item.
IF LedgSort-Open AND LedgSortAmount > LedgSortAmountPaid
	IF NOT Customer-Open OR LedgSortCustomer NOT = WS-Current-Customer
		PERFORM Finish-Customer
		PERFORM Start-Customer
	END-IF
	PERFORM Age-Invoice
END-IF
PERFORM Return-Ledger-Item.

Start-Customer.
MOVE LedgSortCustomer TO WS-Current-Customer
MOVE ZERO TO WS-Cust-Current
MOVE ZERO TO WS-Cust-30
MOVE ZERO TO WS-Cust-60
MOVE ZERO TO WS-Cust-90

MOVE "** NOT ON CUSTOMER MASTER **" TO WS-Cust-Name
PERFORM Advance-Customer-Work
	UNTIL EndOfCustomerWork OR CustWork-Number NOT < WS-Current-Customer
IF NOT EndOfCustomerWork AND CustWork-Number = WS-Current-Customer
	MOVE CustWork-Name TO WS-Cust-Name
END-IF

MOVE SPACES TO DebtorsReportLine
WRITE DebtorsReportLine
MOVE WS-Current-Customer TO Deb-Customer-Number
MOVE WS-Cust-Name TO Deb-Customer-Name
WRITE DebtorsReportLine FROM WS-Report-Customer-Line
MOVE "Y" TO WS-Customer-Open-Switch
ADD 1 TO WS-Customer-Count.

Advance-Customer-Work.
PERFORM Read-Customer-Work.

Age-Invoice.
COMPUTE WS-Balance = LedgSortAmount - LedgSortAmountPaid
MOVE LedgSortInvoiceDate TO WS-Date-Num
COMPUTE WS-Invoice-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)
COMPUTE WS-Age-Days = WS-As-At-Day-Int - WS-Invoice-Day-Int

MOVE LedgSortInvoiceNumber TO Deb-Invoice-Number
MOVE LedgSortOrderRef TO Deb-Order-Ref
MOVE LedgSortInvoiceDate TO Deb-Invoice-Date
MOVE LedgSortDueDate TO Deb-Due-Date
MOVE ZERO TO Deb-Current
MOVE ZERO TO Deb-30
MOVE ZERO TO Deb-60
MOVE ZERO TO Deb-90

EVALUATE TRUE
WHEN WS-Age-Days >= 90
	MOVE WS-Balance TO Deb-90
	ADD WS-Balance TO WS-Cust-90
WHEN WS-Age-Days >= 60
	MOVE WS-Balance TO Deb-60
	ADD WS-Balance TO WS-Cust-60
WHEN WS-Age-Days >= 30
	MOVE WS-Balance TO Deb-30
	ADD WS-Balance TO WS-Cust-30
WHEN OTHER
	MOVE WS-Balance TO Deb-Current
	ADD WS-Balance TO WS-Cust-Current
END-EVALUATE

WRITE DebtorsReportLine FROM WS-Report-Detail
ADD 1 TO WS-Open-Count.

Finish-Customer.
IF Customer-Open
	MOVE "CUSTOMER TOTAL" TO Deb-Total-Label
	MOVE WS-Cust-Current TO Deb-Total-Current
	MOVE WS-Cust-30 TO Deb-Total-30
	MOVE WS-Cust-60 TO Deb-Total-60
	MOVE WS-Cust-90 TO Deb-Total-90
	WRITE DebtorsReportLine FROM WS-Report-Total-Line
	ADD WS-Cust-Current TO WS-Total-Current
	ADD WS-Cust-30 TO WS-Total-30
	ADD WS-Cust-60 TO WS-Total-60
	ADD WS-Cust-90 TO WS-Total-90
END-IF
MOVE "N" TO WS-Customer-Open-Switch.

Write-Grand-Totals.
MOVE SPACES TO DebtorsReportLine
WRITE DebtorsReportLine

MOVE "ALL CUSTOMERS" TO Deb-Total-Label
MOVE WS-Total-Current TO Deb-Total-Current
MOVE WS-Total-30 TO Deb-Total-30
MOVE WS-Total-60 TO Deb-Total-60
MOVE WS-Total-90 TO Deb-Total-90
WRITE DebtorsReportLine FROM WS-Report-Total-Line

COMPUTE WS-Total-Outstanding = WS-Total-Current + WS-Total-30 + WS-Total-60 + WS-Total-90
MOVE WS-Total-Outstanding TO Deb-Outstanding
WRITE DebtorsReportLine FROM WS-Report-Outstanding-Line.
