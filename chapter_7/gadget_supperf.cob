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

SD PerfSortFile.
	COPY "POREGREC.CPY" REPLACING PORegisterRecord BY PerfSortRecord
01 WS-Short-Count	PIC 9(4) VALUE ZERO.
01 WS-Over-Count	PIC 9(4) VALUE ZERO.
01 WS-Open-Count	PIC 9(4) VALUE ZERO.
01 WS-Cancelled-Count	PIC 9(4) VALUE ZERO.
01 WS-Delivered-Lines	PIC 9(4) VALUE ZERO.
01 WS-Late-Count	PIC 9(4) VALUE ZERO.
01 WS-Days-Total	PIC 9(6) VALUE ZERO.
	02 Perf-Over		PIC ZZZ9.
	02 FILLER		PIC X(6) VALUE "  OPEN".
	02 Perf-Open		PIC ZZZ9.
	02 FILLER		PIC X(11) VALUE "  CANCELLED".
	02 Perf-Cancelled	PIC ZZZ9.
01 WS-Days-Line.
	02 FILLER		PIC X(22) VALUE "  AVG DAYS TO DELIVER ".
	02 Perf-Average-Days	PIC ZZZ9.9.
END-IF

EVALUATE TRUE
WHEN PerfSort-Cancelled
	ADD 1 TO WS-Cancelled-Count
WHEN PerfSortReceivedQty = ZERO
	ADD 1 TO WS-Open-Count
WHEN PerfSortReceivedQty < PerfSortOrderQty
	PERFORM Score-Delivery-Days
END-IF

IF PerfSortReceivedQty < PerfSortOrderQty AND NOT PerfSort-Cancelled
	PERFORM Check-Overdue-Line
END-IF

MOVE ZERO TO WS-Short-Count
MOVE ZERO TO WS-Over-Count
MOVE ZERO TO WS-Open-Count
MOVE ZERO TO WS-Cancelled-Count
MOVE ZERO TO WS-Delivered-Lines
MOVE ZERO TO WS-Late-Count
MOVE ZERO TO WS-Days-Total
MOVE WS-Short-Count TO Perf-Short
MOVE WS-Over-Count TO Perf-Over
MOVE WS-Open-Count TO Perf-Open
MOVE WS-Cancelled-Count TO Perf-Cancelled
WRITE PerformanceReportLine FROM WS-Outcome-Line

IF WS-Delivered-Lines > ZERO
