		RECORD KEY IS GadgetID
		ALTERNATE RECORD KEY IS GadgetName WITH DUPLICATES
		FILE STATUS IS WS-Stock-Status.
	SELECT CountCalendarFile ASSIGN TO "count_calendar.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS CalGadgetID
		FILE STATUS IS WS-Calendar-Status.
	SELECT PhysicalCountFile ASSIGN TO "physical_count.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT VarianceReportFile ASSIGN TO "variance_report.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AdjustTransactionFile ASSIGN TO "gadget_adjust_transactions.txt" ORGANIZATION IS LINE SEQUENTIAL.
FD StockFile.
	COPY "ITEMREC.CPY".

FD CountCalendarFile.
	COPY "CNTCAL.CPY".

FD PhysicalCountFile.
01 PhysicalCountRecord.
	88 EndOfCountFile VALUE HIGH-VALUES.
	02 CountGadgetID	PIC 9(6).
	02 CountedQuantity	PIC 9(4).
	02 CountOperatorID	PIC X(8).

FD VarianceReportFile.
01 VarianceReportRecord.
	02 VarRemark		PIC X(20).

FD AdjustTransactionFile.
01 AdjustTransactionRecord	PIC X(65).

FD ApprovalTransactionFile.
01 ApprovalTransactionRecord	PIC X(65).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Calendar-Status	PIC XX.
01 WS-Calendar-Switch	PIC X VALUE "N".
	88 Calendar-Present VALUE "Y".
01 WS-Signed-Difference	PIC S9(5) VALUE ZERO.

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-Date-Num		PIC 9(8).
01 WS-Due-Day-Int	PIC 9(7).

01 WS-Matched-Count	PIC 9(4) VALUE ZERO.
01 WS-Variance-Count	PIC 9(4) VALUE ZERO.
01 WS-Not-On-File-Count PIC 9(4) VALUE ZERO.
01 WS-Auto-Adjust-Count	PIC 9(4) VALUE ZERO.
01 WS-Approval-Count	PIC 9(4) VALUE ZERO.
01 WS-Calendar-Count	PIC 9(4) VALUE ZERO.

01 WS-Qty-Tolerance	PIC 9(4) VALUE ZERO.
01 WS-Value-Tolerance	PIC 9(6)V99 VALUE ZERO.
	STOP RUN
END-IF

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date

OPEN I-O CountCalendarFile
IF WS-Calendar-Status = "00"
	MOVE "Y" TO WS-Calendar-Switch
ELSE
	DISPLAY "WARNING: count_calendar.dat NOT AVAILABLE (STATUS " WS-Calendar-Status ") - COUNT CALENDAR NOT UPDATED"
END-IF

OPEN INPUT PhysicalCountFile
OPEN OUTPUT VarianceReportFile
OPEN OUTPUT AdjustTransactionFile
CLOSE VarianceReportFile
CLOSE AdjustTransactionFile
CLOSE ApprovalTransactionFile
IF Calendar-Present
	CLOSE CountCalendarFile
END-IF

PERFORM Record-Run-End

DISPLAY "  NOT ON FILE:  " WS-Not-On-File-Count
DISPLAY "  AUTO-ADJUST:  " WS-Auto-Adjust-Count
DISPLAY "  FOR APPROVAL: " WS-Approval-Count
DISPLAY "  CALENDAR:     " WS-Calendar-Count
DISPLAY "REPORT WRITTEN TO variance_report.txt"
DISPLAY "ADJUSTMENTS WRITTEN TO gadget_adjust_transactions.txt"
DISPLAY "APPROVALS WRITTEN TO gadget_adjust_approval.txt"
		PERFORM Report-Not-On-File
	NOT INVALID KEY
		PERFORM Compare-Quantities
		IF Calendar-Present
			PERFORM Update-Count-Calendar
		END-IF
END-READ

PERFORM Read-Count-Record.
	PERFORM Write-Adjust-Transaction
END-IF.

Update-Count-Calendar.
MOVE CountGadgetID TO CalGadgetID
READ CountCalendarFile
	INVALID KEY CONTINUE
	NOT INVALID KEY
		MOVE WS-Run-Date TO CalLastCountDate
		MOVE WS-Run-Date TO WS-Date-Num
		COMPUTE WS-Due-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num) + CalCycleDays
		COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER (WS-Due-Day-Int)
		MOVE WS-Date-Num TO CalNextDueDate
		REWRITE CountCalendarRecord
			INVALID KEY
				DISPLAY "ERROR: GADGETID " CountGadgetID " COULD NOT BE REWRITTEN ON count_calendar.dat"
			NOT INVALID KEY
				ADD 1 TO WS-Calendar-Count
		END-REWRITE
END-READ.

Write-Adjust-Transaction.
MOVE "C" TO TransType
MOVE GadgetID OF ItemRecord TO TransGadgetID
MOVE "Y" TO TransQuantityPresent
MOVE ZERO TO TransRawPrice
MOVE SPACE TO TransPricePresent
MOVE CountOperatorID TO TransOperatorID
MOVE SPACES TO TransApproverID

MOVE WS-Signed-Difference TO WS-Variance-Qty
COMPUTE WS-Variance-Value = WS-Variance-Qty * RawPrice OF ItemRecord
