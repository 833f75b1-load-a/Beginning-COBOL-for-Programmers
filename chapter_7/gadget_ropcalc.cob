IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Reorder-Point.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT StockFile ASSIGN TO "stock_files.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GadgetID
		ALTERNATE RECORD KEY IS GadgetName WITH DUPLICATES
		FILE STATUS IS WS-Stock-Status.
	SELECT MovementFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.
	SELECT ArchiveIndexFile ASSIGN TO "movement_archives.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Archive-Index-Status.
	SELECT ArchiveFile ASSIGN TO WS-Archive-File-Name ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Archive-Status.
	SELECT SupplierMasterFile ASSIGN TO "supplier_master.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Supplier-Status.
	SELECT SupplierSortFile ASSIGN TO "supplier_sort.tmp".
	SELECT SupplierWorkFile ASSIGN TO "rop_suppliers_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT SupplierXrefFile ASSIGN TO "gadget_suppliers.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Xref-Status.
	SELECT LeadSortFile ASSIGN TO "lead_sort.tmp".
	SELECT LeadWorkFile ASSIGN TO "rop_xref_lead.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT XrefLeadSortFile ASSIGN TO "xref_lead_sort.tmp".
	SELECT XrefLeadWorkFile ASSIGN TO "rop_xref_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ReorderThresholdFile ASSIGN TO "reorder_thresholds.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Threshold-Status.
	SELECT ThresholdSortFile ASSIGN TO "threshold_sort.tmp".
	SELECT ThresholdWorkFile ASSIGN TO "rop_thresholds_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT IssueSortFile ASSIGN TO "issue_sort.tmp".
	SELECT ProposalFile ASSIGN TO "reorder_proposals.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ExceptionReportFile ASSIGN TO "reorder_proposal_exceptions.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockFile.
	COPY "ITEMREC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".

FD ArchiveIndexFile.
01 ArchiveIndexRecord.
	88 EndOfArchiveIndex VALUE HIGH-VALUES.
	02 ArchiveFileName	PIC X(40).

FD ArchiveFile.
	COPY "MOVEREC.CPY" REPLACING EndOfMovementFile BY EndOfArchiveFile
		LEADING ==Movement== BY ==Arch==.

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
	02 SupWork-Terms	PIC 9(3).
	02 SupWork-BankAccount	PIC X(20).

FD SupplierXrefFile.
01 SupplierXrefRecord.
	88 EndOfXrefFile VALUE HIGH-VALUES.
	02 XrefGadgetID		PIC 9(6).
	02 XrefSupplierNumber	PIC 9(4).
	02 XrefPackSize		PIC 9(4).
	02 XrefReorderUpToQty	PIC 9(4).

SD LeadSortFile.
01 LeadSortRecord.
	88 EndOfLeadSort VALUE HIGH-VALUES.
	02 LeadSort-GadgetID	PIC 9(6).
	02 LeadSort-Seq		PIC 9(6).
	02 LeadSort-Supplier	PIC 9(4).
	02 LeadSort-UpTo	PIC 9(4).
	02 LeadSort-LeadTime	PIC 9(3).
	02 LeadSort-Found	PIC X.

FD LeadWorkFile.
01 LeadWorkRecord.
	02 LeadWork-GadgetID	PIC 9(6).
	02 LeadWork-Seq		PIC 9(6).
	02 LeadWork-Supplier	PIC 9(4).
	02 LeadWork-UpTo	PIC 9(4).
	02 LeadWork-LeadTime	PIC 9(3).
	02 LeadWork-Found	PIC X.

SD XrefLeadSortFile.
01 XrefLeadSortRecord.
	02 XLeadSort-GadgetID	PIC 9(6).
	02 XLeadSort-Seq	PIC 9(6).
	02 XLeadSort-Supplier	PIC 9(4).
	02 XLeadSort-UpTo	PIC 9(4).
	02 XLeadSort-LeadTime	PIC 9(3).
	02 XLeadSort-Found	PIC X.

FD XrefLeadWorkFile.
01 XrefLeadWorkRecord.
	88 EndOfXrefLeadWork VALUE HIGH-VALUES.
	02 XLeadWork-GadgetID	PIC 9(6).
	02 XLeadWork-Seq	PIC 9(6).
	02 XLeadWork-Supplier	PIC 9(4).
	02 XLeadWork-UpTo	PIC 9(4).
	02 XLeadWork-LeadTime	PIC 9(3).
	02 XLeadWork-Found	PIC X.
		88 XLeadWork-Supplier-Found VALUE "Y".

FD ReorderThresholdFile.
01 ReorderThresholdRecord.
	88 EndOfThresholdFile VALUE HIGH-VALUES.
	02 ThresholdGadgetID	PIC 9(6).
	02 ThresholdQty		PIC 9(4).

SD ThresholdSortFile.
01 ThresholdSortRecord.
	02 ThreshSort-ID	PIC 9(6).
	02 ThreshSort-Qty	PIC 9(4).

FD ThresholdWorkFile.
01 ThresholdWorkRecord.
	88 EndOfThresholdWork VALUE HIGH-VALUES.
	02 ThreshWork-ID	PIC 9(6).
	02 ThreshWork-Qty	PIC 9(4).

SD IssueSortFile.
01 IssueSortRecord.
	88 EndOfIssueSort VALUE HIGH-VALUES.
	02 IssSort-GadgetID	PIC 9(6).
	02 IssSort-Source	PIC X.
		88 IssSort-Stock-Item VALUE "1".
		88 IssSort-Issue VALUE "2".
	02 IssSort-Date		PIC X(8).
	02 IssSort-Name		PIC X(30).
	02 IssSort-Qty		PIC 9(5).

FD ProposalFile.
	COPY "ROPPROP.CPY".

FD ExceptionReportFile.
01 ExceptionReportLine	PIC X(112).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Archive-Index-Status PIC XX.
01 WS-Archive-Status	PIC XX.
01 WS-Supplier-Status	PIC XX.
01 WS-Xref-Status	PIC XX.
01 WS-Threshold-Status	PIC XX.
01 WS-Archive-File-Name	PIC X(40).

01 WS-Thresholds-Switch	PIC X VALUE "N".
	88 Thresholds-Present VALUE "Y".

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-Window-Date	PIC X(8).
01 WS-Date-Num		PIC 9(8).
01 WS-Run-Day-Int	PIC 9(7).
01 WS-Window-Day-Int	PIC 9(7).

01 WS-Safety-Factor	PIC 9V99 VALUE ZERO.
01 WS-History-Days	PIC 9(3) VALUE 90.
01 WS-Review-Days	PIC 9(3) VALUE 30.
01 WS-Change-Percent	PIC 9(3) VALUE 25.
01 WS-Default-Threshold	PIC 9(4) VALUE ZERO.
01 WS-Parm-Number	PIC 9(3) VALUE ZERO.

01 WS-Xref-Seq		PIC 9(6) VALUE ZERO.

01 WS-Current-GadgetID	PIC 9(6) VALUE ZERO.
01 WS-Current-Name	PIC X(30) VALUE SPACES.
01 WS-Current-Day	PIC X(8) VALUE SPACES.
01 WS-On-StockFile-Switch PIC X VALUE "N".
	88 On-StockFile VALUE "Y".
01 WS-Day-Total		PIC 9(5) VALUE ZERO.
01 WS-Issue-Total	PIC 9(7) VALUE ZERO.
01 WS-Peak-Daily	PIC 9(5) VALUE ZERO.
01 WS-Avg-Daily		PIC 9(4)V99 VALUE ZERO.

01 WS-Current-Point	PIC 9(4) VALUE ZERO.
01 WS-Current-UpTo	PIC 9(4) VALUE ZERO.
01 WS-Lead-Time		PIC 9(3) VALUE ZERO.
01 WS-Supplier		PIC 9(4) VALUE ZERO.
01 WS-Xref-Found-Switch	PIC X VALUE "N".
	88 Xref-Found VALUE "Y".
01 WS-Master-Found-Switch PIC X VALUE "N".
	88 Master-Found VALUE "Y".

01 WS-Calc-Qty		PIC S9(7)V99 VALUE ZERO.
01 WS-Calc-Whole	PIC 9(7) VALUE ZERO.
01 WS-New-Point-Whole	PIC 9(7) VALUE ZERO.
01 WS-New-Point		PIC 9(4) VALUE ZERO.
01 WS-New-UpTo		PIC 9(4) VALUE ZERO.
01 WS-Capped-Switch	PIC X VALUE "N".
	88 Proposal-Capped VALUE "Y".

01 WS-Compare-Current	PIC 9(4) VALUE ZERO.
01 WS-Compare-New	PIC 9(4) VALUE ZERO.
01 WS-Compare-Diff	PIC 9(4) VALUE ZERO.
01 WS-Over-Limit-Switch	PIC X VALUE "N".
	88 Over-Limit VALUE "Y".
01 WS-Reason		PIC X(24) VALUE SPACES.

01 WS-Assessed-Count	PIC 9(6) VALUE ZERO.
01 WS-Approved-Count	PIC 9(6) VALUE ZERO.
01 WS-Exception-Count	PIC 9(6) VALUE ZERO.
01 WS-No-History-Count	PIC 9(6) VALUE ZERO.

01 WS-Exc-Parm-Line.
	02 FILLER		PIC X(28) VALUE "PARAMETERS: SAFETY-FACTOR = ".
	02 Exc-Safety-Factor	PIC 9.99.
	02 FILLER		PIC X(17) VALUE " HISTORY-DAYS = ".
	02 Exc-History-Days	PIC ZZ9.
	02 FILLER		PIC X(16) VALUE " REVIEW-DAYS = ".
	02 Exc-Review-Days	PIC ZZ9.
	02 FILLER		PIC X(19) VALUE " CHANGE-PERCENT = ".
	02 Exc-Change-Percent	PIC ZZ9.
01 WS-Exc-Date-Line.
	02 FILLER		PIC X(16) VALUE "RUN DATE:       ".
	02 Exc-Run-Date		PIC X(8).
	02 FILLER		PIC X(16) VALUE "   ISSUES FROM: ".
	02 Exc-Window-Date	PIC X(8).
01 WS-Exc-Column-Line	PIC X(94) VALUE
	"ID     ITEM                            AVG/DAY   PEAK LEAD CUR PT NEW PT CUR UP NEW UP  REASON".
01 WS-Exc-Detail-Line.
	02 Exc-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Exc-GadgetName	PIC X(30).
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Exc-Avg-Daily	PIC Z(3)9.99.
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Exc-Peak-Daily	PIC ZZZZ9.
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Exc-Lead-Time	PIC ZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Exc-Current-Point	PIC ZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Exc-New-Point	PIC ZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Exc-Current-UpTo	PIC ZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Exc-New-UpTo		PIC ZZZ9.
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Exc-Reason		PIC X(24).
01 WS-Exc-Count-Line.
	02 Exc-Count-Label	PIC X(28).
	02 Exc-Count-Value	PIC ZZZZZ9.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

PERFORM Verify-Input-Files

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date
MOVE WS-Run-Date TO WS-Date-Num
COMPUTE WS-Run-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)
COMPUTE WS-Window-Day-Int = WS-Run-Day-Int - WS-History-Days
COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER (WS-Window-Day-Int)
MOVE WS-Date-Num TO WS-Window-Date

SORT SupplierSortFile
	ON ASCENDING KEY SupSort-Number
	USING SupplierMasterFile
	GIVING SupplierWorkFile
SORT LeadSortFile
	ON ASCENDING KEY LeadSort-Supplier LeadSort-Seq
	INPUT PROCEDURE IS Release-Xref-Lines
	OUTPUT PROCEDURE IS Attach-Lead-Times
SORT XrefLeadSortFile
	ON ASCENDING KEY XLeadSort-GadgetID XLeadSort-Seq
	USING LeadWorkFile
	GIVING XrefLeadWorkFile

PERFORM Sort-Threshold-Overrides

OPEN INPUT XrefLeadWorkFile
PERFORM Read-Xref-Lead-Work

OPEN OUTPUT ProposalFile
OPEN OUTPUT ExceptionReportFile
PERFORM Write-Exception-Headings

SORT IssueSortFile
	ON ASCENDING KEY IssSort-GadgetID IssSort-Source IssSort-Date
	INPUT PROCEDURE IS Gather-Issue-Input
	OUTPUT PROCEDURE IS Produce-Proposals

PERFORM Write-Exception-Totals

CLOSE ExceptionReportFile
CLOSE ProposalFile
CLOSE XrefLeadWorkFile
IF Thresholds-Present
	CLOSE ThresholdWorkFile
END-IF

PERFORM Record-Run-End

DISPLAY "REORDER POINT CALCULATION COMPLETE"
DISPLAY "  ITEMS ASSESSED:   " WS-Assessed-Count
DISPLAY "  APPROVED:         " WS-Approved-Count
DISPLAY "  EXCEPTIONS:       " WS-Exception-Count
DISPLAY "  NO ISSUES:        " WS-No-History-Count
DISPLAY "PROPOSALS WRITTEN TO reorder_proposals.txt"
DISPLAY "EXCEPTIONS WRITTEN TO reorder_proposal_exceptions.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-ROPCALC" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-ROPCALC RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Assessed-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-ROPCALC" TO ParmReqProgram
MOVE "SAFETY-FACTOR" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found
	DISPLAY "ERROR: RUN PARAMETER GADGET-ROPCALC SAFETY-FACTOR MISSING FROM run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF FUNCTION TEST-NUMVAL (ParmReqValue) NOT = 0
	DISPLAY "ERROR: RUN PARAMETER GADGET-ROPCALC SAFETY-FACTOR NOT NUMERIC: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
COMPUTE WS-Safety-Factor = FUNCTION NUMVAL (ParmReqValue)

MOVE "HISTORY-DAYS" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-History-Days
END-IF
MOVE "REVIEW-DAYS" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-Review-Days
END-IF
MOVE "CHANGE-PERCENT" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-Change-Percent
END-IF
IF WS-History-Days = ZERO
	DISPLAY "ERROR: RUN PARAMETER GADGET-ROPCALC HISTORY-DAYS MUST NOT BE ZERO - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

MOVE "GADGET-REORDER" TO ParmReqProgram
MOVE "THRESHOLD" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found AND FUNCTION TEST-NUMVAL (ParmReqValue) = 0
	COMPUTE WS-Default-Threshold = FUNCTION NUMVAL (ParmReqValue)
END-IF

DISPLAY "USING SAFETY-FACTOR " WS-Safety-Factor " HISTORY-DAYS " WS-History-Days " REVIEW-DAYS " WS-Review-Days " CHANGE-PERCENT " WS-Change-Percent.

Get-Optional-Parameter.
MOVE "GADGET-ROPCALC" TO ParmReqProgram
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found
	IF FUNCTION TEST-NUMVAL (ParmReqValue) NOT = 0
		DISPLAY "ERROR: RUN PARAMETER GADGET-ROPCALC " FUNCTION TRIM (ParmReqName) " NOT NUMERIC: " ParmReqValue " - RUN ABANDONED"
		PERFORM Record-Run-Error
		STOP RUN
	END-IF
	COMPUTE WS-Parm-Number = FUNCTION NUMVAL (ParmReqValue)
END-IF.

Verify-Input-Files.
OPEN INPUT SupplierMasterFile
IF WS-Supplier-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN supplier_master.txt (STATUS " WS-Supplier-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE SupplierMasterFile

OPEN INPUT SupplierXrefFile
IF WS-Xref-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN gadget_suppliers.txt (STATUS " WS-Xref-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE SupplierXrefFile

OPEN INPUT StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE StockFile.

Release-Xref-Lines.
OPEN INPUT SupplierXrefFile
PERFORM Read-Xref-Line
PERFORM Release-Xref-Line UNTIL EndOfXrefFile
CLOSE SupplierXrefFile.

Read-Xref-Line.
READ SupplierXrefFile
	AT END SET EndOfXrefFile TO TRUE
END-READ.

Release-Xref-Line.
ADD 1 TO WS-Xref-Seq
MOVE XrefGadgetID TO LeadSort-GadgetID
MOVE WS-Xref-Seq TO LeadSort-Seq
MOVE XrefSupplierNumber TO LeadSort-Supplier
MOVE XrefReorderUpToQty TO LeadSort-UpTo
MOVE ZERO TO LeadSort-LeadTime
MOVE "N" TO LeadSort-Found
RELEASE LeadSortRecord
PERFORM Read-Xref-Line.

Attach-Lead-Times.
OPEN INPUT SupplierWorkFile
OPEN OUTPUT LeadWorkFile
PERFORM Read-Supplier-Work
PERFORM Return-Lead-Record
PERFORM Attach-Lead-Time UNTIL EndOfLeadSort
CLOSE LeadWorkFile
CLOSE SupplierWorkFile.

Read-Supplier-Work.
READ SupplierWorkFile
	AT END SET EndOfSupplierWork TO TRUE
END-READ.

Return-Lead-Record.
RETURN LeadSortFile
	AT END SET EndOfLeadSort TO TRUE
END-RETURN.

Attach-Lead-Time.
PERFORM Advance-Supplier-Work
	UNTIL EndOfSupplierWork OR SupWork-Number NOT < LeadSort-Supplier
MOVE LeadSortRecord TO LeadWorkRecord
IF NOT EndOfSupplierWork AND SupWork-Number = LeadSort-Supplier
	MOVE SupWork-LeadTime TO LeadWork-LeadTime
	MOVE "Y" TO LeadWork-Found
END-IF
WRITE LeadWorkRecord
PERFORM Return-Lead-Record.

Advance-Supplier-Work.
PERFORM Read-Supplier-Work.

Read-Xref-Lead-Work.
READ XrefLeadWorkFile
	AT END SET EndOfXrefLeadWork TO TRUE
END-READ.

Sort-Threshold-Overrides.
OPEN INPUT ReorderThresholdFile
IF WS-Threshold-Status = "00"
	MOVE "Y" TO WS-Thresholds-Switch
	CLOSE ReorderThresholdFile
	SORT ThresholdSortFile
		ON ASCENDING KEY ThreshSort-ID
		USING ReorderThresholdFile
		GIVING ThresholdWorkFile
	OPEN INPUT ThresholdWorkFile
	PERFORM Read-Threshold-Work
ELSE
	SET EndOfThresholdWork TO TRUE
END-IF.

Read-Threshold-Work.
READ ThresholdWorkFile
	AT END SET EndOfThresholdWork TO TRUE
END-READ.

Write-Exception-Headings.
MOVE "REORDER POINT PROPOSAL EXCEPTIONS" TO ExceptionReportLine
WRITE ExceptionReportLine
MOVE WS-Run-Date TO Exc-Run-Date
MOVE WS-Window-Date TO Exc-Window-Date
WRITE ExceptionReportLine FROM WS-Exc-Date-Line
MOVE WS-Safety-Factor TO Exc-Safety-Factor
MOVE WS-History-Days TO Exc-History-Days
MOVE WS-Review-Days TO Exc-Review-Days
MOVE WS-Change-Percent TO Exc-Change-Percent
WRITE ExceptionReportLine FROM WS-Exc-Parm-Line
MOVE SPACES TO ExceptionReportLine
WRITE ExceptionReportLine
WRITE ExceptionReportLine FROM WS-Exc-Column-Line.

Gather-Issue-Input.
PERFORM Release-Stock-Items
PERFORM Release-Archived-Movements
PERFORM Release-Current-Movements.

Release-Stock-Items.
OPEN INPUT StockFile
PERFORM Read-Stock-Record
PERFORM Release-Stock-Item UNTIL EndOfFile
CLOSE StockFile.

Read-Stock-Record.
READ StockFile NEXT
	AT END SET EndOfFile TO TRUE
END-READ.

Release-Stock-Item.
MOVE GadgetID TO IssSort-GadgetID
MOVE "1" TO IssSort-Source
MOVE SPACES TO IssSort-Date
MOVE GadgetName TO IssSort-Name
MOVE ZERO TO IssSort-Qty
RELEASE IssueSortRecord
PERFORM Read-Stock-Record.

Release-Archived-Movements.
OPEN INPUT ArchiveIndexFile
IF WS-Archive-Index-Status = "00"
	PERFORM Read-Archive-Index
	PERFORM Release-Archive-File UNTIL EndOfArchiveIndex
	CLOSE ArchiveIndexFile
END-IF.

Read-Archive-Index.
READ ArchiveIndexFile
	AT END SET EndOfArchiveIndex TO TRUE
END-READ.

Release-Archive-File.
MOVE ArchiveFileName TO WS-Archive-File-Name
OPEN INPUT ArchiveFile
IF WS-Archive-Status NOT = "00"
	DISPLAY "WARNING: UNABLE TO OPEN ARCHIVE " FUNCTION TRIM (WS-Archive-File-Name) " (STATUS " WS-Archive-Status ") - SKIPPED"
ELSE
	PERFORM Read-Archive-Movement
	PERFORM Release-Archive-Movement UNTIL EndOfArchiveFile
	CLOSE ArchiveFile
END-IF
PERFORM Read-Archive-Index.

Read-Archive-Movement.
READ ArchiveFile
	AT END SET EndOfArchiveFile TO TRUE
END-READ.

Release-Archive-Movement.
IF Arch-Issue AND ArchDate NOT < WS-Window-Date AND ArchDate < WS-Run-Date
	AND ArchQtyBefore > ArchQtyAfter
	MOVE ArchGadgetID TO IssSort-GadgetID
	MOVE "2" TO IssSort-Source
	MOVE ArchDate TO IssSort-Date
	MOVE SPACES TO IssSort-Name
	COMPUTE IssSort-Qty = ArchQtyBefore - ArchQtyAfter
	RELEASE IssueSortRecord
END-IF
PERFORM Read-Archive-Movement.

Release-Current-Movements.
OPEN INPUT MovementFile
IF WS-Movement-Status = "00"
	PERFORM Read-Current-Movement
	PERFORM Release-Current-Movement UNTIL EndOfMovementFile
	CLOSE MovementFile
END-IF.

Read-Current-Movement.
READ MovementFile NEXT
	AT END SET EndOfMovementFile TO TRUE
END-READ.

Release-Current-Movement.
IF Movement-Issue AND MovementDate NOT < WS-Window-Date AND MovementDate < WS-Run-Date
	AND MovementQtyBefore > MovementQtyAfter
	MOVE MovementGadgetID TO IssSort-GadgetID
	MOVE "2" TO IssSort-Source
	MOVE MovementDate TO IssSort-Date
	MOVE SPACES TO IssSort-Name
	COMPUTE IssSort-Qty = MovementQtyBefore - MovementQtyAfter
	RELEASE IssueSortRecord
END-IF
PERFORM Read-Current-Movement.

Produce-Proposals.
PERFORM Return-Issue-Record
PERFORM Assess-Gadget UNTIL EndOfIssueSort.

Return-Issue-Record.
RETURN IssueSortFile
	AT END SET EndOfIssueSort TO TRUE
END-RETURN.

Assess-Gadget.
MOVE IssSort-GadgetID TO WS-Current-GadgetID
MOVE "N" TO WS-On-StockFile-Switch
MOVE SPACES TO WS-Current-Name
MOVE SPACES TO WS-Current-Day
MOVE ZERO TO WS-Day-Total
MOVE ZERO TO WS-Issue-Total
MOVE ZERO TO WS-Peak-Daily

PERFORM Accumulate-Issue
	UNTIL EndOfIssueSort OR IssSort-GadgetID NOT = WS-Current-GadgetID
PERFORM Close-Issue-Day

IF On-StockFile
	PERFORM Propose-Reorder-Point
END-IF.

Accumulate-Issue.
IF IssSort-Stock-Item
	MOVE "Y" TO WS-On-StockFile-Switch
	MOVE IssSort-Name TO WS-Current-Name
ELSE
	IF IssSort-Date NOT = WS-Current-Day
		PERFORM Close-Issue-Day
		MOVE IssSort-Date TO WS-Current-Day
	END-IF
	ADD IssSort-Qty TO WS-Day-Total
	ADD IssSort-Qty TO WS-Issue-Total
END-IF
PERFORM Return-Issue-Record.

Close-Issue-Day.
IF WS-Day-Total > WS-Peak-Daily
	MOVE WS-Day-Total TO WS-Peak-Daily
END-IF
MOVE ZERO TO WS-Day-Total.

Propose-Reorder-Point.
ADD 1 TO WS-Assessed-Count
PERFORM Find-Current-Threshold
PERFORM Find-Supplier-Lead-Time

IF WS-Issue-Total = ZERO
	ADD 1 TO WS-No-History-Count
END-IF
COMPUTE WS-Avg-Daily ROUNDED = WS-Issue-Total / WS-History-Days

MOVE "N" TO WS-Capped-Switch
COMPUTE WS-Calc-Qty = (WS-Avg-Daily * WS-Lead-Time)
	+ (WS-Safety-Factor * (WS-Peak-Daily - WS-Avg-Daily) * WS-Lead-Time)
PERFORM Round-Up-Calc-Qty
MOVE WS-Calc-Whole TO WS-New-Point-Whole
IF WS-New-Point-Whole > 9999
	MOVE 9999 TO WS-New-Point
	MOVE "Y" TO WS-Capped-Switch
ELSE
	MOVE WS-New-Point-Whole TO WS-New-Point
END-IF

COMPUTE WS-Calc-Qty = WS-New-Point-Whole + (WS-Avg-Daily * WS-Review-Days)
PERFORM Round-Up-Calc-Qty
IF WS-Calc-Whole > 9999
	MOVE 9999 TO WS-New-UpTo
	MOVE "Y" TO WS-Capped-Switch
ELSE
	MOVE WS-Calc-Whole TO WS-New-UpTo
END-IF

PERFORM Judge-Proposal
PERFORM Write-Proposal.

Round-Up-Calc-Qty.
MOVE WS-Calc-Qty TO WS-Calc-Whole
IF WS-Calc-Qty > WS-Calc-Whole
	ADD 1 TO WS-Calc-Whole
END-IF.

Find-Current-Threshold.
PERFORM Advance-Threshold-Work
	UNTIL EndOfThresholdWork OR ThreshWork-ID NOT < WS-Current-GadgetID
IF NOT EndOfThresholdWork AND ThreshWork-ID = WS-Current-GadgetID
	MOVE ThreshWork-Qty TO WS-Current-Point
ELSE
	MOVE WS-Default-Threshold TO WS-Current-Point
END-IF.

Advance-Threshold-Work.
PERFORM Read-Threshold-Work.

Find-Supplier-Lead-Time.
PERFORM Advance-Xref-Lead-Work
	UNTIL EndOfXrefLeadWork OR XLeadWork-GadgetID NOT < WS-Current-GadgetID
MOVE "N" TO WS-Xref-Found-Switch
MOVE "N" TO WS-Master-Found-Switch
MOVE ZERO TO WS-Supplier
MOVE ZERO TO WS-Current-UpTo
MOVE ZERO TO WS-Lead-Time
IF NOT EndOfXrefLeadWork AND XLeadWork-GadgetID = WS-Current-GadgetID
	MOVE "Y" TO WS-Xref-Found-Switch
	MOVE XLeadWork-Supplier TO WS-Supplier
	MOVE XLeadWork-UpTo TO WS-Current-UpTo
	IF XLeadWork-Supplier-Found
		MOVE "Y" TO WS-Master-Found-Switch
		MOVE XLeadWork-LeadTime TO WS-Lead-Time
	END-IF
END-IF.

Advance-Xref-Lead-Work.
PERFORM Read-Xref-Lead-Work.

Judge-Proposal.
MOVE SPACES TO WS-Reason
EVALUATE TRUE
WHEN NOT Xref-Found
	MOVE "NO SUPPLIER ON FILE" TO WS-Reason
WHEN NOT Master-Found
	MOVE "SUPPLIER NOT ON MASTER" TO WS-Reason
WHEN WS-Lead-Time = ZERO
	MOVE "NO LEAD TIME ON MASTER" TO WS-Reason
WHEN Proposal-Capped
	MOVE "CAPPED AT 9999" TO WS-Reason
WHEN OTHER
	MOVE WS-Current-Point TO WS-Compare-Current
	MOVE WS-New-Point TO WS-Compare-New
	PERFORM Check-Change-Limit
	IF Over-Limit
		MOVE "POINT CHANGE OVER LIMIT" TO WS-Reason
	ELSE
		MOVE WS-Current-UpTo TO WS-Compare-Current
		MOVE WS-New-UpTo TO WS-Compare-New
		PERFORM Check-Change-Limit
		IF Over-Limit
			MOVE "UP-TO CHANGE OVER LIMIT" TO WS-Reason
		END-IF
	END-IF
END-EVALUATE.

Check-Change-Limit.
MOVE "N" TO WS-Over-Limit-Switch
IF WS-Compare-New > WS-Compare-Current
	COMPUTE WS-Compare-Diff = WS-Compare-New - WS-Compare-Current
ELSE
	COMPUTE WS-Compare-Diff = WS-Compare-Current - WS-Compare-New
END-IF
IF WS-Compare-Diff * 100 > WS-Change-Percent * WS-Compare-Current
	MOVE "Y" TO WS-Over-Limit-Switch
END-IF.

Write-Proposal.
MOVE WS-Current-GadgetID TO PropGadgetID
MOVE WS-Current-Point TO PropCurrentPoint
MOVE WS-New-Point TO PropNewPoint
MOVE WS-Current-UpTo TO PropCurrentUpTo
MOVE WS-New-UpTo TO PropNewUpTo
MOVE WS-Avg-Daily TO PropAvgDaily
MOVE WS-Peak-Daily TO PropPeakDaily
MOVE WS-Lead-Time TO PropLeadTime
MOVE WS-Supplier TO PropSupplier
MOVE WS-Xref-Found-Switch TO PropSupplierPresent
MOVE WS-Run-Date TO PropRunDate
MOVE WS-Reason TO PropReason
IF WS-Reason = SPACES
	MOVE "Y" TO PropApproved
	ADD 1 TO WS-Approved-Count
ELSE
	MOVE "N" TO PropApproved
	ADD 1 TO WS-Exception-Count
	PERFORM Write-Exception-Line
END-IF
WRITE ReorderProposalRecord.

Write-Exception-Line.
MOVE WS-Current-GadgetID TO Exc-GadgetID
MOVE WS-Current-Name TO Exc-GadgetName
MOVE WS-Avg-Daily TO Exc-Avg-Daily
MOVE WS-Peak-Daily TO Exc-Peak-Daily
MOVE WS-Lead-Time TO Exc-Lead-Time
MOVE WS-Current-Point TO Exc-Current-Point
MOVE WS-New-Point TO Exc-New-Point
MOVE WS-Current-UpTo TO Exc-Current-UpTo
MOVE WS-New-UpTo TO Exc-New-UpTo
MOVE WS-Reason TO Exc-Reason
WRITE ExceptionReportLine FROM WS-Exc-Detail-Line.

Write-Exception-Totals.
MOVE SPACES TO ExceptionReportLine
WRITE ExceptionReportLine

MOVE "ITEMS ASSESSED              " TO Exc-Count-Label
MOVE WS-Assessed-Count TO Exc-Count-Value
WRITE ExceptionReportLine FROM WS-Exc-Count-Line

MOVE "APPROVED WITHIN LIMIT       " TO Exc-Count-Label
MOVE WS-Approved-Count TO Exc-Count-Value
WRITE ExceptionReportLine FROM WS-Exc-Count-Line

MOVE "EXCEPTIONS FOR REVIEW       " TO Exc-Count-Label
MOVE WS-Exception-Count TO Exc-Count-Value
WRITE ExceptionReportLine FROM WS-Exc-Count-Line

MOVE "NO ISSUES IN PERIOD         " TO Exc-Count-Label
MOVE WS-No-History-Count TO Exc-Count-Value
WRITE ExceptionReportLine FROM WS-Exc-Count-Line

MOVE SPACES TO ExceptionReportLine
WRITE ExceptionReportLine
MOVE "SET THE APPROVAL FLAG TO Y ON reorder_proposals.txt FOR EACH EXCEPTION ACCEPTED, THEN RUN Gadget-Reorder-Apply" TO ExceptionReportLine
WRITE ExceptionReportLine.
