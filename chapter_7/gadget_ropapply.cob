IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Reorder-Apply.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ProposalFile ASSIGN TO "reorder_proposals.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Proposal-Status.
	SELECT ProposalSortFile ASSIGN TO "proposal_sort.tmp".
	SELECT ProposalWorkFile ASSIGN TO "rop_proposals_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AppliedWorkFile ASSIGN TO "rop_applied.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ReorderThresholdFile ASSIGN TO "reorder_thresholds.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Threshold-Status.
	SELECT ThresholdSortFile ASSIGN TO "threshold_sort.tmp".
	SELECT ThresholdWorkFile ASSIGN TO "rop_apply_thresholds.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT SupplierXrefFile ASSIGN TO "gadget_suppliers.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Xref-Status.
	SELECT XrefSortFile ASSIGN TO "xref_sort.tmp".

DATA DIVISION.
FILE SECTION.
FD ProposalFile.
	COPY "ROPPROP.CPY".

SD ProposalSortFile.
	COPY "ROPPROP.CPY" REPLACING ReorderProposalRecord BY ProposalSortRecord
		EndOfProposalFile BY EndOfProposalSort
		Prop-Approved BY Sort-Prop-Approved
		Prop-Has-Supplier BY Sort-Prop-Has-Supplier
		LEADING ==Prop== BY ==PropSort-==.

FD ProposalWorkFile.
	COPY "ROPPROP.CPY" REPLACING ReorderProposalRecord BY ProposalWorkRecord
		EndOfProposalFile BY EndOfProposalWork
		Prop-Approved BY Work-Prop-Approved
		Prop-Has-Supplier BY Work-Prop-Has-Supplier
		LEADING ==Prop== BY ==PropWork-==.

FD AppliedWorkFile.
	COPY "ROPPROP.CPY" REPLACING ReorderProposalRecord BY AppliedWorkRecord
		EndOfProposalFile BY EndOfAppliedWork
		Prop-Approved BY Applied-Prop-Approved
		Prop-Has-Supplier BY Applied-Prop-Has-Supplier
		LEADING ==Prop== BY ==Applied-==.

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

FD SupplierXrefFile.
01 SupplierXrefRecord.
	88 EndOfXrefFile VALUE HIGH-VALUES.
	02 XrefGadgetID		PIC 9(6).
	02 XrefSupplierNumber	PIC 9(4).
	02 XrefPackSize		PIC 9(4).
	02 XrefReorderUpToQty	PIC 9(4).

SD XrefSortFile.
01 XrefSortRecord.
	88 EndOfXrefSort VALUE HIGH-VALUES.
	02 XrefSort-GadgetID	PIC 9(6).
	02 XrefSort-Seq		PIC 9(6).
	02 XrefSort-Supplier	PIC 9(4).
	02 XrefSort-PackSize	PIC 9(4).
	02 XrefSort-UpTo	PIC 9(4).

WORKING-STORAGE SECTION.
01 WS-Proposal-Status	PIC XX.
01 WS-Threshold-Status	PIC XX.
01 WS-Xref-Status	PIC XX.

01 WS-Thresholds-Switch	PIC X VALUE "N".
	88 Thresholds-Present VALUE "Y".

01 WS-Default-Threshold	PIC 9(4) VALUE ZERO.
01 WS-Xref-Seq		PIC 9(6) VALUE ZERO.
01 WS-File-Point	PIC 9(4) VALUE ZERO.
01 WS-On-Threshold-Switch PIC X VALUE "N".
	88 On-Threshold-File VALUE "Y".

01 WS-Proposal-Count	PIC 9(6) VALUE ZERO.
01 WS-Unapproved-Count	PIC 9(6) VALUE ZERO.
01 WS-Stale-Count	PIC 9(6) VALUE ZERO.
01 WS-Applied-Count	PIC 9(6) VALUE ZERO.
01 WS-Xref-Update-Count	PIC 9(6) VALUE ZERO.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

PERFORM Verify-Input-Files

SORT ProposalSortFile
	ON ASCENDING KEY PropSort-GadgetID
	USING ProposalFile
	GIVING ProposalWorkFile

PERFORM Sort-Threshold-File

OPEN INPUT ProposalWorkFile
OPEN OUTPUT AppliedWorkFile
OPEN OUTPUT ReorderThresholdFile
PERFORM Read-Proposal-Work
PERFORM Merge-Threshold-Entry
	UNTIL EndOfProposalWork AND EndOfThresholdWork
CLOSE ReorderThresholdFile
CLOSE AppliedWorkFile
CLOSE ProposalWorkFile
IF Thresholds-Present
	CLOSE ThresholdWorkFile
END-IF

SORT XrefSortFile
	ON ASCENDING KEY XrefSort-GadgetID XrefSort-Seq
	INPUT PROCEDURE IS Release-Xref-Lines
	OUTPUT PROCEDURE IS Rewrite-Xref-Lines

PERFORM Record-Run-End

DISPLAY "REORDER POINT PROPOSALS APPLIED"
DISPLAY "  PROPOSALS READ:        " WS-Proposal-Count
DISPLAY "  NOT APPROVED:          " WS-Unapproved-Count
DISPLAY "  STALE - NOT APPLIED:   " WS-Stale-Count
DISPLAY "  THRESHOLDS APPLIED:    " WS-Applied-Count
DISPLAY "  SUPPLIER LINES UPDATED: " WS-Xref-Update-Count

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-ROPAPPLY" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-ROPAPPLY RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Applied-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-REORDER" TO ParmReqProgram
MOVE "THRESHOLD" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found AND FUNCTION TEST-NUMVAL (ParmReqValue) = 0
	COMPUTE WS-Default-Threshold = FUNCTION NUMVAL (ParmReqValue)
END-IF.

Verify-Input-Files.
OPEN INPUT ProposalFile
IF WS-Proposal-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN reorder_proposals.txt (STATUS " WS-Proposal-Status ") - RUN Gadget-Reorder-Point FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE ProposalFile

OPEN INPUT SupplierXrefFile
IF WS-Xref-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN gadget_suppliers.txt (STATUS " WS-Xref-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE SupplierXrefFile.

Sort-Threshold-File.
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

Read-Proposal-Work.
READ ProposalWorkFile
	AT END SET EndOfProposalWork TO TRUE
END-READ.

Merge-Threshold-Entry.
EVALUATE TRUE
WHEN EndOfProposalWork
	PERFORM Copy-Threshold-Entry
WHEN EndOfThresholdWork
	MOVE WS-Default-Threshold TO WS-File-Point
	MOVE "N" TO WS-On-Threshold-Switch
	PERFORM Apply-Proposal
	PERFORM Read-Proposal-Work
WHEN ThreshWork-ID < PropWork-GadgetID
	PERFORM Copy-Threshold-Entry
WHEN ThreshWork-ID > PropWork-GadgetID
	MOVE WS-Default-Threshold TO WS-File-Point
	MOVE "N" TO WS-On-Threshold-Switch
	PERFORM Apply-Proposal
	PERFORM Read-Proposal-Work
WHEN OTHER
	MOVE ThreshWork-Qty TO WS-File-Point
	MOVE "Y" TO WS-On-Threshold-Switch
	PERFORM Apply-Proposal
	PERFORM Read-Proposal-Work
	PERFORM Read-Threshold-Work
END-EVALUATE.

Copy-Threshold-Entry.
MOVE ThreshWork-ID TO ThresholdGadgetID
MOVE ThreshWork-Qty TO ThresholdQty
WRITE ReorderThresholdRecord
PERFORM Read-Threshold-Work.

Apply-Proposal.
ADD 1 TO WS-Proposal-Count
MOVE PropWork-GadgetID TO ThresholdGadgetID
MOVE WS-File-Point TO ThresholdQty
EVALUATE TRUE
WHEN NOT Work-Prop-Approved
	ADD 1 TO WS-Unapproved-Count
WHEN PropWork-CurrentPoint NOT = WS-File-Point
	ADD 1 TO WS-Stale-Count
	DISPLAY "WARNING: GADGET " PropWork-GadgetID " THRESHOLD NOW " WS-File-Point
		" NOT " PropWork-CurrentPoint " AS PROPOSED - NOT APPLIED"
WHEN OTHER
	ADD 1 TO WS-Applied-Count
	MOVE PropWork-NewPoint TO ThresholdQty
	WRITE AppliedWorkRecord FROM ProposalWorkRecord
END-EVALUATE
IF ThresholdQty NOT = WS-Default-Threshold OR On-Threshold-File
	WRITE ReorderThresholdRecord
END-IF.

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
MOVE XrefGadgetID TO XrefSort-GadgetID
MOVE WS-Xref-Seq TO XrefSort-Seq
MOVE XrefSupplierNumber TO XrefSort-Supplier
MOVE XrefPackSize TO XrefSort-PackSize
MOVE XrefReorderUpToQty TO XrefSort-UpTo
RELEASE XrefSortRecord
PERFORM Read-Xref-Line.

Rewrite-Xref-Lines.
OPEN INPUT AppliedWorkFile
OPEN OUTPUT SupplierXrefFile
PERFORM Read-Applied-Work
PERFORM Return-Xref-Record
PERFORM Rewrite-Xref-Line UNTIL EndOfXrefSort
CLOSE SupplierXrefFile
CLOSE AppliedWorkFile.

Read-Applied-Work.
READ AppliedWorkFile
	AT END SET EndOfAppliedWork TO TRUE
END-READ.

Return-Xref-Record.
RETURN XrefSortFile
	AT END SET EndOfXrefSort TO TRUE
END-RETURN.

Rewrite-Xref-Line.
PERFORM Advance-Applied-Work
	UNTIL EndOfAppliedWork OR Applied-GadgetID NOT < XrefSort-GadgetID
MOVE XrefSort-GadgetID TO XrefGadgetID
MOVE XrefSort-Supplier TO XrefSupplierNumber
MOVE XrefSort-PackSize TO XrefPackSize
MOVE XrefSort-UpTo TO XrefReorderUpToQty
IF NOT EndOfAppliedWork AND Applied-GadgetID = XrefSort-GadgetID
	AND XrefSort-UpTo NOT = Applied-NewUpTo
	MOVE Applied-NewUpTo TO XrefReorderUpToQty
	ADD 1 TO WS-Xref-Update-Count
END-IF
WRITE SupplierXrefRecord
PERFORM Return-Xref-Record.

Advance-Applied-Work.
PERFORM Read-Applied-Work.
