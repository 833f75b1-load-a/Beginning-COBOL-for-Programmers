		FILE STATUS IS WS-Stock-Status.
	SELECT PriceInstructionFile ASSIGN TO "price_change_instructions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Instruction-Status.
	SELECT ApprovedInstructionFile ASSIGN TO "price_change_approved.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Approved-Status.
	SELECT PendingInstructionFile ASSIGN TO "price_change_pending.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT PriceHistoryFile ASSIGN TO "price_history.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-History-Status.
	SELECT ApprovalQueueFile ASSIGN TO "approval_queue.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Queue-Status.
	SELECT AuthExceptionFile ASSIGN TO "authorisation_exceptions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Exception-Status.
	SELECT QueueNumberFile ASSIGN TO "approval_queue_number.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Queue-Number-Status.

DATA DIVISION.
FILE SECTION.
	02 InstrPercent		PIC S9(3)V99 SIGN IS LEADING SEPARATE.
	02 InstrFixedPrice	PIC 9(4)V99.
	02 InstrEffectiveDate	PIC X(8).
	02 InstrOperatorID	PIC X(8).
	02 InstrApproverID	PIC X(8).

FD ApprovedInstructionFile.
01 ApprovedInstructionRecord	PIC X(55).
	88 EndOfApprovedFile VALUE HIGH-VALUES.

FD PendingInstructionFile.
01 PendingInstructionRecord	PIC X(55).

FD PriceHistoryFile.
01 PriceHistoryRecord.
	02 HistNewPrice		PIC 9(4)V99.
	02 HistDate		PIC X(8).
	02 HistInstructionRef	PIC X(6).
	02 HistOperatorID	PIC X(8).
	02 HistApproverID	PIC X(8).

FD ApprovalQueueFile.
	COPY "APPRQUE.CPY".

FD AuthExceptionFile.
01 AuthExceptionRecord	PIC X(92).

FD QueueNumberFile.
01 QueueNumberRecord.
	02 LastQueueSeq		PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Instruction-Status PIC XX.
01 WS-Approved-Status	PIC XX.
01 WS-History-Status	PIC XX.
01 WS-Queue-Status	PIC XX.
01 WS-Exception-Status	PIC XX.
01 WS-Queue-Number-Status PIC XX.
01 WS-Queue-Seq		PIC 9(6) VALUE ZERO.

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-Old-Price		PIC 9(4)V99 VALUE ZERO.
01 WS-New-Price		PIC 9(4)V99 VALUE ZERO.

01 WS-Approval-Percent	PIC 9(3)V99 VALUE ZERO.
01 WS-Change-Percent	PIC 9(7)V99 VALUE ZERO.
01 WS-Queue-Reason	PIC X(24) VALUE SPACES.
01 WS-Authority-Switch	PIC X VALUE "N".
	88 Operator-Authorised VALUE "Y".
01 WS-Approval-Needed-Switch PIC X VALUE "N".
	88 Approval-Needed VALUE "Y".

01 WS-Scan-Switch	PIC X VALUE "N".
	88 Scan-Done VALUE "Y".

01 WS-Instruction-Count	PIC 9(4) VALUE ZERO.
01 WS-Approved-Count	PIC 9(4) VALUE ZERO.
01 WS-Applied-Count	PIC 9(4) VALUE ZERO.
01 WS-Pending-Count	PIC 9(4) VALUE ZERO.
01 WS-Error-Count	PIC 9(4) VALUE ZERO.
01 WS-Queued-Count	PIC 9(4) VALUE ZERO.
01 WS-Refused-Count	PIC 9(4) VALUE ZERO.

COPY "AUTHEXC.CPY".

COPY "OPERREQ.CPY".

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date

	OPEN OUTPUT PriceHistoryFile
END-IF

OPEN EXTEND ApprovalQueueFile
IF WS-Queue-Status = "35"
	OPEN OUTPUT ApprovalQueueFile
END-IF
PERFORM Load-Queue-Number

OPEN EXTEND AuthExceptionFile
IF WS-Exception-Status = "35"
	OPEN OUTPUT AuthExceptionFile
END-IF

PERFORM Read-Instruction
PERFORM Process-Instruction UNTIL EndOfInstructionFile

OPEN INPUT ApprovedInstructionFile
IF WS-Approved-Status = "00"
	PERFORM Read-Approved-Instruction
	PERFORM Process-Approved-Instruction UNTIL EndOfApprovedFile
	CLOSE ApprovedInstructionFile
	OPEN OUTPUT ApprovedInstructionFile
	CLOSE ApprovedInstructionFile
END-IF

CLOSE StockFile
CLOSE PriceInstructionFile
CLOSE PendingInstructionFile
CLOSE PriceHistoryFile
CLOSE ApprovalQueueFile
CLOSE AuthExceptionFile

PERFORM Save-Queue-Number

PERFORM Record-Run-End

DISPLAY "PRICE CHANGE RUN COMPLETE FOR " WS-Run-Date
DISPLAY "  INSTRUCTIONS READ: " WS-Instruction-Count
DISPLAY "  APPROVED READ:     " WS-Approved-Count
DISPLAY "  PRICES CHANGED:    " WS-Applied-Count
DISPLAY "  HELD AS PENDING:   " WS-Pending-Count
DISPLAY "  ERRORS:            " WS-Error-Count
DISPLAY "  HELD FOR APPROVAL: " WS-Queued-Count
DISPLAY "  REFUSED-AUTHORITY: " WS-Refused-Count
IF WS-Queued-Count > ZERO
	DISPLAY "HELD INSTRUCTIONS QUEUED ON approval_queue.txt - RUN Gadget-Approve"
END-IF
IF WS-Approved-Status = "00"
	DISPLAY "APPROVED INSTRUCTIONS APPLIED AND price_change_approved.txt CLEARED"
END-IF
DISPLAY "PENDING INSTRUCTIONS WRITTEN TO price_change_pending.txt"
DISPLAY "HISTORY WRITTEN TO price_history.txt"

MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-PRICE" TO ParmReqProgram
MOVE "APPROVAL-PERCENT" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found
	DISPLAY "ERROR: RUN PARAMETER GADGET-PRICE APPROVAL-PERCENT MISSING FROM run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF FUNCTION TEST-NUMVAL (ParmReqValue) NOT = 0
	DISPLAY "ERROR: RUN PARAMETER GADGET-PRICE APPROVAL-PERCENT NOT NUMERIC: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
COMPUTE WS-Approval-Percent = FUNCTION NUMVAL (ParmReqValue)
DISPLAY "USING APPROVAL-PERCENT " WS-Approval-Percent " FROM run_parameters.txt".

Read-Instruction.
READ PriceInstructionFile
	AT END SET EndOfInstructionFile TO TRUE
Process-Instruction.
ADD 1 TO WS-Instruction-Count

EVALUATE TRUE
WHEN InstrApproverID NOT = SPACES
	DISPLAY "ERROR: APPROVER " InstrApproverID " KEYED ON " InstructionRef " - INSTRUCTION REFUSED"
	ADD 1 TO WS-Refused-Count
	MOVE "REFUSED" TO AuthExcAction
	MOVE "APPROVER KEYED ON INPUT" TO AuthExcReason
	PERFORM Write-Auth-Exception
WHEN InstrEffectiveDate > WS-Run-Date
	WRITE PendingInstructionRecord FROM PriceInstructionRecord
	ADD 1 TO WS-Pending-Count
WHEN OTHER
	PERFORM Apply-Instruction
END-EVALUATE

PERFORM Read-Instruction.

Read-Approved-Instruction.
READ ApprovedInstructionFile
	AT END SET EndOfApprovedFile TO TRUE
END-READ.

Process-Approved-Instruction.
ADD 1 TO WS-Approved-Count
MOVE ApprovedInstructionRecord TO PriceInstructionRecord
PERFORM Apply-Instruction

PERFORM Read-Approved-Instruction.

Apply-Instruction.
PERFORM Check-Operator-Authority
MOVE "N" TO WS-Approval-Needed-Switch
IF Operator-Authorised AND (Instr-All-Percent OR Instr-Range-Percent)
	PERFORM Check-Percent-Limit
END-IF
EVALUATE TRUE
WHEN NOT Operator-Authorised
	ADD 1 TO WS-Refused-Count
WHEN (Instr-All-Percent OR Instr-Range-Percent) AND InstrPercent < -100
	DISPLAY "ERROR: PERCENT BELOW -100 ON " InstructionRef " - INSTRUCTION SKIPPED"
	ADD 1 TO WS-Error-Count
WHEN Approval-Needed AND InstrApproverID = SPACES
	PERFORM Hold-For-Approval
WHEN Instr-All-Percent
	PERFORM Record-Approval-If-Needed
	PERFORM Apply-To-All-Items
WHEN Instr-Range-Percent
	PERFORM Record-Approval-If-Needed
	PERFORM Apply-To-Range
WHEN Instr-Fixed-Price
	PERFORM Apply-Fixed-Price
WHEN OTHER
	DISPLAY "ERROR: INVALID INSTRUCTION TYPE " InstructionType " ON " InstructionRef
	ADD 1 TO WS-Error-Count
END-EVALUATE.

Check-Operator-Authority.
MOVE "Y" TO WS-Authority-Switch
MOVE InstrOperatorID TO OperReqID
CALL "Operator-Check" USING OperatorRequest
IF NOT Oper-Found
	MOVE "N" TO WS-Authority-Switch
	DISPLAY "ERROR: OPERATOR " InstrOperatorID " NOT AUTHORISED ON " InstructionRef " - INSTRUCTION SKIPPED"
	MOVE "REFUSED" TO AuthExcAction
	MOVE "OPERATOR NOT AUTHORISED" TO AuthExcReason
	PERFORM Write-Auth-Exception
END-IF

IF Operator-Authorised AND InstrApproverID NOT = SPACES
	MOVE InstrApproverID TO OperReqID
	CALL "Operator-Check" USING OperatorRequest
	IF InstrApproverID = InstrOperatorID
		MOVE "N" TO WS-Authority-Switch
		MOVE "APPROVED BY KEYING OPERATOR" TO AuthExcReason
	ELSE
		IF NOT Oper-Found OR NOT Oper-Can-Approve
			MOVE "N" TO WS-Authority-Switch
			MOVE "APPROVER NOT AUTHORISED" TO AuthExcReason
		END-IF
	END-IF
	IF NOT Operator-Authorised
		DISPLAY "ERROR: APPROVER " InstrApproverID " NOT VALID ON " InstructionRef " - INSTRUCTION SKIPPED"
		MOVE "REFUSED" TO AuthExcAction
		PERFORM Write-Auth-Exception
	END-IF
END-IF.

Check-Percent-Limit.
IF InstrPercent < ZERO
	COMPUTE WS-Change-Percent = ZERO - InstrPercent
ELSE
	MOVE InstrPercent TO WS-Change-Percent
END-IF
IF WS-Change-Percent > WS-Approval-Percent
	MOVE "Y" TO WS-Approval-Needed-Switch
	MOVE "PRICE CHANGE OVER PCT" TO WS-Queue-Reason
END-IF.

Check-Fixed-Price-Limit.
MOVE "N" TO WS-Approval-Needed-Switch
IF InstrFixedPrice NOT = RawPrice
	IF RawPrice = ZERO
		MOVE 9999999.99 TO WS-Change-Percent
	ELSE
		IF InstrFixedPrice > RawPrice
			COMPUTE WS-Change-Percent ROUNDED = (InstrFixedPrice - RawPrice) * 100 / RawPrice
		ELSE
			COMPUTE WS-Change-Percent ROUNDED = (RawPrice - InstrFixedPrice) * 100 / RawPrice
		END-IF
	END-IF
	IF WS-Change-Percent > WS-Approval-Percent
		MOVE "Y" TO WS-Approval-Needed-Switch
		MOVE "PRICE CHANGE OVER PCT" TO WS-Queue-Reason
	END-IF
END-IF.

Load-Queue-Number.
OPEN INPUT QueueNumberFile
IF WS-Queue-Number-Status = "00"
	READ QueueNumberFile
		AT END CONTINUE
		NOT AT END MOVE LastQueueSeq TO WS-Queue-Seq
	END-READ
	CLOSE QueueNumberFile
END-IF.

Save-Queue-Number.
OPEN OUTPUT QueueNumberFile
MOVE WS-Queue-Seq TO LastQueueSeq
WRITE QueueNumberRecord
CLOSE QueueNumberFile.

Hold-For-Approval.
ADD 1 TO WS-Queue-Seq
MOVE WS-Run-Date TO QueueRefDate
MOVE WS-Queue-Seq TO QueueRefSeq
MOVE "P" TO QueueType
MOVE InstructionRef TO QueueKey
MOVE InstrOperatorID TO QueueOperatorID
MOVE WS-Run-Date TO QueueDate
MOVE WS-Queue-Reason TO QueueReason
MOVE WS-Change-Percent TO QueueAmount
MOVE PriceInstructionRecord TO QueueTransaction
WRITE ApprovalQueueRecord
ADD 1 TO WS-Queued-Count

MOVE "HELD" TO AuthExcAction
MOVE WS-Queue-Reason TO AuthExcReason
PERFORM Write-Auth-Exception.

Record-Approval-If-Needed.
IF Approval-Needed
	MOVE "APPLIED" TO AuthExcAction
	MOVE WS-Queue-Reason TO AuthExcReason
	PERFORM Write-Auth-Exception
END-IF.

Write-Auth-Exception.
MOVE WS-Run-Date TO AuthExcDate
MOVE "GADGET-PRICE" TO AuthExcProgram
MOVE InstructionType TO AuthExcType
MOVE InstructionRef TO AuthExcKey
MOVE InstrOperatorID TO AuthExcOperatorID
MOVE InstrApproverID TO AuthExcApproverID
WRITE AuthExceptionRecord FROM AuthExceptionLine.

Apply-To-All-Items.
MOVE ZERO TO GadgetID
		DISPLAY "ERROR: GADGETID " InstrFromID " NOT ON FILE FOR " InstructionRef
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		PERFORM Check-Fixed-Price-Limit
		IF Approval-Needed AND InstrApproverID = SPACES
			PERFORM Hold-For-Approval
		ELSE
			PERFORM Record-Approval-If-Needed
			MOVE InstrFixedPrice TO WS-New-Price
			PERFORM Rewrite-Price-And-Log
		END-IF
END-READ.

Rewrite-Price-And-Log.
MOVE WS-New-Price TO HistNewPrice
MOVE WS-Run-Date TO HistDate
MOVE InstructionRef TO HistInstructionRef
MOVE InstrOperatorID TO HistOperatorID
MOVE InstrApproverID TO HistApproverID
WRITE PriceHistoryRecord.
