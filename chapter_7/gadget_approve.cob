IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Approve.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ApprovalQueueFile ASSIGN TO "approval_queue.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Queue-Status.
	SELECT QueueSortFile ASSIGN TO "queue_sort.tmp".
	SELECT QueueWorkFile ASSIGN TO "approval_queue_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT DecisionFile ASSIGN TO "approval_decisions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Decision-Status.
	SELECT DecisionSortFile ASSIGN TO "decision_sort.tmp".
	SELECT DecisionWorkFile ASSIGN TO "approval_decisions_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AcceptedTransactionFile ASSIGN TO "gadget_maint_accepted.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Accepted-Status.
	SELECT PriceInstructionFile ASSIGN TO "price_change_approved.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Instruction-Status.
	SELECT AuthExceptionFile ASSIGN TO "authorisation_exceptions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Exception-Status.
	SELECT ApprovalReportFile ASSIGN TO "approval_report.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ProcessedDecisionFile ASSIGN TO "approval_decisions_processed.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Processed-Status.

DATA DIVISION.
FILE SECTION.
FD ApprovalQueueFile.
	COPY "APPRQUE.CPY".

SD QueueSortFile.
	COPY "APPRQUE.CPY" REPLACING ApprovalQueueRecord BY QueueSortRecord
		EndOfApprovalQueue BY EndOfQueueSort
		Queue-Maintenance BY QSort-Maintenance
		Queue-Price BY QSort-Price
		LEADING ==Queue== BY ==QSort-==.

FD QueueWorkFile.
	COPY "APPRQUE.CPY" REPLACING ApprovalQueueRecord BY QueueWorkRecord
		EndOfApprovalQueue BY EndOfQueueWork
		Queue-Maintenance BY QWork-Maintenance
		Queue-Price BY QWork-Price
		LEADING ==Queue== BY ==QWork-==.

FD DecisionFile.
01 DecisionRecord.
	88 EndOfDecisionFile VALUE HIGH-VALUES.
	02 DecRef		PIC X(14).
	02 DecItem.
		03 DecType	PIC X.
		03 DecKey	PIC X(6).
	02 DecApproverID	PIC X(8).
	02 DecAction		PIC X.

SD DecisionSortFile.
01 DecisionSortRecord.
	02 DecSort-Ref		PIC X(14).
	02 DecSort-Item.
		03 DecSort-Type	PIC X.
		03 DecSort-Key	PIC X(6).
	02 DecSort-ApproverID	PIC X(8).
	02 DecSort-Action	PIC X.

FD DecisionWorkFile.
01 DecisionWorkRecord.
	88 EndOfDecisionWork VALUE HIGH-VALUES.
	02 DecWork-Ref		PIC X(14).
	02 DecWork-Item.
		03 DecWork-Type	PIC X.
		03 DecWork-Key	PIC X(6).
	02 DecWork-ApproverID	PIC X(8).
	02 DecWork-Action	PIC X.
		88 Decision-Approve VALUE "A".
		88 Decision-Reject VALUE "R".

FD AcceptedTransactionFile.
01 AcceptedTransactionRecord	PIC X(65).

FD PriceInstructionFile.
01 PriceInstructionRecord.
	02 InstructionRef	PIC X(6).
	02 InstructionType	PIC X.
	02 InstrFromID		PIC 9(6).
	02 InstrToID		PIC 9(6).
	02 InstrPercent		PIC S9(3)V99 SIGN IS LEADING SEPARATE.
	02 InstrFixedPrice	PIC 9(4)V99.
	02 InstrEffectiveDate	PIC X(8).
	02 InstrOperatorID	PIC X(8).
	02 InstrApproverID	PIC X(8).

FD AuthExceptionFile.
01 AuthExceptionRecord	PIC X(92).

FD ApprovalReportFile.
01 ApprovalReportLine	PIC X(90).

FD ProcessedDecisionFile.
01 ProcessedDecisionRecord.
	02 ProcRunDate		PIC X(8).
	02 ProcDecision		PIC X(30).

WORKING-STORAGE SECTION.
01 WS-Queue-Status	PIC XX.
01 WS-Decision-Status	PIC XX.
01 WS-Accepted-Status	PIC XX.
01 WS-Instruction-Status PIC XX.
01 WS-Exception-Status	PIC XX.
01 WS-Processed-Status	PIC XX.

01 WS-Decisions-Switch	PIC X VALUE "N".
	88 Decisions-Present VALUE "Y".
01 WS-Decision-Used-Switch PIC X VALUE "N".
	88 Decision-Used VALUE "Y".
01 WS-Approver-Valid-Switch PIC X VALUE "N".
	88 Approver-Valid VALUE "Y".

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-Date-Num		PIC 9(8).
01 WS-Run-Day-Int	PIC 9(7).
01 WS-Queue-Day-Int	PIC 9(7).
01 WS-Days-Waiting	PIC 9(4) VALUE ZERO.

01 WS-Read-Count	PIC 9(5) VALUE ZERO.
01 WS-Approved-Count	PIC 9(5) VALUE ZERO.
01 WS-Rejected-Count	PIC 9(5) VALUE ZERO.
01 WS-Refused-Count	PIC 9(5) VALUE ZERO.
01 WS-Waiting-Count	PIC 9(5) VALUE ZERO.
01 WS-Unmatched-Count	PIC 9(5) VALUE ZERO.

01 WS-Apr-Date-Line.
	02 FILLER		PIC X(10) VALUE "RUN DATE: ".
	02 Apr-Run-Date		PIC X(8).
01 WS-Apr-Column-Line	PIC X(83) VALUE
	"REFERENCE      T KEY    OPERATOR QUEUED   DAYS REASON                        AMOUNT".
01 WS-Apr-Detail-Line.
	02 Apr-Ref		PIC X(14).
	02 FILLER		PIC X VALUE SPACE.
	02 Apr-Type		PIC X.
	02 FILLER		PIC X VALUE SPACE.
	02 Apr-Key		PIC X(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Apr-OperatorID	PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Apr-Queue-Date	PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Apr-Days-Waiting	PIC ZZZ9.
	02 FILLER		PIC X VALUE SPACE.
	02 Apr-Reason		PIC X(24).
	02 FILLER		PIC X VALUE SPACE.
	02 Apr-Amount		PIC Z(7)9.99.
01 WS-Apr-Total-Line.
	02 Apr-Total-Label	PIC X(28).
	02 Apr-Total-Value	PIC ZZZZ9.

COPY "MAINTTRN.CPY".

COPY "AUTHEXC.CPY".

COPY "OPERREQ.CPY".

COPY "RUNCTL.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date
MOVE WS-Run-Date TO WS-Date-Num
COMPUTE WS-Run-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)

OPEN INPUT ApprovalQueueFile
IF WS-Queue-Status NOT = "00"
	DISPLAY "NO approval_queue.txt - NOTHING AWAITING APPROVAL"
	PERFORM Clear-Decisions
	PERFORM Record-Run-End
	STOP RUN
END-IF
CLOSE ApprovalQueueFile

SORT QueueSortFile
	ON ASCENDING KEY QSort-Ref
	WITH DUPLICATES IN ORDER
	USING ApprovalQueueFile
	GIVING QueueWorkFile

PERFORM Sort-Decisions

OPEN INPUT QueueWorkFile
OPEN OUTPUT ApprovalQueueFile
OPEN OUTPUT ApprovalReportFile

OPEN EXTEND AcceptedTransactionFile
IF WS-Accepted-Status = "35"
	OPEN OUTPUT AcceptedTransactionFile
END-IF

OPEN EXTEND PriceInstructionFile
IF WS-Instruction-Status = "35"
	OPEN OUTPUT PriceInstructionFile
END-IF

OPEN EXTEND AuthExceptionFile
IF WS-Exception-Status = "35"
	OPEN OUTPUT AuthExceptionFile
END-IF

MOVE "ITEMS AWAITING APPROVAL" TO ApprovalReportLine
WRITE ApprovalReportLine
MOVE WS-Run-Date TO Apr-Run-Date
WRITE ApprovalReportLine FROM WS-Apr-Date-Line
MOVE SPACES TO ApprovalReportLine
WRITE ApprovalReportLine
WRITE ApprovalReportLine FROM WS-Apr-Column-Line

PERFORM Read-Queue-Work
PERFORM Process-Queue-Item UNTIL EndOfQueueWork
PERFORM Advance-Decision UNTIL EndOfDecisionWork

PERFORM Write-Approval-Totals

CLOSE QueueWorkFile
IF Decisions-Present
	CLOSE DecisionWorkFile
END-IF
CLOSE ApprovalQueueFile
CLOSE ApprovalReportFile
CLOSE AcceptedTransactionFile
CLOSE PriceInstructionFile
CLOSE AuthExceptionFile

PERFORM Clear-Decisions

PERFORM Record-Run-End

DISPLAY "APPROVAL RUN COMPLETE"
DISPLAY "  QUEUED ITEMS READ:   " WS-Read-Count
DISPLAY "  APPROVED:            " WS-Approved-Count
DISPLAY "  REJECTED:            " WS-Rejected-Count
DISPLAY "  REFUSED - AUTHORITY: " WS-Refused-Count
DISPLAY "  STILL WAITING:       " WS-Waiting-Count
DISPLAY "  UNMATCHED DECISIONS: " WS-Unmatched-Count
DISPLAY "APPROVED MAINTENANCE APPENDED TO gadget_maint_accepted.txt"
DISPLAY "APPROVED PRICE INSTRUCTIONS APPENDED TO price_change_approved.txt - RUN Gadget-Price"
DISPLAY "QUEUE REWRITTEN TO approval_queue.txt"
DISPLAY "DECISIONS MOVED TO approval_decisions_processed.txt"
DISPLAY "REPORT WRITTEN TO approval_report.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-APPROVE" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-APPROVE RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Read-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Sort-Decisions.
OPEN INPUT DecisionFile
IF WS-Decision-Status = "00"
	MOVE "Y" TO WS-Decisions-Switch
	CLOSE DecisionFile
	SORT DecisionSortFile
		ON ASCENDING KEY DecSort-Ref
		WITH DUPLICATES IN ORDER
		USING DecisionFile
		GIVING DecisionWorkFile
	OPEN INPUT DecisionWorkFile
	PERFORM Read-Decision-Work
ELSE
	DISPLAY "NOTE: NO approval_decisions.txt - QUEUE LISTED ONLY"
	SET EndOfDecisionWork TO TRUE
END-IF.

Read-Decision-Work.
MOVE "N" TO WS-Decision-Used-Switch
READ DecisionWorkFile
	AT END SET EndOfDecisionWork TO TRUE
END-READ.

Read-Queue-Work.
READ QueueWorkFile
	AT END SET EndOfQueueWork TO TRUE
END-READ.

Process-Queue-Item.
ADD 1 TO WS-Read-Count

PERFORM Advance-Decision
	UNTIL EndOfDecisionWork OR DecWork-Ref NOT < QWork-Ref

IF NOT EndOfDecisionWork AND DecWork-Ref = QWork-Ref
	MOVE "Y" TO WS-Decision-Used-Switch
	PERFORM Apply-Decision
	PERFORM Read-Decision-Work
ELSE
	PERFORM Keep-Queue-Item
END-IF

PERFORM Read-Queue-Work.

Advance-Decision.
IF NOT Decision-Used
	ADD 1 TO WS-Unmatched-Count
	MOVE DecWork-Type TO AuthExcType
	MOVE DecWork-Key TO AuthExcKey
	MOVE SPACES TO AuthExcOperatorID
	MOVE DecWork-ApproverID TO AuthExcApproverID
	MOVE "IGNORED" TO AuthExcAction
	MOVE "NO QUEUED ITEM FOR REFERENCE" TO AuthExcReason
	PERFORM Write-Auth-Exception
END-IF
PERFORM Read-Decision-Work.

Apply-Decision.
PERFORM Check-Approver
MOVE QWork-Type TO AuthExcType
MOVE QWork-Key TO AuthExcKey
MOVE QWork-OperatorID TO AuthExcOperatorID
MOVE DecWork-ApproverID TO AuthExcApproverID

IF DecWork-Item NOT = QWork-Item
	MOVE "N" TO WS-Approver-Valid-Switch
	MOVE "DECISION ITEM DOES NOT MATCH" TO AuthExcReason
END-IF

EVALUATE TRUE
WHEN NOT Approver-Valid
	ADD 1 TO WS-Refused-Count
	MOVE "REFUSED" TO AuthExcAction
	PERFORM Write-Auth-Exception
	PERFORM Keep-Queue-Item
WHEN Decision-Approve
	ADD 1 TO WS-Approved-Count
	PERFORM Release-Queue-Item
	MOVE "APPROVED" TO AuthExcAction
	MOVE QWork-Reason TO AuthExcReason
	PERFORM Write-Auth-Exception
WHEN Decision-Reject
	ADD 1 TO WS-Rejected-Count
	MOVE "REJECTED" TO AuthExcAction
	MOVE QWork-Reason TO AuthExcReason
	PERFORM Write-Auth-Exception
WHEN OTHER
	ADD 1 TO WS-Refused-Count
	MOVE "REFUSED" TO AuthExcAction
	MOVE "DECISION NOT A OR R" TO AuthExcReason
	PERFORM Write-Auth-Exception
	PERFORM Keep-Queue-Item
END-EVALUATE.

Check-Approver.
MOVE "Y" TO WS-Approver-Valid-Switch
MOVE DecWork-ApproverID TO OperReqID
CALL "Operator-Check" USING OperatorRequest
IF DecWork-ApproverID = QWork-OperatorID
	MOVE "N" TO WS-Approver-Valid-Switch
	MOVE "APPROVED BY KEYING OPERATOR" TO AuthExcReason
ELSE
	IF NOT Oper-Found OR NOT Oper-Can-Approve
		MOVE "N" TO WS-Approver-Valid-Switch
		MOVE "APPROVER NOT AUTHORISED" TO AuthExcReason
	END-IF
END-IF.

Release-Queue-Item.
IF QWork-Maintenance
	MOVE QWork-Transaction TO MaintTransactionRecord
	MOVE DecWork-ApproverID TO TransApproverID
	WRITE AcceptedTransactionRecord FROM MaintTransactionRecord
ELSE
	MOVE QWork-Transaction TO PriceInstructionRecord
	MOVE DecWork-ApproverID TO InstrApproverID
	WRITE PriceInstructionRecord
END-IF.

Keep-Queue-Item.
WRITE ApprovalQueueRecord FROM QueueWorkRecord
ADD 1 TO WS-Waiting-Count

MOVE ZERO TO WS-Days-Waiting
IF QWork-Date NUMERIC
	MOVE QWork-Date TO WS-Date-Num
	COMPUTE WS-Queue-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)
	IF WS-Run-Day-Int > WS-Queue-Day-Int
		COMPUTE WS-Days-Waiting = WS-Run-Day-Int - WS-Queue-Day-Int
	END-IF
END-IF

MOVE QWork-Ref TO Apr-Ref
MOVE QWork-Type TO Apr-Type
MOVE QWork-Key TO Apr-Key
MOVE QWork-OperatorID TO Apr-OperatorID
MOVE QWork-Date TO Apr-Queue-Date
MOVE WS-Days-Waiting TO Apr-Days-Waiting
MOVE QWork-Reason TO Apr-Reason
MOVE QWork-Amount TO Apr-Amount
WRITE ApprovalReportLine FROM WS-Apr-Detail-Line.

Clear-Decisions.
OPEN INPUT DecisionFile
IF WS-Decision-Status = "00"
	OPEN EXTEND ProcessedDecisionFile
	IF WS-Processed-Status = "35"
		OPEN OUTPUT ProcessedDecisionFile
	END-IF
	PERFORM Read-Decision-Record
	PERFORM Copy-Decision-Record UNTIL EndOfDecisionFile
	CLOSE ProcessedDecisionFile
	CLOSE DecisionFile
	OPEN OUTPUT DecisionFile
	CLOSE DecisionFile
END-IF.

Read-Decision-Record.
READ DecisionFile
	AT END SET EndOfDecisionFile TO TRUE
END-READ.

Copy-Decision-Record.
MOVE WS-Run-Date TO ProcRunDate
MOVE DecisionRecord TO ProcDecision
WRITE ProcessedDecisionRecord
PERFORM Read-Decision-Record.

Write-Auth-Exception.
MOVE WS-Run-Date TO AuthExcDate
MOVE "GADGET-APPROVE" TO AuthExcProgram
WRITE AuthExceptionRecord FROM AuthExceptionLine.

Write-Approval-Totals.
MOVE SPACES TO ApprovalReportLine
WRITE ApprovalReportLine

MOVE "QUEUED ITEMS READ           " TO Apr-Total-Label
MOVE WS-Read-Count TO Apr-Total-Value
WRITE ApprovalReportLine FROM WS-Apr-Total-Line

MOVE "APPROVED AND RELEASED       " TO Apr-Total-Label
MOVE WS-Approved-Count TO Apr-Total-Value
WRITE ApprovalReportLine FROM WS-Apr-Total-Line

MOVE "REJECTED AND REMOVED        " TO Apr-Total-Label
MOVE WS-Rejected-Count TO Apr-Total-Value
WRITE ApprovalReportLine FROM WS-Apr-Total-Line

MOVE "DECISIONS REFUSED           " TO Apr-Total-Label
MOVE WS-Refused-Count TO Apr-Total-Value
WRITE ApprovalReportLine FROM WS-Apr-Total-Line

MOVE "STILL AWAITING APPROVAL     " TO Apr-Total-Label
MOVE WS-Waiting-Count TO Apr-Total-Value
WRITE ApprovalReportLine FROM WS-Apr-Total-Line

MOVE "DECISIONS WITH NO ITEM      " TO Apr-Total-Label
MOVE WS-Unmatched-Count TO Apr-Total-Value
WRITE ApprovalReportLine FROM WS-Apr-Total-Line.
