		FILE STATUS IS WS-Stock-Status.
	SELECT MaintTransactionFile ASSIGN TO "gadget_maint_accepted.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Trans-Status.
	SELECT StockLocationFile ASSIGN TO "stock_locations.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LocKey
		FILE STATUS IS WS-Location-Status.
	SELECT MovementFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.
	SELECT ApprovalQueueFile ASSIGN TO "approval_queue.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Queue-Status.
	SELECT AuthExceptionFile ASSIGN TO "authorisation_exceptions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Exception-Status.
	SELECT QueueNumberFile ASSIGN TO "approval_queue_number.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Queue-Number-Status.

DATA DIVISION.
FILE SECTION.
FD MaintTransactionFile.
	COPY "MAINTTRN.CPY".

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".

FD ApprovalQueueFile.
	COPY "APPRQUE.CPY".

FD AuthExceptionFile.
01 AuthExceptionRecord	PIC X(92).

FD QueueNumberFile.
01 QueueNumberRecord.
	02 LastQueueSeq		PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Trans-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Location-Status	PIC XX.
01 WS-Queue-Status	PIC XX.
01 WS-Exception-Status	PIC XX.
01 WS-Queue-Number-Status PIC XX.
01 WS-Queue-Seq		PIC 9(6) VALUE ZERO.
01 WS-Run-Date		PIC X(8).
01 WS-Approval-Value	PIC 9(6)V99 VALUE ZERO.
01 WS-Approval-Percent	PIC 9(3)V99 VALUE ZERO.
01 WS-Change-Qty	PIC 9(4) VALUE ZERO.
01 WS-Change-Value	PIC 9(8)V99 VALUE ZERO.
01 WS-Change-Percent	PIC 9(7)V99 VALUE ZERO.
01 WS-Queue-Reason	PIC X(24) VALUE SPACES.
01 WS-Queue-Amount	PIC 9(8)V99 VALUE ZERO.
01 WS-Authority-Switch	PIC X VALUE "N".
	88 Operator-Authorised VALUE "Y".
01 WS-Approval-Needed-Switch PIC X VALUE "N".
	88 Approval-Needed VALUE "Y".
01 WS-Warehouse		PIC X(4) VALUE SPACES.
01 WS-Movement-Warehouse PIC X(4) VALUE SPACES.
01 WS-Current-Timestamp	PIC X(21).
01 WS-Movement-Type	PIC X.
01 WS-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Qty-After		PIC 9(4) VALUE ZERO.
01 WS-Unit-Cost		PIC 9(4)V99 VALUE ZERO.
01 WS-Loc-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Loc-Qty-After	PIC 9(4) VALUE ZERO.
01 WS-Loc-New-Qty	PIC S9(5) VALUE ZERO.
01 WS-Location-Exists-Switch PIC X VALUE "N".
	88 Location-Exists VALUE "Y".
01 WS-Location-Short-Switch PIC X VALUE "N".
	88 Location-Short VALUE "Y".
01 WS-Locations-Done-Switch PIC X VALUE "N".
	88 Locations-Done VALUE "Y".
01 WS-Movement-Seq	PIC 9(3) VALUE ZERO.
01 WS-Movement-Written-Switch PIC X VALUE "N".
	88 Movement-Written VALUE "Y".
01 WS-Changed-Count	PIC 9(4) VALUE ZERO.
01 WS-Deleted-Count	PIC 9(4) VALUE ZERO.
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

OPEN I-O StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	STOP RUN
END-IF

OPEN I-O StockLocationFile
IF WS-Location-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_locations.dat (STATUS " WS-Location-Status ") - RUN Gadget-Location-Init FIRST"
	CLOSE StockFile
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN I-O MovementFile
IF WS-Movement-Status = "35"
	OPEN OUTPUT MovementFile
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

OPEN INPUT MaintTransactionFile
IF WS-Trans-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN gadget_maint_accepted.txt (STATUS " WS-Trans-Status ") - RUN Gadget-Maint-Edit FIRST"
	CLOSE AuthExceptionFile
	CLOSE ApprovalQueueFile
	CLOSE MovementFile
	CLOSE StockLocationFile
	CLOSE StockFile
	PERFORM Record-Run-Error
	STOP RUN
PERFORM Apply-Transaction UNTIL EndOfMaintFile
CLOSE MaintTransactionFile

CLOSE AuthExceptionFile
CLOSE ApprovalQueueFile
CLOSE MovementFile
CLOSE StockLocationFile
CLOSE StockFile

PERFORM Save-Queue-Number

PERFORM Record-Run-End

DISPLAY "MAINTENANCE COMPLETE"
DISPLAY "  CHANGED: " WS-Changed-Count
DISPLAY "  DELETED: " WS-Deleted-Count
DISPLAY "  ERRORS:  " WS-Error-Count
DISPLAY "  HELD FOR APPROVAL:  " WS-Queued-Count
DISPLAY "  REFUSED - AUTHORITY: " WS-Refused-Count
IF WS-Queued-Count > ZERO
	DISPLAY "HELD TRANSACTIONS QUEUED ON approval_queue.txt - RUN Gadget-Approve"
END-IF

STOP RUN.

MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-MAINTAIN" TO ParmReqProgram
MOVE "WAREHOUSE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found OR ParmReqValue = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-MAINTAIN WAREHOUSE MISSING FROM run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF ParmReqValue (5:16) NOT = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-MAINTAIN WAREHOUSE LONGER THAN 4 CHARACTERS: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
MOVE ParmReqValue (1:4) TO WS-Warehouse
DISPLAY "QUANTITY CHANGES POSTED TO WAREHOUSE " WS-Warehouse " FROM run_parameters.txt"

MOVE "APPROVAL-VALUE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found
	DISPLAY "ERROR: RUN PARAMETER GADGET-MAINTAIN APPROVAL-VALUE MISSING FROM run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF FUNCTION TEST-NUMVAL (ParmReqValue) NOT = 0
	DISPLAY "ERROR: RUN PARAMETER GADGET-MAINTAIN APPROVAL-VALUE NOT NUMERIC: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
COMPUTE WS-Approval-Value = FUNCTION NUMVAL (ParmReqValue)

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
DISPLAY "USING APPROVAL-VALUE " WS-Approval-Value " AND APPROVAL-PERCENT " WS-Approval-Percent " FROM run_parameters.txt".

Read-Maint-Transaction.
READ MaintTransactionFile
	AT END SET EndOfMaintFile TO TRUE
END-READ.

Apply-Transaction.
PERFORM Check-Operator-Authority

EVALUATE TRUE
WHEN NOT Operator-Authorised
	ADD 1 TO WS-Refused-Count
WHEN Trans-Add
	PERFORM Add-Gadget
WHEN Trans-Change

PERFORM Read-Maint-Transaction.

Check-Operator-Authority.
MOVE "Y" TO WS-Authority-Switch
MOVE TransOperatorID TO OperReqID
CALL "Operator-Check" USING OperatorRequest
IF NOT Oper-Found
	MOVE "N" TO WS-Authority-Switch
	DISPLAY "ERROR: GADGETID " TransGadgetID " OPERATOR " TransOperatorID " NOT AUTHORISED - NOT APPLIED"
	MOVE "REFUSED" TO AuthExcAction
	MOVE "OPERATOR NOT AUTHORISED" TO AuthExcReason
	PERFORM Write-Auth-Exception
END-IF

IF Operator-Authorised AND TransApproverID NOT = SPACES
	MOVE TransApproverID TO OperReqID
	CALL "Operator-Check" USING OperatorRequest
	IF TransApproverID = TransOperatorID
		MOVE "N" TO WS-Authority-Switch
		MOVE "APPROVED BY KEYING OPERATOR" TO AuthExcReason
	ELSE
		IF NOT Oper-Found OR NOT Oper-Can-Approve
			MOVE "N" TO WS-Authority-Switch
			MOVE "APPROVER NOT AUTHORISED" TO AuthExcReason
		END-IF
	END-IF
	IF NOT Operator-Authorised
		DISPLAY "ERROR: GADGETID " TransGadgetID " APPROVER " TransApproverID " NOT VALID - NOT APPLIED"
		MOVE "REFUSED" TO AuthExcAction
		PERFORM Write-Auth-Exception
	END-IF
END-IF.

Check-Change-Limits.
MOVE "N" TO WS-Approval-Needed-Switch
MOVE SPACES TO WS-Queue-Reason
MOVE ZERO TO WS-Queue-Amount
IF Quantity-Supplied
	IF TransGadgetQuantity > GadgetQuantity
		COMPUTE WS-Change-Qty = TransGadgetQuantity - GadgetQuantity
	ELSE
		COMPUTE WS-Change-Qty = GadgetQuantity - TransGadgetQuantity
	END-IF
	COMPUTE WS-Change-Value = WS-Change-Qty * GadgetUnitCost
	IF WS-Change-Value > WS-Approval-Value
		MOVE "Y" TO WS-Approval-Needed-Switch
		MOVE "QTY CHANGE OVER VALUE" TO WS-Queue-Reason
		MOVE WS-Change-Value TO WS-Queue-Amount
	END-IF
END-IF
IF Price-Supplied AND NOT Approval-Needed AND TransRawPrice NOT = RawPrice
	IF RawPrice = ZERO
		MOVE 9999999.99 TO WS-Change-Percent
	ELSE
		IF TransRawPrice > RawPrice
			COMPUTE WS-Change-Percent ROUNDED = (TransRawPrice - RawPrice) * 100 / RawPrice
		ELSE
			COMPUTE WS-Change-Percent ROUNDED = (RawPrice - TransRawPrice) * 100 / RawPrice
		END-IF
	END-IF
	IF WS-Change-Percent > WS-Approval-Percent
		MOVE "Y" TO WS-Approval-Needed-Switch
		MOVE "PRICE CHANGE OVER PCT" TO WS-Queue-Reason
		MOVE WS-Change-Percent TO WS-Queue-Amount
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
MOVE "M" TO QueueType
MOVE TransGadgetID TO QueueKey
MOVE TransOperatorID TO QueueOperatorID
MOVE WS-Run-Date TO QueueDate
MOVE WS-Queue-Reason TO QueueReason
MOVE WS-Queue-Amount TO QueueAmount
MOVE MaintTransactionRecord TO QueueTransaction
WRITE ApprovalQueueRecord
ADD 1 TO WS-Queued-Count

MOVE "HELD" TO AuthExcAction
MOVE WS-Queue-Reason TO AuthExcReason
PERFORM Write-Auth-Exception.

Record-Approved-Override.
MOVE "APPLIED" TO AuthExcAction
MOVE WS-Queue-Reason TO AuthExcReason
PERFORM Write-Auth-Exception.

Write-Auth-Exception.
MOVE WS-Run-Date TO AuthExcDate
MOVE "GADGET-MAINTAIN" TO AuthExcProgram
MOVE TransType TO AuthExcType
MOVE TransGadgetID TO AuthExcKey
MOVE TransOperatorID TO AuthExcOperatorID
MOVE TransApproverID TO AuthExcApproverID
WRITE AuthExceptionRecord FROM AuthExceptionLine.

Add-Gadget.
MOVE TransGadgetID TO GadgetID
MOVE TransGadgetName TO GadgetName
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		ADD 1 TO WS-Added-Count
		PERFORM Add-Gadget-Location
		MOVE "A" TO WS-Movement-Type
		MOVE ZERO TO WS-Qty-Before
		MOVE GadgetQuantity TO WS-Qty-After
		MOVE GadgetUnitCost TO WS-Unit-Cost
		PERFORM Write-Movement-Record
END-WRITE.

Add-Gadget-Location.
MOVE WS-Warehouse TO WS-Movement-Warehouse
MOVE ZERO TO WS-Loc-Qty-Before
MOVE GadgetQuantity TO WS-Loc-Qty-After
MOVE GadgetID TO LocGadgetID
MOVE WS-Warehouse TO LocWarehouse
MOVE GadgetQuantity TO LocQuantity
WRITE StockLocationRecord
	INVALID KEY
		DISPLAY "ERROR: LOCATION " GadgetID "/" WS-Warehouse " ALREADY ON stock_locations.dat"
		ADD 1 TO WS-Error-Count
END-WRITE.

Change-Gadget.
MOVE TransGadgetID TO GadgetID

END-READ.

Update-Fields-And-Rewrite.
PERFORM Check-Change-Limits
IF Approval-Needed AND TransApproverID = SPACES
	PERFORM Hold-For-Approval
ELSE
	IF Approval-Needed
		PERFORM Record-Approved-Override
	END-IF
	PERFORM Check-And-Apply-Change
END-IF.

Check-And-Apply-Change.
MOVE GadgetQuantity TO WS-Qty-Before
MOVE "N" TO WS-Location-Short-Switch
IF Quantity-Supplied
	PERFORM Check-Change-Location
END-IF

IF Location-Short
	DISPLAY "ERROR: GADGETID " TransGadgetID " REDUCTION EXCEEDS STOCK IN WAREHOUSE " WS-Warehouse " - NOT APPLIED"
	ADD 1 TO WS-Error-Count
ELSE
	PERFORM Apply-Change
END-IF.

Check-Change-Location.
MOVE GadgetID TO LocGadgetID
MOVE WS-Warehouse TO LocWarehouse
READ StockLocationFile
	INVALID KEY
		MOVE "N" TO WS-Location-Exists-Switch
		MOVE ZERO TO WS-Loc-Qty-Before
	NOT INVALID KEY
		MOVE "Y" TO WS-Location-Exists-Switch
		MOVE LocQuantity TO WS-Loc-Qty-Before
END-READ
COMPUTE WS-Loc-New-Qty = WS-Loc-Qty-Before + TransGadgetQuantity - WS-Qty-Before
IF WS-Loc-New-Qty < ZERO
	MOVE "Y" TO WS-Location-Short-Switch
ELSE
	MOVE WS-Loc-New-Qty TO WS-Loc-Qty-After
END-IF.

Apply-Change.
IF TransGadgetName NOT = SPACES
	MOVE TransGadgetName TO GadgetName
END-IF
	NOT INVALID KEY
		ADD 1 TO WS-Changed-Count
		IF Quantity-Supplied
			PERFORM Post-Change-Location
			MOVE "C" TO WS-Movement-Type
			MOVE GadgetQuantity TO WS-Qty-After
			MOVE GadgetUnitCost TO WS-Unit-Cost
			PERFORM Write-Movement-Record
		END-IF
END-REWRITE.

Post-Change-Location.
MOVE WS-Warehouse TO WS-Movement-Warehouse
MOVE GadgetID TO LocGadgetID
MOVE WS-Warehouse TO LocWarehouse
MOVE WS-Loc-Qty-After TO LocQuantity
IF Location-Exists
	REWRITE StockLocationRecord
		INVALID KEY
			DISPLAY "ERROR: LOCATION " GadgetID "/" WS-Warehouse " COULD NOT BE REWRITTEN"
			ADD 1 TO WS-Error-Count
	END-REWRITE
ELSE
	WRITE StockLocationRecord
		INVALID KEY
			DISPLAY "ERROR: LOCATION " GadgetID "/" WS-Warehouse " COULD NOT BE WRITTEN"
			ADD 1 TO WS-Error-Count
	END-WRITE
END-IF.

Delete-Gadget.
MOVE TransGadgetID TO GadgetID

		DISPLAY "ERROR: GADGETID " TransGadgetID " NOT ON FILE"
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		PERFORM Check-Delete-Approval
END-READ.

Check-Delete-Approval.
MOVE "DELETE OF ITEM" TO WS-Queue-Reason
COMPUTE WS-Queue-Amount = GadgetQuantity * GadgetUnitCost
IF TransApproverID = SPACES
	PERFORM Hold-For-Approval
ELSE
	PERFORM Record-Approved-Override
	PERFORM Delete-And-Record-Movement
END-IF.

Delete-And-Record-Movement.
MOVE GadgetQuantity TO WS-Qty-Before
MOVE GadgetUnitCost TO WS-Unit-Cost

DELETE StockFile
	INVALID KEY
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		ADD 1 TO WS-Deleted-Count
		PERFORM Delete-Gadget-Locations
		MOVE "D" TO WS-Movement-Type
		MOVE ZERO TO WS-Qty-After
		MOVE SPACES TO WS-Movement-Warehouse
		MOVE ZERO TO WS-Loc-Qty-Before
		MOVE ZERO TO WS-Loc-Qty-After
		PERFORM Write-Movement-Record
END-DELETE.

Delete-Gadget-Locations.
MOVE "N" TO WS-Locations-Done-Switch
MOVE TransGadgetID TO LocGadgetID
MOVE LOW-VALUES TO LocWarehouse
START StockLocationFile KEY IS NOT LESS THAN LocKey
	INVALID KEY MOVE "Y" TO WS-Locations-Done-Switch
END-START
PERFORM Delete-Next-Location UNTIL Locations-Done.

Delete-Next-Location.
READ StockLocationFile NEXT
	AT END MOVE "Y" TO WS-Locations-Done-Switch
END-READ
IF NOT Locations-Done
	IF LocGadgetID NOT = TransGadgetID
		MOVE "Y" TO WS-Locations-Done-Switch
	ELSE
		DELETE StockLocationFile
			INVALID KEY
				DISPLAY "ERROR: LOCATION " LocGadgetID "/" LocWarehouse " COULD NOT BE DELETED"
				ADD 1 TO WS-Error-Count
		END-DELETE
	END-IF
END-IF.

Write-Movement-Record.
MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO MovementDate
MOVE WS-Qty-Before TO MovementQtyBefore
MOVE WS-Qty-After TO MovementQtyAfter
MOVE "GADGET-MAINTAIN" TO MovementSource
MOVE WS-Unit-Cost TO MovementUnitCost
MOVE WS-Movement-Warehouse TO MovementWarehouse
MOVE WS-Loc-Qty-Before TO MovementLocQtyBefore
MOVE WS-Loc-Qty-After TO MovementLocQtyAfter
MOVE TransOperatorID TO MovementOperatorID
MOVE TransApproverID TO MovementApproverID
MOVE "N" TO WS-Movement-Written-Switch
PERFORM Write-Movement-Attempt UNTIL Movement-Written.

