IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Transfer.
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
	SELECT StockLocationFile ASSIGN TO "stock_locations.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LocKey
		FILE STATUS IS WS-Location-Status.
	SELECT MovementFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.
	SELECT TransferFile ASSIGN TO "stock_transfers.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Transfer-Status.
	SELECT TransferReportFile ASSIGN TO "transfer_report.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockFile.
	COPY "ITEMREC.CPY".

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".

FD TransferFile.
01 TransferRecord.
	88 EndOfTransferFile VALUE HIGH-VALUES.
	02 TransferRef		PIC X(10).
	02 TransferGadgetID	PIC 9(6).
	02 TransferFromWarehouse PIC X(4).
	02 TransferToWarehouse	PIC X(4).
	02 TransferQty		PIC 9(4).

FD TransferReportFile.
01 TransferReportLine	PIC X(90).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Location-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Transfer-Status	PIC XX.

01 WS-Current-Timestamp	PIC X(21).
01 WS-Movement-Type	PIC X.
01 WS-Movement-Warehouse PIC X(4).
01 WS-Loc-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Loc-Qty-After	PIC 9(4) VALUE ZERO.
01 WS-From-Qty		PIC 9(4) VALUE ZERO.
01 WS-To-Qty		PIC 9(4) VALUE ZERO.
01 WS-To-Exists-Switch	PIC X VALUE "N".
	88 To-Location-Exists VALUE "Y".
01 WS-From-Exists-Switch PIC X VALUE "N".
	88 From-Location-Exists VALUE "Y".
01 WS-Reject-Reason	PIC X(24) VALUE SPACES.
01 WS-Movement-Seq	PIC 9(3) VALUE ZERO.
01 WS-Movement-Written-Switch PIC X VALUE "N".
	88 Movement-Written VALUE "Y".

01 WS-Read-Count	PIC 9(4) VALUE ZERO.
01 WS-Transferred-Count	PIC 9(4) VALUE ZERO.
01 WS-Rejected-Count	PIC 9(4) VALUE ZERO.
01 WS-Error-Count	PIC 9(4) VALUE ZERO.

01 WS-Trf-Column-Line	PIC X(70) VALUE
	"REF        ID     ITEM                           FROM TO    QTY REMARK".
01 WS-Trf-Detail-Line.
	02 Trf-Ref		PIC X(10).
	02 FILLER		PIC X VALUE SPACE.
	02 Trf-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Trf-GadgetName	PIC X(30).
	02 FILLER		PIC X VALUE SPACE.
	02 Trf-From		PIC X(4).
	02 FILLER		PIC X VALUE SPACE.
	02 Trf-To		PIC X(4).
	02 FILLER		PIC X VALUE SPACE.
	02 Trf-Qty		PIC ZZZ9.
	02 FILLER		PIC X VALUE SPACE.
	02 Trf-Remark		PIC X(24).
01 WS-Trf-Count-Line.
	02 Trf-Count-Label	PIC X(28).
	02 Trf-Count-Value	PIC ZZZZZ9.

COPY "RUNCTL.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

OPEN INPUT TransferFile
IF WS-Transfer-Status NOT = "00"
	DISPLAY "NO TRANSFERS ON stock_transfers.txt (STATUS " WS-Transfer-Status ") - NOTHING TO PROCESS"
	PERFORM Record-Run-End
	STOP RUN
END-IF

OPEN INPUT StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	CLOSE TransferFile
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN I-O StockLocationFile
IF WS-Location-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_locations.dat (STATUS " WS-Location-Status ") - RUN Gadget-Location-Init FIRST"
	CLOSE TransferFile
	CLOSE StockFile
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN I-O MovementFile
IF WS-Movement-Status = "35"
	OPEN OUTPUT MovementFile
END-IF

OPEN OUTPUT TransferReportFile
MOVE "STOCK TRANSFER REPORT" TO TransferReportLine
WRITE TransferReportLine
WRITE TransferReportLine FROM WS-Trf-Column-Line
MOVE SPACES TO TransferReportLine
WRITE TransferReportLine

PERFORM Read-Transfer
PERFORM Process-Transfer UNTIL EndOfTransferFile

PERFORM Write-Report-Totals

CLOSE TransferFile
CLOSE TransferReportFile
CLOSE MovementFile
CLOSE StockLocationFile
CLOSE StockFile

PERFORM Record-Run-End

DISPLAY "TRANSFERS COMPLETE"
DISPLAY "  READ:        " WS-Read-Count
DISPLAY "  TRANSFERRED: " WS-Transferred-Count
DISPLAY "  REJECTED:    " WS-Rejected-Count
DISPLAY "  ERRORS:      " WS-Error-Count
DISPLAY "REPORT WRITTEN TO transfer_report.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-TRANSFER" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-TRANSFER RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Transferred-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Read-Transfer.
READ TransferFile
	AT END SET EndOfTransferFile TO TRUE
END-READ.

Process-Transfer.
ADD 1 TO WS-Read-Count
MOVE SPACES TO WS-Reject-Reason
MOVE SPACES TO Trf-GadgetName

MOVE TransferGadgetID TO GadgetID
READ StockFile
	INVALID KEY
		MOVE "NOT ON STOCKFILE" TO WS-Reject-Reason
	NOT INVALID KEY
		MOVE GadgetName TO Trf-GadgetName
END-READ

IF WS-Reject-Reason = SPACES
	PERFORM Check-Transfer
END-IF

IF WS-Reject-Reason = SPACES
	PERFORM Post-Transfer
END-IF

IF WS-Reject-Reason = SPACES
	ADD 1 TO WS-Transferred-Count
	MOVE "TRANSFERRED" TO Trf-Remark
ELSE
	ADD 1 TO WS-Rejected-Count
	DISPLAY "WARNING: TRANSFER " TransferRef " GADGETID " TransferGadgetID " REJECTED - " WS-Reject-Reason
	MOVE WS-Reject-Reason TO Trf-Remark
END-IF
PERFORM Write-Transfer-Line

PERFORM Read-Transfer.

Check-Transfer.
EVALUATE TRUE
WHEN TransferQty NOT NUMERIC
	MOVE "INVALID QUANTITY" TO WS-Reject-Reason
WHEN TransferQty = ZERO
	MOVE "INVALID QUANTITY" TO WS-Reject-Reason
WHEN TransferFromWarehouse = SPACES OR TransferToWarehouse = SPACES
	MOVE "WAREHOUSE MISSING" TO WS-Reject-Reason
WHEN TransferFromWarehouse = TransferToWarehouse
	MOVE "SAME WAREHOUSE" TO WS-Reject-Reason
WHEN OTHER
	PERFORM Read-Transfer-Locations
END-EVALUATE.

Read-Transfer-Locations.
MOVE TransferGadgetID TO LocGadgetID
MOVE TransferToWarehouse TO LocWarehouse
READ StockLocationFile
	INVALID KEY
		MOVE "N" TO WS-To-Exists-Switch
		MOVE ZERO TO WS-To-Qty
	NOT INVALID KEY
		MOVE "Y" TO WS-To-Exists-Switch
		MOVE LocQuantity TO WS-To-Qty
END-READ

MOVE TransferGadgetID TO LocGadgetID
MOVE TransferFromWarehouse TO LocWarehouse
READ StockLocationFile
	INVALID KEY
		MOVE "N" TO WS-From-Exists-Switch
		MOVE ZERO TO WS-From-Qty
	NOT INVALID KEY
		MOVE "Y" TO WS-From-Exists-Switch
		MOVE LocQuantity TO WS-From-Qty
END-READ

EVALUATE TRUE
WHEN NOT From-Location-Exists
	MOVE "NO STOCK IN WAREHOUSE" TO WS-Reject-Reason
WHEN WS-From-Qty < TransferQty
	MOVE "INSUFFICIENT STOCK" TO WS-Reject-Reason
WHEN WS-To-Qty + TransferQty > 9999
	MOVE "DESTINATION OVER 9999" TO WS-Reject-Reason
END-EVALUATE.

Post-Transfer.
MOVE TransferGadgetID TO LocGadgetID
MOVE TransferFromWarehouse TO LocWarehouse
MOVE WS-From-Qty TO WS-Loc-Qty-Before
COMPUTE LocQuantity = WS-From-Qty - TransferQty
MOVE LocQuantity TO WS-Loc-Qty-After
REWRITE StockLocationRecord
	INVALID KEY
		DISPLAY "ERROR: LOCATION " TransferGadgetID "/" TransferFromWarehouse " COULD NOT BE REWRITTEN"
		ADD 1 TO WS-Error-Count
		MOVE "LOCATION NOT UPDATED" TO WS-Reject-Reason
	NOT INVALID KEY
		MOVE "O" TO WS-Movement-Type
		MOVE TransferFromWarehouse TO WS-Movement-Warehouse
		PERFORM Write-Movement-Record
		PERFORM Post-Transfer-In
END-REWRITE.

Post-Transfer-In.
MOVE TransferGadgetID TO LocGadgetID
MOVE TransferToWarehouse TO LocWarehouse
MOVE WS-To-Qty TO WS-Loc-Qty-Before
COMPUTE LocQuantity = WS-To-Qty + TransferQty
MOVE LocQuantity TO WS-Loc-Qty-After
IF To-Location-Exists
	REWRITE StockLocationRecord
		INVALID KEY
			DISPLAY "ERROR: LOCATION " TransferGadgetID "/" TransferToWarehouse " COULD NOT BE REWRITTEN"
			ADD 1 TO WS-Error-Count
		NOT INVALID KEY
			PERFORM Write-Transfer-In-Movement
	END-REWRITE
ELSE
	WRITE StockLocationRecord
		INVALID KEY
			DISPLAY "ERROR: LOCATION " TransferGadgetID "/" TransferToWarehouse " COULD NOT BE WRITTEN"
			ADD 1 TO WS-Error-Count
		NOT INVALID KEY
			PERFORM Write-Transfer-In-Movement
	END-WRITE
END-IF.

Write-Transfer-In-Movement.
MOVE "T" TO WS-Movement-Type
MOVE TransferToWarehouse TO WS-Movement-Warehouse
PERFORM Write-Movement-Record.

Write-Movement-Record.
MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO MovementDate
MOVE WS-Current-Timestamp (9:6) TO MovementTime
ADD 1 TO WS-Movement-Seq
MOVE TransferGadgetID TO MovementGadgetID
MOVE WS-Movement-Type TO MovementType
MOVE GadgetQuantity TO MovementQtyBefore
MOVE GadgetQuantity TO MovementQtyAfter
MOVE "GADGET-TRANSFER" TO MovementSource
MOVE GadgetUnitCost TO MovementUnitCost
MOVE WS-Movement-Warehouse TO MovementWarehouse
MOVE WS-Loc-Qty-Before TO MovementLocQtyBefore
MOVE WS-Loc-Qty-After TO MovementLocQtyAfter
MOVE SPACES TO MovementOperatorID
MOVE SPACES TO MovementApproverID
MOVE "N" TO WS-Movement-Written-Switch
PERFORM Write-Movement-Attempt UNTIL Movement-Written.

Write-Movement-Attempt.
MOVE WS-Movement-Seq TO MovementSeq
WRITE MovementRecord
	INVALID KEY
		ADD 1 TO WS-Movement-Seq
	NOT INVALID KEY
		MOVE "Y" TO WS-Movement-Written-Switch
END-WRITE.

Write-Transfer-Line.
MOVE TransferRef TO Trf-Ref
MOVE TransferGadgetID TO Trf-GadgetID
MOVE TransferFromWarehouse TO Trf-From
MOVE TransferToWarehouse TO Trf-To
IF TransferQty NUMERIC
	MOVE TransferQty TO Trf-Qty
ELSE
	MOVE ZERO TO Trf-Qty
END-IF
WRITE TransferReportLine FROM WS-Trf-Detail-Line.

Write-Report-Totals.
MOVE SPACES TO TransferReportLine
WRITE TransferReportLine

MOVE "TRANSFERS READ              " TO Trf-Count-Label
MOVE WS-Read-Count TO Trf-Count-Value
WRITE TransferReportLine FROM WS-Trf-Count-Line

MOVE "TRANSFERS POSTED            " TO Trf-Count-Label
MOVE WS-Transferred-Count TO Trf-Count-Value
WRITE TransferReportLine FROM WS-Trf-Count-Line

MOVE "TRANSFERS REJECTED          " TO Trf-Count-Label
MOVE WS-Rejected-Count TO Trf-Count-Value
WRITE TransferReportLine FROM WS-Trf-Count-Line.
