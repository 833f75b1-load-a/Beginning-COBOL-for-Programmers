		FILE STATUS IS WS-OnOrder-Status.
	SELECT OnOrderSortFile ASSIGN TO "on_order_sort.tmp".
	SELECT OnOrderWorkFile ASSIGN TO "on_order_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT StockLocationFile ASSIGN TO "stock_locations.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LocKey
		FILE STATUS IS WS-Location-Status.
	SELECT MovementFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
	88 EndOfDeliveryFile VALUE HIGH-VALUES.
	02 DeliveryGadgetID	PIC 9(6).
	02 DeliveryQty		PIC 9(4).
	02 DeliveryWarehouse	PIC X(4).
	02 DeliveryPONumber	PIC 9(6).

SD DeliverySortFile.
01 DeliverySortRecord.
	02 DelSort-GadgetID	PIC 9(6).
	02 DelSort-Qty		PIC 9(4).
	02 DelSort-Warehouse	PIC X(4).
	02 DelSort-PONumber	PIC 9(6).

FD DeliveryWorkFile.
01 DeliveryWorkRecord.
	88 EndOfDeliveryWork VALUE HIGH-VALUES.
	02 DelWork-GadgetID	PIC 9(6).
	02 DelWork-Qty		PIC 9(4).
	02 DelWork-Warehouse	PIC X(4).
	02 DelWork-PONumber	PIC 9(6).

FD OnOrderFile.
	COPY "ONORDREC.CPY".
		EndOfOnOrderFile BY EndOfOnOrderWork
		LEADING ==OnOrder== BY ==OnOrdWork==.

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".

01 WS-OnOrder-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-POReg-Status	PIC XX.
01 WS-Location-Status	PIC XX.
01 WS-Default-Warehouse	PIC X(4) VALUE SPACES.
01 WS-Delivery-Warehouse PIC X(4) VALUE SPACES.
01 WS-POReg-Open-Switch	PIC X VALUE "N".
	88 PO-Register-Open VALUE "Y".
01 WS-OnOrders-Switch	PIC X VALUE "N".
	88 OnOrders-Present VALUE "Y".
01 WS-PO-Line-Reject	PIC X(20) VALUE SPACES.
	88 PO-Line-Accepted VALUE SPACES.
01 WS-Cancelled-Row-Switch PIC X VALUE "N".
	88 Cancelled-Row VALUE "Y".

01 WS-Current-Timestamp	PIC X(21).
01 WS-Movement-Seq	PIC 9(3) VALUE ZERO.
01 WS-Group-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Running-Qty	PIC 9(4) VALUE ZERO.
01 WS-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Qty-After		PIC 9(4) VALUE ZERO.
01 WS-Loc-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Loc-Qty-After	PIC 9(4) VALUE ZERO.
01 WS-Delivered-Total	PIC 9(5) VALUE ZERO.
01 WS-Ordered-Total	PIC 9(5) VALUE ZERO.
01 WS-Remaining-Delivered PIC 9(5) VALUE ZERO.
01 WS-Cost-Base-Qty	PIC 9(5) VALUE ZERO.
01 WS-New-Total-Qty	PIC 9(5) VALUE ZERO.

01 WS-Receipt-Count	PIC 9(4) VALUE ZERO.
01 WS-Receipt-Idx	PIC 9(4) VALUE ZERO.
01 WS-Receipt-Table.
	02 WS-Receipt-Entry OCCURS 500 TIMES.
		03 WS-Rcpt-Qty-Before	PIC 9(4).
		03 WS-Rcpt-Qty-After	PIC 9(4).
		03 WS-Rcpt-Warehouse	PIC X(4).
		03 WS-Rcpt-Loc-Before	PIC 9(4).
		03 WS-Rcpt-Loc-After	PIC 9(4).

01 WS-Row-Count		PIC 9(4) VALUE ZERO.
01 WS-Row-Idx		PIC 9(4) VALUE ZERO.
01 WS-Matched-Row	PIC 9(4) VALUE ZERO.
01 WS-Row-Table.
	02 WS-Row-Entry OCCURS 100 TIMES.
		03 WS-Row-Qty		PIC 9(5).
		03 WS-Row-Date		PIC X(8).
		03 WS-Row-Price		PIC 9(4)V99.
		03 WS-Row-PONumber	PIC 9(6).
		03 WS-Row-Named-Qty	PIC 9(5).

01 WS-Received-Count	PIC 9(4) VALUE ZERO.
01 WS-Short-Count	PIC 9(4) VALUE ZERO.
01 WS-Over-Count	PIC 9(4) VALUE ZERO.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

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

OPEN INPUT DeliveryFile
IF WS-Delivery-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN deliveries.txt (STATUS " WS-Delivery-Status ")"
	CLOSE StockLocationFile
	CLOSE StockFile
	PERFORM Record-Run-Error
	STOP RUN
PERFORM Copy-On-Order-Row UNTIL EndOfOnOrderWork

CLOSE StockFile
CLOSE StockLocationFile
CLOSE DeliveryWorkFile
IF OnOrders-Present
	CLOSE OnOrderWorkFile
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-RECEIVE" TO ParmReqProgram
MOVE "WAREHOUSE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found AND ParmReqValue (5:16) = SPACES
	MOVE ParmReqValue (1:4) TO WS-Default-Warehouse
	DISPLAY "DELIVERIES WITH NO WAREHOUSE POSTED TO " WS-Default-Warehouse " FROM run_parameters.txt"
ELSE
	DISPLAY "NO VALID GADGET-RECEIVE WAREHOUSE PARAMETER - DELIVERIES MUST NAME A WAREHOUSE"
END-IF.

Sort-On-Order-File.
OPEN INPUT OnOrderFile
IF WS-OnOrder-Status = "00"
MOVE GadgetQuantity TO WS-Group-Qty-Before
MOVE GadgetQuantity TO WS-Running-Qty
MOVE WS-Group-Qty-Before TO WS-Cost-Base-Qty
MOVE ZERO TO WS-Receipt-Count
MOVE ZERO TO WS-Remaining-Delivered

MOVE ZERO TO WS-Ordered-Total
MOVE ZERO TO WS-Row-Count
PERFORM Load-On-Order-Row
	UNTIL EndOfOnOrderWork OR OnOrdWorkGadgetID NOT = WS-Group-ID

PERFORM Post-Delivery-Line
	UNTIL EndOfDeliveryWork OR DelWork-GadgetID NOT = WS-Group-ID

COMPUTE WS-Delivered-Total = WS-Running-Qty - WS-Group-Qty-Before

PERFORM Relieve-Named-Row VARYING WS-Row-Idx FROM 1 BY 1
	UNTIL WS-Row-Idx > WS-Row-Count
PERFORM Relieve-FIFO-Row VARYING WS-Row-Idx FROM 1 BY 1
	UNTIL WS-Row-Idx > WS-Row-Count OR WS-Remaining-Delivered = ZERO
PERFORM Write-Row-Remainder VARYING WS-Row-Idx FROM 1 BY 1
	UNTIL WS-Row-Idx > WS-Row-Count

MOVE WS-Running-Qty TO GadgetQuantity
REWRITE ItemRecord
		ADD 1 TO WS-Error-Count
END-REWRITE

PERFORM Write-Receipt-Movements

PERFORM Write-Receiving-Report-Line.

Post-Delivery-Line.
MOVE WS-Running-Qty TO WS-Qty-Before

IF DelWork-Warehouse = SPACES
	MOVE WS-Default-Warehouse TO WS-Delivery-Warehouse
ELSE
	MOVE DelWork-Warehouse TO WS-Delivery-Warehouse
END-IF

MOVE SPACES TO WS-PO-Line-Reject
IF DelWork-PONumber NUMERIC AND DelWork-PONumber > ZERO AND PO-Register-Open
	PERFORM Check-Delivery-PO-Line
END-IF

EVALUATE TRUE
WHEN WS-Delivery-Warehouse = SPACES
	DISPLAY "ERROR: DELIVERY OF GADGETID " WS-Group-ID " HAS NO WAREHOUSE - NOT POSTED"
	ADD 1 TO WS-Error-Count
WHEN NOT PO-Line-Accepted
	DISPLAY "ERROR: DELIVERY OF GADGETID " WS-Group-ID " AGAINST PO " DelWork-PONumber " " FUNCTION TRIM (WS-PO-Line-Reject) " - NOT POSTED"
	ADD 1 TO WS-Error-Count
WHEN WS-Receipt-Count >= 500
	DISPLAY "ERROR: MORE THAN 500 DELIVERY LINES FOR GADGETID " WS-Group-ID " - NOT POSTED, RESUBMIT IN NEXT RUN"
	ADD 1 TO WS-Error-Count
WHEN OTHER
	ADD DelWork-Qty TO WS-Running-Qty
		ON SIZE ERROR
			DISPLAY "ERROR: RECEIPT WOULD OVERFLOW QUANTITY FOR GADGETID " WS-Group-ID " - NOT POSTED"
			ADD 1 TO WS-Error-Count
		NOT ON SIZE ERROR
			ADD 1 TO WS-Received-Count
			PERFORM Post-Receipt-Location
			PERFORM Note-Receipt-Movement
			PERFORM Note-Delivery-Relief
	END-ADD
END-EVALUATE

PERFORM Read-Delivery-Work.

Check-Delivery-PO-Line.
MOVE DelWork-PONumber TO PORegNumber
MOVE WS-Group-ID TO PORegGadgetID
READ PORegisterFile
	INVALID KEY
		MOVE "NOT ON PO REGISTER" TO WS-PO-Line-Reject
	NOT INVALID KEY
		IF POReg-Cancelled
			MOVE "LINE IS CANCELLED" TO WS-PO-Line-Reject
		END-IF
END-READ.

Post-Receipt-Location.
MOVE WS-Group-ID TO LocGadgetID
MOVE WS-Delivery-Warehouse TO LocWarehouse
READ StockLocationFile
	INVALID KEY
		MOVE ZERO TO WS-Loc-Qty-Before
		MOVE DelWork-Qty TO WS-Loc-Qty-After
		MOVE WS-Loc-Qty-After TO LocQuantity
		WRITE StockLocationRecord
			INVALID KEY
				DISPLAY "ERROR: LOCATION " WS-Group-ID "/" WS-Delivery-Warehouse " COULD NOT BE WRITTEN"
				ADD 1 TO WS-Error-Count
		END-WRITE
	NOT INVALID KEY
		MOVE LocQuantity TO WS-Loc-Qty-Before
		COMPUTE WS-Loc-Qty-After = LocQuantity + DelWork-Qty
		MOVE WS-Loc-Qty-After TO LocQuantity
		REWRITE StockLocationRecord
			INVALID KEY
				DISPLAY "ERROR: LOCATION " WS-Group-ID "/" WS-Delivery-Warehouse " COULD NOT BE REWRITTEN"
				ADD 1 TO WS-Error-Count
		END-REWRITE
END-READ.

Note-Receipt-Movement.
ADD 1 TO WS-Receipt-Count
MOVE WS-Qty-Before TO WS-Rcpt-Qty-Before (WS-Receipt-Count)
MOVE WS-Running-Qty TO WS-Rcpt-Qty-After (WS-Receipt-Count)
MOVE WS-Delivery-Warehouse TO WS-Rcpt-Warehouse (WS-Receipt-Count)
MOVE WS-Loc-Qty-Before TO WS-Rcpt-Loc-Before (WS-Receipt-Count)
MOVE WS-Loc-Qty-After TO WS-Rcpt-Loc-After (WS-Receipt-Count).

Write-Receipt-Movements.
PERFORM Write-Receipt-Movement VARYING WS-Receipt-Idx FROM 1 BY 1
	UNTIL WS-Receipt-Idx > WS-Receipt-Count
MOVE ZERO TO WS-Receipt-Count.

Write-Receipt-Movement.
MOVE WS-Rcpt-Qty-Before (WS-Receipt-Idx) TO WS-Qty-Before
MOVE WS-Rcpt-Qty-After (WS-Receipt-Idx) TO WS-Qty-After
MOVE WS-Rcpt-Warehouse (WS-Receipt-Idx) TO WS-Delivery-Warehouse
MOVE WS-Rcpt-Loc-Before (WS-Receipt-Idx) TO WS-Loc-Qty-Before
MOVE WS-Rcpt-Loc-After (WS-Receipt-Idx) TO WS-Loc-Qty-After
PERFORM Write-Movement-Record.

Write-Movement-Record.
MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO MovementDate
MOVE WS-Group-ID TO MovementGadgetID
MOVE "R" TO MovementType
MOVE WS-Qty-Before TO MovementQtyBefore
MOVE WS-Qty-After TO MovementQtyAfter
MOVE "GADGET-RECEIVE" TO MovementSource
MOVE GadgetUnitCost TO MovementUnitCost
MOVE WS-Delivery-Warehouse TO MovementWarehouse
MOVE WS-Loc-Qty-Before TO MovementLocQtyBefore
MOVE WS-Loc-Qty-After TO MovementLocQtyAfter
MOVE SPACES TO MovementOperatorID
MOVE SPACES TO MovementApproverID
MOVE "N" TO WS-Movement-Written-Switch
PERFORM Write-Movement-Attempt UNTIL Movement-Written.

		MOVE "Y" TO WS-Movement-Written-Switch
END-WRITE.

Note-Delivery-Relief.
MOVE ZERO TO WS-Matched-Row
IF DelWork-PONumber NUMERIC AND DelWork-PONumber > ZERO
	PERFORM Find-Named-Row VARYING WS-Row-Idx FROM 1 BY 1
		UNTIL WS-Row-Idx > WS-Row-Count OR WS-Matched-Row > ZERO
END-IF

IF WS-Matched-Row > ZERO
	ADD DelWork-Qty TO WS-Row-Named-Qty (WS-Matched-Row)
ELSE
	ADD DelWork-Qty TO WS-Remaining-Delivered
END-IF.

Find-Named-Row.
IF WS-Row-PONumber (WS-Row-Idx) = DelWork-PONumber
	MOVE WS-Row-Idx TO WS-Matched-Row
END-IF.

Load-On-Order-Row.
MOVE "N" TO WS-Cancelled-Row-Switch
IF PO-Register-Open
	PERFORM Check-On-Order-Line
END-IF

EVALUATE TRUE
WHEN Cancelled-Row
	DISPLAY "WARNING: PO LINE " OnOrdWorkPONumber "/" WS-Group-ID " IS CANCELLED - NOT RELIEVED, DROPPED FROM on_order.txt"
WHEN WS-Row-Count >= 100
	DISPLAY "WARNING: MORE THAN 100 ON-ORDER ROWS FOR GADGETID " WS-Group-ID " - PO " OnOrdWorkPONumber " NOT RELIEVED THIS RUN"
	ADD OnOrdWorkQty TO WS-Ordered-Total
	PERFORM Write-On-Order-Remainder
WHEN OTHER
	ADD OnOrdWorkQty TO WS-Ordered-Total
	ADD 1 TO WS-Row-Count
	MOVE OnOrdWorkQty TO WS-Row-Qty (WS-Row-Count)
	MOVE OnOrdWorkDate TO WS-Row-Date (WS-Row-Count)
	MOVE OnOrdWorkPrice TO WS-Row-Price (WS-Row-Count)
	MOVE OnOrdWorkPONumber TO WS-Row-PONumber (WS-Row-Count)
	MOVE ZERO TO WS-Row-Named-Qty (WS-Row-Count)
END-EVALUATE

PERFORM Read-On-Order-Work.

Check-On-Order-Line.
MOVE OnOrdWorkPONumber TO PORegNumber
MOVE WS-Group-ID TO PORegGadgetID
READ PORegisterFile
	INVALID KEY CONTINUE
	NOT INVALID KEY
		IF POReg-Cancelled
			MOVE "Y" TO WS-Cancelled-Row-Switch
		END-IF
END-READ.

Relieve-Named-Row.
IF WS-Row-Named-Qty (WS-Row-Idx) > ZERO
	IF WS-Row-Named-Qty (WS-Row-Idx) > WS-Row-Qty (WS-Row-Idx)
		MOVE WS-Row-Qty (WS-Row-Idx) TO WS-Relieved-Qty
		COMPUTE WS-Remaining-Delivered = WS-Remaining-Delivered
			+ WS-Row-Named-Qty (WS-Row-Idx) - WS-Row-Qty (WS-Row-Idx)
	ELSE
		MOVE WS-Row-Named-Qty (WS-Row-Idx) TO WS-Relieved-Qty
	END-IF
	PERFORM Relieve-Row
END-IF.

Relieve-FIFO-Row.
IF WS-Remaining-Delivered >= WS-Row-Qty (WS-Row-Idx)
	MOVE WS-Row-Qty (WS-Row-Idx) TO WS-Relieved-Qty
ELSE
	MOVE WS-Remaining-Delivered TO WS-Relieved-Qty
END-IF
SUBTRACT WS-Relieved-Qty FROM WS-Remaining-Delivered
PERFORM Relieve-Row.

Relieve-Row.
IF WS-Relieved-Qty > ZERO
	PERFORM Update-Weighted-Cost
	IF PO-Register-Open
		PERFORM Update-PO-Register
	END-IF
	SUBTRACT WS-Relieved-Qty FROM WS-Row-Qty (WS-Row-Idx)
END-IF.

Write-Row-Remainder.
IF WS-Row-Qty (WS-Row-Idx) > ZERO
	MOVE WS-Group-ID TO OnOrderGadgetID
	MOVE WS-Row-Qty (WS-Row-Idx) TO OnOrderQty
	MOVE WS-Row-Date (WS-Row-Idx) TO OnOrderDate
	MOVE WS-Row-Price (WS-Row-Idx) TO OnOrderPrice
	MOVE WS-Row-PONumber (WS-Row-Idx) TO OnOrderPONumber
	WRITE OnOrderRecord
END-IF.

Update-Weighted-Cost.
COMPUTE WS-New-Total-Qty = WS-Cost-Base-Qty + WS-Relieved-Qty
IF WS-New-Total-Qty > ZERO
	COMPUTE GadgetUnitCost ROUNDED =
		((WS-Cost-Base-Qty * GadgetUnitCost)
		+ (WS-Relieved-Qty * WS-Row-Price (WS-Row-Idx)))
		/ WS-New-Total-Qty
		ON SIZE ERROR
			DISPLAY "ERROR: UNIT COST OVERFLOW FOR GADGETID " WS-Group-ID " - COST UNCHANGED"
ADD WS-Relieved-Qty TO WS-Cost-Base-Qty.

Update-PO-Register.
MOVE WS-Row-PONumber (WS-Row-Idx) TO PORegNumber
MOVE WS-Group-ID TO PORegGadgetID

READ PORegisterFile
