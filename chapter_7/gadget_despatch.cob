	SELECT BackOrderFile ASSIGN TO "back_orders.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-BackOrder-Status.
	SELECT NewBackOrderFile ASSIGN TO "back_orders_new.txt" ORGANIZATION IS LINE SEQUENTIAL.
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
	SELECT PickListFile ASSIGN TO "pick_list.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT ShipmentFile ASSIGN TO "despatch_shipped.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Shipment-Status.

DATA DIVISION.
FILE SECTION.
	02 DespatchGadgetID	PIC 9(6).
	02 DespatchOrderRef	PIC X(10).
	02 DespatchQty		PIC 9(4).
	02 DespatchCustomer	PIC 9(6).

FD BackOrderFile.
01 BackOrderRecord.
	02 BackOrdGadgetID	PIC 9(6).
	02 BackOrdOrderRef	PIC X(10).
	02 BackOrdQty		PIC 9(4).
	02 BackOrdCustomer	PIC 9(6).

FD NewBackOrderFile.
01 NewBackOrderRecord.
	02 NewBackOrdGadgetID	PIC 9(6).
	02 NewBackOrdOrderRef	PIC X(10).
	02 NewBackOrdQty	PIC 9(4).
	02 NewBackOrdCustomer	PIC 9(6).

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".
FD PickListFile.
01 PickListLine	PIC X(80).

FD ShipmentFile.
	COPY "SHIPREC.CPY".

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Despatch-Status	PIC XX.
01 WS-BackOrder-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Shipment-Status	PIC XX.
01 WS-Location-Status	PIC XX.
01 WS-Warehouse		PIC X(4) VALUE SPACES.

01 WS-Current-Timestamp	PIC X(21).
01 WS-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Loc-Qty		PIC 9(4) VALUE ZERO.
01 WS-Loc-Qty-After	PIC 9(4) VALUE ZERO.
01 WS-Movement-Seq	PIC 9(3) VALUE ZERO.
01 WS-Movement-Written-Switch PIC X VALUE "N".
	88 Movement-Written VALUE "Y".
01 WS-Order-GadgetID	PIC 9(6) VALUE ZERO.
01 WS-Order-Ref		PIC X(10) VALUE SPACES.
01 WS-Order-Qty		PIC 9(4) VALUE ZERO.
01 WS-Order-Customer	PIC 9(6) VALUE ZERO.
01 WS-Allocated-Qty	PIC 9(4) VALUE ZERO.
01 WS-Shortfall-Qty	PIC 9(4) VALUE ZERO.

01 WS-BackOrder-Count	PIC 9(4) VALUE ZERO.
01 WS-Error-Count	PIC 9(4) VALUE ZERO.

01 WS-Pick-Title-Line.
	02 FILLER		PIC X(22) VALUE "PICK LIST - WAREHOUSE ".
	02 Pick-Title-Warehouse	PIC X(4).
01 WS-Pick-Detail.
	02 Pick-Warehouse	PIC X(4).
	02 FILLER		PIC X VALUE SPACE.
	02 Pick-GadgetID	PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Pick-GadgetName	PIC X(30).

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

OPEN I-O MovementFile
IF WS-Movement-Status = "35"
	OPEN OUTPUT MovementFile
OPEN OUTPUT NewBackOrderFile
OPEN OUTPUT PickListFile

OPEN EXTEND ShipmentFile
IF WS-Shipment-Status = "35"
	OPEN OUTPUT ShipmentFile
END-IF

MOVE WS-Warehouse TO Pick-Title-Warehouse
WRITE PickListLine FROM WS-Pick-Title-Line
MOVE "WHSE ID     ITEM                           ORDER REF   QTY REMARK" TO PickListLine
WRITE PickListLine
MOVE SPACES TO PickListLine
WRITE PickListLine

CLOSE NewBackOrderFile
CLOSE PickListFile
CLOSE ShipmentFile
CLOSE MovementFile
CLOSE StockLocationFile
CLOSE StockFile

PERFORM Carry-Back-Orders-Forward

PERFORM Record-Run-End

DISPLAY "DESPATCH COMPLETE FROM WAREHOUSE " WS-Warehouse
DISPLAY "  SHIPPED COMPLETE: " WS-Shipped-Count
DISPLAY "  SHIPPED PART:     " WS-Part-Count
DISPLAY "  BACK ORDERED:     " WS-BackOrder-Count
DISPLAY "  ERRORS:           " WS-Error-Count
DISPLAY "PICK LIST WRITTEN TO pick_list.txt"
DISPLAY "BACK ORDERS WRITTEN TO back_orders.txt"
DISPLAY "SHIPMENTS FOR INVOICING WRITTEN TO despatch_shipped.txt"

STOP RUN.

MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-DESPATCH" TO ParmReqProgram
MOVE "WAREHOUSE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found OR ParmReqValue = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-DESPATCH WAREHOUSE MISSING FROM run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF ParmReqValue (5:16) NOT = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-DESPATCH WAREHOUSE LONGER THAN 4 CHARACTERS: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
MOVE ParmReqValue (1:4) TO WS-Warehouse
DISPLAY "PICKING FROM WAREHOUSE " WS-Warehouse " FROM run_parameters.txt".

Retry-Back-Orders.
OPEN INPUT BackOrderFile
IF WS-BackOrder-Status = "35"
MOVE BackOrdGadgetID TO WS-Order-GadgetID
MOVE BackOrdOrderRef TO WS-Order-Ref
MOVE BackOrdQty TO WS-Order-Qty
MOVE BackOrdCustomer TO WS-Order-Customer
PERFORM Allocate-Order
PERFORM Read-Back-Order.

MOVE DespatchGadgetID TO WS-Order-GadgetID
MOVE DespatchOrderRef TO WS-Order-Ref
MOVE DespatchQty TO WS-Order-Qty
MOVE DespatchCustomer TO WS-Order-Customer
PERFORM Allocate-Order
PERFORM Read-Despatch-Order.

END-READ.

Post-Issue.
PERFORM Read-Pick-Location

IF WS-Loc-Qty < WS-Order-Qty
	MOVE WS-Loc-Qty TO WS-Allocated-Qty
	COMPUTE WS-Shortfall-Qty = WS-Order-Qty - WS-Loc-Qty
ELSE
	MOVE WS-Order-Qty TO WS-Allocated-Qty
	MOVE ZERO TO WS-Shortfall-Qty
			DISPLAY "ERROR: GADGETID " GadgetID " COULD NOT BE REWRITTEN"
			ADD 1 TO WS-Error-Count
		NOT INVALID KEY
			PERFORM Post-Pick-Location
			PERFORM Write-Movement-Record
			PERFORM Write-Pick-List-Line
			PERFORM Write-Shipment-Record
			IF WS-Shortfall-Qty > ZERO
				ADD 1 TO WS-Part-Count
			ELSE
	PERFORM Write-Back-Order
END-IF.

Read-Pick-Location.
MOVE GadgetID TO LocGadgetID
MOVE WS-Warehouse TO LocWarehouse
READ StockLocationFile
	INVALID KEY
		MOVE ZERO TO WS-Loc-Qty
	NOT INVALID KEY
		MOVE LocQuantity TO WS-Loc-Qty
END-READ
IF WS-Loc-Qty > GadgetQuantity
	DISPLAY "WARNING: GADGETID " GadgetID " WAREHOUSE " WS-Warehouse " HOLDS " WS-Loc-Qty " BUT STOCKFILE TOTAL IS " GadgetQuantity
	MOVE GadgetQuantity TO WS-Loc-Qty
END-IF.

Post-Pick-Location.
COMPUTE WS-Loc-Qty-After = WS-Loc-Qty - WS-Allocated-Qty
MOVE GadgetID TO LocGadgetID
MOVE WS-Warehouse TO LocWarehouse
MOVE WS-Loc-Qty-After TO LocQuantity
REWRITE StockLocationRecord
	INVALID KEY
		DISPLAY "ERROR: LOCATION " GadgetID "/" WS-Warehouse " COULD NOT BE REWRITTEN"
		ADD 1 TO WS-Error-Count
END-REWRITE.

Write-Movement-Record.
MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO MovementDate
MOVE WS-Qty-Before TO MovementQtyBefore
MOVE GadgetQuantity TO MovementQtyAfter
MOVE "GADGET-DESPATCH" TO MovementSource
MOVE GadgetUnitCost TO MovementUnitCost
MOVE WS-Warehouse TO MovementWarehouse
MOVE WS-Loc-Qty TO MovementLocQtyBefore
MOVE WS-Loc-Qty-After TO MovementLocQtyAfter
MOVE SPACES TO MovementOperatorID
MOVE SPACES TO MovementApproverID
MOVE "N" TO WS-Movement-Written-Switch
PERFORM Write-Movement-Attempt UNTIL Movement-Written.

END-WRITE.

Write-Pick-List-Line.
MOVE WS-Warehouse TO Pick-Warehouse
MOVE GadgetID TO Pick-GadgetID
MOVE GadgetName TO Pick-GadgetName
MOVE WS-Order-Ref TO Pick-OrderRef
END-IF
WRITE PickListLine FROM WS-Pick-Detail.

Write-Shipment-Record.
MOVE WS-Order-Customer TO ShipCustomer
MOVE WS-Order-Ref TO ShipOrderRef
MOVE GadgetID TO ShipGadgetID
MOVE WS-Allocated-Qty TO ShipQty
MOVE RawPrice TO ShipPrice
MOVE WS-Current-Timestamp (1:8) TO ShipDate
MOVE ZERO TO ShipInvoiceNumber
WRITE ShipmentRecord.

Write-Back-Order.
MOVE WS-Order-GadgetID TO NewBackOrdGadgetID
MOVE WS-Order-Ref TO NewBackOrdOrderRef
MOVE WS-Shortfall-Qty TO NewBackOrdQty
MOVE WS-Order-Customer TO NewBackOrdCustomer
WRITE NewBackOrderRecord
ADD 1 TO WS-BackOrder-Count.

MOVE NewBackOrdGadgetID TO BackOrdGadgetID
MOVE NewBackOrdOrderRef TO BackOrdOrderRef
MOVE NewBackOrdQty TO BackOrdQty
MOVE NewBackOrdCustomer TO BackOrdCustomer
WRITE BackOrderRecord
PERFORM Read-New-Back-Order.
