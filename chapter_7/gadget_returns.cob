IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Returns.
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
	SELECT MovementFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.
	SELECT StockLocationFile ASSIGN TO "stock_locations.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LocKey
		FILE STATUS IS WS-Location-Status.
	SELECT ReturnAuthFile ASSIGN TO "return_authorisations.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ReturnAuth-Status.
	SELECT ShipHistoryFile ASSIGN TO "shipment_history.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-History-Status.
	SELECT ShipmentFile ASSIGN TO "despatch_shipped.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Shipment-Status.
	SELECT ReturnHistoryFile ASSIGN TO "returns_history.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ReturnHist-Status.
	SELECT ReturnSortFile ASSIGN TO "return_sort.tmp".
	SELECT ReturnRegisterFile ASSIGN TO "returns_register.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockFile.
	COPY "ITEMREC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

FD ReturnAuthFile.
01 ReturnAuthRecord.
	88 EndOfReturnAuthFile VALUE HIGH-VALUES.
	02 RmaNumber		PIC X(10).
	02 RmaCustomer		PIC 9(6).
	02 RmaOrderRef		PIC X(10).
	02 RmaGadgetID		PIC 9(6).
	02 RmaQty		PIC 9(4).
	02 RmaDisposition	PIC X.
	02 RmaCreditRequired	PIC X.
	02 RmaReason		PIC X(20).

FD ShipHistoryFile.
	COPY "SHIPREC.CPY" REPLACING ShipmentRecord BY ShipHistoryRecord
		EndOfShipmentFile BY EndOfShipHistory
		LEADING ==Ship== BY ==ShipHist==.

FD ShipmentFile.
	COPY "SHIPREC.CPY".

FD ReturnHistoryFile.
01 ReturnHistoryRecord.
	88 EndOfReturnHistory VALUE HIGH-VALUES.
	02 RtnHistRmaNumber	PIC X(10).
	02 RtnHistCustomer	PIC 9(6).
	02 RtnHistOrderRef	PIC X(10).
	02 RtnHistGadgetID	PIC 9(6).
	02 RtnHistQty		PIC 9(4).
	02 RtnHistDisposition	PIC X.
	02 RtnHistCreditValue	PIC 9(7)V99.
	02 RtnHistDate		PIC X(8).
	02 RtnHistReason	PIC X(20).

SD ReturnSortFile.
01 ReturnSortRecord.
	88 EndOfReturnSort VALUE HIGH-VALUES.
	02 RtnSort-Key.
		03 RtnSort-Customer	PIC 9(6).
		03 RtnSort-OrderRef	PIC X(10).
		03 RtnSort-GadgetID	PIC 9(6).
	02 RtnSort-Source	PIC X.
		88 RtnSort-Shipped VALUE "1".
		88 RtnSort-Prior-Return VALUE "2".
		88 RtnSort-New-Return VALUE "3".
	02 RtnSort-RmaNumber	PIC X(10).
	02 RtnSort-Qty		PIC 9(4).
	02 RtnSort-Price	PIC 9(4)V99.
	02 RtnSort-InvoiceNumber PIC 9(6).
	02 RtnSort-Disposition	PIC X.
		88 RtnSort-Restock VALUE "R".
		88 RtnSort-Scrap VALUE "S".
	02 RtnSort-Credit	PIC X.
		88 RtnSort-No-Credit VALUE "N".
	02 RtnSort-Reason	PIC X(20).

FD ReturnRegisterFile.
01 ReturnRegisterLine	PIC X(120).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-ReturnAuth-Status	PIC XX.
01 WS-History-Status	PIC XX.
01 WS-Shipment-Status	PIC XX.
01 WS-ReturnHist-Status	PIC XX.
01 WS-Location-Status	PIC XX.
01 WS-Warehouse		PIC X(4) VALUE SPACES.

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Movement-Warehouse PIC X(4) VALUE SPACES.
01 WS-Loc-Qty-Before	PIC 9(4) VALUE ZERO.
01 WS-Loc-Qty-After	PIC 9(4) VALUE ZERO.
01 WS-Movement-Seq	PIC 9(3) VALUE ZERO.
01 WS-Movement-Written-Switch PIC X VALUE "N".
	88 Movement-Written VALUE "Y".

01 WS-Current-Key.
	02 WS-Current-Customer	PIC 9(6) VALUE ZERO.
	02 WS-Current-Order-Ref	PIC X(10) VALUE SPACES.
	02 WS-Current-GadgetID	PIC 9(6) VALUE ZERO.
01 WS-Shipped-Qty	PIC 9(6) VALUE ZERO.
01 WS-Returned-Qty	PIC 9(6) VALUE ZERO.
01 WS-Ship-Price	PIC 9(4)V99 VALUE ZERO.
01 WS-Ship-Invoice	PIC 9(6) VALUE ZERO.
01 WS-Credit-Value	PIC 9(7)V99 VALUE ZERO.
01 WS-Credit-Total	PIC 9(9)V99 VALUE ZERO.
01 WS-Reject-Reason	PIC X(24) VALUE SPACES.

01 WS-Prior-Rma-Count	PIC 99 VALUE ZERO.
01 WS-Prior-Rma-Idx	PIC 99 VALUE ZERO.
01 WS-Prior-Rma-Table.
	02 WS-Prior-Rma		PIC X(10) OCCURS 50 TIMES.
01 WS-Duplicate-Rma-Switch PIC X VALUE "N".
	88 Duplicate-Rma VALUE "Y".

01 WS-Read-Count	PIC 9(4) VALUE ZERO.
01 WS-Restock-Count	PIC 9(4) VALUE ZERO.
01 WS-Scrap-Count	PIC 9(4) VALUE ZERO.
01 WS-Restock-Qty	PIC 9(6) VALUE ZERO.
01 WS-Scrap-Qty		PIC 9(6) VALUE ZERO.
01 WS-Credit-Count	PIC 9(4) VALUE ZERO.
01 WS-Rejected-Count	PIC 9(4) VALUE ZERO.
01 WS-Error-Count	PIC 9(4) VALUE ZERO.

01 WS-Reg-Date-Line.
	02 FILLER		PIC X(16) VALUE "RUN DATE:       ".
	02 Reg-Run-Date		PIC X(8).
01 WS-Reg-Column-Line	PIC X(94) VALUE
	"RMA        CUST   ORDER REF  ID      QTY DISP    INV NO     CREDIT REASON               REMARK".
01 WS-Reg-Detail-Line.
	02 Reg-RmaNumber	PIC X(10).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-Customer		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-OrderRef		PIC X(10).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-Qty		PIC ZZZ9.
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-Disposition	PIC X(7).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-Invoice		PIC 9(6).
	02 Reg-Invoice-X REDEFINES Reg-Invoice PIC X(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-Credit		PIC Z(6)9.99.
	02 Reg-Credit-X REDEFINES Reg-Credit PIC X(10).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-Reason		PIC X(20).
	02 FILLER		PIC X VALUE SPACE.
	02 Reg-Remark		PIC X(24).
01 WS-Reg-Count-Line.
	02 Reg-Count-Label	PIC X(28).
	02 Reg-Count-Value	PIC ZZZZZ9.
01 WS-Reg-Total-Line.
	02 FILLER		PIC X(28) VALUE "CREDIT DUE TO CUSTOMERS".
	02 Reg-Total-Value	PIC Z(8)9.99.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

OPEN INPUT ReturnAuthFile
IF WS-ReturnAuth-Status NOT = "00"
	DISPLAY "NO RETURN AUTHORISATIONS ON return_authorisations.txt (STATUS " WS-ReturnAuth-Status ") - NOTHING TO PROCESS"
	PERFORM Record-Run-End
	STOP RUN
END-IF
CLOSE ReturnAuthFile

PERFORM Get-Run-Parameters

OPEN I-O StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	PERFORM Record-Run-Error
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

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date

OPEN OUTPUT ReturnRegisterFile
MOVE "RETURNS REGISTER" TO ReturnRegisterLine
WRITE ReturnRegisterLine
MOVE WS-Run-Date TO Reg-Run-Date
WRITE ReturnRegisterLine FROM WS-Reg-Date-Line
WRITE ReturnRegisterLine FROM WS-Reg-Column-Line
MOVE SPACES TO ReturnRegisterLine
WRITE ReturnRegisterLine

SORT ReturnSortFile
	ON ASCENDING KEY RtnSort-Customer RtnSort-OrderRef RtnSort-GadgetID RtnSort-Source RtnSort-RmaNumber
	WITH DUPLICATES IN ORDER
	INPUT PROCEDURE IS Gather-Return-Input
	OUTPUT PROCEDURE IS Produce-Returns-Register

CLOSE ReturnHistoryFile

PERFORM Write-Register-Totals

CLOSE ReturnRegisterFile
CLOSE MovementFile
CLOSE StockLocationFile
CLOSE StockFile

PERFORM Record-Run-End

DISPLAY "RETURNS PROCESSING COMPLETE"
DISPLAY "  RMA LINES READ:   " WS-Read-Count
DISPLAY "  RESTOCKED:        " WS-Restock-Count
DISPLAY "  SCRAPPED:         " WS-Scrap-Count
DISPLAY "  CREDIT DUE:       " WS-Credit-Count
DISPLAY "  REJECTED:         " WS-Rejected-Count
DISPLAY "  ERRORS:           " WS-Error-Count
DISPLAY "REGISTER WRITTEN TO returns_register.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-RETURNS" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-RETURNS RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
COMPUTE RunReqCount = WS-Restock-Count + WS-Scrap-Count
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "GADGET-RETURNS" TO ParmReqProgram
MOVE "WAREHOUSE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found OR ParmReqValue = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-RETURNS WAREHOUSE MISSING FROM run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF ParmReqValue (5:16) NOT = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-RETURNS WAREHOUSE LONGER THAN 4 CHARACTERS: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
MOVE ParmReqValue (1:4) TO WS-Warehouse
DISPLAY "RESTOCKED RETURNS PUT AWAY TO WAREHOUSE " WS-Warehouse " FROM run_parameters.txt".

Gather-Return-Input.
PERFORM Release-Invoiced-Shipments
PERFORM Release-Unbilled-Shipments
PERFORM Release-Prior-Returns
PERFORM Release-Return-Authorisations.

Release-Invoiced-Shipments.
OPEN INPUT ShipHistoryFile
IF WS-History-Status = "00"
	PERFORM Read-Ship-History
	PERFORM Release-Ship-History UNTIL EndOfShipHistory
	CLOSE ShipHistoryFile
END-IF.

Read-Ship-History.
READ ShipHistoryFile
	AT END SET EndOfShipHistory TO TRUE
END-READ.

Release-Ship-History.
MOVE SPACES TO ReturnSortRecord
MOVE ShipHistCustomer TO RtnSort-Customer
MOVE ShipHistOrderRef TO RtnSort-OrderRef
MOVE ShipHistGadgetID TO RtnSort-GadgetID
MOVE "1" TO RtnSort-Source
MOVE ShipHistQty TO RtnSort-Qty
MOVE ShipHistPrice TO RtnSort-Price
MOVE ShipHistInvoiceNumber TO RtnSort-InvoiceNumber
RELEASE ReturnSortRecord
PERFORM Read-Ship-History.

Release-Unbilled-Shipments.
OPEN INPUT ShipmentFile
IF WS-Shipment-Status = "00"
	PERFORM Read-Shipment
	PERFORM Release-Shipment UNTIL EndOfShipmentFile
	CLOSE ShipmentFile
END-IF.

Read-Shipment.
READ ShipmentFile
	AT END SET EndOfShipmentFile TO TRUE
END-READ.

Release-Shipment.
MOVE SPACES TO ReturnSortRecord
MOVE ShipCustomer TO RtnSort-Customer
MOVE ShipOrderRef TO RtnSort-OrderRef
MOVE ShipGadgetID TO RtnSort-GadgetID
MOVE "1" TO RtnSort-Source
MOVE ShipQty TO RtnSort-Qty
MOVE ShipPrice TO RtnSort-Price
MOVE ZERO TO RtnSort-InvoiceNumber
RELEASE ReturnSortRecord
PERFORM Read-Shipment.

Release-Prior-Returns.
OPEN INPUT ReturnHistoryFile
IF WS-ReturnHist-Status = "00"
	PERFORM Read-Return-History
	PERFORM Release-Return-History UNTIL EndOfReturnHistory
	CLOSE ReturnHistoryFile
END-IF.

Read-Return-History.
READ ReturnHistoryFile
	AT END SET EndOfReturnHistory TO TRUE
END-READ.

Release-Return-History.
MOVE SPACES TO ReturnSortRecord
MOVE RtnHistCustomer TO RtnSort-Customer
MOVE RtnHistOrderRef TO RtnSort-OrderRef
MOVE RtnHistGadgetID TO RtnSort-GadgetID
MOVE "2" TO RtnSort-Source
MOVE RtnHistRmaNumber TO RtnSort-RmaNumber
MOVE RtnHistQty TO RtnSort-Qty
MOVE ZERO TO RtnSort-Price
MOVE ZERO TO RtnSort-InvoiceNumber
MOVE RtnHistDisposition TO RtnSort-Disposition
RELEASE ReturnSortRecord
PERFORM Read-Return-History.

Release-Return-Authorisations.
OPEN INPUT ReturnAuthFile
PERFORM Read-Return-Auth
PERFORM Release-Return-Auth UNTIL EndOfReturnAuthFile
CLOSE ReturnAuthFile.

Read-Return-Auth.
READ ReturnAuthFile
	AT END SET EndOfReturnAuthFile TO TRUE
END-READ.

Release-Return-Auth.
ADD 1 TO WS-Read-Count
MOVE SPACES TO ReturnSortRecord
MOVE RmaCustomer TO RtnSort-Customer
MOVE RmaOrderRef TO RtnSort-OrderRef
MOVE RmaGadgetID TO RtnSort-GadgetID
MOVE "3" TO RtnSort-Source
MOVE RmaNumber TO RtnSort-RmaNumber
IF RmaQty NUMERIC
	MOVE RmaQty TO RtnSort-Qty
ELSE
	MOVE ZERO TO RtnSort-Qty
END-IF
MOVE ZERO TO RtnSort-Price
MOVE ZERO TO RtnSort-InvoiceNumber
MOVE RmaDisposition TO RtnSort-Disposition
MOVE RmaCreditRequired TO RtnSort-Credit
MOVE RmaReason TO RtnSort-Reason
RELEASE ReturnSortRecord
PERFORM Read-Return-Auth.

Produce-Returns-Register.
OPEN EXTEND ReturnHistoryFile
IF WS-ReturnHist-Status = "35"
	OPEN OUTPUT ReturnHistoryFile
END-IF

MOVE LOW-VALUES TO WS-Current-Key
PERFORM Return-Sorted-Line
PERFORM Process-Sorted-Line UNTIL EndOfReturnSort.

Return-Sorted-Line.
RETURN ReturnSortFile
	AT END SET EndOfReturnSort TO TRUE
END-RETURN.

Process-Sorted-Line.
IF RtnSort-Key NOT = WS-Current-Key
	PERFORM Start-Shipped-Line
END-IF

EVALUATE TRUE
WHEN RtnSort-Shipped
	ADD RtnSort-Qty TO WS-Shipped-Qty
	MOVE RtnSort-Price TO WS-Ship-Price
	IF RtnSort-InvoiceNumber > ZERO
		MOVE RtnSort-InvoiceNumber TO WS-Ship-Invoice
	END-IF
WHEN RtnSort-Prior-Return
	ADD RtnSort-Qty TO WS-Returned-Qty
	PERFORM Note-Prior-Rma
WHEN OTHER
	PERFORM Process-Return-Line
END-EVALUATE

PERFORM Return-Sorted-Line.

Start-Shipped-Line.
MOVE RtnSort-Key TO WS-Current-Key
MOVE ZERO TO WS-Shipped-Qty
MOVE ZERO TO WS-Returned-Qty
MOVE ZERO TO WS-Ship-Price
MOVE ZERO TO WS-Ship-Invoice
MOVE ZERO TO WS-Prior-Rma-Count.

Note-Prior-Rma.
IF WS-Prior-Rma-Count < 50
	ADD 1 TO WS-Prior-Rma-Count
	MOVE RtnSort-RmaNumber TO WS-Prior-Rma (WS-Prior-Rma-Count)
END-IF.

Process-Return-Line.
MOVE SPACES TO WS-Reject-Reason
MOVE "N" TO WS-Duplicate-Rma-Switch
PERFORM Check-Prior-Rma
	VARYING WS-Prior-Rma-Idx FROM 1 BY 1
	UNTIL WS-Prior-Rma-Idx > WS-Prior-Rma-Count OR Duplicate-Rma

EVALUATE TRUE
WHEN RtnSort-Qty = ZERO
	MOVE "INVALID QUANTITY" TO WS-Reject-Reason
WHEN NOT RtnSort-Restock AND NOT RtnSort-Scrap
	MOVE "INVALID DISPOSITION" TO WS-Reject-Reason
WHEN WS-Shipped-Qty = ZERO
	MOVE "NOT SHIPPED ON ORDER" TO WS-Reject-Reason
WHEN Duplicate-Rma
	MOVE "RMA ALREADY PROCESSED" TO WS-Reject-Reason
WHEN WS-Returned-Qty + RtnSort-Qty > WS-Shipped-Qty
	MOVE "EXCEEDS QTY SHIPPED" TO WS-Reject-Reason
WHEN OTHER
	PERFORM Post-Return-Stock
END-EVALUATE

IF WS-Reject-Reason = SPACES
	PERFORM Accept-Return
ELSE
	PERFORM Reject-Return
END-IF.

Check-Prior-Rma.
IF WS-Prior-Rma (WS-Prior-Rma-Idx) = RtnSort-RmaNumber
	MOVE "Y" TO WS-Duplicate-Rma-Switch
END-IF.

Post-Return-Stock.
MOVE RtnSort-GadgetID TO GadgetID
READ StockFile
	INVALID KEY
		IF RtnSort-Restock
			MOVE "NOT ON STOCKFILE" TO WS-Reject-Reason
		ELSE
			DISPLAY "WARNING: SCRAPPED GADGETID " RtnSort-GadgetID " ON RMA " RtnSort-RmaNumber " NOT ON STOCKFILE - NO MOVEMENT WRITTEN"
		END-IF
	NOT INVALID KEY
		PERFORM Restock-Or-Scrap
END-READ.

Restock-Or-Scrap.
MOVE GadgetQuantity TO WS-Qty-Before
IF RtnSort-Scrap
	MOVE SPACES TO WS-Movement-Warehouse
	MOVE ZERO TO WS-Loc-Qty-Before
	MOVE ZERO TO WS-Loc-Qty-After
	PERFORM Write-Movement-Record
ELSE
	IF GadgetQuantity + RtnSort-Qty > 9999
		MOVE "STOCK WOULD EXCEED 9999" TO WS-Reject-Reason
	ELSE
		ADD RtnSort-Qty TO GadgetQuantity
		REWRITE ItemRecord
			INVALID KEY
				DISPLAY "ERROR: GADGETID " GadgetID " COULD NOT BE REWRITTEN"
				ADD 1 TO WS-Error-Count
				MOVE "STOCKFILE NOT UPDATED" TO WS-Reject-Reason
			NOT INVALID KEY
				PERFORM Post-Return-Location
				PERFORM Write-Movement-Record
		END-REWRITE
	END-IF
END-IF.

Post-Return-Location.
MOVE WS-Warehouse TO WS-Movement-Warehouse
MOVE GadgetID TO LocGadgetID
MOVE WS-Warehouse TO LocWarehouse
READ StockLocationFile
	INVALID KEY
		MOVE ZERO TO WS-Loc-Qty-Before
		MOVE RtnSort-Qty TO WS-Loc-Qty-After
		MOVE WS-Loc-Qty-After TO LocQuantity
		WRITE StockLocationRecord
			INVALID KEY
				DISPLAY "ERROR: LOCATION " GadgetID "/" WS-Warehouse " COULD NOT BE WRITTEN"
				ADD 1 TO WS-Error-Count
		END-WRITE
	NOT INVALID KEY
		MOVE LocQuantity TO WS-Loc-Qty-Before
		ADD RtnSort-Qty TO LocQuantity
		MOVE LocQuantity TO WS-Loc-Qty-After
		REWRITE StockLocationRecord
			INVALID KEY
				DISPLAY "ERROR: LOCATION " GadgetID "/" WS-Warehouse " COULD NOT BE REWRITTEN"
				ADD 1 TO WS-Error-Count
		END-REWRITE
END-READ.

Write-Movement-Record.
MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO MovementDate
MOVE WS-Current-Timestamp (9:6) TO MovementTime
ADD 1 TO WS-Movement-Seq
MOVE GadgetID TO MovementGadgetID
MOVE "U" TO MovementType
MOVE WS-Qty-Before TO MovementQtyBefore
MOVE GadgetQuantity TO MovementQtyAfter
MOVE "GADGET-RETURNS" TO MovementSource
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

Accept-Return.
ADD RtnSort-Qty TO WS-Returned-Qty
PERFORM Note-Prior-Rma

IF RtnSort-No-Credit
	MOVE ZERO TO WS-Credit-Value
	MOVE "NO CREDIT" TO Reg-Remark
ELSE
	COMPUTE WS-Credit-Value = RtnSort-Qty * WS-Ship-Price
	ADD WS-Credit-Value TO WS-Credit-Total
	ADD 1 TO WS-Credit-Count
	IF WS-Ship-Invoice > ZERO
		MOVE "CREDIT DUE" TO Reg-Remark
	ELSE
		MOVE "CREDIT DUE - NOT BILLED" TO Reg-Remark
	END-IF
END-IF

IF RtnSort-Restock
	MOVE "RESTOCK" TO Reg-Disposition
	ADD 1 TO WS-Restock-Count
	ADD RtnSort-Qty TO WS-Restock-Qty
ELSE
	MOVE "SCRAP" TO Reg-Disposition
	ADD 1 TO WS-Scrap-Count
	ADD RtnSort-Qty TO WS-Scrap-Qty
END-IF

MOVE RtnSort-RmaNumber TO RtnHistRmaNumber
MOVE RtnSort-Customer TO RtnHistCustomer
MOVE RtnSort-OrderRef TO RtnHistOrderRef
MOVE RtnSort-GadgetID TO RtnHistGadgetID
MOVE RtnSort-Qty TO RtnHistQty
MOVE RtnSort-Disposition TO RtnHistDisposition
MOVE WS-Credit-Value TO RtnHistCreditValue
MOVE WS-Run-Date TO RtnHistDate
MOVE RtnSort-Reason TO RtnHistReason
WRITE ReturnHistoryRecord

PERFORM Write-Register-Line.

Reject-Return.
ADD 1 TO WS-Rejected-Count
DISPLAY "WARNING: RMA " RtnSort-RmaNumber " ORDER " RtnSort-OrderRef " GADGETID " RtnSort-GadgetID " REJECTED - " WS-Reject-Reason
MOVE ZERO TO WS-Credit-Value
EVALUATE TRUE
WHEN RtnSort-Restock
	MOVE "RESTOCK" TO Reg-Disposition
WHEN RtnSort-Scrap
	MOVE "SCRAP" TO Reg-Disposition
WHEN OTHER
	MOVE RtnSort-Disposition TO Reg-Disposition
END-EVALUATE
MOVE WS-Reject-Reason TO Reg-Remark
PERFORM Write-Register-Line.

Write-Register-Line.
MOVE RtnSort-RmaNumber TO Reg-RmaNumber
MOVE RtnSort-Customer TO Reg-Customer
MOVE RtnSort-OrderRef TO Reg-OrderRef
MOVE RtnSort-GadgetID TO Reg-GadgetID
MOVE RtnSort-Qty TO Reg-Qty
IF WS-Ship-Invoice > ZERO
	MOVE WS-Ship-Invoice TO Reg-Invoice
ELSE
	MOVE SPACES TO Reg-Invoice-X
END-IF
IF WS-Credit-Value > ZERO
	MOVE WS-Credit-Value TO Reg-Credit
ELSE
	MOVE SPACES TO Reg-Credit-X
END-IF
MOVE RtnSort-Reason TO Reg-Reason
WRITE ReturnRegisterLine FROM WS-Reg-Detail-Line.

Write-Register-Totals.
MOVE SPACES TO ReturnRegisterLine
WRITE ReturnRegisterLine

MOVE "RMA LINES READ              " TO Reg-Count-Label
MOVE WS-Read-Count TO Reg-Count-Value
WRITE ReturnRegisterLine FROM WS-Reg-Count-Line

MOVE "LINES RESTOCKED             " TO Reg-Count-Label
MOVE WS-Restock-Count TO Reg-Count-Value
WRITE ReturnRegisterLine FROM WS-Reg-Count-Line

MOVE "QUANTITY RESTOCKED          " TO Reg-Count-Label
MOVE WS-Restock-Qty TO Reg-Count-Value
WRITE ReturnRegisterLine FROM WS-Reg-Count-Line

MOVE "LINES SCRAPPED              " TO Reg-Count-Label
MOVE WS-Scrap-Count TO Reg-Count-Value
WRITE ReturnRegisterLine FROM WS-Reg-Count-Line

MOVE "QUANTITY SCRAPPED           " TO Reg-Count-Label
MOVE WS-Scrap-Qty TO Reg-Count-Value
WRITE ReturnRegisterLine FROM WS-Reg-Count-Line

MOVE "LINES REJECTED              " TO Reg-Count-Label
MOVE WS-Rejected-Count TO Reg-Count-Value
WRITE ReturnRegisterLine FROM WS-Reg-Count-Line

MOVE "LINES NEEDING CREDIT        " TO Reg-Count-Label
MOVE WS-Credit-Count TO Reg-Count-Value
WRITE ReturnRegisterLine FROM WS-Reg-Count-Line

MOVE WS-Credit-Total TO Reg-Total-Value
WRITE ReturnRegisterLine FROM WS-Reg-Total-Line.
