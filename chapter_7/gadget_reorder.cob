		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GadgetID
		ALTERNATE RECORD KEY IS GadgetName WITH DUPLICATES.
	SELECT StockLocationFile ASSIGN TO "stock_locations.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS LocKey
		FILE STATUS IS WS-Location-Status.
	SELECT ReorderThresholdFile ASSIGN TO "reorder_thresholds.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Threshold-Status.
	SELECT ThresholdSortFile ASSIGN TO "threshold_sort.tmp".
FD StockFile.
	COPY "ITEMREC.CPY".

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

FD ReorderThresholdFile.
01 ReorderThresholdRecord.
	88 EndOfThresholdFile VALUE HIGH-VALUES.
	02 ReportOnHandQty	PIC ZZZ9.
	02 ReportFiller3	PIC X VALUE SPACE.
	02 ReportThresholdQty	PIC ZZZ9.
01 ReorderLocationRecord.
	02 ReportLocFiller1	PIC X(7).
	02 ReportLocLabel	PIC X(10).
	02 ReportLocWarehouse	PIC X(4).
	02 ReportLocFiller2	PIC X(17).
	02 ReportLocQty		PIC ZZZ9.

FD OnOrderFile.
	COPY "ONORDREC.CPY".

01 WS-Flagged-Count	PIC 9(4) VALUE ZERO.

01 WS-Location-Status	PIC XX.
01 WS-Locations-Switch	PIC X VALUE "N".
	88 Locations-Present VALUE "Y".

01 WS-OnOrder-Status	PIC XX.
01 WS-OnOrders-Switch	PIC X VALUE "N".
	88 OnOrders-Present VALUE "Y".
PERFORM Sort-Threshold-Overrides
PERFORM Sort-On-Order-File

PERFORM Open-Stock-Locations

OPEN INPUT StockFile
OPEN OUTPUT ReorderReportFile


CLOSE StockFile
CLOSE ReorderReportFile
IF Locations-Present
	CLOSE StockLocationFile
END-IF
IF Thresholds-Present
	CLOSE ThresholdWorkFile
END-IF
	AT END SET EndOfOnOrderWork TO TRUE
END-READ.

Open-Stock-Locations.
OPEN INPUT StockLocationFile
IF WS-Location-Status = "00"
	MOVE "Y" TO WS-Locations-Switch
	PERFORM Read-Stock-Location
ELSE
	DISPLAY "WARNING: stock_locations.dat NOT AVAILABLE (STATUS " WS-Location-Status ") - NO LOCATION DETAIL ON REPORT"
	SET EndOfStockLocationFile TO TRUE
END-IF.

Read-Stock-Location.
READ StockLocationFile NEXT
	AT END SET EndOfStockLocationFile TO TRUE
END-READ.

Read-Stock-Record.
READ StockFile NEXT
	AT END SET EndOfFile TO TRUE
PERFORM Find-Threshold-Override
PERFORM Sum-On-Order-For-Item

PERFORM Advance-Stock-Location
	UNTIL EndOfStockLocationFile OR LocGadgetID NOT < GadgetID OF ItemRecord

MOVE GadgetQuantity OF ItemRecord TO WS-Available-Qty
ADD WS-OnOrder-Total TO WS-Available-Qty

IF WS-Available-Qty < WS-Effective-Threshold
	PERFORM Write-Reorder-Line
	PERFORM Write-Location-Line
		UNTIL EndOfStockLocationFile OR LocGadgetID NOT = GadgetID OF ItemRecord
	ADD 1 TO WS-Flagged-Count
END-IF

PERFORM Add-On-Order-Qty
	UNTIL EndOfOnOrderWork OR OnOrdWorkGadgetID NOT = GadgetID OF ItemRecord.

Advance-Stock-Location.
PERFORM Read-Stock-Location.

Advance-On-Order-Work.
PERFORM Read-On-Order-Work.

MOVE GadgetQuantity OF ItemRecord TO ReportOnHandQty
MOVE WS-Effective-Threshold TO ReportThresholdQty
WRITE ReorderReportRecord.

Write-Location-Line.
MOVE SPACES TO ReorderLocationRecord
MOVE "WAREHOUSE " TO ReportLocLabel
MOVE LocWarehouse TO ReportLocWarehouse
MOVE LocQuantity TO ReportLocQty
WRITE ReorderLocationRecord
PERFORM Read-Stock-Location.
