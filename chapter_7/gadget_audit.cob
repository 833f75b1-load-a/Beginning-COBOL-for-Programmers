		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.
	SELECT StockLocationFile ASSIGN TO "stock_locations.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS LocKey
		FILE STATUS IS WS-Location-Status.
	SELECT AuditReportFile ASSIGN TO "ledger_audit_report.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FD MovementFile.
	COPY "MOVEREC.CPY".

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

FD AuditReportFile.
01 AuditReportLine	PIC X(100).

01 WS-Stock-Status	PIC XX.
01 WS-Prior-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Location-Status	PIC XX.

01 WS-Movements-Switch	PIC X VALUE "N".
	88 Movements-Present VALUE "Y".
01 WS-Locations-Switch	PIC X VALUE "N".
	88 Locations-Present VALUE "Y".
01 WS-Stock-EOF-Switch	PIC X VALUE "N".
	88 EndOfStockFile VALUE "Y".

01 WS-Computed-Qty	PIC 9(4) VALUE ZERO.
01 WS-Live-Qty		PIC 9(4) VALUE ZERO.
01 WS-Expected-Before	PIC 9(4) VALUE ZERO.
01 WS-Location-Total	PIC 9(6) VALUE ZERO.
01 WS-On-StockFile-Switch PIC X VALUE "N".
	88 Item-On-StockFile VALUE "Y".

01 WS-Agreed-Count	PIC 9(6) VALUE ZERO.
01 WS-Mismatch-Count	PIC 9(6) VALUE ZERO.
01 WS-Chain-Gap-Count	PIC 9(6) VALUE ZERO.
01 WS-Return-Count	PIC 9(6) VALUE ZERO.
01 WS-Location-Mismatch-Count PIC 9(6) VALUE ZERO.

01 WS-Gap-Detail.
	02 Gap-GadgetID		PIC 9(6).
	02 Mis-Live		PIC ZZZ9.
	02 FILLER		PIC X VALUE SPACE.
	02 Mis-Remark		PIC X(20).
01 WS-Location-Detail.
	02 LocMis-GadgetID	PIC 9(6).
	02 FILLER		PIC X(11) VALUE " LOCATIONS ".
	02 LocMis-Total		PIC ZZZZZ9.
	02 FILLER		PIC X(6) VALUE " LIVE ".
	02 LocMis-Live		PIC ZZZ9.
	02 FILLER		PIC X VALUE SPACE.
	02 FILLER		PIC X(23) VALUE "LOCATION TOTAL MISMATCH".
01 WS-Report-Count-Line.
	02 Aud-Count-Label	PIC X(28).
	02 Aud-Count-Value	PIC ZZZZZ9.
END-IF

PERFORM Open-Movement-Ledger
PERFORM Open-Stock-Locations

OPEN INPUT StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	CLOSE PriorSnapshotFile
	IF Movements-Present
		CLOSE MovementFile
	END-IF
	IF Locations-Present
		CLOSE StockLocationFile
	END-IF
	PERFORM Record-Run-Error
	STOP RUN
END-IF
PERFORM Read-Prior-Snapshot
PERFORM Read-Movement-Record
PERFORM Read-Stock-Record
PERFORM Read-Stock-Location

PERFORM Audit-Gadget
	UNTIL EndOfPriorFile AND EndOfMovementFile AND EndOfStockFile AND EndOfStockLocationFile

PERFORM Write-Report-Totals

IF Movements-Present
	CLOSE MovementFile
END-IF
IF Locations-Present
	CLOSE StockLocationFile
END-IF
CLOSE AuditReportFile

PERFORM Record-Run-End
DISPLAY "  IN AGREEMENT:  " WS-Agreed-Count
DISPLAY "  MISMATCHES:    " WS-Mismatch-Count
DISPLAY "  CHAIN GAPS:    " WS-Chain-Gap-Count
DISPLAY "  RETURNS:       " WS-Return-Count
DISPLAY "  LOCATION DIFFS: " WS-Location-Mismatch-Count
DISPLAY "REPORT WRITTEN TO ledger_audit_report.txt"

STOP RUN.
	SET EndOfMovementFile TO TRUE
END-IF.

Open-Stock-Locations.
OPEN INPUT StockLocationFile
IF WS-Location-Status = "00"
	MOVE "Y" TO WS-Locations-Switch
ELSE
	DISPLAY "WARNING: stock_locations.dat NOT AVAILABLE (STATUS " WS-Location-Status ") - LOCATION TOTALS NOT CHECKED"
	SET EndOfStockLocationFile TO TRUE
END-IF.

Read-Prior-Snapshot.
READ PriorSnapshotFile
	AT END SET EndOfPriorFile TO TRUE
	AT END SET EndOfStockFile TO TRUE
END-READ.

Read-Stock-Location.
IF Locations-Present
	READ StockLocationFile NEXT
		AT END SET EndOfStockLocationFile TO TRUE
	END-READ
END-IF.

Audit-Gadget.
PERFORM Pick-Lowest-Gadget-ID

	PERFORM Read-Stock-Record
END-IF

MOVE ZERO TO WS-Location-Total
PERFORM Add-Location-Qty
	UNTIL EndOfStockLocationFile OR LocGadgetID NOT = WS-Audit-ID

ADD 1 TO WS-Audited-Count
IF WS-Computed-Qty = WS-Live-Qty
	ADD 1 TO WS-Agreed-Count
ELSE
	PERFORM Report-Mismatch
END-IF

IF Locations-Present AND WS-Location-Total NOT = WS-Live-Qty
	PERFORM Report-Location-Mismatch
END-IF.

Add-Location-Qty.
ADD LocQuantity TO WS-Location-Total
PERFORM Read-Stock-Location.

Pick-Lowest-Gadget-ID.
MOVE 999999 TO WS-Audit-ID
IF NOT EndOfPriorFile AND PriorSnapGadgetID < WS-Audit-ID
END-IF
IF NOT EndOfStockFile AND GadgetID < WS-Audit-ID
	MOVE GadgetID TO WS-Audit-ID
END-IF
IF NOT EndOfStockLocationFile AND LocGadgetID < WS-Audit-ID
	MOVE LocGadgetID TO WS-Audit-ID
END-IF.

Replay-Movement.
IF MovementQtyBefore NOT = WS-Expected-Before
	PERFORM Report-Chain-Gap
END-IF
IF Movement-Return
	ADD 1 TO WS-Return-Count
END-IF
MOVE MovementQtyAfter TO WS-Computed-Qty
MOVE MovementQtyAfter TO WS-Expected-Before
PERFORM Read-Movement-Record.
WRITE AuditReportLine FROM WS-Mismatch-Detail
ADD 1 TO WS-Mismatch-Count.

Report-Location-Mismatch.
MOVE WS-Audit-ID TO LocMis-GadgetID
MOVE WS-Location-Total TO LocMis-Total
MOVE WS-Live-Qty TO LocMis-Live
WRITE AuditReportLine FROM WS-Location-Detail
ADD 1 TO WS-Location-Mismatch-Count.

Write-Report-Totals.
MOVE SPACES TO AuditReportLine
WRITE AuditReportLine

MOVE "MOVEMENT CHAIN GAPS         " TO Aud-Count-Label
MOVE WS-Chain-Gap-Count TO Aud-Count-Value
WRITE AuditReportLine FROM WS-Report-Count-Line

MOVE "CUSTOMER RETURN MOVEMENTS   " TO Aud-Count-Label
MOVE WS-Return-Count TO Aud-Count-Value
WRITE AuditReportLine FROM WS-Report-Count-Line

MOVE "LOCATION TOTAL MISMATCHES   " TO Aud-Count-Label
MOVE WS-Location-Mismatch-Count TO Aud-Count-Value
WRITE AuditReportLine FROM WS-Report-Count-Line.
