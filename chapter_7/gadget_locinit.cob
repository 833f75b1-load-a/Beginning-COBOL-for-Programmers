IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Location-Init.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT StockFile ASSIGN TO "stock_files.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS GadgetID
		ALTERNATE RECORD KEY IS GadgetName WITH DUPLICATES
		FILE STATUS IS WS-Stock-Status.
	SELECT StockLocationFile ASSIGN TO "stock_locations.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LocKey
		FILE STATUS IS WS-Location-Status.

DATA DIVISION.
FILE SECTION.
FD StockFile.
	COPY "ITEMREC.CPY".

FD StockLocationFile.
	COPY "STOCKLOC.CPY".

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Location-Status	PIC XX.
01 WS-Warehouse		PIC X(4) VALUE SPACES.

01 WS-Loaded-Count	PIC 9(6) VALUE ZERO.
01 WS-Error-Count	PIC 9(6) VALUE ZERO.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

MOVE "GADGET-LOCINIT" TO ParmReqProgram
MOVE "WAREHOUSE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found OR ParmReqValue = SPACES OR ParmReqValue (5:16) NOT = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-LOCINIT WAREHOUSE MISSING OR LONGER THAN 4 CHARACTERS - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
MOVE ParmReqValue (1:4) TO WS-Warehouse

OPEN INPUT StockLocationFile
IF WS-Location-Status = "00"
	DISPLAY "ERROR: stock_locations.dat ALREADY EXISTS - RUN ABANDONED"
	CLOSE StockLocationFile
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN INPUT StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN OUTPUT StockLocationFile

PERFORM Read-Stock-Record
PERFORM Load-Stock-Location UNTIL EndOfFile

CLOSE StockLocationFile
CLOSE StockFile

PERFORM Record-Run-End

DISPLAY "LOCATION LOAD COMPLETE: " WS-Loaded-Count " ITEMS PLACED IN WAREHOUSE " WS-Warehouse
DISPLAY "  ERRORS: " WS-Error-Count

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-LOCINIT" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-LOCINIT RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Loaded-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Read-Stock-Record.
READ StockFile NEXT
	AT END SET EndOfFile TO TRUE
END-READ.

Load-Stock-Location.
MOVE GadgetID TO LocGadgetID
MOVE WS-Warehouse TO LocWarehouse
MOVE GadgetQuantity TO LocQuantity
WRITE StockLocationRecord
	INVALID KEY
		DISPLAY "ERROR: GADGETID " GadgetID " COULD NOT BE WRITTEN TO stock_locations.dat"
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		ADD 1 TO WS-Loaded-Count
END-WRITE
PERFORM Read-Stock-Record.
