IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Ledger-Convert.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OldLedgerFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS OldLedgerKey
		FILE STATUS IS WS-Old-Ledger-Status.
	SELECT LedgerWorkFile ASSIGN TO "stock_movements_conv.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Ledger-Work-Status.
	SELECT MovementFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.

DATA DIVISION.
FILE SECTION.
FD OldLedgerFile.
01 OldLedgerRecord.
	88 EndOfOldLedgerFile VALUE HIGH-VALUES.
	02 OldLedgerKey.
		03 OldLedgerGadgetID	PIC 9(6).
		03 OldLedgerDate	PIC X(8).
		03 OldLedgerTime	PIC X(6).
		03 OldLedgerSeq	PIC 9(3).
	02 OldLedgerType	PIC X.
	02 OldLedgerQtyBefore	PIC 9(4).
	02 OldLedgerQtyAfter	PIC 9(4).
	02 OldLedgerSource	PIC X(16).

FD LedgerWorkFile.
01 LedgerWorkRecord.
	88 EndOfLedgerWorkFile VALUE HIGH-VALUES.
	02 WorkLedgerKey.
		03 WorkLedgerGadgetID	PIC 9(6).
		03 WorkLedgerDate	PIC X(8).
		03 WorkLedgerTime	PIC X(6).
		03 WorkLedgerSeq	PIC 9(3).
	02 WorkLedgerType	PIC X.
	02 WorkLedgerQtyBefore	PIC 9(4).
	02 WorkLedgerQtyAfter	PIC 9(4).
	02 WorkLedgerSource	PIC X(16).

FD MovementFile.
	COPY "MOVEREC.CPY".

WORKING-STORAGE SECTION.
01 WS-Old-Ledger-Status	PIC XX.
01 WS-Ledger-Work-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Unloaded-Count	PIC 9(6) VALUE ZERO.
01 WS-Converted-Count	PIC 9(6) VALUE ZERO.
01 WS-Rejected-Count	PIC 9(6) VALUE ZERO.

COPY "RUNCTL.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

OPEN INPUT OldLedgerFile
IF WS-Old-Ledger-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_movements.dat IN THE OLD LAYOUT (STATUS " WS-Old-Ledger-Status ") - LEDGER NOT CONVERTED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN OUTPUT LedgerWorkFile
IF WS-Ledger-Work-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_movements_conv.txt (STATUS " WS-Ledger-Work-Status ") - LEDGER NOT CONVERTED"
	CLOSE OldLedgerFile
	PERFORM Record-Run-Error
	STOP RUN
END-IF

PERFORM Read-Old-Ledger
PERFORM Unload-Old-Movement UNTIL EndOfOldLedgerFile

CLOSE OldLedgerFile
CLOSE LedgerWorkFile

IF WS-Unloaded-Count = ZERO
	DISPLAY "ERROR: NO MOVEMENTS READ FROM stock_movements.dat - LEDGER LEFT AS IT WAS"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN INPUT LedgerWorkFile
OPEN OUTPUT MovementFile
IF WS-Movement-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO REBUILD stock_movements.dat (STATUS " WS-Movement-Status ") - OLD MOVEMENTS KEPT IN stock_movements_conv.txt"
	CLOSE LedgerWorkFile
	PERFORM Record-Run-Error
	STOP RUN
END-IF

PERFORM Read-Ledger-Work
PERFORM Convert-Movement UNTIL EndOfLedgerWorkFile

CLOSE LedgerWorkFile
CLOSE MovementFile

PERFORM Record-Run-End

DISPLAY "LEDGER CONVERSION COMPLETE"
DISPLAY "  READ FROM OLD LEDGER: " WS-Unloaded-Count
DISPLAY "  WRITTEN TO NEW LEDGER: " WS-Converted-Count
IF WS-Rejected-Count > ZERO
	DISPLAY "  NOT WRITTEN: " WS-Rejected-Count
END-IF
DISPLAY "OLD MOVEMENTS KEPT IN stock_movements_conv.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-LEDGERCNV" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-LEDGERCNV RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Converted-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Read-Old-Ledger.
READ OldLedgerFile NEXT RECORD
	AT END SET EndOfOldLedgerFile TO TRUE
END-READ.

Unload-Old-Movement.
MOVE OldLedgerRecord TO LedgerWorkRecord
WRITE LedgerWorkRecord
ADD 1 TO WS-Unloaded-Count

PERFORM Read-Old-Ledger.

Read-Ledger-Work.
READ LedgerWorkFile
	AT END SET EndOfLedgerWorkFile TO TRUE
END-READ.

Convert-Movement.
MOVE WorkLedgerKey TO MovementKey
MOVE WorkLedgerType TO MovementType
MOVE WorkLedgerQtyBefore TO MovementQtyBefore
MOVE WorkLedgerQtyAfter TO MovementQtyAfter
MOVE WorkLedgerSource TO MovementSource
MOVE ZERO TO MovementUnitCost
MOVE SPACES TO MovementWarehouse
MOVE ZERO TO MovementLocQtyBefore
MOVE ZERO TO MovementLocQtyAfter
MOVE SPACES TO MovementOperatorID
MOVE SPACES TO MovementApproverID

WRITE MovementRecord
	INVALID KEY
		DISPLAY "ERROR: MOVEMENT " WorkLedgerKey " OUT OF SEQUENCE OR DUPLICATE - NOT WRITTEN"
		ADD 1 TO WS-Rejected-Count
	NOT INVALID KEY
		ADD 1 TO WS-Converted-Count
END-WRITE

PERFORM Read-Ledger-Work.
