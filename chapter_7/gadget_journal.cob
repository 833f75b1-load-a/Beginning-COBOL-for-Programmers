IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-GL-Journal.
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
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.
	SELECT ArchiveIndexFile ASSIGN TO "movement_archives.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Archive-Index-Status.
	SELECT ArchiveFile ASSIGN TO WS-Archive-File-Name ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Archive-Status.
	SELECT JournalSortFile ASSIGN TO "journal_sort.tmp".
	SELECT JournalFile ASSIGN TO "gl_journal.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT HighWaterFile ASSIGN TO "journal_hwm.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HighWater-Status.

DATA DIVISION.
FILE SECTION.
FD StockFile.
	COPY "ITEMREC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".

FD ArchiveIndexFile.
01 ArchiveIndexRecord.
	88 EndOfArchiveIndex VALUE HIGH-VALUES.
	02 ArchiveFileName	PIC X(40).

FD ArchiveFile.
	COPY "MOVEREC.CPY" REPLACING EndOfMovementFile BY EndOfArchiveFile
		LEADING ==Movement== BY ==Arch==.

SD JournalSortFile.
	COPY "MOVEREC.CPY" REPLACING EndOfMovementFile BY EndOfJournalSort
		LEADING ==Movement== BY ==JnlSort==.

FD JournalFile.
01 JournalHeaderRecord.
	02 JnlHdrType		PIC X.
	02 JnlHdrBatch		PIC 9(6).
	02 JnlHdrRunDate	PIC X(8).
	02 JnlHdrFromStamp	PIC X(14).
	02 JnlHdrToStamp	PIC X(14).
01 JournalDetailRecord.
	02 JnlType		PIC X.
	02 JnlBatch		PIC 9(6).
	02 JnlLineNumber	PIC 9(6).
	02 JnlAccount		PIC X(10).
	02 JnlDebitCredit	PIC X.
	02 JnlAmount		PIC 9(9)V99.
	02 JnlGadgetID		PIC 9(6).
	02 JnlMovementDate	PIC X(8).
	02 JnlMovementType	PIC X.
	02 JnlQty		PIC 9(5).
	02 JnlUnitCost		PIC 9(4)V99.
	02 JnlSource		PIC X(16).
01 JournalTrailerRecord.
	02 JnlTrlType		PIC X.
	02 JnlTrlBatch		PIC 9(6).
	02 JnlTrlLineCount	PIC 9(6).
	02 JnlTrlDebitTotal	PIC 9(11)V99.
	02 JnlTrlCreditTotal	PIC 9(11)V99.

FD HighWaterFile.
01 HighWaterRecord.
	02 HWMBatchNumber	PIC 9(6).
	02 HWMStamp		PIC X(14).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Archive-Index-Status PIC XX.
01 WS-Archive-Status	PIC XX.
01 WS-HighWater-Status	PIC XX.
01 WS-Archive-File-Name	PIC X(40).

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-From-Stamp	PIC X(14) VALUE SPACES.
01 WS-To-Stamp		PIC X(14) VALUE SPACES.
01 WS-Batch-Number	PIC 9(6) VALUE ZERO.

01 WS-Inventory-Account	PIC X(10) VALUE SPACES.
01 WS-GRNI-Account	PIC X(10) VALUE SPACES.
01 WS-COGS-Account	PIC X(10) VALUE SPACES.
01 WS-Shrink-Account	PIC X(10) VALUE SPACES.
01 WS-Debit-Account	PIC X(10) VALUE SPACES.
01 WS-Credit-Account	PIC X(10) VALUE SPACES.

01 WS-Qty-Delta		PIC S9(5) VALUE ZERO.
01 WS-Qty-Moved		PIC 9(5) VALUE ZERO.
01 WS-Unit-Cost		PIC 9(4)V99 VALUE ZERO.
01 WS-Line-Amount	PIC 9(9)V99 VALUE ZERO.
01 WS-Debit-Total	PIC 9(11)V99 VALUE ZERO.
01 WS-Credit-Total	PIC 9(11)V99 VALUE ZERO.

01 WS-Movement-Count	PIC 9(6) VALUE ZERO.
01 WS-Line-Count	PIC 9(6) VALUE ZERO.
01 WS-No-Value-Count	PIC 9(6) VALUE ZERO.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date
MOVE WS-Current-Timestamp (1:14) TO WS-To-Stamp

PERFORM Load-High-Water-Mark

OPEN INPUT StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN OUTPUT JournalFile

SORT JournalSortFile
	ON ASCENDING KEY JnlSortDate JnlSortTime JnlSortGadgetID JnlSortSeq
	INPUT PROCEDURE IS Gather-Journal-Input
	OUTPUT PROCEDURE IS Produce-Journal

CLOSE JournalFile
CLOSE StockFile

IF WS-Debit-Total NOT = WS-Credit-Total
	DISPLAY "ERROR: JOURNAL BATCH " WS-Batch-Number " OUT OF BALANCE - DEBITS " WS-Debit-Total " CREDITS " WS-Credit-Total
	DISPLAY "ERROR: HIGH-WATER MARK NOT MOVED - gl_journal.txt MUST NOT BE POSTED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

PERFORM Save-High-Water-Mark

PERFORM Record-Run-End

DISPLAY "GL JOURNAL COMPLETE - BATCH " WS-Batch-Number
DISPLAY "  FROM:             " WS-From-Stamp
DISPLAY "  TO (EXCLUDING):   " WS-To-Stamp
DISPLAY "  MOVEMENTS:        " WS-Movement-Count
DISPLAY "  JOURNAL LINES:    " WS-Line-Count
DISPLAY "  NO VALUE:         " WS-No-Value-Count
DISPLAY "  DEBIT TOTAL:      " WS-Debit-Total
DISPLAY "  CREDIT TOTAL:     " WS-Credit-Total
DISPLAY "JOURNAL WRITTEN TO gl_journal.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-JOURNAL" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-JOURNAL RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Movement-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "INVENTORY-ACCT" TO ParmReqName
PERFORM Get-Account-Parameter
MOVE ParmReqValue TO WS-Inventory-Account
MOVE "GRNI-ACCT" TO ParmReqName
PERFORM Get-Account-Parameter
MOVE ParmReqValue TO WS-GRNI-Account
MOVE "COGS-ACCT" TO ParmReqName
PERFORM Get-Account-Parameter
MOVE ParmReqValue TO WS-COGS-Account
MOVE "SHRINK-ACCT" TO ParmReqName
PERFORM Get-Account-Parameter
MOVE ParmReqValue TO WS-Shrink-Account.

Get-Account-Parameter.
MOVE "GADGET-JOURNAL" TO ParmReqProgram
CALL "Run-Parameters" USING RunParmRequest
IF NOT Parm-Found OR ParmReqValue = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-JOURNAL " FUNCTION TRIM (ParmReqName) " NOT ON run_parameters.txt - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF ParmReqValue (11:10) NOT = SPACES
	DISPLAY "ERROR: RUN PARAMETER GADGET-JOURNAL " FUNCTION TRIM (ParmReqName) " LONGER THAN 10 CHARACTERS: " ParmReqValue " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF.

Load-High-Water-Mark.
OPEN INPUT HighWaterFile
IF WS-HighWater-Status = "00"
	READ HighWaterFile
		AT END CONTINUE
		NOT AT END
			MOVE HWMBatchNumber TO WS-Batch-Number
			MOVE HWMStamp TO WS-From-Stamp
	END-READ
	CLOSE HighWaterFile
END-IF

IF WS-From-Stamp = SPACES
	MOVE "GADGET-JOURNAL" TO ParmReqProgram
	MOVE "START-DATE" TO ParmReqName
	CALL "Run-Parameters" USING RunParmRequest
	IF NOT Parm-Found
		DISPLAY "ERROR: NO journal_hwm.txt AND NO RUN PARAMETER GADGET-JOURNAL START-DATE - RUN ABANDONED"
		PERFORM Record-Run-Error
		STOP RUN
	END-IF
	IF ParmReqValue (1:8) NOT NUMERIC OR ParmReqValue (9:12) NOT = SPACES
		DISPLAY "ERROR: RUN PARAMETER GADGET-JOURNAL START-DATE NOT YYYYMMDD: " ParmReqValue " - RUN ABANDONED"
		PERFORM Record-Run-Error
		STOP RUN
	END-IF
	MOVE ParmReqValue (1:8) TO WS-From-Stamp (1:8)
	MOVE "000000" TO WS-From-Stamp (9:6)
	DISPLAY "NO journal_hwm.txt - FIRST JOURNAL STARTS FROM START-DATE " ParmReqValue (1:8)
END-IF

IF WS-From-Stamp NOT < WS-To-Stamp
	DISPLAY "ERROR: HIGH-WATER MARK " WS-From-Stamp " IS NOT BEFORE RUN TIME " WS-To-Stamp " - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

ADD 1 TO WS-Batch-Number.

Save-High-Water-Mark.
OPEN OUTPUT HighWaterFile
MOVE WS-Batch-Number TO HWMBatchNumber
MOVE WS-To-Stamp TO HWMStamp
WRITE HighWaterRecord
CLOSE HighWaterFile.

Gather-Journal-Input.
PERFORM Release-Archived-Movements
PERFORM Release-Current-Movements.

Release-Archived-Movements.
OPEN INPUT ArchiveIndexFile
IF WS-Archive-Index-Status = "00"
	PERFORM Read-Archive-Index
	PERFORM Release-Archive-File UNTIL EndOfArchiveIndex
	CLOSE ArchiveIndexFile
END-IF.

Read-Archive-Index.
READ ArchiveIndexFile
	AT END SET EndOfArchiveIndex TO TRUE
END-READ.

Release-Archive-File.
MOVE ArchiveFileName TO WS-Archive-File-Name
OPEN INPUT ArchiveFile
IF WS-Archive-Status NOT = "00"
	DISPLAY "WARNING: UNABLE TO OPEN ARCHIVE " FUNCTION TRIM (WS-Archive-File-Name) " (STATUS " WS-Archive-Status ") - SKIPPED"
ELSE
	PERFORM Read-Archive-Movement
	PERFORM Release-Archive-Movement UNTIL EndOfArchiveFile
	CLOSE ArchiveFile
END-IF
PERFORM Read-Archive-Index.

Read-Archive-Movement.
READ ArchiveFile
	AT END SET EndOfArchiveFile TO TRUE
END-READ.

Release-Archive-Movement.
IF ArchKey (7:14) NOT < WS-From-Stamp AND ArchKey (7:14) < WS-To-Stamp
	MOVE ArchRecord TO JnlSortRecord
	RELEASE JnlSortRecord
END-IF
PERFORM Read-Archive-Movement.

Release-Current-Movements.
OPEN INPUT MovementFile
IF WS-Movement-Status = "00"
	PERFORM Read-Current-Movement
	PERFORM Release-Current-Movement UNTIL EndOfMovementFile
	CLOSE MovementFile
END-IF.

Read-Current-Movement.
READ MovementFile NEXT
	AT END SET EndOfMovementFile TO TRUE
END-READ.

Release-Current-Movement.
IF MovementKey (7:14) NOT < WS-From-Stamp AND MovementKey (7:14) < WS-To-Stamp
	MOVE MovementRecord TO JnlSortRecord
	RELEASE JnlSortRecord
END-IF
PERFORM Read-Current-Movement.

Produce-Journal.
MOVE SPACES TO JournalHeaderRecord
MOVE "H" TO JnlHdrType
MOVE WS-Batch-Number TO JnlHdrBatch
MOVE WS-Run-Date TO JnlHdrRunDate
MOVE WS-From-Stamp TO JnlHdrFromStamp
MOVE WS-To-Stamp TO JnlHdrToStamp
WRITE JournalHeaderRecord

PERFORM Return-Journal-Movement
PERFORM Journal-Movement UNTIL EndOfJournalSort

MOVE SPACES TO JournalTrailerRecord
MOVE "T" TO JnlTrlType
MOVE WS-Batch-Number TO JnlTrlBatch
MOVE WS-Line-Count TO JnlTrlLineCount
MOVE WS-Debit-Total TO JnlTrlDebitTotal
MOVE WS-Credit-Total TO JnlTrlCreditTotal
WRITE JournalTrailerRecord.

Return-Journal-Movement.
RETURN JournalSortFile
	AT END SET EndOfJournalSort TO TRUE
END-RETURN.

Journal-Movement.
ADD 1 TO WS-Movement-Count
COMPUTE WS-Qty-Delta = JnlSortQtyAfter - JnlSortQtyBefore
IF WS-Qty-Delta < ZERO
	COMPUTE WS-Qty-Moved = ZERO - WS-Qty-Delta
ELSE
	MOVE WS-Qty-Delta TO WS-Qty-Moved
END-IF

PERFORM Find-Unit-Cost
COMPUTE WS-Line-Amount = WS-Qty-Moved * WS-Unit-Cost

IF WS-Line-Amount = ZERO
	ADD 1 TO WS-No-Value-Count
ELSE
	PERFORM Choose-Accounts
	MOVE WS-Debit-Account TO JnlAccount
	MOVE "D" TO JnlDebitCredit
	PERFORM Write-Journal-Line
	ADD WS-Line-Amount TO WS-Debit-Total
	MOVE WS-Credit-Account TO JnlAccount
	MOVE "C" TO JnlDebitCredit
	PERFORM Write-Journal-Line
	ADD WS-Line-Amount TO WS-Credit-Total
END-IF

PERFORM Return-Journal-Movement.

Find-Unit-Cost.
IF JnlSortUnitCost NUMERIC AND JnlSortUnitCost > ZERO
	MOVE JnlSortUnitCost TO WS-Unit-Cost
ELSE
	MOVE JnlSortGadgetID TO GadgetID
	READ StockFile
		INVALID KEY
			DISPLAY "WARNING: GADGETID " JnlSortGadgetID " MOVEMENT ON " JnlSortDate " HAS NO UNIT COST AND IS NOT ON STOCKFILE - NOT VALUED"
			MOVE ZERO TO WS-Unit-Cost
		NOT INVALID KEY
			MOVE GadgetUnitCost TO WS-Unit-Cost
	END-READ
END-IF.

Choose-Accounts.
EVALUATE TRUE
WHEN JnlSort-Receipt
	MOVE WS-GRNI-Account TO WS-Credit-Account
WHEN JnlSort-Issue AND JnlSortSource = "GADGET-DESPATCH"
	MOVE WS-COGS-Account TO WS-Credit-Account
WHEN JnlSort-Return
	MOVE WS-COGS-Account TO WS-Credit-Account
WHEN OTHER
	MOVE WS-Shrink-Account TO WS-Credit-Account
END-EVALUATE
MOVE WS-Inventory-Account TO WS-Debit-Account

IF WS-Qty-Delta < ZERO
	MOVE WS-Credit-Account TO WS-Debit-Account
	MOVE WS-Inventory-Account TO WS-Credit-Account
END-IF.

Write-Journal-Line.
ADD 1 TO WS-Line-Count
MOVE "D" TO JnlType
MOVE WS-Batch-Number TO JnlBatch
MOVE WS-Line-Count TO JnlLineNumber
MOVE WS-Line-Amount TO JnlAmount
MOVE JnlSortGadgetID TO JnlGadgetID
MOVE JnlSortDate TO JnlMovementDate
MOVE JnlSortType TO JnlMovementType
MOVE WS-Qty-Moved TO JnlQty
MOVE WS-Unit-Cost TO JnlUnitCost
MOVE JnlSortSource TO JnlSource
WRITE JournalDetailRecord.
