IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Cycle-Count.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SnapshotFile ASSIGN TO "stock_snapshot.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Snapshot-Status.
	SELECT MovementFile ASSIGN TO "stock_movements.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MovementKey
		FILE STATUS IS WS-Movement-Status.
	SELECT ArchiveIndexFile ASSIGN TO "movement_archives.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Archive-Index-Status.
	SELECT ArchiveFile ASSIGN TO WS-Archive-File-Name ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Archive-Status.
	SELECT UsageSortFile ASSIGN TO "usage_sort.tmp".
	SELECT UsageWorkFile ASSIGN TO "count_usage_work.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RankSortFile ASSIGN TO "rank_sort.tmp".
	SELECT CountCalendarFile ASSIGN TO "count_calendar.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CalGadgetID
		FILE STATUS IS WS-Calendar-Status.
	SELECT CountSheetFile ASSIGN TO "count_sheets.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SnapshotFile.
	COPY "SNAPREC.CPY".

FD MovementFile.
	COPY "MOVEREC.CPY".

FD ArchiveIndexFile.
01 ArchiveIndexRecord.
	88 EndOfArchiveIndex VALUE HIGH-VALUES.
	02 ArchiveFileName	PIC X(40).

FD ArchiveFile.
	COPY "MOVEREC.CPY" REPLACING EndOfMovementFile BY EndOfArchiveFile
		LEADING ==Movement== BY ==Arch==.

SD UsageSortFile.
01 UsageSortRecord.
	88 EndOfUsageSort VALUE HIGH-VALUES.
	02 UseSort-GadgetID	PIC 9(6).
	02 UseSort-Source	PIC X.
		88 UseSort-Snapshot VALUE "1".
		88 UseSort-Issue VALUE "2".
	02 UseSort-Name		PIC X(30).
	02 UseSort-UnitCost	PIC 9(4)V99.
	02 UseSort-Qty		PIC 9(5).

FD UsageWorkFile.
01 UsageWorkRecord.
	02 UseWork-GadgetID	PIC 9(6).
	02 UseWork-Name		PIC X(30).
	02 UseWork-AnnualQty	PIC 9(7).
	02 UseWork-AnnualValue	PIC 9(11)V99.

SD RankSortFile.
01 RankSortRecord.
	88 EndOfRankSort VALUE HIGH-VALUES.
	02 RankSort-GadgetID	PIC 9(6).
	02 RankSort-Name	PIC X(30).
	02 RankSort-AnnualQty	PIC 9(7).
	02 RankSort-AnnualValue	PIC 9(11)V99.

FD CountCalendarFile.
	COPY "CNTCAL.CPY".

FD CountSheetFile.
01 CountSheetLine	PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Snapshot-Status	PIC XX.
01 WS-Movement-Status	PIC XX.
01 WS-Archive-Index-Status PIC XX.
01 WS-Archive-Status	PIC XX.
01 WS-Calendar-Status	PIC XX.
01 WS-Archive-File-Name	PIC X(40).

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).
01 WS-Date-Num		PIC 9(8).
01 WS-Run-Day-Int	PIC 9(7).
01 WS-Due-Day-Int	PIC 9(7).
01 WS-Window-Date	PIC X(8).
01 WS-Snapshot-Date	PIC X(8) VALUE SPACES.

01 WS-A-Percent		PIC 9(3) VALUE 80.
01 WS-B-Percent		PIC 9(3) VALUE 95.
01 WS-A-Days		PIC 9(3) VALUE 30.
01 WS-B-Days		PIC 9(3) VALUE 91.
01 WS-C-Days		PIC 9(3) VALUE 365.
01 WS-Parm-Number	PIC 9(3) VALUE ZERO.

01 WS-Current-GadgetID	PIC 9(6) VALUE ZERO.
01 WS-Current-Name	PIC X(30) VALUE SPACES.
01 WS-Current-Cost	PIC 9(4)V99 VALUE ZERO.
01 WS-Current-Qty	PIC 9(7) VALUE ZERO.
01 WS-On-Snapshot-Switch PIC X VALUE "N".
	88 On-Snapshot VALUE "Y".

01 WS-Grand-Total	PIC 9(13)V99 VALUE ZERO.
01 WS-Cum-Value		PIC 9(13)V99 VALUE ZERO.
01 WS-Cum-Percent	PIC 9(3)V99 VALUE ZERO.

01 WS-New-Class		PIC X.
01 WS-Cycle-Days	PIC 9(3) VALUE ZERO.
01 WS-Class-Position	PIC 9(6) VALUE ZERO.
01 WS-Spread-Days	PIC 9(3) VALUE ZERO.
01 WS-Spread-Date	PIC X(8).

01 WS-Calendar-Done-Switch PIC X VALUE "N".
	88 Calendar-Done VALUE "Y".

01 WS-Item-Count	PIC 9(6) VALUE ZERO.
01 WS-A-Count		PIC 9(6) VALUE ZERO.
01 WS-B-Count		PIC 9(6) VALUE ZERO.
01 WS-C-Count		PIC 9(6) VALUE ZERO.
01 WS-New-Count		PIC 9(6) VALUE ZERO.
01 WS-Reclass-Count	PIC 9(6) VALUE ZERO.
01 WS-Sheet-Count	PIC 9(6) VALUE ZERO.
01 WS-Overdue-Count	PIC 9(6) VALUE ZERO.
01 WS-Error-Count	PIC 9(6) VALUE ZERO.

01 WS-Sheet-Date-Line.
	02 FILLER		PIC X(16) VALUE "COUNT DATE:     ".
	02 Sht-Run-Date		PIC X(8).
	02 FILLER		PIC X(18) VALUE "   SNAPSHOT DATE: ".
	02 Sht-Snapshot-Date	PIC X(8).
01 WS-Sheet-Column-Line	PIC X(96) VALUE
	"ID     ITEM                           CLASS DUE DATE  COUNTED QTY COUNTED BY CHECKED BY REMARK".
01 WS-Sheet-Detail-Line.
	02 Sht-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Sht-GadgetName	PIC X(30).
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Sht-Class		PIC X.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Sht-Due-Date		PIC X(8).
	02 FILLER		PIC X(2) VALUE SPACES.
	02 FILLER		PIC X(11) VALUE "___________".
	02 FILLER		PIC X VALUE SPACE.
	02 FILLER		PIC X(10) VALUE "__________".
	02 FILLER		PIC X VALUE SPACE.
	02 FILLER		PIC X(10) VALUE "__________".
	02 FILLER		PIC X VALUE SPACE.
	02 Sht-Remark		PIC X(20).
01 WS-Sheet-Count-Line.
	02 Sht-Count-Label	PIC X(28).
	02 Sht-Count-Value	PIC ZZZZZ9.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date
MOVE WS-Run-Date TO WS-Date-Num
COMPUTE WS-Run-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)
COMPUTE WS-Due-Day-Int = WS-Run-Day-Int - 365
COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER (WS-Due-Day-Int)
MOVE WS-Date-Num TO WS-Window-Date

OPEN INPUT SnapshotFile
IF WS-Snapshot-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_snapshot.txt (STATUS " WS-Snapshot-Status ") - RUN Gadget-Snapshot FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE SnapshotFile

OPEN I-O CountCalendarFile
IF WS-Calendar-Status = "35"
	OPEN OUTPUT CountCalendarFile
	CLOSE CountCalendarFile
	OPEN I-O CountCalendarFile
END-IF
IF WS-Calendar-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN count_calendar.dat (STATUS " WS-Calendar-Status ") - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN OUTPUT UsageWorkFile
SORT UsageSortFile
	ON ASCENDING KEY UseSort-GadgetID UseSort-Source
	INPUT PROCEDURE IS Gather-Usage-Input
	OUTPUT PROCEDURE IS Total-Item-Usage
CLOSE UsageWorkFile

SORT RankSortFile
	ON DESCENDING KEY RankSort-AnnualValue
	ON ASCENDING KEY RankSort-GadgetID
	USING UsageWorkFile
	OUTPUT PROCEDURE IS Classify-Items

OPEN OUTPUT CountSheetFile
PERFORM Print-Count-Sheets
CLOSE CountSheetFile

CLOSE CountCalendarFile

PERFORM Record-Run-End

DISPLAY "CYCLE COUNT PLANNING COMPLETE"
DISPLAY "  ITEMS CLASSIFIED: " WS-Item-Count
DISPLAY "  CLASS A:          " WS-A-Count
DISPLAY "  CLASS B:          " WS-B-Count
DISPLAY "  CLASS C:          " WS-C-Count
DISPLAY "  NEW TO CALENDAR:  " WS-New-Count
DISPLAY "  RECLASSIFIED:     " WS-Reclass-Count
DISPLAY "  ON COUNT SHEET:   " WS-Sheet-Count
DISPLAY "  OVERDUE:          " WS-Overdue-Count
DISPLAY "  ERRORS:           " WS-Error-Count
DISPLAY "COUNT SHEETS WRITTEN TO count_sheets.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-CYCLECNT" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-CYCLECNT RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Sheet-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE "A-PERCENT" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-A-Percent
END-IF
MOVE "B-PERCENT" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-B-Percent
END-IF
MOVE "A-DAYS" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-A-Days
END-IF
MOVE "B-DAYS" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-B-Days
END-IF
MOVE "C-DAYS" TO ParmReqName
PERFORM Get-Optional-Parameter
IF Parm-Found
	MOVE WS-Parm-Number TO WS-C-Days
END-IF

IF WS-A-Percent = ZERO OR WS-A-Percent > WS-B-Percent OR WS-B-Percent > 100
	DISPLAY "ERROR: RUN PARAMETERS GADGET-CYCLECNT A-PERCENT " WS-A-Percent " B-PERCENT " WS-B-Percent " INVALID - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
IF WS-A-Days = ZERO OR WS-B-Days = ZERO OR WS-C-Days = ZERO
	DISPLAY "ERROR: RUN PARAMETERS GADGET-CYCLECNT A-DAYS, B-DAYS AND C-DAYS MUST NOT BE ZERO - RUN ABANDONED"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
DISPLAY "CLASS A TO " WS-A-Percent "% EVERY " WS-A-Days " DAYS, CLASS B TO " WS-B-Percent "% EVERY " WS-B-Days " DAYS, CLASS C EVERY " WS-C-Days " DAYS".

Get-Optional-Parameter.
MOVE "GADGET-CYCLECNT" TO ParmReqProgram
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found
	IF FUNCTION TEST-NUMVAL (ParmReqValue) NOT = 0
		DISPLAY "ERROR: RUN PARAMETER GADGET-CYCLECNT " FUNCTION TRIM (ParmReqName) " NOT NUMERIC: " ParmReqValue " - RUN ABANDONED"
		PERFORM Record-Run-Error
		STOP RUN
	END-IF
	COMPUTE WS-Parm-Number = FUNCTION NUMVAL (ParmReqValue)
END-IF.

Gather-Usage-Input.
PERFORM Release-Snapshot-Items
PERFORM Release-Archived-Movements
PERFORM Release-Current-Movements.

Release-Snapshot-Items.
OPEN INPUT SnapshotFile
PERFORM Read-Snapshot-Record
PERFORM Release-Snapshot-Item UNTIL EndOfSnapshotFile
CLOSE SnapshotFile.

Read-Snapshot-Record.
READ SnapshotFile
	AT END SET EndOfSnapshotFile TO TRUE
END-READ.

Release-Snapshot-Item.
IF Snap-Detail
	MOVE SnapshotDate TO WS-Snapshot-Date
	MOVE SnapGadgetID TO UseSort-GadgetID
	MOVE "1" TO UseSort-Source
	MOVE SnapGadgetName TO UseSort-Name
	MOVE SnapUnitCost TO UseSort-UnitCost
	MOVE ZERO TO UseSort-Qty
	RELEASE UsageSortRecord
END-IF
PERFORM Read-Snapshot-Record.

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
IF Arch-Issue AND ArchDate NOT < WS-Window-Date AND ArchDate NOT > WS-Run-Date
	AND ArchQtyBefore > ArchQtyAfter
	MOVE ArchGadgetID TO UseSort-GadgetID
	MOVE "2" TO UseSort-Source
	MOVE SPACES TO UseSort-Name
	MOVE ZERO TO UseSort-UnitCost
	COMPUTE UseSort-Qty = ArchQtyBefore - ArchQtyAfter
	RELEASE UsageSortRecord
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
IF Movement-Issue AND MovementDate NOT < WS-Window-Date AND MovementDate NOT > WS-Run-Date
	AND MovementQtyBefore > MovementQtyAfter
	MOVE MovementGadgetID TO UseSort-GadgetID
	MOVE "2" TO UseSort-Source
	MOVE SPACES TO UseSort-Name
	MOVE ZERO TO UseSort-UnitCost
	COMPUTE UseSort-Qty = MovementQtyBefore - MovementQtyAfter
	RELEASE UsageSortRecord
END-IF
PERFORM Read-Current-Movement.

Total-Item-Usage.
MOVE ZERO TO WS-Current-GadgetID
MOVE "N" TO WS-On-Snapshot-Switch
PERFORM Return-Usage-Record
PERFORM Accumulate-Usage UNTIL EndOfUsageSort
PERFORM Write-Item-Usage.

Return-Usage-Record.
RETURN UsageSortFile
	AT END SET EndOfUsageSort TO TRUE
END-RETURN.

Accumulate-Usage.
IF UseSort-GadgetID NOT = WS-Current-GadgetID
	PERFORM Write-Item-Usage
	MOVE UseSort-GadgetID TO WS-Current-GadgetID
	MOVE "N" TO WS-On-Snapshot-Switch
	MOVE ZERO TO WS-Current-Qty
END-IF

IF UseSort-Snapshot
	MOVE "Y" TO WS-On-Snapshot-Switch
	MOVE UseSort-Name TO WS-Current-Name
	MOVE UseSort-UnitCost TO WS-Current-Cost
ELSE
	ADD UseSort-Qty TO WS-Current-Qty
END-IF

PERFORM Return-Usage-Record.

Write-Item-Usage.
IF On-Snapshot
	MOVE WS-Current-GadgetID TO UseWork-GadgetID
	MOVE WS-Current-Name TO UseWork-Name
	MOVE WS-Current-Qty TO UseWork-AnnualQty
	COMPUTE UseWork-AnnualValue = WS-Current-Qty * WS-Current-Cost
	ADD UseWork-AnnualValue TO WS-Grand-Total
	WRITE UsageWorkRecord
END-IF.

Classify-Items.
MOVE ZERO TO WS-Cum-Value
PERFORM Return-Rank-Record
PERFORM Classify-Item UNTIL EndOfRankSort.

Return-Rank-Record.
RETURN RankSortFile
	AT END SET EndOfRankSort TO TRUE
END-RETURN.

Classify-Item.
IF RankSort-AnnualValue = ZERO OR WS-Grand-Total = ZERO
	MOVE 100 TO WS-Cum-Percent
ELSE
	COMPUTE WS-Cum-Percent = WS-Cum-Value * 100 / WS-Grand-Total
END-IF
ADD RankSort-AnnualValue TO WS-Cum-Value

EVALUATE TRUE
WHEN WS-Cum-Percent < WS-A-Percent
	MOVE "A" TO WS-New-Class
	MOVE WS-A-Days TO WS-Cycle-Days
	ADD 1 TO WS-A-Count
	MOVE WS-A-Count TO WS-Class-Position
WHEN WS-Cum-Percent < WS-B-Percent
	MOVE "B" TO WS-New-Class
	MOVE WS-B-Days TO WS-Cycle-Days
	ADD 1 TO WS-B-Count
	MOVE WS-B-Count TO WS-Class-Position
WHEN OTHER
	MOVE "C" TO WS-New-Class
	MOVE WS-C-Days TO WS-Cycle-Days
	ADD 1 TO WS-C-Count
	MOVE WS-C-Count TO WS-Class-Position
END-EVALUATE
ADD 1 TO WS-Item-Count

COMPUTE WS-Spread-Days = FUNCTION MOD (WS-Class-Position - 1, WS-Cycle-Days)
COMPUTE WS-Due-Day-Int = WS-Run-Day-Int + WS-Spread-Days
COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER (WS-Due-Day-Int)
MOVE WS-Date-Num TO WS-Spread-Date

MOVE RankSort-GadgetID TO CalGadgetID
READ CountCalendarFile
	INVALID KEY
		PERFORM Add-Calendar-Entry
	NOT INVALID KEY
		PERFORM Update-Calendar-Entry
END-READ

PERFORM Return-Rank-Record.

Add-Calendar-Entry.
MOVE RankSort-GadgetID TO CalGadgetID
MOVE RankSort-Name TO CalGadgetName
MOVE WS-New-Class TO CalClass
MOVE RankSort-AnnualValue TO CalAnnualValue
MOVE WS-Cycle-Days TO CalCycleDays
MOVE WS-Run-Date TO CalClassifiedDate
MOVE WS-Spread-Date TO CalNextDueDate
MOVE SPACES TO CalLastSheetDate
MOVE SPACES TO CalLastCountDate
WRITE CountCalendarRecord
	INVALID KEY
		DISPLAY "ERROR: GADGETID " RankSort-GadgetID " COULD NOT BE ADDED TO count_calendar.dat"
		ADD 1 TO WS-Error-Count
	NOT INVALID KEY
		ADD 1 TO WS-New-Count
END-WRITE.

Update-Calendar-Entry.
IF CalClass NOT = WS-New-Class
	ADD 1 TO WS-Reclass-Count
	MOVE WS-New-Class TO CalClass
	MOVE WS-Cycle-Days TO CalCycleDays
	IF CalLastCountDate = SPACES
		IF WS-Spread-Date < CalNextDueDate
			MOVE WS-Spread-Date TO CalNextDueDate
		END-IF
	ELSE
		MOVE CalLastCountDate TO WS-Date-Num
		COMPUTE WS-Due-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num) + WS-Cycle-Days
		COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER (WS-Due-Day-Int)
		MOVE WS-Date-Num TO CalNextDueDate
	END-IF
END-IF
MOVE RankSort-Name TO CalGadgetName
MOVE RankSort-AnnualValue TO CalAnnualValue
MOVE WS-Run-Date TO CalClassifiedDate
REWRITE CountCalendarRecord
	INVALID KEY
		DISPLAY "ERROR: GADGETID " RankSort-GadgetID " COULD NOT BE REWRITTEN ON count_calendar.dat"
		ADD 1 TO WS-Error-Count
END-REWRITE.

Print-Count-Sheets.
MOVE "CYCLE COUNT SHEET - DO NOT ENTER QUANTITIES FROM THE SYSTEM" TO CountSheetLine
WRITE CountSheetLine
MOVE WS-Run-Date TO Sht-Run-Date
MOVE WS-Snapshot-Date TO Sht-Snapshot-Date
WRITE CountSheetLine FROM WS-Sheet-Date-Line
MOVE SPACES TO CountSheetLine
WRITE CountSheetLine
WRITE CountSheetLine FROM WS-Sheet-Column-Line

MOVE "N" TO WS-Calendar-Done-Switch
MOVE ZERO TO CalGadgetID
START CountCalendarFile KEY IS NOT LESS THAN CalGadgetID
	INVALID KEY MOVE "Y" TO WS-Calendar-Done-Switch
END-START
PERFORM Read-Calendar-Next
PERFORM Schedule-Calendar-Item UNTIL Calendar-Done

MOVE SPACES TO CountSheetLine
WRITE CountSheetLine
MOVE "ITEMS TO COUNT              " TO Sht-Count-Label
MOVE WS-Sheet-Count TO Sht-Count-Value
WRITE CountSheetLine FROM WS-Sheet-Count-Line
MOVE "OVERDUE FROM EARLIER SHEETS " TO Sht-Count-Label
MOVE WS-Overdue-Count TO Sht-Count-Value
WRITE CountSheetLine FROM WS-Sheet-Count-Line.

Read-Calendar-Next.
IF NOT Calendar-Done
	READ CountCalendarFile NEXT
		AT END MOVE "Y" TO WS-Calendar-Done-Switch
	END-READ
END-IF.

Schedule-Calendar-Item.
IF CalClassifiedDate = WS-Run-Date AND CalNextDueDate NOT > WS-Run-Date
	MOVE CalGadgetID TO Sht-GadgetID
	MOVE CalGadgetName TO Sht-GadgetName
	MOVE CalClass TO Sht-Class
	MOVE CalNextDueDate TO Sht-Due-Date
	IF CalLastSheetDate NOT = SPACES AND CalLastSheetDate NOT < CalNextDueDate
		AND CalLastSheetDate < WS-Run-Date
		MOVE "OVERDUE - RECOUNT" TO Sht-Remark
		ADD 1 TO WS-Overdue-Count
	ELSE
		MOVE SPACES TO Sht-Remark
	END-IF
	WRITE CountSheetLine FROM WS-Sheet-Detail-Line
	ADD 1 TO WS-Sheet-Count
	MOVE WS-Run-Date TO CalLastSheetDate
	REWRITE CountCalendarRecord
		INVALID KEY
			DISPLAY "ERROR: GADGETID " CalGadgetID " COULD NOT BE REWRITTEN ON count_calendar.dat"
			ADD 1 TO WS-Error-Count
	END-REWRITE
END-IF
PERFORM Read-Calendar-Next.
