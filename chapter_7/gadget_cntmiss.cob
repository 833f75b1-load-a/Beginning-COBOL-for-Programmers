IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-Count-Missed.
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
	SELECT CountCalendarFile ASSIGN TO "count_calendar.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS CalGadgetID
		FILE STATUS IS WS-Calendar-Status.
	SELECT MissedReportFile ASSIGN TO "count_missed_report.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockFile.
	COPY "ITEMREC.CPY".

FD CountCalendarFile.
	COPY "CNTCAL.CPY".

FD MissedReportFile.
01 MissedReportLine	PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Stock-Status	PIC XX.
01 WS-Calendar-Status	PIC XX.

01 WS-Current-Timestamp	PIC X(21).
01 WS-As-At-Date	PIC X(8).
01 WS-Quarter-Start	PIC X(8).
01 WS-Quarter-Month	PIC 99.
01 WS-Quarter-Index	PIC 9.
01 WS-Date-Num		PIC 9(8).
01 WS-As-At-Day-Int	PIC 9(7).
01 WS-Due-Day-Int	PIC 9(7).
01 WS-Days-Late		PIC 9(5) VALUE ZERO.

01 WS-Calendar-Count	PIC 9(6) VALUE ZERO.
01 WS-Counted-Count	PIC 9(6) VALUE ZERO.
01 WS-Missed-Count	PIC 9(6) VALUE ZERO.
01 WS-Missed-A-Count	PIC 9(6) VALUE ZERO.
01 WS-Missed-B-Count	PIC 9(6) VALUE ZERO.
01 WS-Missed-C-Count	PIC 9(6) VALUE ZERO.
01 WS-Missed-Quarter-Count PIC 9(6) VALUE ZERO.

01 WS-Miss-Date-Line.
	02 FILLER		PIC X(16) VALUE "AS AT:          ".
	02 Miss-As-At-Date	PIC X(8).
	02 FILLER		PIC X(17) VALUE "   QUARTER FROM: ".
	02 Miss-Quarter-Start	PIC X(8).
01 WS-Miss-Column-Line	PIC X(96) VALUE
	"ID     ITEM                           CLASS DUE DATE  ON SHEET  LAST COUNT DAYS LATE REMARK".
01 WS-Miss-Detail-Line.
	02 Miss-GadgetID	PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Miss-GadgetName	PIC X(30).
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Miss-Class		PIC X.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Miss-Due-Date	PIC X(8).
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Miss-Sheet-Date	PIC X(8).
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Miss-Count-Date	PIC X(8).
	02 FILLER		PIC X(5) VALUE SPACES.
	02 Miss-Days-Late	PIC ZZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Miss-Remark		PIC X(22).
01 WS-Miss-Count-Line.
	02 Miss-Count-Label	PIC X(28).
	02 Miss-Count-Value	PIC ZZZZZ9.

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Get-Run-Parameters

MOVE WS-As-At-Date TO WS-Date-Num
COMPUTE WS-As-At-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)
MOVE WS-As-At-Date (5:2) TO WS-Quarter-Month
COMPUTE WS-Quarter-Index = (WS-Quarter-Month - 1) / 3
COMPUTE WS-Quarter-Month = WS-Quarter-Index * 3 + 1
MOVE WS-As-At-Date (1:4) TO WS-Quarter-Start (1:4)
MOVE WS-Quarter-Month TO WS-Quarter-Start (5:2)
MOVE "01" TO WS-Quarter-Start (7:2)

OPEN INPUT CountCalendarFile
IF WS-Calendar-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN count_calendar.dat (STATUS " WS-Calendar-Status ") - RUN Gadget-Cycle-Count FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN INPUT StockFile
IF WS-Stock-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - RUN Gadget-Convert FIRST"
	CLOSE CountCalendarFile
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN OUTPUT MissedReportFile
MOVE "MISSED CYCLE COUNT REPORT" TO MissedReportLine
WRITE MissedReportLine
MOVE WS-As-At-Date TO Miss-As-At-Date
MOVE WS-Quarter-Start TO Miss-Quarter-Start
WRITE MissedReportLine FROM WS-Miss-Date-Line
MOVE SPACES TO MissedReportLine
WRITE MissedReportLine
WRITE MissedReportLine FROM WS-Miss-Column-Line

PERFORM Read-Calendar-Record
PERFORM Check-Calendar-Item UNTIL EndOfCountCalendar

PERFORM Write-Report-Totals

CLOSE MissedReportFile
CLOSE StockFile
CLOSE CountCalendarFile

PERFORM Record-Run-End

DISPLAY "MISSED COUNT REPORT COMPLETE AS AT " WS-As-At-Date
DISPLAY "  ITEMS ON CALENDAR:   " WS-Calendar-Count
DISPLAY "  COUNTED THIS QUARTER:" WS-Counted-Count
DISPLAY "  MISSED COUNTS:       " WS-Missed-Count
DISPLAY "REPORT WRITTEN TO count_missed_report.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-CNTMISS" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-CNTMISS RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Missed-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Get-Run-Parameters.
MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-As-At-Date

MOVE "GADGET-CNTMISS" TO ParmReqProgram
MOVE "AS-AT-DATE" TO ParmReqName
CALL "Run-Parameters" USING RunParmRequest
IF Parm-Found AND ParmReqValue NOT = SPACES
	IF ParmReqValue (1:8) NOT NUMERIC OR ParmReqValue (9:12) NOT = SPACES
		DISPLAY "ERROR: RUN PARAMETER GADGET-CNTMISS AS-AT-DATE NOT YYYYMMDD: " ParmReqValue " - RUN ABANDONED"
		PERFORM Record-Run-Error
		STOP RUN
	END-IF
	MOVE ParmReqValue (1:8) TO WS-As-At-Date
	DISPLAY "USING AS-AT-DATE " WS-As-At-Date " FROM run_parameters.txt"
END-IF.

Read-Calendar-Record.
READ CountCalendarFile NEXT
	AT END SET EndOfCountCalendar TO TRUE
END-READ.

Check-Calendar-Item.
MOVE CalGadgetID TO GadgetID
READ StockFile
	INVALID KEY CONTINUE
	NOT INVALID KEY
		PERFORM Check-Scheduled-Count
END-READ
PERFORM Read-Calendar-Record.

Check-Scheduled-Count.
ADD 1 TO WS-Calendar-Count
IF CalLastCountDate NOT = SPACES AND CalLastCountDate NOT < WS-Quarter-Start
	AND CalLastCountDate NOT > WS-As-At-Date
	ADD 1 TO WS-Counted-Count
END-IF
IF CalNextDueDate < WS-As-At-Date
	PERFORM Report-Missed-Count
END-IF.

Report-Missed-Count.
MOVE CalNextDueDate TO WS-Date-Num
COMPUTE WS-Due-Day-Int = FUNCTION INTEGER-OF-DATE (WS-Date-Num)
COMPUTE WS-Days-Late = WS-As-At-Day-Int - WS-Due-Day-Int

MOVE CalGadgetID TO Miss-GadgetID
MOVE CalGadgetName TO Miss-GadgetName
MOVE CalClass TO Miss-Class
MOVE CalNextDueDate TO Miss-Due-Date
IF CalLastSheetDate = SPACES
	MOVE "NEVER" TO Miss-Sheet-Date
ELSE
	MOVE CalLastSheetDate TO Miss-Sheet-Date
END-IF
IF CalLastCountDate = SPACES
	MOVE "NEVER" TO Miss-Count-Date
ELSE
	MOVE CalLastCountDate TO Miss-Count-Date
END-IF
MOVE WS-Days-Late TO Miss-Days-Late
IF CalNextDueDate NOT < WS-Quarter-Start
	MOVE "MISSED THIS QUARTER" TO Miss-Remark
	ADD 1 TO WS-Missed-Quarter-Count
ELSE
	MOVE "MISSED PRIOR QUARTER" TO Miss-Remark
END-IF
WRITE MissedReportLine FROM WS-Miss-Detail-Line

ADD 1 TO WS-Missed-Count
EVALUATE TRUE
WHEN Cal-Class-A
	ADD 1 TO WS-Missed-A-Count
WHEN Cal-Class-B
	ADD 1 TO WS-Missed-B-Count
WHEN OTHER
	ADD 1 TO WS-Missed-C-Count
END-EVALUATE.

Write-Report-Totals.
MOVE SPACES TO MissedReportLine
WRITE MissedReportLine

MOVE "ITEMS ON COUNT CALENDAR     " TO Miss-Count-Label
MOVE WS-Calendar-Count TO Miss-Count-Value
WRITE MissedReportLine FROM WS-Miss-Count-Line

MOVE "COUNTED THIS QUARTER        " TO Miss-Count-Label
MOVE WS-Counted-Count TO Miss-Count-Value
WRITE MissedReportLine FROM WS-Miss-Count-Line

MOVE "MISSED COUNTS               " TO Miss-Count-Label
MOVE WS-Missed-Count TO Miss-Count-Value
WRITE MissedReportLine FROM WS-Miss-Count-Line

MOVE "  DUE THIS QUARTER          " TO Miss-Count-Label
MOVE WS-Missed-Quarter-Count TO Miss-Count-Value
WRITE MissedReportLine FROM WS-Miss-Count-Line

MOVE "  CLASS A                   " TO Miss-Count-Label
MOVE WS-Missed-A-Count TO Miss-Count-Value
WRITE MissedReportLine FROM WS-Miss-Count-Line

MOVE "  CLASS B                   " TO Miss-Count-Label
MOVE WS-Missed-B-Count TO Miss-Count-Value
WRITE MissedReportLine FROM WS-Miss-Count-Line

MOVE "  CLASS C                   " TO Miss-Count-Label
MOVE WS-Missed-C-Count TO Miss-Count-Value
WRITE MissedReportLine FROM WS-Miss-Count-Line.
