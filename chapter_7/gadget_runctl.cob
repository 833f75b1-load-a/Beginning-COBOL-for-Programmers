01 WS-Current-Timestamp	PIC X(21).

01 WS-Program-Table.
	02 WS-Program-Entry OCCURS 60 TIMES.
		03 WS-Prog-Name		PIC X(16).
		03 WS-Prog-State	PIC X.
01 WS-Program-Count	PIC 9(4) VALUE ZERO.
Track-Run-Record.
PERFORM Find-Program-Entry
IF NOT Prog-Found
	IF WS-Program-Count >= 60
		DISPLAY "ERROR: MORE THAN 60 PROGRAMS ON run_control.txt - " RunProgramName " NOT TRACKED"
		MOVE ZERO TO WS-Matched-Idx
	ELSE
		ADD 1 TO WS-Program-Count
