
01 WS-Last-Receipt-Date	PIC X(8) VALUE SPACES.
01 WS-Last-Issue-Date	PIC X(8) VALUE SPACES.
01 WS-Last-Return-Date	PIC X(8) VALUE SPACES.
01 WS-Last-Move-Date	PIC X(8) VALUE SPACES.
01 WS-Idle-Days		PIC S9(5) VALUE ZERO.
01 WS-Item-Value	PIC 9(8)V99 VALUE ZERO.
01 WS-Listed-Count	PIC 9(6) VALUE ZERO.

01 WS-Report-Column-Line PIC X(104) VALUE
	"ID     ITEM                           LAST RCPT LAST ISSUE LAST RTRN  IDLE DAYS BAND   QTY        VALUE".
01 WS-Report-Detail.
	02 Age-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Age-Last-Receipt	PIC X(8).
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Age-Last-Issue	PIC X(8).
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Age-Last-Return	PIC X(8).
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Age-Idle-Days	PIC ZZZZ9.
	02 Age-Idle-Days-X REDEFINES Age-Idle-Days PIC X(5).
Age-Stock-Item.
MOVE SPACES TO WS-Last-Receipt-Date
MOVE SPACES TO WS-Last-Issue-Date
MOVE SPACES TO WS-Last-Return-Date
MOVE SPACES TO WS-Last-Move-Date

PERFORM Skip-Orphan-Movement
PERFORM Read-Movement-Work.

Note-Movement-Dates.
EVALUATE TRUE
WHEN Work-Return
	MOVE WorkDate TO WS-Last-Return-Date
WHEN Work-Transfer-Out OR Work-Transfer-In
	CONTINUE
WHEN Work-Receipt
	MOVE WorkDate TO WS-Last-Move-Date
	MOVE WorkDate TO WS-Last-Receipt-Date
WHEN OTHER
	MOVE WorkDate TO WS-Last-Move-Date
	MOVE WorkDate TO WS-Last-Issue-Date
END-EVALUATE
PERFORM Read-Movement-Work.

Judge-Aging-Band.
MOVE GadgetName TO Age-GadgetName
MOVE WS-Last-Receipt-Date TO Age-Last-Receipt
MOVE WS-Last-Issue-Date TO Age-Last-Issue
MOVE WS-Last-Return-Date TO Age-Last-Return
IF WS-Last-Move-Date = SPACES
	MOVE SPACES TO Age-Idle-Days-X
	MOVE "NONE" TO Age-Last-Receipt
