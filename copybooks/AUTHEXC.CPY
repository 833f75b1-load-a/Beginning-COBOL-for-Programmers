01 AuthExceptionLine.
	02 AuthExcDate PIC X(8).
	02 FILLER PIC X VALUE SPACE.
	02 AuthExcProgram PIC X(16).
	02 FILLER PIC X VALUE SPACE.
	02 AuthExcType PIC X.
	02 FILLER PIC X VALUE SPACE.
	02 AuthExcKey PIC X(6).
	02 FILLER PIC X VALUE SPACE.
	02 AuthExcOperatorID PIC X(8).
	02 FILLER PIC X VALUE SPACE.
	02 AuthExcApproverID PIC X(8).
	02 FILLER PIC X VALUE SPACE.
	02 AuthExcAction PIC X(8).
	02 FILLER PIC X VALUE SPACE.
	02 AuthExcReason PIC X(30).
