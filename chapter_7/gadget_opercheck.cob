IDENTIFICATION DIVISION.
PROGRAM-ID. Operator-Check.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OperatorFile ASSIGN TO "operators.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Operator-Status.

DATA DIVISION.
FILE SECTION.
FD OperatorFile.
01 OperatorRecord.
	88 EndOfOperatorFile VALUE HIGH-VALUES.
	02 OperatorID		PIC X(8).
	02 OperatorName		PIC X(30).
	02 OperatorApprover	PIC X.
	02 OperatorActive	PIC X.
		88 Operator-Active VALUE "Y".

WORKING-STORAGE SECTION.
01 WS-Operator-Status	PIC XX.

LINKAGE SECTION.
COPY "OPERREQ.CPY".

PROCEDURE DIVISION USING OperatorRequest.
Main-Logic.
MOVE "M" TO OperReqResult
MOVE SPACES TO OperReqName
MOVE "N" TO OperReqApprover

IF OperReqID = SPACES
	GOBACK
END-IF

OPEN INPUT OperatorFile
IF WS-Operator-Status NOT = "00"
	MOVE "X" TO OperReqResult
	GOBACK
END-IF

PERFORM Read-Operator-Record
PERFORM Match-Operator UNTIL EndOfOperatorFile OR NOT Oper-Missing

CLOSE OperatorFile

GOBACK.

Read-Operator-Record.
READ OperatorFile
	AT END SET EndOfOperatorFile TO TRUE
END-READ.

Match-Operator.
IF OperatorID = OperReqID
	MOVE OperatorName TO OperReqName
	IF Operator-Active
		MOVE OperatorApprover TO OperReqApprover
		MOVE "F" TO OperReqResult
	ELSE
		MOVE "I" TO OperReqResult
	END-IF
ELSE
	PERFORM Read-Operator-Record
END-IF.
