	COPY "ITEMREC.CPY".

FD MaintTransactionFile.
01 MaintInputRecord	PIC X(65).

SD MaintSortFile.
01 MaintSortRecord.
	02 MaintSort-Type	PIC X.
	02 MaintSort-GadgetID	PIC X(6).
	02 FILLER		PIC X(58).

FD MaintWorkFile.
	COPY "MAINTTRN.CPY".

FD AcceptedTransactionFile.
01 AcceptedTransactionRecord	PIC X(65).

FD RejectedTransactionFile.
01 RejectedTransactionRecord.
	02 RejTransaction	PIC X(65).
	02 FILLER		PIC X VALUE SPACE.
	02 RejReasonCode	PIC X(4).

	02 Edit-Total-Label	PIC X(20).
	02 Edit-Total-Value	PIC ZZZ9.

COPY "OPERREQ.CPY".

COPY "RUNCTL.CPY".

PROCEDURE DIVISION.
IF Transaction-Clean
	PERFORM Check-Against-Stockfile
END-IF
IF Transaction-Clean
	PERFORM Check-Operator
END-IF

IF Transaction-Clean
	PERFORM Accept-Transaction
	MOVE "NOTF" TO WS-Reason-Code
END-IF.

Check-Operator.
MOVE TransOperatorID TO OperReqID
CALL "Operator-Check" USING OperatorRequest
IF NOT Oper-Found
	MOVE "OPER" TO WS-Reason-Code
END-IF
IF TransApproverID NOT = SPACES
	MOVE "APPR" TO WS-Reason-Code
END-IF.

Accept-Transaction.
WRITE AcceptedTransactionRecord FROM MaintTransactionRecord
ADD 1 TO WS-Accepted-Count
