FD RejectedTransactionFile.
01 RejectedTransactionRecord.
	88 EndOfRejectedFile VALUE HIGH-VALUES.
	02 RejTransaction	PIC X(65).
	02 FILLER		PIC X.
	02 RejReasonCode	PIC X(4).

FD SuspenseFile.
01 SuspenseRecord.
	88 EndOfSuspenseFile VALUE HIGH-VALUES.
	02 SuspTransaction	PIC X(65).
	02 FILLER		PIC X VALUE SPACE.
	02 SuspReasonCode	PIC X(4).
	02 FILLER		PIC X VALUE SPACE.
	02 SuspSort-Trans.
		03 SuspSort-Type	PIC X.
		03 SuspSort-GadgetID	PIC X(6).
		03 FILLER		PIC X(58).
	02 FILLER		PIC X.
	02 SuspSort-Reason	PIC X(4).
	02 FILLER		PIC X.
	02 SuspWork-Trans.
		03 SuspWork-Type	PIC X.
		03 SuspWork-GadgetID	PIC X(6).
		03 FILLER		PIC X(58).
	02 FILLER		PIC X.
	02 SuspWork-Reason	PIC X(4).
	02 FILLER		PIC X.
		LEADING ==Trans== BY ==CorrWork==.

FD AcceptedTransactionFile.
01 AcceptedTransactionRecord	PIC X(65).

FD AgingReportFile.
01 AgingReportLine	PIC X(90).

COPY "MAINTTRN.CPY".

COPY "OPERREQ.CPY".

COPY "RUNCTL.CPY".

COPY "RUNPARM.CPY".
IF Transaction-Clean
	PERFORM Check-Against-Stockfile
END-IF
IF Transaction-Clean
	PERFORM Check-Operator
END-IF

IF Transaction-Clean
	WRITE AcceptedTransactionRecord FROM MaintTransactionRecord
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

Return-To-Suspense.
MOVE SPACES TO SuspenseRecord
MOVE SuspWork-Trans TO SuspTransaction
