ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CalcTransactionFile ASSIGN TO "calc_transactions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Trans-Status.
	SELECT CalcReportFile ASSIGN TO "calc_report.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AuditFile ASSIGN TO "calc_audit.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Audit-Status.
	SELECT BatchRegisterFile ASSIGN TO "calc_batch_register.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Register-Status.
	SELECT BatchControlFile ASSIGN TO "calc_batch_control.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Control-Status.

DATA DIVISION.
FILE SECTION.
01 CalcTransactionRecord.
	88 EndOfTransactionFile VALUE HIGH-VALUES.
	02 TransOperation	PIC X.
		88 Trans-Header VALUE "H".
		88 Trans-Trailer VALUE "T".
	02 TransNum1		PIC 9(4)V99.
	02 TransNum2		PIC 9(4)V99.
01 BatchHeaderRecord.
	02 HdrType		PIC X.
	02 HdrBatchNumber	PIC 9(6).
	02 HdrBatchDate		PIC X(8).
01 BatchTrailerRecord.
	02 TrlType		PIC X.
	02 TrlRecordCount	PIC 9(6).
	02 TrlHashTotal		PIC 9(11)V99.

FD CalcReportFile.
01 CalcReportRecord.
	02 AuditEquals		PIC X(3).
	02 AuditResult		PIC -(7)9.99.

FD BatchRegisterFile.
01 BatchRegisterRecord.
	88 EndOfBatchRegister VALUE HIGH-VALUES.
	02 RegBatchNumber	PIC 9(6).
	02 RegBatchDate		PIC X(8).
	02 RegRecordCount	PIC 9(6).
	02 RegHashTotal		PIC 9(11)V99.
	02 RegProcessedStamp	PIC X(14).

FD BatchControlFile.
01 BatchControlLine	PIC X(110).

WORKING-STORAGE SECTION.
01 WS-Audit-Status	PIC XX.
01 WS-Trans-Status	PIC XX.
01 WS-Register-Status	PIC XX.
01 WS-Control-Status	PIC XX.
01 Num1 	PIC 9(4)V99 VALUE 5.
01 Num2 	PIC 9(4)V99 VALUE 4.
01 Result 	PIC -(7)9.99 VALUE ZEROS.

01 WS-Batch-Trans-Count	PIC 9(6) VALUE ZERO.

01 WS-Current-Timestamp	PIC X(21).
01 WS-Batch-Number	PIC 9(6) VALUE ZERO.
01 WS-Batch-Date	PIC X(8) VALUE SPACES.
01 WS-Detail-Count	PIC 9(6) VALUE ZERO.
01 WS-Hash-Total	PIC 9(11)V99 VALUE ZERO.
01 WS-Trailer-Count	PIC 9(6) VALUE ZERO.
01 WS-Trailer-Hash	PIC 9(11)V99 VALUE ZERO.
01 WS-After-Trailer-Count PIC 9(6) VALUE ZERO.
01 WS-Extra-Header-Count PIC 9(6) VALUE ZERO.
01 WS-Bad-Amount-Count	PIC 9(6) VALUE ZERO.
01 WS-Trailer-Switch	PIC X VALUE "N".
	88 Trailer-Found VALUE "Y".
01 WS-Trailer-Valid-Switch PIC X VALUE "N".
	88 Trailer-Valid VALUE "Y".
01 WS-Batch-Reject-Reason PIC X(24) VALUE SPACES.
	88 Batch-Accepted VALUE SPACES.

01 WS-Batch-Reject-Line.
	02 FILLER		PIC X(6) VALUE "BATCH ".
	02 Rej-Batch-Number	PIC 9(6).
	02 FILLER		PIC X(9) VALUE " REJECTED".

01 WS-Control-Column-Line PIC X(110) VALUE
	"CHECKED        BATCH  DATE     RESULT   TRL CNT ACT CNT    TRAILER HASH     ACTUAL HASH REASON".
01 WS-Control-Detail-Line.
	02 Ctl-Checked		PIC X(14).
	02 FILLER		PIC X VALUE SPACE.
	02 Ctl-Batch-Number	PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Ctl-Batch-Date	PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Ctl-Result		PIC X(8).
	02 FILLER		PIC X VALUE SPACE.
	02 Ctl-Trailer-Count	PIC ZZZZZ9.
	02 FILLER		PIC X(2) VALUE SPACES.
	02 Ctl-Actual-Count	PIC ZZZZZ9.
	02 FILLER		PIC X VALUE SPACE.
	02 Ctl-Trailer-Hash	PIC Z(10)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Ctl-Actual-Hash	PIC Z(10)9.99.
	02 FILLER		PIC X VALUE SPACE.
	02 Ctl-Reason		PIC X(24).

01 WS-Parm-Header-Line	PIC X(20).

COPY "RUNCTL.CPY".
Run-Batch.
MOVE "Y" TO WS-Batch-Switch

PERFORM Check-Batch-Controls

OPEN OUTPUT CalcReportFile

MOVE "PARAMETERS: MODE = B" TO WS-Parm-Header-Line
WRITE CalcReportRecord FROM WS-Parm-Header-Line

IF Batch-Accepted
	OPEN INPUT CalcTransactionFile
	PERFORM Read-Transaction
	PERFORM Read-Transaction
	PERFORM Process-Transaction UNTIL EndOfTransactionFile OR Trans-Trailer
	CLOSE CalcTransactionFile
	PERFORM Register-Batch
	DISPLAY "BATCH " WS-Batch-Number " ACCEPTED - " WS-Batch-Trans-Count " TRANSACTIONS POSTED"
ELSE
	MOVE WS-Batch-Number TO Rej-Batch-Number
	WRITE CalcReportRecord FROM WS-Batch-Reject-Line
	WRITE CalcReportRecord FROM WS-Batch-Reject-Reason
	DISPLAY "ERROR: BATCH " WS-Batch-Number " REJECTED - " FUNCTION TRIM (WS-Batch-Reject-Reason) " - NOTHING POSTED, REQUEST A RESEND"
END-IF

CLOSE CalcReportFile

PERFORM Write-Batch-Control-Line

MOVE "N" TO WS-Batch-Switch.

Check-Batch-Controls.
MOVE SPACES TO WS-Batch-Reject-Reason
MOVE ZERO TO WS-Batch-Number
MOVE SPACES TO WS-Batch-Date
MOVE ZERO TO WS-Detail-Count
MOVE ZERO TO WS-Hash-Total
MOVE ZERO TO WS-Trailer-Count
MOVE ZERO TO WS-Trailer-Hash
MOVE ZERO TO WS-After-Trailer-Count
MOVE ZERO TO WS-Extra-Header-Count
MOVE ZERO TO WS-Bad-Amount-Count
MOVE "N" TO WS-Trailer-Switch
MOVE "N" TO WS-Trailer-Valid-Switch

OPEN INPUT CalcTransactionFile
IF WS-Trans-Status NOT = "00"
	MOVE "TRANSACTION FILE MISSING" TO WS-Batch-Reject-Reason
ELSE
	PERFORM Read-Transaction
	EVALUATE TRUE
	WHEN EndOfTransactionFile
		MOVE "EMPTY TRANSACTION FILE" TO WS-Batch-Reject-Reason
	WHEN NOT Trans-Header
		MOVE "NO HEADER RECORD" TO WS-Batch-Reject-Reason
	WHEN HdrBatchNumber NOT NUMERIC OR HdrBatchNumber = ZERO
		MOVE "INVALID HEADER RECORD" TO WS-Batch-Reject-Reason
	WHEN OTHER
		MOVE HdrBatchNumber TO WS-Batch-Number
		MOVE HdrBatchDate TO WS-Batch-Date
		PERFORM Read-Transaction
		PERFORM Check-Batch-Record UNTIL EndOfTransactionFile
	END-EVALUATE
	CLOSE CalcTransactionFile
END-IF

IF Batch-Accepted
	EVALUATE TRUE
	WHEN NOT Trailer-Found
		MOVE "NO TRAILER RECORD" TO WS-Batch-Reject-Reason
	WHEN WS-Extra-Header-Count > ZERO
		MOVE "SECOND HEADER RECORD" TO WS-Batch-Reject-Reason
	WHEN WS-After-Trailer-Count > ZERO
		MOVE "RECORDS AFTER TRAILER" TO WS-Batch-Reject-Reason
	WHEN NOT Trailer-Valid
		MOVE "INVALID TRAILER RECORD" TO WS-Batch-Reject-Reason
	WHEN WS-Bad-Amount-Count > ZERO
		MOVE "NON-NUMERIC AMOUNT" TO WS-Batch-Reject-Reason
	WHEN WS-Detail-Count NOT = WS-Trailer-Count
		MOVE "RECORD COUNT MISMATCH" TO WS-Batch-Reject-Reason
	WHEN WS-Hash-Total NOT = WS-Trailer-Hash
		MOVE "HASH TOTAL MISMATCH" TO WS-Batch-Reject-Reason
	END-EVALUATE
END-IF

IF Batch-Accepted
	PERFORM Check-Batch-Register
END-IF.

Check-Batch-Record.
EVALUATE TRUE
WHEN Trailer-Found
	ADD 1 TO WS-After-Trailer-Count
WHEN Trans-Header
	ADD 1 TO WS-Extra-Header-Count
WHEN Trans-Trailer
	MOVE "Y" TO WS-Trailer-Switch
	IF TrlRecordCount NUMERIC AND TrlHashTotal NUMERIC
		MOVE "Y" TO WS-Trailer-Valid-Switch
		MOVE TrlRecordCount TO WS-Trailer-Count
		MOVE TrlHashTotal TO WS-Trailer-Hash
	END-IF
WHEN OTHER
	ADD 1 TO WS-Detail-Count
	IF TransNum1 NUMERIC AND TransNum2 NUMERIC
		ADD TransNum1 TransNum2 TO WS-Hash-Total
	ELSE
		ADD 1 TO WS-Bad-Amount-Count
	END-IF
END-EVALUATE

PERFORM Read-Transaction.

Check-Batch-Register.
OPEN INPUT BatchRegisterFile
IF WS-Register-Status = "00"
	PERFORM Read-Batch-Register
	PERFORM Match-Batch-Register UNTIL EndOfBatchRegister
	CLOSE BatchRegisterFile
END-IF.

Read-Batch-Register.
READ BatchRegisterFile
	AT END SET EndOfBatchRegister TO TRUE
END-READ.

Match-Batch-Register.
IF RegBatchNumber = WS-Batch-Number
	MOVE "BATCH ALREADY PROCESSED" TO WS-Batch-Reject-Reason
	SET EndOfBatchRegister TO TRUE
ELSE
	PERFORM Read-Batch-Register
END-IF.

Register-Batch.
OPEN EXTEND BatchRegisterFile
IF WS-Register-Status = "35"
	OPEN OUTPUT BatchRegisterFile
END-IF
MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Batch-Number TO RegBatchNumber
MOVE WS-Batch-Date TO RegBatchDate
MOVE WS-Detail-Count TO RegRecordCount
MOVE WS-Hash-Total TO RegHashTotal
MOVE WS-Current-Timestamp (1:14) TO RegProcessedStamp
WRITE BatchRegisterRecord
CLOSE BatchRegisterFile.

Write-Batch-Control-Line.
OPEN EXTEND BatchControlFile
IF WS-Control-Status = "35"
	OPEN OUTPUT BatchControlFile
	MOVE "CALC TRANSACTION BATCH CONTROL REPORT" TO BatchControlLine
	WRITE BatchControlLine
	WRITE BatchControlLine FROM WS-Control-Column-Line
END-IF

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:14) TO Ctl-Checked
MOVE WS-Batch-Number TO Ctl-Batch-Number
MOVE WS-Batch-Date TO Ctl-Batch-Date
IF Batch-Accepted
	MOVE "ACCEPTED" TO Ctl-Result
ELSE
	MOVE "REJECTED" TO Ctl-Result
END-IF
MOVE WS-Trailer-Count TO Ctl-Trailer-Count
MOVE WS-Detail-Count TO Ctl-Actual-Count
MOVE WS-Trailer-Hash TO Ctl-Trailer-Hash
MOVE WS-Hash-Total TO Ctl-Actual-Hash
MOVE WS-Batch-Reject-Reason TO Ctl-Reason
WRITE BatchControlLine FROM WS-Control-Detail-Line

CLOSE BatchControlFile.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "LISTING4-2" TO RunReqProgram
Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Batch-Trans-Count TO RunReqCount
IF Batch-Accepted
	MOVE "OK" TO RunReqStatus
ELSE
	MOVE "REJ" TO RunReqStatus
END-IF
CALL "Run-Control" USING RunControlRequest.

Process-Transaction.
