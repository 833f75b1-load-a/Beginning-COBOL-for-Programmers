01 ApprovalQueueRecord.
	88 EndOfApprovalQueue VALUE HIGH-VALUES.
	02 QueueRef.
		03 QueueRefDate PIC X(8).
		03 QueueRefSeq PIC 9(6).
	02 QueueItem.
		03 QueueType PIC X.
			88 Queue-Maintenance VALUE "M".
			88 Queue-Price VALUE "P".
		03 QueueKey PIC X(6).
	02 QueueOperatorID PIC X(8).
	02 QueueDate PIC X(8).
	02 QueueReason PIC X(24).
	02 QueueAmount PIC 9(8)V99.
	02 QueueTransaction PIC X(65).
