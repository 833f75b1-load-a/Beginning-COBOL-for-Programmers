01 OperatorRequest.
	02 OperReqID PIC X(8).
	02 OperReqName PIC X(30).
	02 OperReqApprover PIC X.
		88 Oper-Can-Approve VALUE "Y".
	02 OperReqResult PIC X.
		88 Oper-Found VALUE "F".
		88 Oper-Inactive VALUE "I".
		88 Oper-Missing VALUE "M".
		88 Oper-No-File VALUE "X".
