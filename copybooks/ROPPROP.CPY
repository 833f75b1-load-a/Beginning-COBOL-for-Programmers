01 ReorderProposalRecord.
	88 EndOfProposalFile VALUE HIGH-VALUES.
	02 PropGadgetID PIC 9(6).
	02 PropApproved PIC X.
		88 Prop-Approved VALUE "Y".
	02 PropCurrentPoint PIC 9(4).
	02 PropNewPoint PIC 9(4).
	02 PropCurrentUpTo PIC 9(4).
	02 PropNewUpTo PIC 9(4).
	02 PropAvgDaily PIC 9(4)V99.
	02 PropPeakDaily PIC 9(5).
	02 PropLeadTime PIC 9(3).
	02 PropSupplier PIC 9(4).
	02 PropSupplierPresent PIC X.
		88 Prop-Has-Supplier VALUE "Y".
	02 PropRunDate PIC X(8).
	02 PropReason PIC X(24).
