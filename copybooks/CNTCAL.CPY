01 CountCalendarRecord.
	88 EndOfCountCalendar VALUE HIGH-VALUES.
	02 CalGadgetID PIC 9(6).
	02 CalGadgetName PIC X(30).
	02 CalClass PIC X.
		88 Cal-Class-A VALUE "A".
		88 Cal-Class-B VALUE "B".
		88 Cal-Class-C VALUE "C".
	02 CalAnnualValue PIC 9(11)V99.
	02 CalCycleDays PIC 9(3).
	02 CalClassifiedDate PIC X(8).
	02 CalNextDueDate PIC X(8).
	02 CalLastSheetDate PIC X(8).
	02 CalLastCountDate PIC X(8).
