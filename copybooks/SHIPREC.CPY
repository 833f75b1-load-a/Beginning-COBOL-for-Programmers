01 ShipmentRecord.
	88 EndOfShipmentFile VALUE HIGH-VALUES.
	02 ShipCustomer PIC 9(6).
	02 ShipOrderRef PIC X(10).
	02 ShipGadgetID PIC 9(6).
	02 ShipQty PIC 9(4).
	02 ShipPrice PIC 9(4)V99.
	02 ShipDate PIC X(8).
	02 ShipInvoiceNumber PIC 9(6).
