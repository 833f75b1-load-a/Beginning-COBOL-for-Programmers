01 StockLocationRecord.
	88 EndOfStockLocationFile VALUE HIGH-VALUES.
	02 LocKey.
		03 LocGadgetID PIC 9(6).
		03 LocWarehouse PIC X(4).
	02 LocQuantity PIC 9(4).
