IDENTIFICATION DIVISION.
PROGRAM-ID. Gadget-PO-Amend.
AUTHOR. Saramir.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PORegisterFile ASSIGN TO "po_register.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS PORegKey
		FILE STATUS IS WS-POReg-Status.
	SELECT StockFile ASSIGN TO "stock_files.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS GadgetID
		ALTERNATE RECORD KEY IS GadgetName WITH DUPLICATES
		FILE STATUS IS WS-Stock-Status.
	SELECT ChangeFile ASSIGN TO "po_change_instructions.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Change-Status.
	SELECT ChangeSortFile ASSIGN TO "po_change_sort.tmp".
	SELECT ChangeWorkFile ASSIGN TO "po_changes_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT OnOrderFile ASSIGN TO "on_order.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OnOrder-Status.
	SELECT OnOrderSortFile ASSIGN TO "on_order_sort.tmp".
	SELECT OnOrderWorkFile ASSIGN TO "on_order_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT SupplierMasterFile ASSIGN TO "supplier_master.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-Supplier-Status.
	SELECT SupplierSortFile ASSIGN TO "supplier_sort.tmp".
	SELECT SupplierWorkFile ASSIGN TO "suppliers_sorted.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT AmendmentHistoryFile ASSIGN TO "po_amendments.txt" ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-History-Status.
	SELECT NoticeSortFile ASSIGN TO "po_notice_sort.tmp".
	SELECT ChangeNoticeFile ASSIGN TO "po_change_notices.txt" ORGANIZATION IS LINE SEQUENTIAL.
	SELECT RejectedChangeFile ASSIGN TO "po_change_rejects.txt" ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PORegisterFile.
	COPY "POREGREC.CPY".

FD StockFile.
	COPY "ITEMREC.CPY".

FD ChangeFile.
01 ChangeRecord.
	88 EndOfChangeFile VALUE HIGH-VALUES.
	02 ChgPONumber		PIC 9(6).
	02 ChgGadgetID		PIC 9(6).
	02 ChgAction		PIC X.
	02 ChgNewQty		PIC 9(5).
	02 ChgNewPrice		PIC 9(4)V99.
	02 ChgOperatorID	PIC X(8).
	02 ChgReason		PIC X(20).

SD ChangeSortFile.
01 ChangeSortRecord.
	02 ChgSort-PONumber	PIC 9(6).
	02 ChgSort-GadgetID	PIC 9(6).
	02 FILLER		PIC X(40).

FD ChangeWorkFile.
01 ChangeWorkRecord.
	88 EndOfChangeWork VALUE HIGH-VALUES.
	02 ChgWork-Key.
		03 ChgWork-PONumber	PIC 9(6).
		03 ChgWork-GadgetID	PIC 9(6).
	02 ChgWork-Action	PIC X.
		88 ChgWork-Quantity VALUE "Q".
		88 ChgWork-Price VALUE "P".
		88 ChgWork-Cancel VALUE "C".
	02 ChgWork-NewQty	PIC 9(5).
	02 ChgWork-NewPrice	PIC 9(4)V99.
	02 ChgWork-OperatorID	PIC X(8).
	02 ChgWork-Reason	PIC X(20).

FD OnOrderFile.
	COPY "ONORDREC.CPY".

SD OnOrderSortFile.
	COPY "ONORDREC.CPY" REPLACING OnOrderRecord BY OnOrderSortRecord
		EndOfOnOrderFile BY EndOfOnOrderSort
		LEADING ==OnOrder== BY ==OnOrdSort==.

FD OnOrderWorkFile.
	COPY "ONORDREC.CPY" REPLACING OnOrderRecord BY OnOrderWorkRecord
		EndOfOnOrderFile BY EndOfOnOrderWork
		LEADING ==OnOrder== BY ==OnOrdWork==.

FD SupplierMasterFile.
01 SupplierMasterRecord.
	88 EndOfSupplierFile VALUE HIGH-VALUES.
	02 SupplierNumber	PIC 9(4).
	02 SupplierName		PIC X(30).
	02 SupplierAddress	PIC X(60).
	02 SupplierLeadTime	PIC 9(3).
	02 SupplierPaymentTerms	PIC 9(3).
	02 SupplierBankAccount	PIC X(20).

SD SupplierSortFile.
01 SupplierSortRecord.
	02 SupSort-Number	PIC 9(4).
	02 SupSort-Name		PIC X(30).
	02 SupSort-Address	PIC X(60).
	02 SupSort-LeadTime	PIC 9(3).
	02 SupSort-Terms	PIC 9(3).
	02 SupSort-BankAccount	PIC X(20).

FD SupplierWorkFile.
01 SupplierWorkRecord.
	88 EndOfSupplierWork VALUE HIGH-VALUES.
	02 SupWork-Number	PIC 9(4).
	02 SupWork-Name		PIC X(30).
	02 SupWork-Address	PIC X(60).
	02 SupWork-LeadTime	PIC 9(3).
	02 SupWork-Terms	PIC 9(3).
	02 SupWork-BankAccount	PIC X(20).

FD AmendmentHistoryFile.
	COPY "POAMEND.CPY".

SD NoticeSortFile.
	COPY "POAMEND.CPY" REPLACING POAmendmentRecord BY NoticeSortRecord
		EndOfPOAmendFile BY EndOfNoticeSort
		LEADING ==Amend== BY ==Notice==.

FD ChangeNoticeFile.
01 ChangeNoticeLine	PIC X(100).

FD RejectedChangeFile.
01 RejectedChangeRecord.
	02 RejChange		PIC X(52).
	02 RejReason		PIC X(24).

WORKING-STORAGE SECTION.
01 WS-POReg-Status	PIC XX.
01 WS-Stock-Status	PIC XX.
01 WS-Change-Status	PIC XX.
01 WS-OnOrder-Status	PIC XX.
01 WS-Supplier-Status	PIC XX.
01 WS-History-Status	PIC XX.

01 WS-Current-Timestamp	PIC X(21).
01 WS-Run-Date		PIC X(8).

01 WS-OnOrders-Switch	PIC X VALUE "N".
	88 OnOrders-Present VALUE "Y".
01 WS-Stock-Open-Switch	PIC X VALUE "N".
	88 Stock-File-Open VALUE "Y".
01 WS-Line-On-File-Switch PIC X VALUE "N".
	88 Line-On-File VALUE "Y".
01 WS-Line-Changed-Switch PIC X VALUE "N".
	88 Line-Changed VALUE "Y".
01 WS-Supplier-Found-Switch PIC X VALUE "N".
	88 Supplier-Found VALUE "Y".
01 WS-Notice-Open-Switch PIC X VALUE "N".
	88 Notice-Open VALUE "Y".

01 WS-Reject-Reason	PIC X(24) VALUE SPACES.
	88 Change-Valid VALUE SPACES.

01 WS-Change-Key.
	02 WS-Change-PONumber	PIC 9(6).
	02 WS-Change-GadgetID	PIC 9(6).
01 WS-OnOrder-Key.
	02 WS-OnOrder-PONumber	PIC 9(6).
	02 WS-OnOrder-GadgetID	PIC 9(6).
01 WS-OnOrder-Date	PIC X(8).

01 WS-Current-Supplier	PIC 9(4) VALUE ZERO.
01 WS-Sup-Name		PIC X(30) VALUE SPACES.
01 WS-Sup-Address	PIC X(60) VALUE SPACES.
01 WS-Notice-Lines	PIC 9(4) VALUE ZERO.

01 WS-Read-Count	PIC 9(4) VALUE ZERO.
01 WS-Applied-Count	PIC 9(4) VALUE ZERO.
01 WS-Rejected-Count	PIC 9(4) VALUE ZERO.
01 WS-Qty-Count		PIC 9(4) VALUE ZERO.
01 WS-Price-Count	PIC 9(4) VALUE ZERO.
01 WS-Cancel-Count	PIC 9(4) VALUE ZERO.
01 WS-Notice-Count	PIC 9(4) VALUE ZERO.

01 WS-Notice-Supplier-Line.
	02 FILLER		PIC X(23) VALUE "PURCHASE ORDER CHANGES ".
	02 Ntc-Supplier-Number	PIC 9(4).
	02 FILLER		PIC X VALUE SPACE.
	02 Ntc-Supplier-Name	PIC X(30).
01 WS-Notice-Address-Line.
	02 FILLER		PIC X(16) VALUE "ADDRESS:        ".
	02 Ntc-Supplier-Address	PIC X(60).
01 WS-Notice-Date-Line.
	02 FILLER		PIC X(16) VALUE "NOTICE DATE:    ".
	02 Ntc-Notice-Date	PIC X(8).
01 WS-Notice-Column-Line PIC X(100) VALUE
	"ORDER  ID     ITEM                           CHANGE    OLD QTY NEW QTY OLD PRICE NEW PRICE".
01 WS-Notice-Detail-Line.
	02 Ntc-PONumber		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Ntc-GadgetID		PIC 9(6).
	02 FILLER		PIC X VALUE SPACE.
	02 Ntc-GadgetName	PIC X(30).
	02 FILLER		PIC X VALUE SPACE.
	02 Ntc-Change		PIC X(9).
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Ntc-Old-Qty		PIC ZZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Ntc-New-Qty		PIC ZZZZ9.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Ntc-Old-Price	PIC Z(3)9.99.
	02 FILLER		PIC X(3) VALUE SPACES.
	02 Ntc-New-Price	PIC Z(3)9.99.
01 WS-Notice-Total-Line.
	02 FILLER		PIC X(16) VALUE "LINES AMENDED:  ".
	02 Ntc-Line-Count	PIC ZZZ9.

COPY "RUNCTL.CPY".

COPY "OPERREQ.CPY".

PROCEDURE DIVISION.
Main-Logic.
PERFORM Record-Run-Start

PERFORM Verify-Input-Files

SORT SupplierSortFile
	ON ASCENDING KEY SupSort-Number
	USING SupplierMasterFile
	GIVING SupplierWorkFile
SORT ChangeSortFile
	ON ASCENDING KEY ChgSort-PONumber ChgSort-GadgetID
	WITH DUPLICATES IN ORDER
	USING ChangeFile
	GIVING ChangeWorkFile

OPEN I-O PORegisterFile
IF WS-POReg-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN po_register.dat (STATUS " WS-POReg-Status ") - RUN Gadget-Purchase-Order FIRST"
	PERFORM Record-Run-Error
	STOP RUN
END-IF

OPEN INPUT StockFile
IF WS-Stock-Status = "00"
	MOVE "Y" TO WS-Stock-Open-Switch
ELSE
	DISPLAY "WARNING: UNABLE TO OPEN stock_files.dat (STATUS " WS-Stock-Status ") - ITEM NAMES NOT PRINTED ON NOTICES"
END-IF

PERFORM Sort-On-Order-File

OPEN EXTEND AmendmentHistoryFile
IF WS-History-Status = "35"
	OPEN OUTPUT AmendmentHistoryFile
END-IF

OPEN OUTPUT OnOrderFile
OPEN OUTPUT ChangeNoticeFile
OPEN OUTPUT RejectedChangeFile
OPEN INPUT ChangeWorkFile
OPEN INPUT SupplierWorkFile
PERFORM Read-Supplier-Work

MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
MOVE WS-Current-Timestamp (1:8) TO WS-Run-Date

SORT NoticeSortFile
	ON ASCENDING KEY NoticeSupplier NoticePONumber NoticeGadgetID
	WITH DUPLICATES IN ORDER
	INPUT PROCEDURE IS Apply-PO-Changes
	OUTPUT PROCEDURE IS Print-Change-Notices

CLOSE PORegisterFile
IF Stock-File-Open
	CLOSE StockFile
END-IF
IF OnOrders-Present
	CLOSE OnOrderWorkFile
END-IF
CLOSE OnOrderFile
CLOSE AmendmentHistoryFile
CLOSE ChangeNoticeFile
CLOSE RejectedChangeFile
CLOSE ChangeWorkFile
CLOSE SupplierWorkFile

PERFORM Record-Run-End

DISPLAY "PURCHASE ORDER AMENDMENT COMPLETE"
DISPLAY "  INSTRUCTIONS READ: " WS-Read-Count
DISPLAY "  APPLIED:           " WS-Applied-Count
DISPLAY "    QUANTITY:        " WS-Qty-Count
DISPLAY "    PRICE:           " WS-Price-Count
DISPLAY "    CANCELLED:       " WS-Cancel-Count
DISPLAY "  REJECTED:          " WS-Rejected-Count
DISPLAY "  SUPPLIER NOTICES:  " WS-Notice-Count
DISPLAY "AMENDMENTS LOGGED TO po_amendments.txt"
DISPLAY "REJECTED INSTRUCTIONS WRITTEN TO po_change_rejects.txt"
DISPLAY "NOTICES WRITTEN TO po_change_notices.txt"

STOP RUN.

Record-Run-Start.
MOVE "S" TO RunReqAction
MOVE "GADGET-POAMEND" TO RunReqProgram
MOVE ZERO TO RunReqCount
MOVE SPACES TO RunReqStatus
CALL "Run-Control" USING RunControlRequest
IF Run-Req-Blocked
	DISPLAY "ERROR: " FUNCTION TRIM (RunReqBlocker) " STARTED BUT NOT ENDED - RUN NOT STARTED"
	STOP RUN
END-IF
IF Run-Req-Restart
	DISPLAY "WARNING: PREVIOUS GADGET-POAMEND RUN DID NOT END - RESTART AFTER ABEND"
END-IF.

Record-Run-End.
MOVE "E" TO RunReqAction
MOVE WS-Applied-Count TO RunReqCount
MOVE "OK" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Record-Run-Error.
MOVE "E" TO RunReqAction
MOVE ZERO TO RunReqCount
MOVE "ERR" TO RunReqStatus
CALL "Run-Control" USING RunControlRequest.

Verify-Input-Files.
OPEN INPUT ChangeFile
IF WS-Change-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN po_change_instructions.txt (STATUS " WS-Change-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE ChangeFile

OPEN INPUT SupplierMasterFile
IF WS-Supplier-Status NOT = "00"
	DISPLAY "ERROR: UNABLE TO OPEN supplier_master.txt (STATUS " WS-Supplier-Status ")"
	PERFORM Record-Run-Error
	STOP RUN
END-IF
CLOSE SupplierMasterFile.

Sort-On-Order-File.
OPEN INPUT OnOrderFile
IF WS-OnOrder-Status = "00"
	MOVE "Y" TO WS-OnOrders-Switch
	CLOSE OnOrderFile
	SORT OnOrderSortFile
		ON ASCENDING KEY OnOrdSortPONumber OnOrdSortGadgetID
		WITH DUPLICATES IN ORDER
		USING OnOrderFile
		GIVING OnOrderWorkFile
	OPEN INPUT OnOrderWorkFile
	PERFORM Read-On-Order-Work
ELSE
	SET EndOfOnOrderWork TO TRUE
	MOVE HIGH-VALUES TO WS-OnOrder-Key
END-IF.

Read-On-Order-Work.
READ OnOrderWorkFile
	AT END
		SET EndOfOnOrderWork TO TRUE
		MOVE HIGH-VALUES TO WS-OnOrder-Key
	NOT AT END
		MOVE OnOrdWorkPONumber TO WS-OnOrder-PONumber
		MOVE OnOrdWorkGadgetID TO WS-OnOrder-GadgetID
END-READ.

Read-Change-Work.
READ ChangeWorkFile
	AT END SET EndOfChangeWork TO TRUE
END-READ.

Read-Supplier-Work.
READ SupplierWorkFile
	AT END SET EndOfSupplierWork TO TRUE
END-READ.

Apply-PO-Changes.
PERFORM Read-Change-Work
PERFORM Apply-PO-Line-Changes UNTIL EndOfChangeWork

PERFORM Copy-On-Order-Row UNTIL EndOfOnOrderWork.

Apply-PO-Line-Changes.
MOVE ChgWork-Key TO WS-Change-Key

PERFORM Copy-On-Order-Row
	UNTIL EndOfOnOrderWork OR WS-OnOrder-Key NOT < WS-Change-Key

MOVE WS-Change-PONumber TO PORegNumber
MOVE WS-Change-GadgetID TO PORegGadgetID
READ PORegisterFile
	INVALID KEY
		MOVE "N" TO WS-Line-On-File-Switch
	NOT INVALID KEY
		MOVE "Y" TO WS-Line-On-File-Switch
END-READ

MOVE "N" TO WS-Line-Changed-Switch
PERFORM Apply-PO-Change
	UNTIL EndOfChangeWork OR ChgWork-Key NOT = WS-Change-Key

IF Line-Changed
	PERFORM Rebuild-On-Order-Row
END-IF.

Apply-PO-Change.
ADD 1 TO WS-Read-Count
PERFORM Check-PO-Change

IF Change-Valid
	PERFORM Post-PO-Change
ELSE
	MOVE ChangeWorkRecord TO RejChange
	MOVE WS-Reject-Reason TO RejReason
	WRITE RejectedChangeRecord
	ADD 1 TO WS-Rejected-Count
END-IF

PERFORM Read-Change-Work.

Check-PO-Change.
MOVE SPACES TO WS-Reject-Reason

MOVE ChgWork-OperatorID TO OperReqID
CALL "Operator-Check" USING OperatorRequest

EVALUATE TRUE
WHEN NOT Oper-Found
	MOVE "OPERATOR NOT AUTHORISED" TO WS-Reject-Reason
WHEN NOT Line-On-File
	MOVE "NO PO LINE" TO WS-Reject-Reason
WHEN POReg-Cancelled
	MOVE "LINE ALREADY CANCELLED" TO WS-Reject-Reason
WHEN ChgWork-Quantity
	PERFORM Check-Quantity-Change
WHEN ChgWork-Price
	PERFORM Check-Price-Change
WHEN ChgWork-Cancel
	IF PORegReceivedQty NOT < PORegOrderQty
		MOVE "NO BALANCE TO CANCEL" TO WS-Reject-Reason
	END-IF
WHEN OTHER
	MOVE "INVALID ACTION" TO WS-Reject-Reason
END-EVALUATE.

Check-Quantity-Change.
EVALUATE TRUE
WHEN ChgWork-NewQty NOT NUMERIC
	MOVE "INVALID QUANTITY" TO WS-Reject-Reason
WHEN ChgWork-NewQty = ZERO
	MOVE "ZERO QTY - USE CANCEL" TO WS-Reject-Reason
WHEN ChgWork-NewQty < PORegReceivedQty
	MOVE "QTY BELOW RECEIVED" TO WS-Reject-Reason
WHEN ChgWork-NewQty = PORegOrderQty
	MOVE "NO CHANGE" TO WS-Reject-Reason
END-EVALUATE.

Check-Price-Change.
EVALUATE TRUE
WHEN ChgWork-NewPrice NOT NUMERIC
	MOVE "INVALID PRICE" TO WS-Reject-Reason
WHEN ChgWork-NewPrice = ZERO
	MOVE "INVALID PRICE" TO WS-Reject-Reason
WHEN ChgWork-NewPrice = PORegPrice
	MOVE "NO CHANGE" TO WS-Reject-Reason
END-EVALUATE.

Post-PO-Change.
MOVE PORegSupplier TO AmendSupplier
MOVE PORegNumber TO AmendPONumber
MOVE PORegGadgetID TO AmendGadgetID
MOVE ChgWork-Action TO AmendAction
MOVE PORegOrderQty TO AmendOldQty
MOVE PORegReceivedQty TO AmendReceivedQty
MOVE PORegPrice TO AmendOldPrice
MOVE PORegStatus TO AmendOldStatus

EVALUATE TRUE
WHEN ChgWork-Quantity
	MOVE ChgWork-NewQty TO PORegOrderQty
	EVALUATE TRUE
	WHEN PORegReceivedQty = ZERO
		MOVE "O" TO PORegStatus
	WHEN PORegReceivedQty < PORegOrderQty
		MOVE "P" TO PORegStatus
	WHEN OTHER
		MOVE "R" TO PORegStatus
	END-EVALUATE
	ADD 1 TO WS-Qty-Count
WHEN ChgWork-Price
	MOVE ChgWork-NewPrice TO PORegPrice
	ADD 1 TO WS-Price-Count
WHEN ChgWork-Cancel
	MOVE PORegReceivedQty TO PORegOrderQty
	MOVE "C" TO PORegStatus
	ADD 1 TO WS-Cancel-Count
END-EVALUATE

REWRITE PORegisterRecord
	INVALID KEY
		DISPLAY "ERROR: PO REGISTER LINE " PORegNumber "/" PORegGadgetID " COULD NOT BE REWRITTEN"
END-REWRITE

MOVE PORegOrderQty TO AmendNewQty
MOVE PORegPrice TO AmendNewPrice
MOVE PORegStatus TO AmendNewStatus
MOVE WS-Run-Date TO AmendDate
MOVE ChgWork-OperatorID TO AmendOperatorID
MOVE ChgWork-Reason TO AmendReason
WRITE POAmendmentRecord

MOVE POAmendmentRecord TO NoticeSortRecord
RELEASE NoticeSortRecord

MOVE "Y" TO WS-Line-Changed-Switch
ADD 1 TO WS-Applied-Count.

Rebuild-On-Order-Row.
IF WS-OnOrder-Key = WS-Change-Key
	MOVE OnOrdWorkDate TO WS-OnOrder-Date
	PERFORM Read-On-Order-Work
ELSE
	MOVE PORegOrderDate TO WS-OnOrder-Date
END-IF

IF PORegOrderQty > PORegReceivedQty
	MOVE PORegGadgetID TO OnOrderGadgetID
	COMPUTE OnOrderQty = PORegOrderQty - PORegReceivedQty
	MOVE WS-OnOrder-Date TO OnOrderDate
	MOVE PORegPrice TO OnOrderPrice
	MOVE PORegNumber TO OnOrderPONumber
	WRITE OnOrderRecord
END-IF.

Copy-On-Order-Row.
MOVE OnOrderWorkRecord TO OnOrderRecord
WRITE OnOrderRecord
PERFORM Read-On-Order-Work.

Print-Change-Notices.
MOVE "N" TO WS-Notice-Open-Switch

PERFORM Return-Notice-Line
PERFORM Print-Notice-Line UNTIL EndOfNoticeSort

IF Notice-Open
	PERFORM Finish-Supplier-Notice
END-IF.

Return-Notice-Line.
RETURN NoticeSortFile
	AT END SET EndOfNoticeSort TO TRUE
END-RETURN.

Print-Notice-Line.
IF NOT Notice-Open OR NoticeSupplier NOT = WS-Current-Supplier
	IF Notice-Open
		PERFORM Finish-Supplier-Notice
	END-IF
	PERFORM Start-Supplier-Notice
END-IF

MOVE NoticePONumber TO Ntc-PONumber
MOVE NoticeGadgetID TO Ntc-GadgetID
MOVE SPACES TO Ntc-GadgetName
IF Stock-File-Open
	MOVE NoticeGadgetID TO GadgetID
	READ StockFile
		INVALID KEY CONTINUE
		NOT INVALID KEY MOVE GadgetName TO Ntc-GadgetName
	END-READ
END-IF

EVALUATE TRUE
WHEN Notice-Quantity
	MOVE "QUANTITY" TO Ntc-Change
WHEN Notice-Price
	MOVE "PRICE" TO Ntc-Change
WHEN Notice-Cancel
	MOVE "CANCELLED" TO Ntc-Change
END-EVALUATE
MOVE NoticeOldQty TO Ntc-Old-Qty
MOVE NoticeNewQty TO Ntc-New-Qty
MOVE NoticeOldPrice TO Ntc-Old-Price
MOVE NoticeNewPrice TO Ntc-New-Price
WRITE ChangeNoticeLine FROM WS-Notice-Detail-Line
ADD 1 TO WS-Notice-Lines

PERFORM Return-Notice-Line.

Start-Supplier-Notice.
MOVE NoticeSupplier TO WS-Current-Supplier
MOVE "Y" TO WS-Notice-Open-Switch
MOVE ZERO TO WS-Notice-Lines

MOVE "N" TO WS-Supplier-Found-Switch
PERFORM Advance-Supplier-Work
	UNTIL EndOfSupplierWork OR SupWork-Number NOT < WS-Current-Supplier
IF NOT EndOfSupplierWork AND SupWork-Number = WS-Current-Supplier
	MOVE "Y" TO WS-Supplier-Found-Switch
	MOVE SupWork-Name TO WS-Sup-Name
	MOVE SupWork-Address TO WS-Sup-Address
ELSE
	DISPLAY "WARNING: SUPPLIER " WS-Current-Supplier " NOT ON supplier_master.txt - NOTICE HAS NO ADDRESS"
	MOVE "** NOT ON SUPPLIER MASTER **" TO WS-Sup-Name
	MOVE SPACES TO WS-Sup-Address
END-IF

MOVE WS-Current-Supplier TO Ntc-Supplier-Number
MOVE WS-Sup-Name TO Ntc-Supplier-Name
WRITE ChangeNoticeLine FROM WS-Notice-Supplier-Line
MOVE WS-Sup-Address TO Ntc-Supplier-Address
WRITE ChangeNoticeLine FROM WS-Notice-Address-Line
MOVE WS-Run-Date TO Ntc-Notice-Date
WRITE ChangeNoticeLine FROM WS-Notice-Date-Line
WRITE ChangeNoticeLine FROM WS-Notice-Column-Line.

Advance-Supplier-Work.
PERFORM Read-Supplier-Work.

Finish-Supplier-Notice.
MOVE WS-Notice-Lines TO Ntc-Line-Count
WRITE ChangeNoticeLine FROM WS-Notice-Total-Line
MOVE SPACES TO ChangeNoticeLine
WRITE ChangeNoticeLine
ADD 1 TO WS-Notice-Count
MOVE "N" TO WS-Notice-Open-Switch.
