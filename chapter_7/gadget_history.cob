ACCEPT WS-Include-Archives

DISPLAY "MOVEMENT HISTORY FOR GADGETID " WS-Wanted-ID
DISPLAY "DATE     TIME   TYPE BEFORE AFTER SOURCE           WHSE OPERATOR APPROVER"

IF Archives-Wanted
	PERFORM List-Archived-Movements
			MOVE MovementQtyBefore TO WS-Display-Before
			MOVE MovementQtyAfter TO WS-Display-After
			DISPLAY MovementDate SPACE MovementTime SPACE MovementType SPACE SPACE SPACE
				WS-Display-Before SPACE SPACE WS-Display-After SPACE MovementSource SPACE MovementWarehouse
				SPACE MovementOperatorID SPACE MovementApproverID
			ADD 1 TO WS-Matched-Count
		END-IF
END-READ.
	MOVE ArchQtyBefore TO WS-Display-Before
	MOVE ArchQtyAfter TO WS-Display-After
	DISPLAY ArchDate SPACE ArchTime SPACE ArchType SPACE SPACE SPACE
		WS-Display-Before SPACE SPACE WS-Display-After SPACE ArchSource SPACE ArchWarehouse
		SPACE ArchOperatorID SPACE ArchApproverID
	ADD 1 TO WS-Matched-Count
END-IF
PERFORM Read-Archive-Movement.
