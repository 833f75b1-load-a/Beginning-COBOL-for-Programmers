MOVE OldMovementQtyBefore TO MovementQtyBefore
MOVE OldMovementQtyAfter TO MovementQtyAfter
MOVE OldMovementSource TO MovementSource
MOVE ZERO TO MovementUnitCost
MOVE SPACES TO MovementWarehouse
MOVE ZERO TO MovementLocQtyBefore
MOVE ZERO TO MovementLocQtyAfter
MOVE SPACES TO MovementOperatorID
MOVE SPACES TO MovementApproverID

ADD 1 TO WS-Movement-Seq
MOVE "N" TO WS-Written-Switch
