		88 Movement-Delete VALUE "D".
		88 Movement-Receipt VALUE "R".
		88 Movement-Issue VALUE "I".
		88 Movement-Return VALUE "U".
		88 Movement-Transfer-Out VALUE "O".
		88 Movement-Transfer-In VALUE "T".
	02 MovementQtyBefore PIC 9(4).
	02 MovementQtyAfter PIC 9(4).
	02 MovementSource PIC X(16).
	02 MovementUnitCost PIC 9(4)V99.
	02 MovementWarehouse PIC X(4).
	02 MovementLocQtyBefore PIC 9(4).
	02 MovementLocQtyAfter PIC 9(4).
	02 MovementOperatorID PIC X(8).
	02 MovementApproverID PIC X(8).
