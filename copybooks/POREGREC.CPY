		88 POReg-Open VALUE "O".
		88 POReg-Part-Received VALUE "P".
		88 POReg-Received VALUE "R".
		88 POReg-Cancelled VALUE "C".
