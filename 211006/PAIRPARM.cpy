	01 PAIR-CONTROL-RECORD.
		05 KP-LOW-BOUND PIC 9(7).
		05 KP-HIGH-BOUND PIC 9(7).
		05 KP-MIN-DISTANCE PIC 9(7).
		05 KP-SAFE-ONLY PIC X(1).
		05 KP-MAX-PAIRS PIC 9(5).
		05 FILLER PIC X(53).
