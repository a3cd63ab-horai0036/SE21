		05 PT-MAX-PRIME PIC 9(7).
		05 PT-LOW-BOUND PIC 9(7).
		05 PT-HIGH-BOUND PIC 9(7).
		05 PT-RANGE-NO PIC 9(3).
		05 FILLER PIC X(37).
