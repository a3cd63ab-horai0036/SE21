	01 COMPARE-CONTROL-RECORD.
		05 CQ-OLD-GEN PIC 9(4).
		05 CQ-NEW-GEN PIC 9(4).
		05 FILLER PIC X(72).
