	01 COVERAGE-CONTROL-RECORD.
		05 CV-TARGET-CEILING PIC 9(7).
		05 CV-MAX-PER-NIGHT PIC 9(7).
		05 CV-MAX-RANGES PIC 9(3).
		05 FILLER PIC X(63).
