	01 SLA-PARAMETER-RECORD.
		05 SL-PROGRAM PIC X(8).
		05 SL-MAX-SECONDS PIC 9(7).
		05 SL-TREND-PCT PIC 9(3).
		05 FILLER PIC X(62).
