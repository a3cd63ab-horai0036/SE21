	01 SCAN-CONTROL-RECORD.
		05 SC-CKPT-INTERVAL PIC 9(7).
		05 FILLER PIC X(73).
