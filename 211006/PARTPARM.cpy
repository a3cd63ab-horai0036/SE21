	01 PARTITION-CONTROL-RECORD.
		05 PA-PARTITIONS PIC 9(2).
		05 FILLER PIC X(78).
