	01 KEY-PAIR-HEADER.
		05 KH-REC-TYPE PIC X(1).
		05 KH-FILE-TYPE PIC X(8).
		05 KH-RUN-DATE PIC 9(8).
		05 KH-LOW-BOUND PIC 9(7).
		05 KH-HIGH-BOUND PIC 9(7).
		05 KH-MIN-DISTANCE PIC 9(7).
		05 KH-SAFE-ONLY PIC X(1).
		05 FILLER PIC X(41).
