	01 KEY-EXTRACT-TRAILER.
		05 ET-PRIME-VALUE PIC 9(7).
		05 ET-REC-TYPE PIC X(1).
		05 ET-RECORD-COUNT PIC 9(9).
		05 ET-HASH-TOTAL PIC 9(15).
		05 FILLER PIC X(48).
