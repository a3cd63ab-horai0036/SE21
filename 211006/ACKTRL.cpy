	01 ACK-TRAILER-RECORD.
		05 AT-PRIME-VALUE PIC 9(7).
		05 AT-REC-TYPE PIC X(1).
		05 AT-RECORD-COUNT PIC 9(9).
		05 AT-HASH-TOTAL PIC 9(15).
		05 FILLER PIC X(48).
