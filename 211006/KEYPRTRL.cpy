	01 KEY-PAIR-TRAILER.
		05 KT-REC-TYPE PIC X(1).
		05 KT-PAIR-COUNT PIC 9(9).
		05 KT-PRIME-COUNT PIC 9(9).
		05 KT-HASH-TOTAL PIC 9(15).
		05 FILLER PIC X(46).
