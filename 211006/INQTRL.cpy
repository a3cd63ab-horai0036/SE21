	01 INQUIRY-TRAILER-RECORD.
		05 IT-REC-TYPE PIC X(1).
		05 IT-REQUESTER-ID PIC X(8).
		05 IT-REQUEST-COUNT PIC 9(9).
		05 IT-ANSWERED-COUNT PIC 9(9).
		05 IT-REJECTED-COUNT PIC 9(9).
		05 IT-HASH-TOTAL PIC 9(15).
		05 FILLER PIC X(129).
