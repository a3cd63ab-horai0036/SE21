	01 OPERATOR-AUTH-RECORD.
		05 OP-OPERATOR-ID PIC X(8).
		05 OP-CAN-PROPOSE PIC X(1).
		05 OP-CAN-APPROVE PIC X(1).
		05 OP-OPERATOR-NAME PIC X(30).
		05 FILLER PIC X(40).
