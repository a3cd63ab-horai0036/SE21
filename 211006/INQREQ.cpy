	01 INQUIRY-REQUEST-RECORD.
		05 IQ-REQUESTER-ID PIC X(8).
		05 IQ-REQUEST-REF PIC X(12).
		05 IQ-NUMBER PIC X(7).
		05 IQ-NUMBER-N REDEFINES IQ-NUMBER PIC 9(7).
		05 FILLER PIC X(53).
