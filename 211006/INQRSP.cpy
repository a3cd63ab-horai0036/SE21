	01 INQUIRY-RESPONSE-RECORD.
		05 IR-REC-TYPE PIC X(1).
		05 IR-REQUESTER-ID PIC X(8).
		05 IR-REQUEST-REF PIC X(12).
		05 IR-NUMBER PIC X(7).
		05 IR-STATUS PIC X(1).
		05 IR-SMALLEST-FACTOR PIC 9(7).
		05 IR-FACTOR-COUNT PIC 9(2).
		05 IR-FACTOR-ENTRY OCCURS 10 TIMES.
			10 IR-FACTOR PIC 9(7).
			10 IR-EXPONENT PIC 9(2).
		05 IR-PRIME-BELOW PIC 9(7).
		05 IR-PRIME-ABOVE PIC 9(7).
		05 IR-KEY-ID PIC X(16).
		05 IR-SAFE-FLAG PIC X(1).
		05 IR-SOPHIE-FLAG PIC X(1).
		05 IR-MERSENNE-FLAG PIC X(1).
		05 IR-PALIN-FLAG PIC X(1).
		05 IR-REASON-CODE PIC X(2).
		05 FILLER PIC X(16).
