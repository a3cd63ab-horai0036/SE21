	01 EXCEPTION-RECORD.
		05 XL-RUN-DATE PIC 9(8).
		05 XL-RUN-TIME PIC 9(8).
		05 XL-PROGRAM PIC X(8).
		05 XL-MSG-ID PIC X(13).
		05 XL-SEVERITY PIC X(1).
		05 XL-OBJECT PIC X(16).
		05 XL-COUNT PIC 9(9).
		05 FILLER PIC X(17).
