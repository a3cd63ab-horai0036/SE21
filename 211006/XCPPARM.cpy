	01 EXCEPTION-CONTROL-RECORD.
		05 XP-RUN-DATE PIC 9(8).
