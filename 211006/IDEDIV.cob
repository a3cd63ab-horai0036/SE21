			05 FILLER PIC X(12) VALUE " DEFICIENT= ".
			05 WS-TL-DEFICIENT PIC ZZZZZZZZ9.
			05 FILLER PIC X(50) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-FS-FACT NOT = "00"
			DISPLAY "IDEDIV0001E FACTOUT OPEN ERR "
				WS-FS-FACT
			MOVE "IDEDIV0001E" TO XA-MSG-ID
			MOVE "FACTOUT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	9000-CLOSE-FILES.
		CLOSE FACTOR-OUT-FILE.
		CLOSE REPORT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEDIV" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
