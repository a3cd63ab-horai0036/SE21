			05 FILLER PIC X(10) VALUE " EXPECTED=".
			05 WS-TL-EXPECTED PIC ZZZZZZZZ9.99.
			05 FILLER PIC X(29) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEDST0001E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "IDEDST0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE REPORT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEDST" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
