		01 WS-ASGN-AT-END PIC X(1).
		01 WS-QUERY-NUMBER PIC 9(7).
		01 WS-DONE PIC X(1) VALUE "N".
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-FS-ASGN NOT = "00"
			DISPLAY "IDEKQY0001E KEYASGN OPEN ERR "
				WS-FS-ASGN
			MOVE "IDEKQY0001E" TO XA-MSG-ID
			MOVE "KEYASGN" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	9000-CLOSE-FILES.
		CLOSE KEY-ASSIGN-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEKQY" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
