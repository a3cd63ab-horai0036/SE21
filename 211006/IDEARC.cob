		01 WS-DEL-RC PIC 9(9) COMP.
		01 WS-ABEND-FILE PIC X(16).
		01 WS-ABEND-STATUS PIC X(2).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT ARCHIVE-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEARC0001E ARCPARM OPEN ERR"
			MOVE "IDEARC0001E" TO XA-MSG-ID
			MOVE "ARCPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ ARCHIVE-CONTROL-FILE
			AT END
				DISPLAY "IDEARC0002E ARCPARM EMPTY"
				MOVE "IDEARC0002E" TO XA-MSG-ID
				MOVE "ARCPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-READ.
		CLOSE ARCHIVE-CONTROL-FILE.
		IF AR-CUTOFF-DATE = 0
			DISPLAY "IDEARC0003E BAD CUTOFF DATE"
			MOVE "IDEARC0003E" TO XA-MSG-ID
			MOVE "ARCPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
			IF WS-FS-AUD NOT = "00"
				DISPLAY "IDEARC0005E AUDITLOG OPEN ERR "
					WS-FS-AUD
				MOVE "IDEARC0005E" TO XA-MSG-ID
				MOVE "AUDITLOG" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			IF WS-FS-CORR NOT = "00"
				DISPLAY "IDEARC0007E CORRLOG OPEN ERR "
					WS-FS-CORR
				MOVE "IDEARC0007E" TO XA-MSG-ID
				MOVE "CORRLOG" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			IF WS-FS-ACAT NOT = "00"
				DISPLAY "IDEARC0008E ARCCAT OPEN ERR "
					WS-FS-ACAT
				MOVE "IDEARC0008E" TO XA-MSG-ID
				MOVE "ARCCAT" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
	9900-FATAL-IO.
		DISPLAY "IDEARC0011E IO ERROR FILE " WS-ABEND-FILE
			" STATUS " WS-ABEND-STATUS.
		MOVE "IDEARC0011E" TO XA-MSG-ID.
		MOVE WS-ABEND-FILE TO XA-OBJECT.
		MOVE 0 TO XA-COUNT.
		PERFORM 9800-LOG-EXCEPTION.
		MOVE 16 TO RETURN-CODE.
		STOP RUN.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEARC" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
