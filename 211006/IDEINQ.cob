		01 WS-BELOW-FOUND PIC X(1).
		01 WS-PRIME-ABOVE PIC 9(7).
		01 WS-ABOVE-FOUND PIC X(1).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEINQ0001E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "IDEINQ0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-CHAIN-BROKEN = "Y"
			DISPLAY "IDEINQ0007W CHAIN BROKEN AT " WS-WORK
				" FOR " WS-CURRENT
			MOVE "IDEINQ0007W" TO XA-MSG-ID
			MOVE WS-CURRENT TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			IF PM-STATUS = "P"
				MOVE WS-WORK TO WS-CHAIN-FACTOR
			MOVE "Y" TO WS-CHAIN-BROKEN
			DISPLAY "IDEINQ0008W BAD FACTOR " PM-FACTOR
				" AT " WS-WORK " FOR " WS-CURRENT
			MOVE "IDEINQ0008W" TO XA-MSG-ID
			MOVE WS-CURRENT TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE PM-FACTOR TO WS-CHAIN-FACTOR
			PERFORM 3400-TALLY-FACTOR

	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEINQ" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
