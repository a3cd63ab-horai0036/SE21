		01 WS-COMPOSITE-CNT PIC 9(9) VALUE 0.
		01 WS-WRITTEN-CNT PIC 9(9) VALUE 0.
		01 WS-BROKEN-CNT PIC 9(9) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEFCT0001E PMST OPEN ERR"
			MOVE "IDEFCT0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		IF WS-CHAIN-BROKEN = "Y"
			DISPLAY "IDEFCT0002W CHAIN BROKEN AT " WS-WORK
				" FOR " WS-CURRENT
			MOVE "IDEFCT0002W" TO XA-MSG-ID
			MOVE WS-CURRENT TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			IF PM-STATUS = "P"
				MOVE WS-WORK TO WS-CHAIN-FACTOR
			MOVE "Y" TO WS-CHAIN-BROKEN
			DISPLAY "IDEFCT0006W BAD FACTOR " PM-FACTOR
				" AT " WS-WORK " FOR " WS-CURRENT
			MOVE "IDEFCT0006W" TO XA-MSG-ID
			MOVE WS-CURRENT TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE PM-FACTOR TO WS-CHAIN-FACTOR
			PERFORM 3200-TALLY-FACTOR
		IF WS-BROKEN-CNT > 0
			DISPLAY "IDEFCT0005W BROKEN CHAINS "
				WS-BROKEN-CNT
			MOVE "IDEFCT0005W" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE WS-BROKEN-CNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 8 TO RETURN-CODE
		END-IF.

	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE FACTOR-OUT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEFCT" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
