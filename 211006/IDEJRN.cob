		01 WS-DELETE-COUNT PIC 9(9) VALUE 0.
		01 WS-CLEAR-COUNT PIC 9(9) VALUE 0.
		01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		IF WS-FS-JRNL NOT = "00"
			DISPLAY "IDEJRN0001E PMJRNL OPEN ERR "
				WS-FS-JRNL
			MOVE "IDEJRN0001E" TO XA-MSG-ID
			MOVE "PMJRNL" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEJRN0002E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "IDEJRN0002E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
					ADD 1 TO WS-SKIPPED-COUNT
					DISPLAY "IDEJRN0003W BAD OP "
						JR-OPERATION
					MOVE "IDEJRN0003W" TO XA-MSG-ID
					MOVE "PMJRNL" TO XA-OBJECT
					MOVE 0 TO XA-COUNT
					PERFORM 9800-LOG-EXCEPTION
			END-EVALUATE
		END-IF.

				INVALID KEY
				DISPLAY "IDEJRN0004E APPLY ERR "
					JR-NEW-NUMBER
				MOVE "IDEJRN0004E" TO XA-MSG-ID
				MOVE JR-NEW-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 8 TO RETURN-CODE
			END-REWRITE
		END-WRITE.
				INVALID KEY
				DISPLAY "IDEJRN0004E APPLY ERR "
					JR-NEW-NUMBER
				MOVE "IDEJRN0004E" TO XA-MSG-ID
				MOVE JR-NEW-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 8 TO RETURN-CODE
			END-WRITE
		END-REWRITE.
			INVALID KEY
			DISPLAY "IDEJRN0005W ALREADY ABSENT "
				JR-OLD-NUMBER
			MOVE "IDEJRN0005W" TO XA-MSG-ID
			MOVE JR-OLD-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-DELETE.
		ADD 1 TO WS-DELETE-COUNT.

		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEJRN0011E PMST CLEAR ERR "
				WS-FS-PMST
			MOVE "IDEJRN0011E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEJRN0002E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "IDEJRN0002E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	9000-CLOSE-FILES.
		CLOSE JOURNAL-FILE.
		CLOSE PRIME-MASTER.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEJRN" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
