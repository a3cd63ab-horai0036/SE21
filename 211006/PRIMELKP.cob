		01 I PIC 9(7).
		01 J PIC 9(7).
		01 REM PIC 9(7).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	LINKAGE SECTION.
	COPY PRIMELKA.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "PRIMELKP0001E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "PRIMELKP0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO PL-RETURN-CODE
		ELSE
			MOVE "Y" TO WS-MASTER-OPEN
			IF WS-FS-JRNL NOT = "00"
				DISPLAY "PRIMELKP0003E PMJRNL OPEN ERR "
					WS-FS-JRNL
				MOVE "PRIMELKP0003E" TO XA-MSG-ID
				MOVE "PMJRNL" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO PL-RETURN-CODE
				PERFORM 8000-CLOSE-MASTER
			END-IF
			INVALID KEY
			DISPLAY "PRIMELKP0002E PMST WRITE ERR "
				PM-NUMBER
			MOVE "PRIMELKP0002E" TO XA-MSG-ID
			MOVE PM-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO PL-RETURN-CODE
		END-WRITE.
		IF PL-RETURN-CODE < 8
		IF WS-FS-JRNL NOT = "00"
			DISPLAY "PRIMELKP0004E PMJRNL WRITE ERR "
				WS-FS-JRNL
			MOVE "PRIMELKP0004E" TO XA-MSG-ID
			MOVE "PMJRNL" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO PL-RETURN-CODE
		END-IF.

			CLOSE JOURNAL-FILE
			MOVE "N" TO WS-MASTER-OPEN
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "PRIMELKP" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
