			05 WS-RPT-TEXT PIC X(30).
			05 WS-RPT-COUNT PIC 9(9).
			05 FILLER PIC X(41) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT MAINT-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "PMMAINT0001E MNTPARM OPEN ERR"
			MOVE "PMMAINT0001E" TO XA-MSG-ID
			MOVE "MNTPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF WS-FS-JRNL NOT = "00"
			DISPLAY "PMMAINT0010E PMJRNL OPEN ERR "
				WS-FS-JRNL
			MOVE "PMMAINT0010E" TO XA-MSG-ID
			MOVE "PMJRNL" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF MC-HIGH-BOUND > WS-MAX-FIELD-VALUE
			OR MC-LOW-BOUND > MC-HIGH-BOUND
			DISPLAY "PMMAINT0009E INVALID BOUND RANGE"
			MOVE "PMMAINT0009E" TO XA-MSG-ID
			MOVE "MNTPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
			WHEN OTHER
				DISPLAY "PMMAINT0002E BAD FUNCTION "
					MC-FUNCTION
				MOVE "PMMAINT0002E" TO XA-MSG-ID
				MOVE "MNTPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
		END-EVALUATE.

		OPEN I-O PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "PMMAINT0003E PMST OPEN ERR " WS-FS-PMST
			MOVE "PMMAINT0003E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
			DELETE PRIME-MASTER
				INVALID KEY
				DISPLAY "PMMAINT0004E PMST DELETE ERR"
				MOVE "PMMAINT0004E" TO XA-MSG-ID
				MOVE PM-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-DELETE
			MOVE "D" TO WS-JRNL-OP
			PERFORM 7500-WRITE-JOURNAL
			ADD 1 TO WS-VERIFY-ERR-COUNT
			DISPLAY "PMMAINT0005W BAD FACTOR " PM-FACTOR
				" ON " PM-NUMBER
			MOVE "PMMAINT0005W" TO XA-MSG-ID
			MOVE PM-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			COMPUTE REM =
				FUNCTION MOD(PM-NUMBER PM-FACTOR)
				ADD 1 TO WS-VERIFY-ERR-COUNT
				DISPLAY "PMMAINT0005W BAD FACTOR "
					PM-FACTOR " ON " PM-NUMBER
				MOVE "PMMAINT0005W" TO XA-MSG-ID
				MOVE PM-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-IF
		END-IF.

		IF WS-FS-BKP NOT = "00"
			DISPLAY "PMMAINT0006E OPEN ERR "
				WS-BKP-NAME " " WS-FS-BKP
			MOVE "PMMAINT0006E" TO XA-MSG-ID
			MOVE WS-BKP-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN OUTPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "PMMAINT0007E PMST REBUILD OPEN ERR"
			MOVE "PMMAINT0007E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		WRITE PRIME-MASTER-RECORD
			INVALID KEY
			DISPLAY "PMMAINT0008E PMST WRITE ERR " PM-NUMBER
			MOVE "PMMAINT0008E" TO XA-MSG-ID
			MOVE PM-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-WRITE.
		MOVE "W" TO WS-JRNL-OP.
		PERFORM 7500-WRITE-JOURNAL.
		WRITE PRIME-MASTER-RECORD
			INVALID KEY
			DISPLAY "PMMAINT0008E PMST WRITE ERR " PM-NUMBER
			MOVE "PMMAINT0008E" TO XA-MSG-ID
			MOVE PM-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-WRITE.
		MOVE "W" TO WS-JRNL-OP.
		PERFORM 7500-WRITE-JOURNAL.
		IF WS-FS-JRNL NOT = "00"
			DISPLAY "PMMAINT0011E PMJRNL WRITE ERR "
				WS-FS-JRNL
			MOVE "PMMAINT0011E" TO XA-MSG-ID
			MOVE "PMJRNL" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		CLOSE MAINT-CONTROL-FILE.
		CLOSE MAINT-REPORT-FILE.
		CLOSE JOURNAL-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "PMMAINT" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
