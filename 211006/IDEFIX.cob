		SELECT JOURNAL-FILE ASSIGN TO "PMJRNL"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-JRNL.
		SELECT ALLOCATION-FILE ASSIGN TO "PRIMEALC"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AL-PRIME-VALUE
			FILE STATUS IS WS-FS-ALC.

	DATA DIVISION.
	FILE SECTION.
	FD JOURNAL-FILE.
	COPY JRNLREC.

	FD ALLOCATION-FILE.
	COPY ALCREC.

	WORKING-STORAGE SECTION.
		01 WS-FS-CTL PIC X(2).
		01 WS-FS-VRFY PIC X(2).
		01 WS-FS-PMST PIC X(2).
		01 WS-FS-JRNL PIC X(2).
		01 WS-FS-ALC PIC X(2).
		01 WS-ALC-OPEN PIC X(1) VALUE "N".
		01 WS-ALC-FOUND PIC X(1).
		01 WS-REVOKED-COUNT PIC 9(9) VALUE 0.
		01 WS-JRNL-TIME PIC 9(8).
		01 WS-APPLY-MODE PIC X(1) VALUE "N".
		01 WS-AT-END PIC X(1) VALUE "N".
		01 I PIC 9(7).
		01 J PIC 9(7).
		01 REM PIC 9(7).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT FIX-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEFIX0001E FIXPARM OPEN ERR"
			MOVE "IDEFIX0001E" TO XA-MSG-ID
			MOVE "FIXPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		READ FIX-CONTROL-FILE
			AT END
				DISPLAY "IDEFIX0002E FIXPARM EMPTY"
				MOVE "IDEFIX0002E" TO XA-MSG-ID
				MOVE "FIXPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				GOBACK
		END-READ.
				MOVE "N" TO WS-APPLY-MODE
			WHEN OTHER
				DISPLAY "IDEFIX0003E BAD MODE " FX-MODE
				MOVE "IDEFIX0003E" TO XA-MSG-ID
				MOVE "FIXPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				GOBACK
		END-EVALUATE.
		OPEN INPUT VERIFY-FILE.
		IF WS-FS-VRFY NOT = "00"
			DISPLAY "IDEFIX0004E PMVERFY OPEN ERR"
			MOVE "IDEFIX0004E" TO XA-MSG-ID
			MOVE "PMVERFY" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		END-IF.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEFIX0005E PMST OPEN ERR " WS-FS-PMST
			MOVE "IDEFIX0005E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
			IF WS-FS-JRNL NOT = "00"
				DISPLAY "IDEFIX0013E PMJRNL OPEN ERR "
					WS-FS-JRNL
				MOVE "IDEFIX0013E" TO XA-MSG-ID
				MOVE "PMJRNL" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				GOBACK
			END-IF
		END-IF.
		IF WS-APPLY-MODE = "Y"
			OPEN I-O ALLOCATION-FILE
		ELSE
			OPEN INPUT ALLOCATION-FILE
		END-IF.
		IF WS-FS-ALC = "00"
			MOVE "Y" TO WS-ALC-OPEN
		END-IF.
		IF WS-FS-ALC = "35"
			DISPLAY "IDEFIX0015I NO ALLOCATION LEDGER "
				WS-FS-ALC
		END-IF.
		IF WS-FS-ALC NOT = "00"
			AND WS-FS-ALC NOT = "35"
			DISPLAY "IDEFIX0020E PRIMEALC OPEN ERR "
				WS-FS-ALC
			MOVE "IDEFIX0020E" TO XA-MSG-ID
			MOVE "PRIMEALC" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			GOBACK
		END-IF.

	2000-PROCESS-MISMATCH.
		READ VERIFY-FILE
		END-READ.
		IF WS-MASTER-FOUND = "N"
			DISPLAY "IDEFIX0006W NOT ON MASTER " VM-NUMBER
			MOVE "IDEFIX0006W" TO XA-MSG-ID
			MOVE VM-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			ADD 1 TO WS-SKIPPED-COUNT
			MOVE 4 TO RETURN-CODE
		ELSE
			IF PM-STATUS NOT = VM-STORED-STATUS
				DISPLAY "IDEFIX0007W STATUS MOVED "
					VM-NUMBER
				MOVE "IDEFIX0007W" TO XA-MSG-ID
				MOVE VM-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				ADD 1 TO WS-SKIPPED-COUNT
				MOVE 4 TO RETURN-CODE
			ELSE
			IF WS-FS-PMST = "00"
				PERFORM 5000-WRITE-CORRECTION-LOG
				PERFORM 5500-WRITE-JOURNAL
				PERFORM 4500-CHECK-ALLOCATION
				ADD 1 TO WS-FIXED-COUNT
			ELSE
				DISPLAY "IDEFIX0008E REWRITE ERR "
					PM-NUMBER " " WS-FS-PMST
				MOVE "IDEFIX0008E" TO XA-MSG-ID
				MOVE PM-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				ADD 1 TO WS-SKIPPED-COUNT
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			PERFORM 5000-WRITE-CORRECTION-LOG
			PERFORM 4500-CHECK-ALLOCATION
			ADD 1 TO WS-REPORTED-COUNT
		END-IF.

				EXIT PERFORM
		END-PERFORM.

	4500-CHECK-ALLOCATION.
		IF WS-ALC-OPEN = "Y"
			AND WS-OLD-STATUS = "P"
			AND WS-NEW-STATUS = "C"
			MOVE PM-NUMBER TO AL-PRIME-VALUE
			READ ALLOCATION-FILE
				INVALID KEY MOVE "N" TO WS-ALC-FOUND
				NOT INVALID KEY MOVE "Y" TO WS-ALC-FOUND
			END-READ
			IF WS-ALC-FOUND = "Y"
				AND (AL-STATUS = "R" OR AL-STATUS = "I")
				PERFORM 4600-REVOKE-ALLOCATION
			END-IF
		END-IF.

	4600-REVOKE-ALLOCATION.
		IF WS-APPLY-MODE = "Y"
			MOVE "V" TO AL-STATUS
			MOVE WS-RUN-DATE TO AL-STATUS-DATE
			REWRITE ALLOCATION-RECORD
				INVALID KEY CONTINUE
			END-REWRITE
			IF WS-FS-ALC = "00"
				ADD 1 TO WS-REVOKED-COUNT
				DISPLAY "IDEFIX0016W LEDGER REVOKED "
					AL-PRIME-VALUE
					" OWNER " AL-OWNER-ID
				MOVE "IDEFIX0016W" TO XA-MSG-ID
			ELSE
				DISPLAY "IDEFIX0018E ALC REWRITE ERR"
					" " AL-PRIME-VALUE
					" " WS-FS-ALC
				MOVE "IDEFIX0018E" TO XA-MSG-ID
				MOVE 16 TO RETURN-CODE
			END-IF
		ELSE
			DISPLAY "IDEFIX0017W LEDGER AT RISK "
				AL-PRIME-VALUE " OWNER " AL-OWNER-ID
			MOVE "IDEFIX0017W" TO XA-MSG-ID
		END-IF.
		MOVE AL-PRIME-VALUE TO XA-OBJECT.
		MOVE 0 TO XA-COUNT.
		PERFORM 9800-LOG-EXCEPTION.
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF.

	5000-WRITE-CORRECTION-LOG.
		MOVE SPACES TO CORRECTION-RECORD.
		MOVE WS-RUN-DATE TO CL-RUN-DATE.
		IF WS-FS-JRNL NOT = "00"
			DISPLAY "IDEFIX0014E PMJRNL WRITE ERR "
				WS-FS-JRNL
			MOVE "IDEFIX0014E" TO XA-MSG-ID
			MOVE "PMJRNL" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		DISPLAY "IDEFIX0011I CORRECTIONS REPORTED "
			WS-REPORTED-COUNT.
		DISPLAY "IDEFIX0012I SKIPPED " WS-SKIPPED-COUNT.
		DISPLAY "IDEFIX0019I ALLOCATIONS REVOKED "
			WS-REVOKED-COUNT.

	9000-CLOSE-FILES.
		CLOSE VERIFY-FILE.
		IF WS-APPLY-MODE = "Y"
			CLOSE JOURNAL-FILE
		END-IF.
		IF WS-ALC-OPEN = "Y"
			CLOSE ALLOCATION-FILE
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEFIX" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
