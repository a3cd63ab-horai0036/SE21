	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDEMNT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-AUTH.
		SELECT PRIME-MASTER ASSIGN TO "PRIMEMST"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-NUMBER
			FILE STATUS IS WS-FS-PMST.
		SELECT PENDING-CHANGE-FILE ASSIGN TO "PMPEND"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PC-CHANGE-ID
			FILE STATUS IS WS-FS-PEND.
		SELECT JOURNAL-FILE ASSIGN TO "PMJRNL"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-JRNL.
		SELECT CORRECTION-LOG-FILE ASSIGN TO "CORRLOG"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CORR.
		SELECT ALLOCATION-FILE ASSIGN TO "PRIMEALC"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AL-PRIME-VALUE
			FILE STATUS IS WS-FS-ALC.

	DATA DIVISION.
	FILE SECTION.
	FD OPERATOR-AUTH-FILE.
	COPY OPERAUTH.

	FD PRIME-MASTER.
	COPY PRIMEMST.

	FD PENDING-CHANGE-FILE.
	COPY PMPEND.

	FD JOURNAL-FILE.
	COPY JRNLREC.

	FD CORRECTION-LOG-FILE.
	COPY CORRLOG.

	FD ALLOCATION-FILE.
	COPY ALCREC.

	WORKING-STORAGE SECTION.
		01 WS-FS-AUTH PIC X(2).
		01 WS-FS-PMST PIC X(2).
		01 WS-FS-PEND PIC X(2).
		01 WS-FS-JRNL PIC X(2).
		01 WS-FS-CORR PIC X(2).
		01 WS-FS-ALC PIC X(2).
		01 WS-ALC-OPEN PIC X(1) VALUE "N".
		01 WS-ALC-FOUND PIC X(1).
		01 WS-AUTH-AT-END PIC X(1).
		01 WS-AUTH-FOUND PIC X(1) VALUE "N".
		01 WS-OPERATOR-ID PIC X(8).
		01 WS-CAN-PROPOSE PIC X(1) VALUE "N".
		01 WS-CAN-APPROVE PIC X(1) VALUE "N".
		01 WS-DONE PIC X(1) VALUE "N".
		01 WS-FUNCTION PIC X(1).
		01 WS-MASTER-FOUND PIC X(1).
		01 WS-PEND-FOUND PIC X(1).
		01 WS-PEND-AT-END PIC X(1).
		01 WS-DUP-FOUND PIC X(1).
		01 WS-LIST-COUNT PIC 9(5).
		01 WS-QUERY-NUMBER PIC 9(7).
		01 WS-MAX-FIELD-VALUE PIC 9(7) VALUE 9999999.
		01 WS-NEW-STATUS PIC X(1).
		01 WS-NEW-FACTOR PIC 9(7).
		01 WS-REASON PIC X(40).
		01 WS-CHANGE-ID PIC 9(8).
		01 WS-LAST-CHANGE-ID PIC 9(8).
		01 WS-PROPOSAL-OK PIC X(1).
		01 WS-APPLY-OK PIC X(1).
		01 WS-REM PIC 9(7).
		01 WS-RUN-DATE PIC 9(8).
		01 WS-RUN-TIME PIC 9(8).
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-OPEN-FILES.
		PERFORM 1500-SIGN-ON.
		PERFORM 2000-PROCESS-ONE-FUNCTION
			UNTIL WS-DONE = "Y".
		PERFORM 9000-CLOSE-FILES.
		STOP RUN.

	1000-OPEN-FILES.
		OPEN I-O PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEMNT0001E PMST OPEN ERR "
				WS-FS-PMST
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			STOP RUN
		END-IF.
		OPEN I-O PENDING-CHANGE-FILE.
		IF WS-FS-PEND NOT = "00"
			OPEN OUTPUT PENDING-CHANGE-FILE
			CLOSE PENDING-CHANGE-FILE
			OPEN I-O PENDING-CHANGE-FILE
		END-IF.
		IF WS-FS-PEND NOT = "00"
			DISPLAY "IDEMNT0002E PMPEND OPEN ERR "
				WS-FS-PEND
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0002E" TO XA-MSG-ID
			MOVE "PMPEND" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			CLOSE PRIME-MASTER
			STOP RUN
		END-IF.
		OPEN I-O ALLOCATION-FILE.
		IF WS-FS-ALC = "00"
			MOVE "Y" TO WS-ALC-OPEN
		END-IF.
		IF WS-FS-ALC = "35"
			DISPLAY "IDEMNT0042I NO ALLOCATION LEDGER "
				WS-FS-ALC
		END-IF.
		IF WS-FS-ALC NOT = "00"
			AND WS-FS-ALC NOT = "35"
			DISPLAY "IDEMNT0043E PRIMEALC OPEN ERR "
				WS-FS-ALC
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0043E" TO XA-MSG-ID
			MOVE "PRIMEALC" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			CLOSE PRIME-MASTER
			CLOSE PENDING-CHANGE-FILE
			STOP RUN
		END-IF.

	1500-SIGN-ON.
		DISPLAY "IDEMNT0003I ENTER OPERATOR ID".
		ACCEPT WS-OPERATOR-ID.
		OPEN INPUT OPERATOR-AUTH-FILE.
		IF WS-FS-AUTH NOT = "00"
			DISPLAY "IDEMNT0004E OPERAUTH OPEN ERR "
				WS-FS-AUTH
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0004E" TO XA-MSG-ID
			MOVE "OPERAUTH" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.
		MOVE "N" TO WS-AUTH-AT-END.
		PERFORM 1600-READ-ONE-AUTH
			UNTIL WS-AUTH-AT-END = "Y"
			OR WS-AUTH-FOUND = "Y".
		CLOSE OPERATOR-AUTH-FILE.
		IF WS-AUTH-FOUND = "N"
			OR (WS-CAN-PROPOSE NOT = "Y"
			AND WS-CAN-APPROVE NOT = "Y")
			DISPLAY "IDEMNT0005W NOT AUTHORIZED "
				WS-OPERATOR-ID
			MOVE 8 TO RETURN-CODE
			MOVE "IDEMNT0005W" TO XA-MSG-ID
			MOVE WS-OPERATOR-ID TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9000-CLOSE-FILES
			STOP RUN
		END-IF.
		DISPLAY "IDEMNT0006I SIGNED ON " WS-OPERATOR-ID
			" PROPOSE " WS-CAN-PROPOSE
			" APPROVE " WS-CAN-APPROVE.

	1600-READ-ONE-AUTH.
		READ OPERATOR-AUTH-FILE
			AT END MOVE "Y" TO WS-AUTH-AT-END
		END-READ.
		IF WS-AUTH-AT-END NOT = "Y"
			AND OP-OPERATOR-ID = WS-OPERATOR-ID
			MOVE "Y" TO WS-AUTH-FOUND
			MOVE OP-CAN-PROPOSE TO WS-CAN-PROPOSE
			MOVE OP-CAN-APPROVE TO WS-CAN-APPROVE
		END-IF.

	2000-PROCESS-ONE-FUNCTION.
		DISPLAY "IDEMNT0007I ENTER FUNCTION "
			"(P=PROPOSE L=LIST A=APPROVE R=REJECT E=END)".
		ACCEPT WS-FUNCTION.
		EVALUATE WS-FUNCTION
			WHEN "E"
				MOVE "Y" TO WS-DONE
			WHEN "P"
				IF WS-CAN-PROPOSE = "Y"
					PERFORM 3000-PROPOSE-CHANGE
				ELSE
					DISPLAY "IDEMNT0008W"
						" NOT A PROPOSER"
				END-IF
			WHEN "L"
				PERFORM 4000-LIST-PENDING
			WHEN "A"
			WHEN "R"
				IF WS-CAN-APPROVE = "Y"
					PERFORM 5000-DECIDE-CHANGE
				ELSE
					DISPLAY "IDEMNT0009W"
						" NOT AN APPROVER"
				END-IF
			WHEN OTHER
				DISPLAY "IDEMNT0010W BAD FUNCTION "
					WS-FUNCTION
		END-EVALUATE.

	3000-PROPOSE-CHANGE.
		DISPLAY "IDEMNT0011I ENTER NUMBER".
		ACCEPT WS-QUERY-NUMBER.
		IF WS-QUERY-NUMBER < 2
			OR WS-QUERY-NUMBER > WS-MAX-FIELD-VALUE
			DISPLAY "IDEMNT0012W OUT OF RANGE"
		ELSE
			MOVE WS-QUERY-NUMBER TO PM-NUMBER
			READ PRIME-MASTER
				INVALID KEY MOVE "N" TO WS-MASTER-FOUND
				NOT INVALID KEY
					MOVE "Y" TO WS-MASTER-FOUND
			END-READ
			IF WS-MASTER-FOUND = "N"
				DISPLAY "IDEMNT0013W NOT ON MASTER "
					WS-QUERY-NUMBER
			ELSE
				PERFORM 3100-ACCEPT-PROPOSAL
			END-IF
		END-IF.

	3100-ACCEPT-PROPOSAL.
		DISPLAY "IDEMNT0014I NUMBER " PM-NUMBER
			" STATUS " PM-STATUS
			" FACTOR " PM-FACTOR.
		DISPLAY "IDEMNT0015I ENTER NEW STATUS (P/C)".
		ACCEPT WS-NEW-STATUS.
		MOVE 0 TO WS-NEW-FACTOR.
		IF WS-NEW-STATUS = "C"
			DISPLAY "IDEMNT0016I ENTER NEW FACTOR"
			ACCEPT WS-NEW-FACTOR
		END-IF.
		DISPLAY "IDEMNT0017I ENTER REASON".
		ACCEPT WS-REASON.
		PERFORM 3200-VALIDATE-PROPOSAL.
		IF WS-PROPOSAL-OK = "Y"
			PERFORM 3400-CHECK-DUPLICATE
		END-IF.
		IF WS-PROPOSAL-OK = "Y"
			PERFORM 3500-WRITE-PENDING
		END-IF.

	3200-VALIDATE-PROPOSAL.
		MOVE "Y" TO WS-PROPOSAL-OK.
		EVALUATE TRUE
			WHEN WS-NEW-STATUS NOT = "P"
				AND WS-NEW-STATUS NOT = "C"
				DISPLAY "IDEMNT0018W BAD STATUS "
					WS-NEW-STATUS
				MOVE "N" TO WS-PROPOSAL-OK
			WHEN WS-NEW-STATUS = "C"
				AND (WS-NEW-FACTOR < 2
				OR WS-NEW-FACTOR >= PM-NUMBER)
				DISPLAY "IDEMNT0019W BAD FACTOR "
					WS-NEW-FACTOR
				MOVE "N" TO WS-PROPOSAL-OK
			WHEN WS-NEW-STATUS = PM-STATUS
				AND WS-NEW-FACTOR = PM-FACTOR
				DISPLAY "IDEMNT0020W NO CHANGE PROPOSED"
				MOVE "N" TO WS-PROPOSAL-OK
			WHEN WS-REASON = SPACES
				DISPLAY "IDEMNT0021W REASON REQUIRED"
				MOVE "N" TO WS-PROPOSAL-OK
		END-EVALUATE.
		IF WS-PROPOSAL-OK = "Y"
			AND WS-NEW-STATUS = "C"
			COMPUTE WS-REM =
				FUNCTION MOD(PM-NUMBER WS-NEW-FACTOR)
			IF WS-REM NOT = 0
				DISPLAY "IDEMNT0019W BAD FACTOR "
					WS-NEW-FACTOR
				MOVE "N" TO WS-PROPOSAL-OK
			END-IF
		END-IF.

	3400-CHECK-DUPLICATE.
		MOVE "N" TO WS-DUP-FOUND.
		MOVE "N" TO WS-PEND-AT-END.
		MOVE 0 TO PC-CHANGE-ID.
		START PENDING-CHANGE-FILE
			KEY IS NOT LESS THAN PC-CHANGE-ID
			INVALID KEY MOVE "Y" TO WS-PEND-AT-END
		END-START.
		PERFORM 3450-CHECK-ONE-PENDING
			UNTIL WS-PEND-AT-END = "Y"
			OR WS-DUP-FOUND = "Y".
		IF WS-DUP-FOUND = "Y"
			DISPLAY "IDEMNT0022W ALREADY PENDING "
				PC-CHANGE-ID
			MOVE "N" TO WS-PROPOSAL-OK
		END-IF.

	3450-CHECK-ONE-PENDING.
		READ PENDING-CHANGE-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-PEND-AT-END
		END-READ.
		IF WS-PEND-AT-END NOT = "Y"
			AND PC-STATE = "P"
			AND PC-NUMBER = PM-NUMBER
			MOVE "Y" TO WS-DUP-FOUND
		END-IF.

	3500-WRITE-PENDING.
		PERFORM 3600-NEXT-CHANGE-ID.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-RUN-TIME FROM TIME.
		MOVE SPACES TO PENDING-CHANGE-RECORD.
		MOVE WS-CHANGE-ID TO PC-CHANGE-ID.
		MOVE PM-NUMBER TO PC-NUMBER.
		MOVE PM-STATUS TO PC-OLD-STATUS.
		MOVE PM-FACTOR TO PC-OLD-FACTOR.
		MOVE WS-NEW-STATUS TO PC-NEW-STATUS.
		MOVE WS-NEW-FACTOR TO PC-NEW-FACTOR.
		MOVE WS-REASON TO PC-REASON.
		MOVE WS-OPERATOR-ID TO PC-PROPOSER-ID.
		MOVE WS-RUN-DATE TO PC-PROPOSE-DATE.
		MOVE WS-RUN-TIME TO PC-PROPOSE-TIME.
		MOVE "P" TO PC-STATE.
		MOVE 0 TO PC-DECIDE-DATE.
		MOVE 0 TO PC-DECIDE-TIME.
		WRITE PENDING-CHANGE-RECORD
			INVALID KEY CONTINUE
		END-WRITE.
		IF WS-FS-PEND NOT = "00"
			DISPLAY "IDEMNT0023E PMPEND WRITE ERR "
				WS-FS-PEND
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0023E" TO XA-MSG-ID
			MOVE PC-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			DISPLAY "IDEMNT0024I CHANGE " PC-CHANGE-ID
				" PENDING APPROVAL"
		END-IF.

	3600-NEXT-CHANGE-ID.
		MOVE 0 TO WS-LAST-CHANGE-ID.
		MOVE 99999999 TO PC-CHANGE-ID.
		MOVE "N" TO WS-PEND-AT-END.
		START PENDING-CHANGE-FILE
			KEY IS NOT GREATER THAN PC-CHANGE-ID
			INVALID KEY MOVE "Y" TO WS-PEND-AT-END
		END-START.
		IF WS-PEND-AT-END NOT = "Y"
			READ PENDING-CHANGE-FILE NEXT RECORD
				AT END MOVE "Y" TO WS-PEND-AT-END
			END-READ
			IF WS-PEND-AT-END NOT = "Y"
				MOVE PC-CHANGE-ID TO WS-LAST-CHANGE-ID
			END-IF
		END-IF.
		COMPUTE WS-CHANGE-ID = WS-LAST-CHANGE-ID + 1.

	4000-LIST-PENDING.
		MOVE 0 TO WS-LIST-COUNT.
		MOVE "N" TO WS-PEND-AT-END.
		MOVE 0 TO PC-CHANGE-ID.
		START PENDING-CHANGE-FILE
			KEY IS NOT LESS THAN PC-CHANGE-ID
			INVALID KEY MOVE "Y" TO WS-PEND-AT-END
		END-START.
		PERFORM 4100-LIST-ONE-PENDING
			UNTIL WS-PEND-AT-END = "Y".
		DISPLAY "IDEMNT0025I PENDING CHANGES " WS-LIST-COUNT.

	4100-LIST-ONE-PENDING.
		READ PENDING-CHANGE-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-PEND-AT-END
		END-READ.
		IF WS-PEND-AT-END NOT = "Y"
			AND PC-STATE = "P"
			ADD 1 TO WS-LIST-COUNT
			DISPLAY "IDEMNT0026I CHANGE " PC-CHANGE-ID
				" NUMBER " PC-NUMBER
				" " PC-OLD-STATUS "/" PC-OLD-FACTOR
				" TO " PC-NEW-STATUS "/" PC-NEW-FACTOR
				" BY " PC-PROPOSER-ID
			DISPLAY "IDEMNT0027I REASON " PC-REASON
		END-IF.

	5000-DECIDE-CHANGE.
		DISPLAY "IDEMNT0028I ENTER CHANGE ID".
		ACCEPT WS-CHANGE-ID.
		MOVE WS-CHANGE-ID TO PC-CHANGE-ID.
		READ PENDING-CHANGE-FILE
			INVALID KEY MOVE "N" TO WS-PEND-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-PEND-FOUND
		END-READ.
		EVALUATE TRUE
			WHEN WS-PEND-FOUND = "N"
				DISPLAY "IDEMNT0029W NO SUCH CHANGE "
					WS-CHANGE-ID
			WHEN PC-STATE NOT = "P"
				DISPLAY "IDEMNT0030W NOT PENDING "
					WS-CHANGE-ID " STATE " PC-STATE
			WHEN PC-PROPOSER-ID = WS-OPERATOR-ID
				DISPLAY "IDEMNT0031W OWN PROPOSAL "
					WS-CHANGE-ID
			WHEN WS-FUNCTION = "A"
				PERFORM 6000-APPLY-CHANGE
			WHEN OTHER
				MOVE "R" TO PC-STATE
				PERFORM 5500-RECORD-DECISION
		END-EVALUATE.

	5500-RECORD-DECISION.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-RUN-TIME FROM TIME.
		MOVE WS-OPERATOR-ID TO PC-APPROVER-ID.
		MOVE WS-RUN-DATE TO PC-DECIDE-DATE.
		MOVE WS-RUN-TIME TO PC-DECIDE-TIME.
		REWRITE PENDING-CHANGE-RECORD
			INVALID KEY CONTINUE
		END-REWRITE.
		IF WS-FS-PEND NOT = "00"
			DISPLAY "IDEMNT0032E PMPEND REWRITE ERR "
				WS-FS-PEND
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0032E" TO XA-MSG-ID
			MOVE PC-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			DISPLAY "IDEMNT0033I CHANGE " PC-CHANGE-ID
				" STATE " PC-STATE
		END-IF.

	6000-APPLY-CHANGE.
		MOVE "Y" TO WS-APPLY-OK.
		MOVE PC-NUMBER TO PM-NUMBER.
		READ PRIME-MASTER
			INVALID KEY MOVE "N" TO WS-MASTER-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-MASTER-FOUND
		END-READ.
		IF WS-MASTER-FOUND = "N"
			DISPLAY "IDEMNT0013W NOT ON MASTER " PC-NUMBER
			MOVE "N" TO WS-APPLY-OK
		ELSE
			IF PM-STATUS NOT = PC-OLD-STATUS
				OR PM-FACTOR NOT = PC-OLD-FACTOR
				DISPLAY "IDEMNT0034W MASTER CHANGED "
					PC-NUMBER
				MOVE "N" TO WS-APPLY-OK
			END-IF
		END-IF.
		IF WS-APPLY-OK = "Y"
			MOVE PC-NEW-STATUS TO PM-STATUS
			MOVE PC-NEW-FACTOR TO PM-FACTOR
			REWRITE PRIME-MASTER-RECORD
				INVALID KEY CONTINUE
			END-REWRITE
			IF WS-FS-PMST NOT = "00"
				DISPLAY "IDEMNT0035E REWRITE ERR "
					PM-NUMBER " " WS-FS-PMST
				MOVE "N" TO WS-APPLY-OK
				MOVE 16 TO RETURN-CODE
				MOVE "IDEMNT0035E" TO XA-MSG-ID
				MOVE PM-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-IF
		END-IF.
		IF WS-APPLY-OK = "Y"
			MOVE "A" TO PC-STATE
			PERFORM 5500-RECORD-DECISION
			PERFORM 6100-WRITE-JOURNAL
			PERFORM 6200-WRITE-CORRECTION-LOG
			PERFORM 6300-CHECK-ALLOCATION
		END-IF.

	6100-WRITE-JOURNAL.
		OPEN EXTEND JOURNAL-FILE.
		IF WS-FS-JRNL NOT = "00"
			DISPLAY "IDEMNT0036E PMJRNL OPEN ERR "
				WS-FS-JRNL
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0036E" TO XA-MSG-ID
			MOVE PC-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE SPACES TO JOURNAL-RECORD
			MOVE WS-RUN-DATE TO JR-RUN-DATE
			MOVE WS-RUN-TIME TO JR-RUN-TIME
			MOVE "IDEMNT  " TO JR-PROGRAM-ID
			MOVE "R" TO JR-OPERATION
			MOVE PC-NUMBER TO JR-OLD-NUMBER
			MOVE PC-OLD-STATUS TO JR-OLD-STATUS
			MOVE PC-OLD-FACTOR TO JR-OLD-FACTOR
			MOVE PC-NUMBER TO JR-NEW-NUMBER
			MOVE PC-NEW-STATUS TO JR-NEW-STATUS
			MOVE PC-NEW-FACTOR TO JR-NEW-FACTOR
			MOVE PC-PROPOSER-ID TO JR-PROPOSER-ID
			MOVE PC-APPROVER-ID TO JR-APPROVER-ID
			WRITE JOURNAL-RECORD
			IF WS-FS-JRNL NOT = "00"
				DISPLAY "IDEMNT0037E PMJRNL WRITE ERR "
					WS-FS-JRNL
				MOVE 16 TO RETURN-CODE
				MOVE "IDEMNT0037E" TO XA-MSG-ID
				MOVE PC-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-IF
			CLOSE JOURNAL-FILE
		END-IF.

	6200-WRITE-CORRECTION-LOG.
		OPEN EXTEND CORRECTION-LOG-FILE.
		IF WS-FS-CORR = "35"
			OPEN OUTPUT CORRECTION-LOG-FILE
		END-IF.
		IF WS-FS-CORR NOT = "00"
			DISPLAY "IDEMNT0038E CORRLOG OPEN ERR "
				WS-FS-CORR
			MOVE 16 TO RETURN-CODE
			MOVE "IDEMNT0038E" TO XA-MSG-ID
			MOVE PC-NUMBER TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE SPACES TO CORRECTION-RECORD
			MOVE WS-RUN-DATE TO CL-RUN-DATE
			MOVE "A" TO CL-MODE
			MOVE PC-NUMBER TO CL-NUMBER
			MOVE PC-OLD-STATUS TO CL-OLD-STATUS
			MOVE PC-OLD-FACTOR TO CL-OLD-FACTOR
			MOVE PC-NEW-STATUS TO CL-NEW-STATUS
			MOVE PC-NEW-FACTOR TO CL-NEW-FACTOR
			MOVE PC-PROPOSER-ID TO CL-PROPOSER-ID
			MOVE PC-APPROVER-ID TO CL-APPROVER-ID
			WRITE CORRECTION-RECORD
			IF WS-FS-CORR NOT = "00"
				DISPLAY "IDEMNT0040E CORRLOG WRITE ERR "
					WS-FS-CORR
				MOVE 16 TO RETURN-CODE
				MOVE "IDEMNT0040E" TO XA-MSG-ID
				MOVE PC-NUMBER TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-IF
			CLOSE CORRECTION-LOG-FILE
		END-IF.

	6300-CHECK-ALLOCATION.
		IF WS-ALC-OPEN = "Y"
			AND PC-OLD-STATUS = "P"
			AND PC-NEW-STATUS = "C"
			MOVE PC-NUMBER TO AL-PRIME-VALUE
			READ ALLOCATION-FILE
				INVALID KEY MOVE "N" TO WS-ALC-FOUND
				NOT INVALID KEY MOVE "Y" TO WS-ALC-FOUND
			END-READ
			IF WS-ALC-FOUND = "Y"
				AND (AL-STATUS = "R" OR AL-STATUS = "I")
				MOVE "V" TO AL-STATUS
				MOVE WS-RUN-DATE TO AL-STATUS-DATE
				REWRITE ALLOCATION-RECORD
					INVALID KEY CONTINUE
				END-REWRITE
				PERFORM 6350-REPORT-REVOCATION
			END-IF
		END-IF.

	6350-REPORT-REVOCATION.
		IF WS-FS-ALC = "00"
			DISPLAY "IDEMNT0039W LEDGER REVOKED "
				AL-PRIME-VALUE
				" OWNER " AL-OWNER-ID
			MOVE "IDEMNT0039W" TO XA-MSG-ID
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
		ELSE
			DISPLAY "IDEMNT0041E ALC REWRITE ERR"
				" " AL-PRIME-VALUE
				" " WS-FS-ALC
			MOVE "IDEMNT0041E" TO XA-MSG-ID
			MOVE 16 TO RETURN-CODE
		END-IF.
		MOVE AL-PRIME-VALUE TO XA-OBJECT.
		MOVE 0 TO XA-COUNT.
		PERFORM 9800-LOG-EXCEPTION.

	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE PENDING-CHANGE-FILE.
		IF WS-ALC-OPEN = "Y"
			CLOSE ALLOCATION-FILE
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEMNT" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
