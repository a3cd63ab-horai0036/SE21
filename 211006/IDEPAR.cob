	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDEPAR.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PAIR-CONTROL-FILE ASSIGN TO "PAIRPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PARM.
		SELECT PRIME-MASTER ASSIGN TO "PRIMEMST"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-NUMBER
			FILE STATUS IS WS-FS-PMST.
		SELECT CLASS-IN-FILE ASSIGN TO "CLASSOUT"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CLSI.
		SELECT KEY-ASSIGN-FILE ASSIGN TO "KEYASGN"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS KA-ASSIGN-KEY
			FILE STATUS IS WS-FS-ASGN.
		SELECT ALLOCATION-FILE ASSIGN TO "PRIMEALC"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AL-PRIME-VALUE
			FILE STATUS IS WS-FS-ALC.
		SELECT KEY-PAIR-FILE ASSIGN TO "KEYPAIR"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PAIR.

	DATA DIVISION.
	FILE SECTION.
	FD PAIR-CONTROL-FILE.
	COPY PAIRPARM.

	FD PRIME-MASTER.
	COPY PRIMEMST.

	FD CLASS-IN-FILE.
	COPY CLASSRC.

	FD KEY-ASSIGN-FILE.
	COPY KEYASGN.

	FD ALLOCATION-FILE.
	COPY ALCREC.

	FD KEY-PAIR-FILE.
	COPY KEYPAIR.
	COPY KEYPRHDR.
	COPY KEYPRTRL.

	WORKING-STORAGE SECTION.
		01 WS-FS-PARM PIC X(2).
		01 WS-FS-PMST PIC X(2).
		01 WS-FS-CLSI PIC X(2).
		01 WS-FS-ASGN PIC X(2).
		01 WS-FS-ALC PIC X(2).
		01 WS-FS-PAIR PIC X(2).
		01 WS-MST-AT-END PIC X(1) VALUE "N".
		01 WS-CLSI-AT-END PIC X(1) VALUE "N".
		01 WS-PMST-FOUND PIC X(1).
		01 WS-ASGN-FOUND PIC X(1).
		01 WS-ALC-FOUND PIC X(1).
		01 WS-CANDIDATE-OK PIC X(1).
		01 WS-ISSUED PIC X(1).
		01 WS-ASSIGN-DATE PIC 9(8).
		01 WS-RUN-DATE PIC 9(8).
		01 WS-RUN-TIME PIC 9(8).
		01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
			05 WS-RUN-HHMMSS PIC 9(6).
			05 FILLER PIC 9(2).
		01 WS-MAX-FIELD-VALUE PIC 9(7) VALUE 9999999.
		01 WS-LOW-BOUND PIC 9(7).
		01 WS-HIGH-BOUND PIC 9(7).
		01 WS-MIN-DISTANCE PIC 9(7).
		01 WS-SAFE-ONLY PIC X(1).
		01 WS-MAX-PAIRS PIC 9(5).
		01 WS-CAND-MAX PIC 9(5) VALUE 5000.
		01 WS-CAND-COUNT PIC 9(5) VALUE 0.
		01 WS-CAND-TABLE.
			05 WS-CD-ENTRY OCCURS 5000 TIMES.
				10 WS-CD-PRIME PIC 9(7).
				10 WS-CD-ALC-FOUND PIC X(1).
				10 WS-CD-USED PIC X(1).
		01 WS-P-IX PIC 9(5).
		01 WS-Q-IX PIC 9(5).
		01 WS-MARK-IX PIC 9(5).
		01 WS-NEED-VALUE PIC 9(8).
		01 WS-PAIRING-DONE PIC X(1) VALUE "N".
		01 WS-TABLE-FULL PIC X(1) VALUE "N".
		01 WS-DROPPED-COUNT PIC 9(9) VALUE 0.
		01 WS-EXCLUDED-ASGN PIC 9(9) VALUE 0.
		01 WS-EXCLUDED-ALC PIC 9(9) VALUE 0.
		01 WS-PAIR-COUNT PIC 9(9) VALUE 0.
		01 WS-PRIME-COUNT PIC 9(9) VALUE 0.
		01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
		01 WS-UNPAIRED-COUNT PIC 9(9) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-OPEN-FILES.
		IF WS-SAFE-ONLY = "Y"
			PERFORM 2000-LOAD-SAFE-CANDIDATES
		ELSE
			PERFORM 2500-LOAD-MASTER-CANDIDATES
		END-IF.
		PERFORM 3000-WRITE-HEADER.
		MOVE 1 TO WS-P-IX.
		MOVE 1 TO WS-Q-IX.
		PERFORM 4000-BUILD-NEXT-PAIR
			UNTIL WS-PAIRING-DONE = "Y".
		PERFORM 5000-WRITE-TRAILER.
		PERFORM 8000-CLOSE-FILES.
		COMPUTE WS-UNPAIRED-COUNT =
			WS-CAND-COUNT - WS-PRIME-COUNT.
		DISPLAY "IDEPAR0010I CANDIDATES " WS-CAND-COUNT
			" PAIRS " WS-PAIR-COUNT.
		DISPLAY "IDEPAR0011I EXCLUDED KEYASGN "
			WS-EXCLUDED-ASGN
			" PRIMEALC " WS-EXCLUDED-ALC
			" UNPAIRED " WS-UNPAIRED-COUNT.
		IF WS-PAIR-COUNT = 0
			OR (WS-MAX-PAIRS > 0
			AND WS-PAIR-COUNT < WS-MAX-PAIRS)
			DISPLAY "IDEPAR0008W PAIRS SHORT OF REQUEST "
				WS-PAIR-COUNT
			MOVE "IDEPAR0008W" TO XA-MSG-ID
			MOVE "KEYPAIR" TO XA-OBJECT
			MOVE WS-PAIR-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.
		STOP RUN.

	1000-OPEN-FILES.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-RUN-TIME FROM TIME.
		MOVE 0 TO RETURN-CODE.
		OPEN INPUT PAIR-CONTROL-FILE.
		IF WS-FS-PARM NOT = "00"
			DISPLAY "IDEPAR0001E PAIRPARM OPEN ERR "
				WS-FS-PARM
			MOVE "IDEPAR0001E" TO XA-MSG-ID
			MOVE "PAIRPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ PAIR-CONTROL-FILE
			AT END MOVE SPACES TO PAIR-CONTROL-RECORD
		END-READ.
		CLOSE PAIR-CONTROL-FILE.
		PERFORM 1100-VALIDATE-PARAMETERS.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDEPAR0003E PMST OPEN ERR " WS-FS-PMST
			MOVE "IDEPAR0003E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN INPUT KEY-ASSIGN-FILE.
		IF WS-FS-ASGN NOT = "00"
			DISPLAY "IDEPAR0004E KEYASGN OPEN ERR "
				WS-FS-ASGN
			MOVE "IDEPAR0004E" TO XA-MSG-ID
			MOVE "KEYASGN" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN I-O ALLOCATION-FILE.
		IF WS-FS-ALC NOT = "00"
			OPEN OUTPUT ALLOCATION-FILE
			CLOSE ALLOCATION-FILE
			OPEN I-O ALLOCATION-FILE
		END-IF.
		IF WS-FS-ALC NOT = "00"
			DISPLAY "IDEPAR0005E PRIMEALC OPEN ERR "
				WS-FS-ALC
			MOVE "IDEPAR0005E" TO XA-MSG-ID
			MOVE "PRIMEALC" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	1100-VALIDATE-PARAMETERS.
		IF KP-LOW-BOUND NOT NUMERIC
			OR KP-HIGH-BOUND NOT NUMERIC
			OR KP-MIN-DISTANCE NOT NUMERIC
			OR KP-MAX-PAIRS NOT NUMERIC
			OR (KP-SAFE-ONLY NOT = "Y"
			AND KP-SAFE-ONLY NOT = "N"
			AND KP-SAFE-ONLY NOT = SPACE)
			MOVE 0 TO KP-LOW-BOUND
			MOVE 0 TO KP-HIGH-BOUND
		END-IF.
		MOVE KP-LOW-BOUND TO WS-LOW-BOUND.
		MOVE KP-HIGH-BOUND TO WS-HIGH-BOUND.
		IF WS-HIGH-BOUND = 0
			MOVE WS-MAX-FIELD-VALUE TO WS-HIGH-BOUND
		END-IF.
		IF WS-LOW-BOUND < 2 OR WS-LOW-BOUND > WS-HIGH-BOUND
			DISPLAY "IDEPAR0002E INVALID PAIRPARM"
			MOVE "IDEPAR0002E" TO XA-MSG-ID
			MOVE "PAIRPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		MOVE KP-MIN-DISTANCE TO WS-MIN-DISTANCE.
		MOVE KP-MAX-PAIRS TO WS-MAX-PAIRS.
		IF KP-SAFE-ONLY = "Y"
			MOVE "Y" TO WS-SAFE-ONLY
		ELSE
			MOVE "N" TO WS-SAFE-ONLY
		END-IF.

	2000-LOAD-SAFE-CANDIDATES.
		OPEN INPUT CLASS-IN-FILE.
		IF WS-FS-CLSI NOT = "00"
			DISPLAY "IDEPAR0007E CLASSOUT OPEN ERR "
				WS-FS-CLSI
			MOVE "IDEPAR0007E" TO XA-MSG-ID
			MOVE "CLASSOUT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 8000-CLOSE-FILES
			STOP RUN
		END-IF.
		PERFORM 2100-READ-CLASS-RECORD
			UNTIL WS-CLSI-AT-END = "Y".
		CLOSE CLASS-IN-FILE.
		PERFORM 2900-CHECK-TABLE-FULL.

	2100-READ-CLASS-RECORD.
		READ CLASS-IN-FILE
			AT END MOVE "Y" TO WS-CLSI-AT-END
		END-READ.
		IF WS-CLSI-AT-END NOT = "Y"
			AND CS-REC-TYPE = "D"
			AND CS-SAFE-FLAG = "Y"
			AND CS-NUMBER >= WS-LOW-BOUND
			AND CS-NUMBER <= WS-HIGH-BOUND
			PERFORM 2150-CHECK-SAFE-PRIME
		END-IF.

	2150-CHECK-SAFE-PRIME.
		MOVE CS-NUMBER TO PM-NUMBER.
		READ PRIME-MASTER
			INVALID KEY MOVE "N" TO WS-PMST-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-PMST-FOUND
		END-READ.
		IF WS-PMST-FOUND = "Y"
			AND PM-STATUS = "P"
			PERFORM 2600-CHECK-CANDIDATE
		END-IF.

	2500-LOAD-MASTER-CANDIDATES.
		MOVE WS-LOW-BOUND TO PM-NUMBER.
		START PRIME-MASTER KEY IS NOT LESS THAN PM-NUMBER
			INVALID KEY MOVE "Y" TO WS-MST-AT-END
		END-START.
		PERFORM 2550-READ-MASTER-NEXT
			UNTIL WS-MST-AT-END = "Y".
		PERFORM 2900-CHECK-TABLE-FULL.

	2550-READ-MASTER-NEXT.
		READ PRIME-MASTER NEXT RECORD
			AT END MOVE "Y" TO WS-MST-AT-END
		END-READ.
		IF WS-MST-AT-END NOT = "Y"
			IF PM-NUMBER > WS-HIGH-BOUND
				MOVE "Y" TO WS-MST-AT-END
			ELSE
				IF PM-STATUS = "P"
					PERFORM 2600-CHECK-CANDIDATE
				END-IF
			END-IF
		END-IF.

	2600-CHECK-CANDIDATE.
		MOVE "Y" TO WS-CANDIDATE-OK.
		PERFORM 2700-CHECK-KEY-ASSIGNED.
		IF WS-ISSUED = "Y"
			MOVE "N" TO WS-CANDIDATE-OK
			ADD 1 TO WS-EXCLUDED-ASGN
		ELSE
			MOVE PM-NUMBER TO AL-PRIME-VALUE
			READ ALLOCATION-FILE
				INVALID KEY MOVE "N" TO WS-ALC-FOUND
				NOT INVALID KEY MOVE "Y" TO WS-ALC-FOUND
			END-READ
			IF WS-ALC-FOUND = "Y"
				AND AL-STATUS NOT = "L"
				MOVE "N" TO WS-CANDIDATE-OK
				ADD 1 TO WS-EXCLUDED-ALC
			END-IF
		END-IF.
		IF WS-CANDIDATE-OK = "Y"
			PERFORM 2650-ADD-CANDIDATE
		END-IF.

	2650-ADD-CANDIDATE.
		IF WS-CAND-COUNT < WS-CAND-MAX
			ADD 1 TO WS-CAND-COUNT
			MOVE PM-NUMBER TO WS-CD-PRIME(WS-CAND-COUNT)
			MOVE WS-ALC-FOUND
				TO WS-CD-ALC-FOUND(WS-CAND-COUNT)
			MOVE "N" TO WS-CD-USED(WS-CAND-COUNT)
		ELSE
			MOVE "Y" TO WS-TABLE-FULL
			ADD 1 TO WS-DROPPED-COUNT
		END-IF.

	2700-CHECK-KEY-ASSIGNED.
		MOVE "N" TO WS-ISSUED.
		MOVE PM-NUMBER TO KA-PRIME-VALUE.
		MOVE "A" TO KA-ACTION-CODE.
		PERFORM 2750-READ-ASSIGNMENT.
		IF WS-ASGN-FOUND = "Y"
			MOVE "Y" TO WS-ISSUED
			MOVE KA-ASSIGN-DATE TO WS-ASSIGN-DATE
			MOVE PM-NUMBER TO KA-PRIME-VALUE
			MOVE "D" TO KA-ACTION-CODE
			PERFORM 2750-READ-ASSIGNMENT
			IF WS-ASGN-FOUND = "Y"
				AND KA-ASSIGN-DATE >= WS-ASSIGN-DATE
				MOVE "N" TO WS-ISSUED
			END-IF
		END-IF.

	2750-READ-ASSIGNMENT.
		READ KEY-ASSIGN-FILE
			INVALID KEY MOVE "N" TO WS-ASGN-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-ASGN-FOUND
		END-READ.

	2900-CHECK-TABLE-FULL.
		IF WS-TABLE-FULL = "Y"
			DISPLAY "IDEPAR0006W CANDIDATE TABLE FULL "
				WS-DROPPED-COUNT
			MOVE "IDEPAR0006W" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE WS-DROPPED-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.

	3000-WRITE-HEADER.
		OPEN OUTPUT KEY-PAIR-FILE.
		IF WS-FS-PAIR NOT = "00"
			DISPLAY "IDEPAR0009E KEYPAIR OPEN ERR "
				WS-FS-PAIR
			MOVE "IDEPAR0009E" TO XA-MSG-ID
			MOVE "KEYPAIR" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			CLOSE PRIME-MASTER
			CLOSE KEY-ASSIGN-FILE
			CLOSE ALLOCATION-FILE
			STOP RUN
		END-IF.
		MOVE SPACES TO KEY-PAIR-HEADER.
		MOVE "H" TO KH-REC-TYPE.
		MOVE "KEYPAIR " TO KH-FILE-TYPE.
		MOVE WS-RUN-DATE TO KH-RUN-DATE.
		MOVE WS-LOW-BOUND TO KH-LOW-BOUND.
		MOVE WS-HIGH-BOUND TO KH-HIGH-BOUND.
		MOVE WS-MIN-DISTANCE TO KH-MIN-DISTANCE.
		MOVE WS-SAFE-ONLY TO KH-SAFE-ONLY.
		WRITE KEY-PAIR-HEADER.
		IF WS-FS-PAIR NOT = "00"
			PERFORM 4900-PAIR-WRITE-ERROR
		END-IF.

	4000-BUILD-NEXT-PAIR.
		PERFORM 4100-ADVANCE-P
			UNTIL WS-P-IX > WS-CAND-COUNT
			OR WS-CD-USED(WS-P-IX) = "N".
		IF WS-P-IX > WS-CAND-COUNT
			MOVE "Y" TO WS-PAIRING-DONE
		ELSE
			PERFORM 4050-FIND-PARTNER
		END-IF.

	4050-FIND-PARTNER.
		COMPUTE WS-NEED-VALUE =
			WS-CD-PRIME(WS-P-IX) + WS-MIN-DISTANCE.
		PERFORM 4200-ADVANCE-Q
			UNTIL WS-Q-IX > WS-CAND-COUNT
			OR (WS-Q-IX > WS-P-IX
			AND WS-CD-USED(WS-Q-IX) = "N"
			AND WS-CD-PRIME(WS-Q-IX) >= WS-NEED-VALUE).
		IF WS-Q-IX > WS-CAND-COUNT
			MOVE "Y" TO WS-PAIRING-DONE
		ELSE
			PERFORM 4300-WRITE-PAIR
			IF WS-MAX-PAIRS > 0
				AND WS-PAIR-COUNT >= WS-MAX-PAIRS
				MOVE "Y" TO WS-PAIRING-DONE
			END-IF
		END-IF.

	4100-ADVANCE-P.
		ADD 1 TO WS-P-IX.

	4200-ADVANCE-Q.
		ADD 1 TO WS-Q-IX.

	4300-WRITE-PAIR.
		ADD 1 TO WS-PAIR-COUNT.
		MOVE "Y" TO WS-CD-USED(WS-P-IX).
		MOVE "Y" TO WS-CD-USED(WS-Q-IX).
		MOVE SPACES TO KEY-PAIR-RECORD.
		MOVE "D" TO KR-REC-TYPE.
		MOVE WS-RUN-DATE TO KR-PAIR-DATE.
		MOVE WS-RUN-HHMMSS TO KR-PAIR-TIME.
		MOVE WS-PAIR-COUNT TO KR-PAIR-SEQ.
		MOVE WS-CD-PRIME(WS-P-IX) TO KR-PRIME-P.
		MOVE WS-CD-PRIME(WS-Q-IX) TO KR-PRIME-Q.
		COMPUTE KR-PRODUCT = KR-PRIME-P * KR-PRIME-Q.
		WRITE KEY-PAIR-RECORD.
		IF WS-FS-PAIR NOT = "00"
			PERFORM 4900-PAIR-WRITE-ERROR
		END-IF.
		ADD 2 TO WS-PRIME-COUNT.
		ADD KR-PRIME-P TO WS-HASH-TOTAL.
		ADD KR-PRIME-Q TO WS-HASH-TOTAL.
		MOVE WS-P-IX TO WS-MARK-IX.
		PERFORM 4400-MARK-PRIME-USED.
		MOVE WS-Q-IX TO WS-MARK-IX.
		PERFORM 4400-MARK-PRIME-USED.

	4400-MARK-PRIME-USED.
		MOVE SPACES TO ALLOCATION-RECORD.
		MOVE WS-CD-PRIME(WS-MARK-IX) TO AL-PRIME-VALUE.
		MOVE "KEYPAIR " TO AL-OWNER-ID.
		MOVE WS-RUN-DATE TO AL-ALLOC-DATE.
		MOVE 0 TO AL-EXPIRY-DATE.
		MOVE "I" TO AL-STATUS.
		MOVE WS-RUN-DATE TO AL-STATUS-DATE.
		IF WS-CD-ALC-FOUND(WS-MARK-IX) = "Y"
			REWRITE ALLOCATION-RECORD
		ELSE
			WRITE ALLOCATION-RECORD
		END-IF.
		IF WS-FS-ALC NOT = "00"
			DISPLAY "IDEPAR0012E PRIMEALC WRITE ERR "
				AL-PRIME-VALUE
			MOVE "IDEPAR0012E" TO XA-MSG-ID
			MOVE AL-PRIME-VALUE TO XA-OBJECT
			MOVE WS-PAIR-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 8000-CLOSE-FILES
			STOP RUN
		END-IF.

	4900-PAIR-WRITE-ERROR.
		DISPLAY "IDEPAR0013E KEYPAIR WRITE ERR "
			WS-FS-PAIR.
		MOVE "IDEPAR0013E" TO XA-MSG-ID.
		MOVE "KEYPAIR" TO XA-OBJECT.
		MOVE WS-PAIR-COUNT TO XA-COUNT.
		PERFORM 9800-LOG-EXCEPTION.
		MOVE 16 TO RETURN-CODE.
		PERFORM 8000-CLOSE-FILES.
		STOP RUN.

	5000-WRITE-TRAILER.
		MOVE SPACES TO KEY-PAIR-TRAILER.
		MOVE "T" TO KT-REC-TYPE.
		MOVE WS-PAIR-COUNT TO KT-PAIR-COUNT.
		MOVE WS-PRIME-COUNT TO KT-PRIME-COUNT.
		MOVE WS-HASH-TOTAL TO KT-HASH-TOTAL.
		WRITE KEY-PAIR-TRAILER.
		IF WS-FS-PAIR NOT = "00"
			PERFORM 4900-PAIR-WRITE-ERROR
		END-IF.

	8000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE KEY-ASSIGN-FILE.
		CLOSE ALLOCATION-FILE.
		CLOSE KEY-PAIR-FILE.

	9100-RAISE-WARNING.
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEPAR" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
