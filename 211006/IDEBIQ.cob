	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDEBIQ.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT REQUEST-FILE ASSIGN TO "INQREQ"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-RQST.
		SELECT RESPONSE-FILE ASSIGN TO "INQRSP"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-RESP.
		SELECT CLASS-IN-FILE ASSIGN TO "CLASSOUT"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CLSI.
		SELECT KEY-ASSIGN-FILE ASSIGN TO "KEYASGN"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS KA-ASSIGN-KEY
			FILE STATUS IS WS-FS-ASGN.

	DATA DIVISION.
	FILE SECTION.
	FD REQUEST-FILE.
	COPY INQREQ.

	FD RESPONSE-FILE.
	COPY INQRSP.
	COPY INQTRL.

	FD CLASS-IN-FILE.
	COPY CLASSRC.

	FD KEY-ASSIGN-FILE.
	COPY KEYASGN.

	WORKING-STORAGE SECTION.
		01 WS-FS-RQST PIC X(2).
		01 WS-FS-RESP PIC X(2).
		01 WS-FS-CLSI PIC X(2).
		01 WS-FS-ASGN PIC X(2).
		01 WS-RQST-AT-END PIC X(1) VALUE "N".
		01 WS-CLSI-AT-END PIC X(1) VALUE "N".
		01 WS-CLASS-AVAILABLE PIC X(1) VALUE "N".
		01 WS-ASGN-AVAILABLE PIC X(1) VALUE "N".
		01 WS-ASGN-FOUND PIC X(1).
		01 WS-LOOKUP-FAILED PIC X(1) VALUE "N".
		01 WS-MAX-FIELD-VALUE PIC 9(7) VALUE 9999999.
		01 WS-RUN-RC PIC 9(2) VALUE 0.
		01 WS-REQ-MAX PIC 9(4) VALUE 2000.
		01 WS-REQ-COUNT PIC 9(4) VALUE 0.
		01 WS-RQ-IX PIC 9(4) COMP.
		01 WS-REQUEST-TABLE.
			05 WS-RQ-ENTRY OCCURS 2000 TIMES.
				10 WS-RQ-REQUESTER PIC X(8).
				10 WS-RQ-REF PIC X(12).
				10 WS-RQ-NUMBER PIC X(7).
				10 WS-RQ-NUMBER-N REDEFINES WS-RQ-NUMBER
					PIC 9(7).
				10 WS-RQ-REASON PIC X(2).
				10 WS-RQ-CLASS-FOUND PIC X(1).
				10 WS-RQ-SAFE-FLAG PIC X(1).
				10 WS-RQ-SOPHIE-FLAG PIC X(1).
				10 WS-RQ-MERSENNE-FLAG PIC X(1).
				10 WS-RQ-PALIN-FLAG PIC X(1).
		01 WS-SORT-COUNT PIC 9(4) VALUE 0.
		01 WS-SORT-TABLE.
			05 WS-SORT-IX PIC 9(4) COMP OCCURS 2000 TIMES.
		01 WS-SORT-POS PIC 9(4) COMP.
		01 WS-SORT-PREV PIC 9(4) COMP.
		01 WS-SORT-PREV-IX PIC 9(4) COMP.
		01 WS-SORT-DONE PIC X(1).
		01 WS-MRG-POS PIC 9(4) COMP.
		01 WS-MRG-IX PIC 9(4) COMP.
		01 WS-MRG-NUMBER PIC 9(8).
		01 WS-RT-MAX PIC 9(3) VALUE 100.
		01 WS-RT-COUNT PIC 9(3) VALUE 0.
		01 WS-RT-IX PIC 9(3) COMP.
		01 WS-RT-FOUND PIC X(1).
		01 WS-REQUESTER-TABLE.
			05 WS-RT-ENTRY OCCURS 100 TIMES.
				10 WS-RT-ID PIC X(8).
				10 WS-RT-REQUEST-COUNT PIC 9(9).
				10 WS-RT-ANSWERED-COUNT PIC 9(9).
				10 WS-RT-REJECTED-COUNT PIC 9(9).
				10 WS-RT-HASH-TOTAL PIC 9(15).
		01 WS-REASON PIC X(2).
		01 WS-QUERY-NUMBER PIC 9(7).
		01 WS-LKP-NUMBER PIC 9(7).
		01 WS-WORK PIC 9(7).
		01 WS-CHAIN-FACTOR PIC 9(7).
		01 WS-CHAIN-BROKEN PIC X(1).
		01 WS-FACTOR-IX PIC 9(2) COMP.
		01 WS-NEIGHBOR-FOUND PIC X(1).
		01 WS-ASSIGN-DATE PIC 9(8).
		01 WS-ASSIGN-KEY-ID PIC X(16).
		01 WS-TOTAL-REQUESTS PIC 9(9) VALUE 0.
		01 WS-TOTAL-ANSWERED PIC 9(9) VALUE 0.
		01 WS-TOTAL-REJECTED PIC 9(9) VALUE 0.
		01 WS-TOTAL-PARTIAL PIC 9(9) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY PRIMELKA.
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-OPEN-FILES.
		PERFORM 2000-LOAD-REQUESTS
			UNTIL WS-RQST-AT-END = "Y".
		IF WS-CLASS-AVAILABLE = "Y"
			MOVE 1 TO WS-MRG-POS
			PERFORM 3050-SET-MERGE-NUMBER
			PERFORM 3000-MATCH-CLASS-FLAGS
				UNTIL WS-CLSI-AT-END = "Y"
				OR WS-MRG-POS > WS-SORT-COUNT
		END-IF.
		OPEN OUTPUT RESPONSE-FILE.
		IF WS-FS-RESP NOT = "00"
			DISPLAY "IDEBIQ0013E INQRSP OPEN ERR "
				WS-FS-RESP
			MOVE "IDEBIQ0013E" TO XA-MSG-ID
			MOVE "INQRSP" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		PERFORM 4000-ANSWER-REQUESTER
			VARYING WS-RT-IX FROM 1 BY 1
			UNTIL WS-RT-IX > WS-RT-COUNT.
		PERFORM 8000-DISPLAY-TOTALS.
		PERFORM 9000-CLOSE-FILES.
		MOVE WS-RUN-RC TO RETURN-CODE.
		STOP RUN.

	1000-OPEN-FILES.
		OPEN INPUT REQUEST-FILE.
		IF WS-FS-RQST NOT = "00"
			DISPLAY "IDEBIQ0001E INQREQ OPEN ERR "
				WS-FS-RQST
			MOVE "IDEBIQ0001E" TO XA-MSG-ID
			MOVE "INQREQ" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		OPEN INPUT CLASS-IN-FILE.
		IF WS-FS-CLSI = "00"
			MOVE "Y" TO WS-CLASS-AVAILABLE
		ELSE
			DISPLAY "IDEBIQ0004W CLASSOUT NOT AVAILABLE "
				WS-FS-CLSI
			MOVE "IDEBIQ0004W" TO XA-MSG-ID
			MOVE "CLASSOUT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.
		OPEN INPUT KEY-ASSIGN-FILE.
		IF WS-FS-ASGN = "00"
			MOVE "Y" TO WS-ASGN-AVAILABLE
		ELSE
			DISPLAY "IDEBIQ0005W KEYASGN NOT AVAILABLE "
				WS-FS-ASGN
			MOVE "IDEBIQ0005W" TO XA-MSG-ID
			MOVE "KEYASGN" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.

	2000-LOAD-REQUESTS.
		READ REQUEST-FILE
			AT END MOVE "Y" TO WS-RQST-AT-END
		END-READ.
		IF WS-RQST-AT-END NOT = "Y"
			IF WS-REQ-COUNT >= WS-REQ-MAX
				DISPLAY "IDEBIQ0002E REQUESTS FULL "
					WS-REQ-MAX
				MOVE "IDEBIQ0002E" TO XA-MSG-ID
				MOVE "INQREQ" TO XA-OBJECT
				MOVE WS-REQ-MAX TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-REQ-COUNT
			PERFORM 2100-STORE-REQUEST
			PERFORM 2200-REGISTER-REQUESTER
		END-IF.

	2100-STORE-REQUEST.
		MOVE WS-REQ-COUNT TO WS-RQ-IX.
		MOVE IQ-REQUESTER-ID TO WS-RQ-REQUESTER(WS-RQ-IX).
		MOVE IQ-REQUEST-REF TO WS-RQ-REF(WS-RQ-IX).
		MOVE IQ-NUMBER TO WS-RQ-NUMBER(WS-RQ-IX).
		MOVE "N" TO WS-RQ-CLASS-FOUND(WS-RQ-IX).
		MOVE SPACE TO WS-RQ-SAFE-FLAG(WS-RQ-IX).
		MOVE SPACE TO WS-RQ-SOPHIE-FLAG(WS-RQ-IX).
		MOVE SPACE TO WS-RQ-MERSENNE-FLAG(WS-RQ-IX).
		MOVE SPACE TO WS-RQ-PALIN-FLAG(WS-RQ-IX).
		EVALUATE TRUE
			WHEN IQ-NUMBER NOT NUMERIC
				MOVE "01" TO WS-RQ-REASON(WS-RQ-IX)
			WHEN IQ-NUMBER-N < 2
				OR IQ-NUMBER-N > WS-MAX-FIELD-VALUE
				MOVE "02" TO WS-RQ-REASON(WS-RQ-IX)
			WHEN OTHER
				MOVE "00" TO WS-RQ-REASON(WS-RQ-IX)
				PERFORM 2300-INSERT-SORTED
		END-EVALUATE.

	2200-REGISTER-REQUESTER.
		MOVE "N" TO WS-RT-FOUND.
		PERFORM 2210-FIND-REQUESTER
			VARYING WS-RT-IX FROM 1 BY 1
			UNTIL WS-RT-IX > WS-RT-COUNT
			OR WS-RT-FOUND = "Y".
		IF WS-RT-FOUND = "N"
			IF WS-RT-COUNT >= WS-RT-MAX
				DISPLAY "IDEBIQ0003E REQUESTERS FULL "
					WS-RT-MAX
				MOVE "IDEBIQ0003E" TO XA-MSG-ID
				MOVE IQ-REQUESTER-ID TO XA-OBJECT
				MOVE WS-RT-MAX TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-RT-COUNT
			MOVE IQ-REQUESTER-ID TO WS-RT-ID(WS-RT-COUNT)
			MOVE 0 TO WS-RT-REQUEST-COUNT(WS-RT-COUNT)
			MOVE 0 TO WS-RT-ANSWERED-COUNT(WS-RT-COUNT)
			MOVE 0 TO WS-RT-REJECTED-COUNT(WS-RT-COUNT)
			MOVE 0 TO WS-RT-HASH-TOTAL(WS-RT-COUNT)
		END-IF.

	2210-FIND-REQUESTER.
		IF WS-RT-ID(WS-RT-IX) = IQ-REQUESTER-ID
			MOVE "Y" TO WS-RT-FOUND
		END-IF.

	2300-INSERT-SORTED.
		COMPUTE WS-SORT-POS = WS-SORT-COUNT + 1.
		MOVE "N" TO WS-SORT-DONE.
		PERFORM 2310-SHIFT-ONE-ENTRY
			UNTIL WS-SORT-DONE = "Y".
		MOVE WS-RQ-IX TO WS-SORT-IX(WS-SORT-POS).
		ADD 1 TO WS-SORT-COUNT.

	2310-SHIFT-ONE-ENTRY.
		IF WS-SORT-POS = 1
			MOVE "Y" TO WS-SORT-DONE
		ELSE
			COMPUTE WS-SORT-PREV = WS-SORT-POS - 1
			MOVE WS-SORT-IX(WS-SORT-PREV) TO WS-SORT-PREV-IX
			IF WS-RQ-NUMBER-N(WS-SORT-PREV-IX)
				> IQ-NUMBER-N
				MOVE WS-SORT-PREV-IX
					TO WS-SORT-IX(WS-SORT-POS)
				MOVE WS-SORT-PREV TO WS-SORT-POS
			ELSE
				MOVE "Y" TO WS-SORT-DONE
			END-IF
		END-IF.

	3000-MATCH-CLASS-FLAGS.
		READ CLASS-IN-FILE
			AT END MOVE "Y" TO WS-CLSI-AT-END
		END-READ.
		IF WS-CLSI-AT-END NOT = "Y"
			AND CS-REC-TYPE = "D"
			PERFORM 3100-ADVANCE-MERGE
				UNTIL WS-MRG-NUMBER >= CS-NUMBER
			PERFORM 3200-APPLY-CLASS-FLAGS
				UNTIL WS-MRG-NUMBER NOT = CS-NUMBER
		END-IF.

	3050-SET-MERGE-NUMBER.
		IF WS-MRG-POS > WS-SORT-COUNT
			MOVE 99999999 TO WS-MRG-NUMBER
		ELSE
			MOVE WS-SORT-IX(WS-MRG-POS) TO WS-MRG-IX
			MOVE WS-RQ-NUMBER-N(WS-MRG-IX) TO WS-MRG-NUMBER
		END-IF.

	3100-ADVANCE-MERGE.
		ADD 1 TO WS-MRG-POS.
		PERFORM 3050-SET-MERGE-NUMBER.

	3200-APPLY-CLASS-FLAGS.
		MOVE "Y" TO WS-RQ-CLASS-FOUND(WS-MRG-IX).
		MOVE CS-SAFE-FLAG TO WS-RQ-SAFE-FLAG(WS-MRG-IX).
		MOVE CS-SOPHIE-FLAG TO WS-RQ-SOPHIE-FLAG(WS-MRG-IX).
		MOVE CS-MERSENNE-FLAG
			TO WS-RQ-MERSENNE-FLAG(WS-MRG-IX).
		MOVE CS-PALIN-FLAG TO WS-RQ-PALIN-FLAG(WS-MRG-IX).
		PERFORM 3100-ADVANCE-MERGE.

	4000-ANSWER-REQUESTER.
		PERFORM 4100-ANSWER-IF-REQUESTER
			VARYING WS-RQ-IX FROM 1 BY 1
			UNTIL WS-RQ-IX > WS-REQ-COUNT.
		PERFORM 7000-WRITE-TRAILER.

	4100-ANSWER-IF-REQUESTER.
		IF WS-RQ-REQUESTER(WS-RQ-IX) = WS-RT-ID(WS-RT-IX)
			PERFORM 5000-ANSWER-ONE-REQUEST
		END-IF.

	5000-ANSWER-ONE-REQUEST.
		MOVE SPACES TO INQUIRY-RESPONSE-RECORD.
		MOVE "D" TO IR-REC-TYPE.
		MOVE WS-RQ-REQUESTER(WS-RQ-IX) TO IR-REQUESTER-ID.
		MOVE WS-RQ-REF(WS-RQ-IX) TO IR-REQUEST-REF.
		MOVE WS-RQ-NUMBER(WS-RQ-IX) TO IR-NUMBER.
		MOVE 0 TO IR-SMALLEST-FACTOR.
		MOVE 0 TO IR-FACTOR-COUNT.
		PERFORM 5010-CLEAR-ONE-FACTOR
			VARYING WS-FACTOR-IX FROM 1 BY 1
			UNTIL WS-FACTOR-IX > 10.
		MOVE 0 TO IR-PRIME-BELOW.
		MOVE 0 TO IR-PRIME-ABOVE.
		MOVE WS-RQ-REASON(WS-RQ-IX) TO WS-REASON.
		IF WS-REASON = "00"
			MOVE WS-RQ-NUMBER-N(WS-RQ-IX) TO WS-QUERY-NUMBER
			PERFORM 5100-LOOKUP-REQUEST-NUMBER
		END-IF.
		IF WS-REASON = "00"
			PERFORM 5200-FACTORIZE-NUMBER
			PERFORM 5500-FIND-PRIME-BELOW
			PERFORM 5600-FIND-PRIME-ABOVE
			IF IR-STATUS = "P"
				PERFORM 5700-LOOKUP-KEY-ID
				PERFORM 5800-SET-CLASS-FLAGS
			END-IF
		END-IF.
		IF WS-LOOKUP-FAILED = "Y"
			AND WS-RQ-REASON(WS-RQ-IX) = "00"
			MOVE "03" TO WS-REASON
		END-IF.
		MOVE WS-REASON TO IR-REASON-CODE.
		PERFORM 6000-WRITE-RESPONSE.

	5010-CLEAR-ONE-FACTOR.
		MOVE 0 TO IR-FACTOR(WS-FACTOR-IX).
		MOVE 0 TO IR-EXPONENT(WS-FACTOR-IX).

	5050-CALL-LOOKUP.
		IF WS-LOOKUP-FAILED = "Y"
			MOVE 16 TO PL-RETURN-CODE
		ELSE
			MOVE WS-LKP-NUMBER TO PL-NUMBER
			CALL "PRIMELKP" USING PRIME-LOOKUP-AREA
			END-CALL
			IF PL-RETURN-CODE >= 16
				MOVE "Y" TO WS-LOOKUP-FAILED
				DISPLAY "IDEBIQ0006E LOOKUP FAILED AT "
					WS-LKP-NUMBER
				MOVE "IDEBIQ0006E" TO XA-MSG-ID
				MOVE "PRIMEMST" TO XA-OBJECT
				MOVE WS-LKP-NUMBER TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				IF WS-RUN-RC < 8
					MOVE 8 TO WS-RUN-RC
				END-IF
			END-IF
		END-IF.

	5100-LOOKUP-REQUEST-NUMBER.
		MOVE WS-QUERY-NUMBER TO WS-LKP-NUMBER.
		PERFORM 5050-CALL-LOOKUP.
		IF PL-RETURN-CODE >= 8
			MOVE "03" TO WS-REASON
		ELSE
			MOVE PL-STATUS TO IR-STATUS
			IF PL-STATUS = "P"
				MOVE WS-QUERY-NUMBER
					TO IR-SMALLEST-FACTOR
			ELSE
				MOVE PL-FACTOR TO IR-SMALLEST-FACTOR
			END-IF
		END-IF.

	5200-FACTORIZE-NUMBER.
		MOVE 0 TO WS-FACTOR-IX.
		MOVE WS-QUERY-NUMBER TO WS-WORK.
		MOVE "N" TO WS-CHAIN-BROKEN.
		PERFORM 5300-WALK-FACTOR-CHAIN
			UNTIL WS-WORK = 1 OR WS-CHAIN-BROKEN = "Y".
		IF WS-CHAIN-BROKEN = "Y"
			PERFORM 5010-CLEAR-ONE-FACTOR
				VARYING WS-FACTOR-IX FROM 1 BY 1
				UNTIL WS-FACTOR-IX > 10
			MOVE 0 TO IR-FACTOR-COUNT
			MOVE "04" TO WS-REASON
		ELSE
			MOVE WS-FACTOR-IX TO IR-FACTOR-COUNT
		END-IF.

	5300-WALK-FACTOR-CHAIN.
		MOVE WS-WORK TO WS-LKP-NUMBER.
		PERFORM 5050-CALL-LOOKUP.
		IF PL-RETURN-CODE >= 8
			MOVE "Y" TO WS-CHAIN-BROKEN
		ELSE
			IF PL-STATUS = "P"
				MOVE WS-WORK TO WS-CHAIN-FACTOR
				PERFORM 5400-TALLY-FACTOR
				MOVE 1 TO WS-WORK
			ELSE
				PERFORM 5350-FOLLOW-COMPOSITE
			END-IF
		END-IF.

	5350-FOLLOW-COMPOSITE.
		IF PL-FACTOR < 2 OR PL-FACTOR >= WS-WORK
			MOVE "Y" TO WS-CHAIN-BROKEN
		ELSE
			MOVE PL-FACTOR TO WS-CHAIN-FACTOR
			PERFORM 5400-TALLY-FACTOR
			COMPUTE WS-WORK = WS-WORK / WS-CHAIN-FACTOR
		END-IF.

	5400-TALLY-FACTOR.
		IF WS-FACTOR-IX > 0
			AND IR-FACTOR(WS-FACTOR-IX) = WS-CHAIN-FACTOR
			ADD 1 TO IR-EXPONENT(WS-FACTOR-IX)
		ELSE
			IF WS-FACTOR-IX >= 10
				MOVE "Y" TO WS-CHAIN-BROKEN
			ELSE
				ADD 1 TO WS-FACTOR-IX
				MOVE WS-CHAIN-FACTOR
					TO IR-FACTOR(WS-FACTOR-IX)
				MOVE 1 TO IR-EXPONENT(WS-FACTOR-IX)
			END-IF
		END-IF.

	5500-FIND-PRIME-BELOW.
		MOVE "N" TO WS-NEIGHBOR-FOUND.
		MOVE WS-QUERY-NUMBER TO WS-LKP-NUMBER.
		PERFORM 5510-TRY-NEXT-LOWER
			UNTIL WS-NEIGHBOR-FOUND = "Y"
			OR WS-LKP-NUMBER <= 2
			OR WS-LOOKUP-FAILED = "Y".
		IF WS-NEIGHBOR-FOUND = "Y"
			MOVE WS-LKP-NUMBER TO IR-PRIME-BELOW
		ELSE
			IF WS-REASON = "00"
				MOVE "05" TO WS-REASON
			END-IF
		END-IF.

	5510-TRY-NEXT-LOWER.
		SUBTRACT 1 FROM WS-LKP-NUMBER.
		PERFORM 5050-CALL-LOOKUP.
		IF PL-RETURN-CODE < 8
			AND PL-STATUS = "P"
			MOVE "Y" TO WS-NEIGHBOR-FOUND
		END-IF.

	5600-FIND-PRIME-ABOVE.
		MOVE "N" TO WS-NEIGHBOR-FOUND.
		MOVE WS-QUERY-NUMBER TO WS-LKP-NUMBER.
		PERFORM 5610-TRY-NEXT-HIGHER
			UNTIL WS-NEIGHBOR-FOUND = "Y"
			OR WS-LKP-NUMBER >= WS-MAX-FIELD-VALUE
			OR WS-LOOKUP-FAILED = "Y".
		IF WS-NEIGHBOR-FOUND = "Y"
			MOVE WS-LKP-NUMBER TO IR-PRIME-ABOVE
		ELSE
			IF WS-REASON = "00"
				MOVE "06" TO WS-REASON
			END-IF
		END-IF.

	5610-TRY-NEXT-HIGHER.
		ADD 1 TO WS-LKP-NUMBER.
		PERFORM 5050-CALL-LOOKUP.
		IF PL-RETURN-CODE < 8
			AND PL-STATUS = "P"
			MOVE "Y" TO WS-NEIGHBOR-FOUND
		END-IF.

	5700-LOOKUP-KEY-ID.
		IF WS-ASGN-AVAILABLE = "Y"
			MOVE WS-QUERY-NUMBER TO KA-PRIME-VALUE
			MOVE "A" TO KA-ACTION-CODE
			PERFORM 5750-READ-ASSIGNMENT
			IF WS-ASGN-FOUND = "Y"
				MOVE KA-ASSIGN-DATE TO WS-ASSIGN-DATE
				MOVE KA-KEY-ID TO WS-ASSIGN-KEY-ID
				MOVE WS-QUERY-NUMBER TO KA-PRIME-VALUE
				MOVE "D" TO KA-ACTION-CODE
				PERFORM 5750-READ-ASSIGNMENT
				IF WS-ASGN-FOUND = "N"
					OR KA-ASSIGN-DATE
					< WS-ASSIGN-DATE
					MOVE WS-ASSIGN-KEY-ID
						TO IR-KEY-ID
				END-IF
			END-IF
		END-IF.

	5750-READ-ASSIGNMENT.
		READ KEY-ASSIGN-FILE
			INVALID KEY MOVE "N" TO WS-ASGN-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-ASGN-FOUND
		END-READ.

	5800-SET-CLASS-FLAGS.
		IF WS-RQ-CLASS-FOUND(WS-RQ-IX) = "Y"
			MOVE WS-RQ-SAFE-FLAG(WS-RQ-IX) TO IR-SAFE-FLAG
			MOVE WS-RQ-SOPHIE-FLAG(WS-RQ-IX)
				TO IR-SOPHIE-FLAG
			MOVE WS-RQ-MERSENNE-FLAG(WS-RQ-IX)
				TO IR-MERSENNE-FLAG
			MOVE WS-RQ-PALIN-FLAG(WS-RQ-IX) TO IR-PALIN-FLAG
		ELSE
			IF WS-REASON = "00"
				MOVE "07" TO WS-REASON
			END-IF
		END-IF.

	6000-WRITE-RESPONSE.
		WRITE INQUIRY-RESPONSE-RECORD.
		IF WS-FS-RESP NOT = "00"
			DISPLAY "IDEBIQ0007E INQRSP WRITE ERR "
				WS-FS-RESP
			MOVE "IDEBIQ0007E" TO XA-MSG-ID
			MOVE "INQRSP" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		ADD 1 TO WS-RT-REQUEST-COUNT(WS-RT-IX).
		ADD 1 TO WS-TOTAL-REQUESTS.
		IF WS-RQ-NUMBER(WS-RQ-IX) NUMERIC
			ADD WS-RQ-NUMBER-N(WS-RQ-IX)
				TO WS-RT-HASH-TOTAL(WS-RT-IX)
		END-IF.
		EVALUATE WS-REASON
			WHEN "01"
			WHEN "02"
			WHEN "03"
				ADD 1 TO WS-RT-REJECTED-COUNT(WS-RT-IX)
				ADD 1 TO WS-TOTAL-REJECTED
			WHEN "00"
				ADD 1 TO WS-RT-ANSWERED-COUNT(WS-RT-IX)
				ADD 1 TO WS-TOTAL-ANSWERED
			WHEN OTHER
				ADD 1 TO WS-RT-ANSWERED-COUNT(WS-RT-IX)
				ADD 1 TO WS-TOTAL-ANSWERED
				ADD 1 TO WS-TOTAL-PARTIAL
		END-EVALUATE.

	7000-WRITE-TRAILER.
		MOVE SPACES TO INQUIRY-TRAILER-RECORD.
		MOVE "T" TO IT-REC-TYPE.
		MOVE WS-RT-ID(WS-RT-IX) TO IT-REQUESTER-ID.
		MOVE WS-RT-REQUEST-COUNT(WS-RT-IX) TO IT-REQUEST-COUNT.
		MOVE WS-RT-ANSWERED-COUNT(WS-RT-IX)
			TO IT-ANSWERED-COUNT.
		MOVE WS-RT-REJECTED-COUNT(WS-RT-IX)
			TO IT-REJECTED-COUNT.
		MOVE WS-RT-HASH-TOTAL(WS-RT-IX) TO IT-HASH-TOTAL.
		WRITE INQUIRY-TRAILER-RECORD.
		IF WS-FS-RESP NOT = "00"
			DISPLAY "IDEBIQ0007E INQRSP WRITE ERR "
				WS-FS-RESP
			MOVE "IDEBIQ0007E" TO XA-MSG-ID
			MOVE "INQRSP" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	8000-DISPLAY-TOTALS.
		DISPLAY "IDEBIQ0008I REQUESTS READ " WS-TOTAL-REQUESTS.
		DISPLAY "IDEBIQ0009I REQUESTERS " WS-RT-COUNT.
		DISPLAY "IDEBIQ0010I ANSWERED " WS-TOTAL-ANSWERED.
		DISPLAY "IDEBIQ0011I PARTIAL ANSWERS " WS-TOTAL-PARTIAL.
		IF WS-TOTAL-REJECTED > 0
			DISPLAY "IDEBIQ0012W REQUESTS REJECTED "
				WS-TOTAL-REJECTED
			MOVE "IDEBIQ0012W" TO XA-MSG-ID
			MOVE "INQREQ" TO XA-OBJECT
			MOVE WS-TOTAL-REJECTED TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			PERFORM 9100-RAISE-WARNING
		END-IF.

	9000-CLOSE-FILES.
		MOVE 0 TO PL-NUMBER.
		CALL "PRIMELKP" USING PRIME-LOOKUP-AREA
		END-CALL.
		CLOSE REQUEST-FILE.
		CLOSE RESPONSE-FILE.
		IF WS-CLASS-AVAILABLE = "Y"
			CLOSE CLASS-IN-FILE
		END-IF.
		IF WS-ASGN-AVAILABLE = "Y"
			CLOSE KEY-ASSIGN-FILE
		END-IF.

	9100-RAISE-WARNING.
		IF WS-RUN-RC < 4
			MOVE 4 TO WS-RUN-RC
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEBIQ" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
