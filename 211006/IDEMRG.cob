	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDEMRG.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CTL.
		SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PART.
		SELECT PART-PRIME-FILE ASSIGN TO WS-PPOUT-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PPOUT.
		SELECT PART-FACTOR-FILE ASSIGN TO WS-PCFCT-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PCFCT.
		SELECT PART-TWIN-FILE ASSIGN TO WS-PTWIN-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PTWIN.
		SELECT PART-KEYX-FILE ASSIGN TO WS-PKEYX-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PKEYX.
		SELECT PRIME-OUT-FILE ASSIGN TO WS-POUT-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-POUT.
		SELECT COMPOSITE-FACTORS-FILE
			ASSIGN TO WS-CFCT-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CFCT.
		SELECT TWIN-PRIME-FILE ASSIGN TO WS-TWIN-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-TWIN.
		SELECT KEY-EXTRACT-FILE ASSIGN TO WS-KEYX-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-KEYX.
		SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-AUD.
		SELECT PART-JRNL-FILE ASSIGN TO WS-PJRN-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PJRN.
		SELECT JOURNAL-FILE ASSIGN TO "PMJRNL"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-JRNL.
		SELECT GEN-CONTROL-FILE ASSIGN TO "GENPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-GCTL.
		SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GC-GEN-NO
			FILE STATUS IS WS-FS-GCAT.

	DATA DIVISION.
	FILE SECTION.
	FD CONTROL-FILE.
	COPY CTLPARM.

	FD PARTITION-CONTROL-FILE.
	COPY PARTPARM.

	FD PART-PRIME-FILE.
	COPY PRIMEOUT REPLACING
		==PRIME-RECORD== BY ==PART-PRIME-RECORD==
		LEADING ==PR-== BY ==PP-==.
	COPY PRIMETRL REPLACING
		==PRIME-TRAILER-RECORD== BY ==PART-PRIME-TRAILER==
		LEADING ==PT-== BY ==PQ-==.

	FD PART-FACTOR-FILE.
	01 PART-FACTOR-RECORD PIC X(21).

	FD PART-TWIN-FILE.
	01 PART-TWIN-RECORD PIC X(22).

	FD PART-KEYX-FILE.
	COPY EXTRACT REPLACING
		==KEY-EXTRACT-RECORD== BY ==PART-KEYX-RECORD==
		LEADING ==EX-== BY ==PX-==.
	COPY EXTRHDR REPLACING
		==KEY-EXTRACT-HEADER== BY ==PART-KEYX-HEADER==
		LEADING ==EH-== BY ==PH-==.
	COPY EXTRTRL REPLACING
		==KEY-EXTRACT-TRAILER== BY ==PART-KEYX-TRAILER==
		LEADING ==ET-== BY ==PY-==.

	FD PRIME-OUT-FILE.
	COPY PRIMEOUT.
	COPY PRIMETRL.

	FD COMPOSITE-FACTORS-FILE.
	COPY COMPFACT.

	FD TWIN-PRIME-FILE.
	COPY TWINPRM.

	FD KEY-EXTRACT-FILE.
	COPY EXTRACT.
	COPY EXTRHDR.
	COPY EXTRTRL.

	FD AUDIT-FILE.
	COPY AUDITREC.

	FD PART-JRNL-FILE.
	01 PART-JRNL-RECORD PIC X(80).

	FD JOURNAL-FILE.
	COPY JRNLREC.

	FD GEN-CONTROL-FILE.
	COPY GENPARM.

	FD GEN-CATALOG-FILE.
	COPY GENCAT.

	WORKING-STORAGE SECTION.
		01 WS-FS-CTL PIC X(2).
		01 WS-FS-PART PIC X(2).
		01 WS-FS-PPOUT PIC X(2).
		01 WS-FS-PCFCT PIC X(2).
		01 WS-FS-PTWIN PIC X(2).
		01 WS-FS-PKEYX PIC X(2).
		01 WS-FS-POUT PIC X(2).
		01 WS-FS-CFCT PIC X(2).
		01 WS-FS-TWIN PIC X(2).
		01 WS-FS-KEYX PIC X(2).
		01 WS-FS-AUD PIC X(2).
		01 WS-FS-PJRN PIC X(2).
		01 WS-FS-JRNL PIC X(2).
		01 WS-FS-GCTL PIC X(2).
		01 WS-FS-GCAT PIC X(2).
		01 WS-RUN-DATE PIC 9(8).
		01 WS-RUN-TIME PIC 9(8).
		01 WS-JOB-NAME PIC X(8).
		01 WS-AT-END PIC X(1).
		01 WS-CTL-AT-END PIC X(1) VALUE "N".
		01 WS-GCAT-AT-END PIC X(1).
		01 WS-ABEND-FILE PIC X(8).
		01 WS-ABEND-STATUS PIC X(2).
		01 WS-PARTITION-COUNT PIC 9(2) VALUE 0.
		01 WS-PART-IX PIC 9(2).
		01 WS-FAILED-COUNT PIC 9(3) VALUE 0.
		01 WS-PART-FAILED PIC X(1).
		01 WS-PPOUT-NAME.
			05 FILLER PIC X(10) VALUE "PRIMEOUT.P".
			05 WS-PPOUT-PART PIC 9(4).
		01 WS-PCFCT-NAME.
			05 FILLER PIC X(10) VALUE "COMPFACT.P".
			05 WS-PCFCT-PART PIC 9(4).
		01 WS-PTWIN-NAME.
			05 FILLER PIC X(9) VALUE "TWINPRM.P".
			05 WS-PTWIN-PART PIC 9(4).
		01 WS-PKEYX-NAME.
			05 FILLER PIC X(8) VALUE "KEYXTR.P".
			05 WS-PKEYX-PART PIC 9(4).
		01 WS-POUT-NAME.
			05 FILLER PIC X(10) VALUE "PRIMEOUT.G".
			05 WS-POUT-GEN PIC 9(4).
		01 WS-CFCT-NAME.
			05 FILLER PIC X(10) VALUE "COMPFACT.G".
			05 WS-CFCT-GEN PIC 9(4).
		01 WS-TWIN-NAME.
			05 FILLER PIC X(9) VALUE "TWINPRM.G".
			05 WS-TWIN-GEN PIC 9(4).
		01 WS-KEYX-NAME.
			05 FILLER PIC X(8) VALUE "KEYXTR.G".
			05 WS-KEYX-GEN PIC 9(4).
		01 WS-PJRN-NAME.
			05 FILLER PIC X(8) VALUE "PMJRNL.P".
			05 WS-PJRN-PART PIC 9(4).
		01 WS-JRNL-APPENDED PIC 9(9) VALUE 0.
		01 WS-DEL-NAME PIC X(14).
		01 WS-DEL-RC PIC 9(9) COMP.
		01 WS-RETENTION PIC 9(2) VALUE 5.
		01 WS-GEN-NO PIC 9(4) VALUE 0.
		01 WS-CUTOFF-GEN PIC 9(4).
		01 WS-PURGE-GEN-CNT PIC 9(3) COMP VALUE 0.
		01 WS-PURGE-GEN-IX PIC 9(3) COMP.
		01 WS-PURGE-GEN-TABLE.
			05 WS-PURGE-GEN PIC 9(4) OCCURS 100 TIMES.
		01 WS-RANGE-CNT PIC 9(3) VALUE 0.
		01 WS-RANGE-IX PIC 9(3).
		01 WS-RANGE-MAX PIC 9(3) VALUE 100.
		01 WS-RANGE-TABLE.
			05 WS-RT-ENTRY OCCURS 100 TIMES.
				10 WS-RT-LOW PIC 9(7).
				10 WS-RT-HIGH PIC 9(7).
				10 WS-RT-COVERED PIC 9(9).
				10 WS-RT-NEXT-LOW PIC 9(8).
		01 WS-VFY-DETAIL-CNT PIC 9(9).
		01 WS-VFY-PRIME-CNT PIC 9(9).
		01 WS-VFY-COMP-CNT PIC 9(9).
		01 WS-VFY-TWIN-CNT PIC 9(9).
		01 WS-VFY-TRL-FOUND PIC X(1).
		01 WS-VFY-TRL-PRIME-CNT PIC 9(9).
		01 WS-VFY-ROW-CNT PIC 9(9).
		01 WS-VFY-HASH PIC 9(15).
		01 WS-VFY-HDR-OK PIC X(1).
		01 WS-VFY-TRL-ROW-CNT PIC 9(9).
		01 WS-VFY-TRL-HASH PIC 9(15).
		01 WS-STITCH-TABLE.
			05 WS-STITCH-ENTRY OCCURS 99 TIMES.
				10 WS-STITCH-SET PIC X(1).
				10 WS-STITCH-PRIME1 PIC 9(7).
				10 WS-STITCH-PRIME2 PIC 9(7).
		01 WS-FIRST-DETAIL PIC X(1).
		01 WS-LAST-PRIME PIC 9(7) VALUE 0.
		01 WS-LAST-PRIME-SET PIC X(1) VALUE "N".
		01 WS-PEND-SET PIC X(1) VALUE "N".
		01 WS-PEND-RANGE PIC 9(3).
		01 WS-PEND-PRIME-CNT PIC 9(9).
		01 WS-PEND-COMP-CNT PIC 9(9).
		01 WS-PEND-MAX-PRIME PIC 9(7).
		01 WS-PEND-LOW PIC 9(7).
		01 WS-PEND-HIGH PIC 9(7).
		01 WS-SEQ-NO PIC 9(7) VALUE 0.
		01 WS-MERGED-RANGES PIC 9(3) VALUE 0.
		01 WS-TOT-PRIME-COUNT PIC 9(9) VALUE 0.
		01 WS-TOT-COMPOSITE-COUNT PIC 9(9) VALUE 0.
		01 WS-GRAND-MAX-PRIME PIC 9(7) VALUE 0.
		01 WS-GRAND-LOW-BOUND PIC 9(7) VALUE 9999999.
		01 WS-GRAND-HIGH-BOUND PIC 9(7) VALUE 0.
		01 WS-TWIN-COUNT PIC 9(9) VALUE 0.
		01 WS-STITCH-COUNT PIC 9(3) VALUE 0.
		01 WS-CFCT-COUNT PIC 9(9) VALUE 0.
		01 WS-KEYX-COUNT PIC 9(9) VALUE 0.
		01 WS-KEYX-HASH PIC 9(15) VALUE 0.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-INITIALIZE.
		PERFORM 2000-VERIFY-PARTITIONS.
		IF WS-FAILED-COUNT > 0
			DISPLAY "IDEMRG0009E MERGE ABANDONED, FAILURES "
				WS-FAILED-COUNT
			MOVE "IDEMRG0009E" TO XA-MSG-ID
			MOVE "PARTPARM" TO XA-OBJECT
			MOVE WS-FAILED-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		PERFORM 2900-APPEND-PART-JOURNALS.
		PERFORM 2800-ASSIGN-GENERATION.
		PERFORM 3000-OPEN-OUTPUT-FILES.
		PERFORM 4000-MERGE-PRIME-OUT.
		PERFORM 5000-MERGE-COMP-FACTORS.
		PERFORM 5200-MERGE-TWIN-PRIMES.
		PERFORM 5400-MERGE-KEY-EXTRACT.
		PERFORM 6500-CATALOG-GENERATION.
		PERFORM 6600-APPLY-RETENTION.
		PERFORM 7000-CLOSE-FILES.
		DISPLAY "IDEMRG0012I RANGES " WS-MERGED-RANGES
			" PRIMES " WS-TOT-PRIME-COUNT
			" BOUNDARY GAPS " WS-STITCH-COUNT.
		GOBACK.

	1000-INITIALIZE.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		ACCEPT WS-RUN-TIME FROM TIME.
		MOVE "IDEMRG  " TO WS-JOB-NAME.
		DISPLAY "JOB_NAME" UPON ENVIRONMENT-NAME.
		ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
			ON EXCEPTION
				MOVE "IDEMRG  " TO WS-JOB-NAME
		END-ACCEPT.
		OPEN INPUT PARTITION-CONTROL-FILE.
		IF WS-FS-PART = "00"
			READ PARTITION-CONTROL-FILE
				AT END CONTINUE
			END-READ
			IF WS-FS-PART = "00"
				AND PA-PARTITIONS NUMERIC
				MOVE PA-PARTITIONS TO WS-PARTITION-COUNT
			END-IF
			CLOSE PARTITION-CONTROL-FILE
		END-IF.
		IF WS-PARTITION-COUNT = 0
			DISPLAY "IDEMRG0001E PARTPARM MISSING OR ZERO"
			MOVE "IDEMRG0001E" TO XA-MSG-ID
			MOVE "PARTPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		OPEN INPUT CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEMRG0002E CTLPARM OPEN ERR"
			MOVE "IDEMRG0002E" TO XA-MSG-ID
			MOVE "CTLPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		PERFORM 1100-LOAD-RANGE
			UNTIL WS-CTL-AT-END = "Y".
		CLOSE CONTROL-FILE.
		IF WS-RANGE-CNT = 0
			DISPLAY "IDEMRG0002E CTLPARM EMPTY"
			MOVE "IDEMRG0002E" TO XA-MSG-ID
			MOVE "CTLPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		PERFORM 1200-CLEAR-STITCH
			VARYING WS-PART-IX FROM 1 BY 1
			UNTIL WS-PART-IX > WS-PARTITION-COUNT.

	1100-LOAD-RANGE.
		READ CONTROL-FILE
			AT END MOVE "Y" TO WS-CTL-AT-END
		END-READ.
		IF WS-CTL-AT-END NOT = "Y"
			IF WS-RANGE-CNT < WS-RANGE-MAX
				ADD 1 TO WS-RANGE-CNT
				MOVE CTL-LOW-BOUND
					TO WS-RT-LOW(WS-RANGE-CNT)
				MOVE CTL-HIGH-BOUND
					TO WS-RT-HIGH(WS-RANGE-CNT)
				MOVE 0 TO WS-RT-COVERED(WS-RANGE-CNT)
				MOVE CTL-LOW-BOUND
					TO WS-RT-NEXT-LOW(WS-RANGE-CNT)
			ELSE
				DISPLAY "IDEMRG0002E CTLPARM TOO LARGE "
					WS-RANGE-MAX
				MOVE "IDEMRG0002E" TO XA-MSG-ID
				MOVE "CTLPARM" TO XA-OBJECT
				MOVE WS-RANGE-MAX TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				CLOSE CONTROL-FILE
				GOBACK
			END-IF
		END-IF.

	1200-CLEAR-STITCH.
		MOVE "N" TO WS-STITCH-SET(WS-PART-IX).
		MOVE 0 TO WS-STITCH-PRIME1(WS-PART-IX).
		MOVE 0 TO WS-STITCH-PRIME2(WS-PART-IX).

	2000-VERIFY-PARTITIONS.
		PERFORM 2100-VERIFY-ONE-PARTITION
			VARYING WS-PART-IX FROM 1 BY 1
			UNTIL WS-PART-IX > WS-PARTITION-COUNT.
		PERFORM 2600-CHECK-RANGE-COVERAGE
			VARYING WS-RANGE-IX FROM 1 BY 1
			UNTIL WS-RANGE-IX > WS-RANGE-CNT.

	2100-VERIFY-ONE-PARTITION.
		MOVE "N" TO WS-PART-FAILED.
		PERFORM 2150-SET-PARTITION-NAMES.
		PERFORM 2200-VERIFY-PART-PRIMES.
		PERFORM 2300-VERIFY-PART-FACTORS.
		PERFORM 2400-VERIFY-PART-TWINS.
		PERFORM 2500-VERIFY-PART-EXTRACT.
		IF WS-PART-FAILED = "Y"
			ADD 1 TO WS-FAILED-COUNT
			DISPLAY "IDEMRG0010W RERUN PARTITION "
				WS-PART-IX
			MOVE "IDEMRG0010W" TO XA-MSG-ID
			MOVE WS-PPOUT-NAME TO XA-OBJECT
			MOVE WS-PART-IX TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-IF.

	2150-SET-PARTITION-NAMES.
		MOVE WS-PART-IX TO WS-PPOUT-PART.
		MOVE WS-PART-IX TO WS-PCFCT-PART.
		MOVE WS-PART-IX TO WS-PTWIN-PART.
		MOVE WS-PART-IX TO WS-PKEYX-PART.

	2200-VERIFY-PART-PRIMES.
		MOVE 0 TO WS-VFY-DETAIL-CNT.
		MOVE 0 TO WS-VFY-PRIME-CNT.
		MOVE 0 TO WS-VFY-COMP-CNT.
		MOVE 0 TO WS-VFY-TWIN-CNT.
		MOVE 0 TO WS-VFY-TRL-PRIME-CNT.
		MOVE "N" TO WS-VFY-TRL-FOUND.
		OPEN INPUT PART-PRIME-FILE.
		IF WS-FS-PPOUT NOT = "00"
			DISPLAY "IDEMRG0003E PARTITION FILE MISSING "
				WS-PPOUT-NAME
			MOVE "IDEMRG0003E" TO XA-MSG-ID
			MOVE WS-PPOUT-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE "Y" TO WS-PART-FAILED
		ELSE
			MOVE "N" TO WS-AT-END
			PERFORM 2250-TALLY-PART-PRIME
				UNTIL WS-AT-END = "Y"
			CLOSE PART-PRIME-FILE
			IF WS-VFY-TRL-FOUND NOT = "Y"
				OR WS-VFY-TRL-PRIME-CNT
				NOT = WS-VFY-DETAIL-CNT
				OR WS-VFY-PRIME-CNT
				NOT = WS-VFY-DETAIL-CNT
				DISPLAY "IDEMRG0004E PARTITION FILE "
					"INCOMPLETE " WS-PPOUT-NAME
				MOVE "IDEMRG0004E" TO XA-MSG-ID
				MOVE WS-PPOUT-NAME TO XA-OBJECT
				MOVE WS-VFY-DETAIL-CNT TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE "Y" TO WS-PART-FAILED
			END-IF
		END-IF.

	2250-TALLY-PART-PRIME.
		READ PART-PRIME-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			EVALUATE PP-REC-TYPE
				WHEN "D"
					ADD 1 TO WS-VFY-DETAIL-CNT
				WHEN "S"
					PERFORM 2270-TALLY-PART-RANGE
				WHEN "T"
					MOVE "Y" TO WS-VFY-TRL-FOUND
					MOVE PQ-PRIME-COUNT
						TO WS-VFY-TRL-PRIME-CNT
			END-EVALUATE
		END-IF.

	2270-TALLY-PART-RANGE.
		ADD PQ-PRIME-COUNT TO WS-VFY-PRIME-CNT.
		ADD PQ-COMPOSITE-COUNT TO WS-VFY-COMP-CNT.
		IF PQ-PRIME-COUNT > 0
			COMPUTE WS-VFY-TWIN-CNT =
				WS-VFY-TWIN-CNT + PQ-PRIME-COUNT - 1
		END-IF.
		IF PQ-RANGE-NO = 0 OR PQ-RANGE-NO > WS-RANGE-CNT
			OR PQ-LOW-BOUND > PQ-HIGH-BOUND
			DISPLAY "IDEMRG0004E PARTITION FILE "
				"BAD RANGE " WS-PPOUT-NAME
			MOVE "IDEMRG0004E" TO XA-MSG-ID
			MOVE WS-PPOUT-NAME TO XA-OBJECT
			MOVE PQ-RANGE-NO TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE "Y" TO WS-PART-FAILED
		ELSE
			PERFORM 2280-CHECK-SLICE-SEQUENCE
		END-IF.

	2280-CHECK-SLICE-SEQUENCE.
		IF PQ-LOW-BOUND NOT = WS-RT-NEXT-LOW(PQ-RANGE-NO)
			OR PQ-HIGH-BOUND > WS-RT-HIGH(PQ-RANGE-NO)
			DISPLAY "IDEMRG0004E PARTITION FILE "
				"SLICE OUT OF SEQUENCE " WS-PPOUT-NAME
				" " PQ-LOW-BOUND " " PQ-HIGH-BOUND
			MOVE "IDEMRG0004E" TO XA-MSG-ID
			MOVE WS-PPOUT-NAME TO XA-OBJECT
			MOVE PQ-RANGE-NO TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE "Y" TO WS-PART-FAILED
		ELSE
			COMPUTE WS-RT-COVERED(PQ-RANGE-NO) =
				WS-RT-COVERED(PQ-RANGE-NO)
				+ PQ-HIGH-BOUND - PQ-LOW-BOUND + 1
			COMPUTE WS-RT-NEXT-LOW(PQ-RANGE-NO) =
				PQ-HIGH-BOUND + 1
		END-IF.

	2300-VERIFY-PART-FACTORS.
		MOVE 0 TO WS-VFY-ROW-CNT.
		OPEN INPUT PART-FACTOR-FILE.
		IF WS-FS-PCFCT NOT = "00"
			DISPLAY "IDEMRG0003E PARTITION FILE MISSING "
				WS-PCFCT-NAME
			MOVE "IDEMRG0003E" TO XA-MSG-ID
			MOVE WS-PCFCT-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE "Y" TO WS-PART-FAILED
		ELSE
			MOVE "N" TO WS-AT-END
			PERFORM 2350-COUNT-PART-FACTOR
				UNTIL WS-AT-END = "Y"
			CLOSE PART-FACTOR-FILE
			IF WS-VFY-ROW-CNT NOT = WS-VFY-COMP-CNT
				DISPLAY "IDEMRG0004E PARTITION FILE "
					"INCOMPLETE " WS-PCFCT-NAME
				MOVE "IDEMRG0004E" TO XA-MSG-ID
				MOVE WS-PCFCT-NAME TO XA-OBJECT
				MOVE WS-VFY-ROW-CNT TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE "Y" TO WS-PART-FAILED
			END-IF
		END-IF.

	2350-COUNT-PART-FACTOR.
		READ PART-FACTOR-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			ADD 1 TO WS-VFY-ROW-CNT
		END-IF.

	2400-VERIFY-PART-TWINS.
		MOVE 0 TO WS-VFY-ROW-CNT.
		OPEN INPUT PART-TWIN-FILE.
		IF WS-FS-PTWIN NOT = "00"
			DISPLAY "IDEMRG0003E PARTITION FILE MISSING "
				WS-PTWIN-NAME
			MOVE "IDEMRG0003E" TO XA-MSG-ID
			MOVE WS-PTWIN-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE "Y" TO WS-PART-FAILED
		ELSE
			MOVE "N" TO WS-AT-END
			PERFORM 2450-COUNT-PART-TWIN
				UNTIL WS-AT-END = "Y"
			CLOSE PART-TWIN-FILE
			IF WS-VFY-ROW-CNT NOT = WS-VFY-TWIN-CNT
				DISPLAY "IDEMRG0004E PARTITION FILE "
					"INCOMPLETE " WS-PTWIN-NAME
				MOVE "IDEMRG0004E" TO XA-MSG-ID
				MOVE WS-PTWIN-NAME TO XA-OBJECT
				MOVE WS-VFY-ROW-CNT TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE "Y" TO WS-PART-FAILED
			END-IF
		END-IF.

	2450-COUNT-PART-TWIN.
		READ PART-TWIN-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			ADD 1 TO WS-VFY-ROW-CNT
		END-IF.

	2500-VERIFY-PART-EXTRACT.
		MOVE 0 TO WS-VFY-ROW-CNT.
		MOVE 0 TO WS-VFY-HASH.
		MOVE "N" TO WS-VFY-TRL-FOUND.
		MOVE "N" TO WS-VFY-HDR-OK.
		OPEN INPUT PART-KEYX-FILE.
		IF WS-FS-PKEYX NOT = "00"
			DISPLAY "IDEMRG0003E PARTITION FILE MISSING "
				WS-PKEYX-NAME
			MOVE "IDEMRG0003E" TO XA-MSG-ID
			MOVE WS-PKEYX-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE "Y" TO WS-PART-FAILED
		ELSE
			MOVE "N" TO WS-AT-END
			PERFORM 2550-TALLY-PART-EXTRACT
				UNTIL WS-AT-END = "Y"
			CLOSE PART-KEYX-FILE
			IF WS-VFY-HDR-OK NOT = "Y"
				OR WS-VFY-TRL-FOUND NOT = "Y"
				OR WS-VFY-ROW-CNT
				NOT = WS-VFY-TRL-ROW-CNT
				OR WS-VFY-HASH NOT = WS-VFY-TRL-HASH
				OR WS-VFY-ROW-CNT
				NOT = WS-VFY-DETAIL-CNT
				DISPLAY "IDEMRG0005E PARTITION EXTRACT "
					"OUT OF BALANCE " WS-PKEYX-NAME
				MOVE "IDEMRG0005E" TO XA-MSG-ID
				MOVE WS-PKEYX-NAME TO XA-OBJECT
				MOVE WS-VFY-ROW-CNT TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE "Y" TO WS-PART-FAILED
			END-IF
		END-IF.

	2550-TALLY-PART-EXTRACT.
		READ PART-KEYX-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			EVALUATE PX-REC-TYPE
				WHEN "H"
					PERFORM 2570-CHECK-PART-HEADER
				WHEN "P"
					ADD 1 TO WS-VFY-ROW-CNT
					ADD PX-PRIME-VALUE
						TO WS-VFY-HASH
				WHEN "T"
					PERFORM 2580-SAVE-PART-TRAILER
			END-EVALUATE
		END-IF.

	2570-CHECK-PART-HEADER.
		IF PH-FILE-TYPE = "KEYXTRP "
			AND PH-GENERATION = WS-PART-IX
			MOVE "Y" TO WS-VFY-HDR-OK
		END-IF.

	2580-SAVE-PART-TRAILER.
		MOVE "Y" TO WS-VFY-TRL-FOUND.
		MOVE PY-RECORD-COUNT TO WS-VFY-TRL-ROW-CNT.
		MOVE PY-HASH-TOTAL TO WS-VFY-TRL-HASH.

	2600-CHECK-RANGE-COVERAGE.
		IF WS-RT-NEXT-LOW(WS-RANGE-IX)
			NOT = WS-RT-HIGH(WS-RANGE-IX) + 1
			ADD 1 TO WS-FAILED-COUNT
			DISPLAY "IDEMRG0006E RANGE NOT COVERED "
				WS-RT-LOW(WS-RANGE-IX) " "
				WS-RT-HIGH(WS-RANGE-IX)
			MOVE "IDEMRG0006E" TO XA-MSG-ID
			MOVE WS-RT-LOW(WS-RANGE-IX) TO XA-OBJECT
			MOVE WS-RT-COVERED(WS-RANGE-IX) TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-IF.

	2800-ASSIGN-GENERATION.
		OPEN INPUT GEN-CONTROL-FILE.
		IF WS-FS-GCTL = "00"
			READ GEN-CONTROL-FILE
				AT END CONTINUE
			END-READ
			IF WS-FS-GCTL = "00"
				AND GP-RETENTION NUMERIC
				AND GP-RETENTION > 0
				MOVE GP-RETENTION TO WS-RETENTION
			END-IF
			CLOSE GEN-CONTROL-FILE
		END-IF.
		OPEN I-O GEN-CATALOG-FILE.
		IF WS-FS-GCAT NOT = "00"
			OPEN OUTPUT GEN-CATALOG-FILE
			CLOSE GEN-CATALOG-FILE
			OPEN I-O GEN-CATALOG-FILE
		END-IF.
		IF WS-FS-GCAT NOT = "00"
			DISPLAY "IDEMRG0007E GENCAT OPEN ERR "
				WS-FS-GCAT
			MOVE "IDEMRG0007E" TO XA-MSG-ID
			MOVE "GENCAT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		MOVE 0 TO WS-GEN-NO.
		MOVE "N" TO WS-GCAT-AT-END.
		MOVE 0 TO GC-GEN-NO.
		START GEN-CATALOG-FILE
			KEY IS NOT LESS THAN GC-GEN-NO
			INVALID KEY MOVE "Y" TO WS-GCAT-AT-END
		END-START.
		PERFORM 2850-FIND-HIGHEST-GEN
			UNTIL WS-GCAT-AT-END = "Y".
		ADD 1 TO WS-GEN-NO.
		MOVE WS-GEN-NO TO WS-POUT-GEN.
		MOVE WS-GEN-NO TO WS-CFCT-GEN.
		MOVE WS-GEN-NO TO WS-TWIN-GEN.
		MOVE WS-GEN-NO TO WS-KEYX-GEN.
		DISPLAY "IDEMRG0011I WRITING GENERATION " WS-GEN-NO
			" FROM " WS-PARTITION-COUNT " PARTITIONS".

	2850-FIND-HIGHEST-GEN.
		READ GEN-CATALOG-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-GCAT-AT-END
		END-READ.
		IF WS-GCAT-AT-END NOT = "Y"
			IF GC-GEN-NO > WS-GEN-NO
				MOVE GC-GEN-NO TO WS-GEN-NO
			END-IF
		END-IF.

	2900-APPEND-PART-JOURNALS.
		OPEN EXTEND JOURNAL-FILE.
		IF WS-FS-JRNL = "35"
			OPEN OUTPUT JOURNAL-FILE
		END-IF.
		PERFORM 9060-CHECK-JRNL.
		PERFORM 2910-APPEND-ONE-JOURNAL
			VARYING WS-PART-IX FROM 1 BY 1
			UNTIL WS-PART-IX > WS-PARTITION-COUNT.
		CLOSE JOURNAL-FILE.
		DISPLAY "IDEMRG0017I JOURNAL RECORDS APPENDED "
			WS-JRNL-APPENDED.

	2910-APPEND-ONE-JOURNAL.
		MOVE WS-PART-IX TO WS-PJRN-PART.
		OPEN INPUT PART-JRNL-FILE.
		IF WS-FS-PJRN = "35"
			DISPLAY "IDEMRG0016I NO PARTITION JOURNAL "
				WS-PJRN-NAME
		ELSE
			PERFORM 9070-CHECK-PJRN
			MOVE "N" TO WS-AT-END
			PERFORM 2920-COPY-JOURNAL-RECORD
				UNTIL WS-AT-END = "Y"
			CLOSE PART-JRNL-FILE
			MOVE WS-PJRN-NAME TO WS-DEL-NAME
			CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
				RETURNING WS-DEL-RC
			END-CALL
		END-IF.

	2920-COPY-JOURNAL-RECORD.
		READ PART-JRNL-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			PERFORM 9070-CHECK-PJRN
			WRITE JOURNAL-RECORD FROM PART-JRNL-RECORD
			PERFORM 9060-CHECK-JRNL
			ADD 1 TO WS-JRNL-APPENDED
		END-IF.

	3000-OPEN-OUTPUT-FILES.
		OPEN OUTPUT PRIME-OUT-FILE.
		PERFORM 9010-CHECK-POUT.
		OPEN OUTPUT COMPOSITE-FACTORS-FILE.
		PERFORM 9020-CHECK-CFCT.
		OPEN OUTPUT TWIN-PRIME-FILE.
		PERFORM 9030-CHECK-TWIN.
		OPEN OUTPUT KEY-EXTRACT-FILE.
		PERFORM 9040-CHECK-KEYX.
		PERFORM 3100-WRITE-EXTRACT-HEADER.
		OPEN EXTEND AUDIT-FILE.
		PERFORM 9050-CHECK-AUD.

	3100-WRITE-EXTRACT-HEADER.
		MOVE SPACES TO KEY-EXTRACT-HEADER.
		MOVE 0 TO EH-PRIME-VALUE.
		MOVE "H" TO EH-REC-TYPE.
		MOVE "KEYXTR  " TO EH-FILE-TYPE.
		MOVE WS-GEN-NO TO EH-GENERATION.
		MOVE WS-RUN-DATE TO EH-RUN-DATE.
		WRITE KEY-EXTRACT-HEADER.
		PERFORM 9040-CHECK-KEYX.

	4000-MERGE-PRIME-OUT.
		PERFORM 4100-MERGE-PART-PRIMES
			VARYING WS-PART-IX FROM 1 BY 1
			UNTIL WS-PART-IX > WS-PARTITION-COUNT.
		IF WS-PEND-SET = "Y"
			PERFORM 4400-FLUSH-RANGE-TRAILER
		END-IF.
		PERFORM 4500-WRITE-SUMMARY-TRAILER.

	4100-MERGE-PART-PRIMES.
		PERFORM 2150-SET-PARTITION-NAMES.
		OPEN INPUT PART-PRIME-FILE.
		IF WS-FS-PPOUT NOT = "00"
			MOVE "PRIMEOUT" TO WS-ABEND-FILE
			MOVE WS-FS-PPOUT TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.
		MOVE "Y" TO WS-FIRST-DETAIL.
		MOVE "N" TO WS-AT-END.
		PERFORM 4150-MERGE-PRIME-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE PART-PRIME-FILE.

	4150-MERGE-PRIME-RECORD.
		READ PART-PRIME-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			EVALUATE PP-REC-TYPE
				WHEN "D"
					PERFORM 4200-MERGE-DETAIL
				WHEN "S"
					PERFORM 4300-MERGE-RANGE-TRAILER
			END-EVALUATE
		END-IF.

	4200-MERGE-DETAIL.
		IF WS-FIRST-DETAIL = "Y"
			AND WS-PEND-SET = "Y"
			AND WS-LAST-PRIME-SET = "Y"
			MOVE "Y" TO WS-STITCH-SET(WS-PART-IX)
			MOVE WS-LAST-PRIME
				TO WS-STITCH-PRIME1(WS-PART-IX)
			MOVE PP-VALUE TO WS-STITCH-PRIME2(WS-PART-IX)
			ADD 1 TO WS-STITCH-COUNT
		END-IF.
		MOVE "N" TO WS-FIRST-DETAIL.
		ADD 1 TO WS-SEQ-NO.
		MOVE SPACES TO PRIME-RECORD.
		MOVE "D" TO PR-REC-TYPE.
		MOVE PP-RUN-DATE TO PR-RUN-DATE.
		MOVE WS-SEQ-NO TO PR-SEQ-NO.
		MOVE PP-VALUE TO PR-VALUE.
		WRITE PRIME-RECORD.
		PERFORM 9010-CHECK-POUT.
		MOVE PP-VALUE TO WS-LAST-PRIME.
		MOVE "Y" TO WS-LAST-PRIME-SET.

	4300-MERGE-RANGE-TRAILER.
		IF WS-PEND-SET = "Y"
			AND WS-PEND-RANGE = PQ-RANGE-NO
			ADD PQ-PRIME-COUNT TO WS-PEND-PRIME-CNT
			ADD PQ-COMPOSITE-COUNT TO WS-PEND-COMP-CNT
			IF PQ-MAX-PRIME > WS-PEND-MAX-PRIME
				MOVE PQ-MAX-PRIME TO WS-PEND-MAX-PRIME
			END-IF
			IF PQ-LOW-BOUND < WS-PEND-LOW
				MOVE PQ-LOW-BOUND TO WS-PEND-LOW
			END-IF
			IF PQ-HIGH-BOUND > WS-PEND-HIGH
				MOVE PQ-HIGH-BOUND TO WS-PEND-HIGH
			END-IF
		ELSE
			IF WS-PEND-SET = "Y"
				PERFORM 4400-FLUSH-RANGE-TRAILER
			END-IF
			MOVE "Y" TO WS-PEND-SET
			MOVE PQ-RANGE-NO TO WS-PEND-RANGE
			MOVE PQ-PRIME-COUNT TO WS-PEND-PRIME-CNT
			MOVE PQ-COMPOSITE-COUNT TO WS-PEND-COMP-CNT
			MOVE PQ-MAX-PRIME TO WS-PEND-MAX-PRIME
			MOVE PQ-LOW-BOUND TO WS-PEND-LOW
			MOVE PQ-HIGH-BOUND TO WS-PEND-HIGH
		END-IF.
		IF WS-PEND-LOW = WS-RT-LOW(WS-PEND-RANGE)
			AND WS-PEND-HIGH = WS-RT-HIGH(WS-PEND-RANGE)
			PERFORM 4400-FLUSH-RANGE-TRAILER
		END-IF.

	4400-FLUSH-RANGE-TRAILER.
		MOVE SPACES TO PRIME-TRAILER-RECORD.
		MOVE "S" TO PT-REC-TYPE.
		MOVE WS-PEND-PRIME-CNT TO PT-PRIME-COUNT.
		MOVE WS-PEND-COMP-CNT TO PT-COMPOSITE-COUNT.
		MOVE WS-PEND-MAX-PRIME TO PT-MAX-PRIME.
		MOVE WS-PEND-LOW TO PT-LOW-BOUND.
		MOVE WS-PEND-HIGH TO PT-HIGH-BOUND.
		MOVE WS-PEND-RANGE TO PT-RANGE-NO.
		WRITE PRIME-TRAILER-RECORD.
		PERFORM 9010-CHECK-POUT.
		ADD 1 TO WS-MERGED-RANGES.
		ADD WS-PEND-PRIME-CNT TO WS-TOT-PRIME-COUNT.
		ADD WS-PEND-COMP-CNT TO WS-TOT-COMPOSITE-COUNT.
		IF WS-PEND-MAX-PRIME > WS-GRAND-MAX-PRIME
			MOVE WS-PEND-MAX-PRIME TO WS-GRAND-MAX-PRIME
		END-IF.
		IF WS-PEND-LOW < WS-GRAND-LOW-BOUND
			MOVE WS-PEND-LOW TO WS-GRAND-LOW-BOUND
		END-IF.
		IF WS-PEND-HIGH > WS-GRAND-HIGH-BOUND
			MOVE WS-PEND-HIGH TO WS-GRAND-HIGH-BOUND
		END-IF.
		PERFORM 6000-WRITE-AUDIT-RECORD.
		MOVE "N" TO WS-PEND-SET.
		MOVE "N" TO WS-LAST-PRIME-SET.

	4500-WRITE-SUMMARY-TRAILER.
		MOVE SPACES TO PRIME-TRAILER-RECORD.
		MOVE "T" TO PT-REC-TYPE.
		MOVE WS-TOT-PRIME-COUNT TO PT-PRIME-COUNT.
		MOVE WS-TOT-COMPOSITE-COUNT TO PT-COMPOSITE-COUNT.
		MOVE WS-GRAND-MAX-PRIME TO PT-MAX-PRIME.
		MOVE WS-GRAND-LOW-BOUND TO PT-LOW-BOUND.
		MOVE WS-GRAND-HIGH-BOUND TO PT-HIGH-BOUND.
		MOVE 0 TO PT-RANGE-NO.
		WRITE PRIME-TRAILER-RECORD.
		PERFORM 9010-CHECK-POUT.

	5000-MERGE-COMP-FACTORS.
		PERFORM 5100-MERGE-PART-FACTORS
			VARYING WS-PART-IX FROM 1 BY 1
			UNTIL WS-PART-IX > WS-PARTITION-COUNT.

	5100-MERGE-PART-FACTORS.
		PERFORM 2150-SET-PARTITION-NAMES.
		OPEN INPUT PART-FACTOR-FILE.
		IF WS-FS-PCFCT NOT = "00"
			MOVE "COMPFACT" TO WS-ABEND-FILE
			MOVE WS-FS-PCFCT TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.
		MOVE "N" TO WS-AT-END.
		PERFORM 5150-COPY-FACTOR-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE PART-FACTOR-FILE.

	5150-COPY-FACTOR-RECORD.
		READ PART-FACTOR-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			MOVE PART-FACTOR-RECORD
				TO COMPOSITE-FACTOR-RECORD
			WRITE COMPOSITE-FACTOR-RECORD
			PERFORM 9020-CHECK-CFCT
			ADD 1 TO WS-CFCT-COUNT
		END-IF.

	5200-MERGE-TWIN-PRIMES.
		PERFORM 5300-MERGE-PART-TWINS
			VARYING WS-PART-IX FROM 1 BY 1
			UNTIL WS-PART-IX > WS-PARTITION-COUNT.

	5300-MERGE-PART-TWINS.
		IF WS-STITCH-SET(WS-PART-IX) = "Y"
			PERFORM 5320-WRITE-BOUNDARY-GAP
		END-IF.
		PERFORM 2150-SET-PARTITION-NAMES.
		OPEN INPUT PART-TWIN-FILE.
		IF WS-FS-PTWIN NOT = "00"
			MOVE "TWINPRM " TO WS-ABEND-FILE
			MOVE WS-FS-PTWIN TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.
		MOVE "N" TO WS-AT-END.
		PERFORM 5350-COPY-TWIN-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE PART-TWIN-FILE.

	5320-WRITE-BOUNDARY-GAP.
		MOVE WS-STITCH-PRIME1(WS-PART-IX) TO TP-PRIME1.
		MOVE WS-STITCH-PRIME2(WS-PART-IX) TO TP-PRIME2.
		COMPUTE TP-GAP = WS-STITCH-PRIME2(WS-PART-IX)
			- WS-STITCH-PRIME1(WS-PART-IX).
		IF TP-GAP = 2
			MOVE "Y" TO TP-TWIN-FLAG
		ELSE
			MOVE "N" TO TP-TWIN-FLAG
		END-IF.
		WRITE TWIN-PRIME-RECORD.
		PERFORM 9030-CHECK-TWIN.
		ADD 1 TO WS-TWIN-COUNT.

	5350-COPY-TWIN-RECORD.
		READ PART-TWIN-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			MOVE PART-TWIN-RECORD TO TWIN-PRIME-RECORD
			WRITE TWIN-PRIME-RECORD
			PERFORM 9030-CHECK-TWIN
			ADD 1 TO WS-TWIN-COUNT
		END-IF.

	5400-MERGE-KEY-EXTRACT.
		PERFORM 5500-MERGE-PART-EXTRACT
			VARYING WS-PART-IX FROM 1 BY 1
			UNTIL WS-PART-IX > WS-PARTITION-COUNT.
		PERFORM 5600-WRITE-EXTRACT-TRAILER.

	5500-MERGE-PART-EXTRACT.
		PERFORM 2150-SET-PARTITION-NAMES.
		OPEN INPUT PART-KEYX-FILE.
		IF WS-FS-PKEYX NOT = "00"
			MOVE "KEYXTR  " TO WS-ABEND-FILE
			MOVE WS-FS-PKEYX TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.
		MOVE "N" TO WS-AT-END.
		PERFORM 5550-COPY-EXTRACT-RECORD
			UNTIL WS-AT-END = "Y".
		CLOSE PART-KEYX-FILE.

	5550-COPY-EXTRACT-RECORD.
		READ PART-KEYX-FILE
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			AND PX-REC-TYPE = "P"
			MOVE PART-KEYX-RECORD TO KEY-EXTRACT-RECORD
			WRITE KEY-EXTRACT-RECORD
			PERFORM 9040-CHECK-KEYX
			ADD 1 TO WS-KEYX-COUNT
			ADD EX-PRIME-VALUE TO WS-KEYX-HASH
		END-IF.

	5600-WRITE-EXTRACT-TRAILER.
		MOVE SPACES TO KEY-EXTRACT-TRAILER.
		MOVE 0 TO ET-PRIME-VALUE.
		MOVE "T" TO ET-REC-TYPE.
		MOVE WS-KEYX-COUNT TO ET-RECORD-COUNT.
		MOVE WS-KEYX-HASH TO ET-HASH-TOTAL.
		WRITE KEY-EXTRACT-TRAILER.
		PERFORM 9040-CHECK-KEYX.

	6000-WRITE-AUDIT-RECORD.
		MOVE WS-RUN-DATE TO AU-RUN-DATE.
		MOVE WS-RUN-TIME TO AU-RUN-TIME.
		MOVE WS-JOB-NAME TO AU-JOB-NAME.
		MOVE WS-PEND-LOW TO AU-LOW-BOUND.
		MOVE WS-PEND-HIGH TO AU-HIGH-BOUND.
		MOVE WS-PEND-PRIME-CNT TO AU-PRIME-COUNT.
		MOVE WS-PEND-COMP-CNT TO AU-COMPOSITE-COUNT.
		WRITE AUDIT-RECORD.
		PERFORM 9050-CHECK-AUD.

	6500-CATALOG-GENERATION.
		MOVE WS-GEN-NO TO GC-GEN-NO.
		MOVE WS-RUN-DATE TO GC-RUN-DATE.
		MOVE WS-RUN-TIME TO GC-RUN-TIME.
		MOVE WS-TOT-PRIME-COUNT TO GC-PRIME-COUNT.
		MOVE WS-TOT-COMPOSITE-COUNT TO GC-COMPOSITE-COUNT.
		MOVE WS-TWIN-COUNT TO GC-TWIN-COUNT.
		MOVE WS-KEYX-COUNT TO GC-EXTRACT-COUNT.
		WRITE GEN-CATALOG-RECORD
			INVALID KEY
			DISPLAY "IDEMRG0008E GENCAT WRITE ERR "
				GC-GEN-NO
			MOVE "IDEMRG0008E" TO XA-MSG-ID
			MOVE GC-GEN-NO TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
		END-WRITE.

	6600-APPLY-RETENTION.
		IF WS-GEN-NO <= WS-RETENTION
			CONTINUE
		ELSE
			COMPUTE WS-CUTOFF-GEN =
				WS-GEN-NO - WS-RETENTION
			MOVE 0 TO WS-PURGE-GEN-CNT
			MOVE "N" TO WS-GCAT-AT-END
			MOVE 0 TO GC-GEN-NO
			START GEN-CATALOG-FILE
				KEY IS NOT LESS THAN GC-GEN-NO
				INVALID KEY
				MOVE "Y" TO WS-GCAT-AT-END
			END-START
			PERFORM 6650-COLLECT-EXPIRED-GEN
				UNTIL WS-GCAT-AT-END = "Y"
			PERFORM 6700-PURGE-ONE-GENERATION
				VARYING WS-PURGE-GEN-IX FROM 1 BY 1
				UNTIL WS-PURGE-GEN-IX
				> WS-PURGE-GEN-CNT
		END-IF.

	6650-COLLECT-EXPIRED-GEN.
		READ GEN-CATALOG-FILE NEXT RECORD
			AT END MOVE "Y" TO WS-GCAT-AT-END
		END-READ.
		IF WS-GCAT-AT-END NOT = "Y"
			IF GC-GEN-NO <= WS-CUTOFF-GEN
				AND WS-PURGE-GEN-CNT < 100
				ADD 1 TO WS-PURGE-GEN-CNT
				MOVE GC-GEN-NO TO WS-PURGE-GEN
					(WS-PURGE-GEN-CNT)
			END-IF
		END-IF.

	6700-PURGE-ONE-GENERATION.
		MOVE WS-PURGE-GEN(WS-PURGE-GEN-IX) TO WS-POUT-GEN.
		MOVE WS-PURGE-GEN(WS-PURGE-GEN-IX) TO WS-CFCT-GEN.
		MOVE WS-PURGE-GEN(WS-PURGE-GEN-IX) TO WS-TWIN-GEN.
		MOVE WS-PURGE-GEN(WS-PURGE-GEN-IX) TO WS-KEYX-GEN.
		MOVE WS-POUT-NAME TO WS-DEL-NAME.
		PERFORM 6750-DELETE-ONE-FILE.
		MOVE WS-CFCT-NAME TO WS-DEL-NAME.
		PERFORM 6750-DELETE-ONE-FILE.
		MOVE WS-TWIN-NAME TO WS-DEL-NAME.
		PERFORM 6750-DELETE-ONE-FILE.
		MOVE WS-KEYX-NAME TO WS-DEL-NAME.
		PERFORM 6750-DELETE-ONE-FILE.
		MOVE WS-PURGE-GEN(WS-PURGE-GEN-IX) TO GC-GEN-NO.
		DELETE GEN-CATALOG-FILE
			INVALID KEY
			DISPLAY "IDEMRG0013W GENCAT DELETE ERR "
				GC-GEN-NO
			MOVE "IDEMRG0013W" TO XA-MSG-ID
			MOVE GC-GEN-NO TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-DELETE.
		DISPLAY "IDEMRG0014I GENERATION PURGED "
			WS-PURGE-GEN(WS-PURGE-GEN-IX).
		MOVE WS-GEN-NO TO WS-POUT-GEN.
		MOVE WS-GEN-NO TO WS-CFCT-GEN.
		MOVE WS-GEN-NO TO WS-TWIN-GEN.
		MOVE WS-GEN-NO TO WS-KEYX-GEN.

	6750-DELETE-ONE-FILE.
		CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
			RETURNING WS-DEL-RC
		END-CALL.

	7000-CLOSE-FILES.
		CLOSE PRIME-OUT-FILE.
		CLOSE COMPOSITE-FACTORS-FILE.
		CLOSE TWIN-PRIME-FILE.
		CLOSE KEY-EXTRACT-FILE.
		CLOSE AUDIT-FILE.
		CLOSE GEN-CATALOG-FILE.
		CLOSE PART-JRNL-FILE.
		CLOSE JOURNAL-FILE.

	9010-CHECK-POUT.
		IF WS-FS-POUT NOT = "00"
			MOVE "PRIMEOUT" TO WS-ABEND-FILE
			MOVE WS-FS-POUT TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.

	9020-CHECK-CFCT.
		IF WS-FS-CFCT NOT = "00"
			MOVE "COMPFACT" TO WS-ABEND-FILE
			MOVE WS-FS-CFCT TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.

	9030-CHECK-TWIN.
		IF WS-FS-TWIN NOT = "00"
			MOVE "TWINPRM " TO WS-ABEND-FILE
			MOVE WS-FS-TWIN TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.

	9040-CHECK-KEYX.
		IF WS-FS-KEYX NOT = "00"
			MOVE "KEYXTR  " TO WS-ABEND-FILE
			MOVE WS-FS-KEYX TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.

	9050-CHECK-AUD.
		IF WS-FS-AUD NOT = "00"
			MOVE "AUDITLOG" TO WS-ABEND-FILE
			MOVE WS-FS-AUD TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.

	9060-CHECK-JRNL.
		IF WS-FS-JRNL NOT = "00"
			MOVE "PMJRNL  " TO WS-ABEND-FILE
			MOVE WS-FS-JRNL TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.

	9070-CHECK-PJRN.
		IF WS-FS-PJRN NOT = "00"
			MOVE "PMJRNL.P" TO WS-ABEND-FILE
			MOVE WS-FS-PJRN TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
		END-IF.

	9100-FATAL-IO.
		DISPLAY "IDEMRG0015E IO ERROR FILE " WS-ABEND-FILE
			" STATUS " WS-ABEND-STATUS.
		MOVE "IDEMRG0015E" TO XA-MSG-ID.
		MOVE WS-ABEND-FILE TO XA-OBJECT.
		MOVE 0 TO XA-COUNT.
		PERFORM 9800-LOG-EXCEPTION.
		PERFORM 7000-CLOSE-FILES.
		MOVE 16 TO RETURN-CODE.
		GOBACK.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEMRG" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
