	*> 2210104071 Teruya Horai

	IDENTIFICATION DIVISION.
	PROGRAM-ID. IDESCN.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SCAN-CONTROL-FILE ASSIGN TO "SCNPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PARM.
		SELECT PRIME-MASTER ASSIGN TO "PRIMEMST"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-NUMBER
			FILE STATUS IS WS-FS-PMST.
		SELECT PRIME-LOOKUP ASSIGN TO "PRIMEMST"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PK-NUMBER
			FILE STATUS IS WS-FS-PLKP.
		SELECT SCAN-CKPT-FILE ASSIGN TO "SCANCKPT"
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SK-KEY
			FILE STATUS IS WS-FS-CKPT.
		SELECT FACTOR-OUT-FILE ASSIGN TO "FACTOUT"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-FACT.
		SELECT CLASS-OUT-FILE ASSIGN TO "CLASSOUT"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-CLSO.
		SELECT REPORT-FILE ASSIGN TO "DISTRPT"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-DIST.
		SELECT HOLD-FILE ASSIGN TO "SCANHOLD"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-HOLD.

	DATA DIVISION.
	FILE SECTION.
	FD SCAN-CONTROL-FILE.
	COPY SCNPARM.

	FD PRIME-MASTER.
	COPY PRIMEMST.

	FD PRIME-LOOKUP.
	01 PRIME-LOOKUP-RECORD.
		05 PK-NUMBER PIC 9(7).
		05 PK-STATUS PIC X(1).
		05 PK-FACTOR PIC 9(7).

	FD SCAN-CKPT-FILE.
	COPY SCANCKPT.

	FD FACTOR-OUT-FILE.
	COPY FACTORRC.

	FD CLASS-OUT-FILE.
	COPY CLASSRC.
	COPY CLASSTR.

	FD REPORT-FILE.
	01 REPORT-LINE PIC X(132).

	FD HOLD-FILE.
	01 HOLD-RECORD PIC X(132).

	WORKING-STORAGE SECTION.
		01 WS-FS-PARM PIC X(2).
		01 WS-FS-PMST PIC X(2).
		01 WS-FS-PLKP PIC X(2).
		01 WS-FS-CKPT PIC X(2).
		01 WS-FS-FACT PIC X(2).
		01 WS-FS-CLSO PIC X(2).
		01 WS-FS-DIST PIC X(2).
		01 WS-FS-HOLD PIC X(2).
		01 WS-AT-END PIC X(1) VALUE "N".
		01 WS-HOLD-AT-END PIC X(1).
		01 WS-HOLD-COUNT PIC 9(9).
		01 WS-HOLD-TARGET PIC 9(9).
		01 WS-CKPT-EXISTS PIC X(1) VALUE "N".
		01 WS-RESUMED PIC X(1) VALUE "N".
		01 WS-RESTORE-OK PIC X(1).
		01 WS-CKPT-KEY PIC X(4) VALUE "SCAN".
		01 WS-CKPT-INTERVAL PIC 9(7) VALUE 10000.
		01 WS-CKPT-COUNT PIC 9(7) VALUE 0.
		01 WS-CKPT-TAKEN PIC 9(9) VALUE 0.
		01 WS-LAST-KEY PIC 9(7) VALUE 0.
		01 WS-KEYS-READ PIC 9(9) VALUE 0.
		01 WS-RUN-DATE PIC 9(8).
		01 WS-RUN-TIME PIC 9(8).
		01 WS-CURRENT PIC 9(7).
		01 WS-CHAIN-BROKEN PIC X(1).
		01 WS-WORK PIC 9(7).
		01 WS-CHAIN-FACTOR PIC 9(7).
		01 WS-FACTOR-IX PIC 9(2) COMP.
		01 WS-COMPOSITE-CNT PIC 9(9) VALUE 0.
		01 WS-WRITTEN-CNT PIC 9(9) VALUE 0.
		01 WS-BROKEN-CNT PIC 9(9) VALUE 0.
		01 WS-CAND PIC 9(8).
		01 WS-CAND-IS-PRIME PIC X(1).
		01 WS-CAND-UNKNOWN PIC X(1).
		01 WS-MAX-FIELD-VALUE PIC 9(7) VALUE 9999999.
		01 WS-POWER PIC 9(8).
		01 WS-SUCCESSOR PIC 9(8).
		01 WS-REVERSED PIC 9(8).
		01 WS-DIGITS PIC 9(7).
		01 WS-DIGIT PIC 9(1).
		01 WS-PRIME-COUNT PIC 9(9) VALUE 0.
		01 WS-SAFE-COUNT PIC 9(9) VALUE 0.
		01 WS-SOPHIE-COUNT PIC 9(9) VALUE 0.
		01 WS-MERSENNE-COUNT PIC 9(9) VALUE 0.
		01 WS-PALIN-COUNT PIC 9(9) VALUE 0.
		01 WS-UNKNOWN-COUNT PIC 9(9) VALUE 0.
		01 WS-DIST-LINES PIC 9(9) VALUE 0.
		01 WS-PAGE-NO PIC 9(4) VALUE 0.
		01 WS-LINE-NO PIC 9(2) VALUE 99.
		01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
		01 WS-BAND-SIZE PIC 9(5) VALUE 10000.
		01 WS-BAND-ACTIVE PIC X(1) VALUE "N".
		01 WS-BAND-LOW PIC 9(8).
		01 WS-BAND-HIGH PIC 9(8).
		01 WS-BAND-RECORDS PIC 9(9) VALUE 0.
		01 WS-BAND-PRIMES PIC 9(9) VALUE 0.
		01 WS-BAND-MAX-GAP PIC 9(7) VALUE 0.
		01 WS-BAND-IX PIC 9(4).
		01 WS-DENSITY PIC 9(3)V99.
		01 WS-EXPECTED PIC 9(9)V99.
		01 WS-EXPECT-HIGH PIC 9(9)V99.
		01 WS-EXPECT-LOW PIC 9(9)V99.
		01 WS-DELTA PIC S9(9).
		01 WS-LOW-EDGE PIC 9(8).
		01 WS-GAP PIC 9(7).
		01 WS-PREV-PRIME PIC 9(7) VALUE 0.
		01 WS-PREV-PRIME-FOUND PIC X(1) VALUE "N".
		01 WS-TOT-RECORDS PIC 9(9) VALUE 0.
		01 WS-TOT-PRIMES PIC 9(9) VALUE 0.
		01 WS-TOT-EXPECTED PIC 9(9)V99 VALUE 0.
		01 WS-TOT-MAX-GAP PIC 9(7) VALUE 0.
		01 WS-BAND-COUNT PIC 9(6) VALUE 0.
		01 WS-HEAD1.
			05 FILLER PIC X(24)
				VALUE "IDEDST  PRIME DISTRIBUTI".
			05 FILLER PIC X(18) VALUE "ON STATISTICS     ".
			05 FILLER PIC X(5) VALUE "PAGE ".
			05 WS-H1-PAGE PIC ZZZ9.
			05 FILLER PIC X(81) VALUE SPACES.
		01 WS-HEAD2.
			05 FILLER PIC X(24)
				VALUE "BAND-LOW  BAND-HIGH   RE".
			05 FILLER PIC X(24)
				VALUE "CORDS     PRIMES  DENSIT".
			05 FILLER PIC X(24)
				VALUE "Y  MAXGAP   EXPECTED    ".
			05 FILLER PIC X(24)
				VALUE " DELTA                  ".
			05 FILLER PIC X(36) VALUE SPACES.
		01 WS-DETAIL.
			05 WS-DT-LOW PIC ZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-HIGH PIC ZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-RECORDS PIC ZZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-PRIMES PIC ZZZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-DENSITY PIC ZZ9.99.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-MAXGAP PIC ZZZZZZ9.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-EXPECTED PIC ZZZZZZZZ9.99.
			05 FILLER PIC X(2) VALUE SPACES.
			05 WS-DT-DELTA PIC +++++++++9.
			05 FILLER PIC X(40) VALUE SPACES.
		01 WS-TOTAL-LINE.
			05 FILLER PIC X(15)
				VALUE "GRAND SUMMARY  ".
			05 FILLER PIC X(7) VALUE "BANDS= ".
			05 WS-TL-BANDS PIC ZZZZZ9.
			05 FILLER PIC X(9) VALUE " RECORDS=".
			05 WS-TL-RECORDS PIC ZZZZZZZZ9.
			05 FILLER PIC X(8) VALUE " PRIMES=".
			05 WS-TL-PRIMES PIC ZZZZZZZZ9.
			05 FILLER PIC X(9) VALUE " DENSITY=".
			05 WS-TL-DENSITY PIC ZZ9.99.
			05 FILLER PIC X(8) VALUE " MAXGAP=".
			05 WS-TL-MAXGAP PIC ZZZZZZ9.
			05 FILLER PIC X(10) VALUE " EXPECTED=".
			05 WS-TL-EXPECTED PIC ZZZZZZZZ9.99.
			05 FILLER PIC X(29) VALUE SPACES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		PERFORM 1000-OPEN-FILES.
		PERFORM 2000-PROCESS-MASTER UNTIL WS-AT-END = "Y".
		IF WS-BAND-ACTIVE = "Y"
			PERFORM 5000-FLUSH-BAND
		END-IF.
		PERFORM 5500-WRITE-DIST-SUMMARY.
		PERFORM 4700-WRITE-CLASS-TRAILER.
		PERFORM 8000-DISPLAY-TOTALS.
		PERFORM 6400-CLEAR-CHECKPOINT.
		PERFORM 9000-CLOSE-FILES.
		GOBACK.

	1000-OPEN-FILES.
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
		PERFORM 1050-READ-SCAN-PARM.
		OPEN INPUT PRIME-MASTER.
		IF WS-FS-PMST NOT = "00"
			DISPLAY "IDESCN0001E PMST OPEN ERR "
				WS-FS-PMST
			MOVE "IDESCN0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		OPEN INPUT PRIME-LOOKUP.
		IF WS-FS-PLKP NOT = "00"
			DISPLAY "IDESCN0001E PMST OPEN ERR "
				WS-FS-PLKP
			MOVE "IDESCN0001E" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			CLOSE PRIME-MASTER
			GOBACK
		END-IF.
		OPEN I-O SCAN-CKPT-FILE.
		IF WS-FS-CKPT NOT = "00"
			OPEN OUTPUT SCAN-CKPT-FILE
			CLOSE SCAN-CKPT-FILE
			OPEN I-O SCAN-CKPT-FILE
		END-IF.
		IF WS-FS-CKPT NOT = "00"
			DISPLAY "IDESCN0002E SCANCKPT OPEN ERR "
				WS-FS-CKPT
			MOVE "IDESCN0002E" TO XA-MSG-ID
			MOVE "SCANCKPT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			CLOSE PRIME-MASTER
			CLOSE PRIME-LOOKUP
			GOBACK
		END-IF.
		MOVE WS-CKPT-KEY TO SK-KEY.
		READ SCAN-CKPT-FILE
			INVALID KEY MOVE "N" TO WS-CKPT-EXISTS
			NOT INVALID KEY MOVE "Y" TO WS-CKPT-EXISTS
		END-READ.
		IF WS-CKPT-EXISTS = "Y"
			PERFORM 1200-RESUME-FROM-CHECKPOINT
		END-IF.
		IF WS-RESUMED = "Y"
			MOVE WS-LAST-KEY TO PM-NUMBER
			START PRIME-MASTER
				KEY IS GREATER THAN PM-NUMBER
				INVALID KEY MOVE "Y" TO WS-AT-END
			END-START
		ELSE
			OPEN OUTPUT FACTOR-OUT-FILE
			OPEN OUTPUT CLASS-OUT-FILE
			OPEN OUTPUT REPORT-FILE
			PERFORM 6150-CHECK-OUTPUT-OPENS
			MOVE 0 TO PM-NUMBER
			START PRIME-MASTER
				KEY IS NOT LESS THAN PM-NUMBER
				INVALID KEY MOVE "Y" TO WS-AT-END
			END-START
		END-IF.

	1050-READ-SCAN-PARM.
		OPEN INPUT SCAN-CONTROL-FILE.
		IF WS-FS-PARM = "00"
			READ SCAN-CONTROL-FILE
				AT END CONTINUE
			END-READ
			IF WS-FS-PARM = "00"
				AND SC-CKPT-INTERVAL NUMERIC
				AND SC-CKPT-INTERVAL > 0
				MOVE SC-CKPT-INTERVAL
					TO WS-CKPT-INTERVAL
			END-IF
			CLOSE SCAN-CONTROL-FILE
		END-IF.

	1200-RESUME-FROM-CHECKPOINT.
		PERFORM 1210-RESTORE-STATE.
		MOVE "Y" TO WS-RESTORE-OK.
		PERFORM 1300-RESTORE-FACTOUT.
		IF WS-RESTORE-OK = "Y"
			PERFORM 1400-RESTORE-CLASSOUT
		END-IF.
		IF WS-RESTORE-OK = "Y"
			PERFORM 1500-RESTORE-DISTRPT
		END-IF.
		IF WS-RESTORE-OK = "Y"
			MOVE "Y" TO WS-RESUMED
			OPEN EXTEND FACTOR-OUT-FILE
			OPEN EXTEND CLASS-OUT-FILE
			OPEN EXTEND REPORT-FILE
			PERFORM 6150-CHECK-OUTPUT-OPENS
			DISPLAY "IDESCN0008I RESTARTING AFTER KEY "
				WS-LAST-KEY
		ELSE
			DISPLAY "IDESCN0009W CKPT OUTPUTS INCOMPLETE "
				WS-LAST-KEY
			MOVE "IDESCN0009W" TO XA-MSG-ID
			MOVE "SCANCKPT" TO XA-OBJECT
			MOVE WS-LAST-KEY TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
			PERFORM 1250-RESET-STATE
		END-IF.

	1210-RESTORE-STATE.
		MOVE SK-LAST-KEY TO WS-LAST-KEY.
		MOVE SK-KEYS-READ TO WS-KEYS-READ.
		MOVE SK-FACT-RECORDS TO WS-WRITTEN-CNT.
		MOVE SK-DIST-LINES TO WS-DIST-LINES.
		MOVE SK-COMPOSITE-CNT TO WS-COMPOSITE-CNT.
		MOVE SK-BROKEN-CNT TO WS-BROKEN-CNT.
		MOVE SK-PRIME-COUNT TO WS-PRIME-COUNT.
		MOVE SK-SAFE-COUNT TO WS-SAFE-COUNT.
		MOVE SK-SOPHIE-COUNT TO WS-SOPHIE-COUNT.
		MOVE SK-MERSENNE-COUNT TO WS-MERSENNE-COUNT.
		MOVE SK-PALIN-COUNT TO WS-PALIN-COUNT.
		MOVE SK-UNKNOWN-COUNT TO WS-UNKNOWN-COUNT.
		MOVE SK-PAGE-NO TO WS-PAGE-NO.
		MOVE SK-LINE-NO TO WS-LINE-NO.
		MOVE SK-BAND-ACTIVE TO WS-BAND-ACTIVE.
		MOVE SK-BAND-LOW TO WS-BAND-LOW.
		MOVE SK-BAND-HIGH TO WS-BAND-HIGH.
		MOVE SK-BAND-RECORDS TO WS-BAND-RECORDS.
		MOVE SK-BAND-PRIMES TO WS-BAND-PRIMES.
		MOVE SK-BAND-MAX-GAP TO WS-BAND-MAX-GAP.
		MOVE SK-PREV-PRIME TO WS-PREV-PRIME.
		MOVE SK-PREV-PRIME-FOUND TO WS-PREV-PRIME-FOUND.
		MOVE SK-TOT-RECORDS TO WS-TOT-RECORDS.
		MOVE SK-TOT-PRIMES TO WS-TOT-PRIMES.
		MOVE SK-TOT-EXPECTED TO WS-TOT-EXPECTED.
		MOVE SK-TOT-MAX-GAP TO WS-TOT-MAX-GAP.
		MOVE SK-BAND-COUNT TO WS-BAND-COUNT.

	1250-RESET-STATE.
		MOVE 0 TO WS-LAST-KEY.
		MOVE 0 TO WS-KEYS-READ.
		MOVE 0 TO WS-WRITTEN-CNT.
		MOVE 0 TO WS-DIST-LINES.
		MOVE 0 TO WS-COMPOSITE-CNT.
		MOVE 0 TO WS-BROKEN-CNT.
		MOVE 0 TO WS-PRIME-COUNT.
		MOVE 0 TO WS-SAFE-COUNT.
		MOVE 0 TO WS-SOPHIE-COUNT.
		MOVE 0 TO WS-MERSENNE-COUNT.
		MOVE 0 TO WS-PALIN-COUNT.
		MOVE 0 TO WS-UNKNOWN-COUNT.
		MOVE 0 TO WS-PAGE-NO.
		MOVE 99 TO WS-LINE-NO.
		MOVE "N" TO WS-BAND-ACTIVE.
		MOVE 0 TO WS-BAND-RECORDS.
		MOVE 0 TO WS-BAND-PRIMES.
		MOVE 0 TO WS-BAND-MAX-GAP.
		MOVE 0 TO WS-PREV-PRIME.
		MOVE "N" TO WS-PREV-PRIME-FOUND.
		MOVE 0 TO WS-TOT-RECORDS.
		MOVE 0 TO WS-TOT-PRIMES.
		MOVE 0 TO WS-TOT-EXPECTED.
		MOVE 0 TO WS-TOT-MAX-GAP.
		MOVE 0 TO WS-BAND-COUNT.

	1300-RESTORE-FACTOUT.
		MOVE WS-WRITTEN-CNT TO WS-HOLD-TARGET.
		MOVE 0 TO WS-HOLD-COUNT.
		MOVE "N" TO WS-HOLD-AT-END.
		OPEN INPUT FACTOR-OUT-FILE.
		IF WS-FS-FACT NOT = "00"
			MOVE "N" TO WS-RESTORE-OK
		ELSE
			OPEN OUTPUT HOLD-FILE
			IF WS-FS-HOLD NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
			ELSE
				PERFORM 1310-HOLD-FACTOUT
					UNTIL WS-HOLD-AT-END = "Y"
					OR WS-HOLD-COUNT
					>= WS-HOLD-TARGET
				CLOSE HOLD-FILE
			END-IF
			CLOSE FACTOR-OUT-FILE
		END-IF.
		IF WS-HOLD-COUNT < WS-HOLD-TARGET
			MOVE "N" TO WS-RESTORE-OK
		END-IF.
		IF WS-RESTORE-OK = "Y"
			PERFORM 1320-REBUILD-FACTOUT
		END-IF.

	1310-HOLD-FACTOUT.
		READ FACTOR-OUT-FILE
			AT END MOVE "Y" TO WS-HOLD-AT-END
		END-READ.
		IF WS-HOLD-AT-END NOT = "Y"
			WRITE HOLD-RECORD FROM FACTOR-RECORD
			IF WS-FS-HOLD = "00"
				ADD 1 TO WS-HOLD-COUNT
			ELSE
				MOVE "N" TO WS-RESTORE-OK
				MOVE "Y" TO WS-HOLD-AT-END
			END-IF
		END-IF.

	1320-REBUILD-FACTOUT.
		MOVE "N" TO WS-HOLD-AT-END.
		OPEN INPUT HOLD-FILE.
		IF WS-FS-HOLD NOT = "00"
			MOVE "N" TO WS-RESTORE-OK
		ELSE
			OPEN OUTPUT FACTOR-OUT-FILE
			IF WS-FS-FACT NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
			ELSE
				PERFORM 1330-RESTORE-FACTOUT-REC
					UNTIL WS-HOLD-AT-END = "Y"
				CLOSE FACTOR-OUT-FILE
			END-IF
			CLOSE HOLD-FILE
		END-IF.

	1330-RESTORE-FACTOUT-REC.
		READ HOLD-FILE
			AT END MOVE "Y" TO WS-HOLD-AT-END
		END-READ.
		IF WS-HOLD-AT-END NOT = "Y"
			WRITE FACTOR-RECORD FROM HOLD-RECORD
			IF WS-FS-FACT NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
				MOVE "Y" TO WS-HOLD-AT-END
			END-IF
		END-IF.

	1400-RESTORE-CLASSOUT.
		MOVE WS-PRIME-COUNT TO WS-HOLD-TARGET.
		MOVE 0 TO WS-HOLD-COUNT.
		MOVE "N" TO WS-HOLD-AT-END.
		OPEN INPUT CLASS-OUT-FILE.
		IF WS-FS-CLSO NOT = "00"
			MOVE "N" TO WS-RESTORE-OK
		ELSE
			OPEN OUTPUT HOLD-FILE
			IF WS-FS-HOLD NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
			ELSE
				PERFORM 1410-HOLD-CLASSOUT
					UNTIL WS-HOLD-AT-END = "Y"
					OR WS-HOLD-COUNT
					>= WS-HOLD-TARGET
				CLOSE HOLD-FILE
			END-IF
			CLOSE CLASS-OUT-FILE
		END-IF.
		IF WS-HOLD-COUNT < WS-HOLD-TARGET
			MOVE "N" TO WS-RESTORE-OK
		END-IF.
		IF WS-RESTORE-OK = "Y"
			PERFORM 1420-REBUILD-CLASSOUT
		END-IF.

	1410-HOLD-CLASSOUT.
		READ CLASS-OUT-FILE
			AT END MOVE "Y" TO WS-HOLD-AT-END
		END-READ.
		IF WS-HOLD-AT-END NOT = "Y"
			WRITE HOLD-RECORD FROM CLASS-RECORD
			IF WS-FS-HOLD = "00"
				ADD 1 TO WS-HOLD-COUNT
			ELSE
				MOVE "N" TO WS-RESTORE-OK
				MOVE "Y" TO WS-HOLD-AT-END
			END-IF
		END-IF.

	1420-REBUILD-CLASSOUT.
		MOVE "N" TO WS-HOLD-AT-END.
		OPEN INPUT HOLD-FILE.
		IF WS-FS-HOLD NOT = "00"
			MOVE "N" TO WS-RESTORE-OK
		ELSE
			OPEN OUTPUT CLASS-OUT-FILE
			IF WS-FS-CLSO NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
			ELSE
				PERFORM 1430-RESTORE-CLASSOUT-REC
					UNTIL WS-HOLD-AT-END = "Y"
				CLOSE CLASS-OUT-FILE
			END-IF
			CLOSE HOLD-FILE
		END-IF.

	1430-RESTORE-CLASSOUT-REC.
		READ HOLD-FILE
			AT END MOVE "Y" TO WS-HOLD-AT-END
		END-READ.
		IF WS-HOLD-AT-END NOT = "Y"
			WRITE CLASS-RECORD FROM HOLD-RECORD
			IF WS-FS-CLSO NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
				MOVE "Y" TO WS-HOLD-AT-END
			END-IF
		END-IF.

	1500-RESTORE-DISTRPT.
		MOVE WS-DIST-LINES TO WS-HOLD-TARGET.
		MOVE 0 TO WS-HOLD-COUNT.
		MOVE "N" TO WS-HOLD-AT-END.
		OPEN INPUT REPORT-FILE.
		IF WS-FS-DIST NOT = "00"
			MOVE "N" TO WS-RESTORE-OK
		ELSE
			OPEN OUTPUT HOLD-FILE
			IF WS-FS-HOLD NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
			ELSE
				PERFORM 1510-HOLD-DISTRPT
					UNTIL WS-HOLD-AT-END = "Y"
					OR WS-HOLD-COUNT
					>= WS-HOLD-TARGET
				CLOSE HOLD-FILE
			END-IF
			CLOSE REPORT-FILE
		END-IF.
		IF WS-HOLD-COUNT < WS-HOLD-TARGET
			MOVE "N" TO WS-RESTORE-OK
		END-IF.
		IF WS-RESTORE-OK = "Y"
			PERFORM 1520-REBUILD-DISTRPT
		END-IF.

	1510-HOLD-DISTRPT.
		READ REPORT-FILE
			AT END MOVE "Y" TO WS-HOLD-AT-END
		END-READ.
		IF WS-HOLD-AT-END NOT = "Y"
			WRITE HOLD-RECORD FROM REPORT-LINE
			IF WS-FS-HOLD = "00"
				ADD 1 TO WS-HOLD-COUNT
			ELSE
				MOVE "N" TO WS-RESTORE-OK
				MOVE "Y" TO WS-HOLD-AT-END
			END-IF
		END-IF.

	1520-REBUILD-DISTRPT.
		MOVE "N" TO WS-HOLD-AT-END.
		OPEN INPUT HOLD-FILE.
		IF WS-FS-HOLD NOT = "00"
			MOVE "N" TO WS-RESTORE-OK
		ELSE
			OPEN OUTPUT REPORT-FILE
			IF WS-FS-DIST NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
			ELSE
				PERFORM 1530-RESTORE-DISTRPT-REC
					UNTIL WS-HOLD-AT-END = "Y"
				CLOSE REPORT-FILE
			END-IF
			CLOSE HOLD-FILE
		END-IF.

	1530-RESTORE-DISTRPT-REC.
		READ HOLD-FILE
			AT END MOVE "Y" TO WS-HOLD-AT-END
		END-READ.
		IF WS-HOLD-AT-END NOT = "Y"
			WRITE REPORT-LINE FROM HOLD-RECORD
			IF WS-FS-DIST NOT = "00"
				MOVE "N" TO WS-RESTORE-OK
				MOVE "Y" TO WS-HOLD-AT-END
			END-IF
		END-IF.

	2000-PROCESS-MASTER.
		READ PRIME-MASTER NEXT RECORD
			AT END MOVE "Y" TO WS-AT-END
		END-READ.
		IF WS-AT-END NOT = "Y"
			ADD 1 TO WS-KEYS-READ
			MOVE PM-NUMBER TO WS-CURRENT
			IF PM-STATUS = "C"
				ADD 1 TO WS-COMPOSITE-CNT
				PERFORM 3000-FACTORIZE-ONE
			END-IF
			IF PM-STATUS = "P"
				ADD 1 TO WS-PRIME-COUNT
				PERFORM 4000-CLASSIFY-ONE-PRIME
			END-IF
			PERFORM 4900-DISTRIBUTE-ONE
			MOVE PM-NUMBER TO WS-LAST-KEY
			PERFORM 6000-CHECKPOINT-CHECK
		END-IF.

	3000-FACTORIZE-ONE.
		MOVE SPACES TO FACTOR-RECORD.
		MOVE WS-CURRENT TO FA-NUMBER.
		MOVE 0 TO FA-FACTOR-COUNT.
		MOVE 0 TO WS-FACTOR-IX.
		MOVE WS-CURRENT TO WS-WORK.
		MOVE "N" TO WS-CHAIN-BROKEN.
		PERFORM 3100-WALK-FACTOR-CHAIN
			UNTIL WS-WORK = 1 OR WS-CHAIN-BROKEN = "Y".
		IF WS-CHAIN-BROKEN = "Y"
			ADD 1 TO WS-BROKEN-CNT
		ELSE
			MOVE WS-FACTOR-IX TO FA-FACTOR-COUNT
			WRITE FACTOR-RECORD
			ADD 1 TO WS-WRITTEN-CNT
		END-IF.

	3100-WALK-FACTOR-CHAIN.
		MOVE WS-WORK TO PK-NUMBER.
		READ PRIME-LOOKUP
			INVALID KEY MOVE "Y" TO WS-CHAIN-BROKEN
		END-READ.
		IF WS-CHAIN-BROKEN = "Y"
			DISPLAY "IDESCN0003W CHAIN BROKEN AT " WS-WORK
				" FOR " WS-CURRENT
			MOVE "IDESCN0003W" TO XA-MSG-ID
			MOVE WS-CURRENT TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			IF PK-STATUS = "P"
				MOVE WS-WORK TO WS-CHAIN-FACTOR
				PERFORM 3200-TALLY-FACTOR
				MOVE 1 TO WS-WORK
			ELSE
				PERFORM 3150-FOLLOW-COMPOSITE
			END-IF
		END-IF.

	3150-FOLLOW-COMPOSITE.
		IF PK-FACTOR < 2 OR PK-FACTOR >= WS-WORK
			MOVE "Y" TO WS-CHAIN-BROKEN
			DISPLAY "IDESCN0004W BAD FACTOR " PK-FACTOR
				" AT " WS-WORK " FOR " WS-CURRENT
			MOVE "IDESCN0004W" TO XA-MSG-ID
			MOVE WS-CURRENT TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE PK-FACTOR TO WS-CHAIN-FACTOR
			PERFORM 3200-TALLY-FACTOR
			COMPUTE WS-WORK = WS-WORK / WS-CHAIN-FACTOR
		END-IF.

	3200-TALLY-FACTOR.
		IF WS-FACTOR-IX > 0
			AND FA-FACTOR(WS-FACTOR-IX) = WS-CHAIN-FACTOR
			ADD 1 TO FA-EXPONENT(WS-FACTOR-IX)
		ELSE
			ADD 1 TO WS-FACTOR-IX
			MOVE WS-CHAIN-FACTOR TO FA-FACTOR(WS-FACTOR-IX)
			MOVE 1 TO FA-EXPONENT(WS-FACTOR-IX)
		END-IF.

	4000-CLASSIFY-ONE-PRIME.
		MOVE SPACES TO CLASS-RECORD.
		MOVE "D" TO CS-REC-TYPE.
		MOVE WS-CURRENT TO CS-NUMBER.
		PERFORM 4100-CHECK-SAFE-PRIME.
		PERFORM 4300-CHECK-SOPHIE-GERMAIN.
		PERFORM 4400-CHECK-MERSENNE.
		PERFORM 4500-CHECK-PALINDROME.
		WRITE CLASS-RECORD.

	4100-CHECK-SAFE-PRIME.
		MOVE "N" TO CS-SAFE-FLAG.
		IF WS-CURRENT >= 5
			COMPUTE WS-CAND = (WS-CURRENT - 1) / 2
			PERFORM 4200-CHECK-CAND-PRIME
			EVALUATE TRUE
				WHEN WS-CAND-UNKNOWN = "Y"
					MOVE "U" TO CS-SAFE-FLAG
					ADD 1 TO WS-UNKNOWN-COUNT
				WHEN WS-CAND-IS-PRIME = "Y"
					MOVE "Y" TO CS-SAFE-FLAG
					ADD 1 TO WS-SAFE-COUNT
			END-EVALUATE
		END-IF.

	4200-CHECK-CAND-PRIME.
		MOVE "N" TO WS-CAND-IS-PRIME.
		MOVE "N" TO WS-CAND-UNKNOWN.
		MOVE WS-CAND TO PK-NUMBER.
		READ PRIME-LOOKUP
			INVALID KEY
				MOVE "Y" TO WS-CAND-UNKNOWN
			NOT INVALID KEY
				IF PK-STATUS = "P"
					MOVE "Y" TO WS-CAND-IS-PRIME
				END-IF
		END-READ.

	4300-CHECK-SOPHIE-GERMAIN.
		MOVE "N" TO CS-SOPHIE-FLAG.
		COMPUTE WS-CAND = (WS-CURRENT * 2) + 1.
		IF WS-CAND <= WS-MAX-FIELD-VALUE
			PERFORM 4200-CHECK-CAND-PRIME
			EVALUATE TRUE
				WHEN WS-CAND-UNKNOWN = "Y"
					MOVE "U" TO CS-SOPHIE-FLAG
					ADD 1 TO WS-UNKNOWN-COUNT
				WHEN WS-CAND-IS-PRIME = "Y"
					MOVE "Y" TO CS-SOPHIE-FLAG
					ADD 1 TO WS-SOPHIE-COUNT
			END-EVALUATE
		ELSE
			MOVE "U" TO CS-SOPHIE-FLAG
			ADD 1 TO WS-UNKNOWN-COUNT
		END-IF.

	4400-CHECK-MERSENNE.
		MOVE "N" TO CS-MERSENNE-FLAG.
		COMPUTE WS-SUCCESSOR = WS-CURRENT + 1.
		MOVE 4 TO WS-POWER.
		PERFORM 4450-DOUBLE-POWER
			UNTIL WS-POWER >= WS-SUCCESSOR.
		IF WS-POWER = WS-SUCCESSOR
			MOVE "Y" TO CS-MERSENNE-FLAG
			ADD 1 TO WS-MERSENNE-COUNT
		END-IF.

	4450-DOUBLE-POWER.
		COMPUTE WS-POWER = WS-POWER * 2.

	4500-CHECK-PALINDROME.
		MOVE "N" TO CS-PALIN-FLAG.
		MOVE WS-CURRENT TO WS-DIGITS.
		MOVE 0 TO WS-REVERSED.
		PERFORM 4550-REVERSE-ONE-DIGIT
			UNTIL WS-DIGITS = 0.
		IF WS-REVERSED = WS-CURRENT
			MOVE "Y" TO CS-PALIN-FLAG
			ADD 1 TO WS-PALIN-COUNT
		END-IF.

	4550-REVERSE-ONE-DIGIT.
		COMPUTE WS-DIGIT = FUNCTION MOD(WS-DIGITS 10).
		COMPUTE WS-REVERSED = (WS-REVERSED * 10) + WS-DIGIT.
		COMPUTE WS-DIGITS = WS-DIGITS / 10.

	4700-WRITE-CLASS-TRAILER.
		MOVE SPACES TO CLASS-TRAILER-RECORD.
		MOVE "T" TO CT-REC-TYPE.
		MOVE WS-PRIME-COUNT TO CT-PRIME-COUNT.
		MOVE WS-SAFE-COUNT TO CT-SAFE-COUNT.
		MOVE WS-SOPHIE-COUNT TO CT-SOPHIE-COUNT.
		MOVE WS-MERSENNE-COUNT TO CT-MERSENNE-COUNT.
		MOVE WS-PALIN-COUNT TO CT-PALIN-COUNT.
		MOVE WS-UNKNOWN-COUNT TO CT-UNKNOWN-COUNT.
		WRITE CLASS-TRAILER-RECORD.

	4900-DISTRIBUTE-ONE.
		IF WS-BAND-ACTIVE = "Y"
			AND PM-NUMBER > WS-BAND-HIGH
			PERFORM 5000-FLUSH-BAND
		END-IF.
		IF WS-BAND-ACTIVE = "N"
			PERFORM 4910-OPEN-BAND
		END-IF.
		PERFORM 4920-TALLY-RECORD.

	4910-OPEN-BAND.
		COMPUTE WS-BAND-IX = PM-NUMBER / WS-BAND-SIZE.
		COMPUTE WS-BAND-LOW = WS-BAND-IX * WS-BAND-SIZE.
		COMPUTE WS-BAND-HIGH =
			WS-BAND-LOW + WS-BAND-SIZE - 1.
		MOVE 0 TO WS-BAND-RECORDS.
		MOVE 0 TO WS-BAND-PRIMES.
		MOVE 0 TO WS-BAND-MAX-GAP.
		MOVE "Y" TO WS-BAND-ACTIVE.

	4920-TALLY-RECORD.
		ADD 1 TO WS-BAND-RECORDS.
		ADD 1 TO WS-TOT-RECORDS.
		IF PM-STATUS = "P"
			ADD 1 TO WS-BAND-PRIMES
			ADD 1 TO WS-TOT-PRIMES
			IF WS-PREV-PRIME-FOUND = "Y"
				COMPUTE WS-GAP =
					PM-NUMBER - WS-PREV-PRIME
				IF WS-GAP > WS-BAND-MAX-GAP
					MOVE WS-GAP
						TO WS-BAND-MAX-GAP
				END-IF
				IF WS-GAP > WS-TOT-MAX-GAP
					MOVE WS-GAP TO WS-TOT-MAX-GAP
				END-IF
			END-IF
			MOVE PM-NUMBER TO WS-PREV-PRIME
			MOVE "Y" TO WS-PREV-PRIME-FOUND
		END-IF.

	5000-FLUSH-BAND.
		ADD 1 TO WS-BAND-COUNT.
		PERFORM 5050-COMPUTE-EXPECTED.
		IF WS-BAND-RECORDS > 0
			COMPUTE WS-DENSITY ROUNDED =
				(WS-BAND-PRIMES * 100)
				/ WS-BAND-RECORDS
		ELSE
			MOVE 0 TO WS-DENSITY
		END-IF.
		COMPUTE WS-DELTA = WS-BAND-PRIMES - WS-EXPECTED.
		PERFORM 5100-PRINT-BAND-DETAIL.
		MOVE "N" TO WS-BAND-ACTIVE.

	5050-COMPUTE-EXPECTED.
		COMPUTE WS-EXPECT-HIGH ROUNDED =
			WS-BAND-HIGH
			/ FUNCTION LOG(WS-BAND-HIGH).
		IF WS-BAND-LOW > 2
			COMPUTE WS-LOW-EDGE = WS-BAND-LOW - 1
			COMPUTE WS-EXPECT-LOW ROUNDED =
				WS-LOW-EDGE
				/ FUNCTION LOG(WS-LOW-EDGE)
		ELSE
			MOVE 0 TO WS-EXPECT-LOW
		END-IF.
		COMPUTE WS-EXPECTED =
			WS-EXPECT-HIGH - WS-EXPECT-LOW.
		ADD WS-EXPECTED TO WS-TOT-EXPECTED.

	5100-PRINT-BAND-DETAIL.
		IF WS-LINE-NO >= WS-LINES-PER-PAGE
			PERFORM 5200-PRINT-HEADINGS
		END-IF.
		MOVE WS-BAND-LOW TO WS-DT-LOW.
		MOVE WS-BAND-HIGH TO WS-DT-HIGH.
		MOVE WS-BAND-RECORDS TO WS-DT-RECORDS.
		MOVE WS-BAND-PRIMES TO WS-DT-PRIMES.
		MOVE WS-DENSITY TO WS-DT-DENSITY.
		MOVE WS-BAND-MAX-GAP TO WS-DT-MAXGAP.
		MOVE WS-EXPECTED TO WS-DT-EXPECTED.
		MOVE WS-DELTA TO WS-DT-DELTA.
		WRITE REPORT-LINE FROM WS-DETAIL.
		ADD 1 TO WS-DIST-LINES.
		ADD 1 TO WS-LINE-NO.

	5200-PRINT-HEADINGS.
		ADD 1 TO WS-PAGE-NO.
		MOVE WS-PAGE-NO TO WS-H1-PAGE.
		WRITE REPORT-LINE FROM WS-HEAD1.
		WRITE REPORT-LINE FROM WS-HEAD2.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		ADD 3 TO WS-DIST-LINES.
		MOVE 3 TO WS-LINE-NO.

	5500-WRITE-DIST-SUMMARY.
		MOVE SPACES TO REPORT-LINE.
		WRITE REPORT-LINE.
		MOVE WS-BAND-COUNT TO WS-TL-BANDS.
		MOVE WS-TOT-RECORDS TO WS-TL-RECORDS.
		MOVE WS-TOT-PRIMES TO WS-TL-PRIMES.
		IF WS-TOT-RECORDS > 0
			COMPUTE WS-DENSITY ROUNDED =
				(WS-TOT-PRIMES * 100)
				/ WS-TOT-RECORDS
		ELSE
			MOVE 0 TO WS-DENSITY
		END-IF.
		MOVE WS-DENSITY TO WS-TL-DENSITY.
		MOVE WS-TOT-MAX-GAP TO WS-TL-MAXGAP.
		MOVE WS-TOT-EXPECTED TO WS-TL-EXPECTED.
		WRITE REPORT-LINE FROM WS-TOTAL-LINE.

	6000-CHECKPOINT-CHECK.
		ADD 1 TO WS-CKPT-COUNT.
		IF WS-CKPT-COUNT >= WS-CKPT-INTERVAL
			PERFORM 6100-TAKE-CHECKPOINT
			MOVE 0 TO WS-CKPT-COUNT
		END-IF.

	6100-TAKE-CHECKPOINT.
		CLOSE FACTOR-OUT-FILE.
		CLOSE CLASS-OUT-FILE.
		CLOSE REPORT-FILE.
		OPEN EXTEND FACTOR-OUT-FILE.
		OPEN EXTEND CLASS-OUT-FILE.
		OPEN EXTEND REPORT-FILE.
		PERFORM 6150-CHECK-OUTPUT-OPENS.
		PERFORM 6200-SAVE-STATE.
		IF WS-CKPT-EXISTS = "Y"
			REWRITE SCAN-CHECKPOINT-RECORD
		ELSE
			WRITE SCAN-CHECKPOINT-RECORD
			MOVE "Y" TO WS-CKPT-EXISTS
		END-IF.
		IF WS-FS-CKPT NOT = "00"
			DISPLAY "IDESCN0005E SCANCKPT WRITE ERR "
				WS-FS-CKPT
			MOVE "IDESCN0005E" TO XA-MSG-ID
			MOVE "SCANCKPT" TO XA-OBJECT
			MOVE WS-LAST-KEY TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			GOBACK
		END-IF.
		ADD 1 TO WS-CKPT-TAKEN.

	6150-CHECK-OUTPUT-OPENS.
		IF WS-FS-FACT NOT = "00"
			OR WS-FS-CLSO NOT = "00"
			OR WS-FS-DIST NOT = "00"
			DISPLAY "IDESCN0015E OUTPUT OPEN ERR "
				WS-FS-FACT " " WS-FS-CLSO " " WS-FS-DIST
			MOVE "IDESCN0015E" TO XA-MSG-ID
			MOVE "FACTOUT" TO XA-OBJECT
			MOVE WS-LAST-KEY TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 9000-CLOSE-FILES
			GOBACK
		END-IF.

	6200-SAVE-STATE.
		MOVE SPACES TO SCAN-CHECKPOINT-RECORD.
		MOVE WS-CKPT-KEY TO SK-KEY.
		MOVE WS-LAST-KEY TO SK-LAST-KEY.
		ACCEPT WS-RUN-TIME FROM TIME.
		MOVE WS-RUN-DATE TO SK-CKPT-DATE.
		MOVE WS-RUN-TIME TO SK-CKPT-TIME.
		MOVE WS-KEYS-READ TO SK-KEYS-READ.
		MOVE WS-WRITTEN-CNT TO SK-FACT-RECORDS.
		MOVE WS-DIST-LINES TO SK-DIST-LINES.
		MOVE WS-COMPOSITE-CNT TO SK-COMPOSITE-CNT.
		MOVE WS-BROKEN-CNT TO SK-BROKEN-CNT.
		MOVE WS-PRIME-COUNT TO SK-PRIME-COUNT.
		MOVE WS-SAFE-COUNT TO SK-SAFE-COUNT.
		MOVE WS-SOPHIE-COUNT TO SK-SOPHIE-COUNT.
		MOVE WS-MERSENNE-COUNT TO SK-MERSENNE-COUNT.
		MOVE WS-PALIN-COUNT TO SK-PALIN-COUNT.
		MOVE WS-UNKNOWN-COUNT TO SK-UNKNOWN-COUNT.
		MOVE WS-PAGE-NO TO SK-PAGE-NO.
		MOVE WS-LINE-NO TO SK-LINE-NO.
		MOVE WS-BAND-ACTIVE TO SK-BAND-ACTIVE.
		MOVE WS-BAND-LOW TO SK-BAND-LOW.
		MOVE WS-BAND-HIGH TO SK-BAND-HIGH.
		MOVE WS-BAND-RECORDS TO SK-BAND-RECORDS.
		MOVE WS-BAND-PRIMES TO SK-BAND-PRIMES.
		MOVE WS-BAND-MAX-GAP TO SK-BAND-MAX-GAP.
		MOVE WS-PREV-PRIME TO SK-PREV-PRIME.
		MOVE WS-PREV-PRIME-FOUND TO SK-PREV-PRIME-FOUND.
		MOVE WS-TOT-RECORDS TO SK-TOT-RECORDS.
		MOVE WS-TOT-PRIMES TO SK-TOT-PRIMES.
		MOVE WS-TOT-EXPECTED TO SK-TOT-EXPECTED.
		MOVE WS-TOT-MAX-GAP TO SK-TOT-MAX-GAP.
		MOVE WS-BAND-COUNT TO SK-BAND-COUNT.

	6400-CLEAR-CHECKPOINT.
		IF WS-CKPT-EXISTS = "Y"
			MOVE WS-CKPT-KEY TO SK-KEY
			DELETE SCAN-CKPT-FILE
				INVALID KEY
				DISPLAY "IDESCN0006E CKPT DELETE ERR"
				MOVE "IDESCN0006E" TO XA-MSG-ID
				MOVE "SCANCKPT" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-DELETE
			MOVE "N" TO WS-CKPT-EXISTS
		END-IF.

	8000-DISPLAY-TOTALS.
		DISPLAY "IDESCN0010I KEYS READ " WS-KEYS-READ
			" CHECKPOINTS " WS-CKPT-TAKEN.
		DISPLAY "IDESCN0011I COMPOSITES READ " WS-COMPOSITE-CNT
			" FACTOUT RECORDS " WS-WRITTEN-CNT.
		DISPLAY "IDESCN0012I PRIMES READ " WS-PRIME-COUNT
			" SAFE " WS-SAFE-COUNT
			" SOPHIE GERMAIN " WS-SOPHIE-COUNT.
		DISPLAY "IDESCN0013I MERSENNE " WS-MERSENNE-COUNT
			" PALINDROMIC " WS-PALIN-COUNT
			" OUTSIDE COVERAGE " WS-UNKNOWN-COUNT.
		DISPLAY "IDESCN0014I DISTRIBUTION BANDS " WS-BAND-COUNT.
		IF WS-BROKEN-CNT > 0
			DISPLAY "IDESCN0007W BROKEN CHAINS "
				WS-BROKEN-CNT
			MOVE "IDESCN0007W" TO XA-MSG-ID
			MOVE "PRIMEMST" TO XA-OBJECT
			MOVE WS-BROKEN-CNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 8 TO RETURN-CODE
		END-IF.

	9000-CLOSE-FILES.
		CLOSE PRIME-MASTER.
		CLOSE PRIME-LOOKUP.
		CLOSE SCAN-CKPT-FILE.
		CLOSE FACTOR-OUT-FILE.
		CLOSE CLASS-OUT-FILE.
		CLOSE REPORT-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDESCN" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
