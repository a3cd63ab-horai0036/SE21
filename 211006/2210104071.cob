			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-NUMBER
			LOCK MODE IS AUTOMATIC
			SHARING WITH ALL OTHER
			FILE STATUS IS WS-FS-PMST.
		SELECT COMPOSITE-FACTORS-FILE
			ASSIGN TO WS-CFCT-NAME
			ORGANIZATION INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RS-KEY
			LOCK MODE IS AUTOMATIC
			SHARING WITH ALL OTHER
			FILE STATUS IS WS-FS-RSTRT.
		SELECT TWIN-PRIME-FILE ASSIGN TO WS-TWIN-NAME
			ORGANIZATION LINE SEQUENTIAL
		SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-AUD.
		SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-NAME
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-JRNL.
		SELECT GEN-CONTROL-FILE ASSIGN TO "GENPARM"
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GC-GEN-NO
			FILE STATUS IS WS-FS-GCAT.
		SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PART.

	DATA DIVISION.
	FILE SECTION.

	FD KEY-EXTRACT-FILE.
	COPY EXTRACT.
	COPY EXTRHDR.
	COPY EXTRTRL.

	FD AUDIT-FILE.
	COPY AUDITREC.
	FD GEN-CATALOG-FILE.
	COPY GENCAT.

	FD PARTITION-CONTROL-FILE.
	COPY PARTPARM.

	WORKING-STORAGE SECTION.
		01 FLAG PIC 9(3).
		01 I PIC 9(8).
		01 WS-FS-AUD PIC X(2).
		01 WS-FS-JRNL PIC X(2).
		01 WS-JRNL-TIME PIC 9(8).
		01 WS-JRNL-NAME PIC X(12) VALUE "PMJRNL".
		01 WS-PJRN-NAME.
			05 FILLER PIC X(8) VALUE "PMJRNL.P".
			05 WS-PJRN-PART PIC 9(4).
		01 WS-FS-GCTL PIC X(2).
		01 WS-FS-GCAT PIC X(2).
		01 WS-GCAT-AT-END PIC X(1).
			05 WS-PURGE-GEN PIC 9(4) OCCURS 100 TIMES.
		01 WS-TWIN-COUNT PIC 9(9) VALUE 0.
		01 WS-KEYX-COUNT PIC 9(9) VALUE 0.
		01 WS-KEYX-HASH PIC 9(15) VALUE 0.
		01 WS-POUT-NAME.
			05 FILLER PIC X(9) VALUE "PRIMEOUT.".
			05 WS-POUT-KIND PIC X(1) VALUE "G".
			05 WS-POUT-GEN PIC 9(4).
		01 WS-CFCT-NAME.
			05 FILLER PIC X(9) VALUE "COMPFACT.".
			05 WS-CFCT-KIND PIC X(1) VALUE "G".
			05 WS-CFCT-GEN PIC 9(4).
		01 WS-TWIN-NAME.
			05 FILLER PIC X(8) VALUE "TWINPRM.".
			05 WS-TWIN-KIND PIC X(1) VALUE "G".
			05 WS-TWIN-GEN PIC 9(4).
		01 WS-KEYX-NAME.
			05 FILLER PIC X(7) VALUE "KEYXTR.".
			05 WS-KEYX-KIND PIC X(1) VALUE "G".
			05 WS-KEYX-GEN PIC 9(4).
		01 WS-DEL-NAME PIC X(14).
		01 WS-DEL-RC PIC 9(9) COMP.
		01 WS-GRAND-MAX-PRIME PIC 9(7) VALUE 0.
		01 WS-GRAND-LOW-BOUND PIC 9(7) VALUE 9999999.
		01 WS-GRAND-HIGH-BOUND PIC 9(7) VALUE 0.
		01 WS-FS-PART PIC X(2).
		01 WS-PARTITION-MODE PIC X(1) VALUE "N".
		01 WS-PARTITION-ID PIC X(2) VALUE SPACES.
		01 WS-PARTITION-NO PIC 9(2) VALUE 0.
		01 WS-PARTITION-COUNT PIC 9(2) VALUE 0.
		01 WS-CKPT-KEY.
			05 WS-CKPT-PREFIX PIC X(2) VALUE "CK".
			05 WS-CKPT-SUFFIX PIC X(2) VALUE "PT".
		01 WS-DECK-TOTAL PIC 9(9) VALUE 0.
		01 WS-DECK-BASE PIC 9(9) VALUE 0.
		01 WS-SLICE-SIZE PIC 9(9) VALUE 0.
		01 WS-SLICE-START PIC 9(9) VALUE 0.
		01 WS-SLICE-END PIC 9(9) VALUE 0.
		01 WS-RANGE-FIRST PIC 9(9).
		01 WS-RANGE-LAST PIC 9(9).
		01 WS-PIECE-FIRST PIC 9(9).
		01 WS-PIECE-LAST PIC 9(9).
		01 WS-IN-SLICE PIC X(1) VALUE "Y".
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
			UNTIL WS-CTL-AT-END = "Y".
		IF WS-RANGE-COUNT = 0
			DISPLAY "IDEONE0009E CTLPARM EMPTY"
			MOVE "IDEONE0009E" TO XA-MSG-ID
			MOVE "CTLPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 7000-CLOSE-FILES
			GOBACK
		END-IF.
		PERFORM 4400-CLEAR-CHECKPOINT.
		PERFORM 5000-WRITE-SUMMARY-TRAILER.
		PERFORM 5100-WRITE-EXTRACT-TRAILER.
		IF WS-PARTITION-MODE = "Y"
			DISPLAY "IDEONE0019I PARTITION " WS-PARTITION-NO
				" COMPLETE"
		ELSE
			PERFORM 5500-CATALOG-GENERATION
			PERFORM 5600-APPLY-RETENTION
		END-IF.
		PERFORM 7000-CLOSE-FILES.
		GOBACK.

		OPEN INPUT CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDEONE0009E CTLPARM OPEN ERR"
			MOVE "IDEONE0009E" TO XA-MSG-ID
			MOVE "CTLPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		DISPLAY "PARTITION_NO" UPON ENVIRONMENT-NAME.
		ACCEPT WS-PARTITION-ID FROM ENVIRONMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WS-PARTITION-ID
		END-ACCEPT.
		IF WS-PARTITION-ID NOT = SPACES
			PERFORM 1050-EDIT-PARTITION-ID
		END-IF.

	1050-EDIT-PARTITION-ID.
		IF WS-PARTITION-ID(2:1) = SPACE
			MOVE WS-PARTITION-ID(1:1)
				TO WS-PARTITION-ID(2:1)
			MOVE "0" TO WS-PARTITION-ID(1:1)
		END-IF.
		IF WS-PARTITION-ID(1:1) = SPACE
			MOVE "0" TO WS-PARTITION-ID(1:1)
		END-IF.
		IF WS-PARTITION-ID NOT NUMERIC
			DISPLAY "IDEONE0017E BAD PARTITION "
				WS-PARTITION-ID
			MOVE "IDEONE0017E" TO XA-MSG-ID
			MOVE "PARTITION_NO" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			CLOSE CONTROL-FILE
			GOBACK
		END-IF.
		MOVE WS-PARTITION-ID TO WS-PARTITION-NO.
		IF WS-PARTITION-NO > 0
			PERFORM 1100-SET-PARTITION
		END-IF.

	1100-SET-PARTITION.
		MOVE "Y" TO WS-PARTITION-MODE.
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
			OR WS-PARTITION-NO > WS-PARTITION-COUNT
			DISPLAY "IDEONE0017E BAD PARTITION "
				WS-PARTITION-ID " OF "
				WS-PARTITION-COUNT
			MOVE "IDEONE0017E" TO XA-MSG-ID
			MOVE "PARTPARM" TO XA-OBJECT
			MOVE WS-PARTITION-COUNT TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			CLOSE CONTROL-FILE
			GOBACK
		END-IF.
		MOVE WS-PARTITION-NO TO WS-CKPT-SUFFIX.
		MOVE "P" TO WS-POUT-KIND.
		MOVE "P" TO WS-CFCT-KIND.
		MOVE "P" TO WS-TWIN-KIND.
		MOVE "P" TO WS-KEYX-KIND.
		MOVE WS-PARTITION-NO TO WS-POUT-GEN.
		MOVE WS-PARTITION-NO TO WS-CFCT-GEN.
		MOVE WS-PARTITION-NO TO WS-TWIN-GEN.
		MOVE WS-PARTITION-NO TO WS-KEYX-GEN.
		MOVE WS-PARTITION-NO TO WS-PJRN-PART.
		MOVE WS-PJRN-NAME TO WS-JRNL-NAME.
		MOVE WS-PARTITION-NO TO WS-GEN-NO.
		PERFORM 1200-SIZE-CONTROL-DECK
			UNTIL WS-CTL-AT-END = "Y".
		CLOSE CONTROL-FILE.
		OPEN INPUT CONTROL-FILE.
		MOVE "N" TO WS-CTL-AT-END.
		DIVIDE WS-DECK-TOTAL BY WS-PARTITION-COUNT
			GIVING WS-SLICE-SIZE.
		COMPUTE WS-SLICE-START =
			(WS-PARTITION-NO - 1) * WS-SLICE-SIZE + 1.
		IF WS-PARTITION-NO = WS-PARTITION-COUNT
			MOVE WS-DECK-TOTAL TO WS-SLICE-END
		ELSE
			COMPUTE WS-SLICE-END =
				WS-PARTITION-NO * WS-SLICE-SIZE
		END-IF.
		DISPLAY "IDEONE0018I PARTITION " WS-PARTITION-NO
			" OF " WS-PARTITION-COUNT
			" NUMBERS " WS-SLICE-START " TO " WS-SLICE-END.

	1200-SIZE-CONTROL-DECK.
		READ CONTROL-FILE
			AT END MOVE "Y" TO WS-CTL-AT-END
		END-READ.
		IF WS-CTL-AT-END NOT = "Y"
			IF CTL-LOW-BOUND NUMERIC
				AND CTL-HIGH-BOUND NUMERIC
				AND CTL-LOW-BOUND <= CTL-HIGH-BOUND
				COMPUTE WS-DECK-TOTAL = WS-DECK-TOTAL
					+ CTL-HIGH-BOUND
					- CTL-LOW-BOUND + 1
			END-IF
		END-IF.

	1500-PROCESS-CONTROL-DECK.
		READ CONTROL-FILE
			AT END MOVE "Y" TO WS-CTL-AT-END
		IF WS-CTL-AT-END NOT = "Y"
			ADD 1 TO WS-RANGE-COUNT
			PERFORM 2000-VALIDATE-BOUNDS
			IF WS-PARTITION-MODE = "Y"
				PERFORM 2200-SLICE-RANGE
			END-IF
			IF WS-IN-SLICE = "Y"
				PERFORM 2500-RESET-RANGE-TOTALS
				PERFORM 4000-PROCESS-RANGE
				PERFORM 4500-WRITE-RANGE-TRAILER
			END-IF
			IF WS-PARTITION-MODE NOT = "Y"
				PERFORM 6000-WRITE-AUDIT-RECORD
			END-IF
		END-IF.

	2000-VALIDATE-BOUNDS.
		IF CTL-HIGH-BOUND > WS-MAX-FIELD-VALUE
			DISPLAY "IDEONE0006E HIGH-BOUND EXCEEDS MAX"
			MOVE "IDEONE0006E" TO XA-MSG-ID
			MOVE CTL-HIGH-BOUND TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 7000-CLOSE-FILES
			GOBACK
		END-IF.
		IF CTL-LOW-BOUND < 2 OR CTL-LOW-BOUND > CTL-HIGH-BOUND
			DISPLAY "IDEONE0007E INVALID BOUND RANGE"
			MOVE "IDEONE0007E" TO XA-MSG-ID
			MOVE CTL-LOW-BOUND TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			PERFORM 7000-CLOSE-FILES
			GOBACK
		MOVE CTL-LOW-BOUND TO WS-LOW-BOUND.
		MOVE CTL-HIGH-BOUND TO WS-HIGH-BOUND.

	2200-SLICE-RANGE.
		COMPUTE WS-RANGE-FIRST = WS-DECK-BASE + 1.
		COMPUTE WS-RANGE-LAST = WS-DECK-BASE
			+ CTL-HIGH-BOUND - CTL-LOW-BOUND + 1.
		MOVE WS-RANGE-LAST TO WS-DECK-BASE.
		IF WS-RANGE-FIRST > WS-SLICE-START
			MOVE WS-RANGE-FIRST TO WS-PIECE-FIRST
		ELSE
			MOVE WS-SLICE-START TO WS-PIECE-FIRST
		END-IF.
		IF WS-RANGE-LAST < WS-SLICE-END
			MOVE WS-RANGE-LAST TO WS-PIECE-LAST
		ELSE
			MOVE WS-SLICE-END TO WS-PIECE-LAST
		END-IF.
		IF WS-PIECE-FIRST > WS-PIECE-LAST
			MOVE "N" TO WS-IN-SLICE
		ELSE
			MOVE "Y" TO WS-IN-SLICE
			COMPUTE WS-LOW-BOUND = CTL-LOW-BOUND
				+ WS-PIECE-FIRST - WS-RANGE-FIRST
			COMPUTE WS-HIGH-BOUND = CTL-LOW-BOUND
				+ WS-PIECE-LAST - WS-RANGE-FIRST
		END-IF.

	2500-RESET-RANGE-TOTALS.
		MOVE 0 TO WS-PRIME-COUNT.
		MOVE 0 TO WS-COMPOSITE-COUNT.
		IF WS-FS-GCAT NOT = "00"
			DISPLAY "IDEONE0012E GENCAT OPEN ERR "
				WS-FS-GCAT
			MOVE "IDEONE0012E" TO XA-MSG-ID
			MOVE "GENCAT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF.
		END-IF.

	3000-OPEN-RUN-FILES.
		IF WS-PARTITION-MODE NOT = "Y"
			PERFORM 2800-ASSIGN-GENERATION
		END-IF.
		OPEN OUTPUT PRIME-OUT-FILE.
		PERFORM 9010-CHECK-POUT.
		OPEN OUTPUT COMPOSITE-FACTORS-FILE.
		PERFORM 9030-CHECK-TWIN.
		OPEN OUTPUT KEY-EXTRACT-FILE.
		PERFORM 9040-CHECK-KEYX.
		PERFORM 3100-WRITE-EXTRACT-HEADER.
		OPEN I-O PRIME-MASTER.
		IF WS-FS-PMST = "35"
			OPEN OUTPUT PRIME-MASTER
			CLOSE PRIME-MASTER
			OPEN I-O PRIME-MASTER
		END-IF.
		PERFORM 9060-CHECK-PMST.
		OPEN I-O RESTART-FILE.
		IF WS-FS-RSTRT = "35"
			OPEN OUTPUT RESTART-FILE
			CLOSE RESTART-FILE
			OPEN I-O RESTART-FILE
		PERFORM 9070-CHECK-RSTRT.
		MOVE "Y" TO WS-RSTRT-OPEN.
		OPEN EXTEND JOURNAL-FILE.
		IF WS-FS-JRNL = "35"
			OPEN OUTPUT JOURNAL-FILE
		END-IF.
		PERFORM 9080-CHECK-JRNL.
		PERFORM 3500-DETERMINE-START-POINT.

	3100-WRITE-EXTRACT-HEADER.
		MOVE SPACES TO KEY-EXTRACT-HEADER.
		MOVE 0 TO EH-PRIME-VALUE.
		MOVE "H" TO EH-REC-TYPE.
		IF WS-PARTITION-MODE = "Y"
			MOVE "KEYXTRP " TO EH-FILE-TYPE
		ELSE
			MOVE "KEYXTR  " TO EH-FILE-TYPE
		END-IF.
		MOVE WS-GEN-NO TO EH-GENERATION.
		MOVE WS-RUN-DATE TO EH-RUN-DATE.
		WRITE KEY-EXTRACT-HEADER.
		PERFORM 9040-CHECK-KEYX.

	3500-DETERMINE-START-POINT.
		MOVE WS-CKPT-KEY TO RS-KEY.
		READ RESTART-FILE
			INVALID KEY MOVE "N" TO WS-RESTART-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-RESTART-FOUND
		END-READ.
		IF WS-FS-RSTRT NOT = "23"
			PERFORM 9070-CHECK-RSTRT
		END-IF.

	4000-PROCESS-RANGE.
		PERFORM VARYING I FROM WS-START-I BY 1
		END-IF.

	4310-TAKE-CHECKPOINT.
		MOVE WS-CKPT-KEY TO RS-KEY.
		MOVE I TO RS-LAST-I.
		IF WS-RESTART-FOUND = "Y"
			REWRITE RESTART-RECORD

	4400-CLEAR-CHECKPOINT.
		IF WS-RESTART-FOUND = "Y"
			MOVE WS-CKPT-KEY TO RS-KEY
			DELETE RESTART-FILE
				INVALID KEY
				DISPLAY "IDEONE0008E CKPT DELETE ERR"
				MOVE "IDEONE0008E" TO XA-MSG-ID
				MOVE "RESTART" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
			END-DELETE
			MOVE "N" TO WS-RESTART-FOUND
		END-IF.
			INVALID KEY MOVE "N" TO WS-MASTER-FOUND
			NOT INVALID KEY MOVE "Y" TO WS-MASTER-FOUND
		END-READ.
		IF WS-FS-PMST NOT = "23"
			PERFORM 9060-CHECK-PMST
		END-IF.
		IF WS-MASTER-FOUND = "Y"
			IF PM-STATUS = "P" THEN
				MOVE 0 TO FLAG
			MOVE WS-FS-PMST TO WS-ABEND-STATUS
			PERFORM 9100-FATAL-IO
			END-WRITE
			PERFORM 9060-CHECK-PMST
			PERFORM 6100-WRITE-MASTER-JOURNAL
		END-IF.

		MOVE "Y" TO WS-PREV-PRIME-FOUND.

	4260-WRITE-KEY-EXTRACT.
		MOVE SPACES TO KEY-EXTRACT-RECORD.
		MOVE I TO EX-PRIME-VALUE.
		MOVE "P" TO EX-REC-TYPE.
		MOVE "A" TO EX-ACTION-CODE.
		MOVE WS-RUN-DATE TO EX-EFF-DATE.
		WRITE KEY-EXTRACT-RECORD.
		PERFORM 9040-CHECK-KEYX.
		ADD I TO WS-KEYX-HASH.

	4150-COMPUTE-PRIMALITY.
		MOVE 0 TO FLAG.
		MOVE WS-MAX-PRIME TO PT-MAX-PRIME.
		MOVE WS-LOW-BOUND TO PT-LOW-BOUND.
		MOVE WS-HIGH-BOUND TO PT-HIGH-BOUND.
		MOVE WS-RANGE-COUNT TO PT-RANGE-NO.
		WRITE PRIME-TRAILER-RECORD.
		PERFORM 9010-CHECK-POUT.
		ADD WS-PRIME-COUNT TO WS-TOT-PRIME-COUNT.
		MOVE WS-GRAND-MAX-PRIME TO PT-MAX-PRIME.
		MOVE WS-GRAND-LOW-BOUND TO PT-LOW-BOUND.
		MOVE WS-GRAND-HIGH-BOUND TO PT-HIGH-BOUND.
		MOVE 0 TO PT-RANGE-NO.
		WRITE PRIME-TRAILER-RECORD.
		PERFORM 9010-CHECK-POUT.

	5100-WRITE-EXTRACT-TRAILER.
		MOVE SPACES TO KEY-EXTRACT-TRAILER.
		MOVE 0 TO ET-PRIME-VALUE.
		MOVE "T" TO ET-REC-TYPE.
		MOVE WS-KEYX-COUNT TO ET-RECORD-COUNT.
		MOVE WS-KEYX-HASH TO ET-HASH-TOTAL.
		WRITE KEY-EXTRACT-TRAILER.
		PERFORM 9040-CHECK-KEYX.

	5500-CATALOG-GENERATION.
		MOVE WS-GEN-NO TO GC-GEN-NO.
		MOVE WS-RUN-DATE TO GC-RUN-DATE.
			INVALID KEY
			DISPLAY "IDEONE0014E GENCAT WRITE ERR "
				GC-GEN-NO
			MOVE "IDEONE0014E" TO XA-MSG-ID
			MOVE GC-GEN-NO TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
		END-WRITE.

			INVALID KEY
			DISPLAY "IDEONE0015W GENCAT DELETE ERR "
				GC-GEN-NO
			MOVE "IDEONE0015W" TO XA-MSG-ID
			MOVE GC-GEN-NO TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-DELETE.
		DISPLAY "IDEONE0016I GENERATION PURGED "
			WS-PURGE-GEN(WS-PURGE-GEN-IX).
		END-IF.

	9100-FATAL-IO.
		IF WS-ABEND-STATUS = "51" OR WS-ABEND-STATUS = "61"
			DISPLAY "IDEONE0020E FILE IN USE " WS-ABEND-FILE
				" STATUS " WS-ABEND-STATUS
			MOVE "IDEONE0020E" TO XA-MSG-ID
			MOVE WS-ABEND-FILE TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		END-IF.
		DISPLAY "IDEONE0010E IO ERROR FILE " WS-ABEND-FILE
			" STATUS " WS-ABEND-STATUS.
		MOVE "IDEONE0010E" TO XA-MSG-ID.
		MOVE WS-ABEND-FILE TO XA-OBJECT.
		MOVE 0 TO XA-COUNT.
		PERFORM 9800-LOG-EXCEPTION.
		PERFORM 9200-FORCE-CHECKPOINT.
		DISPLAY "IDEONE0011W RUN ABANDONED AT " I.
		MOVE "IDEONE0011W" TO XA-MSG-ID.
		MOVE I TO XA-OBJECT.
		MOVE 0 TO XA-COUNT.
		PERFORM 9800-LOG-EXCEPTION.
		PERFORM 7000-CLOSE-FILES.
		MOVE 16 TO RETURN-CODE.
		GOBACK.
		IF WS-RSTRT-OPEN = "Y"
			PERFORM 4310-TAKE-CHECKPOINT
		END-IF.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDEONE" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
