			ACCESS MODE IS DYNAMIC
			RECORD KEY IS JS-RUN-KEY
			FILE STATUS IS WS-FS-STAT.
		SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTPARM"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-FS-PART.

	DATA DIVISION.
	FILE SECTION.
	FD JOB-STATUS-FILE.
	COPY JOBSTAT.

	FD PARTITION-CONTROL-FILE.
	COPY PARTPARM.

	WORKING-STORAGE SECTION.
		01 WS-FS-CTL PIC X(2).
		01 WS-FS-STAT PIC X(2).
		01 WS-FS-PART PIC X(2).
		01 WS-RUN-NAME PIC X(8).
		01 WS-RESTART-MODE PIC X(1) VALUE "N".
		01 WS-STEP-IX PIC 9(2) COMP.
			05 FILLER PIC X(8) VALUE "IDEVFY  ".
			05 FILLER PIC X(8) VALUE "IDEFIX  ".
			05 FILLER PIC X(8) VALUE "IDEDLT  ".
			05 FILLER PIC X(8) VALUE "IDESCN  ".
			05 FILLER PIC X(8) VALUE "IDERCN  ".
		01 WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
			05 WS-STEP-PROGRAM PIC X(8) OCCURS 6 TIMES.
		01 WS-XLOG-RC PIC 9(4).
	COPY EXCPLKA.

	PROCEDURE DIVISION.
	0000-MAIN-PROCESS.
		OPEN INPUT JOB-CONTROL-FILE.
		IF WS-FS-CTL NOT = "00"
			DISPLAY "IDERUN0001E JOBPARM OPEN ERR"
			MOVE "IDERUN0001E" TO XA-MSG-ID
			MOVE "JOBPARM" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		READ JOB-CONTROL-FILE
			AT END
				DISPLAY "IDERUN0002E JOBPARM EMPTY"
				MOVE "IDERUN0002E" TO XA-MSG-ID
				MOVE "JOBPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-READ.
		CLOSE JOB-CONTROL-FILE.
		MOVE JP-RUN-NAME TO WS-RUN-NAME.
		PERFORM 1100-CHECK-PARTITIONS.
		EVALUATE JP-MODE
			WHEN "START   "
				MOVE "N" TO WS-RESTART-MODE
				MOVE "Y" TO WS-RESTART-MODE
			WHEN OTHER
				DISPLAY "IDERUN0003E BAD MODE " JP-MODE
				MOVE "IDERUN0003E" TO XA-MSG-ID
				MOVE "JOBPARM" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
		IF WS-FS-STAT NOT = "00"
			DISPLAY "IDERUN0004E JOBSTAT OPEN ERR "
				WS-FS-STAT
			MOVE "IDERUN0004E" TO XA-MSG-ID
			MOVE "JOBSTAT" TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	1100-CHECK-PARTITIONS.
		OPEN INPUT PARTITION-CONTROL-FILE.
		IF WS-FS-PART = "00"
			READ PARTITION-CONTROL-FILE
				AT END CONTINUE
			END-READ
			IF WS-FS-PART = "00"
				AND PA-PARTITIONS NUMERIC
				AND PA-PARTITIONS > 0
				MOVE "IDEMRG  " TO WS-STEP-PROGRAM(1)
				DISPLAY "IDERUN0012I PARTITIONED RUN, "
					PA-PARTITIONS
					" PARTITIONS MERGED"
			END-IF
			CLOSE PARTITION-CONTROL-FILE
		END-IF.

	1500-REGISTER-ALL-STEPS.
		PERFORM 1600-REGISTER-ONE-STEP
			VARYING WS-STEP-IX FROM 1 BY 1
			REWRITE JOB-STATUS-RECORD
				INVALID KEY
				DISPLAY "IDERUN0005E JOBSTAT WRITE ERR"
				MOVE "IDERUN0005E" TO XA-MSG-ID
				MOVE "JOBSTAT" TO XA-OBJECT
				MOVE 0 TO XA-COUNT
				PERFORM 9800-LOG-EXCEPTION
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-REWRITE
		IF WS-STEP-FOUND = "N"
			DISPLAY "IDERUN0006E RUN NOT REGISTERED "
				WS-RUN-NAME
			MOVE "IDERUN0006E" TO XA-MSG-ID
			MOVE WS-RUN-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
			INVALID KEY
			DISPLAY "IDERUN0006E RUN NOT REGISTERED "
				WS-RUN-NAME
			MOVE "IDERUN0006E" TO XA-MSG-ID
			MOVE WS-RUN-NAME TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-READ.
			ON EXCEPTION
			DISPLAY "IDERUN0007E CALL FAILED "
				WS-STEP-PROGRAM(WS-STEP-IX)
			MOVE "IDERUN0007E" TO XA-MSG-ID
			MOVE WS-STEP-PROGRAM(WS-STEP-IX) TO XA-OBJECT
			MOVE 0 TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
			MOVE 16 TO RETURN-CODE
		END-CALL.
		MOVE RETURN-CODE TO WS-STEP-RC.
			DISPLAY "IDERUN0010E STEP " JS-STEP-NO
				" FAILED " JS-PROGRAM
				" RC " WS-STEP-RC
			MOVE "IDERUN0010E" TO XA-MSG-ID
			MOVE JS-PROGRAM TO XA-OBJECT
			MOVE WS-STEP-RC TO XA-COUNT
			PERFORM 9800-LOG-EXCEPTION
		ELSE
			MOVE "C" TO JS-STATUS
			IF WS-STEP-RC > WS-FINAL-RC

	9000-CLOSE-FILES.
		CLOSE JOB-STATUS-FILE.

	9800-LOG-EXCEPTION.
		MOVE RETURN-CODE TO WS-XLOG-RC.
		MOVE "IDERUN" TO XA-PROGRAM.
		CALL "EXCPWRT" USING EXCEPTION-LOG-AREA
		END-CALL.
		MOVE WS-XLOG-RC TO RETURN-CODE.
