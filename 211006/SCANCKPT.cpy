	01 SCAN-CHECKPOINT-RECORD.
		05 SK-KEY PIC X(4).
		05 SK-LAST-KEY PIC 9(7).
		05 SK-CKPT-DATE PIC 9(8).
		05 SK-CKPT-TIME PIC 9(8).
		05 SK-KEYS-READ PIC 9(9).
		05 SK-FACT-RECORDS PIC 9(9).
		05 SK-DIST-LINES PIC 9(9).
		05 SK-COMPOSITE-CNT PIC 9(9).
		05 SK-BROKEN-CNT PIC 9(9).
		05 SK-PRIME-COUNT PIC 9(9).
		05 SK-SAFE-COUNT PIC 9(9).
		05 SK-SOPHIE-COUNT PIC 9(9).
		05 SK-MERSENNE-COUNT PIC 9(9).
		05 SK-PALIN-COUNT PIC 9(9).
		05 SK-UNKNOWN-COUNT PIC 9(9).
		05 SK-PAGE-NO PIC 9(4).
		05 SK-LINE-NO PIC 9(2).
		05 SK-BAND-ACTIVE PIC X(1).
		05 SK-BAND-LOW PIC 9(8).
		05 SK-BAND-HIGH PIC 9(8).
		05 SK-BAND-RECORDS PIC 9(9).
		05 SK-BAND-PRIMES PIC 9(9).
		05 SK-BAND-MAX-GAP PIC 9(7).
		05 SK-PREV-PRIME PIC 9(7).
		05 SK-PREV-PRIME-FOUND PIC X(1).
		05 SK-TOT-RECORDS PIC 9(9).
		05 SK-TOT-PRIMES PIC 9(9).
		05 SK-TOT-EXPECTED PIC 9(9)V99.
		05 SK-TOT-MAX-GAP PIC 9(7).
		05 SK-BAND-COUNT PIC 9(6).
		05 FILLER PIC X(20).
