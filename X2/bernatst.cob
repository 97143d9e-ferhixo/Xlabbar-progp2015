IDENTIFICATION DIVISION.
PROGRAM-ID. BERNATST.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Daglig attestrapport för dubbelattesten. Radering av masterpost
*> eller kontrollpunkt, rensning och konsolidering i BERNMNT och
*> återläsning med BERNBKUP registreras som ändringsbegäran i
*> BERNAPPR och utförs först när en annan arbetsledare godkänt dem.
*> Programmet
*>   - märker begäran som gått ut: väntande begäran som inte
*>     avgjorts senast dagen efter att de registrerades, och
*>     godkända återläsningar som inte körts senast dagen efter
*>     godkännandet - varje sådan blir en AVVISAD-rad i BERNAUD,
*>   - listar alla öppna begäran (väntande och godkända
*>     återläsningar) med beställare, orsak och ålder,
*>   - listar dagens avgjorda begäran: utförda, misslyckade,
*>     avslagna och utgångna,
*> och summerar antalet per status. Se X2/jcl/BERNATST.jcl.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Ändringsbegärningarna - samma fil och layout som i BERNMNT.
	*> Läses två gånger i nyckelordning: öppna begäran först,
	*> sedan dagens avgjorda.
	SELECT APPROVAL-FILE ASSIGN TO "BERNAPPR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-KEY
		FILE STATUS IS WS-APR-STATUS.

	*> Rapporten till driften.
	SELECT APPROVAL-REPORT ASSIGN TO "BERNATRP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ATRP-STATUS.

	*> Utgångna begäran loggas i BERNAUD precis som när BERNMNT
	*> märker dem.
	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.

FILE SECTION.
*> Samma layout som i BERNMNT.
FD  APPROVAL-FILE.
01 APPROVAL-RECORD.
	05 APR-KEY.
		10 APR-DATE   PIC 9(08).
		10 APR-NUMBER PIC 9(04).
	05 APR-STATUS     PIC X.
	05 APR-ACTION     PIC X(04).
	05 APR-SEQ        PIC X.
	05 APR-N          PIC 9(02).
	05 APR-REASON     PIC X(40).
	05 APR-REQ-OPER   PIC X(08).
	05 APR-REQ-TIME   PIC 9(08).
	05 APR-DEC-OPER   PIC X(08).
	05 APR-DEC-DATE   PIC 9(08).
	05 APR-DEC-TIME   PIC 9(08).
	05 APR-DONE-DATE  PIC 9(08).
	05 APR-DONE-TIME  PIC 9(08).
	05 APR-RESULT     PIC X(30).

FD  APPROVAL-REPORT.
01 APPROVAL-REPORT-RECORD PIC X(132).

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 WS-APR-STATUS  PIC XX.
01 WS-ATRP-STATUS PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-EOF-FLAG    PIC X VALUE "N".

*> Dagens datum och gårdagens - en begäran med äldre datum än
*> gårdagen (godkänd återläsning: äldre beslutsdag) har gått ut.
*> Samma regel och samma datumräkning som i BERNMNT och BERNBKUP.
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-EXPIRY-DATE  PIC 9(08).
01 WS-PD-YEAR      PIC 9(04).
01 WS-PD-MONTH     PIC 9(02).
01 WS-PD-DAY       PIC 9(02).
01 WS-PD-QUOT      PIC 9(04).
01 WS-PD-REM       PIC 9(03).
01 WS-MONTH-DAYS-X PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
	05 WS-MONTH-LEN PIC 99 OCCURS 12 TIMES.

*> Räkneverk per status för summeringen - öppna begäran räknas
*> oavsett datum, avgjorda bara när de avgjordes eller utfördes i
*> dag.
01 WS-CNT-PENDING  PIC 9(05) VALUE 0.
01 WS-CNT-GRANTED  PIC 9(05) VALUE 0.
01 WS-CNT-DONE     PIC 9(05) VALUE 0.
01 WS-CNT-FAILED   PIC 9(05) VALUE 0.
01 WS-CNT-REJECTED PIC 9(05) VALUE 0.
01 WS-CNT-EXPIRED  PIC 9(05) VALUE 0.
01 WS-CNT-OPEN     PIC 9(05) VALUE 0.

01 WS-OPERATOR-ID PIC X(08) VALUE "BERNATST".
01 WS-AUDIT-LINE  PIC X(132).
01 WS-ATT-STATUS  PIC X(07).
01 WS-ATT-TEXT    PIC X(68).

01 WS-APR-ID-TEXT PIC X(13).
01 WS-STATUS-TEXT PIC X(10).
01 WS-REMARK      PIC X(40).
01 WS-DISP-N      PIC Z9 BLANK WHEN ZERO.
01 WS-DISP-COUNT  PIC ZZZZ9.
01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

	OPEN I-O APPROVAL-FILE
	*> Ingen begäran har ännu registrerats - grundas som i BERNMNT.
	IF WS-APR-STATUS = "35"
		OPEN OUTPUT APPROVAL-FILE
		CLOSE APPROVAL-FILE
		OPEN I-O APPROVAL-FILE
	END-IF
	IF WS-APR-STATUS NOT = "00"
		DISPLAY "BERNAPPR kan inte öppnas (status " WS-APR-STATUS
			"), rapport avbruten."
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT APPROVAL-REPORT
	IF WS-ATRP-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNATRP, rapport avbruten."
		CLOSE APPROVAL-FILE
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF

	ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
	PERFORM SET-EXPIRY-DATE
	PERFORM WRITE-REPORT-HEADING
	PERFORM LIST-OPEN-REQUESTS
	PERFORM WRITE-CLOSED-HEADING
	PERFORM LIST-CLOSED-REQUESTS
	PERFORM WRITE-REPORT-SUMMARY

	CLOSE AUDIT-LOG
	CLOSE APPROVAL-REPORT
	CLOSE APPROVAL-FILE
	COMPUTE WS-CNT-OPEN = WS-CNT-PENDING + WS-CNT-GRANTED
	END-COMPUTE
	MOVE WS-CNT-OPEN TO WS-DISP-COUNT
	DISPLAY "Attestrapport skriven till BERNATRP - " WS-DISP-COUNT
		" öppna begäran."
	IF WS-CNT-OPEN > 0
		MOVE 4 TO RETURN-CODE
	END-IF
	STOP RUN.

	START-APPROVALS-AT-LOW.
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO APR-KEY
		START APPROVAL-FILE KEY NOT < APR-KEY
			INVALID KEY
				MOVE "Y" TO WS-EOF-FLAG
		END-START.

	LIST-OPEN-REQUESTS.
		*> Första svepet - utgångna begäran märks och öppna listas.
		PERFORM START-APPROVALS-AT-LOW
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ APPROVAL-FILE NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					PERFORM CHECK-ONE-OPEN-REQUEST
			END-READ
		END-PERFORM.

	CHECK-ONE-OPEN-REQUEST.
		PERFORM BUILD-APPROVAL-ID
		IF APR-STATUS = "V" AND APR-DATE < WS-EXPIRY-DATE
			PERFORM EXPIRE-ONE-REQUEST
		ELSE
		IF APR-STATUS = "G" AND APR-DEC-DATE < WS-EXPIRY-DATE
			PERFORM EXPIRE-ONE-REQUEST
		ELSE
		IF APR-STATUS = "V"
			ADD 1 TO WS-CNT-PENDING
			MOVE "VÄNTAR" TO WS-STATUS-TEXT
			MOVE APR-REASON TO WS-REMARK
			PERFORM WRITE-REQUEST-LINE
		ELSE
		IF APR-STATUS = "G"
			ADD 1 TO WS-CNT-GRANTED
			MOVE "GODKÄND" TO WS-STATUS-TEXT
			MOVE SPACES TO WS-REMARK
			STRING "KÖR BERNREST - " APR-REASON
				DELIMITED BY SIZE INTO WS-REMARK
			PERFORM WRITE-REQUEST-LINE
		END-IF
		END-IF
		END-IF
		END-IF.

	EXPIRE-ONE-REQUEST.
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "E" TO APR-STATUS
		IF APR-DEC-DATE = 0
			MOVE WS-OPERATOR-ID TO APR-DEC-OPER
			MOVE WS-SYS-DATE TO APR-DEC-DATE
			MOVE WS-SYS-TIME TO APR-DEC-TIME
		END-IF
		MOVE WS-SYS-DATE TO APR-DONE-DATE
		MOVE WS-SYS-TIME TO APR-DONE-TIME
		MOVE "UTGÅNGEN" TO APR-RESULT
		REWRITE APPROVAL-RECORD
			INVALID KEY
				DISPLAY "Begäran " WS-APR-ID-TEXT " kunde inte märkas"
					" utgången (status " WS-APR-STATUS ")."
			NOT INVALID KEY
				MOVE "AVVISAD" TO WS-ATT-STATUS
				MOVE SPACES TO WS-ATT-TEXT
				STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
					" UTGÅNGEN, BEGÄRD AV " APR-REQ-OPER
					DELIMITED BY SIZE INTO WS-ATT-TEXT
				PERFORM WRITE-APPROVAL-AUDIT
		END-REWRITE.

	LIST-CLOSED-REQUESTS.
		*> Andra svepet - begäran som avgjorts, utförts eller gått
		*> ut i dag, inklusive de som märktes i första svepet.
		PERFORM START-APPROVALS-AT-LOW
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ APPROVAL-FILE NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					IF APR-DEC-DATE = WS-SYS-DATE
						OR APR-DONE-DATE = WS-SYS-DATE
						PERFORM LIST-ONE-CLOSED-REQUEST
					END-IF
			END-READ
		END-PERFORM.

	LIST-ONE-CLOSED-REQUEST.
		PERFORM BUILD-APPROVAL-ID
		MOVE APR-RESULT TO WS-REMARK
		EVALUATE APR-STATUS
			WHEN "U"
				ADD 1 TO WS-CNT-DONE
				MOVE "UTFÖRD" TO WS-STATUS-TEXT
				PERFORM WRITE-REQUEST-LINE
			WHEN "F"
				ADD 1 TO WS-CNT-FAILED
				MOVE "MISSLYCKAD" TO WS-STATUS-TEXT
				PERFORM WRITE-REQUEST-LINE
			WHEN "A"
				ADD 1 TO WS-CNT-REJECTED
				MOVE "AVSLAGEN" TO WS-STATUS-TEXT
				PERFORM WRITE-REQUEST-LINE
			WHEN "E"
				ADD 1 TO WS-CNT-EXPIRED
				MOVE "UTGÅNGEN" TO WS-STATUS-TEXT
				PERFORM WRITE-REQUEST-LINE
		END-EVALUATE.

	WRITE-REQUEST-LINE.
		MOVE APR-N TO WS-DISP-N
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  " WS-APR-ID-TEXT "  " WS-STATUS-TEXT "  " APR-ACTION
			"   " APR-SEQ "   " WS-DISP-N "  " APR-REQ-OPER "  "
			APR-DEC-OPER "  " WS-REMARK
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO APPROVAL-REPORT-RECORD
		WRITE APPROVAL-REPORT-RECORD.

	BUILD-APPROVAL-ID.
		MOVE SPACES TO WS-APR-ID-TEXT
		STRING APR-DATE "-" APR-NUMBER
			DELIMITED BY SIZE INTO WS-APR-ID-TEXT.

	WRITE-REPORT-HEADING.
		MOVE SPACES TO WS-REPORT-LINE
		STRING "ATTESTRAPPORT ÄNDRINGSBEGÄRAN (BERNATST)  KÖRDAG "
			WS-SYS-DATE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO APPROVAL-REPORT-RECORD
		WRITE APPROVAL-REPORT-RECORD
		MOVE ALL "=" TO APPROVAL-REPORT-RECORD(1:60)
		MOVE SPACES TO APPROVAL-REPORT-RECORD(61:72)
		WRITE APPROVAL-REPORT-RECORD
		MOVE "ÖPPNA BEGÄRAN" TO APPROVAL-REPORT-RECORD
		WRITE APPROVAL-REPORT-RECORD
		PERFORM WRITE-COLUMN-HEADING.

	WRITE-CLOSED-HEADING.
		MOVE ALL "=" TO APPROVAL-REPORT-RECORD(1:60)
		MOVE SPACES TO APPROVAL-REPORT-RECORD(61:72)
		WRITE APPROVAL-REPORT-RECORD
		MOVE "AVGJORDA I DAG" TO APPROVAL-REPORT-RECORD
		WRITE APPROVAL-REPORT-RECORD
		PERFORM WRITE-COLUMN-HEADING.

	WRITE-COLUMN-HEADING.
		MOVE SPACES TO APPROVAL-REPORT-RECORD
		STRING "  BEGÄRAN        STATUS      ÅTGÄRD FÖLJD N  BEGÄRD AV"
			" ATTESTANT ORSAK / UTFALL"
			DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD
		WRITE APPROVAL-REPORT-RECORD.

	WRITE-REPORT-SUMMARY.
		MOVE ALL "=" TO APPROVAL-REPORT-RECORD(1:60)
		MOVE SPACES TO APPROVAL-REPORT-RECORD(61:72)
		WRITE APPROVAL-REPORT-RECORD
		MOVE WS-CNT-PENDING TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "VÄNTAR PÅ ATTEST:          " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-SUMMARY-LINE
		MOVE WS-CNT-GRANTED TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "GODKÄNDA, EJ ÅTERLÄSTA:    " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-SUMMARY-LINE
		MOVE WS-CNT-DONE TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "UTFÖRDA I DAG:             " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-SUMMARY-LINE
		MOVE WS-CNT-FAILED TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "MISSLYCKADE I DAG:         " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-SUMMARY-LINE
		MOVE WS-CNT-REJECTED TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "AVSLAGNA I DAG:            " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-SUMMARY-LINE
		MOVE WS-CNT-EXPIRED TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "UTGÅNGNA I DAG:            " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-SUMMARY-LINE.

	WRITE-SUMMARY-LINE.
		MOVE WS-REPORT-LINE TO APPROVAL-REPORT-RECORD
		WRITE APPROVAL-REPORT-RECORD.

	SET-EXPIRY-DATE.
		*> WS-EXPIRY-DATE = dagen före WS-SYS-DATE.
		MOVE WS-SYS-DATE(1:4) TO WS-PD-YEAR
		MOVE WS-SYS-DATE(5:2) TO WS-PD-MONTH
		MOVE WS-SYS-DATE(7:2) TO WS-PD-DAY
		IF WS-PD-DAY > 1
			SUBTRACT 1 FROM WS-PD-DAY
		ELSE
			IF WS-PD-MONTH = 1
				MOVE 12 TO WS-PD-MONTH
				SUBTRACT 1 FROM WS-PD-YEAR
			ELSE
				SUBTRACT 1 FROM WS-PD-MONTH
			END-IF
			MOVE WS-MONTH-LEN(WS-PD-MONTH) TO WS-PD-DAY
			IF WS-PD-MONTH = 2
				DIVIDE WS-PD-YEAR BY 4 GIVING WS-PD-QUOT
					REMAINDER WS-PD-REM
				IF WS-PD-REM = 0
					MOVE 29 TO WS-PD-DAY
					DIVIDE WS-PD-YEAR BY 100 GIVING WS-PD-QUOT
						REMAINDER WS-PD-REM
					IF WS-PD-REM = 0
						DIVIDE WS-PD-YEAR BY 400 GIVING WS-PD-QUOT
							REMAINDER WS-PD-REM
						IF WS-PD-REM NOT = 0
							MOVE 28 TO WS-PD-DAY
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF
		COMPUTE WS-EXPIRY-DATE = WS-PD-YEAR * 10000
			+ WS-PD-MONTH * 100 + WS-PD-DAY
		END-COMPUTE.

	WRITE-APPROVAL-AUDIT.
		*> Samma ATTEST-rad som BERNMNT skriver.
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=ATTEST"
			" N=---"
			" STATUS=" DELIMITED BY SIZE
			WS-ATT-STATUS DELIMITED BY SPACE
			" (" WS-ATT-TEXT ")" DELIMITED BY SIZE
			INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
