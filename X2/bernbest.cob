IDENTIFICATION DIVISION.
PROGRAM-ID. BERNBEST.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Beställningsintaget före nattens BERNRUN. Avdelningarna lämnar
*> sina beställningar som kort i BERNNYB (beställare, avdelning,
*> talföljd, N, önskade utdata och leveransdag) istället för att
*> någon skriver in N för hand i BERNIN. Programmet:
*>   1. registrerar varje giltigt kort som en öppen beställning i
*>      beställningsregistret BERNREQ (nyckel beställare + löpnummer)
*>      och avvisar ogiltiga kort med orsak på kvittot BERNQRPT,
*>   2. tömmer BERNNYB så att samma kort aldrig registreras två
*>      gånger,
*>   3. bygger nattens BERNIN (BI-N/BI-SEQ/BI-OUT samt avdelningen
*>      i BI-DEPT, som debiteringen följer) ur alla öppna
*>      beställningar i registrets nyckelordning och märker dem som
*>      skickade till körning med datum och tid.
*> Efter BERNRUN stämmer BERNLEVR av vad körningen faktiskt
*> levererade mot de skickade beställningarna - ordningen i BERNIN
*> är därför densamma som registrets nyckelordning, och BERNIN ska
*> inte redigeras för hand mellan stegen.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Nya beställningskort sedan förra körningen - ett kort per
	*> beställning, fast bredd. Saknas filen finns inga nya kort.
	SELECT NEW-REQUESTS ASSIGN TO "BERNNYB"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-NYB-STATUS.

	*> Beställningsregistret - en post per beställning, nycklad på
	*> beställare och löpnummer så att leveranslistan per beställare
	*> faller ut direkt i nyckelordning. DYNAMIC så att registret
	*> kan läsas igenom och löpnumret sökas fram per beställare.
	SELECT REQUEST-REGISTER ASSIGN TO "BERNREQ"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REQ-KEY
		FILE STATUS IS WS-REQ-STATUS.

	*> Nattens beställningslista till BERNRUN - samma layout som
	*> BERN-INPUT i Bernoulli.cob.
	SELECT BERN-INPUT ASSIGN TO "BERNIN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-BI-STATUS.

	*> Intagskvittot - registrerade och avvisade kort samt vad som
	*> skickades till nattens körning.
	SELECT INTAKE-REPORT ASSIGN TO "BERNQRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-QRPT-STATUS.

	*> Samma revisionslogg som övriga körningar.
	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.

FILE SECTION.
*> Beställningskortet. Fälten läses som text och valideras innan
*> något flyttas till registrets numeriska fält:
*>   NYB-SEQ: "B"/"E"/"T", blankt = "B" (samma regel som BI-SEQ)
*>   NYB-OUT: "R"/"E"/"B", blankt = "R" (samma regel som BI-OUT)
*>   NYB-DUE: leveransdag ÅÅÅÅMMDD
FD  NEW-REQUESTS.
01 NEW-REQUEST-RECORD.
	05 NYB-REQUESTER PIC X(08).
	05 NYB-DEPT      PIC X(06).
	05 NYB-SEQ       PIC X.
	05 NYB-N         PIC X(02).
	05 NYB-OUT       PIC X.
	05 NYB-DUE       PIC X(08).

*> Beställningsposten. REQ-STATUS:
*>   "O" = öppen - väntar på nästa körning
*>   "K" = skickad till körning (ingår i BERNIN, REQ-RUN-DATE/TIME)
*>   "L" = levererad (REQ-DONE-DATE)
*>   "A" = avvisad av körningen (orsak i REQ-REASON)
*> En beställning som står kvar som "K" har aldrig stämts av (t.ex.
*> efter ett ABEND i BERNRUN) och skickas med igen nästa natt.
FD  REQUEST-REGISTER.
01 REQUEST-RECORD.
	05 REQ-KEY.
		10 REQ-REQUESTER PIC X(08).
		10 REQ-NUMBER    PIC 9(05).
	05 REQ-DEPT      PIC X(06).
	05 REQ-SEQ       PIC X.
	05 REQ-N         PIC 9(02).
	05 REQ-OUT       PIC X.
	05 REQ-DUE-DATE  PIC 9(08).
	05 REQ-REG-DATE  PIC 9(08).
	05 REQ-STATUS    PIC X.
	05 REQ-RUN-DATE  PIC 9(08).
	05 REQ-RUN-TIME  PIC 9(08).
	05 REQ-DONE-DATE PIC 9(08).
	05 REQ-REASON    PIC X(30).

*> Samma layout som BERN-INPUT-RECORD i Bernoulli.cob.
FD  BERN-INPUT.
01 BERN-INPUT-RECORD.
	05 BI-N    PIC 9(02).
	05 BI-SEQ  PIC X.
	05 BI-OUT  PIC X.
	05 BI-DEPT PIC X(06).

FD  INTAKE-REPORT.
01 INTAKE-REPORT-RECORD PIC X(132).

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 WS-NYB-STATUS  PIC XX.
01 WS-REQ-STATUS  PIC XX.
01 WS-BI-STATUS   PIC XX.
01 WS-QRPT-STATUS PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-EOF-FLAG    PIC X VALUE "N".

*> Övre gräns för N - samma som WS-MAX-N i Bernoulli.cob.
01 WS-MAX-N PIC 99 VALUE 60.

*> Stegets utfall:
*>   0 = alla kort registrerade, BERNIN byggd
*>   4 = minst ett kort avvisades
*>  12 = BERNREQ, BERNIN eller BERNQRPT gick inte att öppna
01 WS-BEST-RC PIC 99 VALUE 0.

*> Räkneverk för kvittot och revisionsraden.
01 WS-CNT-CARDS    PIC 9(05) VALUE 0.
01 WS-CNT-ADDED    PIC 9(05) VALUE 0.
01 WS-CNT-REFUSED  PIC 9(05) VALUE 0.
01 WS-CNT-SENT     PIC 9(05) VALUE 0.
01 WS-CNT-RESENT   PIC 9(05) VALUE 0.

*> Kortets normaliserade fält och valideringsutfall - WS-REJ-REASON
*> blank betyder godkänt kort.
01 WS-CARD-SEQ    PIC X.
01 WS-CARD-OUT    PIC X.
01 WS-CARD-N      PIC 9(02).
01 WS-REJ-REASON  PIC X(30).

*> Nästa lediga löpnummer för kortets beställare - söks fram ur
*> registret med START på beställaren och läsning framåt.
01 WS-NEXT-NUMBER PIC 9(05).
01 WS-SEARCH-DONE PIC X.

*> Körningens stämpel - samma datum och tid sätts på alla
*> beställningar som skickas med i nattens BERNIN, så att BERNLEVR
*> vet var körningens fönster i BERNAUD börjar.
01 WS-RUN-DATE PIC 9(08).
01 WS-RUN-TIME PIC 9(08).

*> Revisionsloggens fält - intaget loggas som operatören BESTJOB.
01 WS-OPERATOR-ID PIC X(08) VALUE "BESTJOB ".
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-AUDIT-MODE   PIC X(06) VALUE "BEST  ".
01 WS-AUDIT-LINE   PIC X(132).

01 WS-DISP-COUNT  PIC ZZZZ9.
01 WS-DISP-NUMBER PIC 9(05).
01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-RUN-TIME FROM TIME

	*> Registret skapas av steget självt första gången - samma
	*> mönster som BERNCKPT i Bernoulli.cob.
	OPEN I-O REQUEST-REGISTER
	IF WS-REQ-STATUS = "35"
		OPEN OUTPUT REQUEST-REGISTER
		CLOSE REQUEST-REGISTER
		OPEN I-O REQUEST-REGISTER
	END-IF
	IF WS-REQ-STATUS NOT = "00"
		DISPLAY "BERNREQ kan inte öppnas (status " WS-REQ-STATUS
			"), intaget avbryts."
		PERFORM WRITE-AUDIT-FAILURE
		CLOSE AUDIT-LOG
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN OUTPUT INTAKE-REPORT
	IF WS-QRPT-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNQRPT, intaget avbryts."
		PERFORM WRITE-AUDIT-FAILURE
		CLOSE REQUEST-REGISTER
		CLOSE AUDIT-LOG
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	MOVE "BESTÄLLNINGSINTAG FÖR BERNRUN (BERNBEST)"
		TO INTAKE-REPORT-RECORD
	WRITE INTAKE-REPORT-RECORD
	MOVE SPACES TO WS-REPORT-LINE
	STRING "KÖRNING " WS-RUN-DATE "-" WS-RUN-TIME
		DELIMITED BY SIZE INTO WS-REPORT-LINE
	MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
	WRITE INTAKE-REPORT-RECORD
	MOVE SPACES TO INTAKE-REPORT-RECORD
	WRITE INTAKE-REPORT-RECORD

	PERFORM REGISTER-NEW-REQUESTS
	PERFORM BUILD-BERNIN

	IF WS-BEST-RC < 12
		PERFORM WRITE-INTAKE-SUMMARY
		PERFORM WRITE-AUDIT-RECORD
	ELSE
		PERFORM WRITE-AUDIT-FAILURE
	END-IF

	CLOSE INTAKE-REPORT
	CLOSE REQUEST-REGISTER
	CLOSE AUDIT-LOG
	MOVE WS-BEST-RC TO RETURN-CODE
	STOP RUN.

	REGISTER-NEW-REQUESTS.
		*> Saknas BERNNYB (eller är den tom) finns inget nytt att
		*> registrera - nattens BERNIN byggs då bara av de
		*> beställningar som redan står öppna.
		OPEN INPUT NEW-REQUESTS
		IF WS-NYB-STATUS NOT = "00"
			MOVE "INGA NYA BESTÄLLNINGSKORT (BERNNYB SAKNAS)"
				TO INTAKE-REPORT-RECORD
			WRITE INTAKE-REPORT-RECORD
		ELSE
			MOVE "NYA BESTÄLLNINGSKORT" TO INTAKE-REPORT-RECORD
			WRITE INTAKE-REPORT-RECORD
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ NEW-REQUESTS
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						ADD 1 TO WS-CNT-CARDS
						PERFORM PROCESS-ONE-CARD
				END-READ
			END-PERFORM
			CLOSE NEW-REQUESTS
			*> Korten är kvitterade - töm filen så att nästa körning
			*> inte registrerar samma beställningar en gång till.
			*> Avvisade kort står på kvittot och lämnas in på nytt.
			OPEN OUTPUT NEW-REQUESTS
			IF WS-NYB-STATUS = "00"
				CLOSE NEW-REQUESTS
			ELSE
				DISPLAY "BERNNYB kunde inte tömmas (status "
					WS-NYB-STATUS ") - töm filen innan nästa"
					" körning, annars registreras korten igen."
			END-IF
		END-IF
		MOVE SPACES TO INTAKE-REPORT-RECORD
		WRITE INTAKE-REPORT-RECORD.

	PROCESS-ONE-CARD.
		PERFORM VALIDATE-CARD
		IF WS-REJ-REASON NOT = SPACES
			ADD 1 TO WS-CNT-REFUSED
			MOVE 4 TO WS-BEST-RC
			MOVE SPACES TO WS-REPORT-LINE
			STRING "  AVVISAT  " NEW-REQUEST-RECORD
				"  " WS-REJ-REASON
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
			WRITE INTAKE-REPORT-RECORD
			PERFORM WRITE-AUDIT-REJECT
		ELSE
			PERFORM FIND-NEXT-NUMBER
			MOVE NYB-REQUESTER TO REQ-REQUESTER
			MOVE WS-NEXT-NUMBER TO REQ-NUMBER
			MOVE NYB-DEPT TO REQ-DEPT
			MOVE WS-CARD-SEQ TO REQ-SEQ
			MOVE WS-CARD-N TO REQ-N
			MOVE WS-CARD-OUT TO REQ-OUT
			MOVE NYB-DUE TO REQ-DUE-DATE
			MOVE WS-RUN-DATE TO REQ-REG-DATE
			MOVE "O" TO REQ-STATUS
			MOVE 0 TO REQ-RUN-DATE
			MOVE 0 TO REQ-RUN-TIME
			MOVE 0 TO REQ-DONE-DATE
			MOVE SPACES TO REQ-REASON
			WRITE REQUEST-RECORD
				INVALID KEY
					ADD 1 TO WS-CNT-REFUSED
					MOVE 4 TO WS-BEST-RC
					DISPLAY "Beställningen " REQ-KEY " finns redan"
						" i BERNREQ (status " WS-REQ-STATUS ")."
				NOT INVALID KEY
					ADD 1 TO WS-CNT-ADDED
					MOVE REQ-NUMBER TO WS-DISP-NUMBER
					MOVE SPACES TO WS-REPORT-LINE
					STRING "  REGISTRERAT " REQ-REQUESTER "/"
						WS-DISP-NUMBER " AVD=" REQ-DEPT
						" FÖLJD=" REQ-SEQ " N=" REQ-N
						" UTDATA=" REQ-OUT " LEVERANS=" REQ-DUE-DATE
						DELIMITED BY SIZE INTO WS-REPORT-LINE
					MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
					WRITE INTAKE-REPORT-RECORD
			END-WRITE
		END-IF.

	VALIDATE-CARD.
		*> Samma regler som PROCESS-BATCH-REQUEST i Bernoulli.cob -
		*> ett kort som skulle avvisas av körningen avvisas redan här,
		*> så att beställaren får beskedet på kvittot samma natt.
		MOVE SPACES TO WS-REJ-REASON
		MOVE NYB-SEQ TO WS-CARD-SEQ
		IF WS-CARD-SEQ = SPACE
			MOVE "B" TO WS-CARD-SEQ
		END-IF
		MOVE NYB-OUT TO WS-CARD-OUT
		IF WS-CARD-OUT = SPACE
			MOVE "R" TO WS-CARD-OUT
		END-IF
		IF NYB-REQUESTER = SPACES
			MOVE "BESTÄLLARE SAKNAS" TO WS-REJ-REASON
		ELSE
		IF NYB-DEPT = SPACES
			MOVE "AVDELNING SAKNAS" TO WS-REJ-REASON
		ELSE
		IF WS-CARD-SEQ NOT = "B" AND WS-CARD-SEQ NOT = "E"
			AND WS-CARD-SEQ NOT = "T"
			MOVE "OKÄND TALFÖLJD" TO WS-REJ-REASON
		ELSE
		IF WS-CARD-OUT NOT = "R" AND WS-CARD-OUT NOT = "E"
			AND WS-CARD-OUT NOT = "B"
			MOVE "OKÄND UTDATAKOD" TO WS-REJ-REASON
		ELSE
		IF NYB-N NOT NUMERIC
			MOVE "N EJ NUMERISKT" TO WS-REJ-REASON
		ELSE
			MOVE NYB-N TO WS-CARD-N
			IF WS-CARD-N = 0 OR WS-CARD-N > WS-MAX-N
				MOVE "N UTANFÖR 1..60" TO WS-REJ-REASON
			ELSE
			IF NYB-DUE NOT NUMERIC
				MOVE "LEVERANSDAG EJ NUMERISK" TO WS-REJ-REASON
			ELSE
			IF NYB-DUE < WS-RUN-DATE
				MOVE "LEVERANSDAG HAR PASSERAT" TO WS-REJ-REASON
			END-IF
			END-IF
			END-IF
		END-IF
		END-IF
		END-IF
		END-IF
		END-IF.

	FIND-NEXT-NUMBER.
		*> Löpnumret är ett högre än beställarens senaste - START på
		*> beställaren med löpnummer noll och läs framåt så länge
		*> beställaren är densamma.
		MOVE 1 TO WS-NEXT-NUMBER
		MOVE NYB-REQUESTER TO REQ-REQUESTER
		MOVE 0 TO REQ-NUMBER
		MOVE "N" TO WS-SEARCH-DONE
		START REQUEST-REGISTER KEY NOT < REQ-KEY
			INVALID KEY
				MOVE "Y" TO WS-SEARCH-DONE
		END-START
		PERFORM UNTIL WS-SEARCH-DONE = "Y"
			READ REQUEST-REGISTER NEXT RECORD
				AT END
					MOVE "Y" TO WS-SEARCH-DONE
				NOT AT END
					IF REQ-REQUESTER NOT = NYB-REQUESTER
						MOVE "Y" TO WS-SEARCH-DONE
					ELSE
						ADD 1 TO REQ-NUMBER GIVING WS-NEXT-NUMBER
					END-IF
			END-READ
		END-PERFORM.

	BUILD-BERNIN.
		*> Alla öppna beställningar plus de som skickades till en
		*> tidigare körning men aldrig stämdes av - i registrets
		*> nyckelordning, en BERNIN-rad per beställning. BERNLEVR
		*> parar raderna med körningens revisionsrader i samma
		*> ordning.
		OPEN OUTPUT BERN-INPUT
		IF WS-BI-STATUS NOT = "00"
			DISPLAY "Kan inte öppna BERNIN, ingen beställningslista"
				" byggd."
			MOVE 12 TO WS-BEST-RC
		ELSE
			MOVE "SKICKAT TILL NATTENS BERNRUN" TO INTAKE-REPORT-RECORD
			WRITE INTAKE-REPORT-RECORD
			MOVE LOW-VALUES TO REQ-KEY
			MOVE "N" TO WS-EOF-FLAG
			START REQUEST-REGISTER KEY NOT < REQ-KEY
				INVALID KEY
					MOVE "Y" TO WS-EOF-FLAG
			END-START
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ REQUEST-REGISTER NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						IF REQ-STATUS = "O" OR REQ-STATUS = "K"
							PERFORM SEND-ONE-REQUEST
						END-IF
				END-READ
			END-PERFORM
			CLOSE BERN-INPUT
		END-IF.

	SEND-ONE-REQUEST.
		IF REQ-STATUS = "K"
			ADD 1 TO WS-CNT-RESENT
		END-IF
		MOVE REQ-N TO BI-N
		MOVE REQ-SEQ TO BI-SEQ
		MOVE REQ-OUT TO BI-OUT
		MOVE REQ-DEPT TO BI-DEPT
		WRITE BERN-INPUT-RECORD
		MOVE "K" TO REQ-STATUS
		MOVE WS-RUN-DATE TO REQ-RUN-DATE
		MOVE WS-RUN-TIME TO REQ-RUN-TIME
		REWRITE REQUEST-RECORD
			INVALID KEY
				DISPLAY "Beställningen " REQ-KEY " kunde inte"
					" märkas som skickad (status " WS-REQ-STATUS ")."
		END-REWRITE
		ADD 1 TO WS-CNT-SENT
		MOVE REQ-NUMBER TO WS-DISP-NUMBER
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  " REQ-REQUESTER "/" WS-DISP-NUMBER
			" FÖLJD=" REQ-SEQ " N=" REQ-N " UTDATA=" REQ-OUT
			" LEVERANS=" REQ-DUE-DATE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
		WRITE INTAKE-REPORT-RECORD.

	WRITE-INTAKE-SUMMARY.
		MOVE SPACES TO INTAKE-REPORT-RECORD
		WRITE INTAKE-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-CARDS TO WS-DISP-COUNT
		STRING "LÄSTA KORT:          " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
		WRITE INTAKE-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-ADDED TO WS-DISP-COUNT
		STRING "REGISTRERADE:        " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
		WRITE INTAKE-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-REFUSED TO WS-DISP-COUNT
		STRING "AVVISADE KORT:       " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
		WRITE INTAKE-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-SENT TO WS-DISP-COUNT
		STRING "SKICKADE TILL BERNIN:" WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
		WRITE INTAKE-REPORT-RECORD
		IF WS-CNT-RESENT > 0
			MOVE SPACES TO WS-REPORT-LINE
			MOVE WS-CNT-RESENT TO WS-DISP-COUNT
			STRING "  VARAV OAVSTÄMDA FRÅN TIDIGARE KÖRNING:"
				WS-DISP-COUNT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
			WRITE INTAKE-REPORT-RECORD
		END-IF
		MOVE WS-CNT-SENT TO WS-DISP-COUNT
		DISPLAY "BERNIN byggd med " WS-DISP-COUNT " beställningar.".

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE WS-CNT-SENT TO WS-DISP-COUNT
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=" WS-AUDIT-MODE
			" N=---"
			" STATUS=OK (" WS-DISP-COUNT " BESTÄLLNINGAR TILL BERNIN)"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-AUDIT-REJECT.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=" WS-AUDIT-MODE
			" N=" NYB-N
			" STATUS=AVVISAD (" WS-REJ-REASON ")"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-AUDIT-FAILURE.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=" WS-AUDIT-MODE
			" N=---"
			" STATUS=FEL (beställningslistan kunde inte byggas)"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
