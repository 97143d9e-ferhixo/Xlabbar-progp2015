IDENTIFICATION DIVISION.
PROGRAM-ID. BERNVERS.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Ändringslista ur versionshistoriken BERNMVER för en talföljd och
*> ett N över en period. Varje version i perioden listas med datum,
*> tid, ändringstyp (insatt, omskriven, raderad), orsak, program,
*> användare och karantänflagga, och för omskrivningar hur många
*> index som ändrats mot föregående version - även när den
*> föregående versionen ligger före perioden. Summeringen visar
*> hur posten stod vid periodens början och slut, så att ett
*> resultat som tagits fram per ett datum kan härledas till exakt
*> den tabell det byggde på.
*>
*> Parametrar via SYSIN, en per rad: talföljd (B, E eller T), N
*> (1..60), periodens första och sista dag (ÅÅÅÅMMDD). Se
*> X2/jcl/BERNVERS.jcl.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Versionshistoriken - samma FD som i Bernoulli.cob, läses
	*> bara. Nyckelordningen följd + N + datum + tid ger postens
	*> versioner i tidsordning.
	SELECT MASTER-VERSION ASSIGN TO "BERNMVER"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MVER-KEY
		FILE STATUS IS WS-MVER-STATUS.

	*> Ändringslistan.
	SELECT VERSION-REPORT ASSIGN TO "BERNVERP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VRP-STATUS.

DATA DIVISION.

FILE SECTION.
*> Samma layout som MASTER-VERSION-RECORD i Bernoulli.cob.
FD  MASTER-VERSION.
01 MASTER-VERSION-RECORD.
	05 MVER-KEY.
		10 MVER-SEQ    PIC X.
		10 MVER-N      PIC 9(02).
		10 MVER-DATE   PIC 9(08).
		10 MVER-TIME   PIC 9(08).
		10 MVER-SERIAL PIC 9(02).
	05 MVER-CHANGE     PIC X.
	05 MVER-REASON     PIC X(10).
	05 MVER-PROGRAM    PIC X(10).
	05 MVER-USER       PIC X(08).
	05 MVER-IMAGE      PIC X(1536).

FD  VERSION-REPORT.
01 VERSION-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 i 		PIC 99.

*> Måste spegla OCCURS-gränsen i masterposten.
01 WS-MAX-N PIC 99 VALUE 60.

01 WS-MVER-STATUS PIC XX.
01 WS-VRP-STATUS  PIC XX.
01 WS-EOF-FLAG    PIC X VALUE "N".

*> Masterpostens bild i den aktuella och i föregående version -
*> samma layout som BERNOULLI-MASTER-RECORD i Bernoulli.cob.
01 WS-CURR-IMAGE.
	05 CUR-KEY.
		10 CUR-SEQ PIC X.
		10 CUR-N   PIC 9(02).
	05 CUR-TABLE.
		10 CUR-BER FLOAT-LONG OCCURS 60 TIMES.
	05 CUR-FRAC-TABLE.
		10 CUR-FRAC OCCURS 60 TIMES.
			15 CUR-FRAC-STATE PIC X.
			15 CUR-NUM        PIC S9(18) COMP.
			15 CUR-DEN        PIC S9(18) COMP.
	05 CUR-USAGE.
		10 CUR-HITS      PIC 9(07).
		10 CUR-LAST-USED PIC 9(08).
		10 CUR-CREATED   PIC 9(08).
	05 CUR-QUARANTINE    PIC X.
	05 CUR-RESERVE       PIC X(09).
01 WS-PREV-IMAGE.
	05 PRV-KEY.
		10 PRV-SEQ PIC X.
		10 PRV-N   PIC 9(02).
	05 PRV-TABLE.
		10 PRV-BER FLOAT-LONG OCCURS 60 TIMES.
	05 PRV-FRAC-TABLE.
		10 PRV-FRAC OCCURS 60 TIMES.
			15 PRV-FRAC-STATE PIC X.
			15 PRV-NUM        PIC S9(18) COMP.
			15 PRV-DEN        PIC S9(18) COMP.
	05 PRV-USAGE.
		10 PRV-HITS      PIC 9(07).
		10 PRV-LAST-USED PIC 9(08).
		10 PRV-CREATED   PIC 9(08).
	05 PRV-QUARANTINE    PIC X.
	05 PRV-RESERVE       PIC X(09).

*> Parametrarna ur SYSIN.
01 WS-SEQ-INPUT   PIC X.
01 WS-N-INPUT     PIC X(02).
01 WS-FROM-INPUT  PIC X(08).
01 WS-TO-INPUT    PIC X(08).
01 WS-SEQ-TYPE    PIC X.
01 WS-N           PIC 99.
01 WS-FROM-DATE   PIC 9(08).
01 WS-TO-DATE     PIC 9(08).
01 WS-PARM-VALID  PIC X.

*> "Y" när en version (före eller i perioden) har lästs - dess
*> bild ligger då i WS-PREV-IMAGE och ändringstyp i WS-PREV-CHANGE.
*> WS-START-CHANGE är senaste ändringstypen före perioden.
01 WS-HAVE-PREV    PIC X.
01 WS-PREV-CHANGE  PIC X.
01 WS-START-CHANGE PIC X.

01 WS-DIFF-COUNT  PIC 99.
01 WS-DIFF-FIRST  PIC 99.
01 WS-CHANGE-TEXT PIC X(09).
01 WS-DIFF-TEXT   PIC X(40).
01 WS-STATE-TEXT  PIC X(40).

*> Summeringens räkneverk - versioner i perioden per ändringstyp.
01 WS-VER-COUNT    PIC 9(05) VALUE 0.
01 WS-INS-COUNT    PIC 9(05) VALUE 0.
01 WS-UPD-COUNT    PIC 9(05) VALUE 0.
01 WS-DEL-COUNT    PIC 9(05) VALUE 0.
01 WS-BEFORE-COUNT PIC 9(05) VALUE 0.

01 WS-SYS-DATE    PIC 9(08).
01 WS-DISP-INDEX  PIC Z9.
01 WS-DISP-FIRST  PIC Z9.
01 WS-DISP-COUNT  PIC ZZZZ9.
01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.

	PERFORM GET-PARAMETERS
	IF WS-PARM-VALID NOT = "Y"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN INPUT MASTER-VERSION
	IF WS-MVER-STATUS NOT = "00"
		DISPLAY "BERNMVER kan inte öppnas (status " WS-MVER-STATUS
			"), rapport avbruten."
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT VERSION-REPORT
	IF WS-VRP-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNVERP, rapport avbruten."
		CLOSE MASTER-VERSION
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	PERFORM WRITE-REPORT-HEADING
	PERFORM LIST-VERSIONS
	PERFORM WRITE-REPORT-SUMMARY

	CLOSE VERSION-REPORT
	CLOSE MASTER-VERSION
	MOVE WS-VER-COUNT TO WS-DISP-COUNT
	DISPLAY "Ändringslista för FÖLJD=" WS-SEQ-TYPE " N=" WS-N
		" skriven till BERNVERP - " WS-DISP-COUNT
		" versioner i perioden."
	STOP RUN.

	GET-PARAMETERS.
		*> Fyra rader i SYSIN - en felaktig rad avbryter körningen
		*> med returkod 12 innan något öppnas.
		MOVE "Y" TO WS-PARM-VALID
		DISPLAY "Talföljd (B, E eller T): "
		ACCEPT WS-SEQ-INPUT
		DISPLAY "N (1..60): "
		ACCEPT WS-N-INPUT
		DISPLAY "Periodens första dag (ÅÅÅÅMMDD): "
		ACCEPT WS-FROM-INPUT
		DISPLAY "Periodens sista dag (ÅÅÅÅMMDD): "
		ACCEPT WS-TO-INPUT
		IF WS-SEQ-INPUT = "B" OR WS-SEQ-INPUT = "E"
			OR WS-SEQ-INPUT = "T"
			MOVE WS-SEQ-INPUT TO WS-SEQ-TYPE
		ELSE
			DISPLAY "Okänd talföljd '" WS-SEQ-INPUT "'."
			MOVE "N" TO WS-PARM-VALID
		END-IF
		IF WS-N-INPUT IS NUMERIC
			MOVE WS-N-INPUT TO WS-N
			IF WS-N = 0 OR WS-N > WS-MAX-N
				DISPLAY "N måste vara 1..60."
				MOVE "N" TO WS-PARM-VALID
			END-IF
		ELSE
			DISPLAY "N måste anges med två siffror (01..60)."
			MOVE "N" TO WS-PARM-VALID
		END-IF
		IF WS-FROM-INPUT IS NUMERIC AND WS-TO-INPUT IS NUMERIC
			MOVE WS-FROM-INPUT TO WS-FROM-DATE
			MOVE WS-TO-INPUT TO WS-TO-DATE
			IF WS-FROM-DATE > WS-TO-DATE
				DISPLAY "Periodens första dag ligger efter den sista."
				MOVE "N" TO WS-PARM-VALID
			END-IF
		ELSE
			DISPLAY "Periodens dagar anges ÅÅÅÅMMDD."
			MOVE "N" TO WS-PARM-VALID
		END-IF
		IF WS-PARM-VALID NOT = "Y"
			DISPLAY "Felaktiga parametrar - rapporten avbryts."
		END-IF.

	LIST-VERSIONS.
		*> Postens versioner läses från den första - även de före
		*> perioden, så att första ändringen i perioden jämförs mot
		*> bilden som gällde när perioden började.
		MOVE "N" TO WS-HAVE-PREV
		MOVE SPACE TO WS-START-CHANGE
		MOVE WS-SEQ-TYPE TO MVER-SEQ
		MOVE WS-N TO MVER-N
		MOVE 0 TO MVER-DATE
		MOVE 0 TO MVER-TIME
		MOVE 0 TO MVER-SERIAL
		START MASTER-VERSION KEY NOT < MVER-KEY
			INVALID KEY
				MOVE "Y" TO WS-EOF-FLAG
		END-START
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ MASTER-VERSION NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					IF MVER-SEQ NOT = WS-SEQ-TYPE OR MVER-N NOT = WS-N
						OR MVER-DATE > WS-TO-DATE
						MOVE "Y" TO WS-EOF-FLAG
					ELSE
						PERFORM PROCESS-ONE-VERSION
					END-IF
			END-READ
		END-PERFORM.

	PROCESS-ONE-VERSION.
		MOVE MVER-IMAGE TO WS-CURR-IMAGE
		IF MVER-DATE < WS-FROM-DATE
			ADD 1 TO WS-BEFORE-COUNT
			MOVE MVER-CHANGE TO WS-START-CHANGE
		ELSE
			PERFORM LIST-ONE-VERSION
		END-IF
		MOVE WS-CURR-IMAGE TO WS-PREV-IMAGE
		MOVE MVER-CHANGE TO WS-PREV-CHANGE
		MOVE "Y" TO WS-HAVE-PREV.

	LIST-ONE-VERSION.
		ADD 1 TO WS-VER-COUNT
		MOVE SPACES TO WS-DIFF-TEXT
		EVALUATE MVER-CHANGE
			WHEN "I"
				ADD 1 TO WS-INS-COUNT
				MOVE "INSATT" TO WS-CHANGE-TEXT
			WHEN "U"
				ADD 1 TO WS-UPD-COUNT
				MOVE "OMSKRIVEN" TO WS-CHANGE-TEXT
			WHEN "D"
				ADD 1 TO WS-DEL-COUNT
				MOVE "RADERAD" TO WS-CHANGE-TEXT
			WHEN OTHER
				MOVE "OKÄND" TO WS-CHANGE-TEXT
		END-EVALUATE
		*> En radering ändrar inga värden - bilden är posten som den
		*> stod när den raderades. Utan föregående version finns
		*> inget att jämföra mot.
		IF MVER-CHANGE = "D"
			MOVE "-" TO WS-DIFF-TEXT
		ELSE
		IF WS-HAVE-PREV NOT = "Y"
			MOVE "FÖRSTA VERSIONEN" TO WS-DIFF-TEXT
		ELSE
			PERFORM COUNT-CHANGED-INDICES
			IF WS-DIFF-COUNT = 0
				MOVE "INGA VÄRDEN ÄNDRADE" TO WS-DIFF-TEXT
			ELSE
				MOVE WS-DIFF-COUNT TO WS-DISP-INDEX
				MOVE WS-DIFF-FIRST TO WS-DISP-FIRST
				STRING WS-DISP-INDEX " INDEX ÄNDRADE, FÖRSTA "
					WS-DISP-FIRST
					DELIMITED BY SIZE INTO WS-DIFF-TEXT
			END-IF
		END-IF
		END-IF
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  " MVER-DATE " " MVER-TIME " " MVER-SERIAL "  "
			WS-CHANGE-TEXT " " MVER-REASON " " MVER-PROGRAM " "
			MVER-USER "  " CUR-QUARANTINE "    " WS-DIFF-TEXT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD.

	COUNT-CHANGED-INDICES.
		*> Ett index räknas som ändrat när flyttalet eller det
		*> exakta bråket (tillstånd, täljare, nämnare) skiljer sig
		*> från föregående version.
		MOVE 0 TO WS-DIFF-COUNT
		MOVE 0 TO WS-DIFF-FIRST
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-N
			IF CUR-BER(i) NOT = PRV-BER(i)
				OR CUR-FRAC-STATE(i) NOT = PRV-FRAC-STATE(i)
				OR CUR-NUM(i) NOT = PRV-NUM(i)
				OR CUR-DEN(i) NOT = PRV-DEN(i)
				ADD 1 TO WS-DIFF-COUNT
				IF WS-DIFF-FIRST = 0
					MOVE i TO WS-DIFF-FIRST
				END-IF
			END-IF
		END-PERFORM.

	WRITE-REPORT-HEADING.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		MOVE SPACES TO WS-REPORT-LINE
		STRING "ÄNDRINGAR I BERNOULLI-MASTER (BERNVERS)  KÖRDAG "
			WS-SYS-DATE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		STRING "FÖLJD=" WS-SEQ-TYPE " N=" WS-N "  PERIOD "
			WS-FROM-DATE " - " WS-TO-DATE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD
		MOVE ALL "=" TO VERSION-REPORT-RECORD(1:60)
		MOVE SPACES TO VERSION-REPORT-RECORD(61:72)
		WRITE VERSION-REPORT-RECORD
		MOVE "  DATUM    TID      LNR ÄNDRING   ORSAK      PROGRAM    "
			TO WS-REPORT-LINE
		MOVE "ANVÄNDARE KAR  ÄNDRADE VÄRDEN" TO WS-REPORT-LINE(60:)
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD.

	WRITE-REPORT-SUMMARY.
		MOVE ALL "=" TO VERSION-REPORT-RECORD(1:60)
		MOVE SPACES TO VERSION-REPORT-RECORD(61:72)
		WRITE VERSION-REPORT-RECORD
		*> Läget vid periodens början - senaste versionen före den.
		IF WS-BEFORE-COUNT = 0
			MOVE "POSTEN FANNS INTE I HISTORIKEN" TO WS-STATE-TEXT
		ELSE
		IF WS-START-CHANGE = "D"
			MOVE "POSTEN VAR RADERAD" TO WS-STATE-TEXT
		ELSE
			MOVE "POSTEN FANNS" TO WS-STATE-TEXT
		END-IF
		END-IF
		MOVE SPACES TO WS-REPORT-LINE
		STRING "VID PERIODENS BÖRJAN:  " WS-STATE-TEXT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD
		*> Läget vid periodens slut - senaste versionen t.o.m. den.
		IF WS-HAVE-PREV NOT = "Y"
			MOVE "POSTEN FANNS INTE I HISTORIKEN" TO WS-STATE-TEXT
		ELSE
		IF WS-PREV-CHANGE = "D"
			MOVE "POSTEN VAR RADERAD" TO WS-STATE-TEXT
		ELSE
		IF PRV-QUARANTINE = "Q"
			MOVE "POSTEN FANNS, I KARANTÄN" TO WS-STATE-TEXT
		ELSE
			MOVE "POSTEN FANNS" TO WS-STATE-TEXT
		END-IF
		END-IF
		END-IF
		MOVE SPACES TO WS-REPORT-LINE
		STRING "VID PERIODENS SLUT:    " WS-STATE-TEXT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD
		MOVE WS-VER-COUNT TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "VERSIONER I PERIODEN: " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD
		MOVE WS-INS-COUNT TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  INSATTA:            " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD
		MOVE WS-UPD-COUNT TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  OMSKRIVNA:          " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD
		MOVE WS-DEL-COUNT TO WS-DISP-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  RADERADE:           " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERSION-REPORT-RECORD
		WRITE VERSION-REPORT-RECORD.
