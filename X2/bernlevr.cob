IDENTIFICATION DIVISION.
PROGRAM-ID. BERNLEVR.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Leveransavstämningen efter nattens BERNRUN. BERNBEST byggde
*> BERNIN ur beställningsregistret BERNREQ och märkte varje skickad
*> beställning "K" med körningens stämpel; det här steget tar reda på
*> vad som faktiskt hände med var och en:
*>   - BERNCTL talar om att körningen gick klart (och inte avbröts
*>     med RC 12) och hur många rader den läste,
*>   - BERNAUD bär en rad per BERNIN-rad i samma ordning (STATUS=OK
*>     eller STATUS=AVVISAD) inom körningens fönster,
*>   - BERNRPT och BERNEXP bär de producerade blocken - en tabell
*>     per rapportbeställning (rubrikrad "N=.. FÖLJD=..") och ett
*>     H/D/T-block per exportbeställning.
*> Varje skickad beställning märks levererad ("L"), avvisad ("A")
*> eller åter öppen ("O", skickas med igen nästa natt) med orsak, och
*> leveranslistan BERNLRPT skrivs med en sektion per beställare samt
*> en lista över försenade beställningar till morgonskiftet.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Beställningsregistret - samma kluster som BERNBEST skriver.
	SELECT REQUEST-REGISTER ASSIGN TO "BERNREQ"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REQ-KEY
		FILE STATUS IS WS-REQ-STATUS.

	*> BERNRUN-stegets slutsummeringspost.
	SELECT BERN-CONTROL ASSIGN TO "BERNCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTL-STATUS.

	*> Revisionsloggen - läses för körningens fönster och förlängs
	*> sedan med avstämningens egen rad.
	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

	*> Körningens tabellrapport och exportfil.
	SELECT BERN-REPORT ASSIGN TO "BERNRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-STATUS.

	SELECT BERN-EXPORT ASSIGN TO "BERNEXP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EXP-STATUS.

	*> Leveranslistan till morgonskiftet.
	SELECT DELIVERY-REPORT ASSIGN TO "BERNLRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LRPT-STATUS.

DATA DIVISION.

FILE SECTION.
*> Samma layout som REQUEST-RECORD i BERNBEST.
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

*> Samma layout som BERN-CONTROL-RECORD i Bernoulli.cob.
FD  BERN-CONTROL.
01 BERN-CONTROL-RECORD.
	05 CTL-DATE      PIC 9(08).
	05 CTL-TIME      PIC 9(08).
	05 CTL-READ      PIC 9(05).
	05 CTL-COMPUTED  PIC 9(05).
	05 CTL-FROM-MSTR PIC 9(05).
	05 CTL-REJECTS   PIC 9(05).
	05 CTL-RESULT    PIC 9(02).
	05 CTL-SEQ-COUNTS.
		10 CTL-SEQ-CTR OCCURS 3 TIMES.
			15 CTL-SEQ-READ      PIC 9(05).
			15 CTL-SEQ-COMPUTED  PIC 9(05).
			15 CTL-SEQ-FROM-MSTR PIC 9(05).
			15 CTL-SEQ-REJECTS   PIC 9(05).

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

FD  BERN-REPORT.
01 BERN-REPORT-RECORD PIC X(132).

*> Samma layouter som FD BERN-EXPORT i Bernoulli.cob.
FD  BERN-EXPORT.
01 BERN-EXPORT-RECORD.
	05 EXP-REC-TYPE  PIC X.
	05 EXP-SEQ       PIC X.
	05 EXP-INDEX     PIC 9(02).
	05 EXP-SIGN      PIC X.
	05 EXP-MANT-INT  PIC 9.
	05 EXP-MANT-FRAC PIC 9(17).
	05 EXP-EXP-SIGN  PIC X.
	05 EXP-EXPONENT  PIC 9(03).
01 BERN-EXPORT-HEADER.
	05 EXPH-REC-TYPE PIC X.
	05 EXPH-DATE     PIC 9(08).
	05 EXPH-TIME     PIC 9(08).
	05 EXPH-SEQ      PIC X.
	05 EXPH-N        PIC 9(02).
01 BERN-EXPORT-TRAILER.
	05 EXPT-REC-TYPE PIC X.
	05 EXPT-SEQ      PIC X.
	05 EXPT-N        PIC 9(02).
	05 EXPT-COUNT    PIC 9(05).

FD  DELIVERY-REPORT.
01 DELIVERY-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 i 		PIC 9(03).
01 p        PIC 9(03).

01 WS-REQ-STATUS  PIC XX.
01 WS-CTL-STATUS  PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-RPT-STATUS  PIC XX.
01 WS-EXP-STATUS  PIC XX.
01 WS-LRPT-STATUS PIC XX.
01 WS-EOF-FLAG    PIC X VALUE "N".

*> Stegets utfall:
*>   0 = alla skickade beställningar levererade, inga försenade
*>   4 = minst en beställning avvisad, utestående eller försenad
*>   8 = BERNCTL saknas, är från en äldre körning eller stämmer inte
*>       med antalet skickade beställningar - inget märks levererat
*>  12 = BERNREQ eller BERNLRPT gick inte att öppna
01 WS-LEV-RC PIC 99 VALUE 0.

*> Avstämningen går ut på att inget markeras levererat som inte
*> går att belägga - WS-CTL-OK blir "Y" bara när kontrollposten
*> finns, hör till körningen och stämmer med antalet skickade.
*> WS-CTL-CURRENT blir "Y" när kontrollposten alls hör till nattens
*> körning (skriven efter BERNBEST) - bara då rörs registret. En
*> saknad eller äldre kontrollpost lämnar beställningarna som "K",
*> och BERNBEST skickar med dem igen nästa natt.
01 WS-CTL-OK      PIC X VALUE "N".
01 WS-CTL-CURRENT PIC X VALUE "N".
01 WS-CTL-NOTE    PIC X(40) VALUE SPACES.

*> Körningens fönster i BERNAUD - från BERNBEST-stämpeln på de
*> skickade beställningarna till BERNCTL:s datum och tid, båda som
*> ÅÅÅÅMMDDHHMMSSHH så att datum och tid jämförs i ett svep.
01 WS-WINDOW-FROM PIC 9(16) VALUE 9999999999999999.
01 WS-WINDOW-TO   PIC 9(16) VALUE 0.
01 WS-STAMP       PIC 9(16).

*> De skickade beställningarna i registrets nyckelordning - samma
*> ordning som BERNBEST skrev BERNIN-raderna. WS-RQ-OUTCOME får
*> avstämningens utfall ("L", "A" eller "O").
01 WS-MAX-ENTRIES PIC 9(03) VALUE 999.
01 WS-RQ-TABLE.
	05 WS-RQ-ENTRY OCCURS 999 TIMES.
		10 WS-RQ-KEY     PIC X(13).
		10 WS-RQ-SEQ     PIC X.
		10 WS-RQ-N       PIC 9(02).
		10 WS-RQ-OUT     PIC X.
		10 WS-RQ-OUTCOME PIC X.
		10 WS-RQ-REASON  PIC X(30).
01 WS-RQ-USED PIC 9(03) VALUE 0.

*> Körningens revisionsrader i fönstret, i loggordning.
01 WS-AL-TABLE.
	05 WS-AL-ENTRY OCCURS 999 TIMES.
		10 WS-AL-STATUS PIC X(07).
		10 WS-AL-SEQ    PIC X.
		10 WS-AL-N      PIC 9(02).
01 WS-AL-USED PIC 9(03) VALUE 0.

*> Tabellblocken i BERNRPT - talföljd, N och antal tabellrader.
01 WS-RB-TABLE.
	05 WS-RB-ENTRY OCCURS 999 TIMES.
		10 WS-RB-SEQ  PIC X.
		10 WS-RB-N    PIC 9(02).
		10 WS-RB-ROWS PIC 9(03).
01 WS-RB-USED PIC 9(03) VALUE 0.
01 WS-RB-PTR  PIC 9(03) VALUE 0.

*> Exportblocken i BERNEXP - talföljd och N ur huvudposten, antal
*> D-poster samt slutpostens räkning ("Y" när slutposten finns och
*> stämmer med blocket).
01 WS-EB-TABLE.
	05 WS-EB-ENTRY OCCURS 999 TIMES.
		10 WS-EB-SEQ    PIC X.
		10 WS-EB-N      PIC 9(02).
		10 WS-EB-DCOUNT PIC 9(05).
		10 WS-EB-CLOSED PIC X.
01 WS-EB-USED PIC 9(03) VALUE 0.
01 WS-EB-PTR  PIC 9(03) VALUE 0.

*> Raden under uppdelning - samma markörsökning som
*> PARSE-AUDIT-LINE i BERNSUMM, utökad med FÖLJD-fältet.
01 WS-AUDIT-WORK  PIC X(160).
01 WS-LINE-DATE   PIC X(08).
01 WS-LINE-DATE-N REDEFINES WS-LINE-DATE PIC 9(08).
01 WS-LINE-TIME   PIC X(08).
01 WS-LINE-TIME-N REDEFINES WS-LINE-TIME PIC 9(08).
01 WS-LINE-OP     PIC X(08).
01 WS-LINE-MODE   PIC X(06).
01 WS-LINE-SEQ    PIC X.
01 WS-LINE-N      PIC X(05).
01 WS-LINE-STATUS PIC X(12).
01 WS-OP-POS      PIC 9(03).
01 WS-N-DIGITS    PIC X(03).
01 WS-N-VALUE     PIC 9(03).

*> Arbetsfält för rapportblocken.
01 WS-RPT-LINE    PIC X(132).

*> Räkneverk för leveranslistan och revisionsraden.
01 WS-CNT-SENT      PIC 9(05) VALUE 0.
01 WS-CNT-DELIVERED PIC 9(05) VALUE 0.
01 WS-CNT-REJECTED  PIC 9(05) VALUE 0.
01 WS-CNT-OPEN      PIC 9(05) VALUE 0.
01 WS-CNT-OVERDUE   PIC 9(05) VALUE 0.

*> Beställarbrytning i leveranslistan.
01 WS-PREV-REQUESTER PIC X(08).
01 WS-REQ-DELIVERED  PIC 9(05).
01 WS-REQ-OTHER      PIC 9(05).

*> Revisionsloggens fält - avstämningen loggas som LEVJOB.
01 WS-OPERATOR-ID PIC X(08) VALUE "LEVJOB  ".
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-AUDIT-MODE   PIC X(06) VALUE "LEVER ".
01 WS-AUDIT-LINE   PIC X(132).

01 WS-TODAY        PIC 9(08).
01 WS-OUTCOME-TEXT PIC X(10).
01 WS-DISP-COUNT   PIC ZZZZ9.
01 WS-DISP-NUMBER  PIC 9(05).
01 WS-REPORT-LINE  PIC X(132).

PROCEDURE DIVISION.

	ACCEPT WS-TODAY FROM DATE YYYYMMDD

	OPEN I-O REQUEST-REGISTER
	IF WS-REQ-STATUS NOT = "00"
		DISPLAY "BERNREQ kan inte öppnas (status " WS-REQ-STATUS
			"), avstämningen avbryts."
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT DELIVERY-REPORT
	IF WS-LRPT-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNLRPT, avstämningen avbryts."
		CLOSE REQUEST-REGISTER
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	PERFORM LOAD-SENT-REQUESTS
	PERFORM READ-CONTROL-RECORD

	IF WS-RQ-USED > 0
		IF WS-CTL-OK = "Y"
			PERFORM COLLECT-AUDIT-LINES
			PERFORM COLLECT-REPORT-BLOCKS
			PERFORM COLLECT-EXPORT-BLOCKS
			PERFORM MATCH-REQUESTS
		END-IF
		IF WS-CTL-CURRENT = "Y"
			PERFORM UPDATE-REGISTER
		END-IF
	END-IF

	PERFORM WRITE-DELIVERY-LIST
	PERFORM WRITE-OVERDUE-LIST
	PERFORM WRITE-DELIVERY-SUMMARY

	CLOSE DELIVERY-REPORT
	CLOSE REQUEST-REGISTER

	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF
	PERFORM WRITE-AUDIT-RECORD
	CLOSE AUDIT-LOG

	IF WS-LEV-RC < 4
		AND (WS-CNT-REJECTED > 0 OR WS-CNT-OPEN > 0
			OR WS-CNT-OVERDUE > 0)
		MOVE 4 TO WS-LEV-RC
	END-IF
	MOVE WS-LEV-RC TO RETURN-CODE
	STOP RUN.

	LOAD-SENT-REQUESTS.
		*> Alla beställningar som BERNBEST skickade ("K") plockas
		*> upp i nyckelordning - samma ordning som BERNIN skrevs.
		*> Fönstrets början är den tidigaste skickstämpeln.
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
					IF REQ-STATUS = "K"
						PERFORM LOAD-ONE-SENT-REQUEST
					END-IF
			END-READ
		END-PERFORM
		MOVE WS-RQ-USED TO WS-CNT-SENT.

	LOAD-ONE-SENT-REQUEST.
		IF WS-RQ-USED >= WS-MAX-ENTRIES
			DISPLAY "Fler än " WS-MAX-ENTRIES " skickade beställningar"
				" - " REQ-KEY " lämnas oavstämd."
		ELSE
			ADD 1 TO WS-RQ-USED
			MOVE REQ-KEY TO WS-RQ-KEY(WS-RQ-USED)
			MOVE REQ-SEQ TO WS-RQ-SEQ(WS-RQ-USED)
			MOVE REQ-N TO WS-RQ-N(WS-RQ-USED)
			MOVE REQ-OUT TO WS-RQ-OUT(WS-RQ-USED)
			MOVE "O" TO WS-RQ-OUTCOME(WS-RQ-USED)
			MOVE SPACES TO WS-RQ-REASON(WS-RQ-USED)
			COMPUTE WS-STAMP = REQ-RUN-DATE * 100000000
				+ REQ-RUN-TIME
			END-COMPUTE
			IF WS-STAMP < WS-WINDOW-FROM
				MOVE WS-STAMP TO WS-WINDOW-FROM
			END-IF
		END-IF.

	READ-CONTROL-RECORD.
		*> Kontrollposten måste finnas, vara skriven efter BERNBEST
		*> och ha läst lika många rader som det skickades
		*> beställningar - annars kan raderna i BERNAUD inte paras
		*> med beställningarna och inget får märkas levererat.
		MOVE "N" TO WS-CTL-OK
		OPEN INPUT BERN-CONTROL
		IF WS-CTL-STATUS NOT = "00"
			MOVE "BERNCTL SAKNAS" TO WS-CTL-NOTE
			MOVE 8 TO WS-LEV-RC
		ELSE
			READ BERN-CONTROL
				AT END
					MOVE "BERNCTL ÄR TOM" TO WS-CTL-NOTE
					MOVE 8 TO WS-LEV-RC
				NOT AT END
					PERFORM CHECK-CONTROL-RECORD
			END-READ
			CLOSE BERN-CONTROL
		END-IF
		*> Avbruten eller oavstämbar körning sätter beställningarna
		*> åter som öppna med orsak - inget märks levererat som inte
		*> går att belägga.
		IF WS-CTL-OK NOT = "Y" AND WS-RQ-USED > 0
			DISPLAY "Körningen kan inte stämmas av: " WS-CTL-NOTE
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-RQ-USED
				MOVE "O" TO WS-RQ-OUTCOME(i)
				MOVE WS-CTL-NOTE TO WS-RQ-REASON(i)
			END-PERFORM
		END-IF.

	CHECK-CONTROL-RECORD.
		COMPUTE WS-WINDOW-TO = CTL-DATE * 100000000 + CTL-TIME
		END-COMPUTE
		IF WS-RQ-USED = 0
			MOVE "Y" TO WS-CTL-OK
		ELSE
		IF WS-WINDOW-TO < WS-WINDOW-FROM
			MOVE "BERNCTL ÄR FRÅN EN ÄLDRE KÖRNING" TO WS-CTL-NOTE
			MOVE 8 TO WS-LEV-RC
		ELSE
			MOVE "Y" TO WS-CTL-CURRENT
		IF CTL-RESULT = 12
			*> Körningen avbröts innan den läste något - ingen
			*> beställning levererades, alla skickas med igen.
			MOVE "BERNRUN AVBRÖTS (RC 12)" TO WS-CTL-NOTE
			MOVE 8 TO WS-LEV-RC
		ELSE
		IF CTL-READ NOT = WS-RQ-USED
			MOVE "LÄSTA RADER STÄMMER EJ MED SKICKADE" TO WS-CTL-NOTE
			MOVE 8 TO WS-LEV-RC
		ELSE
			MOVE "Y" TO WS-CTL-OK
		END-IF
		END-IF
		END-IF
		END-IF.

	COLLECT-AUDIT-LINES.
		*> Bara BATCHJOB-rader i läget BATCH inom fönstret räknas -
		*> en interaktiv körning eller ett annat jobb som skrev till
		*> loggen samtidigt stör inte parningen.
		OPEN INPUT AUDIT-LOG
		IF WS-AUD-STATUS = "00"
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ AUDIT-LOG
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						MOVE AUDIT-LOG-RECORD TO WS-AUDIT-WORK
						PERFORM PARSE-AUDIT-LINE
						PERFORM KEEP-RUN-AUDIT-LINE
				END-READ
			END-PERFORM
			CLOSE AUDIT-LOG
		END-IF.

	KEEP-RUN-AUDIT-LINE.
		IF WS-LINE-DATE NUMERIC AND WS-LINE-TIME NUMERIC
			AND WS-LINE-OP = "BATCHJOB"
			AND WS-LINE-MODE = "BATCH "
			COMPUTE WS-STAMP = WS-LINE-DATE-N * 100000000
				+ WS-LINE-TIME-N
			END-COMPUTE
			IF WS-STAMP >= WS-WINDOW-FROM AND WS-STAMP <= WS-WINDOW-TO
				AND WS-AL-USED < WS-MAX-ENTRIES
				ADD 1 TO WS-AL-USED
				MOVE WS-LINE-STATUS(1:7) TO WS-AL-STATUS(WS-AL-USED)
				MOVE WS-LINE-SEQ TO WS-AL-SEQ(WS-AL-USED)
				MOVE WS-LINE-N(1:3) TO WS-N-DIGITS
				INSPECT WS-N-DIGITS REPLACING ALL " " BY "0"
				IF WS-N-DIGITS NUMERIC
					MOVE WS-N-DIGITS TO WS-N-VALUE
					IF WS-N-VALUE > 99
						MOVE 0 TO WS-AL-N(WS-AL-USED)
					ELSE
						MOVE WS-N-VALUE TO WS-AL-N(WS-AL-USED)
					END-IF
				ELSE
					MOVE 0 TO WS-AL-N(WS-AL-USED)
				END-IF
			END-IF
		END-IF.

	PARSE-AUDIT-LINE.
		*> Datum och tid står alltid först. Operatör, läge, talföljd,
		*> N och status letas upp via sina markörer precis som i
		*> BERNSUMM - "GE=" träffar slutet av "LÄGE=" och "LJD="
		*> slutet av "FÖLJD=".
		MOVE WS-AUDIT-WORK(1:8) TO WS-LINE-DATE
		MOVE WS-AUDIT-WORK(10:8) TO WS-LINE-TIME
		MOVE SPACES TO WS-LINE-OP
		MOVE SPACES TO WS-LINE-MODE
		MOVE SPACES TO WS-LINE-SEQ
		MOVE SPACES TO WS-LINE-N
		MOVE SPACES TO WS-LINE-STATUS
		MOVE 0 TO WS-OP-POS
		PERFORM VARYING p FROM 9 BY 1 UNTIL p > 132
			IF WS-AUDIT-WORK(p:4) = " OP=" AND WS-OP-POS = 0
				MOVE WS-AUDIT-WORK(p + 4:8) TO WS-LINE-OP
				MOVE p TO WS-OP-POS
			END-IF
			IF WS-AUDIT-WORK(p:3) = "GE="
				AND WS-OP-POS > 0
				AND p > WS-OP-POS + 11
				AND WS-LINE-MODE = SPACES
				MOVE WS-AUDIT-WORK(p + 3:6) TO WS-LINE-MODE
			END-IF
			IF WS-AUDIT-WORK(p:4) = "LJD="
				AND WS-LINE-SEQ = SPACES
				MOVE WS-AUDIT-WORK(p + 4:1) TO WS-LINE-SEQ
			END-IF
			IF WS-AUDIT-WORK(p:3) = " N="
				AND WS-LINE-N = SPACES
				MOVE WS-AUDIT-WORK(p + 3:5) TO WS-LINE-N
			END-IF
			IF WS-AUDIT-WORK(p:8) = " STATUS="
				AND WS-LINE-STATUS = SPACES
				MOVE WS-AUDIT-WORK(p + 8:12) TO WS-LINE-STATUS
			END-IF
		END-PERFORM.

	COLLECT-REPORT-BLOCKS.
		*> Varje tabell i BERNRPT inleds med rubrikraden från
		*> WRITE-TABLE-REPORT ("N=nnn FÖLJD=namn") och följs av en
		*> rad per index - blocket är komplett när raderna är N.
		OPEN INPUT BERN-REPORT
		IF WS-RPT-STATUS = "00"
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ BERN-REPORT
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						MOVE BERN-REPORT-RECORD TO WS-RPT-LINE
						PERFORM TALLY-REPORT-LINE
				END-READ
			END-PERFORM
			CLOSE BERN-REPORT
		END-IF.

	TALLY-REPORT-LINE.
		IF WS-RPT-LINE(1:2) = "N=" AND WS-RPT-LINE(6:2) = " F"
			IF WS-RB-USED < WS-MAX-ENTRIES
				ADD 1 TO WS-RB-USED
				MOVE 0 TO WS-RB-ROWS(WS-RB-USED)
				MOVE WS-RPT-LINE(3:3) TO WS-N-DIGITS
				INSPECT WS-N-DIGITS REPLACING ALL " " BY "0"
				IF WS-N-DIGITS NUMERIC
					MOVE WS-N-DIGITS TO WS-N-VALUE
					MOVE WS-N-VALUE TO WS-RB-N(WS-RB-USED)
				ELSE
					MOVE 0 TO WS-RB-N(WS-RB-USED)
				END-IF
				*> Talföljden ur namnet efter "FÖLJD=" - BERNOULLI,
				*> EULER och TANGENT börjar på sin egen kodbokstav.
				MOVE SPACE TO WS-RB-SEQ(WS-RB-USED)
				PERFORM VARYING p FROM 7 BY 1 UNTIL p > 20
					IF WS-RPT-LINE(p:4) = "LJD="
						MOVE WS-RPT-LINE(p + 4:1)
							TO WS-RB-SEQ(WS-RB-USED)
						MOVE 20 TO p
					END-IF
				END-PERFORM
			END-IF
		ELSE
			IF WS-RB-USED > 0 AND WS-RPT-LINE NOT = SPACES
				ADD 1 TO WS-RB-ROWS(WS-RB-USED)
			END-IF
		END-IF.

	COLLECT-EXPORT-BLOCKS.
		*> H öppnar ett block, D räknas, T stänger det - samma
		*> kontroll som mottagarsidan gör i LOAD-EXPORT-FILE i BERNEM.
		OPEN INPUT BERN-EXPORT
		IF WS-EXP-STATUS = "00"
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ BERN-EXPORT
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						PERFORM TALLY-EXPORT-RECORD
				END-READ
			END-PERFORM
			CLOSE BERN-EXPORT
		END-IF.

	TALLY-EXPORT-RECORD.
		EVALUATE EXP-REC-TYPE
			WHEN "H"
				IF WS-EB-USED < WS-MAX-ENTRIES
					ADD 1 TO WS-EB-USED
					MOVE EXPH-SEQ TO WS-EB-SEQ(WS-EB-USED)
					IF EXPH-N NUMERIC
						MOVE EXPH-N TO WS-EB-N(WS-EB-USED)
					ELSE
						MOVE 0 TO WS-EB-N(WS-EB-USED)
					END-IF
					MOVE 0 TO WS-EB-DCOUNT(WS-EB-USED)
					MOVE "N" TO WS-EB-CLOSED(WS-EB-USED)
				END-IF
			WHEN "D"
				IF WS-EB-USED > 0
					ADD 1 TO WS-EB-DCOUNT(WS-EB-USED)
				END-IF
			WHEN "T"
				IF WS-EB-USED > 0
					IF EXPT-COUNT NUMERIC
						AND EXPT-COUNT = WS-EB-DCOUNT(WS-EB-USED)
						AND EXPT-SEQ = WS-EB-SEQ(WS-EB-USED)
						MOVE "Y" TO WS-EB-CLOSED(WS-EB-USED)
					END-IF
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE.

	MATCH-REQUESTS.
		*> Beställning nummer i hör ihop med körningens revisionsrad
		*> nummer i (en rad per BERNIN-rad), och rapport- respektive
		*> exportblocken konsumeras i tur och ordning av de
		*> beställningar som bad om dem.
		MOVE 0 TO WS-RB-PTR
		MOVE 0 TO WS-EB-PTR
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-RQ-USED
			PERFORM MATCH-ONE-REQUEST
		END-PERFORM.

	MATCH-ONE-REQUEST.
		MOVE "O" TO WS-RQ-OUTCOME(i)
		MOVE SPACES TO WS-RQ-REASON(i)
		IF i > WS-AL-USED
			MOVE "INGEN REVISIONSRAD I BERNAUD" TO WS-RQ-REASON(i)
		ELSE
		IF WS-AL-STATUS(i) = "AVVISAD"
			MOVE "A" TO WS-RQ-OUTCOME(i)
			MOVE "AVVISAD AV BERNRUN" TO WS-RQ-REASON(i)
		ELSE
		IF WS-AL-STATUS(i)(1:2) NOT = "OK"
			MOVE "REVISIONSRADEN SAKNAR STATUS=OK" TO WS-RQ-REASON(i)
		ELSE
		IF WS-AL-SEQ(i) NOT = WS-RQ-SEQ(i)
			OR WS-AL-N(i) NOT = WS-RQ-N(i)
			MOVE "REVISIONSRADEN GÄLLER ANNAT N" TO WS-RQ-REASON(i)
		ELSE
			PERFORM CHECK-REQUEST-OUTPUT
		END-IF
		END-IF
		END-IF
		END-IF.

	CHECK-REQUEST-OUTPUT.
		IF WS-RQ-OUT(i) = "R" OR WS-RQ-OUT(i) = "B"
			ADD 1 TO WS-RB-PTR
			IF WS-RB-PTR > WS-RB-USED
				MOVE "TABELLRAPPORT SAKNAS I BERNRPT"
					TO WS-RQ-REASON(i)
			ELSE
			IF WS-RB-SEQ(WS-RB-PTR) NOT = WS-RQ-SEQ(i)
				OR WS-RB-N(WS-RB-PTR) NOT = WS-RQ-N(i)
				OR WS-RB-ROWS(WS-RB-PTR) NOT = WS-RQ-N(i)
				MOVE "TABELLRAPPORT OFULLSTÄNDIG"
					TO WS-RQ-REASON(i)
			END-IF
			END-IF
		END-IF
		IF WS-RQ-OUT(i) = "E" OR WS-RQ-OUT(i) = "B"
			ADD 1 TO WS-EB-PTR
			IF WS-EB-PTR > WS-EB-USED
				MOVE "EXPORTBLOCK SAKNAS I BERNEXP"
					TO WS-RQ-REASON(i)
			ELSE
			IF WS-EB-SEQ(WS-EB-PTR) NOT = WS-RQ-SEQ(i)
				OR WS-EB-N(WS-EB-PTR) NOT = WS-RQ-N(i)
				OR WS-EB-DCOUNT(WS-EB-PTR) NOT = WS-RQ-N(i)
				OR WS-EB-CLOSED(WS-EB-PTR) NOT = "Y"
				MOVE "EXPORTBLOCK OFULLSTÄNDIGT"
					TO WS-RQ-REASON(i)
			END-IF
			END-IF
		END-IF
		IF WS-RQ-REASON(i) = SPACES
			MOVE "L" TO WS-RQ-OUTCOME(i)
		END-IF.

	UPDATE-REGISTER.
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-RQ-USED
			MOVE WS-RQ-KEY(i) TO REQ-KEY
			READ REQUEST-REGISTER
				INVALID KEY
					DISPLAY "Beställningen " WS-RQ-KEY(i)
						" försvann ur BERNREQ under avstämningen."
				NOT INVALID KEY
					MOVE WS-RQ-OUTCOME(i) TO REQ-STATUS
					MOVE WS-RQ-REASON(i) TO REQ-REASON
					IF WS-RQ-OUTCOME(i) = "L"
						OR WS-RQ-OUTCOME(i) = "A"
						MOVE WS-TODAY TO REQ-DONE-DATE
					END-IF
					REWRITE REQUEST-RECORD
						INVALID KEY
							DISPLAY "Beställningen " WS-RQ-KEY(i)
								" kunde inte uppdateras (status "
								WS-REQ-STATUS ")."
					END-REWRITE
			END-READ
			EVALUATE WS-RQ-OUTCOME(i)
				WHEN "L"
					ADD 1 TO WS-CNT-DELIVERED
				WHEN "A"
					ADD 1 TO WS-CNT-REJECTED
				WHEN OTHER
					ADD 1 TO WS-CNT-OPEN
			END-EVALUATE
		END-PERFORM.

	WRITE-DELIVERY-LIST.
		MOVE "LEVERANSLISTA EFTER BERNRUN (BERNLEVR)"
			TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		STRING "AVSTÄMD " WS-TODAY "  KÖRNING T.O.M. " WS-WINDOW-TO
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		IF WS-CTL-OK NOT = "Y" AND WS-RQ-USED > 0
			MOVE SPACES TO WS-REPORT-LINE
			STRING "VARNING: KÖRNINGEN KUNDE INTE STÄMMAS AV - "
				WS-CTL-NOTE
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
			WRITE DELIVERY-REPORT-RECORD
		END-IF
		IF WS-CTL-CURRENT NOT = "Y" AND WS-RQ-USED > 0
			MOVE "  BESTÄLLNINGARNA STÅR KVAR SOM SKICKADE OCH TAS MED I NÄSTA KÖRNING"
				TO DELIVERY-REPORT-RECORD
			WRITE DELIVERY-REPORT-RECORD
		END-IF
		MOVE SPACES TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD

		MOVE "LEVERANSER PER BESTÄLLARE" TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		IF WS-RQ-USED = 0
			MOVE "  INGA BESTÄLLNINGAR I NATTENS KÖRNING"
				TO DELIVERY-REPORT-RECORD
			WRITE DELIVERY-REPORT-RECORD
		ELSE
			MOVE SPACES TO WS-PREV-REQUESTER
			MOVE 0 TO WS-REQ-DELIVERED
			MOVE 0 TO WS-REQ-OTHER
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-RQ-USED
				IF WS-RQ-KEY(i)(1:8) NOT = WS-PREV-REQUESTER
					IF WS-PREV-REQUESTER NOT = SPACES
						PERFORM WRITE-REQUESTER-TOTAL
					END-IF
					MOVE WS-RQ-KEY(i)(1:8) TO WS-PREV-REQUESTER
					MOVE 0 TO WS-REQ-DELIVERED
					MOVE 0 TO WS-REQ-OTHER
					MOVE SPACES TO WS-REPORT-LINE
					STRING "  BESTÄLLARE " WS-PREV-REQUESTER
						DELIMITED BY SIZE INTO WS-REPORT-LINE
					MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
					WRITE DELIVERY-REPORT-RECORD
				END-IF
				PERFORM WRITE-DELIVERY-LINE
			END-PERFORM
			PERFORM WRITE-REQUESTER-TOTAL
		END-IF
		MOVE SPACES TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD.

	WRITE-DELIVERY-LINE.
		EVALUATE WS-RQ-OUTCOME(i)
			WHEN "L"
				MOVE "LEVERERAD " TO WS-OUTCOME-TEXT
				ADD 1 TO WS-REQ-DELIVERED
			WHEN "A"
				MOVE "AVVISAD   " TO WS-OUTCOME-TEXT
				ADD 1 TO WS-REQ-OTHER
			WHEN OTHER
				MOVE "UTESTÅENDE" TO WS-OUTCOME-TEXT
				ADD 1 TO WS-REQ-OTHER
		END-EVALUATE
		MOVE SPACES TO WS-REPORT-LINE
		STRING "    NR " WS-RQ-KEY(i)(9:5)
			" FÖLJD=" WS-RQ-SEQ(i) " N=" WS-RQ-N(i)
			" UTDATA=" WS-RQ-OUT(i) "  " WS-OUTCOME-TEXT
			"  " WS-RQ-REASON(i)
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD.

	WRITE-REQUESTER-TOTAL.
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-REQ-DELIVERED TO WS-DISP-COUNT
		STRING "    LEVERERADE " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REQ-OTHER TO WS-DISP-COUNT
		STRING "  EJ LEVERERADE " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE(27:)
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD.

	WRITE-OVERDUE-LIST.
		*> Öppna och skickade beställningar vars leveransdag har
		*> passerat - hela registret, inte bara nattens körning, så
		*> att en beställning som fastnat flera nätter syns varje
		*> morgon tills den är levererad.
		MOVE "FÖRSENADE BESTÄLLNINGAR (LEVERANSDAG PASSERAD)"
			TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
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
					IF (REQ-STATUS = "O" OR REQ-STATUS = "K")
						AND REQ-DUE-DATE < WS-TODAY
						PERFORM WRITE-OVERDUE-LINE
					END-IF
			END-READ
		END-PERFORM
		IF WS-CNT-OVERDUE = 0
			MOVE "  INGA FÖRSENADE BESTÄLLNINGAR"
				TO DELIVERY-REPORT-RECORD
			WRITE DELIVERY-REPORT-RECORD
		END-IF
		MOVE SPACES TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD.

	WRITE-OVERDUE-LINE.
		ADD 1 TO WS-CNT-OVERDUE
		MOVE REQ-NUMBER TO WS-DISP-NUMBER
		MOVE SPACES TO WS-REPORT-LINE
		STRING "  " REQ-REQUESTER "/" WS-DISP-NUMBER
			" AVD=" REQ-DEPT " FÖLJD=" REQ-SEQ " N=" REQ-N
			" LEVERANS=" REQ-DUE-DATE " REG=" REQ-REG-DATE
			"  " REQ-REASON
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD.

	WRITE-DELIVERY-SUMMARY.
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-SENT TO WS-DISP-COUNT
		STRING "SKICKADE I KÖRNINGEN: " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-DELIVERED TO WS-DISP-COUNT
		STRING "LEVERERADE:           " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-REJECTED TO WS-DISP-COUNT
		STRING "AVVISADE:             " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-OPEN TO WS-DISP-COUNT
		STRING "UTESTÅENDE:           " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-OVERDUE TO WS-DISP-COUNT
		STRING "FÖRSENADE I REGISTRET:" WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
		WRITE DELIVERY-REPORT-RECORD
		MOVE WS-CNT-DELIVERED TO WS-DISP-COUNT
		DISPLAY "Leveranslista skriven till BERNLRPT - "
			WS-DISP-COUNT " beställningar levererade.".

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE WS-CNT-DELIVERED TO WS-DISP-COUNT
		MOVE SPACES TO WS-AUDIT-LINE
		IF WS-LEV-RC >= 8
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=---"
				" STATUS=FEL (" WS-CTL-NOTE ")"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		ELSE
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=---"
				" STATUS=OK (" WS-DISP-COUNT " LEVERERADE)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		END-IF
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
