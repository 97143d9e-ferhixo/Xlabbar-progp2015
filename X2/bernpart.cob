IDENTIFICATION DIVISION.
PROGRAM-ID. BERNPART.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Mottagning och jämförelse av en BERNEXP-fil från en annan
*> installation. Flera installationer som tar vår export skickar
*> numera tillbaka sin egen i samma H/D/T-layout för att visa att
*> vi är överens - det här steget tar emot en sådan fil med
*> platsens identitet i PARM och:
*>   - gör samma mottagande kontroller som LOAD-EXPORT-FILE i
*>     BERNEM (huvudpost, slutpostens posträkning, talföljd) plus
*>     att varje block är komplett, index 1..N en gång var, och
*>     förekommer en gång i filen. En fil som faller avvisas i sin
*>     helhet, ingenting jämförs;
*>   - jämför varje värdepost mot vårt värde i BERNOULLI-MASTER för
*>     samma talföljd och index - minsta täckande post som inte
*>     ligger i karantän, samma uppslag som LOOKUP-OR-COMPUTE -
*>     inom en relativ tolerans, och skriver en
*>     överensstämmelserapport för platsen (BERNPRPT);
*>   - mellanlagrar ett block som vi själva inte har någon tabell
*>     för i BERNPSTG. Det läses aldrig in direkt - BERNVRFY med
*>     PARM='STAGED' (X2/jcl/BERNPCRT.jcl) kontrollräknar det mot
*>     referensmetoden först och för först då in det i BERNMSTR;
*>   - för in varje mottagen fil med utfall i mottagningsregistret
*>     BERNINRG, och listar platsens tidigare mottagningar sist i
*>     rapporten, så att det går att visa vilka partner som var i
*>     takt med oss vilka dagar.
*> Mastern läses bara - en partnerjämförelse räknas inte som
*> träff i cacheuppföljningen.
*>
*> PARM: 'SITE=xxxxxxxx' (platsens identitet, högst åtta tecken)
*> och eventuellt ',TOL=nn' - relativ tolerans 10**-nn, 01..15,
*> förval 09 som i BERNVRFY. Se X2/jcl/BERNPART.jcl.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Partnerns exportfil - samma självbeskrivande layout som
	*> BERNEXP. Läses två gånger: först kontrolleras hela filen,
	*> sedan jämförs den.
	SELECT PARTNER-EXPORT ASSIGN TO "BERNPEXP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PEXP-STATUS.

	*> Vår cache - läses bara, i nyckelordning från blockets N.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

	*> Mottagningsregistret - en post per mottagen fil, nyckel
	*> plats + mottagningsdag + tid + löpnummer.
	SELECT INBOUND-REGISTER ASSIGN TO "BERNINRG"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS INRG-KEY
		FILE STATUS IS WS-INRG-STATUS.

	*> Partnertabeller som väntar på certifiering i BERNVRFY.
	SELECT PARTNER-STAGE ASSIGN TO "BERNPSTG"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PSTG-KEY
		FILE STATUS IS WS-PSTG-STATUS.

	*> Överensstämmelserapporten för platsen.
	SELECT PARTNER-REPORT ASSIGN TO "BERNPRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PRPT-STATUS.

	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.

FILE SECTION.
*> Samma layouter som FD BERN-EXPORT i Bernoulli.cob.
FD  PARTNER-EXPORT.
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

*> Samma layout som BERNOULLI-MASTER-RECORD i Bernoulli.cob.
FD  BERNOULLI-MASTER.
01 BERNOULLI-MASTER-RECORD.
	05 MSTR-KEY.
		10 MSTR-SEQ PIC X.
		10 MSTR-N   PIC 9(02).
	05 MSTR-TABLE.
		10 MSTR-BER FLOAT-LONG OCCURS 60 TIMES.
	05 MSTR-FRAC-TABLE.
		10 MSTR-FRAC OCCURS 60 TIMES.
			15 MSTR-FRAC-STATE PIC X.
			15 MSTR-NUM        PIC S9(18) COMP.
			15 MSTR-DEN        PIC S9(18) COMP.
	05 MSTR-USAGE.
		10 MSTR-HITS      PIC 9(07).
		10 MSTR-LAST-USED PIC 9(08).
		10 MSTR-CREATED   PIC 9(08).
	05 MSTR-QUARANTINE    PIC X.
	05 MSTR-RESERVE       PIC X(09).

*> INRG-OUTCOME: "P" = pågår (skrivs när filen tas emot och
*>                     skrivs om med utfallet - en kvarstående
*>                     "P" är en avbruten mottagning)
*>               "I" = i takt, alla värden inom toleransen
*>               "M" = i takt, men block mellanlagrade för
*>                     certifiering
*>               "A" = avvikelser mot BERNMSTR
*>               "V" = filen avvisad i mottagningskontrollen
*>               "F" = filen kunde inte jämföras (BERNMSTR eller
*>                     BERNPSTG gick inte att öppna)
*> INRG-EXP-DATE/TIME är huvudpostens kördag och körtid i filens
*> första block. INRG-TOL-EXP är toleransens exponent nn (10**-nn).
*> 116 byte, nyckel 26 byte.
FD  INBOUND-REGISTER.
01 INBOUND-REGISTER-RECORD.
	05 INRG-KEY.
		10 INRG-SITE   PIC X(08).
		10 INRG-DATE   PIC 9(08).
		10 INRG-TIME   PIC 9(08).
		10 INRG-SERIAL PIC 9(02).
	05 INRG-OUTCOME    PIC X.
	05 INRG-EXP-DATE   PIC 9(08).
	05 INRG-EXP-TIME   PIC 9(08).
	05 INRG-BLOCKS     PIC 9(03).
	05 INRG-VALUES     PIC 9(05).
	05 INRG-AGREED     PIC 9(05).
	05 INRG-DEVIATIONS PIC 9(05).
	05 INRG-STAGED     PIC 9(03).
	05 INRG-TOL-EXP    PIC 9(02).
	05 INRG-REASON     PIC X(50).

*> Mellanlagrad partnertabell. Nyckeln börjar med registerpostens
*> nyckel, så att tabellen kan spåras till filen den kom med.
*> PSTG-STATE: "V" = väntar på certifiering
*>             "C" = certifierad och införd i BERNMSTR
*>             "H" = certifierad, men BERNMSTR hade redan tabellen
*>             "U" = underkänd - avviker från referensmetoden
*> PSTG-DONE-DATE sätts av BERNVRFY när tillståndet ändras.
*> Värdena 1..PSTG-N, resten noll. 534 byte, nyckel 29 byte.
FD  PARTNER-STAGE.
01 PARTNER-STAGE-RECORD.
	05 PSTG-KEY.
		10 PSTG-SITE   PIC X(08).
		10 PSTG-DATE   PIC 9(08).
		10 PSTG-TIME   PIC 9(08).
		10 PSTG-SERIAL PIC 9(02).
		10 PSTG-SEQ    PIC X.
		10 PSTG-N      PIC 9(02).
	05 PSTG-STATE      PIC X.
	05 PSTG-EXP-DATE   PIC 9(08).
	05 PSTG-EXP-TIME   PIC 9(08).
	05 PSTG-DONE-DATE  PIC 9(08).
	05 PSTG-TABLE.
		10 PSTG-BER FLOAT-LONG OCCURS 60 TIMES.

FD  PARTNER-REPORT.
01 PARTNER-REPORT-RECORD PIC X(132).

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 i 		PIC 99.
01 m        PIC 99.

*> Måste spegla OCCURS-gränsen i MSTR-TABLE.
01 WS-MAX-N PIC 99 VALUE 60.

01 WS-PEXP-STATUS PIC XX.
01 WS-MSTR-STATUS PIC XX.
01 WS-INRG-STATUS PIC XX.
01 WS-PSTG-STATUS PIC XX.
01 WS-PRPT-STATUS PIC XX.
01 WS-AUD-STATUS  PIC XX.

01 WS-EOF-FLAG    PIC X VALUE "N".

*> Jobbstegets PARM - platsens identitet och toleransen.
01 WS-PARM       PIC X(32).
01 WS-PARM-POS   PIC 99.
01 WS-PARM-VALID PIC X.
01 WS-SITE-ID    PIC X(08).
01 WS-TOL-TEXT   PIC X(02).
01 WS-TOL-EXP    PIC 99 VALUE 9.

*> Relativ tolerans 10**-WS-TOL-EXP. Gränsen skalas med vårt
*> värdes storlek men aldrig under toleransen själv - samma regel
*> som COMPARE-ONE-VALUE i BERNVRFY.
01 WS-TOLERANCE  FLOAT-LONG.
01 WS-DIFF       FLOAT-LONG.
01 WS-SCALE      FLOAT-LONG.
01 WS-LIMIT      FLOAT-LONG.

*> Mottagningskontrollen - samma blocktillstånd som i BERNEM.
*> WS-BLK-SEEN(i) = "Y" när index i redan lästs i det öppna
*> blocket, WS-FILE-SEEN(följd, N) när ett block för följden och
*> N redan lästs i filen.
01 WS-BLK-OPEN   PIC X.
01 WS-BLK-SEQ    PIC X.
01 WS-BLK-N      PIC 9(02).
01 WS-BLK-COUNT  PIC 9(05).
01 WS-FILE-BAD   PIC X.
01 WS-BAD-REASON PIC X(50).
01 WS-BLK-SEEN-TABLE.
	05 WS-BLK-SEEN PIC X OCCURS 60 TIMES.
01 WS-FILE-SEEN-TABLE.
	05 WS-FILE-SEEN-SEQ OCCURS 3 TIMES.
		10 WS-FILE-SEEN PIC X OCCURS 60 TIMES.
01 WS-SEQ-IX     PIC 9.
01 WS-FIRST-HDR  PIC X.

*> Partnerns block under jämförelsen.
01 WS-PART-TABLE.
	05 WS-PART-BER FLOAT-LONG OCCURS 60 TIMES.
01 WS-PART-EXP-DATE PIC 9(08).
01 WS-PART-EXP-TIME PIC 9(08).

*> Återuppbyggnad av flyttalsvärdet ur exportpostens delar -
*> samma fält som i BERNEM.
01 WS-IMP-VALUE  FLOAT-LONG.
01 WS-IMP-MANT   FLOAT-LONG.
01 WS-IMP-SCALE  FLOAT-LONG.
01 WS-IMP-FRAC   PIC 9(17).
01 WS-IMP-E      PIC 9(03).

*> Uppslaget i BERNMSTR för det aktuella blocket.
01 WS-MSTR-FOUND  PIC X.
01 WS-QUAR-SEEN   PIC X.
01 WS-BLK-DEV     PIC 9(03).

*> Utfall och räkneverk för filen.
01 WS-OUTCOME     PIC X.
01 WS-BLOCKS      PIC 9(03) VALUE 0.
01 WS-VALUES      PIC 9(05) VALUE 0.
01 WS-AGREED      PIC 9(05) VALUE 0.
01 WS-DEVIATIONS  PIC 9(05) VALUE 0.
01 WS-STAGED      PIC 9(03) VALUE 0.
01 WS-INRG-OPEN   PIC X VALUE "N".
01 WS-INRG-SAVE-KEY PIC X(26).

01 WS-OPERATOR-ID PIC X(08) VALUE "PARTNER".
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-RECV-DATE    PIC 9(08).
01 WS-RECV-TIME    PIC 9(08).
01 WS-AUDIT-MODE   PIC X(06) VALUE "PARTNR".
01 WS-AUDIT-LINE   PIC X(132).
01 WS-OUTCOME-TEXT PIC X(30).

01 WS-DISP-INDEX  PIC Z9.
01 WS-DISP-N      PIC Z9.
01 WS-DISP-COUNT  PIC ZZZZ9.
01 WS-DISP-COUNT2 PIC ZZZZ9.
01 WS-DISP-COUNT3 PIC ZZZZ9.
01 WS-DISP-COUNT4 PIC ZZZZ9.
01 WS-REPORT-LINE PIC X(132).

*> Vetenskaplig form för rapporten - samma normalisering som
*> FLOAT-TO-SCI i Bernoulli.cob.
01 WS-SCI-SOURCE FLOAT-LONG.
01 WS-SCI-TEXT   PIC X(20).
01 WS-SCI-PART   PIC X(20).
01 WS-SCI-OURS   PIC X(20).
01 WS-SCI-DIFF   PIC X(20).
01 WS-SCI-EXP    PIC 9(03).
01 WS-EXP-WORK   FLOAT-LONG.
01 WS-EXP-POWER  PIC S9(03) COMP.
01 WS-EXP-MANT   PIC 9V9(17).
01 WS-EXP-MANT-X REDEFINES WS-EXP-MANT.
	05 WS-EXP-MANT-I PIC 9.
	05 WS-EXP-MANT-F PIC 9(17).

PROCEDURE DIVISION.

	PERFORM GET-RUN-PARM
	IF WS-PARM-VALID NOT = "Y"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE 1 TO WS-TOLERANCE
	PERFORM WS-TOL-EXP TIMES
		DIVIDE 10 INTO WS-TOLERANCE
	END-PERFORM

	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF

	*> Utan registret går det inte att visa att filen tagits emot
	*> - då tas den inte emot alls.
	OPEN I-O INBOUND-REGISTER
	IF WS-INRG-STATUS = "35"
		OPEN OUTPUT INBOUND-REGISTER
		CLOSE INBOUND-REGISTER
		OPEN I-O INBOUND-REGISTER
	END-IF
	IF WS-INRG-STATUS NOT = "00"
		DISPLAY "BERNINRG kan inte öppnas (status " WS-INRG-STATUS
			"), mottagningen avbruten."
		MOVE "F" TO WS-OUTCOME
		MOVE "BERNINRG KAN INTE ÖPPNAS" TO WS-BAD-REASON
		PERFORM WRITE-AUDIT-RECORD
		CLOSE AUDIT-LOG
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE "Y" TO WS-INRG-OPEN

	OPEN OUTPUT PARTNER-REPORT
	IF WS-PRPT-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNPRPT, mottagningen avbruten."
		CLOSE INBOUND-REGISTER
		MOVE "F" TO WS-OUTCOME
		MOVE "BERNPRPT KAN INTE ÖPPNAS" TO WS-BAD-REASON
		PERFORM WRITE-AUDIT-RECORD
		CLOSE AUDIT-LOG
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	ACCEPT WS-RECV-DATE FROM DATE YYYYMMDD
	ACCEPT WS-RECV-TIME FROM TIME
	MOVE 0 TO WS-PART-EXP-DATE
	MOVE 0 TO WS-PART-EXP-TIME
	MOVE SPACES TO WS-BAD-REASON
	MOVE "P" TO WS-OUTCOME
	PERFORM WRITE-REGISTER-RECORD
	PERFORM WRITE-REPORT-HEADING

	PERFORM VALIDATE-PARTNER-FILE
	IF WS-FILE-BAD = "Y"
		IF WS-PEXP-STATUS NOT = "00" AND WS-PEXP-STATUS NOT = "10"
			MOVE "F" TO WS-OUTCOME
		ELSE
			MOVE "V" TO WS-OUTCOME
		END-IF
		PERFORM WRITE-REJECTION-LINES
	ELSE
		OPEN INPUT BERNOULLI-MASTER
		IF WS-MSTR-STATUS NOT = "00"
			MOVE "F" TO WS-OUTCOME
			MOVE "BERNMSTR KAN INTE ÖPPNAS" TO WS-BAD-REASON
			PERFORM WRITE-REJECTION-LINES
		ELSE
			OPEN I-O PARTNER-STAGE
			IF WS-PSTG-STATUS = "35"
				OPEN OUTPUT PARTNER-STAGE
				CLOSE PARTNER-STAGE
				OPEN I-O PARTNER-STAGE
			END-IF
			IF WS-PSTG-STATUS NOT = "00"
				MOVE "F" TO WS-OUTCOME
				MOVE "BERNPSTG KAN INTE ÖPPNAS" TO WS-BAD-REASON
				PERFORM WRITE-REJECTION-LINES
			ELSE
				PERFORM COMPARE-PARTNER-FILE
				CLOSE PARTNER-STAGE
				IF WS-DEVIATIONS > 0
					MOVE "A" TO WS-OUTCOME
				ELSE
				IF WS-STAGED > 0
					MOVE "M" TO WS-OUTCOME
				ELSE
					MOVE "I" TO WS-OUTCOME
				END-IF
				END-IF
			END-IF
			CLOSE BERNOULLI-MASTER
		END-IF
	END-IF

	PERFORM WRITE-REPORT-SUMMARY
	PERFORM REWRITE-REGISTER-RECORD
	PERFORM WRITE-SITE-HISTORY
	PERFORM WRITE-AUDIT-RECORD

	CLOSE PARTNER-REPORT
	CLOSE INBOUND-REGISTER
	CLOSE AUDIT-LOG

	*> Returkoden följer utfallet - en partner som inte är i takt
	*> eller block som väntar på certifiering ska synas för
	*> schemaläggaren, inte bara i rapporten.
	EVALUATE WS-OUTCOME
		WHEN "I"
			MOVE 0 TO RETURN-CODE
		WHEN "M"
			MOVE 4 TO RETURN-CODE
		WHEN "A"
			MOVE 4 TO RETURN-CODE
		WHEN "V"
			MOVE 8 TO RETURN-CODE
		WHEN OTHER
			MOVE 12 TO RETURN-CODE
	END-EVALUATE
	DISPLAY "Mottagning från " WS-SITE-ID " klar - "
		WS-OUTCOME-TEXT " Rapport skriven till BERNPRPT."
	STOP RUN.

	GET-RUN-PARM.
		*> 'SITE=' och 'TOL=' var som helst i PARM, åtskilda med
		*> komma. Platsens identitet slutar vid första komma.
		MOVE "Y" TO WS-PARM-VALID
		MOVE SPACES TO WS-SITE-ID
		MOVE SPACES TO WS-TOL-TEXT
		ACCEPT WS-PARM FROM COMMAND-LINE
		PERFORM VARYING WS-PARM-POS FROM 1 BY 1
			UNTIL WS-PARM-POS > 20
			IF WS-PARM(WS-PARM-POS:5) = "SITE="
				MOVE WS-PARM(WS-PARM-POS + 5:8) TO WS-SITE-ID
			END-IF
		END-PERFORM
		PERFORM VARYING WS-PARM-POS FROM 1 BY 1
			UNTIL WS-PARM-POS > 27
			IF WS-PARM(WS-PARM-POS:4) = "TOL="
				MOVE WS-PARM(WS-PARM-POS + 4:2) TO WS-TOL-TEXT
			END-IF
		END-PERFORM
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > 8
			IF WS-SITE-ID(i:1) = ","
				MOVE SPACES TO WS-SITE-ID(i:)
			END-IF
		END-PERFORM
		IF WS-SITE-ID = SPACES
			DISPLAY "PARM saknar SITE=xxxxxxxx - platsens identitet"
				" måste anges."
			MOVE "N" TO WS-PARM-VALID
		END-IF
		IF WS-TOL-TEXT NOT = SPACES
			IF WS-TOL-TEXT IS NUMERIC
				MOVE WS-TOL-TEXT TO WS-TOL-EXP
				IF WS-TOL-EXP = 0 OR WS-TOL-EXP > 15
					DISPLAY "TOL= måste vara 01..15."
					MOVE "N" TO WS-PARM-VALID
				END-IF
			ELSE
				DISPLAY "TOL= anges med två siffror (01..15)."
				MOVE "N" TO WS-PARM-VALID
			END-IF
		END-IF.

	VALIDATE-PARTNER-FILE.
		*> Första läsningen - hela filen kontrolleras innan något
		*> jämförs, precis som LOAD-EXPORT-FILE i BERNEM avvisar en
		*> fil i sin helhet.
		MOVE "N" TO WS-FILE-BAD
		MOVE "N" TO WS-BLK-OPEN
		MOVE "Y" TO WS-FIRST-HDR
		MOVE 0 TO WS-BLOCKS
		MOVE ALL "N" TO WS-FILE-SEEN-TABLE
		OPEN INPUT PARTNER-EXPORT
		IF WS-PEXP-STATUS NOT = "00"
			MOVE "Y" TO WS-FILE-BAD
			MOVE "BERNPEXP KAN INTE ÖPPNAS" TO WS-BAD-REASON
		ELSE
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FILE-BAD = "Y"
				READ PARTNER-EXPORT
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						PERFORM CHECK-ONE-EXPORT-RECORD
				END-READ
			END-PERFORM
			CLOSE PARTNER-EXPORT
			IF WS-FILE-BAD = "N" AND WS-BLK-OPEN = "Y"
				MOVE "Y" TO WS-FILE-BAD
				MOVE "SLUTPOST SAKNAS - FILEN KLIPPT MITT I"
					TO WS-BAD-REASON
			END-IF
			IF WS-FILE-BAD = "N" AND WS-BLOCKS = 0
				MOVE "Y" TO WS-FILE-BAD
				MOVE "FILEN INNEHÅLLER INGA BLOCK" TO WS-BAD-REASON
			END-IF
		END-IF
		IF WS-FILE-BAD = "Y"
			DISPLAY "BERNPEXP från " WS-SITE-ID " avvisad: "
				WS-BAD-REASON
		END-IF.

	CHECK-ONE-EXPORT-RECORD.
		EVALUATE EXP-REC-TYPE
			WHEN "H"
				IF WS-BLK-OPEN = "Y"
					MOVE "Y" TO WS-FILE-BAD
					MOVE "HUVUDPOST MITT I ETT ÖPPET BLOCK"
						TO WS-BAD-REASON
				ELSE
				IF EXPH-N NOT NUMERIC OR EXPH-N = 0
					OR EXPH-N > WS-MAX-N
					MOVE "Y" TO WS-FILE-BAD
					MOVE "HUVUDPOST MED OGILTIGT N"
						TO WS-BAD-REASON
				ELSE
				IF EXPH-SEQ NOT = "B" AND EXPH-SEQ NOT = "E"
					AND EXPH-SEQ NOT = "T"
					MOVE "Y" TO WS-FILE-BAD
					MOVE "HUVUDPOST MED OKÄND TALFÖLJD"
						TO WS-BAD-REASON
				ELSE
					PERFORM SET-SEQ-INDEX
					IF WS-FILE-SEEN(WS-SEQ-IX, EXPH-N) = "Y"
						MOVE "Y" TO WS-FILE-BAD
						MOVE "BLOCKET FÖREKOMMER TVÅ GÅNGER I FILEN"
							TO WS-BAD-REASON
					ELSE
						MOVE "Y" TO WS-FILE-SEEN(WS-SEQ-IX, EXPH-N)
						MOVE "Y" TO WS-BLK-OPEN
						MOVE EXPH-SEQ TO WS-BLK-SEQ
						MOVE EXPH-N TO WS-BLK-N
						MOVE 0 TO WS-BLK-COUNT
						MOVE ALL "N" TO WS-BLK-SEEN-TABLE
						ADD 1 TO WS-BLOCKS
						IF WS-FIRST-HDR = "Y"
							MOVE EXPH-DATE TO WS-PART-EXP-DATE
							MOVE EXPH-TIME TO WS-PART-EXP-TIME
							MOVE "N" TO WS-FIRST-HDR
						END-IF
					END-IF
				END-IF
				END-IF
				END-IF
			WHEN "D"
				IF WS-BLK-OPEN NOT = "Y"
					MOVE "Y" TO WS-FILE-BAD
					MOVE "VÄRDEPOST UTAN HUVUDPOST"
						TO WS-BAD-REASON
				ELSE
				IF EXP-SEQ NOT = WS-BLK-SEQ
					MOVE "Y" TO WS-FILE-BAD
					MOVE "VÄRDEPOST FÖR FEL TALFÖLJD I BLOCKET"
						TO WS-BAD-REASON
				ELSE
				IF EXP-INDEX NOT NUMERIC OR EXP-INDEX = 0
					OR EXP-INDEX > WS-BLK-N
					MOVE "Y" TO WS-FILE-BAD
					MOVE "VÄRDEPOST MED OGILTIGT INDEX"
						TO WS-BAD-REASON
				ELSE
				IF WS-BLK-SEEN(EXP-INDEX) = "Y"
					MOVE "Y" TO WS-FILE-BAD
					MOVE "VÄRDEPOST MED UPPREPAT INDEX"
						TO WS-BAD-REASON
				ELSE
				IF (EXP-SIGN NOT = "+" AND EXP-SIGN NOT = "-")
					OR (EXP-EXP-SIGN NOT = "+"
						AND EXP-EXP-SIGN NOT = "-")
					OR EXP-MANT-INT NOT NUMERIC
					OR EXP-MANT-FRAC NOT NUMERIC
					OR EXP-EXPONENT NOT NUMERIC
					MOVE "Y" TO WS-FILE-BAD
					MOVE "VÄRDEPOST MED OGILTIGT VÄRDE"
						TO WS-BAD-REASON
				ELSE
					MOVE "Y" TO WS-BLK-SEEN(EXP-INDEX)
					ADD 1 TO WS-BLK-COUNT
				END-IF
				END-IF
				END-IF
				END-IF
				END-IF
			WHEN "T"
				IF WS-BLK-OPEN NOT = "Y"
					MOVE "Y" TO WS-FILE-BAD
					MOVE "SLUTPOST UTAN HUVUDPOST"
						TO WS-BAD-REASON
				ELSE
				IF EXPT-SEQ NOT = WS-BLK-SEQ
					OR EXPT-N NOT = WS-BLK-N
					MOVE "Y" TO WS-FILE-BAD
					MOVE "SLUTPOST STÄMMER EJ MED HUVUDPOSTEN"
						TO WS-BAD-REASON
				ELSE
				IF EXPT-COUNT NOT = WS-BLK-COUNT
					MOVE "Y" TO WS-FILE-BAD
					MOVE "POSTRÄKNINGEN I SLUTPOSTEN STÄMMER EJ"
						TO WS-BAD-REASON
				ELSE
				*> Index är unika och högst N - N värdeposter
				*> betyder att varje index 1..N finns.
				IF WS-BLK-COUNT NOT = WS-BLK-N
					MOVE "Y" TO WS-FILE-BAD
					MOVE "BLOCKET SAKNAR VÄRDEPOSTER"
						TO WS-BAD-REASON
				ELSE
					MOVE "N" TO WS-BLK-OPEN
				END-IF
				END-IF
				END-IF
				END-IF
			WHEN OTHER
				MOVE "Y" TO WS-FILE-BAD
				MOVE "OKÄND POSTTYP - FILEN ÄR INTE SJÄLVBESKRIVANDE"
					TO WS-BAD-REASON
		END-EVALUATE.

	SET-SEQ-INDEX.
		EVALUATE EXPH-SEQ
			WHEN "B"
				MOVE 1 TO WS-SEQ-IX
			WHEN "E"
				MOVE 2 TO WS-SEQ-IX
			WHEN OTHER
				MOVE 3 TO WS-SEQ-IX
		END-EVALUATE.

	COMPARE-PARTNER-FILE.
		*> Andra läsningen - filen är redan kontrollerad, så bara
		*> posttypen styr: huvudposten nollställer blocket,
		*> värdeposterna läses in och slutposten jämför blocket.
		OPEN INPUT PARTNER-EXPORT
		MOVE "N" TO WS-EOF-FLAG
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ PARTNER-EXPORT
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					EVALUATE EXP-REC-TYPE
						WHEN "H"
							MOVE EXPH-SEQ TO WS-BLK-SEQ
							MOVE EXPH-N TO WS-BLK-N
							PERFORM VARYING i FROM 1 BY 1
								UNTIL i > WS-MAX-N
								MOVE 0 TO WS-PART-BER(i)
							END-PERFORM
						WHEN "D"
							PERFORM LOAD-ONE-EXPORT-RECORD
						WHEN "T"
							PERFORM COMPARE-ONE-BLOCK
					END-EVALUATE
			END-READ
		END-PERFORM
		CLOSE PARTNER-EXPORT.

	LOAD-ONE-EXPORT-RECORD.
		*> Samma återuppbyggnad som LOAD-ONE-EXPORT-RECORD i BERNEM.
		MOVE EXP-MANT-FRAC TO WS-IMP-FRAC
		MOVE WS-IMP-FRAC TO WS-IMP-MANT
		COMPUTE WS-IMP-MANT = WS-IMP-MANT / 1.0E17
		END-COMPUTE
		COMPUTE WS-IMP-MANT = WS-IMP-MANT + EXP-MANT-INT
		END-COMPUTE
		MOVE 1 TO WS-IMP-SCALE
		MOVE EXP-EXPONENT TO WS-IMP-E
		PERFORM WS-IMP-E TIMES
			MULTIPLY 10 BY WS-IMP-SCALE
		END-PERFORM
		IF EXP-EXP-SIGN = "-"
			COMPUTE WS-IMP-VALUE = WS-IMP-MANT / WS-IMP-SCALE
			END-COMPUTE
		ELSE
			COMPUTE WS-IMP-VALUE = WS-IMP-MANT * WS-IMP-SCALE
			END-COMPUTE
		END-IF
		IF EXP-SIGN = "-"
			COMPUTE WS-IMP-VALUE = 0 - WS-IMP-VALUE
			END-COMPUTE
		END-IF
		MOVE WS-IMP-VALUE TO WS-PART-BER(EXP-INDEX).

	COMPARE-ONE-BLOCK.
		PERFORM FIND-COVERING-RECORD
		MOVE WS-BLK-N TO WS-DISP-N
		IF WS-MSTR-FOUND = "Y"
			PERFORM COMPARE-BLOCK-VALUES
		ELSE
			PERFORM STAGE-PARTNER-BLOCK
		END-IF.

	FIND-COVERING-RECORD.
		*> Minsta post för samma talföljd med N >= blockets N som
		*> inte ligger i karantän - värdena för index 1..N är
		*> desamma i varje täckande tabell.
		MOVE "N" TO WS-MSTR-FOUND
		MOVE "N" TO WS-QUAR-SEEN
		MOVE WS-BLK-SEQ TO MSTR-SEQ
		MOVE WS-BLK-N TO MSTR-N
		START BERNOULLI-MASTER KEY NOT < MSTR-KEY
			INVALID KEY
				CONTINUE
		END-START
		IF WS-MSTR-STATUS = "00"
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					CONTINUE
			END-READ
		END-IF
		PERFORM UNTIL WS-MSTR-STATUS NOT = "00"
			OR MSTR-SEQ NOT = WS-BLK-SEQ
			OR MSTR-QUARANTINE NOT = "Q"
			MOVE "Y" TO WS-QUAR-SEEN
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					CONTINUE
			END-READ
		END-PERFORM
		IF WS-MSTR-STATUS = "00"
			IF MSTR-SEQ = WS-BLK-SEQ AND MSTR-N <= WS-MAX-N
				MOVE "Y" TO WS-MSTR-FOUND
			END-IF
		END-IF.

	COMPARE-BLOCK-VALUES.
		MOVE 0 TO WS-BLK-DEV
		PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-BLK-N
			ADD 1 TO WS-VALUES
			COMPUTE WS-DIFF = WS-PART-BER(m) - MSTR-BER(m)
			END-COMPUTE
			IF WS-DIFF < 0
				COMPUTE WS-DIFF = 0 - WS-DIFF END-COMPUTE
			END-IF
			MOVE MSTR-BER(m) TO WS-SCALE
			IF WS-SCALE < 0
				COMPUTE WS-SCALE = 0 - WS-SCALE END-COMPUTE
			END-IF
			IF WS-SCALE < 1
				MOVE 1 TO WS-SCALE
			END-IF
			COMPUTE WS-LIMIT = WS-TOLERANCE * WS-SCALE END-COMPUTE
			IF WS-DIFF > WS-LIMIT
				ADD 1 TO WS-DEVIATIONS
				ADD 1 TO WS-BLK-DEV
				PERFORM WRITE-DEVIATION-LINE
			ELSE
				ADD 1 TO WS-AGREED
			END-IF
		END-PERFORM
		MOVE SPACES TO WS-REPORT-LINE
		MOVE MSTR-N TO WS-DISP-INDEX
		MOVE WS-BLK-DEV TO WS-DISP-COUNT
		IF WS-BLK-DEV = 0
			STRING "FÖLJD=" WS-BLK-SEQ " N=" WS-DISP-N
				"  I TAKT - ALLA VÄRDEN INOM TOLERANSEN"
				" (JÄMFÖRT MOT BERNMSTR N=" WS-DISP-INDEX ")"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
			STRING "FÖLJD=" WS-BLK-SEQ " N=" WS-DISP-N
				"  AVVIKER -" WS-DISP-COUNT " VÄRDEN UTANFÖR"
				" TOLERANSEN (JÄMFÖRT MOT BERNMSTR N="
				WS-DISP-INDEX ")"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD.

	WRITE-DEVIATION-LINE.
		MOVE WS-PART-BER(m) TO WS-SCI-SOURCE
		PERFORM FLOAT-TO-SCI
		MOVE WS-SCI-TEXT TO WS-SCI-PART
		MOVE MSTR-BER(m) TO WS-SCI-SOURCE
		PERFORM FLOAT-TO-SCI
		MOVE WS-SCI-TEXT TO WS-SCI-OURS
		MOVE WS-DIFF TO WS-SCI-SOURCE
		PERFORM FLOAT-TO-SCI
		MOVE WS-SCI-TEXT TO WS-SCI-DIFF
		MOVE WS-LIMIT TO WS-SCI-SOURCE
		PERFORM FLOAT-TO-SCI
		MOVE SPACES TO WS-REPORT-LINE
		MOVE m TO WS-DISP-INDEX
		STRING "  AVVIKELSE FÖLJD=" WS-BLK-SEQ " INDEX="
			WS-DISP-INDEX " PARTNER=" WS-SCI-PART(1:18) " VÅRT="
			WS-SCI-OURS(1:18) " DIFF=" WS-SCI-DIFF(1:18) " GRÄNS="
			WS-SCI-TEXT(1:18)
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD.

	STAGE-PARTNER-BLOCK.
		*> Vi har ingen tabell att jämföra mot - blocket
		*> mellanlagras för certifiering och läses inte in.
		MOVE WS-INRG-SAVE-KEY TO PSTG-KEY
		MOVE WS-BLK-SEQ TO PSTG-SEQ
		MOVE WS-BLK-N TO PSTG-N
		MOVE "V" TO PSTG-STATE
		MOVE WS-PART-EXP-DATE TO PSTG-EXP-DATE
		MOVE WS-PART-EXP-TIME TO PSTG-EXP-TIME
		MOVE 0 TO PSTG-DONE-DATE
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-MAX-N
			MOVE WS-PART-BER(i) TO PSTG-BER(i)
		END-PERFORM
		WRITE PARTNER-STAGE-RECORD
			INVALID KEY
				CONTINUE
		END-WRITE
		MOVE SPACES TO WS-REPORT-LINE
		IF WS-PSTG-STATUS = "00"
			ADD 1 TO WS-STAGED
			IF WS-QUAR-SEEN = "Y"
				STRING "FÖLJD=" WS-BLK-SEQ " N=" WS-DISP-N
					"  VÅR TABELL LIGGER I KARANTÄN - MELLANLAGRAD"
					" FÖR CERTIFIERING I BERNPSTG"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			ELSE
				STRING "FÖLJD=" WS-BLK-SEQ " N=" WS-DISP-N
					"  SAKNAS I BERNMSTR - MELLANLAGRAD FÖR"
					" CERTIFIERING I BERNPSTG"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			END-IF
		ELSE
			*> Ett block som varken kunde jämföras eller
			*> mellanlagras räknas som avvikelse - partnern kan
			*> då inte visas vara i takt.
			ADD 1 TO WS-DEVIATIONS
			DISPLAY "Blocket FÖLJD=" WS-BLK-SEQ " N=" WS-BLK-N
				" kunde inte mellanlagras (status " WS-PSTG-STATUS
				")."
			STRING "FÖLJD=" WS-BLK-SEQ " N=" WS-DISP-N
				"  SAKNAS I BERNMSTR - KUNDE INTE MELLANLAGRAS"
				" (STATUS " WS-PSTG-STATUS ")"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD.

	WRITE-REJECTION-LINES.
		MOVE SPACES TO WS-REPORT-LINE
		IF WS-OUTCOME = "V"
			STRING "FILEN AVVISAD I MOTTAGNINGSKONTROLLEN: "
				WS-BAD-REASON
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
			STRING "FILEN KUNDE INTE JÄMFÖRAS: " WS-BAD-REASON
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE "INGENTING JÄMFÖRT OCH INGENTING MELLANLAGRAT."
			TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD.

	WRITE-REPORT-HEADING.
		MOVE SPACES TO WS-REPORT-LINE
		STRING "ÖVERENSSTÄMMELSE MED PARTNERINSTALLATION (BERNPART)"
			"  PLATS " WS-SITE-ID
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		STRING "MOTTAGEN " WS-RECV-DATE "-" WS-RECV-TIME
			"  RELATIV TOLERANS 1E-" WS-TOL-EXP
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE ALL "=" TO PARTNER-REPORT-RECORD(1:60)
		MOVE SPACES TO PARTNER-REPORT-RECORD(61:72)
		WRITE PARTNER-REPORT-RECORD.

	WRITE-REPORT-SUMMARY.
		EVALUATE WS-OUTCOME
			WHEN "I"
				MOVE "I TAKT." TO WS-OUTCOME-TEXT
			WHEN "M"
				MOVE "I TAKT, BLOCK MELLANLAGRADE." TO WS-OUTCOME-TEXT
			WHEN "A"
				MOVE "AVVIKELSER MOT BERNMSTR." TO WS-OUTCOME-TEXT
			WHEN "V"
				MOVE "FILEN AVVISAD." TO WS-OUTCOME-TEXT
			WHEN OTHER
				MOVE "KUNDE INTE JÄMFÖRAS." TO WS-OUTCOME-TEXT
		END-EVALUATE
		MOVE ALL "=" TO PARTNER-REPORT-RECORD(1:60)
		MOVE SPACES TO PARTNER-REPORT-RECORD(61:72)
		WRITE PARTNER-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		STRING "UTFALL: " WS-OUTCOME-TEXT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-BLOCKS TO WS-DISP-COUNT
		MOVE WS-VALUES TO WS-DISP-COUNT2
		MOVE WS-AGREED TO WS-DISP-COUNT3
		MOVE WS-DEVIATIONS TO WS-DISP-COUNT4
		STRING "BLOCK:" WS-DISP-COUNT "  JÄMFÖRDA VÄRDEN:"
			WS-DISP-COUNT2 "  I TAKT:" WS-DISP-COUNT3
			"  AVVIKELSER:" WS-DISP-COUNT4
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-STAGED TO WS-DISP-COUNT
		STRING "MELLANLAGRADE BLOCK:" WS-DISP-COUNT
			" (CERTIFIERAS MED BERNVRFY PARM='STAGED')"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD.

	WRITE-REGISTER-RECORD.
		*> Filen förs in som pågående innan den ens öppnas - även en
		*> mottagning som avbryts syns i registret. Samma sekund
		*> två gånger ger nästa löpnummer.
		MOVE WS-SITE-ID TO INRG-SITE
		MOVE WS-RECV-DATE TO INRG-DATE
		MOVE WS-RECV-TIME TO INRG-TIME
		MOVE 0 TO INRG-SERIAL
		PERFORM FILL-REGISTER-FIELDS
		WRITE INBOUND-REGISTER-RECORD
			INVALID KEY
				CONTINUE
		END-WRITE
		PERFORM UNTIL WS-INRG-STATUS NOT = "22"
			OR INRG-SERIAL >= 99
			ADD 1 TO INRG-SERIAL
			WRITE INBOUND-REGISTER-RECORD
				INVALID KEY
					CONTINUE
			END-WRITE
		END-PERFORM
		IF WS-INRG-STATUS NOT = "00"
			DISPLAY "Mottagningen kunde inte föras in i BERNINRG"
				" (status " WS-INRG-STATUS ")."
		END-IF
		MOVE INRG-KEY TO WS-INRG-SAVE-KEY.

	REWRITE-REGISTER-RECORD.
		MOVE WS-INRG-SAVE-KEY TO INRG-KEY
		READ INBOUND-REGISTER
			INVALID KEY
				CONTINUE
		END-READ
		PERFORM FILL-REGISTER-FIELDS
		IF WS-INRG-STATUS = "00"
			REWRITE INBOUND-REGISTER-RECORD
				INVALID KEY
					CONTINUE
			END-REWRITE
		ELSE
			WRITE INBOUND-REGISTER-RECORD
				INVALID KEY
					CONTINUE
			END-WRITE
		END-IF
		IF WS-INRG-STATUS NOT = "00"
			DISPLAY "Utfallet kunde inte skrivas till BERNINRG"
				" (status " WS-INRG-STATUS ")."
		END-IF.

	FILL-REGISTER-FIELDS.
		MOVE WS-OUTCOME TO INRG-OUTCOME
		MOVE WS-PART-EXP-DATE TO INRG-EXP-DATE
		MOVE WS-PART-EXP-TIME TO INRG-EXP-TIME
		MOVE WS-BLOCKS TO INRG-BLOCKS
		MOVE WS-VALUES TO INRG-VALUES
		MOVE WS-AGREED TO INRG-AGREED
		MOVE WS-DEVIATIONS TO INRG-DEVIATIONS
		MOVE WS-STAGED TO INRG-STAGED
		MOVE WS-TOL-EXP TO INRG-TOL-EXP
		MOVE WS-BAD-REASON TO INRG-REASON.

	WRITE-SITE-HISTORY.
		*> Platsens alla mottagningar i registret, äldst först -
		*> visar vilka dagar partnern var i takt med oss.
		MOVE SPACES TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		STRING "MOTTAGNINGAR FRÅN " WS-SITE-ID " I BERNINRG"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE "  MOTTAGEN          EXPORTERAD        UTFALL BLOCK VÄRDEN"
			TO WS-REPORT-LINE
		MOVE " AVVIK MELLANL TOL" TO WS-REPORT-LINE(59:)
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD
		MOVE WS-SITE-ID TO INRG-SITE
		MOVE 0 TO INRG-DATE
		MOVE 0 TO INRG-TIME
		MOVE 0 TO INRG-SERIAL
		MOVE "N" TO WS-EOF-FLAG
		START INBOUND-REGISTER KEY NOT < INRG-KEY
			INVALID KEY
				MOVE "Y" TO WS-EOF-FLAG
		END-START
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ INBOUND-REGISTER NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					IF INRG-SITE NOT = WS-SITE-ID
						MOVE "Y" TO WS-EOF-FLAG
					ELSE
						PERFORM WRITE-HISTORY-LINE
					END-IF
			END-READ
		END-PERFORM.

	WRITE-HISTORY-LINE.
		MOVE SPACES TO WS-REPORT-LINE
		MOVE INRG-VALUES TO WS-DISP-COUNT
		MOVE INRG-DEVIATIONS TO WS-DISP-COUNT2
		MOVE INRG-STAGED TO WS-DISP-COUNT3
		MOVE INRG-BLOCKS TO WS-DISP-COUNT4
		STRING "  " INRG-DATE "-" INRG-TIME " " INRG-EXP-DATE "-"
			INRG-EXP-TIME " " INRG-OUTCOME "     " WS-DISP-COUNT4
			" " WS-DISP-COUNT "  " WS-DISP-COUNT2 "   "
			WS-DISP-COUNT3 "  " INRG-TOL-EXP "  " INRG-REASON
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO PARTNER-REPORT-RECORD
		WRITE PARTNER-REPORT-RECORD.

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE WS-DEVIATIONS TO WS-DISP-COUNT
		MOVE WS-STAGED TO WS-DISP-COUNT2
		MOVE SPACES TO WS-AUDIT-LINE
		EVALUATE WS-OUTCOME
			WHEN "I"
				STRING WS-SYS-DATE "-" WS-SYS-TIME
					" OP=" WS-OPERATOR-ID
					" LÄGE=" WS-AUDIT-MODE
					" N=ALL PLATS=" WS-SITE-ID
					" STATUS=OK (I TAKT)"
					DELIMITED BY SIZE INTO WS-AUDIT-LINE
			WHEN "M"
				STRING WS-SYS-DATE "-" WS-SYS-TIME
					" OP=" WS-OPERATOR-ID
					" LÄGE=" WS-AUDIT-MODE
					" N=ALL PLATS=" WS-SITE-ID
					" STATUS=OK (I TAKT," WS-DISP-COUNT2
					" BLOCK MELLANLAGRADE)"
					DELIMITED BY SIZE INTO WS-AUDIT-LINE
			WHEN "A"
				STRING WS-SYS-DATE "-" WS-SYS-TIME
					" OP=" WS-OPERATOR-ID
					" LÄGE=" WS-AUDIT-MODE
					" N=ALL PLATS=" WS-SITE-ID
					" STATUS=FEL (" WS-DISP-COUNT " AVVIKELSER,"
					WS-DISP-COUNT2 " BLOCK MELLANLAGRADE)"
					DELIMITED BY SIZE INTO WS-AUDIT-LINE
			WHEN OTHER
				STRING WS-SYS-DATE "-" WS-SYS-TIME
					" OP=" WS-OPERATOR-ID
					" LÄGE=" WS-AUDIT-MODE
					" N=ALL PLATS=" WS-SITE-ID
					" STATUS=AVVISAD (" WS-BAD-REASON ")"
					DELIMITED BY SIZE INTO WS-AUDIT-LINE
		END-EVALUATE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	FLOAT-TO-SCI.
		*> Bygger "d.ddddddddddE+ppp" (med tecken) i WS-SCI-TEXT ur
		*> WS-SCI-SOURCE - samma normalisering som FLOAT-TO-SCI i
		*> Bernoulli.cob.
		MOVE SPACES TO WS-SCI-TEXT
		IF WS-SCI-SOURCE = 0
			MOVE " 0" TO WS-SCI-TEXT
		ELSE
			IF WS-SCI-SOURCE < 0
				COMPUTE WS-EXP-WORK = 0 - WS-SCI-SOURCE
				END-COMPUTE
			ELSE
				MOVE WS-SCI-SOURCE TO WS-EXP-WORK
			END-IF
			MOVE 0 TO WS-EXP-POWER
			PERFORM UNTIL WS-EXP-WORK < 10
				DIVIDE 10 INTO WS-EXP-WORK
				ADD 1 TO WS-EXP-POWER
			END-PERFORM
			PERFORM UNTIL WS-EXP-WORK >= 1
				MULTIPLY 10 BY WS-EXP-WORK
				SUBTRACT 1 FROM WS-EXP-POWER
			END-PERFORM
			MOVE WS-EXP-WORK TO WS-EXP-MANT
			IF WS-SCI-SOURCE < 0
				MOVE "-" TO WS-SCI-TEXT(1:1)
			END-IF
			IF WS-EXP-POWER < 0
				COMPUTE WS-SCI-EXP = 0 - WS-EXP-POWER END-COMPUTE
				STRING WS-EXP-MANT-I "." WS-EXP-MANT-F(1:10)
					"E-" WS-SCI-EXP
					DELIMITED BY SIZE INTO WS-SCI-TEXT(2:)
			ELSE
				MOVE WS-EXP-POWER TO WS-SCI-EXP
				STRING WS-EXP-MANT-I "." WS-EXP-MANT-F(1:10)
					"E+" WS-SCI-EXP
					DELIMITED BY SIZE INTO WS-SCI-TEXT(2:)
			END-IF
		END-IF.
