IDENTIFICATION DIVISION.
PROGRAM-ID. BERNFAUL.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Härledda produkter ur Bermoullimastern: Faulhabers slutna form
*> för potenssummor och Bermoullipolynomens värden. BERNEM ger bara
*> en Euler-Maclaurin-approximation av summan av x**P över A..B -
*> analysgruppen behöver också den exakta slutna formen
*>
*>   1**p + 2**p + ... + N**p = SUMMA C(i) * N**i, i = 1..p+1
*>   C(p+1-j) = binom(p+1, j) * B+(j) / (p+1), j = 0..p
*>
*> (B+(1) = +1/2, övriga B+(j) = B(j)) samt Bermoullipolynomen
*>
*>   B(p, x) = SUMMA binom(p, k) * B(k) * x**(p-k), k = 0..p
*>
*> i begärda punkter x. Båda tas direkt ur den cachade B-posten i
*> BERNOULLI-MASTER - koefficienterna och polynomvärdena blir exakta
*> bråk där masterpostens bråk för alla index som behövs finns i
*> tillstånd "E" och mellanresultaten ryms i 18 siffror, annars
*> visas flyttalsvärdet ensamt. Punkterna x anges som bråk a/b så
*> att även polynomvärdena kan bli exakta.
*>
*> Listan med p-värden och x-punkter läses från BERNFIN. Rapporten
*> skrivs till BERNFRPT och exportfilen till BERNFEXP i samma
*> normaliserade mantissa/tiopotens-layout som BERNEXP med huvud-
*> och slutpost per block - följd "X" med punkterna (index =
*> punktens nummer, N = antal punkter), följd "F" per p med
*> Faulhaberkoefficienterna (index = potensen av N, N = p) och
*> följd "Y" per p med B(p, x) (index = punktens nummer, N = p).
*> Körningen loggas till BERNAUD som varje annan körning.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Parameterlistan - en rad per p-värde eller x-punkt, se FD
	*> FAUL-PARMS.
	SELECT FAUL-PARMS ASSIGN TO "BERNFIN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PRM-STATUS.

	*> Bermoullimastern läses bara. DYNAMIC så att minsta cachade
	*> B-post som täcker det största begärda p kan sökas fram med
	*> START - en större tabell innehåller alla mindre index.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

	*> Den läsbara rapporten till analysgruppen.
	SELECT FAUL-REPORT ASSIGN TO "BERNFRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-FRPT-STATUS.

	*> Exportfil i BERNEXP-layouten (posttyp, följd, index, tecken,
	*> mantissa, tiopotens) med huvud- och slutpost per block.
	SELECT FAUL-EXPORT ASSIGN TO "BERNFEXP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-FEXP-STATUS.

	*> Samma revisionslogg som övriga körningar.
	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.

FILE SECTION.
*> Två radtyper:
*>   P-rad: kol 1 "P", kol 2-3 p (01..60)
*>   X-rad: kol 1 "X", kol 2 tecken (+, - eller blank), kol 3-11
*>          täljare, kol 12 "/", kol 13-21 nämnare (blank = 1)
*> Rader med "*" i kol 1 är kommentarer.
FD  FAUL-PARMS.
01 FAUL-PARM-RECORD.
	05 PRM-TYPE PIC X.
	05 PRM-P    PIC 9(02).
01 FAUL-PARM-X-RECORD.
	05 PRMX-TYPE  PIC X.
	05 PRMX-SIGN  PIC X.
	05 PRMX-NUM   PIC 9(09).
	05 PRMX-SLASH PIC X.
	05 PRMX-DEN   PIC X(09).
	05 PRMX-DEN-9 REDEFINES PRMX-DEN PIC 9(09).

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

FD  FAUL-REPORT.
01 FAUL-REPORT-RECORD PIC X(132).

*> Samma layouter som FD BERN-EXPORT i Bernoulli.cob.
FD  FAUL-EXPORT.
01 FAUL-EXPORT-RECORD.
	05 EXP-REC-TYPE  PIC X.
	05 EXP-SEQ       PIC X.
	05 EXP-INDEX     PIC 9(02).
	05 EXP-SIGN      PIC X.
	05 EXP-MANT-INT  PIC 9.
	05 EXP-MANT-FRAC PIC 9(17).
	05 EXP-EXP-SIGN  PIC X.
	05 EXP-EXPONENT  PIC 9(03).
01 FAUL-EXPORT-HEADER.
	05 EXPH-REC-TYPE PIC X.
	05 EXPH-DATE     PIC 9(08).
	05 EXPH-TIME     PIC 9(08).
	05 EXPH-SEQ      PIC X.
	05 EXPH-N        PIC 9(02).
01 FAUL-EXPORT-TRAILER.
	05 EXPT-REC-TYPE PIC X.
	05 EXPT-SEQ      PIC X.
	05 EXPT-N        PIC 9(02).
	05 EXPT-COUNT    PIC 9(05).

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 i 		PIC 99.
01 j        PIC 99.
01 k        PIC 99.
01 m        PIC 99.
01 n        PIC 99.
01 p        PIC 99.

*> Måste spegla OCCURS-gränsen i MSTR-TABLE - p = 60 använder
*> B(60), så det är största tillåtna p.
01 WS-MAX-N PIC 99 VALUE 60.
01 WS-MAX-X PIC 99 VALUE 20.

01 WS-PRM-STATUS  PIC XX.
01 WS-MSTR-STATUS PIC XX.
01 WS-FRPT-STATUS PIC XX.
01 WS-FEXP-STATUS PIC XX.
01 WS-AUD-STATUS  PIC XX.

01 WS-EOF-FLAG PIC X.
01 WS-FOUND    PIC X.

*> "Y" när FIND-MASTER-RECORD gått förbi en B-post i karantän
*> (underkänd av BERNVRFY) - sådana poster används aldrig.
01 WS-QUAR-SKIPPED PIC X.

*> Parameterlistan - p-värdena i den ordning de står i BERNFIN och
*> x-punkterna som förkortade bråk plus flyttalsvärde.
01 WS-P-COUNT PIC 99 VALUE 0.
01 WS-P-TABLE.
	05 WS-P-VAL PIC 99 OCCURS 60 TIMES.
01 WS-X-COUNT PIC 99 VALUE 0.
01 WS-X-TABLE.
	05 WS-X OCCURS 20 TIMES.
		10 WS-X-NUM PIC S9(18) COMP.
		10 WS-X-DEN PIC S9(18) COMP.
		10 WS-X-VAL FLOAT-LONG.
01 WS-BAD-CARDS PIC 9(03) VALUE 0.

*> Största begärda p, och N i den B-post som faktiskt användes.
01 WS-NEED-N PIC 99 VALUE 0.
01 WS-TAB-N  PIC 99.

*> Pascalrader - WS-PASCAL slutar på raden p+1 (Faulhaber) och
*> WS-PASCAL-P är kopian av raden p (Bermoullipolynomet). Index
*> i+1 bär binom(rad, i); binom(61, 30) ryms i 18 siffror.
01 WS-PASCAL-TABLE.
	05 WS-PASCAL PIC S9(18) COMP OCCURS 62 TIMES.
01 WS-PASCAL-P-TABLE.
	05 WS-PASCAL-P PIC S9(18) COMP OCCURS 62 TIMES.

*> Faulhaberkoefficienterna för aktuellt p, på index = potensen
*> av N. Samma tillståndskoder som bråken i masterposten: "E"
*> exakt, "O" ryms inte i 18 siffror, "N" ej beräkningsbart
*> (masterpostens bråk saknas, t.ex. en post skriven av BERNCALC).
01 WS-FC-TABLE.
	05 WS-FC OCCURS 61 TIMES.
		10 WS-FC-STATE PIC X.
		10 WS-FC-NUM   PIC S9(18) COMP.
		10 WS-FC-DEN   PIC S9(18) COMP.
		10 WS-FC-VAL   FLOAT-LONG.

*> B(p, x) för aktuellt p, på index = punktens nummer.
01 WS-PV-TABLE.
	05 WS-PV OCCURS 20 TIMES.
		10 WS-PV-STATE PIC X.
		10 WS-PV-NUM   PIC S9(18) COMP.
		10 WS-PV-DEN   PIC S9(18) COMP.
		10 WS-PV-VAL   FLOAT-LONG.

*> Arbetsfält för bråkaritmetiken - Euklides, summa, term och
*> spillflagga, samma mönster som bråkaritmetiken i Bernoulli.cob.
*> WS-FR-BSTATE/-BNUM/-BDEN är Bermoullitalet B(j) som bråk.
01 WS-FR-SNUM  PIC S9(18) COMP.
01 WS-FR-SDEN  PIC S9(18) COMP.
01 WS-FR-TNUM  PIC S9(18) COMP.
01 WS-FR-TDEN  PIC S9(18) COMP.
01 WS-FR-BNUM  PIC S9(18) COMP.
01 WS-FR-BDEN  PIC S9(18) COMP.
01 WS-FR-BSTATE PIC X.
01 WS-FR-XN    PIC S9(18) COMP.
01 WS-FR-XD    PIC S9(18) COMP.
01 WS-FR-DIV   PIC S9(18) COMP.
01 WS-FR-LCMF  PIC S9(18) COMP.
01 WS-FR-SCALE PIC S9(18) COMP.
01 WS-FR-GA    PIC S9(18) COMP.
01 WS-FR-GB    PIC S9(18) COMP.
01 WS-FR-GQ    PIC S9(18) COMP.
01 WS-FR-GR    PIC S9(18) COMP.
01 WS-FR-GCD   PIC S9(18) COMP.
01 WS-FR-OVERFLOW PIC X.

*> Flyttalsarbetsfält - Hornersumman för B(p, x) och Bermoullitalet
*> med Faulhabers tecken för index 1.
01 WS-FL-ACC  FLOAT-LONG.
01 WS-FL-B    FLOAT-LONG.

*> Räkneverk över hela körningen: exakta värden, utanför
*> talområdet respektive utan bråk i masterposten.
01 WS-CNT-EXACT PIC 9(04) VALUE 0.
01 WS-CNT-OVER  PIC 9(04) VALUE 0.
01 WS-CNT-NOFR  PIC 9(04) VALUE 0.
01 WS-EXP-COUNT PIC 9(05).

*> Revisionsloggens fält - körningen loggas som operatören FAULTAB
*> precis som BERNZET loggar som ZETATAB.
01 WS-OPERATOR-ID PIC X(08) VALUE "FAULTAB ".
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-AUDIT-MODE   PIC X(06).
01 WS-AUDIT-LINE   PIC X(132).

*> Visningsbilder - koefficienterna är små men B(p, x) växer som
*> x**p, så alla flyttal visas i den vetenskapliga formen från
*> FLOAT-TO-SCI i Bernoulli.cob.
01 WS-DISP-INDEX PIC ZZ9.
01 WS-DISP-POINT PIC Z9.
01 WS-DISP-NUM PIC -(18)9.
01 WS-DISP-DEN PIC Z(17)9.
01 WS-DISP-COUNT PIC ZZZ9.
01 WS-REPORT-LINE PIC X(132).

01 WS-SCI-SOURCE FLOAT-LONG.
01 WS-SCI-TEXT   PIC X(20).
01 WS-SCI-EXP    PIC 9(03).
01 WS-EXP-WORK   FLOAT-LONG.
01 WS-EXP-POWER  PIC S9(03) COMP.
01 WS-EXP-MANT   PIC 9V9(17).
01 WS-EXP-MANT-X REDEFINES WS-EXP-MANT.
	05 WS-EXP-MANT-I PIC 9.
	05 WS-EXP-MANT-F PIC 9(17).

*> Aktuellt värde för exportnormaliseringen i FLOAT-TO-EXPORT.
01 WS-EXP-VALUE FLOAT-LONG.

PROCEDURE DIVISION.

	PERFORM LOAD-PARAMETERS

	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF

	*> Mastern läses bara - härledningen kräver att en B-post med
	*> N minst lika med största p redan är cachad (och helst bråk-
	*> kompletterad). Saknas den talar returkod 8 om för jobbnätet
	*> att ett BERNRUN-steg för det N behövs först, samma tanke som
	*> i BERNZET.
	OPEN INPUT BERNOULLI-MASTER
	IF WS-MSTR-STATUS NOT = "00"
		DISPLAY "BERNMSTR kan inte öppnas (status " WS-MSTR-STATUS
			"), körningen avbryts."
		MOVE 12 TO RETURN-CODE
	ELSE
		PERFORM FIND-MASTER-RECORD
		IF WS-FOUND NOT = "Y"
			IF WS-QUAR-SKIPPED = "Y"
				DISPLAY "Varje cachad Bernoullipost med N>=" WS-NEED-N
					" är i karantän - kör omcertifieringen i"
					" BERNVRFY först. Körningen avbryts."
			ELSE
				DISPLAY "Ingen cachad Bernoullipost med N>=" WS-NEED-N
					" - kör BERNRUN för det N först. Körningen"
					" avbryts."
			END-IF
			PERFORM WRITE-AUDIT-FAILURE
			MOVE 8 TO RETURN-CODE
		ELSE
			PERFORM WRITE-OUTPUTS
		END-IF
		CLOSE BERNOULLI-MASTER
	END-IF

	CLOSE AUDIT-LOG
	IF RETURN-CODE = 0 AND WS-BAD-CARDS > 0
		MOVE 4 TO RETURN-CODE
	END-IF
	STOP RUN.

	LOAD-PARAMETERS.
		*> Felaktiga rader visas och räknas men hoppas över (returkod
		*> 4) - utan ett enda giltigt p finns inget att härleda.
		OPEN INPUT FAUL-PARMS
		IF WS-PRM-STATUS NOT = "00"
			DISPLAY "BERNFIN kan inte öppnas (status " WS-PRM-STATUS
				"), körningen avbryts."
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "N" TO WS-EOF-FLAG
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ FAUL-PARMS
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					PERFORM LOAD-ONE-PARAMETER
			END-READ
		END-PERFORM
		CLOSE FAUL-PARMS
		IF WS-P-COUNT = 0
			DISPLAY "BERNFIN innehåller inget giltigt p-värde -"
				" körningen avbryts."
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

	LOAD-ONE-PARAMETER.
		EVALUATE PRM-TYPE
			WHEN "*"
				CONTINUE
			WHEN "P"
				IF PRM-P NOT NUMERIC OR PRM-P = 0 OR PRM-P > WS-MAX-N
					ADD 1 TO WS-BAD-CARDS
					DISPLAY "Ogiltigt p (1.." WS-MAX-N ") hoppas över: "
						FAUL-PARM-RECORD
				ELSE
				IF WS-P-COUNT >= WS-MAX-N
					ADD 1 TO WS-BAD-CARDS
					DISPLAY "Fler än " WS-MAX-N " p-värden - raden"
						" hoppas över: " FAUL-PARM-RECORD
				ELSE
					ADD 1 TO WS-P-COUNT
					MOVE PRM-P TO WS-P-VAL(WS-P-COUNT)
					IF PRM-P > WS-NEED-N
						MOVE PRM-P TO WS-NEED-N
					END-IF
				END-IF
				END-IF
			WHEN "X"
				IF (PRMX-SIGN NOT = "+" AND PRMX-SIGN NOT = "-"
						AND PRMX-SIGN NOT = SPACE)
					OR PRMX-NUM NOT NUMERIC
					OR (PRMX-DEN NOT = SPACES
						AND (PRMX-SLASH NOT = "/"
							OR PRMX-DEN-9 NOT NUMERIC
							OR PRMX-DEN-9 = 0))
					ADD 1 TO WS-BAD-CARDS
					DISPLAY "Ogiltig x-punkt hoppas över: "
						FAUL-PARM-X-RECORD
				ELSE
				IF WS-X-COUNT >= WS-MAX-X
					ADD 1 TO WS-BAD-CARDS
					DISPLAY "Fler än " WS-MAX-X " x-punkter - raden"
						" hoppas över: " FAUL-PARM-X-RECORD
				ELSE
					PERFORM STORE-X-POINT
				END-IF
				END-IF
			WHEN OTHER
				ADD 1 TO WS-BAD-CARDS
				DISPLAY "Okänd radtyp hoppas över: " FAUL-PARM-RECORD
		END-EVALUATE.

	STORE-X-POINT.
		*> Punkten lagras förkortad så att Hornersumman i
		*> POLYNOMIAL-AT-POINT börjar med så små tal som möjligt.
		ADD 1 TO WS-X-COUNT
		MOVE PRMX-NUM TO WS-FR-SNUM
		IF PRMX-SIGN = "-"
			COMPUTE WS-FR-SNUM = 0 - WS-FR-SNUM END-COMPUTE
		END-IF
		IF PRMX-DEN = SPACES
			MOVE 1 TO WS-FR-SDEN
		ELSE
			MOVE PRMX-DEN-9 TO WS-FR-SDEN
		END-IF
		MOVE WS-FR-SNUM TO WS-FR-GA
		MOVE WS-FR-SDEN TO WS-FR-GB
		PERFORM FRACTION-GCD
		DIVIDE WS-FR-GCD INTO WS-FR-SNUM
		DIVIDE WS-FR-GCD INTO WS-FR-SDEN
		MOVE WS-FR-SNUM TO WS-X-NUM(WS-X-COUNT)
		MOVE WS-FR-SDEN TO WS-X-DEN(WS-X-COUNT)
		COMPUTE WS-X-VAL(WS-X-COUNT) = WS-FR-SNUM / WS-FR-SDEN
		END-COMPUTE.

	FIND-MASTER-RECORD.
		*> Minsta cachade B-post med N >= största p - nyckeln är
		*> talföljd plus N, så START på ("B", N) och nästa post
		*> ger den, förutsatt att den fortfarande är en B-post.
		*> Samma regel som i BERNZET: en post i karantän används
		*> inte - nästa större B-post får täcka.
		MOVE "N" TO WS-FOUND
		MOVE "N" TO WS-QUAR-SKIPPED
		MOVE "B" TO MSTR-SEQ
		MOVE WS-NEED-N TO MSTR-N
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
			OR MSTR-SEQ NOT = "B"
			OR MSTR-QUARANTINE NOT = "Q"
			MOVE "Y" TO WS-QUAR-SKIPPED
			DISPLAY "Bernoulliposten N=" MSTR-N " är i karantän -"
				" används inte."
			READ BERNOULLI-MASTER NEXT RECORD
				AT END
					CONTINUE
			END-READ
		END-PERFORM
		IF WS-MSTR-STATUS = "00" AND MSTR-SEQ = "B"
			MOVE "Y" TO WS-FOUND
			MOVE MSTR-N TO WS-TAB-N
		END-IF.

	WRITE-OUTPUTS.
		OPEN OUTPUT FAUL-REPORT
		IF WS-FRPT-STATUS NOT = "00"
			DISPLAY "Kan inte öppna BERNFRPT, körningen avbryts."
			PERFORM WRITE-AUDIT-FAILURE
			MOVE 12 TO RETURN-CODE
		ELSE
			OPEN OUTPUT FAUL-EXPORT
			IF WS-FEXP-STATUS NOT = "00"
				DISPLAY "Kan inte öppna BERNFEXP, körningen avbryts."
				CLOSE FAUL-REPORT
				PERFORM WRITE-AUDIT-FAILURE
				MOVE 12 TO RETURN-CODE
			ELSE
				ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
				ACCEPT WS-SYS-TIME FROM TIME
				PERFORM WRITE-REPORT-HEADING
				IF WS-X-COUNT > 0
					PERFORM WRITE-POINT-EXPORT
				END-IF
				PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-P-COUNT
					MOVE WS-P-VAL(i) TO p
					PERFORM BUILD-PASCAL-ROWS
					PERFORM DERIVE-FAULHABER
					PERFORM DERIVE-POLYNOMIAL-VALUES
					PERFORM WRITE-P-REPORT
					PERFORM WRITE-P-EXPORT
				END-PERFORM
				PERFORM WRITE-REPORT-SUMMARY
				CLOSE FAUL-EXPORT
				CLOSE FAUL-REPORT
				DISPLAY "Faulhaber- och polynomtabeller skrivna till"
					" BERNFRPT och BERNFEXP ur B-posten N=" WS-TAB-N "."
				PERFORM WRITE-AUDIT-RECORD
			END-IF
		END-IF.

	BUILD-PASCAL-ROWS.
		*> Raderna 1..p+1 byggs på plats nedifrån och upp som i
		*> COMPUTE-FRACTIONS i Bernoulli.cob - raden p sparas i
		*> WS-PASCAL-P på vägen.
		MOVE 1 TO WS-PASCAL(1)
		PERFORM VARYING m FROM 1 BY 1 UNTIL m > p + 1
			MOVE 1 TO WS-PASCAL(m + 1)
			PERFORM VARYING k FROM m BY -1 UNTIL k < 2
				ADD WS-PASCAL(k - 1) TO WS-PASCAL(k)
			END-PERFORM
			IF m = p
				MOVE WS-PASCAL-TABLE TO WS-PASCAL-P-TABLE
			END-IF
		END-PERFORM.

	DERIVE-FAULHABER.
		*> Koefficienten för N**(p+1-j) ur binom(p+1, j) * B+(j) /
		*> (p+1). B+(1) = +1/2 eftersom summan går 1..N - masterns
		*> B(1) = -1/2 hör till summan 0..N-1.
		PERFORM VARYING j FROM 0 BY 1 UNTIL j > p
			COMPUTE m = p + 1 - j END-COMPUTE
			EVALUATE TRUE
				WHEN j = 0
					MOVE 1 TO WS-FL-B
				WHEN j = 1
					COMPUTE WS-FL-B = 0 - MSTR-BER(1) END-COMPUTE
				WHEN OTHER
					MOVE MSTR-BER(j) TO WS-FL-B
			END-EVALUATE
			COMPUTE WS-FC-VAL(m) =
				WS-PASCAL(j + 1) * WS-FL-B / (p + 1)
			END-COMPUTE
			PERFORM DERIVE-ONE-COEFFICIENT
		END-PERFORM.

	DERIVE-ONE-COEFFICIENT.
		*> Samma koefficient i ren heltalsaritmetik - binomial-
		*> koefficienten förkortas mot nämnaren innan multiplikationen
		*> och divisionen med p+1 förkortas mot täljaren, så att
		*> resultatet blir förkortat utan ytterligare Euklidesvarv.
		PERFORM GET-B-FRACTION
		IF WS-FR-BSTATE NOT = "E"
			PERFORM MARK-COEFFICIENT-MISSING
		ELSE
			IF j = 1
				COMPUTE WS-FR-BNUM = 0 - WS-FR-BNUM END-COMPUTE
			END-IF
			MOVE "N" TO WS-FR-OVERFLOW
			MOVE WS-PASCAL(j + 1) TO WS-FR-TNUM
			MOVE WS-FR-BDEN TO WS-FR-TDEN
			MOVE WS-FR-TNUM TO WS-FR-GA
			MOVE WS-FR-TDEN TO WS-FR-GB
			PERFORM FRACTION-GCD
			DIVIDE WS-FR-GCD INTO WS-FR-TNUM
			DIVIDE WS-FR-GCD INTO WS-FR-TDEN
			MULTIPLY WS-FR-BNUM BY WS-FR-TNUM
				ON SIZE ERROR
					MOVE "Y" TO WS-FR-OVERFLOW
			END-MULTIPLY
			COMPUTE WS-FR-DIV = p + 1 END-COMPUTE
			MOVE WS-FR-TNUM TO WS-FR-GA
			MOVE WS-FR-DIV TO WS-FR-GB
			PERFORM FRACTION-GCD
			DIVIDE WS-FR-GCD INTO WS-FR-TNUM
			DIVIDE WS-FR-GCD INTO WS-FR-DIV
			MULTIPLY WS-FR-DIV BY WS-FR-TDEN
				ON SIZE ERROR
					MOVE "Y" TO WS-FR-OVERFLOW
			END-MULTIPLY
			IF WS-FR-OVERFLOW = "Y"
				MOVE "O" TO WS-FR-BSTATE
				PERFORM MARK-COEFFICIENT-MISSING
			ELSE
				MOVE "E" TO WS-FC-STATE(m)
				MOVE WS-FR-TNUM TO WS-FC-NUM(m)
				MOVE WS-FR-TDEN TO WS-FC-DEN(m)
				ADD 1 TO WS-CNT-EXACT
			END-IF
		END-IF.

	MARK-COEFFICIENT-MISSING.
		IF WS-FR-BSTATE = "O"
			MOVE "O" TO WS-FC-STATE(m)
			ADD 1 TO WS-CNT-OVER
		ELSE
			MOVE "N" TO WS-FC-STATE(m)
			ADD 1 TO WS-CNT-NOFR
		END-IF
		MOVE 0 TO WS-FC-NUM(m)
		MOVE 1 TO WS-FC-DEN(m).

	GET-B-FRACTION.
		*> B(j) som bråk i WS-FR-BNUM/WS-FR-BDEN. B(0) = 1 finns
		*> inte i masterposten, och udda index över 1 är exakt noll
		*> oavsett om posten bär bråken eller inte.
		DIVIDE j BY 2 GIVING WS-FR-GQ REMAINDER WS-FR-GR
		EVALUATE TRUE
			WHEN j = 0
				MOVE "E" TO WS-FR-BSTATE
				MOVE 1 TO WS-FR-BNUM
				MOVE 1 TO WS-FR-BDEN
			WHEN j > 1 AND WS-FR-GR NOT = 0
				MOVE "E" TO WS-FR-BSTATE
				MOVE 0 TO WS-FR-BNUM
				MOVE 1 TO WS-FR-BDEN
			WHEN MSTR-FRAC-STATE(j) = "E"
				MOVE "E" TO WS-FR-BSTATE
				MOVE MSTR-NUM(j) TO WS-FR-BNUM
				MOVE MSTR-DEN(j) TO WS-FR-BDEN
			WHEN MSTR-FRAC-STATE(j) = "O"
				MOVE "O" TO WS-FR-BSTATE
			WHEN OTHER
				MOVE "N" TO WS-FR-BSTATE
		END-EVALUATE.

	DERIVE-POLYNOMIAL-VALUES.
		PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-X-COUNT
			PERFORM POLYNOMIAL-AT-POINT
		END-PERFORM.

	POLYNOMIAL-AT-POINT.
		*> B(p, x) med Horners schema, högsta potensen först:
		*> summan börjar på binom(p, 0) * B(0) = 1 och för varje
		*> k = 1..p multipliceras den med x och binom(p, k) * B(k)
		*> läggs till. Flyttalet och bråket följs åt; det exakta
		*> ges upp så fort ett bråk saknas eller något steg spiller.
		MOVE 1 TO WS-FL-ACC
		MOVE 1 TO WS-FR-SNUM
		MOVE 1 TO WS-FR-SDEN
		MOVE "N" TO WS-FR-OVERFLOW
		MOVE "E" TO WS-FR-BSTATE
		PERFORM VARYING j FROM 1 BY 1 UNTIL j > p
			COMPUTE WS-FL-ACC = WS-FL-ACC * WS-X-VAL(n)
				+ WS-PASCAL-P(j + 1) * MSTR-BER(j)
			END-COMPUTE
			IF WS-FR-OVERFLOW NOT = "Y" AND WS-FR-BSTATE = "E"
				PERFORM MULTIPLY-SUM-BY-POINT
				PERFORM GET-B-FRACTION
				IF WS-FR-BSTATE = "E" AND WS-FR-OVERFLOW NOT = "Y"
					AND WS-FR-BNUM NOT = 0
					PERFORM ADD-POLYNOMIAL-TERM
				END-IF
			END-IF
		END-PERFORM
		MOVE WS-FL-ACC TO WS-PV-VAL(n)
		IF WS-FR-OVERFLOW = "Y"
			MOVE "O" TO WS-FR-BSTATE
		END-IF
		EVALUATE WS-FR-BSTATE
			WHEN "E"
				MOVE "E" TO WS-PV-STATE(n)
				MOVE WS-FR-SNUM TO WS-PV-NUM(n)
				MOVE WS-FR-SDEN TO WS-PV-DEN(n)
				ADD 1 TO WS-CNT-EXACT
			WHEN "O"
				MOVE "O" TO WS-PV-STATE(n)
				MOVE 0 TO WS-PV-NUM(n)
				MOVE 1 TO WS-PV-DEN(n)
				ADD 1 TO WS-CNT-OVER
			WHEN OTHER
				MOVE "N" TO WS-PV-STATE(n)
				MOVE 0 TO WS-PV-NUM(n)
				MOVE 1 TO WS-PV-DEN(n)
				ADD 1 TO WS-CNT-NOFR
		END-EVALUATE.

	MULTIPLY-SUM-BY-POINT.
		*> Summan gånger x = a/b med korsvis förkortning först -
		*> summa/b och a/summans nämnare - så att produkten spiller
		*> så sent som möjligt.
		MOVE WS-FR-SNUM TO WS-FR-GA
		MOVE WS-X-DEN(n) TO WS-FR-GB
		PERFORM FRACTION-GCD
		DIVIDE WS-FR-GCD INTO WS-FR-SNUM
		DIVIDE WS-X-DEN(n) BY WS-FR-GCD GIVING WS-FR-XD
		MOVE WS-X-NUM(n) TO WS-FR-GA
		MOVE WS-FR-SDEN TO WS-FR-GB
		PERFORM FRACTION-GCD
		DIVIDE WS-X-NUM(n) BY WS-FR-GCD GIVING WS-FR-XN
		DIVIDE WS-FR-GCD INTO WS-FR-SDEN
		MULTIPLY WS-FR-XN BY WS-FR-SNUM
			ON SIZE ERROR
				MOVE "Y" TO WS-FR-OVERFLOW
		END-MULTIPLY
		MULTIPLY WS-FR-XD BY WS-FR-SDEN
			ON SIZE ERROR
				MOVE "Y" TO WS-FR-OVERFLOW
		END-MULTIPLY.

	ADD-POLYNOMIAL-TERM.
		*> Lägger binom(p, j) * B(j) till summan - koefficienten
		*> förkortas mot nämnaren innan multiplikationen och summan
		*> bildas över minsta gemensamma multipel, precis som
		*> ADD-FRACTION-TERM i Bernoulli.cob.
		MOVE WS-PASCAL-P(j + 1) TO WS-FR-TNUM
		MOVE WS-FR-BDEN TO WS-FR-TDEN
		MOVE WS-FR-TNUM TO WS-FR-GA
		MOVE WS-FR-TDEN TO WS-FR-GB
		PERFORM FRACTION-GCD
		DIVIDE WS-FR-GCD INTO WS-FR-TNUM
		DIVIDE WS-FR-GCD INTO WS-FR-TDEN
		MULTIPLY WS-FR-BNUM BY WS-FR-TNUM
			ON SIZE ERROR
				MOVE "Y" TO WS-FR-OVERFLOW
		END-MULTIPLY
		IF WS-FR-OVERFLOW NOT = "Y"
			MOVE WS-FR-SDEN TO WS-FR-GA
			MOVE WS-FR-TDEN TO WS-FR-GB
			PERFORM FRACTION-GCD
			DIVIDE WS-FR-GCD INTO WS-FR-TDEN GIVING WS-FR-LCMF
			DIVIDE WS-FR-GCD INTO WS-FR-SDEN GIVING WS-FR-SCALE
			MULTIPLY WS-FR-LCMF BY WS-FR-SNUM
				ON SIZE ERROR
					MOVE "Y" TO WS-FR-OVERFLOW
			END-MULTIPLY
			MULTIPLY WS-FR-SCALE BY WS-FR-TNUM
				ON SIZE ERROR
					MOVE "Y" TO WS-FR-OVERFLOW
			END-MULTIPLY
		END-IF
		IF WS-FR-OVERFLOW NOT = "Y"
			ADD WS-FR-TNUM TO WS-FR-SNUM
				ON SIZE ERROR
					MOVE "Y" TO WS-FR-OVERFLOW
			END-ADD
			MULTIPLY WS-FR-LCMF BY WS-FR-SDEN
				ON SIZE ERROR
					MOVE "Y" TO WS-FR-OVERFLOW
			END-MULTIPLY
		END-IF
		IF WS-FR-OVERFLOW NOT = "Y"
			MOVE WS-FR-SNUM TO WS-FR-GA
			MOVE WS-FR-SDEN TO WS-FR-GB
			PERFORM FRACTION-GCD
			DIVIDE WS-FR-GCD INTO WS-FR-SNUM
			DIVIDE WS-FR-GCD INTO WS-FR-SDEN
		END-IF.

	FRACTION-GCD.
		*> Euklides algoritm - WS-FR-GA och WS-FR-GB in, största
		*> gemensamma delaren i WS-FR-GCD, samma mönster som i
		*> Bernoulli.cob.
		IF WS-FR-GA < 0
			COMPUTE WS-FR-GA = 0 - WS-FR-GA END-COMPUTE
		END-IF
		IF WS-FR-GB < 0
			COMPUTE WS-FR-GB = 0 - WS-FR-GB END-COMPUTE
		END-IF
		PERFORM UNTIL WS-FR-GB = 0
			DIVIDE WS-FR-GA BY WS-FR-GB GIVING WS-FR-GQ
				REMAINDER WS-FR-GR
			MOVE WS-FR-GB TO WS-FR-GA
			MOVE WS-FR-GR TO WS-FR-GB
		END-PERFORM
		MOVE WS-FR-GA TO WS-FR-GCD
		IF WS-FR-GCD = 0
			MOVE 1 TO WS-FR-GCD
		END-IF.

	WRITE-REPORT-HEADING.
		MOVE "FAULHABERPOLYNOM OCH BERNOULLIPOLYNOM UR BERNOULLI-MASTER"
			TO FAUL-REPORT-RECORD
		WRITE FAUL-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-TAB-N TO WS-DISP-INDEX
		MOVE WS-P-COUNT TO WS-DISP-COUNT
		MOVE WS-X-COUNT TO WS-DISP-POINT
		STRING "(BERNFAUL)  B-POST N=" WS-DISP-INDEX
			"  P-VÄRDEN " WS-DISP-COUNT
			"  X-PUNKTER " WS-DISP-POINT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
		WRITE FAUL-REPORT-RECORD
		PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-X-COUNT
			MOVE n TO WS-DISP-POINT
			MOVE WS-X-NUM(n) TO WS-DISP-NUM
			MOVE WS-X-DEN(n) TO WS-DISP-DEN
			MOVE WS-X-VAL(n) TO WS-SCI-SOURCE
			PERFORM FLOAT-TO-SCI
			MOVE SPACES TO WS-REPORT-LINE
			STRING "  X(" WS-DISP-POINT ") = " WS-DISP-NUM "/"
				WS-DISP-DEN " = " WS-SCI-TEXT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
			WRITE FAUL-REPORT-RECORD
		END-PERFORM.

	WRITE-P-REPORT.
		MOVE ALL "=" TO FAUL-REPORT-RECORD(1:60)
		MOVE SPACES TO FAUL-REPORT-RECORD(61:72)
		WRITE FAUL-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE p TO WS-DISP-INDEX
		STRING "1**P + 2**P + ... + N**P = SUMMA C(I) * N**I"
			"  FÖR P=" WS-DISP-INDEX
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
		WRITE FAUL-REPORT-RECORD
		COMPUTE m = p + 1 END-COMPUTE
		PERFORM UNTIL m = 0
			MOVE m TO WS-DISP-INDEX
			MOVE WS-FC-VAL(m) TO WS-SCI-SOURCE
			PERFORM FLOAT-TO-SCI
			MOVE SPACES TO WS-REPORT-LINE
			EVALUATE WS-FC-STATE(m)
				WHEN "E"
					MOVE WS-FC-NUM(m) TO WS-DISP-NUM
					MOVE WS-FC-DEN(m) TO WS-DISP-DEN
					STRING "  C(" WS-DISP-INDEX ") = " WS-SCI-TEXT
						"  exakt " WS-DISP-NUM "/" WS-DISP-DEN
						DELIMITED BY SIZE INTO WS-REPORT-LINE
				WHEN "O"
					STRING "  C(" WS-DISP-INDEX ") = " WS-SCI-TEXT
						"  (exakt koefficient utanför talområdet)"
						DELIMITED BY SIZE INTO WS-REPORT-LINE
				WHEN OTHER
					STRING "  C(" WS-DISP-INDEX ") = " WS-SCI-TEXT
						"  (masterpostens bråk ej beräknat)"
						DELIMITED BY SIZE INTO WS-REPORT-LINE
			END-EVALUATE
			MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
			WRITE FAUL-REPORT-RECORD
			SUBTRACT 1 FROM m
		END-PERFORM
		IF WS-X-COUNT > 0
			MOVE SPACES TO WS-REPORT-LINE
			MOVE p TO WS-DISP-INDEX
			STRING "BERNOULLIPOLYNOMET B(P,X) FÖR P=" WS-DISP-INDEX
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
			WRITE FAUL-REPORT-RECORD
			PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-X-COUNT
				MOVE n TO WS-DISP-POINT
				MOVE WS-PV-VAL(n) TO WS-SCI-SOURCE
				PERFORM FLOAT-TO-SCI
				MOVE SPACES TO WS-REPORT-LINE
				EVALUATE WS-PV-STATE(n)
					WHEN "E"
						MOVE WS-PV-NUM(n) TO WS-DISP-NUM
						MOVE WS-PV-DEN(n) TO WS-DISP-DEN
						STRING "  B(P,X(" WS-DISP-POINT ")) = "
							WS-SCI-TEXT
							"  exakt " WS-DISP-NUM "/" WS-DISP-DEN
							DELIMITED BY SIZE INTO WS-REPORT-LINE
					WHEN "O"
						STRING "  B(P,X(" WS-DISP-POINT ")) = "
							WS-SCI-TEXT
							"  (exakt värde utanför talområdet)"
							DELIMITED BY SIZE INTO WS-REPORT-LINE
					WHEN OTHER
						STRING "  B(P,X(" WS-DISP-POINT ")) = "
							WS-SCI-TEXT
							"  (masterpostens bråk ej beräknat)"
							DELIMITED BY SIZE INTO WS-REPORT-LINE
				END-EVALUATE
				MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
				WRITE FAUL-REPORT-RECORD
			END-PERFORM
		END-IF.

	WRITE-REPORT-SUMMARY.
		MOVE ALL "=" TO FAUL-REPORT-RECORD(1:60)
		MOVE SPACES TO FAUL-REPORT-RECORD(61:72)
		WRITE FAUL-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-EXACT TO WS-DISP-COUNT
		STRING "SUMMERING: " WS-DISP-COUNT
			" EXAKTA VÄRDEN"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
		WRITE FAUL-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-OVER TO WS-DISP-COUNT
		STRING "SUMMERING: " WS-DISP-COUNT
			" UTANFÖR TALOMRÅDET"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
		WRITE FAUL-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-CNT-NOFR TO WS-DISP-COUNT
		STRING "SUMMERING: " WS-DISP-COUNT
			" UTAN BRÅK I MASTERPOSTEN"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
		WRITE FAUL-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-BAD-CARDS TO WS-DISP-COUNT
		STRING "SUMMERING: " WS-DISP-COUNT
			" OGILTIGA RADER I BERNFIN HOPPADES ÖVER"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO FAUL-REPORT-RECORD
		WRITE FAUL-REPORT-RECORD.

	WRITE-POINT-EXPORT.
		*> Block "X" med punkterna själva, så att mottagaren kan
		*> para ihop index i Y-blocken med rätt x.
		MOVE "H" TO EXPH-REC-TYPE
		MOVE WS-SYS-DATE TO EXPH-DATE
		MOVE WS-SYS-TIME TO EXPH-TIME
		MOVE "X" TO EXPH-SEQ
		MOVE WS-X-COUNT TO EXPH-N
		WRITE FAUL-EXPORT-HEADER
		MOVE 0 TO WS-EXP-COUNT
		PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-X-COUNT
			MOVE "D" TO EXP-REC-TYPE
			MOVE "X" TO EXP-SEQ
			MOVE n TO EXP-INDEX
			MOVE WS-X-VAL(n) TO WS-EXP-VALUE
			PERFORM FLOAT-TO-EXPORT
			WRITE FAUL-EXPORT-RECORD
			ADD 1 TO WS-EXP-COUNT
		END-PERFORM
		MOVE "T" TO EXPT-REC-TYPE
		MOVE "X" TO EXPT-SEQ
		MOVE WS-X-COUNT TO EXPT-N
		MOVE WS-EXP-COUNT TO EXPT-COUNT
		WRITE FAUL-EXPORT-TRAILER.

	WRITE-P-EXPORT.
		*> Block "F" med koefficienten för N**i på index i, och - om
		*> punkter begärts - block "Y" med B(p, x) på punktens index.
		*> Huvud- och slutpost per block precis som EXPORT-TABLE i
		*> Bernoulli.cob, så mottagarsidan kan validera filen.
		MOVE "H" TO EXPH-REC-TYPE
		MOVE WS-SYS-DATE TO EXPH-DATE
		MOVE WS-SYS-TIME TO EXPH-TIME
		MOVE "F" TO EXPH-SEQ
		MOVE p TO EXPH-N
		WRITE FAUL-EXPORT-HEADER
		MOVE 0 TO WS-EXP-COUNT
		PERFORM VARYING m FROM 1 BY 1 UNTIL m > p + 1
			MOVE "D" TO EXP-REC-TYPE
			MOVE "F" TO EXP-SEQ
			MOVE m TO EXP-INDEX
			MOVE WS-FC-VAL(m) TO WS-EXP-VALUE
			PERFORM FLOAT-TO-EXPORT
			WRITE FAUL-EXPORT-RECORD
			ADD 1 TO WS-EXP-COUNT
		END-PERFORM
		MOVE "T" TO EXPT-REC-TYPE
		MOVE "F" TO EXPT-SEQ
		MOVE p TO EXPT-N
		MOVE WS-EXP-COUNT TO EXPT-COUNT
		WRITE FAUL-EXPORT-TRAILER
		IF WS-X-COUNT > 0
			MOVE "H" TO EXPH-REC-TYPE
			MOVE WS-SYS-DATE TO EXPH-DATE
			MOVE WS-SYS-TIME TO EXPH-TIME
			MOVE "Y" TO EXPH-SEQ
			MOVE p TO EXPH-N
			WRITE FAUL-EXPORT-HEADER
			MOVE 0 TO WS-EXP-COUNT
			PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-X-COUNT
				MOVE "D" TO EXP-REC-TYPE
				MOVE "Y" TO EXP-SEQ
				MOVE n TO EXP-INDEX
				MOVE WS-PV-VAL(n) TO WS-EXP-VALUE
				PERFORM FLOAT-TO-EXPORT
				WRITE FAUL-EXPORT-RECORD
				ADD 1 TO WS-EXP-COUNT
			END-PERFORM
			MOVE "T" TO EXPT-REC-TYPE
			MOVE "Y" TO EXPT-SEQ
			MOVE p TO EXPT-N
			MOVE WS-EXP-COUNT TO EXPT-COUNT
			WRITE FAUL-EXPORT-TRAILER
		END-IF.

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

	FLOAT-TO-EXPORT.
		*> Normaliserar WS-EXP-VALUE till mantissa i [1,10) och
		*> tiopotens - samma mönster som FLOAT-TO-EXPORT i
		*> Bernoulli.cob. Noll får en egen gren.
		IF WS-EXP-VALUE = 0
			MOVE "+" TO EXP-SIGN
			MOVE 0 TO EXP-MANT-INT
			MOVE ZEROS TO EXP-MANT-FRAC
			MOVE "+" TO EXP-EXP-SIGN
			MOVE ZEROS TO EXP-EXPONENT
		ELSE
			IF WS-EXP-VALUE < 0
				MOVE "-" TO EXP-SIGN
				COMPUTE WS-EXP-WORK = 0 - WS-EXP-VALUE END-COMPUTE
			ELSE
				MOVE "+" TO EXP-SIGN
				MOVE WS-EXP-VALUE TO WS-EXP-WORK
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
			MOVE WS-EXP-MANT-I TO EXP-MANT-INT
			MOVE WS-EXP-MANT-F TO EXP-MANT-FRAC
			IF WS-EXP-POWER < 0
				MOVE "-" TO EXP-EXP-SIGN
				COMPUTE EXP-EXPONENT = 0 - WS-EXP-POWER END-COMPUTE
			ELSE
				MOVE "+" TO EXP-EXP-SIGN
				MOVE WS-EXP-POWER TO EXP-EXPONENT
			END-IF
		END-IF.

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "FAUL  " TO WS-AUDIT-MODE
		MOVE WS-TAB-N TO WS-DISP-INDEX
		MOVE WS-CNT-EXACT TO WS-DISP-COUNT
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=" WS-AUDIT-MODE
			" N=" WS-DISP-INDEX
			" STATUS=OK (" WS-DISP-COUNT " EXAKTA VÄRDEN)"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-AUDIT-FAILURE.
		*> Loggar att tabellerna inte kunde produceras - aldrig
		*> STATUS=OK när ingen rapport eller export faktiskt skrevs.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "FAUL  " TO WS-AUDIT-MODE
		MOVE WS-NEED-N TO WS-DISP-INDEX
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=" WS-AUDIT-MODE
			" N=" WS-DISP-INDEX
			" STATUS=FEL (kunde inte produceras)"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
