		FILE STATUS IS WS-RPT-STATUS.

	*> Beställningslista för obevakad batchkörning - en post per
	*> approximation (P, A, B och antal korrektionstermer eller en
	*> målnoggrannhet), så att
	*> ett enda jobbsteg betar av hela dagens kö istället för att
	*> schemaläggaren kör programmet en gång per handbyggd SYSIN.
	SELECT EM-REQUEST ASSIGN TO "BERNEMIN"
		FILE STATUS IS WS-REQ-STATUS.

	*> Slutsummeringspost för batchkörningen - lästa, slutförda och
	*> avvisade beställningar, resultatkod och antal beställningar
	*> vars målnoggrannhet inte gick att nå, samma mönster som
	*> BERNCTL-posten från BERNRUN, så att schemaläggaren ser
	*> utfallet utan att läsa SYSOUT rad för rad.
	SELECT EM-CONTROL ASSIGN TO "BERNEMCT"
*> En beställningsrad per approximation, fast bredd: tecken för P
*> ("-" eller blankt), P som en siffra, undre och övre gräns samt
*> antal korrektionstermpar - samma värden som SYSIN-dialogen tar
*> emot ett och ett. Med beställningstyp "T" (kol 19) anges istället
*> en målnoggrannhet d * 10 ** (+/-nn): siffran d (kol 20, 1..9),
*> tiopotensens tecken (kol 21, "-" eller "+") och tiopotensen nn
*> (kol 22-23) - termantalet i kol 17-18 lämnas då blankt och
*> korrektionstermer läggs till tills restskattningen ryms inom
*> målet. Blank typ är den gamla beställningen med fast termantal,
*> så äldre beställningsrader läses som förut.
FD  EM-REQUEST.
01 EM-REQUEST-RECORD.
	05 EMR-P-SIGN PIC X.
	05 EMR-A      PIC 9(07).
	05 EMR-B      PIC 9(07).
	05 EMR-TERMS  PIC 9(02).
	05 EMR-TYPE   PIC X.
	05 EMR-TOL-MANT  PIC 9.
	05 EMR-TOL-ESIGN PIC X.
	05 EMR-TOL-EXP   PIC 9(02).

*> Fast bredd utan skiljetecken - posten är till för schemaläggaren,
*> inte för ögat. EMC-RESULT bär samma kod som steget sätter som
*> returkod. EMC-NOT-MET ligger sist så att äldre läsare av posten
*> hittar de övriga fälten på samma platser - det räknar de
*> slutförda beställningar med målnoggrannhet som inte nådde målet
*> och ingår alltså i EMC-COMPLETED, inte i EMC-REJECTED.
FD  EM-CONTROL.
01 EM-CONTROL-RECORD.
	05 EMC-DATE      PIC 9(08).
	05 EMC-COMPLETED PIC 9(05).
	05 EMC-REJECTED  PIC 9(05).
	05 EMC-RESULT    PIC 9(02).
	05 EMC-NOT-MET   PIC 9(05).

WORKING-STORAGE SECTION.
01 i 		PIC 99.
*> beställningarna läses från BERNEMIN istället för SYSIN-dialogen.
*> Samma mönster som DETECT-BATCH-MODE i Bernoulli.cob.
01 WS-BATCH-MODE PIC X VALUE "N".
01 WS-BATCH-PARM PIC X(32).

*> Varifrån Bermoullitabellen hämtas - "C" (förval) via anrop av
*> BERNCALC mot den delade cachen i BERNMSTR, "F" från exportfilen
01 WS-TABLE-SOURCE PIC X VALUE "C".
01 WS-PARM-POS PIC 99.

*> 'ASOF=ÅÅÅÅMMDD' i PARM (t.ex. 'BATCH,ASOF=20260315') hämtar
*> tabellen via BERNCALC exakt som den stod i BERNMSTR vid den
*> dagens slut, ur versionshistoriken BERNMVER - för att återskapa
*> ett tidigare resultat. WS-ASOF-STATE: "N" inget datum, "Y"
*> giltigt datum, "F" felaktigt datum (körningen avbryts).
01 WS-ASOF-STATE PIC X VALUE "N".
01 WS-ASOF-TEXT  PIC X(08).
01 WS-ASOF-DATE  PIC 9(08) VALUE 0.
01 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
	05 WS-ASOF-YEAR  PIC 9(04).
	05 WS-ASOF-MONTH PIC 9(02).
	05 WS-ASOF-DAY   PIC 9(02).

*> Parameterarea för anropet av BERNCALC - se X2/copy/BERNCALC.cpy.
COPY BERNCALC.


*> Batchkörningens utfall. Returkoden sätts i slutet av steget:
*>   0 = alla beställningar i BERNEMIN slutförda
*>   4 = minst en beställning avvisades eller nådde inte sin
*>       målnoggrannhet
*>  12 = BERNEMIN eller BERNEMRP gick inte att öppna
01 WS-BATCH-RC   PIC 99 VALUE 0.
01 WS-EMC-READ   PIC 9(05) VALUE 0.
01 WS-EMC-DONE   PIC 9(05) VALUE 0.
01 WS-EMC-REJECTS PIC 9(05) VALUE 0.
01 WS-EMC-NOT-MET PIC 9(05) VALUE 0.

*> Orsakstext för en avvisad beställningsrad - skrivs i radens
*> rapportavsnitt så att beställaren ser varför just den raden
01 WS-B          PIC 9(07).
01 WS-EM-TERMS   PIC 99.
01 WS-RANGE-INPUT PIC 9(07).

*> Beställningstyp - "F" fast antal korrektionstermer (WS-EM-TERMS
*> anges av beställaren), "T" målnoggrannhet: termer läggs till
*> tills restskattningen ryms inom WS-EM-TARGET, och WS-EM-TERMS blir
*> då antalet termer som faktiskt användes.
01 WS-EM-MODE    PIC X VALUE "F".
01 WS-TOL-RAW    PIC X(05).
01 WS-TOL-MANT   PIC 9.
01 WS-TOL-ESIGN  PIC X.
01 WS-TOL-EXP    PIC 9(02).
01 WS-EM-TARGET  FLOAT-LONG.
01 WS-TOL-SCALE  FLOAT-LONG.

*> Euler-Maclaurin är en asymptotisk serie - för en fast summa
*> krymper korrektionstermerna först och växer sedan igen, så fler
*> termer är inte alltid bättre. Alla termer som tabellen räcker
*> till räknas därför ut i förväg, så att nästa term finns att
*> jämföra med innan en term läggs till. Restskattningen är beloppet
*> av den första utelämnade termen. WS-TOL-OUTCOME:
*>   "M" = målet nått
*>   "D" = serien divergerar - avbruten vid minsta termen
*>   "U" = tabellen räcker inte till fler termer
01 WS-TOL-AVAIL  PIC 99.
01 WS-TOL-TERMS.
	05 WS-TOL-TERM FLOAT-LONG OCCURS 30 TIMES.
	05 WS-TOL-ABS  FLOAT-LONG OCCURS 30 TIMES.
01 WS-EM-BOUND   FLOAT-LONG.
01 WS-TOL-OUTCOME PIC X.
01 WS-TOL-STOP   PIC 99.
01 WS-PARM-VALID PIC X.

*> Högst tre försök per parameter - i en SYSIN-styrd körning utan
01 WS-DISP-COUNT PIC ZZZ9.
01 WS-REPORT-LINE PIC X(132).

*> Målnoggrannhet och felgräns spänner över många tiopotenser och
*> visas därför i den vetenskapliga formen från FLOAT-TO-SCI i
*> Bernoulli.cob.
01 WS-SCI-SOURCE FLOAT-LONG.
01 WS-SCI-TEXT   PIC X(20).
01 WS-SCI-EXP    PIC 9(03).
01 WS-EXP-WORK   FLOAT-LONG.
01 WS-EXP-POWER  PIC S9(03) COMP.
01 WS-EXP-MANT   PIC 9V9(17).
01 WS-EXP-MANT-X REDEFINES WS-EXP-MANT.
	05 WS-EXP-MANT-I PIC 9.
	05 WS-EXP-MANT-F PIC 9(17).

PROCEDURE DIVISION.

	PERFORM DETECT-BATCH-MODE

	IF WS-ASOF-STATE = "F"
		DISPLAY "ASOF= i PARM är inget giltigt datum (ÅÅÅÅMMDD) -"
			" körningen avbryts."
		PERFORM ABORT-NO-TABLE
	END-IF
	*> En exportfil har ingen historik att välja datum ur - hellre
	*> avbryta än att räkna mot en annan tabell än den begärda.
	IF WS-ASOF-STATE = "Y" AND WS-TABLE-SOURCE = "F"
		DISPLAY "ASOF= kan inte kombineras med EXPFILE - tabellen per"
			" datum hämtas bara via BERNCALC. Körningen avbryts."
		PERFORM ABORT-NO-TABLE
	END-IF

	IF WS-TABLE-SOURCE = "F"
		PERFORM LOAD-EXPORT-FILE
		IF WS-BER-COUNT = 0
	ELSE
		PERFORM LOAD-TABLE-FROM-CALC
		IF WS-BER-COUNT = 0
			IF CALC-RETURN-CODE = 6
				DISPLAY "Ingen Bermoullitabell med N=60 fanns i"
					" BERNMSTR per " WS-ASOF-DATE " enligt BERNMVER."
					" Körningen avbryts."
			ELSE
				DISPLAY "BERNCALC kunde inte leverera"
					" Bermoullitabellen (returkod " CALC-RETURN-CODE
					") - kontrollera att BERNMSTR, BERNCKPT och"
					" BERNMVER är allokerade. Körningen avbryts."
			END-IF
			PERFORM ABORT-NO-TABLE
		END-IF
	END-IF
		*> tabellkälla - förvalet är annars alltid BERNCALC.
		MOVE "C" TO WS-TABLE-SOURCE
		PERFORM VARYING WS-PARM-POS FROM 1 BY 1
			UNTIL WS-PARM-POS > 26
			IF WS-BATCH-PARM(WS-PARM-POS:7) = "EXPFILE"
				MOVE "F" TO WS-TABLE-SOURCE
			END-IF
		END-PERFORM
		*> 'ASOF=' var som helst i PARM följt av åtta siffror.
		MOVE "N" TO WS-ASOF-STATE
		MOVE 0 TO WS-ASOF-DATE
		PERFORM VARYING WS-PARM-POS FROM 1 BY 1
			UNTIL WS-PARM-POS > 20
			IF WS-BATCH-PARM(WS-PARM-POS:5) = "ASOF="
				MOVE WS-BATCH-PARM(WS-PARM-POS + 5:8) TO WS-ASOF-TEXT
				MOVE "F" TO WS-ASOF-STATE
			END-IF
		END-PERFORM
		IF WS-ASOF-STATE = "F"
			IF WS-ASOF-TEXT IS NUMERIC
				MOVE WS-ASOF-TEXT TO WS-ASOF-DATE
				IF WS-ASOF-YEAR > 1900
					AND WS-ASOF-MONTH >= 1 AND WS-ASOF-MONTH <= 12
					AND WS-ASOF-DAY >= 1 AND WS-ASOF-DAY <= 31
					MOVE "Y" TO WS-ASOF-STATE
				END-IF
			END-IF
		END-IF.

	LOAD-TABLE-FROM-CALC.
		*> Hämtar hela Bermoullitabellen (N=60, tabellgränsen) i
		*> inaktuell BERNEXP kan inte längre läsas av misstag.
		MOVE "B" TO CALC-SEQ
		MOVE 60 TO CALC-N
		MOVE "BERNEM" TO CALC-APPL-ID
		*> Noll när ASOF= saknas - då dagens cache som förut.
		MOVE WS-ASOF-DATE TO CALC-ASOF-DATE
		CALL "BERNCALC" USING BERNCALC-PARM
		*> Returkod 2 är en full leverans där BERNCALC gått förbi
		*> en masterpost i karantän och räknat om tabellen.
		IF CALC-RETURN-CODE = 0 OR CALC-RETURN-CODE = 2
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > 60
				MOVE CALC-BER(i) TO Ber(i)
				MOVE "Y" TO WS-BER-LOADED(i)
			END-PERFORM
			MOVE 60 TO WS-BER-COUNT
			MOVE 60 TO WS-MAX-EVEN
			IF CALC-SOURCE = "H"
				DISPLAY "Bermoullitabellen hämtad ur BERNMVER via"
					" BERNCALC, som den stod per " WS-ASOF-DATE "."
			ELSE
			IF CALC-SOURCE = "M"
				DISPLAY "Bermoullitabellen hämtad ur BERNMSTR via"
					" BERNCALC."
				DISPLAY "Bermoullitabellen nyberäknad och cachad via"
					" BERNCALC."
			END-IF
			END-IF
			IF CALC-RETURN-CODE = 2
				DISPLAY "Cachad Bermoullitabell i karantän gicks förbi"
					" av BERNCALC."
			END-IF
		ELSE
			MOVE 0 TO WS-BER-COUNT
			MOVE 0 TO WS-MAX-EVEN
		MOVE 0 TO WS-EMC-READ
		MOVE 0 TO WS-EMC-DONE
		MOVE 0 TO WS-EMC-REJECTS
		MOVE 0 TO WS-EMC-NOT-MET
		OPEN INPUT EM-REQUEST
		IF WS-REQ-STATUS NOT = "00"
			DISPLAY "Kan inte öppna BERNEMIN, batchkörning avbruten."
				PERFORM WRITE-RUN-SUMMARY
				CLOSE EM-REPORT
				CLOSE EM-REQUEST
				IF WS-EMC-REJECTS > 0 OR WS-EMC-NOT-MET > 0
					MOVE 4 TO WS-BATCH-RC
				END-IF
				MOVE WS-EMC-DONE TO WS-DISP-COUNT
			PERFORM COMPUTE-DIRECT-SUM
			PERFORM WRITE-RESULT-REPORT
			ADD 1 TO WS-EMC-DONE
			IF WS-EM-MODE = "T" AND WS-TOL-OUTCOME NOT = "M"
				ADD 1 TO WS-EMC-NOT-MET
				DISPLAY "Beställning " WS-EMC-READ " nådde inte sin"
					" målnoggrannhet - se BERNEMRP."
			END-IF
		ELSE
			ADD 1 TO WS-EMC-REJECTS
			PERFORM WRITE-SECTION-HEADER
	VALIDATE-EM-REQUEST.
		*> Samma regler som SYSIN-dialogen i GET-PARAMETERS - P är
		*> ett heltal -9..9, A minst 1, B minst A och termantalet
		*> minst 1 och inom det tabellen räcker till, eller för typ
		*> "T" en målnoggrannhet större än noll. En rad som
		*> faller avvisas med orsak istället för att fälla hela
		*> körningen.
		MOVE "N" TO WS-REQ-VALID
		IF EMR-B NOT NUMERIC OR EMR-B < EMR-A
			MOVE "B MÅSTE VARA ETT HELTAL MINST A" TO WS-REJ-REASON
		ELSE
		IF EMR-TYPE NOT = SPACE AND EMR-TYPE NOT = "T"
			MOVE "OKÄND BESTÄLLNINGSTYP" TO WS-REJ-REASON
		ELSE
		IF EMR-TYPE = "T"
			IF EMR-TOL-MANT NOT NUMERIC OR EMR-TOL-MANT = 0
				MOVE "MÅLNOGGRANNHETEN MÅSTE VARA STÖRRE ÄN NOLL"
					TO WS-REJ-REASON
			ELSE
			IF EMR-TOL-ESIGN NOT = "-" AND EMR-TOL-ESIGN NOT = "+"
				MOVE "OGILTIGT TECKEN FÖR MÅLETS TIOPOTENS"
					TO WS-REJ-REASON
			ELSE
			IF EMR-TOL-EXP NOT NUMERIC
				MOVE "MÅLETS TIOPOTENS ÄR INTE NUMERISK"
					TO WS-REJ-REASON
			ELSE
				MOVE "T" TO WS-EM-MODE
				MOVE EMR-TOL-MANT TO WS-TOL-MANT
				MOVE EMR-TOL-ESIGN TO WS-TOL-ESIGN
				MOVE EMR-TOL-EXP TO WS-TOL-EXP
				PERFORM BUILD-TOLERANCE-TARGET
				MOVE 0 TO WS-EM-TERMS
				PERFORM TAKE-EM-REQUEST-VALUES
			END-IF
			END-IF
			END-IF
		ELSE
		IF EMR-TERMS NOT NUMERIC OR EMR-TERMS = 0
			MOVE "MINST 1 KORREKTIONSTERM KRÄVS" TO WS-REJ-REASON
		ELSE
				MOVE "TERMANTALET ÖVERSTIGER TABELLENS RÄCKVIDD"
					TO WS-REJ-REASON
			ELSE
				MOVE "F" TO WS-EM-MODE
				MOVE EMR-TERMS TO WS-EM-TERMS
				PERFORM TAKE-EM-REQUEST-VALUES
			END-IF
		END-IF
		END-IF
		END-IF
		END-IF
		END-IF
		END-IF
		END-IF.

	TAKE-EM-REQUEST-VALUES.
		MOVE EMR-P TO WS-ABS-P
		IF EMR-P-SIGN = "-"
			COMPUTE WS-P = 0 - WS-ABS-P END-COMPUTE
		ELSE
			MOVE WS-ABS-P TO WS-P
		END-IF
		MOVE EMR-A TO WS-A
		MOVE EMR-B TO WS-B
		MOVE "Y" TO WS-REQ-VALID.

	BUILD-TOLERANCE-TARGET.
		*> WS-EM-TARGET = d * 10 ** (+/-nn) - tiopotensen byggs med
		*> upprepad multiplikation, samma mönster som
		*> LOAD-ONE-EXPORT-RECORD.
		MOVE 1 TO WS-TOL-SCALE
		PERFORM WS-TOL-EXP TIMES
			MULTIPLY 10 BY WS-TOL-SCALE
		END-PERFORM
		IF WS-TOL-ESIGN = "-"
			COMPUTE WS-EM-TARGET = WS-TOL-MANT / WS-TOL-SCALE
			END-COMPUTE
		ELSE
			COMPUTE WS-EM-TARGET = WS-TOL-MANT * WS-TOL-SCALE
			END-COMPUTE
		END-IF.

	WRITE-SECTION-HEADER.
		STRING "  AVVISADE:               " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-EMC-NOT-MET TO WS-DISP-COUNT
		STRING "  MÅLET EJ NÅTT:          " WS-DISP-COUNT
			"  (SLUTFÖRDA, MEN RESTSKATTNINGEN ÖVER MÅLET)"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD
		IF WS-ASOF-STATE = "Y"
			PERFORM WRITE-ASOF-LINE
		END-IF.

	WRITE-ASOF-LINE.
		*> Visar att resultaten bygger på tabellen som den stod en
		*> tidigare dag, inte på dagens cache.
		MOVE SPACES TO WS-REPORT-LINE
		STRING "BER-TABELL PER DATUM (BERNMVER): " WS-ASOF-DATE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD.

	WRITE-CONTROL-RECORD.
			MOVE WS-EMC-DONE TO EMC-COMPLETED
			MOVE WS-EMC-REJECTS TO EMC-REJECTED
			MOVE WS-BATCH-RC TO EMC-RESULT
			MOVE WS-EMC-NOT-MET TO EMC-NOT-MET
			WRITE EM-CONTROL-RECORD
			CLOSE EM-CONTROL
		END-IF.

		*> Antal korrektionstermpar - varje par j använder Ber(2j),
		*> så gränsen sätts av det högsta jämna index som faktiskt
		*> fanns i BERNEXP. Svaret 0 betyder att beställaren hellre
		*> anger en målnoggrannhet och låter programmet välja
		*> termantalet.
		PERFORM CHECK-PARM-GIVEN
		MOVE "N" TO WS-PARM-VALID
		MOVE 0 TO WS-PARM-TRIES
		PERFORM UNTIL WS-PARM-VALID = "Y" OR WS-PARM-TRIES >= 3
			ADD 1 TO WS-PARM-TRIES
			DISPLAY "Antal korrektionstermer (1.."
				WS-MAX-EVEN " / 2, 0 = ange målnoggrannhet): "
			ACCEPT WS-EM-TERMS
			IF WS-EM-TERMS NOT NUMERIC
				DISPLAY "Ange minst 1 korrektionsterm, eller 0."
			ELSE
			IF WS-EM-TERMS = 0
				MOVE "T" TO WS-EM-MODE
				MOVE "Y" TO WS-PARM-VALID
			ELSE
				COMPUTE WS-T = WS-EM-TERMS * 2 END-COMPUTE
				IF WS-T > WS-MAX-EVEN
					DISPLAY "BERNEXP räcker bara till "
						WS-MAX-EVEN " / 2 termer. Försök igen."
				ELSE
					MOVE "F" TO WS-EM-MODE
					MOVE "Y" TO WS-PARM-VALID
				END-IF
			END-IF
			END-IF
		END-PERFORM
		PERFORM CHECK-PARM-GIVEN

		*> Målnoggrannheten skrivs som dE-nn eller dE+nn, t.ex.
		*> 1E-08 - samma delar som kol 20-23 i en batchbeställning.
		IF WS-EM-MODE = "T"
			MOVE "N" TO WS-PARM-VALID
			MOVE 0 TO WS-PARM-TRIES
			PERFORM UNTIL WS-PARM-VALID = "Y" OR WS-PARM-TRIES >= 3
				ADD 1 TO WS-PARM-TRIES
				DISPLAY "Målnoggrannhet (dE-nn, t.ex. 1E-08): "
				ACCEPT WS-TOL-RAW
				IF WS-TOL-RAW(1:1) NOT NUMERIC
					OR WS-TOL-RAW(1:1) = "0"
					OR WS-TOL-RAW(2:1) NOT = "E"
					OR (WS-TOL-RAW(3:1) NOT = "-"
						AND WS-TOL-RAW(3:1) NOT = "+")
					OR WS-TOL-RAW(4:2) NOT NUMERIC
					DISPLAY "Målet ska skrivas dE-nn eller dE+nn med"
						" d = 1..9. Försök igen."
				ELSE
					MOVE WS-TOL-RAW(1:1) TO WS-TOL-MANT
					MOVE WS-TOL-RAW(3:1) TO WS-TOL-ESIGN
					MOVE WS-TOL-RAW(4:2) TO WS-TOL-EXP
					PERFORM BUILD-TOLERANCE-TARGET
					MOVE "Y" TO WS-PARM-VALID
				END-IF
			END-PERFORM
			PERFORM CHECK-PARM-GIVEN
		END-IF.

	CHECK-PARM-GIVEN.
		IF WS-PARM-VALID NOT = "Y"
		COMPUTE WS-EM-SUM = WS-EM-INTEGRAL + WS-EM-ENDPOINTS
		END-COMPUTE

		IF WS-EM-MODE = "T"
			PERFORM ADD-TERMS-TO-TOLERANCE
		ELSE
			MOVE 1 TO WS-EM-FACT
			PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-EM-TERMS
				PERFORM COMPUTE-CORRECTION-TERM
				COMPUTE WS-EM-SUM = WS-EM-SUM + WS-EM-TERM
				END-COMPUTE
			END-PERFORM
		END-IF.

	COMPUTE-CORRECTION-TERM.
		*> Korrektionsterm j = Ber(2j)/(2j)! *
		*> (f'(2j-1)(B) - f'(2j-1)(A)) i WS-EM-TERM. Anropas med
		*> j = 1, 2, .. i tur och ordning efter att WS-EM-FACT satts
		*> till 1 - (2j)! byggs vidare från (2j-2)! med två faktorer.
		COMPUTE WS-EM-FACT = WS-EM-FACT * (2 * j - 1)
		END-COMPUTE
		COMPUTE WS-EM-FACT = WS-EM-FACT * 2 * j
		END-COMPUTE
		COMPUTE WS-Q = 2 * j - 1 END-COMPUTE
		MOVE WS-A TO WS-EM-X
		PERFORM POWER-DERIVATIVE
		MOVE WS-EM-TERM TO WS-EM-DERIV-A
		MOVE WS-B TO WS-EM-X
		PERFORM POWER-DERIVATIVE
		MOVE WS-EM-TERM TO WS-EM-DERIV-B
		COMPUTE WS-EM-TERM = Ber(2 * j) / WS-EM-FACT
			* (WS-EM-DERIV-B - WS-EM-DERIV-A)
		END-COMPUTE.

	ADD-TERMS-TO-TOLERANCE.
		*> Först räknas alla termer som tabellen räcker till. Sedan
		*> läggs de till en i taget: med j-1 termer medtagna är
		*> beloppet av term j restskattningen. Ryms den inom målet
		*> är vi klara. Är nästa term inte mindre än term j är term j
		*> seriens minsta - fler termer gör bara resultatet sämre, så
		*> summeringen stannar där med term j som felgräns. Finns
		*> ingen nästa term att jämföra med stannar den också.
		DIVIDE WS-MAX-EVEN BY 2 GIVING WS-TOL-AVAIL
		MOVE 1 TO WS-EM-FACT
		PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-TOL-AVAIL
			PERFORM COMPUTE-CORRECTION-TERM
			MOVE WS-EM-TERM TO WS-TOL-TERM(j)
			IF WS-EM-TERM < 0
				COMPUTE WS-TOL-ABS(j) = 0 - WS-EM-TERM
				END-COMPUTE
			ELSE
				MOVE WS-EM-TERM TO WS-TOL-ABS(j)
			END-IF
		END-PERFORM

		MOVE 0 TO WS-EM-TERMS
		MOVE SPACE TO WS-TOL-OUTCOME
		PERFORM VARYING j FROM 1 BY 1 UNTIL WS-TOL-OUTCOME NOT = SPACE
			IF WS-TOL-ABS(j) <= WS-EM-TARGET
				MOVE "M" TO WS-TOL-OUTCOME
			ELSE
			IF j >= WS-TOL-AVAIL
				MOVE "U" TO WS-TOL-OUTCOME
			ELSE
			IF WS-TOL-ABS(j + 1) >= WS-TOL-ABS(j)
				MOVE "D" TO WS-TOL-OUTCOME
			ELSE
				COMPUTE WS-EM-SUM = WS-EM-SUM + WS-TOL-TERM(j)
				END-COMPUTE
				ADD 1 TO WS-EM-TERMS
			END-IF
			END-IF
			END-IF
			IF WS-TOL-OUTCOME NOT = SPACE
				MOVE WS-TOL-ABS(j) TO WS-EM-BOUND
				MOVE j TO WS-TOL-STOP
			END-IF
		END-PERFORM.

	POWER-DERIVATIVE.
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD
		IF WS-ASOF-STATE = "Y"
			PERFORM WRITE-ASOF-LINE
		END-IF
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-EM-TERMS TO WS-DISP-COUNT
		STRING "ANTAL KORREKTIONSTERMER: " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD
		IF WS-EM-MODE = "T"
			PERFORM WRITE-TOLERANCE-LINES
		END-IF

		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-EM-INTEGRAL TO WS-DISP-VALUE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD.

	WRITE-TOLERANCE-LINES.
		*> Målnoggrannhet, uppnådd felgräns och om målet nåddes -
		*> för en beställning som inte nådde målet även varför.
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-EM-TARGET TO WS-SCI-SOURCE
		PERFORM FLOAT-TO-SCI
		STRING "MÅLNOGGRANNHET:           " WS-SCI-TEXT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-EM-BOUND TO WS-SCI-SOURCE
		PERFORM FLOAT-TO-SCI
		MOVE WS-TOL-STOP TO WS-DISP-INDEX
		STRING "UPPSKATTAD FELGRÄNS:      " WS-SCI-TEXT
			"  (BELOPPET AV TERM " WS-DISP-INDEX ")"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		EVALUATE WS-TOL-OUTCOME
			WHEN "M"
				MOVE "MÅLET NÅTT:               JA" TO WS-REPORT-LINE
			WHEN "D"
				STRING "MÅLET NÅTT:               NEJ - SERIEN"
					" DIVERGERAR, AVBRUTEN VID MINSTA TERMEN"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			WHEN OTHER
				STRING "MÅLET NÅTT:               NEJ - TABELLEN"
					" RÄCKER INTE TILL FLER TERMER"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-EVALUATE
		MOVE WS-REPORT-LINE TO EM-REPORT-RECORD
		WRITE EM-REPORT-RECORD
		IF WS-BATCH-MODE NOT = "Y"
			DISPLAY WS-REPORT-LINE(1:80)
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
