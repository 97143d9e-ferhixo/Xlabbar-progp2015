IDENTIFICATION DIVISION.
PROGRAM-ID. BERNDEB.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Månadsdebitering av Bernoullisystemet. Bernoulli.cob och BERNCALC
*> skriver en post i förbrukningsloggen BERNUSE för varje levererad
*> tabell - vem som bad om den, talföljd, N och om den räknades fram
*> eller hämtades ur BERNOULLI-MASTER. Det här programmet tar en
*> period (ÅÅÅÅMM via SYSIN) och
*>   - prissätter varje händelse i perioden ur taxan BERNRATE
*>     (talföljd, N-intervall och källa),
*>   - fördelar den på kostnadsställe: beställningskortets avdelning
*>     när den finns, annars operatörens eller den anropande
*>     applikationens koppling i BERNKST,
*>   - skriver debiteringsunderlaget BERNDRPT per kostnadsställe och
*>     gränssnittsfilen BERNGL (fast bredd) till huvudboken,
*>   - stämmer av periodens obevakade batchhändelser mot
*>     körhistoriken BERNHIST: nyberäknade mot HIST-COMPUTED och
*>     cacheträffar mot HIST-FROM-MSTR.
*> Händelser utan taxa eller utan kostnadsställe redovisas på
*> underlaget men går inte till huvudboken - komplettera taxan eller
*> kopplingen och kör om perioden.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Förbrukningsloggen - läses rakt igenom, periodens poster
	*> gallras fram på datum.
	SELECT USAGE-LOG ASSIGN TO "BERNUSE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-USE-STATUS.

	*> Taxan - en rad per prisregel, underhålls som vanligt
	*> styrkortsdataset av ekonomiavdelningen.
	SELECT RATE-TABLE ASSIGN TO "BERNRATE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RATE-STATUS.

	*> Kopplingen operatör/applikation -> kostnadsställe, underhålls
	*> från operatörsunderhållet i Bernoulli.cob.
	SELECT COST-CENTER ASSIGN TO "BERNKST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS KST-KEY
		FILE STATUS IS WS-KST-STATUS.

	*> Körhistoriken - läses från periodens första dag med START +
	*> READ NEXT, samma mönster som BERNTRND.
	SELECT RUN-HISTORY ASSIGN TO "BERNHIST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HIST-KEY
		FILE STATUS IS WS-HIST-STATUS.

	*> Debiteringsunderlaget per kostnadsställe.
	SELECT CHARGE-REPORT ASSIGN TO "BERNDRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-DRPT-STATUS.

	*> Gränssnittsfilen till huvudboken.
	SELECT GL-INTERFACE ASSIGN TO "BERNGL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GL-STATUS.

	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.

FILE SECTION.
*> Samma layout som USAGE-LOG-RECORD i Bernoulli.cob.
FD  USAGE-LOG.
01 USAGE-LOG-RECORD.
	05 USE-DATE   PIC 9(08).
	05 USE-TIME   PIC 9(08).
	05 USE-ORIGIN PIC X.
	05 USE-USER   PIC X(08).
	05 USE-DEPT   PIC X(06).
	05 USE-SEQ    PIC X.
	05 USE-N      PIC 9(02).
	05 USE-SOURCE PIC X.

*> En prisregel per rad, fast bredd:
*>   RATE-SEQ:    "B"/"E"/"T", eller "*" för alla talföljder
*>   RATE-N-FROM, RATE-N-TO: N-intervallet regeln gäller (1..60)
*>   RATE-SOURCE: "C" nyberäknad, "M" träff i BERNOULLI-MASTER
*>   RATE-PRICE:  pris per händelse i kronor, två implicita decimaler
*> Första regel som passar gäller - lägg särskilda regler före de
*> allmänna. Rader som börjar med "*" i kol 1 följt av blankt är
*> kommentarer.
FD  RATE-TABLE.
01 RATE-RECORD.
	05 RATE-SEQ    PIC X.
	05 RATE-N-FROM PIC 9(02).
	05 RATE-N-TO   PIC 9(02).
	05 RATE-SOURCE PIC X.
	05 RATE-PRICE  PIC 9(05)V99.

*> Samma layout som COST-CENTER-RECORD i Bernoulli.cob.
FD  COST-CENTER.
01 COST-CENTER-RECORD.
	05 KST-KEY.
		10 KST-TYPE PIC X.
		10 KST-ID   PIC X(08).
	05 KST-DEPT       PIC X(06).
	05 KST-CHANGED    PIC 9(08).
	05 KST-CHANGED-BY PIC X(08).

*> Samma layout som RUN-HISTORY-RECORD i Bernoulli.cob.
FD  RUN-HISTORY.
01 RUN-HISTORY-RECORD.
	05 HIST-KEY.
		10 HIST-DATE PIC 9(08).
		10 HIST-TIME PIC 9(08).
	05 HIST-READ      PIC 9(05).
	05 HIST-COMPUTED  PIC 9(05).
	05 HIST-FROM-MSTR PIC 9(05).
	05 HIST-REJECTS   PIC 9(05).
	05 HIST-RESULT    PIC 9(02).

FD  CHARGE-REPORT.
01 CHARGE-REPORT-RECORD PIC X(132).

*> Huvudboksgränssnittet - fast bredd utan skiljetecken, posttyp i
*> första tecknet, samma självbeskrivande mönster som BERNEXP:
*>   "H" huvudpost: källsystem, period, skapad datum och tid
*>   "D" en debetpost per kostnadsställe: period, kostnadsställe,
*>       konto, belopp (två implicita decimaler), antal händelser
*>   "T" slutpost: period, antal D-poster och beloppssumma
*> Motkonteringen mot driftens eget kostnadsställe gör huvudboken
*> ur slutpostens summa.
FD  GL-INTERFACE.
01 GL-HEADER.
	05 GLH-REC-TYPE PIC X.
	05 GLH-SYSTEM   PIC X(08).
	05 GLH-PERIOD   PIC 9(06).
	05 GLH-DATE     PIC 9(08).
	05 GLH-TIME     PIC 9(08).
01 GL-DETAIL.
	05 GLD-REC-TYPE    PIC X.
	05 GLD-PERIOD      PIC 9(06).
	05 GLD-COST-CENTER PIC X(06).
	05 GLD-ACCOUNT     PIC X(06).
	05 GLD-AMOUNT      PIC 9(09)V99.
	05 GLD-COUNT       PIC 9(07).
	05 GLD-TEXT        PIC X(30).
01 GL-TRAILER.
	05 GLT-REC-TYPE PIC X.
	05 GLT-PERIOD   PIC 9(06).
	05 GLT-COUNT    PIC 9(05).
	05 GLT-AMOUNT   PIC 9(11)V99.

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 i 		PIC 9(03).
01 j        PIC 9(03).
01 k        PIC 9.
01 m        PIC 9.

01 WS-USE-STATUS  PIC XX.
01 WS-RATE-STATUS PIC XX.
01 WS-KST-STATUS  PIC XX.
01 WS-HIST-STATUS PIC XX.
01 WS-DRPT-STATUS PIC XX.
01 WS-GL-STATUS   PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-EOF-FLAG    PIC X VALUE "N".
01 WS-KST-OPEN    PIC X VALUE "N".
01 WS-HIST-OPEN   PIC X VALUE "N".

*> Utfall:
*>   0 = allt prissatt, kopplat och i balans mot BERNHIST
*>   4 = händelser utan taxa eller kostnadsställe, felaktiga
*>       taxe- eller loggrader eller differens mot BERNHIST -
*>       huvudboksfilen är skriven men ska granskas innan den
*>       skickas
*>  12 = BERNUSE, BERNRATE, BERNDRPT eller BERNGL gick inte att
*>       öppna, eller taxan saknar giltiga rader
01 WS-DEB-RC PIC 99 VALUE 0.

*> Perioden och dess datumgränser.
01 WS-PERIOD-INPUT PIC 9(06).
01 WS-PERIOD       PIC 9(06).
01 WS-PERIOD-MONTH PIC 9(02).
01 WS-PERIOD-FROM  PIC 9(08).
01 WS-PERIOD-TO    PIC 9(08).
01 WS-PARM-VALID   PIC X.
01 WS-PARM-TRIES   PIC 9.

*> Huvudbokens konto för intern IT-debitering - ändras här om
*> kontoplanen ändras.
01 WS-GL-ACCOUNT PIC X(06) VALUE "765100".
01 WS-GL-TEXT    PIC X(30) VALUE "DEBITERING BERNOULLISYSTEMET".

*> Taxan i minnet, i inläsningsordning.
01 WS-MAX-RATES PIC 9(03) VALUE 200.
01 WS-RATE-TABLE.
	05 WS-RT-ENTRY OCCURS 200 TIMES.
		10 WS-RT-SEQ    PIC X.
		10 WS-RT-N-FROM PIC 9(02).
		10 WS-RT-N-TO   PIC 9(02).
		10 WS-RT-SOURCE PIC X.
		10 WS-RT-PRICE  PIC 9(05)V99.
01 WS-RATE-USED PIC 9(03) VALUE 0.
01 WS-RATE-BAD  PIC 9(05) VALUE 0.
01 WS-RATE-HIT  PIC 9(03).

*> Debiteringen per kostnadsställe, nedbruten per talföljd
*> (1..3 = "B", "E", "T") och källa (1 = nyberäknad, 2 = träff).
*> Händelser utan kostnadsställe samlas under WS-UNMAPPED-DEPT och
*> går inte till huvudboken.
01 WS-MAX-DEPTS PIC 9(03) VALUE 200.
01 WS-DEPT-TABLE.
	05 WS-DP-ENTRY OCCURS 200 TIMES.
		10 WS-DP-DEPT PIC X(06).
		10 WS-DP-SEQ OCCURS 3 TIMES.
			15 WS-DP-SRC OCCURS 2 TIMES.
				20 WS-DP-COUNT  PIC 9(07).
				20 WS-DP-AMOUNT PIC 9(09)V99.
		10 WS-DP-TOT-COUNT  PIC 9(07).
		10 WS-DP-TOT-AMOUNT PIC 9(09)V99.
01 WS-DP-SWAP   PIC X(132).
01 WS-DP-USED   PIC 9(03) VALUE 0.
01 WS-DP-HIT    PIC 9(03).
01 WS-UNMAPPED-DEPT PIC X(06) VALUE "******".
01 WS-EVENT-DEPT    PIC X(06).

*> Händelsens index i tabellerna ovan.
01 WS-SEQ-IX PIC 9.
01 WS-SRC-IX PIC 9.
01 WS-ORG-IX PIC 9.

*> Periodens händelser per ursprung (1 = batch "B", 2 =
*> interaktivt "I", 3 = BERNCALC "C") och källa - batchraden är den
*> som stäms av mot BERNHIST.
01 WS-ORG-TABLE.
	05 WS-ORG-ENTRY OCCURS 3 TIMES.
		10 WS-ORG-COUNT PIC 9(07) OCCURS 2 TIMES.

*> Händelser utan taxa - de första visas på underlaget.
01 WS-MAX-UNPRICED PIC 9(03) VALUE 50.
01 WS-UNPRICED-TABLE.
	05 WS-UP-ENTRY OCCURS 50 TIMES.
		10 WS-UP-DATE   PIC 9(08).
		10 WS-UP-ORIGIN PIC X.
		10 WS-UP-USER   PIC X(08).
		10 WS-UP-SEQ    PIC X.
		10 WS-UP-N      PIC 9(02).
		10 WS-UP-SOURCE PIC X.
01 WS-UP-USED PIC 9(03) VALUE 0.

*> Räkneverk och kontrollsummor.
01 WS-EV-READ      PIC 9(07) VALUE 0.
01 WS-EV-PERIOD    PIC 9(07) VALUE 0.
01 WS-EV-BAD       PIC 9(07) VALUE 0.
01 WS-EV-PRICED    PIC 9(07) VALUE 0.
01 WS-EV-UNPRICED  PIC 9(07) VALUE 0.
01 WS-EV-UNMAPPED  PIC 9(07) VALUE 0.
01 WS-EV-OVERFLOW  PIC 9(07) VALUE 0.
01 WS-TOT-AMOUNT   PIC 9(11)V99 VALUE 0.
01 WS-GL-AMOUNT    PIC 9(11)V99 VALUE 0.
01 WS-GL-RECORDS   PIC 9(05) VALUE 0.
01 WS-UNMAPPED-AMOUNT PIC 9(11)V99 VALUE 0.
01 WS-HIST-RUNS     PIC 9(05) VALUE 0.
01 WS-HIST-COMPUTED PIC 9(07) VALUE 0.
01 WS-HIST-FROM-MSTR PIC 9(07) VALUE 0.
01 WS-BALANCED     PIC X VALUE "N".

*> Revisionsloggens fält - debiteringen loggas som DEBITJOB.
01 WS-OPERATOR-ID PIC X(08) VALUE "DEBITJOB".
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-AUDIT-MODE   PIC X(06) VALUE "DEBIT ".
01 WS-AUDIT-LINE   PIC X(132).

01 WS-SEQ-NAME     PIC X(09).
01 WS-SRC-NAME     PIC X(12).
01 WS-ORG-NAME     PIC X(12).
01 WS-DISP-COUNT   PIC Z(6)9.
01 WS-DISP-COUNT2  PIC Z(6)9.
01 WS-DISP-AMOUNT  PIC Z(10)9.99.
01 WS-DISP-PRICE   PIC Z(4)9.99.
01 WS-DISP-N       PIC Z9.
01 WS-REPORT-LINE  PIC X(132).

PROCEDURE DIVISION.

	PERFORM GET-PERIOD

	OPEN OUTPUT CHARGE-REPORT
	IF WS-DRPT-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNDRPT, debiteringen avbryts."
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	PERFORM LOAD-RATE-TABLE
	IF WS-DEB-RC = 12
		CLOSE CHARGE-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	OPEN INPUT USAGE-LOG
	IF WS-USE-STATUS NOT = "00"
		DISPLAY "BERNUSE kan inte öppnas (status " WS-USE-STATUS
			"), debiteringen avbryts."
		CLOSE CHARGE-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT GL-INTERFACE
	IF WS-GL-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNGL, debiteringen avbryts."
		CLOSE USAGE-LOG
		CLOSE CHARGE-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	*> Utan kopplingsfil hamnar allt som inte bär avdelning från
	*> beställningskortet under "ej kopplade" - körningen går
	*> igenom ändå så att underlaget visar omfattningen.
	OPEN INPUT COST-CENTER
	IF WS-KST-STATUS = "00"
		MOVE "Y" TO WS-KST-OPEN
	ELSE
		DISPLAY "BERNKST kan inte öppnas (status " WS-KST-STATUS
			") - inga kopplingar till kostnadsställe läses."
	END-IF

	MOVE ZEROS TO WS-ORG-TABLE
	MOVE "N" TO WS-EOF-FLAG
	PERFORM UNTIL WS-EOF-FLAG = "Y"
		READ USAGE-LOG
			AT END
				MOVE "Y" TO WS-EOF-FLAG
			NOT AT END
				ADD 1 TO WS-EV-READ
				IF USE-DATE NUMERIC
					AND USE-DATE >= WS-PERIOD-FROM
					AND USE-DATE <= WS-PERIOD-TO
					PERFORM PRICE-ONE-EVENT
				END-IF
		END-READ
	END-PERFORM
	CLOSE USAGE-LOG
	IF WS-KST-OPEN = "Y"
		CLOSE COST-CENTER
	END-IF

	PERFORM TALLY-RUN-HISTORY
	PERFORM SORT-DEPARTMENTS
	COMPUTE WS-GL-AMOUNT = WS-TOT-AMOUNT - WS-UNMAPPED-AMOUNT
	END-COMPUTE
	PERFORM WRITE-STATEMENT
	PERFORM WRITE-GL-FILE
	PERFORM WRITE-CONTROL-TOTALS

	CLOSE GL-INTERFACE
	CLOSE CHARGE-REPORT

	IF WS-DEB-RC < 4
		AND (WS-EV-BAD > 0 OR WS-EV-UNPRICED > 0
			OR WS-EV-UNMAPPED > 0 OR WS-EV-OVERFLOW > 0
			OR WS-RATE-BAD > 0 OR WS-BALANCED NOT = "Y")
		MOVE 4 TO WS-DEB-RC
	END-IF

	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF
	PERFORM WRITE-AUDIT-RECORD
	CLOSE AUDIT-LOG

	MOVE WS-GL-AMOUNT TO WS-DISP-AMOUNT
	DISPLAY "Debitering för period " WS-PERIOD " klar - "
		WS-DISP-AMOUNT " kr till huvudboken, underlag i BERNDRPT."
	MOVE WS-DEB-RC TO RETURN-CODE
	STOP RUN.

	GET-PERIOD.
		MOVE "N" TO WS-PARM-VALID
		MOVE 0 TO WS-PARM-TRIES
		PERFORM UNTIL WS-PARM-VALID = "Y" OR WS-PARM-TRIES >= 3
			ADD 1 TO WS-PARM-TRIES
			DISPLAY "Period att debitera (ÅÅÅÅMM): "
			ACCEPT WS-PERIOD-INPUT
			IF WS-PERIOD-INPUT NOT NUMERIC
				DISPLAY "Ogiltig period. Försök igen."
			ELSE
				MOVE WS-PERIOD-INPUT(5:2) TO WS-PERIOD-MONTH
				IF WS-PERIOD-MONTH = 0 OR WS-PERIOD-MONTH > 12
					DISPLAY "Månaden måste vara 01..12. Försök igen."
				ELSE
					MOVE WS-PERIOD-INPUT TO WS-PERIOD
					MOVE "Y" TO WS-PARM-VALID
				END-IF
			END-IF
		END-PERFORM
		IF WS-PARM-VALID NOT = "Y"
			DISPLAY "Ingen giltig parameter efter tre försök -"
				" debiteringen avbryts."
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		*> Dag 31 som övre gräns räcker för alla månader - datumen
		*> jämförs bara, de räknas inte med.
		COMPUTE WS-PERIOD-FROM = WS-PERIOD * 100 + 1 END-COMPUTE
		COMPUTE WS-PERIOD-TO = WS-PERIOD * 100 + 31 END-COMPUTE.

	LOAD-RATE-TABLE.
		*> Felaktiga taxerader visas och räknas men hoppas över -
		*> saknas giltiga rader helt går inget att prissätta och
		*> körningen avbryts.
		OPEN INPUT RATE-TABLE
		IF WS-RATE-STATUS NOT = "00"
			DISPLAY "BERNRATE kan inte öppnas (status " WS-RATE-STATUS
				"), debiteringen avbryts."
			MOVE 12 TO WS-DEB-RC
		ELSE
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ RATE-TABLE
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						PERFORM LOAD-ONE-RATE
				END-READ
			END-PERFORM
			CLOSE RATE-TABLE
			IF WS-RATE-USED = 0
				DISPLAY "BERNRATE innehåller ingen giltig taxerad -"
					" debiteringen avbryts."
				MOVE 12 TO WS-DEB-RC
			END-IF
		END-IF.

	LOAD-ONE-RATE.
		IF RATE-SEQ = "*" AND RATE-RECORD(2:1) = SPACE
			CONTINUE
		ELSE
		IF (RATE-SEQ NOT = "B" AND RATE-SEQ NOT = "E"
				AND RATE-SEQ NOT = "T" AND RATE-SEQ NOT = "*")
			OR RATE-N-FROM NOT NUMERIC OR RATE-N-TO NOT NUMERIC
			OR RATE-N-FROM = 0 OR RATE-N-TO > 60
			OR RATE-N-FROM > RATE-N-TO
			OR (RATE-SOURCE NOT = "C" AND RATE-SOURCE NOT = "M")
			OR RATE-PRICE NOT NUMERIC
			ADD 1 TO WS-RATE-BAD
			DISPLAY "Ogiltig taxerad hoppas över: " RATE-RECORD
		ELSE
		IF WS-RATE-USED >= WS-MAX-RATES
			ADD 1 TO WS-RATE-BAD
			DISPLAY "Fler än " WS-MAX-RATES " taxerader - raden"
				" hoppas över: " RATE-RECORD
		ELSE
			ADD 1 TO WS-RATE-USED
			MOVE RATE-SEQ TO WS-RT-SEQ(WS-RATE-USED)
			MOVE RATE-N-FROM TO WS-RT-N-FROM(WS-RATE-USED)
			MOVE RATE-N-TO TO WS-RT-N-TO(WS-RATE-USED)
			MOVE RATE-SOURCE TO WS-RT-SOURCE(WS-RATE-USED)
			MOVE RATE-PRICE TO WS-RT-PRICE(WS-RATE-USED)
		END-IF
		END-IF
		END-IF.

	PRICE-ONE-EVENT.
		ADD 1 TO WS-EV-PERIOD
		IF (USE-ORIGIN NOT = "B" AND USE-ORIGIN NOT = "I"
				AND USE-ORIGIN NOT = "C")
			OR (USE-SEQ NOT = "B" AND USE-SEQ NOT = "E"
				AND USE-SEQ NOT = "T")
			OR USE-N NOT NUMERIC OR USE-N = 0 OR USE-N > 60
			OR (USE-SOURCE NOT = "C" AND USE-SOURCE NOT = "M")
			ADD 1 TO WS-EV-BAD
			DISPLAY "Felaktig post i BERNUSE hoppas över: "
				USAGE-LOG-RECORD
		ELSE
			PERFORM SET-EVENT-INDEXES
			ADD 1 TO WS-ORG-COUNT(WS-ORG-IX, WS-SRC-IX)
			PERFORM FIND-RATE
			IF WS-RATE-HIT = 0
				PERFORM KEEP-UNPRICED-EVENT
			ELSE
				ADD 1 TO WS-EV-PRICED
				PERFORM FIND-EVENT-DEPT
				PERFORM FIND-DEPT-ENTRY
				IF WS-DP-HIT = 0
					ADD 1 TO WS-EV-OVERFLOW
				ELSE
					ADD 1 TO WS-DP-COUNT(WS-DP-HIT, WS-SEQ-IX,
						WS-SRC-IX)
					ADD WS-RT-PRICE(WS-RATE-HIT)
						TO WS-DP-AMOUNT(WS-DP-HIT, WS-SEQ-IX,
							WS-SRC-IX)
					ADD 1 TO WS-DP-TOT-COUNT(WS-DP-HIT)
					ADD WS-RT-PRICE(WS-RATE-HIT)
						TO WS-DP-TOT-AMOUNT(WS-DP-HIT)
					ADD WS-RT-PRICE(WS-RATE-HIT) TO WS-TOT-AMOUNT
					IF WS-EVENT-DEPT = WS-UNMAPPED-DEPT
						ADD 1 TO WS-EV-UNMAPPED
						ADD WS-RT-PRICE(WS-RATE-HIT)
							TO WS-UNMAPPED-AMOUNT
					END-IF
				END-IF
			END-IF
		END-IF.

	SET-EVENT-INDEXES.
		EVALUATE USE-SEQ
			WHEN "E"
				MOVE 2 TO WS-SEQ-IX
			WHEN "T"
				MOVE 3 TO WS-SEQ-IX
			WHEN OTHER
				MOVE 1 TO WS-SEQ-IX
		END-EVALUATE
		IF USE-SOURCE = "M"
			MOVE 2 TO WS-SRC-IX
		ELSE
			MOVE 1 TO WS-SRC-IX
		END-IF
		EVALUATE USE-ORIGIN
			WHEN "I"
				MOVE 2 TO WS-ORG-IX
			WHEN "C"
				MOVE 3 TO WS-ORG-IX
			WHEN OTHER
				MOVE 1 TO WS-ORG-IX
		END-EVALUATE.

	FIND-RATE.
		*> Första regel i taxans ordning som passar talföljd, N och
		*> källa.
		MOVE 0 TO WS-RATE-HIT
		PERFORM VARYING i FROM 1 BY 1
			UNTIL i > WS-RATE-USED OR WS-RATE-HIT > 0
			IF (WS-RT-SEQ(i) = USE-SEQ OR WS-RT-SEQ(i) = "*")
				AND USE-N >= WS-RT-N-FROM(i)
				AND USE-N <= WS-RT-N-TO(i)
				AND WS-RT-SOURCE(i) = USE-SOURCE
				MOVE i TO WS-RATE-HIT
			END-IF
		END-PERFORM.

	KEEP-UNPRICED-EVENT.
		ADD 1 TO WS-EV-UNPRICED
		IF WS-UP-USED < WS-MAX-UNPRICED
			ADD 1 TO WS-UP-USED
			MOVE USE-DATE TO WS-UP-DATE(WS-UP-USED)
			MOVE USE-ORIGIN TO WS-UP-ORIGIN(WS-UP-USED)
			MOVE USE-USER TO WS-UP-USER(WS-UP-USED)
			MOVE USE-SEQ TO WS-UP-SEQ(WS-UP-USED)
			MOVE USE-N TO WS-UP-N(WS-UP-USED)
			MOVE USE-SOURCE TO WS-UP-SOURCE(WS-UP-USED)
		END-IF.

	FIND-EVENT-DEPT.
		*> Beställningskortets avdelning går före - den talar om
		*> vem som faktiskt bad om tabellen, oavsett vilken operatör
		*> eller batchprofil som körde den. Annars avgör kopplingen
		*> i BERNKST: applikationens för BERNCALC-anrop, operatörens
		*> för övriga.
		IF USE-DEPT NOT = SPACES
			MOVE USE-DEPT TO WS-EVENT-DEPT
		ELSE
			MOVE WS-UNMAPPED-DEPT TO WS-EVENT-DEPT
			IF WS-KST-OPEN = "Y" AND USE-USER NOT = SPACES
				IF USE-ORIGIN = "C"
					MOVE "A" TO KST-TYPE
				ELSE
					MOVE "O" TO KST-TYPE
				END-IF
				MOVE USE-USER TO KST-ID
				READ COST-CENTER
					INVALID KEY
						CONTINUE
					NOT INVALID KEY
						IF KST-DEPT NOT = SPACES
							MOVE KST-DEPT TO WS-EVENT-DEPT
						END-IF
				END-READ
			END-IF
		END-IF.

	FIND-DEPT-ENTRY.
		MOVE 0 TO WS-DP-HIT
		PERFORM VARYING j FROM 1 BY 1
			UNTIL j > WS-DP-USED OR WS-DP-HIT > 0
			IF WS-DP-DEPT(j) = WS-EVENT-DEPT
				MOVE j TO WS-DP-HIT
			END-IF
		END-PERFORM
		IF WS-DP-HIT = 0
			IF WS-DP-USED < WS-MAX-DEPTS
				ADD 1 TO WS-DP-USED
				MOVE WS-DP-USED TO WS-DP-HIT
				INITIALIZE WS-DP-ENTRY(WS-DP-HIT)
				MOVE WS-EVENT-DEPT TO WS-DP-DEPT(WS-DP-HIT)
			ELSE
				DISPLAY "Fler än " WS-MAX-DEPTS " kostnadsställen -"
					" händelsen för " WS-EVENT-DEPT " debiteras inte."
			END-IF
		END-IF.

	TALLY-RUN-HISTORY.
		*> Periodens batchkörningar ur körhistoriken. Bara
		*> obevakade körningar (PARM='BATCH') skriver BERNHIST, och
		*> det är också bara de som loggar ursprung "B" i BERNUSE -
		*> nyberäknade och träffar ska alltså stämma exakt. En
		*> körning som går över midnatt vid månadsskiftet kan ge en
		*> differens som tar ut sig mot nästa period.
		OPEN INPUT RUN-HISTORY
		IF WS-HIST-STATUS NOT = "00"
			DISPLAY "BERNHIST kan inte öppnas (status " WS-HIST-STATUS
				") - avstämningen kan inte göras."
		ELSE
			MOVE "Y" TO WS-HIST-OPEN
			MOVE WS-PERIOD-FROM TO HIST-DATE
			MOVE 0 TO HIST-TIME
			MOVE "N" TO WS-EOF-FLAG
			START RUN-HISTORY KEY NOT < HIST-KEY
				INVALID KEY
					MOVE "Y" TO WS-EOF-FLAG
			END-START
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ RUN-HISTORY NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						IF HIST-DATE > WS-PERIOD-TO
							MOVE "Y" TO WS-EOF-FLAG
						ELSE
							ADD 1 TO WS-HIST-RUNS
							ADD HIST-COMPUTED TO WS-HIST-COMPUTED
							ADD HIST-FROM-MSTR TO WS-HIST-FROM-MSTR
						END-IF
				END-READ
			END-PERFORM
			CLOSE RUN-HISTORY
		END-IF
		IF WS-HIST-OPEN = "Y"
			AND WS-ORG-COUNT(1, 1) = WS-HIST-COMPUTED
			AND WS-ORG-COUNT(1, 2) = WS-HIST-FROM-MSTR
			MOVE "Y" TO WS-BALANCED
		ELSE
			MOVE "N" TO WS-BALANCED
		END-IF.

	SORT-DEPARTMENTS.
		*> Underlaget och huvudboksfilen i kostnadsställeordning -
		*> några hundra poster som mest, en enkel utbytessortering
		*> räcker.
		PERFORM VARYING i FROM 1 BY 1 UNTIL i >= WS-DP-USED
			PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-DP-USED - i
				IF WS-DP-DEPT(j) > WS-DP-DEPT(j + 1)
					MOVE WS-DP-ENTRY(j) TO WS-DP-SWAP
					MOVE WS-DP-ENTRY(j + 1) TO WS-DP-ENTRY(j)
					MOVE WS-DP-SWAP TO WS-DP-ENTRY(j + 1)
				END-IF
			END-PERFORM
		END-PERFORM.

	WRITE-STATEMENT.
		MOVE SPACES TO WS-REPORT-LINE
		STRING "DEBITERINGSUNDERLAG BERNOULLISYSTEMET - PERIOD "
			WS-PERIOD
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE ALL "=" TO CHARGE-REPORT-RECORD(1:60)
		MOVE SPACES TO CHARGE-REPORT-RECORD(61:72)
		WRITE CHARGE-REPORT-RECORD
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-DP-USED
			IF WS-DP-DEPT(i) NOT = WS-UNMAPPED-DEPT
				MOVE SPACES TO WS-REPORT-LINE
				STRING "KOSTNADSSTÄLLE " WS-DP-DEPT(i)
					DELIMITED BY SIZE INTO WS-REPORT-LINE
				PERFORM WRITE-DEPT-BLOCK
			END-IF
		END-PERFORM
		MOVE SPACES TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-GL-AMOUNT TO WS-DISP-AMOUNT
		STRING "SUMMA DEBITERAT KOSTNADSSTÄLLEN:       "
			WS-DISP-AMOUNT " KR"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD

		*> Händelser utan kostnadsställe - prissatta men hållna
		*> utanför huvudboksfilen tills kopplingen finns.
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-DP-USED
			IF WS-DP-DEPT(i) = WS-UNMAPPED-DEPT
				MOVE SPACES TO CHARGE-REPORT-RECORD
				WRITE CHARGE-REPORT-RECORD
				MOVE "EJ KOPPLADE TILL KOSTNADSSTÄLLE - INGÅR INTE I BERNGL"
					TO WS-REPORT-LINE
				PERFORM WRITE-DEPT-BLOCK
			END-IF
		END-PERFORM

		IF WS-EV-UNPRICED > 0
			MOVE SPACES TO CHARGE-REPORT-RECORD
			WRITE CHARGE-REPORT-RECORD
			MOVE "HÄNDELSER UTAN TAXA - DEBITERAS INTE"
				TO CHARGE-REPORT-RECORD
			WRITE CHARGE-REPORT-RECORD
			MOVE "  DATUM     URSPR ANVÄNDARE FÖLJD  N  KÄLLA"
				TO CHARGE-REPORT-RECORD
			WRITE CHARGE-REPORT-RECORD
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-UP-USED
				MOVE SPACES TO WS-REPORT-LINE
				MOVE WS-UP-N(i) TO WS-DISP-N
				STRING "  " WS-UP-DATE(i)
					"  " WS-UP-ORIGIN(i)
					"     " WS-UP-USER(i)
					"  " WS-UP-SEQ(i)
					"     " WS-DISP-N
					"  " WS-UP-SOURCE(i)
					DELIMITED BY SIZE INTO WS-REPORT-LINE
				MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
				WRITE CHARGE-REPORT-RECORD
			END-PERFORM
			IF WS-EV-UNPRICED > WS-UP-USED
				MOVE SPACES TO WS-REPORT-LINE
				MOVE WS-EV-UNPRICED TO WS-DISP-COUNT
				MOVE WS-MAX-UNPRICED TO WS-DISP-COUNT2
				STRING "  (" WS-DISP-COUNT " HÄNDELSER TOTALT - DE "
					WS-DISP-COUNT2 " FÖRSTA VISAS)"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
				MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
				WRITE CHARGE-REPORT-RECORD
			END-IF
		END-IF.

	WRITE-DEPT-BLOCK.
		*> Rubriken ligger i WS-REPORT-LINE när blocket anropas - en
		*> rad per talföljd och källa med händelser, plus summa.
		MOVE SPACES TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE "  FÖLJD      KÄLLA              ANTAL          BELOPP KR"
			TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		PERFORM VARYING k FROM 1 BY 1 UNTIL k > 3
			PERFORM VARYING m FROM 1 BY 1 UNTIL m > 2
				IF WS-DP-COUNT(i, k, m) > 0
					PERFORM SET-ROW-NAMES
					MOVE SPACES TO WS-REPORT-LINE
					MOVE WS-DP-COUNT(i, k, m) TO WS-DISP-COUNT
					MOVE WS-DP-AMOUNT(i, k, m) TO WS-DISP-AMOUNT
					STRING "  " WS-SEQ-NAME "  " WS-SRC-NAME
						"    " WS-DISP-COUNT "  " WS-DISP-AMOUNT
						DELIMITED BY SIZE INTO WS-REPORT-LINE
					MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
					WRITE CHARGE-REPORT-RECORD
				END-IF
			END-PERFORM
		END-PERFORM
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-DP-TOT-COUNT(i) TO WS-DISP-COUNT
		MOVE WS-DP-TOT-AMOUNT(i) TO WS-DISP-AMOUNT
		STRING "  SUMMA                         " WS-DISP-COUNT
			"  " WS-DISP-AMOUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD.

	SET-ROW-NAMES.
		EVALUATE k
			WHEN 1
				MOVE "BERNOULLI" TO WS-SEQ-NAME
			WHEN 2
				MOVE "EULER    " TO WS-SEQ-NAME
			WHEN OTHER
				MOVE "TANGENT  " TO WS-SEQ-NAME
		END-EVALUATE
		IF m = 1
			MOVE "NYBERÄKNAD" TO WS-SRC-NAME
		ELSE
			MOVE "CACHETRÄFF" TO WS-SRC-NAME
		END-IF.

	WRITE-GL-FILE.
		*> Huvudpost, en debetpost per kopplat kostnadsställe med
		*> belopp, slutpost med antal och summa - slutpostens summa
		*> är densamma som underlagets "summa debiterat".
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE "H" TO GLH-REC-TYPE
		MOVE "BERNDEB " TO GLH-SYSTEM
		MOVE WS-PERIOD TO GLH-PERIOD
		MOVE WS-SYS-DATE TO GLH-DATE
		MOVE WS-SYS-TIME TO GLH-TIME
		WRITE GL-HEADER
		MOVE 0 TO WS-GL-RECORDS
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-DP-USED
			IF WS-DP-DEPT(i) NOT = WS-UNMAPPED-DEPT
				AND WS-DP-TOT-AMOUNT(i) > 0
				MOVE "D" TO GLD-REC-TYPE
				MOVE WS-PERIOD TO GLD-PERIOD
				MOVE WS-DP-DEPT(i) TO GLD-COST-CENTER
				MOVE WS-GL-ACCOUNT TO GLD-ACCOUNT
				MOVE WS-DP-TOT-AMOUNT(i) TO GLD-AMOUNT
				MOVE WS-DP-TOT-COUNT(i) TO GLD-COUNT
				MOVE WS-GL-TEXT TO GLD-TEXT
				WRITE GL-DETAIL
				ADD 1 TO WS-GL-RECORDS
			END-IF
		END-PERFORM
		MOVE "T" TO GLT-REC-TYPE
		MOVE WS-PERIOD TO GLT-PERIOD
		MOVE WS-GL-RECORDS TO GLT-COUNT
		MOVE WS-GL-AMOUNT TO GLT-AMOUNT
		WRITE GL-TRAILER.

	WRITE-CONTROL-TOTALS.
		MOVE SPACES TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE ALL "=" TO CHARGE-REPORT-RECORD(1:60)
		MOVE SPACES TO CHARGE-REPORT-RECORD(61:72)
		WRITE CHARGE-REPORT-RECORD
		MOVE "KONTROLLSUMMOR" TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-EV-READ TO WS-DISP-COUNT
		STRING "  POSTER LÄSTA I BERNUSE:            " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		MOVE WS-EV-PERIOD TO WS-DISP-COUNT
		STRING "  HÄNDELSER I PERIODEN:              " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		PERFORM VARYING k FROM 1 BY 1 UNTIL k > 3
			EVALUATE k
				WHEN 1
					MOVE "BATCH      " TO WS-ORG-NAME
				WHEN 2
					MOVE "INTERAKTIVT" TO WS-ORG-NAME
				WHEN OTHER
					MOVE "BERNCALC   " TO WS-ORG-NAME
			END-EVALUATE
			MOVE WS-ORG-COUNT(k, 1) TO WS-DISP-COUNT
			MOVE WS-ORG-COUNT(k, 2) TO WS-DISP-COUNT2
			STRING "    " WS-ORG-NAME " NYBERÄKNADE " WS-DISP-COUNT
				"  CACHETRÄFFAR " WS-DISP-COUNT2
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			PERFORM WRITE-CONTROL-LINE
		END-PERFORM
		MOVE WS-EV-PRICED TO WS-DISP-COUNT
		STRING "  PRISSATTA:                         " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		MOVE WS-EV-UNPRICED TO WS-DISP-COUNT
		STRING "  UTAN TAXA:                         " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		MOVE WS-EV-UNMAPPED TO WS-DISP-COUNT
		STRING "  UTAN KOSTNADSSTÄLLE:               " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		MOVE WS-EV-BAD TO WS-DISP-COUNT
		STRING "  FELAKTIGA LOGGPOSTER:              " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		MOVE WS-RATE-BAD TO WS-DISP-COUNT
		STRING "  FELAKTIGA TAXERADER:               " WS-DISP-COUNT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		IF WS-EV-OVERFLOW > 0
			MOVE WS-EV-OVERFLOW TO WS-DISP-COUNT
			STRING "  EJ DEBITERADE (TABELLEN FULL):     "
				WS-DISP-COUNT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			PERFORM WRITE-CONTROL-LINE
		END-IF
		MOVE WS-TOT-AMOUNT TO WS-DISP-AMOUNT
		STRING "  PRISSATT BELOPP:           " WS-DISP-AMOUNT " KR"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		MOVE WS-UNMAPPED-AMOUNT TO WS-DISP-AMOUNT
		STRING "  VARAV EJ KOPPLAT:          " WS-DISP-AMOUNT " KR"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE
		MOVE WS-GL-RECORDS TO WS-DISP-COUNT
		MOVE WS-GL-AMOUNT TO WS-DISP-AMOUNT
		STRING "  BERNGL: " WS-DISP-COUNT " DEBETPOSTER, SUMMA "
			WS-DISP-AMOUNT " KR"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		PERFORM WRITE-CONTROL-LINE

		MOVE SPACES TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE "AVSTÄMNING MOT BERNHIST (OBEVAKADE BATCHKÖRNINGAR)"
			TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		IF WS-HIST-OPEN NOT = "Y"
			MOVE "  BERNHIST KUNDE INTE LÄSAS - EJ AVSTÄMT"
				TO WS-REPORT-LINE
			PERFORM WRITE-CONTROL-LINE
		ELSE
			MOVE WS-HIST-RUNS TO WS-DISP-COUNT
			STRING "  KÖRNINGAR I PERIODEN:              "
				WS-DISP-COUNT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			PERFORM WRITE-CONTROL-LINE
			MOVE WS-HIST-COMPUTED TO WS-DISP-COUNT
			MOVE WS-ORG-COUNT(1, 1) TO WS-DISP-COUNT2
			STRING "  NYBERÄKNADE  BERNHIST " WS-DISP-COUNT
				"  BERNUSE " WS-DISP-COUNT2
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			PERFORM WRITE-CONTROL-LINE
			MOVE WS-HIST-FROM-MSTR TO WS-DISP-COUNT
			MOVE WS-ORG-COUNT(1, 2) TO WS-DISP-COUNT2
			STRING "  CACHETRÄFFAR BERNHIST " WS-DISP-COUNT
				"  BERNUSE " WS-DISP-COUNT2
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			PERFORM WRITE-CONTROL-LINE
			IF WS-BALANCED = "Y"
				MOVE "  I BALANS" TO WS-REPORT-LINE
			ELSE
				MOVE "  DIFFERENS - GRANSKA INNAN BERNGL SKICKAS"
					TO WS-REPORT-LINE
			END-IF
			PERFORM WRITE-CONTROL-LINE
		END-IF.

	WRITE-CONTROL-LINE.
		MOVE WS-REPORT-LINE TO CHARGE-REPORT-RECORD
		WRITE CHARGE-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE.

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE WS-GL-AMOUNT TO WS-DISP-AMOUNT
		MOVE SPACES TO WS-AUDIT-LINE
		IF WS-DEB-RC >= 4
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=---"
				" STATUS=FEL (PERIOD " WS-PERIOD
				" MED UNDANTAG, BELOPP " WS-DISP-AMOUNT ")"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		ELSE
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=---"
				" STATUS=OK (PERIOD " WS-PERIOD
				" BELOPP " WS-DISP-AMOUNT ")"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		END-IF
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
