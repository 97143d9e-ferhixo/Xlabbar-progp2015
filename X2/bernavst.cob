IDENTIFICATION DIVISION.
PROGRAM-ID. BERNAVST.
AUTHOR. Johan Callvik. Mauritz Zachrisson.

*> Daglig trevägsavstämning efter nattens BERNRUN. Ingenting bevisade
*> hittills att räkneverken som BERNSTEP skriver till BERNCTL och
*> BERNHIST (lästa, beräknade, från mastern, avvisade) stämmer med
*> raderna STATUS=OK och STATUS=AVVISAD som samma körning skrev till
*> BERNAUD, eller att varje tabell som räknats som beräknad verkligen
*> hamnade i BERNOULLI-MASTER - SAVE-TO-MASTER kan ge upp på ett lås
*> och bara visa det på SYSOUT. Det här steget ställer de tre
*> källorna mot varandra för körningen:
*>   - BERNCTL mot körningens post i BERNHIST, fält för fält,
*>   - BERNCTL mot BATCHJOB-raderna i läget BATCH i BERNAUD inom
*>     körningens fönster (från föregående BERNHIST-post till
*>     BERNCTL:s stämpel), totalt och per talföljd,
*>   - förbrukningsloggen BERNUSE (ursprung "B") mot räkneverken per
*>     talföljd och källa, och varje nyberäknad tabell i BERNUSE mot
*>     BERNOULLI-MASTER. Saknas BERNUSE kontrolleras istället varje
*>     levererad tabell i BERNAUD mot mastern.
*> Varje avvikelse skrivs på undantagsrapporten BERNARPT, och
*> returkoden låter jobbnätet hålla säkerhetskopieringen (BERNBKUP)
*> tills en arbetsledare har granskat rapporten.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> BERNRUN-stegets slutsummeringspost.
	SELECT BERN-CONTROL ASSIGN TO "BERNCTL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTL-STATUS.

	*> Körhistoriken - läses i nyckelordning fram till körningens
	*> post så att föregående körnings stämpel blir fönstrets början.
	SELECT RUN-HISTORY ASSIGN TO "BERNHIST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS HIST-KEY
		FILE STATUS IS WS-HIST-STATUS.

	*> Revisionsloggen - läses för körningens fönster och förlängs
	*> sedan med avstämningens egen rad.
	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

	*> Förbrukningsloggen - en post per levererad tabell med källa
	*> (nyberäknad/cacheträff).
	SELECT USAGE-LOG ASSIGN TO "BERNUSE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-USE-STATUS.

	*> Bermoullimastern läses bara - finns posten för varje
	*> nyberäknad tabell?
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MSTR-KEY
		FILE STATUS IS WS-MSTR-STATUS.

	*> Undantagsrapporten till arbetsledaren.
	SELECT EXCEPTION-REPORT ASSIGN TO "BERNARPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ARPT-STATUS.

DATA DIVISION.

FILE SECTION.
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

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

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

FD  EXCEPTION-REPORT.
01 EXCEPTION-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01 i 		PIC 9(03).
01 n        PIC 99.
01 p        PIC 9(03).

01 WS-CTL-STATUS  PIC XX.
01 WS-HIST-STATUS PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-USE-STATUS  PIC XX.
01 WS-MSTR-STATUS PIC XX.
01 WS-ARPT-STATUS PIC XX.
01 WS-EOF-FLAG    PIC X VALUE "N".

*> Stegets utfall:
*>   0 = BERNCTL, BERNHIST, BERNAUD, BERNUSE och BERNMSTR i balans
*>   4 = i balans, men BERNUSE saknades - masterkontrollen gjordes
*>       mot alla levererade tabeller i BERNAUD istället
*>   8 = minst en avvikelse (eller BERNCTL/BERNHIST saknas) -
*>       säkerhetskopieringen hålls tills arbetsledaren granskat
*>  12 = BERNAUD, BERNMSTR eller BERNARPT gick inte att öppna
01 WS-AVST-RC PIC 99 VALUE 0.

01 WS-CTL-FOUND  PIC X VALUE "N".
01 WS-HIST-FOUND PIC X VALUE "N".
01 WS-USE-OPEN   PIC X VALUE "N".

*> Körningens fönster - efter föregående BERNHIST-post till och
*> med BERNCTL:s stämpel, båda som ÅÅÅÅMMDDHHMMSSHH så att datum
*> och tid jämförs i ett svep (samma grepp som i BERNLEVR).
01 WS-WINDOW-FROM PIC 9(16) VALUE 0.
01 WS-WINDOW-TO   PIC 9(16) VALUE 0.
01 WS-STAMP       PIC 9(16).

*> Räkneverk per källa. Index 1-3 är talföljderna "B", "E", "T" i
*> samma ordning som CTL-SEQ-CTR.
01 WS-AUD-OK       PIC 9(05) VALUE 0.
01 WS-AUD-REJECTED PIC 9(05) VALUE 0.
01 WS-AUD-FAILED   PIC 9(05) VALUE 0.
01 WS-AUD-SEQ-TABLE.
	05 WS-AUD-SEQ-OK PIC 9(05) OCCURS 3 TIMES.
01 WS-USE-TABLE.
	05 WS-USE-SEQ-CTR OCCURS 3 TIMES.
		10 WS-USE-COMPUTED  PIC 9(05).
		10 WS-USE-FROM-MSTR PIC 9(05).
01 WS-USE-COMPUTED-TOT  PIC 9(05) VALUE 0.
01 WS-USE-FROM-MSTR-TOT PIC 9(05) VALUE 0.
01 WS-SEQ-IX PIC 9.
01 WS-SEQ-CODE PIC X(03) VALUE "BET".
01 WS-SUM PIC 9(06).

*> Tabeller som ska finnas i mastern - "Y" per talföljd och N.
*> Ur BERNUSE fylls bara de nyberäknade; ur BERNAUD (reservvägen)
*> alla levererade.
01 WS-MC-TABLE.
	05 WS-MC-SEQ OCCURS 3 TIMES.
		10 WS-MC-FLAG PIC X OCCURS 60 TIMES.
01 WS-AD-TABLE.
	05 WS-AD-SEQ OCCURS 3 TIMES.
		10 WS-AD-FLAG PIC X OCCURS 60 TIMES.
01 WS-MSTR-CHECKED PIC 9(05) VALUE 0.

*> Raden under uppdelning - samma markörsökning som
*> PARSE-AUDIT-LINE i BERNLEVR.
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

*> Avvikelseraden under uppbyggnad - källa, vad som jämförts och
*> de två värdena.
01 WS-EXC-COUNT PIC 9(05) VALUE 0.
01 WS-EXC-TEXT  PIC X(40).
01 WS-EXC-LEFT  PIC 9(06).
01 WS-EXC-RIGHT PIC 9(06).

*> Revisionsloggens fält - avstämningen loggas som AVSTJOB.
01 WS-OPERATOR-ID PIC X(08) VALUE "AVSTJOB ".
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-AUDIT-MODE   PIC X(06) VALUE "AVSTAM".
01 WS-AUDIT-LINE   PIC X(132).

01 WS-DISP-COUNT   PIC ZZZZ9.
01 WS-DISP-LEFT    PIC ZZZZZ9.
01 WS-DISP-RIGHT   PIC ZZZZZ9.
01 WS-DISP-C1      PIC ZZZZ9.
01 WS-DISP-C2      PIC ZZZZ9.
01 WS-DISP-C3      PIC ZZZZ9.
01 WS-DISP-C4      PIC ZZZZ9.
01 WS-DISP-INDEX   PIC Z9.
01 WS-REPORT-LINE  PIC X(132).

PROCEDURE DIVISION.

	OPEN OUTPUT EXCEPTION-REPORT
	IF WS-ARPT-STATUS NOT = "00"
		DISPLAY "Kan inte öppna BERNARPT, avstämningen avbryts."
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT BERNOULLI-MASTER
	IF WS-MSTR-STATUS NOT = "00"
		DISPLAY "BERNMSTR kan inte öppnas (status " WS-MSTR-STATUS
			"), avstämningen avbryts."
		CLOSE EXCEPTION-REPORT
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF

	MOVE ZEROS TO WS-AUD-SEQ-TABLE
	MOVE ZEROS TO WS-USE-TABLE
	MOVE ALL "N" TO WS-MC-TABLE
	MOVE ALL "N" TO WS-AD-TABLE

	PERFORM WRITE-REPORT-HEADING
	PERFORM READ-CONTROL-RECORD
	IF WS-CTL-FOUND = "Y"
		PERFORM FIND-HISTORY-RECORD
		PERFORM COLLECT-AUDIT-LINES
		IF WS-AVST-RC < 12
			PERFORM COLLECT-USAGE-RECORDS
			PERFORM WRITE-COUNTER-TABLE
			PERFORM COMPARE-CONTROL-HISTORY
			PERFORM COMPARE-CONTROL-AUDIT
			PERFORM COMPARE-CONTROL-USAGE
			PERFORM CHECK-MASTER-RECORDS
		END-IF
	END-IF
	PERFORM WRITE-REPORT-SUMMARY

	CLOSE BERNOULLI-MASTER
	CLOSE EXCEPTION-REPORT

	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF
	PERFORM WRITE-AUDIT-RECORD
	CLOSE AUDIT-LOG

	IF WS-AVST-RC < 8 AND WS-EXC-COUNT > 0
		MOVE 8 TO WS-AVST-RC
	END-IF
	MOVE WS-AVST-RC TO RETURN-CODE
	STOP RUN.

	READ-CONTROL-RECORD.
		*> Utan kontrollpost finns inget att stämma av mot - det är
		*> i sig en avvikelse som ska hålla säkerhetskopieringen.
		OPEN INPUT BERN-CONTROL
		IF WS-CTL-STATUS NOT = "00"
			MOVE "BERNCTL SAKNAS" TO WS-EXC-TEXT
			PERFORM WRITE-EXCEPTION-NOTE
		ELSE
			READ BERN-CONTROL
				AT END
					MOVE "BERNCTL ÄR TOM" TO WS-EXC-TEXT
					PERFORM WRITE-EXCEPTION-NOTE
				NOT AT END
					MOVE "Y" TO WS-CTL-FOUND
					COMPUTE WS-WINDOW-TO = CTL-DATE * 100000000
						+ CTL-TIME
					END-COMPUTE
			END-READ
			CLOSE BERN-CONTROL
		END-IF.

	FIND-HISTORY-RECORD.
		*> WRITE-HISTORY-RECORD skriver körningens post direkt efter
		*> kontrollposten, så den är första posten med nyckel från
		*> BERNCTL:s stämpel och framåt samma dag. Posten närmast
		*> före är föregående körning - dess stämpel är fönstrets
		*> början.
		OPEN INPUT RUN-HISTORY
		IF WS-HIST-STATUS NOT = "00"
			MOVE "BERNHIST KAN INTE ÖPPNAS" TO WS-EXC-TEXT
			PERFORM WRITE-EXCEPTION-NOTE
		ELSE
			MOVE 0 TO HIST-DATE
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
						COMPUTE WS-STAMP = HIST-DATE * 100000000
							+ HIST-TIME
						END-COMPUTE
						IF WS-STAMP < WS-WINDOW-TO
							MOVE WS-STAMP TO WS-WINDOW-FROM
						ELSE
							MOVE "Y" TO WS-EOF-FLAG
							IF HIST-DATE = CTL-DATE
								MOVE "Y" TO WS-HIST-FOUND
							END-IF
						END-IF
				END-READ
			END-PERFORM
			CLOSE RUN-HISTORY
			IF WS-HIST-FOUND NOT = "Y"
				MOVE "KÖRNINGENS POST SAKNAS I BERNHIST"
					TO WS-EXC-TEXT
				PERFORM WRITE-EXCEPTION-NOTE
			END-IF
		END-IF.

	COLLECT-AUDIT-LINES.
		*> Bara BATCHJOB-rader i läget BATCH inom fönstret räknas -
		*> interaktiva körningar och andra jobb som skrev till loggen
		*> samtidigt stör inte avstämningen.
		OPEN INPUT AUDIT-LOG
		IF WS-AUD-STATUS NOT = "00"
			DISPLAY "BERNAUD kan inte öppnas (status " WS-AUD-STATUS
				"), avstämningen avbryts."
			MOVE 12 TO WS-AVST-RC
		ELSE
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ AUDIT-LOG
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						MOVE AUDIT-LOG-RECORD TO WS-AUDIT-WORK
						PERFORM PARSE-AUDIT-LINE
						PERFORM TALLY-AUDIT-LINE
				END-READ
			END-PERFORM
			CLOSE AUDIT-LOG
		END-IF.

	TALLY-AUDIT-LINE.
		IF WS-LINE-DATE NUMERIC AND WS-LINE-TIME NUMERIC
			AND WS-LINE-OP = "BATCHJOB"
			AND WS-LINE-MODE = "BATCH "
			COMPUTE WS-STAMP = WS-LINE-DATE-N * 100000000
				+ WS-LINE-TIME-N
			END-COMPUTE
			IF WS-STAMP > WS-WINDOW-FROM AND WS-STAMP <= WS-WINDOW-TO
				EVALUATE TRUE
					WHEN WS-LINE-STATUS(1:2) = "OK"
						ADD 1 TO WS-AUD-OK
						PERFORM SET-LINE-SEQ-INDEX
						IF WS-SEQ-IX > 0
							ADD 1 TO WS-AUD-SEQ-OK(WS-SEQ-IX)
							PERFORM MARK-DELIVERED-TABLE
						END-IF
					WHEN WS-LINE-STATUS(1:7) = "AVVISAD"
						ADD 1 TO WS-AUD-REJECTED
					WHEN OTHER
						ADD 1 TO WS-AUD-FAILED
				END-EVALUATE
			END-IF
		END-IF.

	SET-LINE-SEQ-INDEX.
		EVALUATE WS-LINE-SEQ
			WHEN "B"
				MOVE 1 TO WS-SEQ-IX
			WHEN "E"
				MOVE 2 TO WS-SEQ-IX
			WHEN "T"
				MOVE 3 TO WS-SEQ-IX
			WHEN OTHER
				MOVE 0 TO WS-SEQ-IX
		END-EVALUATE.

	MARK-DELIVERED-TABLE.
		MOVE WS-LINE-N(1:3) TO WS-N-DIGITS
		INSPECT WS-N-DIGITS REPLACING ALL " " BY "0"
		IF WS-N-DIGITS NUMERIC
			MOVE WS-N-DIGITS TO WS-N-VALUE
			IF WS-N-VALUE > 0 AND WS-N-VALUE <= 60
				MOVE "Y" TO WS-AD-FLAG(WS-SEQ-IX, WS-N-VALUE)
			END-IF
		END-IF.

	PARSE-AUDIT-LINE.
		*> Datum och tid står alltid först. Operatör, läge, talföljd,
		*> N och status letas upp via sina markörer precis som i
		*> BERNLEVR - "GE=" träffar slutet av "LÄGE=" och "LJD="
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

	COLLECT-USAGE-RECORDS.
		*> Batchkörningens förbrukningsposter (ursprung "B") inom
		*> samma fönster - källan "C" eller "M" per talföljd, och
		*> varje nyberäknad tabell märks för masterkontrollen.
		OPEN INPUT USAGE-LOG
		IF WS-USE-STATUS NOT = "00"
			DISPLAY "BERNUSE kan inte öppnas (status " WS-USE-STATUS
				") - masterkontrollen görs mot BERNAUD."
		ELSE
			MOVE "Y" TO WS-USE-OPEN
			MOVE "N" TO WS-EOF-FLAG
			PERFORM UNTIL WS-EOF-FLAG = "Y"
				READ USAGE-LOG
					AT END
						MOVE "Y" TO WS-EOF-FLAG
					NOT AT END
						PERFORM TALLY-USAGE-RECORD
				END-READ
			END-PERFORM
			CLOSE USAGE-LOG
		END-IF.

	TALLY-USAGE-RECORD.
		IF USE-DATE NUMERIC AND USE-TIME NUMERIC
			AND USE-ORIGIN = "B"
			COMPUTE WS-STAMP = USE-DATE * 100000000 + USE-TIME
			END-COMPUTE
			IF WS-STAMP > WS-WINDOW-FROM AND WS-STAMP <= WS-WINDOW-TO
				MOVE USE-SEQ TO WS-LINE-SEQ
				PERFORM SET-LINE-SEQ-INDEX
				IF WS-SEQ-IX > 0
					IF USE-SOURCE = "C"
						ADD 1 TO WS-USE-COMPUTED(WS-SEQ-IX)
						ADD 1 TO WS-USE-COMPUTED-TOT
						IF USE-N NUMERIC AND USE-N > 0 AND USE-N <= 60
							MOVE "Y" TO WS-MC-FLAG(WS-SEQ-IX, USE-N)
						END-IF
					ELSE
						ADD 1 TO WS-USE-FROM-MSTR(WS-SEQ-IX)
						ADD 1 TO WS-USE-FROM-MSTR-TOT
					END-IF
				END-IF
			END-IF
		END-IF.

	COMPARE-CONTROL-HISTORY.
		*> BERNCTL och BERNHIST skrivs ur samma räkneverk - skiljer
		*> de sig har en av posterna skrivits av en annan körning
		*> eller ändrats efteråt.
		IF WS-HIST-FOUND = "Y"
			MOVE "BERNCTL/BERNHIST LÄSTA" TO WS-EXC-TEXT
			MOVE CTL-READ TO WS-EXC-LEFT
			MOVE HIST-READ TO WS-EXC-RIGHT
			PERFORM CHECK-PAIR
			MOVE "BERNCTL/BERNHIST BERÄKNADE" TO WS-EXC-TEXT
			MOVE CTL-COMPUTED TO WS-EXC-LEFT
			MOVE HIST-COMPUTED TO WS-EXC-RIGHT
			PERFORM CHECK-PAIR
			MOVE "BERNCTL/BERNHIST FRÅN MASTERN" TO WS-EXC-TEXT
			MOVE CTL-FROM-MSTR TO WS-EXC-LEFT
			MOVE HIST-FROM-MSTR TO WS-EXC-RIGHT
			PERFORM CHECK-PAIR
			MOVE "BERNCTL/BERNHIST AVVISADE" TO WS-EXC-TEXT
			MOVE CTL-REJECTS TO WS-EXC-LEFT
			MOVE HIST-REJECTS TO WS-EXC-RIGHT
			PERFORM CHECK-PAIR
			MOVE "BERNCTL/BERNHIST RESULTATKOD" TO WS-EXC-TEXT
			MOVE CTL-RESULT TO WS-EXC-LEFT
			MOVE HIST-RESULT TO WS-EXC-RIGHT
			PERFORM CHECK-PAIR
		END-IF
		*> Kontrollpostens egen aritmetik: varje läst rad är
		*> antingen beräknad, hämtad ur mastern eller avvisad.
		MOVE "BERNCTL LÄSTA/BER+MSTR+AVV" TO WS-EXC-TEXT
		MOVE CTL-READ TO WS-EXC-LEFT
		COMPUTE WS-EXC-RIGHT = CTL-COMPUTED + CTL-FROM-MSTR
			+ CTL-REJECTS
		END-COMPUTE
		PERFORM CHECK-PAIR.

	COMPARE-CONTROL-AUDIT.
		*> En STATUS=OK-rad per levererad tabell (beräknad eller
		*> hämtad) och en STATUS=AVVISAD-rad per avvisad rad.
		MOVE "BERNCTL BER+MSTR/BERNAUD OK" TO WS-EXC-TEXT
		COMPUTE WS-EXC-LEFT = CTL-COMPUTED + CTL-FROM-MSTR
		END-COMPUTE
		MOVE WS-AUD-OK TO WS-EXC-RIGHT
		PERFORM CHECK-PAIR
		MOVE "BERNCTL AVVISADE/BERNAUD AVVISAD" TO WS-EXC-TEXT
		MOVE CTL-REJECTS TO WS-EXC-LEFT
		MOVE WS-AUD-REJECTED TO WS-EXC-RIGHT
		PERFORM CHECK-PAIR
		MOVE "BERNCTL LÄSTA/BERNAUD OK+AVVISAD" TO WS-EXC-TEXT
		MOVE CTL-READ TO WS-EXC-LEFT
		COMPUTE WS-EXC-RIGHT = WS-AUD-OK + WS-AUD-REJECTED
		END-COMPUTE
		PERFORM CHECK-PAIR
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > 3
			MOVE SPACES TO WS-EXC-TEXT
			STRING "BERNCTL/BERNAUD OK FÖLJD " WS-SEQ-CODE(i:1)
				DELIMITED BY SIZE INTO WS-EXC-TEXT
			COMPUTE WS-EXC-LEFT = CTL-SEQ-COMPUTED(i)
				+ CTL-SEQ-FROM-MSTR(i)
			END-COMPUTE
			MOVE WS-AUD-SEQ-OK(i) TO WS-EXC-RIGHT
			PERFORM CHECK-PAIR
		END-PERFORM
		IF WS-AUD-FAILED > 0
			MOVE "BERNAUD RADER MED STATUS=FEL" TO WS-EXC-TEXT
			MOVE 0 TO WS-EXC-LEFT
			MOVE WS-AUD-FAILED TO WS-EXC-RIGHT
			PERFORM CHECK-PAIR
		END-IF.

	COMPARE-CONTROL-USAGE.
		*> En förbrukningspost per levererad tabell med samma
		*> träff/beräknad-uppdelning som räkneverken.
		IF WS-USE-OPEN = "Y"
			PERFORM VARYING i FROM 1 BY 1 UNTIL i > 3
				MOVE SPACES TO WS-EXC-TEXT
				STRING "BERNCTL/BERNUSE BERÄKNADE FÖLJD "
					WS-SEQ-CODE(i:1)
					DELIMITED BY SIZE INTO WS-EXC-TEXT
				MOVE CTL-SEQ-COMPUTED(i) TO WS-EXC-LEFT
				MOVE WS-USE-COMPUTED(i) TO WS-EXC-RIGHT
				PERFORM CHECK-PAIR
				MOVE SPACES TO WS-EXC-TEXT
				STRING "BERNCTL/BERNUSE FRÅN MASTERN FÖLJD "
					WS-SEQ-CODE(i:1)
					DELIMITED BY SIZE INTO WS-EXC-TEXT
				MOVE CTL-SEQ-FROM-MSTR(i) TO WS-EXC-LEFT
				MOVE WS-USE-FROM-MSTR(i) TO WS-EXC-RIGHT
				PERFORM CHECK-PAIR
			END-PERFORM
		END-IF.

	CHECK-MASTER-RECORDS.
		*> Varje nyberäknad tabell ska ha landat i mastern. Utan
		*> BERNUSE går det inte att skilja nyberäknade från träffar,
		*> så då kontrolleras varje levererad tabell i BERNAUD.
		IF WS-USE-OPEN NOT = "Y"
			MOVE WS-AD-TABLE TO WS-MC-TABLE
			IF WS-AVST-RC < 4
				MOVE 4 TO WS-AVST-RC
			END-IF
		END-IF
		PERFORM VARYING i FROM 1 BY 1 UNTIL i > 3
			PERFORM VARYING n FROM 1 BY 1 UNTIL n > 60
				IF WS-MC-FLAG(i, n) = "Y"
					PERFORM CHECK-ONE-MASTER-RECORD
				END-IF
			END-PERFORM
		END-PERFORM.

	CHECK-ONE-MASTER-RECORD.
		ADD 1 TO WS-MSTR-CHECKED
		MOVE WS-SEQ-CODE(i:1) TO MSTR-SEQ
		MOVE n TO MSTR-N
		READ BERNOULLI-MASTER
			INVALID KEY
				CONTINUE
		END-READ
		IF WS-MSTR-STATUS NOT = "00"
			MOVE n TO WS-DISP-INDEX
			MOVE SPACES TO WS-EXC-TEXT
			IF WS-MSTR-STATUS = "23"
				STRING "TABELL SAKNAS I BERNMSTR: FÖLJD "
					WS-SEQ-CODE(i:1) " N=" WS-DISP-INDEX
					DELIMITED BY SIZE INTO WS-EXC-TEXT
			ELSE
				STRING "BERNMSTR STATUS " WS-MSTR-STATUS ": FÖLJD "
					WS-SEQ-CODE(i:1) " N=" WS-DISP-INDEX
					DELIMITED BY SIZE INTO WS-EXC-TEXT
			END-IF
			PERFORM WRITE-EXCEPTION-NOTE
		END-IF.

	CHECK-PAIR.
		IF WS-EXC-LEFT NOT = WS-EXC-RIGHT
			ADD 1 TO WS-EXC-COUNT
			MOVE WS-EXC-LEFT TO WS-DISP-LEFT
			MOVE WS-EXC-RIGHT TO WS-DISP-RIGHT
			MOVE SPACES TO WS-REPORT-LINE
			STRING "AVVIKELSE: " WS-EXC-TEXT
				WS-DISP-LEFT " MOT " WS-DISP-RIGHT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
			MOVE WS-REPORT-LINE TO EXCEPTION-REPORT-RECORD
			WRITE EXCEPTION-REPORT-RECORD
		END-IF.

	WRITE-EXCEPTION-NOTE.
		ADD 1 TO WS-EXC-COUNT
		MOVE SPACES TO WS-REPORT-LINE
		STRING "AVVIKELSE: " WS-EXC-TEXT
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD.

	WRITE-REPORT-HEADING.
		MOVE "TREVÄGSAVSTÄMNING BERNHIST / BERNAUD / BERNMSTR (BERNAVST)"
			TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD
		MOVE ALL "=" TO EXCEPTION-REPORT-RECORD(1:60)
		MOVE SPACES TO EXCEPTION-REPORT-RECORD(61:72)
		WRITE EXCEPTION-REPORT-RECORD.

	WRITE-COUNTER-TABLE.
		*> Räkneverken sida vid sida innan avvikelserna listas, så
		*> att arbetsledaren ser helheten och inte bara skillnaderna.
		MOVE SPACES TO WS-REPORT-LINE
		STRING "KÖRNING " CTL-DATE "-" CTL-TIME
			"  FÖNSTER FRÅN " WS-WINDOW-FROM
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD
		MOVE SPACES TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD
		MOVE "                     BERNCTL BERNHIST  BERNAUD  BERNUSE"
			TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD
		IF WS-HIST-FOUND NOT = "Y"
			MOVE 0 TO HIST-READ
			MOVE 0 TO HIST-COMPUTED
			MOVE 0 TO HIST-FROM-MSTR
			MOVE 0 TO HIST-REJECTS
		END-IF
		MOVE CTL-READ TO WS-DISP-C1
		MOVE HIST-READ TO WS-DISP-C2
		COMPUTE WS-SUM = WS-AUD-OK + WS-AUD-REJECTED END-COMPUTE
		MOVE WS-SUM TO WS-DISP-C3
		COMPUTE WS-SUM = WS-USE-COMPUTED-TOT + WS-USE-FROM-MSTR-TOT
		END-COMPUTE
		MOVE WS-SUM TO WS-DISP-C4
		MOVE "LÄSTA              " TO WS-REPORT-LINE
		PERFORM WRITE-COUNTER-LINE
		MOVE CTL-COMPUTED TO WS-DISP-C1
		MOVE HIST-COMPUTED TO WS-DISP-C2
		MOVE WS-USE-COMPUTED-TOT TO WS-DISP-C4
		MOVE "BERÄKNADE          " TO WS-REPORT-LINE
		PERFORM WRITE-COUNTER-LINE-NO-AUDIT
		MOVE CTL-FROM-MSTR TO WS-DISP-C1
		MOVE HIST-FROM-MSTR TO WS-DISP-C2
		MOVE WS-USE-FROM-MSTR-TOT TO WS-DISP-C4
		MOVE "FRÅN MASTERN       " TO WS-REPORT-LINE
		PERFORM WRITE-COUNTER-LINE-NO-AUDIT
		COMPUTE WS-SUM = CTL-COMPUTED + CTL-FROM-MSTR END-COMPUTE
		MOVE WS-SUM TO WS-DISP-C1
		COMPUTE WS-SUM = HIST-COMPUTED + HIST-FROM-MSTR END-COMPUTE
		MOVE WS-SUM TO WS-DISP-C2
		MOVE WS-AUD-OK TO WS-DISP-C3
		COMPUTE WS-SUM = WS-USE-COMPUTED-TOT + WS-USE-FROM-MSTR-TOT
		END-COMPUTE
		MOVE WS-SUM TO WS-DISP-C4
		MOVE "LEVERERADE (OK)    " TO WS-REPORT-LINE
		PERFORM WRITE-COUNTER-LINE
		MOVE CTL-REJECTS TO WS-DISP-C1
		MOVE HIST-REJECTS TO WS-DISP-C2
		MOVE WS-AUD-REJECTED TO WS-DISP-C3
		MOVE 0 TO WS-DISP-C4
		MOVE "AVVISADE           " TO WS-REPORT-LINE
		PERFORM WRITE-COUNTER-LINE-NO-USAGE
		MOVE SPACES TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD.

	WRITE-COUNTER-LINE.
		MOVE SPACES TO EXCEPTION-REPORT-RECORD
		STRING WS-REPORT-LINE(1:19) "  " WS-DISP-C1 "    " WS-DISP-C2
			"    " WS-DISP-C3 "    " WS-DISP-C4
			DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD.

	WRITE-COUNTER-LINE-NO-AUDIT.
		MOVE SPACES TO EXCEPTION-REPORT-RECORD
		STRING WS-REPORT-LINE(1:19) "  " WS-DISP-C1 "    " WS-DISP-C2
			"        -    " WS-DISP-C4
			DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD.

	WRITE-COUNTER-LINE-NO-USAGE.
		MOVE SPACES TO EXCEPTION-REPORT-RECORD
		STRING WS-REPORT-LINE(1:19) "  " WS-DISP-C1 "    " WS-DISP-C2
			"    " WS-DISP-C3 "        -"
			DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD.

	WRITE-REPORT-SUMMARY.
		MOVE ALL "=" TO EXCEPTION-REPORT-RECORD(1:60)
		MOVE SPACES TO EXCEPTION-REPORT-RECORD(61:72)
		WRITE EXCEPTION-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-MSTR-CHECKED TO WS-DISP-COUNT
		IF WS-USE-OPEN = "Y"
			STRING "NYBERÄKNADE TABELLER KONTROLLERADE I BERNMSTR: "
				WS-DISP-COUNT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
			STRING "BERNUSE SAKNAS - LEVERERADE TABELLER"
				" KONTROLLERADE I BERNMSTR: " WS-DISP-COUNT
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		MOVE WS-REPORT-LINE TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-EXC-COUNT TO WS-DISP-COUNT
		EVALUATE TRUE
			WHEN WS-AVST-RC = 12
				STRING "AVSTÄMNINGEN KUNDE INTE GENOMFÖRAS -"
					" SÄKERHETSKOPIERINGEN HÅLLS"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			WHEN WS-EXC-COUNT = 0
				STRING "SLUTSATS: KÖRNINGEN ÄR I BALANS"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			WHEN OTHER
				STRING "SLUTSATS: " WS-DISP-COUNT " AVVIKELSER -"
					" SÄKERHETSKOPIERINGEN HÅLLS TILLS EN"
					" ARBETSLEDARE GRANSKAT"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-EVALUATE
		MOVE WS-REPORT-LINE TO EXCEPTION-REPORT-RECORD
		WRITE EXCEPTION-REPORT-RECORD
		DISPLAY "Avstämning skriven till BERNARPT - " WS-DISP-COUNT
			" avvikelser.".

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE WS-EXC-COUNT TO WS-DISP-COUNT
		MOVE SPACES TO WS-AUDIT-LINE
		IF WS-AVST-RC >= 12 OR WS-EXC-COUNT > 0
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=---"
				" STATUS=FEL (" WS-DISP-COUNT " AVVIKELSER)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		ELSE
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=---"
				" STATUS=OK (I BALANS)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		END-IF
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.
