*>                         kontroll avvisas återläsningen med
*>                         returkod 4 och klustret ska definieras
*>                         om innan ett nytt försök.
*>                         Återläsningen kräver dubbelattest: en
*>                         begäran registrerad i BERNMNT (val 9) och
*>                         godkänd av en annan arbetsledare (val 8)
*>                         som inte gått ut. Saknas den vägras
*>                         återläsningen med returkod 8; när den
*>                         lyckas märks begäran utförd i BERNAPPR.
*>   PARM='CHECK,MSTR'   - kontrollerar bara att en godkänd begäran
*>   PARM='CHECK,CKPT'     finns för återläsningen - returkod 0 om
*>   PARM='CHECK,OPER'     den finns, annars 8. Första steget i
*>                         X2/jcl/BERNREST.jcl, så att klustret
*>                         aldrig raderas och definieras om utan
*>                         att återläsningen är godkänd.
*> En lyckad återläsning av BERNMSTR skrivs in i versionshistoriken
*> BERNMVER: varje återläst post som insatt version, och varje post
*> som fanns före återläsningen men saknas i kopian som raderad
*> version - annars skulle tabellen per ett senare datum visa poster
*> som inte längre finns. CHECK,MSTR kräver därför att BERNMVER går
*> att öppna (returkod 12 annars), så att klustret aldrig raderas
*> när historiken inte kan föras.
*> Båda lägena loggas till BERNAUD. Nattliga UNLOAD-steget ligger
*> efter BERNRUN i jobbnätet (X2/jcl/BERNBKUP.jcl) så att varje
*> morgon börjar med en återläsbar bild; återläsningen körs vid
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-BKO-STATUS.

	*> Versionshistoriken för BERNOULLI-MASTER - samma FD som i
	*> Bernoulli.cob.
	SELECT MASTER-VERSION ASSIGN TO "BERNMVER"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MVER-KEY
		FILE STATUS IS WS-MVER-STATUS.

	*> Ändringsbegärningarna från BERNMNT - samma fil och layout.
	SELECT APPROVAL-FILE ASSIGN TO "BERNAPPR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS APR-KEY
		FILE STATUS IS WS-APR-STATUS.

	SELECT AUDIT-LOG ASSIGN TO "BERNAUD"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.
			15 MSTR-FRAC-STATE PIC X.
			15 MSTR-NUM        PIC S9(18) COMP.
			15 MSTR-DEN        PIC S9(18) COMP.
	05 MSTR-USAGE.
		10 MSTR-HITS      PIC 9(07).
		10 MSTR-LAST-USED PIC 9(08).
		10 MSTR-CREATED   PIC 9(08).
	05 MSTR-QUARANTINE    PIC X.
	05 MSTR-RESERVE       PIC X(09).

FD  BERN-CHECKPOINT.
01 BERN-CHECKPOINT-RECORD.
	05 OPER-PW-EXPIRES PIC 9(08).
	05 OPER-FAILS      PIC 9.

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

*> Posttyp i första tecknet ("H" huvudpost, "D" datapost, "T"
*> slutpost) och klustrets post orörd därefter - huvud- och
*> slutpostens innehåll byggs i WS-BKUP-HEADER/WS-BKUP-TRAILER
FD  BKUP-MASTER.
01 BKUP-MASTER-RECORD.
	05 BKM-TYPE PIC X.
	05 BKM-DATA PIC X(1536).

FD  BKUP-CHECKPOINT.
01 BKUP-CHECKPOINT-RECORD.
	05 BKO-TYPE PIC X.
	05 BKO-DATA PIC X(57).

*> Samma layout som i BERNMNT - återläsningar har APR-ACTION
*> "RMST", "RCKP" eller "ROPR" och väntar här med status "G".
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

FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

01 WS-BKC-STATUS  PIC XX.
01 WS-BKO-STATUS  PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-APR-STATUS  PIC XX.
01 WS-MVER-STATUS PIC XX.
01 WS-EOF-FLAG    PIC X.

*> Jobbstegets PARM väljer läget - "U" unload av alla tre klustren,
*> "R" återläsning av det kluster som pekas ut efter kommatecknet,
*> "C" bara kontroll av att återläsningen är godkänd.
01 WS-PARM      PIC X(16).
01 WS-MODE      PIC X.
01 WS-TARGET    PIC X(04).

01 WS-DISP-COUNT PIC Z(6)9.

*> Versionshistoriken efter återläsning av BERNMSTR. WS-MVER-OK =
*> "N" när BERNMVER inte gick att öppna. WS-MVER-USER är
*> attestanten som godkände återläsningen. WS-GONE-TABLE samlar
*> (följd, N) för poster som fanns före återläsningen men saknas
*> i kopian - som mest tre följder gånger tabellgränsen 60.
01 WS-MVER-OK      PIC X.
01 WS-MVER-CHANGE  PIC X.
01 WS-MVER-USER    PIC X(08).
01 WS-MVER-COUNT   PIC 9(07).
01 WS-MVER-EOF     PIC X.
01 WS-MVER-DONE    PIC X.

*> Omförsök när BERNMVER hålls av en samtidig körning - samma
*> gräns som i Bernoulli.cob.
01 WS-LOCK-LIMIT PIC 99 VALUE 10.
01 WS-LOCK-TRY   PIC 99.
01 WS-GRP-SEQ      PIC X.
01 WS-GRP-N        PIC 9(02).
01 WS-GRP-CHANGE   PIC X.
01 WS-GONE-COUNT   PIC 9(03).
01 WS-GONE-IX      PIC 9(03).
01 WS-GONE-TABLE.
	05 WS-GONE-ENTRY OCCURS 180 TIMES.
		10 WS-GONE-SEQ PIC X.
		10 WS-GONE-N   PIC 9(02).

*> Dubbelattesten - åtgärdskoden som motsvarar återläsningsmålet
*> och den godkända begäran som hittades i BERNAPPR. Godkännandet
*> gäller beslutsdagen och dagen därpå, samma regel som i BERNMNT;
*> gårdagen räknas fram med månadstabellen.
01 WS-APR-OPEN     PIC X VALUE "N".
01 WS-APR-ACTION   PIC X(04).
01 WS-APR-FOUND    PIC X.
01 WS-APR-EOF      PIC X.
01 WS-APR-ID-TEXT  PIC X(13).
01 WS-ATT-STATUS   PIC X(07).
01 WS-ATT-TEXT     PIC X(68).
01 WS-EXPIRY-DATE  PIC 9(08).
01 WS-PD-YEAR      PIC 9(04).
01 WS-PD-MONTH     PIC 9(02).
01 WS-PD-DAY       PIC 9(02).
01 WS-PD-QUOT      PIC 9(04).
01 WS-PD-REM       PIC 9(03).
01 WS-MONTH-DAYS-X PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
	05 WS-MONTH-LEN PIC 99 OCCURS 12 TIMES.

PROCEDURE DIVISION.

	ACCEPT WS-PARM FROM COMMAND-LINE
	IF WS-PARM(1:6) = "UNLOAD"
		MOVE "U" TO WS-MODE
	ELSE
	IF WS-PARM(1:7) = "RELOAD," OR WS-PARM(1:6) = "CHECK,"
		IF WS-PARM(1:7) = "RELOAD,"
			MOVE "R" TO WS-MODE
			MOVE WS-PARM(8:4) TO WS-TARGET
		ELSE
			MOVE "C" TO WS-MODE
			MOVE WS-PARM(7:4) TO WS-TARGET
		END-IF
		EVALUATE WS-TARGET
			WHEN "MSTR"
				MOVE "RMST" TO WS-APR-ACTION
			WHEN "CKPT"
				MOVE "RCKP" TO WS-APR-ACTION
			WHEN "OPER"
				MOVE "ROPR" TO WS-APR-ACTION
			WHEN OTHER
				DISPLAY "Okänt återläsningsmål '" WS-TARGET
					"' - ange RELOAD,MSTR / RELOAD,CKPT /"
					" RELOAD,OPER (eller CHECK,...)."
				MOVE 12 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
	ELSE
		DISPLAY "Okänd PARM '" WS-PARM "' - ange UNLOAD,"
			" RELOAD,<MSTR|CKPT|OPER> eller CHECK,<MSTR|CKPT|OPER>."
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-MODE = "U"
		PERFORM UNLOAD-ALL-CLUSTERS
	ELSE
		PERFORM FIND-APPROVED-RELOAD
		IF WS-APR-FOUND NOT = "Y"
			PERFORM REFUSE-UNAPPROVED-RELOAD
		ELSE
		IF WS-MODE = "C"
			MOVE "Y" TO WS-MVER-OK
			IF WS-TARGET = "MSTR"
				PERFORM CHECK-VERSION-HISTORY
			END-IF
			IF WS-MVER-OK = "Y"
				DISPLAY "Återläsning av " WS-TARGET " godkänd genom"
					" begäran " WS-APR-ID-TEXT " (" APR-DEC-OPER ")."
			END-IF
		ELSE
			EVALUATE WS-TARGET
				WHEN "MSTR"
					PERFORM RELOAD-MASTER
					IF WS-LOAD-BAD = "N"
						PERFORM VERSION-RELOADED-MASTER
					END-IF
				WHEN "CKPT"
					PERFORM RELOAD-CHECKPOINT
				WHEN "OPER"
					PERFORM RELOAD-OPERATOR
			END-EVALUATE
			PERFORM MARK-RELOAD-REQUEST
		END-IF
		END-IF
		IF WS-APR-OPEN = "Y"
			CLOSE APPROVAL-FILE
		END-IF
	END-IF

	CLOSE AUDIT-LOG
			PERFORM WRITE-AUDIT-RECORD
		END-IF.

	CHECK-VERSION-HISTORY.
		*> Före IDCAMS-raderingen i BERNREST - utan versionshistorik
		*> skulle återläsningen ändra mastern utan spår.
		OPEN I-O MASTER-VERSION
		IF WS-MVER-STATUS = "35"
			OPEN OUTPUT MASTER-VERSION
			CLOSE MASTER-VERSION
			OPEN I-O MASTER-VERSION
		END-IF
		IF WS-MVER-STATUS = "00"
			CLOSE MASTER-VERSION
		ELSE
			MOVE "N" TO WS-MVER-OK
			DISPLAY "BERNMVER kan inte öppnas (status "
				WS-MVER-STATUS ") - återläsningen av BERNMSTR kan"
				" inte versioneras och får inte påbörjas."
			MOVE SPACES TO WS-AUDIT-TEXT
			STRING "CHECK MSTR, BERNMVER EJ ÖPPEN"
				DELIMITED BY SIZE INTO WS-AUDIT-TEXT
			PERFORM WRITE-AUDIT-REFUSAL
			MOVE 12 TO RETURN-CODE
		END-IF.

	VERSION-RELOADED-MASTER.
		*> Varje återläst post blir en insatt version ("I"), och
		*> varje nyckel vars senaste version inte är en radering men
		*> som saknas i den återlästa mastern får en raderad version
		*> ("D") med sin senaste bild. Går BERNMVER inte att öppna
		*> står återläsningen kvar, men returkod 4 talar om att
		*> historiken saknar den.
		MOVE APR-DEC-OPER TO WS-MVER-USER
		MOVE 0 TO WS-MVER-COUNT
		MOVE 0 TO WS-GONE-COUNT
		OPEN I-O MASTER-VERSION
		IF WS-MVER-STATUS = "35"
			OPEN OUTPUT MASTER-VERSION
			CLOSE MASTER-VERSION
			OPEN I-O MASTER-VERSION
		END-IF
		IF WS-MVER-STATUS NOT = "00"
			DISPLAY "VARNING: BERNMVER kan inte öppnas (status "
				WS-MVER-STATUS ") - återläsningen saknas i"
				" versionshistoriken."
			MOVE 4 TO RETURN-CODE
		ELSE
			OPEN INPUT BERNOULLI-MASTER
			IF WS-MSTR-STATUS NOT = "00"
				DISPLAY "VARNING: BERNMSTR kan inte öppnas igen"
					" (status " WS-MSTR-STATUS ") - återläsningen"
					" saknas i versionshistoriken."
				MOVE 4 TO RETURN-CODE
			ELSE
				MOVE "I" TO WS-MVER-CHANGE
				MOVE LOW-VALUES TO MSTR-KEY
				MOVE "N" TO WS-EOF-FLAG
				START BERNOULLI-MASTER KEY NOT < MSTR-KEY
					INVALID KEY
						MOVE "Y" TO WS-EOF-FLAG
				END-START
				PERFORM UNTIL WS-EOF-FLAG = "Y"
					READ BERNOULLI-MASTER NEXT RECORD
						AT END
							MOVE "Y" TO WS-EOF-FLAG
						NOT AT END
							PERFORM WRITE-MASTER-VERSION
					END-READ
				END-PERFORM
				PERFORM FIND-RELOAD-GONE-KEYS
				MOVE "D" TO WS-MVER-CHANGE
				PERFORM VARYING WS-GONE-IX FROM 1 BY 1
					UNTIL WS-GONE-IX > WS-GONE-COUNT
					PERFORM VERSION-ONE-GONE-KEY
				END-PERFORM
				CLOSE BERNOULLI-MASTER
				MOVE WS-MVER-COUNT TO WS-DISP-COUNT
				DISPLAY "Versionshistoriken BERNMVER uppdaterad - "
					WS-DISP-COUNT " versioner, varav " WS-GONE-COUNT
					" raderade poster."
			END-IF
			CLOSE MASTER-VERSION
		END-IF.

	FIND-RELOAD-GONE-KEYS.
		*> Historiken läses i nyckelordning - följd och N först,
		*> så varje nyckels versioner ligger i tidsordning efter
		*> varandra och den sista i gruppen är nyckelns senaste.
		MOVE LOW-VALUES TO MVER-KEY
		MOVE "N" TO WS-MVER-EOF
		MOVE SPACE TO WS-GRP-SEQ
		MOVE 0 TO WS-GRP-N
		START MASTER-VERSION KEY NOT < MVER-KEY
			INVALID KEY
				MOVE "Y" TO WS-MVER-EOF
		END-START
		PERFORM UNTIL WS-MVER-EOF = "Y"
			READ MASTER-VERSION NEXT RECORD
				AT END
					MOVE "Y" TO WS-MVER-EOF
				NOT AT END
					IF MVER-SEQ NOT = WS-GRP-SEQ
						OR MVER-N NOT = WS-GRP-N
						PERFORM CHECK-RELOAD-GROUP
						MOVE MVER-SEQ TO WS-GRP-SEQ
						MOVE MVER-N TO WS-GRP-N
					END-IF
					MOVE MVER-CHANGE TO WS-GRP-CHANGE
			END-READ
		END-PERFORM
		PERFORM CHECK-RELOAD-GROUP.

	CHECK-RELOAD-GROUP.
		*> Avslutar föregående grupp: senaste versionen är ingen
		*> radering men posten finns inte i den återlästa mastern.
		IF WS-GRP-SEQ NOT = SPACE AND WS-GRP-CHANGE NOT = "D"
			AND WS-GONE-COUNT < 180
			MOVE WS-GRP-SEQ TO MSTR-SEQ
			MOVE WS-GRP-N TO MSTR-N
			READ BERNOULLI-MASTER
				INVALID KEY
					ADD 1 TO WS-GONE-COUNT
					MOVE WS-GRP-SEQ TO WS-GONE-SEQ(WS-GONE-COUNT)
					MOVE WS-GRP-N TO WS-GONE-N(WS-GONE-COUNT)
			END-READ
		END-IF.

	VERSION-ONE-GONE-KEY.
		*> Senaste bilden för nyckeln läggs i masterpostens
		*> postarea och skrivs som raderad version.
		MOVE WS-GONE-SEQ(WS-GONE-IX) TO MVER-SEQ
		MOVE WS-GONE-N(WS-GONE-IX) TO MVER-N
		MOVE 0 TO MVER-DATE
		MOVE 0 TO MVER-TIME
		MOVE 0 TO MVER-SERIAL
		MOVE "N" TO WS-MVER-EOF
		START MASTER-VERSION KEY NOT < MVER-KEY
			INVALID KEY
				MOVE "Y" TO WS-MVER-EOF
		END-START
		PERFORM UNTIL WS-MVER-EOF = "Y"
			READ MASTER-VERSION NEXT RECORD
				AT END
					MOVE "Y" TO WS-MVER-EOF
				NOT AT END
					IF MVER-SEQ = WS-GONE-SEQ(WS-GONE-IX)
						AND MVER-N = WS-GONE-N(WS-GONE-IX)
						MOVE MVER-IMAGE TO BERNOULLI-MASTER-RECORD
					ELSE
						MOVE "Y" TO WS-MVER-EOF
					END-IF
			END-READ
		END-PERFORM
		PERFORM WRITE-MASTER-VERSION.

	WRITE-MASTER-VERSION.
		*> Orsaken är alltid återläsningen, användaren attestanten.
		*> Dubblettnyckel ger nästa löpnummer och lås från en
		*> samtidig körning möts med omförsök.
		MOVE MSTR-SEQ TO MVER-SEQ
		MOVE MSTR-N TO MVER-N
		ACCEPT MVER-DATE FROM DATE YYYYMMDD
		ACCEPT MVER-TIME FROM TIME
		MOVE 0 TO MVER-SERIAL
		MOVE WS-MVER-CHANGE TO MVER-CHANGE
		MOVE "ÅTERLÄSN" TO MVER-REASON
		MOVE "BERNBKUP" TO MVER-PROGRAM
		MOVE WS-MVER-USER TO MVER-USER
		MOVE BERNOULLI-MASTER-RECORD TO MVER-IMAGE
		MOVE 0 TO WS-LOCK-TRY
		MOVE "N" TO WS-MVER-DONE
		PERFORM UNTIL WS-MVER-DONE = "Y"
			WRITE MASTER-VERSION-RECORD
				INVALID KEY
					CONTINUE
			END-WRITE
			EVALUATE WS-MVER-STATUS
				WHEN "22"
					IF MVER-SERIAL < 99
						ADD 1 TO MVER-SERIAL
					ELSE
						MOVE "Y" TO WS-MVER-DONE
					END-IF
				WHEN "51"
				WHEN "52"
				WHEN "99"
					ADD 1 TO WS-LOCK-TRY
					IF WS-LOCK-TRY >= WS-LOCK-LIMIT
						MOVE "Y" TO WS-MVER-DONE
					END-IF
				WHEN OTHER
					MOVE "Y" TO WS-MVER-DONE
			END-EVALUATE
		END-PERFORM
		IF WS-MVER-STATUS = "00"
			ADD 1 TO WS-MVER-COUNT
		ELSE
			DISPLAY "Versionen av masterposten FÖLJD=" MSTR-SEQ
				" N=" MSTR-N " kunde inte skrivas till BERNMVER"
				" (status " WS-MVER-STATUS ")."
			MOVE 4 TO RETURN-CODE
		END-IF.

	FIND-APPROVED-RELOAD.
		*> Letar efter en godkänd, ej utgången begäran för just
		*> den här återläsningen. Filen lämnas öppen med begäran i
		*> postytan så att MARK-RELOAD-REQUEST kan märka den.
		MOVE "N" TO WS-APR-FOUND
		OPEN I-O APPROVAL-FILE
		IF WS-APR-STATUS NOT = "00"
			DISPLAY "BERNAPPR kan inte öppnas (status "
				WS-APR-STATUS ") - godkännandet kan inte"
				" kontrolleras."
		ELSE
			MOVE "Y" TO WS-APR-OPEN
			ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
			PERFORM SET-EXPIRY-DATE
			MOVE LOW-VALUES TO APR-KEY
			MOVE "N" TO WS-APR-EOF
			START APPROVAL-FILE KEY NOT < APR-KEY
				INVALID KEY
					MOVE "Y" TO WS-APR-EOF
			END-START
			PERFORM UNTIL WS-APR-EOF = "Y" OR WS-APR-FOUND = "Y"
				READ APPROVAL-FILE NEXT RECORD
					AT END
						MOVE "Y" TO WS-APR-EOF
					NOT AT END
						IF APR-STATUS = "G"
							AND APR-ACTION = WS-APR-ACTION
							AND APR-DEC-DATE NOT < WS-EXPIRY-DATE
							MOVE "Y" TO WS-APR-FOUND
						END-IF
				END-READ
			END-PERFORM
			IF WS-APR-FOUND = "Y"
				MOVE SPACES TO WS-APR-ID-TEXT
				STRING APR-DATE "-" APR-NUMBER
					DELIMITED BY SIZE INTO WS-APR-ID-TEXT
			END-IF
		END-IF.

	REFUSE-UNAPPROVED-RELOAD.
		DISPLAY "Ingen godkänd begäran om återläsning av "
			WS-TARGET " - registrera den i BERNMNT (val 9) och låt"
			" en annan arbetsledare godkänna den (val 8)."
		MOVE SPACES TO WS-AUDIT-TEXT
		STRING "RELOAD " WS-TARGET " UTAN GODKÄND BEGÄRAN"
			DELIMITED BY SIZE INTO WS-AUDIT-TEXT
		PERFORM WRITE-AUDIT-REFUSAL
		MOVE 8 TO RETURN-CODE.

	MARK-RELOAD-REQUEST.
		*> En lyckad återläsning förbrukar godkännandet. Avvisas
		*> den står begäran kvar som godkänd så att återläsningen
		*> kan köras om mot en hel kopia samma dag eller dagen efter.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE SPACES TO WS-ATT-TEXT
		IF WS-LOAD-BAD = "Y"
			MOVE "SENASTE FÖRSÖK AVVISAT" TO APR-RESULT
			MOVE "FEL" TO WS-ATT-STATUS
			STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
				" EJ UTFÖRD: ÅTERLÄSNINGEN AVVISAD"
				DELIMITED BY SIZE INTO WS-ATT-TEXT
		ELSE
			MOVE "U" TO APR-STATUS
			MOVE WS-SYS-DATE TO APR-DONE-DATE
			MOVE WS-SYS-TIME TO APR-DONE-TIME
			MOVE SPACES TO APR-RESULT
			MOVE WS-REC-COUNT TO WS-DISP-COUNT
			STRING "ÅTERLÄST, " WS-DISP-COUNT " POSTER"
				DELIMITED BY SIZE INTO APR-RESULT
			MOVE "OK" TO WS-ATT-STATUS
			STRING "BEGÄRAN " WS-APR-ID-TEXT " " APR-ACTION
				" UTFÖRD: " APR-RESULT
				DELIMITED BY SIZE INTO WS-ATT-TEXT
		END-IF
		REWRITE APPROVAL-RECORD
			INVALID KEY
				DISPLAY "Begäran " WS-APR-ID-TEXT " kunde inte"
					" uppdateras (status " WS-APR-STATUS ")."
		END-REWRITE
		PERFORM WRITE-APPROVAL-AUDIT.

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

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-AUDIT-REFUSAL.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		MOVE SPACES TO WS-AUDIT-LINE
		STRING WS-SYS-DATE "-" WS-SYS-TIME
			" OP=" WS-OPERATOR-ID
			" LÄGE=BACKUP"
			" N=---"
			" STATUS=AVVISAD (" WS-AUDIT-TEXT ")"
			DELIMITED BY SIZE INTO WS-AUDIT-LINE
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-APPROVAL-AUDIT.
		*> Samma ATTEST-rad som BERNMNT skriver för begärans övriga
		*> steg.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
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
