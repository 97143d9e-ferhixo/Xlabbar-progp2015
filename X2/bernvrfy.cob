INPUT-OUTPUT SECTION.
FILE-CONTROL.
	*> Läses rakt igenom i nyckelordning - varje cachad tabell i
	*> BERNOULLI-MASTER kontrollräknas mot en oberoende metod. En
	*> post som avviker sätts i karantän (MSTR-QUARANTINE = "Q")
	*> med REWRITE, och omcertifieringen tar bort flaggan - därför
	*> öppnas mastern I-O.
	SELECT BERNOULLI-MASTER ASSIGN TO "BERNMSTR"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.

	*> Versionshistoriken för BERNOULLI-MASTER - samma FD som i
	*> Bernoulli.cob. Varje karantänsättning och omcertifiering
	*> sparas som omskriven version.
	SELECT MASTER-VERSION ASSIGN TO "BERNMVER"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MVER-KEY
		FILE STATUS IS WS-MVER-STATUS.

	*> Karantänloggen - en rad per underkänt index (med avvikelse
	*> och den gräns den jämfördes mot) när en post sätts i
	*> karantän eller underkänns vid omcertifiering, och en rad
	*> per post som omcertifieras. Loggen växer över körningarna
	*> (DISP=MOD) och är underlaget när en karantän utreds.
	SELECT QUARANTINE-LOG ASSIGN TO "BERNKARN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-QLG-STATUS.

	*> Partnertabeller som BERNPART mellanlagrat för att vi själva
	*> saknade tabellen - samma FD som i BERNPART.cob. Med
	*> PARM='STAGED' kontrollräknas varje väntande tabell här mot
	*> referensmetoden innan den får föras in i BERNOULLI-MASTER.
	SELECT PARTNER-STAGE ASSIGN TO "BERNPSTG"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PSTG-KEY
		FILE STATUS IS WS-PSTG-STATUS.

DATA DIVISION.

FILE SECTION.
			15 MSTR-FRAC-STATE PIC X.
			15 MSTR-NUM        PIC S9(18) COMP.
			15 MSTR-DEN        PIC S9(18) COMP.
	05 MSTR-USAGE.
		10 MSTR-HITS      PIC 9(07).
		10 MSTR-LAST-USED PIC 9(08).
		10 MSTR-CREATED   PIC 9(08).
	05 MSTR-QUARANTINE    PIC X.
	05 MSTR-RESERVE       PIC X(09).

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

FD  VERIFY-REPORT.
01 VERIFY-REPORT-RECORD PIC X(100).
FD  AUDIT-LOG.
01 AUDIT-LOG-RECORD PIC X(132).

*> QLG-EVENT: "Q" = satt i karantän vid kontrollräkningen
*>            "R" = underkänd vid omcertifiering, kvar i karantän
*>            "C" = omcertifierad, flaggan borttagen (index 00)
*>            "S" = mellanlagrad partnertabell underkänd (QLG-PASS
*>                  STAGED) - tabellen förs inte in
*> QLG-CHECK: VÄRDE (lagrat värde mot referensen), BRÅK (exakt
*> bråk mot flyttalet i posten), NÄMNARE (nollnämnare) eller
*> NYCKEL (N eller följd ogiltig, index 00). QLG-DIFF och
*> QLG-LIMIT är absolut avvikelse och effektiv gräns (relativ
*> tolerans gånger storleken, aldrig under toleransen) i samma
*> d.ddddddddddE+ppp-form som rapporterna - blanka för NÄMNARE,
*> NYCKEL och C-rader.
FD  QUARANTINE-LOG.
01 QUARANTINE-LOG-RECORD.
	05 QLG-DATE   PIC 9(08).
	05 FILLER     PIC X.
	05 QLG-TIME   PIC 9(08).
	05 FILLER     PIC X.
	05 QLG-EVENT  PIC X.
	05 FILLER     PIC X.
	05 QLG-SEQ    PIC X.
	05 FILLER     PIC X.
	05 QLG-N      PIC 9(02).
	05 FILLER     PIC X.
	05 QLG-INDEX  PIC 9(02).
	05 FILLER     PIC X.
	05 QLG-CHECK  PIC X(08).
	05 FILLER     PIC X.
	05 QLG-DIFF   PIC X(20).
	05 FILLER     PIC X.
	05 QLG-LIMIT  PIC X(20).
	05 FILLER     PIC X.
	05 QLG-PASS   PIC X(06).

*> Samma layout som PARTNER-STAGE-RECORD i BERNPART.cob.
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

WORKING-STORAGE SECTION.
01 i 		PIC 99.
01 n        PIC 99.
01 WS-MSTR-STATUS PIC XX.
01 WS-VRPT-STATUS PIC XX.
01 WS-AUD-STATUS  PIC XX.
01 WS-QLG-STATUS  PIC XX.
01 WS-MVER-STATUS PIC XX.
01 WS-PSTG-STATUS PIC XX.

*> "Y" när BERNMVER gick att öppna - saknas den sätts och tas
*> karantänerna bort ändå, men varningen visas och ändringarna
*> saknas i versionshistoriken.
01 WS-MVER-OPEN   PIC X VALUE "N".
01 WS-MVER-CHANGE PIC X.
01 WS-MVER-REASON PIC X(10).
01 WS-MVER-USER   PIC X(08).
01 WS-MVER-DONE   PIC X.

*> Omförsök när BERNMVER hålls av en samtidig körning - samma
*> gräns som i Bernoulli.cob.
01 WS-LOCK-LIMIT PIC 99 VALUE 10.
01 WS-LOCK-TRY   PIC 99.

*> Jobbstegets PARM väljer körningen - blankt är den vanliga
*> kontrollräkningen av alla poster som är i drift, 'RECERT'
*> omcertifierar posterna i karantän: tabellen räknas om med
*> produktionsalgoritmen (samma som BERNCALC), jämförs mot
*> referensmetoden och skrivs tillbaka utan flagga om den stämmer.
*> 'STAGED' certifierar partnertabellerna som väntar i BERNPSTG:
*> en tabell som stämmer med referensmetoden förs in i mastern som
*> ny post (om den fortfarande saknas där), annars underkänns den.
01 WS-PARM     PIC X(16).
01 WS-RUN-MODE PIC X VALUE "V".

*> "Y" när BERNKARN gick att öppna - saknas den sätts karantänen
*> ändå, men varningen visas och utredningen får gå på BERNVRPT.
01 WS-QLG-OPEN  PIC X VALUE "N".
01 WS-QLG-EVENT PIC X.
01 WS-QLG-CHECK PIC X(08).
01 WS-QLG-DIFF  FLOAT-LONG.
01 WS-QLG-LIMIT FLOAT-LONG.

01 WS-EOF-FLAG   PIC X VALUE "N".

01 WS-DEV-RECORDS  PIC 9(04) VALUE 0.
01 WS-REC-DEV-FLAG PIC X VALUE "N".

*> Karantänräknare - nya karantäner i kontrollräkningen, poster
*> som redan låg i karantän (väntar på omcertifiering), samt
*> utfallet av omcertifieringen.
01 WS-QUAR-NEW     PIC 9(04) VALUE 0.
01 WS-QUAR-WAITING PIC 9(04) VALUE 0.
01 WS-RECERT-OK    PIC 9(04) VALUE 0.
01 WS-RECERT-FAIL  PIC 9(04) VALUE 0.

*> Utfallet av certifieringen av mellanlagrade partnertabeller -
*> införda i mastern, certifierade men redan i mastern, och
*> underkända (eller som inte gick att föra in).
01 WS-STAGE-LOADED PIC 9(04) VALUE 0.
01 WS-STAGE-HELD   PIC 9(04) VALUE 0.
01 WS-STAGE-FAIL   PIC 9(04) VALUE 0.

*> Produktionsalgoritmen för omcertifieringen - Seidels
*> sicksacktal och tangenttalsrelationen, samma flyttalsväg som
*> COMPUTE-TABLE i BERNCALC och COMPUTE-SEIDEL-TABLE i
*> Bernoulli.cob. Tangentposter behöver sicksacktal 2N-1.
01 WS-ZZ-PREV-ROW.
	05 WS-ZP FLOAT-LONG OCCURS 121 TIMES.
01 WS-ZZ-CURR-ROW.
	05 WS-ZC FLOAT-LONG OCCURS 121 TIMES.
01 WS-ZZ-FLOAT.
	05 WS-ZZ-F FLOAT-LONG OCCURS 121 TIMES.
01 WS-ZZ-MAX   PIC 9(03).
01 WS-ZZ-N     PIC 9(03).
01 WS-ZZ-K     PIC 9(03).
01 WS-B4POW    FLOAT-LONG.
01 WS-BSIGN    FLOAT-LONG.
01 WS-K2       PIC 99.

01 WS-OPERATOR-ID PIC X(08) VALUE "VERIFIER".
01 WS-SYS-DATE     PIC 9(08).
01 WS-SYS-TIME     PIC 9(08).
01 WS-DISP-REF   PIC -(34)9.9(15).
01 WS-DISP-COUNT PIC ZZZ9.
01 WS-DISP-COUNT2 PIC ZZZ9.
01 WS-DISP-COUNT3 PIC ZZZ9.
01 WS-REPORT-LINE PIC X(100).

*> Vetenskaplig form för karantänloggen - samma normalisering som
*> FLOAT-TO-SCI i Bernoulli.cob.
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

	COMPUTE WS-TOLERANCE = 1.0E-09 END-COMPUTE

	ACCEPT WS-PARM FROM COMMAND-LINE
	IF WS-PARM(1:6) = "RECERT"
		MOVE "R" TO WS-RUN-MODE
	END-IF
	IF WS-PARM(1:6) = "STAGED"
		MOVE "S" TO WS-RUN-MODE
		OPEN I-O PARTNER-STAGE
		IF WS-PSTG-STATUS NOT = "00"
			DISPLAY "BERNPSTG kan inte öppnas (status " WS-PSTG-STATUS
				"), certifiering avbruten."
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF

	OPEN EXTEND AUDIT-LOG
	IF WS-AUD-STATUS NOT = "00"
		OPEN OUTPUT AUDIT-LOG
	END-IF

	OPEN EXTEND QUARANTINE-LOG
	IF WS-QLG-STATUS NOT = "00"
		OPEN OUTPUT QUARANTINE-LOG
	END-IF
	IF WS-QLG-STATUS = "00"
		MOVE "Y" TO WS-QLG-OPEN
	ELSE
		DISPLAY "BERNKARN kan inte öppnas (status " WS-QLG-STATUS
			") - karantänerna loggas bara i BERNVRPT."
	END-IF

	OPEN I-O MASTER-VERSION
	IF WS-MVER-STATUS = "35"
		OPEN OUTPUT MASTER-VERSION
		CLOSE MASTER-VERSION
		OPEN I-O MASTER-VERSION
	END-IF
	IF WS-MVER-STATUS = "00"
		MOVE "Y" TO WS-MVER-OPEN
	ELSE
		DISPLAY "BERNMVER kan inte öppnas (status " WS-MVER-STATUS
			") - karantäner och omcertifieringar versioneras inte."
	END-IF

	*> En avbruten verifiering får inte se ut som en certifierat ren
	*> cache för schemaläggaren - returkod 12 skiljer "kunde inte
	*> köras" från 0 (rent) och 4 (avvikelser).
	OPEN I-O BERNOULLI-MASTER
	IF WS-MSTR-STATUS NOT = "00"
		DISPLAY "BERNMSTR kan inte öppnas (status " WS-MSTR-STATUS
			"), verifiering avbruten."
			CLOSE BERNOULLI-MASTER
			MOVE 12 TO RETURN-CODE
		ELSE
			IF WS-RUN-MODE = "S"
				PERFORM CERTIFY-STAGED-TABLES
			ELSE
				PERFORM VERIFY-ALL-RECORDS
			END-IF
			PERFORM WRITE-SUMMARY
			CLOSE VERIFY-REPORT
			CLOSE BERNOULLI-MASTER
	END-IF

	CLOSE AUDIT-LOG
	IF WS-QLG-OPEN = "Y"
		CLOSE QUARANTINE-LOG
	END-IF
	IF WS-MVER-OPEN = "Y"
		CLOSE MASTER-VERSION
	END-IF
	IF WS-RUN-MODE = "S"
		CLOSE PARTNER-STAGE
	END-IF

	*> Avvikelser ska synas för schemaläggaren, inte bara i
	*> rapporten - returkod 4 låter månadsjobbet flagga utan att
	*> själva steget behöver ABENDa. Poster som ligger kvar i
	*> karantän (gamla eller underkända vid omcertifieringen)
	*> flaggas likadant - cachen är inte certifierat ren.
	IF RETURN-CODE NOT = 12
		IF WS-DEV-COUNT > 0 OR WS-QUAR-WAITING > 0
			OR WS-RECERT-FAIL > 0 OR WS-STAGE-FAIL > 0
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	STOP RUN.

	VERIFY-ALL-RECORDS.
		IF WS-RUN-MODE = "R"
			MOVE "OMCERTIFIERING AV POSTER I KARANTÄN (BERNMSTR)"
				TO VERIFY-REPORT-RECORD
		ELSE
			MOVE "KONTROLLRÄKNING AV BERNOULLI-MASTER (BERNMSTR)"
				TO VERIFY-REPORT-RECORD
		END-IF
		WRITE VERIFY-REPORT-RECORD
		IF WS-RUN-MODE = "R"
			MOVE "R" TO WS-QLG-EVENT
		ELSE
			MOVE "Q" TO WS-QLG-EVENT
		END-IF
		MOVE LOW-VALUES TO MSTR-KEY
		START BERNOULLI-MASTER KEY NOT < MSTR-KEY
			INVALID KEY
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					*> Omcertifieringen rör bara poster i
					*> karantän; kontrollräkningen rör bara poster
					*> i drift och räknar de andra som väntande.
					IF WS-RUN-MODE = "R"
						IF MSTR-QUARANTINE = "Q"
							ADD 1 TO WS-REC-COUNT
							PERFORM RECERTIFY-ONE-RECORD
						END-IF
					ELSE
					IF MSTR-QUARANTINE = "Q"
						ADD 1 TO WS-QUAR-WAITING
						PERFORM REPORT-WAITING-RECORD
					ELSE
						ADD 1 TO WS-REC-COUNT
						PERFORM VERIFY-ONE-RECORD
						IF WS-REC-DEV-FLAG = "Y"
							PERFORM QUARANTINE-RECORD
						END-IF
					END-IF
					END-IF
			END-READ
		END-PERFORM.

	REPORT-WAITING-RECORD.
		MOVE SPACES TO WS-REPORT-LINE
		MOVE MSTR-N TO WS-DISP-INDEX
		STRING "I KARANTÄN: FÖLJD=" MSTR-SEQ " N=" WS-DISP-INDEX
			" - VÄNTAR PÅ OMCERTIFIERING (PARM 'RECERT')"
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD.

	QUARANTINE-RECORD.
		*> Posten har underkänts - flaggan gör att Bernoulli och
		*> BERNCALC räknar om tabellen istället för att leverera
		*> den, och att BERNZET och BERNFAUL vägrar härleda ur den.
		MOVE "Q" TO MSTR-QUARANTINE
		REWRITE BERNOULLI-MASTER-RECORD
			INVALID KEY
				CONTINUE
		END-REWRITE
		MOVE SPACES TO WS-REPORT-LINE
		MOVE MSTR-N TO WS-DISP-INDEX
		IF WS-MSTR-STATUS = "00"
			ADD 1 TO WS-QUAR-NEW
			MOVE "U" TO WS-MVER-CHANGE
			MOVE "KARANTÄN" TO WS-MVER-REASON
			MOVE WS-OPERATOR-ID TO WS-MVER-USER
			PERFORM WRITE-MASTER-VERSION
			STRING "  FÖLJD=" MSTR-SEQ " N=" WS-DISP-INDEX
				" SATT I KARANTÄN"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
			DISPLAY "Masterposten FÖLJD=" MSTR-SEQ " N=" MSTR-N
				" kunde inte sättas i karantän (status "
				WS-MSTR-STATUS ")."
			STRING "  FÖLJD=" MSTR-SEQ " N=" WS-DISP-INDEX
				" KUNDE INTE SÄTTAS I KARANTÄN (STATUS "
				WS-MSTR-STATUS ")"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD.

	RECERTIFY-ONE-RECORD.
		*> Tabellen räknas om med produktionsalgoritmen rakt in i
		*> postbufferten och går sedan genom samma kontroll som i
		*> den vanliga kontrollräkningen. Stämmer den skrivs den
		*> tillbaka utan flagga; de exakta bråken sätts till "N"
		*> och kompletteras av menyprogrammet vid nästa uppslag.
		*> Underkänns den skrivs ingenting - posten ligger kvar
		*> orörd i karantän. Poster med ogiltig nyckel kan inte
		*> räknas om och underkänns i VERIFY-ONE-RECORD.
		IF MSTR-N > 0 AND MSTR-N <= WS-MAX-N
			AND (MSTR-SEQ = "B" OR MSTR-SEQ = "E"
				OR MSTR-SEQ = "T")
			MOVE MSTR-N TO n
			PERFORM COMPUTE-FRESH-TABLE
		END-IF
		PERFORM VERIFY-ONE-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE MSTR-N TO WS-DISP-INDEX
		IF WS-REC-DEV-FLAG = "N"
			MOVE SPACE TO MSTR-QUARANTINE
			REWRITE BERNOULLI-MASTER-RECORD
				INVALID KEY
					CONTINUE
			END-REWRITE
			IF WS-MSTR-STATUS = "00"
				ADD 1 TO WS-RECERT-OK
				MOVE "U" TO WS-MVER-CHANGE
				MOVE "OMCERT" TO WS-MVER-REASON
				MOVE WS-OPERATOR-ID TO WS-MVER-USER
				PERFORM WRITE-MASTER-VERSION
				MOVE "C" TO WS-QLG-EVENT
				MOVE 0 TO m
				MOVE SPACES TO WS-QLG-CHECK
				PERFORM WRITE-QUARANTINE-LOG
				MOVE "R" TO WS-QLG-EVENT
				STRING "OMCERTIFIERAD: FÖLJD=" MSTR-SEQ
					" N=" WS-DISP-INDEX
					" - NY BERÄKNING STÄMMER MED REFERENSEN"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			ELSE
				ADD 1 TO WS-RECERT-FAIL
				DISPLAY "Masterposten FÖLJD=" MSTR-SEQ " N=" MSTR-N
					" kunde inte skrivas tillbaka (status "
					WS-MSTR-STATUS ") - kvar i karantän."
				STRING "KVAR I KARANTÄN: FÖLJD=" MSTR-SEQ
					" N=" WS-DISP-INDEX
					" - KUNDE INTE SKRIVAS (STATUS "
					WS-MSTR-STATUS ")"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			END-IF
		ELSE
			ADD 1 TO WS-RECERT-FAIL
			STRING "KVAR I KARANTÄN: FÖLJD=" MSTR-SEQ
				" N=" WS-DISP-INDEX
				" - NY BERÄKNING AVVIKER FRÅN REFERENSEN"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD.

	CERTIFY-STAGED-TABLES.
		MOVE "CERTIFIERING AV MELLANLAGRADE PARTNERTABELLER (BERNPSTG)"
			TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD
		MOVE "S" TO WS-QLG-EVENT
		MOVE LOW-VALUES TO PSTG-KEY
		START PARTNER-STAGE KEY NOT < PSTG-KEY
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-FLAG
		PERFORM UNTIL WS-EOF-FLAG = "Y"
			READ PARTNER-STAGE NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-FLAG
				NOT AT END
					*> Redan avgjorda tabeller ligger kvar som
					*> spår av mottagningen men rörs inte igen.
					IF PSTG-STATE = "V"
						ADD 1 TO WS-REC-COUNT
						PERFORM CERTIFY-ONE-STAGED-TABLE
					END-IF
			END-READ
		END-PERFORM.

	CERTIFY-ONE-STAGED-TABLE.
		*> Partnertabellen byggs upp som en ny masterpost i
		*> postarean och går genom samma kontroll som den vanliga
		*> kontrollräkningen. Exakta bråk följer inte med exporten -
		*> de sätts till "N" och kompletteras av menyprogrammet vid
		*> nästa uppslag, precis som efter omcertifieringen.
		MOVE PSTG-SEQ TO MSTR-SEQ
		MOVE PSTG-N TO MSTR-N
		PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-MAX-N
			IF m > PSTG-N
				MOVE 0 TO MSTR-BER(m)
			ELSE
				MOVE PSTG-BER(m) TO MSTR-BER(m)
			END-IF
			MOVE "N" TO MSTR-FRAC-STATE(m)
			MOVE 0 TO MSTR-NUM(m)
			MOVE 1 TO MSTR-DEN(m)
		END-PERFORM
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		MOVE 0 TO MSTR-HITS
		MOVE 0 TO MSTR-LAST-USED
		MOVE WS-SYS-DATE TO MSTR-CREATED
		MOVE SPACE TO MSTR-QUARANTINE
		MOVE SPACES TO MSTR-RESERVE
		PERFORM VERIFY-ONE-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		MOVE MSTR-N TO WS-DISP-INDEX
		IF WS-REC-DEV-FLAG = "N"
			*> Finns tabellen redan (kom in efter mottagningen, eller
			*> ligger i karantän) skrivs ingenting över.
			WRITE BERNOULLI-MASTER-RECORD
				INVALID KEY
					CONTINUE
			END-WRITE
			IF WS-MSTR-STATUS = "00"
				ADD 1 TO WS-STAGE-LOADED
				MOVE "C" TO PSTG-STATE
				MOVE "I" TO WS-MVER-CHANGE
				MOVE "PARTNER" TO WS-MVER-REASON
				MOVE PSTG-SITE TO WS-MVER-USER
				PERFORM WRITE-MASTER-VERSION
				STRING "CERTIFIERAD: FÖLJD=" MSTR-SEQ
					" N=" WS-DISP-INDEX " FRÅN " PSTG-SITE
					" - INFÖRD I BERNMSTR"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			ELSE
			IF WS-MSTR-STATUS = "22"
				ADD 1 TO WS-STAGE-HELD
				MOVE "H" TO PSTG-STATE
				STRING "CERTIFIERAD: FÖLJD=" MSTR-SEQ
					" N=" WS-DISP-INDEX " FRÅN " PSTG-SITE
					" - FANNS REDAN I BERNMSTR, EJ INFÖRD"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			ELSE
				*> Lås eller annat skrivfel - tabellen får vänta
				*> kvar till nästa körning.
				ADD 1 TO WS-STAGE-FAIL
				DISPLAY "Partnertabellen FÖLJD=" MSTR-SEQ " N=" MSTR-N
					" från " PSTG-SITE " kunde inte föras in (status "
					WS-MSTR-STATUS ")."
				STRING "VÄNTAR KVAR: FÖLJD=" MSTR-SEQ
					" N=" WS-DISP-INDEX " FRÅN " PSTG-SITE
					" - KUNDE INTE FÖRAS IN (STATUS "
					WS-MSTR-STATUS ")"
					DELIMITED BY SIZE INTO WS-REPORT-LINE
			END-IF
			END-IF
		ELSE
			ADD 1 TO WS-STAGE-FAIL
			MOVE "U" TO PSTG-STATE
			STRING "UNDERKÄND: FÖLJD=" MSTR-SEQ
				" N=" WS-DISP-INDEX " FRÅN " PSTG-SITE
				" - AVVIKER FRÅN REFERENSEN, EJ INFÖRD"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		IF PSTG-STATE NOT = "V"
			MOVE WS-SYS-DATE TO PSTG-DONE-DATE
			REWRITE PARTNER-STAGE-RECORD
				INVALID KEY
					CONTINUE
			END-REWRITE
			IF WS-PSTG-STATUS NOT = "00"
				DISPLAY "Utfallet för partnertabellen FÖLJD=" PSTG-SEQ
					" N=" PSTG-N " kunde inte skrivas till BERNPSTG"
					" (status " WS-PSTG-STATUS ")."
			END-IF
		END-IF
		MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD.

	COMPUTE-FRESH-TABLE.
		*> Bernoulli: B(1) = -1/2, udda index > 1 noll, jämna ur
		*> tangenttalsrelationen. Euler: (-1)**(m/2) * sicksack(m)
		*> för jämna m. Tangent: sicksack(2m-1).
		EVALUATE MSTR-SEQ
			WHEN "B"
				COMPUTE WS-ZZ-MAX = n - 1 END-COMPUTE
			WHEN "E"
				MOVE n TO WS-ZZ-MAX
			WHEN "T"
				COMPUTE WS-ZZ-MAX = 2 * n - 1 END-COMPUTE
		END-EVALUATE
		IF WS-ZZ-MAX > 0
			PERFORM SEIDEL-ZIGZAG
		END-IF
		PERFORM VARYING m FROM 1 BY 1 UNTIL m > n
			DIVIDE m BY 2 GIVING WS-PARITY-QUOT
				REMAINDER WS-PARITY-REM
			EVALUATE MSTR-SEQ
				WHEN "B"
					IF m = 1
						COMPUTE MSTR-BER(1) = -0.5 END-COMPUTE
					ELSE
						IF WS-PARITY-REM NOT = 0
							MOVE 0 TO MSTR-BER(m)
						ELSE
							PERFORM BER-FROM-TANGENT
						END-IF
					END-IF
				WHEN "E"
					IF WS-PARITY-REM NOT = 0
						MOVE 0 TO MSTR-BER(m)
					ELSE
						DIVIDE WS-PARITY-QUOT BY 2 GIVING WS-K2
							REMAINDER WS-PARITY-REM
						IF WS-PARITY-REM = 0
							MOVE WS-ZZ-F(m) TO MSTR-BER(m)
						ELSE
							COMPUTE MSTR-BER(m) = 0 - WS-ZZ-F(m)
							END-COMPUTE
						END-IF
					END-IF
				WHEN "T"
					MOVE WS-ZZ-F(2 * m - 1) TO MSTR-BER(m)
			END-EVALUATE
			MOVE "N" TO MSTR-FRAC-STATE(m)
			MOVE 0 TO MSTR-NUM(m)
			MOVE 1 TO MSTR-DEN(m)
		END-PERFORM.

	BER-FROM-TANGENT.
		*> ABS(B(m)) = T(m/2) * m / (4**(m/2) * (4**(m/2) - 1)),
		*> tecknet plus när m/2 är udda - samma uttryck som
		*> BER-FROM-TANGENT i BERNCALC.
		DIVIDE m BY 2 GIVING WS-K2
		MOVE 1 TO WS-B4POW
		PERFORM WS-K2 TIMES
			MULTIPLY 4 BY WS-B4POW
		END-PERFORM
		DIVIDE WS-K2 BY 2 GIVING WS-PARITY-QUOT
			REMAINDER WS-PARITY-REM
		IF WS-PARITY-REM = 0
			COMPUTE WS-BSIGN = -1 END-COMPUTE
		ELSE
			COMPUTE WS-BSIGN = 1 END-COMPUTE
		END-IF
		COMPUTE MSTR-BER(m) = WS-BSIGN * WS-ZZ-F(m - 1) * m
			/ (WS-B4POW * (WS-B4POW - 1))
		END-COMPUTE.

	SEIDEL-ZIGZAG.
		*> Boustrofedontransformen, samma flyttalsrad som i
		*> BERNCALC - sista elementet i rad zn är sicksacktal
		*> nummer zn.
		MOVE 1 TO WS-ZP(1)
		PERFORM VARYING WS-ZZ-N FROM 1 BY 1
			UNTIL WS-ZZ-N > WS-ZZ-MAX
			MOVE 0 TO WS-ZC(1)
			PERFORM VARYING WS-ZZ-K FROM 1 BY 1
				UNTIL WS-ZZ-K > WS-ZZ-N
				COMPUTE WS-ZC(WS-ZZ-K + 1) = WS-ZC(WS-ZZ-K)
					+ WS-ZP(WS-ZZ-N - WS-ZZ-K + 1)
				END-COMPUTE
			END-PERFORM
			MOVE WS-ZC(WS-ZZ-N + 1) TO WS-ZZ-F(WS-ZZ-N)
			PERFORM VARYING WS-ZZ-K FROM 1 BY 1
				UNTIL WS-ZZ-K > WS-ZZ-N + 1
				MOVE WS-ZC(WS-ZZ-K) TO WS-ZP(WS-ZZ-K)
			END-PERFORM
		END-PERFORM.

	VERIFY-ONE-RECORD.
		MOVE "N" TO WS-REC-DEV-FLAG
		IF MSTR-N = 0 OR MSTR-N > WS-MAX-N
			ADD 1 TO WS-DEV-COUNT
			ADD 1 TO WS-DEV-RECORDS
			MOVE "Y" TO WS-REC-DEV-FLAG
			MOVE 0 TO m
			MOVE "NYCKEL" TO WS-QLG-CHECK
			PERFORM WRITE-QUARANTINE-LOG
			MOVE SPACES TO WS-REPORT-LINE
			MOVE MSTR-N TO WS-DISP-INDEX
			STRING "AVVIKELSE: FÖLJD=" MSTR-SEQ " N=" WS-DISP-INDEX
				AND MSTR-SEQ NOT = "T"
				ADD 1 TO WS-DEV-COUNT
				ADD 1 TO WS-DEV-RECORDS
				MOVE "Y" TO WS-REC-DEV-FLAG
				MOVE 0 TO m
				MOVE "NYCKEL" TO WS-QLG-CHECK
				PERFORM WRITE-QUARANTINE-LOG
				MOVE SPACES TO WS-REPORT-LINE
				MOVE MSTR-N TO WS-DISP-INDEX
				STRING "AVVIKELSE: OKÄND FÖLJD '" MSTR-SEQ
		IF WS-DIFF > WS-TOLERANCE * WS-SCALE
			ADD 1 TO WS-DEV-COUNT
			MOVE "Y" TO WS-REC-DEV-FLAG
			MOVE WS-DIFF TO WS-QLG-DIFF
			COMPUTE WS-QLG-LIMIT = WS-TOLERANCE * WS-SCALE
			END-COMPUTE
			MOVE "VÄRDE" TO WS-QLG-CHECK
			PERFORM WRITE-QUARANTINE-LOG
			MOVE SPACES TO WS-REPORT-LINE
			MOVE n TO WS-DISP-INDEX
			STRING "AVVIKELSE: FÖLJD=" MSTR-SEQ " N=" WS-DISP-INDEX
			IF MSTR-DEN(m) = 0
				ADD 1 TO WS-DEV-COUNT
				MOVE "Y" TO WS-REC-DEV-FLAG
				MOVE "NÄMNARE" TO WS-QLG-CHECK
				PERFORM WRITE-QUARANTINE-LOG
				MOVE SPACES TO WS-REPORT-LINE
				MOVE n TO WS-DISP-INDEX
				STRING "AVVIKELSE: FÖLJD=" MSTR-SEQ " N=" WS-DISP-INDEX
				IF WS-DIFF > WS-TOLERANCE * WS-SCALE
					ADD 1 TO WS-DEV-COUNT
					MOVE "Y" TO WS-REC-DEV-FLAG
					MOVE WS-DIFF TO WS-QLG-DIFF
					COMPUTE WS-QLG-LIMIT = WS-TOLERANCE * WS-SCALE
					END-COMPUTE
					MOVE "BRÅK" TO WS-QLG-CHECK
					PERFORM WRITE-QUARANTINE-LOG
					MOVE SPACES TO WS-REPORT-LINE
					MOVE n TO WS-DISP-INDEX
					STRING "AVVIKELSE: FÖLJD=" MSTR-SEQ " N=" WS-DISP-INDEX
			END-IF
		END-IF.

	WRITE-MASTER-VERSION.
		*> Den omskrivna posten sparas som version "U" - vid
		*> omcertifieringen med den nyberäknade tabellen - och en
		*> införd partnertabell som version "I" med platsen som
		*> användare. Dubblettnyckel ger nästa löpnummer och lås
		*> från en samtidig körning möts med omförsök.
		IF WS-MVER-OPEN = "Y"
			MOVE MSTR-SEQ TO MVER-SEQ
			MOVE MSTR-N TO MVER-N
			ACCEPT MVER-DATE FROM DATE YYYYMMDD
			ACCEPT MVER-TIME FROM TIME
			MOVE 0 TO MVER-SERIAL
			MOVE WS-MVER-CHANGE TO MVER-CHANGE
			MOVE WS-MVER-REASON TO MVER-REASON
			MOVE "BERNVRFY" TO MVER-PROGRAM
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
			IF WS-MVER-STATUS NOT = "00"
				DISPLAY "Versionen av masterposten FÖLJD=" MSTR-SEQ
					" N=" MSTR-N " kunde inte skrivas till BERNMVER"
					" (status " WS-MVER-STATUS ")."
			END-IF
		END-IF.

	WRITE-QUARANTINE-LOG.
		*> En rad i BERNKARN för aktuell post och index m -
		*> händelsen i WS-QLG-EVENT, kontrollen i WS-QLG-CHECK.
		IF WS-QLG-OPEN = "Y"
			ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
			ACCEPT WS-SYS-TIME FROM TIME
			MOVE SPACES TO QUARANTINE-LOG-RECORD
			MOVE WS-SYS-DATE TO QLG-DATE
			MOVE WS-SYS-TIME TO QLG-TIME
			MOVE WS-QLG-EVENT TO QLG-EVENT
			MOVE MSTR-SEQ TO QLG-SEQ
			MOVE MSTR-N TO QLG-N
			MOVE m TO QLG-INDEX
			MOVE WS-QLG-CHECK TO QLG-CHECK
			IF WS-QLG-CHECK = "VÄRDE" OR WS-QLG-CHECK = "BRÅK"
				MOVE WS-QLG-DIFF TO WS-SCI-SOURCE
				PERFORM FLOAT-TO-SCI
				MOVE WS-SCI-TEXT TO QLG-DIFF
				MOVE WS-QLG-LIMIT TO WS-SCI-SOURCE
				PERFORM FLOAT-TO-SCI
				MOVE WS-SCI-TEXT TO QLG-LIMIT
			END-IF
			IF WS-RUN-MODE = "R"
				MOVE "RECERT" TO QLG-PASS
			ELSE
			IF WS-RUN-MODE = "S"
				MOVE "STAGED" TO QLG-PASS
			ELSE
				MOVE "VERIF" TO QLG-PASS
			END-IF
			END-IF
			WRITE QUARANTINE-LOG-RECORD
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

	WRITE-SUMMARY.
		MOVE SPACES TO WS-REPORT-LINE
		MOVE WS-REC-COUNT TO WS-DISP-COUNT
		IF WS-RUN-MODE = "R"
			STRING "SUMMERING: " WS-DISP-COUNT
				" POSTER I KARANTÄN OMRÄKNADE"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
		IF WS-RUN-MODE = "S"
			STRING "SUMMERING: " WS-DISP-COUNT
				" MELLANLAGRADE PARTNERTABELLER KONTROLLRÄKNADE"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
			STRING "SUMMERING: " WS-DISP-COUNT
				" POSTER KONTROLLRÄKNADE"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		END-IF
		MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
			DELIMITED BY SIZE INTO WS-REPORT-LINE
		MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD
		MOVE SPACES TO WS-REPORT-LINE
		IF WS-RUN-MODE = "R"
			MOVE WS-RECERT-OK TO WS-DISP-COUNT
			MOVE WS-RECERT-FAIL TO WS-DISP-COUNT2
			STRING "SUMMERING: " WS-DISP-COUNT " OMCERTIFIERADE, "
				WS-DISP-COUNT2 " KVAR I KARANTÄN"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
		IF WS-RUN-MODE = "S"
			MOVE WS-STAGE-LOADED TO WS-DISP-COUNT
			MOVE WS-STAGE-HELD TO WS-DISP-COUNT2
			MOVE WS-STAGE-FAIL TO WS-DISP-COUNT3
			STRING "SUMMERING: " WS-DISP-COUNT " INFÖRDA, "
				WS-DISP-COUNT2 " FANNS REDAN, " WS-DISP-COUNT3
				" UNDERKÄNDA ELLER EJ INFÖRDA"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		ELSE
			MOVE WS-QUAR-NEW TO WS-DISP-COUNT
			MOVE WS-QUAR-WAITING TO WS-DISP-COUNT2
			STRING "SUMMERING: " WS-DISP-COUNT " NYA KARANTÄNER, "
				WS-DISP-COUNT2 " POSTER VÄNTAR PÅ OMCERTIFIERING"
				DELIMITED BY SIZE INTO WS-REPORT-LINE
		END-IF
		END-IF
		MOVE WS-REPORT-LINE TO VERIFY-REPORT-RECORD
		WRITE VERIFY-REPORT-RECORD
		IF WS-RUN-MODE = "R"
			MOVE WS-RECERT-OK TO WS-DISP-COUNT
			MOVE WS-RECERT-FAIL TO WS-DISP-COUNT2
			DISPLAY "Omcertifiering klar - " WS-DISP-COUNT
				" omcertifierade, " WS-DISP-COUNT2
				" kvar i karantän. Rapport skriven till BERNVRPT."
		ELSE
		IF WS-RUN-MODE = "S"
			MOVE WS-STAGE-LOADED TO WS-DISP-COUNT
			MOVE WS-STAGE-FAIL TO WS-DISP-COUNT2
			DISPLAY "Certifiering av partnertabeller klar - "
				WS-DISP-COUNT " införda, " WS-DISP-COUNT2
				" underkända eller ej införda. Rapport skriven till"
				" BERNVRPT."
		ELSE
			MOVE WS-DEV-COUNT TO WS-DISP-COUNT
			MOVE WS-QUAR-NEW TO WS-DISP-COUNT2
			DISPLAY "Verifiering klar - " WS-DISP-COUNT
				" avvikelser, " WS-DISP-COUNT2 " poster satta i"
				" karantän. Rapport skriven till BERNVRPT."
		END-IF
		END-IF.

	WRITE-AUDIT-RECORD.
		ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
		ACCEPT WS-SYS-TIME FROM TIME
		IF WS-RUN-MODE = "R"
			PERFORM WRITE-AUDIT-RECERT
		ELSE
		IF WS-RUN-MODE = "S"
			PERFORM WRITE-AUDIT-STAGED
		ELSE
			PERFORM WRITE-AUDIT-VERIFY
		END-IF
		END-IF
		MOVE WS-AUDIT-LINE TO AUDIT-LOG-RECORD
		WRITE AUDIT-LOG-RECORD.

	WRITE-AUDIT-RECERT.
		MOVE "RECERT" TO WS-AUDIT-MODE
		MOVE WS-RECERT-OK TO WS-DISP-COUNT
		MOVE WS-RECERT-FAIL TO WS-DISP-COUNT2
		MOVE SPACES TO WS-AUDIT-LINE
		IF WS-RECERT-FAIL = 0
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=ALL"
				" STATUS=OK (" WS-DISP-COUNT " OMCERTIFIERADE)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		ELSE
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=ALL"
				" STATUS=FEL (" WS-DISP-COUNT " OMCERTIFIERADE, "
				WS-DISP-COUNT2 " KVAR I KARANTÄN)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		END-IF.

	WRITE-AUDIT-STAGED.
		MOVE "STAGED" TO WS-AUDIT-MODE
		MOVE WS-STAGE-LOADED TO WS-DISP-COUNT
		MOVE WS-STAGE-HELD TO WS-DISP-COUNT2
		MOVE WS-STAGE-FAIL TO WS-DISP-COUNT3
		MOVE SPACES TO WS-AUDIT-LINE
		IF WS-STAGE-FAIL = 0
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=ALL"
				" STATUS=OK (" WS-DISP-COUNT " INFÖRDA, "
				WS-DISP-COUNT2 " FANNS REDAN)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		ELSE
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=ALL"
				" STATUS=FEL (" WS-DISP-COUNT " INFÖRDA, "
				WS-DISP-COUNT3 " UNDERKÄNDA ELLER EJ INFÖRDA)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		END-IF.

	WRITE-AUDIT-VERIFY.
		MOVE "VERIF " TO WS-AUDIT-MODE
		MOVE WS-DEV-COUNT TO WS-DISP-COUNT
		MOVE WS-QUAR-NEW TO WS-DISP-COUNT2
		MOVE WS-QUAR-WAITING TO WS-DISP-COUNT3
		MOVE SPACES TO WS-AUDIT-LINE
		IF WS-DEV-COUNT = 0 AND WS-QUAR-WAITING = 0
			STRING WS-SYS-DATE "-" WS-SYS-TIME
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" OP=" WS-OPERATOR-ID
				" LÄGE=" WS-AUDIT-MODE
				" N=ALL"
				" STATUS=FEL (" WS-DISP-COUNT " AVVIKELSER, "
				WS-DISP-COUNT2 " NYA + " WS-DISP-COUNT3
				" GAMLA KARANTÄNER)"
				DELIMITED BY SIZE INTO WS-AUDIT-LINE
		END-IF.
