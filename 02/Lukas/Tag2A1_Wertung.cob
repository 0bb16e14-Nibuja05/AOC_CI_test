	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_Wertung.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT KALENDER-DATEI ASSIGN TO "KALENDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS KAL-TURNIER-ID
	        FILE STATUS IS ws-kalender-status.
	    SELECT SCORE-DATEI ASSIGN TO "SCOREDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS SEQUENTIAL
	        RECORD KEY IS SCORE-SCHLUESSEL
	        FILE STATUS IS ws-score-status.
	    SELECT WERTUNG-DATEI ASSIGN TO "WERTDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS WERT-SPIELER-ID
	        FILE STATUS IS ws-wert-status.
	    SELECT WERT-TURNIER-DATEI ASSIGN TO "WERTTURN"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS WTUR-TURNIER-ID
	        FILE STATUS IS ws-wtur-status.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.
	    SELECT ZERTIFIKAT-DATEI ASSIGN TO "ZERTDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS ZERT-TURNIER-ID
	        FILE STATUS IS ws-zert-status.
	    SELECT SORTIER-DATEI ASSIGN TO "SRTWORK".
	    SELECT WERT-BERICHT-DATEI ASSIGN TO "WERTRPT"
	        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  KALENDER-DATEI.
	COPY KALREC.

	FD  SCORE-DATEI.
	COPY SCOREREC.

	FD  WERTUNG-DATEI.
	COPY WERTREC.

	FD  WERT-TURNIER-DATEI.
	COPY WTURREC.

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	FD  ZERTIFIKAT-DATEI.
	COPY ZERTREC.

	SD  SORTIER-DATEI.
	01  SORT-SATZ.
	    05 SORT-SPIELER-ID PIC X(10).
	    05 SORT-PUNKTE PIC 9(8).

	FD  WERT-BERICHT-DATEI
	    RECORD CONTAINS 160 CHARACTERS.
	01  WERT-BERICHT-ZEILE PIC X(160).

	WORKING-STORAGE SECTION.
	77 ws-kalender-status PIC XX.
	77 ws-score-status PIC XX.
	77 ws-wert-status PIC XX.
	77 ws-wtur-status PIC XX.
	77 ws-stamm-status PIC XX.
	77 ws-zert-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-stamm-name PIC X(30) VALUE SPACES.
	77 ws-score-ende PIC X VALUE "N".
	    88 SCORE-ENDE VALUE "J".
	77 ws-sort-ende PIC X VALUE "N".
	    88 SORTIERUNG-ENDE VALUE "J".
	77 ws-sort-offen PIC X VALUE "N".
	    88 SORT-SATZ-OFFEN VALUE "J".
	    88 SORT-SATZ-LEER  VALUE "N".
	77 ws-abweisung PIC X VALUE "N".
	    88 WERTUNG-ABGEWIESEN VALUE "J".
	77 ws-turnier-id PIC X(10) VALUE SPACES.
	77 ws-turnier-ort PIC X(20) VALUE SPACES.
	77 ws-turnier-datum PIC X(8) VALUE SPACES.
	77 ws-modus PIC X(8) VALUE "BEWEGUNG".
	    88 MODUS-BEWEGUNG VALUE "BEWEGUNG".
	    88 MODUS-ZIEL     VALUE "ZIEL".
	77 ws-datum PIC X(8) VALUE SPACES.
	77 ws-zeit PIC X(8) VALUE SPACES.
	77 ws-start-wertung PIC 9(4) VALUE 1500.
	77 ws-min-wertung PIC 9(4) VALUE 100.
	77 ws-k-neu PIC 9(2) VALUE 40.
	77 ws-k-etabliert PIC 9(2) VALUE 20.
	77 ws-k-grenze PIC 9(6) VALUE 30.
	77 ws-k-faktor PIC 9(2) VALUE ZERO.
	77 ws-spieler-max PIC 9(4) VALUE 999.
	77 ws-anz-spieler PIC 9(4) VALUE ZERO.
	77 ws-anz-verworfen PIC 9(4) VALUE ZERO.
	77 ws-anz-neu PIC 9(4) VALUE ZERO.
	77 ws-anz-gegner PIC 9(4) VALUE ZERO.
	77 ws-i PIC 9(4) VALUE ZERO.
	77 ws-j PIC 9(4) VALUE ZERO.
	77 ws-rang PIC 9(4) VALUE ZERO.
	77 ws-letzte-punkte PIC 9(8) VALUE ZERO.
	77 ws-ergebnis PIC 9V9 VALUE ZERO.
	77 ws-exponent PIC S9(3)V9(6) VALUE ZERO.
	77 ws-erwartung PIC 9V9(8) VALUE ZERO.
	77 ws-aenderung PIC S9(5)V9(2) VALUE ZERO.
	77 ws-neu-wertung PIC S9(5) VALUE ZERO.
	77 ws-aenderung-anz PIC +9(4) VALUE ZERO.
	01 WERT-TABELLE.
	    05 WERT-EINTRAG OCCURS 1 TO 999 TIMES
	        DEPENDING ON ws-anz-spieler.
	        10 TAB-W-ID       PIC X(10).
	        10 TAB-W-PUNKTE   PIC 9(8).
	        10 TAB-W-RANG     PIC 9(4).
	        10 TAB-W-ALT      PIC 9(4).
	        10 TAB-W-NEU      PIC 9(4).
	        10 TAB-W-PARTIEN  PIC 9(6).
	        10 TAB-W-SPITZE   PIC 9(4).
	        10 TAB-W-SUMME    PIC S9(5)V9(6).
	        10 TAB-W-STATUS   PIC X.
	            88 TAB-W-NEU-SPIELER VALUE "N".
	            88 TAB-W-BEKANNT     VALUE "B".


	PROCEDURE DIVISION.
	    ACCEPT ws-turnier-id FROM ENVIRONMENT "AOC_TURNIER"
	    IF ws-turnier-id = SPACES THEN
	        DISPLAY "AOC_TURNIER FEHLT, WERTUNG ABGEWIESEN"
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF
	    ACCEPT ws-modus FROM ENVIRONMENT "AOC_MODUS"
	    IF ws-modus NOT = "BEWEGUNG" AND ws-modus NOT = "ZIEL" THEN
	        MOVE "BEWEGUNG" TO ws-modus
	    END-IF
	    ACCEPT ws-datum FROM DATE YYYYMMDD
	    ACCEPT ws-zeit FROM TIME

	    PERFORM 0100-KALENDER-PRUEFEN
	    IF NOT WERTUNG-ABGEWIESEN THEN
	        PERFORM 0120-ZERTIFIKAT-PRUEFEN
	    END-IF
	    IF NOT WERTUNG-ABGEWIESEN THEN
	        PERFORM 0150-WERTLAUF-PRUEFEN
	    END-IF
	    IF WERTUNG-ABGEWIESEN THEN
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    SORT SORTIER-DATEI
	        ON DESCENDING KEY SORT-PUNKTE
	        ON ASCENDING KEY SORT-SPIELER-ID
	        INPUT PROCEDURE 0200-STAND-LADEN
	        OUTPUT PROCEDURE 0300-STAND-UEBERNEHMEN

	    IF ws-anz-verworfen > ZERO THEN
	        DISPLAY "WERTUNG ABGEWIESEN: " ws-anz-verworfen
	            " SPIELER UEBER TABELLENGRENZE " ws-spieler-max
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF
	    IF ws-anz-spieler < 2 THEN
	        DISPLAY "WERTUNG ABGEWIESEN: TURNIER " ws-turnier-id
	            " HAT " ws-anz-spieler " GEWERTETE SPIELER,"
	            " MINDESTENS 2 ERFORDERLICH"
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    OPEN I-O WERTUNG-DATEI
	    IF ws-wert-status = "35" THEN
	        OPEN OUTPUT WERTUNG-DATEI
	        CLOSE WERTUNG-DATEI
	        OPEN I-O WERTUNG-DATEI
	    END-IF
	    PERFORM 0400-WERTUNGEN-LESEN
	    PERFORM 0450-WERTLAUF-BEGINNEN
	    PERFORM 0500-ELO-RECHNEN
	    PERFORM 0600-WERTUNGEN-SCHREIBEN
	    CLOSE WERTUNG-DATEI
	    PERFORM 0650-WERTLAUF-ABSCHLIESSEN
	    PERFORM 0700-BERICHT-SCHREIBEN

	    DISPLAY "WERTUNG TURNIER: " ws-turnier-id
	        "  MODUS: " ws-modus
	    DISPLAY "SPIELER GEWERTET: " ws-anz-spieler
	    DISPLAY "SPIELER NEU IN WERTDAT: " ws-anz-neu
	    STOP RUN.

	0100-KALENDER-PRUEFEN.
	    OPEN INPUT KALENDER-DATEI
	    IF ws-kalender-status NOT = "00" THEN
	        SET WERTUNG-ABGEWIESEN TO TRUE
	        DISPLAY "KALENDER NICHT VERFUEGBAR, STATUS="
	            ws-kalender-status ", WERTUNG ABGEWIESEN"
	        CLOSE KALENDER-DATEI
	    ELSE
	        MOVE ws-turnier-id TO KAL-TURNIER-ID
	        READ KALENDER-DATEI
	            INVALID KEY
	                SET WERTUNG-ABGEWIESEN TO TRUE
	                DISPLAY "TURNIER NICHT IM KALENDER,"
	                    " WERTUNG ABGEWIESEN: " ws-turnier-id
	            NOT INVALID KEY
	                IF KAL-GESCHLOSSEN THEN
	                    MOVE KAL-ORT TO ws-turnier-ort
	                    MOVE KAL-BIS-DATUM TO ws-turnier-datum
	                ELSE
	                    SET WERTUNG-ABGEWIESEN TO TRUE
	                    DISPLAY "TURNIER NICHT GESCHLOSSEN,"
	                        " WERTUNG ABGEWIESEN: " ws-turnier-id
	                    DISPLAY "TURNIER ERST MIT"
	                        " AoC_Tag_1_Abschluss ABSCHLIESSEN"
	                END-IF
	        END-READ
	        CLOSE KALENDER-DATEI
	    END-IF.

	0120-ZERTIFIKAT-PRUEFEN.
	    OPEN INPUT ZERTIFIKAT-DATEI
	    IF ws-zert-status NOT = "00" THEN
	        SET WERTUNG-ABGEWIESEN TO TRUE
	        DISPLAY "ZERTDAT NICHT VERFUEGBAR, STATUS="
	            ws-zert-status ", WERTUNG ABGEWIESEN"
	        CLOSE ZERTIFIKAT-DATEI
	    ELSE
	        MOVE ws-turnier-id TO ZERT-TURNIER-ID
	        READ ZERTIFIKAT-DATEI
	            INVALID KEY
	                SET WERTUNG-ABGEWIESEN TO TRUE
	                DISPLAY "TURNIER NICHT ZERTIFIZIERT,"
	                    " WERTUNG ABGEWIESEN: " ws-turnier-id
	            NOT INVALID KEY
	                IF NOT ZERT-ZERTIFIZIERT THEN
	                    SET WERTUNG-ABGEWIESEN TO TRUE
	                    DISPLAY "TURNIER WIEDEROEFFNET, NICHT"
	                        " ZERTIFIZIERT, WERTUNG ABGEWIESEN: "
	                        ws-turnier-id
	                END-IF
	        END-READ
	        CLOSE ZERTIFIKAT-DATEI
	    END-IF
	    IF WERTUNG-ABGEWIESEN THEN
	        DISPLAY "TURNIER ERST MIT"
	            " AoC_Tag_1_Abschluss ABSCHLIESSEN"
	    END-IF.

	0150-WERTLAUF-PRUEFEN.
	    OPEN I-O WERT-TURNIER-DATEI
	    IF ws-wtur-status = "35" THEN
	        OPEN OUTPUT WERT-TURNIER-DATEI
	        CLOSE WERT-TURNIER-DATEI
	        OPEN I-O WERT-TURNIER-DATEI
	    END-IF
	    MOVE ws-turnier-id TO WTUR-TURNIER-ID
	    READ WERT-TURNIER-DATEI
	        INVALID KEY CONTINUE
	        NOT INVALID KEY
	            SET WERTUNG-ABGEWIESEN TO TRUE
	            IF WTUR-ABGESCHLOSSEN THEN
	                DISPLAY "TURNIER BEREITS GEWERTET,"
	                    " WERTUNG ABGEWIESEN: " ws-turnier-id
	                DISPLAY "GEWERTET AM " WTUR-DATUM
	                    " " WTUR-ZEIT "  MODUS: " WTUR-MODUS
	                    "  SPIELER: " WTUR-SPIELER
	            ELSE
	                DISPLAY "WERTUNGSLAUF FUER TURNIER "
	                    ws-turnier-id " VOM " WTUR-DATUM
	                    " NICHT ABGESCHLOSSEN"
	                DISPLAY "WERTDAT PRUEFEN, WERTUNG ABGEWIESEN"
	            END-IF
	    END-READ
	    CLOSE WERT-TURNIER-DATEI.

	0200-STAND-LADEN.
	    OPEN INPUT SCORE-DATEI
	    IF ws-score-status NOT = "00" THEN
	        SET SCORE-ENDE TO TRUE
	    ELSE
	        READ SCORE-DATEI NEXT RECORD
	            AT END SET SCORE-ENDE TO TRUE
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL SCORE-ENDE
	        IF SCORE-TURNIER-ID = ws-turnier-id THEN
	            PERFORM 0210-SCORE-SAMMELN
	        END-IF
	        READ SCORE-DATEI NEXT RECORD
	            AT END SET SCORE-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    IF SORT-SATZ-OFFEN THEN
	        RELEASE SORT-SATZ
	    END-IF
	    CLOSE SCORE-DATEI.

	0210-SCORE-SAMMELN.
	    IF SORT-SATZ-OFFEN AND
	       SORT-SPIELER-ID NOT = SCORE-SPIELER-ID THEN
	        RELEASE SORT-SATZ
	        SET SORT-SATZ-LEER TO TRUE
	    END-IF
	    IF SORT-SATZ-LEER THEN
	        MOVE SCORE-SPIELER-ID TO SORT-SPIELER-ID
	        MOVE ZERO TO SORT-PUNKTE
	        SET SORT-SATZ-OFFEN TO TRUE
	    END-IF
	    IF MODUS-ZIEL THEN
	        ADD SCORE-PUNKTE-ZIEL TO SORT-PUNKTE
	    ELSE
	        ADD SCORE-PUNKTE-BEW TO SORT-PUNKTE
	    END-IF.

	0300-STAND-UEBERNEHMEN.
	    RETURN SORTIER-DATEI
	        AT END SET SORTIERUNG-ENDE TO TRUE
	    END-RETURN
	    PERFORM WITH TEST BEFORE UNTIL SORTIERUNG-ENDE
	        IF ws-anz-spieler < ws-spieler-max THEN
	            ADD 1 TO ws-anz-spieler
	            MOVE SORT-SPIELER-ID TO TAB-W-ID(ws-anz-spieler)
	            MOVE SORT-PUNKTE TO TAB-W-PUNKTE(ws-anz-spieler)
	            IF ws-anz-spieler = 1 OR
	               SORT-PUNKTE NOT = ws-letzte-punkte THEN
	                MOVE ws-anz-spieler TO ws-rang
	            END-IF
	            MOVE ws-rang TO TAB-W-RANG(ws-anz-spieler)
	            MOVE SORT-PUNKTE TO ws-letzte-punkte
	        ELSE
	            ADD 1 TO ws-anz-verworfen
	        END-IF
	        RETURN SORTIER-DATEI
	            AT END SET SORTIERUNG-ENDE TO TRUE
	        END-RETURN
	    END-PERFORM.

	0400-WERTUNGEN-LESEN.
	    PERFORM VARYING ws-i FROM 1 BY 1
	        UNTIL ws-i > ws-anz-spieler
	        MOVE TAB-W-ID(ws-i) TO WERT-SPIELER-ID
	        READ WERTUNG-DATEI
	            INVALID KEY
	                SET TAB-W-NEU-SPIELER(ws-i) TO TRUE
	                MOVE ws-start-wertung TO TAB-W-ALT(ws-i)
	                MOVE ZERO TO TAB-W-PARTIEN(ws-i)
	                MOVE ws-start-wertung TO TAB-W-SPITZE(ws-i)
	                ADD 1 TO ws-anz-neu
	            NOT INVALID KEY
	                SET TAB-W-BEKANNT(ws-i) TO TRUE
	                MOVE WERT-AKTUELL TO TAB-W-ALT(ws-i)
	                MOVE WERT-PARTIEN TO TAB-W-PARTIEN(ws-i)
	                MOVE WERT-SPITZE TO TAB-W-SPITZE(ws-i)
	        END-READ
	        MOVE ZERO TO TAB-W-SUMME(ws-i)
	    END-PERFORM.

	0450-WERTLAUF-BEGINNEN.
	    OPEN I-O WERT-TURNIER-DATEI
	    MOVE ws-turnier-id TO WTUR-TURNIER-ID
	    MOVE ws-datum TO WTUR-DATUM
	    MOVE ws-zeit(1:6) TO WTUR-ZEIT
	    MOVE ws-modus TO WTUR-MODUS
	    MOVE ws-anz-spieler TO WTUR-SPIELER
	    SET WTUR-LAEUFT TO TRUE
	    WRITE WERT-TURNIER-RECORD
	        INVALID KEY REWRITE WERT-TURNIER-RECORD
	    END-WRITE
	    CLOSE WERT-TURNIER-DATEI.

	0500-ELO-RECHNEN.
	    SUBTRACT 1 FROM ws-anz-spieler GIVING ws-anz-gegner
	    PERFORM VARYING ws-i FROM 1 BY 1
	        UNTIL ws-i > ws-anz-spieler
	        PERFORM VARYING ws-j FROM 1 BY 1
	            UNTIL ws-j > ws-anz-spieler
	            IF ws-j NOT = ws-i THEN
	                PERFORM 0510-PAARUNG-WERTEN
	            END-IF
	        END-PERFORM
	        IF TAB-W-PARTIEN(ws-i) < ws-k-grenze THEN
	            MOVE ws-k-neu TO ws-k-faktor
	        ELSE
	            MOVE ws-k-etabliert TO ws-k-faktor
	        END-IF
	        COMPUTE ws-aenderung ROUNDED =
	            ws-k-faktor * TAB-W-SUMME(ws-i) / ws-anz-gegner
	        COMPUTE ws-neu-wertung ROUNDED =
	            TAB-W-ALT(ws-i) + ws-aenderung
	        IF ws-neu-wertung < ws-min-wertung THEN
	            MOVE ws-min-wertung TO ws-neu-wertung
	        END-IF
	        IF ws-neu-wertung > 9999 THEN
	            MOVE 9999 TO ws-neu-wertung
	        END-IF
	        MOVE ws-neu-wertung TO TAB-W-NEU(ws-i)
	        IF TAB-W-NEU(ws-i) > TAB-W-SPITZE(ws-i) THEN
	            MOVE TAB-W-NEU(ws-i) TO TAB-W-SPITZE(ws-i)
	        END-IF
	        ADD ws-anz-gegner TO TAB-W-PARTIEN(ws-i)
	    END-PERFORM.

	0510-PAARUNG-WERTEN.
	    EVALUATE TRUE
	        WHEN TAB-W-PUNKTE(ws-i) > TAB-W-PUNKTE(ws-j)
	            MOVE 1 TO ws-ergebnis
	        WHEN TAB-W-PUNKTE(ws-i) = TAB-W-PUNKTE(ws-j)
	            MOVE 0.5 TO ws-ergebnis
	        WHEN OTHER
	            MOVE ZERO TO ws-ergebnis
	    END-EVALUATE
	    COMPUTE ws-exponent =
	        (TAB-W-ALT(ws-j) - TAB-W-ALT(ws-i)) / 400
	    COMPUTE ws-erwartung ROUNDED =
	        1 / (1 + 10 ** ws-exponent)
	    COMPUTE TAB-W-SUMME(ws-i) =
	        TAB-W-SUMME(ws-i) + ws-ergebnis - ws-erwartung.

	0600-WERTUNGEN-SCHREIBEN.
	    PERFORM VARYING ws-i FROM 1 BY 1
	        UNTIL ws-i > ws-anz-spieler
	        MOVE TAB-W-ID(ws-i) TO WERT-SPIELER-ID
	        MOVE TAB-W-NEU(ws-i) TO WERT-AKTUELL
	        MOVE TAB-W-PARTIEN(ws-i) TO WERT-PARTIEN
	        MOVE TAB-W-SPITZE(ws-i) TO WERT-SPITZE
	        MOVE ws-turnier-id TO WERT-LETZTES-TURNIER
	        MOVE ws-turnier-datum TO WERT-LETZTES-DATUM
	        WRITE WERTUNG-RECORD
	            INVALID KEY REWRITE WERTUNG-RECORD
	        END-WRITE
	    END-PERFORM.

	0650-WERTLAUF-ABSCHLIESSEN.
	    OPEN I-O WERT-TURNIER-DATEI
	    MOVE ws-turnier-id TO WTUR-TURNIER-ID
	    READ WERT-TURNIER-DATEI
	        INVALID KEY CONTINUE
	    END-READ
	    SET WTUR-ABGESCHLOSSEN TO TRUE
	    REWRITE WERT-TURNIER-RECORD
	        INVALID KEY WRITE WERT-TURNIER-RECORD
	    END-REWRITE
	    CLOSE WERT-TURNIER-DATEI.

	0700-BERICHT-SCHREIBEN.
	    OPEN OUTPUT WERT-BERICHT-DATEI
	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        CLOSE SPIELER-DATEI
	    END-IF
	    MOVE SPACES TO WERT-BERICHT-ZEILE
	    STRING "WERTUNGSAENDERUNG TURNIER=" ws-turnier-id
	        "  ORT=" ws-turnier-ort
	        "  ENDE=" ws-turnier-datum
	        "  MODUS=" ws-modus
	        "  LAUF=" ws-datum " " ws-zeit(1:6)
	        DELIMITED BY SIZE INTO WERT-BERICHT-ZEILE
	    WRITE WERT-BERICHT-ZEILE
	    PERFORM VARYING ws-i FROM 1 BY 1
	        UNTIL ws-i > ws-anz-spieler
	        PERFORM 0710-SPIELER-NACHLESEN
	        COMPUTE ws-aenderung-anz =
	            TAB-W-NEU(ws-i) - TAB-W-ALT(ws-i)
	        MOVE SPACES TO WERT-BERICHT-ZEILE
	        STRING "RANG " TAB-W-RANG(ws-i)
	            "  SPIELER=" TAB-W-ID(ws-i)
	            "  NAME=" ws-stamm-name
	            "  PUNKTE=" TAB-W-PUNKTE(ws-i)
	            "  ALT=" TAB-W-ALT(ws-i)
	            "  NEU=" TAB-W-NEU(ws-i)
	            "  AENDERUNG=" ws-aenderung-anz
	            "  PARTIEN=" TAB-W-PARTIEN(ws-i)
	            "  SPITZE=" TAB-W-SPITZE(ws-i)
	            DELIMITED BY SIZE INTO WERT-BERICHT-ZEILE
	        IF TAB-W-NEU-SPIELER(ws-i) THEN
	            MOVE "  NEU" TO WERT-BERICHT-ZEILE(154:5)
	        END-IF
	        WRITE WERT-BERICHT-ZEILE
	    END-PERFORM
	    MOVE SPACES TO WERT-BERICHT-ZEILE
	    STRING "SPIELER GEWERTET=" ws-anz-spieler
	        "  NEU MIT STARTWERTUNG " ws-start-wertung
	        "=" ws-anz-neu
	        DELIMITED BY SIZE INTO WERT-BERICHT-ZEILE
	    WRITE WERT-BERICHT-ZEILE
	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF
	    CLOSE WERT-BERICHT-DATEI.

	0710-SPIELER-NACHLESEN.
	    MOVE "UNBEKANNT" TO ws-stamm-name
	    IF STAMM-VERFUEGBAR THEN
	        MOVE TAB-W-ID(ws-i) TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                MOVE STAMM-NAME TO ws-stamm-name
	        END-READ
	    END-IF.
