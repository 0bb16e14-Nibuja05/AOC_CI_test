	    SELECT ABGLEICH-DATEI ASSIGN TO "ABGLRPT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ws-abgl-status.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.

	DATA DIVISION.
	FILE SECTION.
	SD  SORTIER-DATEI.
	01  SORT-SATZ.
	    05 SORT-SPIELER-ID PIC X(10).
	    05 SORT-TURNIER-ID PIC X(10).
	    05 SORT-DATUM PIC X(8).
	    05 SORT-MODUS PIC X(8).
	    05 SORT-PUNKTE-BEW PIC 9(6).
	    RECORD CONTAINS 120 CHARACTERS.
	01  ABGLEICH-ZEILE PIC X(120).

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	WORKING-STORAGE SECTION.
	COPY REGELSTD.
	77 ws-turndet-status PIC XX.
	77 ws-regel-status PIC XX.
	77 ws-hist-status PIC XX.
	77 ws-abgl-status PIC XX.
	77 ws-stamm-status PIC XX.
	77 ws-stamm-ende PIC X VALUE "N".
	    88 STAMM-ENDE VALUE "J".
	77 ws-stamm-gefunden PIC X VALUE "N".
	    88 STAMM-GEFUNDEN VALUE "J".
	    88 STAMM-NICHT-GEFUNDEN VALUE "N".
	77 ws-stamm-id-in PIC X(10) VALUE SPACES.
	77 ws-stamm-name-in PIC X(30) VALUE SPACES.
	77 ws-stamm-verein-in PIC X(20) VALUE SPACES.
	77 ws-stamm-eintritt-in PIC X(8) VALUE SPACES.
	77 ws-stamm-aktion PIC X VALUE SPACE.
	77 ws-auswahl PIC X VALUE SPACE.
	77 ws-menue-ende PIC X VALUE "N".
	    88 MENUE-ENDE VALUE "J".
	            WHEN "3" PERFORM 3000-REGELN-ANZEIGEN
	            WHEN "4" PERFORM 4000-REGEL-AENDERN
	            WHEN "5" PERFORM 5000-ABGLEICH-STARTEN
	            WHEN "6" PERFORM 6000-SPIELERSTAMM-PFLEGEN
	            WHEN "0" SET MENUE-ENDE TO TRUE
	            WHEN OTHER
	                DISPLAY "UNGUELTIGE AUSWAHL: " ws-auswahl
	    DISPLAY "  3 = REGELN ANZEIGEN"
	    DISPLAY "  4 = REGEL AENDERN"
	    DISPLAY "  5 = ABGLEICH STARTEN"
	    DISPLAY "  6 = SPIELERSTAMM PFLEGEN"
	    DISPLAY "  0 = ENDE"
	    DISPLAY "AUSWAHL: " WITH NO ADVANCING.

	           (ws-spieler-filter = SPACES OR
	            SCORE-SPIELER-ID = ws-spieler-filter) THEN
	            MOVE SCORE-SPIELER-ID TO SORT-SPIELER-ID
	            MOVE SCORE-TURNIER-ID TO SORT-TURNIER-ID
	            MOVE SCORE-DATUM TO SORT-DATUM
	            MOVE SCORE-MODUS TO SORT-MODUS
	            MOVE SCORE-PUNKTE-BEW TO SORT-PUNKTE-BEW
	        ADD 1 TO ws-rang
	        DISPLAY "RANG " ws-rang
	            "  SPIELER=" SORT-SPIELER-ID
	            "  TURNIER=" SORT-TURNIER-ID
	            "  DATUM=" SORT-DATUM
	            "  MODUS=" SORT-MODUS
	            "  BEWEGUNG=" SORT-PUNKTE-BEW
	            RETURNING ws-system-rc
	        END-CALL
	        IF ws-system-rc NOT = ZERO THEN
	            DISPLAY "ABGLEICH MIT DIFFERENZEN ODER FEHLER"
	                " BEENDET, RC=" ws-system-rc
	        END-IF
	        PERFORM 5100-ABGLEICH-ANZEIGEN
	    END-IF.
	    END-PERFORM
	    CLOSE ABGLEICH-DATEI.

	6000-SPIELERSTAMM-PFLEGEN.
	    DISPLAY "SPIELER-ID (LEER=LISTE): " WITH NO ADVANCING
	    ACCEPT ws-stamm-id-in FROM CONSOLE
	    IF ws-stamm-id-in = SPACES THEN
	        PERFORM 6100-SPIELER-LISTE
	    ELSE
	        PERFORM 6200-SPIELER-BEARBEITEN
	    END-IF.

	6100-SPIELER-LISTE.
	    MOVE "N" TO ws-stamm-ende
	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status NOT = "00" THEN
	        DISPLAY "SPIELERSTAMM NICHT VERFUEGBAR, STATUS="
	            ws-stamm-status
	        SET STAMM-ENDE TO TRUE
	    ELSE
	        READ SPIELER-DATEI NEXT RECORD
	            AT END SET STAMM-ENDE TO TRUE
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL STAMM-ENDE
	        PERFORM 6150-SPIELER-ANZEIGEN
	        READ SPIELER-DATEI NEXT RECORD
	            AT END SET STAMM-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    CLOSE SPIELER-DATEI.

	6150-SPIELER-ANZEIGEN.
	    DISPLAY "SPIELER=" STAMM-SPIELER-ID
	        "  STATUS=" STAMM-STATUS
	        "  EINTRITT=" STAMM-EINTRITT
	    DISPLAY "  NAME=" STAMM-NAME
	        "  VEREIN=" STAMM-VEREIN.

	6200-SPIELER-BEARBEITEN.
	    OPEN I-O SPIELER-DATEI
	    IF ws-stamm-status = "35" THEN
	        OPEN OUTPUT SPIELER-DATEI
	        CLOSE SPIELER-DATEI
	        OPEN I-O SPIELER-DATEI
	    END-IF
	    MOVE ws-stamm-id-in TO STAMM-SPIELER-ID
	    READ SPIELER-DATEI
	        INVALID KEY SET STAMM-NICHT-GEFUNDEN TO TRUE
	        NOT INVALID KEY SET STAMM-GEFUNDEN TO TRUE
	    END-READ
	    IF STAMM-GEFUNDEN THEN
	        PERFORM 6150-SPIELER-ANZEIGEN
	        DISPLAY "AKTION (A=AENDERN, S=SPERREN, F=FREIGEBEN,"
	            " LEER=KEINE): " WITH NO ADVANCING
	        ACCEPT ws-stamm-aktion FROM CONSOLE
	        EVALUATE ws-stamm-aktion
	            WHEN "A" PERFORM 6300-SPIELER-AENDERN
	            WHEN "S"
	                SET STAMM-GESPERRT TO TRUE
	                REWRITE SPIELER-STAMM-RECORD
	                DISPLAY "SPIELER GESPERRT: " ws-stamm-id-in
	            WHEN "F"
	                SET STAMM-AKTIV TO TRUE
	                REWRITE SPIELER-STAMM-RECORD
	                DISPLAY "SPIELER FREIGEGEBEN: "
	                    ws-stamm-id-in
	            WHEN SPACE CONTINUE
	            WHEN OTHER
	                DISPLAY "UNGUELTIGE AKTION: " ws-stamm-aktion
	        END-EVALUATE
	    ELSE
	        DISPLAY "SPIELER NICHT IM STAMM, ANLEGEN (J/N)? "
	            WITH NO ADVANCING
	        ACCEPT ws-bestaetigung FROM CONSOLE
	        IF ws-bestaetigung = "J" THEN
	            PERFORM 6400-SPIELER-ANLEGEN
	        END-IF
	    END-IF
	    CLOSE SPIELER-DATEI.

	6300-SPIELER-AENDERN.
	    DISPLAY "NAME (LEER=UNVERAENDERT): " WITH NO ADVANCING
	    ACCEPT ws-stamm-name-in FROM CONSOLE
	    DISPLAY "VEREIN (LEER=UNVERAENDERT): " WITH NO ADVANCING
	    ACCEPT ws-stamm-verein-in FROM CONSOLE
	    IF ws-stamm-name-in NOT = SPACES THEN
	        MOVE ws-stamm-name-in TO STAMM-NAME
	    END-IF
	    IF ws-stamm-verein-in NOT = SPACES THEN
	        MOVE ws-stamm-verein-in TO STAMM-VEREIN
	    END-IF
	    REWRITE SPIELER-STAMM-RECORD
	    DISPLAY "SPIELER GEAENDERT: " ws-stamm-id-in.

	6400-SPIELER-ANLEGEN.
	    SET EINGABE-GUELTIG TO TRUE
	    DISPLAY "NAME: " WITH NO ADVANCING
	    ACCEPT ws-stamm-name-in FROM CONSOLE
	    IF ws-stamm-name-in = SPACES THEN
	        SET EINGABE-UNGUELTIG TO TRUE
	        DISPLAY "NAME DARF NICHT LEER SEIN"
	    END-IF
	    DISPLAY "VEREIN: " WITH NO ADVANCING
	    ACCEPT ws-stamm-verein-in FROM CONSOLE
	    DISPLAY "EINTRITT (JJJJMMTT, LEER=HEUTE): "
	        WITH NO ADVANCING
	    ACCEPT ws-stamm-eintritt-in FROM CONSOLE
	    IF ws-stamm-eintritt-in = SPACES THEN
	        ACCEPT ws-stamm-eintritt-in FROM DATE YYYYMMDD
	    END-IF
	    IF ws-stamm-eintritt-in NOT NUMERIC THEN
	        SET EINGABE-UNGUELTIG TO TRUE
	        DISPLAY "EINTRITT UNGUELTIG (JJJJMMTT): "
	            ws-stamm-eintritt-in
	    END-IF
	    IF EINGABE-UNGUELTIG THEN
	        DISPLAY "SPIELER NICHT ANGELEGT"
	    ELSE
	        MOVE ws-stamm-id-in TO STAMM-SPIELER-ID
	        MOVE ws-stamm-name-in TO STAMM-NAME
	        IF ws-stamm-verein-in = SPACES THEN
	            MOVE "UNBEKANNT" TO STAMM-VEREIN
	        ELSE
	            MOVE ws-stamm-verein-in TO STAMM-VEREIN
	        END-IF
	        MOVE ws-stamm-eintritt-in TO STAMM-EINTRITT
	        SET STAMM-AKTIV TO TRUE
	        WRITE SPIELER-STAMM-RECORD
	            INVALID KEY
	                DISPLAY "SPIELER BEREITS IM STAMM: "
	                    ws-stamm-id-in
	            NOT INVALID KEY
	                DISPLAY "SPIELER ANGELEGT: " ws-stamm-id-in
	        END-WRITE
	    END-IF.

	0100-REGELN-LADEN.
	    MOVE 9 TO ws-regel-anzahl
	    PERFORM VARYING REGEL-IDX FROM 1 BY 1 UNTIL REGEL-IDX > 9
