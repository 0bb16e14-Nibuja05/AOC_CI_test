	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_Spieler.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.

	DATA DIVISION.
	FILE SECTION.
	FD  SPIELER-DATEI.
	COPY SPIELREC.

	WORKING-STORAGE SECTION.
	77 ws-stamm-status PIC XX.
	77 ws-funktion PIC X(10) VALUE "ANZEIGEN".
	    88 FUNKTION-ANLEGEN   VALUE "ANLEGEN".
	    88 FUNKTION-AENDERN   VALUE "AENDERN".
	    88 FUNKTION-SPERREN   VALUE "SPERREN".
	    88 FUNKTION-FREIGEBEN VALUE "FREIGEBEN".
	    88 FUNKTION-ANZEIGEN  VALUE "ANZEIGEN".
	77 ws-spieler-in PIC X(10) VALUE SPACES.
	77 ws-name-in PIC X(30) VALUE SPACES.
	77 ws-verein-in PIC X(20) VALUE SPACES.
	77 ws-eintritt-in PIC X(8) VALUE SPACES.
	77 ws-eingabe-ok PIC X VALUE "J".
	    88 EINGABE-GUELTIG   VALUE "J".
	    88 EINGABE-UNGUELTIG VALUE "N".
	77 ws-stamm-ende PIC X VALUE "N".
	    88 STAMM-ENDE VALUE "J".
	77 ws-anz-eintraege PIC 9(4) VALUE ZERO.
	77 ws-anz-aktiv PIC 9(4) VALUE ZERO.
	77 ws-anz-gesperrt PIC 9(4) VALUE ZERO.
	01 ws-anzeige-zeile PIC X(120).


	PROCEDURE DIVISION.
	    ACCEPT ws-funktion FROM ENVIRONMENT "SPL_FUNKTION"
	    IF ws-funktion = SPACES THEN
	        MOVE "ANZEIGEN" TO ws-funktion
	    END-IF
	    ACCEPT ws-spieler-in FROM ENVIRONMENT "SPL_SPIELER"
	    ACCEPT ws-name-in FROM ENVIRONMENT "SPL_NAME"
	    ACCEPT ws-verein-in FROM ENVIRONMENT "SPL_VEREIN"
	    ACCEPT ws-eintritt-in FROM ENVIRONMENT "SPL_EINTRITT"

	    EVALUATE TRUE
	        WHEN FUNKTION-ANLEGEN   PERFORM 1000-ANLEGEN
	        WHEN FUNKTION-AENDERN   PERFORM 2000-AENDERN
	        WHEN FUNKTION-SPERREN   PERFORM 3000-STATUS-SETZEN
	        WHEN FUNKTION-FREIGEBEN PERFORM 3000-STATUS-SETZEN
	        WHEN FUNKTION-ANZEIGEN  PERFORM 4000-ANZEIGEN
	        WHEN OTHER
	            DISPLAY "SPL_FUNKTION UNGUELTIG: " ws-funktion
	            DISPLAY "GUELTIG: ANLEGEN AENDERN SPERREN"
	                " FREIGEBEN ANZEIGEN"
	    END-EVALUATE
	    STOP RUN.

	0100-EINGABE-PRUEFEN.
	    SET EINGABE-GUELTIG TO TRUE
	    IF ws-spieler-in = SPACES THEN
	        SET EINGABE-UNGUELTIG TO TRUE
	        DISPLAY "SPL_SPIELER FEHLT"
	    END-IF.

	0200-STAMM-OEFFNEN.
	    OPEN I-O SPIELER-DATEI
	    IF ws-stamm-status = "35" THEN
	        OPEN OUTPUT SPIELER-DATEI
	        CLOSE SPIELER-DATEI
	        OPEN I-O SPIELER-DATEI
	    END-IF.

	1000-ANLEGEN.
	    PERFORM 0100-EINGABE-PRUEFEN
	    IF ws-name-in = SPACES THEN
	        SET EINGABE-UNGUELTIG TO TRUE
	        DISPLAY "SPL_NAME FEHLT"
	    END-IF
	    IF ws-eintritt-in = SPACES THEN
	        ACCEPT ws-eintritt-in FROM DATE YYYYMMDD
	    END-IF
	    IF ws-eintritt-in NOT NUMERIC THEN
	        SET EINGABE-UNGUELTIG TO TRUE
	        DISPLAY "SPL_EINTRITT UNGUELTIG (JJJJMMTT): "
	            ws-eintritt-in
	    END-IF
	    IF EINGABE-GUELTIG THEN
	        PERFORM 0200-STAMM-OEFFNEN
	        MOVE ws-spieler-in TO STAMM-SPIELER-ID
	        MOVE ws-name-in TO STAMM-NAME
	        IF ws-verein-in = SPACES THEN
	            MOVE "UNBEKANNT" TO STAMM-VEREIN
	        ELSE
	            MOVE ws-verein-in TO STAMM-VEREIN
	        END-IF
	        MOVE ws-eintritt-in TO STAMM-EINTRITT
	        SET STAMM-AKTIV TO TRUE
	        WRITE SPIELER-STAMM-RECORD
	            INVALID KEY
	                DISPLAY "SPIELER BEREITS IM STAMM: "
	                    ws-spieler-in
	            NOT INVALID KEY
	                DISPLAY "SPIELER ANGELEGT: " ws-spieler-in
	        END-WRITE
	        CLOSE SPIELER-DATEI
	    END-IF.

	2000-AENDERN.
	    PERFORM 0100-EINGABE-PRUEFEN
	    IF ws-eintritt-in NOT = SPACES AND
	       ws-eintritt-in NOT NUMERIC THEN
	        SET EINGABE-UNGUELTIG TO TRUE
	        DISPLAY "SPL_EINTRITT UNGUELTIG (JJJJMMTT): "
	            ws-eintritt-in
	    END-IF
	    IF EINGABE-GUELTIG THEN
	        PERFORM 0200-STAMM-OEFFNEN
	        MOVE ws-spieler-in TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY
	                DISPLAY "SPIELER NICHT IM STAMM: "
	                    ws-spieler-in
	            NOT INVALID KEY
	                IF ws-name-in NOT = SPACES THEN
	                    MOVE ws-name-in TO STAMM-NAME
	                END-IF
	                IF ws-verein-in NOT = SPACES THEN
	                    MOVE ws-verein-in TO STAMM-VEREIN
	                END-IF
	                IF ws-eintritt-in NOT = SPACES THEN
	                    MOVE ws-eintritt-in TO STAMM-EINTRITT
	                END-IF
	                REWRITE SPIELER-STAMM-RECORD
	                DISPLAY "SPIELER GEAENDERT: " ws-spieler-in
	        END-READ
	        CLOSE SPIELER-DATEI
	    END-IF.

	3000-STATUS-SETZEN.
	    PERFORM 0100-EINGABE-PRUEFEN
	    IF EINGABE-GUELTIG THEN
	        PERFORM 0200-STAMM-OEFFNEN
	        MOVE ws-spieler-in TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY
	                DISPLAY "SPIELER NICHT IM STAMM: "
	                    ws-spieler-in
	            NOT INVALID KEY
	                IF FUNKTION-SPERREN THEN
	                    SET STAMM-GESPERRT TO TRUE
	                ELSE
	                    SET STAMM-AKTIV TO TRUE
	                END-IF
	                REWRITE SPIELER-STAMM-RECORD
	                DISPLAY "SPIELER " ws-spieler-in
	                    " STATUS=" STAMM-STATUS
	        END-READ
	        CLOSE SPIELER-DATEI
	    END-IF.

	4000-ANZEIGEN.
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
	    DISPLAY "SPIELERSTAMM:"
	    PERFORM WITH TEST BEFORE UNTIL STAMM-ENDE
	        ADD 1 TO ws-anz-eintraege
	        IF STAMM-GESPERRT THEN
	            ADD 1 TO ws-anz-gesperrt
	        ELSE
	            ADD 1 TO ws-anz-aktiv
	        END-IF
	        MOVE SPACES TO ws-anzeige-zeile
	        STRING "  SPIELER=" STAMM-SPIELER-ID
	            "  NAME=" STAMM-NAME
	            "  VEREIN=" STAMM-VEREIN
	            "  EINTRITT=" STAMM-EINTRITT
	            "  STATUS=" STAMM-STATUS
	            DELIMITED BY SIZE INTO ws-anzeige-zeile
	        DISPLAY ws-anzeige-zeile
	        READ SPIELER-DATEI NEXT RECORD
	            AT END SET STAMM-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    DISPLAY "EINTRAEGE: " ws-anz-eintraege
	        "  AKTIV: " ws-anz-aktiv
	        "  GESPERRT: " ws-anz-gesperrt
	    CLOSE SPIELER-DATEI.
