	        ALTERNATE RECORD KEY IS TURNDET-SPIELER-SCHLUESSEL
	            WITH DUPLICATES
	        FILE STATUS IS ws-turndet-status.
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
	    SELECT PROTOKOLL-DATEI ASSIGN TO "KORRRPT"
	        ORGANIZATION IS LINE SEQUENTIAL.

	FD  TURNIER-DETAIL-DATEI.
	COPY TURNDET.

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	FD  ZERTIFIKAT-DATEI.
	COPY ZERTREC.

	FD  PROTOKOLL-DATEI
	    RECORD CONTAINS 120 CHARACTERS.
	01  PROTOKOLL-ZEILE PIC X(120).
	77 ws-score-status PIC XX.
	77 ws-turnier-status PIC XX.
	77 ws-turndet-status PIC XX.
	77 ws-stamm-status PIC XX.
	77 ws-zert-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-ausnahme-ende PIC X VALUE "N".
	    88 AUSNAHME-ENDE VALUE "J".
	77 ws-korr-ende PIC X VALUE "N".
	    88 EINGABE-UNGUELTIG VALUE "N".
	77 ws-ausn-anzahl PIC 9(3) VALUE ZERO.
	77 ws-ausn-verworfen PIC 9(3) VALUE ZERO.
	77 ws-ausn-differenz PIC X VALUE "N".
	    88 AUSNAHMEN-NICHT-ABGESTIMMT VALUE "J".
	01 AUSNAHME-TABELLE.
	    05 AUSNAHME-EINTRAG OCCURS 1 TO 500 TIMES
	        DEPENDING ON ws-ausn-anzahl.
	        STOP RUN
	    END-IF

	    OPEN INPUT ZERTIFIKAT-DATEI
	    IF ws-zert-status = "00" THEN
	        MOVE ws-turnier-id TO ZERT-TURNIER-ID
	        READ ZERTIFIKAT-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                IF ZERT-ZERTIFIZIERT THEN
	                    SET EINGABE-UNGUELTIG TO TRUE
	                END-IF
	        END-READ
	    END-IF
	    CLOSE ZERTIFIKAT-DATEI
	    IF EINGABE-UNGUELTIG THEN
	        DISPLAY "TURNIER ZERTIFIZIERT AM " ZERT-DATUM
	            ", KORREKTUR ABGEWIESEN: " ws-turnier-id
	        DISPLAY "ERST WIEDEROEFFNEN MIT BEGRUENDUNG"
	            " (AoC_Tag_1_Abschluss, AOC_FUNKTION="
	            "WIEDEROEFFNEN)"
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    PERFORM 0050-REGELN-LADEN
	    PERFORM 0100-AUSNAHMEN-LADEN
	    IF AUSNAHMEN-NICHT-ABGESTIMMT THEN
	        DISPLAY "STRATEXC STAMMT AUS EINEM NICHT ABGESTIMMTEN"
	            " LAUF, KORREKTUR ABGEWIESEN: " ws-turnier-id
	        DISPLAY "ERST EINGABE BERICHTIGEN UND AoC_Tag_1"
	            " ERNEUT AUSFUEHREN"
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF
	    IF ws-ausn-anzahl = ZERO THEN
	        DISPLAY "KEINE ABGELEHNTEN RUNDEN IN STRATEXC,"
	            " STATUS=" ws-ausnahme-status
	        STOP RUN
	    END-IF

	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        DISPLAY "WARNUNG: SPIELERSTAMM NICHT VERFUEGBAR,"
	            " STATUS=" ws-stamm-status
	            ", PRUEFUNG UEBERSPRUNGEN"
	        CLOSE SPIELER-DATEI
	    END-IF

	    PERFORM 0200-KORREKTUREN-VERARBEITEN

	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF
	    CLOSE TURNIER-DETAIL-DATEI
	    MOVE SPACES TO PROTOKOLL-ZEILE
	    STRING "KORREKTUREN GELESEN=" ws-anz-gelesen
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL AUSNAHME-ENDE
	        IF AUSNAHME-ZEILE(1:20) = "ABSTIMMUNG DIFFERENZ" THEN
	            SET AUSNAHMEN-NICHT-ABGESTIMMT TO TRUE
	        END-IF
	        IF AUSNAHME-ZEILE(1:6) = "RUNDE " AND
	           AUSNAHME-ZEILE(7:6) IS NUMERIC THEN
	            IF ws-ausn-anzahl < 500 THEN
	            WRITE PROTOKOLL-ZEILE
	            ADD 1 TO ws-anz-abgelehnt
	        END-IF
	    END-IF
	    IF SATZ-GUELTIG AND STAMM-VERFUEGBAR THEN
	        PERFORM 0227-SPIELER-PRUEFEN
	    END-IF.

	0220-ABLEHNUNG-PROTOKOLLIEREN.
	            SET REGEL-GEFUNDEN TO TRUE
	    END-SEARCH.

	0227-SPIELER-PRUEFEN.
	    IF KORR-SPIELER-ID = SPACES THEN
	        MOVE ws-spieler-id TO ws-korr-spieler
	    ELSE
	        MOVE KORR-SPIELER-ID TO ws-korr-spieler
	    END-IF
	    MOVE ws-korr-spieler TO STAMM-SPIELER-ID
	    READ SPIELER-DATEI
	        INVALID KEY
	            SET SATZ-UNGUELTIG TO TRUE
	            MOVE SPACES TO PROTOKOLL-ZEILE
	            STRING "RUNDE " ws-korr-runde
	                "  SPIELER NICHT IM SPIELERSTAMM: "
	                ws-korr-spieler
	                DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
	            WRITE PROTOKOLL-ZEILE
	            ADD 1 TO ws-anz-abgelehnt
	        NOT INVALID KEY
	            IF NOT STAMM-AKTIV THEN
	                SET SATZ-UNGUELTIG TO TRUE
	                MOVE SPACES TO PROTOKOLL-ZEILE
	                STRING "RUNDE " ws-korr-runde
	                    "  SPIELER GESPERRT: " ws-korr-spieler
	                    DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
	                WRITE PROTOKOLL-ZEILE
	                ADD 1 TO ws-anz-abgelehnt
	            END-IF
	    END-READ.

	0230-KORREKTUR-ANWENDEN.
	    MOVE ws-turnier-id TO TURNDET-TURNIER-ID
	    MOVE ws-datum TO TURNDET-DATUM
	    OPEN INPUT SCORE-DATEI
	    IF ws-score-status = "00" THEN
	        MOVE ws-korr-spieler TO SCORE-SPIELER-ID
	        MOVE ws-turnier-id TO SCORE-TURNIER-ID
	        MOVE ws-datum TO SCORE-DATUM
	        READ SCORE-DATEI
	            INVALID KEY CONTINUE
	        OPEN I-O SCORE-DATEI
	    END-IF
	    MOVE ws-korr-spieler TO SCORE-SPIELER-ID
	    MOVE ws-turnier-id TO SCORE-TURNIER-ID
	    MOVE ws-datum TO SCORE-DATUM
	    READ SCORE-DATEI
	        INVALID KEY
	            MOVE ws-korr-spieler TO SCORE-SPIELER-ID
	            MOVE ws-turnier-id TO SCORE-TURNIER-ID
	            MOVE ws-datum TO SCORE-DATUM
	            MOVE ws-modus TO SCORE-MODUS
	            MOVE ws-rundenpunkte-bewegung TO SCORE-PUNKTE-BEW
	            MOVE ws-rundenpunkte-ziel TO SCORE-PUNKTE-ZIEL
	            MOVE 1 TO SCORE-RUNDEN
	            MOVE ZERO TO SCORE-LAEUFE
	            WRITE SCORE-RECORD
	            END-WRITE
	        NOT INVALID KEY
	            ADD ws-rundenpunkte-bewegung TO SCORE-PUNKTE-BEW
	            ADD ws-rundenpunkte-ziel TO SCORE-PUNKTE-ZIEL
	            ADD 1 TO SCORE-RUNDEN
	            REWRITE SCORE-RECORD
	    END-READ
	    CLOSE SCORE-DATEI.
	                TURNIER-PUNKTE-BEW
	            MOVE ws-rundenpunkte-ziel TO TURNIER-PUNKTE-ZIEL
	            WRITE TURNIER-HEADER-RECORD
	            END-WRITE
	        NOT INVALID KEY
	            ADD ws-rundenpunkte-bewegung TO TURNIER-PUNKTE-BEW
	            ADD ws-rundenpunkte-ziel TO TURNIER-PUNKTE-ZIEL
