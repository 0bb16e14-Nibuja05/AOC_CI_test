	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_Abschluss.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT KALENDER-DATEI ASSIGN TO "KALENDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS KAL-TURNIER-ID
	        FILE STATUS IS ws-kalender-status.
	    SELECT TURNIER-DATEI ASSIGN TO "TURNIERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS TURNIER-ID
	        FILE STATUS IS ws-turnier-status.
	    SELECT TURNIER-DETAIL-DATEI ASSIGN TO "TURNDETDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS TURNDET-SCHLUESSEL
	        ALTERNATE RECORD KEY IS TURNDET-SPIELER-SCHLUESSEL
	            WITH DUPLICATES
	        FILE STATUS IS ws-turndet-status.
	    SELECT ZERTIFIKAT-DATEI ASSIGN TO "ZERTDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS ZERT-TURNIER-ID
	        FILE STATUS IS ws-zert-status.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.
	    SELECT REGEL-DATEI ASSIGN TO "REGELDAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ws-regel-status.
	    SELECT SORTIER-DATEI ASSIGN TO "SRTWORK".
	    SELECT ERGEBNIS-DATEI ASSIGN TO "ERGRPT"
	        ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT PROTOKOLL-DATEI ASSIGN TO "ZERTPROT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ws-prot-status.

	DATA DIVISION.
	FILE SECTION.
	FD  KALENDER-DATEI.
	COPY KALREC.

	FD  TURNIER-DATEI.
	COPY TURNHDR.

	FD  TURNIER-DETAIL-DATEI.
	COPY TURNDET.

	FD  ZERTIFIKAT-DATEI.
	COPY ZERTREC.

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	FD  REGEL-DATEI
	    RECORD CONTAINS 11 CHARACTERS.
	COPY REGELREC.

	SD  SORTIER-DATEI.
	01  SORT-SATZ.
	    05 SORT-PUNKTE PIC 9(8).
	    05 SORT-SPIELER-ID PIC X(10).
	    05 SORT-RUNDEN PIC 9(6).
	    05 SORT-PUNKTE-BEW PIC 9(8).
	    05 SORT-PUNKTE-ZIEL PIC 9(8).

	FD  ERGEBNIS-DATEI
	    RECORD CONTAINS 132 CHARACTERS.
	01  ERGEBNIS-ZEILE PIC X(132).

	FD  PROTOKOLL-DATEI
	    RECORD CONTAINS 200 CHARACTERS.
	01  PROTOKOLL-ZEILE PIC X(200).

	WORKING-STORAGE SECTION.
	COPY REGELSTD.
	77 ws-kalender-status PIC XX.
	77 ws-turnier-status PIC XX.
	77 ws-turndet-status PIC XX.
	77 ws-zert-status PIC XX.
	77 ws-stamm-status PIC XX.
	77 ws-regel-status PIC XX.
	77 ws-prot-status PIC XX.
	77 ws-funktion PIC X(14) VALUE "ABSCHLIESSEN".
	    88 FUNKTION-ABSCHLIESSEN  VALUE "ABSCHLIESSEN".
	    88 FUNKTION-WIEDEROEFFNEN VALUE "WIEDEROEFFNEN".
	77 ws-turnier-id PIC X(10) VALUE SPACES.
	77 ws-grund PIC X(60) VALUE SPACES.
	77 ws-benutzer PIC X(20) VALUE SPACES.
	77 ws-modus PIC X(8) VALUE "BEWEGUNG".
	    88 MODUS-BEWEGUNG VALUE "BEWEGUNG".
	    88 MODUS-ZIEL     VALUE "ZIEL".
	77 ws-datum PIC X(8) VALUE SPACES.
	77 ws-zeit PIC X(8) VALUE SPACES.
	77 ws-abweisung PIC X VALUE "N".
	    88 ABSCHLUSS-ABGEWIESEN VALUE "J".
	77 ws-zert-flag PIC X VALUE "N".
	    88 ZERTIFIKAT-VORHANDEN VALUE "J".
	77 ws-header-flag PIC X VALUE "N".
	    88 HEADER-GEFUNDEN VALUE "J".
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-detail-ende PIC X VALUE "N".
	    88 DETAIL-ENDE VALUE "J".
	77 ws-sort-ende PIC X VALUE "N".
	    88 SORTIERUNG-ENDE VALUE "J".
	77 ws-regel-ende PIC X VALUE "N".
	    88 REGEL-ENDE VALUE "J".
	77 ws-kal-von PIC X(8) VALUE SPACES.
	77 ws-kal-bis PIC X(8) VALUE SPACES.
	77 ws-kal-ort PIC X(20) VALUE SPACES.
	77 ws-det-bew PIC 9(8) VALUE ZERO.
	77 ws-det-ziel PIC 9(8) VALUE ZERO.
	77 ws-det-runden PIC 9(6) VALUE ZERO.
	77 ws-anz-differenzen PIC 9(4) VALUE ZERO.
	77 ws-anz-verworfen PIC 9(6) VALUE ZERO.
	77 ws-anz-regelabw PIC 9(6) VALUE ZERO.
	77 ws-erste-abw-datum PIC X(8) VALUE SPACES.
	77 ws-erste-abw-runde PIC 9(6) VALUE ZERO.
	77 ws-regel-flag PIC X VALUE "N".
	    88 REGEL-GEFUNDEN VALUE "J".
	    88 REGEL-NICHT-GEFUNDEN VALUE "N".
	77 ws-alte-oeffnungen PIC 9(3) VALUE ZERO.
	77 ws-spieler-max PIC 9(4) VALUE 999.
	77 ws-spieler-anzahl PIC 9(4) VALUE ZERO.
	77 ws-such-spieler PIC 9(4) VALUE ZERO.
	77 ws-spieler-gefunden PIC 9(4) VALUE ZERO.
	77 ws-rang PIC 9(4) VALUE ZERO.
	77 ws-platz PIC 9(4) VALUE ZERO.
	77 ws-letzte-punkte PIC 9(8) VALUE ZERO.
	77 ws-stamm-name PIC X(30) VALUE SPACES.
	77 ws-rang-anz PIC ZZZ9.
	77 ws-runden-anz PIC ZZZZZ9.
	77 ws-bew-anz PIC ZZZZZZZ9.
	77 ws-ziel-anz PIC ZZZZZZZ9.
	77 ws-regel-anzahl PIC 9(2) VALUE 9.
	77 ws-regel-ladeidx PIC 9(2) VALUE ZERO.
	01 REGEL-TABELLE.
	    05 REGEL-EINTRAG OCCURS 1 TO 9 TIMES
	        DEPENDING ON ws-regel-anzahl
	        INDEXED BY REGEL-IDX.
	        10 TAB-GEGNER-CODE  PIC X.
	        10 TAB-EIGENER-CODE PIC X.
	        10 TAB-PUNKTE-BEW   PIC 9(3).
	        10 TAB-PUNKTE-ZIEL  PIC 9(3).
	01 ERGEBNIS-TABELLE.
	    05 ERGEBNIS-EINTRAG OCCURS 1 TO 999 TIMES
	        DEPENDING ON ws-spieler-anzahl.
	        10 TAB-E-ID      PIC X(10).
	        10 TAB-E-RUNDEN  PIC 9(6).
	        10 TAB-E-BEW     PIC 9(8).
	        10 TAB-E-ZIEL    PIC 9(8).


	PROCEDURE DIVISION.
	    ACCEPT ws-funktion FROM ENVIRONMENT "AOC_FUNKTION"
	    IF ws-funktion = SPACES THEN
	        MOVE "ABSCHLIESSEN" TO ws-funktion
	    END-IF
	    ACCEPT ws-turnier-id FROM ENVIRONMENT "AOC_TURNIER"
	    ACCEPT ws-grund FROM ENVIRONMENT "AOC_GRUND"
	    ACCEPT ws-modus FROM ENVIRONMENT "AOC_MODUS"
	    IF ws-modus NOT = "BEWEGUNG" AND ws-modus NOT = "ZIEL" THEN
	        MOVE "BEWEGUNG" TO ws-modus
	    END-IF
	    ACCEPT ws-benutzer FROM ENVIRONMENT "AOC_BENUTZER"
	    IF ws-benutzer = SPACES THEN
	        ACCEPT ws-benutzer FROM ENVIRONMENT "USER"
	    END-IF
	    IF ws-benutzer = SPACES THEN
	        MOVE "UNBEKANNT" TO ws-benutzer
	    END-IF
	    ACCEPT ws-datum FROM DATE YYYYMMDD
	    ACCEPT ws-zeit FROM TIME

	    IF ws-turnier-id = SPACES THEN
	        DISPLAY "AOC_TURNIER FEHLT"
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    EVALUATE TRUE
	        WHEN FUNKTION-ABSCHLIESSEN  PERFORM 1000-ABSCHLIESSEN
	        WHEN FUNKTION-WIEDEROEFFNEN PERFORM 2000-WIEDEROEFFNEN
	        WHEN OTHER
	            DISPLAY "AOC_FUNKTION UNGUELTIG: " ws-funktion
	            DISPLAY "GUELTIG: ABSCHLIESSEN WIEDEROEFFNEN"
	            SET ABSCHLUSS-ABGEWIESEN TO TRUE
	    END-EVALUATE
	    IF ABSCHLUSS-ABGEWIESEN THEN
	        MOVE 8 TO RETURN-CODE
	    END-IF
	    STOP RUN.

	1000-ABSCHLIESSEN.
	    PERFORM 0100-KALENDER-LESEN
	    IF NOT ABSCHLUSS-ABGEWIESEN THEN
	        PERFORM 0150-ZERTIFIKAT-LESEN
	        IF ZERTIFIKAT-VORHANDEN AND ZERT-ZERTIFIZIERT THEN
	            SET ABSCHLUSS-ABGEWIESEN TO TRUE
	            DISPLAY "TURNIER BEREITS ZERTIFIZIERT AM "
	                ZERT-DATUM " " ZERT-ZEIT
	                ", ABSCHLUSS ABGEWIESEN: " ws-turnier-id
	        END-IF
	    END-IF
	    IF NOT ABSCHLUSS-ABGEWIESEN THEN
	        OPEN OUTPUT ERGEBNIS-DATEI
	        PERFORM 0300-REGELN-LADEN
	        PERFORM 0200-ABGLEICH
	        IF ABSCHLUSS-ABGEWIESEN THEN
	            MOVE SPACES TO ERGEBNIS-ZEILE
	            STRING "ABSCHLUSS ABGELEHNT, TURNIER="
	                ws-turnier-id
	                " NICHT ZERTIFIZIERT, DIFFERENZEN="
	                ws-anz-differenzen
	                DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	            WRITE ERGEBNIS-ZEILE
	            DISPLAY "ABGLEICH KOPF/DETAIL NICHT AUSGEGLICHEN,"
	                " ABSCHLUSS ABGEWIESEN: " ws-turnier-id
	            IF ws-anz-regelabw > ZERO THEN
	                DISPLAY "RUNDEN NICHT NACH GUELTIGEM REGELWERK"
	                    " GEWERTET: " ws-anz-regelabw
	            END-IF
	            MOVE SPACES TO PROTOKOLL-ZEILE
	            STRING ws-datum " " ws-zeit(1:6)
	                " TURNIER=" ws-turnier-id
	                " AKTION=ABGELEHNT"
	                " GRUND=ABGLEICH KOPF/DETAIL DIFFERENZEN="
	                ws-anz-differenzen
	                " DURCH=" ws-benutzer
	                DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
	            PERFORM 0700-PROTOKOLL-SCHREIBEN
	        ELSE
	            PERFORM 0400-ZERTIFIZIEREN
	        END-IF
	        IF NOT ABSCHLUSS-ABGEWIESEN THEN
	            PERFORM 0500-ERGEBNISBLATT
	            MOVE SPACES TO PROTOKOLL-ZEILE
	            STRING ws-datum " " ws-zeit(1:6)
	                " TURNIER=" ws-turnier-id
	                " AKTION=ZERTIFIZIERT"
	                " BEWEGUNG=" ws-det-bew
	                " ZIEL=" ws-det-ziel
	                " RUNDEN=" ws-det-runden
	                " SPIELER=" ws-spieler-anzahl
	                " DURCH=" ws-benutzer
	                DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
	            PERFORM 0700-PROTOKOLL-SCHREIBEN
	            DISPLAY "TURNIER ZERTIFIZIERT: " ws-turnier-id
	            DISPLAY "RUNDEN: " ws-det-runden
	                "  SPIELER: " ws-spieler-anzahl
	            DISPLAY "BEWEGUNG-MODUS TOTAL: " ws-det-bew
	            DISPLAY "ZIEL-MODUS TOTAL: " ws-det-ziel
	        END-IF
	        CLOSE ERGEBNIS-DATEI
	    END-IF.

	2000-WIEDEROEFFNEN.
	    IF ws-grund = SPACES THEN
	        SET ABSCHLUSS-ABGEWIESEN TO TRUE
	        DISPLAY "AOC_GRUND FEHLT, WIEDEROEFFNEN NUR MIT"
	            " BEGRUENDUNG"
	    ELSE
	        PERFORM 0150-ZERTIFIKAT-LESEN
	        IF ZERTIFIKAT-VORHANDEN AND ZERT-ZERTIFIZIERT THEN
	            OPEN I-O ZERTIFIKAT-DATEI
	            IF ws-zert-status NOT = "00" THEN
	                SET ABSCHLUSS-ABGEWIESEN TO TRUE
	                DISPLAY "ZERTDAT NICHT BESCHREIBBAR, STATUS="
	                    ws-zert-status
	                    ", WIEDEROEFFNEN ABGEWIESEN: " ws-turnier-id
	                CLOSE ZERTIFIKAT-DATEI
	            ELSE
	                PERFORM 2100-ZERTIFIKAT-OEFFNEN
	            END-IF
	        ELSE
	            SET ABSCHLUSS-ABGEWIESEN TO TRUE
	            DISPLAY "TURNIER NICHT ZERTIFIZIERT,"
	                " WIEDEROEFFNEN ABGEWIESEN: " ws-turnier-id
	        END-IF
	    END-IF.

	2100-ZERTIFIKAT-OEFFNEN.
	    MOVE ws-turnier-id TO ZERT-TURNIER-ID
	    READ ZERTIFIKAT-DATEI
	        INVALID KEY CONTINUE
	    END-READ
	    SET ZERT-WIEDEROFFEN TO TRUE
	    ADD 1 TO ZERT-WIEDEROEFFNUNGEN
	    REWRITE ZERTIFIKAT-RECORD
	        INVALID KEY CONTINUE
	    END-REWRITE
	    CLOSE ZERTIFIKAT-DATEI
	    MOVE SPACES TO PROTOKOLL-ZEILE
	    STRING ws-datum " " ws-zeit(1:6)
	        " TURNIER=" ws-turnier-id
	        " AKTION=WIEDEROEFFNET"
	        " ZERTIFIZIERT=" ZERT-DATUM
	        " DURCH=" ws-benutzer
	        " GRUND=" ws-grund
	        DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
	    PERFORM 0700-PROTOKOLL-SCHREIBEN
	    DISPLAY "TURNIER WIEDEROEFFNET: " ws-turnier-id
	        "  GRUND: " ws-grund.

	0100-KALENDER-LESEN.
	    OPEN INPUT KALENDER-DATEI
	    IF ws-kalender-status NOT = "00" THEN
	        SET ABSCHLUSS-ABGEWIESEN TO TRUE
	        DISPLAY "KALENDER NICHT VERFUEGBAR, STATUS="
	            ws-kalender-status ", ABSCHLUSS ABGEWIESEN"
	        CLOSE KALENDER-DATEI
	    ELSE
	        MOVE ws-turnier-id TO KAL-TURNIER-ID
	        READ KALENDER-DATEI
	            INVALID KEY
	                SET ABSCHLUSS-ABGEWIESEN TO TRUE
	                DISPLAY "TURNIER NICHT IM KALENDER,"
	                    " ABSCHLUSS ABGEWIESEN: " ws-turnier-id
	            NOT INVALID KEY
	                MOVE KAL-VON-DATUM TO ws-kal-von
	                MOVE KAL-BIS-DATUM TO ws-kal-bis
	                MOVE KAL-ORT TO ws-kal-ort
	        END-READ
	        CLOSE KALENDER-DATEI
	    END-IF.

	0150-ZERTIFIKAT-LESEN.
	    OPEN I-O ZERTIFIKAT-DATEI
	    IF ws-zert-status = "35" THEN
	        OPEN OUTPUT ZERTIFIKAT-DATEI
	        CLOSE ZERTIFIKAT-DATEI
	        OPEN I-O ZERTIFIKAT-DATEI
	    END-IF
	    MOVE ws-turnier-id TO ZERT-TURNIER-ID
	    READ ZERTIFIKAT-DATEI
	        INVALID KEY CONTINUE
	        NOT INVALID KEY
	            SET ZERTIFIKAT-VORHANDEN TO TRUE
	            MOVE ZERT-WIEDEROEFFNUNGEN TO ws-alte-oeffnungen
	    END-READ
	    CLOSE ZERTIFIKAT-DATEI.

	0200-ABGLEICH.
	    MOVE ZERO TO ws-anz-differenzen
	    OPEN INPUT TURNIER-DATEI
	    IF ws-turnier-status = "00" THEN
	        MOVE ws-turnier-id TO TURNIER-ID
	        READ TURNIER-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY SET HEADER-GEFUNDEN TO TRUE
	        END-READ
	    END-IF
	    CLOSE TURNIER-DATEI
	    OPEN INPUT TURNIER-DETAIL-DATEI
	    IF ws-turndet-status NOT = "00" THEN
	        SET DETAIL-ENDE TO TRUE
	    ELSE
	        MOVE LOW-VALUES TO TURNDET-SCHLUESSEL
	        MOVE ws-turnier-id TO TURNDET-TURNIER-ID
	        START TURNIER-DETAIL-DATEI KEY IS NOT LESS THAN
	            TURNDET-SCHLUESSEL
	            INVALID KEY SET DETAIL-ENDE TO TRUE
	        END-START
	        IF NOT DETAIL-ENDE THEN
	            READ TURNIER-DETAIL-DATEI NEXT RECORD
	                AT END SET DETAIL-ENDE TO TRUE
	            END-READ
	        END-IF
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL DETAIL-ENDE
	        IF TURNDET-TURNIER-ID NOT = ws-turnier-id THEN
	            SET DETAIL-ENDE TO TRUE
	        ELSE
	            PERFORM 0210-DETAIL-SAMMELN
	            READ TURNIER-DETAIL-DATEI NEXT RECORD
	                AT END SET DETAIL-ENDE TO TRUE
	            END-READ
	        END-IF
	    END-PERFORM
	    CLOSE TURNIER-DETAIL-DATEI

	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "ABGLEICH KOPF/DETAIL  TURNIER=" ws-turnier-id
	        "  DETAIL-RUNDEN=" ws-det-runden
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    EVALUATE TRUE
	        WHEN NOT HEADER-GEFUNDEN AND ws-det-runden = ZERO
	            ADD 1 TO ws-anz-differenzen
	            STRING "  KEIN TURNIERKOPF UND KEINE DETAILS,"
	                " KEINE ERGEBNISSE ZUM ABSCHLIESSEN"
	                DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WHEN NOT HEADER-GEFUNDEN
	            ADD 1 TO ws-anz-differenzen
	            STRING "  HEADER FEHLT"
	                "  DETAIL-BEWEGUNG=" ws-det-bew
	                "  DETAIL-ZIEL=" ws-det-ziel
	                DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WHEN TURNIER-PUNKTE-BEW NOT = ws-det-bew OR
	             TURNIER-PUNKTE-ZIEL NOT = ws-det-ziel
	            ADD 1 TO ws-anz-differenzen
	            STRING "  HEADER-BEWEGUNG=" TURNIER-PUNKTE-BEW
	                "  DETAIL-BEWEGUNG=" ws-det-bew
	                "  HEADER-ZIEL=" TURNIER-PUNKTE-ZIEL
	                "  DETAIL-ZIEL=" ws-det-ziel
	                "  DIFFERENZ"
	                DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WHEN OTHER
	            STRING "  HEADER-BEWEGUNG=" TURNIER-PUNKTE-BEW
	                "  DETAIL-BEWEGUNG=" ws-det-bew
	                "  HEADER-ZIEL=" TURNIER-PUNKTE-ZIEL
	                "  DETAIL-ZIEL=" ws-det-ziel
	                "  AUSGEGLICHEN"
	                DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    END-EVALUATE
	    WRITE ERGEBNIS-ZEILE
	    IF ws-anz-verworfen > ZERO THEN
	        ADD 1 TO ws-anz-differenzen
	        MOVE SPACES TO ERGEBNIS-ZEILE
	        STRING "  SPIELER-TABELLE VOLL (" ws-spieler-max
	            "), RUNDEN NICHT ZUGEORDNET=" ws-anz-verworfen
	            DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WRITE ERGEBNIS-ZEILE
	    END-IF
	    IF ws-anz-regelabw > ZERO THEN
	        ADD 1 TO ws-anz-differenzen
	        MOVE SPACES TO ERGEBNIS-ZEILE
	        STRING "  RUNDEN MIT PUNKTEN AUSSERHALB DES REGELWERKS="
	            ws-anz-regelabw
	            "  ERSTE: DATUM=" ws-erste-abw-datum
	            " RUNDE=" ws-erste-abw-runde
	            DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WRITE ERGEBNIS-ZEILE
	    END-IF
	    IF ws-anz-differenzen > ZERO THEN
	        SET ABSCHLUSS-ABGEWIESEN TO TRUE
	    END-IF.

	0210-DETAIL-SAMMELN.
	    PERFORM 0220-REGEL-PRUEFEN
	    ADD 1 TO ws-det-runden
	    ADD TURNDET-PUNKTE-BEW TO ws-det-bew
	    ADD TURNDET-PUNKTE-ZIEL TO ws-det-ziel
	    MOVE ZERO TO ws-spieler-gefunden
	    PERFORM VARYING ws-such-spieler FROM 1 BY 1
	        UNTIL ws-such-spieler > ws-spieler-anzahl
	           OR ws-spieler-gefunden > ZERO
	        IF TAB-E-ID(ws-such-spieler) = TURNDET-SPIELER-ID
	            MOVE ws-such-spieler TO ws-spieler-gefunden
	        END-IF
	    END-PERFORM
	    IF ws-spieler-gefunden = ZERO THEN
	        IF ws-spieler-anzahl < ws-spieler-max THEN
	            ADD 1 TO ws-spieler-anzahl
	            MOVE ws-spieler-anzahl TO ws-spieler-gefunden
	            MOVE TURNDET-SPIELER-ID TO
	                TAB-E-ID(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-E-RUNDEN(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-E-BEW(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-E-ZIEL(ws-spieler-gefunden)
	        ELSE
	            ADD 1 TO ws-anz-verworfen
	        END-IF
	    END-IF
	    IF ws-spieler-gefunden > ZERO THEN
	        ADD 1 TO TAB-E-RUNDEN(ws-spieler-gefunden)
	        ADD TURNDET-PUNKTE-BEW TO
	            TAB-E-BEW(ws-spieler-gefunden)
	        ADD TURNDET-PUNKTE-ZIEL TO
	            TAB-E-ZIEL(ws-spieler-gefunden)
	    END-IF.

	0220-REGEL-PRUEFEN.
	    SET REGEL-NICHT-GEFUNDEN TO TRUE
	    SET REGEL-IDX TO 1
	    SEARCH REGEL-EINTRAG
	        AT END CONTINUE
	        WHEN TAB-GEGNER-CODE(REGEL-IDX) = TURNDET-GEGNER
	         AND TAB-EIGENER-CODE(REGEL-IDX) = TURNDET-EIGENER
	            IF TAB-PUNKTE-BEW(REGEL-IDX) = TURNDET-PUNKTE-BEW
	               AND TAB-PUNKTE-ZIEL(REGEL-IDX) =
	                   TURNDET-PUNKTE-ZIEL THEN
	                SET REGEL-GEFUNDEN TO TRUE
	            END-IF
	    END-SEARCH
	    IF REGEL-NICHT-GEFUNDEN THEN
	        IF ws-anz-regelabw = ZERO THEN
	            MOVE TURNDET-DATUM TO ws-erste-abw-datum
	            MOVE TURNDET-RUNDE TO ws-erste-abw-runde
	        END-IF
	        ADD 1 TO ws-anz-regelabw
	    END-IF.

	0300-REGELN-LADEN.
	    MOVE 9 TO ws-regel-anzahl
	    PERFORM VARYING REGEL-IDX FROM 1 BY 1 UNTIL REGEL-IDX > 9
	        MOVE TAB-STD-GEGNER(REGEL-IDX) TO
	            TAB-GEGNER-CODE(REGEL-IDX)
	        MOVE TAB-STD-EIGENER(REGEL-IDX) TO
	            TAB-EIGENER-CODE(REGEL-IDX)
	        MOVE TAB-STD-BEW(REGEL-IDX) TO
	            TAB-PUNKTE-BEW(REGEL-IDX)
	        MOVE TAB-STD-ZIEL(REGEL-IDX) TO
	            TAB-PUNKTE-ZIEL(REGEL-IDX)
	    END-PERFORM
	    OPEN INPUT REGEL-DATEI
	    IF ws-regel-status = "00" THEN
	        MOVE 9 TO ws-regel-anzahl
	        MOVE 1 TO ws-regel-ladeidx
	        READ REGEL-DATEI
	            AT END SET REGEL-ENDE TO TRUE
	        END-READ
	        PERFORM WITH TEST BEFORE
	            UNTIL REGEL-ENDE OR ws-regel-ladeidx > 9
	            MOVE REGEL-GEGNER-CODE TO
	                TAB-GEGNER-CODE(ws-regel-ladeidx)
	            MOVE REGEL-EIGENER-CODE TO
	                TAB-EIGENER-CODE(ws-regel-ladeidx)
	            MOVE REGEL-PUNKTE-BEW TO
	                TAB-PUNKTE-BEW(ws-regel-ladeidx)
	            MOVE REGEL-PUNKTE-ZIEL TO
	                TAB-PUNKTE-ZIEL(ws-regel-ladeidx)
	            ADD 1 TO ws-regel-ladeidx
	            READ REGEL-DATEI
	                AT END SET REGEL-ENDE TO TRUE
	            END-READ
	        END-PERFORM
	        SUBTRACT 1 FROM ws-regel-ladeidx GIVING ws-regel-anzahl
	        CLOSE REGEL-DATEI
	    ELSE
	        CLOSE REGEL-DATEI
	    END-IF.

	0400-ZERTIFIZIEREN.
	    OPEN I-O ZERTIFIKAT-DATEI
	    IF ws-zert-status = "35" THEN
	        OPEN OUTPUT ZERTIFIKAT-DATEI
	        CLOSE ZERTIFIKAT-DATEI
	        OPEN I-O ZERTIFIKAT-DATEI
	    END-IF
	    OPEN I-O KALENDER-DATEI
	    IF ws-kalender-status = "35" THEN
	        OPEN OUTPUT KALENDER-DATEI
	        CLOSE KALENDER-DATEI
	        OPEN I-O KALENDER-DATEI
	    END-IF
	    IF ws-zert-status NOT = "00" OR
	       ws-kalender-status NOT = "00" THEN
	        SET ABSCHLUSS-ABGEWIESEN TO TRUE
	        DISPLAY "ZERTDAT/KALENDAT NICHT BESCHREIBBAR, STATUS="
	            ws-zert-status "/" ws-kalender-status
	            ", ABSCHLUSS ABGEWIESEN: " ws-turnier-id
	        MOVE SPACES TO ERGEBNIS-ZEILE
	        STRING "ABSCHLUSS ABGELEHNT, TURNIER=" ws-turnier-id
	            " NICHT ZERTIFIZIERT, ZERTDAT/KALENDAT STATUS="
	            ws-zert-status "/" ws-kalender-status
	            DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WRITE ERGEBNIS-ZEILE
	        MOVE SPACES TO PROTOKOLL-ZEILE
	        STRING ws-datum " " ws-zeit(1:6)
	            " TURNIER=" ws-turnier-id
	            " AKTION=ABGELEHNT"
	            " GRUND=ZERTDAT/KALENDAT STATUS="
	            ws-zert-status "/" ws-kalender-status
	            " DURCH=" ws-benutzer
	            DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
	        PERFORM 0700-PROTOKOLL-SCHREIBEN
	        CLOSE ZERTIFIKAT-DATEI
	        CLOSE KALENDER-DATEI
	    ELSE
	        PERFORM 0410-ZERTIFIKAT-SCHREIBEN
	    END-IF.

	0410-ZERTIFIKAT-SCHREIBEN.
	    MOVE ws-turnier-id TO ZERT-TURNIER-ID
	    SET ZERT-ZERTIFIZIERT TO TRUE
	    MOVE ws-datum TO ZERT-DATUM
	    MOVE ws-zeit(1:6) TO ZERT-ZEIT
	    MOVE ws-det-bew TO ZERT-PUNKTE-BEW
	    MOVE ws-det-ziel TO ZERT-PUNKTE-ZIEL
	    MOVE ws-det-runden TO ZERT-RUNDEN
	    MOVE ws-spieler-anzahl TO ZERT-SPIELER
	    MOVE ws-regel-anzahl TO ZERT-REGEL-ANZAHL
	    PERFORM VARYING REGEL-IDX FROM 1 BY 1 UNTIL REGEL-IDX > 9
	        IF REGEL-IDX <= ws-regel-anzahl THEN
	            MOVE TAB-GEGNER-CODE(REGEL-IDX) TO
	                ZERT-REGEL-GEGNER(REGEL-IDX)
	            MOVE TAB-EIGENER-CODE(REGEL-IDX) TO
	                ZERT-REGEL-EIGENER(REGEL-IDX)
	            MOVE TAB-PUNKTE-BEW(REGEL-IDX) TO
	                ZERT-REGEL-BEW(REGEL-IDX)
	            MOVE TAB-PUNKTE-ZIEL(REGEL-IDX) TO
	                ZERT-REGEL-ZIEL(REGEL-IDX)
	        ELSE
	            MOVE SPACE TO ZERT-REGEL-GEGNER(REGEL-IDX)
	            MOVE SPACE TO ZERT-REGEL-EIGENER(REGEL-IDX)
	            MOVE ZERO TO ZERT-REGEL-BEW(REGEL-IDX)
	            MOVE ZERO TO ZERT-REGEL-ZIEL(REGEL-IDX)
	        END-IF
	    END-PERFORM
	    MOVE ws-alte-oeffnungen TO ZERT-WIEDEROEFFNUNGEN
	    WRITE ZERTIFIKAT-RECORD
	        INVALID KEY REWRITE ZERTIFIKAT-RECORD
	    END-WRITE
	    CLOSE ZERTIFIKAT-DATEI
	    MOVE ws-turnier-id TO KAL-TURNIER-ID
	    READ KALENDER-DATEI
	        INVALID KEY CONTINUE
	        NOT INVALID KEY
	            IF NOT KAL-GESCHLOSSEN THEN
	                SET KAL-GESCHLOSSEN TO TRUE
	                REWRITE KALENDER-RECORD
	                DISPLAY "TURNIER IM KALENDER GESCHLOSSEN: "
	                    ws-turnier-id
	            END-IF
	    END-READ
	    CLOSE KALENDER-DATEI.

	0500-ERGEBNISBLATT.
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "AMTLICHES ERGEBNIS  TURNIER=" ws-turnier-id
	        "  ORT=" ws-kal-ort
	        "  VON=" ws-kal-von
	        "  BIS=" ws-kal-bis
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "ZERTIFIZIERT AM=" ws-datum
	        "  UM=" ws-zeit(1:6)
	        "  DURCH=" ws-benutzer
	        "  RANGFOLGE NACH=" ws-modus
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    IF ws-alte-oeffnungen > ZERO THEN
	        MOVE SPACES TO ERGEBNIS-ZEILE
	        STRING "NEU ZERTIFIZIERT NACH WIEDEROEFFNUNG,"
	            " WIEDEROEFFNUNGEN=" ws-alte-oeffnungen
	            DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WRITE ERGEBNIS-ZEILE
	    END-IF
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "ENDSTAND"
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "RANG  SPIELER     NAME                          "
	        "  RUNDEN  BEWEGUNG      ZIEL"
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE

	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        CLOSE SPIELER-DATEI
	    END-IF
	    SORT SORTIER-DATEI
	        ON DESCENDING KEY SORT-PUNKTE
	        ON ASCENDING KEY SORT-SPIELER-ID
	        INPUT PROCEDURE 0510-STAND-ABGEBEN
	        OUTPUT PROCEDURE 0520-STAND-DRUCKEN
	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF

	    MOVE ws-det-runden TO ws-runden-anz
	    MOVE ws-det-bew TO ws-bew-anz
	    MOVE ws-det-ziel TO ws-ziel-anz
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "GESAMT SPIELER=" ws-spieler-anzahl
	        "                             "
	        ws-runden-anz "  " ws-bew-anz "  " ws-ziel-anz
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "REGELWERK  REGELN=" ws-regel-anzahl
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    PERFORM VARYING REGEL-IDX FROM 1 BY 1
	        UNTIL REGEL-IDX > ws-regel-anzahl
	        MOVE SPACES TO ERGEBNIS-ZEILE
	        STRING "  GEGNER=" TAB-GEGNER-CODE(REGEL-IDX)
	            "  EIGENER=" TAB-EIGENER-CODE(REGEL-IDX)
	            "  BEWEGUNG=" TAB-PUNKTE-BEW(REGEL-IDX)
	            "  ZIEL=" TAB-PUNKTE-ZIEL(REGEL-IDX)
	            DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WRITE ERGEBNIS-ZEILE
	    END-PERFORM
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE
	    MOVE SPACES TO ERGEBNIS-ZEILE
	    STRING "ENDE DES AMTLICHEN ERGEBNISSES  TURNIER="
	        ws-turnier-id
	        DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	    WRITE ERGEBNIS-ZEILE.

	0510-STAND-ABGEBEN.
	    PERFORM VARYING ws-such-spieler FROM 1 BY 1
	        UNTIL ws-such-spieler > ws-spieler-anzahl
	        MOVE TAB-E-ID(ws-such-spieler) TO SORT-SPIELER-ID
	        MOVE TAB-E-RUNDEN(ws-such-spieler) TO SORT-RUNDEN
	        MOVE TAB-E-BEW(ws-such-spieler) TO SORT-PUNKTE-BEW
	        MOVE TAB-E-ZIEL(ws-such-spieler) TO SORT-PUNKTE-ZIEL
	        IF MODUS-ZIEL THEN
	            MOVE TAB-E-ZIEL(ws-such-spieler) TO SORT-PUNKTE
	        ELSE
	            MOVE TAB-E-BEW(ws-such-spieler) TO SORT-PUNKTE
	        END-IF
	        RELEASE SORT-SATZ
	    END-PERFORM.

	0520-STAND-DRUCKEN.
	    MOVE ZERO TO ws-platz
	    RETURN SORTIER-DATEI
	        AT END SET SORTIERUNG-ENDE TO TRUE
	    END-RETURN
	    PERFORM WITH TEST BEFORE UNTIL SORTIERUNG-ENDE
	        ADD 1 TO ws-platz
	        IF ws-platz = 1 OR
	           SORT-PUNKTE NOT = ws-letzte-punkte THEN
	            MOVE ws-platz TO ws-rang
	        END-IF
	        MOVE SORT-PUNKTE TO ws-letzte-punkte
	        MOVE "UNBEKANNT" TO ws-stamm-name
	        IF STAMM-VERFUEGBAR THEN
	            MOVE SORT-SPIELER-ID TO STAMM-SPIELER-ID
	            READ SPIELER-DATEI
	                INVALID KEY CONTINUE
	                NOT INVALID KEY
	                    MOVE STAMM-NAME TO ws-stamm-name
	            END-READ
	        END-IF
	        MOVE ws-rang TO ws-rang-anz
	        MOVE SORT-RUNDEN TO ws-runden-anz
	        MOVE SORT-PUNKTE-BEW TO ws-bew-anz
	        MOVE SORT-PUNKTE-ZIEL TO ws-ziel-anz
	        MOVE SPACES TO ERGEBNIS-ZEILE
	        STRING ws-rang-anz "  " SORT-SPIELER-ID
	            "  " ws-stamm-name
	            "  " ws-runden-anz
	            "  " ws-bew-anz
	            "  " ws-ziel-anz
	            DELIMITED BY SIZE INTO ERGEBNIS-ZEILE
	        WRITE ERGEBNIS-ZEILE
	        RETURN SORTIER-DATEI
	            AT END SET SORTIERUNG-ENDE TO TRUE
	        END-RETURN
	    END-PERFORM.

	0700-PROTOKOLL-SCHREIBEN.
	    OPEN EXTEND PROTOKOLL-DATEI
	    IF ws-prot-status NOT = "00" THEN
	        OPEN OUTPUT PROTOKOLL-DATEI
	    END-IF
	    WRITE PROTOKOLL-ZEILE
	    CLOSE PROTOKOLL-DATEI.
