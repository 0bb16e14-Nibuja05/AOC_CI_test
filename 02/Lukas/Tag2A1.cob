	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS KAL-TURNIER-ID
	        FILE STATUS IS ws-kalender-status.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.

	DATA DIVISION.
	FILE SECTION.
	COPY SCOREREC.

	FD  CHECKPOINT-DATEI
	    RECORD IS VARYING IN SIZE FROM 1 TO 1250 CHARACTERS
	    DEPENDING ON ws-ckpt-reclen.
	COPY CKPTREC.

	FD  REGEL-DATEI
	FD  KALENDER-DATEI.
	COPY KALREC.

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	WORKING-STORAGE SECTION.
	COPY REGELSTD.
	77 ws-strat-status PIC XX.
	    88 RESTART-AKTIV VALUE "J".
	77 ws-ckpt-intv-in PIC X(6) VALUE SPACES.
	77 ws-ckpt-intervall PIC 9(6) VALUE 50.
	77 ws-ckpt-reclen PIC 9(4) VALUE ZERO.
	77 ws-ckpt-ende PIC X VALUE "N".
	    88 CHECKPOINT-ENDE VALUE "J".
	77 ws-ckpt-vollstaendig PIC X VALUE "J".
	    88 CHECKPOINT-VOLLSTAENDIG   VALUE "J".
	    88 CHECKPOINT-UNVOLLSTAENDIG VALUE "N".
	77 ws-ckpt-akt-id PIC X(10) VALUE SPACES.
	77 ws-ckpt-phase PIC X VALUE SPACE.
	    88 BUCHUNG-BEGONNEN VALUE "B".
	77 ws-ckpt-geladen PIC 9(4) VALUE ZERO.
	77 ws-skip-zaehler PIC 9(6) VALUE ZERO.
	77 ws-regel-status PIC XX.
	77 ws-regel-ende PIC X VALUE "N".
	77 ws-turndet-status PIC XX.
	77 ws-turnier-id PIC X(10) VALUE SPACES.
	77 ws-turnier-ort PIC X(20) VALUE SPACES.
	77 ws-spieler-anzahl PIC 9(4) VALUE ZERO.
	77 ws-spieler-max PIC 9(4) VALUE 999.
	77 ws-akt-spieler PIC 9(4) VALUE ZERO.
	77 ws-such-spieler PIC 9(4) VALUE ZERO.
	77 ws-spieler-gefunden PIC 9(4) VALUE ZERO.
	77 ws-neu-spieler PIC X(10) VALUE SPACES.
	77 ws-lauf-status PIC XX.
	77 ws-fingerabdruck PIC 9(12) VALUE ZERO.
	77 ws-lauf-ignorieren PIC X VALUE "N".
	    88 LAUF-IGNORIEREN VALUE "J".
	77 ws-lauf-abweisung PIC X VALUE "N".
	    88 LAUF-ZUGELASSEN VALUE "N".
	    88 LAUF-ABGEWIESEN VALUE "J".
	    88 LAUF-UNTERBROCHEN VALUE "L".
	77 ws-kalender-status PIC XX.
	77 ws-kalender-abweisung PIC X VALUE "N".
	    88 KALENDER-ABGEWIESEN VALUE "J".
	77 ws-stamm-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-saetze-nicht-zugel PIC 9(6) VALUE ZERO.
	77 ws-runden-basis PIC 9(6) VALUE ZERO.
	77 ws-basis-ende PIC X VALUE "N".
	    88 BASIS-ENDE VALUE "J".
	77 ws-sp-runden PIC 9(6) VALUE ZERO.
	77 ws-kontroll-pflicht PIC X VALUE "N".
	    88 KONTROLLE-PFLICHT VALUE "J".
	77 ws-kontroll-flag PIC X VALUE "N".
	    88 KONTROLLSATZ-VORHANDEN VALUE "J".
	77 ws-soll-flag PIC X VALUE "N".
	    88 SOLL-SAETZE-VORHANDEN VALUE "J".
	77 ws-abstimmung PIC X VALUE "O".
	    88 ABSTIMMUNG-OK        VALUE "O".
	    88 ABSTIMMUNG-OHNE      VALUE "K".
	    88 ABSTIMMUNG-DIFFERENZ VALUE "D".
	77 ws-saetze-koepfe PIC 9(6) VALUE ZERO.
	77 ws-kontroll-saetze PIC 9(6) VALUE ZERO.
	77 ws-kontroll-fehler PIC 9(4) VALUE ZERO.
	77 ws-soll-saetze PIC 9(6) VALUE ZERO.
	77 ws-ist-saetze PIC 9(6) VALUE ZERO.
	77 ws-saetze-summe PIC 9(6) VALUE ZERO.
	77 ws-anz-abweichungen PIC 9(4) VALUE ZERO.
	77 ws-kontroll-anzahl PIC 9(6) VALUE ZERO.
	77 ws-abst-text PIC X(9) VALUE SPACES.
	77 ws-loesch-runde PIC 9(6) VALUE ZERO.
	77 ws-anz-geloescht PIC 9(6) VALUE ZERO.
	77 ws-lauf-endstatus PIC X VALUE "A".
	01 SPIELER-TABELLE.
	    05 SPIELER-EINTRAG OCCURS 1 TO 999 TIMES
	        DEPENDING ON ws-spieler-anzahl.
	        10 TAB-SP-ID        PIC X(10).
	        10 TAB-SP-BEW       PIC 9(6).
	        10 TAB-SP-EIGENER-X PIC 9(6).
	        10 TAB-SP-EIGENER-Y PIC 9(6).
	        10 TAB-SP-EIGENER-Z PIC 9(6).
	        10 TAB-SP-STATUS    PIC X.
	            88 TAB-SP-ZUGELASSEN VALUE "J".
	            88 TAB-SP-ABGEWIESEN VALUE "N".
	        10 TAB-SP-GELESEN   PIC 9(6).
	        10 TAB-SP-SOLL      PIC 9(6).


	PROCEDURE DIVISION.
	    MOVE ZERO TO TAB-SP-EIGENER-X(1)
	    MOVE ZERO TO TAB-SP-EIGENER-Y(1)
	    MOVE ZERO TO TAB-SP-EIGENER-Z(1)
	    MOVE ZERO TO TAB-SP-GELESEN(1)
	    MOVE ZERO TO TAB-SP-SOLL(1)
	    ACCEPT ws-datum FROM DATE YYYYMMDD
	    ACCEPT ws-restart-flag FROM ENVIRONMENT "AOC_RESTART"
	    IF ws-restart-flag NOT = "J" THEN
	        MOVE "N" TO ws-restart-flag
	    END-IF
	    IF RESTART-AKTIV THEN
	        PERFORM 0305-CHECKPOINT-DATUM-LESEN
	    END-IF

	    ACCEPT ws-turnier-id FROM ENVIRONMENT "AOC_TURNIER"
	    IF ws-turnier-id = SPACES THEN
	        MOVE "UNBEKANNT" TO ws-turnier-ort
	    END-IF

	    ACCEPT ws-ckpt-intv-in FROM ENVIRONMENT "AOC_CKPT_INTERVALL"
	    IF ws-ckpt-intv-in IS NUMERIC AND
	       ws-ckpt-intv-in NOT = SPACES AND
	    IF ws-lauf-ignorieren NOT = "J" THEN
	        MOVE "N" TO ws-lauf-ignorieren
	    END-IF
	    ACCEPT ws-kontroll-pflicht FROM ENVIRONMENT
	        "AOC_KONTROLLE_PFLICHT"
	    IF ws-kontroll-pflicht NOT = "J" THEN
	        MOVE "N" TO ws-kontroll-pflicht
	    END-IF

	    PERFORM 0050-REGELN-LADEN

	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF
	    IF LAUF-UNTERBROCHEN THEN
	        DISPLAY "EINGABE AUS ABGEBROCHENEM LAUF " LAUF-ID
	            ", NEUER LAUF ABGEWIESEN"
	        DISPLAY "FINGERABDRUCK: " ws-fingerabdruck
	        DISPLAY "RUNDENDETAILS DES LAUFS SIND BEREITS"
	            " GESCHRIEBEN, NEUSTART MIT AOC_RESTART=J"
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    PERFORM 0070-SPIELERSTAMM-OEFFNEN
	    PERFORM 0075-SPIELER-PRUEFEN

	    OPEN INPUT STRATEGIE-DATEI
	    IF RESTART-AKTIV THEN
	        PERFORM 0300-CHECKPOINT-LADEN
	        IF CHECKPOINT-UNVOLLSTAENDIG THEN
	            DISPLAY "CHECKPOINT UNVOLLSTAENDIG, SPIELER SOLL="
	                ws-spieler-anzahl " GELADEN=" ws-ckpt-geladen
	            DISPLAY "NEUSTART NICHT MOEGLICH, STRATCKP PRUEFEN"
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        IF BUCHUNG-BEGONNEN THEN
	            DISPLAY "LAUF IST IN DER BUCHUNG ABGEBROCHEN,"
	                " SCOREDAT/MUSTERDAT/TURNIERDAT TEILWEISE"
	                " FORTGESCHRIEBEN"
	            DISPLAY "NEUSTART NICHT MOEGLICH, BESTAENDE PRUEFEN"
	                " UND BEREINIGEN"
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        OPEN EXTEND BERICHT-DATEI
	        OPEN EXTEND AUSNAHME-DATEI
	    ELSE
	        CLOSE TURNIER-DETAIL-DATEI
	        OPEN I-O TURNIER-DETAIL-DATEI
	    END-IF
	    IF NOT RESTART-AKTIV THEN
	        PERFORM 0080-RUNDEN-BASIS-ERMITTELN
	        MOVE ws-runden-basis TO ws-rundennummer
	        PERFORM 0310-CHECKPOINT-SCHREIBEN
	    END-IF

	    READ STRATEGIE-DATEI
	        AT END SET DATEI-ENDE TO TRUE
	    END-PERFORM

	    PERFORM 0310-CHECKPOINT-SCHREIBEN
	    PERFORM 0250-ABSTIMMUNG
	    IF ABSTIMMUNG-DIFFERENZ THEN
	        PERFORM 0270-DETAILS-ZURUECKNEHMEN
	        MOVE SPACES TO AUSNAHME-ZEILE
	        MOVE "ABSTIMMUNG DIFFERENZ, KEINE KORREKTUR MOEGLICH"
	            TO AUSNAHME-ZEILE
	        WRITE AUSNAHME-ZEILE
	    END-IF
	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF
	    CLOSE STRATEGIE-DATEI
	    CLOSE BERICHT-DATEI
	    CLOSE AUSNAHME-DATEI
	    CLOSE TURNIER-DETAIL-DATEI
	    IF ABSTIMMUNG-DIFFERENZ THEN
	        MOVE "D" TO ws-lauf-endstatus
	    ELSE
	        SET BUCHUNG-BEGONNEN TO TRUE
	        PERFORM 0310-CHECKPOINT-SCHREIBEN
	        PERFORM 0200-ERGEBNIS-SICHERN
	        PERFORM 0220-MUSTER-SICHERN
	        PERFORM 0240-TURNIER-HEADER-SICHERN
	    END-IF
	    PERFORM 0230-MUSTER-BERICHT
	    PERFORM 0420-LAUF-ABSCHLIESSEN
	    DISPLAY "MODUS: " ws-modus
	    DISPLAY "TURNIER: " ws-turnier-id "  ORT: " ws-turnier-ort
	    DISPLAY "ZIEL-MODUS TOTAL: " punktzahl-ziel
	    PERFORM VARYING ws-such-spieler FROM 1 BY 1
	        UNTIL ws-such-spieler > ws-spieler-anzahl
	        IF TAB-SP-ZUGELASSEN(ws-such-spieler) THEN
	            DISPLAY "SPIELER " TAB-SP-ID(ws-such-spieler)
	                " BEWEGUNG=" TAB-SP-BEW(ws-such-spieler)
	                " ZIEL=" TAB-SP-ZIEL(ws-such-spieler)
	        END-IF
	    END-PERFORM
	    DISPLAY "SAETZE GELESEN: " ws-saetze-gelesen
	    DISPLAY "SAETZE GEWERTET: " ws-saetze-gewertet
	    DISPLAY "SAETZE ABGELEHNT: " ws-saetze-abgelehnt
	    DISPLAY "SAETZE OHNE REGEL: " ws-saetze-ohne-regel
	    DISPLAY "SAETZE NICHT ZUGELASSEN: " ws-saetze-nicht-zugel
	    DISPLAY "ABSTIMMUNG: " ws-abst-text
	    IF ABSTIMMUNG-DIFFERENZ THEN
	        DISPLAY "EINGABE NICHT ABGESTIMMT, " ws-anz-abweichungen
	            " ABWEICHUNG(EN), KEINE ERGEBNISSE UEBERNOMMEN"
	        DISPLAY "RUNDENDETAILS ZURUECKGENOMMEN: "
	            ws-anz-geloescht
	        MOVE 12 TO RETURN-CODE
	    END-IF
	    STOP RUN.

	0100-RUNDE-VERARBEITEN.
	    ADD 1 TO ws-saetze-gelesen
	    EVALUATE TRUE
	        WHEN ws-strat-reclen > 8 AND
	             STRATEGIE-KOPF-RECORD(1:8) = "SPIELER "
	            PERFORM 0140-SPIELER-WECHSELN
	        WHEN ws-strat-reclen > 9 AND
	             STRAT-KTL-KENNUNG = "KONTROLL "
	            PERFORM 0150-KONTROLLSATZ-LESEN
	        WHEN OTHER
	            PERFORM 0105-RUNDE-WERTEN
	    END-EVALUATE.

	0105-RUNDE-WERTEN.
	    ADD 1 TO ws-rundennummer
	    ADD 1 TO TAB-SP-GELESEN(ws-akt-spieler)
	    IF TAB-SP-ABGEWIESEN(ws-akt-spieler) THEN
	        PERFORM 0137-SPIELER-NICHT-ZUGELASSEN
	        ADD 1 TO ws-saetze-abgelehnt
	        ADD 1 TO ws-saetze-nicht-zugel
	    ELSE
	        PERFORM 0106-RUNDE-PRUEFEN-WERTEN
	    END-IF.

	0106-RUNDE-PRUEFEN-WERTEN.
	    PERFORM 0110-SATZ-PRUEFEN
	    IF SATZ-GUELTIG THEN
	        MOVE ZERO TO ws-rundenpunkte-bewegung
	        DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    WRITE AUSNAHME-ZEILE.

	0137-SPIELER-NICHT-ZUGELASSEN.
	    MOVE SPACES TO AUSNAHME-ZEILE
	    IF ws-strat-reclen > ZERO AND ws-strat-reclen <= 80 THEN
	        STRING "RUNDE " ws-rundennummer
	            "  SPIELER=" TAB-SP-ID(ws-akt-spieler)
	            "  NICHT ZUGELASSEN: '"
	            STRATEGIE-RECORD(1:ws-strat-reclen) "'"
	            DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    ELSE
	        STRING "RUNDE " ws-rundennummer
	            "  SPIELER=" TAB-SP-ID(ws-akt-spieler)
	            "  NICHT ZUGELASSEN: '" STRATEGIE-RECORD "'"
	            DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    END-IF
	    WRITE AUSNAHME-ZEILE.

	0126-MUSTER-ZAEHLEN.
	    EVALUATE STRAT-GEGNER-CODE
	        WHEN "A" ADD 1 TO ws-anz-gegner-a
	        END-PERFORM
	        IF ws-spieler-gefunden > ZERO THEN
	            MOVE ws-spieler-gefunden TO ws-akt-spieler
	            ADD 1 TO ws-saetze-koepfe
	        ELSE
	            IF ws-spieler-anzahl < ws-spieler-max THEN
	                ADD 1 TO ws-saetze-koepfe
	                ADD 1 TO ws-spieler-anzahl
	                MOVE ws-spieler-anzahl TO ws-akt-spieler
	                MOVE ws-neu-spieler TO
	                MOVE ZERO TO TAB-SP-EIGENER-X(ws-akt-spieler)
	                MOVE ZERO TO TAB-SP-EIGENER-Y(ws-akt-spieler)
	                MOVE ZERO TO TAB-SP-EIGENER-Z(ws-akt-spieler)
	                MOVE ZERO TO TAB-SP-GELESEN(ws-akt-spieler)
	                MOVE ZERO TO TAB-SP-SOLL(ws-akt-spieler)
	                PERFORM 0075-SPIELER-PRUEFEN
	                IF TAB-SP-ABGEWIESEN(ws-akt-spieler) THEN
	                    PERFORM 0145-SPIELER-ABWEISUNG-MELDEN
	                END-IF
	            ELSE
	                MOVE SPACES TO AUSNAHME-ZEILE
	                STRING "SPIELER-TABELLE VOLL, KOPF"
	        END-IF
	    END-IF.

	0145-SPIELER-ABWEISUNG-MELDEN.
	    MOVE SPACES TO AUSNAHME-ZEILE
	    IF STAMM-GESPERRT THEN
	        STRING "SPIELER GESPERRT, RUNDEN WERDEN NICHT"
	            " GEWERTET: '" ws-neu-spieler "'"
	            DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    ELSE
	        STRING "SPIELER NICHT IM SPIELERSTAMM, RUNDEN"
	            " WERDEN NICHT GEWERTET: '" ws-neu-spieler "'"
	            DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    END-IF
	    WRITE AUSNAHME-ZEILE.

	0150-KONTROLLSATZ-LESEN.
	    ADD 1 TO ws-kontroll-saetze
	    SET KONTROLLSATZ-VORHANDEN TO TRUE
	    EVALUATE TRUE
	        WHEN STRAT-KTL-SPIELER-ART AND ws-strat-reclen >= 34
	             AND STRAT-KTL-SP-ANZAHL IS NUMERIC
	            PERFORM 0155-KONTROLLE-SPIELER
	        WHEN STRAT-KTL-SAETZE-ART AND ws-strat-reclen >= 23
	             AND STRAT-KTL-SAETZE IS NUMERIC
	            MOVE STRAT-KTL-SAETZE TO ws-soll-saetze
	            SET SOLL-SAETZE-VORHANDEN TO TRUE
	        WHEN OTHER
	            ADD 1 TO ws-kontroll-fehler
	            MOVE SPACES TO AUSNAHME-ZEILE
	            STRING "KONTROLLSATZ UNGUELTIG: '"
	                STRATEGIE-RECORD(1:ws-strat-reclen) "'"
	                DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	            WRITE AUSNAHME-ZEILE
	    END-EVALUATE.

	0155-KONTROLLE-SPIELER.
	    MOVE STRAT-KTL-SP-ANZAHL TO ws-kontroll-anzahl
	    MOVE ZERO TO ws-spieler-gefunden
	    PERFORM VARYING ws-such-spieler FROM 1 BY 1
	        UNTIL ws-such-spieler > ws-spieler-anzahl
	        IF TAB-SP-ID(ws-such-spieler) = STRAT-KTL-SPIELER
	            MOVE ws-such-spieler TO ws-spieler-gefunden
	        END-IF
	    END-PERFORM
	    IF ws-spieler-gefunden = ZERO THEN
	        IF ws-spieler-anzahl < ws-spieler-max THEN
	            ADD 1 TO ws-spieler-anzahl
	            MOVE ws-spieler-anzahl TO ws-spieler-gefunden
	            MOVE STRAT-KTL-SPIELER TO
	                TAB-SP-ID(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-BEW(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-ZIEL(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-GEGNER-A(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-GEGNER-B(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-GEGNER-C(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-EIGENER-X(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-EIGENER-Y(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-EIGENER-Z(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-GELESEN(ws-spieler-gefunden)
	            MOVE ZERO TO TAB-SP-SOLL(ws-spieler-gefunden)
	            SET TAB-SP-ABGEWIESEN(ws-spieler-gefunden)
	                TO TRUE
	        ELSE
	            ADD 1 TO ws-kontroll-fehler
	            MOVE SPACES TO AUSNAHME-ZEILE
	            STRING "SPIELER-TABELLE VOLL, KONTROLLSATZ"
	                " ABGELEHNT: '" STRAT-KTL-SPIELER "'"
	                DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	            WRITE AUSNAHME-ZEILE
	        END-IF
	    END-IF
	    IF ws-spieler-gefunden > ZERO THEN
	        ADD ws-kontroll-anzahl TO
	            TAB-SP-SOLL(ws-spieler-gefunden)
	    END-IF.

	0127-TURNIER-DETAIL-SICHERN.
	    MOVE ws-turnier-id TO TURNDET-TURNIER-ID
	    MOVE ws-rundennummer TO TURNDET-RUNDE
	    END-IF
	    PERFORM VARYING ws-such-spieler FROM 1 BY 1
	        UNTIL ws-such-spieler > ws-spieler-anzahl
	        COMPUTE ws-sp-runden =
	            TAB-SP-GEGNER-A(ws-such-spieler) +
	            TAB-SP-GEGNER-B(ws-such-spieler) +
	            TAB-SP-GEGNER-C(ws-such-spieler)
	        IF TAB-SP-ZUGELASSEN(ws-such-spieler) AND
	           ws-sp-runden > ZERO THEN
	            PERFORM 0205-SCORE-FORTSCHREIBEN
	        END-IF
	    END-PERFORM
	    CLOSE SCORE-DATEI.

	0205-SCORE-FORTSCHREIBEN.
	    MOVE TAB-SP-ID(ws-such-spieler) TO SCORE-SPIELER-ID
	    MOVE ws-turnier-id TO SCORE-TURNIER-ID
	    MOVE ws-datum TO SCORE-DATUM
	    READ SCORE-DATEI
	        INVALID KEY
	            MOVE TAB-SP-ID(ws-such-spieler)
	                TO SCORE-SPIELER-ID
	            MOVE ws-turnier-id TO SCORE-TURNIER-ID
	            MOVE ws-datum TO SCORE-DATUM
	            MOVE ws-modus TO SCORE-MODUS
	            MOVE TAB-SP-BEW(ws-such-spieler)
	                TO SCORE-PUNKTE-BEW
	            MOVE TAB-SP-ZIEL(ws-such-spieler)
	                TO SCORE-PUNKTE-ZIEL
	            MOVE ws-sp-runden TO SCORE-RUNDEN
	            MOVE 1 TO SCORE-LAEUFE
	            WRITE SCORE-RECORD
	            END-WRITE
	        NOT INVALID KEY
	            IF SCORE-MODUS NOT = ws-modus THEN
	                SET SCORE-MODUS-GEMISCHT TO TRUE
	            END-IF
	            ADD TAB-SP-BEW(ws-such-spieler)
	                TO SCORE-PUNKTE-BEW
	            ADD TAB-SP-ZIEL(ws-such-spieler)
	                TO SCORE-PUNKTE-ZIEL
	            ADD ws-sp-runden TO SCORE-RUNDEN
	            ADD 1 TO SCORE-LAEUFE
	            REWRITE SCORE-RECORD
	    END-READ.

	0250-ABSTIMMUNG.
	    MOVE ZERO TO ws-anz-abweichungen
	    MOVE SPACES TO BERICHT-ZEILE
	    WRITE BERICHT-ZEILE
	    MOVE SPACES TO BERICHT-ZEILE
	    STRING "ABSTIMMUNG EINGABE  TURNIER=" ws-turnier-id
	        "  DATUM=" ws-datum
	        DELIMITED BY SIZE INTO BERICHT-ZEILE
	    WRITE BERICHT-ZEILE
	    IF KONTROLLSATZ-VORHANDEN THEN
	        PERFORM VARYING ws-such-spieler FROM 1 BY 1
	            UNTIL ws-such-spieler > ws-spieler-anzahl
	            PERFORM 0255-ABSTIMMUNG-SPIELER
	        END-PERFORM
	        SUBTRACT ws-kontroll-saetze FROM ws-saetze-gelesen
	            GIVING ws-ist-saetze
	        MOVE SPACES TO BERICHT-ZEILE
	        IF SOLL-SAETZE-VORHANDEN THEN
	            IF ws-ist-saetze = ws-soll-saetze THEN
	                MOVE "OK" TO ws-abst-text
	            ELSE
	                MOVE "DIFFERENZ" TO ws-abst-text
	                ADD 1 TO ws-anz-abweichungen
	            END-IF
	            STRING "  SAETZE GESAMT  SOLL=" ws-soll-saetze
	                "  GELESEN=" ws-ist-saetze
	                "  " ws-abst-text
	                DELIMITED BY SIZE INTO BERICHT-ZEILE
	        ELSE
	            ADD 1 TO ws-anz-abweichungen
	            STRING "  SAETZE GESAMT  KONTROLLSATZ SAETZE"
	                " FEHLT  GELESEN=" ws-ist-saetze
	                "  DIFFERENZ"
	                DELIMITED BY SIZE INTO BERICHT-ZEILE
	        END-IF
	        WRITE BERICHT-ZEILE
	        IF ws-kontroll-fehler > ZERO THEN
	            ADD ws-kontroll-fehler TO ws-anz-abweichungen
	            MOVE SPACES TO BERICHT-ZEILE
	            STRING "  KONTROLLSAETZE UNGUELTIG="
	                ws-kontroll-fehler
	                "  SIEHE STRATEXC  DIFFERENZ"
	                DELIMITED BY SIZE INTO BERICHT-ZEILE
	            WRITE BERICHT-ZEILE
	        END-IF
	    ELSE
	        MOVE SPACES TO BERICHT-ZEILE
	        IF KONTROLLE-PFLICHT THEN
	            ADD 1 TO ws-anz-abweichungen
	            STRING "  KEIN KONTROLLSATZ IN DER EINGABE,"
	                " KONTROLLSATZ IST PFLICHT  DIFFERENZ"
	                DELIMITED BY SIZE INTO BERICHT-ZEILE
	        ELSE
	            STRING "  KEIN KONTROLLSATZ IN DER EINGABE,"
	                " ZAEHLUNG NICHT ABGESTIMMT"
	                DELIMITED BY SIZE INTO BERICHT-ZEILE
	        END-IF
	        WRITE BERICHT-ZEILE
	    END-IF
	    COMPUTE ws-saetze-summe = ws-saetze-koepfe +
	        ws-kontroll-saetze + ws-saetze-gewertet +
	        ws-saetze-abgelehnt + ws-saetze-ohne-regel
	    IF ws-saetze-summe = ws-saetze-gelesen THEN
	        MOVE "OK" TO ws-abst-text
	    ELSE
	        MOVE "DIFFERENZ" TO ws-abst-text
	        ADD 1 TO ws-anz-abweichungen
	    END-IF
	    MOVE SPACES TO BERICHT-ZEILE
	    STRING "  GELESEN=" ws-saetze-gelesen
	        "  SPIELERKOEPFE=" ws-saetze-koepfe
	        "  KONTROLLSAETZE=" ws-kontroll-saetze
	        "  GEWERTET=" ws-saetze-gewertet
	        "  ABGELEHNT=" ws-saetze-abgelehnt
	        "  OHNE REGEL=" ws-saetze-ohne-regel
	        "  " ws-abst-text
	        DELIMITED BY SIZE INTO BERICHT-ZEILE
	    WRITE BERICHT-ZEILE
	    EVALUATE TRUE
	        WHEN ws-anz-abweichungen > ZERO
	            SET ABSTIMMUNG-DIFFERENZ TO TRUE
	            MOVE "DIFFERENZ" TO ws-abst-text
	        WHEN KONTROLLSATZ-VORHANDEN
	            SET ABSTIMMUNG-OK TO TRUE
	            MOVE "OK" TO ws-abst-text
	        WHEN OTHER
	            SET ABSTIMMUNG-OHNE TO TRUE
	            MOVE "OHNE" TO ws-abst-text
	    END-EVALUATE
	    MOVE SPACES TO BERICHT-ZEILE
	    IF ABSTIMMUNG-DIFFERENZ THEN
	        STRING "ERGEBNIS: NICHT ABGESTIMMT, "
	            ws-anz-abweichungen " ABWEICHUNG(EN),"
	            " KEINE ERGEBNISSE UEBERNOMMEN"
	            DELIMITED BY SIZE INTO BERICHT-ZEILE
	    ELSE
	        STRING "ERGEBNIS: ABSTIMMUNG " ws-abst-text
	            DELIMITED BY SIZE INTO BERICHT-ZEILE
	    END-IF
	    WRITE BERICHT-ZEILE.

	0255-ABSTIMMUNG-SPIELER.
	    COMPUTE ws-sp-runden =
	        TAB-SP-GEGNER-A(ws-such-spieler) +
	        TAB-SP-GEGNER-B(ws-such-spieler) +
	        TAB-SP-GEGNER-C(ws-such-spieler)
	    IF TAB-SP-GELESEN(ws-such-spieler) =
	       TAB-SP-SOLL(ws-such-spieler) THEN
	        MOVE "OK" TO ws-abst-text
	    ELSE
	        MOVE "DIFFERENZ" TO ws-abst-text
	        ADD 1 TO ws-anz-abweichungen
	    END-IF
	    MOVE SPACES TO BERICHT-ZEILE
	    STRING "  SPIELER=" TAB-SP-ID(ws-such-spieler)
	        "  SOLL=" TAB-SP-SOLL(ws-such-spieler)
	        "  GELESEN=" TAB-SP-GELESEN(ws-such-spieler)
	        "  GEWERTET=" ws-sp-runden
	        "  " ws-abst-text
	        DELIMITED BY SIZE INTO BERICHT-ZEILE
	    WRITE BERICHT-ZEILE.

	0270-DETAILS-ZURUECKNEHMEN.
	    MOVE ZERO TO ws-anz-geloescht
	    COMPUTE ws-loesch-runde = ws-runden-basis + 1
	    PERFORM WITH TEST BEFORE
	        UNTIL ws-loesch-runde > ws-rundennummer
	        MOVE ws-turnier-id TO TURNDET-TURNIER-ID
	        MOVE ws-datum TO TURNDET-DATUM
	        MOVE ws-loesch-runde TO TURNDET-RUNDE
	        DELETE TURNIER-DETAIL-DATEI RECORD
	            INVALID KEY CONTINUE
	            NOT INVALID KEY ADD 1 TO ws-anz-geloescht
	        END-DELETE
	        ADD 1 TO ws-loesch-runde
	    END-PERFORM.

	0220-MUSTER-SICHERN.
	    OPEN I-O MUSTER-DATEI
	    IF ws-muster-status = "35" THEN
	    END-IF
	    PERFORM VARYING ws-such-spieler FROM 1 BY 1
	        UNTIL ws-such-spieler > ws-spieler-anzahl
	        IF TAB-SP-ZUGELASSEN(ws-such-spieler) THEN
	            MOVE TAB-SP-ID(ws-such-spieler)
	                TO MUSTER-SPIELER-ID
	            MOVE ws-datum TO MUSTER-DATUM
	            MOVE TAB-SP-GEGNER-A(ws-such-spieler)
	                TO MUSTER-GEGNER-A
	            MOVE TAB-SP-GEGNER-B(ws-such-spieler)
	                TO MUSTER-GEGNER-B
	            MOVE TAB-SP-GEGNER-C(ws-such-spieler)
	                TO MUSTER-GEGNER-C
	            MOVE TAB-SP-EIGENER-X(ws-such-spieler)
	                TO MUSTER-EIGENER-X
	            MOVE TAB-SP-EIGENER-Y(ws-such-spieler)
	                TO MUSTER-EIGENER-Y
	            MOVE TAB-SP-EIGENER-Z(ws-such-spieler)
	                TO MUSTER-EIGENER-Z
	            WRITE MUSTER-RECORD
	                INVALID KEY REWRITE MUSTER-RECORD
	            END-WRITE
	        END-IF
	    END-PERFORM
	    CLOSE MUSTER-DATEI.

	0300-CHECKPOINT-LADEN.
	    OPEN INPUT CHECKPOINT-DATEI
	    IF ws-ckpt-status = "00" THEN
	        MOVE SPACES TO CHECKPOINT-RECORD
	        READ CHECKPOINT-DATEI
	            AT END MOVE ZERO TO ws-ckpt-reclen
	        END-READ
	        EVALUATE TRUE
	            WHEN ws-ckpt-reclen > ZERO AND CKPT-K-KOPF
	                PERFORM 0302-CHECKPOINT-KOPF-LADEN
	            WHEN ws-ckpt-reclen > LENGTH OF CKPT-KOPF-RECORD
	                 AND ws-ckpt-reclen <=
	                     LENGTH OF CHECKPOINT-RECORD
	                 AND CKPT-LETZTER-SATZ IS NUMERIC
	                PERFORM 0301-CHECKPOINT-ALT-LADEN
	            WHEN OTHER
	                DISPLAY "STRATCKP OHNE GUELTIGEN CHECKPOINT,"
	                    " SATZLAENGE=" ws-ckpt-reclen
	                SET CHECKPOINT-UNVOLLSTAENDIG TO TRUE
	        END-EVALUATE
	        CLOSE CHECKPOINT-DATEI
	    ELSE
	        DISPLAY "STRATCKP NICHT LESBAR, STATUS=" ws-ckpt-status
	        SET CHECKPOINT-UNVOLLSTAENDIG TO TRUE
	        CLOSE CHECKPOINT-DATEI
	    END-IF.

	0301-CHECKPOINT-ALT-LADEN.
	    MOVE CKPT-LETZTER-SATZ TO ws-rundennummer
	    MOVE CKPT-GELESEN TO ws-skip-zaehler
	    MOVE CKPT-PUNKTE-BEW TO punktzahl-bewegung
	    MOVE CKPT-PUNKTE-ZIEL TO punktzahl-ziel
	    MOVE CKPT-GELESEN TO ws-saetze-gelesen
	    MOVE CKPT-GEWERTET TO ws-saetze-gewertet
	    MOVE CKPT-ABGELEHNT TO ws-saetze-abgelehnt
	    MOVE CKPT-ANZ-GEGNER-A TO ws-anz-gegner-a
	    MOVE CKPT-ANZ-GEGNER-B TO ws-anz-gegner-b
	    MOVE CKPT-ANZ-GEGNER-C TO ws-anz-gegner-c
	    MOVE CKPT-ANZ-EIGENER-X TO ws-anz-eigener-x
	    MOVE CKPT-ANZ-EIGENER-Y TO ws-anz-eigener-y
	    MOVE CKPT-ANZ-EIGENER-Z TO ws-anz-eigener-z
	    IF CKPT-OHNE-REGEL IS NUMERIC THEN
	        MOVE CKPT-OHNE-REGEL TO ws-saetze-ohne-regel
	    ELSE
	        MOVE ZERO TO ws-saetze-ohne-regel
	    END-IF
	    MOVE ZERO TO ws-saetze-nicht-zugel
	    MOVE ZERO TO ws-runden-basis
	    MOVE ZERO TO ws-saetze-koepfe
	    IF CKPT-SPIELER-ANZAHL IS NUMERIC AND
	       CKPT-SPIELER-ANZAHL > ZERO THEN
	        MOVE CKPT-SPIELER-ANZAHL TO ws-spieler-anzahl
	        MOVE 1 TO ws-akt-spieler
	        PERFORM VARYING ws-such-spieler FROM 1 BY 1
	            UNTIL ws-such-spieler > ws-spieler-anzahl
	            MOVE CKPT-SP-ID(ws-such-spieler)
	                TO TAB-SP-ID(ws-such-spieler)
	            MOVE CKPT-SP-BEW(ws-such-spieler)
	                TO TAB-SP-BEW(ws-such-spieler)
	            MOVE CKPT-SP-ZIEL(ws-such-spieler)
	                TO TAB-SP-ZIEL(ws-such-spieler)
	            MOVE CKPT-SP-GEGNER-A(ws-such-spieler)
	                TO TAB-SP-GEGNER-A(ws-such-spieler)
	            MOVE CKPT-SP-GEGNER-B(ws-such-spieler)
	                TO TAB-SP-GEGNER-B(ws-such-spieler)
	            MOVE CKPT-SP-GEGNER-C(ws-such-spieler)
	                TO TAB-SP-GEGNER-C(ws-such-spieler)
	            MOVE CKPT-SP-EIGENER-X(ws-such-spieler)
	                TO TAB-SP-EIGENER-X(ws-such-spieler)
	            MOVE CKPT-SP-EIGENER-Y(ws-such-spieler)
	                TO TAB-SP-EIGENER-Y(ws-such-spieler)
	            MOVE CKPT-SP-EIGENER-Z(ws-such-spieler)
	                TO TAB-SP-EIGENER-Z(ws-such-spieler)
	            SET TAB-SP-ZUGELASSEN(ws-such-spieler) TO TRUE
	            MOVE ZERO TO TAB-SP-GELESEN(ws-such-spieler)
	            MOVE ZERO TO TAB-SP-SOLL(ws-such-spieler)
	            IF TAB-SP-ID(ws-such-spieler) =
	               CKPT-AKT-SPIELER THEN
	                MOVE ws-such-spieler TO ws-akt-spieler
	            END-IF
	        END-PERFORM
	    ELSE
	        MOVE 1 TO ws-spieler-anzahl
	        MOVE 1 TO ws-akt-spieler
	        MOVE ws-spieler-id TO TAB-SP-ID(1)
	        MOVE CKPT-PUNKTE-BEW TO TAB-SP-BEW(1)
	        MOVE CKPT-PUNKTE-ZIEL TO TAB-SP-ZIEL(1)
	        MOVE CKPT-ANZ-GEGNER-A TO TAB-SP-GEGNER-A(1)
	        MOVE CKPT-ANZ-GEGNER-B TO TAB-SP-GEGNER-B(1)
	        MOVE CKPT-ANZ-GEGNER-C TO TAB-SP-GEGNER-C(1)
	        MOVE CKPT-ANZ-EIGENER-X TO TAB-SP-EIGENER-X(1)
	        MOVE CKPT-ANZ-EIGENER-Y TO TAB-SP-EIGENER-Y(1)
	        MOVE CKPT-ANZ-EIGENER-Z TO TAB-SP-EIGENER-Z(1)
	        MOVE ZERO TO TAB-SP-GELESEN(1)
	        MOVE ZERO TO TAB-SP-SOLL(1)
	    END-IF.

	0302-CHECKPOINT-KOPF-LADEN.
	    MOVE CKPT-K-LETZTER-SATZ TO ws-rundennummer
	    MOVE CKPT-K-GELESEN TO ws-skip-zaehler
	    MOVE CKPT-K-PUNKTE-BEW TO punktzahl-bewegung
	    MOVE CKPT-K-PUNKTE-ZIEL TO punktzahl-ziel
	    MOVE CKPT-K-GELESEN TO ws-saetze-gelesen
	    MOVE CKPT-K-GEWERTET TO ws-saetze-gewertet
	    MOVE CKPT-K-ABGELEHNT TO ws-saetze-abgelehnt
	    MOVE CKPT-K-ANZ-GEGNER-A TO ws-anz-gegner-a
	    MOVE CKPT-K-ANZ-GEGNER-B TO ws-anz-gegner-b
	    MOVE CKPT-K-ANZ-GEGNER-C TO ws-anz-gegner-c
	    MOVE CKPT-K-ANZ-EIGENER-X TO ws-anz-eigener-x
	    MOVE CKPT-K-ANZ-EIGENER-Y TO ws-anz-eigener-y
	    MOVE CKPT-K-ANZ-EIGENER-Z TO ws-anz-eigener-z
	    MOVE CKPT-K-OHNE-REGEL TO ws-saetze-ohne-regel
	    MOVE CKPT-K-NICHT-ZUGEL TO ws-saetze-nicht-zugel
	    MOVE CKPT-K-RUNDEN-BASIS TO ws-runden-basis
	    MOVE CKPT-K-KOEPFE TO ws-saetze-koepfe
	    MOVE CKPT-K-KONTROLL-SAETZE TO ws-kontroll-saetze
	    MOVE CKPT-K-SOLL-SAETZE TO ws-soll-saetze
	    MOVE CKPT-K-KONTROLL-FEHLER TO ws-kontroll-fehler
	    MOVE CKPT-K-KONTROLL-FLAG TO ws-kontroll-flag
	    MOVE CKPT-K-SOLL-FLAG TO ws-soll-flag
	    MOVE CKPT-K-PHASE TO ws-ckpt-phase
	    IF CKPT-K-DATUM IS NUMERIC THEN
	        MOVE CKPT-K-DATUM TO ws-datum
	    END-IF
	    MOVE CKPT-K-AKT-SPIELER TO ws-ckpt-akt-id
	    MOVE ZERO TO ws-ckpt-geladen
	    MOVE 1 TO ws-akt-spieler
	    IF CKPT-K-SPIELER-ANZAHL IS NUMERIC AND
	       CKPT-K-SPIELER-ANZAHL > ZERO AND
	       CKPT-K-SPIELER-ANZAHL <= ws-spieler-max THEN
	        MOVE CKPT-K-SPIELER-ANZAHL TO ws-spieler-anzahl
	        READ CHECKPOINT-DATEI
	            AT END SET CHECKPOINT-ENDE TO TRUE
	        END-READ
	        PERFORM WITH TEST BEFORE UNTIL CHECKPOINT-ENDE
	            IF CKPT-K-SPIELER AND CKPT-S-NR IS NUMERIC AND
	               CKPT-S-NR > ZERO AND
	               CKPT-S-NR <= ws-spieler-anzahl THEN
	                PERFORM 0303-CHECKPOINT-SPIELER-LADEN
	            END-IF
	            READ CHECKPOINT-DATEI
	                AT END SET CHECKPOINT-ENDE TO TRUE
	            END-READ
	        END-PERFORM
	    ELSE
	        MOVE 1 TO ws-spieler-anzahl
	    END-IF
	    IF ws-ckpt-geladen NOT = ws-spieler-anzahl THEN
	        SET CHECKPOINT-UNVOLLSTAENDIG TO TRUE
	    END-IF.

	0303-CHECKPOINT-SPIELER-LADEN.
	    ADD 1 TO ws-ckpt-geladen
	    MOVE CKPT-S-NR TO ws-such-spieler
	    MOVE CKPT-S-ID TO TAB-SP-ID(ws-such-spieler)
	    MOVE CKPT-S-BEW TO TAB-SP-BEW(ws-such-spieler)
	    MOVE CKPT-S-ZIEL TO TAB-SP-ZIEL(ws-such-spieler)
	    MOVE CKPT-S-GEGNER-A TO TAB-SP-GEGNER-A(ws-such-spieler)
	    MOVE CKPT-S-GEGNER-B TO TAB-SP-GEGNER-B(ws-such-spieler)
	    MOVE CKPT-S-GEGNER-C TO TAB-SP-GEGNER-C(ws-such-spieler)
	    MOVE CKPT-S-EIGENER-X TO TAB-SP-EIGENER-X(ws-such-spieler)
	    MOVE CKPT-S-EIGENER-Y TO TAB-SP-EIGENER-Y(ws-such-spieler)
	    MOVE CKPT-S-EIGENER-Z TO TAB-SP-EIGENER-Z(ws-such-spieler)
	    IF CKPT-S-STATUS = "N" THEN
	        SET TAB-SP-ABGEWIESEN(ws-such-spieler) TO TRUE
	    ELSE
	        SET TAB-SP-ZUGELASSEN(ws-such-spieler) TO TRUE
	    END-IF
	    MOVE CKPT-S-GELESEN TO TAB-SP-GELESEN(ws-such-spieler)
	    MOVE CKPT-S-SOLL TO TAB-SP-SOLL(ws-such-spieler)
	    IF TAB-SP-ID(ws-such-spieler) = ws-ckpt-akt-id THEN
	        MOVE ws-such-spieler TO ws-akt-spieler
	    END-IF.

	0050-REGELN-LADEN.
	    MOVE 9 TO ws-regel-anzahl
	    PERFORM VARYING REGEL-IDX FROM 1 BY 1 UNTIL REGEL-IDX > 9
	            SET REGEL-GEFUNDEN TO TRUE
	    END-SEARCH.

	0305-CHECKPOINT-DATUM-LESEN.
	    OPEN INPUT CHECKPOINT-DATEI
	    IF ws-ckpt-status = "00" THEN
	        MOVE SPACES TO CHECKPOINT-RECORD
	        READ CHECKPOINT-DATEI
	            AT END MOVE ZERO TO ws-ckpt-reclen
	        END-READ
	        IF ws-ckpt-reclen > ZERO AND CKPT-K-KOPF AND
	           CKPT-K-DATUM IS NUMERIC THEN
	            MOVE CKPT-K-DATUM TO ws-datum
	        END-IF
	        CLOSE CHECKPOINT-DATEI
	    END-IF.

	0310-CHECKPOINT-SCHREIBEN.
	    MOVE SPACES TO CKPT-KOPF-RECORD
	    SET CKPT-K-KOPF TO TRUE
	    MOVE ws-rundennummer TO CKPT-K-LETZTER-SATZ
	    MOVE punktzahl-bewegung TO CKPT-K-PUNKTE-BEW
	    MOVE punktzahl-ziel TO CKPT-K-PUNKTE-ZIEL
	    MOVE ws-saetze-gelesen TO CKPT-K-GELESEN
	    MOVE ws-saetze-gewertet TO CKPT-K-GEWERTET
	    MOVE ws-saetze-abgelehnt TO CKPT-K-ABGELEHNT
	    MOVE ws-anz-gegner-a TO CKPT-K-ANZ-GEGNER-A
	    MOVE ws-anz-gegner-b TO CKPT-K-ANZ-GEGNER-B
	    MOVE ws-anz-gegner-c TO CKPT-K-ANZ-GEGNER-C
	    MOVE ws-anz-eigener-x TO CKPT-K-ANZ-EIGENER-X
	    MOVE ws-anz-eigener-y TO CKPT-K-ANZ-EIGENER-Y
	    MOVE ws-anz-eigener-z TO CKPT-K-ANZ-EIGENER-Z
	    MOVE ws-saetze-ohne-regel TO CKPT-K-OHNE-REGEL
	    MOVE ws-saetze-nicht-zugel TO CKPT-K-NICHT-ZUGEL
	    MOVE TAB-SP-ID(ws-akt-spieler) TO CKPT-K-AKT-SPIELER
	    MOVE ws-spieler-anzahl TO CKPT-K-SPIELER-ANZAHL
	    MOVE ws-runden-basis TO CKPT-K-RUNDEN-BASIS
	    MOVE ws-saetze-koepfe TO CKPT-K-KOEPFE
	    MOVE ws-kontroll-saetze TO CKPT-K-KONTROLL-SAETZE
	    MOVE ws-soll-saetze TO CKPT-K-SOLL-SAETZE
	    MOVE ws-kontroll-fehler TO CKPT-K-KONTROLL-FEHLER
	    MOVE ws-kontroll-flag TO CKPT-K-KONTROLL-FLAG
	    MOVE ws-soll-flag TO CKPT-K-SOLL-FLAG
	    MOVE ws-ckpt-phase TO CKPT-K-PHASE
	    MOVE ws-datum TO CKPT-K-DATUM
	    OPEN OUTPUT CHECKPOINT-DATEI
	    MOVE LENGTH OF CKPT-KOPF-RECORD TO ws-ckpt-reclen
	    WRITE CKPT-KOPF-RECORD
	    MOVE LENGTH OF CKPT-SPIELER-RECORD TO ws-ckpt-reclen
	    PERFORM VARYING ws-such-spieler FROM 1 BY 1
	        UNTIL ws-such-spieler > ws-spieler-anzahl
	        MOVE "S" TO CKPT-S-SATZART
	        MOVE ws-such-spieler TO CKPT-S-NR
	        MOVE TAB-SP-ID(ws-such-spieler) TO CKPT-S-ID
	        MOVE TAB-SP-BEW(ws-such-spieler) TO CKPT-S-BEW
	        MOVE TAB-SP-ZIEL(ws-such-spieler) TO CKPT-S-ZIEL
	        MOVE TAB-SP-GEGNER-A(ws-such-spieler) TO CKPT-S-GEGNER-A
	        MOVE TAB-SP-GEGNER-B(ws-such-spieler) TO CKPT-S-GEGNER-B
	        MOVE TAB-SP-GEGNER-C(ws-such-spieler) TO CKPT-S-GEGNER-C
	        MOVE TAB-SP-EIGENER-X(ws-such-spieler)
	            TO CKPT-S-EIGENER-X
	        MOVE TAB-SP-EIGENER-Y(ws-such-spieler)
	            TO CKPT-S-EIGENER-Y
	        MOVE TAB-SP-EIGENER-Z(ws-such-spieler)
	            TO CKPT-S-EIGENER-Z
	        MOVE TAB-SP-STATUS(ws-such-spieler) TO CKPT-S-STATUS
	        MOVE TAB-SP-GELESEN(ws-such-spieler) TO CKPT-S-GELESEN
	        MOVE TAB-SP-SOLL(ws-such-spieler) TO CKPT-S-SOLL
	        WRITE CKPT-SPIELER-RECORD
	    END-PERFORM
	    CLOSE CHECKPOINT-DATEI.

	0060-KALENDER-PRUEFEN.
	        CLOSE KALENDER-DATEI
	    END-IF.

	0070-SPIELERSTAMM-OEFFNEN.
	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status NOT = "00" THEN
	        DISPLAY "WARNUNG: SPIELERSTAMM NICHT VERFUEGBAR,"
	            " STATUS=" ws-stamm-status
	            ", PRUEFUNG UEBERSPRUNGEN"
	        CLOSE SPIELER-DATEI
	    ELSE
	        SET STAMM-VERFUEGBAR TO TRUE
	    END-IF.

	0080-RUNDEN-BASIS-ERMITTELN.
	    MOVE ZERO TO ws-runden-basis
	    MOVE ws-turnier-id TO TURNDET-TURNIER-ID
	    MOVE ws-datum TO TURNDET-DATUM
	    MOVE ZERO TO TURNDET-RUNDE
	    START TURNIER-DETAIL-DATEI
	        KEY IS NOT LESS THAN TURNDET-SCHLUESSEL
	        INVALID KEY SET BASIS-ENDE TO TRUE
	    END-START
	    IF NOT BASIS-ENDE THEN
	        READ TURNIER-DETAIL-DATEI NEXT RECORD
	            AT END SET BASIS-ENDE TO TRUE
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL BASIS-ENDE
	        IF TURNDET-TURNIER-ID NOT = ws-turnier-id OR
	           TURNDET-DATUM NOT = ws-datum THEN
	            SET BASIS-ENDE TO TRUE
	        ELSE
	            MOVE TURNDET-RUNDE TO ws-runden-basis
	            READ TURNIER-DETAIL-DATEI NEXT RECORD
	                AT END SET BASIS-ENDE TO TRUE
	            END-READ
	        END-IF
	    END-PERFORM
	    IF ws-runden-basis > ZERO THEN
	        DISPLAY "TURNIER " ws-turnier-id " DATUM " ws-datum
	            ": RUNDEN BIS " ws-runden-basis " VORHANDEN,"
	            " NUMMERIERUNG WIRD FORTGESETZT"
	    END-IF.

	0075-SPIELER-PRUEFEN.
	    SET TAB-SP-ZUGELASSEN(ws-akt-spieler) TO TRUE
	    IF STAMM-VERFUEGBAR THEN
	        MOVE TAB-SP-ID(ws-akt-spieler) TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY
	                MOVE SPACE TO STAMM-STATUS
	                SET TAB-SP-ABGEWIESEN(ws-akt-spieler)
	                    TO TRUE
	            NOT INVALID KEY
	                IF NOT STAMM-AKTIV THEN
	                    SET TAB-SP-ABGEWIESEN(ws-akt-spieler)
	                        TO TRUE
	                END-IF
	        END-READ
	    END-IF.

	0065-KALENDER-EINTRAG-PRUEFEN.
	    IF KAL-GESCHLOSSEN THEN
	        SET KALENDER-ABGEWIESEN TO TRUE
	            IF LAUF-STATUS = "A" AND NOT LAUF-IGNORIEREN
	                SET LAUF-ABGEWIESEN TO TRUE
	            END-IF
	            IF LAUF-STATUS = "L" AND NOT RESTART-AKTIV
	               AND NOT LAUF-IGNORIEREN
	                SET LAUF-UNTERBROCHEN TO TRUE
	            END-IF
	    END-READ
	    IF LAUF-ZUGELASSEN THEN
	        ACCEPT ws-lauf-zeit FROM TIME
	        MOVE ws-fingerabdruck TO LAUF-FINGERABDRUCK
	        MOVE SPACES TO LAUF-ID
	        DELIMITED BY SIZE INTO LAUF-ID
	    MOVE ws-datum TO LAUF-DATUM
	    MOVE ws-modus TO LAUF-MODUS
	    MOVE ws-lauf-endstatus TO LAUF-STATUS
	    MOVE ws-saetze-gelesen TO LAUF-GELESEN
	    MOVE ws-saetze-gewertet TO LAUF-GEWERTET
	    MOVE ws-saetze-abgelehnt TO LAUF-ABGELEHNT
