	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_ScoreKonv.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT SCORE-ALT-DATEI ASSIGN TO "SCOREALT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS SEQUENTIAL
	        RECORD KEY IS ALT-SCHLUESSEL
	        FILE STATUS IS ws-alt-status.
	    SELECT SCORE-DATEI ASSIGN TO "SCOREDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS SCORE-SCHLUESSEL
	        FILE STATUS IS ws-score-status.
	    SELECT TURNIER-DATEI ASSIGN TO "TURNIERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS SEQUENTIAL
	        RECORD KEY IS TURNIER-ID
	        FILE STATUS IS ws-turnier-status.
	    SELECT TURNIER-DETAIL-DATEI ASSIGN TO "TURNDETDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS TURNDET-SCHLUESSEL
	        ALTERNATE RECORD KEY IS TURNDET-SPIELER-SCHLUESSEL
	            WITH DUPLICATES
	        FILE STATUS IS ws-turndet-status.
	    SELECT ARCHIV-ALT-DATEI ASSIGN TO "SCOREARCALT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ws-arcalt-status.
	    SELECT SCORE-ARCHIV-DATEI ASSIGN TO "SCOREARC"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ws-scorearc-status.
	    SELECT KONV-BERICHT-DATEI ASSIGN TO "KONVRPT"
	        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  SCORE-ALT-DATEI.
	01  SCORE-ALT-RECORD.
	    05 ALT-SCHLUESSEL.
	        10 ALT-SPIELER-ID PIC X(10).
	        10 ALT-DATUM      PIC X(8).
	    05 ALT-MODUS PIC X(8).
	    05 ALT-PUNKTE-BEW  PIC 9(6).
	    05 ALT-PUNKTE-ZIEL PIC 9(6).

	FD  SCORE-DATEI.
	COPY SCOREREC.

	FD  TURNIER-DATEI.
	COPY TURNHDR.

	FD  TURNIER-DETAIL-DATEI.
	COPY TURNDET.

	FD  ARCHIV-ALT-DATEI
	    RECORD CONTAINS 38 CHARACTERS.
	01  ARCHIV-ALT-SATZ PIC X(38).

	FD  SCORE-ARCHIV-DATEI
	    RECORD CONTAINS 58 CHARACTERS.
	01  SCORE-ARCHIV-SATZ PIC X(58).

	FD  KONV-BERICHT-DATEI
	    RECORD CONTAINS 120 CHARACTERS.
	01  KONV-BERICHT-ZEILE PIC X(120).

	WORKING-STORAGE SECTION.
	77 ws-alt-status PIC XX.
	77 ws-score-status PIC XX.
	77 ws-turnier-status PIC XX.
	77 ws-turndet-status PIC XX.
	77 ws-arcalt-status PIC XX.
	77 ws-scorearc-status PIC XX.
	77 ws-alt-ende PIC X VALUE "N".
	    88 ALT-ENDE VALUE "J".
	77 ws-turnier-ende PIC X VALUE "N".
	    88 TURNIER-ENDE VALUE "J".
	77 ws-det-ende PIC X VALUE "N".
	    88 DET-ENDE VALUE "J".
	77 ws-arc-ende PIC X VALUE "N".
	    88 ARC-ENDE VALUE "J".
	77 ws-details-flag PIC X VALUE "N".
	    88 DETAILS-VERFUEGBAR VALUE "J".
	77 ws-ziel-flag PIC X VALUE "D".
	    88 ZIEL-SCOREDAT VALUE "D".
	    88 ZIEL-ARCHIV   VALUE "A".
	77 ws-turn-anzahl PIC 9(3) VALUE ZERO.
	77 ws-turn-verworfen PIC 9(4) VALUE ZERO.
	77 ws-treffer PIC 9(3) VALUE ZERO.
	77 ws-zuord-turnier PIC X(10) VALUE SPACES.
	77 ws-konv-anzahl PIC 9(2) VALUE ZERO.
	77 ws-konv-idx PIC 9(2) VALUE ZERO.
	77 ws-konv-gefunden PIC 9(2) VALUE ZERO.
	77 ws-det-bew PIC 9(6) VALUE ZERO.
	77 ws-det-ziel PIC 9(6) VALUE ZERO.
	77 ws-anz-alt-gelesen PIC 9(6) VALUE ZERO.
	77 ws-anz-neu-geschrieben PIC 9(6) VALUE ZERO.
	77 ws-anz-aus-details PIC 9(6) VALUE ZERO.
	77 ws-anz-aus-kopf PIC 9(6) VALUE ZERO.
	77 ws-anz-unbekannt PIC 9(6) VALUE ZERO.
	77 ws-anz-abweichung PIC 9(6) VALUE ZERO.
	77 ws-anz-duplikate PIC 9(6) VALUE ZERO.
	77 ws-anz-tab-voll PIC 9(6) VALUE ZERO.
	77 ws-anz-arc-gelesen PIC 9(6) VALUE ZERO.
	77 ws-anz-arc-geschrieben PIC 9(6) VALUE ZERO.
	77 ws-sum-alt-bew PIC 9(9) VALUE ZERO.
	77 ws-sum-alt-ziel PIC 9(9) VALUE ZERO.
	77 ws-sum-neu-bew PIC 9(9) VALUE ZERO.
	77 ws-sum-neu-ziel PIC 9(9) VALUE ZERO.
	01 ALT-SATZ-PUFFER.
	    05 PUF-SPIELER-ID  PIC X(10).
	    05 PUF-DATUM       PIC X(8).
	    05 PUF-MODUS       PIC X(8).
	    05 PUF-PUNKTE-BEW  PIC 9(6).
	    05 PUF-PUNKTE-ZIEL PIC 9(6).
	01 TURNIER-TABELLE.
	    05 TURNIER-EINTRAG OCCURS 1 TO 500 TIMES
	        DEPENDING ON ws-turn-anzahl
	        INDEXED BY TURN-IDX.
	        10 TAB-TURNIER-ID    PIC X(10).
	        10 TAB-TURNIER-DATUM PIC X(8).
	01 KONV-TABELLE.
	    05 KONV-EINTRAG OCCURS 1 TO 50 TIMES
	        DEPENDING ON ws-konv-anzahl.
	        10 KONV-TURNIER-ID PIC X(10).
	        10 KONV-BEW        PIC 9(6).
	        10 KONV-ZIEL       PIC 9(6).
	        10 KONV-RUNDEN     PIC 9(6).


	PROCEDURE DIVISION.
	    OPEN INPUT SCORE-ALT-DATEI
	    IF ws-alt-status NOT = "00" THEN
	        DISPLAY "SCOREALT NICHT VERFUEGBAR, STATUS="
	            ws-alt-status
	        DISPLAY "ALTE SCORE-DATEI ALS SCOREALT BEREITSTELLEN"
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    OPEN OUTPUT KONV-BERICHT-DATEI
	    MOVE SPACES TO KONV-BERICHT-ZEILE
	    STRING "KONVERTIERUNG SCOREDAT AUF SCHLUESSEL"
	        " SPIELER/TURNIER/DATUM"
	        DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	    WRITE KONV-BERICHT-ZEILE

	    PERFORM 0100-TURNIERE-LADEN
	    OPEN INPUT TURNIER-DETAIL-DATEI
	    IF ws-turndet-status = "00" THEN
	        SET DETAILS-VERFUEGBAR TO TRUE
	    ELSE
	        MOVE SPACES TO KONV-BERICHT-ZEILE
	        STRING "WARNUNG: TURNDETDAT NICHT VERFUEGBAR, STATUS="
	            ws-turndet-status
	            ", ZUORDNUNG NUR UEBER TURNIERDAT"
	            DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	        WRITE KONV-BERICHT-ZEILE
	        CLOSE TURNIER-DETAIL-DATEI
	    END-IF

	    OPEN OUTPUT SCORE-DATEI
	    SET ZIEL-SCOREDAT TO TRUE
	    READ SCORE-ALT-DATEI NEXT RECORD
	        AT END SET ALT-ENDE TO TRUE
	    END-READ
	    PERFORM WITH TEST BEFORE UNTIL ALT-ENDE
	        ADD 1 TO ws-anz-alt-gelesen
	        ADD ALT-PUNKTE-BEW TO ws-sum-alt-bew
	        ADD ALT-PUNKTE-ZIEL TO ws-sum-alt-ziel
	        MOVE SCORE-ALT-RECORD TO ALT-SATZ-PUFFER
	        PERFORM 0200-SATZ-UMSETZEN
	        READ SCORE-ALT-DATEI NEXT RECORD
	            AT END SET ALT-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    CLOSE SCORE-ALT-DATEI

	    PERFORM 0400-ARCHIV-UMSETZEN

	    IF DETAILS-VERFUEGBAR THEN
	        CLOSE TURNIER-DETAIL-DATEI
	    END-IF
	    CLOSE SCORE-DATEI
	    PERFORM 0500-SUMMEN-SCHREIBEN
	    CLOSE KONV-BERICHT-DATEI

	    DISPLAY "ALTE SAETZE GELESEN: " ws-anz-alt-gelesen
	    DISPLAY "NEUE SAETZE GESCHRIEBEN: " ws-anz-neu-geschrieben
	    DISPLAY "AUS TURNIERDETAILS: " ws-anz-aus-details
	    DISPLAY "UEBER TURNIERKOPF: " ws-anz-aus-kopf
	    DISPLAY "OHNE TURNIER: " ws-anz-unbekannt
	    DISPLAY "ABWEICHUNGEN: " ws-anz-abweichung
	    DISPLAY "ARCHIVSAETZE GELESEN: " ws-anz-arc-gelesen
	        "  GESCHRIEBEN: " ws-anz-arc-geschrieben
	    IF ws-anz-unbekannt > ZERO OR
	       ws-anz-abweichung > ZERO OR
	       ws-anz-duplikate > ZERO OR
	       ws-anz-tab-voll > ZERO THEN
	        DISPLAY "KONVERTIERUNG MIT HINWEISEN, SIEHE KONVRPT"
	        MOVE 4 TO RETURN-CODE
	    END-IF
	    STOP RUN.

	0100-TURNIERE-LADEN.
	    OPEN INPUT TURNIER-DATEI
	    IF ws-turnier-status NOT = "00" THEN
	        SET TURNIER-ENDE TO TRUE
	    ELSE
	        READ TURNIER-DATEI NEXT RECORD
	            AT END SET TURNIER-ENDE TO TRUE
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL TURNIER-ENDE
	        IF ws-turn-anzahl < 500 THEN
	            ADD 1 TO ws-turn-anzahl
	            MOVE TURNIER-ID TO
	                TAB-TURNIER-ID(ws-turn-anzahl)
	            MOVE TURNIER-DATUM TO
	                TAB-TURNIER-DATUM(ws-turn-anzahl)
	        ELSE
	            ADD 1 TO ws-turn-verworfen
	        END-IF
	        READ TURNIER-DATEI NEXT RECORD
	            AT END SET TURNIER-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    CLOSE TURNIER-DATEI
	    IF ws-turn-verworfen > ZERO THEN
	        MOVE SPACES TO KONV-BERICHT-ZEILE
	        STRING "WARNUNG: " ws-turn-verworfen
	            " TURNIERE NICHT GELADEN (TABELLE VOLL)"
	            DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	        WRITE KONV-BERICHT-ZEILE
	    END-IF.

	0200-SATZ-UMSETZEN.
	    MOVE ZERO TO ws-konv-anzahl
	    MOVE ZERO TO ws-det-bew
	    MOVE ZERO TO ws-det-ziel
	    IF DETAILS-VERFUEGBAR THEN
	        PERFORM 0210-DETAILS-SAMMELN
	    END-IF
	    IF ws-konv-anzahl > ZERO THEN
	        ADD 1 TO ws-anz-aus-details
	        PERFORM VARYING ws-konv-idx FROM 1 BY 1
	            UNTIL ws-konv-idx > ws-konv-anzahl
	            MOVE KONV-TURNIER-ID(ws-konv-idx)
	                TO SCORE-TURNIER-ID
	            MOVE KONV-BEW(ws-konv-idx) TO SCORE-PUNKTE-BEW
	            MOVE KONV-ZIEL(ws-konv-idx) TO SCORE-PUNKTE-ZIEL
	            MOVE KONV-RUNDEN(ws-konv-idx) TO SCORE-RUNDEN
	            PERFORM 0300-NEUSATZ-SCHREIBEN
	        END-PERFORM
	        IF ws-det-bew NOT = PUF-PUNKTE-BEW OR
	           ws-det-ziel NOT = PUF-PUNKTE-ZIEL THEN
	            ADD 1 TO ws-anz-abweichung
	            MOVE SPACES TO KONV-BERICHT-ZEILE
	            STRING "ABWEICHUNG SPIELER=" PUF-SPIELER-ID
	                " DATUM=" PUF-DATUM
	                "  ALT BEW=" PUF-PUNKTE-BEW
	                " ZIEL=" PUF-PUNKTE-ZIEL
	                "  DETAILS BEW=" ws-det-bew
	                " ZIEL=" ws-det-ziel
	                "  DETAILS UEBERNOMMEN"
	                DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	            WRITE KONV-BERICHT-ZEILE
	        END-IF
	    ELSE
	        PERFORM 0220-TURNIER-ZUORDNEN
	        MOVE ws-zuord-turnier TO SCORE-TURNIER-ID
	        MOVE PUF-PUNKTE-BEW TO SCORE-PUNKTE-BEW
	        MOVE PUF-PUNKTE-ZIEL TO SCORE-PUNKTE-ZIEL
	        MOVE ZERO TO SCORE-RUNDEN
	        PERFORM 0300-NEUSATZ-SCHREIBEN
	    END-IF.

	0210-DETAILS-SAMMELN.
	    MOVE "N" TO ws-det-ende
	    MOVE PUF-SPIELER-ID TO TURNDET-SPIELER-ID
	    MOVE PUF-DATUM TO TURNDET-SPIELER-DATUM
	    START TURNIER-DETAIL-DATEI
	        KEY IS = TURNDET-SPIELER-SCHLUESSEL
	        INVALID KEY SET DET-ENDE TO TRUE
	    END-START
	    IF NOT DET-ENDE THEN
	        READ TURNIER-DETAIL-DATEI NEXT RECORD
	            AT END SET DET-ENDE TO TRUE
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL DET-ENDE
	        IF TURNDET-SPIELER-ID NOT = PUF-SPIELER-ID OR
	           TURNDET-SPIELER-DATUM NOT = PUF-DATUM THEN
	            SET DET-ENDE TO TRUE
	        ELSE
	            PERFORM 0215-DETAIL-ZUORDNEN
	            READ TURNIER-DETAIL-DATEI NEXT RECORD
	                AT END SET DET-ENDE TO TRUE
	            END-READ
	        END-IF
	    END-PERFORM.

	0215-DETAIL-ZUORDNEN.
	    MOVE ZERO TO ws-konv-gefunden
	    PERFORM VARYING ws-konv-idx FROM 1 BY 1
	        UNTIL ws-konv-idx > ws-konv-anzahl
	        IF KONV-TURNIER-ID(ws-konv-idx) = TURNDET-TURNIER-ID
	            MOVE ws-konv-idx TO ws-konv-gefunden
	        END-IF
	    END-PERFORM
	    IF ws-konv-gefunden = ZERO THEN
	        IF ws-konv-anzahl < 50 THEN
	            ADD 1 TO ws-konv-anzahl
	            MOVE ws-konv-anzahl TO ws-konv-gefunden
	            MOVE TURNDET-TURNIER-ID
	                TO KONV-TURNIER-ID(ws-konv-gefunden)
	            MOVE ZERO TO KONV-BEW(ws-konv-gefunden)
	            MOVE ZERO TO KONV-ZIEL(ws-konv-gefunden)
	            MOVE ZERO TO KONV-RUNDEN(ws-konv-gefunden)
	        ELSE
	            ADD 1 TO ws-anz-tab-voll
	            MOVE SPACES TO KONV-BERICHT-ZEILE
	            STRING "TURNIER-TABELLE VOLL SPIELER="
	                PUF-SPIELER-ID " DATUM=" PUF-DATUM
	                "  TURNIER=" TURNDET-TURNIER-ID
	                " RUNDE=" TURNDET-RUNDE
	                " NICHT UEBERNOMMEN"
	                DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	            WRITE KONV-BERICHT-ZEILE
	        END-IF
	    END-IF
	    IF ws-konv-gefunden > ZERO THEN
	        ADD TURNDET-PUNKTE-BEW TO KONV-BEW(ws-konv-gefunden)
	        ADD TURNDET-PUNKTE-ZIEL
	            TO KONV-ZIEL(ws-konv-gefunden)
	        ADD 1 TO KONV-RUNDEN(ws-konv-gefunden)
	        ADD TURNDET-PUNKTE-BEW TO ws-det-bew
	        ADD TURNDET-PUNKTE-ZIEL TO ws-det-ziel
	    END-IF.

	0220-TURNIER-ZUORDNEN.
	    MOVE ZERO TO ws-treffer
	    MOVE "UNBEKANNT" TO ws-zuord-turnier
	    PERFORM VARYING TURN-IDX FROM 1 BY 1
	        UNTIL TURN-IDX > ws-turn-anzahl
	        IF TAB-TURNIER-DATUM(TURN-IDX) = PUF-DATUM THEN
	            ADD 1 TO ws-treffer
	            MOVE TAB-TURNIER-ID(TURN-IDX)
	                TO ws-zuord-turnier
	        END-IF
	    END-PERFORM
	    IF ws-treffer = 1 THEN
	        ADD 1 TO ws-anz-aus-kopf
	    ELSE
	        MOVE "UNBEKANNT" TO ws-zuord-turnier
	        ADD 1 TO ws-anz-unbekannt
	        MOVE SPACES TO KONV-BERICHT-ZEILE
	        IF ws-treffer = ZERO THEN
	            STRING "OHNE TURNIER SPIELER=" PUF-SPIELER-ID
	                " DATUM=" PUF-DATUM
	                "  KEIN TURNIER AN DIESEM DATUM,"
	                " GESPEICHERT UNTER UNBEKANNT"
	                DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	        ELSE
	            STRING "OHNE TURNIER SPIELER=" PUF-SPIELER-ID
	                " DATUM=" PUF-DATUM
	                "  " ws-treffer " TURNIERE AN DIESEM DATUM,"
	                " GESPEICHERT UNTER UNBEKANNT"
	                DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	        END-IF
	        WRITE KONV-BERICHT-ZEILE
	    END-IF.

	0300-NEUSATZ-SCHREIBEN.
	    MOVE PUF-SPIELER-ID TO SCORE-SPIELER-ID
	    MOVE PUF-DATUM TO SCORE-DATUM
	    MOVE PUF-MODUS TO SCORE-MODUS
	    MOVE 1 TO SCORE-LAEUFE
	    IF ZIEL-ARCHIV THEN
	        MOVE SCORE-RECORD TO SCORE-ARCHIV-SATZ
	        WRITE SCORE-ARCHIV-SATZ
	        ADD 1 TO ws-anz-arc-geschrieben
	    ELSE
	        WRITE SCORE-RECORD
	            INVALID KEY
	                PERFORM 0310-DUPLIKAT-MELDEN
	            NOT INVALID KEY
	                ADD 1 TO ws-anz-neu-geschrieben
	                ADD SCORE-PUNKTE-BEW TO ws-sum-neu-bew
	                ADD SCORE-PUNKTE-ZIEL TO ws-sum-neu-ziel
	        END-WRITE
	    END-IF.

	0310-DUPLIKAT-MELDEN.
	    ADD 1 TO ws-anz-duplikate
	    MOVE SPACES TO KONV-BERICHT-ZEILE
	    STRING "DUPLIKAT SPIELER=" SCORE-SPIELER-ID
	        " TURNIER=" SCORE-TURNIER-ID
	        " DATUM=" SCORE-DATUM
	        "  NICHT GESCHRIEBEN"
	        DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	    WRITE KONV-BERICHT-ZEILE.

	0400-ARCHIV-UMSETZEN.
	    OPEN INPUT ARCHIV-ALT-DATEI
	    IF ws-arcalt-status NOT = "00" THEN
	        MOVE SPACES TO KONV-BERICHT-ZEILE
	        STRING "KEIN ALTES SCORE-ARCHIV (SCOREARCALT),"
	            " ARCHIV NICHT UMGESETZT"
	            DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	        WRITE KONV-BERICHT-ZEILE
	        CLOSE ARCHIV-ALT-DATEI
	    ELSE
	        OPEN OUTPUT SCORE-ARCHIV-DATEI
	        SET ZIEL-ARCHIV TO TRUE
	        READ ARCHIV-ALT-DATEI
	            AT END SET ARC-ENDE TO TRUE
	        END-READ
	        PERFORM WITH TEST BEFORE UNTIL ARC-ENDE
	            ADD 1 TO ws-anz-arc-gelesen
	            MOVE ARCHIV-ALT-SATZ TO ALT-SATZ-PUFFER
	            PERFORM 0200-SATZ-UMSETZEN
	            READ ARCHIV-ALT-DATEI
	                AT END SET ARC-ENDE TO TRUE
	            END-READ
	        END-PERFORM
	        SET ZIEL-SCOREDAT TO TRUE
	        CLOSE SCORE-ARCHIV-DATEI
	        CLOSE ARCHIV-ALT-DATEI
	    END-IF.

	0500-SUMMEN-SCHREIBEN.
	    MOVE SPACES TO KONV-BERICHT-ZEILE
	    STRING "SCOREDAT ALT GELESEN=" ws-anz-alt-gelesen
	        "  NEU GESCHRIEBEN=" ws-anz-neu-geschrieben
	        "  DUPLIKATE=" ws-anz-duplikate
	        DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	    WRITE KONV-BERICHT-ZEILE
	    MOVE SPACES TO KONV-BERICHT-ZEILE
	    STRING "ZUORDNUNG DETAILS=" ws-anz-aus-details
	        "  TURNIERKOPF=" ws-anz-aus-kopf
	        "  UNBEKANNT=" ws-anz-unbekannt
	        "  ABWEICHUNGEN=" ws-anz-abweichung
	        DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	    WRITE KONV-BERICHT-ZEILE
	    MOVE SPACES TO KONV-BERICHT-ZEILE
	    STRING "SUMME ALT BEWEGUNG=" ws-sum-alt-bew
	        "  ZIEL=" ws-sum-alt-ziel
	        "  SUMME NEU BEWEGUNG=" ws-sum-neu-bew
	        "  ZIEL=" ws-sum-neu-ziel
	        DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	    WRITE KONV-BERICHT-ZEILE
	    MOVE SPACES TO KONV-BERICHT-ZEILE
	    STRING "SCOREARC ALT GELESEN=" ws-anz-arc-gelesen
	        "  NEU GESCHRIEBEN=" ws-anz-arc-geschrieben
	        DELIMITED BY SIZE INTO KONV-BERICHT-ZEILE
	    WRITE KONV-BERICHT-ZEILE.
