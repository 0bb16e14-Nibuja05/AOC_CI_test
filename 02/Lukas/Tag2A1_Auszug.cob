	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_Auszug.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT SCORE-DATEI ASSIGN TO "SCOREDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS SCORE-SCHLUESSEL
	        FILE STATUS IS ws-score-status.
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
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.
	    SELECT AUSZUG-DATEI ASSIGN TO "AUSZRPT"
	        ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT AUSZUG-MAIL-DATEI ASSIGN TO "AUSZMAIL"
	        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  SCORE-DATEI.
	COPY SCOREREC.

	FD  TURNIER-DATEI.
	COPY TURNHDR.

	FD  TURNIER-DETAIL-DATEI.
	COPY TURNDET.

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	FD  AUSZUG-DATEI
	    RECORD CONTAINS 132 CHARACTERS.
	01  AUSZUG-ZEILE PIC X(132).

	FD  AUSZUG-MAIL-DATEI
	    RECORD CONTAINS 132 CHARACTERS.
	01  AUSZUG-MAIL-ZEILE PIC X(132).

	WORKING-STORAGE SECTION.
	77 ws-score-status PIC XX.
	77 ws-turnier-status PIC XX.
	77 ws-turndet-status PIC XX.
	77 ws-stamm-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-turnier-flag PIC X VALUE "N".
	    88 TURNIERE-VERFUEGBAR VALUE "J".
	77 ws-turndet-flag PIC X VALUE "N".
	    88 DETAILS-VERFUEGBAR VALUE "J".
	77 ws-score-ende PIC X VALUE "N".
	    88 SCORE-ENDE VALUE "J".
	77 ws-detail-ende PIC X VALUE "N".
	    88 DETAIL-ENDE VALUE "J".
	77 ws-modus PIC X(8) VALUE "BEWEGUNG".
	    88 MODUS-BEWEGUNG VALUE "BEWEGUNG".
	    88 MODUS-ZIEL     VALUE "ZIEL".
	77 ws-von-datum PIC X(8) VALUE "00000000".
	77 ws-bis-datum PIC X(8) VALUE "99999999".
	77 ws-spieler-filter PIC X(10) VALUE SPACES.
	    88 ALLE-SPIELER VALUE SPACES "ALLE".
	77 ws-datum PIC X(8) VALUE SPACES.
	77 ws-stichtag PIC X(8) VALUE SPACES.
	77 ws-jahr-von PIC X(8) VALUE SPACES.
	77 ws-ausgang PIC X VALUE SPACE.
	    88 RUNDE-GEWONNEN      VALUE "G".
	    88 RUNDE-UNENTSCHIEDEN VALUE "U".
	    88 RUNDE-VERLOREN      VALUE "V".
	77 ws-akt-spieler PIC X(10) VALUE SPACES.
	77 ws-akt-turnier PIC X(10) VALUE SPACES.
	77 ws-stamm-name PIC X(30) VALUE SPACES.
	77 ws-stamm-verein PIC X(20) VALUE SPACES.
	77 ws-ort PIC X(20) VALUE SPACES.
	77 ws-jahr-gezaehlt PIC X VALUE "N".
	    88 JAHR-TURNIER-GEZAEHLT VALUE "J".
	77 ws-az-max PIC 9(3) VALUE 500.
	77 ws-az-anzahl PIC 9(3) VALUE ZERO.
	77 ws-az-idx PIC 9(3) VALUE ZERO.
	77 ws-az-akt PIC 9(3) VALUE ZERO.
	77 ws-az-verworfen PIC 9(4) VALUE ZERO.
	01 AUSZUG-TURNIER-TABELLE.
	    05 AUSZUG-TURNIER-EINTRAG OCCURS 1 TO 500 TIMES
	        DEPENDING ON ws-az-anzahl.
	        10 TAB-AZ-ID        PIC X(10).
	        10 TAB-AZ-DATUM     PIC X(8).
	        10 TAB-AZ-RUNDEN    PIC 9(6).
	        10 TAB-AZ-BEW       PIC 9(8).
	        10 TAB-AZ-ZIEL      PIC 9(8).
	        10 TAB-AZ-GEWONNEN  PIC 9(6).
	        10 TAB-AZ-UNENTSCH  PIC 9(6).
	        10 TAB-AZ-VERLOREN  PIC 9(6).
	77 ws-rt-max PIC 9(4) VALUE 9999.
	77 ws-rt-anzahl PIC 9(4) VALUE ZERO.
	77 ws-rt-idx PIC 9(4) VALUE ZERO.
	77 ws-rt-voll PIC X VALUE "N".
	    88 RANG-TABELLE-VOLL VALUE "J".
	01 RANG-TABELLE.
	    05 RANG-EINTRAG OCCURS 1 TO 9999 TIMES
	        DEPENDING ON ws-rt-anzahl.
	        10 TAB-RT-TURNIER PIC X(10).
	        10 TAB-RT-SPIELER PIC X(10).
	        10 TAB-RT-PUNKTE  PIC 9(8).
	77 ws-eigene-punkte PIC 9(8) VALUE ZERO.
	77 ws-eigene-gefunden PIC X VALUE "N".
	    88 EIGENE-PUNKTE-GEFUNDEN VALUE "J".
	77 ws-rang PIC 9(4) VALUE ZERO.
	77 ws-teilnehmer PIC 9(4) VALUE ZERO.
	77 ws-sum-turniere PIC 9(4) VALUE ZERO.
	77 ws-sum-runden PIC 9(8) VALUE ZERO.
	77 ws-sum-bew PIC 9(8) VALUE ZERO.
	77 ws-sum-ziel PIC 9(8) VALUE ZERO.
	77 ws-sum-gewonnen PIC 9(6) VALUE ZERO.
	77 ws-sum-unentsch PIC 9(6) VALUE ZERO.
	77 ws-sum-verloren PIC 9(6) VALUE ZERO.
	77 ws-jahr-turniere PIC 9(4) VALUE ZERO.
	77 ws-jahr-runden PIC 9(8) VALUE ZERO.
	77 ws-jahr-bew PIC 9(8) VALUE ZERO.
	77 ws-jahr-ziel PIC 9(8) VALUE ZERO.
	77 ws-jahr-gewonnen PIC 9(6) VALUE ZERO.
	77 ws-jahr-unentsch PIC 9(6) VALUE ZERO.
	77 ws-jahr-verloren PIC 9(6) VALUE ZERO.
	77 ws-anz-auszuege PIC 9(4) VALUE ZERO.
	77 ws-seite PIC 9(3) VALUE ZERO.
	77 ws-zeile-nr PIC 9(3) VALUE ZERO.
	77 ws-seiten-zeilen PIC 9(3) VALUE 60.
	77 ws-druckzeile PIC X(132) VALUE SPACES.
	77 ws-kopfzeile PIC X(132) VALUE SPACES.
	77 ws-turniere-anz PIC ZZZ9.
	77 ws-runden-anz PIC ZZZZZ9.
	77 ws-bew-anz PIC ZZZZZZZ9.
	77 ws-ziel-anz PIC ZZZZZZZ9.
	77 ws-rang-anz PIC ZZZ9.
	77 ws-teilnehmer-anz PIC ZZZ9.
	77 ws-gewonnen-anz PIC ZZZZZ9.
	77 ws-unentsch-anz PIC ZZZZZ9.
	77 ws-verloren-anz PIC ZZZZZ9.
	77 ws-rang-text PIC X(9) VALUE SPACES.


	PROCEDURE DIVISION.
	    ACCEPT ws-von-datum FROM ENVIRONMENT "AOC_VON"
	    IF ws-von-datum = SPACES THEN
	        MOVE "00000000" TO ws-von-datum
	    END-IF
	    ACCEPT ws-bis-datum FROM ENVIRONMENT "AOC_BIS"
	    IF ws-bis-datum = SPACES THEN
	        MOVE "99999999" TO ws-bis-datum
	    END-IF
	    ACCEPT ws-spieler-filter FROM ENVIRONMENT "AOC_SPIELER"
	    ACCEPT ws-modus FROM ENVIRONMENT "AOC_MODUS"
	    IF ws-modus NOT = "BEWEGUNG" AND ws-modus NOT = "ZIEL" THEN
	        MOVE "BEWEGUNG" TO ws-modus
	    END-IF
	    ACCEPT ws-datum FROM DATE YYYYMMDD
	    IF ws-bis-datum < ws-datum THEN
	        MOVE ws-bis-datum TO ws-stichtag
	    ELSE
	        MOVE ws-datum TO ws-stichtag
	    END-IF
	    MOVE ws-stichtag(1:4) TO ws-jahr-von(1:4)
	    MOVE "0101" TO ws-jahr-von(5:4)

	    OPEN INPUT SCORE-DATEI
	    IF ws-score-status NOT = "00" THEN
	        DISPLAY "SCORE-DATEI NICHT VERFUEGBAR, STATUS="
	            ws-score-status
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF
	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        DISPLAY "WARNUNG: SPIELERSTAMM NICHT VERFUEGBAR,"
	            " STATUS=" ws-stamm-status
	        CLOSE SPIELER-DATEI
	    END-IF
	    OPEN INPUT TURNIER-DATEI
	    IF ws-turnier-status = "00" THEN
	        SET TURNIERE-VERFUEGBAR TO TRUE
	    ELSE
	        DISPLAY "WARNUNG: TURNIER-DATEI NICHT VERFUEGBAR,"
	            " STATUS=" ws-turnier-status
	        CLOSE TURNIER-DATEI
	    END-IF
	    OPEN INPUT TURNIER-DETAIL-DATEI
	    IF ws-turndet-status = "00" THEN
	        SET DETAILS-VERFUEGBAR TO TRUE
	    ELSE
	        DISPLAY "WARNUNG: TURNIER-DETAIL-DATEI NICHT"
	            " VERFUEGBAR, STATUS=" ws-turndet-status
	            ", KEINE SIEG/REMIS/NIEDERLAGE-ZAEHLUNG"
	        CLOSE TURNIER-DETAIL-DATEI
	    END-IF

	    PERFORM 0100-RANGTABELLE-LADEN

	    OPEN OUTPUT AUSZUG-DATEI
	    OPEN OUTPUT AUSZUG-MAIL-DATEI
	    PERFORM 0200-AUSZUEGE-ERSTELLEN
	    CLOSE AUSZUG-MAIL-DATEI
	    CLOSE AUSZUG-DATEI

	    CLOSE SCORE-DATEI
	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF
	    IF TURNIERE-VERFUEGBAR THEN
	        CLOSE TURNIER-DATEI
	    END-IF
	    IF DETAILS-VERFUEGBAR THEN
	        CLOSE TURNIER-DETAIL-DATEI
	    END-IF

	    DISPLAY "SPIELERAUSZUEGE ERSTELLT: " ws-anz-auszuege
	        "  VON=" ws-von-datum "  BIS=" ws-bis-datum
	    IF ws-anz-auszuege = ZERO THEN
	        MOVE 4 TO RETURN-CODE
	    END-IF
	    STOP RUN.

	0100-RANGTABELLE-LADEN.
	    MOVE SPACES TO ws-akt-spieler
	    MOVE SPACES TO ws-akt-turnier
	    READ SCORE-DATEI NEXT RECORD
	        AT END SET SCORE-ENDE TO TRUE
	    END-READ
	    PERFORM WITH TEST BEFORE UNTIL SCORE-ENDE
	        IF SCORE-SPIELER-ID NOT = ws-akt-spieler OR
	           SCORE-TURNIER-ID NOT = ws-akt-turnier THEN
	            MOVE SCORE-SPIELER-ID TO ws-akt-spieler
	            MOVE SCORE-TURNIER-ID TO ws-akt-turnier
	            IF ws-rt-anzahl < ws-rt-max THEN
	                ADD 1 TO ws-rt-anzahl
	                MOVE SCORE-TURNIER-ID TO
	                    TAB-RT-TURNIER(ws-rt-anzahl)
	                MOVE SCORE-SPIELER-ID TO
	                    TAB-RT-SPIELER(ws-rt-anzahl)
	                MOVE ZERO TO TAB-RT-PUNKTE(ws-rt-anzahl)
	            ELSE
	                SET RANG-TABELLE-VOLL TO TRUE
	            END-IF
	        END-IF
	        IF TAB-RT-SPIELER(ws-rt-anzahl) = SCORE-SPIELER-ID AND
	           TAB-RT-TURNIER(ws-rt-anzahl) = SCORE-TURNIER-ID THEN
	            IF MODUS-ZIEL THEN
	                ADD SCORE-PUNKTE-ZIEL TO
	                    TAB-RT-PUNKTE(ws-rt-anzahl)
	            ELSE
	                ADD SCORE-PUNKTE-BEW TO
	                    TAB-RT-PUNKTE(ws-rt-anzahl)
	            END-IF
	        END-IF
	        READ SCORE-DATEI NEXT RECORD
	            AT END SET SCORE-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    IF RANG-TABELLE-VOLL THEN
	        DISPLAY "WARNUNG: RANGTABELLE VOLL, RAENGE"
	            " UNVOLLSTAENDIG"
	    END-IF.

	0200-AUSZUEGE-ERSTELLEN.
	    MOVE "N" TO ws-score-ende
	    MOVE LOW-VALUES TO SCORE-SCHLUESSEL
	    IF NOT ALLE-SPIELER THEN
	        MOVE ws-spieler-filter TO SCORE-SPIELER-ID
	    END-IF
	    START SCORE-DATEI KEY IS NOT LESS THAN SCORE-SCHLUESSEL
	        INVALID KEY SET SCORE-ENDE TO TRUE
	    END-START
	    IF NOT SCORE-ENDE THEN
	        READ SCORE-DATEI NEXT RECORD
	            AT END SET SCORE-ENDE TO TRUE
	        END-READ
	    END-IF
	    IF NOT ALLE-SPIELER AND NOT SCORE-ENDE AND
	       SCORE-SPIELER-ID NOT = ws-spieler-filter THEN
	        SET SCORE-ENDE TO TRUE
	    END-IF
	    IF SCORE-ENDE AND NOT ALLE-SPIELER THEN
	        MOVE ws-spieler-filter TO ws-akt-spieler
	        PERFORM 0300-SPIELER-BEGINNEN
	        PERFORM 0500-AUSZUG-DRUCKEN
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL SCORE-ENDE
	        MOVE SCORE-SPIELER-ID TO ws-akt-spieler
	        PERFORM 0300-SPIELER-BEGINNEN
	        PERFORM WITH TEST BEFORE
	            UNTIL SCORE-ENDE
	               OR SCORE-SPIELER-ID NOT = ws-akt-spieler
	            PERFORM 0310-SCORE-ZUORDNEN
	            READ SCORE-DATEI NEXT RECORD
	                AT END SET SCORE-ENDE TO TRUE
	            END-READ
	        END-PERFORM
	        PERFORM 0400-DETAILS-ZAEHLEN
	        IF ws-az-anzahl > ZERO OR NOT ALLE-SPIELER THEN
	            PERFORM 0500-AUSZUG-DRUCKEN
	        END-IF
	        IF NOT ALLE-SPIELER THEN
	            SET SCORE-ENDE TO TRUE
	        END-IF
	    END-PERFORM.

	0300-SPIELER-BEGINNEN.
	    MOVE "UNBEKANNT" TO ws-stamm-name
	    MOVE "UNBEKANNT" TO ws-stamm-verein
	    IF STAMM-VERFUEGBAR THEN
	        MOVE ws-akt-spieler TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                MOVE STAMM-NAME TO ws-stamm-name
	                MOVE STAMM-VEREIN TO ws-stamm-verein
	        END-READ
	    END-IF
	    MOVE ZERO TO ws-az-anzahl
	    MOVE ZERO TO ws-az-verworfen
	    MOVE SPACES TO ws-akt-turnier
	    MOVE ZERO TO ws-jahr-turniere
	    MOVE ZERO TO ws-jahr-runden
	    MOVE ZERO TO ws-jahr-bew
	    MOVE ZERO TO ws-jahr-ziel
	    MOVE ZERO TO ws-jahr-gewonnen
	    MOVE ZERO TO ws-jahr-unentsch
	    MOVE ZERO TO ws-jahr-verloren.

	0310-SCORE-ZUORDNEN.
	    IF SCORE-TURNIER-ID NOT = ws-akt-turnier THEN
	        MOVE SCORE-TURNIER-ID TO ws-akt-turnier
	        MOVE ZERO TO ws-az-akt
	        MOVE "N" TO ws-jahr-gezaehlt
	    END-IF
	    IF SCORE-DATUM >= ws-von-datum AND
	       SCORE-DATUM <= ws-bis-datum THEN
	        IF ws-az-akt = ZERO THEN
	            IF ws-az-anzahl < ws-az-max THEN
	                ADD 1 TO ws-az-anzahl
	                MOVE ws-az-anzahl TO ws-az-akt
	                MOVE SCORE-TURNIER-ID TO TAB-AZ-ID(ws-az-akt)
	                MOVE SCORE-DATUM TO TAB-AZ-DATUM(ws-az-akt)
	                MOVE ZERO TO TAB-AZ-RUNDEN(ws-az-akt)
	                MOVE ZERO TO TAB-AZ-BEW(ws-az-akt)
	                MOVE ZERO TO TAB-AZ-ZIEL(ws-az-akt)
	                MOVE ZERO TO TAB-AZ-GEWONNEN(ws-az-akt)
	                MOVE ZERO TO TAB-AZ-UNENTSCH(ws-az-akt)
	                MOVE ZERO TO TAB-AZ-VERLOREN(ws-az-akt)
	            ELSE
	                ADD 1 TO ws-az-verworfen
	            END-IF
	        END-IF
	        IF ws-az-akt > ZERO THEN
	            ADD SCORE-RUNDEN TO TAB-AZ-RUNDEN(ws-az-akt)
	            ADD SCORE-PUNKTE-BEW TO TAB-AZ-BEW(ws-az-akt)
	            ADD SCORE-PUNKTE-ZIEL TO TAB-AZ-ZIEL(ws-az-akt)
	        END-IF
	    END-IF
	    IF SCORE-DATUM >= ws-jahr-von AND
	       SCORE-DATUM <= ws-stichtag THEN
	        IF NOT JAHR-TURNIER-GEZAEHLT THEN
	            ADD 1 TO ws-jahr-turniere
	            SET JAHR-TURNIER-GEZAEHLT TO TRUE
	        END-IF
	        ADD SCORE-RUNDEN TO ws-jahr-runden
	        ADD SCORE-PUNKTE-BEW TO ws-jahr-bew
	        ADD SCORE-PUNKTE-ZIEL TO ws-jahr-ziel
	    END-IF.

	0400-DETAILS-ZAEHLEN.
	    IF DETAILS-VERFUEGBAR THEN
	        MOVE "N" TO ws-detail-ende
	        MOVE LOW-VALUES TO TURNDET-SPIELER-SCHLUESSEL
	        MOVE ws-akt-spieler TO TURNDET-SPIELER-ID
	        START TURNIER-DETAIL-DATEI KEY IS NOT LESS THAN
	            TURNDET-SPIELER-SCHLUESSEL
	            INVALID KEY SET DETAIL-ENDE TO TRUE
	        END-START
	        IF NOT DETAIL-ENDE THEN
	            READ TURNIER-DETAIL-DATEI NEXT RECORD
	                AT END SET DETAIL-ENDE TO TRUE
	            END-READ
	        END-IF
	        PERFORM WITH TEST BEFORE UNTIL DETAIL-ENDE
	            IF TURNDET-SPIELER-ID NOT = ws-akt-spieler THEN
	                SET DETAIL-ENDE TO TRUE
	            ELSE
	                PERFORM 0410-RUNDE-KLASSIFIZIEREN
	                PERFORM 0420-RUNDE-ZAEHLEN
	                READ TURNIER-DETAIL-DATEI NEXT RECORD
	                    AT END SET DETAIL-ENDE TO TRUE
	                END-READ
	            END-IF
	        END-PERFORM
	    END-IF.

	0410-RUNDE-KLASSIFIZIEREN.
	    MOVE SPACE TO ws-ausgang
	    EVALUATE TURNDET-GEGNER ALSO TURNDET-EIGENER
	        WHEN "A" ALSO "X" SET RUNDE-UNENTSCHIEDEN TO TRUE
	        WHEN "B" ALSO "Y" SET RUNDE-UNENTSCHIEDEN TO TRUE
	        WHEN "C" ALSO "Z" SET RUNDE-UNENTSCHIEDEN TO TRUE
	        WHEN "C" ALSO "X" SET RUNDE-GEWONNEN TO TRUE
	        WHEN "A" ALSO "Y" SET RUNDE-GEWONNEN TO TRUE
	        WHEN "B" ALSO "Z" SET RUNDE-GEWONNEN TO TRUE
	        WHEN "B" ALSO "X" SET RUNDE-VERLOREN TO TRUE
	        WHEN "C" ALSO "Y" SET RUNDE-VERLOREN TO TRUE
	        WHEN "A" ALSO "Z" SET RUNDE-VERLOREN TO TRUE
	        WHEN OTHER CONTINUE
	    END-EVALUATE.

	0420-RUNDE-ZAEHLEN.
	    IF TURNDET-DATUM >= ws-von-datum AND
	       TURNDET-DATUM <= ws-bis-datum THEN
	        MOVE ZERO TO ws-az-akt
	        PERFORM VARYING ws-az-idx FROM 1 BY 1
	            UNTIL ws-az-idx > ws-az-anzahl OR ws-az-akt > ZERO
	            IF TAB-AZ-ID(ws-az-idx) = TURNDET-TURNIER-ID THEN
	                MOVE ws-az-idx TO ws-az-akt
	            END-IF
	        END-PERFORM
	        IF ws-az-akt > ZERO THEN
	            EVALUATE TRUE
	                WHEN RUNDE-GEWONNEN
	                    ADD 1 TO TAB-AZ-GEWONNEN(ws-az-akt)
	                WHEN RUNDE-UNENTSCHIEDEN
	                    ADD 1 TO TAB-AZ-UNENTSCH(ws-az-akt)
	                WHEN RUNDE-VERLOREN
	                    ADD 1 TO TAB-AZ-VERLOREN(ws-az-akt)
	            END-EVALUATE
	        END-IF
	    END-IF
	    IF TURNDET-DATUM >= ws-jahr-von AND
	       TURNDET-DATUM <= ws-stichtag THEN
	        EVALUATE TRUE
	            WHEN RUNDE-GEWONNEN
	                ADD 1 TO ws-jahr-gewonnen
	            WHEN RUNDE-UNENTSCHIEDEN
	                ADD 1 TO ws-jahr-unentsch
	            WHEN RUNDE-VERLOREN
	                ADD 1 TO ws-jahr-verloren
	        END-EVALUATE
	    END-IF.

	0500-AUSZUG-DRUCKEN.
	    ADD 1 TO ws-anz-auszuege
	    MOVE ZERO TO ws-seite
	    MOVE ZERO TO ws-sum-turniere
	    MOVE ZERO TO ws-sum-runden
	    MOVE ZERO TO ws-sum-bew
	    MOVE ZERO TO ws-sum-ziel
	    MOVE ZERO TO ws-sum-gewonnen
	    MOVE ZERO TO ws-sum-unentsch
	    MOVE ZERO TO ws-sum-verloren
	    MOVE SPACES TO AUSZUG-MAIL-ZEILE
	    STRING "AUSZUG-BEGINN SPIELER=" ws-akt-spieler
	        DELIMITED BY SIZE INTO AUSZUG-MAIL-ZEILE
	    WRITE AUSZUG-MAIL-ZEILE
	    PERFORM 0610-SEITENKOPF
	    IF ws-az-anzahl = ZERO THEN
	        MOVE SPACES TO ws-druckzeile
	        STRING "KEINE TURNIERE IM ZEITRAUM"
	            DELIMITED BY SIZE INTO ws-druckzeile
	        PERFORM 0600-ZEILE-DRUCKEN
	    END-IF
	    PERFORM VARYING ws-az-idx FROM 1 BY 1
	        UNTIL ws-az-idx > ws-az-anzahl
	        PERFORM 0510-TURNIER-ZEILE
	    END-PERFORM
	    IF ws-az-verworfen > ZERO THEN
	        MOVE SPACES TO ws-druckzeile
	        STRING "WARNUNG: " ws-az-verworfen
	            " WEITERE ERGEBNISZEILEN NICHT AUFGEFUEHRT"
	            " (TABELLE VOLL)"
	            DELIMITED BY SIZE INTO ws-druckzeile
	        PERFORM 0600-ZEILE-DRUCKEN
	    END-IF

	    MOVE ws-sum-turniere TO ws-turniere-anz
	    MOVE ws-sum-runden TO ws-runden-anz
	    MOVE ws-sum-bew TO ws-bew-anz
	    MOVE ws-sum-ziel TO ws-ziel-anz
	    MOVE ws-sum-gewonnen TO ws-gewonnen-anz
	    MOVE ws-sum-unentsch TO ws-unentsch-anz
	    MOVE ws-sum-verloren TO ws-verloren-anz
	    MOVE SPACES TO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN
	    MOVE SPACES TO ws-druckzeile
	    STRING "SUMME  TURNIERE=" ws-turniere-anz
	        "                        "
	        ws-runden-anz
	        "  " ws-bew-anz
	        "  " ws-ziel-anz
	        "           "
	        "  " ws-gewonnen-anz
	        "  " ws-unentsch-anz
	        "  " ws-verloren-anz
	        DELIMITED BY SIZE INTO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN

	    MOVE ws-jahr-turniere TO ws-turniere-anz
	    MOVE ws-jahr-runden TO ws-runden-anz
	    MOVE ws-jahr-bew TO ws-bew-anz
	    MOVE ws-jahr-ziel TO ws-ziel-anz
	    MOVE ws-jahr-gewonnen TO ws-gewonnen-anz
	    MOVE ws-jahr-unentsch TO ws-unentsch-anz
	    MOVE ws-jahr-verloren TO ws-verloren-anz
	    MOVE SPACES TO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN
	    MOVE SPACES TO ws-druckzeile
	    STRING "JAHRESUEBERSICHT " ws-jahr-von(1:4)
	        "  (" ws-jahr-von " BIS " ws-stichtag ")"
	        DELIMITED BY SIZE INTO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN
	    MOVE SPACES TO ws-druckzeile
	    STRING "  TURNIERE=" ws-turniere-anz
	        "  RUNDEN=" ws-runden-anz
	        "  BEWEGUNG=" ws-bew-anz
	        "  ZIEL=" ws-ziel-anz
	        DELIMITED BY SIZE INTO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN
	    MOVE SPACES TO ws-druckzeile
	    STRING "  GEWONNEN=" ws-gewonnen-anz
	        "  UNENTSCHIEDEN=" ws-unentsch-anz
	        "  VERLOREN=" ws-verloren-anz
	        DELIMITED BY SIZE INTO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN
	    MOVE SPACES TO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN
	    MOVE SPACES TO ws-druckzeile
	    STRING "ENDE DES AUSZUGS  SPIELER=" ws-akt-spieler
	        DELIMITED BY SIZE INTO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN
	    MOVE SPACES TO AUSZUG-MAIL-ZEILE
	    STRING "AUSZUG-ENDE SPIELER=" ws-akt-spieler
	        DELIMITED BY SIZE INTO AUSZUG-MAIL-ZEILE
	    WRITE AUSZUG-MAIL-ZEILE.

	0510-TURNIER-ZEILE.
	    MOVE "UNBEKANNT" TO ws-ort
	    IF TURNIERE-VERFUEGBAR THEN
	        MOVE TAB-AZ-ID(ws-az-idx) TO TURNIER-ID
	        READ TURNIER-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                MOVE TURNIER-ORT TO ws-ort
	        END-READ
	    END-IF
	    PERFORM 0520-RANG-ERMITTELN
	    ADD 1 TO ws-sum-turniere
	    ADD TAB-AZ-RUNDEN(ws-az-idx) TO ws-sum-runden
	    ADD TAB-AZ-BEW(ws-az-idx) TO ws-sum-bew
	    ADD TAB-AZ-ZIEL(ws-az-idx) TO ws-sum-ziel
	    ADD TAB-AZ-GEWONNEN(ws-az-idx) TO ws-sum-gewonnen
	    ADD TAB-AZ-UNENTSCH(ws-az-idx) TO ws-sum-unentsch
	    ADD TAB-AZ-VERLOREN(ws-az-idx) TO ws-sum-verloren
	    MOVE TAB-AZ-RUNDEN(ws-az-idx) TO ws-runden-anz
	    MOVE TAB-AZ-BEW(ws-az-idx) TO ws-bew-anz
	    MOVE TAB-AZ-ZIEL(ws-az-idx) TO ws-ziel-anz
	    MOVE TAB-AZ-GEWONNEN(ws-az-idx) TO ws-gewonnen-anz
	    MOVE TAB-AZ-UNENTSCH(ws-az-idx) TO ws-unentsch-anz
	    MOVE TAB-AZ-VERLOREN(ws-az-idx) TO ws-verloren-anz
	    MOVE SPACES TO ws-druckzeile
	    STRING TAB-AZ-ID(ws-az-idx)
	        "  " TAB-AZ-DATUM(ws-az-idx)
	        "  " ws-ort
	        "  " ws-runden-anz
	        "  " ws-bew-anz
	        "  " ws-ziel-anz
	        "  " ws-rang-text
	        "  " ws-gewonnen-anz
	        "  " ws-unentsch-anz
	        "  " ws-verloren-anz
	        DELIMITED BY SIZE INTO ws-druckzeile
	    PERFORM 0600-ZEILE-DRUCKEN.

	0520-RANG-ERMITTELN.
	    MOVE "N" TO ws-eigene-gefunden
	    MOVE ZERO TO ws-eigene-punkte
	    PERFORM VARYING ws-rt-idx FROM 1 BY 1
	        UNTIL ws-rt-idx > ws-rt-anzahl
	           OR EIGENE-PUNKTE-GEFUNDEN
	        IF TAB-RT-TURNIER(ws-rt-idx) = TAB-AZ-ID(ws-az-idx) AND
	           TAB-RT-SPIELER(ws-rt-idx) = ws-akt-spieler THEN
	            MOVE TAB-RT-PUNKTE(ws-rt-idx) TO ws-eigene-punkte
	            SET EIGENE-PUNKTE-GEFUNDEN TO TRUE
	        END-IF
	    END-PERFORM
	    MOVE 1 TO ws-rang
	    MOVE ZERO TO ws-teilnehmer
	    PERFORM VARYING ws-rt-idx FROM 1 BY 1
	        UNTIL ws-rt-idx > ws-rt-anzahl
	        IF TAB-RT-TURNIER(ws-rt-idx) = TAB-AZ-ID(ws-az-idx)
	            ADD 1 TO ws-teilnehmer
	            IF TAB-RT-PUNKTE(ws-rt-idx) > ws-eigene-punkte
	                ADD 1 TO ws-rang
	            END-IF
	        END-IF
	    END-PERFORM
	    MOVE SPACES TO ws-rang-text
	    IF EIGENE-PUNKTE-GEFUNDEN THEN
	        MOVE ws-rang TO ws-rang-anz
	        MOVE ws-teilnehmer TO ws-teilnehmer-anz
	        STRING ws-rang-anz "/" ws-teilnehmer-anz
	            DELIMITED BY SIZE INTO ws-rang-text
	    ELSE
	        MOVE "      ---" TO ws-rang-text
	    END-IF.

	0600-ZEILE-DRUCKEN.
	    IF ws-zeile-nr NOT < ws-seiten-zeilen THEN
	        PERFORM 0610-SEITENKOPF
	    END-IF
	    MOVE ws-druckzeile TO AUSZUG-ZEILE
	    WRITE AUSZUG-ZEILE AFTER ADVANCING 1 LINE
	    ADD 1 TO ws-zeile-nr
	    MOVE ws-druckzeile TO AUSZUG-MAIL-ZEILE
	    WRITE AUSZUG-MAIL-ZEILE.

	0610-SEITENKOPF.
	    ADD 1 TO ws-seite
	    MOVE SPACES TO AUSZUG-ZEILE
	    STRING "SPIELERAUSZUG  SPIELER=" ws-akt-spieler
	        "  NAME=" ws-stamm-name
	        "  VEREIN=" ws-stamm-verein
	        "  SEITE " ws-seite
	        DELIMITED BY SIZE INTO AUSZUG-ZEILE
	    MOVE AUSZUG-ZEILE TO ws-kopfzeile
	    WRITE AUSZUG-ZEILE AFTER ADVANCING PAGE
	    IF ws-seite = 1 THEN
	        MOVE ws-kopfzeile TO AUSZUG-MAIL-ZEILE
	        WRITE AUSZUG-MAIL-ZEILE
	    END-IF
	    MOVE SPACES TO AUSZUG-ZEILE
	    STRING "ZEITRAUM " ws-von-datum " BIS " ws-bis-datum
	        "  ERSTELLT=" ws-datum
	        "  RANG NACH=" ws-modus
	        DELIMITED BY SIZE INTO AUSZUG-ZEILE
	    MOVE AUSZUG-ZEILE TO ws-kopfzeile
	    WRITE AUSZUG-ZEILE AFTER ADVANCING 1 LINE
	    IF ws-seite = 1 THEN
	        MOVE ws-kopfzeile TO AUSZUG-MAIL-ZEILE
	        WRITE AUSZUG-MAIL-ZEILE
	    END-IF
	    MOVE SPACES TO AUSZUG-ZEILE
	    STRING "TURNIER     DATUM     ORT                   "
	        "RUNDEN  BEWEGUNG      ZIEL       RANG"
	        " GEWONN. UNENTS. VERLOR."
	        DELIMITED BY SIZE INTO AUSZUG-ZEILE
	    MOVE AUSZUG-ZEILE TO ws-kopfzeile
	    WRITE AUSZUG-ZEILE AFTER ADVANCING 2 LINES
	    IF ws-seite = 1 THEN
	        MOVE SPACES TO AUSZUG-MAIL-ZEILE
	        WRITE AUSZUG-MAIL-ZEILE
	        MOVE ws-kopfzeile TO AUSZUG-MAIL-ZEILE
	        WRITE AUSZUG-MAIL-ZEILE
	    END-IF
	    MOVE 4 TO ws-zeile-nr.
