	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_LigaImport.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT LIGA-DATEI ASSIGN TO "LIGAIMP"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ws-liga-status.
	    SELECT KALENDER-DATEI ASSIGN TO "KALENDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS KAL-TURNIER-ID
	        FILE STATUS IS ws-kalender-status.
	    SELECT EXTERN-DATEI ASSIGN TO "EXTDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS EXT-SCHLUESSEL
	        FILE STATUS IS ws-extern-status.
	    SELECT AUSNAHME-DATEI ASSIGN TO "LIGAEXC"
	        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  LIGA-DATEI
	    RECORD CONTAINS 200 CHARACTERS.
	01  LIGA-ZEILE PIC X(200).

	FD  KALENDER-DATEI.
	COPY KALREC.

	FD  EXTERN-DATEI.
	COPY EXTREC.

	FD  AUSNAHME-DATEI
	    RECORD CONTAINS 240 CHARACTERS.
	01  AUSNAHME-ZEILE PIC X(240).

	WORKING-STORAGE SECTION.
	77 ws-liga-status PIC XX.
	77 ws-kalender-status PIC XX.
	77 ws-extern-status PIC XX.
	77 ws-liga-ende PIC X VALUE "N".
	    88 LIGA-ENDE VALUE "J".
	77 ws-kalender-flag PIC X VALUE "N".
	    88 KALENDER-VERFUEGBAR VALUE "J".
	77 ws-datum PIC X(8) VALUE SPACES.
	77 ws-zeit PIC X(8) VALUE SPACES.
	77 ws-grund PIC X(24) VALUE SPACES.
	77 ws-zeilen-laenge PIC 9(3) VALUE ZERO.
	77 ws-feld-anzahl PIC 9(3) VALUE ZERO.
	77 ws-feld-idx PIC 9(2) VALUE ZERO.
	77 ws-zahl-in PIC X(6) VALUE SPACES.
	77 ws-zahl-wert PIC 9(6) VALUE ZERO.
	77 ws-ziffer-x PIC X VALUE SPACE.
	77 ws-ziffer-9 PIC 9 VALUE ZERO.
	77 ws-scan-idx PIC 9 VALUE ZERO.
	77 ws-zahl-ok PIC X VALUE "J".
	    88 ZAHL-GUELTIG   VALUE "J".
	    88 ZAHL-UNGUELTIG VALUE "N".
	77 ws-imp-bew PIC 9(6) VALUE ZERO.
	77 ws-imp-ziel PIC 9(6) VALUE ZERO.
	77 ws-imp-runden PIC 9(6) VALUE ZERO.
	77 ws-summe PIC 9(7) VALUE ZERO.
	77 ws-dup-max PIC 9(4) VALUE 9999.
	77 ws-dup-anzahl PIC 9(4) VALUE ZERO.
	77 ws-dup-idx PIC 9(4) VALUE ZERO.
	77 ws-dup-schluessel PIC X(48) VALUE SPACES.
	77 ws-dup-flag PIC X VALUE "N".
	    88 ZEILE-DOPPELT VALUE "J".
	77 ws-anz-zeilen PIC 9(6) VALUE ZERO.
	77 ws-anz-kopf PIC 9(6) VALUE ZERO.
	77 ws-anz-leer PIC 9(6) VALUE ZERO.
	77 ws-anz-uebernommen PIC 9(6) VALUE ZERO.
	77 ws-anz-abgewiesen PIC 9(6) VALUE ZERO.
	77 ws-anz-neu PIC 9(6) VALUE ZERO.
	77 ws-anz-ersetzt PIC 9(6) VALUE ZERO.
	77 ws-anz-ergaenzt PIC 9(6) VALUE ZERO.
	01 FELD-TABELLE.
	    05 FELD-EINTRAG OCCURS 10 TIMES.
	        10 FELD-INHALT PIC X(40).
	        10 FELD-LAENGE PIC 9(3).
	01 FELD-MAXIMA-WERTE PIC X(27)
	    VALUE "010030020010008008006006006".
	01 FELD-MAXIMA REDEFINES FELD-MAXIMA-WERTE.
	    05 FELD-MAX PIC 9(3) OCCURS 9 TIMES.
	01 DOPPEL-TABELLE.
	    05 DOPPEL-EINTRAG OCCURS 1 TO 9999 TIMES
	        DEPENDING ON ws-dup-anzahl.
	        10 DOPPEL-SCHLUESSEL PIC X(48).


	PROCEDURE DIVISION.
	    ACCEPT ws-datum FROM DATE YYYYMMDD
	    ACCEPT ws-zeit FROM TIME

	    OPEN INPUT LIGA-DATEI
	    IF ws-liga-status NOT = "00" THEN
	        DISPLAY "LIGA-DATEI NICHT VERFUEGBAR, STATUS="
	            ws-liga-status
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    OPEN I-O EXTERN-DATEI
	    IF ws-extern-status = "35" THEN
	        OPEN OUTPUT EXTERN-DATEI
	        CLOSE EXTERN-DATEI
	        OPEN I-O EXTERN-DATEI
	    END-IF
	    IF ws-extern-status NOT = "00" THEN
	        DISPLAY "FREMDERGEBNIS-DATEI NICHT VERFUEGBAR, STATUS="
	            ws-extern-status
	        CLOSE LIGA-DATEI
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF

	    OPEN INPUT KALENDER-DATEI
	    IF ws-kalender-status = "00" THEN
	        SET KALENDER-VERFUEGBAR TO TRUE
	    ELSE
	        DISPLAY "WARNUNG: KALENDER NICHT VERFUEGBAR,"
	            " STATUS=" ws-kalender-status
	            ", TURNIERPRUEFUNG ENTFAELLT"
	        CLOSE KALENDER-DATEI
	    END-IF

	    OPEN OUTPUT AUSNAHME-DATEI
	    MOVE SPACES TO AUSNAHME-ZEILE
	    STRING "LIGA-IMPORT AUSNAHMELISTE  DATUM=" ws-datum
	        "  ZEIT=" ws-zeit(1:6)
	        DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    WRITE AUSNAHME-ZEILE
	    IF NOT KALENDER-VERFUEGBAR THEN
	        MOVE SPACES TO AUSNAHME-ZEILE
	        STRING "WARNUNG: KALENDER NICHT VERFUEGBAR, STATUS="
	            ws-kalender-status
	            ", TURNIERE NICHT GEPRUEFT"
	            DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	        WRITE AUSNAHME-ZEILE
	    END-IF
	    MOVE SPACES TO AUSNAHME-ZEILE
	    WRITE AUSNAHME-ZEILE

	    READ LIGA-DATEI
	        AT END SET LIGA-ENDE TO TRUE
	    END-READ
	    PERFORM WITH TEST BEFORE UNTIL LIGA-ENDE
	        ADD 1 TO ws-anz-zeilen
	        PERFORM 0100-ZEILE-PRUEFEN
	        READ LIGA-DATEI
	            AT END SET LIGA-ENDE TO TRUE
	        END-READ
	    END-PERFORM

	    IF ws-anz-abgewiesen = ZERO THEN
	        MOVE SPACES TO AUSNAHME-ZEILE
	        STRING "KEINE ABGEWIESENEN ZEILEN"
	            DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	        WRITE AUSNAHME-ZEILE
	    END-IF
	    MOVE SPACES TO AUSNAHME-ZEILE
	    WRITE AUSNAHME-ZEILE
	    MOVE SPACES TO AUSNAHME-ZEILE
	    STRING "ZEILEN GELESEN=" ws-anz-zeilen
	        "  KOPFZEILEN=" ws-anz-kopf
	        "  LEERZEILEN=" ws-anz-leer
	        "  UEBERNOMMEN=" ws-anz-uebernommen
	        "  ABGEWIESEN=" ws-anz-abgewiesen
	        DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    WRITE AUSNAHME-ZEILE
	    MOVE SPACES TO AUSNAHME-ZEILE
	    STRING "FREMDERGEBNISSE NEU=" ws-anz-neu
	        "  ERSETZT=" ws-anz-ersetzt
	        "  ERGAENZT=" ws-anz-ergaenzt
	        DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    WRITE AUSNAHME-ZEILE

	    CLOSE AUSNAHME-DATEI
	    IF KALENDER-VERFUEGBAR THEN
	        CLOSE KALENDER-DATEI
	    END-IF
	    CLOSE EXTERN-DATEI
	    CLOSE LIGA-DATEI

	    DISPLAY "LIGA-IMPORT ZEILEN GELESEN: " ws-anz-zeilen
	    DISPLAY "UEBERNOMMEN: " ws-anz-uebernommen
	        "  ABGEWIESEN: " ws-anz-abgewiesen
	    IF ws-anz-abgewiesen > ZERO THEN
	        MOVE 4 TO RETURN-CODE
	    END-IF
	    STOP RUN.

	0010-ZAHL-UMSETZEN.
	    MOVE ZERO TO ws-zahl-wert
	    SET ZAHL-GUELTIG TO TRUE
	    IF ws-zahl-in = SPACES THEN
	        SET ZAHL-UNGUELTIG TO TRUE
	    END-IF
	    PERFORM VARYING ws-scan-idx FROM 1 BY 1
	        UNTIL ws-scan-idx > 6
	        MOVE ws-zahl-in(ws-scan-idx:1) TO ws-ziffer-x
	        IF ws-ziffer-x NOT = SPACE THEN
	            IF ws-ziffer-x >= "0" AND ws-ziffer-x <= "9" THEN
	                MOVE ws-ziffer-x TO ws-ziffer-9
	                COMPUTE ws-zahl-wert =
	                    ws-zahl-wert * 10 + ws-ziffer-9
	            ELSE
	                SET ZAHL-UNGUELTIG TO TRUE
	            END-IF
	        END-IF
	    END-PERFORM.

	0100-ZEILE-PRUEFEN.
	    MOVE SPACES TO ws-grund
	    EVALUATE TRUE
	        WHEN LIGA-ZEILE = SPACES
	            ADD 1 TO ws-anz-leer
	        WHEN LIGA-ZEILE(1:13) = "SPIELER;NAME;"
	            ADD 1 TO ws-anz-kopf
	        WHEN OTHER
	            PERFORM 0110-FELDER-ZERLEGEN
	            IF ws-grund = SPACES THEN
	                PERFORM 0120-FELDER-PRUEFEN
	            END-IF
	            IF ws-grund = SPACES THEN
	                PERFORM 0130-TURNIER-PRUEFEN
	            END-IF
	            IF ws-grund = SPACES THEN
	                PERFORM 0140-DOPPELT-PRUEFEN
	            END-IF
	            IF ws-grund = SPACES THEN
	                PERFORM 0200-UEBERNEHMEN
	            END-IF
	            IF ws-grund NOT = SPACES THEN
	                PERFORM 0150-ABWEISEN
	            END-IF
	    END-EVALUATE.

	0110-FELDER-ZERLEGEN.
	    INITIALIZE FELD-TABELLE
	    MOVE ZERO TO ws-feld-anzahl
	    PERFORM VARYING ws-zeilen-laenge FROM 200 BY -1
	        UNTIL ws-zeilen-laenge < 1
	           OR (LIGA-ZEILE(ws-zeilen-laenge:1) NOT = SPACE AND
	               LIGA-ZEILE(ws-zeilen-laenge:1) NOT = X"0D")
	        CONTINUE
	    END-PERFORM
	    IF ws-zeilen-laenge = ZERO THEN
	        MOVE 1 TO ws-zeilen-laenge
	    END-IF
	    UNSTRING LIGA-ZEILE(1:ws-zeilen-laenge) DELIMITED BY ";"
	        INTO FELD-INHALT(1) COUNT IN FELD-LAENGE(1)
	             FELD-INHALT(2) COUNT IN FELD-LAENGE(2)
	             FELD-INHALT(3) COUNT IN FELD-LAENGE(3)
	             FELD-INHALT(4) COUNT IN FELD-LAENGE(4)
	             FELD-INHALT(5) COUNT IN FELD-LAENGE(5)
	             FELD-INHALT(6) COUNT IN FELD-LAENGE(6)
	             FELD-INHALT(7) COUNT IN FELD-LAENGE(7)
	             FELD-INHALT(8) COUNT IN FELD-LAENGE(8)
	             FELD-INHALT(9) COUNT IN FELD-LAENGE(9)
	             FELD-INHALT(10) COUNT IN FELD-LAENGE(10)
	        TALLYING IN ws-feld-anzahl
	    END-UNSTRING
	    IF ws-feld-anzahl NOT = 9 THEN
	        MOVE "FELDANZAHL UNGUELTIG" TO ws-grund
	    ELSE
	        PERFORM VARYING ws-feld-idx FROM 1 BY 1
	            UNTIL ws-feld-idx > 9
	            IF FELD-LAENGE(ws-feld-idx) >
	               FELD-MAX(ws-feld-idx) THEN
	                MOVE "FELD ZU LANG" TO ws-grund
	            END-IF
	        END-PERFORM
	    END-IF.

	0120-FELDER-PRUEFEN.
	    EVALUATE TRUE
	        WHEN FELD-INHALT(1) = SPACES
	            MOVE "SPIELER FEHLT" TO ws-grund
	        WHEN FELD-INHALT(3) = SPACES
	            MOVE "VEREIN FEHLT" TO ws-grund
	        WHEN FELD-INHALT(4) = SPACES
	            MOVE "TURNIER FEHLT" TO ws-grund
	        WHEN FELD-LAENGE(5) NOT = 8
	            MOVE "DATUM UNGUELTIG" TO ws-grund
	        WHEN FELD-INHALT(5)(1:8) NOT NUMERIC
	            MOVE "DATUM UNGUELTIG" TO ws-grund
	        WHEN FELD-INHALT(6)(1:8) NOT = "BEWEGUNG" AND
	             FELD-INHALT(6)(1:8) NOT = "ZIEL" AND
	             FELD-INHALT(6)(1:8) NOT = "GEMISCHT"
	            MOVE "MODUS UNGUELTIG" TO ws-grund
	    END-EVALUATE
	    IF ws-grund = SPACES THEN
	        MOVE FELD-INHALT(7)(1:6) TO ws-zahl-in
	        PERFORM 0010-ZAHL-UMSETZEN
	        MOVE ws-zahl-wert TO ws-imp-bew
	        IF ZAHL-UNGUELTIG THEN
	            MOVE "PUNKTE NICHT NUMERISCH" TO ws-grund
	        END-IF
	    END-IF
	    IF ws-grund = SPACES THEN
	        MOVE FELD-INHALT(8)(1:6) TO ws-zahl-in
	        PERFORM 0010-ZAHL-UMSETZEN
	        MOVE ws-zahl-wert TO ws-imp-ziel
	        IF ZAHL-UNGUELTIG THEN
	            MOVE "PUNKTE NICHT NUMERISCH" TO ws-grund
	        END-IF
	    END-IF
	    IF ws-grund = SPACES THEN
	        MOVE FELD-INHALT(9)(1:6) TO ws-zahl-in
	        PERFORM 0010-ZAHL-UMSETZEN
	        MOVE ws-zahl-wert TO ws-imp-runden
	        IF ZAHL-UNGUELTIG THEN
	            MOVE "RUNDEN NICHT NUMERISCH" TO ws-grund
	        END-IF
	    END-IF.

	0130-TURNIER-PRUEFEN.
	    IF KALENDER-VERFUEGBAR THEN
	        MOVE FELD-INHALT(4)(1:10) TO KAL-TURNIER-ID
	        READ KALENDER-DATEI
	            INVALID KEY
	                MOVE "TURNIER UNBEKANNT" TO ws-grund
	        END-READ
	    END-IF.

	0140-DOPPELT-PRUEFEN.
	    MOVE SPACES TO ws-dup-schluessel
	    STRING FELD-INHALT(3)(1:20)
	        FELD-INHALT(1)(1:10)
	        FELD-INHALT(4)(1:10)
	        FELD-INHALT(5)(1:8)
	        DELIMITED BY SIZE INTO ws-dup-schluessel
	    MOVE "N" TO ws-dup-flag
	    PERFORM VARYING ws-dup-idx FROM 1 BY 1
	        UNTIL ws-dup-idx > ws-dup-anzahl OR ZEILE-DOPPELT
	        IF DOPPEL-SCHLUESSEL(ws-dup-idx) = ws-dup-schluessel
	            SET ZEILE-DOPPELT TO TRUE
	        END-IF
	    END-PERFORM
	    EVALUATE TRUE
	        WHEN ZEILE-DOPPELT
	            MOVE "DOPPELTE ZEILE" TO ws-grund
	        WHEN ws-dup-anzahl NOT < ws-dup-max
	            MOVE "ZEILENTABELLE VOLL" TO ws-grund
	    END-EVALUATE.

	0150-ABWEISEN.
	    ADD 1 TO ws-anz-abgewiesen
	    MOVE SPACES TO AUSNAHME-ZEILE
	    STRING "ZEILE " ws-anz-zeilen
	        "  " ws-grund
	        "  " LIGA-ZEILE
	        DELIMITED BY SIZE INTO AUSNAHME-ZEILE
	    WRITE AUSNAHME-ZEILE.

	0200-UEBERNEHMEN.
	    MOVE FELD-INHALT(3)(1:20) TO EXT-VEREIN
	    MOVE FELD-INHALT(1)(1:10) TO EXT-SPIELER-ID
	    MOVE FELD-INHALT(4)(1:10) TO EXT-TURNIER-ID
	    READ EXTERN-DATEI
	        INVALID KEY
	            PERFORM 0210-NEU-ANLEGEN
	        NOT INVALID KEY
	            PERFORM 0220-FORTSCHREIBEN
	    END-READ
	    IF ws-grund = SPACES THEN
	        ADD 1 TO ws-anz-uebernommen
	        ADD 1 TO ws-dup-anzahl
	        MOVE ws-dup-schluessel TO
	            DOPPEL-SCHLUESSEL(ws-dup-anzahl)
	    END-IF.

	0210-NEU-ANLEGEN.
	    PERFORM 0230-SATZ-BELEGEN
	    WRITE EXTERN-RECORD
	        INVALID KEY
	            MOVE "SCHREIBFEHLER" TO ws-grund
	        NOT INVALID KEY
	            ADD 1 TO ws-anz-neu
	    END-WRITE.

	0220-FORTSCHREIBEN.
	    IF EXT-IMPORT-DATUM = ws-datum AND
	       EXT-IMPORT-ZEIT = ws-zeit(1:6) THEN
	        COMPUTE ws-summe = EXT-PUNKTE-BEW + ws-imp-bew
	        IF ws-summe > 999999 THEN
	            MOVE "PUNKTE UEBERLAUF" TO ws-grund
	        END-IF
	        COMPUTE ws-summe = EXT-PUNKTE-ZIEL + ws-imp-ziel
	        IF ws-summe > 999999 THEN
	            MOVE "PUNKTE UEBERLAUF" TO ws-grund
	        END-IF
	        COMPUTE ws-summe = EXT-RUNDEN + ws-imp-runden
	        IF ws-summe > 999999 THEN
	            MOVE "PUNKTE UEBERLAUF" TO ws-grund
	        END-IF
	        IF ws-grund = SPACES THEN
	            ADD ws-imp-bew TO EXT-PUNKTE-BEW
	            ADD ws-imp-ziel TO EXT-PUNKTE-ZIEL
	            ADD ws-imp-runden TO EXT-RUNDEN
	            ADD 1 TO EXT-ZEILEN
	            IF FELD-INHALT(5)(1:8) < EXT-DATUM-VON THEN
	                MOVE FELD-INHALT(5)(1:8) TO EXT-DATUM-VON
	            END-IF
	            IF FELD-INHALT(5)(1:8) > EXT-DATUM-BIS THEN
	                MOVE FELD-INHALT(5)(1:8) TO EXT-DATUM-BIS
	            END-IF
	            IF FELD-INHALT(6)(1:8) NOT = EXT-MODUS THEN
	                MOVE "GEMISCHT" TO EXT-MODUS
	            END-IF
	            REWRITE EXTERN-RECORD
	                INVALID KEY
	                    MOVE "SCHREIBFEHLER" TO ws-grund
	                NOT INVALID KEY
	                    ADD 1 TO ws-anz-ergaenzt
	            END-REWRITE
	        END-IF
	    ELSE
	        PERFORM 0230-SATZ-BELEGEN
	        REWRITE EXTERN-RECORD
	            INVALID KEY
	                MOVE "SCHREIBFEHLER" TO ws-grund
	            NOT INVALID KEY
	                ADD 1 TO ws-anz-ersetzt
	        END-REWRITE
	    END-IF.

	0230-SATZ-BELEGEN.
	    MOVE FELD-INHALT(2)(1:30) TO EXT-NAME
	    MOVE FELD-INHALT(5)(1:8) TO EXT-DATUM-VON
	    MOVE FELD-INHALT(5)(1:8) TO EXT-DATUM-BIS
	    MOVE FELD-INHALT(6)(1:8) TO EXT-MODUS
	    MOVE ws-imp-bew TO EXT-PUNKTE-BEW
	    MOVE ws-imp-ziel TO EXT-PUNKTE-ZIEL
	    MOVE ws-imp-runden TO EXT-RUNDEN
	    MOVE 1 TO EXT-ZEILEN
	    MOVE ws-datum TO EXT-IMPORT-DATUM
	    MOVE ws-zeit(1:6) TO EXT-IMPORT-ZEIT.
