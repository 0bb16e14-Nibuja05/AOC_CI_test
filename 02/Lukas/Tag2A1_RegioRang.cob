	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_RegioRang.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT SCORE-DATEI ASSIGN TO "SCOREDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS SEQUENTIAL
	        RECORD KEY IS SCORE-SCHLUESSEL
	        FILE STATUS IS ws-score-status.
	    SELECT EXTERN-DATEI ASSIGN TO "EXTDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS SEQUENTIAL
	        RECORD KEY IS EXT-SCHLUESSEL
	        FILE STATUS IS ws-extern-status.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.
	    SELECT SORTIER-DATEI ASSIGN TO "SRTWORK".
	    SELECT REGIO-RANG-DATEI ASSIGN TO "REGIORPT"
	        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  SCORE-DATEI.
	COPY SCOREREC.

	FD  EXTERN-DATEI.
	COPY EXTREC.

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	SD  SORTIER-DATEI.
	01  SORT-SATZ.
	    05 SORT-PUNKTE PIC 9(8).
	    05 SORT-VEREIN PIC X(20).
	    05 SORT-SPIELER-ID PIC X(10).
	    05 SORT-NAME PIC X(30).
	    05 SORT-EIGEN PIC X.
	    05 SORT-TURNIERE PIC 9(4).
	    05 SORT-RUNDEN PIC 9(8).
	    05 SORT-PUNKTE-BEW PIC 9(8).
	    05 SORT-PUNKTE-ZIEL PIC 9(8).

	FD  REGIO-RANG-DATEI
	    RECORD CONTAINS 160 CHARACTERS.
	01  REGIO-RANG-ZEILE PIC X(160).

	WORKING-STORAGE SECTION.
	77 ws-score-status PIC XX.
	77 ws-extern-status PIC XX.
	77 ws-stamm-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-score-ende PIC X VALUE "N".
	    88 SCORE-ENDE VALUE "J".
	77 ws-extern-ende PIC X VALUE "N".
	    88 EXTERN-ENDE VALUE "J".
	77 ws-sort-ende PIC X VALUE "N".
	    88 SORTIERUNG-ENDE VALUE "J".
	77 ws-sort-offen PIC X VALUE "N".
	    88 SORT-SATZ-OFFEN VALUE "J".
	    88 SORT-SATZ-LEER  VALUE "N".
	77 ws-modus PIC X(8) VALUE "BEWEGUNG".
	    88 MODUS-BEWEGUNG VALUE "BEWEGUNG".
	    88 MODUS-ZIEL     VALUE "ZIEL".
	77 ws-von-datum PIC X(8) VALUE "00000000".
	77 ws-bis-datum PIC X(8) VALUE "99999999".
	77 ws-turnier-filter PIC X(10) VALUE SPACES.
	77 ws-eigener-verein PIC X(20) VALUE SPACES.
	77 ws-datum PIC X(8) VALUE SPACES.
	77 ws-akt-turnier-id PIC X(10) VALUE SPACES.
	77 ws-akt-spieler-id PIC X(10) VALUE SPACES.
	77 ws-akt-verein PIC X(20) VALUE SPACES.
	77 ws-eigen-flag PIC X VALUE "N".
	    88 EIGENER-SPIELER VALUE "J".
	77 ws-stamm-such-id PIC X(10) VALUE SPACES.
	77 ws-stamm-name PIC X(30) VALUE SPACES.
	77 ws-stamm-verein PIC X(20) VALUE SPACES.
	77 ws-platz PIC 9(6) VALUE ZERO.
	77 ws-rang PIC 9(6) VALUE ZERO.
	77 ws-letzte-punkte PIC 9(8) VALUE ZERO.
	77 ws-anz-spieler PIC 9(6) VALUE ZERO.
	77 ws-anz-eigene PIC 9(6) VALUE ZERO.
	77 ws-anz-fremde PIC 9(6) VALUE ZERO.
	77 ws-anz-doppelt PIC 9(6) VALUE ZERO.
	77 ws-rang-anz PIC ZZZZZ9.
	77 ws-turniere-anz PIC ZZZ9.
	77 ws-runden-anz PIC ZZZZZZZ9.
	77 ws-bew-anz PIC ZZZZZZZ9.
	77 ws-ziel-anz PIC ZZZZZZZ9.
	77 ws-kennung PIC X VALUE SPACE.


	PROCEDURE DIVISION.
	    ACCEPT ws-von-datum FROM ENVIRONMENT "AOC_VON"
	    IF ws-von-datum = SPACES THEN
	        MOVE "00000000" TO ws-von-datum
	    END-IF
	    ACCEPT ws-bis-datum FROM ENVIRONMENT "AOC_BIS"
	    IF ws-bis-datum = SPACES THEN
	        MOVE "99999999" TO ws-bis-datum
	    END-IF
	    ACCEPT ws-turnier-filter FROM ENVIRONMENT "AOC_TURNIER"
	    ACCEPT ws-modus FROM ENVIRONMENT "AOC_MODUS"
	    IF ws-modus NOT = "BEWEGUNG" AND ws-modus NOT = "ZIEL" THEN
	        MOVE "BEWEGUNG" TO ws-modus
	    END-IF
	    ACCEPT ws-eigener-verein FROM ENVIRONMENT "AOC_VEREIN"
	    ACCEPT ws-datum FROM DATE YYYYMMDD

	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        DISPLAY "WARNUNG: SPIELERSTAMM NICHT VERFUEGBAR,"
	            " STATUS=" ws-stamm-status
	        CLOSE SPIELER-DATEI
	    END-IF

	    SORT SORTIER-DATEI
	        ON DESCENDING KEY SORT-PUNKTE
	        ON ASCENDING KEY SORT-VEREIN
	        ON ASCENDING KEY SORT-SPIELER-ID
	        INPUT PROCEDURE 0100-ERGEBNISSE-ABGEBEN
	        OUTPUT PROCEDURE 0300-RANGLISTE-SCHREIBEN

	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF
	    DISPLAY "REGIONALE RANGLISTE ERSTELLT, SPIELER: "
	        ws-anz-spieler
	    DISPLAY "EIGENE: " ws-anz-eigene
	        "  FREMDE: " ws-anz-fremde
	    STOP RUN.

	0100-ERGEBNISSE-ABGEBEN.
	    PERFORM 0110-EIGENE-ABGEBEN
	    PERFORM 0200-FREMDE-ABGEBEN.

	0110-EIGENE-ABGEBEN.
	    SET SORT-SATZ-LEER TO TRUE
	    OPEN INPUT SCORE-DATEI
	    IF ws-score-status NOT = "00" THEN
	        DISPLAY "WARNUNG: SCORE-DATEI NICHT VERFUEGBAR,"
	            " STATUS=" ws-score-status
	        SET SCORE-ENDE TO TRUE
	    ELSE
	        READ SCORE-DATEI NEXT RECORD
	            AT END SET SCORE-ENDE TO TRUE
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL SCORE-ENDE
	        IF SCORE-DATUM >= ws-von-datum AND
	           SCORE-DATUM <= ws-bis-datum AND
	           (ws-turnier-filter = SPACES OR
	            SCORE-TURNIER-ID = ws-turnier-filter) THEN
	            PERFORM 0120-EIGENE-SAMMELN
	        END-IF
	        READ SCORE-DATEI NEXT RECORD
	            AT END SET SCORE-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    IF SORT-SATZ-OFFEN THEN
	        RELEASE SORT-SATZ
	    END-IF
	    CLOSE SCORE-DATEI.

	0120-EIGENE-SAMMELN.
	    IF SORT-SATZ-OFFEN AND
	       SORT-SPIELER-ID NOT = SCORE-SPIELER-ID THEN
	        RELEASE SORT-SATZ
	        SET SORT-SATZ-LEER TO TRUE
	    END-IF
	    IF SORT-SATZ-LEER THEN
	        MOVE SCORE-SPIELER-ID TO ws-stamm-such-id
	        PERFORM 0400-SPIELER-NACHLESEN
	        MOVE SCORE-SPIELER-ID TO SORT-SPIELER-ID
	        MOVE ws-stamm-name TO SORT-NAME
	        MOVE ws-stamm-verein TO SORT-VEREIN
	        IF ws-stamm-verein = SPACES OR
	           ws-stamm-verein = "UNBEKANNT" THEN
	            IF ws-eigener-verein NOT = SPACES THEN
	                MOVE ws-eigener-verein TO SORT-VEREIN
	            END-IF
	        END-IF
	        MOVE "J" TO SORT-EIGEN
	        MOVE ZERO TO SORT-TURNIERE
	        MOVE ZERO TO SORT-RUNDEN
	        MOVE ZERO TO SORT-PUNKTE-BEW
	        MOVE ZERO TO SORT-PUNKTE-ZIEL
	        MOVE SPACES TO ws-akt-turnier-id
	        ADD 1 TO ws-anz-spieler
	        ADD 1 TO ws-anz-eigene
	        SET SORT-SATZ-OFFEN TO TRUE
	    END-IF
	    IF SCORE-TURNIER-ID NOT = ws-akt-turnier-id THEN
	        MOVE SCORE-TURNIER-ID TO ws-akt-turnier-id
	        ADD 1 TO SORT-TURNIERE
	    END-IF
	    ADD SCORE-RUNDEN TO SORT-RUNDEN
	    ADD SCORE-PUNKTE-BEW TO SORT-PUNKTE-BEW
	    ADD SCORE-PUNKTE-ZIEL TO SORT-PUNKTE-ZIEL
	    IF MODUS-ZIEL THEN
	        MOVE SORT-PUNKTE-ZIEL TO SORT-PUNKTE
	    ELSE
	        MOVE SORT-PUNKTE-BEW TO SORT-PUNKTE
	    END-IF.

	0200-FREMDE-ABGEBEN.
	    SET SORT-SATZ-LEER TO TRUE
	    MOVE SPACES TO ws-akt-spieler-id
	    MOVE SPACES TO ws-akt-verein
	    OPEN INPUT EXTERN-DATEI
	    IF ws-extern-status NOT = "00" THEN
	        DISPLAY "WARNUNG: FREMDERGEBNIS-DATEI NICHT VERFUEGBAR,"
	            " STATUS=" ws-extern-status
	        SET EXTERN-ENDE TO TRUE
	    ELSE
	        READ EXTERN-DATEI NEXT RECORD
	            AT END SET EXTERN-ENDE TO TRUE
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL EXTERN-ENDE
	        IF EXT-DATUM-VON >= ws-von-datum AND
	           EXT-DATUM-VON <= ws-bis-datum AND
	           (ws-turnier-filter = SPACES OR
	            EXT-TURNIER-ID = ws-turnier-filter) THEN
	            PERFORM 0210-FREMDE-SAMMELN
	        END-IF
	        READ EXTERN-DATEI NEXT RECORD
	            AT END SET EXTERN-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    IF SORT-SATZ-OFFEN THEN
	        RELEASE SORT-SATZ
	    END-IF
	    CLOSE EXTERN-DATEI.

	0210-FREMDE-SAMMELN.
	    IF EXT-SPIELER-ID NOT = ws-akt-spieler-id OR
	       EXT-VEREIN NOT = ws-akt-verein THEN
	        IF SORT-SATZ-OFFEN THEN
	            RELEASE SORT-SATZ
	            SET SORT-SATZ-LEER TO TRUE
	        END-IF
	        MOVE EXT-SPIELER-ID TO ws-akt-spieler-id
	        MOVE EXT-VEREIN TO ws-akt-verein
	        PERFORM 0220-EIGENEN-SPIELER-ERKENNEN
	        IF EIGENER-SPIELER THEN
	            ADD 1 TO ws-anz-doppelt
	        END-IF
	    END-IF
	    IF NOT EIGENER-SPIELER THEN
	        IF SORT-SATZ-LEER THEN
	            MOVE EXT-SPIELER-ID TO SORT-SPIELER-ID
	            MOVE EXT-VEREIN TO SORT-VEREIN
	            MOVE EXT-NAME TO SORT-NAME
	            MOVE "N" TO SORT-EIGEN
	            MOVE ZERO TO SORT-TURNIERE
	            MOVE ZERO TO SORT-RUNDEN
	            MOVE ZERO TO SORT-PUNKTE-BEW
	            MOVE ZERO TO SORT-PUNKTE-ZIEL
	            ADD 1 TO ws-anz-spieler
	            ADD 1 TO ws-anz-fremde
	            SET SORT-SATZ-OFFEN TO TRUE
	        END-IF
	        ADD 1 TO SORT-TURNIERE
	        ADD EXT-RUNDEN TO SORT-RUNDEN
	        ADD EXT-PUNKTE-BEW TO SORT-PUNKTE-BEW
	        ADD EXT-PUNKTE-ZIEL TO SORT-PUNKTE-ZIEL
	        IF MODUS-ZIEL THEN
	            MOVE SORT-PUNKTE-ZIEL TO SORT-PUNKTE
	        ELSE
	            MOVE SORT-PUNKTE-BEW TO SORT-PUNKTE
	        END-IF
	    END-IF.

	0220-EIGENEN-SPIELER-ERKENNEN.
	    MOVE "N" TO ws-eigen-flag
	    IF ws-eigener-verein NOT = SPACES AND
	       EXT-VEREIN = ws-eigener-verein THEN
	        SET EIGENER-SPIELER TO TRUE
	    END-IF
	    IF NOT EIGENER-SPIELER AND STAMM-VERFUEGBAR THEN
	        MOVE EXT-SPIELER-ID TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                IF STAMM-VEREIN = EXT-VEREIN THEN
	                    SET EIGENER-SPIELER TO TRUE
	                END-IF
	        END-READ
	    END-IF.

	0300-RANGLISTE-SCHREIBEN.
	    OPEN OUTPUT REGIO-RANG-DATEI
	    MOVE SPACES TO REGIO-RANG-ZEILE
	    STRING "REGIONALE RANGLISTE  ERSTELLT=" ws-datum
	        "  VON=" ws-von-datum
	        "  BIS=" ws-bis-datum
	        "  TURNIER=" ws-turnier-filter
	        "  RANGFOLGE NACH=" ws-modus
	        DELIMITED BY SIZE INTO REGIO-RANG-ZEILE
	    WRITE REGIO-RANG-ZEILE
	    MOVE SPACES TO REGIO-RANG-ZEILE
	    STRING "* = EIGENER VEREIN (ERGEBNISSE AUS SCOREDAT),"
	        " UEBRIGE AUS DER LIGA-RUECKMELDUNG"
	        DELIMITED BY SIZE INTO REGIO-RANG-ZEILE
	    WRITE REGIO-RANG-ZEILE
	    MOVE SPACES TO REGIO-RANG-ZEILE
	    WRITE REGIO-RANG-ZEILE
	    MOVE SPACES TO REGIO-RANG-ZEILE
	    STRING "  RANG   VEREIN                SPIELER     NAME"
	        "                            TURN.    RUNDEN"
	        "  BEWEGUNG      ZIEL"
	        DELIMITED BY SIZE INTO REGIO-RANG-ZEILE
	    WRITE REGIO-RANG-ZEILE
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
	        IF SORT-EIGEN = "J" THEN
	            MOVE "*" TO ws-kennung
	        ELSE
	            MOVE SPACE TO ws-kennung
	        END-IF
	        MOVE ws-rang TO ws-rang-anz
	        MOVE SORT-TURNIERE TO ws-turniere-anz
	        MOVE SORT-RUNDEN TO ws-runden-anz
	        MOVE SORT-PUNKTE-BEW TO ws-bew-anz
	        MOVE SORT-PUNKTE-ZIEL TO ws-ziel-anz
	        MOVE SPACES TO REGIO-RANG-ZEILE
	        STRING ws-rang-anz " " ws-kennung
	            " " SORT-VEREIN
	            "  " SORT-SPIELER-ID
	            "  " SORT-NAME
	            "  " ws-turniere-anz
	            "  " ws-runden-anz
	            "  " ws-bew-anz
	            "  " ws-ziel-anz
	            DELIMITED BY SIZE INTO REGIO-RANG-ZEILE
	        WRITE REGIO-RANG-ZEILE
	        RETURN SORTIER-DATEI
	            AT END SET SORTIERUNG-ENDE TO TRUE
	        END-RETURN
	    END-PERFORM
	    MOVE SPACES TO REGIO-RANG-ZEILE
	    WRITE REGIO-RANG-ZEILE
	    MOVE SPACES TO REGIO-RANG-ZEILE
	    STRING "SPIELER GESAMT=" ws-anz-spieler
	        "  EIGENE=" ws-anz-eigene
	        "  FREMDE=" ws-anz-fremde
	        "  EIGENE IN LIGA-RUECKMELDUNG UEBERGANGEN="
	        ws-anz-doppelt
	        DELIMITED BY SIZE INTO REGIO-RANG-ZEILE
	    WRITE REGIO-RANG-ZEILE
	    CLOSE REGIO-RANG-DATEI.

	0400-SPIELER-NACHLESEN.
	    MOVE "UNBEKANNT" TO ws-stamm-name
	    MOVE "UNBEKANNT" TO ws-stamm-verein
	    IF STAMM-VERFUEGBAR THEN
	        MOVE ws-stamm-such-id TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                MOVE STAMM-NAME TO ws-stamm-name
	                MOVE STAMM-VEREIN TO ws-stamm-verein
	        END-READ
	    END-IF.
