	        ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT TURNDET-EXPORT-DATEI ASSIGN TO "TURNDEXP"
	        ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.

	DATA DIVISION.
	FILE SECTION.
	COPY TURNDET.

	FD  SCORE-EXPORT-DATEI
	    RECORD CONTAINS 140 CHARACTERS.
	01  SCORE-EXPORT-ZEILE PIC X(140).

	FD  TURNIER-EXPORT-DATEI
	    RECORD CONTAINS 80 CHARACTERS.
	01  TURNIER-EXPORT-ZEILE PIC X(80).

	FD  TURNDET-EXPORT-DATEI
	    RECORD CONTAINS 160 CHARACTERS.
	01  TURNDET-EXPORT-ZEILE PIC X(160).

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	WORKING-STORAGE SECTION.
	77 ws-score-status PIC XX.
	77 ws-turnier-status PIC XX.
	77 ws-turndet-status PIC XX.
	77 ws-stamm-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-stamm-such-id PIC X(10) VALUE SPACES.
	77 ws-stamm-name PIC X(30) VALUE SPACES.
	77 ws-stamm-verein PIC X(20) VALUE SPACES.
	77 ws-score-ende PIC X VALUE "N".
	    88 SCORE-ENDE VALUE "J".
	77 ws-turnier-ende PIC X VALUE "N".
	        MOVE "N" TO ws-details-flag
	    END-IF

	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        DISPLAY "WARNUNG: SPIELERSTAMM NICHT VERFUEGBAR,"
	            " STATUS=" ws-stamm-status
	        CLOSE SPIELER-DATEI
	    END-IF

	    PERFORM 0100-SCORES-EXPORTIEREN
	    PERFORM 0200-TURNIERE-EXPORTIEREN
	    IF DETAILS-EXPORTIEREN THEN
	        PERFORM 0300-DETAILS-EXPORTIEREN
	    END-IF
	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF

	    DISPLAY "EXPORT VON=" ws-von-datum "  BIS=" ws-bis-datum
	        "  TURNIER=" ws-turnier-filter
	0100-SCORES-EXPORTIEREN.
	    OPEN OUTPUT SCORE-EXPORT-DATEI
	    MOVE SPACES TO SCORE-EXPORT-ZEILE
	    STRING "SPIELER;NAME;VEREIN;TURNIER;DATUM;MODUS;"
	        "PUNKTE_BEWEGUNG;PUNKTE_ZIEL;RUNDEN"
	        DELIMITED BY SIZE INTO SCORE-EXPORT-ZEILE
	    WRITE SCORE-EXPORT-ZEILE
	    OPEN INPUT SCORE-DATEI
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL SCORE-ENDE
	        IF SCORE-DATUM >= ws-von-datum AND
	           SCORE-DATUM <= ws-bis-datum AND
	           (ws-turnier-filter = SPACES OR
	            SCORE-TURNIER-ID = ws-turnier-filter) THEN
	            MOVE SCORE-SPIELER-ID TO ws-stamm-such-id
	            PERFORM 0400-SPIELER-NACHLESEN
	            MOVE SPACES TO SCORE-EXPORT-ZEILE
	            STRING SCORE-SPIELER-ID ";"
	                ws-stamm-name ";"
	                ws-stamm-verein ";"
	                SCORE-TURNIER-ID ";"
	                SCORE-DATUM ";"
	                SCORE-MODUS ";"
	                SCORE-PUNKTE-BEW ";"
	                SCORE-PUNKTE-ZIEL ";"
	                SCORE-RUNDEN
	                DELIMITED BY SIZE INTO SCORE-EXPORT-ZEILE
	            WRITE SCORE-EXPORT-ZEILE
	            ADD 1 TO ws-anz-scores
	0300-DETAILS-EXPORTIEREN.
	    OPEN OUTPUT TURNDET-EXPORT-DATEI
	    MOVE SPACES TO TURNDET-EXPORT-ZEILE
	    STRING "TURNIER;DATUM;RUNDE;SPIELER;NAME;VEREIN;"
	        "GEGNER;EIGENER;"
	        "PUNKTE_BEWEGUNG;PUNKTE_ZIEL;"
	        "GESAMT_BEWEGUNG;GESAMT_ZIEL"
	        DELIMITED BY SIZE INTO TURNDET-EXPORT-ZEILE
	           TURNDET-DATUM <= ws-bis-datum AND
	           (ws-turnier-filter = SPACES OR
	            TURNDET-TURNIER-ID = ws-turnier-filter) THEN
	            MOVE TURNDET-SPIELER-ID TO ws-stamm-such-id
	            PERFORM 0400-SPIELER-NACHLESEN
	            MOVE SPACES TO TURNDET-EXPORT-ZEILE
	            STRING TURNDET-TURNIER-ID ";"
	                TURNDET-DATUM ";"
	                TURNDET-RUNDE ";"
	                TURNDET-SPIELER-ID ";"
	                ws-stamm-name ";"
	                ws-stamm-verein ";"
	                TURNDET-GEGNER ";"
	                TURNDET-EIGENER ";"
	                TURNDET-PUNKTE-BEW ";"
	    END-PERFORM
	    CLOSE TURNIER-DETAIL-DATEI
	    CLOSE TURNDET-EXPORT-DATEI.

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
