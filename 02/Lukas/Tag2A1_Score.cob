	    SELECT SORTIER-DATEI ASSIGN TO "SRTWORK".
	    SELECT RANG-DATEI ASSIGN TO "SCORERPT"
	        ORGANIZATION IS LINE SEQUENTIAL.
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
	    05 SORT-PUNKTE-ZIEL     PIC 9(6).

	FD  RANG-DATEI
	    RECORD CONTAINS 200 CHARACTERS.
	01  RANG-ZEILE PIC X(200).

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	WORKING-STORAGE SECTION.
	77 ws-score-status PIC XX.
	77 ws-von-datum PIC X(8) VALUE "00000000".
	77 ws-bis-datum PIC X(8) VALUE "99999999".
	77 ws-spieler-filter PIC X(10) VALUE SPACES.
	77 ws-turnier-filter PIC X(10) VALUE SPACES.
	77 ws-rang PIC 9(4) VALUE ZERO.
	77 ws-stamm-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-stamm-name PIC X(30) VALUE SPACES.
	77 ws-stamm-verein PIC X(20) VALUE SPACES.


	PROCEDURE DIVISION.
	        MOVE "99999999" TO ws-bis-datum
	    END-IF
	    ACCEPT ws-spieler-filter FROM ENVIRONMENT "AOC_SPIELER"
	    ACCEPT ws-turnier-filter FROM ENVIRONMENT "AOC_TURNIER"

	    SORT SORTIER-DATEI ON DESCENDING KEY SORT-PUNKTE-BEW
	        INPUT PROCEDURE 0100-SCORES-LADEN
	        IF SCORE-DATUM >= ws-von-datum AND
	           SCORE-DATUM <= ws-bis-datum AND
	           (ws-spieler-filter = SPACES OR
	            SCORE-SPIELER-ID = ws-spieler-filter) AND
	           (ws-turnier-filter = SPACES OR
	            SCORE-TURNIER-ID = ws-turnier-filter) THEN
	            MOVE SCORE-SPIELER-ID TO SORT-SPIELER-ID
	            MOVE SCORE-TURNIER-ID TO SORT-TURNIER-ID
	            MOVE SCORE-DATUM TO SORT-DATUM
	            MOVE SCORE-MODUS TO SORT-MODUS
	            MOVE SCORE-PUNKTE-BEW TO SORT-PUNKTE-BEW

	0200-RANGLISTE-SCHREIBEN.
	    OPEN OUTPUT RANG-DATEI
	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        CLOSE SPIELER-DATEI
	    END-IF
	    RETURN SORTIER-DATEI
	        AT END SET SORTIERUNG-ENDE TO TRUE
	    END-RETURN
	    PERFORM WITH TEST BEFORE UNTIL SORTIERUNG-ENDE
	        ADD 1 TO ws-rang
	        PERFORM 0250-SPIELER-NACHLESEN
	        MOVE SPACES TO RANG-ZEILE
	        STRING "RANG " ws-rang
	            "  SPIELER=" SORT-SPIELER-ID
	            "  NAME=" ws-stamm-name
	            "  VEREIN=" ws-stamm-verein
	            "  TURNIER=" SORT-TURNIER-ID
	            "  DATUM=" SORT-DATUM
	            "  MODUS=" SORT-MODUS
	            "  BEWEGUNG=" SORT-PUNKTE-BEW
	            AT END SET SORTIERUNG-ENDE TO TRUE
	        END-RETURN
	    END-PERFORM
	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF
	    CLOSE RANG-DATEI.

	0250-SPIELER-NACHLESEN.
	    MOVE "UNBEKANNT" TO ws-stamm-name
	    MOVE "UNBEKANNT" TO ws-stamm-verein
	    IF STAMM-VERFUEGBAR THEN
	        MOVE SORT-SPIELER-ID TO STAMM-SPIELER-ID
	        READ SPIELER-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                MOVE STAMM-NAME TO ws-stamm-name
	                MOVE STAMM-VEREIN TO ws-stamm-verein
	        END-READ
	    END-IF.
