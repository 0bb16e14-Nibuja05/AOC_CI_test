	    SELECT SORTIER-DATEI ASSIGN TO "SRTWORK".
	    SELECT TURNIER-RANG-DATEI ASSIGN TO "TRNRANGR"
	        ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT SPIELER-DATEI ASSIGN TO "SPIELERDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS STAMM-SPIELER-ID
	        FILE STATUS IS ws-stamm-status.

	DATA DIVISION.
	FILE SECTION.
	    05 SORT-MODUS PIC X(8).
	    05 SORT-PUNKTE-BEW PIC 9(6).
	    05 SORT-PUNKTE-ZIEL PIC 9(6).
	    05 SORT-RUNDEN PIC 9(6).

	FD  TURNIER-RANG-DATEI
	    RECORD CONTAINS 160 CHARACTERS.
	01  TURNIER-RANG-ZEILE PIC X(160).

	FD  SPIELER-DATEI.
	COPY SPIELREC.

	WORKING-STORAGE SECTION.
	77 ws-turnier-status PIC XX.
	77 ws-rang PIC 9(4) VALUE ZERO.
	77 ws-turn-anzahl PIC 9(3) VALUE ZERO.
	77 ws-anz-verworfen PIC 9(4) VALUE ZERO.
	77 ws-stamm-status PIC XX.
	77 ws-stamm-flag PIC X VALUE "N".
	    88 STAMM-VERFUEGBAR VALUE "J".
	77 ws-stamm-name PIC X(30) VALUE SPACES.
	77 ws-stamm-verein PIC X(20) VALUE SPACES.
	77 ws-sort-offen PIC X VALUE "N".
	    88 SORT-SATZ-OFFEN VALUE "J".
	    88 SORT-SATZ-LEER  VALUE "N".
	77 ws-kopf-datum PIC X(8) VALUE SPACES.
	01 TURNIER-TABELLE.
	    05 TURNIER-EINTRAG OCCURS 1 TO 500 TIMES
	        DEPENDING ON ws-turn-anzahl
	        END-READ
	    END-IF
	    PERFORM WITH TEST BEFORE UNTIL SCORE-ENDE
	        IF ws-turnier-filter = SPACES OR
	           SCORE-TURNIER-ID = ws-turnier-filter THEN
	            PERFORM 0210-SCORE-SAMMELN
	        END-IF
	        READ SCORE-DATEI NEXT RECORD
	            AT END SET SCORE-ENDE TO TRUE
	        END-READ
	    END-PERFORM
	    IF SORT-SATZ-OFFEN THEN
	        RELEASE SORT-SATZ
	    END-IF
	    CLOSE SCORE-DATEI.

	0210-SCORE-SAMMELN.
	    IF SORT-SATZ-OFFEN AND
	       (SORT-SPIELER-ID NOT = SCORE-SPIELER-ID OR
	        SORT-TURNIER-ID NOT = SCORE-TURNIER-ID) THEN
	        RELEASE SORT-SATZ
	        SET SORT-SATZ-LEER TO TRUE
	    END-IF
	    IF SORT-SATZ-LEER THEN
	        MOVE SCORE-TURNIER-ID TO SORT-TURNIER-ID
	        MOVE SCORE-SPIELER-ID TO SORT-SPIELER-ID
	        MOVE SCORE-DATUM TO SORT-DATUM
	        MOVE SCORE-MODUS TO SORT-MODUS
	        MOVE SCORE-PUNKTE-BEW TO SORT-PUNKTE-BEW
	        MOVE SCORE-PUNKTE-ZIEL TO SORT-PUNKTE-ZIEL
	        MOVE SCORE-RUNDEN TO SORT-RUNDEN
	        SET SORT-SATZ-OFFEN TO TRUE
	    ELSE
	        IF SORT-MODUS NOT = SCORE-MODUS THEN
	            MOVE "GEMISCHT" TO SORT-MODUS
	        END-IF
	        MOVE SCORE-DATUM TO SORT-DATUM
	        ADD SCORE-PUNKTE-BEW TO SORT-PUNKTE-BEW
	        ADD SCORE-PUNKTE-ZIEL TO SORT-PUNKTE-ZIEL
	        ADD SCORE-RUNDEN TO SORT-RUNDEN
	    END-IF.

	0300-RANGLISTE-SCHREIBEN.
	    OPEN OUTPUT TURNIER-RANG-DATEI
	    OPEN INPUT SPIELER-DATEI
	    IF ws-stamm-status = "00" THEN
	        SET STAMM-VERFUEGBAR TO TRUE
	    ELSE
	        CLOSE SPIELER-DATEI
	    END-IF
	    IF ws-anz-verworfen > ZERO THEN
	        MOVE SPACES TO TURNIER-RANG-ZEILE
	        STRING "WARNUNG: " ws-anz-verworfen
	        IF SORT-TURNIER-ID NOT = ws-akt-turnier-id THEN
	            MOVE SORT-TURNIER-ID TO ws-akt-turnier-id
	            MOVE ZERO TO ws-rang
	            MOVE SORT-DATUM TO ws-kopf-datum
	            SET TURN-IDX TO 1
	            SEARCH TURNIER-EINTRAG
	                AT END CONTINUE
	                WHEN TAB-TURNIER-ID(TURN-IDX) = SORT-TURNIER-ID
	                    MOVE TAB-TURNIER-DATUM(TURN-IDX)
	                        TO ws-kopf-datum
	            END-SEARCH
	            MOVE SPACES TO TURNIER-RANG-ZEILE
	            STRING "TURNIER=" SORT-TURNIER-ID
	                "  DATUM=" ws-kopf-datum
	                DELIMITED BY SIZE INTO TURNIER-RANG-ZEILE
	            WRITE TURNIER-RANG-ZEILE
	        END-IF
	        ADD 1 TO ws-rang
	        PERFORM 0350-SPIELER-NACHLESEN
	        MOVE SPACES TO TURNIER-RANG-ZEILE
	        STRING "  RANG " ws-rang
	            "  SPIELER=" SORT-SPIELER-ID
	            "  NAME=" ws-stamm-name
	            "  VEREIN=" ws-stamm-verein
	            "  MODUS=" SORT-MODUS
	            "  BEWEGUNG=" SORT-PUNKTE-BEW
	            "  ZIEL=" SORT-PUNKTE-ZIEL
	            "  RUNDEN=" SORT-RUNDEN
	            DELIMITED BY SIZE INTO TURNIER-RANG-ZEILE
	        WRITE TURNIER-RANG-ZEILE
	        RETURN SORTIER-DATEI
	            AT END SET SORTIERUNG-ENDE TO TRUE
	        END-RETURN
	    END-PERFORM
	    IF STAMM-VERFUEGBAR THEN
	        CLOSE SPIELER-DATEI
	    END-IF
	    CLOSE TURNIER-RANG-DATEI.

	0350-SPIELER-NACHLESEN.
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
