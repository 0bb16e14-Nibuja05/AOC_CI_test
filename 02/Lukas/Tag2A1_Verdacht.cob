	IDENTIFICATION DIVISION.
	PROGRAM-ID. AoC_Tag_1_Verdacht.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT TURNIER-DETAIL-DATEI ASSIGN TO "TURNDETDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS TURNDET-SCHLUESSEL
	        ALTERNATE RECORD KEY IS TURNDET-SPIELER-SCHLUESSEL
	            WITH DUPLICATES
	        FILE STATUS IS ws-turndet-status.
	    SELECT REGEL-DATEI ASSIGN TO "REGELDAT"
	        ORGANIZATION IS LINE SEQUENTIAL
	        FILE STATUS IS ws-regel-status.
	    SELECT VERDACHT-DATEI ASSIGN TO "VERDRPT"
	        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.
	FD  TURNIER-DETAIL-DATEI.
	COPY TURNDET.

	FD  REGEL-DATEI
	    RECORD CONTAINS 11 CHARACTERS.
	COPY REGELREC.

	FD  VERDACHT-DATEI
	    RECORD CONTAINS 160 CHARACTERS.
	01  VERDACHT-ZEILE PIC X(160).

	WORKING-STORAGE SECTION.
	COPY REGELSTD.
	77 ws-turndet-status PIC XX.
	77 ws-regel-status PIC XX.
	77 ws-detail-ende PIC X VALUE "N".
	    88 DETAIL-ENDE VALUE "J".
	77 ws-regel-ende PIC X VALUE "N".
	    88 REGEL-ENDE VALUE "J".
	77 ws-modus PIC X(8) VALUE "BEWEGUNG".
	    88 MODUS-BEWEGUNG VALUE "BEWEGUNG".
	    88 MODUS-ZIEL     VALUE "ZIEL".
	77 ws-turnier-filter PIC X(10) VALUE SPACES.
	77 ws-datum PIC X(8) VALUE SPACES.
	77 ws-zahl-in PIC X(6) VALUE SPACES.
	77 ws-zahl-wert PIC 9(6) VALUE ZERO.
	77 ws-ziffer-x PIC X VALUE SPACE.
	77 ws-ziffer-9 PIC 9 VALUE ZERO.
	77 ws-scan-idx PIC 9 VALUE ZERO.
	77 ws-zahl-ok PIC X VALUE "J".
	    88 ZAHL-GUELTIG   VALUE "J".
	    88 ZAHL-UNGUELTIG VALUE "N".
	77 ws-min-runden PIC 9(3) VALUE 10.
	77 ws-schwelle-gleich PIC 9(3) VALUE 90.
	77 ws-schwelle-optimal PIC 9(3) VALUE 25.
	77 ws-schwelle-sprung PIC 9(3) VALUE 50.
	77 ws-min-historie PIC 9(3) VALUE 2.
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
	01 SIM-GEGNER-CODES PIC X(3) VALUE "ABC".
	01 BESTE-ANTWORT-TABELLE.
	    05 BESTE-ANTWORT OCCURS 3 TIMES.
	        10 BA-GEGNER  PIC X.
	        10 BA-EIGENER PIC X.
	        10 BA-PUNKTE  PIC 9(3).
	77 ws-ba-idx PIC 9 VALUE ZERO.
	77 ws-regel-punkte PIC 9(3) VALUE ZERO.
	77 ws-seq-max PIC 9(4) VALUE 999.
	77 ws-seq-anzahl PIC 9(4) VALUE ZERO.
	77 ws-zug-max PIC 9(3) VALUE 300.
	77 ws-seq-a PIC 9(4) VALUE ZERO.
	77 ws-seq-b PIC 9(4) VALUE ZERO.
	77 ws-seq-start PIC 9(4) VALUE ZERO.
	77 ws-seq-gefunden PIC 9(4) VALUE ZERO.
	77 ws-spieler-beginn PIC 9(4) VALUE 1.
	77 ws-akt-spieler PIC X(10) VALUE SPACES.
	77 ws-anz-details PIC 9(8) VALUE ZERO.
	77 ws-anz-verworfen PIC 9(8) VALUE ZERO.
	77 ws-zug-idx PIC 9(3) VALUE ZERO.
	77 ws-vergleich-laenge PIC 9(3) VALUE ZERO.
	77 ws-anz-gleich PIC 9(3) VALUE ZERO.
	77 ws-folge-laenge PIC 9(3) VALUE ZERO.
	77 ws-folge-beginn PIC 9(3) VALUE ZERO.
	77 ws-max-laenge PIC 9(3) VALUE ZERO.
	77 ws-max-beginn PIC 9(3) VALUE ZERO.
	77 ws-max-ende PIC 9(3) VALUE ZERO.
	77 ws-quote PIC 9(3) VALUE ZERO.
	77 ws-normal-quote PIC 9(3) VALUE ZERO.
	77 ws-optimal-grenze PIC 9(4) VALUE ZERO.
	77 ws-ges-zuege PIC 9(8) VALUE ZERO.
	77 ws-ges-optimal PIC 9(8) VALUE ZERO.
	77 ws-score PIC 9(3) VALUE ZERO.
	77 ws-punkte-runde PIC 9(3)V99 VALUE ZERO.
	77 ws-hist-summe PIC 9(7)V99 VALUE ZERO.
	77 ws-hist-anzahl PIC 9(4) VALUE ZERO.
	77 ws-hist-schnitt PIC 9(3)V99 VALUE ZERO.
	77 ws-steigerung PIC 9(6) VALUE ZERO.
	77 ws-punkte-runde-anz PIC ZZ9.99.
	77 ws-hist-schnitt-anz PIC ZZ9.99.
	77 ws-befunde-gleich PIC 9(4) VALUE ZERO.
	77 ws-befunde-optimal PIC 9(4) VALUE ZERO.
	77 ws-befunde-sprung PIC 9(4) VALUE ZERO.
	77 ws-befunde-gesamt PIC 9(4) VALUE ZERO.
	01 SEQUENZ-TABELLE.
	    05 SEQ-EINTRAG OCCURS 1 TO 999 TIMES
	        DEPENDING ON ws-seq-anzahl.
	        10 SEQ-SPIELER    PIC X(10).
	        10 SEQ-TURNIER    PIC X(10).
	        10 SEQ-DATUM-VON  PIC X(8).
	        10 SEQ-DATUM-BIS  PIC X(8).
	        10 SEQ-RUNDE-VON  PIC 9(6).
	        10 SEQ-RUNDE-BIS  PIC 9(6).
	        10 SEQ-ANZAHL     PIC 9(6).
	        10 SEQ-PUNKTE     PIC 9(8).
	        10 SEQ-OPTIMAL    PIC 9(6).
	        10 SEQ-ZUG OCCURS 300 TIMES.
	            15 SEQ-Z-GEGNER  PIC X.
	            15 SEQ-Z-EIGENER PIC X.
	            15 SEQ-Z-RUNDE   PIC 9(6).
	77 ws-hst-max PIC 9(5) VALUE 9999.
	77 ws-hst-anzahl PIC 9(5) VALUE ZERO.
	77 ws-hst-a PIC 9(5) VALUE ZERO.
	77 ws-hst-gefunden PIC 9(5) VALUE ZERO.
	77 ws-hst-beginn PIC 9(5) VALUE 1.
	77 ws-hst-punkte-runde PIC 9(3)V99 VALUE ZERO.
	01 HISTORIE-TABELLE.
	    05 HST-EINTRAG OCCURS 1 TO 9999 TIMES
	        DEPENDING ON ws-hst-anzahl.
	        10 HST-SPIELER    PIC X(10).
	        10 HST-TURNIER    PIC X(10).
	        10 HST-DATUM-VON  PIC X(8).
	        10 HST-ANZAHL     PIC 9(6).
	        10 HST-PUNKTE     PIC 9(8).
	        10 HST-OPTIMAL    PIC 9(6).


	PROCEDURE DIVISION.
	    ACCEPT ws-modus FROM ENVIRONMENT "AOC_MODUS"
	    IF ws-modus NOT = "BEWEGUNG" AND ws-modus NOT = "ZIEL" THEN
	        MOVE "BEWEGUNG" TO ws-modus
	    END-IF
	    ACCEPT ws-turnier-filter FROM ENVIRONMENT "AOC_TURNIER"
	    ACCEPT ws-datum FROM DATE YYYYMMDD
	    ACCEPT ws-zahl-in FROM ENVIRONMENT "AOC_MIN_RUNDEN"
	    PERFORM 0010-ZAHL-UMSETZEN
	    IF ZAHL-GUELTIG AND ws-zahl-wert > ZERO THEN
	        MOVE ws-zahl-wert TO ws-min-runden
	    END-IF
	    ACCEPT ws-zahl-in FROM ENVIRONMENT "AOC_SCHWELLE_GLEICH"
	    PERFORM 0010-ZAHL-UMSETZEN
	    IF ZAHL-GUELTIG AND ws-zahl-wert > ZERO AND
	       ws-zahl-wert <= 100 THEN
	        MOVE ws-zahl-wert TO ws-schwelle-gleich
	    END-IF
	    ACCEPT ws-zahl-in FROM ENVIRONMENT "AOC_SCHWELLE_OPTIMAL"
	    PERFORM 0010-ZAHL-UMSETZEN
	    IF ZAHL-GUELTIG AND ws-zahl-wert > ZERO AND
	       ws-zahl-wert <= 100 THEN
	        MOVE ws-zahl-wert TO ws-schwelle-optimal
	    END-IF
	    ACCEPT ws-zahl-in FROM ENVIRONMENT "AOC_SCHWELLE_SPRUNG"
	    PERFORM 0010-ZAHL-UMSETZEN
	    IF ZAHL-GUELTIG AND ws-zahl-wert > ZERO THEN
	        MOVE ws-zahl-wert TO ws-schwelle-sprung
	    END-IF
	    ACCEPT ws-zahl-in FROM ENVIRONMENT "AOC_MIN_HISTORIE"
	    PERFORM 0010-ZAHL-UMSETZEN
	    IF ZAHL-GUELTIG AND ws-zahl-wert > ZERO THEN
	        MOVE ws-zahl-wert TO ws-min-historie
	    END-IF

	    PERFORM 0050-REGELN-LADEN
	    PERFORM 0060-BESTE-ANTWORT-ERMITTELN

	    OPEN OUTPUT VERDACHT-DATEI
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "VERDACHTSBERICHT SPIELVERHALTEN  ERSTELLT="
	        ws-datum
	        "  MODUS=" ws-modus
	        "  TURNIER=" ws-turnier-filter
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "PARAMETER  MIN-RUNDEN=" ws-min-runden
	        "  SCHWELLE-GLEICH=" ws-schwelle-gleich
	        "%  SCHWELLE-OPTIMAL=+" ws-schwelle-optimal
	        "%  SCHWELLE-SPRUNG=+" ws-schwelle-sprung
	        "%  MIN-HISTORIE=" ws-min-historie
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "BESTE ANTWORT  A=" BA-EIGENER(1)
	        "  B=" BA-EIGENER(2)
	        "  C=" BA-EIGENER(3)
	        "  (" ws-regel-anzahl " REGELN)"
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE

	    PERFORM 0100-DETAILS-LADEN
	    IF ws-turndet-status NOT = "00" THEN
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "TURNIER-DETAIL-DATEI NICHT VERFUEGBAR, STATUS="
	            ws-turndet-status
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	        CLOSE VERDACHT-DATEI
	        DISPLAY "TURNIER-DETAIL-DATEI NICHT VERFUEGBAR, STATUS="
	            ws-turndet-status
	        MOVE 8 TO RETURN-CODE
	        STOP RUN
	    END-IF
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "RUNDEN GELESEN=" ws-anz-details
	        "  SPIELER/TURNIER-FOLGEN=" ws-seq-anzahl
	        "  NICHT ZUGEORDNET=" ws-anz-verworfen
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    IF ws-anz-verworfen > ZERO THEN
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "WARNUNG: TABELLE VOLL, " ws-anz-verworfen
	            " RUNDEN NICHT GEPRUEFT, BERICHT UNVOLLSTAENDIG"
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	    END-IF

	    PERFORM 0200-GLEICHE-FOLGEN
	    PERFORM 0300-BESTE-ANTWORT-QUOTE
	    PERFORM 0400-LEISTUNGSSPRUENGE

	    COMPUTE ws-befunde-gesamt = ws-befunde-gleich +
	        ws-befunde-optimal + ws-befunde-sprung
	    MOVE SPACES TO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "BEFUNDE GESAMT=" ws-befunde-gesamt
	        "  GLEICHE FOLGEN=" ws-befunde-gleich
	        "  BESTE ANTWORT=" ws-befunde-optimal
	        "  LEISTUNGSSPRUNG=" ws-befunde-sprung
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    CLOSE VERDACHT-DATEI
	    DISPLAY "VERDACHTSBERICHT ERSTELLT, BEFUNDE: "
	        ws-befunde-gesamt
	    IF ws-befunde-gesamt > ZERO THEN
	        MOVE 4 TO RETURN-CODE
	    END-IF
	    IF ws-anz-verworfen > ZERO THEN
	        DISPLAY "WARNUNG: " ws-anz-verworfen
	            " RUNDEN NICHT ZUGEORDNET (TABELLE VOLL),"
	            " BERICHT UNVOLLSTAENDIG"
	        MOVE 8 TO RETURN-CODE
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
	    END-PERFORM
	    MOVE SPACES TO ws-zahl-in.

	0050-REGELN-LADEN.
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

	0060-BESTE-ANTWORT-ERMITTELN.
	    PERFORM VARYING ws-ba-idx FROM 1 BY 1 UNTIL ws-ba-idx > 3
	        MOVE SIM-GEGNER-CODES(ws-ba-idx:1) TO
	            BA-GEGNER(ws-ba-idx)
	        MOVE SPACE TO BA-EIGENER(ws-ba-idx)
	        MOVE ZERO TO BA-PUNKTE(ws-ba-idx)
	        PERFORM VARYING REGEL-IDX FROM 1 BY 1
	            UNTIL REGEL-IDX > ws-regel-anzahl
	            IF TAB-GEGNER-CODE(REGEL-IDX) = BA-GEGNER(ws-ba-idx)
	                IF MODUS-ZIEL THEN
	                    MOVE TAB-PUNKTE-ZIEL(REGEL-IDX) TO
	                        ws-regel-punkte
	                ELSE
	                    MOVE TAB-PUNKTE-BEW(REGEL-IDX) TO
	                        ws-regel-punkte
	                END-IF
	                IF BA-EIGENER(ws-ba-idx) = SPACE OR
	                   ws-regel-punkte > BA-PUNKTE(ws-ba-idx) THEN
	                    MOVE ws-regel-punkte TO BA-PUNKTE(ws-ba-idx)
	                    MOVE TAB-EIGENER-CODE(REGEL-IDX) TO
	                        BA-EIGENER(ws-ba-idx)
	                END-IF
	            END-IF
	        END-PERFORM
	    END-PERFORM.

	0100-DETAILS-LADEN.
	    OPEN INPUT TURNIER-DETAIL-DATEI
	    IF ws-turndet-status = "00" THEN
	        MOVE LOW-VALUES TO TURNDET-SPIELER-SCHLUESSEL
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
	            ADD 1 TO ws-anz-details
	            PERFORM 0110-DETAIL-ZUORDNEN
	            READ TURNIER-DETAIL-DATEI NEXT RECORD
	                AT END SET DETAIL-ENDE TO TRUE
	            END-READ
	        END-PERFORM
	        CLOSE TURNIER-DETAIL-DATEI
	        MOVE "00" TO ws-turndet-status
	    ELSE
	        CLOSE TURNIER-DETAIL-DATEI
	    END-IF.

	0110-DETAIL-ZUORDNEN.
	    IF TURNDET-SPIELER-ID NOT = ws-akt-spieler THEN
	        MOVE TURNDET-SPIELER-ID TO ws-akt-spieler
	        COMPUTE ws-spieler-beginn = ws-seq-anzahl + 1
	        COMPUTE ws-hst-beginn = ws-hst-anzahl + 1
	    END-IF
	    IF ws-turnier-filter NOT = SPACES AND
	       TURNDET-TURNIER-ID NOT = ws-turnier-filter THEN
	        PERFORM 0130-HISTORIE-ERFASSEN
	    ELSE
	        PERFORM 0115-FOLGE-ZUORDNEN
	    END-IF.

	0115-FOLGE-ZUORDNEN.
	    MOVE ZERO TO ws-seq-gefunden
	    PERFORM VARYING ws-seq-a FROM ws-spieler-beginn BY 1
	        UNTIL ws-seq-a > ws-seq-anzahl
	           OR ws-seq-gefunden > ZERO
	        IF SEQ-TURNIER(ws-seq-a) = TURNDET-TURNIER-ID THEN
	            MOVE ws-seq-a TO ws-seq-gefunden
	        END-IF
	    END-PERFORM
	    IF ws-seq-gefunden = ZERO THEN
	        IF ws-seq-anzahl < ws-seq-max THEN
	            ADD 1 TO ws-seq-anzahl
	            MOVE ws-seq-anzahl TO ws-seq-gefunden
	            MOVE TURNDET-SPIELER-ID TO
	                SEQ-SPIELER(ws-seq-gefunden)
	            MOVE TURNDET-TURNIER-ID TO
	                SEQ-TURNIER(ws-seq-gefunden)
	            MOVE TURNDET-DATUM TO SEQ-DATUM-VON(ws-seq-gefunden)
	            MOVE TURNDET-DATUM TO SEQ-DATUM-BIS(ws-seq-gefunden)
	            MOVE TURNDET-RUNDE TO SEQ-RUNDE-VON(ws-seq-gefunden)
	            MOVE TURNDET-RUNDE TO SEQ-RUNDE-BIS(ws-seq-gefunden)
	            MOVE ZERO TO SEQ-ANZAHL(ws-seq-gefunden)
	            MOVE ZERO TO SEQ-PUNKTE(ws-seq-gefunden)
	            MOVE ZERO TO SEQ-OPTIMAL(ws-seq-gefunden)
	        ELSE
	            ADD 1 TO ws-anz-verworfen
	        END-IF
	    END-IF
	    IF ws-seq-gefunden > ZERO THEN
	        PERFORM 0120-ZUG-ERFASSEN
	    END-IF.

	0120-ZUG-ERFASSEN.
	    ADD 1 TO SEQ-ANZAHL(ws-seq-gefunden)
	    IF SEQ-ANZAHL(ws-seq-gefunden) <= ws-zug-max THEN
	        MOVE SEQ-ANZAHL(ws-seq-gefunden) TO ws-zug-idx
	        MOVE TURNDET-GEGNER TO
	            SEQ-Z-GEGNER(ws-seq-gefunden, ws-zug-idx)
	        MOVE TURNDET-EIGENER TO
	            SEQ-Z-EIGENER(ws-seq-gefunden, ws-zug-idx)
	        MOVE TURNDET-RUNDE TO
	            SEQ-Z-RUNDE(ws-seq-gefunden, ws-zug-idx)
	    END-IF
	    IF TURNDET-DATUM < SEQ-DATUM-VON(ws-seq-gefunden) THEN
	        MOVE TURNDET-DATUM TO SEQ-DATUM-VON(ws-seq-gefunden)
	    END-IF
	    IF TURNDET-DATUM > SEQ-DATUM-BIS(ws-seq-gefunden) THEN
	        MOVE TURNDET-DATUM TO SEQ-DATUM-BIS(ws-seq-gefunden)
	    END-IF
	    IF TURNDET-RUNDE < SEQ-RUNDE-VON(ws-seq-gefunden) THEN
	        MOVE TURNDET-RUNDE TO SEQ-RUNDE-VON(ws-seq-gefunden)
	    END-IF
	    IF TURNDET-RUNDE > SEQ-RUNDE-BIS(ws-seq-gefunden) THEN
	        MOVE TURNDET-RUNDE TO SEQ-RUNDE-BIS(ws-seq-gefunden)
	    END-IF
	    IF MODUS-ZIEL THEN
	        ADD TURNDET-PUNKTE-ZIEL TO SEQ-PUNKTE(ws-seq-gefunden)
	    ELSE
	        ADD TURNDET-PUNKTE-BEW TO SEQ-PUNKTE(ws-seq-gefunden)
	    END-IF
	    PERFORM VARYING ws-ba-idx FROM 1 BY 1 UNTIL ws-ba-idx > 3
	        IF BA-GEGNER(ws-ba-idx) = TURNDET-GEGNER AND
	           BA-EIGENER(ws-ba-idx) = TURNDET-EIGENER THEN
	            ADD 1 TO SEQ-OPTIMAL(ws-seq-gefunden)
	        END-IF
	    END-PERFORM.

	0130-HISTORIE-ERFASSEN.
	    MOVE ZERO TO ws-hst-gefunden
	    PERFORM VARYING ws-hst-a FROM ws-hst-beginn BY 1
	        UNTIL ws-hst-a > ws-hst-anzahl
	           OR ws-hst-gefunden > ZERO
	        IF HST-TURNIER(ws-hst-a) = TURNDET-TURNIER-ID THEN
	            MOVE ws-hst-a TO ws-hst-gefunden
	        END-IF
	    END-PERFORM
	    IF ws-hst-gefunden = ZERO THEN
	        IF ws-hst-anzahl < ws-hst-max THEN
	            ADD 1 TO ws-hst-anzahl
	            MOVE ws-hst-anzahl TO ws-hst-gefunden
	            MOVE TURNDET-SPIELER-ID TO
	                HST-SPIELER(ws-hst-gefunden)
	            MOVE TURNDET-TURNIER-ID TO
	                HST-TURNIER(ws-hst-gefunden)
	            MOVE TURNDET-DATUM TO HST-DATUM-VON(ws-hst-gefunden)
	            MOVE ZERO TO HST-ANZAHL(ws-hst-gefunden)
	            MOVE ZERO TO HST-PUNKTE(ws-hst-gefunden)
	            MOVE ZERO TO HST-OPTIMAL(ws-hst-gefunden)
	        ELSE
	            ADD 1 TO ws-anz-verworfen
	        END-IF
	    END-IF
	    IF ws-hst-gefunden > ZERO THEN
	        ADD 1 TO HST-ANZAHL(ws-hst-gefunden)
	        IF TURNDET-DATUM < HST-DATUM-VON(ws-hst-gefunden) THEN
	            MOVE TURNDET-DATUM TO HST-DATUM-VON(ws-hst-gefunden)
	        END-IF
	        IF MODUS-ZIEL THEN
	            ADD TURNDET-PUNKTE-ZIEL
	                TO HST-PUNKTE(ws-hst-gefunden)
	        ELSE
	            ADD TURNDET-PUNKTE-BEW
	                TO HST-PUNKTE(ws-hst-gefunden)
	        END-IF
	        PERFORM VARYING ws-ba-idx FROM 1 BY 1
	            UNTIL ws-ba-idx > 3
	            IF BA-GEGNER(ws-ba-idx) = TURNDET-GEGNER AND
	               BA-EIGENER(ws-ba-idx) = TURNDET-EIGENER THEN
	                ADD 1 TO HST-OPTIMAL(ws-hst-gefunden)
	            END-IF
	        END-PERFORM
	    END-IF.

	0200-GLEICHE-FOLGEN.
	    MOVE SPACES TO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "GLEICHE ZUGFOLGEN (GEGNER/EIGENER) IM SELBEN"
	        " TURNIER, SCORE = ANTEIL GLEICHER ZUEGE IN %"
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    PERFORM VARYING ws-seq-a FROM 1 BY 1
	        UNTIL ws-seq-a > ws-seq-anzahl
	        IF (ws-turnier-filter = SPACES OR
	            SEQ-TURNIER(ws-seq-a) = ws-turnier-filter) AND
	           SEQ-ANZAHL(ws-seq-a) >= ws-min-runden THEN
	            COMPUTE ws-seq-start = ws-seq-a + 1
	            PERFORM VARYING ws-seq-b FROM ws-seq-start BY 1
	                UNTIL ws-seq-b > ws-seq-anzahl
	                IF SEQ-TURNIER(ws-seq-b) =
	                   SEQ-TURNIER(ws-seq-a) AND
	                   SEQ-SPIELER(ws-seq-b) NOT =
	                   SEQ-SPIELER(ws-seq-a) AND
	                   SEQ-ANZAHL(ws-seq-b) >= ws-min-runden THEN
	                    PERFORM 0210-FOLGEN-VERGLEICHEN
	                END-IF
	            END-PERFORM
	        END-IF
	    END-PERFORM
	    IF ws-befunde-gleich = ZERO THEN
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "  KEINE BEFUNDE"
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	    END-IF.

	0210-FOLGEN-VERGLEICHEN.
	    MOVE ws-zug-max TO ws-vergleich-laenge
	    IF SEQ-ANZAHL(ws-seq-a) < ws-vergleich-laenge THEN
	        MOVE SEQ-ANZAHL(ws-seq-a) TO ws-vergleich-laenge
	    END-IF
	    IF SEQ-ANZAHL(ws-seq-b) < ws-vergleich-laenge THEN
	        MOVE SEQ-ANZAHL(ws-seq-b) TO ws-vergleich-laenge
	    END-IF
	    MOVE ZERO TO ws-anz-gleich
	    MOVE ZERO TO ws-folge-laenge
	    MOVE ZERO TO ws-max-laenge
	    MOVE ZERO TO ws-max-beginn
	    PERFORM VARYING ws-zug-idx FROM 1 BY 1
	        UNTIL ws-zug-idx > ws-vergleich-laenge
	        IF SEQ-Z-GEGNER(ws-seq-a, ws-zug-idx) =
	           SEQ-Z-GEGNER(ws-seq-b, ws-zug-idx) AND
	           SEQ-Z-EIGENER(ws-seq-a, ws-zug-idx) =
	           SEQ-Z-EIGENER(ws-seq-b, ws-zug-idx) THEN
	            ADD 1 TO ws-anz-gleich
	            ADD 1 TO ws-folge-laenge
	            IF ws-folge-laenge = 1 THEN
	                MOVE ws-zug-idx TO ws-folge-beginn
	            END-IF
	            IF ws-folge-laenge > ws-max-laenge THEN
	                MOVE ws-folge-laenge TO ws-max-laenge
	                MOVE ws-folge-beginn TO ws-max-beginn
	            END-IF
	        ELSE
	            MOVE ZERO TO ws-folge-laenge
	        END-IF
	    END-PERFORM
	    COMPUTE ws-quote =
	        (ws-anz-gleich * 100) / ws-vergleich-laenge
	    IF ws-quote >= ws-schwelle-gleich AND
	       ws-max-laenge > ZERO THEN
	        ADD 1 TO ws-befunde-gleich
	        COMPUTE ws-max-ende = ws-max-beginn + ws-max-laenge - 1
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "  TURNIER=" SEQ-TURNIER(ws-seq-a)
	            "  SPIELER=" SEQ-SPIELER(ws-seq-a)
	            " / " SEQ-SPIELER(ws-seq-b)
	            "  GLEICH=" ws-anz-gleich
	            " VON " ws-vergleich-laenge
	            "  SCORE=" ws-quote
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "      LAENGSTE GLEICHE FOLGE=" ws-max-laenge
	            "  RUNDEN " SEQ-SPIELER(ws-seq-a) "="
	            SEQ-Z-RUNDE(ws-seq-a, ws-max-beginn) "-"
	            SEQ-Z-RUNDE(ws-seq-a, ws-max-ende)
	            "  " SEQ-SPIELER(ws-seq-b) "="
	            SEQ-Z-RUNDE(ws-seq-b, ws-max-beginn) "-"
	            SEQ-Z-RUNDE(ws-seq-b, ws-max-ende)
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	    END-IF.

	0300-BESTE-ANTWORT-QUOTE.
	    MOVE SPACES TO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    MOVE ZERO TO ws-ges-zuege
	    MOVE ZERO TO ws-ges-optimal
	    PERFORM VARYING ws-seq-a FROM 1 BY 1
	        UNTIL ws-seq-a > ws-seq-anzahl
	        IF SEQ-ANZAHL(ws-seq-a) >= ws-min-runden THEN
	            ADD SEQ-ANZAHL(ws-seq-a) TO ws-ges-zuege
	            ADD SEQ-OPTIMAL(ws-seq-a) TO ws-ges-optimal
	        END-IF
	    END-PERFORM
	    PERFORM VARYING ws-hst-a FROM 1 BY 1
	        UNTIL ws-hst-a > ws-hst-anzahl
	        IF HST-ANZAHL(ws-hst-a) >= ws-min-runden THEN
	            ADD HST-ANZAHL(ws-hst-a) TO ws-ges-zuege
	            ADD HST-OPTIMAL(ws-hst-a) TO ws-ges-optimal
	        END-IF
	    END-PERFORM
	    IF ws-ges-zuege > ZERO THEN
	        COMPUTE ws-normal-quote =
	            (ws-ges-optimal * 100) / ws-ges-zuege
	    END-IF
	    COMPUTE ws-optimal-grenze =
	        ws-normal-quote + ws-schwelle-optimal
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "BESTE ANTWORT HAEUFIGER ALS UEBLICH  NORMAL="
	        ws-normal-quote "%  GRENZE=" ws-optimal-grenze
	        "%, SCORE = PROZENTPUNKTE UEBER NORMAL"
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    PERFORM VARYING ws-seq-a FROM 1 BY 1
	        UNTIL ws-seq-a > ws-seq-anzahl
	        IF (ws-turnier-filter = SPACES OR
	            SEQ-TURNIER(ws-seq-a) = ws-turnier-filter) AND
	           SEQ-ANZAHL(ws-seq-a) >= ws-min-runden THEN
	            COMPUTE ws-quote = (SEQ-OPTIMAL(ws-seq-a) * 100)
	                / SEQ-ANZAHL(ws-seq-a)
	            IF ws-quote >= ws-optimal-grenze THEN
	                PERFORM 0310-OPTIMAL-MELDEN
	            END-IF
	        END-IF
	    END-PERFORM
	    IF ws-befunde-optimal = ZERO THEN
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "  KEINE BEFUNDE"
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	    END-IF.

	0310-OPTIMAL-MELDEN.
	    ADD 1 TO ws-befunde-optimal
	    COMPUTE ws-score = ws-quote - ws-normal-quote
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "  TURNIER=" SEQ-TURNIER(ws-seq-a)
	        "  SPIELER=" SEQ-SPIELER(ws-seq-a)
	        "  RUNDEN=" SEQ-RUNDE-VON(ws-seq-a)
	        "-" SEQ-RUNDE-BIS(ws-seq-a)
	        "  DATUM=" SEQ-DATUM-VON(ws-seq-a)
	        "-" SEQ-DATUM-BIS(ws-seq-a)
	        "  BESTE ANTWORT=" SEQ-OPTIMAL(ws-seq-a)
	        " VON " SEQ-ANZAHL(ws-seq-a)
	        "  QUOTE=" ws-quote
	        "%  SCORE=" ws-score
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE.

	0400-LEISTUNGSSPRUENGE.
	    MOVE SPACES TO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    MOVE SPACES TO VERDACHT-ZEILE
	    STRING "LEISTUNGSSPRUNG GEGENUEBER EIGENER HISTORIE"
	        " (PUNKTE JE RUNDE), SCORE = STEIGERUNG IN %"
	        DELIMITED BY SIZE INTO VERDACHT-ZEILE
	    WRITE VERDACHT-ZEILE
	    MOVE SPACES TO ws-akt-spieler
	    PERFORM VARYING ws-seq-a FROM 1 BY 1
	        UNTIL ws-seq-a > ws-seq-anzahl
	        IF SEQ-SPIELER(ws-seq-a) NOT = ws-akt-spieler THEN
	            MOVE SEQ-SPIELER(ws-seq-a) TO ws-akt-spieler
	            MOVE ZERO TO ws-hist-summe
	            MOVE ZERO TO ws-hist-anzahl
	        END-IF
	        IF SEQ-ANZAHL(ws-seq-a) >= ws-min-runden THEN
	            COMPUTE ws-punkte-runde ROUNDED =
	                SEQ-PUNKTE(ws-seq-a) / SEQ-ANZAHL(ws-seq-a)
	            IF ws-turnier-filter NOT = SPACES THEN
	                PERFORM 0405-HISTORIE-SUMMIEREN
	            END-IF
	            IF ws-hist-anzahl >= ws-min-historie AND
	               (ws-turnier-filter = SPACES OR
	                SEQ-TURNIER(ws-seq-a) = ws-turnier-filter)
	                PERFORM 0410-SPRUNG-PRUEFEN
	            END-IF
	            ADD ws-punkte-runde TO ws-hist-summe
	            ADD 1 TO ws-hist-anzahl
	        END-IF
	    END-PERFORM
	    IF ws-befunde-sprung = ZERO THEN
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "  KEINE BEFUNDE"
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	    END-IF.

	0405-HISTORIE-SUMMIEREN.
	    MOVE ZERO TO ws-hist-summe
	    MOVE ZERO TO ws-hist-anzahl
	    PERFORM VARYING ws-hst-a FROM 1 BY 1
	        UNTIL ws-hst-a > ws-hst-anzahl
	        IF HST-SPIELER(ws-hst-a) = SEQ-SPIELER(ws-seq-a) AND
	           HST-DATUM-VON(ws-hst-a) < SEQ-DATUM-VON(ws-seq-a) AND
	           HST-ANZAHL(ws-hst-a) >= ws-min-runden THEN
	            COMPUTE ws-hst-punkte-runde ROUNDED =
	                HST-PUNKTE(ws-hst-a) / HST-ANZAHL(ws-hst-a)
	            ADD ws-hst-punkte-runde TO ws-hist-summe
	            ADD 1 TO ws-hist-anzahl
	        END-IF
	    END-PERFORM.

	0410-SPRUNG-PRUEFEN.
	    COMPUTE ws-hist-schnitt ROUNDED =
	        ws-hist-summe / ws-hist-anzahl
	    IF ws-hist-schnitt > ZERO AND
	       ws-punkte-runde * 100 >=
	       ws-hist-schnitt * (100 + ws-schwelle-sprung) THEN
	        ADD 1 TO ws-befunde-sprung
	        COMPUTE ws-steigerung ROUNDED =
	            ((ws-punkte-runde - ws-hist-schnitt) * 100)
	            / ws-hist-schnitt
	        IF ws-steigerung > 999 THEN
	            MOVE 999 TO ws-score
	        ELSE
	            MOVE ws-steigerung TO ws-score
	        END-IF
	        MOVE ws-punkte-runde TO ws-punkte-runde-anz
	        MOVE ws-hist-schnitt TO ws-hist-schnitt-anz
	        MOVE SPACES TO VERDACHT-ZEILE
	        STRING "  TURNIER=" SEQ-TURNIER(ws-seq-a)
	            "  SPIELER=" SEQ-SPIELER(ws-seq-a)
	            "  RUNDEN=" SEQ-RUNDE-VON(ws-seq-a)
	            "-" SEQ-RUNDE-BIS(ws-seq-a)
	            "  DATUM=" SEQ-DATUM-VON(ws-seq-a)
	            "-" SEQ-DATUM-BIS(ws-seq-a)
	            "  PUNKTE/RUNDE=" ws-punkte-runde-anz
	            "  BISHER=" ws-hist-schnitt-anz
	            " (" ws-hist-anzahl " TURNIERE)"
	            "  SCORE=" ws-score
	            DELIMITED BY SIZE INTO VERDACHT-ZEILE
	        WRITE VERDACHT-ZEILE
	    END-IF.
