	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS KAL-TURNIER-ID
	        FILE STATUS IS ws-kalender-status.
	    SELECT ZERTIFIKAT-DATEI ASSIGN TO "ZERTDAT"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS ZERT-TURNIER-ID
	        FILE STATUS IS ws-zert-status.

	DATA DIVISION.
	FILE SECTION.
	FD  KALENDER-DATEI.
	COPY KALREC.

	FD  ZERTIFIKAT-DATEI.
	COPY ZERTREC.

	WORKING-STORAGE SECTION.
	77 ws-kalender-status PIC XX.
	77 ws-zert-status PIC XX.
	77 ws-funktion PIC X(10) VALUE "ANZEIGEN".
	    88 FUNKTION-ANLEGEN    VALUE "ANLEGEN".
	    88 FUNKTION-AENDERN    VALUE "AENDERN".
	        CLOSE KALENDER-DATEI
	    END-IF.

	0300-ZERTIFIKAT-PRUEFEN.
	    OPEN INPUT ZERTIFIKAT-DATEI
	    IF ws-zert-status = "00" THEN
	        MOVE ws-turnier-in TO ZERT-TURNIER-ID
	        READ ZERTIFIKAT-DATEI
	            INVALID KEY CONTINUE
	            NOT INVALID KEY
	                IF ZERT-ZERTIFIZIERT THEN
	                    SET EINGABE-UNGUELTIG TO TRUE
	                    DISPLAY "TURNIER ZERTIFIZIERT AM "
	                        ZERT-DATUM ", OEFFNEN ABGEWIESEN: "
	                        ws-turnier-in
	                    DISPLAY "ERST WIEDEROEFFNEN MIT"
	                        " BEGRUENDUNG (AoC_Tag_1_Abschluss)"
	                    MOVE 8 TO RETURN-CODE
	                END-IF
	        END-READ
	    END-IF
	    CLOSE ZERTIFIKAT-DATEI.

	3000-STATUS-SETZEN.
	    PERFORM 0100-EINGABE-PRUEFEN
	    IF EINGABE-GUELTIG AND FUNKTION-OEFFNEN THEN
	        PERFORM 0300-ZERTIFIKAT-PRUEFEN
	    END-IF
	    IF EINGABE-GUELTIG THEN
	        PERFORM 0200-KALENDER-OEFFNEN
	        MOVE ws-turnier-in TO KAL-TURNIER-ID
