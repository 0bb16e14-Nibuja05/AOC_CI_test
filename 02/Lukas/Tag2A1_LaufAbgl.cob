	    PERFORM 0400-BERICHT-SCHREIBEN
	    DISPLAY "LAUFABGLEICH ABGESCHLOSSEN, DIFFERENZEN: "
	        ws-anz-differenzen
	    IF ws-anz-differenzen > ZERO THEN
	        MOVE 4 TO RETURN-CODE
	    END-IF
	    STOP RUN.

	0100-LAEUFE-SUMMIEREN.
