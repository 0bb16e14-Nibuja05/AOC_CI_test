	    CLOSE TURNIER-DETAIL-DATEI
	    CLOSE TURNIER-DATEI
	    CLOSE ABGLEICH-DATEI
	    DISPLAY "ABGLEICH ABGESCHLOSSEN, DIFFERENZEN: "
	        ws-anz-differenzen
	    EVALUATE TRUE
	        WHEN DATEIEN-FEHLER
	            MOVE 8 TO RETURN-CODE
	        WHEN ws-anz-differenzen > ZERO
	            MOVE 4 TO RETURN-CODE
	    END-EVALUATE
	    STOP RUN.

	0200-TURNIER-ABGLEICHEN.
