	01 WERTUNG-RECORD.
	    05 WERT-SPIELER-ID      PIC X(10).
	    05 WERT-AKTUELL         PIC 9(4).
	    05 WERT-PARTIEN         PIC 9(6).
	    05 WERT-SPITZE          PIC 9(4).
	    05 WERT-LETZTES-TURNIER PIC X(10).
	    05 WERT-LETZTES-DATUM   PIC X(8).
