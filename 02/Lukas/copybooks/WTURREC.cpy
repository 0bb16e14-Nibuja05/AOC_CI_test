	01 WERT-TURNIER-RECORD.
	    05 WTUR-TURNIER-ID PIC X(10).
	    05 WTUR-DATUM      PIC X(8).
	    05 WTUR-ZEIT       PIC X(6).
	    05 WTUR-MODUS      PIC X(8).
	    05 WTUR-SPIELER    PIC 9(4).
	    05 WTUR-STATUS     PIC X.
	        88 WTUR-LAEUFT      VALUE "L".
	        88 WTUR-ABGESCHLOSSEN VALUE "A".
