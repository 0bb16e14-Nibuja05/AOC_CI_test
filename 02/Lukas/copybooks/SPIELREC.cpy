	01 SPIELER-STAMM-RECORD.
	    05 STAMM-SPIELER-ID PIC X(10).
	    05 STAMM-NAME       PIC X(30).
	    05 STAMM-VEREIN     PIC X(20).
	    05 STAMM-EINTRITT   PIC X(8).
	    05 STAMM-STATUS     PIC X.
	        88 STAMM-AKTIV    VALUE "A".
	        88 STAMM-GESPERRT VALUE "S".
