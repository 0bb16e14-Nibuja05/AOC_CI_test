	01 ZERTIFIKAT-RECORD.
	    05 ZERT-TURNIER-ID    PIC X(10).
	    05 ZERT-STATUS        PIC X.
	        88 ZERT-ZERTIFIZIERT VALUE "Z".
	        88 ZERT-WIEDEROFFEN  VALUE "W".
	    05 ZERT-DATUM         PIC X(8).
	    05 ZERT-ZEIT          PIC X(6).
	    05 ZERT-PUNKTE-BEW    PIC 9(8).
	    05 ZERT-PUNKTE-ZIEL   PIC 9(8).
	    05 ZERT-RUNDEN        PIC 9(6).
	    05 ZERT-SPIELER       PIC 9(4).
	    05 ZERT-REGEL-ANZAHL  PIC 9(2).
	    05 ZERT-REGEL OCCURS 9 TIMES.
	        10 ZERT-REGEL-GEGNER  PIC X.
	        10 ZERT-REGEL-EIGENER PIC X.
	        10 ZERT-REGEL-BEW     PIC 9(3).
	        10 ZERT-REGEL-ZIEL    PIC 9(3).
	    05 ZERT-WIEDEROEFFNUNGEN PIC 9(3).
