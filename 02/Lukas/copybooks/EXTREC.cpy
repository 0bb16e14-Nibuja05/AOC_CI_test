	01 EXTERN-RECORD.
	    05 EXT-SCHLUESSEL.
	        10 EXT-VEREIN     PIC X(20).
	        10 EXT-SPIELER-ID PIC X(10).
	        10 EXT-TURNIER-ID PIC X(10).
	    05 EXT-NAME          PIC X(30).
	    05 EXT-DATUM-VON     PIC X(8).
	    05 EXT-DATUM-BIS     PIC X(8).
	    05 EXT-MODUS         PIC X(8).
	    05 EXT-PUNKTE-BEW    PIC 9(6).
	    05 EXT-PUNKTE-ZIEL   PIC 9(6).
	    05 EXT-RUNDEN        PIC 9(6).
	    05 EXT-ZEILEN        PIC 9(4).
	    05 EXT-IMPORT-DATUM  PIC X(8).
	    05 EXT-IMPORT-ZEIT   PIC X(6).
