	    05 STRAT-KOPF-KENNUNG PIC X(8).
	    05 STRAT-KOPF-SPIELER PIC X(10).
	    05 FILLER             PIC X(62).
	01 STRATEGIE-KONTROLL-RECORD.
	    05 STRAT-KTL-KENNUNG  PIC X(9).
	    05 STRAT-KTL-ART      PIC X(8).
	        88 STRAT-KTL-SPIELER-ART VALUE "SPIELER ".
	        88 STRAT-KTL-SAETZE-ART  VALUE "SAETZE  ".
	    05 STRAT-KTL-DATEN    PIC X(63).
	    05 STRAT-KTL-SPIELER-DATEN REDEFINES STRAT-KTL-DATEN.
	        10 STRAT-KTL-SPIELER    PIC X(10).
	        10 FILLER               PIC X.
	        10 STRAT-KTL-SP-ANZAHL  PIC X(6).
	        10 FILLER               PIC X(46).
	    05 STRAT-KTL-SAETZE-DATEN REDEFINES STRAT-KTL-DATEN.
	        10 STRAT-KTL-SAETZE     PIC X(6).
	        10 FILLER               PIC X(57).
