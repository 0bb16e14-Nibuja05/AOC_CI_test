	        10 CKPT-SP-EIGENER-X PIC 9(6).
	        10 CKPT-SP-EIGENER-Y PIC 9(6).
	        10 CKPT-SP-EIGENER-Z PIC 9(6).
	01 CKPT-KOPF-RECORD.
	    05 CKPT-K-SATZART    PIC X.
	        88 CKPT-K-KOPF       VALUE "K".
	        88 CKPT-K-SPIELER    VALUE "S".
	    05 CKPT-K-LETZTER-SATZ PIC 9(6).
	    05 CKPT-K-PUNKTE-BEW   PIC 9(6).
	    05 CKPT-K-PUNKTE-ZIEL  PIC 9(6).
	    05 CKPT-K-GELESEN      PIC 9(6).
	    05 CKPT-K-GEWERTET     PIC 9(6).
	    05 CKPT-K-ABGELEHNT    PIC 9(6).
	    05 CKPT-K-ANZ-GEGNER-A  PIC 9(6).
	    05 CKPT-K-ANZ-GEGNER-B  PIC 9(6).
	    05 CKPT-K-ANZ-GEGNER-C  PIC 9(6).
	    05 CKPT-K-ANZ-EIGENER-X PIC 9(6).
	    05 CKPT-K-ANZ-EIGENER-Y PIC 9(6).
	    05 CKPT-K-ANZ-EIGENER-Z PIC 9(6).
	    05 CKPT-K-OHNE-REGEL    PIC 9(6).
	    05 CKPT-K-NICHT-ZUGEL   PIC 9(6).
	    05 CKPT-K-AKT-SPIELER   PIC X(10).
	    05 CKPT-K-SPIELER-ANZAHL PIC 9(4).
	    05 CKPT-K-RUNDEN-BASIS  PIC 9(6).
	    05 CKPT-K-KOEPFE        PIC 9(6).
	    05 CKPT-K-KONTROLL-SAETZE PIC 9(6).
	    05 CKPT-K-SOLL-SAETZE   PIC 9(6).
	    05 CKPT-K-KONTROLL-FEHLER PIC 9(4).
	    05 CKPT-K-KONTROLL-FLAG PIC X.
	    05 CKPT-K-SOLL-FLAG     PIC X.
	    05 CKPT-K-PHASE         PIC X.
	        88 CKPT-K-BUCHUNG       VALUE "B".
	    05 CKPT-K-DATUM         PIC X(8).
	01 CKPT-SPIELER-RECORD.
	    05 CKPT-S-SATZART    PIC X.
	    05 CKPT-S-NR         PIC 9(4).
	    05 CKPT-S-ID         PIC X(10).
	    05 CKPT-S-BEW        PIC 9(6).
	    05 CKPT-S-ZIEL       PIC 9(6).
	    05 CKPT-S-GEGNER-A   PIC 9(6).
	    05 CKPT-S-GEGNER-B   PIC 9(6).
	    05 CKPT-S-GEGNER-C   PIC 9(6).
	    05 CKPT-S-EIGENER-X  PIC 9(6).
	    05 CKPT-S-EIGENER-Y  PIC 9(6).
	    05 CKPT-S-EIGENER-Z  PIC 9(6).
	    05 CKPT-S-STATUS     PIC X.
	    05 CKPT-S-GELESEN    PIC 9(6).
	    05 CKPT-S-SOLL       PIC 9(6).
