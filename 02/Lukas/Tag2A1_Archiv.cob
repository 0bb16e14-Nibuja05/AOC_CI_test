	COPY TURNDET.

	FD  SCORE-ARCHIV-DATEI
	    RECORD CONTAINS 58 CHARACTERS.
	01  SCORE-ARCHIV-SATZ PIC X(58).

	FD  MUSTER-ARCHIV-DATEI
	    RECORD CONTAINS 54 CHARACTERS.
