000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  AUDIT-FILE
000300     RECORD CONTAINS 71 CHARACTERS.
000310 01  AUDIT-RECORD.
000320     05  AUD-DATE            PIC 9(8).
000330     05  FILLER              PIC X.
000420     05  AUD-LCM             PIC X(18).
000430     05  FILLER              PIC X.
000440     05  AUD-SOURCE          PIC X.
000443     05  FILLER              PIC X.
000446     05  AUD-LINE            PIC X(2).
000450 SD  SORT-FILE
000460     RECORD CONTAINS 61 CHARACTERS.
000470 01  SORT-RECORD.
