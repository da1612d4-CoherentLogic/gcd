000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD  AUDIT-FILE
000250     RECORD CONTAINS 71 CHARACTERS.
000260 01  AUDIT-RECORD.
000270     05  AUD-DATE            PIC 9(8).
000280     05  FILLER              PIC X.
000370     05  AUD-LCM             PIC X(18).
000380     05  FILLER              PIC X.
000390     05  AUD-SOURCE          PIC X.
000393     05  FILLER              PIC X.
000396     05  AUD-LINE            PIC X(2).
000400 SD  SORT-FILE
000410     RECORD CONTAINS 71 CHARACTERS.
000420 01  SORT-RECORD.
000430     05  SRT-DATE            PIC X(8).
000440     05  FILLER              PIC X.
000490     05  SRT-B               PIC X(9).
000500     05  FILLER              PIC X(30).
000510     05  SRT-SOURCE          PIC X.
000515     05  FILLER              PIC X(3).
000520 FD  PRINT-FILE
000530     RECORD CONTAINS 132 CHARACTERS.
000540 01  PRINT-LINE              PIC X(132).
