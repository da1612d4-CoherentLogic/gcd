000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  REJECT-FILE
000390     RECORD CONTAINS 77 CHARACTERS.
000400 01  REJECT-RECORD.
000410     05  REJ-POSITION        PIC 9(9).
000420     05  FILLER              PIC X       VALUE SPACE.
000470     05  REJ-REASON          PIC X(30).
000472     05  FILLER              PIC X       VALUE SPACE.
000474     05  REJ-LINE            PIC X(2).
000475     05  FILLER              PIC X       VALUE SPACE.
000476     05  REJ-CODE            PIC X(2).
000477     05  FILLER              PIC X       VALUE SPACE.
000478     05  REJ-DATE            PIC 9(8).
000480 FD  PENDIN-FILE
000490     RECORD CONTAINS 78 CHARACTERS.
000500 01  PENDIN-RECORD.
