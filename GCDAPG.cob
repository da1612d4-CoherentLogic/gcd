000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  AUDIT-FILE
000330     RECORD CONTAINS 71 CHARACTERS.
000340 01  AUDIT-RECORD.
000350     05  AUD-DATE            PIC X(8).
000360     05  AUD-DATE-NUM        REDEFINES AUD-DATE.
000480     05  AUD-LCM             PIC X(18).
000490     05  FILLER              PIC X.
000500     05  AUD-SOURCE          PIC X.
000503     05  FILLER              PIC X.
000506     05  AUD-LINE            PIC X(2).
000510 FD  ARCHIVE-FILE
000520     RECORD CONTAINS 71 CHARACTERS.
000530 01  ARCHIVE-RECORD          PIC X(71).
000540 FD  RETAIN-FILE
000550     RECORD CONTAINS 71 CHARACTERS.
000560 01  RETAIN-RECORD           PIC X(71).
000570 FD  PRINT-FILE
000580     RECORD CONTAINS 132 CHARACTERS.
000590 01  PRINT-LINE              PIC X(132).
