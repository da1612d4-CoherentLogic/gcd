000530     05  FILLER              PIC X       VALUE SPACE.
000540     05  REP-B               PIC X(10).
000550 FD  AUTH-FILE
000560     RECORD CONTAINS 16 CHARACTERS.
000570 01  AUTH-RECORD.
000580     05  AUTH-OPERATOR       PIC X(8).
000590     05  FILLER              PIC X.
000620     05  AUTH-REPAIR         PIC X.
000630     05  FILLER              PIC X.
000640     05  AUTH-CORRECT        PIC X.
000643     05  FILLER              PIC X.
000646     05  AUTH-APPROVE        PIC X.
000650 FD  SECLOG-FILE
000660     RECORD CONTAINS 68 CHARACTERS.
000670 01  SECLOG-RECORD.
