000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  RUNLOG-FILE
000270     RECORD CONTAINS 87 CHARACTERS.
000280 01  RUNLOG-RECORD.
000290     05  RNL-DATE            PIC 9(8).
000300     05  FILLER              PIC X.
000430     05  RNL-REUSED          PIC 9(9).
000440     05  FILLER              PIC X.
000450     05  RNL-RETURN-CODE     PIC 9(2).
000453     05  FILLER              PIC X.
000456     05  RNL-REPAIRS-READ    PIC 9(9).
000460 FD  PRINT-FILE
000470     RECORD CONTAINS 132 CHARACTERS.
000480 01  PRINT-LINE              PIC X(132).
