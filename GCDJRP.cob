000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  JOURNAL-FILE
000320     RECORD CONTAINS 134 CHARACTERS.
000330 01  JOURNAL-RECORD.
000340     05  JRN-DATE            PIC 9(8).
000350     05  FILLER              PIC X.
000540     05  JRN-AFT-GCD         PIC 9(9).
000550     05  FILLER              PIC X.
000560     05  JRN-AFT-LCM         PIC 9(18).
000563     05  FILLER              PIC X.
000566     05  JRN-APPROVER        PIC X(8).
000570 FD  MASTER-FILE
000580     RECORD CONTAINS 46 CHARACTERS.
000590 01  MASTER-RECORD.
001370     05  FILLER              PIC X(20)   VALUE " BEF LCM".
001380     05  FILLER              PIC X(11)   VALUE " AFT GCD".
001390     05  FILLER              PIC X(20)   VALUE " AFT LCM".
001395     05  FILLER              PIC X(10)   VALUE " APPROVER".
001400
001410 01  WS-DETAIL-LINE.
001420     05  FILLER              PIC X(1)    VALUE SPACE.
001590     05  DTL-AFT-GCD         PIC Z(8)9.
001600     05  FILLER              PIC X(2)    VALUE SPACES.
001610     05  DTL-AFT-LCM         PIC Z(17)9.
001613     05  FILLER              PIC X(2)    VALUE SPACES.
001616     05  DTL-APPROVER        PIC X(8).
001620
001630 01  WS-ACTION-LINE.
001640     05  FILLER              PIC X(1)    VALUE SPACE.
002940     MOVE JRN-BEF-LCM TO DTL-BEF-LCM.
002950     MOVE JRN-AFT-GCD TO DTL-AFT-GCD.
002960     MOVE JRN-AFT-LCM TO DTL-AFT-LCM.
002965     MOVE JRN-APPROVER TO DTL-APPROVER.
002970     MOVE WS-DETAIL-LINE TO PRINT-LINE.
002980     WRITE PRINT-LINE.
002990     PERFORM CHECK-PRINT-STATUS.
