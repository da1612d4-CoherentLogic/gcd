000230     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-SYSIN-STATUS.
000252     SELECT REPAIR-LOG-FILE ASSIGN TO "GCDVRL"
000254         ORGANIZATION IS LINE SEQUENTIAL
000256         FILE STATUS IS WS-VRL-STATUS.
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  MASTER-FILE
000420     RECORD CONTAINS 1 CHARACTERS.
000430 01  SYSIN-RECORD.
000440     05  SYSIN-FUNCTION      PIC X.
000441 FD  REPAIR-LOG-FILE
000442     RECORD CONTAINS 95 CHARACTERS.
000443 01  REPAIR-LOG-RECORD.
000444     05  VRL-DATE            PIC 9(8).
000445     05  FILLER              PIC X       VALUE SPACE.
000446     05  VRL-TIME            PIC 9(8).
000447     05  FILLER              PIC X       VALUE SPACE.
000448     05  VRL-KEY-A           PIC 9(9).
000449     05  FILLER              PIC X       VALUE SPACE.
000450     05  VRL-KEY-B           PIC 9(9).
000451     05  FILLER              PIC X       VALUE SPACE.
000452     05  VRL-OLD-GCD         PIC 9(9).
000453     05  FILLER              PIC X       VALUE SPACE.
000454     05  VRL-OLD-LCM         PIC 9(18).
000455     05  FILLER              PIC X       VALUE SPACE.
000456     05  VRL-NEW-GCD         PIC 9(9).
000457     05  FILLER              PIC X       VALUE SPACE.
000458     05  VRL-NEW-LCM         PIC 9(18).
000459 WORKING-STORAGE SECTION.
000460
000470 77      A PICTURE S9(9) COMP-3.
000480 77      B PICTURE S9(9) COMP-3.
000560 77      WS-MSTR-STATUS      PIC XX.
000570 77      WS-PRINT-STATUS     PIC XX.
000580 77      WS-SYSIN-STATUS     PIC XX.
000581 77      WS-VRL-STATUS       PIC XX.
000582 77      WS-VRL-OPEN         PIC X       VALUE "N".
000583 77      WS-VRL-WRITE-BAD    PIC X       VALUE "N".
000584 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
000585 77      WS-RUN-TIME         PIC 9(8)    VALUE 0.
000586 77      WS-OLD-GCD          PIC 9(9)    VALUE 0.
000587 77      WS-OLD-LCM          PIC 9(18)   VALUE 0.
000590 77      WS-FUNCTION         PIC X       VALUE "F".
000600 77      WS-MSTR-EOF         PIC X       VALUE "N".
000610 77      WS-RECORDS-READ     PIC 9(9)    VALUE 0.
001220     05  TOT-LABEL           PIC X(24).
001230     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001240
001241 01  WS-CONTROL-LINE.
001242     05  FILLER              PIC X(1)    VALUE SPACE.
001243     05  CTL-MESSAGE         PIC X(60).
001250 PROCEDURE DIVISION.
001260 PROGRAM-BEGIN.
001270
001300     PERFORM WRITE-PAGE-HEADERS.
001310     PERFORM READ-SYSIN-PARM.
001320     PERFORM OPEN-MASTER-FILE.
001325     PERFORM OPEN-REPAIR-LOG.
001330     PERFORM VERIFY-MASTER-FILE.
001340     PERFORM CLOSE-MASTER-FILE.
001345     PERFORM CLOSE-REPAIR-LOG.
001350     PERFORM WRITE-CONTROL-TOTALS.
001360     PERFORM CLOSE-PRINT-FILE.
001370     PERFORM SET-RUN-RETURN-CODE.
001400
001410 GET-RUN-DATE.
001420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001423     ACCEPT WS-RUN-TIME FROM TIME.
001426     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
001430     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
001440     MOVE WS-RUN-DAY TO WS-RPT-DAY.
001450     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
002450     MOVE C TO B.
002460
002470 REPAIR-MASTER-RECORD.
002473     MOVE MSTR-GCD TO WS-OLD-GCD.
002476     MOVE MSTR-LCM TO WS-OLD-LCM.
002480     MOVE RESULT TO MSTR-GCD.
002490     MOVE LCM TO MSTR-LCM.
002500     REWRITE MASTER-RECORD
002530     END-REWRITE.
002540     IF WS-MSTR-IO-BAD = "N"
002550        ADD 1 TO WS-REPAIRED-COUNT
002555        PERFORM WRITE-REPAIR-LOG
002560     END-IF.
002570
002580 WRITE-EXCEPTION-LINE.
003320     IF WS-PRINT-WRITE-BAD = "Y"
003330        MOVE "Y" TO WS-ABEND-SWITCH
003340     END-IF.
003342     IF WS-VRL-WRITE-BAD = "Y"
003344        MOVE "Y" TO WS-ABEND-SWITCH
003346     END-IF.
003350     IF WS-ABEND-SWITCH = "Y"
003360        MOVE 8 TO RETURN-CODE
003370     ELSE
003410           MOVE 0 TO RETURN-CODE
003420        END-IF
003430     END-IF.
003440
003450 OPEN-REPAIR-LOG.
003460     IF WS-FUNCTION = "R"
003470        OPEN EXTEND REPAIR-LOG-FILE
003480        IF WS-VRL-STATUS = "35"
003490           OPEN OUTPUT REPAIR-LOG-FILE
003500           CLOSE REPAIR-LOG-FILE
003510           OPEN EXTEND REPAIR-LOG-FILE
003520        END-IF
003530        IF WS-VRL-STATUS = "00"
003540           MOVE "Y" TO WS-VRL-OPEN
003550        ELSE
003560           MOVE "Y" TO WS-VRL-WRITE-BAD
003570           MOVE "F" TO WS-FUNCTION
003580           MOVE SPACES TO WS-CONTROL-LINE
003590           MOVE "GCDVRL NOT AVAILABLE - NO REPAIRS MADE"
003595              TO CTL-MESSAGE
003600           PERFORM WRITE-CONTROL-MESSAGE
003610        END-IF
003620     END-IF.
003630
003640 CLOSE-REPAIR-LOG.
003650     IF WS-VRL-OPEN = "Y"
003660        CLOSE REPAIR-LOG-FILE
003670        MOVE "N" TO WS-VRL-OPEN
003680     END-IF.
003690
003700 WRITE-REPAIR-LOG.
003710     IF WS-VRL-OPEN = "Y"
003720        MOVE SPACES TO REPAIR-LOG-RECORD
003730        MOVE WS-RUN-DATE-NUM TO VRL-DATE
003740        MOVE WS-RUN-TIME TO VRL-TIME
003750        MOVE MSTR-KEY-A TO VRL-KEY-A
003760        MOVE MSTR-KEY-B TO VRL-KEY-B
003770        MOVE WS-OLD-GCD TO VRL-OLD-GCD
003780        MOVE WS-OLD-LCM TO VRL-OLD-LCM
003790        MOVE MSTR-GCD TO VRL-NEW-GCD
003800        MOVE MSTR-LCM TO VRL-NEW-LCM
003810        WRITE REPAIR-LOG-RECORD
003820        IF WS-VRL-STATUS NOT = "00"
003830           MOVE "Y" TO WS-VRL-WRITE-BAD
003840        END-IF
003850     END-IF.
003860
003870 WRITE-CONTROL-MESSAGE.
003880     MOVE WS-CONTROL-LINE TO PRINT-LINE.
003890     WRITE PRINT-LINE.
003900     PERFORM CHECK-PRINT-STATUS.
003910     ADD 1 TO WS-LINE-COUNT.
