000220     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-PRINT-STATUS.
000241     SELECT LINE-FILE ASSIGN TO "GCDLINE"
000242         ORGANIZATION IS INDEXED
000243         ACCESS MODE IS DYNAMIC
000244         RECORD KEY IS LINE-CODE
000245         FILE STATUS IS WS-LINE-STATUS.
000246     SELECT REJECT-FILE ASSIGN TO "GCDREJ"
000247         ORGANIZATION IS LINE SEQUENTIAL
000248         FILE STATUS IS WS-REJECT-STATUS.
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  RAW-FILE
000340     05  RAW-TYPE-CODE       PIC X.
000350     05  RAW-SET-ID-X        PIC X(9).
000360     05  FILLER              PIC X(100).
000362 01  RAW-HEADER-RECORD.
000364     05  RAW-HDR-TYPE        PIC X.
000366     05  RAW-HDR-DATE        PIC X(8).
000368     05  FILLER              PIC X(101).
000370 01  RAW-TRAILER-RECORD.
000380     05  RAW-TRL-TYPE        PIC X.
000390     05  RAW-TRL-COUNT       PIC 9(9).
000620 FD  PRINT-FILE
000630     RECORD CONTAINS 132 CHARACTERS.
000640 01  PRINT-LINE              PIC X(132).
000641 FD  LINE-FILE
000642     RECORD CONTAINS 78 CHARACTERS.
000643 01  LINE-RECORD.
000644     05  LINE-CODE           PIC X(2).
000645     05  FILLER              PIC X       VALUE SPACE.
000646     05  LINE-DESCRIPTION    PIC X(30).
000647     05  FILLER              PIC X       VALUE SPACE.
000648     05  LINE-PLANT          PIC X(4).
000649     05  FILLER              PIC X       VALUE SPACE.
000650     05  LINE-ACTIVE         PIC X.
000651     05  FILLER              PIC X       VALUE SPACE.
000652     05  LINE-MIN-LOT        PIC 9(9).
000653     05  FILLER              PIC X       VALUE SPACE.
000654     05  LINE-MAX-LOT        PIC 9(9).
000655     05  FILLER              PIC X       VALUE SPACE.
000656     05  LINE-CHG-DATE       PIC 9(8).
000657     05  FILLER              PIC X       VALUE SPACE.
000658     05  LINE-CHG-OPERATOR   PIC X(8).
000659 FD  REJECT-FILE
000660     RECORD CONTAINS 77 CHARACTERS.
000661 01  REJECT-RECORD.
000662     05  REJ-POSITION        PIC 9(9).
000663     05  FILLER              PIC X       VALUE SPACE.
000664     05  REJ-A               PIC X(10).
000665     05  FILLER              PIC X       VALUE SPACE.
000666     05  REJ-B               PIC X(10).
000667     05  FILLER              PIC X       VALUE SPACE.
000668     05  REJ-REASON          PIC X(30).
000669     05  FILLER              PIC X       VALUE SPACE.
000670     05  REJ-LINE            PIC X(2).
000671     05  FILLER              PIC X       VALUE SPACE.
000672     05  REJ-CODE            PIC X(2).
000673     05  FILLER              PIC X       VALUE SPACE.
000674     05  REJ-DATE            PIC 9(8).
000675 WORKING-STORAGE SECTION.
000676
000677 77      WS-RAW-STATUS       PIC XX.
000680 77      WS-COND-STATUS      PIC XX.
000690 77      WS-PRINT-STATUS     PIC XX.
000700 77      WS-RAW-EOF          PIC X       VALUE "N".
000900 77      WS-OUT-DATA-COUNT   PIC 9(9)    VALUE 0.
000910 77      WS-OUT-HASH         PIC S9(18)  COMP-3 VALUE 0.
000920 77      WS-NUMVAL-CHECK     PIC S9(4)   COMP-3.
000921 77      WS-LINE-STATUS      PIC XX      VALUE SPACES.
000922 77      WS-LINE-OPEN        PIC X       VALUE "N".
000923 77      WS-LINE-FOUND       PIC X       VALUE "N".
000924 77      WS-LINE-FILE-BAD    PIC X       VALUE "N".
000925 77      WS-REJECT-STATUS    PIC XX      VALUE SPACES.
000926 77      WS-REJECT-OPEN      PIC X       VALUE "N".
000927 77      WS-REJECT-EOF       PIC X       VALUE "N".
000928 77      WS-REJECT-WRITE-BAD PIC X       VALUE "N".
000929 77      WS-LINE-REJECTS     PIC 9(9)    VALUE 0.
000930 77      WS-PAIR-VALID       PIC X       VALUE "Y".
000931 77      WS-REJECT-REASON    PIC X(30)   VALUE SPACES.
000932 77      WS-REJECT-CODE      PIC X(2)    VALUE SPACES.
000933 77      WS-REJECT-DATE      PIC 9(8)    VALUE 0.
000934 77      WS-LOT-VALUE        PIC S9(10)  COMP-3 VALUE 0.
000935 77      WS-RAW-RECORD-NO    PIC 9(9)    VALUE 0.
000936 77      WS-PRE-POSITION-BASE PIC 9(9)   VALUE 900000000.
000937 77      WS-LINE-COUNT       PIC 99      VALUE 0.
000938 77      WS-LINES-PER-PAGE   PIC 99      VALUE 50.
000939
000940 01  WS-RUN-DATE.
000950     05  WS-RUN-YEAR         PIC 9(4).
000960     05  WS-RUN-MONTH        PIC 9(2).
001210     05  FILLER              PIC X(1)    VALUE SPACE.
001220     05  CTL-MESSAGE         PIC X(60).
001230
001231 01  WS-REJECT-HEADING.
001232     05  FILLER              PIC X(1)    VALUE SPACE.
001233     05  FILLER              PIC X(40)
001234         VALUE "PAIRS REJECTED BY PACKING-LINE CHECK".
001235
001236 01  WS-REJECT-COLS.
001237     05  FILLER              PIC X(1)    VALUE SPACE.
001238     05  FILLER              PIC X(10)   VALUE " POSITION".
001239     05  FILLER              PIC X(12)   VALUE "  LOT A".
001240     05  FILLER              PIC X(12)   VALUE "  LOT B".
001241     05  FILLER              PIC X(6)    VALUE "LINE".
001242     05  FILLER              PIC X(30)   VALUE "REASON".
001243
001244 01  WS-REJECT-LINE.
001245     05  FILLER              PIC X(1)    VALUE SPACE.
001246     05  RJL-POSITION        PIC Z(8)9.
001247     05  FILLER              PIC X(3)    VALUE SPACES.
001248     05  RJL-A               PIC X(10).
001249     05  FILLER              PIC X(2)    VALUE SPACES.
001250     05  RJL-B               PIC X(10).
001251     05  FILLER              PIC X(2)    VALUE SPACES.
001252     05  RJL-LINE            PIC X(2).
001253     05  FILLER              PIC X(4)    VALUE SPACES.
001254     05  RJL-REASON          PIC X(30).
001255
001256 PROCEDURE DIVISION.
001257 PROGRAM-BEGIN.
001260
001270     PERFORM GET-RUN-DATE.
001280     PERFORM OPEN-PRINT-FILE.
001290     PERFORM WRITE-PAGE-HEADERS.
001295     PERFORM OPEN-LINE-FILE.
001300     PERFORM OPEN-COND-FILE.
001310     SORT SORT-FILE
001320        ON ASCENDING KEY SRT-A-X SRT-B-X SRT-LINE-ID
001340        OUTPUT PROCEDURE IS WRITE-CONDENSED-PAIRS.
001350     PERFORM BALANCE-AND-WRITE-TRAILER.
001360     PERFORM CLOSE-COND-FILE.
001363     PERFORM CLOSE-LINE-FILE.
001366     PERFORM CLOSE-REJECT-FILE.
001370     PERFORM WRITE-CONTROL-TOTALS.
001380     PERFORM CLOSE-PRINT-FILE.
001390     PERFORM SET-RUN-RETURN-CODE.
001420
001430 GET-RUN-DATE.
001440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001445     MOVE WS-RUN-DATE TO WS-REJECT-DATE.
001450     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
001460     MOVE WS-RUN-DAY TO WS-RPT-DAY.
001470     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
001600
001610 CLOSE-COND-FILE.
001620     CLOSE COND-FILE.
001621
001622 OPEN-LINE-FILE.
001623     OPEN INPUT LINE-FILE.
001624     IF WS-LINE-STATUS = "00"
001625        MOVE "Y" TO WS-LINE-OPEN
001626     ELSE
001627        MOVE "Y" TO WS-LINE-FILE-BAD
001628        MOVE "LINE REFERENCE FILE NOT AVAILABLE - LINES UNCHECKED"
001629           TO CTL-MESSAGE
001630        PERFORM WRITE-CONTROL-MESSAGE
001631     END-IF.
001632
001633 CLOSE-LINE-FILE.
001634     IF WS-LINE-OPEN = "Y"
001635        CLOSE LINE-FILE
001636        MOVE "N" TO WS-LINE-OPEN
001637     END-IF.
001638
001639 OPEN-REJECT-FILE.
001640     IF WS-REJECT-OPEN = "N"
001641        PERFORM FIND-PRE-POSITION-BASE
001642        OPEN EXTEND REJECT-FILE
001643        IF WS-REJECT-STATUS = "35"
001644           OPEN OUTPUT REJECT-FILE
001645           CLOSE REJECT-FILE
001646           OPEN EXTEND REJECT-FILE
001647        END-IF
001648        IF WS-REJECT-STATUS NOT = "00"
001649           MOVE "Y" TO WS-REJECT-WRITE-BAD
001650        END-IF
001651        MOVE "Y" TO WS-REJECT-OPEN
001652     END-IF.
001653
001654 FIND-PRE-POSITION-BASE.
001655     MOVE "N" TO WS-REJECT-EOF.
001656     OPEN INPUT REJECT-FILE.
001657     IF WS-REJECT-STATUS = "00"
001658        PERFORM READ-REJECT-RECORD
001659        PERFORM CHECK-REJECT-POSITION
001660           WITH TEST BEFORE UNTIL WS-REJECT-EOF = "Y"
001661        CLOSE REJECT-FILE
001662     END-IF.
001663
001664 READ-REJECT-RECORD.
001665     READ REJECT-FILE
001666        AT END
001667           MOVE "Y" TO WS-REJECT-EOF
001668     END-READ.
001669     IF WS-REJECT-STATUS NOT = "00"
001670        MOVE "Y" TO WS-REJECT-EOF
001671     END-IF.
001672
001673 CHECK-REJECT-POSITION.
001674     IF REJ-POSITION IS NUMERIC
001675        AND REJ-POSITION > WS-PRE-POSITION-BASE
001676        MOVE REJ-POSITION TO WS-PRE-POSITION-BASE
001677     END-IF.
001678     PERFORM READ-REJECT-RECORD.
001679
001680 CLOSE-REJECT-FILE.
001681     IF WS-REJECT-OPEN = "Y"
001682        CLOSE REJECT-FILE
001683        MOVE "N" TO WS-REJECT-OPEN
001684     END-IF.
001685
001686 SPLIT-INPUT-RECORDS.
001687     OPEN INPUT RAW-FILE.
001688     IF WS-RAW-STATUS NOT = "00"
001689        MOVE "Y" TO WS-RAW-EOF
001690     ELSE
001691        PERFORM READ-RAW-RECORD
001700        PERFORM SPLIT-ONE-RECORD
001710           WITH TEST BEFORE UNTIL WS-RAW-EOF = "Y"
001720        CLOSE RAW-FILE
001760     READ RAW-FILE
001770        AT END
001780           MOVE "Y" TO WS-RAW-EOF
001783        NOT AT END
001786           ADD 1 TO WS-RAW-RECORD-NO
001790     END-READ.
001800
001810 SPLIT-ONE-RECORD.
001820     EVALUATE RAW-TYPE-CODE
001830        WHEN "H"
001840           MOVE "Y" TO WS-HDR-SEEN
001842           IF RAW-HDR-DATE IS NUMERIC
001844              MOVE RAW-HDR-DATE TO WS-REJECT-DATE
001846           END-IF
001850           MOVE RAW-SET-RECORD TO COND-PASS-RECORD
001860           PERFORM WRITE-PASS-RECORD
001870        WHEN "T"
002140              COMPUTE WS-RAW-HASH = WS-RAW-HASH
002150                 + FUNCTION NUMVAL(RAW-A-X)
002160           END-IF
002170           ADD 1 TO WS-RAW-PAIRS
002174           PERFORM CHECK-PAIR-LINE
002178           IF WS-PAIR-VALID = "Y"
002182              MOVE RAW-A-X TO SRT-A-X
002186              MOVE RAW-B-X TO SRT-B-X
002190              MOVE RAW-LINE-ID TO SRT-LINE-ID
002194              RELEASE SORT-RECORD
002198           ELSE
002202              PERFORM WRITE-LINE-REJECT
002206           END-IF
002210     END-EVALUATE.
002220     PERFORM READ-RAW-RECORD.
002221
002222 CHECK-PAIR-LINE.
002223     MOVE "Y" TO WS-PAIR-VALID.
002224     MOVE SPACES TO WS-REJECT-REASON.
002225     MOVE SPACES TO WS-REJECT-CODE.
002226     IF WS-LINE-OPEN = "Y"
002227        MOVE RAW-LINE-ID TO LINE-CODE
002228        PERFORM READ-LINE-RECORD
002229        IF WS-LINE-FOUND = "N"
002230           MOVE "N" TO WS-PAIR-VALID
002231           MOVE "LINE CODE NOT ON LINE FILE" TO WS-REJECT-REASON
002232           MOVE "12" TO WS-REJECT-CODE
002233        ELSE
002234           IF LINE-ACTIVE NOT = "Y"
002235              MOVE "N" TO WS-PAIR-VALID
002236              MOVE "LINE CODE IS INACTIVE" TO WS-REJECT-REASON
002237              MOVE "13" TO WS-REJECT-CODE
002238           ELSE
002239              PERFORM CHECK-PAIR-LOT-RANGE
002240           END-IF
002241        END-IF
002242     END-IF.
002243
002244 CHECK-PAIR-LOT-RANGE.
002245     MOVE FUNCTION TEST-NUMVAL(RAW-A-X) TO WS-NUMVAL-CHECK.
002246     IF WS-NUMVAL-CHECK = 0
002247        COMPUTE WS-LOT-VALUE = FUNCTION NUMVAL(RAW-A-X)
002248        IF WS-LOT-VALUE < LINE-MIN-LOT
002249           OR WS-LOT-VALUE > LINE-MAX-LOT
002250           MOVE "N" TO WS-PAIR-VALID
002251           MOVE "A OUTSIDE LINE LOT RANGE" TO WS-REJECT-REASON
002252           MOVE "14" TO WS-REJECT-CODE
002253        END-IF
002254     END-IF.
002255     MOVE FUNCTION TEST-NUMVAL(RAW-B-X) TO WS-NUMVAL-CHECK.
002256     IF WS-NUMVAL-CHECK = 0
002257        COMPUTE WS-LOT-VALUE = FUNCTION NUMVAL(RAW-B-X)
002258        IF WS-LOT-VALUE < LINE-MIN-LOT
002259           OR WS-LOT-VALUE > LINE-MAX-LOT
002260           MOVE "N" TO WS-PAIR-VALID
002261           IF WS-REJECT-REASON = SPACES
002262              MOVE "B OUTSIDE LINE LOT RANGE" TO WS-REJECT-REASON
002263              MOVE "15" TO WS-REJECT-CODE
002264           ELSE
002265              MOVE "A AND B OUTSIDE LINE LOT RANGE"
002266                 TO WS-REJECT-REASON
002267              MOVE "16" TO WS-REJECT-CODE
002268           END-IF
002269        END-IF
002270     END-IF.
002271
002272 READ-LINE-RECORD.
002273     MOVE "N" TO WS-LINE-FOUND.
002274     READ LINE-FILE
002275        INVALID KEY
002276           CONTINUE
002277        NOT INVALID KEY
002278           MOVE "Y" TO WS-LINE-FOUND
002279     END-READ.
002280
002281 WRITE-LINE-REJECT.
002282     ADD 1 TO WS-LINE-REJECTS.
002283     PERFORM OPEN-REJECT-FILE.
002284     MOVE SPACES TO REJECT-RECORD.
002285     COMPUTE REJ-POSITION = WS-PRE-POSITION-BASE
002286        + WS-RAW-RECORD-NO.
002287     MOVE RAW-A-X TO REJ-A.
002288     MOVE RAW-B-X TO REJ-B.
002289     MOVE WS-REJECT-REASON TO REJ-REASON.
002290     MOVE RAW-LINE-ID TO REJ-LINE.
002291     MOVE WS-REJECT-CODE TO REJ-CODE.
002292     MOVE WS-REJECT-DATE TO REJ-DATE.
002293     WRITE REJECT-RECORD.
002294     IF WS-REJECT-STATUS NOT = "00"
002295        MOVE "Y" TO WS-REJECT-WRITE-BAD
002296     END-IF.
002297     IF WS-LINE-REJECTS = 1
002298        PERFORM WRITE-REJECT-HEADINGS
002299     END-IF.
002300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002301        PERFORM WRITE-PAGE-HEADERS
002302        PERFORM WRITE-REJECT-HEADINGS
002303     END-IF.
002304     MOVE SPACES TO WS-REJECT-LINE.
002305     MOVE REJ-POSITION TO RJL-POSITION.
002306     MOVE REJ-A TO RJL-A.
002307     MOVE REJ-B TO RJL-B.
002308     MOVE REJ-LINE TO RJL-LINE.
002309     MOVE REJ-REASON TO RJL-REASON.
002310     MOVE WS-REJECT-LINE TO PRINT-LINE.
002311     WRITE PRINT-LINE.
002312     PERFORM CHECK-PRINT-STATUS.
002313     ADD 1 TO WS-LINE-COUNT.
002314
002315 WRITE-REJECT-HEADINGS.
002316     MOVE WS-REJECT-HEADING TO PRINT-LINE.
002317     WRITE PRINT-LINE.
002318     PERFORM CHECK-PRINT-STATUS.
002319     MOVE WS-REJECT-COLS TO PRINT-LINE.
002320     WRITE PRINT-LINE.
002321     PERFORM CHECK-PRINT-STATUS.
002322     ADD 2 TO WS-LINE-COUNT.
002323
002324 WRITE-PASS-RECORD.
002325     WRITE COND-PASS-RECORD.
002326     IF WS-COND-STATUS NOT = "00"
002327        MOVE "Y" TO WS-COND-WRITE-BAD
002328     END-IF.
002329
002330 WRITE-CONDENSED-PAIRS.
002331     MOVE "N" TO WS-SORT-EOF.
002332     MOVE SPACES TO WS-GROUP-A.
002333     MOVE SPACES TO WS-GROUP-B.
002335     MOVE SPACES TO WS-GROUP-LINE.
002340     MOVE 0 TO WS-GROUP-COUNT.
002350     PERFORM RETURN-SORTED-PAIR.
003270     MOVE SPACES TO PRINT-LINE.
003280     WRITE PRINT-LINE.
003290     PERFORM CHECK-PRINT-STATUS.
003295     MOVE 0 TO WS-LINE-COUNT.
003300
003310 WRITE-CONTROL-TOTALS.
003320     MOVE SPACES TO WS-TOTALS-LINE.
003450     MOVE "SET RECORDS PASSED:     " TO TOT-LABEL.
003460     MOVE WS-SETS-PASSED TO TOT-COUNT.
003470     PERFORM WRITE-TOTALS-LINE.
003472     MOVE SPACES TO WS-TOTALS-LINE.
003474     MOVE "LINE CHECK REJECTS:     " TO TOT-LABEL.
003476     MOVE WS-LINE-REJECTS TO TOT-COUNT.
003478     PERFORM WRITE-TOTALS-LINE.
003480
003490 WRITE-TOTALS-LINE.
003500     MOVE WS-TOTALS-LINE TO PRINT-LINE.
003700     IF WS-PRINT-WRITE-BAD = "Y"
003710        MOVE "Y" TO WS-ABEND-SWITCH
003720     END-IF.
003721     IF WS-LINE-FILE-BAD = "Y"
003722        MOVE "Y" TO WS-ABEND-SWITCH
003723     END-IF.
003724     IF WS-REJECT-WRITE-BAD = "Y"
003725        MOVE "Y" TO WS-ABEND-SWITCH
003726     END-IF.
003730     IF WS-ABEND-SWITCH = "Y"
003740        MOVE 8 TO RETURN-CODE
003750     ELSE
003753        IF WS-LINE-REJECTS > 0
003756           MOVE 4 TO RETURN-CODE
003759        ELSE
003762           MOVE 0 TO RETURN-CODE
003765        END-IF
003770     END-IF.
