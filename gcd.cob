000560     SELECT LOCK-FILE ASSIGN TO "GCDLOCK"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-LOCK-STATUS.
000581     SELECT LINE-FILE ASSIGN TO "GCDLINE"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS LINE-CODE
000585         FILE STATUS IS WS-LINE-STATUS.
000586     SELECT SPLIT-PARM-FILE ASSIGN TO "GCDSPLP"
000587         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-SPP-STATUS.
000589     SELECT SPLIT-FILE ASSIGN TO "GCDSPL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000591         FILE STATUS IS WS-SPL-STATUS.
000592 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PAIR-FILE
000620     RECORD CONTAINS 20 TO 110 CHARACTERS.
000830     05  FILLER              PIC X.
000840     05  TRL-HASH            PIC 9(18).
000850 FD  REJECT-FILE
000860     RECORD CONTAINS 77 CHARACTERS.
000870 01  REJECT-RECORD.
000880     05  REJ-POSITION        PIC 9(9).
000890     05  FILLER              PIC X       VALUE SPACE.
000940     05  REJ-REASON          PIC X(30).
000950     05  FILLER              PIC X       VALUE SPACE.
000960     05  REJ-LINE            PIC X(2).
000962     05  FILLER              PIC X       VALUE SPACE.
000964     05  REJ-CODE            PIC X(2).
000966     05  FILLER              PIC X       VALUE SPACE.
000968     05  REJ-DATE            PIC 9(8).
000970 FD  PRINT-FILE
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  PRINT-LINE              PIC X(132).
001000 FD  AUDIT-FILE
001010     RECORD CONTAINS 71 CHARACTERS.
001020 01  AUDIT-RECORD.
001030     05  AUD-DATE            PIC 9(8).
001040     05  FILLER              PIC X       VALUE SPACE.
001130     05  AUD-LCM             PIC Z(17)9.
001140     05  FILLER              PIC X       VALUE SPACE.
001150     05  AUD-SOURCE          PIC X.
001153     05  FILLER              PIC X       VALUE SPACE.
001156     05  AUD-LINE            PIC X(2).
001160 FD  PARM-FILE
001170     RECORD CONTAINS 20 CHARACTERS.
001180 01  PARM-RECORD.
001680     05  MSTR-LAST-REF-DATE  PIC 9(8).
001690     05  MSTR-REUSE-COUNT    PIC S9(9) COMP-3.
001700 FD  SYSIN-FILE
001710     RECORD CONTAINS 12 CHARACTERS.
001720 01  SYSIN-RECORD.
001730     05  SYSIN-RUNDATE       PIC 9(8).
001740     05  FILLER              PIC X.
001750     05  SYSIN-FACTOR-OPT    PIC X.
001753     05  FILLER              PIC X.
001756     05  SYSIN-PARTITION     PIC 9.
001760 FD  TOKEN-FILE
001770     RECORD CONTAINS 8 CHARACTERS.
001780 01  TOKEN-RECORD            PIC 9(8).
001790 FD  RUNLOG-FILE
001800     RECORD CONTAINS 87 CHARACTERS.
001810 01  RUNLOG-RECORD.
001820     05  RNL-DATE            PIC 9(8).
001830     05  FILLER              PIC X       VALUE SPACE.
001960     05  RNL-REUSED          PIC 9(9).
001970     05  FILLER              PIC X       VALUE SPACE.
001980     05  RNL-RETURN-CODE     PIC 9(2).
001983     05  FILLER              PIC X       VALUE SPACE.
001986     05  RNL-REPAIRS-READ    PIC 9(9).
001990 FD  FACTOR-FILE
002000     RECORD CONTAINS 192 CHARACTERS.
002010 01  FACTOR-RECORD.
002180     05  LOCK-DATE           PIC 9(8).
002190     05  FILLER              PIC X       VALUE SPACE.
002200     05  LOCK-STATUS         PIC X.
002201 FD  LINE-FILE
002202     RECORD CONTAINS 78 CHARACTERS.
002203 01  LINE-RECORD.
002204     05  LINE-CODE           PIC X(2).
002205     05  FILLER              PIC X       VALUE SPACE.
002206     05  LINE-DESCRIPTION    PIC X(30).
002207     05  FILLER              PIC X       VALUE SPACE.
002208     05  LINE-PLANT          PIC X(4).
002209     05  FILLER              PIC X       VALUE SPACE.
002210     05  LINE-ACTIVE         PIC X.
002211     05  FILLER              PIC X       VALUE SPACE.
002212     05  LINE-MIN-LOT        PIC 9(9).
002213     05  FILLER              PIC X       VALUE SPACE.
002214     05  LINE-MAX-LOT        PIC 9(9).
002215     05  FILLER              PIC X       VALUE SPACE.
002216     05  LINE-CHG-DATE       PIC 9(8).
002217     05  FILLER              PIC X       VALUE SPACE.
002218     05  LINE-CHG-OPERATOR   PIC X(8).
002219 FD  SPLIT-PARM-FILE
002220     RECORD CONTAINS 19 CHARACTERS.
002221 01  SPLIT-PARM-RECORD.
002222     05  SPP-MIN-SIZE        PIC 9(9).
002223     05  FILLER              PIC X.
002224     05  SPP-MAX-SIZE        PIC 9(9).
002225 FD  SPLIT-FILE
002226     RECORD CONTAINS 144 CHARACTERS.
002227 01  SPLIT-RECORD.
002228     05  SPL-TYPE            PIC X.
002229     05  FILLER              PIC X       VALUE SPACE.
002230     05  SPL-A               PIC 9(9).
002231     05  FILLER              PIC X       VALUE SPACE.
002232     05  SPL-B               PIC 9(9).
002233     05  FILLER              PIC X       VALUE SPACE.
002234     05  SPL-GCD             PIC 9(9).
002235     05  FILLER              PIC X       VALUE SPACE.
002236     05  SPL-SIZE            PIC 9(9).
002237     05  FILLER              PIC X       VALUE SPACE.
002238     05  SPL-LINE            PIC X(2).
002239     05  SPL-SPLIT-ENTRY     OCCURS 10 TIMES.
002240         10  FILLER          PIC X.
002241         10  SPL-SPLITS      PIC 9(9).
002242 WORKING-STORAGE SECTION.
002243
002244 77      A PICTURE S9(9) COMP-3.
002245 77      B PICTURE S9(9) COMP-3.
002250 77      C PICTURE S9(9) COMP-3.
002260 77      QUIT PICTURE 99.
002270 77      SCRATCH PICTURE S9(9) COMP-3.
002380 77      WS-RECORD-COUNT     PIC 9(9)    VALUE 0.
002390 77      WS-VALID-SWITCH     PIC X       VALUE "Y".
002400 77      WS-REJECT-REASON    PIC X(30)   VALUE SPACES.
002405 77      WS-REJECT-CODE      PIC X(2)    VALUE SPACES.
002410 77      WS-IN-A-NUM         PIC 9(9)    VALUE 0.
002420 77      WS-IN-B-NUM         PIC 9(9)    VALUE 0.
002430 77      WS-PRINT-STATUS     PIC XX.
002620 77      WS-REPAIR-MODE      PIC X       VALUE "N".
002630 77      WS-FOLD-MODE        PIC X       VALUE "N".
002640 77      WS-REPAIRS-APPLIED  PIC 9(9)    VALUE 0.
002645 77      WS-REPAIRS-READ     PIC 9(9)    VALUE 0.
002650 77      WS-PAIR-SOURCE      PIC X       VALUE "F".
002660 77      WS-REJECT-OPEN      PIC X       VALUE "N".
002670 77      WS-REJECT-POSITION  PIC 9(9)    VALUE 0.
003310 77      WS-FCT-OPEN         PIC X       VALUE "N".
003320 77      WS-FCT-WRITE-BAD    PIC X       VALUE "N".
003330 77      WS-FACTOR-RPT-SW    PIC X       VALUE "N".
003333 77      WS-PARTITION-NO     PIC 9       VALUE 0.
003336 77      WS-POSITION-BASE    PIC 9(9)    VALUE 0.
003340 77      WS-FACTOR-WORK      PIC 9(9)    VALUE 0.
003350 77      WS-FACTOR-DIV      PIC 9(9)    VALUE 0.
003360 77      WS-FACTOR-QUOT      PIC 9(9)    VALUE 0.
003570 77      WS-NUMVAL-RESULT    PIC S9(10)  COMP-3.
003580 77      WS-ZERO-RESULT-SWITCH PIC X     VALUE "N".
003590 77      WS-DECIMAL-COUNT    PIC 99      VALUE 0.
003592 77      WS-LINE-STATUS      PIC XX      VALUE SPACES.
003594 77      WS-LINE-OPEN        PIC X       VALUE "N".
003596 77      WS-LINE-FOUND       PIC X       VALUE "N".
003598 77      WS-LINE-FILE-BAD    PIC X       VALUE "N".
003599 77      WS-SPP-STATUS       PIC XX      VALUE SPACES.
003600 77      WS-SPL-STATUS       PIC XX      VALUE SPACES.
003601 77      WS-SPL-OPEN         PIC X       VALUE "N".
003602 77      WS-SPL-ACTIVE       PIC X       VALUE "N".
003603 77      WS-SPL-WRITE-BAD    PIC X       VALUE "N".
003604 77      WS-SPL-EOF          PIC X       VALUE "N".
003605 77      WS-SPL-MIN          PIC 9(9)    VALUE 0.
003606 77      WS-SPL-MAX          PIC 9(9)    VALUE 0.
003607 77      WS-SPL-ROWS         PIC 9(9)    VALUE 0.
003608 77      WS-SPL-NONE         PIC 9(9)    VALUE 0.
003609 77      WS-SPL-COUNT        PIC S9(4)   COMP-3 VALUE 0.
003610 77      WS-SPL-IX           PIC S9(4)   COMP-3 VALUE 0.
003611 77      WS-SPL-JX           PIC S9(4)   COMP-3 VALUE 0.
003612 77      WS-SPL-KX           PIC S9(4)   COMP-3 VALUE 0.
003613 77      WS-SPL-SHIFT-DONE   PIC X       VALUE "N".
003614 77      WS-DIV-COUNT        PIC S9(4)   COMP-3 VALUE 0.
003615 77      WS-DIV-BASE-COUNT   PIC S9(4)   COMP-3 VALUE 0.
003616 77      WS-DIV-PX           PIC S9(4)   COMP-3 VALUE 0.
003617 77      WS-DIV-IX           PIC S9(4)   COMP-3 VALUE 0.
003618 77      WS-DIV-KX           PIC S9(4)   COMP-3 VALUE 0.
003619 77      WS-DIV-WORK         PIC 9(9)    VALUE 0.
003620 01  WS-SET-MEMBERS.
003621     05  WS-SET-MEMBER       OCCURS 10 TIMES
003622                             PIC 9(9).
003623
003624 01  WS-DIVISOR-TABLE.
003625     05  WS-DIV-VALUE        OCCURS 1400 TIMES
003626                             PIC 9(9).
003627
003628 01  WS-SPLIT-SIZE-TABLE.
003629     05  WS-SPL-SIZE         OCCURS 1400 TIMES
003630                             PIC 9(9).
003631
003640 01  WS-SOURCE-TABLE.
003650     05  WS-SRC-ENTRY        OCCURS 10 TIMES.
003660         10  WS-SRC-ID       PIC X(2).
005280     05  FILLER              PIC X(3)    VALUE SPACES.
005290     05  SDTL-COPRIME        PIC X       VALUE SPACE.
005300
005301 01  WS-SPLIT-HEADING.
005302     05  FILLER              PIC X(1)    VALUE SPACE.
005303     05  FILLER              PIC X(48)
005304         VALUE "FEASIBLE LOT-SPLIT SIZES - UNITS PER SPLIT FROM".
005305     05  SPH-MIN             PIC Z(8)9.
005306     05  FILLER              PIC X(4)    VALUE " TO".
005307     05  SPH-MAX             PIC Z(8)9.
005308
005309 01  WS-SPLIT-COLS.
005310     05  FILLER              PIC X(1)    VALUE SPACE.
005311     05  FILLER              PIC X(7)    VALUE " TYPE".
005312     05  FILLER              PIC X(13)   VALUE "  INPUT A".
005313     05  FILLER              PIC X(13)   VALUE "  INPUT B".
005314     05  FILLER              PIC X(13)   VALUE "  GCD".
005315     05  FILLER              PIC X(13)   VALUE "  SPLIT SIZE".
005316     05  FILLER              PIC X(13)   VALUE "  SPLITS A".
005317     05  FILLER              PIC X(13)   VALUE "  SPLITS B".
005318     05  FILLER              PIC X(6)    VALUE "  LINE".
005319
005320 01  WS-SPLIT-LINE.
005321     05  FILLER              PIC X(1)    VALUE SPACE.
005322     05  SPLL-TYPE           PIC X(4).
005323     05  FILLER              PIC X(3)    VALUE SPACES.
005324     05  SPLL-A              PIC Z(8)9.
005325     05  FILLER              PIC X(4)    VALUE SPACES.
005326     05  SPLL-B              PIC Z(8)9.
005327     05  FILLER              PIC X(4)    VALUE SPACES.
005328     05  SPLL-GCD            PIC Z(8)9.
005329     05  FILLER              PIC X(4)    VALUE SPACES.
005330     05  SPLL-SIZE           PIC Z(8)9.
005331     05  FILLER              PIC X(4)    VALUE SPACES.
005332     05  SPLL-SPLITS-A       PIC Z(8)9.
005333     05  FILLER              PIC X(4)    VALUE SPACES.
005334     05  SPLL-SPLITS-B       PIC Z(8)9.
005335     05  FILLER              PIC X(4)    VALUE SPACES.
005336     05  SPLL-LINE           PIC X(2).
005337
005338 01  WS-SPLIT-MEMBER-LINE.
005339     05  FILLER              PIC X(1)    VALUE SPACE.
005340     05  SPLM-LABEL          PIC X(17).
005341     05  SPLM-ENTRY          OCCURS 10 TIMES.
005342         10  FILLER          PIC X.
005343         10  SPLM-SPLITS     PIC Z(8)9.
005344 01  WS-FOOTER-LINE.
005345     05  FILLER              PIC X(1)    VALUE SPACE.
005346     05  FILLER              PIC X(24)
005347         VALUE "END OF REPORT - PAGES: ".
005350     05  FTR-PAGE-COUNT      PIC ZZ9.
005360
005370 01  WS-TOTALS-LINE.
005750     PERFORM OPEN-INTERFACE-FILE.
005760     PERFORM OPEN-FACTOR-FILE.
005770     PERFORM WRITE-PAGE-HEADERS.
005772     IF WS-PARTITION-NO > 0
005774        PERFORM WRITE-PARTITION-MESSAGE
005776     END-IF.
005780     PERFORM SET-BATCH-LOCK.
005785     PERFORM OPEN-LINE-FILE.
005787     PERFORM OPEN-SPLIT-FILE.
005790     IF WS-RESTART-KEY = 0
005800        PERFORM PROCESS-REPAIR-RECORDS
005810     END-IF.
005985     PERFORM CHECK-CONTROL-BALANCE.
005990     PERFORM CLOSE-REJECT-FILE.
006000     PERFORM WRITE-COPRIME-PAGE.
006005     PERFORM WRITE-SPLIT-SECTION.
006010     PERFORM WRITE-REPORT-FOOTER.
006020     PERFORM WRITE-CONTROL-TOTALS.
006030     PERFORM CLOSE-AUDIT-FILE.
006040     PERFORM CLOSE-CHECKPOINT-FILE.
006050     PERFORM CLOSE-MASTER-FILE.
006055     PERFORM CLOSE-LINE-FILE.
006060     PERFORM CLOSE-FACTOR-FILE.
006065     PERFORM CLOSE-SPLIT-FILE.
006070     PERFORM CLOSE-PRINT-FILE.
006080     PERFORM SET-RUN-RETURN-CODE.
006090     PERFORM FINISH-INTERFACE-FILE.
006680        MOVE "N" TO WS-FCT-OPEN
006690     END-IF.
006700
006701 OPEN-SPLIT-FILE.
006702     OPEN OUTPUT SPLIT-FILE.
006703     IF WS-SPL-STATUS = "00"
006704        MOVE "Y" TO WS-SPL-OPEN
006705        PERFORM READ-SPLIT-PARM
006706     ELSE
006707        MOVE "Y" TO WS-SPL-WRITE-BAD
006708     END-IF.
006709
006710 READ-SPLIT-PARM.
006711     OPEN INPUT SPLIT-PARM-FILE.
006712     IF WS-SPP-STATUS = "00"
006713        READ SPLIT-PARM-FILE
006714        END-READ
006715        IF WS-SPP-STATUS = "00"
006716           AND SPP-MIN-SIZE IS NUMERIC AND SPP-MAX-SIZE IS NUMERIC
006717           IF SPP-MIN-SIZE > 0 AND SPP-MAX-SIZE >= SPP-MIN-SIZE
006718              MOVE SPP-MIN-SIZE TO WS-SPL-MIN
006719              MOVE SPP-MAX-SIZE TO WS-SPL-MAX
006720              MOVE "Y" TO WS-SPL-ACTIVE
006721           END-IF
006722        END-IF
006723        CLOSE SPLIT-PARM-FILE
006724     END-IF.
006725     IF WS-SPL-ACTIVE = "N"
006726        MOVE "SPLIT BOUNDS CARD MISSING OR INVALID - NO SPLITS"
006727           TO CTL-MESSAGE
006728        PERFORM WRITE-CONTROL-MESSAGE
006729     END-IF.
006730
006731 CLOSE-SPLIT-FILE.
006732     IF WS-SPL-OPEN = "Y"
006733        CLOSE SPLIT-FILE
006734        MOVE "N" TO WS-SPL-OPEN
006735     END-IF.
006736
006737 SET-BATCH-LOCK.
006738     OPEN INPUT LOCK-FILE.
006739     IF WS-LOCK-STATUS = "00"
006740        READ LOCK-FILE
006750        END-READ
006760        IF WS-LOCK-STATUS = "00" AND LOCK-STATUS = "R"
008050        MOVE WS-RECORDS-REJECTED TO RNL-REJECTED
008060        MOVE WS-RECORDS-REUSED TO RNL-REUSED
008070        MOVE RETURN-CODE TO RNL-RETURN-CODE
008075        MOVE WS-REPAIRS-READ TO RNL-REPAIRS-READ
008080        WRITE RUNLOG-RECORD
008090        IF WS-RNL-STATUS NOT = "00"
008100           MOVE "Y" TO WS-RNL-WRITE-BAD
008210
008220 OPEN-REJECT-FILE.
008230     IF WS-REJECT-OPEN = "N"
008240        OPEN EXTEND REJECT-FILE
008241        IF WS-REJECT-STATUS = "35"
008242           OPEN OUTPUT REJECT-FILE
008243           CLOSE REJECT-FILE
008244           OPEN EXTEND REJECT-FILE
008245        END-IF
008250        MOVE "Y" TO WS-REJECT-OPEN
008260     END-IF.
008270
008530        OPEN I-O MASTER-FILE
008540     END-IF.
008550
008551 OPEN-LINE-FILE.
008552     OPEN INPUT LINE-FILE.
008553     IF WS-LINE-STATUS = "00"
008554        MOVE "Y" TO WS-LINE-OPEN
008555     ELSE
008556        MOVE "Y" TO WS-LINE-FILE-BAD
008557        MOVE "LINE REFERENCE FILE NOT AVAILABLE - LINES UNCHECKED"
008558           TO CTL-MESSAGE
008559        PERFORM WRITE-CONTROL-MESSAGE
008560     END-IF.
008561
008562 CLOSE-LINE-FILE.
008563     IF WS-LINE-OPEN = "Y"
008564        CLOSE LINE-FILE
008565        MOVE "N" TO WS-LINE-OPEN
008566     END-IF.
008567
008568 READ-PARM-FILE.
008570     OPEN INPUT PARM-FILE.
008580     IF WS-PARM-STATUS = "00"
008590        READ PARM-FILE
008900        IF SYSIN-FACTOR-OPT = "F"
008910           MOVE "Y" TO WS-FACTOR-RPT-SW
008920        END-IF
008922        IF SYSIN-PARTITION IS NUMERIC AND SYSIN-PARTITION > 0
008924           MOVE SYSIN-PARTITION TO WS-PARTITION-NO
008926           COMPUTE WS-POSITION-BASE = WS-PARTITION-NO * 100000000
008928        END-IF
008930        IF WS-SYSIN-STATUS = "00"
008940           PERFORM READ-CATCHUP-CARD
008950           PERFORM STORE-CATCHUP-DATE
010720     PERFORM CHECK-PRINT-STATUS.
010730     ADD 1 TO WS-LINE-COUNT.
010740
010741 WRITE-PARTITION-MESSAGE.
010742     MOVE SPACES TO CTL-MESSAGE.
010743     STRING "PARTITIONED NIGHTLY RUN - PARTITION "
010744            DELIMITED BY SIZE
010745            WS-PARTITION-NO DELIMITED BY SIZE
010746            INTO CTL-MESSAGE
010747     END-STRING.
010748     PERFORM WRITE-CONTROL-MESSAGE.
010749
010750 PROCESS-PAIR-INPUT.
010760     MOVE PAIR-A-X TO WS-EDIT-A.
010770     MOVE PAIR-B-X TO WS-EDIT-B.
010780     MOVE PAIR-LINE-X TO WS-PAIR-LINE.
010786     COMPUTE WS-REJECT-POSITION =
010792        WS-POSITION-BASE + WS-RECORD-COUNT.
010800     MOVE 1 TO WS-PAIR-OCCURS.
010810     IF PAIR-OCCURS-X IS NUMERIC
010820        MOVE PAIR-OCCURS-X TO WS-PAIR-OCCURS
011460 VALIDATE-PAIR.
011470     MOVE "Y" TO WS-VALID-SWITCH.
011480     MOVE SPACES TO WS-REJECT-REASON.
011485     MOVE SPACES TO WS-REJECT-CODE.
011490     MOVE 0 TO WS-IN-A-NUM.
011500     MOVE 0 TO WS-IN-B-NUM.
011510
011530     IF WS-NUMVAL-CHECK NOT = 0
011540        MOVE "N" TO WS-VALID-SWITCH
011550        MOVE "A IS NON-NUMERIC" TO WS-REJECT-REASON
011555        MOVE "01" TO WS-REJECT-CODE
011560     ELSE
011570        MOVE 0 TO WS-DECIMAL-COUNT
011580        INSPECT WS-EDIT-A TALLYING WS-DECIMAL-COUNT FOR ALL "."
011590        IF WS-DECIMAL-COUNT > 0
011600           MOVE "N" TO WS-VALID-SWITCH
011610           MOVE "A IS NOT AN INTEGER" TO WS-REJECT-REASON
011615           MOVE "02" TO WS-REJECT-CODE
011620        ELSE
011630           COMPUTE WS-NUMVAL-RESULT = FUNCTION NUMVAL(WS-EDIT-A)
011640           IF WS-NUMVAL-RESULT < 0
011650              MOVE "N" TO WS-VALID-SWITCH
011660              MOVE "A IS NEGATIVE" TO WS-REJECT-REASON
011665              MOVE "03" TO WS-REJECT-CODE
011670           ELSE
011680              IF WS-NUMVAL-RESULT = 0
011690                 MOVE "N" TO WS-VALID-SWITCH
011700                 MOVE "A IS ZERO" TO WS-REJECT-REASON
011705                 MOVE "04" TO WS-REJECT-CODE
011710              ELSE
011720                 IF WS-NUMVAL-RESULT > 999999999
011730                    MOVE "N" TO WS-VALID-SWITCH
011740                    MOVE "A EXCEEDS MAXIMUM" TO WS-REJECT-REASON
011745                    MOVE "05" TO WS-REJECT-CODE
011750                 ELSE
011760                    MOVE WS-NUMVAL-RESULT TO WS-IN-A-NUM
011770                 END-IF
011850        MOVE "N" TO WS-VALID-SWITCH
011860        IF WS-REJECT-REASON = SPACES
011870           MOVE "B IS NON-NUMERIC" TO WS-REJECT-REASON
011875           MOVE "06" TO WS-REJECT-CODE
011880        ELSE
011890           MOVE "A AND B INVALID" TO WS-REJECT-REASON
011895           MOVE "11" TO WS-REJECT-CODE
011900        END-IF
011910     ELSE
011920        MOVE 0 TO WS-DECIMAL-COUNT
011950           MOVE "N" TO WS-VALID-SWITCH
011960           IF WS-REJECT-REASON = SPACES
011970              MOVE "B IS NOT AN INTEGER" TO WS-REJECT-REASON
011975              MOVE "07" TO WS-REJECT-CODE
011980           ELSE
011990              MOVE "A AND B INVALID" TO WS-REJECT-REASON
011995              MOVE "11" TO WS-REJECT-CODE
012000           END-IF
012010        ELSE
012020           COMPUTE WS-NUMVAL-RESULT = FUNCTION NUMVAL(WS-EDIT-B)
012040              MOVE "N" TO WS-VALID-SWITCH
012050              IF WS-REJECT-REASON = SPACES
012060                 MOVE "B IS NEGATIVE" TO WS-REJECT-REASON
012065                 MOVE "08" TO WS-REJECT-CODE
012070              ELSE
012080                 MOVE "A AND B INVALID" TO WS-REJECT-REASON
012085                 MOVE "11" TO WS-REJECT-CODE
012090              END-IF
012100           ELSE
012110              IF WS-NUMVAL-RESULT = 0
012120                 MOVE "N" TO WS-VALID-SWITCH
012130                 IF WS-REJECT-REASON = SPACES
012140                    MOVE "B IS ZERO" TO WS-REJECT-REASON
012145                    MOVE "09" TO WS-REJECT-CODE
012150                 ELSE
012160                    MOVE "A AND B INVALID" TO WS-REJECT-REASON
012165                    MOVE "11" TO WS-REJECT-CODE
012170                 END-IF
012180              ELSE
012190                 IF WS-NUMVAL-RESULT > 999999999
012200                    MOVE "N" TO WS-VALID-SWITCH
012210                    IF WS-REJECT-REASON = SPACES
012220                       MOVE "B TOO LARGE" TO WS-REJECT-REASON
012225                       MOVE "10" TO WS-REJECT-CODE
012230                    ELSE
012240                       MOVE "A AND B INVALID" TO WS-REJECT-REASON
012245                       MOVE "11" TO WS-REJECT-CODE
012250                    END-IF
012260                 ELSE
012270                    MOVE WS-NUMVAL-RESULT TO WS-IN-B-NUM
012300           END-IF
012310        END-IF
012320     END-IF.
012321     IF WS-VALID-SWITCH = "Y" AND WS-REPAIR-MODE = "N"
012322        AND WS-LINE-OPEN = "Y"
012323        PERFORM VALIDATE-PAIR-LINE
012324     END-IF.
012325
012326 VALIDATE-PAIR-LINE.
012327     MOVE WS-PAIR-LINE TO LINE-CODE.
012328     PERFORM READ-LINE-RECORD.
012329     IF WS-LINE-FOUND = "N"
012330        MOVE "N" TO WS-VALID-SWITCH
012331        MOVE "LINE CODE NOT ON LINE FILE" TO WS-REJECT-REASON
012332        MOVE "12" TO WS-REJECT-CODE
012333     ELSE
012334        IF LINE-ACTIVE NOT = "Y"
012335           MOVE "N" TO WS-VALID-SWITCH
012336           MOVE "LINE CODE IS INACTIVE" TO WS-REJECT-REASON
012337           MOVE "13" TO WS-REJECT-CODE
012338        ELSE
012339           IF WS-IN-A-NUM < LINE-MIN-LOT
012340              OR WS-IN-A-NUM > LINE-MAX-LOT
012341              MOVE "N" TO WS-VALID-SWITCH
012342              MOVE "A OUTSIDE LINE LOT RANGE" TO WS-REJECT-REASON
012343              MOVE "14" TO WS-REJECT-CODE
012344           END-IF
012345           IF WS-IN-B-NUM < LINE-MIN-LOT
012346              OR WS-IN-B-NUM > LINE-MAX-LOT
012347              MOVE "N" TO WS-VALID-SWITCH
012348              IF WS-REJECT-REASON = SPACES
012349                 MOVE "B OUTSIDE LINE LOT RANGE"
012350                    TO WS-REJECT-REASON
012351                 MOVE "15" TO WS-REJECT-CODE
012352              ELSE
012353                 MOVE "A AND B OUTSIDE LINE LOT RANGE"
012354                    TO WS-REJECT-REASON
012355                 MOVE "16" TO WS-REJECT-CODE
012356              END-IF
012357           END-IF
012358        END-IF
012359     END-IF.
012360
012361 READ-LINE-RECORD.
012362     MOVE "N" TO WS-LINE-FOUND.
012363     READ LINE-FILE
012364        INVALID KEY
012365           CONTINUE
012366        NOT INVALID KEY
012367           MOVE "Y" TO WS-LINE-FOUND
012368     END-READ.
012369
012370
012371 WRITE-REJECT-RECORD.
012372     PERFORM OPEN-REJECT-FILE.
012373     MOVE SPACES TO REJECT-RECORD.
012380     MOVE WS-REJECT-POSITION TO REJ-POSITION.
012390     MOVE WS-EDIT-A TO REJ-A.
012400     MOVE WS-EDIT-B TO REJ-B.
012410     MOVE WS-REJECT-REASON TO REJ-REASON.
012420     MOVE WS-PAIR-LINE TO REJ-LINE.
012423     MOVE WS-REJECT-CODE TO REJ-CODE.
012426     MOVE WS-BUS-DATE TO REJ-DATE.
012430     WRITE REJECT-RECORD.
012440     PERFORM CHECK-REJECT-STATUS.
012450
012620     END-READ.
012630
012640 PROCESS-ONE-REPAIR.
012645     ADD 1 TO WS-REPAIRS-READ.
012650     MOVE REP-A TO WS-EDIT-A.
012660     MOVE REP-B TO WS-EDIT-B.
012670     MOVE SPACES TO WS-PAIR-LINE.
012870        PERFORM FOLD-SET-MEMBERS
012880        IF WS-SET-OVERFLOW = "Y"
012890           MOVE "SET LCM EXCEEDS MAXIMUM" TO WS-REJECT-REASON
012895           MOVE "23" TO WS-REJECT-CODE
012900           PERFORM WRITE-REJECT-RECORD
012910           ADD 1 TO WS-RECORDS-REJECTED
012920        ELSE
013030     MOVE "Y" TO WS-SET-VALID.
013040     MOVE SPACES TO WS-PAIR-LINE.
013050     MOVE SPACES TO WS-REJECT-REASON.
013053     MOVE SPACES TO WS-REJECT-CODE.
013056     COMPUTE WS-REJECT-POSITION =
013062        WS-POSITION-BASE + WS-RECORD-COUNT.
013070     MOVE SET-ID-X TO WS-EDIT-A.
013080     MOVE SPACES TO WS-EDIT-B.
013090     IF SET-ID-X IS NOT NUMERIC
013100        MOVE "N" TO WS-SET-VALID
013110        MOVE "SET ID IS NON-NUMERIC" TO WS-REJECT-REASON
013115        MOVE "17" TO WS-REJECT-CODE
013120     ELSE
013130        MOVE SET-ID-X TO WS-SET-ID-NUM
013140        MOVE 0 TO WS-SET-MEMBER-COUNT
013200           MOVE "N" TO WS-SET-VALID
013210           MOVE "SET NEEDS TWO OR MORE VALUES"
013220              TO WS-REJECT-REASON
013225           MOVE "18" TO WS-REJECT-CODE
013230        END-IF
013240     END-IF.
013250
013310        IF WS-NUMVAL-CHECK NOT = 0
013320           MOVE "N" TO WS-SET-VALID
013330           MOVE "SET VALUE IS NON-NUMERIC" TO WS-REJECT-REASON
013335           MOVE "19" TO WS-REJECT-CODE
013340        ELSE
013350           MOVE 0 TO WS-DECIMAL-COUNT
013360           INSPECT WS-EDIT-B
013390              MOVE "N" TO WS-SET-VALID
013400              MOVE "SET VALUE IS NOT AN INTEGER"
013410                 TO WS-REJECT-REASON
013415              MOVE "20" TO WS-REJECT-CODE
013420           ELSE
013430              COMPUTE WS-NUMVAL-RESULT =
013440                 FUNCTION NUMVAL(WS-EDIT-B)
013460                 MOVE "N" TO WS-SET-VALID
013470                 MOVE "SET VALUE IS NOT POSITIVE"
013480                    TO WS-REJECT-REASON
013485                 MOVE "21" TO WS-REJECT-CODE
013490              ELSE
013500                 IF WS-NUMVAL-RESULT > 999999999
013510                    MOVE "N" TO WS-SET-VALID
013520                    MOVE "SET VALUE EXCEEDS MAXIMUM"
013530                       TO WS-REJECT-REASON
013535                    MOVE "22" TO WS-REJECT-CODE
013540                 ELSE
013550                    ADD 1 TO WS-SET-MEMBER-COUNT
013560                    MOVE WS-NUMVAL-RESULT
014400     ADD 1 TO WS-LINE-COUNT.
014410     PERFORM BUILD-FACTOR-TEXTS.
014420     PERFORM WRITE-SET-FACTOR-RECORD.
014425     PERFORM WRITE-SET-SPLIT-RECORDS.
014430     IF WS-FACTOR-RPT-SW = "Y"
014440        PERFORM WRITE-FACTOR-REPORT-LINES
014450     END-IF.
014870     IF WS-CKPT-STATUS NOT = "00"
014880        MOVE "Y" TO WS-ABEND-SWITCH
014890     END-IF.
014896     IF WS-MSTR-STATUS NOT = "00" AND WS-MSTR-STATUS NOT = "23"
014902        AND (WS-PARTITION-NO = 0 OR WS-MSTR-STATUS NOT = "22")
014910        MOVE "Y" TO WS-ABEND-SWITCH
014920     END-IF.
014930     IF WS-MSTR-WRITE-BAD = "Y"
015280     IF WS-LOCK-WRITE-BAD = "Y"
015290        MOVE "Y" TO WS-ABEND-SWITCH
015300     END-IF.
015302     IF WS-LINE-FILE-BAD = "Y"
015304        MOVE "Y" TO WS-ABEND-SWITCH
015306     END-IF.
015307     IF WS-SPL-WRITE-BAD = "Y"
015308        MOVE "Y" TO WS-ABEND-SWITCH
015309     END-IF.
015310     IF WS-ABEND-SWITCH = "Y"
015320        MOVE 8 TO RETURN-CODE
015330     ELSE
016950     MOVE WS-TOTALS-LINE TO PRINT-LINE.
016960     WRITE PRINT-LINE.
016970     PERFORM CHECK-PRINT-STATUS.
016971     IF WS-SPL-ACTIVE = "Y"
016972        MOVE SPACES TO WS-TOTALS-LINE
016973        MOVE "LOT-SPLIT ROWS WRITTEN: " TO TOT-LABEL
016974        MOVE WS-SPL-ROWS TO TOT-COUNT
016975        MOVE WS-TOTALS-LINE TO PRINT-LINE
016976        WRITE PRINT-LINE
016977        PERFORM CHECK-PRINT-STATUS
016978        MOVE SPACES TO WS-TOTALS-LINE
016979        MOVE "NO SPLIT SIZE IN BOUNDS:" TO TOT-LABEL
016980        MOVE WS-SPL-NONE TO TOT-COUNT
016981        MOVE WS-TOTALS-LINE TO PRINT-LINE
016982        WRITE PRINT-LINE
016983        PERFORM CHECK-PRINT-STATUS
016984     END-IF.
016985     PERFORM WRITE-SOURCE-TOTALS.
016990     IF WS-RESTART-KEY > 0
017000        MOVE "RESTART RUN - INTERFACE FILE NOT RELEASED"
017010           TO CTL-MESSAGE
017410     MOVE RESULT TO AUD-GCD.
017420     MOVE LCM TO AUD-LCM.
017430     MOVE WS-PAIR-SOURCE TO AUD-SOURCE.
017435     MOVE WS-PAIR-LINE TO AUD-LINE.
017440     WRITE AUDIT-RECORD.
017450     PERFORM CHECK-AUDIT-STATUS.
017460
018300     PERFORM WRITE-DETAIL-LINE.
018310     PERFORM BUILD-PAIR-FACTORS.
018320     PERFORM WRITE-PAIR-FACTOR-RECORD.
018325     PERFORM WRITE-PAIR-SPLIT-RECORDS.
018330     IF WS-FACTOR-RPT-SW = "Y"
018340        PERFORM WRITE-FACTOR-REPORT-LINES
018350     END-IF.
018700     MOVE 0 TO MSTR-REUSE-COUNT.
018710     WRITE MASTER-RECORD
018720        INVALID KEY
018725           IF WS-PARTITION-NO = 0 OR WS-MSTR-STATUS NOT = "22"
018730              MOVE "Y" TO WS-MSTR-WRITE-BAD
018735           END-IF
018740     END-WRITE.
018750
018760 UPDATE-MASTER-REFERENCE.
021950        MOVE "Y" TO WS-FCT-WRITE-BAD
021960     END-IF.
021970
021971 WRITE-PAIR-SPLIT-RECORDS.
021972     IF WS-SPL-ACTIVE = "Y" AND WS-SPL-OPEN = "Y"
021973        PERFORM BUILD-SPLIT-SIZES
021974        IF WS-SPL-COUNT = 0
021975           ADD 1 TO WS-SPL-NONE
021976        END-IF
021977        MOVE 1 TO WS-SPL-IX
021978        PERFORM WRITE-ONE-PAIR-SPLIT
021979           WITH TEST BEFORE UNTIL WS-SPL-IX > WS-SPL-COUNT
021980     END-IF.
021981
021982 WRITE-ONE-PAIR-SPLIT.
021983     MOVE SPACES TO SPLIT-RECORD.
021984     MOVE "P" TO SPL-TYPE.
021985     MOVE ORIGINAL-A TO SPL-A.
021986     MOVE ORIGINAL-B TO SPL-B.
021987     MOVE RESULT TO SPL-GCD.
021988     MOVE WS-SPL-SIZE (WS-SPL-IX) TO SPL-SIZE.
021989     MOVE WS-PAIR-LINE TO SPL-LINE.
021990     COMPUTE SPL-SPLITS (1) =
021991        ORIGINAL-A / WS-SPL-SIZE (WS-SPL-IX).
021992     COMPUTE SPL-SPLITS (2) =
021993        ORIGINAL-B / WS-SPL-SIZE (WS-SPL-IX).
021994     WRITE SPLIT-RECORD.
021995     PERFORM CHECK-SPL-STATUS.
021996     ADD 1 TO WS-SPL-ROWS.
021997     ADD 1 TO WS-SPL-IX.
021998
021999 WRITE-SET-SPLIT-RECORDS.
022000     IF WS-SPL-ACTIVE = "Y" AND WS-SPL-OPEN = "Y"
022001        PERFORM BUILD-SPLIT-SIZES
022002        IF WS-SPL-COUNT = 0
022003           ADD 1 TO WS-SPL-NONE
022004        END-IF
022005        MOVE 1 TO WS-SPL-IX
022006        PERFORM WRITE-ONE-SET-SPLIT
022007           WITH TEST BEFORE UNTIL WS-SPL-IX > WS-SPL-COUNT
022008     END-IF.
022009
022010 WRITE-ONE-SET-SPLIT.
022011     MOVE SPACES TO SPLIT-RECORD.
022012     MOVE "S" TO SPL-TYPE.
022013     MOVE WS-SET-ID-NUM TO SPL-A.
022014     MOVE WS-SET-MEMBER-COUNT TO SPL-B.
022015     MOVE WS-SET-GCD TO SPL-GCD.
022016     MOVE WS-SPL-SIZE (WS-SPL-IX) TO SPL-SIZE.
022017     MOVE 1 TO WS-SET-IX.
022018     PERFORM SET-ONE-MEMBER-SPLIT
022019        WITH TEST BEFORE UNTIL WS-SET-IX > WS-SET-MEMBER-COUNT.
022020     WRITE SPLIT-RECORD.
022021     PERFORM CHECK-SPL-STATUS.
022022     ADD 1 TO WS-SPL-ROWS.
022023     ADD 1 TO WS-SPL-IX.
022024
022025 SET-ONE-MEMBER-SPLIT.
022026     COMPUTE SPL-SPLITS (WS-SET-IX) =
022027        WS-SET-MEMBER (WS-SET-IX) / WS-SPL-SIZE (WS-SPL-IX).
022028     ADD 1 TO WS-SET-IX.
022029
022030 BUILD-SPLIT-SIZES.
022031     MOVE 1 TO WS-DIV-COUNT.
022032     MOVE 1 TO WS-DIV-VALUE (1).
022033     MOVE 1 TO WS-DIV-PX.
022034     PERFORM EXPAND-DIVISOR-PRIME
022035        WITH TEST BEFORE UNTIL WS-DIV-PX > WS-FG-COUNT.
022036     MOVE 0 TO WS-SPL-COUNT.
022037     MOVE 1 TO WS-DIV-IX.
022038     PERFORM SELECT-ONE-DIVISOR
022039        WITH TEST BEFORE UNTIL WS-DIV-IX > WS-DIV-COUNT.
022040
022041 EXPAND-DIVISOR-PRIME.
022042     MOVE WS-DIV-COUNT TO WS-DIV-BASE-COUNT.
022043     MOVE 1 TO WS-DIV-IX.
022044     PERFORM EXPAND-ONE-DIVISOR
022045        WITH TEST BEFORE UNTIL WS-DIV-IX > WS-DIV-BASE-COUNT.
022046     ADD 1 TO WS-DIV-PX.
022047
022048 EXPAND-ONE-DIVISOR.
022049     MOVE WS-DIV-VALUE (WS-DIV-IX) TO WS-DIV-WORK.
022050     MOVE 1 TO WS-DIV-KX.
022051     PERFORM EXPAND-ONE-POWER
022052        WITH TEST BEFORE UNTIL WS-DIV-KX > WS-FG-EXP (WS-DIV-PX).
022053     ADD 1 TO WS-DIV-IX.
022054
022055 EXPAND-ONE-POWER.
022056     COMPUTE WS-DIV-WORK = WS-DIV-WORK * WS-FG-PRIME (WS-DIV-PX).
022057     IF WS-DIV-COUNT < 1400
022058        ADD 1 TO WS-DIV-COUNT
022059        MOVE WS-DIV-WORK TO WS-DIV-VALUE (WS-DIV-COUNT)
022060     END-IF.
022061     ADD 1 TO WS-DIV-KX.
022062
022063 SELECT-ONE-DIVISOR.
022064     IF WS-DIV-VALUE (WS-DIV-IX) >= WS-SPL-MIN
022065        AND WS-DIV-VALUE (WS-DIV-IX) <= WS-SPL-MAX
022066        PERFORM INSERT-SPLIT-SIZE
022067     END-IF.
022068     ADD 1 TO WS-DIV-IX.
022069
022070 INSERT-SPLIT-SIZE.
022071     MOVE WS-SPL-COUNT TO WS-SPL-JX.
022072     ADD 1 TO WS-SPL-COUNT.
022073     MOVE "N" TO WS-SPL-SHIFT-DONE.
022074     PERFORM SHIFT-SPLIT-SIZE
022075        WITH TEST BEFORE UNTIL WS-SPL-SHIFT-DONE = "Y".
022076     COMPUTE WS-SPL-KX = WS-SPL-JX + 1.
022077     MOVE WS-DIV-VALUE (WS-DIV-IX) TO WS-SPL-SIZE (WS-SPL-KX).
022078
022079 SHIFT-SPLIT-SIZE.
022080     IF WS-SPL-JX < 1
022081        MOVE "Y" TO WS-SPL-SHIFT-DONE
022082     ELSE
022083        IF WS-SPL-SIZE (WS-SPL-JX) > WS-DIV-VALUE (WS-DIV-IX)
022084           COMPUTE WS-SPL-KX = WS-SPL-JX + 1
022085           MOVE WS-SPL-SIZE (WS-SPL-JX) TO WS-SPL-SIZE (WS-SPL-KX)
022086           SUBTRACT 1 FROM WS-SPL-JX
022087        ELSE
022088           MOVE "Y" TO WS-SPL-SHIFT-DONE
022089        END-IF
022090     END-IF.
022091
022092 CHECK-SPL-STATUS.
022093     IF WS-SPL-STATUS NOT = "00"
022094        MOVE "Y" TO WS-SPL-WRITE-BAD
022095     END-IF.
022096
022097 WRITE-SPLIT-SECTION.
022098     IF WS-SPL-ACTIVE = "Y" AND WS-SPL-OPEN = "Y"
022099        AND WS-SPL-ROWS > 0
022100        PERFORM CLOSE-SPLIT-FILE
022101        OPEN INPUT SPLIT-FILE
022102        IF WS-SPL-STATUS NOT = "00"
022103           MOVE "Y" TO WS-SPL-WRITE-BAD
022104        ELSE
022105           MOVE "Y" TO WS-SPL-OPEN
022106           MOVE "Y" TO WS-OMIT-COLUMNS
022107           PERFORM WRITE-PAGE-HEADERS
022108           MOVE WS-SPL-MIN TO SPH-MIN
022109           MOVE WS-SPL-MAX TO SPH-MAX
022110           MOVE WS-SPLIT-HEADING TO PRINT-LINE
022111           WRITE PRINT-LINE
022112           PERFORM CHECK-PRINT-STATUS
022113           MOVE SPACES TO PRINT-LINE
022114           WRITE PRINT-LINE
022115           PERFORM CHECK-PRINT-STATUS
022116           MOVE WS-SPLIT-COLS TO PRINT-LINE
022117           WRITE PRINT-LINE
022118           PERFORM CHECK-PRINT-STATUS
022119           ADD 3 TO WS-LINE-COUNT
022120           MOVE "N" TO WS-SPL-EOF
022121           PERFORM READ-SPLIT-RECORD
022122           PERFORM WRITE-ONE-SPLIT-LINE
022123              WITH TEST BEFORE UNTIL WS-SPL-EOF = "Y"
022124        END-IF
022125     END-IF.
022126
022127 READ-SPLIT-RECORD.
022128     READ SPLIT-FILE
022129        AT END
022130           MOVE "Y" TO WS-SPL-EOF
022131     END-READ.
022132
022133 WRITE-ONE-SPLIT-LINE.
022134     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
022135        PERFORM WRITE-PAGE-HEADERS
022136        MOVE WS-SPLIT-COLS TO PRINT-LINE
022137        WRITE PRINT-LINE
022138        PERFORM CHECK-PRINT-STATUS
022139        ADD 1 TO WS-LINE-COUNT
022140     END-IF.
022141     MOVE SPACES TO WS-SPLIT-LINE.
022142     MOVE SPL-A TO SPLL-A.
022143     MOVE SPL-B TO SPLL-B.
022144     MOVE SPL-GCD TO SPLL-GCD.
022145     MOVE SPL-SIZE TO SPLL-SIZE.
022146     IF SPL-TYPE = "S"
022147        MOVE "SET" TO SPLL-TYPE
022148     ELSE
022149        MOVE "PAIR" TO SPLL-TYPE
022150        MOVE SPL-SPLITS (1) TO SPLL-SPLITS-A
022151        MOVE SPL-SPLITS (2) TO SPLL-SPLITS-B
022152        MOVE SPL-LINE TO SPLL-LINE
022153     END-IF.
022154     MOVE WS-SPLIT-LINE TO PRINT-LINE.
022155     WRITE PRINT-LINE.
022156     PERFORM CHECK-PRINT-STATUS.
022157     ADD 1 TO WS-LINE-COUNT.
022158     IF SPL-TYPE = "S"
022159        MOVE SPACES TO WS-SPLIT-MEMBER-LINE
022160        MOVE "  MEMBER SPLITS:" TO SPLM-LABEL
022161        MOVE 1 TO WS-SET-IX
022162        PERFORM MOVE-ONE-MEMBER-SPLIT
022163           WITH TEST BEFORE UNTIL WS-SET-IX > SPL-B
022164        MOVE WS-SPLIT-MEMBER-LINE TO PRINT-LINE
022165        WRITE PRINT-LINE
022166        PERFORM CHECK-PRINT-STATUS
022167        ADD 1 TO WS-LINE-COUNT
022168     END-IF.
022169     PERFORM READ-SPLIT-RECORD.
022170
022171 MOVE-ONE-MEMBER-SPLIT.
022172     MOVE SPL-SPLITS (WS-SET-IX) TO SPLM-SPLITS (WS-SET-IX).
022173     ADD 1 TO WS-SET-IX.
022174
022175 WRITE-FACTOR-REPORT-LINES.
022176     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
022177        PERFORM WRITE-PAGE-HEADERS
022178     END-IF.
022179     MOVE SPACES TO WS-FACTOR-LINE.
022180     MOVE "  GCD FACTORS:" TO FL-LABEL.
022181     MOVE WS-GCD-FACTOR-TEXT TO FL-TEXT.
022182     MOVE WS-FACTOR-LINE TO PRINT-LINE.
022183     WRITE PRINT-LINE.
022184     PERFORM CHECK-PRINT-STATUS.
022185     ADD 1 TO WS-LINE-COUNT.
022186     MOVE SPACES TO WS-FACTOR-LINE.
022187     MOVE "  LCM FACTORS:" TO FL-LABEL.
022188     MOVE WS-LCM-FACTOR-TEXT TO FL-TEXT.
022189     MOVE WS-FACTOR-LINE TO PRINT-LINE.
022190     WRITE PRINT-LINE.
022191     PERFORM CHECK-PRINT-STATUS.
022192     ADD 1 TO WS-LINE-COUNT.
