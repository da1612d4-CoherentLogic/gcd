000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDBAL.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT RAW-FILE ASSIGN TO "GCDRAW"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-RAW-STATUS.
000180     SELECT COND-FILE ASSIGN TO "GCDCND"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-COND-STATUS.
000210     SELECT REJECT-FILE ASSIGN TO "GCDREJ"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-REJECT-STATUS.
000240     SELECT RUNLOG-FILE ASSIGN TO "GCDRNL"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-RNL-STATUS.
000270     SELECT AUDIT-FILE ASSIGN TO "GCDAUD"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-AUDIT-STATUS.
000300     SELECT INTERFACE-FILE ASSIGN TO "GCDXTR"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-XTR-STATUS.
000330     SELECT ACK-FILE ASSIGN TO "GCDACKF"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ACK-STATUS.
000360     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PRINT-STATUS.
000390     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SYSIN-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RAW-FILE
000450     RECORD CONTAINS 20 TO 110 CHARACTERS.
000460 01  RAW-RECORD.
000470     05  RAW-A-X             PIC X(10).
000480     05  RAW-B-X             PIC X(10).
000490     05  RAW-LINE-ID         PIC X(2).
000500     05  FILLER              PIC X(88).
000510 01  RAW-SET-RECORD.
000520     05  RAW-TYPE-CODE       PIC X.
000530     05  RAW-SET-ID-X        PIC X(9).
000540     05  FILLER              PIC X(100).
000550 01  RAW-HEADER-RECORD.
000560     05  RAW-HDR-TYPE        PIC X.
000570     05  RAW-HDR-DATE        PIC X(8).
000580     05  FILLER              PIC X(101).
000590 01  RAW-TRAILER-RECORD.
000600     05  RAW-TRL-TYPE        PIC X.
000610     05  RAW-TRL-COUNT       PIC 9(9).
000620     05  FILLER              PIC X.
000630     05  RAW-TRL-HASH        PIC 9(18).
000640     05  FILLER              PIC X(81).
000650 FD  COND-FILE
000660     RECORD CONTAINS 20 TO 110 CHARACTERS.
000670 01  COND-RECORD.
000680     05  COND-A-X            PIC X(10).
000690     05  COND-B-X            PIC X(10).
000700     05  FILLER              PIC X.
000710     05  COND-OCCURS         PIC 9(7).
000720     05  FILLER              PIC X.
000730     05  COND-LINE-ID        PIC X(2).
000740     05  FILLER              PIC X(79).
000750 01  COND-SET-RECORD.
000760     05  COND-TYPE-CODE      PIC X.
000770     05  COND-SET-ID-X       PIC X(9).
000780     05  FILLER              PIC X(100).
000790 01  COND-HEADER-RECORD.
000800     05  COND-HDR-TYPE       PIC X.
000810     05  COND-HDR-DATE       PIC X(8).
000820     05  FILLER              PIC X(101).
000830 01  COND-TRAILER-RECORD.
000840     05  COND-TRL-TYPE       PIC X.
000850     05  COND-TRL-COUNT      PIC 9(9).
000860     05  FILLER              PIC X.
000870     05  COND-TRL-HASH       PIC 9(18).
000880     05  FILLER              PIC X(81).
000890 FD  REJECT-FILE
000900     RECORD CONTAINS 77 CHARACTERS.
000910 01  REJECT-RECORD.
000920     05  REJ-POSITION        PIC 9(9).
000930     05  FILLER              PIC X.
000940     05  REJ-A               PIC X(10).
000950     05  FILLER              PIC X.
000960     05  REJ-B               PIC X(10).
000970     05  FILLER              PIC X.
000980     05  REJ-REASON          PIC X(30).
000990     05  FILLER              PIC X.
001000     05  REJ-LINE            PIC X(2).
001010     05  FILLER              PIC X.
001020     05  REJ-CODE            PIC X(2).
001030     05  FILLER              PIC X.
001040     05  REJ-DATE            PIC 9(8).
001050 FD  RUNLOG-FILE
001060     RECORD CONTAINS 87 CHARACTERS.
001070 01  RUNLOG-RECORD.
001080     05  RNL-DATE            PIC 9(8).
001090     05  FILLER              PIC X.
001100     05  RNL-START-TIME      PIC 9(8).
001110     05  FILLER              PIC X.
001120     05  RNL-END-TIME        PIC 9(8).
001130     05  FILLER              PIC X.
001140     05  RNL-ELAPSED-SECS    PIC 9(7).
001150     05  FILLER              PIC X.
001160     05  RNL-READ            PIC 9(9).
001170     05  FILLER              PIC X.
001180     05  RNL-PROCESSED       PIC 9(9).
001190     05  FILLER              PIC X.
001200     05  RNL-REJECTED        PIC 9(9).
001210     05  FILLER              PIC X.
001220     05  RNL-REUSED          PIC 9(9).
001230     05  FILLER              PIC X.
001240     05  RNL-RETURN-CODE     PIC 9(2).
001250     05  FILLER              PIC X.
001260     05  RNL-REPAIRS-READ    PIC 9(9).
001270 FD  AUDIT-FILE
001280     RECORD CONTAINS 71 CHARACTERS.
001290 01  AUDIT-RECORD.
001300     05  AUD-DATE            PIC 9(8).
001310     05  FILLER              PIC X.
001320     05  AUD-TIME            PIC 9(8).
001330     05  FILLER              PIC X.
001340     05  AUD-A               PIC X(9).
001350     05  FILLER              PIC X.
001360     05  AUD-B               PIC X(9).
001370     05  FILLER              PIC X.
001380     05  AUD-GCD             PIC X(9).
001390     05  FILLER              PIC X.
001400     05  AUD-LCM             PIC X(18).
001410     05  FILLER              PIC X.
001420     05  AUD-SOURCE          PIC X.
001430     05  FILLER              PIC X.
001440     05  AUD-LINE            PIC X(2).
001450 FD  INTERFACE-FILE
001460     RECORD CONTAINS 10 TO 52 CHARACTERS.
001470 01  XTR-DETAIL-RECORD.
001480     05  XTR-TYPE            PIC X.
001490     05  FILLER              PIC X.
001500     05  XTR-A               PIC 9(9).
001510     05  FILLER              PIC X.
001520     05  XTR-B               PIC 9(9).
001530     05  FILLER              PIC X.
001540     05  XTR-GCD             PIC 9(9).
001550     05  FILLER              PIC X.
001560     05  XTR-LCM             PIC 9(18).
001570     05  FILLER              PIC X.
001580     05  XTR-SOURCE          PIC X.
001590 01  XTR-HEADER-RECORD.
001600     05  XTR-HDR-TYPE        PIC X.
001610     05  FILLER              PIC X.
001620     05  XTR-HDR-DATE        PIC 9(8).
001630 01  XTR-TRAILER-RECORD.
001640     05  XTR-TRL-TYPE        PIC X.
001650     05  FILLER              PIC X.
001660     05  XTR-TRL-COUNT       PIC 9(9).
001670     05  FILLER              PIC X.
001680     05  XTR-TRL-HASH        PIC 9(18).
001690 FD  ACK-FILE
001700     RECORD CONTAINS 37 CHARACTERS.
001710 01  ACK-RECORD.
001720     05  ACK-DATE            PIC 9(8).
001730     05  FILLER              PIC X.
001740     05  ACK-COUNT           PIC 9(9).
001750     05  FILLER              PIC X.
001760     05  ACK-HASH            PIC 9(18).
001770 FD  PRINT-FILE
001780     RECORD CONTAINS 132 CHARACTERS.
001790 01  PRINT-LINE              PIC X(132).
001800 FD  SYSIN-FILE
001810     RECORD CONTAINS 8 CHARACTERS.
001820 01  SYSIN-RECORD.
001830     05  SYSIN-BUS-DATE      PIC X(8).
001840 WORKING-STORAGE SECTION.
001850
001860 77      WS-RAW-STATUS       PIC XX.
001870 77      WS-COND-STATUS      PIC XX.
001880 77      WS-REJECT-STATUS    PIC XX.
001890 77      WS-RNL-STATUS       PIC XX.
001900 77      WS-AUDIT-STATUS     PIC XX.
001910 77      WS-XTR-STATUS       PIC XX.
001920 77      WS-ACK-STATUS       PIC XX.
001930 77      WS-PRINT-STATUS     PIC XX.
001940 77      WS-SYSIN-STATUS     PIC XX.
001950 77      WS-INPUT-EOF        PIC X       VALUE "N".
001960 77      WS-IN-GROUP         PIC X       VALUE "N".
001970 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
001980 77      WS-BUS-DATE         PIC 9(8)    VALUE 0.
001990 77      WS-DATE-INTEGER     PIC S9(9)   COMP-3.
002000 77      WS-NUMVAL-CHECK     PIC S9(4)   COMP-3 VALUE 0.
002010 77      WS-RAW-FOUND        PIC X       VALUE "N".
002020 77      WS-RAW-TRL-SEEN     PIC X       VALUE "N".
002030 77      WS-RAW-PAIRS        PIC 9(9)    VALUE 0.
002040 77      WS-RAW-SETS         PIC 9(9)    VALUE 0.
002050 77      WS-RAW-DATA-COUNT   PIC 9(9)    VALUE 0.
002060 77      WS-RAW-HASH         PIC S9(18)  COMP-3 VALUE 0.
002070 77      WS-RAW-TRL-COUNT    PIC 9(9)    VALUE 0.
002080 77      WS-RAW-TRL-HASH     PIC S9(18)  COMP-3 VALUE 0.
002090 77      WS-COND-FOUND       PIC X       VALUE "N".
002100 77      WS-COND-TRL-SEEN    PIC X       VALUE "N".
002110 77      WS-COND-RECORDS     PIC 9(9)    VALUE 0.
002120 77      WS-COND-PAIRS       PIC 9(9)    VALUE 0.
002130 77      WS-COND-OCCURS-TOT  PIC 9(9)    VALUE 0.
002140 77      WS-COND-SETS        PIC 9(9)    VALUE 0.
002150 77      WS-COND-DATA-COUNT  PIC 9(9)    VALUE 0.
002160 77      WS-COND-HASH        PIC S9(18)  COMP-3 VALUE 0.
002170 77      WS-COND-TRL-COUNT   PIC 9(9)    VALUE 0.
002180 77      WS-COND-TRL-HASH    PIC S9(18)  COMP-3 VALUE 0.
002190 77      WS-PRE-REJECTS      PIC 9(9)    VALUE 0.
002200 77      WS-POS-COUNT        PIC S9(4)   COMP-3 VALUE 0.
002210 77      WS-POS-IX           PIC S9(4)   COMP-3 VALUE 0.
002220 77      WS-POS-SLOT         PIC S9(4)   COMP-3 VALUE 0.
002230 77      WS-POS-OVERFLOW     PIC X       VALUE "N".
002240 77      WS-RNL-FOUND        PIC X       VALUE "N".
002250 77      WS-GCD-READ         PIC 9(9)    VALUE 0.
002260 77      WS-GCD-PROCESSED    PIC 9(9)    VALUE 0.
002270 77      WS-GCD-REJECTED     PIC 9(9)    VALUE 0.
002280 77      WS-GCD-REUSED       PIC 9(9)    VALUE 0.
002290 77      WS-GCD-NEW          PIC 9(9)    VALUE 0.
002300 77      WS-GCD-REPAIRS      PIC 9(9)    VALUE 0.
002310 77      WS-GCD-INPUT        PIC 9(9)    VALUE 0.
002320 77      WS-GCD-OUTCOME      PIC 9(9)    VALUE 0.
002330 77      WS-AUDIT-ROWS       PIC 9(9)    VALUE 0.
002340 77      WS-XTR-FOUND        PIC X       VALUE "N".
002350 77      WS-XTR-TRL-SEEN     PIC X       VALUE "N".
002360 77      WS-XTR-DETAILS      PIC 9(9)    VALUE 0.
002370 77      WS-XTR-HASH         PIC S9(18)  COMP-3 VALUE 0.
002380 77      WS-XTR-TRL-COUNT    PIC 9(9)    VALUE 0.
002390 77      WS-XTR-TRL-HASH     PIC S9(18)  COMP-3 VALUE 0.
002400 77      WS-ACK-FOUND        PIC X       VALUE "N".
002410 77      WS-ACK-COUNT        PIC 9(9)    VALUE 0.
002420 77      WS-ACK-HASH         PIC S9(18)  COMP-3 VALUE 0.
002430 77      WS-LEG-NO           PIC 99      VALUE 0.
002440 77      WS-LEG-IN           PIC X       VALUE "Y".
002450 77      WS-LEGS-OUT         PIC 99      VALUE 0.
002460 77      WS-LINE-COUNT       PIC 99      VALUE 0.
002470 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
002480 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
002490 77      WS-INPUT-IO-BAD     PIC X       VALUE "N".
002500 77      WS-PARM-BAD         PIC X       VALUE "N".
002510 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
002520
002530 01  WS-POSITION-TABLE.
002540     05  WS-POS-ENTRY        OCCURS 5000 TIMES
002550                             PIC 9(9).
002560
002570 01  WS-RUN-DATE.
002580     05  WS-RUN-YEAR         PIC 9(4).
002590     05  WS-RUN-MONTH        PIC 9(2).
002600     05  WS-RUN-DAY          PIC 9(2).
002610
002620 01  WS-REPORT-DATE.
002630     05  WS-RPT-MONTH        PIC 9(2).
002640     05  FILLER              PIC X       VALUE "/".
002650     05  WS-RPT-DAY          PIC 9(2).
002660     05  FILLER              PIC X       VALUE "/".
002670     05  WS-RPT-YEAR         PIC 9(4).
002680
002690 01  WS-HEADING-1.
002700     05  FILLER              PIC X(1)    VALUE SPACE.
002710     05  FILLER              PIC X(40)
002720         VALUE "DAILY BALANCING CERTIFICATE".
002730     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
002740     05  HDG1-DATE           PIC X(10).
002750     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
002760     05  HDG1-PAGE           PIC ZZ9.
002770
002780 01  WS-LEG-LINE.
002790     05  FILLER              PIC X(1)    VALUE SPACE.
002800     05  LEG-NO-OUT          PIC Z9.
002810     05  FILLER              PIC X(2)    VALUE SPACES.
002820     05  LEG-TITLE           PIC X(40).
002830     05  FILLER              PIC X(2)    VALUE SPACES.
002840     05  LEG-RESULT          PIC X(14).
002850
002860 01  WS-FIGURE-LINE.
002870     05  FILLER              PIC X(7)    VALUE SPACES.
002880     05  FIG-LABEL           PIC X(34).
002890     05  FIG-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002900
002910 01  WS-PARM-LINE.
002920     05  FILLER              PIC X(1)    VALUE SPACE.
002930     05  PRM-LABEL           PIC X(24).
002940     05  PRM-VALUE           PIC X(20).
002950
002960 01  WS-CONTROL-LINE.
002970     05  FILLER              PIC X(1)    VALUE SPACE.
002980     05  CTL-MESSAGE         PIC X(60).
002990
003000 01  WS-RESULT-LINE.
003010     05  FILLER              PIC X(1)    VALUE SPACE.
003020     05  FILLER              PIC X(13)   VALUE "CERTIFICATE: ".
003030     05  RSL-COUNT           PIC Z9.
003040     05  FILLER              PIC X(1)    VALUE SPACE.
003050     05  RSL-TEXT            PIC X(50).
003060
003070 PROCEDURE DIVISION.
003080 PROGRAM-BEGIN.
003090
003100     PERFORM GET-RUN-DATE.
003110     PERFORM OPEN-PRINT-FILE.
003120     PERFORM WRITE-PAGE-HEADERS.
003130     PERFORM READ-SYSIN-PARM.
003140     IF WS-PARM-BAD = "N"
003150        PERFORM COUNT-RAW-EXTRACT
003160        PERFORM COUNT-CONDENSED-FILE
003170        PERFORM COUNT-PRESORT-REJECTS
003180        PERFORM FIND-RUN-LOG
003190        PERFORM COUNT-AUDIT-ROWS
003200        PERFORM COUNT-INTERFACE-FILE
003210        PERFORM FIND-ACKNOWLEDGMENT
003220        PERFORM CHECK-RAW-LEG
003230        PERFORM CHECK-CONDENSE-LEG
003240        PERFORM CHECK-CONDENSED-TRAILER-LEG
003250        PERFORM CHECK-GCD-RUN-LEG
003260        PERFORM CHECK-AUDIT-LEG
003270        PERFORM CHECK-EXTRACT-LEG
003280        PERFORM CHECK-ACK-LEG
003290        PERFORM WRITE-CERTIFICATE-RESULT
003300     END-IF.
003310     PERFORM CLOSE-PRINT-FILE.
003320     PERFORM SET-RUN-RETURN-CODE.
003330
003340     STOP RUN.
003350
003360 GET-RUN-DATE.
003370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003380     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
003390     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
003400     MOVE WS-RUN-DAY TO WS-RPT-DAY.
003410     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
003420
003430 READ-SYSIN-PARM.
003440     OPEN INPUT SYSIN-FILE.
003450     IF WS-SYSIN-STATUS = "00"
003460        READ SYSIN-FILE
003470           AT END
003480              MOVE SPACES TO SYSIN-RECORD
003490        END-READ
003500        IF SYSIN-BUS-DATE NOT = SPACES
003510           IF SYSIN-BUS-DATE IS NUMERIC
003520              MOVE SYSIN-BUS-DATE TO WS-BUS-DATE
003530           ELSE
003540              MOVE "Y" TO WS-PARM-BAD
003550           END-IF
003560        END-IF
003570        CLOSE SYSIN-FILE
003580     END-IF.
003590     IF WS-PARM-BAD = "N" AND WS-BUS-DATE = 0
003600        COMPUTE WS-DATE-INTEGER =
003610           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1
003620        COMPUTE WS-BUS-DATE =
003630           FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
003640     END-IF.
003650     IF WS-PARM-BAD = "Y"
003660        MOVE SPACES TO WS-PARM-LINE
003670        MOVE "INVALID CONTROL CARD    " TO PRM-LABEL
003680        MOVE "RUN CANCELLED" TO PRM-VALUE
003690        PERFORM WRITE-PARM-LINE
003700     ELSE
003710        MOVE SPACES TO WS-PARM-LINE
003720        MOVE "BUSINESS DATE:          " TO PRM-LABEL
003730        MOVE WS-BUS-DATE TO PRM-VALUE
003740        PERFORM WRITE-PARM-LINE
003750     END-IF.
003760     MOVE SPACES TO PRINT-LINE.
003770     WRITE PRINT-LINE.
003780     PERFORM CHECK-PRINT-STATUS.
003790
003800 WRITE-PARM-LINE.
003810     MOVE WS-PARM-LINE TO PRINT-LINE.
003820     WRITE PRINT-LINE.
003830     PERFORM CHECK-PRINT-STATUS.
003840     ADD 1 TO WS-LINE-COUNT.
003850
003860 OPEN-PRINT-FILE.
003870     OPEN OUTPUT PRINT-FILE.
003880
003890 CLOSE-PRINT-FILE.
003900     CLOSE PRINT-FILE.
003910
003920 COUNT-RAW-EXTRACT.
003930     MOVE "N" TO WS-INPUT-EOF.
003940     MOVE "N" TO WS-IN-GROUP.
003950     OPEN INPUT RAW-FILE.
003960     IF WS-RAW-STATUS NOT = "00"
003970        IF WS-RAW-STATUS NOT = "35"
003980           MOVE "Y" TO WS-INPUT-IO-BAD
003990        END-IF
004000     ELSE
004010        PERFORM READ-RAW-RECORD
004020        PERFORM TALLY-RAW-RECORD
004030           WITH TEST BEFORE UNTIL WS-INPUT-EOF = "Y"
004040        CLOSE RAW-FILE
004050     END-IF.
004060
004070 READ-RAW-RECORD.
004080     READ RAW-FILE
004090        AT END
004100           MOVE "Y" TO WS-INPUT-EOF
004110     END-READ.
004120     IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "10"
004130        AND WS-RAW-STATUS NOT = "04"
004140        MOVE "Y" TO WS-INPUT-IO-BAD
004150        MOVE "Y" TO WS-INPUT-EOF
004160     END-IF.
004170
004180 TALLY-RAW-RECORD.
004190     EVALUATE RAW-TYPE-CODE
004200        WHEN "H"
004210           MOVE "N" TO WS-IN-GROUP
004220           IF RAW-HDR-DATE IS NUMERIC
004230              IF RAW-HDR-DATE = WS-BUS-DATE
004240                 MOVE "Y" TO WS-IN-GROUP
004250                 MOVE "Y" TO WS-RAW-FOUND
004260                 MOVE "N" TO WS-RAW-TRL-SEEN
004270                 MOVE 0 TO WS-RAW-PAIRS
004280                 MOVE 0 TO WS-RAW-SETS
004290                 MOVE 0 TO WS-RAW-DATA-COUNT
004300                 MOVE 0 TO WS-RAW-HASH
004310                 MOVE 0 TO WS-RAW-TRL-COUNT
004320                 MOVE 0 TO WS-RAW-TRL-HASH
004330              END-IF
004340           END-IF
004350        WHEN "T"
004360           IF WS-IN-GROUP = "Y"
004370              MOVE "Y" TO WS-RAW-TRL-SEEN
004380              IF RAW-TRL-COUNT IS NUMERIC
004390                 MOVE RAW-TRL-COUNT TO WS-RAW-TRL-COUNT
004400              END-IF
004410              IF RAW-TRL-HASH IS NUMERIC
004420                 MOVE RAW-TRL-HASH TO WS-RAW-TRL-HASH
004430              END-IF
004440           END-IF
004450           MOVE "N" TO WS-IN-GROUP
004460        WHEN "S"
004470           IF WS-IN-GROUP = "Y"
004480              ADD 1 TO WS-RAW-DATA-COUNT
004490              ADD 1 TO WS-RAW-SETS
004500              IF RAW-SET-ID-X IS NUMERIC
004510                 COMPUTE WS-RAW-HASH = WS-RAW-HASH
004520                    + FUNCTION NUMVAL(RAW-SET-ID-X)
004530              END-IF
004540           END-IF
004550        WHEN OTHER
004560           IF WS-IN-GROUP = "Y"
004570              ADD 1 TO WS-RAW-DATA-COUNT
004580              ADD 1 TO WS-RAW-PAIRS
004590              MOVE FUNCTION TEST-NUMVAL(RAW-A-X)
004600                 TO WS-NUMVAL-CHECK
004610              IF WS-NUMVAL-CHECK = 0
004620                 COMPUTE WS-RAW-HASH = WS-RAW-HASH
004630                    + FUNCTION NUMVAL(RAW-A-X)
004640              END-IF
004650           END-IF
004660     END-EVALUATE.
004670     PERFORM READ-RAW-RECORD.
004680
004690 COUNT-CONDENSED-FILE.
004700     MOVE "N" TO WS-INPUT-EOF.
004710     MOVE "N" TO WS-IN-GROUP.
004720     OPEN INPUT COND-FILE.
004730     IF WS-COND-STATUS NOT = "00"
004740        IF WS-COND-STATUS NOT = "35"
004750           MOVE "Y" TO WS-INPUT-IO-BAD
004760        END-IF
004770     ELSE
004780        PERFORM READ-COND-RECORD
004790        PERFORM TALLY-COND-RECORD
004800           WITH TEST BEFORE UNTIL WS-INPUT-EOF = "Y"
004810        CLOSE COND-FILE
004820     END-IF.
004830
004840 READ-COND-RECORD.
004850     READ COND-FILE
004860        AT END
004870           MOVE "Y" TO WS-INPUT-EOF
004880     END-READ.
004890     IF WS-COND-STATUS NOT = "00" AND WS-COND-STATUS NOT = "10"
004900        AND WS-COND-STATUS NOT = "04"
004910        MOVE "Y" TO WS-INPUT-IO-BAD
004920        MOVE "Y" TO WS-INPUT-EOF
004930     END-IF.
004940
004950 TALLY-COND-RECORD.
004960     EVALUATE COND-TYPE-CODE
004970        WHEN "H"
004980           MOVE "N" TO WS-IN-GROUP
004990           IF COND-HDR-DATE IS NUMERIC
005000              IF COND-HDR-DATE = WS-BUS-DATE
005010                 MOVE "Y" TO WS-IN-GROUP
005020                 MOVE "Y" TO WS-COND-FOUND
005030                 MOVE "N" TO WS-COND-TRL-SEEN
005040                 MOVE 1 TO WS-COND-RECORDS
005050                 MOVE 0 TO WS-COND-PAIRS
005060                 MOVE 0 TO WS-COND-OCCURS-TOT
005070                 MOVE 0 TO WS-COND-SETS
005080                 MOVE 0 TO WS-COND-DATA-COUNT
005090                 MOVE 0 TO WS-COND-HASH
005100                 MOVE 0 TO WS-COND-TRL-COUNT
005110                 MOVE 0 TO WS-COND-TRL-HASH
005120              END-IF
005130           END-IF
005140        WHEN "T"
005150           IF WS-IN-GROUP = "Y"
005160              ADD 1 TO WS-COND-RECORDS
005170              MOVE "Y" TO WS-COND-TRL-SEEN
005180              IF COND-TRL-COUNT IS NUMERIC
005190                 MOVE COND-TRL-COUNT TO WS-COND-TRL-COUNT
005200              END-IF
005210              IF COND-TRL-HASH IS NUMERIC
005220                 MOVE COND-TRL-HASH TO WS-COND-TRL-HASH
005230              END-IF
005240           END-IF
005250           MOVE "N" TO WS-IN-GROUP
005260        WHEN "S"
005270           IF WS-IN-GROUP = "Y"
005280              ADD 1 TO WS-COND-RECORDS
005290              ADD 1 TO WS-COND-DATA-COUNT
005300              ADD 1 TO WS-COND-SETS
005310              IF COND-SET-ID-X IS NUMERIC
005320                 COMPUTE WS-COND-HASH = WS-COND-HASH
005330                    + FUNCTION NUMVAL(COND-SET-ID-X)
005340              END-IF
005350           END-IF
005360        WHEN OTHER
005370           IF WS-IN-GROUP = "Y"
005380              ADD 1 TO WS-COND-RECORDS
005390              ADD 1 TO WS-COND-DATA-COUNT
005400              ADD 1 TO WS-COND-PAIRS
005410              IF COND-OCCURS IS NUMERIC AND COND-OCCURS > 0
005420                 ADD COND-OCCURS TO WS-COND-OCCURS-TOT
005430              ELSE
005440                 ADD 1 TO WS-COND-OCCURS-TOT
005450              END-IF
005460              MOVE FUNCTION TEST-NUMVAL(COND-A-X)
005470                 TO WS-NUMVAL-CHECK
005480              IF WS-NUMVAL-CHECK = 0
005490                 COMPUTE WS-COND-HASH = WS-COND-HASH
005500                    + FUNCTION NUMVAL(COND-A-X)
005510              END-IF
005520           END-IF
005530     END-EVALUATE.
005540     PERFORM READ-COND-RECORD.
005550
005560 COUNT-PRESORT-REJECTS.
005570     MOVE "N" TO WS-INPUT-EOF.
005580     OPEN INPUT REJECT-FILE.
005590     IF WS-REJECT-STATUS NOT = "00"
005600        IF WS-REJECT-STATUS NOT = "35"
005610           MOVE "Y" TO WS-INPUT-IO-BAD
005620        END-IF
005630     ELSE
005640        PERFORM READ-REJECT-RECORD
005650        PERFORM TALLY-REJECT-RECORD
005660           WITH TEST BEFORE UNTIL WS-INPUT-EOF = "Y"
005670        CLOSE REJECT-FILE
005680     END-IF.
005690
005700 READ-REJECT-RECORD.
005710     READ REJECT-FILE
005720        AT END
005730           MOVE "Y" TO WS-INPUT-EOF
005740     END-READ.
005750     IF WS-REJECT-STATUS NOT = "00"
005760        AND WS-REJECT-STATUS NOT = "10"
005770        MOVE "Y" TO WS-INPUT-IO-BAD
005780        MOVE "Y" TO WS-INPUT-EOF
005790     END-IF.
005800
005810 TALLY-REJECT-RECORD.
005820     IF REJ-DATE IS NUMERIC AND REJ-POSITION IS NUMERIC
005830        IF REJ-DATE = WS-BUS-DATE
005840           AND REJ-POSITION > 900000000
005850           AND REJ-CODE >= "12" AND REJ-CODE <= "16"
005860           PERFORM STORE-REJECT-POSITION
005870        END-IF
005880     END-IF.
005890     PERFORM READ-REJECT-RECORD.
005900
005910 STORE-REJECT-POSITION.
005920     MOVE 0 TO WS-POS-SLOT.
005930     MOVE 1 TO WS-POS-IX.
005940     PERFORM CHECK-REJECT-POSITION
005950        WITH TEST BEFORE
005960        UNTIL WS-POS-SLOT > 0 OR WS-POS-IX > WS-POS-COUNT.
005970     IF WS-POS-SLOT = 0
005980        IF WS-POS-COUNT < 5000
005990           ADD 1 TO WS-POS-COUNT
006000           MOVE REJ-POSITION TO WS-POS-ENTRY (WS-POS-COUNT)
006010           ADD 1 TO WS-PRE-REJECTS
006020        ELSE
006030           MOVE "Y" TO WS-POS-OVERFLOW
006040        END-IF
006050     END-IF.
006060
006070 CHECK-REJECT-POSITION.
006080     IF WS-POS-ENTRY (WS-POS-IX) = REJ-POSITION
006090        MOVE WS-POS-IX TO WS-POS-SLOT
006100     END-IF.
006110     ADD 1 TO WS-POS-IX.
006120
006130 FIND-RUN-LOG.
006140     MOVE "N" TO WS-INPUT-EOF.
006150     OPEN INPUT RUNLOG-FILE.
006160     IF WS-RNL-STATUS NOT = "00"
006170        IF WS-RNL-STATUS NOT = "35"
006180           MOVE "Y" TO WS-INPUT-IO-BAD
006190        END-IF
006200     ELSE
006210        PERFORM READ-RUNLOG-RECORD
006220        PERFORM TAKE-RUNLOG-RECORD
006230           WITH TEST BEFORE UNTIL WS-INPUT-EOF = "Y"
006240        CLOSE RUNLOG-FILE
006250     END-IF.
006260     COMPUTE WS-GCD-NEW = WS-GCD-PROCESSED - WS-GCD-REUSED.
006270
006280 READ-RUNLOG-RECORD.
006290     READ RUNLOG-FILE
006300        AT END
006310           MOVE "Y" TO WS-INPUT-EOF
006320     END-READ.
006330     IF WS-RNL-STATUS NOT = "00" AND WS-RNL-STATUS NOT = "10"
006340        AND WS-RNL-STATUS NOT = "04"
006350        MOVE "Y" TO WS-INPUT-IO-BAD
006360        MOVE "Y" TO WS-INPUT-EOF
006370     END-IF.
006380
006390 TAKE-RUNLOG-RECORD.
006400     IF RNL-DATE IS NUMERIC
006410        IF RNL-DATE = WS-BUS-DATE
006420           MOVE "Y" TO WS-RNL-FOUND
006430           MOVE RNL-READ TO WS-GCD-READ
006440           MOVE RNL-PROCESSED TO WS-GCD-PROCESSED
006450           MOVE RNL-REJECTED TO WS-GCD-REJECTED
006460           MOVE RNL-REUSED TO WS-GCD-REUSED
006470           IF RNL-REPAIRS-READ IS NUMERIC
006480              MOVE RNL-REPAIRS-READ TO WS-GCD-REPAIRS
006490           ELSE
006500              MOVE 0 TO WS-GCD-REPAIRS
006510           END-IF
006520        END-IF
006530     END-IF.
006540     PERFORM READ-RUNLOG-RECORD.
006550
006560 COUNT-AUDIT-ROWS.
006570     MOVE "N" TO WS-INPUT-EOF.
006580     OPEN INPUT AUDIT-FILE.
006590     IF WS-AUDIT-STATUS NOT = "00"
006600        IF WS-AUDIT-STATUS NOT = "35"
006610           MOVE "Y" TO WS-INPUT-IO-BAD
006620        END-IF
006630     ELSE
006640        PERFORM READ-AUDIT-RECORD
006650        PERFORM TALLY-AUDIT-RECORD
006660           WITH TEST BEFORE UNTIL WS-INPUT-EOF = "Y"
006670        CLOSE AUDIT-FILE
006680     END-IF.
006690
006700 READ-AUDIT-RECORD.
006710     READ AUDIT-FILE
006720        AT END
006730           MOVE "Y" TO WS-INPUT-EOF
006740     END-READ.
006750     IF WS-AUDIT-STATUS NOT = "00"
006760        AND WS-AUDIT-STATUS NOT = "10"
006770        MOVE "Y" TO WS-INPUT-IO-BAD
006780        MOVE "Y" TO WS-INPUT-EOF
006790     END-IF.
006800
006810 TALLY-AUDIT-RECORD.
006820     IF AUD-DATE IS NUMERIC
006830        IF AUD-DATE = WS-BUS-DATE
006840           ADD 1 TO WS-AUDIT-ROWS
006850        END-IF
006860     END-IF.
006870     PERFORM READ-AUDIT-RECORD.
006880
006890 COUNT-INTERFACE-FILE.
006900     MOVE "N" TO WS-INPUT-EOF.
006910     MOVE "N" TO WS-IN-GROUP.
006920     OPEN INPUT INTERFACE-FILE.
006930     IF WS-XTR-STATUS NOT = "00"
006940        IF WS-XTR-STATUS NOT = "35"
006950           MOVE "Y" TO WS-INPUT-IO-BAD
006960        END-IF
006970     ELSE
006980        PERFORM READ-XTR-RECORD
006990        PERFORM TALLY-XTR-RECORD
007000           WITH TEST BEFORE UNTIL WS-INPUT-EOF = "Y"
007010        CLOSE INTERFACE-FILE
007020     END-IF.
007030
007040 READ-XTR-RECORD.
007050     READ INTERFACE-FILE
007060        AT END
007070           MOVE "Y" TO WS-INPUT-EOF
007080     END-READ.
007090     IF WS-XTR-STATUS NOT = "00" AND WS-XTR-STATUS NOT = "10"
007100        AND WS-XTR-STATUS NOT = "04"
007110        MOVE "Y" TO WS-INPUT-IO-BAD
007120        MOVE "Y" TO WS-INPUT-EOF
007130     END-IF.
007140
007150 TALLY-XTR-RECORD.
007160     EVALUATE XTR-TYPE
007170        WHEN "H"
007180           MOVE "N" TO WS-IN-GROUP
007190           IF XTR-HDR-DATE IS NUMERIC
007200              IF XTR-HDR-DATE = WS-BUS-DATE
007210                 MOVE "Y" TO WS-IN-GROUP
007220                 MOVE "Y" TO WS-XTR-FOUND
007230                 MOVE "N" TO WS-XTR-TRL-SEEN
007240                 MOVE 0 TO WS-XTR-DETAILS
007250                 MOVE 0 TO WS-XTR-HASH
007260                 MOVE 0 TO WS-XTR-TRL-COUNT
007270                 MOVE 0 TO WS-XTR-TRL-HASH
007280              END-IF
007290           END-IF
007300        WHEN "T"
007310           IF WS-IN-GROUP = "Y"
007320              MOVE "Y" TO WS-XTR-TRL-SEEN
007330              IF XTR-TRL-COUNT IS NUMERIC
007340                 MOVE XTR-TRL-COUNT TO WS-XTR-TRL-COUNT
007350              END-IF
007360              IF XTR-TRL-HASH IS NUMERIC
007370                 MOVE XTR-TRL-HASH TO WS-XTR-TRL-HASH
007380              END-IF
007390           END-IF
007400           MOVE "N" TO WS-IN-GROUP
007410        WHEN "D"
007420        WHEN "S"
007430           IF WS-IN-GROUP = "Y"
007440              ADD 1 TO WS-XTR-DETAILS
007450              IF XTR-A IS NUMERIC
007460                 ADD XTR-A TO WS-XTR-HASH
007470              END-IF
007480           END-IF
007490        WHEN OTHER
007500           CONTINUE
007510     END-EVALUATE.
007520     PERFORM READ-XTR-RECORD.
007530
007540 FIND-ACKNOWLEDGMENT.
007550     MOVE "N" TO WS-INPUT-EOF.
007560     OPEN INPUT ACK-FILE.
007570     IF WS-ACK-STATUS NOT = "00"
007580        IF WS-ACK-STATUS NOT = "35"
007590           MOVE "Y" TO WS-INPUT-IO-BAD
007600        END-IF
007610     ELSE
007620        PERFORM READ-ACK-RECORD
007630        PERFORM TAKE-ACK-RECORD
007640           WITH TEST BEFORE UNTIL WS-INPUT-EOF = "Y"
007650        CLOSE ACK-FILE
007660     END-IF.
007670
007680 READ-ACK-RECORD.
007690     READ ACK-FILE
007700        AT END
007710           MOVE "Y" TO WS-INPUT-EOF
007720     END-READ.
007730     IF WS-ACK-STATUS NOT = "00" AND WS-ACK-STATUS NOT = "10"
007740        MOVE "Y" TO WS-INPUT-IO-BAD
007750        MOVE "Y" TO WS-INPUT-EOF
007760     END-IF.
007770
007780 TAKE-ACK-RECORD.
007790     IF ACK-DATE IS NUMERIC AND ACK-COUNT IS NUMERIC
007800        AND ACK-HASH IS NUMERIC
007810        IF ACK-DATE = WS-BUS-DATE
007820           MOVE "Y" TO WS-ACK-FOUND
007830           MOVE ACK-COUNT TO WS-ACK-COUNT
007840           MOVE ACK-HASH TO WS-ACK-HASH
007850        END-IF
007860     END-IF.
007870     PERFORM READ-ACK-RECORD.
007880
007890 CHECK-RAW-LEG.
007900     MOVE "RAW EXTRACT TO ITS OWN TRAILER" TO LEG-TITLE.
007910     MOVE "Y" TO WS-LEG-IN.
007920     IF WS-RAW-FOUND = "N" OR WS-RAW-TRL-SEEN = "N"
007930        MOVE "N" TO WS-LEG-IN
007940     END-IF.
007950     IF WS-RAW-DATA-COUNT NOT = WS-RAW-TRL-COUNT
007960        OR WS-RAW-HASH NOT = WS-RAW-TRL-HASH
007970        MOVE "N" TO WS-LEG-IN
007980     END-IF.
007990     PERFORM WRITE-LEG-LINE.
008000     IF WS-RAW-FOUND = "N"
008010        MOVE "NO RAW EXTRACT GROUP FOR THE BUSINESS DATE"
008020           TO CTL-MESSAGE
008030        PERFORM WRITE-LEG-MESSAGE
008040     ELSE
008050        IF WS-RAW-TRL-SEEN = "N"
008060           MOVE "RAW EXTRACT HAS NO TRAILER" TO CTL-MESSAGE
008070           PERFORM WRITE-LEG-MESSAGE
008080        END-IF
008090     END-IF.
008100     MOVE "RAW RECORDS COUNTED" TO FIG-LABEL.
008110     MOVE WS-RAW-DATA-COUNT TO FIG-VALUE.
008120     PERFORM WRITE-FIGURE-LINE.
008130     MOVE "RAW TRAILER COUNT" TO FIG-LABEL.
008140     MOVE WS-RAW-TRL-COUNT TO FIG-VALUE.
008150     PERFORM WRITE-FIGURE-LINE.
008160     MOVE "RAW HASH COUNTED" TO FIG-LABEL.
008170     MOVE WS-RAW-HASH TO FIG-VALUE.
008180     PERFORM WRITE-FIGURE-LINE.
008190     MOVE "RAW TRAILER HASH" TO FIG-LABEL.
008200     MOVE WS-RAW-TRL-HASH TO FIG-VALUE.
008210     PERFORM WRITE-FIGURE-LINE.
008220
008230 CHECK-CONDENSE-LEG.
008240     MOVE "RAW PAIR OCCURRENCES TO CONDENSED PAIRS" TO LEG-TITLE.
008250     MOVE "Y" TO WS-LEG-IN.
008260     IF WS-RAW-FOUND = "N" OR WS-COND-FOUND = "N"
008270        OR WS-POS-OVERFLOW = "Y"
008280        MOVE "N" TO WS-LEG-IN
008290     END-IF.
008300     IF WS-RAW-PAIRS NOT = WS-COND-OCCURS-TOT + WS-PRE-REJECTS
008310        OR WS-RAW-SETS NOT = WS-COND-SETS
008320        MOVE "N" TO WS-LEG-IN
008330     END-IF.
008340     PERFORM WRITE-LEG-LINE.
008350     IF WS-COND-FOUND = "N"
008360        MOVE "NO CONDENSED GROUP FOR THE BUSINESS DATE"
008370           TO CTL-MESSAGE
008380        PERFORM WRITE-LEG-MESSAGE
008390     END-IF.
008400     IF WS-POS-OVERFLOW = "Y"
008410        MOVE "MORE THAN 5000 PRE-SORT REJECTS - NOT ALL COUNTED"
008420           TO CTL-MESSAGE
008430        PERFORM WRITE-LEG-MESSAGE
008440     END-IF.
008450     MOVE "RAW PAIR OCCURRENCES" TO FIG-LABEL.
008460     MOVE WS-RAW-PAIRS TO FIG-VALUE.
008470     PERFORM WRITE-FIGURE-LINE.
008480     MOVE "PRE-SORT LINE REJECTS" TO FIG-LABEL.
008490     MOVE WS-PRE-REJECTS TO FIG-VALUE.
008500     PERFORM WRITE-FIGURE-LINE.
008510     MOVE "CONDENSED PAIR OCCURRENCES" TO FIG-LABEL.
008520     MOVE WS-COND-OCCURS-TOT TO FIG-VALUE.
008530     PERFORM WRITE-FIGURE-LINE.
008540     MOVE "CONDENSED DISTINCT PAIRS" TO FIG-LABEL.
008550     MOVE WS-COND-PAIRS TO FIG-VALUE.
008560     PERFORM WRITE-FIGURE-LINE.
008570     MOVE "RAW SETS" TO FIG-LABEL.
008580     MOVE WS-RAW-SETS TO FIG-VALUE.
008590     PERFORM WRITE-FIGURE-LINE.
008600     MOVE "CONDENSED SETS" TO FIG-LABEL.
008610     MOVE WS-COND-SETS TO FIG-VALUE.
008620     PERFORM WRITE-FIGURE-LINE.
008630
008640 CHECK-CONDENSED-TRAILER-LEG.
008650     MOVE "CONDENSED FILE TO ITS OWN TRAILER" TO LEG-TITLE.
008660     MOVE "Y" TO WS-LEG-IN.
008670     IF WS-COND-FOUND = "N" OR WS-COND-TRL-SEEN = "N"
008680        MOVE "N" TO WS-LEG-IN
008690     END-IF.
008700     IF WS-COND-DATA-COUNT NOT = WS-COND-TRL-COUNT
008710        OR WS-COND-HASH NOT = WS-COND-TRL-HASH
008720        MOVE "N" TO WS-LEG-IN
008730     END-IF.
008740     PERFORM WRITE-LEG-LINE.
008750     IF WS-COND-FOUND = "Y" AND WS-COND-TRL-SEEN = "N"
008760        MOVE "CONDENSED FILE HAS NO TRAILER" TO CTL-MESSAGE
008770        PERFORM WRITE-LEG-MESSAGE
008780     END-IF.
008790     MOVE "CONDENSED RECORDS COUNTED" TO FIG-LABEL.
008800     MOVE WS-COND-DATA-COUNT TO FIG-VALUE.
008810     PERFORM WRITE-FIGURE-LINE.
008820     MOVE "CONDENSED TRAILER COUNT" TO FIG-LABEL.
008830     MOVE WS-COND-TRL-COUNT TO FIG-VALUE.
008840     PERFORM WRITE-FIGURE-LINE.
008850     MOVE "CONDENSED HASH COUNTED" TO FIG-LABEL.
008860     MOVE WS-COND-HASH TO FIG-VALUE.
008870     PERFORM WRITE-FIGURE-LINE.
008880     MOVE "CONDENSED TRAILER HASH" TO FIG-LABEL.
008890     MOVE WS-COND-TRL-HASH TO FIG-VALUE.
008900     PERFORM WRITE-FIGURE-LINE.
008910
008920 CHECK-GCD-RUN-LEG.
008930     MOVE "CONDENSED PAIRS TO GCD RUN OUTCOMES" TO LEG-TITLE.
008940     COMPUTE WS-GCD-INPUT = WS-COND-DATA-COUNT + WS-GCD-REPAIRS.
008950     COMPUTE WS-GCD-OUTCOME = WS-GCD-NEW + WS-GCD-REUSED
008960        + WS-GCD-REJECTED.
008970     MOVE "Y" TO WS-LEG-IN.
008980     IF WS-RNL-FOUND = "N" OR WS-COND-FOUND = "N"
008990        MOVE "N" TO WS-LEG-IN
009000     END-IF.
009010     IF WS-GCD-READ NOT = WS-COND-RECORDS
009020        OR WS-GCD-INPUT NOT = WS-GCD-OUTCOME
009030        MOVE "N" TO WS-LEG-IN
009040     END-IF.
009050     PERFORM WRITE-LEG-LINE.
009060     IF WS-RNL-FOUND = "N"
009070        MOVE "NO GCD RUN LOG RECORD FOR THE BUSINESS DATE"
009080           TO CTL-MESSAGE
009090        PERFORM WRITE-LEG-MESSAGE
009100     END-IF.
009110     MOVE "CONDENSED RECORDS INCL HDR/TRL" TO FIG-LABEL.
009120     MOVE WS-COND-RECORDS TO FIG-VALUE.
009130     PERFORM WRITE-FIGURE-LINE.
009140     MOVE "GCD RECORDS READ" TO FIG-LABEL.
009150     MOVE WS-GCD-READ TO FIG-VALUE.
009160     PERFORM WRITE-FIGURE-LINE.
009170     MOVE "DISTINCT PAIRS + SETS + REPAIRS" TO FIG-LABEL.
009180     MOVE WS-GCD-INPUT TO FIG-VALUE.
009190     PERFORM WRITE-FIGURE-LINE.
009200     MOVE "  PROCESSED NEW" TO FIG-LABEL.
009210     MOVE WS-GCD-NEW TO FIG-VALUE.
009220     PERFORM WRITE-FIGURE-LINE.
009230     MOVE "  REUSED FROM MASTER" TO FIG-LABEL.
009240     MOVE WS-GCD-REUSED TO FIG-VALUE.
009250     PERFORM WRITE-FIGURE-LINE.
009260     MOVE "  REJECTED" TO FIG-LABEL.
009270     MOVE WS-GCD-REJECTED TO FIG-VALUE.
009280     PERFORM WRITE-FIGURE-LINE.
009290
009300 CHECK-AUDIT-LEG.
009310     MOVE "GCD RUN TO AUDIT ROWS WRITTEN" TO LEG-TITLE.
009320     MOVE "Y" TO WS-LEG-IN.
009330     IF WS-RNL-FOUND = "N"
009340        OR WS-AUDIT-ROWS NOT = WS-GCD-PROCESSED
009350        MOVE "N" TO WS-LEG-IN
009360     END-IF.
009370     PERFORM WRITE-LEG-LINE.
009380     MOVE "PROCESSED (NEW + REUSED)" TO FIG-LABEL.
009390     MOVE WS-GCD-PROCESSED TO FIG-VALUE.
009400     PERFORM WRITE-FIGURE-LINE.
009410     MOVE "AUDIT ROWS FOR THE DATE" TO FIG-LABEL.
009420     MOVE WS-AUDIT-ROWS TO FIG-VALUE.
009430     PERFORM WRITE-FIGURE-LINE.
009440
009450 CHECK-EXTRACT-LEG.
009460     MOVE "AUDIT ROWS TO SCHEDULER EXTRACT" TO LEG-TITLE.
009470     MOVE "Y" TO WS-LEG-IN.
009480     IF WS-XTR-FOUND = "N" OR WS-XTR-TRL-SEEN = "N"
009490        MOVE "N" TO WS-LEG-IN
009500     END-IF.
009510     IF WS-XTR-DETAILS NOT = WS-AUDIT-ROWS
009520        OR WS-XTR-DETAILS NOT = WS-XTR-TRL-COUNT
009530        OR WS-XTR-HASH NOT = WS-XTR-TRL-HASH
009540        MOVE "N" TO WS-LEG-IN
009550     END-IF.
009560     PERFORM WRITE-LEG-LINE.
009570     IF WS-XTR-FOUND = "N"
009580        MOVE "NO EXTRACT GROUP FOR THE BUSINESS DATE"
009590           TO CTL-MESSAGE
009600        PERFORM WRITE-LEG-MESSAGE
009610     ELSE
009620        IF WS-XTR-TRL-SEEN = "N"
009630           MOVE "EXTRACT HAS NO TRAILER" TO CTL-MESSAGE
009640           PERFORM WRITE-LEG-MESSAGE
009650        END-IF
009660     END-IF.
009670     MOVE "EXTRACT DETAILS COUNTED" TO FIG-LABEL.
009680     MOVE WS-XTR-DETAILS TO FIG-VALUE.
009690     PERFORM WRITE-FIGURE-LINE.
009700     MOVE "EXTRACT TRAILER COUNT" TO FIG-LABEL.
009710     MOVE WS-XTR-TRL-COUNT TO FIG-VALUE.
009720     PERFORM WRITE-FIGURE-LINE.
009730     MOVE "EXTRACT HASH COUNTED" TO FIG-LABEL.
009740     MOVE WS-XTR-HASH TO FIG-VALUE.
009750     PERFORM WRITE-FIGURE-LINE.
009760     MOVE "EXTRACT TRAILER HASH" TO FIG-LABEL.
009770     MOVE WS-XTR-TRL-HASH TO FIG-VALUE.
009780     PERFORM WRITE-FIGURE-LINE.
009790
009800 CHECK-ACK-LEG.
009810     MOVE "SCHEDULER EXTRACT TO ACKNOWLEDGMENT" TO LEG-TITLE.
009820     MOVE "Y" TO WS-LEG-IN.
009830     IF WS-ACK-FOUND = "N" OR WS-XTR-TRL-SEEN = "N"
009840        MOVE "N" TO WS-LEG-IN
009850     END-IF.
009860     IF WS-ACK-COUNT NOT = WS-XTR-TRL-COUNT
009870        OR WS-ACK-HASH NOT = WS-XTR-TRL-HASH
009880        MOVE "N" TO WS-LEG-IN
009890     END-IF.
009900     PERFORM WRITE-LEG-LINE.
009910     IF WS-ACK-FOUND = "N"
009920        MOVE "NO ACKNOWLEDGMENT FOR THE BUSINESS DATE"
009930           TO CTL-MESSAGE
009940        PERFORM WRITE-LEG-MESSAGE
009950     END-IF.
009960     MOVE "ACKNOWLEDGED COUNT" TO FIG-LABEL.
009970     MOVE WS-ACK-COUNT TO FIG-VALUE.
009980     PERFORM WRITE-FIGURE-LINE.
009990     MOVE "ACKNOWLEDGED HASH" TO FIG-LABEL.
010000     MOVE WS-ACK-HASH TO FIG-VALUE.
010010     PERFORM WRITE-FIGURE-LINE.
010020
010030 WRITE-LEG-LINE.
010040     ADD 1 TO WS-LEG-NO.
010050     MOVE WS-LEG-NO TO LEG-NO-OUT.
010060     IF WS-LEG-IN = "Y"
010070        MOVE "IN BALANCE" TO LEG-RESULT
010080     ELSE
010090        MOVE "OUT OF BALANCE" TO LEG-RESULT
010100        ADD 1 TO WS-LEGS-OUT
010110     END-IF.
010120     MOVE SPACES TO PRINT-LINE.
010130     WRITE PRINT-LINE.
010140     PERFORM CHECK-PRINT-STATUS.
010150     MOVE WS-LEG-LINE TO PRINT-LINE.
010160     WRITE PRINT-LINE.
010170     PERFORM CHECK-PRINT-STATUS.
010180     ADD 2 TO WS-LINE-COUNT.
010190
010200 WRITE-LEG-MESSAGE.
010210     MOVE SPACES TO PRINT-LINE.
010220     MOVE CTL-MESSAGE TO PRINT-LINE (8:60).
010230     WRITE PRINT-LINE.
010240     PERFORM CHECK-PRINT-STATUS.
010250     ADD 1 TO WS-LINE-COUNT.
010260
010270 WRITE-FIGURE-LINE.
010280     MOVE WS-FIGURE-LINE TO PRINT-LINE.
010290     WRITE PRINT-LINE.
010300     PERFORM CHECK-PRINT-STATUS.
010310     ADD 1 TO WS-LINE-COUNT.
010320
010330 WRITE-CERTIFICATE-RESULT.
010340     MOVE SPACES TO PRINT-LINE.
010350     WRITE PRINT-LINE.
010360     PERFORM CHECK-PRINT-STATUS.
010370     IF WS-INPUT-IO-BAD = "Y"
010380        MOVE SPACES TO WS-CONTROL-LINE
010390        MOVE "INPUT FILE I/O ERROR - FIGURES INCOMPLETE"
010400           TO CTL-MESSAGE
010410        PERFORM WRITE-CONTROL-MESSAGE
010420     END-IF.
010430     MOVE SPACES TO RSL-TEXT.
010440     IF WS-LEGS-OUT = 0
010450        MOVE 0 TO RSL-COUNT
010460        MOVE "LEGS OUT OF BALANCE - DAY IS IN BALANCE"
010470           TO RSL-TEXT
010480     ELSE
010490        MOVE WS-LEGS-OUT TO RSL-COUNT
010500        MOVE "LEG(S) OUT OF BALANCE - HOLD DOWNSTREAM JOBS"
010510           TO RSL-TEXT
010520     END-IF.
010530     MOVE WS-RESULT-LINE TO PRINT-LINE.
010540     WRITE PRINT-LINE.
010550     PERFORM CHECK-PRINT-STATUS.
010560
010570 WRITE-CONTROL-MESSAGE.
010580     MOVE WS-CONTROL-LINE TO PRINT-LINE.
010590     WRITE PRINT-LINE.
010600     PERFORM CHECK-PRINT-STATUS.
010610     ADD 1 TO WS-LINE-COUNT.
010620
010630 WRITE-PAGE-HEADERS.
010640     ADD 1 TO WS-PAGE-COUNT.
010650     MOVE SPACES TO PRINT-LINE.
010660     WRITE PRINT-LINE.
010670     PERFORM CHECK-PRINT-STATUS.
010680     MOVE WS-REPORT-DATE TO HDG1-DATE.
010690     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
010700     MOVE WS-HEADING-1 TO PRINT-LINE.
010710     WRITE PRINT-LINE.
010720     PERFORM CHECK-PRINT-STATUS.
010730     MOVE SPACES TO PRINT-LINE.
010740     WRITE PRINT-LINE.
010750     PERFORM CHECK-PRINT-STATUS.
010760     MOVE 0 TO WS-LINE-COUNT.
010770
010780 CHECK-PRINT-STATUS.
010790     IF WS-PRINT-STATUS NOT = "00"
010800        MOVE "Y" TO WS-PRINT-WRITE-BAD
010810     END-IF.
010820
010830 SET-RUN-RETURN-CODE.
010840     IF WS-PARM-BAD = "Y" OR WS-INPUT-IO-BAD = "Y"
010850        MOVE "Y" TO WS-ABEND-SWITCH
010860     END-IF.
010870     IF WS-PRINT-WRITE-BAD = "Y"
010880        MOVE "Y" TO WS-ABEND-SWITCH
010890     END-IF.
010900     IF WS-LEGS-OUT > 0
010910        MOVE "Y" TO WS-ABEND-SWITCH
010920     END-IF.
010930     IF WS-ABEND-SWITCH = "Y"
010940        MOVE 8 TO RETURN-CODE
010950     ELSE
010960        MOVE 0 TO RETURN-CODE
010970     END-IF.
