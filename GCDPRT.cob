000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDPRT.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT IN-FILE ASSIGN TO "GCDIN"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-IN-STATUS.
000180     SELECT PART1-FILE ASSIGN TO "GCDPT1"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-PART-STATUS.
000210     SELECT PART2-FILE ASSIGN TO "GCDPT2"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-PART-STATUS.
000240     SELECT PART3-FILE ASSIGN TO "GCDPT3"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-PART-STATUS.
000300     SELECT PCT-FILE ASSIGN TO "GCDPCT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PCT-STATUS.
000330     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SYSIN-STATUS.
000360     SELECT LOCK-FILE ASSIGN TO "GCDLOCK"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-LOCK-STATUS.
000390     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PRINT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  IN-FILE
000450     RECORD CONTAINS 20 TO 110 CHARACTERS.
000460 01  IN-PAIR-RECORD.
000470     05  IN-A-X              PIC X(10).
000480     05  IN-B-X              PIC X(10).
000490     05  FILLER              PIC X.
000500     05  IN-OCCURS-X         PIC X(7).
000510     05  FILLER              PIC X.
000520     05  IN-LINE-X           PIC X(2).
000530 01  IN-SET-RECORD.
000540     05  IN-TYPE-CODE        PIC X.
000550     05  IN-SET-ID-X         PIC X(9).
000560 01  IN-HEADER-RECORD.
000570     05  IN-HDR-TYPE         PIC X.
000580     05  IN-HDR-DATE         PIC 9(8).
000590     05  FILLER              PIC X.
000600     05  IN-HDR-SOURCE-IDS   PIC X(20).
000610 01  IN-TRAILER-RECORD.
000620     05  IN-TRL-TYPE         PIC X.
000630     05  IN-TRL-COUNT        PIC 9(9).
000640     05  FILLER              PIC X.
000650     05  IN-TRL-HASH         PIC 9(18).
000660 01  IN-PASS-RECORD          PIC X(110).
000670 FD  PART1-FILE
000680     RECORD CONTAINS 110 CHARACTERS.
000690 01  PART1-RECORD            PIC X(110).
000700 FD  PART2-FILE
000710     RECORD CONTAINS 110 CHARACTERS.
000720 01  PART2-RECORD            PIC X(110).
000730 FD  PART3-FILE
000740     RECORD CONTAINS 110 CHARACTERS.
000750 01  PART3-RECORD            PIC X(110).
000790 FD  PCT-FILE
000800     RECORD CONTAINS 70 CHARACTERS.
000810 01  PCT-RECORD.
000820     05  PCT-DATE            PIC 9(8).
000830     05  FILLER              PIC X       VALUE SPACE.
000840     05  PCT-PARTITION       PIC 9.
000850     05  FILLER              PIC X       VALUE SPACE.
000860     05  PCT-COUNT           PIC 9(9).
000870     05  FILLER              PIC X       VALUE SPACE.
000880     05  PCT-HASH            PIC 9(18).
000890     05  FILLER              PIC X       VALUE SPACE.
000900     05  PCT-LINES           PIC X(20).
000910     05  FILLER              PIC X       VALUE SPACE.
000920     05  PCT-TRAILER-SW      PIC X.
000930 FD  SYSIN-FILE
000940     RECORD CONTAINS 10 CHARACTERS.
000950 01  SYSIN-RECORD.
000960     05  SYSIN-RUNDATE       PIC 9(8).
000970     05  FILLER              PIC X.
000980     05  SYSIN-PART-COUNT    PIC 9.
000990 01  SYSIN-MAP-RECORD.
001000     05  SYSIN-MAP-LINE      PIC X(2).
001010     05  FILLER              PIC X.
001020     05  SYSIN-MAP-PART      PIC 9.
001030 FD  LOCK-FILE
001040     RECORD CONTAINS 10 CHARACTERS.
001050 01  LOCK-RECORD.
001060     05  LOCK-DATE           PIC 9(8).
001070     05  FILLER              PIC X       VALUE SPACE.
001080     05  LOCK-STATUS         PIC X.
001090 FD  PRINT-FILE
001100     RECORD CONTAINS 132 CHARACTERS.
001110 01  PRINT-LINE              PIC X(132).
001120 WORKING-STORAGE SECTION.
001130
001140 77      WS-IN-STATUS        PIC XX.
001150 77      WS-PART-STATUS      PIC XX.
001160 77      WS-PCT-STATUS       PIC XX.
001170 77      WS-SYSIN-STATUS     PIC XX.
001180 77      WS-LOCK-STATUS      PIC XX      VALUE SPACES.
001190 77      WS-PRINT-STATUS     PIC XX.
001200 77      WS-IN-EOF           PIC X       VALUE "N".
001210 77      WS-SYSIN-EOF        PIC X       VALUE "N".
001220 77      WS-PART-COUNT       PIC 9       VALUE 0.
001230 77      WS-PART-IX          PIC S9(4)   COMP-3 VALUE 0.
001240 77      WS-NEXT-PART        PIC S9(4)   COMP-3 VALUE 0.
001250 77      WS-MAP-COUNT        PIC S9(4)   COMP-3 VALUE 0.
001260 77      WS-MAP-IX           PIC S9(4)   COMP-3 VALUE 0.
001270 77      WS-MAP-SLOT         PIC S9(4)   COMP-3 VALUE 0.
001280 77      WS-MAP-LINE         PIC X(2)    VALUE SPACES.
001290 77      WS-SRC-IX           PIC S9(4)   COMP-3 VALUE 0.
001300 77      WS-HDR-SEEN         PIC X       VALUE "N".
001310 77      WS-TRL-SEEN         PIC X       VALUE "N".
001320 77      WS-CONTROL-BAD      PIC X       VALUE "N".
001330 77      WS-PARM-BAD         PIC X       VALUE "N".
001340 77      WS-PART-WRITE-BAD   PIC X       VALUE "N".
001350 77      WS-PCT-WRITE-BAD    PIC X       VALUE "N".
001360 77      WS-LOCK-WRITE-BAD   PIC X       VALUE "N".
001370 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
001380 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
001385 77      WS-INPUT-IO-BAD     PIC X       VALUE "N".
001390 77      WS-RECORDS-READ     PIC 9(9)    VALUE 0.
001400 77      WS-DATA-COUNT       PIC 9(9)    VALUE 0.
001410 77      WS-HASH-TOTAL       PIC S9(18)  COMP-3 VALUE 0.
001420 77      WS-SETS-ROUTED      PIC 9(9)    VALUE 0.
001430 77      WS-TRL-COUNT-IN     PIC 9(9)    VALUE 0.
001440 77      WS-TRL-HASH-IN      PIC S9(18)  COMP-3 VALUE 0.
001450 77      WS-HDR-DATE         PIC 9(8)    VALUE 0.
001460 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
001470 77      WS-NUMVAL-CHECK     PIC S9(4)   COMP-3.
001480 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
001490 77      WS-BALANCED-SW      PIC X       VALUE "N".
001500
001510 01  WS-OUT-RECORD           PIC X(110).
001520
001530 01  WS-PARM-MESSAGE         PIC X(60)   VALUE SPACES.
001540
001550 01  WS-PART-HEADER.
001560     05  WS-PH-TYPE          PIC X.
001570     05  WS-PH-DATE          PIC 9(8).
001580     05  FILLER              PIC X       VALUE SPACE.
001590     05  WS-PH-SOURCE-IDS    PIC X(20).
001600
001610 01  WS-PART-TRAILER.
001620     05  WS-PTR-TYPE         PIC X.
001630     05  WS-PTR-COUNT        PIC 9(9).
001640     05  FILLER              PIC X       VALUE SPACE.
001650     05  WS-PTR-HASH         PIC 9(18).
001660
001670 01  WS-HDR-SOURCE-IDS.
001680     05  WS-HDR-SRC-ID       OCCURS 10 TIMES
001690                             PIC X(2).
001700
001710 01  WS-PART-TABLE.
001720     05  WS-PART-ENTRY       OCCURS 3 TIMES.
001730         10  WS-PT-COUNT     PIC 9(9).
001740         10  WS-PT-HASH      PIC S9(18)  COMP-3.
001750         10  WS-PT-LINE-COUNT PIC S9(4)  COMP-3.
001760         10  WS-PT-LINES.
001770             15  WS-PT-LINE-ID OCCURS 10 TIMES
001780                             PIC X(2).
001790
001800 01  WS-MAP-TABLE.
001810     05  WS-MAP-ENTRY        OCCURS 30 TIMES.
001820         10  WS-MAP-CODE     PIC X(2).
001830         10  WS-MAP-PART     PIC 9.
001840
001850 01  WS-RUN-DATE.
001860     05  WS-RUN-YEAR         PIC 9(4).
001870     05  WS-RUN-MONTH        PIC 9(2).
001880     05  WS-RUN-DAY          PIC 9(2).
001890
001900 01  WS-REPORT-DATE.
001910     05  WS-RPT-MONTH        PIC 9(2).
001920     05  FILLER              PIC X       VALUE "/".
001930     05  WS-RPT-DAY          PIC 9(2).
001940     05  FILLER              PIC X       VALUE "/".
001950     05  WS-RPT-YEAR         PIC 9(4).
001960
001970 01  WS-HEADING-1.
001980     05  FILLER              PIC X(1)    VALUE SPACE.
001990     05  FILLER              PIC X(40)
002000         VALUE "NIGHTLY INPUT PARTITION BY PACKING LINE".
002010     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
002020     05  HDG1-DATE           PIC X(10).
002030     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
002040     05  HDG1-PAGE           PIC ZZ9.
002050
002060 01  WS-PART-COLS.
002070     05  FILLER              PIC X(1)    VALUE SPACE.
002080     05  FILLER              PIC X(11)   VALUE "PARTITION".
002090     05  FILLER              PIC X(13)   VALUE "    RECORDS".
002100     05  FILLER              PIC X(21)
002110         VALUE "          HASH TOTAL".
002120     05  FILLER              PIC X(4)    VALUE SPACES.
002130     05  FILLER              PIC X(20)   VALUE "PACKING LINES".
002140
002150 01  WS-PART-LINE.
002160     05  FILLER              PIC X(1)    VALUE SPACE.
002170     05  PTL-PARTITION       PIC Z(8)9.
002180     05  FILLER              PIC X(4)    VALUE SPACES.
002190     05  PTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER              PIC X(2)    VALUE SPACES.
002210     05  PTL-HASH            PIC Z(17)9.
002220     05  FILLER              PIC X(6)    VALUE SPACES.
002230     05  PTL-LINES           PIC X(30).
002240
002250 01  WS-TOTALS-LINE.
002260     05  FILLER              PIC X(1)    VALUE SPACE.
002270     05  TOT-LABEL           PIC X(24).
002280     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002290
002300 01  WS-CONTROL-LINE.
002310     05  FILLER              PIC X(1)    VALUE SPACE.
002320     05  CTL-MESSAGE         PIC X(60).
002330
002340 PROCEDURE DIVISION.
002350 PROGRAM-BEGIN.
002360
002370     PERFORM GET-RUN-DATE.
002380     PERFORM READ-SYSIN-PARM.
002390     PERFORM OPEN-PRINT-FILE.
002400     PERFORM WRITE-PAGE-HEADERS.
002410     IF WS-PARM-BAD = "Y"
002420        MOVE WS-PARM-MESSAGE TO CTL-MESSAGE
002430        PERFORM WRITE-CONTROL-MESSAGE
002440     ELSE
002450        PERFORM SET-BATCH-LOCK
002460        PERFORM OPEN-PARTITION-FILES
002470        PERFORM SPLIT-INPUT-RECORDS
002480        PERFORM BALANCE-INPUT-TRAILER
002490        PERFORM WRITE-PARTITION-TRAILERS
002500        PERFORM CLOSE-PARTITION-FILES
002510        PERFORM WRITE-PARTITION-CONTROL
002520        PERFORM WRITE-PARTITION-SUMMARY
002530     END-IF.
002540     PERFORM WRITE-CONTROL-TOTALS.
002550     PERFORM CLOSE-PRINT-FILE.
002560     PERFORM SET-RUN-RETURN-CODE.
002570
002580     STOP RUN.
002590
002600 GET-RUN-DATE.
002610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002620
002630 OPEN-PRINT-FILE.
002640     OPEN OUTPUT PRINT-FILE.
002650
002660 CLOSE-PRINT-FILE.
002670     CLOSE PRINT-FILE.
002680
002690 READ-SYSIN-PARM.
002700     OPEN INPUT SYSIN-FILE.
002710     IF WS-SYSIN-STATUS = "00"
002720        READ SYSIN-FILE
002730           AT END
002740              MOVE "Y" TO WS-SYSIN-EOF
002750        END-READ
002760        IF WS-SYSIN-EOF = "N"
002770           IF SYSIN-RUNDATE IS NUMERIC AND SYSIN-RUNDATE > 0
002780              MOVE SYSIN-RUNDATE TO WS-RUN-DATE
002790           END-IF
002800           IF SYSIN-PART-COUNT IS NUMERIC
002810              MOVE SYSIN-PART-COUNT TO WS-PART-COUNT
002820           END-IF
002830           PERFORM READ-MAP-CARD
002840           PERFORM STORE-MAP-CARD
002850              WITH TEST BEFORE UNTIL WS-SYSIN-EOF = "Y"
002860        END-IF
002870        CLOSE SYSIN-FILE
002880     END-IF.
002890     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
002900     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
002910     MOVE WS-RUN-DAY TO WS-RPT-DAY.
002920     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
002930     IF WS-PART-COUNT NOT = 3
002940        MOVE "Y" TO WS-PARM-BAD
002950        MOVE "PARTITION COUNT MUST BE 3 - NOTHING SPLIT"
002960           TO WS-PARM-MESSAGE
002970     END-IF.
002980
002990 READ-MAP-CARD.
003000     READ SYSIN-FILE
003010        AT END
003020           MOVE "Y" TO WS-SYSIN-EOF
003030     END-READ.
003040
003050 STORE-MAP-CARD.
003060     IF SYSIN-MAP-RECORD NOT = SPACES
003070        IF SYSIN-MAP-PART IS NOT NUMERIC
003080           OR SYSIN-MAP-PART < 1 OR SYSIN-MAP-PART > WS-PART-COUNT
003090           MOVE "Y" TO WS-PARM-BAD
003100           MOVE "LINE MAP CARD NAMES AN UNKNOWN PARTITION"
003110              TO WS-PARM-MESSAGE
003120        ELSE
003130           MOVE SYSIN-MAP-LINE TO WS-MAP-LINE
003140           PERFORM LOCATE-MAP-ENTRY
003150           IF WS-MAP-SLOT > 0
003160              MOVE "Y" TO WS-PARM-BAD
003170              MOVE "LINE MAPPED TO MORE THAN ONE PARTITION"
003180                 TO WS-PARM-MESSAGE
003190           ELSE
003200              IF WS-MAP-COUNT < 30
003210                 MOVE SYSIN-MAP-PART TO WS-PART-IX
003220                 PERFORM ADD-MAP-ENTRY
003230              ELSE
003240                 MOVE "Y" TO WS-PARM-BAD
003250                 MOVE "TOO MANY LINE MAP CARDS"
003260                    TO WS-PARM-MESSAGE
003270              END-IF
003280           END-IF
003290        END-IF
003300     END-IF.
003310     PERFORM READ-MAP-CARD.
003320
003330 LOCATE-MAP-ENTRY.
003340     MOVE 0 TO WS-MAP-SLOT.
003350     MOVE 1 TO WS-MAP-IX.
003360     PERFORM CHECK-MAP-ENTRY
003370        WITH TEST BEFORE
003380        UNTIL WS-MAP-SLOT > 0 OR WS-MAP-IX > WS-MAP-COUNT.
003390
003400 CHECK-MAP-ENTRY.
003410     IF WS-MAP-CODE (WS-MAP-IX) = WS-MAP-LINE
003420        MOVE WS-MAP-IX TO WS-MAP-SLOT
003430     END-IF.
003440     ADD 1 TO WS-MAP-IX.
003450
003460 ADD-MAP-ENTRY.
003470     IF WS-MAP-COUNT < 30
003480        ADD 1 TO WS-MAP-COUNT
003490        MOVE WS-MAP-LINE TO WS-MAP-CODE (WS-MAP-COUNT)
003500        MOVE WS-PART-IX TO WS-MAP-PART (WS-MAP-COUNT)
003510        MOVE WS-MAP-COUNT TO WS-MAP-SLOT
003520     ELSE
003530        MOVE "Y" TO WS-CONTROL-BAD
003540        MOVE "MORE PACKING LINES THAN THE LINE MAP HOLDS"
003550           TO CTL-MESSAGE
003560        PERFORM WRITE-CONTROL-MESSAGE
003570     END-IF.
003580
003590 ASSIGN-LINE-PARTITION.
003600     PERFORM LOCATE-MAP-ENTRY.
003610     IF WS-MAP-SLOT > 0
003620        MOVE WS-MAP-PART (WS-MAP-SLOT) TO WS-PART-IX
003630     ELSE
003640        ADD 1 TO WS-NEXT-PART
003650        IF WS-NEXT-PART > WS-PART-COUNT
003660           MOVE 1 TO WS-NEXT-PART
003670        END-IF
003680        MOVE WS-NEXT-PART TO WS-PART-IX
003690        PERFORM ADD-MAP-ENTRY
003700     END-IF.
003710
003720 SET-BATCH-LOCK.
003730     OPEN INPUT LOCK-FILE.
003740     IF WS-LOCK-STATUS = "00"
003750        READ LOCK-FILE
003760        END-READ
003770        IF WS-LOCK-STATUS = "00" AND LOCK-STATUS = "R"
003780           MOVE "STALE BATCH LOCK - PRIOR RUN MAY HAVE ABENDED"
003790              TO CTL-MESSAGE
003800           PERFORM WRITE-CONTROL-MESSAGE
003810        END-IF
003820        CLOSE LOCK-FILE
003830     END-IF.
003840     OPEN OUTPUT LOCK-FILE.
003850     IF WS-LOCK-STATUS NOT = "00"
003860        MOVE "Y" TO WS-LOCK-WRITE-BAD
003870     ELSE
003880        MOVE SPACES TO LOCK-RECORD
003890        MOVE WS-RUN-DATE-NUM TO LOCK-DATE
003900        MOVE "R" TO LOCK-STATUS
003910        WRITE LOCK-RECORD
003920        IF WS-LOCK-STATUS NOT = "00"
003930           MOVE "Y" TO WS-LOCK-WRITE-BAD
003940        END-IF
003950        CLOSE LOCK-FILE
003960     END-IF.
003970
003980 CLEAR-BATCH-LOCK.
003990     OPEN OUTPUT LOCK-FILE.
004000     IF WS-LOCK-STATUS NOT = "00"
004010        MOVE "Y" TO WS-LOCK-WRITE-BAD
004020     ELSE
004030        MOVE SPACES TO LOCK-RECORD
004040        MOVE WS-RUN-DATE-NUM TO LOCK-DATE
004050        MOVE "C" TO LOCK-STATUS
004060        WRITE LOCK-RECORD
004070        IF WS-LOCK-STATUS NOT = "00"
004080           MOVE "Y" TO WS-LOCK-WRITE-BAD
004090        END-IF
004100        CLOSE LOCK-FILE
004110     END-IF.
004120
004130 OPEN-PARTITION-FILES.
004140     MOVE 1 TO WS-PART-IX.
004150     PERFORM OPEN-ONE-PARTITION
004160        WITH TEST BEFORE UNTIL WS-PART-IX > WS-PART-COUNT.
004170
004180 OPEN-ONE-PARTITION.
004190     MOVE 0 TO WS-PT-COUNT (WS-PART-IX).
004200     MOVE 0 TO WS-PT-HASH (WS-PART-IX).
004210     MOVE 0 TO WS-PT-LINE-COUNT (WS-PART-IX).
004220     MOVE SPACES TO WS-PT-LINES (WS-PART-IX).
004230     EVALUATE WS-PART-IX
004240        WHEN 1
004250           OPEN OUTPUT PART1-FILE
004260        WHEN 2
004270           OPEN OUTPUT PART2-FILE
004280        WHEN 3
004290           OPEN OUTPUT PART3-FILE
004320     END-EVALUATE.
004330     PERFORM CHECK-PART-STATUS.
004340     ADD 1 TO WS-PART-IX.
004350
004360 CLOSE-PARTITION-FILES.
004370     MOVE 1 TO WS-PART-IX.
004380     PERFORM CLOSE-ONE-PARTITION
004390        WITH TEST BEFORE UNTIL WS-PART-IX > WS-PART-COUNT.
004400
004410 CLOSE-ONE-PARTITION.
004420     EVALUATE WS-PART-IX
004430        WHEN 1
004440           CLOSE PART1-FILE
004450        WHEN 2
004460           CLOSE PART2-FILE
004470        WHEN 3
004480           CLOSE PART3-FILE
004510     END-EVALUATE.
004520     ADD 1 TO WS-PART-IX.
004530
004540 WRITE-PARTITION-RECORD.
004550     EVALUATE WS-PART-IX
004560        WHEN 1
004570           WRITE PART1-RECORD FROM WS-OUT-RECORD
004580        WHEN 2
004590           WRITE PART2-RECORD FROM WS-OUT-RECORD
004600        WHEN 3
004610           WRITE PART3-RECORD FROM WS-OUT-RECORD
004640     END-EVALUATE.
004650     PERFORM CHECK-PART-STATUS.
004660
004670 CHECK-PART-STATUS.
004680     IF WS-PART-STATUS NOT = "00"
004690        MOVE "Y" TO WS-PART-WRITE-BAD
004700     END-IF.
004710
004720 SPLIT-INPUT-RECORDS.
004730     OPEN INPUT IN-FILE.
004740     IF WS-IN-STATUS NOT = "00"
004750        MOVE "Y" TO WS-CONTROL-BAD
004760        MOVE "CONDENSED INPUT FILE NOT AVAILABLE" TO CTL-MESSAGE
004770        PERFORM WRITE-CONTROL-MESSAGE
004780     ELSE
004790        PERFORM READ-IN-RECORD
004800        PERFORM SPLIT-ONE-RECORD
004810           WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
004820        CLOSE IN-FILE
004830     END-IF.
004840
004850 READ-IN-RECORD.
004860     READ IN-FILE
004870        AT END
004880           MOVE "Y" TO WS-IN-EOF
004890        NOT AT END
004900           ADD 1 TO WS-RECORDS-READ
004910     END-READ.
004911     IF WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "10"
004912        AND WS-IN-STATUS NOT = "04"
004913        MOVE "Y" TO WS-INPUT-IO-BAD
004914        MOVE "Y" TO WS-IN-EOF
004915        MOVE SPACES TO CTL-MESSAGE
004916        STRING "READ ERROR ON GCDIN - FILE STATUS "
004917           WS-IN-STATUS DELIMITED BY SIZE
004918           INTO CTL-MESSAGE
004919        END-STRING
004920        PERFORM WRITE-CONTROL-MESSAGE
004921     END-IF.
004922
004930 SPLIT-ONE-RECORD.
004940     EVALUATE IN-TYPE-CODE
004950        WHEN "H"
004960           PERFORM SPLIT-HEADER-RECORD
004970        WHEN "T"
004980           MOVE "Y" TO WS-TRL-SEEN
004990           IF IN-TRL-COUNT IS NUMERIC
005000              MOVE IN-TRL-COUNT TO WS-TRL-COUNT-IN
005010           END-IF
005020           IF IN-TRL-HASH IS NUMERIC
005030              MOVE IN-TRL-HASH TO WS-TRL-HASH-IN
005040           END-IF
005050        WHEN "S"
005060           MOVE 1 TO WS-PART-IX
005070           MOVE IN-PASS-RECORD TO WS-OUT-RECORD
005080           PERFORM WRITE-PARTITION-RECORD
005090           ADD 1 TO WS-SETS-ROUTED
005100           ADD 1 TO WS-DATA-COUNT
005110           ADD 1 TO WS-PT-COUNT (1)
005120           IF IN-SET-ID-X IS NUMERIC
005130              COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
005140                 + FUNCTION NUMVAL(IN-SET-ID-X)
005150              COMPUTE WS-PT-HASH (1) = WS-PT-HASH (1)
005160                 + FUNCTION NUMVAL(IN-SET-ID-X)
005170           END-IF
005180        WHEN OTHER
005190           MOVE IN-LINE-X TO WS-MAP-LINE
005200           PERFORM ASSIGN-LINE-PARTITION
005210           MOVE IN-PASS-RECORD TO WS-OUT-RECORD
005220           PERFORM WRITE-PARTITION-RECORD
005230           ADD 1 TO WS-DATA-COUNT
005240           ADD 1 TO WS-PT-COUNT (WS-PART-IX)
005250           MOVE FUNCTION TEST-NUMVAL(IN-A-X) TO WS-NUMVAL-CHECK
005260           IF WS-NUMVAL-CHECK = 0
005270              COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
005280                 + FUNCTION NUMVAL(IN-A-X)
005290              COMPUTE WS-PT-HASH (WS-PART-IX) =
005300                 WS-PT-HASH (WS-PART-IX) + FUNCTION NUMVAL(IN-A-X)
005310           END-IF
005320     END-EVALUATE.
005330     PERFORM READ-IN-RECORD.
005340
005350 SPLIT-HEADER-RECORD.
005360     IF WS-HDR-SEEN = "Y"
005370        MOVE "Y" TO WS-CONTROL-BAD
005380        MOVE "MORE THAN ONE INPUT GROUP - NOT SPLIT"
005390           TO CTL-MESSAGE
005400        PERFORM WRITE-CONTROL-MESSAGE
005410     ELSE
005420        MOVE "Y" TO WS-HDR-SEEN
005430        MOVE IN-HDR-DATE TO WS-HDR-DATE
005440        MOVE IN-HDR-SOURCE-IDS TO WS-HDR-SOURCE-IDS
005450        MOVE 1 TO WS-SRC-IX
005460        PERFORM ASSIGN-HEADER-SOURCE
005470           WITH TEST BEFORE UNTIL WS-SRC-IX > 10
005480        MOVE 1 TO WS-PART-IX
005490        PERFORM WRITE-ONE-PART-HEADER
005500           WITH TEST BEFORE UNTIL WS-PART-IX > WS-PART-COUNT
005510     END-IF.
005520
005530 ASSIGN-HEADER-SOURCE.
005540     IF WS-HDR-SRC-ID (WS-SRC-IX) NOT = SPACES
005550        MOVE WS-HDR-SRC-ID (WS-SRC-IX) TO WS-MAP-LINE
005560        PERFORM ASSIGN-LINE-PARTITION
005570        IF WS-PT-LINE-COUNT (WS-PART-IX) < 10
005580           ADD 1 TO WS-PT-LINE-COUNT (WS-PART-IX)
005590           MOVE WS-MAP-LINE TO WS-PT-LINE-ID
005600              (WS-PART-IX, WS-PT-LINE-COUNT (WS-PART-IX))
005610        END-IF
005620     END-IF.
005630     ADD 1 TO WS-SRC-IX.
005640
005650 WRITE-ONE-PART-HEADER.
005660     MOVE SPACES TO WS-PART-HEADER.
005670     MOVE "H" TO WS-PH-TYPE.
005680     MOVE WS-HDR-DATE TO WS-PH-DATE.
005690     MOVE WS-PT-LINES (WS-PART-IX) TO WS-PH-SOURCE-IDS.
005700     MOVE WS-PART-HEADER TO WS-OUT-RECORD.
005710     PERFORM WRITE-PARTITION-RECORD.
005720     ADD 1 TO WS-PART-IX.
005730
005740 BALANCE-INPUT-TRAILER.
005750     IF WS-TRL-SEEN = "Y"
005760        IF WS-TRL-COUNT-IN NOT = WS-DATA-COUNT
005770           MOVE "Y" TO WS-CONTROL-BAD
005780           MOVE "INPUT RECORD COUNT OUT OF BALANCE" TO CTL-MESSAGE
005790           PERFORM WRITE-CONTROL-MESSAGE
005800        END-IF
005810        IF WS-TRL-HASH-IN NOT = WS-HASH-TOTAL
005820           MOVE "Y" TO WS-CONTROL-BAD
005830           MOVE "INPUT HASH TOTAL OUT OF BALANCE" TO CTL-MESSAGE
005840           PERFORM WRITE-CONTROL-MESSAGE
005850        END-IF
005860     ELSE
005870        IF WS-HDR-SEEN = "Y"
005880           MOVE "Y" TO WS-CONTROL-BAD
005890           MOVE "INPUT FILE SHORT - TRAILER RECORD MISSING"
005900              TO CTL-MESSAGE
005910           PERFORM WRITE-CONTROL-MESSAGE
005920        END-IF
005930     END-IF.
005940
005950 WRITE-PARTITION-TRAILERS.
005960     IF WS-TRL-SEEN = "Y" AND WS-CONTROL-BAD = "N"
005965        AND WS-INPUT-IO-BAD = "N"
005970        MOVE 1 TO WS-PART-IX
005980        PERFORM WRITE-ONE-PART-TRAILER
005990           WITH TEST BEFORE UNTIL WS-PART-IX > WS-PART-COUNT
006000     END-IF.
006010
006020 WRITE-ONE-PART-TRAILER.
006030     MOVE SPACES TO WS-PART-TRAILER.
006040     MOVE "T" TO WS-PTR-TYPE.
006050     MOVE WS-PT-COUNT (WS-PART-IX) TO WS-PTR-COUNT.
006060     MOVE WS-PT-HASH (WS-PART-IX) TO WS-PTR-HASH.
006070     MOVE WS-PART-TRAILER TO WS-OUT-RECORD.
006080     PERFORM WRITE-PARTITION-RECORD.
006090     ADD 1 TO WS-PART-IX.
006100
006110 WRITE-PARTITION-CONTROL.
006120     OPEN OUTPUT PCT-FILE.
006130     IF WS-PCT-STATUS NOT = "00"
006140        MOVE "Y" TO WS-PCT-WRITE-BAD
006150     ELSE
006160        IF WS-TRL-SEEN = "Y" AND WS-CONTROL-BAD = "N"
006165           AND WS-INPUT-IO-BAD = "N"
006170           MOVE "Y" TO WS-BALANCED-SW
006180        END-IF
006190        MOVE 1 TO WS-PART-IX
006200        PERFORM WRITE-ONE-PCT-RECORD
006210           WITH TEST BEFORE UNTIL WS-PART-IX > WS-PART-COUNT
006220        CLOSE PCT-FILE
006230     END-IF.
006240
006250 WRITE-ONE-PCT-RECORD.
006260     MOVE SPACES TO PCT-RECORD.
006270     MOVE WS-RUN-DATE-NUM TO PCT-DATE.
006280     MOVE WS-PART-IX TO PCT-PARTITION.
006290     MOVE WS-PT-COUNT (WS-PART-IX) TO PCT-COUNT.
006300     MOVE WS-PT-HASH (WS-PART-IX) TO PCT-HASH.
006310     MOVE WS-PT-LINES (WS-PART-IX) TO PCT-LINES.
006320     MOVE WS-BALANCED-SW TO PCT-TRAILER-SW.
006330     WRITE PCT-RECORD.
006340     IF WS-PCT-STATUS NOT = "00"
006350        MOVE "Y" TO WS-PCT-WRITE-BAD
006360     END-IF.
006370     ADD 1 TO WS-PART-IX.
006380
006390 WRITE-PARTITION-SUMMARY.
006400     MOVE SPACES TO PRINT-LINE.
006410     WRITE PRINT-LINE.
006420     PERFORM CHECK-PRINT-STATUS.
006430     MOVE WS-PART-COLS TO PRINT-LINE.
006440     WRITE PRINT-LINE.
006450     PERFORM CHECK-PRINT-STATUS.
006460     MOVE 1 TO WS-PART-IX.
006470     PERFORM WRITE-ONE-PART-LINE
006480        WITH TEST BEFORE UNTIL WS-PART-IX > WS-PART-COUNT.
006490     MOVE SPACES TO PRINT-LINE.
006500     WRITE PRINT-LINE.
006510     PERFORM CHECK-PRINT-STATUS.
006520
006530 WRITE-ONE-PART-LINE.
006540     MOVE SPACES TO WS-PART-LINE.
006550     MOVE WS-PART-IX TO PTL-PARTITION.
006560     MOVE WS-PT-COUNT (WS-PART-IX) TO PTL-COUNT.
006570     MOVE WS-PT-HASH (WS-PART-IX) TO PTL-HASH.
006580     MOVE WS-PT-LINES (WS-PART-IX) TO PTL-LINES.
006590     MOVE WS-PART-LINE TO PRINT-LINE.
006600     WRITE PRINT-LINE.
006610     PERFORM CHECK-PRINT-STATUS.
006620     ADD 1 TO WS-PART-IX.
006630
006640 WRITE-CONTROL-MESSAGE.
006650     MOVE WS-CONTROL-LINE TO PRINT-LINE.
006660     WRITE PRINT-LINE.
006670     PERFORM CHECK-PRINT-STATUS.
006680
006690 WRITE-PAGE-HEADERS.
006700     ADD 1 TO WS-PAGE-COUNT.
006710     MOVE SPACES TO PRINT-LINE.
006720     WRITE PRINT-LINE.
006730     PERFORM CHECK-PRINT-STATUS.
006740     MOVE WS-REPORT-DATE TO HDG1-DATE.
006750     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
006760     MOVE WS-HEADING-1 TO PRINT-LINE.
006770     WRITE PRINT-LINE.
006780     PERFORM CHECK-PRINT-STATUS.
006790     MOVE SPACES TO PRINT-LINE.
006800     WRITE PRINT-LINE.
006810     PERFORM CHECK-PRINT-STATUS.
006820
006830 WRITE-CONTROL-TOTALS.
006840     MOVE SPACES TO WS-TOTALS-LINE.
006850     MOVE "RECORDS READ:           " TO TOT-LABEL.
006860     MOVE WS-RECORDS-READ TO TOT-COUNT.
006870     PERFORM WRITE-TOTALS-LINE.
006880     MOVE SPACES TO WS-TOTALS-LINE.
006890     MOVE "DATA RECORDS SPLIT:     " TO TOT-LABEL.
006900     MOVE WS-DATA-COUNT TO TOT-COUNT.
006910     PERFORM WRITE-TOTALS-LINE.
006920     MOVE SPACES TO WS-TOTALS-LINE.
006930     MOVE "SETS ROUTED TO PART 1:  " TO TOT-LABEL.
006940     MOVE WS-SETS-ROUTED TO TOT-COUNT.
006950     PERFORM WRITE-TOTALS-LINE.
006960     MOVE SPACES TO WS-TOTALS-LINE.
006970     MOVE "PARTITIONS WRITTEN:     " TO TOT-LABEL.
006980     MOVE WS-PART-COUNT TO TOT-COUNT.
006990     PERFORM WRITE-TOTALS-LINE.
007000
007010 WRITE-TOTALS-LINE.
007020     MOVE WS-TOTALS-LINE TO PRINT-LINE.
007030     WRITE PRINT-LINE.
007040     PERFORM CHECK-PRINT-STATUS.
007050
007060 CHECK-PRINT-STATUS.
007070     IF WS-PRINT-STATUS NOT = "00"
007080        MOVE "Y" TO WS-PRINT-WRITE-BAD
007090     END-IF.
007100
007110 SET-RUN-RETURN-CODE.
007120     IF WS-PARM-BAD = "Y"
007130        MOVE "Y" TO WS-ABEND-SWITCH
007140     END-IF.
007150     IF WS-CONTROL-BAD = "Y"
007160        MOVE "Y" TO WS-ABEND-SWITCH
007170     END-IF.
007172     IF WS-INPUT-IO-BAD = "Y"
007174        MOVE "Y" TO WS-ABEND-SWITCH
007176     END-IF.
007180     IF WS-PART-WRITE-BAD = "Y"
007190        MOVE "Y" TO WS-ABEND-SWITCH
007200     END-IF.
007210     IF WS-PCT-WRITE-BAD = "Y"
007220        MOVE "Y" TO WS-ABEND-SWITCH
007230     END-IF.
007240     IF WS-PRINT-WRITE-BAD = "Y"
007250        MOVE "Y" TO WS-ABEND-SWITCH
007260     END-IF.
007270     IF WS-LOCK-WRITE-BAD = "Y"
007280        MOVE "Y" TO WS-ABEND-SWITCH
007290     END-IF.
007300     IF WS-ABEND-SWITCH = "Y"
007310        MOVE 8 TO RETURN-CODE
007320        IF WS-PARM-BAD = "N"
007330           PERFORM CLEAR-BATCH-LOCK
007340        END-IF
007350     ELSE
007360        MOVE 0 TO RETURN-CODE
007370     END-IF.
