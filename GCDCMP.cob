000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDCMP.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT MASTER-FILE ASSIGN TO "GCDMSTR"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS MSTR-KEY
000190         FILE STATUS IS WS-MSTR-STATUS.
000200     SELECT OLD-IMAGE-FILE ASSIGN TO "GCDMIMO"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-OLD-STATUS.
000230     SELECT NEW-IMAGE-FILE ASSIGN TO "GCDMIMN"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-NEW-STATUS.
000260     SELECT JOURNAL-FILE ASSIGN TO "GCDJRN"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-JRN-STATUS.
000290     SELECT REPAIR-LOG-FILE ASSIGN TO "GCDVRL"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-VRL-STATUS.
000320     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PRINT-STATUS.
000350     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SYSIN-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  MASTER-FILE
000410     RECORD CONTAINS 46 CHARACTERS.
000420 01  MASTER-RECORD.
000430     05  MSTR-KEY.
000440         10  MSTR-KEY-A      PIC 9(9).
000450         10  MSTR-KEY-B      PIC 9(9).
000460     05  MSTR-GCD            PIC S9(9)  COMP-3.
000470     05  MSTR-LCM            PIC S9(18) COMP-3.
000480     05  MSTR-LAST-REF-DATE  PIC 9(8).
000490     05  MSTR-REUSE-COUNT    PIC S9(9) COMP-3.
000500 FD  OLD-IMAGE-FILE
000510     RECORD CONTAINS 67 CHARACTERS.
000520 01  OLD-IMAGE-RECORD.
000530     05  OLD-A               PIC 9(9).
000540     05  FILLER              PIC X.
000550     05  OLD-B               PIC 9(9).
000560     05  FILLER              PIC X.
000570     05  OLD-GCD             PIC 9(9).
000580     05  FILLER              PIC X.
000590     05  OLD-LCM             PIC 9(18).
000600     05  FILLER              PIC X.
000610     05  OLD-LAST-REF-DATE   PIC 9(8).
000620     05  FILLER              PIC X.
000630     05  OLD-REUSE-COUNT     PIC 9(9).
000640 FD  NEW-IMAGE-FILE
000650     RECORD CONTAINS 67 CHARACTERS.
000660 01  NEW-IMAGE-RECORD.
000670     05  NEW-A               PIC 9(9).
000680     05  FILLER              PIC X       VALUE SPACE.
000690     05  NEW-B               PIC 9(9).
000700     05  FILLER              PIC X       VALUE SPACE.
000710     05  NEW-GCD             PIC 9(9).
000720     05  FILLER              PIC X       VALUE SPACE.
000730     05  NEW-LCM             PIC 9(18).
000740     05  FILLER              PIC X       VALUE SPACE.
000750     05  NEW-LAST-REF-DATE   PIC 9(8).
000760     05  FILLER              PIC X       VALUE SPACE.
000770     05  NEW-REUSE-COUNT     PIC 9(9).
000780 FD  JOURNAL-FILE
000790     RECORD CONTAINS 134 CHARACTERS.
000800 01  JOURNAL-RECORD.
000810     05  JRN-DATE            PIC 9(8).
000820     05  FILLER              PIC X.
000830     05  JRN-TIME            PIC 9(8).
000840     05  FILLER              PIC X.
000850     05  JRN-OPERATOR        PIC X(8).
000860     05  FILLER              PIC X.
000870     05  JRN-FUNCTION        PIC X.
000880     05  FILLER              PIC X.
000890     05  JRN-KEY-A           PIC 9(9).
000900     05  FILLER              PIC X.
000910     05  JRN-KEY-B           PIC 9(9).
000920     05  FILLER              PIC X.
000930     05  JRN-BEF-GCD         PIC 9(9).
000940     05  FILLER              PIC X.
000950     05  JRN-BEF-LCM         PIC 9(18).
000960     05  FILLER              PIC X.
000970     05  JRN-BEF-REF-DATE    PIC 9(8).
000980     05  FILLER              PIC X.
000990     05  JRN-BEF-REUSE       PIC 9(9).
001000     05  FILLER              PIC X.
001010     05  JRN-AFT-GCD         PIC 9(9).
001020     05  FILLER              PIC X.
001030     05  JRN-AFT-LCM         PIC 9(18).
001040     05  FILLER              PIC X.
001050     05  JRN-APPROVER        PIC X(8).
001060 FD  REPAIR-LOG-FILE
001070     RECORD CONTAINS 95 CHARACTERS.
001080 01  REPAIR-LOG-RECORD.
001090     05  VRL-DATE            PIC 9(8).
001100     05  FILLER              PIC X.
001110     05  VRL-TIME            PIC 9(8).
001120     05  FILLER              PIC X.
001130     05  VRL-KEY-A           PIC 9(9).
001140     05  FILLER              PIC X.
001150     05  VRL-KEY-B           PIC 9(9).
001160     05  FILLER              PIC X.
001170     05  VRL-OLD-GCD         PIC 9(9).
001180     05  FILLER              PIC X.
001190     05  VRL-OLD-LCM         PIC 9(18).
001200     05  FILLER              PIC X.
001210     05  VRL-NEW-GCD         PIC 9(9).
001220     05  FILLER              PIC X.
001230     05  VRL-NEW-LCM         PIC 9(18).
001240 FD  PRINT-FILE
001250     RECORD CONTAINS 132 CHARACTERS.
001260 01  PRINT-LINE              PIC X(132).
001270 FD  SYSIN-FILE
001280     RECORD CONTAINS 19 CHARACTERS.
001290 01  SYSIN-RECORD.
001300     05  SYSIN-COMPARE-DATE  PIC X(8).
001310     05  FILLER              PIC X.
001320     05  SYSIN-FROM-DATE     PIC X(8).
001330     05  FILLER              PIC X.
001340     05  SYSIN-DETAIL-OPTION PIC X.
001350 WORKING-STORAGE SECTION.
001360
001370 77      WS-MSTR-STATUS      PIC XX.
001380 77      WS-OLD-STATUS       PIC XX.
001390 77      WS-NEW-STATUS       PIC XX.
001400 77      WS-JRN-STATUS       PIC XX.
001410 77      WS-VRL-STATUS       PIC XX.
001420 77      WS-PRINT-STATUS     PIC XX.
001430 77      WS-SYSIN-STATUS     PIC XX.
001440 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
001450 77      WS-COMPARE-DATE     PIC 9(8)    VALUE 0.
001460 77      WS-FROM-DATE        PIC 9(8)    VALUE 0.
001470 77      WS-DETAIL-OPTION    PIC X       VALUE "A".
001480 77      WS-MSTR-EOF         PIC X       VALUE "N".
001490 77      WS-OLD-EOF          PIC X       VALUE "N".
001500 77      WS-JRN-EOF          PIC X       VALUE "N".
001510 77      WS-VRL-EOF          PIC X       VALUE "N".
001520 77      WS-OLD-RECORDS      PIC 9(9)    VALUE 0.
001530 77      WS-MSTR-RECORDS     PIC 9(9)    VALUE 0.
001540 77      WS-IMAGE-WRITTEN    PIC 9(9)    VALUE 0.
001550 77      WS-ADDED-COUNT      PIC 9(9)    VALUE 0.
001560 77      WS-DELETED-COUNT    PIC 9(9)    VALUE 0.
001570 77      WS-VALUE-CHG-COUNT  PIC 9(9)    VALUE 0.
001580 77      WS-REF-CHG-COUNT    PIC 9(9)    VALUE 0.
001590 77      WS-UNCHANGED-COUNT  PIC 9(9)    VALUE 0.
001600 77      WS-BY-JRN-COUNT     PIC 9(9)    VALUE 0.
001610 77      WS-BY-VRL-COUNT     PIC 9(9)    VALUE 0.
001620 77      WS-UNEXPLAINED      PIC 9(9)    VALUE 0.
001630 77      WS-JRN-LOADED       PIC 9(9)    VALUE 0.
001640 77      WS-VRL-LOADED       PIC 9(9)    VALUE 0.
001650 77      WS-CHANGE-COUNT     PIC S9(4)   COMP-3 VALUE 0.
001660 77      WS-CHANGE-IX        PIC S9(4)   COMP-3 VALUE 0.
001670 77      WS-CHANGE-MATCH     PIC X       VALUE "N".
001680 77      WS-CHANGE-SOURCE    PIC X       VALUE SPACE.
001690 77      WS-CHANGE-OVERFLOW  PIC X       VALUE "N".
001700 77      WS-LINE-COUNT       PIC 99      VALUE 0.
001710 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
001720 77      WS-LINES-PER-PAGE   PIC 99      VALUE 50.
001730 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
001740 77      WS-NEW-WRITE-BAD    PIC X       VALUE "N".
001750 77      WS-MSTR-IO-BAD      PIC X       VALUE "N".
001760 77      WS-OLD-IO-BAD       PIC X       VALUE "N".
001770 77      WS-LOG-IO-BAD       PIC X       VALUE "N".
001780 77      WS-PARM-BAD         PIC X       VALUE "N".
001790 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
001800
001810 01  WS-OLD-KEY.
001820     05  WS-OLD-KEY-A        PIC 9(9).
001830     05  WS-OLD-KEY-B        PIC 9(9).
001840
001850 01  WS-PREV-OLD-KEY.
001860     05  WS-PREV-OLD-A       PIC 9(9)    VALUE 0.
001870     05  WS-PREV-OLD-B       PIC 9(9)    VALUE 0.
001880
001890 01  WS-NEW-KEY.
001900     05  WS-NEW-KEY-A        PIC 9(9).
001910     05  WS-NEW-KEY-B        PIC 9(9).
001920
001930 01  WS-CHANGE-TABLE.
001940     05  WS-CHANGE-ENTRY     OCCURS 5000 TIMES.
001950         10  WS-CTB-A        PIC 9(9).
001960         10  WS-CTB-B        PIC 9(9).
001970         10  WS-CTB-GCD      PIC 9(9).
001980         10  WS-CTB-LCM      PIC 9(18).
001990         10  WS-CTB-SOURCE   PIC X.
002000
002010 01  WS-RUN-DATE.
002020     05  WS-RUN-YEAR         PIC 9(4).
002030     05  WS-RUN-MONTH        PIC 9(2).
002040     05  WS-RUN-DAY          PIC 9(2).
002050
002060 01  WS-REPORT-DATE.
002070     05  WS-RPT-MONTH        PIC 9(2).
002080     05  FILLER              PIC X       VALUE "/".
002090     05  WS-RPT-DAY          PIC 9(2).
002100     05  FILLER              PIC X       VALUE "/".
002110     05  WS-RPT-YEAR         PIC 9(4).
002120
002130 01  WS-HEADING-1.
002140     05  FILLER              PIC X(1)    VALUE SPACE.
002150     05  FILLER              PIC X(40)
002160         VALUE "MASTER FILE DAY-OVER-DAY CHANGE REPORT".
002170     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
002180     05  HDG1-DATE           PIC X(10).
002190     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
002200     05  HDG1-PAGE           PIC ZZ9.
002210
002220 01  WS-HEADING-2.
002230     05  FILLER              PIC X(1)    VALUE SPACE.
002240     05  FILLER              PIC X(4)    VALUE "CHG".
002250     05  FILLER              PIC X(10)   VALUE "    LOT A".
002260     05  FILLER              PIC X(10)   VALUE "    LOT B".
002270     05  FILLER              PIC X(10)   VALUE "  OLD GCD".
002280     05  FILLER              PIC X(10)   VALUE "  NEW GCD".
002290     05  FILLER              PIC X(19)
002300         VALUE "           OLD LCM".
002310     05  FILLER              PIC X(19)
002320         VALUE "           NEW LCM".
002330     05  FILLER              PIC X(9)    VALUE "OLD REF".
002340     05  FILLER              PIC X(9)    VALUE "NEW REF".
002350     05  FILLER              PIC X(10)   VALUE "OLD REUSE".
002360     05  FILLER              PIC X(10)   VALUE "NEW REUSE".
002370     05  FILLER              PIC X(10)   VALUE "SOURCE".
002380
002390 01  WS-PARM-LINE.
002400     05  FILLER              PIC X(1)    VALUE SPACE.
002410     05  PRM-LABEL           PIC X(24).
002420     05  PRM-VALUE           PIC X(20).
002430
002440 01  WS-DETAIL-LINE.
002450     05  FILLER              PIC X(1)    VALUE SPACE.
002460     05  DTL-CHANGE          PIC X(3).
002470     05  FILLER              PIC X(1)    VALUE SPACE.
002480     05  DTL-A               PIC Z(8)9.
002490     05  FILLER              PIC X(1)    VALUE SPACE.
002500     05  DTL-B               PIC Z(8)9.
002510     05  FILLER              PIC X(1)    VALUE SPACE.
002520     05  DTL-OLD-GCD         PIC Z(8)9.
002530     05  FILLER              PIC X(1)    VALUE SPACE.
002540     05  DTL-NEW-GCD         PIC Z(8)9.
002550     05  FILLER              PIC X(1)    VALUE SPACE.
002560     05  DTL-OLD-LCM         PIC Z(17)9.
002570     05  FILLER              PIC X(1)    VALUE SPACE.
002580     05  DTL-NEW-LCM         PIC Z(17)9.
002590     05  FILLER              PIC X(1)    VALUE SPACE.
002600     05  DTL-OLD-REF         PIC X(8).
002610     05  FILLER              PIC X(1)    VALUE SPACE.
002620     05  DTL-NEW-REF         PIC X(8).
002630     05  FILLER              PIC X(1)    VALUE SPACE.
002640     05  DTL-OLD-REUSE       PIC Z(8)9.
002650     05  FILLER              PIC X(1)    VALUE SPACE.
002660     05  DTL-NEW-REUSE       PIC Z(8)9.
002670     05  FILLER              PIC X(1)    VALUE SPACE.
002680     05  DTL-SOURCE          PIC X(10).
002690
002700 01  WS-TOTALS-LINE.
002710     05  FILLER              PIC X(1)    VALUE SPACE.
002720     05  TOT-LABEL           PIC X(24).
002730     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002740
002750 01  WS-CONTROL-LINE.
002760     05  FILLER              PIC X(1)    VALUE SPACE.
002770     05  CTL-MESSAGE         PIC X(60).
002780
002790 PROCEDURE DIVISION.
002800 PROGRAM-BEGIN.
002810
002820     PERFORM GET-RUN-DATE.
002830     PERFORM OPEN-PRINT-FILE.
002840     PERFORM WRITE-PAGE-HEADERS.
002850     PERFORM READ-SYSIN-PARM.
002860     IF WS-PARM-BAD = "N"
002870        PERFORM LOAD-JOURNAL-ENTRIES
002880        PERFORM LOAD-REPAIR-ENTRIES
002890     END-IF.
002900     IF WS-PARM-BAD = "N" AND WS-LOG-IO-BAD = "N"
002910        AND WS-CHANGE-OVERFLOW = "N"
002920        PERFORM OPEN-COMPARE-FILES
002930        PERFORM COMPARE-MASTER-IMAGES
002940        PERFORM CLOSE-COMPARE-FILES
002950     END-IF.
002960     PERFORM WRITE-CONTROL-TOTALS.
002970     PERFORM CLOSE-PRINT-FILE.
002980     PERFORM SET-RUN-RETURN-CODE.
002990
003000     STOP RUN.
003010
003020 GET-RUN-DATE.
003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003040     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
003050     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
003060     MOVE WS-RUN-DAY TO WS-RPT-DAY.
003070     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
003080
003090 READ-SYSIN-PARM.
003100     MOVE WS-RUN-DATE-NUM TO WS-COMPARE-DATE.
003110     OPEN INPUT SYSIN-FILE.
003120     IF WS-SYSIN-STATUS = "00"
003130        READ SYSIN-FILE
003140           AT END
003150              MOVE SPACES TO SYSIN-RECORD
003160        END-READ
003170        PERFORM EDIT-COMPARE-PARM
003180        CLOSE SYSIN-FILE
003190     END-IF.
003200     IF WS-FROM-DATE = 0
003210        MOVE WS-COMPARE-DATE TO WS-FROM-DATE
003220     END-IF.
003230     IF WS-FROM-DATE > WS-COMPARE-DATE
003240        MOVE "Y" TO WS-PARM-BAD
003250     END-IF.
003260     IF WS-PARM-BAD = "Y"
003270        PERFORM WRITE-PARM-ERROR
003280     ELSE
003290        MOVE SPACES TO WS-PARM-LINE
003300        MOVE "CHANGE DATE:            " TO PRM-LABEL
003310        MOVE WS-COMPARE-DATE TO PRM-VALUE
003320        PERFORM WRITE-PARM-LINE
003330        MOVE SPACES TO WS-PARM-LINE
003340        MOVE "JOURNAL/REPAIR FROM:    " TO PRM-LABEL
003350        MOVE WS-FROM-DATE TO PRM-VALUE
003360        PERFORM WRITE-PARM-LINE
003370        MOVE SPACES TO WS-PARM-LINE
003380        MOVE "REF/REUSE DETAIL:       " TO PRM-LABEL
003390        IF WS-DETAIL-OPTION = "S"
003400           MOVE "COUNT ONLY" TO PRM-VALUE
003410        ELSE
003420           MOVE "LISTED" TO PRM-VALUE
003430        END-IF
003440        PERFORM WRITE-PARM-LINE
003450     END-IF.
003460
003470 EDIT-COMPARE-PARM.
003480     IF SYSIN-COMPARE-DATE NOT = SPACES
003490        IF SYSIN-COMPARE-DATE IS NUMERIC
003500           IF SYSIN-COMPARE-DATE NOT = "00000000"
003510              MOVE SYSIN-COMPARE-DATE TO WS-COMPARE-DATE
003520           END-IF
003530        ELSE
003540           MOVE "Y" TO WS-PARM-BAD
003550        END-IF
003560     END-IF.
003570     IF SYSIN-FROM-DATE NOT = SPACES
003580        IF SYSIN-FROM-DATE IS NUMERIC
003590           MOVE SYSIN-FROM-DATE TO WS-FROM-DATE
003600        ELSE
003610           MOVE "Y" TO WS-PARM-BAD
003620        END-IF
003630     END-IF.
003640     IF SYSIN-DETAIL-OPTION = "S"
003650        MOVE "S" TO WS-DETAIL-OPTION
003660     END-IF.
003670
003680 WRITE-PARM-ERROR.
003690     MOVE SPACES TO WS-PARM-LINE.
003700     MOVE "INVALID CONTROL CARD    " TO PRM-LABEL.
003710     MOVE "RUN CANCELLED" TO PRM-VALUE.
003720     PERFORM WRITE-PARM-LINE.
003730
003740 WRITE-PARM-LINE.
003750     MOVE WS-PARM-LINE TO PRINT-LINE.
003760     WRITE PRINT-LINE.
003770     PERFORM CHECK-PRINT-STATUS.
003780     ADD 1 TO WS-LINE-COUNT.
003790
003800 OPEN-PRINT-FILE.
003810     OPEN OUTPUT PRINT-FILE.
003820
003830 CLOSE-PRINT-FILE.
003840     CLOSE PRINT-FILE.
003850
003860 LOAD-JOURNAL-ENTRIES.
003870     OPEN INPUT JOURNAL-FILE.
003880     IF WS-JRN-STATUS = "00"
003890        PERFORM READ-JOURNAL-RECORD
003900        PERFORM STORE-JOURNAL-ENTRY
003910           WITH TEST BEFORE UNTIL WS-JRN-EOF = "Y"
003920        CLOSE JOURNAL-FILE
003930     ELSE
003940        IF WS-JRN-STATUS NOT = "35"
003950           MOVE "Y" TO WS-LOG-IO-BAD
003960           MOVE "GCDJRN JOURNAL UNREADABLE - COMPARE NOT RUN"
003970              TO CTL-MESSAGE
003980           PERFORM WRITE-CONTROL-MESSAGE
003990        END-IF
004000     END-IF.
004010
004020 READ-JOURNAL-RECORD.
004030     READ JOURNAL-FILE
004040        AT END
004050           MOVE "Y" TO WS-JRN-EOF
004060     END-READ.
004070
004080 STORE-JOURNAL-ENTRY.
004090     IF JRN-DATE NOT < WS-FROM-DATE
004100        AND JRN-DATE NOT > WS-COMPARE-DATE
004110        IF WS-CHANGE-COUNT < 5000
004120           ADD 1 TO WS-CHANGE-COUNT
004130           ADD 1 TO WS-JRN-LOADED
004140           MOVE JRN-KEY-A TO WS-CTB-A (WS-CHANGE-COUNT)
004150           MOVE JRN-KEY-B TO WS-CTB-B (WS-CHANGE-COUNT)
004160           MOVE JRN-AFT-GCD TO WS-CTB-GCD (WS-CHANGE-COUNT)
004170           MOVE JRN-AFT-LCM TO WS-CTB-LCM (WS-CHANGE-COUNT)
004180           MOVE "J" TO WS-CTB-SOURCE (WS-CHANGE-COUNT)
004190        ELSE
004200           MOVE "Y" TO WS-CHANGE-OVERFLOW
004210        END-IF
004220     END-IF.
004230     PERFORM READ-JOURNAL-RECORD.
004240
004250 LOAD-REPAIR-ENTRIES.
004260     OPEN INPUT REPAIR-LOG-FILE.
004270     IF WS-VRL-STATUS = "00"
004280        PERFORM READ-REPAIR-LOG
004290        PERFORM STORE-REPAIR-ENTRY
004300           WITH TEST BEFORE UNTIL WS-VRL-EOF = "Y"
004310        CLOSE REPAIR-LOG-FILE
004320     ELSE
004330        IF WS-VRL-STATUS NOT = "35"
004340           MOVE "Y" TO WS-LOG-IO-BAD
004350           MOVE "GCDVRL REPAIR LOG UNREADABLE - COMPARE NOT RUN"
004360              TO CTL-MESSAGE
004370           PERFORM WRITE-CONTROL-MESSAGE
004380        END-IF
004390     END-IF.
004400     IF WS-CHANGE-OVERFLOW = "Y"
004410        MOVE "OVER 5000 JOURNAL/REPAIR ENTRIES - COMPARE NOT RUN"
004420           TO CTL-MESSAGE
004430        PERFORM WRITE-CONTROL-MESSAGE
004440     END-IF.
004450
004460 READ-REPAIR-LOG.
004470     READ REPAIR-LOG-FILE
004480        AT END
004490           MOVE "Y" TO WS-VRL-EOF
004500     END-READ.
004510
004520 STORE-REPAIR-ENTRY.
004530     IF VRL-DATE NOT < WS-FROM-DATE
004540        AND VRL-DATE NOT > WS-COMPARE-DATE
004550        IF WS-CHANGE-COUNT < 5000
004560           ADD 1 TO WS-CHANGE-COUNT
004570           ADD 1 TO WS-VRL-LOADED
004580           MOVE VRL-KEY-A TO WS-CTB-A (WS-CHANGE-COUNT)
004590           MOVE VRL-KEY-B TO WS-CTB-B (WS-CHANGE-COUNT)
004600           MOVE VRL-NEW-GCD TO WS-CTB-GCD (WS-CHANGE-COUNT)
004610           MOVE VRL-NEW-LCM TO WS-CTB-LCM (WS-CHANGE-COUNT)
004620           MOVE "V" TO WS-CTB-SOURCE (WS-CHANGE-COUNT)
004630        ELSE
004640           MOVE "Y" TO WS-CHANGE-OVERFLOW
004650        END-IF
004660     END-IF.
004670     PERFORM READ-REPAIR-LOG.
004680
004690 OPEN-COMPARE-FILES.
004700     OPEN INPUT MASTER-FILE.
004710     IF WS-MSTR-STATUS NOT = "00"
004720        MOVE "Y" TO WS-MSTR-IO-BAD
004730        MOVE "Y" TO WS-MSTR-EOF
004740     END-IF.
004750     OPEN INPUT OLD-IMAGE-FILE.
004760     IF WS-OLD-STATUS NOT = "00"
004770        MOVE "Y" TO WS-OLD-EOF
004780        IF WS-OLD-STATUS NOT = "35"
004790           MOVE "Y" TO WS-OLD-IO-BAD
004800        END-IF
004810     END-IF.
004820     OPEN OUTPUT NEW-IMAGE-FILE.
004830     IF WS-NEW-STATUS NOT = "00"
004840        MOVE "Y" TO WS-NEW-WRITE-BAD
004850     END-IF.
004860
004870 CLOSE-COMPARE-FILES.
004880     IF WS-MSTR-IO-BAD = "N"
004890        CLOSE MASTER-FILE
004900     END-IF.
004910     IF WS-OLD-STATUS NOT = "35"
004920        CLOSE OLD-IMAGE-FILE
004930     END-IF.
004940     CLOSE NEW-IMAGE-FILE.
004950
004960 COMPARE-MASTER-IMAGES.
004970     IF WS-MSTR-IO-BAD = "N" AND WS-OLD-IO-BAD = "N"
004980        AND WS-NEW-WRITE-BAD = "N"
004990        MOVE 0 TO MSTR-KEY-A
005000        MOVE 0 TO MSTR-KEY-B
005010        START MASTER-FILE KEY NOT LESS THAN MSTR-KEY
005020           INVALID KEY
005030              MOVE "Y" TO WS-MSTR-EOF
005040        END-START
005050        PERFORM READ-NEXT-MASTER
005060        PERFORM READ-OLD-IMAGE
005070        IF WS-OLD-RECORDS = 0
005080           MOVE "NO PRIOR IMAGE - EVERY KEY SHOWN AS ADDED"
005090              TO CTL-MESSAGE
005100           PERFORM WRITE-CONTROL-MESSAGE
005110        END-IF
005120        MOVE SPACES TO PRINT-LINE
005130        WRITE PRINT-LINE
005140        PERFORM CHECK-PRINT-STATUS
005150        MOVE WS-HEADING-2 TO PRINT-LINE
005160        WRITE PRINT-LINE
005170        PERFORM CHECK-PRINT-STATUS
005180        ADD 2 TO WS-LINE-COUNT
005190        PERFORM COMPARE-ONE-KEY
005200           WITH TEST BEFORE
005210           UNTIL (WS-MSTR-EOF = "Y" AND WS-OLD-EOF = "Y")
005220              OR WS-MSTR-IO-BAD = "Y"
005230              OR WS-OLD-IO-BAD = "Y"
005240              OR WS-NEW-WRITE-BAD = "Y"
005250     END-IF.
005260     IF WS-MSTR-IO-BAD = "Y"
005270        MOVE "GCDMSTR READ FAILED - COMPARE INCOMPLETE"
005280           TO CTL-MESSAGE
005290        PERFORM WRITE-CONTROL-MESSAGE
005300     END-IF.
005310     IF WS-OLD-IO-BAD = "Y"
005320        MOVE "PRIOR IMAGE UNREADABLE OR OUT OF KEY SEQUENCE"
005330           TO CTL-MESSAGE
005340        PERFORM WRITE-CONTROL-MESSAGE
005350     END-IF.
005360     IF WS-NEW-WRITE-BAD = "Y"
005370        MOVE "NEW IMAGE WRITE FAILED - COMPARE INCOMPLETE"
005380           TO CTL-MESSAGE
005390        PERFORM WRITE-CONTROL-MESSAGE
005400     END-IF.
005410
005420 READ-NEXT-MASTER.
005430     IF WS-MSTR-EOF = "N"
005440        READ MASTER-FILE NEXT RECORD
005450           AT END
005460              MOVE "Y" TO WS-MSTR-EOF
005470        END-READ
005480        IF WS-MSTR-EOF = "N" AND WS-MSTR-STATUS NOT = "00"
005490           MOVE "Y" TO WS-MSTR-EOF
005500           MOVE "Y" TO WS-MSTR-IO-BAD
005510        END-IF
005520     END-IF.
005530     IF WS-MSTR-EOF = "Y"
005540        MOVE HIGH-VALUES TO WS-NEW-KEY
005550     ELSE
005560        ADD 1 TO WS-MSTR-RECORDS
005570        MOVE MSTR-KEY-A TO WS-NEW-KEY-A
005580        MOVE MSTR-KEY-B TO WS-NEW-KEY-B
005590     END-IF.
005600
005610 READ-OLD-IMAGE.
005620     IF WS-OLD-EOF = "N"
005630        READ OLD-IMAGE-FILE
005640           AT END
005650              MOVE "Y" TO WS-OLD-EOF
005660        END-READ
005670        IF WS-OLD-EOF = "N" AND WS-OLD-STATUS NOT = "00"
005680           MOVE "Y" TO WS-OLD-EOF
005690           MOVE "Y" TO WS-OLD-IO-BAD
005700        END-IF
005710     END-IF.
005720     IF WS-OLD-EOF = "Y"
005730        MOVE HIGH-VALUES TO WS-OLD-KEY
005740     ELSE
005750        ADD 1 TO WS-OLD-RECORDS
005760        MOVE OLD-A TO WS-OLD-KEY-A
005770        MOVE OLD-B TO WS-OLD-KEY-B
005780        IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY
005790           MOVE "Y" TO WS-OLD-IO-BAD
005800        END-IF
005810        MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
005820     END-IF.
005830
005840 COMPARE-ONE-KEY.
005850     IF WS-OLD-KEY < WS-NEW-KEY
005860        PERFORM REPORT-DELETED-KEY
005870        PERFORM READ-OLD-IMAGE
005880     ELSE
005890        IF WS-OLD-KEY > WS-NEW-KEY
005900           PERFORM REPORT-ADDED-KEY
005910           PERFORM WRITE-NEW-IMAGE
005920           PERFORM READ-NEXT-MASTER
005930        ELSE
005940           PERFORM COMPARE-MATCHED-KEY
005950           PERFORM WRITE-NEW-IMAGE
005960           PERFORM READ-NEXT-MASTER
005970           PERFORM READ-OLD-IMAGE
005980        END-IF
005990     END-IF.
006000
006010 REPORT-DELETED-KEY.
006020     ADD 1 TO WS-DELETED-COUNT.
006030     MOVE SPACES TO WS-DETAIL-LINE.
006040     MOVE "DEL" TO DTL-CHANGE.
006050     MOVE OLD-A TO DTL-A.
006060     MOVE OLD-B TO DTL-B.
006070     PERFORM MOVE-OLD-VALUES.
006080     PERFORM WRITE-DETAIL-LINE.
006090
006100 REPORT-ADDED-KEY.
006110     ADD 1 TO WS-ADDED-COUNT.
006120     MOVE SPACES TO WS-DETAIL-LINE.
006130     MOVE "ADD" TO DTL-CHANGE.
006140     MOVE MSTR-KEY-A TO DTL-A.
006150     MOVE MSTR-KEY-B TO DTL-B.
006160     PERFORM MOVE-NEW-VALUES.
006170     PERFORM WRITE-DETAIL-LINE.
006180
006190 COMPARE-MATCHED-KEY.
006200     IF MSTR-GCD NOT = OLD-GCD OR MSTR-LCM NOT = OLD-LCM
006210        ADD 1 TO WS-VALUE-CHG-COUNT
006220        PERFORM LOOKUP-CHANGE-SOURCE
006230        PERFORM REPORT-CHANGED-KEY
006240     ELSE
006250        IF MSTR-LAST-REF-DATE NOT = OLD-LAST-REF-DATE
006260           OR MSTR-REUSE-COUNT NOT = OLD-REUSE-COUNT
006270           ADD 1 TO WS-REF-CHG-COUNT
006280           MOVE SPACE TO WS-CHANGE-SOURCE
006290           IF WS-DETAIL-OPTION NOT = "S"
006300              PERFORM REPORT-CHANGED-KEY
006310           END-IF
006320        ELSE
006330           ADD 1 TO WS-UNCHANGED-COUNT
006340        END-IF
006350     END-IF.
006360
006370 REPORT-CHANGED-KEY.
006380     MOVE SPACES TO WS-DETAIL-LINE.
006390     MOVE "CHG" TO DTL-CHANGE.
006400     MOVE MSTR-KEY-A TO DTL-A.
006410     MOVE MSTR-KEY-B TO DTL-B.
006420     PERFORM MOVE-OLD-VALUES.
006430     PERFORM MOVE-NEW-VALUES.
006440     EVALUATE WS-CHANGE-SOURCE
006450        WHEN "J"
006460           MOVE "JOURNAL" TO DTL-SOURCE
006470        WHEN "V"
006480           MOVE "VFY REPAIR" TO DTL-SOURCE
006490        WHEN "N"
006500           MOVE "NO JRN/VFY" TO DTL-SOURCE
006510     END-EVALUATE.
006520     PERFORM WRITE-DETAIL-LINE.
006530
006540 MOVE-OLD-VALUES.
006550     MOVE OLD-GCD TO DTL-OLD-GCD.
006560     MOVE OLD-LCM TO DTL-OLD-LCM.
006570     MOVE OLD-LAST-REF-DATE TO DTL-OLD-REF.
006580     MOVE OLD-REUSE-COUNT TO DTL-OLD-REUSE.
006590
006600 MOVE-NEW-VALUES.
006610     MOVE MSTR-GCD TO DTL-NEW-GCD.
006620     MOVE MSTR-LCM TO DTL-NEW-LCM.
006630     MOVE MSTR-LAST-REF-DATE TO DTL-NEW-REF.
006640     MOVE MSTR-REUSE-COUNT TO DTL-NEW-REUSE.
006650
006660 LOOKUP-CHANGE-SOURCE.
006670     MOVE "N" TO WS-CHANGE-MATCH.
006680     MOVE "N" TO WS-CHANGE-SOURCE.
006690     MOVE 1 TO WS-CHANGE-IX.
006700     PERFORM CHECK-CHANGE-ENTRY
006710        WITH TEST BEFORE
006720        UNTIL WS-CHANGE-MATCH = "Y"
006730           OR WS-CHANGE-IX > WS-CHANGE-COUNT.
006740     EVALUATE WS-CHANGE-SOURCE
006750        WHEN "J"
006760           ADD 1 TO WS-BY-JRN-COUNT
006770        WHEN "V"
006780           ADD 1 TO WS-BY-VRL-COUNT
006790        WHEN OTHER
006800           ADD 1 TO WS-UNEXPLAINED
006810     END-EVALUATE.
006820
006830 CHECK-CHANGE-ENTRY.
006840     IF WS-CTB-A (WS-CHANGE-IX) = MSTR-KEY-A
006850        AND WS-CTB-B (WS-CHANGE-IX) = MSTR-KEY-B
006860        AND WS-CTB-GCD (WS-CHANGE-IX) = MSTR-GCD
006870        AND WS-CTB-LCM (WS-CHANGE-IX) = MSTR-LCM
006880        MOVE "Y" TO WS-CHANGE-MATCH
006890        MOVE WS-CTB-SOURCE (WS-CHANGE-IX) TO WS-CHANGE-SOURCE
006900     END-IF.
006910     ADD 1 TO WS-CHANGE-IX.
006920
006930 WRITE-NEW-IMAGE.
006940     MOVE SPACES TO NEW-IMAGE-RECORD.
006950     MOVE MSTR-KEY-A TO NEW-A.
006960     MOVE MSTR-KEY-B TO NEW-B.
006970     MOVE MSTR-GCD TO NEW-GCD.
006980     MOVE MSTR-LCM TO NEW-LCM.
006990     MOVE MSTR-LAST-REF-DATE TO NEW-LAST-REF-DATE.
007000     MOVE MSTR-REUSE-COUNT TO NEW-REUSE-COUNT.
007010     WRITE NEW-IMAGE-RECORD.
007020     IF WS-NEW-STATUS NOT = "00"
007030        MOVE "Y" TO WS-NEW-WRITE-BAD
007040     ELSE
007050        ADD 1 TO WS-IMAGE-WRITTEN
007060     END-IF.
007070
007080 WRITE-DETAIL-LINE.
007090     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007100        PERFORM WRITE-PAGE-HEADERS
007110        MOVE WS-HEADING-2 TO PRINT-LINE
007120        WRITE PRINT-LINE
007130        PERFORM CHECK-PRINT-STATUS
007140        ADD 1 TO WS-LINE-COUNT
007150     END-IF.
007160     MOVE WS-DETAIL-LINE TO PRINT-LINE.
007170     WRITE PRINT-LINE.
007180     PERFORM CHECK-PRINT-STATUS.
007190     ADD 1 TO WS-LINE-COUNT.
007200
007210 WRITE-CONTROL-MESSAGE.
007220     MOVE WS-CONTROL-LINE TO PRINT-LINE.
007230     WRITE PRINT-LINE.
007240     PERFORM CHECK-PRINT-STATUS.
007250     ADD 1 TO WS-LINE-COUNT.
007260
007270 WRITE-PAGE-HEADERS.
007280     ADD 1 TO WS-PAGE-COUNT.
007290     MOVE SPACES TO PRINT-LINE.
007300     WRITE PRINT-LINE.
007310     PERFORM CHECK-PRINT-STATUS.
007320     MOVE WS-REPORT-DATE TO HDG1-DATE.
007330     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
007340     MOVE WS-HEADING-1 TO PRINT-LINE.
007350     WRITE PRINT-LINE.
007360     PERFORM CHECK-PRINT-STATUS.
007370     MOVE SPACES TO PRINT-LINE.
007380     WRITE PRINT-LINE.
007390     PERFORM CHECK-PRINT-STATUS.
007400     MOVE 0 TO WS-LINE-COUNT.
007410
007420 WRITE-CONTROL-TOTALS.
007430     MOVE SPACES TO PRINT-LINE.
007440     WRITE PRINT-LINE.
007450     PERFORM CHECK-PRINT-STATUS.
007460     MOVE SPACES TO WS-TOTALS-LINE.
007470     MOVE "PRIOR IMAGE RECORDS:    " TO TOT-LABEL.
007480     MOVE WS-OLD-RECORDS TO TOT-COUNT.
007490     PERFORM WRITE-TOTALS-LINE.
007500     MOVE SPACES TO WS-TOTALS-LINE.
007510     MOVE "MASTER RECORDS READ:    " TO TOT-LABEL.
007520     MOVE WS-MSTR-RECORDS TO TOT-COUNT.
007530     PERFORM WRITE-TOTALS-LINE.
007540     MOVE SPACES TO WS-TOTALS-LINE.
007550     MOVE "KEYS ADDED:             " TO TOT-LABEL.
007560     MOVE WS-ADDED-COUNT TO TOT-COUNT.
007570     PERFORM WRITE-TOTALS-LINE.
007580     MOVE SPACES TO WS-TOTALS-LINE.
007590     MOVE "KEYS DELETED:           " TO TOT-LABEL.
007600     MOVE WS-DELETED-COUNT TO TOT-COUNT.
007610     PERFORM WRITE-TOTALS-LINE.
007620     MOVE SPACES TO WS-TOTALS-LINE.
007630     MOVE "GCD/LCM CHANGED:        " TO TOT-LABEL.
007640     MOVE WS-VALUE-CHG-COUNT TO TOT-COUNT.
007650     PERFORM WRITE-TOTALS-LINE.
007660     MOVE SPACES TO WS-TOTALS-LINE.
007670     MOVE "  BY ONLINE JOURNAL:    " TO TOT-LABEL.
007680     MOVE WS-BY-JRN-COUNT TO TOT-COUNT.
007690     PERFORM WRITE-TOTALS-LINE.
007700     MOVE SPACES TO WS-TOTALS-LINE.
007710     MOVE "  BY GCDVFY REPAIR:     " TO TOT-LABEL.
007720     MOVE WS-BY-VRL-COUNT TO TOT-COUNT.
007730     PERFORM WRITE-TOTALS-LINE.
007740     MOVE SPACES TO WS-TOTALS-LINE.
007750     MOVE "  NO JOURNAL OR REPAIR: " TO TOT-LABEL.
007760     MOVE WS-UNEXPLAINED TO TOT-COUNT.
007770     PERFORM WRITE-TOTALS-LINE.
007780     MOVE SPACES TO WS-TOTALS-LINE.
007790     MOVE "REF DATE/REUSE CHANGED: " TO TOT-LABEL.
007800     MOVE WS-REF-CHG-COUNT TO TOT-COUNT.
007810     PERFORM WRITE-TOTALS-LINE.
007820     MOVE SPACES TO WS-TOTALS-LINE.
007830     MOVE "KEYS UNCHANGED:         " TO TOT-LABEL.
007840     MOVE WS-UNCHANGED-COUNT TO TOT-COUNT.
007850     PERFORM WRITE-TOTALS-LINE.
007860     MOVE SPACES TO WS-TOTALS-LINE.
007870     MOVE "JOURNAL ENTRIES LOADED: " TO TOT-LABEL.
007880     MOVE WS-JRN-LOADED TO TOT-COUNT.
007890     PERFORM WRITE-TOTALS-LINE.
007900     MOVE SPACES TO WS-TOTALS-LINE.
007910     MOVE "VFY REPAIRS LOADED:     " TO TOT-LABEL.
007920     MOVE WS-VRL-LOADED TO TOT-COUNT.
007930     PERFORM WRITE-TOTALS-LINE.
007940     MOVE SPACES TO WS-TOTALS-LINE.
007950     MOVE "IMAGE RECORDS WRITTEN:  " TO TOT-LABEL.
007960     MOVE WS-IMAGE-WRITTEN TO TOT-COUNT.
007970     PERFORM WRITE-TOTALS-LINE.
007980
007990 WRITE-TOTALS-LINE.
008000     MOVE WS-TOTALS-LINE TO PRINT-LINE.
008010     WRITE PRINT-LINE.
008020     PERFORM CHECK-PRINT-STATUS.
008030
008040 CHECK-PRINT-STATUS.
008050     IF WS-PRINT-STATUS NOT = "00"
008060        MOVE "Y" TO WS-PRINT-WRITE-BAD
008070     END-IF.
008080
008090 SET-RUN-RETURN-CODE.
008100     IF WS-PARM-BAD = "Y"
008110        MOVE "Y" TO WS-ABEND-SWITCH
008120     END-IF.
008130     IF WS-LOG-IO-BAD = "Y" OR WS-CHANGE-OVERFLOW = "Y"
008140        MOVE "Y" TO WS-ABEND-SWITCH
008150     END-IF.
008160     IF WS-MSTR-IO-BAD = "Y" OR WS-OLD-IO-BAD = "Y"
008170        MOVE "Y" TO WS-ABEND-SWITCH
008180     END-IF.
008190     IF WS-NEW-WRITE-BAD = "Y"
008200        MOVE "Y" TO WS-ABEND-SWITCH
008210     END-IF.
008220     IF WS-PRINT-WRITE-BAD = "Y"
008230        MOVE "Y" TO WS-ABEND-SWITCH
008240     END-IF.
008250     IF WS-ABEND-SWITCH = "Y"
008260        MOVE 8 TO RETURN-CODE
008270     ELSE
008280        IF WS-UNEXPLAINED > 0
008290           MOVE 4 TO RETURN-CODE
008300        ELSE
008310           MOVE 0 TO RETURN-CODE
008320        END-IF
008330     END-IF.
