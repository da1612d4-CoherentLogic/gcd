000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDDRF.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT AUDIT-FILE ASSIGN TO "GCDAUD"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-AUDIT-STATUS.
000180     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-PRINT-STATUS.
000210     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-SYSIN-STATUS.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  AUDIT-FILE
000270     RECORD CONTAINS 71 CHARACTERS.
000280 01  AUDIT-RECORD.
000290     05  AUD-DATE            PIC 9(8).
000300     05  FILLER              PIC X.
000310     05  AUD-TIME            PIC 9(8).
000320     05  FILLER              PIC X.
000330     05  AUD-A               PIC X(9).
000340     05  FILLER              PIC X.
000350     05  AUD-B               PIC X(9).
000360     05  FILLER              PIC X.
000370     05  AUD-GCD             PIC X(9).
000380     05  FILLER              PIC X.
000390     05  AUD-LCM             PIC X(18).
000400     05  FILLER              PIC X.
000410     05  AUD-SOURCE          PIC X.
000420     05  FILLER              PIC X.
000430     05  AUD-LINE            PIC X(2).
000440 FD  PRINT-FILE
000450     RECORD CONTAINS 132 CHARACTERS.
000460 01  PRINT-LINE              PIC X(132).
000470 FD  SYSIN-FILE
000480     RECORD CONTAINS 24 CHARACTERS.
000490 01  SYSIN-RECORD.
000500     05  SYSIN-BUS-DATE      PIC X(8).
000510     05  FILLER              PIC X.
000520     05  SYSIN-HIST-DAYS     PIC X(3).
000530     05  FILLER              PIC X.
000540     05  SYSIN-TOL-PCT       PIC X(3).
000550     05  FILLER              PIC X.
000560     05  SYSIN-TOL-POINTS    PIC X(3).
000570     05  FILLER              PIC X.
000580     05  SYSIN-MIN-PAIRS     PIC X(3).
000590 WORKING-STORAGE SECTION.
000600
000610 77      WS-AUDIT-STATUS     PIC XX.
000620 77      WS-PRINT-STATUS     PIC XX.
000630 77      WS-SYSIN-STATUS     PIC XX.
000640 77      WS-AUDIT-EOF        PIC X       VALUE "N".
000650 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
000660 77      WS-HIST-DAYS        PIC 9(3)    VALUE 28.
000670 77      WS-TOL-PCT          PIC 9(3)    VALUE 25.
000680 77      WS-TOL-POINTS       PIC 9(3)    VALUE 10.
000690 77      WS-MIN-PAIRS        PIC 9(3)    VALUE 10.
000700 77      WS-BUS-INTEGER      PIC S9(9)   COMP-3 VALUE 0.
000710 77      WS-DATE-INTEGER     PIC S9(9)   COMP-3 VALUE 0.
000720 77      WS-HIST-START       PIC 9(8)    VALUE 0.
000730 77      WS-HIST-END         PIC 9(8)    VALUE 0.
000740 77      WS-AUD-A-NUM        PIC 9(9)    VALUE 0.
000750 77      WS-AUD-B-NUM        PIC 9(9)    VALUE 0.
000760 77      WS-AUD-GCD-NUM      PIC 9(9)    VALUE 0.
000770 77      WS-AUD-LCM-NUM      PIC 9(18)   VALUE 0.
000780 77      WS-ROWS-TONIGHT     PIC 9(9)    VALUE 0.
000790 77      WS-ROWS-HISTORY     PIC 9(9)    VALUE 0.
000800 77      WS-ROWS-SKIPPED     PIC 9(9)    VALUE 0.
000810 77      WS-LINES-COMPARED   PIC 9(9)    VALUE 0.
000820 77      WS-LINES-NO-HIST    PIC 9(9)    VALUE 0.
000830 77      WS-LINES-NOT-RUN    PIC 9(9)    VALUE 0.
000840 77      WS-LINES-DRIFTING   PIC 9(9)    VALUE 0.
000850 77      WS-METRICS-FLAGGED  PIC 9(9)    VALUE 0.
000860 77      WS-LN-COUNT         PIC S9(4)   COMP-3 VALUE 0.
000870 77      WS-LN-IX            PIC S9(4)   COMP-3 VALUE 0.
000880 77      WS-LN-SLOT          PIC S9(4)   COMP-3 VALUE 0.
000890 77      WS-LN-OVERFLOW      PIC X       VALUE "N".
000900 77      WS-LN-KEY           PIC X(2)    VALUE SPACES.
000910 77      WS-LINE-DRIFT       PIC X       VALUE "N".
000920 77      WS-TONIGHT-VALUE    PIC S9(16)V99 COMP-3 VALUE 0.
000930 77      WS-HISTORY-VALUE    PIC S9(16)V99 COMP-3 VALUE 0.
000940 77      WS-CHANGE-VALUE     PIC S9(16)V99 COMP-3 VALUE 0.
000950 77      WS-CHANGE-PCT       PIC S9(5)V9 COMP-3 VALUE 0.
000960 77      WS-BAND-VALUE       PIC S9(16)V99 COMP-3 VALUE 0.
000961 77      WS-TONIGHT-LCM      PIC S9(18)  COMP-3 VALUE 0.
000962 77      WS-HISTORY-LCM      PIC S9(18)  COMP-3 VALUE 0.
000963 77      WS-CHANGE-LCM       PIC S9(18)  COMP-3 VALUE 0.
000964 77      WS-BAND-LCM         PIC S9(18)  COMP-3 VALUE 0.
000970 77      WS-METRIC-NAME      PIC X(16)   VALUE SPACES.
000980 77      WS-METRIC-KIND      PIC X       VALUE "P".
000990 77      WS-METRIC-OUT       PIC X       VALUE "N".
001000 77      WS-LINE-COUNT       PIC 99      VALUE 0.
001010 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
001020 77      WS-LINES-PER-PAGE   PIC 99      VALUE 50.
001030 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
001040 77      WS-INPUT-IO-BAD     PIC X       VALUE "N".
001050 77      WS-PARM-BAD         PIC X       VALUE "N".
001060 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
001065 77      WS-LCM-OVERFLOW     PIC X       VALUE "N".
001070
001080 01  WS-BUS-DATE-NUM         PIC 9(8)    VALUE 0.
001090 01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE-NUM.
001100     05  WS-BUS-YEAR         PIC 9(4).
001110     05  WS-BUS-MONTH        PIC 9(2).
001120     05  WS-BUS-DAY          PIC 9(2).
001130
001140 01  WS-LINE-TABLE.
001150     05  WS-LN-ENTRY         OCCURS 100 TIMES.
001160         10  WS-LN-CODE      PIC X(2).
001170         10  WS-LN-T-PAIRS   PIC 9(9).
001180         10  WS-LN-T-LOTS    PIC S9(18)  COMP-3.
001190         10  WS-LN-T-LCM     PIC S9(18)  COMP-3.
001200         10  WS-LN-T-MAX-LCM PIC 9(18).
001210         10  WS-LN-T-COPRIME PIC 9(9).
001220         10  WS-LN-H-PAIRS   PIC 9(9).
001230         10  WS-LN-H-LOTS    PIC S9(18)  COMP-3.
001240         10  WS-LN-H-LCM     PIC S9(18)  COMP-3.
001250         10  WS-LN-H-MAX-LCM PIC 9(18).
001260         10  WS-LN-H-COPRIME PIC 9(9).
001270         10  WS-LN-H-DAYS    PIC 9(5).
001280         10  WS-LN-H-LAST    PIC 9(8).
001285         10  WS-LN-LCM-OVER  PIC X.
001290
001300 01  WS-RUN-DATE.
001310     05  WS-RUN-YEAR         PIC 9(4).
001320     05  WS-RUN-MONTH        PIC 9(2).
001330     05  WS-RUN-DAY          PIC 9(2).
001340
001350 01  WS-REPORT-DATE.
001360     05  WS-RPT-MONTH        PIC 9(2).
001370     05  FILLER              PIC X       VALUE "/".
001380     05  WS-RPT-DAY          PIC 9(2).
001390     05  FILLER              PIC X       VALUE "/".
001400     05  WS-RPT-YEAR         PIC 9(4).
001410
001420 01  WS-HEADING-1.
001430     05  FILLER              PIC X(1)    VALUE SPACE.
001440     05  FILLER              PIC X(40)
001450         VALUE "LOT-SIZE DRIFT EXCEPTIONS BY LINE".
001460     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
001470     05  HDG1-DATE           PIC X(10).
001480     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
001490     05  HDG1-PAGE           PIC ZZ9.
001500
001510 01  WS-HEADING-2.
001520     05  FILLER              PIC X(1)    VALUE SPACE.
001530     05  FILLER              PIC X(6)    VALUE "LINE".
001540     05  FILLER              PIC X(17)   VALUE "METRIC".
001550     05  FILLER              PIC X(22)
001560         VALUE "               TONIGHT".
001570     05  FILLER              PIC X(23)
001580         VALUE "            HISTORY AVG".
001590     05  FILLER              PIC X(13)   VALUE "       CHANGE".
001600     05  FILLER              PIC X(8)    VALUE "    BAND".
001610     05  FILLER              PIC X(6)    VALUE "  FLAG".
001620
001630 01  WS-DRIFT-LINE.
001640     05  FILLER              PIC X(1)    VALUE SPACE.
001650     05  DRL-LINE            PIC X(2).
001660     05  FILLER              PIC X(4)    VALUE SPACES.
001670     05  DRL-METRIC          PIC X(16).
001680     05  FILLER              PIC X(1)    VALUE SPACE.
001681     05  DRL-TONIGHT-AREA.
001682         10  FILLER          PIC X(3)    VALUE SPACES.
001690         10  DRL-TONIGHT     PIC Z(15)9.99.
001691     05  DRL-TONIGHT-L REDEFINES DRL-TONIGHT-AREA.
001692         10  FILLER          PIC X(1).
001693         10  DRL-TONIGHT-LCM PIC Z(17)9.
001694         10  FILLER          PIC X(3).
001700     05  FILLER              PIC X(1)    VALUE SPACE.
001701     05  DRL-HISTORY-AREA.
001702         10  FILLER          PIC X(3)    VALUE SPACES.
001710         10  DRL-HISTORY     PIC Z(15)9.99.
001711     05  DRL-HISTORY-L REDEFINES DRL-HISTORY-AREA.
001712         10  FILLER          PIC X(1).
001713         10  DRL-HISTORY-LCM PIC Z(17)9.
001714         10  FILLER          PIC X(3).
001720     05  FILLER              PIC X(1)    VALUE SPACE.
001730     05  DRL-CHANGE          PIC ++++,++9.9.
001740     05  DRL-CHANGE-X REDEFINES DRL-CHANGE
001750                             PIC X(10).
001760     05  DRL-UNIT            PIC X(3).
001770     05  FILLER              PIC X(1)    VALUE SPACE.
001780     05  DRL-BAND            PIC ZZ9.
001790     05  DRL-BAND-UNIT       PIC X(3).
001800     05  FILLER              PIC X(2)    VALUE SPACES.
001810     05  DRL-FLAG            PIC X(5).
001820
001830 01  WS-NOTE-LINE.
001840     05  FILLER              PIC X(1)    VALUE SPACE.
001850     05  NTL-LINE            PIC X(2).
001860     05  FILLER              PIC X(4)    VALUE SPACES.
001870     05  NTL-TEXT            PIC X(60).
001880
001890 01  WS-PARM-LINE.
001900     05  FILLER              PIC X(1)    VALUE SPACE.
001910     05  PRM-LABEL           PIC X(24).
001920     05  PRM-VALUE           PIC X(20).
001930
001940 01  WS-CONTROL-LINE.
001950     05  FILLER              PIC X(1)    VALUE SPACE.
001960     05  CTL-MESSAGE         PIC X(60).
001970
001980 01  WS-TOTALS-LINE.
001990     05  FILLER              PIC X(1)    VALUE SPACE.
002000     05  TOT-LABEL           PIC X(24).
002010     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002020
002030 PROCEDURE DIVISION.
002040 PROGRAM-BEGIN.
002050
002060     PERFORM GET-RUN-DATE.
002070     PERFORM OPEN-PRINT-FILE.
002080     PERFORM WRITE-PAGE-HEADERS.
002090     PERFORM READ-SYSIN-PARM.
002100     IF WS-PARM-BAD = "N"
002110        PERFORM LOAD-AUDIT-TRAIL
002120     END-IF.
002130     IF WS-PARM-BAD = "N" AND WS-INPUT-IO-BAD = "N"
002140        PERFORM WRITE-DRIFT-HEADINGS
002150        MOVE 1 TO WS-LN-IX
002160        PERFORM COMPARE-ONE-LINE
002170           WITH TEST BEFORE UNTIL WS-LN-IX > WS-LN-COUNT
002180     END-IF.
002190     PERFORM WRITE-CONTROL-TOTALS.
002200     PERFORM CLOSE-PRINT-FILE.
002210     PERFORM SET-RUN-RETURN-CODE.
002220
002230     STOP RUN.
002240
002250 GET-RUN-DATE.
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002270     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
002280     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
002290     MOVE WS-RUN-DAY TO WS-RPT-DAY.
002300     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
002310
002320 READ-SYSIN-PARM.
002330     MOVE 0 TO WS-BUS-DATE-NUM.
002340     OPEN INPUT SYSIN-FILE.
002350     IF WS-SYSIN-STATUS = "00"
002360        READ SYSIN-FILE
002370           AT END
002380              MOVE SPACES TO SYSIN-RECORD
002390        END-READ
002400        PERFORM EDIT-DRIFT-PARM
002410        CLOSE SYSIN-FILE
002420     END-IF.
002422     IF WS-PARM-BAD = "N" AND WS-BUS-DATE-NUM = 0
002424        COMPUTE WS-DATE-INTEGER =
002425           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1
002426        COMPUTE WS-BUS-DATE-NUM =
002427           FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
002428     END-IF.
002430     IF WS-BUS-MONTH < 1 OR WS-BUS-MONTH > 12
002440        OR WS-BUS-DAY < 1 OR WS-BUS-DAY > 31
002450        OR WS-BUS-YEAR < 1601
002460        MOVE "Y" TO WS-PARM-BAD
002470     END-IF.
002480     IF WS-HIST-DAYS < 1 OR WS-MIN-PAIRS < 1
002490        MOVE "Y" TO WS-PARM-BAD
002500     END-IF.
002510     IF WS-PARM-BAD = "Y"
002520        PERFORM WRITE-PARM-ERROR
002530     ELSE
002540        COMPUTE WS-BUS-INTEGER =
002550           FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM)
002560        COMPUTE WS-DATE-INTEGER = WS-BUS-INTEGER - WS-HIST-DAYS
002570        COMPUTE WS-HIST-START =
002580           FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
002590        COMPUTE WS-DATE-INTEGER = WS-BUS-INTEGER - 1
002600        COMPUTE WS-HIST-END =
002610           FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
002620        MOVE SPACES TO WS-PARM-LINE
002630        MOVE "BUSINESS DATE:          " TO PRM-LABEL
002640        MOVE WS-BUS-DATE-NUM TO PRM-VALUE
002650        PERFORM WRITE-PARM-LINE
002660        MOVE SPACES TO WS-PARM-LINE
002670        MOVE "HISTORY FROM:           " TO PRM-LABEL
002680        MOVE WS-HIST-START TO PRM-VALUE
002690        PERFORM WRITE-PARM-LINE
002700        MOVE SPACES TO WS-PARM-LINE
002710        MOVE "HISTORY TO:             " TO PRM-LABEL
002720        MOVE WS-HIST-END TO PRM-VALUE
002730        PERFORM WRITE-PARM-LINE
002740        MOVE SPACES TO WS-PARM-LINE
002750        MOVE "TOLERANCE PERCENT:      " TO PRM-LABEL
002760        MOVE WS-TOL-PCT TO PRM-VALUE
002770        PERFORM WRITE-PARM-LINE
002780        MOVE SPACES TO WS-PARM-LINE
002790        MOVE "COPRIME RATE POINTS:    " TO PRM-LABEL
002800        MOVE WS-TOL-POINTS TO PRM-VALUE
002810        PERFORM WRITE-PARM-LINE
002820        MOVE SPACES TO WS-PARM-LINE
002830        MOVE "MIN PAIRS TO COMPARE:   " TO PRM-LABEL
002840        MOVE WS-MIN-PAIRS TO PRM-VALUE
002850        PERFORM WRITE-PARM-LINE
002860     END-IF.
002870
002880 EDIT-DRIFT-PARM.
002890     IF SYSIN-BUS-DATE NOT = SPACES
002900        IF SYSIN-BUS-DATE IS NUMERIC
002910           IF SYSIN-BUS-DATE NOT = "00000000"
002920              MOVE SYSIN-BUS-DATE TO WS-BUS-DATE-NUM
002930           END-IF
002940        ELSE
002950           MOVE "Y" TO WS-PARM-BAD
002960        END-IF
002970     END-IF.
002980     IF SYSIN-HIST-DAYS NOT = SPACES
002990        IF SYSIN-HIST-DAYS IS NUMERIC
003000           MOVE SYSIN-HIST-DAYS TO WS-HIST-DAYS
003010        ELSE
003020           MOVE "Y" TO WS-PARM-BAD
003030        END-IF
003040     END-IF.
003050     IF SYSIN-TOL-PCT NOT = SPACES
003060        IF SYSIN-TOL-PCT IS NUMERIC
003070           MOVE SYSIN-TOL-PCT TO WS-TOL-PCT
003080        ELSE
003090           MOVE "Y" TO WS-PARM-BAD
003100        END-IF
003110     END-IF.
003120     IF SYSIN-TOL-POINTS NOT = SPACES
003130        IF SYSIN-TOL-POINTS IS NUMERIC
003140           MOVE SYSIN-TOL-POINTS TO WS-TOL-POINTS
003150        ELSE
003160           MOVE "Y" TO WS-PARM-BAD
003170        END-IF
003180     END-IF.
003190     IF SYSIN-MIN-PAIRS NOT = SPACES
003200        IF SYSIN-MIN-PAIRS IS NUMERIC
003210           MOVE SYSIN-MIN-PAIRS TO WS-MIN-PAIRS
003220        ELSE
003230           MOVE "Y" TO WS-PARM-BAD
003240        END-IF
003250     END-IF.
003260
003270 WRITE-PARM-ERROR.
003280     MOVE SPACES TO WS-PARM-LINE.
003290     MOVE "INVALID CONTROL CARD    " TO PRM-LABEL.
003300     MOVE "RUN CANCELLED" TO PRM-VALUE.
003310     PERFORM WRITE-PARM-LINE.
003320
003330 WRITE-PARM-LINE.
003340     MOVE WS-PARM-LINE TO PRINT-LINE.
003350     WRITE PRINT-LINE.
003360     PERFORM CHECK-PRINT-STATUS.
003370     ADD 1 TO WS-LINE-COUNT.
003380
003390 OPEN-PRINT-FILE.
003400     OPEN OUTPUT PRINT-FILE.
003410
003420 CLOSE-PRINT-FILE.
003430     CLOSE PRINT-FILE.
003440
003450 LOAD-AUDIT-TRAIL.
003460     OPEN INPUT AUDIT-FILE.
003470     IF WS-AUDIT-STATUS NOT = "00"
003480        MOVE "Y" TO WS-INPUT-IO-BAD
003490        MOVE SPACES TO WS-CONTROL-LINE
003500        MOVE "GCDAUD NOT AVAILABLE - NO COMPARISON MADE"
003510           TO CTL-MESSAGE
003520        PERFORM WRITE-CONTROL-MESSAGE
003530     ELSE
003540        PERFORM READ-AUDIT-RECORD
003550        PERFORM TALLY-AUDIT-RECORD
003560           WITH TEST BEFORE UNTIL WS-AUDIT-EOF = "Y"
003570        CLOSE AUDIT-FILE
003580     END-IF.
003590
003600 READ-AUDIT-RECORD.
003610     READ AUDIT-FILE
003620        AT END
003630           MOVE "Y" TO WS-AUDIT-EOF
003640     END-READ.
003650     IF WS-AUDIT-STATUS NOT = "00"
003660        AND WS-AUDIT-STATUS NOT = "10"
003670        MOVE "Y" TO WS-INPUT-IO-BAD
003680        MOVE "Y" TO WS-AUDIT-EOF
003690     END-IF.
003700
003710 TALLY-AUDIT-RECORD.
003720     IF AUD-DATE IS NUMERIC
003730        AND (AUD-SOURCE = "F" OR AUD-SOURCE = "M")
003740        AND AUD-LINE NOT = SPACES
003750        IF AUD-DATE = WS-BUS-DATE-NUM
003760           OR (AUD-DATE >= WS-HIST-START
003770           AND AUD-DATE <= WS-HIST-END)
003780           PERFORM TAKE-AUDIT-ROW
003790        END-IF
003800     END-IF.
003810     PERFORM READ-AUDIT-RECORD.
003820
003830 TAKE-AUDIT-ROW.
003840     COMPUTE WS-AUD-A-NUM = FUNCTION NUMVAL(AUD-A).
003850     COMPUTE WS-AUD-B-NUM = FUNCTION NUMVAL(AUD-B).
003860     COMPUTE WS-AUD-GCD-NUM = FUNCTION NUMVAL(AUD-GCD).
003870     COMPUTE WS-AUD-LCM-NUM = FUNCTION NUMVAL(AUD-LCM).
003880     MOVE AUD-LINE TO WS-LN-KEY.
003890     PERFORM LOCATE-LINE-ENTRY.
003900     IF WS-LN-SLOT > 0
003910        IF AUD-DATE = WS-BUS-DATE-NUM
003920           PERFORM ADD-TONIGHT-ROW
003930        ELSE
003940           PERFORM ADD-HISTORY-ROW
003950        END-IF
003960     END-IF.
003970
003980 ADD-TONIGHT-ROW.
003990     ADD 1 TO WS-ROWS-TONIGHT.
004000     ADD 1 TO WS-LN-T-PAIRS (WS-LN-SLOT).
004010     ADD WS-AUD-A-NUM WS-AUD-B-NUM TO WS-LN-T-LOTS (WS-LN-SLOT).
004020     ADD WS-AUD-LCM-NUM TO WS-LN-T-LCM (WS-LN-SLOT)
004021        ON SIZE ERROR
004022           MOVE "Y" TO WS-LN-LCM-OVER (WS-LN-SLOT)
004023           MOVE "Y" TO WS-LCM-OVERFLOW
004024     END-ADD.
004030     IF WS-AUD-LCM-NUM > WS-LN-T-MAX-LCM (WS-LN-SLOT)
004040        MOVE WS-AUD-LCM-NUM TO WS-LN-T-MAX-LCM (WS-LN-SLOT)
004050     END-IF.
004060     IF WS-AUD-GCD-NUM = 1
004070        ADD 1 TO WS-LN-T-COPRIME (WS-LN-SLOT)
004080     END-IF.
004090
004100 ADD-HISTORY-ROW.
004110     ADD 1 TO WS-ROWS-HISTORY.
004120     ADD 1 TO WS-LN-H-PAIRS (WS-LN-SLOT).
004130     ADD WS-AUD-A-NUM WS-AUD-B-NUM TO WS-LN-H-LOTS (WS-LN-SLOT).
004140     ADD WS-AUD-LCM-NUM TO WS-LN-H-LCM (WS-LN-SLOT)
004141        ON SIZE ERROR
004142           MOVE "Y" TO WS-LN-LCM-OVER (WS-LN-SLOT)
004143           MOVE "Y" TO WS-LCM-OVERFLOW
004144     END-ADD.
004150     IF WS-AUD-LCM-NUM > WS-LN-H-MAX-LCM (WS-LN-SLOT)
004160        MOVE WS-AUD-LCM-NUM TO WS-LN-H-MAX-LCM (WS-LN-SLOT)
004170     END-IF.
004180     IF WS-AUD-GCD-NUM = 1
004190        ADD 1 TO WS-LN-H-COPRIME (WS-LN-SLOT)
004200     END-IF.
004210     IF AUD-DATE NOT = WS-LN-H-LAST (WS-LN-SLOT)
004220        ADD 1 TO WS-LN-H-DAYS (WS-LN-SLOT)
004230        MOVE AUD-DATE TO WS-LN-H-LAST (WS-LN-SLOT)
004240     END-IF.
004250
004260 LOCATE-LINE-ENTRY.
004270     MOVE 0 TO WS-LN-SLOT.
004280     MOVE 1 TO WS-LN-IX.
004290     PERFORM CHECK-LINE-ENTRY
004300        WITH TEST BEFORE
004310        UNTIL WS-LN-SLOT > 0 OR WS-LN-IX > WS-LN-COUNT.
004320     IF WS-LN-SLOT = 0
004330        IF WS-LN-COUNT < 100
004340           ADD 1 TO WS-LN-COUNT
004350           INITIALIZE WS-LN-ENTRY (WS-LN-COUNT)
004360           MOVE WS-LN-KEY TO WS-LN-CODE (WS-LN-COUNT)
004370           MOVE WS-LN-COUNT TO WS-LN-SLOT
004380        ELSE
004390           MOVE "Y" TO WS-LN-OVERFLOW
004400           ADD 1 TO WS-ROWS-SKIPPED
004410        END-IF
004420     END-IF.
004430
004440 CHECK-LINE-ENTRY.
004450     IF WS-LN-CODE (WS-LN-IX) = WS-LN-KEY
004460        MOVE WS-LN-IX TO WS-LN-SLOT
004470     END-IF.
004480     ADD 1 TO WS-LN-IX.
004490
004500 COMPARE-ONE-LINE.
004510     MOVE "N" TO WS-LINE-DRIFT.
004520     EVALUATE TRUE
004530        WHEN WS-LN-T-PAIRS (WS-LN-IX) = 0
004540           ADD 1 TO WS-LINES-NOT-RUN
004550           MOVE "NO PAIRS FOR THIS LINE ON THE BUSINESS DATE"
004560              TO NTL-TEXT
004570           PERFORM WRITE-NOTE-LINE
004580        WHEN WS-LN-H-PAIRS (WS-LN-IX) < WS-MIN-PAIRS
004590           ADD 1 TO WS-LINES-NO-HIST
004600           MOVE "TOO LITTLE HISTORY IN THE WINDOW - NOT COMPARED"
004610              TO NTL-TEXT
004620           PERFORM WRITE-NOTE-LINE
004630        WHEN OTHER
004640           ADD 1 TO WS-LINES-COMPARED
004650           PERFORM COMPARE-LINE-METRICS
004660     END-EVALUATE.
004670     IF WS-LINE-DRIFT = "Y"
004680        ADD 1 TO WS-LINES-DRIFTING
004690     END-IF.
004700     ADD 1 TO WS-LN-IX.
004710
004720 COMPARE-LINE-METRICS.
004730     MOVE "AVG LOT SIZE" TO WS-METRIC-NAME.
004740     MOVE "P" TO WS-METRIC-KIND.
004750     COMPUTE WS-TONIGHT-VALUE ROUNDED = WS-LN-T-LOTS (WS-LN-IX)
004760        / (WS-LN-T-PAIRS (WS-LN-IX) * 2).
004770     COMPUTE WS-HISTORY-VALUE ROUNDED = WS-LN-H-LOTS (WS-LN-IX)
004780        / (WS-LN-H-PAIRS (WS-LN-IX) * 2).
004790     PERFORM CHECK-ONE-METRIC.
004800     IF WS-LN-LCM-OVER (WS-LN-IX) = "Y"
004801        MOVE "LCM TOTAL TOO LARGE - AVG LCM NOT COMPARED"
004802           TO NTL-TEXT
004803        PERFORM WRITE-NOTE-LINE
004804     ELSE
004805        MOVE "AVG LCM" TO WS-METRIC-NAME
004810        COMPUTE WS-TONIGHT-LCM ROUNDED = WS-LN-T-LCM (WS-LN-IX)
004820           / WS-LN-T-PAIRS (WS-LN-IX)
004830        COMPUTE WS-HISTORY-LCM ROUNDED = WS-LN-H-LCM (WS-LN-IX)
004840           / WS-LN-H-PAIRS (WS-LN-IX)
004850        PERFORM CHECK-LCM-METRIC
004855     END-IF.
004860     MOVE "MAX LCM" TO WS-METRIC-NAME.
004870     MOVE WS-LN-T-MAX-LCM (WS-LN-IX) TO WS-TONIGHT-LCM.
004880     MOVE WS-LN-H-MAX-LCM (WS-LN-IX) TO WS-HISTORY-LCM.
004890     PERFORM CHECK-LCM-METRIC.
004900     MOVE "GCD=1 COUNT" TO WS-METRIC-NAME.
004910     MOVE WS-LN-T-COPRIME (WS-LN-IX) TO WS-TONIGHT-VALUE.
004920     COMPUTE WS-HISTORY-VALUE ROUNDED = WS-LN-H-COPRIME (WS-LN-IX)
004930        / WS-LN-H-DAYS (WS-LN-IX).
004940     PERFORM CHECK-ONE-METRIC.
004950     MOVE "COPRIME RATE %" TO WS-METRIC-NAME.
004960     MOVE "R" TO WS-METRIC-KIND.
004970     COMPUTE WS-TONIGHT-VALUE ROUNDED =
004980        WS-LN-T-COPRIME (WS-LN-IX) * 100
004990        / WS-LN-T-PAIRS (WS-LN-IX).
005000     COMPUTE WS-HISTORY-VALUE ROUNDED =
005010        WS-LN-H-COPRIME (WS-LN-IX) * 100
005020        / WS-LN-H-PAIRS (WS-LN-IX).
005030     PERFORM CHECK-ONE-METRIC.
005040
005050 CHECK-ONE-METRIC.
005060     MOVE "N" TO WS-METRIC-OUT.
005070     MOVE SPACES TO WS-DRIFT-LINE.
005080     MOVE WS-LN-CODE (WS-LN-IX) TO DRL-LINE.
005090     MOVE WS-METRIC-NAME TO DRL-METRIC.
005100     MOVE WS-TONIGHT-VALUE TO DRL-TONIGHT.
005110     MOVE WS-HISTORY-VALUE TO DRL-HISTORY.
005120     COMPUTE WS-CHANGE-VALUE =
005130        WS-TONIGHT-VALUE - WS-HISTORY-VALUE.
005140     IF WS-METRIC-KIND = "R"
005150        MOVE WS-CHANGE-VALUE TO DRL-CHANGE
005160        MOVE " PT" TO DRL-UNIT
005170        MOVE WS-TOL-POINTS TO DRL-BAND
005180        MOVE " PT" TO DRL-BAND-UNIT
005190        MOVE WS-TOL-POINTS TO WS-BAND-VALUE
005200        IF WS-CHANGE-VALUE > WS-BAND-VALUE
005210           OR WS-CHANGE-VALUE < 0 - WS-BAND-VALUE
005220           MOVE "Y" TO WS-METRIC-OUT
005230        END-IF
005240     ELSE
005250        MOVE " % " TO DRL-UNIT
005260        MOVE WS-TOL-PCT TO DRL-BAND
005270        MOVE " % " TO DRL-BAND-UNIT
005280        COMPUTE WS-BAND-VALUE =
005290           WS-HISTORY-VALUE * WS-TOL-PCT / 100
005291           ON SIZE ERROR
005292              MOVE 9999999999999999.99 TO WS-BAND-VALUE
005293        END-COMPUTE
005300        IF WS-HISTORY-VALUE = 0
005310           IF WS-TONIGHT-VALUE = 0
005320              MOVE 0 TO DRL-CHANGE
005330           ELSE
005340              MOVE "      NEW " TO DRL-CHANGE-X
005350              MOVE "Y" TO WS-METRIC-OUT
005360           END-IF
005370        ELSE
005380           COMPUTE WS-CHANGE-PCT ROUNDED =
005390              WS-CHANGE-VALUE * 100 / WS-HISTORY-VALUE
005400              ON SIZE ERROR
005410                 MOVE 99999.9 TO WS-CHANGE-PCT
005420           END-COMPUTE
005430           MOVE WS-CHANGE-PCT TO DRL-CHANGE
005440           IF WS-CHANGE-VALUE > WS-BAND-VALUE
005450              OR WS-CHANGE-VALUE < 0 - WS-BAND-VALUE
005460              MOVE "Y" TO WS-METRIC-OUT
005470           END-IF
005480        END-IF
005490     END-IF.
005500     IF WS-METRIC-OUT = "Y"
005510        MOVE "DRIFT" TO DRL-FLAG
005520        MOVE "Y" TO WS-LINE-DRIFT
005530        ADD 1 TO WS-METRICS-FLAGGED
005540     END-IF.
005550     PERFORM WRITE-DRIFT-LINE.
005560
005570 WRITE-DRIFT-HEADINGS.
005580     MOVE SPACES TO PRINT-LINE.
005590     WRITE PRINT-LINE.
005600     PERFORM CHECK-PRINT-STATUS.
005610     MOVE WS-HEADING-2 TO PRINT-LINE.
005620     WRITE PRINT-LINE.
005630     PERFORM CHECK-PRINT-STATUS.
005640     ADD 2 TO WS-LINE-COUNT.
005650
005660 WRITE-DRIFT-LINE.
005670     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005680        PERFORM WRITE-PAGE-HEADERS
005690        MOVE WS-HEADING-2 TO PRINT-LINE
005700        WRITE PRINT-LINE
005710        PERFORM CHECK-PRINT-STATUS
005720        ADD 1 TO WS-LINE-COUNT
005730     END-IF.
005740     MOVE WS-DRIFT-LINE TO PRINT-LINE.
005750     WRITE PRINT-LINE.
005760     PERFORM CHECK-PRINT-STATUS.
005770     ADD 1 TO WS-LINE-COUNT.
005780
005790 WRITE-NOTE-LINE.
005800     MOVE WS-LN-CODE (WS-LN-IX) TO NTL-LINE.
005810     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005820        PERFORM WRITE-PAGE-HEADERS
005830        MOVE WS-HEADING-2 TO PRINT-LINE
005840        WRITE PRINT-LINE
005850        PERFORM CHECK-PRINT-STATUS
005860        ADD 1 TO WS-LINE-COUNT
005870     END-IF.
005880     MOVE WS-NOTE-LINE TO PRINT-LINE.
005890     WRITE PRINT-LINE.
005900     PERFORM CHECK-PRINT-STATUS.
005910     ADD 1 TO WS-LINE-COUNT.
005920
005930 WRITE-CONTROL-MESSAGE.
005940     MOVE WS-CONTROL-LINE TO PRINT-LINE.
005950     WRITE PRINT-LINE.
005960     PERFORM CHECK-PRINT-STATUS.
005970     ADD 1 TO WS-LINE-COUNT.
005980
005990 WRITE-PAGE-HEADERS.
006000     ADD 1 TO WS-PAGE-COUNT.
006010     MOVE SPACES TO PRINT-LINE.
006020     WRITE PRINT-LINE.
006030     PERFORM CHECK-PRINT-STATUS.
006040     MOVE WS-REPORT-DATE TO HDG1-DATE.
006050     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
006060     MOVE WS-HEADING-1 TO PRINT-LINE.
006070     WRITE PRINT-LINE.
006080     PERFORM CHECK-PRINT-STATUS.
006090     MOVE SPACES TO PRINT-LINE.
006100     WRITE PRINT-LINE.
006110     PERFORM CHECK-PRINT-STATUS.
006120     MOVE 0 TO WS-LINE-COUNT.
006130
006140 WRITE-CONTROL-TOTALS.
006150     MOVE SPACES TO PRINT-LINE.
006160     WRITE PRINT-LINE.
006170     PERFORM CHECK-PRINT-STATUS.
006180     IF WS-LN-OVERFLOW = "Y"
006190        MOVE SPACES TO WS-CONTROL-LINE
006200        MOVE "MORE THAN 100 LINES - SOME ROWS NOT COMPARED"
006210           TO CTL-MESSAGE
006220        PERFORM WRITE-CONTROL-MESSAGE
006230     END-IF.
006232     IF WS-ROWS-TONIGHT = 0
006234        AND WS-PARM-BAD = "N" AND WS-INPUT-IO-BAD = "N"
006236        MOVE SPACES TO WS-CONTROL-LINE
006237        MOVE "NO AUDIT ROWS FOR BUSINESS DATE" TO CTL-MESSAGE
006238        PERFORM WRITE-CONTROL-MESSAGE
006239     END-IF.
006240     IF WS-LCM-OVERFLOW = "Y"
006241        MOVE SPACES TO WS-CONTROL-LINE
006242        MOVE "LCM TOTAL TOO LARGE - AVG LCM SKIPPED ON SOME LINES"
006243           TO CTL-MESSAGE
006244        PERFORM WRITE-CONTROL-MESSAGE
006245     END-IF.
006246     MOVE SPACES TO WS-TOTALS-LINE.
006250     MOVE "AUDIT ROWS TONIGHT:     " TO TOT-LABEL.
006260     MOVE WS-ROWS-TONIGHT TO TOT-COUNT.
006270     PERFORM WRITE-TOTALS-LINE.
006280     MOVE SPACES TO WS-TOTALS-LINE.
006290     MOVE "AUDIT ROWS IN HISTORY:  " TO TOT-LABEL.
006300     MOVE WS-ROWS-HISTORY TO TOT-COUNT.
006310     PERFORM WRITE-TOTALS-LINE.
006320     MOVE SPACES TO WS-TOTALS-LINE.
006330     MOVE "AUDIT ROWS NOT TALLIED: " TO TOT-LABEL.
006340     MOVE WS-ROWS-SKIPPED TO TOT-COUNT.
006350     PERFORM WRITE-TOTALS-LINE.
006360     MOVE SPACES TO WS-TOTALS-LINE.
006370     MOVE "LINES COMPARED:         " TO TOT-LABEL.
006380     MOVE WS-LINES-COMPARED TO TOT-COUNT.
006390     PERFORM WRITE-TOTALS-LINE.
006400     MOVE SPACES TO WS-TOTALS-LINE.
006410     MOVE "LINES WITH DRIFT:       " TO TOT-LABEL.
006420     MOVE WS-LINES-DRIFTING TO TOT-COUNT.
006430     PERFORM WRITE-TOTALS-LINE.
006440     MOVE SPACES TO WS-TOTALS-LINE.
006450     MOVE "METRICS FLAGGED:        " TO TOT-LABEL.
006460     MOVE WS-METRICS-FLAGGED TO TOT-COUNT.
006470     PERFORM WRITE-TOTALS-LINE.
006480     MOVE SPACES TO WS-TOTALS-LINE.
006490     MOVE "LINES SHORT OF HISTORY: " TO TOT-LABEL.
006500     MOVE WS-LINES-NO-HIST TO TOT-COUNT.
006510     PERFORM WRITE-TOTALS-LINE.
006520     MOVE SPACES TO WS-TOTALS-LINE.
006530     MOVE "LINES NOT RUN TONIGHT:  " TO TOT-LABEL.
006540     MOVE WS-LINES-NOT-RUN TO TOT-COUNT.
006550     PERFORM WRITE-TOTALS-LINE.
006560
006570 WRITE-TOTALS-LINE.
006580     MOVE WS-TOTALS-LINE TO PRINT-LINE.
006590     WRITE PRINT-LINE.
006600     PERFORM CHECK-PRINT-STATUS.
006610
006620 CHECK-PRINT-STATUS.
006630     IF WS-PRINT-STATUS NOT = "00"
006640        MOVE "Y" TO WS-PRINT-WRITE-BAD
006650     END-IF.
006660
006670 SET-RUN-RETURN-CODE.
006680     IF WS-PARM-BAD = "Y" OR WS-INPUT-IO-BAD = "Y"
006690        MOVE "Y" TO WS-ABEND-SWITCH
006700     END-IF.
006710     IF WS-PRINT-WRITE-BAD = "Y"
006720        MOVE "Y" TO WS-ABEND-SWITCH
006730     END-IF.
006740     IF WS-ABEND-SWITCH = "Y"
006750        MOVE 8 TO RETURN-CODE
006760     ELSE
006770        IF WS-METRICS-FLAGGED > 0 OR WS-LN-OVERFLOW = "Y"
006775           OR WS-ROWS-TONIGHT = 0 OR WS-LCM-OVERFLOW = "Y"
006780           MOVE 4 TO RETURN-CODE
006790        ELSE
006800           MOVE 0 TO RETURN-CODE
006810        END-IF
006820     END-IF.
006830
006840 CHECK-LCM-METRIC.
006850     MOVE "N" TO WS-METRIC-OUT.
006860     MOVE SPACES TO WS-DRIFT-LINE.
006870     MOVE WS-LN-CODE (WS-LN-IX) TO DRL-LINE.
006880     MOVE WS-METRIC-NAME TO DRL-METRIC.
006890     MOVE WS-TONIGHT-LCM TO DRL-TONIGHT-LCM.
006900     MOVE WS-HISTORY-LCM TO DRL-HISTORY-LCM.
006910     COMPUTE WS-CHANGE-LCM = WS-TONIGHT-LCM - WS-HISTORY-LCM.
006920     MOVE " % " TO DRL-UNIT.
006930     MOVE WS-TOL-PCT TO DRL-BAND.
006940     MOVE " % " TO DRL-BAND-UNIT.
006950     COMPUTE WS-BAND-LCM = WS-HISTORY-LCM * WS-TOL-PCT / 100
006960        ON SIZE ERROR
006970           MOVE 999999999999999999 TO WS-BAND-LCM
006980     END-COMPUTE.
006990     IF WS-HISTORY-LCM = 0
007000        IF WS-TONIGHT-LCM = 0
007010           MOVE 0 TO DRL-CHANGE
007020        ELSE
007030           MOVE "      NEW " TO DRL-CHANGE-X
007040           MOVE "Y" TO WS-METRIC-OUT
007050        END-IF
007060     ELSE
007070        COMPUTE WS-CHANGE-PCT ROUNDED =
007080           WS-CHANGE-LCM * 100 / WS-HISTORY-LCM
007090           ON SIZE ERROR
007100              MOVE 99999.9 TO WS-CHANGE-PCT
007110        END-COMPUTE
007120        MOVE WS-CHANGE-PCT TO DRL-CHANGE
007130        IF WS-CHANGE-LCM > WS-BAND-LCM
007140           OR WS-CHANGE-LCM < 0 - WS-BAND-LCM
007150           MOVE "Y" TO WS-METRIC-OUT
007160        END-IF
007170     END-IF.
007180     IF WS-METRIC-OUT = "Y"
007190        MOVE "DRIFT" TO DRL-FLAG
007200        MOVE "Y" TO WS-LINE-DRIFT
007210        ADD 1 TO WS-METRICS-FLAGGED
007220     END-IF.
007230     PERFORM WRITE-DRIFT-LINE.
