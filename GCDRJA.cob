000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDRJA.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT REJECT-FILE ASSIGN TO "GCDREJ"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-REJECT-STATUS.
000180     SELECT PENDIN-FILE ASSIGN TO "GCDPIN"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-PENDIN-STATUS.
000210     SELECT AUDIT-FILE ASSIGN TO "GCDAUD"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-AUDIT-STATUS.
000240     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-PRINT-STATUS.
000270     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-SYSIN-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  REJECT-FILE
000330     RECORD CONTAINS 77 CHARACTERS.
000340 01  REJECT-RECORD.
000350     05  REJ-POSITION        PIC 9(9).
000360     05  FILLER              PIC X.
000370     05  REJ-A               PIC X(10).
000380     05  FILLER              PIC X.
000390     05  REJ-B               PIC X(10).
000400     05  FILLER              PIC X.
000410     05  REJ-REASON          PIC X(30).
000420     05  FILLER              PIC X.
000430     05  REJ-LINE            PIC X(2).
000440     05  FILLER              PIC X.
000450     05  REJ-CODE            PIC X(2).
000460     05  FILLER              PIC X.
000470     05  REJ-DATE            PIC X(8).
000480     05  REJ-DATE-NUM        REDEFINES REJ-DATE
000490                             PIC 9(8).
000500 FD  PENDIN-FILE
000510     RECORD CONTAINS 78 CHARACTERS.
000520 01  PENDIN-RECORD.
000530     05  PIN-ORIG-DATE       PIC 9(8).
000540     05  FILLER              PIC X.
000550     05  PIN-POSITION        PIC 9(9).
000560     05  FILLER              PIC X.
000570     05  PIN-A               PIC X(10).
000580     05  FILLER              PIC X.
000590     05  PIN-B               PIC X(10).
000600     05  FILLER              PIC X.
000610     05  PIN-REASON          PIC X(30).
000620     05  FILLER              PIC X.
000630     05  PIN-AGE             PIC 9(3).
000640     05  FILLER              PIC X.
000650     05  PIN-LINE            PIC X(2).
000660 FD  AUDIT-FILE
000670     RECORD CONTAINS 71 CHARACTERS.
000680 01  AUDIT-RECORD.
000690     05  AUD-DATE            PIC 9(8).
000700     05  FILLER              PIC X.
000710     05  AUD-TIME            PIC 9(8).
000720     05  FILLER              PIC X.
000730     05  AUD-A               PIC X(9).
000740     05  FILLER              PIC X.
000750     05  AUD-B               PIC X(9).
000760     05  FILLER              PIC X.
000770     05  AUD-GCD             PIC X(9).
000780     05  FILLER              PIC X.
000790     05  AUD-LCM             PIC X(18).
000800     05  FILLER              PIC X.
000810     05  AUD-SOURCE          PIC X.
000820     05  FILLER              PIC X.
000830     05  AUD-LINE            PIC X(2).
000840 FD  PRINT-FILE
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  PRINT-LINE              PIC X(132).
000870 FD  SYSIN-FILE
000880     RECORD CONTAINS 14 CHARACTERS.
000890 01  SYSIN-RECORD.
000900     05  SYSIN-END-DATE      PIC X(8).
000910     05  FILLER              PIC X.
000920     05  SYSIN-WEEKS         PIC X.
000930     05  FILLER              PIC X.
000940     05  SYSIN-ABANDON-DAYS  PIC X(3).
000950 WORKING-STORAGE SECTION.
000960
000970 77      WS-REJECT-STATUS    PIC XX.
000980 77      WS-PENDIN-STATUS    PIC XX.
000990 77      WS-AUDIT-STATUS     PIC XX.
001000 77      WS-PRINT-STATUS     PIC XX.
001010 77      WS-SYSIN-STATUS     PIC XX.
001020 77      WS-REJECT-EOF       PIC X       VALUE "N".
001030 77      WS-PENDIN-EOF       PIC X       VALUE "N".
001040 77      WS-AUDIT-EOF        PIC X       VALUE "N".
001050 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
001060 77      WS-START-DATE       PIC 9(8)    VALUE 0.
001070 77      WS-WEEKS            PIC 9       VALUE 4.
001080 77      WS-ABANDON-DAYS     PIC 9(3)    VALUE 14.
001090 77      WS-END-INTEGER      PIC S9(9)   COMP-3 VALUE 0.
001100 77      WS-START-INTEGER    PIC S9(9)   COMP-3 VALUE 0.
001110 77      WS-DATE-INTEGER     PIC S9(9)   COMP-3 VALUE 0.
001120 77      WS-WORK-DATE        PIC 9(8)    VALUE 0.
001130 77      WS-AGE-DAYS         PIC S9(9)   COMP-3 VALUE 0.
001140 77      WS-REJECTS-READ     PIC 9(9)    VALUE 0.
001150 77      WS-REJECTS-IN-PERIOD PIC 9(9)   VALUE 0.
001160 77      WS-REJECTS-OUTSIDE  PIC 9(9)    VALUE 0.
001170 77      WS-REJECTS-UNDATED  PIC 9(9)    VALUE 0.
001180 77      WS-CODED-FROM-TEXT  PIC 9(9)    VALUE 0.
001190 77      WS-AUDIT-READ       PIC 9(9)    VALUE 0.
001200 77      WS-AUDIT-IN-PERIOD  PIC 9(9)    VALUE 0.
001210 77      WS-PENDING-LOADED   PIC 9(9)    VALUE 0.
001220 77      WS-PENDING-MATCHED  PIC 9(9)    VALUE 0.
001230 77      WS-TOTAL-SENT       PIC 9(9)    VALUE 0.
001240 77      WS-CUM-COUNT        PIC 9(9)    VALUE 0.
001250 77      WS-RSN-IX           PIC S9(4)   COMP-3 VALUE 0.
001260 77      WS-RSN-SLOT         PIC S9(4)   COMP-3 VALUE 0.
001270 77      WS-RSN-CODE-NUM     PIC 99      VALUE 0.
001280 77      WS-PL-COUNT         PIC S9(4)   COMP-3 VALUE 0.
001290 77      WS-PL-IX            PIC S9(4)   COMP-3 VALUE 0.
001300 77      WS-PL-SLOT          PIC S9(4)   COMP-3 VALUE 0.
001310 77      WS-PL-OVERFLOW      PIC X       VALUE "N".
001320 77      WS-PL-KEY           PIC X(2)    VALUE SPACES.
001330 77      WS-PEND-COUNT       PIC S9(4)   COMP-3 VALUE 0.
001340 77      WS-PEND-IX          PIC S9(4)   COMP-3 VALUE 0.
001350 77      WS-PEND-SLOT        PIC S9(4)   COMP-3 VALUE 0.
001360 77      WS-PEND-OVERFLOW    PIC X       VALUE "N".
001370 77      WS-PEND-MISSING     PIC X       VALUE "N".
001380 77      WS-WEEK-IX          PIC S9(4)   COMP-3 VALUE 0.
001390 77      WS-BAND-IX          PIC S9(4)   COMP-3 VALUE 0.
001400 77      WS-SORT-IX          PIC S9(4)   COMP-3 VALUE 0.
001410 77      WS-SORT-LIMIT       PIC S9(4)   COMP-3 VALUE 0.
001420 77      WS-SWAPPED          PIC X       VALUE "N".
001430 77      WS-RANK             PIC S9(4)   COMP-3 VALUE 0.
001440 77      WS-PCT              PIC 9(3)V9  VALUE 0.
001450 77      WS-PRIOR-PCT        PIC 9(3)V9  VALUE 0.
001460 77      WS-LINE-COUNT       PIC 99      VALUE 0.
001470 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
001480 77      WS-LINES-PER-PAGE   PIC 99      VALUE 50.
001490 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
001500 77      WS-INPUT-IO-BAD     PIC X       VALUE "N".
001510 77      WS-PARM-BAD         PIC X       VALUE "N".
001520 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
001530
001540 01  WS-END-DATE.
001550     05  WS-END-YEAR         PIC 9(4).
001560     05  WS-END-MONTH        PIC 9(2).
001570     05  WS-END-DAY          PIC 9(2).
001580 01  WS-END-DATE-NUM         REDEFINES WS-END-DATE
001590                             PIC 9(8).
001600
001610 01  WS-REASON-TABLE.
001620     05  WS-RSN-ENTRY        OCCURS 24 TIMES.
001630         10  WS-RSN-CODE     PIC X(2).
001640         10  WS-RSN-TEXT     PIC X(30).
001650         10  WS-RSN-COUNT    PIC 9(9).
001660
001670 01  WS-RSN-HOLD.
001680     05  WS-RSN-HOLD-CODE    PIC X(2).
001690     05  WS-RSN-HOLD-TEXT    PIC X(30).
001700     05  WS-RSN-HOLD-COUNT   PIC 9(9).
001710
001720 01  WS-PLINE-TABLE.
001730     05  WS-PL-ENTRY         OCCURS 100 TIMES.
001740         10  WS-PL-CODE      PIC X(2).
001750         10  WS-PL-REJECTS   PIC 9(9).
001760         10  WS-PL-SENT      PIC 9(9).
001770         10  WS-PL-CUR-REJ   PIC 9(9).
001780         10  WS-PL-CUR-SENT  PIC 9(9).
001790         10  WS-PL-PRV-REJ   PIC 9(9).
001800         10  WS-PL-PRV-SENT  PIC 9(9).
001810
001820 01  WS-PL-HOLD.
001830     05  WS-PL-HOLD-CODE     PIC X(2).
001840     05  WS-PL-HOLD-REJECTS  PIC 9(9).
001850     05  WS-PL-HOLD-SENT     PIC 9(9).
001860     05  WS-PL-HOLD-CUR-REJ  PIC 9(9).
001870     05  WS-PL-HOLD-CUR-SENT PIC 9(9).
001880     05  WS-PL-HOLD-PRV-REJ  PIC 9(9).
001890     05  WS-PL-HOLD-PRV-SENT PIC 9(9).
001900
001910 01  WS-WEEK-TABLE.
001920     05  WS-WEEK-ENTRY       OCCURS 8 TIMES.
001930         10  WS-WK-END-DATE  PIC 9(8).
001940         10  WS-WK-REJECTS   PIC 9(9).
001950         10  WS-WK-SENT      PIC 9(9).
001960
001970 01  WS-BAND-TABLE.
001980     05  WS-BAND-ENTRY       OCCURS 6 TIMES.
001990         10  WS-BAND-LABEL   PIC X(12).
002000         10  WS-BAND-REPAIRED PIC 9(9).
002010         10  WS-BAND-PENDING PIC 9(9).
002020         10  WS-BAND-ABANDONED PIC 9(9).
002030
002040 01  WS-PEND-TABLE.
002050     05  WS-PEND-ENTRY       OCCURS 5000 TIMES.
002060         10  WS-PND-DATE     PIC 9(8).
002070         10  WS-PND-POSITION PIC 9(9).
002080         10  WS-PND-A        PIC X(10).
002090         10  WS-PND-B        PIC X(10).
002100         10  WS-PND-USED     PIC X.
002110
002120 01  WS-RUN-DATE.
002130     05  WS-RUN-YEAR         PIC 9(4).
002140     05  WS-RUN-MONTH        PIC 9(2).
002150     05  WS-RUN-DAY          PIC 9(2).
002160
002170 01  WS-REPORT-DATE.
002180     05  WS-RPT-MONTH        PIC 9(2).
002190     05  FILLER              PIC X       VALUE "/".
002200     05  WS-RPT-DAY          PIC 9(2).
002210     05  FILLER              PIC X       VALUE "/".
002220     05  WS-RPT-YEAR         PIC 9(4).
002230
002240 01  WS-HEADING-1.
002250     05  FILLER              PIC X(1)    VALUE SPACE.
002260     05  FILLER              PIC X(40)
002270         VALUE "REJECT PARETO AND TREND ANALYSIS".
002280     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
002290     05  HDG1-DATE           PIC X(10).
002300     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
002310     05  HDG1-PAGE           PIC ZZ9.
002320
002330 01  WS-SECTION-LINE.
002340     05  FILLER              PIC X(1)    VALUE SPACE.
002350     05  SEC-TITLE           PIC X(50).
002360
002370 01  WS-COLUMN-HEADING       PIC X(132)  VALUE SPACES.
002380
002390 01  WS-HOLD-LINE            PIC X(132)  VALUE SPACES.
002400
002410 01  WS-PARM-LINE.
002420     05  FILLER              PIC X(1)    VALUE SPACE.
002430     05  PRM-LABEL           PIC X(24).
002440     05  PRM-VALUE           PIC X(20).
002450
002460 01  WS-REASON-HEADING.
002470     05  FILLER              PIC X(1)    VALUE SPACE.
002480     05  FILLER              PIC X(6)    VALUE "  RANK".
002490     05  FILLER              PIC X(6)    VALUE "  CODE".
002500     05  FILLER              PIC X(32)   VALUE "  REASON".
002510     05  FILLER              PIC X(13)   VALUE "      REJECTS".
002520     05  FILLER              PIC X(8)    VALUE "    PCT".
002530     05  FILLER              PIC X(8)    VALUE " CUM PCT".
002540
002550 01  WS-REASON-LINE.
002560     05  FILLER              PIC X(1)    VALUE SPACE.
002570     05  RSN-RANK-OUT        PIC ZZZZZ9.
002580     05  FILLER              PIC X(4)    VALUE SPACES.
002590     05  RSN-CODE-OUT        PIC X(2).
002600     05  FILLER              PIC X(2)    VALUE SPACES.
002610     05  RSN-TEXT-OUT        PIC X(30).
002620     05  FILLER              PIC X(2)    VALUE SPACES.
002630     05  RSN-COUNT-OUT       PIC ZZZ,ZZZ,ZZ9.
002640     05  FILLER              PIC X(3)    VALUE SPACES.
002650     05  RSN-PCT-OUT         PIC ZZ9.9.
002660     05  FILLER              PIC X(3)    VALUE SPACES.
002670     05  RSN-CUM-OUT         PIC ZZ9.9.
002680
002690 01  WS-PLINE-HEADING.
002700     05  FILLER              PIC X(1)    VALUE SPACE.
002710     05  FILLER              PIC X(6)    VALUE "  RANK".
002720     05  FILLER              PIC X(7)    VALUE "  LINE".
002730     05  FILLER              PIC X(13)   VALUE "      REJECTS".
002740     05  FILLER              PIC X(13)   VALUE "   PAIRS SENT".
002750     05  FILLER              PIC X(8)    VALUE "   RATE".
002760     05  FILLER              PIC X(13)   VALUE "  THIS WK REJ".
002770     05  FILLER              PIC X(8)    VALUE "   RATE".
002780     05  FILLER              PIC X(13)   VALUE " PRIOR WK REJ".
002790     05  FILLER              PIC X(8)    VALUE "   RATE".
002800     05  FILLER              PIC X(10)   VALUE "  RATE CHG".
002810
002820 01  WS-PLINE-LINE.
002830     05  FILLER              PIC X(1)    VALUE SPACE.
002840     05  PLN-RANK-OUT        PIC ZZZZZ9.
002850     05  FILLER              PIC X(4)    VALUE SPACES.
002860     05  PLN-CODE-OUT        PIC X(4).
002870     05  FILLER              PIC X(1)    VALUE SPACE.
002880     05  PLN-REJECTS-OUT     PIC ZZZ,ZZZ,ZZ9.
002890     05  FILLER              PIC X(2)    VALUE SPACES.
002900     05  PLN-SENT-OUT        PIC ZZZ,ZZZ,ZZ9.
002910     05  FILLER              PIC X(3)    VALUE SPACES.
002920     05  PLN-RATE-OUT        PIC ZZ9.9.
002930     05  FILLER              PIC X(2)    VALUE SPACES.
002940     05  PLN-CUR-REJ-OUT     PIC ZZZ,ZZZ,ZZ9.
002950     05  FILLER              PIC X(3)    VALUE SPACES.
002960     05  PLN-CUR-RATE-OUT    PIC ZZ9.9.
002970     05  FILLER              PIC X(2)    VALUE SPACES.
002980     05  PLN-PRV-REJ-OUT     PIC ZZZ,ZZZ,ZZ9.
002990     05  FILLER              PIC X(3)    VALUE SPACES.
003000     05  PLN-PRV-RATE-OUT    PIC ZZ9.9.
003010     05  FILLER              PIC X(4)    VALUE SPACES.
003020     05  PLN-RATE-CHG-OUT    PIC +++9.9.
003030
003040 01  WS-WEEK-HEADING.
003050     05  FILLER              PIC X(1)    VALUE SPACE.
003060     05  FILLER              PIC X(12)   VALUE " WEEK ENDING".
003070     05  FILLER              PIC X(13)   VALUE "      REJECTS".
003080     05  FILLER              PIC X(13)   VALUE "   PAIRS SENT".
003090     05  FILLER              PIC X(8)    VALUE "   RATE".
003100     05  FILLER              PIC X(13)   VALUE "  REJECT CHG".
003110     05  FILLER              PIC X(10)   VALUE "  RATE CHG".
003120
003130 01  WS-WEEK-LINE.
003140     05  FILLER              PIC X(1)    VALUE SPACE.
003150     05  FILLER              PIC X(2)    VALUE SPACES.
003160     05  WKL-DATE-OUT        PIC 9(8).
003170     05  FILLER              PIC X(4)    VALUE SPACES.
003180     05  WKL-REJECTS-OUT     PIC ZZZ,ZZZ,ZZ9.
003190     05  FILLER              PIC X(2)    VALUE SPACES.
003200     05  WKL-SENT-OUT        PIC ZZZ,ZZZ,ZZ9.
003210     05  FILLER              PIC X(3)    VALUE SPACES.
003220     05  WKL-RATE-OUT        PIC ZZ9.9.
003230     05  FILLER              PIC X(2)    VALUE SPACES.
003240     05  WKL-REJ-CHG-OUT     PIC +++,+++,++9.
003250     05  FILLER              PIC X(3)    VALUE SPACES.
003260     05  WKL-RATE-CHG-OUT    PIC +++9.9.
003270
003280 01  WS-BAND-HEADING.
003290     05  FILLER              PIC X(1)    VALUE SPACE.
003300     05  FILLER              PIC X(14)   VALUE "  AGE (DAYS)".
003310     05  FILLER              PIC X(13)   VALUE "     REPAIRED".
003320     05  FILLER              PIC X(13)   VALUE "      PENDING".
003330     05  FILLER              PIC X(13)   VALUE "    ABANDONED".
003340     05  FILLER              PIC X(13)   VALUE "        TOTAL".
003350
003360 01  WS-BAND-LINE.
003370     05  FILLER              PIC X(1)    VALUE SPACE.
003380     05  FILLER              PIC X(2)    VALUE SPACES.
003390     05  BND-LABEL-OUT       PIC X(12).
003400     05  FILLER              PIC X(2)    VALUE SPACES.
003410     05  BND-REPAIRED-OUT    PIC ZZZ,ZZZ,ZZ9.
003420     05  FILLER              PIC X(2)    VALUE SPACES.
003430     05  BND-PENDING-OUT     PIC ZZZ,ZZZ,ZZ9.
003440     05  FILLER              PIC X(2)    VALUE SPACES.
003450     05  BND-ABANDONED-OUT   PIC ZZZ,ZZZ,ZZ9.
003460     05  FILLER              PIC X(2)    VALUE SPACES.
003470     05  BND-TOTAL-OUT       PIC ZZZ,ZZZ,ZZ9.
003480
003490 01  WS-TOTALS-LINE.
003500     05  FILLER              PIC X(1)    VALUE SPACE.
003510     05  TOT-LABEL           PIC X(24).
003520     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
003530
003540 01  WS-CONTROL-LINE.
003550     05  FILLER              PIC X(1)    VALUE SPACE.
003560     05  CTL-MESSAGE         PIC X(60).
003570
003580 PROCEDURE DIVISION.
003590 PROGRAM-BEGIN.
003600
003610     PERFORM GET-RUN-DATE.
003620     PERFORM OPEN-PRINT-FILE.
003630     PERFORM WRITE-PAGE-HEADERS.
003640     PERFORM READ-SYSIN-PARM.
003650     IF WS-PARM-BAD = "N"
003660        PERFORM LOAD-REASON-NAMES
003670        PERFORM SET-UP-PERIOD-TABLES
003680        PERFORM LOAD-PENDING-ENTRIES
003690        PERFORM TALLY-AUDIT-FILE
003700        PERFORM TALLY-REJECT-FILE
003710     END-IF.
003720     IF WS-PARM-BAD = "N" AND WS-INPUT-IO-BAD = "N"
003730        PERFORM SORT-REASON-TABLE
003740        PERFORM SORT-PLINE-TABLE
003750        PERFORM WRITE-REASON-SECTION
003760        PERFORM WRITE-PLINE-SECTION
003770        PERFORM WRITE-WEEK-SECTION
003780        PERFORM WRITE-BAND-SECTION
003790     END-IF.
003800     PERFORM WRITE-CONTROL-TOTALS.
003810     PERFORM CLOSE-PRINT-FILE.
003820     PERFORM SET-RUN-RETURN-CODE.
003830
003840     STOP RUN.
003850
003860 GET-RUN-DATE.
003870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003880     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
003890     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
003900     MOVE WS-RUN-DAY TO WS-RPT-DAY.
003910     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
003920
003930 READ-SYSIN-PARM.
003940     MOVE WS-RUN-DATE-NUM TO WS-END-DATE-NUM.
003950     OPEN INPUT SYSIN-FILE.
003960     IF WS-SYSIN-STATUS = "00"
003970        READ SYSIN-FILE
003980           AT END
003990              MOVE SPACES TO SYSIN-RECORD
004000        END-READ
004010        PERFORM EDIT-ANALYSIS-PARM
004020        CLOSE SYSIN-FILE
004030     END-IF.
004040     IF WS-END-MONTH < 1 OR WS-END-MONTH > 12
004050        OR WS-END-DAY < 1 OR WS-END-DAY > 31
004060        OR WS-END-YEAR < 1601
004070        MOVE "Y" TO WS-PARM-BAD
004080     END-IF.
004090     IF WS-WEEKS < 1 OR WS-WEEKS > 8
004100        MOVE "Y" TO WS-PARM-BAD
004110     END-IF.
004120     IF WS-PARM-BAD = "Y"
004130        PERFORM WRITE-PARM-ERROR
004140     ELSE
004150        COMPUTE WS-END-INTEGER =
004160           FUNCTION INTEGER-OF-DATE(WS-END-DATE-NUM)
004170        COMPUTE WS-START-INTEGER =
004180           WS-END-INTEGER - (WS-WEEKS * 7) + 1
004190        COMPUTE WS-START-DATE =
004200           FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)
004210        MOVE SPACES TO WS-PARM-LINE
004220        MOVE "PERIOD FROM:            " TO PRM-LABEL
004230        MOVE WS-START-DATE TO PRM-VALUE
004240        PERFORM WRITE-PARM-LINE
004250        MOVE SPACES TO WS-PARM-LINE
004260        MOVE "PERIOD TO:              " TO PRM-LABEL
004270        MOVE WS-END-DATE-NUM TO PRM-VALUE
004280        PERFORM WRITE-PARM-LINE
004290        MOVE SPACES TO WS-PARM-LINE
004300        MOVE "WEEKS IN PERIOD:        " TO PRM-LABEL
004310        MOVE WS-WEEKS TO PRM-VALUE
004320        PERFORM WRITE-PARM-LINE
004330        MOVE SPACES TO WS-PARM-LINE
004340        MOVE "ABANDONED AFTER DAYS:   " TO PRM-LABEL
004350        MOVE WS-ABANDON-DAYS TO PRM-VALUE
004360        PERFORM WRITE-PARM-LINE
004370     END-IF.
004380
004390 EDIT-ANALYSIS-PARM.
004400     IF SYSIN-END-DATE NOT = SPACES
004410        IF SYSIN-END-DATE IS NUMERIC
004420           IF SYSIN-END-DATE NOT = "00000000"
004430              MOVE SYSIN-END-DATE TO WS-END-DATE-NUM
004440           END-IF
004450        ELSE
004460           MOVE "Y" TO WS-PARM-BAD
004470        END-IF
004480     END-IF.
004490     IF SYSIN-WEEKS NOT = SPACE
004500        IF SYSIN-WEEKS IS NUMERIC
004510           MOVE SYSIN-WEEKS TO WS-WEEKS
004520        ELSE
004530           MOVE "Y" TO WS-PARM-BAD
004540        END-IF
004550     END-IF.
004560     IF SYSIN-ABANDON-DAYS NOT = SPACES
004570        IF SYSIN-ABANDON-DAYS IS NUMERIC
004580           MOVE SYSIN-ABANDON-DAYS TO WS-ABANDON-DAYS
004590        ELSE
004600           MOVE "Y" TO WS-PARM-BAD
004610        END-IF
004620     END-IF.
004630
004640 WRITE-PARM-ERROR.
004650     MOVE SPACES TO WS-PARM-LINE.
004660     MOVE "INVALID CONTROL CARD    " TO PRM-LABEL.
004670     MOVE "RUN CANCELLED" TO PRM-VALUE.
004680     PERFORM WRITE-PARM-LINE.
004690
004700 WRITE-PARM-LINE.
004710     MOVE WS-PARM-LINE TO PRINT-LINE.
004720     WRITE PRINT-LINE.
004730     PERFORM CHECK-PRINT-STATUS.
004740     ADD 1 TO WS-LINE-COUNT.
004750
004760 OPEN-PRINT-FILE.
004770     OPEN OUTPUT PRINT-FILE.
004780
004790 CLOSE-PRINT-FILE.
004800     CLOSE PRINT-FILE.
004810
004820 LOAD-REASON-NAMES.
004830     MOVE "01" TO WS-RSN-CODE (1).
004840     MOVE "A IS NON-NUMERIC" TO WS-RSN-TEXT (1).
004850     MOVE "02" TO WS-RSN-CODE (2).
004860     MOVE "A IS NOT AN INTEGER" TO WS-RSN-TEXT (2).
004870     MOVE "03" TO WS-RSN-CODE (3).
004880     MOVE "A IS NEGATIVE" TO WS-RSN-TEXT (3).
004890     MOVE "04" TO WS-RSN-CODE (4).
004900     MOVE "A IS ZERO" TO WS-RSN-TEXT (4).
004910     MOVE "05" TO WS-RSN-CODE (5).
004920     MOVE "A EXCEEDS MAXIMUM" TO WS-RSN-TEXT (5).
004930     MOVE "06" TO WS-RSN-CODE (6).
004940     MOVE "B IS NON-NUMERIC" TO WS-RSN-TEXT (6).
004950     MOVE "07" TO WS-RSN-CODE (7).
004960     MOVE "B IS NOT AN INTEGER" TO WS-RSN-TEXT (7).
004970     MOVE "08" TO WS-RSN-CODE (8).
004980     MOVE "B IS NEGATIVE" TO WS-RSN-TEXT (8).
004990     MOVE "09" TO WS-RSN-CODE (9).
005000     MOVE "B IS ZERO" TO WS-RSN-TEXT (9).
005010     MOVE "10" TO WS-RSN-CODE (10).
005020     MOVE "B TOO LARGE" TO WS-RSN-TEXT (10).
005030     MOVE "11" TO WS-RSN-CODE (11).
005040     MOVE "A AND B INVALID" TO WS-RSN-TEXT (11).
005050     MOVE "12" TO WS-RSN-CODE (12).
005060     MOVE "LINE CODE NOT ON LINE FILE" TO WS-RSN-TEXT (12).
005070     MOVE "13" TO WS-RSN-CODE (13).
005080     MOVE "LINE CODE IS INACTIVE" TO WS-RSN-TEXT (13).
005090     MOVE "14" TO WS-RSN-CODE (14).
005100     MOVE "A OUTSIDE LINE LOT RANGE" TO WS-RSN-TEXT (14).
005110     MOVE "15" TO WS-RSN-CODE (15).
005120     MOVE "B OUTSIDE LINE LOT RANGE" TO WS-RSN-TEXT (15).
005130     MOVE "16" TO WS-RSN-CODE (16).
005140     MOVE "A AND B OUTSIDE LINE LOT RANGE" TO WS-RSN-TEXT (16).
005150     MOVE "17" TO WS-RSN-CODE (17).
005160     MOVE "SET ID IS NON-NUMERIC" TO WS-RSN-TEXT (17).
005170     MOVE "18" TO WS-RSN-CODE (18).
005180     MOVE "SET NEEDS TWO OR MORE VALUES" TO WS-RSN-TEXT (18).
005190     MOVE "19" TO WS-RSN-CODE (19).
005200     MOVE "SET VALUE IS NON-NUMERIC" TO WS-RSN-TEXT (19).
005210     MOVE "20" TO WS-RSN-CODE (20).
005220     MOVE "SET VALUE IS NOT AN INTEGER" TO WS-RSN-TEXT (20).
005230     MOVE "21" TO WS-RSN-CODE (21).
005240     MOVE "SET VALUE IS NOT POSITIVE" TO WS-RSN-TEXT (21).
005250     MOVE "22" TO WS-RSN-CODE (22).
005260     MOVE "SET VALUE EXCEEDS MAXIMUM" TO WS-RSN-TEXT (22).
005270     MOVE "23" TO WS-RSN-CODE (23).
005280     MOVE "SET LCM EXCEEDS MAXIMUM" TO WS-RSN-TEXT (23).
005290     MOVE "99" TO WS-RSN-CODE (24).
005300     MOVE "OTHER / UNRECOGNISED REASON" TO WS-RSN-TEXT (24).
005310     MOVE 1 TO WS-RSN-IX.
005320     PERFORM CLEAR-REASON-COUNT
005330        WITH TEST BEFORE UNTIL WS-RSN-IX > 24.
005340
005350 CLEAR-REASON-COUNT.
005360     MOVE 0 TO WS-RSN-COUNT (WS-RSN-IX).
005370     ADD 1 TO WS-RSN-IX.
005380
005390 SET-UP-PERIOD-TABLES.
005400     MOVE 1 TO WS-WEEK-IX.
005410     PERFORM SET-UP-WEEK-ENTRY
005420        WITH TEST BEFORE UNTIL WS-WEEK-IX > 8.
005430     MOVE "0 - 1" TO WS-BAND-LABEL (1).
005440     MOVE "2 - 3" TO WS-BAND-LABEL (2).
005450     MOVE "4 - 7" TO WS-BAND-LABEL (3).
005460     MOVE "8 - 14" TO WS-BAND-LABEL (4).
005470     MOVE "15 - 30" TO WS-BAND-LABEL (5).
005480     MOVE "OVER 30" TO WS-BAND-LABEL (6).
005490     MOVE 1 TO WS-BAND-IX.
005500     PERFORM CLEAR-BAND-ENTRY
005510        WITH TEST BEFORE UNTIL WS-BAND-IX > 6.
005520
005530 SET-UP-WEEK-ENTRY.
005540     COMPUTE WS-DATE-INTEGER =
005550        WS-END-INTEGER - ((WS-WEEK-IX - 1) * 7).
005560     COMPUTE WS-WK-END-DATE (WS-WEEK-IX) =
005570        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
005580     MOVE 0 TO WS-WK-REJECTS (WS-WEEK-IX).
005590     MOVE 0 TO WS-WK-SENT (WS-WEEK-IX).
005600     ADD 1 TO WS-WEEK-IX.
005610
005620 CLEAR-BAND-ENTRY.
005630     MOVE 0 TO WS-BAND-REPAIRED (WS-BAND-IX).
005640     MOVE 0 TO WS-BAND-PENDING (WS-BAND-IX).
005650     MOVE 0 TO WS-BAND-ABANDONED (WS-BAND-IX).
005660     ADD 1 TO WS-BAND-IX.
005670
005680 LOAD-PENDING-ENTRIES.
005690     OPEN INPUT PENDIN-FILE.
005700     IF WS-PENDIN-STATUS = "35"
005710        MOVE "Y" TO WS-PEND-MISSING
005720     ELSE
005730        IF WS-PENDIN-STATUS NOT = "00"
005740           MOVE "Y" TO WS-INPUT-IO-BAD
005750        ELSE
005760           PERFORM READ-PENDIN-RECORD
005770           PERFORM STORE-PENDING-ENTRY
005780              WITH TEST BEFORE UNTIL WS-PENDIN-EOF = "Y"
005790           CLOSE PENDIN-FILE
005800        END-IF
005810     END-IF.
005820
005830 READ-PENDIN-RECORD.
005840     READ PENDIN-FILE
005850        AT END
005860           MOVE "Y" TO WS-PENDIN-EOF
005870     END-READ.
005880     IF WS-PENDIN-STATUS NOT = "00"
005890        AND WS-PENDIN-STATUS NOT = "10"
005900        MOVE "Y" TO WS-INPUT-IO-BAD
005910        MOVE "Y" TO WS-PENDIN-EOF
005920     END-IF.
005930
005940 STORE-PENDING-ENTRY.
005950     ADD 1 TO WS-PENDING-LOADED.
005960     IF WS-PEND-COUNT < 5000
005970        ADD 1 TO WS-PEND-COUNT
005980        MOVE PIN-ORIG-DATE TO WS-PND-DATE (WS-PEND-COUNT)
005990        MOVE PIN-POSITION TO WS-PND-POSITION (WS-PEND-COUNT)
006000        MOVE PIN-A TO WS-PND-A (WS-PEND-COUNT)
006010        MOVE PIN-B TO WS-PND-B (WS-PEND-COUNT)
006020        MOVE "N" TO WS-PND-USED (WS-PEND-COUNT)
006030     ELSE
006040        MOVE "Y" TO WS-PEND-OVERFLOW
006050     END-IF.
006060     PERFORM READ-PENDIN-RECORD.
006070
006080 TALLY-AUDIT-FILE.
006090     OPEN INPUT AUDIT-FILE.
006100     IF WS-AUDIT-STATUS NOT = "00"
006110        AND WS-AUDIT-STATUS NOT = "35"
006120        MOVE "Y" TO WS-INPUT-IO-BAD
006130     END-IF.
006140     IF WS-AUDIT-STATUS = "00"
006150        PERFORM READ-AUDIT-RECORD
006160        PERFORM TALLY-ONE-AUDIT-ROW
006170           WITH TEST BEFORE UNTIL WS-AUDIT-EOF = "Y"
006180        CLOSE AUDIT-FILE
006190     END-IF.
006200
006210 READ-AUDIT-RECORD.
006220     READ AUDIT-FILE
006230        AT END
006240           MOVE "Y" TO WS-AUDIT-EOF
006250     END-READ.
006260     IF WS-AUDIT-STATUS NOT = "00"
006270        AND WS-AUDIT-STATUS NOT = "10"
006280        MOVE "Y" TO WS-INPUT-IO-BAD
006290        MOVE "Y" TO WS-AUDIT-EOF
006300     END-IF.
006310
006320 TALLY-ONE-AUDIT-ROW.
006330     ADD 1 TO WS-AUDIT-READ.
006340     IF AUD-SOURCE NOT = "S" AND AUD-SOURCE NOT = "R"
006350        AND AUD-DATE IS NUMERIC
006360        AND AUD-DATE >= WS-START-DATE
006370        AND AUD-DATE <= WS-END-DATE-NUM
006380        ADD 1 TO WS-AUDIT-IN-PERIOD
006390        MOVE AUD-DATE TO WS-WORK-DATE
006400        PERFORM LOCATE-WEEK-SLOT
006410        ADD 1 TO WS-WK-SENT (WS-WEEK-IX)
006420        ADD 1 TO WS-TOTAL-SENT
006430        MOVE AUD-LINE TO WS-PL-KEY
006440        PERFORM LOCATE-PLINE-ENTRY
006450        IF WS-PL-SLOT > 0
006460           ADD 1 TO WS-PL-SENT (WS-PL-SLOT)
006470           IF WS-WEEK-IX = 1
006480              ADD 1 TO WS-PL-CUR-SENT (WS-PL-SLOT)
006490           END-IF
006500           IF WS-WEEK-IX = 2
006510              ADD 1 TO WS-PL-PRV-SENT (WS-PL-SLOT)
006520           END-IF
006530        END-IF
006540     END-IF.
006550     PERFORM READ-AUDIT-RECORD.
006560
006570 LOCATE-WEEK-SLOT.
006580     COMPUTE WS-DATE-INTEGER =
006590        FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
006600     COMPUTE WS-AGE-DAYS = WS-END-INTEGER - WS-DATE-INTEGER.
006610     COMPUTE WS-WEEK-IX = (WS-AGE-DAYS / 7) + 1.
006620
006630 LOCATE-PLINE-ENTRY.
006640     MOVE 0 TO WS-PL-SLOT.
006650     MOVE 1 TO WS-PL-IX.
006660     PERFORM CHECK-PLINE-ENTRY
006670        WITH TEST BEFORE
006680        UNTIL WS-PL-SLOT > 0 OR WS-PL-IX > WS-PL-COUNT.
006690     IF WS-PL-SLOT = 0
006700        IF WS-PL-COUNT < 100
006710           ADD 1 TO WS-PL-COUNT
006720           MOVE WS-PL-KEY TO WS-PL-CODE (WS-PL-COUNT)
006730           MOVE 0 TO WS-PL-REJECTS (WS-PL-COUNT)
006740           MOVE 0 TO WS-PL-SENT (WS-PL-COUNT)
006750           MOVE 0 TO WS-PL-CUR-REJ (WS-PL-COUNT)
006760           MOVE 0 TO WS-PL-CUR-SENT (WS-PL-COUNT)
006770           MOVE 0 TO WS-PL-PRV-REJ (WS-PL-COUNT)
006780           MOVE 0 TO WS-PL-PRV-SENT (WS-PL-COUNT)
006790           MOVE WS-PL-COUNT TO WS-PL-SLOT
006800        ELSE
006810           MOVE "Y" TO WS-PL-OVERFLOW
006820        END-IF
006830     END-IF.
006840
006850 CHECK-PLINE-ENTRY.
006860     IF WS-PL-CODE (WS-PL-IX) = WS-PL-KEY
006870        MOVE WS-PL-IX TO WS-PL-SLOT
006880     END-IF.
006890     ADD 1 TO WS-PL-IX.
006900
006910 TALLY-REJECT-FILE.
006920     OPEN INPUT REJECT-FILE.
006930     IF WS-REJECT-STATUS NOT = "00"
006940        AND WS-REJECT-STATUS NOT = "35"
006950        MOVE "Y" TO WS-INPUT-IO-BAD
006960     END-IF.
006970     IF WS-REJECT-STATUS = "00"
006980        PERFORM READ-REJECT-RECORD
006990        PERFORM TALLY-ONE-REJECT
007000           WITH TEST BEFORE UNTIL WS-REJECT-EOF = "Y"
007010        CLOSE REJECT-FILE
007020     END-IF.
007030
007040 READ-REJECT-RECORD.
007050     READ REJECT-FILE
007060        AT END
007070           MOVE "Y" TO WS-REJECT-EOF
007080     END-READ.
007090     IF WS-REJECT-STATUS NOT = "00"
007100        AND WS-REJECT-STATUS NOT = "10"
007110        MOVE "Y" TO WS-INPUT-IO-BAD
007120        MOVE "Y" TO WS-REJECT-EOF
007130     END-IF.
007140
007150 TALLY-ONE-REJECT.
007160     ADD 1 TO WS-REJECTS-READ.
007170     IF REJ-DATE IS NOT NUMERIC OR REJ-DATE-NUM = 0
007180        ADD 1 TO WS-REJECTS-UNDATED
007190     ELSE
007200        IF REJ-DATE-NUM < WS-START-DATE
007210           OR REJ-DATE-NUM > WS-END-DATE-NUM
007220           ADD 1 TO WS-REJECTS-OUTSIDE
007230        ELSE
007240           PERFORM TALLY-PERIOD-REJECT
007250        END-IF
007260     END-IF.
007270     PERFORM READ-REJECT-RECORD.
007280
007290 TALLY-PERIOD-REJECT.
007300     ADD 1 TO WS-REJECTS-IN-PERIOD.
007310     PERFORM LOCATE-REASON-SLOT.
007320     ADD 1 TO WS-RSN-COUNT (WS-RSN-SLOT).
007330     MOVE REJ-DATE-NUM TO WS-WORK-DATE.
007340     PERFORM LOCATE-WEEK-SLOT.
007350     ADD 1 TO WS-WK-REJECTS (WS-WEEK-IX).
007360     ADD 1 TO WS-WK-SENT (WS-WEEK-IX).
007370     ADD 1 TO WS-TOTAL-SENT.
007380     MOVE REJ-LINE TO WS-PL-KEY.
007390     PERFORM LOCATE-PLINE-ENTRY.
007400     IF WS-PL-SLOT > 0
007410        ADD 1 TO WS-PL-REJECTS (WS-PL-SLOT)
007420        ADD 1 TO WS-PL-SENT (WS-PL-SLOT)
007430        IF WS-WEEK-IX = 1
007440           ADD 1 TO WS-PL-CUR-REJ (WS-PL-SLOT)
007450           ADD 1 TO WS-PL-CUR-SENT (WS-PL-SLOT)
007460        END-IF
007470        IF WS-WEEK-IX = 2
007480           ADD 1 TO WS-PL-PRV-REJ (WS-PL-SLOT)
007490           ADD 1 TO WS-PL-PRV-SENT (WS-PL-SLOT)
007500        END-IF
007510     END-IF.
007520     PERFORM LOCATE-AGE-BAND.
007530     PERFORM LOOKUP-PENDING-ENTRY.
007540     IF WS-PEND-SLOT = 0
007550        ADD 1 TO WS-BAND-REPAIRED (WS-BAND-IX)
007560     ELSE
007570        ADD 1 TO WS-PENDING-MATCHED
007580        IF WS-AGE-DAYS > WS-ABANDON-DAYS
007590           ADD 1 TO WS-BAND-ABANDONED (WS-BAND-IX)
007600        ELSE
007610           ADD 1 TO WS-BAND-PENDING (WS-BAND-IX)
007620        END-IF
007630     END-IF.
007640
007650 LOCATE-REASON-SLOT.
007660     MOVE 0 TO WS-RSN-SLOT.
007670     IF REJ-CODE IS NUMERIC
007680        MOVE REJ-CODE TO WS-RSN-CODE-NUM
007690        IF WS-RSN-CODE-NUM >= 1 AND WS-RSN-CODE-NUM <= 23
007700           MOVE WS-RSN-CODE-NUM TO WS-RSN-SLOT
007710        END-IF
007720     END-IF.
007730     IF WS-RSN-SLOT = 0
007740        MOVE 1 TO WS-RSN-IX
007750        PERFORM CHECK-REASON-TEXT
007760           WITH TEST BEFORE
007770           UNTIL WS-RSN-SLOT > 0 OR WS-RSN-IX > 23
007780        IF WS-RSN-SLOT > 0
007790           ADD 1 TO WS-CODED-FROM-TEXT
007800        ELSE
007810           MOVE 24 TO WS-RSN-SLOT
007820        END-IF
007830     END-IF.
007840
007850 CHECK-REASON-TEXT.
007860     IF WS-RSN-TEXT (WS-RSN-IX) = REJ-REASON
007870        MOVE WS-RSN-IX TO WS-RSN-SLOT
007880     END-IF.
007890     ADD 1 TO WS-RSN-IX.
007900
007910 LOCATE-AGE-BAND.
007920     EVALUATE TRUE
007930        WHEN WS-AGE-DAYS <= 1
007940           MOVE 1 TO WS-BAND-IX
007950        WHEN WS-AGE-DAYS <= 3
007960           MOVE 2 TO WS-BAND-IX
007970        WHEN WS-AGE-DAYS <= 7
007980           MOVE 3 TO WS-BAND-IX
007990        WHEN WS-AGE-DAYS <= 14
008000           MOVE 4 TO WS-BAND-IX
008010        WHEN WS-AGE-DAYS <= 30
008020           MOVE 5 TO WS-BAND-IX
008030        WHEN OTHER
008040           MOVE 6 TO WS-BAND-IX
008050     END-EVALUATE.
008060
008070 LOOKUP-PENDING-ENTRY.
008080     MOVE 0 TO WS-PEND-SLOT.
008090     MOVE 1 TO WS-PEND-IX.
008100     PERFORM CHECK-PENDING-ENTRY
008110        WITH TEST BEFORE
008120        UNTIL WS-PEND-SLOT > 0 OR WS-PEND-IX > WS-PEND-COUNT.
008130     IF WS-PEND-SLOT > 0
008140        MOVE "Y" TO WS-PND-USED (WS-PEND-SLOT)
008150     END-IF.
008160
008170 CHECK-PENDING-ENTRY.
008180     IF WS-PND-USED (WS-PEND-IX) = "N"
008190        AND WS-PND-POSITION (WS-PEND-IX) = REJ-POSITION
008200        AND WS-PND-A (WS-PEND-IX) = REJ-A
008210        AND WS-PND-B (WS-PEND-IX) = REJ-B
008220        AND WS-PND-DATE (WS-PEND-IX) >= REJ-DATE-NUM
008230        MOVE WS-PEND-IX TO WS-PEND-SLOT
008240     END-IF.
008250     ADD 1 TO WS-PEND-IX.
008260
008270 SORT-REASON-TABLE.
008280     MOVE "Y" TO WS-SWAPPED.
008290     PERFORM SORT-REASON-PASS
008300        WITH TEST BEFORE UNTIL WS-SWAPPED = "N".
008310
008320 SORT-REASON-PASS.
008330     MOVE "N" TO WS-SWAPPED.
008340     MOVE 1 TO WS-SORT-IX.
008350     PERFORM COMPARE-REASON-ENTRIES
008360        WITH TEST BEFORE UNTIL WS-SORT-IX >= 24.
008370
008380 COMPARE-REASON-ENTRIES.
008390     IF WS-RSN-COUNT (WS-SORT-IX) < WS-RSN-COUNT (WS-SORT-IX + 1)
008400        MOVE WS-RSN-ENTRY (WS-SORT-IX) TO WS-RSN-HOLD
008410        MOVE WS-RSN-ENTRY (WS-SORT-IX + 1) TO
008420           WS-RSN-ENTRY (WS-SORT-IX)
008430        MOVE WS-RSN-HOLD TO WS-RSN-ENTRY (WS-SORT-IX + 1)
008440        MOVE "Y" TO WS-SWAPPED
008450     END-IF.
008460     ADD 1 TO WS-SORT-IX.
008470
008480 SORT-PLINE-TABLE.
008490     MOVE "Y" TO WS-SWAPPED.
008500     PERFORM SORT-PLINE-PASS
008510        WITH TEST BEFORE UNTIL WS-SWAPPED = "N".
008520
008530 SORT-PLINE-PASS.
008540     MOVE "N" TO WS-SWAPPED.
008550     MOVE 1 TO WS-SORT-IX.
008560     PERFORM COMPARE-PLINE-ENTRIES
008570        WITH TEST BEFORE UNTIL WS-SORT-IX >= WS-PL-COUNT.
008580
008590 COMPARE-PLINE-ENTRIES.
008600     IF WS-PL-REJECTS (WS-SORT-IX) <
008610           WS-PL-REJECTS (WS-SORT-IX + 1)
008620        OR (WS-PL-REJECTS (WS-SORT-IX) =
008630               WS-PL-REJECTS (WS-SORT-IX + 1)
008640           AND WS-PL-CODE (WS-SORT-IX) >
008650               WS-PL-CODE (WS-SORT-IX + 1))
008660        MOVE WS-PL-ENTRY (WS-SORT-IX) TO WS-PL-HOLD
008670        MOVE WS-PL-ENTRY (WS-SORT-IX + 1) TO
008680           WS-PL-ENTRY (WS-SORT-IX)
008690        MOVE WS-PL-HOLD TO WS-PL-ENTRY (WS-SORT-IX + 1)
008700        MOVE "Y" TO WS-SWAPPED
008710     END-IF.
008720     ADD 1 TO WS-SORT-IX.
008730
008740 WRITE-PAGE-HEADERS.
008750     ADD 1 TO WS-PAGE-COUNT.
008760     MOVE SPACES TO PRINT-LINE.
008770     WRITE PRINT-LINE.
008780     PERFORM CHECK-PRINT-STATUS.
008790     MOVE WS-REPORT-DATE TO HDG1-DATE.
008800     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
008810     MOVE WS-HEADING-1 TO PRINT-LINE.
008820     WRITE PRINT-LINE.
008830     PERFORM CHECK-PRINT-STATUS.
008840     MOVE SPACES TO PRINT-LINE.
008850     WRITE PRINT-LINE.
008860     PERFORM CHECK-PRINT-STATUS.
008870     MOVE 0 TO WS-LINE-COUNT.
008880
008890 WRITE-SECTION-TITLE.
008900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 5
008910        PERFORM WRITE-PAGE-HEADERS
008920     END-IF.
008930     MOVE SPACES TO PRINT-LINE.
008940     WRITE PRINT-LINE.
008950     PERFORM CHECK-PRINT-STATUS.
008960     MOVE WS-SECTION-LINE TO PRINT-LINE.
008970     WRITE PRINT-LINE.
008980     PERFORM CHECK-PRINT-STATUS.
008990     MOVE SPACES TO PRINT-LINE.
009000     WRITE PRINT-LINE.
009010     PERFORM CHECK-PRINT-STATUS.
009020     MOVE WS-COLUMN-HEADING TO PRINT-LINE.
009030     WRITE PRINT-LINE.
009040     PERFORM CHECK-PRINT-STATUS.
009050     ADD 4 TO WS-LINE-COUNT.
009060
009070 WRITE-REPORT-LINE.
009080     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009090        MOVE PRINT-LINE TO WS-HOLD-LINE
009100        PERFORM WRITE-PAGE-HEADERS
009110        MOVE WS-COLUMN-HEADING TO PRINT-LINE
009120        WRITE PRINT-LINE
009130        PERFORM CHECK-PRINT-STATUS
009140        ADD 1 TO WS-LINE-COUNT
009150        MOVE WS-HOLD-LINE TO PRINT-LINE
009160     END-IF.
009170     WRITE PRINT-LINE.
009180     PERFORM CHECK-PRINT-STATUS.
009190     ADD 1 TO WS-LINE-COUNT.
009200
009210 WRITE-REASON-SECTION.
009220     MOVE SPACES TO WS-SECTION-LINE.
009230     MOVE "REJECTS BY REASON - PARETO" TO SEC-TITLE.
009240     MOVE WS-REASON-HEADING TO WS-COLUMN-HEADING.
009250     PERFORM WRITE-SECTION-TITLE.
009260     MOVE 0 TO WS-CUM-COUNT.
009270     MOVE 0 TO WS-RANK.
009280     MOVE 1 TO WS-RSN-IX.
009290     PERFORM WRITE-ONE-REASON-LINE
009300        WITH TEST BEFORE UNTIL WS-RSN-IX > 24.
009310
009320 WRITE-ONE-REASON-LINE.
009330     IF WS-RSN-COUNT (WS-RSN-IX) > 0
009340        ADD 1 TO WS-RANK
009350        ADD WS-RSN-COUNT (WS-RSN-IX) TO WS-CUM-COUNT
009360        MOVE SPACES TO WS-REASON-LINE
009370        MOVE WS-RANK TO RSN-RANK-OUT
009380        MOVE WS-RSN-CODE (WS-RSN-IX) TO RSN-CODE-OUT
009390        MOVE WS-RSN-TEXT (WS-RSN-IX) TO RSN-TEXT-OUT
009400        MOVE WS-RSN-COUNT (WS-RSN-IX) TO RSN-COUNT-OUT
009410        COMPUTE WS-PCT ROUNDED =
009420           WS-RSN-COUNT (WS-RSN-IX) * 100 / WS-REJECTS-IN-PERIOD
009430        MOVE WS-PCT TO RSN-PCT-OUT
009440        COMPUTE WS-PCT ROUNDED =
009450           WS-CUM-COUNT * 100 / WS-REJECTS-IN-PERIOD
009460        MOVE WS-PCT TO RSN-CUM-OUT
009470        MOVE WS-REASON-LINE TO PRINT-LINE
009480        PERFORM WRITE-REPORT-LINE
009490     END-IF.
009500     ADD 1 TO WS-RSN-IX.
009510
009520 WRITE-PLINE-SECTION.
009530     MOVE SPACES TO WS-SECTION-LINE.
009540     MOVE "REJECTS BY PACKING LINE" TO SEC-TITLE.
009550     MOVE WS-PLINE-HEADING TO WS-COLUMN-HEADING.
009560     PERFORM WRITE-SECTION-TITLE.
009570     MOVE 1 TO WS-PL-IX.
009580     PERFORM WRITE-ONE-PLINE-LINE
009590        WITH TEST BEFORE UNTIL WS-PL-IX > WS-PL-COUNT.
009600
009610 WRITE-ONE-PLINE-LINE.
009620     MOVE SPACES TO WS-PLINE-LINE.
009630     MOVE WS-PL-IX TO PLN-RANK-OUT.
009640     IF WS-PL-CODE (WS-PL-IX) = SPACES
009650        MOVE "NONE" TO PLN-CODE-OUT
009660     ELSE
009670        MOVE WS-PL-CODE (WS-PL-IX) TO PLN-CODE-OUT
009680     END-IF.
009690     MOVE WS-PL-REJECTS (WS-PL-IX) TO PLN-REJECTS-OUT.
009700     MOVE WS-PL-SENT (WS-PL-IX) TO PLN-SENT-OUT.
009710     MOVE 0 TO WS-PCT.
009720     IF WS-PL-SENT (WS-PL-IX) > 0
009730        COMPUTE WS-PCT ROUNDED =
009740           WS-PL-REJECTS (WS-PL-IX) * 100 / WS-PL-SENT (WS-PL-IX)
009750     END-IF.
009760     MOVE WS-PCT TO PLN-RATE-OUT.
009770     MOVE WS-PL-CUR-REJ (WS-PL-IX) TO PLN-CUR-REJ-OUT.
009780     MOVE 0 TO WS-PCT.
009790     IF WS-PL-CUR-SENT (WS-PL-IX) > 0
009800        COMPUTE WS-PCT ROUNDED =
009810           WS-PL-CUR-REJ (WS-PL-IX) * 100
009820           / WS-PL-CUR-SENT (WS-PL-IX)
009830     END-IF.
009840     MOVE WS-PCT TO PLN-CUR-RATE-OUT.
009850     MOVE WS-PL-PRV-REJ (WS-PL-IX) TO PLN-PRV-REJ-OUT.
009860     MOVE 0 TO WS-PRIOR-PCT.
009870     IF WS-PL-PRV-SENT (WS-PL-IX) > 0
009880        COMPUTE WS-PRIOR-PCT ROUNDED =
009890           WS-PL-PRV-REJ (WS-PL-IX) * 100
009900           / WS-PL-PRV-SENT (WS-PL-IX)
009910     END-IF.
009920     MOVE WS-PRIOR-PCT TO PLN-PRV-RATE-OUT.
009930     IF WS-WEEKS > 1
009940        COMPUTE PLN-RATE-CHG-OUT = WS-PCT - WS-PRIOR-PCT
009950     END-IF.
009960     MOVE WS-PLINE-LINE TO PRINT-LINE.
009970     PERFORM WRITE-REPORT-LINE.
009980     ADD 1 TO WS-PL-IX.
009990
010000 WRITE-WEEK-SECTION.
010010     MOVE SPACES TO WS-SECTION-LINE.
010020     MOVE "WEEK-OVER-WEEK TREND" TO SEC-TITLE.
010030     MOVE WS-WEEK-HEADING TO WS-COLUMN-HEADING.
010040     PERFORM WRITE-SECTION-TITLE.
010050     MOVE WS-WEEKS TO WS-WEEK-IX.
010060     PERFORM WRITE-ONE-WEEK-LINE
010070        WITH TEST BEFORE UNTIL WS-WEEK-IX < 1.
010080
010090 WRITE-ONE-WEEK-LINE.
010100     MOVE SPACES TO WS-WEEK-LINE.
010110     MOVE WS-WK-END-DATE (WS-WEEK-IX) TO WKL-DATE-OUT.
010120     MOVE WS-WK-REJECTS (WS-WEEK-IX) TO WKL-REJECTS-OUT.
010130     MOVE WS-WK-SENT (WS-WEEK-IX) TO WKL-SENT-OUT.
010140     MOVE 0 TO WS-PCT.
010150     IF WS-WK-SENT (WS-WEEK-IX) > 0
010160        COMPUTE WS-PCT ROUNDED =
010170           WS-WK-REJECTS (WS-WEEK-IX) * 100
010180           / WS-WK-SENT (WS-WEEK-IX)
010190     END-IF.
010200     MOVE WS-PCT TO WKL-RATE-OUT.
010210     IF WS-WEEK-IX < WS-WEEKS
010220        COMPUTE WKL-REJ-CHG-OUT = WS-WK-REJECTS (WS-WEEK-IX)
010230           - WS-WK-REJECTS (WS-WEEK-IX + 1)
010240        COMPUTE WKL-RATE-CHG-OUT = WS-PCT - WS-PRIOR-PCT
010250     END-IF.
010260     MOVE WS-PCT TO WS-PRIOR-PCT.
010270     MOVE WS-WEEK-LINE TO PRINT-LINE.
010280     PERFORM WRITE-REPORT-LINE.
010290     SUBTRACT 1 FROM WS-WEEK-IX.
010300
010310 WRITE-BAND-SECTION.
010320     MOVE SPACES TO WS-SECTION-LINE.
010330     MOVE "REJECT STATUS BY AGE" TO SEC-TITLE.
010340     MOVE WS-BAND-HEADING TO WS-COLUMN-HEADING.
010350     PERFORM WRITE-SECTION-TITLE.
010360     MOVE 1 TO WS-BAND-IX.
010370     PERFORM WRITE-ONE-BAND-LINE
010380        WITH TEST BEFORE UNTIL WS-BAND-IX > 6.
010390
010400 WRITE-ONE-BAND-LINE.
010410     MOVE SPACES TO WS-BAND-LINE.
010420     MOVE WS-BAND-LABEL (WS-BAND-IX) TO BND-LABEL-OUT.
010430     MOVE WS-BAND-REPAIRED (WS-BAND-IX) TO BND-REPAIRED-OUT.
010440     MOVE WS-BAND-PENDING (WS-BAND-IX) TO BND-PENDING-OUT.
010450     MOVE WS-BAND-ABANDONED (WS-BAND-IX) TO BND-ABANDONED-OUT.
010460     COMPUTE BND-TOTAL-OUT = WS-BAND-REPAIRED (WS-BAND-IX)
010470        + WS-BAND-PENDING (WS-BAND-IX)
010480        + WS-BAND-ABANDONED (WS-BAND-IX).
010490     MOVE WS-BAND-LINE TO PRINT-LINE.
010500     PERFORM WRITE-REPORT-LINE.
010510     ADD 1 TO WS-BAND-IX.
010520
010530 WRITE-CONTROL-MESSAGE.
010540     MOVE WS-CONTROL-LINE TO PRINT-LINE.
010550     WRITE PRINT-LINE.
010560     PERFORM CHECK-PRINT-STATUS.
010570     ADD 1 TO WS-LINE-COUNT.
010580
010590 WRITE-CONTROL-TOTALS.
010600     MOVE SPACES TO PRINT-LINE.
010610     WRITE PRINT-LINE.
010620     PERFORM CHECK-PRINT-STATUS.
010630     IF WS-PEND-MISSING = "Y"
010640        MOVE SPACES TO WS-CONTROL-LINE
010650        MOVE "NO PENDING FILE - EVERY REJECT SHOWN AS REPAIRED"
010660           TO CTL-MESSAGE
010670        PERFORM WRITE-CONTROL-MESSAGE
010680     END-IF.
010690     IF WS-PEND-OVERFLOW = "Y"
010700        MOVE SPACES TO WS-CONTROL-LINE
010710        MOVE "PENDING TABLE FULL - SOME PENDING SHOWN AS REPAIRED"
010720           TO CTL-MESSAGE
010730        PERFORM WRITE-CONTROL-MESSAGE
010740     END-IF.
010750     IF WS-PL-OVERFLOW = "Y"
010760        MOVE SPACES TO WS-CONTROL-LINE
010770        MOVE "LINE TABLE FULL - SOME LINES NOT LISTED"
010780           TO CTL-MESSAGE
010790        PERFORM WRITE-CONTROL-MESSAGE
010800     END-IF.
010810     IF WS-INPUT-IO-BAD = "Y"
010820        MOVE SPACES TO WS-CONTROL-LINE
010830        MOVE "INPUT FILE ERROR - ANALYSIS NOT PRINTED"
010840           TO CTL-MESSAGE
010850        PERFORM WRITE-CONTROL-MESSAGE
010860     END-IF.
010870     MOVE SPACES TO WS-TOTALS-LINE.
010880     MOVE "REJECT RECORDS READ:    " TO TOT-LABEL.
010890     MOVE WS-REJECTS-READ TO TOT-COUNT.
010900     PERFORM WRITE-TOTALS-LINE.
010910     MOVE SPACES TO WS-TOTALS-LINE.
010920     MOVE "  IN PERIOD:            " TO TOT-LABEL.
010930     MOVE WS-REJECTS-IN-PERIOD TO TOT-COUNT.
010940     PERFORM WRITE-TOTALS-LINE.
010950     MOVE SPACES TO WS-TOTALS-LINE.
010960     MOVE "  OUTSIDE PERIOD:       " TO TOT-LABEL.
010970     MOVE WS-REJECTS-OUTSIDE TO TOT-COUNT.
010980     PERFORM WRITE-TOTALS-LINE.
010990     MOVE SPACES TO WS-TOTALS-LINE.
011000     MOVE "  UNDATED (SKIPPED):    " TO TOT-LABEL.
011010     MOVE WS-REJECTS-UNDATED TO TOT-COUNT.
011020     PERFORM WRITE-TOTALS-LINE.
011030     MOVE SPACES TO WS-TOTALS-LINE.
011040     MOVE "CODED FROM REASON TEXT: " TO TOT-LABEL.
011050     MOVE WS-CODED-FROM-TEXT TO TOT-COUNT.
011060     PERFORM WRITE-TOTALS-LINE.
011070     MOVE SPACES TO WS-TOTALS-LINE.
011080     MOVE "AUDIT RECORDS READ:     " TO TOT-LABEL.
011090     MOVE WS-AUDIT-READ TO TOT-COUNT.
011100     PERFORM WRITE-TOTALS-LINE.
011110     MOVE SPACES TO WS-TOTALS-LINE.
011120     MOVE "  PAIRS IN PERIOD:      " TO TOT-LABEL.
011130     MOVE WS-AUDIT-IN-PERIOD TO TOT-COUNT.
011140     PERFORM WRITE-TOTALS-LINE.
011150     MOVE SPACES TO WS-TOTALS-LINE.
011160     MOVE "PAIRS SENT IN PERIOD:   " TO TOT-LABEL.
011170     MOVE WS-TOTAL-SENT TO TOT-COUNT.
011180     PERFORM WRITE-TOTALS-LINE.
011190     MOVE SPACES TO WS-TOTALS-LINE.
011200     MOVE "PENDING ENTRIES READ:   " TO TOT-LABEL.
011210     MOVE WS-PENDING-LOADED TO TOT-COUNT.
011220     PERFORM WRITE-TOTALS-LINE.
011230     MOVE SPACES TO WS-TOTALS-LINE.
011240     MOVE "  MATCHED TO PERIOD:    " TO TOT-LABEL.
011250     MOVE WS-PENDING-MATCHED TO TOT-COUNT.
011260     PERFORM WRITE-TOTALS-LINE.
011270
011280 WRITE-TOTALS-LINE.
011290     MOVE WS-TOTALS-LINE TO PRINT-LINE.
011300     WRITE PRINT-LINE.
011310     PERFORM CHECK-PRINT-STATUS.
011320
011330 CHECK-PRINT-STATUS.
011340     IF WS-PRINT-STATUS NOT = "00"
011350        MOVE "Y" TO WS-PRINT-WRITE-BAD
011360     END-IF.
011370
011380 SET-RUN-RETURN-CODE.
011390     IF WS-PARM-BAD = "Y" OR WS-INPUT-IO-BAD = "Y"
011400        MOVE "Y" TO WS-ABEND-SWITCH
011410     END-IF.
011420     IF WS-PRINT-WRITE-BAD = "Y"
011430        MOVE "Y" TO WS-ABEND-SWITCH
011440     END-IF.
011450     IF WS-ABEND-SWITCH = "Y"
011460        MOVE 8 TO RETURN-CODE
011470     ELSE
011480        IF WS-PEND-MISSING = "Y" OR WS-PEND-OVERFLOW = "Y"
011490           OR WS-PL-OVERFLOW = "Y"
011500           MOVE 4 TO RETURN-CODE
011510        ELSE
011520           MOVE 0 TO RETURN-CODE
011530        END-IF
011540     END-IF.
