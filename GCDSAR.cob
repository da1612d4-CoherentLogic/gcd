000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDSAR.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT INTERFACE-FILE ASSIGN TO "GCDXTR"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-XTR-STATUS.
000180     SELECT ACTUAL-FILE ASSIGN TO "GCDSACT"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-ACT-STATUS.
000210     SELECT MASTER-FILE ASSIGN TO "GCDMSTR"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS MSTR-KEY
000250         FILE STATUS IS WS-MSTR-STATUS.
000260     SELECT AUDIT-FILE ASSIGN TO "GCDAUD"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-AUDIT-STATUS.
000290     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PRINT-STATUS.
000320     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SYSIN-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  INTERFACE-FILE
000380     RECORD CONTAINS 10 TO 52 CHARACTERS.
000390 01  XTR-DETAIL-RECORD.
000400     05  XTR-TYPE            PIC X.
000410     05  FILLER              PIC X.
000420     05  XTR-A               PIC 9(9).
000430     05  FILLER              PIC X.
000440     05  XTR-B               PIC 9(9).
000450     05  FILLER              PIC X.
000460     05  XTR-GCD             PIC 9(9).
000470     05  FILLER              PIC X.
000480     05  XTR-LCM             PIC 9(18).
000490     05  FILLER              PIC X.
000500     05  XTR-SOURCE          PIC X.
000510 01  XTR-HEADER-RECORD.
000520     05  XTR-HDR-TYPE        PIC X.
000530     05  FILLER              PIC X.
000540     05  XTR-HDR-DATE        PIC 9(8).
000550 FD  ACTUAL-FILE
000560     RECORD CONTAINS 60 CHARACTERS.
000570 01  ACTUAL-RECORD.
000580     05  SAC-DATE            PIC 9(8).
000590     05  FILLER              PIC X.
000600     05  SAC-A               PIC 9(9).
000610     05  FILLER              PIC X.
000620     05  SAC-B               PIC 9(9).
000630     05  FILLER              PIC X.
000640     05  SAC-SPLIT           PIC 9(9).
000650     05  FILLER              PIC X.
000660     05  SAC-RUN-LENGTH      PIC 9(18).
000670     05  FILLER              PIC X.
000680     05  SAC-LINE            PIC X(2).
000690 FD  MASTER-FILE
000700     RECORD CONTAINS 46 CHARACTERS.
000710 01  MASTER-RECORD.
000720     05  MSTR-KEY.
000730         10  MSTR-KEY-A      PIC 9(9).
000740         10  MSTR-KEY-B      PIC 9(9).
000750     05  MSTR-GCD            PIC S9(9)  COMP-3.
000760     05  MSTR-LCM            PIC S9(18) COMP-3.
000770     05  MSTR-LAST-REF-DATE  PIC 9(8).
000780     05  MSTR-REUSE-COUNT    PIC S9(9) COMP-3.
000790 FD  AUDIT-FILE
000800     RECORD CONTAINS 71 CHARACTERS.
000810 01  AUDIT-RECORD.
000820     05  AUD-DATE            PIC 9(8).
000830     05  FILLER              PIC X.
000840     05  AUD-TIME            PIC 9(8).
000850     05  FILLER              PIC X.
000860     05  AUD-A               PIC X(9).
000870     05  FILLER              PIC X.
000880     05  AUD-B               PIC X(9).
000890     05  FILLER              PIC X.
000900     05  AUD-GCD             PIC X(9).
000910     05  FILLER              PIC X.
000920     05  AUD-LCM             PIC X(18).
000930     05  FILLER              PIC X.
000940     05  AUD-SOURCE          PIC X.
000950     05  FILLER              PIC X.
000960     05  AUD-LINE            PIC X(2).
000970 FD  PRINT-FILE
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  PRINT-LINE              PIC X(132).
001000 FD  SYSIN-FILE
001010     RECORD CONTAINS 8 CHARACTERS.
001020 01  SYSIN-RECORD.
001030     05  SYSIN-RECON-DATE    PIC X(8).
001040 WORKING-STORAGE SECTION.
001050
001060 77      WS-XTR-STATUS       PIC XX.
001070 77      WS-ACT-STATUS       PIC XX.
001080 77      WS-MSTR-STATUS      PIC XX.
001090 77      WS-AUDIT-STATUS     PIC XX.
001100 77      WS-PRINT-STATUS     PIC XX.
001110 77      WS-SYSIN-STATUS     PIC XX.
001120 77      WS-XTR-EOF          PIC X       VALUE "N".
001130 77      WS-ACT-EOF          PIC X       VALUE "N".
001140 77      WS-AUDIT-EOF        PIC X       VALUE "N".
001150 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
001160 77      WS-RECON-DATE       PIC 9(8)    VALUE 0.
001170 77      WS-GROUP-DATE       PIC 9(8)    VALUE 0.
001180 77      WS-LOW-DATE         PIC 9(8)    VALUE 99999999.
001190 77      WS-HIGH-DATE        PIC 9(8)    VALUE 0.
001200 77      WS-MSTR-OPEN        PIC X       VALUE "N".
001210 77      WS-MASTER-HIT       PIC X       VALUE "N".
001220 77      WS-XTR-DETAILS      PIC 9(9)    VALUE 0.
001230 77      WS-ACT-READ         PIC 9(9)    VALUE 0.
001240 77      WS-ACT-OTHER-DATE   PIC 9(9)    VALUE 0.
001250 77      WS-ACT-UNREADABLE   PIC 9(9)    VALUE 0.
001260 77      WS-ACT-DUPLICATE    PIC 9(9)    VALUE 0.
001270 77      WS-AS-PLANNED       PIC 9(9)    VALUE 0.
001280 77      WS-OVERRIDDEN       PIC 9(9)    VALUE 0.
001290 77      WS-NON-DIVISOR      PIC 9(9)    VALUE 0.
001300 77      WS-NOT-SCHEDULED    PIC 9(9)    VALUE 0.
001310 77      WS-NOT-SENT         PIC 9(9)    VALUE 0.
001320 77      WS-EXCESS-RUN       PIC S9(18)  COMP-3 VALUE 0.
001330 77      WS-SENT-COUNT       PIC S9(4)   COMP-3 VALUE 0.
001340 77      WS-SENT-IX          PIC S9(4)   COMP-3 VALUE 0.
001350 77      WS-SENT-SLOT        PIC S9(4)   COMP-3 VALUE 0.
001360 77      WS-SENT-OVERFLOW    PIC X       VALUE "N".
001370 77      WS-PL-COUNT         PIC S9(4)   COMP-3 VALUE 0.
001380 77      WS-PL-IX            PIC S9(4)   COMP-3 VALUE 0.
001390 77      WS-PL-SLOT          PIC S9(4)   COMP-3 VALUE 0.
001400 77      WS-PL-OVERFLOW      PIC X       VALUE "N".
001410 77      WS-PL-KEY           PIC X(2)    VALUE SPACES.
001420 77      WS-KEY-A            PIC 9(9)    VALUE 0.
001430 77      WS-KEY-B            PIC 9(9)    VALUE 0.
001440 77      WS-KEY-DATE         PIC 9(8)    VALUE 0.
001450 77      WS-AUD-A-NUM        PIC 9(9)    VALUE 0.
001460 77      WS-AUD-B-NUM        PIC 9(9)    VALUE 0.
001470 77      WS-SPLIT-REMAINDER  PIC 9(9)    VALUE 0.
001480 77      WS-SPLIT-QUOTIENT   PIC 9(9)    VALUE 0.
001490 77      WS-SPLIT-DIVIDES    PIC X       VALUE "N".
001500 77      WS-STATUS-TEXT      PIC X(14)   VALUE SPACES.
001510 77      WS-LINE-COUNT       PIC 99      VALUE 0.
001520 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
001530 77      WS-LINES-PER-PAGE   PIC 99      VALUE 50.
001540 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
001550 77      WS-INPUT-IO-BAD     PIC X       VALUE "N".
001560 77      WS-PARM-BAD         PIC X       VALUE "N".
001570 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
001580
001590 01  WS-SENT-TABLE.
001600     05  WS-SENT-ENTRY       OCCURS 5000 TIMES.
001610         10  WS-SNT-DATE     PIC 9(8).
001620         10  WS-SNT-A        PIC 9(9).
001630         10  WS-SNT-B        PIC 9(9).
001640         10  WS-SNT-GCD      PIC 9(9).
001650         10  WS-SNT-LCM      PIC 9(18).
001660         10  WS-SNT-LINE     PIC X(2).
001670         10  WS-SNT-USED     PIC X.
001680
001690 01  WS-PLINE-TABLE.
001700     05  WS-PL-ENTRY         OCCURS 100 TIMES.
001710         10  WS-PL-CODE      PIC X(2).
001720         10  WS-PL-SENT      PIC 9(9).
001730         10  WS-PL-PLANNED   PIC 9(9).
001740         10  WS-PL-OVERRIDE  PIC 9(9).
001750         10  WS-PL-NON-DIV   PIC 9(9).
001760         10  WS-PL-NOT-SCHED PIC 9(9).
001770         10  WS-PL-NOT-SENT  PIC 9(9).
001780         10  WS-PL-EXCESS    PIC S9(18)  COMP-3.
001790
001800 01  WS-RUN-DATE.
001810     05  WS-RUN-YEAR         PIC 9(4).
001820     05  WS-RUN-MONTH        PIC 9(2).
001830     05  WS-RUN-DAY          PIC 9(2).
001840
001850 01  WS-REPORT-DATE.
001860     05  WS-RPT-MONTH        PIC 9(2).
001870     05  FILLER              PIC X       VALUE "/".
001880     05  WS-RPT-DAY          PIC 9(2).
001890     05  FILLER              PIC X       VALUE "/".
001900     05  WS-RPT-YEAR         PIC 9(4).
001910
001920 01  WS-HEADING-1.
001930     05  FILLER              PIC X(1)    VALUE SPACE.
001940     05  FILLER              PIC X(40)
001950         VALUE "SCHEDULER ACTUAL VS PLANNED RECON".
001960     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
001970     05  HDG1-DATE           PIC X(10).
001980     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
001990     05  HDG1-PAGE           PIC ZZ9.
002000
002010 01  WS-HEADING-2.
002020     05  FILLER              PIC X(1)    VALUE SPACE.
002030     05  FILLER              PIC X(15)   VALUE "STATUS".
002040     05  FILLER              PIC X(9)    VALUE "XTR DATE".
002050     05  FILLER              PIC X(10)   VALUE "    LOT A".
002060     05  FILLER              PIC X(10)   VALUE "    LOT B".
002070     05  FILLER              PIC X(5)    VALUE "LINE".
002080     05  FILLER              PIC X(10)   VALUE " SENT GCD".
002090     05  FILLER              PIC X(19)
002100         VALUE "          SENT LCM".
002110     05  FILLER              PIC X(10)   VALUE " ACT SPLIT".
002120     05  FILLER              PIC X(19)
002130         VALUE "    ACT RUN LENGTH".
002140     05  FILLER              PIC X(10)   VALUE " MSTR GCD".
002150
002160 01  WS-DETAIL-LINE.
002170     05  FILLER              PIC X(1)    VALUE SPACE.
002180     05  DTL-STATUS          PIC X(14).
002190     05  FILLER              PIC X(1)    VALUE SPACE.
002200     05  DTL-DATE            PIC 9(8).
002210     05  FILLER              PIC X(1)    VALUE SPACE.
002220     05  DTL-A               PIC Z(8)9.
002230     05  FILLER              PIC X(1)    VALUE SPACE.
002240     05  DTL-B               PIC Z(8)9.
002250     05  FILLER              PIC X(2)    VALUE SPACES.
002260     05  DTL-LINE            PIC X(2).
002270     05  FILLER              PIC X(2)    VALUE SPACES.
002280     05  DTL-SENT-GCD        PIC Z(8)9.
002290     05  FILLER              PIC X(1)    VALUE SPACE.
002300     05  DTL-SENT-LCM        PIC Z(17)9.
002310     05  FILLER              PIC X(1)    VALUE SPACE.
002320     05  DTL-ACT-SPLIT       PIC Z(8)9.
002330     05  FILLER              PIC X(1)    VALUE SPACE.
002340     05  DTL-ACT-RUN         PIC Z(17)9.
002350     05  FILLER              PIC X(1)    VALUE SPACE.
002360     05  DTL-MSTR-GCD        PIC Z(8)9.
002370
002380 01  WS-SECTION-LINE.
002390     05  FILLER              PIC X(1)    VALUE SPACE.
002400     05  SEC-TITLE           PIC X(50).
002410
002420 01  WS-PLINE-HEADING.
002430     05  FILLER              PIC X(1)    VALUE SPACE.
002440     05  FILLER              PIC X(6)    VALUE "LINE".
002450     05  FILLER              PIC X(12)   VALUE "        SENT".
002460     05  FILLER              PIC X(12)   VALUE "  AS PLANNED".
002470     05  FILLER              PIC X(12)   VALUE "  OVERRIDDEN".
002480     05  FILLER              PIC X(12)   VALUE " NON-DIVISOR".
002490     05  FILLER              PIC X(12)   VALUE " NOT SCHED".
002500     05  FILLER              PIC X(12)   VALUE "   NOT SENT".
002510     05  FILLER              PIC X(22)
002520         VALUE "   RUN OVER PLANNED".
002530
002540 01  WS-PLINE-LINE.
002550     05  FILLER              PIC X(1)    VALUE SPACE.
002560     05  PLN-CODE-OUT        PIC X(4).
002570     05  FILLER              PIC X(2)    VALUE SPACES.
002580     05  PLN-SENT-OUT        PIC ZZZ,ZZZ,ZZ9.
002590     05  FILLER              PIC X(1)    VALUE SPACE.
002600     05  PLN-PLANNED-OUT     PIC ZZZ,ZZZ,ZZ9.
002610     05  FILLER              PIC X(1)    VALUE SPACE.
002620     05  PLN-OVERRIDE-OUT    PIC ZZZ,ZZZ,ZZ9.
002630     05  FILLER              PIC X(1)    VALUE SPACE.
002640     05  PLN-NON-DIV-OUT     PIC ZZZ,ZZZ,ZZ9.
002650     05  FILLER              PIC X(1)    VALUE SPACE.
002660     05  PLN-NOT-SCHED-OUT   PIC ZZZ,ZZZ,ZZ9.
002670     05  FILLER              PIC X(1)    VALUE SPACE.
002680     05  PLN-NOT-SENT-OUT    PIC ZZZ,ZZZ,ZZ9.
002690     05  FILLER              PIC X(1)    VALUE SPACE.
002700     05  PLN-EXCESS-OUT      PIC -(17)9.
002710
002720 01  WS-PARM-LINE.
002730     05  FILLER              PIC X(1)    VALUE SPACE.
002740     05  PRM-LABEL           PIC X(24).
002750     05  PRM-VALUE           PIC X(20).
002760
002770 01  WS-CONTROL-LINE.
002780     05  FILLER              PIC X(1)    VALUE SPACE.
002790     05  CTL-MESSAGE         PIC X(60).
002800
002810 01  WS-TOTALS-LINE.
002820     05  FILLER              PIC X(1)    VALUE SPACE.
002830     05  TOT-LABEL           PIC X(24).
002840     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002850
002860 01  WS-EXCESS-LINE.
002870     05  FILLER              PIC X(1)    VALUE SPACE.
002880     05  EXC-LABEL           PIC X(24).
002890     05  EXC-AMOUNT          PIC -(17)9.
002900
002910 PROCEDURE DIVISION.
002920 PROGRAM-BEGIN.
002930
002940     PERFORM GET-RUN-DATE.
002950     PERFORM OPEN-PRINT-FILE.
002960     PERFORM WRITE-PAGE-HEADERS.
002970     PERFORM READ-SYSIN-PARM.
002980     IF WS-PARM-BAD = "N"
002990        PERFORM LOAD-SENT-DETAILS
003000     END-IF.
003010     IF WS-PARM-BAD = "N" AND WS-INPUT-IO-BAD = "N"
003020        AND WS-SENT-OVERFLOW = "N"
003030        PERFORM LOAD-SENT-LINES
003040        PERFORM OPEN-MASTER-FILE
003050        PERFORM WRITE-DETAIL-HEADINGS
003060        PERFORM RECONCILE-ACTUALS
003070        PERFORM LIST-NOT-SCHEDULED
003080        PERFORM CLOSE-MASTER-FILE
003090        PERFORM WRITE-PLINE-SECTION
003100     END-IF.
003110     PERFORM WRITE-CONTROL-TOTALS.
003120     PERFORM CLOSE-PRINT-FILE.
003130     PERFORM SET-RUN-RETURN-CODE.
003140
003150     STOP RUN.
003160
003170 GET-RUN-DATE.
003180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003190     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
003200     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
003210     MOVE WS-RUN-DAY TO WS-RPT-DAY.
003220     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
003230
003240 READ-SYSIN-PARM.
003250     OPEN INPUT SYSIN-FILE.
003260     IF WS-SYSIN-STATUS = "00"
003270        READ SYSIN-FILE
003280           AT END
003290              MOVE SPACES TO SYSIN-RECORD
003300        END-READ
003310        IF SYSIN-RECON-DATE NOT = SPACES
003320           IF SYSIN-RECON-DATE IS NUMERIC
003330              MOVE SYSIN-RECON-DATE TO WS-RECON-DATE
003340           ELSE
003350              MOVE "Y" TO WS-PARM-BAD
003360           END-IF
003370        END-IF
003380        CLOSE SYSIN-FILE
003390     END-IF.
003400     IF WS-PARM-BAD = "Y"
003410        MOVE SPACES TO WS-PARM-LINE
003420        MOVE "INVALID CONTROL CARD    " TO PRM-LABEL
003430        MOVE "RUN CANCELLED" TO PRM-VALUE
003440        PERFORM WRITE-PARM-LINE
003450     ELSE
003460        MOVE SPACES TO WS-PARM-LINE
003470        MOVE "EXTRACT DATE:           " TO PRM-LABEL
003480        IF WS-RECON-DATE = 0
003490           MOVE "ALL ON GCDXTR" TO PRM-VALUE
003500        ELSE
003510           MOVE WS-RECON-DATE TO PRM-VALUE
003520        END-IF
003530        PERFORM WRITE-PARM-LINE
003540     END-IF.
003550
003560 WRITE-PARM-LINE.
003570     MOVE WS-PARM-LINE TO PRINT-LINE.
003580     WRITE PRINT-LINE.
003590     PERFORM CHECK-PRINT-STATUS.
003600     ADD 1 TO WS-LINE-COUNT.
003610
003620 OPEN-PRINT-FILE.
003630     OPEN OUTPUT PRINT-FILE.
003640
003650 CLOSE-PRINT-FILE.
003660     CLOSE PRINT-FILE.
003670
003680 LOAD-SENT-DETAILS.
003690     OPEN INPUT INTERFACE-FILE.
003700     IF WS-XTR-STATUS NOT = "00"
003710        MOVE "Y" TO WS-INPUT-IO-BAD
003720        MOVE SPACES TO WS-CONTROL-LINE
003730        MOVE "INTERFACE FILE NOT AVAILABLE - NOTHING TO RECON"
003740           TO CTL-MESSAGE
003750        PERFORM WRITE-CONTROL-MESSAGE
003760     ELSE
003770        PERFORM READ-XTR-RECORD
003780        PERFORM STORE-XTR-RECORD
003790           WITH TEST BEFORE UNTIL WS-XTR-EOF = "Y"
003800        CLOSE INTERFACE-FILE
003810     END-IF.
003820     IF WS-SENT-OVERFLOW = "Y"
003830        MOVE SPACES TO WS-CONTROL-LINE
003840        MOVE "MORE THAN 5000 PAIRS SENT - RECON NOT RUN"
003850           TO CTL-MESSAGE
003860        PERFORM WRITE-CONTROL-MESSAGE
003870     END-IF.
003880
003890 READ-XTR-RECORD.
003900     READ INTERFACE-FILE
003910        AT END
003920           MOVE "Y" TO WS-XTR-EOF
003930     END-READ.
003940     IF WS-XTR-STATUS NOT = "00" AND WS-XTR-STATUS NOT = "10"
003950        AND WS-XTR-STATUS NOT = "04"
003960        MOVE "Y" TO WS-INPUT-IO-BAD
003970        MOVE "Y" TO WS-XTR-EOF
003980     END-IF.
003990
004000 STORE-XTR-RECORD.
004010     EVALUATE XTR-TYPE
004020        WHEN "H"
004030           MOVE XTR-HDR-DATE TO WS-GROUP-DATE
004040        WHEN "D"
004050           IF (WS-RECON-DATE = 0 OR WS-GROUP-DATE = WS-RECON-DATE)
004060              AND XTR-SOURCE NOT = "S"
004070              PERFORM STORE-SENT-ENTRY
004080           END-IF
004090        WHEN OTHER
004100           CONTINUE
004110     END-EVALUATE.
004120     PERFORM READ-XTR-RECORD.
004130
004140 STORE-SENT-ENTRY.
004150     ADD 1 TO WS-XTR-DETAILS.
004160     IF WS-SENT-COUNT < 5000
004170        ADD 1 TO WS-SENT-COUNT
004180        MOVE WS-GROUP-DATE TO WS-SNT-DATE (WS-SENT-COUNT)
004190        MOVE XTR-A TO WS-SNT-A (WS-SENT-COUNT)
004200        MOVE XTR-B TO WS-SNT-B (WS-SENT-COUNT)
004210        MOVE XTR-GCD TO WS-SNT-GCD (WS-SENT-COUNT)
004220        MOVE XTR-LCM TO WS-SNT-LCM (WS-SENT-COUNT)
004230        MOVE SPACES TO WS-SNT-LINE (WS-SENT-COUNT)
004240        MOVE "N" TO WS-SNT-USED (WS-SENT-COUNT)
004250        IF WS-GROUP-DATE < WS-LOW-DATE
004260           MOVE WS-GROUP-DATE TO WS-LOW-DATE
004270        END-IF
004280        IF WS-GROUP-DATE > WS-HIGH-DATE
004290           MOVE WS-GROUP-DATE TO WS-HIGH-DATE
004300        END-IF
004310     ELSE
004320        MOVE "Y" TO WS-SENT-OVERFLOW
004330     END-IF.
004340
004350 LOAD-SENT-LINES.
004360     OPEN INPUT AUDIT-FILE.
004370     IF WS-AUDIT-STATUS NOT = "00"
004380        AND WS-AUDIT-STATUS NOT = "35"
004390        MOVE "Y" TO WS-INPUT-IO-BAD
004400     END-IF.
004410     IF WS-AUDIT-STATUS = "00"
004420        PERFORM READ-AUDIT-RECORD
004430        PERFORM TAKE-AUDIT-LINE
004440           WITH TEST BEFORE UNTIL WS-AUDIT-EOF = "Y"
004450        CLOSE AUDIT-FILE
004460     END-IF.
004470
004480 READ-AUDIT-RECORD.
004490     READ AUDIT-FILE
004500        AT END
004510           MOVE "Y" TO WS-AUDIT-EOF
004520     END-READ.
004530     IF WS-AUDIT-STATUS NOT = "00"
004540        AND WS-AUDIT-STATUS NOT = "10"
004550        MOVE "Y" TO WS-INPUT-IO-BAD
004560        MOVE "Y" TO WS-AUDIT-EOF
004570     END-IF.
004580
004590 TAKE-AUDIT-LINE.
004600     IF AUD-SOURCE NOT = "S" AND AUD-LINE NOT = SPACES
004610        AND AUD-DATE IS NUMERIC
004620        AND AUD-DATE >= WS-LOW-DATE
004630        AND AUD-DATE <= WS-HIGH-DATE
004640        COMPUTE WS-AUD-A-NUM = FUNCTION NUMVAL(AUD-A)
004650        COMPUTE WS-AUD-B-NUM = FUNCTION NUMVAL(AUD-B)
004660        MOVE AUD-DATE TO WS-KEY-DATE
004670        MOVE WS-AUD-A-NUM TO WS-KEY-A
004680        MOVE WS-AUD-B-NUM TO WS-KEY-B
004690        PERFORM LOOKUP-SENT-ENTRY
004700        IF WS-SENT-SLOT > 0
004710           MOVE AUD-LINE TO WS-SNT-LINE (WS-SENT-SLOT)
004720        END-IF
004730     END-IF.
004740     PERFORM READ-AUDIT-RECORD.
004750
004760 LOOKUP-SENT-ENTRY.
004770     MOVE 0 TO WS-SENT-SLOT.
004780     MOVE 1 TO WS-SENT-IX.
004790     PERFORM CHECK-SENT-ENTRY
004800        WITH TEST BEFORE
004810        UNTIL WS-SENT-SLOT > 0 OR WS-SENT-IX > WS-SENT-COUNT.
004820
004830 CHECK-SENT-ENTRY.
004840     IF WS-SNT-A (WS-SENT-IX) = WS-KEY-A
004850        AND WS-SNT-B (WS-SENT-IX) = WS-KEY-B
004860        AND WS-SNT-DATE (WS-SENT-IX) = WS-KEY-DATE
004870        MOVE WS-SENT-IX TO WS-SENT-SLOT
004880     END-IF.
004890     ADD 1 TO WS-SENT-IX.
004900
004910 OPEN-MASTER-FILE.
004920     OPEN INPUT MASTER-FILE.
004930     IF WS-MSTR-STATUS = "00"
004940        MOVE "Y" TO WS-MSTR-OPEN
004950     ELSE
004960        MOVE "Y" TO WS-INPUT-IO-BAD
004970        MOVE SPACES TO WS-CONTROL-LINE
004980        MOVE "GCDMSTR NOT AVAILABLE - MASTER GCD NOT SHOWN"
004990           TO CTL-MESSAGE
005000        PERFORM WRITE-CONTROL-MESSAGE
005010     END-IF.
005020
005030 CLOSE-MASTER-FILE.
005040     IF WS-MSTR-OPEN = "Y"
005050        CLOSE MASTER-FILE
005060     END-IF.
005070
005080 READ-MASTER-RECORD.
005090     MOVE "N" TO WS-MASTER-HIT.
005100     IF WS-MSTR-OPEN = "Y"
005110        IF WS-KEY-A < WS-KEY-B
005120           MOVE WS-KEY-B TO MSTR-KEY-A
005130           MOVE WS-KEY-A TO MSTR-KEY-B
005140        ELSE
005150           MOVE WS-KEY-A TO MSTR-KEY-A
005160           MOVE WS-KEY-B TO MSTR-KEY-B
005170        END-IF
005180        READ MASTER-FILE
005190           INVALID KEY
005200              CONTINUE
005210           NOT INVALID KEY
005220              MOVE "Y" TO WS-MASTER-HIT
005230        END-READ
005240     END-IF.
005250
005260 RECONCILE-ACTUALS.
005270     OPEN INPUT ACTUAL-FILE.
005280     IF WS-ACT-STATUS NOT = "00"
005290        MOVE "Y" TO WS-INPUT-IO-BAD
005300        MOVE SPACES TO WS-CONTROL-LINE
005310        MOVE "NO ACTUALS FILE RECEIVED FROM SCHEDULER"
005320           TO CTL-MESSAGE
005330        PERFORM WRITE-CONTROL-MESSAGE
005340     ELSE
005350        PERFORM READ-ACTUAL-RECORD
005360        PERFORM RECONCILE-ONE-ACTUAL
005370           WITH TEST BEFORE UNTIL WS-ACT-EOF = "Y"
005380        CLOSE ACTUAL-FILE
005390     END-IF.
005400
005410 READ-ACTUAL-RECORD.
005420     READ ACTUAL-FILE
005430        AT END
005440           MOVE "Y" TO WS-ACT-EOF
005450     END-READ.
005460     IF WS-ACT-STATUS NOT = "00"
005470        AND WS-ACT-STATUS NOT = "10"
005480        MOVE "Y" TO WS-INPUT-IO-BAD
005490        MOVE "Y" TO WS-ACT-EOF
005500     END-IF.
005510
005520 RECONCILE-ONE-ACTUAL.
005530     ADD 1 TO WS-ACT-READ.
005540     IF SAC-DATE IS NOT NUMERIC OR SAC-A IS NOT NUMERIC
005550        OR SAC-B IS NOT NUMERIC OR SAC-SPLIT IS NOT NUMERIC
005560        OR SAC-RUN-LENGTH IS NOT NUMERIC
005570        ADD 1 TO WS-ACT-UNREADABLE
005580     ELSE
005590        IF WS-RECON-DATE NOT = 0 AND SAC-DATE NOT = WS-RECON-DATE
005600           ADD 1 TO WS-ACT-OTHER-DATE
005610        ELSE
005620           PERFORM MATCH-ONE-ACTUAL
005630        END-IF
005640     END-IF.
005650     PERFORM READ-ACTUAL-RECORD.
005660
005670 MATCH-ONE-ACTUAL.
005680     MOVE SAC-DATE TO WS-KEY-DATE.
005690     MOVE SAC-A TO WS-KEY-A.
005700     MOVE SAC-B TO WS-KEY-B.
005710     PERFORM LOOKUP-SENT-ENTRY.
005720     PERFORM CHECK-ACTUAL-SPLIT.
005730     IF WS-SENT-SLOT = 0
005740        ADD 1 TO WS-NOT-SENT
005750        MOVE SAC-LINE TO WS-PL-KEY
005760        PERFORM LOCATE-PLINE-ENTRY
005770        IF WS-PL-SLOT > 0
005780           ADD 1 TO WS-PL-NOT-SENT (WS-PL-SLOT)
005790        END-IF
005800        MOVE "NOT SENT" TO WS-STATUS-TEXT
005810        PERFORM WRITE-ACTUAL-LINE
005820     ELSE
005830        IF WS-SNT-USED (WS-SENT-SLOT) = "Y"
005840           ADD 1 TO WS-ACT-DUPLICATE
005850        ELSE
005860           MOVE "Y" TO WS-SNT-USED (WS-SENT-SLOT)
005870           PERFORM CLASSIFY-MATCHED-ACTUAL
005880        END-IF
005890     END-IF.
005900
005910 CHECK-ACTUAL-SPLIT.
005920     MOVE "N" TO WS-SPLIT-DIVIDES.
005930     IF SAC-SPLIT > 0
005940        DIVIDE SAC-A BY SAC-SPLIT GIVING WS-SPLIT-QUOTIENT
005950           REMAINDER WS-SPLIT-REMAINDER
005960        IF WS-SPLIT-REMAINDER = 0
005970           DIVIDE SAC-B BY SAC-SPLIT GIVING WS-SPLIT-QUOTIENT
005980              REMAINDER WS-SPLIT-REMAINDER
005990           IF WS-SPLIT-REMAINDER = 0
006000              MOVE "Y" TO WS-SPLIT-DIVIDES
006010           END-IF
006020        END-IF
006030     END-IF.
006040
006050 CLASSIFY-MATCHED-ACTUAL.
006060     IF WS-SNT-LINE (WS-SENT-SLOT) = SPACES
006070        MOVE SAC-LINE TO WS-SNT-LINE (WS-SENT-SLOT)
006080     END-IF.
006090     MOVE WS-SNT-LINE (WS-SENT-SLOT) TO WS-PL-KEY.
006100     PERFORM LOCATE-PLINE-ENTRY.
006110     IF WS-PL-SLOT > 0
006120        ADD 1 TO WS-PL-SENT (WS-PL-SLOT)
006130        COMPUTE WS-PL-EXCESS (WS-PL-SLOT) =
006140           WS-PL-EXCESS (WS-PL-SLOT) + SAC-RUN-LENGTH
006150           - WS-SNT-LCM (WS-SENT-SLOT)
006160     END-IF.
006170     COMPUTE WS-EXCESS-RUN = WS-EXCESS-RUN + SAC-RUN-LENGTH
006180        - WS-SNT-LCM (WS-SENT-SLOT).
006190     EVALUATE TRUE
006200        WHEN WS-SPLIT-DIVIDES = "N"
006210           ADD 1 TO WS-NON-DIVISOR
006220           IF WS-PL-SLOT > 0
006230              ADD 1 TO WS-PL-NON-DIV (WS-PL-SLOT)
006240           END-IF
006250           MOVE "NON-DIVISOR" TO WS-STATUS-TEXT
006260           PERFORM WRITE-ACTUAL-LINE
006270        WHEN SAC-SPLIT NOT = WS-SNT-GCD (WS-SENT-SLOT)
006280           OR SAC-RUN-LENGTH NOT = WS-SNT-LCM (WS-SENT-SLOT)
006290           ADD 1 TO WS-OVERRIDDEN
006300           IF WS-PL-SLOT > 0
006310              ADD 1 TO WS-PL-OVERRIDE (WS-PL-SLOT)
006320           END-IF
006330           MOVE "OVERRIDDEN" TO WS-STATUS-TEXT
006340           PERFORM WRITE-ACTUAL-LINE
006350        WHEN OTHER
006360           ADD 1 TO WS-AS-PLANNED
006370           IF WS-PL-SLOT > 0
006380              ADD 1 TO WS-PL-PLANNED (WS-PL-SLOT)
006390           END-IF
006400     END-EVALUATE.
006410
006420 WRITE-ACTUAL-LINE.
006430     PERFORM READ-MASTER-RECORD.
006440     MOVE SPACES TO WS-DETAIL-LINE.
006450     MOVE WS-STATUS-TEXT TO DTL-STATUS.
006460     MOVE SAC-DATE TO DTL-DATE.
006470     MOVE SAC-A TO DTL-A.
006480     MOVE SAC-B TO DTL-B.
006490     MOVE SAC-SPLIT TO DTL-ACT-SPLIT.
006500     MOVE SAC-RUN-LENGTH TO DTL-ACT-RUN.
006510     IF WS-SENT-SLOT > 0
006520        MOVE WS-SNT-LINE (WS-SENT-SLOT) TO DTL-LINE
006530        MOVE WS-SNT-GCD (WS-SENT-SLOT) TO DTL-SENT-GCD
006540        MOVE WS-SNT-LCM (WS-SENT-SLOT) TO DTL-SENT-LCM
006550     ELSE
006560        MOVE SAC-LINE TO DTL-LINE
006570     END-IF.
006580     IF WS-MASTER-HIT = "Y"
006590        MOVE MSTR-GCD TO DTL-MSTR-GCD
006600     END-IF.
006610     PERFORM WRITE-DETAIL-LINE.
006620
006630 LIST-NOT-SCHEDULED.
006640     MOVE 1 TO WS-SENT-IX.
006650     PERFORM CHECK-NOT-SCHEDULED
006660        WITH TEST BEFORE UNTIL WS-SENT-IX > WS-SENT-COUNT.
006670
006680 CHECK-NOT-SCHEDULED.
006690     IF WS-SNT-USED (WS-SENT-IX) = "N"
006700        ADD 1 TO WS-NOT-SCHEDULED
006710        MOVE WS-SNT-LINE (WS-SENT-IX) TO WS-PL-KEY
006720        PERFORM LOCATE-PLINE-ENTRY
006730        IF WS-PL-SLOT > 0
006740           ADD 1 TO WS-PL-SENT (WS-PL-SLOT)
006750           ADD 1 TO WS-PL-NOT-SCHED (WS-PL-SLOT)
006760        END-IF
006770        MOVE WS-SNT-A (WS-SENT-IX) TO WS-KEY-A
006780        MOVE WS-SNT-B (WS-SENT-IX) TO WS-KEY-B
006790        PERFORM READ-MASTER-RECORD
006800        MOVE SPACES TO WS-DETAIL-LINE
006810        MOVE "NOT SCHEDULED" TO DTL-STATUS
006820        MOVE WS-SNT-DATE (WS-SENT-IX) TO DTL-DATE
006830        MOVE WS-SNT-A (WS-SENT-IX) TO DTL-A
006840        MOVE WS-SNT-B (WS-SENT-IX) TO DTL-B
006850        MOVE WS-SNT-LINE (WS-SENT-IX) TO DTL-LINE
006860        MOVE WS-SNT-GCD (WS-SENT-IX) TO DTL-SENT-GCD
006870        MOVE WS-SNT-LCM (WS-SENT-IX) TO DTL-SENT-LCM
006880        IF WS-MASTER-HIT = "Y"
006890           MOVE MSTR-GCD TO DTL-MSTR-GCD
006900        END-IF
006910        PERFORM WRITE-DETAIL-LINE
006920     END-IF.
006930     ADD 1 TO WS-SENT-IX.
006940
006950 LOCATE-PLINE-ENTRY.
006960     MOVE 0 TO WS-PL-SLOT.
006970     MOVE 1 TO WS-PL-IX.
006980     PERFORM CHECK-PLINE-ENTRY
006990        WITH TEST BEFORE
007000        UNTIL WS-PL-SLOT > 0 OR WS-PL-IX > WS-PL-COUNT.
007010     IF WS-PL-SLOT = 0
007020        IF WS-PL-COUNT < 100
007030           ADD 1 TO WS-PL-COUNT
007040           MOVE WS-PL-KEY TO WS-PL-CODE (WS-PL-COUNT)
007050           MOVE 0 TO WS-PL-SENT (WS-PL-COUNT)
007060           MOVE 0 TO WS-PL-PLANNED (WS-PL-COUNT)
007070           MOVE 0 TO WS-PL-OVERRIDE (WS-PL-COUNT)
007080           MOVE 0 TO WS-PL-NON-DIV (WS-PL-COUNT)
007090           MOVE 0 TO WS-PL-NOT-SCHED (WS-PL-COUNT)
007100           MOVE 0 TO WS-PL-NOT-SENT (WS-PL-COUNT)
007110           MOVE 0 TO WS-PL-EXCESS (WS-PL-COUNT)
007120           MOVE WS-PL-COUNT TO WS-PL-SLOT
007130        ELSE
007140           MOVE "Y" TO WS-PL-OVERFLOW
007150        END-IF
007160     END-IF.
007170
007180 CHECK-PLINE-ENTRY.
007190     IF WS-PL-CODE (WS-PL-IX) = WS-PL-KEY
007200        MOVE WS-PL-IX TO WS-PL-SLOT
007210     END-IF.
007220     ADD 1 TO WS-PL-IX.
007230
007240 WRITE-DETAIL-HEADINGS.
007250     MOVE SPACES TO PRINT-LINE.
007260     WRITE PRINT-LINE.
007270     PERFORM CHECK-PRINT-STATUS.
007280     MOVE WS-HEADING-2 TO PRINT-LINE.
007290     WRITE PRINT-LINE.
007300     PERFORM CHECK-PRINT-STATUS.
007310     ADD 2 TO WS-LINE-COUNT.
007320
007330 WRITE-DETAIL-LINE.
007340     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007350        PERFORM WRITE-PAGE-HEADERS
007360        MOVE WS-HEADING-2 TO PRINT-LINE
007370        WRITE PRINT-LINE
007380        PERFORM CHECK-PRINT-STATUS
007390        ADD 1 TO WS-LINE-COUNT
007400     END-IF.
007410     MOVE WS-DETAIL-LINE TO PRINT-LINE.
007420     WRITE PRINT-LINE.
007430     PERFORM CHECK-PRINT-STATUS.
007440     ADD 1 TO WS-LINE-COUNT.
007450
007460 WRITE-PLINE-SECTION.
007470     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 5
007480        PERFORM WRITE-PAGE-HEADERS
007490     END-IF.
007500     MOVE SPACES TO PRINT-LINE.
007510     WRITE PRINT-LINE.
007520     PERFORM CHECK-PRINT-STATUS.
007530     MOVE SPACES TO WS-SECTION-LINE.
007540     MOVE "TOTALS BY PACKING LINE" TO SEC-TITLE.
007550     MOVE WS-SECTION-LINE TO PRINT-LINE.
007560     WRITE PRINT-LINE.
007570     PERFORM CHECK-PRINT-STATUS.
007580     MOVE SPACES TO PRINT-LINE.
007590     WRITE PRINT-LINE.
007600     PERFORM CHECK-PRINT-STATUS.
007610     MOVE WS-PLINE-HEADING TO PRINT-LINE.
007620     WRITE PRINT-LINE.
007630     PERFORM CHECK-PRINT-STATUS.
007640     ADD 4 TO WS-LINE-COUNT.
007650     MOVE 1 TO WS-PL-IX.
007660     PERFORM WRITE-ONE-PLINE-LINE
007670        WITH TEST BEFORE UNTIL WS-PL-IX > WS-PL-COUNT.
007680
007690 WRITE-ONE-PLINE-LINE.
007700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007710        PERFORM WRITE-PAGE-HEADERS
007720        MOVE WS-PLINE-HEADING TO PRINT-LINE
007730        WRITE PRINT-LINE
007740        PERFORM CHECK-PRINT-STATUS
007750        ADD 1 TO WS-LINE-COUNT
007760     END-IF.
007770     MOVE SPACES TO WS-PLINE-LINE.
007780     IF WS-PL-CODE (WS-PL-IX) = SPACES
007790        MOVE "NONE" TO PLN-CODE-OUT
007800     ELSE
007810        MOVE WS-PL-CODE (WS-PL-IX) TO PLN-CODE-OUT
007820     END-IF.
007830     MOVE WS-PL-SENT (WS-PL-IX) TO PLN-SENT-OUT.
007840     MOVE WS-PL-PLANNED (WS-PL-IX) TO PLN-PLANNED-OUT.
007850     MOVE WS-PL-OVERRIDE (WS-PL-IX) TO PLN-OVERRIDE-OUT.
007860     MOVE WS-PL-NON-DIV (WS-PL-IX) TO PLN-NON-DIV-OUT.
007870     MOVE WS-PL-NOT-SCHED (WS-PL-IX) TO PLN-NOT-SCHED-OUT.
007880     MOVE WS-PL-NOT-SENT (WS-PL-IX) TO PLN-NOT-SENT-OUT.
007890     MOVE WS-PL-EXCESS (WS-PL-IX) TO PLN-EXCESS-OUT.
007900     MOVE WS-PLINE-LINE TO PRINT-LINE.
007910     WRITE PRINT-LINE.
007920     PERFORM CHECK-PRINT-STATUS.
007930     ADD 1 TO WS-LINE-COUNT.
007940     ADD 1 TO WS-PL-IX.
007950
007960 WRITE-CONTROL-MESSAGE.
007970     MOVE WS-CONTROL-LINE TO PRINT-LINE.
007980     WRITE PRINT-LINE.
007990     PERFORM CHECK-PRINT-STATUS.
008000     ADD 1 TO WS-LINE-COUNT.
008010
008020 WRITE-PAGE-HEADERS.
008030     ADD 1 TO WS-PAGE-COUNT.
008040     MOVE SPACES TO PRINT-LINE.
008050     WRITE PRINT-LINE.
008060     PERFORM CHECK-PRINT-STATUS.
008070     MOVE WS-REPORT-DATE TO HDG1-DATE.
008080     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
008090     MOVE WS-HEADING-1 TO PRINT-LINE.
008100     WRITE PRINT-LINE.
008110     PERFORM CHECK-PRINT-STATUS.
008120     MOVE SPACES TO PRINT-LINE.
008130     WRITE PRINT-LINE.
008140     PERFORM CHECK-PRINT-STATUS.
008150     MOVE 0 TO WS-LINE-COUNT.
008160
008170 WRITE-CONTROL-TOTALS.
008180     MOVE SPACES TO PRINT-LINE.
008190     WRITE PRINT-LINE.
008200     PERFORM CHECK-PRINT-STATUS.
008210     IF WS-PL-OVERFLOW = "Y"
008220        MOVE SPACES TO WS-CONTROL-LINE
008230        MOVE "LINE TABLE FULL - SOME LINES NOT TOTALLED"
008240           TO CTL-MESSAGE
008250        PERFORM WRITE-CONTROL-MESSAGE
008260     END-IF.
008270     MOVE SPACES TO WS-TOTALS-LINE.
008280     MOVE "PAIRS SENT (GCDXTR):    " TO TOT-LABEL.
008290     MOVE WS-XTR-DETAILS TO TOT-COUNT.
008300     PERFORM WRITE-TOTALS-LINE.
008310     MOVE SPACES TO WS-TOTALS-LINE.
008320     MOVE "  SCHEDULED AS PLANNED: " TO TOT-LABEL.
008330     MOVE WS-AS-PLANNED TO TOT-COUNT.
008340     PERFORM WRITE-TOTALS-LINE.
008350     MOVE SPACES TO WS-TOTALS-LINE.
008360     MOVE "  OVERRIDDEN:           " TO TOT-LABEL.
008370     MOVE WS-OVERRIDDEN TO TOT-COUNT.
008380     PERFORM WRITE-TOTALS-LINE.
008390     MOVE SPACES TO WS-TOTALS-LINE.
008400     MOVE "  NON-DIVISOR SPLIT:    " TO TOT-LABEL.
008410     MOVE WS-NON-DIVISOR TO TOT-COUNT.
008420     PERFORM WRITE-TOTALS-LINE.
008430     MOVE SPACES TO WS-TOTALS-LINE.
008440     MOVE "  NEVER SCHEDULED:      " TO TOT-LABEL.
008450     MOVE WS-NOT-SCHEDULED TO TOT-COUNT.
008460     PERFORM WRITE-TOTALS-LINE.
008470     MOVE SPACES TO WS-TOTALS-LINE.
008480     MOVE "ACTUALS READ:           " TO TOT-LABEL.
008490     MOVE WS-ACT-READ TO TOT-COUNT.
008500     PERFORM WRITE-TOTALS-LINE.
008510     MOVE SPACES TO WS-TOTALS-LINE.
008520     MOVE "  SCHEDULED, NOT SENT:  " TO TOT-LABEL.
008530     MOVE WS-NOT-SENT TO TOT-COUNT.
008540     PERFORM WRITE-TOTALS-LINE.
008550     MOVE SPACES TO WS-TOTALS-LINE.
008560     MOVE "  DUPLICATE ACTUALS:    " TO TOT-LABEL.
008570     MOVE WS-ACT-DUPLICATE TO TOT-COUNT.
008580     PERFORM WRITE-TOTALS-LINE.
008590     MOVE SPACES TO WS-TOTALS-LINE.
008600     MOVE "  OTHER EXTRACT DATE:   " TO TOT-LABEL.
008610     MOVE WS-ACT-OTHER-DATE TO TOT-COUNT.
008620     PERFORM WRITE-TOTALS-LINE.
008630     MOVE SPACES TO WS-TOTALS-LINE.
008640     MOVE "  UNREADABLE:           " TO TOT-LABEL.
008650     MOVE WS-ACT-UNREADABLE TO TOT-COUNT.
008660     PERFORM WRITE-TOTALS-LINE.
008670     MOVE SPACES TO WS-EXCESS-LINE.
008680     MOVE "RUN LENGTH OVER PLANNED:" TO EXC-LABEL.
008690     MOVE WS-EXCESS-RUN TO EXC-AMOUNT.
008700     MOVE WS-EXCESS-LINE TO PRINT-LINE.
008710     WRITE PRINT-LINE.
008720     PERFORM CHECK-PRINT-STATUS.
008730
008740 WRITE-TOTALS-LINE.
008750     MOVE WS-TOTALS-LINE TO PRINT-LINE.
008760     WRITE PRINT-LINE.
008770     PERFORM CHECK-PRINT-STATUS.
008780
008790 CHECK-PRINT-STATUS.
008800     IF WS-PRINT-STATUS NOT = "00"
008810        MOVE "Y" TO WS-PRINT-WRITE-BAD
008820     END-IF.
008830
008840 SET-RUN-RETURN-CODE.
008850     IF WS-PARM-BAD = "Y" OR WS-INPUT-IO-BAD = "Y"
008860        MOVE "Y" TO WS-ABEND-SWITCH
008870     END-IF.
008880     IF WS-SENT-OVERFLOW = "Y"
008890        MOVE "Y" TO WS-ABEND-SWITCH
008900     END-IF.
008910     IF WS-PRINT-WRITE-BAD = "Y"
008920        MOVE "Y" TO WS-ABEND-SWITCH
008930     END-IF.
008940     IF WS-ABEND-SWITCH = "Y"
008950        MOVE 8 TO RETURN-CODE
008960     ELSE
008970        IF WS-OVERRIDDEN > 0 OR WS-NON-DIVISOR > 0
008980           OR WS-NOT-SCHEDULED > 0 OR WS-NOT-SENT > 0
008990           OR WS-ACT-UNREADABLE > 0 OR WS-PL-OVERFLOW = "Y"
009000           MOVE 4 TO RETURN-CODE
009010        ELSE
009020           MOVE 0 TO RETURN-CODE
009030        END-IF
009040     END-IF.
