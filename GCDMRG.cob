000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDMRG.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PCT-FILE ASSIGN TO "GCDPCT"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-PCT-STATUS.
000180     SELECT PRL-FILE ASSIGN TO "GCDPRL"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-PRL-STATUS.
000210     SELECT PXT-FILE ASSIGN TO "GCDPXT"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-PXT-STATUS.
000240     SELECT PRP-FILE ASSIGN TO "GCDPRP"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-PRP-STATUS.
000270     SELECT PRJ-FILE ASSIGN TO "GCDPRJ"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PRJ-STATUS.
000300     SELECT PAU-FILE ASSIGN TO "GCDPAU"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PAU-STATUS.
000330     SELECT PFC-FILE ASSIGN TO "GCDPFC"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PFC-STATUS.
000360     SELECT PSP-FILE ASSIGN TO "GCDPSP"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PSP-STATUS.
000390     SELECT REJECT-FILE ASSIGN TO "GCDREJ"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REJ-STATUS.
000420     SELECT AUDIT-FILE ASSIGN TO "GCDAUD"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-STATUS.
000450     SELECT FACTOR-FILE ASSIGN TO "GCDFCT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FCT-STATUS.
000480     SELECT SPLIT-FILE ASSIGN TO "GCDSPL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SPL-STATUS.
000510     SELECT INTERFACE-FILE ASSIGN TO "GCDXTR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-XTR-STATUS.
000540     SELECT RUNLOG-FILE ASSIGN TO "GCDRNL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RNL-STATUS.
000570     SELECT LOCK-FILE ASSIGN TO "GCDLOCK"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-LOCK-STATUS.
000600     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SYSIN-STATUS.
000630     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRINT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PCT-FILE
000690     RECORD CONTAINS 70 CHARACTERS.
000700 01  PCT-RECORD.
000710     05  PCT-DATE            PIC 9(8).
000720     05  FILLER              PIC X.
000730     05  PCT-PARTITION       PIC 9.
000740     05  FILLER              PIC X.
000750     05  PCT-COUNT           PIC 9(9).
000760     05  FILLER              PIC X.
000770     05  PCT-HASH            PIC 9(18).
000780     05  FILLER              PIC X.
000790     05  PCT-LINES           PIC X(20).
000800     05  FILLER              PIC X.
000810     05  PCT-BALANCED-SW     PIC X.
000811 01  PCT-FLAG-RECORD.
000812     05  PCT-FLG-DATE        PIC 9(8).
000813     05  FILLER              PIC X.
000814     05  PCT-FLG-TYPE        PIC X.
000815     05  FILLER              PIC X.
000816     05  PCT-FLG-COUNT       PIC 9(9).
000817     05  FILLER              PIC X(50).
000820 FD  PRL-FILE
000830     RECORD CONTAINS 87 CHARACTERS.
000840 01  PRL-RECORD.
000850     05  PRL-DATE            PIC 9(8).
000860     05  FILLER              PIC X.
000870     05  PRL-START-TIME      PIC 9(8).
000880     05  FILLER              PIC X.
000890     05  PRL-END-TIME        PIC 9(8).
000900     05  FILLER              PIC X.
000910     05  PRL-ELAPSED-SECS    PIC 9(7).
000920     05  FILLER              PIC X.
000930     05  PRL-READ            PIC 9(9).
000940     05  FILLER              PIC X.
000950     05  PRL-PROCESSED       PIC 9(9).
000960     05  FILLER              PIC X.
000970     05  PRL-REJECTED        PIC 9(9).
000980     05  FILLER              PIC X.
000990     05  PRL-REUSED          PIC 9(9).
001000     05  FILLER              PIC X.
001010     05  PRL-RETURN-CODE     PIC 9(2).
001013     05  FILLER              PIC X.
001016     05  PRL-REPAIRS-READ    PIC 9(9).
001020 FD  PXT-FILE
001030     RECORD CONTAINS 10 TO 52 CHARACTERS.
001040 01  PXT-DETAIL-RECORD.
001050     05  PXT-TYPE            PIC X.
001060     05  FILLER              PIC X.
001070     05  PXT-A               PIC 9(9).
001080     05  FILLER              PIC X(41).
001090 01  PXT-HEADER-RECORD.
001100     05  PXT-HDR-TYPE        PIC X.
001110     05  FILLER              PIC X.
001120     05  PXT-HDR-DATE        PIC 9(8).
001130 01  PXT-TRAILER-RECORD.
001140     05  PXT-TRL-TYPE        PIC X.
001150     05  FILLER              PIC X.
001160     05  PXT-TRL-COUNT       PIC 9(9).
001170     05  FILLER              PIC X.
001180     05  PXT-TRL-HASH        PIC 9(18).
001190 FD  PRP-FILE
001200     RECORD CONTAINS 132 CHARACTERS.
001210 01  PRP-RECORD              PIC X(132).
001220 FD  PRJ-FILE
001230     RECORD CONTAINS 77 CHARACTERS.
001240 01  PRJ-RECORD              PIC X(77).
001250 FD  PAU-FILE
001260     RECORD CONTAINS 71 CHARACTERS.
001270 01  PAU-RECORD              PIC X(71).
001280 FD  PFC-FILE
001290     RECORD CONTAINS 192 CHARACTERS.
001300 01  PFC-RECORD              PIC X(192).
001310 FD  PSP-FILE
001320     RECORD CONTAINS 144 CHARACTERS.
001330 01  PSP-RECORD              PIC X(144).
001340 FD  REJECT-FILE
001350     RECORD CONTAINS 77 CHARACTERS.
001360 01  REJECT-RECORD           PIC X(77).
001370 FD  AUDIT-FILE
001380     RECORD CONTAINS 71 CHARACTERS.
001390 01  AUDIT-RECORD            PIC X(71).
001400 FD  FACTOR-FILE
001410     RECORD CONTAINS 192 CHARACTERS.
001420 01  FACTOR-RECORD           PIC X(192).
001430 FD  SPLIT-FILE
001440     RECORD CONTAINS 144 CHARACTERS.
001450 01  SPLIT-RECORD            PIC X(144).
001460 FD  INTERFACE-FILE
001470     RECORD CONTAINS 10 TO 52 CHARACTERS.
001480 01  XTR-DETAIL-RECORD       PIC X(52).
001490 01  XTR-HEADER-RECORD.
001500     05  XTR-HDR-TYPE        PIC X.
001510     05  FILLER              PIC X       VALUE SPACE.
001520     05  XTR-HDR-DATE        PIC 9(8).
001530 01  XTR-TRAILER-RECORD.
001540     05  XTR-TRL-TYPE        PIC X.
001550     05  FILLER              PIC X       VALUE SPACE.
001560     05  XTR-TRL-COUNT       PIC 9(9).
001570     05  FILLER              PIC X       VALUE SPACE.
001580     05  XTR-TRL-HASH        PIC 9(18).
001590 FD  RUNLOG-FILE
001600     RECORD CONTAINS 87 CHARACTERS.
001610 01  RUNLOG-RECORD.
001620     05  RNL-DATE            PIC 9(8).
001630     05  FILLER              PIC X       VALUE SPACE.
001640     05  RNL-START-TIME      PIC 9(8).
001650     05  FILLER              PIC X       VALUE SPACE.
001660     05  RNL-END-TIME        PIC 9(8).
001670     05  FILLER              PIC X       VALUE SPACE.
001680     05  RNL-ELAPSED-SECS    PIC 9(7).
001690     05  FILLER              PIC X       VALUE SPACE.
001700     05  RNL-READ            PIC 9(9).
001710     05  FILLER              PIC X       VALUE SPACE.
001720     05  RNL-PROCESSED       PIC 9(9).
001730     05  FILLER              PIC X       VALUE SPACE.
001740     05  RNL-REJECTED        PIC 9(9).
001750     05  FILLER              PIC X       VALUE SPACE.
001760     05  RNL-REUSED          PIC 9(9).
001770     05  FILLER              PIC X       VALUE SPACE.
001780     05  RNL-RETURN-CODE     PIC 9(2).
001783     05  FILLER              PIC X       VALUE SPACE.
001786     05  RNL-REPAIRS-READ    PIC 9(9).
001790 FD  LOCK-FILE
001800     RECORD CONTAINS 10 CHARACTERS.
001810 01  LOCK-RECORD.
001820     05  LOCK-DATE           PIC 9(8).
001830     05  FILLER              PIC X       VALUE SPACE.
001840     05  LOCK-STATUS         PIC X.
001850 FD  SYSIN-FILE
001860     RECORD CONTAINS 8 CHARACTERS.
001870 01  SYSIN-RECORD.
001880     05  SYSIN-RUNDATE       PIC 9(8).
001890 FD  PRINT-FILE
001900     RECORD CONTAINS 132 CHARACTERS.
001910 01  PRINT-LINE              PIC X(132).
001920 WORKING-STORAGE SECTION.
001930
001940 77      WS-PCT-STATUS       PIC XX.
001950 77      WS-PRL-STATUS       PIC XX.
001960 77      WS-PXT-STATUS       PIC XX.
001970 77      WS-PRP-STATUS       PIC XX.
001980 77      WS-PRJ-STATUS       PIC XX.
001990 77      WS-PAU-STATUS       PIC XX.
002000 77      WS-PFC-STATUS       PIC XX.
002010 77      WS-PSP-STATUS       PIC XX.
002020 77      WS-REJ-STATUS       PIC XX.
002030 77      WS-AUDIT-STATUS     PIC XX.
002040 77      WS-FCT-STATUS       PIC XX.
002050 77      WS-SPL-STATUS       PIC XX.
002060 77      WS-XTR-STATUS       PIC XX.
002070 77      WS-RNL-STATUS       PIC XX.
002080 77      WS-LOCK-STATUS      PIC XX.
002090 77      WS-SYSIN-STATUS     PIC XX.
002100 77      WS-PRINT-STATUS     PIC XX.
002110 77      WS-IN-EOF           PIC X       VALUE "N".
002120 77      WS-MERGE-BAD        PIC X       VALUE "N".
002130 77      WS-WRITE-BAD        PIC X       VALUE "N".
002140 77      WS-RNL-WRITE-BAD    PIC X       VALUE "N".
002150 77      WS-LOCK-WRITE-BAD   PIC X       VALUE "N".
002160 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
002170 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
002180 77      WS-PART-WARNING     PIC X       VALUE "N".
002182 77      WS-INPUT-IO-BAD     PIC X       VALUE "N".
002184 77      WS-READ-ERR-FILE    PIC X(6).
002186 77      WS-READ-ERR-STATUS  PIC XX.
002190 77      WS-PART-COUNT       PIC S9(4)   COMP-3 VALUE 0.
002200 77      WS-LOG-COUNT        PIC S9(4)   COMP-3 VALUE 0.
002210 77      WS-GROUP-COUNT      PIC S9(4)   COMP-3 VALUE 0.
002220 77      WS-GROUP-OPEN       PIC X       VALUE "N".
002230 77      WS-PART-IX          PIC S9(4)   COMP-3 VALUE 0.
002240 77      WS-GROUP-XTR-COUNT  PIC 9(9)    VALUE 0.
002250 77      WS-GROUP-XTR-HASH   PIC S9(18)  COMP-3 VALUE 0.
002260 77      WS-XTR-COUNT        PIC 9(9)    VALUE 0.
002270 77      WS-XTR-HASH         PIC S9(18)  COMP-3 VALUE 0.
002280 77      WS-PART-XTR-COUNT   PIC 9(9)    VALUE 0.
002290 77      WS-PART-XTR-HASH    PIC S9(18)  COMP-3 VALUE 0.
002300 77      WS-REJECTS-MERGED   PIC 9(9)    VALUE 0.
002310 77      WS-AUDIT-MERGED     PIC 9(9)    VALUE 0.
002320 77      WS-FACTORS-MERGED   PIC 9(9)    VALUE 0.
002330 77      WS-SPLITS-MERGED    PIC 9(9)    VALUE 0.
002340 77      WS-REPORT-LINES     PIC 9(9)    VALUE 0.
002350 77      WS-PARTS-COMPLETE   PIC 9(9)    VALUE 0.
002360 77      WS-TOT-INPUT        PIC 9(9)    VALUE 0.
002370 77      WS-TOT-READ         PIC 9(9)    VALUE 0.
002380 77      WS-TOT-PROCESSED    PIC 9(9)    VALUE 0.
002390 77      WS-TOT-REJECTED     PIC 9(9)    VALUE 0.
002400 77      WS-TOT-REUSED       PIC 9(9)    VALUE 0.
002405 77      WS-TOT-REPAIRS-READ PIC 9(9)    VALUE 0.
002410 77      WS-FIRST-START      PIC 9(8)    VALUE 0.
002420 77      WS-LAST-END         PIC 9(8)    VALUE 0.
002430 77      WS-START-SECS       PIC 9(7)    VALUE 0.
002440 77      WS-END-SECS         PIC 9(7)    VALUE 0.
002450 77      WS-ELAPSED-SECS     PIC 9(7)    VALUE 0.
002460 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
002470 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
002480 77      WS-INPUT-BALANCED   PIC X       VALUE "Y".
002481 77      WS-FLAG-WRITE-BAD   PIC X       VALUE "N".
002482 77      WS-FLAG-TYPE        PIC X.
002483 77      WS-FLAG-COUNT       PIC 9(9)    VALUE 0.
002484 77      WS-REJ-PRIOR        PIC 9(9)    VALUE 0.
002485 77      WS-AUD-PRIOR        PIC 9(9)    VALUE 0.
002486 77      WS-APPEND-SEQ       PIC 9(9)    VALUE 0.
002487 77      WS-SKIP-EDIT        PIC ZZZ,ZZZ,ZZ9.
002490
002500 01  WS-PART-TABLE.
002510     05  WS-MP-ENTRY         OCCURS 4 TIMES.
002520         10  WS-MP-LINES     PIC X(20).
002530         10  WS-MP-INPUT     PIC 9(9).
002540         10  WS-MP-LOG-SW    PIC X.
002550         10  WS-MP-RC        PIC 9(2).
002560         10  WS-MP-READ      PIC 9(9).
002570         10  WS-MP-PROCESSED PIC 9(9).
002580         10  WS-MP-REJECTED  PIC 9(9).
002590         10  WS-MP-REUSED    PIC 9(9).
002600         10  WS-MP-XTR-SW    PIC X.
002610         10  WS-MP-XTR-COUNT PIC 9(9).
002620         10  WS-MP-XTR-HASH  PIC S9(18)  COMP-3.
002630
002640 01  WS-TIME-PARTS.
002650     05  WS-TIME-HH          PIC 9(2).
002660     05  WS-TIME-MM          PIC 9(2).
002670     05  WS-TIME-SS          PIC 9(2).
002680     05  WS-TIME-CC          PIC 9(2).
002690
002700 01  WS-RUN-DATE.
002710     05  WS-RUN-YEAR         PIC 9(4).
002720     05  WS-RUN-MONTH        PIC 9(2).
002730     05  WS-RUN-DAY          PIC 9(2).
002740
002750 01  WS-REPORT-DATE.
002760     05  WS-RPT-MONTH        PIC 9(2).
002770     05  FILLER              PIC X       VALUE "/".
002780     05  WS-RPT-DAY          PIC 9(2).
002790     05  FILLER              PIC X       VALUE "/".
002800     05  WS-RPT-YEAR         PIC 9(4).
002810
002820 01  WS-HEADING-1.
002830     05  FILLER              PIC X(1)    VALUE SPACE.
002840     05  FILLER              PIC X(40)
002850         VALUE "PARTITIONED NIGHTLY RUN - MERGE SUMMARY".
002860     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
002870     05  HDG1-DATE           PIC X(10).
002880     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
002890     05  HDG1-PAGE           PIC ZZ9.
002900
002910 01  WS-MERGE-COLS.
002920     05  FILLER              PIC X(1)    VALUE SPACE.
002930     05  FILLER              PIC X(4)    VALUE "PT".
002940     05  FILLER              PIC X(21)   VALUE "PACKING LINES".
002950     05  FILLER              PIC X(12)   VALUE "      INPUT".
002960     05  FILLER              PIC X(12)   VALUE "       READ".
002970     05  FILLER              PIC X(12)   VALUE "  PROCESSED".
002980     05  FILLER              PIC X(12)   VALUE "   REJECTED".
002990     05  FILLER              PIC X(12)   VALUE "     REUSED".
003000     05  FILLER              PIC X(13)   VALUE "    EXTRACT".
003010     05  FILLER              PIC X(4)    VALUE "CC".
003020     05  FILLER              PIC X(8)    VALUE "STATUS".
003030
003040 01  WS-MERGE-LINE.
003050     05  FILLER              PIC X(1)    VALUE SPACE.
003060     05  MRL-PART            PIC Z9.
003070     05  FILLER              PIC X(2)    VALUE SPACES.
003080     05  MRL-LINES           PIC X(20).
003090     05  FILLER              PIC X(1)    VALUE SPACE.
003100     05  MRL-INPUT           PIC ZZZ,ZZZ,ZZ9.
003110     05  FILLER              PIC X(1)    VALUE SPACE.
003120     05  MRL-READ            PIC ZZZ,ZZZ,ZZ9.
003130     05  FILLER              PIC X(1)    VALUE SPACE.
003140     05  MRL-PROCESSED       PIC ZZZ,ZZZ,ZZ9.
003150     05  FILLER              PIC X(1)    VALUE SPACE.
003160     05  MRL-REJECTED        PIC ZZZ,ZZZ,ZZ9.
003170     05  FILLER              PIC X(1)    VALUE SPACE.
003180     05  MRL-REUSED          PIC ZZZ,ZZZ,ZZ9.
003190     05  FILLER              PIC X(1)    VALUE SPACE.
003200     05  MRL-XTR             PIC ZZZ,ZZZ,ZZ9.
003210     05  FILLER              PIC X(2)    VALUE SPACES.
003220     05  MRL-RC              PIC Z9.
003230     05  FILLER              PIC X(2)    VALUE SPACES.
003240     05  MRL-STATUS          PIC X(8).
003250
003260 01  WS-TOTALS-LINE.
003270     05  FILLER              PIC X(1)    VALUE SPACE.
003280     05  TOT-LABEL           PIC X(24).
003290     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
003300
003310 01  WS-CONTROL-LINE.
003320     05  FILLER              PIC X(1)    VALUE SPACE.
003330     05  CTL-MESSAGE         PIC X(60).
003340
003350 PROCEDURE DIVISION.
003360 PROGRAM-BEGIN.
003370
003380     PERFORM GET-RUN-DATE.
003390     PERFORM OPEN-PRINT-FILE.
003400     PERFORM COPY-PARTITION-REPORTS.
003410     PERFORM WRITE-PAGE-HEADERS.
003420     PERFORM LOAD-PARTITION-CONTROL.
003430     PERFORM LOAD-PARTITION-RUN-LOGS.
003440     PERFORM VERIFY-PARTITION-EXTRACTS.
003445     IF WS-MERGE-BAD = "N" AND WS-INPUT-IO-BAD = "N"
003450        PERFORM COPY-PARTITION-FACTORS
003455        PERFORM COPY-PARTITION-SPLITS
003460     END-IF.
003465     IF WS-MERGE-BAD = "N" AND WS-WRITE-BAD = "N"
003470        AND WS-INPUT-IO-BAD = "N"
003475        PERFORM WRITE-MERGED-EXTRACT
003480     END-IF.
003485     IF WS-MERGE-BAD = "N" AND WS-WRITE-BAD = "N"
003490        AND WS-INPUT-IO-BAD = "N"
003495        PERFORM APPEND-PARTITION-REJECTS
003500        IF WS-WRITE-BAD = "N" AND WS-INPUT-IO-BAD = "N"
003505           PERFORM APPEND-PARTITION-AUDIT
003510        END-IF
003515     ELSE
003520        MOVE "EXTRACT NOT RELEASED - PARTITIONED RUN INCOMPLETE"
003525           TO CTL-MESSAGE
003530        PERFORM WRITE-CONTROL-MESSAGE
003535        MOVE "REJECTS AND AUDIT ROWS NOT APPENDED" TO CTL-MESSAGE
003540        PERFORM WRITE-CONTROL-MESSAGE
003545     END-IF.
003560     PERFORM WRITE-MERGE-SUMMARY.
003570     PERFORM WRITE-CONTROL-TOTALS.
003580     PERFORM SET-RUN-RETURN-CODE.
003590     PERFORM CLOSE-PRINT-FILE.
003600     PERFORM WRITE-RUN-LOG.
003610     PERFORM CLEAR-BATCH-LOCK.
003620     IF WS-LOCK-WRITE-BAD = "Y"
003630        MOVE 8 TO RETURN-CODE
003640     END-IF.
003650
003660     STOP RUN.
003670
003680 GET-RUN-DATE.
003690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003700     OPEN INPUT SYSIN-FILE.
003710     IF WS-SYSIN-STATUS = "00"
003720        READ SYSIN-FILE
003730        END-READ
003740        IF WS-SYSIN-STATUS = "00"
003750           AND SYSIN-RUNDATE IS NUMERIC AND SYSIN-RUNDATE > 0
003760           MOVE SYSIN-RUNDATE TO WS-RUN-DATE
003770        END-IF
003780        CLOSE SYSIN-FILE
003790     END-IF.
003800     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
003810     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
003820     MOVE WS-RUN-DAY TO WS-RPT-DAY.
003830     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
003840
003850 OPEN-PRINT-FILE.
003860     OPEN OUTPUT PRINT-FILE.
003870
003880 CLOSE-PRINT-FILE.
003890     CLOSE PRINT-FILE.
003900
003910 COPY-PARTITION-REPORTS.
003920     OPEN INPUT PRP-FILE.
003930     IF WS-PRP-STATUS = "00"
003940        MOVE "N" TO WS-IN-EOF
003950        PERFORM READ-PRP-RECORD
003960        PERFORM COPY-ONE-REPORT-LINE
003970           WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
003980        CLOSE PRP-FILE
003990     END-IF.
004000
004010 READ-PRP-RECORD.
004020     READ PRP-FILE
004030        AT END
004040           MOVE "Y" TO WS-IN-EOF
004050     END-READ.
004051     IF WS-PRP-STATUS NOT = "00" AND WS-PRP-STATUS NOT = "10"
004052        AND WS-PRP-STATUS NOT = "04"
004053        MOVE "GCDPRP" TO WS-READ-ERR-FILE
004054        MOVE WS-PRP-STATUS TO WS-READ-ERR-STATUS
004055        PERFORM WRITE-READ-ERROR
004056     END-IF.
004060
004070 COPY-ONE-REPORT-LINE.
004080     MOVE PRP-RECORD TO PRINT-LINE.
004090     WRITE PRINT-LINE.
004100     PERFORM CHECK-PRINT-STATUS.
004110     ADD 1 TO WS-REPORT-LINES.
004120     PERFORM READ-PRP-RECORD.
004130
004140 LOAD-PARTITION-CONTROL.
004150     OPEN INPUT PCT-FILE.
004160     IF WS-PCT-STATUS NOT = "00"
004170        MOVE "Y" TO WS-MERGE-BAD
004180        MOVE "PARTITION CONTROL FILE NOT AVAILABLE" TO CTL-MESSAGE
004190        PERFORM WRITE-CONTROL-MESSAGE
004200     ELSE
004210        MOVE "N" TO WS-IN-EOF
004220        PERFORM READ-PCT-RECORD
004230        PERFORM CHECK-PCT-RECORD
004240           WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
004250        CLOSE PCT-FILE
004260        IF WS-PART-COUNT = 0
004270           MOVE "Y" TO WS-MERGE-BAD
004280           MOVE "PARTITION CONTROL FILE IS EMPTY" TO CTL-MESSAGE
004290           PERFORM WRITE-CONTROL-MESSAGE
004300        END-IF
004310     END-IF.
004320
004330 READ-PCT-RECORD.
004340     READ PCT-FILE
004350        AT END
004360           MOVE "Y" TO WS-IN-EOF
004370     END-READ.
004371     IF WS-PCT-STATUS NOT = "00" AND WS-PCT-STATUS NOT = "10"
004372        AND WS-PCT-STATUS NOT = "04"
004373        MOVE "GCDPCT" TO WS-READ-ERR-FILE
004374        MOVE WS-PCT-STATUS TO WS-READ-ERR-STATUS
004375        PERFORM WRITE-READ-ERROR
004376     END-IF.
004380
004390 STORE-PCT-RECORD.
004400     IF WS-PART-COUNT < 4
004410        AND PCT-PARTITION = WS-PART-COUNT + 1
004420        AND PCT-DATE = WS-RUN-DATE-NUM
004430        ADD 1 TO WS-PART-COUNT
004440        MOVE WS-PART-COUNT TO WS-PART-IX
004450        MOVE PCT-LINES TO WS-MP-LINES (WS-PART-IX)
004460        MOVE PCT-COUNT TO WS-MP-INPUT (WS-PART-IX)
004470        MOVE "N" TO WS-MP-LOG-SW (WS-PART-IX)
004480        MOVE 0 TO WS-MP-RC (WS-PART-IX)
004490        MOVE 0 TO WS-MP-READ (WS-PART-IX)
004500        MOVE 0 TO WS-MP-PROCESSED (WS-PART-IX)
004510        MOVE 0 TO WS-MP-REJECTED (WS-PART-IX)
004520        MOVE 0 TO WS-MP-REUSED (WS-PART-IX)
004530        MOVE "N" TO WS-MP-XTR-SW (WS-PART-IX)
004540        MOVE 0 TO WS-MP-XTR-COUNT (WS-PART-IX)
004550        MOVE 0 TO WS-MP-XTR-HASH (WS-PART-IX)
004560        ADD PCT-COUNT TO WS-TOT-INPUT
004570        IF PCT-BALANCED-SW NOT = "Y"
004580           MOVE "N" TO WS-INPUT-BALANCED
004590        END-IF
004600     ELSE
004610        MOVE "Y" TO WS-MERGE-BAD
004620        MOVE "PARTITION CONTROL RECORD OUT OF SEQUENCE OR STALE"
004630           TO CTL-MESSAGE
004640        PERFORM WRITE-CONTROL-MESSAGE
004650     END-IF.
004660     PERFORM READ-PCT-RECORD.
004670
004680 LOAD-PARTITION-RUN-LOGS.
004690     OPEN INPUT PRL-FILE.
004700     IF WS-PRL-STATUS NOT = "00"
004710        MOVE "Y" TO WS-MERGE-BAD
004720        MOVE "PARTITION RUN LOGS NOT AVAILABLE" TO CTL-MESSAGE
004730        PERFORM WRITE-CONTROL-MESSAGE
004740     ELSE
004750        MOVE "N" TO WS-IN-EOF
004760        PERFORM READ-PRL-RECORD
004770        PERFORM STORE-PRL-RECORD
004780           WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
004790        CLOSE PRL-FILE
004800     END-IF.
004810     IF WS-LOG-COUNT NOT = WS-PART-COUNT
004820        MOVE "Y" TO WS-MERGE-BAD
004830        MOVE "PARTITION RUN LOG COUNT NOT EQUAL TO PARTITIONS"
004840           TO CTL-MESSAGE
004850        PERFORM WRITE-CONTROL-MESSAGE
004860     END-IF.
004870
004880 READ-PRL-RECORD.
004890     READ PRL-FILE
004900        AT END
004910           MOVE "Y" TO WS-IN-EOF
004920     END-READ.
004921     IF WS-PRL-STATUS NOT = "00" AND WS-PRL-STATUS NOT = "10"
004922        AND WS-PRL-STATUS NOT = "04"
004923        MOVE "GCDPRL" TO WS-READ-ERR-FILE
004924        MOVE WS-PRL-STATUS TO WS-READ-ERR-STATUS
004925        PERFORM WRITE-READ-ERROR
004926     END-IF.
004930
004940 STORE-PRL-RECORD.
004950     ADD 1 TO WS-LOG-COUNT.
004960     IF WS-LOG-COUNT <= WS-PART-COUNT
004970        MOVE WS-LOG-COUNT TO WS-PART-IX
004980        MOVE "Y" TO WS-MP-LOG-SW (WS-PART-IX)
004990        MOVE PRL-RETURN-CODE TO WS-MP-RC (WS-PART-IX)
005000        MOVE PRL-READ TO WS-MP-READ (WS-PART-IX)
005010        MOVE PRL-PROCESSED TO WS-MP-PROCESSED (WS-PART-IX)
005020        MOVE PRL-REJECTED TO WS-MP-REJECTED (WS-PART-IX)
005030        MOVE PRL-REUSED TO WS-MP-REUSED (WS-PART-IX)
005040        ADD PRL-READ TO WS-TOT-READ
005050        ADD PRL-PROCESSED TO WS-TOT-PROCESSED
005060        ADD PRL-REJECTED TO WS-TOT-REJECTED
005070        ADD PRL-REUSED TO WS-TOT-REUSED
005072        IF PRL-REPAIRS-READ IS NUMERIC
005074           ADD PRL-REPAIRS-READ TO WS-TOT-REPAIRS-READ
005076        END-IF
005080        IF WS-FIRST-START = 0 OR PRL-START-TIME < WS-FIRST-START
005090           MOVE PRL-START-TIME TO WS-FIRST-START
005100        END-IF
005110        IF PRL-END-TIME > WS-LAST-END
005120           MOVE PRL-END-TIME TO WS-LAST-END
005130        END-IF
005140        IF PRL-DATE NOT = WS-RUN-DATE-NUM
005150           MOVE "Y" TO WS-MERGE-BAD
005160           MOVE "PARTITION RUN LOG IS FOR ANOTHER DATE - STALE"
005170              TO CTL-MESSAGE
005180           PERFORM WRITE-CONTROL-MESSAGE
005190        END-IF
005200        IF PRL-RETURN-CODE >= 8
005210           MOVE "Y" TO WS-MERGE-BAD
005220           MOVE "PARTITION RUN ENDED CC 8 OR HIGHER"
005230              TO CTL-MESSAGE
005240           PERFORM WRITE-CONTROL-MESSAGE
005250        ELSE
005260           IF PRL-RETURN-CODE > 0
005270              MOVE "Y" TO WS-PART-WARNING
005280           END-IF
005290        END-IF
005300     END-IF.
005310     PERFORM READ-PRL-RECORD.
005320
005330 VERIFY-PARTITION-EXTRACTS.
005340     OPEN INPUT PXT-FILE.
005350     IF WS-PXT-STATUS NOT = "00"
005360        MOVE "Y" TO WS-MERGE-BAD
005370        MOVE "PARTITION EXTRACTS NOT AVAILABLE" TO CTL-MESSAGE
005380        PERFORM WRITE-CONTROL-MESSAGE
005390     ELSE
005400        MOVE "N" TO WS-IN-EOF
005410        PERFORM READ-PXT-RECORD
005420        PERFORM VERIFY-ONE-PXT-RECORD
005430           WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
005440        CLOSE PXT-FILE
005450        IF WS-GROUP-OPEN = "Y"
005460           MOVE "Y" TO WS-MERGE-BAD
005470           MOVE "PARTITION EXTRACT SHORT - TRAILER MISSING"
005480              TO CTL-MESSAGE
005490           PERFORM WRITE-CONTROL-MESSAGE
005500        END-IF
005510     END-IF.
005520     IF WS-GROUP-COUNT NOT = WS-PART-COUNT
005530        MOVE "Y" TO WS-MERGE-BAD
005540        MOVE "PARTITION EXTRACT GROUPS NOT EQUAL TO PARTITIONS"
005550           TO CTL-MESSAGE
005560        PERFORM WRITE-CONTROL-MESSAGE
005570     END-IF.
005580
005590 READ-PXT-RECORD.
005600     READ PXT-FILE
005610        AT END
005620           MOVE "Y" TO WS-IN-EOF
005630     END-READ.
005631     IF WS-PXT-STATUS NOT = "00" AND WS-PXT-STATUS NOT = "10"
005632        AND WS-PXT-STATUS NOT = "04"
005633        MOVE "GCDPXT" TO WS-READ-ERR-FILE
005634        MOVE WS-PXT-STATUS TO WS-READ-ERR-STATUS
005635        PERFORM WRITE-READ-ERROR
005636     END-IF.
005640
005650 VERIFY-ONE-PXT-RECORD.
005660     EVALUATE PXT-TYPE
005670        WHEN "H"
005680           PERFORM VERIFY-PXT-HEADER
005690        WHEN "T"
005700           PERFORM VERIFY-PXT-TRAILER
005710        WHEN OTHER
005720           IF WS-GROUP-OPEN = "Y"
005730              ADD 1 TO WS-GROUP-XTR-COUNT
005740              IF PXT-A IS NUMERIC
005750                 ADD PXT-A TO WS-GROUP-XTR-HASH
005760              END-IF
005770           ELSE
005780              MOVE "Y" TO WS-MERGE-BAD
005790              MOVE "PARTITION EXTRACT DETAIL OUTSIDE A GROUP"
005800                 TO CTL-MESSAGE
005810              PERFORM WRITE-CONTROL-MESSAGE
005820           END-IF
005830     END-EVALUATE.
005840     PERFORM READ-PXT-RECORD.
005850
005860 VERIFY-PXT-HEADER.
005870     IF WS-GROUP-OPEN = "Y"
005880        MOVE "Y" TO WS-MERGE-BAD
005890        MOVE "PARTITION EXTRACT SHORT - TRAILER MISSING"
005900           TO CTL-MESSAGE
005910        PERFORM WRITE-CONTROL-MESSAGE
005920     END-IF.
005930     ADD 1 TO WS-GROUP-COUNT.
005940     MOVE "Y" TO WS-GROUP-OPEN.
005950     MOVE 0 TO WS-GROUP-XTR-COUNT.
005960     MOVE 0 TO WS-GROUP-XTR-HASH.
005970     IF PXT-HDR-DATE NOT = WS-RUN-DATE-NUM
005980        MOVE "Y" TO WS-MERGE-BAD
005990        MOVE "PARTITION EXTRACT IS FOR ANOTHER DATE - STALE"
006000           TO CTL-MESSAGE
006010        PERFORM WRITE-CONTROL-MESSAGE
006020     END-IF.
006030
006040 VERIFY-PXT-TRAILER.
006050     IF WS-GROUP-OPEN = "N"
006060        MOVE "Y" TO WS-MERGE-BAD
006070        MOVE "PARTITION EXTRACT TRAILER WITHOUT HEADER"
006080           TO CTL-MESSAGE
006090        PERFORM WRITE-CONTROL-MESSAGE
006100     ELSE
006110        MOVE "N" TO WS-GROUP-OPEN
006120        IF PXT-TRL-COUNT = WS-GROUP-XTR-COUNT
006130           AND PXT-TRL-HASH = WS-GROUP-XTR-HASH
006140           AND WS-GROUP-COUNT <= WS-PART-COUNT
006150           MOVE WS-GROUP-COUNT TO WS-PART-IX
006160           MOVE "Y" TO WS-MP-XTR-SW (WS-PART-IX)
006170           MOVE WS-GROUP-XTR-COUNT TO WS-MP-XTR-COUNT (WS-PART-IX)
006180           MOVE WS-GROUP-XTR-HASH TO WS-MP-XTR-HASH (WS-PART-IX)
006190           ADD WS-GROUP-XTR-COUNT TO WS-PART-XTR-COUNT
006200           ADD WS-GROUP-XTR-HASH TO WS-PART-XTR-HASH
006210        ELSE
006220           MOVE "Y" TO WS-MERGE-BAD
006230           MOVE "PARTITION EXTRACT COUNT OR HASH OUT OF BALANCE"
006240              TO CTL-MESSAGE
006250           PERFORM WRITE-CONTROL-MESSAGE
006260        END-IF
006270     END-IF.
006280
006290 APPEND-PARTITION-REJECTS.
006291     IF WS-REJ-PRIOR > 0
006292        MOVE WS-REJ-PRIOR TO WS-SKIP-EDIT
006293        MOVE SPACES TO CTL-MESSAGE
006294        STRING "REJECTS ALREADY ADDED BY AN EARLIER RUN:"
006295           WS-SKIP-EDIT DELIMITED BY SIZE INTO CTL-MESSAGE
006296        END-STRING
006297        PERFORM WRITE-CONTROL-MESSAGE
006298     END-IF.
006300     OPEN EXTEND REJECT-FILE.
006310     IF WS-REJ-STATUS = "35"
006320        OPEN OUTPUT REJECT-FILE
006330        CLOSE REJECT-FILE
006340        OPEN EXTEND REJECT-FILE
006350     END-IF.
006360     IF WS-REJ-STATUS NOT = "00"
006370        MOVE "Y" TO WS-WRITE-BAD
006380     ELSE
006390        OPEN INPUT PRJ-FILE
006400        IF WS-PRJ-STATUS = "00"
006410           MOVE "N" TO WS-IN-EOF
006415           MOVE 0 TO WS-APPEND-SEQ
006420           PERFORM READ-PRJ-RECORD
006430           PERFORM APPEND-ONE-REJECT
006440              WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
006450           CLOSE PRJ-FILE
006460        END-IF
006470        CLOSE REJECT-FILE
006471        IF WS-REJECTS-MERGED > 0
006472           MOVE "R" TO WS-FLAG-TYPE
006473           COMPUTE WS-FLAG-COUNT = WS-REJ-PRIOR
006474              + WS-REJECTS-MERGED
006475           PERFORM WRITE-APPEND-FLAG
006476        END-IF
006480     END-IF.
006490
006500 READ-PRJ-RECORD.
006510     READ PRJ-FILE
006520        AT END
006530           MOVE "Y" TO WS-IN-EOF
006540     END-READ.
006541     IF WS-PRJ-STATUS NOT = "00" AND WS-PRJ-STATUS NOT = "10"
006542        AND WS-PRJ-STATUS NOT = "04"
006543        MOVE "GCDPRJ" TO WS-READ-ERR-FILE
006544        MOVE WS-PRJ-STATUS TO WS-READ-ERR-STATUS
006545        PERFORM WRITE-READ-ERROR
006546     END-IF.
006550
006560 APPEND-ONE-REJECT.
006565     ADD 1 TO WS-APPEND-SEQ.
006570     IF WS-APPEND-SEQ > WS-REJ-PRIOR
006575        WRITE REJECT-RECORD FROM PRJ-RECORD
006580        IF WS-REJ-STATUS NOT = "00"
006585           MOVE "Y" TO WS-WRITE-BAD
006590           MOVE "Y" TO WS-IN-EOF
006595        ELSE
006600           ADD 1 TO WS-REJECTS-MERGED
006605        END-IF
006610     END-IF.
006615     IF WS-IN-EOF = "N"
006620        PERFORM READ-PRJ-RECORD
006625     END-IF.
006630
006640 APPEND-PARTITION-AUDIT.
006641     IF WS-AUD-PRIOR > 0
006642        MOVE WS-AUD-PRIOR TO WS-SKIP-EDIT
006643        MOVE SPACES TO CTL-MESSAGE
006644        STRING "AUDIT ROWS ALREADY ADDED BY AN EARLIER RUN:"
006645           WS-SKIP-EDIT DELIMITED BY SIZE INTO CTL-MESSAGE
006646        END-STRING
006647        PERFORM WRITE-CONTROL-MESSAGE
006648     END-IF.
006650     OPEN EXTEND AUDIT-FILE.
006660     IF WS-AUDIT-STATUS = "35"
006670        OPEN OUTPUT AUDIT-FILE
006680        CLOSE AUDIT-FILE
006690        OPEN EXTEND AUDIT-FILE
006700     END-IF.
006710     IF WS-AUDIT-STATUS NOT = "00"
006720        MOVE "Y" TO WS-WRITE-BAD
006730     ELSE
006740        OPEN INPUT PAU-FILE
006750        IF WS-PAU-STATUS = "00"
006760           MOVE "N" TO WS-IN-EOF
006765           MOVE 0 TO WS-APPEND-SEQ
006770           PERFORM READ-PAU-RECORD
006780           PERFORM APPEND-ONE-AUDIT
006790              WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
006800           CLOSE PAU-FILE
006810        END-IF
006820        CLOSE AUDIT-FILE
006821        IF WS-AUDIT-MERGED > 0
006822           MOVE "A" TO WS-FLAG-TYPE
006823           COMPUTE WS-FLAG-COUNT = WS-AUD-PRIOR
006824              + WS-AUDIT-MERGED
006825           PERFORM WRITE-APPEND-FLAG
006826        END-IF
006830     END-IF.
006840
006850 READ-PAU-RECORD.
006860     READ PAU-FILE
006870        AT END
006880           MOVE "Y" TO WS-IN-EOF
006890     END-READ.
006891     IF WS-PAU-STATUS NOT = "00" AND WS-PAU-STATUS NOT = "10"
006892        AND WS-PAU-STATUS NOT = "04"
006893        MOVE "GCDPAU" TO WS-READ-ERR-FILE
006894        MOVE WS-PAU-STATUS TO WS-READ-ERR-STATUS
006895        PERFORM WRITE-READ-ERROR
006896     END-IF.
006900
006910 APPEND-ONE-AUDIT.
006915     ADD 1 TO WS-APPEND-SEQ.
006920     IF WS-APPEND-SEQ > WS-AUD-PRIOR
006925        WRITE AUDIT-RECORD FROM PAU-RECORD
006930        IF WS-AUDIT-STATUS NOT = "00"
006935           MOVE "Y" TO WS-WRITE-BAD
006940           MOVE "Y" TO WS-IN-EOF
006945        ELSE
006950           ADD 1 TO WS-AUDIT-MERGED
006955        END-IF
006960     END-IF.
006965     IF WS-IN-EOF = "N"
006970        PERFORM READ-PAU-RECORD
006975     END-IF.
006980
006990 COPY-PARTITION-FACTORS.
007000     OPEN OUTPUT FACTOR-FILE.
007010     IF WS-FCT-STATUS NOT = "00"
007020        MOVE "Y" TO WS-WRITE-BAD
007030     ELSE
007040        OPEN INPUT PFC-FILE
007050        IF WS-PFC-STATUS = "00"
007060           MOVE "N" TO WS-IN-EOF
007070           PERFORM READ-PFC-RECORD
007080           PERFORM COPY-ONE-FACTOR
007090              WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
007100           CLOSE PFC-FILE
007110        END-IF
007120        CLOSE FACTOR-FILE
007130     END-IF.
007140
007150 READ-PFC-RECORD.
007160     READ PFC-FILE
007170        AT END
007180           MOVE "Y" TO WS-IN-EOF
007190     END-READ.
007191     IF WS-PFC-STATUS NOT = "00" AND WS-PFC-STATUS NOT = "10"
007192        AND WS-PFC-STATUS NOT = "04"
007193        MOVE "GCDPFC" TO WS-READ-ERR-FILE
007194        MOVE WS-PFC-STATUS TO WS-READ-ERR-STATUS
007195        PERFORM WRITE-READ-ERROR
007196     END-IF.
007200
007210 COPY-ONE-FACTOR.
007220     WRITE FACTOR-RECORD FROM PFC-RECORD.
007230     IF WS-FCT-STATUS NOT = "00"
007240        MOVE "Y" TO WS-WRITE-BAD
007250     END-IF.
007260     ADD 1 TO WS-FACTORS-MERGED.
007270     PERFORM READ-PFC-RECORD.
007280
007290 COPY-PARTITION-SPLITS.
007300     OPEN OUTPUT SPLIT-FILE.
007310     IF WS-SPL-STATUS NOT = "00"
007320        MOVE "Y" TO WS-WRITE-BAD
007330     ELSE
007340        OPEN INPUT PSP-FILE
007350        IF WS-PSP-STATUS = "00"
007360           MOVE "N" TO WS-IN-EOF
007370           PERFORM READ-PSP-RECORD
007380           PERFORM COPY-ONE-SPLIT
007390              WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
007400           CLOSE PSP-FILE
007410        END-IF
007420        CLOSE SPLIT-FILE
007430     END-IF.
007440
007450 READ-PSP-RECORD.
007460     READ PSP-FILE
007470        AT END
007480           MOVE "Y" TO WS-IN-EOF
007490     END-READ.
007491     IF WS-PSP-STATUS NOT = "00" AND WS-PSP-STATUS NOT = "10"
007492        AND WS-PSP-STATUS NOT = "04"
007493        MOVE "GCDPSP" TO WS-READ-ERR-FILE
007494        MOVE WS-PSP-STATUS TO WS-READ-ERR-STATUS
007495        PERFORM WRITE-READ-ERROR
007496     END-IF.
007500
007510 COPY-ONE-SPLIT.
007520     WRITE SPLIT-RECORD FROM PSP-RECORD.
007530     IF WS-SPL-STATUS NOT = "00"
007540        MOVE "Y" TO WS-WRITE-BAD
007550     END-IF.
007560     ADD 1 TO WS-SPLITS-MERGED.
007570     PERFORM READ-PSP-RECORD.
007580
007590 WRITE-MERGED-EXTRACT.
007600     OPEN OUTPUT INTERFACE-FILE.
007610     IF WS-XTR-STATUS NOT = "00"
007620        MOVE "Y" TO WS-WRITE-BAD
007630     ELSE
007640        MOVE SPACES TO XTR-HEADER-RECORD
007650        MOVE "H" TO XTR-HDR-TYPE
007660        MOVE WS-RUN-DATE-NUM TO XTR-HDR-DATE
007670        WRITE XTR-HEADER-RECORD
007680        PERFORM CHECK-XTR-STATUS
007690        OPEN INPUT PXT-FILE
007700        IF WS-PXT-STATUS = "00"
007710           MOVE "N" TO WS-IN-EOF
007720           PERFORM READ-PXT-RECORD
007730           PERFORM MERGE-ONE-PXT-RECORD
007740              WITH TEST BEFORE UNTIL WS-IN-EOF = "Y"
007750           CLOSE PXT-FILE
007760        ELSE
007770           MOVE "Y" TO WS-WRITE-BAD
007780        END-IF
007790        IF WS-INPUT-IO-BAD = "Y"
007795           OR WS-XTR-COUNT NOT = WS-PART-XTR-COUNT
007800           OR WS-XTR-HASH NOT = WS-PART-XTR-HASH
007810           MOVE "Y" TO WS-MERGE-BAD
007820           MOVE "MERGED EXTRACT NOT EQUAL TO PARTITION TRAILERS"
007830              TO CTL-MESSAGE
007840           PERFORM WRITE-CONTROL-MESSAGE
007850        ELSE
007860           MOVE SPACES TO XTR-TRAILER-RECORD
007870           MOVE "T" TO XTR-TRL-TYPE
007880           MOVE WS-XTR-COUNT TO XTR-TRL-COUNT
007890           MOVE WS-XTR-HASH TO XTR-TRL-HASH
007900           WRITE XTR-TRAILER-RECORD
007910           PERFORM CHECK-XTR-STATUS
007920        END-IF
007930        CLOSE INTERFACE-FILE
007940     END-IF.
007950
007960 MERGE-ONE-PXT-RECORD.
007970     IF PXT-TYPE NOT = "H" AND PXT-TYPE NOT = "T"
007980        WRITE XTR-DETAIL-RECORD FROM PXT-DETAIL-RECORD
007990        PERFORM CHECK-XTR-STATUS
008000        ADD 1 TO WS-XTR-COUNT
008010        IF PXT-A IS NUMERIC
008020           ADD PXT-A TO WS-XTR-HASH
008030        END-IF
008040     END-IF.
008050     PERFORM READ-PXT-RECORD.
008060
008070 CHECK-XTR-STATUS.
008080     IF WS-XTR-STATUS NOT = "00"
008090        MOVE "Y" TO WS-WRITE-BAD
008100     END-IF.
008110
008120 WRITE-MERGE-SUMMARY.
008130     MOVE SPACES TO PRINT-LINE.
008140     WRITE PRINT-LINE.
008150     PERFORM CHECK-PRINT-STATUS.
008160     MOVE WS-MERGE-COLS TO PRINT-LINE.
008170     WRITE PRINT-LINE.
008180     PERFORM CHECK-PRINT-STATUS.
008190     MOVE 1 TO WS-PART-IX.
008200     PERFORM WRITE-ONE-MERGE-LINE
008210        WITH TEST BEFORE UNTIL WS-PART-IX > WS-PART-COUNT.
008220     MOVE SPACES TO WS-MERGE-LINE.
008230     MOVE "ALL PARTITIONS" TO MRL-LINES.
008240     MOVE WS-TOT-INPUT TO MRL-INPUT.
008250     MOVE WS-TOT-READ TO MRL-READ.
008260     MOVE WS-TOT-PROCESSED TO MRL-PROCESSED.
008270     MOVE WS-TOT-REJECTED TO MRL-REJECTED.
008280     MOVE WS-TOT-REUSED TO MRL-REUSED.
008290     MOVE WS-PART-XTR-COUNT TO MRL-XTR.
008300     MOVE WS-MERGE-LINE TO PRINT-LINE.
008310     WRITE PRINT-LINE.
008320     PERFORM CHECK-PRINT-STATUS.
008330     MOVE SPACES TO PRINT-LINE.
008340     WRITE PRINT-LINE.
008350     PERFORM CHECK-PRINT-STATUS.
008360
008370 WRITE-ONE-MERGE-LINE.
008380     MOVE SPACES TO WS-MERGE-LINE.
008390     MOVE WS-PART-IX TO MRL-PART.
008400     MOVE WS-MP-LINES (WS-PART-IX) TO MRL-LINES.
008410     MOVE WS-MP-INPUT (WS-PART-IX) TO MRL-INPUT.
008420     MOVE WS-MP-READ (WS-PART-IX) TO MRL-READ.
008430     MOVE WS-MP-PROCESSED (WS-PART-IX) TO MRL-PROCESSED.
008440     MOVE WS-MP-REJECTED (WS-PART-IX) TO MRL-REJECTED.
008450     MOVE WS-MP-REUSED (WS-PART-IX) TO MRL-REUSED.
008460     MOVE WS-MP-XTR-COUNT (WS-PART-IX) TO MRL-XTR.
008470     MOVE WS-MP-RC (WS-PART-IX) TO MRL-RC.
008480     IF WS-MP-LOG-SW (WS-PART-IX) = "N"
008490        MOVE "NO LOG" TO MRL-STATUS
008500     ELSE
008510        IF WS-MP-RC (WS-PART-IX) >= 8
008520           MOVE "FAILED" TO MRL-STATUS
008530        ELSE
008540           IF WS-MP-XTR-SW (WS-PART-IX) = "N"
008550              MOVE "XTR BAD" TO MRL-STATUS
008560           ELSE
008570              MOVE "OK" TO MRL-STATUS
008580              ADD 1 TO WS-PARTS-COMPLETE
008590           END-IF
008600        END-IF
008610     END-IF.
008620     MOVE WS-MERGE-LINE TO PRINT-LINE.
008630     WRITE PRINT-LINE.
008640     PERFORM CHECK-PRINT-STATUS.
008650     ADD 1 TO WS-PART-IX.
008660
008670 WRITE-CONTROL-MESSAGE.
008680     MOVE WS-CONTROL-LINE TO PRINT-LINE.
008690     WRITE PRINT-LINE.
008700     PERFORM CHECK-PRINT-STATUS.
008710
008711 WRITE-READ-ERROR.
008712     MOVE "Y" TO WS-INPUT-IO-BAD.
008713     MOVE "Y" TO WS-IN-EOF.
008714     MOVE SPACES TO CTL-MESSAGE.
008715     STRING "READ ERROR ON " WS-READ-ERR-FILE " - FILE STATUS "
008716        WS-READ-ERR-STATUS DELIMITED BY SIZE INTO CTL-MESSAGE
008717     END-STRING.
008718     PERFORM WRITE-CONTROL-MESSAGE.
008719
008720 WRITE-PAGE-HEADERS.
008730     ADD 1 TO WS-PAGE-COUNT.
008740     MOVE SPACES TO PRINT-LINE.
008750     WRITE PRINT-LINE.
008760     PERFORM CHECK-PRINT-STATUS.
008770     MOVE WS-REPORT-DATE TO HDG1-DATE.
008780     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
008790     MOVE WS-HEADING-1 TO PRINT-LINE.
008800     WRITE PRINT-LINE.
008810     PERFORM CHECK-PRINT-STATUS.
008820     MOVE SPACES TO PRINT-LINE.
008830     WRITE PRINT-LINE.
008840     PERFORM CHECK-PRINT-STATUS.
008850
008860 WRITE-CONTROL-TOTALS.
008870     MOVE SPACES TO WS-TOTALS-LINE.
008880     MOVE "PARTITIONS EXPECTED:    " TO TOT-LABEL.
008890     MOVE WS-PART-COUNT TO TOT-COUNT.
008900     PERFORM WRITE-TOTALS-LINE.
008910     MOVE SPACES TO WS-TOTALS-LINE.
008920     MOVE "PARTITIONS COMPLETE:    " TO TOT-LABEL.
008930     MOVE WS-PARTS-COMPLETE TO TOT-COUNT.
008940     PERFORM WRITE-TOTALS-LINE.
008950     MOVE SPACES TO WS-TOTALS-LINE.
008960     MOVE "REJECTS MERGED:         " TO TOT-LABEL.
008970     MOVE WS-REJECTS-MERGED TO TOT-COUNT.
008980     PERFORM WRITE-TOTALS-LINE.
008990     MOVE SPACES TO WS-TOTALS-LINE.
009000     MOVE "AUDIT ROWS MERGED:      " TO TOT-LABEL.
009010     MOVE WS-AUDIT-MERGED TO TOT-COUNT.
009020     PERFORM WRITE-TOTALS-LINE.
009030     MOVE SPACES TO WS-TOTALS-LINE.
009040     MOVE "FACTOR ROWS MERGED:     " TO TOT-LABEL.
009050     MOVE WS-FACTORS-MERGED TO TOT-COUNT.
009060     PERFORM WRITE-TOTALS-LINE.
009070     MOVE SPACES TO WS-TOTALS-LINE.
009080     MOVE "LOT-SPLIT ROWS MERGED:  " TO TOT-LABEL.
009090     MOVE WS-SPLITS-MERGED TO TOT-COUNT.
009100     PERFORM WRITE-TOTALS-LINE.
009110     MOVE SPACES TO WS-TOTALS-LINE.
009120     MOVE "EXTRACT DETAILS MERGED: " TO TOT-LABEL.
009130     MOVE WS-XTR-COUNT TO TOT-COUNT.
009140     PERFORM WRITE-TOTALS-LINE.
009150
009160 WRITE-TOTALS-LINE.
009170     MOVE WS-TOTALS-LINE TO PRINT-LINE.
009180     WRITE PRINT-LINE.
009190     PERFORM CHECK-PRINT-STATUS.
009200
009210 CHECK-PRINT-STATUS.
009220     IF WS-PRINT-STATUS NOT = "00"
009230        MOVE "Y" TO WS-PRINT-WRITE-BAD
009240     END-IF.
009250
009260 WRITE-RUN-LOG.
009270     MOVE WS-FIRST-START TO WS-TIME-PARTS.
009280     PERFORM TIME-TO-SECONDS.
009290     MOVE WS-END-SECS TO WS-START-SECS.
009300     MOVE WS-LAST-END TO WS-TIME-PARTS.
009310     PERFORM TIME-TO-SECONDS.
009320     IF WS-END-SECS < WS-START-SECS
009330        COMPUTE WS-END-SECS = WS-END-SECS + 86400
009340     END-IF.
009350     COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.
009360     IF WS-INPUT-BALANCED = "Y" AND WS-PART-COUNT > 1
009370        AND WS-TOT-READ >= 2 * (WS-PART-COUNT - 1)
009380        COMPUTE WS-TOT-READ =
009390           WS-TOT-READ - (2 * (WS-PART-COUNT - 1))
009400     END-IF.
009410     OPEN EXTEND RUNLOG-FILE.
009420     IF WS-RNL-STATUS = "35"
009430        OPEN OUTPUT RUNLOG-FILE
009440        CLOSE RUNLOG-FILE
009450        OPEN EXTEND RUNLOG-FILE
009460     END-IF.
009470     IF WS-RNL-STATUS NOT = "00"
009480        MOVE "Y" TO WS-RNL-WRITE-BAD
009490     ELSE
009500        MOVE SPACES TO RUNLOG-RECORD
009510        MOVE WS-RUN-DATE-NUM TO RNL-DATE
009520        MOVE WS-FIRST-START TO RNL-START-TIME
009530        MOVE WS-LAST-END TO RNL-END-TIME
009540        MOVE WS-ELAPSED-SECS TO RNL-ELAPSED-SECS
009550        MOVE WS-TOT-READ TO RNL-READ
009560        MOVE WS-TOT-PROCESSED TO RNL-PROCESSED
009570        MOVE WS-TOT-REJECTED TO RNL-REJECTED
009580        MOVE WS-TOT-REUSED TO RNL-REUSED
009590        MOVE RETURN-CODE TO RNL-RETURN-CODE
009595        MOVE WS-TOT-REPAIRS-READ TO RNL-REPAIRS-READ
009600        WRITE RUNLOG-RECORD
009610        IF WS-RNL-STATUS NOT = "00"
009620           MOVE "Y" TO WS-RNL-WRITE-BAD
009630        END-IF
009640        CLOSE RUNLOG-FILE
009650     END-IF.
009660     IF WS-RNL-WRITE-BAD = "Y" AND RETURN-CODE < 8
009670        MOVE 8 TO RETURN-CODE
009680     END-IF.
009690
009700 TIME-TO-SECONDS.
009710     COMPUTE WS-END-SECS = (WS-TIME-HH * 3600)
009720        + (WS-TIME-MM * 60) + WS-TIME-SS.
009730
009740 CLEAR-BATCH-LOCK.
009750     OPEN OUTPUT LOCK-FILE.
009760     IF WS-LOCK-STATUS NOT = "00"
009770        MOVE "Y" TO WS-LOCK-WRITE-BAD
009780     ELSE
009790        MOVE SPACES TO LOCK-RECORD
009800        MOVE WS-RUN-DATE-NUM TO LOCK-DATE
009810        MOVE "C" TO LOCK-STATUS
009820        WRITE LOCK-RECORD
009830        IF WS-LOCK-STATUS NOT = "00"
009840           MOVE "Y" TO WS-LOCK-WRITE-BAD
009850        END-IF
009860        CLOSE LOCK-FILE
009870     END-IF.
009880
009890 SET-RUN-RETURN-CODE.
009900     IF WS-MERGE-BAD = "Y"
009910        MOVE "Y" TO WS-ABEND-SWITCH
009920     END-IF.
009930     IF WS-WRITE-BAD = "Y"
009940        MOVE "Y" TO WS-ABEND-SWITCH
009950     END-IF.
009952     IF WS-INPUT-IO-BAD = "Y"
009954        MOVE "Y" TO WS-ABEND-SWITCH
009956     END-IF.
009960     IF WS-PRINT-WRITE-BAD = "Y"
009970        MOVE "Y" TO WS-ABEND-SWITCH
009980     END-IF.
009990     IF WS-ABEND-SWITCH = "Y"
010000        MOVE 8 TO RETURN-CODE
010010     ELSE
010020        IF WS-PART-WARNING = "Y"
010030           MOVE 4 TO RETURN-CODE
010040        ELSE
010050           MOVE 0 TO RETURN-CODE
010060        END-IF
010070     END-IF.
010080
010090 CHECK-PCT-RECORD.
010100     IF PCT-FLG-TYPE = "R" OR PCT-FLG-TYPE = "A"
010110        PERFORM STORE-APPEND-FLAG
010120     ELSE
010130        PERFORM STORE-PCT-RECORD
010140     END-IF.
010150
010160 STORE-APPEND-FLAG.
010170     IF PCT-FLG-DATE NOT = WS-RUN-DATE-NUM
010180        OR PCT-FLG-COUNT IS NOT NUMERIC
010190        MOVE "Y" TO WS-MERGE-BAD
010200        MOVE "PARTITION CONTROL APPEND FLAG STALE OR INVALID"
010210           TO CTL-MESSAGE
010220        PERFORM WRITE-CONTROL-MESSAGE
010230     ELSE
010240        IF PCT-FLG-TYPE = "R"
010250           MOVE PCT-FLG-COUNT TO WS-REJ-PRIOR
010260        ELSE
010270           MOVE PCT-FLG-COUNT TO WS-AUD-PRIOR
010280        END-IF
010290     END-IF.
010300     PERFORM READ-PCT-RECORD.
010310
010320 WRITE-APPEND-FLAG.
010330     MOVE "N" TO WS-FLAG-WRITE-BAD.
010340     OPEN EXTEND PCT-FILE.
010350     IF WS-PCT-STATUS NOT = "00"
010360        MOVE "Y" TO WS-FLAG-WRITE-BAD
010370     ELSE
010380        MOVE SPACES TO PCT-FLAG-RECORD
010390        MOVE WS-RUN-DATE-NUM TO PCT-FLG-DATE
010400        MOVE WS-FLAG-TYPE TO PCT-FLG-TYPE
010410        MOVE WS-FLAG-COUNT TO PCT-FLG-COUNT
010420        WRITE PCT-FLAG-RECORD
010430        IF WS-PCT-STATUS NOT = "00"
010440           MOVE "Y" TO WS-FLAG-WRITE-BAD
010450        END-IF
010460        CLOSE PCT-FILE
010470     END-IF.
010480     IF WS-FLAG-WRITE-BAD = "Y"
010490        MOVE "Y" TO WS-WRITE-BAD
010500        MOVE "APPEND NOT RECORDED ON GCDPCT - CHECK BEFORE RERUN"
010510           TO CTL-MESSAGE
010520        PERFORM WRITE-CONTROL-MESSAGE
010530     END-IF.
