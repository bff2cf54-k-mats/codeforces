000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNBACK.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. BACKOUT OF ONE BATCH RUN,
000120*                    NAMED BY ITS RUNCTL RUN NUMBER ON THE
000130*                    BKOPARM CARD. EVERY CONVOUT STOCK LINE OF
000140*                    THE RUN HAS ITS NORMALIZED COS-QTY-NORM
000150*                    FIGURES TAKEN BACK OFF POS-QTY-TOTAL AND ONE
000160*                    TAKEN OFF POS-REC-COUNT, WITH A 'REV'
000170*                    AUDITLOG ENTRY AGAINST THE ORIGINAL RUN AND
000180*                    SEQUENCE NUMBER. EACH SOURCE THE RUN
000190*                    PROCESSED (PER RUNSTAT) HAS ITS LASTRUN-CTL
000200*                    DATE PUT BACK TO THE PREVIOUS BUSINESS DATE
000210*                    SO THE CORRECTED FILE CAN BE RERUN, AND THE
000220*                    RUN'S SUSLEDG ITEMS ARE VOIDED OR REOPENED.
000230*                    THE BKORPT REPORT LISTS EVERY ITEM ADJUSTED
000240*                    AND BKOHIST RECORDS EVERY RUN REVERSED SO
000250*                    NO RUN CAN BE REVERSED TWICE.
000251*   10/15/2026  RT   THE REVERSED RUN IS NOW MARKED BACKED OUT
000253*                    ON RUNREG, THE RUN STATUS REGISTER, SO
000255*                    CONVEXT WILL NOT EXPORT ITS CONVOUT AND THE
000256*                    RUNLST LISTING SHOWS IT REVERSED.
000258*   10/15/2026  RT   A RUN ABANDONED ON REJECTS OR OUT OF BALANCE
000260*                    WRITES NO RUNSTAT RECORD BUT HAS ALREADY
000261*                    POSTED STOCKPOS AND SUSLEDG RECORD BY RECORD.
000263*                    SUCH A RUN IS NOW TAKEN FROM RUNREG AND
000265*                    REVERSED LIKE ANY OTHER, LEAVING ONLY THE
000266*                    LASTRUN DATES, WHICH IT NEVER MOVED, ALONE.
000267*   10/15/2026  RT   RUNREG IS NOW CHECKED FOR EVERY RUN. A
000269*                    COMBINED RUN WHOSE MERGE STOPPED PART WAY IS
000271*                    REFUSED - ITS FILES ARE RESTORED, NOT BACKED
000273*                    OUT - AND A SOURCE RUN ALREADY MERGED IS
000274*                    REFUSED IN FAVOUR OF ITS COMBINED RUN.
000276*   10/15/2026  RT   A SOURCE RUN OF A SPLIT THAT WAS NEVER MERGED
000278*                    IS REFUSED TOO, ABANDONED OR NOT - IT LEFT
000280*                    ITS POSTINGS IN MSTPOST FOR CNVMERGE AND NONE
000282*                    REACHED THE MASTERS.
000284*----------------------------------------------------------------
000286
000288 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BKO-PARM  ASSIGN TO BKOPARM
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RUNCTL-STATUS.
000400     SELECT OPTIONAL RUN-STAT ASSIGN TO RUNSTAT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RUNSTAT-STATUS.
000430     SELECT OPTIONAL BKO-HIST ASSIGN TO BKOHIST
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-BKOHIST-STATUS.
000460     SELECT CONV-OUT ASSIGN TO CONVOUT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CONVOUT-STATUS.
000490     SELECT STOCK-POS ASSIGN TO STOCKPOS
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS POS-ITEM-KEY
000530         FILE STATUS IS WS-STKPOS-STATUS.
000540     SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570     SELECT OPTIONAL LASTRUN-CTL ASSIGN TO LASTRUNC
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-LASTRUN-STATUS.
000600     SELECT OPTIONAL SUS-LEDGER ASSIGN TO SUSLEDG
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS SLG-KEY
000640         FILE STATUS IS WS-SUSLEDG-STATUS.
000650     SELECT BKO-RPT   ASSIGN TO BKORPT
000660         ORGANIZATION IS LINE SEQUENTIAL.
000662     SELECT OPTIONAL RUN-REG ASSIGN TO RUNREG
000664         ORGANIZATION IS INDEXED
000666         ACCESS MODE IS RANDOM
000668         RECORD KEY IS RRG-RUN-NBR
000669         FILE STATUS IS WS-RUNREG-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  BKO-PARM
000710     RECORDING MODE IS F.
000720 01  BKO-PARM-RECORD.
000730     05  PRM-RUN-NBR         PIC X(06).
000740     05  PRM-REQUESTED-BY    PIC X(08).
000750
000760 FD  RUN-CTL
000770     RECORDING MODE IS F.
000780 01  RUN-CTL-RECORD.
000790     05  RUN-NUMBER          PIC 9(06).
000800
000810 FD  RUN-STAT
000820     RECORDING MODE IS F.
000830 COPY RUNSTATR.
000840
000850 FD  BKO-HIST
000860     RECORDING MODE IS F.
000870 01  BKO-HIST-RECORD.
000880     05  BKH-RUN-NBR         PIC 9(06).
000890     05  FILLER              PIC X(01).
000900     05  BKH-BKO-DATE        PIC 9(06).
000910     05  FILLER              PIC X(01).
000920     05  BKH-BKO-TIME        PIC 9(08).
000930     05  FILLER              PIC X(01).
000940     05  BKH-REQUESTED-BY    PIC X(08).
000950     05  FILLER              PIC X(01).
000960     05  BKH-LINE-COUNT      PIC 9(08).
000970     05  FILLER              PIC X(01).
000980     05  BKH-ADJUST-COUNT    PIC 9(08).
000990
001000 FD  CONV-OUT
001010     RECORDING MODE IS F.
001020 COPY CONVOUTR.
001030
001040 FD  STOCK-POS.
001050 COPY STKPREC.
001060
001070 FD  AUDIT-LOG
001080     RECORDING MODE IS F.
001090 COPY AUDREC.
001100
001110 FD  LASTRUN-CTL
001120     RECORDING MODE IS F.
001130 01  LASTRUN-RECORD.
001140     05  LST-SOURCE-ID       PIC X(08).
001150     05  FILLER              PIC X(01).
001160     05  LST-BUS-DATE        PIC 9(08).
001170
001180 FD  SUS-LEDGER.
001190 COPY SUSLREC.
001192
001195 FD  RUN-REG.
001197 COPY RUNREGR.
001200
001210 FD  BKO-RPT
001220     RECORDING MODE IS F.
001230 01  RPT-RECORD              PIC X(132).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
001270     88  WS-EOF                      VALUE 'Y'.
001280     88  WS-NOT-EOF                  VALUE 'N'.
001290 01  WS-RUNCTL-STATUS    PIC X(02)   VALUE '00'.
001300     88  WS-RUNCTL-OK                   VALUES '00' '05'.
001310 01  WS-RUNSTAT-STATUS   PIC X(02)   VALUE '00'.
001320     88  WS-RUNSTAT-OK                  VALUES '00' '05'.
001330 01  WS-BKOHIST-STATUS   PIC X(02)   VALUE '00'.
001340     88  WS-BKOHIST-OK                  VALUES '00' '05'.
001350 01  WS-CONVOUT-STATUS   PIC X(02)   VALUE '00'.
001360     88  WS-CONVOUT-OK                  VALUES '00' '05'.
001370 01  WS-STKPOS-STATUS    PIC X(02)   VALUE '00'.
001380     88  WS-STKPOS-OK                   VALUES '00' '05'.
001390 01  WS-AUDIT-STATUS     PIC X(02)   VALUE '00'.
001400     88  WS-AUDIT-OK                    VALUES '00' '05'.
001410 01  WS-LASTRUN-STATUS   PIC X(02)   VALUE '00'.
001420     88  WS-LASTRUN-OK                  VALUES '00' '05'.
001430 01  WS-SUSLEDG-STATUS   PIC X(02)   VALUE '00'.
001440     88  WS-SUSLEDG-OK                  VALUES '00' '05'.
001442 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
001444     88  WS-RUNREG-OK                   VALUES '00' '05'.
001450 01  WS-RUN-DATE         PIC 9(06).
001460 01  WS-RUN-TIME         PIC 9(08).
001470*----------------------------------------------------------------
001480* THE RUN BEING REVERSED, FROM THE BKOPARM CARD
001490*----------------------------------------------------------------
001500 01  WS-BKO-RUN-NBR      PIC 9(06)   VALUE ZEROES.
001510 01  WS-BKO-RUN-DATE     PIC 9(06)   VALUE ZEROES.
001513 01  WS-ABANDONED-SW     PIC X(01)   VALUE 'N'.
001516     88  WS-ABANDONED-RUN               VALUE 'Y'.
001520 01  WS-REQUESTED-BY     PIC X(08)   VALUE SPACES.
001530 01  WS-LAST-RUN-NBR     PIC 9(06)   VALUE ZEROES.
001540 01  K                   PIC 9(02).
001550*----------------------------------------------------------------
001560* RUNS ALREADY REVERSED, LOADED FROM BKOHIST. A RUN FOUND HERE
001570* IS REFUSED, AND ITS BUSINESS DATES ARE NOT CANDIDATES WHEN A
001580* SOURCE'S LASTRUN DATE IS PUT BACK.
001590*----------------------------------------------------------------
001600 01  WS-HIST-MAX         PIC 9(04)   COMP  VALUE 999.
001610 01  WS-HIST-COUNT       PIC 9(04)   COMP  VALUE ZEROES.
001620 01  H                   PIC 9(04)   COMP.
001630 01  WS-HIST-TABLE.
001640     05  WS-HIST-RUN OCCURS 999      PIC 9(06).
001650 01  WS-CHECK-RUN-NBR    PIC 9(06)   VALUE ZEROES.
001660 01  WS-REVERSED-SW      PIC X(01)   VALUE 'N'.
001670     88  WS-RUN-REVERSED             VALUE 'Y'.
001680     88  WS-RUN-NOT-REVERSED         VALUE 'N'.
001690*----------------------------------------------------------------
001700* SOURCES THE RUN PROCESSED, FROM ITS RUNSTAT RECORDS, WITH THE
001710* LASTRUN DATE BEFORE AND AFTER THE RESET. 'RESUB' IS NOT A
001720* SOURCE FEED AND HAS NO LASTRUN DATE.
001730*----------------------------------------------------------------
001740 01  WS-RSR-MAX          PIC 9(02)   COMP  VALUE 20.
001750 01  WS-RSR-COUNT        PIC 9(02)   COMP  VALUE ZEROES.
001760 01  M                   PIC 9(02)   COMP.
001770 01  WS-RUN-SRC-TABLE.
001780     05  WS-RSR-ENTRY OCCURS 20.
001790         10  WS-RSR-SOURCE   PIC X(08).
001800         10  WS-RSR-BUS-DATE PIC 9(08).
001810         10  WS-RSR-PRIOR    PIC 9(08).
001820         10  WS-RSR-WAS      PIC 9(08).
001830         10  WS-RSR-NOW      PIC 9(08).
001840         10  WS-RSR-NOTE     PIC X(24).
001850*----------------------------------------------------------------
001860* LASTRUN-CTL HELD WHOLE AND WRITTEN BACK, THE SAME WAY THE
001870* BATCH RUN HANDLES IT
001880*----------------------------------------------------------------
001890 01  WS-LASTRUN-EOF-SW   PIC X(01)   VALUE 'N'.
001900     88  WS-LASTRUN-EOF                 VALUE 'Y'.
001910 01  WS-LASTRUN-COUNT    PIC 9(02)   COMP  VALUE ZEROES.
001920 01  L                   PIC 9(02)   COMP.
001930 01  WS-LASTRUN-TABLE.
001940     05  WS-LASTRUN-ENTRY OCCURS 20.
001950         10  WS-LRN-SOURCE   PIC X(08).
001960         10  WS-LRN-DATE     PIC 9(08).
001970 01  WS-LRN-FOUND-SW     PIC X(01)   VALUE 'N'.
001980     88  WS-LRN-FOUND                VALUE 'Y'.
001990     88  WS-LRN-NOT-FOUND            VALUE 'N'.
002000*----------------------------------------------------------------
002010* STOCK LINE REVERSAL WORK AREA
002020*----------------------------------------------------------------
002030 01  WS-LINE-QTY         PIC 9(18)   VALUE ZEROES.
002040 01  WS-POS-BEFORE       PIC 9(18)   VALUE ZEROES.
002050 01  WS-NORM-X           PIC X(18)   VALUE ZEROES.
002060 01  WS-NORM-NUM REDEFINES WS-NORM-X
002070                         PIC 9(18).
002080 01  WS-LEDGER-EOF-SW    PIC X(01)   VALUE 'N'.
002090     88  WS-LEDGER-EOF                  VALUE 'Y'.
002100*----------------------------------------------------------------
002110* RUN COUNTERS
002120*----------------------------------------------------------------
002130 01  WS-READ-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
002140 01  WS-OTHER-RUN-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
002150 01  WS-SINGLE-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
002160 01  WS-LINE-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
002170 01  WS-ADJUST-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
002180 01  WS-MISSING-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
002190 01  WS-FLOOR-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
002200 01  WS-AUDIT-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
002210 01  WS-RESET-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
002220 01  WS-VOID-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
002230 01  WS-REOPEN-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
002240*----------------------------------------------------------------
002250* 'REV' AUDIT ENTRY TEXT - THE INPUT SIDE CARRIES THE ITEM AND
002260* THE BASE-UNIT QUANTITY TAKEN BACK, THE RESULT SIDE THE STOCK
002270* POSITION BEFORE AND AFTER
002280*----------------------------------------------------------------
002290 01  WS-AUD-REV-INPUT.
002300     05  FILLER          PIC X(05)   VALUE 'ITEM '.
002310     05  WS-AVI-ITEM-KEY PIC X(10).
002320     05  FILLER          PIC X(10)   VALUE ' REVERSED '.
002330     05  WS-AVI-QTY      PIC 9(18).
002340     05  FILLER          PIC X(05)   VALUE ' UOM '.
002350     05  WS-AVI-UOM      PIC X(03).
002360     05  FILLER          PIC X(13)   VALUE SPACES.
002370 01  WS-AUD-REV-RESULT.
002380     05  FILLER          PIC X(09)   VALUE 'POSITION '.
002390     05  WS-AVR-BEFORE   PIC 9(18).
002400     05  FILLER          PIC X(05)   VALUE ' NOW '.
002410     05  WS-AVR-AFTER    PIC 9(18).
002420     05  FILLER          PIC X(04)   VALUE ' BY '.
002430     05  WS-AVR-REQUESTER PIC X(08).
002440     05  FILLER          PIC X(02)   VALUE SPACES.
002450*----------------------------------------------------------------
002460* BKORPT REPORT LINES
002470*----------------------------------------------------------------
002480 01  RPT-HEADER-LINE.
002490     05  FILLER          PIC X(40)   VALUE
002500         'RUN BACKOUT REPORT'.
002510     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
002520     05  RPT-HDR-DATE    PIC 9(06).
002530     05  FILLER          PIC X(07)   VALUE '  TIME '.
002540     05  RPT-HDR-TIME    PIC 9(08).
002550     05  FILLER          PIC X(62)   VALUE SPACES.
002560 01  RPT-RUN-LINE.
002570     05  FILLER          PIC X(20)   VALUE 'RUN REVERSED'.
002580     05  RPT-RUN-NBR     PIC 9(06).
002590     05  FILLER          PIC X(14)   VALUE '  OF RUN DATE '.
002600     05  RPT-RUN-DATE    PIC 9(06).
002610     05  FILLER          PIC X(16)   VALUE '  REQUESTED BY '.
002620     05  RPT-RUN-REQUESTER PIC X(08).
002630     05  FILLER          PIC X(62)   VALUE SPACES.
002640 01  RPT-RULE-LINE.
002650     05  FILLER          PIC X(132)  VALUE ALL '-'.
002660 01  RPT-COLUMN-LINE.
002670     05  FILLER          PIC X(12)   VALUE 'ITEM KEY'.
002680     05  FILLER          PIC X(10)   VALUE 'SEQ'.
002690     05  FILLER          PIC X(20)   VALUE '      QTY REVERSED'.
002700     05  FILLER          PIC X(20)   VALUE '   POSITION BEFORE'.
002710     05  FILLER          PIC X(20)   VALUE '    POSITION AFTER'.
002720     05  FILLER          PIC X(10)   VALUE '    RECS'.
002730     05  FILLER          PIC X(40)   VALUE 'NOTE'.
002740 01  RPT-DETAIL-LINE.
002750     05  RPT-DET-ITEM-KEY PIC X(10).
002760     05  FILLER          PIC X(02)   VALUE SPACES.
002770     05  RPT-DET-SEQ     PIC 9(08).
002780     05  FILLER          PIC X(02)   VALUE SPACES.
002790     05  RPT-DET-QTY     PIC Z(17)9.
002800     05  FILLER          PIC X(02)   VALUE SPACES.
002810     05  RPT-DET-BEFORE  PIC Z(17)9.
002820     05  RPT-DET-BEFORE-X REDEFINES RPT-DET-BEFORE
002830                         PIC X(18).
002840     05  FILLER          PIC X(02)   VALUE SPACES.
002850     05  RPT-DET-AFTER   PIC Z(17)9.
002860     05  RPT-DET-AFTER-X REDEFINES RPT-DET-AFTER
002870                         PIC X(18).
002880     05  FILLER          PIC X(02)   VALUE SPACES.
002890     05  RPT-DET-RECS    PIC Z(07)9.
002900     05  RPT-DET-RECS-X REDEFINES RPT-DET-RECS
002910                         PIC X(08).
002920     05  FILLER          PIC X(02)   VALUE SPACES.
002930     05  RPT-DET-NOTE    PIC X(20).
002940     05  FILLER          PIC X(20)   VALUE SPACES.
002950 01  RPT-SOURCE-HEAD.
002960     05  FILLER          PIC X(12)   VALUE 'SOURCE'.
002970     05  FILLER          PIC X(12)   VALUE 'BUS DATE'.
002980     05  FILLER          PIC X(12)   VALUE 'LASTRUN WAS'.
002990     05  FILLER          PIC X(12)   VALUE 'LASTRUN NOW'.
003000     05  FILLER          PIC X(84)   VALUE 'NOTE'.
003010 01  RPT-SOURCE-LINE.
003020     05  RPT-SRC-ID      PIC X(08).
003030     05  FILLER          PIC X(04)   VALUE SPACES.
003040     05  RPT-SRC-BUS-DATE PIC 9(08).
003050     05  FILLER          PIC X(04)   VALUE SPACES.
003060     05  RPT-SRC-WAS     PIC 9(08).
003070     05  FILLER          PIC X(04)   VALUE SPACES.
003080     05  RPT-SRC-NOW     PIC 9(08).
003090     05  FILLER          PIC X(04)   VALUE SPACES.
003100     05  RPT-SRC-NOTE    PIC X(24).
003110     05  FILLER          PIC X(60)   VALUE SPACES.
003120 01  RPT-COUNT-LINE.
003130     05  RPT-CNT-LABEL   PIC X(32).
003140     05  RPT-CNT-VALUE   PIC Z(07)9.
003150     05  FILLER          PIC X(92)   VALUE SPACES.
003160
003170 PROCEDURE DIVISION.
003180*================================================================
003190 0000-MAINLINE.
003200*================================================================
003210     PERFORM 1000-INITIALIZE
003220     PERFORM 2000-REVERSE-CONVOUT-LINE
003230         UNTIL WS-EOF
003240     PERFORM 9000-TERMINATE
003250     STOP RUN.
003260
003270*================================================================
003280 1000-INITIALIZE.
003290*================================================================
003300     ACCEPT WS-RUN-DATE FROM DATE
003310     ACCEPT WS-RUN-TIME FROM TIME
003320     PERFORM 1100-READ-PARM-CARD
003330     PERFORM 1200-CHECK-RUN-NUMBER
003340     PERFORM 1300-LOAD-BACKOUT-HISTORY
003350     PERFORM 1400-LOAD-RUN-SOURCES
003360     OPEN OUTPUT BKO-RPT
003370     MOVE WS-RUN-DATE     TO RPT-HDR-DATE
003380     MOVE WS-RUN-TIME     TO RPT-HDR-TIME
003390     WRITE RPT-RECORD FROM RPT-HEADER-LINE
003400     MOVE WS-BKO-RUN-NBR  TO RPT-RUN-NBR
003410     MOVE WS-BKO-RUN-DATE TO RPT-RUN-DATE
003420     MOVE WS-REQUESTED-BY TO RPT-RUN-REQUESTER
003430     WRITE RPT-RECORD FROM RPT-RUN-LINE
003440     WRITE RPT-RECORD FROM RPT-RULE-LINE
003450     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
003460     WRITE RPT-RECORD FROM RPT-RULE-LINE
003470     OPEN INPUT CONV-OUT
003480     IF NOT WS-CONVOUT-OK
003490         PERFORM 9550-ABEND-CONVOUT
003500     END-IF
003510     OPEN I-O STOCK-POS
003520     IF NOT WS-STKPOS-OK
003530         PERFORM 9560-ABEND-STKPOS
003540     END-IF
003550     OPEN EXTEND AUDIT-LOG
003560     IF NOT WS-AUDIT-OK
003570         PERFORM 9570-ABEND-AUDIT
003580     END-IF
003590     PERFORM 2900-READ-CONVOUT-RECORD.
003600
003610*================================================================
003620 1100-READ-PARM-CARD.
003630*================================================================
003640     OPEN INPUT BKO-PARM
003650     READ BKO-PARM
003660         AT END PERFORM 9510-ABEND-PARM
003670     END-READ
003680     IF PRM-RUN-NBR IS NUMERIC
003690         MOVE PRM-RUN-NBR TO WS-BKO-RUN-NBR
003700     ELSE
003710         PERFORM 9510-ABEND-PARM
003720     END-IF
003730     IF WS-BKO-RUN-NBR = 0 OR PRM-REQUESTED-BY = SPACES
003740         PERFORM 9510-ABEND-PARM
003750     END-IF
003760     MOVE PRM-REQUESTED-BY TO WS-REQUESTED-BY
003770     CLOSE BKO-PARM.
003780
003790*================================================================
003800 1200-CHECK-RUN-NUMBER.
003810*================================================================
003820*    RUNCTL HOLDS THE LAST RUN NUMBER ISSUED. A NUMBER BEYOND IT
003830*    HAS NEVER RUN AND CANNOT BE REVERSED.
003840     OPEN INPUT RUN-CTL
003850     IF NOT WS-RUNCTL-OK
003860         PERFORM 9520-ABEND-RUNCTL
003870     END-IF
003880     READ RUN-CTL
003890         AT END     MOVE ZEROES     TO WS-LAST-RUN-NBR
003900         NOT AT END MOVE RUN-NUMBER TO WS-LAST-RUN-NBR
003910     END-READ
003920     CLOSE RUN-CTL
003930     IF WS-BKO-RUN-NBR > WS-LAST-RUN-NBR
003940         PERFORM 9580-ABEND-UNKNOWN-RUN
003950     END-IF.
003960
003970*================================================================
003980 1300-LOAD-BACKOUT-HISTORY.
003990*================================================================
004000*    A RUN ALREADY ON BKOHIST HAS BEEN REVERSED ONCE; REVERSING
004010*    IT AGAIN WOULD TAKE ITS QUANTITIES OFF STOCKPOS TWICE.
004020     OPEN INPUT BKO-HIST
004030     IF NOT WS-BKOHIST-OK
004040         PERFORM 9530-ABEND-BKOHIST
004050     END-IF
004060     SET WS-NOT-EOF TO TRUE
004070     PERFORM 1310-READ-HISTORY-RECORD
004080         UNTIL WS-EOF
004090     CLOSE BKO-HIST
004100     SET WS-NOT-EOF TO TRUE
004110     MOVE WS-BKO-RUN-NBR TO WS-CHECK-RUN-NBR
004120     PERFORM 1320-CHECK-REVERSED
004130     IF WS-RUN-REVERSED
004140         PERFORM 9590-ABEND-ALREADY-REVERSED
004150     END-IF.
004160
004170*================================================================
004180 1310-READ-HISTORY-RECORD.
004190*================================================================
004200     READ BKO-HIST
004210         AT END
004220             SET WS-EOF TO TRUE
004230         NOT AT END
004240             IF WS-HIST-COUNT = WS-HIST-MAX
004250                 PERFORM 9535-ABEND-HIST-LIMIT
004260             END-IF
004270             ADD 1 TO WS-HIST-COUNT
004280             MOVE BKH-RUN-NBR TO WS-HIST-RUN(WS-HIST-COUNT)
004290     END-READ.
004300
004310*================================================================
004320 1320-CHECK-REVERSED.
004330*================================================================
004340*    SETS WS-RUN-REVERSED WHEN THE RUN IN WS-CHECK-RUN-NBR IS ON
004350*    THE BACKOUT HISTORY.
004360     SET WS-RUN-NOT-REVERSED TO TRUE
004370     PERFORM VARYING H FROM 1 BY 1
004380             UNTIL H > WS-HIST-COUNT OR WS-RUN-REVERSED
004390         IF WS-HIST-RUN(H) = WS-CHECK-RUN-NBR
004400             SET WS-RUN-REVERSED TO TRUE
004410         END-IF
004420     END-PERFORM.
004430
004440*================================================================
004450 1400-LOAD-RUN-SOURCES.
004460*================================================================
004470*    THE RUN'S RUNSTAT RECORDS SAY WHICH SOURCES IT PROCESSED
004480*    AND FOR WHICH BUSINESS DATE. A RUN WITH NO RUNSTAT RECORD
004485*    NEVER REACHED TERMINATE, BUT ONE ABANDONED THERE ON REJECTS
004490*    OR OUT OF BALANCE HAD ALREADY POSTED STOCKPOS AND SUSLEDG
004492*    AS IT WENT - RUNREG KNOWS IT AND GIVES ITS DATE. RUNREG IS
004495*    CHECKED WHETHER OR NOT RUNSTAT KNEW THE RUN, SINCE A MERGE
004497*    WRITES THE COMBINED RUN'S RUNSTAT RECORDS BEFORE IT POSTS.
004500     OPEN INPUT RUN-STAT
004510     IF NOT WS-RUNSTAT-OK
004520         PERFORM 9540-ABEND-RUNSTAT
004530     END-IF
004540     PERFORM 1410-READ-RUN-STAT-RECORD
004550         UNTIL WS-EOF
004560     CLOSE RUN-STAT
004570     SET WS-NOT-EOF TO TRUE
004580     PERFORM 1450-CHECK-RUN-REGISTER.
004610
004620*================================================================
004630 1410-READ-RUN-STAT-RECORD.
004640*================================================================
004650     READ RUN-STAT
004660         AT END
004670             SET WS-EOF TO TRUE
004680         NOT AT END
004690             IF RNS-RUN-NBR = WS-BKO-RUN-NBR
004700                 MOVE RNS-RUN-DATE TO WS-BKO-RUN-DATE
004710                 IF RNS-SOURCE-ID NOT = 'RESUB'
004720                     PERFORM 1420-NOTE-RUN-SOURCE
004730                 END-IF
004740             END-IF
004750     END-READ.
004760
004770*================================================================
004780 1420-NOTE-RUN-SOURCE.
004790*================================================================
004800     IF WS-RSR-COUNT = WS-RSR-MAX
004810         PERFORM 9545-ABEND-SOURCE-LIMIT
004820     END-IF
004830     ADD 1 TO WS-RSR-COUNT
004840     MOVE RNS-SOURCE-ID TO WS-RSR-SOURCE(WS-RSR-COUNT)
004850     MOVE RNS-BUS-DATE  TO WS-RSR-BUS-DATE(WS-RSR-COUNT)
004860     MOVE ZEROES        TO WS-RSR-PRIOR(WS-RSR-COUNT)
004870                           WS-RSR-WAS(WS-RSR-COUNT)
004880                           WS-RSR-NOW(WS-RSR-COUNT)
004890     MOVE SPACES        TO WS-RSR-NOTE(WS-RSR-COUNT).
004900
004901*================================================================
004902 1450-CHECK-RUN-REGISTER.
004903*================================================================
004904*    A RUN FROM BEFORE THE REGISTER WAS KEPT NEEDS ONLY ITS
004905*    RUNSTAT RECORDS. ONE WITH NEITHER IS REFUSED.
004909     OPEN INPUT RUN-REG
004910     IF NOT WS-RUNREG-OK
004911         PERFORM 9576-ABEND-RUNREG-CHECK
004912     END-IF
004913     MOVE WS-BKO-RUN-NBR TO RRG-RUN-NBR
004914     READ RUN-REG
004916         INVALID KEY
004917             IF WS-BKO-RUN-DATE = 0
004918                 PERFORM 9580-ABEND-UNKNOWN-RUN
004919             END-IF
004921         NOT INVALID KEY
004922             PERFORM 1460-CHECK-RUN-STATUS
004923     END-READ
004925     CLOSE RUN-REG.
004926
004927*================================================================
004928 1460-CHECK-RUN-STATUS.
004929*================================================================
004930*    A COMBINED RUN LEFT MERGE IN PROGRESS HAS ONLY PART OF ITS
004931*    POSTINGS ON THE MASTERS, AND A MERGED SOURCE RUN'S RECORDS
004932*    NOW STAND UNDER ITS COMBINED RUN - NEITHER CAN BE REVERSED
004933*    FROM ITS OWN RECORDS. A SOURCE RUN NOT YET MERGED POSTED
004934*    NOTHING - ITS UPDATES WAIT IN MSTPOST FOR CNVMERGE - SO IT
004935*    HAS NOTHING TO REVERSE. AN ABANDONED SINGLE-STREAM RUN HAD
004937*    POSTED AS IT WENT, BUT NEVER MOVED ANY SOURCE'S LASTRUN
004938*    DATE, SO IT HAS NO SOURCES TO NOTE. ANY OTHER RUN WITHOUT
004939*    RUNSTAT RECORDS - STILL SHOWN AS STARTED - IS REFUSED.
004940     EVALUATE TRUE
004942         WHEN RRG-MERGE-IN-PROGRESS
004943             PERFORM 9577-ABEND-MERGE-STOPPED
004944         WHEN RRG-MERGED
004945             PERFORM 9578-ABEND-MERGED-RUN
004947         WHEN RRG-MERGE-RUN NOT = 0
004948             PERFORM 9579-ABEND-SPLIT-SOURCE
004949         WHEN WS-BKO-RUN-DATE NOT = 0
004951             CONTINUE
004952         WHEN RRG-ABANDONED-REJECTS
004953         WHEN RRG-ABANDONED-BALANCE
004954             MOVE RRG-RUN-DATE TO WS-BKO-RUN-DATE
004956             SET WS-ABANDONED-RUN TO TRUE
004957         WHEN OTHER
004958             PERFORM 9580-ABEND-UNKNOWN-RUN
004959     END-EVALUATE.
004961
004962*================================================================
004963 2000-REVERSE-CONVOUT-LINE.
004964*================================================================
004966*    CONVOUT MAY BE AN ARCHIVED GENERATION HOLDING MORE THAN ONE
004967*    RUN, SO ONLY STOCK LINES STAMPED WITH THE RUN NUMBER BEING
004968*    REVERSED ARE TOUCHED. SINGLE-CODE LINES NEVER MOVED STOCK.
004970     EVALUATE TRUE
004980         WHEN COS-TYPE NOT = 'S'
004990             IF COR-RUN-NBR = WS-BKO-RUN-NBR
005000                 ADD 1 TO WS-SINGLE-COUNT
005010             ELSE
005020                 ADD 1 TO WS-OTHER-RUN-COUNT
005030             END-IF
005040         WHEN COS-RUN-NBR NOT = WS-BKO-RUN-NBR
005050             ADD 1 TO WS-OTHER-RUN-COUNT
005060         WHEN COS-OK
005070             PERFORM 2100-REVERSE-STOCK-LINE
005080         WHEN OTHER
005090             CONTINUE
005100     END-EVALUATE
005110     PERFORM 2900-READ-CONVOUT-RECORD.
005120
005130*================================================================
005140 2100-REVERSE-STOCK-LINE.
005150*================================================================
005160*    THE LINE'S NORMALIZED FIGURES ARE EXACTLY WHAT THE BATCH
005170*    RUN ADDED INTO POS-QTY-TOTAL FOR IT.
005180     ADD 1 TO WS-LINE-COUNT
005190     MOVE ZEROES TO WS-LINE-QTY
005200     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
005210         IF  COS-QTY-NORM(K) NOT = SPACES
005220         AND COS-QTY-NORM(K) IS NUMERIC
005230             MOVE COS-QTY-NORM(K) TO WS-NORM-X
005240             ADD WS-NORM-NUM TO WS-LINE-QTY
005250                 ON SIZE ERROR CONTINUE
005260             END-ADD
005270         END-IF
005280     END-PERFORM
005290     MOVE SPACES       TO RPT-DET-NOTE
005300     MOVE COS-ITEM-KEY TO RPT-DET-ITEM-KEY
005310     MOVE COS-SEQ-NBR  TO RPT-DET-SEQ
005320     MOVE WS-LINE-QTY  TO RPT-DET-QTY
005330     MOVE COS-ITEM-KEY TO POS-ITEM-KEY
005340     READ STOCK-POS
005350         INVALID KEY
005360             ADD 1 TO WS-MISSING-COUNT
005370             MOVE SPACES TO RPT-DET-BEFORE-X
005380             MOVE SPACES TO RPT-DET-AFTER-X
005390             MOVE SPACES TO RPT-DET-RECS-X
005400             MOVE 'NOT ON STOCKPOS' TO RPT-DET-NOTE
005410         NOT INVALID KEY
005420             PERFORM 2200-ADJUST-POSITION
005430     END-READ
005440     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
005450
005460*================================================================
005470 2200-ADJUST-POSITION.
005480*================================================================
005490*    A POSITION THAT HAS SINCE BEEN REDUCED BELOW THE LINE'S
005500*    FIGURE (A STOCK-TAKE POSTING, SAY) IS FLOORED AT ZERO
005510*    RATHER THAN DRIVEN NEGATIVE, AND FLAGGED ON THE REPORT.
005520     MOVE POS-QTY-TOTAL TO WS-POS-BEFORE
005530     IF WS-LINE-QTY > POS-QTY-TOTAL
005540         MOVE ZEROES TO POS-QTY-TOTAL
005550         ADD 1 TO WS-FLOOR-COUNT
005560         MOVE 'FLOORED AT ZERO' TO RPT-DET-NOTE
005570     ELSE
005580         SUBTRACT WS-LINE-QTY FROM POS-QTY-TOTAL
005590     END-IF
005600     IF POS-REC-COUNT > 0
005610         SUBTRACT 1 FROM POS-REC-COUNT
005620     END-IF
005630     REWRITE STOCK-POS-RECORD
005640     IF NOT WS-STKPOS-OK
005650         PERFORM 9560-ABEND-STKPOS
005660     END-IF
005670     ADD 1 TO WS-ADJUST-COUNT
005680     MOVE WS-POS-BEFORE TO RPT-DET-BEFORE
005690     MOVE POS-QTY-TOTAL TO RPT-DET-AFTER
005700     MOVE POS-REC-COUNT TO RPT-DET-RECS
005710     PERFORM 2700-WRITE-REV-AUDIT.
005720
005730*================================================================
005740 2700-WRITE-REV-AUDIT.
005750*================================================================
005760*    THE ENTRY CARRIES THE ORIGINAL RUN AND CONVIN SEQUENCE
005770*    NUMBER SO IT SITS BESIDE THE 'BAT' ENTRIES IT REVERSES.
005780     ACCEPT WS-RUN-TIME FROM TIME
005790     MOVE COS-ITEM-KEY    TO WS-AVI-ITEM-KEY
005800     MOVE WS-LINE-QTY     TO WS-AVI-QTY
005810     MOVE COS-UOM         TO WS-AVI-UOM
005820     MOVE WS-POS-BEFORE   TO WS-AVR-BEFORE
005830     MOVE POS-QTY-TOTAL   TO WS-AVR-AFTER
005840     MOVE WS-REQUESTED-BY TO WS-AVR-REQUESTER
005850     MOVE SPACES          TO AUDIT-RECORD
005860     MOVE WS-RUN-DATE     TO AUD-DATE
005870     MOVE WS-RUN-TIME     TO AUD-TIME
005880     MOVE 'A'             TO AUD-DIRECTION
005890     MOVE WS-AUD-REV-INPUT  TO AUD-INPUT
005900     MOVE WS-AUD-REV-RESULT TO AUD-RESULT
005910     MOVE '0'             TO AUD-STATUS
005920     MOVE 'REV'           TO AUD-SOURCE
005930     MOVE COS-RUN-NBR     TO AUD-RUN-NBR
005940     MOVE COS-SEQ-NBR     TO AUD-SEQ-NBR
005950     WRITE AUDIT-RECORD
005960     IF NOT WS-AUDIT-OK
005970         PERFORM 9570-ABEND-AUDIT
005980     END-IF
005990     ADD 1 TO WS-AUDIT-COUNT.
006000
006010*================================================================
006020 2900-READ-CONVOUT-RECORD.
006030*================================================================
006040     READ CONV-OUT
006050         AT END
006060             SET WS-EOF TO TRUE
006070         NOT AT END
006080             ADD 1 TO WS-READ-COUNT
006090     END-READ.
006100
006110*================================================================
006120 9000-TERMINATE.
006130*================================================================
006140     CLOSE CONV-OUT
006150     CLOSE STOCK-POS
006160     CLOSE AUDIT-LOG
006162     IF WS-ABANDONED-RUN
006164         WRITE RPT-RECORD FROM RPT-RULE-LINE
006166         MOVE SPACES TO RPT-RECORD
006168         MOVE 'RUN WAS ABANDONED - NO LASTRUN DATES TO RESET'
006170             TO RPT-RECORD
006172         WRITE RPT-RECORD
006174     ELSE
006176         PERFORM 9200-RESET-LASTRUN-DATES
006178     END-IF
006180     PERFORM 9300-RELEASE-LEDGER-ITEMS
006190     PERFORM 9400-WRITE-BACKOUT-HISTORY
006195     PERFORM 9450-MARK-RUN-BACKED-OUT
006200     WRITE RPT-RECORD FROM RPT-RULE-LINE
006210     MOVE 'CONVOUT RECORDS READ' TO RPT-CNT-LABEL
006220     MOVE WS-READ-COUNT TO RPT-CNT-VALUE
006230     PERFORM 9110-WRITE-COUNT-LINE
006240     MOVE 'RECORDS OF OTHER RUNS SKIPPED' TO RPT-CNT-LABEL
006250     MOVE WS-OTHER-RUN-COUNT TO RPT-CNT-VALUE
006260     PERFORM 9110-WRITE-COUNT-LINE
006270     MOVE 'SINGLE-CODE LINES OF THE RUN' TO RPT-CNT-LABEL
006280     MOVE WS-SINGLE-COUNT TO RPT-CNT-VALUE
006290     PERFORM 9110-WRITE-COUNT-LINE
006300     MOVE 'STOCK LINES OF THE RUN' TO RPT-CNT-LABEL
006310     MOVE WS-LINE-COUNT TO RPT-CNT-VALUE
006320     PERFORM 9110-WRITE-COUNT-LINE
006330     MOVE 'STOCK POSITIONS ADJUSTED' TO RPT-CNT-LABEL
006340     MOVE WS-ADJUST-COUNT TO RPT-CNT-VALUE
006350     PERFORM 9110-WRITE-COUNT-LINE
006360     MOVE '  OF WHICH FLOORED AT ZERO' TO RPT-CNT-LABEL
006370     MOVE WS-FLOOR-COUNT TO RPT-CNT-VALUE
006380     PERFORM 9110-WRITE-COUNT-LINE
006390     MOVE 'ITEMS NOT ON STOCKPOS' TO RPT-CNT-LABEL
006400     MOVE WS-MISSING-COUNT TO RPT-CNT-VALUE
006410     PERFORM 9110-WRITE-COUNT-LINE
006420     MOVE 'REV AUDIT ENTRIES WRITTEN' TO RPT-CNT-LABEL
006430     MOVE WS-AUDIT-COUNT TO RPT-CNT-VALUE
006440     PERFORM 9110-WRITE-COUNT-LINE
006450     MOVE 'LASTRUN DATES RESET' TO RPT-CNT-LABEL
006460     MOVE WS-RESET-COUNT TO RPT-CNT-VALUE
006470     PERFORM 9110-WRITE-COUNT-LINE
006480     MOVE 'SUSPENSE LEDGER ITEMS VOIDED' TO RPT-CNT-LABEL
006490     MOVE WS-VOID-COUNT TO RPT-CNT-VALUE
006500     PERFORM 9110-WRITE-COUNT-LINE
006510     MOVE 'SUSPENSE LEDGER ITEMS REOPENED' TO RPT-CNT-LABEL
006520     MOVE WS-REOPEN-COUNT TO RPT-CNT-VALUE
006530     PERFORM 9110-WRITE-COUNT-LINE
006540     WRITE RPT-RECORD FROM RPT-RULE-LINE
006550     MOVE SPACES TO RPT-RECORD
006560     MOVE 'END OF RUN BACKOUT REPORT' TO RPT-RECORD
006570     WRITE RPT-RECORD
006580     CLOSE BKO-RPT.
006590
006600*================================================================
006610 9110-WRITE-COUNT-LINE.
006620*================================================================
006630     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
006640
006650*================================================================
006660 9200-RESET-LASTRUN-DATES.
006670*================================================================
006680*    EACH SOURCE'S LASTRUN DATE GOES BACK TO THE LATEST EARLIER
006690*    BUSINESS DATE RUNSTAT SHOWS FOR IT FROM A RUN NOT ITSELF
006700*    REVERSED (ZEROES IF THERE IS NONE), BUT ONLY WHILE IT STILL
006710*    HOLDS THE REVERSED RUN'S DATE - A LATER RUN FOR THE SAME
006720*    SOURCE HAS ALREADY MOVED IT ON AND IS LEFT ALONE.
006730     SET WS-NOT-EOF TO TRUE
006740     OPEN INPUT RUN-STAT
006750     IF NOT WS-RUNSTAT-OK
006760         PERFORM 9540-ABEND-RUNSTAT
006770     END-IF
006780     PERFORM 9210-FIND-PRIOR-DATE
006790         UNTIL WS-EOF
006800     CLOSE RUN-STAT
006810     OPEN INPUT LASTRUN-CTL
006820     IF NOT WS-LASTRUN-OK
006830         PERFORM 9525-ABEND-LASTRUN
006840     END-IF
006850     PERFORM 9220-READ-LASTRUN-RECORD
006860         UNTIL WS-LASTRUN-EOF
006870     CLOSE LASTRUN-CTL
006880     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-RSR-COUNT
006890         PERFORM 9230-RESET-ONE-SOURCE
006900     END-PERFORM
006910     OPEN OUTPUT LASTRUN-CTL
006920     IF NOT WS-LASTRUN-OK
006930         PERFORM 9525-ABEND-LASTRUN
006940     END-IF
006950     PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LASTRUN-COUNT
006960         MOVE SPACES TO LASTRUN-RECORD
006970         MOVE WS-LRN-SOURCE(L) TO LST-SOURCE-ID
006980         MOVE WS-LRN-DATE(L)   TO LST-BUS-DATE
006990         WRITE LASTRUN-RECORD
007000         IF NOT WS-LASTRUN-OK
007010             PERFORM 9525-ABEND-LASTRUN
007020         END-IF
007030     END-PERFORM
007040     CLOSE LASTRUN-CTL
007050     WRITE RPT-RECORD FROM RPT-RULE-LINE
007060     WRITE RPT-RECORD FROM RPT-SOURCE-HEAD
007070     WRITE RPT-RECORD FROM RPT-RULE-LINE
007080     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-RSR-COUNT
007090         MOVE WS-RSR-SOURCE(M)   TO RPT-SRC-ID
007100         MOVE WS-RSR-BUS-DATE(M) TO RPT-SRC-BUS-DATE
007110         MOVE WS-RSR-WAS(M)      TO RPT-SRC-WAS
007120         MOVE WS-RSR-NOW(M)      TO RPT-SRC-NOW
007130         MOVE WS-RSR-NOTE(M)     TO RPT-SRC-NOTE
007140         WRITE RPT-RECORD FROM RPT-SOURCE-LINE
007150     END-PERFORM.
007160
007170*================================================================
007180 9210-FIND-PRIOR-DATE.
007190*================================================================
007200     READ RUN-STAT
007210         AT END
007220             SET WS-EOF TO TRUE
007230         NOT AT END
007240             IF RNS-RUN-NBR NOT = WS-BKO-RUN-NBR
007250                 MOVE RNS-RUN-NBR TO WS-CHECK-RUN-NBR
007260                 PERFORM 1320-CHECK-REVERSED
007270                 IF WS-RUN-NOT-REVERSED
007280                     PERFORM VARYING M FROM 1 BY 1
007290                             UNTIL M > WS-RSR-COUNT
007300                         IF  RNS-SOURCE-ID = WS-RSR-SOURCE(M)
007310                         AND RNS-BUS-DATE < WS-RSR-BUS-DATE(M)
007320                         AND RNS-BUS-DATE > WS-RSR-PRIOR(M)
007330                             MOVE RNS-BUS-DATE
007340                                 TO WS-RSR-PRIOR(M)
007350                         END-IF
007360                     END-PERFORM
007370                 END-IF
007380             END-IF
007390     END-READ.
007400
007410*================================================================
007420 9220-READ-LASTRUN-RECORD.
007430*================================================================
007440     READ LASTRUN-CTL
007450         AT END
007460             SET WS-LASTRUN-EOF TO TRUE
007470         NOT AT END
007480             IF WS-LASTRUN-COUNT = WS-RSR-MAX
007490                 PERFORM 9545-ABEND-SOURCE-LIMIT
007500             END-IF
007510             ADD 1 TO WS-LASTRUN-COUNT
007520             MOVE LST-SOURCE-ID
007530                 TO WS-LRN-SOURCE(WS-LASTRUN-COUNT)
007540             MOVE LST-BUS-DATE
007550                 TO WS-LRN-DATE(WS-LASTRUN-COUNT)
007560     END-READ.
007570
007580*================================================================
007590 9230-RESET-ONE-SOURCE.
007600*================================================================
007610     SET WS-LRN-NOT-FOUND TO TRUE
007620     PERFORM VARYING L FROM 1 BY 1
007630             UNTIL L > WS-LASTRUN-COUNT OR WS-LRN-FOUND
007640         IF WS-LRN-SOURCE(L) = WS-RSR-SOURCE(M)
007650             SET WS-LRN-FOUND TO TRUE
007660         END-IF
007670     END-PERFORM
007680     IF WS-LRN-FOUND
007690         SUBTRACT 1 FROM L
007700         MOVE WS-LRN-DATE(L) TO WS-RSR-WAS(M)
007710         IF WS-LRN-DATE(L) = WS-RSR-BUS-DATE(M)
007720             MOVE WS-RSR-PRIOR(M) TO WS-LRN-DATE(L)
007730             ADD 1 TO WS-RESET-COUNT
007740             MOVE 'RESET FOR RERUN' TO WS-RSR-NOTE(M)
007750         ELSE
007760             MOVE 'LATER RUN - NOT RESET' TO WS-RSR-NOTE(M)
007770         END-IF
007780         MOVE WS-LRN-DATE(L) TO WS-RSR-NOW(M)
007790     ELSE
007800         MOVE 'NOT ON LASTRUN-CTL' TO WS-RSR-NOTE(M)
007810     END-IF.
007820
007830*================================================================
007840 9300-RELEASE-LEDGER-ITEMS.
007850*================================================================
007860*    ITEMS THE RUN SUSPENDED ARE VOIDED - THE RERUN WILL SUSPEND
007870*    THEM AFRESH IF THEY ARE STILL BAD. ITEMS THE RUN CLOSED BY
007880*    RESUBMISSION ARE OPENED AGAIN, SINCE THE ACCEPTANCE THAT
007890*    CLEARED THEM HAS JUST BEEN TAKEN BACK.
007900     OPEN I-O SUS-LEDGER
007910     IF NOT WS-SUSLEDG-OK
007920         PERFORM 9565-ABEND-SUSLEDG
007930     END-IF
007940     PERFORM 9390-READ-LEDGER-RECORD
007950     PERFORM 9310-RELEASE-ONE-ITEM
007960         UNTIL WS-LEDGER-EOF
007970     CLOSE SUS-LEDGER.
007980
007990*================================================================
008000 9310-RELEASE-ONE-ITEM.
008010*================================================================
008020     EVALUATE TRUE
008030         WHEN SLG-RUN-NBR = WS-BKO-RUN-NBR AND SLG-OPEN
008040             SET SLG-VOIDED TO TRUE
008050             MOVE WS-RUN-DATE TO SLG-CLOSE-DATE
008060             REWRITE SUSPENSE-LEDGER-RECORD
008070             IF NOT WS-SUSLEDG-OK
008080                 PERFORM 9565-ABEND-SUSLEDG
008090             END-IF
008100             ADD 1 TO WS-VOID-COUNT
008110         WHEN SLG-CLOSE-RUN = WS-BKO-RUN-NBR
008120          AND (SLG-CLEARED OR SLG-RESUSPENDED)
008130             SET SLG-OPEN TO TRUE
008140             MOVE ZEROES TO SLG-CLOSE-DATE
008150                            SLG-CLOSE-RUN
008160                            SLG-CLOSE-SEQ
008170             REWRITE SUSPENSE-LEDGER-RECORD
008180             IF NOT WS-SUSLEDG-OK
008190                 PERFORM 9565-ABEND-SUSLEDG
008200             END-IF
008210             ADD 1 TO WS-REOPEN-COUNT
008220         WHEN OTHER
008230             CONTINUE
008240     END-EVALUATE
008250     PERFORM 9390-READ-LEDGER-RECORD.
008260
008270*================================================================
008280 9390-READ-LEDGER-RECORD.
008290*================================================================
008300     READ SUS-LEDGER
008310         AT END SET WS-LEDGER-EOF TO TRUE
008320     END-READ.
008330
008340*================================================================
008350 9400-WRITE-BACKOUT-HISTORY.
008360*================================================================
008370*    WRITTEN LAST, ONCE STOCKPOS, LASTRUN-CTL AND THE LEDGER ARE
008380*    ALL DONE. A BACKOUT THAT ABENDS BEFORE HERE HAS TO HAVE
008390*    STOCKPOS RESTORED FROM ITS PRE-RUN BACKUP BEFORE IT IS RUN
008400*    AGAIN, THE SAME AS AN ABENDED BATCH RUN.
008410     MOVE SPACES          TO BKO-HIST-RECORD
008420     MOVE WS-BKO-RUN-NBR  TO BKH-RUN-NBR
008430     MOVE WS-RUN-DATE     TO BKH-BKO-DATE
008440     MOVE WS-RUN-TIME     TO BKH-BKO-TIME
008450     MOVE WS-REQUESTED-BY TO BKH-REQUESTED-BY
008460     MOVE WS-LINE-COUNT   TO BKH-LINE-COUNT
008470     MOVE WS-ADJUST-COUNT TO BKH-ADJUST-COUNT
008480     OPEN EXTEND BKO-HIST
008490     IF NOT WS-BKOHIST-OK
008500         PERFORM 9530-ABEND-BKOHIST
008510     END-IF
008520     WRITE BKO-HIST-RECORD
008530     IF NOT WS-BKOHIST-OK
008540         PERFORM 9530-ABEND-BKOHIST
008550     END-IF
008560     CLOSE BKO-HIST.
008561
008562*================================================================
008563 9450-MARK-RUN-BACKED-OUT.
008564*================================================================
008565*    A RUN FROM BEFORE THE REGISTER WAS KEPT HAS NO ENTRY TO
008566*    MARK, AND THAT IS ONLY NOTED.
008567     OPEN I-O RUN-REG
008568     IF NOT WS-RUNREG-OK
008570         PERFORM 9575-ABEND-RUNREG
008571     END-IF
008572     MOVE WS-BKO-RUN-NBR TO RRG-RUN-NBR
008573     READ RUN-REG
008574         INVALID KEY
008575             DISPLAY 'RUN ' WS-BKO-RUN-NBR ' NOT ON RUNREG - '
008576                     'NO REGISTER ENTRY TO MARK'
008577         NOT INVALID KEY
008578             SET RRG-BACKED-OUT TO TRUE
008580             MOVE WS-RUN-DATE TO RRG-BKO-DATE
008581             REWRITE RUN-REG-RECORD
008582             IF NOT WS-RUNREG-OK
008583                 PERFORM 9575-ABEND-RUNREG
008584             END-IF
008585     END-READ
008586     CLOSE RUN-REG.
008587
008588*================================================================
008590 9510-ABEND-PARM.
008600*================================================================
008610     DISPLAY 'BKOPARM CARD MISSING OR INVALID - COLUMNS 1-6 '
008620             'MUST HOLD THE RUN NUMBER TO REVERSE AND 7-14 '
008630             'THE ID OF WHOEVER REQUESTED IT'
008640     MOVE 16 TO RETURN-CODE
008650     STOP RUN.
008660
008670*================================================================
008680 9520-ABEND-RUNCTL.
008690*================================================================
008700     DISPLAY 'RUNCTL I/O ERROR - STATUS ' WS-RUNCTL-STATUS
008710     MOVE 16 TO RETURN-CODE
008720     STOP RUN.
008730
008740*================================================================
008750 9525-ABEND-LASTRUN.
008760*================================================================
008770     DISPLAY 'LASTRUN-CTL I/O ERROR - STATUS ' WS-LASTRUN-STATUS
008780     MOVE 16 TO RETURN-CODE
008790     STOP RUN.
008800
008810*================================================================
008820 9530-ABEND-BKOHIST.
008830*================================================================
008840     DISPLAY 'BKOHIST I/O ERROR - STATUS ' WS-BKOHIST-STATUS
008850     MOVE 16 TO RETURN-CODE
008860     STOP RUN.
008870
008880*================================================================
008890 9535-ABEND-HIST-LIMIT.
008900*================================================================
008910     DISPLAY 'BKOHIST HOLDS MORE THAN ' WS-HIST-MAX
008920             ' REVERSED RUNS - ENLARGE WS-HIST-TABLE'
008930     MOVE 16 TO RETURN-CODE
008940     STOP RUN.
008950
008960*================================================================
008970 9540-ABEND-RUNSTAT.
008980*================================================================
008990     DISPLAY 'RUNSTAT I/O ERROR - STATUS ' WS-RUNSTAT-STATUS
009000     MOVE 16 TO RETURN-CODE
009010     STOP RUN.
009020
009030*================================================================
009040 9545-ABEND-SOURCE-LIMIT.
009050*================================================================
009060     DISPLAY 'MORE THAN ' WS-RSR-MAX ' SOURCES FOR RUN '
009070             WS-BKO-RUN-NBR ' OR ON LASTRUN-CTL'
009080     MOVE 16 TO RETURN-CODE
009090     STOP RUN.
009100
009110*================================================================
009120 9550-ABEND-CONVOUT.
009130*================================================================
009140     DISPLAY 'CONVOUT I/O ERROR - STATUS ' WS-CONVOUT-STATUS
009150     MOVE 16 TO RETURN-CODE
009160     STOP RUN.
009170
009180*================================================================
009190 9560-ABEND-STKPOS.
009200*================================================================
009210     DISPLAY 'STOCKPOS I/O ERROR - STATUS ' WS-STKPOS-STATUS
009220     MOVE 16 TO RETURN-CODE
009230     STOP RUN.
009240
009250*================================================================
009260 9565-ABEND-SUSLEDG.
009270*================================================================
009280     DISPLAY 'SUSLEDG I/O ERROR - STATUS ' WS-SUSLEDG-STATUS
009290     MOVE 16 TO RETURN-CODE
009300     STOP RUN.
009310
009320*================================================================
009330 9570-ABEND-AUDIT.
009340*================================================================
009350     DISPLAY 'AUDIT-LOG I/O ERROR - STATUS ' WS-AUDIT-STATUS
009360     MOVE 16 TO RETURN-CODE
009370     STOP RUN.
009371
009372*================================================================
009373 9575-ABEND-RUNREG.
009375*================================================================
009376*    THE BACKOUT ITSELF IS COMPLETE BY NOW. THE RUN MUST STILL
009377*    BE MARKED BEFORE CONVEXT IS NEXT RUN OR IT COULD BE EXPORTED.
009379     DISPLAY 'RUNREG I/O ERROR - STATUS ' WS-RUNREG-STATUS
009380             ' - RUN ' WS-BKO-RUN-NBR ' REVERSED BUT NOT MARKED '
009381             'BACKED OUT ON RUNREG'
009383     MOVE 16 TO RETURN-CODE
009384     STOP RUN.
009385
009386*================================================================
009388 9576-ABEND-RUNREG-CHECK.
009389*================================================================
009390     DISPLAY 'RUNREG I/O ERROR - STATUS ' WS-RUNREG-STATUS
009392             ' - RUN ' WS-BKO-RUN-NBR ' COULD NOT BE CHECKED - '
009393             'NOTHING REVERSED'
009394     MOVE 16 TO RETURN-CODE
009396     STOP RUN.
009397
009398*================================================================
009399 9577-ABEND-MERGE-STOPPED.
009400*================================================================
009401*    AS CNVMERGE ITSELF DIRECTS, THE CUMULATIVE FILES AND THE
009402*    MASTERS GO BACK TO THEIR PRE-MERGE BACKUPS.
009403     DISPLAY 'RUN ' WS-BKO-RUN-NBR ' IS A COMBINED RUN WHOSE '
009404             'MERGE STOPPED PART WAY - RESTORE AUDITLOG, RUNSTAT '
009405             'AND THE MASTERS BEFORE RERUNNING - NOTHING REVERSED'
009406     MOVE 16 TO RETURN-CODE
009407     STOP RUN.
009408
009409*================================================================
009410 9578-ABEND-MERGED-RUN.
009412*================================================================
009413     DISPLAY 'RUN ' WS-BKO-RUN-NBR ' WAS MERGED INTO COMBINED '
009414             'RUN ' RRG-MERGE-RUN ' - BACK OUT RUN '
009415             RRG-MERGE-RUN ' INSTEAD - NOTHING REVERSED'
009416     MOVE 16 TO RETURN-CODE
009417     STOP RUN.
009418
009419*================================================================
009420 9579-ABEND-SPLIT-SOURCE.
009421*================================================================
009422     DISPLAY 'RUN ' WS-BKO-RUN-NBR ' IS A SPLIT SOURCE RUN NOT '
009424             'MERGED INTO COMBINED RUN ' RRG-MERGE-RUN ' - IT '
009425             'POSTED NOTHING OF ITS OWN - NOTHING REVERSED'
009426     MOVE 16 TO RETURN-CODE
009427     STOP RUN.
009429
009430*================================================================
009431 9580-ABEND-UNKNOWN-RUN.
009432*================================================================
009433*    THE RUN WAS NEVER ISSUED, OR HAS NO RUNSTAT RECORD AND IS
009435*    NOT SHOWN ON RUNREG AS ABANDONED ON REJECTS OR BALANCE.
009436     DISPLAY 'RUN ' WS-BKO-RUN-NBR ' IS NOT IN THE RUNCTL/'
009437             'RUNSTAT HISTORY OR ABANDONED ON RUNREG - '
009438             'NOTHING REVERSED'
009440     MOVE 16 TO RETURN-CODE
009450     STOP RUN.
009460
009470*================================================================
009480 9590-ABEND-ALREADY-REVERSED.
009490*================================================================
009500     DISPLAY 'RUN ' WS-BKO-RUN-NBR ' WAS ALREADY REVERSED '
009510             '(SEE BKOHIST) - NOTHING REVERSED'
009520     MOVE 16 TO RETURN-CODE
009530     STOP RUN.
