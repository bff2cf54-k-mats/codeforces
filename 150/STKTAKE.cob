000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STKTAKE.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. QUARTERLY STOCK-TAKE
000120*                    RECONCILIATION. THE WAREHOUSE COUNT FILE
000130*                    STKCOUNT (ONE RECORD PER ITEM KEY, IN KEY
000140*                    SEQUENCE, WITH THE COUNTED BASE-UNIT
000150*                    QUANTITY AND COUNT DATE) IS MATCHED AGAINST
000160*                    POS-QTY-TOTAL ON STOCKPOS AND THE STKVRPT
000170*                    VARIANCE REPORT SHOWS SYSTEM AND COUNTED
000180*                    FIGURES, DIFFERENCE AND PERCENTAGE, FLAGGING
000190*                    ITEMS OVER THE STKPARM TOLERANCE, ITEMS
000200*                    COUNTED BUT NOT ON STOCKPOS AND ITEMS ON
000210*                    STOCKPOS NEVER COUNTED. FUNCTION 'R' ON THE
000220*                    STKPARM CARD REPORTS ONLY; FUNCTION 'P',
000230*                    WITH THE APPROVER'S ID, POSTS THE SIGNED-OFF
000240*                    COUNT - EACH DIFFERENCE IS SET ON STOCKPOS
000250*                    AND AN AUDITLOG ENTRY MARKED AUD-SOURCE
000260*                    'STK' RECORDS THE OLD AND NEW BALANCE.
000270*                    STKCTL NUMBERS THE POSTINGS AND REMEMBERS
000280*                    THE LAST COUNT DATE POSTED SO THE SAME COUNT
000290*                    CANNOT BE POSTED TWICE.
000292*   10/15/2026  RT   A COUNT RECORD DATED OTHER THAN THE STKPARM
000294*                    COUNT DATE IS NOW FLAGGED IN A COLUMN OF ITS
000296*                    OWN, SO IT NO LONGER HIDES AN OVER TOLERANCE,
000298*                    NOT ON STOCKPOS OR INVALID QUANTITY FLAG.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STK-PARM  ASSIGN TO STKPARM
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT STK-COUNT ASSIGN TO STKCOUNT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-COUNT-STATUS.
000440     SELECT OPTIONAL STOCK-POS ASSIGN TO STOCKPOS
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS POS-ITEM-KEY
000480         FILE STATUS IS WS-STKPOS-STATUS.
000490     SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-STATUS.
000520     SELECT OPTIONAL STK-CTL ASSIGN TO STKCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STKCTL-STATUS.
000550     SELECT STK-RPT   ASSIGN TO STKVRPT
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  STK-PARM
000610     RECORDING MODE IS F.
000620 01  STK-PARM-RECORD.
000630     05  PRM-FUNCTION        PIC X(01).
000640         88  PRM-REPORT                  VALUE 'R'.
000650         88  PRM-POST                    VALUE 'P'.
000660     05  PRM-TOLERANCE       PIC X(03).
000670     05  PRM-COUNT-DATE      PIC X(08).
000680     05  PRM-APPROVED-BY     PIC X(08).
000690
000700 FD  STK-COUNT
000710     RECORDING MODE IS F.
000720 01  STK-COUNT-RECORD.
000730     05  CNT-ITEM-KEY        PIC X(10).
000740     05  FILLER              PIC X(01).
000750     05  CNT-QTY             PIC 9(18).
000760     05  FILLER              PIC X(01).
000770     05  CNT-DATE            PIC 9(08).
000780
000790 FD  STOCK-POS.
000800 COPY STKPREC.
000810
000820 FD  AUDIT-LOG
000830     RECORDING MODE IS F.
000840 COPY AUDREC.
000850
000860 FD  STK-CTL
000870     RECORDING MODE IS F.
000880 01  STK-CTL-RECORD.
000890     05  SCT-POST-NBR        PIC 9(06).
000900     05  FILLER              PIC X(01).
000910     05  SCT-COUNT-DATE      PIC 9(08).
000920     05  FILLER              PIC X(01).
000930     05  SCT-POST-DATE       PIC 9(06).
000940     05  FILLER              PIC X(01).
000950     05  SCT-APPROVED-BY     PIC X(08).
000960
000970 FD  STK-RPT
000980     RECORDING MODE IS F.
000990 01  RPT-RECORD              PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-COUNT-STATUS     PIC X(02)   VALUE '00'.
001030     88  WS-COUNT-OK                    VALUES '00' '05'.
001040 01  WS-STKPOS-STATUS    PIC X(02)   VALUE '00'.
001050     88  WS-STKPOS-OK                   VALUES '00' '05'.
001060 01  WS-AUDIT-STATUS     PIC X(02)   VALUE '00'.
001070     88  WS-AUDIT-OK                    VALUES '00' '05'.
001080 01  WS-STKCTL-STATUS    PIC X(02)   VALUE '00'.
001090     88  WS-STKCTL-OK                   VALUES '00' '05'.
001100 01  WS-RUN-DATE         PIC 9(06).
001110 01  WS-RUN-TIME         PIC 9(08).
001120*----------------------------------------------------------------
001130* RUN OPTIONS BUILT FROM THE STKPARM CARD. A BLANK TOLERANCE
001140* DEFAULTS TO 5 PERCENT.
001150*----------------------------------------------------------------
001160 01  WS-FUNCTION         PIC X(01)   VALUE SPACE.
001170     88  WS-FUNC-REPORT              VALUE 'R'.
001180     88  WS-FUNC-POST                VALUE 'P'.
001190 01  WS-TOLERANCE        PIC 9(03)   VALUE 5.
001200 01  WS-COUNT-DATE       PIC 9(08)   VALUE ZEROES.
001210 01  WS-APPROVED-BY      PIC X(08)   VALUE SPACES.
001220*----------------------------------------------------------------
001230* STKCTL POSTING CONTROL - THE POSTING NUMBER IS STAMPED AS
001240* AUD-RUN-NBR ON EVERY 'STK' AUDIT ENTRY
001250*----------------------------------------------------------------
001260 01  WS-POST-NBR         PIC 9(06)   VALUE ZEROES.
001270 01  WS-LAST-COUNT-DATE  PIC 9(08)   VALUE ZEROES.
001280 01  WS-LAST-POST-DATE   PIC 9(06)   VALUE ZEROES.
001290 01  WS-ADJUST-SEQ       PIC 9(08)   VALUE ZEROES.
001300*----------------------------------------------------------------
001310* MATCH-MERGE CONTROL. EACH SIDE'S KEY GOES TO HIGH-VALUES AT
001320* END OF FILE SO THE OTHER SIDE DRAINS THROUGH THE SAME COMPARE.
001330* THE CURRENT STOCKPOS RECORD IS HELD HERE BECAUSE A POSTING
001340* RUN WRITES NEW POSITIONS THROUGH THE SAME RECORD AREA.
001350*----------------------------------------------------------------
001360 01  WS-CNT-KEY          PIC X(10)   VALUE LOW-VALUES.
001370 01  WS-PREV-CNT-KEY     PIC X(10)   VALUE LOW-VALUES.
001380 01  WS-POS-KEY          PIC X(10)   VALUE LOW-VALUES.
001390 01  WS-POS-HOLD.
001400     05  WS-HOLD-ITEM-KEY    PIC X(10).
001410     05  WS-HOLD-QTY-TOTAL   PIC 9(18).
001420     05  WS-HOLD-REC-COUNT   PIC 9(08).
001430     05  WS-HOLD-LAST-MVMT   PIC 9(06).
001440 01  WS-CNT-VALID-SW     PIC X(01)   VALUE 'Y'.
001450     88  WS-CNT-VALID                VALUE 'Y'.
001460     88  WS-CNT-INVALID              VALUE 'N'.
001470 01  WS-CNT-DATE-SW      PIC X(01)   VALUE 'Y'.
001480     88  WS-CNT-DATE-OK              VALUE 'Y'.
001490     88  WS-CNT-DATE-WRONG           VALUE 'N'.
001500*----------------------------------------------------------------
001510* VARIANCE WORK AREA. THE PERCENTAGE IS THE DIFFERENCE OVER THE
001520* SYSTEM FIGURE; WITH NO SYSTEM FIGURE ANY COUNTED QUANTITY IS
001530* SHOWN AS 999.9 PERCENT AND IS ALWAYS OVER TOLERANCE.
001540*----------------------------------------------------------------
001550 01  WS-SYS-QTY          PIC 9(18)   VALUE ZEROES.
001560 01  WS-CNT-QTY          PIC 9(18)   VALUE ZEROES.
001570 01  WS-VAR-DIFF         PIC S9(18)  VALUE ZEROES.
001580 01  WS-VAR-PCT          PIC S9(03)V9 VALUE ZEROES.
001590 01  WS-OVER-SW          PIC X(01)   VALUE 'N'.
001600     88  WS-OVER-TOLERANCE           VALUE 'Y'.
001610     88  WS-WITHIN-TOLERANCE         VALUE 'N'.
001620*----------------------------------------------------------------
001630* RUN COUNTERS
001640*----------------------------------------------------------------
001650 01  WS-CNT-READ-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001660 01  WS-CNT-ERROR-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
001670 01  WS-BAD-QTY-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001680 01  WS-BAD-DATE-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001690 01  WS-POS-READ-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001700 01  WS-MATCHED-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001710 01  WS-AGREED-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001720 01  WS-WITHIN-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001730 01  WS-OVER-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
001740 01  WS-NOT-ON-POS-COUNT PIC 9(08)   COMP  VALUE ZEROES.
001750 01  WS-NOT-COUNTED-CNT  PIC 9(08)   COMP  VALUE ZEROES.
001760 01  WS-ADJUSTED-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001770 01  WS-ADDED-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
001780 01  WS-AUDIT-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
001790*----------------------------------------------------------------
001800* 'STK' AUDIT ENTRY TEXT - THE INPUT SIDE CARRIES THE ITEM AND
001810* ITS SYSTEM FIGURE BEFORE THE POSTING, THE RESULT SIDE THE
001820* COUNTED FIGURE POSTED, THE DIFFERENCE AND THE APPROVER
001830*----------------------------------------------------------------
001840 01  WS-AUD-STK-INPUT.
001850     05  FILLER          PIC X(05)   VALUE 'ITEM '.
001860     05  WS-AUI-ITEM-KEY PIC X(10).
001870     05  FILLER          PIC X(08)   VALUE ' SYSTEM '.
001880     05  WS-AUI-SYS-QTY  PIC 9(18).
001890     05  FILLER          PIC X(07)   VALUE ' COUNT '.
001900     05  WS-AUI-CNT-DATE PIC 9(08).
001910     05  FILLER          PIC X(08)   VALUE SPACES.
001920 01  WS-AUD-STK-RESULT.
001930     05  FILLER          PIC X(08)   VALUE 'COUNTED '.
001940     05  WS-AUR-CNT-QTY  PIC 9(18).
001950     05  FILLER          PIC X(06)   VALUE ' DIFF '.
001960     05  WS-AUR-DIFF     PIC -(18)9.
001970     05  FILLER          PIC X(04)   VALUE ' BY '.
001980     05  WS-AUR-APPROVER PIC X(08).
001990     05  FILLER          PIC X(01)   VALUE SPACE.
002000*----------------------------------------------------------------
002010* STKVRPT REPORT LINES
002020*----------------------------------------------------------------
002030 01  RPT-HEADER-LINE.
002040     05  FILLER          PIC X(40)   VALUE
002050         'STOCK-TAKE VARIANCE REPORT'.
002060     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
002070     05  RPT-HDR-DATE    PIC 9(06).
002080     05  FILLER          PIC X(07)   VALUE '  TIME '.
002090     05  RPT-HDR-TIME    PIC 9(08).
002100     05  FILLER          PIC X(62)   VALUE SPACES.
002110 01  RPT-OPTION-LINE.
002120     05  RPT-OPT-FUNCTION PIC X(28).
002130     05  FILLER          PIC X(12)   VALUE 'COUNT DATE '.
002140     05  RPT-OPT-DATE    PIC 9(08).
002150     05  FILLER          PIC X(13)   VALUE '  TOLERANCE '.
002160     05  RPT-OPT-TOL     PIC ZZ9.
002170     05  FILLER          PIC X(16)   VALUE ' PCT  APPROVED '.
002180     05  RPT-OPT-APPR    PIC X(08).
002190     05  FILLER          PIC X(44)   VALUE SPACES.
002200 01  RPT-RULE-LINE.
002210     05  FILLER          PIC X(132)  VALUE ALL '-'.
002220 01  RPT-COLUMN-LINE.
002230     05  FILLER          PIC X(12)   VALUE 'ITEM KEY'.
002240     05  FILLER          PIC X(20)   VALUE '        SYSTEM QTY'.
002250     05  FILLER          PIC X(20)   VALUE '       COUNTED QTY'.
002260     05  FILLER          PIC X(21)   VALUE '         DIFFERENCE'.
002270     05  FILLER          PIC X(09)   VALUE '    PCT'.
002280     05  FILLER          PIC X(10)   VALUE 'COUNTED'.
002286     05  FILLER          PIC X(20)   VALUE 'FLAG'.
002293     05  FILLER          PIC X(20)   VALUE 'DATE CHECK'.
002300 01  RPT-DETAIL-LINE.
002310     05  RPT-DET-ITEM-KEY PIC X(10).
002320     05  FILLER          PIC X(02)   VALUE SPACES.
002330     05  RPT-DET-SYS-QTY PIC Z(17)9.
002340     05  RPT-DET-SYS-X REDEFINES RPT-DET-SYS-QTY
002350                         PIC X(18).
002360     05  FILLER          PIC X(02)   VALUE SPACES.
002370     05  RPT-DET-CNT-QTY PIC Z(17)9.
002380     05  RPT-DET-CNT-X REDEFINES RPT-DET-CNT-QTY
002390                         PIC X(18).
002400     05  FILLER          PIC X(02)   VALUE SPACES.
002410     05  RPT-DET-DIFF    PIC -(18)9.
002420     05  RPT-DET-DIFF-X REDEFINES RPT-DET-DIFF
002430                         PIC X(19).
002440     05  FILLER          PIC X(02)   VALUE SPACES.
002450     05  RPT-DET-PCT     PIC -(04)9.9.
002460     05  RPT-DET-PCT-X REDEFINES RPT-DET-PCT
002470                         PIC X(07).
002480     05  FILLER          PIC X(02)   VALUE SPACES.
002490     05  RPT-DET-DATE    PIC 9(08).
002500     05  RPT-DET-DATE-X REDEFINES RPT-DET-DATE
002510                         PIC X(08).
002520     05  FILLER          PIC X(02)   VALUE SPACES.
002530     05  RPT-DET-FLAG    PIC X(20).
002540     05  RPT-DET-DATE-FLAG PIC X(20).
002550 01  RPT-COUNT-LINE.
002560     05  RPT-CNT-LABEL   PIC X(32).
002570     05  RPT-CNT-VALUE   PIC Z(07)9.
002580     05  FILLER          PIC X(92)   VALUE SPACES.
002590
002600 PROCEDURE DIVISION.
002610*================================================================
002620 0000-MAINLINE.
002630*================================================================
002640     PERFORM 1000-INITIALIZE
002650     PERFORM 2000-RECONCILE-ITEM
002660         UNTIL WS-CNT-KEY = HIGH-VALUES
002670           AND WS-POS-KEY = HIGH-VALUES
002680     PERFORM 9000-TERMINATE
002690     STOP RUN.
002700
002710*================================================================
002720 1000-INITIALIZE.
002730*================================================================
002740     ACCEPT WS-RUN-DATE FROM DATE
002750     ACCEPT WS-RUN-TIME FROM TIME
002760     PERFORM 1100-READ-PARM-CARD
002770     PERFORM 1200-READ-POSTING-CONTROL
002780     PERFORM 1300-VALIDATE-COUNT-FILE
002790     IF WS-FUNC-POST
002800         PERFORM 1400-CHECK-POSTING-ALLOWED
002810     END-IF
002820     OPEN OUTPUT STK-RPT
002830     MOVE WS-RUN-DATE TO RPT-HDR-DATE
002840     MOVE WS-RUN-TIME TO RPT-HDR-TIME
002850     WRITE RPT-RECORD FROM RPT-HEADER-LINE
002860     IF WS-FUNC-POST
002870         MOVE 'APPROVED POSTING RUN' TO RPT-OPT-FUNCTION
002880     ELSE
002890         MOVE 'VARIANCE REPORT ONLY' TO RPT-OPT-FUNCTION
002900     END-IF
002910     MOVE WS-COUNT-DATE  TO RPT-OPT-DATE
002920     MOVE WS-TOLERANCE   TO RPT-OPT-TOL
002930     MOVE WS-APPROVED-BY TO RPT-OPT-APPR
002940     WRITE RPT-RECORD FROM RPT-OPTION-LINE
002950     WRITE RPT-RECORD FROM RPT-RULE-LINE
002960     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
002970     WRITE RPT-RECORD FROM RPT-RULE-LINE
002980     OPEN INPUT STK-COUNT
002990     IF NOT WS-COUNT-OK
003000         PERFORM 9520-ABEND-COUNT
003010     END-IF
003020     IF WS-FUNC-POST
003030         OPEN I-O STOCK-POS
003040         OPEN EXTEND AUDIT-LOG
003050         IF NOT WS-AUDIT-OK
003060             PERFORM 9540-ABEND-AUDIT
003070         END-IF
003080     ELSE
003090         OPEN INPUT STOCK-POS
003100     END-IF
003110     IF NOT WS-STKPOS-OK
003120         PERFORM 9530-ABEND-STKPOS
003130     END-IF
003140     MOVE LOW-VALUES TO WS-PREV-CNT-KEY
003150     PERFORM 2900-READ-COUNT-RECORD
003160     PERFORM 2910-READ-STOCK-POSITION.
003170
003180*================================================================
003190 1100-READ-PARM-CARD.
003200*================================================================
003210     OPEN INPUT STK-PARM
003220     READ STK-PARM
003230         AT END PERFORM 9510-ABEND-PARM
003240     END-READ
003250     MOVE PRM-FUNCTION TO WS-FUNCTION
003260     IF NOT PRM-REPORT AND NOT PRM-POST
003270         PERFORM 9510-ABEND-PARM
003280     END-IF
003290     IF PRM-TOLERANCE NOT = SPACES
003300         IF PRM-TOLERANCE IS NUMERIC
003310             MOVE PRM-TOLERANCE TO WS-TOLERANCE
003320         ELSE
003330             PERFORM 9510-ABEND-PARM
003340         END-IF
003350     END-IF
003360     IF PRM-COUNT-DATE IS NUMERIC
003370         MOVE PRM-COUNT-DATE TO WS-COUNT-DATE
003380     ELSE
003390         PERFORM 9510-ABEND-PARM
003400     END-IF
003410     MOVE PRM-APPROVED-BY TO WS-APPROVED-BY
003420     IF PRM-POST AND PRM-APPROVED-BY = SPACES
003430         PERFORM 9510-ABEND-PARM
003440     END-IF
003450     CLOSE STK-PARM.
003460
003470*================================================================
003480 1200-READ-POSTING-CONTROL.
003490*================================================================
003500*    STKCTL HOLDS THE LAST POSTING NUMBER AND THE COUNT DATE IT
003510*    POSTED. IT IS REWRITTEN ONLY AT THE END OF A POSTING RUN,
003520*    SO A POSTING THAT ABENDS PART WAY CAN SIMPLY BE RERUN -
003530*    ITEMS ALREADY SET TO THEIR COUNTED FIGURE SHOW NO
003540*    DIFFERENCE THE SECOND TIME AND ARE NOT POSTED AGAIN.
003550     OPEN INPUT STK-CTL
003560     IF NOT WS-STKCTL-OK
003570         PERFORM 9550-ABEND-STKCTL
003580     END-IF
003590     READ STK-CTL
003600         AT END
003610             MOVE ZEROES TO WS-POST-NBR
003620             MOVE ZEROES TO WS-LAST-COUNT-DATE
003630             MOVE ZEROES TO WS-LAST-POST-DATE
003640         NOT AT END
003650             MOVE SCT-POST-NBR   TO WS-POST-NBR
003660             MOVE SCT-COUNT-DATE TO WS-LAST-COUNT-DATE
003670             MOVE SCT-POST-DATE  TO WS-LAST-POST-DATE
003680     END-READ
003690     CLOSE STK-CTL.
003700
003710*================================================================
003720 1300-VALIDATE-COUNT-FILE.
003730*================================================================
003740*    A FIRST PASS OVER STKCOUNT BEFORE ANY POSITION IS TOUCHED.
003750*    THE FILE MUST BE IN ASCENDING ITEM KEY SEQUENCE WITH ONE
003760*    RECORD PER KEY OR THE MATCH AGAINST STOCKPOS IS MEANINGLESS,
003770*    SO A SEQUENCE ERROR STOPS EITHER FUNCTION. A NON-NUMERIC
003780*    QUANTITY OR A COUNT DATE OTHER THAN THE ONE ON STKPARM IS
003790*    FLAGGED ON THE VARIANCE REPORT, AND REFUSES A POSTING RUN.
003800     OPEN INPUT STK-COUNT
003810     IF NOT WS-COUNT-OK
003820         PERFORM 9520-ABEND-COUNT
003830     END-IF
003840     MOVE LOW-VALUES TO WS-PREV-CNT-KEY
003850     PERFORM 2900-READ-COUNT-RECORD
003860     PERFORM 1310-CHECK-COUNT-RECORD
003870         UNTIL WS-CNT-KEY = HIGH-VALUES
003880     CLOSE STK-COUNT
003890     MOVE ZEROES TO WS-CNT-READ-COUNT.
003900
003910*================================================================
003920 1310-CHECK-COUNT-RECORD.
003930*================================================================
003940     IF WS-CNT-INVALID OR WS-CNT-DATE-WRONG
003950         ADD 1 TO WS-CNT-ERROR-COUNT
003960     END-IF
003970     PERFORM 2900-READ-COUNT-RECORD.
003980
003990*================================================================
004000 1400-CHECK-POSTING-ALLOWED.
004010*================================================================
004020     IF WS-CNT-ERROR-COUNT > 0
004030         PERFORM 9560-ABEND-COUNT-ERRORS
004040     END-IF
004050     IF WS-COUNT-DATE = WS-LAST-COUNT-DATE
004060         PERFORM 9570-ABEND-ALREADY-POSTED
004070     END-IF
004080     ADD 1 TO WS-POST-NBR.
004090
004100*================================================================
004110 2000-RECONCILE-ITEM.
004120*================================================================
004130     EVALUATE TRUE
004140         WHEN WS-CNT-KEY = WS-POS-KEY
004150             PERFORM 2100-COUNTED-ON-STOCKPOS
004160             PERFORM 2900-READ-COUNT-RECORD
004170             PERFORM 2910-READ-STOCK-POSITION
004180         WHEN WS-CNT-KEY < WS-POS-KEY
004190             PERFORM 2200-COUNTED-NOT-ON-STOCKPOS
004200             PERFORM 2900-READ-COUNT-RECORD
004210         WHEN OTHER
004220             PERFORM 2300-NOT-COUNTED
004230             PERFORM 2910-READ-STOCK-POSITION
004240     END-EVALUATE.
004250
004260*================================================================
004270 2050-TALLY-COUNT-ERRORS.
004280*================================================================
004290     IF WS-CNT-INVALID
004300         ADD 1 TO WS-BAD-QTY-COUNT
004310     END-IF
004315     MOVE SPACES TO RPT-DET-DATE-FLAG
004320     IF WS-CNT-DATE-WRONG
004330         ADD 1 TO WS-BAD-DATE-COUNT
004335         MOVE 'WRONG COUNT DATE' TO RPT-DET-DATE-FLAG
004340     END-IF.
004350
004360*================================================================
004370 2100-COUNTED-ON-STOCKPOS.
004380*================================================================
004390     ADD 1 TO WS-MATCHED-COUNT
004400     MOVE SPACES            TO RPT-DET-FLAG
004410     MOVE WS-CNT-KEY        TO RPT-DET-ITEM-KEY
004420     MOVE WS-HOLD-QTY-TOTAL TO WS-SYS-QTY
004430     MOVE WS-SYS-QTY        TO RPT-DET-SYS-QTY
004440     MOVE CNT-DATE          TO RPT-DET-DATE
004450     PERFORM 2050-TALLY-COUNT-ERRORS
004460     IF WS-CNT-INVALID
004470         MOVE SPACES TO RPT-DET-CNT-X
004480         MOVE SPACES TO RPT-DET-DIFF-X
004490         MOVE SPACES TO RPT-DET-PCT-X
004500         MOVE 'INVALID COUNT QTY' TO RPT-DET-FLAG
004510     ELSE
004520         MOVE CNT-QTY TO WS-CNT-QTY
004530         PERFORM 2400-COMPUTE-VARIANCE
004540         IF WS-FUNC-POST AND WS-VAR-DIFF NOT = 0
004550             PERFORM 2500-ADJUST-POSITION
004560         END-IF
004570     END-IF
004580     PERFORM 2800-WRITE-DETAIL-LINE.
004590
004600*================================================================
004610 2200-COUNTED-NOT-ON-STOCKPOS.
004620*================================================================
004630     ADD 1 TO WS-NOT-ON-POS-COUNT
004640     MOVE WS-CNT-KEY TO RPT-DET-ITEM-KEY
004650     MOVE SPACES     TO RPT-DET-SYS-X
004660     MOVE CNT-DATE   TO RPT-DET-DATE
004670     MOVE SPACES     TO RPT-DET-PCT-X
004680     PERFORM 2050-TALLY-COUNT-ERRORS
004690     IF WS-CNT-INVALID
004700         MOVE SPACES TO RPT-DET-CNT-X
004710         MOVE SPACES TO RPT-DET-DIFF-X
004720         MOVE 'INVALID COUNT QTY' TO RPT-DET-FLAG
004730     ELSE
004740         MOVE CNT-QTY    TO WS-CNT-QTY
004750         MOVE WS-CNT-QTY TO RPT-DET-CNT-QTY
004760         MOVE WS-CNT-QTY TO WS-VAR-DIFF
004770         MOVE WS-VAR-DIFF TO RPT-DET-DIFF
004780         MOVE 'NOT ON STOCKPOS' TO RPT-DET-FLAG
004820         IF WS-FUNC-POST AND WS-CNT-QTY > 0
004830             PERFORM 2600-ADD-POSITION
004840         END-IF
004850     END-IF
004860     PERFORM 2800-WRITE-DETAIL-LINE.
004870
004880*================================================================
004890 2300-NOT-COUNTED.
004900*================================================================
004910*    AN ITEM ON STOCKPOS WITH NO COUNT RECORD IS REPORTED BUT
004920*    NEVER POSTED - AN ABSENT COUNT IS NOT TAKEN AS A ZERO.
004930     ADD 1 TO WS-NOT-COUNTED-CNT
004940     MOVE WS-POS-KEY        TO RPT-DET-ITEM-KEY
004950     MOVE WS-HOLD-QTY-TOTAL TO RPT-DET-SYS-QTY
004960     MOVE SPACES            TO RPT-DET-CNT-X
004970     MOVE SPACES            TO RPT-DET-DIFF-X
004980     MOVE SPACES            TO RPT-DET-PCT-X
004990     MOVE SPACES            TO RPT-DET-DATE-X
005000     MOVE 'NOT COUNTED'     TO RPT-DET-FLAG
005005     MOVE SPACES            TO RPT-DET-DATE-FLAG
005010     PERFORM 2800-WRITE-DETAIL-LINE.
005020
005030*================================================================
005040 2400-COMPUTE-VARIANCE.
005050*================================================================
005060     COMPUTE WS-VAR-DIFF = WS-CNT-QTY - WS-SYS-QTY
005070     SET WS-WITHIN-TOLERANCE TO TRUE
005080     EVALUATE TRUE
005090         WHEN WS-VAR-DIFF = 0
005100             MOVE ZEROES TO WS-VAR-PCT
005110         WHEN WS-SYS-QTY = 0
005120             MOVE 999.9 TO WS-VAR-PCT
005130         WHEN OTHER
005140             COMPUTE WS-VAR-PCT ROUNDED =
005150                 WS-VAR-DIFF * 100 / WS-SYS-QTY
005160                 ON SIZE ERROR
005170                     IF WS-VAR-DIFF < 0
005180                         MOVE -999.9 TO WS-VAR-PCT
005190                     ELSE
005200                         MOVE 999.9 TO WS-VAR-PCT
005210                     END-IF
005220             END-COMPUTE
005230     END-EVALUATE
005240     IF WS-VAR-PCT > WS-TOLERANCE
005250     OR WS-VAR-PCT < 0 - WS-TOLERANCE
005260         SET WS-OVER-TOLERANCE TO TRUE
005270     END-IF
005280     IF WS-VAR-DIFF = 0
005290         ADD 1 TO WS-AGREED-COUNT
005300     END-IF
005310     MOVE WS-CNT-QTY  TO RPT-DET-CNT-QTY
005320     MOVE WS-VAR-DIFF TO RPT-DET-DIFF
005330     MOVE WS-VAR-PCT  TO RPT-DET-PCT
005340     IF WS-OVER-TOLERANCE
005350         ADD 1 TO WS-OVER-COUNT
005360         MOVE 'OVER TOLERANCE' TO RPT-DET-FLAG
005370     ELSE
005380         ADD 1 TO WS-WITHIN-COUNT
005390     END-IF.
005430
005440*================================================================
005450 2500-ADJUST-POSITION.
005460*================================================================
005470*    THE POSITION IS SET TO THE COUNTED FIGURE FROM THE HELD
005480*    RECORD. POS-REC-COUNT STAYS AS IT IS - IT COUNTS THE STOCK
005490*    RECORDS THAT MOVED THE ITEM, AND A COUNT IS NOT ONE.
005500     MOVE WS-POS-HOLD   TO STOCK-POS-RECORD
005510     MOVE WS-CNT-QTY    TO POS-QTY-TOTAL
005520     MOVE WS-RUN-DATE   TO POS-LAST-MVMT
005530     REWRITE STOCK-POS-RECORD
005540     IF NOT WS-STKPOS-OK
005550         PERFORM 9530-ABEND-STKPOS
005560     END-IF
005570     ADD 1 TO WS-ADJUSTED-COUNT
005580     PERFORM 2700-WRITE-AUDIT-ENTRY.
005590
005600*================================================================
005610 2600-ADD-POSITION.
005620*================================================================
005630*    THE NEW KEY SORTS BEFORE THE STOCKPOS RECORD BEING HELD, SO
005640*    WRITING IT DOES NOT DISTURB THE BROWSE.
005650     MOVE ZEROES TO WS-SYS-QTY
005660     MOVE SPACES TO STOCK-POS-RECORD
005670     MOVE WS-CNT-KEY  TO POS-ITEM-KEY
005680     MOVE WS-CNT-QTY  TO POS-QTY-TOTAL
005690     MOVE ZEROES      TO POS-REC-COUNT
005700     MOVE WS-RUN-DATE TO POS-LAST-MVMT
005710     WRITE STOCK-POS-RECORD
005720     IF NOT WS-STKPOS-OK
005730         PERFORM 9530-ABEND-STKPOS
005740     END-IF
005750     ADD 1 TO WS-ADDED-COUNT
005760     PERFORM 2700-WRITE-AUDIT-ENTRY.
005770
005780*================================================================
005790 2700-WRITE-AUDIT-ENTRY.
005800*================================================================
005810     ACCEPT WS-RUN-TIME FROM TIME
005820     MOVE WS-CNT-KEY     TO WS-AUI-ITEM-KEY
005830     MOVE WS-SYS-QTY     TO WS-AUI-SYS-QTY
005840     MOVE WS-COUNT-DATE  TO WS-AUI-CNT-DATE
005850     MOVE WS-CNT-QTY     TO WS-AUR-CNT-QTY
005860     MOVE WS-VAR-DIFF    TO WS-AUR-DIFF
005870     MOVE WS-APPROVED-BY TO WS-AUR-APPROVER
005880     MOVE SPACES         TO AUDIT-RECORD
005890     MOVE WS-RUN-DATE    TO AUD-DATE
005900     MOVE WS-RUN-TIME    TO AUD-TIME
005910     MOVE 'A'            TO AUD-DIRECTION
005920     MOVE WS-AUD-STK-INPUT  TO AUD-INPUT
005930     MOVE WS-AUD-STK-RESULT TO AUD-RESULT
005940     MOVE '0'            TO AUD-STATUS
005950     MOVE 'STK'          TO AUD-SOURCE
005960     ADD 1 TO WS-ADJUST-SEQ
005970     MOVE WS-POST-NBR    TO AUD-RUN-NBR
005980     MOVE WS-ADJUST-SEQ  TO AUD-SEQ-NBR
005990     WRITE AUDIT-RECORD
006000     IF NOT WS-AUDIT-OK
006010         PERFORM 9540-ABEND-AUDIT
006020     END-IF
006030     ADD 1 TO WS-AUDIT-COUNT.
006040
006050*================================================================
006060 2800-WRITE-DETAIL-LINE.
006070*================================================================
006080     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
006090
006100*================================================================
006110 2900-READ-COUNT-RECORD.
006120*================================================================
006130     READ STK-COUNT
006140         AT END
006150             MOVE HIGH-VALUES TO WS-CNT-KEY
006160         NOT AT END
006170             ADD 1 TO WS-CNT-READ-COUNT
006180             MOVE CNT-ITEM-KEY TO WS-CNT-KEY
006190             IF WS-CNT-KEY NOT > WS-PREV-CNT-KEY
006200                 PERFORM 9580-ABEND-SEQUENCE
006210             END-IF
006220             MOVE WS-CNT-KEY TO WS-PREV-CNT-KEY
006230             SET WS-CNT-VALID TO TRUE
006240             IF CNT-QTY IS NOT NUMERIC
006250                 SET WS-CNT-INVALID TO TRUE
006260             END-IF
006270             SET WS-CNT-DATE-OK TO TRUE
006280             IF CNT-DATE IS NOT NUMERIC
006290             OR CNT-DATE NOT = WS-COUNT-DATE
006300                 SET WS-CNT-DATE-WRONG TO TRUE
006310             END-IF
006320     END-READ.
006330
006340*================================================================
006350 2910-READ-STOCK-POSITION.
006360*================================================================
006370     READ STOCK-POS NEXT RECORD
006380         AT END
006390             MOVE HIGH-VALUES TO WS-POS-KEY
006400         NOT AT END
006410             ADD 1 TO WS-POS-READ-COUNT
006420             MOVE STOCK-POS-RECORD TO WS-POS-HOLD
006430             MOVE POS-ITEM-KEY     TO WS-POS-KEY
006440     END-READ
006450     IF NOT WS-STKPOS-OK AND WS-STKPOS-STATUS NOT = '10'
006460         PERFORM 9530-ABEND-STKPOS
006470     END-IF.
006480
006490*================================================================
006500 9000-TERMINATE.
006510*================================================================
006520     WRITE RPT-RECORD FROM RPT-RULE-LINE
006530     MOVE 'COUNT RECORDS READ' TO RPT-CNT-LABEL
006540     MOVE WS-CNT-READ-COUNT TO RPT-CNT-VALUE
006550     PERFORM 9110-WRITE-COUNT-LINE
006560     MOVE 'COUNT RECORDS WITH INVALID QTY' TO RPT-CNT-LABEL
006570     MOVE WS-BAD-QTY-COUNT TO RPT-CNT-VALUE
006580     PERFORM 9110-WRITE-COUNT-LINE
006590     MOVE 'COUNT RECORDS WITH WRONG DATE' TO RPT-CNT-LABEL
006600     MOVE WS-BAD-DATE-COUNT TO RPT-CNT-VALUE
006610     PERFORM 9110-WRITE-COUNT-LINE
006620     MOVE 'STOCKPOS POSITIONS READ' TO RPT-CNT-LABEL
006630     MOVE WS-POS-READ-COUNT TO RPT-CNT-VALUE
006640     PERFORM 9110-WRITE-COUNT-LINE
006650     MOVE 'ITEMS COUNTED AND ON STOCKPOS' TO RPT-CNT-LABEL
006660     MOVE WS-MATCHED-COUNT TO RPT-CNT-VALUE
006670     PERFORM 9110-WRITE-COUNT-LINE
006680     MOVE '  COUNT AGREES WITH STOCKPOS' TO RPT-CNT-LABEL
006690     MOVE WS-AGREED-COUNT TO RPT-CNT-VALUE
006700     PERFORM 9110-WRITE-COUNT-LINE
006710     MOVE '  VARIANCE WITHIN TOLERANCE' TO RPT-CNT-LABEL
006720     MOVE WS-WITHIN-COUNT TO RPT-CNT-VALUE
006730     PERFORM 9110-WRITE-COUNT-LINE
006740     MOVE '  VARIANCE OVER TOLERANCE' TO RPT-CNT-LABEL
006750     MOVE WS-OVER-COUNT TO RPT-CNT-VALUE
006760     PERFORM 9110-WRITE-COUNT-LINE
006770     MOVE 'COUNTED BUT NOT ON STOCKPOS' TO RPT-CNT-LABEL
006780     MOVE WS-NOT-ON-POS-COUNT TO RPT-CNT-VALUE
006790     PERFORM 9110-WRITE-COUNT-LINE
006800     MOVE 'ON STOCKPOS BUT NOT COUNTED' TO RPT-CNT-LABEL
006810     MOVE WS-NOT-COUNTED-CNT TO RPT-CNT-VALUE
006820     PERFORM 9110-WRITE-COUNT-LINE
006830     IF WS-FUNC-POST
006840         MOVE 'POSTING NUMBER' TO RPT-CNT-LABEL
006850         MOVE WS-POST-NBR TO RPT-CNT-VALUE
006860         PERFORM 9110-WRITE-COUNT-LINE
006870         MOVE 'POSITIONS ADJUSTED TO COUNT' TO RPT-CNT-LABEL
006880         MOVE WS-ADJUSTED-COUNT TO RPT-CNT-VALUE
006890         PERFORM 9110-WRITE-COUNT-LINE
006900         MOVE 'POSITIONS ADDED FROM COUNT' TO RPT-CNT-LABEL
006910         MOVE WS-ADDED-COUNT TO RPT-CNT-VALUE
006920         PERFORM 9110-WRITE-COUNT-LINE
006930         MOVE 'STK AUDIT ENTRIES WRITTEN' TO RPT-CNT-LABEL
006940         MOVE WS-AUDIT-COUNT TO RPT-CNT-VALUE
006950         PERFORM 9110-WRITE-COUNT-LINE
006960         CLOSE AUDIT-LOG
006970     ELSE
006980         IF WS-LAST-COUNT-DATE > 0
006990             MOVE 'LAST COUNT DATE POSTED' TO RPT-CNT-LABEL
007000             MOVE WS-LAST-COUNT-DATE TO RPT-CNT-VALUE
007010             PERFORM 9110-WRITE-COUNT-LINE
007020         END-IF
007030     END-IF
007040     CLOSE STK-COUNT
007050     CLOSE STOCK-POS
007060     IF WS-FUNC-POST
007070         PERFORM 9200-WRITE-POSTING-CONTROL
007080     END-IF
007090     WRITE RPT-RECORD FROM RPT-RULE-LINE
007100     MOVE SPACES TO RPT-RECORD
007110     MOVE 'END OF STOCK-TAKE VARIANCE REPORT' TO RPT-RECORD
007120     WRITE RPT-RECORD
007130     CLOSE STK-RPT.
007140
007150*================================================================
007160 9110-WRITE-COUNT-LINE.
007170*================================================================
007180     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007190
007200*================================================================
007210 9200-WRITE-POSTING-CONTROL.
007220*================================================================
007230     MOVE SPACES         TO STK-CTL-RECORD
007240     MOVE WS-POST-NBR    TO SCT-POST-NBR
007250     MOVE WS-COUNT-DATE  TO SCT-COUNT-DATE
007260     MOVE WS-RUN-DATE    TO SCT-POST-DATE
007270     MOVE WS-APPROVED-BY TO SCT-APPROVED-BY
007280     OPEN OUTPUT STK-CTL
007290     IF NOT WS-STKCTL-OK
007300         PERFORM 9550-ABEND-STKCTL
007310     END-IF
007320     WRITE STK-CTL-RECORD
007330     IF NOT WS-STKCTL-OK
007340         PERFORM 9550-ABEND-STKCTL
007350     END-IF
007360     CLOSE STK-CTL.
007370
007380*================================================================
007390 9510-ABEND-PARM.
007400*================================================================
007410     DISPLAY 'STKPARM CARD MISSING OR INVALID - FUNCTION MUST '
007420             'BE R (REPORT) OR P (POST), TOLERANCE A WHOLE '
007430             'PERCENT, COUNT DATE YYYYMMDD, AND A POSTING RUN '
007440             'MUST NAME ITS APPROVER'
007450     MOVE 16 TO RETURN-CODE
007460     STOP RUN.
007470
007480*================================================================
007490 9520-ABEND-COUNT.
007500*================================================================
007510     DISPLAY 'STKCOUNT I/O ERROR - STATUS ' WS-COUNT-STATUS
007520     MOVE 16 TO RETURN-CODE
007530     STOP RUN.
007540
007550*================================================================
007560 9530-ABEND-STKPOS.
007570*================================================================
007580     DISPLAY 'STOCKPOS I/O ERROR - STATUS ' WS-STKPOS-STATUS
007590     MOVE 16 TO RETURN-CODE
007600     STOP RUN.
007610
007620*================================================================
007630 9540-ABEND-AUDIT.
007640*================================================================
007650     DISPLAY 'AUDIT-LOG I/O ERROR - STATUS ' WS-AUDIT-STATUS
007660     MOVE 16 TO RETURN-CODE
007670     STOP RUN.
007680
007690*================================================================
007700 9550-ABEND-STKCTL.
007710*================================================================
007720     DISPLAY 'STKCTL I/O ERROR - STATUS ' WS-STKCTL-STATUS
007730     MOVE 16 TO RETURN-CODE
007740     STOP RUN.
007750
007760*================================================================
007770 9560-ABEND-COUNT-ERRORS.
007780*================================================================
007790     DISPLAY 'STKCOUNT HAS ' WS-CNT-ERROR-COUNT
007800             ' RECORDS WITH AN INVALID QUANTITY OR COUNT DATE - '
007810             'POSTING REFUSED, CORRECT THE COUNT AND RERUN THE '
007820             'VARIANCE REPORT'
007830     MOVE 16 TO RETURN-CODE
007840     STOP RUN.
007850
007860*================================================================
007870 9570-ABEND-ALREADY-POSTED.
007880*================================================================
007890     DISPLAY 'COUNT DATE ' WS-COUNT-DATE
007900             ' WAS ALREADY POSTED ON ' WS-LAST-POST-DATE
007910             ' - POSTING REFUSED'
007920     MOVE 16 TO RETURN-CODE
007930     STOP RUN.
007940
007950*================================================================
007960 9580-ABEND-SEQUENCE.
007970*================================================================
007980     DISPLAY 'STKCOUNT OUT OF SEQUENCE OR DUPLICATE AT ITEM '
007990             CNT-ITEM-KEY ' - COUNT FILE MUST BE ONE RECORD PER '
008000             'ITEM KEY IN ASCENDING ORDER'
008010     MOVE 16 TO RETURN-CODE
008020     STOP RUN.
