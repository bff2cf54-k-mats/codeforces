000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LBLPRT.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. BUILDS THE LABELS PRINT-
000120*                    IMAGE FILE FROM THE CONVOUT STOCK RECORDS SO
000130*                    THE LABEL STOCK NO LONGER CARRIES RAW CONVOUT
000140*                    LINES. ONE LABEL PER FILLED QUANTITY SLOT OF
000150*                    EVERY OK STOCK RECORD, SORTED BY ITEM KEY,
000160*                    SHOWING THE ITEMMST DESCRIPTION, THE QUANTITY
000170*                    IN DECIMAL WITH ITS UNIT (THE NORMALIZED
000180*                    FIGURE TAKEN BACK THROUGH THE UOMTBL FACTOR)
000190*                    AND THE CONVERTED CODE. EVERY LABEL IS A
000200*                    FIXED BLOCK OF LINES FOR THE LABEL STOCK.
000210*                    THE FILE ENDS WITH A COUNT PAGE WHOSE STOCK
000220*                    RECORD FIGURE (CONVOUT STOCK RECORDS PLUS
000230*                    STOCK RECORDS SUSPENDED) BALANCES TO THE
000240*                    CONVRPT STOCK RECORDS COUNT. AN ITEM NO
000250*                    LONGER ON ITEMMST GOES TO THE LBLEXC LIST
000260*                    INSTEAD OF PRINTING WITH A BLANK DESCRIPTION.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONV-OUT ASSIGN TO CONVOUT
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT SUSPENSE-IN ASSIGN TO SUSPENSE
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT OPTIONAL UOM-TBL ASSIGN TO UOMTBL
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT ITEM-MASTER ASSIGN TO ITEMMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS ITM-KEY
000460         FILE STATUS IS WS-ITEM-STATUS.
000470     SELECT SORT-WORK ASSIGN TO SORTWK1.
000480     SELECT LBL-OUT  ASSIGN TO LABELS
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT LBL-EXC  ASSIGN TO LBLEXC
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CONV-OUT
000560     RECORDING MODE IS F.
000570 COPY CONVOUTR.
000580
000590 FD  SUSPENSE-IN
000600     RECORDING MODE IS F.
000610 COPY SUSREC.
000620
000630 FD  UOM-TBL
000640     RECORDING MODE IS F.
000650 01  UOM-TBL-RECORD.
000660     05  UTB-CODE            PIC X(03).
000670     05  FILLER              PIC X(01).
000680     05  UTB-FACTOR          PIC 9(07).
000690
000700 FD  ITEM-MASTER.
000710 COPY ITEMREC.
000720
000730*----------------------------------------------------------------
000740* ONE SORT RECORD PER LABEL - A FILLED QUANTITY SLOT OF AN OK
000750* CONVOUT STOCK RECORD - IN ITEM KEY, RUN, SEQUENCE, SLOT ORDER.
000760*----------------------------------------------------------------
000770 SD  SORT-WORK.
000780 01  SORT-RECORD.
000790     05  SRT-ITEM-KEY        PIC X(10).
000800     05  SRT-RUN-NBR         PIC 9(06).
000810     05  SRT-SEQ-NBR         PIC 9(08).
000820     05  SRT-SLOT            PIC 9(01).
000830     05  SRT-UOM             PIC X(03).
000840     05  SRT-QTY-NORM        PIC X(18).
000850     05  SRT-RESULT          PIC X(64).
000860
000870 FD  LBL-OUT
000880     RECORDING MODE IS F.
000890 01  LBL-RECORD              PIC X(72).
000900
000910 FD  LBL-EXC
000920     RECORDING MODE IS F.
000930 01  EXC-RECORD              PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-CONVOUT-EOF-SW   PIC X(01)   VALUE 'N'.
000970     88  WS-CONVOUT-EOF              VALUE 'Y'.
000980 01  WS-SUSPENSE-EOF-SW  PIC X(01)   VALUE 'N'.
000990     88  WS-SUSPENSE-EOF             VALUE 'Y'.
001000 01  WS-SORT-EOF-SW      PIC X(01)   VALUE 'N'.
001010     88  WS-SORT-EOF                 VALUE 'Y'.
001020 01  WS-UOM-EOF-SW       PIC X(01)   VALUE 'N'.
001030     88  WS-UOM-EOF                  VALUE 'Y'.
001040 01  WS-ITEM-STATUS      PIC X(02)   VALUE '00'.
001050     88  WS-ITEM-OK                  VALUES '00' '05'.
001060     88  WS-ITEM-NOT-FOUND           VALUE '23'.
001070 01  WS-RUN-DATE         PIC 9(06).
001080 01  WS-RUN-TIME         PIC 9(08).
001090 01  K                   PIC 9(01).
001100 01  Q                   PIC 9(02)   COMP.
001110*----------------------------------------------------------------
001120* ITEMMST LOOKUP. THE MASTER IS READ ONCE PER ITEM KEY - THE
001130* SORTED LABELS FOR ONE ITEM ALL SHARE THE RESULT.
001140*----------------------------------------------------------------
001150 01  WS-LAST-ITEM-KEY    PIC X(10)   VALUE LOW-VALUES.
001160 01  WS-ITEM-SW          PIC X(01)   VALUE 'N'.
001170     88  WS-ITEM-ON-FILE             VALUE 'Y'.
001180     88  WS-ITEM-MISSING             VALUE 'N'.
001190 01  WS-ITEM-DESC        PIC X(30)   VALUE SPACES.
001200*----------------------------------------------------------------
001210* UNIT-OF-MEASURE SCALE TABLE, LOADED FROM UOMTBL AS THE BATCH
001220* RUN LOADS IT. THE NORMALIZED FIGURE DIVIDED BY THE FACTOR IS
001230* THE QUANTITY IN THE UNIT IT WAS SENT IN. A BLANK UNIT, A UNIT
001240* NO LONGER ON THE TABLE OR A FIGURE THAT NO LONGER DIVIDES BY
001250* ITS FACTOR PRINTS AS THE BASE-UNIT FIGURE.
001260*----------------------------------------------------------------
001270 01  WS-UOM-COUNT        PIC 9(02)   COMP  VALUE ZEROES.
001280 01  WS-UOM-TABLE.
001290     05  WS-UOM-ENTRY OCCURS 50.
001300         10  WS-UOM-CODE     PIC X(03).
001310         10  WS-UOM-MULT     PIC 9(07).
001320 01  WS-UOM-FACTOR       PIC 9(07)   VALUE 1.
001330 01  WS-NORM-QTY-X       PIC X(18).
001340 01  WS-NORM-QTY REDEFINES WS-NORM-QTY-X
001350                         PIC 9(18).
001360 01  WS-LABEL-QTY        PIC 9(18)   VALUE ZEROES.
001370 01  WS-QTY-REMAINDER    PIC 9(07)   VALUE ZEROES.
001380 01  WS-QTY-EDIT         PIC Z(17)9.
001390 01  WS-QTY-EDIT-X REDEFINES WS-QTY-EDIT
001400                         PIC X(18).
001410 01  WS-QTY-LEAD         PIC 9(02)   COMP  VALUE ZEROES.
001420 01  WS-LABEL-UNIT       PIC X(09)   VALUE SPACES.
001430*----------------------------------------------------------------
001440* COUNTERS FOR THE COUNT PAGE AND THE EXCEPTION LIST
001450*----------------------------------------------------------------
001460 01  WS-CONVOUT-READ     PIC 9(08)   COMP  VALUE ZEROES.
001470 01  WS-STOCK-REC-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
001480 01  WS-SUS-STOCK-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
001490 01  WS-CONVRPT-STOCK    PIC 9(08)   COMP  VALUE ZEROES.
001500 01  WS-RELEASE-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001510 01  WS-RETURN-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001520 01  WS-LABEL-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
001530 01  WS-EXCEPT-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001540 01  WS-EXCEPT-ITEMS     PIC 9(08)   COMP  VALUE ZEROES.
001550 01  WS-QTY-BASE-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001560*----------------------------------------------------------------
001570* LABEL BLOCK. EVERY LABEL IS WRITTEN AS THE SAME FIXED NUMBER OF
001580* LINES SO THE PRINT STAYS REGISTERED TO THE LABEL STOCK; THE
001590* COUNT PAGE IS PADDED OUT TO A WHOLE NUMBER OF BLOCKS.
001600*----------------------------------------------------------------
001610 01  WS-BLOCK-SIZE       PIC 9(02)   COMP  VALUE 8.
001620 01  WS-BLOCK-USED       PIC 9(02)   COMP  VALUE ZEROES.
001630 01  WS-PAGE-LINES       PIC 9(04)   COMP  VALUE ZEROES.
001640 01  WS-PAGE-BLOCKS      PIC 9(04)   COMP  VALUE ZEROES.
001650 01  L                   PIC 9(02)   COMP.
001660 01  LBL-BLOCK.
001670     05  LBL-LINE-1.
001680         10  FILLER      PIC X(10)   VALUE 'ITEM'.
001690         10  LBL-ITEM    PIC X(10).
001700         10  FILLER      PIC X(52)   VALUE SPACES.
001710     05  LBL-LINE-2.
001720         10  FILLER      PIC X(10)   VALUE SPACES.
001730         10  LBL-DESC    PIC X(30).
001740         10  FILLER      PIC X(32)   VALUE SPACES.
001750     05  LBL-LINE-3.
001760         10  FILLER      PIC X(10)   VALUE 'QUANTITY'.
001770         10  LBL-QTY     PIC X(28).
001780         10  FILLER      PIC X(34)   VALUE SPACES.
001790     05  LBL-LINE-4.
001800         10  FILLER      PIC X(08)   VALUE 'CODE'.
001810         10  LBL-CODE    PIC X(64).
001820     05  LBL-LINE-5.
001830         10  FILLER      PIC X(10)   VALUE 'RUN'.
001840         10  LBL-RUN     PIC 9(06).
001850         10  FILLER      PIC X(06)   VALUE '  SEQ '.
001860         10  LBL-SEQ     PIC 9(08).
001870         10  FILLER      PIC X(07)   VALUE '  SLOT '.
001880         10  LBL-SLOT    PIC 9(01).
001890         10  FILLER      PIC X(34)   VALUE SPACES.
001900     05  FILLER          PIC X(216)  VALUE SPACES.
001910 01  LBL-BLOCK-LINES REDEFINES LBL-BLOCK.
001920     05  LBL-BLOCK-LINE OCCURS 8
001930                         PIC X(72).
001940*----------------------------------------------------------------
001950* COUNT PAGE LINES (LABEL WIDTH)
001960*----------------------------------------------------------------
001970 01  LBL-PAGE-HEADER.
001980     05  FILLER          PIC X(24)   VALUE 'LABEL RUN COUNT PAGE'.
001990     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
002000     05  LBL-HDR-DATE    PIC 9(06).
002010     05  FILLER          PIC X(07)   VALUE '  TIME '.
002020     05  LBL-HDR-TIME    PIC 9(08).
002030     05  FILLER          PIC X(18)   VALUE SPACES.
002040 01  LBL-PAGE-RULE.
002050     05  FILLER          PIC X(72)   VALUE ALL '-'.
002060 01  LBL-PAGE-TEXT.
002070     05  LBL-TXT-TEXT    PIC X(72).
002080 01  LBL-COUNT-LINE.
002090     05  LBL-CNT-LABEL   PIC X(40).
002100     05  LBL-CNT-VALUE   PIC Z(07)9.
002110     05  FILLER          PIC X(24)   VALUE SPACES.
002120*----------------------------------------------------------------
002130* LBLEXC EXCEPTION LIST LINES
002140*----------------------------------------------------------------
002150 01  RPT-HEADER-LINE.
002160     05  FILLER          PIC X(40)   VALUE
002170         'LABEL EXCEPTIONS - ITEM NOT ON ITEMMST'.
002180     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
002190     05  RPT-HDR-DATE    PIC 9(06).
002200     05  FILLER          PIC X(07)   VALUE '  TIME '.
002210     05  RPT-HDR-TIME    PIC 9(08).
002220     05  FILLER          PIC X(62)   VALUE SPACES.
002230 01  RPT-RULE-LINE.
002240     05  FILLER          PIC X(132)  VALUE ALL '-'.
002250 01  RPT-COLUMN-LINE.
002260     05  FILLER          PIC X(12)   VALUE 'ITEM KEY'.
002270     05  FILLER          PIC X(08)   VALUE 'RUN'.
002280     05  FILLER          PIC X(10)   VALUE 'SEQ'.
002290     05  FILLER          PIC X(04)   VALUE 'SLT'.
002300     05  FILLER          PIC X(20)   VALUE '  NORMALIZED QTY'.
002310     05  FILLER          PIC X(05)   VALUE 'UOM'.
002320     05  FILLER          PIC X(73)   VALUE 'CONVERTED CODE'.
002330 01  RPT-DETAIL-LINE.
002340     05  RPT-DET-ITEM    PIC X(10).
002350     05  FILLER          PIC X(02)   VALUE SPACES.
002360     05  RPT-DET-RUN     PIC 9(06).
002370     05  FILLER          PIC X(02)   VALUE SPACES.
002380     05  RPT-DET-SEQ     PIC 9(08).
002390     05  FILLER          PIC X(02)   VALUE SPACES.
002400     05  RPT-DET-SLOT    PIC 9(01).
002410     05  FILLER          PIC X(03)   VALUE SPACES.
002420     05  RPT-DET-QTY     PIC X(18).
002430     05  FILLER          PIC X(02)   VALUE SPACES.
002440     05  RPT-DET-UOM     PIC X(03).
002450     05  FILLER          PIC X(02)   VALUE SPACES.
002460     05  RPT-DET-CODE    PIC X(64).
002470     05  FILLER          PIC X(09)   VALUE SPACES.
002480 01  RPT-COUNT-LINE.
002490     05  RPT-CNT-LABEL   PIC X(32).
002500     05  RPT-CNT-VALUE   PIC Z(07)9.
002510     05  FILLER          PIC X(92)   VALUE SPACES.
002520
002530 PROCEDURE DIVISION.
002540*================================================================
002550 0000-MAINLINE.
002560*================================================================
002570     PERFORM 1000-INITIALIZE
002580     SORT SORT-WORK
002590         ON ASCENDING KEY SRT-ITEM-KEY SRT-RUN-NBR
002600                          SRT-SEQ-NBR  SRT-SLOT
002610         INPUT PROCEDURE IS 2000-SELECT-STOCK-SLOTS
002620         OUTPUT PROCEDURE IS 3000-PRINT-LABELS
002630     IF SORT-RETURN NOT = 0
002640         PERFORM 9520-ABEND-SORT
002650     END-IF
002660     PERFORM 9000-TERMINATE
002670     STOP RUN.
002680
002690*================================================================
002700 1000-INITIALIZE.
002710*================================================================
002720     ACCEPT WS-RUN-DATE FROM DATE
002730     ACCEPT WS-RUN-TIME FROM TIME
002740     PERFORM 1070-LOAD-UOM-TABLE
002750     PERFORM 1200-COUNT-STOCK-SUSPENSE
002760     OPEN INPUT ITEM-MASTER
002770     IF NOT WS-ITEM-OK
002780         PERFORM 9510-ABEND-ITEMMST
002790     END-IF
002800     OPEN OUTPUT LBL-OUT
002810     OPEN OUTPUT LBL-EXC
002820     MOVE WS-RUN-DATE TO RPT-HDR-DATE
002830     MOVE WS-RUN-TIME TO RPT-HDR-TIME
002840     WRITE EXC-RECORD FROM RPT-HEADER-LINE
002850     WRITE EXC-RECORD FROM RPT-RULE-LINE
002860     WRITE EXC-RECORD FROM RPT-COLUMN-LINE.
002870
002880*================================================================
002890 1070-LOAD-UOM-TABLE.
002900*================================================================
002910*    A MISSING UOMTBL LEAVES THE TABLE EMPTY AND EVERY QUANTITY
002920*    THEN PRINTS IN THE BASE UNIT.
002930     OPEN INPUT UOM-TBL
002940     PERFORM 1080-READ-UOM-RECORD
002950         UNTIL WS-UOM-EOF
002960     CLOSE UOM-TBL.
002970
002980*================================================================
002990 1080-READ-UOM-RECORD.
003000*================================================================
003010     READ UOM-TBL
003020         AT END
003030             SET WS-UOM-EOF TO TRUE
003040         NOT AT END
003050             IF  UTB-CODE NOT = SPACES
003060             AND UTB-FACTOR IS NUMERIC
003070             AND UTB-FACTOR > 0
003080             AND WS-UOM-COUNT < 50
003090                 ADD 1 TO WS-UOM-COUNT
003100                 MOVE UTB-CODE   TO WS-UOM-CODE(WS-UOM-COUNT)
003110                 MOVE UTB-FACTOR TO WS-UOM-MULT(WS-UOM-COUNT)
003120             END-IF
003130     END-READ.
003140
003150*================================================================
003160 1200-COUNT-STOCK-SUSPENSE.
003170*================================================================
003180*    THE CONVRPT STOCK RECORDS COUNT TAKES IN EVERY STOCK DETAIL
003190*    THE RUN PROCESSED, SO THE STOCK DETAILS IT SUSPENDED ARE
003200*    COUNTED HERE FOR THE BALANCE. A 'TYP' REFUSAL NEVER REACHED
003210*    STOCK PROCESSING AND IS LEFT OUT.
003220     OPEN INPUT SUSPENSE-IN
003230     PERFORM 1210-READ-SUSPENSE
003240         UNTIL WS-SUSPENSE-EOF
003250     CLOSE SUSPENSE-IN.
003260
003270*================================================================
003280 1210-READ-SUSPENSE.
003290*================================================================
003300     READ SUSPENSE-IN
003310         AT END
003320             SET WS-SUSPENSE-EOF TO TRUE
003330         NOT AT END
003340             IF  SUS-STK-DETAIL
003350             AND SUS-REASON NOT = 'TYP'
003360                 ADD 1 TO WS-SUS-STOCK-COUNT
003370             END-IF
003380     END-READ.
003390
003400*================================================================
003410 2000-SELECT-STOCK-SLOTS.
003420*================================================================
003430*    SORT INPUT - EVERY FILLED QUANTITY SLOT OF AN OK STOCK
003440*    RECORD IS RELEASED AS ONE LABEL. SINGLE-CONVERSION RECORDS
003450*    HAVE NO ITEM AND PRINT NO LABEL.
003460     OPEN INPUT CONV-OUT
003470     PERFORM 2900-READ-CONVOUT
003480     PERFORM 2100-RELEASE-STOCK-RECORD
003490         UNTIL WS-CONVOUT-EOF
003500     CLOSE CONV-OUT.
003510
003520*================================================================
003530 2100-RELEASE-STOCK-RECORD.
003540*================================================================
003550     IF COS-TYPE = 'S' AND COS-OK
003560         ADD 1 TO WS-STOCK-REC-COUNT
003570         PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
003580             IF COS-RESULT(K) NOT = SPACES
003590                 PERFORM 2110-RELEASE-ONE-SLOT
003600             END-IF
003610         END-PERFORM
003620     END-IF
003630     PERFORM 2900-READ-CONVOUT.
003640
003650*================================================================
003660 2110-RELEASE-ONE-SLOT.
003670*================================================================
003680     MOVE COS-ITEM-KEY    TO SRT-ITEM-KEY
003690     MOVE COS-RUN-NBR     TO SRT-RUN-NBR
003700     MOVE COS-SEQ-NBR     TO SRT-SEQ-NBR
003710     MOVE K               TO SRT-SLOT
003720     MOVE COS-UOM         TO SRT-UOM
003730     MOVE COS-QTY-NORM(K) TO SRT-QTY-NORM
003740     MOVE COS-RESULT(K)   TO SRT-RESULT
003750     RELEASE SORT-RECORD
003760     ADD 1 TO WS-RELEASE-COUNT.
003770
003780*================================================================
003790 2900-READ-CONVOUT.
003800*================================================================
003810     READ CONV-OUT
003820         AT END
003830             SET WS-CONVOUT-EOF TO TRUE
003840         NOT AT END
003850             ADD 1 TO WS-CONVOUT-READ
003860     END-READ.
003870
003880*================================================================
003890 3000-PRINT-LABELS.
003900*================================================================
003910*    SORT OUTPUT - LABELS IN ITEM KEY ORDER.
003920     PERFORM 3900-RETURN-SORTED
003930     PERFORM 3100-PRINT-ONE-LABEL
003940         UNTIL WS-SORT-EOF.
003950
003960*================================================================
003970 3100-PRINT-ONE-LABEL.
003980*================================================================
003990     IF SRT-ITEM-KEY NOT = WS-LAST-ITEM-KEY
004000         PERFORM 3200-LOOK-UP-ITEM
004010     END-IF
004020     IF WS-ITEM-ON-FILE
004030         PERFORM 3300-SET-LABEL-QUANTITY
004040         MOVE SRT-ITEM-KEY  TO LBL-ITEM
004050         MOVE WS-ITEM-DESC  TO LBL-DESC
004060         MOVE SRT-RESULT    TO LBL-CODE
004070         MOVE SRT-RUN-NBR   TO LBL-RUN
004080         MOVE SRT-SEQ-NBR   TO LBL-SEQ
004090         MOVE SRT-SLOT      TO LBL-SLOT
004100         PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-BLOCK-SIZE
004110             WRITE LBL-RECORD FROM LBL-BLOCK-LINE(L)
004120         END-PERFORM
004130         ADD 1 TO WS-LABEL-COUNT
004140     ELSE
004150         PERFORM 3400-WRITE-EXCEPTION
004160     END-IF
004170     PERFORM 3900-RETURN-SORTED.
004180
004190*================================================================
004200 3200-LOOK-UP-ITEM.
004210*================================================================
004220     MOVE SRT-ITEM-KEY TO WS-LAST-ITEM-KEY
004230     MOVE SRT-ITEM-KEY TO ITM-KEY
004240     READ ITEM-MASTER
004250         INVALID KEY
004260             SET WS-ITEM-MISSING TO TRUE
004270             MOVE SPACES TO WS-ITEM-DESC
004280             ADD 1 TO WS-EXCEPT-ITEMS
004290         NOT INVALID KEY
004300             SET WS-ITEM-ON-FILE TO TRUE
004310             MOVE ITM-DESC TO WS-ITEM-DESC
004320     END-READ
004330     IF NOT WS-ITEM-OK AND NOT WS-ITEM-NOT-FOUND
004340         PERFORM 9510-ABEND-ITEMMST
004350     END-IF.
004360
004370*================================================================
004380 3300-SET-LABEL-QUANTITY.
004390*================================================================
004400*    THE NORMALIZED FIGURE IS TAKEN BACK TO THE UNIT IT WAS SENT
004410*    IN AND PRINTED LEFT-JUSTIFIED WITH THE UNIT CODE.
004420     MOVE SRT-QTY-NORM TO WS-NORM-QTY-X
004430     IF WS-NORM-QTY-X IS NOT NUMERIC
004440         MOVE ZEROES TO WS-NORM-QTY
004450     END-IF
004460     MOVE WS-NORM-QTY TO WS-LABEL-QTY
004470     MOVE 'BASE UNIT' TO WS-LABEL-UNIT
004480     IF SRT-UOM NOT = SPACES
004490         PERFORM VARYING Q FROM 1 BY 1
004500                 UNTIL Q > WS-UOM-COUNT
004510                    OR WS-UOM-CODE(Q) = SRT-UOM
004520         END-PERFORM
004530         IF Q > WS-UOM-COUNT
004540             ADD 1 TO WS-QTY-BASE-COUNT
004550         ELSE
004560             MOVE WS-UOM-MULT(Q) TO WS-UOM-FACTOR
004570             DIVIDE WS-NORM-QTY BY WS-UOM-FACTOR
004580                 GIVING WS-LABEL-QTY
004590                 REMAINDER WS-QTY-REMAINDER
004600             IF WS-QTY-REMAINDER = 0
004610                 MOVE SRT-UOM TO WS-LABEL-UNIT
004620             ELSE
004630                 MOVE WS-NORM-QTY TO WS-LABEL-QTY
004640                 ADD 1 TO WS-QTY-BASE-COUNT
004650             END-IF
004660         END-IF
004670     END-IF
004680     MOVE WS-LABEL-QTY TO WS-QTY-EDIT
004690     MOVE ZEROES TO WS-QTY-LEAD
004700     INSPECT WS-QTY-EDIT-X TALLYING WS-QTY-LEAD
004710         FOR LEADING SPACES
004720     MOVE SPACES TO LBL-QTY
004730     STRING WS-QTY-EDIT-X(WS-QTY-LEAD + 1:18 - WS-QTY-LEAD)
004740                DELIMITED BY SIZE
004750            ' '           DELIMITED BY SIZE
004760            WS-LABEL-UNIT DELIMITED BY SIZE
004770         INTO LBL-QTY
004780     END-STRING.
004790
004800*================================================================
004810 3400-WRITE-EXCEPTION.
004820*================================================================
004830     MOVE SRT-ITEM-KEY  TO RPT-DET-ITEM
004840     MOVE SRT-RUN-NBR   TO RPT-DET-RUN
004850     MOVE SRT-SEQ-NBR   TO RPT-DET-SEQ
004860     MOVE SRT-SLOT      TO RPT-DET-SLOT
004870     MOVE SRT-QTY-NORM  TO RPT-DET-QTY
004880     MOVE SRT-UOM       TO RPT-DET-UOM
004890     MOVE SRT-RESULT    TO RPT-DET-CODE
004900     WRITE EXC-RECORD FROM RPT-DETAIL-LINE
004910     ADD 1 TO WS-EXCEPT-COUNT.
004920
004930*================================================================
004940 3900-RETURN-SORTED.
004950*================================================================
004960     RETURN SORT-WORK
004970         AT END
004980             SET WS-SORT-EOF TO TRUE
004990         NOT AT END
005000             ADD 1 TO WS-RETURN-COUNT
005010     END-RETURN.
005020
005030*================================================================
005040 9000-TERMINATE.
005050*================================================================
005060     PERFORM 9100-WRITE-COUNT-PAGE
005070     PERFORM 9200-FINISH-EXCEPTION-LIST
005080     CLOSE ITEM-MASTER
005090     CLOSE LBL-OUT
005100     CLOSE LBL-EXC.
005110
005120*================================================================
005130 9100-WRITE-COUNT-PAGE.
005140*================================================================
005150*    THE STOCK RECORDS FIGURE IS THE ONE TO TIE TO CONVRPT; THE
005160*    LABEL FIGURES PROVE EVERY SLOT WAS EITHER PRINTED OR LISTED.
005170     COMPUTE WS-CONVRPT-STOCK = WS-STOCK-REC-COUNT
005180                              + WS-SUS-STOCK-COUNT
005190     MOVE ZEROES TO WS-PAGE-LINES
005200     MOVE WS-RUN-DATE TO LBL-HDR-DATE
005210     MOVE WS-RUN-TIME TO LBL-HDR-TIME
005220     WRITE LBL-RECORD FROM LBL-PAGE-HEADER
005230     WRITE LBL-RECORD FROM LBL-PAGE-RULE
005240     ADD 2 TO WS-PAGE-LINES
005250     MOVE 'CONVOUT RECORDS READ' TO LBL-CNT-LABEL
005260     MOVE WS-CONVOUT-READ TO LBL-CNT-VALUE
005270     PERFORM 9110-WRITE-PAGE-COUNT
005280     MOVE 'CONVOUT STOCK RECORDS' TO LBL-CNT-LABEL
005290     MOVE WS-STOCK-REC-COUNT TO LBL-CNT-VALUE
005300     PERFORM 9110-WRITE-PAGE-COUNT
005310     MOVE 'STOCK RECORDS SUSPENDED' TO LBL-CNT-LABEL
005320     MOVE WS-SUS-STOCK-COUNT TO LBL-CNT-VALUE
005330     PERFORM 9110-WRITE-PAGE-COUNT
005340     MOVE 'STOCK RECORDS - AGREE TO CONVRPT' TO LBL-CNT-LABEL
005350     MOVE WS-CONVRPT-STOCK TO LBL-CNT-VALUE
005360     PERFORM 9110-WRITE-PAGE-COUNT
005370     WRITE LBL-RECORD FROM LBL-PAGE-RULE
005380     ADD 1 TO WS-PAGE-LINES
005390     MOVE 'QUANTITY SLOTS ON STOCK RECORDS' TO LBL-CNT-LABEL
005400     MOVE WS-RELEASE-COUNT TO LBL-CNT-VALUE
005410     PERFORM 9110-WRITE-PAGE-COUNT
005420     MOVE 'LABELS PRINTED' TO LBL-CNT-LABEL
005430     MOVE WS-LABEL-COUNT TO LBL-CNT-VALUE
005440     PERFORM 9110-WRITE-PAGE-COUNT
005450     MOVE '  PRINTED IN BASE UNIT' TO LBL-CNT-LABEL
005460     MOVE WS-QTY-BASE-COUNT TO LBL-CNT-VALUE
005470     PERFORM 9110-WRITE-PAGE-COUNT
005480     MOVE 'LABELS ON EXCEPTION LIST' TO LBL-CNT-LABEL
005490     MOVE WS-EXCEPT-COUNT TO LBL-CNT-VALUE
005500     PERFORM 9110-WRITE-PAGE-COUNT
005510     MOVE '  ITEMS NOT ON ITEMMST' TO LBL-CNT-LABEL
005520     MOVE WS-EXCEPT-ITEMS TO LBL-CNT-VALUE
005530     PERFORM 9110-WRITE-PAGE-COUNT
005540     WRITE LBL-RECORD FROM LBL-PAGE-RULE
005550     ADD 1 TO WS-PAGE-LINES
005560     IF  WS-LABEL-COUNT + WS-EXCEPT-COUNT = WS-RELEASE-COUNT
005570     AND WS-RETURN-COUNT = WS-RELEASE-COUNT
005580         MOVE 'LABELS BALANCED - EVERY SLOT PRINTED OR LISTED'
005590             TO LBL-TXT-TEXT
005600     ELSE
005610         MOVE 'LABELS OUT OF BALANCE - SLOTS NOT ACCOUNTED FOR'
005620             TO LBL-TXT-TEXT
005630         DISPLAY 'LABEL RUN OUT OF BALANCE - SEE COUNT PAGE'
005640     END-IF
005650     WRITE LBL-RECORD FROM LBL-PAGE-TEXT
005660     ADD 1 TO WS-PAGE-LINES
005670     MOVE 'END OF LABEL RUN' TO LBL-TXT-TEXT
005680     WRITE LBL-RECORD FROM LBL-PAGE-TEXT
005690     ADD 1 TO WS-PAGE-LINES
005700     DIVIDE WS-PAGE-LINES BY WS-BLOCK-SIZE
005710         GIVING WS-PAGE-BLOCKS
005720         REMAINDER WS-BLOCK-USED
005730     IF WS-BLOCK-USED > 0
005740         MOVE SPACES TO LBL-RECORD
005750         PERFORM VARYING L FROM WS-BLOCK-USED BY 1
005760                 UNTIL L NOT < WS-BLOCK-SIZE
005770             WRITE LBL-RECORD
005780         END-PERFORM
005790     END-IF.
005800
005810*================================================================
005820 9110-WRITE-PAGE-COUNT.
005830*================================================================
005840     WRITE LBL-RECORD FROM LBL-COUNT-LINE
005850     ADD 1 TO WS-PAGE-LINES.
005860
005870*================================================================
005880 9200-FINISH-EXCEPTION-LIST.
005890*================================================================
005900     IF WS-EXCEPT-COUNT = 0
005910         MOVE SPACES TO EXC-RECORD
005920         MOVE '  EVERY LABELLED ITEM IS ON ITEMMST' TO EXC-RECORD
005930         WRITE EXC-RECORD
005940     END-IF
005950     WRITE EXC-RECORD FROM RPT-RULE-LINE
005960     MOVE 'LABELS ON EXCEPTION LIST' TO RPT-CNT-LABEL
005970     MOVE WS-EXCEPT-COUNT TO RPT-CNT-VALUE
005980     WRITE EXC-RECORD FROM RPT-COUNT-LINE
005990     MOVE 'ITEMS NOT ON ITEMMST' TO RPT-CNT-LABEL
006000     MOVE WS-EXCEPT-ITEMS TO RPT-CNT-VALUE
006010     WRITE EXC-RECORD FROM RPT-COUNT-LINE
006020     WRITE EXC-RECORD FROM RPT-RULE-LINE
006030     MOVE SPACES TO EXC-RECORD
006040     MOVE 'END OF LABEL EXCEPTION LIST' TO EXC-RECORD
006050     WRITE EXC-RECORD.
006060
006070*================================================================
006080 9510-ABEND-ITEMMST.
006090*================================================================
006100     DISPLAY 'ITEMMST I/O ERROR - STATUS ' WS-ITEM-STATUS
006110     MOVE 16 TO RETURN-CODE
006120     STOP RUN.
006130
006140*================================================================
006150 9520-ABEND-SORT.
006160*================================================================
006170     DISPLAY 'LABEL SORT FAILED - SORT-RETURN ' SORT-RETURN
006180     MOVE 16 TO RETURN-CODE
006190     STOP RUN.
