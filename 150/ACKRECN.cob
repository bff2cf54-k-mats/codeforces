000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACKRECN.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. RECONCILES ERPACK, THE
000120*                    WAREHOUSE ERP'S LOAD ACKNOWLEDGEMENT, AGAINST
000130*                    THE EXPOUT FILE CONVEXT SENT IT. THE TWO ARE
000140*                    MATCHED LINE FOR LINE ON RUN NUMBER, SEQUENCE
000150*                    NUMBER AND QUANTITY SLOT, BOTH FILES BEING IN
000160*                    THAT ORDER. THE ACKRPT REPORT LISTS EVERY
000170*                    LINE THE ERP REJECTED, EVERY EXPOUT LINE WITH
000180*                    NO ACKNOWLEDGEMENT AND EVERY ACKNOWLEDGEMENT
000190*                    WITH NO EXPOUT LINE, THEN SETS THE ERP'S OWN
000200*                    LINE COUNT AND VALUE TOTAL AGAINST THE EXPOUT
000210*                    TRAILER. EACH REJECTED LINE IS ALSO WRITTEN
000220*                    TO THE ERPREJ FEED WITH THE ERP ERROR FOR
000230*                    DATA CONTROL TO CORRECT AND RESUBMIT.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EXP-IN   ASSIGN TO EXPOUT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-EXPOUT-STATUS.
000360     SELECT ERP-ACK  ASSIGN TO ERPACK
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ACK-STATUS.
000390     SELECT ERP-REJ  ASSIGN TO ERPREJ
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT ACK-RPT  ASSIGN TO ACKRPT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  EXP-IN
000470     RECORDING MODE IS F.
000480 01  EXP-IN-RECORD           PIC X(256).
000490
000500 FD  ERP-ACK
000510     RECORDING MODE IS F.
000520 COPY ERPACKR.
000530
000540 FD  ERP-REJ
000550     RECORDING MODE IS F.
000560 COPY ERPREJR.
000570
000580 FD  ACK-RPT
000590     RECORDING MODE IS F.
000600 01  RPT-RECORD              PIC X(132).
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-EXPOUT-STATUS    PIC X(02)   VALUE '00'.
000640     88  WS-EXPOUT-OK                   VALUES '00' '05'.
000650 01  WS-ACK-STATUS       PIC X(02)   VALUE '00'.
000660     88  WS-ACK-OK                      VALUES '00' '05'.
000670 01  WS-RUN-DATE         PIC 9(06).
000680 01  WS-RUN-TIME         PIC 9(08).
000690 01  WS-EXP-DONE-SW      PIC X(01)   VALUE 'N'.
000700     88  WS-EXP-DONE                 VALUE 'Y'.
000710*----------------------------------------------------------------
000720* MATCH KEYS. EACH FILE MUST RUN IN RUN/SEQUENCE/SLOT ORDER; AT
000730* THE TRAILER OR END OF FILE ITS KEY GOES TO HIGH-VALUES.
000740*----------------------------------------------------------------
000750 01  WS-EXP-KEY.
000760     05  WS-EXK-RUN      PIC 9(06).
000770     05  WS-EXK-SEQ      PIC 9(08).
000780     05  WS-EXK-SLOT     PIC 9(01).
000790 01  WS-PREV-EXP-KEY     PIC X(15)   VALUE LOW-VALUES.
000800 01  WS-ACK-KEY.
000810     05  WS-AKK-RUN      PIC 9(06).
000820     05  WS-AKK-SEQ      PIC 9(08).
000830     05  WS-AKK-SLOT     PIC 9(01).
000840 01  WS-PREV-ACK-KEY     PIC X(15)   VALUE LOW-VALUES.
000850*----------------------------------------------------------------
000860* EXPOUT LINE FIELDS, SPLIT ON THE '|' DELIMITER IN CONVEXT'S
000870* COLUMN ORDER: TYPE|ITEM-KEY|SLOT|UOM|QTY|RESULT|STATUS|
000880* MESSAGE|RUN|SEQ. THE TRAILER LINE IS T|COUNT|VALUE TOTAL.
000890*----------------------------------------------------------------
000900 01  WS-EXP-FIELDS.
000910     05  WS-EXF-TYPE     PIC X(04).
000920     05  WS-EXF-ITEM     PIC X(10).
000930     05  WS-EXF-SLOT     PIC X(01).
000940     05  WS-EXF-UOM      PIC X(03).
000950     05  WS-EXF-QTY      PIC X(18).
000960     05  WS-EXF-RESULT   PIC X(64).
000970     05  WS-EXF-STATUS   PIC X(01).
000980     05  WS-EXF-MESSAGE  PIC X(120).
000990     05  WS-EXF-RUN      PIC X(06).
001000     05  WS-EXF-SEQ      PIC X(08).
001010 01  WS-EXT-COUNT-X      PIC X(08).
001020 01  WS-EXT-VALUE-X      PIC X(18).
001030*----------------------------------------------------------------
001040* TRAILER FIGURES. EACH SWITCH IS 'N' WHILE NO TRAILER HAS BEEN
001050* SEEN, 'Y' FOR A GOOD ONE AND 'X' FOR ONE THAT IS NOT NUMERIC.
001060*----------------------------------------------------------------
001070 01  WS-EXP-TRL-SW       PIC X(01)   VALUE 'N'.
001080     88  WS-EXP-TRL-FOUND            VALUE 'Y'.
001090     88  WS-EXP-TRL-MISSING          VALUE 'N'.
001100     88  WS-EXP-TRL-INVALID          VALUE 'X'.
001110 01  WS-EXP-TRL-COUNT    PIC 9(08)   VALUE ZEROES.
001120 01  WS-EXP-TRL-VALUE    PIC 9(18)   VALUE ZEROES.
001130 01  WS-ACK-TRL-SW       PIC X(01)   VALUE 'N'.
001140     88  WS-ACK-TRL-FOUND            VALUE 'Y'.
001150     88  WS-ACK-TRL-MISSING          VALUE 'N'.
001160     88  WS-ACK-TRL-INVALID          VALUE 'X'.
001170 01  WS-ACK-TRL-COUNT    PIC 9(08)   VALUE ZEROES.
001180 01  WS-ACK-TRL-VALUE    PIC 9(18)   VALUE ZEROES.
001190 01  WS-COUNT-AGREE-SW   PIC X(01)   VALUE 'N'.
001200     88  WS-COUNT-AGREES             VALUE 'Y'.
001210 01  WS-VALUE-AGREE-SW   PIC X(01)   VALUE 'N'.
001220     88  WS-VALUE-AGREES             VALUE 'Y'.
001230*----------------------------------------------------------------
001240* RECONCILIATION COUNTERS
001250*----------------------------------------------------------------
001260 01  WS-EXP-READ-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001270 01  WS-ACK-READ-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001280 01  WS-MATCHED-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001290 01  WS-ACCEPTED-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001300 01  WS-REJECTED-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001310 01  WS-BAD-FLAG-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001320 01  WS-NO-ACK-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001330 01  WS-NO-EXP-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001340 01  WS-FEED-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
001350*----------------------------------------------------------------
001360* ACKRPT REPORT LINES
001370*----------------------------------------------------------------
001380 01  RPT-HEADER-LINE.
001390     05  FILLER          PIC X(40)   VALUE
001400         'ERP ACKNOWLEDGEMENT RECONCILIATION'.
001410     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
001420     05  RPT-HDR-DATE    PIC 9(06).
001430     05  FILLER          PIC X(07)   VALUE '  TIME '.
001440     05  RPT-HDR-TIME    PIC 9(08).
001450     05  FILLER          PIC X(62)   VALUE SPACES.
001460 01  RPT-RULE-LINE.
001470     05  FILLER          PIC X(132)  VALUE ALL '-'.
001480 01  RPT-TITLE-LINE.
001490     05  RPT-TTL-TEXT    PIC X(132).
001500 01  RPT-COLUMN-LINE.
001510     05  FILLER          PIC X(08)   VALUE 'RUN'.
001520     05  FILLER          PIC X(10)   VALUE 'SEQ'.
001530     05  FILLER          PIC X(04)   VALUE 'SLT'.
001540     05  FILLER          PIC X(03)   VALUE 'T'.
001550     05  FILLER          PIC X(12)   VALUE 'ITEM KEY'.
001560     05  FILLER          PIC X(26)   VALUE 'RESULT'.
001570     05  FILLER          PIC X(10)   VALUE 'ERP ERROR'.
001580     05  FILLER          PIC X(32)   VALUE 'ERP TEXT'.
001590     05  FILLER          PIC X(27)   VALUE 'EXCEPTION'.
001600 01  RPT-DETAIL-LINE.
001610     05  RPT-DET-RUN     PIC 9(06).
001620     05  FILLER          PIC X(02)   VALUE SPACES.
001630     05  RPT-DET-SEQ     PIC 9(08).
001640     05  FILLER          PIC X(02)   VALUE SPACES.
001650     05  RPT-DET-SLOT    PIC 9(01).
001660     05  FILLER          PIC X(03)   VALUE SPACES.
001670     05  RPT-DET-TYPE    PIC X(01).
001680     05  FILLER          PIC X(02)   VALUE SPACES.
001690     05  RPT-DET-ITEM    PIC X(10).
001700     05  FILLER          PIC X(02)   VALUE SPACES.
001710     05  RPT-DET-RESULT  PIC X(24).
001720     05  FILLER          PIC X(02)   VALUE SPACES.
001730     05  RPT-DET-ERROR   PIC X(08).
001740     05  FILLER          PIC X(02)   VALUE SPACES.
001750     05  RPT-DET-TEXT    PIC X(30).
001760     05  FILLER          PIC X(02)   VALUE SPACES.
001770     05  RPT-DET-FLAG    PIC X(20).
001780     05  FILLER          PIC X(07)   VALUE SPACES.
001790 01  RPT-COUNT-LINE.
001800     05  RPT-CNT-LABEL   PIC X(32).
001810     05  RPT-CNT-VALUE   PIC Z(07)9.
001820     05  FILLER          PIC X(92)   VALUE SPACES.
001830 01  RPT-BALCOL-LINE.
001840     05  FILLER          PIC X(34)   VALUE 'BALANCE'.
001850     05  FILLER          PIC X(20)   VALUE
001860         '    EXPOUT TRAILER'.
001870     05  FILLER          PIC X(20)   VALUE
001880         '       ERP TRAILER'.
001890     05  FILLER          PIC X(58)   VALUE 'RESULT'.
001900 01  RPT-BALANCE-LINE.
001910     05  RPT-BAL-LABEL   PIC X(32).
001920     05  FILLER          PIC X(02)   VALUE SPACES.
001930     05  RPT-BAL-EXP     PIC Z(17)9.
001940     05  RPT-BAL-EXP-X REDEFINES RPT-BAL-EXP
001950                         PIC X(18).
001960     05  FILLER          PIC X(02)   VALUE SPACES.
001970     05  RPT-BAL-ERP     PIC Z(17)9.
001980     05  RPT-BAL-ERP-X REDEFINES RPT-BAL-ERP
001990                         PIC X(18).
002000     05  FILLER          PIC X(02)   VALUE SPACES.
002010     05  RPT-BAL-RESULT  PIC X(20).
002020     05  FILLER          PIC X(38)   VALUE SPACES.
002030
002040 PROCEDURE DIVISION.
002050*================================================================
002060 0000-MAINLINE.
002070*================================================================
002080     PERFORM 1000-INITIALIZE
002090     PERFORM 2000-RECONCILE-LINE
002100         UNTIL WS-EXP-KEY = HIGH-VALUES
002110           AND WS-ACK-KEY = HIGH-VALUES
002120     PERFORM 9000-TERMINATE
002130     STOP RUN.
002140
002150*================================================================
002160 1000-INITIALIZE.
002170*================================================================
002180     ACCEPT WS-RUN-DATE FROM DATE
002190     ACCEPT WS-RUN-TIME FROM TIME
002200     OPEN INPUT EXP-IN
002210     IF NOT WS-EXPOUT-OK
002220         PERFORM 9510-ABEND-EXPOUT
002230     END-IF
002240     OPEN INPUT ERP-ACK
002250     IF NOT WS-ACK-OK
002260         PERFORM 9520-ABEND-ERPACK
002270     END-IF
002280     OPEN OUTPUT ERP-REJ
002290     OPEN OUTPUT ACK-RPT
002300     MOVE WS-RUN-DATE TO RPT-HDR-DATE
002310     MOVE WS-RUN-TIME TO RPT-HDR-TIME
002320     WRITE RPT-RECORD FROM RPT-HEADER-LINE
002330     WRITE RPT-RECORD FROM RPT-RULE-LINE
002340     MOVE 'EXCEPTIONS' TO RPT-TTL-TEXT
002350     WRITE RPT-RECORD FROM RPT-TITLE-LINE
002360     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
002370     PERFORM 2900-READ-EXPOUT
002380     PERFORM 2950-READ-ACKNOWLEDGEMENT.
002390
002400*================================================================
002410 2000-RECONCILE-LINE.
002420*================================================================
002430     EVALUATE TRUE
002440         WHEN WS-EXP-KEY = WS-ACK-KEY
002450             PERFORM 2100-LINE-ACKNOWLEDGED
002460             PERFORM 2900-READ-EXPOUT
002470             PERFORM 2950-READ-ACKNOWLEDGEMENT
002480         WHEN WS-EXP-KEY < WS-ACK-KEY
002490             PERFORM 2200-LINE-NOT-ACKNOWLEDGED
002500             PERFORM 2900-READ-EXPOUT
002510         WHEN OTHER
002520             PERFORM 2300-NO-EXPOUT-LINE
002530             PERFORM 2950-READ-ACKNOWLEDGEMENT
002540     END-EVALUATE.
002550
002560*================================================================
002570 2100-LINE-ACKNOWLEDGED.
002580*================================================================
002590     ADD 1 TO WS-MATCHED-COUNT
002600     EVALUATE TRUE
002610         WHEN ACK-ACCEPTED
002620             ADD 1 TO WS-ACCEPTED-COUNT
002630         WHEN ACK-REJECTED
002640             ADD 1 TO WS-REJECTED-COUNT
002650             PERFORM 2400-SET-EXPOUT-COLUMNS
002660             PERFORM 2410-SET-ACK-COLUMNS
002670             MOVE 'ERP REJECTED' TO RPT-DET-FLAG
002680             PERFORM 2800-WRITE-DETAIL-LINE
002690             PERFORM 2500-WRITE-REJECT-FEED
002700         WHEN OTHER
002710             ADD 1 TO WS-BAD-FLAG-COUNT
002720             PERFORM 2400-SET-EXPOUT-COLUMNS
002730             PERFORM 2410-SET-ACK-COLUMNS
002740             MOVE 'ACK FLAG UNKNOWN' TO RPT-DET-FLAG
002750             PERFORM 2800-WRITE-DETAIL-LINE
002760     END-EVALUATE.
002770
002780*================================================================
002790 2200-LINE-NOT-ACKNOWLEDGED.
002800*================================================================
002810     ADD 1 TO WS-NO-ACK-COUNT
002820     PERFORM 2400-SET-EXPOUT-COLUMNS
002830     MOVE SPACES TO RPT-DET-ERROR
002840     MOVE SPACES TO RPT-DET-TEXT
002850     MOVE 'NO ACKNOWLEDGEMENT' TO RPT-DET-FLAG
002860     PERFORM 2800-WRITE-DETAIL-LINE.
002870
002880*================================================================
002890 2300-NO-EXPOUT-LINE.
002900*================================================================
002910     ADD 1 TO WS-NO-EXP-COUNT
002920     MOVE WS-AKK-RUN  TO RPT-DET-RUN
002930     MOVE WS-AKK-SEQ  TO RPT-DET-SEQ
002940     MOVE WS-AKK-SLOT TO RPT-DET-SLOT
002950     MOVE SPACES      TO RPT-DET-TYPE
002960     MOVE SPACES      TO RPT-DET-ITEM
002970     MOVE SPACES      TO RPT-DET-RESULT
002980     PERFORM 2410-SET-ACK-COLUMNS
002990     MOVE 'NO EXPOUT LINE' TO RPT-DET-FLAG
003000     PERFORM 2800-WRITE-DETAIL-LINE.
003010
003020*================================================================
003030 2400-SET-EXPOUT-COLUMNS.
003040*================================================================
003050     MOVE WS-EXK-RUN    TO RPT-DET-RUN
003060     MOVE WS-EXK-SEQ    TO RPT-DET-SEQ
003070     MOVE WS-EXK-SLOT   TO RPT-DET-SLOT
003080     MOVE WS-EXF-TYPE   TO RPT-DET-TYPE
003090     MOVE WS-EXF-ITEM   TO RPT-DET-ITEM
003100     MOVE WS-EXF-RESULT TO RPT-DET-RESULT.
003110
003120*================================================================
003130 2410-SET-ACK-COLUMNS.
003140*================================================================
003150     MOVE ACK-ERP-ERROR TO RPT-DET-ERROR
003160     MOVE ACK-ERP-TEXT  TO RPT-DET-TEXT.
003170
003180*================================================================
003190 2500-WRITE-REJECT-FEED.
003200*================================================================
003210*    THE LINE GOES TO DATA CONTROL EXACTLY AS IT WAS SENT.
003220     MOVE SPACES        TO ERP-REJECT-RECORD
003230     MOVE EXP-IN-RECORD TO ERJ-IMAGE
003240     MOVE ACK-ERP-ERROR TO ERJ-ERP-ERROR
003250     MOVE ACK-ERP-TEXT  TO ERJ-ERP-TEXT
003260     MOVE WS-RUN-DATE   TO ERJ-ACK-DATE
003270     MOVE WS-EXK-RUN    TO ERJ-RUN-NBR
003280     MOVE WS-EXK-SEQ    TO ERJ-SEQ-NBR
003290     MOVE WS-EXK-SLOT   TO ERJ-SLOT
003300     WRITE ERP-REJECT-RECORD
003310     ADD 1 TO WS-FEED-COUNT.
003320
003330*================================================================
003340 2800-WRITE-DETAIL-LINE.
003350*================================================================
003360     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
003370
003380*================================================================
003390 2900-READ-EXPOUT.
003400*================================================================
003410*    THE COLUMN-NAME HEADER LINE IS SKIPPED; THE TRAILER ENDS
003420*    THE FILE FOR MATCHING.
003430     MOVE 'N' TO WS-EXP-DONE-SW
003440     PERFORM 2905-READ-EXPOUT-LINE
003450         UNTIL WS-EXP-DONE.
003460
003470*================================================================
003480 2905-READ-EXPOUT-LINE.
003490*================================================================
003500     READ EXP-IN
003510         AT END
003520             MOVE HIGH-VALUES TO WS-EXP-KEY
003530             SET WS-EXP-DONE TO TRUE
003540         NOT AT END
003550             EVALUATE TRUE
003560                 WHEN EXP-IN-RECORD(1:5) = 'TYPE|'
003570                     CONTINUE
003580                 WHEN EXP-IN-RECORD(1:2) = 'T|'
003590                     PERFORM 2920-HOLD-EXPOUT-TRAILER
003600                     MOVE HIGH-VALUES TO WS-EXP-KEY
003610                     SET WS-EXP-DONE TO TRUE
003620                 WHEN OTHER
003630                     PERFORM 2910-SPLIT-EXPOUT-LINE
003640                     SET WS-EXP-DONE TO TRUE
003650             END-EVALUATE
003660     END-READ
003670     IF NOT WS-EXPOUT-OK AND WS-EXPOUT-STATUS NOT = '10'
003680         PERFORM 9510-ABEND-EXPOUT
003690     END-IF.
003700
003710*================================================================
003720 2910-SPLIT-EXPOUT-LINE.
003730*================================================================
003740     ADD 1 TO WS-EXP-READ-COUNT
003750     MOVE SPACES TO WS-EXP-FIELDS
003760     UNSTRING EXP-IN-RECORD DELIMITED BY '|'
003770         INTO WS-EXF-TYPE   WS-EXF-ITEM    WS-EXF-SLOT
003780              WS-EXF-UOM    WS-EXF-QTY     WS-EXF-RESULT
003790              WS-EXF-STATUS WS-EXF-MESSAGE WS-EXF-RUN
003800              WS-EXF-SEQ
003810     END-UNSTRING
003820     IF  WS-EXF-RUN  IS NUMERIC
003830     AND WS-EXF-SEQ  IS NUMERIC
003840     AND WS-EXF-SLOT IS NUMERIC
003850         MOVE WS-EXF-RUN  TO WS-EXK-RUN
003860         MOVE WS-EXF-SEQ  TO WS-EXK-SEQ
003870         MOVE WS-EXF-SLOT TO WS-EXK-SLOT
003880     ELSE
003890         PERFORM 9530-ABEND-EXPOUT-LINE
003900     END-IF
003910     IF WS-EXP-KEY NOT > WS-PREV-EXP-KEY
003920         PERFORM 9550-ABEND-EXPOUT-SEQUENCE
003930     END-IF
003940     MOVE WS-EXP-KEY TO WS-PREV-EXP-KEY.
003950
003960*================================================================
003970 2920-HOLD-EXPOUT-TRAILER.
003980*================================================================
003990     MOVE SPACES TO WS-EXF-TYPE
004000     MOVE SPACES TO WS-EXT-COUNT-X
004010     MOVE SPACES TO WS-EXT-VALUE-X
004020     UNSTRING EXP-IN-RECORD DELIMITED BY '|'
004030         INTO WS-EXF-TYPE WS-EXT-COUNT-X WS-EXT-VALUE-X
004040     END-UNSTRING
004050     IF  WS-EXT-COUNT-X IS NUMERIC
004060     AND WS-EXT-VALUE-X IS NUMERIC
004070         SET WS-EXP-TRL-FOUND TO TRUE
004080         MOVE WS-EXT-COUNT-X TO WS-EXP-TRL-COUNT
004090         MOVE WS-EXT-VALUE-X TO WS-EXP-TRL-VALUE
004100     ELSE
004110         SET WS-EXP-TRL-INVALID TO TRUE
004120     END-IF.
004130
004140*================================================================
004150 2950-READ-ACKNOWLEDGEMENT.
004160*================================================================
004170     READ ERP-ACK
004180         AT END
004190             MOVE HIGH-VALUES TO WS-ACK-KEY
004200         NOT AT END
004210             IF ACK-TRAILER
004220                 PERFORM 2960-HOLD-ACK-TRAILER
004230                 MOVE HIGH-VALUES TO WS-ACK-KEY
004240             ELSE
004250                 PERFORM 2970-CHECK-ACK-DETAIL
004260             END-IF
004270     END-READ
004280     IF NOT WS-ACK-OK AND WS-ACK-STATUS NOT = '10'
004290         PERFORM 9520-ABEND-ERPACK
004300     END-IF.
004310
004320*================================================================
004330 2960-HOLD-ACK-TRAILER.
004340*================================================================
004350     IF  ACT-LINE-COUNT  IS NUMERIC
004360     AND ACT-VALUE-TOTAL IS NUMERIC
004370         SET WS-ACK-TRL-FOUND TO TRUE
004380         MOVE ACT-LINE-COUNT  TO WS-ACK-TRL-COUNT
004390         MOVE ACT-VALUE-TOTAL TO WS-ACK-TRL-VALUE
004400     ELSE
004410         SET WS-ACK-TRL-INVALID TO TRUE
004420     END-IF.
004430
004440*================================================================
004450 2970-CHECK-ACK-DETAIL.
004460*================================================================
004470*    WITHOUT A USABLE KEY THE ACKNOWLEDGEMENT CANNOT BE MATCHED
004480*    AT ALL, SO THE FILE IS SENT BACK TO THE ERP.
004490     ADD 1 TO WS-ACK-READ-COUNT
004500     IF  ACK-DETAIL
004510     AND ACK-RUN-NBR IS NUMERIC
004520     AND ACK-SEQ-NBR IS NUMERIC
004530     AND ACK-SLOT    IS NUMERIC
004540         MOVE ACK-RUN-NBR TO WS-AKK-RUN
004550         MOVE ACK-SEQ-NBR TO WS-AKK-SEQ
004560         MOVE ACK-SLOT    TO WS-AKK-SLOT
004570     ELSE
004580         PERFORM 9540-ABEND-ACK-RECORD
004590     END-IF
004600     IF WS-ACK-KEY NOT > WS-PREV-ACK-KEY
004610         PERFORM 9560-ABEND-ACK-SEQUENCE
004620     END-IF
004630     MOVE WS-ACK-KEY TO WS-PREV-ACK-KEY.
004640
004650*================================================================
004660 9000-TERMINATE.
004670*================================================================
004680     IF WS-EXP-READ-COUNT + WS-NO-EXP-COUNT = 0
004690         MOVE SPACES TO RPT-RECORD
004700         MOVE '  NO EXPOUT DATA LINES OR ACKNOWLEDGEMENTS'
004710             TO RPT-RECORD
004720         WRITE RPT-RECORD
004730     END-IF
004740     WRITE RPT-RECORD FROM RPT-RULE-LINE
004750     MOVE 'EXPOUT DATA LINES READ' TO RPT-CNT-LABEL
004760     MOVE WS-EXP-READ-COUNT TO RPT-CNT-VALUE
004770     PERFORM 9110-WRITE-COUNT-LINE
004780     MOVE 'ACKNOWLEDGEMENTS READ' TO RPT-CNT-LABEL
004790     MOVE WS-ACK-READ-COUNT TO RPT-CNT-VALUE
004800     PERFORM 9110-WRITE-COUNT-LINE
004810     MOVE 'LINES ACKNOWLEDGED' TO RPT-CNT-LABEL
004820     MOVE WS-MATCHED-COUNT TO RPT-CNT-VALUE
004830     PERFORM 9110-WRITE-COUNT-LINE
004840     MOVE '  ACCEPTED BY THE ERP' TO RPT-CNT-LABEL
004850     MOVE WS-ACCEPTED-COUNT TO RPT-CNT-VALUE
004860     PERFORM 9110-WRITE-COUNT-LINE
004870     MOVE '  REJECTED BY THE ERP' TO RPT-CNT-LABEL
004880     MOVE WS-REJECTED-COUNT TO RPT-CNT-VALUE
004890     PERFORM 9110-WRITE-COUNT-LINE
004900     MOVE '  ACK FLAG UNKNOWN' TO RPT-CNT-LABEL
004910     MOVE WS-BAD-FLAG-COUNT TO RPT-CNT-VALUE
004920     PERFORM 9110-WRITE-COUNT-LINE
004930     MOVE 'EXPOUT LINES NOT ACKNOWLEDGED' TO RPT-CNT-LABEL
004940     MOVE WS-NO-ACK-COUNT TO RPT-CNT-VALUE
004950     PERFORM 9110-WRITE-COUNT-LINE
004960     MOVE 'ACKNOWLEDGEMENTS - NO EXPOUT' TO RPT-CNT-LABEL
004970     MOVE WS-NO-EXP-COUNT TO RPT-CNT-VALUE
004980     PERFORM 9110-WRITE-COUNT-LINE
004990     MOVE 'REJECTS WRITTEN TO ERPREJ' TO RPT-CNT-LABEL
005000     MOVE WS-FEED-COUNT TO RPT-CNT-VALUE
005010     PERFORM 9110-WRITE-COUNT-LINE
005020     WRITE RPT-RECORD FROM RPT-RULE-LINE
005030     PERFORM 9200-WRITE-BALANCE
005040     WRITE RPT-RECORD FROM RPT-RULE-LINE
005050     MOVE SPACES TO RPT-RECORD
005060     MOVE 'END OF ERP ACKNOWLEDGEMENT REPORT'
005070         TO RPT-RECORD
005080     WRITE RPT-RECORD
005090     CLOSE EXP-IN
005100     CLOSE ERP-ACK
005110     CLOSE ERP-REJ
005120     CLOSE ACK-RPT.
005130
005140*================================================================
005150 9110-WRITE-COUNT-LINE.
005160*================================================================
005170     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005180
005190*================================================================
005200 9200-WRITE-BALANCE.
005210*================================================================
005220*    THE ERP'S FIGURES ARE PROVED AGAINST THE EXPOUT TRAILER. A
005230*    MISSING OR UNREADABLE TRAILER ON EITHER SIDE CANNOT AGREE.
005240     WRITE RPT-RECORD FROM RPT-BALCOL-LINE
005250     IF  WS-EXP-TRL-FOUND AND WS-ACK-TRL-FOUND
005260         IF WS-EXP-TRL-COUNT = WS-ACK-TRL-COUNT
005270             SET WS-COUNT-AGREES TO TRUE
005280         END-IF
005290         IF WS-EXP-TRL-VALUE = WS-ACK-TRL-VALUE
005300             SET WS-VALUE-AGREES TO TRUE
005310         END-IF
005320     END-IF
005330     MOVE 'DATA LINE COUNT' TO RPT-BAL-LABEL
005340     MOVE WS-EXP-TRL-COUNT  TO RPT-BAL-EXP
005350     MOVE WS-ACK-TRL-COUNT  TO RPT-BAL-ERP
005360     IF WS-COUNT-AGREES
005370         MOVE 'AGREES'         TO RPT-BAL-RESULT
005380     ELSE
005390         MOVE 'DOES NOT AGREE' TO RPT-BAL-RESULT
005400     END-IF
005410     PERFORM 9210-WRITE-BALANCE-LINE
005420     MOVE 'VALUE TOTAL' TO RPT-BAL-LABEL
005430     MOVE WS-EXP-TRL-VALUE  TO RPT-BAL-EXP
005440     MOVE WS-ACK-TRL-VALUE  TO RPT-BAL-ERP
005450     IF WS-VALUE-AGREES
005460         MOVE 'AGREES'         TO RPT-BAL-RESULT
005470     ELSE
005480         MOVE 'DOES NOT AGREE' TO RPT-BAL-RESULT
005490     END-IF
005500     PERFORM 9210-WRITE-BALANCE-LINE
005510     IF WS-EXP-TRL-MISSING
005520         MOVE SPACES TO RPT-RECORD
005530         MOVE '  EXPOUT TRAILER MISSING' TO RPT-RECORD
005540         WRITE RPT-RECORD
005550     END-IF
005560     IF WS-EXP-TRL-INVALID
005570         MOVE SPACES TO RPT-RECORD
005580         MOVE '  EXPOUT TRAILER NOT NUMERIC' TO RPT-RECORD
005590         WRITE RPT-RECORD
005600     END-IF
005610     IF WS-ACK-TRL-MISSING
005620         MOVE SPACES TO RPT-RECORD
005630         MOVE '  ERP TRAILER MISSING' TO RPT-RECORD
005640         WRITE RPT-RECORD
005650     END-IF
005660     IF WS-ACK-TRL-INVALID
005670         MOVE SPACES TO RPT-RECORD
005680         MOVE '  ERP TRAILER NOT NUMERIC' TO RPT-RECORD
005690         WRITE RPT-RECORD
005700     END-IF
005710     IF  WS-COUNT-AGREES AND WS-VALUE-AGREES
005720     AND WS-REJECTED-COUNT + WS-BAD-FLAG-COUNT
005730       + WS-NO-ACK-COUNT + WS-NO-EXP-COUNT = 0
005740         MOVE 'ERP LOAD RECONCILED - NO EXCEPTIONS'
005750             TO RPT-TTL-TEXT
005760     ELSE
005770         MOVE 'ERP LOAD NOT RECONCILED - SEE EXCEPTIONS'
005780             TO RPT-TTL-TEXT
005790         DISPLAY 'ERP ACKNOWLEDGEMENT DOES NOT RECONCILE TO '
005800                 'EXPOUT - SEE ACKRPT'
005810     END-IF
005820     WRITE RPT-RECORD FROM RPT-RULE-LINE
005830     WRITE RPT-RECORD FROM RPT-TITLE-LINE.
005840
005850*================================================================
005860 9210-WRITE-BALANCE-LINE.
005870*================================================================
005880     IF NOT WS-EXP-TRL-FOUND
005890         MOVE SPACES TO RPT-BAL-EXP-X
005900     END-IF
005910     IF NOT WS-ACK-TRL-FOUND
005920         MOVE SPACES TO RPT-BAL-ERP-X
005930     END-IF
005940     WRITE RPT-RECORD FROM RPT-BALANCE-LINE.
005950
005960*================================================================
005970 9510-ABEND-EXPOUT.
005980*================================================================
005990     DISPLAY 'EXPOUT I/O ERROR - STATUS ' WS-EXPOUT-STATUS
006000     MOVE 16 TO RETURN-CODE
006010     STOP RUN.
006020
006030*================================================================
006040 9520-ABEND-ERPACK.
006050*================================================================
006060     DISPLAY 'ERPACK I/O ERROR - STATUS ' WS-ACK-STATUS
006070     MOVE 16 TO RETURN-CODE
006080     STOP RUN.
006090
006100*================================================================
006110 9530-ABEND-EXPOUT-LINE.
006120*================================================================
006130     DISPLAY 'EXPOUT DATA LINE ' WS-EXP-READ-COUNT
006140             ' HAS NO VALID RUN, SEQUENCE OR SLOT - '
006150             'RECONCILIATION ABANDONED'
006160     MOVE 16 TO RETURN-CODE
006170     STOP RUN.
006180
006190*================================================================
006200 9540-ABEND-ACK-RECORD.
006210*================================================================
006220     DISPLAY 'ERPACK RECORD ' WS-ACK-READ-COUNT
006230             ' IS NOT A VALID DETAIL OR TRAILER - '
006240             'RECONCILIATION ABANDONED'
006250     MOVE 16 TO RETURN-CODE
006260     STOP RUN.
006270
006280*================================================================
006290 9550-ABEND-EXPOUT-SEQUENCE.
006300*================================================================
006310     DISPLAY 'EXPOUT OUT OF RUN/SEQUENCE/SLOT ORDER AT LINE '
006320             WS-EXP-READ-COUNT ' - RECONCILIATION ABANDONED'
006330     MOVE 16 TO RETURN-CODE
006340     STOP RUN.
006350
006360*================================================================
006370 9560-ABEND-ACK-SEQUENCE.
006380*================================================================
006390     DISPLAY 'ERPACK OUT OF RUN/SEQUENCE/SLOT ORDER OR '
006400             'DUPLICATED AT RECORD ' WS-ACK-READ-COUNT
006410             ' - RECONCILIATION ABANDONED'
006420     MOVE 16 TO RETURN-CODE
006430     STOP RUN.
