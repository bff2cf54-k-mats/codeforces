000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVSPLIT.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. SPLITS THE STACKED CONVIN
000120*                    INTO ONE FILE PER SOURCE BATCH (CNVIN01-08),
000130*                    HEADER AND TRAILER KEPT INTACT, IN THE ORDER
000140*                    THE BATCHES ARRIVED, SO EACH SOURCE CAN RUN
000150*                    THROUGH SOLUTION AT THE SAME TIME. RESERVES
000160*                    FROM RUNCTL ONE COMBINED RUN NUMBER FOR
000170*                    CNVMERGE AND ONE RUN NUMBER PER SOURCE,
000180*                    REGISTERS THE COMBINED RUN ON RUNREG AS
000190*                    STARTED AND WRITES SPLITCTL FOR THE SOURCE
000200*                    RUNS AND THE MERGE. SPLRPT LISTS THE SLOTS.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONV-IN  ASSIGN TO CONVIN
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CONVIN-STATUS.
000330     SELECT SLOT-01  ASSIGN TO CNVIN01
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SLOT-STATUS.
000360     SELECT SLOT-02  ASSIGN TO CNVIN02
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SLOT-STATUS.
000390     SELECT SLOT-03  ASSIGN TO CNVIN03
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SLOT-STATUS.
000420     SELECT SLOT-04  ASSIGN TO CNVIN04
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SLOT-STATUS.
000450     SELECT SLOT-05  ASSIGN TO CNVIN05
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SLOT-STATUS.
000480     SELECT SLOT-06  ASSIGN TO CNVIN06
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SLOT-STATUS.
000510     SELECT SLOT-07  ASSIGN TO CNVIN07
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SLOT-STATUS.
000540     SELECT SLOT-08  ASSIGN TO CNVIN08
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SLOT-STATUS.
000570     SELECT SPLIT-CTL ASSIGN TO SPLITCTL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SPLITCTL-STATUS.
000600     SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCTL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUNCTL-STATUS.
000630     SELECT OPTIONAL RUN-REG ASSIGN TO RUNREG
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS RRG-RUN-NBR
000670         FILE STATUS IS WS-RUNREG-STATUS.
000680     SELECT SPL-RPT  ASSIGN TO SPLRPT
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONV-IN
000740     RECORDING MODE IS F.
000750 COPY CONVINR.
000760
000770 FD  SLOT-01
000780     RECORDING MODE IS F.
000790 01  SLOT-01-RECORD          PIC X(105).
000800
000810 FD  SLOT-02
000820     RECORDING MODE IS F.
000830 01  SLOT-02-RECORD          PIC X(105).
000840
000850 FD  SLOT-03
000860     RECORDING MODE IS F.
000870 01  SLOT-03-RECORD          PIC X(105).
000880
000890 FD  SLOT-04
000900     RECORDING MODE IS F.
000910 01  SLOT-04-RECORD          PIC X(105).
000920
000930 FD  SLOT-05
000940     RECORDING MODE IS F.
000950 01  SLOT-05-RECORD          PIC X(105).
000960
000970 FD  SLOT-06
000980     RECORDING MODE IS F.
000990 01  SLOT-06-RECORD          PIC X(105).
001000
001010 FD  SLOT-07
001020     RECORDING MODE IS F.
001030 01  SLOT-07-RECORD          PIC X(105).
001040
001050 FD  SLOT-08
001060     RECORDING MODE IS F.
001070 01  SLOT-08-RECORD          PIC X(105).
001080
001090 FD  SPLIT-CTL
001100     RECORDING MODE IS F.
001110 COPY SPLITR.
001120
001130 FD  RUN-CTL
001140     RECORDING MODE IS F.
001150 01  RUN-CTL-RECORD.
001160     05  RUN-NUMBER          PIC 9(06).
001170
001180 FD  RUN-REG.
001190 COPY RUNREGR.
001200
001210 FD  SPL-RPT
001220     RECORDING MODE IS F.
001230 01  RPT-RECORD              PIC X(132).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-CONVIN-STATUS    PIC X(02)   VALUE '00'.
001270     88  WS-CONVIN-OK                   VALUES '00' '05'.
001280 01  WS-SLOT-STATUS      PIC X(02)   VALUE '00'.
001290     88  WS-SLOT-OK                     VALUES '00' '05'.
001300 01  WS-SPLITCTL-STATUS  PIC X(02)   VALUE '00'.
001310     88  WS-SPLITCTL-OK                 VALUES '00' '05'.
001320 01  WS-RUNCTL-STATUS    PIC X(02)   VALUE '00'.
001330     88  WS-RUNCTL-OK                   VALUES '00' '05'.
001340 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
001350     88  WS-RUNREG-OK                   VALUES '00' '05'.
001360 01  WS-RUN-DATE         PIC 9(06).
001370 01  WS-RUN-TIME         PIC 9(08).
001380 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
001390     88  WS-EOF                         VALUE 'Y'.
001400 01  WS-BATCH-SW         PIC X(01)   VALUE 'N'.
001410     88  WS-BATCH-OPEN                  VALUE 'Y'.
001420     88  WS-BATCH-CLOSED                VALUE 'N'.
001430 01  N                   PIC 9(02)   COMP.
001440*----------------------------------------------------------------
001450* ONE ENTRY PER SOURCE BATCH FOUND ON CONVIN, IN ARRIVAL ORDER.
001460* THE SLOT NUMBER IS THE ENTRY NUMBER AND NAMES THE CNVINNN FILE
001470* THE BATCH WAS COPIED TO. EIGHT SLOT FILES ARE DEFINED; A NIGHT
001480* WITH MORE BATCHES THAN THAT IS REFUSED RATHER THAN HALF SPLIT.
001490*----------------------------------------------------------------
001500 01  WS-SLOT-MAX         PIC 9(02)   COMP  VALUE 8.
001510 01  WS-SLOT-COUNT       PIC 9(02)   COMP  VALUE ZEROES.
001520 01  WS-SLOT-TABLE.
001530     05  WS-SLT-ENTRY OCCURS 8.
001540         10  WS-SLT-SOURCE   PIC X(08).
001550         10  WS-SLT-BUS-DATE PIC 9(08).
001560         10  WS-SLT-DETAIL   PIC 9(08).
001570         10  WS-SLT-TRAILER  PIC 9(08).
001580         10  WS-SLT-RUN-NBR  PIC 9(06).
001590 01  WS-SLOT-FILE.
001600     05  FILLER          PIC X(06)   VALUE 'CNVIN0'.
001610     05  WS-SLOT-FILE-NBR
001620                         PIC 9(01).
001630     05  FILLER          PIC X(01)   VALUE SPACE.
001640*----------------------------------------------------------------
001650* RUN NUMBERS RESERVED FROM RUNCTL - THE COMBINED RUN FIRST, THEN
001660* ONE PER SLOT - AND THE SPLIT TOTALS
001670*----------------------------------------------------------------
001680 01  WS-COMBINED-RUN     PIC 9(06)   VALUE ZEROES.
001690 01  WS-RUN-NBR          PIC 9(06)   VALUE ZEROES.
001700 01  WS-READ-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
001710 01  WS-COPIED-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001720 01  WS-DETAIL-TOTAL     PIC 9(08)   COMP  VALUE ZEROES.
001730 01  WS-MISMATCH-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001740*----------------------------------------------------------------
001750* SPLRPT REPORT LINES
001760*----------------------------------------------------------------
001770 01  RPT-HEADER-LINE.
001780     05  FILLER          PIC X(36)   VALUE
001790         'CONVIN SOURCE SPLIT REPORT'.
001800     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
001810     05  RPT-HDR-DATE    PIC 9(06).
001820     05  FILLER          PIC X(07)   VALUE '  TIME '.
001830     05  RPT-HDR-TIME    PIC 9(08).
001840     05  FILLER          PIC X(15)   VALUE '  COMBINED RUN '.
001850     05  RPT-HDR-RUN     PIC 9(06).
001860     05  FILLER          PIC X(45)   VALUE SPACES.
001870 01  RPT-RULE-LINE.
001880     05  FILLER          PIC X(132)  VALUE ALL '-'.
001890 01  RPT-COLUMN-LINE.
001900     05  FILLER          PIC X(06)   VALUE 'SLOT'.
001910     05  FILLER          PIC X(10)   VALUE 'SOURCE'.
001920     05  FILLER          PIC X(10)   VALUE 'BUS DATE'.
001930     05  FILLER          PIC X(10)   VALUE '   DETAILS'.
001940     05  FILLER          PIC X(10)   VALUE '   TRAILER'.
001950     05  FILLER          PIC X(08)   VALUE '  RUN'.
001960     05  FILLER          PIC X(10)   VALUE 'FILE'.
001970     05  FILLER          PIC X(68)   VALUE 'NOTE'.
001980 01  RPT-SLOT-LINE.
001990     05  RPT-SLT-SLOT    PIC Z9.
002000     05  FILLER          PIC X(04)   VALUE SPACES.
002010     05  RPT-SLT-SOURCE  PIC X(08).
002020     05  FILLER          PIC X(02)   VALUE SPACES.
002030     05  RPT-SLT-BUS-DATE
002040                         PIC 9(08).
002050     05  FILLER          PIC X(02)   VALUE SPACES.
002060     05  RPT-SLT-DETAIL  PIC Z(07)9.
002070     05  FILLER          PIC X(02)   VALUE SPACES.
002080     05  RPT-SLT-TRAILER PIC Z(07)9.
002090     05  FILLER          PIC X(02)   VALUE SPACES.
002100     05  RPT-SLT-RUN     PIC 9(06).
002110     05  FILLER          PIC X(02)   VALUE SPACES.
002120     05  RPT-SLT-FILE    PIC X(08).
002130     05  FILLER          PIC X(02)   VALUE SPACES.
002140     05  RPT-SLT-NOTE    PIC X(40).
002150     05  FILLER          PIC X(28)   VALUE SPACES.
002160 01  RPT-COUNT-LINE.
002170     05  RPT-CNT-LABEL   PIC X(32).
002180     05  RPT-CNT-VALUE   PIC Z(07)9.
002190     05  FILLER          PIC X(92)   VALUE SPACES.
002200
002210 PROCEDURE DIVISION.
002220*================================================================
002230 0000-MAINLINE.
002240*================================================================
002250     PERFORM 1000-INITIALIZE
002260     PERFORM 2000-SPLIT-RECORD
002270         UNTIL WS-EOF
002280     PERFORM 3000-CLOSE-SPLIT
002290     PERFORM 3100-RESERVE-RUN-NUMBERS
002300     PERFORM 3200-REGISTER-COMBINED-RUN
002310     PERFORM 3300-WRITE-SPLIT-CONTROL
002320     PERFORM 9000-TERMINATE
002330     STOP RUN.
002340
002350*================================================================
002360 1000-INITIALIZE.
002370*================================================================
002380*    SPLITCTL IS EMPTIED FIRST, SO A SPLIT THAT DIES PART WAY
002390*    LEAVES NOTHING THE SOURCE RUNS OR CNVMERGE COULD ACT ON.
002400     ACCEPT WS-RUN-DATE FROM DATE
002410     ACCEPT WS-RUN-TIME FROM TIME
002420     OPEN OUTPUT SPLIT-CTL
002430     IF NOT WS-SPLITCTL-OK
002440         PERFORM 9560-ABEND-SPLITCTL
002450     END-IF
002460     OPEN INPUT CONV-IN
002470     IF NOT WS-CONVIN-OK
002480         PERFORM 9510-ABEND-CONVIN
002490     END-IF
002500     OPEN OUTPUT SLOT-01
002510     IF NOT WS-SLOT-OK
002520         PERFORM 9530-ABEND-SLOT
002530     END-IF
002540     OPEN OUTPUT SLOT-02
002550     IF NOT WS-SLOT-OK
002560         PERFORM 9530-ABEND-SLOT
002570     END-IF
002580     OPEN OUTPUT SLOT-03
002590     IF NOT WS-SLOT-OK
002600         PERFORM 9530-ABEND-SLOT
002610     END-IF
002620     OPEN OUTPUT SLOT-04
002630     IF NOT WS-SLOT-OK
002640         PERFORM 9530-ABEND-SLOT
002650     END-IF
002660     OPEN OUTPUT SLOT-05
002670     IF NOT WS-SLOT-OK
002680         PERFORM 9530-ABEND-SLOT
002690     END-IF
002700     OPEN OUTPUT SLOT-06
002710     IF NOT WS-SLOT-OK
002720         PERFORM 9530-ABEND-SLOT
002730     END-IF
002740     OPEN OUTPUT SLOT-07
002750     IF NOT WS-SLOT-OK
002760         PERFORM 9530-ABEND-SLOT
002770     END-IF
002780     OPEN OUTPUT SLOT-08
002790     IF NOT WS-SLOT-OK
002800         PERFORM 9530-ABEND-SLOT
002810     END-IF
002820     PERFORM 2900-READ-CONVIN
002830     IF WS-EOF
002840         PERFORM 9520-ABEND-NO-BATCH
002850     END-IF.
002860
002870*================================================================
002880 2000-SPLIT-RECORD.
002890*================================================================
002900     EVALUATE TRUE
002910         WHEN CIR-HEADER-REC
002920             PERFORM 2100-START-BATCH
002930         WHEN CIR-TRAILER-REC
002940             PERFORM 2300-END-BATCH
002950         WHEN OTHER
002960             PERFORM 2200-COPY-DETAIL
002970     END-EVALUATE
002980     PERFORM 2900-READ-CONVIN.
002990
003000*================================================================
003010 2100-START-BATCH.
003020*================================================================
003030*    A HEADER OPENS THE NEXT SLOT. THE SAME SOURCE AND BUSINESS
003040*    DATE TWICE IN ONE CONVIN IS REFUSED HERE, AS THE SINGLE
003050*    STREAM RUN WOULD REFUSE IT - ONCE SPLIT, THE TWO SOURCE RUNS
003060*    COULD NOT SEE EACH OTHER. THE LASTRUN AND SRCMST CHECKS ARE
003070*    LEFT TO EACH SOURCE RUN.
003080     IF WS-BATCH-OPEN
003090         PERFORM 9540-ABEND-STRUCTURE
003100     END-IF
003110     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
003120         IF  WS-SLT-SOURCE(N)   = CIH-SOURCE-ID
003130         AND WS-SLT-BUS-DATE(N) = CIH-BUS-DATE
003140             PERFORM 9550-ABEND-DUPLICATE-BATCH
003150         END-IF
003160     END-PERFORM
003170     IF WS-SLOT-COUNT = WS-SLOT-MAX
003180         PERFORM 9545-ABEND-SLOT-LIMIT
003190     END-IF
003200     ADD 1 TO WS-SLOT-COUNT
003210     MOVE CIH-SOURCE-ID TO WS-SLT-SOURCE(WS-SLOT-COUNT)
003220     IF CIH-BUS-DATE NUMERIC
003230         MOVE CIH-BUS-DATE TO WS-SLT-BUS-DATE(WS-SLOT-COUNT)
003240     ELSE
003250         MOVE ZEROES TO WS-SLT-BUS-DATE(WS-SLOT-COUNT)
003260     END-IF
003270     MOVE ZEROES TO WS-SLT-DETAIL(WS-SLOT-COUNT)
003280                    WS-SLT-TRAILER(WS-SLOT-COUNT)
003290                    WS-SLT-RUN-NBR(WS-SLOT-COUNT)
003300     SET WS-BATCH-OPEN TO TRUE
003310     PERFORM 2800-WRITE-SLOT-RECORD.
003320
003330*================================================================
003340 2200-COPY-DETAIL.
003350*================================================================
003360     IF WS-BATCH-CLOSED
003370         PERFORM 9540-ABEND-STRUCTURE
003380     END-IF
003390     ADD 1 TO WS-SLT-DETAIL(WS-SLOT-COUNT)
003400     ADD 1 TO WS-DETAIL-TOTAL
003410     PERFORM 2800-WRITE-SLOT-RECORD.
003420
003430*================================================================
003440 2300-END-BATCH.
003450*================================================================
003460*    THE TRAILER IS COPIED AS SENT. A COUNT THAT DISAGREES IS
003470*    NOTED HERE BUT LEFT FOR THE SOURCE RUN TO PROVE - THAT RUN
003480*    IS ABANDONED OUT OF BALANCE, AND CNVMERGE REFUSES THE WHOLE
003485*    MERGE UNTIL THE SOURCE IS CORRECTED AND RUN AGAIN.
003490     IF WS-BATCH-CLOSED
003500         PERFORM 9540-ABEND-STRUCTURE
003510     END-IF
003520     IF CIT-REC-COUNT NUMERIC
003530         MOVE CIT-REC-COUNT TO WS-SLT-TRAILER(WS-SLOT-COUNT)
003540     END-IF
003550     IF WS-SLT-TRAILER(WS-SLOT-COUNT) NOT =
003560        WS-SLT-DETAIL(WS-SLOT-COUNT)
003570         ADD 1 TO WS-MISMATCH-COUNT
003580     END-IF
003590     PERFORM 2800-WRITE-SLOT-RECORD
003600     SET WS-BATCH-CLOSED TO TRUE.
003610
003620*================================================================
003630 2800-WRITE-SLOT-RECORD.
003640*================================================================
003650     EVALUATE WS-SLOT-COUNT
003660         WHEN 1
003670             WRITE SLOT-01-RECORD FROM CONV-IN-STOCK
003680         WHEN 2
003690             WRITE SLOT-02-RECORD FROM CONV-IN-STOCK
003700         WHEN 3
003710             WRITE SLOT-03-RECORD FROM CONV-IN-STOCK
003720         WHEN 4
003730             WRITE SLOT-04-RECORD FROM CONV-IN-STOCK
003740         WHEN 5
003750             WRITE SLOT-05-RECORD FROM CONV-IN-STOCK
003760         WHEN 6
003770             WRITE SLOT-06-RECORD FROM CONV-IN-STOCK
003780         WHEN 7
003790             WRITE SLOT-07-RECORD FROM CONV-IN-STOCK
003800         WHEN 8
003810             WRITE SLOT-08-RECORD FROM CONV-IN-STOCK
003820     END-EVALUATE
003830     IF NOT WS-SLOT-OK
003840         PERFORM 9530-ABEND-SLOT
003850     END-IF
003860     ADD 1 TO WS-COPIED-COUNT.
003870
003880*================================================================
003890 2900-READ-CONVIN.
003900*================================================================
003910     READ CONV-IN
003920         AT END
003930             SET WS-EOF TO TRUE
003940         NOT AT END
003950             ADD 1 TO WS-READ-COUNT
003960     END-READ.
003970
003980*================================================================
003990 3000-CLOSE-SPLIT.
004000*================================================================
004010     IF WS-BATCH-OPEN
004020         PERFORM 9540-ABEND-STRUCTURE
004030     END-IF
004040     CLOSE CONV-IN
004050     CLOSE SLOT-01
004060     CLOSE SLOT-02
004070     CLOSE SLOT-03
004080     CLOSE SLOT-04
004090     CLOSE SLOT-05
004100     CLOSE SLOT-06
004110     CLOSE SLOT-07
004120     CLOSE SLOT-08.
004130
004140*================================================================
004150 3100-RESERVE-RUN-NUMBERS.
004160*================================================================
004170*    EVERY NUMBER THE NIGHT NEEDS IS DRAWN HERE IN ONE TOUCH OF
004180*    RUNCTL - THE COMBINED RUN, THEN ONE PER SLOT - SO SOURCE
004190*    RUNS STARTING TOGETHER NEVER RACE FOR THE CONTROL FILE AND
004200*    NO NUMBER IS EVER SHARED.
004210     OPEN INPUT RUN-CTL
004220     IF NOT WS-RUNCTL-OK
004230         PERFORM 9570-ABEND-RUNCTL
004240     END-IF
004250     READ RUN-CTL
004260         AT END     MOVE ZEROES     TO WS-RUN-NBR
004270         NOT AT END MOVE RUN-NUMBER TO WS-RUN-NBR
004280     END-READ
004290     CLOSE RUN-CTL
004300     ADD 1 TO WS-RUN-NBR
004310     MOVE WS-RUN-NBR TO WS-COMBINED-RUN
004320     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
004330         ADD 1 TO WS-RUN-NBR
004340         MOVE WS-RUN-NBR TO WS-SLT-RUN-NBR(N)
004350     END-PERFORM
004360     MOVE WS-RUN-NBR TO RUN-NUMBER
004370     OPEN OUTPUT RUN-CTL
004380     IF NOT WS-RUNCTL-OK
004390         PERFORM 9570-ABEND-RUNCTL
004400     END-IF
004410     WRITE RUN-CTL-RECORD
004420     IF NOT WS-RUNCTL-OK
004430         PERFORM 9570-ABEND-RUNCTL
004440     END-IF
004450     CLOSE RUN-CTL.
004460
004470*================================================================
004480 3200-REGISTER-COMBINED-RUN.
004490*================================================================
004500*    THE COMBINED RUN STAYS STARTED UNTIL CNVMERGE PROVES THE
004510*    MERGED FILES, SO CONVEXT WILL NOT RELEASE THEM BEFORE THEN.
004520     OPEN I-O RUN-REG
004530     IF NOT WS-RUNREG-OK
004540         PERFORM 9580-ABEND-RUNREG
004550     END-IF
004560     MOVE ZEROES          TO RUN-REG-RECORD
004570     MOVE WS-COMBINED-RUN TO RRG-RUN-NBR
004580     MOVE WS-RUN-DATE     TO RRG-RUN-DATE
004590     MOVE WS-RUN-TIME     TO RRG-START-TIME
004600     SET RRG-STARTED      TO TRUE
004610     MOVE SPACE           TO RRG-BALANCE-SW
004620     MOVE 'N'             TO RRG-VFY-SW
004630     MOVE 'N'             TO RRG-EXP-SW
004640     MOVE 'N'             TO RRG-BKO-SW
004650     WRITE RUN-REG-RECORD
004660         INVALID KEY
004670             PERFORM 9580-ABEND-RUNREG
004680     END-WRITE
004690     CLOSE RUN-REG.
004700
004710*================================================================
004720 3300-WRITE-SPLIT-CONTROL.
004730*================================================================
004740*    THE LAST SLOT TAKES ANY SUSPENSE RESUBMISSIONS, SO ON THE
004750*    MERGED FILES THEY FOLLOW EVERY CONVIN DETAIL AS THEY DO IN
004760*    A SINGLE STREAM RUN.
004770     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
004780         MOVE SPACES             TO SPLIT-CTL-RECORD
004790         MOVE N                  TO SPL-SLOT
004800         MOVE WS-SLT-SOURCE(N)   TO SPL-SOURCE-ID
004810         MOVE WS-SLT-BUS-DATE(N) TO SPL-BUS-DATE
004820         MOVE WS-SLT-DETAIL(N)   TO SPL-DETAIL-COUNT
004830         MOVE WS-SLT-TRAILER(N)  TO SPL-TRAILER-COUNT
004840         MOVE WS-SLT-RUN-NBR(N)  TO SPL-RUN-NBR
004850         MOVE WS-COMBINED-RUN    TO SPL-COMBINED-RUN
004860         MOVE WS-RUN-DATE        TO SPL-SPLIT-DATE
004870         IF N = WS-SLOT-COUNT
004880             MOVE 'Y' TO SPL-RESUB-SW
004890         ELSE
004900             MOVE 'N' TO SPL-RESUB-SW
004910         END-IF
004920         WRITE SPLIT-CTL-RECORD
004930         IF NOT WS-SPLITCTL-OK
004940             PERFORM 9560-ABEND-SPLITCTL
004950         END-IF
004960     END-PERFORM
004970     CLOSE SPLIT-CTL.
004980
004990*================================================================
005000 9000-TERMINATE.
005010*================================================================
005020     OPEN OUTPUT SPL-RPT
005030     MOVE WS-RUN-DATE     TO RPT-HDR-DATE
005040     MOVE WS-RUN-TIME     TO RPT-HDR-TIME
005050     MOVE WS-COMBINED-RUN TO RPT-HDR-RUN
005060     WRITE RPT-RECORD FROM RPT-HEADER-LINE
005070     WRITE RPT-RECORD FROM RPT-RULE-LINE
005080     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
005090     WRITE RPT-RECORD FROM RPT-RULE-LINE
005100     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
005110         PERFORM 9100-WRITE-SLOT-LINE
005120     END-PERFORM
005130     WRITE RPT-RECORD FROM RPT-RULE-LINE
005140     MOVE 'CONVIN RECORDS READ' TO RPT-CNT-LABEL
005150     MOVE WS-READ-COUNT TO RPT-CNT-VALUE
005160     PERFORM 9110-WRITE-COUNT-LINE
005170     MOVE 'RECORDS COPIED TO SLOT FILES' TO RPT-CNT-LABEL
005180     MOVE WS-COPIED-COUNT TO RPT-CNT-VALUE
005190     PERFORM 9110-WRITE-COUNT-LINE
005200     MOVE 'SOURCE BATCHES SPLIT' TO RPT-CNT-LABEL
005210     MOVE WS-SLOT-COUNT TO RPT-CNT-VALUE
005220     PERFORM 9110-WRITE-COUNT-LINE
005230     MOVE 'DETAIL RECORDS SPLIT' TO RPT-CNT-LABEL
005240     MOVE WS-DETAIL-TOTAL TO RPT-CNT-VALUE
005250     PERFORM 9110-WRITE-COUNT-LINE
005260     MOVE 'TRAILER COUNTS THAT DISAGREE' TO RPT-CNT-LABEL
005270     MOVE WS-MISMATCH-COUNT TO RPT-CNT-VALUE
005280     PERFORM 9110-WRITE-COUNT-LINE
005290     WRITE RPT-RECORD FROM RPT-RULE-LINE
005300     MOVE SPACES TO RPT-RECORD
005310     MOVE 'END OF CONVIN SOURCE SPLIT REPORT' TO RPT-RECORD
005320     WRITE RPT-RECORD
005330     CLOSE SPL-RPT.
005340
005350*================================================================
005360 9100-WRITE-SLOT-LINE.
005370*================================================================
005380     MOVE N                  TO RPT-SLT-SLOT
005390     MOVE WS-SLT-SOURCE(N)   TO RPT-SLT-SOURCE
005400     MOVE WS-SLT-BUS-DATE(N) TO RPT-SLT-BUS-DATE
005410     MOVE WS-SLT-DETAIL(N)   TO RPT-SLT-DETAIL
005420     MOVE WS-SLT-TRAILER(N)  TO RPT-SLT-TRAILER
005430     MOVE WS-SLT-RUN-NBR(N)  TO RPT-SLT-RUN
005440     MOVE N                  TO WS-SLOT-FILE-NBR
005450     MOVE WS-SLOT-FILE       TO RPT-SLT-FILE
005460     MOVE SPACES             TO RPT-SLT-NOTE
005470     IF WS-SLT-TRAILER(N) NOT = WS-SLT-DETAIL(N)
005480         MOVE 'TRAILER COUNT DISAGREES' TO RPT-SLT-NOTE
005490     ELSE
005500         IF N = WS-SLOT-COUNT
005510             MOVE 'TAKES SUSPENSE RESUBMISSIONS' TO RPT-SLT-NOTE
005520         END-IF
005530     END-IF
005540     WRITE RPT-RECORD FROM RPT-SLOT-LINE.
005550
005560*================================================================
005570 9110-WRITE-COUNT-LINE.
005580*================================================================
005590     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005600
005610*================================================================
005620 9510-ABEND-CONVIN.
005630*================================================================
005640     DISPLAY 'CONVIN I/O ERROR - STATUS ' WS-CONVIN-STATUS
005650     MOVE 16 TO RETURN-CODE
005660     STOP RUN.
005670
005680*================================================================
005690 9520-ABEND-NO-BATCH.
005700*================================================================
005710     DISPLAY 'CONVIN IS EMPTY - NOTHING TO SPLIT'
005720     MOVE 16 TO RETURN-CODE
005730     STOP RUN.
005740
005750*================================================================
005760 9530-ABEND-SLOT.
005770*================================================================
005780     DISPLAY 'CNVIN SLOT FILE I/O ERROR - STATUS ' WS-SLOT-STATUS
005790             ' - SLOT ' WS-SLOT-COUNT
005800     MOVE 16 TO RETURN-CODE
005810     STOP RUN.
005820
005830*================================================================
005840 9540-ABEND-STRUCTURE.
005850*================================================================
005860*    EVERY BATCH MUST RUN HEADER, DETAILS, TRAILER. A RECORD
005870*    OUTSIDE A BATCH, A HEADER INSIDE ONE OR A BATCH LEFT OPEN
005880*    AT END OF FILE MEANS THE STACKED FILE IS DAMAGED, AND NO
005890*    PART OF IT IS RELEASED TO THE SOURCE RUNS.
005900     DISPLAY 'CONVIN BATCH STRUCTURE BROKEN AT RECORD '
005910             WS-READ-COUNT ' - SPLIT REFUSED'
005920     MOVE 16 TO RETURN-CODE
005930     STOP RUN.
005940
005950*================================================================
005960 9545-ABEND-SLOT-LIMIT.
005970*================================================================
005980     DISPLAY 'CONVIN CARRIES MORE THAN ' WS-SLOT-MAX
005990             ' SOURCE BATCHES - SPLIT REFUSED'
006000     MOVE 16 TO RETURN-CODE
006010     STOP RUN.
006020
006030*================================================================
006040 9550-ABEND-DUPLICATE-BATCH.
006050*================================================================
006060     DISPLAY 'CONVIN CARRIES SOURCE ' CIH-SOURCE-ID
006070             ' BUSINESS DATE ' CIH-BUS-DATE ' TWICE - '
006080             'DUPLICATE TRANSMISSION REFUSED'
006090     MOVE 16 TO RETURN-CODE
006100     STOP RUN.
006110
006120*================================================================
006130 9560-ABEND-SPLITCTL.
006140*================================================================
006150     DISPLAY 'SPLITCTL I/O ERROR - STATUS ' WS-SPLITCTL-STATUS
006160     MOVE 16 TO RETURN-CODE
006170     STOP RUN.
006180
006190*================================================================
006200 9570-ABEND-RUNCTL.
006210*================================================================
006220     DISPLAY 'RUNCTL I/O ERROR - STATUS ' WS-RUNCTL-STATUS
006230     MOVE 16 TO RETURN-CODE
006240     STOP RUN.
006250
006260*================================================================
006270 9580-ABEND-RUNREG.
006280*================================================================
006290     DISPLAY 'RUNREG I/O ERROR - STATUS ' WS-RUNREG-STATUS
006300     MOVE 16 TO RETURN-CODE
006310     STOP RUN.
