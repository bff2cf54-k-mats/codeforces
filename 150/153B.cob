001540*                    STATRPT MONTH-END REPORT CAN SHOW REJECT
001541*                    AND VOLUME TRENDS BY SOURCE INSTEAD OF
001542*                    PAPER FILED IN THE CABINET.
001543*   10/15/2026  RT   SUSPENSE-RECORD CARVED OUT TO THE SUSREC
001544*                    COPYBOOK SO THE NEW ITEMMNT ITEM MASTER
001545*                    MAINTENANCE JOB READS THE SAME LAYOUT WHEN
001546*                    IT CHECKS FOR ITEMS AWAITING RESUBMISSION.
001547*   10/15/2026  RT   EVERY SUSPENSE WRITE NOW ALSO ADDS AN OPEN
001548*                    ITEM TO THE KEYED SUSLEDG SUSPENSE LEDGER
001549*                    UNDER ITS RUN AND SEQUENCE NUMBER. AN
001550*                    ACCEPTED RESUBMISSION CLEARS THE ITEM NAMED
001551*                    BY RSB-RUN-NBR/RSB-SEQ-NBR; ONE REFUSED
001552*                    AGAIN MARKS IT RE-SUSPENDED AND CARRIES ITS
001554*                    SOURCE AND FIRST SUSPENSE DATE TO THE NEW
001555*                    ITEM, SO THE SUSAGE WEEKLY AGING REPORT
001556*                    AGES IT FROM THE ORIGINAL DATE. CONVRPT
001557*                    SHOWS THE LEDGER MOVEMENT FOR THE RUN.
001558*   10/15/2026  RT   EVERY CONVIN HEADER'S CIH-SOURCE-ID IS NOW
001559*                    PROVED AGAINST SRCMST, THE KEYED SOURCE
001560*                    REGISTRY. AN UNREGISTERED OR INACTIVE
001561*                    SOURCE REFUSES THE RUN, SO A MIS-KEYED ID
001562*                    NO LONGER OPENS A LASTRUN-CTL SLOT OF ITS
001563*                    OWN. A DETAIL OF A TYPE THE SOURCE MAY NOT
001565*                    SEND SUSPENDS UNDER THE NEW 'TYP' REASON, A
001566*                    SOURCE'S OWN REJECT LIMIT REPLACES THE
001567*                    RUNPARM LIMIT FOR ITS BATCH, A BATCH OUTSIDE
001568*                    ITS EXPECTED VOLUME RANGE IS FLAGGED, AND
001569*                    CONVRPT LISTS EVERY ACTIVE SOURCE THAT SENT
001570*                    NOTHING, SO A MISSING FEED IS CAUGHT THE
001571*                    SAME NIGHT.
001572*   10/15/2026  RT   EVERY RUN IS NOW ENTERED ON RUNREG, THE
001573*                    KEYED RUN STATUS REGISTER, AS STARTED THE
001574*                    MOMENT ITS RUN NUMBER IS DRAWN, AND MARKED
001576*                    COMPLETED AND BALANCED AT TERMINATE TIME OR
001577*                    ABANDONED ON THE REJECT LIMIT OR OUT OF
001578*                    BALANCE ON THE WAY OUT, SO CONVEXT CAN
001579*                    REFUSE TO EXPORT A CONVOUT THAT DID NOT
001580*                    COME FROM A CLEAN RUN.
001581*   10/15/2026  RT   WHEN SPLITCTL IS PRESENT THE RUN IS ONE
001582*                    SOURCE BATCH SPLIT OFF CONVIN BY CNVSPLIT,
001583*                    RUNNING SIDE BY SIDE WITH THE OTHERS. IT
001584*                    TAKES THE RUN NUMBER CNVSPLIT RESERVED FOR
001585*                    ITS SOURCE, AND ITS STOCKPOS, XREFMST AND
001587*                    SUSLEDG UPDATES ARE WRITTEN TO ITS OWN
001588*                    MSTPOST FILE FOR CNVMERGE TO APPLY ONE
001589*                    SOURCE AT A TIME, SO THE SOURCES NEVER
001590*                    COLLIDE ON A SHARED MASTER. LASTRUN-CTL IS
001591*                    LEFT TO CNVMERGE, ONLY THE LAST SLOT TAKES
001592*                    RESUBMISSIONS, AND A FAILED SOURCE IS RERUN
001593*                    FROM ITS FIRST RECORD UNDER THE SAME NUMBER.
001594*   10/15/2026  RT   THE CHECKPOINT NOW CARRIES THE RUN NUMBER IT
001595*                    WAS TAKEN UNDER. A RESTART VOIDS THAT RUN'S
001596*                    OPEN SUSLEDG ITEMS BEYOND THE CHECKPOINT,
001598*                    SINCE THE RECORDS BEHIND THEM ARE PROCESSED
001599*                    AGAIN UNDER THE NEW RUN, AND COUNTS THEM ON
001600*                    CONVRPT. A SPLIT SOURCE RUN NO LONGER WRITES
001601*                    RESTARTC. THE ABANDON PATH NOW CHECKS ITS
001602*                    RUNREG UPDATE.
001603*   10/15/2026  RT   A SPLIT SOURCE RUN NO LONGER HOLDS RUNREG
001604*                    OPEN FOR ITS WHOLE LIFE, WHICH KEPT THE
001605*                    OTHER SOURCES OF THE SAME SPLIT WAITING ON
001607*                    IT - IT REOPENS THE REGISTER ONLY TO MARK
001608*                    ITSELF COMPLETED OR ABANDONED.
001609*   10/15/2026  RT   A SPLIT SOURCE RUN IS REGISTERED WITH ITS
001610*                    COMBINED RUN NUMBER IN RRG-MERGE-RUN FROM THE
001611*                    START, SO CONVEXT, RUNBACK AND RUNLST CAN
001612*                    TELL IT FROM A SINGLE-STREAM RUN BEFORE IT
001613*                    IS MERGED.
001614*----------------------------------------------------------------
001615
001616 ENVIRONMENT DIVISION.
001617 CONFIGURATION SECTION.
001618 SOURCE-COMPUTER. IBM-370.
001619 OBJECT-COMPUTER. IBM-370.
001620
001621 INPUT-OUTPUT SECTION.
001622 FILE-CONTROL.
001623     SELECT CONV-IN  ASSIGN TO CONVIN
001624         ORGANIZATION IS LINE SEQUENTIAL.
001625     SELECT CONV-OUT ASSIGN TO CONVOUT
001626         ORGANIZATION IS LINE SEQUENTIAL.
001627     SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG
001628         ORGANIZATION IS LINE SEQUENTIAL
001629         FILE STATUS IS WS-AUDIT-STATUS.
001630     SELECT OPTIONAL RESTART-CTL ASSIGN TO RESTARTC
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-RESTART-STATUS.
001803         FILE STATUS IS WS-STKPOS-STATUS.
001804     SELECT STK-RPT ASSIGN TO STKRPT
001805         ORGANIZATION IS LINE SEQUENTIAL.
001806     SELECT OPTIONAL SUS-LEDGER ASSIGN TO SUSLEDG
001807         ORGANIZATION IS INDEXED
001808         ACCESS MODE IS DYNAMIC
001809         RECORD KEY IS SLG-KEY
001810         FILE STATUS IS WS-SUSLEDG-STATUS.
001811     SELECT SRC-MASTER ASSIGN TO SRCMST
001812         ORGANIZATION IS INDEXED
001813         ACCESS MODE IS DYNAMIC
001814         RECORD KEY IS SRC-ID
001815         FILE STATUS IS WS-SRCMST-STATUS.
001816     SELECT OPTIONAL RUN-REG ASSIGN TO RUNREG
001817         ORGANIZATION IS INDEXED
001818         ACCESS MODE IS RANDOM
001819         RECORD KEY IS RRG-RUN-NBR
001820         FILE STATUS IS WS-RUNREG-STATUS.
001821     SELECT OPTIONAL SPLIT-CTL ASSIGN TO SPLITCTL
001822         ORGANIZATION IS LINE SEQUENTIAL
001823         FILE STATUS IS WS-SPLITCTL-STATUS.
001824     SELECT MST-POST ASSIGN TO MSTPOST
001825         ORGANIZATION IS LINE SEQUENTIAL
001826         FILE STATUS IS WS-MSTPOST-STATUS.
001827
001828 DATA DIVISION.
001829 FILE SECTION.
001830 FD  CONV-IN
001840     RECORDING MODE IS F.
001850 COPY CONVINR.
001930     RECORDING MODE IS F.
001940 01  RESTART-RECORD.
001950     05  RST-COUNT           PIC 9(08).
001953     05  FILLER              PIC X(01).
001956     05  RST-RUN-NBR         PIC 9(06).
001960
001970 FD  CONV-RPT
001980     RECORDING MODE IS F.
002000
002010 FD  SUSPENSE-OUT
002020     RECORDING MODE IS F.
002030 COPY SUSREC.
002090
002100 FD  RESUB-IN
002110     RECORDING MODE IS F.
002247     RECORDING MODE IS F.
002248 01  ITM-RPT-RECORD          PIC X(80).

002249 FD  SUS-LEDGER.
002250 COPY SUSLREC.

002252 FD  SRC-MASTER.
002253 COPY SRCREC.

002255 FD  RUN-REG.
002256 COPY RUNREGR.

002258 FD  SPLIT-CTL
002259     RECORDING MODE IS F.
002261 COPY SPLITR.

002262 FD  MST-POST
002264     RECORDING MODE IS F.
002265 COPY MSTPOSTR.

002267 WORKING-STORAGE SECTION.
002268*----------------------------------------------------------------
002270* CONVERSION REQUEST/RESPONSE AREA - PASSED TO CNVRTN BY CALL
002280*----------------------------------------------------------------
002290 COPY CNVREC.
002462 01  WS-REJECT-FLOOR     PIC 9(03)   COMP  VALUE 100.
002464 01  WS-REJECT-RATE      PIC 9(03)   VALUE ZEROES.
002466 01  WS-PROCESSED-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
002467 01  WS-LIMIT-REJECTS    PIC 9(08)   COMP  VALUE ZEROES.
002468 01  WS-LIMIT-IN-FORCE   PIC 9(03)   VALUE ZEROES.
002469 01  WS-LIMIT-SW         PIC X(01)   VALUE 'R'.
002470     88  WS-LIMIT-BY-RUNPARM            VALUE 'R'.
002471     88  WS-LIMIT-BY-SOURCE             VALUE 'S'.
002472*----------------------------------------------------------------
002473* UNIT-OF-MEASURE SCALE TABLE, LOADED FROM UOMTBL. EACH STOCK
002474* QUANTITY IS MULTIPLIED BY ITS UNIT'S FACTOR TO NORMALIZE IT
002475* TO THE BASE UNIT BEFORE CONVERSION. A BLANK CIS-UOM IS THE
002476* BASE UNIT (FACTOR 1); A CODE NOT ON THE TABLE SUSPENDS THE
002478* RECORD UNDER 'UOM'.
002480*----------------------------------------------------------------
002480 01  WS-CHECKPOINT-SIZE  PIC 9(04)   VALUE 100.
002490 01  WS-RECORD-COUNT     PIC 9(08)   VALUE ZEROES.
002500 01  WS-SKIP-COUNT       PIC 9(08)   VALUE ZEROES.
002505 01  WS-RESTART-RUN-NBR  PIC 9(06)   VALUE ZEROES.
002510 01  WS-CKPT-REMAINDER   PIC 9(08).
002520*----------------------------------------------------------------
002530* CONVIN HEADER/TRAILER BALANCING WORK AREA. THE HASH TOTAL IS
002696         10  WS-BCH-SUSPENSE  PIC 9(08)  COMP.
002697         10  WS-BCH-WRITTEN   PIC 9(08)  COMP.
002698         10  WS-BCH-REUSE     PIC 9(08)  COMP.
002699         10  WS-BCH-TYPE-REF  PIC 9(08)  COMP.
002700         10  WS-BCH-SGL-SW    PIC X(01).
002701             88  WS-BCH-SINGLE-OK           VALUE 'Y'.
002702         10  WS-BCH-STK-SW    PIC X(01).
002703             88  WS-BCH-STOCK-OK            VALUE 'Y'.
002704         10  WS-BCH-RBS-SW    PIC X(01).
002705             88  WS-BCH-REBASE-OK           VALUE 'Y'.
002706         10  WS-BCH-VOL-MIN   PIC 9(08).
002707         10  WS-BCH-VOL-MAX   PIC 9(08).
002708         10  WS-BCH-LIMIT-SW  PIC X(01).
002709             88  WS-BCH-OWN-LIMIT           VALUE 'Y'.
002710         10  WS-BCH-LIMIT     PIC 9(03).
002711 01  WS-PRV-ACCEPT       PIC 9(08)   COMP  VALUE ZEROES.
002712 01  WS-PRV-REJECT       PIC 9(08)   COMP  VALUE ZEROES.
002713 01  WS-PRV-SUSPENSE     PIC 9(08)   COMP  VALUE ZEROES.
002714 01  WS-PRV-WRITTEN      PIC 9(08)   COMP  VALUE ZEROES.
002715 01  WS-PRV-REUSE        PIC 9(08)   COMP  VALUE ZEROES.
002716 01  WS-RUNSTAT-STATUS   PIC X(02)   VALUE '00'.
002717     88  WS-RUNSTAT-OK                  VALUES '00' '05'.
002718 01  WS-START-TIME       PIC 9(08)   VALUE ZEROES.
002719*----------------------------------------------------------------
002720* RUN STATUS REGISTER WORK AREA. RUNREG STAYS OPEN FOR THE LIFE
002721* OF THE RUN SO THE ABANDON PARAGRAPHS CAN MARK THE RUN ON THE
002722* WAY OUT - EXCEPT IN A SPLIT SOURCE RUN, WHICH SHARES THE FILE
002723* WITH THE OTHER SOURCES RUNNING ALONGSIDE IT AND REOPENS IT
002724* ONLY AT THE END. WS-ABANDON-CODE CARRIES THE RRG-RUN-STATUS
002725* THEY SET.
002726*----------------------------------------------------------------
002727 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
002728     88  WS-RUNREG-OK                   VALUES '00' '05'.
002730 01  WS-ABANDON-CODE     PIC X(01)   VALUE SPACE.
002731*----------------------------------------------------------------
002732* SPLIT SOURCE RUN WORK AREA. SPLITCTL IS PRESENT ONLY WHEN
002733* CNVSPLIT HAS BROKEN CONVIN INTO ONE FILE PER SOURCE BATCH AND
002734* THIS RUN IS ONE OF SEVERAL RUNNING SIDE BY SIDE. THE RUN THEN
002735* CARRIES THE NUMBER RESERVED FOR ITS SOURCE, AND EVERYTHING IT
002736* WOULD POST TO A SHARED MASTER GOES TO ITS OWN MSTPOST FILE.
002737* WS-RESUB-SW IS OFF FOR EVERY SLOT BUT THE ONE NAMED TO TAKE
002739* THE SUSPENSE RESUBMISSIONS.
002740*----------------------------------------------------------------
002741 01  WS-SPLITCTL-STATUS  PIC X(02)   VALUE '00'.
002742     88  WS-SPLITCTL-OK                 VALUES '00' '05'.
002743 01  WS-MSTPOST-STATUS   PIC X(02)   VALUE '00'.
002744     88  WS-MSTPOST-OK                  VALUES '00' '05'.
002745 01  WS-SPLIT-SW         PIC X(01)   VALUE 'N'.
002747     88  WS-SPLIT-RUN                   VALUE 'Y'.
002748     88  WS-SINGLE-STREAM               VALUE 'N'.
002749 01  WS-SPLIT-EOF-SW     PIC X(01)   VALUE 'N'.
002750     88  WS-SPLIT-EOF                   VALUE 'Y'.
002751 01  WS-SPLIT-FOUND-SW   PIC X(01)   VALUE 'N'.
002752     88  WS-SPLIT-FOUND                 VALUE 'Y'.
002753 01  WS-SPLIT-SLOT       PIC 9(02)   VALUE ZEROES.
002754 01  WS-SPLIT-COMBINED-RUN PIC 9(06) VALUE ZEROES.
002755 01  WS-RESUB-SW         PIC X(01)   VALUE 'Y'.
002756     88  WS-RESUB-TAKEN                 VALUE 'Y'.
002757     88  WS-RESUB-LEFT                  VALUE 'N'.
002758 01  WS-MSTPOST-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
002759*----------------------------------------------------------------
002760* SOURCE REGISTRY WORK AREA. EACH BATCH HOLDS ITS SOURCE'S
002761* ALLOWED DETAIL TYPES, VOLUME RANGE AND ANY REJECT LIMIT OF ITS
002762* OWN IN THE BATCH TABLE; THE REGISTRY IS READ THROUGH ONCE MORE
002763* AT TERMINATE TIME FOR THE ACTIVE SOURCES THAT SENT NOTHING.
002765*----------------------------------------------------------------
002766 01  WS-SRCMST-STATUS    PIC X(02)   VALUE '00'.
002767     88  WS-SRCMST-OK                   VALUES '00' '05'.
002768 01  WS-SRCMST-EOF-SW    PIC X(01)   VALUE 'N'.
002769     88  WS-SRCMST-EOF                  VALUE 'Y'.
002770 01  WS-TYPE-SW          PIC X(01)   VALUE 'N'.
002771     88  WS-TYPE-REFUSED                VALUE 'Y'.
002773     88  WS-TYPE-ALLOWED                VALUE 'N'.
002774 01  WS-TYPE-REF-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
002775 01  WS-MISSING-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
002776 01  WS-DETAIL-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
002777 01  WS-TRAILER-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
002778 01  WS-HASH-TOTAL       PIC 9(18)   VALUE ZEROES.
002779 01  WS-HASH-WORK        PIC 9(18)   VALUE ZEROES.
002780 01  WS-TRAILER-HASH     PIC 9(18)   VALUE ZEROES.
002782 01  WS-HASH-DIGIT       PIC 9(01).
002783*----------------------------------------------------------------
002784* CROSS-REFERENCE MASTER POSTING WORK AREA. THE KEY IS THE SIGNED
002785* DECIMAL FIGURE - THE INPUT VALUE ON A FORWARD RECORD, THE
002786* CONVERTED RESULT ON A REVERSE ONE.
002787*----------------------------------------------------------------
002788 01  WS-XREF-STATUS      PIC X(02)   VALUE '00'.
002790     88  WS-XREF-OK                     VALUES '00' '05'.
002791*----------------------------------------------------------------
002792* ITEM MASTER VALIDATION WORK AREA. EVERY STOCK DETAIL'S ITEM
003170 01  WS-RESTART-SW       PIC X(01)   VALUE 'N'.
003180     88  WS-RESTARTED-RUN               VALUE 'Y'.
003190     88  WS-FRESH-RUN                   VALUE 'N'.
003191*----------------------------------------------------------------
003192* SUSPENSE LEDGER WORK AREA. A CONVIN DETAIL THAT SUSPENDS OPENS
003193* A LEDGER ITEM UNDER ITS BATCH'S SOURCE, DATED TODAY. A
003194* RESUBMISSION FIRST LOOKS UP THE OPEN ITEM IT CAME FROM - ITS
003195* SOURCE AND FIRST SUSPENSE DATE FOLLOW IT ONTO ANY NEW ITEM,
003196* AND THE OLD ITEM IS CLOSED ONCE THE OUTCOME IS KNOWN. ONE
003197* NOT OPEN ON THE LEDGER IS COUNTED AND RUNS UNDER 'RESUB'.
003198*----------------------------------------------------------------
003199 01  WS-SUSLEDG-STATUS   PIC X(02)   VALUE '00'.
003200     88  WS-SUSLEDG-OK                  VALUES '00' '05'.
003201 01  WS-SUSPENDED-SW     PIC X(01)   VALUE 'N'.
003202     88  WS-RECORD-SUSPENDED            VALUE 'Y'.
003203     88  WS-RECORD-NOT-SUSPENDED        VALUE 'N'.
003205 01  WS-LEDGER-ITEM-SW   PIC X(01)   VALUE 'N'.
003206     88  WS-LEDGER-ITEM-OPEN            VALUE 'Y'.
003207     88  WS-LEDGER-ITEM-MISSING         VALUE 'N'.
003208 01  WS-LEDGER-SOURCE    PIC X(08)   VALUE SPACES.
003209 01  WS-LEDGER-FIRST     PIC 9(06)   VALUE ZEROES.
003210 01  WS-LEDGER-OPEN-CNT  PIC 9(08)   COMP  VALUE ZEROES.
003211 01  WS-LEDGER-CLEAR-CNT PIC 9(08)   COMP  VALUE ZEROES.
003212 01  WS-LEDGER-REJ-CNT   PIC 9(08)   COMP  VALUE ZEROES.
003213 01  WS-LEDGER-MISS-CNT  PIC 9(08)   COMP  VALUE ZEROES.
003214 01  WS-LEDGER-VOID-CNT  PIC 9(08)   COMP  VALUE ZEROES.
003215 01  WS-VOID-EOF-SW      PIC X(01)   VALUE 'N'.
003216     88  WS-VOID-EOF                    VALUE 'Y'.
003217*----------------------------------------------------------------
003218* RUN BALANCING COUNTERS AND CONVRPT REPORT LINES
003220*----------------------------------------------------------------
003230 01  WS-READ-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
003240 01  WS-WRITTEN-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
003908     05  FILLER          PIC X(11)   VALUE '  BUS DATE '.
003910     05  RPT-SRC-DATE    PIC 9(08).
003912     05  FILLER          PIC X(46)   VALUE SPACES.
003913 01  RPT-VOLUME-LINE.
003914     05  FILLER          PIC X(36)   VALUE
003915         '  ** VOLUME OUTSIDE EXPECTED RANGE '.
003916     05  RPT-VOL-MIN     PIC Z(07)9.
003917     05  FILLER          PIC X(04)   VALUE ' TO '.
003918     05  RPT-VOL-MAX     PIC Z(07)9.
003919     05  FILLER          PIC X(24)   VALUE ' **'.
003921 01  RPT-MISSING-LINE.
003922     05  FILLER          PIC X(02)   VALUE SPACES.
003923     05  RPT-MIS-ID      PIC X(08).
003924     05  FILLER          PIC X(02)   VALUE SPACES.
003925     05  RPT-MIS-DESC    PIC X(30).
003926     05  FILLER          PIC X(38)   VALUE SPACES.
003927
003928 PROCEDURE DIVISION.
003930*================================================================
003940 0000-MAINLINE.
003950*================================================================
004050*    THE HEADER IS VALIDATED BEFORE ANY OUTPUT FILE IS OPENED,
004060*    SO A REFUSED RUN (MISSING HEADER, BAD OR DUPLICATE BUSINESS
004070*    DATE) LEAVES THE PREVIOUS RUN'S CONVOUT, SUSPENSE AND
004076*    CONVRPT FILES UNTOUCHED. A SPLIT SOURCE RUN'S NUMBER WAS
004083*    RESERVED BY CNVSPLIT AND IS TAKEN ONCE ITS HEADER IS READ.
004090     ACCEPT WS-RUN-DATE FROM DATE
004091     ACCEPT WS-START-TIME FROM TIME
004092     PERFORM 1040-CHECK-SPLIT-RUN
004093     IF WS-SINGLE-STREAM
004094         PERFORM 1050-ASSIGN-RUN-NUMBER
004095         PERFORM 1055-REGISTER-RUN
004096     END-IF
004097     PERFORM 1060-READ-RUN-PARAMETERS
004098     PERFORM 1070-LOAD-UOM-TABLE
004100     PERFORM 1100-OPEN-INPUT-FILES
004110     PERFORM 1300-VALIDATE-HEADER
004112     IF WS-SPLIT-RUN
004115         PERFORM 1045-TAKE-SPLIT-RUN-NUMBER
004117     END-IF
004120     PERFORM 1150-OPEN-OUTPUT-FILES
004130     IF WS-SKIP-COUNT > 0
004140         PERFORM 1200-SKIP-PROCESSED-RECORDS
004150     END-IF
004160     PERFORM 2900-READ-NEXT-RECORD.

004161*================================================================
004162 1040-CHECK-SPLIT-RUN.
004163*================================================================
004164*    SPLITCTL IS ONLY PRESENT FOR THE SOURCE RUNS OF A SPLIT
004165*    CONVIN. A MISSING FILE OPENS WITH STATUS 05 AND LEAVES THE
004166*    RUN THE SINGLE STREAM IT HAS ALWAYS BEEN.
004167     OPEN INPUT SPLIT-CTL
004168     IF NOT WS-SPLITCTL-OK
004169         PERFORM 9547-ABEND-SPLITCTL
004170     END-IF
004171     IF WS-SPLITCTL-STATUS = '00'
004172         SET WS-SPLIT-RUN TO TRUE
004173     END-IF
004174     CLOSE SPLIT-CTL.

004175*================================================================
004176 1045-TAKE-SPLIT-RUN-NUMBER.
004177*================================================================
004178*    THE SPLIT FILE'S ONE HEADER NAMES THE SOURCE AND BUSINESS
004179*    DATE; SPLITCTL GIVES THE RUN NUMBER CNVSPLIT RESERVED FOR
004180*    THAT BATCH AND WHETHER THIS SLOT TAKES THE RESUBMISSIONS.
004181*    NO NUMBER IS DRAWN FROM RUNCTL, SO SOURCES STARTING
004182*    TOGETHER CANNOT DRAW THE SAME ONE.
004183     OPEN INPUT SPLIT-CTL
004184     IF NOT WS-SPLITCTL-OK
004185         PERFORM 9547-ABEND-SPLITCTL
004186     END-IF
004187     PERFORM 1046-READ-SPLIT-ENTRY
004188         UNTIL WS-SPLIT-EOF OR WS-SPLIT-FOUND
004189     CLOSE SPLIT-CTL
004190     IF NOT WS-SPLIT-FOUND
004191         PERFORM 9548-ABEND-SPLIT-SOURCE
004192     END-IF
004193     PERFORM 1057-CLEAR-SPLIT-REGISTER
004194     PERFORM 1055-REGISTER-RUN.

004195*================================================================
004196 1046-READ-SPLIT-ENTRY.
004197*================================================================
004198     READ SPLIT-CTL
004199         AT END
004200             SET WS-SPLIT-EOF TO TRUE
004201         NOT AT END
004202             IF  SPL-SOURCE-ID = WS-BCH-SOURCE(1)
004203             AND SPL-BUS-DATE  = WS-BCH-BUS-DATE(1)
004204                 SET WS-SPLIT-FOUND TO TRUE
004205                 MOVE SPL-SLOT    TO WS-SPLIT-SLOT
004206                 MOVE SPL-RUN-NBR TO WS-RUN-NBR
004207                 MOVE SPL-COMBINED-RUN TO WS-SPLIT-COMBINED-RUN
004208                 IF SPL-TAKES-RESUB
004209                     SET WS-RESUB-TAKEN TO TRUE
004210                 ELSE
004211                     SET WS-RESUB-LEFT TO TRUE
004212                 END-IF
004213             END-IF
004214     END-READ.

004215*================================================================
004216 1057-CLEAR-SPLIT-REGISTER.
004217*================================================================
004218*    THE RESERVED NUMBER IS ALREADY ON RUNREG WHEN A SOURCE THAT
004219*    FAILED IS RUN AGAIN. ITS WORK FILES ARE ALL WRITTEN AFRESH,
004220*    SO THE OLD ENTRY IS DROPPED AND 1055 REGISTERS THE RUN AS
004221*    STARTED ONCE MORE. A SOURCE RUN ALREADY COMPLETED OR MERGED
004222*    IS REFUSED, SO NO SOURCE CAN REACH CNVMERGE TWICE.
004223     OPEN I-O RUN-REG
004224     IF NOT WS-RUNREG-OK
004225         PERFORM 9546-ABEND-RUNREG
004226     END-IF
004227     MOVE WS-RUN-NBR TO RRG-RUN-NBR
004228     READ RUN-REG
004229         INVALID KEY
004230             CONTINUE
004231         NOT INVALID KEY
004232             IF RRG-COMPLETED OR RRG-MERGED
004233                 PERFORM 9544-ABEND-SPLIT-COMPLETED
004234             END-IF
004235             DELETE RUN-REG RECORD
004236                 INVALID KEY
004237                     PERFORM 9546-ABEND-RUNREG
004238             END-DELETE
004239     END-READ
004240     CLOSE RUN-REG.

004241*================================================================
004242 1050-ASSIGN-RUN-NUMBER.
004243*================================================================
004244*    THE NEXT RUN NUMBER IS DRAWN AND THE INCREMENTED NUMBER
004245*    WRITTEN STRAIGHT BACK, BEFORE ANY OTHER FILE IS TOUCHED,
004246*    SO NO TWO EXECUTIONS - INCLUDING A RESTART AFTER AN ABEND
004247*    - EVER SHARE A NUMBER.
004248     OPEN INPUT RUN-CTL
004249     IF NOT WS-RUNCTL-OK
004250         PERFORM 9560-ABEND-RUNCTL
004251     END-IF
004252     READ RUN-CTL
004253         AT END     MOVE ZEROES     TO WS-RUN-NBR
004254         NOT AT END MOVE RUN-NUMBER TO WS-RUN-NBR
004255     END-READ
004256     CLOSE RUN-CTL
004257     ADD 1 TO WS-RUN-NBR
004258     MOVE WS-RUN-NBR TO RUN-NUMBER
004259     OPEN OUTPUT RUN-CTL
004260     IF NOT WS-RUNCTL-OK
004261         PERFORM 9560-ABEND-RUNCTL
004262     END-IF
004263     WRITE RUN-CTL-RECORD
004264     IF NOT WS-RUNCTL-OK
004265         PERFORM 9560-ABEND-RUNCTL
004266     END-IF
004267     CLOSE RUN-CTL.

004268*================================================================
004269 1055-REGISTER-RUN.
004270*================================================================
004271*    THE RUN GOES ON THE REGISTER AS STARTED AS SOON AS IT HAS A
004272*    NUMBER. IT IS MARKED COMPLETED ONLY BY A CLEAN TERMINATE, SO
004273*    A RUN THAT DIES ANYWHERE ALONG THE WAY STAYS SHOWN AS
004274*    STARTED AND CONVEXT WILL NOT RELEASE ITS CONVOUT. A SPLIT
004275*    SOURCE RUN CARRIES ITS COMBINED RUN FROM THE START - IT IS
004276*    EXPORTED AND BACKED OUT ONLY AS PART OF THAT RUN.
004277     OPEN I-O RUN-REG
004278     IF NOT WS-RUNREG-OK
004279         PERFORM 9546-ABEND-RUNREG
004280     END-IF
004281     MOVE ZEROES         TO RUN-REG-RECORD
004282     IF WS-SPLIT-RUN
004283         MOVE WS-SPLIT-COMBINED-RUN TO RRG-MERGE-RUN
004284     END-IF
004285     MOVE WS-RUN-NBR     TO RRG-RUN-NBR
004286     MOVE WS-RUN-DATE    TO RRG-RUN-DATE
004287     MOVE WS-START-TIME  TO RRG-START-TIME
004288     SET RRG-STARTED     TO TRUE
004289     MOVE SPACE          TO RRG-BALANCE-SW
004290     MOVE 'N'            TO RRG-VFY-SW
004291     MOVE 'N'            TO RRG-EXP-SW
004292     MOVE 'N'            TO RRG-BKO-SW
004293     WRITE RUN-REG-RECORD
004294         INVALID KEY
004295             PERFORM 9546-ABEND-RUNREG
004296     END-WRITE
004297     IF WS-SPLIT-RUN
004298         CLOSE RUN-REG
004299     END-IF.

004300*================================================================
004301 1060-READ-RUN-PARAMETERS.
004302*================================================================
004303*    BLANK OR NON-NUMERIC CARD FIELDS KEEP THE DEFAULTS. THE
004304*    REUSE TABLE ITSELF IS FIXED AT 1000 ENTRIES, SO A LARGER
004305*    CARD FIGURE IS CAPPED THERE.
004306     OPEN INPUT RUN-PARM
004307     READ RUN-PARM
004308         AT END
004309             CONTINUE
004310         NOT AT END
004311             IF RPM-REJECT-PCT IS NUMERIC
004312                 MOVE RPM-REJECT-PCT TO WS-REJECT-LIMIT
004313             END-IF
004314             IF  RPM-CHECKPOINT IS NUMERIC
004315             AND RPM-CHECKPOINT NOT = '0000'
004316                 MOVE RPM-CHECKPOINT TO WS-CHECKPOINT-SIZE
004317             END-IF
004318             IF  RPM-CACHE-MAX IS NUMERIC
004319                 MOVE RPM-CACHE-MAX TO WS-CACHE-MAX
004320                 IF WS-CACHE-MAX > 1000
004321                     MOVE 1000 TO WS-CACHE-MAX
004322                 END-IF
004323             END-IF
004324     END-READ
004325     CLOSE RUN-PARM.

004326*================================================================
004327 1070-LOAD-UOM-TABLE.
004328*================================================================
004329*    UOMTBL GIVES THE MULTIPLIER THAT NORMALIZES A UNIT CODE TO
004330*    THE BASE UNIT. A MISSING FILE LEAVES THE TABLE EMPTY -
004331*    BLANK CODES STILL PASS AT FACTOR 1, ANY OTHER CODE THEN
004332*    SUSPENDS AS 'UOM'.
004333     OPEN INPUT UOM-TBL
004334     PERFORM 1080-READ-UOM-RECORD
004335         UNTIL WS-UOM-EOF
004336     CLOSE UOM-TBL.

004337*================================================================
004338 1080-READ-UOM-RECORD.
004339*================================================================
004340     READ UOM-TBL
004341         AT END
004342             SET WS-UOM-EOF TO TRUE
004343         NOT AT END
004344             IF  UTB-CODE NOT = SPACES
004345             AND UTB-FACTOR IS NUMERIC
004346             AND WS-UOM-COUNT < 50
004347                 ADD 1 TO WS-UOM-COUNT
004348                 MOVE UTB-CODE   TO WS-UOM-CODE(WS-UOM-COUNT)
004349                 MOVE UTB-FACTOR TO WS-UOM-MULT(WS-UOM-COUNT)
004350             END-IF
004351     END-READ.

004352*================================================================
004353 1100-OPEN-INPUT-FILES.
004354*================================================================
004355     OPEN INPUT RESTART-CTL
004356     IF NOT WS-RESTART-OK
004357         PERFORM 9500-ABEND-RESTART
004358     END-IF
004359     READ RESTART-CTL
004360         AT END     MOVE ZEROES   TO WS-SKIP-COUNT
004361         NOT AT END
004362             MOVE RST-COUNT TO WS-SKIP-COUNT
004363             IF RST-RUN-NBR IS NUMERIC
004364                 MOVE RST-RUN-NBR TO WS-RESTART-RUN-NBR
004365             END-IF
004366     END-READ
004367     CLOSE RESTART-CTL
004368     IF WS-SPLIT-RUN AND WS-SKIP-COUNT > 0
004369         DISPLAY 'SPLIT SOURCE RUN - CHECKPOINT ' WS-SKIP-COUNT
004370                 ' IGNORED - SOURCE RERUN FROM ITS FIRST RECORD'
004371         MOVE ZEROES TO WS-SKIP-COUNT
004372                        WS-RESTART-RUN-NBR
004373     END-IF
004374     MOVE WS-SKIP-COUNT TO WS-RECORD-COUNT
004375     MOVE WS-SKIP-COUNT TO WS-SEQ-NBR
004376     OPEN INPUT  CONV-IN
004377     OPEN INPUT  RESUB-IN
004378     OPEN INPUT  SRC-MASTER
004379     IF NOT WS-SRCMST-OK
004380         PERFORM 9528-ABEND-SRCMST
004381     END-IF.

004382*================================================================
004383 1150-OPEN-OUTPUT-FILES.
004384*================================================================
004385     IF WS-SKIP-COUNT > 0
004386         SET WS-RESTARTED-RUN TO TRUE
004387         OPEN EXTEND CONV-OUT
004388         OPEN EXTEND SUSPENSE-OUT
004390     ELSE
004400         OPEN OUTPUT CONV-OUT
004410         OPEN OUTPUT SUSPENSE-OUT
004420     END-IF
004430     OPEN OUTPUT CONV-RPT
004433     IF WS-SPLIT-RUN
004436         OPEN OUTPUT AUDIT-LOG
004440     ELSE
004443         OPEN EXTEND AUDIT-LOG
004446     END-IF
004450     IF NOT WS-AUDIT-OK
004460         PERFORM 9510-ABEND-AUDIT
004470     END-IF
004473*    A SPLIT SOURCE RUN LEAVES XREFMST CLOSED - ITS POSTINGS GO
004477*    TO MSTPOST - AND READS STOCKPOS AND SUSLEDG ONLY FOR THE
004481*    PRIOR BALANCES AND THE ITEMS RESUBMISSIONS CAME FROM.
004485     IF WS-SPLIT-RUN
004488         OPEN OUTPUT MST-POST
004492         IF NOT WS-MSTPOST-OK
004496             PERFORM 9585-ABEND-MSTPOST
004500         END-IF
004503     ELSE
004507         OPEN I-O XREF-MASTER
004511         IF NOT WS-XREF-OK
004515             SET WS-XREF-BYPASSED TO TRUE
004518             DISPLAY 'XREF MASTER UNAVAILABLE - POSTING '
004522                     'BYPASSED - STATUS ' WS-XREF-STATUS
004526         END-IF
004530     END-IF
004532     OPEN INPUT ITEM-MASTER
004534     IF NOT WS-ITEM-OK
004536         PERFORM 9570-ABEND-ITEM
004538     END-IF
004539     IF WS-SPLIT-RUN
004540         OPEN INPUT STOCK-POS
004541     ELSE
004542         OPEN I-O STOCK-POS
004543     END-IF
004544     IF NOT WS-STKPOS-OK
004545         SET WS-STKPOS-BYPASSED TO TRUE
004546         DISPLAY 'STOCK POSITION MASTER UNAVAILABLE - POSTING '
004547                 'BYPASSED - STATUS ' WS-STKPOS-STATUS
004548     END-IF
004549     OPEN OUTPUT STK-RPT
004550     IF WS-SPLIT-RUN
004552         OPEN INPUT SUS-LEDGER
004553     ELSE
004554         OPEN I-O SUS-LEDGER
004555     END-IF
004556     IF NOT WS-SUSLEDG-OK
004557         PERFORM 9545-ABEND-SUSLEDG
004558     END-IF
004559     IF WS-RESTARTED-RUN AND WS-RESTART-RUN-NBR > 0
004560         PERFORM 1160-VOID-ABENDED-ITEMS
004561     END-IF
004562     IF WS-RESTARTED-RUN
004563         OPEN EXTEND ITEM-RPT
004564     ELSE
004566         OPEN OUTPUT ITEM-RPT
004567         MOVE WS-RUN-DATE TO ITM-HDR-DATE
004568         MOVE WS-RUN-NBR  TO ITM-HDR-RUN
004569         WRITE ITM-RPT-RECORD FROM ITM-HEADER-LINE
004570     END-IF.

004571*================================================================
004572 1160-VOID-ABENDED-ITEMS.
004573*================================================================
004574*    THE ABENDED RUN'S ITEMS BEYOND THE CHECKPOINT BELONG TO
004575*    RECORDS THIS RUN PROCESSES AGAIN, AND SUSPENDS AFRESH UNDER
004576*    ITS OWN NUMBER IF THEY ARE STILL BAD. THOSE STILL OPEN ARE
004577*    VOIDED, AS THE RUN BACKOUT UTILITY VOIDS THEM, SO NO DETAIL
004579*    IS LEFT OPEN TWICE. ITEMS UP TO THE CHECKPOINT ARE KEPT.
004580     MOVE WS-RESTART-RUN-NBR TO SLG-RUN-NBR
004581     MOVE WS-SKIP-COUNT      TO SLG-SEQ-NBR
004582     START SUS-LEDGER KEY IS GREATER THAN SLG-KEY
004583         INVALID KEY
004584             SET WS-VOID-EOF TO TRUE
004585     END-START
004586     PERFORM 1165-VOID-ONE-ITEM
004587         UNTIL WS-VOID-EOF.

004588*================================================================
004589 1165-VOID-ONE-ITEM.
004590*================================================================
004591     READ SUS-LEDGER NEXT RECORD
004593         AT END
004594             SET WS-VOID-EOF TO TRUE
004595         NOT AT END
004596             IF SLG-RUN-NBR NOT = WS-RESTART-RUN-NBR
004597                 SET WS-VOID-EOF TO TRUE
004598             ELSE
004599                 IF SLG-OPEN
004600                     SET SLG-VOIDED TO TRUE
004601                     MOVE WS-RUN-DATE TO SLG-CLOSE-DATE
004602                     REWRITE SUSPENSE-LEDGER-RECORD
004603                     IF NOT WS-SUSLEDG-OK
004604                         PERFORM 9545-ABEND-SUSLEDG
004605                     END-IF
004607                     ADD 1 TO WS-LEDGER-VOID-CNT
004608                 END-IF
004609             END-IF
004610     END-READ.

004611*================================================================
004612 1200-SKIP-PROCESSED-RECORDS.
004613*================================================================
004614     PERFORM VARYING I FROM 1 BY 1
004615             UNTIL I > WS-SKIP-COUNT OR WS-EOF
004616         PERFORM 2900-READ-NEXT-RECORD
004617     END-PERFORM.

004618*================================================================
004620 1300-VALIDATE-HEADER.
004630*================================================================
004632     PERFORM 1320-LOAD-LASTRUN-TABLE
004982*    ARE THE SAME ONES THE SINGLE HEADER ALWAYS HAD, AND THE
004984*    ALREADY-PROCESSED CHECK IS NOW PER SOURCE - AGAINST THE
004986*    LASTRUN TABLE AND AGAINST EARLIER BATCHES OF THIS RUN.
004987*    A SPLIT FILE CARRIES ONE BATCH ONLY.
004988     IF WS-SPLIT-RUN AND WS-BATCH-COUNT > 0
004989         PERFORM 9549-ABEND-SPLIT-BATCH
004990     END-IF
004991     IF CIH-BUS-DATE NOT NUMERIC
004992         PERFORM 9525-ABEND-BUS-DATE
004993     END-IF
004994     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD
004996     IF CIH-BUS-DATE > WS-TODAY-NUM
004998         PERFORM 9525-ABEND-BUS-DATE
005000     END-IF
005001     PERFORM 1340-CHECK-SOURCE-REGISTRY
005002     PERFORM 1360-CHECK-DUPLICATE-SOURCE
005004     IF WS-BATCH-COUNT = WS-BATCH-MAX
005006         PERFORM 9527-ABEND-SOURCE-LIMIT
005022                    WS-BCH-SUSPENSE(WS-BATCH-COUNT)
005023                    WS-BCH-WRITTEN(WS-BATCH-COUNT)
005024                    WS-BCH-REUSE(WS-BATCH-COUNT)
005025                    WS-BCH-TYPE-REF(WS-BATCH-COUNT)
005026     PERFORM 1370-HOLD-SOURCE-CONTROLS
005027     MOVE WS-ACCEPT-COUNT   TO WS-PRV-ACCEPT
005028     MOVE WS-REJECT-COUNT   TO WS-PRV-REJECT
005029     MOVE WS-SUSPENSE-COUNT TO WS-PRV-SUSPENSE
005030     MOVE WS-WRITTEN-COUNT  TO WS-PRV-WRITTEN
005031     MOVE WS-REUSE-COUNT    TO WS-PRV-REUSE
005032     MOVE ZEROES TO WS-DETAIL-COUNT
005033     MOVE ZEROES TO WS-HASH-TOTAL
005034     MOVE CIH-BUS-DATE TO WS-BUS-DATE
005036     SET WS-BATCH-OPEN TO TRUE.

005037*================================================================
005038 1340-CHECK-SOURCE-REGISTRY.
005039*================================================================
005041*    THE SOURCE MUST BE ON THE SRCMST REGISTRY AND ACTIVE. A
005042*    MIS-KEYED OR RETIRED SOURCE ID IS REFUSED HERE, BEFORE IT
005043*    CAN OPEN A LASTRUN SLOT OF ITS OWN.
005044     MOVE CIH-SOURCE-ID TO SRC-ID
005046     READ SRC-MASTER
005047         INVALID KEY
005048             PERFORM 9529-ABEND-UNREGISTERED-SOURCE
005049     END-READ
005051     IF NOT WS-SRCMST-OK
005052         PERFORM 9528-ABEND-SRCMST
005053     END-IF
005054     IF NOT SRC-ACTIVE
005056         PERFORM 9529-ABEND-UNREGISTERED-SOURCE
005057     END-IF.

005058*================================================================
005059 1360-CHECK-DUPLICATE-SOURCE.
005061*================================================================
005062     PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LASTRUN-COUNT
005063         IF  WS-LRN-SOURCE(L) = CIH-SOURCE-ID
005064         AND WS-LRN-DATE(L)   = CIH-BUS-DATE
005066             PERFORM 9526-ABEND-DUPLICATE-DATE
005067         END-IF
005068     END-PERFORM
005069     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-BATCH-COUNT
005071         IF  WS-BCH-SOURCE(M)   = CIH-SOURCE-ID
005072         AND WS-BCH-BUS-DATE(M) = CIH-BUS-DATE
005073             PERFORM 9526-ABEND-DUPLICATE-DATE
005074         END-IF
005076     END-PERFORM.

005077*================================================================
005078 1370-HOLD-SOURCE-CONTROLS.
005079*================================================================
005081*    THE REGISTRY RECORD READ BY 1340 IS STILL IN THE RECORD
005082*    AREA. A NON-NUMERIC RANGE HOLDS NO RANGE, AND A BLANK OR
005083*    NON-NUMERIC REJECT LIMIT LEAVES THE RUNPARM LIMIT IN FORCE.
005084     MOVE SRC-ALLOW-SINGLE TO WS-BCH-SGL-SW(WS-BATCH-COUNT)
005086     MOVE SRC-ALLOW-STOCK  TO WS-BCH-STK-SW(WS-BATCH-COUNT)
005087     MOVE SRC-ALLOW-REBASE TO WS-BCH-RBS-SW(WS-BATCH-COUNT)
005088     IF  SRC-VOL-MIN IS NUMERIC
005089     AND SRC-VOL-MAX IS NUMERIC
005091         MOVE SRC-VOL-MIN TO WS-BCH-VOL-MIN(WS-BATCH-COUNT)
005092         MOVE SRC-VOL-MAX TO WS-BCH-VOL-MAX(WS-BATCH-COUNT)
005093     ELSE
005094         MOVE ZEROES TO WS-BCH-VOL-MIN(WS-BATCH-COUNT)
005096                        WS-BCH-VOL-MAX(WS-BATCH-COUNT)
005097     END-IF
005098     IF SRC-REJECT-PCT IS NUMERIC
005099         MOVE 'Y' TO WS-BCH-LIMIT-SW(WS-BATCH-COUNT)
005101         MOVE SRC-REJECT-PCT TO WS-BCH-LIMIT(WS-BATCH-COUNT)
005102     ELSE
005103         MOVE 'N' TO WS-BCH-LIMIT-SW(WS-BATCH-COUNT)
005104         MOVE ZEROES TO WS-BCH-LIMIT(WS-BATCH-COUNT)
005106     END-IF.

005107*================================================================
005108 2000-PROCESS-RECORDS.
005109*================================================================
005111     SET WS-RECORD-NOT-SUSPENDED TO TRUE
005112     IF WS-PHASE-RESUB
005113         ADD 1 TO WS-RESUB-COUNT
005114         PERFORM 2410-FIND-RESUBMITTED-ITEM
005116     ELSE
005117         ADD 1 TO WS-READ-COUNT
005118         MOVE WS-BCH-SOURCE(WS-BATCH-COUNT) TO WS-LEDGER-SOURCE
005119         MOVE WS-RUN-DATE TO WS-LEDGER-FIRST
005121     END-IF
005122     ADD 1 TO WS-SEQ-NBR
005123     SET WS-TYPE-ALLOWED TO TRUE
005124     IF WS-PHASE-CONVIN
005126         PERFORM 2070-CHECK-DETAIL-TYPE
005127     END-IF
005128     EVALUATE TRUE
005129         WHEN WS-TYPE-REFUSED
005131             PERFORM 2080-REFUSE-DETAIL-TYPE
005132         WHEN CIR-STOCK-REC
005133             PERFORM 2200-PROCESS-STOCK-RECORD
005134         WHEN CIR-REBASE-REC
005136             PERFORM 2250-PROCESS-REBASE-RECORD
005137         WHEN OTHER
005138             PERFORM 2050-PROCESS-SINGLE-RECORD
005139     END-EVALUATE
005141     IF WS-PHASE-RESUB AND WS-LEDGER-ITEM-OPEN
005142         IF WS-SPLIT-RUN
005143             PERFORM 2425-DEFER-ITEM-CLOSE
005144         ELSE
005146             PERFORM 2420-CLOSE-RESUBMITTED-ITEM
005147         END-IF
005148     END-IF
005149     PERFORM 2060-CHECK-REJECT-LIMIT
005151     ADD 1 TO WS-RECORD-COUNT
005152     IF WS-SINGLE-STREAM
005153         DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-SIZE
005154             GIVING B REMAINDER WS-CKPT-REMAINDER
005156         IF WS-CKPT-REMAINDER = 0
005157             PERFORM 2800-WRITE-CHECKPOINT
005158         END-IF
005160     END-IF
005170     PERFORM 2900-READ-NEXT-RECORD.

005408*    JUDGED AFTER EVERY RECORD ONCE THE FLOOR NUMBER OF DETAILS
005410*    HAS BEEN PROCESSED. A RATE OVER THE RUNPARM LIMIT ABANDONS
005412*    THE RUN BEFORE A NEARLY EMPTY CONVOUT CAN BE RELEASED.
005413*    A SOURCE WITH A REJECT LIMIT OF ITS OWN ON SRCMST IS
005414*    JUDGED ON ITS OWN BATCH'S FIGURES AGAINST THAT LIMIT;
005415*    EVERY OTHER RECORD IS JUDGED ON THE RUN FIGURES.
005416     IF  WS-PHASE-CONVIN
005417     AND WS-BCH-OWN-LIMIT(WS-BATCH-COUNT)
005418         SET WS-LIMIT-BY-SOURCE TO TRUE
005419         MOVE WS-BCH-LIMIT(WS-BATCH-COUNT) TO WS-LIMIT-IN-FORCE
005420         COMPUTE WS-LIMIT-REJECTS =
005422             WS-REJECT-COUNT - WS-PRV-REJECT
005423         COMPUTE WS-PROCESSED-COUNT =
005424             WS-ACCEPT-COUNT - WS-PRV-ACCEPT + WS-LIMIT-REJECTS
005425     ELSE
005426         SET WS-LIMIT-BY-RUNPARM TO TRUE
005427         MOVE WS-REJECT-LIMIT TO WS-LIMIT-IN-FORCE
005428         MOVE WS-REJECT-COUNT TO WS-LIMIT-REJECTS
005429         COMPUTE WS-PROCESSED-COUNT =
005430             WS-ACCEPT-COUNT + WS-REJECT-COUNT
005432     END-IF
005433     IF WS-PROCESSED-COUNT NOT < WS-REJECT-FLOOR
005434         COMPUTE WS-REJECT-RATE =
005435             (WS-LIMIT-REJECTS * 100) / WS-PROCESSED-COUNT
005436         IF WS-REJECT-RATE > WS-LIMIT-IN-FORCE
005437             PERFORM 9535-ABEND-REJECT-LIMIT
005438         END-IF
005439     END-IF.

005440*================================================================
005442 2070-CHECK-DETAIL-TYPE.
005443*================================================================
005444*    RESUBMITTED RECORDS HAVE ALREADY BEEN RELEASED BY DATA
005445*    CONTROL, SO ONLY CONVIN DETAILS ARE HELD TO THE TYPES THEIR
005446*    BATCH'S SOURCE IS REGISTERED TO SEND.
005447     EVALUATE TRUE
005448         WHEN CIR-STOCK-REC
005449             IF NOT WS-BCH-STOCK-OK(WS-BATCH-COUNT)
005451                 SET WS-TYPE-REFUSED TO TRUE
005452             END-IF
005453         WHEN CIR-REBASE-REC
005454             IF NOT WS-BCH-REBASE-OK(WS-BATCH-COUNT)
005455                 SET WS-TYPE-REFUSED TO TRUE
005456             END-IF
005457         WHEN OTHER
005458             IF NOT WS-BCH-SINGLE-OK(WS-BATCH-COUNT)
005459                 SET WS-TYPE-REFUSED TO TRUE
005461             END-IF
005462     END-EVALUATE.

005463*================================================================
005464 2080-REFUSE-DETAIL-TYPE.
005465*================================================================
005466*    NOTHING IS CONVERTED. THE RECORD GOES TO SUSPENSE WHOLE
005467*    UNDER 'TYP', COUNTS AS A REJECT AND IS AUDITED AS ONE.
005468     MOVE SPACES TO CNV-PARAMETERS
005469     SET CNV-REJECTED TO TRUE
005471     SET CNV-REASON-BAD-TYPE TO TRUE
005472     MOVE 'DETAIL TYPE NOT REGISTERED FOR THIS SOURCE'
005473         TO CNV-MESSAGE
005474     PERFORM 2020-MOVE-CNV-RESPONSE
005475     ADD 1 TO WS-REJECT-COUNT
005476     ADD 1 TO WS-TYPE-REF-COUNT
005477     ADD 1 TO WS-BCH-TYPE-REF(WS-BATCH-COUNT)
005478     PERFORM 2040-WRITE-SUSPENSE-RECORD
005479     PERFORM 2700-WRITE-AUDIT-RECORD.

005481*================================================================
005482 2010-BUILD-CNV-REQUEST.
005483*================================================================
005484     MOVE CIR-DIRECTION  TO CNV-DIRECTION
005485     MOVE CIR-SIGN       TO CNV-SIGN
005486     MOVE CIR-MODE       TO CNV-MODE
005487     MOVE SPACE          TO CNV-IN-MODE
005488     MOVE SPACE          TO CNV-OUT-MODE
005490     MOVE CIR-VALUE-AREA TO CNV-VALUE-AREA.

005500*================================================================
005862     MOVE WS-RUN-NBR     TO SUS-RUN-NBR
005864     MOVE WS-SEQ-NBR     TO SUS-SEQ-NBR
005870     WRITE SUSPENSE-RECORD
005872     ADD 1 TO WS-SUSPENSE-COUNT
005875     SET WS-RECORD-SUSPENDED TO TRUE
005877     IF WS-SPLIT-RUN
005880         PERFORM 2405-DEFER-LEDGER-ITEM
005882     ELSE
005885         PERFORM 2400-ADD-LEDGER-ITEM
005887     END-IF.

005890*================================================================
005900 2200-PROCESS-STOCK-RECORD.
006631*    REWRITE ON AN EXISTING KEY, WRITE ON A NEW ONE - THE SAME
006632*    PATTERN AS THE XREF POSTING. THE PRIOR BALANCE AT THE
006633*    ITEM'S FIRST TOUCH THIS RUN IS KEPT IN THE MOVEMENT TABLE
006634*    FOR THE STKRPT REPORT. A SPLIT SOURCE RUN DEFERS THE
006635*    POSTING TO CNVMERGE.
006636     MOVE CIS-ITEM-KEY TO POS-ITEM-KEY
006637     IF WS-SPLIT-RUN
006638         PERFORM 2248-DEFER-POSITION-POSTING
006639     ELSE
006640         READ STOCK-POS
006641             INVALID KEY
006642                 PERFORM 2242-ADD-POSITION-RECORD
006643             NOT INVALID KEY
006644                 PERFORM 2244-UPDATE-POSITION-RECORD
006645         END-READ
006646     END-IF
006647     ADD 1 TO WS-STKPOS-POST-CNT
006648     PERFORM 2246-NOTE-MOVEMENT.

006649*================================================================
006650 2242-ADD-POSITION-RECORD.
006651*================================================================
006652     MOVE ZEROES TO WS-POS-PRIOR
006653     MOVE SPACES TO STOCK-POS-RECORD
006654     MOVE CIS-ITEM-KEY     TO POS-ITEM-KEY
006655     MOVE WS-STOCK-QTY-TOT TO POS-QTY-TOTAL
006656     MOVE 1                TO POS-REC-COUNT
006657     MOVE WS-RUN-DATE      TO POS-LAST-MVMT
006658     WRITE STOCK-POS-RECORD
006659     IF NOT WS-STKPOS-OK
006660         PERFORM 9580-ABEND-STKPOS
006661     END-IF.

006662*================================================================
006663 2244-UPDATE-POSITION-RECORD.
006664*================================================================
006665     MOVE POS-QTY-TOTAL TO WS-POS-PRIOR
006666     ADD WS-STOCK-QTY-TOT TO POS-QTY-TOTAL
006668         ON SIZE ERROR CONTINUE
006669     END-ADD
006670     ADD 1 TO POS-REC-COUNT
006671     MOVE WS-RUN-DATE TO POS-LAST-MVMT
006672     REWRITE STOCK-POS-RECORD
006673     IF NOT WS-STKPOS-OK
006674         PERFORM 9580-ABEND-STKPOS
006675     END-IF.

006676*================================================================
006677 2248-DEFER-POSITION-POSTING.
006678*================================================================
006679*    STOCKPOS IS ONLY READ, FOR THE PRIOR BALANCE THE MOVEMENT
006680*    REPORT SHOWS. CNVMERGE ADDS THE QUANTITY TO THE MASTER.
006681     READ STOCK-POS
006682         INVALID KEY
006683             MOVE ZEROES TO WS-POS-PRIOR
006684         NOT INVALID KEY
006685             MOVE POS-QTY-TOTAL TO WS-POS-PRIOR
006686     END-READ
006687     MOVE SPACES TO MASTER-POST-RECORD
006688     SET MPR-STOCK-POST TO TRUE
006689     MOVE CIS-ITEM-KEY     TO MPS-ITEM-KEY
006690     MOVE WS-STOCK-QTY-TOT TO MPS-QTY
006691     PERFORM 2799-WRITE-MASTER-POSTING.

006692*================================================================
006693 2246-NOTE-MOVEMENT.
006694*================================================================
006695*    THE MOVEMENT TABLE HOLDS ONE ENTRY PER ITEM TOUCHED THIS
006696*    RUN. ONCE IT IS FULL FURTHER NEW ITEMS STILL POST TO THE
006697*    MASTER BUT THE REPORT SAYS IT WAS TRUNCATED.
006698     PERFORM VARYING N FROM 1 BY 1
006699             UNTIL N > WS-MVT-COUNT
006700                OR WS-MVT-KEY(N) = CIS-ITEM-KEY
006702     END-PERFORM
006703     IF N > WS-MVT-COUNT
006704         IF WS-MVT-COUNT < WS-MVT-MAX
006705             ADD 1 TO WS-MVT-COUNT
006706             MOVE CIS-ITEM-KEY     TO WS-MVT-KEY(WS-MVT-COUNT)
006707             MOVE WS-POS-PRIOR     TO WS-MVT-PRIOR(WS-MVT-COUNT)
006708             MOVE WS-STOCK-QTY-TOT TO WS-MVT-QTY(WS-MVT-COUNT)
006709         ELSE
006710             SET WS-MVT-TRUNCATED TO TRUE
006711         END-IF
006712     ELSE
006713         ADD WS-STOCK-QTY-TOT TO WS-MVT-QTY(N)
006714             ON SIZE ERROR CONTINUE
006715         END-ADD
006716     END-IF.

006717*================================================================
006718 2220-CHECK-ITEM-KEY.
006719*================================================================
006720*    THE ITEM KEY MUST BE ON THE ITEM MASTER. AN UNKNOWN KEY
006721*    MARKS THE RECORD REJECTED UNDER 'ITM' AND PUTS ONE LINE ON
006722*    THE EXCEPTION LISTING FOR THE RECEIVING OFFICE.
006723     MOVE CIS-ITEM-KEY TO ITM-KEY
006724     READ ITEM-MASTER
006725         INVALID KEY
006726             SET WS-STOCK-REJECTED TO TRUE
006727             MOVE 'ITM' TO WS-STOCK-REASON
006728             ADD 1 TO WS-UNKNOWN-ITEM-CNT
006729             PERFORM 2230-WRITE-UNKNOWN-ITEM
006730         NOT INVALID KEY
006731             CONTINUE
006732     END-READ.

006733*================================================================
006734 2230-WRITE-UNKNOWN-ITEM.
006736*================================================================
006737     MOVE CIS-ITEM-KEY TO ITM-DET-KEY
006738     MOVE WS-SEQ-NBR   TO ITM-DET-SEQ
006739     IF WS-PHASE-RESUB
006740         MOVE 'RESUBMIT' TO ITM-DET-SOURCE
006741     ELSE
006742         MOVE WS-BCH-SOURCE(WS-BATCH-COUNT) TO ITM-DET-SOURCE
006743     END-IF
006744     WRITE ITM-RPT-RECORD FROM ITM-DETAIL-LINE.

006745*================================================================
006746 2250-PROCESS-REBASE-RECORD.
006747*================================================================
006748*    ONE CNVRTN CALL RE-BASES THE SUPPLIED STRING FROM THE INPUT
006749*    BASE TO THE OUTPUT BASE. A REBASE DETAIL CARRIES NO DECIMAL
006750*    FIGURE, SO THERE IS NOTHING TO POST TO THE XREF MASTER; THE
006751*    DETAIL COUNTS UNDER ITS OUTPUT MODE ON THE BALANCING REPORT.
006752     MOVE SPACES         TO CNV-PARAMETERS
006753     MOVE 'B'            TO CNV-DIRECTION
006754     MOVE CIB-SIGN       TO CNV-SIGN
006755     MOVE CIB-IN-MODE    TO CNV-IN-MODE
006756     MOVE CIB-OUT-MODE   TO CNV-OUT-MODE
006757     MOVE CIB-BASE-STR   TO CNV-BASE-STR
006758     PERFORM 2300-CONVERT-VALUE
006759     PERFORM 2020-MOVE-CNV-RESPONSE
006760     IF CNV-REJECTED
006761         ADD 1 TO WS-REJECT-COUNT
006762         PERFORM 2040-WRITE-SUSPENSE-RECORD
006763     ELSE
006764         WRITE CONV-OUT-RECORD
006765         ADD 1 TO WS-WRITTEN-COUNT
006766         ADD 1 TO WS-ACCEPT-COUNT
006767     END-IF
006768     EVALUATE TRUE
006770         WHEN CIB-OUT-MODE-OCTAL
006780             ADD 1 TO WS-OCTAL-COUNT
006790         WHEN CIB-OUT-MODE-HEX
007290         MOVE CNV-MESSAGE  TO WS-CCH-MESSAGE(WS-CACHE-COUNT)
007300     END-IF.

007301*================================================================
007302 2400-ADD-LEDGER-ITEM.
007303*================================================================
007304*    THE LEDGER ITEM MIRRORS THE SUSPENSE RECORD JUST WRITTEN.
007305*    ITS KEY IS THIS RUN AND SEQUENCE, SO IT IS NEW BY
007306*    CONSTRUCTION - A DUPLICATE MEANS THE LEDGER IS DAMAGED.
007307     MOVE SPACES               TO SUSPENSE-LEDGER-RECORD
007308     MOVE WS-RUN-NBR           TO SLG-RUN-NBR
007309     MOVE WS-SEQ-NBR           TO SLG-SEQ-NBR
007310     SET SLG-OPEN TO TRUE
007311     MOVE CNV-REASON           TO SLG-REASON
007312     MOVE WS-LEDGER-SOURCE     TO SLG-SOURCE-ID
007313     MOVE WS-RUN-DATE          TO SLG-SUSP-DATE
007314     MOVE WS-LEDGER-FIRST      TO SLG-FIRST-DATE
007315     MOVE ZEROES               TO SLG-CLOSE-DATE
007316                                  SLG-CLOSE-RUN
007318                                  SLG-CLOSE-SEQ
007319     MOVE CONV-IN-STOCK        TO SLG-IMAGE
007320     WRITE SUSPENSE-LEDGER-RECORD
007321     IF NOT WS-SUSLEDG-OK
007322         PERFORM 9545-ABEND-SUSLEDG
007323     END-IF
007324     ADD 1 TO WS-LEDGER-OPEN-CNT.

007325*================================================================
007326 2405-DEFER-LEDGER-ITEM.
007327*================================================================
007328*    A SPLIT SOURCE RUN'S ITEM IS OPENED BY CNVMERGE, UNDER THE
007329*    COMBINED RUN AND SEQUENCE THE SUSPENSE RECORD IS FILED AS.
007330     MOVE SPACES TO MASTER-POST-RECORD
007331     SET MPR-LEDGER-ADD TO TRUE
007332     MOVE CNV-REASON           TO MPL-REASON
007333     MOVE WS-LEDGER-SOURCE     TO MPL-SOURCE-ID
007335     MOVE WS-LEDGER-FIRST      TO MPL-FIRST-DATE
007336     MOVE CONV-IN-STOCK        TO MPL-IMAGE
007337     PERFORM 2799-WRITE-MASTER-POSTING
007338     ADD 1 TO WS-LEDGER-OPEN-CNT.

007339*================================================================
007340 2425-DEFER-ITEM-CLOSE.
007341*================================================================
007342     MOVE SPACES TO MASTER-POST-RECORD
007343     SET MPR-LEDGER-CLOSE TO TRUE
007344     MOVE RSB-RUN-NBR TO MPC-ITEM-RUN
007345     MOVE RSB-SEQ-NBR TO MPC-ITEM-SEQ
007346     IF WS-RECORD-SUSPENDED
007347         SET MPC-RESUSPENDED TO TRUE
007348         ADD 1 TO WS-LEDGER-REJ-CNT
007349     ELSE
007350         SET MPC-CLEARED TO TRUE
007352         ADD 1 TO WS-LEDGER-CLEAR-CNT
007353     END-IF
007354     PERFORM 2799-WRITE-MASTER-POSTING.

007355*================================================================
007356 2410-FIND-RESUBMITTED-ITEM.
007357*================================================================
007358*    A RESUBMISSION WHOSE ITEM IS MISSING OR ALREADY CLOSED
007359*    (A SECOND RESUBMISSION OF THE SAME RECORD) STILL RUNS, BUT
007360*    CLOSES NOTHING AND IS COUNTED FOR DATA CONTROL TO CHASE.
007361     SET WS-LEDGER-ITEM-MISSING TO TRUE
007362     MOVE 'RESUB'     TO WS-LEDGER-SOURCE
007363     MOVE WS-RUN-DATE TO WS-LEDGER-FIRST
007364     MOVE RSB-RUN-NBR TO SLG-RUN-NBR
007365     MOVE RSB-SEQ-NBR TO SLG-SEQ-NBR
007366     READ SUS-LEDGER
007367         INVALID KEY
007369             CONTINUE
007370         NOT INVALID KEY
007371             IF SLG-OPEN
007372                 SET WS-LEDGER-ITEM-OPEN TO TRUE
007373                 MOVE SLG-SOURCE-ID  TO WS-LEDGER-SOURCE
007374                 MOVE SLG-FIRST-DATE TO WS-LEDGER-FIRST
007375             END-IF
007376     END-READ
007377     IF WS-LEDGER-ITEM-MISSING
007378         ADD 1 TO WS-LEDGER-MISS-CNT
007379     END-IF.

007380*================================================================
007381 2420-CLOSE-RESUBMITTED-ITEM.
007382*================================================================
007383*    THE ITEM IS READ AGAIN BECAUSE A RE-SUSPENSION HAS JUST
007384*    WRITTEN ITS NEW ITEM THROUGH THE SAME RECORD AREA. THE
007386*    CLOSING RUN AND SEQUENCE TIE THE OLD ITEM TO ITS OUTCOME.
007387     MOVE RSB-RUN-NBR TO SLG-RUN-NBR
007388     MOVE RSB-SEQ-NBR TO SLG-SEQ-NBR
007389     READ SUS-LEDGER
007390         INVALID KEY
007391             PERFORM 9545-ABEND-SUSLEDG
007392     END-READ
007393     IF WS-RECORD-SUSPENDED
007394         SET SLG-RESUSPENDED TO TRUE
007395         ADD 1 TO WS-LEDGER-REJ-CNT
007396     ELSE
007397         SET SLG-CLEARED TO TRUE
007398         ADD 1 TO WS-LEDGER-CLEAR-CNT
007399     END-IF
007400     MOVE WS-RUN-DATE TO SLG-CLOSE-DATE
007401     MOVE WS-RUN-NBR  TO SLG-CLOSE-RUN
007403     MOVE WS-SEQ-NBR  TO SLG-CLOSE-SEQ
007404     REWRITE SUSPENSE-LEDGER-RECORD
007405     IF NOT WS-SUSLEDG-OK
007406         PERFORM 9545-ABEND-SUSLEDG
007407     END-IF.

007408*================================================================
007409 2700-WRITE-AUDIT-RECORD.
007410*================================================================
007411     ACCEPT WS-RUN-TIME FROM TIME
007412     MOVE SPACES         TO AUDIT-RECORD
007413     MOVE WS-RUN-DATE    TO AUD-DATE
007414     MOVE WS-RUN-TIME    TO AUD-TIME
007415     MOVE CIR-DIRECTION  TO AUD-DIRECTION
007416     MOVE CIR-VALUE-AREA TO AUD-INPUT
007417     MOVE COR-RESULT     TO AUD-RESULT
007418     MOVE COR-STATUS     TO AUD-STATUS
007420     MOVE 'BAT'          TO AUD-SOURCE
007422     MOVE WS-RUN-NBR     TO AUD-RUN-NBR
007424     MOVE WS-SEQ-NBR     TO AUD-SEQ-NBR
007760         END-IF
007770         MOVE WS-KEY-SIGN   TO XRF-SIGN
007780         MOVE WS-KEY-FIGURE TO XRF-DEC-VALUE
007786         IF WS-SPLIT-RUN
007792             PERFORM 2755-DEFER-XREF-POSTING
007799         ELSE
007805             READ XREF-MASTER
007811                 INVALID KEY
007818                     PERFORM 2770-ADD-XREF-RECORD
007824                 NOT INVALID KEY
007830                     PERFORM 2780-UPDATE-XREF-RECORD
007837             END-READ
007843         END-IF
007850         ADD 1 TO WS-XREF-POST-COUNT
007860     END-IF.

007861*================================================================
007862 2755-DEFER-XREF-POSTING.
007864*================================================================
007865*    CNVMERGE POSTS THE BASE STRING TO THE MODE'S COLUMN AND
007867*    FILLS ANY COLUMN STILL BLANK, AS 2770/2780 WOULD HAVE.
007868     MOVE SPACES TO MASTER-POST-RECORD
007870     SET MPR-XREF-POST TO TRUE
007871     MOVE WS-KEY-SIGN     TO MPX-SIGN
007872     MOVE WS-KEY-FIGURE   TO MPX-DEC-VALUE
007874     MOVE WS-POST-MODE    TO MPX-MODE
007875     MOVE WS-XRF-BASE-STR TO MPX-BASE-STR
007877     PERFORM 2799-WRITE-MASTER-POSTING.

007878*================================================================
007880 2760-BUILD-XREF-KEY.
007890*================================================================
007900*    THE KEY FIGURE IS TRIMMED OF BLANK PADDING AND IS
009080     END-EVALUATE.

009090*================================================================
009091 2799-WRITE-MASTER-POSTING.
009093*================================================================
009094     MOVE WS-RUN-NBR  TO MPR-RUN-NBR
009096     MOVE WS-SEQ-NBR  TO MPR-SEQ-NBR
009097     MOVE WS-RUN-DATE TO MPR-RUN-DATE
009099     WRITE MASTER-POST-RECORD
009100     IF NOT WS-MSTPOST-OK
009102         PERFORM 9585-ABEND-MSTPOST
009103     END-IF
009105     ADD 1 TO WS-MSTPOST-COUNT.

009106*================================================================
009108 2800-WRITE-CHECKPOINT.
009110*================================================================
009120     MOVE WS-RECORD-COUNT TO RST-COUNT
009125     MOVE WS-RUN-NBR      TO RST-RUN-NBR
009130     OPEN OUTPUT RESTART-CTL
009140     IF NOT WS-RESTART-OK
009150         PERFORM 9500-ABEND-RESTART
009270*    PROCESSING BY MOVING THE SAVED RECORD IMAGE BACK INTO THE
009280*    CONV-IN RECORD AREA. TRAILERS AND THE HEADERS OF FOLLOWING
009282*    BATCHES ARE CONSUMED HERE, SO THE PROCESS LOOP ONLY EVER
009284*    SEES DETAIL RECORDS. OF THE SPLIT SOURCE RUNS ONLY THE SLOT
009287*    NAMED ON SPLITCTL READS RESUB-IN.
009290     IF WS-PHASE-CONVIN
009292         MOVE 'N' TO WS-READ-DONE-SW
009294         PERFORM 2910-READ-CONVIN-RECORD
009296             UNTIL WS-READ-DONE OR WS-PHASE-RESUB
009340     END-IF
009350     IF WS-PHASE-RESUB AND WS-NOT-EOF
009355         IF WS-RESUB-LEFT
009361             SET WS-EOF TO TRUE
009366         ELSE
009372             READ RESUB-IN
009377                 AT END     SET WS-EOF TO TRUE
009383                 NOT AT END MOVE RSB-IMAGE TO CONV-IN-STOCK
009388             END-READ
009394         END-IF
009400     END-IF.

009402*================================================================
009910*================================================================
009920 9000-TERMINATE.
009930*================================================================
009937*    A SPLIT SOURCE RUN NEITHER TAKES NOR LEAVES A CHECKPOINT -
009945*    RESTARTC BELONGS TO THE SINGLE STREAM RUN.
009952     IF WS-SINGLE-STREAM
009960         MOVE ZEROES TO RST-COUNT
009967         MOVE ZEROES TO RST-RUN-NBR
009975         OPEN OUTPUT RESTART-CTL
009982         IF NOT WS-RESTART-OK
009990             PERFORM 9500-ABEND-RESTART
009997         END-IF
010005         WRITE RESTART-RECORD
010012         IF NOT WS-RESTART-OK
010020             PERFORM 9500-ABEND-RESTART
010027         END-IF
010035         CLOSE RESTART-CTL
010042     END-IF
010050     PERFORM 9100-WRITE-RUN-REPORT
010055     PERFORM 9600-WRITE-RUN-STATISTICS
010058     IF WS-SINGLE-STREAM
010062         PERFORM 9300-WRITE-LASTRUN-DATES
010066     END-IF
010070     CLOSE CONV-IN
010080     CLOSE RESUB-IN
010090     CLOSE CONV-OUT
010112     MOVE WS-UNKNOWN-ITEM-CNT TO ITM-CNT-VALUE
010114     WRITE ITM-RPT-RECORD FROM ITM-COUNT-LINE
010116     CLOSE ITEM-RPT
010117     CLOSE SUS-LEDGER
010118     CLOSE ITEM-MASTER
010121     CLOSE SRC-MASTER
010124     PERFORM 9400-WRITE-MOVEMENT-REPORT
010127     CLOSE AUDIT-LOG
010130     IF WS-SPLIT-RUN
010134         CLOSE MST-POST
010137     ELSE
010140         IF WS-XREF-POSTING
010143             CLOSE XREF-MASTER
010146         END-IF
010150     END-IF
010152     IF WS-STKPOS-POSTING
010154         CLOSE STOCK-POS
010156     END-IF
010158     CLOSE STK-RPT
010159     PERFORM 9700-REGISTER-COMPLETION.
010160
010170*================================================================
010180 9100-WRITE-RUN-REPORT.
010290     END-IF
010300     MOVE WS-SKIP-COUNT TO RPT-RST-SKIPPED
010310     WRITE RPT-RECORD FROM RPT-RESTART-LINE
010316     IF WS-SPLIT-RUN
010323         MOVE 'SPLIT SOURCE RUN - CNVSPLIT SLOT' TO RPT-CNT-LABEL
010330         MOVE WS-SPLIT-SLOT TO RPT-CNT-VALUE
010336         PERFORM 9110-WRITE-COUNT-LINE
010343     END-IF
010350     MOVE 'RECORDS READ FROM CONV-IN' TO RPT-CNT-LABEL
010360     MOVE WS-READ-COUNT TO RPT-CNT-VALUE
010370     PERFORM 9110-WRITE-COUNT-LINE
010500     MOVE 'RESUBMITTED FROM SUSPENSE' TO RPT-CNT-LABEL
010510     MOVE WS-RESUB-COUNT TO RPT-CNT-VALUE
010520     PERFORM 9110-WRITE-COUNT-LINE
010521     MOVE 'SUSPENSE LEDGER ITEMS OPENED' TO RPT-CNT-LABEL
010522     MOVE WS-LEDGER-OPEN-CNT TO RPT-CNT-VALUE
010523     PERFORM 9110-WRITE-COUNT-LINE
010524     MOVE 'SUSPENSE LEDGER ITEMS CLEARED' TO RPT-CNT-LABEL
010525     MOVE WS-LEDGER-CLEAR-CNT TO RPT-CNT-VALUE
010526     PERFORM 9110-WRITE-COUNT-LINE
010527     MOVE 'SUSPENSE LEDGER RE-SUSPENDED' TO RPT-CNT-LABEL
010528     MOVE WS-LEDGER-REJ-CNT TO RPT-CNT-VALUE
010529     PERFORM 9110-WRITE-COUNT-LINE
010530     MOVE 'RESUBMISSIONS NOT OPEN ON LEDGER' TO RPT-CNT-LABEL
010531     MOVE WS-LEDGER-MISS-CNT TO RPT-CNT-VALUE
010532     PERFORM 9110-WRITE-COUNT-LINE
010533     IF WS-RESTARTED-RUN
010534         MOVE 'LEDGER ITEMS VOIDED ON RESTART' TO RPT-CNT-LABEL
010535         MOVE WS-LEDGER-VOID-CNT TO RPT-CNT-VALUE
010536         PERFORM 9110-WRITE-COUNT-LINE
010537     END-IF
010538     MOVE 'STOCK RECORDS' TO RPT-CNT-LABEL
010540     MOVE WS-STOCK-COUNT TO RPT-CNT-VALUE
010550     PERFORM 9110-WRITE-COUNT-LINE
010552     MOVE 'UNKNOWN ITEM KEYS' TO RPT-CNT-LABEL
010554     MOVE WS-UNKNOWN-ITEM-CNT TO RPT-CNT-VALUE
010556     PERFORM 9110-WRITE-COUNT-LINE
010557     MOVE 'DETAILS REFUSED - TYPE NOT SENT' TO RPT-CNT-LABEL
010558     MOVE WS-TYPE-REF-COUNT TO RPT-CNT-VALUE
010559     PERFORM 9110-WRITE-COUNT-LINE
010560     MOVE 'CONVERSIONS SATISFIED FROM REUSE' TO RPT-CNT-LABEL
010570     MOVE WS-REUSE-COUNT TO RPT-CNT-VALUE
010580     PERFORM 9110-WRITE-COUNT-LINE
010582     IF WS-SPLIT-RUN
010584         MOVE 'POSTINGS WRITTEN TO MSTPOST' TO RPT-CNT-LABEL
010586         MOVE WS-MSTPOST-COUNT TO RPT-CNT-VALUE
010588         PERFORM 9110-WRITE-COUNT-LINE
010590         MOVE 'XREF POSTINGS DEFERRED TO MERGE' TO RPT-CNT-LABEL
010592         MOVE WS-XREF-POST-COUNT TO RPT-CNT-VALUE
010594         PERFORM 9110-WRITE-COUNT-LINE
010596     END-IF
010598     IF WS-SINGLE-STREAM AND WS-XREF-POSTING
010600         MOVE 'XREF MASTER POSTINGS' TO RPT-CNT-LABEL
010610         MOVE WS-XREF-POST-COUNT TO RPT-CNT-VALUE
010620         PERFORM 9110-WRITE-COUNT-LINE
010626     END-IF
010633     IF WS-XREF-BYPASSED
010640         MOVE SPACES TO RPT-RECORD
010650         MOVE 'XREF MASTER UNAVAILABLE - POSTING BYPASSED'
010660             TO RPT-RECORD
010670         WRITE RPT-RECORD
010680     END-IF
010682     IF WS-STKPOS-POSTING
010683         IF WS-SPLIT-RUN
010684             MOVE 'STOCK POSTINGS DEFERRED TO MERGE'
010685                 TO RPT-CNT-LABEL
010686         ELSE
010687             MOVE 'STOCK POSITION POSTINGS' TO RPT-CNT-LABEL
010688         END-IF
010689         MOVE WS-STKPOS-POST-CNT TO RPT-CNT-VALUE
010690         PERFORM 9110-WRITE-COUNT-LINE
010691     ELSE
010692         MOVE SPACES TO RPT-RECORD
010694         MOVE 'STOCK POSITION MASTER UNAVAILABLE - BYPASSED'
010696             TO RPT-RECORD
010870     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-BATCH-COUNT
010872         PERFORM 9120-WRITE-SOURCE-SECTION
010874     END-PERFORM
010875     WRITE RPT-RECORD FROM RPT-RULE-LINE
010876     MOVE SPACES TO RPT-RECORD
010878     MOVE 'ACTIVE SOURCES NOT RECEIVED THIS RUN' TO RPT-RECORD
010879     WRITE RPT-RECORD
010880     IF WS-SPLIT-RUN
010882         MOVE SPACES TO RPT-RECORD
010883         MOVE '  LISTED ON THE COMBINED BALANCING REPORT'
010884             TO RPT-RECORD
010886         WRITE RPT-RECORD
010887     ELSE
010889         PERFORM 9130-LIST-MISSING-SOURCES
010890         MOVE 'ACTIVE SOURCES NOT RECEIVED' TO RPT-CNT-LABEL
010891         MOVE WS-MISSING-COUNT TO RPT-CNT-VALUE
010893         PERFORM 9110-WRITE-COUNT-LINE
010894     END-IF
010895     WRITE RPT-RECORD FROM RPT-RULE-LINE
010897     MOVE SPACES TO RPT-RECORD
010898     MOVE 'END OF BALANCING REPORT' TO RPT-RECORD
010900     WRITE RPT-RECORD.
010910
010920*================================================================
010980     PERFORM 9110-WRITE-COUNT-LINE
010982     MOVE '  REJECTS TO SUSPENSE' TO RPT-CNT-LABEL
010984     MOVE WS-BCH-SUSPENSE(M) TO RPT-CNT-VALUE
010985     PERFORM 9110-WRITE-COUNT-LINE
010986     IF WS-BCH-TYPE-REF(M) > 0
010987         MOVE '  REFUSED - TYPE NOT REGISTERED' TO RPT-CNT-LABEL
010988         MOVE WS-BCH-TYPE-REF(M) TO RPT-CNT-VALUE
010989         PERFORM 9110-WRITE-COUNT-LINE
010990     END-IF
010991     IF WS-BCH-OWN-LIMIT(M)
010992         MOVE '  REJECT LIMIT PCT (SRCMST)' TO RPT-CNT-LABEL
010994         MOVE WS-BCH-LIMIT(M) TO RPT-CNT-VALUE
010995         PERFORM 9110-WRITE-COUNT-LINE
010996     END-IF
010997     IF  WS-BCH-VOL-MAX(M) > 0
010998     AND (WS-BCH-DETAIL(M) < WS-BCH-VOL-MIN(M)
010999       OR WS-BCH-DETAIL(M) > WS-BCH-VOL-MAX(M))
011000         MOVE WS-BCH-VOL-MIN(M) TO RPT-VOL-MIN
011001         MOVE WS-BCH-VOL-MAX(M) TO RPT-VOL-MAX
011003         WRITE RPT-RECORD FROM RPT-VOLUME-LINE
011004     END-IF.

011005*================================================================
011006 9130-LIST-MISSING-SOURCES.
011007*================================================================
011008*    ONE LINE PER ACTIVE REGISTRY SOURCE THAT SENT NO BATCH THIS
011009*    RUN, ALSO SHOWN ON THE CONSOLE FOR THE OPERATOR.
011010     MOVE LOW-VALUES TO SRC-ID
011011     START SRC-MASTER KEY IS NOT LESS THAN SRC-ID
011013         INVALID KEY
011014             SET WS-SRCMST-EOF TO TRUE
011015     END-START
011016     PERFORM 9140-CHECK-ONE-SOURCE
011017         UNTIL WS-SRCMST-EOF.

011018*================================================================
011019 9140-CHECK-ONE-SOURCE.
011020*================================================================
011022     READ SRC-MASTER NEXT RECORD
011023         AT END
011024             SET WS-SRCMST-EOF TO TRUE
011025         NOT AT END
011026             IF SRC-ACTIVE
011027                 PERFORM VARYING M FROM 1 BY 1
011028                         UNTIL M > WS-BATCH-COUNT
011029                            OR WS-BCH-SOURCE(M) = SRC-ID
011030                 END-PERFORM
011032                 IF M > WS-BATCH-COUNT
011033                     ADD 1 TO WS-MISSING-COUNT
011034                     MOVE SRC-ID   TO RPT-MIS-ID
011035                     MOVE SRC-DESC TO RPT-MIS-DESC
011036                     WRITE RPT-RECORD FROM RPT-MISSING-LINE
011037                     DISPLAY 'ACTIVE SOURCE NOT RECEIVED THIS '
011038                             'RUN - ' SRC-ID
011039                 END-IF
011041             END-IF
011042     END-READ.

011043*================================================================
011044 9200-VALIDATE-TRAILER-BALANCE.
011045*================================================================
011046*    PROVES THE BATCH JUST ENDED AGAINST ITS OWN TRAILER. AN
011047*    OUT-OF-BALANCE BATCH ABANDONS THE WHOLE RUN.
011048     IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
011050         DISPLAY 'CONVIN RECORD COUNT OUT OF BALANCE - SOURCE '
011052                 WS-BCH-SOURCE(WS-BATCH-COUNT) ' READ '
011060                 WS-DETAIL-COUNT ' TRAILER ' WS-TRAILER-COUNT
011176         MOVE 'ITEMS MOVED THIS RUN' TO STK-CNT-LABEL
011178         MOVE WS-MVT-COUNT TO STK-CNT-VALUE
011180         WRITE STK-RPT-RECORD FROM STK-COUNT-LINE
011181         IF WS-SPLIT-RUN
011182             MOVE 'STOCK POSTINGS DEFERRED TO MERGE'
011183                 TO STK-CNT-LABEL
011184         ELSE
011185             MOVE 'STOCK POSITION POSTINGS' TO STK-CNT-LABEL
011186         END-IF
011187         MOVE WS-STKPOS-POST-CNT TO STK-CNT-VALUE
011188         WRITE STK-RPT-RECORD FROM STK-COUNT-LINE
011189     END-IF
011190     MOVE SPACES TO STK-RPT-RECORD
011192     MOVE 'END OF MOVEMENT REPORT' TO STK-RPT-RECORD
011194     WRITE STK-RPT-RECORD.
011612     MOVE 16 TO RETURN-CODE
011614     STOP RUN.

011615*================================================================
011616 9528-ABEND-SRCMST.
011617*================================================================
011618     DISPLAY 'SOURCE REGISTRY UNAVAILABLE - STATUS '
011619             WS-SRCMST-STATUS ' - RUN REFUSED'
011620     MOVE 16 TO RETURN-CODE
011622     STOP RUN.

011623*================================================================
011624 9529-ABEND-UNREGISTERED-SOURCE.
011625*================================================================
011626     DISPLAY 'CONVIN SOURCE ' CIH-SOURCE-ID ' NOT REGISTERED '
011627             'OR NOT ACTIVE ON SRCMST - RUN REFUSED'
011628     MOVE 16 TO RETURN-CODE
011630     STOP RUN.

011631*================================================================
011632 9535-ABEND-REJECT-LIMIT.
011633*================================================================
011634     IF WS-LIMIT-BY-SOURCE
011635         DISPLAY 'RUN ABANDONED - SOURCE '
011637                 WS-BCH-SOURCE(WS-BATCH-COUNT) ' REJECT RATE '
011638                 WS-REJECT-RATE ' PCT EXCEEDS SRCMST LIMIT '
011639                 WS-LIMIT-IN-FORCE
011640                 ' PCT - CONVOUT MUST NOT BE RELEASED'
011641     ELSE
011642         DISPLAY 'RUN ABANDONED - REJECT RATE ' WS-REJECT-RATE
011643                 ' PCT EXCEEDS RUNPARM LIMIT ' WS-REJECT-LIMIT
011645                 ' PCT - CONVOUT MUST NOT BE RELEASED'
011646     END-IF
011647     MOVE 'L' TO WS-ABANDON-CODE
011648     PERFORM 9710-REGISTER-ABANDONED
011649     MOVE 16 TO RETURN-CODE
011650     STOP RUN.

011651*================================================================
011653 9530-ABEND-OUT-OF-BALANCE.
011654*================================================================
011655     DISPLAY 'RUN ABANDONED OUT OF BALANCE - '
011656             'CONVOUT MUST NOT BE RELEASED'
011657     MOVE 'B' TO WS-ABANDON-CODE
011658     PERFORM 9710-REGISTER-ABANDONED
011660     MOVE 16 TO RETURN-CODE
011670     STOP RUN.

011720     MOVE 16 TO RETURN-CODE
011730     STOP RUN.

011731*================================================================
011732 9545-ABEND-SUSLEDG.
011733*================================================================
011734*    A SUSPENDED RECORD THE LEDGER DOES NOT HOLD WOULD DROP OUT
011735*    OF SIGHT ONCE THE NEXT RUN REPLACES SUSPENSE, SO THE RUN IS
011736*    REFUSED RATHER THAN CARRY ON WITHOUT IT.
011737     DISPLAY 'SUSPENSE LEDGER I/O ERROR - STATUS '
011738             WS-SUSLEDG-STATUS ' - RUN REFUSED'
011739     MOVE 16 TO RETURN-CODE
011740     STOP RUN.

011742*================================================================
011743 9544-ABEND-SPLIT-COMPLETED.
011744*================================================================
011745     DISPLAY 'SPLIT SOURCE RUN ' WS-RUN-NBR ' FOR SOURCE '
011746             WS-BCH-SOURCE(1) ' ALREADY COMPLETED OR MERGED - '
011747             'RUN REFUSED'
011748     MOVE 16 TO RETURN-CODE
011749     STOP RUN.

011750*================================================================
011751 9547-ABEND-SPLITCTL.
011752*================================================================
011754     DISPLAY 'SPLITCTL I/O ERROR - STATUS ' WS-SPLITCTL-STATUS
011755             ' - RUN REFUSED'
011756     MOVE 16 TO RETURN-CODE
011757     STOP RUN.

011758*================================================================
011759 9548-ABEND-SPLIT-SOURCE.
011760*================================================================
011761     DISPLAY 'SOURCE ' WS-BCH-SOURCE(1) ' BUSINESS DATE '
011762             WS-BCH-BUS-DATE(1) ' NOT ON SPLITCTL - RUN REFUSED'
011763     MOVE 16 TO RETURN-CODE
011764     STOP RUN.

011766*================================================================
011767 9549-ABEND-SPLIT-BATCH.
011768*================================================================
011769     DISPLAY 'SPLIT CONVIN CARRIES MORE THAN ONE BATCH - '
011770             'RUN REFUSED'
011771     MOVE 16 TO RETURN-CODE
011772     STOP RUN.

011773*================================================================
011774 9546-ABEND-RUNREG.
011775*================================================================
011776*    A RUN THE REGISTER DOES NOT HOLD COULD NEVER BE EXPORTED, SO
011778*    THE RUN IS REFUSED BEFORE IT DOES ANY WORK. ON THE WAY OUT,
011779*    A FAILED UPDATE ENDS THE RUN RC 16 SO IT IS NOT LOST.
011780     DISPLAY 'RUN STATUS REGISTER I/O ERROR - STATUS '
011781             WS-RUNREG-STATUS ' - RUN REFUSED'
011782     MOVE 16 TO RETURN-CODE
011783     STOP RUN.

011784*================================================================
011785 9550-ABEND-XREF.
011786*================================================================
011787     DISPLAY 'XREF MASTER I/O ERROR - STATUS ' WS-XREF-STATUS
011788     MOVE 16 TO RETURN-CODE
011790     STOP RUN.

011800*================================================================
011957*    THIS RUN, APPENDED TO THE CUMULATIVE RUNSTAT FILE FOR THE
011958*    STATRPT MONTH-END TREND REPORT.
011959     ACCEPT WS-RUN-TIME FROM TIME
011960     IF WS-SPLIT-RUN
011970         OPEN OUTPUT RUN-STAT
011980     ELSE
011990         OPEN EXTEND RUN-STAT
012000     END-IF
012010     IF NOT WS-RUNSTAT-OK
012020         PERFORM 9590-ABEND-RUNSTAT
012030     END-IF
012040     PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-BATCH-COUNT
012050         PERFORM 9610-WRITE-ONE-STAT-RECORD
012060     END-PERFORM
012070     IF WS-RESUB-COUNT > 0
012080         PERFORM 9620-WRITE-RESUB-STAT-RECORD
012090     END-IF
012100     CLOSE RUN-STAT.

012110*================================================================
012120 9610-WRITE-ONE-STAT-RECORD.
012130*================================================================
012140     MOVE SPACES TO RUN-STAT-RECORD
012150     MOVE WS-RUN-NBR             TO RNS-RUN-NBR
012160     MOVE WS-RUN-DATE            TO RNS-RUN-DATE
012170     MOVE WS-BCH-BUS-DATE(M)     TO RNS-BUS-DATE
012180     MOVE WS-BCH-SOURCE(M)       TO RNS-SOURCE-ID
012190     MOVE WS-BCH-DETAIL(M)       TO RNS-READ-COUNT
012200     MOVE WS-BCH-WRITTEN(M)      TO RNS-WRITTEN-COUNT
012210     MOVE WS-BCH-ACCEPT(M)       TO RNS-ACCEPT-COUNT
012220     MOVE WS-BCH-REJECT(M)       TO RNS-REJECT-COUNT
012230     MOVE WS-BCH-SUSPENSE(M)     TO RNS-SUSPENSE-COUNT
012240     MOVE WS-BCH-REUSE(M)        TO RNS-REUSE-COUNT
012250     MOVE WS-START-TIME          TO RNS-START-TIME
012260     MOVE WS-RUN-TIME            TO RNS-END-TIME
012270     WRITE RUN-STAT-RECORD
012280     IF NOT WS-RUNSTAT-OK
012290         PERFORM 9590-ABEND-RUNSTAT
012300     END-IF.

012310*================================================================
012320 9620-WRITE-RESUB-STAT-RECORD.
012330*================================================================
012340*    THE RESUBMITTED RECORDS RAN AFTER THE LAST BATCH CLOSED,
012350*    SO THE MOVEMENT ON THE RUN COUNTERS SINCE THEN IS THEIRS.
012360     MOVE SPACES TO RUN-STAT-RECORD
012370     MOVE WS-RUN-NBR             TO RNS-RUN-NBR
012380     MOVE WS-RUN-DATE            TO RNS-RUN-DATE
012390     MOVE ZEROES                 TO RNS-BUS-DATE
012400     MOVE 'RESUB'                TO RNS-SOURCE-ID
012410     MOVE WS-RESUB-COUNT         TO RNS-READ-COUNT
012420     COMPUTE RNS-WRITTEN-COUNT =
012430         WS-WRITTEN-COUNT - WS-PRV-WRITTEN
012440     COMPUTE RNS-ACCEPT-COUNT =
012450         WS-ACCEPT-COUNT - WS-PRV-ACCEPT
012460     COMPUTE RNS-REJECT-COUNT =
012470         WS-REJECT-COUNT - WS-PRV-REJECT
012480     COMPUTE RNS-SUSPENSE-COUNT =
012490         WS-SUSPENSE-COUNT - WS-PRV-SUSPENSE
012500     COMPUTE RNS-REUSE-COUNT =
012510         WS-REUSE-COUNT - WS-PRV-REUSE
012520     MOVE WS-START-TIME          TO RNS-START-TIME
012530     MOVE WS-RUN-TIME            TO RNS-END-TIME
012540     WRITE RUN-STAT-RECORD
012550     IF NOT WS-RUNSTAT-OK
012560         PERFORM 9590-ABEND-RUNSTAT
012570     END-IF.

012580*================================================================
012590 9590-ABEND-RUNSTAT.
012600*================================================================
012610     DISPLAY 'RUNSTAT I/O ERROR - STATUS ' WS-RUNSTAT-STATUS
012620     MOVE 16 TO RETURN-CODE
012630     STOP RUN.

012640*================================================================
012650 9700-REGISTER-COMPLETION.
012660*================================================================
012670*    EVERY BATCH HAS BALANCED TO ITS TRAILER AND EVERY OUTPUT IS
012680*    CLOSED - THE RUN IS MARKED COMPLETED AND BALANCED, READY FOR
012690*    CONVVFY.
012700     ACCEPT WS-RUN-TIME FROM TIME
012701     IF WS-SPLIT-RUN
012702         OPEN I-O RUN-REG
012704         IF NOT WS-RUNREG-OK
012705             PERFORM 9546-ABEND-RUNREG
012707         END-IF
012708     END-IF
012710     MOVE WS-RUN-NBR TO RRG-RUN-NBR
012720     READ RUN-REG
012730         INVALID KEY
012740             PERFORM 9546-ABEND-RUNREG
012750     END-READ
012760     SET RRG-COMPLETED TO TRUE
012770     SET RRG-BALANCED  TO TRUE
012780     PERFORM 9720-HOLD-RUN-COUNTS
012790     REWRITE RUN-REG-RECORD
012800         INVALID KEY
012810             PERFORM 9546-ABEND-RUNREG
012820     END-REWRITE
012830     CLOSE RUN-REG.

012840*================================================================
012850 9710-REGISTER-ABANDONED.
012860*================================================================
012870*    THE ABANDONED RUN IS MARKED WITH WS-ABANDON-CODE ON THE WAY
012880*    OUT. A RECORD THAT CANNOT BE FOUND IS ONLY REPORTED - THE
012890*    RUN IS ALREADY ENDING, AND A RUN LEFT SHOWN AS STARTED IS
012900*    REFUSED BY CONVEXT JUST THE SAME.
012910     ACCEPT WS-RUN-TIME FROM TIME
012911     IF WS-SPLIT-RUN
012912         OPEN I-O RUN-REG
012914         IF NOT WS-RUNREG-OK
012915             PERFORM 9546-ABEND-RUNREG
012917         END-IF
012918     END-IF
012920     MOVE WS-RUN-NBR TO RRG-RUN-NBR
012930     READ RUN-REG
012940         INVALID KEY
012950             DISPLAY 'RUN ' WS-RUN-NBR ' NOT ON RUNREG - '
012960                     'ABANDONED RUN NOT MARKED'
012970         NOT INVALID KEY
012980             MOVE WS-ABANDON-CODE TO RRG-RUN-STATUS
012990             IF RRG-ABANDONED-BALANCE
013000                 SET RRG-OUT-OF-BALANCE TO TRUE
013010             END-IF
013020             PERFORM 9720-HOLD-RUN-COUNTS
013030             REWRITE RUN-REG-RECORD
013040                 INVALID KEY
013050                     PERFORM 9546-ABEND-RUNREG
013060             END-REWRITE
013070     END-READ
013080     CLOSE RUN-REG.

013090*================================================================
013100 9720-HOLD-RUN-COUNTS.
013110*================================================================
013120     MOVE WS-WRITTEN-COUNT  TO RRG-WRITTEN-COUNT
013130     MOVE WS-ACCEPT-COUNT   TO RRG-ACCEPT-COUNT
013140     MOVE WS-REJECT-COUNT   TO RRG-REJECT-COUNT
013150     MOVE WS-RUN-TIME       TO RRG-END-TIME.

013160*================================================================
013170 9580-ABEND-STKPOS.
013180*================================================================
013190     DISPLAY 'STOCK POSITION MASTER I/O ERROR - STATUS '
013200             WS-STKPOS-STATUS
013210     MOVE 16 TO RETURN-CODE
013220     STOP RUN.

013230*================================================================
013240 9585-ABEND-MSTPOST.
013250*================================================================
013260*    A POSTING MISSING FROM MSTPOST WOULD NEVER REACH THE
013270*    MASTERS, SO THE SOURCE RUN IS REFUSED RATHER THAN LOSE IT.
013280     DISPLAY 'MSTPOST I/O ERROR - STATUS ' WS-MSTPOST-STATUS
013290             ' - RUN REFUSED'
013300     MOVE 16 TO RETURN-CODE
013310     STOP RUN.
