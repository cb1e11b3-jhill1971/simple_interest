000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. maturityLadder.
000300 AUTHOR. James Hill.
000400 INSTALLATION. Consumer Lending Systems.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026 JH    Written for the monthly treasury (ALCO)
001200*                  package: every account on the ACCTMST master
001300*                  still earning interest is priced at the RATETAB
001400*                  band in effect for its principal on the as-of
001500*                  date (its own rate when it has no product type
001600*                  or no band), picks up the interest accrued and
001650*                  still owed on it this term from ACCRMST, and is
001700*                  laddered by days to maturity -
001800*                  0-30, 31-90, 91-180, 181-365 and over 365. The
001900*                  report gives accounts, principal, weighted-
002000*                  average rate, interest accrued to date, the
002100*                  interest still to accrue to maturity and the
002200*                  two together, by product type and bucket with
002300*                  subtotals by GL code, and the same figures go
002400*                  to the fixed-format ALCOEXT extract.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS ACCT-ID
003300         FILE STATUS IS WS-MASTER-FILE-STATUS.
003400     SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RATE-FILE-STATUS.
003700     SELECT ACCRUAL-MASTER-FILE ASSIGN TO "ACCRMST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ACCR-FILE-STATUS.
004000     SELECT ACCRUAL-SORTED-FILE ASSIGN TO "LADASRT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ACCR-SRT-STATUS.
004300     SELECT LADDER-WORK-FILE ASSIGN TO "LADWORK"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-LAD-WORK-STATUS.
004600     SELECT LADDER-SORTED-FILE ASSIGN TO "LADSRT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-LAD-SRT-STATUS.
004900     SELECT ACCR-SORT-FILE ASSIGN TO "SORTWK1".
005000     SELECT LADDER-SORT-FILE ASSIGN TO "SORTWK2".
005100     SELECT LADDER-CONTROL-FILE ASSIGN TO "LADRPARM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PARM-FILE-STATUS.
005400     SELECT LADDER-REPORT-FILE ASSIGN TO "LADRRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RPT-FILE-STATUS.
005700     SELECT ALCO-EXTRACT-FILE ASSIGN TO "ALCOEXT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-EXT-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ACCOUNT-MASTER-FILE.
006400     COPY ACCTREC.
006500
006600 FD  RATE-TABLE-FILE
006700     RECORDING MODE IS F.
006800 01  RATE-TABLE-RECORD.
006900     05  RT-PRODUCT-TIER         PIC X(04).
007000     05  RT-EFFECTIVE-DATE       PIC 9(08).
007100     05  RT-APR                  PIC 99V99.
007200     05  RT-MIN-PRINCIPAL        PIC 9(07)V99.
007300     05  RT-MAX-PRINCIPAL        PIC 9(07)V99.
007400
007500 FD  ACCRUAL-MASTER-FILE
007600     RECORDING MODE IS F.
007700 01  ACCRUAL-MASTER-RECORD       PIC X(56).
007800
007900*    The accrual master in account-id order, in the ACCRMST
008000*    layout the posting program writes.
008100 FD  ACCRUAL-SORTED-FILE
008200     RECORDING MODE IS F.
008300 01  ACCRUAL-SORTED-RECORD.
008400     05  ASRT-IN-ACCOUNT-ID      PIC X(10).
008500     05  FILLER                  PIC X(01).
008600     05  ASRT-IN-ACCRUED-TO-DATE PIC 9(09)V9(05).
008700     05  FILLER                  PIC X(01).
008800     05  ASRT-IN-MONTH-ACCRUED   PIC 9(09)V9(05).
008900     05  FILLER                  PIC X(01).
009000     05  ASRT-IN-LAST-DATE       PIC 9(08).
009100     05  FILLER                  PIC X(01).
009200     05  ASRT-IN-GL-CODE         PIC X(06).
009300
009400 FD  LADDER-WORK-FILE
009500     RECORDING MODE IS F.
009600 01  LADDER-WORK-RECORD          PIC X(61).
009700
009800 FD  LADDER-SORTED-FILE
009900     RECORDING MODE IS F.
010000 01  LADDER-SORTED-RECORD        PIC X(61).
010100
010200 SD  ACCR-SORT-FILE.
010300 01  ACCR-SORT-RECORD.
010400     05  ACCR-SORT-ID            PIC X(10).
010500     05  FILLER                  PIC X(46).
010600
010700 SD  LADDER-SORT-FILE.
010800 01  LADDER-SORT-RECORD.
010900     05  LSRT-GL-CODE            PIC X(06).
011000     05  FILLER                  PIC X(01).
011100     05  LSRT-PRODUCT-TYPE       PIC X(04).
011200     05  FILLER                  PIC X(01).
011300     05  LSRT-BUCKET             PIC 9(01).
011400     05  FILLER                  PIC X(48).
011500
011600*    Control card: the as-of date (columns 1-8). No card, or a
011700*    blank date, ladders the book as of today.
011800 FD  LADDER-CONTROL-FILE
011900     RECORDING MODE IS F.
012000 01  LADDER-CONTROL-RECORD.
012100     05  PARM-AS-OF-DATE         PIC X(08).
012200
012300 FD  LADDER-REPORT-FILE
012400     RECORDING MODE IS F.
012500 01  LADDER-REPORT-LINE          PIC X(132).
012600
012700*    One record per line of the report: P a product type in a
012800*    bucket, G a GL code subtotal, T the book total. Bucket 1-5
012900*    is the maturity bucket, T all buckets together.
013000 FD  ALCO-EXTRACT-FILE
013100     RECORDING MODE IS F.
013200 01  ALCO-EXTRACT-RECORD.
013300     05  EXT-RECORD-TYPE         PIC X(01).
013400         88  EXT-PRODUCT-LINE    VALUE "P".
013500         88  EXT-GL-SUBTOTAL     VALUE "G".
013600         88  EXT-BOOK-TOTAL      VALUE "T".
013700     05  FILLER                  PIC X(01).
013800     05  EXT-AS-OF-DATE          PIC 9(08).
013900     05  FILLER                  PIC X(01).
014000     05  EXT-GL-CODE             PIC X(06).
014100     05  FILLER                  PIC X(01).
014200     05  EXT-PRODUCT-TYPE        PIC X(04).
014300     05  FILLER                  PIC X(01).
014400     05  EXT-BUCKET              PIC X(01).
014500     05  FILLER                  PIC X(01).
014600     05  EXT-ACCOUNT-COUNT       PIC 9(07).
014700     05  FILLER                  PIC X(01).
014800     05  EXT-PRINCIPAL           PIC 9(11)V99.
014900     05  FILLER                  PIC X(01).
015000     05  EXT-WA-RATE             PIC 99V9(04).
015100     05  FILLER                  PIC X(01).
015200     05  EXT-ACCRUED-TO-DATE     PIC 9(11)V99.
015300     05  FILLER                  PIC X(01).
015400     05  EXT-REMAINING-INTEREST  PIC 9(11)V99.
015500     05  FILLER                  PIC X(01).
015600     05  EXT-PROJECTED-INTEREST  PIC 9(11)V99.
015700
015800 WORKING-STORAGE SECTION.
015900*----------------------------------------------------------------
016000* FILE STATUS AND RUN CONTROL
016100*----------------------------------------------------------------
016200 01  WS-MASTER-FILE-STATUS       PIC X(02).
016300     88  WS-MASTER-OK            VALUE "00".
016400 01  WS-RATE-FILE-STATUS         PIC X(02).
016500     88  WS-RATE-FILE-FOUND      VALUE "00".
016600 01  WS-ACCR-FILE-STATUS         PIC X(02).
016700     88  WS-ACCR-FILE-FOUND      VALUE "00".
016800 01  WS-ACCR-SRT-STATUS          PIC X(02).
016900 01  WS-LAD-WORK-STATUS          PIC X(02).
017000 01  WS-LAD-SRT-STATUS           PIC X(02).
017100 01  WS-PARM-FILE-STATUS         PIC X(02).
017200     88  WS-PARM-FILE-FOUND      VALUE "00".
017300 01  WS-RPT-FILE-STATUS          PIC X(02).
017400 01  WS-EXT-FILE-STATUS          PIC X(02).
017500
017600 01  WS-FILES-OK-SWITCH          PIC X(01).
017700     88  WS-FILES-OK             VALUE "Y".
017800     88  WS-FILES-BAD            VALUE "N".
017900
018000 01  WS-RATE-EOF-SWITCH          PIC X(01).
018100     88  WS-RATE-EOF             VALUE "Y".
018200 01  WS-LAD-EOF-SWITCH           PIC X(01).
018300     88  WS-LAD-EOF              VALUE "Y".
018400
018500 01  WS-AS-OF-DATE               PIC 9(08).
018600 01  WS-PARM-AS-OF-DATE-X        PIC X(08).
018700 01  WS-PARM-AS-OF-DATE REDEFINES WS-PARM-AS-OF-DATE-X
018800                                 PIC 9(08).
018900
019000*----------------------------------------------------------------
019100* MERGE KEYS  --  the master and the sorted accrual master
019200* advance together in account-id order; an input at end of
019300* file holds high values so it never supplies the lowest key.
019400*----------------------------------------------------------------
019500 01  WS-MASTER-KEY               PIC X(10).
019600 01  WS-ACCR-KEY                 PIC X(10).
019700
019800*    What the accrual master holds for the account in hand.
019900 01  WS-ACCT-ACCRUED             PIC 9(09)V9(05).
020000 01  WS-ACCT-LAST-ACCRUED        PIC 9(08).
020100
020200*----------------------------------------------------------------
020300* IN-MEMORY RATE TABLE  --  the same 100-entry ceiling and
020400* layout the posting program loads.
020500*----------------------------------------------------------------
020600 01  WS-RATE-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
020700 01  WS-RATE-IDX                 PIC 9(04) COMP.
020800 01  WS-BEST-EFFECTIVE-DATE      PIC 9(08).
020900 01  WS-RATE-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
021000     88  WS-RATE-TABLE-FULL      VALUE "Y".
021100 01  WS-RATE-TABLE.
021200     05  WS-RATE-TABLE-ENTRY OCCURS 100 TIMES.
021300         10  WS-RT-PRODUCT-TIER      PIC X(04).
021400         10  WS-RT-EFFECTIVE-DATE    PIC 9(08).
021500         10  WS-RT-APR               PIC 99V99.
021600         10  WS-RT-MIN-PRINCIPAL     PIC 9(07)V99.
021700         10  WS-RT-MAX-PRINCIPAL     PIC 9(07)V99.
021800
021900 01  WS-PRODUCT-TIER             PIC X(04).
022000 01  WS-LOOKUP-DATE              PIC 9(08).
022100 01  WS-LOOKUP-PRINCIPAL         PIC 9(07)V99.
022200 01  WS-LOOKED-UP-APR            PIC 99V99.
022300 01  WS-RATE-FOUND-SWITCH        PIC X(01).
022400     88  WS-RATE-FOUND           VALUE "Y".
022500     88  WS-RATE-NOT-FOUND       VALUE "N".
022600
022700*----------------------------------------------------------------
022800* PRICING AN ACCOUNT  --  interest still to accrue runs from the
022900* day after the last day accrued (or the open date, if nothing
023000* has accrued yet) up to the day before maturity, at the daily
023100* accrual's simple rate over a 360-day year for a 30/360 basis
023200* and 365 days otherwise.
023300*----------------------------------------------------------------
023400 01  WS-APR                      PIC 99V99.
023500 01  WS-BASIS-DAYS               PIC 9(03).
023600 01  WS-DAYS-TO-MATURITY         PIC S9(08) COMP.
023700 01  WS-REMAINING-DAYS           PIC S9(08) COMP.
023800 01  WS-MATURITY-DAY-NUMBER      PIC S9(08) COMP.
023900 01  WS-START-DAY-NUMBER         PIC S9(08) COMP.
024000 01  WS-AS-OF-DAY-NUMBER         PIC S9(08) COMP.
024100
024200*----------------------------------------------------------------
024300* MATURITY BUCKETS  --  the upper bound in days to maturity of
024400* each rung (an account already past maturity falls in the
024500* first) and its label; bucket 6 is the total of all five.
024600*----------------------------------------------------------------
024700 01  WS-BUCKET-COUNT             PIC 9(04) COMP VALUE 5.
024800 01  WS-BUCKET-IDX               PIC 9(04) COMP.
024900 01  WS-BUCKET-TOTAL-IDX         PIC 9(04) COMP VALUE 6.
025000 01  WS-BUCKET-VALUES.
025100     05  FILLER                  PIC 9(05) VALUE 30.
025200     05  FILLER                  PIC X(13) VALUE "0-30 DAYS".
025300     05  FILLER                  PIC 9(05) VALUE 90.
025400     05  FILLER                  PIC X(13) VALUE "31-90 DAYS".
025500     05  FILLER                  PIC 9(05) VALUE 180.
025600     05  FILLER                  PIC X(13) VALUE "91-180 DAYS".
025700     05  FILLER                  PIC 9(05) VALUE 365.
025800     05  FILLER                  PIC X(13) VALUE "181-365 DAYS".
025900     05  FILLER                  PIC 9(05) VALUE 99999.
026000     05  FILLER                  PIC X(13) VALUE "OVER 365 DAYS".
026100     05  FILLER                  PIC 9(05) VALUE ZERO.
026200     05  FILLER                  PIC X(13) VALUE "TOTAL".
026300 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
026400     05  WS-BUCKET-ENTRY OCCURS 6 TIMES.
026500         10  WS-BKT-UPPER-DAYS   PIC 9(05).
026600         10  WS-BKT-LABEL        PIC X(13).
026700
026800*----------------------------------------------------------------
026900* LADDER RECORD  --  one per account laddered, spooled to
027000* LADWORK and sorted into GL code, product and bucket order.
027100* The rate weight is principal times apr, so the sum of the
027200* weights over the sum of the principal is the weighted rate.
027300*----------------------------------------------------------------
027400 01  LADDER-RECORD.
027500     05  LAD-GL-CODE             PIC X(06).
027600     05  FILLER                  PIC X(01) VALUE SPACES.
027700     05  LAD-PRODUCT-TYPE        PIC X(04).
027800     05  FILLER                  PIC X(01) VALUE SPACES.
027900     05  LAD-BUCKET              PIC 9(01).
028000     05  FILLER                  PIC X(01) VALUE SPACES.
028100     05  LAD-PRINCIPAL           PIC 9(07)V99.
028200     05  FILLER                  PIC X(01) VALUE SPACES.
028300     05  LAD-RATE-WEIGHT         PIC 9(09)V9(04).
028400     05  FILLER                  PIC X(01) VALUE SPACES.
028500     05  LAD-ACCRUED-TO-DATE     PIC 9(09)V99.
028600     05  FILLER                  PIC X(01) VALUE SPACES.
028700     05  LAD-REMAINING-INTEREST  PIC 9(09)V99.
028800
028900*----------------------------------------------------------------
029000* LADDER TOTALS  --  level 1 the product type in hand, level 2
029100* the GL code in hand, level 3 the book; each level by bucket,
029200* with bucket 6 the level's total.
029300*----------------------------------------------------------------
029400 01  WS-LEVEL-IDX                PIC 9(04) COMP.
029500 01  WS-PRODUCT-LEVEL            PIC 9(04) COMP VALUE 1.
029600 01  WS-GL-LEVEL                 PIC 9(04) COMP VALUE 2.
029700 01  WS-BOOK-LEVEL               PIC 9(04) COMP VALUE 3.
029800 01  WS-LADDER-TOTALS.
029900     05  WS-LEVEL OCCURS 3 TIMES.
030000         10  WS-LVL-BUCKET OCCURS 6 TIMES.
030100             15  WS-LT-COUNT             PIC 9(07).
030200             15  WS-LT-PRINCIPAL         PIC 9(11)V99.
030300             15  WS-LT-RATE-WEIGHT       PIC 9(13)V9(04).
030400             15  WS-LT-ACCRUED           PIC 9(11)V99.
030500             15  WS-LT-REMAINING         PIC 9(11)V99.
030600
030700 01  WS-CURRENT-GL-CODE          PIC X(06).
030800 01  WS-CURRENT-PRODUCT          PIC X(04).
030900 01  WS-PRINT-LEVEL              PIC 9(04) COMP.
030920 01  WS-EXT-RECORD-TYPE          PIC X(01).
030940 01  WS-EXT-GL-CODE              PIC X(06).
030960 01  WS-EXT-PRODUCT-TYPE         PIC X(04).
030980 01  WS-EXT-BUCKET-NUMBER        PIC 9(01).
031000 01  WS-WA-RATE                  PIC 99V9(04).
031100 01  WS-PROJECTED                PIC 9(11)V99.
031200
031300 01  WS-ACCOUNTS-READ            PIC 9(08) VALUE ZERO.
031400 01  WS-ACCOUNTS-LADDERED        PIC 9(08) VALUE ZERO.
031500 01  WS-ACCOUNTS-NOT-EARNING     PIC 9(08) VALUE ZERO.
031600 01  WS-ACCOUNTS-NO-MATURITY     PIC 9(08) VALUE ZERO.
031700 01  WS-PRICED-AT-TABLE          PIC 9(08) VALUE ZERO.
031800 01  WS-PRICED-AT-ACCOUNT        PIC 9(08) VALUE ZERO.
031900 01  WS-ACCRUAL-ROWS-READ        PIC 9(08) VALUE ZERO.
032000 01  WS-ACCRUAL-ROWS-MATCHED     PIC 9(08) VALUE ZERO.
032100
032200*----------------------------------------------------------------
032300* DATE WORK AREAS
032400*----------------------------------------------------------------
032500 01  WS-DATE-IN                  PIC 9(08).
032600 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
032700     05  WS-DATE-IN-YYYY         PIC 9(04).
032800     05  WS-DATE-IN-MM           PIC 9(02).
032900     05  WS-DATE-IN-DD           PIC 9(02).
033000
033100 01  WS-EDITED-DATE.
033200     05  WS-ED-MM                PIC 9(02).
033300     05  FILLER                  PIC X(01) VALUE "/".
033400     05  WS-ED-DD                PIC 9(02).
033500     05  FILLER                  PIC X(01) VALUE "/".
033600     05  WS-ED-YYYY              PIC 9(04).
033700
033800 01  WS-DAY-NUMBER               PIC S9(08) COMP.
033900 01  WS-DTN-A                    PIC S9(04) COMP.
034000 01  WS-DTN-Y                    PIC S9(06) COMP.
034100 01  WS-DTN-M                    PIC S9(04) COMP.
034200 01  WS-DTN-T1                   PIC S9(06) COMP.
034300 01  WS-DTN-T2                   PIC S9(06) COMP.
034400 01  WS-DTN-T3                   PIC S9(06) COMP.
034500 01  WS-DTN-T4                   PIC S9(06) COMP.
034600
034700*----------------------------------------------------------------
034800* REPORT LINE LAYOUTS
034900*----------------------------------------------------------------
035000 01  RPT-HEADER-LINE.
035100     05  FILLER                  PIC X(37) VALUE
035200         "MATURITY LADDER AND RATE MIX - AS OF ".
035300     05  RPT-HDR-AS-OF           PIC X(10).
035400
035500 01  RPT-COLUMN-LINE-1.
035600     05  FILLER                  PIC X(57) VALUE SPACES.
035700     05  FILLER                  PIC X(09) VALUE " WEIGHTED".
035800     05  FILLER                  PIC X(19) VALUE
035900         "            ACCRUED".
036000     05  FILLER                  PIC X(19) VALUE
036100         "       TO ACCRUE TO".
036200     05  FILLER                  PIC X(19) VALUE
036300         "        INTEREST TO".
036400
036500 01  RPT-COLUMN-LINE-2.
036600     05  FILLER                  PIC X(08) VALUE "GL CODE".
036700     05  FILLER                  PIC X(08) VALUE "PRODUCT".
036800     05  FILLER                  PIC X(14) VALUE "MATURES IN".
036900     05  FILLER                  PIC X(08) VALUE "ACCOUNTS".
037000     05  FILLER                  PIC X(19) VALUE
037100         "          PRINCIPAL".
037200     05  FILLER                  PIC X(09) VALUE " AVG RATE".
037300     05  FILLER                  PIC X(19) VALUE
037400         "            TO DATE".
037500     05  FILLER                  PIC X(19) VALUE
037600         "           MATURITY".
037700     05  FILLER                  PIC X(19) VALUE
037800         "           MATURITY".
037900
038200 01  RPT-LADDER-LINE.
038300     05  RPT-LAD-GL-CODE         PIC X(06).
038400     05  FILLER                  PIC X(02) VALUE SPACES.
038500     05  RPT-LAD-PRODUCT         PIC X(04).
038600     05  FILLER                  PIC X(04) VALUE SPACES.
038700     05  RPT-LAD-BUCKET          PIC X(13).
038800     05  FILLER                  PIC X(02) VALUE SPACES.
038900     05  RPT-LAD-COUNT           PIC ZZZ,ZZ9.
039000     05  FILLER                  PIC X(02) VALUE SPACES.
039100     05  RPT-LAD-PRINCIPAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
039200     05  FILLER                  PIC X(02) VALUE SPACES.
039300     05  RPT-LAD-WA-RATE         PIC Z9.9999.
039400     05  FILLER                  PIC X(02) VALUE SPACES.
039500     05  RPT-LAD-ACCRUED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
039600     05  FILLER                  PIC X(02) VALUE SPACES.
039700     05  RPT-LAD-REMAINING       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
039800     05  FILLER                  PIC X(02) VALUE SPACES.
039900     05  RPT-LAD-PROJECTED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
040000
040100 01  RPT-COUNT-LINE.
040200     05  RPT-COUNT-LABEL         PIC X(40).
040300     05  RPT-COUNT-EDITED        PIC ZZ,ZZZ,ZZ9.
040400
040500 PROCEDURE DIVISION.
040600*================================================================
040700* 0000-MAINLINE
040800*================================================================
040900 0000-MAINLINE.
041000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041100     IF WS-FILES-OK
041200         PERFORM 2000-LADDER-ACCOUNTS THRU 2000-EXIT
041300         CLOSE LADDER-WORK-FILE
041400         PERFORM 4000-WRITE-LADDER THRU 4000-EXIT
041500         PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT
041600     END-IF.
041700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
041800
041900 0000-EXIT.
042000     EXIT.
042100
042200*================================================================
042300* 1000-INITIALIZE  --  the control card and the rate table, then
042400* the account master, without which there is nothing to ladder.
042500*================================================================
042600 1000-INITIALIZE.
042700     SET WS-FILES-OK TO TRUE.
042800     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
042900     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
043000     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
043100     IF WS-RATE-TABLE-COUNT = ZERO
043200         DISPLAY "Rate table RATETAB is missing or empty - "
043300             "every account is priced at its own rate."
043400     END-IF.
043500     OPEN INPUT ACCOUNT-MASTER-FILE.
043600     IF NOT WS-MASTER-OK
043700         DISPLAY "Account master ACCTMST not available - "
043800             "status " WS-MASTER-FILE-STATUS
043900         SET WS-FILES-BAD TO TRUE
044000     ELSE
044100         OPEN OUTPUT LADDER-WORK-FILE
044200         OPEN OUTPUT LADDER-REPORT-FILE
044300         OPEN OUTPUT ALCO-EXTRACT-FILE
044400         MOVE WS-AS-OF-DATE TO WS-DATE-IN
044500         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
044600         MOVE WS-EDITED-DATE TO RPT-HDR-AS-OF
044700         WRITE LADDER-REPORT-LINE FROM RPT-HEADER-LINE
044800         MOVE WS-AS-OF-DATE TO WS-DATE-IN
044900         PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT
045000         MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER
045100         INITIALIZE WS-LADDER-TOTALS
045200     END-IF.
045300
045400 1000-EXIT.
045500     EXIT.
045600
045700 1100-READ-CONTROL-CARD.
045800     MOVE SPACES TO WS-PARM-AS-OF-DATE-X.
045900     OPEN INPUT LADDER-CONTROL-FILE.
046000     IF WS-PARM-FILE-FOUND
046100         READ LADDER-CONTROL-FILE
046200             AT END
046300                 MOVE SPACES TO LADDER-CONTROL-RECORD
046400         END-READ
046500         MOVE PARM-AS-OF-DATE TO WS-PARM-AS-OF-DATE-X
046600         CLOSE LADDER-CONTROL-FILE
046700     END-IF.
046800     IF WS-PARM-AS-OF-DATE-X NOT = SPACES
046900         IF WS-PARM-AS-OF-DATE-X NUMERIC
047000             AND WS-PARM-AS-OF-DATE > ZERO
047100             MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
047200         ELSE
047300             DISPLAY "Control card as-of date not valid: "
047400                 WS-PARM-AS-OF-DATE-X " - today's date used."
047500         END-IF
047600     END-IF.
047700
047800 1100-EXIT.
047900     EXIT.
048000
048100*================================================================
048200* 1500-LOAD-RATE-TABLE  --  the banded table, loaded the way the
048300* posting program loads it; rows from the old layout read as
048400* all-balance bands.
048500*================================================================
048600 1500-LOAD-RATE-TABLE.
048700     MOVE ZERO TO WS-RATE-TABLE-COUNT.
048800     MOVE "N" TO WS-RATE-EOF-SWITCH.
048900     OPEN INPUT RATE-TABLE-FILE.
049000     IF WS-RATE-FILE-FOUND
049100         PERFORM 1550-READ-RATE-TABLE-RECORD THRU 1550-EXIT
049200         PERFORM 1560-STORE-RATE-TABLE-ENTRY THRU 1560-EXIT
049300             UNTIL WS-RATE-EOF
049400         CLOSE RATE-TABLE-FILE
049500     END-IF.
049600
049700 1500-EXIT.
049800     EXIT.
049900
050000 1550-READ-RATE-TABLE-RECORD.
050100     READ RATE-TABLE-FILE
050200         AT END
050300             SET WS-RATE-EOF TO TRUE
050400     END-READ.
050500
050600 1550-EXIT.
050700     EXIT.
050800
050900 1560-STORE-RATE-TABLE-ENTRY.
051000     IF WS-RATE-TABLE-COUNT < 100
051100         ADD 1 TO WS-RATE-TABLE-COUNT
051200         MOVE RT-PRODUCT-TIER
051300             TO WS-RT-PRODUCT-TIER(WS-RATE-TABLE-COUNT)
051400         MOVE RT-EFFECTIVE-DATE
051500             TO WS-RT-EFFECTIVE-DATE(WS-RATE-TABLE-COUNT)
051600         MOVE RT-APR TO WS-RT-APR(WS-RATE-TABLE-COUNT)
051700         IF RT-MIN-PRINCIPAL NUMERIC
051800             MOVE RT-MIN-PRINCIPAL
051900                 TO WS-RT-MIN-PRINCIPAL(WS-RATE-TABLE-COUNT)
052000         ELSE
052100             MOVE ZERO
052200                 TO WS-RT-MIN-PRINCIPAL(WS-RATE-TABLE-COUNT)
052300         END-IF
052400         IF RT-MAX-PRINCIPAL NUMERIC
052500             MOVE RT-MAX-PRINCIPAL
052600                 TO WS-RT-MAX-PRINCIPAL(WS-RATE-TABLE-COUNT)
052700         ELSE
052800             MOVE ZERO
052900                 TO WS-RT-MAX-PRINCIPAL(WS-RATE-TABLE-COUNT)
053000         END-IF
053100     ELSE
053200         IF WS-RATE-TABLE-FULL-SWITCH = "N"
053300             DISPLAY "Rate table has more than 100 entries - "
053400                 "extra rows ignored"
053500             SET WS-RATE-TABLE-FULL TO TRUE
053600         END-IF
053700     END-IF.
053800     PERFORM 1550-READ-RATE-TABLE-RECORD THRU 1550-EXIT.
053900
054000 1560-EXIT.
054100     EXIT.
054200
054300*================================================================
054400* 2000-LADDER-ACCOUNTS  --  the accrual master is sorted into
054500* account-id order on disk and merged against the account
054600* master, so each account meets its accrual row as it is
054700* laddered. A missing accrual master sorts to an empty file and
054800* every account shows nothing accrued.
054900*================================================================
055000 2000-LADDER-ACCOUNTS.
055100     OPEN INPUT ACCRUAL-MASTER-FILE.
055200     IF WS-ACCR-FILE-FOUND
055300         CLOSE ACCRUAL-MASTER-FILE
055400         SORT ACCR-SORT-FILE
055500             ON ASCENDING KEY ACCR-SORT-ID
055600             USING ACCRUAL-MASTER-FILE
055700             GIVING ACCRUAL-SORTED-FILE
055800     ELSE
055900         DISPLAY "Accrual master ACCRMST not found - accrued "
056000             "to date taken as zero."
056100         OPEN OUTPUT ACCRUAL-SORTED-FILE
056200         CLOSE ACCRUAL-SORTED-FILE
056300     END-IF.
056400     MOVE ZERO TO WS-ACCT-ACCRUED.
056500     MOVE ZERO TO WS-ACCT-LAST-ACCRUED.
056600     OPEN INPUT ACCRUAL-SORTED-FILE.
056700     PERFORM 2110-READ-MASTER THRU 2110-EXIT.
056800     PERFORM 2120-READ-ACCRUAL THRU 2120-EXIT.
056900     PERFORM 2200-MATCH-NEXT THRU 2200-EXIT
057000         UNTIL WS-MASTER-KEY = HIGH-VALUES
057100             AND WS-ACCR-KEY = HIGH-VALUES.
057200     CLOSE ACCRUAL-SORTED-FILE.
057300
057400 2000-EXIT.
057500     EXIT.
057600
057700 2110-READ-MASTER.
057800     READ ACCOUNT-MASTER-FILE
057900         AT END
058000             MOVE HIGH-VALUES TO WS-MASTER-KEY
058100         NOT AT END
058200             MOVE ACCT-ID TO WS-MASTER-KEY
058300             ADD 1 TO WS-ACCOUNTS-READ
058400     END-READ.
058500
058600 2110-EXIT.
058700     EXIT.
058800
058900 2120-READ-ACCRUAL.
059000     READ ACCRUAL-SORTED-FILE
059100         AT END
059200             MOVE HIGH-VALUES TO WS-ACCR-KEY
059300         NOT AT END
059400             MOVE ASRT-IN-ACCOUNT-ID TO WS-ACCR-KEY
059500             ADD 1 TO WS-ACCRUAL-ROWS-READ
059600     END-READ.
059700
059800 2120-EXIT.
059900     EXIT.
060000
060100*================================================================
060200* 2200-MATCH-NEXT  --  an account's accrual row is taken before
060300* the account itself; a row with no account behind it is
060400* passed over (the integrity audit reports those).
060500*================================================================
060600 2200-MATCH-NEXT.
060700     IF WS-ACCR-KEY < WS-MASTER-KEY
060800         PERFORM 2120-READ-ACCRUAL THRU 2120-EXIT
060900     ELSE
061000         IF WS-ACCR-KEY = WS-MASTER-KEY
061100             PERFORM 2250-TAKE-ACCRUAL-ROW THRU 2250-EXIT
061200             PERFORM 2120-READ-ACCRUAL THRU 2120-EXIT
061300         ELSE
061400             PERFORM 2300-LADDER-ACCOUNT THRU 2300-EXIT
061500             MOVE ZERO TO WS-ACCT-ACCRUED
061600             MOVE ZERO TO WS-ACCT-LAST-ACCRUED
061700             PERFORM 2110-READ-MASTER THRU 2110-EXIT
061800         END-IF
061900     END-IF.
062000
062100 2200-EXIT.
062200     EXIT.
062300
062310*================================================================
062320* 2250-TAKE-ACCRUAL-ROW  --  the row's accrued-to-date is for the
062330* current term only.  An account that capitalizes or pays out its
062340* interest has already had every closed month taken off at
062350* posting, so only the open month is still owed on it; an
062360* account that holds its interest is owed the whole term.
062370*================================================================
062400 2250-TAKE-ACCRUAL-ROW.
062500     ADD 1 TO WS-ACCRUAL-ROWS-MATCHED.
062510     IF ACCT-DISP-CAPITALIZE OR ACCT-DISP-PAYOUT
062520         IF ASRT-IN-MONTH-ACCRUED NUMERIC
062530             ADD ASRT-IN-MONTH-ACCRUED TO WS-ACCT-ACCRUED
062540         END-IF
062550     ELSE
062600         IF ASRT-IN-ACCRUED-TO-DATE NUMERIC
062700             ADD ASRT-IN-ACCRUED-TO-DATE TO WS-ACCT-ACCRUED
062750         END-IF
062800     END-IF.
062900     IF ASRT-IN-LAST-DATE NUMERIC
063000         AND ASRT-IN-LAST-DATE > WS-ACCT-LAST-ACCRUED
063100         MOVE ASRT-IN-LAST-DATE TO WS-ACCT-LAST-ACCRUED
063200     END-IF.
063300
063400 2250-EXIT.
063500     EXIT.
063600
063700*================================================================
063800* 2300-LADDER-ACCOUNT  --  closed accounts, dormant accounts and
063900* matured accounts awaiting payout earn nothing and are left off
064000* the ladder, as is an account with no maturity date to ladder
064050* it by.
064100*================================================================
064200 2300-LADDER-ACCOUNT.
064300     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-DORMANT
064350         OR ACCT-STATUS-MATURED
064400         ADD 1 TO WS-ACCOUNTS-NOT-EARNING
064500     ELSE
064600         IF ACCT-MATURITY-DATE NOT NUMERIC
064700             OR ACCT-MATURITY-DATE = ZERO
064800             ADD 1 TO WS-ACCOUNTS-NO-MATURITY
064900         ELSE
065000             PERFORM 2400-PRICE-ACCOUNT THRU 2400-EXIT
065100             PERFORM 2500-SET-BUCKET THRU 2500-EXIT
065200             PERFORM 2600-PROJECT-INTEREST THRU 2600-EXIT
065300             MOVE ACCT-GL-CODE TO LAD-GL-CODE
065400             MOVE ACCT-PRODUCT-TYPE TO LAD-PRODUCT-TYPE
065500             MOVE ACCT-PRINCIPAL TO LAD-PRINCIPAL
065600             COMPUTE LAD-RATE-WEIGHT = ACCT-PRINCIPAL * WS-APR
065700             COMPUTE LAD-ACCRUED-TO-DATE ROUNDED = WS-ACCT-ACCRUED
065800             WRITE LADDER-WORK-RECORD FROM LADDER-RECORD
065900             ADD 1 TO WS-ACCOUNTS-LADDERED
066000         END-IF
066100     END-IF.
066200
066300 2300-EXIT.
066400     EXIT.
066500
066600*================================================================
066700* 2400-PRICE-ACCOUNT  --  the posting program's pricing: the
066800* table apr for the product type and principal in effect on
066900* the as-of date, else the rate carried on the account.
067000*================================================================
067100 2400-PRICE-ACCOUNT.
067200     MOVE ACCT-RATE TO WS-APR.
067300     MOVE ACCT-PRODUCT-TYPE TO WS-PRODUCT-TIER.
067400     SET WS-RATE-NOT-FOUND TO TRUE.
067500     IF WS-PRODUCT-TIER NOT = SPACES
067600         MOVE WS-AS-OF-DATE TO WS-LOOKUP-DATE
067700         MOVE ACCT-PRINCIPAL TO WS-LOOKUP-PRINCIPAL
067800         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
067900     END-IF.
068000     IF WS-RATE-FOUND
068100         MOVE WS-LOOKED-UP-APR TO WS-APR
068200         ADD 1 TO WS-PRICED-AT-TABLE
068300     ELSE
068400         ADD 1 TO WS-PRICED-AT-ACCOUNT
068500     END-IF.
068600
068700 2400-EXIT.
068800     EXIT.
068900
069000*    Days to maturity from the as-of date; an account already
069100*    past maturity counts as maturing now.
069200 2500-SET-BUCKET.
069300     MOVE ACCT-MATURITY-DATE TO WS-DATE-IN.
069400     PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT.
069500     MOVE WS-DAY-NUMBER TO WS-MATURITY-DAY-NUMBER.
069600     COMPUTE WS-DAYS-TO-MATURITY =
069700         WS-MATURITY-DAY-NUMBER - WS-AS-OF-DAY-NUMBER.
069800     MOVE WS-BUCKET-COUNT TO LAD-BUCKET.
069900     PERFORM 2550-TEST-BUCKET THRU 2550-EXIT
070000         VARYING WS-BUCKET-IDX FROM WS-BUCKET-COUNT BY -1
070100         UNTIL WS-BUCKET-IDX < 1.
070200
070300 2500-EXIT.
070400     EXIT.
070500
070600 2550-TEST-BUCKET.
070700     IF WS-DAYS-TO-MATURITY NOT > WS-BKT-UPPER-DAYS(WS-BUCKET-IDX)
070800         MOVE WS-BUCKET-IDX TO LAD-BUCKET
070900     END-IF.
071000
071100 2550-EXIT.
071200     EXIT.
071300
071400*================================================================
071500* 2600-PROJECT-INTEREST  --  simple daily interest for the days
071600* not yet accrued, from the day after the last day on ACCRMST
071700* (or the open date) to the day before maturity. An accrual row
071800* dated at or past maturity - including the payoff stamp - has
071900* nothing left to accrue.
072000*================================================================
072100 2600-PROJECT-INTEREST.
072200     MOVE ZERO TO LAD-REMAINING-INTEREST.
072300     MOVE ZERO TO WS-REMAINING-DAYS.
072400     IF WS-ACCT-LAST-ACCRUED < ACCT-MATURITY-DATE
072500         IF WS-ACCT-LAST-ACCRUED NOT < ACCT-OPEN-DATE
072600             MOVE WS-ACCT-LAST-ACCRUED TO WS-DATE-IN
072700             PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT
072800             COMPUTE WS-START-DAY-NUMBER = WS-DAY-NUMBER + 1
072900         ELSE
073000             MOVE ACCT-OPEN-DATE TO WS-DATE-IN
073100             PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT
073200             MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
073300         END-IF
073400         COMPUTE WS-REMAINING-DAYS =
073500             WS-MATURITY-DAY-NUMBER - WS-START-DAY-NUMBER
073600     END-IF.
073700     IF WS-REMAINING-DAYS > ZERO
073800         IF ACCT-DAY-COUNT-BASIS = "T"
073900             MOVE 360 TO WS-BASIS-DAYS
074000         ELSE
074100             MOVE 365 TO WS-BASIS-DAYS
074200         END-IF
074300         COMPUTE LAD-REMAINING-INTEREST ROUNDED =
074400             ACCT-PRINCIPAL * WS-APR * WS-REMAINING-DAYS
074500                 / 100 / WS-BASIS-DAYS
074600     END-IF.
074700
074800 2600-EXIT.
074900     EXIT.
075000
075100*================================================================
075200* 2700-LOOKUP-RATE-FROM-TABLE  --  the posting program's banded
075300* lookup: the most recent apr for WS-PRODUCT-TIER effective on
075400* or before WS-LOOKUP-DATE whose principal band holds
075500* WS-LOOKUP-PRINCIPAL (a zero/zero band means all balances, and
075600* a zero maximum alone means no upper bound).
075700*================================================================
075800 2700-LOOKUP-RATE-FROM-TABLE.
075900     SET WS-RATE-NOT-FOUND TO TRUE.
076000     MOVE ZERO TO WS-BEST-EFFECTIVE-DATE.
076100     IF WS-RATE-TABLE-COUNT > ZERO
076200         PERFORM 2750-SCAN-RATE-TABLE-ENTRY THRU 2750-EXIT
076300             VARYING WS-RATE-IDX FROM 1 BY 1
076400             UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
076500     END-IF.
076600
076700 2700-EXIT.
076800     EXIT.
076900
077000 2750-SCAN-RATE-TABLE-ENTRY.
077100     IF WS-RT-PRODUCT-TIER(WS-RATE-IDX) = WS-PRODUCT-TIER
077200         AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) NOT >
077300             WS-LOOKUP-DATE
077400         AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) >
077500             WS-BEST-EFFECTIVE-DATE
077600         AND ((WS-RT-MIN-PRINCIPAL(WS-RATE-IDX) = ZERO
077700                 AND WS-RT-MAX-PRINCIPAL(WS-RATE-IDX) = ZERO)
077800             OR (WS-LOOKUP-PRINCIPAL NOT <
077900                     WS-RT-MIN-PRINCIPAL(WS-RATE-IDX)
078000                 AND (WS-RT-MAX-PRINCIPAL(WS-RATE-IDX) = ZERO
078100                     OR WS-LOOKUP-PRINCIPAL NOT >
078200                         WS-RT-MAX-PRINCIPAL(WS-RATE-IDX))))
078300         MOVE WS-RT-EFFECTIVE-DATE(WS-RATE-IDX)
078400             TO WS-BEST-EFFECTIVE-DATE
078500         MOVE WS-RT-APR(WS-RATE-IDX) TO WS-LOOKED-UP-APR
078600         SET WS-RATE-FOUND TO TRUE
078700     END-IF.
078800
078900 2750-EXIT.
079000     EXIT.
079100
079200*================================================================
079300* 4000-WRITE-LADDER  --  the laddered accounts sorted by GL code,
079400* product type and bucket. Each product type prints the buckets
079500* it has accounts in and its total; each GL code prints all five
079600* rungs and its total; the book total closes the report.
079700*================================================================
079800 4000-WRITE-LADDER.
079900     SORT LADDER-SORT-FILE
080000         ON ASCENDING KEY LSRT-GL-CODE
080100                          LSRT-PRODUCT-TYPE
080200                          LSRT-BUCKET
080300         USING LADDER-WORK-FILE
080400         GIVING LADDER-SORTED-FILE.
080500     MOVE SPACES TO LADDER-REPORT-LINE.
080600     WRITE LADDER-REPORT-LINE.
080700     WRITE LADDER-REPORT-LINE FROM RPT-COLUMN-LINE-1.
080800     WRITE LADDER-REPORT-LINE FROM RPT-COLUMN-LINE-2.
080900     MOVE "N" TO WS-LAD-EOF-SWITCH.
081000     OPEN INPUT LADDER-SORTED-FILE.
081100     PERFORM 4100-READ-LADDER THRU 4100-EXIT.
081200     IF NOT WS-LAD-EOF
081300         MOVE LAD-GL-CODE TO WS-CURRENT-GL-CODE
081400         MOVE LAD-PRODUCT-TYPE TO WS-CURRENT-PRODUCT
081500     END-IF.
081600     PERFORM 4200-TAKE-LADDER-RECORD THRU 4200-EXIT
081700         UNTIL WS-LAD-EOF.
081800     IF WS-ACCOUNTS-LADDERED > ZERO
081900         PERFORM 4300-PRODUCT-BREAK THRU 4300-EXIT
082000         PERFORM 4400-GL-BREAK THRU 4400-EXIT
082100     END-IF.
082200     MOVE SPACES TO LADDER-REPORT-LINE.
082300     WRITE LADDER-REPORT-LINE.
082400     MOVE WS-BOOK-LEVEL TO WS-PRINT-LEVEL.
082500     MOVE "ALL" TO RPT-LAD-GL-CODE.
082600     MOVE "ALL" TO RPT-LAD-PRODUCT.
082700     MOVE "T" TO WS-EXT-RECORD-TYPE.
082800     MOVE SPACES TO WS-EXT-GL-CODE.
082900     MOVE SPACES TO WS-EXT-PRODUCT-TYPE.
083000     PERFORM 4500-WRITE-LEVEL-LINES THRU 4500-EXIT.
083100     CLOSE LADDER-SORTED-FILE.
083200
083300 4000-EXIT.
083400     EXIT.
083500
083600 4100-READ-LADDER.
083700     READ LADDER-SORTED-FILE INTO LADDER-RECORD
083800         AT END
083900             SET WS-LAD-EOF TO TRUE
084000     END-READ.
084100
084200 4100-EXIT.
084300     EXIT.
084400
084500 4200-TAKE-LADDER-RECORD.
084600     IF LAD-GL-CODE NOT = WS-CURRENT-GL-CODE
084700         PERFORM 4300-PRODUCT-BREAK THRU 4300-EXIT
084800         PERFORM 4400-GL-BREAK THRU 4400-EXIT
084900         MOVE LAD-GL-CODE TO WS-CURRENT-GL-CODE
085000         MOVE LAD-PRODUCT-TYPE TO WS-CURRENT-PRODUCT
085100     ELSE
085200         IF LAD-PRODUCT-TYPE NOT = WS-CURRENT-PRODUCT
085300             PERFORM 4300-PRODUCT-BREAK THRU 4300-EXIT
085400             MOVE LAD-PRODUCT-TYPE TO WS-CURRENT-PRODUCT
085500         END-IF
085600     END-IF.
085700     PERFORM 4250-ADD-TO-LEVEL THRU 4250-EXIT
085800         VARYING WS-LEVEL-IDX FROM 1 BY 1
085900         UNTIL WS-LEVEL-IDX > WS-BOOK-LEVEL.
086000     PERFORM 4100-READ-LADDER THRU 4100-EXIT.
086100
086200 4200-EXIT.
086300     EXIT.
086400
086500*    Each account goes into its bucket and the level's total.
086600 4250-ADD-TO-LEVEL.
086700     MOVE LAD-BUCKET TO WS-BUCKET-IDX.
086800     PERFORM 4260-ADD-TO-BUCKET THRU 4260-EXIT.
086900     MOVE WS-BUCKET-TOTAL-IDX TO WS-BUCKET-IDX.
087000     PERFORM 4260-ADD-TO-BUCKET THRU 4260-EXIT.
087100
087200 4250-EXIT.
087300     EXIT.
087400
087500 4260-ADD-TO-BUCKET.
087600     ADD 1 TO WS-LT-COUNT(WS-LEVEL-IDX, WS-BUCKET-IDX).
087700     ADD LAD-PRINCIPAL
087800         TO WS-LT-PRINCIPAL(WS-LEVEL-IDX, WS-BUCKET-IDX).
087900     ADD LAD-RATE-WEIGHT
088000         TO WS-LT-RATE-WEIGHT(WS-LEVEL-IDX, WS-BUCKET-IDX).
088100     ADD LAD-ACCRUED-TO-DATE
088200         TO WS-LT-ACCRUED(WS-LEVEL-IDX, WS-BUCKET-IDX).
088300     ADD LAD-REMAINING-INTEREST
088400         TO WS-LT-REMAINING(WS-LEVEL-IDX, WS-BUCKET-IDX).
088500
088600 4260-EXIT.
088700     EXIT.
088800
088900 4300-PRODUCT-BREAK.
089000     MOVE WS-PRODUCT-LEVEL TO WS-PRINT-LEVEL.
089100     MOVE WS-CURRENT-GL-CODE TO RPT-LAD-GL-CODE.
089200     MOVE WS-CURRENT-PRODUCT TO RPT-LAD-PRODUCT.
089300     MOVE "P" TO WS-EXT-RECORD-TYPE.
089400     MOVE WS-CURRENT-GL-CODE TO WS-EXT-GL-CODE.
089500     MOVE WS-CURRENT-PRODUCT TO WS-EXT-PRODUCT-TYPE.
089600     PERFORM 4500-WRITE-LEVEL-LINES THRU 4500-EXIT.
089700     INITIALIZE WS-LEVEL(WS-PRODUCT-LEVEL).
089800
089900 4300-EXIT.
090000     EXIT.
090100
090200 4400-GL-BREAK.
090300     MOVE WS-GL-LEVEL TO WS-PRINT-LEVEL.
090400     MOVE WS-CURRENT-GL-CODE TO RPT-LAD-GL-CODE.
090500     MOVE "ALL" TO RPT-LAD-PRODUCT.
090600     MOVE "G" TO WS-EXT-RECORD-TYPE.
090700     MOVE WS-CURRENT-GL-CODE TO WS-EXT-GL-CODE.
090800     MOVE SPACES TO WS-EXT-PRODUCT-TYPE.
090900     PERFORM 4500-WRITE-LEVEL-LINES THRU 4500-EXIT.
091000     MOVE SPACES TO LADDER-REPORT-LINE.
091100     WRITE LADDER-REPORT-LINE.
091200     INITIALIZE WS-LEVEL(WS-GL-LEVEL).
091300
091400 4400-EXIT.
091500     EXIT.
091600
091700*================================================================
091800* 4500-WRITE-LEVEL-LINES  --  the rungs and total of the level in
091900* WS-PRINT-LEVEL, to the report and the extract. A product type
092000* shows only the rungs it has accounts in.
092100*================================================================
092200 4500-WRITE-LEVEL-LINES.
092300     PERFORM 4550-WRITE-BUCKET-LINE THRU 4550-EXIT
092400         VARYING WS-BUCKET-IDX FROM 1 BY 1
092500         UNTIL WS-BUCKET-IDX > WS-BUCKET-TOTAL-IDX.
092600
092700 4500-EXIT.
092800     EXIT.
092900
093000 4550-WRITE-BUCKET-LINE.
093100     IF WS-PRINT-LEVEL NOT = WS-PRODUCT-LEVEL
093200         OR WS-LT-COUNT(WS-PRINT-LEVEL, WS-BUCKET-IDX) > ZERO
093300         MOVE ZERO TO WS-WA-RATE
093400         IF WS-LT-PRINCIPAL(WS-PRINT-LEVEL, WS-BUCKET-IDX) > ZERO
093500             COMPUTE WS-WA-RATE ROUNDED =
093600                 WS-LT-RATE-WEIGHT(WS-PRINT-LEVEL, WS-BUCKET-IDX)
093700                 / WS-LT-PRINCIPAL(WS-PRINT-LEVEL, WS-BUCKET-IDX)
093800         END-IF
093900         COMPUTE WS-PROJECTED =
094000             WS-LT-ACCRUED(WS-PRINT-LEVEL, WS-BUCKET-IDX)
094100             + WS-LT-REMAINING(WS-PRINT-LEVEL, WS-BUCKET-IDX)
094200         MOVE WS-BKT-LABEL(WS-BUCKET-IDX) TO RPT-LAD-BUCKET
094300         MOVE WS-LT-COUNT(WS-PRINT-LEVEL, WS-BUCKET-IDX)
094400             TO RPT-LAD-COUNT
094500         MOVE WS-LT-PRINCIPAL(WS-PRINT-LEVEL, WS-BUCKET-IDX)
094600             TO RPT-LAD-PRINCIPAL
094700         MOVE WS-WA-RATE TO RPT-LAD-WA-RATE
094800         MOVE WS-LT-ACCRUED(WS-PRINT-LEVEL, WS-BUCKET-IDX)
094900             TO RPT-LAD-ACCRUED
095000         MOVE WS-LT-REMAINING(WS-PRINT-LEVEL, WS-BUCKET-IDX)
095100             TO RPT-LAD-REMAINING
095200         MOVE WS-PROJECTED TO RPT-LAD-PROJECTED
095300         WRITE LADDER-REPORT-LINE FROM RPT-LADDER-LINE
095400         PERFORM 4600-WRITE-EXTRACT THRU 4600-EXIT
095500     END-IF.
095600
095700 4550-EXIT.
095800     EXIT.
095900
096000 4600-WRITE-EXTRACT.
096100     MOVE SPACES TO ALCO-EXTRACT-RECORD.
096120     MOVE WS-EXT-RECORD-TYPE TO EXT-RECORD-TYPE.
096140     MOVE WS-EXT-GL-CODE TO EXT-GL-CODE.
096160     MOVE WS-EXT-PRODUCT-TYPE TO EXT-PRODUCT-TYPE.
096180     MOVE WS-AS-OF-DATE TO EXT-AS-OF-DATE.
096200     IF WS-BUCKET-IDX = WS-BUCKET-TOTAL-IDX
096300         MOVE "T" TO EXT-BUCKET
096400     ELSE
096500         MOVE WS-BUCKET-IDX TO WS-EXT-BUCKET-NUMBER
096550         MOVE WS-EXT-BUCKET-NUMBER TO EXT-BUCKET
096600     END-IF.
096700     MOVE WS-LT-COUNT(WS-PRINT-LEVEL, WS-BUCKET-IDX)
096800         TO EXT-ACCOUNT-COUNT.
096900     MOVE WS-LT-PRINCIPAL(WS-PRINT-LEVEL, WS-BUCKET-IDX)
097000         TO EXT-PRINCIPAL.
097100     MOVE WS-WA-RATE TO EXT-WA-RATE.
097200     MOVE WS-LT-ACCRUED(WS-PRINT-LEVEL, WS-BUCKET-IDX)
097300         TO EXT-ACCRUED-TO-DATE.
097400     MOVE WS-LT-REMAINING(WS-PRINT-LEVEL, WS-BUCKET-IDX)
097500         TO EXT-REMAINING-INTEREST.
097600     MOVE WS-PROJECTED TO EXT-PROJECTED-INTEREST.
097700     WRITE ALCO-EXTRACT-RECORD.
097800
097900 4600-EXIT.
098000     EXIT.
098100
098200*================================================================
098300* 5000-WRITE-CONTROL-TOTALS  --  every account read is laddered
098400* or accounted for as not earning or undated.
098500*================================================================
098600 5000-WRITE-CONTROL-TOTALS.
098700     MOVE SPACES TO LADDER-REPORT-LINE.
098800     WRITE LADDER-REPORT-LINE.
098900     MOVE "ACCOUNTS ON ACCTMST" TO RPT-COUNT-LABEL.
099000     MOVE WS-ACCOUNTS-READ TO RPT-COUNT-EDITED.
099100     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
099200     MOVE "ACCOUNTS LADDERED" TO RPT-COUNT-LABEL.
099300     MOVE WS-ACCOUNTS-LADDERED TO RPT-COUNT-EDITED.
099400     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
099500     MOVE "  PRICED AT THE RATE TABLE" TO RPT-COUNT-LABEL.
099600     MOVE WS-PRICED-AT-TABLE TO RPT-COUNT-EDITED.
099700     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
099800     MOVE "  PRICED AT THE ACCOUNT RATE" TO RPT-COUNT-LABEL.
099900     MOVE WS-PRICED-AT-ACCOUNT TO RPT-COUNT-EDITED.
100000     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
100100     MOVE "CLOSED/DORMANT/MATURED - NOT LADDERED"
100150         TO RPT-COUNT-LABEL.
100200     MOVE WS-ACCOUNTS-NOT-EARNING TO RPT-COUNT-EDITED.
100300     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
100400     MOVE "NO MATURITY DATE - NOT LADDERED" TO RPT-COUNT-LABEL.
100500     MOVE WS-ACCOUNTS-NO-MATURITY TO RPT-COUNT-EDITED.
100600     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
100700     MOVE "ACCRMST ROWS" TO RPT-COUNT-LABEL.
100800     MOVE WS-ACCRUAL-ROWS-READ TO RPT-COUNT-EDITED.
100900     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
101000     MOVE "ACCRMST ROWS MATCHED TO AN ACCOUNT" TO RPT-COUNT-LABEL.
101100     MOVE WS-ACCRUAL-ROWS-MATCHED TO RPT-COUNT-EDITED.
101200     WRITE LADDER-REPORT-LINE FROM RPT-COUNT-LINE.
101300     DISPLAY "Maturity ladder written to LADRRPT and ALCOEXT - "
101400         "accounts laddered=" WS-ACCOUNTS-LADDERED.
101500
101600 5000-EXIT.
101700     EXIT.
101800
101900*================================================================
102000* 7600-DATE-TO-DAY-NUMBER  --  convert the YYYYMMDD date in
102100* WS-DATE-IN to a serial day number in WS-DAY-NUMBER; each
102200* quotient is truncated in its own integer field.
102300*================================================================
102400 7600-DATE-TO-DAY-NUMBER.
102500     COMPUTE WS-DTN-A = (14 - WS-DATE-IN-MM) / 12.
102600     COMPUTE WS-DTN-Y = WS-DATE-IN-YYYY + 4800 - WS-DTN-A.
102700     COMPUTE WS-DTN-M = WS-DATE-IN-MM + (12 * WS-DTN-A) - 3.
102800     COMPUTE WS-DTN-T1 = ((153 * WS-DTN-M) + 2) / 5.
102900     COMPUTE WS-DTN-T2 = WS-DTN-Y / 4.
103000     COMPUTE WS-DTN-T3 = WS-DTN-Y / 100.
103100     COMPUTE WS-DTN-T4 = WS-DTN-Y / 400.
103200     COMPUTE WS-DAY-NUMBER = WS-DATE-IN-DD + WS-DTN-T1
103300         + (365 * WS-DTN-Y) + WS-DTN-T2 - WS-DTN-T3
103400         + WS-DTN-T4 - 32045.
103500
103600 7600-EXIT.
103700     EXIT.
103800
103900*================================================================
104000* 8100-FORMAT-DATE  --  edit a YYYYMMDD date in WS-DATE-IN to
104100* MM/DD/YYYY in WS-EDITED-DATE.
104200*================================================================
104300 8100-FORMAT-DATE.
104400     MOVE WS-DATE-IN-MM TO WS-ED-MM.
104500     MOVE WS-DATE-IN-DD TO WS-ED-DD.
104600     MOVE WS-DATE-IN-YYYY TO WS-ED-YYYY.
104700
104800 8100-EXIT.
104900     EXIT.
105000
105100*================================================================
105200* 9999-TERMINATE  --  a ladder that could not read the account
105300* master ends with return code 8.
105400*================================================================
105500 9999-TERMINATE.
105600     IF WS-FILES-OK
105700         CLOSE ACCOUNT-MASTER-FILE
105800         CLOSE LADDER-REPORT-FILE
105900         CLOSE ALCO-EXTRACT-FILE
106000         MOVE ZERO TO RETURN-CODE
106100     ELSE
106200         MOVE 8 TO RETURN-CODE
106300     END-IF.
106400     STOP RUN.
106500
106600 9999-EXIT.
106700     EXIT.
