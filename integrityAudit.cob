000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. integrityAudit.
000300 AUTHOR. James Hill.
000400 INSTALLATION. Consumer Lending Systems.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026 JH    Written to cross-check the files that are
001200*                  each maintained on their own and so drift
001300*                  apart: every open account on the ACCTMST
001400*                  master must price at a live RATETAB band for
001500*                  its principal and carry a GL code the GLCHART
001600*                  chart knows for its product (or the posting
001700*                  program books it to the suspense pair), and a
001750*                  dormant or matured account that would not is
001760*                  a warning; every ACCRMST accrual row
001900*                  must belong to an account on the master and
002000*                  carry a GL code on the chart; and nothing may
002100*                  sit on the ACCTREJ suspense file unrepaired
002200*                  past the stale limit. Exceptions are listed
002300*                  by type with counts, and the run ends with a
002400*                  severity return code the night can test:
002500*                  8 for anything tonight's run would mis-post,
002600*                  4 for drift that needs working, else zero.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS ACCT-ID
003500         FILE STATUS IS WS-MASTER-FILE-STATUS.
003600     SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RATE-FILE-STATUS.
003900     SELECT GL-CHART-FILE ASSIGN TO "GLCHART"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CHART-FILE-STATUS.
004200     SELECT ACCRUAL-MASTER-FILE ASSIGN TO "ACCRMST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ACCR-FILE-STATUS.
004500     SELECT ACCRUAL-SORTED-FILE ASSIGN TO "AUDASRT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ACCR-SRT-STATUS.
004800     SELECT SUSPENSE-FILE ASSIGN TO "ACCTREJ"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SUSP-FILE-STATUS.
005100     SELECT EXCEPTION-WORK-FILE ASSIGN TO "AUDTWORK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-EXC-WORK-STATUS.
005400     SELECT EXCEPTION-SORTED-FILE ASSIGN TO "AUDTSRT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-EXC-SRT-STATUS.
005700     SELECT ACCR-SORT-FILE ASSIGN TO "SORTWK1".
005800     SELECT EXC-SORT-FILE ASSIGN TO "SORTWK2".
005900     SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDTPARM"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PARM-FILE-STATUS.
006200     SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDTRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ACCOUNT-MASTER-FILE.
006900     COPY ACCTREC.
007000
007100 FD  RATE-TABLE-FILE
007200     RECORDING MODE IS F.
007300 01  RATE-TABLE-RECORD.
007400     05  RT-PRODUCT-TIER         PIC X(04).
007500     05  RT-EFFECTIVE-DATE       PIC 9(08).
007600     05  RT-APR                  PIC 99V99.
007700     05  RT-MIN-PRINCIPAL        PIC 9(07)V99.
007800     05  RT-MAX-PRINCIPAL        PIC 9(07)V99.
007900
008000 FD  GL-CHART-FILE
008100     RECORDING MODE IS F.
008200 01  GL-CHART-RECORD.
008300     05  CHART-PRODUCT-TYPE      PIC X(04).
008400     05  FILLER                  PIC X(01).
008500     05  CHART-GL-CODE           PIC X(06).
008600     05  FILLER                  PIC X(01).
008700     05  CHART-OFFSET-CODE       PIC X(06).
008800
008900 FD  ACCRUAL-MASTER-FILE
009000     RECORDING MODE IS F.
009100 01  ACCRUAL-MASTER-RECORD       PIC X(56).
009200
009300*    The accrual master in account-id order, in the ACCRMST
009400*    layout the posting program writes.
009500 FD  ACCRUAL-SORTED-FILE
009600     RECORDING MODE IS F.
009700 01  ACCRUAL-SORTED-RECORD.
009800     05  ASRT-IN-ACCOUNT-ID      PIC X(10).
009900     05  FILLER                  PIC X(01).
010000     05  ASRT-IN-ACCRUED-TO-DATE PIC 9(09)V9(05).
010100     05  FILLER                  PIC X(01).
010200     05  ASRT-IN-MONTH-ACCRUED   PIC 9(09)V9(05).
010300     05  FILLER                  PIC X(01).
010400     05  ASRT-IN-LAST-DATE       PIC 9(08).
010500     05  FILLER                  PIC X(01).
010600     05  ASRT-IN-GL-CODE         PIC X(06).
010700
010800 FD  SUSPENSE-FILE
010900     RECORDING MODE IS F.
011000     COPY SUSPREC.
011100
011200 FD  EXCEPTION-WORK-FILE
011300     RECORDING MODE IS F.
011400 01  EXCEPTION-WORK-RECORD       PIC X(87).
011500
011600 FD  EXCEPTION-SORTED-FILE
011700     RECORDING MODE IS F.
011800 01  EXCEPTION-SORTED-RECORD     PIC X(87).
011900
012000 SD  ACCR-SORT-FILE.
012100 01  ACCR-SORT-RECORD.
012200     05  ACCR-SORT-ID            PIC X(10).
012300     05  FILLER                  PIC X(46).
012400
012500 SD  EXC-SORT-FILE.
012600 01  EXC-SORT-RECORD.
012700     05  ESRT-TYPE               PIC 9(02).
012800     05  FILLER                  PIC X(01).
012900     05  ESRT-KEY                PIC X(10).
013000     05  FILLER                  PIC X(74).
013100
013200*    Control card: the as-of date (columns 1-8) and the number
013300*    of days a suspense item may wait before it is stale
013400*    (columns 10-12). Either left blank takes the default.
013500 FD  AUDIT-CONTROL-FILE
013600     RECORDING MODE IS F.
013700 01  AUDIT-CONTROL-RECORD.
013800     05  PARM-AS-OF-DATE         PIC X(08).
013900     05  FILLER                  PIC X(01).
014000     05  PARM-STALE-DAYS         PIC X(03).
014100
014200 FD  AUDIT-REPORT-FILE
014300     RECORDING MODE IS F.
014400 01  AUDIT-REPORT-LINE           PIC X(132).
014500
014600 WORKING-STORAGE SECTION.
014700*----------------------------------------------------------------
014800* FILE STATUS AND RUN CONTROL
014900*----------------------------------------------------------------
015000 01  WS-MASTER-FILE-STATUS       PIC X(02).
015100     88  WS-MASTER-OK            VALUE "00".
015200 01  WS-RATE-FILE-STATUS         PIC X(02).
015300     88  WS-RATE-FILE-FOUND      VALUE "00".
015400 01  WS-CHART-FILE-STATUS        PIC X(02).
015500     88  WS-CHART-FILE-FOUND     VALUE "00".
015600 01  WS-ACCR-FILE-STATUS         PIC X(02).
015700     88  WS-ACCR-FILE-FOUND      VALUE "00".
015800 01  WS-ACCR-SRT-STATUS          PIC X(02).
015900 01  WS-SUSP-FILE-STATUS         PIC X(02).
016000     88  WS-SUSP-FILE-FOUND      VALUE "00".
016100 01  WS-EXC-WORK-STATUS          PIC X(02).
016200 01  WS-EXC-SRT-STATUS           PIC X(02).
016300 01  WS-PARM-FILE-STATUS         PIC X(02).
016400     88  WS-PARM-FILE-FOUND      VALUE "00".
016500 01  WS-RPT-FILE-STATUS          PIC X(02).
016600
016700 01  WS-FILES-OK-SWITCH          PIC X(01).
016800     88  WS-FILES-OK             VALUE "Y".
016900     88  WS-FILES-BAD            VALUE "N".
017000
017100 01  WS-RATE-EOF-SWITCH          PIC X(01).
017200     88  WS-RATE-EOF             VALUE "Y".
017300 01  WS-CHART-EOF-SWITCH         PIC X(01).
017400     88  WS-CHART-EOF            VALUE "Y".
017500 01  WS-SUSP-EOF-SWITCH          PIC X(01).
017600     88  WS-SUSP-EOF             VALUE "Y".
017700 01  WS-EXC-EOF-SWITCH           PIC X(01).
017800     88  WS-EXC-EOF              VALUE "Y".
017900
018000 01  WS-AS-OF-DATE               PIC 9(08).
018100 01  WS-STALE-DAYS               PIC 9(03) VALUE 14.
018200 01  WS-PARM-AS-OF-DATE-X        PIC X(08).
018300 01  WS-PARM-AS-OF-DATE REDEFINES WS-PARM-AS-OF-DATE-X
018400                                 PIC 9(08).
018500 01  WS-PARM-STALE-DAYS-X        PIC X(03).
018600 01  WS-PARM-STALE-DAYS REDEFINES WS-PARM-STALE-DAYS-X
018700                                 PIC 9(03).
018800
018900*----------------------------------------------------------------
019000* MERGE KEYS  --  the master and the sorted accrual master
019100* advance together in account-id order; an input at end of
019200* file holds high values so it never supplies the lowest key.
019300*----------------------------------------------------------------
019400 01  WS-MASTER-KEY               PIC X(10).
019500 01  WS-ACCR-KEY                 PIC X(10).
019600
019700*----------------------------------------------------------------
019800* IN-MEMORY RATE TABLE AND CHART OF ACCOUNTS  --  the same
019900* 100-entry ceilings and layouts the posting program loads.
020000*----------------------------------------------------------------
020100 01  WS-RATE-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
020200 01  WS-RATE-IDX                 PIC 9(04) COMP.
020300 01  WS-BEST-EFFECTIVE-DATE      PIC 9(08).
020400 01  WS-RATE-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
020500     88  WS-RATE-TABLE-FULL      VALUE "Y".
020600 01  WS-RATE-TABLE.
020700     05  WS-RATE-TABLE-ENTRY OCCURS 100 TIMES.
020800         10  WS-RT-PRODUCT-TIER      PIC X(04).
020900         10  WS-RT-EFFECTIVE-DATE    PIC 9(08).
021000         10  WS-RT-APR               PIC 99V99.
021100         10  WS-RT-MIN-PRINCIPAL     PIC 9(07)V99.
021200         10  WS-RT-MAX-PRINCIPAL     PIC 9(07)V99.
021300
021400 01  WS-PRODUCT-TIER             PIC X(04).
021500 01  WS-LOOKUP-DATE              PIC 9(08).
021600 01  WS-LOOKUP-PRINCIPAL         PIC 9(07)V99.
021700 01  WS-LOOKED-UP-APR            PIC 99V99.
021800
021900 01  WS-RATE-FOUND-SWITCH        PIC X(01).
022000     88  WS-RATE-FOUND           VALUE "Y".
022100     88  WS-RATE-NOT-FOUND       VALUE "N".
022200 01  WS-PRODUCT-KNOWN-SWITCH     PIC X(01).
022300     88  WS-PRODUCT-KNOWN        VALUE "Y".
022400     88  WS-PRODUCT-UNKNOWN      VALUE "N".
022500
022600 01  WS-CHART-COUNT              PIC 9(04) COMP VALUE ZERO.
022700 01  WS-CHART-IDX                PIC 9(04) COMP.
022800 01  WS-CHART-FULL-SWITCH        PIC X(01) VALUE "N".
022900     88  WS-CHART-FULL           VALUE "Y".
023000 01  WS-CHART-TABLE.
023100     05  WS-CHART-ENTRY OCCURS 100 TIMES.
023200         10  WS-CH-PRODUCT-TYPE      PIC X(04).
023300         10  WS-CH-GL-CODE           PIC X(06).
023400         10  WS-CH-OFFSET-CODE       PIC X(06).
023500
023600 01  WS-GL-CODE                  PIC X(06).
023700 01  WS-CHART-FOUND-SWITCH       PIC X(01).
023800     88  WS-CHART-ENTRY-FOUND    VALUE "Y".
023900     88  WS-CHART-ENTRY-NOT-FOUND VALUE "N".
024000
024100*----------------------------------------------------------------
024200* EXCEPTION TYPES  --  the title and severity of each type, in
024300* report order. Severity 8 is a posting tonight's run would get
024400* wrong; severity 4 is drift to be worked.
024500*----------------------------------------------------------------
024600 01  WS-EXC-TYPE-COUNT           PIC 9(04) COMP VALUE 7.
024700 01  WS-EXC-IDX                  PIC 9(04) COMP.
024800 01  WS-EXC-TYPE-VALUES.
024900     05  FILLER                  PIC 9(02) VALUE 8.
025000     05  FILLER                  PIC X(36) VALUE
025100         "PRODUCT NOT ON RATE TABLE".
025200     05  FILLER                  PIC 9(02) VALUE 8.
025300     05  FILLER                  PIC X(36) VALUE
025400         "NO LIVE RATE BAND FOR PRINCIPAL".
025500     05  FILLER                  PIC 9(02) VALUE 8.
025600     05  FILLER                  PIC X(36) VALUE
025700         "ACCOUNT GL CODE NOT ON CHART".
025800     05  FILLER                  PIC 9(02) VALUE 8.
025900     05  FILLER                  PIC X(36) VALUE
026000         "ACCRUAL GL CODE NOT ON CHART".
026100     05  FILLER                  PIC 9(02) VALUE 4.
026200     05  FILLER                  PIC X(36) VALUE
026300         "ACCRUAL ROW WITH NO ACCOUNT".
026400     05  FILLER                  PIC 9(02) VALUE 4.
026500     05  FILLER                  PIC X(36) VALUE
026600         "STALE SUSPENSE ITEM".
026610     05  FILLER                  PIC 9(02) VALUE 4.
026620     05  FILLER                  PIC X(36) VALUE
026630         "RATE OR GL GAP ON NOT-OPEN ACCOUNT".
026700 01  WS-EXC-TYPE-TABLE REDEFINES WS-EXC-TYPE-VALUES.
026800     05  WS-EXC-TYPE-ENTRY OCCURS 7 TIMES.
026900         10  WS-EXT-SEVERITY     PIC 9(02).
027000         10  WS-EXT-TITLE        PIC X(36).
027100
027200 01  WS-EXC-COUNTS.
027300     05  WS-EXT-COUNT OCCURS 7 TIMES
027400                                 PIC 9(08).
027500
027600*    Type numbers, as written on the exception records.
027700 01  WS-EXC-NO-RATE-PRODUCT      PIC 9(02) VALUE 1.
027800 01  WS-EXC-NO-RATE-BAND         PIC 9(02) VALUE 2.
027900 01  WS-EXC-ACCT-GL-UNKNOWN      PIC 9(02) VALUE 3.
028000 01  WS-EXC-ACCR-GL-UNKNOWN      PIC 9(02) VALUE 4.
028100 01  WS-EXC-ACCR-ORPHAN          PIC 9(02) VALUE 5.
028200 01  WS-EXC-STALE-SUSPENSE       PIC 9(02) VALUE 6.
028250 01  WS-EXC-NOT-OPEN-ACCOUNT     PIC 9(02) VALUE 7.
028300
028400*----------------------------------------------------------------
028500* EXCEPTION RECORD  --  one per finding, spooled to AUDTWORK as
028600* the files are read and sorted into type order to be listed.
028700*----------------------------------------------------------------
028800 01  EXCEPTION-RECORD.
028900     05  EXC-TYPE                PIC 9(02).
029000     05  FILLER                  PIC X(01) VALUE SPACES.
029100     05  EXC-ACCOUNT-ID          PIC X(10).
029200     05  FILLER                  PIC X(01) VALUE SPACES.
029300     05  EXC-PRODUCT-TYPE        PIC X(04).
029400     05  FILLER                  PIC X(01) VALUE SPACES.
029500     05  EXC-GL-CODE             PIC X(06).
029600     05  FILLER                  PIC X(01) VALUE SPACES.
029700     05  EXC-AMOUNT              PIC 9(09)V99.
029800     05  FILLER                  PIC X(01) VALUE SPACES.
029900     05  EXC-DATE                PIC 9(08).
030000     05  FILLER                  PIC X(01) VALUE SPACES.
030100     05  EXC-DETAIL              PIC X(40).
030200
030300 01  WS-CURRENT-TYPE             PIC 9(02).
030400 01  WS-SEVERITY                 PIC 9(02) VALUE ZERO.
030500
030600 01  WS-ACCOUNTS-READ            PIC 9(08) VALUE ZERO.
030700 01  WS-ACCOUNTS-AUDITED         PIC 9(08) VALUE ZERO.
030800 01  WS-ACCRUAL-ROWS-READ        PIC 9(08) VALUE ZERO.
030900 01  WS-SUSPENSE-ITEMS-READ      PIC 9(08) VALUE ZERO.
031000 01  WS-EXCEPTIONS-TOTAL         PIC 9(08) VALUE ZERO.
031100
031200*----------------------------------------------------------------
031300* DATE WORK AREAS  --  suspense age in days by day number.
031400*----------------------------------------------------------------
031500 01  WS-DATE-IN                  PIC 9(08).
031600 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
031700     05  WS-DATE-IN-YYYY         PIC 9(04).
031800     05  WS-DATE-IN-MM           PIC 9(02).
031900     05  WS-DATE-IN-DD           PIC 9(02).
032000
032100 01  WS-EDITED-DATE.
032200     05  WS-ED-MM                PIC 9(02).
032300     05  FILLER                  PIC X(01) VALUE "/".
032400     05  WS-ED-DD                PIC 9(02).
032500     05  FILLER                  PIC X(01) VALUE "/".
032600     05  WS-ED-YYYY              PIC 9(04).
032700
032800 01  WS-DAY-NUMBER               PIC S9(08) COMP.
032900 01  WS-AS-OF-DAY-NUMBER         PIC S9(08) COMP.
033000 01  WS-DTN-A                    PIC S9(04) COMP.
033100 01  WS-DTN-Y                    PIC S9(06) COMP.
033200 01  WS-DTN-M                    PIC S9(04) COMP.
033300 01  WS-DTN-T1                   PIC S9(06) COMP.
033400 01  WS-DTN-T2                   PIC S9(06) COMP.
033500 01  WS-DTN-T3                   PIC S9(06) COMP.
033600 01  WS-DTN-T4                   PIC S9(06) COMP.
033700 01  WS-SUSPENSE-AGE             PIC S9(08) COMP.
033800 01  WS-AGE-EDITED               PIC ZZZZ9.
033900
034000*----------------------------------------------------------------
034100* REPORT LINE LAYOUTS
034200*----------------------------------------------------------------
034300 01  RPT-HEADER-LINE.
034400     05  FILLER                  PIC X(32) VALUE
034500         "CROSS-FILE INTEGRITY AUDIT - AS ".
034600     05  FILLER                  PIC X(03) VALUE "OF ".
034700     05  RPT-HDR-AS-OF           PIC X(10).
034800     05  FILLER                  PIC X(27) VALUE
034900         "   SUSPENSE STALE AFTER    ".
035000     05  RPT-HDR-STALE-DAYS      PIC ZZ9.
035100     05  FILLER                  PIC X(05) VALUE " DAYS".
035200
035300 01  RPT-SECTION-LINE.
035400     05  FILLER                  PIC X(03) VALUE "** ".
035500     05  RPT-SEC-TYPE            PIC 99.
035600     05  FILLER                  PIC X(01) VALUE SPACE.
035700     05  RPT-SEC-TITLE           PIC X(36).
035800     05  FILLER                  PIC X(09) VALUE "SEVERITY ".
035900     05  RPT-SEC-SEVERITY        PIC Z9.
036000
036100 01  RPT-COLUMN-LINE.
036200     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
036300     05  FILLER                  PIC X(09) VALUE "PRODUCT".
036400     05  FILLER                  PIC X(08) VALUE "GL CODE".
036500     05  FILLER                  PIC X(19) VALUE
036600         "     AMOUNT".
036700     05  FILLER                  PIC X(12) VALUE "DATE".
036800     05  FILLER                  PIC X(40) VALUE "DETAIL".
036900
037000 01  RPT-DETAIL-LINE.
037100     05  RPT-DET-ACCOUNT         PIC X(10).
037200     05  FILLER                  PIC X(02) VALUE SPACES.
037300     05  RPT-DET-PRODUCT         PIC X(04).
037400     05  FILLER                  PIC X(05) VALUE SPACES.
037500     05  RPT-DET-GL-CODE         PIC X(06).
037600     05  FILLER                  PIC X(02) VALUE SPACES.
037700     05  RPT-DET-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
037800     05  FILLER                  PIC X(05) VALUE SPACES.
037900     05  RPT-DET-DATE            PIC X(10).
038000     05  FILLER                  PIC X(02) VALUE SPACES.
038100     05  RPT-DET-DETAIL          PIC X(40).
038200
038300 01  RPT-SUMMARY-LINE.
038400     05  RPT-SUM-TYPE            PIC 99.
038500     05  FILLER                  PIC X(02) VALUE SPACES.
038600     05  RPT-SUM-TITLE           PIC X(36).
038700     05  FILLER                  PIC X(09) VALUE "SEVERITY ".
038800     05  RPT-SUM-SEVERITY        PIC Z9.
038900     05  FILLER                  PIC X(04) VALUE SPACES.
039000     05  RPT-SUM-COUNT           PIC ZZ,ZZZ,ZZ9.
039100
039200 01  RPT-COUNT-LINE.
039300     05  RPT-COUNT-LABEL         PIC X(40).
039400     05  RPT-COUNT-EDITED        PIC ZZ,ZZZ,ZZ9.
039500
039600 PROCEDURE DIVISION.
039700*================================================================
039800* 0000-MAINLINE
039900*================================================================
040000 0000-MAINLINE.
040100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040200     IF WS-FILES-OK
040300         PERFORM 2000-AUDIT-ACCOUNTS THRU 2000-EXIT
040400         PERFORM 3000-AUDIT-SUSPENSE THRU 3000-EXIT
040500         CLOSE EXCEPTION-WORK-FILE
040600         PERFORM 4000-LIST-EXCEPTIONS THRU 4000-EXIT
040700         PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
040800     END-IF.
040900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
041000
041100 0000-EXIT.
041200     EXIT.
041300
041400*================================================================
041500* 1000-INITIALIZE  --  the control card, the rate table and the
041600* chart, then the account master, which is the one input the
041700* audit cannot run without. A missing rate table or chart is
041800* itself reported, account by account, as what it would do to
041900* tonight's postings.
042000*================================================================
042100 1000-INITIALIZE.
042200     SET WS-FILES-OK TO TRUE.
042300     INITIALIZE WS-EXC-COUNTS.
042400     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
042500     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
042600     PERFORM 1500-LOAD-RATE-TABLE THRU 1500-EXIT.
042700     IF WS-RATE-TABLE-COUNT = ZERO
042800         DISPLAY "Rate table RATETAB is missing or empty - "
042900             "every table-priced account will be reported."
043000     END-IF.
043100     PERFORM 1600-LOAD-GL-CHART THRU 1600-EXIT.
043200     IF WS-CHART-COUNT = ZERO
043300         DISPLAY "Chart of accounts GLCHART is missing or empty "
043400             "- every GL code will be reported."
043500     END-IF.
043600     OPEN INPUT ACCOUNT-MASTER-FILE.
043700     IF NOT WS-MASTER-OK
043800         DISPLAY "Account master ACCTMST not available - "
043900             "status " WS-MASTER-FILE-STATUS
044000         SET WS-FILES-BAD TO TRUE
044100     ELSE
044200         OPEN OUTPUT EXCEPTION-WORK-FILE
044300         OPEN OUTPUT AUDIT-REPORT-FILE
044400         MOVE WS-AS-OF-DATE TO WS-DATE-IN
044500         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
044600         MOVE WS-EDITED-DATE TO RPT-HDR-AS-OF
044700         MOVE WS-STALE-DAYS TO RPT-HDR-STALE-DAYS
044800         WRITE AUDIT-REPORT-LINE FROM RPT-HEADER-LINE
044900         MOVE WS-AS-OF-DATE TO WS-DATE-IN
045000         PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT
045100         MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER
045200     END-IF.
045300
045400 1000-EXIT.
045500     EXIT.
045600
045700*================================================================
045800* 1100-READ-CONTROL-CARD  --  an as-of date or stale limit left
045900* blank, or not a number, keeps today's date or the standing
046000* limit.
046100*================================================================
046200 1100-READ-CONTROL-CARD.
046300     MOVE SPACES TO WS-PARM-AS-OF-DATE-X.
046400     MOVE SPACES TO WS-PARM-STALE-DAYS-X.
046500     OPEN INPUT AUDIT-CONTROL-FILE.
046600     IF WS-PARM-FILE-FOUND
046700         READ AUDIT-CONTROL-FILE
046800             AT END
046900                 MOVE SPACES TO AUDIT-CONTROL-RECORD
047000         END-READ
047100         MOVE PARM-AS-OF-DATE TO WS-PARM-AS-OF-DATE-X
047200         MOVE PARM-STALE-DAYS TO WS-PARM-STALE-DAYS-X
047300         CLOSE AUDIT-CONTROL-FILE
047400     END-IF.
047500     IF WS-PARM-AS-OF-DATE-X NOT = SPACES
047600         IF WS-PARM-AS-OF-DATE-X NUMERIC
047700             AND WS-PARM-AS-OF-DATE > ZERO
047800             MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
047900         ELSE
048000             DISPLAY "Control card as-of date not valid: "
048100                 WS-PARM-AS-OF-DATE-X " - today's date used."
048200         END-IF
048300     END-IF.
048400     IF WS-PARM-STALE-DAYS-X NOT = SPACES
048500         IF WS-PARM-STALE-DAYS-X NUMERIC
048600             MOVE WS-PARM-STALE-DAYS TO WS-STALE-DAYS
048700         ELSE
048800             DISPLAY "Control card stale limit not valid: "
048900                 WS-PARM-STALE-DAYS-X " - " WS-STALE-DAYS
049000                 " days used."
049100         END-IF
049200     END-IF.
049300
049400 1100-EXIT.
049500     EXIT.
049600
049700*================================================================
049800* 1500-LOAD-RATE-TABLE  --  the banded table, loaded the way the
049900* posting program loads it; rows from the old layout read as
050000* all-balance bands.
050100*================================================================
050200 1500-LOAD-RATE-TABLE.
050300     MOVE ZERO TO WS-RATE-TABLE-COUNT.
050400     MOVE "N" TO WS-RATE-EOF-SWITCH.
050500     OPEN INPUT RATE-TABLE-FILE.
050600     IF WS-RATE-FILE-FOUND
050700         PERFORM 1550-READ-RATE-TABLE-RECORD THRU 1550-EXIT
050800         PERFORM 1560-STORE-RATE-TABLE-ENTRY THRU 1560-EXIT
050900             UNTIL WS-RATE-EOF
051000         CLOSE RATE-TABLE-FILE
051100     END-IF.
051200
051300 1500-EXIT.
051400     EXIT.
051500
051600 1550-READ-RATE-TABLE-RECORD.
051700     READ RATE-TABLE-FILE
051800         AT END
051900             SET WS-RATE-EOF TO TRUE
052000     END-READ.
052100
052200 1550-EXIT.
052300     EXIT.
052400
052500 1560-STORE-RATE-TABLE-ENTRY.
052600     IF WS-RATE-TABLE-COUNT < 100
052700         ADD 1 TO WS-RATE-TABLE-COUNT
052800         MOVE RT-PRODUCT-TIER
052900             TO WS-RT-PRODUCT-TIER(WS-RATE-TABLE-COUNT)
053000         MOVE RT-EFFECTIVE-DATE
053100             TO WS-RT-EFFECTIVE-DATE(WS-RATE-TABLE-COUNT)
053200         MOVE RT-APR TO WS-RT-APR(WS-RATE-TABLE-COUNT)
053300         IF RT-MIN-PRINCIPAL NUMERIC
053400             MOVE RT-MIN-PRINCIPAL
053500                 TO WS-RT-MIN-PRINCIPAL(WS-RATE-TABLE-COUNT)
053600         ELSE
053700             MOVE ZERO
053800                 TO WS-RT-MIN-PRINCIPAL(WS-RATE-TABLE-COUNT)
053900         END-IF
054000         IF RT-MAX-PRINCIPAL NUMERIC
054100             MOVE RT-MAX-PRINCIPAL
054200                 TO WS-RT-MAX-PRINCIPAL(WS-RATE-TABLE-COUNT)
054300         ELSE
054400             MOVE ZERO
054500                 TO WS-RT-MAX-PRINCIPAL(WS-RATE-TABLE-COUNT)
054600         END-IF
054700     ELSE
054800         IF WS-RATE-TABLE-FULL-SWITCH = "N"
054900             DISPLAY "Rate table has more than 100 entries - "
055000                 "extra rows ignored"
055100             SET WS-RATE-TABLE-FULL TO TRUE
055200         END-IF
055300     END-IF.
055400     PERFORM 1550-READ-RATE-TABLE-RECORD THRU 1550-EXIT.
055500
055600 1560-EXIT.
055700     EXIT.
055800
055900*================================================================
056000* 1600-LOAD-GL-CHART  --  the chart of accounts, loaded the way
056100* the posting program loads it.
056200*================================================================
056300 1600-LOAD-GL-CHART.
056400     MOVE ZERO TO WS-CHART-COUNT.
056500     MOVE "N" TO WS-CHART-EOF-SWITCH.
056600     OPEN INPUT GL-CHART-FILE.
056700     IF WS-CHART-FILE-FOUND
056800         PERFORM 1650-READ-CHART-RECORD THRU 1650-EXIT
056900         PERFORM 1660-STORE-CHART-ENTRY THRU 1660-EXIT
057000             UNTIL WS-CHART-EOF
057100         CLOSE GL-CHART-FILE
057200     END-IF.
057300
057400 1600-EXIT.
057500     EXIT.
057600
057700 1650-READ-CHART-RECORD.
057800     READ GL-CHART-FILE
057900         AT END
058000             SET WS-CHART-EOF TO TRUE
058100     END-READ.
058200
058300 1650-EXIT.
058400     EXIT.
058500
058600 1660-STORE-CHART-ENTRY.
058700     IF WS-CHART-COUNT < 100
058800         ADD 1 TO WS-CHART-COUNT
058900         MOVE CHART-PRODUCT-TYPE
059000             TO WS-CH-PRODUCT-TYPE(WS-CHART-COUNT)
059100         MOVE CHART-GL-CODE TO WS-CH-GL-CODE(WS-CHART-COUNT)
059200         MOVE CHART-OFFSET-CODE
059300             TO WS-CH-OFFSET-CODE(WS-CHART-COUNT)
059400     ELSE
059500         IF WS-CHART-FULL-SWITCH = "N"
059600             DISPLAY "Chart of accounts has more than 100 "
059700                 "entries - extra rows ignored"
059800             SET WS-CHART-FULL TO TRUE
059900         END-IF
060000     END-IF.
060100     PERFORM 1650-READ-CHART-RECORD THRU 1650-EXIT.
060200
060300 1660-EXIT.
060400     EXIT.
060500
060600*================================================================
060700* 2000-AUDIT-ACCOUNTS  --  the accrual master is sorted into
060800* account-id order on disk and merged against the account
060900* master, so the audit is one pass however large the book. A
061000* missing accrual master sorts to an empty file.
061100*================================================================
061200 2000-AUDIT-ACCOUNTS.
061300     OPEN INPUT ACCRUAL-MASTER-FILE.
061400     IF WS-ACCR-FILE-FOUND
061500         CLOSE ACCRUAL-MASTER-FILE
061600         SORT ACCR-SORT-FILE
061700             ON ASCENDING KEY ACCR-SORT-ID
061800             USING ACCRUAL-MASTER-FILE
061900             GIVING ACCRUAL-SORTED-FILE
062000     ELSE
062100         DISPLAY "Accrual master ACCRMST not found - no "
062200             "accrual rows to audit."
062300         OPEN OUTPUT ACCRUAL-SORTED-FILE
062400         CLOSE ACCRUAL-SORTED-FILE
062500     END-IF.
062600     OPEN INPUT ACCRUAL-SORTED-FILE.
062700     PERFORM 2110-READ-MASTER THRU 2110-EXIT.
062800     PERFORM 2120-READ-ACCRUAL THRU 2120-EXIT.
062900     PERFORM 2200-MATCH-NEXT THRU 2200-EXIT
063000         UNTIL WS-MASTER-KEY = HIGH-VALUES
063100             AND WS-ACCR-KEY = HIGH-VALUES.
063200     CLOSE ACCRUAL-SORTED-FILE.
063300
063400 2000-EXIT.
063500     EXIT.
063600
063700 2110-READ-MASTER.
063800     READ ACCOUNT-MASTER-FILE
063900         AT END
064000             MOVE HIGH-VALUES TO WS-MASTER-KEY
064100         NOT AT END
064200             MOVE ACCT-ID TO WS-MASTER-KEY
064300             ADD 1 TO WS-ACCOUNTS-READ
064400     END-READ.
064500
064600 2110-EXIT.
064700     EXIT.
064800
064900 2120-READ-ACCRUAL.
065000     READ ACCRUAL-SORTED-FILE
065100         AT END
065200             MOVE HIGH-VALUES TO WS-ACCR-KEY
065300         NOT AT END
065400             MOVE ASRT-IN-ACCOUNT-ID TO WS-ACCR-KEY
065500             ADD 1 TO WS-ACCRUAL-ROWS-READ
065600     END-READ.
065700
065800 2120-EXIT.
065900     EXIT.
066000
066100*================================================================
066200* 2200-MATCH-NEXT  --  accrual rows for an account are taken
066300* before the account itself, so an accrual row whose key is
066400* lower than the master's has no account behind it.
066500*================================================================
066600 2200-MATCH-NEXT.
066700     IF WS-ACCR-KEY < WS-MASTER-KEY
066800         PERFORM 2500-AUDIT-ACCRUAL-ROW THRU 2500-EXIT
066900         MOVE WS-EXC-ACCR-ORPHAN TO EXC-TYPE
067000         PERFORM 2600-SET-ACCRUAL-EXCEPTION THRU 2600-EXIT
067100         MOVE "ACCOUNT NOT ON ACCTMST" TO EXC-DETAIL
067200         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
067300         PERFORM 2120-READ-ACCRUAL THRU 2120-EXIT
067400     ELSE
067500         IF WS-ACCR-KEY = WS-MASTER-KEY
067600             PERFORM 2500-AUDIT-ACCRUAL-ROW THRU 2500-EXIT
067700             PERFORM 2120-READ-ACCRUAL THRU 2120-EXIT
067800         ELSE
067900             PERFORM 2300-AUDIT-ACCOUNT THRU 2300-EXIT
068000             PERFORM 2110-READ-MASTER THRU 2110-EXIT
068100         END-IF
068200     END-IF.
068300
068400 2200-EXIT.
068500     EXIT.
068600
068700*================================================================
068800* 2300-AUDIT-ACCOUNT  --  a closed account is never priced or
068900* posted and is passed over. Otherwise an account with a
069000* product type must find a band on the rate table in effect on
069100* the as-of date that holds its principal (an account with no
069200* product type is priced at its own rate and needs none), and
069300* its GL code must be on the chart for its product, or for the
069400* code alone when it has no product - the same resolution the
069500* posting program makes before it falls back to suspense.
069550* Only an open account is priced tonight; a dormant or matured
069560* one is checked the same way but reported under its own
069570* warning type (2350), since it cannot mis-post until it opens.
069600*================================================================
069700 2300-AUDIT-ACCOUNT.
069800     IF NOT ACCT-STATUS-CLOSED
069900         ADD 1 TO WS-ACCOUNTS-AUDITED
070000         MOVE ACCT-PRODUCT-TYPE TO WS-PRODUCT-TIER
070100         IF WS-PRODUCT-TIER NOT = SPACES
070200             PERFORM 2400-CHECK-RATE-BAND THRU 2400-EXIT
070300         END-IF
070400         MOVE ACCT-GL-CODE TO WS-GL-CODE
070500         PERFORM 6400-RESOLVE-GL-CODE THRU 6400-EXIT
070600         IF WS-CHART-ENTRY-NOT-FOUND
070700             MOVE WS-EXC-ACCT-GL-UNKNOWN TO EXC-TYPE
070800             PERFORM 2350-SET-ACCOUNT-EXCEPTION THRU 2350-EXIT
070900             IF WS-PRODUCT-TIER = SPACES
071000                 MOVE "GL CODE NOT ON CHART" TO EXC-DETAIL
071100             ELSE
071200                 MOVE "GL CODE NOT ON CHART FOR PRODUCT"
071300                     TO EXC-DETAIL
071400             END-IF
071500             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
071600         END-IF
071700     END-IF.
071800
071900 2300-EXIT.
072000     EXIT.
072100
072110*    The account's fields on an exception. An account that is not
072120*    open takes the warning type in place of the one it was found
072130*    under.
072200 2350-SET-ACCOUNT-EXCEPTION.
072300     MOVE ACCT-ID TO EXC-ACCOUNT-ID.
072400     MOVE ACCT-PRODUCT-TYPE TO EXC-PRODUCT-TYPE.
072500     MOVE ACCT-GL-CODE TO EXC-GL-CODE.
072600     MOVE ACCT-PRINCIPAL TO EXC-AMOUNT.
072700     MOVE ZERO TO EXC-DATE.
072800     MOVE SPACES TO EXC-DETAIL.
072850     IF NOT ACCT-STATUS-OPEN
072860         MOVE WS-EXC-NOT-OPEN-ACCOUNT TO EXC-TYPE
072870     END-IF.
072900
073000 2350-EXIT.
073100     EXIT.
073200
073300*================================================================
073400* 2400-CHECK-RATE-BAND  --  a product with no rows at all is a
073500* product the table does not know; a known product whose rows
073600* are not yet effective or do not cover the principal has no
073700* live band, and the posting run would fall back to the rate
073800* carried on the account.
073900*================================================================
074000 2400-CHECK-RATE-BAND.
074100     SET WS-PRODUCT-UNKNOWN TO TRUE.
074200     PERFORM 2450-SCAN-FOR-PRODUCT THRU 2450-EXIT
074300         VARYING WS-RATE-IDX FROM 1 BY 1
074400         UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
074500             OR WS-PRODUCT-KNOWN.
074600     IF WS-PRODUCT-UNKNOWN
074700         MOVE WS-EXC-NO-RATE-PRODUCT TO EXC-TYPE
074800         PERFORM 2350-SET-ACCOUNT-EXCEPTION THRU 2350-EXIT
074900         MOVE "NO RATETAB ROWS FOR THIS PRODUCT" TO EXC-DETAIL
075000         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
075100     ELSE
075200         MOVE WS-AS-OF-DATE TO WS-LOOKUP-DATE
075300         MOVE ACCT-PRINCIPAL TO WS-LOOKUP-PRINCIPAL
075400         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
075500         IF WS-RATE-NOT-FOUND
075600             MOVE WS-EXC-NO-RATE-BAND TO EXC-TYPE
075700             PERFORM 2350-SET-ACCOUNT-EXCEPTION THRU 2350-EXIT
075800             MOVE "NO BAND IN EFFECT HOLDS THE PRINCIPAL"
075900                 TO EXC-DETAIL
076000             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
076100         END-IF
076200     END-IF.
076300
076400 2400-EXIT.
076500     EXIT.
076600
076700 2450-SCAN-FOR-PRODUCT.
076800     IF WS-RT-PRODUCT-TIER(WS-RATE-IDX) = WS-PRODUCT-TIER
076900         SET WS-PRODUCT-KNOWN TO TRUE
077000     END-IF.
077100
077200 2450-EXIT.
077300     EXIT.
077400
077500*================================================================
077600* 2500-AUDIT-ACCRUAL-ROW  --  month-end posting books an accrual
077700* row on its GL code alone, so the code must be on the chart.
077800*================================================================
077900 2500-AUDIT-ACCRUAL-ROW.
078000     MOVE SPACES TO WS-PRODUCT-TIER.
078100     MOVE ASRT-IN-GL-CODE TO WS-GL-CODE.
078200     PERFORM 6400-RESOLVE-GL-CODE THRU 6400-EXIT.
078300     IF WS-CHART-ENTRY-NOT-FOUND
078400         MOVE WS-EXC-ACCR-GL-UNKNOWN TO EXC-TYPE
078500         PERFORM 2600-SET-ACCRUAL-EXCEPTION THRU 2600-EXIT
078600         MOVE "ACCRMST GL CODE NOT ON CHART" TO EXC-DETAIL
078700         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
078800     END-IF.
078900
079000 2500-EXIT.
079100     EXIT.
079200
079300*    The amount on an accrual exception is the accrued-to-date
079400*    balance, to the cent, and the date the last day accrued.
079500 2600-SET-ACCRUAL-EXCEPTION.
079600     MOVE ASRT-IN-ACCOUNT-ID TO EXC-ACCOUNT-ID.
079700     MOVE SPACES TO EXC-PRODUCT-TYPE.
079800     MOVE ASRT-IN-GL-CODE TO EXC-GL-CODE.
079900     IF ASRT-IN-ACCRUED-TO-DATE NUMERIC
080000         COMPUTE EXC-AMOUNT ROUNDED = ASRT-IN-ACCRUED-TO-DATE
080100     ELSE
080200         MOVE ZERO TO EXC-AMOUNT
080300     END-IF.
080400     IF ASRT-IN-LAST-DATE NUMERIC
080500         MOVE ASRT-IN-LAST-DATE TO EXC-DATE
080600     ELSE
080700         MOVE ZERO TO EXC-DATE
080800     END-IF.
080900     MOVE SPACES TO EXC-DETAIL.
081000
081100 2600-EXIT.
081200     EXIT.
081300
081400*================================================================
081500* 2700-LOOKUP-RATE-FROM-TABLE  --  the posting program's banded
081600* lookup: the most recent apr for WS-PRODUCT-TIER effective on
081700* or before WS-LOOKUP-DATE whose principal band holds
081800* WS-LOOKUP-PRINCIPAL (a zero/zero band means all balances, and
081900* a zero maximum alone means no upper bound).
082000*================================================================
082100 2700-LOOKUP-RATE-FROM-TABLE.
082200     SET WS-RATE-NOT-FOUND TO TRUE.
082300     MOVE ZERO TO WS-BEST-EFFECTIVE-DATE.
082400     IF WS-RATE-TABLE-COUNT > ZERO
082500         PERFORM 2750-SCAN-RATE-TABLE-ENTRY THRU 2750-EXIT
082600             VARYING WS-RATE-IDX FROM 1 BY 1
082700             UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
082800     END-IF.
082900
083000 2700-EXIT.
083100     EXIT.
083200
083300 2750-SCAN-RATE-TABLE-ENTRY.
083400     IF WS-RT-PRODUCT-TIER(WS-RATE-IDX) = WS-PRODUCT-TIER
083500         AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) NOT >
083600             WS-LOOKUP-DATE
083700         AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) >
083800             WS-BEST-EFFECTIVE-DATE
083900         AND ((WS-RT-MIN-PRINCIPAL(WS-RATE-IDX) = ZERO
084000                 AND WS-RT-MAX-PRINCIPAL(WS-RATE-IDX) = ZERO)
084100             OR (WS-LOOKUP-PRINCIPAL NOT <
084200                     WS-RT-MIN-PRINCIPAL(WS-RATE-IDX)
084300                 AND (WS-RT-MAX-PRINCIPAL(WS-RATE-IDX) = ZERO
084400                     OR WS-LOOKUP-PRINCIPAL NOT >
084500                         WS-RT-MAX-PRINCIPAL(WS-RATE-IDX))))
084600         MOVE WS-RT-EFFECTIVE-DATE(WS-RATE-IDX)
084700             TO WS-BEST-EFFECTIVE-DATE
084800         MOVE WS-RT-APR(WS-RATE-IDX) TO WS-LOOKED-UP-APR
084900         SET WS-RATE-FOUND TO TRUE
085000     END-IF.
085100
085200 2750-EXIT.
085300     EXIT.
085400
085500*================================================================
085600* 3000-AUDIT-SUSPENSE  --  every item on the suspense file is
085700* aged from the date it was first rejected; one older than the
085800* stale limit, or written before rejects were dated, is stale.
085900*================================================================
086000 3000-AUDIT-SUSPENSE.
086100     MOVE "N" TO WS-SUSP-EOF-SWITCH.
086200     OPEN INPUT SUSPENSE-FILE.
086300     IF WS-SUSP-FILE-FOUND
086400         PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
086500         PERFORM 3200-AGE-SUSPENSE-ITEM THRU 3200-EXIT
086600             UNTIL WS-SUSP-EOF
086700         CLOSE SUSPENSE-FILE
086800     END-IF.
086900
087000 3000-EXIT.
087100     EXIT.
087200
087300 3100-READ-SUSPENSE.
087400     READ SUSPENSE-FILE
087500         AT END
087600             SET WS-SUSP-EOF TO TRUE
087700         NOT AT END
087800             ADD 1 TO WS-SUSPENSE-ITEMS-READ
087900     END-READ.
088000
088100 3100-EXIT.
088200     EXIT.
088300
088400 3200-AGE-SUSPENSE-ITEM.
088500     MOVE WS-EXC-STALE-SUSPENSE TO EXC-TYPE.
088600     MOVE SUSP-ACCOUNT-DATA(1:10) TO EXC-ACCOUNT-ID.
088700     MOVE SUSP-ACCOUNT-DATA(70:4) TO EXC-PRODUCT-TYPE.
088800     MOVE SPACES TO EXC-GL-CODE.
088900     MOVE ZERO TO EXC-AMOUNT.
089000     MOVE SPACES TO EXC-DETAIL.
089100     IF SUSP-REJECT-DATE NUMERIC AND SUSP-REJECT-DATE > ZERO
089200         MOVE SUSP-REJECT-DATE TO EXC-DATE
089300         MOVE SUSP-REJECT-DATE TO WS-DATE-IN
089400         PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT
089500         COMPUTE WS-SUSPENSE-AGE =
089600             WS-AS-OF-DAY-NUMBER - WS-DAY-NUMBER
089700         IF WS-SUSPENSE-AGE > WS-STALE-DAYS
089800             MOVE WS-SUSPENSE-AGE TO WS-AGE-EDITED
089900             STRING "IN SUSPENSE" DELIMITED BY SIZE
090000                 WS-AGE-EDITED DELIMITED BY SIZE
090100                 " DAYS - REASONS " DELIMITED BY SIZE
090200                 SUSP-REASON-CODES DELIMITED BY SIZE
090300                 INTO EXC-DETAIL
090400             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
090500         END-IF
090600     ELSE
090700         MOVE ZERO TO EXC-DATE
090800         STRING "REJECT DATE NOT RECORDED - REASONS "
090900             DELIMITED BY SIZE
091000             SUSP-REASON-CODES DELIMITED BY SIZE
091100             INTO EXC-DETAIL
091200         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
091300     END-IF.
091400     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
091500
091600 3200-EXIT.
091700     EXIT.
091800
091900*================================================================
092000* 4000-LIST-EXCEPTIONS  --  the spooled exceptions sorted into
092100* type and account order and listed under a heading for each
092200* type met, with that type's count beneath it.
092300*================================================================
092400 4000-LIST-EXCEPTIONS.
092500     SORT EXC-SORT-FILE
092600         ON ASCENDING KEY ESRT-TYPE
092700                          ESRT-KEY
092800         USING EXCEPTION-WORK-FILE
092900         GIVING EXCEPTION-SORTED-FILE.
093000     MOVE "N" TO WS-EXC-EOF-SWITCH.
093100     MOVE ZERO TO WS-CURRENT-TYPE.
093200     OPEN INPUT EXCEPTION-SORTED-FILE.
093300     PERFORM 4100-READ-EXCEPTION THRU 4100-EXIT.
093400     IF WS-EXC-EOF
093500         MOVE SPACES TO AUDIT-REPORT-LINE
093600         WRITE AUDIT-REPORT-LINE
093700         MOVE "NO EXCEPTIONS FOUND" TO AUDIT-REPORT-LINE
093800         WRITE AUDIT-REPORT-LINE
093900     END-IF.
094000     PERFORM 4200-LIST-ONE-EXCEPTION THRU 4200-EXIT
094100         UNTIL WS-EXC-EOF.
094200     IF WS-CURRENT-TYPE > ZERO
094300         PERFORM 4400-WRITE-TYPE-COUNT THRU 4400-EXIT
094400     END-IF.
094500     CLOSE EXCEPTION-SORTED-FILE.
094600
094700 4000-EXIT.
094800     EXIT.
094900
095000 4100-READ-EXCEPTION.
095100     READ EXCEPTION-SORTED-FILE INTO EXCEPTION-RECORD
095200         AT END
095300             SET WS-EXC-EOF TO TRUE
095400     END-READ.
095500
095600 4100-EXIT.
095700     EXIT.
095800
095900 4200-LIST-ONE-EXCEPTION.
096000     IF EXC-TYPE NOT = WS-CURRENT-TYPE
096100         IF WS-CURRENT-TYPE > ZERO
096200             PERFORM 4400-WRITE-TYPE-COUNT THRU 4400-EXIT
096300         END-IF
096400         MOVE EXC-TYPE TO WS-CURRENT-TYPE
096500         PERFORM 4300-WRITE-TYPE-HEADING THRU 4300-EXIT
096600     END-IF.
096700     MOVE SPACES TO RPT-DETAIL-LINE.
096800     MOVE EXC-ACCOUNT-ID TO RPT-DET-ACCOUNT.
096900     MOVE EXC-PRODUCT-TYPE TO RPT-DET-PRODUCT.
097000     MOVE EXC-GL-CODE TO RPT-DET-GL-CODE.
097100     MOVE EXC-AMOUNT TO RPT-DET-AMOUNT.
097200     IF EXC-DATE > ZERO
097300         MOVE EXC-DATE TO WS-DATE-IN
097400         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
097500         MOVE WS-EDITED-DATE TO RPT-DET-DATE
097600     END-IF.
097700     MOVE EXC-DETAIL TO RPT-DET-DETAIL.
097800     WRITE AUDIT-REPORT-LINE FROM RPT-DETAIL-LINE.
097900     PERFORM 4100-READ-EXCEPTION THRU 4100-EXIT.
098000
098100 4200-EXIT.
098200     EXIT.
098300
098400 4300-WRITE-TYPE-HEADING.
098500     MOVE SPACES TO AUDIT-REPORT-LINE.
098600     WRITE AUDIT-REPORT-LINE.
098700     MOVE WS-CURRENT-TYPE TO RPT-SEC-TYPE.
098800     MOVE WS-EXT-TITLE(WS-CURRENT-TYPE) TO RPT-SEC-TITLE.
098900     MOVE WS-EXT-SEVERITY(WS-CURRENT-TYPE) TO RPT-SEC-SEVERITY.
099000     WRITE AUDIT-REPORT-LINE FROM RPT-SECTION-LINE.
099100     WRITE AUDIT-REPORT-LINE FROM RPT-COLUMN-LINE.
099200
099300 4300-EXIT.
099400     EXIT.
099500
099600 4400-WRITE-TYPE-COUNT.
099700     MOVE "   EXCEPTIONS OF THIS TYPE" TO RPT-COUNT-LABEL.
099800     MOVE WS-EXT-COUNT(WS-CURRENT-TYPE) TO RPT-COUNT-EDITED.
099900     WRITE AUDIT-REPORT-LINE FROM RPT-COUNT-LINE.
100000
100100 4400-EXIT.
100200     EXIT.
100300
100400*================================================================
100500* 5000-WRITE-SUMMARY  --  every exception type with its count,
100600* the volumes read, and the severity the run ends with.
100700*================================================================
100800 5000-WRITE-SUMMARY.
100900     MOVE SPACES TO AUDIT-REPORT-LINE.
101000     WRITE AUDIT-REPORT-LINE.
101100     MOVE "EXCEPTIONS BY TYPE" TO AUDIT-REPORT-LINE.
101200     WRITE AUDIT-REPORT-LINE.
101300     PERFORM 5100-WRITE-TYPE-SUMMARY THRU 5100-EXIT
101400         VARYING WS-EXC-IDX FROM 1 BY 1
101500         UNTIL WS-EXC-IDX > WS-EXC-TYPE-COUNT.
101600     MOVE SPACES TO AUDIT-REPORT-LINE.
101700     WRITE AUDIT-REPORT-LINE.
101800     MOVE "ACCOUNTS ON ACCTMST" TO RPT-COUNT-LABEL.
101900     MOVE WS-ACCOUNTS-READ TO RPT-COUNT-EDITED.
102000     WRITE AUDIT-REPORT-LINE FROM RPT-COUNT-LINE.
102100     MOVE "ACCOUNTS AUDITED (NOT CLOSED)" TO RPT-COUNT-LABEL.
102200     MOVE WS-ACCOUNTS-AUDITED TO RPT-COUNT-EDITED.
102300     WRITE AUDIT-REPORT-LINE FROM RPT-COUNT-LINE.
102400     MOVE "ACCRMST ROWS" TO RPT-COUNT-LABEL.
102500     MOVE WS-ACCRUAL-ROWS-READ TO RPT-COUNT-EDITED.
102600     WRITE AUDIT-REPORT-LINE FROM RPT-COUNT-LINE.
102700     MOVE "ACCTREJ SUSPENSE ITEMS" TO RPT-COUNT-LABEL.
102800     MOVE WS-SUSPENSE-ITEMS-READ TO RPT-COUNT-EDITED.
102900     WRITE AUDIT-REPORT-LINE FROM RPT-COUNT-LINE.
103000     MOVE "TOTAL EXCEPTIONS" TO RPT-COUNT-LABEL.
103100     MOVE WS-EXCEPTIONS-TOTAL TO RPT-COUNT-EDITED.
103200     WRITE AUDIT-REPORT-LINE FROM RPT-COUNT-LINE.
103300     MOVE "SEVERITY CODE" TO RPT-COUNT-LABEL.
103400     MOVE WS-SEVERITY TO RPT-COUNT-EDITED.
103500     WRITE AUDIT-REPORT-LINE FROM RPT-COUNT-LINE.
103600     DISPLAY "Integrity audit written to AUDTRPT - accounts="
103700         WS-ACCOUNTS-READ " exceptions=" WS-EXCEPTIONS-TOTAL
103800         " severity=" WS-SEVERITY.
103900
104000 5000-EXIT.
104100     EXIT.
104200
104300 5100-WRITE-TYPE-SUMMARY.
104500     MOVE WS-EXC-IDX TO RPT-SUM-TYPE.
104600     MOVE WS-EXT-TITLE(WS-EXC-IDX) TO RPT-SUM-TITLE.
104800     MOVE WS-EXT-SEVERITY(WS-EXC-IDX) TO RPT-SUM-SEVERITY.
104900     MOVE WS-EXT-COUNT(WS-EXC-IDX) TO RPT-SUM-COUNT.
105000     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
105100
105200 5100-EXIT.
105300     EXIT.
105400
105500*================================================================
105600* 6000-WRITE-EXCEPTION  --  spool the exception built in
105700* EXCEPTION-RECORD, count it under its type and raise the
105800* run's severity to the type's if it is higher.
105900*================================================================
106000 6000-WRITE-EXCEPTION.
106100     WRITE EXCEPTION-WORK-RECORD FROM EXCEPTION-RECORD.
106200     ADD 1 TO WS-EXT-COUNT(EXC-TYPE).
106300     ADD 1 TO WS-EXCEPTIONS-TOTAL.
106400     IF WS-EXT-SEVERITY(EXC-TYPE) > WS-SEVERITY
106500         MOVE WS-EXT-SEVERITY(EXC-TYPE) TO WS-SEVERITY
106600     END-IF.
106700
106800 6000-EXIT.
106900     EXIT.
107000
107100*================================================================
107200* 6400-RESOLVE-GL-CODE  --  the posting program's chart check:
107300* by product type and GL code together when a product type is
107400* in play, by GL code alone when it is not.
107500*================================================================
107600 6400-RESOLVE-GL-CODE.
107700     SET WS-CHART-ENTRY-NOT-FOUND TO TRUE.
107800     IF WS-CHART-COUNT > ZERO
107900         IF WS-PRODUCT-TIER NOT = SPACES
108000             PERFORM 6450-SCAN-CHART-BY-PRODUCT THRU 6450-EXIT
108100                 VARYING WS-CHART-IDX FROM 1 BY 1
108200                 UNTIL WS-CHART-IDX > WS-CHART-COUNT
108300                     OR WS-CHART-ENTRY-FOUND
108400         ELSE
108500             PERFORM 6460-SCAN-CHART-BY-GL-CODE THRU 6460-EXIT
108600                 VARYING WS-CHART-IDX FROM 1 BY 1
108700                 UNTIL WS-CHART-IDX > WS-CHART-COUNT
108800                     OR WS-CHART-ENTRY-FOUND
108900         END-IF
109000     END-IF.
109100
109200 6400-EXIT.
109300     EXIT.
109400
109500 6450-SCAN-CHART-BY-PRODUCT.
109600     IF WS-CH-PRODUCT-TYPE(WS-CHART-IDX) = WS-PRODUCT-TIER
109700         AND WS-CH-GL-CODE(WS-CHART-IDX) = WS-GL-CODE
109800         SET WS-CHART-ENTRY-FOUND TO TRUE
109900     END-IF.
110000
110100 6450-EXIT.
110200     EXIT.
110300
110400 6460-SCAN-CHART-BY-GL-CODE.
110500     IF WS-CH-GL-CODE(WS-CHART-IDX) = WS-GL-CODE
110600         SET WS-CHART-ENTRY-FOUND TO TRUE
110700     END-IF.
110800
110900 6460-EXIT.
111000     EXIT.
111100
111200*================================================================
111300* 7600-DATE-TO-DAY-NUMBER  --  convert the YYYYMMDD date in
111400* WS-DATE-IN to a serial day number in WS-DAY-NUMBER; each
111500* quotient is truncated in its own integer field.
111600*================================================================
111700 7600-DATE-TO-DAY-NUMBER.
111800     COMPUTE WS-DTN-A = (14 - WS-DATE-IN-MM) / 12.
111900     COMPUTE WS-DTN-Y = WS-DATE-IN-YYYY + 4800 - WS-DTN-A.
112000     COMPUTE WS-DTN-M = WS-DATE-IN-MM + (12 * WS-DTN-A) - 3.
112100     COMPUTE WS-DTN-T1 = ((153 * WS-DTN-M) + 2) / 5.
112200     COMPUTE WS-DTN-T2 = WS-DTN-Y / 4.
112300     COMPUTE WS-DTN-T3 = WS-DTN-Y / 100.
112400     COMPUTE WS-DTN-T4 = WS-DTN-Y / 400.
112500     COMPUTE WS-DAY-NUMBER = WS-DATE-IN-DD + WS-DTN-T1
112600         + (365 * WS-DTN-Y) + WS-DTN-T2 - WS-DTN-T3
112700         + WS-DTN-T4 - 32045.
112800
112900 7600-EXIT.
113000     EXIT.
113100
113200*================================================================
113300* 8100-FORMAT-DATE  --  edit a YYYYMMDD date in WS-DATE-IN to
113400* MM/DD/YYYY in WS-EDITED-DATE.
113500*================================================================
113600 8100-FORMAT-DATE.
113700     MOVE WS-DATE-IN-MM TO WS-ED-MM.
113800     MOVE WS-DATE-IN-DD TO WS-ED-DD.
113900     MOVE WS-DATE-IN-YYYY TO WS-ED-YYYY.
114000
114100 8100-EXIT.
114200     EXIT.
114300
114400*================================================================
114500* 9999-TERMINATE  --  the run's severity is its return code; an
114600* audit that could not read the account master ends with 8.
114700*================================================================
114800 9999-TERMINATE.
114900     IF WS-FILES-OK
115000         CLOSE ACCOUNT-MASTER-FILE
115100         CLOSE AUDIT-REPORT-FILE
115200         MOVE WS-SEVERITY TO RETURN-CODE
115300     ELSE
115400         MOVE 8 TO RETURN-CODE
115500     END-IF.
115600     GOBACK.
115700
115800 9999-EXIT.
115900     EXIT.
