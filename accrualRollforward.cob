000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. accrualRollforward.
000300 AUTHOR. James Hill.
000400 INSTALLATION. Consumer Lending Systems.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026 JH    Written to prove the accrual side the way
001200*                  interestRecon proves the log against the GL:
001300*                  for a period, every account's month-to-date
001400*                  accrued balance is rolled from the opening
001500*                  ACCRMST snapshot (ACCROPEN), plus the days
001600*                  accrued, less what was emitted to ACCRPOST
001700*                  at month end, less what maturity and payoff
001800*                  booked straight out of the balance, to the
001900*                  closing ACCRMST - all from the ACCRJRNL
002000*                  accrual journal. What month end emitted (and
002100*                  maturity booked) is then tied to the accrual
002200*                  postings on INTLOG. An account that does not
002300*                  roll, an emission never posted and a posting
002400*                  with no accrual behind it are reported as
002500*                  breaks, and the schedule is subtotalled by
002600*                  GL code for the quarter-end audit file.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPENING-ACCRUAL-FILE ASSIGN TO "ACCROPEN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-OPEN-FILE-STATUS.
003400     SELECT CLOSING-ACCRUAL-FILE ASSIGN TO "ACCRMST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CLOSE-FILE-STATUS.
003700     SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO "ACCRJRNL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-JRNL-FILE-STATUS.
004000     SELECT TRANSACTION-LOG-FILE ASSIGN TO "INTLOG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LOG-FILE-STATUS.
004300     SELECT OPENING-SORTED-FILE ASSIGN TO "ROPNSRT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-OPEN-SRT-STATUS.
004600     SELECT CLOSING-SORTED-FILE ASSIGN TO "RCLSSRT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CLOSE-SRT-STATUS.
004900     SELECT JOURNAL-SORTED-FILE ASSIGN TO "RJNLSRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-JRNL-SRT-STATUS.
005200     SELECT LOG-SORTED-FILE ASSIGN TO "INTLSRT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-LOG-SRT-STATUS.
005500     SELECT ACCR-SORT-FILE ASSIGN TO "SORTWK1".
005600     SELECT JRNL-SORT-FILE ASSIGN TO "SORTWK2".
005700     SELECT LOG-SORT-FILE ASSIGN TO "SORTWK3".
005800     SELECT ROLLFORWARD-REPORT-FILE ASSIGN TO "RFWDRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  OPENING-ACCRUAL-FILE
006500     RECORDING MODE IS F.
006600 01  OPENING-ACCRUAL-RECORD      PIC X(56).
006700
006800 FD  CLOSING-ACCRUAL-FILE
006900     RECORDING MODE IS F.
007000 01  CLOSING-ACCRUAL-RECORD      PIC X(56).
007100
007200 FD  ACCRUAL-JOURNAL-FILE
007300     RECORDING MODE IS F.
007400 01  ACCRUAL-JOURNAL-IN-RECORD   PIC X(55).
007500
007600 FD  TRANSACTION-LOG-FILE
007700     RECORDING MODE IS F.
007800 01  TRANSACTION-LOG-RECORD      PIC X(73).
007900
008000*    The opening and closing accrual masters share the ACCRMST
008100*    layout the posting program writes.
008200 FD  OPENING-SORTED-FILE
008300     RECORDING MODE IS F.
008400 01  OPENING-SORTED-RECORD.
008500     05  OPN-ACCOUNT-ID          PIC X(10).
008600     05  FILLER                  PIC X(01).
008700     05  OPN-TO-DATE             PIC 9(09)V9(05).
008800     05  FILLER                  PIC X(01).
008900     05  OPN-MONTH               PIC 9(09)V9(05).
009000     05  FILLER                  PIC X(01).
009100     05  OPN-LAST-DATE           PIC 9(08).
009200     05  FILLER                  PIC X(01).
009300     05  OPN-GL-CODE             PIC X(06).
009400
009500 FD  CLOSING-SORTED-FILE
009600     RECORDING MODE IS F.
009700 01  CLOSING-SORTED-RECORD.
009800     05  CLS-ACCOUNT-ID          PIC X(10).
009900     05  FILLER                  PIC X(01).
010000     05  CLS-TO-DATE             PIC 9(09)V9(05).
010100     05  FILLER                  PIC X(01).
010200     05  CLS-MONTH               PIC 9(09)V9(05).
010300     05  FILLER                  PIC X(01).
010400     05  CLS-LAST-DATE           PIC 9(08).
010500     05  FILLER                  PIC X(01).
010600     05  CLS-GL-CODE             PIC X(06).
010700
010800 FD  JOURNAL-SORTED-FILE
010900     RECORDING MODE IS F.
011000     COPY ACCRJNL.
011100
011200 FD  LOG-SORTED-FILE
011300     RECORDING MODE IS F.
011400 01  LOG-SORTED-RECORD.
011500     05  SLOG-ACCOUNT-ID         PIC X(10).
011600     05  FILLER                  PIC X(01).
011700     05  SLOG-RUN-DATE           PIC 9(08).
011800     05  FILLER                  PIC X(01).
011900     05  SLOG-PRINCIPAL          PIC 9(07)V99.
012000     05  FILLER                  PIC X(01).
012100     05  SLOG-APR                PIC 99V99.
012200     05  FILLER                  PIC X(01).
012300     05  SLOG-PERIOD             PIC 99.
012400     05  FILLER                  PIC X(01).
012500     05  SLOG-INTEREST           PIC 9(09)V99.
012600     05  FILLER                  PIC X(01).
012700     05  SLOG-TOTAL              PIC 9(10)V99.
012800     05  FILLER                  PIC X(01).
012900     05  SLOG-REVERSAL-FLAG      PIC X(01).
013000     05  FILLER                  PIC X(01).
013100     05  SLOG-ORIGINAL-DATE      PIC 9(08).
013200
013300 SD  ACCR-SORT-FILE.
013400 01  ACCR-SORT-RECORD.
013500     05  ASRT-ACCOUNT-ID         PIC X(10).
013600     05  FILLER                  PIC X(46).
013700
013800 SD  JRNL-SORT-FILE.
013900 01  JRNL-SORT-RECORD.
014000     05  JSRT-ACCOUNT-ID         PIC X(10).
014100     05  FILLER                  PIC X(01).
014200     05  JSRT-DATE               PIC X(08).
014300     05  FILLER                  PIC X(36).
014400
014500 SD  LOG-SORT-FILE.
014600 01  LOG-SORT-RECORD.
014700     05  LSRT-ACCOUNT-ID         PIC X(10).
014800     05  FILLER                  PIC X(01).
014900     05  LSRT-RUN-DATE           PIC X(08).
015000     05  FILLER                  PIC X(54).
015100
015200 FD  ROLLFORWARD-REPORT-FILE
015300     RECORDING MODE IS F.
015400 01  ROLLFORWARD-REPORT-LINE     PIC X(132).
015500
015600 WORKING-STORAGE SECTION.
015700*----------------------------------------------------------------
015800* FILE STATUS AND RUN CONTROL
015900*----------------------------------------------------------------
016000 01  WS-OPEN-FILE-STATUS         PIC X(02).
016100     88  WS-OPEN-FILE-FOUND      VALUE "00".
016200 01  WS-CLOSE-FILE-STATUS        PIC X(02).
016300     88  WS-CLOSE-FILE-FOUND     VALUE "00".
016400 01  WS-JRNL-FILE-STATUS         PIC X(02).
016500     88  WS-JRNL-FILE-FOUND      VALUE "00".
016600 01  WS-LOG-FILE-STATUS          PIC X(02).
016700     88  WS-LOG-FILE-FOUND       VALUE "00".
016800 01  WS-OPEN-SRT-STATUS          PIC X(02).
016900 01  WS-CLOSE-SRT-STATUS         PIC X(02).
017000 01  WS-JRNL-SRT-STATUS          PIC X(02).
017100 01  WS-LOG-SRT-STATUS           PIC X(02).
017200 01  WS-RPT-FILE-STATUS          PIC X(02).
017300
017400 01  WS-FILES-OK-SWITCH          PIC X(01).
017500     88  WS-FILES-OK             VALUE "Y".
017600     88  WS-FILES-BAD            VALUE "N".
017700
017800 01  WS-RUN-DATE                 PIC 9(08).
017900 01  WS-PERIOD-FROM              PIC 9(08).
018000 01  WS-PERIOD-THRU              PIC 9(08).
018100 01  WS-ROLL-SNAPSHOT-SWITCH     PIC X(01).
018200     88  WS-ROLL-SNAPSHOT        VALUE "Y" "y".
018300
018400*----------------------------------------------------------------
018500* MERGE KEYS  --  the four sorted inputs advance together in
018600* account-id order; an input at end of file holds high values
018700* so it never supplies the lowest key again.
018800*----------------------------------------------------------------
018900 01  WS-OPEN-KEY                 PIC X(10).
019000 01  WS-CLOSE-KEY                PIC X(10).
019100 01  WS-JRNL-KEY                 PIC X(10).
019200 01  WS-LOG-KEY                  PIC X(10).
019300 01  WS-GROUP-KEY                PIC X(10).
019400
019500*----------------------------------------------------------------
019600* ACCOUNT ROLLFORWARD  --  one account's figures for the period,
019700* at the accrual master's five decimals. The emitted and logged
019800* cents are the two sides of the posting tie: what month end
019900* emitted and maturity booked, against the accrual postings on
020000* the log.
020100*----------------------------------------------------------------
020200 01  WS-RF-ACCOUNT.
020300     05  WS-RF-GL-CODE           PIC X(06).
020400     05  WS-RF-OPENING           PIC S9(11)V9(05).
020500     05  WS-RF-ACCRUED           PIC S9(11)V9(05).
020600     05  WS-RF-EMITTED           PIC S9(11)V9(05).
020700     05  WS-RF-RELEASED          PIC S9(11)V9(05).
020800     05  WS-RF-CLOSING           PIC S9(11)V9(05).
020900     05  WS-RF-ROLLED            PIC S9(11)V9(05).
021000     05  WS-RF-EMITTED-CENTS     PIC S9(11)V99.
021100     05  WS-RF-LOGGED            PIC S9(11)V99.
021200
021300 01  WS-RF-ROLL-DIFF             PIC S9(11)V9(05).
021400 01  WS-RF-POST-DIFF             PIC S9(11)V99.
021500
021600 01  WS-RF-BREAK-SWITCH          PIC X(01).
021700     88  WS-RF-ACCOUNT-BREAKS    VALUE "Y".
021800     88  WS-RF-ACCOUNT-CLEAN     VALUE "N".
021900
022000*----------------------------------------------------------------
022100* GL-CODE SUBTOTALS  --  one row per GL code met in the run; the
022200* last row takes any code beyond the table as OTHER.
022300*----------------------------------------------------------------
022400 01  WS-GL-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
022500 01  WS-GL-IDX                   PIC 9(04) COMP.
022600 01  WS-GL-FOUND-IDX             PIC 9(04) COMP.
022700 01  WS-GL-TABLE.
022800     05  WS-GL-ENTRY OCCURS 100 TIMES.
022900         10  WS-GLT-CODE         PIC X(06).
023000         10  WS-GLT-ACCOUNTS     PIC 9(08).
023100         10  WS-GLT-OPENING      PIC S9(13)V9(05).
023200         10  WS-GLT-ACCRUED      PIC S9(13)V9(05).
023300         10  WS-GLT-EMITTED      PIC S9(13)V9(05).
023400         10  WS-GLT-RELEASED     PIC S9(13)V9(05).
023500         10  WS-GLT-CLOSING      PIC S9(13)V9(05).
023600         10  WS-GLT-LOGGED       PIC S9(13)V99.
023700         10  WS-GLT-BREAKS       PIC 9(08).
023800
023900 01  WS-TOTALS.
024000     05  WS-TOT-ACCOUNTS         PIC 9(08) VALUE ZERO.
024100     05  WS-TOT-OPENING          PIC S9(13)V9(05) VALUE ZERO.
024200     05  WS-TOT-ACCRUED          PIC S9(13)V9(05) VALUE ZERO.
024300     05  WS-TOT-EMITTED          PIC S9(13)V9(05) VALUE ZERO.
024400     05  WS-TOT-RELEASED         PIC S9(13)V9(05) VALUE ZERO.
024500     05  WS-TOT-CLOSING          PIC S9(13)V9(05) VALUE ZERO.
024600     05  WS-TOT-LOGGED           PIC S9(13)V99 VALUE ZERO.
024700     05  WS-TOT-BREAKS           PIC 9(08) VALUE ZERO.
024800
024900 01  WS-NOT-ROLLED-COUNT         PIC 9(08) VALUE ZERO.
025000 01  WS-UNPOSTED-COUNT           PIC 9(08) VALUE ZERO.
025100 01  WS-UNACCRUED-COUNT          PIC 9(08) VALUE ZERO.
025200 01  WS-SNAPSHOT-COUNT           PIC 9(08) VALUE ZERO.
025300
025400*----------------------------------------------------------------
025500* REPORT LINE LAYOUTS
025600*----------------------------------------------------------------
025700 01  RPT-HEADER-LINE.
025800     05  FILLER                  PIC X(37) VALUE
025900         "ACCRUAL ROLLFORWARD - PERIOD FROM    ".
026000     05  RPT-HDR-FROM            PIC 9(08).
026100     05  FILLER                  PIC X(06) VALUE " THRU ".
026200     05  RPT-HDR-THRU            PIC 9(08).
026300     05  FILLER                  PIC X(12) VALUE "  RUN DATE ".
026400     05  RPT-HDR-RUN-DATE        PIC 9(08).
026500
026600 01  RPT-LEGEND-LINE-1.
026700     05  FILLER                  PIC X(47) VALUE
026800         "EMITTED = MONTH-END ACCRUAL SENT TO ACCRPOST.  ".
026900     05  FILLER                  PIC X(45) VALUE
027000         "POSTED = BOOKED STRAIGHT FROM THE BALANCE AT ".
027100     05  FILLER                  PIC X(40) VALUE
027200         "MATURITY OR PAYOFF.".
027300
027400 01  RPT-LEGEND-LINE-2.
027500     05  FILLER                  PIC X(46) VALUE
027600         "ON LOG = ACCRUAL POSTINGS ON INTLOG, TIED TO ".
027700     05  FILLER                  PIC X(86) VALUE
027800         "EMITTED PLUS MATURITY POSTINGS.".
027900
028000 01  RPT-COLUMN-LINE.
028100     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
028200     05  FILLER                  PIC X(07) VALUE "GL".
028300     05  FILLER                  PIC X(15) VALUE
028400         "        OPENING".
028500     05  FILLER                  PIC X(15) VALUE
028600         "      + ACCRUED".
028700     05  FILLER                  PIC X(15) VALUE
028800         "      - EMITTED".
028900     05  FILLER                  PIC X(15) VALUE
029000         "       - POSTED".
029100     05  FILLER                  PIC X(15) VALUE
029200         "      = CLOSING".
029300     05  FILLER                  PIC X(15) VALUE
029400         "         ON LOG".
029500     05  FILLER                  PIC X(23) VALUE " STATUS".
029600
029700 01  RPT-DETAIL-LINE.
029800     05  RPT-DET-ACCOUNT         PIC X(10).
029900     05  FILLER                  PIC X(02).
030000     05  RPT-DET-GL-CODE         PIC X(06).
030100     05  FILLER                  PIC X(01).
030200     05  RPT-DET-OPENING         PIC ---,---,--9.99.
030300     05  FILLER                  PIC X(01).
030400     05  RPT-DET-ACCRUED         PIC ---,---,--9.99.
030500     05  FILLER                  PIC X(01).
030600     05  RPT-DET-EMITTED         PIC ---,---,--9.99.
030700     05  FILLER                  PIC X(01).
030800     05  RPT-DET-RELEASED        PIC ---,---,--9.99.
030900     05  FILLER                  PIC X(01).
031000     05  RPT-DET-CLOSING         PIC ---,---,--9.99.
031100     05  FILLER                  PIC X(01).
031200     05  RPT-DET-LOGGED          PIC ---,---,--9.99.
031300     05  FILLER                  PIC X(01).
031400     05  RPT-DET-STATUS          PIC X(22).
031500
031600 01  RPT-BREAK-LINE.
031700     05  FILLER                  PIC X(12) VALUE SPACES.
031800     05  FILLER                  PIC X(09) VALUE "** BREAK ".
031900     05  RPT-BRK-TYPE            PIC X(24).
032000     05  FILLER                  PIC X(11) VALUE "DIFFERENCE ".
032100     05  RPT-BRK-AMOUNT          PIC ---,---,--9.99999.
032200
032300 01  RPT-SECTION-LINE.
032400     05  RPT-SECTION-TITLE       PIC X(60).
032500
032600 01  RPT-COUNT-LINE.
032700     05  RPT-COUNT-LABEL         PIC X(40).
032800     05  RPT-COUNT-EDITED        PIC ZZ,ZZZ,ZZ9.
032900
033000 PROCEDURE DIVISION.
033100*================================================================
033200* 0000-MAINLINE
033300*================================================================
033400 0000-MAINLINE.
033500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033600     IF WS-FILES-OK
033700         PERFORM 2000-SORT-INPUTS THRU 2000-EXIT
033800         PERFORM 3000-ROLL-ACCOUNTS THRU 3000-EXIT
033900         PERFORM 5000-WRITE-GL-SUMMARY THRU 5000-EXIT
034000         PERFORM 5500-WRITE-BREAK-SUMMARY THRU 5500-EXIT
034100         PERFORM 6000-ROLL-SNAPSHOT THRU 6000-EXIT
034200     END-IF.
034300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
034400
034500 0000-EXIT.
034600     EXIT.
034700
034800*================================================================
034900* 1000-INITIALIZE  --  the period, then the inputs. The closing
035000* accrual master is required; without the opening snapshot the
035100* period opens at zero (the first rollforward ever run), and
035200* without the journal or the log there is simply no activity
035300* on that side. The snapshot question is asked up front so the
035400* run needs no one at the console once it starts.
035500*================================================================
035600 1000-INITIALIZE.
035700     SET WS-FILES-OK TO TRUE.
035800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035900     DISPLAY "Period start date (YYYYMMDD): ".
036000     ACCEPT WS-PERIOD-FROM.
036100     DISPLAY "Period end date (YYYYMMDD): ".
036200     ACCEPT WS-PERIOD-THRU.
036300     DISPLAY "Make the closing balances the next period's "
036400         "opening (Y/N): ".
036500     ACCEPT WS-ROLL-SNAPSHOT-SWITCH.
036600     IF WS-PERIOD-FROM NOT NUMERIC OR WS-PERIOD-THRU NOT NUMERIC
036700         OR WS-PERIOD-FROM = ZERO
036800         OR WS-PERIOD-THRU < WS-PERIOD-FROM
036900         DISPLAY "Invalid period: " WS-PERIOD-FROM " - "
037000             WS-PERIOD-THRU
037100         SET WS-FILES-BAD TO TRUE
037200     ELSE
037300         OPEN INPUT CLOSING-ACCRUAL-FILE
037400         IF WS-CLOSE-FILE-FOUND
037500             CLOSE CLOSING-ACCRUAL-FILE
037600         ELSE
037700             DISPLAY "Accrual master ACCRMST not found - "
037800                 "rollforward terminated."
037900             SET WS-FILES-BAD TO TRUE
038000         END-IF
038100     END-IF.
038200     IF WS-FILES-OK
038300         OPEN OUTPUT ROLLFORWARD-REPORT-FILE
038400         MOVE WS-PERIOD-FROM TO RPT-HDR-FROM
038500         MOVE WS-PERIOD-THRU TO RPT-HDR-THRU
038600         MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
038700         WRITE ROLLFORWARD-REPORT-LINE FROM RPT-HEADER-LINE
038800         WRITE ROLLFORWARD-REPORT-LINE FROM RPT-LEGEND-LINE-1
038900         WRITE ROLLFORWARD-REPORT-LINE FROM RPT-LEGEND-LINE-2
039000         MOVE SPACES TO ROLLFORWARD-REPORT-LINE
039100         WRITE ROLLFORWARD-REPORT-LINE
039200         WRITE ROLLFORWARD-REPORT-LINE FROM RPT-COLUMN-LINE
039300     END-IF.
039400
039500 1000-EXIT.
039600     EXIT.
039700
039800*================================================================
039900* 2000-SORT-INPUTS  --  every input into account-id order on
040000* disk, so the roll is one merge pass however large the book.
040100* An optional input that is missing sorts to an empty file.
040200*================================================================
040300 2000-SORT-INPUTS.
040400     OPEN INPUT OPENING-ACCRUAL-FILE.
040500     IF WS-OPEN-FILE-FOUND
040600         CLOSE OPENING-ACCRUAL-FILE
040700         SORT ACCR-SORT-FILE
040800             ON ASCENDING KEY ASRT-ACCOUNT-ID
040900             USING OPENING-ACCRUAL-FILE
041000             GIVING OPENING-SORTED-FILE
041100     ELSE
041200         DISPLAY "Opening snapshot ACCROPEN not found - the "
041300             "period opens at zero."
041400         OPEN OUTPUT OPENING-SORTED-FILE
041500         CLOSE OPENING-SORTED-FILE
041600     END-IF.
041700     SORT ACCR-SORT-FILE
041800         ON ASCENDING KEY ASRT-ACCOUNT-ID
041900         USING CLOSING-ACCRUAL-FILE
042000         GIVING CLOSING-SORTED-FILE.
042100     OPEN INPUT ACCRUAL-JOURNAL-FILE.
042200     IF WS-JRNL-FILE-FOUND
042300         CLOSE ACCRUAL-JOURNAL-FILE
042400         SORT JRNL-SORT-FILE
042500             ON ASCENDING KEY JSRT-ACCOUNT-ID
042600                              JSRT-DATE
042700             USING ACCRUAL-JOURNAL-FILE
042800             GIVING JOURNAL-SORTED-FILE
042900     ELSE
043000         DISPLAY "Accrual journal ACCRJRNL not found - no "
043100             "accrual activity in the period."
043200         OPEN OUTPUT JOURNAL-SORTED-FILE
043300         CLOSE JOURNAL-SORTED-FILE
043400     END-IF.
043500     OPEN INPUT TRANSACTION-LOG-FILE.
043600     IF WS-LOG-FILE-FOUND
043700         CLOSE TRANSACTION-LOG-FILE
043800         SORT LOG-SORT-FILE
043900             ON ASCENDING KEY LSRT-ACCOUNT-ID
044000                              LSRT-RUN-DATE
044100             USING TRANSACTION-LOG-FILE
044200             GIVING LOG-SORTED-FILE
044300     ELSE
044400         DISPLAY "Transaction log INTLOG not found - no "
044500             "postings in the period."
044600         OPEN OUTPUT LOG-SORTED-FILE
044700         CLOSE LOG-SORTED-FILE
044800     END-IF.
044900     OPEN INPUT OPENING-SORTED-FILE.
045000     OPEN INPUT CLOSING-SORTED-FILE.
045100     OPEN INPUT JOURNAL-SORTED-FILE.
045200     OPEN INPUT LOG-SORTED-FILE.
045300
045400 2000-EXIT.
045500     EXIT.
045600
045700*================================================================
045800* 3000-ROLL-ACCOUNTS  --  the merge: the lowest key among the
045900* four inputs is the next account, and every record each input
046000* holds for it is taken before the account is rolled.
046100*================================================================
046200 3000-ROLL-ACCOUNTS.
046300     PERFORM 3110-READ-OPENING THRU 3110-EXIT.
046400     PERFORM 3120-READ-CLOSING THRU 3120-EXIT.
046500     PERFORM 3130-READ-JOURNAL THRU 3130-EXIT.
046600     PERFORM 3140-READ-LOG THRU 3140-EXIT.
046700     PERFORM 3200-ROLL-ONE-ACCOUNT THRU 3200-EXIT
046800         UNTIL WS-OPEN-KEY = HIGH-VALUES
046900             AND WS-CLOSE-KEY = HIGH-VALUES
047000             AND WS-JRNL-KEY = HIGH-VALUES
047100             AND WS-LOG-KEY = HIGH-VALUES.
047200     CLOSE OPENING-SORTED-FILE.
047300     CLOSE CLOSING-SORTED-FILE.
047400     CLOSE JOURNAL-SORTED-FILE.
047500     CLOSE LOG-SORTED-FILE.
047600
047700 3000-EXIT.
047800     EXIT.
047900
048000 3110-READ-OPENING.
048100     READ OPENING-SORTED-FILE
048200         AT END
048300             MOVE HIGH-VALUES TO WS-OPEN-KEY
048400         NOT AT END
048500             MOVE OPN-ACCOUNT-ID TO WS-OPEN-KEY
048600     END-READ.
048700
048800 3110-EXIT.
048900     EXIT.
049000
049100 3120-READ-CLOSING.
049200     READ CLOSING-SORTED-FILE
049300         AT END
049400             MOVE HIGH-VALUES TO WS-CLOSE-KEY
049500         NOT AT END
049600             MOVE CLS-ACCOUNT-ID TO WS-CLOSE-KEY
049700     END-READ.
049800
049900 3120-EXIT.
050000     EXIT.
050100
050200 3130-READ-JOURNAL.
050300     READ JOURNAL-SORTED-FILE
050400         AT END
050500             MOVE HIGH-VALUES TO WS-JRNL-KEY
050600         NOT AT END
050700             MOVE JRNL-ACCOUNT-ID TO WS-JRNL-KEY
050800     END-READ.
050900
051000 3130-EXIT.
051100     EXIT.
051200
051300 3140-READ-LOG.
051400     READ LOG-SORTED-FILE
051500         AT END
051600             MOVE HIGH-VALUES TO WS-LOG-KEY
051700         NOT AT END
051800             MOVE SLOG-ACCOUNT-ID TO WS-LOG-KEY
051900     END-READ.
052000
052100 3140-EXIT.
052200     EXIT.
052300
052400*================================================================
052500* 3200-ROLL-ONE-ACCOUNT  --  gather the account's opening and
052600* closing balances, its journal activity and its log postings
052700* inside the period, then roll it. An account with nothing on
052800* any side (a zero balance all period, or log postings that are
052900* not accrual postings) is not a line on the schedule.
053000*================================================================
053100 3200-ROLL-ONE-ACCOUNT.
053200     MOVE WS-OPEN-KEY TO WS-GROUP-KEY.
053300     IF WS-CLOSE-KEY < WS-GROUP-KEY
053400         MOVE WS-CLOSE-KEY TO WS-GROUP-KEY
053500     END-IF.
053600     IF WS-JRNL-KEY < WS-GROUP-KEY
053700         MOVE WS-JRNL-KEY TO WS-GROUP-KEY
053800     END-IF.
053900     IF WS-LOG-KEY < WS-GROUP-KEY
054000         MOVE WS-LOG-KEY TO WS-GROUP-KEY
054100     END-IF.
054200     INITIALIZE WS-RF-ACCOUNT.
054300     PERFORM 3210-TAKE-OPENING THRU 3210-EXIT
054400         UNTIL WS-OPEN-KEY NOT = WS-GROUP-KEY.
054500     PERFORM 3220-TAKE-CLOSING THRU 3220-EXIT
054600         UNTIL WS-CLOSE-KEY NOT = WS-GROUP-KEY.
054700     PERFORM 3230-TAKE-JOURNAL THRU 3230-EXIT
054800         UNTIL WS-JRNL-KEY NOT = WS-GROUP-KEY.
054900     PERFORM 3240-TAKE-LOG THRU 3240-EXIT
055000         UNTIL WS-LOG-KEY NOT = WS-GROUP-KEY.
055100     IF WS-RF-OPENING NOT = ZERO OR WS-RF-ACCRUED NOT = ZERO
055200         OR WS-RF-EMITTED NOT = ZERO OR WS-RF-RELEASED NOT = ZERO
055300         OR WS-RF-CLOSING NOT = ZERO OR WS-RF-LOGGED NOT = ZERO
055400         PERFORM 4000-PROVE-ACCOUNT THRU 4000-EXIT
055500     END-IF.
055600
055700 3200-EXIT.
055800     EXIT.
055900
056000 3210-TAKE-OPENING.
056100     ADD OPN-MONTH TO WS-RF-OPENING.
056200     IF WS-RF-GL-CODE = SPACES
056300         MOVE OPN-GL-CODE TO WS-RF-GL-CODE
056400     END-IF.
056500     PERFORM 3110-READ-OPENING THRU 3110-EXIT.
056600
056700 3210-EXIT.
056800     EXIT.
056900
057000*    The closing master's GL code is the account's code for the
057100*    schedule; it replaces the opening one if the two differ.
057200 3220-TAKE-CLOSING.
057300     ADD CLS-MONTH TO WS-RF-CLOSING.
057400     IF CLS-GL-CODE NOT = SPACES
057500         MOVE CLS-GL-CODE TO WS-RF-GL-CODE
057600     END-IF.
057700     PERFORM 3120-READ-CLOSING THRU 3120-EXIT.
057800
057900 3220-EXIT.
058000     EXIT.
058100
058200*================================================================
058300* 3230-TAKE-JOURNAL  --  a journal record dated inside the
058400* period: an accrual adds to the balance; an emission, a
058500* maturity booking or a payoff takes the amount out. Emissions
058600* and maturity bookings also carry the cents that should be on
058700* the log; a payoff's interest is booked with the payoff's own
058800* posting and is proved with it.
058900*================================================================
059000 3230-TAKE-JOURNAL.
059100     IF JRNL-DATE NOT < WS-PERIOD-FROM
059200         AND JRNL-DATE NOT > WS-PERIOD-THRU
059300         EVALUATE TRUE
059400             WHEN JRNL-ACCRUED
059500                 ADD JRNL-AMOUNT TO WS-RF-ACCRUED
059600             WHEN JRNL-EMITTED
059700                 ADD JRNL-AMOUNT TO WS-RF-EMITTED
059800                 ADD JRNL-POSTED TO WS-RF-EMITTED-CENTS
059900             WHEN JRNL-MATURED
060000                 ADD JRNL-AMOUNT TO WS-RF-RELEASED
060100                 ADD JRNL-POSTED TO WS-RF-EMITTED-CENTS
060200             WHEN JRNL-PAID-OFF
060300                 ADD JRNL-AMOUNT TO WS-RF-RELEASED
060400             WHEN OTHER
060500                 CONTINUE
060600         END-EVALUATE
060700         IF WS-RF-GL-CODE = SPACES
060800             MOVE JRNL-GL-CODE TO WS-RF-GL-CODE
060900         END-IF
061000     END-IF.
061100     PERFORM 3130-READ-JOURNAL THRU 3130-EXIT.
061200
061300 3230-EXIT.
061400     EXIT.
061500
061600*================================================================
061700* 3240-TAKE-LOG  --  an accrual posting on the log is one with
061800* no principal, rate or period of its own (month-end posting
061900* and the maturity run's final interest both write them so).
062000* A reversal of one, dated in the period, comes off again;
062100* calculated postings and penalties are not accrual postings.
062200*================================================================
062300 3240-TAKE-LOG.
062400     IF SLOG-RUN-DATE NOT < WS-PERIOD-FROM
062500         AND SLOG-RUN-DATE NOT > WS-PERIOD-THRU
062600         AND SLOG-PRINCIPAL = ZERO
062700         AND SLOG-APR = ZERO
062800         AND SLOG-PERIOD = ZERO
062900         IF SLOG-REVERSAL-FLAG = SPACE
063000             ADD SLOG-INTEREST TO WS-RF-LOGGED
063100         ELSE
063200             IF SLOG-REVERSAL-FLAG = "R"
063300                 SUBTRACT SLOG-INTEREST FROM WS-RF-LOGGED
063400             END-IF
063500         END-IF
063600     END-IF.
063700     PERFORM 3140-READ-LOG THRU 3140-EXIT.
063800
063900 3240-EXIT.
064000     EXIT.
064100
064200*================================================================
064300* 4000-PROVE-ACCOUNT  --  the roll (opening plus accrued less
064400* emitted less posted must be the closing balance to the
064500* fifth decimal) and the posting tie (what was emitted or
064600* booked at maturity must be on the log to the cent). The
064700* detail line is written, each break under it, and the
064800* account is added into its GL code's subtotal.
064900*================================================================
065000 4000-PROVE-ACCOUNT.
065100     SET WS-RF-ACCOUNT-CLEAN TO TRUE.
065200     COMPUTE WS-RF-ROLLED = WS-RF-OPENING + WS-RF-ACCRUED
065300         - WS-RF-EMITTED - WS-RF-RELEASED.
065400     COMPUTE WS-RF-ROLL-DIFF = WS-RF-CLOSING - WS-RF-ROLLED.
065500     COMPUTE WS-RF-POST-DIFF = WS-RF-EMITTED-CENTS - WS-RF-LOGGED.
065600     IF WS-RF-ROLL-DIFF NOT = ZERO OR WS-RF-POST-DIFF NOT = ZERO
065700         SET WS-RF-ACCOUNT-BREAKS TO TRUE
065800     END-IF.
065900     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT.
066000     IF WS-RF-ROLL-DIFF NOT = ZERO
066100         ADD 1 TO WS-NOT-ROLLED-COUNT
066200         MOVE "ACCOUNT DOES NOT ROLL" TO RPT-BRK-TYPE
066300         MOVE WS-RF-ROLL-DIFF TO RPT-BRK-AMOUNT
066400         WRITE ROLLFORWARD-REPORT-LINE FROM RPT-BREAK-LINE
066500     END-IF.
066600     IF WS-RF-POST-DIFF > ZERO
066700         ADD 1 TO WS-UNPOSTED-COUNT
066800         MOVE "ACCRPOST NEVER POSTED" TO RPT-BRK-TYPE
066900         MOVE WS-RF-POST-DIFF TO RPT-BRK-AMOUNT
067000         WRITE ROLLFORWARD-REPORT-LINE FROM RPT-BREAK-LINE
067100     END-IF.
067200     IF WS-RF-POST-DIFF < ZERO
067300         ADD 1 TO WS-UNACCRUED-COUNT
067400         MOVE "POSTED WITH NO ACCRUAL" TO RPT-BRK-TYPE
067500         MOVE WS-RF-POST-DIFF TO RPT-BRK-AMOUNT
067600         WRITE ROLLFORWARD-REPORT-LINE FROM RPT-BREAK-LINE
067700     END-IF.
067800     PERFORM 4200-ADD-TO-GL-TOTALS THRU 4200-EXIT.
067900
068000 4000-EXIT.
068100     EXIT.
068200
068300 4100-WRITE-ACCOUNT-LINE.
068400     MOVE SPACES TO RPT-DETAIL-LINE.
068500     MOVE WS-GROUP-KEY TO RPT-DET-ACCOUNT.
068600     MOVE WS-RF-GL-CODE TO RPT-DET-GL-CODE.
068700     COMPUTE RPT-DET-OPENING ROUNDED = WS-RF-OPENING.
068800     COMPUTE RPT-DET-ACCRUED ROUNDED = WS-RF-ACCRUED.
068900     COMPUTE RPT-DET-EMITTED ROUNDED = WS-RF-EMITTED.
069000     COMPUTE RPT-DET-RELEASED ROUNDED = WS-RF-RELEASED.
069100     COMPUTE RPT-DET-CLOSING ROUNDED = WS-RF-CLOSING.
069200     MOVE WS-RF-LOGGED TO RPT-DET-LOGGED.
069300     IF WS-RF-ACCOUNT-BREAKS
069400         MOVE "BREAK" TO RPT-DET-STATUS
069500     ELSE
069600         MOVE "ROLLS" TO RPT-DET-STATUS
069700     END-IF.
069800     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-DETAIL-LINE.
069900
070000 4100-EXIT.
070100     EXIT.
070200
070300*================================================================
070400* 4200-ADD-TO-GL-TOTALS  --  find or add the account's GL code
070500* in the subtotal table and add the account in, and into the
070600* grand totals.
070700*================================================================
070800 4200-ADD-TO-GL-TOTALS.
070900     MOVE ZERO TO WS-GL-FOUND-IDX.
071000     PERFORM 4210-SCAN-GL-ENTRY THRU 4210-EXIT
071100         VARYING WS-GL-IDX FROM 1 BY 1
071200         UNTIL WS-GL-IDX > WS-GL-TABLE-COUNT
071300             OR WS-GL-FOUND-IDX > ZERO.
071400     IF WS-GL-FOUND-IDX = ZERO
071500         IF WS-GL-TABLE-COUNT < 100
071600             ADD 1 TO WS-GL-TABLE-COUNT
071700             MOVE WS-GL-TABLE-COUNT TO WS-GL-FOUND-IDX
071800             INITIALIZE WS-GL-ENTRY(WS-GL-FOUND-IDX)
071900             IF WS-GL-TABLE-COUNT = 100
072000                 MOVE "OTHER" TO WS-GLT-CODE(WS-GL-FOUND-IDX)
072100             ELSE
072200                 MOVE WS-RF-GL-CODE
072300                     TO WS-GLT-CODE(WS-GL-FOUND-IDX)
072400             END-IF
072500         ELSE
072600             MOVE 100 TO WS-GL-FOUND-IDX
072700         END-IF
072800     END-IF.
072900     ADD 1 TO WS-GLT-ACCOUNTS(WS-GL-FOUND-IDX).
073000     ADD WS-RF-OPENING TO WS-GLT-OPENING(WS-GL-FOUND-IDX).
073100     ADD WS-RF-ACCRUED TO WS-GLT-ACCRUED(WS-GL-FOUND-IDX).
073200     ADD WS-RF-EMITTED TO WS-GLT-EMITTED(WS-GL-FOUND-IDX).
073300     ADD WS-RF-RELEASED TO WS-GLT-RELEASED(WS-GL-FOUND-IDX).
073400     ADD WS-RF-CLOSING TO WS-GLT-CLOSING(WS-GL-FOUND-IDX).
073500     ADD WS-RF-LOGGED TO WS-GLT-LOGGED(WS-GL-FOUND-IDX).
073600     ADD 1 TO WS-TOT-ACCOUNTS.
073700     ADD WS-RF-OPENING TO WS-TOT-OPENING.
073800     ADD WS-RF-ACCRUED TO WS-TOT-ACCRUED.
073900     ADD WS-RF-EMITTED TO WS-TOT-EMITTED.
074000     ADD WS-RF-RELEASED TO WS-TOT-RELEASED.
074100     ADD WS-RF-CLOSING TO WS-TOT-CLOSING.
074200     ADD WS-RF-LOGGED TO WS-TOT-LOGGED.
074300     IF WS-RF-ACCOUNT-BREAKS
074400         ADD 1 TO WS-GLT-BREAKS(WS-GL-FOUND-IDX)
074500         ADD 1 TO WS-TOT-BREAKS
074600     END-IF.
074700
074800 4200-EXIT.
074900     EXIT.
075000
075100*    The OTHER row, once the table is full, is not matched by
075200*    code; only the overflow falls into it.
075300 4210-SCAN-GL-ENTRY.
075400     IF WS-GLT-CODE(WS-GL-IDX) = WS-RF-GL-CODE
075500         AND NOT (WS-GL-IDX = 100)
075600         MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
075700     END-IF.
075800
075900 4210-EXIT.
076000     EXIT.
076100
076200*================================================================
076300* 5000-WRITE-GL-SUMMARY  --  the same columns by GL code, the
076400* account count in the account column and the number of
076500* accounts that broke in the status column, then the totals.
076600*================================================================
076700 5000-WRITE-GL-SUMMARY.
076800     MOVE SPACES TO ROLLFORWARD-REPORT-LINE.
076900     WRITE ROLLFORWARD-REPORT-LINE.
077000     MOVE "ROLLFORWARD BY GL CODE" TO RPT-SECTION-TITLE.
077100     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-SECTION-LINE.
077200     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-COLUMN-LINE.
077300     PERFORM 5100-WRITE-GL-LINE THRU 5100-EXIT
077400         VARYING WS-GL-IDX FROM 1 BY 1
077500         UNTIL WS-GL-IDX > WS-GL-TABLE-COUNT.
077600     MOVE SPACES TO RPT-DETAIL-LINE.
077700     MOVE WS-TOT-ACCOUNTS TO RPT-COUNT-EDITED.
077800     MOVE RPT-COUNT-EDITED TO RPT-DET-ACCOUNT.
077900     MOVE "TOTAL" TO RPT-DET-GL-CODE.
078000     COMPUTE RPT-DET-OPENING ROUNDED = WS-TOT-OPENING.
078100     COMPUTE RPT-DET-ACCRUED ROUNDED = WS-TOT-ACCRUED.
078200     COMPUTE RPT-DET-EMITTED ROUNDED = WS-TOT-EMITTED.
078300     COMPUTE RPT-DET-RELEASED ROUNDED = WS-TOT-RELEASED.
078400     COMPUTE RPT-DET-CLOSING ROUNDED = WS-TOT-CLOSING.
078500     MOVE WS-TOT-LOGGED TO RPT-DET-LOGGED.
078600     MOVE WS-TOT-BREAKS TO RPT-COUNT-EDITED.
078700     STRING RPT-COUNT-EDITED DELIMITED BY SIZE
078800         " BREAKS" DELIMITED BY SIZE
078900         INTO RPT-DET-STATUS.
079000     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-DETAIL-LINE.
079100
079200 5000-EXIT.
079300     EXIT.
079400
079500 5100-WRITE-GL-LINE.
079600     MOVE SPACES TO RPT-DETAIL-LINE.
079700     MOVE WS-GLT-ACCOUNTS(WS-GL-IDX) TO RPT-COUNT-EDITED.
079800     MOVE RPT-COUNT-EDITED TO RPT-DET-ACCOUNT.
079900     MOVE WS-GLT-CODE(WS-GL-IDX) TO RPT-DET-GL-CODE.
080000     COMPUTE RPT-DET-OPENING ROUNDED = WS-GLT-OPENING(WS-GL-IDX).
080100     COMPUTE RPT-DET-ACCRUED ROUNDED = WS-GLT-ACCRUED(WS-GL-IDX).
080200     COMPUTE RPT-DET-EMITTED ROUNDED = WS-GLT-EMITTED(WS-GL-IDX).
080300     COMPUTE RPT-DET-RELEASED ROUNDED =
080400         WS-GLT-RELEASED(WS-GL-IDX).
080500     COMPUTE RPT-DET-CLOSING ROUNDED = WS-GLT-CLOSING(WS-GL-IDX).
080600     MOVE WS-GLT-LOGGED(WS-GL-IDX) TO RPT-DET-LOGGED.
080700     MOVE WS-GLT-BREAKS(WS-GL-IDX) TO RPT-COUNT-EDITED.
080800     STRING RPT-COUNT-EDITED DELIMITED BY SIZE
080900         " BREAKS" DELIMITED BY SIZE
081000         INTO RPT-DET-STATUS.
081100     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-DETAIL-LINE.
081200
081300 5100-EXIT.
081400     EXIT.
081500
081600*================================================================
081700* 5500-WRITE-BREAK-SUMMARY  --  the break counts by type.
081800*================================================================
081900 5500-WRITE-BREAK-SUMMARY.
082000     MOVE SPACES TO ROLLFORWARD-REPORT-LINE.
082100     WRITE ROLLFORWARD-REPORT-LINE.
082200     MOVE "ACCOUNTS ON THE SCHEDULE" TO RPT-COUNT-LABEL.
082300     MOVE WS-TOT-ACCOUNTS TO RPT-COUNT-EDITED.
082400     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-COUNT-LINE.
082500     MOVE "ACCOUNTS THAT DO NOT ROLL" TO RPT-COUNT-LABEL.
082600     MOVE WS-NOT-ROLLED-COUNT TO RPT-COUNT-EDITED.
082700     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-COUNT-LINE.
082800     MOVE "ACCRPOST EMISSIONS NEVER POSTED" TO RPT-COUNT-LABEL.
082900     MOVE WS-UNPOSTED-COUNT TO RPT-COUNT-EDITED.
083000     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-COUNT-LINE.
083100     MOVE "POSTINGS WITH NO ACCRUAL" TO RPT-COUNT-LABEL.
083200     MOVE WS-UNACCRUED-COUNT TO RPT-COUNT-EDITED.
083300     WRITE ROLLFORWARD-REPORT-LINE FROM RPT-COUNT-LINE.
083400     DISPLAY "Accrual rollforward written to RFWDRPT - accounts="
083500         WS-TOT-ACCOUNTS " not-rolled=" WS-NOT-ROLLED-COUNT
083600         " unposted=" WS-UNPOSTED-COUNT
083700         " unaccrued=" WS-UNACCRUED-COUNT.
083800
083900 5500-EXIT.
084000     EXIT.
084100
084200*================================================================
084300* 6000-ROLL-SNAPSHOT  --  on request, the closing accrual master
084400* is copied to ACCROPEN as the opening balances of the next
084500* period, the way a closed month's figures carry forward.
084600*================================================================
084700 6000-ROLL-SNAPSHOT.
084800     IF WS-ROLL-SNAPSHOT
084900         OPEN INPUT CLOSING-ACCRUAL-FILE
085000         OPEN OUTPUT OPENING-ACCRUAL-FILE
085100         MOVE LOW-VALUES TO WS-CLOSE-KEY
085200         PERFORM 6100-COPY-SNAPSHOT-RECORD THRU 6100-EXIT
085300             UNTIL WS-CLOSE-KEY = HIGH-VALUES
085400         CLOSE CLOSING-ACCRUAL-FILE
085500         CLOSE OPENING-ACCRUAL-FILE
085600         DISPLAY "Opening snapshot ACCROPEN rolled forward - "
085700             "records=" WS-SNAPSHOT-COUNT
085800     END-IF.
085900
086000 6000-EXIT.
086100     EXIT.
086200
086300 6100-COPY-SNAPSHOT-RECORD.
086400     READ CLOSING-ACCRUAL-FILE
086500         AT END
086600             MOVE HIGH-VALUES TO WS-CLOSE-KEY
086700         NOT AT END
086800             WRITE OPENING-ACCRUAL-RECORD
086900                 FROM CLOSING-ACCRUAL-RECORD
087000             ADD 1 TO WS-SNAPSHOT-COUNT
087100     END-READ.
087200
087300 6100-EXIT.
087400     EXIT.
087500
087600*================================================================
087700* 9999-TERMINATE
087800*================================================================
087900 9999-TERMINATE.
088000     IF WS-FILES-OK
088100         CLOSE ROLLFORWARD-REPORT-FILE
088200     END-IF.
088300     STOP RUN.
088400
088500 9999-EXIT.
088600     EXIT.
