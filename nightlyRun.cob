000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. nightlyRun.
000300 AUTHOR. James Hill.
000400 INSTALLATION. Consumer Lending Systems.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026 JH    Written to run the night without an operator
001200*                  sequencing it by hand. The processing date is
001300*                  the business day after the last night that
001400*                  finished (weekends and the HOLIDAYS calendar
001500*                  skipped), the accrual window runs from the
001600*                  day after the last night's window through the
001700*                  day before the next business day, and the
001800*                  night is month end or quarter end when that
001900*                  window closes the month. Each step's control
002000*                  card is built here, the steps are CALLed in
002100*                  order - maturity, daily accrual, month-end
002200*                  posting, reconciliation, GL journal feed and
002300*                  the quarterly archive - and the first step to
002400*                  fail or end out of balance stops the night.
002500*                  Step status is kept on NIGHTSTS after every
002600*                  step, so the next attempt picks the night up
002700*                  at the step that failed.
002720* 10/15/2026 JH    The cross-file integrity audit runs first, as
002740*                  of the processing date, so a night whose
002760*                  master, rate table, chart and accrual files
002780*                  disagree stops before anything is posted.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAYS"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-HOL-FILE-STATUS.
003500     SELECT NIGHT-STATUS-FILE ASSIGN TO "NIGHTSTS"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-NST-FILE-STATUS.
003800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PARM-FILE-STATUS.
004100     SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "ARCHPARM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ARCH-PARM-STATUS.
004400     SELECT INTERFACE-CONTROL-FILE ASSIGN TO "GLIFPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-GLIF-PARM-STATUS.
004700     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-HIST-FILE-STATUS.
004920     SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDTPARM"
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-AUDT-PARM-STATUS.
005000     SELECT NIGHT-REPORT-FILE ASSIGN TO "NIGHTRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-FILE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600*    One record per non-business weekday: the date and what the
005700*    holiday is. Saturdays and Sundays need no record.
005800 FD  HOLIDAY-CALENDAR-FILE
005900     RECORDING MODE IS F.
006000 01  HOLIDAY-CALENDAR-RECORD.
006100     05  HOL-DATE                PIC 9(08).
006200     05  FILLER                  PIC X(01).
006300     05  HOL-NAME                PIC X(30).
006400
006500 FD  NIGHT-STATUS-FILE
006600     RECORDING MODE IS F.
006700 01  NIGHT-STATUS-FILE-RECORD    PIC X(80).
006800
006900*    simpleInterest's control card, as its RUN-CONTROL-RECORD.
007000 FD  RUN-CONTROL-FILE
007100     RECORDING MODE IS F.
007200 01  RUN-CONTROL-RECORD.
007300     05  PARM-RUN-MODE           PIC X(01).
007400     05  FILLER                  PIC X(01).
007500     05  PARM-AS-OF-DATE         PIC 9(08).
007600     05  FILLER                  PIC X(01).
007700     05  PARM-CALC-MODE          PIC X(01).
007800     05  FILLER                  PIC X(01).
007900     05  PARM-COMPOUND-FREQ      PIC X(02).
008000     05  FILLER                  PIC X(01).
008100     05  PARM-SCHEDULE-FLAG      PIC X(01).
008200     05  FILLER                  PIC X(01).
008300     05  PARM-PRODUCT-FILTER     PIC X(04).
008400     05  FILLER                  PIC X(01).
008500     05  PARM-ACCT-FROM          PIC X(10).
008600     05  FILLER                  PIC X(01).
008700     05  PARM-ACCT-THRU          PIC X(10).
008800     05  FILLER                  PIC X(01).
008900     05  PARM-NOTICE-DAYS        PIC X(03).
009000     05  FILLER                  PIC X(01).
009100     05  PARM-ACCRUE-FROM        PIC X(08).
009200     05  FILLER                  PIC X(01).
009300     05  PARM-ACCRUE-THRU        PIC X(08).
009400
009500*    archivePurge's control card.
009600 FD  ARCHIVE-CONTROL-FILE
009700     RECORDING MODE IS F.
009800 01  ARCHIVE-CONTROL-RECORD.
009900     05  ARCH-PARM-RUN-MODE      PIC X(01).
010000     05  FILLER                  PIC X(01).
010100     05  ARCH-PARM-CUTOFF-DATE   PIC 9(08).
010200
010300*    glInterface's control card.
010400 FD  INTERFACE-CONTROL-FILE
010500     RECORDING MODE IS F.
010600 01  INTERFACE-CONTROL-RECORD.
010700     05  GLIF-PARM-RESEND-FLAG   PIC X(01).
010710
010720*    integrityAudit's control card.
010730 FD  AUDIT-CONTROL-FILE
010740     RECORDING MODE IS F.
010750 01  AUDIT-CONTROL-RECORD.
010760     05  AUDT-PARM-AS-OF-DATE    PIC 9(08).
010770     05  FILLER                  PIC X(01).
010780     05  AUDT-PARM-STALE-DAYS    PIC X(03).
010800
010900 FD  RUN-HISTORY-FILE
011000     RECORDING MODE IS F.
011100 01  RUN-HISTORY-RECORD.
011200     05  HIST-STATUS             PIC X(01).
011300     05  FILLER                  PIC X(01).
011400     05  HIST-RUN-MODE           PIC X(01).
011500     05  FILLER                  PIC X(01).
011600     05  HIST-AS-OF-DATE         PIC 9(08).
011700     05  FILLER                  PIC X(01).
011800     05  HIST-STAMP-DATE         PIC 9(08).
011900     05  FILLER                  PIC X(01).
012000     05  HIST-STAMP-TIME         PIC 9(06).
012100     05  FILLER                  PIC X(01).
012200     05  HIST-READ               PIC 9(08).
012300     05  FILLER                  PIC X(01).
012400     05  HIST-POSTED             PIC 9(08).
012500     05  FILLER                  PIC X(01).
012600     05  HIST-REJECTED           PIC 9(08).
012700     05  FILLER                  PIC X(01).
012800     05  HIST-SKIPPED            PIC 9(08).
012900     05  FILLER                  PIC X(01).
013000     05  HIST-RESTART-FLAG       PIC X(01).
013100
013200 FD  NIGHT-REPORT-FILE
013300     RECORDING MODE IS F.
013400 01  NIGHT-REPORT-LINE           PIC X(132).
013500
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------
013800* FILE STATUS AND RUN CONTROL
013900*----------------------------------------------------------------
014000 01  WS-HOL-FILE-STATUS          PIC X(02).
014100     88  WS-HOL-FILE-FOUND       VALUE "00".
014200 01  WS-NST-FILE-STATUS          PIC X(02).
014300     88  WS-NST-FILE-FOUND       VALUE "00".
014400 01  WS-PARM-FILE-STATUS         PIC X(02).
014500 01  WS-ARCH-PARM-STATUS         PIC X(02).
014600 01  WS-GLIF-PARM-STATUS         PIC X(02).
014650 01  WS-AUDT-PARM-STATUS         PIC X(02).
014700 01  WS-HIST-FILE-STATUS         PIC X(02).
014800     88  WS-HIST-FILE-FOUND      VALUE "00".
014900 01  WS-RPT-FILE-STATUS          PIC X(02).
015000
015100 01  WS-EOF-SWITCH               PIC X(01).
015200     88  WS-EOF                  VALUE "Y".
015300
015400 01  WS-NIGHT-SWITCH             PIC X(01) VALUE "R".
015500     88  WS-NIGHT-TO-RUN         VALUE "R".
015600     88  WS-NIGHT-NOTHING-TO-DO  VALUE "N".
015700     88  WS-NIGHT-STOPPED        VALUE "S".
015800
015900 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
016000     88  WS-RESTART-NIGHT        VALUE "Y".
016100
016200 01  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
016300     88  WS-STEP-WARNINGS        VALUE "Y".
016400
016500 01  WS-TODAY                    PIC 9(08).
016600 01  WS-TIME-RAW                 PIC 9(08).
016700 01  WS-TIME-RAW-X REDEFINES WS-TIME-RAW.
016800     05  WS-TIME-HHMMSS          PIC 9(06).
016900     05  FILLER                  PIC 9(02).
017000
017100*    Archive cut on the quarter-end night: everything dated
017200*    before the first day of the month this many months back
017300*    (counting the processing month) leaves the live files.
017400 01  WS-ARCHIVE-RETAIN-MONTHS    PIC 9(02) VALUE 12.
017500
017600*----------------------------------------------------------------
017700* DATE WORK AREAS
017800*----------------------------------------------------------------
017900 01  WS-DATE-IN                  PIC 9(08).
018000 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
018100     05  WS-DATE-IN-YYYY         PIC 9(04).
018200     05  WS-DATE-IN-MM           PIC 9(02).
018300     05  WS-DATE-IN-DD           PIC 9(02).
018400
018500 01  WS-EDITED-DATE.
018600     05  WS-ED-MM                PIC 9(02).
018700     05  FILLER                  PIC X(01) VALUE "/".
018800     05  WS-ED-DD                PIC 9(02).
018900     05  FILLER                  PIC X(01) VALUE "/".
019000     05  WS-ED-YYYY              PIC 9(04).
019100
019200 01  WS-TIME-IN                  PIC 9(06).
019300 01  WS-TIME-IN-X REDEFINES WS-TIME-IN.
019400     05  WS-TIME-IN-HH           PIC 9(02).
019500     05  WS-TIME-IN-MI           PIC 9(02).
019600     05  WS-TIME-IN-SS           PIC 9(02).
019700
019800 01  WS-EDITED-TIME.
019900     05  WS-ET-HH                PIC 9(02).
020000     05  FILLER                  PIC X(01) VALUE ":".
020100     05  WS-ET-MI                PIC 9(02).
020200     05  FILLER                  PIC X(01) VALUE ":".
020300     05  WS-ET-SS                PIC 9(02).
020400
020500 01  WS-DAYS-IN-MONTH            PIC 9(02).
020600 01  WS-LEAP-REMAINDER           PIC 9(04).
020700 01  WS-LEAP-QUOTIENT            PIC 9(04).
020800
020900 01  WS-DAY-NUMBER               PIC S9(08) COMP.
021000 01  WS-DTN-A                    PIC S9(04) COMP.
021100 01  WS-DTN-Y                    PIC S9(06) COMP.
021200 01  WS-DTN-M                    PIC S9(04) COMP.
021300 01  WS-DTN-T1                   PIC S9(06) COMP.
021400 01  WS-DTN-T2                   PIC S9(06) COMP.
021500 01  WS-DTN-T3                   PIC S9(06) COMP.
021600 01  WS-DTN-T4                   PIC S9(06) COMP.
021700
021800*    Day of the week from the day number: 0 is Monday through
021900*    4 Friday; 5 and 6 are the weekend.
022000 01  WS-WEEK-QUOTIENT            PIC S9(08) COMP.
022100 01  WS-WEEKDAY                  PIC 9(01).
022200
022300 01  WS-BUSINESS-DAY-SWITCH      PIC X(01).
022400     88  WS-BUSINESS-DAY         VALUE "Y".
022500     88  WS-NOT-BUSINESS-DAY     VALUE "N".
022600
022700 01  WS-MONTH-SERIAL             PIC 9(06) COMP.
022800 01  WS-MONTH-REMAINDER          PIC 9(02) COMP.
022900
023000*----------------------------------------------------------------
023100* HOLIDAY CALENDAR TABLE
023200*----------------------------------------------------------------
023300 01  WS-HOL-COUNT                PIC 9(04) COMP VALUE ZERO.
023400 01  WS-HOL-IDX                  PIC 9(04) COMP.
023500 01  WS-HOL-FULL-SWITCH          PIC X(01) VALUE "N".
023600     88  WS-HOL-TABLE-FULL       VALUE "Y".
023700 01  WS-HOL-TABLE.
023800     05  WS-HOL-DATE OCCURS 500 TIMES
023900                                 PIC 9(08).
024000
024100*----------------------------------------------------------------
024200* NIGHT STATUS RECORD  --  a header for the night (its dates and
024300* flags and whether it finished) and one record per step.
024400* The file holds only the latest night and is rewritten whole
024500* each time a step starts or ends.
024600*----------------------------------------------------------------
024700 01  NIGHT-STATUS-RECORD.
024800     05  NST-RECORD-TYPE         PIC X(01).
024900         88  NST-HEADER          VALUE "H".
025000         88  NST-STEP            VALUE "S".
025100     05  FILLER                  PIC X(01).
025200     05  NST-BODY                PIC X(78).
025300     05  NST-HEADER-BODY REDEFINES NST-BODY.
025400         10  NST-PROC-DATE       PIC 9(08).
025500         10  FILLER              PIC X(01).
025600         10  NST-ACCRUE-FROM     PIC 9(08).
025700         10  FILLER              PIC X(01).
025800         10  NST-ACCRUE-THRU     PIC 9(08).
025900         10  FILLER              PIC X(01).
026000         10  NST-MONTH-END       PIC X(01).
026100         10  FILLER              PIC X(01).
026200         10  NST-QUARTER-END     PIC X(01).
026300         10  FILLER              PIC X(01).
026400         10  NST-ARCHIVE-CUTOFF  PIC 9(08).
026500         10  FILLER              PIC X(01).
026600         10  NST-NIGHT-STATUS    PIC X(01).
026700             88  NST-NIGHT-RUNNING   VALUE "R".
026800             88  NST-NIGHT-COMPLETE  VALUE "C".
026900         10  FILLER              PIC X(01).
027000         10  NST-UPDATE-DATE     PIC 9(08).
027100         10  FILLER              PIC X(01).
027200         10  NST-UPDATE-TIME     PIC 9(06).
027300         10  FILLER              PIC X(21).
027400     05  NST-STEP-BODY REDEFINES NST-BODY.
027500         10  NST-STEP-NUMBER     PIC 9(02).
027600         10  FILLER              PIC X(01).
027700         10  NST-STEP-NAME       PIC X(10).
027800         10  FILLER              PIC X(01).
027900         10  NST-STEP-PROGRAM    PIC X(15).
028000         10  FILLER              PIC X(01).
028100         10  NST-STEP-MODE       PIC X(01).
028200         10  FILLER              PIC X(01).
028300         10  NST-STEP-STATUS     PIC X(01).
028400         10  FILLER              PIC X(01).
028500         10  NST-STEP-RC         PIC 9(04).
028600         10  FILLER              PIC X(01).
028700         10  NST-STEP-START-DATE PIC 9(08).
028800         10  FILLER              PIC X(01).
028900         10  NST-STEP-START-TIME PIC 9(06).
029000         10  FILLER              PIC X(01).
029100         10  NST-STEP-END-TIME   PIC 9(06).
029200         10  FILLER              PIC X(17).
029300
029400*----------------------------------------------------------------
029500* TONIGHT  --  the night being run, as set up fresh or as found
029600* on NIGHTSTS for a restart.
029700*----------------------------------------------------------------
029800 01  WS-PROC-DATE                PIC 9(08) VALUE ZERO.
029900 01  WS-ACCRUE-FROM              PIC 9(08) VALUE ZERO.
030000 01  WS-ACCRUE-THRU              PIC 9(08) VALUE ZERO.
030100 01  WS-MONTH-END-FLAG           PIC X(01) VALUE "N".
030200     88  WS-MONTH-END            VALUE "Y".
030300 01  WS-QUARTER-END-FLAG         PIC X(01) VALUE "N".
030400     88  WS-QUARTER-END          VALUE "Y".
030500 01  WS-ARCHIVE-CUTOFF           PIC 9(08) VALUE ZERO.
030600 01  WS-NIGHT-STATUS             PIC X(01) VALUE SPACE.
030700     88  WS-NIGHT-RUNNING        VALUE "R".
030800     88  WS-NIGHT-COMPLETE       VALUE "C".
030900
031000 01  WS-LAST-PROC-DATE           PIC 9(08) VALUE ZERO.
031100 01  WS-LAST-ACCRUE-THRU         PIC 9(08) VALUE ZERO.
031200 01  WS-NEXT-BUSINESS-DATE       PIC 9(08).
031300
031400*----------------------------------------------------------------
031500* STEP TABLE  --  the night's steps in run order. Status is
031600* P pending, R running (started, never finished), C complete,
031700* W complete with warnings, F failed, N not scheduled tonight.
031800*----------------------------------------------------------------
031900 01  WS-STEP-COUNT               PIC 9(04) COMP VALUE 7.
032000 01  WS-STEP-IDX                 PIC 9(04) COMP.
032050 01  WS-STS-IDX                  PIC 9(04) COMP.
032100 01  WS-STEP-TABLE.
032200     05  WS-STEP OCCURS 7 TIMES.
032300         10  WS-STP-NAME         PIC X(10).
032400         10  WS-STP-PROGRAM      PIC X(15).
032500         10  WS-STP-MODE         PIC X(01).
032600         10  WS-STP-STATUS       PIC X(01).
032700         10  WS-STP-RC           PIC 9(04).
032800         10  WS-STP-START-DATE   PIC 9(08).
032900         10  WS-STP-START-TIME   PIC 9(06).
033000         10  WS-STP-END-TIME     PIC 9(06).
033100
033200 01  WS-CALL-PROGRAM             PIC X(15).
033300 01  WS-STEP-RC                  PIC 9(04).
033400 01  WS-STEPS-RUN-COUNT          PIC 9(04) VALUE ZERO.
033500
033600 01  WS-HIST-LAST-STATUS         PIC X(01).
033700 01  WS-HIST-LAST-MODE           PIC X(01).
033800 01  WS-HIST-LAST-AS-OF          PIC 9(08).
033900
034000*----------------------------------------------------------------
034100* REPORT LINE LAYOUTS
034200*----------------------------------------------------------------
034300 01  RPT-HEADER-LINE.
034400     05  FILLER                  PIC X(40) VALUE
034500         "NIGHTLY JOB STREAM".
034600     05  FILLER                  PIC X(16) VALUE
034700         "PROCESSING DATE ".
034800     05  RPT-HDR-PROC-DATE       PIC X(10).
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  RPT-HDR-RESTART         PIC X(20).
035100
035200 01  RPT-WINDOW-LINE.
035300     05  FILLER                  PIC X(16) VALUE
035400         "ACCRUAL WINDOW  ".
035500     05  RPT-WIN-FROM            PIC X(10).
035600     05  FILLER                  PIC X(09) VALUE " THROUGH ".
035700     05  RPT-WIN-THRU            PIC X(10).
035800     05  FILLER                  PIC X(13) VALUE
035900         "   MONTH END ".
036000     05  RPT-WIN-MONTH-END       PIC X(01).
036100     05  FILLER                  PIC X(15) VALUE
036200         "   QUARTER END ".
036300     05  RPT-WIN-QUARTER-END     PIC X(01).
036400     05  FILLER                  PIC X(18) VALUE
036500         "   ARCHIVE BEFORE ".
036600     05  RPT-WIN-ARCHIVE         PIC X(10).
036700
036800 01  RPT-STEP-COLUMN-LINE.
036900     05  FILLER                  PIC X(06) VALUE "STEP".
037000     05  FILLER                  PIC X(12) VALUE "NAME".
037100     05  FILLER                  PIC X(17) VALUE "PROGRAM".
037200     05  FILLER                  PIC X(06) VALUE "MODE".
037300     05  FILLER                  PIC X(30) VALUE "RESULT".
037400     05  FILLER                  PIC X(06) VALUE "  RC".
037500     05  FILLER                  PIC X(10) VALUE "STARTED".
037600     05  FILLER                  PIC X(08) VALUE "ENDED".
037700
037800 01  RPT-STEP-LINE.
037900     05  RPT-STP-NUMBER          PIC Z9.
038000     05  FILLER                  PIC X(04).
038100     05  RPT-STP-NAME            PIC X(10).
038200     05  FILLER                  PIC X(02).
038300     05  RPT-STP-PROGRAM         PIC X(15).
038400     05  FILLER                  PIC X(02).
038500     05  RPT-STP-MODE            PIC X(01).
038600     05  FILLER                  PIC X(05).
038700     05  RPT-STP-RESULT          PIC X(28).
038800     05  FILLER                  PIC X(02).
038900     05  RPT-STP-RC              PIC ZZZ9.
039000     05  FILLER                  PIC X(02).
039100     05  RPT-STP-START           PIC X(08).
039200     05  FILLER                  PIC X(02).
039300     05  RPT-STP-END             PIC X(08).
039400
039500 PROCEDURE DIVISION.
039600*================================================================
039700* 0000-MAINLINE
039800*================================================================
039900 0000-MAINLINE.
040000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040100     PERFORM 2000-ESTABLISH-NIGHT THRU 2000-EXIT.
040200     IF WS-NIGHT-TO-RUN
040300         PERFORM 3000-RUN-STEPS THRU 3000-EXIT
040400     END-IF.
040500     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
040600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
040700
040800 0000-EXIT.
040900     EXIT.
041000
041100*================================================================
041200* 1000-INITIALIZE  --  the system date and the holiday calendar.
041300* A missing calendar is reported and only weekends are skipped.
041400*================================================================
041500 1000-INITIALIZE.
041600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
041700     OPEN OUTPUT NIGHT-REPORT-FILE.
041800     MOVE "N" TO WS-EOF-SWITCH.
041900     OPEN INPUT HOLIDAY-CALENDAR-FILE.
042000     IF WS-HOL-FILE-FOUND
042100         PERFORM 1100-READ-HOLIDAY THRU 1100-EXIT
042200         PERFORM 1200-STORE-HOLIDAY THRU 1200-EXIT
042300             UNTIL WS-EOF
042400         CLOSE HOLIDAY-CALENDAR-FILE
042500     ELSE
042600         DISPLAY "Holiday calendar HOLIDAYS not found - only "
042700             "weekends are treated as non-business days."
042800     END-IF.
042900
043000 1000-EXIT.
043100     EXIT.
043200
043300 1100-READ-HOLIDAY.
043400     READ HOLIDAY-CALENDAR-FILE
043500         AT END
043600             SET WS-EOF TO TRUE
043700     END-READ.
043800
043900 1100-EXIT.
044000     EXIT.
044100
044200 1200-STORE-HOLIDAY.
044300     IF HOL-DATE NUMERIC
044400         IF WS-HOL-COUNT < 500
044500             ADD 1 TO WS-HOL-COUNT
044600             MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
044700         ELSE
044800             IF NOT WS-HOL-TABLE-FULL
044900                 DISPLAY "Holiday calendar holds more than 500 "
045000                     "dates - the rest are ignored."
045100                 SET WS-HOL-TABLE-FULL TO TRUE
045200             END-IF
045300         END-IF
045400     END-IF.
045500     PERFORM 1100-READ-HOLIDAY THRU 1100-EXIT.
045600
045700 1200-EXIT.
045800     EXIT.
045900
046000*================================================================
046100* 2000-ESTABLISH-NIGHT  --  a night left unfinished on NIGHTSTS
046200* is picked up where it stopped, with its own dates; otherwise
046300* tonight is the business day after the last finished night
046400* (or, the first time, the latest business day up to today),
046500* provided that day has arrived.
046600*================================================================
046700 2000-ESTABLISH-NIGHT.
046800     PERFORM 2100-READ-NIGHT-STATUS THRU 2100-EXIT.
046900     IF WS-NIGHT-RUNNING
047000         SET WS-RESTART-NIGHT TO TRUE
047100         PERFORM 2200-PREPARE-RESTART THRU 2200-EXIT
047200     ELSE
047300         PERFORM 2300-SET-UP-NEW-NIGHT THRU 2300-EXIT
047400     END-IF.
047500     IF WS-NIGHT-TO-RUN
047600         PERFORM 2900-WRITE-NIGHT-HEADING THRU 2900-EXIT
047700     END-IF.
047800
047900 2000-EXIT.
048000     EXIT.
048100
048200 2100-READ-NIGHT-STATUS.
048300     MOVE "N" TO WS-EOF-SWITCH.
048350     INITIALIZE WS-STEP-TABLE.
048400     OPEN INPUT NIGHT-STATUS-FILE.
048500     IF WS-NST-FILE-FOUND
048600         PERFORM 2150-READ-STATUS-RECORD THRU 2150-EXIT
048700         PERFORM 2160-LOAD-STATUS-RECORD THRU 2160-EXIT
048800             UNTIL WS-EOF
048900         CLOSE NIGHT-STATUS-FILE
049000     END-IF.
049100
049200 2100-EXIT.
049300     EXIT.
049400
049500 2150-READ-STATUS-RECORD.
049600     READ NIGHT-STATUS-FILE INTO NIGHT-STATUS-RECORD
049700         AT END
049800             SET WS-EOF TO TRUE
049900     END-READ.
050000
050100 2150-EXIT.
050200     EXIT.
050300
050400 2160-LOAD-STATUS-RECORD.
050500     IF NST-HEADER
050600         MOVE NST-PROC-DATE TO WS-PROC-DATE
050700         MOVE NST-ACCRUE-FROM TO WS-ACCRUE-FROM
050800         MOVE NST-ACCRUE-THRU TO WS-ACCRUE-THRU
050900         MOVE NST-MONTH-END TO WS-MONTH-END-FLAG
051000         MOVE NST-QUARTER-END TO WS-QUARTER-END-FLAG
051100         MOVE NST-ARCHIVE-CUTOFF TO WS-ARCHIVE-CUTOFF
051200         MOVE NST-NIGHT-STATUS TO WS-NIGHT-STATUS
051300     ELSE
051400         IF NST-STEP
051500             AND NST-STEP-NUMBER > ZERO
051600             AND NST-STEP-NUMBER NOT > WS-STEP-COUNT
051700             MOVE NST-STEP-NUMBER TO WS-STEP-IDX
051800             MOVE NST-STEP-NAME TO WS-STP-NAME(WS-STEP-IDX)
051900             MOVE NST-STEP-PROGRAM TO WS-STP-PROGRAM(WS-STEP-IDX)
052000             MOVE NST-STEP-MODE TO WS-STP-MODE(WS-STEP-IDX)
052100             MOVE NST-STEP-STATUS TO WS-STP-STATUS(WS-STEP-IDX)
052200             MOVE NST-STEP-RC TO WS-STP-RC(WS-STEP-IDX)
052300             MOVE NST-STEP-START-DATE
052400                 TO WS-STP-START-DATE(WS-STEP-IDX)
052500             MOVE NST-STEP-START-TIME
052600                 TO WS-STP-START-TIME(WS-STEP-IDX)
052700             MOVE NST-STEP-END-TIME
052800                 TO WS-STP-END-TIME(WS-STEP-IDX)
052900         END-IF
053000     END-IF.
053100     PERFORM 2150-READ-STATUS-RECORD THRU 2150-EXIT.
053200
053300 2160-EXIT.
053400     EXIT.
053500
053600*    Steps that failed, or started and never finished, run again;
053700*    every step is safe to rerun for the same night.
053800 2200-PREPARE-RESTART.
053900     DISPLAY "Restarting the night of " WS-PROC-DATE
054000         " at its first unfinished step.".
054100     PERFORM 2250-RESET-UNFINISHED-STEP THRU 2250-EXIT
054200         VARYING WS-STEP-IDX FROM 1 BY 1
054300         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
054400
054500 2200-EXIT.
054600     EXIT.
054700
054800 2250-RESET-UNFINISHED-STEP.
054900     IF WS-STP-STATUS(WS-STEP-IDX) = "F"
055000         OR WS-STP-STATUS(WS-STEP-IDX) = "R"
055100         MOVE "P" TO WS-STP-STATUS(WS-STEP-IDX)
055200     END-IF.
055300
055400 2250-EXIT.
055500     EXIT.
055600
055700 2300-SET-UP-NEW-NIGHT.
055800     IF WS-NIGHT-COMPLETE
055900         MOVE WS-PROC-DATE TO WS-LAST-PROC-DATE
056000         MOVE WS-ACCRUE-THRU TO WS-LAST-ACCRUE-THRU
056100         MOVE WS-LAST-PROC-DATE TO WS-DATE-IN
056200         PERFORM 7800-NEXT-BUSINESS-DAY THRU 7800-EXIT
056300         MOVE WS-DATE-IN TO WS-PROC-DATE
056400         MOVE WS-LAST-ACCRUE-THRU TO WS-DATE-IN
056500         PERFORM 7650-NEXT-CALENDAR-DAY THRU 7650-EXIT
056600         MOVE WS-DATE-IN TO WS-ACCRUE-FROM
056700     ELSE
056800         MOVE WS-TODAY TO WS-DATE-IN
056900         PERFORM 7850-BUSINESS-DAY-ON-OR-BEFORE THRU 7850-EXIT
057000         MOVE WS-DATE-IN TO WS-PROC-DATE
057100         MOVE WS-PROC-DATE TO WS-ACCRUE-FROM
057200     END-IF.
057300     IF WS-PROC-DATE > WS-TODAY
057400         SET WS-NIGHT-NOTHING-TO-DO TO TRUE
057500         DISPLAY "The night of " WS-LAST-PROC-DATE
057600             " is complete and the next business day, "
057700             WS-PROC-DATE ", has not arrived - nothing to run."
057800     ELSE
057900         PERFORM 2400-SET-NIGHT-DATES THRU 2400-EXIT
058000         PERFORM 2500-SET-UP-STEPS THRU 2500-EXIT
058100         SET WS-NIGHT-RUNNING TO TRUE
058200         PERFORM 5000-REWRITE-NIGHT-STATUS THRU 5000-EXIT
058300     END-IF.
058400
058500 2300-EXIT.
058600     EXIT.
058700
058800*================================================================
058900* 2400-SET-NIGHT-DATES  --  the accrual window ends the day before
059000* the next business day, but never past the end of the
059100* processing date's month, so the month's accrual is emitted
059200* and posted on the month's own last business day; the days
059300* after it are picked up by the next night's window. Tonight is
059400* month end when the window closes the month, quarter end when
059500* that month ends a quarter.
059600*================================================================
059700 2400-SET-NIGHT-DATES.
059800     MOVE WS-PROC-DATE TO WS-DATE-IN.
059900     PERFORM 7800-NEXT-BUSINESS-DAY THRU 7800-EXIT.
060000     MOVE WS-DATE-IN TO WS-NEXT-BUSINESS-DATE.
060100     PERFORM 7660-PRIOR-CALENDAR-DAY THRU 7660-EXIT.
060200     MOVE WS-DATE-IN TO WS-ACCRUE-THRU.
060300     MOVE WS-PROC-DATE TO WS-DATE-IN.
060400     PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT.
060500     MOVE WS-DAYS-IN-MONTH TO WS-DATE-IN-DD.
060600     IF WS-ACCRUE-THRU NOT < WS-DATE-IN
060700         MOVE WS-DATE-IN TO WS-ACCRUE-THRU
060800         SET WS-MONTH-END TO TRUE
060900     ELSE
061000         MOVE "N" TO WS-MONTH-END-FLAG
061100     END-IF.
061200     MOVE "N" TO WS-QUARTER-END-FLAG.
061300     MOVE ZERO TO WS-ARCHIVE-CUTOFF.
061400     IF WS-MONTH-END
061500         AND (WS-DATE-IN-MM = 3 OR WS-DATE-IN-MM = 6
061600             OR WS-DATE-IN-MM = 9 OR WS-DATE-IN-MM = 12)
061700         SET WS-QUARTER-END TO TRUE
061800         COMPUTE WS-MONTH-SERIAL = (WS-DATE-IN-YYYY * 12)
061900             + WS-DATE-IN-MM - WS-ARCHIVE-RETAIN-MONTHS
062000         DIVIDE WS-MONTH-SERIAL BY 12
062100             GIVING WS-DATE-IN-YYYY
062200             REMAINDER WS-MONTH-REMAINDER
062300         COMPUTE WS-DATE-IN-MM = WS-MONTH-REMAINDER + 1
062400         MOVE 1 TO WS-DATE-IN-DD
062500         MOVE WS-DATE-IN TO WS-ARCHIVE-CUTOFF
062600     END-IF.
062700
062800 2400-EXIT.
062900     EXIT.
063000
063100 2500-SET-UP-STEPS.
063180     MOVE "AUDIT" TO WS-STP-NAME(1).
063260     MOVE "integrityAudit" TO WS-STP-PROGRAM(1).
063340     MOVE SPACE TO WS-STP-MODE(1).
063420     MOVE "MATURITY" TO WS-STP-NAME(2).
063500     MOVE "simpleInterest" TO WS-STP-PROGRAM(2).
063580     MOVE "T" TO WS-STP-MODE(2).
063660     MOVE "ACCRUAL" TO WS-STP-NAME(3).
063740     MOVE "simpleInterest" TO WS-STP-PROGRAM(3).
063820     MOVE "D" TO WS-STP-MODE(3).
063900     MOVE "POSTING" TO WS-STP-NAME(4).
063980     MOVE "simpleInterest" TO WS-STP-PROGRAM(4).
064060     MOVE "P" TO WS-STP-MODE(4).
064140     MOVE "RECON" TO WS-STP-NAME(5).
064220     MOVE "interestRecon" TO WS-STP-PROGRAM(5).
064300     MOVE SPACE TO WS-STP-MODE(5).
064380     MOVE "GL FEED" TO WS-STP-NAME(6).
064460     MOVE "glInterface" TO WS-STP-PROGRAM(6).
064540     MOVE SPACE TO WS-STP-MODE(6).
064620     MOVE "ARCHIVE" TO WS-STP-NAME(7).
064700     MOVE "archivePurge" TO WS-STP-PROGRAM(7).
064780     MOVE "A" TO WS-STP-MODE(7).
065000     PERFORM 2550-RESET-STEP THRU 2550-EXIT
065100         VARYING WS-STEP-IDX FROM 1 BY 1
065200         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
065300     IF NOT WS-MONTH-END
065400         MOVE "N" TO WS-STP-STATUS(4)
065500     END-IF.
065600     IF NOT WS-QUARTER-END
065700         MOVE "N" TO WS-STP-STATUS(7)
065800     END-IF.
065900
066000 2500-EXIT.
066100     EXIT.
066200
066300 2550-RESET-STEP.
066400     MOVE "P" TO WS-STP-STATUS(WS-STEP-IDX).
066500     MOVE ZERO TO WS-STP-RC(WS-STEP-IDX).
066600     MOVE ZERO TO WS-STP-START-DATE(WS-STEP-IDX).
066700     MOVE ZERO TO WS-STP-START-TIME(WS-STEP-IDX).
066800     MOVE ZERO TO WS-STP-END-TIME(WS-STEP-IDX).
066900
067000 2550-EXIT.
067100     EXIT.
067200
067300 2900-WRITE-NIGHT-HEADING.
067400     MOVE WS-PROC-DATE TO WS-DATE-IN.
067500     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
067600     MOVE WS-EDITED-DATE TO RPT-HDR-PROC-DATE.
067700     IF WS-RESTART-NIGHT
067800         MOVE "** RESTART **" TO RPT-HDR-RESTART
067900     ELSE
068000         MOVE SPACES TO RPT-HDR-RESTART
068100     END-IF.
068200     WRITE NIGHT-REPORT-LINE FROM RPT-HEADER-LINE.
068300     MOVE WS-ACCRUE-FROM TO WS-DATE-IN.
068400     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
068500     MOVE WS-EDITED-DATE TO RPT-WIN-FROM.
068600     MOVE WS-ACCRUE-THRU TO WS-DATE-IN.
068700     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
068800     MOVE WS-EDITED-DATE TO RPT-WIN-THRU.
068900     MOVE WS-MONTH-END-FLAG TO RPT-WIN-MONTH-END.
069000     MOVE WS-QUARTER-END-FLAG TO RPT-WIN-QUARTER-END.
069100     IF WS-QUARTER-END
069200         MOVE WS-ARCHIVE-CUTOFF TO WS-DATE-IN
069300         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
069400         MOVE WS-EDITED-DATE TO RPT-WIN-ARCHIVE
069500     ELSE
069600         MOVE "N/A" TO RPT-WIN-ARCHIVE
069700     END-IF.
069800     WRITE NIGHT-REPORT-LINE FROM RPT-WINDOW-LINE.
069900     MOVE SPACES TO NIGHT-REPORT-LINE.
070000     WRITE NIGHT-REPORT-LINE.
070100     WRITE NIGHT-REPORT-LINE FROM RPT-STEP-COLUMN-LINE.
070200     DISPLAY "Night of " WS-PROC-DATE " - accrual window "
070300         WS-ACCRUE-FROM "-" WS-ACCRUE-THRU " month-end="
070400         WS-MONTH-END-FLAG " quarter-end=" WS-QUARTER-END-FLAG.
070500
070600 2900-EXIT.
070700     EXIT.
070800
070900*================================================================
071000* 3000-RUN-STEPS  --  each step in order until one stops the
071100* night. A step already complete (on a restart) or not
071200* scheduled tonight is reported and passed over.
071300*================================================================
071400 3000-RUN-STEPS.
071500     PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT
071600         VARYING WS-STEP-IDX FROM 1 BY 1
071700         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
071800     IF NOT WS-NIGHT-STOPPED
071900         SET WS-NIGHT-COMPLETE TO TRUE
072000         PERFORM 5000-REWRITE-NIGHT-STATUS THRU 5000-EXIT
072100     END-IF.
072200
072300 3000-EXIT.
072400     EXIT.
072500
072600 3100-RUN-ONE-STEP.
072700     IF WS-STP-STATUS(WS-STEP-IDX) = "P"
072800         AND NOT WS-NIGHT-STOPPED
072900         PERFORM 3200-START-STEP THRU 3200-EXIT
073000         PERFORM 3300-CALL-STEP-PROGRAM THRU 3300-EXIT
073100         PERFORM 3500-FINISH-STEP THRU 3500-EXIT
073200     END-IF.
073300     PERFORM 3900-WRITE-STEP-LINE THRU 3900-EXIT.
073400
073500 3100-EXIT.
073600     EXIT.
073700
073800*    The step is marked running on disk before it is called, so
073900*    a night that dies inside a step restarts at that step.
074000 3200-START-STEP.
074100     ACCEPT WS-TIME-RAW FROM TIME.
074200     ACCEPT WS-STP-START-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD.
074300     MOVE WS-TIME-HHMMSS TO WS-STP-START-TIME(WS-STEP-IDX).
074400     MOVE ZERO TO WS-STP-END-TIME(WS-STEP-IDX).
074500     MOVE "R" TO WS-STP-STATUS(WS-STEP-IDX).
074600     PERFORM 5000-REWRITE-NIGHT-STATUS THRU 5000-EXIT.
074700     PERFORM 4000-BUILD-CONTROL-CARD THRU 4000-EXIT.
074800     DISPLAY "Step " WS-STEP-IDX " " WS-STP-NAME(WS-STEP-IDX)
074900         " starting - " WS-STP-PROGRAM(WS-STEP-IDX)
075000         " " WS-STP-MODE(WS-STEP-IDX).
075100
075200 3200-EXIT.
075300     EXIT.
075400
075500*    Each step program is cancelled after it returns, so the
075600*    next call of the same program starts fresh.
075700 3300-CALL-STEP-PROGRAM.
075800     MOVE WS-STP-PROGRAM(WS-STEP-IDX) TO WS-CALL-PROGRAM.
075900     MOVE ZERO TO RETURN-CODE.
076000     CALL WS-CALL-PROGRAM
076100         ON EXCEPTION
076200             DISPLAY "Step program " WS-CALL-PROGRAM
076300                 " could not be loaded."
076400             MOVE 16 TO WS-STEP-RC
076500         NOT ON EXCEPTION
076600             MOVE RETURN-CODE TO WS-STEP-RC
076700             CANCEL WS-CALL-PROGRAM
076800     END-CALL.
076900     MOVE ZERO TO RETURN-CODE.
077000     PERFORM 4900-CLEAR-CONTROL-CARD THRU 4900-EXIT.
077100     IF WS-STEP-RC < 8
077200         AND WS-STP-PROGRAM(WS-STEP-IDX) = "simpleInterest"
077300         PERFORM 3400-CHECK-RUN-HISTORY THRU 3400-EXIT
077400     END-IF.
077500
077600 3300-EXIT.
077700     EXIT.
077800
077900*================================================================
078000* 3400-CHECK-RUN-HISTORY  --  the posting program's own word that
078100* it finished: the last RUNHIST record must be the completion
078200* record for this mode and processing date.
078300*================================================================
078400 3400-CHECK-RUN-HISTORY.
078500     MOVE SPACE TO WS-HIST-LAST-STATUS.
078600     MOVE SPACE TO WS-HIST-LAST-MODE.
078700     MOVE ZERO TO WS-HIST-LAST-AS-OF.
078800     MOVE "N" TO WS-EOF-SWITCH.
078900     OPEN INPUT RUN-HISTORY-FILE.
079000     IF WS-HIST-FILE-FOUND
079100         PERFORM 3450-READ-RUN-HISTORY THRU 3450-EXIT
079200             UNTIL WS-EOF
079300         CLOSE RUN-HISTORY-FILE
079400     END-IF.
079500     IF WS-HIST-LAST-STATUS NOT = "C"
079600         OR WS-HIST-LAST-MODE NOT = WS-STP-MODE(WS-STEP-IDX)
079700         OR WS-HIST-LAST-AS-OF NOT = WS-PROC-DATE
079800         DISPLAY "No completion record on RUNHIST for mode "
079900             WS-STP-MODE(WS-STEP-IDX) " as of " WS-PROC-DATE
080000             " - step treated as failed."
080100         MOVE 12 TO WS-STEP-RC
080200     END-IF.
080300
080400 3400-EXIT.
080500     EXIT.
080600
080700 3450-READ-RUN-HISTORY.
080800     READ RUN-HISTORY-FILE
080900         AT END
081000             SET WS-EOF TO TRUE
081100         NOT AT END
081200             MOVE HIST-STATUS TO WS-HIST-LAST-STATUS
081300             MOVE HIST-RUN-MODE TO WS-HIST-LAST-MODE
081400             MOVE HIST-AS-OF-DATE TO WS-HIST-LAST-AS-OF
081500     END-READ.
081600
081700 3450-EXIT.
081800     EXIT.
081900
082000*    Return code 4 is a warning the night carries on past; any
082100*    higher code stops the night at this step.
082200 3500-FINISH-STEP.
082300     ADD 1 TO WS-STEPS-RUN-COUNT.
082400     ACCEPT WS-TIME-RAW FROM TIME.
082500     MOVE WS-TIME-HHMMSS TO WS-STP-END-TIME(WS-STEP-IDX).
082600     MOVE WS-STEP-RC TO WS-STP-RC(WS-STEP-IDX).
082700     IF WS-STEP-RC = ZERO
082800         MOVE "C" TO WS-STP-STATUS(WS-STEP-IDX)
082900     ELSE
083000         IF WS-STEP-RC NOT > 4
083100             MOVE "W" TO WS-STP-STATUS(WS-STEP-IDX)
083200             SET WS-STEP-WARNINGS TO TRUE
083300         ELSE
083400             MOVE "F" TO WS-STP-STATUS(WS-STEP-IDX)
083500             SET WS-NIGHT-STOPPED TO TRUE
083600             DISPLAY "** Step " WS-STEP-IDX " "
083700                 WS-STP-NAME(WS-STEP-IDX) " ended with return "
083800                 "code " WS-STEP-RC " - night stopped. **"
083900         END-IF
084000     END-IF.
084100     PERFORM 5000-REWRITE-NIGHT-STATUS THRU 5000-EXIT.
084200
084300 3500-EXIT.
084400     EXIT.
084500
084600 3900-WRITE-STEP-LINE.
084700     MOVE SPACES TO RPT-STEP-LINE.
084800     MOVE WS-STEP-IDX TO RPT-STP-NUMBER.
084900     MOVE WS-STP-NAME(WS-STEP-IDX) TO RPT-STP-NAME.
085000     MOVE WS-STP-PROGRAM(WS-STEP-IDX) TO RPT-STP-PROGRAM.
085100     MOVE WS-STP-MODE(WS-STEP-IDX) TO RPT-STP-MODE.
085200     MOVE WS-STP-RC(WS-STEP-IDX) TO RPT-STP-RC.
085300     EVALUATE WS-STP-STATUS(WS-STEP-IDX)
085400         WHEN "C"
085500             MOVE "COMPLETE" TO RPT-STP-RESULT
085600         WHEN "W"
085700             MOVE "COMPLETE WITH WARNINGS" TO RPT-STP-RESULT
085800         WHEN "F"
085900             MOVE "FAILED - NIGHT STOPPED" TO RPT-STP-RESULT
086000         WHEN "N"
086100             MOVE "NOT SCHEDULED TONIGHT" TO RPT-STP-RESULT
086200         WHEN OTHER
086300             MOVE "NOT RUN" TO RPT-STP-RESULT
086400     END-EVALUATE.
086500     IF WS-STP-START-DATE(WS-STEP-IDX) > ZERO
086600         MOVE WS-STP-START-TIME(WS-STEP-IDX) TO WS-TIME-IN
086700         PERFORM 8200-FORMAT-TIME THRU 8200-EXIT
086800         MOVE WS-EDITED-TIME TO RPT-STP-START
086900         MOVE WS-STP-END-TIME(WS-STEP-IDX) TO WS-TIME-IN
087000         PERFORM 8200-FORMAT-TIME THRU 8200-EXIT
087100         MOVE WS-EDITED-TIME TO RPT-STP-END
087200     END-IF.
087300     WRITE NIGHT-REPORT-LINE FROM RPT-STEP-LINE.
087400
087500 3900-EXIT.
087600     EXIT.
087700
087800*================================================================
087900* 4000-BUILD-CONTROL-CARD  --  the step's own control card, so
088000* no program stops to ask the console anything: the posting
088100* program gets its mode and the processing date (and, for the
088200* daily accrual, tonight's window), the archive its cutoff, and
088300* the GL feed an instruction to hold rejected batches, which
088400* are resent on an operator's decision, not by the schedule,
088450* and the integrity audit the processing date to audit as of.
088500*================================================================
088600 4000-BUILD-CONTROL-CARD.
088700     IF WS-STP-PROGRAM(WS-STEP-IDX) = "simpleInterest"
088800         MOVE SPACES TO RUN-CONTROL-RECORD
088900         MOVE WS-STP-MODE(WS-STEP-IDX) TO PARM-RUN-MODE
089000         MOVE WS-PROC-DATE TO PARM-AS-OF-DATE
089100         IF WS-STP-MODE(WS-STEP-IDX) = "D"
089200             MOVE WS-ACCRUE-FROM TO PARM-ACCRUE-FROM
089300             MOVE WS-ACCRUE-THRU TO PARM-ACCRUE-THRU
089400         END-IF
089500         OPEN OUTPUT RUN-CONTROL-FILE
089600         WRITE RUN-CONTROL-RECORD
089700         CLOSE RUN-CONTROL-FILE
089800     END-IF.
089900     IF WS-STP-PROGRAM(WS-STEP-IDX) = "archivePurge"
090000         MOVE SPACES TO ARCHIVE-CONTROL-RECORD
090100         MOVE WS-STP-MODE(WS-STEP-IDX) TO ARCH-PARM-RUN-MODE
090200         MOVE WS-ARCHIVE-CUTOFF TO ARCH-PARM-CUTOFF-DATE
090300         OPEN OUTPUT ARCHIVE-CONTROL-FILE
090400         WRITE ARCHIVE-CONTROL-RECORD
090500         CLOSE ARCHIVE-CONTROL-FILE
090600     END-IF.
090700     IF WS-STP-PROGRAM(WS-STEP-IDX) = "glInterface"
090800         MOVE "N" TO GLIF-PARM-RESEND-FLAG
090900         OPEN OUTPUT INTERFACE-CONTROL-FILE
091000         WRITE INTERFACE-CONTROL-RECORD
091100         CLOSE INTERFACE-CONTROL-FILE
091200     END-IF.
091210     IF WS-STP-PROGRAM(WS-STEP-IDX) = "integrityAudit"
091220         MOVE SPACES TO AUDIT-CONTROL-RECORD
091230         MOVE WS-PROC-DATE TO AUDT-PARM-AS-OF-DATE
091240         OPEN OUTPUT AUDIT-CONTROL-FILE
091250         WRITE AUDIT-CONTROL-RECORD
091260         CLOSE AUDIT-CONTROL-FILE
091270     END-IF.
091300
091400 4000-EXIT.
091500     EXIT.
091600
091700*    The card is emptied once the step returns, so a program run
091800*    by hand afterwards prompts as it always has.
091900 4900-CLEAR-CONTROL-CARD.
092000     IF WS-STP-PROGRAM(WS-STEP-IDX) = "simpleInterest"
092100         OPEN OUTPUT RUN-CONTROL-FILE
092200         CLOSE RUN-CONTROL-FILE
092300     END-IF.
092400     IF WS-STP-PROGRAM(WS-STEP-IDX) = "archivePurge"
092500         OPEN OUTPUT ARCHIVE-CONTROL-FILE
092600         CLOSE ARCHIVE-CONTROL-FILE
092700     END-IF.
092800     IF WS-STP-PROGRAM(WS-STEP-IDX) = "glInterface"
092900         OPEN OUTPUT INTERFACE-CONTROL-FILE
093000         CLOSE INTERFACE-CONTROL-FILE
093100     END-IF.
093120     IF WS-STP-PROGRAM(WS-STEP-IDX) = "integrityAudit"
093140         OPEN OUTPUT AUDIT-CONTROL-FILE
093160         CLOSE AUDIT-CONTROL-FILE
093180     END-IF.
093200
093300 4900-EXIT.
093400     EXIT.
093500
093600*================================================================
093700* 5000-REWRITE-NIGHT-STATUS  --  the night's header and every
093800* step, written whole so the file on disk is always complete.
093900*================================================================
094000 5000-REWRITE-NIGHT-STATUS.
094100     ACCEPT WS-TIME-RAW FROM TIME.
094200     OPEN OUTPUT NIGHT-STATUS-FILE.
094300     MOVE SPACES TO NIGHT-STATUS-RECORD.
094400     SET NST-HEADER TO TRUE.
094500     MOVE WS-PROC-DATE TO NST-PROC-DATE.
094600     MOVE WS-ACCRUE-FROM TO NST-ACCRUE-FROM.
094700     MOVE WS-ACCRUE-THRU TO NST-ACCRUE-THRU.
094800     MOVE WS-MONTH-END-FLAG TO NST-MONTH-END.
094900     MOVE WS-QUARTER-END-FLAG TO NST-QUARTER-END.
095000     MOVE WS-ARCHIVE-CUTOFF TO NST-ARCHIVE-CUTOFF.
095100     MOVE WS-NIGHT-STATUS TO NST-NIGHT-STATUS.
095200     ACCEPT NST-UPDATE-DATE FROM DATE YYYYMMDD.
095300     MOVE WS-TIME-HHMMSS TO NST-UPDATE-TIME.
095400     WRITE NIGHT-STATUS-FILE-RECORD FROM NIGHT-STATUS-RECORD.
095500     PERFORM 5100-WRITE-STEP-STATUS THRU 5100-EXIT
095600         VARYING WS-STS-IDX FROM 1 BY 1
095700         UNTIL WS-STS-IDX > WS-STEP-COUNT.
095800     CLOSE NIGHT-STATUS-FILE.
095900
096000 5000-EXIT.
096100     EXIT.
096200
096300 5100-WRITE-STEP-STATUS.
096400     MOVE SPACES TO NIGHT-STATUS-RECORD.
096500     SET NST-STEP TO TRUE.
096600     MOVE WS-STS-IDX TO NST-STEP-NUMBER.
096700     MOVE WS-STP-NAME(WS-STS-IDX) TO NST-STEP-NAME.
096800     MOVE WS-STP-PROGRAM(WS-STS-IDX) TO NST-STEP-PROGRAM.
096900     MOVE WS-STP-MODE(WS-STS-IDX) TO NST-STEP-MODE.
097000     MOVE WS-STP-STATUS(WS-STS-IDX) TO NST-STEP-STATUS.
097100     MOVE WS-STP-RC(WS-STS-IDX) TO NST-STEP-RC.
097200     MOVE WS-STP-START-DATE(WS-STS-IDX) TO NST-STEP-START-DATE.
097300     MOVE WS-STP-START-TIME(WS-STS-IDX) TO NST-STEP-START-TIME.
097400     MOVE WS-STP-END-TIME(WS-STS-IDX) TO NST-STEP-END-TIME.
097500     WRITE NIGHT-STATUS-FILE-RECORD FROM NIGHT-STATUS-RECORD.
097600
097700 5100-EXIT.
097800     EXIT.
097900
098000*================================================================
098100* 6000-WRITE-SUMMARY
098200*================================================================
098300 6000-WRITE-SUMMARY.
098400     MOVE SPACES TO NIGHT-REPORT-LINE.
098500     WRITE NIGHT-REPORT-LINE.
098600     IF WS-NIGHT-NOTHING-TO-DO
098700         MOVE "NIGHT ALREADY COMPLETE - NOTHING TO RUN"
098800             TO NIGHT-REPORT-LINE
098900     ELSE
099000         IF WS-NIGHT-STOPPED
099100             MOVE "** NIGHT STOPPED - RERUN TO RESTART AT THE "
099200                 TO NIGHT-REPORT-LINE
099300             MOVE "FAILED STEP **" TO NIGHT-REPORT-LINE(44:14)
099400         ELSE
099500             IF WS-STEP-WARNINGS
099600                 MOVE "NIGHT COMPLETE WITH WARNINGS"
099700                     TO NIGHT-REPORT-LINE
099800             ELSE
099900                 MOVE "NIGHT COMPLETE" TO NIGHT-REPORT-LINE
100000             END-IF
100100         END-IF
100200     END-IF.
100300     WRITE NIGHT-REPORT-LINE.
100400     DISPLAY "Night run report written to NIGHTRPT - steps run="
100500         WS-STEPS-RUN-COUNT.
100600
100700 6000-EXIT.
100800     EXIT.
100900
101000*================================================================
101100* 7600-DATE-TO-DAY-NUMBER  --  convert the YYYYMMDD date in
101200* WS-DATE-IN to a serial day number in WS-DAY-NUMBER; each
101300* quotient is truncated in its own integer field.
101400*================================================================
101500 7600-DATE-TO-DAY-NUMBER.
101600     COMPUTE WS-DTN-A = (14 - WS-DATE-IN-MM) / 12.
101700     COMPUTE WS-DTN-Y = WS-DATE-IN-YYYY + 4800 - WS-DTN-A.
101800     COMPUTE WS-DTN-M = WS-DATE-IN-MM + (12 * WS-DTN-A) - 3.
101900     COMPUTE WS-DTN-T1 = ((153 * WS-DTN-M) + 2) / 5.
102000     COMPUTE WS-DTN-T2 = WS-DTN-Y / 4.
102100     COMPUTE WS-DTN-T3 = WS-DTN-Y / 100.
102200     COMPUTE WS-DTN-T4 = WS-DTN-Y / 400.
102300     COMPUTE WS-DAY-NUMBER = WS-DATE-IN-DD + WS-DTN-T1
102400         + (365 * WS-DTN-Y) + WS-DTN-T2 - WS-DTN-T3
102500         + WS-DTN-T4 - 32045.
102600
102700 7600-EXIT.
102800     EXIT.
102900
103000*================================================================
103100* 7620-TEST-BUSINESS-DAY  --  the date in WS-DATE-IN is a
103200* business day when it falls Monday to Friday and is not on
103300* the holiday calendar.
103400*================================================================
103500 7620-TEST-BUSINESS-DAY.
103600     PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT.
103700     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
103800         REMAINDER WS-WEEKDAY.
103900     IF WS-WEEKDAY > 4
104000         SET WS-NOT-BUSINESS-DAY TO TRUE
104100     ELSE
104200         SET WS-BUSINESS-DAY TO TRUE
104300         PERFORM 7630-CHECK-HOLIDAY THRU 7630-EXIT
104400             VARYING WS-HOL-IDX FROM 1 BY 1
104500             UNTIL WS-HOL-IDX > WS-HOL-COUNT
104600                 OR WS-NOT-BUSINESS-DAY
104700     END-IF.
104800
104900 7620-EXIT.
105000     EXIT.
105100
105200 7630-CHECK-HOLIDAY.
105300     IF WS-HOL-DATE(WS-HOL-IDX) = WS-DATE-IN
105400         SET WS-NOT-BUSINESS-DAY TO TRUE
105500     END-IF.
105600
105700 7630-EXIT.
105800     EXIT.
105900
106000*================================================================
106100* 7650-NEXT-CALENDAR-DAY  --  advance the YYYYMMDD date in
106200* WS-DATE-IN by one day, across month and year ends.
106300*================================================================
106400 7650-NEXT-CALENDAR-DAY.
106500     PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT.
106600     IF WS-DATE-IN-DD < WS-DAYS-IN-MONTH
106700         ADD 1 TO WS-DATE-IN-DD
106800     ELSE
106900         MOVE 1 TO WS-DATE-IN-DD
107000         IF WS-DATE-IN-MM < 12
107100             ADD 1 TO WS-DATE-IN-MM
107200         ELSE
107300             MOVE 1 TO WS-DATE-IN-MM
107400             ADD 1 TO WS-DATE-IN-YYYY
107500         END-IF
107600     END-IF.
107700
107800 7650-EXIT.
107900     EXIT.
108000
108100*================================================================
108200* 7660-PRIOR-CALENDAR-DAY  --  step the date in WS-DATE-IN back
108300* one day, across month and year ends.
108400*================================================================
108500 7660-PRIOR-CALENDAR-DAY.
108600     IF WS-DATE-IN-DD > 1
108700         SUBTRACT 1 FROM WS-DATE-IN-DD
108800     ELSE
108900         IF WS-DATE-IN-MM > 1
109000             SUBTRACT 1 FROM WS-DATE-IN-MM
109100         ELSE
109200             MOVE 12 TO WS-DATE-IN-MM
109300             SUBTRACT 1 FROM WS-DATE-IN-YYYY
109400         END-IF
109500         PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT
109600         MOVE WS-DAYS-IN-MONTH TO WS-DATE-IN-DD
109700     END-IF.
109800
109900 7660-EXIT.
110000     EXIT.
110100
110200*================================================================
110300* 7700-DAYS-IN-MONTH  --  for the month in WS-DATE-IN,
110400* February 29 in leap years.
110500*================================================================
110600 7700-DAYS-IN-MONTH.
110700     EVALUATE WS-DATE-IN-MM
110800         WHEN 01
110900         WHEN 03
111000         WHEN 05
111100         WHEN 07
111200         WHEN 08
111300         WHEN 10
111400         WHEN 12
111500             MOVE 31 TO WS-DAYS-IN-MONTH
111600         WHEN 04
111700         WHEN 06
111800         WHEN 09
111900         WHEN 11
112000             MOVE 30 TO WS-DAYS-IN-MONTH
112100         WHEN 02
112200             PERFORM 7750-FEBRUARY-DAYS THRU 7750-EXIT
112300         WHEN OTHER
112400             MOVE ZERO TO WS-DAYS-IN-MONTH
112500     END-EVALUATE.
112600
112700 7700-EXIT.
112800     EXIT.
112900
113000 7750-FEBRUARY-DAYS.
113100     MOVE 28 TO WS-DAYS-IN-MONTH.
113200     DIVIDE WS-DATE-IN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
113300         REMAINDER WS-LEAP-REMAINDER.
113400     IF WS-LEAP-REMAINDER = ZERO
113500         MOVE 29 TO WS-DAYS-IN-MONTH
113600         DIVIDE WS-DATE-IN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
113700             REMAINDER WS-LEAP-REMAINDER
113800         IF WS-LEAP-REMAINDER = ZERO
113900             DIVIDE WS-DATE-IN-YYYY BY 400
114000                 GIVING WS-LEAP-QUOTIENT
114100                 REMAINDER WS-LEAP-REMAINDER
114200             IF WS-LEAP-REMAINDER NOT = ZERO
114300                 MOVE 28 TO WS-DAYS-IN-MONTH
114400             END-IF
114500         END-IF
114600     END-IF.
114700
114800 7750-EXIT.
114900     EXIT.
115000
115100*================================================================
115200* 7800-NEXT-BUSINESS-DAY  --  the first business day after the
115300* date in WS-DATE-IN, returned in WS-DATE-IN.
115400*================================================================
115500 7800-NEXT-BUSINESS-DAY.
115600     PERFORM 7810-ADVANCE-ONE-DAY THRU 7810-EXIT.
115700     PERFORM 7810-ADVANCE-ONE-DAY THRU 7810-EXIT
115800         UNTIL WS-BUSINESS-DAY.
115900
116000 7800-EXIT.
116100     EXIT.
116200
116300 7810-ADVANCE-ONE-DAY.
116400     PERFORM 7650-NEXT-CALENDAR-DAY THRU 7650-EXIT.
116500     PERFORM 7620-TEST-BUSINESS-DAY THRU 7620-EXIT.
116600
116700 7810-EXIT.
116800     EXIT.
116900
117000*================================================================
117100* 7850-BUSINESS-DAY-ON-OR-BEFORE  --  the date in WS-DATE-IN if
117200* it is a business day, else the business day before it.
117300*================================================================
117400 7850-BUSINESS-DAY-ON-OR-BEFORE.
117500     PERFORM 7620-TEST-BUSINESS-DAY THRU 7620-EXIT.
117600     PERFORM 7860-STEP-BACK-ONE-DAY THRU 7860-EXIT
117700         UNTIL WS-BUSINESS-DAY.
117800
117900 7850-EXIT.
118000     EXIT.
118100
118200 7860-STEP-BACK-ONE-DAY.
118300     PERFORM 7660-PRIOR-CALENDAR-DAY THRU 7660-EXIT.
118400     PERFORM 7620-TEST-BUSINESS-DAY THRU 7620-EXIT.
118500
118600 7860-EXIT.
118700     EXIT.
118800
118900*================================================================
119000* 8100-FORMAT-DATE  --  edit a YYYYMMDD date in WS-DATE-IN to
119100* MM/DD/YYYY in WS-EDITED-DATE.
119200*================================================================
119300 8100-FORMAT-DATE.
119400     MOVE WS-DATE-IN-MM TO WS-ED-MM.
119500     MOVE WS-DATE-IN-DD TO WS-ED-DD.
119600     MOVE WS-DATE-IN-YYYY TO WS-ED-YYYY.
119700
119800 8100-EXIT.
119900     EXIT.
120000
120100*================================================================
120200* 8200-FORMAT-TIME  --  edit an HHMMSS time in WS-TIME-IN to
120300* HH:MM:SS in WS-EDITED-TIME.
120400*================================================================
120500 8200-FORMAT-TIME.
120600     MOVE WS-TIME-IN-HH TO WS-ET-HH.
120700     MOVE WS-TIME-IN-MI TO WS-ET-MI.
120800     MOVE WS-TIME-IN-SS TO WS-ET-SS.
120900
121000 8200-EXIT.
121100     EXIT.
121200
121300*================================================================
121400* 9999-TERMINATE  --  8 when a step stopped the night, 4 when
121500* the night finished with warnings or there was nothing to run,
121600* else zero.
121700*================================================================
121800 9999-TERMINATE.
121900     CLOSE NIGHT-REPORT-FILE.
122000     IF WS-NIGHT-STOPPED
122100         MOVE 8 TO RETURN-CODE
122200     ELSE
122300         IF WS-STEP-WARNINGS OR WS-NIGHT-NOTHING-TO-DO
122400             MOVE 4 TO RETURN-CODE
122500         ELSE
122600             MOVE ZERO TO RETURN-CODE
122700         END-IF
122800     END-IF.
122900     STOP RUN.
123000
123100 9999-EXIT.
123200     EXIT.
