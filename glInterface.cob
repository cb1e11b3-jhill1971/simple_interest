000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. glInterface.
000300 AUTHOR. James Hill.
000400 INSTALLATION. Consumer Lending Systems.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026 JH    Written to give the ledger feed a batch
001200*                  identity. Each run takes the GLEXTRCT rows
001300*                  not yet sent, summarizes them by run date, GL
001400*                  code and debit/credit flag, and writes them
001500*                  to the GLJRNL journal file as one batch inside
001600*                  a header and a trailer carrying the batch
001700*                  number, entry count and debit and credit hash
001800*                  totals. Every batch is kept on the GLJARCH
001900*                  journal archive and in the GLBCTL batch
002000*                  control file. The ledger's GLACK
002100*                  acknowledgements mark each batch accepted or
002200*                  rejected; rejected batches are reported and,
002300*                  on request, resent from the archive exactly
002400*                  as built, without re-extracting GLEXTRCT.
002420* 10/15/2026 JH    A GLIFPARM control card, when present, answers
002440*                  the resend question so the nightly driver can
002460*                  run the step; the run ends with GOBACK.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-GL-FILE-STATUS.
003200     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-JRNL-FILE-STATUS.
003500     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "GLJARCH"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-JARCH-FILE-STATUS.
003800     SELECT BATCH-CONTROL-FILE ASSIGN TO "GLBCTL"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BCTL-FILE-STATUS.
004100     SELECT BATCH-CONTROL-WORK-FILE ASSIGN TO "GLBWORK"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BWORK-FILE-STATUS.
004400     SELECT ACKNOWLEDGEMENT-FILE ASSIGN TO "GLACK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ACK-FILE-STATUS.
004700     SELECT INTERFACE-REPORT-FILE ASSIGN TO "GLIFRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RPT-FILE-STATUS.
004920     SELECT INTERFACE-CONTROL-FILE ASSIGN TO "GLIFPARM"
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-PARM-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  GL-EXTRACT-FILE
005400     RECORDING MODE IS F.
005500 01  GL-EXTRACT-RECORD.
005600     05  GL-ACCOUNT-ID           PIC X(10).
005700     05  FILLER                  PIC X(01).
005800     05  GL-PRINCIPAL            PIC 9(07)V99.
005900     05  FILLER                  PIC X(01).
006000     05  GL-INTEREST             PIC 9(09)V99.
006100     05  FILLER                  PIC X(01).
006200     05  GL-TOTAL                PIC 9(10)V99.
006300     05  FILLER                  PIC X(01).
006400     05  GL-GL-CODE              PIC X(06).
006500     05  FILLER                  PIC X(01).
006600     05  GL-REVERSAL-FLAG        PIC X(01).
006700     05  FILLER                  PIC X(01).
006800     05  GL-DC-FLAG              PIC X(01).
006900         88  GL-DEBIT            VALUE "D".
007000         88  GL-CREDIT           VALUE "C".
007100     05  FILLER                  PIC X(01).
007200     05  GL-OFFSET-FLAG          PIC X(01).
007300     05  FILLER                  PIC X(01).
007400     05  GL-RUN-DATE             PIC 9(08).
007500
007600 FD  JOURNAL-FILE
007700     RECORDING MODE IS F.
007800 01  JOURNAL-OUT-RECORD          PIC X(80).
007900
008000 FD  JOURNAL-ARCHIVE-FILE
008100     RECORDING MODE IS F.
008200 01  JOURNAL-ARCHIVE-RECORD      PIC X(80).
008300
008400 FD  BATCH-CONTROL-FILE
008500     RECORDING MODE IS F.
008600 01  BATCH-CONTROL-FILE-RECORD   PIC X(134).
008700
008800 FD  BATCH-CONTROL-WORK-FILE
008900     RECORDING MODE IS F.
009000 01  BATCH-CONTROL-WORK-RECORD   PIC X(134).
009100
009200*    One acknowledgement per batch from the ledger: accepted, or
009300*    rejected with the ledger's reason.
009400 FD  ACKNOWLEDGEMENT-FILE
009500     RECORDING MODE IS F.
009600 01  ACKNOWLEDGEMENT-RECORD.
009700     05  ACK-BATCH-NUMBER        PIC 9(06).
009800     05  FILLER                  PIC X(01).
009900     05  ACK-STATUS              PIC X(01).
010000         88  ACK-ACCEPTED        VALUE "A".
010100         88  ACK-REJECTED        VALUE "R".
010200     05  FILLER                  PIC X(01).
010300     05  ACK-DATE                PIC 9(08).
010400     05  FILLER                  PIC X(01).
010500     05  ACK-REASON              PIC X(40).
010600
010700 FD  INTERFACE-REPORT-FILE
010800     RECORDING MODE IS F.
010900 01  INTERFACE-REPORT-LINE       PIC X(132).
010910
010920*    Y to resend rejected batches, anything else to hold them.
010930 FD  INTERFACE-CONTROL-FILE
010940     RECORDING MODE IS F.
010950 01  INTERFACE-CONTROL-RECORD.
010960     05  PARM-RESEND-FLAG        PIC X(01).
011000
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------
011300* FILE STATUS AND RUN CONTROL
011400*----------------------------------------------------------------
011500 01  WS-GL-FILE-STATUS           PIC X(02).
011600     88  WS-GL-FILE-FOUND        VALUE "00".
011700 01  WS-JRNL-FILE-STATUS         PIC X(02).
011800 01  WS-JARCH-FILE-STATUS        PIC X(02).
011900     88  WS-JARCH-FILE-FOUND     VALUE "00".
012000     88  WS-JARCH-FILE-NOT-FOUND VALUE "35".
012100 01  WS-BCTL-FILE-STATUS         PIC X(02).
012200     88  WS-BCTL-FILE-FOUND      VALUE "00".
012300     88  WS-BCTL-FILE-NOT-FOUND  VALUE "35".
012400 01  WS-BWORK-FILE-STATUS        PIC X(02).
012500 01  WS-ACK-FILE-STATUS          PIC X(02).
012600     88  WS-ACK-FILE-FOUND       VALUE "00".
012700 01  WS-RPT-FILE-STATUS          PIC X(02).
012730 01  WS-PARM-FILE-STATUS         PIC X(02).
012760     88  WS-PARM-FILE-FOUND      VALUE "00".
012800
012900 01  WS-EOF-SWITCH               PIC X(01).
013000     88  WS-EOF                  VALUE "Y".
013100
013200 01  WS-RUN-DATE                 PIC 9(08).
013300 01  WS-TIME-RAW                 PIC 9(08).
013400 01  WS-TIME-RAW-X REDEFINES WS-TIME-RAW.
013500     05  WS-TIME-HHMMSS          PIC 9(06).
013600     05  FILLER                  PIC 9(02).
013700
013800 01  WS-RESUBMIT-SWITCH          PIC X(01).
013900     88  WS-RESUBMIT-REQUESTED   VALUE "Y" "y".
014000
014100 01  WS-BATCH-SWITCH             PIC X(01).
014200     88  WS-BATCH-BUILT          VALUE "Y".
014300     88  WS-BATCH-REFUSED        VALUE "R".
014400     88  WS-BATCH-NONE           VALUE "N".
014500
014600 01  WS-DATE-IN                  PIC 9(08).
014700 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
014800     05  WS-DATE-IN-YYYY         PIC 9(04).
014900     05  WS-DATE-IN-MM           PIC 9(02).
015000     05  WS-DATE-IN-DD           PIC 9(02).
015100
015200 01  WS-EDITED-DATE.
015300     05  WS-ED-MM                PIC 9(02).
015400     05  FILLER                  PIC X(01) VALUE "/".
015500     05  WS-ED-DD                PIC 9(02).
015600     05  FILLER                  PIC X(01) VALUE "/".
015700     05  WS-ED-YYYY              PIC 9(04).
015800
015900*----------------------------------------------------------------
016000* JOURNAL RECORD  --  the ledger's batch format: a header, one
016100* detail per run date, GL code and debit/credit flag, and a
016200* trailer. The detail also carries how many GLEXTRCT rows it
016300* summarizes; the archive's row counts by run date are how the
016400* next run knows which rows have already been sent.
016500*----------------------------------------------------------------
016600 01  JOURNAL-RECORD.
016700     05  JRN-RECORD-TYPE         PIC X(01).
016800         88  JRN-HEADER          VALUE "H".
016900         88  JRN-DETAIL          VALUE "D".
017000         88  JRN-TRAILER         VALUE "T".
017100     05  FILLER                  PIC X(01).
017200     05  JRN-BATCH-NUMBER        PIC 9(06).
017300     05  FILLER                  PIC X(01).
017400     05  JRN-BODY                PIC X(71).
017500     05  JRN-HEADER-BODY REDEFINES JRN-BODY.
017600         10  JRN-HDR-CREATE-DATE PIC 9(08).
017700         10  FILLER              PIC X(01).
017800         10  JRN-HDR-CREATE-TIME PIC 9(06).
017900         10  FILLER              PIC X(01).
018000         10  JRN-HDR-SOURCE      PIC X(10).
018100         10  FILLER              PIC X(01).
018200         10  JRN-HDR-SEND-COUNT  PIC 9(02).
018300         10  FILLER              PIC X(42).
018400     05  JRN-DETAIL-BODY REDEFINES JRN-BODY.
018500         10  JRN-DET-RUN-DATE    PIC 9(08).
018600         10  FILLER              PIC X(01).
018700         10  JRN-DET-GL-CODE     PIC X(06).
018800         10  FILLER              PIC X(01).
018900         10  JRN-DET-DC-FLAG     PIC X(01).
019000         10  FILLER              PIC X(01).
019100         10  JRN-DET-AMOUNT      PIC 9(13)V99.
019200         10  FILLER              PIC X(01).
019300         10  JRN-DET-ROW-COUNT   PIC 9(07).
019400         10  FILLER              PIC X(30).
019500     05  JRN-TRAILER-BODY REDEFINES JRN-BODY.
019600         10  JRN-TRL-ENTRY-COUNT PIC 9(06).
019700         10  FILLER              PIC X(01).
019800         10  JRN-TRL-DEBIT-HASH  PIC 9(13)V99.
019900         10  FILLER              PIC X(01).
020000         10  JRN-TRL-CREDIT-HASH PIC 9(13)V99.
020100         10  FILLER              PIC X(01).
020200         10  JRN-TRL-ROW-COUNT   PIC 9(08).
020300         10  FILLER              PIC X(24).
020400
020500*----------------------------------------------------------------
020600* BATCH CONTROL RECORD  --  one per batch ever built: sent and
020700* awaiting acknowledgement, accepted, or rejected with the
020800* ledger's reason; how many times it has been sent and when.
020900*----------------------------------------------------------------
021000 01  BATCH-CONTROL-RECORD.
021100     05  BCT-BATCH-NUMBER        PIC 9(06).
021200     05  FILLER                  PIC X(01).
021300     05  BCT-CREATE-DATE         PIC 9(08).
021400     05  FILLER                  PIC X(01).
021500     05  BCT-CREATE-TIME         PIC 9(06).
021600     05  FILLER                  PIC X(01).
021700     05  BCT-STATUS              PIC X(01).
021800         88  BCT-SENT            VALUE "S".
021900         88  BCT-ACCEPTED        VALUE "A".
022000         88  BCT-REJECTED        VALUE "R".
022100     05  FILLER                  PIC X(01).
022200     05  BCT-ENTRY-COUNT         PIC 9(06).
022300     05  FILLER                  PIC X(01).
022400     05  BCT-DEBIT-HASH          PIC 9(13)V99.
022500     05  FILLER                  PIC X(01).
022600     05  BCT-CREDIT-HASH         PIC 9(13)V99.
022700     05  FILLER                  PIC X(01).
022800     05  BCT-ROW-COUNT           PIC 9(08).
022900     05  FILLER                  PIC X(01).
023000     05  BCT-SEND-COUNT          PIC 9(02).
023100     05  FILLER                  PIC X(01).
023200     05  BCT-LAST-SENT-DATE      PIC 9(08).
023300     05  FILLER                  PIC X(01).
023400     05  BCT-ACK-DATE            PIC 9(08).
023500     05  FILLER                  PIC X(01).
023600     05  BCT-REJECT-REASON       PIC X(40).
023700
023800 01  WS-LAST-BATCH-NUMBER        PIC 9(06) VALUE ZERO.
023900 01  WS-NEW-BATCH-NUMBER         PIC 9(06) VALUE ZERO.
024000
024100*----------------------------------------------------------------
024200* ACKNOWLEDGEMENT TABLE  --  the ledger's replies, held while the
024300* batch control file is passed; any left unapplied name a batch
024400* that is not on file.
024500*----------------------------------------------------------------
024600 01  WS-ACK-COUNT                PIC 9(04) COMP VALUE ZERO.
024700 01  WS-ACK-IDX                  PIC 9(04) COMP.
024800 01  WS-ACK-FOUND-IDX            PIC 9(04) COMP.
024900 01  WS-ACK-FULL-SWITCH          PIC X(01) VALUE "N".
025000     88  WS-ACK-TABLE-FULL       VALUE "Y".
025100 01  WS-ACK-TABLE.
025200     05  WS-ACK-ENTRY OCCURS 200 TIMES.
025300         10  WS-ACKT-BATCH       PIC 9(06).
025400         10  WS-ACKT-STATUS      PIC X(01).
025500         10  WS-ACKT-DATE        PIC 9(08).
025600         10  WS-ACKT-REASON      PIC X(40).
025700         10  WS-ACKT-APPLIED     PIC X(01).
025800
025900*----------------------------------------------------------------
026000* RESEND TABLE  --  rejected batches being sent again this run,
026100* with the send count their header is to carry.
026200*----------------------------------------------------------------
026300 01  WS-RESEND-COUNT             PIC 9(04) COMP VALUE ZERO.
026400 01  WS-RESEND-IDX               PIC 9(04) COMP.
026500 01  WS-RESEND-FOUND-IDX         PIC 9(04) COMP.
026600 01  WS-RESEND-TABLE.
026700     05  WS-RESEND-ENTRY OCCURS 100 TIMES.
026800         10  WS-RSND-BATCH       PIC 9(06).
026900         10  WS-RSND-SEND-COUNT  PIC 9(02).
027000
027100*----------------------------------------------------------------
027200* RUN-DATE TABLE  --  for each run date on GLEXTRCT, the flagged
027300* rows on file, the rows already sent in earlier batches, and
027400* the rows counted so far on the selecting pass. GLEXTRCT is
027500* only ever appended to (the archive job removes whole run
027600* dates), so the first rows of a date in file order are the
027700* ones already sent.
027800*----------------------------------------------------------------
027900 01  WS-DATE-COUNT               PIC 9(04) COMP VALUE ZERO.
028000 01  WS-DATE-IDX                 PIC 9(04) COMP.
028100 01  WS-DATE-FOUND-IDX           PIC 9(04) COMP.
028200 01  WS-DATE-TABLE.
028300     05  WS-DATE-ENTRY OCCURS 500 TIMES.
028400         10  WS-DT-RUN-DATE      PIC 9(08).
028500         10  WS-DT-ON-FILE       PIC 9(08).
028600         10  WS-DT-SENT          PIC 9(08).
028700         10  WS-DT-SEEN          PIC 9(08).
028800
028900*----------------------------------------------------------------
029000* JOURNAL ENTRY TABLE  --  the new batch's summary lines.
029100*----------------------------------------------------------------
029200 01  WS-ENTRY-COUNT              PIC 9(04) COMP VALUE ZERO.
029300 01  WS-ENTRY-IDX                PIC 9(04) COMP.
029400 01  WS-ENTRY-FOUND-IDX          PIC 9(04) COMP.
029500 01  WS-ENTRY-TABLE.
029600     05  WS-ENTRY OCCURS 1000 TIMES.
029700         10  WS-ENT-RUN-DATE     PIC 9(08).
029800         10  WS-ENT-GL-CODE      PIC X(06).
029900         10  WS-ENT-DC-FLAG      PIC X(01).
030000         10  WS-ENT-AMOUNT       PIC 9(13)V99.
030100         10  WS-ENT-ROWS         PIC 9(07).
030200
030300*----------------------------------------------------------------
030400* RUN TOTALS
030500*----------------------------------------------------------------
030600 01  WS-DEBIT-HASH               PIC 9(13)V99 VALUE ZERO.
030700 01  WS-CREDIT-HASH              PIC 9(13)V99 VALUE ZERO.
030800 01  WS-NEW-ROW-COUNT            PIC 9(08) VALUE ZERO.
030900 01  WS-UNFLAGGED-COUNT          PIC 9(08) VALUE ZERO.
031000 01  WS-ACCEPTED-COUNT           PIC 9(08) VALUE ZERO.
031100 01  WS-REJECTED-COUNT           PIC 9(08) VALUE ZERO.
031200 01  WS-AWAITING-ACK-COUNT       PIC 9(08) VALUE ZERO.
031300 01  WS-OUTSTANDING-COUNT        PIC 9(08) VALUE ZERO.
031400 01  WS-UNKNOWN-ACK-COUNT        PIC 9(08) VALUE ZERO.
031500
031600*----------------------------------------------------------------
031700* REPORT LINE LAYOUTS
031800*----------------------------------------------------------------
031900 01  RPT-HEADER-LINE.
032000     05  FILLER                  PIC X(40) VALUE
032100         "GL JOURNAL INTERFACE".
032200     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
032300     05  RPT-HDR-RUN-DATE        PIC X(10).
032400
032500 01  RPT-SECTION-LINE.
032600     05  RPT-SECTION-TITLE       PIC X(60).
032700
032800 01  RPT-BATCH-COLUMN-LINE.
032900     05  FILLER                  PIC X(08) VALUE "BATCH".
033000     05  FILLER                  PIC X(24) VALUE "STATUS".
033100     05  FILLER                  PIC X(12) VALUE "DATE".
033200     05  FILLER                  PIC X(09) VALUE "ENTRIES".
033300     05  FILLER                  PIC X(22) VALUE
033400         "         DEBIT HASH".
033500     05  FILLER                  PIC X(22) VALUE
033600         "        CREDIT HASH".
033700     05  FILLER                  PIC X(35) VALUE "REASON".
033800
033900 01  RPT-BATCH-LINE.
034000     05  RPT-BAT-NUMBER          PIC 9(06).
034100     05  FILLER                  PIC X(02).
034200     05  RPT-BAT-STATUS          PIC X(24).
034300     05  RPT-BAT-DATE            PIC X(10).
034400     05  FILLER                  PIC X(02).
034500     05  RPT-BAT-ENTRIES         PIC ZZZ,ZZ9.
034600     05  FILLER                  PIC X(02).
034700     05  RPT-BAT-DEBITS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
034800     05  FILLER                  PIC X(02).
034900     05  RPT-BAT-CREDITS         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
035000     05  FILLER                  PIC X(02).
035100     05  RPT-BAT-REASON          PIC X(35).
035200
035300 01  RPT-ENTRY-COLUMN-LINE.
035400     05  FILLER                  PIC X(08) VALUE SPACES.
035500     05  FILLER                  PIC X(12) VALUE "RUN DATE".
035600     05  FILLER                  PIC X(08) VALUE "GL CODE".
035700     05  FILLER                  PIC X(04) VALUE "D/C".
035800     05  FILLER                  PIC X(22) VALUE
035900         "             AMOUNT".
036000     05  FILLER                  PIC X(10) VALUE "  GL ROWS".
036100
036200 01  RPT-ENTRY-LINE.
036300     05  FILLER                  PIC X(08) VALUE SPACES.
036400     05  RPT-ENT-RUN-DATE        PIC X(10).
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  RPT-ENT-GL-CODE         PIC X(06).
036700     05  FILLER                  PIC X(03) VALUE SPACES.
036800     05  RPT-ENT-DC-FLAG         PIC X(01).
036900     05  FILLER                  PIC X(02) VALUE SPACES.
037000     05  RPT-ENT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
037100     05  FILLER                  PIC X(02) VALUE SPACES.
037200     05  RPT-ENT-ROWS            PIC Z,ZZZ,ZZ9.
037300
037400 01  RPT-COUNT-LINE.
037500     05  RPT-COUNT-LABEL         PIC X(40).
037600     05  RPT-COUNT-EDITED        PIC ZZ,ZZZ,ZZ9.
037700
037800 01  RPT-AMOUNT-LINE.
037900     05  RPT-AMOUNT-LABEL        PIC X(40).
038000     05  RPT-AMOUNT-EDITED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
038100
038200 PROCEDURE DIVISION.
038300*================================================================
038400* 0000-MAINLINE
038500*================================================================
038600 0000-MAINLINE.
038700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038800     PERFORM 2000-LOAD-ACKNOWLEDGEMENTS THRU 2000-EXIT.
038900     PERFORM 3000-UPDATE-BATCH-CONTROL THRU 3000-EXIT.
039000     IF WS-RESEND-COUNT > ZERO
039100         PERFORM 4000-RESEND-REJECTED-BATCHES THRU 4000-EXIT
039200     END-IF.
039300     PERFORM 5000-BUILD-NEW-BATCH THRU 5000-EXIT.
039400     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
039500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
039600
039700 0000-EXIT.
039800     EXIT.
039900
040000*================================================================
040100* 1000-INITIALIZE  --  the resubmission question is answered up
040200* front, by the control card when there is one; the journal file
040300* is this run's transmission to the ledger and starts empty
040350* every run.
040400*================================================================
040500 1000-INITIALIZE.
040600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040700     SET WS-BATCH-NONE TO TRUE.
040800     MOVE SPACE TO WS-RESUBMIT-SWITCH.
040810     OPEN INPUT INTERFACE-CONTROL-FILE.
040820     IF WS-PARM-FILE-FOUND
040830         READ INTERFACE-CONTROL-FILE
040840             AT END
040850                 DISPLAY "Resend rejected batches to the ledger "
040860                     "(Y/N): "
040870                 ACCEPT WS-RESUBMIT-SWITCH
040880             NOT AT END
040890                 MOVE PARM-RESEND-FLAG TO WS-RESUBMIT-SWITCH
040900                 DISPLAY "Resend flag " WS-RESUBMIT-SWITCH
040910                     " taken from control card."
040920         END-READ
040930         CLOSE INTERFACE-CONTROL-FILE
040940     ELSE
040950         DISPLAY "Resend rejected batches to the ledger (Y/N): "
040960         ACCEPT WS-RESUBMIT-SWITCH
040970     END-IF.
041000     OPEN OUTPUT JOURNAL-FILE.
041100     OPEN OUTPUT INTERFACE-REPORT-FILE.
041200     MOVE WS-RUN-DATE TO WS-DATE-IN.
041300     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
041400     MOVE WS-EDITED-DATE TO RPT-HDR-RUN-DATE.
041500     WRITE INTERFACE-REPORT-LINE FROM RPT-HEADER-LINE.
041600     MOVE SPACES TO INTERFACE-REPORT-LINE.
041700     WRITE INTERFACE-REPORT-LINE.
041800     MOVE "BATCH CONTROL" TO RPT-SECTION-TITLE.
041900     WRITE INTERFACE-REPORT-LINE FROM RPT-SECTION-LINE.
042000     WRITE INTERFACE-REPORT-LINE FROM RPT-BATCH-COLUMN-LINE.
042100
042200 1000-EXIT.
042300     EXIT.
042400
042500*================================================================
042600* 2000-LOAD-ACKNOWLEDGEMENTS  --  the ledger's replies since the
042700* last run. Past the table's capacity the rest are left for the
042800* next run: the file is only cleared when every reply was read.
042900*================================================================
043000 2000-LOAD-ACKNOWLEDGEMENTS.
043100     MOVE "N" TO WS-EOF-SWITCH.
043200     OPEN INPUT ACKNOWLEDGEMENT-FILE.
043300     IF WS-ACK-FILE-FOUND
043400         PERFORM 2100-READ-ACKNOWLEDGEMENT THRU 2100-EXIT
043500         PERFORM 2200-STORE-ACKNOWLEDGEMENT THRU 2200-EXIT
043600             UNTIL WS-EOF
043700         CLOSE ACKNOWLEDGEMENT-FILE
043800     END-IF.
043900
044000 2000-EXIT.
044100     EXIT.
044200
044300 2100-READ-ACKNOWLEDGEMENT.
044400     READ ACKNOWLEDGEMENT-FILE
044500         AT END
044600             SET WS-EOF TO TRUE
044700     END-READ.
044800
044900 2100-EXIT.
045000     EXIT.
045100
045200 2200-STORE-ACKNOWLEDGEMENT.
045300     IF WS-ACK-COUNT < 200
045400         ADD 1 TO WS-ACK-COUNT
045500         MOVE ACK-BATCH-NUMBER TO WS-ACKT-BATCH(WS-ACK-COUNT)
045600         MOVE ACK-STATUS TO WS-ACKT-STATUS(WS-ACK-COUNT)
045700         MOVE ACK-DATE TO WS-ACKT-DATE(WS-ACK-COUNT)
045800         MOVE ACK-REASON TO WS-ACKT-REASON(WS-ACK-COUNT)
045900         MOVE "N" TO WS-ACKT-APPLIED(WS-ACK-COUNT)
046000     ELSE
046100         IF NOT WS-ACK-TABLE-FULL
046200             DISPLAY "More than 200 acknowledgements - the rest "
046300                 "are kept on GLACK for the next run"
046400             SET WS-ACK-TABLE-FULL TO TRUE
046500         END-IF
046600     END-IF.
046700     PERFORM 2100-READ-ACKNOWLEDGEMENT THRU 2100-EXIT.
046800
046900 2200-EXIT.
047000     EXIT.
047100
047200*================================================================
047300* 3000-UPDATE-BATCH-CONTROL  --  one pass over the batch control
047400* file, spooled to the work file and copied back: each reply is
047500* applied to its batch, every rejected batch is reported and,
047600* when asked for, set to be sent again, and the highest batch
047700* number is noted for the new batch. A reply is only taken for
047800* a batch still awaiting one.
047900*================================================================
048000 3000-UPDATE-BATCH-CONTROL.
048100     MOVE "N" TO WS-EOF-SWITCH.
048200     OPEN INPUT BATCH-CONTROL-FILE.
048300     IF WS-BCTL-FILE-FOUND
048400         OPEN OUTPUT BATCH-CONTROL-WORK-FILE
048500         PERFORM 3100-READ-BATCH-CONTROL THRU 3100-EXIT
048600         PERFORM 3200-UPDATE-ONE-BATCH THRU 3200-EXIT
048700             UNTIL WS-EOF
048800         CLOSE BATCH-CONTROL-FILE
048900         CLOSE BATCH-CONTROL-WORK-FILE
049000         PERFORM 3500-REWRITE-BATCH-CONTROL THRU 3500-EXIT
049100     END-IF.
049200     PERFORM 3400-REPORT-UNKNOWN-ACK THRU 3400-EXIT
049300         VARYING WS-ACK-IDX FROM 1 BY 1
049400         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
049500     IF WS-ACK-FILE-FOUND AND NOT WS-ACK-TABLE-FULL
049600         OPEN OUTPUT ACKNOWLEDGEMENT-FILE
049700         CLOSE ACKNOWLEDGEMENT-FILE
049800     END-IF.
049900
050000 3000-EXIT.
050100     EXIT.
050200
050300 3100-READ-BATCH-CONTROL.
050400     READ BATCH-CONTROL-FILE INTO BATCH-CONTROL-RECORD
050500         AT END
050600             SET WS-EOF TO TRUE
050700     END-READ.
050800
050900 3100-EXIT.
051000     EXIT.
051100
051200 3200-UPDATE-ONE-BATCH.
051300     IF BCT-BATCH-NUMBER > WS-LAST-BATCH-NUMBER
051400         MOVE BCT-BATCH-NUMBER TO WS-LAST-BATCH-NUMBER
051500     END-IF.
051600     MOVE ZERO TO WS-ACK-FOUND-IDX.
051700     PERFORM 3250-SCAN-ACK-ENTRY THRU 3250-EXIT
051800         VARYING WS-ACK-IDX FROM 1 BY 1
051900         UNTIL WS-ACK-IDX > WS-ACK-COUNT
052000             OR WS-ACK-FOUND-IDX > ZERO.
052100     IF WS-ACK-FOUND-IDX > ZERO
052200         PERFORM 3300-APPLY-ACKNOWLEDGEMENT THRU 3300-EXIT
052300     END-IF.
052400     IF BCT-REJECTED
052500         PERFORM 3350-HANDLE-REJECTED-BATCH THRU 3350-EXIT
052600     ELSE
052700         IF BCT-SENT
052800             ADD 1 TO WS-AWAITING-ACK-COUNT
052900         END-IF
053000     END-IF.
053100     WRITE BATCH-CONTROL-WORK-RECORD FROM BATCH-CONTROL-RECORD.
053200     PERFORM 3100-READ-BATCH-CONTROL THRU 3100-EXIT.
053300
053400 3200-EXIT.
053500     EXIT.
053600
053700 3250-SCAN-ACK-ENTRY.
053800     IF WS-ACKT-BATCH(WS-ACK-IDX) = BCT-BATCH-NUMBER
053900         AND WS-ACKT-APPLIED(WS-ACK-IDX) = "N"
054000         MOVE WS-ACK-IDX TO WS-ACK-FOUND-IDX
054100     END-IF.
054200
054300 3250-EXIT.
054400     EXIT.
054500
054600 3300-APPLY-ACKNOWLEDGEMENT.
054700     MOVE "Y" TO WS-ACKT-APPLIED(WS-ACK-FOUND-IDX).
054800     MOVE SPACES TO RPT-BATCH-LINE.
054900     MOVE BCT-BATCH-NUMBER TO RPT-BAT-NUMBER.
055000     MOVE WS-ACKT-DATE(WS-ACK-FOUND-IDX) TO WS-DATE-IN.
055100     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
055200     MOVE WS-EDITED-DATE TO RPT-BAT-DATE.
055300     MOVE BCT-ENTRY-COUNT TO RPT-BAT-ENTRIES.
055400     MOVE BCT-DEBIT-HASH TO RPT-BAT-DEBITS.
055500     MOVE BCT-CREDIT-HASH TO RPT-BAT-CREDITS.
055600     IF NOT BCT-SENT
055700         MOVE "REPLY IGNORED - NOT SENT" TO RPT-BAT-STATUS
055800         MOVE WS-ACKT-REASON(WS-ACK-FOUND-IDX) TO RPT-BAT-REASON
055900     ELSE
056000         IF WS-ACKT-STATUS(WS-ACK-FOUND-IDX) = "A"
056100             SET BCT-ACCEPTED TO TRUE
056200             MOVE WS-ACKT-DATE(WS-ACK-FOUND-IDX) TO BCT-ACK-DATE
056300             MOVE SPACES TO BCT-REJECT-REASON
056400             ADD 1 TO WS-ACCEPTED-COUNT
056500             MOVE "ACCEPTED BY LEDGER" TO RPT-BAT-STATUS
056600         ELSE
056700             SET BCT-REJECTED TO TRUE
056800             MOVE WS-ACKT-DATE(WS-ACK-FOUND-IDX) TO BCT-ACK-DATE
056900             MOVE WS-ACKT-REASON(WS-ACK-FOUND-IDX)
057000                 TO BCT-REJECT-REASON
057100             ADD 1 TO WS-REJECTED-COUNT
057200             MOVE "REJECTED BY LEDGER" TO RPT-BAT-STATUS
057300             MOVE BCT-REJECT-REASON TO RPT-BAT-REASON
057400         END-IF
057500     END-IF.
057600     WRITE INTERFACE-REPORT-LINE FROM RPT-BATCH-LINE.
057700
057800 3300-EXIT.
057900     EXIT.
058000
058100*    A rejected batch is sent again only on request; otherwise it
058200*    is listed every run until it is.
058300 3350-HANDLE-REJECTED-BATCH.
058400     MOVE SPACES TO RPT-BATCH-LINE.
058500     MOVE BCT-BATCH-NUMBER TO RPT-BAT-NUMBER.
058600     MOVE BCT-CREATE-DATE TO WS-DATE-IN.
058700     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
058800     MOVE WS-EDITED-DATE TO RPT-BAT-DATE.
058900     MOVE BCT-ENTRY-COUNT TO RPT-BAT-ENTRIES.
059000     MOVE BCT-DEBIT-HASH TO RPT-BAT-DEBITS.
059100     MOVE BCT-CREDIT-HASH TO RPT-BAT-CREDITS.
059200     MOVE BCT-REJECT-REASON TO RPT-BAT-REASON.
059300     IF WS-RESUBMIT-REQUESTED AND WS-RESEND-COUNT < 100
059400         ADD 1 TO WS-RESEND-COUNT
059500         ADD 1 TO BCT-SEND-COUNT
059600         MOVE BCT-BATCH-NUMBER TO WS-RSND-BATCH(WS-RESEND-COUNT)
059700         MOVE BCT-SEND-COUNT
059800             TO WS-RSND-SEND-COUNT(WS-RESEND-COUNT)
059900         SET BCT-SENT TO TRUE
060000         MOVE WS-RUN-DATE TO BCT-LAST-SENT-DATE
060100         MOVE ZERO TO BCT-ACK-DATE
060200         ADD 1 TO WS-AWAITING-ACK-COUNT
060300         MOVE "RESENT TO LEDGER" TO RPT-BAT-STATUS
060400     ELSE
060500         ADD 1 TO WS-OUTSTANDING-COUNT
060600         MOVE "REJECTED - NOT RESENT" TO RPT-BAT-STATUS
060700     END-IF.
060800     WRITE INTERFACE-REPORT-LINE FROM RPT-BATCH-LINE.
060900
061000 3350-EXIT.
061100     EXIT.
061200
061300 3400-REPORT-UNKNOWN-ACK.
061400     IF WS-ACKT-APPLIED(WS-ACK-IDX) = "N"
061500         ADD 1 TO WS-UNKNOWN-ACK-COUNT
061600         MOVE SPACES TO RPT-BATCH-LINE
061700         MOVE WS-ACKT-BATCH(WS-ACK-IDX) TO RPT-BAT-NUMBER
061800         MOVE "REPLY FOR UNKNOWN BATCH" TO RPT-BAT-STATUS
061900         MOVE WS-ACKT-DATE(WS-ACK-IDX) TO WS-DATE-IN
062000         PERFORM 8100-FORMAT-DATE THRU 8100-EXIT
062100         MOVE WS-EDITED-DATE TO RPT-BAT-DATE
062200         MOVE WS-ACKT-REASON(WS-ACK-IDX) TO RPT-BAT-REASON
062300         WRITE INTERFACE-REPORT-LINE FROM RPT-BATCH-LINE
062400     END-IF.
062500
062600 3400-EXIT.
062700     EXIT.
062800
062900 3500-REWRITE-BATCH-CONTROL.
063000     MOVE "N" TO WS-EOF-SWITCH.
063100     OPEN INPUT BATCH-CONTROL-WORK-FILE.
063200     OPEN OUTPUT BATCH-CONTROL-FILE.
063300     PERFORM 3550-COPY-BATCH-CONTROL THRU 3550-EXIT
063400         UNTIL WS-EOF.
063500     CLOSE BATCH-CONTROL-WORK-FILE.
063600     CLOSE BATCH-CONTROL-FILE.
063700
063800 3500-EXIT.
063900     EXIT.
064000
064100 3550-COPY-BATCH-CONTROL.
064200     READ BATCH-CONTROL-WORK-FILE
064300         AT END
064400             SET WS-EOF TO TRUE
064500         NOT AT END
064600             WRITE BATCH-CONTROL-FILE-RECORD
064700                 FROM BATCH-CONTROL-WORK-RECORD
064800     END-READ.
064900
065000 3550-EXIT.
065100     EXIT.
065200
065300*================================================================
065400* 4000-RESEND-REJECTED-BATCHES  --  each batch being resent is
065500* copied from the journal archive to this run's journal file
065600* exactly as it was built, its header carrying the new send
065700* count.
065800*================================================================
065900 4000-RESEND-REJECTED-BATCHES.
066000     MOVE "N" TO WS-EOF-SWITCH.
066100     OPEN INPUT JOURNAL-ARCHIVE-FILE.
066200     IF NOT WS-JARCH-FILE-FOUND
066300         DISPLAY "Journal archive GLJARCH not found - rejected "
066400             "batches cannot be resent."
066500     ELSE
066600         PERFORM 4100-READ-JOURNAL-ARCHIVE THRU 4100-EXIT
066700         PERFORM 4200-RESEND-ONE-RECORD THRU 4200-EXIT
066800             UNTIL WS-EOF
066900         CLOSE JOURNAL-ARCHIVE-FILE
067000     END-IF.
067100
067200 4000-EXIT.
067300     EXIT.
067400
067500 4100-READ-JOURNAL-ARCHIVE.
067600     READ JOURNAL-ARCHIVE-FILE INTO JOURNAL-RECORD
067700         AT END
067800             SET WS-EOF TO TRUE
067900     END-READ.
068000
068100 4100-EXIT.
068200     EXIT.
068300
068400 4200-RESEND-ONE-RECORD.
068500     MOVE ZERO TO WS-RESEND-FOUND-IDX.
068600     PERFORM 4250-SCAN-RESEND-ENTRY THRU 4250-EXIT
068700         VARYING WS-RESEND-IDX FROM 1 BY 1
068800         UNTIL WS-RESEND-IDX > WS-RESEND-COUNT
068900             OR WS-RESEND-FOUND-IDX > ZERO.
069000     IF WS-RESEND-FOUND-IDX > ZERO
069100         IF JRN-HEADER
069200             MOVE WS-RSND-SEND-COUNT(WS-RESEND-FOUND-IDX)
069300                 TO JRN-HDR-SEND-COUNT
069400         END-IF
069500         WRITE JOURNAL-OUT-RECORD FROM JOURNAL-RECORD
069600     END-IF.
069700     PERFORM 4100-READ-JOURNAL-ARCHIVE THRU 4100-EXIT.
069800
069900 4200-EXIT.
070000     EXIT.
070100
070200 4250-SCAN-RESEND-ENTRY.
070300     IF WS-RSND-BATCH(WS-RESEND-IDX) = JRN-BATCH-NUMBER
070400         MOVE WS-RESEND-IDX TO WS-RESEND-FOUND-IDX
070500     END-IF.
070600
070700 4250-EXIT.
070800     EXIT.
070900
071000*================================================================
071100* 5000-BUILD-NEW-BATCH  --  count GLEXTRCT's rows by run date,
071200* take from the journal archive how many of each date were
071300* already sent, then pass GLEXTRCT again summarizing only the
071400* rows beyond those. A row with no debit/credit flag cannot be
071500* journalled; it is counted and reported, and left out of the
071600* counting so it never shifts which rows are new. When a table
071700* overflows no batch is built at all rather than a partial one.
071800*================================================================
071900 5000-BUILD-NEW-BATCH.
072000     OPEN INPUT GL-EXTRACT-FILE.
072100     IF NOT WS-GL-FILE-FOUND
072200         DISPLAY "GL extract GLEXTRCT not found - no new batch."
072300     ELSE
072400         CLOSE GL-EXTRACT-FILE
072500         PERFORM 5100-COUNT-RUN-DATES THRU 5100-EXIT
072600         IF NOT WS-BATCH-REFUSED
072700             PERFORM 5200-COUNT-ROWS-SENT THRU 5200-EXIT
072800             PERFORM 5300-SELECT-NEW-ROWS THRU 5300-EXIT
072900         END-IF
073000         IF NOT WS-BATCH-REFUSED AND WS-ENTRY-COUNT > ZERO
073100             PERFORM 5500-WRITE-NEW-BATCH THRU 5500-EXIT
073200         END-IF
073300     END-IF.
073400
073500 5000-EXIT.
073600     EXIT.
073700
073800 5100-COUNT-RUN-DATES.
073900     MOVE "N" TO WS-EOF-SWITCH.
074000     OPEN INPUT GL-EXTRACT-FILE.
074100     PERFORM 5150-READ-GL-EXTRACT THRU 5150-EXIT.
074200     PERFORM 5160-COUNT-ONE-ROW THRU 5160-EXIT
074300         UNTIL WS-EOF OR WS-BATCH-REFUSED.
074400     CLOSE GL-EXTRACT-FILE.
074500
074600 5100-EXIT.
074700     EXIT.
074800
074900 5150-READ-GL-EXTRACT.
075000     READ GL-EXTRACT-FILE
075100         AT END
075200             SET WS-EOF TO TRUE
075300     END-READ.
075400
075500 5150-EXIT.
075600     EXIT.
075700
075800 5160-COUNT-ONE-ROW.
075900     IF GL-DEBIT OR GL-CREDIT
076000         PERFORM 5170-FIND-RUN-DATE THRU 5170-EXIT
076100         IF WS-DATE-FOUND-IDX = ZERO
076200             IF WS-DATE-COUNT < 500
076300                 ADD 1 TO WS-DATE-COUNT
076400                 MOVE WS-DATE-COUNT TO WS-DATE-FOUND-IDX
076500                 MOVE GL-RUN-DATE
076600                     TO WS-DT-RUN-DATE(WS-DATE-FOUND-IDX)
076700                 MOVE ZERO TO WS-DT-ON-FILE(WS-DATE-FOUND-IDX)
076800                 MOVE ZERO TO WS-DT-SENT(WS-DATE-FOUND-IDX)
076900                 MOVE ZERO TO WS-DT-SEEN(WS-DATE-FOUND-IDX)
077000             ELSE
077100                 DISPLAY "GLEXTRCT holds more than 500 run dates "
077200                     "- archive it before interfacing; no batch "
077300                     "built."
077400                 SET WS-BATCH-REFUSED TO TRUE
077500             END-IF
077600         END-IF
077700         IF NOT WS-BATCH-REFUSED
077800             ADD 1 TO WS-DT-ON-FILE(WS-DATE-FOUND-IDX)
077900         END-IF
078000     END-IF.
078100     PERFORM 5150-READ-GL-EXTRACT THRU 5150-EXIT.
078200
078300 5160-EXIT.
078400     EXIT.
078500
078600 5170-FIND-RUN-DATE.
078700     MOVE ZERO TO WS-DATE-FOUND-IDX.
078800     PERFORM 5175-SCAN-RUN-DATE THRU 5175-EXIT
078900         VARYING WS-DATE-IDX FROM 1 BY 1
079000         UNTIL WS-DATE-IDX > WS-DATE-COUNT
079100             OR WS-DATE-FOUND-IDX > ZERO.
079200
079300 5170-EXIT.
079400     EXIT.
079500
079600 5175-SCAN-RUN-DATE.
079700     IF WS-DT-RUN-DATE(WS-DATE-IDX) = GL-RUN-DATE
079800         MOVE WS-DATE-IDX TO WS-DATE-FOUND-IDX
079900     END-IF.
080000
080100 5175-EXIT.
080200     EXIT.
080300
080400*    Every journal detail ever built counts, whatever became of
080500*    its batch: a rejected batch is resent, never re-extracted.
080600 5200-COUNT-ROWS-SENT.
080700     MOVE "N" TO WS-EOF-SWITCH.
080800     OPEN INPUT JOURNAL-ARCHIVE-FILE.
080900     IF WS-JARCH-FILE-FOUND
081000         PERFORM 4100-READ-JOURNAL-ARCHIVE THRU 4100-EXIT
081100         PERFORM 5250-COUNT-ONE-DETAIL THRU 5250-EXIT
081200             UNTIL WS-EOF
081300         CLOSE JOURNAL-ARCHIVE-FILE
081400     END-IF.
081500
081600 5200-EXIT.
081700     EXIT.
081800
081900 5250-COUNT-ONE-DETAIL.
082000     IF JRN-DETAIL
082100         MOVE ZERO TO WS-DATE-FOUND-IDX
082200         PERFORM 5255-SCAN-DETAIL-DATE THRU 5255-EXIT
082300             VARYING WS-DATE-IDX FROM 1 BY 1
082400             UNTIL WS-DATE-IDX > WS-DATE-COUNT
082500                 OR WS-DATE-FOUND-IDX > ZERO
082600         IF WS-DATE-FOUND-IDX > ZERO
082700             ADD JRN-DET-ROW-COUNT
082800                 TO WS-DT-SENT(WS-DATE-FOUND-IDX)
082900         END-IF
083000     END-IF.
083100     PERFORM 4100-READ-JOURNAL-ARCHIVE THRU 4100-EXIT.
083200
083300 5250-EXIT.
083400     EXIT.
083500
083600 5255-SCAN-DETAIL-DATE.
083700     IF WS-DT-RUN-DATE(WS-DATE-IDX) = JRN-DET-RUN-DATE
083800         MOVE WS-DATE-IDX TO WS-DATE-FOUND-IDX
083900     END-IF.
084000
084100 5255-EXIT.
084200     EXIT.
084300
084400 5300-SELECT-NEW-ROWS.
084500     MOVE "N" TO WS-EOF-SWITCH.
084600     OPEN INPUT GL-EXTRACT-FILE.
084700     PERFORM 5150-READ-GL-EXTRACT THRU 5150-EXIT.
084800     PERFORM 5350-SELECT-ONE-ROW THRU 5350-EXIT
084900         UNTIL WS-EOF OR WS-BATCH-REFUSED.
085000     CLOSE GL-EXTRACT-FILE.
085100
085200 5300-EXIT.
085300     EXIT.
085400
085500 5350-SELECT-ONE-ROW.
085600     IF GL-DEBIT OR GL-CREDIT
085700         PERFORM 5170-FIND-RUN-DATE THRU 5170-EXIT
085800         ADD 1 TO WS-DT-SEEN(WS-DATE-FOUND-IDX)
085900         IF WS-DT-SEEN(WS-DATE-FOUND-IDX) >
086000             WS-DT-SENT(WS-DATE-FOUND-IDX)
086100             PERFORM 5400-ADD-TO-ENTRY THRU 5400-EXIT
086200         END-IF
086300     ELSE
086400         ADD 1 TO WS-UNFLAGGED-COUNT
086500     END-IF.
086600     PERFORM 5150-READ-GL-EXTRACT THRU 5150-EXIT.
086700
086800 5350-EXIT.
086900     EXIT.
087000
087100 5400-ADD-TO-ENTRY.
087200     MOVE ZERO TO WS-ENTRY-FOUND-IDX.
087300     PERFORM 5450-SCAN-ENTRY THRU 5450-EXIT
087400         VARYING WS-ENTRY-IDX FROM 1 BY 1
087500         UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
087600             OR WS-ENTRY-FOUND-IDX > ZERO.
087700     IF WS-ENTRY-FOUND-IDX = ZERO
087800         IF WS-ENTRY-COUNT < 1000
087900             ADD 1 TO WS-ENTRY-COUNT
088000             MOVE WS-ENTRY-COUNT TO WS-ENTRY-FOUND-IDX
088100             MOVE GL-RUN-DATE
088200                 TO WS-ENT-RUN-DATE(WS-ENTRY-FOUND-IDX)
088300             MOVE GL-GL-CODE TO WS-ENT-GL-CODE(WS-ENTRY-FOUND-IDX)
088400             MOVE GL-DC-FLAG TO WS-ENT-DC-FLAG(WS-ENTRY-FOUND-IDX)
088500             MOVE ZERO TO WS-ENT-AMOUNT(WS-ENTRY-FOUND-IDX)
088600             MOVE ZERO TO WS-ENT-ROWS(WS-ENTRY-FOUND-IDX)
088700         ELSE
088800             DISPLAY "More than 1000 journal entries in one "
088900                 "batch - no batch built."
089000             SET WS-BATCH-REFUSED TO TRUE
089100         END-IF
089200     END-IF.
089300     IF NOT WS-BATCH-REFUSED
089400         ADD GL-INTEREST TO WS-ENT-AMOUNT(WS-ENTRY-FOUND-IDX)
089500         ADD 1 TO WS-ENT-ROWS(WS-ENTRY-FOUND-IDX)
089600         ADD 1 TO WS-NEW-ROW-COUNT
089700         IF GL-DEBIT
089800             ADD GL-INTEREST TO WS-DEBIT-HASH
089900         ELSE
090000             ADD GL-INTEREST TO WS-CREDIT-HASH
090100         END-IF
090200     END-IF.
090300
090400 5400-EXIT.
090500     EXIT.
090600
090700 5450-SCAN-ENTRY.
090800     IF WS-ENT-RUN-DATE(WS-ENTRY-IDX) = GL-RUN-DATE
090900         AND WS-ENT-GL-CODE(WS-ENTRY-IDX) = GL-GL-CODE
091000         AND WS-ENT-DC-FLAG(WS-ENTRY-IDX) = GL-DC-FLAG
091100         MOVE WS-ENTRY-IDX TO WS-ENTRY-FOUND-IDX
091200     END-IF.
091300
091400 5450-EXIT.
091500     EXIT.
091600
091700*================================================================
091800* 5500-WRITE-NEW-BATCH  --  header, entries and trailer to this
091900* run's journal file and to the archive, then the batch's
092000* control record, sent and awaiting the ledger's reply.
092100*================================================================
092200 5500-WRITE-NEW-BATCH.
092300     COMPUTE WS-NEW-BATCH-NUMBER = WS-LAST-BATCH-NUMBER + 1.
092400     SET WS-BATCH-BUILT TO TRUE.
092500     ACCEPT WS-TIME-RAW FROM TIME.
092600     OPEN EXTEND JOURNAL-ARCHIVE-FILE.
092700     IF WS-JARCH-FILE-NOT-FOUND
092800         OPEN OUTPUT JOURNAL-ARCHIVE-FILE
092900     END-IF.
093000     MOVE SPACES TO JOURNAL-RECORD.
093100     SET JRN-HEADER TO TRUE.
093200     MOVE WS-NEW-BATCH-NUMBER TO JRN-BATCH-NUMBER.
093300     MOVE WS-RUN-DATE TO JRN-HDR-CREATE-DATE.
093400     MOVE WS-TIME-HHMMSS TO JRN-HDR-CREATE-TIME.
093500     MOVE "INTEREST" TO JRN-HDR-SOURCE.
093600     MOVE 1 TO JRN-HDR-SEND-COUNT.
093700     PERFORM 5600-WRITE-JOURNAL-RECORD THRU 5600-EXIT.
093800     MOVE SPACES TO INTERFACE-REPORT-LINE.
093900     WRITE INTERFACE-REPORT-LINE.
094000     MOVE SPACES TO RPT-SECTION-TITLE.
094100     STRING "NEW BATCH " DELIMITED BY SIZE
094200         WS-NEW-BATCH-NUMBER DELIMITED BY SIZE
094300         INTO RPT-SECTION-TITLE.
094400     WRITE INTERFACE-REPORT-LINE FROM RPT-SECTION-LINE.
094500     WRITE INTERFACE-REPORT-LINE FROM RPT-ENTRY-COLUMN-LINE.
094600     PERFORM 5550-WRITE-ONE-ENTRY THRU 5550-EXIT
094700         VARYING WS-ENTRY-IDX FROM 1 BY 1
094800         UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
094900     MOVE SPACES TO JOURNAL-RECORD.
095000     SET JRN-TRAILER TO TRUE.
095100     MOVE WS-NEW-BATCH-NUMBER TO JRN-BATCH-NUMBER.
095200     MOVE WS-ENTRY-COUNT TO JRN-TRL-ENTRY-COUNT.
095300     MOVE WS-DEBIT-HASH TO JRN-TRL-DEBIT-HASH.
095400     MOVE WS-CREDIT-HASH TO JRN-TRL-CREDIT-HASH.
095500     MOVE WS-NEW-ROW-COUNT TO JRN-TRL-ROW-COUNT.
095600     PERFORM 5600-WRITE-JOURNAL-RECORD THRU 5600-EXIT.
095700     CLOSE JOURNAL-ARCHIVE-FILE.
095800     MOVE SPACES TO BATCH-CONTROL-RECORD.
095900     MOVE WS-NEW-BATCH-NUMBER TO BCT-BATCH-NUMBER.
096000     MOVE WS-RUN-DATE TO BCT-CREATE-DATE.
096100     MOVE WS-TIME-HHMMSS TO BCT-CREATE-TIME.
096200     SET BCT-SENT TO TRUE.
096300     MOVE WS-ENTRY-COUNT TO BCT-ENTRY-COUNT.
096400     MOVE WS-DEBIT-HASH TO BCT-DEBIT-HASH.
096500     MOVE WS-CREDIT-HASH TO BCT-CREDIT-HASH.
096600     MOVE WS-NEW-ROW-COUNT TO BCT-ROW-COUNT.
096700     MOVE 1 TO BCT-SEND-COUNT.
096800     MOVE WS-RUN-DATE TO BCT-LAST-SENT-DATE.
096900     MOVE ZERO TO BCT-ACK-DATE.
097000     OPEN EXTEND BATCH-CONTROL-FILE.
097100     IF WS-BCTL-FILE-NOT-FOUND
097200         OPEN OUTPUT BATCH-CONTROL-FILE
097300     END-IF.
097400     WRITE BATCH-CONTROL-FILE-RECORD FROM BATCH-CONTROL-RECORD.
097500     CLOSE BATCH-CONTROL-FILE.
097600     ADD 1 TO WS-AWAITING-ACK-COUNT.
097700
097800 5500-EXIT.
097900     EXIT.
098000
098100 5550-WRITE-ONE-ENTRY.
098200     MOVE SPACES TO JOURNAL-RECORD.
098300     SET JRN-DETAIL TO TRUE.
098400     MOVE WS-NEW-BATCH-NUMBER TO JRN-BATCH-NUMBER.
098500     MOVE WS-ENT-RUN-DATE(WS-ENTRY-IDX) TO JRN-DET-RUN-DATE.
098600     MOVE WS-ENT-GL-CODE(WS-ENTRY-IDX) TO JRN-DET-GL-CODE.
098700     MOVE WS-ENT-DC-FLAG(WS-ENTRY-IDX) TO JRN-DET-DC-FLAG.
098800     MOVE WS-ENT-AMOUNT(WS-ENTRY-IDX) TO JRN-DET-AMOUNT.
098900     MOVE WS-ENT-ROWS(WS-ENTRY-IDX) TO JRN-DET-ROW-COUNT.
099000     PERFORM 5600-WRITE-JOURNAL-RECORD THRU 5600-EXIT.
099100     MOVE WS-ENT-RUN-DATE(WS-ENTRY-IDX) TO WS-DATE-IN.
099200     PERFORM 8100-FORMAT-DATE THRU 8100-EXIT.
099300     MOVE WS-EDITED-DATE TO RPT-ENT-RUN-DATE.
099400     MOVE WS-ENT-GL-CODE(WS-ENTRY-IDX) TO RPT-ENT-GL-CODE.
099500     MOVE WS-ENT-DC-FLAG(WS-ENTRY-IDX) TO RPT-ENT-DC-FLAG.
099600     MOVE WS-ENT-AMOUNT(WS-ENTRY-IDX) TO RPT-ENT-AMOUNT.
099700     MOVE WS-ENT-ROWS(WS-ENTRY-IDX) TO RPT-ENT-ROWS.
099800     WRITE INTERFACE-REPORT-LINE FROM RPT-ENTRY-LINE.
099900
100000 5550-EXIT.
100100     EXIT.
100200
100300 5600-WRITE-JOURNAL-RECORD.
100400     WRITE JOURNAL-OUT-RECORD FROM JOURNAL-RECORD.
100500     WRITE JOURNAL-ARCHIVE-RECORD FROM JOURNAL-RECORD.
100600
100700 5600-EXIT.
100800     EXIT.
100900
101000*================================================================
101100* 6000-WRITE-SUMMARY  --  the run's counts, and the new batch's
101200* hash totals proved: every posting is a balanced pair, so the
101300* debit and credit hashes of a batch must agree.
101400*================================================================
101500 6000-WRITE-SUMMARY.
101600     MOVE SPACES TO INTERFACE-REPORT-LINE.
101700     WRITE INTERFACE-REPORT-LINE.
101800     IF WS-BATCH-BUILT
101900         MOVE "BATCH NUMBER" TO RPT-COUNT-LABEL
102000         MOVE WS-NEW-BATCH-NUMBER TO RPT-COUNT-EDITED
102100         WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE
102200         MOVE "JOURNAL ENTRIES" TO RPT-COUNT-LABEL
102300         MOVE WS-ENTRY-COUNT TO RPT-COUNT-EDITED
102400         WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE
102500         MOVE "GLEXTRCT ROWS JOURNALLED" TO RPT-COUNT-LABEL
102600         MOVE WS-NEW-ROW-COUNT TO RPT-COUNT-EDITED
102700         WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE
102800         MOVE "DEBIT HASH TOTAL" TO RPT-AMOUNT-LABEL
102900         MOVE WS-DEBIT-HASH TO RPT-AMOUNT-EDITED
103000         WRITE INTERFACE-REPORT-LINE FROM RPT-AMOUNT-LINE
103100         MOVE "CREDIT HASH TOTAL" TO RPT-AMOUNT-LABEL
103200         MOVE WS-CREDIT-HASH TO RPT-AMOUNT-EDITED
103300         WRITE INTERFACE-REPORT-LINE FROM RPT-AMOUNT-LINE
103400         IF WS-DEBIT-HASH = WS-CREDIT-HASH
103500             MOVE "BATCH DEBITS EQUAL CREDITS"
103600                 TO INTERFACE-REPORT-LINE
103700         ELSE
103800             MOVE "** BATCH DEBITS DO NOT EQUAL CREDITS **"
103900                 TO INTERFACE-REPORT-LINE
104000             DISPLAY "** GL JOURNAL BATCH OUT OF BALANCE - "
104100                 "see GLIFRPT. **"
104200         END-IF
104300         WRITE INTERFACE-REPORT-LINE
104400     ELSE
104500         IF WS-BATCH-REFUSED
104600             MOVE "** NO BATCH BUILT - SEE CONSOLE **"
104700                 TO INTERFACE-REPORT-LINE
104800         ELSE
104900             MOVE "NO NEW GLEXTRCT ROWS - NO BATCH BUILT"
105000                 TO INTERFACE-REPORT-LINE
105100         END-IF
105200         WRITE INTERFACE-REPORT-LINE
105300     END-IF.
105400     MOVE SPACES TO INTERFACE-REPORT-LINE.
105500     WRITE INTERFACE-REPORT-LINE.
105600     MOVE "BATCHES ACCEPTED THIS RUN" TO RPT-COUNT-LABEL.
105700     MOVE WS-ACCEPTED-COUNT TO RPT-COUNT-EDITED.
105800     WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE.
105900     MOVE "BATCHES REJECTED THIS RUN" TO RPT-COUNT-LABEL.
106000     MOVE WS-REJECTED-COUNT TO RPT-COUNT-EDITED.
106100     WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE.
106200     MOVE "REJECTED BATCHES RESENT" TO RPT-COUNT-LABEL.
106300     MOVE WS-RESEND-COUNT TO RPT-COUNT-EDITED.
106400     WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE.
106500     MOVE "REJECTED BATCHES NOT RESENT" TO RPT-COUNT-LABEL.
106600     MOVE WS-OUTSTANDING-COUNT TO RPT-COUNT-EDITED.
106700     WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE.
106800     MOVE "BATCHES AWAITING A REPLY" TO RPT-COUNT-LABEL.
106900     MOVE WS-AWAITING-ACK-COUNT TO RPT-COUNT-EDITED.
107000     WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE.
107100     MOVE "REPLIES FOR UNKNOWN BATCHES" TO RPT-COUNT-LABEL.
107200     MOVE WS-UNKNOWN-ACK-COUNT TO RPT-COUNT-EDITED.
107300     WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE.
107400     MOVE "GLEXTRCT ROWS WITH NO D/C FLAG" TO RPT-COUNT-LABEL.
107500     MOVE WS-UNFLAGGED-COUNT TO RPT-COUNT-EDITED.
107600     WRITE INTERFACE-REPORT-LINE FROM RPT-COUNT-LINE.
107700     DISPLAY "GL interface written to GLJRNL/GLIFRPT - new batch "
107800         WS-NEW-BATCH-NUMBER " resent=" WS-RESEND-COUNT
107900         " rejected outstanding=" WS-OUTSTANDING-COUNT.
108000
108100 6000-EXIT.
108200     EXIT.
108300
108400*================================================================
108500* 8100-FORMAT-DATE  --  edit a YYYYMMDD date in WS-DATE-IN to
108600* MM/DD/YYYY in WS-EDITED-DATE.
108700*================================================================
108800 8100-FORMAT-DATE.
108900     MOVE WS-DATE-IN-MM TO WS-ED-MM.
109000     MOVE WS-DATE-IN-DD TO WS-ED-DD.
109100     MOVE WS-DATE-IN-YYYY TO WS-ED-YYYY.
109200
109300 8100-EXIT.
109400     EXIT.
109500
109600*================================================================
109700* 9999-TERMINATE  --  the return code tells the schedule what
109800* needs a look: 8 for an unbalanced or refused batch, 4 for a
109900* rejected batch not resent or a reply for an unknown batch.
110000*================================================================
110100 9999-TERMINATE.
110200     CLOSE JOURNAL-FILE.
110300     CLOSE INTERFACE-REPORT-FILE.
110400     IF WS-BATCH-REFUSED
110500         OR (WS-BATCH-BUILT
110550             AND WS-DEBIT-HASH NOT = WS-CREDIT-HASH)
110600         MOVE 8 TO RETURN-CODE
110700     ELSE
110800         IF WS-OUTSTANDING-COUNT > ZERO
110900             OR WS-UNKNOWN-ACK-COUNT > ZERO
111000             MOVE 4 TO RETURN-CODE
111100         ELSE
111200             MOVE ZERO TO RETURN-CODE
111300         END-IF
111400     END-IF.
111500     GOBACK.
111600
111700 9999-EXIT.
111800     EXIT.
