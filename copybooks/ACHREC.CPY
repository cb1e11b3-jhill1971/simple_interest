000100*================================================================
000200* ACHREC  --  the bank-standard ACH payment file records, 94
000300* bytes each: file header (1), batch header (5), entry detail
000400* (6), batch control (8), file control (9), and the all-nines
000500* record that pads the last block out to the blocking factor
000600* of ten. Credits only: service class 220, PPD entries, with
000700* transaction code 22 to a checking account and 32 to savings.
000800*----------------------------------------------------------------
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 JH    Written for the month-end interest payout
001100*                  file, so any program that originates or reads
001200*                  an ACH file shares one set of layouts.
001300*================================================================
001400 01  ACH-FILE-HEADER.
001500     05  FILLER                  PIC X(01) VALUE "1".
001600     05  FILLER                  PIC X(02) VALUE "01".
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  ACH-FH-DESTINATION      PIC X(09).
001900     05  ACH-FH-ORIGIN           PIC X(10).
002000     05  ACH-FH-CREATE-DATE      PIC 9(06).
002100     05  ACH-FH-CREATE-TIME      PIC 9(04).
002200     05  ACH-FH-ID-MODIFIER      PIC X(01) VALUE "A".
002300     05  FILLER                  PIC X(03) VALUE "094".
002400     05  FILLER                  PIC X(02) VALUE "10".
002500     05  FILLER                  PIC X(01) VALUE "1".
002600     05  ACH-FH-DESTINATION-NAME PIC X(23).
002700     05  ACH-FH-ORIGIN-NAME      PIC X(23).
002800     05  FILLER                  PIC X(08) VALUE SPACES.
002900
003000 01  ACH-BATCH-HEADER.
003100     05  FILLER                  PIC X(01) VALUE "5".
003200     05  FILLER                  PIC X(03) VALUE "220".
003300     05  ACH-BH-COMPANY-NAME     PIC X(16).
003400     05  FILLER                  PIC X(20) VALUE SPACES.
003500     05  ACH-BH-COMPANY-ID       PIC X(10).
003600     05  FILLER                  PIC X(03) VALUE "PPD".
003700     05  ACH-BH-ENTRY-DESC       PIC X(10) VALUE "INTEREST".
003800     05  ACH-BH-DESCRIPTIVE-DATE PIC X(06) VALUE SPACES.
003900     05  ACH-BH-EFFECTIVE-DATE   PIC 9(06).
004000     05  FILLER                  PIC X(03) VALUE SPACES.
004100     05  FILLER                  PIC X(01) VALUE "1".
004200     05  ACH-BH-ODFI             PIC X(08).
004300     05  ACH-BH-BATCH-NUMBER     PIC 9(07).
004400
004500 01  ACH-ENTRY-DETAIL.
004600     05  FILLER                  PIC X(01) VALUE "6".
004700     05  ACH-ED-TRANSACTION-CODE PIC X(02).
004800     05  ACH-ED-RDFI-ROUTING     PIC X(09).
004900     05  ACH-ED-RDFI-ROUTING-R REDEFINES ACH-ED-RDFI-ROUTING.
005000         10  ACH-ED-RDFI-ID      PIC 9(08).
005100         10  ACH-ED-CHECK-DIGIT  PIC 9(01).
005200     05  ACH-ED-DFI-ACCOUNT      PIC X(17).
005300     05  ACH-ED-AMOUNT           PIC 9(08)V99.
005400     05  ACH-ED-INDIVIDUAL-ID    PIC X(15).
005500     05  ACH-ED-INDIVIDUAL-NAME  PIC X(22).
005600     05  FILLER                  PIC X(02) VALUE SPACES.
005700     05  FILLER                  PIC X(01) VALUE "0".
005800     05  ACH-ED-TRACE-ODFI       PIC X(08).
005900     05  ACH-ED-TRACE-SEQUENCE   PIC 9(07).
006000
006100 01  ACH-BATCH-CONTROL.
006200     05  FILLER                  PIC X(01) VALUE "8".
006300     05  FILLER                  PIC X(03) VALUE "220".
006400     05  ACH-BC-ENTRY-COUNT      PIC 9(06).
006500     05  ACH-BC-ENTRY-HASH       PIC 9(10).
006600     05  ACH-BC-TOTAL-DEBIT      PIC 9(10)V99.
006700     05  ACH-BC-TOTAL-CREDIT     PIC 9(10)V99.
006800     05  ACH-BC-COMPANY-ID       PIC X(10).
006900     05  FILLER                  PIC X(19) VALUE SPACES.
007000     05  FILLER                  PIC X(06) VALUE SPACES.
007100     05  ACH-BC-ODFI             PIC X(08).
007200     05  ACH-BC-BATCH-NUMBER     PIC 9(07).
007300
007400 01  ACH-FILE-CONTROL.
007500     05  FILLER                  PIC X(01) VALUE "9".
007600     05  ACH-FC-BATCH-COUNT      PIC 9(06).
007700     05  ACH-FC-BLOCK-COUNT      PIC 9(06).
007800     05  ACH-FC-ENTRY-COUNT      PIC 9(08).
007900     05  ACH-FC-ENTRY-HASH       PIC 9(10).
008000     05  ACH-FC-TOTAL-DEBIT      PIC 9(10)V99.
008100     05  ACH-FC-TOTAL-CREDIT     PIC 9(10)V99.
008200     05  FILLER                  PIC X(39) VALUE SPACES.
008300
008400 01  ACH-PADDING-RECORD          PIC X(94) VALUE ALL "9".
