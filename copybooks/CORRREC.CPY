000100*================================================================
000200* CORRREC  --  a correction-mode reversal awaiting a second
000300* operator: the posting to be reversed as it stood on INTLOG
000400* when the correction was keyed, the operator who asked for it
000500* and why, and the corrected terms to repost with (when a repost
000600* was asked for). The same record, with the decision filled in,
000700* is the approvals log entry once the item is approved or
000800* rejected.
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026 JH    Written for the correction approval queue.
001200*================================================================
001300 01  CORRECTION-RECORD.
001400     05  CORR-ACCOUNT-ID         PIC X(10).
001500     05  FILLER                  PIC X(01).
001600     05  CORR-ORIGINAL-DATE      PIC 9(08).
001700     05  FILLER                  PIC X(01).
001800     05  CORR-REQUESTED-BY       PIC X(08).
001900     05  FILLER                  PIC X(01).
002000     05  CORR-REQUEST-DATE       PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  CORR-REQUEST-TIME       PIC 9(06).
002300     05  FILLER                  PIC X(01).
002400     05  CORR-REASON             PIC X(40).
002500     05  FILLER                  PIC X(01).
002600*    The original posting, as found on the transaction log and
002700*    the GL extract.
002800     05  CORR-ORIG-PRINCIPAL     PIC 9(07)V99.
002900     05  FILLER                  PIC X(01).
003000     05  CORR-ORIG-APR           PIC 99V99.
003100     05  FILLER                  PIC X(01).
003200     05  CORR-ORIG-PERIOD        PIC 99.
003300     05  FILLER                  PIC X(01).
003400     05  CORR-ORIG-INTEREST      PIC 9(09)V99.
003500     05  FILLER                  PIC X(01).
003600     05  CORR-ORIG-TOTAL         PIC 9(10)V99.
003700     05  FILLER                  PIC X(01).
003800     05  CORR-ORIG-GL-CODE       PIC X(06).
003900     05  FILLER                  PIC X(01).
004000     05  CORR-ORIG-OFFSET-CODE   PIC X(06).
004100     05  FILLER                  PIC X(01).
004200*    The proposed corrected terms; zero and spaces when the
004300*    posting is only to be reversed.
004400     05  CORR-REPOST-FLAG        PIC X(01).
004500         88  CORR-REPOST         VALUE "Y".
004600     05  FILLER                  PIC X(01).
004700     05  CORR-NEW-GL-CODE        PIC X(06).
004800     05  FILLER                  PIC X(01).
004900     05  CORR-NEW-PRODUCT-TIER   PIC X(04).
005000     05  FILLER                  PIC X(01).
005100     05  CORR-NEW-PRINCIPAL      PIC 9(07)V99.
005200     05  FILLER                  PIC X(01).
005300     05  CORR-NEW-APR            PIC 99V99.
005400     05  FILLER                  PIC X(01).
005500     05  CORR-NEW-DAY-BASIS      PIC X(01).
005600     05  FILLER                  PIC X(01).
005700     05  CORR-NEW-OPEN-DATE      PIC 9(08).
005800     05  FILLER                  PIC X(01).
005900     05  CORR-NEW-MATURITY-DATE  PIC 9(08).
006000     05  FILLER                  PIC X(01).
006100     05  CORR-NEW-PERIOD         PIC 99.
006200     05  FILLER                  PIC X(01).
006300     05  CORR-NEW-CALC-MODE      PIC X(01).
006400     05  FILLER                  PIC X(01).
006500     05  CORR-NEW-COMPOUND-FREQ  PIC 9(02).
006600     05  FILLER                  PIC X(01).
006700     05  CORR-NEW-INTEREST       PIC 9(09)V99.
006800     05  FILLER                  PIC X(01).
006900*    The decision: pending until a second operator acts on it.
007000     05  CORR-STATUS             PIC X(01).
007100         88  CORR-PENDING        VALUE "P".
007200         88  CORR-APPROVED       VALUE "A".
007300         88  CORR-REJECTED       VALUE "J".
007400     05  FILLER                  PIC X(01).
007500     05  CORR-DECIDED-BY         PIC X(08).
007600     05  FILLER                  PIC X(01).
007700     05  CORR-DECIDED-DATE       PIC 9(08).
007800     05  FILLER                  PIC X(01).
007900     05  CORR-DECIDED-TIME       PIC 9(06).
008000     05  FILLER                  PIC X(01).
008100     05  CORR-DECISION-NOTE      PIC X(40).
