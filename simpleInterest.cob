020900*                  back over ACCTREJ. Volume on both passes is
021000*                  now limited by disk, not working storage, and
021100*                  the 1000-row refusals are gone.
021101* 10/15/2026 JH    Carried the account status byte. The master
021102*                  batch passes over closed and dormant accounts
021103*                  and counts them on the control report, and the
021104*                  daily accrual takes each account's status from
021105*                  ACCTMST when the master is on hand (ACCTIN's
021106*                  copy otherwise), so an account closed in
021107*                  maintenance stops accruing the next night.
021108* 10/15/2026 JH    Added the maturity run (mode T) over ACCTMST.
021109*                  An account reaching its maturity date has its
021110*                  unposted accrual booked to INTLOG/GLEXTRCT and
021111*                  is renewed for the same term at the RATETAB
021112*                  rate in force on the maturity date, or held in
021113*                  matured status for payout, per its renewal
021114*                  instruction. Accounts maturing inside the
021115*                  notice window (RUNPARM, default 30 days) are
021116*                  written once to the MATNOTC notice file, and
021117*                  MATRPT lists what renewed and what pays out.
021118*                  The rate lookup now takes its as-of date from
021119*                  the caller.
021121* 10/15/2026 JH    Added the early-withdrawal payoff (mode W). For
021123*                  an account id and payoff date it works out the
021125*                  interest earned to that date on the account's
021127*                  day-count basis, the penalty from the new
021129*                  PENALTAB product penalty table (days of
021131*                  interest, by product and effective date) and
021133*                  the net proceeds, and prints the quote to
021135*                  PAYQUOTE. On the teller's confirmation the
021137*                  unbooked interest and the penalty post as
021139*                  balanced GL pairs, the account is closed on
021141*                  ACCTMST with an ACCTAUDT record, and its
021143*                  accrual record is stopped. Penalty records
021145*                  carry a "P" flag and are never taken for the
021147*                  original posting by correction mode.
021149* 10/15/2026 JH    Month-end posting (mode P) now disposes of
021151*                  each account's posted interest as the master
021153*                  instructs: a capitalize account has it added to
021155*                  ACCT-PRINCIPAL on ACCTMST, and a payout account
021157*                  is paid on an ACH credit file (ACHOUT, with
021159*                  batch and file control totals, origination
021161*                  details from ACHCTL) with the cash-side GL pair
021163*                  to the ACH clearing account. DISPRPT ties the
021165*                  interest posted to capitalized, paid and held.
021167*                  The daily accrual takes a capitalizing
021169*                  account's principal from the master. Account
021171*                  record widened to 117 for the disposition and
021173*                  payee fields.
021176* 10/15/2026 JH    Every change to an account's month-to-date
021196*                  accrued interest - the day's accrual, the
021216*                  month-end emission to ACCRPOST, the maturity
021236*                  run's final interest and an early-withdrawal
021256*                  payoff - is journalled to ACCRJRNL, so the
021276*                  accrual balance can be rolled forward and
021296*                  proved by accrualRollforward.
021316* 10/15/2026 JH    Correction mode (C) now needs two operators.
021336*                  The requester keys the posting, a reason and
021356*                  any corrected terms to the CORRPEND queue; a
021376*                  second, different operator lists the queue and
021396*                  approves or rejects each item, and only an
021416*                  approval writes the reversal and the repost.
021436*                  Decisions go to the CORRAPPR approvals log
021456*                  (requester and approver) and every mode C run
021476*                  writes the CORRAGE aging of what is pending.
021478* 10/15/2026 JH    Daily accrual (D) takes an accrual window from
021480*                  the control card (from and through dates,
021482*                  columns 50-57 and 59-66) and accrues each day
021492*                  of it at that day's table rate, so the last
021502*                  business day before a weekend or holiday
021512*                  accrues through it; month-end emission follows
021522*                  the window's last day. The run sets a return
021532*                  code and ends with GOBACK for the nightly
021542*                  driver.
021552* 10/15/2026 JH    Each suspense record carries the date the
021562*                  account was first rejected, kept through
021572*                  every resubmit that rejects it again, so
021582*                  items left unrepaired can be aged.
021583* 10/15/2026 JH    Daily accrual takes the principal, rate,
021584*                  dates, GL code and day-count basis from the
021585*                  master whenever the master holds the account,
021586*                  so renewals and maintenance reach the accrual.
021587*                  Payoff date month is edited. Corrections skip
021588*                  the payout cash rows when finding the contra.
021589*                  The payout cash pair no longer re-resolves the
021590*                  GL pair, and maturity and notice rewrites of
021591*                  the master are checked before being counted.
021592* 10/15/2026 JH    Daily accrual merges in master accounts that
021593*                  ACCTIN does not carry yet, takes the product
021594*                  type from the master, starts an account on the
021595*                  day after its last accrual (or a new term's
021596*                  open date) even before the window, and carries
021597*                  closed and dormant accounts through it. Payoff
021598*                  of a capitalize or payout account nets out the
021599*                  interest already disposed of this term.
021600* 10/15/2026 JH    The maturity run disposes of the final
021602*                  interest as month-end posting does: a
021604*                  capitalize account adds it to principal before
021606*                  the renewal is priced, a payout account is
021608*                  paid by ACH on ACHMAT, and a renewing hold
021610*                  account rolls its held term interest into
021612*                  principal. The maturity report shows each
021614*                  account's disposition and totals it. Payoff
021616*                  of a capitalize account is priced on its
021618*                  original deposit.
021700*================================================================
021710 ENVIRONMENT DIVISION.
021720 INPUT-OUTPUT SECTION.
021730 FILE-CONTROL.
021740     SELECT ACCOUNT-IN-FILE ASSIGN TO "ACCTIN"
021750         ORGANIZATION IS LINE SEQUENTIAL
021800         FILE STATUS IS WS-ACCT-FILE-STATUS.
021900     SELECT INTEREST-OUT-FILE ASSIGN TO "INTOUT"
022000         ORGANIZATION IS LINE SEQUENTIAL
028900         FILE STATUS IS WS-ACCR-SRT-STATUS.
029000     SELECT ACCT-SORT-FILE ASSIGN TO "SORTWK1".
029100     SELECT ACCR-SORT-FILE ASSIGN TO "SORTWK2".
029110     SELECT MATURITY-NOTICE-FILE ASSIGN TO "MATNOTC"
029120         ORGANIZATION IS LINE SEQUENTIAL
029130         FILE STATUS IS WS-NTC-FILE-STATUS.
029140     SELECT MATURITY-REPORT-FILE ASSIGN TO "MATRPT"
029150         ORGANIZATION IS LINE SEQUENTIAL
029160         FILE STATUS IS WS-MATRPT-FILE-STATUS.
029164     SELECT PENALTY-TABLE-FILE ASSIGN TO "PENALTAB"
029168         ORGANIZATION IS LINE SEQUENTIAL
029172         FILE STATUS IS WS-PEN-FILE-STATUS.
029176     SELECT PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE"
029180         ORGANIZATION IS LINE SEQUENTIAL
029184         FILE STATUS IS WS-QUOTE-FILE-STATUS.
029188     SELECT ACCOUNT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
029192         ORGANIZATION IS LINE SEQUENTIAL
029196         FILE STATUS IS WS-AUDIT-FILE-STATUS.
029205     SELECT ACH-CONTROL-FILE ASSIGN TO "ACHCTL"
029214         ORGANIZATION IS LINE SEQUENTIAL
029223         FILE STATUS IS WS-ACHCTL-FILE-STATUS.
029232     SELECT ACH-PAYMENT-FILE ASSIGN TO "ACHOUT"
029241         ORGANIZATION IS LINE SEQUENTIAL
029250         FILE STATUS IS WS-ACHOUT-FILE-STATUS.
029255     SELECT ACH-MATURITY-FILE ASSIGN TO "ACHMAT"
029260         ORGANIZATION IS LINE SEQUENTIAL
029265         FILE STATUS IS WS-ACHOUT-FILE-STATUS.
029270     SELECT DISPOSITION-REPORT-FILE ASSIGN TO "DISPRPT"
029290         ORGANIZATION IS LINE SEQUENTIAL
029310         FILE STATUS IS WS-DISPRPT-FILE-STATUS.
029330     SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO "ACCRJRNL"
029350         ORGANIZATION IS LINE SEQUENTIAL
029370         FILE STATUS IS WS-ACCR-JRNL-STATUS.
029390     SELECT CORRECTION-PENDING-FILE ASSIGN TO "CORRPEND"
029410         ORGANIZATION IS LINE SEQUENTIAL
029430         FILE STATUS IS WS-CORR-PEND-STATUS.
029450     SELECT CORRECTION-WORK-FILE ASSIGN TO "CORRWORK"
029470         ORGANIZATION IS LINE SEQUENTIAL
029490         FILE STATUS IS WS-CORR-WORK-STATUS.
029510     SELECT CORRECTION-LOG-FILE ASSIGN TO "CORRAPPR"
029530         ORGANIZATION IS LINE SEQUENTIAL
029550         FILE STATUS IS WS-CORR-LOG-STATUS.
029570     SELECT CORRECTION-AGING-FILE ASSIGN TO "CORRAGE"
029590         ORGANIZATION IS LINE SEQUENTIAL
029610         FILE STATUS IS WS-CORR-AGE-STATUS.
029630
029650 DATA DIVISION.
029670 FILE SECTION.
029690 FD  ACCOUNT-IN-FILE
029710     RECORDING MODE IS F.
029730 01  ACCOUNT-IN-RECORD           PIC X(117).
029800
029900 FD  INTEREST-OUT-FILE
030000     RECORDING MODE IS F.
037600
037700 FD  SUSPENSE-OUT-FILE
037800     RECORDING MODE IS F.
037900 01  SUSPENSE-OUT-RECORD         PIC X(133).
038000
038100 FD  SUSPENSE-IN-FILE
038200     RECORDING MODE IS F.
038300 01  SUSPENSE-IN-RECORD.
038400     05  SUSP-IN-ACCOUNT-DATA    PIC X(117).
038500     05  FILLER                  PIC X(01).
038600     05  SUSP-IN-REASON-CODES    PIC X(06).
038630     05  FILLER                  PIC X(01).
038660     05  SUSP-IN-REJECT-DATE     PIC 9(08).
038700
038800 FD  CONTROL-REPORT-FILE
038900     RECORDING MODE IS F.
048100     05  PARM-ACCT-FROM          PIC X(10).
048200     05  FILLER                  PIC X(01).
048300     05  PARM-ACCT-THRU          PIC X(10).
048330     05  FILLER                  PIC X(01).
048360     05  PARM-NOTICE-DAYS        PIC X(03).
048368     05  FILLER                  PIC X(01).
048376     05  PARM-ACCRUE-FROM        PIC X(08).
048384     05  FILLER                  PIC X(01).
048392     05  PARM-ACCRUE-THRU        PIC X(08).
048400
048403 FD  PENALTY-TABLE-FILE
048406     RECORDING MODE IS F.
048409 01  PENALTY-TABLE-RECORD.
048412     05  PEN-PRODUCT-TIER        PIC X(04).
048415     05  PEN-EFFECTIVE-DATE      PIC 9(08).
048418     05  PEN-DAYS-INTEREST       PIC 9(03).
048421
048424 FD  PAYOFF-QUOTE-FILE
048427     RECORDING MODE IS F.
048430 01  PAYOFF-QUOTE-LINE          PIC X(80).
048433
048436 FD  ACCOUNT-AUDIT-FILE
048439     RECORDING MODE IS F.
048442 01  ACCOUNT-AUDIT-RECORD.
048445     05  AUD-USER-ID             PIC X(08).
048448     05  FILLER                  PIC X(01).
048451     05  AUD-DATE                PIC 9(08).
048454     05  FILLER                  PIC X(01).
048457     05  AUD-TIME                PIC 9(06).
048460     05  FILLER                  PIC X(01).
048463     05  AUD-ACTION              PIC X(07).
048466     05  FILLER                  PIC X(01).
048469     05  AUD-ACCOUNT-ID          PIC X(10).
048472     05  FILLER                  PIC X(01).
048475     05  AUD-FIELD-NAME          PIC X(16).
048478     05  FILLER                  PIC X(01).
048481     05  AUD-OLD-VALUE           PIC X(30).
048484     05  FILLER                  PIC X(01).
048487     05  AUD-NEW-VALUE           PIC X(30).
048500
048600 FD  ACCRUAL-POST-IN-FILE
048700     RECORDING MODE IS F.
050500
050600 FD  SUSPENSE-WORK-FILE
050700     RECORDING MODE IS F.
050800 01  SUSPENSE-WORK-RECORD        PIC X(133).
050900
051000 FD  ACCOUNT-SORTED-FILE
051100     RECORDING MODE IS F.
051200 01  ACCOUNT-SORTED-RECORD.
051210     05  SRT-ACCT-ID             PIC X(10).
051220     05  FILLER                  PIC X(107).
051300
051400 FD  ACCRUAL-SORTED-FILE
051500     RECORDING MODE IS F.
052700 SD  ACCT-SORT-FILE.
052800 01  ACCT-SORT-RECORD.
052900     05  ACCT-SORT-ID            PIC X(10).
053000     05  FILLER                  PIC X(107).
053100
053200 SD  ACCR-SORT-FILE.
053300 01  ACCR-SORT-RECORD.
055600     05  HIST-SKIPPED            PIC 9(08).
055700     05  FILLER                  PIC X(01).
055800     05  HIST-RESTART-FLAG       PIC X(01).
055803
055806 FD  MATURITY-NOTICE-FILE
055809     RECORDING MODE IS F.
055812 01  MATURITY-NOTICE-RECORD.
055815     05  NTC-ACCOUNT-ID          PIC X(10).
055818     05  FILLER                  PIC X(01).
055821     05  NTC-CUSTOMER-NAME       PIC X(30).
055824     05  FILLER                  PIC X(01).
055827     05  NTC-MATURITY-DATE       PIC 9(08).
055830     05  FILLER                  PIC X(01).
055833     05  NTC-DAYS-TO-MATURITY    PIC 9(03).
055836     05  FILLER                  PIC X(01).
055839     05  NTC-PRINCIPAL           PIC 9(07)V99.
055842     05  FILLER                  PIC X(01).
055845     05  NTC-CURRENT-RATE        PIC 99V99.
055848     05  FILLER                  PIC X(01).
055851     05  NTC-PRODUCT-TYPE        PIC X(04).
055854     05  FILLER                  PIC X(01).
055857     05  NTC-RENEWAL-INSTR       PIC X(01).
055860     05  FILLER                  PIC X(01).
055863     05  NTC-RUN-DATE            PIC 9(08).
055866
055869 FD  MATURITY-REPORT-FILE
055872     RECORDING MODE IS F.
055875 01  MATURITY-REPORT-LINE        PIC X(100).
055883
055891 FD  ACH-CONTROL-FILE
055899     RECORDING MODE IS F.
055907 01  ACH-CONTROL-RECORD          PIC X(112).
055915
055923 FD  ACH-PAYMENT-FILE
055931     RECORDING MODE IS F.
055939 01  ACH-PAYMENT-RECORD          PIC X(94).
055947
055948 FD  ACH-MATURITY-FILE
055949     RECORDING MODE IS F.
055950 01  ACH-MATURITY-RECORD         PIC X(94).
055951
055955 FD  DISPOSITION-REPORT-FILE
055963     RECORDING MODE IS F.
055971 01  DISPOSITION-REPORT-LINE     PIC X(100).
055972
055973 FD  ACCRUAL-JOURNAL-FILE
055974     RECORDING MODE IS F.
055975     COPY ACCRJNL.
055979
055980*    The correction queue, its work copy and the approvals log
055981*    all carry the CORRREC layout, staged through working storage.
055982 FD  CORRECTION-PENDING-FILE
055983     RECORDING MODE IS F.
055984 01  CORRECTION-PENDING-RECORD   PIC X(279).
055985
055986 FD  CORRECTION-WORK-FILE
055987     RECORDING MODE IS F.
055988 01  CORRECTION-WORK-RECORD      PIC X(279).
055989
055990 FD  CORRECTION-LOG-FILE
055991     RECORDING MODE IS F.
055992 01  CORRECTION-LOG-RECORD       PIC X(279).
055993
055994 FD  CORRECTION-AGING-FILE
055995     RECORDING MODE IS F.
055996 01  CORRECTION-AGING-LINE       PIC X(132).
055998
056000 FD  ACCOUNT-MASTER-FILE.
056050*    The master carries the shared ACCTREC layout; only the key,
056100*    the filter field, the status, the interest disposition that
056150*    month-end posting works from, and the terms the daily
056200*    accrual takes over the account file's are named here because
056250*    the record is staged through the working-storage
056300*    ACCOUNT-RECORD the same way the flat-file and suspense reads
056325*    are.
056350 01  ACCOUNT-MASTER-RECORD.
056400     05  MST-ACCT-ID             PIC X(10).
056450     05  FILLER                  PIC X(30).
056500     05  MST-PRINCIPAL           PIC 9(07)V99.
056550     05  MST-RATE                PIC 99V99.
056560     05  MST-OPEN-DATE           PIC 9(08).
056570     05  MST-MATURITY-DATE       PIC 9(08).
056600     05  MST-PRODUCT-TYPE        PIC X(04).
056650     05  FILLER                  PIC X(06).
056660     05  MST-GL-CODE             PIC X(06).
056670     05  MST-DAY-COUNT-BASIS     PIC X(01).
056700     05  MST-STATUS              PIC X(01).
056750         88  MST-STATUS-OPEN     VALUE "O" " ".
056800     05  FILLER                  PIC X(02).
056850     05  MST-DISPOSITION         PIC X(01).
056900         88  MST-DISP-CAPITALIZE VALUE "C".
056950     05  FILLER                  PIC X(27).
057000
057100 WORKING-STORAGE SECTION.
057200*----------------------------------------------------------------
059400     88  WS-MODE-DAILY           VALUE "D".
059500     88  WS-MODE-POSTING         VALUE "P".
059600     88  WS-MODE-CORRECTION      VALUE "C".
059650     88  WS-MODE-MATURITY        VALUE "T".
059670     88  WS-MODE-PAYOFF          VALUE "W".
059700
059800 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
059900     88  WS-END-OF-ACCOUNTS      VALUE "Y".
060000
060100 01  WS-RUN-DATE                 PIC 9(08).
060110
060120*    Set when the chosen mode could not run at all (its input is
060130*    missing); the return code tells an unattended schedule.
060140 01  WS-RUN-FAILED-SWITCH        PIC X(01) VALUE "N".
060150     88  WS-RUN-FAILED           VALUE "Y".
060200
060300 01  WS-ACCT-FILE-STATUS         PIC X(02).
060400     88  WS-ACCT-FILE-NOT-FOUND  VALUE "35".
062000
062100 01  WS-MST-STAGED-SWITCH        PIC X(01).
062200     88  WS-MST-STAGED           VALUE "Y".
062210
062220 01  WS-MST-EOF-SWITCH           PIC X(01).
062230     88  WS-MST-EOF              VALUE "Y".
062240
062250 01  WS-MST-STATUS-SWITCH        PIC X(01) VALUE "N".
062260     88  WS-MST-STATUS-AVAILABLE VALUE "Y".
062270
062280 01  WS-ACCOUNT-STATUS           PIC X(01).
062290     88  WS-ACCOUNT-OPEN         VALUE "O" " ".
062295     88  WS-ACCOUNT-DORMANT      VALUE "D".
062300
062310*    The daily accrual merges the sorted account file with the
062320*    master so an account keyed in maintenance accrues before it
062330*    ever reaches ACCTIN: the sorted file is read one record
062340*    ahead, and the last account id handed on keeps a master
062350*    record from being taken twice.
062360 01  WS-SRT-EOF-SWITCH           PIC X(01).
062370     88  WS-SRT-EOF              VALUE "Y".
062380 01  WS-MERGE-LAST-ID            PIC X(10).
062390 01  WS-ACCR-MASTER-ONLY-COUNT   PIC 9(08) VALUE ZERO.
062400*----------------------------------------------------------------
062500* INPUT VALIDATION LIMITS AND SWITCH
062600*----------------------------------------------------------------
068700
068800 01  WS-PRODUCT-TIER             PIC X(04).
068900 01  WS-LOOKUP-PRINCIPAL         PIC 9(07)V99.
068950 01  WS-LOOKUP-DATE              PIC 9(08).
069000 01  WS-LOOKED-UP-APR            PIC 99V99.
069100
069200 01  WS-RATE-FOUND-SWITCH        PIC X(01).
069300     88  WS-RATE-FOUND           VALUE "Y".
069400     88  WS-RATE-NOT-FOUND       VALUE "N".
069500
069503*----------------------------------------------------------------
069506* EARLY-WITHDRAWAL PENALTY TABLE  --  loaded for a payoff run the
069509* way the rate table is loaded at start-up. One row per product
069512* and effective date, keyed like the rate table, giving the
069515* penalty as a number of days' interest at the account's rate.
069518*----------------------------------------------------------------
069521 01  WS-PEN-FILE-STATUS          PIC X(02).
069524     88  WS-PEN-FILE-FOUND       VALUE "00".
069527
069530 01  WS-PEN-EOF-SWITCH           PIC X(01).
069533     88  WS-PEN-EOF              VALUE "Y".
069536
069539 01  WS-PENALTY-TABLE-COUNT      PIC 9(04) COMP VALUE ZERO.
069542 01  WS-PEN-IDX                  PIC 9(04) COMP.
069545 01  WS-PEN-BEST-DATE            PIC 9(08).
069548
069551 01  WS-PENALTY-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
069554     88  WS-PENALTY-TABLE-FULL   VALUE "Y".
069557
069560 01  WS-PENALTY-TABLE.
069563     05  WS-PENALTY-TABLE-ENTRY OCCURS 100 TIMES.
069566         10  WS-PT-PRODUCT-TIER      PIC X(04).
069569         10  WS-PT-EFFECTIVE-DATE    PIC 9(08).
069572         10  WS-PT-DAYS-INTEREST     PIC 9(03).
069575
069578 01  WS-PENALTY-FOUND-SWITCH     PIC X(01).
069581     88  WS-PENALTY-FOUND        VALUE "Y".
069584     88  WS-PENALTY-NOT-FOUND    VALUE "N".
069587
069600*----------------------------------------------------------------
069700* GL EXTRACT WORK AREAS
069800*----------------------------------------------------------------
080100     05  WS-CTL-RECORDS-REJECTED PIC 9(08) VALUE ZERO.
080200     05  WS-CTL-RECORDS-SKIPPED  PIC 9(08) VALUE ZERO.
080300     05  WS-CTL-RECORDS-FILTERED PIC 9(08) VALUE ZERO.
080350     05  WS-CTL-RECORDS-INACTIVE PIC 9(08) VALUE ZERO.
080400     05  WS-CTL-OUT-PRINCIPAL    PIC 9(13)V99 VALUE ZERO.
080500     05  WS-CTL-OUT-INTEREST     PIC 9(13)V99 VALUE ZERO.
080600     05  WS-CTL-OUT-TOTAL        PIC 9(13)V99 VALUE ZERO.
084600     05  CTL-TRL-INTEREST        PIC 9(13)V99.
084700     05  FILLER                  PIC X(01) VALUE SPACE.
084800     05  CTL-TRL-TOTAL           PIC 9(13)V99.
084803
084806 01  MAT-HEADER-LINE.
084809     05  FILLER                  PIC X(31)
084812         VALUE "MATURITY PROCESSING - RUN DATE ".
084815     05  MAT-HDR-RUN-DATE        PIC X(10).
084818     05  FILLER                  PIC X(16)
084821         VALUE "  NOTICE WINDOW ".
084824     05  MAT-HDR-NOTICE-DAYS     PIC ZZ9.
084827     05  FILLER                  PIC X(05) VALUE " DAYS".
084830
084833 01  MAT-COLUMN-LINE.
084836     05  FILLER                  PIC X(50) VALUE
084839         "ACCOUNT     ACTION           PRINCIPAL  OLD RATE".
084842     05  FILLER                  PIC X(38) VALUE
084845         "NEW RATE  NEW MATURITY  FINAL INTEREST".
084846     05  FILLER                  PIC X(12) VALUE "  DISPOSED".
084848
084851 01  MAT-DETAIL-LINE.
084854     05  MAT-DET-ACCOUNT-ID      PIC X(10).
084857     05  FILLER                  PIC X(02) VALUE SPACES.
084860     05  MAT-DET-ACTION          PIC X(12).
084863     05  FILLER                  PIC X(02) VALUE SPACES.
084866     05  MAT-DET-PRINCIPAL       PIC Z,ZZZ,ZZ9.99.
084869     05  FILLER                  PIC X(05) VALUE SPACES.
084872     05  MAT-DET-OLD-RATE        PIC Z9.99.
084875     05  FILLER                  PIC X(05) VALUE SPACES.
084878     05  MAT-DET-NEW-RATE        PIC Z9.99.
084881     05  FILLER                  PIC X(02) VALUE SPACES.
084884     05  MAT-DET-NEW-MATURITY    PIC X(10).
084887     05  FILLER                  PIC X(04) VALUE SPACES.
084890     05  MAT-DET-FINAL-INTEREST  PIC ZZZ,ZZZ,ZZ9.99.
084893     05  FILLER                  PIC X(02) VALUE SPACES.
084896     05  MAT-DET-DISPOSITION     PIC X(10).
084900
084902 01  PQ-HEADER-LINE.
084904     05  FILLER                  PIC X(41)
084906         VALUE "EARLY WITHDRAWAL PAYOFF QUOTE - RUN DATE ".
084908     05  PQ-HDR-RUN-DATE         PIC X(10).
084910
084912 01  PQ-ACCOUNT-LINE.
084914     05  FILLER                  PIC X(09) VALUE "ACCOUNT: ".
084916     05  PQ-ACCOUNT-ID           PIC X(10).
084918     05  FILLER                  PIC X(12) VALUE "  CUSTOMER: ".
084920     05  PQ-CUSTOMER-NAME        PIC X(30).
084922
084924 01  PQ-DATES-LINE.
084926     05  FILLER                  PIC X(08) VALUE "OPENED: ".
084928     05  PQ-OPEN-DATE            PIC X(10).
084930     05  FILLER                  PIC X(11) VALUE "  MATURES: ".
084932     05  PQ-MATURITY-DATE        PIC X(10).
084934     05  FILLER                  PIC X(10) VALUE "  PAYOFF: ".
084936     05  PQ-PAYOFF-DATE          PIC X(10).
084938
084940 01  PQ-TERMS-LINE.
084942     05  FILLER                  PIC X(09) VALUE "PRODUCT: ".
084944     05  PQ-PRODUCT-TYPE         PIC X(04).
084946     05  FILLER                  PIC X(08) VALUE "  RATE: ".
084948     05  PQ-RATE                 PIC Z9.99.
084950     05  FILLER                  PIC X(10) VALUE "%  BASIS: ".
084952     05  PQ-BASIS                PIC X(07).
084954     05  FILLER                  PIC X(13) VALUE "  DAYS HELD: ".
084956     05  PQ-DAYS-HELD            PIC ZZ,ZZ9.
084958
084960 01  PQ-RULE-LINE.
084962     05  FILLER                  PIC X(14) VALUE "PENALTY RULE: ".
084964     05  PQ-RULE-DAYS            PIC ZZ9.
084966     05  FILLER                  PIC X(29) VALUE
084968         " DAYS' INTEREST, EFFECTIVE ".
084970     05  PQ-RULE-EFFECTIVE       PIC X(10).
084972
084974 01  PQ-NO-RULE-LINE.
084976     05  FILLER                  PIC X(40) VALUE
084978         "PENALTY RULE: NONE ON FILE FOR PRODUCT".
084980
084982 01  PQ-AMOUNT-LINE.
084984     05  PQ-AMOUNT-LABEL         PIC X(24).
084986     05  PQ-AMOUNT               PIC $$$,$$$,$$$,$$9.99.
084988
084990 01  PQ-CONFIRMED-LINE.
084992     05  FILLER                  PIC X(40) VALUE
084994         "PAYOFF CONFIRMED - ACCOUNT CLOSED BY ".
084996     05  PQ-OPERATOR-ID          PIC X(08).
084998
085000*----------------------------------------------------------------
085100* CUSTOMER-STATEMENT WORK AREAS AND PRINT LINES  --  one block
085200* of statement lines per posted batch account, paged at 55
103300
103400 01  WS-DAY-INTEREST             PIC 9(07)V9(05).
103500 01  WS-BASIS-DAYS               PIC 9(03) COMP.
103509
103518*    The calendar days tonight's accrual covers (the run date
103527*    alone unless the control card gives a window), the day in
103536*    hand, and what one account accrued across the window.
103545 01  WS-ACCR-FROM-DATE           PIC 9(08).
103554 01  WS-ACCR-THRU-DATE           PIC 9(08).
103563 01  WS-ACCR-DAY                 PIC 9(08).
103572 01  WS-ACCR-LAST-DAY            PIC 9(08).
103581 01  WS-ACCR-DAYS                PIC 9(05) COMP.
103590 01  WS-ACCR-WINDOW-INTEREST     PIC 9(09)V9(05).
103600
103700 01  WS-ACCRUED-COUNT            PIC 9(08) VALUE ZERO.
103800 01  WS-ACCR-SKIP-COUNT          PIC 9(08) VALUE ZERO.
103850 01  WS-ACCR-INACTIVE-COUNT      PIC 9(08) VALUE ZERO.
103900 01  WS-ACCR-POSTED-COUNT        PIC 9(08) VALUE ZERO.
103909
103918*    Every change to a month bucket is journaled to ACCRJRNL for
103927*    the accrual rollforward; the journal opens on first use.
103936 01  WS-ACCR-JRNL-STATUS         PIC X(02).
103945     88  WS-ACCR-JRNL-NOT-FOUND  VALUE "35".
103954 01  WS-ACCR-JRNL-OPEN-SWITCH    PIC X(01) VALUE "N".
103963     88  WS-ACCR-JRNL-OPEN       VALUE "Y".
103972 01  WS-JRNL-TYPE                PIC X(01).
103981 01  WS-JRNL-AMOUNT              PIC 9(09)V9(05).
103990 01  WS-JRNL-POSTED              PIC 9(09)V99.
104000
104100 01  WS-DAYS-IN-MONTH            PIC 9(02).
104200 01  WS-LEAP-REMAINDER           PIC 9(04).
104300 01  WS-LEAP-QUOTIENT            PIC 9(04).
104302
104304*----------------------------------------------------------------
104306* MATURITY-RUN WORK AREAS  --  the notice window (RUNPARM or the
104308* console, 30 days when neither gives one), the run date as a
104310* day number so days-to-maturity is a subtraction, the
104312* renewal term in months and the new maturity date built from
104314* it, and the counts and sums the maturity report totals.
104316*----------------------------------------------------------------
104318 01  WS-NTC-FILE-STATUS          PIC X(02).
104320     88  WS-NTC-FILE-NOT-FOUND   VALUE "35".
104322
104324 01  WS-MATRPT-FILE-STATUS       PIC X(02).
104326
104328 01  WS-NOTICE-DAYS              PIC 9(03) VALUE 30.
104330 01  WS-NOTICE-DAYS-ENTERED      PIC 9(03).
104332
104334 01  WS-RUN-DAY-NUMBER           PIC S9(08) COMP.
104336 01  WS-DAYS-TO-MATURITY         PIC S9(08) COMP.
104338
104340 01  WS-TERM-MONTHS              PIC S9(05) COMP.
104342 01  WS-TERM-FROM-YYYY           PIC 9(04).
104344 01  WS-TERM-FROM-MM             PIC 9(02).
104346 01  WS-MONTH-SERIAL             PIC 9(06) COMP.
104348 01  WS-MONTH-REMAINDER          PIC 9(02) COMP.
104350 01  WS-ANNIVERSARY-DAY          PIC 9(02).
104352 01  WS-NEW-MATURITY-DATE        PIC 9(08).
104354
104356 01  WS-MAT-ACTION               PIC X(12).
104358 01  WS-MAT-OLD-RATE             PIC 99V99.
104360 01  WS-MAT-FINAL-INTEREST       PIC 9(09)V99.
104362
104364 01  WS-MAT-TOTALS.
104366     05  WS-MAT-NOTICE-COUNT     PIC 9(08) VALUE ZERO.
104368     05  WS-MAT-MATURED-COUNT    PIC 9(08) VALUE ZERO.
104370     05  WS-MAT-RENEWED-COUNT    PIC 9(08) VALUE ZERO.
104372     05  WS-MAT-PAYOUT-COUNT     PIC 9(08) VALUE ZERO.
104374     05  WS-MAT-RENEWED-PRINCIPAL PIC 9(13)V99 VALUE ZERO.
104376     05  WS-MAT-PAYOUT-PRINCIPAL PIC 9(13)V99 VALUE ZERO.
104378     05  WS-MAT-INTEREST-TOTAL   PIC 9(13)V99 VALUE ZERO.
104380     05  WS-MAT-CAPITAL-TOTAL    PIC 9(13)V99 VALUE ZERO.
104382     05  WS-MAT-PAID-TOTAL       PIC 9(13)V99 VALUE ZERO.
104384     05  WS-MAT-ROLLED-TOTAL     PIC 9(13)V99 VALUE ZERO.
104386     05  WS-MAT-PAYABLE-TOTAL    PIC 9(13)V99 VALUE ZERO.
104388
104389*    What became of a matured account's interest, and the held
104390*    interest a hold account has earned this term. A payout of
104391*    final interest goes to its own ACH file, ACHMAT, so the
104392*    month-end posting's ACHOUT the same night does not replace
104393*    it; the switch sends the shared ACH writes to one or other.
104394 01  WS-MAT-DISPOSITION          PIC X(10).
104395 01  WS-MAT-HELD-INTEREST        PIC 9(09)V99.
104396 01  WS-ACH-FILE-SWITCH          PIC X(01) VALUE "P".
104397     88  WS-ACH-TO-POSTING       VALUE "P".
104398     88  WS-ACH-TO-MATURITY      VALUE "M".
104399 01  WS-ACH-OUT-AREA             PIC X(94).
104400
104500*----------------------------------------------------------------
104600* CORRECTION-MODE WORK AREAS  --  the original posting located
107900 01  WS-ORIG-GL-CODE             PIC X(06).
108000 01  WS-ORIG-OFFSET-CODE         PIC X(06).
108100
108110 01  WS-ORIG-GL-FOUND-SWITCH     PIC X(01).
108120     88  WS-ORIG-GL-FOUND        VALUE "Y".
108130     88  WS-ORIG-GL-NOT-FOUND    VALUE "N".
108140
108150 01  WS-REPOST-SWITCH            PIC X(01).
108160     88  WS-REPOST-REQUESTED     VALUE "Y".
108170
108180*----------------------------------------------------------------
108190* CORRECTION APPROVAL QUEUE  --  a correction is keyed to the
108200* pending file by one operator and reaches the log and the GL
108210* extract only when a second operator approves it; every
108220* decision goes to the approvals log. The aging buckets are
108230* days since the request was keyed.
108240*----------------------------------------------------------------
108250 01  WS-CORR-PEND-STATUS         PIC X(02).
108260     88  WS-CORR-PEND-FOUND      VALUE "00".
108270     88  WS-CORR-PEND-NOT-FOUND  VALUE "35".
108280 01  WS-CORR-WORK-STATUS         PIC X(02).
108290 01  WS-CORR-LOG-STATUS          PIC X(02).
108300     88  WS-CORR-LOG-NOT-FOUND   VALUE "35".
108310 01  WS-CORR-AGE-STATUS          PIC X(02).
108320
108330 01  WS-CORR-PEND-EOF-SWITCH     PIC X(01).
108340     88  WS-CORR-PEND-EOF        VALUE "Y".
108350
108360 01  WS-CORR-ACTION              PIC X(01).
108370     88  WS-CORR-ACTION-REQUEST  VALUE "R" "r".
108380     88  WS-CORR-ACTION-LIST     VALUE "L" "l".
108390     88  WS-CORR-ACTION-REVIEW   VALUE "A" "a".
108400
108410 01  WS-CORR-DECISION            PIC X(01).
108420     88  WS-CORR-APPROVE         VALUE "A" "a".
108430     88  WS-CORR-REJECT          VALUE "R" "r".
108440
108450 01  WS-CORR-PENDING-SWITCH      PIC X(01).
108460     88  WS-CORR-ALREADY-PENDING VALUE "Y".
108470
108480 01  WS-CORR-REASON              PIC X(40).
108490 01  WS-CORR-NOTE                PIC X(40).
108500
108510 01  WS-CORR-TODAY               PIC 9(08).
108520 01  WS-CORR-TODAY-DAY           PIC S9(08) COMP.
108530 01  WS-CORR-DAYS-PENDING        PIC S9(08) COMP.
108540
108550 01  WS-CORR-LISTED-COUNT        PIC 9(05) VALUE ZERO.
108560 01  WS-CORR-APPROVED-COUNT      PIC 9(05) VALUE ZERO.
108570 01  WS-CORR-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
108580 01  WS-CORR-HELD-COUNT          PIC 9(05) VALUE ZERO.
108590 01  WS-CORR-AGE-TOTAL           PIC 9(11)V99 VALUE ZERO.
108600
108610 01  WS-CORR-AGE-IDX             PIC 9(04) COMP.
108620 01  WS-CORR-AGING-TABLE.
108630     05  WS-CORR-AGE-BUCKET OCCURS 4 TIMES.
108640         10  WS-CORR-AGE-COUNT   PIC 9(05).
108650         10  WS-CORR-AGE-AMOUNT  PIC 9(11)V99.
108660
108670 01  WS-CORR-AGE-LABELS.
108680     05  FILLER                  PIC X(16) VALUE "0 - 2 DAYS".
108690     05  FILLER                  PIC X(16) VALUE "3 - 7 DAYS".
108700     05  FILLER                  PIC X(16) VALUE "8 - 30 DAYS".
108710     05  FILLER                  PIC X(16) VALUE "OVER 30 DAYS".
108720 01  WS-CORR-AGE-LABEL-TABLE REDEFINES WS-CORR-AGE-LABELS.
108730     05  WS-CORR-AGE-LABEL       PIC X(16) OCCURS 4 TIMES.
108740
108750     COPY CORRREC.
108760
108770 01  CAG-HEADER-LINE.
108780     05  FILLER                  PIC X(40) VALUE
108790         "CORRECTIONS AWAITING APPROVAL - AGING".
108800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
108810     05  CAG-HDR-RUN-DATE        PIC X(10).
108820
108830 01  CAG-COLUMN-LINE.
108840     05  FILLER                  PIC X(12) VALUE "ACCOUNT ID".
108850     05  FILLER                  PIC X(12) VALUE "POSTED".
108860     05  FILLER                  PIC X(10) VALUE "REQ BY".
108870     05  FILLER                  PIC X(12) VALUE "REQUESTED".
108880     05  FILLER                  PIC X(07) VALUE " DAYS".
108890     05  FILLER                  PIC X(16) VALUE " ORIG INTEREST".
108900     05  FILLER                  PIC X(16) VALUE "  NEW INTEREST".
108910     05  FILLER                  PIC X(06) VALUE "REASON".
108920
108930 01  CAG-DETAIL-LINE.
108940     05  CAG-DET-ACCOUNT-ID      PIC X(10).
108950     05  FILLER                  PIC X(02).
108960     05  CAG-DET-ORIG-DATE       PIC X(10).
108970     05  FILLER                  PIC X(02).
108980     05  CAG-DET-REQUESTED-BY    PIC X(08).
108990     05  FILLER                  PIC X(02).
109000     05  CAG-DET-REQUEST-DATE    PIC X(10).
109010     05  FILLER                  PIC X(02).
109020     05  CAG-DET-DAYS            PIC ZZZZ9.
109030     05  FILLER                  PIC X(02).
109040     05  CAG-DET-INTEREST        PIC ZZZ,ZZZ,ZZ9.99.
109050     05  FILLER                  PIC X(02).
109060     05  CAG-DET-NEW-INTEREST    PIC ZZZ,ZZZ,ZZ9.99
109070                                 BLANK WHEN ZERO.
109080     05  FILLER                  PIC X(02).
109090     05  CAG-DET-REASON          PIC X(40).
109100
109110 01  CAG-BUCKET-LINE.
109120     05  CAG-BKT-LABEL           PIC X(16).
109130     05  FILLER                  PIC X(02) VALUE SPACES.
109140     05  CAG-BKT-COUNT           PIC ZZ,ZZ9.
109150     05  FILLER                  PIC X(09) VALUE " ITEMS   ".
109160     05  CAG-BKT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
109170
109180*----------------------------------------------------------------
109190* RUN-CONTROL-FILE WORK AREAS  --  the control card an
109200* unattended run is driven by: run mode, optional as-of
109210* processing date, and default calc settings for batch records
109220* that leave them blank.
109400*----------------------------------------------------------------
109500 01  WS-PARM-FILE-STATUS         PIC X(02).
109600     88  WS-PARM-FILE-FOUND      VALUE "00".
111000 01  WS-PARM-PRODUCT-FILTER      PIC X(04).
111100 01  WS-PARM-ACCT-FROM           PIC X(10).
111200 01  WS-PARM-ACCT-THRU           PIC X(10).
111220 01  WS-PARM-NOTICE-DAYS-X       PIC X(03).
111240 01  WS-PARM-NOTICE-DAYS REDEFINES WS-PARM-NOTICE-DAYS-X
111260                                 PIC 9(03).
111264*    The daily accrual's window: the first and last calendar days
111268*    tonight's accrual covers, so a run on the last business day
111272*    before a weekend or holiday accrues through it.
111276 01  WS-PARM-ACCRUE-FROM-X       PIC X(08).
111280 01  WS-PARM-ACCRUE-FROM REDEFINES WS-PARM-ACCRUE-FROM-X
111284                                 PIC 9(08).
111288 01  WS-PARM-ACCRUE-THRU-X       PIC X(08).
111292 01  WS-PARM-ACCRUE-THRU REDEFINES WS-PARM-ACCRUE-THRU-X
111296                                 PIC 9(08).
111300
111302*----------------------------------------------------------------
111304* EARLY-WITHDRAWAL PAYOFF WORK AREAS  --  the account and payoff
111306* date the teller keys, the quote figures, and what the accrual
111308* master shows already booked (posted, or emitted to ACCRPOST
111310* for the month-end posting) so the closeout books only the
111312* rest of the earned interest.
111314*----------------------------------------------------------------
111316 01  WS-QUOTE-FILE-STATUS        PIC X(02).
111318     88  WS-QUOTE-FILE-NOT-FOUND VALUE "35".
111320
111322 01  WS-AUDIT-FILE-STATUS        PIC X(02).
111324     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
111326
111328 01  WS-OPERATOR-ID              PIC X(08).
111330 01  WS-PAYOFF-ACCOUNT-ID        PIC X(10).
111332 01  WS-PAYOFF-DATE-X            PIC X(08).
111334 01  WS-PAYOFF-DATE REDEFINES WS-PAYOFF-DATE-X
111336                                 PIC 9(08).
111338
111340 01  WS-PAYOFF-CONFIRM-SWITCH    PIC X(01).
111342     88  WS-PAYOFF-CONFIRMED     VALUE "Y" "y".
111344
111346 01  WS-PENALTY-DAYS             PIC 9(03).
111348 01  WS-PAYOFF-INTEREST          PIC 9(09)V99.
111350 01  WS-PAYOFF-PENALTY           PIC 9(09)V99.
111352 01  WS-PAYOFF-NET               PIC 9(10)V99.
111354 01  WS-PAYOFF-BOOKED            PIC 9(09)V99.
111356 01  WS-PAYOFF-BOOK-INTEREST     PIC 9(09)V99.
111358 01  WS-PAYOFF-OLD-STATUS        PIC X(01).
111360
111362*    A paid-off account's accrual record is stamped with this
111364*    last-accrued date so no later run date can accrue it again.
111366 01  WS-ACCRUAL-STOPPED-DATE     PIC 9(08) VALUE 99999999.
111368
111370*    Interest a capitalize or payout account has already had
111371*    added to its principal or sent to the payee this term.
111372 01  WS-PAYOFF-DISPOSED          PIC 9(09)V99.
111373 01  WS-PAYOFF-ROW-SWITCH        PIC X(01).
111374     88  WS-PAYOFF-ROW-DONE      VALUE "Y".
111376
111378 01  WS-QUOTE-OUT-AREA           PIC X(80).
111388
111389*----------------------------------------------------------------
111390* MONTH-END DISPOSITION WORK AREAS  --  what the posting run does
111391* with each account's posted interest once it is booked: added
111392* to principal on the master, paid out on the ACH file, or held.
111393* The bank's ACH origination details come from the one-record
111394* ACHCTL file.
111395*----------------------------------------------------------------
111396 01  WS-ACHCTL-FILE-STATUS       PIC X(02).
111397     88  WS-ACHCTL-FILE-FOUND    VALUE "00".
111398
111399 01  WS-ACHOUT-FILE-STATUS       PIC X(02).
111400 01  WS-DISPRPT-FILE-STATUS      PIC X(02).
111401
111402 01  WS-ACH-CONTROL.
111403     05  WS-ACHC-DESTINATION     PIC X(09).
111404     05  FILLER                  PIC X(01).
111405     05  WS-ACHC-DESTINATION-NAME
111406                                 PIC X(23).
111407     05  FILLER                  PIC X(01).
111408     05  WS-ACHC-ORIGIN          PIC X(10).
111409     05  FILLER                  PIC X(01).
111410     05  WS-ACHC-ORIGIN-NAME     PIC X(23).
111411     05  FILLER                  PIC X(01).
111412     05  WS-ACHC-COMPANY-NAME    PIC X(16).
111413     05  FILLER                  PIC X(01).
111414     05  WS-ACHC-COMPANY-ID      PIC X(10).
111415     05  FILLER                  PIC X(01).
111416     05  WS-ACHC-ODFI-ROUTING    PIC X(08).
111417     05  FILLER                  PIC X(01).
111418     05  WS-ACHC-CLEARING-GL-CODE
111419                                 PIC X(06).
111420
111421 01  WS-ACH-CONTROL-SWITCH       PIC X(01).
111422     88  WS-ACH-CONTROL-LOADED   VALUE "Y".
111423     88  WS-ACH-CONTROL-MISSING  VALUE "N".
111424
111425 01  WS-DISP-MASTER-SWITCH       PIC X(01).
111426     88  WS-DISP-MASTER-OPEN     VALUE "Y".
111427     88  WS-DISP-MASTER-CLOSED   VALUE "N".
111428
111429 01  WS-DISP-ACCOUNT-SWITCH      PIC X(01).
111430     88  WS-DISP-ACCOUNT-FOUND   VALUE "Y".
111431     88  WS-DISP-ACCOUNT-NOT-FOUND VALUE "N".
111432
111433 01  WS-DISP-ACTION              PIC X(12).
111434 01  WS-DISP-NEW-PRINCIPAL       PIC 9(10)V99.
111435 01  WS-DISP-NOTE                PIC X(30).
111436 01  WS-DISP-NOTE-PAYEE REDEFINES WS-DISP-NOTE.
111437     05  WS-DISP-NOTE-ROUTING    PIC X(09).
111438     05  FILLER                  PIC X(01).
111439     05  WS-DISP-NOTE-ACCOUNT    PIC X(17).
111440     05  FILLER                  PIC X(03).
111441
111442 01  WS-ACH-RUN-DATE             PIC 9(08).
111443 01  WS-ACH-RUN-DATE-X REDEFINES WS-ACH-RUN-DATE.
111444     05  FILLER                  PIC 9(02).
111445     05  WS-ACH-RUN-YYMMDD       PIC 9(06).
111446
111447 01  WS-ACH-ENTRY-COUNT          PIC 9(06) VALUE ZERO.
111448 01  WS-ACH-RECORD-COUNT         PIC 9(08) COMP VALUE ZERO.
111449 01  WS-ACH-BLOCK-COUNT          PIC 9(06) VALUE ZERO.
111450 01  WS-ACH-ENTRY-HASH           PIC 9(12) VALUE ZERO.
111451 01  WS-ACH-CREDIT-TOTAL         PIC 9(10)V99 VALUE ZERO.
111452
111453 01  WS-DISP-TOTALS.
111454     05  WS-DISP-POSTED-COUNT    PIC 9(08) VALUE ZERO.
111455     05  WS-DISP-POSTED-AMOUNT   PIC 9(13)V99 VALUE ZERO.
111456     05  WS-DISP-CAPITAL-COUNT   PIC 9(08) VALUE ZERO.
111457     05  WS-DISP-CAPITAL-AMOUNT  PIC 9(13)V99 VALUE ZERO.
111458     05  WS-DISP-PAID-COUNT      PIC 9(08) VALUE ZERO.
111459     05  WS-DISP-PAID-AMOUNT     PIC 9(13)V99 VALUE ZERO.
111460     05  WS-DISP-HELD-COUNT      PIC 9(08) VALUE ZERO.
111461     05  WS-DISP-HELD-AMOUNT     PIC 9(13)V99 VALUE ZERO.
111462 01  WS-DISP-ACCOUNTED-AMOUNT    PIC 9(13)V99.
111463
111464     COPY ACHREC.
111465
111466 01  DSP-HEADER-LINE.
111467     05  FILLER                  PIC X(40) VALUE
111468         "MONTH-END INTEREST DISPOSITION".
111469     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
111470     05  DSP-HDR-RUN-DATE        PIC X(10).
111471
111472 01  DSP-COLUMN-LINE.
111473     05  FILLER                  PIC X(26) VALUE
111474         "ACCOUNT ID POSTED INTEREST".
111475     05  FILLER                  PIC X(14) VALUE "  DISPOSITION".
111476     05  FILLER                  PIC X(15)
111477         VALUE "  NEW PRINCIPAL".
111478     05  FILLER                  PIC X(24) VALUE
111479         "  PAYEE ACCOUNT / REASON".
111480
111481 01  DSP-DETAIL-LINE.
111482     05  DSP-DET-ACCOUNT-ID      PIC X(10).
111483     05  FILLER                  PIC X(02) VALUE SPACES.
111484     05  DSP-DET-INTEREST        PIC ZZZ,ZZZ,ZZ9.99.
111485     05  FILLER                  PIC X(02) VALUE SPACES.
111486     05  DSP-DET-ACTION          PIC X(12).
111487     05  FILLER                  PIC X(02) VALUE SPACES.
111488     05  DSP-DET-PRINCIPAL       PIC ZZ,ZZZ,ZZ9.99
111489                                 BLANK WHEN ZERO.
111490     05  FILLER                  PIC X(02) VALUE SPACES.
111491     05  DSP-DET-NOTE            PIC X(30).
111492
111500*----------------------------------------------------------------
111600* RUN-HISTORY WORK AREAS  --  the start record is appended the
111700* moment the run mode is known and the completion record at
115300                     PERFORM 4200-PROCESS-CORRECTION
115400                         THRU 4200-EXIT
115500                 ELSE
115530                     IF WS-MODE-MATURITY
115560                         PERFORM 3600-PROCESS-MATURITY
115590                             THRU 3600-EXIT
115610                     ELSE
115630                         IF WS-MODE-PAYOFF
115650                             PERFORM 4300-PROCESS-PAYOFF
115670                                 THRU 4300-EXIT
115690                         ELSE
115710                             PERFORM 4000-PROCESS-INTERACTIVE
115730                                 THRU 4000-EXIT
115750                         END-IF
115770                     END-IF
115800                 END-IF
115900             END-IF
116000         END-IF
120300     MOVE SPACES TO WS-PARM-PRODUCT-FILTER.
120400     MOVE SPACES TO WS-PARM-ACCT-FROM.
120500     MOVE SPACES TO WS-PARM-ACCT-THRU.
120550     MOVE SPACES TO WS-PARM-NOTICE-DAYS-X.
120560     MOVE SPACES TO WS-PARM-ACCRUE-FROM-X.
120570     MOVE SPACES TO WS-PARM-ACCRUE-THRU-X.
120600     OPEN INPUT RUN-CONTROL-FILE.
120700     IF WS-PARM-FILE-FOUND
120800         READ RUN-CONTROL-FILE
122000                     TO WS-PARM-PRODUCT-FILTER
122100                 MOVE PARM-ACCT-FROM TO WS-PARM-ACCT-FROM
122200                 MOVE PARM-ACCT-THRU TO WS-PARM-ACCT-THRU
122250                 MOVE PARM-NOTICE-DAYS TO WS-PARM-NOTICE-DAYS-X
122260                 MOVE PARM-ACCRUE-FROM TO WS-PARM-ACCRUE-FROM-X
122270                 MOVE PARM-ACCRUE-THRU TO WS-PARM-ACCRUE-THRU-X
122300         END-READ
122400         CLOSE RUN-CONTROL-FILE
122500     END-IF.
137400 1660-EXIT.
137500     EXIT.
137600
137601*================================================================
137602* 1700-LOAD-PENALTY-TABLE  --  read the early-withdrawal penalty
137603* table, if one exists, into memory the way the rate table is
137604* loaded. Without one no product carries a penalty, which the
137605* console announces before any quote is given.
137606*================================================================
137607 1700-LOAD-PENALTY-TABLE.
137608     MOVE ZERO TO WS-PENALTY-TABLE-COUNT.
137609     MOVE "N" TO WS-PEN-EOF-SWITCH.
137610     OPEN INPUT PENALTY-TABLE-FILE.
137611     IF WS-PEN-FILE-FOUND
137612         PERFORM 1750-READ-PENALTY-RECORD THRU 1750-EXIT
137613         PERFORM 1760-STORE-PENALTY-ENTRY THRU 1760-EXIT
137614             UNTIL WS-PEN-EOF
137615         CLOSE PENALTY-TABLE-FILE
137616     ELSE
137617         DISPLAY "Penalty table PENALTAB not found - payoffs "
137618             "will carry no penalty."
137619     END-IF.
137620
137621 1700-EXIT.
137622     EXIT.
137623
137624 1750-READ-PENALTY-RECORD.
137625     READ PENALTY-TABLE-FILE
137626         AT END
137627             SET WS-PEN-EOF TO TRUE
137628     END-READ.
137629
137630 1750-EXIT.
137631     EXIT.
137632
137633 1760-STORE-PENALTY-ENTRY.
137634     IF WS-PENALTY-TABLE-COUNT < 100
137635         ADD 1 TO WS-PENALTY-TABLE-COUNT
137636         MOVE PEN-PRODUCT-TIER
137637             TO WS-PT-PRODUCT-TIER(WS-PENALTY-TABLE-COUNT)
137638         MOVE PEN-EFFECTIVE-DATE
137639             TO WS-PT-EFFECTIVE-DATE(WS-PENALTY-TABLE-COUNT)
137640         IF PEN-DAYS-INTEREST NUMERIC
137641             MOVE PEN-DAYS-INTEREST
137642                 TO WS-PT-DAYS-INTEREST(WS-PENALTY-TABLE-COUNT)
137643         ELSE
137644             MOVE ZERO
137645                 TO WS-PT-DAYS-INTEREST(WS-PENALTY-TABLE-COUNT)
137646         END-IF
137647     ELSE
137648         IF WS-PENALTY-TABLE-FULL-SWITCH = "N"
137649             DISPLAY "Penalty table has more than 100 entries - "
137650                 "extra rows ignored"
137651             SET WS-PENALTY-TABLE-FULL TO TRUE
137652         END-IF
137653     END-IF.
137654     PERFORM 1750-READ-PENALTY-RECORD THRU 1750-EXIT.
137655
137656 1760-EXIT.
137657     EXIT.
137680
137700*================================================================
137800* 2000-GET-RUN-MODE
137900*================================================================
138500     ELSE
138600         DISPLAY "Run in (I)nteractive, (B)atch, "
138700             "(M)aster-batch, (R)esubmit-rejects, "
138800             "(D)aily-accrual, (P)ost-accruals, "
138860             "ma(T)urity, early-(W)ithdrawal payoff "
138920             "or (C)orrection mode? "
139000         ACCEPT WS-RUN-MODE
139100     END-IF.
139200
139500
139600*================================================================
139700* 2700-LOOKUP-RATE-FROM-TABLE  --  find the most recent apr for
139800* WS-PRODUCT-TIER with an effective date on or before
139900* WS-LOOKUP-DATE (the run date, or the maturity date when a
139930* maturing account is repriced), limited to rows whose
139960* principal band holds
140000* WS-LOOKUP-PRINCIPAL (a zero/zero band means all balances, and
140100* a zero maximum alone means no upper bound); WS-RATE-FOUND
140200* tells the caller whether to use it or fall back to manual apr
141600
141700 2750-SCAN-RATE-TABLE-ENTRY.
141800     IF WS-RT-PRODUCT-TIER(WS-RATE-IDX) = WS-PRODUCT-TIER
141900         AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) NOT >
141950             WS-LOOKUP-DATE
142000         AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) >
142100             WS-BEST-EFFECTIVE-DATE
142200         AND ((WS-RT-MIN-PRINCIPAL(WS-RATE-IDX) = ZERO
152400                 DISPLAY "Account master ACCTMST not found - "
152500                     "master-batch run terminated."
152600                 SET WS-BATCH-INPUT-BAD TO TRUE
152650                 SET WS-RUN-FAILED TO TRUE
152700             END-IF
152800         ELSE
152900             OPEN INPUT ACCOUNT-IN-FILE
153100                 DISPLAY "Batch input file ACCTIN not found - "
153200                     "batch run terminated."
153300                 SET WS-BATCH-INPUT-BAD TO TRUE
153350                 SET WS-RUN-FAILED TO TRUE
153400             END-IF
153500         END-IF
153600     END-IF.
162400                 OR MST-ACCT-ID NOT < WS-ACCT-FROM)
162500             AND (WS-PRODUCT-FILTER = SPACES
162600                 OR MST-PRODUCT-TYPE = WS-PRODUCT-FILTER)
162650             IF MST-STATUS-OPEN
162700                 MOVE ACCOUNT-MASTER-RECORD TO ACCOUNT-RECORD
162800                 SET WS-MST-STAGED TO TRUE
162900                 ADD 1 TO WS-CTL-RECORDS-READ
162920             ELSE
162940                 ADD 1 TO WS-CTL-RECORDS-INACTIVE
162960             END-IF
163000         ELSE
163100             ADD 1 TO WS-CTL-RECORDS-FILTERED
163200         END-IF
165400
165500*================================================================
165600* 3300-PROCESS-DAILY-ACCRUAL  --  advance every open account by
165700* a day's interest at its rate and day-count basis for each
165730* calendar day in tonight's window (3301): the run date alone,
165760* or through the weekend or holiday that follows it. The
165800* account file and the accrual master are sorted into
165900* account-id order and matched file-against-file, the new
166000* master written as the merge advances, so the size of the book
166100* is limited by disk and not by a working-storage table. The
166130* account master is merged in as well (3309), so an account on
166160* the master that ACCTIN does not carry yet still accrues.
166200* Accrued-to-date, month-to-date and the last accrual date are
166300* carried per account between runs (a rerun of the same date is
166400* skipped, not double-accrued), and when the window ends on the
166500* last day of the month the month's accrued interest is emitted
166600* per account for the posting batch.
166700*================================================================
166800 3300-PROCESS-DAILY-ACCRUAL.
166900     OPEN INPUT ACCOUNT-IN-FILE.
167000     IF WS-ACCT-FILE-NOT-FOUND
167100         DISPLAY "Batch input file ACCTIN not found - daily "
167200             "accrual terminated."
167250         SET WS-RUN-FAILED TO TRUE
167300     ELSE
167400         CLOSE ACCOUNT-IN-FILE
167450         PERFORM 3301-SET-ACCRUAL-WINDOW THRU 3301-EXIT
167500         PERFORM 3302-SET-MONTH-END THRU 3302-EXIT
167600         PERFORM 3304-SORT-ACCRUAL-INPUTS THRU 3304-EXIT
167700         OPEN INPUT ACCOUNT-SORTED-FILE
167800         OPEN OUTPUT ACCRUAL-MASTER-OUT-FILE
167900         MOVE "N" TO WS-ACCR-POST-OPEN-SWITCH
167950         MOVE "N" TO WS-SRT-EOF-SWITCH
167970         MOVE LOW-VALUES TO WS-MERGE-LAST-ID
168000         PERFORM 3305-READ-SORTED-ACCOUNT THRU 3305-EXIT
168100         PERFORM 3315-READ-SORTED-ACCRUAL THRU 3315-EXIT
168150         PERFORM 3306-OPEN-STATUS-MASTER THRU 3306-EXIT
168170         PERFORM 3309-NEXT-ACCOUNT THRU 3309-EXIT
168200         PERFORM 3325-MATCH-ONE-GROUP THRU 3325-EXIT
168300             UNTIL WS-END-OF-ACCOUNTS AND WS-ACCR-EOF
168400         CLOSE ACCOUNT-SORTED-FILE
168500         CLOSE ACCRUAL-SORTED-FILE
168600         CLOSE ACCRUAL-MASTER-OUT-FILE
168620         IF WS-MST-STATUS-AVAILABLE
168640             CLOSE ACCOUNT-MASTER-FILE
168660         END-IF
168700         IF WS-ACCR-POST-OPEN
168800             CLOSE ACCRUAL-POST-FILE
168900         END-IF
169000         DISPLAY "Daily accrual complete for " WS-RUN-DATE
169050             " (" WS-ACCR-FROM-DATE "-" WS-ACCR-THRU-DATE ")"
169100             " - accrued=" WS-ACCRUED-COUNT
169200             " skipped=" WS-ACCR-SKIP-COUNT
169250             " not-open=" WS-ACCR-INACTIVE-COUNT
169270             " master-only=" WS-ACCR-MASTER-ONLY-COUNT
169300             " month-posted=" WS-ACCR-POSTED-COUNT
169400     END-IF.
169500
169600 3300-EXIT.
169700     EXIT.
169800
169802*================================================================
169804* 3301-SET-ACCRUAL-WINDOW  --  the first and last days tonight
169806* accrues. Without a window on the control card it is the run
169808* date alone. A card window must hold the run date and end
169810* within the run date's month, so the month-end emission is
169812* never skipped over; a window that does not is reported and
169814* the run date alone is accrued.
169816*================================================================
169818 3301-SET-ACCRUAL-WINDOW.
169820     MOVE WS-RUN-DATE TO WS-ACCR-FROM-DATE.
169822     MOVE WS-RUN-DATE TO WS-ACCR-THRU-DATE.
169824     IF WS-PARM-PRESENT
169826         AND WS-PARM-ACCRUE-FROM-X NOT = SPACES
169828         AND WS-PARM-ACCRUE-THRU-X NOT = SPACES
169830         MOVE WS-RUN-DATE TO WS-DATE-IN
169832         PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT
169834         MOVE WS-DAYS-IN-MONTH TO WS-DATE-IN-DD
169836         IF WS-PARM-ACCRUE-FROM-X NOT NUMERIC
169838             OR WS-PARM-ACCRUE-THRU-X NOT NUMERIC
169840             OR WS-PARM-ACCRUE-FROM > WS-RUN-DATE
169842             OR WS-PARM-ACCRUE-THRU < WS-RUN-DATE
169844             OR WS-PARM-ACCRUE-THRU > WS-DATE-IN
169846             DISPLAY "Invalid accrual window on control card - "
169848                 WS-PARM-ACCRUE-FROM-X "-" WS-PARM-ACCRUE-THRU-X
169850                 " - run date only accrued."
169852         ELSE
169854             MOVE WS-PARM-ACCRUE-FROM TO WS-ACCR-FROM-DATE
169856             MOVE WS-PARM-ACCRUE-THRU TO WS-ACCR-THRU-DATE
169858         END-IF
169860     END-IF.
169862
169864 3301-EXIT.
169866     EXIT.
169868
169900*================================================================
170000* 3302-SET-MONTH-END  --  decide once whether tonight's window
170100* ends on the last day of its month, and fix the posting month
170150* stamp.
170200*================================================================
170300 3302-SET-MONTH-END.
170400     MOVE "N" TO WS-MONTH-END-SWITCH.
170500     MOVE WS-ACCR-THRU-DATE TO WS-DATE-IN.
170600     PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT.
170700     IF WS-DATE-IN-DD = WS-DAYS-IN-MONTH
170800         SET WS-MONTH-END TO TRUE
171300 3302-EXIT.
171400     EXIT.
171500
171504*================================================================
171508* 3303-SORT-ACCRUAL-MASTER  --  the accrual master into
171512* account-id order on disk, opened for the merge. A missing
171516* accrual master is a fresh book: an empty sorted file stands
171520* in for it so the merge reads it the same way regardless.
171524*================================================================
171528 3303-SORT-ACCRUAL-MASTER.
171532     MOVE "N" TO WS-ACCR-EOF-SWITCH.
171536     OPEN INPUT ACCRUAL-MASTER-IN-FILE.
171540     IF WS-ACCR-IN-FOUND
171544         CLOSE ACCRUAL-MASTER-IN-FILE
171548         SORT ACCR-SORT-FILE
171552             ON ASCENDING KEY ACCR-SORT-ID
171556             USING ACCRUAL-MASTER-IN-FILE
171560             GIVING ACCRUAL-SORTED-FILE
171564     ELSE
171568         OPEN OUTPUT ACCRUAL-SORTED-FILE
171572         CLOSE ACCRUAL-SORTED-FILE
171576     END-IF.
171580     OPEN INPUT ACCRUAL-SORTED-FILE.
171584
171588 3303-EXIT.
171592     EXIT.
171596
171600*================================================================
171700* 3304-SORT-ACCRUAL-INPUTS  --  both inputs into account-id
171800* order on disk: the account file here, the accrual master
171900* through 3303, which the maturity run shares.
172100*================================================================
172200 3304-SORT-ACCRUAL-INPUTS.
172400     SORT ACCT-SORT-FILE
172500         ON ASCENDING KEY ACCT-SORT-ID
172600         USING ACCOUNT-IN-FILE
172700         GIVING ACCOUNT-SORTED-FILE.
172800     PERFORM 3303-SORT-ACCRUAL-MASTER THRU 3303-EXIT.
174000
174100 3304-EXIT.
174200     EXIT.
174300
174400 3305-READ-SORTED-ACCOUNT.
174500     READ ACCOUNT-SORTED-FILE
174600         AT END
174700             SET WS-SRT-EOF TO TRUE
174800         NOT AT END
174900             ADD 1 TO WS-CTL-RECORDS-READ
175000     END-READ.
175100
175200 3305-EXIT.
175300     EXIT.
175302
175304*================================================================
175306* 3306-OPEN-STATUS-MASTER  --  the account master, when there is
175308* one, is read alongside the sorted account file for the
175310* account's status and terms, so a close or dormancy keyed in
175312* maintenance governs the accrual even when ACCTIN still carries
175314* the old status, and for the accounts ACCTIN does not carry.
175315* Both files are in account-id order, so one forward pass of
175316* the master serves the whole run.
175318*================================================================
175320 3306-OPEN-STATUS-MASTER.
175322     MOVE "N" TO WS-MST-STATUS-SWITCH.
175324     MOVE "N" TO WS-MST-EOF-SWITCH.
175326     OPEN INPUT ACCOUNT-MASTER-FILE.
175328     IF WS-MST-FILE-FOUND
175330         SET WS-MST-STATUS-AVAILABLE TO TRUE
175332         PERFORM 3307-READ-STATUS-MASTER THRU 3307-EXIT
175334     END-IF.
175336
175338 3306-EXIT.
175340     EXIT.
175342
175344 3307-READ-STATUS-MASTER.
175346     READ ACCOUNT-MASTER-FILE
175348         AT END
175350             SET WS-MST-EOF TO TRUE
175352     END-READ.
175354
175356 3307-EXIT.
175358     EXIT.
175360
175362*================================================================
175363* 3308-SET-ACCOUNT-STATUS  --  the status and terms that govern
175364* today's accrual for the current account: the master's when
175365* the master holds the account, otherwise the account file's
175366* own. The master is the book of record -- capitalization grows
175367* its principal, a payoff zeroes it, a renewal rolls its dates
175368* and rate, maintenance changes its rate, dates, product type
175369* and GL code -- while ACCTIN has the terms it was opened with.
175370*================================================================
175371 3308-SET-ACCOUNT-STATUS.
175372     MOVE ACCT-STATUS TO WS-ACCOUNT-STATUS.
175373     IF WS-MST-STATUS-AVAILABLE
175374         PERFORM 3307-READ-STATUS-MASTER THRU 3307-EXIT
175375             UNTIL WS-MST-EOF OR MST-ACCT-ID NOT < ACCT-ID
175376         IF NOT WS-MST-EOF AND MST-ACCT-ID = ACCT-ID
175377             MOVE MST-STATUS TO WS-ACCOUNT-STATUS
175378             MOVE MST-PRINCIPAL TO ACCT-PRINCIPAL
175379             MOVE MST-RATE TO ACCT-RATE
175380             MOVE MST-OPEN-DATE TO ACCT-OPEN-DATE
175381             MOVE MST-MATURITY-DATE TO ACCT-MATURITY-DATE
175382             MOVE MST-GL-CODE TO ACCT-GL-CODE
175383             MOVE MST-DAY-COUNT-BASIS TO ACCT-DAY-COUNT-BASIS
175384             MOVE MST-PRODUCT-TYPE TO ACCT-PRODUCT-TYPE
175385         END-IF
175386     END-IF.
175387
175390 3308-EXIT.
175394     EXIT.
175400
175402*================================================================
175404* 3309-NEXT-ACCOUNT  --  the next account for the accrual, in
175406* account-id order, into the shared layout: the next ACCTIN
175408* record, or the next master record ahead of it that ACCTIN
175410* does not carry. A second ACCTIN record for the id just handed
175412* on comes next as it is, so its edits still see the master.
175414*================================================================
175416 3309-NEXT-ACCOUNT.
175418     IF NOT WS-SRT-EOF
175420         AND SRT-ACCT-ID = WS-MERGE-LAST-ID
175422         MOVE ACCOUNT-SORTED-RECORD TO ACCOUNT-RECORD
175424         PERFORM 3305-READ-SORTED-ACCOUNT THRU 3305-EXIT
175426     ELSE
175428         IF WS-MST-STATUS-AVAILABLE
175430             PERFORM 3307-READ-STATUS-MASTER THRU 3307-EXIT
175432                 UNTIL WS-MST-EOF
175434                     OR MST-ACCT-ID > WS-MERGE-LAST-ID
175436         END-IF
175438         IF WS-MST-STATUS-AVAILABLE AND NOT WS-MST-EOF
175440             AND (WS-SRT-EOF
175442                 OR MST-ACCT-ID < SRT-ACCT-ID)
175444             MOVE ACCOUNT-MASTER-RECORD TO ACCOUNT-RECORD
175446             ADD 1 TO WS-ACCR-MASTER-ONLY-COUNT
175448         ELSE
175450             IF WS-SRT-EOF
175452                 SET WS-END-OF-ACCOUNTS TO TRUE
175454             ELSE
175456                 MOVE ACCOUNT-SORTED-RECORD TO ACCOUNT-RECORD
175458                 PERFORM 3305-READ-SORTED-ACCOUNT THRU 3305-EXIT
175460             END-IF
175462         END-IF
175464     END-IF.
175466     IF NOT WS-END-OF-ACCOUNTS
175468         MOVE ACCT-ID TO WS-MERGE-LAST-ID
175470     END-IF.
175472
175474 3309-EXIT.
175476     EXIT.
175478
175500 3315-READ-SORTED-ACCRUAL.
175600     READ ACCRUAL-SORTED-FILE
175700         AT END
182300     EXIT.
182400
182500*================================================================
182600* 3320-ACCRUE-ACCOUNT  --  tonight's simple interest for one
182700* account: principal times the daily rate on the account's
182800* day-count basis (360 for 30/360, otherwise 365), for each day
182850* of the window. An account whose open-to-maturity term misses
182900* the window entirely, with a bad principal or rate, already
183000* accrued through the window, or not open (closed or dormant),
183050* is skipped. A day an account sits closed or dormant is passed
183070* over for good: its accrual record is carried through the
183080* window (a dormant account without one is given one), so a
183090* reactivation does not back-accrue the idle days.
183100*================================================================
183200 3320-ACCRUE-ACCOUNT.
183250     PERFORM 3308-SET-ACCOUNT-STATUS THRU 3308-EXIT.
183300     MOVE ACCT-PRINCIPAL TO principle.
183400     MOVE ACCT-RATE TO apr.
183500     MOVE ACCT-PRODUCT-TYPE TO WS-PRODUCT-TIER.
183800     MOVE ACCT-DAY-COUNT-BASIS TO WS-DAY-COUNT-BASIS.
183900     SET WS-RATE-NOT-FOUND TO TRUE.
184000     MOVE principle TO WS-LOOKUP-PRINCIPAL.
184050     MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
184100     IF WS-PRODUCT-TIER NOT = SPACES
184200         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
184300     END-IF.
184400     IF WS-RATE-FOUND
184500         MOVE WS-LOOKED-UP-APR TO apr
184600     END-IF.
184620     IF NOT WS-ACCOUNT-OPEN
184640         ADD 1 TO WS-ACCR-SKIP-COUNT
184660         ADD 1 TO WS-ACCR-INACTIVE-COUNT
184662         IF WS-ACCRW-NOT-CREATED AND WS-ACCOUNT-DORMANT
184664             PERFORM 3330-START-WORK-RECORD THRU 3330-EXIT
184666         END-IF
184668         IF WS-ACCRW-CREATED
184670             AND WS-ACCRW-LAST-DATE < WS-ACCR-THRU-DATE
184672             MOVE WS-ACCR-THRU-DATE TO WS-ACCRW-LAST-DATE
184674         END-IF
184680     ELSE
184700         IF principle NOT > ZERO
184800             OR apr < WS-MINIMUM-APR OR apr > WS-MAXIMUM-APR
184900             ADD 1 TO WS-ACCR-SKIP-COUNT
185000             DISPLAY "Accrual skipped - bad principal or rate: "
185100                 WS-ACCOUNT-ID
185200         ELSE
185300             IF ACCT-OPEN-DATE = ZERO
185400                 OR ACCT-MATURITY-DATE = ZERO
185500                 OR ACCT-OPEN-DATE > WS-ACCR-THRU-DATE
185600                 OR WS-ACCR-FROM-DATE NOT < ACCT-MATURITY-DATE
185700                 ADD 1 TO WS-ACCR-SKIP-COUNT
185800             ELSE
185900                 IF WS-ACCRW-NOT-CREATED
186000                     PERFORM 3330-START-WORK-RECORD THRU 3330-EXIT
186100                 END-IF
186200                 PERFORM 3340-ACCRUE-ONE-DAY THRU 3340-EXIT
186300             END-IF
186400         END-IF
186450     END-IF.
186500     PERFORM 3309-NEXT-ACCOUNT THRU 3309-EXIT.
186600
186700 3320-EXIT.
186800     EXIT.
188300     EXIT.
188400
188500*================================================================
188600* 3340-ACCRUE-ONE-DAY  --  the window's interest, added to both
188700* running buckets, one day at a time from the first day not yet
188720* accrued up to the end of the window or the day before
188730* maturity. That first day is the day after the last accrual
188740* in the current term, or the open date when nothing has been
188750* accrued since it (a new account, or a renewal whose new term
188755* began over a weekend the last window did not reach), and it
188760* may fall before tonight's window. Days already accrued are
188770* never accrued again, so a rerun of the same night is
188780* skipped; the window's total is journalled once.
188800*================================================================
188900 3340-ACCRUE-ONE-DAY.
189000     IF WS-ACCRW-LAST-DATE NOT < WS-ACCR-THRU-DATE
189100         ADD 1 TO WS-ACCR-SKIP-COUNT
189200     ELSE
189220         IF WS-ACCRW-LAST-DATE NOT < ACCT-OPEN-DATE
189260             MOVE WS-ACCRW-LAST-DATE TO WS-DATE-IN
189280             PERFORM 7650-NEXT-CALENDAR-DAY THRU 7650-EXIT
189300             MOVE WS-DATE-IN TO WS-ACCR-DAY
189320         ELSE
189360             MOVE ACCT-OPEN-DATE TO WS-ACCR-DAY
189380         END-IF
189400         IF WS-BASIS-30-360
189500             MOVE 360 TO WS-BASIS-DAYS
189600         ELSE
189700             MOVE 365 TO WS-BASIS-DAYS
189800         END-IF
189840         MOVE ZERO TO WS-ACCR-DAYS
189880         MOVE ZERO TO WS-ACCR-WINDOW-INTEREST
189920         PERFORM 3342-ACCRUE-WINDOW-DAY THRU 3342-EXIT
189960             UNTIL WS-ACCR-DAY > WS-ACCR-THRU-DATE
190000                 OR WS-ACCR-DAY NOT < ACCT-MATURITY-DATE
190040         IF WS-ACCR-DAYS = ZERO
190080             ADD 1 TO WS-ACCR-SKIP-COUNT
190120         ELSE
190160             ADD WS-ACCR-WINDOW-INTEREST TO WS-ACCRW-TO-DATE
190200             ADD WS-ACCR-WINDOW-INTEREST TO WS-ACCRW-MONTH
190240             MOVE WS-ACCR-LAST-DAY TO WS-ACCRW-LAST-DATE
190280             MOVE WS-GL-CODE TO WS-ACCRW-GL-CODE
190320             MOVE "A" TO WS-JRNL-TYPE
190360             MOVE WS-ACCR-WINDOW-INTEREST TO WS-JRNL-AMOUNT
190400             MOVE ZERO TO WS-JRNL-POSTED
190440             PERFORM 3390-WRITE-ACCRUAL-JOURNAL THRU 3390-EXIT
190480             ADD 1 TO WS-ACCRUED-COUNT
190520         END-IF
190600     END-IF.
190700
190800 3340-EXIT.
190900     EXIT.
190903
190906*    One day of the window, at the table rate in effect that day
190909*    when the product has one, else the account's own rate.
190912 3342-ACCRUE-WINDOW-DAY.
190915     MOVE ACCT-RATE TO apr.
190918     IF WS-PRODUCT-TIER NOT = SPACES
190921         SET WS-RATE-NOT-FOUND TO TRUE
190924         MOVE WS-ACCR-DAY TO WS-LOOKUP-DATE
190927         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
190930         IF WS-RATE-FOUND
190933             MOVE WS-LOOKED-UP-APR TO apr
190936         END-IF
190939     END-IF.
190942     PERFORM 4800-COMPUTE-RATE THRU 4800-EXIT.
190945     COMPUTE WS-DAY-INTEREST ROUNDED =
190948         principle * rate / WS-BASIS-DAYS.
190951     ADD WS-DAY-INTEREST TO WS-ACCR-WINDOW-INTEREST.
190954     ADD 1 TO WS-ACCR-DAYS.
190957     MOVE WS-ACCR-DAY TO WS-ACCR-LAST-DAY.
190960     MOVE WS-ACCR-DAY TO WS-DATE-IN.
190963     PERFORM 7650-NEXT-CALENDAR-DAY THRU 7650-EXIT.
190966     MOVE WS-DATE-IN TO WS-ACCR-DAY.
190969
190972 3342-EXIT.
190975     EXIT.
191000
191100*================================================================
191200* 3345-FINISH-WORK-RECORD  --  on the last day of the month the
193000         COMPUTE POST-ACCRUED-INTEREST ROUNDED = WS-ACCRW-MONTH
193100         MOVE WS-ACCRW-GL-CODE TO POST-GL-CODE
193200         WRITE ACCRUAL-POST-RECORD
193220         MOVE "E" TO WS-JRNL-TYPE
193240         MOVE WS-ACCRW-MONTH TO WS-JRNL-AMOUNT
193260         MOVE POST-ACCRUED-INTEREST TO WS-JRNL-POSTED
193280         PERFORM 3390-WRITE-ACCRUAL-JOURNAL THRU 3390-EXIT
193300         MOVE ZERO TO WS-ACCRW-MONTH
193400         ADD 1 TO WS-ACCR-POSTED-COUNT
193500     END-IF.
193800
193900 3345-EXIT.
194000     EXIT.
194003
194006*================================================================
194009* 3390-WRITE-ACCRUAL-JOURNAL  --  one journal record for the
194012* work record in hand: the run date, what happened to its month
194015* bucket and by how much. The journal is opened for extend the
194018* first time a run has anything to journal and closed at
194021* terminate.
194024*================================================================
194027 3390-WRITE-ACCRUAL-JOURNAL.
194030     IF NOT WS-ACCR-JRNL-OPEN
194033         OPEN EXTEND ACCRUAL-JOURNAL-FILE
194036         IF WS-ACCR-JRNL-NOT-FOUND
194039             OPEN OUTPUT ACCRUAL-JOURNAL-FILE
194042         END-IF
194045         SET WS-ACCR-JRNL-OPEN TO TRUE
194048     END-IF.
194051     MOVE SPACES TO ACCRUAL-JOURNAL-RECORD.
194054     MOVE WS-ACCRW-ACCOUNT-ID TO JRNL-ACCOUNT-ID.
194057     MOVE WS-RUN-DATE TO JRNL-DATE.
194060     MOVE WS-JRNL-TYPE TO JRNL-TYPE.
194063     MOVE WS-JRNL-AMOUNT TO JRNL-AMOUNT.
194066     MOVE WS-JRNL-POSTED TO JRNL-POSTED.
194069     MOVE WS-ACCRW-GL-CODE TO JRNL-GL-CODE.
194072     WRITE ACCRUAL-JOURNAL-RECORD.
194075
194078 3390-EXIT.
194081     EXIT.
194100
194200*================================================================
194300* 3500-PROCESS-ACCRUAL-POSTING  --  the month-end posting pass:
194500* transaction-log record and a GL-extract record under the
194600* account's GL code, with the usual end-of-run control totals,
194700* so accrual income lands in the audit trail instead of being
194800* keyed from a printout. Each posting is then disposed of as
194810* the account instructs (3520) - capitalized on the master or
194820* paid out on the ACH file - and DISPRPT ties the two to what
194830* was posted. The posting file is cleared once its records are
194900* booked, so a rerun cannot post the month twice.
195000*================================================================
195100 3500-PROCESS-ACCRUAL-POSTING.
195200     MOVE "N" TO WS-ACCR-POST-EOF-SWITCH.
195700             "nothing to post."
195800     ELSE
195900         PERFORM 3515-READ-ACCRUAL-POST THRU 3515-EXIT
195950         PERFORM 3502-OPEN-DISPOSITION-FILES THRU 3502-EXIT
196000         PERFORM 3510-POST-ONE-ACCRUAL THRU 3510-EXIT
196100             UNTIL WS-ACCR-POST-EOF
196200         CLOSE ACCRUAL-POST-IN-FILE
196250         PERFORM 3570-CLOSE-DISPOSITION-FILES THRU 3570-EXIT
196300         PERFORM 3590-CLEAR-ACCRUAL-POST-FILE THRU 3590-EXIT
196400         PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT
196500         DISPLAY "Accrual posting complete for " WS-RUN-DATE
197300* 3510-POST-ONE-ACCRUAL  --  one ACCRPOST record becomes one
197400* log record and one GL-extract record. Principal, rate and
197500* period are zero on an accrual posting: the month's accrued
197600* interest is the whole of the entry. The booked interest is
197650* then capitalized, paid out or held (3520).
197700*================================================================
197800 3510-POST-ONE-ACCRUAL.
197900     ADD 1 TO WS-CTL-RECORDS-READ.
198700     PERFORM 6000-WRITE-LOG-RECORD THRU 6000-EXIT.
198800     PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT.
198900     ADD 1 TO WS-CTL-RECORDS-POSTED.
198950     PERFORM 3520-DISPOSE-INTEREST THRU 3520-EXIT.
199000     PERFORM 3515-READ-ACCRUAL-POST THRU 3515-EXIT.
199100
199200 3510-EXIT.
214100     END-IF.
214200     SET WS-RATE-NOT-FOUND TO TRUE.
214300     MOVE principle TO WS-LOOKUP-PRINCIPAL.
214350     MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
214400     IF WS-PRODUCT-TIER NOT = SPACES
214500         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
214600     END-IF.
222200     ACCEPT WS-PRODUCT-TIER.
222300     SET WS-RATE-NOT-FOUND TO TRUE.
222400     MOVE principle TO WS-LOOKUP-PRINCIPAL.
222450     MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
222500     IF WS-PRODUCT-TIER NOT = SPACES
222600         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
222700     END-IF.
228400 4000-EXIT.
228500     EXIT.
228600
228680*================================================================
228760* 4200-PROCESS-CORRECTION  --  back out a previously posted
228840* calculation under two operators. The requesting operator keys
228920* the correction: the original transaction-log record is located
229000* by account id and run date and queued on the pending file with
229080* the reason and any corrected terms to repost with (4210). A
229160* second, different operator lists the queue (4220) and approves
229240* or rejects each item (4230); only an approval writes the
229320* offsetting GL extract record, the reversal-flagged log record
229400* carrying the original posting date and the repost. Each run
229480* ends with the aging of what is still pending (4280); started
229560* from the control card the mode writes the aging report only.
229640*================================================================
229720 4200-PROCESS-CORRECTION.
229800     IF WS-PARM-PRESENT AND WS-PARM-RUN-MODE = "C"
229880         DISPLAY "Correction mode from the control card - "
229960             "pending aging report only."
230040     ELSE
230120         DISPLAY "Operator id: "
230200         ACCEPT WS-OPERATOR-ID
230280         IF WS-OPERATOR-ID = SPACES
230360             DISPLAY "Operator id is required."
230440         ELSE
230520             DISPLAY "(R)equest a correction, (L)ist pending "
230600                 "corrections, or (A)pprove/reject pending "
230680                 "corrections? "
230760             ACCEPT WS-CORR-ACTION
230840             IF WS-CORR-ACTION-REQUEST
230920                 PERFORM 4210-REQUEST-CORRECTION THRU 4210-EXIT
231000             ELSE
231080                 IF WS-CORR-ACTION-LIST
231160                     PERFORM 4220-LIST-PENDING THRU 4220-EXIT
231240                 ELSE
231320                     IF WS-CORR-ACTION-REVIEW
231400                         PERFORM 4230-REVIEW-PENDING
231440                             THRU 4230-EXIT
231480                     ELSE
231560                         DISPLAY "Unknown correction action: "
231640                             WS-CORR-ACTION
231720                     END-IF
231800                 END-IF
231880             END-IF
231960         END-IF
232040     END-IF.
232120     PERFORM 4280-WRITE-AGING-REPORT THRU 4280-EXIT.
232200
232280 4200-EXIT.
232360     EXIT.
232800
232900*================================================================
233000* 4250-FIND-ORIGINAL-LOG  --  one pass over the transaction
236600             END-IF
236700         ELSE
236800             IF LOG-IN-RUN-DATE = WS-CORR-RUN-DATE
236850                 AND LOG-IN-REVERSAL-FLAG NOT = "P"
236900                 SET WS-ORIG-FOUND TO TRUE
237000                 MOVE LOG-IN-PRINCIPAL TO WS-ORIG-PRINCIPAL
237100                 MOVE LOG-IN-APR TO WS-ORIG-APR
240000         CLOSE GL-EXTRACT-IN-FILE
240100     END-IF.
240200     IF WS-ORIG-GL-NOT-FOUND
240300         DISPLAY "Original GL record not found - the "
240400             "reversal will carry no GL code."
240500     END-IF.
240600
240700 4270-EXIT.
241800
241900 4276-EXAMINE-GL-RECORD.
242000     IF GL-IN-REVERSAL-FLAG NOT = "R"
242050         AND GL-IN-REVERSAL-FLAG NOT = "P"
242075         AND GL-IN-REVERSAL-FLAG NOT = "A"
242100         AND GL-IN-ACCOUNT-ID = WS-CORR-ACCOUNT-ID
242200         AND GL-IN-INTEREST = WS-ORIG-INTEREST
242300         IF GL-IN-OFFSET-FLAG = "O"
243400 4276-EXIT.
243500     EXIT.
243600
243800*================================================================
243900* 4500-VALIDATE-ACCOUNT-DATA  --  reject a principle/apr/period
244000* combination that cannot produce a meaningful calculation,
296900     MOVE WS-REJECT-DATES TO SUSP-REASON-DATES.
297000     MOVE WS-REJECT-FREQ TO SUSP-REASON-FREQ.
297100     MOVE WS-REJECT-OVERFLOW TO SUSP-REASON-OVERFLOW.
297110     IF WS-MODE-RESUBMIT AND SUSP-IN-REJECT-DATE NUMERIC
297120         MOVE SUSP-IN-REJECT-DATE TO SUSP-REJECT-DATE
297130     ELSE
297140         MOVE WS-RUN-DATE TO SUSP-REJECT-DATE
297150     END-IF.
297200     IF WS-MODE-RESUBMIT
297300         WRITE SUSPENSE-WORK-RECORD FROM SUSPENSE-RECORD
297400     ELSE
309600 7600-EXIT.
309700     EXIT.
309800
309804*================================================================
309808* 7650-NEXT-CALENDAR-DAY  --  advance the YYYYMMDD date in
309812* WS-DATE-IN by one day, across month and year ends.
309816*================================================================
309820 7650-NEXT-CALENDAR-DAY.
309824     PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT.
309828     IF WS-DATE-IN-DD < WS-DAYS-IN-MONTH
309832         ADD 1 TO WS-DATE-IN-DD
309836     ELSE
309840         MOVE 1 TO WS-DATE-IN-DD
309844         IF WS-DATE-IN-MM < 12
309848             ADD 1 TO WS-DATE-IN-MM
309852         ELSE
309856             MOVE 1 TO WS-DATE-IN-MM
309860             ADD 1 TO WS-DATE-IN-YYYY
309864         END-IF
309868     END-IF.
309872
309876 7650-EXIT.
309880     EXIT.
309884
309900*===============================================================
310000* 7700-DAYS-IN-MONTH  --  for the month in WS-DATE-IN,
310100* February 29 in leap years.
314500 7750-EXIT.
314600     EXIT.
314700
314701*================================================================
314702* 7800-ADD-TERM-MONTHS  --  WS-TERM-MONTHS on from the date in
314703* WS-MATURITY-DATE, landing on the anniversary day of
314704* WS-OPEN-DATE (the maturity date's own day when there is no
314705* open date), pulled back to the month's last day when the
314706* month is too short. Result in WS-NEW-MATURITY-DATE.
314707*================================================================
314708 7800-ADD-TERM-MONTHS.
314709     IF WS-OPEN-DATE > ZERO
314710         MOVE WS-OPEN-DATE TO WS-DATE-IN
314711     ELSE
314712         MOVE WS-MATURITY-DATE TO WS-DATE-IN
314713     END-IF.
314714     MOVE WS-DATE-IN-DD TO WS-ANNIVERSARY-DAY.
314715     MOVE WS-MATURITY-DATE TO WS-DATE-IN.
314716     COMPUTE WS-MONTH-SERIAL = (WS-DATE-IN-YYYY * 12)
314717         + WS-DATE-IN-MM - 1 + WS-TERM-MONTHS.
314718     DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-DATE-IN-YYYY
314719         REMAINDER WS-MONTH-REMAINDER.
314720     COMPUTE WS-DATE-IN-MM = WS-MONTH-REMAINDER + 1.
314721     PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT.
314722     IF WS-ANNIVERSARY-DAY > WS-DAYS-IN-MONTH
314723         MOVE WS-DAYS-IN-MONTH TO WS-DATE-IN-DD
314724     ELSE
314725         MOVE WS-ANNIVERSARY-DAY TO WS-DATE-IN-DD
314726     END-IF.
314727     MOVE WS-DATE-IN TO WS-NEW-MATURITY-DATE.
314728
314729 7800-EXIT.
314730     EXIT.
314731
314732*================================================================
314733* 7850-COMPUTE-TERM-MONTHS  --  whole calendar months from
314734* WS-OPEN-DATE to WS-MATURITY-DATE in WS-TERM-MONTHS; zero when
314735* either date is missing or they are out of order.
314736*================================================================
314737 7850-COMPUTE-TERM-MONTHS.
314738     MOVE ZERO TO WS-TERM-MONTHS.
314739     IF WS-OPEN-DATE > ZERO
314740         AND WS-OPEN-DATE < WS-MATURITY-DATE
314741         MOVE WS-OPEN-DATE TO WS-DATE-IN
314742         MOVE WS-DATE-IN-YYYY TO WS-TERM-FROM-YYYY
314743         MOVE WS-DATE-IN-MM TO WS-TERM-FROM-MM
314744         MOVE WS-MATURITY-DATE TO WS-DATE-IN
314745         COMPUTE WS-TERM-MONTHS =
314746             ((WS-DATE-IN-YYYY - WS-TERM-FROM-YYYY) * 12)
314747             + WS-DATE-IN-MM - WS-TERM-FROM-MM
314748     END-IF.
314749
314750 7850-EXIT.
314751     EXIT.
314800*================================================================
314900* 7900-WRITE-STATEMENT-LINE  --  every statement line funnels
315000* through here so the 55-line page boundary is honored in one
318700     MOVE "ACCOUNTS OUTSIDE FILTER" TO CTL-COUNT-LABEL.
318800     MOVE WS-CTL-RECORDS-FILTERED TO CTL-COUNT-EDITED.
318900     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
318920     MOVE "ACCOUNTS NOT OPEN" TO CTL-COUNT-LABEL.
318940     MOVE WS-CTL-RECORDS-INACTIVE TO CTL-COUNT-EDITED.
318960     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
319000     MOVE "INTOUT PRINCIPAL" TO CTL-AMOUNT-LABEL.
319100     MOVE WS-CTL-OUT-PRINCIPAL TO CTL-AMOUNT-EDITED.
319200     WRITE CONTROL-REPORT-LINE FROM CTL-AMOUNT-LINE.
325400 8000-EXIT.
325500     EXIT.
325600
325601*================================================================
325602* 8100-WRITE-MATURITY-HEADING  --  the maturity report opens
325603* with the run date and notice window, then the column heads.
325604*================================================================
325605 8100-WRITE-MATURITY-HEADING.
325606     MOVE WS-RUN-DATE TO WS-DATE-IN.
325607     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
325608     MOVE WS-EDITED-DATE TO MAT-HDR-RUN-DATE.
325609     MOVE WS-NOTICE-DAYS TO MAT-HDR-NOTICE-DAYS.
325610     WRITE MATURITY-REPORT-LINE FROM MAT-HEADER-LINE.
325611     MOVE SPACES TO MATURITY-REPORT-LINE.
325612     WRITE MATURITY-REPORT-LINE.
325613     WRITE MATURITY-REPORT-LINE FROM MAT-COLUMN-LINE.
325614
325615 8100-EXIT.
325616     EXIT.
325617
325618*================================================================
325619* 8120-WRITE-MATURITY-DETAIL  --  one line per matured account:
325620* what was done, the rate before and after, the new maturity
325621* date on a renewal, the final interest booked and its fate.
325622*================================================================
325623 8120-WRITE-MATURITY-DETAIL.
325624     MOVE ACCT-ID TO MAT-DET-ACCOUNT-ID.
325625     MOVE WS-MAT-ACTION TO MAT-DET-ACTION.
325626     MOVE ACCT-PRINCIPAL TO MAT-DET-PRINCIPAL.
325627     MOVE WS-MAT-OLD-RATE TO MAT-DET-OLD-RATE.
325628     MOVE WS-MAT-FINAL-INTEREST TO MAT-DET-FINAL-INTEREST.
325629     IF ACCT-STATUS-MATURED
325630         MOVE ZERO TO MAT-DET-NEW-RATE
325631         MOVE SPACES TO MAT-DET-NEW-MATURITY
325632     ELSE
325633         MOVE ACCT-RATE TO MAT-DET-NEW-RATE
325634         MOVE ACCT-MATURITY-DATE TO WS-DATE-IN
325635         PERFORM 7300-FORMAT-DATE THRU 7300-EXIT
325636         MOVE WS-EDITED-DATE TO MAT-DET-NEW-MATURITY
325637     END-IF.
325638     WRITE MATURITY-REPORT-LINE FROM MAT-DETAIL-LINE.
325639
325640 8120-EXIT.
325641     EXIT.
325642
325643*================================================================
325644* 8150-WRITE-MATURITY-TOTALS  --  the run's counts and dollars
325645* under the detail, in the control report's line formats.
325646*================================================================
325647 8150-WRITE-MATURITY-TOTALS.
325648     MOVE SPACES TO MATURITY-REPORT-LINE.
325649     WRITE MATURITY-REPORT-LINE.
325650     MOVE "ACCOUNTS EXAMINED" TO CTL-COUNT-LABEL.
325651     MOVE WS-CTL-RECORDS-READ TO CTL-COUNT-EDITED.
325652     WRITE MATURITY-REPORT-LINE FROM CTL-COUNT-LINE.
325653     MOVE "ACCOUNTS NOT OPEN" TO CTL-COUNT-LABEL.
325654     MOVE WS-CTL-RECORDS-INACTIVE TO CTL-COUNT-EDITED.
325655     WRITE MATURITY-REPORT-LINE FROM CTL-COUNT-LINE.
325656     MOVE "PRE-MATURITY NOTICES" TO CTL-COUNT-LABEL.
325657     MOVE WS-MAT-NOTICE-COUNT TO CTL-COUNT-EDITED.
325658     WRITE MATURITY-REPORT-LINE FROM CTL-COUNT-LINE.
325659     MOVE "ACCOUNTS MATURED" TO CTL-COUNT-LABEL.
325660     MOVE WS-MAT-MATURED-COUNT TO CTL-COUNT-EDITED.
325661     WRITE MATURITY-REPORT-LINE FROM CTL-COUNT-LINE.
325662     MOVE "ACCOUNTS RENEWED" TO CTL-COUNT-LABEL.
325663     MOVE WS-MAT-RENEWED-COUNT TO CTL-COUNT-EDITED.
325664     WRITE MATURITY-REPORT-LINE FROM CTL-COUNT-LINE.
325665     MOVE "RENEWED PRINCIPAL" TO CTL-AMOUNT-LABEL.
325666     MOVE WS-MAT-RENEWED-PRINCIPAL TO CTL-AMOUNT-EDITED.
325667     WRITE MATURITY-REPORT-LINE FROM CTL-AMOUNT-LINE.
325668     MOVE "ACCOUNTS FOR PAYOUT" TO CTL-COUNT-LABEL.
325669     MOVE WS-MAT-PAYOUT-COUNT TO CTL-COUNT-EDITED.
325670     WRITE MATURITY-REPORT-LINE FROM CTL-COUNT-LINE.
325671     MOVE "PAYOUT PRINCIPAL" TO CTL-AMOUNT-LABEL.
325672     MOVE WS-MAT-PAYOUT-PRINCIPAL TO CTL-AMOUNT-EDITED.
325673     WRITE MATURITY-REPORT-LINE FROM CTL-AMOUNT-LINE.
325674     MOVE "FINAL INTEREST BOOKED" TO CTL-AMOUNT-LABEL.
325675     MOVE WS-MAT-INTEREST-TOTAL TO CTL-AMOUNT-EDITED.
325676     WRITE MATURITY-REPORT-LINE FROM CTL-AMOUNT-LINE.
325677
325678 8150-EXIT.
325679     EXIT.
325680
325681*    Under the totals, what became of the matured accounts'
325682*    interest: capitalized, paid by ACH, rolled into a renewed
325683*    principal, or held and payable.
325684 8160-WRITE-DISPOSITION-TOTALS.
325685     MOVE "FINAL INTEREST CAPITALIZED" TO CTL-AMOUNT-LABEL.
325686     MOVE WS-MAT-CAPITAL-TOTAL TO CTL-AMOUNT-EDITED.
325687     WRITE MATURITY-REPORT-LINE FROM CTL-AMOUNT-LINE.
325688     MOVE "FINAL INTEREST PAID BY ACH" TO CTL-AMOUNT-LABEL.
325689     MOVE WS-MAT-PAID-TOTAL TO CTL-AMOUNT-EDITED.
325690     WRITE MATURITY-REPORT-LINE FROM CTL-AMOUNT-LINE.
325691     MOVE "HELD INTEREST ROLLED IN" TO CTL-AMOUNT-LABEL.
325692     MOVE WS-MAT-ROLLED-TOTAL TO CTL-AMOUNT-EDITED.
325693     WRITE MATURITY-REPORT-LINE FROM CTL-AMOUNT-LINE.
325694     MOVE "HELD INTEREST PAYABLE" TO CTL-AMOUNT-LABEL.
325695     MOVE WS-MAT-PAYABLE-TOTAL TO CTL-AMOUNT-EDITED.
325696     WRITE MATURITY-REPORT-LINE FROM CTL-AMOUNT-LINE.
325697
325698 8160-EXIT.
325699     EXIT.
325700*================================================================
325800* 8500-PROVE-GL-BALANCE  --  every pair is written whole, so an
325900* unequal debit and credit total means a run that must not be
327000     EXIT.
327100
327200*================================================================
327300* 3600-PROCESS-MATURITY  --  the maturity run: one pass of the
327400* account master in account-id order, merged against the sorted
327500* accrual master the way the daily accrual is. An open account
327600* that has reached its maturity date has the month's unposted
327700* accrual booked to the log and GL extract and disposed of as
327750* its interest disposition says (3645), then is renewed or
327800* held for payout per its renewal instruction; one maturing
327900* inside the notice window gets its pre-maturity notice once.
328000* The run belongs ahead of the daily accrual on the same night,
328100* so a renewed account accrues the first day of its new term.
328200*================================================================
328300 3600-PROCESS-MATURITY.
328400     PERFORM 3602-GET-NOTICE-DAYS THRU 3602-EXIT.
328500     OPEN I-O ACCOUNT-MASTER-FILE.
328600     IF NOT WS-MST-FILE-FOUND
328700         DISPLAY "Account master ACCTMST not available - "
328800             "maturity run terminated."
328850         SET WS-RUN-FAILED TO TRUE
328900     ELSE
329000         MOVE WS-RUN-DATE TO WS-DATE-IN
329100         PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT
329200         MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
329250         SET WS-ACH-TO-MATURITY TO TRUE
329270         PERFORM 3504-LOAD-ACH-CONTROL THRU 3504-EXIT
329300         PERFORM 3303-SORT-ACCRUAL-MASTER THRU 3303-EXIT
329400         OPEN OUTPUT ACCRUAL-MASTER-OUT-FILE
329500         OPEN EXTEND MATURITY-NOTICE-FILE
329600         IF WS-NTC-FILE-NOT-FOUND
329700             OPEN OUTPUT MATURITY-NOTICE-FILE
329800         END-IF
329900         OPEN OUTPUT MATURITY-REPORT-FILE
330000         PERFORM 8100-WRITE-MATURITY-HEADING THRU 8100-EXIT
330100         MOVE "N" TO WS-MST-EOF-SWITCH
330200         PERFORM 3307-READ-STATUS-MASTER THRU 3307-EXIT
330300         PERFORM 3315-READ-SORTED-ACCRUAL THRU 3315-EXIT
330400         PERFORM 3610-MATCH-MATURITY THRU 3610-EXIT
330500             UNTIL WS-MST-EOF AND WS-ACCR-EOF
330600         CLOSE ACCOUNT-MASTER-FILE
330700         CLOSE ACCRUAL-SORTED-FILE
330800         CLOSE ACCRUAL-MASTER-OUT-FILE
330900         CLOSE MATURITY-NOTICE-FILE
330950         IF WS-ACH-ENTRY-COUNT > ZERO
330970             PERFORM 3575-FINISH-ACH-FILE THRU 3575-EXIT
330990         END-IF
331000         PERFORM 8150-WRITE-MATURITY-TOTALS THRU 8150-EXIT
331050         PERFORM 8160-WRITE-DISPOSITION-TOTALS THRU 8160-EXIT
331100         CLOSE MATURITY-REPORT-FILE
331200         PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT
331300         DISPLAY "Maturity run complete for " WS-RUN-DATE
331400             " - matured=" WS-MAT-MATURED-COUNT
331500             " renewed=" WS-MAT-RENEWED-COUNT
331600             " payout=" WS-MAT-PAYOUT-COUNT
331700             " notices=" WS-MAT-NOTICE-COUNT
331800     END-IF.
331900
332000 3600-EXIT.
332100     EXIT.
332200
332300*================================================================
332400* 3602-GET-NOTICE-DAYS  --  the pre-maturity notice window in
332500* days, from the control card when one is present or prompted
332600* otherwise; blank or zero keeps the 30-day default.
332700*================================================================
332800 3602-GET-NOTICE-DAYS.
332900     IF WS-PARM-PRESENT
333000         IF WS-PARM-NOTICE-DAYS-X NUMERIC
333100             AND WS-PARM-NOTICE-DAYS > ZERO
333200             MOVE WS-PARM-NOTICE-DAYS TO WS-NOTICE-DAYS
333300         END-IF
333400     ELSE
333500         DISPLAY "Pre-maturity notice window in days "
333600             "(blank for 30): "
333700         ACCEPT WS-NOTICE-DAYS-ENTERED
333800         IF WS-NOTICE-DAYS-ENTERED > ZERO
333900             MOVE WS-NOTICE-DAYS-ENTERED TO WS-NOTICE-DAYS
334000         END-IF
334100     END-IF.
334200     DISPLAY "Pre-maturity notice window " WS-NOTICE-DAYS
334300         " days.".
334400
334500 3602-EXIT.
334600     EXIT.
334700
334800*================================================================
334900* 3610-MATCH-MATURITY  --  one step of the merge: a master
335000* record with no accrual record is examined on its own, an
335100* accrual record with no master record feeds straight through,
335200* and a matched pair is examined with the accrual in hand so
335300* the final interest can be booked from it. Every accrual
335400* record lands in the new accrual master either way.
335500*================================================================
335600 3610-MATCH-MATURITY.
335700     IF WS-ACCR-EOF
335800         OR (NOT WS-MST-EOF
335900             AND MST-ACCT-ID < ACCR-SRT-ACCOUNT-ID)
336000         SET WS-ACCRW-NOT-CREATED TO TRUE
336100         PERFORM 3620-EXAMINE-MATURITY THRU 3620-EXIT
336200         PERFORM 3307-READ-STATUS-MASTER THRU 3307-EXIT
336300     ELSE
336400         PERFORM 3326-STAGE-ACCRUAL-TO-WORK THRU 3326-EXIT
336500         IF NOT WS-MST-EOF
336600             AND MST-ACCT-ID = ACCR-SRT-ACCOUNT-ID
336700             PERFORM 3620-EXAMINE-MATURITY THRU 3620-EXIT
336800             PERFORM 3307-READ-STATUS-MASTER THRU 3307-EXIT
336900         END-IF
337000         WRITE ACCRUAL-MASTER-OUT-RECORD
337100             FROM WS-ACCRUAL-WORK-RECORD
337200         PERFORM 3315-READ-SORTED-ACCRUAL THRU 3315-EXIT
337300     END-IF.
337400
337500 3610-EXIT.
337600     EXIT.
337700
337800*================================================================
337900* 3620-EXAMINE-MATURITY  --  days to maturity for one open
338000* account: none left means it matures tonight (or matured on a
338100* night the run was missed), and a count inside the notice
338200* window sends the notice unless it has already gone. Closed,
338300* dormant and already-matured accounts are counted and left
338400* alone, as is an account with no maturity date.
338500*================================================================
338600 3620-EXAMINE-MATURITY.
338700     ADD 1 TO WS-CTL-RECORDS-READ.
338800     MOVE ACCOUNT-MASTER-RECORD TO ACCOUNT-RECORD.
338900     IF NOT ACCT-STATUS-OPEN
339000         ADD 1 TO WS-CTL-RECORDS-INACTIVE
339100     ELSE
339200         IF ACCT-MATURITY-DATE NOT NUMERIC
339300             OR ACCT-MATURITY-DATE = ZERO
339400             CONTINUE
339500         ELSE
339600             MOVE ACCT-MATURITY-DATE TO WS-DATE-IN
339700             PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT
339800             COMPUTE WS-DAYS-TO-MATURITY =
339900                 WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
340000             IF WS-DAYS-TO-MATURITY NOT > ZERO
340100                 PERFORM 3630-MATURE-ACCOUNT THRU 3630-EXIT
340200             ELSE
340300                 IF WS-DAYS-TO-MATURITY NOT > WS-NOTICE-DAYS
340400                     AND NOT ACCT-NOTICE-SENT
340500                     PERFORM 3660-WRITE-NOTICE THRU 3660-EXIT
340600                 END-IF
340700             END-IF
340800         END-IF
340900     END-IF.
341000
341100 3620-EXIT.
341200     EXIT.
341300
341400*================================================================
341500* 3630-MATURE-ACCOUNT  --  book the final interest and dispose
341600* of it, then renew or hold for payout as the account instructs,
341700* and rewrite the master record in place with the outcome. A
341750* master that will not take the rewrite leaves the account out
341770* of the counts.
341800*================================================================
341900 3630-MATURE-ACCOUNT.
342000     MOVE ACCT-RATE TO WS-MAT-OLD-RATE.
342100     PERFORM 3635-BOOK-FINAL-INTEREST THRU 3635-EXIT.
342150     PERFORM 3645-DISPOSE-FINAL-INTEREST THRU 3645-EXIT.
342200     IF ACCT-PAYOUT-AT-MATURITY
342300         MOVE "PAYOUT" TO WS-MAT-ACTION
342400         PERFORM 3650-MARK-FOR-PAYOUT THRU 3650-EXIT
342500     ELSE
342600         PERFORM 3640-RENEW-ACCOUNT THRU 3640-EXIT
342700     END-IF.
342800     REWRITE ACCOUNT-MASTER-RECORD FROM ACCOUNT-RECORD.
342850     IF NOT WS-MST-FILE-FOUND
342870         DISPLAY "Matured account not updated - master status "
342880             WS-MST-FILE-STATUS ": " ACCT-ID
342882         IF ACCT-STATUS-MATURED
342884             SUBTRACT 1 FROM WS-MAT-PAYOUT-COUNT
342886             SUBTRACT ACCT-PRINCIPAL FROM WS-MAT-PAYOUT-PRINCIPAL
342888         ELSE
342890             SUBTRACT 1 FROM WS-MAT-RENEWED-COUNT
342892             SUBTRACT ACCT-PRINCIPAL FROM WS-MAT-RENEWED-PRINCIPAL
342894         END-IF
342900     ELSE
342920         ADD 1 TO WS-MAT-MATURED-COUNT
342940         PERFORM 3648-RECORD-DISPOSITION THRU 3648-EXIT
343000         ADD 1 TO WS-CTL-RECORDS-POSTED
343100         PERFORM 8120-WRITE-MATURITY-DETAIL THRU 8120-EXIT
343150     END-IF.
343200
343300 3630-EXIT.
343400     EXIT.
343500
343600*================================================================
343700* 3635-BOOK-FINAL-INTEREST  --  the interest accrued since the
343800* last month-end posting, rounded to cents, is booked as an
343900* accrual posting is (3510): a log record and a GL pair under
344000* the accrual's GL code, principal, rate and period zero. The
344100* month bucket is emptied so the next month-end cannot post it
344200* a second time.
344300*================================================================
344400 3635-BOOK-FINAL-INTEREST.
344500     MOVE ZERO TO WS-MAT-FINAL-INTEREST.
344600     IF WS-ACCRW-CREATED AND WS-ACCRW-MONTH > ZERO
344700         MOVE ACCT-ID TO WS-ACCOUNT-ID
344800         MOVE SPACES TO WS-PRODUCT-TIER
344900         IF WS-ACCRW-GL-CODE = SPACES
345000             MOVE ACCT-GL-CODE TO WS-GL-CODE
345100         ELSE
345200             MOVE WS-ACCRW-GL-CODE TO WS-GL-CODE
345300         END-IF
345400         MOVE ZERO TO principle
345500         MOVE ZERO TO apr
345600         MOVE ZERO TO period
345700         COMPUTE interest ROUNDED = WS-ACCRW-MONTH
345800         MOVE interest TO total
345900         PERFORM 6000-WRITE-LOG-RECORD THRU 6000-EXIT
346000         PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT
346100         MOVE interest TO WS-MAT-FINAL-INTEREST
346200         ADD interest TO WS-MAT-INTEREST-TOTAL
346220         MOVE "M" TO WS-JRNL-TYPE
346240         MOVE WS-ACCRW-MONTH TO WS-JRNL-AMOUNT
346260         MOVE interest TO WS-JRNL-POSTED
346280         PERFORM 3390-WRITE-ACCRUAL-JOURNAL THRU 3390-EXIT
346300         MOVE ZERO TO WS-ACCRW-MONTH
346400     END-IF.
346500
346600 3635-EXIT.
346700     EXIT.
346800
346900*================================================================
347000* 3640-RENEW-ACCOUNT  --  roll the account into a new term of
347100* the same length: the term in months from the old open and
347200* maturity dates (whole years from the period field when the
347300* dates give none), repriced at the RATETAB rate in force on
347400* the maturity date for the product and balance band - after a
347450* hold account's held interest for the term has been rolled into
347470* principal (3647), so the band is the new balance's. With no
347500* table rate the old rate stands and the report says so; with
347600* no usable term at all the account is held for payout instead.
347700* The new term opens on the old maturity date and the notice
347800* flag clears for the next maturity.
347900*================================================================
348000 3640-RENEW-ACCOUNT.
348100     MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE.
348200     MOVE ACCT-MATURITY-DATE TO WS-MATURITY-DATE.
348300     PERFORM 7850-COMPUTE-TERM-MONTHS THRU 7850-EXIT.
348400     IF WS-TERM-MONTHS NOT > ZERO
348500         COMPUTE WS-TERM-MONTHS = ACCT-PERIOD * 12
348600     END-IF.
348700     IF WS-TERM-MONTHS NOT > ZERO
348800         MOVE "PAYOUT/TERM" TO WS-MAT-ACTION
348900         PERFORM 3650-MARK-FOR-PAYOUT THRU 3650-EXIT
349000     ELSE
349050         PERFORM 3647-ROLL-IN-HELD-INTEREST THRU 3647-EXIT
349100         MOVE ACCT-PRODUCT-TYPE TO WS-PRODUCT-TIER
349200         SET WS-RATE-NOT-FOUND TO TRUE
349300         MOVE ACCT-PRINCIPAL TO WS-LOOKUP-PRINCIPAL
349400         MOVE ACCT-MATURITY-DATE TO WS-LOOKUP-DATE
349500         IF WS-PRODUCT-TIER NOT = SPACES
349600             PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
349700         END-IF
349800         IF WS-RATE-FOUND
349900             MOVE WS-LOOKED-UP-APR TO ACCT-RATE
350000             MOVE "RENEWED" TO WS-MAT-ACTION
350100         ELSE
350200             MOVE "RENEWED/KEPT" TO WS-MAT-ACTION
350300         END-IF
350400         PERFORM 7800-ADD-TERM-MONTHS THRU 7800-EXIT
350500         MOVE ACCT-MATURITY-DATE TO ACCT-OPEN-DATE
350600         MOVE WS-NEW-MATURITY-DATE TO ACCT-MATURITY-DATE
350700         MOVE SPACE TO ACCT-NOTICE-FLAG
350800         IF WS-ACCRW-CREATED
350900             MOVE ZERO TO WS-ACCRW-TO-DATE
351000         END-IF
351100         ADD 1 TO WS-MAT-RENEWED-COUNT
351200         ADD ACCT-PRINCIPAL TO WS-MAT-RENEWED-PRINCIPAL
351300     END-IF.
351400
351500 3640-EXIT.
351600     EXIT.
351602
351604*================================================================
351606* 3645-DISPOSE-FINAL-INTEREST  --  the final interest just booked
351608* follows the account's disposition as a month-end posting does
351610* (3520). A capitalize account has it added to principal before
351612* any renewal prices the new term; a payout account has it sent
351614* on the ACH file with the cash-side GL pair (3540). Otherwise it
351616* is held: on a hold account that is the whole term's interest
351618* to date, which a renewal rolls into principal (3647) and a
351620* payout leaves payable with the principal.
351622*================================================================
351624 3645-DISPOSE-FINAL-INTEREST.
351626     MOVE SPACES TO WS-MAT-DISPOSITION.
351628     MOVE ZERO TO WS-MAT-HELD-INTEREST.
351630     IF ACCT-DISP-CAPITALIZE OR ACCT-DISP-PAYOUT
351632         IF WS-MAT-FINAL-INTEREST > ZERO
351634             IF ACCT-DISP-CAPITALIZE
351636                 COMPUTE WS-DISP-NEW-PRINCIPAL =
351638                     ACCT-PRINCIPAL + WS-MAT-FINAL-INTEREST
351640                 IF WS-DISP-NEW-PRINCIPAL > 9999999.99
351642                     MOVE "HELD/LIMIT" TO WS-MAT-DISPOSITION
351644                     MOVE WS-MAT-FINAL-INTEREST
351646                         TO WS-MAT-HELD-INTEREST
351648                 ELSE
351650                     MOVE WS-DISP-NEW-PRINCIPAL TO ACCT-PRINCIPAL
351652                     MOVE "CAPITALIZE" TO WS-MAT-DISPOSITION
351654                 END-IF
351656             ELSE
351658                 MOVE "HELD" TO WS-DISP-ACTION
351659                 MOVE SPACES TO WS-DISP-NOTE
351660                 PERFORM 3540-PAY-OUT-INTEREST THRU 3540-EXIT
351662                 IF WS-DISP-ACTION = "PAID OUT"
351664                     MOVE "PAID ACH" TO WS-MAT-DISPOSITION
351666                     ADD WS-MAT-FINAL-INTEREST
351667                         TO WS-MAT-PAID-TOTAL
351668                 ELSE
351670                     MOVE "HELD/ACH" TO WS-MAT-DISPOSITION
351672                     MOVE WS-MAT-FINAL-INTEREST
351674                         TO WS-MAT-HELD-INTEREST
351676                     DISPLAY "Final interest held - " WS-DISP-NOTE
351678                         ": " ACCT-ID
351680                 END-IF
351682             END-IF
351684         END-IF
351686     ELSE
351688         IF WS-ACCRW-CREATED
351690             COMPUTE WS-MAT-HELD-INTEREST ROUNDED =
351692                 WS-ACCRW-TO-DATE
351694         END-IF
351696         IF WS-MAT-HELD-INTEREST > ZERO
351698             MOVE "HELD" TO WS-MAT-DISPOSITION
351700         END-IF
351702     END-IF.
351704
351706 3645-EXIT.
351708     EXIT.
351710
351712*================================================================
351714* 3647-ROLL-IN-HELD-INTEREST  --  a hold account renewing takes
351716* its held interest for the ending term into the new term's
351718* principal, since the renewal clears the term's accrued-to-date.
351720* A principal that would outgrow its field leaves it held, and
351722* the report carries it as payable.
351724*================================================================
351726 3647-ROLL-IN-HELD-INTEREST.
351728     IF WS-MAT-HELD-INTEREST > ZERO
351730         AND NOT ACCT-DISP-CAPITALIZE
351732         AND NOT ACCT-DISP-PAYOUT
351734         COMPUTE WS-DISP-NEW-PRINCIPAL =
351736             ACCT-PRINCIPAL + WS-MAT-HELD-INTEREST
351738         IF WS-DISP-NEW-PRINCIPAL > 9999999.99
351740             MOVE "HELD/LIMIT" TO WS-MAT-DISPOSITION
351742         ELSE
351744             MOVE WS-DISP-NEW-PRINCIPAL TO ACCT-PRINCIPAL
351746             MOVE "ROLLED IN" TO WS-MAT-DISPOSITION
351748         END-IF
351750     END-IF.
351752
351754 3647-EXIT.
351756     EXIT.
351758
351760*    Once its master record has taken the rewrite, a matured
351762*    account's disposition goes on its detail line and into the
351764*    run's totals; a payout is totalled when its ACH entry is
351765*    written.
351766 3648-RECORD-DISPOSITION.
351767     MOVE WS-MAT-DISPOSITION TO MAT-DET-DISPOSITION.
351768     IF WS-MAT-DISPOSITION = "CAPITALIZE"
351770         ADD WS-MAT-FINAL-INTEREST TO WS-MAT-CAPITAL-TOTAL
351772     ELSE
351774         IF WS-MAT-DISPOSITION = "ROLLED IN"
351776             ADD WS-MAT-HELD-INTEREST TO WS-MAT-ROLLED-TOTAL
351778         ELSE
351780             ADD WS-MAT-HELD-INTEREST TO WS-MAT-PAYABLE-TOTAL
351782         END-IF
351784     END-IF.
351786
351788 3648-EXIT.
351790     EXIT.
351792
351800*================================================================
351900* 3650-MARK-FOR-PAYOUT  --  matured status holds the account on
352000* the master for the payout without accruing or renewing it.
352100*================================================================
352200 3650-MARK-FOR-PAYOUT.
352300     SET ACCT-STATUS-MATURED TO TRUE.
352400     ADD 1 TO WS-MAT-PAYOUT-COUNT.
352500     ADD ACCT-PRINCIPAL TO WS-MAT-PAYOUT-PRINCIPAL.
352600
352700 3650-EXIT.
352800     EXIT.
352900
353000*================================================================
353100* 3660-WRITE-NOTICE  --  one pre-maturity notice record, and the
353200* notice flag set on the master so the next night's run does
353300* not send it again. The flag is rewritten first; a notice whose
353350* flag could not be set is not sent, so it cannot go out twice.
353400*================================================================
353500 3660-WRITE-NOTICE.
353520     SET ACCT-NOTICE-SENT TO TRUE.
353540     REWRITE ACCOUNT-MASTER-RECORD FROM ACCOUNT-RECORD.
353560     IF NOT WS-MST-FILE-FOUND
353580         DISPLAY "Notice not sent - master status "
353590             WS-MST-FILE-STATUS ": " ACCT-ID
353595     ELSE
353600         MOVE SPACES TO MATURITY-NOTICE-RECORD
353700         MOVE ACCT-ID TO NTC-ACCOUNT-ID
353800         MOVE ACCT-CUSTOMER-NAME TO NTC-CUSTOMER-NAME
353900         MOVE ACCT-MATURITY-DATE TO NTC-MATURITY-DATE
354000         MOVE WS-DAYS-TO-MATURITY TO NTC-DAYS-TO-MATURITY
354100         MOVE ACCT-PRINCIPAL TO NTC-PRINCIPAL
354200         MOVE ACCT-RATE TO NTC-CURRENT-RATE
354300         MOVE ACCT-PRODUCT-TYPE TO NTC-PRODUCT-TYPE
354400         MOVE ACCT-RENEWAL-INSTR TO NTC-RENEWAL-INSTR
354500         MOVE WS-RUN-DATE TO NTC-RUN-DATE
354600         WRITE MATURITY-NOTICE-RECORD
354900         ADD 1 TO WS-MAT-NOTICE-COUNT
354950     END-IF.
355000
355100 3660-EXIT.
355200     EXIT.
355300
355400*================================================================
355500* 4300-PROCESS-PAYOFF  --  early-withdrawal payoff for one
355600* account. The teller keys the account id and payoff date; the
355700* quote (principal, interest earned to the payoff date on the
355800* account's day-count basis, the product's penalty and the net
355900* proceeds) goes to PAYQUOTE and the console, and on the
356000* teller's confirmation the payoff is booked and the account
356100* closed. A payoff dated after the run date is quoted only.
356200*================================================================
356300 4300-PROCESS-PAYOFF.
356400     PERFORM 1700-LOAD-PENALTY-TABLE THRU 1700-EXIT.
356500     PERFORM 4310-GET-PAYOFF-REQUEST THRU 4310-EXIT.
356600     IF WS-DATA-VALID
356700         OPEN I-O ACCOUNT-MASTER-FILE
356800         IF NOT WS-MST-FILE-FOUND
356900             DISPLAY "Account master ACCTMST not available - "
357000                 "payoff terminated."
357050             SET WS-RUN-FAILED TO TRUE
357100         ELSE
357200             PERFORM 4320-FIND-PAYOFF-ACCOUNT THRU 4320-EXIT
357300             IF WS-DATA-VALID
357400                 PERFORM 4330-COMPUTE-PAYOFF THRU 4330-EXIT
357500             END-IF
357600             IF WS-DATA-VALID
357700                 OPEN EXTEND PAYOFF-QUOTE-FILE
357800                 IF WS-QUOTE-FILE-NOT-FOUND
357900                     OPEN OUTPUT PAYOFF-QUOTE-FILE
358000                 END-IF
358100                 PERFORM 4350-PRINT-PAYOFF-QUOTE THRU 4350-EXIT
358200                 PERFORM 4360-CONFIRM-PAYOFF THRU 4360-EXIT
358300                 CLOSE PAYOFF-QUOTE-FILE
358400             END-IF
358500             CLOSE ACCOUNT-MASTER-FILE
358600         END-IF
358700     END-IF.
358800
358900 4300-EXIT.
359000     EXIT.
359100
359200*================================================================
359300* 4310-GET-PAYOFF-REQUEST  --  operator, account and payoff date
359400* from the console; a blank date means the run date. A missing
359500* id or a date that is not a calendar date ends the request.
359600*================================================================
359700 4310-GET-PAYOFF-REQUEST.
359800     SET WS-DATA-VALID TO TRUE.
359900     DISPLAY "Operator id: ".
360000     ACCEPT WS-OPERATOR-ID.
360100     DISPLAY "Account id to pay off: ".
360200     ACCEPT WS-PAYOFF-ACCOUNT-ID.
360300     DISPLAY "Payoff date (YYYYMMDD, blank for the run date): ".
360400     ACCEPT WS-PAYOFF-DATE-X.
360500     IF WS-PAYOFF-DATE-X = SPACES
360600         MOVE WS-RUN-DATE TO WS-PAYOFF-DATE
360700     END-IF.
360800     IF WS-OPERATOR-ID = SPACES OR WS-PAYOFF-ACCOUNT-ID = SPACES
360900         SET WS-DATA-INVALID TO TRUE
361000         DISPLAY "Operator id and account id are both required."
361100     ELSE
361200         IF WS-PAYOFF-DATE-X NOT NUMERIC
361300             SET WS-DATA-INVALID TO TRUE
361400             DISPLAY "Invalid payoff date: " WS-PAYOFF-DATE-X
361500         ELSE
361600             MOVE WS-PAYOFF-DATE TO WS-DATE-IN
361700             PERFORM 7700-DAYS-IN-MONTH THRU 7700-EXIT
361800             IF WS-DATE-IN-MM < 1 OR WS-DATE-IN-MM > 12
361850                 OR WS-DATE-IN-DD < 1
361900                 OR WS-DATE-IN-DD > WS-DAYS-IN-MONTH
362000                 SET WS-DATA-INVALID TO TRUE
362100                 DISPLAY "Invalid payoff date: " WS-PAYOFF-DATE-X
362200             END-IF
362300         END-IF
362400     END-IF.
362500
362600 4310-EXIT.
362700     EXIT.
362800
362900*================================================================
363000* 4320-FIND-PAYOFF-ACCOUNT  --  position the master on the
363100* account and stage it through the shared layout. Only an open
363200* account can be paid off early, and only on a date after it
363300* opened and before it matures; at maturity the maturity run
363400* settles it instead.
363500*================================================================
363600 4320-FIND-PAYOFF-ACCOUNT.
363700     MOVE WS-PAYOFF-ACCOUNT-ID TO MST-ACCT-ID.
363800     START ACCOUNT-MASTER-FILE KEY IS EQUAL TO MST-ACCT-ID
363900         INVALID KEY
364000             SET WS-DATA-INVALID TO TRUE
364100     END-START.
364200     IF WS-DATA-VALID
364300         READ ACCOUNT-MASTER-FILE
364400             AT END
364500                 SET WS-DATA-INVALID TO TRUE
364600         END-READ
364700     END-IF.
364800     IF WS-DATA-INVALID
364900         DISPLAY "Account not on the master: "
365000             WS-PAYOFF-ACCOUNT-ID
365100     ELSE
365200         MOVE ACCOUNT-MASTER-RECORD TO ACCOUNT-RECORD
365300         ADD 1 TO WS-CTL-RECORDS-READ
365400         IF NOT ACCT-STATUS-OPEN
365500             SET WS-DATA-INVALID TO TRUE
365600             DISPLAY "Account is not open - status " ACCT-STATUS
365700         ELSE
365800             IF WS-PAYOFF-DATE NOT > ACCT-OPEN-DATE
365900                 SET WS-DATA-INVALID TO TRUE
366000                 DISPLAY "Payoff date must be after the open "
366100                     "date " ACCT-OPEN-DATE
366200             ELSE
366300                 IF WS-PAYOFF-DATE NOT < ACCT-MATURITY-DATE
366400                     SET WS-DATA-INVALID TO TRUE
366500                     DISPLAY "Payoff date is not before maturity "
366600                         ACCT-MATURITY-DATE
366700                         " - the maturity run settles it."
366800                 END-IF
366900             END-IF
367000         END-IF
367100     END-IF.
367200
367300 4320-EXIT.
367400     EXIT.
367500
367600*================================================================
367700* 4330-COMPUTE-PAYOFF  --  the quote figures. The account is
367800* priced as the daily accrual prices it (the RATETAB band in
367900* force on the payoff date, its own rate otherwise) and the term
368000* runs from the open date to the payoff date through
368100* 4600-DERIVE-TERM on its day-count basis; an account on the
368200* whole-year basis is counted actual/365 for the broken term, as
368300* its daily accrual is. Interest earned is the simple or
368400* compound calculation the account carries, less what month-end
368420* posting has already capitalized or paid out on a capitalize or
368440* payout account (4335), so the customer is not paid it twice.
368450* A capitalize account is priced on its original deposit - the
368460* principal less the interest capitalized into it - so neither
368470* the interest nor the penalty is earned on interest; the net is
368480* still paid from the principal as it now stands.
368500* The penalty is the product's days of interest at the same rate
368600* and basis, never more than the account holds.
368700*================================================================
368800 4330-COMPUTE-PAYOFF.
368900     MOVE ACCT-PRINCIPAL TO principle.
368910     PERFORM 4335-FIND-DISPOSED-INTEREST THRU 4335-EXIT.
368920     IF ACCT-DISP-CAPITALIZE
368930         AND ACCT-PRINCIPAL > WS-PAYOFF-DISPOSED
368940         SUBTRACT WS-PAYOFF-DISPOSED FROM principle
368950     END-IF.
369000     MOVE ACCT-RATE TO apr.
369100     MOVE ACCT-PERIOD TO period.
369200     MOVE ACCT-CALC-MODE TO WS-CALC-MODE.
369300     MOVE ACCT-COMPOUND-FREQ TO WS-COMPOUND-FREQ.
369400     MOVE ACCT-PRODUCT-TYPE TO WS-PRODUCT-TIER.
369500     MOVE ACCT-ID TO WS-ACCOUNT-ID.
369600     MOVE ACCT-GL-CODE TO WS-GL-CODE.
369700     MOVE ACCT-DAY-COUNT-BASIS TO WS-DAY-COUNT-BASIS.
369800     IF WS-BASIS-WHOLE-YEARS
369900         SET WS-BASIS-ACTUAL-365 TO TRUE
370000     END-IF.
370100     MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE.
370200     MOVE WS-PAYOFF-DATE TO WS-MATURITY-DATE.
370300     SET WS-RATE-NOT-FOUND TO TRUE.
370400     MOVE principle TO WS-LOOKUP-PRINCIPAL.
370500     MOVE WS-PAYOFF-DATE TO WS-LOOKUP-DATE.
370600     IF WS-PRODUCT-TIER NOT = SPACES
370700         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
370800     END-IF.
370900     IF WS-RATE-FOUND
371000         MOVE WS-LOOKED-UP-APR TO apr
371100     END-IF.
371200     PERFORM 4600-DERIVE-TERM THRU 4600-EXIT.
371300     PERFORM 4500-VALIDATE-ACCOUNT-DATA THRU 4500-EXIT.
371400     IF WS-DATA-VALID
371500         PERFORM 4800-COMPUTE-RATE THRU 4800-EXIT
371600         IF WS-CALC-COMPOUND
371700             PERFORM 5100-COMPUTE-COMPOUND-INTEREST THRU 5100-EXIT
371800         ELSE
371900             PERFORM 5000-COMPUTE-SIMPLE-INTEREST THRU 5000-EXIT
372000         END-IF
372100     END-IF.
372200     IF WS-DATA-VALID
372300         MOVE interest TO WS-PAYOFF-INTEREST
372320         IF WS-PAYOFF-INTEREST > WS-PAYOFF-DISPOSED
372330             SUBTRACT WS-PAYOFF-DISPOSED FROM WS-PAYOFF-INTEREST
372340         ELSE
372350             MOVE WS-PAYOFF-INTEREST TO WS-PAYOFF-DISPOSED
372360             MOVE ZERO TO WS-PAYOFF-INTEREST
372370         END-IF
372400         PERFORM 4340-LOOKUP-PENALTY THRU 4340-EXIT
372500         IF WS-BASIS-30-360
372600             MOVE 360 TO WS-BASIS-DAYS
372700         ELSE
372800             MOVE 365 TO WS-BASIS-DAYS
372900         END-IF
373000         COMPUTE WS-PAYOFF-PENALTY ROUNDED =
373100             principle * rate * WS-PENALTY-DAYS / WS-BASIS-DAYS
373200         IF WS-PAYOFF-PENALTY >
373250             ACCT-PRINCIPAL + WS-PAYOFF-INTEREST
373300             COMPUTE WS-PAYOFF-PENALTY =
373400                 ACCT-PRINCIPAL + WS-PAYOFF-INTEREST
373500         END-IF
373600         COMPUTE WS-PAYOFF-NET =
373700             ACCT-PRINCIPAL + WS-PAYOFF-INTEREST
373720             - WS-PAYOFF-PENALTY
373750         MOVE ACCT-PRINCIPAL TO principle
373800     ELSE
373900         DISPLAY "Payoff not quoted - see the messages above."
374000     END-IF.
374100
374200 4330-EXIT.
374300     EXIT.
374302
374304*================================================================
374306* 4335-FIND-DISPOSED-INTEREST  --  the interest month-end posting
374308* has already disposed of this term: on a capitalize or payout
374310* account, its accrual record's accrued-to-date less the month
374312* bucket not yet emitted. A hold account, or one with no accrual
374314* record, has had nothing disposed of.
374316*================================================================
374318 4335-FIND-DISPOSED-INTEREST.
374320     MOVE ZERO TO WS-PAYOFF-DISPOSED.
374322     IF ACCT-DISP-CAPITALIZE OR ACCT-DISP-PAYOUT
374324         MOVE "N" TO WS-PAYOFF-ROW-SWITCH
374326         OPEN INPUT ACCRUAL-MASTER-IN-FILE
374328         IF WS-ACCR-IN-FOUND
374330             PERFORM 4337-READ-PAYOFF-ACCRUAL THRU 4337-EXIT
374332                 UNTIL WS-PAYOFF-ROW-DONE
374334             CLOSE ACCRUAL-MASTER-IN-FILE
374336         END-IF
374338     END-IF.
374340
374342 4335-EXIT.
374344     EXIT.
374346
374348 4337-READ-PAYOFF-ACCRUAL.
374350     READ ACCRUAL-MASTER-IN-FILE
374352         AT END
374354             SET WS-PAYOFF-ROW-DONE TO TRUE
374356         NOT AT END
374358             IF ACCR-IN-ACCOUNT-ID = ACCT-ID
374360                 IF ACCR-IN-ACCRUED-TO-DATE NUMERIC
374362                     AND ACCR-IN-MONTH-ACCRUED NUMERIC
374364                     AND ACCR-IN-ACCRUED-TO-DATE >
374366                         ACCR-IN-MONTH-ACCRUED
374368                     COMPUTE WS-PAYOFF-DISPOSED ROUNDED =
374370                         ACCR-IN-ACCRUED-TO-DATE -
374372                         ACCR-IN-MONTH-ACCRUED
374374                 END-IF
374376                 SET WS-PAYOFF-ROW-DONE TO TRUE
374378             END-IF
374380     END-READ.
374382
374384 4337-EXIT.
374386     EXIT.
374400
374500*================================================================
374600* 4340-LOOKUP-PENALTY  --  the penalty rule in force on the
374700* payoff date for the account's product: the row with the latest
374800* effective date on or before it. A product with no row carries
374900* no penalty, and the quote says so.
375000*================================================================
375100 4340-LOOKUP-PENALTY.
375200     SET WS-PENALTY-NOT-FOUND TO TRUE.
375300     MOVE ZERO TO WS-PEN-BEST-DATE.
375400     MOVE ZERO TO WS-PENALTY-DAYS.
375500     IF WS-PENALTY-TABLE-COUNT > ZERO
375600         AND WS-PRODUCT-TIER NOT = SPACES
375700         PERFORM 4345-SCAN-PENALTY-ENTRY THRU 4345-EXIT
375800             VARYING WS-PEN-IDX FROM 1 BY 1
375900             UNTIL WS-PEN-IDX > WS-PENALTY-TABLE-COUNT
376000     END-IF.
376100
376200 4340-EXIT.
376300     EXIT.
376400
376500 4345-SCAN-PENALTY-ENTRY.
376600     IF WS-PT-PRODUCT-TIER(WS-PEN-IDX) = WS-PRODUCT-TIER
376700         AND WS-PT-EFFECTIVE-DATE(WS-PEN-IDX) NOT > WS-PAYOFF-DATE
376800         AND WS-PT-EFFECTIVE-DATE(WS-PEN-IDX)
376900             NOT < WS-PEN-BEST-DATE
377000         MOVE WS-PT-EFFECTIVE-DATE(WS-PEN-IDX) TO WS-PEN-BEST-DATE
377100         MOVE WS-PT-DAYS-INTEREST(WS-PEN-IDX) TO WS-PENALTY-DAYS
377200         SET WS-PENALTY-FOUND TO TRUE
377300     END-IF.
377400
377500 4345-EXIT.
377600     EXIT.
377700
377800*================================================================
377900* 4350-PRINT-PAYOFF-QUOTE  --  the quote, one block per request,
378000* to PAYQUOTE for the customer and to the console for the teller.
378100*================================================================
378200 4350-PRINT-PAYOFF-QUOTE.
378300     MOVE WS-RUN-DATE TO WS-DATE-IN.
378400     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
378500     MOVE WS-EDITED-DATE TO PQ-HDR-RUN-DATE.
378600     MOVE PQ-HEADER-LINE TO WS-QUOTE-OUT-AREA.
378700     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
378800     MOVE ACCT-ID TO PQ-ACCOUNT-ID.
378900     MOVE ACCT-CUSTOMER-NAME TO PQ-CUSTOMER-NAME.
379000     MOVE PQ-ACCOUNT-LINE TO WS-QUOTE-OUT-AREA.
379100     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
379200     MOVE ACCT-OPEN-DATE TO WS-DATE-IN.
379300     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
379400     MOVE WS-EDITED-DATE TO PQ-OPEN-DATE.
379500     MOVE ACCT-MATURITY-DATE TO WS-DATE-IN.
379600     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
379700     MOVE WS-EDITED-DATE TO PQ-MATURITY-DATE.
379800     MOVE WS-PAYOFF-DATE TO WS-DATE-IN.
379900     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
380000     MOVE WS-EDITED-DATE TO PQ-PAYOFF-DATE.
380100     MOVE PQ-DATES-LINE TO WS-QUOTE-OUT-AREA.
380200     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
380300     MOVE ACCT-PRODUCT-TYPE TO PQ-PRODUCT-TYPE.
380400     MOVE apr TO PQ-RATE.
380500     IF WS-BASIS-30-360
380600         MOVE "30/360" TO PQ-BASIS
380700     ELSE
380800         MOVE "ACT/365" TO PQ-BASIS
380900     END-IF.
381000     MOVE WS-TERM-DAYS TO PQ-DAYS-HELD.
381100     MOVE PQ-TERMS-LINE TO WS-QUOTE-OUT-AREA.
381200     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
381300     IF WS-PENALTY-FOUND
381400         MOVE WS-PENALTY-DAYS TO PQ-RULE-DAYS
381500         MOVE WS-PEN-BEST-DATE TO WS-DATE-IN
381600         PERFORM 7300-FORMAT-DATE THRU 7300-EXIT
381700         MOVE WS-EDITED-DATE TO PQ-RULE-EFFECTIVE
381800         MOVE PQ-RULE-LINE TO WS-QUOTE-OUT-AREA
381900     ELSE
382000         MOVE PQ-NO-RULE-LINE TO WS-QUOTE-OUT-AREA
382100     END-IF.
382200     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
382300     MOVE "PRINCIPAL" TO PQ-AMOUNT-LABEL.
382400     MOVE principle TO PQ-AMOUNT.
382500     MOVE PQ-AMOUNT-LINE TO WS-QUOTE-OUT-AREA.
382600     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
382700     IF WS-PAYOFF-DISPOSED > ZERO
382720         MOVE "EARNED INTEREST UNPAID" TO PQ-AMOUNT-LABEL
382740     ELSE
382760         MOVE "EARNED INTEREST" TO PQ-AMOUNT-LABEL
382780     END-IF.
382800     MOVE WS-PAYOFF-INTEREST TO PQ-AMOUNT.
382900     MOVE PQ-AMOUNT-LINE TO WS-QUOTE-OUT-AREA.
383000     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
383100     MOVE "EARLY WITHDRAWAL PENALTY" TO PQ-AMOUNT-LABEL.
383200     MOVE WS-PAYOFF-PENALTY TO PQ-AMOUNT.
383300     MOVE PQ-AMOUNT-LINE TO WS-QUOTE-OUT-AREA.
383400     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
383500     MOVE "NET PROCEEDS" TO PQ-AMOUNT-LABEL.
383600     MOVE WS-PAYOFF-NET TO PQ-AMOUNT.
383700     MOVE PQ-AMOUNT-LINE TO WS-QUOTE-OUT-AREA.
383800     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
383900
384000 4350-EXIT.
384100     EXIT.
384200
384300*================================================================
384400* 4360-CONFIRM-PAYOFF  --  a quote dated after the run date is a
384500* quote only; otherwise the teller confirms the payoff or leaves
384600* it as a quote. The outcome line closes the quote block.
384700*================================================================
384800 4360-CONFIRM-PAYOFF.
384900     MOVE "N" TO WS-PAYOFF-CONFIRM-SWITCH.
385000     IF WS-PAYOFF-DATE > WS-RUN-DATE
385100         MOVE "QUOTE ONLY - PAYOFF DATE IS AFTER THE RUN DATE"
385200             TO WS-QUOTE-OUT-AREA
385300     ELSE
385400         DISPLAY "Close the account and post this payoff? (Y/N): "
385500         ACCEPT WS-PAYOFF-CONFIRM-SWITCH
385600         IF WS-PAYOFF-CONFIRMED
385700             PERFORM 4370-CLOSE-PAYOFF-ACCOUNT THRU 4370-EXIT
385800         END-IF
385900         IF WS-PAYOFF-CONFIRMED
386000             MOVE WS-OPERATOR-ID TO PQ-OPERATOR-ID
386100             MOVE PQ-CONFIRMED-LINE TO WS-QUOTE-OUT-AREA
386200         ELSE
386300             MOVE "QUOTE ONLY - PAYOFF NOT CONFIRMED"
386400                 TO WS-QUOTE-OUT-AREA
386500         END-IF
386600     END-IF.
386700     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
386800     MOVE SPACES TO WS-QUOTE-OUT-AREA.
386900     PERFORM 4390-WRITE-QUOTE-LINE THRU 4390-EXIT.
387000
387100 4360-EXIT.
387200     EXIT.
387300
387400*================================================================
387500* 4370-CLOSE-PAYOFF-ACCOUNT  --  close the account on the master
387600* first, so nothing posts for an account that could not be
387700* closed. Then stop its accrual, book the earned interest that
387800* month-end posting has not already booked (a log record and the
387850* usual GL pair) - the whole term's interest, including any that
387870* was capitalized or paid out, less what posting booked - book
387900* the penalty as its own pair, write the audit record and prove
388000* the run on CTLRPT.
388100*================================================================
388200 4370-CLOSE-PAYOFF-ACCOUNT.
388300     MOVE ACCT-STATUS TO WS-PAYOFF-OLD-STATUS.
388400     SET ACCT-STATUS-CLOSED TO TRUE.
388500     REWRITE ACCOUNT-MASTER-RECORD FROM ACCOUNT-RECORD.
388600     IF NOT WS-MST-FILE-FOUND
388700         MOVE WS-PAYOFF-OLD-STATUS TO ACCT-STATUS
388800         MOVE "N" TO WS-PAYOFF-CONFIRM-SWITCH
388900         DISPLAY "Account not closed - master status "
389000             WS-MST-FILE-STATUS " - nothing posted."
389100     ELSE
389200         PERFORM 4375-STOP-ACCRUAL THRU 4375-EXIT
389300         IF WS-PAYOFF-INTEREST + WS-PAYOFF-DISPOSED
389350             > WS-PAYOFF-BOOKED
389400             COMPUTE WS-PAYOFF-BOOK-INTEREST =
389450                 WS-PAYOFF-INTEREST + WS-PAYOFF-DISPOSED
389500                 - WS-PAYOFF-BOOKED
389600         ELSE
389700             MOVE ZERO TO WS-PAYOFF-BOOK-INTEREST
389800         END-IF
389900         IF WS-PAYOFF-BOOK-INTEREST > ZERO
390000             MOVE WS-PAYOFF-BOOK-INTEREST TO interest
390100             COMPUTE total = principle + interest
390200             PERFORM 6000-WRITE-LOG-RECORD THRU 6000-EXIT
390300             PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT
390400         END-IF
390500         IF WS-PAYOFF-PENALTY > ZERO
390600             PERFORM 4380-WRITE-PENALTY-RECORDS THRU 4380-EXIT
390700         END-IF
390800         PERFORM 4385-WRITE-PAYOFF-AUDIT THRU 4385-EXIT
390900         ADD 1 TO WS-CTL-RECORDS-POSTED
391000         PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT
391100         DISPLAY "Account " ACCT-ID " closed - interest booked "
391200             WS-PAYOFF-BOOK-INTEREST " penalty " WS-PAYOFF-PENALTY
391300     END-IF.
391400
391500 4370-EXIT.
391600     EXIT.
391700
391800*================================================================
391900* 4375-STOP-ACCRUAL  --  rewrite the accrual master through the
392000* sorted copy, as the daily and maturity runs do. The paid-off
392100* account's record gives what month-end posting has already
392200* booked for it (accrued to date less the month bucket not yet
392300* emitted); its month bucket is then emptied, since the payoff
392400* books that interest itself, and its last-accrued date is set
392500* to the stopped date so no later run accrues it again.
392600*================================================================
392700 4375-STOP-ACCRUAL.
392800     MOVE ZERO TO WS-PAYOFF-BOOKED.
392900     PERFORM 3303-SORT-ACCRUAL-MASTER THRU 3303-EXIT.
393000     OPEN OUTPUT ACCRUAL-MASTER-OUT-FILE.
393100     PERFORM 3315-READ-SORTED-ACCRUAL THRU 3315-EXIT.
393200     PERFORM 4377-COPY-ACCRUAL-RECORD THRU 4377-EXIT
393300         UNTIL WS-ACCR-EOF.
393400     CLOSE ACCRUAL-SORTED-FILE.
393500     CLOSE ACCRUAL-MASTER-OUT-FILE.
393600
393700 4375-EXIT.
393800     EXIT.
393900
394000 4377-COPY-ACCRUAL-RECORD.
394100     PERFORM 3326-STAGE-ACCRUAL-TO-WORK THRU 3326-EXIT.
394200     IF WS-ACCRW-ACCOUNT-ID = ACCT-ID
394300         COMPUTE WS-PAYOFF-BOOKED ROUNDED =
394400             WS-ACCRW-TO-DATE - WS-ACCRW-MONTH
394410         IF WS-ACCRW-MONTH > ZERO
394420             MOVE "W" TO WS-JRNL-TYPE
394430             MOVE WS-ACCRW-MONTH TO WS-JRNL-AMOUNT
394440             COMPUTE WS-JRNL-POSTED ROUNDED = WS-ACCRW-MONTH
394450             PERFORM 3390-WRITE-ACCRUAL-JOURNAL THRU 3390-EXIT
394460         END-IF
394500         MOVE ZERO TO WS-ACCRW-MONTH
394600         MOVE WS-ACCRUAL-STOPPED-DATE TO WS-ACCRW-LAST-DATE
394700     END-IF.
394800     WRITE ACCRUAL-MASTER-OUT-RECORD FROM WS-ACCRUAL-WORK-RECORD.
394900     PERFORM 3315-READ-SORTED-ACCRUAL THRU 3315-EXIT.
395000
395100 4377-EXIT.
395200     EXIT.
395300
395400*================================================================
395500* 4380-WRITE-PENALTY-RECORDS  --  the penalty comes back out of
395600* what the bank owes the customer: a penalty-flagged log record,
395700* and a GL pair resolved through the chart as any posting is but
395800* with the sides swapped the way a reversal's are - a credit on
395900* the account's GL code and the matching debit on its offset.
396000*================================================================
396100 4380-WRITE-PENALTY-RECORDS.
396200     PERFORM 6400-RESOLVE-GL-PAIR THRU 6400-EXIT.
396300     MOVE SPACES TO TRANSACTION-LOG-RECORD.
396400     MOVE WS-ACCOUNT-ID TO LOG-ACCOUNT-ID.
396500     MOVE WS-RUN-DATE TO LOG-RUN-DATE.
396600     MOVE principle TO LOG-PRINCIPAL.
396700     MOVE apr TO LOG-APR.
396800     MOVE period TO LOG-PERIOD.
396900     MOVE WS-PAYOFF-PENALTY TO LOG-INTEREST.
397000     MOVE WS-PAYOFF-NET TO LOG-TOTAL.
397100     MOVE "P" TO LOG-REVERSAL-FLAG.
397200     MOVE ZERO TO LOG-ORIGINAL-DATE.
397300     WRITE TRANSACTION-LOG-RECORD.
397400     MOVE SPACES TO GL-EXTRACT-RECORD.
397500     MOVE WS-ACCOUNT-ID TO GL-ACCOUNT-ID.
397600     MOVE principle TO GL-PRINCIPAL.
397700     MOVE WS-PAYOFF-PENALTY TO GL-INTEREST.
397800     MOVE WS-PAYOFF-NET TO GL-TOTAL.
397900     MOVE WS-POST-GL-CODE TO GL-GL-CODE.
398000     MOVE "P" TO GL-REVERSAL-FLAG.
398100     MOVE "C" TO GL-DC-FLAG.
398200     MOVE WS-RUN-DATE TO GL-RUN-DATE.
398300     WRITE GL-EXTRACT-RECORD.
398400     ADD WS-PAYOFF-PENALTY TO WS-CTL-GL-CREDITS.
398500     MOVE SPACES TO GL-EXTRACT-RECORD.
398600     MOVE WS-ACCOUNT-ID TO GL-ACCOUNT-ID.
398700     MOVE ZERO TO GL-PRINCIPAL.
398800     MOVE WS-PAYOFF-PENALTY TO GL-INTEREST.
398900     MOVE ZERO TO GL-TOTAL.
399000     MOVE WS-OFFSET-GL-CODE TO GL-GL-CODE.
399100     MOVE "P" TO GL-REVERSAL-FLAG.
399200     MOVE "D" TO GL-DC-FLAG.
399300     MOVE "O" TO GL-OFFSET-FLAG.
399400     MOVE WS-RUN-DATE TO GL-RUN-DATE.
399500     WRITE GL-EXTRACT-RECORD.
399600     ADD WS-PAYOFF-PENALTY TO WS-CTL-GL-DEBITS.
399700
399800 4380-EXIT.
399900     EXIT.
400000
400100*================================================================
400200* 4385-WRITE-PAYOFF-AUDIT  --  the close goes on the account
400300* audit file in the layout account maintenance writes, under the
400400* teller's operator id, so a payoff close reads like any other.
400500*================================================================
400600 4385-WRITE-PAYOFF-AUDIT.
400700     OPEN EXTEND ACCOUNT-AUDIT-FILE.
400800     IF WS-AUDIT-FILE-NOT-FOUND
400900         OPEN OUTPUT ACCOUNT-AUDIT-FILE
401000     END-IF.
401100     ACCEPT WS-TIME-RAW FROM TIME.
401200     MOVE SPACES TO ACCOUNT-AUDIT-RECORD.
401300     MOVE WS-OPERATOR-ID TO AUD-USER-ID.
401400     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
401500     MOVE WS-TIME-HHMMSS TO AUD-TIME.
401600     MOVE "PAYOFF" TO AUD-ACTION.
401700     MOVE ACCT-ID TO AUD-ACCOUNT-ID.
401800     MOVE "STATUS" TO AUD-FIELD-NAME.
401900     MOVE WS-PAYOFF-OLD-STATUS TO AUD-OLD-VALUE.
402000     MOVE ACCT-STATUS TO AUD-NEW-VALUE.
402100     WRITE ACCOUNT-AUDIT-RECORD.
402200     CLOSE ACCOUNT-AUDIT-FILE.
402300
402400 4385-EXIT.
402500     EXIT.
402600
402700*================================================================
402800* 4390-WRITE-QUOTE-LINE  --  one quote line to PAYQUOTE and the
402900* console.
403000*================================================================
403100 4390-WRITE-QUOTE-LINE.
403200     WRITE PAYOFF-QUOTE-LINE FROM WS-QUOTE-OUT-AREA.
403300     DISPLAY WS-QUOTE-OUT-AREA.
403400
403500 4390-EXIT.
403600     EXIT.
403700
403800*================================================================
403900* 3502-OPEN-DISPOSITION-FILES  --  the master is opened for
404000* update so capitalized interest can be added to principal, and
404100* the disposition report is started. Without the master every
404200* posting is held as booked. The ACH file is not opened here; see
404300* 3545-START-ACH-FILE.
404400*================================================================
404500 3502-OPEN-DISPOSITION-FILES.
404600     PERFORM 3504-LOAD-ACH-CONTROL THRU 3504-EXIT.
404700     OPEN I-O ACCOUNT-MASTER-FILE.
404800     IF WS-MST-FILE-FOUND
404900         SET WS-DISP-MASTER-OPEN TO TRUE
405000     ELSE
405100         SET WS-DISP-MASTER-CLOSED TO TRUE
405200         DISPLAY "Account master ACCTMST not available - posted "
405300             "interest is held, not disposed."
405400     END-IF.
405500     OPEN OUTPUT DISPOSITION-REPORT-FILE.
405600     MOVE WS-RUN-DATE TO WS-DATE-IN.
405700     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
405800     MOVE WS-EDITED-DATE TO DSP-HDR-RUN-DATE.
405900     WRITE DISPOSITION-REPORT-LINE FROM DSP-HEADER-LINE.
406000     MOVE SPACES TO DISPOSITION-REPORT-LINE.
406100     WRITE DISPOSITION-REPORT-LINE.
406200     WRITE DISPOSITION-REPORT-LINE FROM DSP-COLUMN-LINE.
406300
406400 3502-EXIT.
406500     EXIT.
406600
406700*================================================================
406800* 3504-LOAD-ACH-CONTROL  --  the bank's ACH origination record:
406900* destination and origin, company name and id, the originating
407000* bank's routing and the GL clearing account the payouts are
407100* credited to. Missing or incomplete, payouts are held.
407200*================================================================
407300 3504-LOAD-ACH-CONTROL.
407400     SET WS-ACH-CONTROL-MISSING TO TRUE.
407500     OPEN INPUT ACH-CONTROL-FILE.
407600     IF WS-ACHCTL-FILE-FOUND
407700         READ ACH-CONTROL-FILE INTO WS-ACH-CONTROL
407800             AT END
407900                 CONTINUE
408000             NOT AT END
408100                 SET WS-ACH-CONTROL-LOADED TO TRUE
408200         END-READ
408300         CLOSE ACH-CONTROL-FILE
408400     END-IF.
408500     IF WS-ACH-CONTROL-LOADED
408600         IF WS-ACHC-DESTINATION NOT NUMERIC
408700             OR WS-ACHC-ODFI-ROUTING NOT NUMERIC
408800             OR WS-ACHC-COMPANY-ID = SPACES
408900             OR WS-ACHC-CLEARING-GL-CODE = SPACES
409000             SET WS-ACH-CONTROL-MISSING TO TRUE
409100         END-IF
409200     END-IF.
409300     IF WS-ACH-CONTROL-MISSING
409400         DISPLAY "ACH control ACHCTL missing or incomplete - "
409500             "payout interest is held, not paid."
409600     END-IF.
409700
409800 3504-EXIT.
409900     EXIT.
410000
410100*================================================================
410200* 3520-DISPOSE-INTEREST  --  what becomes of the interest just
410300* posted is the account's disposition on the master. A
410400* capitalize account has it added to principal; a payout account
410500* has it sent on the ACH file with the cash-side GL pair. Anything
410600* else - no disposition, an account closed or not on the master,
410700* a payee that will not pass, a principal that would overflow -
410800* leaves it held as booked, and the report says why.
410900*================================================================
411000 3520-DISPOSE-INTEREST.
411100     MOVE "HELD" TO WS-DISP-ACTION.
411200     MOVE SPACES TO WS-DISP-NOTE.
411300     MOVE ZERO TO WS-DISP-NEW-PRINCIPAL.
411400     ADD 1 TO WS-DISP-POSTED-COUNT.
411500     ADD interest TO WS-DISP-POSTED-AMOUNT.
411600     PERFORM 3525-FIND-DISPOSITION-ACCOUNT THRU 3525-EXIT.
411700     IF WS-DISP-ACCOUNT-NOT-FOUND
411800         IF WS-DISP-MASTER-OPEN
411820             MOVE "NOT ON MASTER" TO WS-DISP-NOTE
411840         ELSE
411860             MOVE "NO MASTER FILE" TO WS-DISP-NOTE
411880         END-IF
411900     ELSE
412000         IF ACCT-STATUS-CLOSED
412100             MOVE "ACCOUNT CLOSED" TO WS-DISP-NOTE
412200         ELSE
412300             IF ACCT-DISP-CAPITALIZE
412400                 PERFORM 3530-CAPITALIZE-INTEREST THRU 3530-EXIT
412500             ELSE
412600                 IF ACCT-DISP-PAYOUT
412700                     PERFORM 3540-PAY-OUT-INTEREST THRU 3540-EXIT
412800                 ELSE
412900                     MOVE "NO DISPOSITION" TO WS-DISP-NOTE
413000                 END-IF
413100             END-IF
413200         END-IF
413300     END-IF.
413400     IF WS-DISP-ACTION = "HELD"
413500         ADD 1 TO WS-DISP-HELD-COUNT
413600         ADD interest TO WS-DISP-HELD-AMOUNT
413700     END-IF.
413800     PERFORM 3560-WRITE-DISPOSITION-DETAIL THRU 3560-EXIT.
413900
414000 3520-EXIT.
414100     EXIT.
414200
414300*================================================================
414400* 3525-FIND-DISPOSITION-ACCOUNT  --  position the master on the
414500* posting's account and stage it through the shared layout.
414600*================================================================
414700 3525-FIND-DISPOSITION-ACCOUNT.
414800     SET WS-DISP-ACCOUNT-NOT-FOUND TO TRUE.
414900     IF WS-DISP-MASTER-OPEN
415000         SET WS-DISP-ACCOUNT-FOUND TO TRUE
415100         MOVE WS-ACCOUNT-ID TO MST-ACCT-ID
415200         START ACCOUNT-MASTER-FILE KEY IS EQUAL TO MST-ACCT-ID
415300             INVALID KEY
415400                 SET WS-DISP-ACCOUNT-NOT-FOUND TO TRUE
415500         END-START
415600         IF WS-DISP-ACCOUNT-FOUND
415700             READ ACCOUNT-MASTER-FILE
415800                 AT END
415900                     SET WS-DISP-ACCOUNT-NOT-FOUND TO TRUE
416000             END-READ
416100         END-IF
416200         IF WS-DISP-ACCOUNT-FOUND
416300             MOVE ACCOUNT-MASTER-RECORD TO ACCOUNT-RECORD
416400         END-IF
416500     END-IF.
416600
416700 3525-EXIT.
416800     EXIT.
416900
417000*================================================================
417100* 3530-CAPITALIZE-INTEREST  --  the posted interest joins the
417200* principal on the master, so the account earns on it from the
417300* next day's accrual. A principal that would outgrow its field
417400* is held instead.
417500*================================================================
417600 3530-CAPITALIZE-INTEREST.
417700     COMPUTE WS-DISP-NEW-PRINCIPAL = ACCT-PRINCIPAL + interest.
417800     IF WS-DISP-NEW-PRINCIPAL > 9999999.99
417900         MOVE "PRINCIPAL LIMIT" TO WS-DISP-NOTE
418000         MOVE ZERO TO WS-DISP-NEW-PRINCIPAL
418100     ELSE
418200         MOVE WS-DISP-NEW-PRINCIPAL TO ACCT-PRINCIPAL
418300         REWRITE ACCOUNT-MASTER-RECORD FROM ACCOUNT-RECORD
418400         IF WS-MST-FILE-FOUND
418500             MOVE "CAPITALIZED" TO WS-DISP-ACTION
418600             ADD 1 TO WS-DISP-CAPITAL-COUNT
418700             ADD interest TO WS-DISP-CAPITAL-AMOUNT
418800         ELSE
418900             MOVE "MASTER NOT UPDATED" TO WS-DISP-NOTE
419000             MOVE ZERO TO WS-DISP-NEW-PRINCIPAL
419100         END-IF
419200     END-IF.
419300
419400 3530-EXIT.
419500     EXIT.
419600
419700*================================================================
419800* 3540-PAY-OUT-INTEREST  --  one ACH credit entry to the payee
419900* account on the master, and the cash side in the GL. Without a
420000* usable ACH control record, or with a payee that is not a
420100* numeric routing number and an account number, it is held.
420200*================================================================
420300 3540-PAY-OUT-INTEREST.
420400     IF WS-ACH-CONTROL-MISSING
420500         MOVE "NO ACH CONTROL" TO WS-DISP-NOTE
420600     ELSE
420700         IF ACCT-PAYEE-ROUTING NOT NUMERIC
420800             OR ACCT-PAYEE-ACCOUNT = SPACES
420900             MOVE "PAYEE NOT VALID" TO WS-DISP-NOTE
421000         ELSE
421100             IF WS-ACH-ENTRY-COUNT = ZERO
421200                 PERFORM 3545-START-ACH-FILE THRU 3545-EXIT
421300             END-IF
421400             ADD 1 TO WS-ACH-ENTRY-COUNT
421500             IF ACCT-PAYEE-SAVINGS
421600                 MOVE "32" TO ACH-ED-TRANSACTION-CODE
421700             ELSE
421800                 MOVE "22" TO ACH-ED-TRANSACTION-CODE
421900             END-IF
422000             MOVE ACCT-PAYEE-ROUTING TO ACH-ED-RDFI-ROUTING
422100             MOVE ACCT-PAYEE-ACCOUNT TO ACH-ED-DFI-ACCOUNT
422200             MOVE interest TO ACH-ED-AMOUNT
422300             MOVE ACCT-ID TO ACH-ED-INDIVIDUAL-ID
422400             MOVE ACCT-CUSTOMER-NAME TO ACH-ED-INDIVIDUAL-NAME
422500             MOVE WS-ACHC-ODFI-ROUTING TO ACH-ED-TRACE-ODFI
422600             MOVE WS-ACH-ENTRY-COUNT TO ACH-ED-TRACE-SEQUENCE
422700             MOVE ACH-ENTRY-DETAIL TO WS-ACH-OUT-AREA
422750             PERFORM 3578-WRITE-ACH-RECORD THRU 3578-EXIT
422800             ADD 1 TO WS-ACH-RECORD-COUNT
422900             ADD ACH-ED-RDFI-ID TO WS-ACH-ENTRY-HASH
423000             ADD interest TO WS-ACH-CREDIT-TOTAL
423100             PERFORM 3550-WRITE-CASH-GL-PAIR THRU 3550-EXIT
423200             MOVE "PAID OUT" TO WS-DISP-ACTION
423300             MOVE ACCT-PAYEE-ROUTING TO WS-DISP-NOTE-ROUTING
423400             MOVE ACCT-PAYEE-ACCOUNT TO WS-DISP-NOTE-ACCOUNT
423500             ADD 1 TO WS-DISP-PAID-COUNT
423600             ADD interest TO WS-DISP-PAID-AMOUNT
423700         END-IF
423800     END-IF.
423900
424000 3540-EXIT.
424100     EXIT.
424200
424300*================================================================
424400* 3545-START-ACH-FILE  --  the ACH file is opened, and its file
424500* and batch headers written, only when the first payment is due,
424600* so a posting run with nothing to pay leaves the last file alone.
424650* A maturity run writes its payouts to ACHMAT instead, so the
424660* posting run later the same night does not overwrite them.
424700*================================================================
424800 3545-START-ACH-FILE.
424900     IF WS-ACH-TO-MATURITY
424910         OPEN OUTPUT ACH-MATURITY-FILE
424920     ELSE
424930         OPEN OUTPUT ACH-PAYMENT-FILE
424940     END-IF.
425000     ACCEPT WS-TIME-RAW FROM TIME.
425100     MOVE WS-RUN-DATE TO WS-ACH-RUN-DATE.
425200     MOVE WS-ACHC-DESTINATION TO ACH-FH-DESTINATION.
425300     MOVE WS-ACHC-ORIGIN TO ACH-FH-ORIGIN.
425400     MOVE WS-ACH-RUN-YYMMDD TO ACH-FH-CREATE-DATE.
425500     DIVIDE WS-TIME-HHMMSS BY 100 GIVING ACH-FH-CREATE-TIME.
425600     MOVE WS-ACHC-DESTINATION-NAME TO ACH-FH-DESTINATION-NAME.
425700     MOVE WS-ACHC-ORIGIN-NAME TO ACH-FH-ORIGIN-NAME.
425800     MOVE ACH-FILE-HEADER TO WS-ACH-OUT-AREA
425850     PERFORM 3578-WRITE-ACH-RECORD THRU 3578-EXIT.
425900     MOVE WS-ACHC-COMPANY-NAME TO ACH-BH-COMPANY-NAME.
426000     MOVE WS-ACHC-COMPANY-ID TO ACH-BH-COMPANY-ID.
426100     MOVE WS-ACH-RUN-YYMMDD TO ACH-BH-EFFECTIVE-DATE.
426200     MOVE WS-ACHC-ODFI-ROUTING TO ACH-BH-ODFI.
426300     MOVE 1 TO ACH-BH-BATCH-NUMBER.
426400     MOVE ACH-BATCH-HEADER TO WS-ACH-OUT-AREA
426450     PERFORM 3578-WRITE-ACH-RECORD THRU 3578-EXIT.
426500     MOVE 2 TO WS-ACH-RECORD-COUNT.
426600     MOVE ZERO TO WS-ACH-ENTRY-HASH.
426700     MOVE ZERO TO WS-ACH-CREDIT-TOTAL.
426800
426900 3545-EXIT.
427000     EXIT.
427100
427200*================================================================
427300* 3550-WRITE-CASH-GL-PAIR  --  the cash side of a payout: a debit
427400* to the contra account the posting just credited (the offset
427450* code 6500 resolved for it) and a credit to the ACH clearing
427500* account. Both rows are offset rows, so the log-to-GL proof is
427600* not disturbed; the run's debit and credit totals take them
427700* in.
427800*================================================================
427900 3550-WRITE-CASH-GL-PAIR.
428100     MOVE SPACES TO GL-EXTRACT-RECORD.
428200     MOVE WS-ACCOUNT-ID TO GL-ACCOUNT-ID.
428300     MOVE ZERO TO GL-PRINCIPAL.
428400     MOVE interest TO GL-INTEREST.
428500     MOVE ZERO TO GL-TOTAL.
428600     MOVE WS-OFFSET-GL-CODE TO GL-GL-CODE.
428700     MOVE "A" TO GL-REVERSAL-FLAG.
428800     MOVE "D" TO GL-DC-FLAG.
428900     MOVE "O" TO GL-OFFSET-FLAG.
429000     MOVE WS-RUN-DATE TO GL-RUN-DATE.
429100     WRITE GL-EXTRACT-RECORD.
429200     ADD interest TO WS-CTL-GL-DEBITS.
429300     MOVE SPACES TO GL-EXTRACT-RECORD.
429400     MOVE WS-ACCOUNT-ID TO GL-ACCOUNT-ID.
429500     MOVE ZERO TO GL-PRINCIPAL.
429600     MOVE interest TO GL-INTEREST.
429700     MOVE ZERO TO GL-TOTAL.
429800     MOVE WS-ACHC-CLEARING-GL-CODE TO GL-GL-CODE.
429900     MOVE "A" TO GL-REVERSAL-FLAG.
430000     MOVE "C" TO GL-DC-FLAG.
430100     MOVE "O" TO GL-OFFSET-FLAG.
430200     MOVE WS-RUN-DATE TO GL-RUN-DATE.
430300     WRITE GL-EXTRACT-RECORD.
430400     ADD interest TO WS-CTL-GL-CREDITS.
430500
430600 3550-EXIT.
430700     EXIT.
430800
430900 3560-WRITE-DISPOSITION-DETAIL.
431000     MOVE WS-ACCOUNT-ID TO DSP-DET-ACCOUNT-ID.
431100     MOVE interest TO DSP-DET-INTEREST.
431200     MOVE WS-DISP-ACTION TO DSP-DET-ACTION.
431300     MOVE WS-DISP-NEW-PRINCIPAL TO DSP-DET-PRINCIPAL.
431400     MOVE WS-DISP-NOTE TO DSP-DET-NOTE.
431500     WRITE DISPOSITION-REPORT-LINE FROM DSP-DETAIL-LINE.
431600
431700 3560-EXIT.
431800     EXIT.
431900
432000*================================================================
432100* 3570-CLOSE-DISPOSITION-FILES  --  finish the ACH file if one
432200* was started, close the master, and total and tie the report.
432300*================================================================
432400 3570-CLOSE-DISPOSITION-FILES.
432500     IF WS-ACH-ENTRY-COUNT > ZERO
432600         PERFORM 3575-FINISH-ACH-FILE THRU 3575-EXIT
432700     END-IF.
432800     IF WS-DISP-MASTER-OPEN
432900         CLOSE ACCOUNT-MASTER-FILE
433000     END-IF.
433100     PERFORM 3580-WRITE-DISPOSITION-TOTALS THRU 3580-EXIT.
433200     CLOSE DISPOSITION-REPORT-FILE.
433300     DISPLAY "Interest disposition - capitalized="
433400         WS-DISP-CAPITAL-COUNT " paid=" WS-DISP-PAID-COUNT
433500         " held=" WS-DISP-HELD-COUNT.
433600
433700 3570-EXIT.
433800     EXIT.
433900
434000*================================================================
434100* 3575-FINISH-ACH-FILE  --  the batch control and file control
434200* records carry the entry count, the entry hash (the sum of the
434300* receiving banks' eight-digit routing numbers, its low-order ten
434400* digits) and the credit total; the last block is then padded
434500* with all-nines records to the blocking factor of ten.
434600*================================================================
434700 3575-FINISH-ACH-FILE.
434800     MOVE WS-ACH-ENTRY-COUNT TO ACH-BC-ENTRY-COUNT.
434900     MOVE WS-ACH-ENTRY-HASH TO ACH-BC-ENTRY-HASH.
435000     MOVE ZERO TO ACH-BC-TOTAL-DEBIT.
435100     MOVE WS-ACH-CREDIT-TOTAL TO ACH-BC-TOTAL-CREDIT.
435200     MOVE WS-ACHC-COMPANY-ID TO ACH-BC-COMPANY-ID.
435300     MOVE WS-ACHC-ODFI-ROUTING TO ACH-BC-ODFI.
435400     MOVE 1 TO ACH-BC-BATCH-NUMBER.
435500     MOVE ACH-BATCH-CONTROL TO WS-ACH-OUT-AREA
435550     PERFORM 3578-WRITE-ACH-RECORD THRU 3578-EXIT.
435600     ADD 2 TO WS-ACH-RECORD-COUNT.
435700     COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 9) / 10.
435800     MOVE 1 TO ACH-FC-BATCH-COUNT.
435900     MOVE WS-ACH-BLOCK-COUNT TO ACH-FC-BLOCK-COUNT.
436000     MOVE WS-ACH-ENTRY-COUNT TO ACH-FC-ENTRY-COUNT.
436100     MOVE WS-ACH-ENTRY-HASH TO ACH-FC-ENTRY-HASH.
436200     MOVE ZERO TO ACH-FC-TOTAL-DEBIT.
436300     MOVE WS-ACH-CREDIT-TOTAL TO ACH-FC-TOTAL-CREDIT.
436400     MOVE ACH-FILE-CONTROL TO WS-ACH-OUT-AREA
436450     PERFORM 3578-WRITE-ACH-RECORD THRU 3578-EXIT.
436500     PERFORM 3577-WRITE-ACH-PADDING THRU 3577-EXIT
436600         UNTIL WS-ACH-RECORD-COUNT NOT < WS-ACH-BLOCK-COUNT * 10.
436700     IF WS-ACH-TO-MATURITY
436710         CLOSE ACH-MATURITY-FILE
436720     ELSE
436730         CLOSE ACH-PAYMENT-FILE
436740     END-IF.
436800
436900 3575-EXIT.
437000     EXIT.
437100
437200 3577-WRITE-ACH-PADDING.
437300     MOVE ACH-PADDING-RECORD TO WS-ACH-OUT-AREA
437350     PERFORM 3578-WRITE-ACH-RECORD THRU 3578-EXIT.
437400     ADD 1 TO WS-ACH-RECORD-COUNT.
437500
437600 3577-EXIT.
437700     EXIT.
437800
437810*    Each ACH record goes to the file the run is building: ACHOUT
437820*    for month-end posting, ACHMAT for maturity payouts.
437830 3578-WRITE-ACH-RECORD.
437840     IF WS-ACH-TO-MATURITY
437850         WRITE ACH-MATURITY-RECORD FROM WS-ACH-OUT-AREA
437860     ELSE
437870         WRITE ACH-PAYMENT-RECORD FROM WS-ACH-OUT-AREA
437880     END-IF.
437885
437890 3578-EXIT.
437895     EXIT.
437898
437900*================================================================
438000* 3580-WRITE-DISPOSITION-TOTALS  --  counts and dollars by
438100* disposition, in the control report's line formats, and the
438200* tie: interest posted must equal capitalized plus paid out plus
438300* held, and the amount paid out must equal the ACH file's credit
438400* total.
438500*================================================================
438600 3580-WRITE-DISPOSITION-TOTALS.
438700     MOVE SPACES TO DISPOSITION-REPORT-LINE.
438800     WRITE DISPOSITION-REPORT-LINE.
438900     MOVE "POSTINGS" TO CTL-COUNT-LABEL.
439000     MOVE WS-DISP-POSTED-COUNT TO CTL-COUNT-EDITED.
439100     WRITE DISPOSITION-REPORT-LINE FROM CTL-COUNT-LINE.
439200     MOVE "INTEREST POSTED" TO CTL-AMOUNT-LABEL.
439300     MOVE WS-DISP-POSTED-AMOUNT TO CTL-AMOUNT-EDITED.
439400     WRITE DISPOSITION-REPORT-LINE FROM CTL-AMOUNT-LINE.
439500     MOVE "CAPITALIZED" TO CTL-COUNT-LABEL.
439600     MOVE WS-DISP-CAPITAL-COUNT TO CTL-COUNT-EDITED.
439700     WRITE DISPOSITION-REPORT-LINE FROM CTL-COUNT-LINE.
439800     MOVE "CAPITALIZED INTEREST" TO CTL-AMOUNT-LABEL.
439900     MOVE WS-DISP-CAPITAL-AMOUNT TO CTL-AMOUNT-EDITED.
440000     WRITE DISPOSITION-REPORT-LINE FROM CTL-AMOUNT-LINE.
440100     MOVE "PAID OUT BY ACH" TO CTL-COUNT-LABEL.
440200     MOVE WS-DISP-PAID-COUNT TO CTL-COUNT-EDITED.
440300     WRITE DISPOSITION-REPORT-LINE FROM CTL-COUNT-LINE.
440400     MOVE "PAID OUT INTEREST" TO CTL-AMOUNT-LABEL.
440500     MOVE WS-DISP-PAID-AMOUNT TO CTL-AMOUNT-EDITED.
440600     WRITE DISPOSITION-REPORT-LINE FROM CTL-AMOUNT-LINE.
440700     MOVE "HELD" TO CTL-COUNT-LABEL.
440800     MOVE WS-DISP-HELD-COUNT TO CTL-COUNT-EDITED.
440900     WRITE DISPOSITION-REPORT-LINE FROM CTL-COUNT-LINE.
441000     MOVE "HELD INTEREST" TO CTL-AMOUNT-LABEL.
441100     MOVE WS-DISP-HELD-AMOUNT TO CTL-AMOUNT-EDITED.
441200     WRITE DISPOSITION-REPORT-LINE FROM CTL-AMOUNT-LINE.
441300     MOVE "ACH ENTRIES" TO CTL-COUNT-LABEL.
441400     MOVE WS-ACH-ENTRY-COUNT TO CTL-COUNT-EDITED.
441500     WRITE DISPOSITION-REPORT-LINE FROM CTL-COUNT-LINE.
441600     MOVE "ACH FILE CREDIT TOTAL" TO CTL-AMOUNT-LABEL.
441700     MOVE WS-ACH-CREDIT-TOTAL TO CTL-AMOUNT-EDITED.
441800     WRITE DISPOSITION-REPORT-LINE FROM CTL-AMOUNT-LINE.
441900     MOVE SPACES TO DISPOSITION-REPORT-LINE.
442000     WRITE DISPOSITION-REPORT-LINE.
442100     COMPUTE WS-DISP-ACCOUNTED-AMOUNT = WS-DISP-CAPITAL-AMOUNT
442200         + WS-DISP-PAID-AMOUNT + WS-DISP-HELD-AMOUNT.
442300     IF WS-DISP-ACCOUNTED-AMOUNT = WS-DISP-POSTED-AMOUNT
442400         AND WS-DISP-PAID-AMOUNT = WS-ACH-CREDIT-TOTAL
442500         MOVE "DISPOSITION TIES TO INTEREST POSTED"
442600             TO DISPOSITION-REPORT-LINE
442700     ELSE
442800         MOVE "** DISPOSITION DOES NOT TIE TO INTEREST POSTED **"
442900             TO DISPOSITION-REPORT-LINE
443000         DISPLAY "** INTEREST DISPOSITION OUT OF BALANCE - "
443100             "see DISPRPT. **"
443200     END-IF.
443300     WRITE DISPOSITION-REPORT-LINE.
443400
443500 3580-EXIT.
443600     EXIT.
443700
443800*================================================================
443900* 4210-REQUEST-CORRECTION  --  the requesting operator's side:
444000* find the posting, refuse one already reversed or already
444100* waiting on the queue, take the reason and the corrected terms,
444200* and queue it. Nothing is written to the log or the GL extract.
444300*================================================================
444400 4210-REQUEST-CORRECTION.
444500     DISPLAY "Account id to reverse: ".
444600     ACCEPT WS-CORR-ACCOUNT-ID.
444700     DISPLAY "Original run date (YYYYMMDD): ".
444800     ACCEPT WS-CORR-RUN-DATE.
444900     PERFORM 4250-FIND-ORIGINAL-LOG THRU 4250-EXIT.
445000     IF WS-ORIG-NOT-FOUND
445100         DISPLAY "No posting found for " WS-CORR-ACCOUNT-ID
445200             " on " WS-CORR-RUN-DATE
445300     ELSE
445400         IF WS-ALREADY-REVERSED
445500             DISPLAY "That posting was already reversed - "
445600                 "nothing queued."
445700         ELSE
445800             PERFORM 4240-CHECK-ALREADY-PENDING THRU 4240-EXIT
445900             IF WS-CORR-ALREADY-PENDING
446000                 DISPLAY "A correction of that posting is "
446050                     "already "
446100                     "awaiting approval - nothing queued."
446200             ELSE
446300                 PERFORM 4270-FIND-ORIGINAL-GL THRU 4270-EXIT
446400                 DISPLAY "Posting found for " WS-CORR-ACCOUNT-ID
446500                     " on " WS-CORR-RUN-DATE
446600                     " interest " WS-ORIG-INTEREST
446700                     " total " WS-ORIG-TOTAL
446800                 PERFORM 4212-GET-CORRECTION-DETAILS
446850                     THRU 4212-EXIT
446900                 IF WS-DATA-VALID
447000                     PERFORM 4218-QUEUE-CORRECTION THRU 4218-EXIT
447100                 END-IF
447200             END-IF
447300         END-IF
447400     END-IF.
447500
447600 4210-EXIT.
447700     EXIT.
447800
447900 4212-GET-CORRECTION-DETAILS.
448000     SET WS-DATA-VALID TO TRUE.
448100     DISPLAY "Reason for the correction: ".
448200     ACCEPT WS-CORR-REASON.
448300     IF WS-CORR-REASON = SPACES
448400         SET WS-DATA-INVALID TO TRUE
448500         DISPLAY "A reason is required - nothing queued."
448600     ELSE
448700         DISPLAY "Repost the account with corrected terms? "
448800             "(Y/N): "
448900         ACCEPT WS-REPOST-SWITCH
449000         IF WS-REPOST-REQUESTED
449100             PERFORM 4215-GET-CORRECTED-TERMS THRU 4215-EXIT
449200         END-IF
449300     END-IF.
449400
449500 4212-EXIT.
449600     EXIT.
449700
449800*================================================================
449900* 4215-GET-CORRECTED-TERMS  --  the repost terms, keyed the way
450000* the interactive path takes them, for the same account. A rate
450100* looked up from the table is the one in force on the original
450200* posting date. The terms are edited and the corrected interest
450300* worked out now, so the requester sees a bad entry at once and
450400* the approver sees what the repost will book.
450500*================================================================
450600 4215-GET-CORRECTED-TERMS.
450700     MOVE WS-CORR-ACCOUNT-ID TO WS-ACCOUNT-ID.
450800     DISPLAY "Enter the corrected terms for " WS-CORR-ACCOUNT-ID.
450900     DISPLAY "GL code (blank for " WS-ORIG-GL-CODE "): ".
451000     ACCEPT WS-GL-CODE.
451100     IF WS-GL-CODE = SPACES
451200         MOVE WS-ORIG-GL-CODE TO WS-GL-CODE
451300     END-IF.
451400     DISPLAY "Please enter the amount of principle: ".
451500     ACCEPT principle.
451600     DISPLAY "Enter product/tier code to look up the rate ".
451700     DISPLAY "(blank to enter the rate manually): ".
451800     ACCEPT WS-PRODUCT-TIER.
451900     SET WS-RATE-NOT-FOUND TO TRUE.
452000     MOVE principle TO WS-LOOKUP-PRINCIPAL.
452100     MOVE WS-CORR-RUN-DATE TO WS-LOOKUP-DATE.
452200     IF WS-PRODUCT-TIER NOT = SPACES
452300         PERFORM 2700-LOOKUP-RATE-FROM-TABLE THRU 2700-EXIT
452400     END-IF.
452500     IF WS-RATE-FOUND
452600         MOVE WS-LOOKED-UP-APR TO apr
452700         DISPLAY "Using table rate: " apr
452800     ELSE
452900         DISPLAY "What is your interest rate? "
453000         ACCEPT apr
453100     END-IF.
453200     DISPLAY "Day-count basis (A=actual/365, T=30/360, "
453300         "blank=whole years): ".
453400     ACCEPT WS-DAY-COUNT-BASIS.
453500     IF WS-BASIS-ACTUAL-365 OR WS-BASIS-30-360
453600         DISPLAY "Open date (YYYYMMDD): "
453700         ACCEPT WS-OPEN-DATE
453800         DISPLAY "Maturity date (YYYYMMDD): "
453900         ACCEPT WS-MATURITY-DATE
454000         MOVE ZERO TO period
454100     ELSE
454200         MOVE SPACE TO WS-DAY-COUNT-BASIS
454300         MOVE ZERO TO WS-OPEN-DATE
454400         MOVE ZERO TO WS-MATURITY-DATE
454500         DISPLAY "How long will you keep this investment "
454600             "in years? "
454700         ACCEPT period
454800     END-IF.
454900     DISPLAY "Simple or compound interest? (S/C): ".
455000     ACCEPT WS-CALC-MODE.
455100     IF WS-CALC-COMPOUND
455200         DISPLAY "How many times per year does it compound "
455300             "(1=annually 4=quarterly 12=monthly)? "
455400         ACCEPT WS-COMPOUND-FREQ
455500     ELSE
455600         MOVE 1 TO WS-COMPOUND-FREQ
455700     END-IF.
455800     MOVE "N" TO WS-PRINT-SCHEDULE-SWITCH.
455900     PERFORM 4600-DERIVE-TERM THRU 4600-EXIT.
456000     PERFORM 4500-VALIDATE-ACCOUNT-DATA THRU 4500-EXIT.
456100     IF WS-DATA-VALID
456200         PERFORM 4236-COMPUTE-CORRECTED-INTEREST THRU 4236-EXIT
456300         DISPLAY "Corrected interest $" interest
456400             " end balance $" total
456500     ELSE
456600         DISPLAY "Corrected terms rejected - nothing queued."
456700     END-IF.
456800
456900 4215-EXIT.
457000     EXIT.
457100
457200*================================================================
457300* 4218-QUEUE-CORRECTION  --  append the request to the pending
457400* file, stamped with the requesting operator and the date and
457500* time it was keyed.
457600*================================================================
457700 4218-QUEUE-CORRECTION.
457800     MOVE SPACES TO CORRECTION-RECORD.
457900     MOVE WS-CORR-ACCOUNT-ID TO CORR-ACCOUNT-ID.
458000     MOVE WS-CORR-RUN-DATE TO CORR-ORIGINAL-DATE.
458100     MOVE WS-OPERATOR-ID TO CORR-REQUESTED-BY.
458200     ACCEPT CORR-REQUEST-DATE FROM DATE YYYYMMDD.
458300     ACCEPT WS-TIME-RAW FROM TIME.
458400     MOVE WS-TIME-HHMMSS TO CORR-REQUEST-TIME.
458500     MOVE WS-CORR-REASON TO CORR-REASON.
458600     MOVE WS-ORIG-PRINCIPAL TO CORR-ORIG-PRINCIPAL.
458700     MOVE WS-ORIG-APR TO CORR-ORIG-APR.
458800     MOVE WS-ORIG-PERIOD TO CORR-ORIG-PERIOD.
458900     MOVE WS-ORIG-INTEREST TO CORR-ORIG-INTEREST.
459000     MOVE WS-ORIG-TOTAL TO CORR-ORIG-TOTAL.
459100     MOVE WS-ORIG-GL-CODE TO CORR-ORIG-GL-CODE.
459200     MOVE WS-ORIG-OFFSET-CODE TO CORR-ORIG-OFFSET-CODE.
459300     IF WS-REPOST-REQUESTED
459400         MOVE "Y" TO CORR-REPOST-FLAG
459500         MOVE WS-GL-CODE TO CORR-NEW-GL-CODE
459600         MOVE WS-PRODUCT-TIER TO CORR-NEW-PRODUCT-TIER
459700         MOVE principle TO CORR-NEW-PRINCIPAL
459800         MOVE apr TO CORR-NEW-APR
459900         MOVE WS-DAY-COUNT-BASIS TO CORR-NEW-DAY-BASIS
460000         MOVE WS-OPEN-DATE TO CORR-NEW-OPEN-DATE
460100         MOVE WS-MATURITY-DATE TO CORR-NEW-MATURITY-DATE
460200         MOVE period TO CORR-NEW-PERIOD
460300         MOVE WS-CALC-MODE TO CORR-NEW-CALC-MODE
460400         MOVE WS-COMPOUND-FREQ TO CORR-NEW-COMPOUND-FREQ
460500         MOVE interest TO CORR-NEW-INTEREST
460600     ELSE
460700         MOVE "N" TO CORR-REPOST-FLAG
460800         MOVE ZERO TO CORR-NEW-PRINCIPAL
460900         MOVE ZERO TO CORR-NEW-APR
461000         MOVE ZERO TO CORR-NEW-OPEN-DATE
461100         MOVE ZERO TO CORR-NEW-MATURITY-DATE
461200         MOVE ZERO TO CORR-NEW-PERIOD
461300         MOVE ZERO TO CORR-NEW-COMPOUND-FREQ
461400         MOVE ZERO TO CORR-NEW-INTEREST
461500     END-IF.
461600     SET CORR-PENDING TO TRUE.
461700     MOVE ZERO TO CORR-DECIDED-DATE.
461800     MOVE ZERO TO CORR-DECIDED-TIME.
461900     OPEN EXTEND CORRECTION-PENDING-FILE.
462000     IF WS-CORR-PEND-NOT-FOUND
462100         OPEN OUTPUT CORRECTION-PENDING-FILE
462200     END-IF.
462300     WRITE CORRECTION-PENDING-RECORD FROM CORRECTION-RECORD.
462400     CLOSE CORRECTION-PENDING-FILE.
462500     DISPLAY "Correction queued - a second operator must approve "
462600         "it before anything is posted.".
462700
462800 4218-EXIT.
462900     EXIT.
463000
463100*================================================================
463200* 4220-LIST-PENDING  --  every correction on the queue.
463300*================================================================
463400 4220-LIST-PENDING.
463500     MOVE ZERO TO WS-CORR-LISTED-COUNT.
463600     MOVE "N" TO WS-CORR-PEND-EOF-SWITCH.
463700     OPEN INPUT CORRECTION-PENDING-FILE.
463800     IF WS-CORR-PEND-FOUND
463900         PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT
464000         PERFORM 4222-LIST-ONE-PENDING THRU 4222-EXIT
464100             UNTIL WS-CORR-PEND-EOF
464200         CLOSE CORRECTION-PENDING-FILE
464300     END-IF.
464400     IF WS-CORR-LISTED-COUNT = ZERO
464500         DISPLAY "No corrections awaiting approval."
464600     END-IF.
464700
464800 4220-EXIT.
464900     EXIT.
465000
465100 4222-LIST-ONE-PENDING.
465200     ADD 1 TO WS-CORR-LISTED-COUNT.
465300     PERFORM 4225-SHOW-PENDING-ITEM THRU 4225-EXIT.
465400     PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT.
465500
465600 4222-EXIT.
465700     EXIT.
465800
465900 4225-SHOW-PENDING-ITEM.
466000     DISPLAY " ".
466100     DISPLAY "Account " CORR-ACCOUNT-ID " posting of "
466200         CORR-ORIGINAL-DATE " interest " CORR-ORIG-INTEREST
466300         " total " CORR-ORIG-TOTAL.
466400     DISPLAY "  Requested by " CORR-REQUESTED-BY " on "
466500         CORR-REQUEST-DATE ": " CORR-REASON.
466600     IF CORR-REPOST
466700         DISPLAY "  Repost at principle " CORR-NEW-PRINCIPAL
466800             " rate " CORR-NEW-APR " GL " CORR-NEW-GL-CODE
466900             " - corrected interest " CORR-NEW-INTEREST
467000     ELSE
467100         DISPLAY "  Reverse only - no repost."
467200     END-IF.
467300
467400 4225-EXIT.
467500     EXIT.
467600
467700*================================================================
467800* 4230-REVIEW-PENDING  --  the approving operator's side: each
467900* queued item is shown and approved, rejected or left pending.
468000* An item the operator requested cannot be decided by them. A
468100* decided item goes to the approvals log and leaves the queue;
468200* the rest are spooled to the work file and copied back over the
468300* pending file when the pass is done.
468400*================================================================
468500 4230-REVIEW-PENDING.
468600     MOVE "N" TO WS-CORR-PEND-EOF-SWITCH.
468700     OPEN INPUT CORRECTION-PENDING-FILE.
468800     IF NOT WS-CORR-PEND-FOUND
468900         DISPLAY "No corrections awaiting approval."
469000     ELSE
469100         OPEN OUTPUT CORRECTION-WORK-FILE
469200         OPEN EXTEND CORRECTION-LOG-FILE
469300         IF WS-CORR-LOG-NOT-FOUND
469400             OPEN OUTPUT CORRECTION-LOG-FILE
469500         END-IF
469600         PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT
469700         PERFORM 4232-REVIEW-ONE-PENDING THRU 4232-EXIT
469800             UNTIL WS-CORR-PEND-EOF
469900         CLOSE CORRECTION-PENDING-FILE
470000         CLOSE CORRECTION-WORK-FILE
470100         CLOSE CORRECTION-LOG-FILE
470200         PERFORM 4247-REWRITE-PENDING-FILE THRU 4247-EXIT
470300         DISPLAY "Corrections approved " WS-CORR-APPROVED-COUNT
470400             " rejected " WS-CORR-REJECTED-COUNT
470500             " left pending " WS-CORR-HELD-COUNT
470600     END-IF.
470700
470800 4230-EXIT.
470900     EXIT.
471000
471100 4232-REVIEW-ONE-PENDING.
471200     PERFORM 4225-SHOW-PENDING-ITEM THRU 4225-EXIT.
471300     IF CORR-REQUESTED-BY = WS-OPERATOR-ID
471400         DISPLAY "  You requested this correction - it needs a "
471500             "second operator."
471600         PERFORM 4239-HOLD-PENDING THRU 4239-EXIT
471700     ELSE
471800         DISPLAY "  (A)pprove, (R)eject, or leave (P)ending: "
471900         ACCEPT WS-CORR-DECISION
472000         IF WS-CORR-APPROVE
472100             PERFORM 4235-APPLY-CORRECTION THRU 4235-EXIT
472200         ELSE
472300             IF WS-CORR-REJECT
472400                 DISPLAY "  Reason for rejecting: "
472500                 ACCEPT WS-CORR-NOTE
472600                 SET CORR-REJECTED TO TRUE
472700                 MOVE WS-CORR-NOTE TO CORR-DECISION-NOTE
472800                 PERFORM 4238-LOG-DECISION THRU 4238-EXIT
472900             ELSE
473000                 PERFORM 4239-HOLD-PENDING THRU 4239-EXIT
473100             END-IF
473200         END-IF
473300     END-IF.
473400     PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT.
473500
473600 4232-EXIT.
473700     EXIT.
473800
473900*================================================================
474000* 4235-APPLY-CORRECTION  --  an approved item is posted only if
474100* the original posting is still on the log exactly as it was
474200* keyed and still unreversed; otherwise it is rejected for the
474300* requester to key again. The reversal carries the GL codes the
474400* request recorded, then the corrected terms are reposted.
474500*================================================================
474600 4235-APPLY-CORRECTION.
474700     MOVE CORR-ACCOUNT-ID TO WS-CORR-ACCOUNT-ID.
474800     MOVE CORR-ORIGINAL-DATE TO WS-CORR-RUN-DATE.
474900     PERFORM 4250-FIND-ORIGINAL-LOG THRU 4250-EXIT.
475000     IF WS-ORIG-NOT-FOUND OR WS-ALREADY-REVERSED
475100         OR WS-ORIG-INTEREST NOT = CORR-ORIG-INTEREST
475200         OR WS-ORIG-TOTAL NOT = CORR-ORIG-TOTAL
475300         DISPLAY "  The posting has changed since the correction "
475400             "was keyed - rejected, nothing written."
475500         SET CORR-REJECTED TO TRUE
475600         MOVE "POSTING CHANGED SINCE REQUEST"
475700             TO CORR-DECISION-NOTE
475800     ELSE
475900         MOVE CORR-ORIG-GL-CODE TO WS-ORIG-GL-CODE
476000         MOVE CORR-ORIG-OFFSET-CODE TO WS-ORIG-OFFSET-CODE
476100         PERFORM 6600-WRITE-REVERSAL-RECORDS THRU 6600-EXIT
476200         DISPLAY "  Reversal written for " WS-CORR-ACCOUNT-ID
476300             " original " WS-CORR-RUN-DATE
476400             " interest " WS-ORIG-INTEREST
476500             " total " WS-ORIG-TOTAL
476600         IF CORR-REPOST
476700             PERFORM 4237-REPOST-CORRECTED-TERMS THRU 4237-EXIT
476800         END-IF
476900         SET CORR-APPROVED TO TRUE
477000         MOVE SPACES TO CORR-DECISION-NOTE
477100     END-IF.
477200     PERFORM 4238-LOG-DECISION THRU 4238-EXIT.
477300
477400 4235-EXIT.
477500     EXIT.
477600
477700 4236-COMPUTE-CORRECTED-INTEREST.
477800     PERFORM 4800-COMPUTE-RATE THRU 4800-EXIT.
477900     IF WS-CALC-COMPOUND
478000         PERFORM 5100-COMPUTE-COMPOUND-INTEREST THRU 5100-EXIT
478100     ELSE
478200         PERFORM 5000-COMPUTE-SIMPLE-INTEREST THRU 5000-EXIT
478300     END-IF.
478400
478500 4236-EXIT.
478600     EXIT.
478700
478800*    The terms passed the edits when they were keyed; a failure
478900*    here leaves the reversal standing and the repost to be keyed
479000*    through the interactive path.
479100 4237-REPOST-CORRECTED-TERMS.
479200     MOVE CORR-ACCOUNT-ID TO WS-ACCOUNT-ID.
479300     MOVE CORR-NEW-GL-CODE TO WS-GL-CODE.
479400     MOVE CORR-NEW-PRODUCT-TIER TO WS-PRODUCT-TIER.
479500     MOVE CORR-NEW-PRINCIPAL TO principle.
479600     MOVE CORR-NEW-APR TO apr.
479700     MOVE CORR-NEW-DAY-BASIS TO WS-DAY-COUNT-BASIS.
479800     MOVE CORR-NEW-OPEN-DATE TO WS-OPEN-DATE.
479900     MOVE CORR-NEW-MATURITY-DATE TO WS-MATURITY-DATE.
480000     MOVE CORR-NEW-PERIOD TO period.
480100     MOVE CORR-NEW-CALC-MODE TO WS-CALC-MODE.
480200     MOVE CORR-NEW-COMPOUND-FREQ TO WS-COMPOUND-FREQ.
480300     MOVE "N" TO WS-PRINT-SCHEDULE-SWITCH.
480400     PERFORM 4600-DERIVE-TERM THRU 4600-EXIT.
480500     PERFORM 4500-VALIDATE-ACCOUNT-DATA THRU 4500-EXIT.
480600     IF WS-DATA-VALID
480700         PERFORM 4236-COMPUTE-CORRECTED-INTEREST THRU 4236-EXIT
480800         PERFORM 6000-WRITE-LOG-RECORD THRU 6000-EXIT
480900         PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT
481000         DISPLAY "  Reposted - interest " interest
481100             " total " total
481200     ELSE
481300         DISPLAY "  Corrected terms failed the edits - the "
481400             "reversal stands; repost the account by hand."
481500     END-IF.
481600
481700 4237-EXIT.
481800     EXIT.
481900
482000 4238-LOG-DECISION.
482100     MOVE WS-OPERATOR-ID TO CORR-DECIDED-BY.
482200     ACCEPT CORR-DECIDED-DATE FROM DATE YYYYMMDD.
482300     ACCEPT WS-TIME-RAW FROM TIME.
482400     MOVE WS-TIME-HHMMSS TO CORR-DECIDED-TIME.
482500     WRITE CORRECTION-LOG-RECORD FROM CORRECTION-RECORD.
482600     IF CORR-APPROVED
482700         ADD 1 TO WS-CORR-APPROVED-COUNT
482800     ELSE
482900         ADD 1 TO WS-CORR-REJECTED-COUNT
483000     END-IF.
483100
483200 4238-EXIT.
483300     EXIT.
483400
483500 4239-HOLD-PENDING.
483600     WRITE CORRECTION-WORK-RECORD FROM CORRECTION-RECORD.
483700     ADD 1 TO WS-CORR-HELD-COUNT.
483800
483900 4239-EXIT.
484000     EXIT.
484100
484200*================================================================
484300* 4240-CHECK-ALREADY-PENDING  --  one pass over the queue for a
484400* correction of the same posting.
484500*================================================================
484600 4240-CHECK-ALREADY-PENDING.
484700     MOVE "N" TO WS-CORR-PENDING-SWITCH.
484800     MOVE "N" TO WS-CORR-PEND-EOF-SWITCH.
484900     OPEN INPUT CORRECTION-PENDING-FILE.
485000     IF WS-CORR-PEND-FOUND
485100         PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT
485200         PERFORM 4242-EXAMINE-PENDING-RECORD THRU 4242-EXIT
485300             UNTIL WS-CORR-PEND-EOF
485400         CLOSE CORRECTION-PENDING-FILE
485500     END-IF.
485600
485700 4240-EXIT.
485800     EXIT.
485900
486000 4242-EXAMINE-PENDING-RECORD.
486100     IF CORR-ACCOUNT-ID = WS-CORR-ACCOUNT-ID
486200         AND CORR-ORIGINAL-DATE = WS-CORR-RUN-DATE
486300         SET WS-CORR-ALREADY-PENDING TO TRUE
486400     END-IF.
486500     PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT.
486600
486700 4242-EXIT.
486800     EXIT.
486900
487000 4245-READ-PENDING-RECORD.
487100     READ CORRECTION-PENDING-FILE INTO CORRECTION-RECORD
487200         AT END
487300             SET WS-CORR-PEND-EOF TO TRUE
487400     END-READ.
487500
487600 4245-EXIT.
487700     EXIT.
487800
487900 4247-REWRITE-PENDING-FILE.
488000     MOVE "N" TO WS-CORR-PEND-EOF-SWITCH.
488100     OPEN INPUT CORRECTION-WORK-FILE.
488200     OPEN OUTPUT CORRECTION-PENDING-FILE.
488300     PERFORM 4248-COPY-PENDING-WORK THRU 4248-EXIT
488400         UNTIL WS-CORR-PEND-EOF.
488500     CLOSE CORRECTION-WORK-FILE.
488600     CLOSE CORRECTION-PENDING-FILE.
488700
488800 4247-EXIT.
488900     EXIT.
489000
489100 4248-COPY-PENDING-WORK.
489200     READ CORRECTION-WORK-FILE
489300         AT END
489400             SET WS-CORR-PEND-EOF TO TRUE
489500         NOT AT END
489600             WRITE CORRECTION-PENDING-RECORD
489700                 FROM CORRECTION-WORK-RECORD
489800     END-READ.
489900
490000 4248-EXIT.
490100     EXIT.
490200
490300*================================================================
490400* 4280-WRITE-AGING-REPORT  --  every correction still on the
490500* queue, with the days since it was keyed, and the count and
490600* original interest in each age bucket.
490700*================================================================
490800 4280-WRITE-AGING-REPORT.
490900     INITIALIZE WS-CORR-AGING-TABLE.
491000     MOVE ZERO TO WS-CORR-LISTED-COUNT.
491100     MOVE ZERO TO WS-CORR-AGE-TOTAL.
491200     ACCEPT WS-CORR-TODAY FROM DATE YYYYMMDD.
491300     MOVE WS-CORR-TODAY TO WS-DATE-IN.
491400     PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT.
491500     MOVE WS-DAY-NUMBER TO WS-CORR-TODAY-DAY.
491600     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
491700     MOVE WS-EDITED-DATE TO CAG-HDR-RUN-DATE.
491800     OPEN OUTPUT CORRECTION-AGING-FILE.
491900     WRITE CORRECTION-AGING-LINE FROM CAG-HEADER-LINE.
492000     MOVE SPACES TO CORRECTION-AGING-LINE.
492100     WRITE CORRECTION-AGING-LINE.
492200     WRITE CORRECTION-AGING-LINE FROM CAG-COLUMN-LINE.
492300     MOVE "N" TO WS-CORR-PEND-EOF-SWITCH.
492400     OPEN INPUT CORRECTION-PENDING-FILE.
492500     IF WS-CORR-PEND-FOUND
492600         PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT
492700         PERFORM 4282-AGE-ONE-PENDING THRU 4282-EXIT
492800             UNTIL WS-CORR-PEND-EOF
492900         CLOSE CORRECTION-PENDING-FILE
493000     END-IF.
493100     PERFORM 4285-WRITE-AGING-TOTALS THRU 4285-EXIT.
493200     CLOSE CORRECTION-AGING-FILE.
493300     DISPLAY "Corrections awaiting approval: "
493400         WS-CORR-LISTED-COUNT " - aging written to CORRAGE.".
493500
493600 4280-EXIT.
493700     EXIT.
493800
493900 4282-AGE-ONE-PENDING.
494000     ADD 1 TO WS-CORR-LISTED-COUNT.
494100     MOVE CORR-REQUEST-DATE TO WS-DATE-IN.
494200     PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT.
494300     COMPUTE WS-CORR-DAYS-PENDING =
494400         WS-CORR-TODAY-DAY - WS-DAY-NUMBER.
494500     IF WS-CORR-DAYS-PENDING < 3
494600         MOVE 1 TO WS-CORR-AGE-IDX
494700     ELSE
494800         IF WS-CORR-DAYS-PENDING < 8
494900             MOVE 2 TO WS-CORR-AGE-IDX
495000         ELSE
495100             IF WS-CORR-DAYS-PENDING < 31
495200                 MOVE 3 TO WS-CORR-AGE-IDX
495300             ELSE
495400                 MOVE 4 TO WS-CORR-AGE-IDX
495500             END-IF
495600         END-IF
495700     END-IF.
495800     ADD 1 TO WS-CORR-AGE-COUNT(WS-CORR-AGE-IDX).
495900     ADD CORR-ORIG-INTEREST
495950         TO WS-CORR-AGE-AMOUNT(WS-CORR-AGE-IDX).
496000     ADD CORR-ORIG-INTEREST TO WS-CORR-AGE-TOTAL.
496100     MOVE SPACES TO CAG-DETAIL-LINE.
496200     MOVE CORR-ACCOUNT-ID TO CAG-DET-ACCOUNT-ID.
496300     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
496400     MOVE WS-EDITED-DATE TO CAG-DET-REQUEST-DATE.
496500     MOVE CORR-ORIGINAL-DATE TO WS-DATE-IN.
496600     PERFORM 7300-FORMAT-DATE THRU 7300-EXIT.
496700     MOVE WS-EDITED-DATE TO CAG-DET-ORIG-DATE.
496800     MOVE CORR-REQUESTED-BY TO CAG-DET-REQUESTED-BY.
496900     MOVE WS-CORR-DAYS-PENDING TO CAG-DET-DAYS.
497000     MOVE CORR-ORIG-INTEREST TO CAG-DET-INTEREST.
497100     IF CORR-REPOST
497200         MOVE CORR-NEW-INTEREST TO CAG-DET-NEW-INTEREST
497300     ELSE
497400         MOVE ZERO TO CAG-DET-NEW-INTEREST
497500     END-IF.
497600     MOVE CORR-REASON TO CAG-DET-REASON.
497700     WRITE CORRECTION-AGING-LINE FROM CAG-DETAIL-LINE.
497800     PERFORM 4245-READ-PENDING-RECORD THRU 4245-EXIT.
497900
498000 4282-EXIT.
498100     EXIT.
498200
498300 4285-WRITE-AGING-TOTALS.
498400     MOVE SPACES TO CORRECTION-AGING-LINE.
498500     WRITE CORRECTION-AGING-LINE.
498600     IF WS-CORR-LISTED-COUNT = ZERO
498700         MOVE "NO CORRECTIONS AWAITING APPROVAL"
498800             TO CORRECTION-AGING-LINE
498900         WRITE CORRECTION-AGING-LINE
499000     ELSE
499100         PERFORM 4287-WRITE-AGING-BUCKET THRU 4287-EXIT
499200             VARYING WS-CORR-AGE-IDX FROM 1 BY 1
499300             UNTIL WS-CORR-AGE-IDX > 4
499400         MOVE "TOTAL PENDING" TO CAG-BKT-LABEL
499500         MOVE WS-CORR-LISTED-COUNT TO CAG-BKT-COUNT
499600         MOVE WS-CORR-AGE-TOTAL TO CAG-BKT-AMOUNT
499700         WRITE CORRECTION-AGING-LINE FROM CAG-BUCKET-LINE
499800     END-IF.
499900
500000 4285-EXIT.
500100     EXIT.
500200
500300 4287-WRITE-AGING-BUCKET.
500400     MOVE WS-CORR-AGE-LABEL(WS-CORR-AGE-IDX) TO CAG-BKT-LABEL.
500500     MOVE WS-CORR-AGE-COUNT(WS-CORR-AGE-IDX) TO CAG-BKT-COUNT.
500600     MOVE WS-CORR-AGE-AMOUNT(WS-CORR-AGE-IDX) TO CAG-BKT-AMOUNT.
500700     WRITE CORRECTION-AGING-LINE FROM CAG-BUCKET-LINE.
500800
500900 4287-EXIT.
501000     EXIT.
501100
501200*================================================================
501300* 9400-APPEND-RUN-HISTORY  --  one run-history record, opened,
501400* written and closed in place so it is on disk the moment the
501500* paragraph returns. The start record carries zero counts; the
501600* completion record carries the run's control counts (the daily
501700* accrual reports its own accrued/skipped counts, which have no
501800* posting leg) and flags a batch restart by the checkpoint-skip
501900* count.
502000*================================================================
502100 9400-APPEND-RUN-HISTORY.
502200     OPEN EXTEND RUN-HISTORY-FILE.
502300     IF WS-HIST-FILE-NOT-FOUND
502400         OPEN OUTPUT RUN-HISTORY-FILE
502500     END-IF.
502600     ACCEPT WS-TIME-RAW FROM TIME.
502700     MOVE SPACES TO RUN-HISTORY-RECORD.
502800     MOVE WS-HIST-STATUS-CODE TO HIST-STATUS.
502900     MOVE WS-RUN-MODE TO HIST-RUN-MODE.
503000     MOVE WS-RUN-DATE TO HIST-AS-OF-DATE.
503100     ACCEPT HIST-STAMP-DATE FROM DATE YYYYMMDD.
503200     MOVE WS-TIME-HHMMSS TO HIST-STAMP-TIME.
503300     IF WS-HIST-COMPLETE
503400         MOVE WS-CTL-RECORDS-READ TO HIST-READ
503500         IF WS-MODE-DAILY
503600             MOVE WS-ACCRUED-COUNT TO HIST-POSTED
503700             MOVE WS-ACCR-SKIP-COUNT TO HIST-SKIPPED
503800             MOVE ZERO TO HIST-REJECTED
503900         ELSE
504000             MOVE WS-CTL-RECORDS-POSTED TO HIST-POSTED
504100             MOVE WS-CTL-RECORDS-REJECTED TO HIST-REJECTED
504200             MOVE WS-CTL-RECORDS-SKIPPED TO HIST-SKIPPED
504300         END-IF
504400         IF WS-CTL-RECORDS-SKIPPED > ZERO
504500             MOVE "Y" TO HIST-RESTART-FLAG
504600         ELSE
504700             MOVE "N" TO HIST-RESTART-FLAG
504800         END-IF
504900     ELSE
505000         MOVE ZERO TO HIST-READ
505100         MOVE ZERO TO HIST-POSTED
505200         MOVE ZERO TO HIST-REJECTED
505300         MOVE ZERO TO HIST-SKIPPED
505400         MOVE "N" TO HIST-RESTART-FLAG
505500     END-IF.
505600     WRITE RUN-HISTORY-RECORD.
505700     CLOSE RUN-HISTORY-FILE.
505800
505900 9400-EXIT.
506000     EXIT.
506100
506200*================================================================
506300* 9999-TERMINATE  --  the return code an unattended schedule
506320* tests: 8 when the mode could not run or the GL extract is out
506340* of balance, 4 when records went to suspense, else zero. The
506360* run ends with GOBACK so the nightly driver can CALL it.
506400*================================================================
506500 9999-TERMINATE.
506600     SET WS-HIST-COMPLETE TO TRUE.
506700     PERFORM 9400-APPEND-RUN-HISTORY THRU 9400-EXIT.
506800     PERFORM 8500-PROVE-GL-BALANCE THRU 8500-EXIT.
506900     CLOSE TRANSACTION-LOG-FILE.
507000     CLOSE GL-EXTRACT-FILE.
507100     IF WS-ACCR-JRNL-OPEN
507200         CLOSE ACCRUAL-JOURNAL-FILE
507300     END-IF.
507309     IF WS-RUN-FAILED
507318         OR WS-CTL-GL-DEBITS NOT = WS-CTL-GL-CREDITS
507327         MOVE 8 TO RETURN-CODE
507336     ELSE
507345         IF WS-CTL-RECORDS-REJECTED > ZERO
507354             MOVE 4 TO RETURN-CODE
507363         ELSE
507372             MOVE ZERO TO RETURN-CODE
507381         END-IF
507390     END-IF.
507400     GOBACK.
507500
507600 9999-EXIT.
507700     EXIT.
