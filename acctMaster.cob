000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
000950* DATE       INIT  DESCRIPTION
000960* 10/15/2026 JH    A matured account awaiting payout can no
000970*                  longer be reopened or made dormant; only the
000980*                  payout or a close settles it.
001001* 10/15/2026 JH    Accounts carry a month-end interest disposition
001002*                  (capitalize, pay out by ACH, or hold) and the
001003*                  payee routing number, account and account type
001004*                  a payout goes to, taken on add, changeable and
001005*                  audited, and shown on inquiry. A payout account
001006*                  must have a routing number whose check digit
001007*                  proves and an account number.
001008* 10/15/2026 JH    Maintenance refused if ACCTAUDT cannot open.
001009* 10/15/2026 JH    An early-withdrawal penalty posted by a payoff
001018*                  is shown on the statement and inquiry as a
001027*                  penalty and taken off the net interest, not
001036*                  added to it.
001046* 10/15/2026 JH    Accounts carry a renewal instruction for the
001047*                  maturity run (renew or pay out), taken on add,
001048*                  changeable and audited like any other field,
001049*                  and shown on inquiry with the matured status.
001050* 10/15/2026 JH    Added account maintenance: (A)dd, (C)hange
001055*                  and (X) close on the master, with the same
001060*                  edits the posting program applies before it
001065*                  will calculate an account, so a bad record is
001070*                  refused at the keyboard. Accounts now carry a
001075*                  status (open, dormant, closed); a close keeps
001080*                  the record on file for inquiry and reprints.
001085*                  Every add, change and close is written to the
001090*                  ACCTAUDT audit file with the operator id, the
001095*                  field, its old and new values and the time.
001100* 09/02/2026 JH    Added a statement reprint: given an account
001200*                  id and a date range, the account's postings
001300*                  are pulled from the transaction log
004500     SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STMT-FILE-STATUS.
004720     SELECT ACCOUNT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
004740         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ACCOUNT-IN-FILE
005200     RECORDING MODE IS F.
005300 01  ACCOUNT-IN-RECORD           PIC X(117).
005400
005500 FD  ACCOUNT-MASTER-FILE.
005600     COPY ACCTREC.
007900 FD  STATEMENT-FILE
008000     RECORDING MODE IS F.
008100 01  STATEMENT-LINE              PIC X(80).
008105
008110 FD  ACCOUNT-AUDIT-FILE
008115     RECORDING MODE IS F.
008120 01  ACCOUNT-AUDIT-RECORD.
008125     05  AUD-USER-ID             PIC X(08).
008130     05  FILLER                  PIC X(01).
008135     05  AUD-DATE                PIC 9(08).
008140     05  FILLER                  PIC X(01).
008145     05  AUD-TIME                PIC 9(06).
008150     05  FILLER                  PIC X(01).
008155     05  AUD-ACTION              PIC X(07).
008160     05  FILLER                  PIC X(01).
008165     05  AUD-ACCOUNT-ID          PIC X(10).
008170     05  FILLER                  PIC X(01).
008175     05  AUD-FIELD-NAME          PIC X(16).
008180     05  FILLER                  PIC X(01).
008185     05  AUD-OLD-VALUE           PIC X(30).
008190     05  FILLER                  PIC X(01).
008195     05  AUD-NEW-VALUE           PIC X(30).
008200
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
009100     88  WS-MASTER-OK            VALUE "00".
009200     88  WS-MASTER-DUP-KEY       VALUE "22".
009300     88  WS-MASTER-NOT-FOUND     VALUE "23".
009350     88  WS-MASTER-NO-FILE       VALUE "35".
009400
009500 01  WS-LOG-FILE-STATUS          PIC X(02).
009600     88  WS-LOG-FILE-FOUND       VALUE "00".
010500     88  WS-QUIT-REQUESTED       VALUE "Y".
010600
010700 01  WS-COMMAND                  PIC X(01).
010702
010704*----------------------------------------------------------------
010707* ACCOUNT MAINTENANCE WORK AREAS  --  the operator and time for
010710* the audit trail, the edit limits (the same apr range the
010713* posting program enforces, so an account that passes here
010716* cannot reject there), and the before image of a record under
010719* change so a failed edit puts the record back as it was.
010722*----------------------------------------------------------------
010725 01  WS-AUDIT-FILE-STATUS        PIC X(02).
010728     88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
010729     88  WS-AUDIT-FILE-OK        VALUE "00".
010730
010731 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE "N".
010732     88  WS-AUDIT-OPEN           VALUE "Y".
010733
010734 01  WS-USER-ID                  PIC X(08).
010737 01  WS-TIME-RAW                 PIC 9(08).
010740 01  WS-TIME-RAW-X REDEFINES WS-TIME-RAW.
010743     05  WS-TIME-HHMMSS          PIC 9(06).
010746     05  FILLER                  PIC 9(02).
010749
010752 01  WS-MINIMUM-APR              PIC 99V99 VALUE 00.01.
010755 01  WS-MAXIMUM-APR              PIC 99V99 VALUE 25.00.
010758
010761 01  WS-EDIT-OK-SWITCH           PIC X(01).
010764     88  WS-EDIT-OK              VALUE "Y".
010767     88  WS-EDIT-FAILED          VALUE "N".
010770
010773 01  WS-DATE-OK-SWITCH           PIC X(01).
010776     88  WS-DATE-OK              VALUE "Y".
010779     88  WS-DATE-BAD             VALUE "N".
010782
010785 01  WS-CHANGE-DONE-SWITCH       PIC X(01).
010788     88  WS-CHANGE-DONE          VALUE "Y".
010791
010794 01  WS-FIELD-CODE               PIC X(01).
010797 01  WS-CONFIRM                  PIC X(01).
010800 01  WS-SAVED-ACCOUNT            PIC X(117).
010803
010806 01  WS-AUD-ACTION               PIC X(07).
010809 01  WS-AUD-FIELD-NAME           PIC X(16).
010812 01  WS-AUD-OLD-VALUE            PIC X(30).
010815 01  WS-AUD-NEW-VALUE            PIC X(30).
010818 01  WS-AUD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
010821 01  WS-AUD-APR                  PIC Z9.99.
010824
010827 01  WS-DAYS-IN-MONTH            PIC 9(02).
010830 01  WS-LEAP-REMAINDER           PIC 9(04).
010833 01  WS-LEAP-QUOTIENT            PIC 9(04).
010836
010839*    The payee routing number is proved by its check digit: the
010842*    nine digits weighted 3, 7, 1 in turn must sum to a multiple
010845*    of ten.
010848 01  WS-ROUTING-CHECK            PIC X(09).
010851 01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-CHECK.
010854     05  WS-RTN-D1               PIC 9(01).
010857     05  WS-RTN-D2               PIC 9(01).
010860     05  WS-RTN-D3               PIC 9(01).
010863     05  WS-RTN-D4               PIC 9(01).
010866     05  WS-RTN-D5               PIC 9(01).
010869     05  WS-RTN-D6               PIC 9(01).
010872     05  WS-RTN-D7               PIC 9(01).
010875     05  WS-RTN-D8               PIC 9(01).
010878     05  WS-RTN-D9               PIC 9(01).
010881 01  WS-RTN-SUM                  PIC 9(04).
010884 01  WS-RTN-QUOTIENT             PIC 9(04).
010887 01  WS-RTN-REMAINDER            PIC 9(02).
010890
010900*----------------------------------------------------------------
011000* LOAD COUNTS
011100*----------------------------------------------------------------
023300* 0000-MAINLINE
023400*================================================================
023500 0000-MAINLINE.
023550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
023700         UNTIL WS-QUIT-REQUESTED.
023800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
024000 0000-EXIT.
024100     EXIT.
024200
024205*================================================================
024210* 1000-INITIALIZE  --  identify the operator for the audit
024215* trail and open the audit file. Without an audit trail the
024217* master can still be loaded and read, but not maintained.
024220*================================================================
024225 1000-INITIALIZE.
024230     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
024235     DISPLAY "Enter your operator id: ".
024240     ACCEPT WS-USER-ID.
024245     OPEN EXTEND ACCOUNT-AUDIT-FILE.
024250     IF WS-AUDIT-FILE-NOT-FOUND
024255         OPEN OUTPUT ACCOUNT-AUDIT-FILE
024260     END-IF.
024261     IF WS-AUDIT-FILE-OK
024262         SET WS-AUDIT-OPEN TO TRUE
024263     END-IF.
024265
024270 1000-EXIT.
024275     EXIT.
024280
024300*================================================================
024400* 2000-PROCESS-COMMAND  --  one prompt/action cycle.
024500*================================================================
024600 2000-PROCESS-COMMAND.
024700     DISPLAY " ".
024800     DISPLAY "(L)oad master from ACCTIN, (I)nquiry, "
024850         "(A)dd, (C)hange, (X) close account, "
024900         "(R)eprint statement or (Q)uit? ".
025000     ACCEPT WS-COMMAND.
025100     EVALUATE WS-COMMAND
025500         WHEN "I"
025600         WHEN "i"
025700             PERFORM 4000-INQUIRY THRU 4000-EXIT
025710         WHEN "A"
025720         WHEN "a"
025730             IF WS-AUDIT-OPEN
025732                 PERFORM 6000-ADD-ACCOUNT THRU 6000-EXIT
025734             ELSE
025736                 PERFORM 2100-REFUSE-MAINTENANCE THRU 2100-EXIT
025738             END-IF
025740         WHEN "C"
025750         WHEN "c"
025760             IF WS-AUDIT-OPEN
025762                 PERFORM 6500-CHANGE-ACCOUNT THRU 6500-EXIT
025764             ELSE
025766                 PERFORM 2100-REFUSE-MAINTENANCE THRU 2100-EXIT
025768             END-IF
025770         WHEN "X"
025780         WHEN "x"
025790             IF WS-AUDIT-OPEN
025792                 PERFORM 6800-CLOSE-ACCOUNT THRU 6800-EXIT
025794             ELSE
025796                 PERFORM 2100-REFUSE-MAINTENANCE THRU 2100-EXIT
025798             END-IF
025800         WHEN "R"
025900         WHEN "r"
026000             PERFORM 5000-REPRINT-STATEMENT THRU 5000-EXIT
026800 2000-EXIT.
026900     EXIT.
027000
027010*================================================================
027020* 2100-REFUSE-MAINTENANCE  --  an add, change or close with no
027030* audit trail to record it is turned away.
027040*================================================================
027050 2100-REFUSE-MAINTENANCE.
027060     DISPLAY "Audit trail ACCTAUDT not open - status "
027065         WS-AUDIT-FILE-STATUS " - maintenance refused.".
027070
027080 2100-EXIT.
027090     EXIT.
027095
027100*================================================================
027200* 3000-LOAD-MASTER  --  rebuild the master from the sequential
027300* account file; a duplicate account id is rejected and counted
036600     DISPLAY "Compound freq: " ACCT-COMPOUND-FREQ.
036700     DISPLAY "Day basis:     " ACCT-DAY-COUNT-BASIS.
036800     DISPLAY "GL code:       " ACCT-GL-CODE.
036810     EVALUATE TRUE
036820         WHEN ACCT-STATUS-CLOSED
036830             DISPLAY "Status:        CLOSED"
036840         WHEN ACCT-STATUS-DORMANT
036850             DISPLAY "Status:        DORMANT"
036853         WHEN ACCT-STATUS-MATURED
036856             DISPLAY "Status:        MATURED - AWAITING PAYOUT"
036860         WHEN OTHER
036870             DISPLAY "Status:        OPEN"
036890     END-EVALUATE.
036910     IF ACCT-PAYOUT-AT-MATURITY
036930         DISPLAY "At maturity:   PAY OUT"
036950     ELSE
036970         DISPLAY "At maturity:   RENEW"
036990     END-IF.
037010     EVALUATE TRUE
037030         WHEN ACCT-DISP-CAPITALIZE
037050             DISPLAY "Interest:      CAPITALIZE"
037070         WHEN ACCT-DISP-PAYOUT
037090             DISPLAY "Interest:      PAY OUT BY ACH"
037110         WHEN OTHER
037130             DISPLAY "Interest:      HOLD"
037150     END-EVALUATE.
037170     IF ACCT-PAYEE-ROUTING NOT = SPACES
037190         OR ACCT-PAYEE-ACCOUNT NOT = SPACES
037210         DISPLAY "Payee:         " ACCT-PAYEE-ROUTING " "
037230             ACCT-PAYEE-ACCOUNT " " ACCT-PAYEE-ACCT-TYPE
037250     END-IF.
037270
037290 4100-EXIT.
037310     EXIT.
037330
037350*================================================================
037370* 4500-SHOW-LATEST-RESULTS  --  one pass over the transaction
037500* log, keeping the last record for the account, which is the
037600* most recent posting because the log is append-only.
037700*================================================================
039100                 DISPLAY "Latest posting is a REVERSAL ("
039200                     WS-LATEST-RUN-DATE "):"
039300             ELSE
039330                 IF WS-LATEST-REVERSAL-FLAG = "P"
039360                     DISPLAY "Latest posting is a PENALTY ("
039390                         WS-LATEST-RUN-DATE "):"
039420                 ELSE
039450                     DISPLAY "Latest calculation ("
039480                         WS-LATEST-RUN-DATE "):"
039510                 END-IF
039600             END-IF
039700             MOVE WS-LATEST-PRINCIPAL TO WS-EDIT-PRINCIPAL
039800             MOVE WS-LATEST-APR TO WS-EDIT-APR
058000         MOVE "REVERSAL" TO ST-POST-FLAG
058100         SUBTRACT LOG-INTEREST FROM WS-STMT-NET-INTEREST
058200     ELSE
058220         IF LOG-REVERSAL-FLAG = "P"
058240             MOVE "PENALTY" TO ST-POST-FLAG
058260             SUBTRACT LOG-INTEREST FROM WS-STMT-NET-INTEREST
058280         ELSE
058300             ADD LOG-INTEREST TO WS-STMT-NET-INTEREST
058320         END-IF
058400     END-IF.
058500     MOVE ST-POSTING-LINE TO WS-STMT-OUT-AREA.
058600     PERFORM 5900-WRITE-STATEMENT-LINE THRU 5900-EXIT.
065500     EXIT.
065600
065700*================================================================
065800* 6000-ADD-ACCOUNT  --  key a new account onto the master. The id
065900* must not already be on file; the remaining fields are prompted
066000* and must pass the account edits before the record is written.
066100* A master that does not exist yet is created empty first.
066200*================================================================
066300 6000-ADD-ACCOUNT.
066400     DISPLAY "New account id: ".
066500     ACCEPT WS-INQUIRY-ID.
066600     IF WS-INQUIRY-ID = SPACES
066700         DISPLAY "Account id is required - add abandoned."
066800     ELSE
066900         OPEN I-O ACCOUNT-MASTER-FILE
067000         IF WS-MASTER-NO-FILE
067100             OPEN OUTPUT ACCOUNT-MASTER-FILE
067200             CLOSE ACCOUNT-MASTER-FILE
067300             OPEN I-O ACCOUNT-MASTER-FILE
067400         END-IF
067500         IF NOT WS-MASTER-OK
067600             DISPLAY "Master ACCTMST not available - status "
067700                 WS-MASTER-FILE-STATUS
067800         ELSE
067900             MOVE WS-INQUIRY-ID TO ACCT-ID
068000             READ ACCOUNT-MASTER-FILE
068100                 INVALID KEY
068200                     PERFORM 6100-ENTER-NEW-ACCOUNT THRU 6100-EXIT
068300                 NOT INVALID KEY
068400                     DISPLAY "Account already on master: "
068500                         WS-INQUIRY-ID
068600             END-READ
068700             CLOSE ACCOUNT-MASTER-FILE
068800         END-IF
068900     END-IF.
069000
069100 6000-EXIT.
069200     EXIT.
069300
069400*================================================================
069500* 6100-ENTER-NEW-ACCOUNT  --  prompt every field of the new
069600* record, edit it, and write it open. The rate may be left zero
069700* when a product/tier is given, since the rate table prices it.
069750* The payee fields are needed only for a payout disposition.
069800*================================================================
069900 6100-ENTER-NEW-ACCOUNT.
070000     MOVE SPACES TO ACCOUNT-RECORD.
070100     MOVE WS-INQUIRY-ID TO ACCT-ID.
070200     DISPLAY "Customer name: ".
070300     ACCEPT ACCT-CUSTOMER-NAME.
070400     DISPLAY "Principal: ".
070500     ACCEPT ACCT-PRINCIPAL.
070600     DISPLAY "Interest rate (zero if priced by the rate table): ".
070700     ACCEPT ACCT-RATE.
070800     DISPLAY "Open date (YYYYMMDD): ".
070900     ACCEPT ACCT-OPEN-DATE.
071000     DISPLAY "Maturity date (YYYYMMDD): ".
071100     ACCEPT ACCT-MATURITY-DATE.
071200     DISPLAY "Product/tier (blank for none): ".
071300     ACCEPT ACCT-PRODUCT-TYPE.
071400     DISPLAY "Period in whole years (zero for a date basis): ".
071500     ACCEPT ACCT-PERIOD.
071600     DISPLAY "Calc mode - (S)imple or (C)ompound: ".
071700     ACCEPT ACCT-CALC-MODE.
071800     DISPLAY "Compounding periods per year (zero for simple): ".
071900     ACCEPT ACCT-COMPOUND-FREQ.
072000     DISPLAY "Print schedule (Y/N): ".
072100     ACCEPT ACCT-SCHEDULE-FLAG.
072200     DISPLAY "GL code: ".
072300     ACCEPT ACCT-GL-CODE.
072400     DISPLAY "Day basis - (A)ctual/365, (T) 30/360 or blank "
072500         "for whole years: ".
072600     ACCEPT ACCT-DAY-COUNT-BASIS.
072620     DISPLAY "At maturity - (R)enew or (P)ay out (blank to "
072640         "renew): ".
072660     ACCEPT ACCT-RENEWAL-INSTR.
072664     DISPLAY "Month-end interest - (C)apitalize, (P)ay out by "
072668         "ACH, or blank to hold: ".
072672     ACCEPT ACCT-DISPOSITION.
072676     DISPLAY "Payee routing number (blank for none): ".
072680     ACCEPT ACCT-PAYEE-ROUTING.
072684     DISPLAY "Payee account number (blank for none): ".
072688     ACCEPT ACCT-PAYEE-ACCOUNT.
072692     DISPLAY "Payee account type - (C)hecking or (S)avings: ".
072696     ACCEPT ACCT-PAYEE-ACCT-TYPE.
072700     MOVE "O" TO ACCT-STATUS.
072800     PERFORM 7000-VALIDATE-ACCOUNT THRU 7000-EXIT.
072900     IF WS-EDIT-FAILED
073000         DISPLAY "Account not added: " ACCT-ID
073100     ELSE
073200         WRITE ACCOUNT-RECORD
073300             INVALID KEY
073400                 DISPLAY "Account not added - status "
073500                     WS-MASTER-FILE-STATUS
073600             NOT INVALID KEY
073700                 MOVE "ADD" TO WS-AUD-ACTION
073800                 MOVE "ACCOUNT" TO WS-AUD-FIELD-NAME
073900                 MOVE SPACES TO WS-AUD-OLD-VALUE
074000                 MOVE ACCT-CUSTOMER-NAME TO WS-AUD-NEW-VALUE
074100                 PERFORM 7500-WRITE-AUDIT-RECORD THRU 7500-EXIT
074200                 DISPLAY "Account added: " ACCT-ID
074300         END-WRITE
074400     END-IF.
074500
074600 6100-EXIT.
074700     EXIT.
074800
074900*================================================================
075000* 6500-CHANGE-ACCOUNT  --  change fields of an account already on
075100* the master, one field at a time until the operator ends. A
075200* closed account is shown but cannot be changed.
075300*================================================================
075400 6500-CHANGE-ACCOUNT.
075500     DISPLAY "Account id: ".
075600     ACCEPT WS-INQUIRY-ID.
075700     OPEN I-O ACCOUNT-MASTER-FILE.
075800     IF NOT WS-MASTER-OK
075900         DISPLAY "Master ACCTMST not available - status "
076000             WS-MASTER-FILE-STATUS
076100     ELSE
076200         MOVE WS-INQUIRY-ID TO ACCT-ID
076300         READ ACCOUNT-MASTER-FILE
076400             INVALID KEY
076500                 DISPLAY "Account not on master: " WS-INQUIRY-ID
076600             NOT INVALID KEY
076700                 PERFORM 6510-CHANGE-FIELDS THRU 6510-EXIT
076800         END-READ
076900         CLOSE ACCOUNT-MASTER-FILE
077000     END-IF.
077100
077200 6500-EXIT.
077300     EXIT.
077400
077500 6510-CHANGE-FIELDS.
077600     PERFORM 4100-SHOW-ACCOUNT THRU 4100-EXIT.
077700     IF ACCT-STATUS-CLOSED
077800         DISPLAY "Account is closed - no changes allowed."
077900     ELSE
078000         MOVE "N" TO WS-CHANGE-DONE-SWITCH
078100         PERFORM 6550-CHANGE-ONE-FIELD THRU 6550-EXIT
078200             UNTIL WS-CHANGE-DONE
078300     END-IF.
078400
078500 6510-EXIT.
078600     EXIT.
078700
078800*================================================================
078900* 6550-CHANGE-ONE-FIELD  --  one field chosen, its new value taken
079000* straight into the record, and the whole record re-edited. A
079100* record that no longer passes is put back from the before image;
079200* one that passes is rewritten and the change audited.
079300*================================================================
079400 6550-CHANGE-ONE-FIELD.
079500     DISPLAY " ".
079600     DISPLAY "Change (N)ame, (P)rincipal, (R)ate, (O)pen date, "
079700         "(M)aturity date, (T) product/tier, (Y) period,".
079800     DISPLAY "  (K) calc mode, (F) compound freq, "
079900         "(S)chedule flag, (G)L code, (B) day basis,".
079950     DISPLAY "  (I) maturity instruction, (U) interest "
079960         "disposition, (H) payee routing,".
079970     DISPLAY "  (J) payee account, (W) payee account type, "
079980         "(D)ormancy, or (E)nd? ".
080000     ACCEPT WS-FIELD-CODE.
080100     MOVE ACCOUNT-RECORD TO WS-SAVED-ACCOUNT.
080200     MOVE SPACES TO WS-AUD-FIELD-NAME.
080300     MOVE SPACES TO WS-AUD-OLD-VALUE.
080400     MOVE SPACES TO WS-AUD-NEW-VALUE.
080500     EVALUATE WS-FIELD-CODE
080600         WHEN "N"
080700         WHEN "n"
080800             PERFORM 6600-CHANGE-NAME THRU 6600-EXIT
080900         WHEN "P"
081000         WHEN "p"
081100             PERFORM 6610-CHANGE-PRINCIPAL THRU 6610-EXIT
081200         WHEN "R"
081300         WHEN "r"
081400             PERFORM 6620-CHANGE-RATE THRU 6620-EXIT
081500         WHEN "O"
081600         WHEN "o"
081700             PERFORM 6630-CHANGE-OPEN-DATE THRU 6630-EXIT
081800         WHEN "M"
081900         WHEN "m"
082000             PERFORM 6640-CHANGE-MATURITY-DATE THRU 6640-EXIT
082100         WHEN "T"
082200         WHEN "t"
082300             PERFORM 6650-CHANGE-PRODUCT THRU 6650-EXIT
082400         WHEN "Y"
082500         WHEN "y"
082600             PERFORM 6660-CHANGE-PERIOD THRU 6660-EXIT
082700         WHEN "K"
082800         WHEN "k"
082900             PERFORM 6670-CHANGE-CALC-MODE THRU 6670-EXIT
083000         WHEN "F"
083100         WHEN "f"
083200             PERFORM 6680-CHANGE-COMPOUND-FREQ THRU 6680-EXIT
083300         WHEN "S"
083400         WHEN "s"
083500             PERFORM 6690-CHANGE-SCHEDULE-FLAG THRU 6690-EXIT
083600         WHEN "G"
083700         WHEN "g"
083800             PERFORM 6700-CHANGE-GL-CODE THRU 6700-EXIT
083900         WHEN "B"
084000         WHEN "b"
084100             PERFORM 6710-CHANGE-DAY-BASIS THRU 6710-EXIT
084120         WHEN "I"
084140         WHEN "i"
084160             PERFORM 6715-CHANGE-RENEWAL-INSTR THRU 6715-EXIT
084163         WHEN "U"
084166         WHEN "u"
084169             PERFORM 6716-CHANGE-DISPOSITION THRU 6716-EXIT
084172         WHEN "H"
084175         WHEN "h"
084178             PERFORM 6717-CHANGE-PAYEE-ROUTING THRU 6717-EXIT
084181         WHEN "J"
084184         WHEN "j"
084187             PERFORM 6718-CHANGE-PAYEE-ACCOUNT THRU 6718-EXIT
084190         WHEN "W"
084193         WHEN "w"
084196             PERFORM 6719-CHANGE-PAYEE-TYPE THRU 6719-EXIT
084200         WHEN "D"
084300         WHEN "d"
084400             PERFORM 6720-CHANGE-STATUS THRU 6720-EXIT
084500         WHEN "E"
084600         WHEN "e"
084700         WHEN SPACE
084800             SET WS-CHANGE-DONE TO TRUE
084900         WHEN OTHER
085000             DISPLAY "Unrecognized choice: " WS-FIELD-CODE
085100     END-EVALUATE.
085200     IF WS-AUD-FIELD-NAME NOT = SPACES
085300         PERFORM 6590-APPLY-CHANGE THRU 6590-EXIT
085400     END-IF.
085500
085600 6550-EXIT.
085700     EXIT.
085800
085900 6590-APPLY-CHANGE.
086000     PERFORM 7000-VALIDATE-ACCOUNT THRU 7000-EXIT.
086100     IF WS-EDIT-FAILED
086200         MOVE WS-SAVED-ACCOUNT TO ACCOUNT-RECORD
086300         DISPLAY "Change not applied - " WS-AUD-FIELD-NAME
086400             " left as it was."
086500     ELSE
086600         REWRITE ACCOUNT-RECORD
086700             INVALID KEY
086800                 MOVE WS-SAVED-ACCOUNT TO ACCOUNT-RECORD
086900                 DISPLAY "Change not applied - status "
087000                     WS-MASTER-FILE-STATUS
087100             NOT INVALID KEY
087200                 MOVE "CHANGE" TO WS-AUD-ACTION
087300                 PERFORM 7500-WRITE-AUDIT-RECORD THRU 7500-EXIT
087400                 DISPLAY WS-AUD-FIELD-NAME " changed from "
087500                     WS-AUD-OLD-VALUE
087600                 DISPLAY "    to " WS-AUD-NEW-VALUE
087700         END-REWRITE
087800     END-IF.
087900
088000 6590-EXIT.
088100     EXIT.
088200
088300 6600-CHANGE-NAME.
088400     MOVE "CUSTOMER-NAME" TO WS-AUD-FIELD-NAME.
088500     MOVE ACCT-CUSTOMER-NAME TO WS-AUD-OLD-VALUE.
088600     DISPLAY "New customer name: ".
088700     ACCEPT ACCT-CUSTOMER-NAME.
088800     MOVE ACCT-CUSTOMER-NAME TO WS-AUD-NEW-VALUE.
088900
089000 6600-EXIT.
089100     EXIT.
089200
089300 6610-CHANGE-PRINCIPAL.
089400     MOVE "PRINCIPAL" TO WS-AUD-FIELD-NAME.
089500     MOVE ACCT-PRINCIPAL TO WS-AUD-AMOUNT.
089600     MOVE WS-AUD-AMOUNT TO WS-AUD-OLD-VALUE.
089700     DISPLAY "New principal: ".
089800     ACCEPT ACCT-PRINCIPAL.
089900     MOVE ACCT-PRINCIPAL TO WS-AUD-AMOUNT.
090000     MOVE WS-AUD-AMOUNT TO WS-AUD-NEW-VALUE.
090100
090200 6610-EXIT.
090300     EXIT.
090400
090500 6620-CHANGE-RATE.
090600     MOVE "RATE" TO WS-AUD-FIELD-NAME.
090700     MOVE ACCT-RATE TO WS-AUD-APR.
090800     MOVE WS-AUD-APR TO WS-AUD-OLD-VALUE.
090900     DISPLAY "New interest rate: ".
091000     ACCEPT ACCT-RATE.
091100     MOVE ACCT-RATE TO WS-AUD-APR.
091200     MOVE WS-AUD-APR TO WS-AUD-NEW-VALUE.
091300
091400 6620-EXIT.
091500     EXIT.
091600
091700 6630-CHANGE-OPEN-DATE.
091800     MOVE "OPEN-DATE" TO WS-AUD-FIELD-NAME.
091900     MOVE ACCT-OPEN-DATE TO WS-AUD-OLD-VALUE.
092000     DISPLAY "New open date (YYYYMMDD): ".
092100     ACCEPT ACCT-OPEN-DATE.
092200     MOVE ACCT-OPEN-DATE TO WS-AUD-NEW-VALUE.
092300
092400 6630-EXIT.
092500     EXIT.
092600
092700 6640-CHANGE-MATURITY-DATE.
092800     MOVE "MATURITY-DATE" TO WS-AUD-FIELD-NAME.
092900     MOVE ACCT-MATURITY-DATE TO WS-AUD-OLD-VALUE.
093000     DISPLAY "New maturity date (YYYYMMDD): ".
093100     ACCEPT ACCT-MATURITY-DATE.
093200     MOVE ACCT-MATURITY-DATE TO WS-AUD-NEW-VALUE.
093300
093400 6640-EXIT.
093500     EXIT.
093600
093700 6650-CHANGE-PRODUCT.
093800     MOVE "PRODUCT-TYPE" TO WS-AUD-FIELD-NAME.
093900     MOVE ACCT-PRODUCT-TYPE TO WS-AUD-OLD-VALUE.
094000     DISPLAY "New product/tier (blank for none): ".
094100     ACCEPT ACCT-PRODUCT-TYPE.
094200     MOVE ACCT-PRODUCT-TYPE TO WS-AUD-NEW-VALUE.
094300
094400 6650-EXIT.
094500     EXIT.
094600
094700 6660-CHANGE-PERIOD.
094800     MOVE "PERIOD" TO WS-AUD-FIELD-NAME.
094900     MOVE ACCT-PERIOD TO WS-AUD-OLD-VALUE.
095000     DISPLAY "New period in whole years: ".
095100     ACCEPT ACCT-PERIOD.
095200     MOVE ACCT-PERIOD TO WS-AUD-NEW-VALUE.
095300
095400 6660-EXIT.
095500     EXIT.
095600
095700 6670-CHANGE-CALC-MODE.
095800     MOVE "CALC-MODE" TO WS-AUD-FIELD-NAME.
095900     MOVE ACCT-CALC-MODE TO WS-AUD-OLD-VALUE.
096000     DISPLAY "New calc mode - (S)imple or (C)ompound: ".
096100     ACCEPT ACCT-CALC-MODE.
096200     MOVE ACCT-CALC-MODE TO WS-AUD-NEW-VALUE.
096300
096400 6670-EXIT.
096500     EXIT.
096600
096700 6680-CHANGE-COMPOUND-FREQ.
096800     MOVE "COMPOUND-FREQ" TO WS-AUD-FIELD-NAME.
096900     MOVE ACCT-COMPOUND-FREQ TO WS-AUD-OLD-VALUE.
097000     DISPLAY "New compounding periods per year: ".
097100     ACCEPT ACCT-COMPOUND-FREQ.
097200     MOVE ACCT-COMPOUND-FREQ TO WS-AUD-NEW-VALUE.
097300
097400 6680-EXIT.
097500     EXIT.
097600
097700 6690-CHANGE-SCHEDULE-FLAG.
097800     MOVE "SCHEDULE-FLAG" TO WS-AUD-FIELD-NAME.
097900     MOVE ACCT-SCHEDULE-FLAG TO WS-AUD-OLD-VALUE.
098000     DISPLAY "Print schedule (Y/N): ".
098100     ACCEPT ACCT-SCHEDULE-FLAG.
098200     MOVE ACCT-SCHEDULE-FLAG TO WS-AUD-NEW-VALUE.
098300
098400 6690-EXIT.
098500     EXIT.
098600
098700 6700-CHANGE-GL-CODE.
098800     MOVE "GL-CODE" TO WS-AUD-FIELD-NAME.
098900     MOVE ACCT-GL-CODE TO WS-AUD-OLD-VALUE.
099000     DISPLAY "New GL code: ".
099100     ACCEPT ACCT-GL-CODE.
099200     MOVE ACCT-GL-CODE TO WS-AUD-NEW-VALUE.
099300
099400 6700-EXIT.
099500     EXIT.
099600
099700 6710-CHANGE-DAY-BASIS.
099800     MOVE "DAY-COUNT-BASIS" TO WS-AUD-FIELD-NAME.
099900     MOVE ACCT-DAY-COUNT-BASIS TO WS-AUD-OLD-VALUE.
100000     DISPLAY "New day basis - (A)ctual/365, (T) 30/360 or blank "
100100         "for whole years: ".
100200     ACCEPT ACCT-DAY-COUNT-BASIS.
100300     MOVE ACCT-DAY-COUNT-BASIS TO WS-AUD-NEW-VALUE.
100400
100500 6710-EXIT.
100600     EXIT.
100700
100708 6715-CHANGE-RENEWAL-INSTR.
100716     MOVE "RENEWAL-INSTR" TO WS-AUD-FIELD-NAME.
100724     MOVE ACCT-RENEWAL-INSTR TO WS-AUD-OLD-VALUE.
100732     DISPLAY "At maturity - (R)enew or (P)ay out (blank to "
100740         "renew): ".
100750     ACCEPT ACCT-RENEWAL-INSTR.
100760     MOVE ACCT-RENEWAL-INSTR TO WS-AUD-NEW-VALUE.
100770
100780 6715-EXIT.
100790     EXIT.
100800
100810 6716-CHANGE-DISPOSITION.
100820     MOVE "DISPOSITION" TO WS-AUD-FIELD-NAME.
100830     MOVE ACCT-DISPOSITION TO WS-AUD-OLD-VALUE.
100840     DISPLAY "Month-end interest - (C)apitalize, (P)ay out by "
100850         "ACH, or blank to hold: ".
100860     ACCEPT ACCT-DISPOSITION.
100870     MOVE ACCT-DISPOSITION TO WS-AUD-NEW-VALUE.
100880
100890 6716-EXIT.
100900     EXIT.
100910
100920 6717-CHANGE-PAYEE-ROUTING.
100930     MOVE "PAYEE-ROUTING" TO WS-AUD-FIELD-NAME.
100940     MOVE ACCT-PAYEE-ROUTING TO WS-AUD-OLD-VALUE.
100950     DISPLAY "New payee routing number: ".
100960     ACCEPT ACCT-PAYEE-ROUTING.
100970     MOVE ACCT-PAYEE-ROUTING TO WS-AUD-NEW-VALUE.
100980
100990 6717-EXIT.
101000     EXIT.
101010
101020 6718-CHANGE-PAYEE-ACCOUNT.
101030     MOVE "PAYEE-ACCOUNT" TO WS-AUD-FIELD-NAME.
101040     MOVE ACCT-PAYEE-ACCOUNT TO WS-AUD-OLD-VALUE.
101050     DISPLAY "New payee account number: ".
101060     ACCEPT ACCT-PAYEE-ACCOUNT.
101070     MOVE ACCT-PAYEE-ACCOUNT TO WS-AUD-NEW-VALUE.
101080
101090 6718-EXIT.
101100     EXIT.
101110
101120 6719-CHANGE-PAYEE-TYPE.
101130     MOVE "PAYEE-ACCT-TYPE" TO WS-AUD-FIELD-NAME.
101140     MOVE ACCT-PAYEE-ACCT-TYPE TO WS-AUD-OLD-VALUE.
101150     DISPLAY "New payee account type - (C)hecking or (S)avings: ".
101160     ACCEPT ACCT-PAYEE-ACCT-TYPE.
101170     MOVE ACCT-PAYEE-ACCT-TYPE TO WS-AUD-NEW-VALUE.
101180
101190 6719-EXIT.
101200     EXIT.
101210
101220*================================================================
101230* 6720-CHANGE-STATUS  --  an open account may be made dormant and
101240* a dormant one reopened; closing goes through the close option
101250* so it is confirmed and audited as a close. A matured account
101252* awaiting payout is left as it is: reopened, the maturity run
101254* would mature it again, and made dormant it would drop out of
101256* the payout.
101260*================================================================
101270 6720-CHANGE-STATUS.
101300     IF ACCT-STATUS-MATURED
101320         DISPLAY "Account has matured - pay it out or close it."
101340     ELSE
101400         DISPLAY "New status - (O)pen or (D)ormant: "
101500         ACCEPT WS-CONFIRM
101600         IF WS-CONFIRM = "O" OR WS-CONFIRM = "o"
101700             OR WS-CONFIRM = "D" OR WS-CONFIRM = "d"
101800             MOVE "STATUS" TO WS-AUD-FIELD-NAME
101900             MOVE ACCT-STATUS TO WS-AUD-OLD-VALUE
102000             IF WS-CONFIRM = "O" OR WS-CONFIRM = "o"
102100                 MOVE "O" TO ACCT-STATUS
102200             ELSE
102300                 MOVE "D" TO ACCT-STATUS
102400             END-IF
102500             MOVE ACCT-STATUS TO WS-AUD-NEW-VALUE
102600         ELSE
102700             DISPLAY "Status must be O or D - use the close "
102800                 "option to close an account."
102900         END-IF
102950     END-IF.
103000
103100 6720-EXIT.
103200     EXIT.
103300
103400*================================================================
103500* 6800-CLOSE-ACCOUNT  --  mark an account closed after the
103600* operator confirms it. The record stays on the master for
103700* inquiry and statement reprints; the batch runs pass it over.
103800*================================================================
103900 6800-CLOSE-ACCOUNT.
104000     DISPLAY "Account id: ".
104100     ACCEPT WS-INQUIRY-ID.
104200     OPEN I-O ACCOUNT-MASTER-FILE.
104300     IF NOT WS-MASTER-OK
104400         DISPLAY "Master ACCTMST not available - status "
104500             WS-MASTER-FILE-STATUS
104600     ELSE
104700         MOVE WS-INQUIRY-ID TO ACCT-ID
104800         READ ACCOUNT-MASTER-FILE
104900             INVALID KEY
105000                 DISPLAY "Account not on master: " WS-INQUIRY-ID
105100             NOT INVALID KEY
105200                 PERFORM 6810-CLOSE-ONE-ACCOUNT THRU 6810-EXIT
105300         END-READ
105400         CLOSE ACCOUNT-MASTER-FILE
105500     END-IF.
105600
105700 6800-EXIT.
105800     EXIT.
105900
106000 6810-CLOSE-ONE-ACCOUNT.
106100     PERFORM 4100-SHOW-ACCOUNT THRU 4100-EXIT.
106200     IF ACCT-STATUS-CLOSED
106300         DISPLAY "Account is already closed."
106400     ELSE
106500         DISPLAY "Close this account (Y/N)? "
106600         ACCEPT WS-CONFIRM
106700         IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
106800             MOVE "STATUS" TO WS-AUD-FIELD-NAME
106900             MOVE ACCT-STATUS TO WS-AUD-OLD-VALUE
107000             MOVE "C" TO ACCT-STATUS
107100             MOVE ACCT-STATUS TO WS-AUD-NEW-VALUE
107200             REWRITE ACCOUNT-RECORD
107300                 INVALID KEY
107400                     DISPLAY "Account not closed - status "
107500                         WS-MASTER-FILE-STATUS
107600                 NOT INVALID KEY
107700                     MOVE "CLOSE" TO WS-AUD-ACTION
107800                     PERFORM 7500-WRITE-AUDIT-RECORD
107850                         THRU 7500-EXIT
107900                     DISPLAY "Account closed: " ACCT-ID
108000             END-REWRITE
108100         ELSE
108200             DISPLAY "Close abandoned."
108300         END-IF
108400     END-IF.
108500
108600 6810-EXIT.
108700     EXIT.
108800
108900*================================================================
109000* 7000-VALIDATE-ACCOUNT  --  the account edits, the same tests the
109100* posting program's 4500-VALIDATE-ACCOUNT-DATA rejects on, plus
109200* the code fields the batch relies on. Every failing field is
109300* reported, not just the first.
109400*================================================================
109500 7000-VALIDATE-ACCOUNT.
109600     SET WS-EDIT-OK TO TRUE.
109700     IF ACCT-CUSTOMER-NAME = SPACES
109800         SET WS-EDIT-FAILED TO TRUE
109900         DISPLAY "Rejected - customer name is required."
110000     END-IF.
110100     IF ACCT-PRINCIPAL NOT > ZERO
110200         SET WS-EDIT-FAILED TO TRUE
110300         DISPLAY "Rejected - principal must be greater than zero."
110400     END-IF.
110500     IF ACCT-PRODUCT-TYPE = SPACES OR ACCT-RATE NOT = ZERO
110600         IF ACCT-RATE < WS-MINIMUM-APR
110650             OR ACCT-RATE > WS-MAXIMUM-APR
110700             SET WS-EDIT-FAILED TO TRUE
110800             DISPLAY "Rejected - interest rate out of range ("
110900                 WS-MINIMUM-APR " - " WS-MAXIMUM-APR "): "
111000                 ACCT-RATE
111100         END-IF
111200     END-IF.
111300     MOVE ACCT-OPEN-DATE TO WS-DATE-IN.
111400     PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT.
111500     IF WS-DATE-BAD
111600         SET WS-EDIT-FAILED TO TRUE
111700         DISPLAY "Rejected - invalid open date: " ACCT-OPEN-DATE
111800     ELSE
111900         MOVE ACCT-MATURITY-DATE TO WS-DATE-IN
112000         PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT
112100         IF WS-DATE-BAD
112200             SET WS-EDIT-FAILED TO TRUE
112300             DISPLAY "Rejected - invalid maturity date: "
112400                 ACCT-MATURITY-DATE
112500         ELSE
112600             IF ACCT-MATURITY-DATE NOT > ACCT-OPEN-DATE
112700                 SET WS-EDIT-FAILED TO TRUE
112800                 DISPLAY "Rejected - maturity date must be after "
112900                     "the open date."
113000             END-IF
113100         END-IF
113200     END-IF.
113300     IF ACCT-DAY-COUNT-BASIS NOT = "A"
113400         AND ACCT-DAY-COUNT-BASIS NOT = "T"
113500         AND ACCT-DAY-COUNT-BASIS NOT = SPACE
113600         SET WS-EDIT-FAILED TO TRUE
113700         DISPLAY "Rejected - day basis must be A, T or blank."
113800     END-IF.
113810     IF ACCT-RENEWAL-INSTR NOT = "R"
113820         AND ACCT-RENEWAL-INSTR NOT = "P"
113830         AND ACCT-RENEWAL-INSTR NOT = SPACE
113840         SET WS-EDIT-FAILED TO TRUE
113850         DISPLAY "Rejected - maturity instruction must be R, P "
113860             "or blank."
113870     END-IF.
113871     IF ACCT-DISPOSITION NOT = "C"
113872         AND ACCT-DISPOSITION NOT = "P"
113873         AND ACCT-DISPOSITION NOT = SPACE
113874         SET WS-EDIT-FAILED TO TRUE
113875         DISPLAY "Rejected - interest disposition must be C, P "
113876             "or blank."
113877     END-IF.
113878     IF ACCT-PAYEE-ACCT-TYPE NOT = "C"
113879         AND ACCT-PAYEE-ACCT-TYPE NOT = "S"
113880         AND ACCT-PAYEE-ACCT-TYPE NOT = SPACE
113881         SET WS-EDIT-FAILED TO TRUE
113882         DISPLAY "Rejected - payee account type must be C, S "
113883             "or blank."
113884     END-IF.
113885     IF ACCT-DISP-PAYOUT
113886         PERFORM 7050-VALIDATE-PAYEE THRU 7050-EXIT
113887     END-IF.
113900     IF ACCT-DAY-COUNT-BASIS = SPACE AND ACCT-PERIOD = ZERO
114000         SET WS-EDIT-FAILED TO TRUE
114100         DISPLAY "Rejected - period must be greater than zero."
114200     END-IF.
114300     IF ACCT-CALC-MODE NOT = "S" AND ACCT-CALC-MODE NOT = "C"
114400         SET WS-EDIT-FAILED TO TRUE
114500         DISPLAY "Rejected - calc mode must be S or C."
114600     END-IF.
114700     IF ACCT-CALC-MODE = "C" AND ACCT-COMPOUND-FREQ = ZERO
114800         SET WS-EDIT-FAILED TO TRUE
114900         DISPLAY "Rejected - compounding frequency must be "
115000             "greater than zero."
115100     END-IF.
115200     IF ACCT-SCHEDULE-FLAG NOT = "Y"
115300         AND ACCT-SCHEDULE-FLAG NOT = "N"
115400         AND ACCT-SCHEDULE-FLAG NOT = SPACE
115500         SET WS-EDIT-FAILED TO TRUE
115600         DISPLAY "Rejected - schedule flag must be Y or N."
115700     END-IF.
115800     IF ACCT-GL-CODE = SPACES
115900         SET WS-EDIT-FAILED TO TRUE
116000         DISPLAY "Rejected - GL code is required."
116100     END-IF.
116200
116300 7000-EXIT.
116400     EXIT.
116500
116502*================================================================
116504* 7050-VALIDATE-PAYEE  --  a payout account must name where the
116506* money goes: a nine-digit routing number whose check digit
116508* proves, and an account number.
116510*================================================================
116512 7050-VALIDATE-PAYEE.
116514     MOVE ACCT-PAYEE-ROUTING TO WS-ROUTING-CHECK.
116516     IF WS-ROUTING-CHECK NOT NUMERIC
116518         SET WS-EDIT-FAILED TO TRUE
116520         DISPLAY "Rejected - payee routing number must be nine "
116522             "digits."
116524     ELSE
116526         COMPUTE WS-RTN-SUM =
116528             3 * (WS-RTN-D1 + WS-RTN-D4 + WS-RTN-D7)
116530           + 7 * (WS-RTN-D2 + WS-RTN-D5 + WS-RTN-D8)
116532           + WS-RTN-D3 + WS-RTN-D6 + WS-RTN-D9
116534         DIVIDE WS-RTN-SUM BY 10 GIVING WS-RTN-QUOTIENT
116536             REMAINDER WS-RTN-REMAINDER
116538         IF WS-RTN-REMAINDER NOT = ZERO
116540             SET WS-EDIT-FAILED TO TRUE
116542             DISPLAY "Rejected - payee routing number fails its "
116544                 "check digit: " ACCT-PAYEE-ROUTING
116546         END-IF
116548     END-IF.
116550     IF ACCT-PAYEE-ACCOUNT = SPACES
116552         SET WS-EDIT-FAILED TO TRUE
116554         DISPLAY "Rejected - payee account number is required "
116556             "for a payout."
116558     END-IF.
116560
116562 7050-EXIT.
116564     EXIT.
116566
116600*================================================================
116700* 7100-VALIDATE-DATE  --  a real calendar date in WS-DATE-IN:
116800* month 01-12 and a day the month actually has, February 29 only
116900* in leap years.
117000*================================================================
117100 7100-VALIDATE-DATE.
117200     SET WS-DATE-OK TO TRUE.
117300     IF WS-DATE-IN-YYYY < 1900 OR WS-DATE-IN-YYYY > 2199
117400         SET WS-DATE-BAD TO TRUE
117500     END-IF.
117600     IF WS-DATE-IN-MM < 1 OR WS-DATE-IN-MM > 12
117700         SET WS-DATE-BAD TO TRUE
117800     END-IF.
117900     IF WS-DATE-OK
118000         PERFORM 7150-DAYS-IN-MONTH THRU 7150-EXIT
118100         IF WS-DATE-IN-DD < 1
118200             OR WS-DATE-IN-DD > WS-DAYS-IN-MONTH
118300             SET WS-DATE-BAD TO TRUE
118400         END-IF
118500     END-IF.
118600
118700 7100-EXIT.
118800     EXIT.
118900
119000 7150-DAYS-IN-MONTH.
119100     EVALUATE WS-DATE-IN-MM
119200         WHEN 01
119300         WHEN 03
119400         WHEN 05
119500         WHEN 07
119600         WHEN 08
119700         WHEN 10
119800         WHEN 12
119900             MOVE 31 TO WS-DAYS-IN-MONTH
120000         WHEN 04
120100         WHEN 06
120200         WHEN 09
120300         WHEN 11
120400             MOVE 30 TO WS-DAYS-IN-MONTH
120500         WHEN 02
120600             PERFORM 7160-FEBRUARY-DAYS THRU 7160-EXIT
120700     END-EVALUATE.
120800
120900 7150-EXIT.
121000     EXIT.
121100
121200 7160-FEBRUARY-DAYS.
121300     MOVE 28 TO WS-DAYS-IN-MONTH.
121400     DIVIDE WS-DATE-IN-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
121500         REMAINDER WS-LEAP-REMAINDER.
121600     IF WS-LEAP-REMAINDER = ZERO
121700         MOVE 29 TO WS-DAYS-IN-MONTH
121800         DIVIDE WS-DATE-IN-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
121900             REMAINDER WS-LEAP-REMAINDER
122000         IF WS-LEAP-REMAINDER = ZERO
122100             DIVIDE WS-DATE-IN-YYYY BY 400
122200                 GIVING WS-LEAP-QUOTIENT
122300                 REMAINDER WS-LEAP-REMAINDER
122400             IF WS-LEAP-REMAINDER NOT = ZERO
122500                 MOVE 28 TO WS-DAYS-IN-MONTH
122600             END-IF
122700         END-IF
122800     END-IF.
122900
123000 7160-EXIT.
123100     EXIT.
123200
123300*================================================================
123400* 7500-WRITE-AUDIT-RECORD  --  who, when, what, which field, its
123500* old value and its new value, appended as each change is made.
123600*================================================================
123700 7500-WRITE-AUDIT-RECORD.
123800     ACCEPT WS-TIME-RAW FROM TIME.
123900     MOVE SPACES TO ACCOUNT-AUDIT-RECORD.
124000     MOVE WS-USER-ID TO AUD-USER-ID.
124100     MOVE WS-TODAYS-DATE TO AUD-DATE.
124200     MOVE WS-TIME-HHMMSS TO AUD-TIME.
124300     MOVE WS-AUD-ACTION TO AUD-ACTION.
124400     MOVE ACCT-ID TO AUD-ACCOUNT-ID.
124500     MOVE WS-AUD-FIELD-NAME TO AUD-FIELD-NAME.
124600     MOVE WS-AUD-OLD-VALUE TO AUD-OLD-VALUE.
124700     MOVE WS-AUD-NEW-VALUE TO AUD-NEW-VALUE.
124800     WRITE ACCOUNT-AUDIT-RECORD.
124900
125000 7500-EXIT.
125100     EXIT.
125200
125300*================================================================
125400* 9999-TERMINATE
125500*================================================================
125600 9999-TERMINATE.
125700     IF WS-AUDIT-OPEN
125750         CLOSE ACCOUNT-AUDIT-FILE
125780     END-IF.
125800     STOP RUN.
125900
126000 9999-EXIT.
126100     EXIT.
