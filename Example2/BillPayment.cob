000100*>
000200* Payment matching for utility invoices.  Receipts from the bank
000300* transfer and convenience-store collection files are gathered
000400* into PAYIN and applied here to the receivables BillPrint opened
000500* in RECVMST.  A receipt naming a billing month is applied to that
000600* receivable (following it to the invoice it was carried onto, if
000700* it has since been carried as arrears); a receipt without a month
000800* is applied to the customer's oldest open receivable.  A
000900* receivable paid in full is closed as paid, which also stops its
001000* dunning in BillArrears.
001100*
001200* Receipts that cannot be matched - unknown BILL-ID or month,
001300* nothing open, malformed - and the excess of an overpayment are
001400* set aside in the suspense queue PAYSUS for review; like BILLSUS
001500* it is extended, never recreated.  PAYIN is emptied once applied
001600* so a rerun cannot post the same receipts twice.  The balancing
001700* report PAYBAL.RPT proves receipts = applied + suspense; a
001800* mismatch sets return code 8, a non-empty suspense code 4.
001900*
002000* Collection file PAYIN (line sequential, fixed columns):
002100*   source X(1) "B" bank / "C" convenience store
002200*   + BILL-ID X(5) + billing month 9(6) (zeros if unknown)
002300*   + payment date 9(8) + amount 9(9) + reference X(20)
002400*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.   BillPayment.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PAY-FILE ASSIGN TO "PAYIN"
003100            ORGANIZATION IS LINE SEQUENTIAL
003200            FILE STATUS   IS PAY-STATUS.
003300     SELECT RECV-FILE ASSIGN TO "RECVMST"
003400            ORGANIZATION IS INDEXED
003500            ACCESS MODE   IS DYNAMIC
003600            RECORD KEY    IS AR-KEY
003700            FILE STATUS   IS RECV-STATUS.
003800     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "PAYSUS"
003900            ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT BALANCE-FILE ASSIGN TO "PAYBAL.RPT"
004100            ORGANIZATION IS LINE SEQUENTIAL.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PAY-FILE.
004600 01  PAY-RECORD.
004700     02  PAY-SOURCE        PIC X(01).
004800     02  PAY-BILL-ID       PIC X(05).
004900     02  PAY-BILL-MONTH    PIC X(06).
005000     02  PAY-DATE          PIC X(08).
005100     02  PAY-AMOUNT-X      PIC X(09).
005200     02  PAY-AMOUNT REDEFINES PAY-AMOUNT-X
005300                           PIC 9(09).
005400     02  PAY-REFERENCE     PIC X(20).
005500 FD  RECV-FILE.
005600 01  RECV-RECORD.
005700     02  AR-KEY.
005800         03  AR-BILL-ID    PIC X(05).
005900         03  AR-BILL-MONTH PIC 9(06).
006000     02  AR-INVOICE-DATE   PIC 9(08).
006100     02  AR-DUE-DATE       PIC 9(08).
006200*    billed = this month's charge + ARREARS B/F
006300     02  AR-BILLED-AMT     PIC 9(09).
006400     02  AR-CARRIED-AMT    PIC 9(09).
006500     02  AR-ARREARS-DUE    PIC 9(08).
006600     02  AR-PAID-AMT       PIC 9(09).
006700     02  AR-LAST-PAY-DATE  PIC 9(08).
006800     02  AR-STATUS         PIC X(01).
006900         88  AR-OPEN       VALUE "O".
007000         88  AR-PAID       VALUE "P".
007100         88  AR-CARRIED    VALUE "C".
007200     02  AR-CARRIED-TO     PIC 9(06).
007300     02  AR-DUN-LEVEL      PIC X(01).
007400         88  AR-NOT-DUNNED VALUE " ".
007500         88  AR-REMINDED   VALUE "1".
007600         88  AR-STOP-NOTICED VALUE "2".
007700         88  AR-ON-STOP-LIST VALUE "3".
007800     02  AR-DUN-DATE       PIC 9(08).
007900     02  AR-STOP-DATE      PIC 9(08).
008000 FD  SUSPENSE-FILE.
008100 01  SUSPENSE-RECORD.
008200     02  SUS-PAYMENT       PIC X(49).
008300     02  FILLER            PIC X(01).
008400     02  SUS-REASON        PIC X(20).
008500     02  FILLER            PIC X(01).
008600     02  SUS-AMOUNT        PIC 9(09).
008700 FD  BALANCE-FILE.
008800 01  BALANCE-LINE          PIC X(80).
008900*
009000 WORKING-STORAGE SECTION.
009100 77  PAY-STATUS            PIC X(02) VALUE SPACE.
009200     88  PAY-OPEN-OK       VALUE "00".
009300 77  RECV-STATUS           PIC X(02) VALUE SPACE.
009400     88  RECV-OPEN-OK      VALUE "00" "05".
009500 77  PAY-EOF               PIC X(01) VALUE "N".
009600     88  PAY-AT-END        VALUE "Y".
009700 77  RECV-EOF              PIC X(01).
009800     88  RECV-AT-END       VALUE "Y".
009900 77  MATCH-SW              PIC X(01).
010000     88  MATCH-FOUND       VALUE "Y".
010100 77  SUSPENSE-REASON       PIC X(20).
010200 77  CARRY-HOPS            PIC 9(02).
010300 77  OPEN-BALANCE          PIC S9(10).
010400 77  APPLY-AMOUNT          PIC 9(09).
010500 77  EXCESS-AMOUNT         PIC 9(09).
010600 77  READ-COUNT            PIC 9(07) VALUE 0.
010700 77  READ-AMOUNT           PIC 9(12) VALUE 0.
010800 77  APPLIED-COUNT         PIC 9(07) VALUE 0.
010900 77  APPLIED-AMOUNT        PIC 9(12) VALUE 0.
011000 77  PAID-OFF-COUNT        PIC 9(07) VALUE 0.
011100 77  SUSPENSE-COUNT        PIC 9(07) VALUE 0.
011200 77  SUSPENSE-AMOUNT       PIC 9(12) VALUE 0.
011300 77  SPOOL-SOURCE          PIC X(08).
011400 77  SPOOL-REPORT          PIC X(08).
011500 77  SPOOL-BODY            PIC X(20).
011600 77  SPOOL-RESULT          PIC 9(01).
011700 01  EDIT-COUNT            PIC Z,ZZZ,ZZ9.
011800 01  EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.
011900*
012000 PROCEDURE DIVISION.
012100 BILL-PAYMENT.
012200     DISPLAY "PAYMENT MATCHING"
012300     OPEN INPUT PAY-FILE
012400     IF NOT PAY-OPEN-OK
012500         DISPLAY "NO COLLECTION FILE (PAYIN)"
012600         STOP RUN
012700     END-IF
012800     OPEN I-O RECV-FILE
012900     IF NOT RECV-OPEN-OK
013000         DISPLAY "CANNOT OPEN RECVMST"
013100         CLOSE PAY-FILE
013200         MOVE 8 TO RETURN-CODE
013300         STOP RUN
013400     END-IF
013500     OPEN EXTEND SUSPENSE-FILE
013600     OPEN OUTPUT BALANCE-FILE
013700     PERFORM READ-PAYMENT
013800     PERFORM MATCH-ONE-PAYMENT UNTIL PAY-AT-END
013900     PERFORM WRITE-BALANCE-REPORT
014000     CLOSE BALANCE-FILE
014100     CLOSE SUSPENSE-FILE
014200     CLOSE RECV-FILE
014300     CLOSE PAY-FILE
014400*
014500*    the receipts are posted; empty PAYIN for the next delivery
014600*
014700     OPEN OUTPUT PAY-FILE
014800     CLOSE PAY-FILE
014900     MOVE "BILLPAY"  TO SPOOL-SOURCE
015000     MOVE "PAYBAL"   TO SPOOL-REPORT
015100     MOVE "PAYBAL.RPT" TO SPOOL-BODY
015200     CALL "スプール登録" USING SPOOL-SOURCE
015300          SPOOL-REPORT SPOOL-BODY SPOOL-RESULT
015400     DISPLAY "RECEIPTS: " READ-COUNT
015500     DISPLAY "APPLIED : " APPLIED-COUNT
015600     DISPLAY "PAID OFF: " PAID-OFF-COUNT
015700     DISPLAY "SUSPENSE: " SUSPENSE-COUNT
015800     IF READ-AMOUNT NOT = APPLIED-AMOUNT + SUSPENSE-AMOUNT
015900         DISPLAY "*** OUT OF BALANCE ***"
016000         MOVE 8 TO RETURN-CODE
016100     ELSE
016200         IF SUSPENSE-COUNT NOT = 0
016300             MOVE 4 TO RETURN-CODE
016400         END-IF
016500     END-IF
016600     STOP RUN.
016700*
016800 READ-PAYMENT.
016900     READ PAY-FILE
017000         AT END
017100             MOVE "Y" TO PAY-EOF
017200     END-READ.
017300*
017400***** apply one receipt, or set it aside *********************
017500 MATCH-ONE-PAYMENT.
017600     ADD 1 TO READ-COUNT
017700     MOVE "N" TO MATCH-SW
017800     MOVE SPACE TO SUSPENSE-REASON
017900     IF PAY-BILL-ID IS NOT NUMERIC
018000        OR PAY-AMOUNT-X IS NOT NUMERIC
018100        OR PAY-DATE IS NOT NUMERIC
018200         MOVE "INVALID RECEIPT" TO SUSPENSE-REASON
018300         MOVE 0 TO EXCESS-AMOUNT
018400         PERFORM SET-ASIDE
018500         PERFORM READ-PAYMENT
018600         EXIT PARAGRAPH
018700     END-IF
018800     ADD PAY-AMOUNT TO READ-AMOUNT
018900     IF PAY-BILL-MONTH IS NUMERIC
019000        AND PAY-BILL-MONTH NOT = "000000"
019100         PERFORM FIND-NAMED-MONTH
019200     ELSE
019300         PERFORM FIND-OLDEST-OPEN
019400     END-IF
019500     IF MATCH-FOUND
019600         PERFORM APPLY-PAYMENT
019700     ELSE
019800         MOVE PAY-AMOUNT TO EXCESS-AMOUNT
019900         PERFORM SET-ASIDE
020000     END-IF
020100     PERFORM READ-PAYMENT.
020200*
020300***** the receivable the slip was printed for ****************
020400*     a month since carried as arrears is followed to the
020500*     invoice that now holds its balance.
020600 FIND-NAMED-MONTH.
020700     MOVE PAY-BILL-ID TO AR-BILL-ID
020800     MOVE PAY-BILL-MONTH TO AR-BILL-MONTH
020900     READ RECV-FILE
021000         INVALID KEY
021100             MOVE "NO RECEIVABLE" TO SUSPENSE-REASON
021200             EXIT PARAGRAPH
021300     END-READ
021400     MOVE 0 TO CARRY-HOPS
021500     PERFORM FOLLOW-CARRY
021600         UNTIL NOT AR-CARRIED OR CARRY-HOPS > 24
021700     EVALUATE TRUE
021800         WHEN AR-OPEN
021900             MOVE "Y" TO MATCH-SW
022000         WHEN AR-PAID
022100             MOVE "ALREADY PAID" TO SUSPENSE-REASON
022200         WHEN OTHER
022300             MOVE "CARRY CHAIN BROKEN" TO SUSPENSE-REASON
022400     END-EVALUATE.
022500*
022600 FOLLOW-CARRY.
022700     ADD 1 TO CARRY-HOPS
022800     MOVE AR-CARRIED-TO TO AR-BILL-MONTH
022900     READ RECV-FILE
023000         INVALID KEY
023100             MOVE 99 TO CARRY-HOPS
023200             MOVE SPACE TO AR-STATUS
023300     END-READ.
023400*
023500***** no month on the slip: the oldest open receivable *******
023600 FIND-OLDEST-OPEN.
023700     MOVE "N" TO RECV-EOF
023800     MOVE PAY-BILL-ID TO AR-BILL-ID
023900     MOVE 0 TO AR-BILL-MONTH
024000     START RECV-FILE KEY >= AR-KEY
024100         INVALID KEY
024200             MOVE "Y" TO RECV-EOF
024300     END-START
024400     PERFORM SCAN-OPEN UNTIL RECV-AT-END OR MATCH-FOUND
024500     IF NOT MATCH-FOUND
024600         MOVE "NO OPEN BALANCE" TO SUSPENSE-REASON
024700     END-IF.
024800*
024900 SCAN-OPEN.
025000     READ RECV-FILE NEXT RECORD
025100         AT END
025200             MOVE "Y" TO RECV-EOF
025300             EXIT PARAGRAPH
025400     END-READ
025500     IF AR-BILL-ID NOT = PAY-BILL-ID
025600         MOVE "Y" TO RECV-EOF
025700         EXIT PARAGRAPH
025800     END-IF
025900     IF AR-OPEN AND AR-BILLED-AMT > AR-PAID-AMT
026000         MOVE "Y" TO MATCH-SW
026100     END-IF.
026200*
026300***** post the receipt; any excess goes to suspense **********
026400 APPLY-PAYMENT.
026500     COMPUTE OPEN-BALANCE = AR-BILLED-AMT - AR-PAID-AMT
026600     IF OPEN-BALANCE < 0
026700         MOVE 0 TO OPEN-BALANCE
026800     END-IF
026900     IF PAY-AMOUNT > OPEN-BALANCE
027000         MOVE OPEN-BALANCE TO APPLY-AMOUNT
027100         COMPUTE EXCESS-AMOUNT = PAY-AMOUNT - OPEN-BALANCE
027200     ELSE
027300         MOVE PAY-AMOUNT TO APPLY-AMOUNT
027400         MOVE 0 TO EXCESS-AMOUNT
027500     END-IF
027600     ADD APPLY-AMOUNT TO AR-PAID-AMT
027700     MOVE PAY-DATE TO AR-LAST-PAY-DATE
027800     IF AR-PAID-AMT >= AR-BILLED-AMT
027900         SET AR-PAID TO TRUE
028000         ADD 1 TO PAID-OFF-COUNT
028100     END-IF
028200     REWRITE RECV-RECORD
028300     ADD 1 TO APPLIED-COUNT
028400     ADD APPLY-AMOUNT TO APPLIED-AMOUNT
028500     IF EXCESS-AMOUNT NOT = 0
028600         MOVE "OVERPAYMENT" TO SUSPENSE-REASON
028700         PERFORM SET-ASIDE
028800     END-IF.
028900*
029000 SET-ASIDE.
029100     MOVE SPACE TO SUSPENSE-RECORD
029200     MOVE PAY-RECORD TO SUS-PAYMENT
029300     MOVE SUSPENSE-REASON TO SUS-REASON
029400     MOVE EXCESS-AMOUNT TO SUS-AMOUNT
029500     WRITE SUSPENSE-RECORD
029600     ADD 1 TO SUSPENSE-COUNT
029700     ADD EXCESS-AMOUNT TO SUSPENSE-AMOUNT.
029800*
029900***** balancing report: receipts = applied + suspense ********
030000 WRITE-BALANCE-REPORT.
030100     MOVE "*** PAYMENT MATCHING BALANCE REPORT ***"
030200       TO BALANCE-LINE
030300     WRITE BALANCE-LINE
030400     MOVE READ-COUNT TO EDIT-COUNT
030500     MOVE READ-AMOUNT TO EDIT-AMOUNT
030600     MOVE SPACE TO BALANCE-LINE
030700     STRING "RECEIPTS          : " EDIT-COUNT
030800            "  " EDIT-AMOUNT
030900            DELIMITED BY SIZE INTO BALANCE-LINE
031000     WRITE BALANCE-LINE
031100     MOVE APPLIED-COUNT TO EDIT-COUNT
031200     MOVE APPLIED-AMOUNT TO EDIT-AMOUNT
031300     MOVE SPACE TO BALANCE-LINE
031400     STRING "APPLIED           : " EDIT-COUNT
031500            "  " EDIT-AMOUNT
031600            DELIMITED BY SIZE INTO BALANCE-LINE
031700     WRITE BALANCE-LINE
031800     MOVE PAID-OFF-COUNT TO EDIT-COUNT
031900     MOVE SPACE TO BALANCE-LINE
032000     STRING "PAID IN FULL      : " EDIT-COUNT
032100            DELIMITED BY SIZE INTO BALANCE-LINE
032200     WRITE BALANCE-LINE
032300     MOVE SUSPENSE-COUNT TO EDIT-COUNT
032400     MOVE SUSPENSE-AMOUNT TO EDIT-AMOUNT
032500     MOVE SPACE TO BALANCE-LINE
032600     STRING "SUSPENSE (REVIEW) : " EDIT-COUNT
032700            "  " EDIT-AMOUNT
032800            DELIMITED BY SIZE INTO BALANCE-LINE
032900     WRITE BALANCE-LINE
033000     IF READ-AMOUNT = APPLIED-AMOUNT + SUSPENSE-AMOUNT
033100         MOVE "RESULT: BALANCED" TO BALANCE-LINE
033200     ELSE
033300         MOVE "RESULT: OUT OF BALANCE" TO BALANCE-LINE
033400     END-IF
033500     WRITE BALANCE-LINE.
033600*
033700 END PROGRAM BillPayment.
