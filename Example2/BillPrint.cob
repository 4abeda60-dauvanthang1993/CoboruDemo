001000* The run summary reconciles the invoice count and charged
001100* total against the TOTAL CHARGED line of BILLBAL.RPT from the
001200* validation batch; a mismatch sets return code 8.
001210*
001220* Each invoice also opens a receivable in RECVMST (one per
001230* BILL-ID and billing month, the month of the print run) with
001240* its due date from the payment term in ARCFG.  Balances of the
001250* customer's earlier receivables that are already past due are
001260* carried onto this invoice as ARREARS B/F; the old receivables
001270* are closed as carried and the new one inherits their oldest
001280* due date and dunning level, so BillArrears keeps chasing the
001290* same debt.  Payments are matched by BillPayment.
001300*
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID.   BillPrint.
002700     SELECT OPTIONAL BALANCE-FILE ASSIGN TO "BILLBAL.RPT"
002800            ORGANIZATION IS LINE SEQUENTIAL
002900            FILE STATUS   IS BALANCE-STATUS.
002911     SELECT OPTIONAL RECV-FILE ASSIGN TO "RECVMST"
002922            ORGANIZATION IS INDEXED
002933            ACCESS MODE   IS DYNAMIC
002944            RECORD KEY    IS AR-KEY
002955            FILE STATUS   IS RECV-STATUS.
002966     SELECT OPTIONAL TERMS-FILE ASSIGN TO "ARCFG"
002977            ORGANIZATION IS LINE SEQUENTIAL
002988            FILE STATUS   IS TERMS-STATUS.
003000     SELECT INVOICE-FILE ASSIGN TO "BILLINV.RPT"
003100            ORGANIZATION IS LINE SEQUENTIAL.
003200*
004100         03  ACC-CUR-MONTH PIC X(04).
004200         03  ACC-CATEGORY  PIC X(01).
004300         03  ACC-ENDED     PIC X(01).
004328         03  ACC-BILL-KIND PIC X(01).
004356             88  ACC-FIRST-BILL VALUE "I".
004384             88  ACC-FINAL-BILL VALUE "F".
004412         03  ACC-PERIOD-DAYS PIC X(02).
004440         03  ACC-MONTH-DAYS PIC X(02).
004452         03  ACC-METER-ADJ PIC X(01).
004464             88  ACC-METER-EXCHANGED VALUE "X".
004476             88  ACC-REGISTER-WRAPPED VALUE "W".
004488         03  FILLER        PIC X(57).
004500     02  FILLER            PIC X(01).
004600     02  ACC-CONSUMPTION   PIC 9(05).
004700     02  FILLER            PIC X(01).
005600     02  CUST-NAME         PIC X(30).
005700     02  CUST-ADDRESS      PIC X(60).
005800     02  CUST-AMPERE       PIC 9(02).
005833*    category, meter and occupancy (see BillCustMnt)
005866     02  FILLER            PIC X(38).
005900 FD  BALANCE-FILE.
006000 01  BALANCE-LINE          PIC X(80).
006003 FD  RECV-FILE.
006006 01  RECV-RECORD.
006009     02  AR-KEY.
006012         03  AR-BILL-ID    PIC X(05).
006015         03  AR-BILL-MONTH PIC 9(06).
006018     02  AR-INVOICE-DATE   PIC 9(08).
006021     02  AR-DUE-DATE       PIC 9(08).
006024*    billed = this month's charge + ARREARS B/F
006027     02  AR-BILLED-AMT     PIC 9(09).
006030     02  AR-CARRIED-AMT    PIC 9(09).
006033     02  AR-ARREARS-DUE    PIC 9(08).
006036     02  AR-PAID-AMT       PIC 9(09).
006039     02  AR-LAST-PAY-DATE  PIC 9(08).
006042     02  AR-STATUS         PIC X(01).
006045         88  AR-OPEN       VALUE "O".
006048         88  AR-PAID       VALUE "P".
006051         88  AR-CARRIED    VALUE "C".
006054     02  AR-CARRIED-TO     PIC 9(06).
006057     02  AR-DUN-LEVEL      PIC X(01).
006060         88  AR-NOT-DUNNED VALUE " ".
006063         88  AR-REMINDED   VALUE "1".
006066         88  AR-STOP-NOTICED VALUE "2".
006069         88  AR-ON-STOP-LIST VALUE "3".
006072     02  AR-DUN-DATE       PIC 9(08).
006075     02  AR-STOP-DATE      PIC 9(08).
006078 FD  TERMS-FILE.
006081*    payment term / stop notice after due / stop after notice,
006084*    all in days
006087 01  TERMS-RECORD.
006090     02  TRM-PAY-DAYS      PIC X(03).
006093     02  TRM-NOTICE-DAYS   PIC X(03).
006096     02  TRM-STOP-DAYS     PIC X(03).
006100 FD  INVOICE-FILE.
006200 01  INVOICE-LINE          PIC X(90).
006300*
008100 77  SPOOL-REPORT          PIC X(08).
008200 77  SPOOL-BODY            PIC X(20).
008300 77  SPOOL-RESULT          PIC 9(01).
008304 77  RECV-STATUS           PIC X(02) VALUE SPACE.
008308     88  RECV-OPEN-OK      VALUE "00" "05".
008312 77  RECV-USABLE-SW        PIC X(01) VALUE "N".
008316     88  RECV-USABLE       VALUE "Y".
008320 77  TERMS-STATUS          PIC X(02) VALUE SPACE.
008324     88  TERMS-OPEN-OK     VALUE "00".
008328 77  RECV-EOF              PIC X(01).
008332     88  RECV-AT-END       VALUE "Y".
008336 77  PAY-TERM-DAYS         PIC 9(03) VALUE 20.
008340 77  TODAY-DATE            PIC 9(08).
008344 77  BILL-MONTH            PIC 9(06).
008348 77  DUE-DATE              PIC 9(08).
008352 77  ARREARS-AMT           PIC 9(09).
008356 77  ARREARS-DUE           PIC 9(08).
008360 77  EFFECTIVE-DUE         PIC 9(08).
008364 77  ARREARS-LEVEL         PIC X(01).
008368 77  OPEN-BALANCE          PIC S9(10).
008372 77  AMOUNT-DUE            PIC 9(10).
008376 77  ARREARS-TOTAL         PIC 9(12) VALUE 0.
008380 77  RECEIVABLE-COUNT      PIC 9(07) VALUE 0.
008400 01  EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.
008500 01  EDIT-COUNT            PIC Z,ZZZ,ZZ9.
008600*
009520         SET CUST-USABLE TO TRUE
009530     END-IF
009600     OPEN OUTPUT INVOICE-FILE
009609     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
009618     MOVE TODAY-DATE(1:6) TO BILL-MONTH
009627     PERFORM LOAD-PAYMENT-TERM
009636     COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(
009645         FUNCTION INTEGER-OF-DATE(TODAY-DATE)
009654       + PAY-TERM-DAYS)
009663     OPEN I-O RECV-FILE
009672     IF RECV-OPEN-OK
009681         SET RECV-USABLE TO TRUE
009690     END-IF
009700     PERFORM READ-ACCEPT
009800     PERFORM PRINT-ONE-INVOICE UNTIL ACCEPT-AT-END
009900     PERFORM RECONCILE-WITH-BALANCE
010000     CLOSE INVOICE-FILE
010050     CLOSE RECV-FILE
010100     CLOSE CUST-FILE
010200     CLOSE ACCEPT-FILE
010300     MOVE "BILLPRNT" TO SPOOL-SOURCE
010700          SPOOL-REPORT SPOOL-BODY SPOOL-RESULT
010800     DISPLAY "INVOICES: " INVOICE-COUNT
010900     DISPLAY "TOTAL   : " INVOICE-TOTAL
010933     DISPLAY "ARREARS : " ARREARS-TOTAL
010966     DISPLAY "RECVBL  : " RECEIVABLE-COUNT
011000     STOP RUN.
011100*
011200 READ-ACCEPT.
016680               TO INVOICE-LINE
016690             WRITE INVOICE-LINE
016691     END-EVALUATE
016692     PERFORM PRINT-BILL-NOTES
016695     PERFORM POST-RECEIVABLE
016700     ADD 1 TO INVOICE-COUNT
016800     ADD ACC-TOTAL-CHARGE TO INVOICE-TOTAL
016900     PERFORM READ-ACCEPT.
022800     END-IF
022900     PERFORM READ-BALANCE.
023000*
023100***** payment term in days from ARCFG (default 20) ***********
023200 LOAD-PAYMENT-TERM.
023300     OPEN INPUT TERMS-FILE
023400     IF TERMS-OPEN-OK
023500         READ TERMS-FILE
023600             AT END
023700                 MOVE SPACE TO TERMS-RECORD
023800         END-READ
023900         IF TRM-PAY-DAYS IS NUMERIC
024000             MOVE TRM-PAY-DAYS TO PAY-TERM-DAYS
024100         END-IF
024200     END-IF
024300     CLOSE TERMS-FILE.
024400*
024500***** open the receivable for this invoice ********************
024600*     a reprint in the same month finds the receivable already
024700*     there and prints it as it stands.
024800 POST-RECEIVABLE.
024900     IF NOT RECV-USABLE
025000         EXIT PARAGRAPH
025100     END-IF
025200     MOVE ACC-BILL-ID TO AR-BILL-ID
025300     MOVE BILL-MONTH TO AR-BILL-MONTH
025400     READ RECV-FILE
025500         INVALID KEY
025600             PERFORM CREATE-RECEIVABLE
025700     END-READ
025800     MOVE AR-CARRIED-AMT TO EDIT-AMOUNT
025900     MOVE SPACE TO INVOICE-LINE
026000     STRING "ARREARS B/F   : " EDIT-AMOUNT
026100            DELIMITED BY SIZE INTO INVOICE-LINE
026200     WRITE INVOICE-LINE
026300     COMPUTE AMOUNT-DUE = AR-BILLED-AMT - AR-PAID-AMT
026400     MOVE AMOUNT-DUE TO EDIT-AMOUNT
026500     MOVE SPACE TO INVOICE-LINE
026600     STRING "AMOUNT DUE    : " EDIT-AMOUNT
026700            "  DUE DATE: " AR-DUE-DATE
026800            DELIMITED BY SIZE INTO INVOICE-LINE
026900     WRITE INVOICE-LINE
027000     IF AR-CARRIED-AMT NOT = 0
027100         MOVE "*** OVERDUE BALANCE INCLUDED - PLEASE PAY ***"
027200           TO INVOICE-LINE
027300         WRITE INVOICE-LINE
027400     END-IF.
027500*
027600 CREATE-RECEIVABLE.
027700     PERFORM CARRY-OVERDUE
027800     MOVE SPACE TO RECV-RECORD
027900     MOVE ACC-BILL-ID TO AR-BILL-ID
028000     MOVE BILL-MONTH TO AR-BILL-MONTH
028100     MOVE TODAY-DATE TO AR-INVOICE-DATE
028200     MOVE DUE-DATE TO AR-DUE-DATE
028300     COMPUTE AR-BILLED-AMT = ACC-TOTAL-CHARGE + ARREARS-AMT
028400     MOVE ARREARS-AMT TO AR-CARRIED-AMT
028500     MOVE ARREARS-DUE TO AR-ARREARS-DUE
028600     MOVE 0 TO AR-PAID-AMT AR-LAST-PAY-DATE AR-CARRIED-TO
028700     MOVE 0 TO AR-DUN-DATE AR-STOP-DATE
028800     MOVE ARREARS-LEVEL TO AR-DUN-LEVEL
028900     SET AR-OPEN TO TRUE
029000     IF AR-BILLED-AMT = 0
029100         SET AR-PAID TO TRUE
029200     END-IF
029300     WRITE RECV-RECORD
029400     ADD 1 TO RECEIVABLE-COUNT
029500     ADD ARREARS-AMT TO ARREARS-TOTAL.
029600*
029700***** close the customer's past-due receivables as carried ****
029800*     keeps the oldest due date and the highest dunning level
029900*     for the new receivable.
030000 CARRY-OVERDUE.
030100     MOVE 0 TO ARREARS-AMT ARREARS-DUE
030200     MOVE SPACE TO ARREARS-LEVEL
030300     MOVE "N" TO RECV-EOF
030400     MOVE ACC-BILL-ID TO AR-BILL-ID
030500     MOVE 0 TO AR-BILL-MONTH
030600     START RECV-FILE KEY >= AR-KEY
030700         INVALID KEY
030800             MOVE "Y" TO RECV-EOF
030900     END-START
031000     PERFORM CARRY-ONE UNTIL RECV-AT-END.
031100*
031200 CARRY-ONE.
031300     READ RECV-FILE NEXT RECORD
031400         AT END
031500             MOVE "Y" TO RECV-EOF
031600             EXIT PARAGRAPH
031700     END-READ
031800     IF AR-BILL-ID NOT = ACC-BILL-ID
031900         MOVE "Y" TO RECV-EOF
032000         EXIT PARAGRAPH
032100     END-IF
032200     COMPUTE OPEN-BALANCE = AR-BILLED-AMT - AR-PAID-AMT
032300     IF AR-OPEN AND OPEN-BALANCE > 0
032400        AND AR-DUE-DATE < TODAY-DATE
032500         ADD OPEN-BALANCE TO ARREARS-AMT
032600         MOVE AR-DUE-DATE TO EFFECTIVE-DUE
032700         IF AR-CARRIED-AMT > AR-PAID-AMT
032800            AND AR-ARREARS-DUE NOT = 0
032900             MOVE AR-ARREARS-DUE TO EFFECTIVE-DUE
033000         END-IF
033100         IF ARREARS-DUE = 0 OR EFFECTIVE-DUE < ARREARS-DUE
033200             MOVE EFFECTIVE-DUE TO ARREARS-DUE
033300         END-IF
033400         IF AR-DUN-LEVEL > ARREARS-LEVEL
033500             MOVE AR-DUN-LEVEL TO ARREARS-LEVEL
033600         END-IF
033700         SET AR-CARRIED TO TRUE
033800         MOVE BILL-MONTH TO AR-CARRIED-TO
033900         REWRITE RECV-RECORD
034000     END-IF.
034100*
034200***** move-in / move-out bill for part of a month ***********
034300 PRINT-PART-MONTH.
034400     MOVE SPACE TO INVOICE-LINE
034500     IF ACC-FINAL-BILL
034600         STRING "*** FINAL BILL (MOVE-OUT), PRO-RATED "
034700                ACC-PERIOD-DAYS " OF " ACC-MONTH-DAYS " DAYS ***"
034800                DELIMITED BY SIZE INTO INVOICE-LINE
034900     ELSE
035000         STRING "*** FIRST BILL (MOVE-IN), PRO-RATED "
035100                ACC-PERIOD-DAYS " OF " ACC-MONTH-DAYS " DAYS ***"
035200                DELIMITED BY SIZE INTO INVOICE-LINE
035300     END-IF
035400     WRITE INVOICE-LINE.
035500*
035600*
035700***** notes on how the usage was arrived at *****************
035800 PRINT-BILL-NOTES.
035900     EVALUATE TRUE
036000         WHEN ACC-METER-EXCHANGED
036100             MOVE "*** METER EXCHANGED: OLD + NEW METER ***"
036200               TO INVOICE-LINE
036300             WRITE INVOICE-LINE
036400         WHEN ACC-REGISTER-WRAPPED
036500             MOVE "*** METER REGISTER PASSED ZERO ***"
036600               TO INVOICE-LINE
036700             WRITE INVOICE-LINE
036800     END-EVALUATE
036900     IF ACC-FIRST-BILL OR ACC-FINAL-BILL
037000         PERFORM PRINT-PART-MONTH
037100     END-IF.
037200*
037300 END PROGRAM BillPrint.
